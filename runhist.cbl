000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. RUNHIST.
000030 AUTHOR. R-HALVORSEN.
000040 INSTALLATION. DATA-SERVICES.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------*
000080* MODIFICATION HISTORY                                      *
000090*   DATE       INIT  DESCRIPTION                             *
000100*   2026-10-15 MWK   ORIGINAL VERSION - COMMON BATCH RUN-    *
000110*                    HISTORY WRITER CALLED BY EVERY BATCH    *
000120*                    PROGRAM WHEN ITS STEP STARTS AND AGAIN  *
000130*                    WHEN IT ENDS, SO HOW LONG EACH STEP RAN *
000140*                    END TO END, HOW MANY RECORDS IT TOOK,   *
000150*                    AND HOW IT ENDED SIT IN ONE SHARED FILE *
000160*                    THE BATWNDW REPORT TRENDS AGAINST THE   *
000170*                    ONLINE-DAY DEADLINE.                    *
000180*----------------------------------------------------------*
000190*
000200*   CALLED AS -
000210*       CALL 'RUNHIST' USING RH-CALLING-PROGRAM
000220*                            RH-QUALIFIER
000230*                            RH-EVENT
000240*                            RH-RECORD-COUNT
000250*                            RH-RETURN-CODE
000260*
000270*   RH-EVENT IS 'START' AS THE FIRST THING THE STEP DOES AND
000280*   'END' AS THE LAST THING BEFORE GOBACK.  THE START CALL
000290*   ADDS THE ROW IN RUNNING STATE AND REMEMBERS ITS KEY IN
000300*   WORKING STORAGE, WHICH SURVIVES BETWEEN CALLS IN THE RUN
000310*   UNIT - THE END CALL REWRITES THAT SAME ROW WITH THE END
000320*   STAMP, RH-RECORD-COUNT, AND RH-RETURN-CODE.  AN END CALL
000330*   WITH NO START ROW BEHIND IT STILL FILES A ROW, STAMPED
000340*   START = END, SO THE RUN IS NOT LOST FROM THE HISTORY.
000350*
000360*   THE RUN-HISTORY FILE IS BOOKKEEPING, NOT PART OF THE
000370*   STEP'S WORK - A FILE PROBLEM HERE IS DISPLAYED AND THE
000380*   CALLER CARRIES ON.  THE CALLER MUST RESTORE ITS STEP
000390*   RETURN CODE AFTER THE END CALL, THE SAME AS AFTER ANY
000400*   OTHER CALL.
000410*
000420 ENVIRONMENT DIVISION.
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT RUN-HISTORY-FILE ASSIGN TO 'RUNHIST'
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS DYNAMIC
000480         RECORD KEY IS RUN-KEY
000490         FILE STATUS IS WS-RUNHIST-FILE-STATUS.
000500
000510 DATA DIVISION.
000520 FILE SECTION.
000530 FD  RUN-HISTORY-FILE.
000540     COPY RUNHREC.
000550 WORKING-STORAGE SECTION.
000560 01  WS-RUNHIST-FILE-STATUS      PIC X(02).
000570 01  WS-WRITE-RETRY-CT           PIC 9(04) COMP VALUE ZERO.
000580 01  WS-END-DATE                 PIC 9(08).
000590 01  WS-END-TIME                 PIC 9(08).
000600 01  WS-START-KEY                PIC X(38) VALUE SPACES.
000610 01  WS-START-SW                 PIC X(01) VALUE 'N'.
000620     88  WS-START-RECORDED           VALUE 'Y'.
000630 01  WS-ROW-SW                   PIC X(01) VALUE 'N'.
000640     88  WS-ROW-FOUND                VALUE 'Y'.
000650 LINKAGE SECTION.
000660 01  RH-CALLING-PROGRAM          PIC X(12).
000670 01  RH-QUALIFIER                PIC X(10).
000680 01  RH-EVENT                    PIC X(05).
000690     88  RH-START                    VALUE 'START'.
000700 01  RH-RECORD-COUNT             PIC 9(09).
000710 01  RH-RETURN-CODE              PIC 9(04).
000720
000730 PROCEDURE DIVISION USING RH-CALLING-PROGRAM
000740                           RH-QUALIFIER
000750                           RH-EVENT
000760                           RH-RECORD-COUNT
000770                           RH-RETURN-CODE.
000780 0000-MAINLINE.
000790     PERFORM 1010-OPEN-RUN-HISTORY THRU 1010-EXIT.
000800     IF WS-RUNHIST-FILE-STATUS NOT = '00'
000810         DISPLAY 'RUNHIST FILE NOT AVAILABLE - STATUS '
000820             WS-RUNHIST-FILE-STATUS ' - ' RH-CALLING-PROGRAM
000830             ' ' RH-EVENT ' NOT RECORDED'
000840         GOBACK
000850     END-IF.
000860     IF RH-START
000870         PERFORM 1000-RECORD-START THRU 1000-EXIT
000880     ELSE
000890         PERFORM 2000-RECORD-END THRU 2000-EXIT
000900     END-IF.
000910     CLOSE RUN-HISTORY-FILE.
000920     GOBACK.
000930
000940*----------------------------------------------------------*
000950* 1000-RECORD-START - ADD THE RUNNING-STATE ROW FOR THIS    *
000960*                     STEP AND REMEMBER ITS KEY FOR THE END *
000970*                     CALL.                                 *
000980*----------------------------------------------------------*
000990 1000-RECORD-START.
001000     MOVE SPACES             TO RUN-HISTORY-RECORD.
001010     MOVE RH-CALLING-PROGRAM TO RUN-PROGRAM-ID.
001020     MOVE RH-QUALIFIER       TO RUN-QUALIFIER.
001030     ACCEPT RUN-START-DATE FROM DATE YYYYMMDD.
001040     ACCEPT RUN-START-TIME FROM TIME.
001050     SET RUN-RUNNING         TO TRUE.
001060     MOVE ZERO               TO RUN-END-DATE
001070                                RUN-END-TIME
001080                                RUN-RECORD-COUNT
001090                                RUN-RETURN-CODE.
001100     PERFORM 1050-WRITE-NEW-ROW THRU 1050-EXIT.
001110     IF WS-RUNHIST-FILE-STATUS = '00'
001120         MOVE RUN-KEY TO WS-START-KEY
001130         SET WS-START-RECORDED TO TRUE
001140     END-IF.
001150 1000-EXIT.
001160     EXIT.
001170
001180*----------------------------------------------------------*
001190* 1010-OPEN-RUN-HISTORY - OPEN THE RUN HISTORY FOR I-O,     *
001200*                         CREATING IT WITH A ONE-TIME OPEN  *
001210*                         OUTPUT THE FIRST TIME THIS RUNS.  *
001220*----------------------------------------------------------*
001230 1010-OPEN-RUN-HISTORY.
001240     OPEN I-O RUN-HISTORY-FILE.
001250     IF WS-RUNHIST-FILE-STATUS = '35'
001260         OPEN OUTPUT RUN-HISTORY-FILE
001270         CLOSE RUN-HISTORY-FILE
001280         OPEN I-O RUN-HISTORY-FILE
001290     END-IF.
001300 1010-EXIT.
001310     EXIT.
001320
001330*----------------------------------------------------------*
001340* 1050-WRITE-NEW-ROW - ADD THE CURRENT ROW, BUMPING THE     *
001350*                      START TIME BY ONE HUNDREDTH OF A     *
001360*                      SECOND WHILE ANOTHER ROW ALREADY     *
001370*                      OWNS THE KEY.                        *
001380*----------------------------------------------------------*
001390 1050-WRITE-NEW-ROW.
001400     MOVE ZERO TO WS-WRITE-RETRY-CT.
001410     MOVE '99' TO WS-RUNHIST-FILE-STATUS.
001420     PERFORM 1060-WRITE-ONE-ROW THRU 1060-EXIT
001430         UNTIL WS-RUNHIST-FILE-STATUS = '00'
001440            OR WS-WRITE-RETRY-CT > 99.
001450     IF WS-RUNHIST-FILE-STATUS NOT = '00'
001460         DISPLAY 'RUNHIST WRITE FAILED - STATUS '
001470             WS-RUNHIST-FILE-STATUS ' - ' RH-CALLING-PROGRAM
001480             ' ' RH-EVENT ' NOT RECORDED'
001490     END-IF.
001500 1050-EXIT.
001510     EXIT.
001520
001530 1060-WRITE-ONE-ROW.
001540     WRITE RUN-HISTORY-RECORD
001550         INVALID KEY
001570             ADD 1 TO RUN-START-TIME
001580     END-WRITE.
001582     ADD 1 TO WS-WRITE-RETRY-CT.
001590 1060-EXIT.
001600     EXIT.
001610
001620*----------------------------------------------------------*
001630* 2000-RECORD-END - REWRITE THE ROW THE START CALL ADDED    *
001640*                   WITH THE END STAMP, COUNT, AND RETURN   *
001650*                   CODE.  WITH NO START ROW TO FIND, FILE  *
001660*                   A NEW ROW STAMPED START = END.          *
001670*----------------------------------------------------------*
001680 2000-RECORD-END.
001690     ACCEPT WS-END-DATE FROM DATE YYYYMMDD.
001700     ACCEPT WS-END-TIME FROM TIME.
001710     MOVE 'N' TO WS-ROW-SW.
001720     IF WS-START-RECORDED
001730         MOVE WS-START-KEY TO RUN-KEY
001740         READ RUN-HISTORY-FILE
001750             INVALID KEY
001760                 MOVE 'N' TO WS-ROW-SW
001770             NOT INVALID KEY
001780                 SET WS-ROW-FOUND TO TRUE
001790         END-READ
001800     END-IF.
001810     IF NOT WS-ROW-FOUND
001820         MOVE SPACES             TO RUN-HISTORY-RECORD
001830         MOVE RH-CALLING-PROGRAM TO RUN-PROGRAM-ID
001840         MOVE RH-QUALIFIER       TO RUN-QUALIFIER
001850         MOVE WS-END-DATE        TO RUN-START-DATE
001860         MOVE WS-END-TIME        TO RUN-START-TIME
001870     END-IF.
001880     SET RUN-ENDED           TO TRUE.
001890     MOVE WS-END-DATE        TO RUN-END-DATE.
001900     MOVE WS-END-TIME        TO RUN-END-TIME.
001910     MOVE RH-RECORD-COUNT    TO RUN-RECORD-COUNT.
001920     MOVE RH-RETURN-CODE     TO RUN-RETURN-CODE.
001930     IF WS-ROW-FOUND
001940         REWRITE RUN-HISTORY-RECORD
001950             INVALID KEY
001960                 DISPLAY 'RUNHIST REWRITE FAILED - STATUS '
001970                     WS-RUNHIST-FILE-STATUS ' - '
001980                     RH-CALLING-PROGRAM ' END NOT RECORDED'
001990         END-REWRITE
002000     ELSE
002010         PERFORM 1050-WRITE-NEW-ROW THRU 1050-EXIT
002020     END-IF.
002030     MOVE 'N' TO WS-START-SW.
002040 2000-EXIT.
002050     EXIT.
