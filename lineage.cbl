000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. LINEAGE.
000030 AUTHOR. R-HALVORSEN.
000040 INSTALLATION. DATA-SERVICES.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------*
000080* MODIFICATION HISTORY                                      *
000090*   DATE       INIT  DESCRIPTION                             *
000100*   2026-10-15 MWK   ORIGINAL VERSION - COMMON ONBOARDING    *
000110*                    LINEAGE POSTER CALLED BY EVERY          *
000120*                    ONBOARDING STEP AS IT FINISHES, AND BY  *
000130*                    THE REJECT REPAIR JOBS FOR EACH REPAIR, *
000140*                    SO THE RECORDS ONE FEED DATE BROUGHT IN *
000150*                    CAN BE FOLLOWED THROUGH EVERY STEP ON   *
000160*                    THE LINRECON REPORT.                    *
000170*----------------------------------------------------------*
000180*
000190*   CALLED AS -
000200*       CALL 'LINEAGE' USING LN-CALLING-PROGRAM
000210*                            LN-STAGE
000220*                            LN-FEED-DATE
000230*                            LN-EVENT-DATE
000240*                            LN-EVENT-TIME
000250*                            LN-COUNT-IN
000260*                            LN-COUNT-OUT
000270*                            LN-COUNT-DIVERTED
000280*                            LN-RETURN-CODE
000290*
000300*   LN-STAGE IS ONE OF THE LNG-STAGE VALUES IN LINGREC.
000310*   LN-FEED-DATE IS THE FEED DATE THE COUNTS BELONG TO.  ONLY
000320*   THE INTAKE STEP KNOWS IT FROM THE TRANSMISSION HEADER -
000330*   EVERY OTHER CALLER PASSES ZERO AND THE FEED DATE IS TAKEN
000340*   FROM THE FEED HISTORY: THE FEED WHOSE LOAD STAMP IS THE
000350*   LATEST AT OR BEFORE LN-EVENT-DATE/LN-EVENT-TIME, OR BEFORE
000360*   THE CURRENT DATE AND TIME WHEN THOSE ARE ZERO.  WITH NO
000370*   ACCEPTED FEED IN THE YEAR BEFORE THE EVENT THE COUNTS ARE
000380*   POSTED UNDER FEED DATE ZERO FOR THE REPORT TO FLAG.
000390*
000400*   THE FIRST CALL FOR A FEED DATE, STAGE, AND PROGRAM IN THE
000410*   RUN UNIT ADDS A NEW ROW.  LATER CALLS FOR THE SAME THREE
000420*   ADD THEIR COUNTS TO THAT ROW AND KEEP THE HIGHEST RETURN
000430*   CODE, SO A JOB THAT POSTS ONE REPAIR AT A TIME FILES ONE
000440*   ROW PER FEED DATE.  WORKING STORAGE SURVIVES BETWEEN CALLS
000450*   IN THE RUN UNIT, WHICH IS ALSO WHERE THE LAST FEED-DATE
000460*   LOOKUP IS KEPT SO A RUN OF CALLS FOR THE SAME FEED DOES
000470*   NOT RE-READ THE FEED HISTORY EVERY TIME.
000480*
000490*   THE LEDGER IS BOOKKEEPING, NOT PART OF THE STEP'S WORK -
000500*   A FILE PROBLEM HERE IS DISPLAYED AND THE CALLER CARRIES
000510*   ON.  THE CALLER MUST RESTORE ITS STEP RETURN CODE AFTER
000520*   THE CALL, THE SAME AS AFTER ANY OTHER CALL.
000530*
000540 ENVIRONMENT DIVISION.
000550 INPUT-OUTPUT SECTION.
000560 FILE-CONTROL.
000570     SELECT LINEAGE-FILE ASSIGN TO 'LINEAGE'
000580         ORGANIZATION IS INDEXED
000590         ACCESS MODE IS DYNAMIC
000600         RECORD KEY IS LNG-KEY
000610         FILE STATUS IS WS-LINEAGE-FILE-STATUS.
000620     SELECT FEED-HISTORY-FILE ASSIGN TO 'FEEDHIST'
000630         ORGANIZATION IS INDEXED
000640         ACCESS MODE IS DYNAMIC
000650         RECORD KEY IS FDH-FEED-DATE
000660         FILE STATUS IS WS-FEEDHIST-FILE-STATUS.
000670
000680 DATA DIVISION.
000690 FILE SECTION.
000700 FD  LINEAGE-FILE.
000710     COPY LINGREC.
000720 FD  FEED-HISTORY-FILE.
000730     COPY FEEDHREC.
000740 WORKING-STORAGE SECTION.
000750 77  WS-LINEAGE-FILE-STATUS      PIC X(02).
000760 77  WS-FEEDHIST-FILE-STATUS     PIC X(02).
000770 01  WS-WRITE-RETRY-CT           PIC 9(04) COMP VALUE ZERO.
000780 01  WS-FEED-DATE                PIC 9(08).
000790 01  WS-POST-DATE                PIC 9(08) VALUE ZERO.
000800 01  WS-POST-TIME                PIC 9(08) VALUE ZERO.
000810 01  WS-FIRST-CALL-SW            PIC X(01) VALUE 'Y'.
000820     88  WS-FIRST-CALL               VALUE 'Y'.
000830 01  WS-FDH-EOF-SW               PIC X(01) VALUE 'N'.
000840     88  WS-FDH-EOF                  VALUE 'Y'.
000850 01  WS-ROW-SW                   PIC X(01) VALUE 'N'.
000860     88  WS-ROW-FOUND                VALUE 'Y'.
000870*
000880*    EVENT AND LOAD STAMPS ARE COMPARED AS DATE FOLLOWED BY
000890*    TIME, SO ONE SIXTEEN-DIGIT COMPARE ORDERS THEM.
000900*
000910 01  WS-EVENT-STAMP              PIC 9(16).
000920 01  WS-EVENT-STAMP-R REDEFINES WS-EVENT-STAMP.
000930     05  WS-EVENT-DATE           PIC 9(08).
000940     05  WS-EVENT-TIME           PIC 9(08).
000950 01  WS-LOAD-STAMP               PIC 9(16).
000960 01  WS-LOAD-STAMP-R REDEFINES WS-LOAD-STAMP.
000970     05  WS-LOAD-DATE            PIC 9(08).
000980     05  WS-LOAD-TIME            PIC 9(08).
000990 01  WS-BEST-STAMP               PIC 9(16).
001000 01  WS-NEXT-STAMP               PIC 9(16).
001010*
001020*    THE LAST LOOKUP - EVERY EVENT FROM THE CHOSEN FEED'S LOAD
001030*    STAMP UP TO (NOT INCLUDING) THE NEXT FEED'S LOAD STAMP
001040*    BELONGS TO THE SAME FEED DATE.
001050*
001060 01  WS-WINDOW.
001070     05  WS-WINDOW-SW            PIC X(01) VALUE 'N'.
001080         88  WS-WINDOW-CACHED        VALUE 'Y'.
001090     05  WS-WINDOW-FROM          PIC 9(16).
001100     05  WS-WINDOW-TO            PIC 9(16).
001110     05  WS-WINDOW-FEED-DATE     PIC 9(08).
001120*
001130*    ROWS THIS RUN UNIT HAS ADDED, SO A REPEAT CALL FOR THE
001140*    SAME FEED DATE, STAGE, AND PROGRAM ADDS TO ITS ROW.  ONCE
001150*    THE TABLE IS FULL A REPEAT SIMPLY FILES ANOTHER ROW - THE
001160*    REPORT STILL SEES EVERY COUNT.
001170*
001180 01  WS-MATCH-KEY.
001190     05  WS-MK-FEED-DATE         PIC 9(08).
001200     05  WS-MK-STAGE             PIC X(01).
001210     05  WS-MK-PROGRAM           PIC X(12).
001220 01  WS-POSTED-TABLE.
001230     05  WS-PST-MAX              PIC 9(4) COMP VALUE 50.
001240     05  WS-PST-USED             PIC 9(4) COMP VALUE ZERO.
001250     05  WS-PST-SUB              PIC 9(4) COMP VALUE ZERO.
001260     05  WS-PST-FOUND            PIC 9(4) COMP VALUE ZERO.
001270     05  WS-PST-ENTRY OCCURS 50 TIMES.
001280         10  WS-PST-MATCH        PIC X(21).
001290         10  WS-PST-ROW-KEY      PIC X(37).
001300 LINKAGE SECTION.
001310 01  LN-CALLING-PROGRAM          PIC X(12).
001320 01  LN-STAGE                    PIC X(01).
001330 01  LN-FEED-DATE                PIC 9(08).
001340 01  LN-EVENT-DATE               PIC 9(08).
001350 01  LN-EVENT-TIME               PIC 9(08).
001360 01  LN-COUNT-IN                 PIC 9(09).
001370 01  LN-COUNT-OUT                PIC 9(09).
001380 01  LN-COUNT-DIVERTED           PIC 9(09).
001390 01  LN-RETURN-CODE              PIC 9(04).
001400
001410 PROCEDURE DIVISION USING LN-CALLING-PROGRAM
001420                          LN-STAGE
001430                          LN-FEED-DATE
001440                          LN-EVENT-DATE
001450                          LN-EVENT-TIME
001460                          LN-COUNT-IN
001470                          LN-COUNT-OUT
001480                          LN-COUNT-DIVERTED
001490                          LN-RETURN-CODE.
001500 0000-MAINLINE.
001510     IF WS-FIRST-CALL
001520         ACCEPT WS-POST-DATE FROM DATE YYYYMMDD
001530         ACCEPT WS-POST-TIME FROM TIME
001540         MOVE 'N' TO WS-FIRST-CALL-SW
001550     END-IF.
001560     MOVE LN-FEED-DATE TO WS-FEED-DATE.
001570     IF WS-FEED-DATE = ZERO
001580         PERFORM 1000-RESOLVE-FEED-DATE THRU 1000-EXIT
001590     END-IF.
001600     PERFORM 2010-OPEN-LINEAGE THRU 2010-EXIT.
001610     IF WS-LINEAGE-FILE-STATUS NOT = '00'
001620         DISPLAY 'LINEAGE FILE NOT AVAILABLE - STATUS '
001630             WS-LINEAGE-FILE-STATUS ' - ' LN-CALLING-PROGRAM
001640             ' STAGE ' LN-STAGE ' NOT POSTED'
001650         GOBACK
001660     END-IF.
001670     PERFORM 2000-POST-COUNTS THRU 2000-EXIT.
001680     CLOSE LINEAGE-FILE.
001690     GOBACK.
001700
001710*----------------------------------------------------------*
001720* 1000-RESOLVE-FEED-DATE - FIND THE FEED THE EVENT BELONGS  *
001730*                          TO: THE LATEST LOAD STAMP AT OR  *
001740*                          BEFORE THE EVENT.  FEED DATES ARE*
001750*                          NOT LOADED IN STRICT ORDER, SO   *
001760*                          EVERY FEED FROM A YEAR BEFORE THE*
001770*                          EVENT ON IS LOOKED AT.           *
001780*----------------------------------------------------------*
001790 1000-RESOLVE-FEED-DATE.
001800     IF LN-EVENT-DATE = ZERO
001810         ACCEPT WS-EVENT-DATE FROM DATE YYYYMMDD
001820         ACCEPT WS-EVENT-TIME FROM TIME
001830     ELSE
001840         MOVE LN-EVENT-DATE TO WS-EVENT-DATE
001850         MOVE LN-EVENT-TIME TO WS-EVENT-TIME
001860     END-IF.
001870     IF WS-WINDOW-CACHED
001880             AND WS-EVENT-STAMP NOT < WS-WINDOW-FROM
001890             AND WS-EVENT-STAMP < WS-WINDOW-TO
001900         MOVE WS-WINDOW-FEED-DATE TO WS-FEED-DATE
001910         GO TO 1000-EXIT
001920     END-IF.
001930     MOVE ZERO TO WS-BEST-STAMP.
001940     MOVE 9999999999999999 TO WS-NEXT-STAMP.
001950     OPEN INPUT FEED-HISTORY-FILE.
001960     IF WS-FEEDHIST-FILE-STATUS NOT = '00'
001970         DISPLAY 'LINEAGE FEEDHIST NOT AVAILABLE - STATUS '
001980             WS-FEEDHIST-FILE-STATUS ' - ' LN-CALLING-PROGRAM
001990             ' POSTED UNDER FEED DATE ZERO'
002000         GO TO 1000-EXIT
002010     END-IF.
002020     MOVE WS-EVENT-DATE TO FDH-FEED-DATE.
002030     SUBTRACT 10000 FROM FDH-FEED-DATE.
002040     MOVE 'N' TO WS-FDH-EOF-SW.
002050     START FEED-HISTORY-FILE
002060         KEY IS NOT LESS THAN FDH-FEED-DATE
002070         INVALID KEY
002080             SET WS-FDH-EOF TO TRUE
002090     END-START.
002100     PERFORM 1100-CHECK-ONE-FEED THRU 1100-EXIT
002110         UNTIL WS-FDH-EOF.
002120     CLOSE FEED-HISTORY-FILE.
002130     MOVE WS-BEST-STAMP TO WS-WINDOW-FROM.
002140     MOVE WS-NEXT-STAMP TO WS-WINDOW-TO.
002150     MOVE WS-FEED-DATE  TO WS-WINDOW-FEED-DATE.
002160     SET WS-WINDOW-CACHED TO TRUE.
002170 1000-EXIT.
002180     EXIT.
002190
002200 1100-CHECK-ONE-FEED.
002210     READ FEED-HISTORY-FILE NEXT RECORD
002220         AT END
002230             SET WS-FDH-EOF TO TRUE
002240     END-READ.
002250     IF WS-FDH-EOF
002260         GO TO 1100-EXIT
002270     END-IF.
002280     IF WS-FEEDHIST-FILE-STATUS NOT = '00'
002290         DISPLAY 'LINEAGE FEEDHIST READ FAILED - STATUS '
002300             WS-FEEDHIST-FILE-STATUS ' - ' LN-CALLING-PROGRAM
002310         SET WS-FDH-EOF TO TRUE
002320         GO TO 1100-EXIT
002330     END-IF.
002340     MOVE FDH-LOAD-DATE TO WS-LOAD-DATE.
002350     MOVE FDH-LOAD-TIME TO WS-LOAD-TIME.
002360     IF WS-LOAD-STAMP NOT > WS-EVENT-STAMP
002370         IF WS-LOAD-STAMP > WS-BEST-STAMP
002380             MOVE WS-LOAD-STAMP TO WS-BEST-STAMP
002390             MOVE FDH-FEED-DATE TO WS-FEED-DATE
002400         END-IF
002410     ELSE
002420         IF WS-LOAD-STAMP < WS-NEXT-STAMP
002430             MOVE WS-LOAD-STAMP TO WS-NEXT-STAMP
002440         END-IF
002450     END-IF.
002460 1100-EXIT.
002470     EXIT.
002480
002490*----------------------------------------------------------*
002500* 2000-POST-COUNTS - ADD TO THE ROW THIS RUN UNIT ALREADY   *
002510*                    FILED FOR THE FEED DATE, STAGE, AND    *
002520*                    PROGRAM, OR FILE A NEW ONE.            *
002530*----------------------------------------------------------*
002540 2000-POST-COUNTS.
002550     MOVE WS-FEED-DATE       TO WS-MK-FEED-DATE.
002560     MOVE LN-STAGE           TO WS-MK-STAGE.
002570     MOVE LN-CALLING-PROGRAM TO WS-MK-PROGRAM.
002580     MOVE ZERO TO WS-PST-FOUND.
002590     PERFORM 2050-FIND-POSTED-ROW THRU 2050-EXIT
002600         VARYING WS-PST-SUB FROM 1 BY 1
002610         UNTIL WS-PST-SUB > WS-PST-USED.
002620     MOVE 'N' TO WS-ROW-SW.
002630     IF WS-PST-FOUND > ZERO
002640         MOVE WS-PST-ROW-KEY (WS-PST-FOUND) TO LNG-KEY
002650         READ LINEAGE-FILE
002660             INVALID KEY
002670                 MOVE 'N' TO WS-ROW-SW
002680             NOT INVALID KEY
002690                 SET WS-ROW-FOUND TO TRUE
002700         END-READ
002710     END-IF.
002720     IF WS-ROW-FOUND
002730         ADD LN-COUNT-IN       TO LNG-COUNT-IN
002740         ADD LN-COUNT-OUT      TO LNG-COUNT-OUT
002750         ADD LN-COUNT-DIVERTED TO LNG-COUNT-DIVERTED
002760         IF LN-RETURN-CODE > LNG-RETURN-CODE
002770             MOVE LN-RETURN-CODE TO LNG-RETURN-CODE
002780         END-IF
002790         REWRITE LINEAGE-RECORD
002800             INVALID KEY
002810                 DISPLAY 'LINEAGE REWRITE FAILED - STATUS '
002820                     WS-LINEAGE-FILE-STATUS ' - '
002830                     LN-CALLING-PROGRAM ' STAGE ' LN-STAGE
002840                     ' NOT POSTED'
002850         END-REWRITE
002860     ELSE
002870         PERFORM 2100-WRITE-NEW-ROW THRU 2100-EXIT
002880     END-IF.
002890 2000-EXIT.
002900     EXIT.
002910
002920 2050-FIND-POSTED-ROW.
002930     IF WS-PST-MATCH (WS-PST-SUB) = WS-MATCH-KEY
002940         MOVE WS-PST-SUB TO WS-PST-FOUND
002950     END-IF.
002960 2050-EXIT.
002970     EXIT.
002980
002990*----------------------------------------------------------*
003000* 2010-OPEN-LINEAGE - OPEN THE LEDGER FOR I-O, CREATING IT  *
003010*                     WITH A ONE-TIME OPEN OUTPUT THE FIRST *
003020*                     TIME THIS RUNS.                       *
003030*----------------------------------------------------------*
003040 2010-OPEN-LINEAGE.
003050     OPEN I-O LINEAGE-FILE.
003060     IF WS-LINEAGE-FILE-STATUS = '35'
003070         OPEN OUTPUT LINEAGE-FILE
003080         CLOSE LINEAGE-FILE
003090         OPEN I-O LINEAGE-FILE
003100     END-IF.
003110 2010-EXIT.
003120     EXIT.
003130
003140*----------------------------------------------------------*
003150* 2100-WRITE-NEW-ROW - ADD A ROW STAMPED WITH THE RUN UNIT'S*
003160*                      FIRST CALL, BUMPING THE POST TIME BY *
003170*                      ONE HUNDREDTH OF A SECOND WHILE      *
003180*                      ANOTHER ROW ALREADY OWNS THE KEY, AND*
003190*                      REMEMBER ITS KEY FOR A REPEAT CALL.  *
003200*----------------------------------------------------------*
003210 2100-WRITE-NEW-ROW.
003220     MOVE SPACES             TO LINEAGE-RECORD.
003230     MOVE WS-FEED-DATE       TO LNG-FEED-DATE.
003240     MOVE LN-STAGE           TO LNG-STAGE.
003250     MOVE LN-CALLING-PROGRAM TO LNG-PROGRAM-ID.
003260     MOVE WS-POST-DATE       TO LNG-POST-DATE.
003270     MOVE WS-POST-TIME       TO LNG-POST-TIME.
003280     MOVE LN-COUNT-IN        TO LNG-COUNT-IN.
003290     MOVE LN-COUNT-OUT       TO LNG-COUNT-OUT.
003300     MOVE LN-COUNT-DIVERTED  TO LNG-COUNT-DIVERTED.
003310     MOVE LN-RETURN-CODE     TO LNG-RETURN-CODE.
003320     MOVE ZERO TO WS-WRITE-RETRY-CT.
003330     MOVE '99' TO WS-LINEAGE-FILE-STATUS.
003340     PERFORM 2110-WRITE-ONE-ROW THRU 2110-EXIT
003350         UNTIL WS-LINEAGE-FILE-STATUS = '00'
003360            OR WS-WRITE-RETRY-CT > 99.
003370     IF WS-LINEAGE-FILE-STATUS NOT = '00'
003380         DISPLAY 'LINEAGE WRITE FAILED - STATUS '
003390             WS-LINEAGE-FILE-STATUS ' - ' LN-CALLING-PROGRAM
003400             ' STAGE ' LN-STAGE ' NOT POSTED'
003410         GO TO 2100-EXIT
003420     END-IF.
003430     IF WS-PST-FOUND > ZERO
003440         MOVE LNG-KEY TO WS-PST-ROW-KEY (WS-PST-FOUND)
003450     ELSE
003460         IF WS-PST-USED < WS-PST-MAX
003470             ADD 1 TO WS-PST-USED
003480             MOVE WS-MATCH-KEY TO WS-PST-MATCH (WS-PST-USED)
003490             MOVE LNG-KEY      TO WS-PST-ROW-KEY (WS-PST-USED)
003500         END-IF
003510     END-IF.
003520 2100-EXIT.
003530     EXIT.
003540
003550 2110-WRITE-ONE-ROW.
003560     WRITE LINEAGE-RECORD
003570         INVALID KEY
003590             ADD 1 TO LNG-POST-TIME
003600     END-WRITE.
003602     ADD 1 TO WS-WRITE-RETRY-CT.
003610 2110-EXIT.
003620     EXIT.
