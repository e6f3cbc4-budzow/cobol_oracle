000226*                    OFF THE REPORT - THE CURSOR PREDICATE  *
000227*                    IS DRIVEN BY A HOST VARIABLE, SO THE   *
000228*                    DEFAULT RUN STILL LISTS EVERY ROW.     *
000229*   2026-10-15 MWK   EVERY RUN NOW FILES ITS START, END,     *
000230*                    RECORD COUNT, AND RETURN CODE ON THE    *
000231*                    SHARED BATCH RUN HISTORY (DD RUNHIST)   *
000232*                    THROUGH THE RUNHIST SUBPROGRAM, FOR THE *
000233*                    BATWNDW BATCH-WINDOW REPORT.            *
000234*----------------------------------------------------------*
000235 ENVIRONMENT DIVISION.
000240 INPUT-OUTPUT SECTION.
000250 FILE-CONTROL.
000260     SELECT ACCT-REPORT-FILE ASSIGN TO 'ACCTRPT'
000820         10  WS-PARM-DIGITS-2    PIC 9(02).
000821         10  FILLER              PIC X(28).
000822
000823 01  WS-RUN-HISTORY-CALL.
000824     05  WS-RH-CALLING-PROGRAM   PIC X(12) VALUE 'ACCT-REPORT'.
000825     05  WS-RH-QUALIFIER         PIC X(10) VALUE SPACES.
000826     05  WS-RH-EVENT             PIC X(05).
000827     05  WS-RH-RECORD-COUNT      PIC 9(09) VALUE ZERO.
000828     05  WS-RH-RETURN-CODE       PIC 9(04) VALUE ZERO.
000829
000830 LINKAGE SECTION.
000831 01  LS-PARM-AREA.
000832     05  LS-PARM-LEN             PIC S9(4) COMP.
000833     05  LS-PARM-TEXT            PIC X(80).
000834
000835 PROCEDURE DIVISION USING LS-PARM-AREA.
000836 0000-MAINLINE.
000837     PERFORM 0100-RECORD-RUN-START THRU 0100-EXIT.
000838     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000840     IF NOT WS-SQL-FAILURE
000850         PERFORM 2000-REPORT-ROW THRU 2000-EXIT
000860             UNTIL WS-CURSOR-EOF OR WS-SQL-FAILURE
000870     END-IF.
000880     PERFORM 9000-TERMINATE THRU 9000-EXIT.
000882     PERFORM 9900-RECORD-RUN-END THRU 9900-EXIT.
000890     GOBACK.
000891
000892*----------------------------------------------------------*
000893* 0100-RECORD-RUN-START - FILE THIS STEP'S RUNNING-STATE    *
000894*                         ROW ON THE SHARED BATCH RUN       *
000895*                         HISTORY BEFORE ANY WORK IS DONE.  *
000896*----------------------------------------------------------*
000897 0100-RECORD-RUN-START.
000898     MOVE 'START' TO WS-RH-EVENT.
000899     CALL 'RUNHIST' USING WS-RH-CALLING-PROGRAM
000900                          WS-RH-QUALIFIER
000901                          WS-RH-EVENT
000902                          WS-RH-RECORD-COUNT
000903                          WS-RH-RETURN-CODE.
000904 0100-EXIT.
000905     EXIT.
000906
000910*----------------------------------------------------------*
000920* 1000-INITIALIZE - CONNECT, OPEN THE REPORT FILE, AND OPEN *
000930*                   THE ACCOUNT_MASTER CURSOR.              *
003620     END-IF.
003630 6200-EXIT.
003640     EXIT.
003650
003660*----------------------------------------------------------*
003670* 9900-RECORD-RUN-END - COMPLETE THIS STEP'S ROW ON THE     *
003680*                       SHARED BATCH RUN HISTORY WITH THE   *
003690*                       RECORD COUNT AND THE FINAL STEP     *
003700*                       RETURN CODE, THEN PUT THE RETURN    *
003710*                       CODE BACK - THE CALL REPLACES IT.   *
003720*----------------------------------------------------------*
003730 9900-RECORD-RUN-END.
003740     MOVE 'END' TO WS-RH-EVENT.
003750     MOVE WS-ROWS-REPORTED TO WS-RH-RECORD-COUNT.
003760     MOVE RETURN-CODE TO WS-RH-RETURN-CODE.
003770     CALL 'RUNHIST' USING WS-RH-CALLING-PROGRAM
003780                          WS-RH-QUALIFIER
003790                          WS-RH-EVENT
003800                          WS-RH-RECORD-COUNT
003810                          WS-RH-RETURN-CODE.
003820     MOVE WS-RH-RETURN-CODE TO RETURN-CODE.
003830 9900-EXIT.
003840     EXIT.
