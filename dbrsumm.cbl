000269*                    AVAILABILITY NUMBERS TELL SCHEDULED    *
000270*                    WORK FROM REAL INCIDENTS.  A STEP      *
000271*                    WITH NO EVIDENCE STAYS A REAL NO-GO.   *
000272*   2026-10-15 MWK   EVERY RUN NOW FILES ITS START, END,     *
000273*                    RECORD COUNT, AND RETURN CODE ON THE    *
000274*                    SHARED BATCH RUN HISTORY (DD RUNHIST)   *
000275*                    THROUGH THE RUNHIST SUBPROGRAM, FOR THE *
000276*                    BATWNDW BATCH-WINDOW REPORT.            *
000277*----------------------------------------------------------*
000278*
000279*   PARM FORMAT - 'RDATE=yyyymmdd,FROM=hhmmss,TO=hhmmss'
000280*             THE RUN WINDOW TO SUMMARIZE.  ALL OPTIONAL -
000290*             THE DEFAULT IS ALL OF TODAY, WHICH FITS THE
000300*             NORMAL SAME-NIGHT SCHEDULING.
001980     05  VL-FAIL-OPERATION       PIC X(20).
001990     05  FILLER                  PIC X(61) VALUE SPACES.
002000
002001 01  WS-RUN-HISTORY-CALL.
002002     05  WS-RH-CALLING-PROGRAM   PIC X(12) VALUE 'DBRSUMM'.
002003     05  WS-RH-QUALIFIER         PIC X(10) VALUE SPACES.
002004     05  WS-RH-EVENT             PIC X(05).
002005     05  WS-RH-RECORD-COUNT      PIC 9(09) VALUE ZERO.
002006     05  WS-RH-RETURN-CODE       PIC 9(04) VALUE ZERO.
002007
002010 LINKAGE SECTION.
002020 01  LS-PARM-AREA.
002030     05  LS-PARM-LEN             PIC S9(4) COMP.
002050
002060 PROCEDURE DIVISION USING LS-PARM-AREA.
002070 0000-MAINLINE.
002072     PERFORM 0100-RECORD-RUN-START THRU 0100-EXIT.
002080     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002090     PERFORM 2000-SCAN-DUALLOG THRU 2000-EXIT.
002100     PERFORM 3000-SCAN-ERROR-LOG THRU 3000-EXIT.
002110     PERFORM 4000-SCAN-AUDIT-TRAIL THRU 4000-EXIT.
002120     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002122     PERFORM 9900-RECORD-RUN-END THRU 9900-EXIT.
002130     GOBACK.
002131
002132*----------------------------------------------------------*
002133* 0100-RECORD-RUN-START - FILE THIS STEP'S RUNNING-STATE    *
002134*                         ROW ON THE SHARED BATCH RUN       *
002135*                         HISTORY BEFORE ANY WORK IS DONE.  *
002136*----------------------------------------------------------*
002137 0100-RECORD-RUN-START.
002138     MOVE 'START' TO WS-RH-EVENT.
002139     CALL 'RUNHIST' USING WS-RH-CALLING-PROGRAM
002140                          WS-RH-QUALIFIER
002141                          WS-RH-EVENT
002142                          WS-RH-RECORD-COUNT
002143                          WS-RH-RETURN-CODE.
002144 0100-EXIT.
002145     EXIT.
002146
002150*----------------------------------------------------------*
002160* 1000-INITIALIZE - PICK UP THE WINDOW AND SEED THE STEP    *
002170*                   TABLE WITH THE SUITE'S PROGRAMS.        *
005050     WRITE READINESS-REPORT-RECORD FROM WS-STEP-LINE.
005060 9100-EXIT.
005070     EXIT.
005080
005090*----------------------------------------------------------*
005100* 9900-RECORD-RUN-END - COMPLETE THIS STEP'S ROW ON THE     *
005110*                       SHARED BATCH RUN HISTORY WITH THE   *
005120*                       RECORD COUNT AND THE FINAL STEP     *
005130*                       RETURN CODE, THEN PUT THE RETURN    *
005140*                       CODE BACK - THE CALL REPLACES IT.   *
005150*----------------------------------------------------------*
005160 9900-RECORD-RUN-END.
005170     MOVE 'END' TO WS-RH-EVENT.
005180     MOVE WS-DUAL-ATTEMPTS TO WS-RH-RECORD-COUNT.
005190     MOVE RETURN-CODE TO WS-RH-RETURN-CODE.
005200     CALL 'RUNHIST' USING WS-RH-CALLING-PROGRAM
005210                          WS-RH-QUALIFIER
005220                          WS-RH-EVENT
005230                          WS-RH-RECORD-COUNT
005240                          WS-RH-RETURN-CODE.
005250     MOVE WS-RH-RETURN-CODE TO RETURN-CODE.
005260 9900-EXIT.
005270     EXIT.
