000276*                    REPORTED AS A SEPARATE IN-WINDOW        *
000277*                    COUNT, SO AN ANNOUNCED UPGRADE NIGHT    *
000278*                    NO LONGER DRAGS THE NUMBERS DOWN.       *
000279*   2026-10-15 MWK   EVERY RUN NOW FILES ITS START, END,     *
000280*                    RECORD COUNT, AND RETURN CODE ON THE    *
000281*                    SHARED BATCH RUN HISTORY (DD RUNHIST)   *
000282*                    THROUGH THE RUNHIST SUBPROGRAM, FOR THE *
000283*                    BATWNDW BATCH-WINDOW REPORT.            *
000284*----------------------------------------------------------*
000290*
000300*   PARM FORMAT - 'RDATE=yyyymmdd'
000310*             THE AUD-DATE TO SUMMARIZE.  OMITTED, THE RUN
001886         10  WIN-FROM-TIME       PIC 9(06).
001887         10  WIN-TO-TIME         PIC 9(06).
001888
001889 01  WS-RUN-HISTORY-CALL.
001890     05  WS-RH-CALLING-PROGRAM   PIC X(12) VALUE 'AUDTPERF'.
001891     05  WS-RH-QUALIFIER         PIC X(10) VALUE SPACES.
001892     05  WS-RH-EVENT             PIC X(05).
001893     05  WS-RH-RECORD-COUNT      PIC 9(09) VALUE ZERO.
001894     05  WS-RH-RETURN-CODE       PIC 9(04) VALUE ZERO.
001895
001896 LINKAGE SECTION.
001900 01  LS-PARM-AREA.
001910     05  LS-PARM-LEN             PIC S9(4) COMP.
001920     05  LS-PARM-TEXT            PIC X(80).
001930
001940 PROCEDURE DIVISION USING LS-PARM-AREA.
001950 0000-MAINLINE.
001952     PERFORM 0100-RECORD-RUN-START THRU 0100-EXIT.
001960     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001970     PERFORM 2000-PROCESS-AUDIT-ROW THRU 2000-EXIT
001980         UNTIL WS-EOF.
001990     PERFORM 3000-REPORT-GROUPS THRU 3000-EXIT.
002000     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002002     PERFORM 9900-RECORD-RUN-END THRU 9900-EXIT.
002010     GOBACK.
002011
002012*----------------------------------------------------------*
002013* 0100-RECORD-RUN-START - FILE THIS STEP'S RUNNING-STATE    *
002014*                         ROW ON THE SHARED BATCH RUN       *
002015*                         HISTORY BEFORE ANY WORK IS DONE.  *
002016*----------------------------------------------------------*
002017 0100-RECORD-RUN-START.
002018     MOVE 'START' TO WS-RH-EVENT.
002019     CALL 'RUNHIST' USING WS-RH-CALLING-PROGRAM
002020                          WS-RH-QUALIFIER
002021                          WS-RH-EVENT
002022                          WS-RH-RECORD-COUNT
002023                          WS-RH-RETURN-CODE.
002024 0100-EXIT.
002025     EXIT.
002026
002030*----------------------------------------------------------*
002040* 1000-INITIALIZE - PICK UP THE REPORT DATE, LOAD THE       *
002050*                   THRESHOLDS TABLE, AND OPEN THE TRAIL.   *
004711     END-IF.
004712 9000-EXIT.
004720     EXIT.
004730
004740*----------------------------------------------------------*
004750* 9900-RECORD-RUN-END - COMPLETE THIS STEP'S ROW ON THE     *
004760*                       SHARED BATCH RUN HISTORY WITH THE   *
004770*                       RECORD COUNT AND THE FINAL STEP     *
004780*                       RETURN CODE, THEN PUT THE RETURN    *
004790*                       CODE BACK - THE CALL REPLACES IT.   *
004800*----------------------------------------------------------*
004810 9900-RECORD-RUN-END.
004820     MOVE 'END' TO WS-RH-EVENT.
004830     MOVE WS-ROWS-READ TO WS-RH-RECORD-COUNT.
004840     MOVE RETURN-CODE TO WS-RH-RETURN-CODE.
004850     CALL 'RUNHIST' USING WS-RH-CALLING-PROGRAM
004860                          WS-RH-QUALIFIER
004870                          WS-RH-EVENT
004880                          WS-RH-RECORD-COUNT
004890                          WS-RH-RETURN-CODE.
004900     MOVE WS-RH-RETURN-CODE TO RETURN-CODE.
004910 9900-EXIT.
004920     EXIT.
