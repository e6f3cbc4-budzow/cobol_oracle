000250*                    COULD NOT EVEN MEASURE IT.              *
000252*   2026-09-02 MWK   REASONS 2008 AND 2009 (THE STATUS       *
000254*                    LIFECYCLE EDITS) JOINED THE MATRIX.     *
000255*   2026-10-15 MWK   EVERY RUN NOW FILES ITS START, END,     *
000256*                    RECORD COUNT, AND RETURN CODE ON THE    *
000257*                    SHARED BATCH RUN HISTORY (DD RUNHIST)   *
000258*                    THROUGH THE RUNHIST SUBPROGRAM, FOR THE *
000259*                    BATWNDW BATCH-WINDOW REPORT.            *
000260*----------------------------------------------------------*
000270*
000280*   PARM FORMAT - 'AGELIM=nn' - AN OUTSTANDING REJECT OLDER
002050     05  SL-OVER-LIMIT           PIC ZZZZZZZZ9.
002060     05  FILLER                  PIC X(66) VALUE SPACES.
002070
002071 01  WS-RUN-HISTORY-CALL.
002072     05  WS-RH-CALLING-PROGRAM   PIC X(12) VALUE 'REJAGE'.
002073     05  WS-RH-QUALIFIER         PIC X(10) VALUE SPACES.
002074     05  WS-RH-EVENT             PIC X(05).
002075     05  WS-RH-RECORD-COUNT      PIC 9(09) VALUE ZERO.
002076     05  WS-RH-RETURN-CODE       PIC 9(04) VALUE ZERO.
002077
002080 LINKAGE SECTION.
002090 01  LS-PARM-AREA.
002100     05  LS-PARM-LEN             PIC S9(4) COMP.
002120
002130 PROCEDURE DIVISION USING LS-PARM-AREA.
002140 0000-MAINLINE.
002142     PERFORM 0100-RECORD-RUN-START THRU 0100-EXIT.
002150     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002160     PERFORM 2000-PROCESS-REJECT-ROW THRU 2000-EXIT
002170         UNTIL WS-EOF.
002180     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002182     PERFORM 9900-RECORD-RUN-END THRU 9900-EXIT.
002190     GOBACK.
002191
002192*----------------------------------------------------------*
002193* 0100-RECORD-RUN-START - FILE THIS STEP'S RUNNING-STATE    *
002194*                         ROW ON THE SHARED BATCH RUN       *
002195*                         HISTORY BEFORE ANY WORK IS DONE.  *
002196*----------------------------------------------------------*
002197 0100-RECORD-RUN-START.
002198     MOVE 'START' TO WS-RH-EVENT.
002199     CALL 'RUNHIST' USING WS-RH-CALLING-PROGRAM
002200                          WS-RH-QUALIFIER
002201                          WS-RH-EVENT
002202                          WS-RH-RECORD-COUNT
002203                          WS-RH-RETURN-CODE.
002204 0100-EXIT.
002205     EXIT.
002206
002210*----------------------------------------------------------*
002220* 1000-INITIALIZE - PICK UP THE AGE THRESHOLD, CLEAR THE    *
002230*                   MATRIX, OPEN THE FILES.  A MISSING      *
004430     WRITE AGING-REPORT-RECORD FROM WS-MATRIX-LINE.
004440 9100-EXIT.
004450     EXIT.
004460
004470*----------------------------------------------------------*
004480* 9900-RECORD-RUN-END - COMPLETE THIS STEP'S ROW ON THE     *
004490*                       SHARED BATCH RUN HISTORY WITH THE   *
004500*                       RECORD COUNT AND THE FINAL STEP     *
004510*                       RETURN CODE, THEN PUT THE RETURN    *
004520*                       CODE BACK - THE CALL REPLACES IT.   *
004530*----------------------------------------------------------*
004540 9900-RECORD-RUN-END.
004550     MOVE 'END' TO WS-RH-EVENT.
004560     MOVE WS-ROWS-READ TO WS-RH-RECORD-COUNT.
004570     MOVE RETURN-CODE TO WS-RH-RETURN-CODE.
004580     CALL 'RUNHIST' USING WS-RH-CALLING-PROGRAM
004590                          WS-RH-QUALIFIER
004600                          WS-RH-EVENT
004610                          WS-RH-RECORD-COUNT
004620                          WS-RH-RETURN-CODE.
004630     MOVE WS-RH-RETURN-CODE TO RETURN-CODE.
004640 9900-EXIT.
004650     EXIT.
