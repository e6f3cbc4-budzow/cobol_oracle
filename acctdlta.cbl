000230*                    BY SIDE.  TODAY'S PASS IS ROLLED INTO   *
000240*                    THE NEW SNAPSHOT GENERATION FOR         *
000250*                    TOMORROW'S RUN.                         *
000251*   2026-10-15 MWK   EVERY RUN NOW FILES ITS START, END,     *
000252*                    RECORD COUNT, AND RETURN CODE ON THE    *
000253*                    SHARED BATCH RUN HISTORY (DD RUNHIST)   *
000254*                    THROUGH THE RUNHIST SUBPROGRAM, FOR THE *
000255*                    BATWNDW BATCH-WINDOW REPORT.            *
000260*----------------------------------------------------------*
000270*
000280*   PARM FORMAT - 'THRESH=nnnnnnnnn,ALIAS=aaaa'
002170     05  SL-YESTERDAY            PIC ZZZZZZZZ9.
002180     05  FILLER                  PIC X(41) VALUE SPACES.
002190
002191 01  WS-RUN-HISTORY-CALL.
002192     05  WS-RH-CALLING-PROGRAM   PIC X(12) VALUE 'ACCTDLTA'.
002193     05  WS-RH-QUALIFIER         PIC X(10) VALUE SPACES.
002194     05  WS-RH-EVENT             PIC X(05).
002195     05  WS-RH-RECORD-COUNT      PIC 9(09) VALUE ZERO.
002196     05  WS-RH-RETURN-CODE       PIC 9(04) VALUE ZERO.
002197
002200 LINKAGE SECTION.
002210 01  LS-PARM-AREA.
002220     05  LS-PARM-LEN             PIC S9(4) COMP.
002240
002250 PROCEDURE DIVISION USING LS-PARM-AREA.
002260 0000-MAINLINE.
002262     PERFORM 0100-RECORD-RUN-START THRU 0100-EXIT.
002270     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002280     IF NOT WS-SQL-FAILURE
002290         PERFORM 2000-MATCH-ONE-PAIR THRU 2000-EXIT
002310                OR WS-SQL-FAILURE
002320     END-IF.
002330     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002332     PERFORM 9900-RECORD-RUN-END THRU 9900-EXIT.
002340     GOBACK.
002341
002342*----------------------------------------------------------*
002343* 0100-RECORD-RUN-START - FILE THIS STEP'S RUNNING-STATE    *
002344*                         ROW ON THE SHARED BATCH RUN       *
002345*                         HISTORY BEFORE ANY WORK IS DONE.  *
002346*----------------------------------------------------------*
002347 0100-RECORD-RUN-START.
002348     MOVE 'START' TO WS-RH-EVENT.
002349     CALL 'RUNHIST' USING WS-RH-CALLING-PROGRAM
002350                          WS-RH-QUALIFIER
002351                          WS-RH-EVENT
002352                          WS-RH-RECORD-COUNT
002353                          WS-RH-RETURN-CODE.
002354 0100-EXIT.
002355     EXIT.
002356
002360*----------------------------------------------------------*
002370* 1000-INITIALIZE - PARSE THE PARM, CONNECT, OPEN THE       *
002380*                   SNAPSHOTS AND THE REPORT, OPEN THE      *
006260     WRITE DELTA-REPORT-RECORD FROM WS-MOVED-LINE.
006270 9400-EXIT.
006280     EXIT.
006290
006300*----------------------------------------------------------*
006310* 9900-RECORD-RUN-END - COMPLETE THIS STEP'S ROW ON THE     *
006320*                       SHARED BATCH RUN HISTORY WITH THE   *
006330*                       RECORD COUNT AND THE FINAL STEP     *
006340*                       RETURN CODE, THEN PUT THE RETURN    *
006350*                       CODE BACK - THE CALL REPLACES IT.   *
006360*----------------------------------------------------------*
006370 9900-RECORD-RUN-END.
006380     MOVE 'END' TO WS-RH-EVENT.
006390     MOVE WS-ROWS-TODAY TO WS-RH-RECORD-COUNT.
006400     MOVE RETURN-CODE TO WS-RH-RETURN-CODE.
006410     CALL 'RUNHIST' USING WS-RH-CALLING-PROGRAM
006420                          WS-RH-QUALIFIER
006430                          WS-RH-EVENT
006440                          WS-RH-RECORD-COUNT
006450                          WS-RH-RETURN-CODE.
006460     MOVE WS-RH-RETURN-CODE TO RETURN-CODE.
006470 9900-EXIT.
006480     EXIT.
