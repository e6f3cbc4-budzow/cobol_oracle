000230*                    HISTORY OF FEED/ACK PAIRS (WHSHREC      *
000240*                    LAYOUT) SO DELIVERY CAN BE PROVED FOR   *
000250*                    ANY DATE.                               *
000251*   2026-10-15 MWK   EVERY RUN NOW FILES ITS START, END,     *
000252*                    RECORD COUNT, AND RETURN CODE ON THE    *
000253*                    SHARED BATCH RUN HISTORY (DD RUNHIST)   *
000254*                    THROUGH THE RUNHIST SUBPROGRAM, FOR THE *
000255*                    BATWNDW BATCH-WINDOW REPORT.            *
000260*----------------------------------------------------------*
000270*
000280*   PARM FORMAT - 'AGEHRS=nn' - A FEED STILL UNACKNOWLEDGED
001660         10  WS-PARM-DIGITS-2    PIC 9(02).
001670         10  FILLER              PIC X(28).
001680
001681 01  WS-RUN-HISTORY-CALL.
001682     05  WS-RH-CALLING-PROGRAM   PIC X(12) VALUE 'WHSRECON'.
001683     05  WS-RH-QUALIFIER         PIC X(10) VALUE SPACES.
001684     05  WS-RH-EVENT             PIC X(05).
001685     05  WS-RH-RECORD-COUNT      PIC 9(09) VALUE ZERO.
001686     05  WS-RH-RETURN-CODE       PIC 9(04) VALUE ZERO.
001687
001690 LINKAGE SECTION.
001700 01  LS-PARM-AREA.
001710     05  LS-PARM-LEN             PIC S9(4) COMP.
001730
001740 PROCEDURE DIVISION USING LS-PARM-AREA.
001750 0000-MAINLINE.
001752     PERFORM 0100-RECORD-RUN-START THRU 0100-EXIT.
001760     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001770     IF NOT WS-RUN-REFUSED
001780         PERFORM 2000-SCAN-FEED THRU 2000-EXIT
001830         PERFORM 5000-WRITE-HISTORY THRU 5000-EXIT
001840     END-IF.
001850     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001852     PERFORM 9900-RECORD-RUN-END THRU 9900-EXIT.
001860     GOBACK.
001861
001862*----------------------------------------------------------*
001863* 0100-RECORD-RUN-START - FILE THIS STEP'S RUNNING-STATE    *
001864*                         ROW ON THE SHARED BATCH RUN       *
001865*                         HISTORY BEFORE ANY WORK IS DONE.  *
001866*----------------------------------------------------------*
001867 0100-RECORD-RUN-START.
001868     MOVE 'START' TO WS-RH-EVENT.
001869     CALL 'RUNHIST' USING WS-RH-CALLING-PROGRAM
001870                          WS-RH-QUALIFIER
001871                          WS-RH-EVENT
001872                          WS-RH-RECORD-COUNT
001873                          WS-RH-RETURN-CODE.
001874 0100-EXIT.
001875     EXIT.
001876
001880*----------------------------------------------------------*
001890* 1000-INITIALIZE - PICK UP THE DEADLINE PARM AND OPEN THE  *
001900*                   FEED BEING RECONCILED.                  *
005070     DISPLAY 'WHSRECON VERDICT:      ' WS-RECON-STATUS.
005080 9000-EXIT.
005090     EXIT.
005100
005110*----------------------------------------------------------*
005120* 9900-RECORD-RUN-END - COMPLETE THIS STEP'S ROW ON THE     *
005130*                       SHARED BATCH RUN HISTORY WITH THE   *
005140*                       RECORD COUNT AND THE FINAL STEP     *
005150*                       RETURN CODE, THEN PUT THE RETURN    *
005160*                       CODE BACK - THE CALL REPLACES IT.   *
005170*----------------------------------------------------------*
005180 9900-RECORD-RUN-END.
005190     MOVE 'END' TO WS-RH-EVENT.
005200     MOVE WS-FEED-COUNT TO WS-RH-RECORD-COUNT.
005210     MOVE RETURN-CODE TO WS-RH-RETURN-CODE.
005220     CALL 'RUNHIST' USING WS-RH-CALLING-PROGRAM
005230                          WS-RH-QUALIFIER
005240                          WS-RH-EVENT
005250                          WS-RH-RECORD-COUNT
005260                          WS-RH-RETURN-CODE.
005270     MOVE WS-RH-RETURN-CODE TO RETURN-CODE.
005280 9900-EXIT.
005290     EXIT.
