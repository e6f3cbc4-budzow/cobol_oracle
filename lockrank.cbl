000160*                    ALMOST ALWAYS THE SAME FEW ROWS, AND    *
000170*                    NAMING THEM IS THE WHOLE DIAGNOSTIC     *
000180*                    VALUE.                                  *
000181*   2026-10-15 MWK   EVERY RUN NOW FILES ITS START, END,     *
000182*                    RECORD COUNT, AND RETURN CODE ON THE    *
000183*                    SHARED BATCH RUN HISTORY (DD RUNHIST)   *
000184*                    THROUGH THE RUNHIST SUBPROGRAM, FOR THE *
000185*                    BATWNDW BATCH-WINDOW REPORT.            *
000190*----------------------------------------------------------*
000200 ENVIRONMENT DIVISION.
000210 INPUT-OUTPUT SECTION.
001090     05  DL-LAST-TIME            PIC 9(08).
001100     05  FILLER                  PIC X(14) VALUE SPACES.
001110
001111 01  WS-RUN-HISTORY-CALL.
001112     05  WS-RH-CALLING-PROGRAM   PIC X(12) VALUE 'LOCKRANK'.
001113     05  WS-RH-QUALIFIER         PIC X(10) VALUE SPACES.
001114     05  WS-RH-EVENT             PIC X(05).
001115     05  WS-RH-RECORD-COUNT      PIC 9(09) VALUE ZERO.
001116     05  WS-RH-RETURN-CODE       PIC 9(04) VALUE ZERO.
001117
001120 PROCEDURE DIVISION.
001130 0000-MAINLINE.
001132     PERFORM 0100-RECORD-RUN-START THRU 0100-EXIT.
001140     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001150     PERFORM 2000-ACCUMULATE-DETAIL THRU 2000-EXIT
001160         UNTIL WS-EOF.
001170     PERFORM 3000-RANK-AND-REPORT THRU 3000-EXIT.
001180     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001182     PERFORM 9900-RECORD-RUN-END THRU 9900-EXIT.
001190     GOBACK.
001191
001192*----------------------------------------------------------*
001193* 0100-RECORD-RUN-START - FILE THIS STEP'S RUNNING-STATE    *
001194*                         ROW ON THE SHARED BATCH RUN       *
001195*                         HISTORY BEFORE ANY WORK IS DONE.  *
001196*----------------------------------------------------------*
001197 0100-RECORD-RUN-START.
001198     MOVE 'START' TO WS-RH-EVENT.
001199     CALL 'RUNHIST' USING WS-RH-CALLING-PROGRAM
001200                          WS-RH-QUALIFIER
001201                          WS-RH-EVENT
001202                          WS-RH-RECORD-COUNT
001203                          WS-RH-RETURN-CODE.
001204 0100-EXIT.
001205     EXIT.
001206
001210*----------------------------------------------------------*
001220* 1000-INITIALIZE - OPEN THE DETAIL FILE (A MISSING FILE    *
001230*                   JUST MEANS NO TIMEOUTS EVER - AN EMPTY  *
002870     DISPLAY 'LOCKRANK DETAILS DROPPED: ' WS-DETAILS-DROPPED.
002880 9000-EXIT.
002890     EXIT.
002900
002910*----------------------------------------------------------*
002920* 9900-RECORD-RUN-END - COMPLETE THIS STEP'S ROW ON THE     *
002930*                       SHARED BATCH RUN HISTORY WITH THE   *
002940*                       RECORD COUNT AND THE FINAL STEP     *
002950*                       RETURN CODE, THEN PUT THE RETURN    *
002960*                       CODE BACK - THE CALL REPLACES IT.   *
002970*----------------------------------------------------------*
002980 9900-RECORD-RUN-END.
002990     MOVE 'END' TO WS-RH-EVENT.
003000     MOVE WS-DETAILS-READ TO WS-RH-RECORD-COUNT.
003010     MOVE RETURN-CODE TO WS-RH-RETURN-CODE.
003020     CALL 'RUNHIST' USING WS-RH-CALLING-PROGRAM
003030                          WS-RH-QUALIFIER
003040                          WS-RH-EVENT
003050                          WS-RH-RECORD-COUNT
003060                          WS-RH-RETURN-CODE.
003070     MOVE WS-RH-RETURN-CODE TO RETURN-CODE.
003080 9900-EXIT.
003090     EXIT.
