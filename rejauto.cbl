000270*                    REJREPR SCREEN LEAVES.  ANYTHING A      *
000280*                    RULE CANNOT FIX STAYS OUTSTANDING FOR   *
000290*                    THE HUMANS.                             *
000291*   2026-10-15 MWK   EVERY RUN NOW FILES ITS START, END,     *
000292*                    RECORD COUNT, AND RETURN CODE ON THE    *
000293*                    SHARED BATCH RUN HISTORY (DD RUNHIST)   *
000294*                    THROUGH THE RUNHIST SUBPROGRAM, FOR THE *
000295*                    BATWNDW BATCH-WINDOW REPORT.            *
000296*   2026-10-15 MWK   EVERY REJECT FLAGGED REPAIRED IS NOW    *
000297*                    POSTED TO THE ONBOARDING LINEAGE LEDGER *
000298*                    (DD LINEAGE) THROUGH THE LINEAGE        *
000299*                    SUBPROGRAM, AS A REPAIR AGAINST THE     *
000300*                    FEED DATE THAT WAS LAST LOADED WHEN THE *
000301*                    RECORD WAS REJECTED.  THE SUBPROGRAM    *
000302*                    GATHERS A RUN'S REPAIRS INTO ONE ROW    *
000303*                    PER FEED DATE.                          *
000304*----------------------------------------------------------*
000310*
000320*   RULES FILE (DD REPRULES, LRECL 80) - ONE LINE PER
000330*   ENABLED RULE - THE REASON CODE IN COLUMNS 1-4 AND THE
001310     05  WS-DS-OLD               PIC X(08).
001320     05  WS-DS-NEW               PIC X(08).
001330
001331 01  WS-RUN-HISTORY-CALL.
001332     05  WS-RH-CALLING-PROGRAM   PIC X(12) VALUE 'REJAUTO'.
001333     05  WS-RH-QUALIFIER         PIC X(10) VALUE SPACES.
001334     05  WS-RH-EVENT             PIC X(05).
001335     05  WS-RH-RECORD-COUNT      PIC 9(09) VALUE ZERO.
001336     05  WS-RH-RETURN-CODE       PIC 9(04) VALUE ZERO.
001337 01  WS-LINEAGE-CALL.
001338     05  WS-LN-CALLING-PROGRAM   PIC X(12) VALUE 'REJAUTO'.
001339     05  WS-LN-STAGE             PIC X(01) VALUE 'P'.
001340     05  WS-LN-FEED-DATE         PIC 9(08) VALUE ZERO.
001341     05  WS-LN-EVENT-DATE        PIC 9(08) VALUE ZERO.
001342     05  WS-LN-EVENT-TIME        PIC 9(08) VALUE ZERO.
001343     05  WS-LN-COUNT-IN          PIC 9(09) VALUE ZERO.
001344     05  WS-LN-COUNT-OUT         PIC 9(09) VALUE ZERO.
001345     05  WS-LN-COUNT-DIVERTED    PIC 9(09) VALUE ZERO.
001346     05  WS-LN-RETURN-CODE       PIC 9(04) VALUE ZERO.
001347
001348 PROCEDURE DIVISION.
001350 0000-MAINLINE.
001352     PERFORM 0100-RECORD-RUN-START THRU 0100-EXIT.
001360     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001370     PERFORM 2000-PROCESS-REJECT-ROW THRU 2000-EXIT
001380         UNTIL WS-EOF.
001390     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001392     PERFORM 9900-RECORD-RUN-END THRU 9900-EXIT.
001400     GOBACK.
001401
001402*----------------------------------------------------------*
001403* 0100-RECORD-RUN-START - FILE THIS STEP'S RUNNING-STATE    *
001404*                         ROW ON THE SHARED BATCH RUN       *
001405*                         HISTORY BEFORE ANY WORK IS DONE.  *
001406*----------------------------------------------------------*
001407 0100-RECORD-RUN-START.
001408     MOVE 'START' TO WS-RH-EVENT.
001409     CALL 'RUNHIST' USING WS-RH-CALLING-PROGRAM
001410                          WS-RH-QUALIFIER
001411                          WS-RH-EVENT
001412                          WS-RH-RECORD-COUNT
001413                          WS-RH-RETURN-CODE.
001414 0100-EXIT.
001415     EXIT.
001416
001420*----------------------------------------------------------*
001430* 1000-INITIALIZE - LOAD THE RULES AND OPEN THE KEYED       *
001440*                   FILES.  NO RULES MEANS NOTHING TO DO -  *
004200             MOVE 8 TO RETURN-CODE
004210         NOT INVALID KEY
004220             ADD 1 TO WS-ROWS-REPAIRED
004222             PERFORM 3600-POST-REPAIR-LINEAGE THRU 3600-EXIT
004230     END-REWRITE.
004240 3500-EXIT.
004241     EXIT.
004242
004243*----------------------------------------------------------*
004244* 3600-POST-REPAIR-LINEAGE - POST ONE REPAIR TO THE         *
004245*                            ONBOARDING LINEAGE LEDGER      *
004246*                            AGAINST THE FEED IN FORCE WHEN *
004247*                            THE RECORD WAS REJECTED, THEN  *
004248*                            PUT THE RETURN CODE BACK - THE *
004249*                            CALL REPLACES IT.              *
004250*----------------------------------------------------------*
004251 3600-POST-REPAIR-LINEAGE.
004252     MOVE REJ-DATE TO WS-LN-EVENT-DATE.
004253     MOVE REJ-TIME TO WS-LN-EVENT-TIME.
004254     MOVE 1    TO WS-LN-COUNT-IN.
004255     MOVE 1    TO WS-LN-COUNT-OUT.
004256     MOVE ZERO TO WS-LN-COUNT-DIVERTED.
004257     MOVE RETURN-CODE TO WS-LN-RETURN-CODE.
004258     CALL 'LINEAGE' USING WS-LN-CALLING-PROGRAM
004259                          WS-LN-STAGE
004260                          WS-LN-FEED-DATE
004261                          WS-LN-EVENT-DATE
004262                          WS-LN-EVENT-TIME
004263                          WS-LN-COUNT-IN
004264                          WS-LN-COUNT-OUT
004265                          WS-LN-COUNT-DIVERTED
004266                          WS-LN-RETURN-CODE.
004267     MOVE WS-LN-RETURN-CODE TO RETURN-CODE.
004268 3600-EXIT.
004269     EXIT.
004270
004271*----------------------------------------------------------*
004280* 9000-TERMINATE - CLOSE THE FILES AND REPORT WHAT THE      *
004290*                  PASS REPAIRED AND WHAT IT LEFT FOR THE   *
004300*                  HUMANS.                                  *
004430     DISPLAY 'REJAUTO REQUEUE FAILED:    ' WS-ROWS-WRITE-FAILED.
004440 9000-EXIT.
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
