000250*                    A NONZERO RETURN CODE THE SCHEDULER     *
000260*                    GATES ON, THE SAME WAY STEP020 GATES    *
000270*                    ON DUAL TODAY.                          *
000271*   2026-10-15 MWK   EVERY RUN NOW FILES ITS START, END,     *
000272*                    RECORD COUNT, AND RETURN CODE ON THE    *
000273*                    SHARED BATCH RUN HISTORY (DD RUNHIST)   *
000274*                    THROUGH THE RUNHIST SUBPROGRAM, FOR THE *
000275*                    BATWNDW BATCH-WINDOW REPORT.            *
000276*   2026-10-15 MWK   EVERY ACCEPTED TRANSMISSION NOW POSTS   *
000277*                    ITS DETAILS SENT AND RECORDS LOADED TO  *
000278*                    THE ONBOARDING LINEAGE LEDGER (DD       *
000279*                    LINEAGE) THROUGH THE LINEAGE            *
000280*                    SUBPROGRAM, AS THE RECEIPT STAGE OF ITS *
000281*                    FEED DATE.                              *
000282*----------------------------------------------------------*
000290*
000300*   TRANSMISSION LAYOUT (DD FEEDXMIT, LRECL 111) -
000310*     H yyyymmdd            ONE HEADER, FIRST RECORD
001170     05  WS-LOAD-DATE            PIC 9(08).
001180     05  WS-LOAD-TIME            PIC 9(08).
001190
001191 01  WS-RUN-HISTORY-CALL.
001192     05  WS-RH-CALLING-PROGRAM   PIC X(12) VALUE 'FEEDIN'.
001193     05  WS-RH-QUALIFIER         PIC X(10) VALUE SPACES.
001194     05  WS-RH-EVENT             PIC X(05).
001195     05  WS-RH-RECORD-COUNT      PIC 9(09) VALUE ZERO.
001196     05  WS-RH-RETURN-CODE       PIC 9(04) VALUE ZERO.
001197 01  WS-LINEAGE-CALL.
001198     05  WS-LN-CALLING-PROGRAM   PIC X(12) VALUE 'FEEDIN'.
001199     05  WS-LN-STAGE             PIC X(01) VALUE 'R'.
001200     05  WS-LN-FEED-DATE         PIC 9(08) VALUE ZERO.
001201     05  WS-LN-EVENT-DATE        PIC 9(08) VALUE ZERO.
001202     05  WS-LN-EVENT-TIME        PIC 9(08) VALUE ZERO.
001203     05  WS-LN-COUNT-IN          PIC 9(09) VALUE ZERO.
001204     05  WS-LN-COUNT-OUT         PIC 9(09) VALUE ZERO.
001205     05  WS-LN-COUNT-DIVERTED    PIC 9(09) VALUE ZERO.
001206     05  WS-LN-RETURN-CODE       PIC 9(04) VALUE ZERO.
001207
001208 PROCEDURE DIVISION.
001210 0000-MAINLINE.
001212     PERFORM 0100-RECORD-RUN-START THRU 0100-EXIT.
001220     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001230     IF NOT WS-RUN-REFUSED
001240         PERFORM 2000-VALIDATE-TRANSMISSION THRU 2000-EXIT
001330         PERFORM 5000-RECORD-FEED-HISTORY THRU 5000-EXIT
001340     END-IF.
001350     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001351     PERFORM 9800-POST-LINEAGE THRU 9800-EXIT.
001352     PERFORM 9900-RECORD-RUN-END THRU 9900-EXIT.
001360     GOBACK.
001361
001362*----------------------------------------------------------*
001363* 0100-RECORD-RUN-START - FILE THIS STEP'S RUNNING-STATE    *
001364*                         ROW ON THE SHARED BATCH RUN       *
001365*                         HISTORY BEFORE ANY WORK IS DONE.  *
001366*----------------------------------------------------------*
001367 0100-RECORD-RUN-START.
001368     MOVE 'START' TO WS-RH-EVENT.
001369     CALL 'RUNHIST' USING WS-RH-CALLING-PROGRAM
001370                          WS-RH-QUALIFIER
001371                          WS-RH-EVENT
001372                          WS-RH-RECORD-COUNT
001373                          WS-RH-RETURN-CODE.
001374 0100-EXIT.
001375     EXIT.
001376
001380*----------------------------------------------------------*
001390* 1000-INITIALIZE - OPEN THE TRANSMISSION FOR THE           *
001400*                   VALIDATION PASS.  NOTHING ELSE IS       *
004220     END-IF.
004230 9000-EXIT.
004240     EXIT.
004250
004251*----------------------------------------------------------*
004252* 9800-POST-LINEAGE - POST THE RECEIPT OF THIS FEED DATE TO *
004253*                     THE ONBOARDING LINEAGE LEDGER, THEN   *
004254*                     PUT THE RETURN CODE BACK - THE CALL   *
004255*                     REPLACES IT.  A REFUSED RUN LOADED    *
004256*                     NOTHING AND POSTS NOTHING.            *
004257*----------------------------------------------------------*
004258 9800-POST-LINEAGE.
004259     IF WS-RUN-REFUSED
004260         GO TO 9800-EXIT
004261     END-IF.
004262     MOVE WS-FEED-DATE TO WS-LN-FEED-DATE.
004263     MOVE WS-DETAILS-SEEN TO WS-LN-COUNT-IN.
004264     COMPUTE WS-LN-COUNT-OUT =
004265         WS-RECORDS-WRITTEN + WS-RECORDS-REPLACED.
004266     MOVE RETURN-CODE TO WS-LN-RETURN-CODE.
004267     CALL 'LINEAGE' USING WS-LN-CALLING-PROGRAM
004268                          WS-LN-STAGE
004269                          WS-LN-FEED-DATE
004270                          WS-LN-EVENT-DATE
004271                          WS-LN-EVENT-TIME
004272                          WS-LN-COUNT-IN
004273                          WS-LN-COUNT-OUT
004274                          WS-LN-COUNT-DIVERTED
004275                          WS-LN-RETURN-CODE.
004276     MOVE WS-LN-RETURN-CODE TO RETURN-CODE.
004277 9800-EXIT.
004278     EXIT.
004279
004280*----------------------------------------------------------*
004281* 9900-RECORD-RUN-END - COMPLETE THIS STEP'S ROW ON THE     *
004282*                       SHARED BATCH RUN HISTORY WITH THE   *
004290*                       RECORD COUNT AND THE FINAL STEP     *
004300*                       RETURN CODE, THEN PUT THE RETURN    *
004310*                       CODE BACK - THE CALL REPLACES IT.   *
004320*----------------------------------------------------------*
004330 9900-RECORD-RUN-END.
004340     MOVE 'END' TO WS-RH-EVENT.
004350     MOVE WS-RECORDS-READ TO WS-RH-RECORD-COUNT.
004360     MOVE RETURN-CODE TO WS-RH-RETURN-CODE.
004370     CALL 'RUNHIST' USING WS-RH-CALLING-PROGRAM
004380                          WS-RH-QUALIFIER
004390                          WS-RH-EVENT
004400                          WS-RH-RECORD-COUNT
004410                          WS-RH-RETURN-CODE.
004420     MOVE WS-RH-RETURN-CODE TO RETURN-CODE.
004430 9900-EXIT.
004440     EXIT.
