000210*                    SUMMED WRITTEN COUNTS.  ANY MISS IS     *
000220*                    RETURN CODE 8 - DO NOT LOAD AN OUTPUT   *
000230*                    THAT DID NOT PROVE ITSELF WHOLE.        *
000231*   2026-10-15 MWK   EVERY RUN NOW FILES ITS START, END,     *
000232*                    RECORD COUNT, AND RETURN CODE ON THE    *
000233*                    SHARED BATCH RUN HISTORY (DD RUNHIST)   *
000234*                    THROUGH THE RUNHIST SUBPROGRAM, FOR THE *
000235*                    BATWNDW BATCH-WINDOW REPORT.            *
000236*   2026-10-15 MWK   EVERY RUN NOW POSTS THE SUMMED          *
000237*                    PARTITION READ AND REJECTED COUNTS AND  *
000238*                    THE MERGED COUNT TO THE ONBOARDING      *
000239*                    LINEAGE LEDGER (DD LINEAGE) THROUGH THE *
000240*                    LINEAGE SUBPROGRAM, AS THE CLEANSE      *
000241*                    STAGE OF THE FEED DATE LAST LOADED.     *
000242*                    THE PARTITIONS THEMSELVES DO NOT POST.  *
000243*----------------------------------------------------------*
000250*
000260*   UNUSED PARTITION DD NAMES (A FOUR-WAY RUN ONLY FEEDS
000270*   PART1-PART4) MAY BE ALLOCATED AS EMPTY FILES OR LEFT
001410     05  WS-SUM-REJECTED         PIC 9(9) COMP VALUE ZERO.
001420     05  WS-RAW-COUNT            PIC 9(9) COMP VALUE ZERO.
001430
001431 01  WS-RUN-HISTORY-CALL.
001432     05  WS-RH-CALLING-PROGRAM   PIC X(12) VALUE 'PARTMRG'.
001433     05  WS-RH-QUALIFIER         PIC X(10) VALUE SPACES.
001434     05  WS-RH-EVENT             PIC X(05).
001435     05  WS-RH-RECORD-COUNT      PIC 9(09) VALUE ZERO.
001436     05  WS-RH-RETURN-CODE       PIC 9(04) VALUE ZERO.
001437 01  WS-LINEAGE-CALL.
001438     05  WS-LN-CALLING-PROGRAM   PIC X(12) VALUE 'PARTMRG'.
001439     05  WS-LN-STAGE             PIC X(01) VALUE 'C'.
001440     05  WS-LN-FEED-DATE         PIC 9(08) VALUE ZERO.
001441     05  WS-LN-EVENT-DATE        PIC 9(08) VALUE ZERO.
001442     05  WS-LN-EVENT-TIME        PIC 9(08) VALUE ZERO.
001443     05  WS-LN-COUNT-IN          PIC 9(09) VALUE ZERO.
001444     05  WS-LN-COUNT-OUT         PIC 9(09) VALUE ZERO.
001445     05  WS-LN-COUNT-DIVERTED    PIC 9(09) VALUE ZERO.
001446     05  WS-LN-RETURN-CODE       PIC 9(04) VALUE ZERO.
001447
001448 PROCEDURE DIVISION.
001450 0000-MAINLINE.
001452     PERFORM 0100-RECORD-RUN-START THRU 0100-EXIT.
001460     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001470     PERFORM 2000-MERGE-ONE-RECORD THRU 2000-EXIT
001480         UNTIL NOT WS-ANY-OPEN.
001490     PERFORM 3000-COUNT-RAW-FILE THRU 3000-EXIT.
001500     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001501     PERFORM 9800-POST-LINEAGE THRU 9800-EXIT.
001502     PERFORM 9900-RECORD-RUN-END THRU 9900-EXIT.
001510     GOBACK.
001511
001512*----------------------------------------------------------*
001513* 0100-RECORD-RUN-START - FILE THIS STEP'S RUNNING-STATE    *
001514*                         ROW ON THE SHARED BATCH RUN       *
001515*                         HISTORY BEFORE ANY WORK IS DONE.  *
001516*----------------------------------------------------------*
001517 0100-RECORD-RUN-START.
001518     MOVE 'START' TO WS-RH-EVENT.
001519     CALL 'RUNHIST' USING WS-RH-CALLING-PROGRAM
001520                          WS-RH-QUALIFIER
001521                          WS-RH-EVENT
001522                          WS-RH-RECORD-COUNT
001523                          WS-RH-RETURN-CODE.
001524 0100-EXIT.
001525     EXIT.
001526
001530*----------------------------------------------------------*
001540* 1000-INITIALIZE - OPEN EVERY PARTITION THAT IS THERE AND  *
001550*                   PRIME ITS FIRST RECORD.                 *
004600     END-EVALUATE.
004610 8300-EXIT.
004620     EXIT.
004630
004631*----------------------------------------------------------*
004632* 9800-POST-LINEAGE - POST THE MERGED CLEANSE OF THE FEED   *
004633*                     DATE LAST LOADED TO THE ONBOARDING    *
004634*                     LINEAGE LEDGER, THEN PUT THE RETURN   *
004635*                     CODE BACK - THE CALL REPLACES IT.     *
004636*----------------------------------------------------------*
004637 9800-POST-LINEAGE.
004638     MOVE WS-SUM-READ     TO WS-LN-COUNT-IN.
004639     MOVE WS-MERGED-COUNT TO WS-LN-COUNT-OUT.
004640     MOVE WS-SUM-REJECTED TO WS-LN-COUNT-DIVERTED.
004641     MOVE RETURN-CODE TO WS-LN-RETURN-CODE.
004642     CALL 'LINEAGE' USING WS-LN-CALLING-PROGRAM
004643                          WS-LN-STAGE
004644                          WS-LN-FEED-DATE
004645                          WS-LN-EVENT-DATE
004646                          WS-LN-EVENT-TIME
004647                          WS-LN-COUNT-IN
004648                          WS-LN-COUNT-OUT
004649                          WS-LN-COUNT-DIVERTED
004650                          WS-LN-RETURN-CODE.
004651     MOVE WS-LN-RETURN-CODE TO RETURN-CODE.
004652 9800-EXIT.
004653     EXIT.
004654
004655*----------------------------------------------------------*
004656* 9900-RECORD-RUN-END - COMPLETE THIS STEP'S ROW ON THE     *
004660*                       SHARED BATCH RUN HISTORY WITH THE   *
004670*                       RECORD COUNT AND THE FINAL STEP     *
004680*                       RETURN CODE, THEN PUT THE RETURN    *
004690*                       CODE BACK - THE CALL REPLACES IT.   *
004700*----------------------------------------------------------*
004710 9900-RECORD-RUN-END.
004720     MOVE 'END' TO WS-RH-EVENT.
004730     MOVE WS-MERGED-COUNT TO WS-RH-RECORD-COUNT.
004740     MOVE RETURN-CODE TO WS-RH-RETURN-CODE.
004750     CALL 'RUNHIST' USING WS-RH-CALLING-PROGRAM
004760                          WS-RH-QUALIFIER
004770                          WS-RH-EVENT
004780                          WS-RH-RECORD-COUNT
004790                          WS-RH-RETURN-CODE.
004800     MOVE WS-RH-RETURN-CODE TO RETURN-CODE.
004810 9900-EXIT.
004820     EXIT.
