000240*                    KEPT, ARCHIVED, AND DELETED ARE         *
000250*                    REPORTED PER PROGRAM SO THE RUN PROVES  *
000260*                    NOTHING WAS LOST.                       *
000261*   2026-10-15 MWK   EVERY RUN NOW FILES ITS START, END,     *
000262*                    RECORD COUNT, AND RETURN CODE ON THE    *
000263*                    SHARED BATCH RUN HISTORY (DD RUNHIST)   *
000264*                    THROUGH THE RUNHIST SUBPROGRAM, FOR THE *
000265*                    BATWNDW BATCH-WINDOW REPORT.            *
000270*----------------------------------------------------------*
000280*
000290*   PARM FORMAT - 'CUTOFF=yyyymmdd'
001390     05  TL-DELETED              PIC ZZZZZZZZ9.
001400     05  FILLER                  PIC X(85) VALUE SPACES.
001410
001411 01  WS-RUN-HISTORY-CALL.
001412     05  WS-RH-CALLING-PROGRAM   PIC X(12) VALUE 'AUDTPURG'.
001413     05  WS-RH-QUALIFIER         PIC X(10) VALUE SPACES.
001414     05  WS-RH-EVENT             PIC X(05).
001415     05  WS-RH-RECORD-COUNT      PIC 9(09) VALUE ZERO.
001416     05  WS-RH-RETURN-CODE       PIC 9(04) VALUE ZERO.
001417
001420 LINKAGE SECTION.
001430 01  LS-PARM-AREA.
001440     05  LS-PARM-LEN             PIC S9(4) COMP.
001460
001470 PROCEDURE DIVISION USING LS-PARM-AREA.
001480 0000-MAINLINE.
001482     PERFORM 0100-RECORD-RUN-START THRU 0100-EXIT.
001490     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001500     IF NOT WS-PARM-ERROR
001510         PERFORM 2000-PROCESS-AUDIT-ROW THRU 2000-EXIT
001520             UNTIL WS-EOF
001530     END-IF.
001540     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001542     PERFORM 9900-RECORD-RUN-END THRU 9900-EXIT.
001550     GOBACK.
001551
001552*----------------------------------------------------------*
001553* 0100-RECORD-RUN-START - FILE THIS STEP'S RUNNING-STATE    *
001554*                         ROW ON THE SHARED BATCH RUN       *
001555*                         HISTORY BEFORE ANY WORK IS DONE.  *
001556*----------------------------------------------------------*
001557 0100-RECORD-RUN-START.
001558     MOVE 'START' TO WS-RH-EVENT.
001559     CALL 'RUNHIST' USING WS-RH-CALLING-PROGRAM
001560                          WS-RH-QUALIFIER
001561                          WS-RH-EVENT
001562                          WS-RH-RECORD-COUNT
001563                          WS-RH-RETURN-CODE.
001564 0100-EXIT.
001565     EXIT.
001566
001570*----------------------------------------------------------*
001580* 1000-INITIALIZE - VALIDATE THE CUTOFF PARM AND OPEN THE   *
001590*                   FILES.  NO CUTOFF, NO PURGE.            *
003480     WRITE PURGE-REPORT-RECORD FROM WS-DETAIL-LINE.
003490 9100-EXIT.
003500     EXIT.
003510
003520*----------------------------------------------------------*
003530* 9900-RECORD-RUN-END - COMPLETE THIS STEP'S ROW ON THE     *
003540*                       SHARED BATCH RUN HISTORY WITH THE   *
003550*                       RECORD COUNT AND THE FINAL STEP     *
003560*                       RETURN CODE, THEN PUT THE RETURN    *
003570*                       CODE BACK - THE CALL REPLACES IT.   *
003580*----------------------------------------------------------*
003590 9900-RECORD-RUN-END.
003600     MOVE 'END' TO WS-RH-EVENT.
003610     MOVE WS-ROWS-READ TO WS-RH-RECORD-COUNT.
003620     MOVE RETURN-CODE TO WS-RH-RETURN-CODE.
003630     CALL 'RUNHIST' USING WS-RH-CALLING-PROGRAM
003640                          WS-RH-QUALIFIER
003650                          WS-RH-EVENT
003660                          WS-RH-RECORD-COUNT
003670                          WS-RH-RETURN-CODE.
003680     MOVE WS-RH-RETURN-CODE TO RETURN-CODE.
003690 9900-EXIT.
003700     EXIT.
