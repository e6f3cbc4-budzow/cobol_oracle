000226*                    LONGER DRAGS THE AVAILABILITY FIGURE   *
000227*                    DOWN THE WAY LAST MONTH'S TWO UPGRADE  *
000228*                    WINDOWS DID.                           *
000229*   2026-10-15 MWK   EVERY RUN NOW FILES ITS START, END,     *
000230*                    RECORD COUNT, AND RETURN CODE ON THE    *
000231*                    SHARED BATCH RUN HISTORY (DD RUNHIST)   *
000232*                    THROUGH THE RUNHIST SUBPROGRAM, FOR THE *
000233*                    BATWNDW BATCH-WINDOW REPORT.            *
000234*----------------------------------------------------------*
000240*
000250*   PARM FORMAT - 'MONTH=yyyymm' - THE REPORT MONTH.
000260*             OMITTED, THE RUN REPORTS THE CURRENT MONTH.
001310     05  SL-GO-PCT               PIC ZZ9.9.
001320     05  FILLER                  PIC X(66) VALUE SPACES.
001330
001331 01  WS-RUN-HISTORY-CALL.
001332     05  WS-RH-CALLING-PROGRAM   PIC X(12) VALUE 'DBRAVAIL'.
001333     05  WS-RH-QUALIFIER         PIC X(10) VALUE SPACES.
001334     05  WS-RH-EVENT             PIC X(05).
001335     05  WS-RH-RECORD-COUNT      PIC 9(09) VALUE ZERO.
001336     05  WS-RH-RETURN-CODE       PIC 9(04) VALUE ZERO.
001337
001340 LINKAGE SECTION.
001350 01  LS-PARM-AREA.
001360     05  LS-PARM-LEN             PIC S9(4) COMP.
001380
001390 PROCEDURE DIVISION USING LS-PARM-AREA.
001400 0000-MAINLINE.
001402     PERFORM 0100-RECORD-RUN-START THRU 0100-EXIT.
001410     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001420     PERFORM 2000-PROCESS-VERDICT-ROW THRU 2000-EXIT
001430         UNTIL WS-EOF.
001440     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001442     PERFORM 9900-RECORD-RUN-END THRU 9900-EXIT.
001450     GOBACK.
001451
001452*----------------------------------------------------------*
001453* 0100-RECORD-RUN-START - FILE THIS STEP'S RUNNING-STATE    *
001454*                         ROW ON THE SHARED BATCH RUN       *
001455*                         HISTORY BEFORE ANY WORK IS DONE.  *
001456*----------------------------------------------------------*
001457 0100-RECORD-RUN-START.
001458     MOVE 'START' TO WS-RH-EVENT.
001459     CALL 'RUNHIST' USING WS-RH-CALLING-PROGRAM
001460                          WS-RH-QUALIFIER
001461                          WS-RH-EVENT
001462                          WS-RH-RECORD-COUNT
001463                          WS-RH-RETURN-CODE.
001464 0100-EXIT.
001465     EXIT.
001466
001470*----------------------------------------------------------*
001480* 1000-INITIALIZE - PICK UP THE REPORT MONTH, OPEN THE      *
001490*                   FILES, AND PRIME THE FIRST READ.  A     *
003190     WRITE AVAIL-REPORT-RECORD FROM WS-MONTH-LINE.
003200 9100-EXIT.
003210     EXIT.
003220
003230*----------------------------------------------------------*
003240* 9900-RECORD-RUN-END - COMPLETE THIS STEP'S ROW ON THE     *
003250*                       SHARED BATCH RUN HISTORY WITH THE   *
003260*                       RECORD COUNT AND THE FINAL STEP     *
003270*                       RETURN CODE, THEN PUT THE RETURN    *
003280*                       CODE BACK - THE CALL REPLACES IT.   *
003290*----------------------------------------------------------*
003300 9900-RECORD-RUN-END.
003310     MOVE 'END' TO WS-RH-EVENT.
003320     MOVE WS-ROWS-READ TO WS-RH-RECORD-COUNT.
003330     MOVE RETURN-CODE TO WS-RH-RETURN-CODE.
003340     CALL 'RUNHIST' USING WS-RH-CALLING-PROGRAM
003350                          WS-RH-QUALIFIER
003360                          WS-RH-EVENT
003370                          WS-RH-RECORD-COUNT
003380                          WS-RH-RETURN-CODE.
003390     MOVE WS-RH-RETURN-CODE TO RETURN-CODE.
003400 9900-EXIT.
003410     EXIT.
