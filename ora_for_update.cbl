000626*                    FINALLY NAMES WHICH TWELVE.  THE LOCKRANK  *
000627*                    COMPANION REPORT RANKS THE REPEAT          *
000628*                    OFFENDERS ACROSS RUNS.                     *
000629*   2026-10-15 MWK   EVERY RUN NOW FILES ITS START, END,     *
000630*                    RECORD COUNT, AND RETURN CODE ON THE    *
000631*                    SHARED BATCH RUN HISTORY (DD RUNHIST)   *
000632*                    THROUGH THE RUNHIST SUBPROGRAM, FOR THE *
000633*                    BATWNDW BATCH-WINDOW REPORT.            *
000634*----------------------------------------------------------*
000635 ENVIRONMENT DIVISION.
000636 INPUT-OUTPUT SECTION.
000637 FILE-CONTROL.
000638     SELECT LOCK-DETAIL-FILE ASSIGN TO 'LOCKDTL'
000639         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS WS-LOCKDTL-STATUS.
000641
000642 DATA DIVISION.
000643 FILE SECTION.
000644 FD  LOCK-DETAIL-FILE
000645     RECORDING MODE IS F.
000646     COPY LOCKDREC.
000647
000650 WORKING-STORAGE SECTION.
000660     EXEC SQL
000670         INCLUDE SQLCA
001270     05  WS-VALIDATE-CHAR        PIC X(01).
001280     05  WS-VALIDATE-BAD-SW      PIC X(01) VALUE 'N'.
001290         88  WS-VALIDATE-BAD         VALUE 'Y'.
001291 01  WS-RUN-HISTORY-CALL.
001292     05  WS-RH-CALLING-PROGRAM   PIC X(12) VALUE 'ORA-FOR-UPD'.
001293     05  WS-RH-QUALIFIER         PIC X(10) VALUE SPACES.
001294     05  WS-RH-EVENT             PIC X(05).
001295     05  WS-RH-RECORD-COUNT      PIC 9(09) VALUE ZERO.
001296     05  WS-RH-RETURN-CODE       PIC 9(04) VALUE ZERO.
001297
001300 LINKAGE SECTION.
001310 01  LS-PARM-AREA.
001320     05  LS-PARM-LEN             PIC S9(4) COMP.
001340
001350 PROCEDURE DIVISION USING LS-PARM-AREA.
001360 0000-MAINLINE.
001362     PERFORM 0100-RECORD-RUN-START THRU 0100-EXIT.
001370     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001380     IF NOT WS-SQL-FAILURE
001390         PERFORM 2000-PROBE-CURSOR THRU 2000-EXIT
001400             UNTIL WS-CURSOR-EOF OR WS-SQL-FAILURE
001410     END-IF.
001420     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001422     PERFORM 9900-RECORD-RUN-END THRU 9900-EXIT.
001430     GOBACK.
001431
001432*----------------------------------------------------------*
001433* 0100-RECORD-RUN-START - FILE THIS STEP'S RUNNING-STATE    *
001434*                         ROW ON THE SHARED BATCH RUN       *
001435*                         HISTORY BEFORE ANY WORK IS DONE.  *
001436*----------------------------------------------------------*
001437 0100-RECORD-RUN-START.
001438     MOVE 'START' TO WS-RH-EVENT.
001439     CALL 'RUNHIST' USING WS-RH-CALLING-PROGRAM
001440                          WS-RH-QUALIFIER
001441                          WS-RH-EVENT
001442                          WS-RH-RECORD-COUNT
001443                          WS-RH-RETURN-CODE.
001444 0100-EXIT.
001445     EXIT.
001446
001450*----------------------------------------------------------*
001460* 1000-INITIALIZE - CONNECT AND OPEN THE LOCK-PROBE CURSOR. *
001470*----------------------------------------------------------*
005630     DISPLAY 'TOTAL ELAPSED (MS):  ' WS-TOTAL-ELAPSED-MS.
005640 9000-EXIT.
005650     EXIT.
005660
005670*----------------------------------------------------------*
005680* 9900-RECORD-RUN-END - COMPLETE THIS STEP'S ROW ON THE     *
005690*                       SHARED BATCH RUN HISTORY WITH THE   *
005700*                       RECORD COUNT AND THE FINAL STEP     *
005710*                       RETURN CODE, THEN PUT THE RETURN    *
005720*                       CODE BACK - THE CALL REPLACES IT.   *
005730*----------------------------------------------------------*
005740 9900-RECORD-RUN-END.
005750     MOVE 'END' TO WS-RH-EVENT.
005760     MOVE WS-ROWS-EXAMINED TO WS-RH-RECORD-COUNT.
005770     MOVE RETURN-CODE TO WS-RH-RETURN-CODE.
005780     CALL 'RUNHIST' USING WS-RH-CALLING-PROGRAM
005790                          WS-RH-QUALIFIER
005800                          WS-RH-EVENT
005810                          WS-RH-RECORD-COUNT
005820                          WS-RH-RETURN-CODE.
005830     MOVE WS-RH-RETURN-CODE TO RETURN-CODE.
005840 9900-EXIT.
005850     EXIT.
