000240*                    INVESTIGATE MERGES.  BUILT ON THE SAME  *
000250*                    CONNECT, SQLERRCK, AND AUDITLOG         *
000260*                    PATTERN AS ACCTXTR.                     *
000261*   2026-10-15 MWK   EVERY RUN NOW FILES ITS START, END,     *
000262*                    RECORD COUNT, AND RETURN CODE ON THE    *
000263*                    SHARED BATCH RUN HISTORY (DD RUNHIST)   *
000264*                    THROUGH THE RUNHIST SUBPROGRAM, FOR THE *
000265*                    BATWNDW BATCH-WINDOW REPORT.            *
000270*----------------------------------------------------------*
000280*
000290*   PARM FORMAT - 'ALIAS=aaaa' (OPTIONAL) - OVERRIDES THE
001430     05  DL-ACCT-BALANCE         PIC ZZZ,ZZZ,ZZ9.99-.
001440     05  FILLER                  PIC X(89) VALUE SPACES.
001450
001451 01  WS-RUN-HISTORY-CALL.
001452     05  WS-RH-CALLING-PROGRAM   PIC X(12) VALUE 'ACCTDUPE'.
001453     05  WS-RH-QUALIFIER         PIC X(10) VALUE SPACES.
001454     05  WS-RH-EVENT             PIC X(05).
001455     05  WS-RH-RECORD-COUNT      PIC 9(09) VALUE ZERO.
001456     05  WS-RH-RETURN-CODE       PIC 9(04) VALUE ZERO.
001457
001460 LINKAGE SECTION.
001470 01  LS-PARM-AREA.
001480     05  LS-PARM-LEN             PIC S9(4) COMP.
001500
001510 PROCEDURE DIVISION USING LS-PARM-AREA.
001520 0000-MAINLINE.
001522     PERFORM 0100-RECORD-RUN-START THRU 0100-EXIT.
001530     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001540     IF NOT WS-SQL-FAILURE
001550         PERFORM 2000-EXAMINE-ROW THRU 2000-EXIT
001560             UNTIL WS-CURSOR-EOF OR WS-SQL-FAILURE
001570     END-IF.
001580     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001582     PERFORM 9900-RECORD-RUN-END THRU 9900-EXIT.
001590     GOBACK.
001591
001592*----------------------------------------------------------*
001593* 0100-RECORD-RUN-START - FILE THIS STEP'S RUNNING-STATE    *
001594*                         ROW ON THE SHARED BATCH RUN       *
001595*                         HISTORY BEFORE ANY WORK IS DONE.  *
001596*----------------------------------------------------------*
001597 0100-RECORD-RUN-START.
001598     MOVE 'START' TO WS-RH-EVENT.
001599     CALL 'RUNHIST' USING WS-RH-CALLING-PROGRAM
001600                          WS-RH-QUALIFIER
001601                          WS-RH-EVENT
001602                          WS-RH-RECORD-COUNT
001603                          WS-RH-RETURN-CODE.
001604 0100-EXIT.
001605     EXIT.
001606
001610*----------------------------------------------------------*
001620* 1000-INITIALIZE - CONNECT, OPEN THE REPORT, AND OPEN THE  *
001630*                   ORDERED CURSOR.                         *
004210     DISPLAY 'ACCTDUPE ACCOUNTS IN SETS:   ' WS-DUPE-ACCOUNTS.
004220 9000-EXIT.
004230     EXIT.
004240
004250*----------------------------------------------------------*
004260* 9900-RECORD-RUN-END - COMPLETE THIS STEP'S ROW ON THE     *
004270*                       SHARED BATCH RUN HISTORY WITH THE   *
004280*                       RECORD COUNT AND THE FINAL STEP     *
004290*                       RETURN CODE, THEN PUT THE RETURN    *
004300*                       CODE BACK - THE CALL REPLACES IT.   *
004310*----------------------------------------------------------*
004320 9900-RECORD-RUN-END.
004330     MOVE 'END' TO WS-RH-EVENT.
004340     MOVE WS-ROWS-SCANNED TO WS-RH-RECORD-COUNT.
004350     MOVE RETURN-CODE TO WS-RH-RETURN-CODE.
004360     CALL 'RUNHIST' USING WS-RH-CALLING-PROGRAM
004370                          WS-RH-QUALIFIER
004380                          WS-RH-EVENT
004390                          WS-RH-RECORD-COUNT
004400                          WS-RH-RETURN-CODE.
004410     MOVE WS-RH-RETURN-CODE TO RETURN-CODE.
004420 9900-EXIT.
004430     EXIT.
