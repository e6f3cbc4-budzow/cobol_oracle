000210*                    OPERATOR VIA PARM, WITH PER-OPERATOR    *
000220*                    CHANGE COUNTS AND A CONTROL TOTAL OF    *
000230*                    ROWS READ.                              *
000231*   2026-10-15 MWK   EACH DETAIL LINE NOW SHOWS THE CHECKER  *
000232*                    WHO APPROVED A DUAL-CONTROL CHANGE NEXT *
000233*                    TO THE OPERATOR WHO KEYED IT.           *
000234*   2026-10-15 MWK   EVERY RUN NOW FILES ITS START, END,     *
000235*                    RECORD COUNT, AND RETURN CODE ON THE    *
000236*                    SHARED BATCH RUN HISTORY (DD RUNHIST)   *
000237*                    THROUGH THE RUNHIST SUBPROGRAM, FOR THE *
000238*                    BATWNDW BATCH-WINDOW REPORT.            *
000240*----------------------------------------------------------*
000250*
000260*   PARM FORMAT - 'FROM=yyyymmdd,TO=yyyymmdd,
001270     05  FILLER                  PIC X(32) VALUE 'OLD NAME'.
001280     05  FILLER                  PIC X(32) VALUE 'NEW NAME'.
001290     05  FILLER                  PIC X(14) VALUE '      BALANCE'.
001300     05  FILLER                  PIC X(03) VALUE SPACES.
001302     05  FILLER                  PIC X(07) VALUE 'CHECKER'.
001304     05  FILLER                  PIC X(03) VALUE SPACES.
001310
001320 01  WS-DETAIL-LINE.
001330     05  DL-ACCT-NUMBER          PIC X(10).
001430     05  DL-NEW-NAME             PIC X(30).
001440     05  FILLER                  PIC X(02) VALUE SPACES.
001450     05  DL-BALANCE              PIC ZZZ,ZZZ,ZZ9.99-.
001460     05  FILLER                  PIC X(02) VALUE SPACES.
001462     05  DL-CHECKER-ID           PIC X(08).
001464     05  FILLER                  PIC X(02) VALUE SPACES.
001470
001480 01  WS-OPERATOR-LINE.
001490     05  FILLER                  PIC X(09) VALUE 'OPERATOR '.
001590     05  SL-ROWS-SELECTED        PIC ZZZZZZZZ9.
001600     05  FILLER                  PIC X(92) VALUE SPACES.
001610
001611 01  WS-RUN-HISTORY-CALL.
001612     05  WS-RH-CALLING-PROGRAM   PIC X(12) VALUE 'CHGAUDIT'.
001613     05  WS-RH-QUALIFIER         PIC X(10) VALUE SPACES.
001614     05  WS-RH-EVENT             PIC X(05).
001615     05  WS-RH-RECORD-COUNT      PIC 9(09) VALUE ZERO.
001616     05  WS-RH-RETURN-CODE       PIC 9(04) VALUE ZERO.
001617
001620 LINKAGE SECTION.
001630 01  LS-PARM-AREA.
001640     05  LS-PARM-LEN             PIC S9(4) COMP.
001660
001670 PROCEDURE DIVISION USING LS-PARM-AREA.
001680 0000-MAINLINE.
001682     PERFORM 0100-RECORD-RUN-START THRU 0100-EXIT.
001690     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001700     PERFORM 2000-PROCESS-CHANGE-ROW THRU 2000-EXIT
001710         UNTIL WS-EOF.
001720     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001722     PERFORM 9900-RECORD-RUN-END THRU 9900-EXIT.
001730     GOBACK.
001731
001732*----------------------------------------------------------*
001733* 0100-RECORD-RUN-START - FILE THIS STEP'S RUNNING-STATE    *
001734*                         ROW ON THE SHARED BATCH RUN       *
001735*                         HISTORY BEFORE ANY WORK IS DONE.  *
001736*----------------------------------------------------------*
001737 0100-RECORD-RUN-START.
001738     MOVE 'START' TO WS-RH-EVENT.
001739     CALL 'RUNHIST' USING WS-RH-CALLING-PROGRAM
001740                          WS-RH-QUALIFIER
001741                          WS-RH-EVENT
001742                          WS-RH-RECORD-COUNT
001743                          WS-RH-RETURN-CODE.
001744 0100-EXIT.
001745     EXIT.
001746
001750*----------------------------------------------------------*
001760* 1000-INITIALIZE - PICK UP THE FILTERS, OPEN THE FILES,    *
001770*                   AND PRIME THE FIRST READ.  A MISSING    *
003030     MOVE CHG-OLD-NAME    TO DL-OLD-NAME.
003040     MOVE CHG-NEW-NAME    TO DL-NEW-NAME.
003050     MOVE CHG-BALANCE     TO DL-BALANCE.
003052     MOVE CHG-CHECKER-ID  TO DL-CHECKER-ID.
003060     WRITE CHANGE-REPORT-RECORD FROM WS-DETAIL-LINE.
003070 2300-EXIT.
003080     EXIT.
003740     WRITE CHANGE-REPORT-RECORD FROM WS-OPERATOR-LINE.
003750 9100-EXIT.
003760     EXIT.
003770
003780*----------------------------------------------------------*
003790* 9900-RECORD-RUN-END - COMPLETE THIS STEP'S ROW ON THE     *
003800*                       SHARED BATCH RUN HISTORY WITH THE   *
003810*                       RECORD COUNT AND THE FINAL STEP     *
003820*                       RETURN CODE, THEN PUT THE RETURN    *
003830*                       CODE BACK - THE CALL REPLACES IT.   *
003840*----------------------------------------------------------*
003850 9900-RECORD-RUN-END.
003860     MOVE 'END' TO WS-RH-EVENT.
003870     MOVE WS-ROWS-READ TO WS-RH-RECORD-COUNT.
003880     MOVE RETURN-CODE TO WS-RH-RETURN-CODE.
003890     CALL 'RUNHIST' USING WS-RH-CALLING-PROGRAM
003900                          WS-RH-QUALIFIER
003910                          WS-RH-EVENT
003920                          WS-RH-RECORD-COUNT
003930                          WS-RH-RETURN-CODE.
003940     MOVE WS-RH-RETURN-CODE TO RETURN-CODE.
003950 9900-EXIT.
003960     EXIT.
