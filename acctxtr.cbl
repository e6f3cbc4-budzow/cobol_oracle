000282*                    OFF THE FEED IN BOTH MODES - THE        *
000283*                    TRAILER COUNT AND HASH STILL COVER      *
000284*                    EXACTLY THE ROWS SENT.                  *
000288*   2026-10-15 MWK   EVERY RUN NOW FILES ITS START, END,     *
000292*                    RECORD COUNT, AND RETURN CODE ON THE    *
000296*                    SHARED BATCH RUN HISTORY (DD RUNHIST)   *
000300*                    THROUGH THE RUNHIST SUBPROGRAM, FOR THE *
000304*                    BATWNDW BATCH-WINDOW REPORT.            *
000308*----------------------------------------------------------*
000312*
000316*   PARM FORMAT - 'MODE=FULL|DELTA,SINCE=yyyymmdd,
000320*             CLOSED=EXCL,ALIAS=aaaa' - ALL OPTIONAL, ANY
000324*             ORDER.  MODE DEFAULTS TO FULL.  SINCE
000328*             OVERRIDES THE XTRCTL LAST-EXTRACT DATE FOR A
000332*             DELTA RUN.  CLOSED=EXCL LEAVES CLOSED
000336*             ACCOUNTS OFF THE FEED.  ALIAS OVERRIDES THE
000340*             WALLET TNS ALIAS AS IN THE OTHER PROGRAMS.
000344*
000348*   FEED LAYOUT (DD WHSEXTR, PIPE-DELIMITED) -
000352*     H|yyyymmdd|hhmmss|alias|FULL   (OR |DELTA)
000356*     D|account|name|+nnnnnnn.nn
000360*     T|nnnnnnnnn|+nnnnnnnnnnnnn.nn
000364*
000380 ENVIRONMENT DIVISION.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
001110         88  WS-ALIAS-OVERRIDDEN     VALUE 'Y'.
001120     05  WS-PARM-ALIAS           PIC X(20) VALUE SPACES.
001130
001131 01  WS-RUN-HISTORY-CALL.
001132     05  WS-RH-CALLING-PROGRAM   PIC X(12) VALUE 'ACCTXTR'.
001133     05  WS-RH-QUALIFIER         PIC X(10) VALUE SPACES.
001134     05  WS-RH-EVENT             PIC X(05).
001135     05  WS-RH-RECORD-COUNT      PIC 9(09) VALUE ZERO.
001136     05  WS-RH-RETURN-CODE       PIC 9(04) VALUE ZERO.
001137
001140 LINKAGE SECTION.
001150 01  LS-PARM-AREA.
001160     05  LS-PARM-LEN             PIC S9(4) COMP.
001180
001190 PROCEDURE DIVISION USING LS-PARM-AREA.
001200 0000-MAINLINE.
001202     PERFORM 0100-RECORD-RUN-START THRU 0100-EXIT.
001210     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001220     IF NOT WS-SQL-FAILURE
001222         IF WS-DELTA-MODE
001238         END-IF
001250     END-IF.
001260     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001262     PERFORM 9900-RECORD-RUN-END THRU 9900-EXIT.
001270     GOBACK.
001271
001272*----------------------------------------------------------*
001273* 0100-RECORD-RUN-START - FILE THIS STEP'S RUNNING-STATE    *
001274*                         ROW ON THE SHARED BATCH RUN       *
001275*                         HISTORY BEFORE ANY WORK IS DONE.  *
001276*----------------------------------------------------------*
001277 0100-RECORD-RUN-START.
001278     MOVE 'START' TO WS-RH-EVENT.
001279     CALL 'RUNHIST' USING WS-RH-CALLING-PROGRAM
001280                          WS-RH-QUALIFIER
001281                          WS-RH-EVENT
001282                          WS-RH-RECORD-COUNT
001283                          WS-RH-RETURN-CODE.
001284 0100-EXIT.
001285     EXIT.
001286
001290*----------------------------------------------------------*
001300* 1000-INITIALIZE - CONNECT, OPEN THE FEED, WRITE THE       *
001310*                   HEADER, AND OPEN THE CURSOR.            *
004010     WRITE WAREHOUSE-EXTRACT-RECORD FROM WS-FEED-LINE.
004020 9100-EXIT.
004030     EXIT.
004040
004050*----------------------------------------------------------*
004060* 9900-RECORD-RUN-END - COMPLETE THIS STEP'S ROW ON THE     *
004070*                       SHARED BATCH RUN HISTORY WITH THE   *
004080*                       RECORD COUNT AND THE FINAL STEP     *
004090*                       RETURN CODE, THEN PUT THE RETURN    *
004100*                       CODE BACK - THE CALL REPLACES IT.   *
004110*----------------------------------------------------------*
004120 9900-RECORD-RUN-END.
004130     MOVE 'END' TO WS-RH-EVENT.
004140     MOVE WS-DETAIL-COUNT TO WS-RH-RECORD-COUNT.
004150     MOVE RETURN-CODE TO WS-RH-RETURN-CODE.
004160     CALL 'RUNHIST' USING WS-RH-CALLING-PROGRAM
004170                          WS-RH-QUALIFIER
004180                          WS-RH-EVENT
004190                          WS-RH-RECORD-COUNT
004200                          WS-RH-RETURN-CODE.
004210     MOVE WS-RH-RETURN-CODE TO RETURN-CODE.
004220 9900-EXIT.
004230     EXIT.
