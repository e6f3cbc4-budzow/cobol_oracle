000286*                    REOPENING IT.  THE FETCH ALSO GIVES     *
000287*                    THE CHANGE AUDIT ITS TRUE BEFORE-IMAGE  *
000288*                    NAME ON UPDATES.                        *
000289*   2026-10-15 MWK   THE CHANGE AUDIT ROW NOW CARRIES AN     *
000290*                    ADJUSTMENT AMOUNT FOR THE DAILY BALANCE *
000291*                    PROOF.  A LOAD ROW IS NEVER AN          *
000292*                    ADJUSTMENT - THE ROW IS CLEARED AND THE *
000293*                    AMOUNT WRITTEN AS ZERO.                 *
000294*   2026-10-15 MWK   THE CHANGE AUDIT ROW NOW RECORDS THE    *
000295*                    STATUS BEFORE AND AFTER THE LOAD -      *
000296*                    SPACES BEFORE ON AN INSERT.             *
000297*   2026-10-15 MWK   EVERY RUN NOW FILES ITS START, END,     *
000298*                    RECORD COUNT, AND RETURN CODE ON THE    *
000299*                    SHARED BATCH RUN HISTORY (DD RUNHIST)   *
000300*                    THROUGH THE RUNHIST SUBPROGRAM, FOR THE *
000301*                    BATWNDW BATCH-WINDOW REPORT.            *
000302*   2026-10-15 MWK   THE CLEANSED EXTRACT NOW REACHES THIS   *
000303*                    STEP THROUGH THE WLSCREEN WATCH-LIST    *
000304*                    SCREENING STEP - DD CLNEXTR NAMES THE   *
000305*                    SCREENED EXTRACT, SAME LAYOUT, AND      *
000306*                    EXPECT IS THE COUNT THAT STEP REPORTED  *
000307*                    PASSING.  HELD RECORDS NEVER REACH THE  *
000308*                    LOAD.                                   *
000309*   2026-10-15 MWK   EVERY RUN THAT OPENED ITS FILES NOW     *
000310*                    POSTS RECORDS READ, LOADED (UPDATED     *
000311*                    PLUS INSERTED), AND REJECTED TO THE     *
000312*                    ONBOARDING LINEAGE LEDGER (DD LINEAGE)  *
000313*                    THROUGH THE LINEAGE SUBPROGRAM, AS THE  *
000314*                    LOAD STAGE OF THE FEED DATE LAST        *
000315*                    LOADED.                                 *
000316*----------------------------------------------------------*
000317*
000318*   PARM FORMAT - 'COMMIT=nnnn,EXPECT=nnnnnnnnn,ALIAS=aaaa'
000319*             COMMIT IS THE COMMIT INTERVAL IN RECORDS,
000320*             DEFAULT 100.  EXPECT IS THE RECORD COUNT THE
000321*             SCREENING STEP REPORTED PASSING - WHEN GIVEN,
000322*             A RUN THAT READS A DIFFERENT COUNT ENDS WITH
000325*             RETURN CODE 8.  AN ALL-ZERO EXPECT MEANS NO
000326*             EXPECTATION (THE SCHEDULER'S STAND-ALONE
000327*             DEFAULT).  ALIAS OVERRIDES THE WALLET TNS
001200         88  WS-ALIAS-OVERRIDDEN     VALUE 'Y'.
001210     05  WS-PARM-ALIAS           PIC X(20) VALUE SPACES.
001220
001221 01  WS-RUN-HISTORY-CALL.
001222     05  WS-RH-CALLING-PROGRAM   PIC X(12) VALUE 'ACCTLOAD'.
001223     05  WS-RH-QUALIFIER         PIC X(10) VALUE SPACES.
001224     05  WS-RH-EVENT             PIC X(05).
001225     05  WS-RH-RECORD-COUNT      PIC 9(09) VALUE ZERO.
001226     05  WS-RH-RETURN-CODE       PIC 9(04) VALUE ZERO.
001227 01  WS-LINEAGE-CALL.
001228     05  WS-LN-CALLING-PROGRAM   PIC X(12) VALUE 'ACCTLOAD'.
001229     05  WS-LN-STAGE             PIC X(01) VALUE 'L'.
001230     05  WS-LN-FEED-DATE         PIC 9(08) VALUE ZERO.
001231     05  WS-LN-EVENT-DATE        PIC 9(08) VALUE ZERO.
001232     05  WS-LN-EVENT-TIME        PIC 9(08) VALUE ZERO.
001233     05  WS-LN-COUNT-IN          PIC 9(09) VALUE ZERO.
001234     05  WS-LN-COUNT-OUT         PIC 9(09) VALUE ZERO.
001235     05  WS-LN-COUNT-DIVERTED    PIC 9(09) VALUE ZERO.
001236     05  WS-LN-RETURN-CODE       PIC 9(04) VALUE ZERO.
001237
001238 LINKAGE SECTION.
001240 01  LS-PARM-AREA.
001250     05  LS-PARM-LEN             PIC S9(4) COMP.
001260     05  LS-PARM-TEXT            PIC X(80).
001270
001280 PROCEDURE DIVISION USING LS-PARM-AREA.
001290 0000-MAINLINE.
001292     PERFORM 0100-RECORD-RUN-START THRU 0100-EXIT.
001300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001310     IF NOT WS-SQL-FAILURE
001320         PERFORM 2000-PROCESS-RECORD THRU 2000-EXIT
001330             UNTIL WS-EOF OR WS-SQL-FAILURE
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
001390* 1000-INITIALIZE - PARSE THE PARM, CONNECT, AND OPEN THE   *
001400*                   CLEANSED EXTRACT.                       *
003371*                   BEFORE-IMAGE AND CARRIES SPACES.        *
003372*----------------------------------------------------------*
003374 2300-WRITE-CHANGE-AUDIT.
003375     MOVE SPACES TO ACCT-CHANGE-RECORD.
003376     MOVE WS-ACCT-NUMBER TO CHG-ACCT-NUMBER.
003377     ACCEPT CHG-DATE FROM DATE YYYYMMDD.
003378     ACCEPT CHG-TIME FROM TIME.
003379     MOVE 'ACCTLOAD' TO CHG-USERID.
003380     MOVE WS-OLD-NAME TO CHG-OLD-NAME.
003381     MOVE WS-ACCT-NAME TO CHG-NEW-NAME.
003382     MOVE ZERO TO CHG-BALANCE.
003383     MOVE ZERO TO CHG-ADJ-AMOUNT.
003384     MOVE WS-OLD-STATUS TO CHG-OLD-STATUS.
003385     MOVE WS-ACCT-STATUS TO CHG-NEW-STATUS.
003386     MOVE ZERO TO WS-CHG-RETRY-CT.
003387     MOVE SPACES TO WS-CHANGE-FILE-STATUS.
003388     PERFORM 2350-WRITE-ONE-CHANGE-ROW THRU 2350-EXIT
003389         UNTIL WS-CHANGE-FILE-STATUS = '00'
003390            OR WS-CHG-RETRY-CT > 99.
003391*    A DROPPED TRAIL ROW WOULD SILENTLY HIDE THIS ACCOUNT
003392*    FROM THE DELTA EXTRACT - NAME IT AND FLAG THE RUN.
003393     IF WS-CHANGE-FILE-STATUS NOT = '00'
003394         DISPLAY 'ACCTLOAD ACCTCHG WRITE FAILED FOR ACCOUNT '
003395             CHG-ACCT-NUMBER ' - STATUS '
003396             WS-CHANGE-FILE-STATUS
003397         IF RETURN-CODE = ZERO
003398             MOVE 8 TO RETURN-CODE
003399         END-IF
003400     END-IF.
003401 2300-EXIT.
003402     EXIT.
003403
003404 2350-WRITE-ONE-CHANGE-ROW.
003405     WRITE ACCT-CHANGE-RECORD
003406         INVALID KEY
003407             ADD 1 TO CHG-TIME
003408     END-WRITE.
003409     ADD 1 TO WS-CHG-RETRY-CT.
003410 2350-EXIT.
003411     EXIT.
003412
003413*----------------------------------------------------------*
003414* 2400-COMMIT-INTERVAL - COMMIT EVERY WS-COMMIT-INTERVAL    *
003415*                   APPLIED RECORDS SO A FAILURE MID-RUN    *
003416*                   LOSES AT MOST ONE INTERVAL OF WORK.     *
003420*----------------------------------------------------------*
003430 2400-COMMIT-INTERVAL.
003440     ADD 1 TO WS-SINCE-COMMIT.
004440     END-IF.
004450 9100-EXIT.
004460     EXIT.
004470
004471*----------------------------------------------------------*
004472* 9800-POST-LINEAGE - POST THE LOAD OF THE FEED DATE LAST   *
004473*                     LOADED TO THE ONBOARDING LINEAGE      *
004474*                     LEDGER, THEN PUT THE RETURN CODE BACK *
004475*                     - THE CALL REPLACES IT.               *
004476*----------------------------------------------------------*
004477 9800-POST-LINEAGE.
004478     IF NOT WS-FILES-OPEN
004479         GO TO 9800-EXIT
004480     END-IF.
004481     MOVE WS-RECORDS-READ TO WS-LN-COUNT-IN.
004482     COMPUTE WS-LN-COUNT-OUT =
004483         WS-RECORDS-UPDATED + WS-RECORDS-INSERTED.
004484     MOVE WS-RECORDS-REJECTED TO WS-LN-COUNT-DIVERTED.
004485     MOVE RETURN-CODE TO WS-LN-RETURN-CODE.
004486     CALL 'LINEAGE' USING WS-LN-CALLING-PROGRAM
004487                          WS-LN-STAGE
004488                          WS-LN-FEED-DATE
004489                          WS-LN-EVENT-DATE
004490                          WS-LN-EVENT-TIME
004491                          WS-LN-COUNT-IN
004492                          WS-LN-COUNT-OUT
004493                          WS-LN-COUNT-DIVERTED
004494                          WS-LN-RETURN-CODE.
004495     MOVE WS-LN-RETURN-CODE TO RETURN-CODE.
004496 9800-EXIT.
004497     EXIT.
004498
004499*----------------------------------------------------------*
004500* 9900-RECORD-RUN-END - COMPLETE THIS STEP'S ROW ON THE     *
004501*                       SHARED BATCH RUN HISTORY WITH THE   *
004510*                       RECORD COUNT AND THE FINAL STEP     *
004520*                       RETURN CODE, THEN PUT THE RETURN    *
004530*                       CODE BACK - THE CALL REPLACES IT.   *
004540*----------------------------------------------------------*
004550 9900-RECORD-RUN-END.
004560     MOVE 'END' TO WS-RH-EVENT.
004570     MOVE WS-RECORDS-READ TO WS-RH-RECORD-COUNT.
004580     MOVE RETURN-CODE TO WS-RH-RETURN-CODE.
004590     CALL 'RUNHIST' USING WS-RH-CALLING-PROGRAM
004600                          WS-RH-QUALIFIER
004610                          WS-RH-EVENT
004620                          WS-RH-RECORD-COUNT
004630                          WS-RH-RETURN-CODE.
004640     MOVE WS-RH-RETURN-CODE TO RETURN-CODE.
004650 9900-EXIT.
004660     EXIT.
