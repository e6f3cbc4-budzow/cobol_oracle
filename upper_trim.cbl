000674*                    O/S/C LIFECYCLE SET WITH REASON 2008, SO   *
000675*                    A BAD STATUS BOUNCES AT THE CLEANSING      *
000676*                    PASS INSTEAD OF REACHING THE LOAD.         *
000677*   2026-10-15 MWK   EVERY RUN NOW FILES ITS START, END,     *
000678*                    RECORD COUNT, AND RETURN CODE ON THE    *
000679*                    SHARED BATCH RUN HISTORY (DD RUNHIST)   *
000680*                    THROUGH THE RUNHIST SUBPROGRAM, FOR THE *
000681*                    BATWNDW BATCH-WINDOW REPORT.            *
000682*   2026-10-15 MWK   THE UPPERCASE-AND-SQUEEZE PASS MOVED TO *
000683*                    THE SHARED TXTNORM ROUTINE, SO THE      *
000684*                    WATCH-LIST SCREENING STEP NORMALIZES    *
000685*                    ITS LIST ENTRIES EXACTLY AS THIS PASS   *
000686*                    NORMALIZES THE EXTRACT.  CLEANSED       *
000687*                    OUTPUT IS UNCHANGED.                    *
000688*   2026-10-15 MWK   A FULL UNTARGETED, UNPARTITIONED RUN    *
000689*                    NOW POSTS ITS INPUT, CLEANSED, AND      *
000690*                    REJECTED COUNTS TO THE ONBOARDING       *
000691*                    LINEAGE LEDGER (DD LINEAGE) THROUGH THE *
000692*                    LINEAGE SUBPROGRAM, AS THE CLEANSE      *
000693*                    STAGE OF THE FEED DATE LAST LOADED.     *
000694*----------------------------------------------------------*
000695 ENVIRONMENT DIVISION.
000696 INPUT-OUTPUT SECTION.
000697 FILE-CONTROL.
000698     SELECT RAW-EXTRACT-FILE ASSIGN TO 'RAWEXTR'
000699         ORGANIZATION IS INDEXED
000700         ACCESS MODE IS DYNAMIC
000701         RECORD KEY IS RAW-ACCT-NUMBER.
000702
000710     SELECT CLEAN-EXTRACT-FILE ASSIGN TO 'CLNEXTR'
000720         ORGANIZATION IS LINE SEQUENTIAL.
000730
001651
001652*----------------------------------------------------------*
001653* PER-FIELD CLEANSING WORK AREAS.  WS-TEXT-IN/WS-TEXT-OUT   *
001654* CARRY ONE TEXT FIELD THROUGH THE SHARED TXTNORM           *
001655* UPPERCASE-AND-SQUEEZE ROUTINE.  THE STATE/POSTAL/OPEN-    *
001656* DATE EDITS LIVE IN THE SHARED FLDEDIT ROUTINE - THE CALL  *
001657* RESULT LANDS IN WS-FIELD-EDIT-CALL FOR 2080-CHECK-FIELD-  *
001658* EDITS TO JUDGE.                                           *
001659*----------------------------------------------------------*
001660 01  WS-CLEANSE-WORK.
001661     05  WS-TEXT-IN              PIC X(30).
001662     05  WS-TEXT-OUT             PIC X(30).
001667
001668 01  WS-FIELD-EDIT-CALL.
001669     05  WS-FE-REASON-CODE       PIC 9(04) VALUE ZERO.
001734     05  WS-REASON-LABEL         OCCURS 9 TIMES
001735                                 PIC X(28).
001736
001737 01  WS-RUN-HISTORY-CALL.
001738     05  WS-RH-CALLING-PROGRAM   PIC X(12) VALUE 'UPPER-TRIM'.
001739     05  WS-RH-QUALIFIER         PIC X(10) VALUE SPACES.
001740     05  WS-RH-EVENT             PIC X(05).
001741     05  WS-RH-RECORD-COUNT      PIC 9(09) VALUE ZERO.
001742     05  WS-RH-RETURN-CODE       PIC 9(04) VALUE ZERO.
001743 01  WS-LINEAGE-CALL.
001744     05  WS-LN-CALLING-PROGRAM   PIC X(12) VALUE 'UPPER-TRIM'.
001745     05  WS-LN-STAGE             PIC X(01) VALUE 'C'.
001746     05  WS-LN-FEED-DATE         PIC 9(08) VALUE ZERO.
001747     05  WS-LN-EVENT-DATE        PIC 9(08) VALUE ZERO.
001748     05  WS-LN-EVENT-TIME        PIC 9(08) VALUE ZERO.
001749     05  WS-LN-COUNT-IN          PIC 9(09) VALUE ZERO.
001750     05  WS-LN-COUNT-OUT         PIC 9(09) VALUE ZERO.
001751     05  WS-LN-COUNT-DIVERTED    PIC 9(09) VALUE ZERO.
001752     05  WS-LN-RETURN-CODE       PIC 9(04) VALUE ZERO.
001753
001754 LINKAGE SECTION.
001755 01  LS-PARM-AREA.
001756     05  LS-PARM-LEN             PIC S9(4) COMP.
001757     05  LS-PARM-TEXT            PIC X(80).
001758
001759 PROCEDURE DIVISION USING LS-PARM-AREA.
001760 0000-MAINLINE.
001761     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001762     IF NOT WS-SQL-FAILURE
001763         PERFORM 2000-PROCESS-RECORD THRU 2000-EXIT
001770             UNTIL WS-EOF OR WS-SQL-FAILURE
001780     END-IF.
001790     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001791     PERFORM 9800-POST-LINEAGE THRU 9800-EXIT.
001792     PERFORM 9900-RECORD-RUN-END THRU 9900-EXIT.
001800     GOBACK.
001801
001802*----------------------------------------------------------*
001803* 0100-RECORD-RUN-START - FILE THIS STEP'S RUNNING-STATE    *
001804*                         ROW ON THE SHARED BATCH RUN       *
001805*                         HISTORY BEFORE ANY WORK IS DONE.  *
001806*----------------------------------------------------------*
001807 0100-RECORD-RUN-START.
001808     MOVE 'START' TO WS-RH-EVENT.
001809     CALL 'RUNHIST' USING WS-RH-CALLING-PROGRAM
001810                          WS-RH-QUALIFIER
001811                          WS-RH-EVENT
001812                          WS-RH-RECORD-COUNT
001813                          WS-RH-RETURN-CODE.
001814 0100-EXIT.
001815     EXIT.
001816
001820*----------------------------------------------------------*
001830* 1000-INITIALIZE - CONNECT ONCE, THEN OPEN THE RAW EXTRACT *
001840*                   AND THE CLEANSED OUTPUT FILE, RESUMING  *
001890 1000-INITIALIZE.
001900     MOVE ZERO TO RETURN-CODE.
001910     PERFORM 1060-PARSE-PARM THRU 1060-EXIT.
001911*    EACH KEY-RANGE PARTITION IS ITS OWN STEP ON THE RUN
001912*    HISTORY, TRENDED SEPARATELY BY ITS FROM= KEY.
001913     IF WS-PART-FROM-GIVEN
001914         MOVE WS-PART-FROM TO WS-RH-QUALIFIER
001915     END-IF.
001916     PERFORM 0100-RECORD-RUN-START THRU 0100-EXIT.
001917     IF WS-PART-FROM-GIVEN OR WS-PART-TO-GIVEN
001918         IF WS-TARGET-ACCOUNT-REQUESTED
001919*            A TARGETED RERUN AND A KEY-RANGE PARTITION ARE
001920*            DIFFERENT RUNS - COMBINED, THE TARGET PATH
001921*            WOULD APPEND A PARTITION TRAILER INTO THE LIVE
001922*            CUMULATIVE EXTRACT FOR THE LOAD TO CHOKE ON.
001923             DISPLAY 'UPPER-TRIM PARM BAD - ACCOUNT= '
001924                 'CANNOT COMBINE WITH FROM=/TO='
001925             MOVE 16 TO RETURN-CODE
001926             SET WS-SQL-FAILURE TO TRUE
001927             SET WS-EOF TO TRUE
001928         ELSE
001929         IF WS-PART-FROM-GIVEN AND WS-PART-TO-GIVEN
001930                 AND WS-PART-FROM NOT > WS-PART-TO
001931             SET WS-PARTITION-MODE TO TRUE
001932         ELSE
001933             DISPLAY 'UPPER-TRIM PARTITION PARM BAD - '
001934                 'FROM AND TO BOTH REQUIRED, FROM <= TO'
001935             MOVE 16 TO RETURN-CODE
001936             SET WS-SQL-FAILURE TO TRUE
001937             SET WS-EOF TO TRUE
001938         END-IF
001939         END-IF
001940     END-IF.
001941     IF WS-SQL-FAILURE
001942         GO TO 1000-EXIT
001943     END-IF.
001944     PERFORM 1050-GET-CREDENTIALS THRU 1050-EXIT.
001945     PERFORM 1100-CONNECT THRU 1100-EXIT.
001946     IF NOT WS-SQL-FAILURE
001947         PERFORM 1400-OPEN-REJECT-FILE THRU 1400-EXIT
001948     END-IF.
001949     IF NOT WS-SQL-FAILURE
001950         IF WS-TARGET-ACCOUNT-REQUESTED
001960             PERFORM 1300-OPEN-TARGET-ACCOUNT THRU 1300-EXIT
001970             SET WS-FILES-OPEN TO TRUE
004333* 2210-UPPER-SQUEEZE - UPPERCASE WS-TEXT-IN AND REBUILD IT  *
004334*                  IN WS-TEXT-OUT WITH LEADING BLANKS       *
004335*                  DROPPED AND EVERY INTERNAL RUN OF BLANKS *
004336*                  COLLAPSED TO ONE, THROUGH THE SHARED     *
004338*                  TXTNORM ROUTINE.                         *
004340*----------------------------------------------------------*
004342 2210-UPPER-SQUEEZE.
004344     CALL 'TXTNORM' USING WS-TEXT-IN
004346                          WS-TEXT-OUT.
004348 2210-EXIT.
004366     EXIT.
004367
004447*----------------------------------------------------------*
005940     WRITE CLEAN-EXTRACT-RECORD.
005950 9300-EXIT.
005960     EXIT.
005970
005971*----------------------------------------------------------*
005972* 9800-POST-LINEAGE - POST THE CLEANSE OF THE FEED DATE LAST*
005973*                     LOADED TO THE ONBOARDING LINEAGE      *
005974*                     LEDGER, THEN PUT THE RETURN CODE BACK *
005975*                     - THE CALL REPLACES IT.  A TARGETED   *
005976*                     RUN CLEANSES ONE ACCOUNT AND A        *
005977*                     PARTITION IS POSTED BY THE MERGE STEP,*
005978*                     SO ONLY A FULL RUN THAT OPENED ITS    *
005979*                     FILES POSTS.                          *
005980*----------------------------------------------------------*
005981 9800-POST-LINEAGE.
005982     IF NOT WS-FILES-OPEN
005983             OR WS-TARGET-ACCOUNT-REQUESTED
005984             OR WS-PARTITION-MODE
005985         GO TO 9800-EXIT
005986     END-IF.
005987     MOVE WS-INPUT-COUNT  TO WS-LN-COUNT-IN.
005988     MOVE WS-OUTPUT-COUNT TO WS-LN-COUNT-OUT.
005989     MOVE WS-REJECT-COUNT TO WS-LN-COUNT-DIVERTED.
005990     MOVE RETURN-CODE TO WS-LN-RETURN-CODE.
005991     CALL 'LINEAGE' USING WS-LN-CALLING-PROGRAM
005992                          WS-LN-STAGE
005993                          WS-LN-FEED-DATE
005994                          WS-LN-EVENT-DATE
005995                          WS-LN-EVENT-TIME
005996                          WS-LN-COUNT-IN
005997                          WS-LN-COUNT-OUT
005998                          WS-LN-COUNT-DIVERTED
005999                          WS-LN-RETURN-CODE.
006000     MOVE WS-LN-RETURN-CODE TO RETURN-CODE.
006001 9800-EXIT.
006002     EXIT.
006003
006004*----------------------------------------------------------*
006005* 9900-RECORD-RUN-END - COMPLETE THIS STEP'S ROW ON THE     *
006006*                       SHARED BATCH RUN HISTORY WITH THE   *
006010*                       RECORD COUNT AND THE FINAL STEP     *
006020*                       RETURN CODE, THEN PUT THE RETURN    *
006030*                       CODE BACK - THE CALL REPLACES IT.   *
006040*----------------------------------------------------------*
006050 9900-RECORD-RUN-END.
006060     MOVE 'END' TO WS-RH-EVENT.
006070     MOVE WS-INPUT-COUNT TO WS-RH-RECORD-COUNT.
006080     MOVE RETURN-CODE TO WS-RH-RETURN-CODE.
006090     CALL 'RUNHIST' USING WS-RH-CALLING-PROGRAM
006100                          WS-RH-QUALIFIER
006110                          WS-RH-EVENT
006120                          WS-RH-RECORD-COUNT
006130                          WS-RH-RETURN-CODE.
006140     MOVE WS-RH-RETURN-CODE TO RETURN-CODE.
006150 9900-EXIT.
006160     EXIT.
