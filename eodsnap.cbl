000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. EODSNAP.
000030 AUTHOR. R-HALVORSEN.
000040 INSTALLATION. DATA-SERVICES.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------*
000080* MODIFICATION HISTORY                                      *
000090*   DATE       INIT  DESCRIPTION                             *
000100*   2026-10-15 MWK   ORIGINAL VERSION - END-OF-DAY BALANCE   *
000110*                    SNAPSHOT.  ACCOUNT_MASTER HOLDS ONLY    *
000120*                    THE CURRENT ACCT_BALANCE, SO NOBODY     *
000130*                    COULD SAY WHAT AN ACCOUNT HELD ON ANY   *
000140*                    EARLIER DATE.  RUN NIGHTLY AFTER        *
000150*                    ACCTPOST, THIS STEP WRITES EVERY        *
000160*                    ACCOUNT'S STATUS AND BALANCE TO THE     *
000170*                    KEYED BALANCE HISTORY (EODBREC LAYOUT,  *
000180*                    DD EODBHIST) UNDER THE BUSINESS DATE,   *
000190*                    ON THE SAME CURSOR PATTERN AS ACCTXTR.  *
000200*                    THE MONTH-END ACCRUAL (INTACCR) TAKES   *
000210*                    ITS AVERAGE DAILY BALANCES FROM HERE.   *
000211*   2026-10-15 MWK   EVERY RUN NOW FILES ITS START, END,     *
000212*                    RECORD COUNT, AND RETURN CODE ON THE    *
000213*                    SHARED BATCH RUN HISTORY (DD RUNHIST)   *
000214*                    THROUGH THE RUNHIST SUBPROGRAM, FOR THE *
000215*                    BATWNDW BATCH-WINDOW REPORT.            *
000216*   2026-10-15 MWK   A ROW IS COUNTED AS REPLACED ONLY WHEN  *
000217*                    ITS REWRITE WORKED.  A FAILED REWRITE   *
000218*                    COUNTS AS A WRITE FAILURE (RC=8) AND NO *
000219*                    LONGER ALSO AS A REPLACEMENT.           *
000220*----------------------------------------------------------*
000230*
000240*   PARM FORMAT - 'ASOF=yyyymmdd,ALIAS=aaaa'
000250*             ASOF IS THE BUSINESS DATE THE SNAPSHOT IS FILED
000260*             UNDER, DEFAULT TODAY - OVERRIDE IT WHEN THE
000270*             NIGHT'S BATCH RUNS PAST MIDNIGHT.  ALIAS
000280*             OVERRIDES THE WALLET TNS ALIAS AS IN THE OTHER
000290*             PROGRAMS.  BOTH OPTIONAL, ANY ORDER.
000300*
000310*   A RERUN FOR THE SAME ASOF DATE REPLACES THAT DATE'S ROWS,
000320*   SO RERUNNING AFTER A LATE CORRECTION IS SAFE.
000330*
000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT BALANCE-HISTORY-FILE ASSIGN TO 'EODBHIST'
000380         ORGANIZATION IS INDEXED
000390         ACCESS MODE IS DYNAMIC
000400         RECORD KEY IS EOD-KEY
000410         FILE STATUS IS WS-EODB-STATUS.
000420
000430 DATA DIVISION.
000440 FILE SECTION.
000450 FD  BALANCE-HISTORY-FILE.
000460     COPY EODBREC.
000470
000480 WORKING-STORAGE SECTION.
000490     EXEC SQL
000500         INCLUDE SQLCA
000510     END-EXEC.
000520
000530 77  WS-EODB-STATUS              PIC X(02).
000540
000550 01  WS-USERNAME                 PIC X(20) VALUE SPACES.
000560 01  WS-TNS-ALIAS                PIC X(20) VALUE SPACES.
000570 01  WS-CONNECT-STRING           PIC X(22) VALUE SPACES.
000580
000590 01  WS-ACCOUNT-ROW.
000600     05  WS-ACCT-NUMBER          PIC X(10).
000610     05  WS-ACCT-STATUS          PIC X(01).
000620     05  WS-ACCT-BALANCE         PIC S9(7)V99 COMP-3.
000630
000640 01  WS-SQL-ERROR-CHECK.
000650     05  WS-EC-CALLING-PROGRAM   PIC X(12) VALUE 'EODSNAP'.
000660     05  WS-EC-OPERATION         PIC X(20).
000670     05  WS-EC-REASON-CODE       PIC 9(04).
000680     05  WS-EC-RETURN-CODE       PIC 9(04).
000690
000700 01  WS-SWITCHES.
000710     05  WS-CURSOR-EOF-SW        PIC X(01) VALUE 'N'.
000720         88  WS-CURSOR-EOF           VALUE 'Y'.
000730     05  WS-CURSOR-OPEN-SW       PIC X(01) VALUE 'N'.
000740         88  WS-CURSOR-OPEN          VALUE 'Y'.
000750     05  WS-SQL-FAILURE-SW       PIC X(01) VALUE 'N'.
000760         88  WS-SQL-FAILURE          VALUE 'Y'.
000770     05  WS-FILES-OPEN-SW        PIC X(01) VALUE 'N'.
000780         88  WS-FILES-OPEN           VALUE 'Y'.
000790
000800 01  WS-COUNTERS.
000810     05  WS-ROWS-FETCHED         PIC 9(9) COMP VALUE ZERO.
000820     05  WS-ROWS-WRITTEN         PIC 9(9) COMP VALUE ZERO.
000830     05  WS-ROWS-REPLACED        PIC 9(9) COMP VALUE ZERO.
000840     05  WS-WRITE-FAILURES       PIC 9(9) COMP VALUE ZERO.
000850     05  WS-BALANCE-TOTAL        PIC S9(13)V99 COMP-3
000860                                 VALUE ZERO.
000870
000880*   THE RETURN-CODE REGISTER IS REPLACED BY EVERY CALLED
000890*   PROGRAM'S ON RETURN, SO THE STEP CODE IS ASSEMBLED IN
000900*   9000 AFTER THE LAST CALL.
000910 01  WS-SAVED-RETURN-CODE        PIC 9(04) VALUE ZERO.
000920
000930 01  WS-AUDIT-CHECK.
000940     05  WS-AUD-START-TIME       PIC 9(8) COMP.
000950     05  WS-AUD-END-TIME         PIC 9(8) COMP.
000960     05  WS-AUD-ELAPSED-MS       PIC 9(9) COMP.
000970     05  WS-AUD-OUTCOME          PIC X(08).
000980
000990 01  WS-PARM-SEGMENTS.
001000     05  WS-PARM-SEG-1           PIC X(30).
001010     05  WS-PARM-SEG-2           PIC X(30).
001020
001030 01  WS-PARM-PIECE               PIC X(30).
001040
001050 01  WS-PARM-WORK.
001060     05  WS-PARM-KEYWORD         PIC X(08).
001070     05  WS-PARM-VALUE           PIC X(30).
001080     05  WS-PARM-VALUE-N8 REDEFINES WS-PARM-VALUE.
001090         10  WS-PARM-DIGITS-8    PIC 9(08).
001100         10  FILLER              PIC X(22).
001110
001120 01  WS-ALIAS-OVERRIDE.
001130     05  WS-ALIAS-OVERRIDE-SW    PIC X(01) VALUE 'N'.
001140         88  WS-ALIAS-OVERRIDDEN     VALUE 'Y'.
001150     05  WS-PARM-ALIAS           PIC X(20) VALUE SPACES.
001160
001170 01  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
001180 01  WS-RUN-TIME                 PIC 9(08) VALUE ZERO.
001190 01  WS-ASOF-DATE                PIC 9(08) VALUE ZERO.
001200
001201 01  WS-RUN-HISTORY-CALL.
001202     05  WS-RH-CALLING-PROGRAM   PIC X(12) VALUE 'EODSNAP'.
001203     05  WS-RH-QUALIFIER         PIC X(10) VALUE SPACES.
001204     05  WS-RH-EVENT             PIC X(05).
001205     05  WS-RH-RECORD-COUNT      PIC 9(09) VALUE ZERO.
001206     05  WS-RH-RETURN-CODE       PIC 9(04) VALUE ZERO.
001207
001210 LINKAGE SECTION.
001220 01  LS-PARM-AREA.
001230     05  LS-PARM-LEN             PIC S9(4) COMP.
001240     05  LS-PARM-TEXT            PIC X(80).
001250
001260 PROCEDURE DIVISION USING LS-PARM-AREA.
001270 0000-MAINLINE.
001272     PERFORM 0100-RECORD-RUN-START THRU 0100-EXIT.
001280     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001290     IF WS-FILES-OPEN AND NOT WS-SQL-FAILURE
001300         PERFORM 1200-OPEN-CURSOR THRU 1200-EXIT
001310     END-IF.
001320     IF WS-CURSOR-OPEN
001330         PERFORM 2000-SNAP-ACCOUNT THRU 2000-EXIT
001340             UNTIL WS-CURSOR-EOF OR WS-SQL-FAILURE
001350     END-IF.
001360     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001362     PERFORM 9900-RECORD-RUN-END THRU 9900-EXIT.
001370     GOBACK.
001380
001381*----------------------------------------------------------*
001382* 0100-RECORD-RUN-START - FILE THIS STEP'S RUNNING-STATE    *
001383*                         ROW ON THE SHARED BATCH RUN       *
001384*                         HISTORY BEFORE ANY WORK IS DONE.  *
001385*----------------------------------------------------------*
001386 0100-RECORD-RUN-START.
001387     MOVE 'START' TO WS-RH-EVENT.
001388     CALL 'RUNHIST' USING WS-RH-CALLING-PROGRAM
001389                          WS-RH-QUALIFIER
001390                          WS-RH-EVENT
001391                          WS-RH-RECORD-COUNT
001392                          WS-RH-RETURN-CODE.
001393 0100-EXIT.
001394     EXIT.
001395
001396*----------------------------------------------------------*
001400* 1000-INITIALIZE - PARSE THE PARM, CONNECT, AND OPEN THE   *
001410*                   BALANCE HISTORY.                        *
001420*----------------------------------------------------------*
001430 1000-INITIALIZE.
001440     MOVE ZERO TO RETURN-CODE.
001450     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001460     ACCEPT WS-RUN-TIME FROM TIME.
001470     MOVE WS-RUN-DATE TO WS-ASOF-DATE.
001480     PERFORM 1060-PARSE-PARM THRU 1060-EXIT.
001490     PERFORM 1050-GET-CREDENTIALS THRU 1050-EXIT.
001500     PERFORM 1100-CONNECT THRU 1100-EXIT.
001510     IF WS-SQL-FAILURE
001520         GO TO 1000-EXIT
001530     END-IF.
001540     PERFORM 1250-OPEN-HISTORY THRU 1250-EXIT.
001550 1000-EXIT.
001560     EXIT.
001570
001580*----------------------------------------------------------*
001590* 1060-PARSE-PARM - UP TO TWO COMMA-SEPARATED KEYWORD=VALUE *
001600*                   PIECES, ANY ORDER, ALL OPTIONAL.        *
001610*----------------------------------------------------------*
001620 1060-PARSE-PARM.
001630     IF LS-PARM-LEN > ZERO
001640         MOVE SPACES TO WS-PARM-SEGMENTS
001650         UNSTRING LS-PARM-TEXT (1:LS-PARM-LEN) DELIMITED BY ','
001660             INTO WS-PARM-SEG-1
001670                  WS-PARM-SEG-2
001680         END-UNSTRING
001690         MOVE WS-PARM-SEG-1 TO WS-PARM-PIECE
001700         PERFORM 1070-APPLY-PARM-PIECE THRU 1070-EXIT
001710         MOVE WS-PARM-SEG-2 TO WS-PARM-PIECE
001720         PERFORM 1070-APPLY-PARM-PIECE THRU 1070-EXIT
001730     END-IF.
001740 1060-EXIT.
001750     EXIT.
001760
001770 1070-APPLY-PARM-PIECE.
001780     IF WS-PARM-PIECE = SPACES
001790         GO TO 1070-EXIT
001800     END-IF.
001810     UNSTRING WS-PARM-PIECE DELIMITED BY '='
001820         INTO WS-PARM-KEYWORD
001830              WS-PARM-VALUE
001840     END-UNSTRING.
001850     EVALUATE WS-PARM-KEYWORD
001860         WHEN 'ASOF'
001870             IF WS-PARM-DIGITS-8 IS NUMERIC
001880                 MOVE WS-PARM-DIGITS-8 TO WS-ASOF-DATE
001890             END-IF
001900         WHEN 'ALIAS'
001910             MOVE WS-PARM-VALUE (1:20) TO WS-PARM-ALIAS
001920             SET WS-ALIAS-OVERRIDDEN TO TRUE
001930         WHEN OTHER
001940             CONTINUE
001950     END-EVALUATE.
001960 1070-EXIT.
001970     EXIT.
001980
001990*----------------------------------------------------------*
002000* 1050-GET-CREDENTIALS - PULL THE AUDIT-TRAIL USERNAME AND  *
002010*                        THE WALLET TNS ALIAS AT RUNTIME    *
002020*                        FROM THE PROTECTED ENVIRONMENT     *
002030*                        REFERENCE, UNLESS THE RUN PARM     *
002040*                        OVERRODE THE ALIAS.  NO PASSWORD   *
002050*                        IS READ OR HELD ANYWHERE - THE     *
002060*                        CONNECT BELOW IS RESOLVED BY THE   *
002070*                        ORACLE WALLET.                     *
002080*----------------------------------------------------------*
002090 1050-GET-CREDENTIALS.
002100     ACCEPT WS-USERNAME  FROM ENVIRONMENT 'DBCONN-USERID'.
002110     IF WS-ALIAS-OVERRIDDEN
002120         MOVE WS-PARM-ALIAS TO WS-TNS-ALIAS
002130     ELSE
002140         ACCEPT WS-TNS-ALIAS FROM ENVIRONMENT 'DBCONN-TNSALIAS'
002150     END-IF.
002160     STRING '/@' DELIMITED BY SIZE
002170            WS-TNS-ALIAS DELIMITED BY SPACE
002180         INTO WS-CONNECT-STRING.
002190 1050-EXIT.
002200     EXIT.
002210
002220 1100-CONNECT.
002230     MOVE 'CONNECT' TO WS-EC-OPERATION.
002240     ACCEPT WS-AUD-START-TIME FROM TIME.
002250     EXEC SQL
002260         CONNECT :WS-CONNECT-STRING
002270     END-EXEC.
002280
002290     CALL 'SQLERRCK' USING WS-EC-CALLING-PROGRAM
002300                           WS-EC-OPERATION
002310                           SQLCODE
002320                           WS-EC-REASON-CODE
002330                           WS-EC-RETURN-CODE.
002340     PERFORM 2160-RECORD-AUDIT-ENTRY THRU 2160-EXIT.
002350     IF WS-EC-RETURN-CODE NOT = ZERO
002360         SET WS-SQL-FAILURE TO TRUE
002370         MOVE WS-EC-RETURN-CODE TO RETURN-CODE
002380         MOVE WS-EC-RETURN-CODE TO WS-SAVED-RETURN-CODE
002390     END-IF.
002400 1100-EXIT.
002410     EXIT.
002420
002430*----------------------------------------------------------*
002440* 1200-OPEN-CURSOR - EVERY ACCOUNT ON ACCOUNT_MASTER,       *
002450*                    WHATEVER ITS STATUS, IN ACCOUNT ORDER. *
002460*----------------------------------------------------------*
002470 1200-OPEN-CURSOR.
002480     EXEC SQL
002490         DECLARE SNAPSHOT-CURSOR CURSOR FOR
002500             SELECT ACCT_NUMBER, ACCT_STATUS, ACCT_BALANCE
002510             FROM ACCOUNT_MASTER
002520             ORDER BY ACCT_NUMBER
002530     END-EXEC.
002540
002550     MOVE 'OPEN CURSOR' TO WS-EC-OPERATION.
002560     ACCEPT WS-AUD-START-TIME FROM TIME.
002570     EXEC SQL
002580         OPEN SNAPSHOT-CURSOR
002590     END-EXEC.
002600
002610     CALL 'SQLERRCK' USING WS-EC-CALLING-PROGRAM
002620                           WS-EC-OPERATION
002630                           SQLCODE
002640                           WS-EC-REASON-CODE
002650                           WS-EC-RETURN-CODE.
002660     PERFORM 2160-RECORD-AUDIT-ENTRY THRU 2160-EXIT.
002670     IF WS-EC-RETURN-CODE NOT = ZERO
002680         SET WS-SQL-FAILURE TO TRUE
002690         MOVE WS-EC-RETURN-CODE TO RETURN-CODE
002700         MOVE WS-EC-RETURN-CODE TO WS-SAVED-RETURN-CODE
002710         GO TO 1200-EXIT
002720     END-IF.
002730     SET WS-CURSOR-OPEN TO TRUE.
002740     PERFORM 2100-FETCH-NEXT-ROW THRU 2100-EXIT.
002750 1200-EXIT.
002760     EXIT.
002770
002780*----------------------------------------------------------*
002790* 1250-OPEN-HISTORY - OPEN THE KEYED BALANCE HISTORY FOR    *
002800*                   I-O, CREATING IT WITH A ONE-TIME OPEN   *
002810*                   OUTPUT THE FIRST TIME THIS EVER RUNS,   *
002820*                   AS THE CHANGE AUDIT IS.                 *
002830*----------------------------------------------------------*
002840 1250-OPEN-HISTORY.
002850     OPEN I-O BALANCE-HISTORY-FILE.
002860     IF WS-EODB-STATUS = '35'
002870         OPEN OUTPUT BALANCE-HISTORY-FILE
002880         CLOSE BALANCE-HISTORY-FILE
002890         OPEN I-O BALANCE-HISTORY-FILE
002900     END-IF.
002910     IF WS-EODB-STATUS = '00'
002920         SET WS-FILES-OPEN TO TRUE
002930     ELSE
002940         DISPLAY 'EODSNAP EODBHIST OPEN FAILED - STATUS '
002950             WS-EODB-STATUS
002960         MOVE 12 TO RETURN-CODE
002970         MOVE 12 TO WS-SAVED-RETURN-CODE
002980     END-IF.
002990 1250-EXIT.
003000     EXIT.
003010
003020*----------------------------------------------------------*
003030* 2000-SNAP-ACCOUNT - FILE THE ROW JUST FETCHED UNDER THE   *
003040*                   ASOF DATE, REPLACING ANY EARLIER RUN'S  *
003050*                   ROW FOR THE SAME DATE, AND FETCH THE    *
003060*                   NEXT.                                   *
003062*                   ONLY A GOOD REWRITE COUNTS AS REPLACED. *
003064*                   A FAILED ONE IS A WRITE FAILURE LIKE ANY*
003066*                   OTHER.                                  *
003070*----------------------------------------------------------*
003080 2000-SNAP-ACCOUNT.
003090     MOVE WS-ACCT-NUMBER TO EOD-ACCT-NUMBER.
003100     MOVE WS-ASOF-DATE TO EOD-BAL-DATE.
003110     MOVE WS-ACCT-STATUS TO EOD-ACCT-STATUS.
003120     MOVE WS-ACCT-BALANCE TO EOD-BALANCE.
003130     MOVE WS-RUN-DATE TO EOD-SNAP-DATE.
003140     MOVE WS-RUN-TIME TO EOD-SNAP-TIME.
003150     WRITE EOD-BALANCE-RECORD
003160         INVALID KEY
003180             REWRITE EOD-BALANCE-RECORD
003182             END-REWRITE
003184             IF WS-EODB-STATUS = '00'
003186                 ADD 1 TO WS-ROWS-REPLACED
003188             END-IF
003190     END-WRITE.
003200     IF WS-EODB-STATUS = '00'
003210         ADD 1 TO WS-ROWS-WRITTEN
003220         ADD WS-ACCT-BALANCE TO WS-BALANCE-TOTAL
003230     ELSE
003240         ADD 1 TO WS-WRITE-FAILURES
003250         DISPLAY 'EODSNAP EODBHIST WRITE FAILED FOR '
003260             EOD-KEY ' - STATUS ' WS-EODB-STATUS
003270         IF WS-SAVED-RETURN-CODE < 8
003280             MOVE 8 TO WS-SAVED-RETURN-CODE
003290         END-IF
003300     END-IF.
003310     PERFORM 2100-FETCH-NEXT-ROW THRU 2100-EXIT.
003320 2000-EXIT.
003330     EXIT.
003340
003350 2100-FETCH-NEXT-ROW.
003360     MOVE 'FETCH CURSOR' TO WS-EC-OPERATION.
003370     EXEC SQL
003380         FETCH SNAPSHOT-CURSOR
003390         INTO :WS-ACCT-NUMBER, :WS-ACCT-STATUS, :WS-ACCT-BALANCE
003400     END-EXEC.
003410
003420     IF SQLCODE = 1403
003430         SET WS-CURSOR-EOF TO TRUE
003440     ELSE
003450         CALL 'SQLERRCK' USING WS-EC-CALLING-PROGRAM
003460                               WS-EC-OPERATION
003470                               SQLCODE
003480                               WS-EC-REASON-CODE
003490                               WS-EC-RETURN-CODE
003500         IF WS-EC-RETURN-CODE NOT = ZERO
003510             SET WS-SQL-FAILURE TO TRUE
003520             MOVE WS-EC-RETURN-CODE TO RETURN-CODE
003530             MOVE WS-EC-RETURN-CODE TO WS-SAVED-RETURN-CODE
003540         ELSE
003550             ADD 1 TO WS-ROWS-FETCHED
003560         END-IF
003570     END-IF.
003580 2100-EXIT.
003590     EXIT.
003600
003610*----------------------------------------------------------*
003620* 2160-RECORD-AUDIT-ENTRY - APPEND ONE ROW TO THE SHARED    *
003630*                           CONNECTIVITY AUDIT TRAIL FOR    *
003640*                           THE ATTEMPT JUST MADE.          *
003650*----------------------------------------------------------*
003660 2160-RECORD-AUDIT-ENTRY.
003670     ACCEPT WS-AUD-END-TIME FROM TIME.
003680     CALL 'ELAPTIME' USING WS-AUD-START-TIME
003690                           WS-AUD-END-TIME
003700                           WS-AUD-ELAPSED-MS.
003710     IF WS-EC-RETURN-CODE = ZERO
003720         MOVE 'SUCCESS' TO WS-AUD-OUTCOME
003730     ELSE
003740         MOVE 'FAILURE' TO WS-AUD-OUTCOME
003750     END-IF.
003760     CALL 'AUDITLOG' USING WS-EC-CALLING-PROGRAM
003770                           WS-EC-OPERATION
003780                           WS-USERNAME
003790                           WS-AUD-OUTCOME
003800                           WS-AUD-ELAPSED-MS.
003810 2160-EXIT.
003820     EXIT.
003830
003840*----------------------------------------------------------*
003850* 9000-TERMINATE - CLOSE THE CURSOR AND THE HISTORY, PRINT  *
003860*                  THE CONTROL TOTALS, AND SET THE STEP     *
003870*                  RETURN CODE.  ROWS FETCHED MUST EQUAL    *
003880*                  ROWS WRITTEN OR THE SNAPSHOT HAS A HOLE  *
003890*                  AND THE STEP ENDS RC=8.                  *
003900*----------------------------------------------------------*
003910 9000-TERMINATE.
003920     IF WS-CURSOR-OPEN
003930         MOVE 'CLOSE CURSOR' TO WS-EC-OPERATION
003940         EXEC SQL
003950             CLOSE SNAPSHOT-CURSOR
003960         END-EXEC
003970
003980         CALL 'SQLERRCK' USING WS-EC-CALLING-PROGRAM
003990                               WS-EC-OPERATION
004000                               SQLCODE
004010                               WS-EC-REASON-CODE
004020                               WS-EC-RETURN-CODE
004030     END-IF.
004040     IF WS-FILES-OPEN
004050         CLOSE BALANCE-HISTORY-FILE
004060     END-IF.
004070     IF WS-ROWS-FETCHED NOT = WS-ROWS-WRITTEN
004080         IF WS-SAVED-RETURN-CODE < 8
004090             MOVE 8 TO WS-SAVED-RETURN-CODE
004100         END-IF
004110     END-IF.
004120     IF WS-SAVED-RETURN-CODE > RETURN-CODE
004130         MOVE WS-SAVED-RETURN-CODE TO RETURN-CODE
004140     END-IF.
004150     DISPLAY 'EODSNAP BALANCE DATE:     ' WS-ASOF-DATE.
004160     DISPLAY 'EODSNAP ACCOUNTS FETCHED: ' WS-ROWS-FETCHED.
004170     DISPLAY 'EODSNAP ROWS WRITTEN:     ' WS-ROWS-WRITTEN.
004180     DISPLAY 'EODSNAP ROWS REPLACED:    ' WS-ROWS-REPLACED.
004190     DISPLAY 'EODSNAP WRITE FAILURES:   ' WS-WRITE-FAILURES.
004200     DISPLAY 'EODSNAP BALANCE TOTAL:    ' WS-BALANCE-TOTAL.
004210 9000-EXIT.
004220     EXIT.
004230
004240*----------------------------------------------------------*
004250* 9900-RECORD-RUN-END - COMPLETE THIS STEP'S ROW ON THE     *
004260*                       SHARED BATCH RUN HISTORY WITH THE   *
004270*                       RECORD COUNT AND THE FINAL STEP     *
004280*                       RETURN CODE, THEN PUT THE RETURN    *
004290*                       CODE BACK - THE CALL REPLACES IT.   *
004300*----------------------------------------------------------*
004310 9900-RECORD-RUN-END.
004320     MOVE 'END' TO WS-RH-EVENT.
004330     MOVE WS-ROWS-FETCHED TO WS-RH-RECORD-COUNT.
004340     MOVE RETURN-CODE TO WS-RH-RETURN-CODE.
004350     CALL 'RUNHIST' USING WS-RH-CALLING-PROGRAM
004360                          WS-RH-QUALIFIER
004370                          WS-RH-EVENT
004380                          WS-RH-RECORD-COUNT
004390                          WS-RH-RETURN-CODE.
004400     MOVE WS-RH-RETURN-CODE TO RETURN-CODE.
004410 9900-EXIT.
004420     EXIT.
