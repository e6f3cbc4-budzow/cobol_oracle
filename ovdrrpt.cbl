000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. OVDRRPT.
000030 AUTHOR. R-HALVORSEN.
000040 INSTALLATION. DATA-SERVICES.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------*
000080* MODIFICATION HISTORY                                      *
000090*   DATE       INIT  DESCRIPTION                             *
000100*   2026-10-15 MWK   ORIGINAL VERSION - DAILY OVERDRAWN AND  *
000110*                    DECLINED REPORT FOR THE BACK OFFICE.    *
000120*                    ACCTPOST NOW REFUSES A DEBIT THAT WOULD *
000130*                    OVERDRAW AN ACCOUNT (3006) OR THAT HITS *
000140*                    A SUSPENDED ACCOUNT (3007) TO SUSPENSE. *
000150*                    THIS JOB LISTS THE DAY'S DECLINES FROM  *
000160*                    THE LATEST SUSPENSE GENERATION WITH THE *
000170*                    ACCOUNT'S CURRENT NAME, BALANCE AND     *
000180*                    STATUS, THEN EVERY ACCOUNT ON           *
000190*                    ACCOUNT_MASTER STILL CARRYING A         *
000200*                    NEGATIVE BALANCE, SO OVERDRAFTS ARE     *
000210*                    FOUND HERE AND NOT BY THE WAREHOUSE.    *
000211*   2026-10-15 MWK   EVERY RUN NOW FILES ITS START, END,     *
000212*                    RECORD COUNT, AND RETURN CODE ON THE    *
000213*                    SHARED BATCH RUN HISTORY (DD RUNHIST)   *
000214*                    THROUGH THE RUNHIST SUBPROGRAM, FOR THE *
000215*                    BATWNDW BATCH-WINDOW REPORT.            *
000220*----------------------------------------------------------*
000230*
000240*   PARM FORMAT - 'ALIAS=aaaa'
000250*             ALIAS OVERRIDES THE WALLET TNS ALIAS AS IN THE
000260*             OTHER PROGRAMS.  OPTIONAL.
000270*
000280*   DECLINE REASON CODES REPORTED (FROM ACCTPOST) -
000290*     3006 - DEBIT WOULD OVERDRAW THE ACCOUNT
000300*     3007 - DEBIT AGAINST A SUSPENDED ACCOUNT
000310*   EVERY OTHER SUSPENSE REASON IS LEFT TO THE SUSPRCY REPORT.
000320*
000330*   A NEGATIVE BALANCE CAN STILL APPEAR - AN AMNT BALANCE
000340*   ADJUSTMENT, OR AN ACCOUNT LOADED OVERDRAWN - SO THE
000350*   OVERDRAWN SECTION READS ACCOUNT_MASTER ITSELF RATHER THAN
000360*   TRUSTING THAT POSTING ALONE CAN PRODUCE ONE.
000370*
000380 ENVIRONMENT DIVISION.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT SUSPENSE-FILE ASSIGN TO 'SUSPFILE'
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS WS-SUSP-FILE-STATUS.
000440
000450     SELECT OVERDRAWN-REPORT-FILE ASSIGN TO 'ODRPT'
000460         ORGANIZATION IS LINE SEQUENTIAL.
000470
000480 DATA DIVISION.
000490 FILE SECTION.
000500 FD  SUSPENSE-FILE
000510     RECORDING MODE IS F.
000520 01  SUSPENSE-FILE-RECORD        PIC X(50).
000530
000540 FD  OVERDRAWN-REPORT-FILE
000550     RECORDING MODE IS F.
000560 01  OVERDRAWN-REPORT-RECORD     PIC X(132).
000570
000580 WORKING-STORAGE SECTION.
000590     EXEC SQL
000600         INCLUDE SQLCA
000610     END-EXEC.
000620
000630 77  WS-SUSP-FILE-STATUS         PIC X(02).
000640
000650 01  WS-USERNAME                 PIC X(20) VALUE SPACES.
000660 01  WS-TNS-ALIAS                PIC X(20) VALUE SPACES.
000670 01  WS-CONNECT-STRING           PIC X(22) VALUE SPACES.
000680
000690 01  WS-ACCOUNT-ROW.
000700     05  WS-ACCT-NUMBER          PIC X(10).
000710     05  WS-ACCT-NAME            PIC X(30).
000720     05  WS-ACCT-STATUS          PIC X(01).
000730     05  WS-ACCT-BALANCE         PIC S9(7)V99 COMP-3.
000740
000750 01  WS-SQL-ERROR-CHECK.
000760     05  WS-EC-CALLING-PROGRAM   PIC X(12) VALUE 'OVDRRPT'.
000770     05  WS-EC-OPERATION         PIC X(20).
000780     05  WS-EC-REASON-CODE       PIC 9(04).
000790     05  WS-EC-RETURN-CODE       PIC 9(04).
000800
000810 01  WS-SWITCHES.
000820     05  WS-SUSP-EOF-SW          PIC X(01) VALUE 'N'.
000830         88  WS-SUSP-EOF             VALUE 'Y'.
000840     05  WS-CURSOR-EOF-SW        PIC X(01) VALUE 'N'.
000850         88  WS-CURSOR-EOF           VALUE 'Y'.
000860     05  WS-CURSOR-OPEN-SW       PIC X(01) VALUE 'N'.
000870         88  WS-CURSOR-OPEN          VALUE 'Y'.
000880     05  WS-SQL-FAILURE-SW       PIC X(01) VALUE 'N'.
000890         88  WS-SQL-FAILURE          VALUE 'Y'.
000900     05  WS-FILES-OPEN-SW        PIC X(01) VALUE 'N'.
000910         88  WS-FILES-OPEN           VALUE 'Y'.
000920     05  WS-SUSP-OPEN-SW         PIC X(01) VALUE 'N'.
000930         88  WS-SUSP-OPEN            VALUE 'Y'.
000940
000950 01  WS-COUNTERS.
000960     05  WS-LINES-READ           PIC 9(9) COMP VALUE ZERO.
000970     05  WS-DECLINED-FUNDS       PIC 9(9) COMP VALUE ZERO.
000980     05  WS-DECLINED-SUSPENDED   PIC 9(9) COMP VALUE ZERO.
000990     05  WS-DECLINED-AMOUNT      PIC S9(13)V99 COMP-3
001000                                 VALUE ZERO.
001010     05  WS-OVERDRAWN-COUNT      PIC 9(9) COMP VALUE ZERO.
001020     05  WS-OVERDRAWN-TOTAL      PIC S9(13)V99 COMP-3
001030                                 VALUE ZERO.
001040
001050*   THE RETURN-CODE REGISTER IS REPLACED BY EVERY CALLED
001060*   PROGRAM'S ON RETURN, SO THE STEP CODE IS ASSEMBLED IN
001070*   9000 AFTER THE LAST CALL.
001080 01  WS-SAVED-RETURN-CODE        PIC 9(04) VALUE ZERO.
001090
001100 01  WS-AUDIT-CHECK.
001110     05  WS-AUD-START-TIME       PIC 9(8) COMP.
001120     05  WS-AUD-END-TIME         PIC 9(8) COMP.
001130     05  WS-AUD-ELAPSED-MS       PIC 9(9) COMP.
001140     05  WS-AUD-OUTCOME          PIC X(08).
001150
001160 01  WS-PARM-WORK.
001170     05  WS-PARM-KEYWORD         PIC X(08).
001180     05  WS-PARM-VALUE           PIC X(30).
001190
001200 01  WS-ALIAS-OVERRIDE.
001210     05  WS-ALIAS-OVERRIDE-SW    PIC X(01) VALUE 'N'.
001220         88  WS-ALIAS-OVERRIDDEN     VALUE 'Y'.
001230     05  WS-PARM-ALIAS           PIC X(20) VALUE SPACES.
001240
001250 01  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
001260
001270*----------------------------------------------------------*
001280* ONE SUSPENSE LINE AS ACCTPOST WRITES IT - REASON CODE AND *
001290* THE ORIGINAL TRANREC IMAGE.                               *
001300*----------------------------------------------------------*
001310 01  WS-SUSPENSE-LINE.
001320     05  SU-REASON-CODE          PIC 9(04).
001330         88  SU-INSUFFICIENT-FUNDS   VALUE 3006.
001340         88  SU-ACCOUNT-SUSPENDED    VALUE 3007.
001350     05  FILLER                  PIC X(01).
001360     05  SU-TRAN-IMAGE           PIC X(44).
001370     05  FILLER                  PIC X(01).
001380
001390     COPY TRANREC.
001400
001410 01  WS-REPORT-HEADING.
001420     05  FILLER                  PIC X(36)
001430             VALUE 'OVERDRAWN AND DECLINED REPORT AS OF'.
001440     05  RH-RUN-DATE             PIC 9(08).
001450     05  FILLER                  PIC X(88) VALUE SPACES.
001460
001470 01  WS-SECTION-HEADING.
001480     05  SH-TITLE                PIC X(60).
001490     05  FILLER                  PIC X(72) VALUE SPACES.
001500
001510 01  WS-DECLINE-COLUMN-HEADING.
001520     05  FILLER                  PIC X(12) VALUE 'ACCOUNT'.
001530     05  FILLER                  PIC X(18) VALUE 'REFERENCE'.
001540     05  FILLER                  PIC X(14) VALUE '       AMOUNT'.
001550     05  FILLER                  PIC X(06) VALUE 'RSN'.
001560     05  FILLER                  PIC X(20) VALUE 'REASON'.
001570     05  FILLER                  PIC X(32) VALUE 'NAME'.
001580     05  FILLER                  PIC X(15) VALUE '      BALANCE'.
001590     05  FILLER                  PIC X(04) VALUE 'ST'.
001600     05  FILLER                  PIC X(11) VALUE SPACES.
001610
001620 01  WS-DECLINE-LINE.
001630     05  DL-ACCT-NUMBER          PIC X(10).
001640     05  FILLER                  PIC X(02) VALUE SPACES.
001650     05  DL-REFERENCE            PIC X(16).
001660     05  FILLER                  PIC X(02) VALUE SPACES.
001670     05  DL-AMOUNT               PIC Z,ZZZ,ZZ9.99.
001680     05  FILLER                  PIC X(02) VALUE SPACES.
001690     05  DL-REASON               PIC 9(04).
001700     05  FILLER                  PIC X(02) VALUE SPACES.
001710     05  DL-REASON-TEXT          PIC X(18).
001720     05  FILLER                  PIC X(02) VALUE SPACES.
001730     05  DL-ACCT-NAME            PIC X(30).
001740     05  FILLER                  PIC X(02) VALUE SPACES.
001750     05  DL-BALANCE              PIC Z,ZZZ,ZZ9.99-.
001760     05  FILLER                  PIC X(02) VALUE SPACES.
001770     05  DL-STATUS               PIC X(01).
001780     05  FILLER                  PIC X(14) VALUE SPACES.
001790
001800 01  WS-OVERDRAWN-COLUMN-HEADING.
001810     05  FILLER                  PIC X(12) VALUE 'ACCOUNT'.
001820     05  FILLER                  PIC X(32) VALUE 'NAME'.
001830     05  FILLER                  PIC X(04) VALUE 'ST'.
001840     05  FILLER                  PIC X(15) VALUE '      BALANCE'.
001850     05  FILLER                  PIC X(69) VALUE SPACES.
001860
001870 01  WS-OVERDRAWN-LINE.
001880     05  OL-ACCT-NUMBER          PIC X(10).
001890     05  FILLER                  PIC X(02) VALUE SPACES.
001900     05  OL-ACCT-NAME            PIC X(30).
001910     05  FILLER                  PIC X(02) VALUE SPACES.
001920     05  OL-STATUS               PIC X(01).
001930     05  FILLER                  PIC X(03) VALUE SPACES.
001940     05  OL-BALANCE              PIC Z,ZZZ,ZZ9.99-.
001950     05  FILLER                  PIC X(71) VALUE SPACES.
001960
001970 01  WS-SUMMARY-LINE.
001980     05  FILLER                  PIC X(15)
001990             VALUE 'DECLINED FUNDS='.
002000     05  SL-DECLINED-FUNDS       PIC ZZZZZZZZ9.
002010     05  FILLER                  PIC X(11) VALUE ' SUSPENDED='.
002020     05  SL-DECLINED-SUSPENDED   PIC ZZZZZZZZ9.
002030     05  FILLER                  PIC X(08) VALUE ' AMOUNT='.
002040     05  SL-DECLINED-AMOUNT      PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
002050     05  FILLER                  PIC X(11) VALUE ' OVERDRAWN='.
002060     05  SL-OVERDRAWN-COUNT      PIC ZZZZZZZZ9.
002070     05  FILLER                  PIC X(07) VALUE ' TOTAL='.
002080     05  SL-OVERDRAWN-TOTAL      PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
002090     05  FILLER                  PIC X(16) VALUE SPACES.
002100
002101 01  WS-RUN-HISTORY-CALL.
002102     05  WS-RH-CALLING-PROGRAM   PIC X(12) VALUE 'OVDRRPT'.
002103     05  WS-RH-QUALIFIER         PIC X(10) VALUE SPACES.
002104     05  WS-RH-EVENT             PIC X(05).
002105     05  WS-RH-RECORD-COUNT      PIC 9(09) VALUE ZERO.
002106     05  WS-RH-RETURN-CODE       PIC 9(04) VALUE ZERO.
002107
002110 LINKAGE SECTION.
002120 01  LS-PARM-AREA.
002130     05  LS-PARM-LEN             PIC S9(4) COMP.
002140     05  LS-PARM-TEXT            PIC X(80).
002150
002160 PROCEDURE DIVISION USING LS-PARM-AREA.
002170 0000-MAINLINE.
002172     PERFORM 0100-RECORD-RUN-START THRU 0100-EXIT.
002180     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002190     IF WS-FILES-OPEN AND NOT WS-SQL-FAILURE
002200         PERFORM 2000-REPORT-DECLINE THRU 2000-EXIT
002210             UNTIL WS-SUSP-EOF OR WS-SQL-FAILURE
002220     END-IF.
002230     IF WS-FILES-OPEN AND NOT WS-SQL-FAILURE
002240         PERFORM 3000-OPEN-CURSOR THRU 3000-EXIT
002250     END-IF.
002260     IF WS-CURSOR-OPEN
002270         PERFORM 3200-REPORT-OVERDRAWN THRU 3200-EXIT
002280             UNTIL WS-CURSOR-EOF OR WS-SQL-FAILURE
002290     END-IF.
002300     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002302     PERFORM 9900-RECORD-RUN-END THRU 9900-EXIT.
002310     GOBACK.
002320
002321*----------------------------------------------------------*
002322* 0100-RECORD-RUN-START - FILE THIS STEP'S RUNNING-STATE    *
002323*                         ROW ON THE SHARED BATCH RUN       *
002324*                         HISTORY BEFORE ANY WORK IS DONE.  *
002325*----------------------------------------------------------*
002326 0100-RECORD-RUN-START.
002327     MOVE 'START' TO WS-RH-EVENT.
002328     CALL 'RUNHIST' USING WS-RH-CALLING-PROGRAM
002329                          WS-RH-QUALIFIER
002330                          WS-RH-EVENT
002331                          WS-RH-RECORD-COUNT
002332                          WS-RH-RETURN-CODE.
002333 0100-EXIT.
002334     EXIT.
002335
002336*----------------------------------------------------------*
002340* 1000-INITIALIZE - PARSE THE PARM, CONNECT, AND OPEN THE   *
002350*                   LATEST SUSPENSE GENERATION AND THE      *
002360*                   REPORT.  A MISSING SUSPENSE GENERATION  *
002370*                   (STATUS 35) ONLY MEANS NOTHING WAS      *
002380*                   DECLINED - THE OVERDRAWN SECTION STILL  *
002390*                   RUNS.                                   *
002400*----------------------------------------------------------*
002410 1000-INITIALIZE.
002420     MOVE ZERO TO RETURN-CODE.
002430     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002440     PERFORM 1060-PARSE-PARM THRU 1060-EXIT.
002450     PERFORM 1050-GET-CREDENTIALS THRU 1050-EXIT.
002460     PERFORM 1100-CONNECT THRU 1100-EXIT.
002470     IF WS-SQL-FAILURE
002480         GO TO 1000-EXIT
002490     END-IF.
002500     OPEN INPUT SUSPENSE-FILE.
002510     IF WS-SUSP-FILE-STATUS = '00'
002520         SET WS-SUSP-OPEN TO TRUE
002530     ELSE
002540         SET WS-SUSP-EOF TO TRUE
002550         IF WS-SUSP-FILE-STATUS NOT = '35'
002560             DISPLAY 'OVDRRPT SUSPFILE OPEN FAILED - STATUS '
002570                 WS-SUSP-FILE-STATUS
002580             MOVE 12 TO RETURN-CODE
002590             MOVE 12 TO WS-SAVED-RETURN-CODE
002600             GO TO 1000-EXIT
002610         END-IF
002620     END-IF.
002630     OPEN OUTPUT OVERDRAWN-REPORT-FILE.
002640     SET WS-FILES-OPEN TO TRUE.
002650     MOVE WS-RUN-DATE TO RH-RUN-DATE.
002660     WRITE OVERDRAWN-REPORT-RECORD FROM WS-REPORT-HEADING.
002670     MOVE 'DEBITS DECLINED TO SUSPENSE' TO SH-TITLE.
002680     WRITE OVERDRAWN-REPORT-RECORD FROM WS-SECTION-HEADING.
002690     WRITE OVERDRAWN-REPORT-RECORD FROM WS-DECLINE-COLUMN-HEADING.
002700     IF WS-SUSP-OPEN
002710         PERFORM 2100-READ-SUSPENSE-LINE THRU 2100-EXIT
002720     END-IF.
002730 1000-EXIT.
002740     EXIT.
002750
002760*----------------------------------------------------------*
002770* 1060-PARSE-PARM - A SINGLE OPTIONAL ALIAS=VALUE PIECE.    *
002780*----------------------------------------------------------*
002790 1060-PARSE-PARM.
002800     IF LS-PARM-LEN > ZERO
002810         UNSTRING LS-PARM-TEXT (1:LS-PARM-LEN) DELIMITED BY '='
002820             INTO WS-PARM-KEYWORD
002830                  WS-PARM-VALUE
002840         END-UNSTRING
002850         IF WS-PARM-KEYWORD = 'ALIAS'
002860             MOVE WS-PARM-VALUE (1:20) TO WS-PARM-ALIAS
002870             SET WS-ALIAS-OVERRIDDEN TO TRUE
002880         END-IF
002890     END-IF.
002900 1060-EXIT.
002910     EXIT.
002920
002930*----------------------------------------------------------*
002940* 1050-GET-CREDENTIALS - PULL THE AUDIT-TRAIL USERNAME AND  *
002950*                        THE WALLET TNS ALIAS AT RUNTIME    *
002960*                        FROM THE PROTECTED ENVIRONMENT     *
002970*                        REFERENCE, UNLESS THE RUN PARM     *
002980*                        OVERRODE THE ALIAS.  NO PASSWORD   *
002990*                        IS READ OR HELD ANYWHERE - THE     *
003000*                        CONNECT BELOW IS RESOLVED BY THE   *
003010*                        ORACLE WALLET.                     *
003020*----------------------------------------------------------*
003030 1050-GET-CREDENTIALS.
003040     ACCEPT WS-USERNAME  FROM ENVIRONMENT 'DBCONN-USERID'.
003050     IF WS-ALIAS-OVERRIDDEN
003060         MOVE WS-PARM-ALIAS TO WS-TNS-ALIAS
003070     ELSE
003080         ACCEPT WS-TNS-ALIAS FROM ENVIRONMENT 'DBCONN-TNSALIAS'
003090     END-IF.
003100     STRING '/@' DELIMITED BY SIZE
003110            WS-TNS-ALIAS DELIMITED BY SPACE
003120         INTO WS-CONNECT-STRING.
003130 1050-EXIT.
003140     EXIT.
003150
003160 1100-CONNECT.
003170     MOVE 'CONNECT' TO WS-EC-OPERATION.
003180     ACCEPT WS-AUD-START-TIME FROM TIME.
003190     EXEC SQL
003200         CONNECT :WS-CONNECT-STRING
003210     END-EXEC.
003220
003230     CALL 'SQLERRCK' USING WS-EC-CALLING-PROGRAM
003240                           WS-EC-OPERATION
003250                           SQLCODE
003260                           WS-EC-REASON-CODE
003270                           WS-EC-RETURN-CODE.
003280     PERFORM 2160-RECORD-AUDIT-ENTRY THRU 2160-EXIT.
003290     IF WS-EC-RETURN-CODE NOT = ZERO
003300         SET WS-SQL-FAILURE TO TRUE
003310         MOVE WS-EC-RETURN-CODE TO RETURN-CODE
003320         MOVE WS-EC-RETURN-CODE TO WS-SAVED-RETURN-CODE
003330     END-IF.
003340 1100-EXIT.
003350     EXIT.
003360
003370*----------------------------------------------------------*
003380* 2000-REPORT-DECLINE - LIST THE SUSPENSE LINE JUST READ    *
003390*                   WHEN IT IS AN OVERDRAFT OR SUSPENDED-   *
003400*                   ACCOUNT DECLINE, WITH THE ACCOUNT AS IT *
003410*                   STANDS NOW, AND READ THE NEXT.          *
003420*----------------------------------------------------------*
003430 2000-REPORT-DECLINE.
003440     IF NOT SU-INSUFFICIENT-FUNDS
003450             AND NOT SU-ACCOUNT-SUSPENDED
003460         GO TO 2000-READ-NEXT
003470     END-IF.
003480     MOVE SU-TRAN-IMAGE TO POSTING-TRANSACTION.
003490     PERFORM 2200-GET-ACCOUNT THRU 2200-EXIT.
003500     IF WS-SQL-FAILURE
003510         GO TO 2000-EXIT
003520     END-IF.
003530     IF SU-INSUFFICIENT-FUNDS
003540         ADD 1 TO WS-DECLINED-FUNDS
003550         MOVE 'INSUFFICIENT FUNDS' TO DL-REASON-TEXT
003560     ELSE
003570         ADD 1 TO WS-DECLINED-SUSPENDED
003580         MOVE 'ACCOUNT SUSPENDED' TO DL-REASON-TEXT
003590     END-IF.
003600     ADD TRN-AMOUNT TO WS-DECLINED-AMOUNT.
003610     MOVE TRN-ACCT-NUMBER TO DL-ACCT-NUMBER.
003620     MOVE TRN-REFERENCE TO DL-REFERENCE.
003630     MOVE TRN-AMOUNT TO DL-AMOUNT.
003640     MOVE SU-REASON-CODE TO DL-REASON.
003650     MOVE WS-ACCT-NAME TO DL-ACCT-NAME.
003660     MOVE WS-ACCT-BALANCE TO DL-BALANCE.
003670     MOVE WS-ACCT-STATUS TO DL-STATUS.
003680     WRITE OVERDRAWN-REPORT-RECORD FROM WS-DECLINE-LINE.
003690 2000-READ-NEXT.
003700     PERFORM 2100-READ-SUSPENSE-LINE THRU 2100-EXIT.
003710 2000-EXIT.
003720     EXIT.
003730
003740 2100-READ-SUSPENSE-LINE.
003750     READ SUSPENSE-FILE INTO WS-SUSPENSE-LINE
003760         AT END
003770             SET WS-SUSP-EOF TO TRUE
003780         NOT AT END
003790             ADD 1 TO WS-LINES-READ
003800     END-READ.
003810 2100-EXIT.
003820     EXIT.
003830
003840*----------------------------------------------------------*
003850* 2200-GET-ACCOUNT - CURRENT NAME, BALANCE AND STATUS OF    *
003860*                    THE DECLINED ACCOUNT.  AN ACCOUNT GONE *
003870*                    FROM ACCOUNT_MASTER SINCE THE POSTING  *
003880*                    RUN IS STILL LISTED, WITH A BLANK NAME *
003890*                    AND A ZERO BALANCE.                    *
003900*----------------------------------------------------------*
003910 2200-GET-ACCOUNT.
003920     MOVE TRN-ACCT-NUMBER TO WS-ACCT-NUMBER.
003930     MOVE 'SELECT MASTER' TO WS-EC-OPERATION.
003940     EXEC SQL
003950         SELECT ACCT_NAME, ACCT_BALANCE, ACCT_STATUS
003960         INTO :WS-ACCT-NAME, :WS-ACCT-BALANCE,
003970              :WS-ACCT-STATUS
003980         FROM ACCOUNT_MASTER
003990         WHERE ACCT_NUMBER = :WS-ACCT-NUMBER
004000     END-EXEC.
004010
004020     IF SQLCODE = 1403
004030         MOVE SPACES TO WS-ACCT-NAME
004040         MOVE ZERO TO WS-ACCT-BALANCE
004050         MOVE SPACE TO WS-ACCT-STATUS
004060         GO TO 2200-EXIT
004070     END-IF.
004080     CALL 'SQLERRCK' USING WS-EC-CALLING-PROGRAM
004090                           WS-EC-OPERATION
004100                           SQLCODE
004110                           WS-EC-REASON-CODE
004120                           WS-EC-RETURN-CODE.
004130     IF WS-EC-RETURN-CODE NOT = ZERO
004140         SET WS-SQL-FAILURE TO TRUE
004150         MOVE WS-EC-RETURN-CODE TO RETURN-CODE
004160         MOVE WS-EC-RETURN-CODE TO WS-SAVED-RETURN-CODE
004170     END-IF.
004180 2200-EXIT.
004190     EXIT.
004200
004210*----------------------------------------------------------*
004220* 3000-OPEN-CURSOR - EVERY ACCOUNT WITH A NEGATIVE BALANCE, *
004230*                    WHATEVER ITS STATUS, IN ACCOUNT ORDER. *
004240*----------------------------------------------------------*
004250 3000-OPEN-CURSOR.
004260     EXEC SQL
004270         DECLARE OVERDRAWN-CURSOR CURSOR FOR
004280             SELECT ACCT_NUMBER, ACCT_NAME, ACCT_STATUS,
004290                    ACCT_BALANCE
004300             FROM ACCOUNT_MASTER
004310             WHERE ACCT_BALANCE < 0
004320             ORDER BY ACCT_NUMBER
004330     END-EXEC.
004340
004350     MOVE 'OPEN CURSOR' TO WS-EC-OPERATION.
004360     ACCEPT WS-AUD-START-TIME FROM TIME.
004370     EXEC SQL
004380         OPEN OVERDRAWN-CURSOR
004390     END-EXEC.
004400
004410     CALL 'SQLERRCK' USING WS-EC-CALLING-PROGRAM
004420                           WS-EC-OPERATION
004430                           SQLCODE
004440                           WS-EC-REASON-CODE
004450                           WS-EC-RETURN-CODE.
004460     PERFORM 2160-RECORD-AUDIT-ENTRY THRU 2160-EXIT.
004470     IF WS-EC-RETURN-CODE NOT = ZERO
004480         SET WS-SQL-FAILURE TO TRUE
004490         MOVE WS-EC-RETURN-CODE TO RETURN-CODE
004500         MOVE WS-EC-RETURN-CODE TO WS-SAVED-RETURN-CODE
004510         GO TO 3000-EXIT
004520     END-IF.
004530     SET WS-CURSOR-OPEN TO TRUE.
004540     MOVE 'ACCOUNTS OVERDRAWN ON ACCOUNT_MASTER' TO SH-TITLE.
004550     WRITE OVERDRAWN-REPORT-RECORD FROM WS-SECTION-HEADING.
004560     WRITE OVERDRAWN-REPORT-RECORD
004570         FROM WS-OVERDRAWN-COLUMN-HEADING.
004580     PERFORM 3100-FETCH-NEXT-ROW THRU 3100-EXIT.
004590 3000-EXIT.
004600     EXIT.
004610
004620 3100-FETCH-NEXT-ROW.
004630     MOVE 'FETCH CURSOR' TO WS-EC-OPERATION.
004640     EXEC SQL
004650         FETCH OVERDRAWN-CURSOR
004660         INTO :WS-ACCT-NUMBER, :WS-ACCT-NAME, :WS-ACCT-STATUS,
004670              :WS-ACCT-BALANCE
004680     END-EXEC.
004690
004700     IF SQLCODE = 1403
004710         SET WS-CURSOR-EOF TO TRUE
004720     ELSE
004730         CALL 'SQLERRCK' USING WS-EC-CALLING-PROGRAM
004740                               WS-EC-OPERATION
004750                               SQLCODE
004760                               WS-EC-REASON-CODE
004770                               WS-EC-RETURN-CODE
004780         IF WS-EC-RETURN-CODE NOT = ZERO
004790             SET WS-SQL-FAILURE TO TRUE
004800             MOVE WS-EC-RETURN-CODE TO RETURN-CODE
004810             MOVE WS-EC-RETURN-CODE TO WS-SAVED-RETURN-CODE
004820         END-IF
004830     END-IF.
004840 3100-EXIT.
004850     EXIT.
004860
004870 3200-REPORT-OVERDRAWN.
004880     ADD 1 TO WS-OVERDRAWN-COUNT.
004890     ADD WS-ACCT-BALANCE TO WS-OVERDRAWN-TOTAL.
004900     MOVE WS-ACCT-NUMBER TO OL-ACCT-NUMBER.
004910     MOVE WS-ACCT-NAME TO OL-ACCT-NAME.
004920     MOVE WS-ACCT-STATUS TO OL-STATUS.
004930     MOVE WS-ACCT-BALANCE TO OL-BALANCE.
004940     WRITE OVERDRAWN-REPORT-RECORD FROM WS-OVERDRAWN-LINE.
004950     PERFORM 3100-FETCH-NEXT-ROW THRU 3100-EXIT.
004960 3200-EXIT.
004970     EXIT.
004980
004990*----------------------------------------------------------*
005000* 2160-RECORD-AUDIT-ENTRY - APPEND ONE ROW TO THE SHARED    *
005010*                           CONNECTIVITY AUDIT TRAIL FOR    *
005020*                           THE ATTEMPT JUST MADE.          *
005030*----------------------------------------------------------*
005040 2160-RECORD-AUDIT-ENTRY.
005050     ACCEPT WS-AUD-END-TIME FROM TIME.
005060     CALL 'ELAPTIME' USING WS-AUD-START-TIME
005070                           WS-AUD-END-TIME
005080                           WS-AUD-ELAPSED-MS.
005090     IF WS-EC-RETURN-CODE = ZERO
005100         MOVE 'SUCCESS' TO WS-AUD-OUTCOME
005110     ELSE
005120         MOVE 'FAILURE' TO WS-AUD-OUTCOME
005130     END-IF.
005140     CALL 'AUDITLOG' USING WS-EC-CALLING-PROGRAM
005150                           WS-EC-OPERATION
005160                           WS-USERNAME
005170                           WS-AUD-OUTCOME
005180                           WS-AUD-ELAPSED-MS.
005190 2160-EXIT.
005200     EXIT.
005210
005220*----------------------------------------------------------*
005230* 9000-TERMINATE - CLOSE THE CURSOR AND FILES, PRINT THE    *
005240*                  SUMMARY AND CONTROL TOTALS, AND SET THE  *
005250*                  STEP RETURN CODE.  ANY OVERDRAWN ACCOUNT *
005260*                  OR DECLINE GIVES RC=4 SO THE SCHEDULER   *
005270*                  SHOWS THE BACK OFFICE HAS WORK.          *
005280*----------------------------------------------------------*
005290 9000-TERMINATE.
005300     IF WS-CURSOR-OPEN
005310         MOVE 'CLOSE CURSOR' TO WS-EC-OPERATION
005320         EXEC SQL
005330             CLOSE OVERDRAWN-CURSOR
005340         END-EXEC
005350
005360         CALL 'SQLERRCK' USING WS-EC-CALLING-PROGRAM
005370                               WS-EC-OPERATION
005380                               SQLCODE
005390                               WS-EC-REASON-CODE
005400                               WS-EC-RETURN-CODE
005410     END-IF.
005420     IF WS-FILES-OPEN
005430         MOVE WS-DECLINED-FUNDS TO SL-DECLINED-FUNDS
005440         MOVE WS-DECLINED-SUSPENDED TO SL-DECLINED-SUSPENDED
005450         MOVE WS-DECLINED-AMOUNT TO SL-DECLINED-AMOUNT
005460         MOVE WS-OVERDRAWN-COUNT TO SL-OVERDRAWN-COUNT
005470         MOVE WS-OVERDRAWN-TOTAL TO SL-OVERDRAWN-TOTAL
005480         WRITE OVERDRAWN-REPORT-RECORD FROM WS-SUMMARY-LINE
005490         IF WS-SUSP-OPEN
005500             CLOSE SUSPENSE-FILE
005510         END-IF
005520         CLOSE OVERDRAWN-REPORT-FILE
005530     END-IF.
005540     IF WS-OVERDRAWN-COUNT > ZERO
005550             OR WS-DECLINED-FUNDS > ZERO
005560             OR WS-DECLINED-SUSPENDED > ZERO
005570         IF WS-SAVED-RETURN-CODE < 4
005580             MOVE 4 TO WS-SAVED-RETURN-CODE
005590         END-IF
005600     END-IF.
005610     IF WS-SAVED-RETURN-CODE > RETURN-CODE
005620         MOVE WS-SAVED-RETURN-CODE TO RETURN-CODE
005630     END-IF.
005640     DISPLAY 'OVDRRPT SUSPENSE LINES READ: ' WS-LINES-READ.
005650     DISPLAY 'OVDRRPT DECLINED FUNDS:      ' WS-DECLINED-FUNDS.
005660     DISPLAY 'OVDRRPT DECLINED SUSPENDED:  '
005670         WS-DECLINED-SUSPENDED.
005680     DISPLAY 'OVDRRPT DECLINED AMOUNT:     ' WS-DECLINED-AMOUNT.
005690     DISPLAY 'OVDRRPT ACCOUNTS OVERDRAWN:  ' WS-OVERDRAWN-COUNT.
005700     DISPLAY 'OVDRRPT OVERDRAWN TOTAL:     ' WS-OVERDRAWN-TOTAL.
005710 9000-EXIT.
005720     EXIT.
005730
005740*----------------------------------------------------------*
005750* 9900-RECORD-RUN-END - COMPLETE THIS STEP'S ROW ON THE     *
005760*                       SHARED BATCH RUN HISTORY WITH THE   *
005770*                       RECORD COUNT AND THE FINAL STEP     *
005780*                       RETURN CODE, THEN PUT THE RETURN    *
005790*                       CODE BACK - THE CALL REPLACES IT.   *
005800*----------------------------------------------------------*
005810 9900-RECORD-RUN-END.
005820     MOVE 'END' TO WS-RH-EVENT.
005830     MOVE WS-LINES-READ TO WS-RH-RECORD-COUNT.
005840     MOVE RETURN-CODE TO WS-RH-RETURN-CODE.
005850     CALL 'RUNHIST' USING WS-RH-CALLING-PROGRAM
005860                          WS-RH-QUALIFIER
005870                          WS-RH-EVENT
005880                          WS-RH-RECORD-COUNT
005890                          WS-RH-RETURN-CODE.
005900     MOVE WS-RH-RETURN-CODE TO RETURN-CODE.
005910 9900-EXIT.
005920     EXIT.
