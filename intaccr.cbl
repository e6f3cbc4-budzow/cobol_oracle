000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. INTACCR.
000030 AUTHOR. R-HALVORSEN.
000040 INSTALLATION. DATA-SERVICES.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------*
000080* MODIFICATION HISTORY                                      *
000090*   DATE       INIT  DESCRIPTION                             *
000100*   2026-10-15 MWK   ORIGINAL VERSION - MONTH-END INTEREST   *
000110*                    AND MAINTENANCE FEE ACCRUAL.  READS ONE *
000120*                    MONTH OF THE EODSNAP BALANCE HISTORY    *
000130*                    (EODBREC LAYOUT, DD EODBHIST), WORKS    *
000140*                    OUT EACH ACCOUNT'S AVERAGE DAILY        *
000150*                    BALANCE, AND PRICES IT FROM THE RATE    *
000160*                    TABLE FINANCE MAINTAINS (RATEREC        *
000170*                    LAYOUT, DD RATEFILE) - INTEREST AT THE  *
000180*                    ANNUAL RATE FOR THE ACCOUNT'S STATUS    *
000190*                    AND A MONTHLY FEE BY STATUS, WAIVED     *
000200*                    ABOVE A BALANCE.  NOTHING IS APPLIED    *
000210*                    HERE - THE RESULTS ARE WRITTEN AS       *
000220*                    TRANREC CREDITS AND DEBITS (DD          *
000230*                    ACCRTRAN) THAT THE NEXT ACCTPOST READS  *
000240*                    BEHIND TRANFILE, SO INTEREST AND FEES   *
000250*                    GO THROUGH THE SAME EDITS, REGISTER,    *
000260*                    HISTORY, AND AUDIT AS EVERY OTHER MONEY *
000270*                    MOVEMENT.                               *
000271*   2026-10-15 MWK   EVERY RUN NOW FILES ITS START, END,     *
000272*                    RECORD COUNT, AND RETURN CODE ON THE    *
000273*                    SHARED BATCH RUN HISTORY (DD RUNHIST)   *
000274*                    THROUGH THE RUNHIST SUBPROGRAM, FOR THE *
000275*                    BATWNDW BATCH-WINDOW REPORT.            *
000276*   2026-10-15 MWK   THE REFERENCE ORDINAL NOW COUNTS EVERY  *
000277*                    ACCOUNT WITH A SNAPSHOT IN THE MONTH,   *
000278*                    CLOSED AND UNRATED ONES INCLUDED, SO A  *
000279*                    RERUN AFTER A RATE TABLE CORRECTION     *
000280*                    NUMBERS EVERY ACCOUNT AS THE FIRST RUN  *
000281*                    DID.                                    *
000282*----------------------------------------------------------*
000290*
000300*   PARM FORMAT - 'MONTH=yyyymm'
000310*             RUN NIGHTLY AFTER EODSNAP WITH NO PARM, THE STEP
000320*             ACCRUES ONLY WHEN TODAY IS THE LAST DAY OF THE
000330*             MONTH; ON EVERY OTHER NIGHT IT WRITES AN EMPTY
000340*             ACCRTRAN GENERATION SO ACCTPOST NEVER SEES THE
000350*             SAME ACCRUALS TWICE.  MONTH FORCES AN ACCRUAL
000360*             FOR THE MONTH NAMED, FOR A RERUN OR A MISSED
000370*             MONTH-END.
000380*
000390*   AVERAGE DAILY BALANCE - EVERY CALENDAR DAY OF THE MONTH
000400*   CARRIES THE LATEST SNAPSHOT ON OR BEFORE IT, SO A NIGHT
000410*   WITH NO POSTING RUN (AND NO SNAPSHOT) KEEPS THE PRIOR
000420*   BALANCE.  DAYS BEFORE AN ACCOUNT'S FIRST SNAPSHOT COUNT AS
000430*   ZERO.  THE SUM IS DIVIDED BY THE DAYS IN THE MONTH.
000440*   INTEREST = ADB X RATE / 100 X DAYS IN MONTH / DAYS IN YEAR,
000450*   ROUNDED TO THE CENT, ONLY ON A POSITIVE ADB.  THE STATUS
000460*   PRICED IS THE ONE ON THE LAST SNAPSHOT OF THE MONTH; A
000470*   CLOSED ACCOUNT NEVER ACCRUES, AND AN ACCOUNT WITH NO
000480*   SNAPSHOT IN THE MONTH IS NO LONGER ON ACCOUNT_MASTER.
000490*
000500*   REFERENCES ARE 'INT' OR 'FEE' + YYMM OF THE MONTH + THE
000510*   NINE-DIGIT ORDINAL OF THE ACCOUNT AMONG THOSE WITH A
000520*   SNAPSHOT IN THE MONTH, AND THE POST DATE IS THE MONTH-END
000530*   DATE.  CLOSED AND UNRATED ACCOUNTS TAKE AN ORDINAL TOO, SO
000540*   A RATE TABLE CORRECTED BETWEEN RUNS NEVER RENUMBERS THE
000542*   REST.  A FORCED RERUN OF A MONTH ALREADY POSTED REPEATS
000544*   THE SAME REFERENCES, WHICH ACCTPOST REFUSES AS DUPLICATES
000546*   (3004).  A FEE DEBIT IS POSTED UNDER THE SAME OVERDRAFT
000550*   AND SUSPENDED-ACCOUNT RULES AS ANY OTHER DEBIT.
000570*
000580 ENVIRONMENT DIVISION.
000590 INPUT-OUTPUT SECTION.
000600 FILE-CONTROL.
000610     SELECT BALANCE-HISTORY-FILE ASSIGN TO 'EODBHIST'
000620         ORGANIZATION IS INDEXED
000630         ACCESS MODE IS DYNAMIC
000640         RECORD KEY IS EOD-KEY
000650         FILE STATUS IS WS-EODB-STATUS.
000660
000670     SELECT RATE-TABLE-FILE ASSIGN TO 'RATEFILE'
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS WS-RATE-FILE-STATUS.
000700
000710     SELECT ACCRUAL-FILE ASSIGN TO 'ACCRTRAN'
000720         ORGANIZATION IS LINE SEQUENTIAL.
000730
000740     SELECT ACCRUAL-REPORT-FILE ASSIGN TO 'ACCRRPT'
000750         ORGANIZATION IS LINE SEQUENTIAL.
000760
000770 DATA DIVISION.
000780 FILE SECTION.
000790 FD  BALANCE-HISTORY-FILE.
000800     COPY EODBREC.
000810
000820 FD  RATE-TABLE-FILE
000830     RECORDING MODE IS F.
000840     COPY RATEREC.
000850
000860 FD  ACCRUAL-FILE
000870     RECORDING MODE IS F.
000880 01  ACCRUAL-FILE-RECORD         PIC X(44).
000890
000900 FD  ACCRUAL-REPORT-FILE
000910     RECORDING MODE IS F.
000920 01  ACCRUAL-REPORT-RECORD       PIC X(132).
000930
000940 WORKING-STORAGE SECTION.
000950 77  WS-EODB-STATUS              PIC X(02).
000960 77  WS-RATE-FILE-STATUS         PIC X(02).
000970 77  WS-RATE-MAX                 PIC 9(4) COMP VALUE 10.
000980 77  WS-RATE-USED                PIC 9(4) COMP VALUE ZERO.
000990 77  WS-RATE-SUB                 PIC 9(4) COMP VALUE ZERO.
001000
001010 01  WS-SWITCHES.
001020     05  WS-EODB-EOF-SW          PIC X(01) VALUE 'N'.
001030         88  WS-EODB-EOF             VALUE 'Y'.
001040     05  WS-RATE-EOF-SW          PIC X(01) VALUE 'N'.
001050         88  WS-RATE-EOF             VALUE 'Y'.
001060     05  WS-FILES-OPEN-SW        PIC X(01) VALUE 'N'.
001070         88  WS-FILES-OPEN           VALUE 'Y'.
001080     05  WS-EODB-OPEN-SW         PIC X(01) VALUE 'N'.
001090         88  WS-EODB-OPEN            VALUE 'Y'.
001100     05  WS-ACCRUAL-DUE-SW       PIC X(01) VALUE 'N'.
001110         88  WS-ACCRUAL-DUE          VALUE 'Y'.
001120     05  WS-MONTH-FORCED-SW      PIC X(01) VALUE 'N'.
001130         88  WS-MONTH-FORCED         VALUE 'Y'.
001140     05  WS-ACCT-STARTED-SW      PIC X(01) VALUE 'N'.
001150         88  WS-ACCT-STARTED         VALUE 'Y'.
001160     05  WS-IN-MONTH-SW          PIC X(01) VALUE 'N'.
001170         88  WS-IN-MONTH-SEEN        VALUE 'Y'.
001180     05  WS-RATE-FOUND-SW        PIC X(01) VALUE 'N'.
001190         88  WS-RATE-FOUND           VALUE 'Y'.
001200     05  WS-LEAP-YEAR-SW         PIC X(01) VALUE 'N'.
001210         88  WS-LEAP-YEAR            VALUE 'Y'.
001220
001230 01  WS-COUNTERS.
001240     05  WS-ROWS-READ            PIC 9(9) COMP VALUE ZERO.
001250     05  WS-ACCOUNTS-SEEN        PIC 9(9) COMP VALUE ZERO.
001260     05  WS-ACCOUNTS-PRICED      PIC 9(9) COMP VALUE ZERO.
001270     05  WS-ACCOUNTS-CLOSED      PIC 9(9) COMP VALUE ZERO.
001280     05  WS-ACCOUNTS-GONE        PIC 9(9) COMP VALUE ZERO.
001290     05  WS-ACCOUNTS-NO-RATE     PIC 9(9) COMP VALUE ZERO.
001300     05  WS-INTEREST-WRITTEN     PIC 9(9) COMP VALUE ZERO.
001310     05  WS-FEES-WRITTEN         PIC 9(9) COMP VALUE ZERO.
001320     05  WS-FEES-WAIVED          PIC 9(9) COMP VALUE ZERO.
001330     05  WS-INTEREST-TOTAL       PIC S9(13)V99 COMP-3
001340                                 VALUE ZERO.
001350     05  WS-FEE-TOTAL            PIC S9(13)V99 COMP-3
001360                                 VALUE ZERO.
001370
001380*----------------------------------------------------------*
001390* THE RATE TABLE, ONE ENTRY PER ACCOUNT STATUS.             *
001400*----------------------------------------------------------*
001410 01  WS-RATE-TABLE.
001420     05  WS-RATE-ENTRY OCCURS 10 TIMES.
001430         10  RTT-ACCT-STATUS     PIC X(01).
001440         10  RTT-ANNUAL-RATE     PIC 9(02)V9(04).
001450         10  RTT-MONTHLY-FEE     PIC 9(03)V99.
001460         10  RTT-FEE-WAIVE-BAL   PIC 9(07)V99.
001470
001480*----------------------------------------------------------*
001490* THE MONTH BEING ACCRUED.                                  *
001500*----------------------------------------------------------*
001510 01  WS-ACCRUAL-CONTROL.
001520     05  WS-ACCRUAL-MONTH        PIC 9(06) VALUE ZERO.
001530     05  WS-ACCRUAL-MONTH-N REDEFINES WS-ACCRUAL-MONTH.
001540         10  WS-AM-YEAR          PIC 9(04).
001550         10  WS-AM-MONTH         PIC 9(02).
001560     05  WS-MONTH-START          PIC 9(08) VALUE ZERO.
001570     05  WS-MONTH-END            PIC 9(08) VALUE ZERO.
001580     05  WS-MONTH-END-N REDEFINES WS-MONTH-END.
001590         10  WS-ME-YEAR          PIC 9(04).
001600         10  WS-ME-MONTH         PIC 9(02).
001610         10  WS-ME-DAY           PIC 9(02).
001620     05  WS-START-SERIAL         PIC 9(9) COMP VALUE ZERO.
001630     05  WS-END-SERIAL           PIC 9(9) COMP VALUE ZERO.
001640     05  WS-DAYS-IN-MONTH        PIC 9(02) VALUE ZERO.
001650     05  WS-DAYS-IN-YEAR         PIC 9(03) VALUE ZERO.
001660
001670 01  WS-MONTH-DAYS-LIST          PIC X(24)
001680                 VALUE '312831303130313130313031'.
001690 01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-LIST.
001700     05  WS-MONTH-DAYS           OCCURS 12 TIMES
001710                                 PIC 9(02).
001720
001730*----------------------------------------------------------*
001740* ONE ACCOUNT'S RUNNING AVERAGE-DAILY-BALANCE WORK.  THE    *
001750* BALANCE CARRIED IS THE LATEST SNAPSHOT SEEN SO FAR; THE   *
001760* SERIAL IS THE FIRST DAY IT HAS NOT YET BEEN COUNTED FOR.  *
001770*----------------------------------------------------------*
001780 01  WS-ACCOUNT-WORK.
001790     05  WS-CUR-ACCT-NUMBER      PIC X(10) VALUE SPACES.
001800     05  WS-CUR-STATUS           PIC X(01) VALUE SPACE.
001810     05  WS-CUR-BALANCE          PIC S9(7)V99 COMP-3 VALUE ZERO.
001820     05  WS-CUR-SERIAL           PIC 9(9) COMP VALUE ZERO.
001830     05  WS-CUR-SNAPSHOTS        PIC 9(03) VALUE ZERO.
001840     05  WS-BALANCE-DAYS         PIC S9(13)V99 COMP-3
001850                                 VALUE ZERO.
001860     05  WS-DAY-SPAN             PIC 9(9) COMP VALUE ZERO.
001870     05  WS-AVG-DAILY-BALANCE    PIC S9(9)V99 COMP-3 VALUE ZERO.
001880     05  WS-INTEREST-AMOUNT      PIC 9(07)V99 VALUE ZERO.
001890     05  WS-FEE-AMOUNT           PIC 9(07)V99 VALUE ZERO.
001900     05  WS-ACCOUNT-ORDINAL      PIC 9(09) VALUE ZERO.
001910
001920 01  WS-ACCRUAL-REFERENCE.
001930     05  WS-AR-PREFIX            PIC X(03).
001940     05  WS-AR-YYMM              PIC 9(04).
001950     05  WS-AR-ORDINAL           PIC 9(09).
001960
001970     COPY TRANREC.
001980
001990*----------------------------------------------------------*
002000* SERIAL-DAY CONVERSION WORK AREA - SAME HAND-ROLLED        *
002010* APPROACH AS WHSRECON AND REJAGE, NO INTRINSICS.           *
002020*----------------------------------------------------------*
002030 01  WS-SERIAL-WORK.
002040     05  WS-SD-DATE              PIC 9(08).
002050     05  WS-SD-DATE-N REDEFINES WS-SD-DATE.
002060         10  WS-SD-YEAR          PIC 9(04).
002070         10  WS-SD-MONTH         PIC 9(02).
002080         10  WS-SD-DAY           PIC 9(02).
002090     05  WS-SD-SERIAL            PIC 9(9) COMP VALUE ZERO.
002100     05  WS-SD-YEARS             PIC 9(9) COMP VALUE ZERO.
002110     05  WS-SD-REMAINDER         PIC 9(04) COMP VALUE ZERO.
002120     05  WS-SD-QUOTIENT          PIC 9(9) COMP VALUE ZERO.
002130
002140 01  WS-MONTH-CUM-LIST           PIC X(36)
002150                 VALUE '000031059090120151181212243273304334'.
002160 01  WS-MONTH-CUM-TABLE REDEFINES WS-MONTH-CUM-LIST.
002170     05  WS-MONTH-CUM            OCCURS 12 TIMES
002180                                 PIC 9(03).
002190
002200 01  WS-SAVED-RETURN-CODE        PIC 9(04) VALUE ZERO.
002210
002220 01  WS-PARM-WORK.
002230     05  WS-PARM-KEYWORD         PIC X(08).
002240     05  WS-PARM-VALUE           PIC X(30).
002250     05  WS-PARM-VALUE-N6 REDEFINES WS-PARM-VALUE.
002260         10  WS-PARM-DIGITS-6    PIC 9(06).
002270         10  FILLER              PIC X(24).
002280
002290 01  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
002300 01  WS-RUN-DATE-N REDEFINES WS-RUN-DATE.
002310     05  WS-RD-YEAR              PIC 9(04).
002320     05  WS-RD-MONTH             PIC 9(02).
002330     05  WS-RD-DAY               PIC 9(02).
002340
002350 01  WS-REPORT-HEADING.
002360     05  FILLER                  PIC X(22)
002370             VALUE 'MONTH-END ACCRUAL FOR'.
002380     05  RH-ACCRUAL-MONTH        PIC 9(06).
002390     05  FILLER                  PIC X(06) VALUE ' DAYS='.
002400     05  RH-DAYS-IN-MONTH        PIC Z9.
002410     05  FILLER                  PIC X(10) VALUE ' RUN DATE='.
002420     05  RH-RUN-DATE             PIC 9(08).
002430     05  FILLER                  PIC X(78) VALUE SPACES.
002440
002450 01  WS-COLUMN-HEADING.
002460     05  FILLER                  PIC X(12) VALUE 'ACCOUNT'.
002470     05  FILLER                  PIC X(04) VALUE 'ST'.
002480     05  FILLER                  PIC X(06) VALUE 'SNAPS'.
002490     05  FILLER                  PIC X(17)
002500             VALUE '    AVG DAILY BAL'.
002510     05  FILLER                  PIC X(10) VALUE '    RATE'.
002520     05  FILLER                  PIC X(14) VALUE '     INTEREST'.
002530     05  FILLER                  PIC X(14) VALUE '          FEE'.
002540     05  FILLER                  PIC X(02) VALUE SPACES.
002550     05  FILLER                  PIC X(53) VALUE 'NOTE'.
002560
002570 01  WS-DETAIL-LINE.
002580     05  DL-ACCT-NUMBER          PIC X(10).
002590     05  FILLER                  PIC X(02) VALUE SPACES.
002600     05  DL-STATUS               PIC X(01).
002610     05  FILLER                  PIC X(03) VALUE SPACES.
002620     05  DL-SNAPSHOTS            PIC ZZ9.
002630     05  FILLER                  PIC X(03) VALUE SPACES.
002640     05  DL-AVG-BALANCE          PIC ZZZ,ZZZ,ZZ9.99-.
002650     05  FILLER                  PIC X(02) VALUE SPACES.
002660     05  DL-RATE                 PIC Z9.9999.
002670     05  FILLER                  PIC X(03) VALUE SPACES.
002680     05  DL-INTEREST             PIC Z,ZZZ,ZZ9.99.
002690     05  FILLER                  PIC X(02) VALUE SPACES.
002700     05  DL-FEE                  PIC Z,ZZZ,ZZ9.99.
002710     05  FILLER                  PIC X(02) VALUE SPACES.
002720     05  DL-NOTE                 PIC X(20).
002730     05  FILLER                  PIC X(35) VALUE SPACES.
002740
002750 01  WS-SUMMARY-LINE.
002760     05  FILLER                  PIC X(07) VALUE 'PRICED='.
002770     05  SL-PRICED               PIC ZZZZZZZZ9.
002780     05  FILLER                  PIC X(10) VALUE ' INTEREST='.
002790     05  SL-INTEREST-COUNT       PIC ZZZZZZZZ9.
002800     05  FILLER                  PIC X(01) VALUE '/'.
002810     05  SL-INTEREST-TOTAL       PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
002820     05  FILLER                  PIC X(06) VALUE ' FEES='.
002830     05  SL-FEE-COUNT            PIC ZZZZZZZZ9.
002840     05  FILLER                  PIC X(01) VALUE '/'.
002850     05  SL-FEE-TOTAL            PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
002860     05  FILLER                  PIC X(08) VALUE ' WAIVED='.
002870     05  SL-WAIVED               PIC ZZZZZZZZ9.
002880     05  FILLER                  PIC X(09) VALUE ' NO RATE='.
002890     05  SL-NO-RATE              PIC ZZZZZZZZ9.
002900     05  FILLER                  PIC X(09) VALUE SPACES.
002910
002920 01  WS-NOT-DUE-LINE.
002930     05  FILLER                  PIC X(40)
002940             VALUE 'NOT MONTH-END - NO ACCRUAL WRITTEN FOR'.
002950     05  ND-RUN-DATE             PIC 9(08).
002960     05  FILLER                  PIC X(84) VALUE SPACES.
002970
002971 01  WS-RUN-HISTORY-CALL.
002972     05  WS-RH-CALLING-PROGRAM   PIC X(12) VALUE 'INTACCR'.
002973     05  WS-RH-QUALIFIER         PIC X(10) VALUE SPACES.
002974     05  WS-RH-EVENT             PIC X(05).
002975     05  WS-RH-RECORD-COUNT      PIC 9(09) VALUE ZERO.
002976     05  WS-RH-RETURN-CODE       PIC 9(04) VALUE ZERO.
002977
002980 LINKAGE SECTION.
002990 01  LS-PARM-AREA.
003000     05  LS-PARM-LEN             PIC S9(4) COMP.
003010     05  LS-PARM-TEXT            PIC X(80).
003020
003030 PROCEDURE DIVISION USING LS-PARM-AREA.
003040 0000-MAINLINE.
003042     PERFORM 0100-RECORD-RUN-START THRU 0100-EXIT.
003050     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003060     IF WS-FILES-OPEN AND WS-ACCRUAL-DUE
003070         PERFORM 2000-PROCESS-SNAPSHOT THRU 2000-EXIT
003080             UNTIL WS-EODB-EOF
003090         IF WS-ACCT-STARTED
003100             PERFORM 3000-FINISH-ACCOUNT THRU 3000-EXIT
003110         END-IF
003120     END-IF.
003130     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003132     PERFORM 9900-RECORD-RUN-END THRU 9900-EXIT.
003140     GOBACK.
003150
003151*----------------------------------------------------------*
003152* 0100-RECORD-RUN-START - FILE THIS STEP'S RUNNING-STATE    *
003153*                         ROW ON THE SHARED BATCH RUN       *
003154*                         HISTORY BEFORE ANY WORK IS DONE.  *
003155*----------------------------------------------------------*
003156 0100-RECORD-RUN-START.
003157     MOVE 'START' TO WS-RH-EVENT.
003158     CALL 'RUNHIST' USING WS-RH-CALLING-PROGRAM
003159                          WS-RH-QUALIFIER
003160                          WS-RH-EVENT
003161                          WS-RH-RECORD-COUNT
003162                          WS-RH-RETURN-CODE.
003163 0100-EXIT.
003164     EXIT.
003165
003166*----------------------------------------------------------*
003170* 1000-INITIALIZE - PARSE THE PARM, DECIDE WHETHER AN       *
003180*                   ACCRUAL IS DUE, AND OPEN THE FILES.     *
003190*                   THE ACCRTRAN GENERATION IS ALWAYS       *
003200*                   OPENED, EVEN WHEN NOTHING IS DUE, SO    *
003210*                   THE NEXT ACCTPOST READS AN EMPTY ONE.   *
003220*                   A MISSING RATE TABLE OR BALANCE HISTORY *
003230*                   ON A NIGHT THAT IS DUE FAILS THE STEP - *
003240*                   A MONTH-END WITH NO INTEREST MUST NOT   *
003250*                   PASS QUIETLY.                           *
003260*----------------------------------------------------------*
003270 1000-INITIALIZE.
003280     MOVE ZERO TO RETURN-CODE.
003290     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003300     PERFORM 1060-PARSE-PARM THRU 1060-EXIT.
003310     IF WS-SAVED-RETURN-CODE NOT = ZERO
003320         GO TO 1000-EXIT
003330     END-IF.
003340     PERFORM 1300-SET-ACCRUAL-MONTH THRU 1300-EXIT.
003350     OPEN OUTPUT ACCRUAL-FILE.
003360     OPEN OUTPUT ACCRUAL-REPORT-FILE.
003370     SET WS-FILES-OPEN TO TRUE.
003380     IF NOT WS-ACCRUAL-DUE
003390         MOVE WS-RUN-DATE TO ND-RUN-DATE
003400         WRITE ACCRUAL-REPORT-RECORD FROM WS-NOT-DUE-LINE
003410         GO TO 1000-EXIT
003420     END-IF.
003430     MOVE WS-ACCRUAL-MONTH TO RH-ACCRUAL-MONTH.
003440     MOVE WS-DAYS-IN-MONTH TO RH-DAYS-IN-MONTH.
003450     MOVE WS-RUN-DATE TO RH-RUN-DATE.
003460     WRITE ACCRUAL-REPORT-RECORD FROM WS-REPORT-HEADING.
003470     WRITE ACCRUAL-REPORT-RECORD FROM WS-COLUMN-HEADING.
003480     PERFORM 1200-LOAD-RATE-TABLE THRU 1200-EXIT.
003490     IF WS-SAVED-RETURN-CODE NOT < 12
003500         MOVE 'N' TO WS-ACCRUAL-DUE-SW
003510         GO TO 1000-EXIT
003520     END-IF.
003530     OPEN INPUT BALANCE-HISTORY-FILE.
003540     IF WS-EODB-STATUS NOT = '00'
003550         DISPLAY 'INTACCR EODBHIST OPEN FAILED - STATUS '
003560             WS-EODB-STATUS
003570         MOVE 12 TO RETURN-CODE
003580         MOVE 12 TO WS-SAVED-RETURN-CODE
003590         MOVE 'N' TO WS-ACCRUAL-DUE-SW
003600         GO TO 1000-EXIT
003610     END-IF.
003620     SET WS-EODB-OPEN TO TRUE.
003630     PERFORM 2900-READ-SNAPSHOT THRU 2900-EXIT.
003640 1000-EXIT.
003650     EXIT.
003660
003670*----------------------------------------------------------*
003680* 1060-PARSE-PARM - A SINGLE OPTIONAL MONTH=yyyymm PIECE.   *
003690*----------------------------------------------------------*
003700 1060-PARSE-PARM.
003710     IF LS-PARM-LEN > ZERO
003720         UNSTRING LS-PARM-TEXT (1:LS-PARM-LEN) DELIMITED BY '='
003730             INTO WS-PARM-KEYWORD
003740                  WS-PARM-VALUE
003750         END-UNSTRING
003760         IF WS-PARM-KEYWORD = 'MONTH'
003770             IF WS-PARM-DIGITS-6 IS NUMERIC
003780                 MOVE WS-PARM-DIGITS-6 TO WS-ACCRUAL-MONTH
003790             END-IF
003800             IF WS-AM-MONTH < 1 OR WS-AM-MONTH > 12
003810                 DISPLAY 'INTACCR MONTH PARM INVALID - '
003820                     WS-PARM-VALUE
003830                 MOVE 12 TO RETURN-CODE
003840                 MOVE 12 TO WS-SAVED-RETURN-CODE
003850             ELSE
003860                 SET WS-MONTH-FORCED TO TRUE
003870             END-IF
003880         END-IF
003890     END-IF.
003900 1060-EXIT.
003910     EXIT.
003920
003930*----------------------------------------------------------*
003940* 1200-LOAD-RATE-TABLE - READ FINANCE'S RATE TABLE INTO THE *
003950*                   LOOKUP TABLE.  A MISSING TABLE IS RC=12 *
003960*                   AND A LINE DROPPED FOR ROOM IS RC=8.    *
003970*----------------------------------------------------------*
003980 1200-LOAD-RATE-TABLE.
003990     OPEN INPUT RATE-TABLE-FILE.
004000     IF WS-RATE-FILE-STATUS NOT = '00'
004010         DISPLAY 'INTACCR RATEFILE OPEN FAILED - STATUS '
004020             WS-RATE-FILE-STATUS
004030         MOVE 12 TO RETURN-CODE
004040         MOVE 12 TO WS-SAVED-RETURN-CODE
004050     ELSE
004060         PERFORM 1250-READ-ONE-RATE THRU 1250-EXIT
004070             UNTIL WS-RATE-EOF
004080         CLOSE RATE-TABLE-FILE
004090     END-IF.
004100 1200-EXIT.
004110     EXIT.
004120
004130 1250-READ-ONE-RATE.
004140     READ RATE-TABLE-FILE
004150         AT END
004160             SET WS-RATE-EOF TO TRUE
004170         NOT AT END
004180             IF RTE-ACCT-STATUS = SPACE
004190                 GO TO 1250-EXIT
004200             END-IF
004210             IF RTE-ANNUAL-RATE IS NUMERIC
004220                     AND RTE-MONTHLY-FEE IS NUMERIC
004230                     AND RTE-FEE-WAIVE-BALANCE IS NUMERIC
004240                 IF WS-RATE-USED < WS-RATE-MAX
004250                     ADD 1 TO WS-RATE-USED
004260                     MOVE RTE-ACCT-STATUS
004270                         TO RTT-ACCT-STATUS (WS-RATE-USED)
004280                     MOVE RTE-ANNUAL-RATE
004290                         TO RTT-ANNUAL-RATE (WS-RATE-USED)
004300                     MOVE RTE-MONTHLY-FEE
004310                         TO RTT-MONTHLY-FEE (WS-RATE-USED)
004320                     MOVE RTE-FEE-WAIVE-BALANCE
004330                         TO RTT-FEE-WAIVE-BAL (WS-RATE-USED)
004340                 ELSE
004350                     DISPLAY 'INTACCR RATE TABLE FULL - LINE FOR '
004360                         'STATUS ' RTE-ACCT-STATUS ' DROPPED'
004370                     IF WS-SAVED-RETURN-CODE < 8
004380                         MOVE 8 TO WS-SAVED-RETURN-CODE
004390                     END-IF
004400                 END-IF
004410             ELSE
004420                 DISPLAY 'INTACCR RATE LINE NOT NUMERIC - '
004430                     RATE-TABLE-RECORD (1:24)
004440                 IF WS-SAVED-RETURN-CODE < 8
004450                     MOVE 8 TO WS-SAVED-RETURN-CODE
004460                 END-IF
004470             END-IF
004480     END-READ.
004490 1250-EXIT.
004500     EXIT.
004510
004520*----------------------------------------------------------*
004530* 1300-SET-ACCRUAL-MONTH - THE PARM MONTH, OR TODAY'S MONTH *
004540*                   WHEN TODAY IS ITS LAST DAY.  WORKS OUT  *
004550*                   THE FIRST AND LAST DATES, THEIR SERIAL  *
004560*                   DAYS, AND THE DAYS IN THE MONTH AND     *
004570*                   YEAR.                                   *
004580*----------------------------------------------------------*
004590 1300-SET-ACCRUAL-MONTH.
004600     IF NOT WS-MONTH-FORCED
004610         MOVE WS-RD-YEAR TO WS-AM-YEAR
004620         MOVE WS-RD-MONTH TO WS-AM-MONTH
004630     END-IF.
004640     MOVE WS-AM-YEAR TO WS-SD-YEAR.
004650     PERFORM 8100-CHECK-LEAP-YEAR THRU 8100-EXIT.
004660     MOVE WS-MONTH-DAYS (WS-AM-MONTH) TO WS-DAYS-IN-MONTH.
004670     MOVE 365 TO WS-DAYS-IN-YEAR.
004680     IF WS-LEAP-YEAR
004690         MOVE 366 TO WS-DAYS-IN-YEAR
004700         IF WS-AM-MONTH = 2
004710             MOVE 29 TO WS-DAYS-IN-MONTH
004720         END-IF
004730     END-IF.
004740     IF WS-MONTH-FORCED
004750             OR WS-RD-DAY = WS-DAYS-IN-MONTH
004760         SET WS-ACCRUAL-DUE TO TRUE
004770     END-IF.
004780     COMPUTE WS-MONTH-START = WS-ACCRUAL-MONTH * 100 + 1.
004790     MOVE WS-AM-YEAR TO WS-ME-YEAR.
004800     MOVE WS-AM-MONTH TO WS-ME-MONTH.
004810     MOVE WS-DAYS-IN-MONTH TO WS-ME-DAY.
004820     MOVE WS-MONTH-START TO WS-SD-DATE.
004830     PERFORM 8000-DATE-TO-SERIAL THRU 8000-EXIT.
004840     MOVE WS-SD-SERIAL TO WS-START-SERIAL.
004850     MOVE WS-MONTH-END TO WS-SD-DATE.
004860     PERFORM 8000-DATE-TO-SERIAL THRU 8000-EXIT.
004870     MOVE WS-SD-SERIAL TO WS-END-SERIAL.
004880     MOVE WS-ACCRUAL-MONTH (3:4) TO WS-AR-YYMM.
004890 1300-EXIT.
004900     EXIT.
004910
004920*----------------------------------------------------------*
004930* 2000-PROCESS-SNAPSHOT - ONE BALANCE HISTORY ROW, IN       *
004940*                   ACCOUNT/DATE ORDER.  A NEW ACCOUNT      *
004950*                   FINISHES THE LAST ONE.  A ROW BEFORE    *
004960*                   THE MONTH ONLY SETS THE BALANCE CARRIED *
004970*                   INTO IT; A ROW INSIDE THE MONTH CLOSES  *
004980*                   OFF THE DAYS SINCE THE LAST ONE AT THE  *
004990*                   BALANCE CARRIED, THEN CARRIES ITS OWN.  *
005000*----------------------------------------------------------*
005010 2000-PROCESS-SNAPSHOT.
005020     IF NOT WS-ACCT-STARTED
005030             OR EOD-ACCT-NUMBER NOT = WS-CUR-ACCT-NUMBER
005040         IF WS-ACCT-STARTED
005050             PERFORM 3000-FINISH-ACCOUNT THRU 3000-EXIT
005060         END-IF
005070         PERFORM 2100-START-ACCOUNT THRU 2100-EXIT
005080     END-IF.
005090     IF EOD-BAL-DATE < WS-MONTH-START
005100         MOVE EOD-BALANCE TO WS-CUR-BALANCE
005110         GO TO 2000-READ-NEXT
005120     END-IF.
005130     IF EOD-BAL-DATE > WS-MONTH-END
005140         GO TO 2000-READ-NEXT
005150     END-IF.
005160     MOVE EOD-BAL-DATE TO WS-SD-DATE.
005170     PERFORM 8000-DATE-TO-SERIAL THRU 8000-EXIT.
005180     COMPUTE WS-DAY-SPAN = WS-SD-SERIAL - WS-CUR-SERIAL.
005190     COMPUTE WS-BALANCE-DAYS = WS-BALANCE-DAYS
005200         + (WS-CUR-BALANCE * WS-DAY-SPAN).
005210     MOVE WS-SD-SERIAL TO WS-CUR-SERIAL.
005220     MOVE EOD-BALANCE TO WS-CUR-BALANCE.
005230     MOVE EOD-ACCT-STATUS TO WS-CUR-STATUS.
005240     ADD 1 TO WS-CUR-SNAPSHOTS.
005250     SET WS-IN-MONTH-SEEN TO TRUE.
005260 2000-READ-NEXT.
005270     PERFORM 2900-READ-SNAPSHOT THRU 2900-EXIT.
005280 2000-EXIT.
005290     EXIT.
005300
005310 2100-START-ACCOUNT.
005320     SET WS-ACCT-STARTED TO TRUE.
005330     ADD 1 TO WS-ACCOUNTS-SEEN.
005340     MOVE EOD-ACCT-NUMBER TO WS-CUR-ACCT-NUMBER.
005350     MOVE SPACE TO WS-CUR-STATUS.
005360     MOVE ZERO TO WS-CUR-BALANCE.
005370     MOVE WS-START-SERIAL TO WS-CUR-SERIAL.
005380     MOVE ZERO TO WS-CUR-SNAPSHOTS.
005390     MOVE ZERO TO WS-BALANCE-DAYS.
005400     MOVE 'N' TO WS-IN-MONTH-SW.
005410 2100-EXIT.
005420     EXIT.
005430
005440 2900-READ-SNAPSHOT.
005450     READ BALANCE-HISTORY-FILE NEXT RECORD
005460         AT END
005470             SET WS-EODB-EOF TO TRUE
005480         NOT AT END
005490             ADD 1 TO WS-ROWS-READ
005500     END-READ.
005510 2900-EXIT.
005520     EXIT.
005530
005540*----------------------------------------------------------*
005550* 3000-FINISH-ACCOUNT - CLOSE OFF THE LAST DAYS OF THE      *
005560*                   MONTH AT THE BALANCE CARRIED, TAKE THE  *
005570*                   AVERAGE, AND PRICE IT.  THE ORDINAL IS  *
005572*                   TAKEN BEFORE THE CLOSED AND RATE CHECKS *
005574*                   SO A RERUN NUMBERS EVERY ACCOUNT THE    *
005576*                   SAME WAY.                               *
005580*----------------------------------------------------------*
005590 3000-FINISH-ACCOUNT.
005600     MOVE 'N' TO WS-ACCT-STARTED-SW.
005610     IF NOT WS-IN-MONTH-SEEN
005620         ADD 1 TO WS-ACCOUNTS-GONE
005630         GO TO 3000-EXIT
005640     END-IF.
005645     ADD 1 TO WS-ACCOUNT-ORDINAL.
005650     COMPUTE WS-DAY-SPAN = WS-END-SERIAL + 1 - WS-CUR-SERIAL.
005660     COMPUTE WS-BALANCE-DAYS = WS-BALANCE-DAYS
005670         + (WS-CUR-BALANCE * WS-DAY-SPAN).
005680     COMPUTE WS-AVG-DAILY-BALANCE ROUNDED =
005690         WS-BALANCE-DAYS / WS-DAYS-IN-MONTH.
005700     MOVE ZERO TO WS-INTEREST-AMOUNT.
005710     MOVE ZERO TO WS-FEE-AMOUNT.
005720     MOVE SPACES TO DL-NOTE.
005730     MOVE ZERO TO DL-RATE.
005740     IF WS-CUR-STATUS = 'C'
005750         ADD 1 TO WS-ACCOUNTS-CLOSED
005760         MOVE 'CLOSED' TO DL-NOTE
005770         GO TO 3000-REPORT
005780     END-IF.
005790     PERFORM 3100-FIND-RATE THRU 3100-EXIT.
005800     IF NOT WS-RATE-FOUND
005810         ADD 1 TO WS-ACCOUNTS-NO-RATE
005820         MOVE 'NO RATE FOR STATUS' TO DL-NOTE
005830         GO TO 3000-REPORT
005840     END-IF.
005850     ADD 1 TO WS-ACCOUNTS-PRICED.
005870     MOVE RTT-ANNUAL-RATE (WS-RATE-SUB) TO DL-RATE.
005880     IF WS-AVG-DAILY-BALANCE > ZERO
005890         COMPUTE WS-INTEREST-AMOUNT ROUNDED =
005900             WS-AVG-DAILY-BALANCE
005910             * RTT-ANNUAL-RATE (WS-RATE-SUB)
005920             * WS-DAYS-IN-MONTH
005930             / (100 * WS-DAYS-IN-YEAR)
005940     END-IF.
005950     IF WS-INTEREST-AMOUNT > ZERO
005960         PERFORM 3200-WRITE-INTEREST THRU 3200-EXIT
005970     END-IF.
005980     IF RTT-MONTHLY-FEE (WS-RATE-SUB) > ZERO
005990         IF RTT-FEE-WAIVE-BAL (WS-RATE-SUB) > ZERO
006000                 AND WS-AVG-DAILY-BALANCE NOT <
006010                     RTT-FEE-WAIVE-BAL (WS-RATE-SUB)
006020             ADD 1 TO WS-FEES-WAIVED
006030             MOVE 'FEE WAIVED' TO DL-NOTE
006040         ELSE
006050             MOVE RTT-MONTHLY-FEE (WS-RATE-SUB) TO WS-FEE-AMOUNT
006060             PERFORM 3300-WRITE-FEE THRU 3300-EXIT
006070         END-IF
006080     END-IF.
006090 3000-REPORT.
006100     MOVE WS-CUR-ACCT-NUMBER TO DL-ACCT-NUMBER.
006110     MOVE WS-CUR-STATUS TO DL-STATUS.
006120     MOVE WS-CUR-SNAPSHOTS TO DL-SNAPSHOTS.
006130     MOVE WS-AVG-DAILY-BALANCE TO DL-AVG-BALANCE.
006140     MOVE WS-INTEREST-AMOUNT TO DL-INTEREST.
006150     MOVE WS-FEE-AMOUNT TO DL-FEE.
006160     WRITE ACCRUAL-REPORT-RECORD FROM WS-DETAIL-LINE.
006170 3000-EXIT.
006180     EXIT.
006190
006200 3100-FIND-RATE.
006210     MOVE 'N' TO WS-RATE-FOUND-SW.
006220     MOVE ZERO TO WS-RATE-SUB.
006230     IF WS-RATE-USED = ZERO
006240         GO TO 3100-EXIT
006250     END-IF.
006260     PERFORM 3150-MATCH-ONE-RATE THRU 3150-EXIT
006270         UNTIL WS-RATE-FOUND
006280            OR WS-RATE-SUB = WS-RATE-USED.
006290 3100-EXIT.
006300     EXIT.
006310
006320 3150-MATCH-ONE-RATE.
006330     ADD 1 TO WS-RATE-SUB.
006340     IF RTT-ACCT-STATUS (WS-RATE-SUB) = WS-CUR-STATUS
006350         SET WS-RATE-FOUND TO TRUE
006360     END-IF.
006370 3150-EXIT.
006380     EXIT.
006390
006400 3200-WRITE-INTEREST.
006410     MOVE 'INT' TO WS-AR-PREFIX.
006420     MOVE WS-ACCOUNT-ORDINAL TO WS-AR-ORDINAL.
006430     MOVE WS-CUR-ACCT-NUMBER TO TRN-ACCT-NUMBER.
006440     MOVE 'C' TO TRN-TYPE.
006450     MOVE WS-INTEREST-AMOUNT TO TRN-AMOUNT.
006460     MOVE WS-ACCRUAL-REFERENCE TO TRN-REFERENCE.
006470     MOVE WS-MONTH-END TO TRN-POST-DATE.
006480     WRITE ACCRUAL-FILE-RECORD FROM POSTING-TRANSACTION.
006490     ADD 1 TO WS-INTEREST-WRITTEN.
006500     ADD WS-INTEREST-AMOUNT TO WS-INTEREST-TOTAL.
006510 3200-EXIT.
006520     EXIT.
006530
006540 3300-WRITE-FEE.
006550     MOVE 'FEE' TO WS-AR-PREFIX.
006560     MOVE WS-ACCOUNT-ORDINAL TO WS-AR-ORDINAL.
006570     MOVE WS-CUR-ACCT-NUMBER TO TRN-ACCT-NUMBER.
006580     MOVE 'D' TO TRN-TYPE.
006590     MOVE WS-FEE-AMOUNT TO TRN-AMOUNT.
006600     MOVE WS-ACCRUAL-REFERENCE TO TRN-REFERENCE.
006610     MOVE WS-MONTH-END TO TRN-POST-DATE.
006620     WRITE ACCRUAL-FILE-RECORD FROM POSTING-TRANSACTION.
006630     ADD 1 TO WS-FEES-WRITTEN.
006640     ADD WS-FEE-AMOUNT TO WS-FEE-TOTAL.
006650 3300-EXIT.
006660     EXIT.
006670
006680*----------------------------------------------------------*
006690* 8000-DATE-TO-SERIAL - TURN WS-SD-DATE (YYYYMMDD) INTO A   *
006700*                  DAY COUNT.  ONLY DIFFERENCES ARE EVER    *
006710*                  USED, SO THE EPOCH IS ARBITRARY.  LEAP   *
006720*                  YEARS FOLLOW THE SAME 4/100/400 RULE AS  *
006730*                  THE FLDEDIT DATE VALIDATION.             *
006740*----------------------------------------------------------*
006750 8000-DATE-TO-SERIAL.
006760     COMPUTE WS-SD-YEARS = WS-SD-YEAR - 1.
006770     COMPUTE WS-SD-SERIAL =
006780         (WS-SD-YEARS * 365)
006790         + (WS-SD-YEARS / 4)
006800         - (WS-SD-YEARS / 100)
006810         + (WS-SD-YEARS / 400)
006820         + WS-MONTH-CUM (WS-SD-MONTH)
006830         + WS-SD-DAY.
006840     IF WS-SD-MONTH > 2
006850         PERFORM 8100-CHECK-LEAP-YEAR THRU 8100-EXIT
006860         IF WS-LEAP-YEAR
006870             ADD 1 TO WS-SD-SERIAL
006880         END-IF
006890     END-IF.
006900 8000-EXIT.
006910     EXIT.
006920
006930*----------------------------------------------------------*
006940* 8100-CHECK-LEAP-YEAR - IS WS-SD-YEAR A LEAP YEAR, ON THE  *
006950*                  4/100/400 RULE.                          *
006960*----------------------------------------------------------*
006970 8100-CHECK-LEAP-YEAR.
006980     MOVE 'N' TO WS-LEAP-YEAR-SW.
006990     DIVIDE WS-SD-YEAR BY 4
007000         GIVING WS-SD-QUOTIENT
007010         REMAINDER WS-SD-REMAINDER.
007020     IF WS-SD-REMAINDER NOT = ZERO
007030         GO TO 8100-EXIT
007040     END-IF.
007050     DIVIDE WS-SD-YEAR BY 100
007060         GIVING WS-SD-QUOTIENT
007070         REMAINDER WS-SD-REMAINDER.
007080     IF WS-SD-REMAINDER NOT = ZERO
007090         SET WS-LEAP-YEAR TO TRUE
007100         GO TO 8100-EXIT
007110     END-IF.
007120     DIVIDE WS-SD-YEAR BY 400
007130         GIVING WS-SD-QUOTIENT
007140         REMAINDER WS-SD-REMAINDER.
007150     IF WS-SD-REMAINDER = ZERO
007160         SET WS-LEAP-YEAR TO TRUE
007170     END-IF.
007180 8100-EXIT.
007190     EXIT.
007200
007210*----------------------------------------------------------*
007220* 9000-TERMINATE - CLOSE UP, PRINT THE SUMMARY AND CONTROL  *
007230*                  TOTALS, AND SET THE STEP RETURN CODE.    *
007240*                  AN ACCOUNT WHOSE STATUS HAS NO RATE LINE *
007250*                  GIVES RC=4 SO FINANCE HEARS ABOUT IT.    *
007260*----------------------------------------------------------*
007270 9000-TERMINATE.
007280     IF WS-FILES-OPEN
007290         IF WS-ACCRUAL-DUE
007300             MOVE WS-ACCOUNTS-PRICED TO SL-PRICED
007310             MOVE WS-INTEREST-WRITTEN TO SL-INTEREST-COUNT
007320             MOVE WS-INTEREST-TOTAL TO SL-INTEREST-TOTAL
007330             MOVE WS-FEES-WRITTEN TO SL-FEE-COUNT
007340             MOVE WS-FEE-TOTAL TO SL-FEE-TOTAL
007350             MOVE WS-FEES-WAIVED TO SL-WAIVED
007360             MOVE WS-ACCOUNTS-NO-RATE TO SL-NO-RATE
007370             WRITE ACCRUAL-REPORT-RECORD FROM WS-SUMMARY-LINE
007380         END-IF
007390         IF WS-EODB-OPEN
007400             CLOSE BALANCE-HISTORY-FILE
007410         END-IF
007420         CLOSE ACCRUAL-FILE
007430         CLOSE ACCRUAL-REPORT-FILE
007440     END-IF.
007450     IF WS-ACCOUNTS-NO-RATE > ZERO
007460         IF WS-SAVED-RETURN-CODE < 4
007470             MOVE 4 TO WS-SAVED-RETURN-CODE
007480         END-IF
007490     END-IF.
007500     IF WS-SAVED-RETURN-CODE > RETURN-CODE
007510         MOVE WS-SAVED-RETURN-CODE TO RETURN-CODE
007520     END-IF.
007530     DISPLAY 'INTACCR ACCRUAL MONTH:     ' WS-ACCRUAL-MONTH.
007540     IF NOT WS-ACCRUAL-DUE
007550         DISPLAY 'INTACCR NO ACCRUAL DUE - EMPTY ACCRTRAN WRITTEN'
007560     END-IF.
007570     DISPLAY 'INTACCR HISTORY ROWS READ: ' WS-ROWS-READ.
007580     DISPLAY 'INTACCR ACCOUNTS SEEN:     ' WS-ACCOUNTS-SEEN.
007590     DISPLAY 'INTACCR ACCOUNTS PRICED:   ' WS-ACCOUNTS-PRICED.
007600     DISPLAY 'INTACCR CLOSED SKIPPED:    ' WS-ACCOUNTS-CLOSED.
007610     DISPLAY 'INTACCR NOT IN MONTH:      ' WS-ACCOUNTS-GONE.
007620     DISPLAY 'INTACCR NO RATE FOR STATUS:' WS-ACCOUNTS-NO-RATE.
007630     DISPLAY 'INTACCR INTEREST CREDITS:  ' WS-INTEREST-WRITTEN.
007640     DISPLAY 'INTACCR INTEREST TOTAL:    ' WS-INTEREST-TOTAL.
007650     DISPLAY 'INTACCR FEE DEBITS:        ' WS-FEES-WRITTEN.
007660     DISPLAY 'INTACCR FEE TOTAL:         ' WS-FEE-TOTAL.
007670     DISPLAY 'INTACCR FEES WAIVED:       ' WS-FEES-WAIVED.
007680 9000-EXIT.
007690     EXIT.
007700
007710*----------------------------------------------------------*
007720* 9900-RECORD-RUN-END - COMPLETE THIS STEP'S ROW ON THE     *
007730*                       SHARED BATCH RUN HISTORY WITH THE   *
007740*                       RECORD COUNT AND THE FINAL STEP     *
007750*                       RETURN CODE, THEN PUT THE RETURN    *
007760*                       CODE BACK - THE CALL REPLACES IT.   *
007770*----------------------------------------------------------*
007780 9900-RECORD-RUN-END.
007790     MOVE 'END' TO WS-RH-EVENT.
007800     MOVE WS-ROWS-READ TO WS-RH-RECORD-COUNT.
007810     MOVE RETURN-CODE TO WS-RH-RETURN-CODE.
007820     CALL 'RUNHIST' USING WS-RH-CALLING-PROGRAM
007830                          WS-RH-QUALIFIER
007840                          WS-RH-EVENT
007850                          WS-RH-RECORD-COUNT
007860                          WS-RH-RETURN-CODE.
007870     MOVE WS-RH-RETURN-CODE TO RETURN-CODE.
007880 9900-EXIT.
007890     EXIT.
