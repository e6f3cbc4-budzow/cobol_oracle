000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. STMTGEN.
000030 AUTHOR. R-HALVORSEN.
000040 INSTALLATION. DATA-SERVICES.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------*
000080* MODIFICATION HISTORY                                      *
000090*   DATE       INIT  DESCRIPTION                             *
000100*   2026-10-15 MWK   ORIGINAL VERSION - MONTHLY CUSTOMER     *
000110*                    STATEMENTS.  GATHERS ONE MONTH OF THE   *
000120*                    ACCTPOST REGISTER GENERATIONS (DD       *
000130*                    POSTREG, EVERY GENERATION ON THE BASE)  *
000140*                    BY ACCOUNT ONTO A KEYED WORK FILE, THEN *
000150*                    WALKS ACCOUNT_MASTER IN ACCOUNT ORDER   *
000160*                    AND PRINTS EACH ACCOUNT'S STATEMENT -   *
000170*                    NAME AND ADDRESS, OPENING BALANCE,      *
000180*                    EVERY TRANSACTION WITH ITS RUNNING      *
000190*                    BALANCE, AND CLOSING BALANCE -          *
000200*                    PAGINATED, WITH ASA CARRIAGE CONTROL    *
000210*                    FOR THE PRINT VENDOR (DD STMTPRT).  AN  *
000220*                    ACCOUNT CLOSED DURING THE MONTH GETS A  *
000230*                    FINAL STATEMENT.  THE CONTROL REPORT    *
000240*                    (DD STMTCTL) TIES THE STATEMENT COUNT   *
000250*                    AND SUMMED CLOSING BALANCES BACK TO     *
000260*                    ACCOUNT_MASTER.                         *
000270*   2026-10-15 MWK   EVERY RUN NOW FILES ITS START, END,     *
000280*                    RECORD COUNT, AND RETURN CODE ON THE    *
000290*                    SHARED BATCH RUN HISTORY (DD RUNHIST)   *
000300*                    THROUGH THE RUNHIST SUBPROGRAM, FOR THE *
000310*                    BATWNDW BATCH-WINDOW REPORT.            *
000320*   2026-10-15 MWK   OPENING AND CLOSING BALANCES NOW COME   *
000330*                    FROM THE EODSNAP BALANCE HISTORY - THE  *
000340*                    LAST SNAPSHOT OF THE PRIOR MONTH AND    *
000350*                    THE LAST OF THIS ONE - NOT THE LIVE     *
000360*                    ACCT_BALANCE, WITH A BALANCE ADJUSTMENT *
000370*                    LINE FOR ANY GAP.  CLOSED OR NOT IS THE *
000380*                    MONTH-END SNAPSHOT STATUS, AND THE      *
000390*                    CONTROL TIE IS TO THE MONTH-END         *
000400*                    SNAPSHOTS.                              *
000410*----------------------------------------------------------*
000420*
000430*   PARM FORMAT - 'MONTH=yyyymm,LINES=nn,ALIAS=aaaa'
000440*             MONTH IS THE STATEMENT MONTH, DEFAULT THE MONTH
000450*             BEFORE TODAY'S.  LINES IS THE NUMBER OF BODY LINES
000460*             PER PAGE, 10 TO 99, DEFAULT 40.  ALIAS OVERRIDES
000470*             THE WALLET TNS ALIAS AS IN THE OTHER PROGRAMS.
000480*             ALL OPTIONAL, ANY ORDER.
000490*
000500*   A REGISTER LINE BELONGS TO THE MONTH OF THE RUN DATE ON
000510*   ITS GENERATION'S HEADING.  ON AN ACCTPOST RESTART THE
000520*   FAILED ATTEMPT'S GENERATION STILL HOLDS THE LINES THE
000530*   DATABASE ROLLED BACK, AND THE RESTART'S GENERATION HOLDS
000540*   THEM AGAIN AS REALLY POSTED - SO WHEN ONE ACCOUNT SHOWS THE
000550*   SAME REFERENCE TWICE (A REVERSAL COUNTING SEPARATELY FROM
000560*   ITS ORIGINAL) ONLY THE LATER LINE IS PRINTED.
000570*
000580*   THE OPENING BALANCE IS THE ACCOUNT'S LAST EODSNAP BALANCE
000590*   HISTORY SNAPSHOT OF THE PRIOR MONTH AND THE CLOSING
000600*   BALANCE ITS LAST SNAPSHOT OF THIS ONE, SO A STATEMENT RUN
000610*   AFTER THE NEW MONTH HAS STARTED POSTING STILL SHOWS THE
000620*   MONTH AS IT ENDED.  A GAP BETWEEN THE OPENING SNAPSHOT,
000630*   ONE LINE'S CLOSING AND THE NEXT LINE'S OPENING, OR THE
000640*   LAST LINE AND THE MONTH-END SNAPSHOT IS A CHANGE MADE
000650*   OUTSIDE THE POSTING RUN (AN AMNT BALANCE ADJUSTMENT).  IT
000660*   PRINTS AS A BALANCE ADJUSTMENT LINE SO EVERY STATEMENT
000670*   FOOTS.  AN ACCOUNT WITH NO SNAPSHOT BY THE MONTH END FALLS
000680*   BACK TO ITS REGISTER LINES AND ACCT_BALANCE AND IS LISTED
000690*   AS AN EXCEPTION.
000700*
000710*   CLOSED ('C') ACCOUNTS - A FINAL STATEMENT IS PRINTED WHEN
000720*   THE ACCOUNT HAD REGISTER ACTIVITY IN THE MONTH, OR WHEN
000730*   THE EODSNAP BALANCE HISTORY SHOWS IT NOT YET CLOSED AT
000740*   THE END OF THE PRIOR MONTH OR ON ANY DAY OF THIS ONE.  ANY
000750*   OTHER CLOSED ACCOUNT HAD ITS FINAL STATEMENT EARLIER.
000760*   CLOSED MEANS CLOSED AT THE MONTH END BY THE SNAPSHOT - AN
000770*   ACCOUNT CLOSED SINCE GETS A REGULAR STATEMENT THIS MONTH
000780*   AND ITS FINAL ONE NEXT MONTH.
000790*
000800 ENVIRONMENT DIVISION.
000810 INPUT-OUTPUT SECTION.
000820 FILE-CONTROL.
000830     SELECT POSTING-REGISTER-FILE ASSIGN TO 'POSTREG'
000840         ORGANIZATION IS LINE SEQUENTIAL
000850         FILE STATUS IS WS-PREG-STATUS.
000860
000870     SELECT STATEMENT-WORK-FILE ASSIGN TO 'STMTWORK'
000880         ORGANIZATION IS INDEXED
000890         ACCESS MODE IS DYNAMIC
000900         RECORD KEY IS SWK-KEY
000910         FILE STATUS IS WS-SWK-STATUS.
000920
000930     SELECT BALANCE-HISTORY-FILE ASSIGN TO 'EODBHIST'
000940         ORGANIZATION IS INDEXED
000950         ACCESS MODE IS DYNAMIC
000960         RECORD KEY IS EOD-KEY
000970         FILE STATUS IS WS-EODB-STATUS.
000980
000990     SELECT STATEMENT-PRINT-FILE ASSIGN TO 'STMTPRT'
001000         ORGANIZATION IS LINE SEQUENTIAL.
001010
001020     SELECT CONTROL-REPORT-FILE ASSIGN TO 'STMTCTL'
001030         ORGANIZATION IS LINE SEQUENTIAL.
001040
001050 DATA DIVISION.
001060 FILE SECTION.
001070 FD  POSTING-REGISTER-FILE
001080     RECORDING MODE IS F.
001090 01  POSTING-REGISTER-RECORD     PIC X(132).
001100
001110*----------------------------------------------------------*
001120* ONE REGISTER LINE FOR THE STATEMENT MONTH, KEYED ON THE   *
001130* ACCOUNT AND THE LINE'S ORDER ACROSS THE WHOLE REGISTER    *
001140* CONCATENATION, SO ONE ACCOUNT'S LINES READ BACK IN THE    *
001150* ORDER THEY WERE POSTED.  REBUILT EVERY RUN.               *
001160*----------------------------------------------------------*
001170 FD  STATEMENT-WORK-FILE.
001180 01  STATEMENT-WORK-RECORD.
001190     05  SWK-KEY.
001200         10  SWK-ACCT-NUMBER     PIC X(10).
001210         10  SWK-LINE-SEQ        PIC 9(09).
001220     05  SWK-RUN-DATE            PIC 9(08).
001230     05  SWK-TYPE                PIC X(01).
001240     05  SWK-AMOUNT              PIC S9(7)V99 COMP-3.
001250     05  SWK-OPENING             PIC S9(9)V99 COMP-3.
001260     05  SWK-CLOSING             PIC S9(9)V99 COMP-3.
001270     05  SWK-REFERENCE           PIC X(16).
001280     05  FILLER                  PIC X(10).
001290
001300 FD  BALANCE-HISTORY-FILE.
001310     COPY EODBREC.
001320
001330 FD  STATEMENT-PRINT-FILE
001340     RECORDING MODE IS F.
001350 01  STATEMENT-PRINT-RECORD.
001360     05  SP-CARRIAGE-CONTROL     PIC X(01).
001370     05  SP-PRINT-LINE           PIC X(132).
001380
001390 FD  CONTROL-REPORT-FILE
001400     RECORDING MODE IS F.
001410 01  CONTROL-REPORT-RECORD       PIC X(132).
001420
001430 WORKING-STORAGE SECTION.
001440     EXEC SQL
001450         INCLUDE SQLCA
001460     END-EXEC.
001470
001480 77  WS-PREG-STATUS              PIC X(02).
001490 77  WS-SWK-STATUS               PIC X(02).
001500 77  WS-EODB-STATUS              PIC X(02).
001510 77  WS-LINE-MAX                 PIC 9(4) COMP VALUE 2000.
001520 77  WS-LINE-USED                PIC 9(4) COMP VALUE ZERO.
001530 77  WS-LINE-SUB                 PIC 9(4) COMP VALUE ZERO.
001540 77  WS-LINE-SCAN                PIC 9(4) COMP VALUE ZERO.
001550
001560 01  WS-USERNAME                 PIC X(20) VALUE SPACES.
001570 01  WS-TNS-ALIAS                PIC X(20) VALUE SPACES.
001580 01  WS-CONNECT-STRING           PIC X(22) VALUE SPACES.
001590
001600 01  WS-ACCOUNT-ROW.
001610     05  WS-ACCT-NUMBER          PIC X(10).
001620     05  WS-ACCT-NAME            PIC X(30).
001630     05  WS-ADDR-LINE            PIC X(30).
001640     05  WS-CITY                 PIC X(20).
001650     05  WS-STATE                PIC X(02).
001660     05  WS-POSTAL-CODE          PIC X(09).
001670     05  WS-ACCT-STATUS          PIC X(01).
001680         88  WS-ACCT-CLOSED          VALUE 'C'.
001690     05  WS-ACCT-BALANCE         PIC S9(7)V99 COMP-3.
001700
001710*----------------------------------------------------------*
001720* THE COUNT AND TOTAL OF THE ACCOUNTS OPEN OR SUSPENDED AT  *
001730* THE MONTH END BY THEIR LAST EODSNAP SNAPSHOT, WHICH THE   *
001740* REGULAR STATEMENTS MUST TIE TO, AND THE ACCOUNT BEING     *
001750* SUMMED AS THE BALANCE HISTORY IS SWEPT.                   *
001760*----------------------------------------------------------*
001770 01  WS-SNAPSHOT-TIE.
001780     05  WS-SNAPSHOT-COUNT       PIC S9(9) COMP VALUE ZERO.
001790     05  WS-SNAPSHOT-TOTAL       PIC S9(13)V99 COMP-3
001800                                 VALUE ZERO.
001810     05  WS-SWEEP-ACCT           PIC X(10) VALUE SPACES.
001820     05  WS-SWEEP-STATUS         PIC X(01) VALUE SPACE.
001830     05  WS-SWEEP-BALANCE        PIC S9(7)V99 COMP-3 VALUE ZERO.
001840     05  WS-SWEEP-FOUND-SW       PIC X(01) VALUE 'N'.
001850         88  WS-SWEEP-FOUND          VALUE 'Y'.
001860     05  WS-SWEEP-EOF-SW         PIC X(01) VALUE 'N'.
001870         88  WS-SWEEP-EOF            VALUE 'Y'.
001880
001890 01  WS-SQL-ERROR-CHECK.
001900     05  WS-EC-CALLING-PROGRAM   PIC X(12) VALUE 'STMTGEN'.
001910     05  WS-EC-OPERATION         PIC X(20).
001920     05  WS-EC-REASON-CODE       PIC 9(04).
001930     05  WS-EC-RETURN-CODE       PIC 9(04).
001940
001950 01  WS-SWITCHES.
001960     05  WS-PREG-EOF-SW          PIC X(01) VALUE 'N'.
001970         88  WS-PREG-EOF             VALUE 'Y'.
001980     05  WS-CURSOR-EOF-SW        PIC X(01) VALUE 'N'.
001990         88  WS-CURSOR-EOF           VALUE 'Y'.
002000     05  WS-CURSOR-OPEN-SW       PIC X(01) VALUE 'N'.
002010         88  WS-CURSOR-OPEN          VALUE 'Y'.
002020     05  WS-SQL-FAILURE-SW       PIC X(01) VALUE 'N'.
002030         88  WS-SQL-FAILURE          VALUE 'Y'.
002040     05  WS-FILES-OPEN-SW        PIC X(01) VALUE 'N'.
002050         88  WS-FILES-OPEN           VALUE 'Y'.
002060     05  WS-WORK-OPEN-SW         PIC X(01) VALUE 'N'.
002070         88  WS-WORK-OPEN            VALUE 'Y'.
002080     05  WS-WORK-FAILED-SW       PIC X(01) VALUE 'N'.
002090         88  WS-WORK-FAILED          VALUE 'Y'.
002100     05  WS-EODB-OPEN-SW         PIC X(01) VALUE 'N'.
002110         88  WS-EODB-OPEN            VALUE 'Y'.
002120     05  WS-MONTH-FORCED-SW      PIC X(01) VALUE 'N'.
002130         88  WS-MONTH-FORCED         VALUE 'Y'.
002140     05  WS-REG-IN-MONTH-SW      PIC X(01) VALUE 'N'.
002150         88  WS-REG-IN-MONTH         VALUE 'Y'.
002160     05  WS-ACCT-LINES-DONE-SW   PIC X(01) VALUE 'N'.
002170         88  WS-ACCT-LINES-DONE      VALUE 'Y'.
002180     05  WS-LINE-OVERFLOW-SW     PIC X(01) VALUE 'N'.
002190         88  WS-LINE-OVERFLOW        VALUE 'Y'.
002200     05  WS-SNAPSHOTS-DONE-SW    PIC X(01) VALUE 'N'.
002210         88  WS-SNAPSHOTS-DONE       VALUE 'Y'.
002220     05  WS-FINAL-STATEMENT-SW   PIC X(01) VALUE 'N'.
002230         88  WS-FINAL-STATEMENT      VALUE 'Y'.
002240     05  WS-LEAP-YEAR-SW         PIC X(01) VALUE 'N'.
002250         88  WS-LEAP-YEAR            VALUE 'Y'.
002260
002270 01  WS-COUNTERS.
002280     05  WS-REG-RECORDS-READ     PIC 9(9) COMP VALUE ZERO.
002290     05  WS-REG-HEADINGS-READ    PIC 9(9) COMP VALUE ZERO.
002300     05  WS-REG-DETAIL-READ      PIC 9(9) COMP VALUE ZERO.
002310     05  WS-REG-LINES-IN-MONTH   PIC 9(9) COMP VALUE ZERO.
002320     05  WS-REG-LINES-OTHER      PIC 9(9) COMP VALUE ZERO.
002330     05  WS-REG-LINES-UNDATED    PIC 9(9) COMP VALUE ZERO.
002340     05  WS-LINES-STATEMENTED    PIC 9(9) COMP VALUE ZERO.
002350     05  WS-LINES-SUPERSEDED     PIC 9(9) COMP VALUE ZERO.
002360     05  WS-LINES-UNSTATEMENTED  PIC 9(9) COMP VALUE ZERO.
002370     05  WS-ADJUSTMENT-LINES     PIC 9(9) COMP VALUE ZERO.
002380     05  WS-ACCOUNTS-READ        PIC 9(9) COMP VALUE ZERO.
002390     05  WS-REGULAR-STATEMENTS   PIC 9(9) COMP VALUE ZERO.
002400     05  WS-FINAL-STATEMENTS     PIC 9(9) COMP VALUE ZERO.
002410     05  WS-CLOSED-SKIPPED       PIC 9(9) COMP VALUE ZERO.
002420     05  WS-ACCOUNTS-OVERFLOW    PIC 9(9) COMP VALUE ZERO.
002430     05  WS-BALANCE-MISMATCHES   PIC 9(9) COMP VALUE ZERO.
002440     05  WS-PAGES-WRITTEN        PIC 9(9) COMP VALUE ZERO.
002450     05  WS-REGULAR-CLOSING      PIC S9(13)V99 COMP-3
002460                                 VALUE ZERO.
002470     05  WS-FINAL-CLOSING        PIC S9(13)V99 COMP-3
002480                                 VALUE ZERO.
002490     05  WS-STATEMENTED-BALANCE  PIC S9(13)V99 COMP-3
002500                                 VALUE ZERO.
002510
002520*   THE RETURN-CODE REGISTER IS REPLACED BY EVERY CALLED
002530*   PROGRAM'S ON RETURN, SO THE STEP CODE IS ASSEMBLED IN
002540*   9000 AFTER THE LAST CALL.
002550 01  WS-SAVED-RETURN-CODE        PIC 9(04) VALUE ZERO.
002560
002570 01  WS-AUDIT-CHECK.
002580     05  WS-AUD-START-TIME       PIC 9(8) COMP.
002590     05  WS-AUD-END-TIME         PIC 9(8) COMP.
002600     05  WS-AUD-ELAPSED-MS       PIC 9(9) COMP.
002610     05  WS-AUD-OUTCOME          PIC X(08).
002620
002630 01  WS-PARM-SEGMENTS.
002640     05  WS-PARM-SEG-1           PIC X(30).
002650     05  WS-PARM-SEG-2           PIC X(30).
002660     05  WS-PARM-SEG-3           PIC X(30).
002670
002680 01  WS-PARM-PIECE               PIC X(30).
002690
002700 01  WS-PARM-WORK.
002710     05  WS-PARM-KEYWORD         PIC X(08).
002720     05  WS-PARM-VALUE           PIC X(30).
002730     05  WS-PARM-VALUE-N6 REDEFINES WS-PARM-VALUE.
002740         10  WS-PARM-DIGITS-6    PIC 9(06).
002750         10  FILLER              PIC X(24).
002760     05  WS-PARM-VALUE-N2 REDEFINES WS-PARM-VALUE.
002770         10  WS-PARM-DIGITS-2    PIC 9(02).
002780         10  FILLER              PIC X(28).
002790
002800 01  WS-ALIAS-OVERRIDE.
002810     05  WS-ALIAS-OVERRIDE-SW    PIC X(01) VALUE 'N'.
002820         88  WS-ALIAS-OVERRIDDEN     VALUE 'Y'.
002830     05  WS-PARM-ALIAS           PIC X(20) VALUE SPACES.
002840
002850 01  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
002860 01  WS-RUN-DATE-N REDEFINES WS-RUN-DATE.
002870     05  WS-RD-YEAR              PIC 9(04).
002880     05  WS-RD-MONTH             PIC 9(02).
002890     05  WS-RD-DAY               PIC 9(02).
002900
002910*----------------------------------------------------------*
002920* THE STATEMENT MONTH AND THE MONTH BEFORE IT.  THE OPEN    *
002930* DATE ON ACCOUNT_MASTER IS CHARACTER, SO THE MONTH END IS  *
002940* ALSO HELD AS TEXT FOR THE CURSOR.                         *
002950*----------------------------------------------------------*
002960 01  WS-STATEMENT-CONTROL.
002970     05  WS-STATEMENT-MONTH      PIC 9(06) VALUE ZERO.
002980     05  WS-STATEMENT-MONTH-N REDEFINES WS-STATEMENT-MONTH.
002990         10  WS-SM-YEAR          PIC 9(04).
003000         10  WS-SM-MONTH         PIC 9(02).
003010     05  WS-PRIOR-MONTH          PIC 9(06) VALUE ZERO.
003020     05  WS-PRIOR-MONTH-N REDEFINES WS-PRIOR-MONTH.
003030         10  WS-PM-YEAR          PIC 9(04).
003040         10  WS-PM-MONTH         PIC 9(02).
003050     05  WS-MONTH-START          PIC 9(08) VALUE ZERO.
003060     05  WS-MONTH-END            PIC 9(08) VALUE ZERO.
003070     05  WS-MONTH-END-N REDEFINES WS-MONTH-END.
003080         10  WS-ME-YEAR          PIC 9(04).
003090         10  WS-ME-MONTH         PIC 9(02).
003100         10  WS-ME-DAY           PIC 9(02).
003110     05  WS-MONTH-END-TEXT       PIC X(08) VALUE SPACES.
003120     05  WS-PRIOR-MONTH-START    PIC 9(08) VALUE ZERO.
003130     05  WS-LINES-PER-PAGE       PIC 9(02) VALUE 40.
003140     05  WS-LEAP-YEAR-CHECK      PIC 9(04) VALUE ZERO.
003150     05  WS-LEAP-QUOTIENT        PIC 9(04) COMP VALUE ZERO.
003160     05  WS-LEAP-REMAINDER       PIC 9(04) COMP VALUE ZERO.
003170
003180 01  WS-MONTH-DAYS-LIST          PIC X(24)
003190                 VALUE '312831303130313130313031'.
003200 01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-LIST.
003210     05  WS-MONTH-DAYS           OCCURS 12 TIMES
003220                                 PIC 9(02).
003230
003240*----------------------------------------------------------*
003250* ONE LINE OFF THE REGISTER CONCATENATION, IN THE ACCTPOST  *
003260* REGISTER-LINE LAYOUT, WITH THE HEADING LINE THAT OPENS    *
003270* EACH GENERATION AS AN ALTERNATE VIEW.  THE EDITED AMOUNTS *
003280* ARE DE-EDITED BY MOVING THEM TO NUMERIC FIELDS.           *
003290*----------------------------------------------------------*
003300 01  WS-REGISTER-IN.
003310     05  RI-ACCT-NUMBER          PIC X(10).
003320     05  FILLER                  PIC X(02).
003330     05  RI-TYPE                 PIC X(01).
003340         88  RI-DETAIL-TYPE          VALUE 'D' 'C' 'R'.
003350     05  FILLER                  PIC X(03).
003360     05  RI-AMOUNT               PIC Z,ZZZ,ZZ9.99.
003370     05  FILLER                  PIC X(02).
003380     05  RI-OPENING              PIC ZZZ,ZZZ,ZZ9.99-.
003390     05  FILLER                  PIC X(02).
003400     05  RI-CLOSING              PIC ZZZ,ZZZ,ZZ9.99-.
003410     05  FILLER                  PIC X(02).
003420     05  RI-REFERENCE            PIC X(16).
003430     05  FILLER                  PIC X(52).
003440 01  WS-REGISTER-IN-HEADING REDEFINES WS-REGISTER-IN.
003450     05  RI-HEADING-TITLE        PIC X(28).
003460         88  RI-HEADING              VALUE
003470                                 'ACCTPOST POSTING REGISTER - '.
003480     05  RI-HEADING-DATE         PIC X(08).
003490     05  RI-HEADING-DATE-N REDEFINES RI-HEADING-DATE
003500                                 PIC 9(08).
003510     05  FILLER                  PIC X(96).
003520
003530 01  WS-CURRENT-REG-DATE         PIC 9(08) VALUE ZERO.
003540 01  WS-LINE-SEQUENCE            PIC 9(09) VALUE ZERO.
003550
003560*----------------------------------------------------------*
003570* ONE ACCOUNT'S REGISTER LINES FOR THE MONTH, IN POSTING    *
003580* ORDER.  A LINE LATER FOUND REPEATED BY A RESTART IS MARKED *
003590* SUPERSEDED AND NOT PRINTED.                               *
003600*----------------------------------------------------------*
003610 01  WS-STATEMENT-LINES.
003620     05  WS-STMT-LINE OCCURS 2000 TIMES.
003630         10  STL-RUN-DATE        PIC 9(08).
003640         10  STL-TYPE            PIC X(01).
003650         10  STL-AMOUNT          PIC S9(7)V99 COMP-3.
003660         10  STL-OPENING         PIC S9(9)V99 COMP-3.
003670         10  STL-CLOSING         PIC S9(9)V99 COMP-3.
003680         10  STL-REFERENCE       PIC X(16).
003690         10  STL-REFERENCE-R REDEFINES STL-REFERENCE.
003700             15  STL-REF-PREFIX  PIC X(03).
003710                 88  STL-REF-NSF-FEE     VALUE 'NSF'.
003720                 88  STL-REF-INTEREST    VALUE 'INT'.
003730                 88  STL-REF-MAINT-FEE   VALUE 'FEE'.
003740             15  FILLER          PIC X(13).
003750         10  STL-STATE-SW        PIC X(01).
003760             88  STL-ACTIVE          VALUE 'A'.
003770             88  STL-SUPERSEDED      VALUE 'X'.
003780
003790*----------------------------------------------------------*
003800* THE STATEMENT BEING PRINTED.                              *
003810*----------------------------------------------------------*
003820 01  WS-STATEMENT-WORK.
003830     05  WS-PRIOR-STATUS         PIC X(01) VALUE SPACE.
003840     05  WS-MONTH-END-STATUS     PIC X(01) VALUE SPACE.
003850         88  WS-MONTH-END-CLOSED     VALUE 'C'.
003860     05  WS-OPEN-IN-MONTH-SW     PIC X(01) VALUE 'N'.
003870         88  WS-OPEN-IN-MONTH        VALUE 'Y'.
003880     05  WS-OPENING-SNAP-SW      PIC X(01) VALUE 'N'.
003890         88  WS-OPENING-SNAP-FOUND   VALUE 'Y'.
003900     05  WS-CLOSING-SNAP-SW      PIC X(01) VALUE 'N'.
003910         88  WS-CLOSING-SNAP-FOUND   VALUE 'Y'.
003920     05  WS-OPENING-SNAP-BALANCE PIC S9(9)V99 COMP-3 VALUE ZERO.
003930     05  WS-CLOSING-SNAP-BALANCE PIC S9(9)V99 COMP-3 VALUE ZERO.
003940     05  WS-ADJUST-TO-BALANCE    PIC S9(9)V99 COMP-3 VALUE ZERO.
003950     05  WS-PAGE-NUMBER          PIC 9(04) VALUE ZERO.
003960     05  WS-PAGE-LINES           PIC 9(04) VALUE ZERO.
003970     05  WS-RUNNING-BALANCE      PIC S9(9)V99 COMP-3 VALUE ZERO.
003980     05  WS-ADJUSTMENT-AMOUNT    PIC S9(9)V99 COMP-3 VALUE ZERO.
003990     05  WS-STMT-DEBITS          PIC S9(11)V99 COMP-3 VALUE ZERO.
004000     05  WS-STMT-CREDITS         PIC S9(11)V99 COMP-3 VALUE ZERO.
004010     05  WS-CARRIAGE-CONTROL     PIC X(01) VALUE SPACE.
004020     05  WS-STMT-BODY            PIC X(132) VALUE SPACES.
004030     05  WS-STMT-SAVED-BODY      PIC X(132) VALUE SPACES.
004040     05  WS-POSTING-DATE         PIC X(10) VALUE SPACES.
004050
004060 01  WS-DATE-WORK                PIC 9(08) VALUE ZERO.
004070 01  WS-DATE-WORK-N REDEFINES WS-DATE-WORK.
004080     05  WS-DW-YEAR              PIC 9(04).
004090     05  WS-DW-MONTH             PIC 9(02).
004100     05  WS-DW-DAY               PIC 9(02).
004110
004120 01  WS-EDIT-DATE.
004130     05  ED-YEAR                 PIC 9(04).
004140     05  FILLER                  PIC X(01) VALUE '-'.
004150     05  ED-MONTH                PIC 9(02).
004160     05  FILLER                  PIC X(01) VALUE '-'.
004170     05  ED-DAY                  PIC 9(02).
004180
004190*----------------------------------------------------------*
004200* STATEMENT PRINT LINES - 132 PRINT POSITIONS BEHIND THE    *
004210* ASA CARRIAGE-CONTROL BYTE.                                *
004220*----------------------------------------------------------*
004230 01  WS-STMT-TITLE-LINE.
004240     05  ST-TITLE                PIC X(40).
004250     05  FILLER                  PIC X(72) VALUE SPACES.
004260     05  FILLER                  PIC X(05) VALUE 'PAGE '.
004270     05  ST-PAGE-NUMBER          PIC ZZZ9.
004280     05  FILLER                  PIC X(11) VALUE SPACES.
004290
004300 01  WS-STMT-ACCOUNT-LINE.
004310     05  FILLER                  PIC X(15)
004320             VALUE 'ACCOUNT NUMBER '.
004330     05  SA-ACCT-NUMBER          PIC X(10).
004340     05  FILLER                  PIC X(05) VALUE SPACES.
004350     05  FILLER                  PIC X(17)
004360             VALUE 'STATEMENT PERIOD '.
004370     05  SA-PERIOD-FROM          PIC X(10).
004380     05  FILLER                  PIC X(04) VALUE ' TO '.
004390     05  SA-PERIOD-TO            PIC X(10).
004400     05  FILLER                  PIC X(61) VALUE SPACES.
004410
004420 01  WS-STMT-TEXT-LINE.
004430     05  FILLER                  PIC X(05) VALUE SPACES.
004440     05  SN-TEXT                 PIC X(60).
004450     05  FILLER                  PIC X(67) VALUE SPACES.
004460
004470 01  WS-STMT-COLUMN-HEADING.
004480     05  FILLER                  PIC X(12) VALUE 'DATE'.
004490     05  FILLER                  PIC X(22) VALUE 'DESCRIPTION'.
004500     05  FILLER                  PIC X(18) VALUE 'REFERENCE'.
004510     05  FILLER                  PIC X(16)
004520             VALUE '        DEBITS'.
004530     05  FILLER                  PIC X(16)
004540             VALUE '       CREDITS'.
004550     05  FILLER                  PIC X(15)
004560             VALUE '       BALANCE'.
004570     05  FILLER                  PIC X(33) VALUE SPACES.
004580
004590 01  WS-STMT-DETAIL-LINE.
004600     05  SD-DATE                 PIC X(10).
004610     05  FILLER                  PIC X(02) VALUE SPACES.
004620     05  SD-DESCRIPTION          PIC X(20).
004630     05  FILLER                  PIC X(02) VALUE SPACES.
004640     05  SD-REFERENCE            PIC X(16).
004650     05  FILLER                  PIC X(02) VALUE SPACES.
004660     05  SD-DEBIT                PIC ZZZ,ZZZ,ZZ9.99
004670                                 BLANK WHEN ZERO.
004680     05  FILLER                  PIC X(02) VALUE SPACES.
004690     05  SD-CREDIT               PIC ZZZ,ZZZ,ZZ9.99
004700                                 BLANK WHEN ZERO.
004710     05  FILLER                  PIC X(02) VALUE SPACES.
004720     05  SD-BALANCE              PIC ZZZ,ZZZ,ZZ9.99-.
004730     05  SD-BALANCE-X REDEFINES SD-BALANCE
004740                                 PIC X(15).
004750     05  FILLER                  PIC X(33) VALUE SPACES.
004760
004770*----------------------------------------------------------*
004780* CONTROL REPORT LINES.                                     *
004790*----------------------------------------------------------*
004800 01  WS-CONTROL-HEADING.
004810     05  FILLER                  PIC X(29)
004820             VALUE 'STATEMENT CONTROL REPORT FOR '.
004830     05  CH-STATEMENT-MONTH      PIC 9(06).
004840     05  FILLER                  PIC X(10) VALUE ' RUN DATE='.
004850     05  CH-RUN-DATE             PIC 9(08).
004860     05  FILLER                  PIC X(79) VALUE SPACES.
004870
004880 01  WS-SECTION-HEADING.
004890     05  SH-TITLE                PIC X(60).
004900     05  FILLER                  PIC X(72) VALUE SPACES.
004910
004920 01  WS-EXCEPTION-COLUMN-HEADING.
004930     05  FILLER                  PIC X(12) VALUE 'ACCOUNT'.
004940     05  FILLER                  PIC X(04) VALUE 'ST'.
004950     05  FILLER                  PIC X(17)
004960             VALUE '   STMT CLOSING'.
004970     05  FILLER                  PIC X(17)
004980             VALUE '   ACCT_BALANCE'.
004990     05  FILLER                  PIC X(40) VALUE 'NOTE'.
005000     05  FILLER                  PIC X(42) VALUE SPACES.
005010
005020 01  WS-EXCEPTION-LINE.
005030     05  EL-ACCT-NUMBER          PIC X(10).
005040     05  FILLER                  PIC X(02) VALUE SPACES.
005050     05  EL-STATUS               PIC X(01).
005060     05  FILLER                  PIC X(03) VALUE SPACES.
005070     05  EL-CLOSING              PIC ZZZ,ZZZ,ZZ9.99-.
005080     05  FILLER                  PIC X(02) VALUE SPACES.
005090     05  EL-BALANCE              PIC ZZZ,ZZZ,ZZ9.99-.
005100     05  FILLER                  PIC X(02) VALUE SPACES.
005110     05  EL-NOTE                 PIC X(40).
005120     05  FILLER                  PIC X(42) VALUE SPACES.
005130
005140 01  WS-COUNT-LINE.
005150     05  CL-LABEL                PIC X(40).
005160     05  CL-COUNT                PIC ZZZ,ZZZ,ZZ9.
005170     05  FILLER                  PIC X(81) VALUE SPACES.
005180
005190 01  WS-AMOUNT-LINE.
005200     05  AL-LABEL                PIC X(40).
005210     05  AL-COUNT                PIC ZZZ,ZZZ,ZZ9.
005220     05  FILLER                  PIC X(02) VALUE SPACES.
005230     05  AL-AMOUNT               PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
005240     05  FILLER                  PIC X(60) VALUE SPACES.
005250
005260 01  WS-TIE-LINE.
005270     05  TL-LABEL                PIC X(40).
005280     05  TL-RESULT               PIC X(20).
005290     05  FILLER                  PIC X(72) VALUE SPACES.
005300
005310 01  WS-RUN-HISTORY-CALL.
005320     05  WS-RH-CALLING-PROGRAM   PIC X(12) VALUE 'STMTGEN'.
005330     05  WS-RH-QUALIFIER         PIC X(10) VALUE SPACES.
005340     05  WS-RH-EVENT             PIC X(05).
005350     05  WS-RH-RECORD-COUNT      PIC 9(09) VALUE ZERO.
005360     05  WS-RH-RETURN-CODE       PIC 9(04) VALUE ZERO.
005370
005380 LINKAGE SECTION.
005390 01  LS-PARM-AREA.
005400     05  LS-PARM-LEN             PIC S9(4) COMP.
005410     05  LS-PARM-TEXT            PIC X(80).
005420
005430 PROCEDURE DIVISION USING LS-PARM-AREA.
005440 0000-MAINLINE.
005450     PERFORM 0100-RECORD-RUN-START THRU 0100-EXIT.
005460     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
005470     IF WS-FILES-OPEN AND NOT WS-SQL-FAILURE
005480         PERFORM 2000-LOAD-REGISTER-LINE THRU 2000-EXIT
005490             UNTIL WS-PREG-EOF OR WS-WORK-FAILED
005500     END-IF.
005510     IF WS-FILES-OPEN AND NOT WS-SQL-FAILURE
005520             AND NOT WS-WORK-FAILED
005530         PERFORM 3000-OPEN-CURSOR THRU 3000-EXIT
005540     END-IF.
005550     IF WS-CURSOR-OPEN
005560         PERFORM 3200-PROCESS-ACCOUNT THRU 3200-EXIT
005570             UNTIL WS-CURSOR-EOF OR WS-SQL-FAILURE
005580     END-IF.
005590     IF WS-CURSOR-EOF AND NOT WS-SQL-FAILURE
005600         PERFORM 4000-TIE-TO-SNAPSHOT THRU 4000-EXIT
005610     END-IF.
005620     PERFORM 9000-TERMINATE THRU 9000-EXIT.
005630     PERFORM 9900-RECORD-RUN-END THRU 9900-EXIT.
005640     GOBACK.
005650
005660*----------------------------------------------------------*
005670* 0100-RECORD-RUN-START - FILE THIS STEP'S RUNNING-STATE    *
005680*                         ROW ON THE SHARED BATCH RUN       *
005690*                         HISTORY BEFORE ANY WORK IS DONE.  *
005700*----------------------------------------------------------*
005710 0100-RECORD-RUN-START.
005720     MOVE 'START' TO WS-RH-EVENT.
005730     CALL 'RUNHIST' USING WS-RH-CALLING-PROGRAM
005740                          WS-RH-QUALIFIER
005750                          WS-RH-EVENT
005760                          WS-RH-RECORD-COUNT
005770                          WS-RH-RETURN-CODE.
005780 0100-EXIT.
005790     EXIT.
005800
005810*----------------------------------------------------------*
005820* 1000-INITIALIZE - PARSE THE PARM, SET THE MONTH, CONNECT, *
005830*                   AND OPEN THE FILES.  THE REGISTER AND   *
005840*                   THE WORK FILE MUST OPEN (RC=12).  THE   *
005850*                   BALANCE HISTORY ONLY DECIDES WHICH      *
005860*                   CLOSED ACCOUNTS GET A FINAL STATEMENT - *
005870*                   WITHOUT IT THAT RESTS ON REGISTER       *
005880*                   ACTIVITY ALONE AND THE STEP ENDS RC=4.  *
005890*----------------------------------------------------------*
005900 1000-INITIALIZE.
005910     MOVE ZERO TO RETURN-CODE.
005920     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
005930     PERFORM 1060-PARSE-PARM THRU 1060-EXIT.
005940     IF WS-SAVED-RETURN-CODE NOT = ZERO
005950         GO TO 1000-EXIT
005960     END-IF.
005970     PERFORM 1300-SET-STATEMENT-MONTH THRU 1300-EXIT.
005980     PERFORM 1050-GET-CREDENTIALS THRU 1050-EXIT.
005990     PERFORM 1100-CONNECT THRU 1100-EXIT.
006000     IF WS-SQL-FAILURE
006010         GO TO 1000-EXIT
006020     END-IF.
006030     OPEN INPUT POSTING-REGISTER-FILE.
006040     IF WS-PREG-STATUS NOT = '00'
006050         DISPLAY 'STMTGEN POSTREG OPEN FAILED - STATUS '
006060             WS-PREG-STATUS
006070         MOVE 12 TO RETURN-CODE
006080         MOVE 12 TO WS-SAVED-RETURN-CODE
006090         GO TO 1000-EXIT
006100     END-IF.
006110     OPEN OUTPUT STATEMENT-WORK-FILE.
006120     IF WS-SWK-STATUS NOT = '00'
006130         DISPLAY 'STMTGEN STMTWORK OPEN FAILED - STATUS '
006140             WS-SWK-STATUS
006150         CLOSE POSTING-REGISTER-FILE
006160         MOVE 12 TO RETURN-CODE
006170         MOVE 12 TO WS-SAVED-RETURN-CODE
006180         GO TO 1000-EXIT
006190     END-IF.
006200     SET WS-WORK-OPEN TO TRUE.
006210     OPEN INPUT BALANCE-HISTORY-FILE.
006220     IF WS-EODB-STATUS = '00'
006230         SET WS-EODB-OPEN TO TRUE
006240     ELSE
006250         DISPLAY 'STMTGEN EODBHIST NOT AVAILABLE - STATUS '
006260             WS-EODB-STATUS ' - NO SNAPSHOT BALANCES OR TIE'
006270         MOVE 4 TO WS-SAVED-RETURN-CODE
006280     END-IF.
006290     OPEN OUTPUT STATEMENT-PRINT-FILE.
006300     OPEN OUTPUT CONTROL-REPORT-FILE.
006310     SET WS-FILES-OPEN TO TRUE.
006320     MOVE WS-STATEMENT-MONTH TO CH-STATEMENT-MONTH.
006330     MOVE WS-RUN-DATE TO CH-RUN-DATE.
006340     WRITE CONTROL-REPORT-RECORD FROM WS-CONTROL-HEADING.
006350     PERFORM 2100-READ-REGISTER-LINE THRU 2100-EXIT.
006360 1000-EXIT.
006370     EXIT.
006380
006390*----------------------------------------------------------*
006400* 1050-GET-CREDENTIALS - PULL THE AUDIT-TRAIL USERNAME AND  *
006410*                        THE WALLET TNS ALIAS AT RUNTIME    *
006420*                        FROM THE PROTECTED ENVIRONMENT     *
006430*                        REFERENCE, UNLESS THE RUN PARM     *
006440*                        OVERRODE THE ALIAS.  NO PASSWORD   *
006450*                        IS READ OR HELD ANYWHERE - THE     *
006460*                        CONNECT BELOW IS RESOLVED BY THE   *
006470*                        ORACLE WALLET.                     *
006480*----------------------------------------------------------*
006490 1050-GET-CREDENTIALS.
006500     ACCEPT WS-USERNAME  FROM ENVIRONMENT 'DBCONN-USERID'.
006510     IF WS-ALIAS-OVERRIDDEN
006520         MOVE WS-PARM-ALIAS TO WS-TNS-ALIAS
006530     ELSE
006540         ACCEPT WS-TNS-ALIAS FROM ENVIRONMENT 'DBCONN-TNSALIAS'
006550     END-IF.
006560     STRING '/@' DELIMITED BY SIZE
006570            WS-TNS-ALIAS DELIMITED BY SPACE
006580         INTO WS-CONNECT-STRING.
006590 1050-EXIT.
006600     EXIT.
006610
006620*----------------------------------------------------------*
006630* 1060-PARSE-PARM - UP TO THREE KEYWORD=VALUE PIECES,       *
006640*                   COMMA-SEPARATED, ANY ORDER.  A BAD      *
006650*                   MONTH OR LINES VALUE STOPS THE RUN.     *
006660*----------------------------------------------------------*
006670 1060-PARSE-PARM.
006680     IF LS-PARM-LEN > ZERO
006690         MOVE SPACES TO WS-PARM-SEGMENTS
006700         UNSTRING LS-PARM-TEXT (1:LS-PARM-LEN) DELIMITED BY ','
006710             INTO WS-PARM-SEG-1
006720                  WS-PARM-SEG-2
006730                  WS-PARM-SEG-3
006740         END-UNSTRING
006750         MOVE WS-PARM-SEG-1 TO WS-PARM-PIECE
006760         PERFORM 1070-APPLY-PARM-PIECE THRU 1070-EXIT
006770         MOVE WS-PARM-SEG-2 TO WS-PARM-PIECE
006780         PERFORM 1070-APPLY-PARM-PIECE THRU 1070-EXIT
006790         MOVE WS-PARM-SEG-3 TO WS-PARM-PIECE
006800         PERFORM 1070-APPLY-PARM-PIECE THRU 1070-EXIT
006810     END-IF.
006820 1060-EXIT.
006830     EXIT.
006840
006850 1070-APPLY-PARM-PIECE.
006860     IF WS-PARM-PIECE = SPACES
006870         GO TO 1070-EXIT
006880     END-IF.
006890     MOVE SPACES TO WS-PARM-WORK.
006900     UNSTRING WS-PARM-PIECE DELIMITED BY '='
006910         INTO WS-PARM-KEYWORD
006920              WS-PARM-VALUE
006930     END-UNSTRING.
006940     EVALUATE WS-PARM-KEYWORD
006950         WHEN 'MONTH'
006960             IF WS-PARM-DIGITS-6 IS NUMERIC
006970                 MOVE WS-PARM-DIGITS-6 TO WS-STATEMENT-MONTH
006980             END-IF
006990             IF WS-SM-MONTH < 1 OR WS-SM-MONTH > 12
007000                 DISPLAY 'STMTGEN MONTH PARM INVALID - '
007010                     WS-PARM-VALUE
007020                 MOVE 12 TO RETURN-CODE
007030                 MOVE 12 TO WS-SAVED-RETURN-CODE
007040             ELSE
007050                 SET WS-MONTH-FORCED TO TRUE
007060             END-IF
007070         WHEN 'LINES'
007080             IF WS-PARM-DIGITS-2 IS NUMERIC
007090                     AND WS-PARM-DIGITS-2 NOT < 10
007100                 MOVE WS-PARM-DIGITS-2 TO WS-LINES-PER-PAGE
007110             ELSE
007120                 DISPLAY 'STMTGEN LINES PARM INVALID - '
007130                     WS-PARM-VALUE
007140                 MOVE 12 TO RETURN-CODE
007150                 MOVE 12 TO WS-SAVED-RETURN-CODE
007160             END-IF
007170         WHEN 'ALIAS'
007180             MOVE WS-PARM-VALUE (1:20) TO WS-PARM-ALIAS
007190             SET WS-ALIAS-OVERRIDDEN TO TRUE
007200         WHEN OTHER
007210             CONTINUE
007220     END-EVALUATE.
007230 1070-EXIT.
007240     EXIT.
007250
007260 1100-CONNECT.
007270     MOVE 'CONNECT' TO WS-EC-OPERATION.
007280     ACCEPT WS-AUD-START-TIME FROM TIME.
007290     EXEC SQL
007300         CONNECT :WS-CONNECT-STRING
007310     END-EXEC.
007320
007330     CALL 'SQLERRCK' USING WS-EC-CALLING-PROGRAM
007340                           WS-EC-OPERATION
007350                           SQLCODE
007360                           WS-EC-REASON-CODE
007370                           WS-EC-RETURN-CODE.
007380     PERFORM 2160-RECORD-AUDIT-ENTRY THRU 2160-EXIT.
007390     IF WS-EC-RETURN-CODE NOT = ZERO
007400         SET WS-SQL-FAILURE TO TRUE
007410         MOVE WS-EC-RETURN-CODE TO RETURN-CODE
007420         MOVE WS-EC-RETURN-CODE TO WS-SAVED-RETURN-CODE
007430     END-IF.
007440 1100-EXIT.
007450     EXIT.
007460
007470*----------------------------------------------------------*
007480* 1300-SET-STATEMENT-MONTH - THE PARM MONTH, OR THE MONTH   *
007490*                   BEFORE TODAY'S.  WORKS OUT ITS FIRST    *
007500*                   AND LAST DATES AND THE FIRST DATE OF    *
007510*                   THE MONTH BEFORE IT.                    *
007520*----------------------------------------------------------*
007530 1300-SET-STATEMENT-MONTH.
007540     IF NOT WS-MONTH-FORCED
007550         IF WS-RD-MONTH = 1
007560             COMPUTE WS-SM-YEAR = WS-RD-YEAR - 1
007570             MOVE 12 TO WS-SM-MONTH
007580         ELSE
007590             MOVE WS-RD-YEAR TO WS-SM-YEAR
007600             COMPUTE WS-SM-MONTH = WS-RD-MONTH - 1
007610         END-IF
007620     END-IF.
007630     IF WS-SM-MONTH = 1
007640         COMPUTE WS-PM-YEAR = WS-SM-YEAR - 1
007650         MOVE 12 TO WS-PM-MONTH
007660     ELSE
007670         MOVE WS-SM-YEAR TO WS-PM-YEAR
007680         COMPUTE WS-PM-MONTH = WS-SM-MONTH - 1
007690     END-IF.
007700     COMPUTE WS-MONTH-START = WS-STATEMENT-MONTH * 100 + 1.
007710     COMPUTE WS-PRIOR-MONTH-START = WS-PRIOR-MONTH * 100 + 1.
007720     MOVE WS-SM-YEAR TO WS-ME-YEAR.
007730     MOVE WS-SM-MONTH TO WS-ME-MONTH.
007740     MOVE WS-MONTH-DAYS (WS-SM-MONTH) TO WS-ME-DAY.
007750     IF WS-SM-MONTH = 2
007760         MOVE WS-SM-YEAR TO WS-LEAP-YEAR-CHECK
007770         PERFORM 8100-CHECK-LEAP-YEAR THRU 8100-EXIT
007780         IF WS-LEAP-YEAR
007790             MOVE 29 TO WS-ME-DAY
007800         END-IF
007810     END-IF.
007820     MOVE WS-MONTH-END TO WS-MONTH-END-TEXT.
007830     MOVE WS-MONTH-START TO WS-DATE-WORK.
007840     PERFORM 3610-EDIT-DATE THRU 3610-EXIT.
007850     MOVE WS-EDIT-DATE TO SA-PERIOD-FROM.
007860     MOVE WS-MONTH-END TO WS-DATE-WORK.
007870     PERFORM 3610-EDIT-DATE THRU 3610-EXIT.
007880     MOVE WS-EDIT-DATE TO SA-PERIOD-TO.
007890 1300-EXIT.
007900     EXIT.
007910
007920*----------------------------------------------------------*
007930* 2000-LOAD-REGISTER-LINE - ONE LINE OFF THE REGISTER       *
007940*                   CONCATENATION.  A HEADING LINE SETS THE *
007950*                   RUN DATE FOR THE LINES BEHIND IT; A     *
007960*                   POSTING LINE DATED IN THE STATEMENT     *
007970*                   MONTH GOES ONTO THE WORK FILE.  COLUMN  *
007980*                   HEADINGS AND BLANK LINES ARE PASSED     *
007990*                   OVER.                                   *
008000*----------------------------------------------------------*
008010 2000-LOAD-REGISTER-LINE.
008020     IF RI-HEADING
008030         ADD 1 TO WS-REG-HEADINGS-READ
008040         MOVE 'N' TO WS-REG-IN-MONTH-SW
008050         MOVE ZERO TO WS-CURRENT-REG-DATE
008060         IF RI-HEADING-DATE IS NUMERIC
008070             MOVE RI-HEADING-DATE-N TO WS-CURRENT-REG-DATE
008080             IF WS-CURRENT-REG-DATE NOT < WS-MONTH-START
008090                     AND WS-CURRENT-REG-DATE NOT > WS-MONTH-END
008100                 SET WS-REG-IN-MONTH TO TRUE
008110             END-IF
008120         END-IF
008130         GO TO 2000-READ-NEXT
008140     END-IF.
008150     IF NOT RI-DETAIL-TYPE
008160             OR RI-ACCT-NUMBER = SPACES
008170         GO TO 2000-READ-NEXT
008180     END-IF.
008190     ADD 1 TO WS-REG-DETAIL-READ.
008200     IF WS-CURRENT-REG-DATE = ZERO
008210         ADD 1 TO WS-REG-LINES-UNDATED
008220         GO TO 2000-READ-NEXT
008230     END-IF.
008240     IF NOT WS-REG-IN-MONTH
008250         ADD 1 TO WS-REG-LINES-OTHER
008260         GO TO 2000-READ-NEXT
008270     END-IF.
008280     ADD 1 TO WS-REG-LINES-IN-MONTH.
008290     ADD 1 TO WS-LINE-SEQUENCE.
008300     MOVE RI-ACCT-NUMBER TO SWK-ACCT-NUMBER.
008310     MOVE WS-LINE-SEQUENCE TO SWK-LINE-SEQ.
008320     MOVE WS-CURRENT-REG-DATE TO SWK-RUN-DATE.
008330     MOVE RI-TYPE TO SWK-TYPE.
008340     MOVE RI-AMOUNT TO SWK-AMOUNT.
008350     MOVE RI-OPENING TO SWK-OPENING.
008360     MOVE RI-CLOSING TO SWK-CLOSING.
008370     MOVE RI-REFERENCE TO SWK-REFERENCE.
008380     WRITE STATEMENT-WORK-RECORD
008390         INVALID KEY
008400             CONTINUE
008410     END-WRITE.
008420     IF WS-SWK-STATUS NOT = '00'
008430         DISPLAY 'STMTGEN STMTWORK WRITE FAILED - STATUS '
008440             WS-SWK-STATUS ' ACCOUNT ' SWK-ACCT-NUMBER
008450         MOVE 12 TO WS-SAVED-RETURN-CODE
008460         SET WS-WORK-FAILED TO TRUE
008470         GO TO 2000-EXIT
008480     END-IF.
008490 2000-READ-NEXT.
008500     PERFORM 2100-READ-REGISTER-LINE THRU 2100-EXIT.
008510 2000-EXIT.
008520     EXIT.
008530
008540 2100-READ-REGISTER-LINE.
008550     READ POSTING-REGISTER-FILE INTO WS-REGISTER-IN
008560         AT END
008570             SET WS-PREG-EOF TO TRUE
008580         NOT AT END
008590             ADD 1 TO WS-REG-RECORDS-READ
008600     END-READ.
008610 2100-EXIT.
008620     EXIT.
008630
008640*----------------------------------------------------------*
008650* 2160-RECORD-AUDIT-ENTRY - APPEND ONE ROW TO THE SHARED    *
008660*                           CONNECTIVITY AUDIT TRAIL FOR    *
008670*                           THE ATTEMPT JUST MADE.          *
008680*----------------------------------------------------------*
008690 2160-RECORD-AUDIT-ENTRY.
008700     ACCEPT WS-AUD-END-TIME FROM TIME.
008710     CALL 'ELAPTIME' USING WS-AUD-START-TIME
008720                           WS-AUD-END-TIME
008730                           WS-AUD-ELAPSED-MS.
008740     IF WS-EC-RETURN-CODE = ZERO
008750         MOVE 'SUCCESS' TO WS-AUD-OUTCOME
008760     ELSE
008770         MOVE 'FAILURE' TO WS-AUD-OUTCOME
008780     END-IF.
008790     CALL 'AUDITLOG' USING WS-EC-CALLING-PROGRAM
008800                           WS-EC-OPERATION
008810                           WS-USERNAME
008820                           WS-AUD-OUTCOME
008830                           WS-AUD-ELAPSED-MS.
008840 2160-EXIT.
008850     EXIT.
008860
008870*----------------------------------------------------------*
008880* 3000-OPEN-CURSOR - SWITCH THE LOADED WORK FILE TO INPUT,  *
008890*                    THEN OPEN EVERY ACCOUNT OPENED BY THE  *
008900*                    END OF THE MONTH, IN ACCOUNT ORDER.    *
008910*----------------------------------------------------------*
008920 3000-OPEN-CURSOR.
008930     CLOSE STATEMENT-WORK-FILE.
008940     MOVE 'N' TO WS-WORK-OPEN-SW.
008950     OPEN INPUT STATEMENT-WORK-FILE.
008960     IF WS-SWK-STATUS NOT = '00'
008970         DISPLAY 'STMTGEN STMTWORK REOPEN FAILED - STATUS '
008980             WS-SWK-STATUS
008990         MOVE 12 TO WS-SAVED-RETURN-CODE
009000         SET WS-WORK-FAILED TO TRUE
009010         GO TO 3000-EXIT
009020     END-IF.
009030     SET WS-WORK-OPEN TO TRUE.
009040     EXEC SQL
009050         DECLARE STATEMENT-CURSOR CURSOR FOR
009060             SELECT ACCT_NUMBER, ACCT_NAME, ACCT_ADDR_LINE,
009070                    ACCT_CITY, ACCT_STATE, ACCT_POSTAL_CODE,
009080                    ACCT_STATUS, ACCT_BALANCE
009090             FROM ACCOUNT_MASTER
009100             WHERE ACCT_OPEN_DATE <= :WS-MONTH-END-TEXT
009110             ORDER BY ACCT_NUMBER
009120     END-EXEC.
009130
009140     MOVE 'OPEN CURSOR' TO WS-EC-OPERATION.
009150     ACCEPT WS-AUD-START-TIME FROM TIME.
009160     EXEC SQL
009170         OPEN STATEMENT-CURSOR
009180     END-EXEC.
009190
009200     CALL 'SQLERRCK' USING WS-EC-CALLING-PROGRAM
009210                           WS-EC-OPERATION
009220                           SQLCODE
009230                           WS-EC-REASON-CODE
009240                           WS-EC-RETURN-CODE.
009250     PERFORM 2160-RECORD-AUDIT-ENTRY THRU 2160-EXIT.
009260     IF WS-EC-RETURN-CODE NOT = ZERO
009270         SET WS-SQL-FAILURE TO TRUE
009280         MOVE WS-EC-RETURN-CODE TO RETURN-CODE
009290         MOVE WS-EC-RETURN-CODE TO WS-SAVED-RETURN-CODE
009300         GO TO 3000-EXIT
009310     END-IF.
009320     SET WS-CURSOR-OPEN TO TRUE.
009330     MOVE 'ACCOUNT EXCEPTIONS' TO SH-TITLE.
009340     WRITE CONTROL-REPORT-RECORD FROM WS-SECTION-HEADING.
009350     WRITE CONTROL-REPORT-RECORD
009360         FROM WS-EXCEPTION-COLUMN-HEADING.
009370     PERFORM 3100-FETCH-NEXT-ROW THRU 3100-EXIT.
009380 3000-EXIT.
009390     EXIT.
009400
009410 3100-FETCH-NEXT-ROW.
009420     MOVE 'FETCH CURSOR' TO WS-EC-OPERATION.
009430     EXEC SQL
009440         FETCH STATEMENT-CURSOR
009450         INTO :WS-ACCT-NUMBER, :WS-ACCT-NAME, :WS-ADDR-LINE,
009460              :WS-CITY, :WS-STATE, :WS-POSTAL-CODE,
009470              :WS-ACCT-STATUS, :WS-ACCT-BALANCE
009480     END-EXEC.
009490
009500     IF SQLCODE = 1403
009510         SET WS-CURSOR-EOF TO TRUE
009520     ELSE
009530         CALL 'SQLERRCK' USING WS-EC-CALLING-PROGRAM
009540                               WS-EC-OPERATION
009550                               SQLCODE
009560                               WS-EC-REASON-CODE
009570                               WS-EC-RETURN-CODE
009580         IF WS-EC-RETURN-CODE NOT = ZERO
009590             SET WS-SQL-FAILURE TO TRUE
009600             MOVE WS-EC-RETURN-CODE TO RETURN-CODE
009610             MOVE WS-EC-RETURN-CODE TO WS-SAVED-RETURN-CODE
009620         END-IF
009630     END-IF.
009640 3100-EXIT.
009650     EXIT.
009660
009670*----------------------------------------------------------*
009680* 3200-PROCESS-ACCOUNT - GATHER THE ACCOUNT'S LINES AND     *
009690*                   SNAPSHOTS FOR THE MONTH, DECIDE WHETHER *
009700*                   IT GETS A STATEMENT, PRINT IT, AND LIST *
009710*                   IT WHEN NO MONTH-END SNAPSHOT TIES IT.  *
009720*----------------------------------------------------------*
009730 3200-PROCESS-ACCOUNT.
009740     ADD 1 TO WS-ACCOUNTS-READ.
009750     PERFORM 3300-GATHER-ACCOUNT-LINES THRU 3300-EXIT.
009760     IF WS-LINE-OVERFLOW
009770         ADD 1 TO WS-ACCOUNTS-OVERFLOW
009780         MOVE ZERO TO EL-CLOSING
009790         MOVE 'OVER 2000 LINES IN MONTH - NO STATEMENT'
009800             TO EL-NOTE
009810         PERFORM 3900-WRITE-EXCEPTION THRU 3900-EXIT
009820         IF WS-SAVED-RETURN-CODE < 8
009830             MOVE 8 TO WS-SAVED-RETURN-CODE
009840         END-IF
009850         GO TO 3200-FETCH-NEXT
009860     END-IF.
009870     PERFORM 3250-READ-MONTH-SNAPSHOTS THRU 3250-EXIT.
009880     MOVE 'N' TO WS-FINAL-STATEMENT-SW.
009890     IF WS-MONTH-END-CLOSED
009900         PERFORM 3400-CHECK-CLOSED-IN-MONTH THRU 3400-EXIT
009910         IF NOT WS-FINAL-STATEMENT
009920             ADD 1 TO WS-CLOSED-SKIPPED
009930             GO TO 3200-FETCH-NEXT
009940         END-IF
009950     END-IF.
009960     PERFORM 3500-PRINT-STATEMENT THRU 3500-EXIT.
009970     IF WS-CLOSING-SNAP-FOUND
009980         ADD WS-CLOSING-SNAP-BALANCE TO WS-STATEMENTED-BALANCE
009990     END-IF.
010000     IF WS-FINAL-STATEMENT
010010         ADD 1 TO WS-FINAL-STATEMENTS
010020         ADD WS-RUNNING-BALANCE TO WS-FINAL-CLOSING
010030     ELSE
010040         ADD 1 TO WS-REGULAR-STATEMENTS
010050         ADD WS-RUNNING-BALANCE TO WS-REGULAR-CLOSING
010060     END-IF.
010070     IF WS-EODB-OPEN AND NOT WS-CLOSING-SNAP-FOUND
010080         ADD 1 TO WS-BALANCE-MISMATCHES
010090         MOVE WS-RUNNING-BALANCE TO EL-CLOSING
010100         MOVE 'NO MONTH-END SNAPSHOT - CLOSING NOT TIED'
010110             TO EL-NOTE
010120         PERFORM 3900-WRITE-EXCEPTION THRU 3900-EXIT
010130     END-IF.
010140 3200-FETCH-NEXT.
010150     PERFORM 3100-FETCH-NEXT-ROW THRU 3100-EXIT.
010160 3200-EXIT.
010170     EXIT.
010180
010190*----------------------------------------------------------*
010200* 3250-READ-MONTH-SNAPSHOTS - THE ACCOUNT'S EODSNAP         *
010210*                             SNAPSHOTS FROM THE START OF   *
010220*                             THE PRIOR MONTH TO THIS MONTH *
010230*                             END.  THE LAST ONE BEFORE THIS*
010240*                             MONTH GIVES THE OPENING       *
010250*                             BALANCE AND THE STATUS THE    *
010260*                             MONTH OPENED WITH; THE LAST   *
010270*                             ONE OF ALL GIVES THE CLOSING  *
010280*                             BALANCE AND THE MONTH-END     *
010290*                             STATUS.  WITHOUT A SNAPSHOT   *
010300*                             THE MONTH-END STATUS IS THE   *
010310*                             LIVE ACCT_STATUS.             *
010320*----------------------------------------------------------*
010330 3250-READ-MONTH-SNAPSHOTS.
010340     MOVE SPACE TO WS-PRIOR-STATUS.
010350     MOVE WS-ACCT-STATUS TO WS-MONTH-END-STATUS.
010360     MOVE 'N' TO WS-OPEN-IN-MONTH-SW.
010370     MOVE 'N' TO WS-OPENING-SNAP-SW.
010380     MOVE 'N' TO WS-CLOSING-SNAP-SW.
010390     MOVE ZERO TO WS-OPENING-SNAP-BALANCE.
010400     MOVE ZERO TO WS-CLOSING-SNAP-BALANCE.
010410     IF NOT WS-EODB-OPEN
010420         GO TO 3250-EXIT
010430     END-IF.
010440     MOVE 'N' TO WS-SNAPSHOTS-DONE-SW.
010450     MOVE WS-ACCT-NUMBER TO EOD-ACCT-NUMBER.
010460     MOVE WS-PRIOR-MONTH-START TO EOD-BAL-DATE.
010470     START BALANCE-HISTORY-FILE KEY IS NOT LESS THAN EOD-KEY
010480         INVALID KEY
010490             GO TO 3250-EXIT
010500     END-START.
010510     PERFORM 3260-READ-ONE-SNAPSHOT THRU 3260-EXIT
010520         UNTIL WS-SNAPSHOTS-DONE.
010530 3250-EXIT.
010540     EXIT.
010550
010560 3260-READ-ONE-SNAPSHOT.
010570     READ BALANCE-HISTORY-FILE NEXT RECORD
010580         AT END
010590             SET WS-SNAPSHOTS-DONE TO TRUE
010600             GO TO 3260-EXIT
010610     END-READ.
010620     IF EOD-ACCT-NUMBER NOT = WS-ACCT-NUMBER
010630             OR EOD-BAL-DATE > WS-MONTH-END
010640         SET WS-SNAPSHOTS-DONE TO TRUE
010650         GO TO 3260-EXIT
010660     END-IF.
010670     IF EOD-BAL-DATE < WS-MONTH-START
010680         MOVE EOD-ACCT-STATUS TO WS-PRIOR-STATUS
010690         MOVE EOD-BALANCE TO WS-OPENING-SNAP-BALANCE
010700         SET WS-OPENING-SNAP-FOUND TO TRUE
010710     ELSE
010720         IF EOD-ACCT-STATUS NOT = 'C'
010730             SET WS-OPEN-IN-MONTH TO TRUE
010740         END-IF
010750     END-IF.
010760     MOVE EOD-ACCT-STATUS TO WS-MONTH-END-STATUS.
010770     MOVE EOD-BALANCE TO WS-CLOSING-SNAP-BALANCE.
010780     SET WS-CLOSING-SNAP-FOUND TO TRUE.
010790 3260-EXIT.
010800     EXIT.
010810
010820*----------------------------------------------------------*
010830* 3300-GATHER-ACCOUNT-LINES - POSITION THE WORK FILE AT THE *
010840*                   ACCOUNT AND LOAD ITS LINES INTO THE     *
010850*                   TABLE IN POSTING ORDER.                 *
010860*----------------------------------------------------------*
010870 3300-GATHER-ACCOUNT-LINES.
010880     MOVE ZERO TO WS-LINE-USED.
010890     MOVE 'N' TO WS-LINE-OVERFLOW-SW.
010900     MOVE 'N' TO WS-ACCT-LINES-DONE-SW.
010910     MOVE WS-ACCT-NUMBER TO SWK-ACCT-NUMBER.
010920     MOVE ZERO TO SWK-LINE-SEQ.
010930     START STATEMENT-WORK-FILE KEY IS NOT LESS THAN SWK-KEY
010940         INVALID KEY
010950             GO TO 3300-EXIT
010960     END-START.
010970     PERFORM 3350-READ-ACCOUNT-LINE THRU 3350-EXIT
010980         UNTIL WS-ACCT-LINES-DONE.
010990 3300-EXIT.
011000     EXIT.
011010
011020 3350-READ-ACCOUNT-LINE.
011030     READ STATEMENT-WORK-FILE NEXT RECORD
011040         AT END
011050             SET WS-ACCT-LINES-DONE TO TRUE
011060             GO TO 3350-EXIT
011070     END-READ.
011080     IF SWK-ACCT-NUMBER NOT = WS-ACCT-NUMBER
011090         SET WS-ACCT-LINES-DONE TO TRUE
011100         GO TO 3350-EXIT
011110     END-IF.
011120     IF WS-LINE-USED NOT < WS-LINE-MAX
011130         SET WS-LINE-OVERFLOW TO TRUE
011140         GO TO 3350-EXIT
011150     END-IF.
011160     ADD 1 TO WS-LINE-USED.
011170     MOVE SWK-RUN-DATE TO STL-RUN-DATE (WS-LINE-USED).
011180     MOVE SWK-TYPE TO STL-TYPE (WS-LINE-USED).
011190     MOVE SWK-AMOUNT TO STL-AMOUNT (WS-LINE-USED).
011200     MOVE SWK-OPENING TO STL-OPENING (WS-LINE-USED).
011210     MOVE SWK-CLOSING TO STL-CLOSING (WS-LINE-USED).
011220     MOVE SWK-REFERENCE TO STL-REFERENCE (WS-LINE-USED).
011230     SET STL-ACTIVE (WS-LINE-USED) TO TRUE.
011240     PERFORM 3370-CHECK-SUPERSEDED THRU 3370-EXIT
011250         VARYING WS-LINE-SCAN FROM 1 BY 1
011260         UNTIL WS-LINE-SCAN NOT < WS-LINE-USED.
011270 3350-EXIT.
011280     EXIT.
011290
011300*----------------------------------------------------------*
011310* 3370-CHECK-SUPERSEDED - AN EARLIER LINE WITH THE SAME     *
011320*                   REFERENCE AND THE SAME KIND (REVERSAL   *
011330*                   OR NOT) WAS ROLLED BACK AND POSTED      *
011340*                   AGAIN BY THE RESTART THAT WROTE THE     *
011350*                   LINE JUST LOADED.                       *
011360*----------------------------------------------------------*
011370 3370-CHECK-SUPERSEDED.
011380     IF STL-SUPERSEDED (WS-LINE-SCAN)
011390         GO TO 3370-EXIT
011400     END-IF.
011410     IF STL-REFERENCE (WS-LINE-SCAN) NOT =
011420             STL-REFERENCE (WS-LINE-USED)
011430         GO TO 3370-EXIT
011440     END-IF.
011450     IF (STL-TYPE (WS-LINE-SCAN) = 'R'
011460             AND STL-TYPE (WS-LINE-USED) = 'R')
011470         OR (STL-TYPE (WS-LINE-SCAN) NOT = 'R'
011480             AND STL-TYPE (WS-LINE-USED) NOT = 'R')
011490         SET STL-SUPERSEDED (WS-LINE-SCAN) TO TRUE
011500     END-IF.
011510 3370-EXIT.
011520     EXIT.
011530
011540*----------------------------------------------------------*
011550* 3400-CHECK-CLOSED-IN-MONTH - A CLOSED ACCOUNT GETS ITS    *
011560*                   FINAL STATEMENT THIS MONTH WHEN IT HAD  *
011570*                   ACTIVITY, OR WHEN THE BALANCE HISTORY   *
011580*                   SHOWS IT STILL OPEN AT THE LAST         *
011590*                   SNAPSHOT OF THE PRIOR MONTH OR ON ANY   *
011600*                   DAY OF THIS ONE (SEE 3250).             *
011610*----------------------------------------------------------*
011620 3400-CHECK-CLOSED-IN-MONTH.
011630     IF WS-LINE-USED > ZERO
011640         SET WS-FINAL-STATEMENT TO TRUE
011650         GO TO 3400-EXIT
011660     END-IF.
011670     IF WS-OPEN-IN-MONTH
011680         SET WS-FINAL-STATEMENT TO TRUE
011690         GO TO 3400-EXIT
011700     END-IF.
011710     IF WS-PRIOR-STATUS NOT = SPACE
011720             AND WS-PRIOR-STATUS NOT = 'C'
011730         SET WS-FINAL-STATEMENT TO TRUE
011740     END-IF.
011750 3400-EXIT.
011760     EXIT.
011770
011780*----------------------------------------------------------*
011790* 3500-PRINT-STATEMENT - FIRST PAGE HEADINGS AND ADDRESS,   *
011800*                   OPENING BALANCE, ONE LINE PER POSTING   *
011810*                   (WITH A BALANCE ADJUSTMENT LINE WHERE   *
011820*                   THE BALANCES DO NOT CHAIN), PERIOD      *
011830*                   TOTALS, CLOSING BALANCE, AND THE FINAL  *
011840*                   STATEMENT NOTICE FOR A CLOSED ACCOUNT.  *
011850*                   WS-RUNNING-BALANCE ENDS AS THE CLOSING  *
011860*                   BALANCE - THE MONTH-END SNAPSHOT WHEN   *
011870*                   THERE IS ONE.  THE OPENING BALANCE IS   *
011880*                   THE PRIOR MONTH'S LAST SNAPSHOT, ELSE   *
011890*                   THE FIRST LINE'S OPENING BALANCE, ELSE  *
011900*                   THE MONTH-END SNAPSHOT, ELSE            *
011910*                   ACCT_BALANCE.                           *
011920*----------------------------------------------------------*
011930 3500-PRINT-STATEMENT.
011940     MOVE ZERO TO WS-PAGE-NUMBER.
011950     MOVE ZERO TO WS-STMT-DEBITS.
011960     MOVE ZERO TO WS-STMT-CREDITS.
011970     MOVE WS-ACCT-BALANCE TO WS-RUNNING-BALANCE.
011980     IF WS-CLOSING-SNAP-FOUND
011990         MOVE WS-CLOSING-SNAP-BALANCE TO WS-RUNNING-BALANCE
012000     END-IF.
012010     MOVE 1 TO WS-LINE-SUB.
012020     PERFORM 3510-FIND-FIRST-ACTIVE THRU 3510-EXIT
012030         UNTIL WS-LINE-SUB > WS-LINE-USED.
012040     IF WS-OPENING-SNAP-FOUND
012050         MOVE WS-OPENING-SNAP-BALANCE TO WS-RUNNING-BALANCE
012060     END-IF.
012070     PERFORM 3600-NEW-PAGE THRU 3600-EXIT.
012080     MOVE SPACES TO SD-DATE.
012090     MOVE 'OPENING BALANCE' TO SD-DESCRIPTION.
012100     MOVE SPACES TO SD-REFERENCE.
012110     MOVE ZERO TO SD-DEBIT.
012120     MOVE ZERO TO SD-CREDIT.
012130     MOVE WS-RUNNING-BALANCE TO SD-BALANCE.
012140     PERFORM 3640-WRITE-DETAIL-LINE THRU 3640-EXIT.
012150     PERFORM 3520-PRINT-ONE-POSTING THRU 3520-EXIT
012160         VARYING WS-LINE-SUB FROM 1 BY 1
012170         UNTIL WS-LINE-SUB > WS-LINE-USED.
012180     IF WS-CLOSING-SNAP-FOUND
012190             AND WS-CLOSING-SNAP-BALANCE NOT = WS-RUNNING-BALANCE
012200         MOVE WS-MONTH-END TO WS-DATE-WORK
012210         PERFORM 3610-EDIT-DATE THRU 3610-EXIT
012220         MOVE WS-EDIT-DATE TO WS-POSTING-DATE
012230         MOVE WS-CLOSING-SNAP-BALANCE TO WS-ADJUST-TO-BALANCE
012240         PERFORM 3530-PRINT-ADJUSTMENT THRU 3530-EXIT
012250     END-IF.
012260     MOVE SPACES TO SD-DATE.
012270     MOVE 'TOTAL FOR PERIOD' TO SD-DESCRIPTION.
012280     MOVE SPACES TO SD-REFERENCE.
012290     MOVE WS-STMT-DEBITS TO SD-DEBIT.
012300     MOVE WS-STMT-CREDITS TO SD-CREDIT.
012310     MOVE SPACES TO SD-BALANCE-X.
012320     PERFORM 3640-WRITE-DETAIL-LINE THRU 3640-EXIT.
012330     MOVE 'CLOSING BALANCE' TO SD-DESCRIPTION.
012340     MOVE ZERO TO SD-DEBIT.
012350     MOVE ZERO TO SD-CREDIT.
012360     MOVE WS-RUNNING-BALANCE TO SD-BALANCE.
012370     PERFORM 3640-WRITE-DETAIL-LINE THRU 3640-EXIT.
012380     IF WS-FINAL-STATEMENT
012390         MOVE SPACES TO WS-STMT-BODY
012400         PERFORM 3650-WRITE-BODY-LINE THRU 3650-EXIT
012410         MOVE 'FINAL STATEMENT - THIS ACCOUNT IS CLOSED'
012420             TO SN-TEXT
012430         MOVE WS-STMT-TEXT-LINE TO WS-STMT-BODY
012440         PERFORM 3650-WRITE-BODY-LINE THRU 3650-EXIT
012450     END-IF.
012460 3500-EXIT.
012470     EXIT.
012480
012490*----------------------------------------------------------*
012500* 3510-FIND-FIRST-ACTIVE - WITHOUT A PRIOR MONTH SNAPSHOT   *
012510*                   THE OPENING BALANCE IS THE FIRST        *
012520*                   PRINTED LINE'S OPENING BALANCE.         *
012530*----------------------------------------------------------*
012540 3510-FIND-FIRST-ACTIVE.
012550     IF STL-ACTIVE (WS-LINE-SUB)
012560         MOVE STL-OPENING (WS-LINE-SUB) TO WS-RUNNING-BALANCE
012570         COMPUTE WS-LINE-SUB = WS-LINE-USED + 1
012580     ELSE
012590         ADD 1 TO WS-LINE-SUB
012600     END-IF.
012610 3510-EXIT.
012620     EXIT.
012630
012640 3520-PRINT-ONE-POSTING.
012650     IF STL-SUPERSEDED (WS-LINE-SUB)
012660         ADD 1 TO WS-LINES-SUPERSEDED
012670         GO TO 3520-EXIT
012680     END-IF.
012690     MOVE STL-RUN-DATE (WS-LINE-SUB) TO WS-DATE-WORK.
012700     PERFORM 3610-EDIT-DATE THRU 3610-EXIT.
012710     MOVE WS-EDIT-DATE TO WS-POSTING-DATE.
012720     IF STL-OPENING (WS-LINE-SUB) NOT = WS-RUNNING-BALANCE
012730         MOVE STL-OPENING (WS-LINE-SUB) TO WS-ADJUST-TO-BALANCE
012740         PERFORM 3530-PRINT-ADJUSTMENT THRU 3530-EXIT
012750     END-IF.
012760     MOVE WS-POSTING-DATE TO SD-DATE.
012770     EVALUATE TRUE
012780         WHEN STL-TYPE (WS-LINE-SUB) = 'R'
012790             MOVE 'REVERSAL' TO SD-DESCRIPTION
012800         WHEN STL-REF-INTEREST (WS-LINE-SUB)
012810             MOVE 'INTEREST' TO SD-DESCRIPTION
012820         WHEN STL-REF-MAINT-FEE (WS-LINE-SUB)
012830             MOVE 'MAINTENANCE FEE' TO SD-DESCRIPTION
012840         WHEN STL-REF-NSF-FEE (WS-LINE-SUB)
012850             MOVE 'NSF FEE' TO SD-DESCRIPTION
012860         WHEN STL-TYPE (WS-LINE-SUB) = 'D'
012870             MOVE 'WITHDRAWAL' TO SD-DESCRIPTION
012880         WHEN OTHER
012890             MOVE 'DEPOSIT' TO SD-DESCRIPTION
012900     END-EVALUATE.
012910     MOVE STL-REFERENCE (WS-LINE-SUB) TO SD-REFERENCE.
012920     IF STL-CLOSING (WS-LINE-SUB) < STL-OPENING (WS-LINE-SUB)
012930         MOVE STL-AMOUNT (WS-LINE-SUB) TO SD-DEBIT
012940         MOVE ZERO TO SD-CREDIT
012950         ADD STL-AMOUNT (WS-LINE-SUB) TO WS-STMT-DEBITS
012960     ELSE
012970         MOVE ZERO TO SD-DEBIT
012980         MOVE STL-AMOUNT (WS-LINE-SUB) TO SD-CREDIT
012990         ADD STL-AMOUNT (WS-LINE-SUB) TO WS-STMT-CREDITS
013000     END-IF.
013010     MOVE STL-CLOSING (WS-LINE-SUB) TO WS-RUNNING-BALANCE.
013020     MOVE WS-RUNNING-BALANCE TO SD-BALANCE.
013030     PERFORM 3640-WRITE-DETAIL-LINE THRU 3640-EXIT.
013040     ADD 1 TO WS-LINES-STATEMENTED.
013050 3520-EXIT.
013060     EXIT.
013070
013080*----------------------------------------------------------*
013090* 3530-PRINT-ADJUSTMENT - A BALANCE ADJUSTMENT LINE, DATED  *
013100*                         WS-POSTING-DATE, TAKING THE       *
013110*                         RUNNING BALANCE TO                *
013120*                         WS-ADJUST-TO-BALANCE.             *
013130*----------------------------------------------------------*
013140 3530-PRINT-ADJUSTMENT.
013150     ADD 1 TO WS-ADJUSTMENT-LINES.
013160     COMPUTE WS-ADJUSTMENT-AMOUNT =
013170         WS-ADJUST-TO-BALANCE - WS-RUNNING-BALANCE.
013180     MOVE WS-POSTING-DATE TO SD-DATE.
013190     MOVE 'BALANCE ADJUSTMENT' TO SD-DESCRIPTION.
013200     MOVE SPACES TO SD-REFERENCE.
013210     IF WS-ADJUSTMENT-AMOUNT < ZERO
013220         COMPUTE SD-DEBIT = ZERO - WS-ADJUSTMENT-AMOUNT
013230         MOVE ZERO TO SD-CREDIT
013240         SUBTRACT WS-ADJUSTMENT-AMOUNT FROM WS-STMT-DEBITS
013250     ELSE
013260         MOVE ZERO TO SD-DEBIT
013270         MOVE WS-ADJUSTMENT-AMOUNT TO SD-CREDIT
013280         ADD WS-ADJUSTMENT-AMOUNT TO WS-STMT-CREDITS
013290     END-IF.
013300     MOVE WS-ADJUST-TO-BALANCE TO WS-RUNNING-BALANCE.
013310     MOVE WS-RUNNING-BALANCE TO SD-BALANCE.
013320     PERFORM 3640-WRITE-DETAIL-LINE THRU 3640-EXIT.
013330 3530-EXIT.
013340     EXIT.
013350
013360*----------------------------------------------------------*
013370* 3600-NEW-PAGE - TOP OF FORM, TITLE AND PAGE NUMBER, THE   *
013380*                 ACCOUNT AND PERIOD, THE NAME AND ADDRESS  *
013390*                 ON THE FIRST PAGE ONLY, AND THE COLUMN    *
013400*                 HEADINGS.                                 *
013410*----------------------------------------------------------*
013420 3600-NEW-PAGE.
013430     ADD 1 TO WS-PAGE-NUMBER.
013440     ADD 1 TO WS-PAGES-WRITTEN.
013450     IF WS-FINAL-STATEMENT
013460         MOVE 'FINAL STATEMENT OF ACCOUNT' TO ST-TITLE
013470     ELSE
013480         MOVE 'STATEMENT OF ACCOUNT' TO ST-TITLE
013490     END-IF.
013500     MOVE WS-PAGE-NUMBER TO ST-PAGE-NUMBER.
013510     MOVE '1' TO WS-CARRIAGE-CONTROL.
013520     MOVE WS-STMT-TITLE-LINE TO WS-STMT-BODY.
013530     PERFORM 3660-WRITE-PRINT-LINE THRU 3660-EXIT.
013540     MOVE WS-ACCT-NUMBER TO SA-ACCT-NUMBER.
013550     MOVE SPACE TO WS-CARRIAGE-CONTROL.
013560     MOVE WS-STMT-ACCOUNT-LINE TO WS-STMT-BODY.
013570     PERFORM 3660-WRITE-PRINT-LINE THRU 3660-EXIT.
013580     IF WS-PAGE-NUMBER = 1
013590         MOVE '0' TO WS-CARRIAGE-CONTROL
013600         MOVE WS-ACCT-NAME TO SN-TEXT
013610         MOVE WS-STMT-TEXT-LINE TO WS-STMT-BODY
013620         PERFORM 3660-WRITE-PRINT-LINE THRU 3660-EXIT
013630         MOVE SPACE TO WS-CARRIAGE-CONTROL
013640         MOVE WS-ADDR-LINE TO SN-TEXT
013650         MOVE WS-STMT-TEXT-LINE TO WS-STMT-BODY
013660         PERFORM 3660-WRITE-PRINT-LINE THRU 3660-EXIT
013670         MOVE SPACES TO SN-TEXT
013680         STRING WS-CITY DELIMITED BY '  '
013690                ', ' DELIMITED BY SIZE
013700                WS-STATE DELIMITED BY SIZE
013710                '  ' DELIMITED BY SIZE
013720                WS-POSTAL-CODE DELIMITED BY SPACE
013730             INTO SN-TEXT
013740         END-STRING
013750         MOVE WS-STMT-TEXT-LINE TO WS-STMT-BODY
013760         PERFORM 3660-WRITE-PRINT-LINE THRU 3660-EXIT
013770     ELSE
013780         MOVE 'CONTINUED' TO SN-TEXT
013790         MOVE WS-STMT-TEXT-LINE TO WS-STMT-BODY
013800         PERFORM 3660-WRITE-PRINT-LINE THRU 3660-EXIT
013810     END-IF.
013820     MOVE '0' TO WS-CARRIAGE-CONTROL.
013830     MOVE WS-STMT-COLUMN-HEADING TO WS-STMT-BODY.
013840     PERFORM 3660-WRITE-PRINT-LINE THRU 3660-EXIT.
013850     MOVE ZERO TO WS-PAGE-LINES.
013860 3600-EXIT.
013870     EXIT.
013880
013890 3610-EDIT-DATE.
013900     MOVE WS-DW-YEAR TO ED-YEAR.
013910     MOVE WS-DW-MONTH TO ED-MONTH.
013920     MOVE WS-DW-DAY TO ED-DAY.
013930 3610-EXIT.
013940     EXIT.
013950
013960 3640-WRITE-DETAIL-LINE.
013970     MOVE WS-STMT-DETAIL-LINE TO WS-STMT-BODY.
013980     PERFORM 3650-WRITE-BODY-LINE THRU 3650-EXIT.
013990 3640-EXIT.
014000     EXIT.
014010
014020*----------------------------------------------------------*
014030* 3650-WRITE-BODY-LINE - ONE BODY LINE, BREAKING TO A NEW   *
014040*                   PAGE FIRST WHEN THIS ONE IS FULL.  THE  *
014050*                   LINE IS ALREADY BUILT IN WS-STMT-BODY,  *
014060*                   SO A PAGE BREAK SAVES AND RESTORES IT.  *
014070*----------------------------------------------------------*
014080 3650-WRITE-BODY-LINE.
014090     IF WS-PAGE-LINES NOT < WS-LINES-PER-PAGE
014100         MOVE WS-STMT-BODY TO WS-STMT-SAVED-BODY
014110         PERFORM 3600-NEW-PAGE THRU 3600-EXIT
014120         MOVE WS-STMT-SAVED-BODY TO WS-STMT-BODY
014130     END-IF.
014140     MOVE SPACE TO WS-CARRIAGE-CONTROL.
014150     PERFORM 3660-WRITE-PRINT-LINE THRU 3660-EXIT.
014160     ADD 1 TO WS-PAGE-LINES.
014170 3650-EXIT.
014180     EXIT.
014190
014200 3660-WRITE-PRINT-LINE.
014210     MOVE WS-CARRIAGE-CONTROL TO SP-CARRIAGE-CONTROL.
014220     MOVE WS-STMT-BODY TO SP-PRINT-LINE.
014230     WRITE STATEMENT-PRINT-RECORD.
014240 3660-EXIT.
014250     EXIT.
014260
014270 3900-WRITE-EXCEPTION.
014280     MOVE WS-ACCT-NUMBER TO EL-ACCT-NUMBER.
014290     MOVE WS-ACCT-STATUS TO EL-STATUS.
014300     MOVE WS-ACCT-BALANCE TO EL-BALANCE.
014310     WRITE CONTROL-REPORT-RECORD FROM WS-EXCEPTION-LINE.
014320 3900-EXIT.
014330     EXIT.
014340
014350*----------------------------------------------------------*
014360* 4000-TIE-TO-SNAPSHOT - SWEEP THE WHOLE EODSNAP BALANCE    *
014370*                   HISTORY FOR THE COUNT AND TOTAL OF THE  *
014380*                   ACCOUNTS WHOSE LAST SNAPSHOT BY THE     *
014390*                   MONTH END IS NOT CLOSED, WHICH THE      *
014400*                   REGULAR STATEMENT COUNT AND SUMMED      *
014410*                   CLOSING BALANCES MUST MATCH.            *
014420*----------------------------------------------------------*
014430 4000-TIE-TO-SNAPSHOT.
014440     IF NOT WS-EODB-OPEN
014450         GO TO 4000-EXIT
014460     END-IF.
014470     MOVE SPACES TO WS-SWEEP-ACCT.
014480     MOVE 'N' TO WS-SWEEP-FOUND-SW.
014490     MOVE 'N' TO WS-SWEEP-EOF-SW.
014500     MOVE LOW-VALUES TO EOD-KEY.
014510     START BALANCE-HISTORY-FILE KEY IS NOT LESS THAN EOD-KEY
014520         INVALID KEY
014530             GO TO 4000-EXIT
014540     END-START.
014550     PERFORM 4100-SWEEP-ONE-SNAPSHOT THRU 4100-EXIT
014560         UNTIL WS-SWEEP-EOF.
014570     PERFORM 4200-COUNT-SWEPT-ACCOUNT THRU 4200-EXIT.
014580 4000-EXIT.
014590     EXIT.
014600
014610 4100-SWEEP-ONE-SNAPSHOT.
014620     READ BALANCE-HISTORY-FILE NEXT RECORD
014630         AT END
014640             SET WS-SWEEP-EOF TO TRUE
014650             GO TO 4100-EXIT
014660     END-READ.
014670     IF EOD-ACCT-NUMBER NOT = WS-SWEEP-ACCT
014680         PERFORM 4200-COUNT-SWEPT-ACCOUNT THRU 4200-EXIT
014690         MOVE EOD-ACCT-NUMBER TO WS-SWEEP-ACCT
014700     END-IF.
014710     IF EOD-BAL-DATE NOT > WS-MONTH-END
014720         MOVE EOD-ACCT-STATUS TO WS-SWEEP-STATUS
014730         MOVE EOD-BALANCE TO WS-SWEEP-BALANCE
014740         SET WS-SWEEP-FOUND TO TRUE
014750     END-IF.
014760 4100-EXIT.
014770     EXIT.
014780
014790 4200-COUNT-SWEPT-ACCOUNT.
014800     IF WS-SWEEP-FOUND AND WS-SWEEP-STATUS NOT = 'C'
014810         ADD 1 TO WS-SNAPSHOT-COUNT
014820         ADD WS-SWEEP-BALANCE TO WS-SNAPSHOT-TOTAL
014830     END-IF.
014840     MOVE 'N' TO WS-SWEEP-FOUND-SW.
014850 4200-EXIT.
014860     EXIT.
014870
014880*----------------------------------------------------------*
014890* 8100-CHECK-LEAP-YEAR - IS WS-LEAP-YEAR-CHECK A LEAP YEAR, *
014900*                  ON THE 4/100/400 RULE.                   *
014910*----------------------------------------------------------*
014920 8100-CHECK-LEAP-YEAR.
014930     MOVE 'N' TO WS-LEAP-YEAR-SW.
014940     DIVIDE WS-LEAP-YEAR-CHECK BY 4
014950         GIVING WS-LEAP-QUOTIENT
014960         REMAINDER WS-LEAP-REMAINDER.
014970     IF WS-LEAP-REMAINDER NOT = ZERO
014980         GO TO 8100-EXIT
014990     END-IF.
015000     DIVIDE WS-LEAP-YEAR-CHECK BY 100
015010         GIVING WS-LEAP-QUOTIENT
015020         REMAINDER WS-LEAP-REMAINDER.
015030     IF WS-LEAP-REMAINDER NOT = ZERO
015040         SET WS-LEAP-YEAR TO TRUE
015050         GO TO 8100-EXIT
015060     END-IF.
015070     DIVIDE WS-LEAP-YEAR-CHECK BY 400
015080         GIVING WS-LEAP-QUOTIENT
015090         REMAINDER WS-LEAP-REMAINDER.
015100     IF WS-LEAP-REMAINDER = ZERO
015110         SET WS-LEAP-YEAR TO TRUE
015120     END-IF.
015130 8100-EXIT.
015140     EXIT.
015150
015160*----------------------------------------------------------*
015170* 9000-TERMINATE - CLOSE UP, WRITE THE CONTROL TOTALS AND   *
015180*                  THE TIE TO ACCOUNT_MASTER, AND SET THE   *
015190*                  STEP RETURN CODE.  AN OUT-OF-BALANCE     *
015200*                  TIE, AN ACCOUNT WHOSE CLOSING BALANCE    *
015210*                  DIFFERS FROM ACCT_BALANCE, OR A REGISTER *
015220*                  LINE NO STATEMENT CARRIED GIVES RC=4.    *
015230*----------------------------------------------------------*
015240 9000-TERMINATE.
015250     IF WS-CURSOR-OPEN
015260         MOVE 'CLOSE CURSOR' TO WS-EC-OPERATION
015270         EXEC SQL
015280             CLOSE STATEMENT-CURSOR
015290         END-EXEC
015300
015310         CALL 'SQLERRCK' USING WS-EC-CALLING-PROGRAM
015320                               WS-EC-OPERATION
015330                               SQLCODE
015340                               WS-EC-REASON-CODE
015350                               WS-EC-RETURN-CODE
015360     END-IF.
015370     COMPUTE WS-LINES-UNSTATEMENTED =
015380         WS-REG-LINES-IN-MONTH - WS-LINES-STATEMENTED
015390         - WS-LINES-SUPERSEDED.
015400     IF WS-FILES-OPEN
015410         PERFORM 9100-WRITE-CONTROL-TOTALS THRU 9100-EXIT
015420         CLOSE POSTING-REGISTER-FILE
015430         CLOSE STATEMENT-PRINT-FILE
015440         CLOSE CONTROL-REPORT-FILE
015450         IF WS-EODB-OPEN
015460             CLOSE BALANCE-HISTORY-FILE
015470         END-IF
015480     END-IF.
015490     IF WS-WORK-OPEN
015500         CLOSE STATEMENT-WORK-FILE
015510     END-IF.
015520     IF WS-SAVED-RETURN-CODE > RETURN-CODE
015530         MOVE WS-SAVED-RETURN-CODE TO RETURN-CODE
015540     END-IF.
015550     DISPLAY 'STMTGEN STATEMENT MONTH:     ' WS-STATEMENT-MONTH.
015560     DISPLAY 'STMTGEN REGISTER LINES READ: ' WS-REG-RECORDS-READ.
015570     DISPLAY 'STMTGEN LINES IN MONTH:      '
015580         WS-REG-LINES-IN-MONTH.
015590     DISPLAY 'STMTGEN LINES STATEMENTED:   ' WS-LINES-STATEMENTED.
015600     DISPLAY 'STMTGEN ACCOUNTS READ:       ' WS-ACCOUNTS-READ.
015610     DISPLAY 'STMTGEN STATEMENTS:          '
015620         WS-REGULAR-STATEMENTS.
015630     DISPLAY 'STMTGEN FINAL STATEMENTS:    ' WS-FINAL-STATEMENTS.
015640     DISPLAY 'STMTGEN PAGES WRITTEN:       ' WS-PAGES-WRITTEN.
015650 9000-EXIT.
015660     EXIT.
015670
015680*----------------------------------------------------------*
015690* 9100-WRITE-CONTROL-TOTALS - THE REGISTER LINES ACCOUNTED  *
015700*                   FOR, THE STATEMENTS WRITTEN, AND THE    *
015710*                   COUNT AND BALANCE TIES.  THE TIES ONLY  *
015720*                   PRINT WHEN EVERY ACCOUNT WAS READ.      *
015730*----------------------------------------------------------*
015740 9100-WRITE-CONTROL-TOTALS.
015750     MOVE 'CONTROL TOTALS' TO SH-TITLE.
015760     WRITE CONTROL-REPORT-RECORD FROM WS-SECTION-HEADING.
015770     MOVE 'REGISTER RECORDS READ' TO CL-LABEL.
015780     MOVE WS-REG-RECORDS-READ TO CL-COUNT.
015790     WRITE CONTROL-REPORT-RECORD FROM WS-COUNT-LINE.
015800     MOVE 'REGISTER GENERATIONS READ' TO CL-LABEL.
015810     MOVE WS-REG-HEADINGS-READ TO CL-COUNT.
015820     WRITE CONTROL-REPORT-RECORD FROM WS-COUNT-LINE.
015830     MOVE 'POSTING LINES OUTSIDE THE MONTH' TO CL-LABEL.
015840     MOVE WS-REG-LINES-OTHER TO CL-COUNT.
015850     WRITE CONTROL-REPORT-RECORD FROM WS-COUNT-LINE.
015860     MOVE 'POSTING LINES WITH NO HEADING DATE' TO CL-LABEL.
015870     MOVE WS-REG-LINES-UNDATED TO CL-COUNT.
015880     WRITE CONTROL-REPORT-RECORD FROM WS-COUNT-LINE.
015890     MOVE 'POSTING LINES IN THE MONTH' TO CL-LABEL.
015900     MOVE WS-REG-LINES-IN-MONTH TO CL-COUNT.
015910     WRITE CONTROL-REPORT-RECORD FROM WS-COUNT-LINE.
015920     MOVE '  PRINTED ON STATEMENTS' TO CL-LABEL.
015930     MOVE WS-LINES-STATEMENTED TO CL-COUNT.
015940     WRITE CONTROL-REPORT-RECORD FROM WS-COUNT-LINE.
015950     MOVE '  SUPERSEDED BY A RESTART' TO CL-LABEL.
015960     MOVE WS-LINES-SUPERSEDED TO CL-COUNT.
015970     WRITE CONTROL-REPORT-RECORD FROM WS-COUNT-LINE.
015980     MOVE '  NOT ON ANY STATEMENT' TO CL-LABEL.
015990     MOVE WS-LINES-UNSTATEMENTED TO CL-COUNT.
016000     WRITE CONTROL-REPORT-RECORD FROM WS-COUNT-LINE.
016010     MOVE 'BALANCE ADJUSTMENT LINES PRINTED' TO CL-LABEL.
016020     MOVE WS-ADJUSTMENT-LINES TO CL-COUNT.
016030     WRITE CONTROL-REPORT-RECORD FROM WS-COUNT-LINE.
016040     MOVE 'ACCOUNTS READ FROM ACCOUNT_MASTER' TO CL-LABEL.
016050     MOVE WS-ACCOUNTS-READ TO CL-COUNT.
016060     WRITE CONTROL-REPORT-RECORD FROM WS-COUNT-LINE.
016070     MOVE 'STATEMENTS - OPEN AND SUSPENDED' TO AL-LABEL.
016080     MOVE WS-REGULAR-STATEMENTS TO AL-COUNT.
016090     MOVE WS-REGULAR-CLOSING TO AL-AMOUNT.
016100     WRITE CONTROL-REPORT-RECORD FROM WS-AMOUNT-LINE.
016110     MOVE 'FINAL STATEMENTS - CLOSED' TO AL-LABEL.
016120     MOVE WS-FINAL-STATEMENTS TO AL-COUNT.
016130     MOVE WS-FINAL-CLOSING TO AL-AMOUNT.
016140     WRITE CONTROL-REPORT-RECORD FROM WS-AMOUNT-LINE.
016150     MOVE 'MONTH-END SNAPSHOT OF ACCTS STATEMENTED' TO AL-LABEL.
016160     COMPUTE AL-COUNT =
016170         WS-REGULAR-STATEMENTS + WS-FINAL-STATEMENTS.
016180     MOVE WS-STATEMENTED-BALANCE TO AL-AMOUNT.
016190     WRITE CONTROL-REPORT-RECORD FROM WS-AMOUNT-LINE.
016200     MOVE 'CLOSED ACCOUNTS NOT STATEMENTED' TO CL-LABEL.
016210     MOVE WS-CLOSED-SKIPPED TO CL-COUNT.
016220     WRITE CONTROL-REPORT-RECORD FROM WS-COUNT-LINE.
016230     MOVE 'ACCOUNTS WITH NO STATEMENT - EXCEPTION' TO CL-LABEL.
016240     MOVE WS-ACCOUNTS-OVERFLOW TO CL-COUNT.
016250     WRITE CONTROL-REPORT-RECORD FROM WS-COUNT-LINE.
016260     MOVE 'CLOSING NOT TIED TO MONTH-END SNAPSHOT' TO CL-LABEL.
016270     MOVE WS-BALANCE-MISMATCHES TO CL-COUNT.
016280     WRITE CONTROL-REPORT-RECORD FROM WS-COUNT-LINE.
016290     MOVE 'STATEMENT PAGES WRITTEN' TO CL-LABEL.
016300     MOVE WS-PAGES-WRITTEN TO CL-COUNT.
016310     WRITE CONTROL-REPORT-RECORD FROM WS-COUNT-LINE.
016320     IF WS-LINES-UNSTATEMENTED > ZERO
016330             OR WS-BALANCE-MISMATCHES > ZERO
016340         IF WS-SAVED-RETURN-CODE < 4
016350             MOVE 4 TO WS-SAVED-RETURN-CODE
016360         END-IF
016370     END-IF.
016380     IF NOT WS-CURSOR-EOF OR WS-SQL-FAILURE OR NOT WS-EODB-OPEN
016390         MOVE 'TIE TO MONTH-END SNAPSHOT' TO TL-LABEL
016400         MOVE 'NOT RUN' TO TL-RESULT
016410         WRITE CONTROL-REPORT-RECORD FROM WS-TIE-LINE
016420         GO TO 9100-EXIT
016430     END-IF.
016440     MOVE 'SNAPSHOT - OPEN AND SUSPENDED' TO AL-LABEL.
016450     MOVE WS-SNAPSHOT-COUNT TO AL-COUNT.
016460     MOVE WS-SNAPSHOT-TOTAL TO AL-AMOUNT.
016470     WRITE CONTROL-REPORT-RECORD FROM WS-AMOUNT-LINE.
016480     MOVE 'STATEMENT COUNT TIE' TO TL-LABEL.
016490     IF WS-SNAPSHOT-COUNT = WS-REGULAR-STATEMENTS
016500         MOVE 'IN BALANCE' TO TL-RESULT
016510     ELSE
016520         MOVE 'OUT OF BALANCE' TO TL-RESULT
016530         IF WS-SAVED-RETURN-CODE < 4
016540             MOVE 4 TO WS-SAVED-RETURN-CODE
016550         END-IF
016560     END-IF.
016570     WRITE CONTROL-REPORT-RECORD FROM WS-TIE-LINE.
016580     MOVE 'CLOSING BALANCE TIE' TO TL-LABEL.
016590     IF WS-SNAPSHOT-TOTAL = WS-REGULAR-CLOSING
016600         MOVE 'IN BALANCE' TO TL-RESULT
016610     ELSE
016620         MOVE 'OUT OF BALANCE' TO TL-RESULT
016630         IF WS-SAVED-RETURN-CODE < 4
016640             MOVE 4 TO WS-SAVED-RETURN-CODE
016650         END-IF
016660     END-IF.
016670     WRITE CONTROL-REPORT-RECORD FROM WS-TIE-LINE.
016680 9100-EXIT.
016690     EXIT.
016700
016710*----------------------------------------------------------*
016720* 9900-RECORD-RUN-END - COMPLETE THIS STEP'S ROW ON THE     *
016730*                       SHARED BATCH RUN HISTORY WITH THE   *
016740*                       RECORD COUNT AND THE FINAL STEP     *
016750*                       RETURN CODE, THEN PUT THE RETURN    *
016760*                       CODE BACK - THE CALL REPLACES IT.   *
016770*----------------------------------------------------------*
016780 9900-RECORD-RUN-END.
016790     MOVE 'END' TO WS-RH-EVENT.
016800     MOVE WS-ACCOUNTS-READ TO WS-RH-RECORD-COUNT.
016810     MOVE RETURN-CODE TO WS-RH-RETURN-CODE.
016820     CALL 'RUNHIST' USING WS-RH-CALLING-PROGRAM
016830                          WS-RH-QUALIFIER
016840                          WS-RH-EVENT
016850                          WS-RH-RECORD-COUNT
016860                          WS-RH-RETURN-CODE.
016870     MOVE WS-RH-RETURN-CODE TO RETURN-CODE.
016880 9900-EXIT.
016890     EXIT.
