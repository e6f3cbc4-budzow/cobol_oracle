000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. DORMPROC.
000030 AUTHOR. R-HALVORSEN.
000040 INSTALLATION. DATA-SERVICES.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------*
000080* MODIFICATION HISTORY                                      *
000090*   DATE       INIT  DESCRIPTION                             *
000100*   2026-10-15 MWK   ORIGINAL VERSION - MONTHLY DORMANCY     *
000110*                    PROCESSING.  AN OPEN ACCOUNT WITH NO    *
000120*                    POSTING FOR A YEAR GOT NO TREATMENT AT  *
000130*                    ALL.  THIS JOB FINDS EACH ACCOUNT'S     *
000140*                    LAST CUSTOMER-INITIATED POSTING ON THE  *
000150*                    POSTHIST HISTORY, PRINTS A PRE-DORMANCY *
000160*                    NOTICE LIST FOR OPEN ACCOUNTS PAST THE  *
000170*                    WARNING AGE, MOVES OPEN ACCOUNTS PAST   *
000180*                    THE DORMANCY AGE TO S UNDER THE SAME    *
000190*                    FLDEDIT AND CLOSED-IS-TERMINAL RULES    *
000200*                    ACCTLOAD AND AMNT ENFORCE, WITH AN      *
000210*                    ACCTCHG ROW FOR EVERY CHANGE, AND LISTS *
000220*                    ACCOUNTS IDLE PAST THE STATUTORY        *
000230*                    PERIOD, WITH THEIR BALANCES, AS         *
000240*                    ESCHEATMENT CANDIDATES.                 *
000250*   2026-10-15 MWK   EVERY RUN NOW FILES ITS START, END,     *
000260*                    RECORD COUNT, AND RETURN CODE ON THE    *
000270*                    SHARED BATCH RUN HISTORY (DD RUNHIST)   *
000280*                    THROUGH THE RUNHIST SUBPROGRAM, FOR THE *
000290*                    BATWNDW BATCH-WINDOW REPORT.            *
000300*   2026-10-15 MWK   AN ACCOUNT WITH NO CUSTOMER POSTING IS  *
000310*                    NOW AGED FROM THE LATER OF ITS OPEN     *
000320*                    DATE AND THE START OF THE POSTHIST      *
000330*                    HISTORY (PARM HISTSTART, ELSE THE       *
000340*                    EARLIEST RUN DATE ON FILE), SO AN       *
000350*                    ACCOUNT OLDER THAN THE HISTORY IS NOT   *
000360*                    TAKEN AS IDLE SINCE IT OPENED.  A MOVE  *
000370*                    REFUSED UNDER THE LOCK NOW COMMITS TO   *
000380*                    RELEASE IT.                             *
000390*----------------------------------------------------------*
000400*
000410*   PARM FORMAT -
000420*     'WARN=nnnn,DORMANT=nnnn,ESCHEAT=nnnn,COMMIT=nnnn,ALIAS=aaaa'
000430*     ',HISTSTART=yyyymmdd'
000440*             WARN, DORMANT AND ESCHEAT ARE AGES IN DAYS SINCE
000450*             THE LAST CUSTOMER ACTIVITY - DEFAULTS 0335, 0365
000460*             AND 1825.  WARN MUST BE BELOW DORMANT AND
000470*             DORMANT NOT ABOVE ESCHEAT, OR THE RUN STOPS.
000480*             COMMIT IS THE COMMIT INTERVAL IN STATUS CHANGES,
000490*             DEFAULT 100.  ALIAS OVERRIDES THE WALLET TNS
000500*             ALIAS AS IN THE OTHER PROGRAMS.  HISTSTART IS THE
000510*             FIRST DAY POSTHIST HOLDS COMPLETE HISTORY FOR, NOT
000520*             AFTER TODAY - DEFAULT THE EARLIEST POSTING RUN DATE
000530*             ON FILE.  ALL OPTIONAL.
000540*
000550*   CUSTOMER-INITIATED MEANS A POSTHIST ROW STILL POSTED (NOT
000560*   REVERSED) WHOSE REFERENCE DOES NOT CARRY ONE OF THE
000570*   RESERVED SYSTEM PREFIXES (NSF, INT, FEE) - AN NSF FEE,
000580*   INTEREST, OR A MAINTENANCE FEE DOES NOT KEEP AN ACCOUNT
000590*   ALIVE.  AN ACCOUNT WITH NO SUCH POSTING IS AGED FROM ITS
000600*   OPEN DATE, OR FROM THE HISTORY START WHEN IT OPENED BEFORE
000610*   POSTHIST BEGAN - ITS EARLIER POSTINGS ARE NOT ON FILE TO
000620*   SEE.
000630*
000640*   A RERUN IS SAFE - AN ACCOUNT ALREADY MOVED TO S IS NO
000650*   LONGER OPEN AND IS NOT MOVED OR NOTIFIED AGAIN.
000660*
000670 ENVIRONMENT DIVISION.
000680 INPUT-OUTPUT SECTION.
000690 FILE-CONTROL.
000700     SELECT POSTED-HISTORY-FILE ASSIGN TO 'POSTHIST'
000710         ORGANIZATION IS INDEXED
000720         ACCESS MODE IS DYNAMIC
000730         RECORD KEY IS PHS-REFERENCE
000740         FILE STATUS IS WS-HIST-FILE-STATUS.
000750
000760     SELECT DORMANCY-WORK-FILE ASSIGN TO 'DORMWORK'
000770         ORGANIZATION IS INDEXED
000780         ACCESS MODE IS DYNAMIC
000790         RECORD KEY IS DWK-ACCT-NUMBER
000800         FILE STATUS IS WS-DWK-STATUS.
000810
000820     SELECT ACCT-CHANGE-FILE ASSIGN TO 'ACCTCHG'
000830         ORGANIZATION IS INDEXED
000840         ACCESS MODE IS DYNAMIC
000850         RECORD KEY IS CHG-KEY
000860         FILE STATUS IS WS-CHANGE-FILE-STATUS.
000870
000880     SELECT NOTICE-REPORT-FILE ASSIGN TO 'DORMNTC'
000890         ORGANIZATION IS LINE SEQUENTIAL.
000900
000910     SELECT DORMANCY-REPORT-FILE ASSIGN TO 'DORMRPT'
000920         ORGANIZATION IS LINE SEQUENTIAL.
000930
000940     SELECT ESCHEAT-REPORT-FILE ASSIGN TO 'ESCHRPT'
000950         ORGANIZATION IS LINE SEQUENTIAL.
000960
000970 DATA DIVISION.
000980 FILE SECTION.
000990 FD  POSTED-HISTORY-FILE.
001000     COPY POSTHREC.
001010
001020*----------------------------------------------------------*
001030* ONE ROW PER ACCOUNT THAT HAS ANY CUSTOMER POSTING - THE   *
001040* LATEST ACTIVITY DATE AND THE REFERENCE THAT SET IT.       *
001050*----------------------------------------------------------*
001060 FD  DORMANCY-WORK-FILE.
001070 01  DORMANCY-WORK-RECORD.
001080     05  DWK-ACCT-NUMBER         PIC X(10).
001090     05  DWK-LAST-ACTIVITY       PIC 9(08).
001100     05  DWK-LAST-REFERENCE      PIC X(16).
001110     05  DWK-POSTINGS            PIC 9(09).
001120     05  FILLER                  PIC X(07).
001130
001140 FD  ACCT-CHANGE-FILE.
001150     COPY ACCTCHGR.
001160
001170 FD  NOTICE-REPORT-FILE
001180     RECORDING MODE IS F.
001190 01  NOTICE-REPORT-RECORD        PIC X(132).
001200
001210 FD  DORMANCY-REPORT-FILE
001220     RECORDING MODE IS F.
001230 01  DORMANCY-REPORT-RECORD      PIC X(132).
001240
001250 FD  ESCHEAT-REPORT-FILE
001260     RECORDING MODE IS F.
001270 01  ESCHEAT-REPORT-RECORD       PIC X(132).
001280
001290 WORKING-STORAGE SECTION.
001300     EXEC SQL
001310         INCLUDE SQLCA
001320     END-EXEC.
001330
001340 77  WS-HIST-FILE-STATUS         PIC X(02).
001350 77  WS-DWK-STATUS               PIC X(02).
001360 77  WS-CHANGE-FILE-STATUS       PIC X(02).
001370
001380 01  WS-USERNAME                 PIC X(20) VALUE SPACES.
001390 01  WS-TNS-ALIAS                PIC X(20) VALUE SPACES.
001400 01  WS-CONNECT-STRING           PIC X(22) VALUE SPACES.
001410
001420 01  WS-ACCOUNT-ROW.
001430     05  WS-ACCT-NUMBER          PIC X(10).
001440     05  WS-ACCT-NAME            PIC X(30).
001450     05  WS-ADDR-LINE            PIC X(30).
001460     05  WS-CITY                 PIC X(20).
001470     05  WS-STATE                PIC X(02).
001480     05  WS-POSTAL-CODE          PIC X(09).
001490     05  WS-OPEN-DATE            PIC X(08).
001500     05  WS-ACCT-STATUS          PIC X(01).
001510         88  WS-ACCT-OPEN            VALUE 'O'.
001520     05  WS-ACCT-BALANCE         PIC S9(7)V99 COMP-3.
001530
001540*----------------------------------------------------------*
001550* THE ROW AS IT STANDS UNDER THE LOCK, JUST BEFORE THE      *
001560* STATUS CHANGE.                                            *
001570*----------------------------------------------------------*
001580 01  WS-LOCKED-ROW.
001590     05  WS-LOCK-STATUS          PIC X(01).
001600         88  WS-LOCK-OPEN            VALUE 'O'.
001610         88  WS-LOCK-CLOSED          VALUE 'C'.
001620     05  WS-LOCK-BALANCE         PIC S9(7)V99 COMP-3.
001630
001640 01  WS-FIELD-EDIT.
001650     05  WS-NEW-ACCT-STATUS      PIC X(01) VALUE 'S'.
001660     05  WS-FE-REASON-CODE       PIC 9(04) VALUE ZERO.
001670     05  WS-FE-FIELD-NAME        PIC X(12) VALUE SPACES.
001680
001690 01  WS-SQL-ERROR-CHECK.
001700     05  WS-EC-CALLING-PROGRAM   PIC X(12) VALUE 'DORMPROC'.
001710     05  WS-EC-OPERATION         PIC X(20).
001720     05  WS-EC-REASON-CODE       PIC 9(04).
001730     05  WS-EC-RETURN-CODE       PIC 9(04).
001740
001750 01  WS-SWITCHES.
001760     05  WS-HIST-EOF-SW          PIC X(01) VALUE 'N'.
001770         88  WS-HIST-EOF             VALUE 'Y'.
001780     05  WS-CURSOR-EOF-SW        PIC X(01) VALUE 'N'.
001790         88  WS-CURSOR-EOF           VALUE 'Y'.
001800     05  WS-CURSOR-OPEN-SW       PIC X(01) VALUE 'N'.
001810         88  WS-CURSOR-OPEN          VALUE 'Y'.
001820     05  WS-SQL-FAILURE-SW       PIC X(01) VALUE 'N'.
001830         88  WS-SQL-FAILURE          VALUE 'Y'.
001840     05  WS-FILES-OPEN-SW        PIC X(01) VALUE 'N'.
001850         88  WS-FILES-OPEN           VALUE 'Y'.
001860     05  WS-WORK-FAILED-SW       PIC X(01) VALUE 'N'.
001870         88  WS-WORK-FAILED          VALUE 'Y'.
001880     05  WS-HAS-POSTINGS-SW      PIC X(01) VALUE 'N'.
001890         88  WS-HAS-POSTINGS         VALUE 'Y'.
001900     05  WS-ROW-LOCKED-SW        PIC X(01) VALUE 'N'.
001910         88  WS-ROW-LOCKED           VALUE 'Y'.
001920
001930 01  WS-COUNTERS.
001940     05  WS-HIST-ROWS-READ       PIC 9(9) COMP VALUE ZERO.
001950     05  WS-HIST-REVERSED        PIC 9(9) COMP VALUE ZERO.
001960     05  WS-HIST-SYSTEM          PIC 9(9) COMP VALUE ZERO.
001970     05  WS-HIST-CUSTOMER        PIC 9(9) COMP VALUE ZERO.
001980     05  WS-ACCOUNTS-READ        PIC 9(9) COMP VALUE ZERO.
001990     05  WS-AGED-FROM-OPEN       PIC 9(9) COMP VALUE ZERO.
002000     05  WS-AGED-FROM-HIST-START PIC 9(9) COMP VALUE ZERO.
002010     05  WS-NOT-AGED             PIC 9(9) COMP VALUE ZERO.
002020     05  WS-NOTICES-LISTED       PIC 9(9) COMP VALUE ZERO.
002030     05  WS-DORMANT-MOVED        PIC 9(9) COMP VALUE ZERO.
002040     05  WS-DORMANT-REFUSED      PIC 9(9) COMP VALUE ZERO.
002050     05  WS-ESCHEAT-LISTED       PIC 9(9) COMP VALUE ZERO.
002060     05  WS-ESCHEAT-TOTAL        PIC S9(13)V99 COMP-3
002070                                 VALUE ZERO.
002080     05  WS-SINCE-COMMIT         PIC 9(9) COMP VALUE ZERO.
002090     05  WS-CHG-RETRY-CT         PIC 9(4) COMP VALUE ZERO.
002100     05  WS-CHG-WRITE-FAILURES   PIC 9(9) COMP VALUE ZERO.
002110
002120*----------------------------------------------------------*
002130* AGES IN DAYS, FROM THE PARM OR THE DEFAULTS.              *
002140*----------------------------------------------------------*
002150 01  WS-AGE-LIMITS.
002160     05  WS-WARN-DAYS            PIC 9(4) COMP VALUE 335.
002170     05  WS-DORMANT-DAYS         PIC 9(4) COMP VALUE 365.
002180     05  WS-ESCHEAT-DAYS         PIC 9(4) COMP VALUE 1825.
002190
002200 01  WS-COMMIT-CONTROL.
002210     05  WS-COMMIT-INTERVAL      PIC 9(4) COMP VALUE 100.
002220
002230 01  WS-AGE-WORK.
002240     05  WS-LAST-ACTIVITY        PIC 9(08) VALUE ZERO.
002250     05  WS-ACTIVITY-DATE        PIC 9(08) VALUE ZERO.
002260     05  WS-RUN-SERIAL           PIC 9(9) COMP VALUE ZERO.
002270     05  WS-IDLE-DAYS            PIC 9(9) COMP VALUE ZERO.
002280     05  WS-DAYS-LEFT            PIC 9(9) COMP VALUE ZERO.
002290     05  WS-ACTION-TEXT          PIC X(40) VALUE SPACES.
002300*----------------------------------------------------------*
002310* THE FIRST DAY OF COMPLETE POSTHIST HISTORY - FROM THE     *
002320* PARM, OR THE EARLIEST POSTING RUN DATE SEEN BY 2000.      *
002330*----------------------------------------------------------*
002340     05  WS-HIST-START           PIC 9(08) VALUE ZERO.
002350     05  WS-HIST-START-N REDEFINES WS-HIST-START.
002360         10  WS-HS-YEAR          PIC 9(04).
002370         10  WS-HS-MONTH         PIC 9(02).
002380         10  WS-HS-DAY           PIC 9(02).
002390     05  WS-HIST-START-SW        PIC X(01) VALUE 'N'.
002400         88  WS-HIST-START-GIVEN     VALUE 'Y'.
002410
002420*   THE RETURN-CODE REGISTER IS REPLACED BY EVERY CALLED
002430*   PROGRAM'S ON RETURN, SO THE STEP CODE IS ASSEMBLED IN
002440*   9000 AFTER THE LAST CALL.
002450 01  WS-SAVED-RETURN-CODE        PIC 9(04) VALUE ZERO.
002460
002470 01  WS-AUDIT-CHECK.
002480     05  WS-AUD-START-TIME       PIC 9(8) COMP.
002490     05  WS-AUD-END-TIME         PIC 9(8) COMP.
002500     05  WS-AUD-ELAPSED-MS       PIC 9(9) COMP.
002510     05  WS-AUD-OUTCOME          PIC X(08).
002520
002530 01  WS-PARM-SEGMENTS.
002540     05  WS-PARM-SEG-1           PIC X(30).
002550     05  WS-PARM-SEG-2           PIC X(30).
002560     05  WS-PARM-SEG-3           PIC X(30).
002570     05  WS-PARM-SEG-4           PIC X(30).
002580     05  WS-PARM-SEG-5           PIC X(30).
002590     05  WS-PARM-SEG-6           PIC X(30).
002600
002610 01  WS-PARM-PIECE               PIC X(30).
002620
002630 01  WS-PARM-WORK.
002640     05  WS-PARM-KEYWORD         PIC X(10).
002650     05  WS-PARM-VALUE           PIC X(30).
002660     05  WS-PARM-VALUE-N4 REDEFINES WS-PARM-VALUE.
002670         10  WS-PARM-DIGITS-4    PIC 9(04).
002680         10  FILLER              PIC X(26).
002690     05  WS-PARM-VALUE-N8 REDEFINES WS-PARM-VALUE.
002700         10  WS-PARM-DIGITS-8    PIC 9(08).
002710         10  FILLER              PIC X(22).
002720
002730 01  WS-ALIAS-OVERRIDE.
002740     05  WS-ALIAS-OVERRIDE-SW    PIC X(01) VALUE 'N'.
002750         88  WS-ALIAS-OVERRIDDEN     VALUE 'Y'.
002760     05  WS-PARM-ALIAS           PIC X(20) VALUE SPACES.
002770
002780 01  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
002790
002800     COPY TRANREC.
002810
002820*----------------------------------------------------------*
002830* SERIAL-DAY CONVERSION WORK AREA - SAME HAND-ROLLED        *
002840* APPROACH AS WHSRECON AND REJAGE, NO INTRINSICS.           *
002850*----------------------------------------------------------*
002860 01  WS-SERIAL-WORK.
002870     05  WS-SD-DATE              PIC 9(08).
002880     05  WS-SD-DATE-N REDEFINES WS-SD-DATE.
002890         10  WS-SD-YEAR          PIC 9(04).
002900         10  WS-SD-MONTH         PIC 9(02).
002910         10  WS-SD-DAY           PIC 9(02).
002920     05  WS-SD-SERIAL            PIC 9(9) COMP VALUE ZERO.
002930     05  WS-SD-YEARS             PIC 9(9) COMP VALUE ZERO.
002940     05  WS-SD-REMAINDER         PIC 9(04) COMP VALUE ZERO.
002950     05  WS-SD-QUOTIENT          PIC 9(9) COMP VALUE ZERO.
002960     05  WS-LEAP-YEAR-SW         PIC X(01) VALUE 'N'.
002970         88  WS-LEAP-YEAR            VALUE 'Y'.
002980
002990 01  WS-MONTH-CUM-LIST           PIC X(36)
003000                 VALUE '000031059090120151181212243273304334'.
003010 01  WS-MONTH-CUM-TABLE REDEFINES WS-MONTH-CUM-LIST.
003020     05  WS-MONTH-CUM            OCCURS 12 TIMES
003030                                 PIC 9(03).
003040
003050*----------------------------------------------------------*
003060* PRE-DORMANCY NOTICE LIST (DORMNTC) - NAME AND ADDRESS SO  *
003070* THE LIST CAN DRIVE THE CUSTOMER MAILING.                  *
003080*----------------------------------------------------------*
003090 01  WS-NOTICE-HEADING.
003100     05  FILLER                  PIC X(33)
003110             VALUE 'PRE-DORMANCY NOTICE LIST AS OF'.
003120     05  NH-RUN-DATE             PIC 9(08).
003130     05  FILLER                  PIC X(15) VALUE '  WARNING AGE '.
003140     05  NH-WARN-DAYS            PIC ZZZ9.
003150     05  FILLER                  PIC X(21)
003160             VALUE ' DAYS  DORMANCY AGE '.
003170     05  NH-DORMANT-DAYS         PIC ZZZ9.
003180     05  FILLER                  PIC X(05) VALUE ' DAYS'.
003190     05  FILLER                  PIC X(42) VALUE SPACES.
003200
003210 01  WS-NOTICE-COLUMN-HEADING.
003220     05  FILLER                  PIC X(12) VALUE 'ACCOUNT'.
003230     05  FILLER                  PIC X(31) VALUE 'NAME'.
003240     05  FILLER                  PIC X(31) VALUE 'ADDRESS'.
003250     05  FILLER                  PIC X(21) VALUE 'CITY'.
003260     05  FILLER                  PIC X(03) VALUE 'ST'.
003270     05  FILLER                  PIC X(11) VALUE 'POSTAL'.
003280     05  FILLER                  PIC X(10) VALUE 'LAST ACT'.
003290     05  FILLER                  PIC X(06) VALUE 'IDLE'.
003300     05  FILLER                  PIC X(04) VALUE 'LEFT'.
003310     05  FILLER                  PIC X(03) VALUE SPACES.
003320
003330 01  WS-NOTICE-LINE.
003340     05  NL-ACCT-NUMBER          PIC X(10).
003350     05  FILLER                  PIC X(02) VALUE SPACES.
003360     05  NL-ACCT-NAME            PIC X(30).
003370     05  FILLER                  PIC X(01) VALUE SPACES.
003380     05  NL-ADDR-LINE            PIC X(30).
003390     05  FILLER                  PIC X(01) VALUE SPACES.
003400     05  NL-CITY                 PIC X(20).
003410     05  FILLER                  PIC X(01) VALUE SPACES.
003420     05  NL-STATE                PIC X(02).
003430     05  FILLER                  PIC X(01) VALUE SPACES.
003440     05  NL-POSTAL-CODE          PIC X(09).
003450     05  FILLER                  PIC X(02) VALUE SPACES.
003460     05  NL-LAST-ACTIVITY        PIC 9(08).
003470     05  FILLER                  PIC X(02) VALUE SPACES.
003480     05  NL-IDLE-DAYS            PIC ZZZ9.
003490     05  FILLER                  PIC X(02) VALUE SPACES.
003500     05  NL-DAYS-LEFT            PIC ZZZ9.
003510     05  FILLER                  PIC X(03) VALUE SPACES.
003520
003530 01  WS-NOTICE-SUMMARY-LINE.
003540     05  FILLER                  PIC X(17)
003550             VALUE 'NOTICES LISTED = '.
003560     05  NS-NOTICES-LISTED       PIC ZZZZZZZZ9.
003570     05  FILLER                  PIC X(106) VALUE SPACES.
003580
003590*----------------------------------------------------------*
003600* DORMANCY ACTION REPORT (DORMRPT) - EVERY OPEN ACCOUNT     *
003610* PAST THE DORMANCY AGE AND WHAT BECAME OF IT.              *
003620*----------------------------------------------------------*
003630 01  WS-DORMANCY-HEADING.
003640     05  FILLER                  PIC X(29)
003650             VALUE 'DORMANCY ACTION REPORT AS OF'.
003660     05  DH-RUN-DATE             PIC 9(08).
003670     05  FILLER                  PIC X(16)
003680             VALUE '  DORMANCY AGE '.
003690     05  DH-DORMANT-DAYS         PIC ZZZ9.
003700     05  FILLER                  PIC X(05) VALUE ' DAYS'.
003710     05  FILLER                  PIC X(70) VALUE SPACES.
003720
003730 01  WS-DORMANCY-COLUMN-HEADING.
003740     05  FILLER                  PIC X(12) VALUE 'ACCOUNT'.
003750     05  FILLER                  PIC X(32) VALUE 'NAME'.
003760     05  FILLER                  PIC X(10) VALUE 'LAST ACT'.
003770     05  FILLER                  PIC X(07) VALUE ' IDLE'.
003780     05  FILLER                  PIC X(15) VALUE '      BALANCE'.
003790     05  FILLER                  PIC X(40) VALUE 'ACTION'.
003800     05  FILLER                  PIC X(16) VALUE SPACES.
003810
003820 01  WS-DORMANCY-LINE.
003830     05  DL-ACCT-NUMBER          PIC X(10).
003840     05  FILLER                  PIC X(02) VALUE SPACES.
003850     05  DL-ACCT-NAME            PIC X(30).
003860     05  FILLER                  PIC X(02) VALUE SPACES.
003870     05  DL-LAST-ACTIVITY        PIC 9(08).
003880     05  FILLER                  PIC X(02) VALUE SPACES.
003890     05  DL-IDLE-DAYS            PIC ZZZZ9.
003900     05  FILLER                  PIC X(02) VALUE SPACES.
003910     05  DL-BALANCE              PIC Z,ZZZ,ZZ9.99-.
003920     05  FILLER                  PIC X(02) VALUE SPACES.
003930     05  DL-ACTION               PIC X(40).
003940     05  FILLER                  PIC X(16) VALUE SPACES.
003950
003960 01  WS-DORMANCY-SUMMARY-LINE.
003970     05  FILLER                  PIC X(17)
003980             VALUE 'ACCOUNTS READ = '.
003990     05  DS-ACCOUNTS-READ        PIC ZZZZZZZZ9.
004000     05  FILLER                  PIC X(16)
004010             VALUE '  MOVED TO S = '.
004020     05  DS-DORMANT-MOVED        PIC ZZZZZZZZ9.
004030     05  FILLER                  PIC X(13) VALUE '  REFUSED = '.
004040     05  DS-DORMANT-REFUSED      PIC ZZZZZZZZ9.
004050     05  FILLER                  PIC X(13) VALUE '  NOT AGED = '.
004060     05  DS-NOT-AGED             PIC ZZZZZZZZ9.
004070     05  FILLER                  PIC X(37) VALUE SPACES.
004080
004090*----------------------------------------------------------*
004100* ESCHEATMENT CANDIDATE REPORT (ESCHRPT) - OWNER NAME AND   *
004110* LAST KNOWN ADDRESS, AS THE UNCLAIMED-PROPERTY FILING      *
004120* WANTS THEM, AND THE BALANCE AT STAKE.                     *
004130*----------------------------------------------------------*
004140 01  WS-ESCHEAT-HEADING.
004150     05  FILLER                  PIC X(32)
004160             VALUE 'ESCHEATMENT CANDIDATES AS OF'.
004170     05  EH-RUN-DATE             PIC 9(08).
004180     05  FILLER                  PIC X(21)
004190             VALUE '  STATUTORY PERIOD '.
004200     05  EH-ESCHEAT-DAYS         PIC ZZZ9.
004210     05  FILLER                  PIC X(05) VALUE ' DAYS'.
004220     05  FILLER                  PIC X(62) VALUE SPACES.
004230
004240 01  WS-ESCHEAT-COLUMN-HEADING.
004250     05  FILLER                  PIC X(11) VALUE 'ACCOUNT'.
004260     05  FILLER                  PIC X(31) VALUE 'OWNER NAME'.
004270     05  FILLER                  PIC X(31)
004280             VALUE 'LAST KNOWN ADDRESS'.
004290     05  FILLER                  PIC X(21) VALUE 'CITY'.
004300     05  FILLER                  PIC X(03) VALUE 'ST'.
004310     05  FILLER                  PIC X(10) VALUE 'POSTAL'.
004320     05  FILLER                  PIC X(02) VALUE 'S'.
004330     05  FILLER                  PIC X(09) VALUE 'LAST ACT'.
004340     05  FILLER                  PIC X(14) VALUE '      BALANCE'.
004350
004360 01  WS-ESCHEAT-LINE.
004370     05  EL-ACCT-NUMBER          PIC X(10).
004380     05  FILLER                  PIC X(01) VALUE SPACES.
004390     05  EL-ACCT-NAME            PIC X(30).
004400     05  FILLER                  PIC X(01) VALUE SPACES.
004410     05  EL-ADDR-LINE            PIC X(30).
004420     05  FILLER                  PIC X(01) VALUE SPACES.
004430     05  EL-CITY                 PIC X(20).
004440     05  FILLER                  PIC X(01) VALUE SPACES.
004450     05  EL-STATE                PIC X(02).
004460     05  FILLER                  PIC X(01) VALUE SPACES.
004470     05  EL-POSTAL-CODE          PIC X(09).
004480     05  FILLER                  PIC X(01) VALUE SPACES.
004490     05  EL-STATUS               PIC X(01).
004500     05  FILLER                  PIC X(01) VALUE SPACES.
004510     05  EL-LAST-ACTIVITY        PIC 9(08).
004520     05  FILLER                  PIC X(01) VALUE SPACES.
004530     05  EL-BALANCE              PIC Z,ZZZ,ZZ9.99-.
004540     05  FILLER                  PIC X(01) VALUE SPACES.
004550
004560 01  WS-ESCHEAT-SUMMARY-LINE.
004570     05  FILLER                  PIC X(13)
004580             VALUE 'CANDIDATES = '.
004590     05  ES-ESCHEAT-LISTED       PIC ZZZZZZZZ9.
004600     05  FILLER                  PIC X(18)
004610             VALUE '  TOTAL BALANCE = '.
004620     05  ES-ESCHEAT-TOTAL        PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
004630     05  FILLER                  PIC X(73) VALUE SPACES.
004640
004650 01  WS-RUN-HISTORY-CALL.
004660     05  WS-RH-CALLING-PROGRAM   PIC X(12) VALUE 'DORMPROC'.
004670     05  WS-RH-QUALIFIER         PIC X(10) VALUE SPACES.
004680     05  WS-RH-EVENT             PIC X(05).
004690     05  WS-RH-RECORD-COUNT      PIC 9(09) VALUE ZERO.
004700     05  WS-RH-RETURN-CODE       PIC 9(04) VALUE ZERO.
004710
004720 LINKAGE SECTION.
004730 01  LS-PARM-AREA.
004740     05  LS-PARM-LEN             PIC S9(4) COMP.
004750     05  LS-PARM-TEXT            PIC X(100).
004760
004770 PROCEDURE DIVISION USING LS-PARM-AREA.
004780 0000-MAINLINE.
004790     PERFORM 0100-RECORD-RUN-START THRU 0100-EXIT.
004800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
004810     IF WS-FILES-OPEN
004820         PERFORM 2000-NOTE-ACTIVITY THRU 2000-EXIT
004830             UNTIL WS-HIST-EOF OR WS-WORK-FAILED
004840     END-IF.
004850     IF WS-FILES-OPEN AND NOT WS-WORK-FAILED
004860         PERFORM 3000-OPEN-CURSOR THRU 3000-EXIT
004870     END-IF.
004880     IF WS-CURSOR-OPEN
004890         PERFORM 3200-AGE-ACCOUNT THRU 3200-EXIT
004900             UNTIL WS-CURSOR-EOF OR WS-SQL-FAILURE
004910                OR WS-WORK-FAILED
004920     END-IF.
004930     PERFORM 9000-TERMINATE THRU 9000-EXIT.
004940     PERFORM 9900-RECORD-RUN-END THRU 9900-EXIT.
004950     GOBACK.
004960
004970*----------------------------------------------------------*
004980* 0100-RECORD-RUN-START - FILE THIS STEP'S RUNNING-STATE    *
004990*                         ROW ON THE SHARED BATCH RUN       *
005000*                         HISTORY BEFORE ANY WORK IS DONE.  *
005010*----------------------------------------------------------*
005020 0100-RECORD-RUN-START.
005030     MOVE 'START' TO WS-RH-EVENT.
005040     CALL 'RUNHIST' USING WS-RH-CALLING-PROGRAM
005050                          WS-RH-QUALIFIER
005060                          WS-RH-EVENT
005070                          WS-RH-RECORD-COUNT
005080                          WS-RH-RETURN-CODE.
005090 0100-EXIT.
005100     EXIT.
005110
005120*----------------------------------------------------------*
005130* 1000-INITIALIZE - PARSE THE PARM, CONNECT, AND OPEN THE   *
005140*                   FILES.  THE WORK FILE IS EMPTIED BY AN  *
005150*                   OUTPUT OPEN AND REOPENED I-O, SINCE     *
005160*                   EACH POSTING UPDATES ITS ACCOUNT'S ROW  *
005170*                   IN PLACE.                               *
005180*----------------------------------------------------------*
005190 1000-INITIALIZE.
005200     MOVE ZERO TO RETURN-CODE.
005210     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
005220     PERFORM 1060-PARSE-PARM THRU 1060-EXIT.
005230     IF WS-SAVED-RETURN-CODE NOT = ZERO
005240         GO TO 1000-EXIT
005250     END-IF.
005260     MOVE WS-RUN-DATE TO WS-SD-DATE.
005270     PERFORM 8000-DATE-TO-SERIAL THRU 8000-EXIT.
005280     MOVE WS-SD-SERIAL TO WS-RUN-SERIAL.
005290     PERFORM 1050-GET-CREDENTIALS THRU 1050-EXIT.
005300     PERFORM 1100-CONNECT THRU 1100-EXIT.
005310     IF WS-SQL-FAILURE
005320         GO TO 1000-EXIT
005330     END-IF.
005340     OPEN INPUT POSTED-HISTORY-FILE.
005350     IF WS-HIST-FILE-STATUS NOT = '00'
005360         DISPLAY 'DORMPROC POSTHIST OPEN FAILED - STATUS '
005370             WS-HIST-FILE-STATUS
005380         MOVE 12 TO RETURN-CODE
005390         MOVE 12 TO WS-SAVED-RETURN-CODE
005400         GO TO 1000-EXIT
005410     END-IF.
005420     OPEN OUTPUT DORMANCY-WORK-FILE.
005430     IF WS-DWK-STATUS = '00'
005440         CLOSE DORMANCY-WORK-FILE
005450         OPEN I-O DORMANCY-WORK-FILE
005460     END-IF.
005470     IF WS-DWK-STATUS NOT = '00'
005480         DISPLAY 'DORMPROC DORMWORK OPEN FAILED - STATUS '
005490             WS-DWK-STATUS
005500         CLOSE POSTED-HISTORY-FILE
005510         MOVE 12 TO RETURN-CODE
005520         MOVE 12 TO WS-SAVED-RETURN-CODE
005530         GO TO 1000-EXIT
005540     END-IF.
005550     OPEN I-O ACCT-CHANGE-FILE.
005560     IF WS-CHANGE-FILE-STATUS = '35'
005570         OPEN OUTPUT ACCT-CHANGE-FILE
005580         CLOSE ACCT-CHANGE-FILE
005590         OPEN I-O ACCT-CHANGE-FILE
005600     END-IF.
005610     IF WS-CHANGE-FILE-STATUS NOT = '00'
005620         DISPLAY 'DORMPROC ACCTCHG OPEN FAILED - STATUS '
005630             WS-CHANGE-FILE-STATUS
005640         CLOSE POSTED-HISTORY-FILE
005650         CLOSE DORMANCY-WORK-FILE
005660         MOVE 12 TO RETURN-CODE
005670         MOVE 12 TO WS-SAVED-RETURN-CODE
005680         GO TO 1000-EXIT
005690     END-IF.
005700     OPEN OUTPUT NOTICE-REPORT-FILE.
005710     OPEN OUTPUT DORMANCY-REPORT-FILE.
005720     OPEN OUTPUT ESCHEAT-REPORT-FILE.
005730     SET WS-FILES-OPEN TO TRUE.
005740     MOVE WS-RUN-DATE TO NH-RUN-DATE.
005750     MOVE WS-WARN-DAYS TO NH-WARN-DAYS.
005760     MOVE WS-DORMANT-DAYS TO NH-DORMANT-DAYS.
005770     WRITE NOTICE-REPORT-RECORD FROM WS-NOTICE-HEADING.
005780     WRITE NOTICE-REPORT-RECORD FROM WS-NOTICE-COLUMN-HEADING.
005790     MOVE WS-RUN-DATE TO DH-RUN-DATE.
005800     MOVE WS-DORMANT-DAYS TO DH-DORMANT-DAYS.
005810     WRITE DORMANCY-REPORT-RECORD FROM WS-DORMANCY-HEADING.
005820     WRITE DORMANCY-REPORT-RECORD
005830         FROM WS-DORMANCY-COLUMN-HEADING.
005840     MOVE WS-RUN-DATE TO EH-RUN-DATE.
005850     MOVE WS-ESCHEAT-DAYS TO EH-ESCHEAT-DAYS.
005860     WRITE ESCHEAT-REPORT-RECORD FROM WS-ESCHEAT-HEADING.
005870     WRITE ESCHEAT-REPORT-RECORD FROM WS-ESCHEAT-COLUMN-HEADING.
005880     PERFORM 2100-READ-HISTORY-ROW THRU 2100-EXIT.
005890 1000-EXIT.
005900     EXIT.
005910
005920*----------------------------------------------------------*
005930* 1060-PARSE-PARM - UP TO SIX KEYWORD=VALUE PIECES,         *
005940*                   COMMA-SEPARATED, ANY ORDER.  A BAD AGE  *
005950*                   OR AGES OUT OF ORDER STOP THE RUN.      *
005960*----------------------------------------------------------*
005970 1060-PARSE-PARM.
005980     IF LS-PARM-LEN > ZERO
005990         MOVE SPACES TO WS-PARM-SEGMENTS
006000         UNSTRING LS-PARM-TEXT (1:LS-PARM-LEN) DELIMITED BY ','
006010             INTO WS-PARM-SEG-1
006020                  WS-PARM-SEG-2
006030                  WS-PARM-SEG-3
006040                  WS-PARM-SEG-4
006050                  WS-PARM-SEG-5
006060                  WS-PARM-SEG-6
006070         END-UNSTRING
006080         MOVE WS-PARM-SEG-1 TO WS-PARM-PIECE
006090         PERFORM 1070-APPLY-PARM-PIECE THRU 1070-EXIT
006100         MOVE WS-PARM-SEG-2 TO WS-PARM-PIECE
006110         PERFORM 1070-APPLY-PARM-PIECE THRU 1070-EXIT
006120         MOVE WS-PARM-SEG-3 TO WS-PARM-PIECE
006130         PERFORM 1070-APPLY-PARM-PIECE THRU 1070-EXIT
006140         MOVE WS-PARM-SEG-4 TO WS-PARM-PIECE
006150         PERFORM 1070-APPLY-PARM-PIECE THRU 1070-EXIT
006160         MOVE WS-PARM-SEG-5 TO WS-PARM-PIECE
006170         PERFORM 1070-APPLY-PARM-PIECE THRU 1070-EXIT
006180         MOVE WS-PARM-SEG-6 TO WS-PARM-PIECE
006190         PERFORM 1070-APPLY-PARM-PIECE THRU 1070-EXIT
006200     END-IF.
006210     IF WS-WARN-DAYS NOT < WS-DORMANT-DAYS
006220             OR WS-DORMANT-DAYS > WS-ESCHEAT-DAYS
006230         DISPLAY 'DORMPROC AGES OUT OF ORDER - WARN '
006240             WS-WARN-DAYS ' DORMANT ' WS-DORMANT-DAYS
006250             ' ESCHEAT ' WS-ESCHEAT-DAYS
006260         MOVE 12 TO RETURN-CODE
006270         MOVE 12 TO WS-SAVED-RETURN-CODE
006280     END-IF.
006290 1060-EXIT.
006300     EXIT.
006310
006320 1070-APPLY-PARM-PIECE.
006330     IF WS-PARM-PIECE = SPACES
006340         GO TO 1070-EXIT
006350     END-IF.
006360     MOVE SPACES TO WS-PARM-WORK.
006370     UNSTRING WS-PARM-PIECE DELIMITED BY '='
006380         INTO WS-PARM-KEYWORD
006390              WS-PARM-VALUE
006400     END-UNSTRING.
006410     EVALUATE WS-PARM-KEYWORD
006420         WHEN 'WARN'
006430             IF WS-PARM-DIGITS-4 IS NUMERIC
006440                     AND WS-PARM-DIGITS-4 > ZERO
006450                 MOVE WS-PARM-DIGITS-4 TO WS-WARN-DAYS
006460             ELSE
006470                 DISPLAY 'DORMPROC WARN PARM INVALID - '
006480                     WS-PARM-VALUE
006490                 MOVE 12 TO RETURN-CODE
006500                 MOVE 12 TO WS-SAVED-RETURN-CODE
006510             END-IF
006520         WHEN 'DORMANT'
006530             IF WS-PARM-DIGITS-4 IS NUMERIC
006540                     AND WS-PARM-DIGITS-4 > ZERO
006550                 MOVE WS-PARM-DIGITS-4 TO WS-DORMANT-DAYS
006560             ELSE
006570                 DISPLAY 'DORMPROC DORMANT PARM INVALID - '
006580                     WS-PARM-VALUE
006590                 MOVE 12 TO RETURN-CODE
006600                 MOVE 12 TO WS-SAVED-RETURN-CODE
006610             END-IF
006620         WHEN 'ESCHEAT'
006630             IF WS-PARM-DIGITS-4 IS NUMERIC
006640                     AND WS-PARM-DIGITS-4 > ZERO
006650                 MOVE WS-PARM-DIGITS-4 TO WS-ESCHEAT-DAYS
006660             ELSE
006670                 DISPLAY 'DORMPROC ESCHEAT PARM INVALID - '
006680                     WS-PARM-VALUE
006690                 MOVE 12 TO RETURN-CODE
006700                 MOVE 12 TO WS-SAVED-RETURN-CODE
006710             END-IF
006720         WHEN 'COMMIT'
006730             IF WS-PARM-DIGITS-4 IS NUMERIC
006740                     AND WS-PARM-DIGITS-4 > ZERO
006750                 MOVE WS-PARM-DIGITS-4 TO WS-COMMIT-INTERVAL
006760             END-IF
006770         WHEN 'HISTSTART'
006780             IF WS-PARM-DIGITS-8 IS NUMERIC
006790                 MOVE WS-PARM-DIGITS-8 TO WS-HIST-START
006800             ELSE
006810                 MOVE ZERO TO WS-HIST-START
006820             END-IF
006830             IF WS-HS-MONTH NOT < 1
006840                     AND WS-HS-MONTH NOT > 12
006850                     AND WS-HS-DAY NOT < 1
006860                     AND WS-HS-DAY NOT > 31
006870                     AND WS-HIST-START NOT > WS-RUN-DATE
006880                 SET WS-HIST-START-GIVEN TO TRUE
006890             ELSE
006900                 DISPLAY 'DORMPROC HISTSTART PARM INVALID - '
006910                     WS-PARM-VALUE
006920                 MOVE ZERO TO WS-HIST-START
006930                 MOVE 12 TO RETURN-CODE
006940                 MOVE 12 TO WS-SAVED-RETURN-CODE
006950             END-IF
006960         WHEN 'ALIAS'
006970             MOVE WS-PARM-VALUE (1:20) TO WS-PARM-ALIAS
006980             SET WS-ALIAS-OVERRIDDEN TO TRUE
006990         WHEN OTHER
007000             CONTINUE
007010     END-EVALUATE.
007020 1070-EXIT.
007030     EXIT.
007040
007050*----------------------------------------------------------*
007060* 1050-GET-CREDENTIALS - PULL THE AUDIT-TRAIL USERNAME AND  *
007070*                        THE WALLET TNS ALIAS AT RUNTIME    *
007080*                        FROM THE PROTECTED ENVIRONMENT     *
007090*                        REFERENCE, UNLESS THE RUN PARM     *
007100*                        OVERRODE THE ALIAS.  NO PASSWORD   *
007110*                        IS READ OR HELD ANYWHERE - THE     *
007120*                        CONNECT BELOW IS RESOLVED BY THE   *
007130*                        ORACLE WALLET.                     *
007140*----------------------------------------------------------*
007150 1050-GET-CREDENTIALS.
007160     ACCEPT WS-USERNAME  FROM ENVIRONMENT 'DBCONN-USERID'.
007170     IF WS-ALIAS-OVERRIDDEN
007180         MOVE WS-PARM-ALIAS TO WS-TNS-ALIAS
007190     ELSE
007200         ACCEPT WS-TNS-ALIAS FROM ENVIRONMENT 'DBCONN-TNSALIAS'
007210     END-IF.
007220     STRING '/@' DELIMITED BY SIZE
007230            WS-TNS-ALIAS DELIMITED BY SPACE
007240         INTO WS-CONNECT-STRING.
007250 1050-EXIT.
007260     EXIT.
007270
007280 1100-CONNECT.
007290     MOVE 'CONNECT' TO WS-EC-OPERATION.
007300     ACCEPT WS-AUD-START-TIME FROM TIME.
007310     EXEC SQL
007320         CONNECT :WS-CONNECT-STRING
007330     END-EXEC.
007340
007350     CALL 'SQLERRCK' USING WS-EC-CALLING-PROGRAM
007360                           WS-EC-OPERATION
007370                           SQLCODE
007380                           WS-EC-REASON-CODE
007390                           WS-EC-RETURN-CODE.
007400     PERFORM 2160-RECORD-AUDIT-ENTRY THRU 2160-EXIT.
007410     IF WS-EC-RETURN-CODE NOT = ZERO
007420         SET WS-SQL-FAILURE TO TRUE
007430         MOVE WS-EC-RETURN-CODE TO RETURN-CODE
007440         MOVE WS-EC-RETURN-CODE TO WS-SAVED-RETURN-CODE
007450     END-IF.
007460 1100-EXIT.
007470     EXIT.
007480
007490*----------------------------------------------------------*
007500* 2000-NOTE-ACTIVITY - FOLD ONE POSTHIST ROW INTO ITS       *
007510*                   ACCOUNT'S WORK ROW WHEN IT IS CUSTOMER  *
007520*                   ACTIVITY, KEEPING THE LATEST DATE.  A   *
007530*                   REVERSED POSTING NEVER HAPPENED AS FAR  *
007540*                   AS THE CUSTOMER IS CONCERNED, AND A     *
007550*                   SYSTEM-GENERATED FEE OR INTEREST ENTRY  *
007560*                   IS NOT THE CUSTOMER'S DOING.            *
007570*----------------------------------------------------------*
007580 2000-NOTE-ACTIVITY.
007590     IF PHS-REVERSED
007600         ADD 1 TO WS-HIST-REVERSED
007610         GO TO 2000-READ-NEXT
007620     END-IF.
007630     MOVE PHS-REFERENCE TO TRN-REFERENCE.
007640     IF TRN-REF-SYSTEM
007650         ADD 1 TO WS-HIST-SYSTEM
007660         GO TO 2000-READ-NEXT
007670     END-IF.
007680     ADD 1 TO WS-HIST-CUSTOMER.
007690*    THE BRANCH'S OWN TRANSACTION DATE WHEN IT CARRIED ONE,
007700*    OTHERWISE THE DAY THE POSTING RUN APPLIED IT.
007710     IF PHS-TRAN-DATE IS NUMERIC
007720             AND PHS-TRAN-DATE NOT = '00000000'
007730         MOVE PHS-TRAN-DATE TO WS-ACTIVITY-DATE
007740     ELSE
007750         MOVE PHS-RUN-DATE TO WS-ACTIVITY-DATE
007760     END-IF.
007770     MOVE PHS-ACCT-NUMBER TO DWK-ACCT-NUMBER.
007780     READ DORMANCY-WORK-FILE
007790         INVALID KEY
007800             PERFORM 2250-START-ACCOUNT THRU 2250-EXIT
007810         NOT INVALID KEY
007820             PERFORM 2200-UPDATE-ACCOUNT THRU 2200-EXIT
007830     END-READ.
007840     IF WS-DWK-STATUS NOT = '00'
007850         DISPLAY 'DORMPROC DORMWORK UPDATE FAILED - STATUS '
007860             WS-DWK-STATUS ' ACCOUNT ' DWK-ACCT-NUMBER
007870         MOVE 12 TO WS-SAVED-RETURN-CODE
007880         SET WS-WORK-FAILED TO TRUE
007890         GO TO 2000-EXIT
007900     END-IF.
007910 2000-READ-NEXT.
007920     PERFORM 2100-READ-HISTORY-ROW THRU 2100-EXIT.
007930 2000-EXIT.
007940     EXIT.
007950
007960 2100-READ-HISTORY-ROW.
007970     READ POSTED-HISTORY-FILE NEXT RECORD
007980         AT END
007990             SET WS-HIST-EOF TO TRUE
008000             GO TO 2100-EXIT
008010     END-READ.
008020     ADD 1 TO WS-HIST-ROWS-READ.
008030     IF WS-HIST-START-GIVEN
008040         GO TO 2100-EXIT
008050     END-IF.
008060     IF PHS-RUN-DATE > ZERO
008070             AND (WS-HIST-START = ZERO
008080                  OR PHS-RUN-DATE < WS-HIST-START)
008090         MOVE PHS-RUN-DATE TO WS-HIST-START
008100     END-IF.
008110 2100-EXIT.
008120     EXIT.
008130
008140 2200-UPDATE-ACCOUNT.
008150     ADD 1 TO DWK-POSTINGS.
008160     IF WS-ACTIVITY-DATE > DWK-LAST-ACTIVITY
008170         MOVE WS-ACTIVITY-DATE TO DWK-LAST-ACTIVITY
008180         MOVE PHS-REFERENCE TO DWK-LAST-REFERENCE
008190     END-IF.
008200     REWRITE DORMANCY-WORK-RECORD
008210         INVALID KEY
008220             CONTINUE
008230     END-REWRITE.
008240 2200-EXIT.
008250     EXIT.
008260
008270 2250-START-ACCOUNT.
008280     MOVE SPACES TO DORMANCY-WORK-RECORD.
008290     MOVE PHS-ACCT-NUMBER TO DWK-ACCT-NUMBER.
008300     MOVE WS-ACTIVITY-DATE TO DWK-LAST-ACTIVITY.
008310     MOVE PHS-REFERENCE TO DWK-LAST-REFERENCE.
008320     MOVE 1 TO DWK-POSTINGS.
008330     WRITE DORMANCY-WORK-RECORD
008340         INVALID KEY
008350             CONTINUE
008360     END-WRITE.
008370 2250-EXIT.
008380     EXIT.
008390
008400*----------------------------------------------------------*
008410* 2160-RECORD-AUDIT-ENTRY - APPEND ONE ROW TO THE SHARED    *
008420*                           CONNECTIVITY AUDIT TRAIL FOR    *
008430*                           THE ATTEMPT JUST MADE.          *
008440*----------------------------------------------------------*
008450 2160-RECORD-AUDIT-ENTRY.
008460     ACCEPT WS-AUD-END-TIME FROM TIME.
008470     CALL 'ELAPTIME' USING WS-AUD-START-TIME
008480                           WS-AUD-END-TIME
008490                           WS-AUD-ELAPSED-MS.
008500     IF WS-EC-RETURN-CODE = ZERO
008510         MOVE 'SUCCESS' TO WS-AUD-OUTCOME
008520     ELSE
008530         MOVE 'FAILURE' TO WS-AUD-OUTCOME
008540     END-IF.
008550     CALL 'AUDITLOG' USING WS-EC-CALLING-PROGRAM
008560                           WS-EC-OPERATION
008570                           WS-USERNAME
008580                           WS-AUD-OUTCOME
008590                           WS-AUD-ELAPSED-MS.
008600 2160-EXIT.
008610     EXIT.
008620
008630*----------------------------------------------------------*
008640* 3000-OPEN-CURSOR - EVERY OPEN AND SUSPENDED ACCOUNT, IN   *
008650*                    ACCOUNT ORDER.  A CLOSED ACCOUNT HAS   *
008660*                    ALREADY PAID OUT AND IS NEITHER        *
008670*                    DORMANT NOR ESCHEATABLE.               *
008680*----------------------------------------------------------*
008690 3000-OPEN-CURSOR.
008700     EXEC SQL
008710         DECLARE DORMANCY-CURSOR CURSOR FOR
008720             SELECT ACCT_NUMBER, ACCT_NAME, ACCT_ADDR_LINE,
008730                    ACCT_CITY, ACCT_STATE, ACCT_POSTAL_CODE,
008740                    ACCT_OPEN_DATE, ACCT_STATUS, ACCT_BALANCE
008750             FROM ACCOUNT_MASTER
008760             WHERE ACCT_STATUS IN ('O', 'S')
008770             ORDER BY ACCT_NUMBER
008780     END-EXEC.
008790
008800     MOVE 'OPEN CURSOR' TO WS-EC-OPERATION.
008810     ACCEPT WS-AUD-START-TIME FROM TIME.
008820     EXEC SQL
008830         OPEN DORMANCY-CURSOR
008840     END-EXEC.
008850
008860     CALL 'SQLERRCK' USING WS-EC-CALLING-PROGRAM
008870                           WS-EC-OPERATION
008880                           SQLCODE
008890                           WS-EC-REASON-CODE
008900                           WS-EC-RETURN-CODE.
008910     PERFORM 2160-RECORD-AUDIT-ENTRY THRU 2160-EXIT.
008920     IF WS-EC-RETURN-CODE NOT = ZERO
008930         SET WS-SQL-FAILURE TO TRUE
008940         MOVE WS-EC-RETURN-CODE TO RETURN-CODE
008950         MOVE WS-EC-RETURN-CODE TO WS-SAVED-RETURN-CODE
008960         GO TO 3000-EXIT
008970     END-IF.
008980     SET WS-CURSOR-OPEN TO TRUE.
008990     PERFORM 3100-FETCH-NEXT-ROW THRU 3100-EXIT.
009000 3000-EXIT.
009010     EXIT.
009020
009030 3100-FETCH-NEXT-ROW.
009040     MOVE 'FETCH CURSOR' TO WS-EC-OPERATION.
009050     EXEC SQL
009060         FETCH DORMANCY-CURSOR
009070         INTO :WS-ACCT-NUMBER, :WS-ACCT-NAME, :WS-ADDR-LINE,
009080              :WS-CITY, :WS-STATE, :WS-POSTAL-CODE,
009090              :WS-OPEN-DATE, :WS-ACCT-STATUS, :WS-ACCT-BALANCE
009100     END-EXEC.
009110
009120     IF SQLCODE = 1403
009130         SET WS-CURSOR-EOF TO TRUE
009140     ELSE
009150         CALL 'SQLERRCK' USING WS-EC-CALLING-PROGRAM
009160                               WS-EC-OPERATION
009170                               SQLCODE
009180                               WS-EC-REASON-CODE
009190                               WS-EC-RETURN-CODE
009200         IF WS-EC-RETURN-CODE NOT = ZERO
009210             SET WS-SQL-FAILURE TO TRUE
009220             MOVE WS-EC-RETURN-CODE TO RETURN-CODE
009230             MOVE WS-EC-RETURN-CODE TO WS-SAVED-RETURN-CODE
009240         END-IF
009250     END-IF.
009260 3100-EXIT.
009270     EXIT.
009280
009290*----------------------------------------------------------*
009300* 3200-AGE-ACCOUNT - HOW LONG HAS THIS ACCOUNT BEEN IDLE.   *
009310*                   AN OPEN ACCOUNT PAST THE DORMANCY AGE   *
009320*                   IS MOVED TO S, ONE PAST THE WARNING AGE *
009330*                   IS NOTIFIED, AND ANY ACCOUNT PAST THE   *
009340*                   STATUTORY PERIOD IS AN ESCHEATMENT      *
009350*                   CANDIDATE - LISTED AFTER THE MOVE SO    *
009360*                   THE REPORT SHOWS ITS STATUS AS LEFT.    *
009370*----------------------------------------------------------*
009380 3200-AGE-ACCOUNT.
009390     ADD 1 TO WS-ACCOUNTS-READ.
009400     PERFORM 3250-FIND-LAST-ACTIVITY THRU 3250-EXIT.
009410     IF WS-WORK-FAILED
009420         GO TO 3200-EXIT
009430     END-IF.
009440     IF WS-LAST-ACTIVITY = ZERO
009450         ADD 1 TO WS-NOT-AGED
009460         MOVE ZERO TO WS-IDLE-DAYS
009470         MOVE 'NOT AGED - NO POSTING, OPEN DATE INVALID'
009480             TO WS-ACTION-TEXT
009490         PERFORM 3600-WRITE-ACTION-LINE THRU 3600-EXIT
009500         GO TO 3200-FETCH-NEXT
009510     END-IF.
009520     MOVE WS-LAST-ACTIVITY TO WS-SD-DATE.
009530     PERFORM 8000-DATE-TO-SERIAL THRU 8000-EXIT.
009540     IF WS-SD-SERIAL NOT < WS-RUN-SERIAL
009550         MOVE ZERO TO WS-IDLE-DAYS
009560     ELSE
009570         COMPUTE WS-IDLE-DAYS = WS-RUN-SERIAL - WS-SD-SERIAL
009580     END-IF.
009590     IF WS-ACCT-OPEN
009600         IF WS-IDLE-DAYS NOT < WS-DORMANT-DAYS
009610             PERFORM 3500-MAKE-DORMANT THRU 3500-EXIT
009620         ELSE
009630             IF WS-IDLE-DAYS NOT < WS-WARN-DAYS
009640                 PERFORM 3300-LIST-NOTICE THRU 3300-EXIT
009650             END-IF
009660         END-IF
009670     END-IF.
009680     IF WS-SQL-FAILURE
009690         GO TO 3200-EXIT
009700     END-IF.
009710     IF WS-IDLE-DAYS NOT < WS-ESCHEAT-DAYS
009720         PERFORM 3400-LIST-ESCHEAT THRU 3400-EXIT
009730     END-IF.
009740 3200-FETCH-NEXT.
009750     PERFORM 3100-FETCH-NEXT-ROW THRU 3100-EXIT.
009760 3200-EXIT.
009770     EXIT.
009780
009790*----------------------------------------------------------*
009800* 3250-FIND-LAST-ACTIVITY - THE LATEST CUSTOMER POSTING     *
009810*                   FROM THE WORK FILE, OR WHEN THERE IS    *
009820*                   NONE THE LATER OF THE OPEN DATE AND THE *
009830*                   HISTORY START.  AN OPEN DATE THAT IS    *
009840*                   NOT A USABLE DATE LEAVES ZERO AND THE   *
009850*                   ACCOUNT IS NOT AGED.                    *
009860*----------------------------------------------------------*
009870 3250-FIND-LAST-ACTIVITY.
009880     MOVE ZERO TO WS-LAST-ACTIVITY.
009890     MOVE 'N' TO WS-HAS-POSTINGS-SW.
009900     MOVE WS-ACCT-NUMBER TO DWK-ACCT-NUMBER.
009910     READ DORMANCY-WORK-FILE
009920         INVALID KEY
009930             CONTINUE
009940         NOT INVALID KEY
009950             SET WS-HAS-POSTINGS TO TRUE
009960     END-READ.
009970     IF WS-DWK-STATUS NOT = '00'
009980             AND WS-DWK-STATUS NOT = '23'
009990         DISPLAY 'DORMPROC DORMWORK READ FAILED - STATUS '
010000             WS-DWK-STATUS ' ACCOUNT ' WS-ACCT-NUMBER
010010         MOVE 12 TO WS-SAVED-RETURN-CODE
010020         SET WS-WORK-FAILED TO TRUE
010030         GO TO 3250-EXIT
010040     END-IF.
010050     IF WS-HAS-POSTINGS
010060         MOVE DWK-LAST-ACTIVITY TO WS-LAST-ACTIVITY
010070         GO TO 3250-EXIT
010080     END-IF.
010090     IF WS-OPEN-DATE IS NOT NUMERIC
010100         GO TO 3250-EXIT
010110     END-IF.
010120     MOVE WS-OPEN-DATE TO WS-SD-DATE.
010130     IF WS-SD-MONTH < 1 OR WS-SD-MONTH > 12
010140         GO TO 3250-EXIT
010150     END-IF.
010160     IF WS-SD-DATE < WS-HIST-START
010170         MOVE WS-HIST-START TO WS-LAST-ACTIVITY
010180         ADD 1 TO WS-AGED-FROM-HIST-START
010190     ELSE
010200         MOVE WS-SD-DATE TO WS-LAST-ACTIVITY
010210         ADD 1 TO WS-AGED-FROM-OPEN
010220     END-IF.
010230 3250-EXIT.
010240     EXIT.
010250
010260 3300-LIST-NOTICE.
010270     COMPUTE WS-DAYS-LEFT = WS-DORMANT-DAYS - WS-IDLE-DAYS.
010280     ADD 1 TO WS-NOTICES-LISTED.
010290     MOVE WS-ACCT-NUMBER TO NL-ACCT-NUMBER.
010300     MOVE WS-ACCT-NAME TO NL-ACCT-NAME.
010310     MOVE WS-ADDR-LINE TO NL-ADDR-LINE.
010320     MOVE WS-CITY TO NL-CITY.
010330     MOVE WS-STATE TO NL-STATE.
010340     MOVE WS-POSTAL-CODE TO NL-POSTAL-CODE.
010350     MOVE WS-LAST-ACTIVITY TO NL-LAST-ACTIVITY.
010360     MOVE WS-IDLE-DAYS TO NL-IDLE-DAYS.
010370     MOVE WS-DAYS-LEFT TO NL-DAYS-LEFT.
010380     WRITE NOTICE-REPORT-RECORD FROM WS-NOTICE-LINE.
010390 3300-EXIT.
010400     EXIT.
010410
010420 3400-LIST-ESCHEAT.
010430     ADD 1 TO WS-ESCHEAT-LISTED.
010440     ADD WS-ACCT-BALANCE TO WS-ESCHEAT-TOTAL.
010450     MOVE WS-ACCT-NUMBER TO EL-ACCT-NUMBER.
010460     MOVE WS-ACCT-NAME TO EL-ACCT-NAME.
010470     MOVE WS-ADDR-LINE TO EL-ADDR-LINE.
010480     MOVE WS-CITY TO EL-CITY.
010490     MOVE WS-STATE TO EL-STATE.
010500     MOVE WS-POSTAL-CODE TO EL-POSTAL-CODE.
010510     MOVE WS-ACCT-STATUS TO EL-STATUS.
010520     MOVE WS-LAST-ACTIVITY TO EL-LAST-ACTIVITY.
010530     MOVE WS-ACCT-BALANCE TO EL-BALANCE.
010540     WRITE ESCHEAT-REPORT-RECORD FROM WS-ESCHEAT-LINE.
010550 3400-EXIT.
010560     EXIT.
010570
010580*----------------------------------------------------------*
010590* 3500-MAKE-DORMANT - MOVE ONE OPEN ACCOUNT TO S.  THE ROW  *
010600*                   MUST PASS THE SHARED FLDEDIT EDITS WITH *
010610*                   THE NEW STATUS, EXACTLY AS AMNT WOULD   *
010620*                   REQUIRE, AND IS LOCKED AND RE-READ SO A *
010630*                   CLOSE OR A POSTING SINCE THE CURSOR     *
010640*                   OPENED IS SEEN - CLOSED IS TERMINAL     *
010650*                   (2009).  A REFUSAL IS REPORTED AND THE  *
010660*                   ACCOUNT TRIED AGAIN NEXT MONTH.  ONE    *
010670*                   REFUSED UNDER THE LOCK COMMITS AT ONCE  *
010680*                   TO RELEASE IT - A COMMIT HERE ONLY      *
010690*                   BRINGS FORWARD THE COMPLETED MOVES.     *
010700*----------------------------------------------------------*
010710 3500-MAKE-DORMANT.
010720     MOVE 'S' TO WS-NEW-ACCT-STATUS.
010730     CALL 'FLDEDIT' USING WS-STATE
010740                          WS-POSTAL-CODE
010750                          WS-OPEN-DATE
010760                          WS-NEW-ACCT-STATUS
010770                          WS-FE-REASON-CODE
010780                          WS-FE-FIELD-NAME.
010790     IF WS-FE-REASON-CODE NOT = ZERO
010800         MOVE SPACES TO WS-ACTION-TEXT
010810         STRING 'REFUSED ' DELIMITED BY SIZE
010820                WS-FE-REASON-CODE DELIMITED BY SIZE
010830                ' - ' DELIMITED BY SIZE
010840                WS-FE-FIELD-NAME DELIMITED BY SIZE
010850             INTO WS-ACTION-TEXT
010860         ADD 1 TO WS-DORMANT-REFUSED
010870         PERFORM 3600-WRITE-ACTION-LINE THRU 3600-EXIT
010880         GO TO 3500-EXIT
010890     END-IF.
010900     PERFORM 3550-LOCK-ROW THRU 3550-EXIT.
010910     IF NOT WS-ROW-LOCKED
010920         GO TO 3500-EXIT
010930     END-IF.
010940     IF WS-LOCK-CLOSED
010950         MOVE 'REFUSED 2009 - CLOSED SINCE SELECTED'
010960             TO WS-ACTION-TEXT
010970         ADD 1 TO WS-DORMANT-REFUSED
010980         PERFORM 3600-WRITE-ACTION-LINE THRU 3600-EXIT
010990         PERFORM 3850-COMMIT-WORK THRU 3850-EXIT
011000         GO TO 3500-EXIT
011010     END-IF.
011020     IF NOT WS-LOCK-OPEN
011030         MOVE 'SKIPPED - STATUS CHANGED SINCE SELECTED'
011040             TO WS-ACTION-TEXT
011050         ADD 1 TO WS-DORMANT-REFUSED
011060         PERFORM 3600-WRITE-ACTION-LINE THRU 3600-EXIT
011070         PERFORM 3850-COMMIT-WORK THRU 3850-EXIT
011080         GO TO 3500-EXIT
011090     END-IF.
011100
011110     MOVE 'UPDATE MASTER' TO WS-EC-OPERATION.
011120     EXEC SQL
011130         UPDATE ACCOUNT_MASTER
011140             SET ACCT_STATUS = :WS-NEW-ACCT-STATUS
011150             WHERE ACCT_NUMBER = :WS-ACCT-NUMBER
011160     END-EXEC.
011170
011180     CALL 'SQLERRCK' USING WS-EC-CALLING-PROGRAM
011190                           WS-EC-OPERATION
011200                           SQLCODE
011210                           WS-EC-REASON-CODE
011220                           WS-EC-RETURN-CODE.
011230     IF WS-EC-RETURN-CODE NOT = ZERO
011240         SET WS-SQL-FAILURE TO TRUE
011250         MOVE WS-EC-RETURN-CODE TO RETURN-CODE
011260         MOVE WS-EC-RETURN-CODE TO WS-SAVED-RETURN-CODE
011270         GO TO 3500-EXIT
011280     END-IF.
011290     MOVE WS-LOCK-BALANCE TO WS-ACCT-BALANCE.
011300     PERFORM 3700-WRITE-CHANGE-AUDIT THRU 3700-EXIT.
011310     MOVE WS-NEW-ACCT-STATUS TO WS-ACCT-STATUS.
011320     ADD 1 TO WS-DORMANT-MOVED.
011330     MOVE 'MOVED TO S - DORMANT' TO WS-ACTION-TEXT.
011340     PERFORM 3600-WRITE-ACTION-LINE THRU 3600-EXIT.
011350     PERFORM 3800-COMMIT-INTERVAL THRU 3800-EXIT.
011360 3500-EXIT.
011370     EXIT.
011380
011390*----------------------------------------------------------*
011400* 3550-LOCK-ROW - LOCK THE ROW AND TAKE ITS STATUS AND      *
011410*                 BALANCE AS THEY STAND NOW.  A ROW HELD BY *
011420*                 A TELLER OR THE POSTING RUN IS LEFT FOR   *
011430*                 NEXT MONTH RATHER THAN WAITED ON.         *
011440*----------------------------------------------------------*
011450 3550-LOCK-ROW.
011460     MOVE 'N' TO WS-ROW-LOCKED-SW.
011470     MOVE 'LOCK MASTER' TO WS-EC-OPERATION.
011480     EXEC SQL
011490         SELECT ACCT_STATUS, ACCT_BALANCE
011500         INTO :WS-LOCK-STATUS, :WS-LOCK-BALANCE
011510         FROM ACCOUNT_MASTER
011520         WHERE ACCT_NUMBER = :WS-ACCT-NUMBER
011530         FOR UPDATE WAIT 3
011540     END-EXEC.
011550
011560     EVALUATE TRUE
011570         WHEN SQLCODE = ZERO
011580             SET WS-ROW-LOCKED TO TRUE
011590         WHEN SQLCODE = -30006 OR SQLCODE = -54
011600             MOVE 'SKIPPED - ROW IN USE, RETRY NEXT RUN'
011610                 TO WS-ACTION-TEXT
011620             ADD 1 TO WS-DORMANT-REFUSED
011630             PERFORM 3600-WRITE-ACTION-LINE THRU 3600-EXIT
011640         WHEN SQLCODE = 1403
011650             MOVE 'SKIPPED - ACCOUNT NO LONGER ON FILE'
011660                 TO WS-ACTION-TEXT
011670             ADD 1 TO WS-DORMANT-REFUSED
011680             PERFORM 3600-WRITE-ACTION-LINE THRU 3600-EXIT
011690         WHEN OTHER
011700             CALL 'SQLERRCK' USING WS-EC-CALLING-PROGRAM
011710                                   WS-EC-OPERATION
011720                                   SQLCODE
011730                                   WS-EC-REASON-CODE
011740                                   WS-EC-RETURN-CODE
011750             SET WS-SQL-FAILURE TO TRUE
011760             MOVE WS-EC-RETURN-CODE TO RETURN-CODE
011770             MOVE WS-EC-RETURN-CODE TO WS-SAVED-RETURN-CODE
011780     END-EVALUATE.
011790 3550-EXIT.
011800     EXIT.
011810
011820 3600-WRITE-ACTION-LINE.
011830     MOVE WS-ACCT-NUMBER TO DL-ACCT-NUMBER.
011840     MOVE WS-ACCT-NAME TO DL-ACCT-NAME.
011850     MOVE WS-LAST-ACTIVITY TO DL-LAST-ACTIVITY.
011860     MOVE WS-IDLE-DAYS TO DL-IDLE-DAYS.
011870     MOVE WS-ACCT-BALANCE TO DL-BALANCE.
011880     MOVE WS-ACTION-TEXT TO DL-ACTION.
011890     WRITE DORMANCY-REPORT-RECORD FROM WS-DORMANCY-LINE.
011900 3600-EXIT.
011910     EXIT.
011920
011930*----------------------------------------------------------*
011940* 3700-WRITE-CHANGE-AUDIT - THE BEFORE/AFTER ROW FOR THE    *
011950*                   STATUS CHANGE, UNDER THIS JOB'S NAME.   *
011960*                   THE NAME AND ADDRESS DO NOT CHANGE, SO *
011970*                   OLD AND NEW MATCH.  A DUPLICATE KEY    *
011980*                   BUMPS THE TIME AND RETRIES, AS IN      *
011990*                   ACCTLOAD.                              *
012000*----------------------------------------------------------*
012010 3700-WRITE-CHANGE-AUDIT.
012020     MOVE SPACES TO ACCT-CHANGE-RECORD.
012030     MOVE WS-ACCT-NUMBER TO CHG-ACCT-NUMBER.
012040     ACCEPT CHG-DATE FROM DATE YYYYMMDD.
012050     ACCEPT CHG-TIME FROM TIME.
012060     MOVE 'DORMPROC' TO CHG-USERID.
012070     MOVE WS-ACCT-NAME TO CHG-OLD-NAME.
012080     MOVE WS-ACCT-NAME TO CHG-NEW-NAME.
012090     MOVE WS-ADDR-LINE TO CHG-OLD-ADDR-LINE.
012100     MOVE WS-CITY TO CHG-OLD-CITY.
012110     MOVE WS-STATE TO CHG-OLD-STATE.
012120     MOVE WS-POSTAL-CODE TO CHG-OLD-POSTAL-CODE.
012130     MOVE WS-OPEN-DATE TO CHG-OLD-OPEN-DATE.
012140     MOVE CHG-OLD-DETAIL TO CHG-NEW-DETAIL.
012150     MOVE WS-ACCT-BALANCE TO CHG-BALANCE.
012160     MOVE ZERO TO CHG-ADJ-AMOUNT.
012170     MOVE WS-LOCK-STATUS TO CHG-OLD-STATUS.
012180     MOVE WS-NEW-ACCT-STATUS TO CHG-NEW-STATUS.
012190     MOVE ZERO TO WS-CHG-RETRY-CT.
012200     MOVE SPACES TO WS-CHANGE-FILE-STATUS.
012210     PERFORM 3750-WRITE-ONE-CHANGE-ROW THRU 3750-EXIT
012220         UNTIL WS-CHANGE-FILE-STATUS = '00'
012230            OR WS-CHG-RETRY-CT > 99.
012240     IF WS-CHANGE-FILE-STATUS NOT = '00'
012250         DISPLAY 'DORMPROC ACCTCHG WRITE FAILED FOR ACCOUNT '
012260             CHG-ACCT-NUMBER ' - STATUS '
012270             WS-CHANGE-FILE-STATUS
012280         ADD 1 TO WS-CHG-WRITE-FAILURES
012290     END-IF.
012300 3700-EXIT.
012310     EXIT.
012320
012330 3750-WRITE-ONE-CHANGE-ROW.
012340     WRITE ACCT-CHANGE-RECORD
012350         INVALID KEY
012360             ADD 1 TO CHG-TIME
012370     END-WRITE.
012380     ADD 1 TO WS-CHG-RETRY-CT.
012390 3750-EXIT.
012400     EXIT.
012410
012420*----------------------------------------------------------*
012430* 3800-COMMIT-INTERVAL - COMMIT EVERY WS-COMMIT-INTERVAL    *
012440*                   STATUS CHANGES.  NO CHECKPOINT IS KEPT  *
012450*                   - A RERUN FINDS THE COMMITTED ACCOUNTS  *
012460*                   ALREADY AT S AND PASSES THEM BY.        *
012470*----------------------------------------------------------*
012480 3800-COMMIT-INTERVAL.
012490     ADD 1 TO WS-SINCE-COMMIT.
012500     IF WS-SINCE-COMMIT NOT < WS-COMMIT-INTERVAL
012510         PERFORM 3850-COMMIT-WORK THRU 3850-EXIT
012520     END-IF.
012530 3800-EXIT.
012540     EXIT.
012550
012560 3850-COMMIT-WORK.
012570     MOVE ZERO TO WS-SINCE-COMMIT.
012580     MOVE 'COMMIT' TO WS-EC-OPERATION.
012590     EXEC SQL
012600         COMMIT WORK
012610     END-EXEC.
012620
012630     CALL 'SQLERRCK' USING WS-EC-CALLING-PROGRAM
012640                           WS-EC-OPERATION
012650                           SQLCODE
012660                           WS-EC-REASON-CODE
012670                           WS-EC-RETURN-CODE.
012680     IF WS-EC-RETURN-CODE NOT = ZERO
012690         SET WS-SQL-FAILURE TO TRUE
012700         MOVE WS-EC-RETURN-CODE TO RETURN-CODE
012710         MOVE WS-EC-RETURN-CODE TO WS-SAVED-RETURN-CODE
012720     END-IF.
012730 3850-EXIT.
012740     EXIT.
012750
012760*----------------------------------------------------------*
012770* 8000-DATE-TO-SERIAL - TURN WS-SD-DATE (YYYYMMDD) INTO A   *
012780*                  DAY COUNT.  ONLY DIFFERENCES ARE EVER    *
012790*                  USED, SO THE EPOCH IS ARBITRARY.  LEAP   *
012800*                  YEARS FOLLOW THE SAME 4/100/400 RULE AS  *
012810*                  THE FLDEDIT DATE VALIDATION.             *
012820*----------------------------------------------------------*
012830 8000-DATE-TO-SERIAL.
012840     COMPUTE WS-SD-YEARS = WS-SD-YEAR - 1.
012850     COMPUTE WS-SD-SERIAL =
012860         (WS-SD-YEARS * 365)
012870         + (WS-SD-YEARS / 4)
012880         - (WS-SD-YEARS / 100)
012890         + (WS-SD-YEARS / 400)
012900         + WS-MONTH-CUM (WS-SD-MONTH)
012910         + WS-SD-DAY.
012920     IF WS-SD-MONTH > 2
012930         PERFORM 8100-CHECK-LEAP-YEAR THRU 8100-EXIT
012940         IF WS-LEAP-YEAR
012950             ADD 1 TO WS-SD-SERIAL
012960         END-IF
012970     END-IF.
012980 8000-EXIT.
012990     EXIT.
013000
013010*----------------------------------------------------------*
013020* 8100-CHECK-LEAP-YEAR - IS WS-SD-YEAR A LEAP YEAR, ON THE  *
013030*                  4/100/400 RULE.                          *
013040*----------------------------------------------------------*
013050 8100-CHECK-LEAP-YEAR.
013060     MOVE 'N' TO WS-LEAP-YEAR-SW.
013070     DIVIDE WS-SD-YEAR BY 4
013080         GIVING WS-SD-QUOTIENT
013090         REMAINDER WS-SD-REMAINDER.
013100     IF WS-SD-REMAINDER NOT = ZERO
013110         GO TO 8100-EXIT
013120     END-IF.
013130     DIVIDE WS-SD-YEAR BY 100
013140         GIVING WS-SD-QUOTIENT
013150         REMAINDER WS-SD-REMAINDER.
013160     IF WS-SD-REMAINDER NOT = ZERO
013170         SET WS-LEAP-YEAR TO TRUE
013180         GO TO 8100-EXIT
013190     END-IF.
013200     DIVIDE WS-SD-YEAR BY 400
013210         GIVING WS-SD-QUOTIENT
013220         REMAINDER WS-SD-REMAINDER.
013230     IF WS-SD-REMAINDER = ZERO
013240         SET WS-LEAP-YEAR TO TRUE
013250     END-IF.
013260 8100-EXIT.
013270     EXIT.
013280
013290*----------------------------------------------------------*
013300* 9000-TERMINATE - FINAL COMMIT, CLOSE THE CURSOR AND       *
013310*                  FILES, PRINT THE SUMMARIES, AND SET THE  *
013320*                  STEP RETURN CODE.  A REFUSED MOVE GIVES  *
013330*                  RC=4 SO SOMEONE LOOKS AT IT; A LOST      *
013340*                  CHANGE AUDIT ROW GIVES RC=8.             *
013350*----------------------------------------------------------*
013360 9000-TERMINATE.
013370     IF NOT WS-SQL-FAILURE
013380             AND WS-SINCE-COMMIT > ZERO
013390         PERFORM 3850-COMMIT-WORK THRU 3850-EXIT
013400     END-IF.
013410     IF WS-CURSOR-OPEN
013420         MOVE 'CLOSE CURSOR' TO WS-EC-OPERATION
013430         EXEC SQL
013440             CLOSE DORMANCY-CURSOR
013450         END-EXEC
013460
013470         CALL 'SQLERRCK' USING WS-EC-CALLING-PROGRAM
013480                               WS-EC-OPERATION
013490                               SQLCODE
013500                               WS-EC-REASON-CODE
013510                               WS-EC-RETURN-CODE
013520     END-IF.
013530     IF WS-FILES-OPEN
013540         MOVE WS-NOTICES-LISTED TO NS-NOTICES-LISTED
013550         WRITE NOTICE-REPORT-RECORD FROM WS-NOTICE-SUMMARY-LINE
013560         MOVE WS-ACCOUNTS-READ TO DS-ACCOUNTS-READ
013570         MOVE WS-DORMANT-MOVED TO DS-DORMANT-MOVED
013580         MOVE WS-DORMANT-REFUSED TO DS-DORMANT-REFUSED
013590         MOVE WS-NOT-AGED TO DS-NOT-AGED
013600         WRITE DORMANCY-REPORT-RECORD
013610             FROM WS-DORMANCY-SUMMARY-LINE
013620         MOVE WS-ESCHEAT-LISTED TO ES-ESCHEAT-LISTED
013630         MOVE WS-ESCHEAT-TOTAL TO ES-ESCHEAT-TOTAL
013640         WRITE ESCHEAT-REPORT-RECORD FROM WS-ESCHEAT-SUMMARY-LINE
013650         CLOSE POSTED-HISTORY-FILE
013660         CLOSE DORMANCY-WORK-FILE
013670         CLOSE ACCT-CHANGE-FILE
013680         CLOSE NOTICE-REPORT-FILE
013690         CLOSE DORMANCY-REPORT-FILE
013700         CLOSE ESCHEAT-REPORT-FILE
013710     END-IF.
013720     IF WS-DORMANT-REFUSED > ZERO
013730             OR WS-NOT-AGED > ZERO
013740         IF WS-SAVED-RETURN-CODE < 4
013750             MOVE 4 TO WS-SAVED-RETURN-CODE
013760         END-IF
013770     END-IF.
013780     IF WS-CHG-WRITE-FAILURES > ZERO
013790         IF WS-SAVED-RETURN-CODE < 8
013800             MOVE 8 TO WS-SAVED-RETURN-CODE
013810         END-IF
013820     END-IF.
013830     IF WS-SAVED-RETURN-CODE > RETURN-CODE
013840         MOVE WS-SAVED-RETURN-CODE TO RETURN-CODE
013850     END-IF.
013860     DISPLAY 'DORMPROC POSTHIST ROWS READ:   ' WS-HIST-ROWS-READ.
013870     DISPLAY 'DORMPROC CUSTOMER POSTINGS:    ' WS-HIST-CUSTOMER.
013880     DISPLAY 'DORMPROC SYSTEM POSTINGS:      ' WS-HIST-SYSTEM.
013890     DISPLAY 'DORMPROC REVERSED POSTINGS:    ' WS-HIST-REVERSED.
013900     DISPLAY 'DORMPROC ACCOUNTS READ:        ' WS-ACCOUNTS-READ.
013910     DISPLAY 'DORMPROC AGED FROM OPEN DATE:  ' WS-AGED-FROM-OPEN.
013920     DISPLAY 'DORMPROC AGED FROM HIST START: '
013930         WS-AGED-FROM-HIST-START.
013940     DISPLAY 'DORMPROC HISTORY START DATE:   ' WS-HIST-START.
013950     DISPLAY 'DORMPROC NOT AGED:             ' WS-NOT-AGED.
013960     DISPLAY 'DORMPROC NOTICES LISTED:       ' WS-NOTICES-LISTED.
013970     DISPLAY 'DORMPROC MOVED TO DORMANT:     ' WS-DORMANT-MOVED.
013980     DISPLAY 'DORMPROC MOVES REFUSED:        ' WS-DORMANT-REFUSED.
013990     DISPLAY 'DORMPROC ACCTCHG WRITE FAILS:  '
014000         WS-CHG-WRITE-FAILURES.
014010     DISPLAY 'DORMPROC ESCHEAT CANDIDATES:   ' WS-ESCHEAT-LISTED.
014020     DISPLAY 'DORMPROC ESCHEAT BALANCE:      ' WS-ESCHEAT-TOTAL.
014030 9000-EXIT.
014040     EXIT.
014050
014060*----------------------------------------------------------*
014070* 9900-RECORD-RUN-END - COMPLETE THIS STEP'S ROW ON THE     *
014080*                       SHARED BATCH RUN HISTORY WITH THE   *
014090*                       RECORD COUNT AND THE FINAL STEP     *
014100*                       RETURN CODE, THEN PUT THE RETURN    *
014110*                       CODE BACK - THE CALL REPLACES IT.   *
014120*----------------------------------------------------------*
014130 9900-RECORD-RUN-END.
014140     MOVE 'END' TO WS-RH-EVENT.
014150     MOVE WS-ACCOUNTS-READ TO WS-RH-RECORD-COUNT.
014160     MOVE RETURN-CODE TO WS-RH-RETURN-CODE.
014170     CALL 'RUNHIST' USING WS-RH-CALLING-PROGRAM
014180                          WS-RH-QUALIFIER
014190                          WS-RH-EVENT
014200                          WS-RH-RECORD-COUNT
014210                          WS-RH-RETURN-CODE.
014220     MOVE WS-RH-RETURN-CODE TO RETURN-CODE.
014230 9900-EXIT.
014240     EXIT.
