000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CASHRPT.
000030 AUTHOR. R-HALVORSEN.
000040 INSTALLATION. DATA-SERVICES.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------*
000080* MODIFICATION HISTORY                                      *
000090*   DATE       INIT  DESCRIPTION                             *
000100*   2026-10-15 MWK   ORIGINAL VERSION - DAILY LARGE-CASH AND *
000110*                    STRUCTURING REPORT.  COMPLIANCE ADDED   *
000120*                    UP THE POSTREG REGISTER BY HAND.  THIS  *
000130*                    JOB TOTALS EACH ACCOUNT'S CUSTOMER      *
000140*                    CREDITS AND DEBITS FOR THE BUSINESS DAY *
000150*                    FROM THE POSTHIST HISTORY, LISTS EVERY  *
000160*                    ACCOUNT OVER THE REPORTABLE LIMIT WITH  *
000170*                    ITS NAME AND ADDRESS FROM               *
000180*                    ACCOUNT_MASTER, FLAGS ACCOUNTS WITH     *
000190*                    SEVERAL POSTINGS JUST UNDER THE LIMIT   *
000200*                    INSIDE A ROLLING WINDOW, AND OPENS A    *
000210*                    CASE ON THE CMPCASE FILE FOR EACH ONE   *
000220*                    FOR THE CSRV CASE REVIEW TRANSACTION.   *
000230*                    EVERY RUN FILES ITS START AND END ON    *
000240*                    THE SHARED BATCH RUN HISTORY.           *
000250*----------------------------------------------------------*
000260*
000270*   PARM FORMAT -
000280*     'LIMIT=nnnnnnn,FLOOR=nnnnnnn,DAYS=nnn,COUNT=nn,
000290*      DATE=yyyymmdd,ALIAS=aaaa'
000300*             LIMIT IS THE REPORTABLE AMOUNT IN WHOLE DOLLARS -
000310*             A DAY'S CREDITS OR DEBITS OVER IT ARE LISTED.
000320*             DEFAULT 0010000.  A POSTING FROM FLOOR UP TO AND
000330*             INCLUDING LIMIT IS JUST UNDER THE LIMIT - DEFAULT
000340*             0009000.  COUNT OR MORE SUCH POSTINGS ON ONE
000350*             ACCOUNT INSIDE THE LAST DAYS CALENDAR DAYS, ONE
000360*             OF THEM TODAY, IS POSSIBLE STRUCTURING - DEFAULTS
000370*             010 AND 03.  DATE IS THE BUSINESS DAY REPORTED,
000380*             DEFAULT TODAY.  ALIAS OVERRIDES THE WALLET TNS
000390*             ALIAS AS IN THE OTHER PROGRAMS.  ALL OPTIONAL.
000400*             FLOOR MUST BE BELOW LIMIT OR THE RUN STOPS.
000410*
000420*   ONLY CUSTOMER POSTINGS COUNT - A POSTHIST ROW STILL POSTED
000430*   (NOT REVERSED) WHOSE REFERENCE DOES NOT CARRY ONE OF THE
000440*   RESERVED SYSTEM PREFIXES (NSF, INT, FEE), THE SAME RULE
000450*   DORMPROC USES.  A POSTING BELONGS TO THE BRANCH'S OWN
000460*   TRANSACTION DATE WHEN IT CARRIED ONE, OTHERWISE TO THE DAY
000470*   THE POSTING RUN APPLIED IT.
000480*
000490*   CASES ARE KEYED ACCOUNT, BUSINESS DAY AND TYPE, SO A RERUN
000500*   FOR THE SAME DAY FINDS ITS CASES ALREADY ON FILE AND OPENS
000510*   NOTHING TWICE.  AN ACCOUNT THAT ALREADY HAS A STRUCTURING
000520*   CASE OPEN OR BEING WORKED IS LISTED AGAIN BUT NO NEW CASE
000530*   IS OPENED UNTIL COMPLIANCE CLOSES THE ONE IT HAS.
000540*
000550*   RC=4 - AN ACCOUNT LISTED IS NOT ON ACCOUNT_MASTER.
000560*   RC=8 - A CASE COULD NOT BE WRITTEN.
000570*   RC=12 - A FILE WOULD NOT OPEN OR THE PARM IS BAD.
000580*
000590 ENVIRONMENT DIVISION.
000600 INPUT-OUTPUT SECTION.
000610 FILE-CONTROL.
000620     SELECT POSTED-HISTORY-FILE ASSIGN TO 'POSTHIST'
000630         ORGANIZATION IS INDEXED
000640         ACCESS MODE IS DYNAMIC
000650         RECORD KEY IS PHS-REFERENCE
000660         FILE STATUS IS WS-HIST-FILE-STATUS.
000670
000680     SELECT CASH-WORK-FILE ASSIGN TO 'CASHWORK'
000690         ORGANIZATION IS INDEXED
000700         ACCESS MODE IS DYNAMIC
000710         RECORD KEY IS CWK-KEY
000720         FILE STATUS IS WS-CWK-STATUS.
000730
000740     SELECT COMPLIANCE-CASE-FILE ASSIGN TO 'CMPCASE'
000750         ORGANIZATION IS INDEXED
000760         ACCESS MODE IS DYNAMIC
000770         RECORD KEY IS CSE-KEY
000780         FILE STATUS IS WS-CASE-FILE-STATUS.
000790
000800     SELECT LARGE-CASH-REPORT-FILE ASSIGN TO 'CASHLST'
000810         ORGANIZATION IS LINE SEQUENTIAL.
000820
000830     SELECT STRUCTURING-REPORT-FILE ASSIGN TO 'STRCLST'
000840         ORGANIZATION IS LINE SEQUENTIAL.
000850
000860 DATA DIVISION.
000870 FILE SECTION.
000880 FD  POSTED-HISTORY-FILE.
000890     COPY POSTHREC.
000900
000910*----------------------------------------------------------*
000920* ONE ROW PER ACCOUNT PER BUSINESS DAY INSIDE THE WINDOW -  *
000930* THE DAY'S CREDITS AND DEBITS AND THE POSTINGS THAT FELL   *
000940* JUST UNDER THE LIMIT.                                     *
000950*----------------------------------------------------------*
000960 FD  CASH-WORK-FILE.
000970 01  CASH-WORK-RECORD.
000980     05  CWK-KEY.
000990         10  CWK-ACCT-NUMBER     PIC X(10).
001000         10  CWK-BUS-DATE        PIC 9(08).
001010     05  CWK-CREDIT-TOTAL        PIC 9(09)V99.
001020     05  CWK-DEBIT-TOTAL         PIC 9(09)V99.
001030     05  CWK-CREDIT-COUNT        PIC 9(05).
001040     05  CWK-DEBIT-COUNT         PIC 9(05).
001050     05  CWK-UNDER-COUNT         PIC 9(05).
001060     05  CWK-UNDER-TOTAL         PIC 9(09)V99.
001070     05  FILLER                  PIC X(10).
001080
001090 FD  COMPLIANCE-CASE-FILE.
001100     COPY CASEREC.
001110
001120 FD  LARGE-CASH-REPORT-FILE
001130     RECORDING MODE IS F.
001140 01  LARGE-CASH-REPORT-RECORD    PIC X(132).
001150
001160 FD  STRUCTURING-REPORT-FILE
001170     RECORDING MODE IS F.
001180 01  STRUCTURING-REPORT-RECORD   PIC X(132).
001190
001200 WORKING-STORAGE SECTION.
001210     EXEC SQL
001220         INCLUDE SQLCA
001230     END-EXEC.
001240
001250 77  WS-HIST-FILE-STATUS         PIC X(02).
001260 77  WS-CWK-STATUS               PIC X(02).
001270 77  WS-CASE-FILE-STATUS         PIC X(02).
001280
001290 01  WS-USERNAME                 PIC X(20) VALUE SPACES.
001300 01  WS-TNS-ALIAS                PIC X(20) VALUE SPACES.
001310 01  WS-CONNECT-STRING           PIC X(22) VALUE SPACES.
001320
001330 01  WS-ACCOUNT-ROW.
001340     05  WS-ACCT-NUMBER          PIC X(10).
001350     05  WS-ACCT-NAME            PIC X(30).
001360     05  WS-ADDR-LINE            PIC X(30).
001370     05  WS-CITY                 PIC X(20).
001380     05  WS-STATE                PIC X(02).
001390     05  WS-POSTAL-CODE          PIC X(09).
001400
001410 01  WS-SQL-ERROR-CHECK.
001420     05  WS-EC-CALLING-PROGRAM   PIC X(12) VALUE 'CASHRPT'.
001430     05  WS-EC-OPERATION         PIC X(20).
001440     05  WS-EC-REASON-CODE       PIC 9(04).
001450     05  WS-EC-RETURN-CODE       PIC 9(04).
001460
001470 01  WS-SWITCHES.
001480     05  WS-HIST-EOF-SW          PIC X(01) VALUE 'N'.
001490         88  WS-HIST-EOF             VALUE 'Y'.
001500     05  WS-WORK-EOF-SW          PIC X(01) VALUE 'N'.
001510         88  WS-WORK-EOF             VALUE 'Y'.
001520     05  WS-SQL-FAILURE-SW       PIC X(01) VALUE 'N'.
001530         88  WS-SQL-FAILURE          VALUE 'Y'.
001540     05  WS-FILES-OPEN-SW        PIC X(01) VALUE 'N'.
001550         88  WS-FILES-OPEN           VALUE 'Y'.
001560     05  WS-WORK-FAILED-SW       PIC X(01) VALUE 'N'.
001570         88  WS-WORK-FAILED          VALUE 'Y'.
001580     05  WS-ACCOUNT-ACTIVE-SW    PIC X(01) VALUE 'N'.
001590         88  WS-ACCOUNT-ACTIVE       VALUE 'Y'.
001600     05  WS-OVER-LIMIT-SW        PIC X(01) VALUE 'N'.
001610         88  WS-OVER-LIMIT           VALUE 'Y'.
001620     05  WS-STRUCTURING-SW       PIC X(01) VALUE 'N'.
001630         88  WS-STRUCTURING          VALUE 'Y'.
001640     05  WS-OPEN-CASE-FOUND-SW   PIC X(01) VALUE 'N'.
001650         88  WS-OPEN-CASE-FOUND      VALUE 'Y'.
001660     05  WS-CASE-BROWSE-DONE-SW  PIC X(01) VALUE 'N'.
001670         88  WS-CASE-BROWSE-DONE     VALUE 'Y'.
001680
001690 01  WS-COUNTERS.
001700     05  WS-HIST-ROWS-READ       PIC 9(9) COMP VALUE ZERO.
001710     05  WS-HIST-REVERSED        PIC 9(9) COMP VALUE ZERO.
001720     05  WS-HIST-SYSTEM          PIC 9(9) COMP VALUE ZERO.
001730     05  WS-HIST-UNDATED         PIC 9(9) COMP VALUE ZERO.
001740     05  WS-HIST-OUTSIDE         PIC 9(9) COMP VALUE ZERO.
001750     05  WS-HIST-IN-WINDOW       PIC 9(9) COMP VALUE ZERO.
001760     05  WS-WORK-ROWS-READ       PIC 9(9) COMP VALUE ZERO.
001770     05  WS-ACCOUNTS-REVIEWED    PIC 9(9) COMP VALUE ZERO.
001780     05  WS-NOT-ON-MASTER        PIC 9(9) COMP VALUE ZERO.
001790     05  WS-LARGE-LISTED         PIC 9(9) COMP VALUE ZERO.
001800     05  WS-LARGE-CASES-OPENED   PIC 9(9) COMP VALUE ZERO.
001810     05  WS-LARGE-CASES-ON-FILE  PIC 9(9) COMP VALUE ZERO.
001820     05  WS-STRUCT-LISTED        PIC 9(9) COMP VALUE ZERO.
001830     05  WS-STRUCT-CASES-OPENED  PIC 9(9) COMP VALUE ZERO.
001840     05  WS-STRUCT-CASES-ON-FILE PIC 9(9) COMP VALUE ZERO.
001850     05  WS-STRUCT-ALREADY-OPEN  PIC 9(9) COMP VALUE ZERO.
001860     05  WS-CASE-WRITE-FAILURES  PIC 9(9) COMP VALUE ZERO.
001870
001880*----------------------------------------------------------*
001890* LIMITS FROM THE PARM OR THE DEFAULTS.                     *
001900*----------------------------------------------------------*
001910 01  WS-CASH-LIMITS.
001920     05  WS-REPORT-LIMIT         PIC 9(07)V99 VALUE 10000.
001930     05  WS-UNDER-FLOOR          PIC 9(07)V99 VALUE 9000.
001940     05  WS-WINDOW-DAYS          PIC 9(4) COMP VALUE 10.
001950     05  WS-STRUCT-COUNT         PIC 9(4) COMP VALUE 3.
001960
001970 01  WS-DAY-WORK.
001980     05  WS-RUN-DATE             PIC 9(08) VALUE ZERO.
001990     05  WS-REPORT-DATE          PIC 9(08) VALUE ZERO.
002000     05  WS-BUS-DATE             PIC 9(08) VALUE ZERO.
002010     05  WS-REPORT-SERIAL        PIC 9(9) COMP VALUE ZERO.
002020     05  WS-WINDOW-START-SERIAL  PIC 9(9) COMP VALUE ZERO.
002030
002040*----------------------------------------------------------*
002050* THE ACCOUNT IN HAND - ITS DAY TOTALS FOR THE REPORTED     *
002060* BUSINESS DAY AND ITS JUST-UNDER POSTINGS ACROSS THE       *
002070* WINDOW.                                                   *
002080*----------------------------------------------------------*
002090 01  WS-ACCOUNT-TOTALS.
002100     05  WS-DAY-CREDIT-TOTAL     PIC 9(09)V99 VALUE ZERO.
002110     05  WS-DAY-DEBIT-TOTAL      PIC 9(09)V99 VALUE ZERO.
002120     05  WS-DAY-UNDER-COUNT      PIC 9(9) COMP VALUE ZERO.
002130     05  WS-WIN-UNDER-COUNT      PIC 9(9) COMP VALUE ZERO.
002140     05  WS-WIN-UNDER-TOTAL      PIC 9(09)V99 VALUE ZERO.
002150     05  WS-CASE-RESULT          PIC X(06) VALUE SPACES.
002160
002170*   THE RETURN-CODE REGISTER IS REPLACED BY EVERY CALLED
002180*   PROGRAM'S ON RETURN, SO THE STEP CODE IS ASSEMBLED IN
002190*   9000 AFTER THE LAST CALL.
002200 01  WS-SAVED-RETURN-CODE        PIC 9(04) VALUE ZERO.
002210
002220 01  WS-AUDIT-CHECK.
002230     05  WS-AUD-START-TIME       PIC 9(8) COMP.
002240     05  WS-AUD-END-TIME         PIC 9(8) COMP.
002250     05  WS-AUD-ELAPSED-MS       PIC 9(9) COMP.
002260     05  WS-AUD-OUTCOME          PIC X(08).
002270
002280 01  WS-PARM-SEGMENTS.
002290     05  WS-PARM-SEG-1           PIC X(30).
002300     05  WS-PARM-SEG-2           PIC X(30).
002310     05  WS-PARM-SEG-3           PIC X(30).
002320     05  WS-PARM-SEG-4           PIC X(30).
002330     05  WS-PARM-SEG-5           PIC X(30).
002340     05  WS-PARM-SEG-6           PIC X(30).
002350
002360 01  WS-PARM-PIECE               PIC X(30).
002370
002380 01  WS-PARM-WORK.
002390     05  WS-PARM-KEYWORD         PIC X(08).
002400     05  WS-PARM-VALUE           PIC X(30).
002410     05  WS-PARM-VALUE-N2 REDEFINES WS-PARM-VALUE.
002420         10  WS-PARM-DIGITS-2    PIC 9(02).
002430         10  FILLER              PIC X(28).
002440     05  WS-PARM-VALUE-N3 REDEFINES WS-PARM-VALUE.
002450         10  WS-PARM-DIGITS-3    PIC 9(03).
002460         10  FILLER              PIC X(27).
002470     05  WS-PARM-VALUE-N7 REDEFINES WS-PARM-VALUE.
002480         10  WS-PARM-DIGITS-7    PIC 9(07).
002490         10  FILLER              PIC X(23).
002500     05  WS-PARM-VALUE-N8 REDEFINES WS-PARM-VALUE.
002510         10  WS-PARM-DIGITS-8    PIC 9(08).
002520         10  FILLER              PIC X(22).
002530
002540 01  WS-ALIAS-OVERRIDE.
002550     05  WS-ALIAS-OVERRIDE-SW    PIC X(01) VALUE 'N'.
002560         88  WS-ALIAS-OVERRIDDEN     VALUE 'Y'.
002570     05  WS-PARM-ALIAS           PIC X(20) VALUE SPACES.
002580
002590     COPY TRANREC.
002600
002610*----------------------------------------------------------*
002620* SERIAL-DAY CONVERSION WORK AREA - SAME HAND-ROLLED        *
002630* APPROACH AS DORMPROC AND REJAGE, NO INTRINSICS.           *
002640*----------------------------------------------------------*
002650 01  WS-SERIAL-WORK.
002660     05  WS-SD-DATE              PIC 9(08).
002670     05  WS-SD-DATE-N REDEFINES WS-SD-DATE.
002680         10  WS-SD-YEAR          PIC 9(04).
002690         10  WS-SD-MONTH         PIC 9(02).
002700         10  WS-SD-DAY           PIC 9(02).
002710     05  WS-SD-SERIAL            PIC 9(9) COMP VALUE ZERO.
002720     05  WS-SD-YEARS             PIC 9(9) COMP VALUE ZERO.
002730     05  WS-SD-REMAINDER         PIC 9(04) COMP VALUE ZERO.
002740     05  WS-SD-QUOTIENT          PIC 9(9) COMP VALUE ZERO.
002750     05  WS-LEAP-YEAR-SW         PIC X(01) VALUE 'N'.
002760         88  WS-LEAP-YEAR            VALUE 'Y'.
002770
002780 01  WS-MONTH-CUM-LIST           PIC X(36)
002790                 VALUE '000031059090120151181212243273304334'.
002800 01  WS-MONTH-CUM-TABLE REDEFINES WS-MONTH-CUM-LIST.
002810     05  WS-MONTH-CUM            OCCURS 12 TIMES
002820                                 PIC 9(03).
002830
002840*----------------------------------------------------------*
002850* LARGE-CASH LIST (CASHLST) - NAME AND ADDRESS AS THE       *
002860* CURRENCY TRANSACTION REPORT WANTS THEM, AND THE DAY'S     *
002870* CREDITS AND DEBITS.                                       *
002880*----------------------------------------------------------*
002890 01  WS-LARGE-HEADING.
002900     05  FILLER                  PIC X(35)
002910             VALUE 'LARGE-CASH REPORT FOR BUSINESS DAY'.
002920     05  LH-REPORT-DATE          PIC 9(08).
002930     05  FILLER                  PIC X(18)
002940             VALUE '  REPORTABLE OVER '.
002950     05  LH-REPORT-LIMIT         PIC Z,ZZZ,ZZ9.99.
002960     05  FILLER                  PIC X(59) VALUE SPACES.
002970
002980 01  WS-LARGE-COLUMN-HEADING.
002990     05  FILLER                  PIC X(11) VALUE 'ACCOUNT'.
003000     05  FILLER                  PIC X(31) VALUE 'NAME'.
003010     05  FILLER                  PIC X(31) VALUE 'ADDRESS'.
003020     05  FILLER                  PIC X(21) VALUE 'CITY'.
003030     05  FILLER                  PIC X(03) VALUE 'ST'.
003040     05  FILLER                  PIC X(10) VALUE 'POSTAL'.
003050     05  FILLER                  PIC X(12) VALUE '     CREDITS'.
003060     05  FILLER                  PIC X(13) VALUE '       DEBITS'.
003070
003080 01  WS-LARGE-LINE.
003090     05  LL-ACCT-NUMBER          PIC X(10).
003100     05  FILLER                  PIC X(01) VALUE SPACES.
003110     05  LL-ACCT-NAME            PIC X(30).
003120     05  FILLER                  PIC X(01) VALUE SPACES.
003130     05  LL-ADDR-LINE            PIC X(30).
003140     05  FILLER                  PIC X(01) VALUE SPACES.
003150     05  LL-CITY                 PIC X(20).
003160     05  FILLER                  PIC X(01) VALUE SPACES.
003170     05  LL-STATE                PIC X(02).
003180     05  FILLER                  PIC X(01) VALUE SPACES.
003190     05  LL-POSTAL-CODE          PIC X(09).
003200     05  FILLER                  PIC X(01) VALUE SPACES.
003210     05  LL-CREDIT-TOTAL         PIC ZZZZZZZZ9.99.
003220     05  FILLER                  PIC X(01) VALUE SPACES.
003230     05  LL-DEBIT-TOTAL          PIC ZZZZZZZZ9.99.
003240
003250 01  WS-LARGE-SUMMARY-LINE.
003260     05  FILLER                  PIC X(26)
003270             VALUE 'ACCOUNTS OVER THE LIMIT = '.
003280     05  LS-LARGE-LISTED         PIC ZZZZZZZZ9.
003290     05  FILLER                  PIC X(14) VALUE '  NEW CASES = '.
003300     05  LS-CASES-OPENED         PIC ZZZZZZZZ9.
003310     05  FILLER                  PIC X(20)
003320             VALUE '  ALREADY ON FILE = '.
003330     05  LS-CASES-ON-FILE        PIC ZZZZZZZZ9.
003340     05  FILLER                  PIC X(45) VALUE SPACES.
003350
003360*----------------------------------------------------------*
003370* STRUCTURING WATCH LIST (STRCLST) - ACCOUNTS WITH COUNT OR *
003380* MORE POSTINGS JUST UNDER THE LIMIT INSIDE THE WINDOW, AND *
003390* WHAT BECAME OF THE CASE - NEW, OPEN (ONE IS ALREADY       *
003400* OUTSTANDING), RERUN (THIS DAY'S CASE IS ON FILE), OR LOST.*
003410*----------------------------------------------------------*
003420 01  WS-STRUCT-HEADING.
003430     05  FILLER                  PIC X(35)
003440             VALUE 'STRUCTURING WATCH FOR BUSINESS DAY'.
003450     05  SH-REPORT-DATE          PIC 9(08).
003460     05  FILLER                  PIC X(11) VALUE '  AT LEAST '.
003470     05  SH-STRUCT-COUNT         PIC ZZ9.
003480     05  FILLER                  PIC X(15)
003490             VALUE ' POSTINGS FROM '.
003500     05  SH-UNDER-FLOOR          PIC Z,ZZZ,ZZ9.99.
003510     05  FILLER                  PIC X(04) VALUE ' TO '.
003520     05  SH-REPORT-LIMIT         PIC Z,ZZZ,ZZ9.99.
003530     05  FILLER                  PIC X(04) VALUE ' IN '.
003540     05  SH-WINDOW-DAYS          PIC ZZ9.
003550     05  FILLER                  PIC X(05) VALUE ' DAYS'.
003560     05  FILLER                  PIC X(20) VALUE SPACES.
003570
003580 01  WS-STRUCT-COLUMN-HEADING.
003590     05  FILLER                  PIC X(11) VALUE 'ACCOUNT'.
003600     05  FILLER                  PIC X(31) VALUE 'NAME'.
003610     05  FILLER                  PIC X(31) VALUE 'ADDRESS'.
003620     05  FILLER                  PIC X(21) VALUE 'CITY'.
003630     05  FILLER                  PIC X(03) VALUE 'ST'.
003640     05  FILLER                  PIC X(10) VALUE 'POSTAL'.
003650     05  FILLER                  PIC X(06) VALUE 'COUNT'.
003660     05  FILLER                  PIC X(13) VALUE ' UNDER TOTAL'.
003670     05  FILLER                  PIC X(06) VALUE 'CASE'.
003680
003690 01  WS-STRUCT-LINE.
003700     05  SL-ACCT-NUMBER          PIC X(10).
003710     05  FILLER                  PIC X(01) VALUE SPACES.
003720     05  SL-ACCT-NAME            PIC X(30).
003730     05  FILLER                  PIC X(01) VALUE SPACES.
003740     05  SL-ADDR-LINE            PIC X(30).
003750     05  FILLER                  PIC X(01) VALUE SPACES.
003760     05  SL-CITY                 PIC X(20).
003770     05  FILLER                  PIC X(01) VALUE SPACES.
003780     05  SL-STATE                PIC X(02).
003790     05  FILLER                  PIC X(01) VALUE SPACES.
003800     05  SL-POSTAL-CODE          PIC X(09).
003810     05  FILLER                  PIC X(01) VALUE SPACES.
003820     05  SL-UNDER-COUNT          PIC ZZZZ9.
003830     05  FILLER                  PIC X(01) VALUE SPACES.
003840     05  SL-UNDER-TOTAL          PIC ZZZZZZZZ9.99.
003850     05  FILLER                  PIC X(01) VALUE SPACES.
003860     05  SL-CASE-RESULT          PIC X(06).
003870
003880 01  WS-STRUCT-SUMMARY-LINE.
003890     05  FILLER                  PIC X(19)
003900             VALUE 'ACCOUNTS FLAGGED = '.
003910     05  SS-STRUCT-LISTED        PIC ZZZZZZZZ9.
003920     05  FILLER                  PIC X(14) VALUE '  NEW CASES = '.
003930     05  SS-CASES-OPENED         PIC ZZZZZZZZ9.
003940     05  FILLER                  PIC X(22)
003950             VALUE '  CASE ALREADY OPEN = '.
003960     05  SS-ALREADY-OPEN         PIC ZZZZZZZZ9.
003970     05  FILLER                  PIC X(50) VALUE SPACES.
003980
003990 01  WS-RUN-HISTORY-CALL.
004000     05  WS-RH-CALLING-PROGRAM   PIC X(12) VALUE 'CASHRPT'.
004010     05  WS-RH-QUALIFIER         PIC X(10) VALUE SPACES.
004020     05  WS-RH-EVENT             PIC X(05).
004030     05  WS-RH-RECORD-COUNT      PIC 9(09) VALUE ZERO.
004040     05  WS-RH-RETURN-CODE       PIC 9(04) VALUE ZERO.
004050
004060 LINKAGE SECTION.
004070 01  LS-PARM-AREA.
004080     05  LS-PARM-LEN             PIC S9(4) COMP.
004090     05  LS-PARM-TEXT            PIC X(80).
004100
004110 PROCEDURE DIVISION USING LS-PARM-AREA.
004120 0000-MAINLINE.
004130     PERFORM 0100-RECORD-RUN-START THRU 0100-EXIT.
004140     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
004150     IF WS-FILES-OPEN
004160         PERFORM 2000-NOTE-POSTING THRU 2000-EXIT
004170             UNTIL WS-HIST-EOF OR WS-WORK-FAILED
004180     END-IF.
004190     IF WS-FILES-OPEN AND NOT WS-WORK-FAILED
004200         PERFORM 3000-START-REVIEW THRU 3000-EXIT
004210         PERFORM 3100-REVIEW-WORK-ROW THRU 3100-EXIT
004220             UNTIL WS-WORK-EOF OR WS-WORK-FAILED
004230                OR WS-SQL-FAILURE
004240     END-IF.
004250     IF WS-FILES-OPEN AND NOT WS-WORK-FAILED
004260             AND NOT WS-SQL-FAILURE
004270         PERFORM 3300-FINISH-ACCOUNT THRU 3300-EXIT
004280     END-IF.
004290     PERFORM 9000-TERMINATE THRU 9000-EXIT.
004300     PERFORM 9900-RECORD-RUN-END THRU 9900-EXIT.
004310     GOBACK.
004320
004330*----------------------------------------------------------*
004340* 0100-RECORD-RUN-START - FILE THIS STEP'S RUNNING-STATE ROW*
004350*                         ON THE SHARED BATCH RUN HISTORY   *
004360*                         BEFORE ANY WORK IS DONE.          *
004370*----------------------------------------------------------*
004380 0100-RECORD-RUN-START.
004390     MOVE 'START' TO WS-RH-EVENT.
004400     CALL 'RUNHIST' USING WS-RH-CALLING-PROGRAM
004410                          WS-RH-QUALIFIER
004420                          WS-RH-EVENT
004430                          WS-RH-RECORD-COUNT
004440                          WS-RH-RETURN-CODE.
004450 0100-EXIT.
004460     EXIT.
004470
004480*----------------------------------------------------------*
004490* 1000-INITIALIZE - PARSE THE PARM, WORK OUT THE WINDOW,    *
004500*                   CONNECT, AND OPEN THE FILES.  THE WORK  *
004510*                   FILE IS EMPTIED BY AN OUTPUT OPEN AND   *
004520*                   REOPENED I-O, SINCE EACH POSTING UPDATES*
004530*                   ITS DAY'S ROW IN PLACE.  A MISSING CASE *
004540*                   FILE IS CREATED EMPTY.                  *
004550*----------------------------------------------------------*
004560 1000-INITIALIZE.
004570     MOVE ZERO TO RETURN-CODE.
004580     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
004590     MOVE WS-RUN-DATE TO WS-REPORT-DATE.
004600     PERFORM 1060-PARSE-PARM THRU 1060-EXIT.
004610     IF WS-SAVED-RETURN-CODE NOT = ZERO
004620         GO TO 1000-EXIT
004630     END-IF.
004640     MOVE WS-REPORT-DATE TO WS-SD-DATE.
004650     PERFORM 8000-DATE-TO-SERIAL THRU 8000-EXIT.
004660     MOVE WS-SD-SERIAL TO WS-REPORT-SERIAL.
004670     COMPUTE WS-WINDOW-START-SERIAL =
004680         WS-REPORT-SERIAL - WS-WINDOW-DAYS + 1.
004690     PERFORM 1050-GET-CREDENTIALS THRU 1050-EXIT.
004700     PERFORM 1100-CONNECT THRU 1100-EXIT.
004710     IF WS-SQL-FAILURE
004720         GO TO 1000-EXIT
004730     END-IF.
004740     OPEN INPUT POSTED-HISTORY-FILE.
004750     IF WS-HIST-FILE-STATUS NOT = '00'
004760         DISPLAY 'CASHRPT POSTHIST OPEN FAILED - STATUS '
004770             WS-HIST-FILE-STATUS
004780         MOVE 12 TO RETURN-CODE
004790         MOVE 12 TO WS-SAVED-RETURN-CODE
004800         GO TO 1000-EXIT
004810     END-IF.
004820     OPEN OUTPUT CASH-WORK-FILE.
004830     IF WS-CWK-STATUS = '00'
004840         CLOSE CASH-WORK-FILE
004850         OPEN I-O CASH-WORK-FILE
004860     END-IF.
004870     IF WS-CWK-STATUS NOT = '00'
004880         DISPLAY 'CASHRPT CASHWORK OPEN FAILED - STATUS '
004890             WS-CWK-STATUS
004900         CLOSE POSTED-HISTORY-FILE
004910         MOVE 12 TO RETURN-CODE
004920         MOVE 12 TO WS-SAVED-RETURN-CODE
004930         GO TO 1000-EXIT
004940     END-IF.
004950     OPEN I-O COMPLIANCE-CASE-FILE.
004960     IF WS-CASE-FILE-STATUS = '35'
004970         OPEN OUTPUT COMPLIANCE-CASE-FILE
004980         CLOSE COMPLIANCE-CASE-FILE
004990         OPEN I-O COMPLIANCE-CASE-FILE
005000     END-IF.
005010     IF WS-CASE-FILE-STATUS NOT = '00'
005020         DISPLAY 'CASHRPT CMPCASE OPEN FAILED - STATUS '
005030             WS-CASE-FILE-STATUS
005040         CLOSE POSTED-HISTORY-FILE
005050         CLOSE CASH-WORK-FILE
005060         MOVE 12 TO RETURN-CODE
005070         MOVE 12 TO WS-SAVED-RETURN-CODE
005080         GO TO 1000-EXIT
005090     END-IF.
005100     OPEN OUTPUT LARGE-CASH-REPORT-FILE.
005110     OPEN OUTPUT STRUCTURING-REPORT-FILE.
005120     SET WS-FILES-OPEN TO TRUE.
005130     MOVE WS-REPORT-DATE TO LH-REPORT-DATE.
005140     MOVE WS-REPORT-LIMIT TO LH-REPORT-LIMIT.
005150     WRITE LARGE-CASH-REPORT-RECORD FROM WS-LARGE-HEADING.
005160     WRITE LARGE-CASH-REPORT-RECORD
005170         FROM WS-LARGE-COLUMN-HEADING.
005180     MOVE WS-REPORT-DATE TO SH-REPORT-DATE.
005190     MOVE WS-STRUCT-COUNT TO SH-STRUCT-COUNT.
005200     MOVE WS-UNDER-FLOOR TO SH-UNDER-FLOOR.
005210     MOVE WS-REPORT-LIMIT TO SH-REPORT-LIMIT.
005220     MOVE WS-WINDOW-DAYS TO SH-WINDOW-DAYS.
005230     WRITE STRUCTURING-REPORT-RECORD FROM WS-STRUCT-HEADING.
005240     WRITE STRUCTURING-REPORT-RECORD
005250         FROM WS-STRUCT-COLUMN-HEADING.
005260     PERFORM 2100-READ-HISTORY-ROW THRU 2100-EXIT.
005270 1000-EXIT.
005280     EXIT.
005290
005300*----------------------------------------------------------*
005310* 1050-GET-CREDENTIALS - PULL THE AUDIT-TRAIL USERNAME AND  *
005320*                        THE WALLET TNS ALIAS AT RUNTIME    *
005330*                        FROM THE PROTECTED ENVIRONMENT     *
005340*                        REFERENCE, UNLESS THE RUN PARM     *
005350*                        OVERRODE THE ALIAS.  NO PASSWORD IS*
005360*                        READ OR HELD ANYWHERE - THE CONNECT*
005370*                        BELOW IS RESOLVED BY THE ORACLE    *
005380*                        WALLET.                            *
005390*----------------------------------------------------------*
005400 1050-GET-CREDENTIALS.
005410     ACCEPT WS-USERNAME  FROM ENVIRONMENT 'DBCONN-USERID'.
005420     IF WS-ALIAS-OVERRIDDEN
005430         MOVE WS-PARM-ALIAS TO WS-TNS-ALIAS
005440     ELSE
005450         ACCEPT WS-TNS-ALIAS FROM ENVIRONMENT 'DBCONN-TNSALIAS'
005460     END-IF.
005470     STRING '/@' DELIMITED BY SIZE
005480            WS-TNS-ALIAS DELIMITED BY SPACE
005490         INTO WS-CONNECT-STRING.
005500 1050-EXIT.
005510     EXIT.
005520
005530*----------------------------------------------------------*
005540* 1060-PARSE-PARM - UP TO SIX KEYWORD=VALUE PIECES,         *
005550*                   COMMA-SEPARATED, ANY ORDER.  A BAD      *
005560*                   VALUE, OR A FLOOR NOT BELOW THE LIMIT,  *
005570*                   STOPS THE RUN.                          *
005580*----------------------------------------------------------*
005590 1060-PARSE-PARM.
005600     IF LS-PARM-LEN > ZERO
005610         MOVE SPACES TO WS-PARM-SEGMENTS
005620         UNSTRING LS-PARM-TEXT (1:LS-PARM-LEN) DELIMITED BY ','
005630             INTO WS-PARM-SEG-1
005640                  WS-PARM-SEG-2
005650                  WS-PARM-SEG-3
005660                  WS-PARM-SEG-4
005670                  WS-PARM-SEG-5
005680                  WS-PARM-SEG-6
005690         END-UNSTRING
005700         MOVE WS-PARM-SEG-1 TO WS-PARM-PIECE
005710         PERFORM 1070-APPLY-PARM-PIECE THRU 1070-EXIT
005720         MOVE WS-PARM-SEG-2 TO WS-PARM-PIECE
005730         PERFORM 1070-APPLY-PARM-PIECE THRU 1070-EXIT
005740         MOVE WS-PARM-SEG-3 TO WS-PARM-PIECE
005750         PERFORM 1070-APPLY-PARM-PIECE THRU 1070-EXIT
005760         MOVE WS-PARM-SEG-4 TO WS-PARM-PIECE
005770         PERFORM 1070-APPLY-PARM-PIECE THRU 1070-EXIT
005780         MOVE WS-PARM-SEG-5 TO WS-PARM-PIECE
005790         PERFORM 1070-APPLY-PARM-PIECE THRU 1070-EXIT
005800         MOVE WS-PARM-SEG-6 TO WS-PARM-PIECE
005810         PERFORM 1070-APPLY-PARM-PIECE THRU 1070-EXIT
005820     END-IF.
005830     IF WS-UNDER-FLOOR NOT < WS-REPORT-LIMIT
005840         DISPLAY 'CASHRPT FLOOR NOT BELOW LIMIT - FLOOR '
005850             WS-UNDER-FLOOR ' LIMIT ' WS-REPORT-LIMIT
005860         MOVE 12 TO RETURN-CODE
005870         MOVE 12 TO WS-SAVED-RETURN-CODE
005880     END-IF.
005890 1060-EXIT.
005900     EXIT.
005910
005920 1070-APPLY-PARM-PIECE.
005930     IF WS-PARM-PIECE = SPACES
005940         GO TO 1070-EXIT
005950     END-IF.
005960     MOVE SPACES TO WS-PARM-WORK.
005970     UNSTRING WS-PARM-PIECE DELIMITED BY '='
005980         INTO WS-PARM-KEYWORD
005990              WS-PARM-VALUE
006000     END-UNSTRING.
006010     EVALUATE WS-PARM-KEYWORD
006020         WHEN 'LIMIT'
006030             IF WS-PARM-DIGITS-7 IS NUMERIC
006040                     AND WS-PARM-DIGITS-7 > ZERO
006050                 MOVE WS-PARM-DIGITS-7 TO WS-REPORT-LIMIT
006060             ELSE
006070                 DISPLAY 'CASHRPT LIMIT PARM INVALID - '
006080                     WS-PARM-VALUE
006090                 MOVE 12 TO RETURN-CODE
006100                 MOVE 12 TO WS-SAVED-RETURN-CODE
006110             END-IF
006120         WHEN 'FLOOR'
006130             IF WS-PARM-DIGITS-7 IS NUMERIC
006140                     AND WS-PARM-DIGITS-7 > ZERO
006150                 MOVE WS-PARM-DIGITS-7 TO WS-UNDER-FLOOR
006160             ELSE
006170                 DISPLAY 'CASHRPT FLOOR PARM INVALID - '
006180                     WS-PARM-VALUE
006190                 MOVE 12 TO RETURN-CODE
006200                 MOVE 12 TO WS-SAVED-RETURN-CODE
006210             END-IF
006220         WHEN 'DAYS'
006230             IF WS-PARM-DIGITS-3 IS NUMERIC
006240                     AND WS-PARM-DIGITS-3 > ZERO
006250                 MOVE WS-PARM-DIGITS-3 TO WS-WINDOW-DAYS
006260             ELSE
006270                 DISPLAY 'CASHRPT DAYS PARM INVALID - '
006280                     WS-PARM-VALUE
006290                 MOVE 12 TO RETURN-CODE
006300                 MOVE 12 TO WS-SAVED-RETURN-CODE
006310             END-IF
006320         WHEN 'COUNT'
006330             IF WS-PARM-DIGITS-2 IS NUMERIC
006340                     AND WS-PARM-DIGITS-2 > 1
006350                 MOVE WS-PARM-DIGITS-2 TO WS-STRUCT-COUNT
006360             ELSE
006370                 DISPLAY 'CASHRPT COUNT PARM INVALID - '
006380                     WS-PARM-VALUE
006390                 MOVE 12 TO RETURN-CODE
006400                 MOVE 12 TO WS-SAVED-RETURN-CODE
006410             END-IF
006420         WHEN 'DATE'
006430             PERFORM 1080-APPLY-REPORT-DATE THRU 1080-EXIT
006440         WHEN 'ALIAS'
006450             MOVE WS-PARM-VALUE (1:20) TO WS-PARM-ALIAS
006460             SET WS-ALIAS-OVERRIDDEN TO TRUE
006470         WHEN OTHER
006480             CONTINUE
006490     END-EVALUATE.
006500 1070-EXIT.
006510     EXIT.
006520
006530*----------------------------------------------------------*
006540* 1080-APPLY-REPORT-DATE - THE BUSINESS DAY TO REPORT, WHEN *
006550*                          IT IS NOT TODAY.  IT MUST LOOK   *
006560*                          LIKE A DATE.                     *
006570*----------------------------------------------------------*
006580 1080-APPLY-REPORT-DATE.
006590     IF WS-PARM-DIGITS-8 IS NUMERIC
006600         MOVE WS-PARM-DIGITS-8 TO WS-SD-DATE
006610         IF WS-SD-MONTH NOT < 1 AND WS-SD-MONTH NOT > 12
006620                 AND WS-SD-DAY NOT < 1 AND WS-SD-DAY NOT > 31
006630             MOVE WS-SD-DATE TO WS-REPORT-DATE
006640             GO TO 1080-EXIT
006650         END-IF
006660     END-IF.
006670     DISPLAY 'CASHRPT DATE PARM INVALID - ' WS-PARM-VALUE.
006680     MOVE 12 TO RETURN-CODE.
006690     MOVE 12 TO WS-SAVED-RETURN-CODE.
006700 1080-EXIT.
006710     EXIT.
006720
006730 1100-CONNECT.
006740     MOVE 'CONNECT' TO WS-EC-OPERATION.
006750     ACCEPT WS-AUD-START-TIME FROM TIME.
006760     EXEC SQL
006770         CONNECT :WS-CONNECT-STRING
006780     END-EXEC.
006790
006800     CALL 'SQLERRCK' USING WS-EC-CALLING-PROGRAM
006810                           WS-EC-OPERATION
006820                           SQLCODE
006830                           WS-EC-REASON-CODE
006840                           WS-EC-RETURN-CODE.
006850     PERFORM 2160-RECORD-AUDIT-ENTRY THRU 2160-EXIT.
006860     IF WS-EC-RETURN-CODE NOT = ZERO
006870         SET WS-SQL-FAILURE TO TRUE
006880         MOVE WS-EC-RETURN-CODE TO RETURN-CODE
006890         MOVE WS-EC-RETURN-CODE TO WS-SAVED-RETURN-CODE
006900     END-IF.
006910 1100-EXIT.
006920     EXIT.
006930
006940*----------------------------------------------------------*
006950* 2000-NOTE-POSTING - FOLD ONE POSTHIST ROW INTO ITS        *
006960*                     ACCOUNT'S DAY ROW, THEN READ THE NEXT.*
006970*----------------------------------------------------------*
006980 2000-NOTE-POSTING.
006990     PERFORM 2050-FOLD-POSTING THRU 2050-EXIT.
007000     IF NOT WS-WORK-FAILED
007010         PERFORM 2100-READ-HISTORY-ROW THRU 2100-EXIT
007020     END-IF.
007030 2000-EXIT.
007040     EXIT.
007050
007060*----------------------------------------------------------*
007070* 2050-FOLD-POSTING - ONLY A CUSTOMER POSTING WHOSE BUSINESS*
007080*                     DAY FALLS INSIDE THE WINDOW IS KEPT.  *
007090*                     A REVERSED POSTING NEVER HAPPENED AS  *
007100*                     FAR AS THE CUSTOMER IS CONCERNED, AND *
007110*                     A SYSTEM-GENERATED FEE OR INTEREST    *
007120*                     ENTRY MOVED NO CASH.                  *
007130*----------------------------------------------------------*
007140 2050-FOLD-POSTING.
007150     IF PHS-REVERSED
007160         ADD 1 TO WS-HIST-REVERSED
007170         GO TO 2050-EXIT
007180     END-IF.
007190     MOVE PHS-REFERENCE TO TRN-REFERENCE.
007200     IF TRN-REF-SYSTEM
007210         ADD 1 TO WS-HIST-SYSTEM
007220         GO TO 2050-EXIT
007230     END-IF.
007240*    THE BRANCH'S OWN TRANSACTION DATE WHEN IT CARRIED ONE,
007250*    OTHERWISE THE DAY THE POSTING RUN APPLIED IT.
007260     IF PHS-TRAN-DATE IS NUMERIC
007270             AND PHS-TRAN-DATE NOT = '00000000'
007280         MOVE PHS-TRAN-DATE TO WS-BUS-DATE
007290     ELSE
007300         MOVE PHS-RUN-DATE TO WS-BUS-DATE
007310     END-IF.
007320     MOVE WS-BUS-DATE TO WS-SD-DATE.
007330     IF WS-SD-MONTH < 1 OR WS-SD-MONTH > 12
007340         ADD 1 TO WS-HIST-UNDATED
007350         GO TO 2050-EXIT
007360     END-IF.
007370     PERFORM 8000-DATE-TO-SERIAL THRU 8000-EXIT.
007380     IF WS-SD-SERIAL > WS-REPORT-SERIAL
007390             OR WS-SD-SERIAL < WS-WINDOW-START-SERIAL
007400         ADD 1 TO WS-HIST-OUTSIDE
007410         GO TO 2050-EXIT
007420     END-IF.
007430     ADD 1 TO WS-HIST-IN-WINDOW.
007440     MOVE PHS-ACCT-NUMBER TO CWK-ACCT-NUMBER.
007450     MOVE WS-BUS-DATE TO CWK-BUS-DATE.
007460     READ CASH-WORK-FILE
007470         INVALID KEY
007480             PERFORM 2250-START-DAY THRU 2250-EXIT
007490         NOT INVALID KEY
007500             PERFORM 2200-ADD-TO-DAY THRU 2200-EXIT
007510     END-READ.
007520     IF WS-CWK-STATUS NOT = '00'
007530         DISPLAY 'CASHRPT CASHWORK UPDATE FAILED - STATUS '
007540             WS-CWK-STATUS ' ACCOUNT ' CWK-ACCT-NUMBER
007550         MOVE 12 TO WS-SAVED-RETURN-CODE
007560         SET WS-WORK-FAILED TO TRUE
007570     END-IF.
007580 2050-EXIT.
007590     EXIT.
007600
007610 2100-READ-HISTORY-ROW.
007620     READ POSTED-HISTORY-FILE NEXT RECORD
007630         AT END
007640             SET WS-HIST-EOF TO TRUE
007650         NOT AT END
007660             ADD 1 TO WS-HIST-ROWS-READ
007670     END-READ.
007680 2100-EXIT.
007690     EXIT.
007700
007710*----------------------------------------------------------*
007720* 2160-RECORD-AUDIT-ENTRY - APPEND ONE ROW TO THE SHARED    *
007730*                           CONNECTIVITY AUDIT TRAIL FOR THE*
007740*                           ATTEMPT JUST MADE.              *
007750*----------------------------------------------------------*
007760 2160-RECORD-AUDIT-ENTRY.
007770     ACCEPT WS-AUD-END-TIME FROM TIME.
007780     CALL 'ELAPTIME' USING WS-AUD-START-TIME
007790                           WS-AUD-END-TIME
007800                           WS-AUD-ELAPSED-MS.
007810     IF WS-EC-RETURN-CODE = ZERO
007820         MOVE 'SUCCESS' TO WS-AUD-OUTCOME
007830     ELSE
007840         MOVE 'FAILURE' TO WS-AUD-OUTCOME
007850     END-IF.
007860     CALL 'AUDITLOG' USING WS-EC-CALLING-PROGRAM
007870                           WS-EC-OPERATION
007880                           WS-USERNAME
007890                           WS-AUD-OUTCOME
007900                           WS-AUD-ELAPSED-MS.
007910 2160-EXIT.
007920     EXIT.
007930
007940 2200-ADD-TO-DAY.
007950     PERFORM 2300-ACCUMULATE THRU 2300-EXIT.
007960     REWRITE CASH-WORK-RECORD
007970         INVALID KEY
007980             CONTINUE
007990     END-REWRITE.
008000 2200-EXIT.
008010     EXIT.
008020
008030 2250-START-DAY.
008040     MOVE SPACES TO CASH-WORK-RECORD.
008050     MOVE PHS-ACCT-NUMBER TO CWK-ACCT-NUMBER.
008060     MOVE WS-BUS-DATE TO CWK-BUS-DATE.
008070     MOVE ZERO TO CWK-CREDIT-TOTAL.
008080     MOVE ZERO TO CWK-DEBIT-TOTAL.
008090     MOVE ZERO TO CWK-CREDIT-COUNT.
008100     MOVE ZERO TO CWK-DEBIT-COUNT.
008110     MOVE ZERO TO CWK-UNDER-COUNT.
008120     MOVE ZERO TO CWK-UNDER-TOTAL.
008130     PERFORM 2300-ACCUMULATE THRU 2300-EXIT.
008140     WRITE CASH-WORK-RECORD
008150         INVALID KEY
008160             CONTINUE
008170     END-WRITE.
008180 2250-EXIT.
008190     EXIT.
008200
008210*----------------------------------------------------------*
008220* 2300-ACCUMULATE - ADD THE POSTING TO ITS SIDE OF THE DAY, *
008230*                   AND TO THE JUST-UNDER COUNT WHEN IT FELL*
008240*                   FROM THE FLOOR UP TO THE LIMIT.         *
008250*----------------------------------------------------------*
008260 2300-ACCUMULATE.
008270     IF PHS-CREDIT
008280         ADD PHS-AMOUNT TO CWK-CREDIT-TOTAL
008290         ADD 1 TO CWK-CREDIT-COUNT
008300     ELSE
008310         ADD PHS-AMOUNT TO CWK-DEBIT-TOTAL
008320         ADD 1 TO CWK-DEBIT-COUNT
008330     END-IF.
008340     IF PHS-AMOUNT NOT < WS-UNDER-FLOOR
008350             AND PHS-AMOUNT NOT > WS-REPORT-LIMIT
008360         ADD 1 TO CWK-UNDER-COUNT
008370         ADD PHS-AMOUNT TO CWK-UNDER-TOTAL
008380     END-IF.
008390 2300-EXIT.
008400     EXIT.
008410
008420*----------------------------------------------------------*
008430* 3000-START-REVIEW - POSITION AT THE TOP OF THE WORK FILE  *
008440*                     AND READ ITS FIRST ROW.  AN EMPTY WORK*
008450*                     FILE MEANS NO CUSTOMER POSTED IN THE  *
008460*                     WINDOW.                               *
008470*----------------------------------------------------------*
008480 3000-START-REVIEW.
008490     MOVE LOW-VALUES TO CWK-KEY.
008500     START CASH-WORK-FILE KEY IS NOT LESS THAN CWK-KEY
008510         INVALID KEY
008520             SET WS-WORK-EOF TO TRUE
008530     END-START.
008540     IF WS-WORK-EOF
008550         GO TO 3000-EXIT
008560     END-IF.
008570     IF WS-CWK-STATUS NOT = '00'
008580         DISPLAY 'CASHRPT CASHWORK START FAILED - STATUS '
008590             WS-CWK-STATUS
008600         MOVE 12 TO WS-SAVED-RETURN-CODE
008610         SET WS-WORK-FAILED TO TRUE
008620         GO TO 3000-EXIT
008630     END-IF.
008640     PERFORM 3050-READ-WORK-ROW THRU 3050-EXIT.
008650 3000-EXIT.
008660     EXIT.
008670
008680 3050-READ-WORK-ROW.
008690     READ CASH-WORK-FILE NEXT RECORD
008700         AT END
008710             SET WS-WORK-EOF TO TRUE
008720         NOT AT END
008730             ADD 1 TO WS-WORK-ROWS-READ
008740     END-READ.
008750 3050-EXIT.
008760     EXIT.
008770
008780*----------------------------------------------------------*
008790* 3100-REVIEW-WORK-ROW - THE WORK FILE IS IN ACCOUNT AND DAY*
008800*                        ORDER, SO A NEW ACCOUNT FINISHES   *
008810*                        THE ONE BEFORE IT.  EVERY DAY ADDS *
008820*                        TO THE WINDOW'S JUST-UNDER COUNT;  *
008830*                        THE REPORTED DAY ALSO GIVES THE DAY*
008840*                        TOTALS.                            *
008850*----------------------------------------------------------*
008860 3100-REVIEW-WORK-ROW.
008870     IF NOT WS-ACCOUNT-ACTIVE
008880             OR CWK-ACCT-NUMBER NOT = WS-ACCT-NUMBER
008890         PERFORM 3300-FINISH-ACCOUNT THRU 3300-EXIT
008900         IF WS-SQL-FAILURE
008910             GO TO 3100-EXIT
008920         END-IF
008930         PERFORM 3200-START-ACCOUNT THRU 3200-EXIT
008940     END-IF.
008950     ADD CWK-UNDER-COUNT TO WS-WIN-UNDER-COUNT.
008960     ADD CWK-UNDER-TOTAL TO WS-WIN-UNDER-TOTAL.
008970     IF CWK-BUS-DATE = WS-REPORT-DATE
008980         MOVE CWK-CREDIT-TOTAL TO WS-DAY-CREDIT-TOTAL
008990         MOVE CWK-DEBIT-TOTAL TO WS-DAY-DEBIT-TOTAL
009000         MOVE CWK-UNDER-COUNT TO WS-DAY-UNDER-COUNT
009010     END-IF.
009020     PERFORM 3050-READ-WORK-ROW THRU 3050-EXIT.
009030 3100-EXIT.
009040     EXIT.
009050
009060 3200-START-ACCOUNT.
009070     MOVE SPACES TO WS-ACCOUNT-ROW.
009080     MOVE CWK-ACCT-NUMBER TO WS-ACCT-NUMBER.
009090     SET WS-ACCOUNT-ACTIVE TO TRUE.
009100     MOVE ZERO TO WS-DAY-CREDIT-TOTAL.
009110     MOVE ZERO TO WS-DAY-DEBIT-TOTAL.
009120     MOVE ZERO TO WS-DAY-UNDER-COUNT.
009130     MOVE ZERO TO WS-WIN-UNDER-COUNT.
009140     MOVE ZERO TO WS-WIN-UNDER-TOTAL.
009150 3200-EXIT.
009160     EXIT.
009170
009180*----------------------------------------------------------*
009190* 3300-FINISH-ACCOUNT - DID THE ACCOUNT IN HAND GO OVER THE *
009200*                       LIMIT ON THE REPORTED DAY, OR POST  *
009210*                       COUNT OR MORE TIMES JUST UNDER IT   *
009220*                       INSIDE THE WINDOW WITH ONE OF THEM  *
009230*                       ON THE REPORTED DAY?  EITHER WAY IT *
009240*                       IS LOOKED UP ON ACCOUNT_MASTER,     *
009250*                       LISTED, AND GIVEN A CASE.  REQUIRING*
009260*                       ONE OF THE POSTINGS ON THE REPORTED *
009270*                       DAY KEEPS A PATTERN ALREADY LISTED  *
009280*                       FROM BEING LISTED AGAIN EVERY DAY   *
009290*                       UNTIL IT AGES OUT.                  *
009300*----------------------------------------------------------*
009310 3300-FINISH-ACCOUNT.
009320     IF NOT WS-ACCOUNT-ACTIVE
009330         GO TO 3300-EXIT
009340     END-IF.
009350     MOVE 'N' TO WS-ACCOUNT-ACTIVE-SW.
009360     ADD 1 TO WS-ACCOUNTS-REVIEWED.
009370     MOVE 'N' TO WS-OVER-LIMIT-SW.
009380     MOVE 'N' TO WS-STRUCTURING-SW.
009390     IF WS-DAY-CREDIT-TOTAL > WS-REPORT-LIMIT
009400             OR WS-DAY-DEBIT-TOTAL > WS-REPORT-LIMIT
009410         SET WS-OVER-LIMIT TO TRUE
009420     END-IF.
009430     IF WS-WIN-UNDER-COUNT NOT < WS-STRUCT-COUNT
009440             AND WS-DAY-UNDER-COUNT > ZERO
009450         SET WS-STRUCTURING TO TRUE
009460     END-IF.
009470     IF NOT WS-OVER-LIMIT AND NOT WS-STRUCTURING
009480         GO TO 3300-EXIT
009490     END-IF.
009500     PERFORM 3400-GET-ACCOUNT THRU 3400-EXIT.
009510     IF WS-SQL-FAILURE
009520         GO TO 3300-EXIT
009530     END-IF.
009540     IF WS-OVER-LIMIT
009550         PERFORM 3500-LIST-LARGE-CASH THRU 3500-EXIT
009560     END-IF.
009570     IF WS-STRUCTURING
009580         PERFORM 3600-LIST-STRUCTURING THRU 3600-EXIT
009590     END-IF.
009600 3300-EXIT.
009610     EXIT.
009620
009630*----------------------------------------------------------*
009640* 3400-GET-ACCOUNT - THE ACCOUNT HOLDER'S NAME AND ADDRESS  *
009650*                    AS ACCOUNT_MASTER HOLDS THEM NOW.  AN  *
009660*                    ACCOUNT NO LONGER ON FILE IS STILL     *
009670*                    LISTED, MARKED, SO THE POSTINGS ARE NOT*
009680*                    LOST FROM THE REPORT.                  *
009690*----------------------------------------------------------*
009700 3400-GET-ACCOUNT.
009710     MOVE 'SELECT MASTER' TO WS-EC-OPERATION.
009720     EXEC SQL
009730         SELECT ACCT_NAME, ACCT_ADDR_LINE, ACCT_CITY,
009740                ACCT_STATE, ACCT_POSTAL_CODE
009750         INTO :WS-ACCT-NAME, :WS-ADDR-LINE, :WS-CITY,
009760              :WS-STATE, :WS-POSTAL-CODE
009770         FROM ACCOUNT_MASTER
009780         WHERE ACCT_NUMBER = :WS-ACCT-NUMBER
009790     END-EXEC.
009800
009810     EVALUATE TRUE
009820         WHEN SQLCODE = ZERO
009830             CONTINUE
009840         WHEN SQLCODE = 1403
009850             MOVE '*** NOT ON ACCOUNT_MASTER ***' TO WS-ACCT-NAME
009860             ADD 1 TO WS-NOT-ON-MASTER
009870         WHEN OTHER
009880             CALL 'SQLERRCK' USING WS-EC-CALLING-PROGRAM
009890                                   WS-EC-OPERATION
009900                                   SQLCODE
009910                                   WS-EC-REASON-CODE
009920                                   WS-EC-RETURN-CODE
009930             SET WS-SQL-FAILURE TO TRUE
009940             MOVE WS-EC-RETURN-CODE TO RETURN-CODE
009950             MOVE WS-EC-RETURN-CODE TO WS-SAVED-RETURN-CODE
009960     END-EVALUATE.
009970 3400-EXIT.
009980     EXIT.
009990
010000*----------------------------------------------------------*
010010* 3500-LIST-LARGE-CASH - LIST THE ACCOUNT WITH THE DAY'S    *
010020*                        CREDITS AND DEBITS AND OPEN ITS    *
010030*                        LARGE-CASH CASE FOR THE DAY.       *
010040*----------------------------------------------------------*
010050 3500-LIST-LARGE-CASH.
010060     ADD 1 TO WS-LARGE-LISTED.
010070     MOVE WS-ACCT-NUMBER TO LL-ACCT-NUMBER.
010080     MOVE WS-ACCT-NAME TO LL-ACCT-NAME.
010090     MOVE WS-ADDR-LINE TO LL-ADDR-LINE.
010100     MOVE WS-CITY TO LL-CITY.
010110     MOVE WS-STATE TO LL-STATE.
010120     MOVE WS-POSTAL-CODE TO LL-POSTAL-CODE.
010130     MOVE WS-DAY-CREDIT-TOTAL TO LL-CREDIT-TOTAL.
010140     MOVE WS-DAY-DEBIT-TOTAL TO LL-DEBIT-TOTAL.
010150     WRITE LARGE-CASH-REPORT-RECORD FROM WS-LARGE-LINE.
010160     PERFORM 3700-BUILD-CASE THRU 3700-EXIT.
010170     SET CSE-LARGE-CASH TO TRUE.
010180     PERFORM 3800-WRITE-CASE THRU 3800-EXIT.
010190     EVALUATE WS-CASE-RESULT
010200         WHEN 'NEW'
010210             ADD 1 TO WS-LARGE-CASES-OPENED
010220         WHEN 'RERUN'
010230             ADD 1 TO WS-LARGE-CASES-ON-FILE
010240         WHEN OTHER
010250             CONTINUE
010260     END-EVALUATE.
010270 3500-EXIT.
010280     EXIT.
010290
010300*----------------------------------------------------------*
010310* 3600-LIST-STRUCTURING - AN ACCOUNT WITH A STRUCTURING CASE*
010320*                         STILL OPEN OR BEING WORKED IS     *
010330*                         LISTED BUT NOT GIVEN ANOTHER;     *
010340*                         OTHERWISE ITS CASE FOR THE DAY IS *
010350*                         OPENED.                           *
010360*----------------------------------------------------------*
010370 3600-LIST-STRUCTURING.
010380     ADD 1 TO WS-STRUCT-LISTED.
010390     PERFORM 3650-FIND-OPEN-CASE THRU 3650-EXIT.
010400     IF WS-OPEN-CASE-FOUND
010410         ADD 1 TO WS-STRUCT-ALREADY-OPEN
010420         MOVE 'OPEN' TO WS-CASE-RESULT
010430     ELSE
010440         PERFORM 3700-BUILD-CASE THRU 3700-EXIT
010450         SET CSE-STRUCTURING TO TRUE
010460         PERFORM 3800-WRITE-CASE THRU 3800-EXIT
010470         EVALUATE WS-CASE-RESULT
010480             WHEN 'NEW'
010490                 ADD 1 TO WS-STRUCT-CASES-OPENED
010500             WHEN 'RERUN'
010510                 ADD 1 TO WS-STRUCT-CASES-ON-FILE
010520             WHEN OTHER
010530                 CONTINUE
010540         END-EVALUATE
010550     END-IF.
010560     MOVE WS-ACCT-NUMBER TO SL-ACCT-NUMBER.
010570     MOVE WS-ACCT-NAME TO SL-ACCT-NAME.
010580     MOVE WS-ADDR-LINE TO SL-ADDR-LINE.
010590     MOVE WS-CITY TO SL-CITY.
010600     MOVE WS-STATE TO SL-STATE.
010610     MOVE WS-POSTAL-CODE TO SL-POSTAL-CODE.
010620     MOVE WS-WIN-UNDER-COUNT TO SL-UNDER-COUNT.
010630     MOVE WS-WIN-UNDER-TOTAL TO SL-UNDER-TOTAL.
010640     MOVE WS-CASE-RESULT TO SL-CASE-RESULT.
010650     WRITE STRUCTURING-REPORT-RECORD FROM WS-STRUCT-LINE.
010660 3600-EXIT.
010670     EXIT.
010680
010690*----------------------------------------------------------*
010700* 3650-FIND-OPEN-CASE - BROWSE THE ACCOUNT'S CASES FOR A    *
010710*                       STRUCTURING CASE STILL OUTSTANDING. *
010720*----------------------------------------------------------*
010730 3650-FIND-OPEN-CASE.
010740     MOVE 'N' TO WS-OPEN-CASE-FOUND-SW.
010750     MOVE 'N' TO WS-CASE-BROWSE-DONE-SW.
010760     MOVE WS-ACCT-NUMBER TO CSE-ACCT-NUMBER.
010770     MOVE ZERO TO CSE-BUS-DATE.
010780     MOVE LOW-VALUES TO CSE-TYPE.
010790     START COMPLIANCE-CASE-FILE KEY IS NOT LESS THAN CSE-KEY
010800         INVALID KEY
010810             SET WS-CASE-BROWSE-DONE TO TRUE
010820     END-START.
010830     PERFORM 3660-CHECK-ONE-CASE THRU 3660-EXIT
010840         UNTIL WS-CASE-BROWSE-DONE
010850            OR WS-OPEN-CASE-FOUND.
010860 3650-EXIT.
010870     EXIT.
010880
010890 3660-CHECK-ONE-CASE.
010900     READ COMPLIANCE-CASE-FILE NEXT RECORD
010910         AT END
010920             SET WS-CASE-BROWSE-DONE TO TRUE
010930     END-READ.
010940     IF WS-CASE-BROWSE-DONE
010950         GO TO 3660-EXIT
010960     END-IF.
010970     IF WS-CASE-FILE-STATUS NOT = '00'
010980             OR CSE-ACCT-NUMBER NOT = WS-ACCT-NUMBER
010990         SET WS-CASE-BROWSE-DONE TO TRUE
011000         GO TO 3660-EXIT
011010     END-IF.
011020     IF CSE-STRUCTURING AND CSE-OUTSTANDING
011030         SET WS-OPEN-CASE-FOUND TO TRUE
011040     END-IF.
011050 3660-EXIT.
011060     EXIT.
011070
011080*----------------------------------------------------------*
011090* 3700-BUILD-CASE - A NEW OPEN CASE FOR THE ACCOUNT IN HAND *
011100*                   AND THE REPORTED DAY, WITH THE NAME AND *
011110*                   ADDRESS JUST READ AND THE AMOUNTS BEHIND*
011120*                   IT.  THE CALLER SETS THE TYPE.          *
011130*----------------------------------------------------------*
011140 3700-BUILD-CASE.
011150     MOVE SPACES TO COMPLIANCE-CASE-RECORD.
011160     MOVE WS-ACCT-NUMBER TO CSE-ACCT-NUMBER.
011170     MOVE WS-REPORT-DATE TO CSE-BUS-DATE.
011180     SET CSE-OPEN TO TRUE.
011190     ACCEPT CSE-OPEN-DATE FROM DATE YYYYMMDD.
011200     ACCEPT CSE-OPEN-TIME FROM TIME.
011210     MOVE WS-ACCT-NAME TO CSE-ACCT-NAME.
011220     MOVE WS-ADDR-LINE TO CSE-ADDR-LINE.
011230     MOVE WS-CITY TO CSE-CITY.
011240     MOVE WS-STATE TO CSE-STATE.
011250     MOVE WS-POSTAL-CODE TO CSE-POSTAL-CODE.
011260     MOVE WS-DAY-CREDIT-TOTAL TO CSE-CREDIT-TOTAL.
011270     MOVE WS-DAY-DEBIT-TOTAL TO CSE-DEBIT-TOTAL.
011280     MOVE WS-WIN-UNDER-COUNT TO CSE-UNDER-COUNT.
011290     MOVE WS-WIN-UNDER-TOTAL TO CSE-UNDER-TOTAL.
011300     MOVE WS-WINDOW-DAYS TO CSE-WINDOW-DAYS.
011310     MOVE ZERO TO CSE-WORK-DATE.
011320     MOVE ZERO TO CSE-WORK-TIME.
011330     MOVE ZERO TO CSE-CLOSE-DATE.
011340     MOVE ZERO TO CSE-CLOSE-TIME.
011350 3700-EXIT.
011360     EXIT.
011370
011380*----------------------------------------------------------*
011390* 3800-WRITE-CASE - FILE THE CASE BUILT BY 3700.  A         *
011400*                   DUPLICATE KEY IS THIS DAY'S CASE FROM AN*
011410*                   EARLIER RUN AND IS LEFT AS IT STANDS.   *
011420*----------------------------------------------------------*
011430 3800-WRITE-CASE.
011440     WRITE COMPLIANCE-CASE-RECORD
011450         INVALID KEY
011460             CONTINUE
011470     END-WRITE.
011480     EVALUATE WS-CASE-FILE-STATUS
011490         WHEN '00'
011500             MOVE 'NEW' TO WS-CASE-RESULT
011510         WHEN '22'
011520             MOVE 'RERUN' TO WS-CASE-RESULT
011530         WHEN OTHER
011540             DISPLAY 'CASHRPT CMPCASE WRITE FAILED FOR ACCOUNT '
011550                 CSE-ACCT-NUMBER ' TYPE ' CSE-TYPE ' - STATUS '
011560                 WS-CASE-FILE-STATUS
011570             ADD 1 TO WS-CASE-WRITE-FAILURES
011580             MOVE 'LOST' TO WS-CASE-RESULT
011590     END-EVALUATE.
011600 3800-EXIT.
011610     EXIT.
011620
011630*----------------------------------------------------------*
011640* 8000-DATE-TO-SERIAL - TURN WS-SD-DATE (YYYYMMDD) INTO A   *
011650*                       DAY COUNT.  ONLY DIFFERENCES ARE    *
011660*                       EVER USED, SO THE EPOCH IS          *
011670*                       ARBITRARY.  LEAP YEARS FOLLOW THE   *
011680*                       SAME 4/100/400 RULE AS THE FLDEDIT  *
011690*                       DATE VALIDATION.                    *
011700*----------------------------------------------------------*
011710 8000-DATE-TO-SERIAL.
011720     COMPUTE WS-SD-YEARS = WS-SD-YEAR - 1.
011730     COMPUTE WS-SD-SERIAL =
011740         (WS-SD-YEARS * 365)
011750         + (WS-SD-YEARS / 4)
011760         - (WS-SD-YEARS / 100)
011770         + (WS-SD-YEARS / 400)
011780         + WS-MONTH-CUM (WS-SD-MONTH)
011790         + WS-SD-DAY.
011800     IF WS-SD-MONTH > 2
011810         PERFORM 8100-CHECK-LEAP-YEAR THRU 8100-EXIT
011820         IF WS-LEAP-YEAR
011830             ADD 1 TO WS-SD-SERIAL
011840         END-IF
011850     END-IF.
011860 8000-EXIT.
011870     EXIT.
011880
011890*----------------------------------------------------------*
011900* 8100-CHECK-LEAP-YEAR - IS WS-SD-YEAR A LEAP YEAR, ON THE  *
011910*                        4/100/400 RULE.                    *
011920*----------------------------------------------------------*
011930 8100-CHECK-LEAP-YEAR.
011940     MOVE 'N' TO WS-LEAP-YEAR-SW.
011950     DIVIDE WS-SD-YEAR BY 4
011960         GIVING WS-SD-QUOTIENT
011970         REMAINDER WS-SD-REMAINDER.
011980     IF WS-SD-REMAINDER NOT = ZERO
011990         GO TO 8100-EXIT
012000     END-IF.
012010     DIVIDE WS-SD-YEAR BY 100
012020         GIVING WS-SD-QUOTIENT
012030         REMAINDER WS-SD-REMAINDER.
012040     IF WS-SD-REMAINDER NOT = ZERO
012050         SET WS-LEAP-YEAR TO TRUE
012060         GO TO 8100-EXIT
012070     END-IF.
012080     DIVIDE WS-SD-YEAR BY 400
012090         GIVING WS-SD-QUOTIENT
012100         REMAINDER WS-SD-REMAINDER.
012110     IF WS-SD-REMAINDER = ZERO
012120         SET WS-LEAP-YEAR TO TRUE
012130     END-IF.
012140 8100-EXIT.
012150     EXIT.
012160
012170*----------------------------------------------------------*
012180* 9000-TERMINATE - PRINT THE SUMMARIES, CLOSE THE FILES, AND*
012190*                  SET THE STEP RETURN CODE.  AN ACCOUNT NOT*
012200*                  ON ACCOUNT_MASTER GIVES RC=4 SO SOMEONE  *
012210*                  LOOKS AT IT; A LOST CASE GIVES RC=8.     *
012220*----------------------------------------------------------*
012230 9000-TERMINATE.
012240     IF WS-FILES-OPEN
012250         MOVE WS-LARGE-LISTED TO LS-LARGE-LISTED
012260         MOVE WS-LARGE-CASES-OPENED TO LS-CASES-OPENED
012270         MOVE WS-LARGE-CASES-ON-FILE TO LS-CASES-ON-FILE
012280         WRITE LARGE-CASH-REPORT-RECORD
012290             FROM WS-LARGE-SUMMARY-LINE
012300         MOVE WS-STRUCT-LISTED TO SS-STRUCT-LISTED
012310         MOVE WS-STRUCT-CASES-OPENED TO SS-CASES-OPENED
012320         MOVE WS-STRUCT-ALREADY-OPEN TO SS-ALREADY-OPEN
012330         WRITE STRUCTURING-REPORT-RECORD
012340             FROM WS-STRUCT-SUMMARY-LINE
012350         CLOSE POSTED-HISTORY-FILE
012360         CLOSE CASH-WORK-FILE
012370         CLOSE COMPLIANCE-CASE-FILE
012380         CLOSE LARGE-CASH-REPORT-FILE
012390         CLOSE STRUCTURING-REPORT-FILE
012400     END-IF.
012410     IF WS-NOT-ON-MASTER > ZERO
012420         IF WS-SAVED-RETURN-CODE < 4
012430             MOVE 4 TO WS-SAVED-RETURN-CODE
012440         END-IF
012450     END-IF.
012460     IF WS-CASE-WRITE-FAILURES > ZERO
012470         IF WS-SAVED-RETURN-CODE < 8
012480             MOVE 8 TO WS-SAVED-RETURN-CODE
012490         END-IF
012500     END-IF.
012510     IF WS-SAVED-RETURN-CODE > RETURN-CODE
012520         MOVE WS-SAVED-RETURN-CODE TO RETURN-CODE
012530     END-IF.
012540     DISPLAY 'CASHRPT BUSINESS DAY:          ' WS-REPORT-DATE.
012550     DISPLAY 'CASHRPT POSTHIST ROWS READ:    ' WS-HIST-ROWS-READ.
012560     DISPLAY 'CASHRPT REVERSED POSTINGS:     ' WS-HIST-REVERSED.
012570     DISPLAY 'CASHRPT SYSTEM POSTINGS:       ' WS-HIST-SYSTEM.
012580     DISPLAY 'CASHRPT UNDATED POSTINGS:      ' WS-HIST-UNDATED.
012590     DISPLAY 'CASHRPT OUTSIDE WINDOW:        ' WS-HIST-OUTSIDE.
012600     DISPLAY 'CASHRPT IN WINDOW:             ' WS-HIST-IN-WINDOW.
012610     DISPLAY 'CASHRPT ACCOUNTS REVIEWED:     '
012620         WS-ACCOUNTS-REVIEWED.
012630     DISPLAY 'CASHRPT NOT ON ACCOUNT_MASTER: ' WS-NOT-ON-MASTER.
012640     DISPLAY 'CASHRPT OVER THE LIMIT:        ' WS-LARGE-LISTED.
012650     DISPLAY 'CASHRPT LARGE-CASH CASES NEW:  '
012660         WS-LARGE-CASES-OPENED.
012670     DISPLAY 'CASHRPT STRUCTURING FLAGGED:   ' WS-STRUCT-LISTED.
012680     DISPLAY 'CASHRPT STRUCTURING CASES NEW: '
012690         WS-STRUCT-CASES-OPENED.
012700     DISPLAY 'CASHRPT STRUCTURING ALREADY OPEN: '
012710         WS-STRUCT-ALREADY-OPEN.
012720     DISPLAY 'CASHRPT CASES ALREADY ON FILE: '
012730         WS-LARGE-CASES-ON-FILE ' ' WS-STRUCT-CASES-ON-FILE.
012740     DISPLAY 'CASHRPT CASE WRITE FAILURES:   '
012750         WS-CASE-WRITE-FAILURES.
012760 9000-EXIT.
012770     EXIT.
012780
012790*----------------------------------------------------------*
012800* 9900-RECORD-RUN-END - COMPLETE THIS STEP'S ROW ON THE     *
012810*                       SHARED BATCH RUN HISTORY WITH THE   *
012820*                       RECORD COUNT AND THE FINAL STEP     *
012830*                       RETURN CODE, THEN PUT THE RETURN    *
012840*                       CODE BACK - THE CALL REPLACES IT.   *
012850*----------------------------------------------------------*
012860 9900-RECORD-RUN-END.
012870     MOVE 'END' TO WS-RH-EVENT.
012880     MOVE WS-HIST-ROWS-READ TO WS-RH-RECORD-COUNT.
012890     MOVE RETURN-CODE TO WS-RH-RETURN-CODE.
012900     CALL 'RUNHIST' USING WS-RH-CALLING-PROGRAM
012910                          WS-RH-QUALIFIER
012920                          WS-RH-EVENT
012930                          WS-RH-RECORD-COUNT
012940                          WS-RH-RETURN-CODE.
012950     MOVE WS-RH-RETURN-CODE TO RETURN-CODE.
012960 9900-EXIT.
012970     EXIT.
