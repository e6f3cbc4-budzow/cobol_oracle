000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. SUSPRCY.
000030 AUTHOR. R-HALVORSEN.
000040 INSTALLATION. DATA-SERVICES.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------*
000080* MODIFICATION HISTORY                                      *
000090*   DATE       INIT  DESCRIPTION                             *
000100*   2026-10-15 MWK   ORIGINAL VERSION - RECYCLE OF THE       *
000110*                    ACCTPOST SUSPENSE FILE.  EVERY          *
000120*                    UNPOSTABLE TRANSACTION LANDED ON THE    *
000130*                    DATED SUSPENSE GENERATION AND STAYED    *
000140*                    THERE - NOTHING EVER PICKED IT UP.      *
000150*                    MOST 3001 ITEMS ARE FOR ACCOUNTS THE    *
000160*                    NIGHTLY LOAD INSERTS A DAY OR TWO       *
000170*                    LATER.  THIS JOB RUNS AHEAD OF EACH     *
000180*                    POSTING RUN, TAKES THE LATEST SUSPENSE  *
000190*                    GENERATION ONTO A KEYED SUSPENSE LEDGER *
000200*                    (SUSPREC LAYOUT, DD SUSPLDGR), WRITES   *
000210*                    EVERY OUTSTANDING ITEM WHOSE ACCOUNT    *
000220*                    NOW EXISTS TO THE RECYCLE FILE ACCTPOST *
000230*                    READS BEHIND THE DAY'S TRANFILE, AND    *
000240*                    AGES THE REST WITH A DAYS-IN-SUSPENSE   *
000250*                    COUNT.  AN ITEM STILL UNPOSTED PAST THE *
000260*                    PARM LIMIT GOES TO THE RETURN-TO-BRANCH *
000270*                    FILE AND RAISES AN ALERTOPS ROW, SO     *
000280*                    MONEY NEVER SITS UNPOSTED WITHOUT       *
000290*                    SOMEONE KNOWING.                        *
000300*   2026-10-15 MWK   A DEBIT REFUSED FOR A SUSPENDED ACCOUNT *
000310*                    (3007) IS RE-PRESENTED ONCE THE ACCOUNT *
000320*                    IS BACK TO OPEN.                        *
000330*   2026-10-15 MWK   EVERY RUN NOW FILES ITS START, END,     *
000340*                    RECORD COUNT, AND RETURN CODE ON THE    *
000350*                    SHARED BATCH RUN HISTORY (DD RUNHIST)   *
000360*                    THROUGH THE RUNHIST SUBPROGRAM, FOR THE *
000370*                    BATWNDW BATCH-WINDOW REPORT.            *
000380*   2026-10-15 MWK   A RE-PRESENTED ITEM MISSING FROM THE    *
000390*                    LATEST SUSPENSE GENERATION IS ONLY      *
000400*                    MARKED POSTED WHEN THE                  *
000410*                    POSTED-TRANSACTION HISTORY (DD          *
000420*                    POSTHIST) HOLDS AN ACTIVE ROW FOR ITS   *
000430*                    REFERENCE AND ACCOUNT.  ANY OTHER IS    *
000440*                    COUNTED UNRESOLVED, WITH RC=4.          *
000450*   2026-10-15 MWK   AN UNRESOLVED RE-PRESENTED ITEM GOES    *
000460*                    BACK TO OUTSTANDING AND IS WORKED AS    *
000470*                    ONE IN THE SAME SWEEP - AGED FROM ITS   *
000480*                    FIRST SUSPENSE DATE, RE-PRESENTED WHILE *
000490*                    ITS ACCOUNT IS POSTABLE, AND RETURNED   *
000500*                    TO THE BRANCH PAST AGELIM - INSTEAD OF  *
000510*                    SITTING RE-PRESENTED FOR GOOD.          *
000520*----------------------------------------------------------*
000530*
000540*   PARM FORMAT - 'AGELIM=nn,ALIAS=aaaa'
000550*             AGELIM IS THE DAYS AN ITEM MAY SIT IN SUSPENSE
000560*             BEFORE IT IS RETURNED TO THE BRANCH, DEFAULT 10.
000570*             ALIAS OVERRIDES THE WALLET TNS ALIAS AS IN THE
000580*             OTHER PROGRAMS.  BOTH OPTIONAL, ANY ORDER.
000590*
000600*   LEDGER STATES (SPI-STATE-SW) -
000610*             O - OUTSTANDING, AGING IN SUSPENSE
000620*             R - RE-PRESENTED ON THE RECYCLE FILE, AWAITING
000630*                 THE POSTING RUN'S VERDICT
000640*             P - POSTED - RE-PRESENTED, NOT SUSPENDED AGAIN,
000650*                 AND ACTIVE ON POSTHIST
000660*             B - RETURNED TO THE BRANCH PAST THE AGE LIMIT
000670*
000680*   AN R ITEM THAT COMES BACK ON THE NEXT SUSPENSE GENERATION
000690*   GOES BACK TO O WITH ITS NEW REASON AND ITS ORIGINAL
000700*   SUSPENSE DATE, SO RE-PRESENTING NEVER RESETS THE AGE.  AN
000710*   R ITEM THAT DOES NOT COME BACK IS LOOKED UP ON POSTHIST -
000720*   AN ACTIVE (NOT REVERSED) ROW FOR ITS REFERENCE AND ACCOUNT
000730*   MEANS IT POSTED.  WITHOUT ONE THE POSTING RUN NEVER SAW IT
000740*   OR ITS SUSPENSE LINE WAS LOST, SO IT IS COUNTED UNRESOLVED
000750*   AND GOES BACK TO O, AGED FROM ITS FIRST SUSPENSE DATE LIKE
000760*   ANY OTHER OUTSTANDING ITEM - RE-PRESENTED AGAIN WHILE ITS
000770*   ACCOUNT IS POSTABLE, RETURNED TO THE BRANCH PAST AGELIM.  A
000780*   SECOND RUN ON THE SAME DAY REBUILDS THE SAME RECYCLE FILE -
000790*   ITEMS RE-PRESENTED EARLIER TODAY ARE WRITTEN AGAIN, NOT
000800*   MARKED POSTED.
000810*
000820*   ONLY AN UNKNOWN-ACCOUNT ITEM (3001) IS RE-PRESENTED, AND
000830*   ONLY ONCE ITS ACCOUNT IS ON ACCOUNT_MASTER AND NOT CLOSED.
000840*   A DEBIT AGAINST A SUSPENDED ACCOUNT (3007) IS RE-PRESENTED
000850*   ONCE THE ACCOUNT IS OPEN ('O') AGAIN.
000860*   A CLOSED ACCOUNT (3002) NEVER REOPENS AND A FAILED EDIT
000870*   (3003) NEVER CORRECTS ITSELF - THOSE AGE OUT TO THE BRANCH.
000880*   NEITHER DOES A DUPLICATE (3004), A BAD REVERSAL (3005), OR
000890*   A DEBIT REFUSED FOR FUNDS (3006) - THE BRANCH RESUBMITS
000900*   THOSE ONCE THE CUSTOMER HAS FUNDED THE ACCOUNT.
000910*
000920*   ALERT REASON CODES -
000930*     3100 - SUSPENSE ITEMS RETURNED TO THE BRANCH PAST AGELIM
000940*
000950 ENVIRONMENT DIVISION.
000960 INPUT-OUTPUT SECTION.
000970 FILE-CONTROL.
000980     SELECT SUSPENSE-FILE ASSIGN TO 'SUSPFILE'
000990         ORGANIZATION IS LINE SEQUENTIAL
001000         FILE STATUS IS WS-SUSP-FILE-STATUS.
001010
001020     SELECT SUSPENSE-LEDGER-FILE ASSIGN TO 'SUSPLDGR'
001030         ORGANIZATION IS INDEXED
001040         ACCESS MODE IS DYNAMIC
001050         RECORD KEY IS SPI-KEY
001060         FILE STATUS IS WS-LEDGER-STATUS.
001070
001080     SELECT RECYCLE-FILE ASSIGN TO 'RCYTRAN'
001090         ORGANIZATION IS LINE SEQUENTIAL.
001100
001110     SELECT RETURN-BRANCH-FILE ASSIGN TO 'RTBFILE'
001120         ORGANIZATION IS LINE SEQUENTIAL.
001130
001140     SELECT RECYCLE-REPORT-FILE ASSIGN TO 'SUSPRPT'
001150         ORGANIZATION IS LINE SEQUENTIAL.
001160
001170     SELECT POSTED-HISTORY-FILE ASSIGN TO 'POSTHIST'
001180         ORGANIZATION IS INDEXED
001190         ACCESS MODE IS RANDOM
001200         RECORD KEY IS PHS-REFERENCE
001210         FILE STATUS IS WS-HIST-FILE-STATUS.
001220
001230 DATA DIVISION.
001240 FILE SECTION.
001250 FD  SUSPENSE-FILE
001260     RECORDING MODE IS F.
001270 01  SUSPENSE-FILE-RECORD        PIC X(50).
001280
001290 FD  SUSPENSE-LEDGER-FILE.
001300     COPY SUSPREC.
001310
001320 FD  RECYCLE-FILE
001330     RECORDING MODE IS F.
001340 01  RECYCLE-FILE-RECORD         PIC X(44).
001350
001360 FD  RETURN-BRANCH-FILE
001370     RECORDING MODE IS F.
001380 01  RETURN-BRANCH-RECORD        PIC X(80).
001390
001400 FD  RECYCLE-REPORT-FILE
001410     RECORDING MODE IS F.
001420 01  RECYCLE-REPORT-RECORD       PIC X(132).
001430
001440 FD  POSTED-HISTORY-FILE.
001450     COPY POSTHREC.
001460
001470 WORKING-STORAGE SECTION.
001480     EXEC SQL
001490         INCLUDE SQLCA
001500     END-EXEC.
001510
001520 77  WS-SUSP-FILE-STATUS         PIC X(02).
001530 77  WS-LEDGER-STATUS            PIC X(02).
001540 77  WS-HIST-FILE-STATUS         PIC X(02).
001550 77  WS-AGE-DAYS                 PIC S9(9) COMP VALUE ZERO.
001560
001570 01  WS-USERNAME                 PIC X(20) VALUE SPACES.
001580 01  WS-TNS-ALIAS                PIC X(20) VALUE SPACES.
001590 01  WS-CONNECT-STRING           PIC X(22) VALUE SPACES.
001600
001610 01  WS-ACCOUNT-ROW.
001620     05  WS-ACCT-NUMBER          PIC X(10).
001630     05  WS-ACCT-STATUS          PIC X(01).
001640
001650 01  WS-SQL-ERROR-CHECK.
001660     05  WS-EC-CALLING-PROGRAM   PIC X(12) VALUE 'SUSPRCY'.
001670     05  WS-EC-OPERATION         PIC X(20).
001680     05  WS-EC-REASON-CODE       PIC 9(04).
001690     05  WS-EC-RETURN-CODE       PIC 9(04).
001700
001710 01  WS-SWITCHES.
001720     05  WS-SUSP-EOF-SW          PIC X(01) VALUE 'N'.
001730         88  WS-SUSP-EOF             VALUE 'Y'.
001740     05  WS-LEDGER-EOF-SW        PIC X(01) VALUE 'N'.
001750         88  WS-LEDGER-EOF           VALUE 'Y'.
001760     05  WS-SQL-FAILURE-SW       PIC X(01) VALUE 'N'.
001770         88  WS-SQL-FAILURE          VALUE 'Y'.
001780     05  WS-FILES-OPEN-SW        PIC X(01) VALUE 'N'.
001790         88  WS-FILES-OPEN           VALUE 'Y'.
001800     05  WS-SUSP-OPEN-SW         PIC X(01) VALUE 'N'.
001810         88  WS-SUSP-OPEN            VALUE 'Y'.
001820     05  WS-RECYCLABLE-SW        PIC X(01) VALUE 'N'.
001830         88  WS-RECYCLABLE           VALUE 'Y'.
001840     05  WS-BREACH-SW            PIC X(01) VALUE 'N'.
001850         88  WS-BREACH-SEEN          VALUE 'Y'.
001860     05  WS-HIST-ACTIVE-SW       PIC X(01) VALUE 'N'.
001870         88  WS-HIST-ACTIVE          VALUE 'Y'.
001880
001890 01  WS-COUNTERS.
001900     05  WS-LINES-READ           PIC 9(9) COMP VALUE ZERO.
001910     05  WS-ITEMS-NEW            PIC 9(9) COMP VALUE ZERO.
001920     05  WS-ITEMS-CAME-BACK      PIC 9(9) COMP VALUE ZERO.
001930     05  WS-ITEMS-ALREADY-HELD   PIC 9(9) COMP VALUE ZERO.
001940     05  WS-ITEMS-RECYCLED       PIC 9(9) COMP VALUE ZERO.
001950     05  WS-ITEMS-POSTED         PIC 9(9) COMP VALUE ZERO.
001960     05  WS-ITEMS-UNRESOLVED     PIC 9(9) COMP VALUE ZERO.
001970     05  WS-ITEMS-AGING          PIC 9(9) COMP VALUE ZERO.
001980     05  WS-ITEMS-RETURNED       PIC 9(9) COMP VALUE ZERO.
001990     05  WS-RETURNED-AMOUNT      PIC S9(13)V99 COMP-3
002000                                 VALUE ZERO.
002010
002020 01  WS-AGE-CONTROL.
002030     05  WS-AGE-LIMIT            PIC 9(02) COMP VALUE 10.
002040     05  WS-TODAY-SERIAL         PIC 9(9) COMP VALUE ZERO.
002050     05  WS-FIRST-SERIAL         PIC 9(9) COMP VALUE ZERO.
002060
002070*----------------------------------------------------------*
002080* SERIAL-DAY CONVERSION WORK AREA - SAME HAND-ROLLED        *
002090* APPROACH AS WHSRECON AND REJAGE, NO INTRINSICS.           *
002100*----------------------------------------------------------*
002110 01  WS-SERIAL-WORK.
002120     05  WS-SD-DATE              PIC 9(08).
002130     05  WS-SD-DATE-N REDEFINES WS-SD-DATE.
002140         10  WS-SD-YEAR          PIC 9(04).
002150         10  WS-SD-MONTH         PIC 9(02).
002160         10  WS-SD-DAY           PIC 9(02).
002170     05  WS-SD-SERIAL            PIC 9(9) COMP VALUE ZERO.
002180     05  WS-SD-YEARS             PIC 9(9) COMP VALUE ZERO.
002190     05  WS-SD-REMAINDER         PIC 9(04) COMP VALUE ZERO.
002200     05  WS-SD-QUOTIENT          PIC 9(9) COMP VALUE ZERO.
002210
002220 01  WS-MONTH-CUM-LIST           PIC X(36)
002230                 VALUE '000031059090120151181212243273304334'.
002240 01  WS-MONTH-CUM-TABLE REDEFINES WS-MONTH-CUM-LIST.
002250     05  WS-MONTH-CUM            OCCURS 12 TIMES
002260                                 PIC 9(03).
002270
002280 01  WS-ALERT-CALL.
002290     05  WS-AC-CALLING-PROGRAM   PIC X(12) VALUE 'SUSPRCY'.
002300     05  WS-AC-OPERATION         PIC X(20)
002310             VALUE 'SUSPENSE RETURNED'.
002320     05  WS-AC-REASON-CODE       PIC 9(04) VALUE 3100.
002330     05  WS-AC-RETURN-CODE       PIC 9(04) VALUE 0004.
002340
002350*   THE RETURN-CODE REGISTER IS REPLACED BY EVERY CALLED
002360*   PROGRAM'S ON RETURN, SO THE STEP CODE IS ASSEMBLED IN
002370*   9000 AFTER THE LAST CALL.
002380 01  WS-SAVED-RETURN-CODE        PIC 9(04) VALUE ZERO.
002390
002400 01  WS-AUDIT-CHECK.
002410     05  WS-AUD-START-TIME       PIC 9(8) COMP.
002420     05  WS-AUD-END-TIME         PIC 9(8) COMP.
002430     05  WS-AUD-ELAPSED-MS       PIC 9(9) COMP.
002440     05  WS-AUD-OUTCOME          PIC X(08).
002450
002460 01  WS-PARM-SEGMENTS.
002470     05  WS-PARM-SEG-1           PIC X(30).
002480     05  WS-PARM-SEG-2           PIC X(30).
002490
002500 01  WS-PARM-PIECE               PIC X(30).
002510
002520 01  WS-PARM-WORK.
002530     05  WS-PARM-KEYWORD         PIC X(08).
002540     05  WS-PARM-VALUE           PIC X(30).
002550     05  WS-PARM-VALUE-N2 REDEFINES WS-PARM-VALUE.
002560         10  WS-PARM-DIGITS-2    PIC 9(02).
002570         10  FILLER              PIC X(28).
002580
002590 01  WS-ALIAS-OVERRIDE.
002600     05  WS-ALIAS-OVERRIDE-SW    PIC X(01) VALUE 'N'.
002610         88  WS-ALIAS-OVERRIDDEN     VALUE 'Y'.
002620     05  WS-PARM-ALIAS           PIC X(20) VALUE SPACES.
002630
002640 01  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
002650
002660*----------------------------------------------------------*
002670* ONE SUSPENSE LINE AS ACCTPOST WRITES IT - REASON CODE AND *
002680* THE ORIGINAL TRANREC IMAGE - AND THE TRANSACTION ITSELF   *
002690* SO THE LEDGER KEY CAN BE BUILT FROM IT.                   *
002700*----------------------------------------------------------*
002710 01  WS-SUSPENSE-LINE.
002720     05  SU-REASON-CODE          PIC 9(04).
002730     05  FILLER                  PIC X(01).
002740     05  SU-TRAN-IMAGE           PIC X(44).
002750     05  FILLER                  PIC X(01).
002760
002770     COPY TRANREC.
002780
002790 01  WS-RETURN-LINE.
002800     05  RT-REASON-CODE          PIC 9(04).
002810     05  FILLER                  PIC X(01) VALUE SPACE.
002820     05  RT-FIRST-DATE           PIC 9(08).
002830     05  FILLER                  PIC X(01) VALUE SPACE.
002840     05  RT-DAYS                 PIC 9(05).
002850     05  FILLER                  PIC X(01) VALUE SPACE.
002860     05  RT-TRAN-IMAGE           PIC X(44).
002870     05  FILLER                  PIC X(16) VALUE SPACES.
002880
002890 01  WS-REPORT-HEADING.
002900     05  FILLER                  PIC X(30)
002910             VALUE 'SUSPENSE RECYCLE AS OF'.
002920     05  RH-RUN-DATE             PIC 9(08).
002930     05  FILLER                  PIC X(10) VALUE ' AGELIM='.
002940     05  RH-AGE-LIMIT            PIC Z9.
002950     05  FILLER                  PIC X(82) VALUE SPACES.
002960
002970 01  WS-COLUMN-HEADING.
002980     05  FILLER                  PIC X(12) VALUE 'ACCOUNT'.
002990     05  FILLER                  PIC X(18) VALUE 'REFERENCE'.
003000     05  FILLER                  PIC X(04) VALUE 'TYP'.
003010     05  FILLER                  PIC X(14) VALUE '       AMOUNT'.
003020     05  FILLER                  PIC X(06) VALUE '  RSN'.
003030     05  FILLER                  PIC X(10) VALUE '  FIRST'.
003040     05  FILLER                  PIC X(07) VALUE '   DAYS'.
003050     05  FILLER                  PIC X(10) VALUE '  ACTION'.
003060     05  FILLER                  PIC X(51) VALUE SPACES.
003070
003080 01  WS-DETAIL-LINE.
003090     05  DL-ACCT-NUMBER          PIC X(10).
003100     05  FILLER                  PIC X(02) VALUE SPACES.
003110     05  DL-REFERENCE            PIC X(16).
003120     05  FILLER                  PIC X(02) VALUE SPACES.
003130     05  DL-TYPE                 PIC X(01).
003140     05  FILLER                  PIC X(03) VALUE SPACES.
003150     05  DL-AMOUNT               PIC Z,ZZZ,ZZ9.99.
003160     05  FILLER                  PIC X(02) VALUE SPACES.
003170     05  DL-REASON               PIC 9(04).
003180     05  FILLER                  PIC X(02) VALUE SPACES.
003190     05  DL-FIRST-DATE           PIC 9(08).
003200     05  FILLER                  PIC X(02) VALUE SPACES.
003210     05  DL-DAYS                 PIC ZZZZ9.
003220     05  FILLER                  PIC X(02) VALUE SPACES.
003230     05  DL-ACTION               PIC X(08).
003240     05  FILLER                  PIC X(53) VALUE SPACES.
003250
003260 01  WS-SUMMARY-LINE.
003270     05  FILLER                  PIC X(09) VALUE 'RECYCLED='.
003280     05  SL-RECYCLED             PIC ZZZZZZZZ9.
003290     05  FILLER                  PIC X(08) VALUE ' POSTED='.
003300     05  SL-POSTED               PIC ZZZZZZZZ9.
003310     05  FILLER                  PIC X(07) VALUE ' AGING='.
003320     05  SL-AGING                PIC ZZZZZZZZ9.
003330     05  FILLER                  PIC X(10) VALUE ' RETURNED='.
003340     05  SL-RETURNED             PIC ZZZZZZZZ9.
003350     05  FILLER                  PIC X(08) VALUE ' AMOUNT='.
003360     05  SL-RETURNED-AMOUNT      PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
003370     05  FILLER                  PIC X(12) VALUE ' UNRESOLVED='.
003380     05  SL-UNRESOLVED           PIC ZZZZZZZZ9.
003390     05  FILLER                  PIC X(15) VALUE SPACES.
003400
003410 01  WS-RUN-HISTORY-CALL.
003420     05  WS-RH-CALLING-PROGRAM   PIC X(12) VALUE 'SUSPRCY'.
003430     05  WS-RH-QUALIFIER         PIC X(10) VALUE SPACES.
003440     05  WS-RH-EVENT             PIC X(05).
003450     05  WS-RH-RECORD-COUNT      PIC 9(09) VALUE ZERO.
003460     05  WS-RH-RETURN-CODE       PIC 9(04) VALUE ZERO.
003470
003480 LINKAGE SECTION.
003490 01  LS-PARM-AREA.
003500     05  LS-PARM-LEN             PIC S9(4) COMP.
003510     05  LS-PARM-TEXT            PIC X(80).
003520
003530 PROCEDURE DIVISION USING LS-PARM-AREA.
003540 0000-MAINLINE.
003550     PERFORM 0100-RECORD-RUN-START THRU 0100-EXIT.
003560     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003570     IF WS-FILES-OPEN AND NOT WS-SQL-FAILURE
003580         PERFORM 2000-INTAKE-SUSPENSE-LINE THRU 2000-EXIT
003590             UNTIL WS-SUSP-EOF
003600         PERFORM 3000-SWEEP-LEDGER THRU 3000-EXIT
003610     END-IF.
003620     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003630     PERFORM 9900-RECORD-RUN-END THRU 9900-EXIT.
003640     GOBACK.
003650
003660*----------------------------------------------------------*
003670* 0100-RECORD-RUN-START - FILE THIS STEP'S RUNNING-STATE    *
003680*                         ROW ON THE SHARED BATCH RUN       *
003690*                         HISTORY BEFORE ANY WORK IS DONE.  *
003700*----------------------------------------------------------*
003710 0100-RECORD-RUN-START.
003720     MOVE 'START' TO WS-RH-EVENT.
003730     CALL 'RUNHIST' USING WS-RH-CALLING-PROGRAM
003740                          WS-RH-QUALIFIER
003750                          WS-RH-EVENT
003760                          WS-RH-RECORD-COUNT
003770                          WS-RH-RETURN-CODE.
003780 0100-EXIT.
003790     EXIT.
003800
003810*----------------------------------------------------------*
003820* 1000-INITIALIZE - PARSE THE PARM, CONNECT, AND OPEN THE   *
003830*                   LATEST SUSPENSE GENERATION, THE LEDGER, *
003840*                   THE POSTED-TRANSACTION HISTORY, AND THE *
003850*                   OUTPUT FILES.  A MISSING                *
003860*                   SUSPENSE GENERATION (STATUS 35) ONLY    *
003870*                   MEANS NOTHING NEW WAS SUSPENDED - THE   *
003880*                   LEDGER IS STILL SWEPT AND AGED.         *
003890*----------------------------------------------------------*
003900 1000-INITIALIZE.
003910     MOVE ZERO TO RETURN-CODE.
003920     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003930     PERFORM 1060-PARSE-PARM THRU 1060-EXIT.
003940     MOVE WS-RUN-DATE TO WS-SD-DATE.
003950     PERFORM 8000-DATE-TO-SERIAL THRU 8000-EXIT.
003960     MOVE WS-SD-SERIAL TO WS-TODAY-SERIAL.
003970     PERFORM 1050-GET-CREDENTIALS THRU 1050-EXIT.
003980     PERFORM 1100-CONNECT THRU 1100-EXIT.
003990     IF WS-SQL-FAILURE
004000         GO TO 1000-EXIT
004010     END-IF.
004020     OPEN INPUT SUSPENSE-FILE.
004030     IF WS-SUSP-FILE-STATUS = '00'
004040         SET WS-SUSP-OPEN TO TRUE
004050     ELSE
004060         SET WS-SUSP-EOF TO TRUE
004070         IF WS-SUSP-FILE-STATUS NOT = '35'
004080             DISPLAY 'SUSPRCY SUSPFILE OPEN FAILED - STATUS '
004090                 WS-SUSP-FILE-STATUS
004100             MOVE 12 TO RETURN-CODE
004110             MOVE 12 TO WS-SAVED-RETURN-CODE
004120             GO TO 1000-EXIT
004130         END-IF
004140     END-IF.
004150     PERFORM 1200-OPEN-LEDGER THRU 1200-EXIT.
004160     IF WS-LEDGER-STATUS NOT = '00'
004170         GO TO 1000-EXIT
004180     END-IF.
004190     OPEN INPUT POSTED-HISTORY-FILE.
004200     IF WS-HIST-FILE-STATUS NOT = '00'
004210         DISPLAY 'SUSPRCY POSTHIST OPEN FAILED - STATUS '
004220             WS-HIST-FILE-STATUS
004230         MOVE 12 TO RETURN-CODE
004240         MOVE 12 TO WS-SAVED-RETURN-CODE
004250         CLOSE SUSPENSE-LEDGER-FILE
004260         IF WS-SUSP-OPEN
004270             CLOSE SUSPENSE-FILE
004280             MOVE 'N' TO WS-SUSP-OPEN-SW
004290         END-IF
004300         GO TO 1000-EXIT
004310     END-IF.
004320     OPEN OUTPUT RECYCLE-FILE.
004330     OPEN OUTPUT RETURN-BRANCH-FILE.
004340     OPEN OUTPUT RECYCLE-REPORT-FILE.
004350     SET WS-FILES-OPEN TO TRUE.
004360     MOVE WS-RUN-DATE TO RH-RUN-DATE.
004370     MOVE WS-AGE-LIMIT TO RH-AGE-LIMIT.
004380     WRITE RECYCLE-REPORT-RECORD FROM WS-REPORT-HEADING.
004390     WRITE RECYCLE-REPORT-RECORD FROM WS-COLUMN-HEADING.
004400     IF WS-SUSP-OPEN
004410         PERFORM 2100-READ-SUSPENSE-LINE THRU 2100-EXIT
004420     END-IF.
004430 1000-EXIT.
004440     EXIT.
004450
004460*----------------------------------------------------------*
004470* 1200-OPEN-LEDGER - OPEN THE KEYED SUSPENSE LEDGER FOR     *
004480*                   I-O, CREATING IT WITH A ONE-TIME OPEN   *
004490*                   OUTPUT THE FIRST TIME THIS EVER RUNS,   *
004500*                   AS THE CHANGE AUDIT IS.                 *
004510*----------------------------------------------------------*
004520 1200-OPEN-LEDGER.
004530     OPEN I-O SUSPENSE-LEDGER-FILE.
004540     IF WS-LEDGER-STATUS = '35'
004550         OPEN OUTPUT SUSPENSE-LEDGER-FILE
004560         CLOSE SUSPENSE-LEDGER-FILE
004570         OPEN I-O SUSPENSE-LEDGER-FILE
004580     END-IF.
004590     IF WS-LEDGER-STATUS NOT = '00'
004600         DISPLAY 'SUSPRCY SUSPLDGR OPEN FAILED - STATUS '
004610             WS-LEDGER-STATUS
004620         MOVE 12 TO RETURN-CODE
004630         MOVE 12 TO WS-SAVED-RETURN-CODE
004640         IF WS-SUSP-OPEN
004650             CLOSE SUSPENSE-FILE
004660             MOVE 'N' TO WS-SUSP-OPEN-SW
004670         END-IF
004680     END-IF.
004690 1200-EXIT.
004700     EXIT.
004710
004720*----------------------------------------------------------*
004730* 1060-PARSE-PARM - UP TO TWO COMMA-SEPARATED KEYWORD=VALUE *
004740*                   PIECES, ANY ORDER, ALL OPTIONAL.        *
004750*----------------------------------------------------------*
004760 1060-PARSE-PARM.
004770     IF LS-PARM-LEN > ZERO
004780         MOVE SPACES TO WS-PARM-SEGMENTS
004790         UNSTRING LS-PARM-TEXT (1:LS-PARM-LEN) DELIMITED BY ','
004800             INTO WS-PARM-SEG-1
004810                  WS-PARM-SEG-2
004820         END-UNSTRING
004830         MOVE WS-PARM-SEG-1 TO WS-PARM-PIECE
004840         PERFORM 1070-APPLY-PARM-PIECE THRU 1070-EXIT
004850         MOVE WS-PARM-SEG-2 TO WS-PARM-PIECE
004860         PERFORM 1070-APPLY-PARM-PIECE THRU 1070-EXIT
004870     END-IF.
004880 1060-EXIT.
004890     EXIT.
004900
004910 1070-APPLY-PARM-PIECE.
004920     IF WS-PARM-PIECE = SPACES
004930         GO TO 1070-EXIT
004940     END-IF.
004950     UNSTRING WS-PARM-PIECE DELIMITED BY '='
004960         INTO WS-PARM-KEYWORD
004970              WS-PARM-VALUE
004980     END-UNSTRING.
004990     EVALUATE WS-PARM-KEYWORD
005000         WHEN 'AGELIM'
005010             MOVE WS-PARM-DIGITS-2 TO WS-AGE-LIMIT
005020         WHEN 'ALIAS'
005030             MOVE WS-PARM-VALUE (1:20) TO WS-PARM-ALIAS
005040             SET WS-ALIAS-OVERRIDDEN TO TRUE
005050         WHEN OTHER
005060             CONTINUE
005070     END-EVALUATE.
005080 1070-EXIT.
005090     EXIT.
005100
005110*----------------------------------------------------------*
005120* 1050-GET-CREDENTIALS - PULL THE AUDIT-TRAIL USERNAME AND  *
005130*                        THE WALLET TNS ALIAS AT RUNTIME    *
005140*                        FROM THE PROTECTED ENVIRONMENT     *
005150*                        REFERENCE, UNLESS THE RUN PARM     *
005160*                        OVERRODE THE ALIAS.  NO PASSWORD   *
005170*                        IS READ OR HELD ANYWHERE - THE     *
005180*                        CONNECT BELOW IS RESOLVED BY THE   *
005190*                        ORACLE WALLET.                     *
005200*----------------------------------------------------------*
005210 1050-GET-CREDENTIALS.
005220     ACCEPT WS-USERNAME  FROM ENVIRONMENT 'DBCONN-USERID'.
005230     IF WS-ALIAS-OVERRIDDEN
005240         MOVE WS-PARM-ALIAS TO WS-TNS-ALIAS
005250     ELSE
005260         ACCEPT WS-TNS-ALIAS FROM ENVIRONMENT 'DBCONN-TNSALIAS'
005270     END-IF.
005280     STRING '/@' DELIMITED BY SIZE
005290            WS-TNS-ALIAS DELIMITED BY SPACE
005300         INTO WS-CONNECT-STRING.
005310 1050-EXIT.
005320     EXIT.
005330
005340 1100-CONNECT.
005350     MOVE 'CONNECT' TO WS-EC-OPERATION.
005360     ACCEPT WS-AUD-START-TIME FROM TIME.
005370     EXEC SQL
005380         CONNECT :WS-CONNECT-STRING
005390     END-EXEC.
005400
005410     CALL 'SQLERRCK' USING WS-EC-CALLING-PROGRAM
005420                           WS-EC-OPERATION
005430                           SQLCODE
005440                           WS-EC-REASON-CODE
005450                           WS-EC-RETURN-CODE.
005460     PERFORM 2160-RECORD-AUDIT-ENTRY THRU 2160-EXIT.
005470     IF WS-EC-RETURN-CODE NOT = ZERO
005480         SET WS-SQL-FAILURE TO TRUE
005490         MOVE WS-EC-RETURN-CODE TO RETURN-CODE
005500         MOVE WS-EC-RETURN-CODE TO WS-SAVED-RETURN-CODE
005510     END-IF.
005520 1100-EXIT.
005530     EXIT.
005540
005550*----------------------------------------------------------*
005560* 2000-INTAKE-SUSPENSE-LINE - TAKE THE SUSPENSE LINE JUST   *
005570*                   READ ONTO THE LEDGER AND READ THE NEXT. *
005580*----------------------------------------------------------*
005590 2000-INTAKE-SUSPENSE-LINE.
005600     MOVE SU-TRAN-IMAGE TO POSTING-TRANSACTION.
005610     MOVE TRN-ACCT-NUMBER TO SPI-ACCT-NUMBER.
005620     MOVE TRN-REFERENCE TO SPI-REFERENCE.
005630     READ SUSPENSE-LEDGER-FILE
005640         INVALID KEY
005650             PERFORM 2250-START-NEW-ITEM THRU 2250-EXIT
005660         NOT INVALID KEY
005670             PERFORM 2200-UPDATE-KNOWN-ITEM THRU 2200-EXIT
005680     END-READ.
005690     PERFORM 2100-READ-SUSPENSE-LINE THRU 2100-EXIT.
005700 2000-EXIT.
005710     EXIT.
005720
005730 2100-READ-SUSPENSE-LINE.
005740     READ SUSPENSE-FILE INTO WS-SUSPENSE-LINE
005750         AT END
005760             SET WS-SUSP-EOF TO TRUE
005770         NOT AT END
005780             ADD 1 TO WS-LINES-READ
005790     END-READ.
005800 2100-EXIT.
005810     EXIT.
005820
005830*----------------------------------------------------------*
005840* 2200-UPDATE-KNOWN-ITEM - THE ACCOUNT AND REFERENCE ARE    *
005850*                   ALREADY ON THE LEDGER.  A RE-PRESENTED  *
005860*                   ITEM THAT CAME BACK IS OUTSTANDING      *
005870*                   AGAIN UNDER ITS NEW REASON BUT KEEPS    *
005880*                   ITS FIRST SUSPENSE DATE.  AN ITEM STILL *
005890*                   OUTSTANDING IS THE BRANCH RESENDING IT  *
005900*                   - IT IS HELD ONCE, NOT TWICE.  A ROW    *
005910*                   ALREADY POSTED OR RETURNED STARTS A NEW *
005920*                   LIFE.  A DIFFERENT TRANSACTION UNDER    *
005930*                   THE SAME KEY CANNOT HAVE A ROW OF ITS   *
005940*                   OWN AND GOES STRAIGHT BACK TO THE       *
005950*                   BRANCH.                                 *
005960*----------------------------------------------------------*
005970 2200-UPDATE-KNOWN-ITEM.
005980     IF SPI-POSTED OR SPI-RETURNED
005990         PERFORM 2250-START-NEW-ITEM THRU 2250-EXIT
006000         GO TO 2200-EXIT
006010     END-IF.
006020     IF SPI-TRAN-IMAGE NOT = SU-TRAN-IMAGE
006030         PERFORM 2300-RETURN-UNTRACKABLE THRU 2300-EXIT
006040         GO TO 2200-EXIT
006050     END-IF.
006060     IF SPI-REPRESENTED AND SPI-STATE-DATE = WS-RUN-DATE
006070*        RE-PRESENTED EARLIER TODAY - A SAME-DAY RERUN.
006080         GO TO 2200-EXIT
006090     END-IF.
006100     IF SPI-REPRESENTED
006110         ADD 1 TO WS-ITEMS-CAME-BACK
006120         SET SPI-OUTSTANDING TO TRUE
006130         MOVE WS-RUN-DATE TO SPI-STATE-DATE
006140     ELSE
006150         ADD 1 TO WS-ITEMS-ALREADY-HELD
006160     END-IF.
006170     MOVE SU-REASON-CODE TO SPI-REASON-CODE.
006180     MOVE WS-RUN-DATE TO SPI-LAST-SEEN-DATE.
006190     PERFORM 3900-REWRITE-ITEM THRU 3900-EXIT.
006200 2200-EXIT.
006210     EXIT.
006220
006230 2250-START-NEW-ITEM.
006240     MOVE TRN-ACCT-NUMBER TO SPI-ACCT-NUMBER.
006250     MOVE TRN-REFERENCE TO SPI-REFERENCE.
006260     MOVE WS-RUN-DATE TO SPI-FIRST-DATE.
006270     MOVE WS-RUN-DATE TO SPI-LAST-SEEN-DATE.
006280     MOVE SU-REASON-CODE TO SPI-REASON-CODE.
006290     MOVE ZERO TO SPI-DAYS-IN-SUSPENSE.
006300     MOVE ZERO TO SPI-PRESENT-COUNT.
006310     SET SPI-OUTSTANDING TO TRUE.
006320     MOVE WS-RUN-DATE TO SPI-STATE-DATE.
006330     MOVE SU-TRAN-IMAGE TO SPI-TRAN-IMAGE.
006340     ADD 1 TO WS-ITEMS-NEW.
006350     WRITE SUSPENSE-ITEM-RECORD
006360         INVALID KEY
006370             REWRITE SUSPENSE-ITEM-RECORD
006380     END-WRITE.
006390     IF WS-LEDGER-STATUS NOT = '00'
006400         DISPLAY 'SUSPRCY SUSPLDGR WRITE FAILED FOR '
006410             SPI-KEY ' - STATUS ' WS-LEDGER-STATUS
006420         IF WS-SAVED-RETURN-CODE < 8
006430             MOVE 8 TO WS-SAVED-RETURN-CODE
006440         END-IF
006450     END-IF.
006460 2250-EXIT.
006470     EXIT.
006480
006490 2300-RETURN-UNTRACKABLE.
006500     MOVE SU-REASON-CODE TO RT-REASON-CODE.
006510     MOVE WS-RUN-DATE TO RT-FIRST-DATE.
006520     MOVE ZERO TO RT-DAYS.
006530     MOVE SU-TRAN-IMAGE TO RT-TRAN-IMAGE.
006540     WRITE RETURN-BRANCH-RECORD FROM WS-RETURN-LINE.
006550     ADD 1 TO WS-ITEMS-RETURNED.
006560     ADD TRN-AMOUNT TO WS-RETURNED-AMOUNT.
006570     SET WS-BREACH-SEEN TO TRUE.
006580     MOVE TRN-ACCT-NUMBER TO DL-ACCT-NUMBER.
006590     MOVE TRN-REFERENCE TO DL-REFERENCE.
006600     MOVE TRN-TYPE TO DL-TYPE.
006610     MOVE TRN-AMOUNT TO DL-AMOUNT.
006620     MOVE SU-REASON-CODE TO DL-REASON.
006630     MOVE WS-RUN-DATE TO DL-FIRST-DATE.
006640     MOVE ZERO TO DL-DAYS.
006650     MOVE 'KEY DUP' TO DL-ACTION.
006660     WRITE RECYCLE-REPORT-RECORD FROM WS-DETAIL-LINE.
006670 2300-EXIT.
006680     EXIT.
006690
006700*----------------------------------------------------------*
006710* 3000-SWEEP-LEDGER - WALK THE WHOLE LEDGER IN KEY ORDER    *
006720*                   AND DECIDE EVERY LIVE ITEM - POSTED,    *
006730*                   RE-PRESENTED, STILL AGING, OR RETURNED  *
006740*                   TO THE BRANCH.                          *
006750*----------------------------------------------------------*
006760 3000-SWEEP-LEDGER.
006770     MOVE LOW-VALUES TO SPI-KEY.
006780     START SUSPENSE-LEDGER-FILE KEY IS NOT LESS THAN SPI-KEY
006790         INVALID KEY
006800             SET WS-LEDGER-EOF TO TRUE
006810     END-START.
006820     PERFORM 3100-SWEEP-ONE-ITEM THRU 3100-EXIT
006830         UNTIL WS-LEDGER-EOF OR WS-SQL-FAILURE.
006840 3000-EXIT.
006850     EXIT.
006860
006870 3100-SWEEP-ONE-ITEM.
006880     READ SUSPENSE-LEDGER-FILE NEXT RECORD
006890         AT END
006900             SET WS-LEDGER-EOF TO TRUE
006910     END-READ.
006920     IF WS-LEDGER-EOF
006930         GO TO 3100-EXIT
006940     END-IF.
006950     EVALUATE TRUE
006960         WHEN SPI-REPRESENTED
006970             PERFORM 3200-SETTLE-REPRESENTED THRU 3200-EXIT
006980         WHEN SPI-OUTSTANDING
006990             PERFORM 3300-WORK-OUTSTANDING THRU 3300-EXIT
007000         WHEN OTHER
007010             CONTINUE
007020     END-EVALUATE.
007030 3100-EXIT.
007040     EXIT.
007050
007060*----------------------------------------------------------*
007070* 3200-SETTLE-REPRESENTED - AN ITEM RE-PRESENTED ON AN      *
007080*                   EARLIER DAY THAT DID NOT COME BACK ON   *
007090*                   THE SUSPENSE GENERATION POSTED ONLY IF  *
007100*                   POSTHIST HOLDS AN ACTIVE ROW FOR IT.    *
007110*                   WITHOUT ONE IT IS COUNTED UNRESOLVED,   *
007120*                   PUT BACK TO OUTSTANDING, AND WORKED AS  *
007130*                   ONE BY 3300 - SO IT STILL AGES OUT TO   *
007140*                   THE BRANCH PAST AGELIM.  ONE            *
007150*                   RE-PRESENTED EARLIER TODAY GOES ON THE  *
007160*                   RECYCLE FILE AGAIN.                     *
007170*----------------------------------------------------------*
007180 3200-SETTLE-REPRESENTED.
007190     MOVE SPI-TRAN-IMAGE TO POSTING-TRANSACTION.
007200     IF SPI-STATE-DATE = WS-RUN-DATE
007210         WRITE RECYCLE-FILE-RECORD FROM SPI-TRAN-IMAGE
007220         ADD 1 TO WS-ITEMS-RECYCLED
007230         MOVE 'RECYCLED' TO DL-ACTION
007240         PERFORM 3800-WRITE-DETAIL-LINE THRU 3800-EXIT
007250         GO TO 3200-EXIT
007260     END-IF.
007270     PERFORM 3250-CHECK-POSTED-HISTORY THRU 3250-EXIT.
007280     IF WS-SQL-FAILURE
007290         GO TO 3200-EXIT
007300     END-IF.
007310     IF WS-HIST-ACTIVE
007320         SET SPI-POSTED TO TRUE
007330         MOVE WS-RUN-DATE TO SPI-STATE-DATE
007340         ADD 1 TO WS-ITEMS-POSTED
007350         MOVE 'POSTED' TO DL-ACTION
007360         PERFORM 3900-REWRITE-ITEM THRU 3900-EXIT
007370     ELSE
007380         ADD 1 TO WS-ITEMS-UNRESOLVED
007390         MOVE 'UNRESLVD' TO DL-ACTION
007400     END-IF.
007410     PERFORM 3800-WRITE-DETAIL-LINE THRU 3800-EXIT.
007420     IF NOT WS-HIST-ACTIVE
007430         SET SPI-OUTSTANDING TO TRUE
007440         MOVE WS-RUN-DATE TO SPI-STATE-DATE
007450         PERFORM 3300-WORK-OUTSTANDING THRU 3300-EXIT
007460     END-IF.
007470 3200-EXIT.
007480     EXIT.
007490
007500*----------------------------------------------------------*
007510* 3250-CHECK-POSTED-HISTORY - LOOK THE ITEM'S REFERENCE UP  *
007520*                   ON POSTHIST.  IT COUNTS AS POSTED ONLY  *
007530*                   WHEN THE ROW IS STILL ACTIVE (NOT       *
007540*                   REVERSED) AND BELONGS TO THE SAME       *
007550*                   ACCOUNT.  A READ ERROR STOPS THE SWEEP. *
007560*----------------------------------------------------------*
007570 3250-CHECK-POSTED-HISTORY.
007580     MOVE 'N' TO WS-HIST-ACTIVE-SW.
007590     MOVE SPI-REFERENCE TO PHS-REFERENCE.
007600     READ POSTED-HISTORY-FILE
007610         INVALID KEY
007620             CONTINUE
007630     END-READ.
007640     IF WS-HIST-FILE-STATUS = '23'
007650         GO TO 3250-EXIT
007660     END-IF.
007670     IF WS-HIST-FILE-STATUS NOT = '00'
007680         DISPLAY 'SUSPRCY POSTHIST READ FAILED FOR REFERENCE '
007690             SPI-REFERENCE ' - STATUS ' WS-HIST-FILE-STATUS
007700         MOVE 12 TO RETURN-CODE
007710         MOVE 12 TO WS-SAVED-RETURN-CODE
007720         SET WS-SQL-FAILURE TO TRUE
007730         GO TO 3250-EXIT
007740     END-IF.
007750     IF PHS-ACTIVE
007760             AND PHS-ACCT-NUMBER = SPI-ACCT-NUMBER
007770         SET WS-HIST-ACTIVE TO TRUE
007780     END-IF.
007790 3250-EXIT.
007800     EXIT.
007810
007820*----------------------------------------------------------*
007830* 3300-WORK-OUTSTANDING - AGE THE ITEM FROM ITS FIRST       *
007840*                   SUSPENSE DATE, RE-PRESENT IT WHEN ITS   *
007850*                   ACCOUNT IS NOW POSTABLE, OTHERWISE      *
007860*                   RETURN IT TO THE BRANCH ONCE IT IS PAST *
007870*                   THE AGE LIMIT OR LEAVE IT AGING.        *
007880*----------------------------------------------------------*
007890 3300-WORK-OUTSTANDING.
007900     MOVE SPI-TRAN-IMAGE TO POSTING-TRANSACTION.
007910     MOVE SPI-FIRST-DATE TO WS-SD-DATE.
007920     PERFORM 8000-DATE-TO-SERIAL THRU 8000-EXIT.
007930     MOVE WS-SD-SERIAL TO WS-FIRST-SERIAL.
007940     COMPUTE WS-AGE-DAYS = WS-TODAY-SERIAL - WS-FIRST-SERIAL.
007950     IF WS-AGE-DAYS < ZERO
007960         MOVE ZERO TO WS-AGE-DAYS
007970     END-IF.
007980     MOVE WS-AGE-DAYS TO SPI-DAYS-IN-SUSPENSE.
007990     PERFORM 3400-CHECK-RECYCLABLE THRU 3400-EXIT.
008000     IF WS-SQL-FAILURE
008010         GO TO 3300-EXIT
008020     END-IF.
008030     EVALUATE TRUE
008040         WHEN WS-RECYCLABLE
008050             WRITE RECYCLE-FILE-RECORD FROM SPI-TRAN-IMAGE
008060             SET SPI-REPRESENTED TO TRUE
008070             MOVE WS-RUN-DATE TO SPI-STATE-DATE
008080             ADD 1 TO SPI-PRESENT-COUNT
008090             ADD 1 TO WS-ITEMS-RECYCLED
008100             MOVE 'RECYCLED' TO DL-ACTION
008110         WHEN WS-AGE-DAYS > WS-AGE-LIMIT
008120             PERFORM 3500-RETURN-TO-BRANCH THRU 3500-EXIT
008130             MOVE 'RETURNED' TO DL-ACTION
008140         WHEN OTHER
008150             ADD 1 TO WS-ITEMS-AGING
008160             MOVE 'AGING' TO DL-ACTION
008170     END-EVALUATE.
008180     PERFORM 3900-REWRITE-ITEM THRU 3900-EXIT.
008190     PERFORM 3800-WRITE-DETAIL-LINE THRU 3800-EXIT.
008200 3300-EXIT.
008210     EXIT.
008220
008230*----------------------------------------------------------*
008240* 3400-CHECK-RECYCLABLE - ONLY AN UNKNOWN-ACCOUNT ITEM CAN  *
008250*                   EVER POST ON ITS OWN, AND ONLY ONCE THE *
008260*                   NIGHTLY LOAD HAS INSERTED ITS ACCOUNT   *
008270*                   AND THE ACCOUNT IS NOT CLOSED.          *
008280*                   A SUSPENDED-ACCOUNT DEBIT WAITS FOR THE *
008290*                   ACCOUNT TO BE OPEN AGAIN.               *
008300*----------------------------------------------------------*
008310 3400-CHECK-RECYCLABLE.
008320     MOVE 'N' TO WS-RECYCLABLE-SW.
008330     IF SPI-REASON-CODE NOT = 3001
008340             AND SPI-REASON-CODE NOT = 3007
008350         GO TO 3400-EXIT
008360     END-IF.
008370     MOVE SPI-ACCT-NUMBER TO WS-ACCT-NUMBER.
008380     MOVE 'SELECT MASTER' TO WS-EC-OPERATION.
008390     EXEC SQL
008400         SELECT ACCT_STATUS
008410         INTO :WS-ACCT-STATUS
008420         FROM ACCOUNT_MASTER
008430         WHERE ACCT_NUMBER = :WS-ACCT-NUMBER
008440     END-EXEC.
008450
008460     IF SQLCODE = 1403
008470         GO TO 3400-EXIT
008480     END-IF.
008490     CALL 'SQLERRCK' USING WS-EC-CALLING-PROGRAM
008500                           WS-EC-OPERATION
008510                           SQLCODE
008520                           WS-EC-REASON-CODE
008530                           WS-EC-RETURN-CODE.
008540     IF WS-EC-RETURN-CODE NOT = ZERO
008550         SET WS-SQL-FAILURE TO TRUE
008560         MOVE WS-EC-RETURN-CODE TO RETURN-CODE
008570         MOVE WS-EC-RETURN-CODE TO WS-SAVED-RETURN-CODE
008580         GO TO 3400-EXIT
008590     END-IF.
008600     IF WS-ACCT-STATUS NOT = 'C'
008610             AND SPI-REASON-CODE = 3001
008620         MOVE 'Y' TO WS-RECYCLABLE-SW
008630     END-IF.
008640     IF WS-ACCT-STATUS = 'O'
008650             AND SPI-REASON-CODE = 3007
008660         MOVE 'Y' TO WS-RECYCLABLE-SW
008670     END-IF.
008680 3400-EXIT.
008690     EXIT.
008700
008710*----------------------------------------------------------*
008720* 3500-RETURN-TO-BRANCH - THE ITEM HAS SAT PAST THE AGE     *
008730*                   LIMIT - ONE LINE TO THE RETURN-TO-      *
008740*                   BRANCH FILE WITH ITS REASON, FIRST      *
008750*                   SUSPENSE DATE, AGE, AND ORIGINAL IMAGE, *
008760*                   AND THE RUN WILL RAISE THE ALERT.       *
008770*----------------------------------------------------------*
008780 3500-RETURN-TO-BRANCH.
008790     MOVE SPI-REASON-CODE TO RT-REASON-CODE.
008800     MOVE SPI-FIRST-DATE TO RT-FIRST-DATE.
008810     MOVE SPI-DAYS-IN-SUSPENSE TO RT-DAYS.
008820     MOVE SPI-TRAN-IMAGE TO RT-TRAN-IMAGE.
008830     WRITE RETURN-BRANCH-RECORD FROM WS-RETURN-LINE.
008840     SET SPI-RETURNED TO TRUE.
008850     MOVE WS-RUN-DATE TO SPI-STATE-DATE.
008860     ADD 1 TO WS-ITEMS-RETURNED.
008870     ADD TRN-AMOUNT TO WS-RETURNED-AMOUNT.
008880     SET WS-BREACH-SEEN TO TRUE.
008890 3500-EXIT.
008900     EXIT.
008910
008920 3800-WRITE-DETAIL-LINE.
008930     MOVE SPI-ACCT-NUMBER TO DL-ACCT-NUMBER.
008940     MOVE SPI-REFERENCE TO DL-REFERENCE.
008950     MOVE TRN-TYPE TO DL-TYPE.
008960     MOVE TRN-AMOUNT TO DL-AMOUNT.
008970     MOVE SPI-REASON-CODE TO DL-REASON.
008980     MOVE SPI-FIRST-DATE TO DL-FIRST-DATE.
008990     MOVE SPI-DAYS-IN-SUSPENSE TO DL-DAYS.
009000     WRITE RECYCLE-REPORT-RECORD FROM WS-DETAIL-LINE.
009010 3800-EXIT.
009020     EXIT.
009030
009040 3900-REWRITE-ITEM.
009050     REWRITE SUSPENSE-ITEM-RECORD
009060         INVALID KEY
009070             DISPLAY 'SUSPRCY SUSPLDGR REWRITE FAILED FOR '
009080                 SPI-KEY ' - STATUS ' WS-LEDGER-STATUS
009090             IF WS-SAVED-RETURN-CODE < 8
009100                 MOVE 8 TO WS-SAVED-RETURN-CODE
009110             END-IF
009120     END-REWRITE.
009130 3900-EXIT.
009140     EXIT.
009150
009160*----------------------------------------------------------*
009170* 2160-RECORD-AUDIT-ENTRY - APPEND ONE ROW TO THE SHARED    *
009180*                           CONNECTIVITY AUDIT TRAIL FOR    *
009190*                           THE ATTEMPT JUST MADE.          *
009200*----------------------------------------------------------*
009210 2160-RECORD-AUDIT-ENTRY.
009220     ACCEPT WS-AUD-END-TIME FROM TIME.
009230     CALL 'ELAPTIME' USING WS-AUD-START-TIME
009240                           WS-AUD-END-TIME
009250                           WS-AUD-ELAPSED-MS.
009260     IF WS-EC-RETURN-CODE = ZERO
009270         MOVE 'SUCCESS' TO WS-AUD-OUTCOME
009280     ELSE
009290         MOVE 'FAILURE' TO WS-AUD-OUTCOME
009300     END-IF.
009310     CALL 'AUDITLOG' USING WS-EC-CALLING-PROGRAM
009320                           WS-EC-OPERATION
009330                           WS-USERNAME
009340                           WS-AUD-OUTCOME
009350                           WS-AUD-ELAPSED-MS.
009360 2160-EXIT.
009370     EXIT.
009380
009390*----------------------------------------------------------*
009400* 8000-DATE-TO-SERIAL - TURN WS-SD-DATE (YYYYMMDD) INTO A   *
009410*                  DAY COUNT.  ONLY DIFFERENCES ARE EVER    *
009420*                  USED, SO THE EPOCH IS ARBITRARY.  LEAP   *
009430*                  YEARS FOLLOW THE SAME 4/100/400 RULE AS  *
009440*                  THE FLDEDIT DATE VALIDATION.             *
009450*----------------------------------------------------------*
009460 8000-DATE-TO-SERIAL.
009470     COMPUTE WS-SD-YEARS = WS-SD-YEAR - 1.
009480     COMPUTE WS-SD-SERIAL =
009490         (WS-SD-YEARS * 365)
009500         + (WS-SD-YEARS / 4)
009510         - (WS-SD-YEARS / 100)
009520         + (WS-SD-YEARS / 400)
009530         + WS-MONTH-CUM (WS-SD-MONTH)
009540         + WS-SD-DAY.
009550     IF WS-SD-MONTH > 2
009560         DIVIDE WS-SD-YEAR BY 4
009570             GIVING WS-SD-QUOTIENT
009580             REMAINDER WS-SD-REMAINDER
009590         IF WS-SD-REMAINDER = ZERO
009600             DIVIDE WS-SD-YEAR BY 100
009610                 GIVING WS-SD-QUOTIENT
009620                 REMAINDER WS-SD-REMAINDER
009630             IF WS-SD-REMAINDER NOT = ZERO
009640                 ADD 1 TO WS-SD-SERIAL
009650             ELSE
009660                 DIVIDE WS-SD-YEAR BY 400
009670                     GIVING WS-SD-QUOTIENT
009680                     REMAINDER WS-SD-REMAINDER
009690                 IF WS-SD-REMAINDER = ZERO
009700                     ADD 1 TO WS-SD-SERIAL
009710                 END-IF
009720             END-IF
009730         END-IF
009740     END-IF.
009750 8000-EXIT.
009760     EXIT.
009770
009780*----------------------------------------------------------*
009790* 9000-TERMINATE - CLOSE UP, PRINT THE SUMMARY AND CONTROL  *
009800*                  TOTALS, RAISE THE ALERT WHEN ANYTHING    *
009810*                  WENT BACK TO THE BRANCH, AND SET THE     *
009820*                  STEP RETURN CODE.                        *
009830*----------------------------------------------------------*
009840 9000-TERMINATE.
009850     IF WS-FILES-OPEN
009860         MOVE WS-ITEMS-RECYCLED TO SL-RECYCLED
009870         MOVE WS-ITEMS-POSTED TO SL-POSTED
009880         MOVE WS-ITEMS-UNRESOLVED TO SL-UNRESOLVED
009890         MOVE WS-ITEMS-AGING TO SL-AGING
009900         MOVE WS-ITEMS-RETURNED TO SL-RETURNED
009910         MOVE WS-RETURNED-AMOUNT TO SL-RETURNED-AMOUNT
009920         WRITE RECYCLE-REPORT-RECORD FROM WS-SUMMARY-LINE
009930         IF WS-SUSP-OPEN
009940             CLOSE SUSPENSE-FILE
009950         END-IF
009960         CLOSE SUSPENSE-LEDGER-FILE
009970         CLOSE POSTED-HISTORY-FILE
009980         CLOSE RECYCLE-FILE
009990         CLOSE RETURN-BRANCH-FILE
010000         CLOSE RECYCLE-REPORT-FILE
010010     END-IF.
010020     IF WS-BREACH-SEEN
010030         CALL 'ALERTOPS' USING WS-AC-CALLING-PROGRAM
010040                               WS-AC-OPERATION
010050                               WS-AC-REASON-CODE
010060                               WS-AC-RETURN-CODE
010070         IF WS-SAVED-RETURN-CODE < 4
010080             MOVE 4 TO WS-SAVED-RETURN-CODE
010090         END-IF
010100     END-IF.
010110     IF WS-ITEMS-UNRESOLVED > ZERO
010120             AND WS-SAVED-RETURN-CODE < 4
010130         MOVE 4 TO WS-SAVED-RETURN-CODE
010140     END-IF.
010150     IF WS-SAVED-RETURN-CODE > RETURN-CODE
010160         MOVE WS-SAVED-RETURN-CODE TO RETURN-CODE
010170     END-IF.
010180     DISPLAY 'SUSPRCY SUSPENSE LINES READ: ' WS-LINES-READ.
010190     DISPLAY 'SUSPRCY NEW ITEMS:           ' WS-ITEMS-NEW.
010200     DISPLAY 'SUSPRCY BACK FROM POSTING:   ' WS-ITEMS-CAME-BACK.
010210     DISPLAY 'SUSPRCY ALREADY HELD:        '
010220         WS-ITEMS-ALREADY-HELD.
010230     DISPLAY 'SUSPRCY RECYCLED:            ' WS-ITEMS-RECYCLED.
010240     DISPLAY 'SUSPRCY CONFIRMED POSTED:    ' WS-ITEMS-POSTED.
010250     DISPLAY 'SUSPRCY UNRESOLVED:          '
010260         WS-ITEMS-UNRESOLVED.
010270     DISPLAY 'SUSPRCY STILL AGING:         ' WS-ITEMS-AGING.
010280     DISPLAY 'SUSPRCY RETURNED TO BRANCH:  ' WS-ITEMS-RETURNED.
010290     DISPLAY 'SUSPRCY RETURNED AMOUNT:     ' WS-RETURNED-AMOUNT.
010300 9000-EXIT.
010310     EXIT.
010320
010330*----------------------------------------------------------*
010340* 9900-RECORD-RUN-END - COMPLETE THIS STEP'S ROW ON THE     *
010350*                       SHARED BATCH RUN HISTORY WITH THE   *
010360*                       RECORD COUNT AND THE FINAL STEP     *
010370*                       RETURN CODE, THEN PUT THE RETURN    *
010380*                       CODE BACK - THE CALL REPLACES IT.   *
010390*----------------------------------------------------------*
010400 9900-RECORD-RUN-END.
010410     MOVE 'END' TO WS-RH-EVENT.
010420     MOVE WS-LINES-READ TO WS-RH-RECORD-COUNT.
010430     MOVE RETURN-CODE TO WS-RH-RETURN-CODE.
010440     CALL 'RUNHIST' USING WS-RH-CALLING-PROGRAM
010450                          WS-RH-QUALIFIER
010460                          WS-RH-EVENT
010470                          WS-RH-RECORD-COUNT
010480                          WS-RH-RETURN-CODE.
010490     MOVE WS-RH-RETURN-CODE TO RETURN-CODE.
010500 9900-EXIT.
010510     EXIT.
