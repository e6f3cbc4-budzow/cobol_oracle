000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. BALPROOF.
000030 AUTHOR. R-HALVORSEN.
000040 INSTALLATION. DATA-SERVICES.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------*
000080* MODIFICATION HISTORY                                      *
000090*   DATE       INIT  DESCRIPTION                             *
000100*   2026-10-15 MWK   ORIGINAL VERSION - DAILY BALANCE PROOF  *
000110*                    OVER ACCOUNT_MASTER.  NOTHING PROVED    *
000120*                    THAT YESTERDAY'S TOTAL OF ACCT_BALANCE  *
000130*                    PLUS WHAT WAS POSTED SINCE EQUALS       *
000140*                    TODAY'S TOTAL.  THIS STEP TAKES THE     *
000150*                    PRIOR PROOF'S TOTAL FROM THE KEYED      *
000160*                    PROOF HISTORY (BALPREC LAYOUT, DD       *
000170*                    BALPHIST), ADDS THE NET POSTED AMOUNT   *
000180*                    OF EVERY ACCTPOST GL JOURNAL NOT YET    *
000190*                    PROVEN (DD GLJRNL), THE OPENING         *
000200*                    BALANCES ACCTLOAD INSERTED AND THE      *
000210*                    AMNT BALANCE ADJUSTMENTS MADE SINCE THE *
000220*                    PRIOR PROOF (BOTH FROM THE ACCTCHG      *
000230*                    CHANGE AUDIT), AND COMPARES THE RESULT  *
000240*                    WITH ACCOUNT_MASTER'S OWN TOTAL.  AN    *
000250*                    OUT-OF-BALANCE DAY RAISES AN ALERTOPS   *
000260*                    ROW.  EVERY RUN FILES ITS PROOF FOR THE *
000270*                    NEXT ONE.                               *
000271*   2026-10-15 MWK   EVERY RUN NOW FILES ITS START, END,     *
000272*                    RECORD COUNT, AND RETURN CODE ON THE    *
000273*                    SHARED BATCH RUN HISTORY (DD RUNHIST)   *
000274*                    THROUGH THE RUNHIST SUBPROGRAM, FOR THE *
000275*                    BATWNDW BATCH-WINDOW REPORT.            *
000280*----------------------------------------------------------*
000290*
000300*   PARM FORMAT - 'ALIAS=aaaa'
000310*             ALIAS OVERRIDES THE WALLET TNS ALIAS AS IN THE
000320*             OTHER PROGRAMS.  OPTIONAL.
000330*
000340*   THE PROOF COVERS THE WINDOW FROM THE PRIOR PROOF'S DATE
000350*   AND TIME TO THIS RUN'S, TAKEN JUST BEFORE ACCOUNT_MASTER
000360*   IS TOTALLED -
000370*             PRIOR TOTAL    THE PRIOR PROOF'S CURRENT TOTAL -
000380*                            WHAT ACCOUNT_MASTER REALLY HELD,
000390*                            SO ONE BAD DAY IS NOT CARRIED
000400*                            INTO THE NEXT
000410*           + NET POSTED     TRAILER NET LIABILITY OF EVERY
000420*                            JOURNAL WHOSE RUN ID IS NEWER
000430*                            THAN THE LAST ONE PROVEN
000440*           + OPENINGS       BALANCE ON EVERY ACCTLOAD INSERT
000450*                            ROW (NO BEFORE-IMAGE) IN THE
000460*                            WINDOW
000470*           + ADJUSTMENTS    CHG-ADJ-AMOUNT ON EVERY CHANGE
000480*                            AUDIT ROW IN THE WINDOW
000490*           = EXPECTED TOTAL, WHICH MUST EQUAL SUM(ACCT_BALANCE)
000500*             OVER EVERY ROW ON ACCOUNT_MASTER, ANY STATUS.
000510*
000520*   THE FIRST RUN HAS NO PRIOR PROOF - IT FILES THE OPENING
000530*   POSITION AND TAKES EVERY JOURNAL ON FILE AS ALREADY
000540*   PROVEN.  A JOURNAL WITH NO TRAILER, OR WHOSE TRAILER DOES
000550*   NOT AGREE WITH ITS LINES, IS NOT COUNTED AND ENDS THE STEP
000560*   WITH RC=8.
000570*
000580*   ALERT REASON CODES -
000590*     3200 - ACCOUNT_MASTER OUT OF BALANCE WITH THE PROOF
000600*
000610 ENVIRONMENT DIVISION.
000620 INPUT-OUTPUT SECTION.
000630 FILE-CONTROL.
000640     SELECT GL-JOURNAL-FILE ASSIGN TO 'GLJRNL'
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS WS-JRNL-STATUS.
000670
000680     SELECT ACCT-CHANGE-FILE ASSIGN TO 'ACCTCHG'
000690         ORGANIZATION IS INDEXED
000700         ACCESS MODE IS DYNAMIC
000710         RECORD KEY IS CHG-KEY
000720         FILE STATUS IS WS-CHANGE-FILE-STATUS.
000730
000740     SELECT PROOF-HISTORY-FILE ASSIGN TO 'BALPHIST'
000750         ORGANIZATION IS INDEXED
000760         ACCESS MODE IS DYNAMIC
000770         RECORD KEY IS BPF-KEY
000780         FILE STATUS IS WS-PROOF-STATUS.
000790
000800     SELECT PROOF-REPORT-FILE ASSIGN TO 'BALPRPT'
000810         ORGANIZATION IS LINE SEQUENTIAL.
000820
000830 DATA DIVISION.
000840 FILE SECTION.
000850 FD  GL-JOURNAL-FILE
000860     RECORDING MODE IS F.
000870     COPY GLJRNREC.
000880
000890 FD  ACCT-CHANGE-FILE.
000900     COPY ACCTCHGR.
000910
000920 FD  PROOF-HISTORY-FILE.
000930     COPY BALPREC.
000940
000950 FD  PROOF-REPORT-FILE
000960     RECORDING MODE IS F.
000970 01  PROOF-REPORT-RECORD         PIC X(132).
000980
000990 WORKING-STORAGE SECTION.
001000     EXEC SQL
001010         INCLUDE SQLCA
001020     END-EXEC.
001030
001040 77  WS-JRNL-STATUS              PIC X(02).
001050 77  WS-CHANGE-FILE-STATUS       PIC X(02).
001060 77  WS-PROOF-STATUS             PIC X(02).
001070
001080 01  WS-USERNAME                 PIC X(20) VALUE SPACES.
001090 01  WS-TNS-ALIAS                PIC X(20) VALUE SPACES.
001100 01  WS-CONNECT-STRING           PIC X(22) VALUE SPACES.
001110
001120 01  WS-SQL-ERROR-CHECK.
001130     05  WS-EC-CALLING-PROGRAM   PIC X(12) VALUE 'BALPROOF'.
001140     05  WS-EC-OPERATION         PIC X(20).
001150     05  WS-EC-REASON-CODE       PIC 9(04).
001160     05  WS-EC-RETURN-CODE       PIC 9(04).
001170
001180 01  WS-SWITCHES.
001190     05  WS-SQL-FAILURE-SW       PIC X(01) VALUE 'N'.
001200         88  WS-SQL-FAILURE          VALUE 'Y'.
001210     05  WS-FILES-OPEN-SW        PIC X(01) VALUE 'N'.
001220         88  WS-FILES-OPEN           VALUE 'Y'.
001230     05  WS-JRNL-OPEN-SW         PIC X(01) VALUE 'N'.
001240         88  WS-JRNL-OPEN            VALUE 'Y'.
001250     05  WS-CHGAUDIT-OPEN-SW     PIC X(01) VALUE 'N'.
001260         88  WS-CHGAUDIT-OPEN        VALUE 'Y'.
001270     05  WS-JRNL-EOF-SW          PIC X(01) VALUE 'N'.
001280         88  WS-JRNL-EOF             VALUE 'Y'.
001290     05  WS-CHG-EOF-SW           PIC X(01) VALUE 'N'.
001300         88  WS-CHG-EOF              VALUE 'Y'.
001310     05  WS-PROOF-EOF-SW         PIC X(01) VALUE 'N'.
001320         88  WS-PROOF-EOF            VALUE 'Y'.
001330     05  WS-PRIOR-FOUND-SW       PIC X(01) VALUE 'N'.
001340         88  WS-PRIOR-FOUND          VALUE 'Y'.
001350     05  WS-IN-JOURNAL-SW        PIC X(01) VALUE 'N'.
001360         88  WS-IN-JOURNAL           VALUE 'Y'.
001370     05  WS-OUT-OF-BALANCE-SW    PIC X(01) VALUE 'N'.
001380         88  WS-OUT-OF-BALANCE       VALUE 'Y'.
001390
001400 01  WS-COUNTERS.
001410     05  WS-JOURNALS-READ        PIC 9(9) COMP VALUE ZERO.
001420     05  WS-JOURNALS-COUNTED     PIC 9(9) COMP VALUE ZERO.
001430     05  WS-JOURNALS-PROVEN      PIC 9(9) COMP VALUE ZERO.
001440     05  WS-JOURNALS-BAD         PIC 9(9) COMP VALUE ZERO.
001450     05  WS-CHG-ROWS-READ        PIC 9(9) COMP VALUE ZERO.
001460     05  WS-CHG-ROWS-IN-WINDOW   PIC 9(9) COMP VALUE ZERO.
001470     05  WS-OPENING-COUNT        PIC 9(9) COMP VALUE ZERO.
001480     05  WS-ADJUST-COUNT         PIC 9(9) COMP VALUE ZERO.
001490
001500 01  WS-PROOF-TOTALS.
001510     05  WS-PRIOR-TOTAL          PIC S9(13)V99 COMP-3
001520                                 VALUE ZERO.
001530     05  WS-NET-POSTED           PIC S9(13)V99 COMP-3
001540                                 VALUE ZERO.
001550     05  WS-OPENING-TOTAL        PIC S9(13)V99 COMP-3
001560                                 VALUE ZERO.
001570     05  WS-ADJUST-TOTAL         PIC S9(13)V99 COMP-3
001580                                 VALUE ZERO.
001590     05  WS-EXPECTED-TOTAL       PIC S9(13)V99 COMP-3
001600                                 VALUE ZERO.
001610     05  WS-DIFFERENCE           PIC S9(13)V99 COMP-3
001620                                 VALUE ZERO.
001630     05  WS-MASTER-COUNT         PIC S9(9) COMP VALUE ZERO.
001640     05  WS-MASTER-TOTAL         PIC S9(13)V99 COMP-3
001650                                 VALUE ZERO.
001660
001670*----------------------------------------------------------*
001680* THE PROOF WINDOW - FROM THE PRIOR PROOF'S STAMP, NOT      *
001690* INCLUDED, TO THIS RUN'S, INCLUDED.  DATE AND TIME ARE     *
001700* BOTH DIGITS, SO THE GROUPS COMPARE IN TIME ORDER.         *
001710*----------------------------------------------------------*
001720 01  WS-PROOF-WINDOW.
001730     05  WS-WINDOW-FROM.
001740         10  WS-WINDOW-FROM-DATE PIC 9(08) VALUE ZERO.
001750         10  WS-WINDOW-FROM-TIME PIC 9(08) VALUE ZERO.
001760     05  WS-WINDOW-TO.
001770         10  WS-WINDOW-TO-DATE   PIC 9(08) VALUE ZERO.
001780         10  WS-WINDOW-TO-TIME   PIC 9(08) VALUE ZERO.
001790     05  WS-CHG-STAMP.
001800         10  WS-CHG-STAMP-DATE   PIC 9(08) VALUE ZERO.
001810         10  WS-CHG-STAMP-TIME   PIC 9(08) VALUE ZERO.
001820
001830 01  WS-PRIOR-PROOF.
001840     05  WS-PRIOR-RESULT-SW      PIC X(01) VALUE SPACE.
001850         88  WS-PRIOR-IN-BALANCE     VALUE 'B'.
001860         88  WS-PRIOR-OUT-OF-BALANCE VALUE 'O'.
001870     05  WS-PRIOR-JOURNAL-ID.
001880         10  WS-PRIOR-JRNL-DATE  PIC 9(08) VALUE ZERO.
001890         10  WS-PRIOR-JRNL-TIME  PIC 9(08) VALUE ZERO.
001900     05  WS-HIGH-JOURNAL-ID.
001910         10  WS-HIGH-JRNL-DATE   PIC 9(08) VALUE ZERO.
001920         10  WS-HIGH-JRNL-TIME   PIC 9(08) VALUE ZERO.
001930
001940 01  WS-JOURNAL-WORK.
001950     05  WS-JRNL-RUN-ID.
001960         10  WS-JRNL-RUN-DATE    PIC 9(08) VALUE ZERO.
001970         10  WS-JRNL-RUN-TIME    PIC 9(08) VALUE ZERO.
001980     05  WS-JRNL-LINES           PIC 9(04) VALUE ZERO.
001990     05  WS-JRNL-DR-TOTAL        PIC S9(13)V99 COMP-3
002000                                 VALUE ZERO.
002010     05  WS-JRNL-CR-TOTAL        PIC S9(13)V99 COMP-3
002020                                 VALUE ZERO.
002030
002040 01  WS-ALERT-CALL.
002050     05  WS-AC-CALLING-PROGRAM   PIC X(12) VALUE 'BALPROOF'.
002060     05  WS-AC-OPERATION         PIC X(20)
002070             VALUE 'OUT OF BALANCE'.
002080     05  WS-AC-REASON-CODE       PIC 9(04) VALUE 3200.
002090     05  WS-AC-RETURN-CODE       PIC 9(04) VALUE 0004.
002100
002110*   THE RETURN-CODE REGISTER IS REPLACED BY EVERY CALLED
002120*   PROGRAM'S ON RETURN, SO THE STEP CODE IS ASSEMBLED IN
002130*   9000 AFTER THE LAST CALL.
002140 01  WS-SAVED-RETURN-CODE        PIC 9(04) VALUE ZERO.
002150
002160 01  WS-AUDIT-CHECK.
002170     05  WS-AUD-START-TIME       PIC 9(8) COMP.
002180     05  WS-AUD-END-TIME         PIC 9(8) COMP.
002190     05  WS-AUD-ELAPSED-MS       PIC 9(9) COMP.
002200     05  WS-AUD-OUTCOME          PIC X(08).
002210
002220 01  WS-PARM-PIECE               PIC X(30).
002230
002240 01  WS-PARM-WORK.
002250     05  WS-PARM-KEYWORD         PIC X(08).
002260     05  WS-PARM-VALUE           PIC X(30).
002270
002280 01  WS-ALIAS-OVERRIDE.
002290     05  WS-ALIAS-OVERRIDE-SW    PIC X(01) VALUE 'N'.
002300         88  WS-ALIAS-OVERRIDDEN     VALUE 'Y'.
002310     05  WS-PARM-ALIAS           PIC X(20) VALUE SPACES.
002320
002330 01  WS-REPORT-HEADING.
002340     05  FILLER                  PIC X(32)
002350             VALUE 'BALPROOF DAILY BALANCE PROOF - '.
002360     05  RH-RUN-DATE             PIC 9(08).
002370     05  FILLER                  PIC X(01) VALUE SPACE.
002380     05  RH-RUN-TIME             PIC 9(08).
002390     05  FILLER                  PIC X(83) VALUE SPACES.
002400
002410 01  WS-PRIOR-LINE.
002420     05  FILLER                  PIC X(14) VALUE 'PRIOR PROOF - '.
002430     05  PL-PROOF-DATE           PIC 9(08).
002440     05  FILLER                  PIC X(01) VALUE SPACE.
002450     05  PL-PROOF-TIME           PIC 9(08).
002460     05  FILLER                  PIC X(03) VALUE SPACES.
002470     05  PL-RESULT               PIC X(40).
002480     05  FILLER                  PIC X(58) VALUE SPACES.
002490
002500 01  WS-NO-PRIOR-LINE.
002510     05  FILLER                  PIC X(40) VALUE
002520             'NO PRIOR PROOF ON FILE - THIS RUN FILES'.
002530     05  FILLER                  PIC X(92) VALUE
002540             ' THE OPENING POSITION'.
002550
002560 01  WS-JOURNAL-HEADING.
002570     05  FILLER                  PIC X(40)
002580             VALUE 'ACCTPOST GL JOURNALS ON FILE'.
002590     05  FILLER                  PIC X(92) VALUE SPACES.
002600
002610 01  WS-JOURNAL-LINE.
002620     05  FILLER                  PIC X(14) VALUE '  JOURNAL RUN '.
002630     05  JL-RUN-DATE             PIC 9(08).
002640     05  FILLER                  PIC X(01) VALUE '-'.
002650     05  JL-RUN-TIME             PIC 9(08).
002660     05  FILLER                  PIC X(08) VALUE '  LINES '.
002670     05  JL-LINES                PIC ZZZ9.
002680     05  FILLER                  PIC X(05) VALUE '  DR '.
002690     05  JL-DEBITS               PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
002700     05  FILLER                  PIC X(05) VALUE '  CR '.
002710     05  JL-CREDITS              PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
002720     05  FILLER                  PIC X(06) VALUE '  NET '.
002730     05  JL-NET                  PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
002740     05  FILLER                  PIC X(02) VALUE SPACES.
002750     05  JL-STATUS               PIC X(14).
002760     05  FILLER                  PIC X(02) VALUE SPACES.
002770
002780 01  WS-AMOUNT-LINE.
002790     05  AL-LABEL                PIC X(40).
002800     05  AL-AMOUNT               PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
002810     05  FILLER                  PIC X(02) VALUE SPACES.
002820     05  AL-COUNT                PIC ZZZ,ZZZ,ZZ9.
002830     05  FILLER                  PIC X(01) VALUE SPACE.
002840     05  AL-COUNT-NAME           PIC X(10).
002850     05  FILLER                  PIC X(49) VALUE SPACES.
002860 01  WS-AMOUNT-LINE-X REDEFINES WS-AMOUNT-LINE.
002870     05  FILLER                  PIC X(61).
002880     05  AL-COUNT-X              PIC X(11).
002890     05  FILLER                  PIC X(60).
002900
002910 01  WS-RESULT-LINE.
002920     05  FILLER                  PIC X(14) VALUE 'PROOF RESULT: '.
002930     05  RL-RESULT               PIC X(40).
002940     05  FILLER                  PIC X(78) VALUE SPACES.
002950
002960 01  WS-BLANK-LINE               PIC X(132) VALUE SPACES.
002970
002971 01  WS-RUN-HISTORY-CALL.
002972     05  WS-RH-CALLING-PROGRAM   PIC X(12) VALUE 'BALPROOF'.
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
003060     IF WS-FILES-OPEN AND NOT WS-SQL-FAILURE
003070         PERFORM 2000-TOTAL-MASTER THRU 2000-EXIT
003080     END-IF.
003090     IF WS-FILES-OPEN AND NOT WS-SQL-FAILURE
003100         PERFORM 3000-FIND-PRIOR-PROOF THRU 3000-EXIT
003110         PERFORM 4000-TAKE-JOURNALS THRU 4000-EXIT
003120         IF WS-PRIOR-FOUND
003130             PERFORM 5000-TAKE-CHANGE-AUDIT THRU 5000-EXIT
003140         END-IF
003150         PERFORM 6000-PROVE-BALANCE THRU 6000-EXIT
003160         PERFORM 7000-FILE-PROOF THRU 7000-EXIT
003170     END-IF.
003180     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003182     PERFORM 9900-RECORD-RUN-END THRU 9900-EXIT.
003190     GOBACK.
003200
003201*----------------------------------------------------------*
003202* 0100-RECORD-RUN-START - FILE THIS STEP'S RUNNING-STATE    *
003203*                         ROW ON THE SHARED BATCH RUN       *
003204*                         HISTORY BEFORE ANY WORK IS DONE.  *
003205*----------------------------------------------------------*
003206 0100-RECORD-RUN-START.
003207     MOVE 'START' TO WS-RH-EVENT.
003208     CALL 'RUNHIST' USING WS-RH-CALLING-PROGRAM
003209                          WS-RH-QUALIFIER
003210                          WS-RH-EVENT
003211                          WS-RH-RECORD-COUNT
003212                          WS-RH-RETURN-CODE.
003213 0100-EXIT.
003214     EXIT.
003215
003216*----------------------------------------------------------*
003220* 1000-INITIALIZE - PARSE THE PARM, CONNECT, AND OPEN THE   *
003230*                   PROOF HISTORY, THE REPORT, THE JOURNALS *
003240*                   AND THE CHANGE AUDIT.  NO JOURNAL OR NO *
003250*                   CHANGE AUDIT YET (STATUS 35) ONLY MEANS *
003260*                   NOTHING TO ADD FROM IT.                 *
003270*----------------------------------------------------------*
003280 1000-INITIALIZE.
003290     MOVE ZERO TO RETURN-CODE.
003300     PERFORM 1060-PARSE-PARM THRU 1060-EXIT.
003310     PERFORM 1050-GET-CREDENTIALS THRU 1050-EXIT.
003320     PERFORM 1100-CONNECT THRU 1100-EXIT.
003330     IF WS-SQL-FAILURE
003340         GO TO 1000-EXIT
003350     END-IF.
003360     PERFORM 1200-OPEN-PROOF-HISTORY THRU 1200-EXIT.
003370     IF WS-PROOF-STATUS NOT = '00'
003380         GO TO 1000-EXIT
003390     END-IF.
003400     OPEN INPUT GL-JOURNAL-FILE.
003410     IF WS-JRNL-STATUS = '00'
003420         SET WS-JRNL-OPEN TO TRUE
003430     ELSE
003440         SET WS-JRNL-EOF TO TRUE
003450         IF WS-JRNL-STATUS NOT = '35'
003460             DISPLAY 'BALPROOF GLJRNL OPEN FAILED - STATUS '
003470                 WS-JRNL-STATUS
003480             MOVE 12 TO WS-SAVED-RETURN-CODE
003490             CLOSE PROOF-HISTORY-FILE
003500             GO TO 1000-EXIT
003510         END-IF
003520     END-IF.
003530     OPEN INPUT ACCT-CHANGE-FILE.
003540     IF WS-CHANGE-FILE-STATUS = '00'
003550         SET WS-CHGAUDIT-OPEN TO TRUE
003560     ELSE
003570         SET WS-CHG-EOF TO TRUE
003580         IF WS-CHANGE-FILE-STATUS NOT = '35'
003590             DISPLAY 'BALPROOF ACCTCHG OPEN FAILED - STATUS '
003600                 WS-CHANGE-FILE-STATUS
003610             MOVE 12 TO WS-SAVED-RETURN-CODE
003620             CLOSE PROOF-HISTORY-FILE
003630             IF WS-JRNL-OPEN
003640                 CLOSE GL-JOURNAL-FILE
003650             END-IF
003660             GO TO 1000-EXIT
003670         END-IF
003680     END-IF.
003690     OPEN OUTPUT PROOF-REPORT-FILE.
003700     SET WS-FILES-OPEN TO TRUE.
003710 1000-EXIT.
003720     EXIT.
003730
003740*----------------------------------------------------------*
003750* 1200-OPEN-PROOF-HISTORY - OPEN THE KEYED PROOF HISTORY    *
003760*                   FOR I-O, CREATING IT WITH A ONE-TIME    *
003770*                   OPEN OUTPUT THE FIRST TIME THIS EVER    *
003780*                   RUNS, AS THE CHANGE AUDIT IS.           *
003790*----------------------------------------------------------*
003800 1200-OPEN-PROOF-HISTORY.
003810     OPEN I-O PROOF-HISTORY-FILE.
003820     IF WS-PROOF-STATUS = '35'
003830         OPEN OUTPUT PROOF-HISTORY-FILE
003840         CLOSE PROOF-HISTORY-FILE
003850         OPEN I-O PROOF-HISTORY-FILE
003860     END-IF.
003870     IF WS-PROOF-STATUS NOT = '00'
003880         DISPLAY 'BALPROOF BALPHIST OPEN FAILED - STATUS '
003890             WS-PROOF-STATUS
003900         MOVE 12 TO WS-SAVED-RETURN-CODE
003910     END-IF.
003920 1200-EXIT.
003930     EXIT.
003940
003950*----------------------------------------------------------*
003960* 1060-PARSE-PARM - ONE KEYWORD=VALUE PIECE, OPTIONAL.      *
003970*----------------------------------------------------------*
003980 1060-PARSE-PARM.
003990     IF LS-PARM-LEN > ZERO
004000         MOVE SPACES TO WS-PARM-PIECE
004010         UNSTRING LS-PARM-TEXT (1:LS-PARM-LEN) DELIMITED BY ','
004020             INTO WS-PARM-PIECE
004030         END-UNSTRING
004040         PERFORM 1070-APPLY-PARM-PIECE THRU 1070-EXIT
004050     END-IF.
004060 1060-EXIT.
004070     EXIT.
004080
004090 1070-APPLY-PARM-PIECE.
004100     IF WS-PARM-PIECE = SPACES
004110         GO TO 1070-EXIT
004120     END-IF.
004130     UNSTRING WS-PARM-PIECE DELIMITED BY '='
004140         INTO WS-PARM-KEYWORD
004150              WS-PARM-VALUE
004160     END-UNSTRING.
004170     EVALUATE WS-PARM-KEYWORD
004180         WHEN 'ALIAS'
004190             MOVE WS-PARM-VALUE (1:20) TO WS-PARM-ALIAS
004200             SET WS-ALIAS-OVERRIDDEN TO TRUE
004210         WHEN OTHER
004220             CONTINUE
004230     END-EVALUATE.
004240 1070-EXIT.
004250     EXIT.
004260
004270*----------------------------------------------------------*
004280* 1050-GET-CREDENTIALS - PULL THE AUDIT-TRAIL USERNAME AND  *
004290*                        THE WALLET TNS ALIAS AT RUNTIME    *
004300*                        FROM THE PROTECTED ENVIRONMENT     *
004310*                        REFERENCE, UNLESS THE RUN PARM     *
004320*                        OVERRODE THE ALIAS.  NO PASSWORD   *
004330*                        IS READ OR HELD ANYWHERE - THE     *
004340*                        CONNECT BELOW IS RESOLVED BY THE   *
004350*                        ORACLE WALLET.                     *
004360*----------------------------------------------------------*
004370 1050-GET-CREDENTIALS.
004380     ACCEPT WS-USERNAME  FROM ENVIRONMENT 'DBCONN-USERID'.
004390     IF WS-ALIAS-OVERRIDDEN
004400         MOVE WS-PARM-ALIAS TO WS-TNS-ALIAS
004410     ELSE
004420         ACCEPT WS-TNS-ALIAS FROM ENVIRONMENT 'DBCONN-TNSALIAS'
004430     END-IF.
004440     STRING '/@' DELIMITED BY SIZE
004450            WS-TNS-ALIAS DELIMITED BY SPACE
004460         INTO WS-CONNECT-STRING.
004470 1050-EXIT.
004480     EXIT.
004490
004500 1100-CONNECT.
004510     MOVE 'CONNECT' TO WS-EC-OPERATION.
004520     ACCEPT WS-AUD-START-TIME FROM TIME.
004530     EXEC SQL
004540         CONNECT :WS-CONNECT-STRING
004550     END-EXEC.
004560
004570     CALL 'SQLERRCK' USING WS-EC-CALLING-PROGRAM
004580                           WS-EC-OPERATION
004590                           SQLCODE
004600                           WS-EC-REASON-CODE
004610                           WS-EC-RETURN-CODE.
004620     PERFORM 2160-RECORD-AUDIT-ENTRY THRU 2160-EXIT.
004630     IF WS-EC-RETURN-CODE NOT = ZERO
004640         SET WS-SQL-FAILURE TO TRUE
004650         MOVE WS-EC-RETURN-CODE TO RETURN-CODE
004660         MOVE WS-EC-RETURN-CODE TO WS-SAVED-RETURN-CODE
004670     END-IF.
004680 1100-EXIT.
004690     EXIT.
004700
004710*----------------------------------------------------------*
004720* 2000-TOTAL-MASTER - STAMP THE END OF THE PROOF WINDOW AND *
004730*                   TAKE ACCOUNT_MASTER'S COUNT AND TOTAL   *
004740*                   STRAIGHT AFTER, SO NOTHING THE WINDOW   *
004750*                   COUNTS CAN MISS THE TOTAL.  EVERY ROW,  *
004760*                   ANY STATUS - A BALANCE IS A BALANCE.    *
004770*----------------------------------------------------------*
004780 2000-TOTAL-MASTER.
004790     ACCEPT WS-WINDOW-TO-DATE FROM DATE YYYYMMDD.
004800     ACCEPT WS-WINDOW-TO-TIME FROM TIME.
004810     MOVE WS-WINDOW-TO-DATE TO RH-RUN-DATE.
004820     MOVE WS-WINDOW-TO-TIME TO RH-RUN-TIME.
004830     WRITE PROOF-REPORT-RECORD FROM WS-REPORT-HEADING.
004840     WRITE PROOF-REPORT-RECORD FROM WS-BLANK-LINE.
004850     MOVE 'SELECT TOTALS' TO WS-EC-OPERATION.
004860     EXEC SQL
004870         SELECT COUNT(*), NVL(SUM(ACCT_BALANCE), 0)
004880         INTO :WS-MASTER-COUNT, :WS-MASTER-TOTAL
004890         FROM ACCOUNT_MASTER
004900     END-EXEC.
004910
004920     CALL 'SQLERRCK' USING WS-EC-CALLING-PROGRAM
004930                           WS-EC-OPERATION
004940                           SQLCODE
004950                           WS-EC-REASON-CODE
004960                           WS-EC-RETURN-CODE.
004970     IF WS-EC-RETURN-CODE NOT = ZERO
004980         SET WS-SQL-FAILURE TO TRUE
004990         MOVE WS-EC-RETURN-CODE TO RETURN-CODE
005000         MOVE WS-EC-RETURN-CODE TO WS-SAVED-RETURN-CODE
005010     END-IF.
005020 2000-EXIT.
005030     EXIT.
005040
005050*----------------------------------------------------------*
005060* 2160-RECORD-AUDIT-ENTRY - APPEND ONE ROW TO THE SHARED    *
005070*                           CONNECTIVITY AUDIT TRAIL FOR    *
005080*                           THE ATTEMPT JUST MADE.          *
005090*----------------------------------------------------------*
005100 2160-RECORD-AUDIT-ENTRY.
005110     ACCEPT WS-AUD-END-TIME FROM TIME.
005120     CALL 'ELAPTIME' USING WS-AUD-START-TIME
005130                           WS-AUD-END-TIME
005140                           WS-AUD-ELAPSED-MS.
005150     IF WS-EC-RETURN-CODE = ZERO
005160         MOVE 'SUCCESS' TO WS-AUD-OUTCOME
005170     ELSE
005180         MOVE 'FAILURE' TO WS-AUD-OUTCOME
005190     END-IF.
005200     CALL 'AUDITLOG' USING WS-EC-CALLING-PROGRAM
005210                           WS-EC-OPERATION
005220                           WS-USERNAME
005230                           WS-AUD-OUTCOME
005240                           WS-AUD-ELAPSED-MS.
005250 2160-EXIT.
005260     EXIT.
005270
005280*----------------------------------------------------------*
005290* 3000-FIND-PRIOR-PROOF - THE HISTORY IS KEYED ON PROOF     *
005300*                   DATE AND TIME, SO THE LAST ROW READ IS  *
005310*                   THE LATEST PROOF.  ITS CURRENT TOTAL IS *
005320*                   TODAY'S PRIOR TOTAL, ITS STAMP OPENS    *
005330*                   TODAY'S WINDOW, AND ITS LAST JOURNAL ID *
005340*                   MARKS WHICH JOURNALS ARE ALREADY IN.    *
005350*----------------------------------------------------------*
005360 3000-FIND-PRIOR-PROOF.
005370     PERFORM 3100-READ-PROOF-ROW THRU 3100-EXIT
005380         UNTIL WS-PROOF-EOF.
005390     IF NOT WS-PRIOR-FOUND
005400         WRITE PROOF-REPORT-RECORD FROM WS-NO-PRIOR-LINE
005410         GO TO 3000-EXIT
005420     END-IF.
005430     MOVE WS-WINDOW-FROM-DATE TO PL-PROOF-DATE.
005440     MOVE WS-WINDOW-FROM-TIME TO PL-PROOF-TIME.
005450     EVALUATE TRUE
005460         WHEN WS-PRIOR-IN-BALANCE
005470             MOVE 'IN BALANCE' TO PL-RESULT
005480         WHEN WS-PRIOR-OUT-OF-BALANCE
005490             MOVE 'OUT OF BALANCE - NOT CARRIED FORWARD'
005500                 TO PL-RESULT
005510         WHEN OTHER
005520             MOVE 'OPENING POSITION' TO PL-RESULT
005530     END-EVALUATE.
005540     WRITE PROOF-REPORT-RECORD FROM WS-PRIOR-LINE.
005550     MOVE WS-PRIOR-JOURNAL-ID TO WS-HIGH-JOURNAL-ID.
005560 3000-EXIT.
005570     EXIT.
005580
005590 3100-READ-PROOF-ROW.
005600     READ PROOF-HISTORY-FILE NEXT RECORD
005610         AT END
005620             SET WS-PROOF-EOF TO TRUE
005630         NOT AT END
005640             SET WS-PRIOR-FOUND TO TRUE
005650             MOVE BPF-PROOF-DATE TO WS-WINDOW-FROM-DATE
005660             MOVE BPF-PROOF-TIME TO WS-WINDOW-FROM-TIME
005670             MOVE BPF-RESULT-SW TO WS-PRIOR-RESULT-SW
005680             MOVE BPF-CURRENT-TOTAL TO WS-PRIOR-TOTAL
005690             MOVE BPF-LAST-JOURNAL-ID TO WS-PRIOR-JOURNAL-ID
005700     END-READ.
005710 3100-EXIT.
005720     EXIT.
005730
005740*----------------------------------------------------------*
005750* 4000-TAKE-JOURNALS - EVERY ACCTPOST JOURNAL GENERATION ON *
005760*                   FILE, ONE REPORT LINE EACH.  A JOURNAL  *
005770*                   NEWER THAN THE LAST ONE PROVEN ADDS ITS *
005780*                   TRAILER NET TO THE NET POSTED AMOUNT.   *
005790*                   AN EMPTY GENERATION IS A POSTING RUN    *
005800*                   THAT DID NOT COMPLETE AND HAS NOTHING   *
005810*                   TO SAY.                                 *
005820*----------------------------------------------------------*
005830 4000-TAKE-JOURNALS.
005840     WRITE PROOF-REPORT-RECORD FROM WS-BLANK-LINE.
005850     WRITE PROOF-REPORT-RECORD FROM WS-JOURNAL-HEADING.
005860     IF WS-JRNL-OPEN
005870         PERFORM 4100-READ-JOURNAL-RECORD THRU 4100-EXIT
005880         PERFORM 4200-TAKE-JOURNAL-RECORD THRU 4200-EXIT
005890             UNTIL WS-JRNL-EOF
005900     END-IF.
005910*    A HEADER WITH NO TRAILER BEHIND IT IS A CUT-SHORT FILE.
005920     IF WS-IN-JOURNAL
005930         PERFORM 4500-JOURNAL-INCOMPLETE THRU 4500-EXIT
005940     END-IF.
005950 4000-EXIT.
005960     EXIT.
005970
005980 4100-READ-JOURNAL-RECORD.
005990     READ GL-JOURNAL-FILE
006000         AT END
006010             SET WS-JRNL-EOF TO TRUE
006020     END-READ.
006030 4100-EXIT.
006040     EXIT.
006050
006060 4200-TAKE-JOURNAL-RECORD.
006070     EVALUATE TRUE
006080         WHEN GLJ-HEADER
006090             IF WS-IN-JOURNAL
006100                 PERFORM 4500-JOURNAL-INCOMPLETE THRU 4500-EXIT
006110             END-IF
006120             SET WS-IN-JOURNAL TO TRUE
006130             MOVE GLJ-HDR-RUN-ID TO WS-JRNL-RUN-ID
006140             MOVE ZERO TO WS-JRNL-LINES
006150             MOVE ZERO TO WS-JRNL-DR-TOTAL
006160             MOVE ZERO TO WS-JRNL-CR-TOTAL
006170         WHEN GLJ-DETAIL AND WS-IN-JOURNAL
006180             ADD 1 TO WS-JRNL-LINES
006190             IF GLJ-DEBIT-LINE
006200                 ADD GLJ-AMOUNT TO WS-JRNL-DR-TOTAL
006210             ELSE
006220                 ADD GLJ-AMOUNT TO WS-JRNL-CR-TOTAL
006230             END-IF
006240         WHEN GLJ-TRAILER AND WS-IN-JOURNAL
006250             PERFORM 4300-CLOSE-JOURNAL THRU 4300-EXIT
006260         WHEN OTHER
006270             DISPLAY 'BALPROOF GLJRNL RECORD OUT OF PLACE - TYPE '
006280                 GLJ-RECORD-TYPE
006290             IF WS-SAVED-RETURN-CODE < 8
006300                 MOVE 8 TO WS-SAVED-RETURN-CODE
006310             END-IF
006320     END-EVALUATE.
006330     PERFORM 4100-READ-JOURNAL-RECORD THRU 4100-EXIT.
006340 4200-EXIT.
006350     EXIT.
006360
006370*----------------------------------------------------------*
006380* 4300-CLOSE-JOURNAL - THE TRAILER MUST AGREE WITH THE      *
006390*                   LINES IT CLOSES AND DEBITS MUST EQUAL   *
006400*                   CREDITS, OR THE JOURNAL IS NOT COUNTED. *
006410*                   ON THE FIRST PROOF EVERY GOOD JOURNAL   *
006420*                   IS TAKEN AS ALREADY PROVEN.             *
006430*----------------------------------------------------------*
006440 4300-CLOSE-JOURNAL.
006450     MOVE 'N' TO WS-IN-JOURNAL-SW.
006460     ADD 1 TO WS-JOURNALS-READ.
006470     MOVE WS-JRNL-RUN-DATE TO JL-RUN-DATE.
006480     MOVE WS-JRNL-RUN-TIME TO JL-RUN-TIME.
006490     MOVE WS-JRNL-LINES TO JL-LINES.
006500     MOVE WS-JRNL-DR-TOTAL TO JL-DEBITS.
006510     MOVE WS-JRNL-CR-TOTAL TO JL-CREDITS.
006520     MOVE GLJ-TRL-NET-LIABILITY TO JL-NET.
006530     IF GLJ-TRL-LINE-COUNT NOT = WS-JRNL-LINES
006540             OR GLJ-TRL-DEBIT-TOTAL NOT = WS-JRNL-DR-TOTAL
006550             OR GLJ-TRL-CREDIT-TOTAL NOT = WS-JRNL-CR-TOTAL
006560             OR WS-JRNL-DR-TOTAL NOT = WS-JRNL-CR-TOTAL
006570         MOVE 'UNBALANCED' TO JL-STATUS
006580         ADD 1 TO WS-JOURNALS-BAD
006590         WRITE PROOF-REPORT-RECORD FROM WS-JOURNAL-LINE
006600         IF WS-SAVED-RETURN-CODE < 8
006610             MOVE 8 TO WS-SAVED-RETURN-CODE
006620         END-IF
006630         GO TO 4300-EXIT
006640     END-IF.
006650     IF WS-PRIOR-FOUND
006660             AND WS-JRNL-RUN-ID > WS-PRIOR-JOURNAL-ID
006670         MOVE 'COUNTED' TO JL-STATUS
006680         ADD 1 TO WS-JOURNALS-COUNTED
006690         ADD GLJ-TRL-NET-LIABILITY TO WS-NET-POSTED
006700     ELSE
006710         MOVE 'ALREADY PROVEN' TO JL-STATUS
006720         ADD 1 TO WS-JOURNALS-PROVEN
006730     END-IF.
006740     IF WS-JRNL-RUN-ID > WS-HIGH-JOURNAL-ID
006750         MOVE WS-JRNL-RUN-ID TO WS-HIGH-JOURNAL-ID
006760     END-IF.
006770     WRITE PROOF-REPORT-RECORD FROM WS-JOURNAL-LINE.
006780 4300-EXIT.
006790     EXIT.
006800
006810 4500-JOURNAL-INCOMPLETE.
006820     MOVE 'N' TO WS-IN-JOURNAL-SW.
006830     ADD 1 TO WS-JOURNALS-READ.
006840     ADD 1 TO WS-JOURNALS-BAD.
006850     MOVE WS-JRNL-RUN-DATE TO JL-RUN-DATE.
006860     MOVE WS-JRNL-RUN-TIME TO JL-RUN-TIME.
006870     MOVE WS-JRNL-LINES TO JL-LINES.
006880     MOVE WS-JRNL-DR-TOTAL TO JL-DEBITS.
006890     MOVE WS-JRNL-CR-TOTAL TO JL-CREDITS.
006900     MOVE ZERO TO JL-NET.
006910     MOVE 'NO TRAILER' TO JL-STATUS.
006920     WRITE PROOF-REPORT-RECORD FROM WS-JOURNAL-LINE.
006930     IF WS-SAVED-RETURN-CODE < 8
006940         MOVE 8 TO WS-SAVED-RETURN-CODE
006950     END-IF.
006960 4500-EXIT.
006970     EXIT.
006980
006990*----------------------------------------------------------*
007000* 5000-TAKE-CHANGE-AUDIT - ONE PASS OF THE CHANGE AUDIT FOR *
007010*                   THE ROWS INSIDE THE WINDOW - ACCTLOAD   *
007020*                   INSERTS BRING AN OPENING BALANCE, AND   *
007030*                   ANY ROW MAY CARRY A BALANCE ADJUSTMENT. *
007040*----------------------------------------------------------*
007050 5000-TAKE-CHANGE-AUDIT.
007060     IF WS-CHGAUDIT-OPEN
007070         PERFORM 5100-READ-CHANGE-ROW THRU 5100-EXIT
007080             UNTIL WS-CHG-EOF
007090     END-IF.
007100 5000-EXIT.
007110     EXIT.
007120
007130 5100-READ-CHANGE-ROW.
007140     READ ACCT-CHANGE-FILE NEXT RECORD
007150         AT END
007160             SET WS-CHG-EOF TO TRUE
007170             GO TO 5100-EXIT
007180     END-READ.
007190     ADD 1 TO WS-CHG-ROWS-READ.
007200     MOVE CHG-DATE TO WS-CHG-STAMP-DATE.
007210     MOVE CHG-TIME TO WS-CHG-STAMP-TIME.
007220     IF WS-CHG-STAMP NOT > WS-WINDOW-FROM
007230             OR WS-CHG-STAMP > WS-WINDOW-TO
007240         GO TO 5100-EXIT
007250     END-IF.
007260     ADD 1 TO WS-CHG-ROWS-IN-WINDOW.
007270     IF CHG-USERID = 'ACCTLOAD'
007280             AND CHG-OLD-NAME = SPACES
007290         ADD 1 TO WS-OPENING-COUNT
007300         ADD CHG-BALANCE TO WS-OPENING-TOTAL
007310     END-IF.
007320     IF CHG-ADJ-AMOUNT NOT = ZERO
007330         ADD 1 TO WS-ADJUST-COUNT
007340         ADD CHG-ADJ-AMOUNT TO WS-ADJUST-TOTAL
007350     END-IF.
007360 5100-EXIT.
007370     EXIT.
007380
007390*----------------------------------------------------------*
007400* 6000-PROVE-BALANCE - PRIOR TOTAL PLUS THE WINDOW'S        *
007410*                   MOVEMENTS AGAINST ACCOUNT_MASTER'S OWN  *
007420*                   TOTAL.  THE FIRST RUN ONLY RECORDS THE  *
007430*                   OPENING POSITION.                       *
007440*----------------------------------------------------------*
007450 6000-PROVE-BALANCE.
007460     COMPUTE WS-EXPECTED-TOTAL =
007470         WS-PRIOR-TOTAL + WS-NET-POSTED
007480         + WS-OPENING-TOTAL + WS-ADJUST-TOTAL.
007490     COMPUTE WS-DIFFERENCE =
007500         WS-MASTER-TOTAL - WS-EXPECTED-TOTAL.
007510     WRITE PROOF-REPORT-RECORD FROM WS-BLANK-LINE.
007520     MOVE SPACES TO AL-COUNT-X.
007530     MOVE SPACES TO AL-COUNT-NAME.
007540     MOVE 'PRIOR ACCOUNT_MASTER TOTAL' TO AL-LABEL.
007550     MOVE WS-PRIOR-TOTAL TO AL-AMOUNT.
007560     WRITE PROOF-REPORT-RECORD FROM WS-AMOUNT-LINE.
007570     MOVE '  + NET POSTED PER GL JOURNALS' TO AL-LABEL.
007580     MOVE WS-NET-POSTED TO AL-AMOUNT.
007590     MOVE WS-JOURNALS-COUNTED TO AL-COUNT.
007600     MOVE 'JOURNALS' TO AL-COUNT-NAME.
007610     WRITE PROOF-REPORT-RECORD FROM WS-AMOUNT-LINE.
007620     MOVE '  + ACCTLOAD OPENING BALANCES' TO AL-LABEL.
007630     MOVE WS-OPENING-TOTAL TO AL-AMOUNT.
007640     MOVE WS-OPENING-COUNT TO AL-COUNT.
007650     MOVE 'ACCOUNTS' TO AL-COUNT-NAME.
007660     WRITE PROOF-REPORT-RECORD FROM WS-AMOUNT-LINE.
007670     MOVE '  + AMNT BALANCE ADJUSTMENTS' TO AL-LABEL.
007680     MOVE WS-ADJUST-TOTAL TO AL-AMOUNT.
007690     MOVE WS-ADJUST-COUNT TO AL-COUNT.
007700     MOVE 'CHANGES' TO AL-COUNT-NAME.
007710     WRITE PROOF-REPORT-RECORD FROM WS-AMOUNT-LINE.
007720     MOVE SPACES TO AL-COUNT-X.
007730     MOVE SPACES TO AL-COUNT-NAME.
007740     MOVE '  = EXPECTED ACCOUNT_MASTER TOTAL' TO AL-LABEL.
007750     MOVE WS-EXPECTED-TOTAL TO AL-AMOUNT.
007760     WRITE PROOF-REPORT-RECORD FROM WS-AMOUNT-LINE.
007770     MOVE 'CURRENT ACCOUNT_MASTER TOTAL' TO AL-LABEL.
007780     MOVE WS-MASTER-TOTAL TO AL-AMOUNT.
007790     MOVE WS-MASTER-COUNT TO AL-COUNT.
007800     MOVE 'ACCOUNTS' TO AL-COUNT-NAME.
007810     WRITE PROOF-REPORT-RECORD FROM WS-AMOUNT-LINE.
007820     MOVE SPACES TO AL-COUNT-X.
007830     MOVE SPACES TO AL-COUNT-NAME.
007840     MOVE 'DIFFERENCE' TO AL-LABEL.
007850     MOVE WS-DIFFERENCE TO AL-AMOUNT.
007860     WRITE PROOF-REPORT-RECORD FROM WS-AMOUNT-LINE.
007870     WRITE PROOF-REPORT-RECORD FROM WS-BLANK-LINE.
007880     EVALUATE TRUE
007890         WHEN NOT WS-PRIOR-FOUND
007900             MOVE 'OPENING POSITION RECORDED' TO RL-RESULT
007910         WHEN WS-DIFFERENCE = ZERO
007920             MOVE 'IN BALANCE' TO RL-RESULT
007930         WHEN OTHER
007940             SET WS-OUT-OF-BALANCE TO TRUE
007950             MOVE 'OUT OF BALANCE' TO RL-RESULT
007960     END-EVALUATE.
007970     WRITE PROOF-REPORT-RECORD FROM WS-RESULT-LINE.
007980 6000-EXIT.
007990     EXIT.
008000
008010*----------------------------------------------------------*
008020* 7000-FILE-PROOF - THIS RUN'S PROOF GOES ON THE HISTORY    *
008030*                   FOR THE NEXT RUN TO START FROM.  THE    *
008040*                   CURRENT TOTAL IS WHAT ACCOUNT_MASTER    *
008050*                   REALLY HELD, IN BALANCE OR NOT.         *
008060*----------------------------------------------------------*
008070 7000-FILE-PROOF.
008080     MOVE SPACES TO BALANCE-PROOF-RECORD.
008090     MOVE WS-WINDOW-TO-DATE TO BPF-PROOF-DATE.
008100     MOVE WS-WINDOW-TO-TIME TO BPF-PROOF-TIME.
008110     EVALUATE TRUE
008120         WHEN NOT WS-PRIOR-FOUND
008130             SET BPF-OPENING-POSITION TO TRUE
008140         WHEN WS-OUT-OF-BALANCE
008150             SET BPF-OUT-OF-BALANCE TO TRUE
008160         WHEN OTHER
008170             SET BPF-IN-BALANCE TO TRUE
008180     END-EVALUATE.
008190     MOVE WS-PRIOR-TOTAL TO BPF-PRIOR-TOTAL.
008200     MOVE WS-NET-POSTED TO BPF-NET-POSTED.
008210     MOVE WS-OPENING-TOTAL TO BPF-OPENING-TOTAL.
008220     MOVE WS-ADJUST-TOTAL TO BPF-ADJUST-TOTAL.
008230     MOVE WS-EXPECTED-TOTAL TO BPF-EXPECTED-TOTAL.
008240     MOVE WS-MASTER-TOTAL TO BPF-CURRENT-TOTAL.
008250     MOVE WS-DIFFERENCE TO BPF-DIFFERENCE.
008260     MOVE WS-MASTER-COUNT TO BPF-ACCOUNT-COUNT.
008270     MOVE WS-HIGH-JOURNAL-ID TO BPF-LAST-JOURNAL-ID.
008280     WRITE BALANCE-PROOF-RECORD
008290         INVALID KEY
008300             DISPLAY 'BALPROOF BALPHIST WRITE FAILED FOR '
008310                 BPF-KEY ' - STATUS ' WS-PROOF-STATUS
008320             IF WS-SAVED-RETURN-CODE < 8
008330                 MOVE 8 TO WS-SAVED-RETURN-CODE
008340             END-IF
008350     END-WRITE.
008360 7000-EXIT.
008370     EXIT.
008380
008390*----------------------------------------------------------*
008400* 9000-TERMINATE - CLOSE UP, RAISE THE ALERT WHEN THE DAY   *
008410*                  IS OUT OF BALANCE, AND SET THE STEP      *
008420*                  RETURN CODE.                             *
008430*----------------------------------------------------------*
008440 9000-TERMINATE.
008450     IF WS-FILES-OPEN
008460         CLOSE PROOF-HISTORY-FILE
008470         CLOSE PROOF-REPORT-FILE
008480         IF WS-JRNL-OPEN
008490             CLOSE GL-JOURNAL-FILE
008500         END-IF
008510         IF WS-CHGAUDIT-OPEN
008520             CLOSE ACCT-CHANGE-FILE
008530         END-IF
008540     END-IF.
008550     IF WS-OUT-OF-BALANCE
008560         CALL 'ALERTOPS' USING WS-AC-CALLING-PROGRAM
008570                               WS-AC-OPERATION
008580                               WS-AC-REASON-CODE
008590                               WS-AC-RETURN-CODE
008600         IF WS-SAVED-RETURN-CODE < 4
008610             MOVE 4 TO WS-SAVED-RETURN-CODE
008620         END-IF
008630     END-IF.
008640     IF WS-SAVED-RETURN-CODE > RETURN-CODE
008650         MOVE WS-SAVED-RETURN-CODE TO RETURN-CODE
008660     END-IF.
008670     DISPLAY 'BALPROOF JOURNALS READ:      ' WS-JOURNALS-READ.
008680     DISPLAY 'BALPROOF JOURNALS COUNTED:   ' WS-JOURNALS-COUNTED.
008690     DISPLAY 'BALPROOF JOURNALS REJECTED:  ' WS-JOURNALS-BAD.
008700     DISPLAY 'BALPROOF CHANGE ROWS READ:   ' WS-CHG-ROWS-READ.
008710     DISPLAY 'BALPROOF IN PROOF WINDOW:    '
008720         WS-CHG-ROWS-IN-WINDOW.
008730     DISPLAY 'BALPROOF EXPECTED TOTAL:     ' WS-EXPECTED-TOTAL.
008740     DISPLAY 'BALPROOF MASTER TOTAL:       ' WS-MASTER-TOTAL.
008750     DISPLAY 'BALPROOF DIFFERENCE:         ' WS-DIFFERENCE.
008760     IF WS-OUT-OF-BALANCE
008770         DISPLAY 'BALPROOF PROOF: OUT OF BALANCE'
008780     END-IF.
008790 9000-EXIT.
008800     EXIT.
008810
008820*----------------------------------------------------------*
008830* 9900-RECORD-RUN-END - COMPLETE THIS STEP'S ROW ON THE     *
008840*                       SHARED BATCH RUN HISTORY WITH THE   *
008850*                       RECORD COUNT AND THE FINAL STEP     *
008860*                       RETURN CODE, THEN PUT THE RETURN    *
008870*                       CODE BACK - THE CALL REPLACES IT.   *
008880*----------------------------------------------------------*
008890 9900-RECORD-RUN-END.
008900     MOVE 'END' TO WS-RH-EVENT.
008910     MOVE WS-JOURNALS-READ TO WS-RH-RECORD-COUNT.
008920     MOVE RETURN-CODE TO WS-RH-RETURN-CODE.
008930     CALL 'RUNHIST' USING WS-RH-CALLING-PROGRAM
008940                          WS-RH-QUALIFIER
008950                          WS-RH-EVENT
008960                          WS-RH-RECORD-COUNT
008970                          WS-RH-RETURN-CODE.
008980     MOVE WS-RH-RETURN-CODE TO RETURN-CODE.
008990 9900-EXIT.
009000     EXIT.
