000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. LINRECON.
000030 AUTHOR. R-HALVORSEN.
000040 INSTALLATION. DATA-SERVICES.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------*
000080* MODIFICATION HISTORY                                      *
000090*   DATE       INIT  DESCRIPTION                             *
000100*   2026-10-15 MWK   ORIGINAL VERSION - ONBOARDING LINEAGE   *
000110*                    RECONCILIATION OVER THE LEDGER EVERY    *
000120*                    ONBOARDING STEP NOW POSTS TO THROUGH    *
000130*                    THE LINEAGE SUBPROGRAM.  ONE LINE PER   *
000140*                    FEED DATE FOLLOWS THE RECORDS FROM      *
000150*                    RECEIPT THROUGH CLEANSE, SCREENING,     *
000160*                    LOAD, AND REJECT REPAIR, SHOWS WHAT IS  *
000170*                    STILL OUTSTANDING, AND FLAGS EVERY      *
000180*                    STAGE THAT DID NOT RUN OR DID NOT       *
000190*                    BALANCE.  A FLAGGED FEED DATE CALLS     *
000200*                    ALERTOPS.                               *
000210*----------------------------------------------------------*
000220*
000230*   PARM FORMAT - 'DAYS=nnn' - REPORT FEED DATES NO MORE THAN
000240*             THIS MANY DAYS BEFORE TODAY.  DEFAULT 007.
000250*             ROWS POSTED UNDER FEED DATE ZERO (NO FEED FOUND)
000260*             ARE TAKEN BY THEIR POST DATE INSTEAD.
000270*
000280*   FOR EACH FEED DATE THE LATEST ROW OF EACH STAGE COUNTS -
000290*   A STEP RE-RUN FOR THE SAME FEED SUPERSEDES ITS EARLIER
000300*   POSTING.  REPAIR ROWS ARE ADDED UP, BECAUSE EVERY REPAIR
000310*   JOB AND SCREEN POSTS ONLY ITS OWN REPAIRS.  OUTSTANDING IS
000320*   WHAT THE CLEANSE REJECTED LESS WHAT HAS BEEN REPAIRED.
000330*   RECORDS HELD BY SCREENING WAIT ON THE WLRV REVIEW, NOT ON
000340*   REPAIR, AND ARE SHOWN APART FROM OUTSTANDING.
000350*
000360*   THE RAW EXTRACT KEEPS EVERY ACCOUNT EVER RECEIVED, SO THE
000370*   CLEANSE READS AT LEAST WHAT THE FEED LOADED, NOT EXACTLY
000380*   IT.  FROM THE CLEANSE ON EACH STAGE MUST READ EXACTLY WHAT
000390*   THE STAGE BEFORE IT PASSED ON, AND EVERY STAGE MUST PASS
000400*   ON OR SET ASIDE EVERY RECORD IT READ.
000410*
000420*   RC=4 - AT LEAST ONE FEED DATE IS FLAGGED.  ALERTOPS IS
000430*          CALLED ONCE PER FLAGGED FEED DATE (REASON 2200).
000440*   RC=12 - THE LINEAGE LEDGER COULD NOT BE OPENED.
000450*   RC=16 - THE PARM IS BAD.  NOTHING IS REPORTED.
000460*
000470 ENVIRONMENT DIVISION.
000480 INPUT-OUTPUT SECTION.
000490 FILE-CONTROL.
000500     SELECT LINEAGE-FILE ASSIGN TO 'LINEAGE'
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS DYNAMIC
000530         RECORD KEY IS LNG-KEY
000540         FILE STATUS IS WS-LINEAGE-STATUS.
000550
000560     SELECT LINEAGE-REPORT-FILE ASSIGN TO 'LINRPT'
000570         ORGANIZATION IS LINE SEQUENTIAL.
000580
000590 DATA DIVISION.
000600 FILE SECTION.
000610 FD  LINEAGE-FILE.
000620     COPY LINGREC.
000630
000640 FD  LINEAGE-REPORT-FILE
000650     RECORDING MODE IS F.
000660 01  LINEAGE-REPORT-RECORD       PIC X(132).
000670
000680 WORKING-STORAGE SECTION.
000690 77  WS-LINEAGE-STATUS           PIC X(02).
000700 77  WS-STAGE-SUB                PIC 9(4) COMP VALUE ZERO.
000710 77  WS-FLAG-SUB                 PIC 9(4) COMP VALUE ZERO.
000720
000730 01  WS-SWITCHES.
000740     05  WS-EOF-SW               PIC X(01) VALUE 'N'.
000750         88  WS-EOF                  VALUE 'Y'.
000760     05  WS-PARM-ERROR-SW        PIC X(01) VALUE 'N'.
000770         88  WS-PARM-ERROR           VALUE 'Y'.
000780     05  WS-FILES-OPEN-SW        PIC X(01) VALUE 'N'.
000790         88  WS-FILES-OPEN           VALUE 'Y'.
000800     05  WS-FEED-ACTIVE-SW       PIC X(01) VALUE 'N'.
000810         88  WS-FEED-ACTIVE          VALUE 'Y'.
000820     05  WS-FEED-TAKEN-SW        PIC X(01) VALUE 'N'.
000830         88  WS-FEED-TAKEN           VALUE 'Y'.
000840     05  WS-IN-WINDOW-SW         PIC X(01) VALUE 'N'.
000850         88  WS-IN-WINDOW            VALUE 'Y'.
000860     05  WS-LEAP-YEAR-SW         PIC X(01) VALUE 'N'.
000870         88  WS-LEAP-YEAR            VALUE 'Y'.
000880
000890 01  WS-COUNTERS.
000900     05  WS-ROWS-READ            PIC 9(9) COMP VALUE ZERO.
000910     05  WS-ROWS-TAKEN           PIC 9(9) COMP VALUE ZERO.
000920     05  WS-ROWS-OUTSIDE         PIC 9(9) COMP VALUE ZERO.
000930     05  WS-FEEDS-REPORTED       PIC 9(9) COMP VALUE ZERO.
000940     05  WS-FEEDS-FLAGGED        PIC 9(9) COMP VALUE ZERO.
000950
000960 01  WS-WINDOW-CONTROL.
000970     05  WS-WINDOW-DAYS          PIC 9(03) VALUE 007.
000980     05  WS-NOW-DATE             PIC 9(08) VALUE ZERO.
000990     05  WS-TODAY-SERIAL         PIC 9(9) COMP VALUE ZERO.
001000     05  WS-OLDEST-SERIAL        PIC S9(9) COMP VALUE ZERO.
001010
001020*----------------------------------------------------------*
001030* THE FEED DATE IN HAND.  THE LEDGER IS READ IN KEY ORDER,  *
001040* SO EVERY ROW OF ONE FEED DATE ARRIVES TOGETHER.  ONE ENTRY*
001050* PER STAGE (1 RECEIPT, 2 CLEANSE, 3 SCREENING, 4 LOAD)     *
001060* HOLDING THE LATEST ROW SEEN; REPAIRS ARE SUMMED           *
001070* SEPARATELY.                                               *
001080*----------------------------------------------------------*
001090 01  WS-FEED-WORK.
001100     05  WS-CUR-FEED-DATE        PIC 9(08) VALUE ZERO.
001110     05  WS-ROW-STAMP            PIC 9(16) VALUE ZERO.
001120     05  WS-ROW-STAMP-R REDEFINES WS-ROW-STAMP.
001130         10  WS-ROW-STAMP-DATE   PIC 9(08).
001140         10  WS-ROW-STAMP-TIME   PIC 9(08).
001150     05  WS-FEED-REPAIRED        PIC 9(9) COMP VALUE ZERO.
001160     05  WS-FEED-OUTSTANDING     PIC 9(9) COMP VALUE ZERO.
001170 01  WS-STAGE-TABLE.
001180     05  WS-STAGE-ENTRY OCCURS 4 TIMES.
001190         10  STG-PRESENT-SW      PIC X(01).
001200             88  STG-PRESENT         VALUE 'Y'.
001210         10  STG-STAMP           PIC 9(16).
001220         10  STG-COUNT-IN        PIC 9(09).
001230         10  STG-COUNT-OUT       PIC 9(09).
001240         10  STG-COUNT-DIVERTED  PIC 9(09).
001250         10  STG-RETURN-CODE     PIC 9(04).
001260
001270*----------------------------------------------------------*
001280* WHAT IS WRONG WITH THE FEED DATE IN HAND, ONE LINE EACH.  *
001290*----------------------------------------------------------*
001300 01  WS-FLAG-TABLE.
001310     05  WS-FLAG-USED            PIC 9(4) COMP VALUE ZERO.
001320     05  WS-FLAG-TEXT            OCCURS 14 TIMES
001330                                 PIC X(30).
001340 01  WS-NEW-FLAG                 PIC X(30).
001350
001360*----------------------------------------------------------*
001370* SERIAL-DAY CONVERSION WORK AREA - SAME HAND-ROLLED        *
001380* APPROACH AS BATWNDW AND REJAGE, NO INTRINSICS.            *
001390*----------------------------------------------------------*
001400 01  WS-SERIAL-WORK.
001410     05  WS-SD-DATE              PIC 9(08).
001420     05  WS-SD-DATE-N REDEFINES WS-SD-DATE.
001430         10  WS-SD-YEAR          PIC 9(04).
001440         10  WS-SD-MONTH         PIC 9(02).
001450         10  WS-SD-DAY           PIC 9(02).
001460     05  WS-SD-SERIAL            PIC 9(9) COMP VALUE ZERO.
001470     05  WS-SD-YEARS             PIC 9(9) COMP VALUE ZERO.
001480     05  WS-SD-REMAINDER         PIC 9(04) COMP VALUE ZERO.
001490     05  WS-SD-QUOTIENT          PIC 9(9) COMP VALUE ZERO.
001500
001510 01  WS-MONTH-CUM-LIST           PIC X(36)
001520                 VALUE '000031059090120151181212243273304334'.
001530 01  WS-MONTH-CUM-TABLE REDEFINES WS-MONTH-CUM-LIST.
001540     05  WS-MONTH-CUM            OCCURS 12 TIMES
001550                                 PIC 9(03).
001560
001570 01  WS-ALERT-CALL.
001580     05  WS-AC-CALLING-PROGRAM   PIC X(12) VALUE 'LINRECON'.
001590     05  WS-AC-OPERATION         PIC X(20).
001600     05  WS-AC-REASON-CODE       PIC 9(04) VALUE 2200.
001610     05  WS-AC-RETURN-CODE       PIC 9(04) VALUE 0004.
001620
001630*   THE RETURN-CODE REGISTER IS REPLACED BY EVERY CALLED
001640*   PROGRAM'S ON RETURN, SO THE STEP CODE IS ASSEMBLED IN
001650*   9000 AFTER THE LAST CALL.
001660 01  WS-SAVED-RETURN-CODE        PIC 9(04) VALUE ZERO.
001670
001680 01  WS-PARM-WORK.
001690     05  WS-PARM-KEYWORD         PIC X(08).
001700     05  WS-PARM-VALUE           PIC X(30).
001710     05  WS-PARM-VALUE-N3 REDEFINES WS-PARM-VALUE.
001720         10  WS-PARM-DIGITS-3    PIC 9(03).
001730         10  WS-PARM-REST        PIC X(27).
001740
001750 01  WS-REPORT-HEADING.
001760     05  FILLER                  PIC X(36)
001770         VALUE 'ONBOARDING LINEAGE RECONCILIATION - '.
001780     05  FILLER                  PIC X(24)
001790         VALUE 'FEED DATES IN THE LAST  '.
001800     05  RH-WINDOW-DAYS          PIC ZZ9.
001810     05  FILLER                  PIC X(13) VALUE ' DAYS  AS OF '.
001820     05  RH-NOW-DATE             PIC 9(08).
001830     05  FILLER                  PIC X(48) VALUE SPACES.
001840
001850 01  WS-COLUMN-HEADING.
001860     05  FILLER                  PIC X(10) VALUE 'FEED DATE'.
001870     05  FILLER                  PIC X(10) VALUE '  RECEIVED'.
001880     05  FILLER                  PIC X(10) VALUE '   CLNS IN'.
001890     05  FILLER                  PIC X(10) VALUE '  REJECTED'.
001900     05  FILLER                  PIC X(10) VALUE '  CLEANSED'.
001910     05  FILLER                  PIC X(10) VALUE '      HELD'.
001920     05  FILLER                  PIC X(10) VALUE '  SCREENED'.
001930     05  FILLER                  PIC X(10) VALUE '   LOAD IN'.
001940     05  FILLER                  PIC X(10) VALUE '  LOAD REJ'.
001950     05  FILLER                  PIC X(10) VALUE '    LOADED'.
001960     05  FILLER                  PIC X(10) VALUE '  REPAIRED'.
001970     05  FILLER                  PIC X(10) VALUE '  OUTSTAND'.
001980     05  FILLER                  PIC X(12) VALUE '  STATUS'.
001990
002000 01  WS-FEED-LINE.
002010     05  FL-FEED-DATE            PIC 9(08).
002020     05  FILLER                  PIC X(04) VALUE SPACES.
002030     05  FL-RECEIVED             PIC Z(7)9.
002040     05  FILLER                  PIC X(02) VALUE SPACES.
002050     05  FL-CLEANSE-IN           PIC Z(7)9.
002060     05  FILLER                  PIC X(02) VALUE SPACES.
002070     05  FL-REJECTED             PIC Z(7)9.
002080     05  FILLER                  PIC X(02) VALUE SPACES.
002090     05  FL-CLEANSED             PIC Z(7)9.
002100     05  FILLER                  PIC X(02) VALUE SPACES.
002110     05  FL-HELD                 PIC Z(7)9.
002120     05  FILLER                  PIC X(02) VALUE SPACES.
002130     05  FL-SCREENED             PIC Z(7)9.
002140     05  FILLER                  PIC X(02) VALUE SPACES.
002150     05  FL-LOAD-IN              PIC Z(7)9.
002160     05  FILLER                  PIC X(02) VALUE SPACES.
002170     05  FL-LOAD-REJECTED        PIC Z(7)9.
002180     05  FILLER                  PIC X(02) VALUE SPACES.
002190     05  FL-LOADED               PIC Z(7)9.
002200     05  FILLER                  PIC X(02) VALUE SPACES.
002210     05  FL-REPAIRED             PIC Z(7)9.
002220     05  FILLER                  PIC X(02) VALUE SPACES.
002230     05  FL-OUTSTANDING          PIC Z(7)9.
002240     05  FILLER                  PIC X(02) VALUE SPACES.
002250     05  FL-STATUS               PIC X(10).
002260
002270 01  WS-FLAG-LINE.
002280     05  FILLER                  PIC X(10) VALUE SPACES.
002290     05  FILLER                  PIC X(04) VALUE '*** '.
002300     05  FG-TEXT                 PIC X(30).
002310     05  FILLER                  PIC X(88) VALUE SPACES.
002320
002330 01  WS-SUMMARY-LINE.
002340     05  FILLER                  PIC X(10) VALUE 'ROWS READ='.
002350     05  SM-ROWS-READ            PIC ZZZZZZZZ9.
002360     05  FILLER                  PIC X(07) VALUE ' TAKEN='.
002370     05  SM-ROWS-TAKEN           PIC ZZZZZZZZ9.
002380     05  FILLER                  PIC X(16)
002390             VALUE ' OUTSIDE WINDOW='.
002400     05  SM-ROWS-OUTSIDE         PIC ZZZZZZZZ9.
002410     05  FILLER                  PIC X(12) VALUE ' FEED DATES='.
002420     05  SM-FEEDS-REPORTED       PIC ZZZZ9.
002430     05  FILLER                  PIC X(09) VALUE ' FLAGGED='.
002440     05  SM-FEEDS-FLAGGED        PIC ZZZZ9.
002450     05  FILLER                  PIC X(41) VALUE SPACES.
002460
002470 01  WS-NO-FEEDS-LINE.
002480     05  FILLER                  PIC X(50)
002490         VALUE 'NO FEED DATE HAS LINEAGE IN THE WINDOW'.
002500     05  FILLER                  PIC X(82) VALUE SPACES.
002510
002520 01  WS-RUN-HISTORY-CALL.
002530     05  WS-RH-CALLING-PROGRAM   PIC X(12) VALUE 'LINRECON'.
002540     05  WS-RH-QUALIFIER         PIC X(10) VALUE SPACES.
002550     05  WS-RH-EVENT             PIC X(05).
002560     05  WS-RH-RECORD-COUNT      PIC 9(09) VALUE ZERO.
002570     05  WS-RH-RETURN-CODE       PIC 9(04) VALUE ZERO.
002580
002590 LINKAGE SECTION.
002600 01  LS-PARM-AREA.
002610     05  LS-PARM-LEN             PIC S9(4) COMP.
002620     05  LS-PARM-TEXT            PIC X(80).
002630
002640 PROCEDURE DIVISION USING LS-PARM-AREA.
002650 0000-MAINLINE.
002660     PERFORM 0100-RECORD-RUN-START THRU 0100-EXIT.
002670     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002680     IF WS-FILES-OPEN
002690         PERFORM 2000-PROCESS-LINEAGE-ROW THRU 2000-EXIT
002700             UNTIL WS-EOF
002710         PERFORM 3000-FINISH-FEED THRU 3000-EXIT
002720         PERFORM 4000-PRINT-TOTALS THRU 4000-EXIT
002730     END-IF.
002740     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002750     PERFORM 9900-RECORD-RUN-END THRU 9900-EXIT.
002760     GOBACK.
002770
002780*----------------------------------------------------------*
002790* 0100-RECORD-RUN-START - FILE THIS STEP'S RUNNING-STATE ROW*
002800*                         ON THE SHARED BATCH RUN HISTORY   *
002810*                         BEFORE ANY WORK IS DONE.          *
002820*----------------------------------------------------------*
002830 0100-RECORD-RUN-START.
002840     MOVE 'START' TO WS-RH-EVENT.
002850     CALL 'RUNHIST' USING WS-RH-CALLING-PROGRAM
002860                          WS-RH-QUALIFIER
002870                          WS-RH-EVENT
002880                          WS-RH-RECORD-COUNT
002890                          WS-RH-RETURN-CODE.
002900 0100-EXIT.
002910     EXIT.
002920
002930*----------------------------------------------------------*
002940* 1000-INITIALIZE - PARSE THE PARM, WORK OUT THE OLDEST     *
002950*                   SERIAL DAY IN THE WINDOW, OPEN THE      *
002960*                   FILES, AND PRINT THE HEADINGS.  A       *
002970*                   MISSING LEDGER (STATUS 35) JUST MEANS   *
002980*                   NOTHING HAS POSTED YET.                 *
002990*----------------------------------------------------------*
003000 1000-INITIALIZE.
003010     MOVE ZERO TO RETURN-CODE.
003020     ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD.
003030     PERFORM 1060-PARSE-PARM THRU 1060-EXIT.
003040     IF WS-PARM-ERROR
003050         DISPLAY 'LINRECON PARM BAD - DAYS MUST BE 001-999 - '
003060             'NOTHING REPORTED'
003070         MOVE 16 TO WS-SAVED-RETURN-CODE
003080         GO TO 1000-EXIT
003090     END-IF.
003100     MOVE WS-NOW-DATE TO WS-SD-DATE.
003110     PERFORM 8000-DATE-TO-SERIAL THRU 8000-EXIT.
003120     MOVE WS-SD-SERIAL TO WS-TODAY-SERIAL.
003130     COMPUTE WS-OLDEST-SERIAL = WS-TODAY-SERIAL - WS-WINDOW-DAYS.
003140     OPEN INPUT LINEAGE-FILE.
003150     IF WS-LINEAGE-STATUS NOT = '00'
003160             AND WS-LINEAGE-STATUS NOT = '35'
003170         DISPLAY 'LINRECON LINEAGE OPEN FAILED - STATUS '
003180             WS-LINEAGE-STATUS
003190         MOVE 12 TO WS-SAVED-RETURN-CODE
003200         GO TO 1000-EXIT
003210     END-IF.
003220     OPEN OUTPUT LINEAGE-REPORT-FILE.
003230     SET WS-FILES-OPEN TO TRUE.
003240     MOVE WS-WINDOW-DAYS TO RH-WINDOW-DAYS.
003250     MOVE WS-NOW-DATE TO RH-NOW-DATE.
003260     WRITE LINEAGE-REPORT-RECORD FROM WS-REPORT-HEADING.
003270     WRITE LINEAGE-REPORT-RECORD FROM WS-COLUMN-HEADING.
003280     IF WS-LINEAGE-STATUS = '35'
003290         SET WS-EOF TO TRUE
003300     ELSE
003310         PERFORM 2100-READ-LINEAGE-ROW THRU 2100-EXIT
003320     END-IF.
003330 1000-EXIT.
003340     EXIT.
003350
003360*----------------------------------------------------------*
003370* 1060-PARSE-PARM - ONE KEYWORD=VALUE PIECE, OPTIONAL.      *
003380*----------------------------------------------------------*
003390 1060-PARSE-PARM.
003400     IF LS-PARM-LEN = ZERO
003410         GO TO 1060-EXIT
003420     END-IF.
003430     MOVE SPACES TO WS-PARM-WORK.
003440     UNSTRING LS-PARM-TEXT (1:LS-PARM-LEN) DELIMITED BY '='
003450         INTO WS-PARM-KEYWORD
003460              WS-PARM-VALUE
003470     END-UNSTRING.
003480     IF WS-PARM-KEYWORD NOT = 'DAYS'
003490             OR WS-PARM-DIGITS-3 IS NOT NUMERIC
003500             OR WS-PARM-DIGITS-3 = ZERO
003510             OR WS-PARM-REST NOT = SPACES
003520         SET WS-PARM-ERROR TO TRUE
003530     ELSE
003540         MOVE WS-PARM-DIGITS-3 TO WS-WINDOW-DAYS
003550     END-IF.
003560 1060-EXIT.
003570     EXIT.
003580
003590*----------------------------------------------------------*
003600* 2000-PROCESS-LINEAGE-ROW - A NEW FEED DATE FINISHES THE   *
003610*                            ONE BEFORE IT.  A ROW INSIDE   *
003620*                            THE WINDOW IS TAKEN INTO ITS   *
003630*                            STAGE, THEN THE NEXT ROW IS    *
003640*                            READ.                          *
003650*----------------------------------------------------------*
003660 2000-PROCESS-LINEAGE-ROW.
003670     IF NOT WS-FEED-ACTIVE
003680             OR LNG-FEED-DATE NOT = WS-CUR-FEED-DATE
003690         PERFORM 3000-FINISH-FEED THRU 3000-EXIT
003700         PERFORM 2200-START-FEED THRU 2200-EXIT
003710     END-IF.
003720     IF WS-CUR-FEED-DATE = ZERO
003730         MOVE LNG-POST-DATE TO WS-SD-DATE
003740         PERFORM 2300-CHECK-WINDOW THRU 2300-EXIT
003750     END-IF.
003760     IF WS-IN-WINDOW
003770         PERFORM 2400-TAKE-ROW THRU 2400-EXIT
003780     ELSE
003790         ADD 1 TO WS-ROWS-OUTSIDE
003800     END-IF.
003810     PERFORM 2100-READ-LINEAGE-ROW THRU 2100-EXIT.
003820 2000-EXIT.
003830     EXIT.
003840
003850 2100-READ-LINEAGE-ROW.
003860     READ LINEAGE-FILE NEXT RECORD
003870         AT END
003880             SET WS-EOF TO TRUE
003890         NOT AT END
003900             ADD 1 TO WS-ROWS-READ
003910     END-READ.
003920 2100-EXIT.
003930     EXIT.
003940
003950*----------------------------------------------------------*
003960* 2200-START-FEED - CLEAR THE STAGES FOR THE NEW FEED DATE  *
003970*                   AND DECIDE WHETHER IT IS INSIDE THE     *
003980*                   WINDOW.                                 *
003990*----------------------------------------------------------*
004000 2200-START-FEED.
004010     MOVE LNG-FEED-DATE TO WS-CUR-FEED-DATE.
004020     SET WS-FEED-ACTIVE TO TRUE.
004030     MOVE 'N' TO WS-FEED-TAKEN-SW.
004040     MOVE ZERO TO WS-FEED-REPAIRED.
004050     PERFORM 2250-CLEAR-ONE-STAGE THRU 2250-EXIT
004060         VARYING WS-STAGE-SUB FROM 1 BY 1
004070         UNTIL WS-STAGE-SUB > 4.
004080     IF WS-CUR-FEED-DATE NOT = ZERO
004090         MOVE WS-CUR-FEED-DATE TO WS-SD-DATE
004100         PERFORM 2300-CHECK-WINDOW THRU 2300-EXIT
004110     END-IF.
004120 2200-EXIT.
004130     EXIT.
004140
004150 2250-CLEAR-ONE-STAGE.
004160     MOVE 'N'  TO STG-PRESENT-SW (WS-STAGE-SUB).
004170     MOVE ZERO TO STG-STAMP (WS-STAGE-SUB).
004180     MOVE ZERO TO STG-COUNT-IN (WS-STAGE-SUB).
004190     MOVE ZERO TO STG-COUNT-OUT (WS-STAGE-SUB).
004200     MOVE ZERO TO STG-COUNT-DIVERTED (WS-STAGE-SUB).
004210     MOVE ZERO TO STG-RETURN-CODE (WS-STAGE-SUB).
004220 2250-EXIT.
004230     EXIT.
004240
004250*----------------------------------------------------------*
004260* 2300-CHECK-WINDOW - IS WS-SD-DATE NO OLDER THAN THE PARM  *
004270*                     DAYS?  A DATE THAT IS NOT A CALENDAR  *
004280*                     DATE IS KEPT IN, SO IT IS SEEN ON THE *
004290*                     REPORT.                               *
004300*----------------------------------------------------------*
004310 2300-CHECK-WINDOW.
004320     SET WS-IN-WINDOW TO TRUE.
004330     IF WS-SD-MONTH < 1 OR WS-SD-MONTH > 12
004340         GO TO 2300-EXIT
004350     END-IF.
004360     PERFORM 8000-DATE-TO-SERIAL THRU 8000-EXIT.
004370     IF WS-SD-SERIAL < WS-OLDEST-SERIAL
004380         MOVE 'N' TO WS-IN-WINDOW-SW
004390     END-IF.
004400 2300-EXIT.
004410     EXIT.
004420
004430*----------------------------------------------------------*
004440* 2400-TAKE-ROW - THE LATEST ROW OF A STAGE REPLACES ANY    *
004450*                 EARLIER ONE; A REPAIR ROW ADDS TO THE     *
004460*                 FEED'S REPAIRS.  A STAGE THIS REPORT DOES *
004470*                 NOT KNOW IS COUNTED BUT IGNORED.          *
004480*----------------------------------------------------------*
004490 2400-TAKE-ROW.
004500     ADD 1 TO WS-ROWS-TAKEN.
004510     SET WS-FEED-TAKEN TO TRUE.
004520     EVALUATE TRUE
004530         WHEN LNG-RECEIVED
004540             MOVE 1 TO WS-STAGE-SUB
004550         WHEN LNG-CLEANSED
004560             MOVE 2 TO WS-STAGE-SUB
004570         WHEN LNG-SCREENED
004580             MOVE 3 TO WS-STAGE-SUB
004590         WHEN LNG-LOADED
004600             MOVE 4 TO WS-STAGE-SUB
004610         WHEN LNG-REPAIRED
004620             ADD LNG-COUNT-OUT TO WS-FEED-REPAIRED
004630             GO TO 2400-EXIT
004640         WHEN OTHER
004650             GO TO 2400-EXIT
004660     END-EVALUATE.
004670     MOVE LNG-POST-DATE TO WS-ROW-STAMP-DATE.
004680     MOVE LNG-POST-TIME TO WS-ROW-STAMP-TIME.
004690     IF STG-PRESENT (WS-STAGE-SUB)
004700             AND WS-ROW-STAMP < STG-STAMP (WS-STAGE-SUB)
004710         GO TO 2400-EXIT
004720     END-IF.
004730     SET STG-PRESENT (WS-STAGE-SUB) TO TRUE.
004740     MOVE WS-ROW-STAMP       TO STG-STAMP (WS-STAGE-SUB).
004750     MOVE LNG-COUNT-IN       TO STG-COUNT-IN (WS-STAGE-SUB).
004760     MOVE LNG-COUNT-OUT      TO STG-COUNT-OUT (WS-STAGE-SUB).
004770     MOVE LNG-COUNT-DIVERTED TO STG-COUNT-DIVERTED (WS-STAGE-SUB).
004780     MOVE LNG-RETURN-CODE    TO STG-RETURN-CODE (WS-STAGE-SUB).
004790 2400-EXIT.
004800     EXIT.
004810
004820*----------------------------------------------------------*
004830* 3000-FINISH-FEED - CHECK THE FEED DATE IN HAND, PRINT ITS *
004840*                    LINE AND ANY FLAGS UNDER IT, AND ALERT *
004850*                    WHEN IT IS FLAGGED.  A FEED DATE WITH  *
004860*                    NO ROW IN THE WINDOW PRINTS NOTHING.   *
004870*----------------------------------------------------------*
004880 3000-FINISH-FEED.
004890     IF NOT WS-FEED-ACTIVE OR NOT WS-FEED-TAKEN
004900         GO TO 3000-EXIT
004910     END-IF.
004920     ADD 1 TO WS-FEEDS-REPORTED.
004930     MOVE ZERO TO WS-FEED-OUTSTANDING.
004940     IF WS-FEED-REPAIRED < STG-COUNT-DIVERTED (2)
004950         COMPUTE WS-FEED-OUTSTANDING =
004960             STG-COUNT-DIVERTED (2) - WS-FEED-REPAIRED
004970     END-IF.
004980     MOVE ZERO TO WS-FLAG-USED.
004990     IF WS-CUR-FEED-DATE = ZERO
005000         MOVE 'UNATTRIBUTED' TO WS-NEW-FLAG
005010         PERFORM 3900-ADD-FLAG THRU 3900-EXIT
005020     ELSE
005030         PERFORM 3100-CHECK-RECEIPT THRU 3100-EXIT
005040         PERFORM 3200-CHECK-CLEANSE THRU 3200-EXIT
005050         PERFORM 3300-CHECK-SCREENING THRU 3300-EXIT
005060         PERFORM 3400-CHECK-LOAD THRU 3400-EXIT
005070         PERFORM 3500-CHECK-REPAIRS THRU 3500-EXIT
005080     END-IF.
005090     PERFORM 3600-PRINT-FEED THRU 3600-EXIT.
005100     IF WS-FLAG-USED > ZERO
005110         ADD 1 TO WS-FEEDS-FLAGGED
005120         MOVE SPACES TO WS-AC-OPERATION
005130         STRING 'LINEAGE ' DELIMITED BY SIZE
005140                WS-CUR-FEED-DATE DELIMITED BY SIZE
005150             INTO WS-AC-OPERATION
005160         CALL 'ALERTOPS' USING WS-AC-CALLING-PROGRAM
005170                               WS-AC-OPERATION
005180                               WS-AC-REASON-CODE
005190                               WS-AC-RETURN-CODE
005200         IF WS-SAVED-RETURN-CODE < 4
005210             MOVE 4 TO WS-SAVED-RETURN-CODE
005220         END-IF
005230     END-IF.
005240     MOVE 'N' TO WS-FEED-ACTIVE-SW.
005250 3000-EXIT.
005260     EXIT.
005270
005280*----------------------------------------------------------*
005290* 3100-CHECK-RECEIPT - THE INTAKE MUST HAVE LOADED EVERY    *
005300*                      DETAIL THE TRANSMISSION SENT.        *
005310*----------------------------------------------------------*
005320 3100-CHECK-RECEIPT.
005330     IF NOT STG-PRESENT (1)
005340         MOVE 'NOT RECEIVED' TO WS-NEW-FLAG
005350         PERFORM 3900-ADD-FLAG THRU 3900-EXIT
005360         GO TO 3100-EXIT
005370     END-IF.
005380     IF STG-COUNT-IN (1) NOT = STG-COUNT-OUT (1)
005390         MOVE 'RECEIPT IMBALANCE' TO WS-NEW-FLAG
005400         PERFORM 3900-ADD-FLAG THRU 3900-EXIT
005410     END-IF.
005420     IF STG-RETURN-CODE (1) NOT < 8
005430         MOVE 'RECEIPT STEP FAILED' TO WS-NEW-FLAG
005440         PERFORM 3900-ADD-FLAG THRU 3900-EXIT
005450     END-IF.
005460 3100-EXIT.
005470     EXIT.
005480
005490*----------------------------------------------------------*
005500* 3200-CHECK-CLEANSE - THE CLEANSE MUST ACCOUNT FOR EVERY   *
005510*                      RECORD IT READ, AND MUST HAVE READ AT*
005520*                      LEAST WHAT THE FEED LOADED INTO THE  *
005530*                      RAW EXTRACT.                         *
005540*----------------------------------------------------------*
005550 3200-CHECK-CLEANSE.
005560     IF NOT STG-PRESENT (2)
005570         MOVE 'NOT CLEANSED' TO WS-NEW-FLAG
005580         PERFORM 3900-ADD-FLAG THRU 3900-EXIT
005590         GO TO 3200-EXIT
005600     END-IF.
005610     IF STG-COUNT-IN (2) NOT =
005620             STG-COUNT-OUT (2) + STG-COUNT-DIVERTED (2)
005630         MOVE 'CLEANSE IMBALANCE' TO WS-NEW-FLAG
005640         PERFORM 3900-ADD-FLAG THRU 3900-EXIT
005650     END-IF.
005660     IF STG-PRESENT (1)
005670             AND STG-COUNT-IN (2) < STG-COUNT-OUT (1)
005680         MOVE 'CLEANSE SHORT OF FEED' TO WS-NEW-FLAG
005690         PERFORM 3900-ADD-FLAG THRU 3900-EXIT
005700     END-IF.
005710     IF STG-RETURN-CODE (2) NOT < 8
005720         MOVE 'CLEANSE STEP FAILED' TO WS-NEW-FLAG
005730         PERFORM 3900-ADD-FLAG THRU 3900-EXIT
005740     END-IF.
005750 3200-EXIT.
005760     EXIT.
005770
005780*----------------------------------------------------------*
005790* 3300-CHECK-SCREENING - SCREENING MUST READ EXACTLY WHAT   *
005800*                        THE CLEANSE PASSED ON AND ACCOUNT  *
005810*                        FOR EVERY RECORD.                  *
005820*----------------------------------------------------------*
005830 3300-CHECK-SCREENING.
005840     IF NOT STG-PRESENT (3)
005850         MOVE 'NOT SCREENED' TO WS-NEW-FLAG
005860         PERFORM 3900-ADD-FLAG THRU 3900-EXIT
005870         GO TO 3300-EXIT
005880     END-IF.
005890     IF STG-PRESENT (2)
005900             AND STG-COUNT-IN (3) NOT = STG-COUNT-OUT (2)
005910         MOVE 'SCREEN INPUT MISMATCH' TO WS-NEW-FLAG
005920         PERFORM 3900-ADD-FLAG THRU 3900-EXIT
005930     END-IF.
005940     IF STG-COUNT-IN (3) NOT =
005950             STG-COUNT-OUT (3) + STG-COUNT-DIVERTED (3)
005960         MOVE 'SCREEN IMBALANCE' TO WS-NEW-FLAG
005970         PERFORM 3900-ADD-FLAG THRU 3900-EXIT
005980     END-IF.
005990     IF STG-RETURN-CODE (3) NOT < 8
006000         MOVE 'SCREEN STEP FAILED' TO WS-NEW-FLAG
006010         PERFORM 3900-ADD-FLAG THRU 3900-EXIT
006020     END-IF.
006030 3300-EXIT.
006040     EXIT.
006050
006060*----------------------------------------------------------*
006070* 3400-CHECK-LOAD - THE LOAD MUST READ EXACTLY WHAT         *
006080*                   SCREENING PASSED ON AND ACCOUNT FOR     *
006090*                   EVERY RECORD.                           *
006100*----------------------------------------------------------*
006110 3400-CHECK-LOAD.
006120     IF NOT STG-PRESENT (4)
006130         MOVE 'NOT LOADED' TO WS-NEW-FLAG
006140         PERFORM 3900-ADD-FLAG THRU 3900-EXIT
006150         GO TO 3400-EXIT
006160     END-IF.
006170     IF STG-PRESENT (3)
006180             AND STG-COUNT-IN (4) NOT = STG-COUNT-OUT (3)
006190         MOVE 'LOAD INPUT MISMATCH' TO WS-NEW-FLAG
006200         PERFORM 3900-ADD-FLAG THRU 3900-EXIT
006210     END-IF.
006220     IF STG-COUNT-IN (4) NOT =
006230             STG-COUNT-OUT (4) + STG-COUNT-DIVERTED (4)
006240         MOVE 'LOAD IMBALANCE' TO WS-NEW-FLAG
006250         PERFORM 3900-ADD-FLAG THRU 3900-EXIT
006260     END-IF.
006270     IF STG-RETURN-CODE (4) NOT < 8
006280         MOVE 'LOAD STEP FAILED' TO WS-NEW-FLAG
006290         PERFORM 3900-ADD-FLAG THRU 3900-EXIT
006300     END-IF.
006310 3400-EXIT.
006320     EXIT.
006330
006340*----------------------------------------------------------*
006350* 3500-CHECK-REPAIRS - MORE REPAIRS THAN THE CLEANSE        *
006360*                      REJECTED MEANS A REPAIR WAS POSTED   *
006370*                      AGAINST THE WRONG FEED DATE OR TWICE.*
006380*----------------------------------------------------------*
006390 3500-CHECK-REPAIRS.
006400     IF WS-FEED-REPAIRED > STG-COUNT-DIVERTED (2)
006410         MOVE 'REPAIRS EXCEED REJECTS' TO WS-NEW-FLAG
006420         PERFORM 3900-ADD-FLAG THRU 3900-EXIT
006430     END-IF.
006440 3500-EXIT.
006450     EXIT.
006460
006470*----------------------------------------------------------*
006480* 3600-PRINT-FEED - THE FEED DATE'S LINE, THEN ONE LINE PER *
006490*                   FLAG UNDER IT.                          *
006500*----------------------------------------------------------*
006510 3600-PRINT-FEED.
006520     MOVE WS-CUR-FEED-DATE        TO FL-FEED-DATE.
006530     MOVE STG-COUNT-IN (1)        TO FL-RECEIVED.
006540     MOVE STG-COUNT-IN (2)        TO FL-CLEANSE-IN.
006550     MOVE STG-COUNT-DIVERTED (2)  TO FL-REJECTED.
006560     MOVE STG-COUNT-OUT (2)       TO FL-CLEANSED.
006570     MOVE STG-COUNT-DIVERTED (3)  TO FL-HELD.
006580     MOVE STG-COUNT-OUT (3)       TO FL-SCREENED.
006590     MOVE STG-COUNT-IN (4)        TO FL-LOAD-IN.
006600     MOVE STG-COUNT-DIVERTED (4)  TO FL-LOAD-REJECTED.
006610     MOVE STG-COUNT-OUT (4)       TO FL-LOADED.
006620     MOVE WS-FEED-REPAIRED        TO FL-REPAIRED.
006630     MOVE WS-FEED-OUTSTANDING     TO FL-OUTSTANDING.
006640     IF WS-FLAG-USED > ZERO
006650         MOVE 'FLAGGED' TO FL-STATUS
006660     ELSE
006670         MOVE 'BALANCED' TO FL-STATUS
006680     END-IF.
006690     WRITE LINEAGE-REPORT-RECORD FROM WS-FEED-LINE.
006700     PERFORM 3650-PRINT-ONE-FLAG THRU 3650-EXIT
006710         VARYING WS-FLAG-SUB FROM 1 BY 1
006720         UNTIL WS-FLAG-SUB > WS-FLAG-USED.
006730 3600-EXIT.
006740     EXIT.
006750
006760 3650-PRINT-ONE-FLAG.
006770     MOVE WS-FLAG-TEXT (WS-FLAG-SUB) TO FG-TEXT.
006780     WRITE LINEAGE-REPORT-RECORD FROM WS-FLAG-LINE.
006790 3650-EXIT.
006800     EXIT.
006810
006820 3900-ADD-FLAG.
006830     IF WS-FLAG-USED < 14
006840         ADD 1 TO WS-FLAG-USED
006850         MOVE WS-NEW-FLAG TO WS-FLAG-TEXT (WS-FLAG-USED)
006860     END-IF.
006870 3900-EXIT.
006880     EXIT.
006890
006900*----------------------------------------------------------*
006910* 4000-PRINT-TOTALS - THE ROW COUNTS AND HOW MANY FEED DATES*
006920*                     WERE FLAGGED.                         *
006930*----------------------------------------------------------*
006940 4000-PRINT-TOTALS.
006950     IF WS-FEEDS-REPORTED = ZERO
006960         WRITE LINEAGE-REPORT-RECORD FROM WS-NO-FEEDS-LINE
006970     END-IF.
006980     MOVE WS-ROWS-READ      TO SM-ROWS-READ.
006990     MOVE WS-ROWS-TAKEN     TO SM-ROWS-TAKEN.
007000     MOVE WS-ROWS-OUTSIDE   TO SM-ROWS-OUTSIDE.
007010     MOVE WS-FEEDS-REPORTED TO SM-FEEDS-REPORTED.
007020     MOVE WS-FEEDS-FLAGGED  TO SM-FEEDS-FLAGGED.
007030     WRITE LINEAGE-REPORT-RECORD FROM WS-SUMMARY-LINE.
007040 4000-EXIT.
007050     EXIT.
007060
007070*----------------------------------------------------------*
007080* 8000-DATE-TO-SERIAL - TURN WS-SD-DATE (YYYYMMDD) INTO A   *
007090*                       DAY COUNT.  ONLY DIFFERENCES ARE    *
007100*                       EVER USED, SO THE EPOCH IS          *
007110*                       ARBITRARY.  LEAP YEARS FOLLOW THE   *
007120*                       SAME 4/100/400 RULE AS THE FLDEDIT  *
007130*                       DATE VALIDATION.                    *
007140*----------------------------------------------------------*
007150 8000-DATE-TO-SERIAL.
007160     COMPUTE WS-SD-YEARS = WS-SD-YEAR - 1.
007170     COMPUTE WS-SD-SERIAL =
007180         (WS-SD-YEARS * 365)
007190         + (WS-SD-YEARS / 4)
007200         - (WS-SD-YEARS / 100)
007210         + (WS-SD-YEARS / 400)
007220         + WS-MONTH-CUM (WS-SD-MONTH)
007230         + WS-SD-DAY.
007240     IF WS-SD-MONTH > 2
007250         PERFORM 8100-CHECK-LEAP-YEAR THRU 8100-EXIT
007260         IF WS-LEAP-YEAR
007270             ADD 1 TO WS-SD-SERIAL
007280         END-IF
007290     END-IF.
007300 8000-EXIT.
007310     EXIT.
007320
007330*----------------------------------------------------------*
007340* 8100-CHECK-LEAP-YEAR - IS WS-SD-YEAR A LEAP YEAR, ON THE  *
007350*                        4/100/400 RULE.                    *
007360*----------------------------------------------------------*
007370 8100-CHECK-LEAP-YEAR.
007380     MOVE 'N' TO WS-LEAP-YEAR-SW.
007390     DIVIDE WS-SD-YEAR BY 4
007400         GIVING WS-SD-QUOTIENT
007410         REMAINDER WS-SD-REMAINDER.
007420     IF WS-SD-REMAINDER NOT = ZERO
007430         GO TO 8100-EXIT
007440     END-IF.
007450     DIVIDE WS-SD-YEAR BY 100
007460         GIVING WS-SD-QUOTIENT
007470         REMAINDER WS-SD-REMAINDER.
007480     IF WS-SD-REMAINDER NOT = ZERO
007490         SET WS-LEAP-YEAR TO TRUE
007500         GO TO 8100-EXIT
007510     END-IF.
007520     DIVIDE WS-SD-YEAR BY 400
007530         GIVING WS-SD-QUOTIENT
007540         REMAINDER WS-SD-REMAINDER.
007550     IF WS-SD-REMAINDER = ZERO
007560         SET WS-LEAP-YEAR TO TRUE
007570     END-IF.
007580 8100-EXIT.
007590     EXIT.
007600
007610*----------------------------------------------------------*
007620* 9000-TERMINATE - CLOSE UP, REPORT THE COUNTS, AND SET THE *
007630*                  STEP RETURN CODE.                        *
007640*----------------------------------------------------------*
007650 9000-TERMINATE.
007660     IF WS-FILES-OPEN
007670         IF WS-LINEAGE-STATUS NOT = '35'
007680             CLOSE LINEAGE-FILE
007690         END-IF
007700         CLOSE LINEAGE-REPORT-FILE
007710     END-IF.
007720     MOVE WS-SAVED-RETURN-CODE TO RETURN-CODE.
007730     DISPLAY 'LINRECON WINDOW DAYS:      ' WS-WINDOW-DAYS.
007740     DISPLAY 'LINRECON LEDGER ROWS READ: ' WS-ROWS-READ.
007750     DISPLAY 'LINRECON ROWS IN WINDOW:   ' WS-ROWS-TAKEN.
007760     DISPLAY 'LINRECON FEED DATES:       ' WS-FEEDS-REPORTED.
007770     DISPLAY 'LINRECON FEED DATES FLAGGED: ' WS-FEEDS-FLAGGED.
007780 9000-EXIT.
007790     EXIT.
007800
007810*----------------------------------------------------------*
007820* 9900-RECORD-RUN-END - COMPLETE THIS STEP'S ROW ON THE     *
007830*                       SHARED BATCH RUN HISTORY WITH THE   *
007840*                       RECORD COUNT AND THE FINAL STEP     *
007850*                       RETURN CODE, THEN PUT THE RETURN    *
007860*                       CODE BACK - THE CALL REPLACES IT.   *
007870*----------------------------------------------------------*
007880 9900-RECORD-RUN-END.
007890     MOVE 'END' TO WS-RH-EVENT.
007900     MOVE WS-ROWS-READ TO WS-RH-RECORD-COUNT.
007910     MOVE RETURN-CODE TO WS-RH-RETURN-CODE.
007920     CALL 'RUNHIST' USING WS-RH-CALLING-PROGRAM
007930                          WS-RH-QUALIFIER
007940                          WS-RH-EVENT
007950                          WS-RH-RECORD-COUNT
007960                          WS-RH-RETURN-CODE.
007970     MOVE WS-RH-RETURN-CODE TO RETURN-CODE.
007980 9900-EXIT.
007990     EXIT.
