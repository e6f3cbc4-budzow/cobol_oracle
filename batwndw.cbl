000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. BATWNDW.
000030 AUTHOR. R-HALVORSEN.
000040 INSTALLATION. DATA-SERVICES.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------*
000080* MODIFICATION HISTORY                                      *
000090*   DATE       INIT  DESCRIPTION                             *
000100*   2026-10-15 MWK   ORIGINAL VERSION - BATCH-WINDOW         *
000110*                    TRACKING REPORT OVER THE SHARED RUN     *
000120*                    HISTORY THAT EVERY BATCH PROGRAM NOW    *
000130*                    FILES THROUGH RUNHIST.  LISTS TONIGHT'S *
000140*                    STEPS WITH THEIR DURATION AGAINST EACH  *
000150*                    STEP'S OWN TREND, PROJECTS WHEN THE     *
000160*                    WINDOW WILL FINISH FROM WHAT IS STILL   *
000170*                    RUNNING OR STILL TO RUN, AND COMPARES   *
000180*                    THAT TO THE PARM DEADLINE.  A PROJECTED *
000190*                    MISS CALLS ALERTOPS WHILE THERE IS      *
000200*                    STILL TIME TO ACT ON IT.                *
000210*----------------------------------------------------------*
000220*
000230*   PARM FORMAT - 'OPEN=hhmm,DEADLINE=hhmm,TREND=nn', ANY
000240*             ORDER, ALL OPTIONAL.
000250*             OPEN     - WHEN THE NIGHTLY BATCH WINDOW OPENS.
000260*                        DEFAULT 1800.
000270*             DEADLINE - WHEN THE ONLINE DAY STARTS AND THE
000280*                        WINDOW MUST BE FINISHED.  AN EARLIER
000290*                        CLOCK TIME THAN OPEN IS THE NEXT
000300*                        MORNING.  DEFAULT 0600.
000310*             TREND    - HOW MANY PRIOR WINDOWS EACH STEP IS
000320*                        TRENDED OVER.  DEFAULT 30.
000330*
000340*   "TONIGHT" IS THE MOST RECENT WINDOW TO HAVE OPENED - RUN
000350*   BEFORE THE DEADLINE IT IS A PROGRESS CHECK WITH A
000360*   PROJECTION, RUN AFTER IT IS THE MORNING-AFTER SUMMARY.
000370*   ONLY RUNS THAT STARTED BETWEEN A WINDOW'S OPEN AND ITS
000380*   DEADLINE BELONG TO THAT WINDOW - DAYTIME AND AD HOC RUNS
000390*   ARE COUNTED BUT NOT TRENDED.
000400*
000410*   THE PROJECTION ADDS, FOR EVERY STEP NOT YET ENDED, ITS
000420*   AVERAGE DURATION LESS WHAT IT HAS ALREADY RUN.  A STEP
000430*   THAT IS NOT RUNNING AND HAS NOT RUN TONIGHT COUNTS ONLY
000440*   WHEN IT RAN IN AT LEAST HALF OF THE TRENDED WINDOWS, SO
000450*   A MONTH-END JOB DOES NOT PAD EVERY OTHER NIGHT.  STEPS
000460*   ARE TAKEN AS RUNNING ONE AFTER ANOTHER, EXCEPT THE
000470*   KEY-RANGE PARTITIONS OF ONE PROGRAM, WHICH RUN SIDE BY
000480*   SIDE - ONLY THE LONGEST PARTITION COUNTS.
000490*
000500*   RC=4 - THE WINDOW IS PROJECTED TO MISS, OR DID MISS, THE
000510*          DEADLINE.  ALERTOPS IS CALLED (REASON 3300).
000520*   RC=12 - THE RUN HISTORY COULD NOT BE OPENED.
000530*   RC=16 - THE PARM IS BAD.  NOTHING IS REPORTED.
000540*
000550 ENVIRONMENT DIVISION.
000560 INPUT-OUTPUT SECTION.
000570 FILE-CONTROL.
000580     SELECT RUN-HISTORY-FILE ASSIGN TO 'RUNHIST'
000590         ORGANIZATION IS INDEXED
000600         ACCESS MODE IS DYNAMIC
000610         RECORD KEY IS RUN-KEY
000620         FILE STATUS IS WS-RUNHIST-STATUS.
000630
000640     SELECT WINDOW-REPORT-FILE ASSIGN TO 'BATWRPT'
000650         ORGANIZATION IS LINE SEQUENTIAL.
000660
000670 DATA DIVISION.
000680 FILE SECTION.
000690 FD  RUN-HISTORY-FILE.
000700     COPY RUNHREC.
000710
000720 FD  WINDOW-REPORT-FILE
000730     RECORDING MODE IS F.
000740 01  WINDOW-REPORT-RECORD        PIC X(132).
000750
000760 WORKING-STORAGE SECTION.
000770 77  WS-RUNHIST-STATUS           PIC X(02).
000780 77  WS-STEP-MAX                 PIC 9(4) COMP VALUE 200.
000790 77  WS-STEP-USED                PIC 9(4) COMP VALUE ZERO.
000800 77  WS-STEP-SUB                 PIC 9(4) COMP VALUE ZERO.
000810 77  WS-WIN-SUB                  PIC 9(4) COMP VALUE ZERO.
000820 77  WS-DAY-SHIFT                PIC S9(4) COMP VALUE ZERO.
000830
000840 01  WS-SWITCHES.
000850     05  WS-EOF-SW               PIC X(01) VALUE 'N'.
000860         88  WS-EOF                  VALUE 'Y'.
000870     05  WS-PARM-ERROR-SW        PIC X(01) VALUE 'N'.
000880         88  WS-PARM-ERROR           VALUE 'Y'.
000890     05  WS-FILES-OPEN-SW        PIC X(01) VALUE 'N'.
000900         88  WS-FILES-OPEN           VALUE 'Y'.
000910     05  WS-OUTSTANDING-SW       PIC X(01) VALUE 'N'.
000920         88  WS-OUTSTANDING          VALUE 'Y'.
000930     05  WS-VERDICT-SW           PIC X(01) VALUE 'N'.
000940         88  WS-NO-RUNS              VALUE 'N'.
000950         88  WS-ON-TRACK             VALUE 'T'.
000960         88  WS-AT-RISK              VALUE 'R'.
000970         88  WS-MISSED               VALUE 'M'.
000980         88  WS-FINISHED-ON-TIME     VALUE 'F'.
000990     05  WS-LEAP-YEAR-SW         PIC X(01) VALUE 'N'.
001000         88  WS-LEAP-YEAR            VALUE 'Y'.
001010
001020 01  WS-COUNTERS.
001030     05  WS-ROWS-READ            PIC 9(9) COMP VALUE ZERO.
001040     05  WS-ROWS-TONIGHT         PIC 9(9) COMP VALUE ZERO.
001050     05  WS-ROWS-TRENDED         PIC 9(9) COMP VALUE ZERO.
001060     05  WS-ROWS-OUTSIDE         PIC 9(9) COMP VALUE ZERO.
001070     05  WS-ROWS-NEVER-ENDED     PIC 9(9) COMP VALUE ZERO.
001080     05  WS-STEPS-DROPPED        PIC 9(9) COMP VALUE ZERO.
001090     05  WS-STEPS-ENDED          PIC 9(9) COMP VALUE ZERO.
001100     05  WS-STEPS-RUNNING        PIC 9(9) COMP VALUE ZERO.
001110     05  WS-STEPS-PENDING        PIC 9(9) COMP VALUE ZERO.
001120     05  WS-STEPS-LONG           PIC 9(9) COMP VALUE ZERO.
001130
001140*----------------------------------------------------------*
001150* WINDOW TIMES ARE HELD AS SECONDS FROM MIDNIGHT AT THE     *
001160* START OF TODAY - NEGATIVE FOR EARLIER DAYS - SO A STEP    *
001170* THAT RUNS ACROSS MIDNIGHT SUBTRACTS CLEANLY.              *
001180*----------------------------------------------------------*
001190 01  WS-WINDOW-CONTROL.
001200     05  WS-OPEN-HHMM            PIC 9(04) VALUE 1800.
001210     05  WS-OPEN-HHMM-R REDEFINES WS-OPEN-HHMM.
001220         10  WS-OPEN-HH          PIC 9(02).
001230         10  WS-OPEN-MM          PIC 9(02).
001240     05  WS-DEADLINE-HHMM        PIC 9(04) VALUE 0600.
001250     05  WS-DEADLINE-HHMM-R REDEFINES WS-DEADLINE-HHMM.
001260         10  WS-DEADLINE-HH      PIC 9(02).
001270         10  WS-DEADLINE-MM      PIC 9(02).
001280     05  WS-TREND-DAYS           PIC 9(02) COMP VALUE 30.
001290     05  WS-LONG-PERCENT         PIC 9(04) COMP VALUE 150.
001300     05  WS-NOW-DATE             PIC 9(08) VALUE ZERO.
001310     05  WS-NOW-TIME             PIC 9(08) VALUE ZERO.
001320     05  WS-TODAY-SERIAL         PIC 9(9) COMP VALUE ZERO.
001330     05  WS-WINDOW-DATE          PIC 9(08) VALUE ZERO.
001340     05  WS-DEADLINE-DATE        PIC 9(08) VALUE ZERO.
001350     05  WS-NOW-SECS             PIC S9(9) COMP VALUE ZERO.
001360     05  WS-OPEN-SECS            PIC S9(9) COMP VALUE ZERO.
001370     05  WS-DEADLINE-SECS        PIC S9(9) COMP VALUE ZERO.
001380     05  WS-WINDOW-LENGTH        PIC S9(9) COMP VALUE ZERO.
001390     05  WS-PROJECTED-SECS       PIC S9(9) COMP VALUE ZERO.
001400     05  WS-SLACK-SECS           PIC S9(9) COMP VALUE ZERO.
001410     05  WS-REMAINING-SECS       PIC S9(9) COMP VALUE ZERO.
001420
001430*----------------------------------------------------------*
001440* THE ROW IN HAND, CONVERTED TO WINDOW TERMS.               *
001450*----------------------------------------------------------*
001460 01  WS-ROW-WORK.
001470     05  WS-ROW-START-SECS       PIC S9(9) COMP VALUE ZERO.
001480     05  WS-ROW-END-SECS         PIC S9(9) COMP VALUE ZERO.
001490     05  WS-ROW-DURATION         PIC S9(9) COMP VALUE ZERO.
001500     05  WS-ROW-WINDOW           PIC S9(9) COMP VALUE ZERO.
001510     05  WS-ROW-OPEN-SECS        PIC S9(9) COMP VALUE ZERO.
001520     05  WS-ROW-START-OFFSET     PIC S9(9) COMP VALUE ZERO.
001530     05  WS-ROW-END-OFFSET       PIC S9(9) COMP VALUE ZERO.
001540
001550*----------------------------------------------------------*
001560* STAMP-TO-SECONDS WORK AREA.                               *
001570*----------------------------------------------------------*
001580 01  WS-STAMP-WORK.
001590     05  WS-TS-DATE              PIC 9(08).
001600     05  WS-TS-TIME              PIC 9(08).
001610     05  WS-TS-TIME-R REDEFINES WS-TS-TIME.
001620         10  WS-TS-HH            PIC 9(02).
001630         10  WS-TS-MM            PIC 9(02).
001640         10  WS-TS-SS            PIC 9(02).
001650         10  WS-TS-CC            PIC 9(02).
001660     05  WS-TS-SECS              PIC S9(9) COMP VALUE ZERO.
001670
001680*----------------------------------------------------------*
001690* SERIAL-DAY CONVERSION WORK AREA - SAME HAND-ROLLED        *
001700* APPROACH AS REJAGE AND DORMPROC, NO INTRINSICS.           *
001710*----------------------------------------------------------*
001720 01  WS-SERIAL-WORK.
001730     05  WS-SD-DATE              PIC 9(08).
001740     05  WS-SD-DATE-N REDEFINES WS-SD-DATE.
001750         10  WS-SD-YEAR          PIC 9(04).
001760         10  WS-SD-MONTH         PIC 9(02).
001770         10  WS-SD-DAY           PIC 9(02).
001780     05  WS-SD-SERIAL            PIC 9(9) COMP VALUE ZERO.
001790     05  WS-SD-YEARS             PIC 9(9) COMP VALUE ZERO.
001800     05  WS-SD-REMAINDER         PIC 9(04) COMP VALUE ZERO.
001810     05  WS-SD-QUOTIENT          PIC 9(9) COMP VALUE ZERO.
001820     05  WS-SD-LAST-DAY          PIC 9(02) VALUE ZERO.
001830
001840 01  WS-MONTH-CUM-LIST           PIC X(36)
001850                 VALUE '000031059090120151181212243273304334'.
001860 01  WS-MONTH-CUM-TABLE REDEFINES WS-MONTH-CUM-LIST.
001870     05  WS-MONTH-CUM            OCCURS 12 TIMES
001880                                 PIC 9(03).
001890
001900 01  WS-MONTH-DAYS-LIST          PIC X(24)
001910                 VALUE '312831303130313130313031'.
001920 01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-LIST.
001930     05  WS-MONTH-DAYS           OCCURS 12 TIMES
001940                                 PIC 9(02).
001950
001960*----------------------------------------------------------*
001970* DURATION AND CLOCK FORMATTING WORK AREA.                  *
001980*----------------------------------------------------------*
001990 01  WS-FORMAT-WORK.
002000     05  WS-FMT-SECS             PIC S9(9) COMP VALUE ZERO.
002010     05  WS-FMT-ABS              PIC 9(9) COMP VALUE ZERO.
002020     05  WS-FMT-HOURS            PIC 9(9) COMP VALUE ZERO.
002030     05  WS-FMT-REST             PIC 9(9) COMP VALUE ZERO.
002040     05  WS-FMT-MINUTES          PIC 9(02) VALUE ZERO.
002050     05  WS-FMT-SECONDS          PIC 9(02) VALUE ZERO.
002060 01  WS-FMT-DURATION.
002070     05  FD-SIGN                 PIC X(01).
002080     05  FD-HOURS                PIC ZZ9.
002090     05  FILLER                  PIC X(01) VALUE ':'.
002100     05  FD-MINUTES              PIC 9(02).
002110     05  FILLER                  PIC X(01) VALUE ':'.
002120     05  FD-SECONDS              PIC 9(02).
002130 01  WS-FMT-CLOCK.
002140     05  FC-HOURS                PIC 9(02).
002150     05  FILLER                  PIC X(01) VALUE ':'.
002160     05  FC-MINUTES              PIC 9(02).
002170     05  FILLER                  PIC X(01) VALUE ':'.
002180     05  FC-SECONDS              PIC 9(02).
002190
002200*----------------------------------------------------------*
002210* ONE ENTRY PER STEP - PROGRAM PLUS QUALIFIER - SEEN IN THE *
002220* TRENDED WINDOWS OR TONIGHT.  THE RUN HISTORY IS READ IN   *
002230* KEY ORDER, SO EVERY ROW OF ONE STEP ARRIVES TOGETHER AND  *
002240* THE TABLE BUILDS IN PROGRAM ORDER WITHOUT A SEARCH.       *
002250*----------------------------------------------------------*
002260 01  WS-STEP-TABLE.
002270     05  WS-STEP-ENTRY OCCURS 200 TIMES.
002280         10  STP-PROGRAM-ID      PIC X(12).
002290         10  STP-QUALIFIER       PIC X(10).
002300         10  STP-TREND-RUNS      PIC 9(4) COMP.
002310         10  STP-TREND-SECS      PIC 9(9) COMP.
002320         10  STP-AVG-SECS        PIC 9(9) COMP.
002330         10  STP-TONIGHT-SW      PIC X(01).
002340             88  STP-NOT-RUN         VALUE 'N'.
002350             88  STP-RUNNING         VALUE 'R'.
002360             88  STP-ENDED           VALUE 'E'.
002370         10  STP-EXPECTED-SW     PIC X(01).
002380             88  STP-EXPECTED        VALUE 'Y'.
002390         10  STP-START-TIME      PIC 9(08).
002400         10  STP-END-TIME        PIC 9(08).
002410         10  STP-DURATION        PIC S9(9) COMP.
002420         10  STP-REMAINING       PIC S9(9) COMP.
002430         10  STP-RECORD-COUNT    PIC 9(09).
002440         10  STP-RETURN-CODE     PIC 9(04).
002450
002460*----------------------------------------------------------*
002470* ONE ENTRY PER TRENDED WINDOW (1 = LAST NIGHT) - WHEN ITS  *
002480* FIRST STEP STARTED AND ITS LAST STEP ENDED, AS SECONDS    *
002490* AFTER THAT WINDOW OPENED.                                 *
002500*----------------------------------------------------------*
002510 01  WS-WINDOW-TABLE.
002520     05  WS-WINDOW-ENTRY OCCURS 99 TIMES.
002530         10  WIN-ROWS            PIC 9(4) COMP.
002540         10  WIN-FIRST-OFFSET    PIC S9(9) COMP.
002550         10  WIN-LAST-OFFSET     PIC S9(9) COMP.
002560
002570 01  WS-TREND-TOTALS.
002580     05  WS-TREND-WINDOWS        PIC 9(4) COMP VALUE ZERO.
002590     05  WS-TREND-FINISH-SUM     PIC S9(9) COMP VALUE ZERO.
002600     05  WS-TREND-LENGTH-SUM     PIC S9(9) COMP VALUE ZERO.
002610     05  WS-TREND-AVG-FINISH     PIC S9(9) COMP VALUE ZERO.
002620     05  WS-TREND-AVG-LENGTH     PIC S9(9) COMP VALUE ZERO.
002630     05  WS-TONIGHT-ROWS         PIC 9(4) COMP VALUE ZERO.
002640     05  WS-TONIGHT-FIRST        PIC S9(9) COMP VALUE ZERO.
002650     05  WS-TONIGHT-LAST         PIC S9(9) COMP VALUE ZERO.
002660
002670*----------------------------------------------------------*
002680* KEY-RANGE PARTITIONS OF ONE PROGRAM RUN SIDE BY SIDE -    *
002690* THE LONGEST REMAINING PARTITION IS HELD HERE UNTIL THE    *
002700* PROGRAM CHANGES, THEN ADDED TO THE PROJECTION ONCE.       *
002710*----------------------------------------------------------*
002720 01  WS-PARTITION-HOLD.
002730     05  WS-PART-PROGRAM-ID      PIC X(12) VALUE SPACES.
002740     05  WS-PART-REMAINING       PIC S9(9) COMP VALUE ZERO.
002750
002760 01  WS-ALERT-CALL.
002770     05  WS-AC-CALLING-PROGRAM   PIC X(12) VALUE 'BATWNDW'.
002780     05  WS-AC-OPERATION         PIC X(20)
002790             VALUE 'BATCH WINDOW AT RISK'.
002800     05  WS-AC-REASON-CODE       PIC 9(04) VALUE 3300.
002810     05  WS-AC-RETURN-CODE       PIC 9(04) VALUE 0004.
002820
002830*   THE RETURN-CODE REGISTER IS REPLACED BY EVERY CALLED
002840*   PROGRAM'S ON RETURN, SO THE STEP CODE IS ASSEMBLED IN
002850*   9000 AFTER THE LAST CALL.
002860 01  WS-SAVED-RETURN-CODE        PIC 9(04) VALUE ZERO.
002870
002880 01  WS-PARM-SEGMENTS.
002890     05  WS-PARM-SEG-1           PIC X(30).
002900     05  WS-PARM-SEG-2           PIC X(30).
002910     05  WS-PARM-SEG-3           PIC X(30).
002920
002930 01  WS-PARM-PIECE               PIC X(30).
002940
002950 01  WS-PARM-WORK.
002960     05  WS-PARM-KEYWORD         PIC X(08).
002970     05  WS-PARM-VALUE           PIC X(30).
002980     05  WS-PARM-VALUE-N4 REDEFINES WS-PARM-VALUE.
002990         10  WS-PARM-DIGITS-4    PIC 9(04).
003000         10  WS-PARM-HHMM-R REDEFINES WS-PARM-DIGITS-4.
003010             15  WS-PARM-HH      PIC 9(02).
003020             15  WS-PARM-MM      PIC 9(02).
003030         10  FILLER              PIC X(26).
003040     05  WS-PARM-VALUE-N2 REDEFINES WS-PARM-VALUE.
003050         10  WS-PARM-DIGITS-2    PIC 9(02).
003060         10  FILLER              PIC X(28).
003070
003080 01  WS-REPORT-HEADING.
003090     05  FILLER                  PIC X(36)
003100         VALUE 'BATCH WINDOW REPORT - WINDOW OPENED '.
003110     05  RH-WINDOW-DATE          PIC 9(08).
003120     05  FILLER                  PIC X(01) VALUE SPACE.
003130     05  RH-OPEN-HHMM            PIC 9(04).
003140     05  FILLER                  PIC X(11) VALUE '  DEADLINE '.
003150     05  RH-DEADLINE-DATE        PIC 9(08).
003160     05  FILLER                  PIC X(01) VALUE SPACE.
003170     05  RH-DEADLINE-HHMM        PIC 9(04).
003180     05  FILLER                  PIC X(08) VALUE '  TREND '.
003190     05  RH-TREND-DAYS           PIC Z9.
003200     05  FILLER                  PIC X(08) VALUE '  AS OF '.
003210     05  RH-NOW-DATE             PIC 9(08).
003220     05  FILLER                  PIC X(01) VALUE SPACE.
003230     05  RH-NOW-CLOCK            PIC X(08).
003240     05  FILLER                  PIC X(24) VALUE SPACES.
003250
003260 01  WS-COLUMN-HEADING.
003270     05  FILLER                  PIC X(24) VALUE 'STEP'.
003280     05  FILLER                  PIC X(09) VALUE 'STATE'.
003290     05  FILLER                  PIC X(10) VALUE 'STARTED'.
003300     05  FILLER                  PIC X(10) VALUE 'ENDED'.
003310     05  FILLER                  PIC X(11) VALUE '  DURATION'.
003320     05  FILLER                  PIC X(11) VALUE '   TREND AV'.
003330     05  FILLER                  PIC X(07) VALUE '  PCT'.
003340     05  FILLER                  PIC X(06) VALUE '  RUNS'.
003350     05  FILLER                  PIC X(11) VALUE '    RECORDS'.
003360     05  FILLER                  PIC X(06) VALUE '    RC'.
003370     05  FILLER                  PIC X(11) VALUE '  REMAINING'.
003380     05  FILLER                  PIC X(16) VALUE '  FLAG'.
003390
003400 01  WS-STEP-LINE.
003410     05  SL-PROGRAM-ID           PIC X(12).
003420     05  FILLER                  PIC X(01) VALUE SPACE.
003430     05  SL-QUALIFIER            PIC X(10).
003440     05  FILLER                  PIC X(01) VALUE SPACE.
003450     05  SL-STATE                PIC X(08).
003460     05  FILLER                  PIC X(01) VALUE SPACE.
003470     05  SL-START-CLOCK          PIC X(08).
003480     05  FILLER                  PIC X(02) VALUE SPACES.
003490     05  SL-END-CLOCK            PIC X(08).
003500     05  FILLER                  PIC X(02) VALUE SPACES.
003510     05  SL-DURATION             PIC X(10).
003520     05  FILLER                  PIC X(01) VALUE SPACE.
003530     05  SL-AVERAGE              PIC X(10).
003540     05  FILLER                  PIC X(01) VALUE SPACE.
003550     05  SL-PERCENT              PIC ZZZZ9.
003560     05  FILLER                  PIC X(01) VALUE '%'.
003570     05  FILLER                  PIC X(01) VALUE SPACE.
003580     05  SL-TREND-RUNS           PIC ZZZZ9.
003590     05  FILLER                  PIC X(02) VALUE SPACES.
003600     05  SL-RECORD-COUNT         PIC ZZZZZZZZ9.
003610     05  FILLER                  PIC X(02) VALUE SPACES.
003620     05  SL-RETURN-CODE          PIC ZZZ9.
003630     05  FILLER                  PIC X(01) VALUE SPACE.
003640     05  SL-REMAINING            PIC X(10).
003650     05  FILLER                  PIC X(02) VALUE SPACES.
003660     05  SL-FLAG                 PIC X(15).
003670
003680 01  WS-TONIGHT-LINE.
003690     05  FILLER                  PIC X(22)
003700             VALUE 'TONIGHT  FIRST START  '.
003710     05  TL-FIRST-CLOCK          PIC X(08).
003720     05  FILLER                  PIC X(12) VALUE '  LAST END  '.
003730     05  TL-LAST-CLOCK           PIC X(08).
003740     05  FILLER                  PIC X(11) VALUE '  ELAPSED  '.
003750     05  TL-ELAPSED              PIC X(10).
003760     05  FILLER                  PIC X(09) VALUE '  ENDED='.
003770     05  TL-ENDED                PIC ZZZ9.
003780     05  FILLER                  PIC X(09) VALUE ' RUNNING='.
003790     05  TL-RUNNING              PIC ZZZ9.
003800     05  FILLER                  PIC X(09) VALUE ' PENDING='.
003810     05  TL-PENDING              PIC ZZZ9.
003820     05  FILLER                  PIC X(06) VALUE ' LONG='.
003830     05  TL-LONG                 PIC ZZZ9.
003840     05  FILLER                  PIC X(12) VALUE SPACES.
003850
003860 01  WS-TREND-LINE.
003870     05  FILLER                  PIC X(17)
003880             VALUE 'TREND    WINDOWS='.
003890     05  TR-WINDOWS              PIC Z9.
003900     05  FILLER                  PIC X(28)
003910             VALUE '  AVERAGE FINISH AFTER OPEN '.
003920     05  TR-AVG-FINISH           PIC X(10).
003930     05  FILLER                  PIC X(18)
003940             VALUE '  AVERAGE LENGTH  '.
003950     05  TR-AVG-LENGTH           PIC X(10).
003960     05  FILLER                  PIC X(47) VALUE SPACES.
003970
003980 01  WS-VERDICT-LINE.
003990     05  FILLER                  PIC X(17)
004000             VALUE 'PROJECTED FINISH '.
004010     05  VL-FINISH-DATE          PIC 9(08).
004020     05  FILLER                  PIC X(01) VALUE SPACE.
004030     05  VL-FINISH-CLOCK         PIC X(08).
004040     05  FILLER                  PIC X(09) VALUE '  SLACK  '.
004050     05  VL-SLACK                PIC X(10).
004060     05  FILLER                  PIC X(11) VALUE '  VERDICT  '.
004070     05  VL-VERDICT              PIC X(30).
004080     05  FILLER                  PIC X(38) VALUE SPACES.
004090
004100 01  WS-SUMMARY-LINE.
004110     05  FILLER                  PIC X(11) VALUE 'ROWS READ='.
004120     05  SM-ROWS-READ            PIC ZZZZZZZZ9.
004130     05  FILLER                  PIC X(10) VALUE ' TONIGHT='.
004140     05  SM-ROWS-TONIGHT         PIC ZZZZZZZZ9.
004150     05  FILLER                  PIC X(10) VALUE ' TRENDED='.
004160     05  SM-ROWS-TRENDED         PIC ZZZZZZZZ9.
004170     05  FILLER                  PIC X(16)
004180             VALUE ' OUTSIDE WINDOW='.
004190     05  SM-ROWS-OUTSIDE         PIC ZZZZZZZZ9.
004200     05  FILLER                  PIC X(13) VALUE ' NEVER ENDED='.
004210     05  SM-ROWS-NEVER-ENDED     PIC ZZZZZZZZ9.
004220     05  FILLER                  PIC X(15)
004230             VALUE ' STEPS DROPPED='.
004240     05  SM-STEPS-DROPPED        PIC ZZZZ9.
004250     05  FILLER                  PIC X(07) VALUE SPACES.
004260
004270 01  WS-NO-RUNS-LINE.
004280     05  FILLER                  PIC X(50)
004290         VALUE 'NO STEP HAS RUN OR IS DUE IN THIS WINDOW YET'.
004300     05  FILLER                  PIC X(82) VALUE SPACES.
004310
004320 01  WS-RUN-HISTORY-CALL.
004330     05  WS-RH-CALLING-PROGRAM   PIC X(12) VALUE 'BATWNDW'.
004340     05  WS-RH-QUALIFIER         PIC X(10) VALUE SPACES.
004350     05  WS-RH-EVENT             PIC X(05).
004360     05  WS-RH-RECORD-COUNT      PIC 9(09) VALUE ZERO.
004370     05  WS-RH-RETURN-CODE       PIC 9(04) VALUE ZERO.
004380
004390 LINKAGE SECTION.
004400 01  LS-PARM-AREA.
004410     05  LS-PARM-LEN             PIC S9(4) COMP.
004420     05  LS-PARM-TEXT            PIC X(80).
004430
004440 PROCEDURE DIVISION USING LS-PARM-AREA.
004450 0000-MAINLINE.
004460     PERFORM 0100-RECORD-RUN-START THRU 0100-EXIT.
004470     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
004480     IF WS-FILES-OPEN
004490         PERFORM 2000-PROCESS-RUN-ROW THRU 2000-EXIT
004500             UNTIL WS-EOF
004510         PERFORM 3000-PROJECT-WINDOW THRU 3000-EXIT
004520         PERFORM 4000-PRINT-REPORT THRU 4000-EXIT
004530     END-IF.
004540     PERFORM 9000-TERMINATE THRU 9000-EXIT.
004550     PERFORM 9900-RECORD-RUN-END THRU 9900-EXIT.
004560     GOBACK.
004570
004580*----------------------------------------------------------*
004590* 0100-RECORD-RUN-START - FILE THIS STEP'S RUNNING-STATE    *
004600*                         ROW ON THE SHARED BATCH RUN       *
004610*                         HISTORY BEFORE ANY WORK IS DONE.  *
004620*                         THIS PROGRAM SKIPS ITS OWN ROWS   *
004630*                         WHEN IT READS THE FILE BACK.      *
004640*----------------------------------------------------------*
004650 0100-RECORD-RUN-START.
004660     MOVE 'START' TO WS-RH-EVENT.
004670     CALL 'RUNHIST' USING WS-RH-CALLING-PROGRAM
004680                          WS-RH-QUALIFIER
004690                          WS-RH-EVENT
004700                          WS-RH-RECORD-COUNT
004710                          WS-RH-RETURN-CODE.
004720 0100-EXIT.
004730     EXIT.
004740
004750*----------------------------------------------------------*
004760* 1000-INITIALIZE - PARSE THE PARM, WORK OUT WHICH WINDOW   *
004770*                   IS TONIGHT'S AND WHEN ITS DEADLINE      *
004780*                   FALLS, CLEAR THE TABLES, AND OPEN THE   *
004790*                   FILES.  A MISSING RUN HISTORY (STATUS   *
004800*                   35) JUST MEANS NOTHING HAS RUN YET.     *
004810*----------------------------------------------------------*
004820 1000-INITIALIZE.
004830     MOVE ZERO TO RETURN-CODE.
004840     ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD.
004850     ACCEPT WS-NOW-TIME FROM TIME.
004860     PERFORM 1060-PARSE-PARM THRU 1060-EXIT.
004870     IF WS-PARM-ERROR
004880         DISPLAY 'BATWNDW PARM BAD - OPEN/DEADLINE MUST BE HHMM, '
004890             'TREND 01-99 - NOTHING REPORTED'
004900         MOVE 16 TO WS-SAVED-RETURN-CODE
004910         GO TO 1000-EXIT
004920     END-IF.
004930     PERFORM 1200-SET-WINDOW THRU 1200-EXIT.
004940     PERFORM 1100-CLEAR-ONE-WINDOW THRU 1100-EXIT
004950         VARYING WS-WIN-SUB FROM 1 BY 1
004960         UNTIL WS-WIN-SUB > 99.
004970     OPEN INPUT RUN-HISTORY-FILE.
004980     IF WS-RUNHIST-STATUS NOT = '00'
004990             AND WS-RUNHIST-STATUS NOT = '35'
005000         DISPLAY 'BATWNDW RUNHIST OPEN FAILED - STATUS '
005010             WS-RUNHIST-STATUS
005020         MOVE 12 TO WS-SAVED-RETURN-CODE
005030         GO TO 1000-EXIT
005040     END-IF.
005050     OPEN OUTPUT WINDOW-REPORT-FILE.
005060     SET WS-FILES-OPEN TO TRUE.
005070     IF WS-RUNHIST-STATUS = '35'
005080         SET WS-EOF TO TRUE
005090     ELSE
005100         PERFORM 2100-READ-RUN-ROW THRU 2100-EXIT
005110     END-IF.
005120 1000-EXIT.
005130     EXIT.
005140
005150*----------------------------------------------------------*
005160* 1060-PARSE-PARM - UP TO THREE COMMA-SEPARATED             *
005170*                   KEYWORD=VALUE PIECES, ANY ORDER, ALL    *
005180*                   OPTIONAL.                               *
005190*----------------------------------------------------------*
005200 1060-PARSE-PARM.
005210     IF LS-PARM-LEN > ZERO
005220         MOVE SPACES TO WS-PARM-SEGMENTS
005230         UNSTRING LS-PARM-TEXT (1:LS-PARM-LEN) DELIMITED BY ','
005240             INTO WS-PARM-SEG-1
005250                  WS-PARM-SEG-2
005260                  WS-PARM-SEG-3
005270         END-UNSTRING
005280         MOVE WS-PARM-SEG-1 TO WS-PARM-PIECE
005290         PERFORM 1070-APPLY-PARM-PIECE THRU 1070-EXIT
005300         MOVE WS-PARM-SEG-2 TO WS-PARM-PIECE
005310         PERFORM 1070-APPLY-PARM-PIECE THRU 1070-EXIT
005320         MOVE WS-PARM-SEG-3 TO WS-PARM-PIECE
005330         PERFORM 1070-APPLY-PARM-PIECE THRU 1070-EXIT
005340     END-IF.
005350 1060-EXIT.
005360     EXIT.
005370
005380 1070-APPLY-PARM-PIECE.
005390     IF WS-PARM-PIECE = SPACES
005400         GO TO 1070-EXIT
005410     END-IF.
005420     MOVE SPACES TO WS-PARM-WORK.
005430     UNSTRING WS-PARM-PIECE DELIMITED BY '='
005440         INTO WS-PARM-KEYWORD
005450              WS-PARM-VALUE
005460     END-UNSTRING.
005470     EVALUATE WS-PARM-KEYWORD
005480         WHEN 'OPEN'
005490             IF WS-PARM-DIGITS-4 IS NOT NUMERIC
005500                     OR WS-PARM-HH > 23 OR WS-PARM-MM > 59
005510                 SET WS-PARM-ERROR TO TRUE
005520             ELSE
005530                 MOVE WS-PARM-DIGITS-4 TO WS-OPEN-HHMM
005540             END-IF
005550         WHEN 'DEADLINE'
005560             IF WS-PARM-DIGITS-4 IS NOT NUMERIC
005570                     OR WS-PARM-HH > 23 OR WS-PARM-MM > 59
005580                 SET WS-PARM-ERROR TO TRUE
005590             ELSE
005600                 MOVE WS-PARM-DIGITS-4 TO WS-DEADLINE-HHMM
005610             END-IF
005620         WHEN 'TREND'
005630             IF WS-PARM-DIGITS-2 IS NOT NUMERIC
005640                     OR WS-PARM-DIGITS-2 = ZERO
005650                 SET WS-PARM-ERROR TO TRUE
005660             ELSE
005670                 MOVE WS-PARM-DIGITS-2 TO WS-TREND-DAYS
005680             END-IF
005690         WHEN OTHER
005700             SET WS-PARM-ERROR TO TRUE
005710     END-EVALUATE.
005720 1070-EXIT.
005730     EXIT.
005740
005750 1100-CLEAR-ONE-WINDOW.
005760     MOVE ZERO TO WIN-ROWS (WS-WIN-SUB).
005770     MOVE ZERO TO WIN-FIRST-OFFSET (WS-WIN-SUB).
005780     MOVE ZERO TO WIN-LAST-OFFSET (WS-WIN-SUB).
005790 1100-EXIT.
005800     EXIT.
005810
005820*----------------------------------------------------------*
005830* 1200-SET-WINDOW - TONIGHT'S WINDOW OPENED TODAY IF THE    *
005840*                   OPEN TIME HAS PASSED, OTHERWISE         *
005850*                   YESTERDAY.  THE DEADLINE IS THE NEXT    *
005860*                   OCCURRENCE OF ITS CLOCK TIME AFTER THE  *
005870*                   OPEN.                                   *
005880*----------------------------------------------------------*
005890 1200-SET-WINDOW.
005900     MOVE WS-NOW-DATE TO WS-SD-DATE.
005910     PERFORM 8000-DATE-TO-SERIAL THRU 8000-EXIT.
005920     MOVE WS-SD-SERIAL TO WS-TODAY-SERIAL.
005930     MOVE WS-NOW-DATE TO WS-TS-DATE.
005940     MOVE WS-NOW-TIME TO WS-TS-TIME.
005950     PERFORM 8200-STAMP-TO-SECS THRU 8200-EXIT.
005960     MOVE WS-TS-SECS TO WS-NOW-SECS.
005970     COMPUTE WS-OPEN-SECS =
005980         (WS-OPEN-HH * 3600) + (WS-OPEN-MM * 60).
005990     MOVE WS-NOW-DATE TO WS-WINDOW-DATE.
006000     IF WS-NOW-SECS < WS-OPEN-SECS
006010         SUBTRACT 86400 FROM WS-OPEN-SECS
006020         MOVE WS-NOW-DATE TO WS-SD-DATE
006030         PERFORM 8400-PRIOR-DAY THRU 8400-EXIT
006040         MOVE WS-SD-DATE TO WS-WINDOW-DATE
006050     END-IF.
006060     COMPUTE WS-WINDOW-LENGTH =
006070         ((WS-DEADLINE-HH * 3600) + (WS-DEADLINE-MM * 60))
006080         - ((WS-OPEN-HH * 3600) + (WS-OPEN-MM * 60)).
006090     MOVE WS-WINDOW-DATE TO WS-DEADLINE-DATE.
006100     IF WS-WINDOW-LENGTH NOT > ZERO
006110         ADD 86400 TO WS-WINDOW-LENGTH
006120         MOVE WS-WINDOW-DATE TO WS-SD-DATE
006130         PERFORM 8500-NEXT-DAY THRU 8500-EXIT
006140         MOVE WS-SD-DATE TO WS-DEADLINE-DATE
006150     END-IF.
006160     COMPUTE WS-DEADLINE-SECS = WS-OPEN-SECS + WS-WINDOW-LENGTH.
006170 1200-EXIT.
006180     EXIT.
006190
006200*----------------------------------------------------------*
006210* 2000-PROCESS-RUN-ROW - PLACE THE ROW JUST READ IN ITS     *
006220*                   WINDOW, ADD IT TO ITS STEP, AND READ    *
006230*                   THE NEXT ONE.                           *
006240*----------------------------------------------------------*
006250 2000-PROCESS-RUN-ROW.
006260     IF RUN-PROGRAM-ID NOT = WS-AC-CALLING-PROGRAM
006270         PERFORM 2200-PLACE-ROW THRU 2200-EXIT
006280     END-IF.
006290     PERFORM 2100-READ-RUN-ROW THRU 2100-EXIT.
006300 2000-EXIT.
006310     EXIT.
006320
006330 2100-READ-RUN-ROW.
006340     READ RUN-HISTORY-FILE NEXT RECORD
006350         AT END
006360             SET WS-EOF TO TRUE
006370         NOT AT END
006380             ADD 1 TO WS-ROWS-READ
006390     END-READ.
006400 2100-EXIT.
006410     EXIT.
006420
006430*----------------------------------------------------------*
006440* 2200-PLACE-ROW - WINDOW 0 IS TONIGHT, 1 LAST NIGHT, AND   *
006450*                  SO ON BACK TO THE TREND LIMIT.  A ROW    *
006460*                  OLDER THAN THAT, OR ONE THAT STARTED     *
006470*                  AFTER ITS WINDOW'S DEADLINE, IS LEFT     *
006480*                  OUT.                                     *
006490*----------------------------------------------------------*
006500 2200-PLACE-ROW.
006510     MOVE RUN-START-DATE TO WS-TS-DATE.
006520     MOVE RUN-START-TIME TO WS-TS-TIME.
006530     PERFORM 8200-STAMP-TO-SECS THRU 8200-EXIT.
006540     MOVE WS-TS-SECS TO WS-ROW-START-SECS.
006550     IF WS-ROW-START-SECS NOT < WS-OPEN-SECS
006560         MOVE ZERO TO WS-ROW-WINDOW
006570     ELSE
006580         COMPUTE WS-ROW-WINDOW =
006590             ((WS-OPEN-SECS - WS-ROW-START-SECS - 1) / 86400) + 1
006600     END-IF.
006610     IF WS-ROW-WINDOW > WS-TREND-DAYS
006620         GO TO 2200-EXIT
006630     END-IF.
006640     COMPUTE WS-ROW-OPEN-SECS =
006650         WS-OPEN-SECS - (WS-ROW-WINDOW * 86400).
006660     COMPUTE WS-ROW-START-OFFSET =
006670         WS-ROW-START-SECS - WS-ROW-OPEN-SECS.
006680     IF WS-ROW-START-OFFSET > WS-WINDOW-LENGTH
006690         ADD 1 TO WS-ROWS-OUTSIDE
006700         GO TO 2200-EXIT
006710     END-IF.
006720     PERFORM 2300-FIND-STEP THRU 2300-EXIT.
006730     IF WS-STEP-SUB = ZERO
006740         GO TO 2200-EXIT
006750     END-IF.
006760     IF RUN-ENDED
006770         MOVE RUN-END-DATE TO WS-TS-DATE
006780         MOVE RUN-END-TIME TO WS-TS-TIME
006790         PERFORM 8200-STAMP-TO-SECS THRU 8200-EXIT
006800         MOVE WS-TS-SECS TO WS-ROW-END-SECS
006810     ELSE
006820         MOVE WS-NOW-SECS TO WS-ROW-END-SECS
006830     END-IF.
006840     COMPUTE WS-ROW-DURATION =
006850         WS-ROW-END-SECS - WS-ROW-START-SECS.
006860     IF WS-ROW-DURATION < ZERO
006870         MOVE ZERO TO WS-ROW-DURATION
006880     END-IF.
006890     COMPUTE WS-ROW-END-OFFSET =
006900         WS-ROW-END-SECS - WS-ROW-OPEN-SECS.
006910     IF WS-ROW-WINDOW = ZERO
006920         PERFORM 2400-TAKE-TONIGHT-ROW THRU 2400-EXIT
006930     ELSE
006940         PERFORM 2500-TAKE-TREND-ROW THRU 2500-EXIT
006950     END-IF.
006960 2200-EXIT.
006970     EXIT.
006980
006990*----------------------------------------------------------*
007000* 2300-FIND-STEP - THE ROW BELONGS TO THE LAST STEP IN THE  *
007010*                  TABLE OR STARTS A NEW ONE.  A FULL TABLE *
007020*                  DROPS THE STEP AND IS COUNTED.           *
007030*----------------------------------------------------------*
007040 2300-FIND-STEP.
007050     IF WS-STEP-USED > ZERO
007060         IF RUN-PROGRAM-ID = STP-PROGRAM-ID (WS-STEP-USED)
007070                 AND RUN-QUALIFIER = STP-QUALIFIER (WS-STEP-USED)
007080             MOVE WS-STEP-USED TO WS-STEP-SUB
007090             GO TO 2300-EXIT
007100         END-IF
007110     END-IF.
007120     IF WS-STEP-USED NOT < WS-STEP-MAX
007130         MOVE ZERO TO WS-STEP-SUB
007140         ADD 1 TO WS-STEPS-DROPPED
007150         GO TO 2300-EXIT
007160     END-IF.
007170     ADD 1 TO WS-STEP-USED.
007180     MOVE WS-STEP-USED TO WS-STEP-SUB.
007190     MOVE RUN-PROGRAM-ID TO STP-PROGRAM-ID (WS-STEP-SUB).
007200     MOVE RUN-QUALIFIER TO STP-QUALIFIER (WS-STEP-SUB).
007210     MOVE ZERO TO STP-TREND-RUNS (WS-STEP-SUB)
007220                  STP-TREND-SECS (WS-STEP-SUB)
007230                  STP-AVG-SECS (WS-STEP-SUB)
007240                  STP-START-TIME (WS-STEP-SUB)
007250                  STP-END-TIME (WS-STEP-SUB)
007260                  STP-DURATION (WS-STEP-SUB)
007270                  STP-REMAINING (WS-STEP-SUB)
007280                  STP-RECORD-COUNT (WS-STEP-SUB)
007290                  STP-RETURN-CODE (WS-STEP-SUB).
007300     SET STP-NOT-RUN (WS-STEP-SUB) TO TRUE.
007310     MOVE 'N' TO STP-EXPECTED-SW (WS-STEP-SUB).
007320 2300-EXIT.
007330     EXIT.
007340
007350*----------------------------------------------------------*
007360* 2400-TAKE-TONIGHT-ROW - A RERUN TONIGHT REPLACES THE      *
007370*                   EARLIER ATTEMPT ON THE REPORT LINE -    *
007380*                   ROWS OF ONE STEP ARRIVE OLDEST FIRST.   *
007390*----------------------------------------------------------*
007400 2400-TAKE-TONIGHT-ROW.
007410     ADD 1 TO WS-ROWS-TONIGHT.
007420     MOVE RUN-START-TIME TO STP-START-TIME (WS-STEP-SUB).
007430     MOVE WS-ROW-DURATION TO STP-DURATION (WS-STEP-SUB).
007440     IF RUN-ENDED
007450         SET STP-ENDED (WS-STEP-SUB) TO TRUE
007460         MOVE RUN-END-TIME TO STP-END-TIME (WS-STEP-SUB)
007470         MOVE RUN-RECORD-COUNT TO STP-RECORD-COUNT (WS-STEP-SUB)
007480         MOVE RUN-RETURN-CODE TO STP-RETURN-CODE (WS-STEP-SUB)
007490     ELSE
007500         SET STP-RUNNING (WS-STEP-SUB) TO TRUE
007510         MOVE ZERO TO STP-END-TIME (WS-STEP-SUB)
007520         MOVE ZERO TO STP-RECORD-COUNT (WS-STEP-SUB)
007530         MOVE ZERO TO STP-RETURN-CODE (WS-STEP-SUB)
007540     END-IF.
007550     IF WS-TONIGHT-ROWS = ZERO
007560             OR WS-ROW-START-OFFSET < WS-TONIGHT-FIRST
007570         MOVE WS-ROW-START-OFFSET TO WS-TONIGHT-FIRST
007580     END-IF.
007590     IF RUN-ENDED
007600         IF WS-ROW-END-OFFSET > WS-TONIGHT-LAST
007610             MOVE WS-ROW-END-OFFSET TO WS-TONIGHT-LAST
007620         END-IF
007630     END-IF.
007640     ADD 1 TO WS-TONIGHT-ROWS.
007650 2400-EXIT.
007660     EXIT.
007670
007680*----------------------------------------------------------*
007690* 2500-TAKE-TREND-ROW - ONLY A RUN THAT ENDED FEEDS THE     *
007700*                   TREND.  A PAST ROW STILL IN RUNNING     *
007710*                   STATE NEVER REACHED ITS END CALL - IT   *
007720*                   ABENDED - AND IS COUNTED INSTEAD.       *
007730*----------------------------------------------------------*
007740 2500-TAKE-TREND-ROW.
007750     IF NOT RUN-ENDED
007760         ADD 1 TO WS-ROWS-NEVER-ENDED
007770         GO TO 2500-EXIT
007780     END-IF.
007790     ADD 1 TO WS-ROWS-TRENDED.
007800     ADD 1 TO STP-TREND-RUNS (WS-STEP-SUB).
007810     ADD WS-ROW-DURATION TO STP-TREND-SECS (WS-STEP-SUB).
007820     MOVE WS-ROW-WINDOW TO WS-WIN-SUB.
007830     IF WIN-ROWS (WS-WIN-SUB) = ZERO
007840             OR WS-ROW-START-OFFSET
007850                 < WIN-FIRST-OFFSET (WS-WIN-SUB)
007860         MOVE WS-ROW-START-OFFSET
007870             TO WIN-FIRST-OFFSET (WS-WIN-SUB)
007880     END-IF.
007890     IF WS-ROW-END-OFFSET > WIN-LAST-OFFSET (WS-WIN-SUB)
007900         MOVE WS-ROW-END-OFFSET TO WIN-LAST-OFFSET (WS-WIN-SUB)
007910     END-IF.
007920     ADD 1 TO WIN-ROWS (WS-WIN-SUB).
007930 2500-EXIT.
007940     EXIT.
007950
007960*----------------------------------------------------------*
007970* 3000-PROJECT-WINDOW - AVERAGE THE TRENDED WINDOWS, WORK   *
007980*                   OUT WHAT EACH STEP STILL HAS TO RUN,    *
007990*                   AND PROJECT TONIGHT'S FINISH AGAINST    *
008000*                   THE DEADLINE.                           *
008010*----------------------------------------------------------*
008020 3000-PROJECT-WINDOW.
008030     PERFORM 3100-TOTAL-ONE-WINDOW THRU 3100-EXIT
008040         VARYING WS-WIN-SUB FROM 1 BY 1
008050         UNTIL WS-WIN-SUB > WS-TREND-DAYS.
008060     IF WS-TREND-WINDOWS > ZERO
008070         COMPUTE WS-TREND-AVG-FINISH =
008080             WS-TREND-FINISH-SUM / WS-TREND-WINDOWS
008090         COMPUTE WS-TREND-AVG-LENGTH =
008100             WS-TREND-LENGTH-SUM / WS-TREND-WINDOWS
008110     END-IF.
008120     MOVE ZERO TO WS-REMAINING-SECS.
008130     MOVE SPACES TO WS-PART-PROGRAM-ID.
008140     MOVE ZERO TO WS-PART-REMAINING.
008150     PERFORM 3200-PROJECT-ONE-STEP THRU 3200-EXIT
008160         VARYING WS-STEP-SUB FROM 1 BY 1
008170         UNTIL WS-STEP-SUB > WS-STEP-USED.
008180     ADD WS-PART-REMAINING TO WS-REMAINING-SECS.
008190     IF WS-OUTSTANDING
008200         COMPUTE WS-PROJECTED-SECS =
008210             WS-NOW-SECS + WS-REMAINING-SECS
008220     ELSE
008230         COMPUTE WS-PROJECTED-SECS =
008240             WS-OPEN-SECS + WS-TONIGHT-LAST
008250     END-IF.
008260     COMPUTE WS-SLACK-SECS = WS-DEADLINE-SECS - WS-PROJECTED-SECS.
008270     EVALUATE TRUE
008280         WHEN WS-TONIGHT-ROWS = ZERO AND NOT WS-OUTSTANDING
008290             SET WS-NO-RUNS TO TRUE
008300         WHEN WS-SLACK-SECS < ZERO AND WS-OUTSTANDING
008310             SET WS-AT-RISK TO TRUE
008320         WHEN WS-SLACK-SECS < ZERO
008330             SET WS-MISSED TO TRUE
008340         WHEN WS-OUTSTANDING
008350             SET WS-ON-TRACK TO TRUE
008360         WHEN OTHER
008370             SET WS-FINISHED-ON-TIME TO TRUE
008380     END-EVALUATE.
008390 3000-EXIT.
008400     EXIT.
008410
008420 3100-TOTAL-ONE-WINDOW.
008430     IF WIN-ROWS (WS-WIN-SUB) > ZERO
008440         ADD 1 TO WS-TREND-WINDOWS
008450         ADD WIN-LAST-OFFSET (WS-WIN-SUB) TO WS-TREND-FINISH-SUM
008460         COMPUTE WS-TREND-LENGTH-SUM = WS-TREND-LENGTH-SUM
008470             + WIN-LAST-OFFSET (WS-WIN-SUB)
008480             - WIN-FIRST-OFFSET (WS-WIN-SUB)
008490     END-IF.
008500 3100-EXIT.
008510     EXIT.
008520
008530*----------------------------------------------------------*
008540* 3200-PROJECT-ONE-STEP - AN ENDED STEP HAS NOTHING LEFT.   *
008550*                   A RUNNING STEP HAS ITS AVERAGE LESS     *
008560*                   WHAT IT HAS RUN SO FAR - NOTHING ONCE   *
008570*                   IT IS PAST ITS AVERAGE, WHEN IT IS      *
008580*                   FLAGGED LONG INSTEAD.  A STEP NOT YET   *
008590*                   RUN HAS ITS WHOLE AVERAGE, IF IT IS     *
008600*                   DUE TONIGHT AT ALL.                     *
008610*----------------------------------------------------------*
008620 3200-PROJECT-ONE-STEP.
008630     MOVE ZERO TO STP-REMAINING (WS-STEP-SUB).
008640     IF STP-TREND-RUNS (WS-STEP-SUB) > ZERO
008650         COMPUTE STP-AVG-SECS (WS-STEP-SUB) =
008660             STP-TREND-SECS (WS-STEP-SUB)
008670             / STP-TREND-RUNS (WS-STEP-SUB)
008680         IF STP-TREND-RUNS (WS-STEP-SUB) * 2
008690                 NOT < WS-TREND-WINDOWS
008700             MOVE 'Y' TO STP-EXPECTED-SW (WS-STEP-SUB)
008710         END-IF
008720     END-IF.
008730     EVALUATE TRUE
008740         WHEN STP-ENDED (WS-STEP-SUB)
008750             ADD 1 TO WS-STEPS-ENDED
008760         WHEN STP-RUNNING (WS-STEP-SUB)
008770             ADD 1 TO WS-STEPS-RUNNING
008780             SET WS-OUTSTANDING TO TRUE
008790             IF STP-AVG-SECS (WS-STEP-SUB)
008800                     > STP-DURATION (WS-STEP-SUB)
008810                 COMPUTE STP-REMAINING (WS-STEP-SUB) =
008820                     STP-AVG-SECS (WS-STEP-SUB)
008830                     - STP-DURATION (WS-STEP-SUB)
008840             END-IF
008850         WHEN STP-EXPECTED (WS-STEP-SUB)
008860             ADD 1 TO WS-STEPS-PENDING
008870             SET WS-OUTSTANDING TO TRUE
008880             MOVE STP-AVG-SECS (WS-STEP-SUB)
008890                 TO STP-REMAINING (WS-STEP-SUB)
008900         WHEN OTHER
008910             CONTINUE
008920     END-EVALUATE.
008930     IF NOT STP-NOT-RUN (WS-STEP-SUB)
008940             AND STP-AVG-SECS (WS-STEP-SUB) > ZERO
008950         IF STP-DURATION (WS-STEP-SUB) * 100
008960                 > STP-AVG-SECS (WS-STEP-SUB) * WS-LONG-PERCENT
008970             ADD 1 TO WS-STEPS-LONG
008980         END-IF
008990     END-IF.
009000     PERFORM 3300-ADD-REMAINING THRU 3300-EXIT.
009010 3200-EXIT.
009020     EXIT.
009030
009040*----------------------------------------------------------*
009050* 3300-ADD-REMAINING - AN ORDINARY STEP ADDS ITS REMAINING  *
009060*                   TIME STRAIGHT TO THE PROJECTION.  A     *
009070*                   PARTITION ONLY RAISES THE HELD MAXIMUM  *
009080*                   FOR ITS PROGRAM, WHICH IS ADDED WHEN    *
009090*                   THE PROGRAM CHANGES.                    *
009100*----------------------------------------------------------*
009110 3300-ADD-REMAINING.
009120     IF STP-QUALIFIER (WS-STEP-SUB) = SPACES
009130             OR STP-PROGRAM-ID (WS-STEP-SUB)
009140                 NOT = WS-PART-PROGRAM-ID
009150         ADD WS-PART-REMAINING TO WS-REMAINING-SECS
009160         MOVE SPACES TO WS-PART-PROGRAM-ID
009170         MOVE ZERO TO WS-PART-REMAINING
009180     END-IF.
009190     IF STP-QUALIFIER (WS-STEP-SUB) = SPACES
009200         ADD STP-REMAINING (WS-STEP-SUB) TO WS-REMAINING-SECS
009210     ELSE
009220         MOVE STP-PROGRAM-ID (WS-STEP-SUB) TO WS-PART-PROGRAM-ID
009230         IF STP-REMAINING (WS-STEP-SUB) > WS-PART-REMAINING
009240             MOVE STP-REMAINING (WS-STEP-SUB)
009250                 TO WS-PART-REMAINING
009260         END-IF
009270     END-IF.
009280 3300-EXIT.
009290     EXIT.
009300
009310*----------------------------------------------------------*
009320* 4000-PRINT-REPORT - HEADINGS, ONE LINE PER STEP THAT RAN  *
009330*                   OR IS DUE TONIGHT, THEN THE WINDOW      *
009340*                   TOTALS AND THE VERDICT.                 *
009350*----------------------------------------------------------*
009360 4000-PRINT-REPORT.
009370     MOVE WS-WINDOW-DATE TO RH-WINDOW-DATE.
009380     MOVE WS-OPEN-HHMM TO RH-OPEN-HHMM.
009390     MOVE WS-DEADLINE-DATE TO RH-DEADLINE-DATE.
009400     MOVE WS-DEADLINE-HHMM TO RH-DEADLINE-HHMM.
009410     MOVE WS-TREND-DAYS TO RH-TREND-DAYS.
009420     MOVE WS-NOW-DATE TO RH-NOW-DATE.
009430     MOVE WS-NOW-SECS TO WS-FMT-SECS.
009440     PERFORM 8600-SECS-TO-CLOCK THRU 8600-EXIT.
009450     MOVE WS-FMT-CLOCK TO RH-NOW-CLOCK.
009460     WRITE WINDOW-REPORT-RECORD FROM WS-REPORT-HEADING.
009470     WRITE WINDOW-REPORT-RECORD FROM WS-COLUMN-HEADING.
009480     PERFORM 4100-PRINT-ONE-STEP THRU 4100-EXIT
009490         VARYING WS-STEP-SUB FROM 1 BY 1
009500         UNTIL WS-STEP-SUB > WS-STEP-USED.
009510     IF WS-NO-RUNS
009520         WRITE WINDOW-REPORT-RECORD FROM WS-NO-RUNS-LINE
009530     END-IF.
009540     PERFORM 4200-PRINT-TOTALS THRU 4200-EXIT.
009550 4000-EXIT.
009560     EXIT.
009570
009580 4100-PRINT-ONE-STEP.
009590     IF STP-NOT-RUN (WS-STEP-SUB)
009600             AND NOT STP-EXPECTED (WS-STEP-SUB)
009610         GO TO 4100-EXIT
009620     END-IF.
009630     MOVE STP-PROGRAM-ID (WS-STEP-SUB) TO SL-PROGRAM-ID.
009640     MOVE STP-QUALIFIER (WS-STEP-SUB) TO SL-QUALIFIER.
009650     MOVE SPACES TO SL-START-CLOCK SL-END-CLOCK SL-DURATION
009660                    SL-AVERAGE SL-REMAINING SL-FLAG.
009670     MOVE ZERO TO SL-PERCENT SL-RECORD-COUNT SL-RETURN-CODE.
009680     EVALUATE TRUE
009690         WHEN STP-ENDED (WS-STEP-SUB)
009700             MOVE 'ENDED' TO SL-STATE
009710         WHEN STP-RUNNING (WS-STEP-SUB)
009720             MOVE 'RUNNING' TO SL-STATE
009730         WHEN OTHER
009740             MOVE 'PENDING' TO SL-STATE
009750     END-EVALUATE.
009760     IF NOT STP-NOT-RUN (WS-STEP-SUB)
009770         MOVE STP-START-TIME (WS-STEP-SUB) TO WS-TS-TIME
009780         PERFORM 8700-TIME-TO-CLOCK THRU 8700-EXIT
009790         MOVE WS-FMT-CLOCK TO SL-START-CLOCK
009800         MOVE STP-DURATION (WS-STEP-SUB) TO WS-FMT-SECS
009810         PERFORM 8300-FORMAT-DURATION THRU 8300-EXIT
009820         MOVE WS-FMT-DURATION TO SL-DURATION
009830     END-IF.
009840     IF STP-ENDED (WS-STEP-SUB)
009850         MOVE STP-END-TIME (WS-STEP-SUB) TO WS-TS-TIME
009860         PERFORM 8700-TIME-TO-CLOCK THRU 8700-EXIT
009870         MOVE WS-FMT-CLOCK TO SL-END-CLOCK
009880         MOVE STP-RECORD-COUNT (WS-STEP-SUB) TO SL-RECORD-COUNT
009890         MOVE STP-RETURN-CODE (WS-STEP-SUB) TO SL-RETURN-CODE
009900     END-IF.
009910     MOVE STP-TREND-RUNS (WS-STEP-SUB) TO SL-TREND-RUNS.
009920     IF STP-TREND-RUNS (WS-STEP-SUB) > ZERO
009930         MOVE STP-AVG-SECS (WS-STEP-SUB) TO WS-FMT-SECS
009940         PERFORM 8300-FORMAT-DURATION THRU 8300-EXIT
009950         MOVE WS-FMT-DURATION TO SL-AVERAGE
009960     ELSE
009970         MOVE 'NEW STEP' TO SL-FLAG
009980     END-IF.
009990     IF NOT STP-NOT-RUN (WS-STEP-SUB)
010000             AND STP-AVG-SECS (WS-STEP-SUB) > ZERO
010010         COMPUTE SL-PERCENT =
010020             (STP-DURATION (WS-STEP-SUB) * 100)
010030             / STP-AVG-SECS (WS-STEP-SUB)
010040             ON SIZE ERROR
010050                 MOVE 99999 TO SL-PERCENT
010060         END-COMPUTE
010070         IF STP-DURATION (WS-STEP-SUB) * 100
010080                 > STP-AVG-SECS (WS-STEP-SUB) * WS-LONG-PERCENT
010090             MOVE 'LONG' TO SL-FLAG
010100         END-IF
010110     END-IF.
010120     IF STP-ENDED (WS-STEP-SUB)
010130             AND STP-RETURN-CODE (WS-STEP-SUB) > 4
010140         MOVE 'FAILED' TO SL-FLAG
010150     END-IF.
010160     IF NOT STP-ENDED (WS-STEP-SUB)
010170         MOVE STP-REMAINING (WS-STEP-SUB) TO WS-FMT-SECS
010180         PERFORM 8300-FORMAT-DURATION THRU 8300-EXIT
010190         MOVE WS-FMT-DURATION TO SL-REMAINING
010200     END-IF.
010210     WRITE WINDOW-REPORT-RECORD FROM WS-STEP-LINE.
010220 4100-EXIT.
010230     EXIT.
010240
010250 4200-PRINT-TOTALS.
010260     MOVE SPACES TO TL-FIRST-CLOCK TL-LAST-CLOCK TL-ELAPSED.
010270     IF WS-TONIGHT-ROWS > ZERO
010280         COMPUTE WS-FMT-SECS = WS-OPEN-SECS + WS-TONIGHT-FIRST
010290         PERFORM 8600-SECS-TO-CLOCK THRU 8600-EXIT
010300         MOVE WS-FMT-CLOCK TO TL-FIRST-CLOCK
010310         IF WS-TONIGHT-LAST > ZERO
010320             COMPUTE WS-FMT-SECS = WS-OPEN-SECS + WS-TONIGHT-LAST
010330             PERFORM 8600-SECS-TO-CLOCK THRU 8600-EXIT
010340             MOVE WS-FMT-CLOCK TO TL-LAST-CLOCK
010350         END-IF
010360         IF WS-OUTSTANDING
010370             COMPUTE WS-FMT-SECS =
010380                 WS-NOW-SECS - WS-OPEN-SECS - WS-TONIGHT-FIRST
010390         ELSE
010400             COMPUTE WS-FMT-SECS =
010410                 WS-TONIGHT-LAST - WS-TONIGHT-FIRST
010420         END-IF
010430         PERFORM 8300-FORMAT-DURATION THRU 8300-EXIT
010440         MOVE WS-FMT-DURATION TO TL-ELAPSED
010450     END-IF.
010460     MOVE WS-STEPS-ENDED TO TL-ENDED.
010470     MOVE WS-STEPS-RUNNING TO TL-RUNNING.
010480     MOVE WS-STEPS-PENDING TO TL-PENDING.
010490     MOVE WS-STEPS-LONG TO TL-LONG.
010500     WRITE WINDOW-REPORT-RECORD FROM WS-TONIGHT-LINE.
010510     MOVE WS-TREND-WINDOWS TO TR-WINDOWS.
010520     MOVE WS-TREND-AVG-FINISH TO WS-FMT-SECS.
010530     PERFORM 8300-FORMAT-DURATION THRU 8300-EXIT.
010540     MOVE WS-FMT-DURATION TO TR-AVG-FINISH.
010550     MOVE WS-TREND-AVG-LENGTH TO WS-FMT-SECS.
010560     PERFORM 8300-FORMAT-DURATION THRU 8300-EXIT.
010570     MOVE WS-FMT-DURATION TO TR-AVG-LENGTH.
010580     WRITE WINDOW-REPORT-RECORD FROM WS-TREND-LINE.
010590     MOVE WS-PROJECTED-SECS TO WS-FMT-SECS.
010600     PERFORM 8600-SECS-TO-CLOCK THRU 8600-EXIT.
010610     MOVE WS-FMT-CLOCK TO VL-FINISH-CLOCK.
010620     MOVE WS-SD-DATE TO VL-FINISH-DATE.
010630     MOVE WS-SLACK-SECS TO WS-FMT-SECS.
010640     PERFORM 8300-FORMAT-DURATION THRU 8300-EXIT.
010650     MOVE WS-FMT-DURATION TO VL-SLACK.
010660     EVALUATE TRUE
010670         WHEN WS-NO-RUNS
010680             MOVE 'NOTHING RUN YET' TO VL-VERDICT
010690         WHEN WS-AT-RISK
010700             MOVE 'AT RISK - PROJECTED TO MISS' TO VL-VERDICT
010710         WHEN WS-MISSED
010720             MOVE 'MISSED THE DEADLINE' TO VL-VERDICT
010730         WHEN WS-ON-TRACK
010740             MOVE 'ON TRACK' TO VL-VERDICT
010750         WHEN OTHER
010760             MOVE 'FINISHED ON TIME' TO VL-VERDICT
010770     END-EVALUATE.
010780     WRITE WINDOW-REPORT-RECORD FROM WS-VERDICT-LINE.
010790     MOVE WS-ROWS-READ TO SM-ROWS-READ.
010800     MOVE WS-ROWS-TONIGHT TO SM-ROWS-TONIGHT.
010810     MOVE WS-ROWS-TRENDED TO SM-ROWS-TRENDED.
010820     MOVE WS-ROWS-OUTSIDE TO SM-ROWS-OUTSIDE.
010830     MOVE WS-ROWS-NEVER-ENDED TO SM-ROWS-NEVER-ENDED.
010840     MOVE WS-STEPS-DROPPED TO SM-STEPS-DROPPED.
010850     WRITE WINDOW-REPORT-RECORD FROM WS-SUMMARY-LINE.
010860 4200-EXIT.
010870     EXIT.
010880
010890*----------------------------------------------------------*
010900* 8000-DATE-TO-SERIAL - TURN WS-SD-DATE (YYYYMMDD) INTO A   *
010910*                  DAY COUNT.  ONLY DIFFERENCES ARE EVER    *
010920*                  USED, SO THE EPOCH IS ARBITRARY.  LEAP   *
010930*                  YEARS FOLLOW THE SAME 4/100/400 RULE AS  *
010940*                  THE FLDEDIT DATE VALIDATION.             *
010950*----------------------------------------------------------*
010960 8000-DATE-TO-SERIAL.
010970     COMPUTE WS-SD-YEARS = WS-SD-YEAR - 1.
010980     COMPUTE WS-SD-SERIAL =
010990         (WS-SD-YEARS * 365)
011000         + (WS-SD-YEARS / 4)
011010         - (WS-SD-YEARS / 100)
011020         + (WS-SD-YEARS / 400)
011030         + WS-MONTH-CUM (WS-SD-MONTH)
011040         + WS-SD-DAY.
011050     IF WS-SD-MONTH > 2
011060         PERFORM 8100-CHECK-LEAP-YEAR THRU 8100-EXIT
011070         IF WS-LEAP-YEAR
011080             ADD 1 TO WS-SD-SERIAL
011090         END-IF
011100     END-IF.
011110 8000-EXIT.
011120     EXIT.
011130
011140*----------------------------------------------------------*
011150* 8100-CHECK-LEAP-YEAR - IS WS-SD-YEAR A LEAP YEAR, ON THE  *
011160*                  4/100/400 RULE.                          *
011170*----------------------------------------------------------*
011180 8100-CHECK-LEAP-YEAR.
011190     MOVE 'N' TO WS-LEAP-YEAR-SW.
011200     DIVIDE WS-SD-YEAR BY 4
011210         GIVING WS-SD-QUOTIENT
011220         REMAINDER WS-SD-REMAINDER.
011230     IF WS-SD-REMAINDER NOT = ZERO
011240         GO TO 8100-EXIT
011250     END-IF.
011260     DIVIDE WS-SD-YEAR BY 100
011270         GIVING WS-SD-QUOTIENT
011280         REMAINDER WS-SD-REMAINDER.
011290     IF WS-SD-REMAINDER NOT = ZERO
011300         SET WS-LEAP-YEAR TO TRUE
011310         GO TO 8100-EXIT
011320     END-IF.
011330     DIVIDE WS-SD-YEAR BY 400
011340         GIVING WS-SD-QUOTIENT
011350         REMAINDER WS-SD-REMAINDER.
011360     IF WS-SD-REMAINDER = ZERO
011370         SET WS-LEAP-YEAR TO TRUE
011380     END-IF.
011390 8100-EXIT.
011400     EXIT.
011410
011420*----------------------------------------------------------*
011430* 8200-STAMP-TO-SECS - TURN WS-TS-DATE/WS-TS-TIME INTO      *
011440*                  SECONDS FROM MIDNIGHT AT THE START OF    *
011450*                  TODAY.                                   *
011460*----------------------------------------------------------*
011470 8200-STAMP-TO-SECS.
011480     MOVE WS-TS-DATE TO WS-SD-DATE.
011490     PERFORM 8000-DATE-TO-SERIAL THRU 8000-EXIT.
011500     COMPUTE WS-TS-SECS =
011510         ((WS-SD-SERIAL - WS-TODAY-SERIAL) * 86400)
011520         + (WS-TS-HH * 3600) + (WS-TS-MM * 60) + WS-TS-SS.
011530 8200-EXIT.
011540     EXIT.
011550
011560*----------------------------------------------------------*
011570* 8300-FORMAT-DURATION - WS-FMT-SECS AS [-]HHH:MM:SS.       *
011580*----------------------------------------------------------*
011590 8300-FORMAT-DURATION.
011600     IF WS-FMT-SECS < ZERO
011610         MOVE '-' TO FD-SIGN
011620         COMPUTE WS-FMT-ABS = ZERO - WS-FMT-SECS
011630     ELSE
011640         MOVE SPACE TO FD-SIGN
011650         MOVE WS-FMT-SECS TO WS-FMT-ABS
011660     END-IF.
011670     DIVIDE WS-FMT-ABS BY 3600
011680         GIVING WS-FMT-HOURS
011690         REMAINDER WS-FMT-REST.
011700     DIVIDE WS-FMT-REST BY 60
011710         GIVING WS-FMT-MINUTES
011720         REMAINDER WS-FMT-SECONDS.
011730     IF WS-FMT-HOURS > 999
011740         MOVE 999 TO WS-FMT-HOURS
011750     END-IF.
011760     MOVE WS-FMT-HOURS TO FD-HOURS.
011770     MOVE WS-FMT-MINUTES TO FD-MINUTES.
011780     MOVE WS-FMT-SECONDS TO FD-SECONDS.
011790 8300-EXIT.
011800     EXIT.
011810
011820*----------------------------------------------------------*
011830* 8400-PRIOR-DAY - STEP WS-SD-DATE BACK ONE CALENDAR DAY.   *
011840*----------------------------------------------------------*
011850 8400-PRIOR-DAY.
011860     IF WS-SD-DAY > 1
011870         SUBTRACT 1 FROM WS-SD-DAY
011880         GO TO 8400-EXIT
011890     END-IF.
011900     IF WS-SD-MONTH > 1
011910         SUBTRACT 1 FROM WS-SD-MONTH
011920     ELSE
011930         MOVE 12 TO WS-SD-MONTH
011940         SUBTRACT 1 FROM WS-SD-YEAR
011950     END-IF.
011960     PERFORM 8450-MONTH-LAST-DAY THRU 8450-EXIT.
011970     MOVE WS-SD-LAST-DAY TO WS-SD-DAY.
011980 8400-EXIT.
011990     EXIT.
012000
012010 8450-MONTH-LAST-DAY.
012020     MOVE WS-MONTH-DAYS (WS-SD-MONTH) TO WS-SD-LAST-DAY.
012030     IF WS-SD-MONTH = 2
012040         PERFORM 8100-CHECK-LEAP-YEAR THRU 8100-EXIT
012050         IF WS-LEAP-YEAR
012060             MOVE 29 TO WS-SD-LAST-DAY
012070         END-IF
012080     END-IF.
012090 8450-EXIT.
012100     EXIT.
012110
012120*----------------------------------------------------------*
012130* 8500-NEXT-DAY - STEP WS-SD-DATE FORWARD ONE CALENDAR DAY. *
012140*----------------------------------------------------------*
012150 8500-NEXT-DAY.
012160     PERFORM 8450-MONTH-LAST-DAY THRU 8450-EXIT.
012170     IF WS-SD-DAY < WS-SD-LAST-DAY
012180         ADD 1 TO WS-SD-DAY
012190         GO TO 8500-EXIT
012200     END-IF.
012210     MOVE 1 TO WS-SD-DAY.
012220     IF WS-SD-MONTH < 12
012230         ADD 1 TO WS-SD-MONTH
012240     ELSE
012250         MOVE 1 TO WS-SD-MONTH
012260         ADD 1 TO WS-SD-YEAR
012270     END-IF.
012280 8500-EXIT.
012290     EXIT.
012300
012310*----------------------------------------------------------*
012320* 8600-SECS-TO-CLOCK - WS-FMT-SECS (FROM MIDNIGHT TODAY) AS *
012330*                  A HH:MM:SS CLOCK TIME, WITH ITS DATE     *
012340*                  LEFT IN WS-SD-DATE.                      *
012350*----------------------------------------------------------*
012360 8600-SECS-TO-CLOCK.
012370     MOVE WS-NOW-DATE TO WS-SD-DATE.
012380     MOVE ZERO TO WS-DAY-SHIFT.
012390     IF WS-FMT-SECS < ZERO
012400         COMPUTE WS-DAY-SHIFT =
012410             ((ZERO - WS-FMT-SECS - 1) / 86400) + 1
012420         COMPUTE WS-FMT-ABS =
012430             WS-FMT-SECS + (WS-DAY-SHIFT * 86400)
012440         PERFORM 8400-PRIOR-DAY THRU 8400-EXIT
012450             WS-DAY-SHIFT TIMES
012460     ELSE
012470         DIVIDE WS-FMT-SECS BY 86400
012480             GIVING WS-DAY-SHIFT
012490             REMAINDER WS-FMT-ABS
012500         PERFORM 8500-NEXT-DAY THRU 8500-EXIT
012510             WS-DAY-SHIFT TIMES
012520     END-IF.
012530     DIVIDE WS-FMT-ABS BY 3600
012540         GIVING WS-FMT-HOURS
012550         REMAINDER WS-FMT-REST.
012560     DIVIDE WS-FMT-REST BY 60
012570         GIVING WS-FMT-MINUTES
012580         REMAINDER WS-FMT-SECONDS.
012590     MOVE WS-FMT-HOURS TO FC-HOURS.
012600     MOVE WS-FMT-MINUTES TO FC-MINUTES.
012610     MOVE WS-FMT-SECONDS TO FC-SECONDS.
012620 8600-EXIT.
012630     EXIT.
012640
012650*----------------------------------------------------------*
012660* 8700-TIME-TO-CLOCK - WS-TS-TIME (HHMMSSCC) AS HH:MM:SS.   *
012670*----------------------------------------------------------*
012680 8700-TIME-TO-CLOCK.
012690     MOVE WS-TS-HH TO FC-HOURS.
012700     MOVE WS-TS-MM TO FC-MINUTES.
012710     MOVE WS-TS-SS TO FC-SECONDS.
012720 8700-EXIT.
012730     EXIT.
012740
012750*----------------------------------------------------------*
012760* 9000-TERMINATE - CLOSE UP, RAISE THE ALERT WHEN THE       *
012770*                  WINDOW IS PROJECTED TO MISS OR HAS       *
012780*                  MISSED ITS DEADLINE, AND SET THE STEP    *
012790*                  RETURN CODE.                             *
012800*----------------------------------------------------------*
012810 9000-TERMINATE.
012820     IF WS-FILES-OPEN
012830         CLOSE RUN-HISTORY-FILE
012840         CLOSE WINDOW-REPORT-FILE
012850     END-IF.
012860     IF WS-AT-RISK OR WS-MISSED
012870         IF WS-MISSED
012880             MOVE 'BATCH WINDOW MISSED' TO WS-AC-OPERATION
012890         END-IF
012900         CALL 'ALERTOPS' USING WS-AC-CALLING-PROGRAM
012910                               WS-AC-OPERATION
012920                               WS-AC-REASON-CODE
012930                               WS-AC-RETURN-CODE
012940         IF WS-SAVED-RETURN-CODE < 4
012950             MOVE 4 TO WS-SAVED-RETURN-CODE
012960         END-IF
012970     END-IF.
012980     IF WS-SAVED-RETURN-CODE > RETURN-CODE
012990         MOVE WS-SAVED-RETURN-CODE TO RETURN-CODE
013000     END-IF.
013010     DISPLAY 'BATWNDW WINDOW OPENED:     ' WS-WINDOW-DATE ' '
013020         WS-OPEN-HHMM.
013030     DISPLAY 'BATWNDW DEADLINE:          ' WS-DEADLINE-DATE ' '
013040         WS-DEADLINE-HHMM.
013050     DISPLAY 'BATWNDW RUN ROWS READ:     ' WS-ROWS-READ.
013060     DISPLAY 'BATWNDW STEPS ENDED:       ' WS-STEPS-ENDED.
013070     DISPLAY 'BATWNDW STEPS RUNNING:     ' WS-STEPS-RUNNING.
013080     DISPLAY 'BATWNDW STEPS PENDING:     ' WS-STEPS-PENDING.
013090     DISPLAY 'BATWNDW SLACK (SECONDS):   ' WS-SLACK-SECS.
013100     IF WS-AT-RISK
013110         DISPLAY 'BATWNDW WINDOW AT RISK - PROJECTED TO MISS THE '
013120             'DEADLINE'
013130     END-IF.
013140     IF WS-MISSED
013150         DISPLAY 'BATWNDW WINDOW MISSED THE DEADLINE'
013160     END-IF.
013170 9000-EXIT.
013180     EXIT.
013190
013200*----------------------------------------------------------*
013210* 9900-RECORD-RUN-END - COMPLETE THIS STEP'S ROW ON THE     *
013220*                       SHARED BATCH RUN HISTORY WITH THE   *
013230*                       RECORD COUNT AND THE FINAL STEP     *
013240*                       RETURN CODE, THEN PUT THE RETURN    *
013250*                       CODE BACK - THE CALL REPLACES IT.   *
013260*----------------------------------------------------------*
013270 9900-RECORD-RUN-END.
013280     MOVE 'END' TO WS-RH-EVENT.
013290     MOVE WS-ROWS-READ TO WS-RH-RECORD-COUNT.
013300     MOVE RETURN-CODE TO WS-RH-RETURN-CODE.
013310     CALL 'RUNHIST' USING WS-RH-CALLING-PROGRAM
013320                          WS-RH-QUALIFIER
013330                          WS-RH-EVENT
013340                          WS-RH-RECORD-COUNT
013350                          WS-RH-RETURN-CODE.
013360     MOVE WS-RH-RETURN-CODE TO RETURN-CODE.
013370 9900-EXIT.
013380     EXIT.
