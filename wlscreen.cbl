000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. WLSCREEN.
000030 AUTHOR. R-HALVORSEN.
000040 INSTALLATION. DATA-SERVICES.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------*
000080* MODIFICATION HISTORY                                      *
000090*   DATE       INIT  DESCRIPTION                             *
000100*   2026-10-15 MWK   ORIGINAL VERSION - WATCH-LIST SCREENING *
000110*                    STEP BETWEEN THE CLEANSING PASS AND     *
000120*                    THE LOAD.  NOTHING USED TO CHECK A NEW  *
000130*                    CUSTOMER AGAINST THE SANCTIONS AND      *
000140*                    INTERNAL WATCH LISTS UNTIL COMPLIANCE   *
000150*                    READ THE PRINTED ACCOUNT REPORT, BY     *
000160*                    WHICH TIME THE ACCOUNT WAS OPEN.  EVERY *
000170*                    CLEANSED RECORD IS NOW COMPARED WITH    *
000180*                    THE WEEKLY WATCH-LIST FILE, NORMALIZED  *
000190*                    BY THE SAME TXTNORM ROUTINE UPPER-TRIM  *
000200*                    USES.  A POSSIBLE MATCH IS WRITTEN TO   *
000210*                    THE KEYED HOLD FILE (WLHOLDR LAYOUT)    *
000220*                    INSTEAD OF THE SCREENED EXTRACT THE     *
000230*                    LOAD READS, AND WAITS THERE FOR THE     *
000240*                    WLRV REVIEW TRANSACTION.                *
000241*   2026-10-15 MWK   EVERY RUN THAT OPENED ITS FILES NOW     *
000242*                    POSTS RECORDS READ, PASSED, AND KEPT    *
000243*                    OUT ON HOLD TO THE ONBOARDING LINEAGE   *
000244*                    LEDGER (DD LINEAGE) THROUGH THE LINEAGE *
000245*                    SUBPROGRAM, AS THE SCREENING STAGE OF   *
000246*                    THE FEED DATE LAST LOADED.              *
000250*----------------------------------------------------------*
000260*
000270*   WATCH-LIST FILE (DD WATCHLST, LRECL 120) - ONE LINE PER
000280*   LISTED PARTY, REPLACED WEEKLY BY COMPLIANCE -
000290*     COLS   1-10   ENTRY ID
000300*     COL    12     LIST CODE - S SANCTIONS, I INTERNAL
000310*     COLS  14-43   NAME
000320*     COLS  44-73   ADDRESS LINE
000330*     COLS  74-93   CITY
000340*     COLS  94-95   STATE
000350*     COLS  96-104  POSTAL CODE
000360*   A LINE WITH A BAD LIST CODE, OR WITH NEITHER A NAME NOR
000370*   AN ADDRESS, IS SKIPPED AND COUNTED.
000380*
000390*   A RECORD IS A POSSIBLE MATCH WHEN ITS NAME EQUALS A
000400*   LISTED NAME - AS NORMALIZED, OR WITH EVERYTHING BUT
000410*   LETTERS AND DIGITS STRIPPED FROM BOTH SO O'BRIEN AND
000420*   OBRIEN MEET - OR WHEN ITS ADDRESS LINE EQUALS A LISTED
000430*   ADDRESS LINE AND THE FIRST FIVE OF THE POSTAL CODES
000440*   AGREE (A LISTED ADDRESS WITH NO POSTAL CODE MATCHES ON
000450*   THE ADDRESS LINE ALONE).
000460*
000470*   THE RAW EXTRACT IS CUMULATIVE, SO A HELD RECORD COMES
000480*   BACK THROUGH HERE EVERY NIGHT.  A HOLD ROW FOR THE SAME
000490*   ACCOUNT AND THE SAME CLEANSED IMAGE DECIDES IT WITHOUT
000500*   SCREENING AGAIN - STILL HELD OR CONFIRMED KEEPS IT OUT
000510*   WITH NO NEW ROW, CLEARED RELEASES IT TO THIS LOAD AND
000520*   FLAGS THE HOLD REQUEUED, ALREADY REQUEUED RELEASES IT.
000530*   A CHANGED IMAGE IS SCREENED AFRESH.
000540*
000550*   RETURN CODES -
000560*     0  - SCREENED, WHETHER OR NOT ANYTHING WAS HELD
000570*     4  - A CLEARED HOLD COULD NOT BE FLAGGED REQUEUED - THE
000580*          RECORD STILL WENT TO THE LOAD
000590*     8  - A HOLD ROW COULD NOT BE WRITTEN - THE RECORD WAS
000600*          STILL KEPT OUT OF THE LOAD AND IS SCREENED AGAIN
000610*          NEXT RUN
000620*     12 - WATCH LIST MISSING, EMPTY, OR TOO LARGE FOR THE
000630*          TABLE, OR A FILE FAILED TO OPEN - NOTHING WAS
000640*          SCREENED AND THE LOAD MUST NOT RUN
000650*
000660 ENVIRONMENT DIVISION.
000670 INPUT-OUTPUT SECTION.
000680 FILE-CONTROL.
000690     SELECT CLEAN-EXTRACT-FILE ASSIGN TO 'CLNEXTR'
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS WS-EXTRACT-FILE-STATUS.
000720
000730     SELECT WATCH-LIST-FILE ASSIGN TO 'WATCHLST'
000740         ORGANIZATION IS LINE SEQUENTIAL
000750         FILE STATUS IS WS-WATCH-FILE-STATUS.
000760
000770     SELECT WATCH-HOLD-FILE ASSIGN TO 'WLHOLD'
000780         ORGANIZATION IS INDEXED
000790         ACCESS MODE IS DYNAMIC
000800         RECORD KEY IS WLH-KEY
000810         FILE STATUS IS WS-HOLD-FILE-STATUS.
000820
000830     SELECT SCREENED-EXTRACT-FILE ASSIGN TO 'CLNSCRN'
000840         ORGANIZATION IS LINE SEQUENTIAL
000850         FILE STATUS IS WS-SCREENED-FILE-STATUS.
000860
000870 DATA DIVISION.
000880 FILE SECTION.
000890 FD  CLEAN-EXTRACT-FILE
000900     RECORDING MODE IS F.
000910     COPY CLNEXTREC.
000920
000930 FD  WATCH-LIST-FILE
000940     RECORDING MODE IS F.
000950 01  WATCH-LIST-RECORD.
000960     05  WLR-ENTRY-ID            PIC X(10).
000970     05  FILLER                  PIC X(01).
000980     05  WLR-LIST-CODE           PIC X(01).
000990         88  WLR-VALID-LIST          VALUE 'S' 'I'.
001000     05  FILLER                  PIC X(01).
001010     05  WLR-NAME                PIC X(30).
001020     05  WLR-ADDR-LINE           PIC X(30).
001030     05  WLR-CITY                PIC X(20).
001040     05  WLR-STATE               PIC X(02).
001050     05  WLR-POSTAL-CODE         PIC X(09).
001060     05  FILLER                  PIC X(16).
001070
001080 FD  WATCH-HOLD-FILE.
001090     COPY WLHOLDR.
001100
001110 FD  SCREENED-EXTRACT-FILE
001120     RECORDING MODE IS F.
001130 01  SCREENED-EXTRACT-RECORD     PIC X(110).
001140
001150 WORKING-STORAGE SECTION.
001160 77  WS-EXTRACT-FILE-STATUS      PIC X(02).
001170 77  WS-WATCH-FILE-STATUS        PIC X(02).
001180 77  WS-HOLD-FILE-STATUS         PIC X(02).
001190 77  WS-SCREENED-FILE-STATUS     PIC X(02).
001200 77  WS-WL-MAX                   PIC 9(05) COMP VALUE 20000.
001210 77  WS-WL-USED                  PIC 9(05) COMP VALUE ZERO.
001220 77  WS-WL-SUB                   PIC 9(05) COMP VALUE ZERO.
001230 77  WS-MATCH-SUB                PIC 9(05) COMP VALUE ZERO.
001240 77  WS-WRITE-RETRY-CT           PIC 9(04) COMP VALUE ZERO.
001250 77  WS-TODAY-DATE               PIC 9(08) VALUE ZERO.
001260
001270 01  WS-SWITCHES.
001280     05  WS-EOF-SW               PIC X(01) VALUE 'N'.
001290         88  WS-EOF                  VALUE 'Y'.
001300     05  WS-WATCH-EOF-SW         PIC X(01) VALUE 'N'.
001310         88  WS-WATCH-EOF            VALUE 'Y'.
001320     05  WS-WATCH-OVERFLOW-SW    PIC X(01) VALUE 'N'.
001330         88  WS-WATCH-OVERFLOW       VALUE 'Y'.
001340     05  WS-FILES-OPEN-SW        PIC X(01) VALUE 'N'.
001350         88  WS-FILES-OPEN           VALUE 'Y'.
001360     05  WS-BROWSE-OPEN-SW       PIC X(01) VALUE 'N'.
001370         88  WS-BROWSE-OPEN          VALUE 'Y'.
001380     05  WS-MATCHED-SW           PIC X(01) VALUE 'N'.
001390         88  WS-MATCHED              VALUE 'Y'.
001400     05  WS-NAME-HIT-SW          PIC X(01) VALUE 'N'.
001410         88  WS-NAME-HIT             VALUE 'Y'.
001420     05  WS-ADDR-HIT-SW          PIC X(01) VALUE 'N'.
001430         88  WS-ADDR-HIT             VALUE 'Y'.
001440     05  WS-PRIOR-HOLD-SW        PIC X(01) VALUE SPACE.
001450         88  WS-PRIOR-NONE           VALUE SPACE.
001460         88  WS-PRIOR-WITHHOLD       VALUE 'W'.
001470         88  WS-PRIOR-CONFIRMED      VALUE 'X'.
001480         88  WS-PRIOR-RELEASE        VALUE 'P'.
001490
001500 01  WS-COUNTERS.
001510     05  WS-ENTRIES-READ         PIC 9(9) COMP VALUE ZERO.
001520     05  WS-ENTRIES-SKIPPED      PIC 9(9) COMP VALUE ZERO.
001530     05  WS-RECORDS-READ         PIC 9(9) COMP VALUE ZERO.
001540     05  WS-RECORDS-PASSED       PIC 9(9) COMP VALUE ZERO.
001550     05  WS-NEW-HOLDS            PIC 9(9) COMP VALUE ZERO.
001560     05  WS-STILL-HELD           PIC 9(9) COMP VALUE ZERO.
001570     05  WS-CONFIRMED-OUT        PIC 9(9) COMP VALUE ZERO.
001580     05  WS-RELEASED             PIC 9(9) COMP VALUE ZERO.
001590     05  WS-HOLD-WRITE-FAILED    PIC 9(9) COMP VALUE ZERO.
001600
001610*----------------------------------------------------------*
001620* THE WATCH LIST, LOADED ONCE AND NORMALIZED ON THE WAY IN. *
001630* WT-NAME-COMPACT IS THE NAME WITH ONLY ITS LETTERS AND     *
001640* DIGITS LEFT, FOR THE PUNCTUATION-BLIND SECOND COMPARE.    *
001650*----------------------------------------------------------*
001660 01  WS-WATCH-TABLE.
001670     05  WS-WATCH-ENTRY OCCURS 20000 TIMES.
001680         10  WT-ENTRY-ID         PIC X(10).
001690         10  WT-LIST-CODE        PIC X(01).
001700         10  WT-NAME             PIC X(30).
001710         10  WT-NAME-COMPACT     PIC X(30).
001720         10  WT-ADDR-LINE        PIC X(30).
001730         10  WT-POSTAL-5         PIC X(05).
001740
001750*----------------------------------------------------------*
001760* NORMALIZATION WORK - TXTNORM CALL AREA AND THE COMPACT    *
001770* (LETTERS AND DIGITS ONLY) REBUILD.                        *
001780*----------------------------------------------------------*
001790 01  WS-NORMALIZE-WORK.
001800     05  WS-TEXT-IN              PIC X(30).
001810     05  WS-TEXT-OUT             PIC X(30).
001820     05  WS-CMP-IN               PIC X(30).
001830     05  WS-CMP-OUT              PIC X(30).
001840     05  WS-CMP-SUB              PIC 9(02) COMP VALUE ZERO.
001850     05  WS-CMP-OUT-SUB          PIC 9(02) COMP VALUE ZERO.
001860     05  WS-CMP-CHAR             PIC X(01).
001870
001880 01  WS-RECORD-KEYS.
001890     05  WS-REC-NAME-COMPACT     PIC X(30).
001900     05  WS-REC-POSTAL-5         PIC X(05).
001910
001920 01  WS-RUN-HISTORY-CALL.
001930     05  WS-RH-CALLING-PROGRAM   PIC X(12) VALUE 'WLSCREEN'.
001940     05  WS-RH-QUALIFIER         PIC X(10) VALUE SPACES.
001950     05  WS-RH-EVENT             PIC X(05).
001960     05  WS-RH-RECORD-COUNT      PIC 9(09) VALUE ZERO.
001970     05  WS-RH-RETURN-CODE       PIC 9(04) VALUE ZERO.
001971 01  WS-LINEAGE-CALL.
001972     05  WS-LN-CALLING-PROGRAM   PIC X(12) VALUE 'WLSCREEN'.
001973     05  WS-LN-STAGE             PIC X(01) VALUE 'S'.
001974     05  WS-LN-FEED-DATE         PIC 9(08) VALUE ZERO.
001975     05  WS-LN-EVENT-DATE        PIC 9(08) VALUE ZERO.
001976     05  WS-LN-EVENT-TIME        PIC 9(08) VALUE ZERO.
001977     05  WS-LN-COUNT-IN          PIC 9(09) VALUE ZERO.
001978     05  WS-LN-COUNT-OUT         PIC 9(09) VALUE ZERO.
001979     05  WS-LN-COUNT-DIVERTED    PIC 9(09) VALUE ZERO.
001980     05  WS-LN-RETURN-CODE       PIC 9(04) VALUE ZERO.
001981
001990 PROCEDURE DIVISION.
002000 0000-MAINLINE.
002010     PERFORM 0100-RECORD-RUN-START THRU 0100-EXIT.
002020     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002030     PERFORM 2000-SCREEN-RECORD THRU 2000-EXIT
002040         UNTIL WS-EOF.
002050     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002052     PERFORM 9800-POST-LINEAGE THRU 9800-EXIT.
002060     PERFORM 9900-RECORD-RUN-END THRU 9900-EXIT.
002070     GOBACK.
002080
002090*----------------------------------------------------------*
002100* 0100-RECORD-RUN-START - FILE THIS STEP'S RUNNING-STATE    *
002110*                         ROW ON THE SHARED BATCH RUN       *
002120*                         HISTORY BEFORE ANY WORK IS DONE.  *
002130*----------------------------------------------------------*
002140 0100-RECORD-RUN-START.
002150     MOVE 'START' TO WS-RH-EVENT.
002160     CALL 'RUNHIST' USING WS-RH-CALLING-PROGRAM
002170                          WS-RH-QUALIFIER
002180                          WS-RH-EVENT
002190                          WS-RH-RECORD-COUNT
002200                          WS-RH-RETURN-CODE.
002210 0100-EXIT.
002220     EXIT.
002230
002240*----------------------------------------------------------*
002250* 1000-INITIALIZE - LOAD THE WATCH LIST, THEN OPEN THE      *
002260*                   EXTRACTS AND THE HOLD FILE.  NO USABLE  *
002270*                   LIST MEANS NO SCREENING - RETURN CODE   *
002280*                   12 AND NOTHING PASSED, SO THE LOAD      *
002290*                   CANNOT RUN UNSCREENED.                  *
002300*----------------------------------------------------------*
002310 1000-INITIALIZE.
002320     MOVE ZERO TO RETURN-CODE.
002330     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
002340     PERFORM 1100-LOAD-WATCH-LIST THRU 1100-EXIT.
002350     IF RETURN-CODE NOT = ZERO
002360         SET WS-EOF TO TRUE
002370         GO TO 1000-EXIT
002380     END-IF.
002390     OPEN INPUT CLEAN-EXTRACT-FILE.
002400     IF WS-EXTRACT-FILE-STATUS NOT = '00'
002410         DISPLAY 'WLSCREEN CLNEXTR OPEN FAILED - STATUS '
002420             WS-EXTRACT-FILE-STATUS
002430         MOVE 12 TO RETURN-CODE
002440         SET WS-EOF TO TRUE
002450         GO TO 1000-EXIT
002460     END-IF.
002470     PERFORM 1300-OPEN-HOLD-FILE THRU 1300-EXIT.
002480     IF WS-HOLD-FILE-STATUS NOT = '00'
002490         DISPLAY 'WLSCREEN WLHOLD OPEN FAILED - STATUS '
002500             WS-HOLD-FILE-STATUS
002510         MOVE 12 TO RETURN-CODE
002520         SET WS-EOF TO TRUE
002530         CLOSE CLEAN-EXTRACT-FILE
002540         GO TO 1000-EXIT
002550     END-IF.
002560     OPEN OUTPUT SCREENED-EXTRACT-FILE.
002570     IF WS-SCREENED-FILE-STATUS NOT = '00'
002580         DISPLAY 'WLSCREEN CLNSCRN OPEN FAILED - STATUS '
002590             WS-SCREENED-FILE-STATUS
002600         MOVE 12 TO RETURN-CODE
002610         SET WS-EOF TO TRUE
002620         CLOSE CLEAN-EXTRACT-FILE
002630         CLOSE WATCH-HOLD-FILE
002640         GO TO 1000-EXIT
002650     END-IF.
002660     SET WS-FILES-OPEN TO TRUE.
002670     PERFORM 2900-READ-CLEAN-RECORD THRU 2900-EXIT.
002680 1000-EXIT.
002690     EXIT.
002700
002710*----------------------------------------------------------*
002720* 1100-LOAD-WATCH-LIST - READ THE WHOLE LIST INTO THE TABLE.*
002730*                   A MISSING OR EMPTY LIST, OR ONE TOO     *
002740*                   LARGE FOR THE TABLE, IS RETURN CODE 12 -*
002750*                   SCREENING AGAINST PART OF A LIST IS NOT *
002760*                   SCREENING.                              *
002770*----------------------------------------------------------*
002780 1100-LOAD-WATCH-LIST.
002790     MOVE ZERO TO WS-WL-USED.
002800     OPEN INPUT WATCH-LIST-FILE.
002810     IF WS-WATCH-FILE-STATUS NOT = '00'
002820         DISPLAY 'WLSCREEN WATCHLST OPEN FAILED - STATUS '
002830             WS-WATCH-FILE-STATUS
002840         MOVE 12 TO RETURN-CODE
002850         GO TO 1100-EXIT
002860     END-IF.
002870     PERFORM 1150-READ-ONE-ENTRY THRU 1150-EXIT
002880         UNTIL WS-WATCH-EOF.
002890     CLOSE WATCH-LIST-FILE.
002900     IF WS-WATCH-OVERFLOW
002910         DISPLAY 'WLSCREEN WATCH LIST EXCEEDS ' WS-WL-MAX
002920             ' ENTRIES - NOTHING SCREENED'
002930         MOVE 12 TO RETURN-CODE
002940         GO TO 1100-EXIT
002950     END-IF.
002960     IF WS-WL-USED = ZERO
002970         DISPLAY 'WLSCREEN WATCH LIST EMPTY - NOTHING SCREENED'
002980         MOVE 12 TO RETURN-CODE
002990     END-IF.
003000 1100-EXIT.
003010     EXIT.
003020
003030 1150-READ-ONE-ENTRY.
003040     READ WATCH-LIST-FILE
003050         AT END
003060             SET WS-WATCH-EOF TO TRUE
003070         NOT AT END
003080             ADD 1 TO WS-ENTRIES-READ
003090             IF NOT WLR-VALID-LIST
003100                     OR (WLR-NAME = SPACES
003110                         AND WLR-ADDR-LINE = SPACES)
003120                 ADD 1 TO WS-ENTRIES-SKIPPED
003130             ELSE
003140                 IF WS-WL-USED NOT < WS-WL-MAX
003150                     SET WS-WATCH-OVERFLOW TO TRUE
003160                     SET WS-WATCH-EOF TO TRUE
003170                 ELSE
003180                     PERFORM 1200-STORE-ENTRY THRU 1200-EXIT
003190                 END-IF
003200             END-IF
003210     END-READ.
003220 1150-EXIT.
003230     EXIT.
003240
003250*----------------------------------------------------------*
003260* 1200-STORE-ENTRY - NORMALIZE ONE LISTED NAME AND ADDRESS  *
003270*                   THROUGH TXTNORM, EXACTLY AS THE         *
003280*                   CLEANSING PASS NORMALIZED THE EXTRACT,  *
003290*                   AND FILE IT IN THE TABLE.               *
003300*----------------------------------------------------------*
003310 1200-STORE-ENTRY.
003320     ADD 1 TO WS-WL-USED.
003330     MOVE WLR-ENTRY-ID TO WT-ENTRY-ID (WS-WL-USED).
003340     MOVE WLR-LIST-CODE TO WT-LIST-CODE (WS-WL-USED).
003350     MOVE WLR-NAME TO WS-TEXT-IN.
003360     CALL 'TXTNORM' USING WS-TEXT-IN
003370                          WS-TEXT-OUT.
003380     MOVE WS-TEXT-OUT TO WT-NAME (WS-WL-USED).
003390     MOVE WS-TEXT-OUT TO WS-CMP-IN.
003400     PERFORM 8000-COMPACT-TEXT THRU 8000-EXIT.
003410     MOVE WS-CMP-OUT TO WT-NAME-COMPACT (WS-WL-USED).
003420     MOVE WLR-ADDR-LINE TO WS-TEXT-IN.
003430     CALL 'TXTNORM' USING WS-TEXT-IN
003440                          WS-TEXT-OUT.
003450     MOVE WS-TEXT-OUT TO WT-ADDR-LINE (WS-WL-USED).
003460     MOVE WLR-POSTAL-CODE (1:5) TO WT-POSTAL-5 (WS-WL-USED).
003470 1200-EXIT.
003480     EXIT.
003490
003500*----------------------------------------------------------*
003510* 1300-OPEN-HOLD-FILE - OPEN THE HOLD FILE FOR I-O,         *
003520*                   CREATING IT WITH A ONE-TIME OPEN OUTPUT *
003530*                   THE FIRST TIME THIS RUNS.               *
003540*----------------------------------------------------------*
003550 1300-OPEN-HOLD-FILE.
003560     OPEN I-O WATCH-HOLD-FILE.
003570     IF WS-HOLD-FILE-STATUS = '35'
003580         OPEN OUTPUT WATCH-HOLD-FILE
003590         CLOSE WATCH-HOLD-FILE
003600         OPEN I-O WATCH-HOLD-FILE
003610     END-IF.
003620 1300-EXIT.
003630     EXIT.
003640
003650*----------------------------------------------------------*
003660* 2000-SCREEN-RECORD - A PRIOR HOLD ON THE SAME IMAGE       *
003670*                   DECIDES THE RECORD; OTHERWISE IT IS     *
003680*                   SCREENED AGAINST THE LIST AND EITHER    *
003690*                   HELD OR PASSED TO THE LOAD.             *
003700*----------------------------------------------------------*
003710 2000-SCREEN-RECORD.
003720     ADD 1 TO WS-RECORDS-READ.
003730     PERFORM 2100-CHECK-PRIOR-HOLDS THRU 2100-EXIT.
003740     EVALUATE TRUE
003750         WHEN WS-PRIOR-WITHHOLD
003760             ADD 1 TO WS-STILL-HELD
003770         WHEN WS-PRIOR-CONFIRMED
003780             ADD 1 TO WS-CONFIRMED-OUT
003790         WHEN WS-PRIOR-RELEASE
003800             PERFORM 2800-PASS-RECORD THRU 2800-EXIT
003810         WHEN OTHER
003820             PERFORM 3000-MATCH-WATCH-LIST THRU 3000-EXIT
003830             IF WS-MATCHED
003840                 PERFORM 3500-WRITE-HOLD THRU 3500-EXIT
003850             ELSE
003860                 PERFORM 2800-PASS-RECORD THRU 2800-EXIT
003870             END-IF
003880     END-EVALUATE.
003890     PERFORM 2900-READ-CLEAN-RECORD THRU 2900-EXIT.
003900 2000-EXIT.
003910     EXIT.
003920
003930*----------------------------------------------------------*
003940* 2100-CHECK-PRIOR-HOLDS - WALK THE ACCOUNT'S HOLD ROWS     *
003950*                   LOOKING FOR ONE TAKEN ON THIS SAME      *
003960*                   CLEANSED IMAGE.                         *
003970*----------------------------------------------------------*
003980 2100-CHECK-PRIOR-HOLDS.
003990     MOVE SPACE TO WS-PRIOR-HOLD-SW.
004000     MOVE CLEAN-ACCT-NUMBER TO WLH-ACCT-NUMBER.
004010     MOVE ZERO TO WLH-HOLD-DATE.
004020     MOVE ZERO TO WLH-HOLD-TIME.
004030     START WATCH-HOLD-FILE KEY IS NOT LESS THAN WLH-KEY
004040         INVALID KEY
004050             GO TO 2100-EXIT
004060     END-START.
004070     SET WS-BROWSE-OPEN TO TRUE.
004080     PERFORM 2150-READ-ONE-HOLD THRU 2150-EXIT
004090         UNTIL NOT WS-BROWSE-OPEN.
004100 2100-EXIT.
004110     EXIT.
004120
004130 2150-READ-ONE-HOLD.
004140     READ WATCH-HOLD-FILE NEXT RECORD
004150         AT END
004160             MOVE 'N' TO WS-BROWSE-OPEN-SW
004170             GO TO 2150-EXIT
004180     END-READ.
004190     IF WLH-ACCT-NUMBER NOT = CLEAN-ACCT-NUMBER
004200         MOVE 'N' TO WS-BROWSE-OPEN-SW
004210         GO TO 2150-EXIT
004220     END-IF.
004230     IF WLH-CLEAN-IMAGE NOT = CLEAN-EXTRACT-RECORD
004240         GO TO 2150-EXIT
004250     END-IF.
004260     MOVE 'N' TO WS-BROWSE-OPEN-SW.
004270     EVALUATE TRUE
004280         WHEN WLH-HELD
004290             SET WS-PRIOR-WITHHOLD TO TRUE
004300         WHEN WLH-CONFIRMED
004310             SET WS-PRIOR-CONFIRMED TO TRUE
004320         WHEN WLH-CLEARED
004330             SET WS-PRIOR-RELEASE TO TRUE
004340             PERFORM 2200-FLAG-REQUEUED THRU 2200-EXIT
004350         WHEN OTHER
004360             SET WS-PRIOR-RELEASE TO TRUE
004370     END-EVALUATE.
004380 2150-EXIT.
004390     EXIT.
004400
004410*----------------------------------------------------------*
004420* 2200-FLAG-REQUEUED - A HOLD COMPLIANCE CLEARED GOES TO    *
004430*                   THIS LOAD - FLAG IT REQUEUED WITH THE   *
004440*                   DATE.  A FAILED REWRITE STILL RELEASES  *
004450*                   THE RECORD (THE CLEAR STANDS) BUT ENDS  *
004460*                   THE STEP 4.                             *
004470*----------------------------------------------------------*
004480 2200-FLAG-REQUEUED.
004490     SET WLH-REQUEUED TO TRUE.
004500     MOVE WS-TODAY-DATE TO WLH-REQUEUE-DATE.
004510     REWRITE WATCH-HOLD-RECORD
004520         INVALID KEY
004530             DISPLAY 'WLSCREEN REQUEUE FLAG FAILED - ACCOUNT '
004540                 WLH-ACCT-NUMBER ' STATUS ' WS-HOLD-FILE-STATUS
004550             IF RETURN-CODE < 4
004560                 MOVE 4 TO RETURN-CODE
004570             END-IF
004580         NOT INVALID KEY
004590             ADD 1 TO WS-RELEASED
004600     END-REWRITE.
004610 2200-EXIT.
004620     EXIT.
004630
004640 2800-PASS-RECORD.
004650     WRITE SCREENED-EXTRACT-RECORD FROM CLEAN-EXTRACT-RECORD.
004660     ADD 1 TO WS-RECORDS-PASSED.
004670 2800-EXIT.
004680     EXIT.
004690
004700 2900-READ-CLEAN-RECORD.
004710     READ CLEAN-EXTRACT-FILE
004720         AT END
004730             SET WS-EOF TO TRUE
004740     END-READ.
004750 2900-EXIT.
004760     EXIT.
004770
004780*----------------------------------------------------------*
004790* 3000-MATCH-WATCH-LIST - COMPARE THE RECORD WITH EVERY     *
004800*                   LISTED PARTY, STOPPING AT THE FIRST     *
004810*                   POSSIBLE MATCH.  THE CLEANSED NAME AND  *
004820*                   ADDRESS ARE ALREADY IN TXTNORM FORM.    *
004830*----------------------------------------------------------*
004840 3000-MATCH-WATCH-LIST.
004850     MOVE 'N' TO WS-MATCHED-SW.
004860     MOVE ZERO TO WS-MATCH-SUB.
004870     MOVE CLEAN-ACCT-NAME TO WS-CMP-IN.
004880     PERFORM 8000-COMPACT-TEXT THRU 8000-EXIT.
004890     MOVE WS-CMP-OUT TO WS-REC-NAME-COMPACT.
004900     MOVE CLEAN-POSTAL-CODE (1:5) TO WS-REC-POSTAL-5.
004910     PERFORM 3100-MATCH-ONE-ENTRY THRU 3100-EXIT
004920         VARYING WS-WL-SUB FROM 1 BY 1
004930         UNTIL WS-WL-SUB > WS-WL-USED
004940            OR WS-MATCHED.
004950 3000-EXIT.
004960     EXIT.
004970
004980 3100-MATCH-ONE-ENTRY.
004990     MOVE 'N' TO WS-NAME-HIT-SW.
005000     MOVE 'N' TO WS-ADDR-HIT-SW.
005010     IF WT-NAME (WS-WL-SUB) NOT = SPACES
005020         IF WT-NAME (WS-WL-SUB) = CLEAN-ACCT-NAME
005030             SET WS-NAME-HIT TO TRUE
005040         END-IF
005050         IF WT-NAME-COMPACT (WS-WL-SUB) NOT = SPACES
005060                 AND WT-NAME-COMPACT (WS-WL-SUB)
005070                     = WS-REC-NAME-COMPACT
005080             SET WS-NAME-HIT TO TRUE
005090         END-IF
005100     END-IF.
005110     IF WT-ADDR-LINE (WS-WL-SUB) NOT = SPACES
005120             AND WT-ADDR-LINE (WS-WL-SUB) = CLEAN-ADDR-LINE
005130         IF WT-POSTAL-5 (WS-WL-SUB) = SPACES
005140                 OR WT-POSTAL-5 (WS-WL-SUB) = WS-REC-POSTAL-5
005150             SET WS-ADDR-HIT TO TRUE
005160         END-IF
005170     END-IF.
005180     IF WS-NAME-HIT OR WS-ADDR-HIT
005190         SET WS-MATCHED TO TRUE
005200         MOVE WS-WL-SUB TO WS-MATCH-SUB
005210     END-IF.
005220 3100-EXIT.
005230     EXIT.
005240
005250*----------------------------------------------------------*
005260* 3500-WRITE-HOLD - FILE THE POSSIBLE MATCH ON THE HOLD     *
005270*                   FILE FOR REVIEW, BUMPING THE TIME WHILE *
005280*                   ANOTHER ROW OWNS THE KEY.  THE RECORD   *
005290*                   STAYS OUT OF THE LOAD EVEN IF THE WRITE *
005300*                   FAILS - IT IS SCREENED AGAIN NEXT RUN.  *
005310*----------------------------------------------------------*
005320 3500-WRITE-HOLD.
005330     MOVE SPACES TO WATCH-HOLD-RECORD.
005340     MOVE CLEAN-ACCT-NUMBER TO WLH-ACCT-NUMBER.
005350     MOVE WS-TODAY-DATE TO WLH-HOLD-DATE.
005360     ACCEPT WLH-HOLD-TIME FROM TIME.
005370     SET WLH-HELD TO TRUE.
005380     MOVE WT-ENTRY-ID (WS-MATCH-SUB) TO WLH-ENTRY-ID.
005390     MOVE WT-LIST-CODE (WS-MATCH-SUB) TO WLH-LIST-CODE.
005400     EVALUATE TRUE
005410         WHEN WS-NAME-HIT AND WS-ADDR-HIT
005420             MOVE 'BOTH' TO WLH-MATCH-FIELD
005430         WHEN WS-NAME-HIT
005440             MOVE 'NAME' TO WLH-MATCH-FIELD
005450         WHEN OTHER
005460             MOVE 'ADDRESS' TO WLH-MATCH-FIELD
005470     END-EVALUATE.
005480     MOVE WT-NAME (WS-MATCH-SUB) TO WLH-WATCH-NAME.
005490     MOVE WT-ADDR-LINE (WS-MATCH-SUB) TO WLH-WATCH-ADDR-LINE.
005500     MOVE ZERO TO WLH-REVIEW-DATE.
005510     MOVE ZERO TO WLH-REVIEW-TIME.
005520     MOVE ZERO TO WLH-REQUEUE-DATE.
005530     MOVE CLEAN-EXTRACT-RECORD TO WLH-CLEAN-IMAGE.
005540     MOVE ZERO TO WS-WRITE-RETRY-CT.
005550     MOVE '99' TO WS-HOLD-FILE-STATUS.
005560     PERFORM 3550-WRITE-ONE-HOLD THRU 3550-EXIT
005570         UNTIL WS-HOLD-FILE-STATUS = '00'
005580            OR WS-WRITE-RETRY-CT > 99.
005590     IF WS-HOLD-FILE-STATUS = '00'
005600         ADD 1 TO WS-NEW-HOLDS
005610         DISPLAY 'WLSCREEN HELD ACCOUNT ' WLH-ACCT-NUMBER
005620             ' - ' WLH-MATCH-FIELD ' MATCH, LIST ' WLH-LIST-CODE
005630             ' ENTRY ' WLH-ENTRY-ID
005640     ELSE
005650         ADD 1 TO WS-HOLD-WRITE-FAILED
005660         DISPLAY 'WLSCREEN HOLD WRITE FAILED - ACCOUNT '
005670             WLH-ACCT-NUMBER ' STATUS ' WS-HOLD-FILE-STATUS
005680             ' - RECORD KEPT OUT OF THE LOAD'
005690         IF RETURN-CODE < 8
005700             MOVE 8 TO RETURN-CODE
005710         END-IF
005720     END-IF.
005730 3500-EXIT.
005740     EXIT.
005750
005760 3550-WRITE-ONE-HOLD.
005770     WRITE WATCH-HOLD-RECORD
005780         INVALID KEY
005800             ADD 1 TO WLH-HOLD-TIME
005810     END-WRITE.
005812     ADD 1 TO WS-WRITE-RETRY-CT.
005820 3550-EXIT.
005830     EXIT.
005840
005850*----------------------------------------------------------*
005860* 8000-COMPACT-TEXT - REBUILD WS-CMP-IN IN WS-CMP-OUT WITH  *
005870*                   ONLY ITS LETTERS AND DIGITS, SO         *
005880*                   PUNCTUATION AND SPACING CANNOT HIDE A   *
005890*                   NAME FROM THE LIST.                     *
005900*----------------------------------------------------------*
005910 8000-COMPACT-TEXT.
005920     MOVE SPACES TO WS-CMP-OUT.
005930     MOVE ZERO TO WS-CMP-OUT-SUB.
005940     PERFORM 8050-COMPACT-ONE-CHAR THRU 8050-EXIT
005950         VARYING WS-CMP-SUB FROM 1 BY 1
005960         UNTIL WS-CMP-SUB > 30.
005970 8000-EXIT.
005980     EXIT.
005990
006000 8050-COMPACT-ONE-CHAR.
006010     MOVE WS-CMP-IN (WS-CMP-SUB:1) TO WS-CMP-CHAR.
006020     IF (WS-CMP-CHAR NOT < 'A' AND WS-CMP-CHAR NOT > 'Z')
006030             OR (WS-CMP-CHAR NOT < '0' AND WS-CMP-CHAR NOT > '9')
006040         ADD 1 TO WS-CMP-OUT-SUB
006050         MOVE WS-CMP-CHAR TO WS-CMP-OUT (WS-CMP-OUT-SUB:1)
006060     END-IF.
006070 8050-EXIT.
006080     EXIT.
006090
006100*----------------------------------------------------------*
006110* 9000-TERMINATE - CLOSE THE FILES AND REPORT THE CONTROL   *
006120*                  TOTALS.  RECORDS PASSED IS WHAT THE LOAD *
006130*                  STEP MUST READ.                          *
006140*----------------------------------------------------------*
006150 9000-TERMINATE.
006160     IF WS-FILES-OPEN
006170         CLOSE CLEAN-EXTRACT-FILE
006180         CLOSE WATCH-HOLD-FILE
006190         CLOSE SCREENED-EXTRACT-FILE
006200     END-IF.
006210     DISPLAY 'WLSCREEN LIST ENTRIES LOADED:  ' WS-WL-USED.
006220     DISPLAY 'WLSCREEN LIST ENTRIES SKIPPED: ' WS-ENTRIES-SKIPPED.
006230     DISPLAY 'WLSCREEN RECORDS READ:         ' WS-RECORDS-READ.
006240     DISPLAY 'WLSCREEN RECORDS PASSED:       ' WS-RECORDS-PASSED.
006250     DISPLAY 'WLSCREEN NEW HOLDS:            ' WS-NEW-HOLDS.
006260     DISPLAY 'WLSCREEN STILL HELD:           ' WS-STILL-HELD.
006270     DISPLAY 'WLSCREEN CONFIRMED, KEPT OUT:  ' WS-CONFIRMED-OUT.
006280     DISPLAY 'WLSCREEN CLEARED, RELEASED:    ' WS-RELEASED.
006290     DISPLAY 'WLSCREEN HOLDS NOT WRITTEN:    '
006300         WS-HOLD-WRITE-FAILED.
006310 9000-EXIT.
006320     EXIT.
006330
006331*----------------------------------------------------------*
006332* 9800-POST-LINEAGE - POST THE SCREENING OF THE FEED DATE   *
006333*                     LAST LOADED TO THE ONBOARDING LINEAGE *
006334*                     LEDGER, THEN PUT THE RETURN CODE BACK *
006335*                     - THE CALL REPLACES IT.  EVERY RECORD *
006336*                     KEPT OUT OF THE LOAD - NEW HOLD, STILL*
006337*                     HELD, CONFIRMED, OR HOLD NOT WRITTEN -*
006338*                     IS POSTED AS DIVERTED.                *
006339*----------------------------------------------------------*
006340 9800-POST-LINEAGE.
006341     IF NOT WS-FILES-OPEN
006342         GO TO 9800-EXIT
006343     END-IF.
006344     MOVE WS-RECORDS-READ   TO WS-LN-COUNT-IN.
006345     MOVE WS-RECORDS-PASSED TO WS-LN-COUNT-OUT.
006346     COMPUTE WS-LN-COUNT-DIVERTED =
006347         WS-NEW-HOLDS + WS-STILL-HELD + WS-CONFIRMED-OUT
006348             + WS-HOLD-WRITE-FAILED.
006349     MOVE RETURN-CODE TO WS-LN-RETURN-CODE.
006350     CALL 'LINEAGE' USING WS-LN-CALLING-PROGRAM
006351                          WS-LN-STAGE
006352                          WS-LN-FEED-DATE
006353                          WS-LN-EVENT-DATE
006354                          WS-LN-EVENT-TIME
006355                          WS-LN-COUNT-IN
006356                          WS-LN-COUNT-OUT
006357                          WS-LN-COUNT-DIVERTED
006358                          WS-LN-RETURN-CODE.
006359     MOVE WS-LN-RETURN-CODE TO RETURN-CODE.
006360 9800-EXIT.
006361     EXIT.
006362
006363*----------------------------------------------------------*
006364* 9900-RECORD-RUN-END - COMPLETE THIS STEP'S ROW ON THE     *
006365*                       SHARED BATCH RUN HISTORY WITH THE   *
006370*                       RECORD COUNT AND THE FINAL STEP     *
006380*                       RETURN CODE, THEN PUT THE RETURN    *
006390*                       CODE BACK - THE CALL REPLACES IT.   *
006400*----------------------------------------------------------*
006410 9900-RECORD-RUN-END.
006420     MOVE 'END' TO WS-RH-EVENT.
006430     MOVE WS-RECORDS-READ TO WS-RH-RECORD-COUNT.
006440     MOVE RETURN-CODE TO WS-RH-RETURN-CODE.
006450     CALL 'RUNHIST' USING WS-RH-CALLING-PROGRAM
006460                          WS-RH-QUALIFIER
006470                          WS-RH-EVENT
006480                          WS-RH-RECORD-COUNT
006490                          WS-RH-RETURN-CODE.
006500     MOVE WS-RH-RETURN-CODE TO RETURN-CODE.
006510 9900-EXIT.
006520     EXIT.
