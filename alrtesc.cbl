000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. ALRTESC.
000030 AUTHOR. R-HALVORSEN.
000040 INSTALLATION. DATA-SERVICES.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------*
000080* MODIFICATION HISTORY                                      *
000090*   DATE       INIT  DESCRIPTION                             *
000100*   2026-10-15 MWK   ORIGINAL VERSION - ON-CALL ESCALATION   *
000110*                    PASS OVER THE NOTIFICATION FILE         *
000120*                    ALRTDISP OPENS.  A NOTIFICATION STILL   *
000130*                    UNCLAIMED WHEN ITS AGE PASSES THE       *
000140*                    SECONDARY THRESHOLD IS RE-PAGED TO THE  *
000150*                    ROSTERED SECONDARY, AND PAST THE        *
000160*                    MANAGER THRESHOLD TO THE OPERATIONS     *
000170*                    MANAGER, SO A PAGE THE PRIMARY MISSED   *
000180*                    DOES NOT SIT UNANSWERED.                *
000190*----------------------------------------------------------*
000200*
000210*   PARM FORMAT - 'SECONDARY=nnnn,MANAGER=nnnn', ANY ORDER,
000220*             BOTH OPTIONAL.  MINUTES SINCE THE NOTIFICATION
000230*             OPENED.
000240*             SECONDARY - RE-PAGE THE SECONDARY.  DEFAULT 0015.
000250*             MANAGER   - RE-PAGE THE OPERATIONS MANAGER.
000260*                         DEFAULT 0030.  MUST BE LATER THAN
000270*                         SECONDARY.
000280*
000290*   RUN AS THE STEP AFTER ALRTDISP ON THE SAME SHORT CYCLE.
000300*   ONLY OPEN (UNCLAIMED) NOTIFICATIONS ARE ESCALATED - ONE
000310*   CLAIMED ON THE ALAK TRANSACTION HAS A NAMED OWNER AND IS
000320*   LEFT ALONE.  EACH LEVEL IS PAGED ONCE; A NOTIFICATION
000330*   ALREADY PAST BOTH THRESHOLDS WHEN FIRST SEEN GOES STRAIGHT
000340*   TO THE MANAGER.  WHO IS SECONDARY AND MANAGER COMES FROM
000350*   THE ON-CALL ROSTER FOR THE CURRENT HOUR (ONCALL).
000360*
000370*   RC=4 - SOMETHING WAS PAGED TO THE MANAGER, OR A PAGE WAS
000380*          DUE WITH NOBODY ROSTERED TO TAKE IT.
000390*   RC=8 - A NOTIFICATION COULD NOT BE UPDATED.  IT IS PAGED
000400*          AGAIN ON THE NEXT CYCLE.
000410*   RC=12 - THE NOTIFICATION FILE COULD NOT BE OPENED.
000420*   RC=16 - THE PARM IS BAD.  NOTHING IS ESCALATED.
000430*
000440 ENVIRONMENT DIVISION.
000450 INPUT-OUTPUT SECTION.
000460 FILE-CONTROL.
000470     SELECT NOTIFICATION-FILE ASSIGN TO 'ONCALNTF'
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS DYNAMIC
000500         RECORD KEY IS NTF-KEY
000510         FILE STATUS IS WS-NTF-FILE-STATUS.
000520
000530     SELECT ESCALATION-REPORT-FILE ASSIGN TO 'ESCALRPT'
000540         ORGANIZATION IS LINE SEQUENTIAL.
000550
000560 DATA DIVISION.
000570 FILE SECTION.
000580 FD  NOTIFICATION-FILE.
000590     COPY NTFYREC.
000600
000610 FD  ESCALATION-REPORT-FILE
000620     RECORDING MODE IS F.
000630 01  ESCALATION-REPORT-RECORD    PIC X(132).
000640
000650 WORKING-STORAGE SECTION.
000660 77  WS-NTF-FILE-STATUS          PIC X(02).
000670 77  WS-TARGET-LEVEL             PIC 9(01) VALUE ZERO.
000680
000690 01  WS-SWITCHES.
000700     05  WS-EOF-SW               PIC X(01) VALUE 'N'.
000710         88  WS-EOF                  VALUE 'Y'.
000720     05  WS-PARM-ERROR-SW        PIC X(01) VALUE 'N'.
000730         88  WS-PARM-ERROR           VALUE 'Y'.
000740     05  WS-FILES-OPEN-SW        PIC X(01) VALUE 'N'.
000750         88  WS-FILES-OPEN           VALUE 'Y'.
000760     05  WS-LEAP-YEAR-SW         PIC X(01) VALUE 'N'.
000770         88  WS-LEAP-YEAR            VALUE 'Y'.
000780
000790 01  WS-COUNTERS.
000800     05  WS-NTF-READ             PIC 9(9) COMP VALUE ZERO.
000810     05  WS-NTF-UNCLAIMED        PIC 9(9) COMP VALUE ZERO.
000820     05  WS-NTF-CLAIMED          PIC 9(9) COMP VALUE ZERO.
000830     05  WS-PAGED-SECONDARY      PIC 9(9) COMP VALUE ZERO.
000840     05  WS-PAGED-MANAGER        PIC 9(9) COMP VALUE ZERO.
000850     05  WS-ROSTER-GAPS          PIC 9(9) COMP VALUE ZERO.
000860     05  WS-UPDATE-FAILURES      PIC 9(9) COMP VALUE ZERO.
000870
000880*----------------------------------------------------------*
000890* ESCALATION THRESHOLDS, IN MINUTES SINCE THE NOTIFICATION  *
000900* OPENED, AND THE CURRENT TIME AS SECONDS FROM MIDNIGHT AT  *
000910* THE START OF TODAY - AN OPEN STAMP FROM AN EARLIER DAY    *
000920* COMES OUT NEGATIVE, SO THE AGE SUBTRACTS CLEANLY ACROSS   *
000930* MIDNIGHT.                                                 *
000940*----------------------------------------------------------*
000950 01  WS-ESCALATION-CONTROL.
000960     05  WS-SECONDARY-MINUTES    PIC 9(04) VALUE 0015.
000970     05  WS-MANAGER-MINUTES      PIC 9(04) VALUE 0030.
000980     05  WS-NOW-DATE             PIC 9(08) VALUE ZERO.
000990     05  WS-NOW-TIME             PIC 9(08) VALUE ZERO.
001000     05  WS-TODAY-SERIAL         PIC 9(9) COMP VALUE ZERO.
001010     05  WS-NOW-SECS             PIC S9(9) COMP VALUE ZERO.
001020     05  WS-AGE-MINUTES          PIC S9(9) COMP VALUE ZERO.
001030
001040*----------------------------------------------------------*
001050* STAMP-TO-SECONDS WORK AREA.                               *
001060*----------------------------------------------------------*
001070 01  WS-STAMP-WORK.
001080     05  WS-TS-DATE              PIC 9(08).
001090     05  WS-TS-TIME              PIC 9(08).
001100     05  WS-TS-TIME-R REDEFINES WS-TS-TIME.
001110         10  WS-TS-HH            PIC 9(02).
001120         10  WS-TS-MM            PIC 9(02).
001130         10  WS-TS-SS            PIC 9(02).
001140         10  WS-TS-CC            PIC 9(02).
001150     05  WS-TS-SECS              PIC S9(9) COMP VALUE ZERO.
001160
001170*----------------------------------------------------------*
001180* SERIAL-DAY CONVERSION WORK AREA - SAME HAND-ROLLED        *
001190*                                   APPROACH AS BATWNDW, NO *
001200*                                   INTRINSICS.             *
001210*----------------------------------------------------------*
001220 01  WS-SERIAL-WORK.
001230     05  WS-SD-DATE              PIC 9(08).
001240     05  WS-SD-DATE-N REDEFINES WS-SD-DATE.
001250         10  WS-SD-YEAR          PIC 9(04).
001260         10  WS-SD-MONTH         PIC 9(02).
001270         10  WS-SD-DAY           PIC 9(02).
001280     05  WS-SD-SERIAL            PIC 9(9) COMP VALUE ZERO.
001290     05  WS-SD-YEARS             PIC 9(9) COMP VALUE ZERO.
001300     05  WS-SD-REMAINDER         PIC 9(04) COMP VALUE ZERO.
001310     05  WS-SD-QUOTIENT          PIC 9(9) COMP VALUE ZERO.
001320
001330 01  WS-MONTH-CUM-LIST           PIC X(36)
001340                 VALUE '000031059090120151181212243273304334'.
001350 01  WS-MONTH-CUM-TABLE REDEFINES WS-MONTH-CUM-LIST.
001360     05  WS-MONTH-CUM            OCCURS 12 TIMES
001370                                 PIC 9(03).
001380
001390*----------------------------------------------------------*
001400* WHO IS ON CALL THIS HOUR, FROM THE ROSTER, LOOKED UP ONCE *
001410* PER RUN.                                                  *
001420*----------------------------------------------------------*
001430 01  WS-ONCALL-CALL.
001440     05  WS-OC-PRIMARY-ID        PIC X(08) VALUE SPACES.
001450     05  WS-OC-SECONDARY-ID      PIC X(08) VALUE SPACES.
001460     05  WS-OC-MANAGER-ID        PIC X(08) VALUE SPACES.
001470     05  WS-OC-RETURN-CODE       PIC 9(04) VALUE ZERO.
001480 01  WS-PAGE-TO                  PIC X(08) VALUE SPACES.
001490
001500*   THE RETURN-CODE REGISTER IS REPLACED BY EVERY CALLED
001510*   PROGRAM'S ON RETURN, SO THE STEP CODE IS ASSEMBLED IN
001520*   9000 AFTER THE LAST CALL.
001530 01  WS-SAVED-RETURN-CODE        PIC 9(04) VALUE ZERO.
001540
001550 01  WS-PARM-SEGMENTS.
001560     05  WS-PARM-SEG-1           PIC X(30).
001570     05  WS-PARM-SEG-2           PIC X(30).
001580
001590 01  WS-PARM-PIECE               PIC X(30).
001600
001610 01  WS-PARM-WORK.
001620     05  WS-PARM-KEYWORD         PIC X(09).
001630     05  WS-PARM-VALUE           PIC X(30).
001640     05  WS-PARM-VALUE-N4 REDEFINES WS-PARM-VALUE.
001650         10  WS-PARM-DIGITS-4    PIC 9(04).
001660         10  FILLER              PIC X(26).
001670
001680 01  WS-REPORT-HEADING.
001690     05  FILLER                  PIC X(30)
001700         VALUE 'ON-CALL ESCALATION PASS AS OF '.
001710     05  RH-NOW-DATE             PIC 9(08).
001720     05  FILLER                  PIC X(01) VALUE SPACE.
001730     05  RH-NOW-TIME             PIC 9(08).
001740     05  FILLER                  PIC X(18)
001750         VALUE '  SECONDARY AFTER '.
001760     05  RH-SECONDARY-MINUTES    PIC ZZZ9.
001770     05  FILLER                  PIC X(20)
001780         VALUE ' MIN  MANAGER AFTER '.
001790     05  RH-MANAGER-MINUTES      PIC ZZZ9.
001800     05  FILLER                  PIC X(04) VALUE ' MIN'.
001810     05  FILLER                  PIC X(35) VALUE SPACES.
001820
001830 01  WS-ESCALATION-LINE.
001840     05  EL-LEVEL                PIC X(09).
001850     05  FILLER                  PIC X(01) VALUE SPACE.
001860     05  EL-PAGED-TO             PIC X(08).
001870     05  FILLER                  PIC X(05) VALUE ' PGM='.
001880     05  EL-PROGRAM              PIC X(12).
001890     05  FILLER                  PIC X(05) VALUE ' OPN='.
001900     05  EL-OPERATION            PIC X(20).
001910     05  FILLER                  PIC X(05) VALUE ' RSN='.
001920     05  EL-REASON-CODE          PIC 9(04).
001930     05  FILLER                  PIC X(04) VALUE ' RC='.
001940     05  EL-RETURN-CODE          PIC 9(04).
001950     05  FILLER                  PIC X(08) VALUE ' OPENED='.
001960     05  EL-OPEN-DATE            PIC 9(08).
001970     05  FILLER                  PIC X(01) VALUE SPACE.
001980     05  EL-OPEN-TIME            PIC 9(08).
001990     05  FILLER                  PIC X(05) VALUE ' AGE='.
002000     05  EL-AGE-MINUTES          PIC ZZZZZZ9.
002010     05  FILLER                  PIC X(08) VALUE ' REPEAT='.
002020     05  EL-REPEAT-COUNT         PIC ZZZZZZZZ9.
002030     05  FILLER                  PIC X(01) VALUE SPACE.
002040
002050 01  WS-SUMMARY-LINE.
002060     05  FILLER                  PIC X(14) VALUE 'NOTIFICATIONS='.
002070     05  SM-NTF-READ             PIC ZZZZZZZZ9.
002080     05  FILLER                  PIC X(11) VALUE ' UNCLAIMED='.
002090     05  SM-NTF-UNCLAIMED        PIC ZZZZZZZZ9.
002100     05  FILLER                  PIC X(09) VALUE ' CLAIMED='.
002110     05  SM-NTF-CLAIMED          PIC ZZZZZZZZ9.
002120     05  FILLER                  PIC X(11) VALUE ' SECONDARY='.
002130     05  SM-PAGED-SECONDARY      PIC ZZZZZZZZ9.
002140     05  FILLER                  PIC X(09) VALUE ' MANAGER='.
002150     05  SM-PAGED-MANAGER        PIC ZZZZZZZZ9.
002160     05  FILLER                  PIC X(13) VALUE ' ROSTER GAPS='.
002170     05  SM-ROSTER-GAPS          PIC ZZZZ9.
002180     05  FILLER                  PIC X(10) VALUE ' FAILURES='.
002190     05  SM-UPDATE-FAILURES      PIC ZZZZ9.
002200
002210 01  WS-RUN-HISTORY-CALL.
002220     05  WS-RH-CALLING-PROGRAM   PIC X(12) VALUE 'ALRTESC'.
002230     05  WS-RH-QUALIFIER         PIC X(10) VALUE SPACES.
002240     05  WS-RH-EVENT             PIC X(05).
002250     05  WS-RH-RECORD-COUNT      PIC 9(09) VALUE ZERO.
002260     05  WS-RH-RETURN-CODE       PIC 9(04) VALUE ZERO.
002270
002280 LINKAGE SECTION.
002290 01  LS-PARM-AREA.
002300     05  LS-PARM-LEN             PIC S9(4) COMP.
002310     05  LS-PARM-TEXT            PIC X(80).
002320
002330 PROCEDURE DIVISION USING LS-PARM-AREA.
002340 0000-MAINLINE.
002350     PERFORM 0100-RECORD-RUN-START THRU 0100-EXIT.
002360     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002370     IF WS-FILES-OPEN
002380         PERFORM 2000-PROCESS-NOTIFICATION THRU 2000-EXIT
002390             UNTIL WS-EOF
002400     END-IF.
002410     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002420     PERFORM 9900-RECORD-RUN-END THRU 9900-EXIT.
002430     GOBACK.
002440
002450*----------------------------------------------------------*
002460* 0100-RECORD-RUN-START - FILE THIS STEP'S RUNNING-STATE ROW*
002470*                         ON THE SHARED BATCH RUN HISTORY   *
002480*                         BEFORE ANY WORK IS DONE.          *
002490*----------------------------------------------------------*
002500 0100-RECORD-RUN-START.
002510     MOVE 'START' TO WS-RH-EVENT.
002520     CALL 'RUNHIST' USING WS-RH-CALLING-PROGRAM
002530                          WS-RH-QUALIFIER
002540                          WS-RH-EVENT
002550                          WS-RH-RECORD-COUNT
002560                          WS-RH-RETURN-CODE.
002570 0100-EXIT.
002580     EXIT.
002590
002600*----------------------------------------------------------*
002610* 1000-INITIALIZE - PARSE THE PARM, LOOK UP WHO IS ON CALL, *
002620*                   AND OPEN THE FILES.  A MISSING          *
002630*                   NOTIFICATION FILE (STATUS 35) JUST MEANS*
002640*                   NOTHING HAS BEEN PAGED YET.             *
002650*----------------------------------------------------------*
002660 1000-INITIALIZE.
002670     MOVE ZERO TO RETURN-CODE.
002680     ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD.
002690     ACCEPT WS-NOW-TIME FROM TIME.
002700     PERFORM 1060-PARSE-PARM THRU 1060-EXIT.
002710     IF NOT WS-PARM-ERROR
002720             AND WS-MANAGER-MINUTES NOT > WS-SECONDARY-MINUTES
002730         SET WS-PARM-ERROR TO TRUE
002740     END-IF.
002750     IF WS-PARM-ERROR
002760         DISPLAY 'ALRTESC PARM BAD - SECONDARY/MANAGER MUST BE '
002770             'NNNN MINUTES, MANAGER LATER - NOTHING ESCALATED'
002780         MOVE 16 TO WS-SAVED-RETURN-CODE
002790         GO TO 1000-EXIT
002800     END-IF.
002810     MOVE WS-NOW-DATE TO WS-SD-DATE.
002820     PERFORM 8000-DATE-TO-SERIAL THRU 8000-EXIT.
002830     MOVE WS-SD-SERIAL TO WS-TODAY-SERIAL.
002840     MOVE WS-NOW-DATE TO WS-TS-DATE.
002850     MOVE WS-NOW-TIME TO WS-TS-TIME.
002860     PERFORM 8200-STAMP-TO-SECS THRU 8200-EXIT.
002870     MOVE WS-TS-SECS TO WS-NOW-SECS.
002880     CALL 'ONCALL' USING WS-OC-PRIMARY-ID
002890                         WS-OC-SECONDARY-ID
002900                         WS-OC-MANAGER-ID
002910                         WS-OC-RETURN-CODE.
002920     IF WS-OC-RETURN-CODE NOT = ZERO
002930         DISPLAY 'ALRTESC NO ON-CALL ROSTERED FOR THIS HOUR - '
002940             'ONCALL RC ' WS-OC-RETURN-CODE
002950         MOVE SPACES TO WS-OC-SECONDARY-ID
002960         MOVE SPACES TO WS-OC-MANAGER-ID
002970     END-IF.
002980     OPEN I-O NOTIFICATION-FILE.
002990     IF WS-NTF-FILE-STATUS = '35'
003000         GO TO 1000-EXIT
003010     END-IF.
003020     IF WS-NTF-FILE-STATUS NOT = '00'
003030         DISPLAY 'ALRTESC ONCALNTF OPEN FAILED - STATUS '
003040             WS-NTF-FILE-STATUS
003050         MOVE 12 TO WS-SAVED-RETURN-CODE
003060         GO TO 1000-EXIT
003070     END-IF.
003080     OPEN OUTPUT ESCALATION-REPORT-FILE.
003090     SET WS-FILES-OPEN TO TRUE.
003100     MOVE WS-NOW-DATE TO RH-NOW-DATE.
003110     MOVE WS-NOW-TIME TO RH-NOW-TIME.
003120     MOVE WS-SECONDARY-MINUTES TO RH-SECONDARY-MINUTES.
003130     MOVE WS-MANAGER-MINUTES TO RH-MANAGER-MINUTES.
003140     WRITE ESCALATION-REPORT-RECORD FROM WS-REPORT-HEADING.
003150     PERFORM 2100-READ-NOTIFICATION THRU 2100-EXIT.
003160 1000-EXIT.
003170     EXIT.
003180
003190*----------------------------------------------------------*
003200* 1060-PARSE-PARM - UP TO TWO COMMA-SEPARATED KEYWORD=VALUE *
003210*                   PIECES, ANY ORDER, BOTH OPTIONAL.       *
003220*----------------------------------------------------------*
003230 1060-PARSE-PARM.
003240     IF LS-PARM-LEN > ZERO
003250         MOVE SPACES TO WS-PARM-SEGMENTS
003260         UNSTRING LS-PARM-TEXT (1:LS-PARM-LEN) DELIMITED BY ','
003270             INTO WS-PARM-SEG-1
003280                  WS-PARM-SEG-2
003290         END-UNSTRING
003300         MOVE WS-PARM-SEG-1 TO WS-PARM-PIECE
003310         PERFORM 1070-APPLY-PARM-PIECE THRU 1070-EXIT
003320         MOVE WS-PARM-SEG-2 TO WS-PARM-PIECE
003330         PERFORM 1070-APPLY-PARM-PIECE THRU 1070-EXIT
003340     END-IF.
003350 1060-EXIT.
003360     EXIT.
003370
003380 1070-APPLY-PARM-PIECE.
003390     IF WS-PARM-PIECE = SPACES
003400         GO TO 1070-EXIT
003410     END-IF.
003420     MOVE SPACES TO WS-PARM-WORK.
003430     UNSTRING WS-PARM-PIECE DELIMITED BY '='
003440         INTO WS-PARM-KEYWORD
003450              WS-PARM-VALUE
003460     END-UNSTRING.
003470     IF WS-PARM-DIGITS-4 IS NOT NUMERIC
003480             OR WS-PARM-DIGITS-4 = ZERO
003490         SET WS-PARM-ERROR TO TRUE
003500         GO TO 1070-EXIT
003510     END-IF.
003520     EVALUATE WS-PARM-KEYWORD
003530         WHEN 'SECONDARY'
003540             MOVE WS-PARM-DIGITS-4 TO WS-SECONDARY-MINUTES
003550         WHEN 'MANAGER'
003560             MOVE WS-PARM-DIGITS-4 TO WS-MANAGER-MINUTES
003570         WHEN OTHER
003580             SET WS-PARM-ERROR TO TRUE
003590     END-EVALUATE.
003600 1070-EXIT.
003610     EXIT.
003620
003630*----------------------------------------------------------*
003640* 2000-PROCESS-NOTIFICATION - COUNT THE NOTIFICATION IN     *
003650*                             HAND, CHECK IT FOR ESCALATION *
003660*                             IF NOBODY HAS CLAIMED IT, AND *
003670*                             READ THE NEXT.                *
003680*----------------------------------------------------------*
003690 2000-PROCESS-NOTIFICATION.
003700     ADD 1 TO WS-NTF-READ.
003710     IF NTF-ACKNOWLEDGED
003720         ADD 1 TO WS-NTF-CLAIMED
003730     END-IF.
003740     IF NTF-OPEN
003750         ADD 1 TO WS-NTF-UNCLAIMED
003760         PERFORM 2050-CHECK-AGE THRU 2050-EXIT
003770     END-IF.
003780     PERFORM 2100-READ-NOTIFICATION THRU 2100-EXIT.
003790 2000-EXIT.
003800     EXIT.
003810
003820*----------------------------------------------------------*
003830* 2050-CHECK-AGE - WORK OUT FROM THE NOTIFICATION'S AGE THE *
003840*                  LEVEL IT SHOULD HAVE REACHED.  IF THAT IS*
003850*                  PAST THE LEVEL ALREADY PAGED, PAGE THE   *
003860*                  NEW LEVEL.                               *
003870*----------------------------------------------------------*
003880 2050-CHECK-AGE.
003890     MOVE NTF-OPEN-DATE TO WS-TS-DATE.
003900     MOVE NTF-OPEN-TIME TO WS-TS-TIME.
003910     PERFORM 8200-STAMP-TO-SECS THRU 8200-EXIT.
003920     COMPUTE WS-AGE-MINUTES = (WS-NOW-SECS - WS-TS-SECS) / 60.
003930     MOVE ZERO TO WS-TARGET-LEVEL.
003940     IF WS-AGE-MINUTES NOT < WS-SECONDARY-MINUTES
003950         MOVE 1 TO WS-TARGET-LEVEL
003960     END-IF.
003970     IF WS-AGE-MINUTES NOT < WS-MANAGER-MINUTES
003980         MOVE 2 TO WS-TARGET-LEVEL
003990     END-IF.
004000     IF WS-TARGET-LEVEL > NTF-ESCALATION-LEVEL
004010         PERFORM 2200-ESCALATE THRU 2200-EXIT
004020     END-IF.
004030 2050-EXIT.
004040     EXIT.
004050
004060 2100-READ-NOTIFICATION.
004070     READ NOTIFICATION-FILE NEXT RECORD
004080         AT END
004090             SET WS-EOF TO TRUE
004100     END-READ.
004110     IF NOT WS-EOF
004120             AND WS-NTF-FILE-STATUS NOT = '00'
004130         DISPLAY 'ALRTESC ONCALNTF READ FAILED - STATUS '
004140             WS-NTF-FILE-STATUS
004150         MOVE 12 TO WS-SAVED-RETURN-CODE
004160         SET WS-EOF TO TRUE
004170     END-IF.
004180 2100-EXIT.
004190     EXIT.
004200
004210*----------------------------------------------------------*
004220* 2200-ESCALATE - RE-PAGE THE NOTIFICATION TO THE SECONDARY *
004230*                 OR THE MANAGER ROSTERED FOR THIS HOUR,    *
004240*                 RECORD THE NEW LEVEL AND WHO WAS PAGED,   *
004250*                 AND PUT THE PAGE ON THE ESCALATION FEED.  *
004260*                 WITH NOBODY ROSTERED AT THAT LEVEL THE    *
004270*                 PAGE STILL GOES TO THE FEED, ADDRESSED TO *
004280*                 *NONE*, SO SOMEONE WATCHING IT SEES THE   *
004290*                 GAP.  A ROW THAT CANNOT BE REWRITTEN KEEPS*
004300*                 ITS OLD LEVEL AND IS PAGED AGAIN NEXT     *
004310*                 CYCLE.                                    *
004320*----------------------------------------------------------*
004330 2200-ESCALATE.
004340     IF WS-TARGET-LEVEL = 2
004350         MOVE WS-OC-MANAGER-ID TO WS-PAGE-TO
004360         MOVE 'MANAGER' TO EL-LEVEL
004370     ELSE
004380         MOVE WS-OC-SECONDARY-ID TO WS-PAGE-TO
004390         MOVE 'SECONDARY' TO EL-LEVEL
004400     END-IF.
004410     IF WS-PAGE-TO = SPACES
004420         MOVE '*NONE*' TO WS-PAGE-TO
004430         ADD 1 TO WS-ROSTER-GAPS
004440     END-IF.
004450     MOVE WS-TARGET-LEVEL TO NTF-ESCALATION-LEVEL.
004460     MOVE WS-PAGE-TO TO NTF-PAGED-TO.
004470     MOVE WS-NOW-DATE TO NTF-PAGED-DATE.
004480     MOVE WS-NOW-TIME TO NTF-PAGED-TIME.
004490     REWRITE NOTIFICATION-RECORD
004500         INVALID KEY
004510             DISPLAY 'ALRTESC ONCALNTF REWRITE FAILED - STATUS '
004520                 WS-NTF-FILE-STATUS ' - ' NTF-PROGRAM
004530                 ' ' NTF-OPEN-DATE ' ' NTF-OPEN-TIME
004540             ADD 1 TO WS-UPDATE-FAILURES
004550             GO TO 2200-EXIT
004560     END-REWRITE.
004570     IF NTF-AT-MANAGER
004580         ADD 1 TO WS-PAGED-MANAGER
004590     ELSE
004600         ADD 1 TO WS-PAGED-SECONDARY
004610     END-IF.
004620     MOVE WS-PAGE-TO TO EL-PAGED-TO.
004630     MOVE NTF-PROGRAM TO EL-PROGRAM.
004640     MOVE NTF-OPERATION TO EL-OPERATION.
004650     MOVE NTF-REASON-CODE TO EL-REASON-CODE.
004660     MOVE NTF-RETURN-CODE TO EL-RETURN-CODE.
004670     MOVE NTF-OPEN-DATE TO EL-OPEN-DATE.
004680     MOVE NTF-OPEN-TIME TO EL-OPEN-TIME.
004690     MOVE WS-AGE-MINUTES TO EL-AGE-MINUTES.
004700     MOVE NTF-REPEAT-COUNT TO EL-REPEAT-COUNT.
004710     WRITE ESCALATION-REPORT-RECORD FROM WS-ESCALATION-LINE.
004720 2200-EXIT.
004730     EXIT.
004740
004750*----------------------------------------------------------*
004760* 8000-DATE-TO-SERIAL - WS-SD-DATE AS A SERIAL DAY NUMBER.  *
004770*----------------------------------------------------------*
004780 8000-DATE-TO-SERIAL.
004790     COMPUTE WS-SD-YEARS = WS-SD-YEAR - 1.
004800     COMPUTE WS-SD-SERIAL =
004810         (WS-SD-YEARS * 365)
004820         + (WS-SD-YEARS / 4)
004830         - (WS-SD-YEARS / 100)
004840         + (WS-SD-YEARS / 400)
004850         + WS-MONTH-CUM (WS-SD-MONTH)
004860         + WS-SD-DAY.
004870     IF WS-SD-MONTH > 2
004880         PERFORM 8100-CHECK-LEAP-YEAR THRU 8100-EXIT
004890         IF WS-LEAP-YEAR
004900             ADD 1 TO WS-SD-SERIAL
004910         END-IF
004920     END-IF.
004930 8000-EXIT.
004940     EXIT.
004950
004960*----------------------------------------------------------*
004970* 8100-CHECK-LEAP-YEAR - IS WS-SD-YEAR A LEAP YEAR, ON THE  *
004980*                        4/100/400 RULE.                    *
004990*----------------------------------------------------------*
005000 8100-CHECK-LEAP-YEAR.
005010     MOVE 'N' TO WS-LEAP-YEAR-SW.
005020     DIVIDE WS-SD-YEAR BY 4
005030         GIVING WS-SD-QUOTIENT
005040         REMAINDER WS-SD-REMAINDER.
005050     IF WS-SD-REMAINDER NOT = ZERO
005060         GO TO 8100-EXIT
005070     END-IF.
005080     DIVIDE WS-SD-YEAR BY 100
005090         GIVING WS-SD-QUOTIENT
005100         REMAINDER WS-SD-REMAINDER.
005110     IF WS-SD-REMAINDER NOT = ZERO
005120         SET WS-LEAP-YEAR TO TRUE
005130         GO TO 8100-EXIT
005140     END-IF.
005150     DIVIDE WS-SD-YEAR BY 400
005160         GIVING WS-SD-QUOTIENT
005170         REMAINDER WS-SD-REMAINDER.
005180     IF WS-SD-REMAINDER = ZERO
005190         SET WS-LEAP-YEAR TO TRUE
005200     END-IF.
005210 8100-EXIT.
005220     EXIT.
005230
005240*----------------------------------------------------------*
005250* 8200-STAMP-TO-SECS - TURN WS-TS-DATE/WS-TS-TIME INTO      *
005260*                      SECONDS FROM MIDNIGHT AT THE START OF*
005270*                      TODAY.                               *
005280*----------------------------------------------------------*
005290 8200-STAMP-TO-SECS.
005300     MOVE WS-TS-DATE TO WS-SD-DATE.
005310     PERFORM 8000-DATE-TO-SERIAL THRU 8000-EXIT.
005320     COMPUTE WS-TS-SECS =
005330         ((WS-SD-SERIAL - WS-TODAY-SERIAL) * 86400)
005340         + (WS-TS-HH * 3600) + (WS-TS-MM * 60) + WS-TS-SS.
005350 8200-EXIT.
005360     EXIT.
005370
005380*----------------------------------------------------------*
005390* 9000-TERMINATE - CLOSE THE FILES, WRITE THE SUMMARY, AND  *
005400*                  ASSEMBLE THE STEP RETURN CODE.           *
005410*----------------------------------------------------------*
005420 9000-TERMINATE.
005430     IF WS-FILES-OPEN
005440         MOVE WS-NTF-READ TO SM-NTF-READ
005450         MOVE WS-NTF-UNCLAIMED TO SM-NTF-UNCLAIMED
005460         MOVE WS-NTF-CLAIMED TO SM-NTF-CLAIMED
005470         MOVE WS-PAGED-SECONDARY TO SM-PAGED-SECONDARY
005480         MOVE WS-PAGED-MANAGER TO SM-PAGED-MANAGER
005490         MOVE WS-ROSTER-GAPS TO SM-ROSTER-GAPS
005500         MOVE WS-UPDATE-FAILURES TO SM-UPDATE-FAILURES
005510         WRITE ESCALATION-REPORT-RECORD FROM WS-SUMMARY-LINE
005520         CLOSE NOTIFICATION-FILE
005530         CLOSE ESCALATION-REPORT-FILE
005540     END-IF.
005550     IF WS-PAGED-MANAGER > ZERO
005560             OR WS-ROSTER-GAPS > ZERO
005570         IF WS-SAVED-RETURN-CODE < 4
005580             MOVE 4 TO WS-SAVED-RETURN-CODE
005590         END-IF
005600     END-IF.
005610     IF WS-UPDATE-FAILURES > ZERO
005620         IF WS-SAVED-RETURN-CODE < 8
005630             MOVE 8 TO WS-SAVED-RETURN-CODE
005640         END-IF
005650     END-IF.
005660     IF WS-SAVED-RETURN-CODE > RETURN-CODE
005670         MOVE WS-SAVED-RETURN-CODE TO RETURN-CODE
005680     END-IF.
005690     DISPLAY 'ALRTESC NOTIFICATIONS READ: ' WS-NTF-READ.
005700     DISPLAY 'ALRTESC UNCLAIMED:          ' WS-NTF-UNCLAIMED.
005710     DISPLAY 'ALRTESC CLAIMED:            ' WS-NTF-CLAIMED.
005720     DISPLAY 'ALRTESC PAGED SECONDARY:    ' WS-PAGED-SECONDARY.
005730     DISPLAY 'ALRTESC PAGED MANAGER:      ' WS-PAGED-MANAGER.
005740     DISPLAY 'ALRTESC ROSTER GAPS:        ' WS-ROSTER-GAPS.
005750     DISPLAY 'ALRTESC UPDATE FAILURES:    ' WS-UPDATE-FAILURES.
005760 9000-EXIT.
005770     EXIT.
005780
005790*----------------------------------------------------------*
005800* 9900-RECORD-RUN-END - FILE THE ENDED ROW, WITH THE        *
005810*                       NOTIFICATIONS READ AND THE STEP     *
005820*                       RETURN CODE, ON THE SHARED BATCH RUN*
005830*                       HISTORY.                            *
005840*----------------------------------------------------------*
005850 9900-RECORD-RUN-END.
005860     MOVE 'END' TO WS-RH-EVENT.
005870     MOVE WS-NTF-READ TO WS-RH-RECORD-COUNT.
005880     MOVE RETURN-CODE TO WS-RH-RETURN-CODE.
005890     CALL 'RUNHIST' USING WS-RH-CALLING-PROGRAM
005900                          WS-RH-QUALIFIER
005910                          WS-RH-EVENT
005920                          WS-RH-RECORD-COUNT
005930                          WS-RH-RETURN-CODE.
005940     MOVE WS-RH-RETURN-CODE TO RETURN-CODE.
005950 9900-EXIT.
005960     EXIT.
