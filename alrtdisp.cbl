000254*                    TO HISTORY BUT NO LONGER PAGE THE       *
000255*                    ON-CALL - THEY ARE COUNTED SEPARATELY   *
000256*                    ON THE SUMMARY LINE INSTEAD.            *
000257*   2026-10-15 MWK   EVERY RUN NOW FILES ITS START, END,     *
000258*                    RECORD COUNT, AND RETURN CODE ON THE    *
000259*                    SHARED BATCH RUN HISTORY (DD RUNHIST)   *
000260*                    THROUGH THE RUNHIST SUBPROGRAM, FOR THE *
000261*                    BATWNDW BATCH-WINDOW REPORT.            *
000262*   2026-10-15 MWK   EVERY NOTIFICATION IS NOW TRACKED ON    *
000263*                    THE ON-CALL NOTIFICATION FILE (NTFYREC  *
000264*                    LAYOUT, DD ONCALNTF) AND PAGED TO THE   *
000265*                    PRIMARY ON THE ON-CALL ROSTER FOR THE   *
000266*                    HOUR (ONCALL).  A PROGRAM / OPERATION / *
000267*                    REASON ALREADY ACTIVE FOLDS INTO THE    *
000268*                    OPEN NOTIFICATION INSTEAD OF OPENING A  *
000269*                    SECOND ONE, SO THE ALRTESC ESCALATION   *
000270*                    CLOCK IS NOT RESET BY REPEATS.          *
000271*----------------------------------------------------------*
000272*
000280*   RUN ON A SHORT CYCLE BY THE SCHEDULER SO AN ALERT ROW
000290*   REACHES THE ON-CALL EMAIL FEED WITHIN MINUTES OF
000300*   ALERTOPS WRITING IT, INSTEAD OF SITTING ON THE FILE
000310*   UNTIL SOMEONE HAPPENS TO WATCH THE CONSOLE.
000311*
000312*   EACH NOTIFICATION OPENS A ROW ON ONCALNTF NAMING WHO WAS
000313*   PAGED.  THE RESPONDER CLAIMS IT ON THE ALAK TRANSACTION;
000314*   UNTIL THEN THE ALRTESC STEP THAT FOLLOWS THIS ONE
000315*   RE-PAGES THE SECONDARY AND THEN THE OPERATIONS MANAGER.
000316*   AN HOUR WITH NO ROSTER COVER, OR A NOTIFICATION THAT
000317*   COULD NOT BE TRACKED, STILL PAGES THE FEED BUT SETS
000318*   RETURN CODE 4.
000320*
000330 ENVIRONMENT DIVISION.
000340 INPUT-OUTPUT SECTION.
000440     SELECT ONCALL-REPORT-FILE ASSIGN TO 'ONCALRPT'
000450         ORGANIZATION IS LINE SEQUENTIAL.
000460
000461     SELECT NOTIFICATION-FILE ASSIGN TO 'ONCALNTF'
000462         ORGANIZATION IS INDEXED
000463         ACCESS MODE IS DYNAMIC
000464         RECORD KEY IS NTF-KEY
000465         FILE STATUS IS WS-NTF-FILE-STATUS.
000466
000470 DATA DIVISION.
000480 FILE SECTION.
000490 FD  OPS-ALERT-FILE
000580     RECORDING MODE IS F.
000590 01  ONCALL-REPORT-RECORD        PIC X(132).
000600
000602 FD  NOTIFICATION-FILE.
000604     COPY NTFYREC.
000606
000610 WORKING-STORAGE SECTION.
000620 77  WS-ALERT-FILE-STATUS        PIC X(02).
000630 77  WS-HISTORY-FILE-STATUS      PIC X(02).
000650 77  WS-GROUP-USED               PIC 9(4) COMP VALUE ZERO.
000660 77  WS-GROUP-SUB                PIC 9(4) COMP VALUE ZERO.
000670 77  WS-GROUP-FOUND-SUB          PIC 9(4) COMP VALUE ZERO.
000672 77  WS-NTF-FILE-STATUS          PIC X(02).
000674 77  WS-WRITE-RETRY-CT           PIC 9(04) COMP VALUE ZERO.
000680
000690 01  WS-SWITCHES.
000700     05  WS-EOF-SW               PIC X(01) VALUE 'N'.
000730         88  WS-ALERT-FILE-PRESENT   VALUE 'Y'.
000740     05  WS-GROUP-FOUND-SW       PIC X(01) VALUE 'N'.
000750         88  WS-GROUP-FOUND          VALUE 'Y'.
000751     05  WS-NTF-FILE-SW          PIC X(01) VALUE 'N'.
000752         88  WS-NTF-FILE-OPEN        VALUE 'Y'.
000753     05  WS-NTF-BROWSE-SW        PIC X(01) VALUE 'N'.
000754         88  WS-NTF-BROWSE-OPEN      VALUE 'Y'.
000755     05  WS-ACTIVE-FOUND-SW      PIC X(01) VALUE 'N'.
000756         88  WS-ACTIVE-FOUND         VALUE 'Y'.
000760
000770 01  WS-COUNTERS.
000780     05  WS-ROWS-READ            PIC 9(9) COMP VALUE ZERO.
000800     05  WS-ROWS-UNDISPATCHED    PIC 9(9) COMP VALUE ZERO.
000810     05  WS-NOTIFICATIONS-SENT   PIC 9(9) COMP VALUE ZERO.
000812     05  WS-ROWS-IN-WINDOW       PIC 9(9) COMP VALUE ZERO.
000814     05  WS-NTF-OPENED           PIC 9(9) COMP VALUE ZERO.
000816     05  WS-NTF-FOLDED           PIC 9(9) COMP VALUE ZERO.
000818     05  WS-NTF-FAILURES         PIC 9(9) COMP VALUE ZERO.
000820
000830 01  WS-RUN-TIMESTAMP.
000840     05  WS-RUN-DATE             PIC 9(08).
001020         10  GRP-FIRST-TIME      PIC 9(08).
001030         10  GRP-LAST-DATE       PIC 9(08).
001040         10  GRP-LAST-TIME       PIC 9(08).
001041
001042*----------------------------------------------------------*
001043* THE NOTIFICATION IN HAND, FROM A GROUP OR AN OVERFLOW ROW,*
001044* AS 3200 TRACKS IT ON ONCALNTF.                            *
001045*----------------------------------------------------------*
001046 01  WS-NOTIFICATION-WORK.
001047     05  WS-NW-PROGRAM           PIC X(12).
001048     05  WS-NW-OPERATION         PIC X(20).
001049     05  WS-NW-REASON-CODE       PIC 9(04).
001050     05  WS-NW-RETURN-CODE       PIC 9(04).
001051     05  WS-NW-REPEAT-COUNT      PIC 9(9) COMP.
001052     05  WS-NW-LAST-DATE         PIC 9(08).
001053     05  WS-NW-LAST-TIME         PIC 9(08).
001054
001055*----------------------------------------------------------*
001056* WHO IS ON CALL THIS HOUR, FROM THE ROSTER, LOOKED UP ONCE *
001057* PER RUN.                                                  *
001058*----------------------------------------------------------*
001059 01  WS-ONCALL-CALL.
001060     05  WS-OC-PRIMARY-ID        PIC X(08) VALUE SPACES.
001061     05  WS-OC-SECONDARY-ID      PIC X(08) VALUE SPACES.
001062     05  WS-OC-MANAGER-ID        PIC X(08) VALUE SPACES.
001063     05  WS-OC-RETURN-CODE       PIC 9(04) VALUE ZERO.
001064     05  WS-OC-SAVED-RC          PIC 9(04) VALUE ZERO.
001065 01  WS-PAGE-TO                  PIC X(08) VALUE SPACES.
001066
001067 01  WS-TRACK-LINE.
001068     05  FILLER                  PIC X(04) VALUE SPACES.
001069     05  TL-TEXT                 PIC X(128).
001070
001071 01  WS-NOTIFY-LINE.
001072     05  FILLER                  PIC X(04) VALUE 'PGM='.
001080     05  NL-PROGRAM              PIC X(12).
001090     05  FILLER                  PIC X(05) VALUE ' OPN='.
001100     05  NL-OPERATION            PIC X(20).
001434     05  SL-IN-WINDOW            PIC ZZZZZZZZ9.
001440     05  FILLER                  PIC X(21) VALUE SPACES.
001450
001451 01  WS-RUN-HISTORY-CALL.
001452     05  WS-RH-CALLING-PROGRAM   PIC X(12) VALUE 'ALRTDISP'.
001453     05  WS-RH-QUALIFIER         PIC X(10) VALUE SPACES.
001454     05  WS-RH-EVENT             PIC X(05).
001455     05  WS-RH-RECORD-COUNT      PIC 9(09) VALUE ZERO.
001456     05  WS-RH-RETURN-CODE       PIC 9(04) VALUE ZERO.
001457
001460 PROCEDURE DIVISION.
001470 0000-MAINLINE.
001472     PERFORM 0100-RECORD-RUN-START THRU 0100-EXIT.
001480     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001490     IF WS-ALERT-FILE-PRESENT
001500         PERFORM 2000-PROCESS-ALERT-ROW THRU 2000-EXIT
001520         PERFORM 3000-DISPATCH-GROUPS THRU 3000-EXIT
001530     END-IF.
001540     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001542     PERFORM 9900-RECORD-RUN-END THRU 9900-EXIT.
001550     GOBACK.
001551
001552*----------------------------------------------------------*
001553* 0100-RECORD-RUN-START - FILE THIS STEP'S RUNNING-STATE    *
001554*                         ROW ON THE SHARED BATCH RUN       *
001555*                         HISTORY BEFORE ANY WORK IS DONE.  *
001556*----------------------------------------------------------*
001557 0100-RECORD-RUN-START.
001558     MOVE 'START' TO WS-RH-EVENT.
001559     CALL 'RUNHIST' USING WS-RH-CALLING-PROGRAM
001560                          WS-RH-QUALIFIER
001561                          WS-RH-EVENT
001562                          WS-RH-RECORD-COUNT
001563                          WS-RH-RETURN-CODE.
001564 0100-EXIT.
001565     EXIT.
001566
001570*----------------------------------------------------------*
001580* 1000-INITIALIZE - OPEN THE FILES AND PRIME THE FIRST READ.*
001590*                   A MISSING ALERT FILE (STATUS 35) JUST   *
001742         IF WS-HISTORY-FILE-STATUS = '35'
001744             OPEN OUTPUT ALERT-HISTORY-FILE
001746         END-IF
001748         PERFORM 1100-OPEN-NOTIFICATIONS THRU 1100-EXIT
001750         PERFORM 2100-READ-ALERT-ROW THRU 2100-EXIT
001760     ELSE
001770         SET WS-EOF TO TRUE
001779         END-IF
001780     END-IF.
001790 1000-EXIT.
001791     EXIT.
001792
001793*----------------------------------------------------------*
001794* 1100-OPEN-NOTIFICATIONS - OPEN THE ON-CALL NOTIFICATION   *
001795*                           FILE FOR I-O, CREATING IT THE   *
001796*                           FIRST TIME, AND FIND OUT WHO IS *
001797*                           ON CALL THIS HOUR.  A FILE THAT *
001798*                           WILL NOT OPEN DOES NOT STOP THE *
001799*                           DISPATCH - THE FEED STILL PAGES,*
001800*                           THE NOTIFICATIONS ARE JUST NOT  *
001801*                           TRACKED, AND THE RETURN CODE    *
001802*                           SAYS SO.                        *
001803*----------------------------------------------------------*
001804 1100-OPEN-NOTIFICATIONS.
001805     OPEN I-O NOTIFICATION-FILE.
001806     IF WS-NTF-FILE-STATUS = '35'
001807         OPEN OUTPUT NOTIFICATION-FILE
001808         CLOSE NOTIFICATION-FILE
001809         OPEN I-O NOTIFICATION-FILE
001810     END-IF.
001811     IF WS-NTF-FILE-STATUS = '00'
001812         SET WS-NTF-FILE-OPEN TO TRUE
001813     ELSE
001814         DISPLAY 'ALRTDISP ONCALNTF OPEN FAILED - STATUS '
001815             WS-NTF-FILE-STATUS ' - NOTIFICATIONS NOT TRACKED'
001816         ADD 1 TO WS-NTF-FAILURES
001817     END-IF.
001818     MOVE RETURN-CODE TO WS-OC-SAVED-RC.
001819     CALL 'ONCALL' USING WS-OC-PRIMARY-ID
001820                         WS-OC-SECONDARY-ID
001821                         WS-OC-MANAGER-ID
001822                         WS-OC-RETURN-CODE.
001823     MOVE WS-OC-SAVED-RC TO RETURN-CODE.
001824     IF WS-OC-RETURN-CODE = ZERO
001825         MOVE WS-OC-PRIMARY-ID TO WS-PAGE-TO
001826     ELSE
001827         DISPLAY 'ALRTDISP NO ON-CALL ROSTERED FOR THIS HOUR - '
001828             'ONCALL RC ' WS-OC-RETURN-CODE
001829         MOVE '*NONE*' TO WS-PAGE-TO
001830     END-IF.
001831 1100-EXIT.
001832     EXIT.
001833
001834*----------------------------------------------------------*
001835* 2000-PROCESS-ALERT-ROW - ARCHIVE THE ROW JUST READ, FOLD  *
001840*                   IT INTO ITS PROGRAM/OPERATION/REASON    *
001850*                   GROUP, AND READ THE NEXT ONE.  THE      *
001860*                   ARCHIVE WRITE COMES FIRST - A ROW IS    *
002820     MOVE ALR-TIME        TO NL-LAST-TIME.
002830     WRITE ONCALL-REPORT-RECORD FROM WS-NOTIFY-LINE.
002840     ADD 1 TO WS-NOTIFICATIONS-SENT.
002841     MOVE ALR-PROGRAM     TO WS-NW-PROGRAM.
002842     MOVE ALR-OPERATION   TO WS-NW-OPERATION.
002843     MOVE ALR-REASON-CODE TO WS-NW-REASON-CODE.
002844     MOVE ALR-RETURN-CODE TO WS-NW-RETURN-CODE.
002845     MOVE 1               TO WS-NW-REPEAT-COUNT.
002846     MOVE ALR-DATE        TO WS-NW-LAST-DATE.
002847     MOVE ALR-TIME        TO WS-NW-LAST-TIME.
002848     PERFORM 3200-TRACK-NOTIFICATION THRU 3200-EXIT.
002850 2300-EXIT.
002860     EXIT.
002870
003090     MOVE GRP-LAST-TIME (WS-GROUP-SUB)    TO NL-LAST-TIME.
003100     WRITE ONCALL-REPORT-RECORD FROM WS-NOTIFY-LINE.
003110     ADD 1 TO WS-NOTIFICATIONS-SENT.
003111     MOVE GRP-PROGRAM (WS-GROUP-SUB)      TO WS-NW-PROGRAM.
003112     MOVE GRP-OPERATION (WS-GROUP-SUB)    TO WS-NW-OPERATION.
003113     MOVE GRP-REASON-CODE (WS-GROUP-SUB)  TO WS-NW-REASON-CODE.
003114     MOVE GRP-RETURN-CODE (WS-GROUP-SUB)  TO WS-NW-RETURN-CODE.
003115     MOVE GRP-REPEAT-COUNT (WS-GROUP-SUB) TO WS-NW-REPEAT-COUNT.
003116     MOVE GRP-LAST-DATE (WS-GROUP-SUB)    TO WS-NW-LAST-DATE.
003117     MOVE GRP-LAST-TIME (WS-GROUP-SUB)    TO WS-NW-LAST-TIME.
003118     PERFORM 3200-TRACK-NOTIFICATION THRU 3200-EXIT.
003120 3100-EXIT.
003121     EXIT.
003122
003123*----------------------------------------------------------*
003124* 3200-TRACK-NOTIFICATION - FOLD THE NOTIFICATION JUST PAGED*
003125*                           INTO THE ACTIVE ONE FOR ITS     *
003126*                           PROGRAM / OPERATION / REASON, OR*
003127*                           OPEN A NEW ONE PAGED TO THE     *
003128*                           ROSTERED PRIMARY.  A LINE UNDER *
003129*                           THE PAGE ON THE FEED SAYS WHICH.*
003130*----------------------------------------------------------*
003131 3200-TRACK-NOTIFICATION.
003132     IF NOT WS-NTF-FILE-OPEN
003133         GO TO 3200-EXIT
003134     END-IF.
003135     PERFORM 3300-FIND-ACTIVE THRU 3300-EXIT.
003136     IF WS-ACTIVE-FOUND
003137         PERFORM 3400-FOLD-NOTIFICATION THRU 3400-EXIT
003138     ELSE
003139         PERFORM 3500-OPEN-NOTIFICATION THRU 3500-EXIT
003140     END-IF.
003141 3200-EXIT.
003142     EXIT.
003143
003144*----------------------------------------------------------*
003145* 3300-FIND-ACTIVE - START AT THE FIRST NOTIFICATION FOR    *
003146*                    THIS PROGRAM / OPERATION / REASON AND  *
003147*                    READ FORWARD TO ONE STILL OPEN OR      *
003148*                    CLAIMED.  CLOSED ROWS STAY ON FILE AS  *
003149*                    THE TRAIL, SO THE BROWSE SKIPS THEM.   *
003150*----------------------------------------------------------*
003151 3300-FIND-ACTIVE.
003152     MOVE 'N' TO WS-ACTIVE-FOUND-SW.
003153     MOVE WS-NW-PROGRAM TO NTF-PROGRAM.
003154     MOVE WS-NW-OPERATION TO NTF-OPERATION.
003155     MOVE WS-NW-REASON-CODE TO NTF-REASON-CODE.
003156     MOVE ZERO TO NTF-OPEN-DATE.
003157     MOVE ZERO TO NTF-OPEN-TIME.
003158     START NOTIFICATION-FILE
003159         KEY IS NOT LESS THAN NTF-KEY
003160         INVALID KEY
003161             MOVE 'N' TO WS-NTF-BROWSE-SW
003162         NOT INVALID KEY
003163             SET WS-NTF-BROWSE-OPEN TO TRUE
003164     END-START.
003165     PERFORM 3350-READ-ONE-NOTIFICATION THRU 3350-EXIT
003166         UNTIL WS-ACTIVE-FOUND
003167            OR NOT WS-NTF-BROWSE-OPEN.
003168 3300-EXIT.
003169     EXIT.
003170
003171 3350-READ-ONE-NOTIFICATION.
003172     READ NOTIFICATION-FILE NEXT RECORD
003173         AT END
003174             MOVE 'N' TO WS-NTF-BROWSE-SW
003175     END-READ.
003176     IF NOT WS-NTF-BROWSE-OPEN
003177         GO TO 3350-EXIT
003178     END-IF.
003179     IF WS-NTF-FILE-STATUS NOT = '00'
003180             OR NTF-PROGRAM NOT = WS-NW-PROGRAM
003181             OR NTF-OPERATION NOT = WS-NW-OPERATION
003182             OR NTF-REASON-CODE NOT = WS-NW-REASON-CODE
003183         MOVE 'N' TO WS-NTF-BROWSE-SW
003184         GO TO 3350-EXIT
003185     END-IF.
003186     IF NTF-ACTIVE
003187         SET WS-ACTIVE-FOUND TO TRUE
003188     END-IF.
003189 3350-EXIT.
003190     EXIT.
003191
003192*----------------------------------------------------------*
003193* 3400-FOLD-NOTIFICATION - ADD THE REPEATS TO THE ACTIVE    *
003194*                          NOTIFICATION AND CARRY ITS       *
003195*                          LAST-SEEN STAMP AND WORST RETURN *
003196*                          CODE FORWARD.  ITS OPEN STAMP,   *
003197*                          AND SO ITS ESCALATION CLOCK, IS  *
003198*                          LEFT ALONE.                      *
003199*----------------------------------------------------------*
003200 3400-FOLD-NOTIFICATION.
003201     ADD WS-NW-REPEAT-COUNT TO NTF-REPEAT-COUNT.
003202     MOVE WS-NW-LAST-DATE TO NTF-LAST-DATE.
003203     MOVE WS-NW-LAST-TIME TO NTF-LAST-TIME.
003204     IF WS-NW-RETURN-CODE > NTF-RETURN-CODE
003205         MOVE WS-NW-RETURN-CODE TO NTF-RETURN-CODE
003206     END-IF.
003207     REWRITE NOTIFICATION-RECORD
003208         INVALID KEY
003209             DISPLAY 'ALRTDISP ONCALNTF REWRITE FAILED - STATUS '
003210                 WS-NTF-FILE-STATUS ' - ' NTF-PROGRAM
003211             ADD 1 TO WS-NTF-FAILURES
003212             GO TO 3400-EXIT
003213     END-REWRITE.
003214     ADD 1 TO WS-NTF-FOLDED.
003215     MOVE SPACES TO TL-TEXT.
003216     IF NTF-ACKNOWLEDGED
003217         STRING 'REPEAT OF NOTIFICATION OPENED ' DELIMITED BY SIZE
003218                NTF-OPEN-DATE DELIMITED BY SIZE
003219                ' ' DELIMITED BY SIZE
003220                NTF-OPEN-TIME DELIMITED BY SIZE
003221                ' - CLAIMED BY ' DELIMITED BY SIZE
003222                NTF-ACK-USER DELIMITED BY SIZE
003223             INTO TL-TEXT
003224     ELSE
003225         STRING 'REPEAT OF NOTIFICATION OPENED ' DELIMITED BY SIZE
003226                NTF-OPEN-DATE DELIMITED BY SIZE
003227                ' ' DELIMITED BY SIZE
003228                NTF-OPEN-TIME DELIMITED BY SIZE
003229                ' - UNCLAIMED, LAST PAGED ' DELIMITED BY SIZE
003230                NTF-PAGED-TO DELIMITED BY SIZE
003231             INTO TL-TEXT
003232     END-IF.
003233     WRITE ONCALL-REPORT-RECORD FROM WS-TRACK-LINE.
003234 3400-EXIT.
003235     EXIT.
003236
003237*----------------------------------------------------------*
003238* 3500-OPEN-NOTIFICATION - ADD A NEW NOTIFICATION, OPEN AND *
003239*                          UNCLAIMED AT THE PRIMARY LEVEL,  *
003240*                          PAGED TO THE ROSTERED PRIMARY.   *
003241*                          THE OPEN TIME IS BUMPED WHILE    *
003242*                          ANOTHER ROW OWNS THE KEY.        *
003243*----------------------------------------------------------*
003244 3500-OPEN-NOTIFICATION.
003245     MOVE SPACES TO NOTIFICATION-RECORD.
003246     MOVE WS-NW-PROGRAM TO NTF-PROGRAM.
003247     MOVE WS-NW-OPERATION TO NTF-OPERATION.
003248     MOVE WS-NW-REASON-CODE TO NTF-REASON-CODE.
003249     MOVE WS-RUN-DATE TO NTF-OPEN-DATE.
003250     MOVE WS-RUN-TIME TO NTF-OPEN-TIME.
003251     SET NTF-OPEN TO TRUE.
003252     MOVE WS-NW-RETURN-CODE TO NTF-RETURN-CODE.
003253     MOVE WS-NW-REPEAT-COUNT TO NTF-REPEAT-COUNT.
003254     MOVE WS-NW-LAST-DATE TO NTF-LAST-DATE.
003255     MOVE WS-NW-LAST-TIME TO NTF-LAST-TIME.
003256     SET NTF-AT-PRIMARY TO TRUE.
003257     MOVE WS-PAGE-TO TO NTF-PAGED-TO.
003258     MOVE WS-RUN-DATE TO NTF-PAGED-DATE.
003259     MOVE WS-RUN-TIME TO NTF-PAGED-TIME.
003260     MOVE ZERO TO NTF-ACK-DATE.
003261     MOVE ZERO TO NTF-ACK-TIME.
003262     MOVE ZERO TO NTF-CLOSE-DATE.
003263     MOVE ZERO TO NTF-CLOSE-TIME.
003264     MOVE ZERO TO WS-WRITE-RETRY-CT.
003265     MOVE '99' TO WS-NTF-FILE-STATUS.
003266     PERFORM 3550-WRITE-ONE-NOTIFICATION THRU 3550-EXIT
003267         UNTIL WS-NTF-FILE-STATUS = '00'
003268            OR WS-WRITE-RETRY-CT > 99.
003269     IF WS-NTF-FILE-STATUS NOT = '00'
003270         DISPLAY 'ALRTDISP ONCALNTF WRITE FAILED - STATUS '
003271             WS-NTF-FILE-STATUS ' - ' NTF-PROGRAM
003272         ADD 1 TO WS-NTF-FAILURES
003273         GO TO 3500-EXIT
003274     END-IF.
003275     ADD 1 TO WS-NTF-OPENED.
003276     MOVE SPACES TO TL-TEXT.
003277     STRING 'PAGED PRIMARY ' DELIMITED BY SIZE
003278            WS-PAGE-TO DELIMITED BY SIZE
003279            ' - CLAIM ON TRANSACTION ALAK' DELIMITED BY SIZE
003280         INTO TL-TEXT.
003281     WRITE ONCALL-REPORT-RECORD FROM WS-TRACK-LINE.
003282 3500-EXIT.
003283     EXIT.
003284
003285 3550-WRITE-ONE-NOTIFICATION.
003286     WRITE NOTIFICATION-RECORD
003287         INVALID KEY
003288             ADD 1 TO NTF-OPEN-TIME
003289     END-WRITE.
003290     ADD 1 TO WS-WRITE-RETRY-CT.
003291 3550-EXIT.
003292     EXIT.
003293
003294*----------------------------------------------------------*
003295* 9000-TERMINATE - CLOSE THE FILES AND, WHEN EVERY ROW WAS  *
003296*                  ARCHIVED AND DISPATCHED, EMPTY THE LIVE  *
003297*                  ALERT FILE SO THE NEXT CYCLE STARTS      *
003298*                  CLEAN.  ANY UNDISPATCHED ROW LEAVES THE  *
003299*                  FILE AS IT STANDS AND SETS RETURN CODE 8 *
003300*                  SO THE SCHEDULER KNOWS ROWS ARE WAITING. *
003301*----------------------------------------------------------*
003302 9000-TERMINATE.
003303     IF WS-ALERT-FILE-PRESENT
003304         CLOSE OPS-ALERT-FILE
003305         CLOSE ALERT-HISTORY-FILE
003306         IF WS-NTF-FILE-OPEN
003307             CLOSE NOTIFICATION-FILE
003308         END-IF
003309         IF WS-ROWS-UNDISPATCHED = ZERO
003310                 AND WS-ROWS-READ = WS-ROWS-ARCHIVED
003311             OPEN OUTPUT OPS-ALERT-FILE
003312             CLOSE OPS-ALERT-FILE
003313         ELSE
003320             MOVE 8 TO RETURN-CODE
003321         END-IF
003322         IF WS-NTF-FAILURES > ZERO
003323                 OR (WS-PAGE-TO = '*NONE*'
003324                     AND WS-NTF-OPENED > ZERO)
003325             IF RETURN-CODE < 4
003326                 MOVE 4 TO RETURN-CODE
003327             END-IF
003330         END-IF
003340     END-IF.
003350     MOVE WS-ROWS-READ          TO SL-ROWS-READ.
003430     DISPLAY 'ALRTDISP NOTIFICATIONS:     ' WS-NOTIFICATIONS-SENT.
003440     DISPLAY 'ALRTDISP ROWS UNDISPATCHED: ' WS-ROWS-UNDISPATCHED.
003442     DISPLAY 'ALRTDISP ROWS IN-WINDOW:    ' WS-ROWS-IN-WINDOW.
003444     DISPLAY 'ALRTDISP NOTIFICATIONS OPENED: ' WS-NTF-OPENED.
003446     DISPLAY 'ALRTDISP NOTIFICATIONS FOLDED: ' WS-NTF-FOLDED.
003448     DISPLAY 'ALRTDISP TRACKING FAILURES:    ' WS-NTF-FAILURES.
003450 9000-EXIT.
003460     EXIT.
003470
003480*----------------------------------------------------------*
003490* 9900-RECORD-RUN-END - COMPLETE THIS STEP'S ROW ON THE     *
003500*                       SHARED BATCH RUN HISTORY WITH THE   *
003510*                       RECORD COUNT AND THE FINAL STEP     *
003520*                       RETURN CODE, THEN PUT THE RETURN    *
003530*                       CODE BACK - THE CALL REPLACES IT.   *
003540*----------------------------------------------------------*
003550 9900-RECORD-RUN-END.
003560     MOVE 'END' TO WS-RH-EVENT.
003570     MOVE WS-ROWS-READ TO WS-RH-RECORD-COUNT.
003580     MOVE RETURN-CODE TO WS-RH-RETURN-CODE.
003590     CALL 'RUNHIST' USING WS-RH-CALLING-PROGRAM
003600                          WS-RH-QUALIFIER
003610                          WS-RH-EVENT
003620                          WS-RH-RECORD-COUNT
003630                          WS-RH-RETURN-CODE.
003640     MOVE WS-RH-RETURN-CODE TO RETURN-CODE.
003650 9900-EXIT.
003660     EXIT.
