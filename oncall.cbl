000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. ONCALL.
000030 AUTHOR. R-HALVORSEN.
000040 INSTALLATION. DATA-SERVICES.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------*
000080* MODIFICATION HISTORY                                      *
000090*   DATE       INIT  DESCRIPTION                             *
000100*   2026-10-15 MWK   ORIGINAL VERSION - COMMON ON-CALL       *
000110*                    ROSTER LOOKUP FOR THE ALERT DISPATCH    *
000120*                    AND ESCALATION JOBS.  LOADS THE ROSTER  *
000130*                    (ROSTREC LAYOUT, DD ONCALRST) ONCE PER  *
000140*                    RUN UNIT AND RETURNS WHO IS PRIMARY,    *
000150*                    SECONDARY, AND OPERATIONS MANAGER FOR   *
000160*                    THE CURRENT DAY OF THE WEEK AND HOUR.   *
000161*   2026-10-15 MWK   THE ROSTER NOW ALSO TAKES DATED LINES   *
000162*                    (CALENDAR DATE AND HOUR) FOR A SWAP OR  *
000163*                    HOLIDAY COVER.  THE LOOKUP TRIES        *
000164*                    TODAY'S DATE FIRST AND FALLS BACK TO    *
000165*                    THE WEEKDAY ROTA, SO A SWAP NO LONGER   *
000166*                    REPLACES THAT WEEKDAY FOR EVERY WEEK    *
000167*                    AFTER IT.                               *
000170*----------------------------------------------------------*
000180*
000190*   CALLED AS -
000200*       CALL 'ONCALL' USING OC-PRIMARY-ID
000210*                           OC-SECONDARY-ID
000220*                           OC-MANAGER-ID
000230*                           OC-RETURN-CODE
000240*
000250*   OC-RETURN-CODE IS 0 WHEN THE CURRENT HOUR IS ROSTERED, 4
000260*   WHEN THE ROSTER HAS NO LINE FOR IT, AND 8 WHEN THE ROSTER
000270*   FILE COULD NOT BE READ.  ON 4 OR 8 THE THREE IDS COME BACK
000280*   BLANK AND THE CALLER DECIDES WHAT AN UNCOVERED HOUR MEANS.
000290*   THE ROSTER IS READ ON THE FIRST CALL ONLY - WORKING
000300*   STORAGE SURVIVES BETWEEN CALLS IN THE RUN UNIT, SO A JOB
000310*   THAT LOOKS UP MANY TIMES READS THE FILE ONCE.
000312*
000314*   A DATED LINE FOR TODAY AND THE CURRENT HOUR WINS; WITHOUT
000316*   ONE THE WEEKDAY LINE FOR THE HOUR IS USED.  DATED LINES
000318*   BEFORE THE DAY THE ROSTER WAS LOADED ARE SKIPPED, AND UP
000319*   TO 1000 DATED LINES ARE HELD - ANY MORE ARE IGNORED.
000320*
000330 ENVIRONMENT DIVISION.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT ROSTER-FILE ASSIGN TO 'ONCALRST'
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS WS-ROSTER-FILE-STATUS.
000390
000400 DATA DIVISION.
000410 FILE SECTION.
000420 FD  ROSTER-FILE
000430     RECORDING MODE IS F.
000440     COPY ROSTREC.
000450 WORKING-STORAGE SECTION.
000460 77  WS-ROSTER-FILE-STATUS       PIC X(02).
000470 01  WS-LOADED-SW                PIC X(01) VALUE 'N'.
000480     88  WS-ROSTER-LOADED            VALUE 'Y'.
000490 01  WS-LOAD-FAILED-SW           PIC X(01) VALUE 'N'.
000500     88  WS-LOAD-FAILED              VALUE 'Y'.
000510 01  WS-EOF-SW                   PIC X(01) VALUE 'N'.
000520     88  WS-EOF                      VALUE 'Y'.
000530 01  WS-DAY-OF-WEEK              PIC 9(01).
000535 01  WS-TODAY                    PIC 9(08).
000537 01  WS-LOAD-DATE                PIC 9(08).
000540 01  WS-NOW-TIME                 PIC 9(08).
000550 01  WS-NOW-TIME-R REDEFINES WS-NOW-TIME.
000560     05  WS-NOW-HH               PIC 9(02).
000570     05  FILLER                  PIC X(06).
000580 01  WS-HOUR-SUB                 PIC 9(4) COMP VALUE ZERO.
000590 01  WS-LINES-READ               PIC 9(9) COMP VALUE ZERO.
000600 01  WS-LINES-IGNORED            PIC 9(9) COMP VALUE ZERO.
000602 01  WS-LINES-PAST               PIC 9(9) COMP VALUE ZERO.
000604 01  WS-MATCH-DATE               PIC 9(08).
000606 01  WS-MATCH-HOUR               PIC 9(02).
000607 01  WS-DATED-SUB                PIC 9(4) COMP VALUE ZERO.
000608 01  WS-DATED-FOUND-SW           PIC X(01) VALUE 'N'.
000609     88  WS-DATED-FOUND              VALUE 'Y'.
000610
000620*----------------------------------------------------------*
000630* ONE SLOT PER DAY OF THE WEEK AND HOUR, FILLED FROM THE    *
000640* ROSTER ON THE FIRST CALL.  A BLANK PRIMARY IS AN UNCOVERED*
000650* HOUR.                                                     *
000660*----------------------------------------------------------*
000670 01  WS-ROSTER-TABLE.
000680     05  WS-ROSTER-DAY           OCCURS 7 TIMES.
000690         10  WS-ROSTER-HOUR      OCCURS 24 TIMES.
000700             15  WS-RT-PRIMARY   PIC X(08).
000710             15  WS-RT-SECONDARY PIC X(08).
000720             15  WS-RT-MANAGER   PIC X(08).
000721
000722*----------------------------------------------------------*
000723* ONE SLOT PER DATED LINE FOR THE LOAD DATE OR LATER - A    *
000724* SWAP OR EXTRA COVER FOR ONE CALENDAR DATE AND HOUR THAT   *
000725* WINS OVER THE WEEKDAY SLOT.                               *
000726*----------------------------------------------------------*
000727 01  WS-DATED-TABLE.
000728     05  WS-DATED-USED           PIC 9(4) COMP VALUE ZERO.
000729     05  WS-DATED-SLOT           OCCURS 1000 TIMES.
000730         10  WS-DT-DATE          PIC 9(08).
000731         10  WS-DT-HOUR          PIC 9(02).
000732         10  WS-DT-PRIMARY       PIC X(08).
000733         10  WS-DT-SECONDARY     PIC X(08).
000734         10  WS-DT-MANAGER       PIC X(08).
000735 LINKAGE SECTION.
000740 01  OC-PRIMARY-ID               PIC X(08).
000750 01  OC-SECONDARY-ID             PIC X(08).
000760 01  OC-MANAGER-ID               PIC X(08).
000770 01  OC-RETURN-CODE              PIC 9(04).
000780
000790 PROCEDURE DIVISION USING OC-PRIMARY-ID
000800                          OC-SECONDARY-ID
000810                          OC-MANAGER-ID
000820                          OC-RETURN-CODE.
000830 0000-MAINLINE.
000840     MOVE SPACES TO OC-PRIMARY-ID.
000850     MOVE SPACES TO OC-SECONDARY-ID.
000860     MOVE SPACES TO OC-MANAGER-ID.
000870     IF NOT WS-ROSTER-LOADED
000880         PERFORM 1000-LOAD-ROSTER THRU 1000-EXIT
000890     END-IF.
000900     IF WS-LOAD-FAILED
000910         MOVE 8 TO OC-RETURN-CODE
000920         GOBACK
000930     END-IF.
000935     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
000940     ACCEPT WS-DAY-OF-WEEK FROM DAY-OF-WEEK.
000950     ACCEPT WS-NOW-TIME FROM TIME.
000952     MOVE WS-TODAY TO WS-MATCH-DATE.
000954     MOVE WS-NOW-HH TO WS-MATCH-HOUR.
000956     PERFORM 2000-FIND-DATED THRU 2000-EXIT.
000957     IF WS-DATED-FOUND
000958         MOVE WS-DT-PRIMARY (WS-DATED-SUB) TO OC-PRIMARY-ID
000959         MOVE WS-DT-SECONDARY (WS-DATED-SUB) TO OC-SECONDARY-ID
000960         MOVE WS-DT-MANAGER (WS-DATED-SUB) TO OC-MANAGER-ID
000961         MOVE ZERO TO OC-RETURN-CODE
000962         GOBACK
000963     END-IF.
000964     COMPUTE WS-HOUR-SUB = WS-NOW-HH + 1.
000970     IF WS-RT-PRIMARY (WS-DAY-OF-WEEK, WS-HOUR-SUB) = SPACES
000980         MOVE 4 TO OC-RETURN-CODE
000990         GOBACK
001000     END-IF.
001010     MOVE WS-RT-PRIMARY (WS-DAY-OF-WEEK, WS-HOUR-SUB)
001020         TO OC-PRIMARY-ID.
001030     MOVE WS-RT-SECONDARY (WS-DAY-OF-WEEK, WS-HOUR-SUB)
001040         TO OC-SECONDARY-ID.
001050     MOVE WS-RT-MANAGER (WS-DAY-OF-WEEK, WS-HOUR-SUB)
001060         TO OC-MANAGER-ID.
001070     MOVE ZERO TO OC-RETURN-CODE.
001080     GOBACK.
001090
001100*----------------------------------------------------------*
001110* 1000-LOAD-ROSTER - READ THE WHOLE ROSTER INTO THE        *
001120*                    TABLES.  A LINE WITH A DAY, DATE, OR   *
001130*                    HOUR OUT OF RANGE IS COUNTED AND       *
001140*                    SKIPPED, NOT ALLOWED TO BLANK SOMEONE  *
001145*                    ELSE'S SLOT.                           *
001150*----------------------------------------------------------*
001160 1000-LOAD-ROSTER.
001170     SET WS-ROSTER-LOADED TO TRUE.
001180     MOVE SPACES TO WS-ROSTER-TABLE.
001182     MOVE ZERO TO WS-DATED-USED.
001184     ACCEPT WS-LOAD-DATE FROM DATE YYYYMMDD.
001190     OPEN INPUT ROSTER-FILE.
001200     IF WS-ROSTER-FILE-STATUS NOT = '00'
001210         DISPLAY 'ONCALL ROSTER OPEN FAILED - STATUS '
001220             WS-ROSTER-FILE-STATUS ' - NO ONE CAN BE PAGED'
001230         SET WS-LOAD-FAILED TO TRUE
001240         GO TO 1000-EXIT
001250     END-IF.
001260     PERFORM 1100-READ-ROSTER-LINE THRU 1100-EXIT.
001270     PERFORM 1200-LOAD-ONE-LINE THRU 1200-EXIT
001280         UNTIL WS-EOF.
001290     CLOSE ROSTER-FILE.
001300     IF WS-LINES-IGNORED > ZERO
001310         DISPLAY 'ONCALL ROSTER LINES IGNORED: ' WS-LINES-IGNORED
001320     END-IF.
001330 1000-EXIT.
001340     EXIT.
001350
001360 1100-READ-ROSTER-LINE.
001370     READ ROSTER-FILE
001380         AT END
001390             SET WS-EOF TO TRUE
001400         NOT AT END
001410             ADD 1 TO WS-LINES-READ
001420     END-READ.
001430 1100-EXIT.
001440     EXIT.
001450
001460 1200-LOAD-ONE-LINE.
001462     IF ROS-IS-WEEKDAY
001464         PERFORM 1250-LOAD-WEEKDAY-LINE THRU 1250-EXIT
001466     ELSE
001467         PERFORM 1300-LOAD-DATED-LINE THRU 1300-EXIT
001468     END-IF.
001469     PERFORM 1100-READ-ROSTER-LINE THRU 1100-EXIT.
001470 1200-EXIT.
001471     EXIT.
001472
001473*----------------------------------------------------------*
001474* 1250-LOAD-WEEKDAY-LINE - ONE SLOT OF THE STANDING WEEKLY  *
001475*                          ROTA.                            *
001476*----------------------------------------------------------*
001477 1250-LOAD-WEEKDAY-LINE.
001478     IF ROS-DAY-OF-WEEK IS NUMERIC
001480             AND ROS-HOUR IS NUMERIC
001490             AND ROS-DAY-OF-WEEK > ZERO
001500             AND ROS-DAY-OF-WEEK < 8
001510             AND ROS-HOUR < 24
001520             AND ROS-PRIMARY-ID NOT = SPACES
001530         COMPUTE WS-HOUR-SUB = ROS-HOUR + 1
001540         MOVE ROS-PRIMARY-ID
001550             TO WS-RT-PRIMARY (ROS-DAY-OF-WEEK, WS-HOUR-SUB)
001560         MOVE ROS-SECONDARY-ID
001570             TO WS-RT-SECONDARY (ROS-DAY-OF-WEEK, WS-HOUR-SUB)
001580         MOVE ROS-MANAGER-ID
001590             TO WS-RT-MANAGER (ROS-DAY-OF-WEEK, WS-HOUR-SUB)
001600     ELSE
001610         ADD 1 TO WS-LINES-IGNORED
001620     END-IF.
001640 1250-EXIT.
001650     EXIT.
001660
001670*----------------------------------------------------------*
001680* 1300-LOAD-DATED-LINE - A SWAP OR EXTRA COVER FOR ONE DATE *
001690*                        AND HOUR.  A DATE ALREADY PAST IS  *
001700*                        SKIPPED; A SECOND LINE FOR THE     *
001710*                        SAME DATE AND HOUR REPLACES THE    *
001720*                        FIRST.                             *
001730*----------------------------------------------------------*
001740 1300-LOAD-DATED-LINE.
001750     IF ROS-DATE IS NOT NUMERIC
001760             OR ROS-DATED-HOUR IS NOT NUMERIC
001770             OR ROS-DATE = ZERO
001780             OR ROS-DATED-HOUR > 23
001790             OR ROS-DATED-PRIMARY = SPACES
001800         ADD 1 TO WS-LINES-IGNORED
001810         GO TO 1300-EXIT
001820     END-IF.
001830     IF ROS-DATE < WS-LOAD-DATE
001840         ADD 1 TO WS-LINES-PAST
001850         GO TO 1300-EXIT
001860     END-IF.
001870     MOVE ROS-DATE TO WS-MATCH-DATE.
001880     MOVE ROS-DATED-HOUR TO WS-MATCH-HOUR.
001890     PERFORM 2000-FIND-DATED THRU 2000-EXIT.
001900     IF NOT WS-DATED-FOUND
001910         IF WS-DATED-USED = 1000
001920             ADD 1 TO WS-LINES-IGNORED
001930             GO TO 1300-EXIT
001940         END-IF
001950         ADD 1 TO WS-DATED-USED
001960         MOVE WS-DATED-USED TO WS-DATED-SUB
001970         MOVE ROS-DATE TO WS-DT-DATE (WS-DATED-SUB)
001980         MOVE ROS-DATED-HOUR TO WS-DT-HOUR (WS-DATED-SUB)
001990     END-IF.
002000     MOVE ROS-DATED-PRIMARY TO WS-DT-PRIMARY (WS-DATED-SUB).
002010     MOVE ROS-DATED-SECONDARY TO WS-DT-SECONDARY (WS-DATED-SUB).
002020     MOVE ROS-DATED-MANAGER TO WS-DT-MANAGER (WS-DATED-SUB).
002030 1300-EXIT.
002040     EXIT.
002050
002060*----------------------------------------------------------*
002070* 2000-FIND-DATED - LOOK FOR THE DATED SLOT FOR WS-MATCH-   *
002080*                   DATE AND WS-MATCH-HOUR.  WS-DATED-SUB   *
002090*                   POINTS AT IT WHEN WS-DATED-FOUND.       *
002100*----------------------------------------------------------*
002110 2000-FIND-DATED.
002120     MOVE 'N' TO WS-DATED-FOUND-SW.
002130     MOVE ZERO TO WS-DATED-SUB.
002140     IF WS-DATED-USED = ZERO
002150         GO TO 2000-EXIT
002160     END-IF.
002170     PERFORM 2050-MATCH-ONE-DATED THRU 2050-EXIT
002180         UNTIL WS-DATED-FOUND
002190            OR WS-DATED-SUB = WS-DATED-USED.
002200 2000-EXIT.
002210     EXIT.
002220
002230 2050-MATCH-ONE-DATED.
002240     ADD 1 TO WS-DATED-SUB.
002250     IF WS-DT-DATE (WS-DATED-SUB) = WS-MATCH-DATE
002260             AND WS-DT-HOUR (WS-DATED-SUB) = WS-MATCH-HOUR
002270         SET WS-DATED-FOUND TO TRUE
002280     END-IF.
002290 2050-EXIT.
002300     EXIT.
