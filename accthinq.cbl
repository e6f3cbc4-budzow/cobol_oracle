000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. ACCTHINQ.
000030 AUTHOR. R-HALVORSEN.
000040 INSTALLATION. DATA-SERVICES.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------*
000080* MODIFICATION HISTORY                                      *
000090*   DATE       INIT  DESCRIPTION                             *
000100*   2026-10-15 MWK   ORIGINAL VERSION - PSEUDO-CONVERSATIONAL*
000110*                    CICS TRANSACTION (AHST) SO A BRANCH CAN *
000120*                    ANSWER A CUSTOMER CALL ABOUT ONE        *
000130*                    ACCOUNT WITHOUT WAITING FOR THE MONTH-  *
000140*                    END CHGAUDIT REPORT.  KEY AN ACCOUNT -  *
000150*                    THE CURRENT ACCOUNT_MASTER ROW SHOWS ON *
000160*                    TOP AND THE ACCOUNT'S ACCTCHG ROWS      *
000170*                    (AMNT, AAPR, ACCTLOAD, ACCTPOST,        *
000180*                    DORMPROC) PAGE BELOW IT NEWEST FIRST,   *
000190*                    FIVE AT A TIME, WITH WHO, WHEN, THE OLD *
000200*                    AND NEW NAME AND STATUS, THE BALANCE    *
000210*                    AFTER EACH STEP, AND ANY ADJUSTMENT.    *
000220*                    BROWSES BACKWARD WITH READPREV FROM THE *
000230*                    HIGH END OF THE ACCOUNT'S KEY RANGE.    *
000240*   2026-10-15 MWK   AFTER A FULL PAGE OF FIVE THE BROWSE    *
000250*                    READS ONE ROW AHEAD, SO PF8 IS ONLY     *
000260*                    OFFERED WHEN AN OLDER ROW FOR THE       *
000270*                    ACCOUNT IS REALLY THERE - AN ACCOUNT    *
000280*                    WITH EXACTLY FIVE (OR TEN ...) ROWS NOW *
000290*                    ENDS ON END OF CHANGE HISTORY.          *
000300*   2026-10-15 MWK   EACH HISTORY ROW ALSO SHOWS THE OLD AND *
000310*                    NEW ADDRESS, CITY, STATE, POSTAL CODE   *
000320*                    AND OPEN DATE OF THE CHANGE ON TWO MORE *
000330*                    LINES (HOLDn/HNEWn), SO A PAGE NOW      *
000340*                    HOLDS THREE ROWS INSTEAD OF FIVE.       *
000350*----------------------------------------------------------*
000360 ENVIRONMENT DIVISION.
000370 DATA DIVISION.
000380 WORKING-STORAGE SECTION.
000390     EXEC SQL
000400         INCLUDE SQLCA
000410     END-EXEC.
000420
000430*----------------------------------------------------------*
000440* SWITCHES AND WORK AREAS                                   *
000450*----------------------------------------------------------*
000460 01  WS-SWITCHES.
000470     05  WS-MORE-ROWS-SW         PIC X(01) VALUE 'Y'.
000480         88  WS-MORE-ROWS            VALUE 'Y'.
000490         88  WS-NO-MORE-ROWS         VALUE 'N'.
000500     05  WS-BROWSE-OPEN-SW       PIC X(01) VALUE 'N'.
000510         88  WS-BROWSE-OPEN          VALUE 'Y'.
000520     05  WS-ROW-FOUND-SW         PIC X(01) VALUE 'N'.
000530         88  WS-ROW-FOUND            VALUE 'Y'.
000540     05  WS-SQL-FAILED-SW        PIC X(01) VALUE 'N'.
000550         88  WS-SQL-FAILED           VALUE 'Y'.
000560
000570 01  WS-RESP-AREA.
000580     05  WS-RESP                 PIC S9(08) COMP.
000590     05  WS-RESP2                PIC S9(08) COMP.
000600
000610*----------------------------------------------------------*
000620* ROWS PER PAGE - EACH ROW TAKES FOUR SCREEN LINES, SO THREE*
000630* FIT BETWEEN THE HEADINGS AND THE MESSAGE LINE.            *
000640*----------------------------------------------------------*
000650 01  WS-PAGE-SIZE                PIC 9(01) VALUE 3.
000660 01  WS-MATCH-COUNT              PIC 9(01) VALUE ZERO.
000670 01  WS-SUB                      PIC 9(01) VALUE ZERO.
000680 01  WS-SQLCODE-DISPLAY          PIC -(9).
000690 01  WS-BALANCE-EDITED           PIC -ZZ,ZZZ,ZZ9.99.
000700
000710*----------------------------------------------------------*
000720* BROWSE KEY - SAME SHAPE AS CHG-KEY, BUT ALPHANUMERIC SO   *
000730* THE DATE/TIME PART CAN BE SET TO HIGH-VALUES TO START AT  *
000740* THE NEWEST ROW FOR THE ACCOUNT.                           *
000750*----------------------------------------------------------*
000760 01  WS-BROWSE-KEY.
000770     05  WS-BK-ACCT-NUMBER       PIC X(10).
000780     05  WS-BK-STAMP             PIC X(16).
000790
000800 01  WS-ACCOUNT-ROW.
000810     05  WS-ACCT-NUMBER          PIC X(10).
000820     05  WS-ACCT-NAME            PIC X(30).
000830     05  WS-ADDR-LINE            PIC X(30).
000840     05  WS-CITY                 PIC X(20).
000850     05  WS-STATE                PIC X(02).
000860     05  WS-POSTAL-CODE          PIC X(09).
000870     05  WS-OPEN-DATE            PIC X(08).
000880     05  WS-ACCT-STATUS          PIC X(01).
000890     05  WS-ACCT-BALANCE         PIC S9(7)V99 COMP-3.
000900
000910 01  WS-HISTORY-LINE.
000920     05  WS-HL-DATE              PIC 9(08).
000930     05  FILLER                  PIC X(01) VALUE SPACE.
000940     05  WS-HL-TIME              PIC 9(08).
000950     05  FILLER                  PIC X(01) VALUE SPACE.
000960     05  WS-HL-USERID            PIC X(08).
000970     05  FILLER                  PIC X(01) VALUE SPACE.
000980     05  WS-HL-CHECKER-ID        PIC X(08).
000990     05  FILLER                  PIC X(01) VALUE SPACE.
001000     05  WS-HL-OLD-STATUS        PIC X(01).
001010     05  WS-HL-STATUS-ARROW      PIC X(01).
001020     05  WS-HL-NEW-STATUS        PIC X(01).
001030     05  FILLER                  PIC X(01) VALUE SPACE.
001040     05  WS-HL-BALANCE           PIC -ZZ,ZZZ,ZZ9.99.
001050     05  FILLER                  PIC X(01) VALUE SPACE.
001060     05  WS-HL-ADJ-AMOUNT        PIC -ZZ,ZZZ,ZZ9.99.
001070     05  FILLER                  PIC X(09) VALUE SPACES.
001080
001090 01  WS-NAME-LINE.
001100     05  FILLER                  PIC X(02) VALUE SPACES.
001110     05  WS-NL-OLD-NAME          PIC X(30).
001120     05  FILLER                  PIC X(03) VALUE ' > '.
001130     05  WS-NL-NEW-NAME          PIC X(30).
001140     05  FILLER                  PIC X(13) VALUE SPACES.
001150
001160*----------------------------------------------------------*
001170* OLD AND NEW ADDRESS DETAIL LINES - LINED UP UNDER THE      *
001180* ADDRESS/CITY/ST/POSTAL/OPENED HEADING.                     *
001190*----------------------------------------------------------*
001200 01  WS-OLD-DETAIL-LINE.
001210     05  WS-OD-TAG               PIC X(04) VALUE 'OLD '.
001220     05  WS-OD-ADDR-LINE         PIC X(30).
001230     05  FILLER                  PIC X(01) VALUE SPACE.
001240     05  WS-OD-CITY              PIC X(20).
001250     05  FILLER                  PIC X(01) VALUE SPACE.
001260     05  WS-OD-STATE             PIC X(02).
001270     05  FILLER                  PIC X(01) VALUE SPACE.
001280     05  WS-OD-POSTAL-CODE       PIC X(09).
001290     05  FILLER                  PIC X(01) VALUE SPACE.
001300     05  WS-OD-OPEN-DATE         PIC X(08).
001310     05  FILLER                  PIC X(01) VALUE SPACE.
001320
001330 01  WS-NEW-DETAIL-LINE.
001340     05  WS-ND-TAG               PIC X(04) VALUE 'NEW '.
001350     05  WS-ND-ADDR-LINE         PIC X(30).
001360     05  FILLER                  PIC X(01) VALUE SPACE.
001370     05  WS-ND-CITY              PIC X(20).
001380     05  FILLER                  PIC X(01) VALUE SPACE.
001390     05  WS-ND-STATE             PIC X(02).
001400     05  FILLER                  PIC X(01) VALUE SPACE.
001410     05  WS-ND-POSTAL-CODE       PIC X(09).
001420     05  FILLER                  PIC X(01) VALUE SPACE.
001430     05  WS-ND-OPEN-DATE         PIC X(08).
001440     05  FILLER                  PIC X(01) VALUE SPACE.
001450
001460 01  WS-BLANK-LINE               PIC X(78) VALUE SPACES.
001470
001480*----------------------------------------------------------*
001490* SYMBOLIC MAP AND AID KEY CONSTANTS                        *
001500*----------------------------------------------------------*
001510     COPY HISTMAP.
001520     COPY DFHAID.
001530
001540*----------------------------------------------------------*
001550* CHANGE AUDIT FILE - BROWSED BACKWARD VIA CICS FILE        *
001560* CONTROL                                                   *
001570*----------------------------------------------------------*
001580     COPY ACCTCHGR.
001590
001600 LINKAGE SECTION.
001610 01  DFHCOMMAREA.
001620     05  CA-SAVED-KEY            PIC X(26).
001630     05  CA-SEARCH-ACCOUNT       PIC X(10).
001640
001650 PROCEDURE DIVISION.
001660*----------------------------------------------------------*
001670* 0000-MAINLINE - FIRST ENTRY SENDS THE BLANK INQUIRY MAP,  *
001680*                 EVERY SUBSEQUENT ENTRY RECEIVES IT AND    *
001690*                 ACTS ON THE AID KEY THE OPERATOR PRESSED. *
001700*----------------------------------------------------------*
001710 0000-MAINLINE.
001720     IF EIBCALEN = ZERO
001730         MOVE LOW-VALUES TO DFHCOMMAREA
001740         PERFORM 1000-SEND-INITIAL-MAP THRU 1000-EXIT
001750     ELSE
001760         PERFORM 2000-RECEIVE-AND-ACT THRU 2000-EXIT
001770     END-IF.
001780
001790     EXEC CICS RETURN TRANSID('AHST')
001800         COMMAREA(DFHCOMMAREA)
001810         LENGTH(LENGTH OF DFHCOMMAREA)
001820     END-EXEC.
001830
001840*----------------------------------------------------------*
001850* 1000-SEND-INITIAL-MAP - FIRST-TIME SCREEN, NO SEARCH YET. *
001860*----------------------------------------------------------*
001870 1000-SEND-INITIAL-MAP.
001880     MOVE LOW-VALUES TO HISTMAPO.
001890     MOVE 'ENTER AN ACCOUNT NUMBER, THEN PRESS ENTER' TO MSGO.
001900     EXEC CICS SEND MAP('HISTMAP') MAPSET('HISTMAP')
001910         FROM(HISTMAPO) ERASE
001920         RESP(WS-RESP)
001930     END-EXEC.
001940 1000-EXIT.
001950     EXIT.
001960
001970*----------------------------------------------------------*
001980* 2000-RECEIVE-AND-ACT - RECEIVE THE MAP BACK AND BRANCH ON *
001990*                        WHICH AID KEY THE OPERATOR USED.   *
002000*----------------------------------------------------------*
002010 2000-RECEIVE-AND-ACT.
002020     EXEC CICS RECEIVE MAP('HISTMAP') MAPSET('HISTMAP')
002030         INTO(HISTMAPI)
002040         RESP(WS-RESP)
002050     END-EXEC.
002060
002070     EVALUATE EIBAID
002080         WHEN DFHCLEAR
002090             MOVE LOW-VALUES TO DFHCOMMAREA
002100             PERFORM 1000-SEND-INITIAL-MAP THRU 1000-EXIT
002110         WHEN DFHPF8
002120             PERFORM 2100-CONTINUE-BROWSE THRU 2100-EXIT
002130         WHEN DFHENTER
002140             PERFORM 2200-NEW-SEARCH THRU 2200-EXIT
002150         WHEN OTHER
002160             MOVE LOW-VALUES TO HISTMAPO
002170             MOVE 'INVALID KEY - PRESS ENTER, CLEAR, OR PF8'
002180                 TO MSGO
002190             PERFORM 9000-SEND-DATAONLY THRU 9000-EXIT
002200     END-EVALUATE.
002210 2000-EXIT.
002220     EXIT.
002230
002240*----------------------------------------------------------*
002250* 2200-NEW-SEARCH - SHOW THE KEYED ACCOUNT'S CURRENT ROW    *
002260*                   AND ITS THREE NEWEST CHANGE AUDIT ROWS. *
002270*----------------------------------------------------------*
002280 2200-NEW-SEARCH.
002290     IF HACCTL = ZERO OR HACCTI = SPACES
002300         MOVE LOW-VALUES TO HISTMAPO
002310         MOVE 'KEY AN ACCOUNT NUMBER FIRST' TO MSGO
002320         PERFORM 9000-SEND-DATAONLY THRU 9000-EXIT
002330         GO TO 2200-EXIT
002340     END-IF.
002350     MOVE HACCTI TO CA-SEARCH-ACCOUNT.
002360     MOVE LOW-VALUES TO CA-SAVED-KEY.
002370
002380     MOVE LOW-VALUES TO HISTMAPO.
002390     PERFORM 3500-SHOW-CURRENT-ROW THRU 3500-EXIT.
002400     PERFORM 3000-START-BROWSE THRU 3000-EXIT.
002410     PERFORM 4000-BUILD-RESULT-SCREEN THRU 4000-EXIT.
002420 2200-EXIT.
002430     EXIT.
002440
002450*----------------------------------------------------------*
002460* 2100-CONTINUE-BROWSE - PF8 - RESUME BACKWARD FROM THE     *
002470*                        OLDEST ROW SHOWN LAST TIME.        *
002480*----------------------------------------------------------*
002490 2100-CONTINUE-BROWSE.
002500     IF CA-SEARCH-ACCOUNT = LOW-VALUES
002510             OR CA-SAVED-KEY = LOW-VALUES
002520         MOVE LOW-VALUES TO HISTMAPO
002530         MOVE 'NO PRIOR SEARCH - PRESS CLEAR TO START OVER'
002540             TO MSGO
002550         PERFORM 9000-SEND-DATAONLY THRU 9000-EXIT
002560         GO TO 2100-EXIT
002570     END-IF.
002580
002590     MOVE LOW-VALUES TO HISTMAPO.
002600     PERFORM 3500-SHOW-CURRENT-ROW THRU 3500-EXIT.
002610     MOVE CA-SAVED-KEY TO WS-BROWSE-KEY.
002620     EXEC CICS STARTBR FILE('ACCTCHG')
002630         RIDFLD(WS-BROWSE-KEY) GTEQ
002640         RESP(WS-RESP)
002650     END-EXEC.
002660     IF WS-RESP = DFHRESP(NORMAL)
002670         MOVE 'Y' TO WS-BROWSE-OPEN-SW
002680         PERFORM 2150-SKIP-LAST-SHOWN-ROW THRU 2150-EXIT
002690         PERFORM 3100-READ-PREV-MATCH THRU 3100-EXIT
002700         PERFORM 4000-BUILD-RESULT-SCREEN THRU 4000-EXIT
002710     ELSE
002720         MOVE 'UNABLE TO RESUME BROWSE - PRESS CLEAR' TO MSGO
002730         PERFORM 9000-SEND-DATAONLY THRU 9000-EXIT
002740     END-IF.
002750 2100-EXIT.
002760     EXIT.
002770
002780*----------------------------------------------------------*
002790* 2150-SKIP-LAST-SHOWN-ROW - THE SAVED KEY IS ON FILE, SO   *
002800*                            THE FIRST READPREV RETURNS THE *
002810*                            ROW ALREADY SHOWN LAST TIME -  *
002820*                            READ AND DISCARD IT BEFORE     *
002830*                            3100 READS THE NEXT OLDER ONE. *
002840*----------------------------------------------------------*
002850 2150-SKIP-LAST-SHOWN-ROW.
002860     EXEC CICS READPREV FILE('ACCTCHG')
002870         INTO(ACCT-CHANGE-RECORD)
002880         RIDFLD(WS-BROWSE-KEY)
002890         RESP(WS-RESP)
002900     END-EXEC.
002910 2150-EXIT.
002920     EXIT.
002930
002940*----------------------------------------------------------*
002950* 3000-START-BROWSE - POSITION JUST PAST THE NEWEST ROW FOR *
002960*                     THE ACCOUNT.  GTEQ ON ACCOUNT PLUS    *
002970*                     HIGH-VALUES LANDS ON THE NEXT         *
002980*                     ACCOUNT'S FIRST ROW, WHICH 3200 SKIPS;*
002990*                     NOTFND MEANS THE ACCOUNT IS LAST ON   *
003000*                     THE FILE, SO RESTART FROM ALL         *
003010*                     HIGH-VALUES, WHICH POSITIONS AT THE   *
003020*                     END OF THE FILE.                      *
003030*----------------------------------------------------------*
003040 3000-START-BROWSE.
003050     MOVE CA-SEARCH-ACCOUNT TO WS-BK-ACCT-NUMBER.
003060     MOVE HIGH-VALUES TO WS-BK-STAMP.
003070     EXEC CICS STARTBR FILE('ACCTCHG')
003080         RIDFLD(WS-BROWSE-KEY) GTEQ
003090         RESP(WS-RESP)
003100     END-EXEC.
003110     IF WS-RESP = DFHRESP(NOTFND)
003120         MOVE HIGH-VALUES TO WS-BROWSE-KEY
003130         EXEC CICS STARTBR FILE('ACCTCHG')
003140             RIDFLD(WS-BROWSE-KEY) GTEQ
003150             RESP(WS-RESP)
003160         END-EXEC
003170     END-IF.
003180     IF WS-RESP = DFHRESP(NORMAL)
003190         MOVE 'Y' TO WS-BROWSE-OPEN-SW
003200         PERFORM 3100-READ-PREV-MATCH THRU 3100-EXIT
003210     ELSE
003220         MOVE 'N' TO WS-BROWSE-OPEN-SW
003230         MOVE 'N' TO WS-MORE-ROWS-SW
003240         MOVE ZERO TO WS-MATCH-COUNT
003250     END-IF.
003260 3000-EXIT.
003270     EXIT.
003280
003290*----------------------------------------------------------*
003300* 3100-READ-PREV-MATCH - FILL THE HIST/HNAM/HOLD/HNEW LINES *
003310*                        OF SLOTS 1 THRU 3 WITH UP TO A PAGE*
003320*                        OF ROWS FOR THE ACCOUNT, NEWEST    *
003330*                        FIRST, THEN CLOSE THE BROWSE.      *
003340*                        A FULL PAGE LOOKS ONE ROW AHEAD SO *
003350*                        PF8 IS OFFERED ONLY WHEN THERE IS  *
003360*                        AN OLDER ROW TO SHOW.              *
003370*----------------------------------------------------------*
003380 3100-READ-PREV-MATCH.
003390     MOVE ZERO TO WS-MATCH-COUNT.
003400     MOVE 'Y' TO WS-MORE-ROWS-SW.
003410
003420     PERFORM 3200-READ-ONE-ROW THRU 3200-EXIT
003430         UNTIL WS-MATCH-COUNT = WS-PAGE-SIZE
003440            OR WS-NO-MORE-ROWS.
003450
003460     IF WS-MORE-ROWS
003470         PERFORM 3250-LOOK-AHEAD THRU 3250-EXIT
003480     END-IF.
003490
003500     IF WS-BROWSE-OPEN
003510         EXEC CICS ENDBR FILE('ACCTCHG') RESP(WS-RESP) END-EXEC
003520         MOVE 'N' TO WS-BROWSE-OPEN-SW
003530     END-IF.
003540 3100-EXIT.
003550     EXIT.
003560
003570*----------------------------------------------------------*
003580* 3200-READ-ONE-ROW - READ THE NEXT OLDER ROW.  A ROW FOR A *
003590*                     HIGHER ACCOUNT IS WHERE THE BROWSE    *
003600*                     STARTED AND IS SKIPPED; A ROW FOR A   *
003610*                     LOWER ACCOUNT MEANS THIS ACCOUNT'S    *
003620*                     HISTORY IS EXHAUSTED.                 *
003630*----------------------------------------------------------*
003640 3200-READ-ONE-ROW.
003650     EXEC CICS READPREV FILE('ACCTCHG')
003660         INTO(ACCT-CHANGE-RECORD)
003670         RIDFLD(WS-BROWSE-KEY)
003680         RESP(WS-RESP)
003690     END-EXEC.
003700
003710     IF WS-RESP NOT = DFHRESP(NORMAL)
003720         MOVE 'N' TO WS-MORE-ROWS-SW
003730     ELSE
003740         IF CHG-ACCT-NUMBER > CA-SEARCH-ACCOUNT
003750             CONTINUE
003760         ELSE
003770             IF CHG-ACCT-NUMBER < CA-SEARCH-ACCOUNT
003780                 MOVE 'N' TO WS-MORE-ROWS-SW
003790             ELSE
003800                 ADD 1 TO WS-MATCH-COUNT
003810                 PERFORM 3300-FORMAT-HISTORY-LINES THRU 3300-EXIT
003820                 MOVE CHG-KEY TO CA-SAVED-KEY
003830             END-IF
003840         END-IF
003850     END-IF.
003860 3200-EXIT.
003870     EXIT.
003880
003890*----------------------------------------------------------*
003900* 3250-LOOK-AHEAD - A FULL PAGE IS ON THE SCREEN.  READ ONE *
003910*                   MORE AND KEEP WS-MORE-ROWS ONLY WHEN IT *
003920*                   IS STILL THIS ACCOUNT'S.  THE ROW IS NOT*
003930*                   SHOWN AND CA-SAVED-KEY STAYS ON THE LAST*
003940*                   ROW SHOWN, SO PF8 PICKS IT UP.          *
003950*----------------------------------------------------------*
003960 3250-LOOK-AHEAD.
003970     EXEC CICS READPREV FILE('ACCTCHG')
003980         INTO(ACCT-CHANGE-RECORD)
003990         RIDFLD(WS-BROWSE-KEY)
004000         RESP(WS-RESP)
004010     END-EXEC.
004020
004030     IF WS-RESP NOT = DFHRESP(NORMAL)
004040             OR CHG-ACCT-NUMBER NOT = CA-SEARCH-ACCOUNT
004050         MOVE 'N' TO WS-MORE-ROWS-SW
004060     END-IF.
004070 3250-EXIT.
004080     EXIT.
004090
004100*----------------------------------------------------------*
004110* 3300-FORMAT-HISTORY-LINES - MOVE THE CURRENT ROW INTO THE *
004120*                             NEXT FREE                     *
004130*                             HISTn/HNAMn/HOLDn/HNEWn SLOT. *
004140*                             A ROW WRITTEN BEFORE THE      *
004150*                             ADDRESS DETAIL WAS CARRIED ON *
004160*                             ACCTCHG HAS BOTH DETAILS BLANK*
004170*                             AND SHOWS TWO BLANK LINES.    *
004180*----------------------------------------------------------*
004190 3300-FORMAT-HISTORY-LINES.
004200     MOVE CHG-DATE        TO WS-HL-DATE.
004210     MOVE CHG-TIME        TO WS-HL-TIME.
004220     MOVE CHG-USERID      TO WS-HL-USERID.
004230     MOVE CHG-CHECKER-ID  TO WS-HL-CHECKER-ID.
004240     MOVE CHG-OLD-STATUS  TO WS-HL-OLD-STATUS.
004250     MOVE CHG-NEW-STATUS  TO WS-HL-NEW-STATUS.
004260     IF CHG-OLD-STATUS = SPACE AND CHG-NEW-STATUS = SPACE
004270         MOVE SPACE TO WS-HL-STATUS-ARROW
004280     ELSE
004290         MOVE '>' TO WS-HL-STATUS-ARROW
004300     END-IF.
004310     MOVE CHG-BALANCE     TO WS-HL-BALANCE.
004320     MOVE CHG-ADJ-AMOUNT  TO WS-HL-ADJ-AMOUNT.
004330     MOVE CHG-OLD-NAME    TO WS-NL-OLD-NAME.
004340     MOVE CHG-NEW-NAME    TO WS-NL-NEW-NAME.
004350     MOVE CHG-OLD-ADDR-LINE    TO WS-OD-ADDR-LINE.
004360     MOVE CHG-OLD-CITY         TO WS-OD-CITY.
004370     MOVE CHG-OLD-STATE        TO WS-OD-STATE.
004380     MOVE CHG-OLD-POSTAL-CODE  TO WS-OD-POSTAL-CODE.
004390     MOVE CHG-OLD-OPEN-DATE    TO WS-OD-OPEN-DATE.
004400     MOVE CHG-NEW-ADDR-LINE    TO WS-ND-ADDR-LINE.
004410     MOVE CHG-NEW-CITY         TO WS-ND-CITY.
004420     MOVE CHG-NEW-STATE        TO WS-ND-STATE.
004430     MOVE CHG-NEW-POSTAL-CODE  TO WS-ND-POSTAL-CODE.
004440     MOVE CHG-NEW-OPEN-DATE    TO WS-ND-OPEN-DATE.
004450     IF CHG-OLD-DETAIL = SPACES AND CHG-NEW-DETAIL = SPACES
004460         MOVE WS-BLANK-LINE TO WS-OLD-DETAIL-LINE
004470         MOVE WS-BLANK-LINE TO WS-NEW-DETAIL-LINE
004480     ELSE
004490         MOVE 'OLD ' TO WS-OD-TAG
004500         MOVE 'NEW ' TO WS-ND-TAG
004510     END-IF.
004520
004530     EVALUATE WS-MATCH-COUNT
004540         WHEN 1
004550             MOVE WS-HISTORY-LINE TO HIST1O
004560             MOVE WS-NAME-LINE TO HNAM1O
004570             MOVE WS-OLD-DETAIL-LINE TO HOLD1O
004580             MOVE WS-NEW-DETAIL-LINE TO HNEW1O
004590         WHEN 2
004600             MOVE WS-HISTORY-LINE TO HIST2O
004610             MOVE WS-NAME-LINE TO HNAM2O
004620             MOVE WS-OLD-DETAIL-LINE TO HOLD2O
004630             MOVE WS-NEW-DETAIL-LINE TO HNEW2O
004640         WHEN 3
004650             MOVE WS-HISTORY-LINE TO HIST3O
004660             MOVE WS-NAME-LINE TO HNAM3O
004670             MOVE WS-OLD-DETAIL-LINE TO HOLD3O
004680             MOVE WS-NEW-DETAIL-LINE TO HNEW3O
004690     END-EVALUATE.
004700 3300-EXIT.
004710     EXIT.
004720
004730*----------------------------------------------------------*
004740* 3500-SHOW-CURRENT-ROW - PLAIN READ OF THE ACCOUNT_MASTER  *
004750*                         ROW FOR THE TOP OF THE SCREEN.  A *
004760*                         MISSING ROW STILL SHOWS ITS       *
004770*                         HISTORY BELOW.                    *
004780*----------------------------------------------------------*
004790 3500-SHOW-CURRENT-ROW.
004800     MOVE 'N' TO WS-ROW-FOUND-SW.
004810     MOVE 'N' TO WS-SQL-FAILED-SW.
004820     MOVE CA-SEARCH-ACCOUNT TO WS-ACCT-NUMBER.
004830
004840     EXEC SQL
004850         SELECT ACCT_NAME, ACCT_ADDR_LINE, ACCT_CITY,
004860                ACCT_STATE, ACCT_POSTAL_CODE,
004870                ACCT_OPEN_DATE, ACCT_STATUS, ACCT_BALANCE
004880         INTO :WS-ACCT-NAME, :WS-ADDR-LINE, :WS-CITY,
004890              :WS-STATE, :WS-POSTAL-CODE,
004900              :WS-OPEN-DATE, :WS-ACCT-STATUS,
004910              :WS-ACCT-BALANCE
004920         FROM ACCOUNT_MASTER
004930         WHERE ACCT_NUMBER = :WS-ACCT-NUMBER
004940     END-EXEC.
004950
004960     EVALUATE TRUE
004970         WHEN SQLCODE = ZERO
004980             MOVE 'Y' TO WS-ROW-FOUND-SW
004990         WHEN SQLCODE = 1403
005000             CONTINUE
005010         WHEN OTHER
005020             MOVE 'Y' TO WS-SQL-FAILED-SW
005030             MOVE SQLCODE TO WS-SQLCODE-DISPLAY
005040     END-EVALUATE.
005050
005060     MOVE WS-ACCT-NUMBER TO HACCTO.
005070     IF WS-ROW-FOUND
005080         MOVE WS-ACCT-NAME TO CNAMEO
005090         MOVE WS-ACCT-STATUS TO CSTUSO
005100         MOVE WS-ACCT-BALANCE TO WS-BALANCE-EDITED
005110         MOVE WS-BALANCE-EDITED TO CBALO
005120         MOVE WS-ADDR-LINE TO CADDRO
005130         MOVE WS-OPEN-DATE TO CDATEO
005140         MOVE WS-CITY TO CCITYO
005150         MOVE WS-STATE TO CSTATO
005160         MOVE WS-POSTAL-CODE TO CPOSTO
005170     END-IF.
005180 3500-EXIT.
005190     EXIT.
005200
005210*----------------------------------------------------------*
005220* 4000-BUILD-RESULT-SCREEN - CLEAR ANY UNUSED LINES, SET    *
005230*                            THE STATUS MESSAGE, AND SEND   *
005240*                            THE MAP BACK.                  *
005250*----------------------------------------------------------*
005260 4000-BUILD-RESULT-SCREEN.
005270     PERFORM 4100-CLEAR-UNUSED-LINES THRU 4100-EXIT
005280         VARYING WS-SUB FROM 1 BY 1
005290         UNTIL WS-SUB > WS-PAGE-SIZE.
005300
005310     EVALUATE TRUE
005320         WHEN WS-SQL-FAILED
005330             MOVE SPACES TO MSGO
005340             STRING 'SQL ERROR ' DELIMITED BY SIZE
005350                    WS-SQLCODE-DISPLAY DELIMITED BY SIZE
005360                    ' READING ACCOUNT_MASTER, CALL SUPPORT'
005370                        DELIMITED BY SIZE
005380                 INTO MSGO
005390         WHEN WS-MATCH-COUNT = ZERO AND NOT WS-ROW-FOUND
005400             MOVE 'ACCOUNT NOT FOUND AND NO CHANGE HISTORY'
005410                 TO MSGO
005420         WHEN WS-MATCH-COUNT = ZERO
005430             MOVE 'NO MORE CHANGE HISTORY FOR THIS ACCOUNT'
005440                 TO MSGO
005450         WHEN NOT WS-ROW-FOUND
005460             MOVE 'ACCOUNT NO LONGER ON FILE - HISTORY SHOWN'
005470                 TO MSGO
005480         WHEN WS-MORE-ROWS
005490             MOVE 'MORE HISTORY AVAILABLE - PRESS PF8 FOR OLDER'
005500                 TO MSGO
005510         WHEN OTHER
005520             MOVE 'END OF CHANGE HISTORY' TO MSGO
005530     END-EVALUATE.
005540
005550     PERFORM 9000-SEND-DATAONLY THRU 9000-EXIT.
005560 4000-EXIT.
005570     EXIT.
005580
005590*----------------------------------------------------------*
005600* 4100-CLEAR-UNUSED-LINES - BLANK ANY                       *
005610*                           HISTn/HNAMn/HOLDn/HNEWn SLOT    *
005620*                           PAST THE NUMBER OF ROWS FOUND.  *
005630*----------------------------------------------------------*
005640 4100-CLEAR-UNUSED-LINES.
005650     IF WS-SUB > WS-MATCH-COUNT
005660         EVALUATE WS-SUB
005670             WHEN 1
005680                 MOVE WS-BLANK-LINE TO HIST1O
005690                 MOVE WS-BLANK-LINE TO HNAM1O
005700                 MOVE WS-BLANK-LINE TO HOLD1O
005710                 MOVE WS-BLANK-LINE TO HNEW1O
005720             WHEN 2
005730                 MOVE WS-BLANK-LINE TO HIST2O
005740                 MOVE WS-BLANK-LINE TO HNAM2O
005750                 MOVE WS-BLANK-LINE TO HOLD2O
005760                 MOVE WS-BLANK-LINE TO HNEW2O
005770             WHEN 3
005780                 MOVE WS-BLANK-LINE TO HIST3O
005790                 MOVE WS-BLANK-LINE TO HNAM3O
005800                 MOVE WS-BLANK-LINE TO HOLD3O
005810                 MOVE WS-BLANK-LINE TO HNEW3O
005820         END-EVALUATE
005830     END-IF.
005840 4100-EXIT.
005850     EXIT.
005860
005870 9000-SEND-DATAONLY.
005880     EXEC CICS SEND MAP('HISTMAP') MAPSET('HISTMAP')
005890         FROM(HISTMAPO) DATAONLY
005900         RESP(WS-RESP)
005910     END-EXEC.
005920 9000-EXIT.
005930     EXIT.
