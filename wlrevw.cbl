000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. WLREVW.
000030 AUTHOR. R-HALVORSEN.
000040 INSTALLATION. DATA-SERVICES.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------*
000080* MODIFICATION HISTORY                                      *
000090*   DATE       INIT  DESCRIPTION                             *
000100*   2026-10-15 MWK   ORIGINAL VERSION - PSEUDO-CONVERSATIONAL*
000110*                    CICS TRANSACTION (WLRV) FOR COMPLIANCE  *
000120*                    TO WORK THE WATCH-LIST HOLDS THE        *
000130*                    WLSCREEN STEP KEEPS OUT OF THE LOAD.    *
000140*                    BROWSES THE KEYED HOLD FILE (WLHOLDR    *
000150*                    LAYOUT), SHOWS ONE HOLD AWAITING REVIEW *
000160*                    WITH THE HELD RECORD BESIDE THE LISTED  *
000170*                    PARTY IT MATCHED.  PF5 CLEARS IT - THE  *
000180*                    NEXT SCREENING RUN RELEASES THE RECORD  *
000190*                    TO THE LOAD.  PF6 CONFIRMS IT - THE     *
000200*                    RECORD IS FILED ON THE REJECT FILE WITH *
000210*                    REASON 2010, CLOSED SO IT NEVER         *
000220*                    REQUEUES, AN OPS ALERT ROW IS APPENDED  *
000230*                    FOR THE ON-CALL DISPATCH, AND THE       *
000240*                    CONSOLE IS TOLD - ALL OR NOTHING.  THE  *
000250*                    HOLD ROW IS FLAGGED WITH THE REVIEWER   *
000260*                    AND TIME, NEVER DELETED.                *
000270*----------------------------------------------------------*
000280 ENVIRONMENT DIVISION.
000290 DATA DIVISION.
000300 WORKING-STORAGE SECTION.
000310*----------------------------------------------------------*
000320* SWITCHES AND WORK AREAS                                   *
000330*----------------------------------------------------------*
000340 01  WS-SWITCHES.
000350     05  WS-FOUND-SW             PIC X(01) VALUE 'N'.
000360         88  WS-FOUND                VALUE 'Y'.
000370     05  WS-BROWSE-OPEN-SW       PIC X(01) VALUE 'N'.
000380         88  WS-BROWSE-OPEN          VALUE 'Y'.
000390
000400 01  WS-RESP-AREA.
000410     05  WS-RESP                 PIC S9(08) COMP.
000420     05  WS-RESP2                PIC S9(08) COMP.
000430
000440 01  WS-REVIEWER-USERID          PIC X(08) VALUE SPACES.
000450 01  WS-WRITE-RETRY-CT           PIC 9(02) COMP VALUE ZERO.
000460 01  WS-RBA                      PIC S9(08) COMP VALUE ZERO.
000470
000480 01  WS-HOLD-DISPLAY.
000490     05  WS-HD-DATE              PIC 9(08).
000500     05  FILLER                  PIC X(01) VALUE SPACE.
000510     05  WS-HD-TIME              PIC 9(08).
000520
000530*----------------------------------------------------------*
000540* THE SAME WRITE-TO-OPERATOR LINE ALERTOPS PUTS ON THE      *
000550* CONSOLE FOR A BATCH ALERT.                                *
000560*----------------------------------------------------------*
000570 01  WS-CONSOLE-MSG.
000580     05  FILLER                  PIC X(20)
000590                     VALUE 'DBCONN ALERT - PGM='.
000600     05  WS-CM-PROGRAM           PIC X(12).
000610     05  FILLER                  PIC X(06) VALUE ' OPN='.
000620     05  WS-CM-OPERATION         PIC X(20).
000630     05  FILLER                  PIC X(06) VALUE ' RC='.
000640     05  WS-CM-RETURN-CODE       PIC 9(04).
000650
000660*----------------------------------------------------------*
000670* SYMBOLIC MAP AND AID KEY CONSTANTS                        *
000680*----------------------------------------------------------*
000690     COPY WLRVMAP.
000700     COPY DFHAID.
000710
000720*----------------------------------------------------------*
000730* HOLD ROW BEING REVIEWED, THE HELD RECORD ITS IMAGE        *
000740* REDEFINES INTO, AND THE REJECT AND OPS ALERT ROWS A       *
000750* CONFIRMATION WRITES                                       *
000760*----------------------------------------------------------*
000770     COPY WLHOLDR.
000780     COPY CLNEXTREC.
000790     COPY REJREC.
000800     COPY ALERTREC.
000810
000820 LINKAGE SECTION.
000830 01  DFHCOMMAREA.
000840     05  CA-SAVED-KEY.
000850         10  CA-ACCT-NUMBER      PIC X(10).
000860         10  CA-HOLD-DATE        PIC 9(08).
000870         10  CA-HOLD-TIME        PIC 9(08).
000880     05  CA-RECORD-SHOWN-SW      PIC X(01).
000890         88  CA-RECORD-SHOWN         VALUE 'Y'.
000900
000910 PROCEDURE DIVISION.
000920*----------------------------------------------------------*
000930* 0000-MAINLINE - FIRST ENTRY SENDS THE BLANK SCREEN,       *
000940*                 EVERY SUBSEQUENT ENTRY RECEIVES IT AND    *
000950*                 ACTS ON THE AID KEY THE OPERATOR PRESSED. *
000960*----------------------------------------------------------*
000970 0000-MAINLINE.
000980     IF EIBCALEN = ZERO
000990         MOVE LOW-VALUES TO DFHCOMMAREA
001000         MOVE 'N' TO CA-RECORD-SHOWN-SW
001010         PERFORM 1000-SEND-INITIAL-MAP THRU 1000-EXIT
001020     ELSE
001030         PERFORM 2000-RECEIVE-AND-ACT THRU 2000-EXIT
001040     END-IF.
001050
001060     EXEC CICS RETURN TRANSID('WLRV')
001070         COMMAREA(DFHCOMMAREA)
001080         LENGTH(LENGTH OF DFHCOMMAREA)
001090     END-EXEC.
001100
001110*----------------------------------------------------------*
001120* 1000-SEND-INITIAL-MAP - FIRST-TIME SCREEN, NOTHING SHOWN. *
001130*----------------------------------------------------------*
001140 1000-SEND-INITIAL-MAP.
001150     MOVE LOW-VALUES TO WLRVMAPO.
001160     MOVE 'KEY AN ACCOUNT OR LEAVE BLANK, THEN PRESS ENTER'
001170         TO MSGO.
001180     EXEC CICS SEND MAP('WLRVMAP') MAPSET('WLRVMAP')
001190         FROM(WLRVMAPO) ERASE
001200         RESP(WS-RESP)
001210     END-EXEC.
001220 1000-EXIT.
001230     EXIT.
001240
001250*----------------------------------------------------------*
001260* 2000-RECEIVE-AND-ACT - RECEIVE THE MAP BACK AND BRANCH ON *
001270*                        WHICH AID KEY THE OPERATOR USED.   *
001280*----------------------------------------------------------*
001290 2000-RECEIVE-AND-ACT.
001300     EXEC CICS RECEIVE MAP('WLRVMAP') MAPSET('WLRVMAP')
001310         INTO(WLRVMAPI)
001320         RESP(WS-RESP)
001330     END-EXEC.
001340
001350     EVALUATE EIBAID
001360         WHEN DFHCLEAR
001370             MOVE 'N' TO CA-RECORD-SHOWN-SW
001380             PERFORM 1000-SEND-INITIAL-MAP THRU 1000-EXIT
001390         WHEN DFHENTER
001400             PERFORM 2200-NEW-SEARCH THRU 2200-EXIT
001410         WHEN DFHPF8
001420             PERFORM 2100-NEXT-HOLD THRU 2100-EXIT
001430         WHEN DFHPF5
001440             PERFORM 5000-CLEAR-HOLD THRU 5000-EXIT
001450         WHEN DFHPF6
001460             PERFORM 6000-CONFIRM-HOLD THRU 6000-EXIT
001470         WHEN OTHER
001480             MOVE LOW-VALUES TO WLRVMAPO
001490             MOVE 'INVALID KEY - ENTER, PF5, PF6, PF8, OR CLEAR'
001500                 TO MSGO
001510             PERFORM 9000-SEND-DATAONLY THRU 9000-EXIT
001520     END-EVALUATE.
001530 2000-EXIT.
001540     EXIT.
001550
001560*----------------------------------------------------------*
001570* 2200-NEW-SEARCH - START FROM THE ACCOUNT THE OPERATOR     *
001580*                   KEYED (OR THE TOP OF THE FILE) AND SHOW *
001590*                   THE FIRST HOLD AWAITING REVIEW.         *
001600*----------------------------------------------------------*
001610 2200-NEW-SEARCH.
001620     MOVE LOW-VALUES TO CA-ACCT-NUMBER.
001630     MOVE ZERO TO CA-HOLD-DATE.
001640     MOVE ZERO TO CA-HOLD-TIME.
001650     IF SACCTL > ZERO
001660         MOVE SACCTI TO CA-ACCT-NUMBER
001670     END-IF.
001680     MOVE 'N' TO CA-RECORD-SHOWN-SW.
001690     PERFORM 3000-FIND-HELD THRU 3000-EXIT.
001700     PERFORM 4000-SHOW-RESULT THRU 4000-EXIT.
001710 2200-EXIT.
001720     EXIT.
001730
001740*----------------------------------------------------------*
001750* 2100-NEXT-HOLD - PF8 - SHOW THE NEXT HOLD AWAITING        *
001760*                  REVIEW AFTER THE ONE ON THE SCREEN.      *
001770*----------------------------------------------------------*
001780 2100-NEXT-HOLD.
001790     IF NOT CA-RECORD-SHOWN
001800         MOVE LOW-VALUES TO WLRVMAPO
001810         MOVE 'NO HOLD ON SCREEN - PRESS ENTER TO SEARCH'
001820             TO MSGO
001830         PERFORM 9000-SEND-DATAONLY THRU 9000-EXIT
001840         GO TO 2100-EXIT
001850     END-IF.
001860     ADD 1 TO CA-HOLD-TIME.
001870     MOVE 'N' TO CA-RECORD-SHOWN-SW.
001880     PERFORM 3000-FIND-HELD THRU 3000-EXIT.
001890     PERFORM 4000-SHOW-RESULT THRU 4000-EXIT.
001900 2100-EXIT.
001910     EXIT.
001920
001930*----------------------------------------------------------*
001940* 3000-FIND-HELD - POSITION AT OR AFTER THE SAVED KEY AND   *
001950*                  READ FORWARD TO THE FIRST ROW STILL      *
001960*                  AWAITING REVIEW.  DECIDED ROWS STAY ON   *
001970*                  THE FILE AS THE TRAIL, SO THE BROWSE     *
001980*                  SKIPS THEM.                              *
001990*----------------------------------------------------------*
002000 3000-FIND-HELD.
002010     MOVE 'N' TO WS-FOUND-SW.
002020     MOVE CA-SAVED-KEY TO WLH-KEY.
002030     EXEC CICS STARTBR FILE('WLHOLD')
002040         RIDFLD(WLH-KEY) GTEQ
002050         RESP(WS-RESP)
002060     END-EXEC.
002070     IF WS-RESP = DFHRESP(NORMAL)
002080         MOVE 'Y' TO WS-BROWSE-OPEN-SW
002090         PERFORM 3100-READ-ONE-HOLD THRU 3100-EXIT
002100             UNTIL WS-FOUND
002110                OR NOT WS-BROWSE-OPEN
002120         IF WS-BROWSE-OPEN
002130             EXEC CICS ENDBR FILE('WLHOLD')
002140                 RESP(WS-RESP)
002150             END-EXEC
002160             MOVE 'N' TO WS-BROWSE-OPEN-SW
002170         END-IF
002180     END-IF.
002190 3000-EXIT.
002200     EXIT.
002210
002220 3100-READ-ONE-HOLD.
002230     EXEC CICS READNEXT FILE('WLHOLD')
002240         INTO(WATCH-HOLD-RECORD)
002250         RIDFLD(WLH-KEY)
002260         RESP(WS-RESP)
002270     END-EXEC.
002280     IF WS-RESP NOT = DFHRESP(NORMAL)
002290         EXEC CICS ENDBR FILE('WLHOLD')
002300             RESP(WS-RESP)
002310         END-EXEC
002320         MOVE 'N' TO WS-BROWSE-OPEN-SW
002330     ELSE
002340         IF WLH-HELD
002350             MOVE 'Y' TO WS-FOUND-SW
002360         END-IF
002370     END-IF.
002380 3100-EXIT.
002390     EXIT.
002400
002410*----------------------------------------------------------*
002420* 4000-SHOW-RESULT - FORMAT THE FOUND HOLD (OR THE          *
002430*                   NOTHING-FOUND MESSAGE) AND SEND IT.     *
002440*----------------------------------------------------------*
002450 4000-SHOW-RESULT.
002460     MOVE LOW-VALUES TO WLRVMAPO.
002470     IF WS-FOUND
002480         MOVE WLH-KEY TO CA-SAVED-KEY
002490         MOVE 'Y' TO CA-RECORD-SHOWN-SW
002500         PERFORM 4100-FORMAT-HOLD THRU 4100-EXIT
002510         MOVE 'PF5 TO CLEAR FOR THE NEXT LOAD, PF6 TO CONFIRM'
002520             TO MSGO
002530     ELSE
002540         MOVE 'NO HOLDS AWAITING REVIEW FROM THAT KEY' TO MSGO
002550     END-IF.
002560     PERFORM 9000-SEND-DATAONLY THRU 9000-EXIT.
002570 4000-EXIT.
002580     EXIT.
002590
002600*----------------------------------------------------------*
002610* 4100-FORMAT-HOLD - WHEN IT WAS HELD, THE LIST ENTRY AND   *
002620*                   WHAT MATCHED, AND THE HELD RECORD       *
002630*                   BESIDE THE LISTED NAME AND ADDRESS.     *
002640*----------------------------------------------------------*
002650 4100-FORMAT-HOLD.
002660     MOVE WLH-CLEAN-IMAGE TO CLEAN-EXTRACT-RECORD.
002670     MOVE WLH-ACCT-NUMBER TO SACCTO.
002680     MOVE WLH-HOLD-DATE TO WS-HD-DATE.
002690     MOVE WLH-HOLD-TIME TO WS-HD-TIME.
002700     MOVE WS-HOLD-DISPLAY TO HLDTO.
002710     MOVE WLH-LIST-CODE TO LISTCO.
002720     MOVE WLH-ENTRY-ID TO ENTIDO.
002730     MOVE WLH-MATCH-FIELD TO MFLDO.
002740     MOVE CLEAN-ACCT-NAME TO RNAMEO.
002750     MOVE WLH-WATCH-NAME TO WNAMEO.
002760     MOVE CLEAN-ADDR-LINE TO RADDRO.
002770     MOVE WLH-WATCH-ADDR-LINE TO WADDRO.
002780     MOVE CLEAN-CITY TO RCITYO.
002790     MOVE CLEAN-STATE TO RSTATO.
002800     MOVE CLEAN-POSTAL-CODE TO RPOSTO.
002810     MOVE CLEAN-OPEN-DATE TO RDATEO.
002820     MOVE CLEAN-ACCT-STATUS TO RSTUSO.
002830 4100-EXIT.
002840     EXIT.
002850
002860*----------------------------------------------------------*
002870* 5000-CLEAR-HOLD - PF5.  FLAG THE HOLD CLEARED WITH THE    *
002880*                   REVIEWER AND TIME.  THE RECORD STAYS ON *
002890*                   THE CUMULATIVE RAW EXTRACT, SO THE NEXT *
002900*                   SCREENING RUN FINDS THIS CLEARED HOLD   *
002910*                   ON THE SAME IMAGE AND RELEASES IT TO    *
002920*                   THE LOAD.                               *
002930*----------------------------------------------------------*
002940 5000-CLEAR-HOLD.
002950     IF NOT CA-RECORD-SHOWN
002960         MOVE LOW-VALUES TO WLRVMAPO
002970         MOVE 'NO HOLD ON SCREEN - PRESS ENTER TO SEARCH'
002980             TO MSGO
002990         PERFORM 9000-SEND-DATAONLY THRU 9000-EXIT
003000         GO TO 5000-EXIT
003010     END-IF.
003020     PERFORM 6100-READ-FOR-DECISION THRU 6100-EXIT.
003030     IF NOT WS-FOUND
003040         GO TO 5000-EXIT
003050     END-IF.
003060
003070     SET WLH-CLEARED TO TRUE.
003080     PERFORM 6200-RECORD-DECISION THRU 6200-EXIT.
003090     MOVE LOW-VALUES TO WLRVMAPO.
003100     PERFORM 4100-FORMAT-HOLD THRU 4100-EXIT.
003110     IF WS-RESP = DFHRESP(NORMAL)
003120         MOVE 'N' TO CA-RECORD-SHOWN-SW
003130         MOVE 'HOLD CLEARED - RECORD GOES TO THE NEXT LOAD'
003140             TO MSGO
003150     ELSE
003160         MOVE 'HOLD FILE UNAVAILABLE - NOT CLEARED' TO MSGO
003170     END-IF.
003180     PERFORM 9000-SEND-DATAONLY THRU 9000-EXIT.
003190 5000-EXIT.
003200     EXIT.
003210
003220*----------------------------------------------------------*
003230* 6000-CONFIRM-HOLD - PF6.  FILE THE HELD RECORD ON THE     *
003240*                   REJECT FILE AS REASON 2010, CLOSED,     *
003250*                   APPEND THE OPS ALERT ROW, AND FLAG THE  *
003260*                   HOLD CONFIRMED - ALL OR NOTHING - THEN  *
003270*                   TELL THE CONSOLE.                       *
003280*----------------------------------------------------------*
003290 6000-CONFIRM-HOLD.
003300     IF NOT CA-RECORD-SHOWN
003310         MOVE LOW-VALUES TO WLRVMAPO
003320         MOVE 'NO HOLD ON SCREEN - PRESS ENTER TO SEARCH'
003330             TO MSGO
003340         PERFORM 9000-SEND-DATAONLY THRU 9000-EXIT
003350         GO TO 6000-EXIT
003360     END-IF.
003370     PERFORM 6100-READ-FOR-DECISION THRU 6100-EXIT.
003380     IF NOT WS-FOUND
003390         GO TO 6000-EXIT
003400     END-IF.
003410
003420     PERFORM 6300-WRITE-REJECT-ROW THRU 6300-EXIT.
003430     IF WS-RESP NOT = DFHRESP(NORMAL)
003440         EXEC CICS SYNCPOINT ROLLBACK
003450         END-EXEC
003460         MOVE LOW-VALUES TO WLRVMAPO
003470         MOVE 'REJECT FILE UNAVAILABLE - CONFIRMATION BACKED OUT'
003480             TO MSGO
003490         PERFORM 9000-SEND-DATAONLY THRU 9000-EXIT
003500         GO TO 6000-EXIT
003510     END-IF.
003520
003530     PERFORM 6400-WRITE-ALERT-ROW THRU 6400-EXIT.
003540     IF WS-RESP NOT = DFHRESP(NORMAL)
003550         EXEC CICS SYNCPOINT ROLLBACK
003560         END-EXEC
003570         MOVE LOW-VALUES TO WLRVMAPO
003580         MOVE 'ALERT FILE UNAVAILABLE - CONFIRMATION BACKED OUT'
003590             TO MSGO
003600         PERFORM 9000-SEND-DATAONLY THRU 9000-EXIT
003610         GO TO 6000-EXIT
003620     END-IF.
003630
003640     SET WLH-CONFIRMED TO TRUE.
003650     PERFORM 6200-RECORD-DECISION THRU 6200-EXIT.
003660     IF WS-RESP NOT = DFHRESP(NORMAL)
003670         EXEC CICS SYNCPOINT ROLLBACK
003680         END-EXEC
003690         MOVE LOW-VALUES TO WLRVMAPO
003700         MOVE 'HOLD FILE UNAVAILABLE - CONFIRMATION BACKED OUT'
003710             TO MSGO
003720         PERFORM 9000-SEND-DATAONLY THRU 9000-EXIT
003730         GO TO 6000-EXIT
003740     END-IF.
003750
003760     PERFORM 6500-NOTIFY-CONSOLE THRU 6500-EXIT.
003770     MOVE 'N' TO CA-RECORD-SHOWN-SW.
003780     MOVE LOW-VALUES TO WLRVMAPO.
003790     PERFORM 4100-FORMAT-HOLD THRU 4100-EXIT.
003800     MOVE 'MATCH CONFIRMED - REJECTED 2010 AND OPS ALERTED'
003810         TO MSGO.
003820     PERFORM 9000-SEND-DATAONLY THRU 9000-EXIT.
003830 6000-EXIT.
003840     EXIT.
003850
003860*----------------------------------------------------------*
003870* 6100-READ-FOR-DECISION - READ THE HOLD ROW ON THE SCREEN  *
003880*                   FOR UPDATE.  IT MUST STILL BE AWAITING  *
003890*                   REVIEW - ANOTHER REVIEWER MAY HAVE      *
003900*                   DECIDED IT SINCE IT WAS SHOWN.          *
003910*----------------------------------------------------------*
003920 6100-READ-FOR-DECISION.
003930     MOVE 'N' TO WS-FOUND-SW.
003940     MOVE CA-SAVED-KEY TO WLH-KEY.
003950     EXEC CICS READ FILE('WLHOLD')
003960         INTO(WATCH-HOLD-RECORD)
003970         RIDFLD(WLH-KEY)
003980         UPDATE
003990         RESP(WS-RESP)
004000     END-EXEC.
004010     IF WS-RESP NOT = DFHRESP(NORMAL)
004020         MOVE LOW-VALUES TO WLRVMAPO
004030         MOVE 'HOLD NOT READABLE - PRESS ENTER' TO MSGO
004040         PERFORM 9000-SEND-DATAONLY THRU 9000-EXIT
004050         GO TO 6100-EXIT
004060     END-IF.
004070     IF NOT WLH-HELD
004080         EXEC CICS UNLOCK FILE('WLHOLD')
004090             RESP(WS-RESP)
004100         END-EXEC
004110         MOVE LOW-VALUES TO WLRVMAPO
004120         MOVE 'ALREADY REVIEWED - PRESS ENTER TO SEARCH' TO MSGO
004130         PERFORM 9000-SEND-DATAONLY THRU 9000-EXIT
004140         GO TO 6100-EXIT
004150     END-IF.
004160     EXEC CICS ASSIGN USERID(WS-REVIEWER-USERID)
004170     END-EXEC.
004180     MOVE 'Y' TO WS-FOUND-SW.
004190 6100-EXIT.
004200     EXIT.
004210
004220*----------------------------------------------------------*
004230* 6200-RECORD-DECISION - STAMP THE REVIEWER AND TIME ON THE *
004240*                   HOLD ROW READ BY 6100 AND REWRITE IT.   *
004250*                   WLH-STATE-SW IS SET BY THE CALLER.      *
004260*----------------------------------------------------------*
004270 6200-RECORD-DECISION.
004280     MOVE WS-REVIEWER-USERID TO WLH-REVIEW-USER.
004290     ACCEPT WLH-REVIEW-DATE FROM DATE YYYYMMDD.
004300     ACCEPT WLH-REVIEW-TIME FROM TIME.
004310     EXEC CICS REWRITE FILE('WLHOLD')
004320         FROM(WATCH-HOLD-RECORD)
004330         RESP(WS-RESP)
004340     END-EXEC.
004350 6200-EXIT.
004360     EXIT.
004370
004380*----------------------------------------------------------*
004390* 6300-WRITE-REJECT-ROW - FILE THE HELD RECORD ON THE       *
004400*                   REJECT FILE AS REASON 2010, ALREADY     *
004410*                   CLOSED BY THE REVIEWER - IT IS THE      *
004420*                   TRAIL, NOT WORK FOR THE REPAIR SCREEN.  *
004430*                   THE SEQUENCE STARTS AT 1 AND IS BUMPED  *
004440*                   WHILE ANOTHER ROW OWNS THE KEY.         *
004450*----------------------------------------------------------*
004460 6300-WRITE-REJECT-ROW.
004470     MOVE SPACES TO REJECT-RECORD.
004480     MOVE WLH-ACCT-NUMBER TO REJ-ACCT-NUMBER.
004490     MOVE 1 TO REJ-SEQ.
004500     ACCEPT REJ-DATE FROM DATE YYYYMMDD.
004510     ACCEPT REJ-TIME FROM TIME.
004520     SET REJ-WATCH-LIST-MATCH TO TRUE.
004530     MOVE 'WATCH LIST' TO REJ-FIELD-NAME.
004540     SET REJ-CLOSED TO TRUE.
004550     MOVE WS-REVIEWER-USERID TO REJ-REPAIR-USER.
004560     MOVE REJ-DATE TO REJ-REPAIR-DATE.
004570     MOVE WLH-CLEAN-IMAGE TO REJ-RAW-IMAGE.
004580     MOVE ZERO TO WS-WRITE-RETRY-CT.
004590     MOVE -1 TO WS-RESP.
004600     PERFORM 6350-WRITE-ONE-REJECT-ROW THRU 6350-EXIT
004610         UNTIL WS-RESP = DFHRESP(NORMAL)
004620            OR WS-WRITE-RETRY-CT > 99.
004630 6300-EXIT.
004640     EXIT.
004650
004660 6350-WRITE-ONE-REJECT-ROW.
004670     EXEC CICS WRITE FILE('REJFILE')
004680         FROM(REJECT-RECORD)
004690         RIDFLD(REJ-KEY)
004700         RESP(WS-RESP)
004710     END-EXEC.
004720     IF WS-RESP = DFHRESP(DUPREC)
004730         ADD 1 TO REJ-SEQ
004740     END-IF.
004750     ADD 1 TO WS-WRITE-RETRY-CT.
004760 6350-EXIT.
004770     EXIT.
004780
004790*----------------------------------------------------------*
004800* 6400-WRITE-ALERT-ROW - APPEND ONE ROW TO THE LIVE OPS     *
004810*                   ALERT FILE, THE SAME ROW ALERTOPS WRITES*
004820*                   FOR A BATCH ALERT, SO THE ON-CALL       *
004830*                   DISPATCH JOB PICKS IT UP WITH THE REST. *
004840*----------------------------------------------------------*
004850 6400-WRITE-ALERT-ROW.
004860     MOVE SPACES TO ALERT-ROW.
004870     ACCEPT ALR-DATE FROM DATE YYYYMMDD.
004880     ACCEPT ALR-TIME FROM TIME.
004890     MOVE 'WLREVW' TO ALR-PROGRAM.
004900     MOVE 'WATCH-LIST CONFIRMED' TO ALR-OPERATION.
004910     MOVE 2010 TO ALR-REASON-CODE.
004920     MOVE 4 TO ALR-RETURN-CODE.
004930     MOVE 'N' TO ALR-IN-WINDOW-SW.
004940     MOVE ZERO TO WS-RBA.
004950     EXEC CICS WRITE FILE('OPSALERT')
004960         FROM(ALERT-ROW)
004970         RIDFLD(WS-RBA) RBA
004980         RESP(WS-RESP)
004990     END-EXEC.
005000 6400-EXIT.
005010     EXIT.
005020
005030*----------------------------------------------------------*
005040* 6500-NOTIFY-CONSOLE - WRITE-TO-OPERATOR MESSAGE IN THE    *
005050*                   ALERTOPS FORM.  BEST EFFORT - THE ALERT *
005060*                   ROW IS ALREADY ON FILE.                 *
005070*----------------------------------------------------------*
005080 6500-NOTIFY-CONSOLE.
005090     MOVE ALR-PROGRAM TO WS-CM-PROGRAM.
005100     MOVE ALR-OPERATION TO WS-CM-OPERATION.
005110     MOVE ALR-RETURN-CODE TO WS-CM-RETURN-CODE.
005120     EXEC CICS WRITE OPERATOR
005130         TEXT(WS-CONSOLE-MSG)
005140         TEXTLENGTH(LENGTH OF WS-CONSOLE-MSG)
005150         RESP(WS-RESP)
005160     END-EXEC.
005170 6500-EXIT.
005180     EXIT.
005190
005200 9000-SEND-DATAONLY.
005210     EXEC CICS SEND MAP('WLRVMAP') MAPSET('WLRVMAP')
005220         FROM(WLRVMAPO) DATAONLY
005230         RESP(WS-RESP)
005240     END-EXEC.
005250 9000-EXIT.
005260     EXIT.
