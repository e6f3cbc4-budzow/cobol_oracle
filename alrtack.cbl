000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. ALRTACK.
000030 AUTHOR. R-HALVORSEN.
000040 INSTALLATION. DATA-SERVICES.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------*
000080* MODIFICATION HISTORY                                      *
000090*   DATE       INIT  DESCRIPTION                             *
000100*   2026-10-15 MWK   ORIGINAL VERSION -                      *
000110*                    PSEUDO-CONVERSATIONAL CICS TRANSACTION  *
000120*                    (ALAK) FOR THE ON-CALL RESPONDER TO     *
000130*                    CLAIM AND RESOLVE THE NOTIFICATIONS     *
000140*                    ALRTDISP PAGES.  BROWSES THE KEYED      *
000150*                    NOTIFICATION FILE (NTFYREC LAYOUT) AND  *
000160*                    SHOWS ONE ACTIVE NOTIFICATION WITH WHO  *
000170*                    WAS PAGED AND AT WHAT LEVEL.  PF5       *
000180*                    CLAIMS IT - THE RESPONDER AND TIME ARE  *
000190*                    RECORDED AND THE ALRTESC PASS STOPS     *
000200*                    ESCALATING IT.  PF6 RESOLVES IT -       *
000210*                    CLOSED WITH THE RESPONDER AND TIME.     *
000220*                    THE ROW IS NEVER DELETED, SO THE FILE   *
000230*                    IS THE RECORD OF WHO WAS PAGED AND WHO  *
000240*                    ANSWERED.                               *
000250*----------------------------------------------------------*
000260 ENVIRONMENT DIVISION.
000270 DATA DIVISION.
000280 WORKING-STORAGE SECTION.
000290*----------------------------------------------------------*
000300* SWITCHES AND WORK AREAS                                   *
000310*----------------------------------------------------------*
000320 01  WS-SWITCHES.
000330     05  WS-FOUND-SW             PIC X(01) VALUE 'N'.
000340         88  WS-FOUND                VALUE 'Y'.
000350     05  WS-BROWSE-OPEN-SW       PIC X(01) VALUE 'N'.
000360         88  WS-BROWSE-OPEN          VALUE 'Y'.
000370
000380 01  WS-RESP-AREA.
000390     05  WS-RESP                 PIC S9(08) COMP.
000400     05  WS-RESP2                PIC S9(08) COMP.
000410
000420 01  WS-RESPONDER-USERID         PIC X(08) VALUE SPACES.
000430
000440 01  WS-STAMP-DISPLAY.
000450     05  WS-SD-DATE              PIC 9(08).
000460     05  FILLER                  PIC X(01) VALUE SPACE.
000470     05  WS-SD-TIME              PIC 9(08).
000480
000490 01  WS-REPEAT-DISPLAY           PIC ZZZZZZZZ9.
000500
000510*----------------------------------------------------------*
000520* SYMBOLIC MAP AND AID KEY CONSTANTS                        *
000530*----------------------------------------------------------*
000540     COPY ALAKMAP.
000550     COPY DFHAID.
000560
000570*----------------------------------------------------------*
000580* NOTIFICATION ROW BEING SHOWN                              *
000590*----------------------------------------------------------*
000600     COPY NTFYREC.
000610
000620 LINKAGE SECTION.
000630 01  DFHCOMMAREA.
000640     05  CA-SAVED-KEY.
000650         10  CA-PROGRAM          PIC X(12).
000660         10  CA-OPERATION        PIC X(20).
000670         10  CA-REASON-CODE      PIC 9(04).
000680         10  CA-OPEN-DATE        PIC 9(08).
000690         10  CA-OPEN-TIME        PIC 9(08).
000700     05  CA-RECORD-SHOWN-SW      PIC X(01).
000710         88  CA-RECORD-SHOWN         VALUE 'Y'.
000720
000730 PROCEDURE DIVISION.
000740*----------------------------------------------------------*
000750* 0000-MAINLINE - FIRST ENTRY SENDS THE BLANK SCREEN, EVERY *
000760*                 SUBSEQUENT ENTRY RECEIVES IT AND ACTS ON  *
000770*                 THE AID KEY THE OPERATOR PRESSED.         *
000780*----------------------------------------------------------*
000790 0000-MAINLINE.
000800     IF EIBCALEN = ZERO
000810         MOVE LOW-VALUES TO DFHCOMMAREA
000820         MOVE 'N' TO CA-RECORD-SHOWN-SW
000830         PERFORM 1000-SEND-INITIAL-MAP THRU 1000-EXIT
000840     ELSE
000850         PERFORM 2000-RECEIVE-AND-ACT THRU 2000-EXIT
000860     END-IF.
000870
000880     EXEC CICS RETURN TRANSID('ALAK')
000890         COMMAREA(DFHCOMMAREA)
000900         LENGTH(LENGTH OF DFHCOMMAREA)
000910     END-EXEC.
000920
000930*----------------------------------------------------------*
000940* 1000-SEND-INITIAL-MAP - FIRST-TIME SCREEN, NOTHING SHOWN. *
000950*----------------------------------------------------------*
000960 1000-SEND-INITIAL-MAP.
000970     MOVE LOW-VALUES TO ALAKMAPO.
000980     MOVE 'KEY A PROGRAM OR LEAVE BLANK, THEN PRESS ENTER'
000990         TO MSGO.
001000     EXEC CICS SEND MAP('ALAKMAP') MAPSET('ALAKMAP')
001010         FROM(ALAKMAPO) ERASE
001020         RESP(WS-RESP)
001030     END-EXEC.
001040 1000-EXIT.
001050     EXIT.
001060
001070*----------------------------------------------------------*
001080* 2000-RECEIVE-AND-ACT - RECEIVE THE MAP BACK AND BRANCH ON *
001090*                        WHICH AID KEY THE OPERATOR USED.   *
001100*----------------------------------------------------------*
001110 2000-RECEIVE-AND-ACT.
001120     EXEC CICS RECEIVE MAP('ALAKMAP') MAPSET('ALAKMAP')
001130         INTO(ALAKMAPI)
001140         RESP(WS-RESP)
001150     END-EXEC.
001160
001170     EVALUATE EIBAID
001180         WHEN DFHCLEAR
001190             MOVE 'N' TO CA-RECORD-SHOWN-SW
001200             PERFORM 1000-SEND-INITIAL-MAP THRU 1000-EXIT
001210         WHEN DFHENTER
001220             PERFORM 2200-NEW-SEARCH THRU 2200-EXIT
001230         WHEN DFHPF8
001240             PERFORM 2100-NEXT-NOTIFICATION THRU 2100-EXIT
001250         WHEN DFHPF5
001260             PERFORM 5000-CLAIM-NOTIFICATION THRU 5000-EXIT
001270         WHEN DFHPF6
001280             PERFORM 6000-RESOLVE-NOTIFICATION THRU 6000-EXIT
001290         WHEN OTHER
001300             MOVE LOW-VALUES TO ALAKMAPO
001310             MOVE 'INVALID KEY - ENTER, PF5, PF6, PF8, OR CLEAR'
001320                 TO MSGO
001330             PERFORM 9000-SEND-DATAONLY THRU 9000-EXIT
001340     END-EVALUATE.
001350 2000-EXIT.
001360     EXIT.
001370
001380*----------------------------------------------------------*
001390* 2200-NEW-SEARCH - START FROM THE PROGRAM THE OPERATOR     *
001400*                   KEYED (OR THE TOP OF THE FILE) AND SHOW *
001410*                   THE FIRST ACTIVE NOTIFICATION.          *
001420*----------------------------------------------------------*
001430 2200-NEW-SEARCH.
001440     MOVE LOW-VALUES TO CA-SAVED-KEY.
001450     IF SPGML > ZERO
001460         MOVE SPGMI TO CA-PROGRAM
001470     END-IF.
001480     MOVE 'N' TO CA-RECORD-SHOWN-SW.
001490     PERFORM 3000-FIND-ACTIVE THRU 3000-EXIT.
001500     PERFORM 4000-SHOW-RESULT THRU 4000-EXIT.
001510 2200-EXIT.
001520     EXIT.
001530
001540*----------------------------------------------------------*
001550* 2100-NEXT-NOTIFICATION - PF8 - SHOW THE NEXT ACTIVE       *
001560*                          NOTIFICATION AFTER THE ONE ON THE*
001570*                          SCREEN.                          *
001580*----------------------------------------------------------*
001590 2100-NEXT-NOTIFICATION.
001600     IF NOT CA-RECORD-SHOWN
001610         MOVE LOW-VALUES TO ALAKMAPO
001620         MOVE 'NO NOTIFICATION ON SCREEN - PRESS ENTER TO SEARCH'
001630             TO MSGO
001640         PERFORM 9000-SEND-DATAONLY THRU 9000-EXIT
001650         GO TO 2100-EXIT
001660     END-IF.
001670     ADD 1 TO CA-OPEN-TIME.
001680     MOVE 'N' TO CA-RECORD-SHOWN-SW.
001690     PERFORM 3000-FIND-ACTIVE THRU 3000-EXIT.
001700     PERFORM 4000-SHOW-RESULT THRU 4000-EXIT.
001710 2100-EXIT.
001720     EXIT.
001730
001740*----------------------------------------------------------*
001750* 3000-FIND-ACTIVE - POSITION AT OR AFTER THE SAVED KEY AND *
001760*                    READ FORWARD TO THE FIRST NOTIFICATION *
001770*                    STILL OPEN OR CLAIMED.  CLOSED ROWS    *
001780*                    STAY ON THE FILE AS THE TRAIL, SO THE  *
001790*                    BROWSE SKIPS THEM.                     *
001800*----------------------------------------------------------*
001810 3000-FIND-ACTIVE.
001820     MOVE 'N' TO WS-FOUND-SW.
001830     MOVE CA-SAVED-KEY TO NTF-KEY.
001840     EXEC CICS STARTBR FILE('ONCALNTF')
001850         RIDFLD(NTF-KEY) GTEQ
001860         RESP(WS-RESP)
001870     END-EXEC.
001880     IF WS-RESP = DFHRESP(NORMAL)
001890         MOVE 'Y' TO WS-BROWSE-OPEN-SW
001900         PERFORM 3100-READ-ONE-NOTIFICATION THRU 3100-EXIT
001910             UNTIL WS-FOUND
001920                OR NOT WS-BROWSE-OPEN
001930         IF WS-BROWSE-OPEN
001940             EXEC CICS ENDBR FILE('ONCALNTF')
001950                 RESP(WS-RESP)
001960             END-EXEC
001970             MOVE 'N' TO WS-BROWSE-OPEN-SW
001980         END-IF
001990     END-IF.
002000 3000-EXIT.
002010     EXIT.
002020
002030 3100-READ-ONE-NOTIFICATION.
002040     EXEC CICS READNEXT FILE('ONCALNTF')
002050         INTO(NOTIFICATION-RECORD)
002060         RIDFLD(NTF-KEY)
002070         RESP(WS-RESP)
002080     END-EXEC.
002090     IF WS-RESP NOT = DFHRESP(NORMAL)
002100         EXEC CICS ENDBR FILE('ONCALNTF')
002110             RESP(WS-RESP)
002120         END-EXEC
002130         MOVE 'N' TO WS-BROWSE-OPEN-SW
002140     ELSE
002150         IF NTF-ACTIVE
002160             MOVE 'Y' TO WS-FOUND-SW
002170         END-IF
002180     END-IF.
002190 3100-EXIT.
002200     EXIT.
002210
002220*----------------------------------------------------------*
002230* 4000-SHOW-RESULT - FORMAT THE FOUND NOTIFICATION (OR THE  *
002240*                    NOTHING-FOUND MESSAGE) AND SEND IT.    *
002250*----------------------------------------------------------*
002260 4000-SHOW-RESULT.
002270     MOVE LOW-VALUES TO ALAKMAPO.
002280     IF WS-FOUND
002290         MOVE NTF-KEY TO CA-SAVED-KEY
002300         MOVE 'Y' TO CA-RECORD-SHOWN-SW
002310         PERFORM 4100-FORMAT-NOTIFICATION THRU 4100-EXIT
002320         IF NTF-OPEN
002330             MOVE 'PF5 TO CLAIM, PF6 TO RESOLVE'
002340                 TO MSGO
002350         ELSE
002360             MOVE 'ALREADY CLAIMED - PF6 TO RESOLVE' TO MSGO
002370         END-IF
002380     ELSE
002390         MOVE 'NO ACTIVE NOTIFICATIONS FROM THAT KEY' TO MSGO
002400     END-IF.
002410     PERFORM 9000-SEND-DATAONLY THRU 9000-EXIT.
002420 4000-EXIT.
002430     EXIT.
002440
002450*----------------------------------------------------------*
002460* 4100-FORMAT-NOTIFICATION - WHAT ALERTED AND HOW OFTEN, WHO*
002470*                            WAS LAST PAGED AT WHAT LEVEL,  *
002480*                            AND WHO HAS CLAIMED OR CLOSED  *
002490*                            IT.                            *
002500*----------------------------------------------------------*
002510 4100-FORMAT-NOTIFICATION.
002520     MOVE NTF-PROGRAM TO SPGMO.
002530     EVALUATE TRUE
002540         WHEN NTF-OPEN
002550             MOVE 'UNCLAIMED' TO STATEO
002560         WHEN NTF-ACKNOWLEDGED
002570             MOVE 'CLAIMED' TO STATEO
002580         WHEN OTHER
002590             MOVE 'CLOSED' TO STATEO
002600     END-EVALUATE.
002610     MOVE NTF-OPERATION TO OPERO.
002620     MOVE NTF-REASON-CODE TO RSNO.
002630     MOVE NTF-RETURN-CODE TO RCO.
002640     MOVE NTF-OPEN-DATE TO WS-SD-DATE.
002650     MOVE NTF-OPEN-TIME TO WS-SD-TIME.
002660     MOVE WS-STAMP-DISPLAY TO OPNDO.
002670     MOVE NTF-REPEAT-COUNT TO WS-REPEAT-DISPLAY.
002680     MOVE WS-REPEAT-DISPLAY TO RPTO.
002690     MOVE NTF-LAST-DATE TO WS-SD-DATE.
002700     MOVE NTF-LAST-TIME TO WS-SD-TIME.
002710     MOVE WS-STAMP-DISPLAY TO LASTO.
002720     EVALUATE TRUE
002730         WHEN NTF-AT-PRIMARY
002740             MOVE 'PRIMARY' TO LEVLO
002750         WHEN NTF-AT-SECONDARY
002760             MOVE 'SECONDARY' TO LEVLO
002770         WHEN OTHER
002780             MOVE 'MANAGER' TO LEVLO
002790     END-EVALUATE.
002800     MOVE NTF-PAGED-TO TO PGTOO.
002810     MOVE NTF-PAGED-DATE TO WS-SD-DATE.
002820     MOVE NTF-PAGED-TIME TO WS-SD-TIME.
002830     MOVE WS-STAMP-DISPLAY TO PGATO.
002840     IF NTF-ACK-USER NOT = SPACES
002850         MOVE NTF-ACK-USER TO ACKUO
002860         MOVE NTF-ACK-DATE TO WS-SD-DATE
002870         MOVE NTF-ACK-TIME TO WS-SD-TIME
002880         MOVE WS-STAMP-DISPLAY TO ACKTO
002890     END-IF.
002900     IF NTF-CLOSED-BY NOT = SPACES
002910         MOVE NTF-CLOSED-BY TO CLSUO
002920         MOVE NTF-CLOSE-DATE TO WS-SD-DATE
002930         MOVE NTF-CLOSE-TIME TO WS-SD-TIME
002940         MOVE WS-STAMP-DISPLAY TO CLSTO
002950     END-IF.
002960 4100-EXIT.
002970     EXIT.
002980
002990*----------------------------------------------------------*
003000* 5000-CLAIM-NOTIFICATION - PF5.  RECORD THE RESPONDER AND  *
003010*                           TIME ON THE NOTIFICATION.  A    *
003020*                           CLAIMED NOTIFICATION IS NO      *
003030*                           LONGER ESCALATED BY ALRTESC.    *
003040*                           ONE ALREADY CLAIMED IS LEFT WITH*
003050*                           ITS FIRST OWNER.                *
003060*----------------------------------------------------------*
003070 5000-CLAIM-NOTIFICATION.
003080     IF NOT CA-RECORD-SHOWN
003090         MOVE LOW-VALUES TO ALAKMAPO
003100         MOVE 'NO NOTIFICATION ON SCREEN - PRESS ENTER TO SEARCH'
003110             TO MSGO
003120         PERFORM 9000-SEND-DATAONLY THRU 9000-EXIT
003130         GO TO 5000-EXIT
003140     END-IF.
003150     PERFORM 6100-READ-FOR-DECISION THRU 6100-EXIT.
003160     IF NOT WS-FOUND
003170         GO TO 5000-EXIT
003180     END-IF.
003190     IF NTF-ACKNOWLEDGED
003200         EXEC CICS UNLOCK FILE('ONCALNTF')
003210             RESP(WS-RESP)
003220         END-EXEC
003230         MOVE LOW-VALUES TO ALAKMAPO
003240         PERFORM 4100-FORMAT-NOTIFICATION THRU 4100-EXIT
003250         MOVE 'ALREADY CLAIMED - PF6 TO RESOLVE' TO MSGO
003260         PERFORM 9000-SEND-DATAONLY THRU 9000-EXIT
003270         GO TO 5000-EXIT
003280     END-IF.
003290
003300     SET NTF-ACKNOWLEDGED TO TRUE.
003310     MOVE WS-RESPONDER-USERID TO NTF-ACK-USER.
003320     ACCEPT NTF-ACK-DATE FROM DATE YYYYMMDD.
003330     ACCEPT NTF-ACK-TIME FROM TIME.
003340     PERFORM 6200-REWRITE-NOTIFICATION THRU 6200-EXIT.
003350     MOVE LOW-VALUES TO ALAKMAPO.
003360     PERFORM 4100-FORMAT-NOTIFICATION THRU 4100-EXIT.
003370     IF WS-RESP = DFHRESP(NORMAL)
003380         MOVE 'CLAIMED - ESCALATION STOPPED, PF6 WHEN RESOLVED'
003390             TO MSGO
003400     ELSE
003410         MOVE 'NOTIFICATION FILE UNAVAILABLE - NOT CLAIMED'
003420             TO MSGO
003430     END-IF.
003440     PERFORM 9000-SEND-DATAONLY THRU 9000-EXIT.
003450 5000-EXIT.
003460     EXIT.
003470
003480*----------------------------------------------------------*
003490* 6000-RESOLVE-NOTIFICATION - PF6.  CLOSE THE NOTIFICATION  *
003500*                             WITH THE RESPONDER AND TIME.  *
003510*                             ONE RESOLVED WITHOUT BEING    *
003520*                             CLAIMED FIRST IS CLAIMED BY   *
003530*                             THE SAME RESPONDER IN THE SAME*
003540*                             STEP, SO THE ROW ALWAYS SAYS  *
003550*                             WHO ANSWERED THE PAGE.        *
003560*----------------------------------------------------------*
003570 6000-RESOLVE-NOTIFICATION.
003580     IF NOT CA-RECORD-SHOWN
003590         MOVE LOW-VALUES TO ALAKMAPO
003600         MOVE 'NO NOTIFICATION ON SCREEN - PRESS ENTER TO SEARCH'
003610             TO MSGO
003620         PERFORM 9000-SEND-DATAONLY THRU 9000-EXIT
003630         GO TO 6000-EXIT
003640     END-IF.
003650     PERFORM 6100-READ-FOR-DECISION THRU 6100-EXIT.
003660     IF NOT WS-FOUND
003670         GO TO 6000-EXIT
003680     END-IF.
003690
003700     IF NTF-OPEN
003710         MOVE WS-RESPONDER-USERID TO NTF-ACK-USER
003720         ACCEPT NTF-ACK-DATE FROM DATE YYYYMMDD
003730         ACCEPT NTF-ACK-TIME FROM TIME
003740     END-IF.
003750     SET NTF-CLOSED TO TRUE.
003760     MOVE WS-RESPONDER-USERID TO NTF-CLOSED-BY.
003770     ACCEPT NTF-CLOSE-DATE FROM DATE YYYYMMDD.
003780     ACCEPT NTF-CLOSE-TIME FROM TIME.
003790     PERFORM 6200-REWRITE-NOTIFICATION THRU 6200-EXIT.
003800     MOVE LOW-VALUES TO ALAKMAPO.
003810     PERFORM 4100-FORMAT-NOTIFICATION THRU 4100-EXIT.
003820     IF WS-RESP = DFHRESP(NORMAL)
003830         MOVE 'N' TO CA-RECORD-SHOWN-SW
003840         MOVE 'RESOLVED - NOTIFICATION CLOSED' TO MSGO
003850     ELSE
003860         MOVE 'NOTIFICATION FILE UNAVAILABLE - NOT RESOLVED'
003870             TO MSGO
003880     END-IF.
003890     PERFORM 9000-SEND-DATAONLY THRU 9000-EXIT.
003900 6000-EXIT.
003910     EXIT.
003920
003930*----------------------------------------------------------*
003940* 6100-READ-FOR-DECISION - READ THE NOTIFICATION ON THE     *
003950*                          SCREEN FOR UPDATE.  IT MUST STILL*
003960*                          BE ACTIVE - A SUCCESSFUL DUAL RUN*
003970*                          OR ANOTHER RESPONDER MAY HAVE    *
003980*                          CLOSED IT SINCE IT WAS SHOWN.    *
003990*----------------------------------------------------------*
004000 6100-READ-FOR-DECISION.
004010     MOVE 'N' TO WS-FOUND-SW.
004020     MOVE CA-SAVED-KEY TO NTF-KEY.
004030     EXEC CICS READ FILE('ONCALNTF')
004040         INTO(NOTIFICATION-RECORD)
004050         RIDFLD(NTF-KEY)
004060         UPDATE
004070         RESP(WS-RESP)
004080     END-EXEC.
004090     IF WS-RESP NOT = DFHRESP(NORMAL)
004100         MOVE LOW-VALUES TO ALAKMAPO
004110         MOVE 'NOTIFICATION NOT READABLE - PRESS ENTER' TO MSGO
004120         PERFORM 9000-SEND-DATAONLY THRU 9000-EXIT
004130         GO TO 6100-EXIT
004140     END-IF.
004150     IF NOT NTF-ACTIVE
004160         EXEC CICS UNLOCK FILE('ONCALNTF')
004170             RESP(WS-RESP)
004180         END-EXEC
004190         MOVE 'N' TO CA-RECORD-SHOWN-SW
004200         MOVE LOW-VALUES TO ALAKMAPO
004210         PERFORM 4100-FORMAT-NOTIFICATION THRU 4100-EXIT
004220         MOVE 'ALREADY CLOSED - PRESS ENTER TO SEARCH' TO MSGO
004230         PERFORM 9000-SEND-DATAONLY THRU 9000-EXIT
004240         GO TO 6100-EXIT
004250     END-IF.
004260     EXEC CICS ASSIGN USERID(WS-RESPONDER-USERID)
004270     END-EXEC.
004280     MOVE 'Y' TO WS-FOUND-SW.
004290 6100-EXIT.
004300     EXIT.
004310
004320*----------------------------------------------------------*
004330* 6200-REWRITE-NOTIFICATION - REWRITE THE NOTIFICATION READ *
004340*                             BY 6100.  THE STATE AND STAMPS*
004350*                             ARE SET BY THE CALLER.        *
004360*----------------------------------------------------------*
004370 6200-REWRITE-NOTIFICATION.
004380     EXEC CICS REWRITE FILE('ONCALNTF')
004390         FROM(NOTIFICATION-RECORD)
004400         RESP(WS-RESP)
004410     END-EXEC.
004420 6200-EXIT.
004430     EXIT.
004440
004450 9000-SEND-DATAONLY.
004460     EXEC CICS SEND MAP('ALAKMAP') MAPSET('ALAKMAP')
004470         FROM(ALAKMAPO) DATAONLY
004480         RESP(WS-RESP)
004490     END-EXEC.
004500 9000-EXIT.
004510     EXIT.
