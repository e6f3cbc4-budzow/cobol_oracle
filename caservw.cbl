000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CASERVW.
000030 AUTHOR. R-HALVORSEN.
000040 INSTALLATION. DATA-SERVICES.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------*
000080* MODIFICATION HISTORY                                      *
000090*   DATE       INIT  DESCRIPTION                             *
000100*   2026-10-15 MWK   ORIGINAL VERSION -                      *
000110*                    PSEUDO-CONVERSATIONAL CICS TRANSACTION  *
000120*                    (CSRV) FOR COMPLIANCE TO WORK THE       *
000130*                    LARGE-CASH AND STRUCTURING CASES THE    *
000140*                    CASHRPT STEP OPENS.  BROWSES THE KEYED  *
000150*                    CASE FILE (CASEREC LAYOUT) AND SHOWS    *
000160*                    ONE OUTSTANDING CASE WITH THE ACCOUNT   *
000170*                    HOLDER AND THE AMOUNTS BEHIND IT.  PF5  *
000180*                    TAKES THE CASE TO WORK UNDER THE        *
000190*                    REVIEWER'S ID.  PF6 CLOSES IT WITH THE  *
000200*                    DISPOSITION KEYED - F, A REPORT WAS     *
000210*                    FILED, OR N, NO FILING, WHICH NEEDS A   *
000220*                    NOTE SAYING WHY.  THE CASE ROW IS       *
000230*                    STAMPED WITH WHO AND WHEN, NEVER        *
000240*                    DELETED.                                *
000250*   2026-10-15 MWK   A REWRITE THAT FAILS ON PF5 OR PF6 NOW  *
000260*                    PUTS THE CASE BACK AS IT WAS READ AND   *
000270*                    RELEASES IT, SO THE SCREEN NO LONGER    *
000280*                    SHOWS A WORKING OR CLOSED STATE THE     *
000290*                    FILE NEVER TOOK.                        *
000300*----------------------------------------------------------*
000310 ENVIRONMENT DIVISION.
000320 DATA DIVISION.
000330 WORKING-STORAGE SECTION.
000340*----------------------------------------------------------*
000350* SWITCHES AND WORK AREAS                                   *
000360*----------------------------------------------------------*
000370 01  WS-SWITCHES.
000380     05  WS-FOUND-SW             PIC X(01) VALUE 'N'.
000390         88  WS-FOUND                VALUE 'Y'.
000400     05  WS-BROWSE-OPEN-SW       PIC X(01) VALUE 'N'.
000410         88  WS-BROWSE-OPEN          VALUE 'Y'.
000420
000430 01  WS-RESP-AREA.
000440     05  WS-RESP                 PIC S9(08) COMP.
000450     05  WS-RESP2                PIC S9(08) COMP.
000460
000470 01  WS-REVIEWER-USERID          PIC X(08) VALUE SPACES.
000480
000490 01  WS-STAMP-DISPLAY.
000500     05  WS-SD-DATE              PIC 9(08).
000510     05  FILLER                  PIC X(01) VALUE SPACE.
000520     05  WS-SD-TIME              PIC 9(08).
000530
000540 01  WS-AMOUNT-EDIT              PIC ZZZZZZZZ9.99.
000550
000560*----------------------------------------------------------*
000570* THE CASE ROW AS 6100 READ IT - PUT BACK WHEN A REWRITE    *
000580* FAILS, SO THE SCREEN SHOWS WHAT IS STILL ON FILE.         *
000590*----------------------------------------------------------*
000600 01  WS-CASE-AS-READ             PIC X(277).
000610
000620*----------------------------------------------------------*
000630* THE DISPOSITION AND NOTE AS KEYED, KEPT BEFORE THE MAP    *
000640* AREA IS CLEARED FOR THE REPLY.                            *
000650*----------------------------------------------------------*
000660 01  WS-CLOSE-INPUT.
000670     05  WS-CLOSE-DISPOSITION    PIC X(01).
000680         88  WS-CLOSE-FILED          VALUE 'F'.
000690         88  WS-CLOSE-NO-FILING      VALUE 'N'.
000700     05  WS-CLOSE-NOTE           PIC X(40).
000710
000720*----------------------------------------------------------*
000730* SYMBOLIC MAP AND AID KEY CONSTANTS                        *
000740*----------------------------------------------------------*
000750     COPY CSRVMAP.
000760     COPY DFHAID.
000770
000780*----------------------------------------------------------*
000790* CASE ROW BEING REVIEWED                                   *
000800*----------------------------------------------------------*
000810     COPY CASEREC.
000820
000830 LINKAGE SECTION.
000840 01  DFHCOMMAREA.
000850     05  CA-SAVED-KEY.
000860         10  CA-ACCT-NUMBER      PIC X(10).
000870         10  CA-BUS-DATE         PIC 9(08).
000880         10  CA-TYPE             PIC X(01).
000890     05  CA-RECORD-SHOWN-SW      PIC X(01).
000900         88  CA-RECORD-SHOWN         VALUE 'Y'.
000910
000920 PROCEDURE DIVISION.
000930*----------------------------------------------------------*
000940* 0000-MAINLINE - FIRST ENTRY SENDS THE BLANK SCREEN, EVERY *
000950*                 SUBSEQUENT ENTRY RECEIVES IT AND ACTS ON  *
000960*                 THE AID KEY THE OPERATOR PRESSED.         *
000970*----------------------------------------------------------*
000980 0000-MAINLINE.
000990     IF EIBCALEN = ZERO
001000         MOVE LOW-VALUES TO DFHCOMMAREA
001010         MOVE 'N' TO CA-RECORD-SHOWN-SW
001020         PERFORM 1000-SEND-INITIAL-MAP THRU 1000-EXIT
001030     ELSE
001040         PERFORM 2000-RECEIVE-AND-ACT THRU 2000-EXIT
001050     END-IF.
001060
001070     EXEC CICS RETURN TRANSID('CSRV')
001080         COMMAREA(DFHCOMMAREA)
001090         LENGTH(LENGTH OF DFHCOMMAREA)
001100     END-EXEC.
001110
001120*----------------------------------------------------------*
001130* 1000-SEND-INITIAL-MAP - FIRST-TIME SCREEN, NOTHING SHOWN. *
001140*----------------------------------------------------------*
001150 1000-SEND-INITIAL-MAP.
001160     MOVE LOW-VALUES TO CSRVMAPO.
001170     MOVE 'KEY AN ACCOUNT OR LEAVE BLANK, THEN PRESS ENTER'
001180         TO MSGO.
001190     EXEC CICS SEND MAP('CSRVMAP') MAPSET('CSRVMAP')
001200         FROM(CSRVMAPO) ERASE
001210         RESP(WS-RESP)
001220     END-EXEC.
001230 1000-EXIT.
001240     EXIT.
001250
001260*----------------------------------------------------------*
001270* 2000-RECEIVE-AND-ACT - RECEIVE THE MAP BACK AND BRANCH ON *
001280*                        WHICH AID KEY THE OPERATOR USED.   *
001290*----------------------------------------------------------*
001300 2000-RECEIVE-AND-ACT.
001310     EXEC CICS RECEIVE MAP('CSRVMAP') MAPSET('CSRVMAP')
001320         INTO(CSRVMAPI)
001330         RESP(WS-RESP)
001340     END-EXEC.
001350
001360     EVALUATE EIBAID
001370         WHEN DFHCLEAR
001380             MOVE 'N' TO CA-RECORD-SHOWN-SW
001390             PERFORM 1000-SEND-INITIAL-MAP THRU 1000-EXIT
001400         WHEN DFHENTER
001410             PERFORM 2200-NEW-SEARCH THRU 2200-EXIT
001420         WHEN DFHPF8
001430             PERFORM 2100-NEXT-CASE THRU 2100-EXIT
001440         WHEN DFHPF5
001450             PERFORM 5000-WORK-CASE THRU 5000-EXIT
001460         WHEN DFHPF6
001470             PERFORM 6000-CLOSE-CASE THRU 6000-EXIT
001480         WHEN OTHER
001490             MOVE LOW-VALUES TO CSRVMAPO
001500             MOVE 'INVALID KEY - ENTER, PF5, PF6, PF8, OR CLEAR'
001510                 TO MSGO
001520             PERFORM 9000-SEND-DATAONLY THRU 9000-EXIT
001530     END-EVALUATE.
001540 2000-EXIT.
001550     EXIT.
001560
001570*----------------------------------------------------------*
001580* 2200-NEW-SEARCH - START FROM THE ACCOUNT THE OPERATOR     *
001590*                   KEYED (OR THE TOP OF THE FILE) AND SHOW *
001600*                   THE FIRST OUTSTANDING CASE.             *
001610*----------------------------------------------------------*
001620 2200-NEW-SEARCH.
001630     MOVE LOW-VALUES TO CA-ACCT-NUMBER.
001640     MOVE ZERO TO CA-BUS-DATE.
001650     MOVE LOW-VALUES TO CA-TYPE.
001660     IF SACCTL > ZERO
001670         MOVE SACCTI TO CA-ACCT-NUMBER
001680     END-IF.
001690     MOVE 'N' TO CA-RECORD-SHOWN-SW.
001700     PERFORM 3000-FIND-OUTSTANDING THRU 3000-EXIT.
001710     PERFORM 4000-SHOW-RESULT THRU 4000-EXIT.
001720 2200-EXIT.
001730     EXIT.
001740
001750*----------------------------------------------------------*
001760* 2100-NEXT-CASE - PF8 - SHOW THE NEXT OUTSTANDING CASE     *
001770*                  AFTER THE ONE ON THE SCREEN.             *
001780*----------------------------------------------------------*
001790 2100-NEXT-CASE.
001800     IF NOT CA-RECORD-SHOWN
001810         MOVE LOW-VALUES TO CSRVMAPO
001820         MOVE 'NO CASE ON SCREEN - PRESS ENTER TO SEARCH'
001830             TO MSGO
001840         PERFORM 9000-SEND-DATAONLY THRU 9000-EXIT
001850         GO TO 2100-EXIT
001860     END-IF.
001870     MOVE HIGH-VALUES TO CA-TYPE.
001880     MOVE 'N' TO CA-RECORD-SHOWN-SW.
001890     PERFORM 3000-FIND-OUTSTANDING THRU 3000-EXIT.
001900     PERFORM 4000-SHOW-RESULT THRU 4000-EXIT.
001910 2100-EXIT.
001920     EXIT.
001930
001940*----------------------------------------------------------*
001950* 3000-FIND-OUTSTANDING - POSITION AT OR AFTER THE SAVED KEY*
001960*                         AND READ FORWARD TO THE FIRST CASE*
001970*                         STILL OPEN OR BEING WORKED.       *
001980*                         CLOSED CASES STAY ON THE FILE AS  *
001990*                         THE RECORD, SO THE BROWSE SKIPS   *
002000*                         THEM.                             *
002010*----------------------------------------------------------*
002020 3000-FIND-OUTSTANDING.
002030     MOVE 'N' TO WS-FOUND-SW.
002040     MOVE CA-SAVED-KEY TO CSE-KEY.
002050     EXEC CICS STARTBR FILE('CMPCASE')
002060         RIDFLD(CSE-KEY) GTEQ
002070         RESP(WS-RESP)
002080     END-EXEC.
002090     IF WS-RESP = DFHRESP(NORMAL)
002100         MOVE 'Y' TO WS-BROWSE-OPEN-SW
002110         PERFORM 3100-READ-ONE-CASE THRU 3100-EXIT
002120             UNTIL WS-FOUND
002130                OR NOT WS-BROWSE-OPEN
002140         IF WS-BROWSE-OPEN
002150             EXEC CICS ENDBR FILE('CMPCASE')
002160                 RESP(WS-RESP)
002170             END-EXEC
002180             MOVE 'N' TO WS-BROWSE-OPEN-SW
002190         END-IF
002200     END-IF.
002210 3000-EXIT.
002220     EXIT.
002230
002240 3100-READ-ONE-CASE.
002250     EXEC CICS READNEXT FILE('CMPCASE')
002260         INTO(COMPLIANCE-CASE-RECORD)
002270         RIDFLD(CSE-KEY)
002280         RESP(WS-RESP)
002290     END-EXEC.
002300     IF WS-RESP NOT = DFHRESP(NORMAL)
002310         EXEC CICS ENDBR FILE('CMPCASE')
002320             RESP(WS-RESP)
002330         END-EXEC
002340         MOVE 'N' TO WS-BROWSE-OPEN-SW
002350     ELSE
002360         IF CSE-OUTSTANDING
002370             MOVE 'Y' TO WS-FOUND-SW
002380         END-IF
002390     END-IF.
002400 3100-EXIT.
002410     EXIT.
002420
002430*----------------------------------------------------------*
002440* 4000-SHOW-RESULT - FORMAT THE FOUND CASE (OR THE          *
002450*                    NOTHING-FOUND MESSAGE) AND SEND IT.    *
002460*----------------------------------------------------------*
002470 4000-SHOW-RESULT.
002480     MOVE LOW-VALUES TO CSRVMAPO.
002490     IF WS-FOUND
002500         MOVE CSE-KEY TO CA-SAVED-KEY
002510         MOVE 'Y' TO CA-RECORD-SHOWN-SW
002520         PERFORM 4100-FORMAT-CASE THRU 4100-EXIT
002530         IF CSE-OPEN
002540             MOVE 'PF5 TO TAKE THE CASE, PF6 TO CLOSE IT' TO MSGO
002550         ELSE
002560             MOVE 'KEY DISPOSITION (AND NOTE FOR N), THEN PF6'
002570                 TO MSGO
002580         END-IF
002590     ELSE
002600         MOVE 'NO OUTSTANDING CASES FROM THAT KEY' TO MSGO
002610     END-IF.
002620     PERFORM 9000-SEND-DATAONLY THRU 9000-EXIT.
002630 4000-EXIT.
002640     EXIT.
002650
002660*----------------------------------------------------------*
002670* 4100-FORMAT-CASE - THE CASE, THE ACCOUNT HOLDER AS        *
002680*                    ACCOUNT_MASTER HELD THEM WHEN IT WAS   *
002690*                    OPENED, THE AMOUNTS BEHIND IT, AND WHO *
002700*                    HAS WORKED OR CLOSED IT.               *
002710*----------------------------------------------------------*
002720 4100-FORMAT-CASE.
002730     MOVE CSE-ACCT-NUMBER TO SACCTO.
002740     MOVE CSE-BUS-DATE TO BDATEO.
002750     IF CSE-LARGE-CASH
002760         MOVE 'LARGE CASH' TO CTYPEO
002770     ELSE
002780         MOVE 'STRUCTURING' TO CTYPEO
002790     END-IF.
002800     EVALUATE TRUE
002810         WHEN CSE-OPEN
002820             MOVE 'OPEN' TO CSTATO
002830         WHEN CSE-WORKING
002840             MOVE 'WORKING' TO CSTATO
002850         WHEN OTHER
002860             MOVE 'CLOSED' TO CSTATO
002870     END-EVALUATE.
002880     MOVE CSE-OPEN-DATE TO WS-SD-DATE.
002890     MOVE CSE-OPEN-TIME TO WS-SD-TIME.
002900     MOVE WS-STAMP-DISPLAY TO OPNDO.
002910     MOVE CSE-ACCT-NAME TO CNAMEO.
002920     MOVE CSE-ADDR-LINE TO CADDRO.
002930     MOVE CSE-CITY TO CCITYO.
002940     MOVE CSE-STATE TO CSTO.
002950     MOVE CSE-POSTAL-CODE TO CPOSTO.
002960     MOVE CSE-CREDIT-TOTAL TO WS-AMOUNT-EDIT.
002970     MOVE WS-AMOUNT-EDIT TO CREDO.
002980     MOVE CSE-DEBIT-TOTAL TO WS-AMOUNT-EDIT.
002990     MOVE WS-AMOUNT-EDIT TO DEBTO.
003000     MOVE CSE-UNDER-COUNT TO UCNTO.
003010     MOVE CSE-WINDOW-DAYS TO UDAYO.
003020     MOVE CSE-UNDER-TOTAL TO WS-AMOUNT-EDIT.
003030     MOVE WS-AMOUNT-EDIT TO UTOTO.
003040     IF CSE-WORK-USER NOT = SPACES
003050         MOVE CSE-WORK-USER TO WRKUO
003060         MOVE CSE-WORK-DATE TO WS-SD-DATE
003070         MOVE CSE-WORK-TIME TO WS-SD-TIME
003080         MOVE WS-STAMP-DISPLAY TO WRKTO
003090     END-IF.
003100     IF CSE-CLOSED
003110         MOVE CSE-CLOSE-USER TO CLSUO
003120         MOVE CSE-CLOSE-DATE TO WS-SD-DATE
003130         MOVE CSE-CLOSE-TIME TO WS-SD-TIME
003140         MOVE WS-STAMP-DISPLAY TO CLSTO
003150         MOVE CSE-DISPOSITION TO DISPO
003160         MOVE CSE-CLOSE-NOTE TO NOTEO
003170     END-IF.
003180 4100-EXIT.
003190     EXIT.
003200
003210*----------------------------------------------------------*
003220* 5000-WORK-CASE - PF5.  TAKE AN OPEN CASE TO WORK UNDER THE*
003230*                  REVIEWER'S ID, SO OTHERS CAN SEE IT IS IN*
003240*                  HAND.                                    *
003250*                  IF THE REWRITE FAILS THE CASE STAYS AS   *
003260*                  IT WAS AND THE ERROR IS SHOWN.           *
003270*----------------------------------------------------------*
003280 5000-WORK-CASE.
003290     IF NOT CA-RECORD-SHOWN
003300         MOVE LOW-VALUES TO CSRVMAPO
003310         MOVE 'NO CASE ON SCREEN - PRESS ENTER TO SEARCH'
003320             TO MSGO
003330         PERFORM 9000-SEND-DATAONLY THRU 9000-EXIT
003340         GO TO 5000-EXIT
003350     END-IF.
003360     PERFORM 6100-READ-FOR-DECISION THRU 6100-EXIT.
003370     IF NOT WS-FOUND
003380         GO TO 5000-EXIT
003390     END-IF.
003400     IF NOT CSE-OPEN
003410         EXEC CICS UNLOCK FILE('CMPCASE')
003420             RESP(WS-RESP)
003430         END-EXEC
003440         MOVE LOW-VALUES TO CSRVMAPO
003450         PERFORM 4100-FORMAT-CASE THRU 4100-EXIT
003460         MOVE 'ALREADY BEING WORKED - PF6 TO CLOSE IT' TO MSGO
003470         PERFORM 9000-SEND-DATAONLY THRU 9000-EXIT
003480         GO TO 5000-EXIT
003490     END-IF.
003500
003510     MOVE COMPLIANCE-CASE-RECORD TO WS-CASE-AS-READ.
003520     SET CSE-WORKING TO TRUE.
003530     MOVE WS-REVIEWER-USERID TO CSE-WORK-USER.
003540     ACCEPT CSE-WORK-DATE FROM DATE YYYYMMDD.
003550     ACCEPT CSE-WORK-TIME FROM TIME.
003560     PERFORM 6200-REWRITE-CASE THRU 6200-EXIT.
003570     IF WS-RESP NOT = DFHRESP(NORMAL)
003580         PERFORM 6300-RESTORE-CASE THRU 6300-EXIT
003590         MOVE 'CASE FILE UNAVAILABLE - NOT TAKEN' TO MSGO
003600         PERFORM 9000-SEND-DATAONLY THRU 9000-EXIT
003610         GO TO 5000-EXIT
003620     END-IF.
003630     MOVE LOW-VALUES TO CSRVMAPO.
003640     PERFORM 4100-FORMAT-CASE THRU 4100-EXIT.
003650     MOVE 'CASE TAKEN - KEY DISPOSITION, THEN PF6 TO CLOSE'
003660         TO MSGO.
003670     PERFORM 9000-SEND-DATAONLY THRU 9000-EXIT.
003680 5000-EXIT.
003690     EXIT.
003700
003710*----------------------------------------------------------*
003720* 6000-CLOSE-CASE - PF6.  CLOSE THE CASE ON THE SCREEN WITH *
003730*                   THE DISPOSITION KEYED - F (A REPORT WAS *
003740*                   FILED) OR N (NO FILING, WHICH NEEDS A   *
003750*                   NOTE SAYING WHY) - STAMPED WITH THE     *
003760*                   REVIEWER AND TIME.                      *
003770*----------------------------------------------------------*
003780 6000-CLOSE-CASE.
003790     IF NOT CA-RECORD-SHOWN
003800         MOVE LOW-VALUES TO CSRVMAPO
003810         MOVE 'NO CASE ON SCREEN - PRESS ENTER TO SEARCH'
003820             TO MSGO
003830         PERFORM 9000-SEND-DATAONLY THRU 9000-EXIT
003840         GO TO 6000-EXIT
003850     END-IF.
003860     MOVE SPACES TO WS-CLOSE-INPUT.
003870     IF DISPL > ZERO
003880         MOVE DISPI TO WS-CLOSE-DISPOSITION
003890     END-IF.
003900     IF NOTEL > ZERO
003910         MOVE NOTEI TO WS-CLOSE-NOTE
003920     END-IF.
003930     IF NOT WS-CLOSE-FILED AND NOT WS-CLOSE-NO-FILING
003940         MOVE LOW-VALUES TO CSRVMAPO
003950         MOVE 'DISPOSITION MUST BE F (FILED) OR N (NO FILING)'
003960             TO MSGO
003970         PERFORM 9000-SEND-DATAONLY THRU 9000-EXIT
003980         GO TO 6000-EXIT
003990     END-IF.
004000     IF WS-CLOSE-NO-FILING AND WS-CLOSE-NOTE = SPACES
004010         MOVE LOW-VALUES TO CSRVMAPO
004020         MOVE 'NO FILING NEEDS A NOTE SAYING WHY' TO MSGO
004030         PERFORM 9000-SEND-DATAONLY THRU 9000-EXIT
004040         GO TO 6000-EXIT
004050     END-IF.
004060     PERFORM 6100-READ-FOR-DECISION THRU 6100-EXIT.
004070     IF NOT WS-FOUND
004080         GO TO 6000-EXIT
004090     END-IF.
004100
004110     MOVE COMPLIANCE-CASE-RECORD TO WS-CASE-AS-READ.
004120     SET CSE-CLOSED TO TRUE.
004130     MOVE WS-REVIEWER-USERID TO CSE-CLOSE-USER.
004140     ACCEPT CSE-CLOSE-DATE FROM DATE YYYYMMDD.
004150     ACCEPT CSE-CLOSE-TIME FROM TIME.
004160     MOVE WS-CLOSE-DISPOSITION TO CSE-DISPOSITION.
004170     MOVE WS-CLOSE-NOTE TO CSE-CLOSE-NOTE.
004180     PERFORM 6200-REWRITE-CASE THRU 6200-EXIT.
004190     IF WS-RESP NOT = DFHRESP(NORMAL)
004200         PERFORM 6300-RESTORE-CASE THRU 6300-EXIT
004210         MOVE 'CASE FILE UNAVAILABLE - NOT CLOSED' TO MSGO
004220         PERFORM 9000-SEND-DATAONLY THRU 9000-EXIT
004230         GO TO 6000-EXIT
004240     END-IF.
004250     MOVE LOW-VALUES TO CSRVMAPO.
004260     PERFORM 4100-FORMAT-CASE THRU 4100-EXIT.
004270     MOVE 'N' TO CA-RECORD-SHOWN-SW.
004280     IF CSE-REPORT-FILED
004290         MOVE 'CASE CLOSED - REPORT FILED' TO MSGO
004300     ELSE
004310         MOVE 'CASE CLOSED - NO FILING' TO MSGO
004320     END-IF.
004330     PERFORM 9000-SEND-DATAONLY THRU 9000-EXIT.
004340 6000-EXIT.
004350     EXIT.
004360
004370*----------------------------------------------------------*
004380* 6100-READ-FOR-DECISION - READ THE CASE ON THE SCREEN FOR  *
004390*                          UPDATE.  IT MUST STILL BE        *
004400*                          OUTSTANDING - ANOTHER REVIEWER   *
004410*                          MAY HAVE CLOSED IT SINCE IT WAS  *
004420*                          SHOWN.                           *
004430*----------------------------------------------------------*
004440 6100-READ-FOR-DECISION.
004450     MOVE 'N' TO WS-FOUND-SW.
004460     MOVE CA-SAVED-KEY TO CSE-KEY.
004470     EXEC CICS READ FILE('CMPCASE')
004480         INTO(COMPLIANCE-CASE-RECORD)
004490         RIDFLD(CSE-KEY)
004500         UPDATE
004510         RESP(WS-RESP)
004520     END-EXEC.
004530     IF WS-RESP NOT = DFHRESP(NORMAL)
004540         MOVE LOW-VALUES TO CSRVMAPO
004550         MOVE 'CASE NOT READABLE - PRESS ENTER' TO MSGO
004560         PERFORM 9000-SEND-DATAONLY THRU 9000-EXIT
004570         GO TO 6100-EXIT
004580     END-IF.
004590     IF NOT CSE-OUTSTANDING
004600         EXEC CICS UNLOCK FILE('CMPCASE')
004610             RESP(WS-RESP)
004620         END-EXEC
004630         MOVE LOW-VALUES TO CSRVMAPO
004640         MOVE 'ALREADY CLOSED - PRESS ENTER TO SEARCH' TO MSGO
004650         PERFORM 9000-SEND-DATAONLY THRU 9000-EXIT
004660         GO TO 6100-EXIT
004670     END-IF.
004680     EXEC CICS ASSIGN USERID(WS-REVIEWER-USERID)
004690     END-EXEC.
004700     MOVE 'Y' TO WS-FOUND-SW.
004710 6100-EXIT.
004720     EXIT.
004730
004740*----------------------------------------------------------*
004750* 6200-REWRITE-CASE - REWRITE THE CASE ROW READ BY 6100.    *
004760*                     THE CALLER HAS SET THE STATE AND      *
004770*                     STAMPED IT.                           *
004780*----------------------------------------------------------*
004790 6200-REWRITE-CASE.
004800     EXEC CICS REWRITE FILE('CMPCASE')
004810         FROM(COMPLIANCE-CASE-RECORD)
004820         RESP(WS-RESP)
004830     END-EXEC.
004840 6200-EXIT.
004850     EXIT.
004860
004870*----------------------------------------------------------*
004880* 6300-RESTORE-CASE - THE REWRITE FAILED.  PUT THE CASE ROW *
004890*                     BACK AS 6100 READ IT, RELEASE THE     *
004900*                     UPDATE, AND FORMAT IT FOR THE CALLER'S*
004910*                     ERROR MESSAGE.                        *
004920*----------------------------------------------------------*
004930 6300-RESTORE-CASE.
004940     MOVE WS-CASE-AS-READ TO COMPLIANCE-CASE-RECORD.
004950     EXEC CICS UNLOCK FILE('CMPCASE')
004960         RESP(WS-RESP2)
004970     END-EXEC.
004980     MOVE LOW-VALUES TO CSRVMAPO.
004990     PERFORM 4100-FORMAT-CASE THRU 4100-EXIT.
005000 6300-EXIT.
005010     EXIT.
005020
005030 9000-SEND-DATAONLY.
005040     EXEC CICS SEND MAP('CSRVMAP') MAPSET('CSRVMAP')
005050         FROM(CSRVMAPO) DATAONLY
005060         RESP(WS-RESP)
005070     END-EXEC.
005080 9000-EXIT.
005090     EXIT.
