000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. ACCTAPRV.
000030 AUTHOR. R-HALVORSEN.
000040 INSTALLATION. DATA-SERVICES.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------*
000080* MODIFICATION HISTORY                                      *
000090*   DATE       INIT  DESCRIPTION                             *
000100*   2026-10-15 MWK   ORIGINAL VERSION - PSEUDO-CONVERSATIONAL*
000110*                    CICS TRANSACTION (AAPR), THE CHECKER    *
000120*                    HALF OF DUAL CONTROL OVER ACCOUNT       *
000130*                    MAINTENANCE.  AMNT NO LONGER APPLIES A  *
000140*                    CLOSE, A BALANCE ADJUSTMENT, OR ANY     *
000150*                    CHANGE ON AN ACCOUNT WITH A NON-ZERO    *
000160*                    BALANCE - IT WRITES THE BEFORE AND      *
000170*                    AFTER IMAGES TO THE KEYED PENDING-      *
000180*                    CHANGE FILE (PENDCHGR LAYOUT).  THIS    *
000190*                    TRANSACTION BROWSES THAT FILE, SHOWS    *
000200*                    ONE CHANGE AWAITING APPROVAL WITH ITS   *
000210*                    MAKER AND WHY IT NEEDS A SECOND PERSON, *
000220*                    AND LETS A DIFFERENT USER ID APPROVE OR *
000230*                    DECLINE IT.  APPROVAL RE-LOCKS THE ROW  *
000240*                    UNDER FOR UPDATE WAIT 3, REFUSES IF THE *
000250*                    ROW HAS MOVED SINCE THE REQUEST, RE-    *
000260*                    RUNS THE SHARED FLDEDIT EDITS AND THE   *
000270*                    CLOSED-IS-TERMINAL RULE, APPLIES THE    *
000280*                    CHANGE, AND WRITES THE ACCTCHG ROW WITH *
000290*                    BOTH THE MAKER AND THE CHECKER.  THE    *
000300*                    PENDING ROW IS FLAGGED APPROVED OR      *
000310*                    DECLINED WITH THE CHECKER AND TIME,     *
000320*                    NEVER DELETED.                          *
000330*----------------------------------------------------------*
000340 ENVIRONMENT DIVISION.
000350 DATA DIVISION.
000360 WORKING-STORAGE SECTION.
000370     EXEC SQL
000380         INCLUDE SQLCA
000390     END-EXEC.
000400
000410*----------------------------------------------------------*
000420* SWITCHES AND WORK AREAS                                   *
000430*----------------------------------------------------------*
000440 01  WS-SWITCHES.
000450     05  WS-FOUND-SW             PIC X(01) VALUE 'N'.
000460         88  WS-FOUND                VALUE 'Y'.
000470     05  WS-BROWSE-OPEN-SW       PIC X(01) VALUE 'N'.
000480         88  WS-BROWSE-OPEN          VALUE 'Y'.
000490     05  WS-ROW-LOCKED-SW        PIC X(01) VALUE 'N'.
000500         88  WS-ROW-LOCKED           VALUE 'Y'.
000510
000520 01  WS-RESP-AREA.
000530     05  WS-RESP                 PIC S9(08) COMP.
000540     05  WS-RESP2                PIC S9(08) COMP.
000550
000560*----------------------------------------------------------*
000570* THE ACCOUNT_MASTER ROW AS IT STANDS AT APPROVAL TIME -    *
000580* FETCHED UNDER LOCK AND COMPARED WITH THE BEFORE IMAGE THE *
000590* MAKER SAW.                                                *
000600*----------------------------------------------------------*
000610 01  WS-ACCOUNT-ROW.
000620     05  WS-ACCT-NUMBER          PIC X(10).
000630     05  WS-ACCT-NAME            PIC X(30).
000640     05  WS-ADDR-LINE            PIC X(30).
000650     05  WS-CITY                 PIC X(20).
000660     05  WS-STATE                PIC X(02).
000670     05  WS-POSTAL-CODE          PIC X(09).
000680     05  WS-OPEN-DATE            PIC X(08).
000690     05  WS-ACCT-STATUS          PIC X(01).
000700     05  WS-ACCT-BALANCE         PIC S9(7)V99 COMP-3.
000710
000720 01  WS-NEW-BALANCE              PIC S9(7)V99 COMP-3 VALUE ZERO.
000730
000740*----------------------------------------------------------*
000750* RESULT OF THE SHARED FLDEDIT CALL - THE SAME REASON CODES *
000760* THE BATCH CLEANSING PASS AND AMNT USE.                    *
000770*----------------------------------------------------------*
000780 01  WS-FIELD-EDIT-CALL.
000790     05  WS-FE-REASON-CODE       PIC 9(04) VALUE ZERO.
000800     05  WS-FE-FIELD-NAME        PIC X(12) VALUE SPACES.
000810
000820 01  WS-FE-REASON-DISPLAY        PIC 9(04) VALUE ZERO.
000830 01  WS-BALANCE-EDITED           PIC -ZZ,ZZZ,ZZ9.99.
000840 01  WS-CHECKER-USERID           PIC X(08) VALUE SPACES.
000850 01  WS-SQLCODE-DISPLAY          PIC -(9).
000860 01  WS-WRITE-RETRY-CT           PIC 9(02) COMP VALUE ZERO.
000870 01  WS-WHY-PTR                  PIC 9(02) COMP VALUE ZERO.
000880
000890 01  WS-REQUEST-DISPLAY.
000900     05  WS-RQ-DATE              PIC 9(08).
000910     05  FILLER                  PIC X(01) VALUE SPACE.
000920     05  WS-RQ-TIME              PIC 9(08).
000930
000940*----------------------------------------------------------*
000950* SYMBOLIC MAP AND AID KEY CONSTANTS                        *
000960*----------------------------------------------------------*
000970     COPY APRVMAP.
000980     COPY DFHAID.
000990
001000*----------------------------------------------------------*
001010* PENDING-CHANGE ROW BEING DECIDED, AND THE CHANGE AUDIT    *
001020* ROW AN APPROVAL WRITES                                    *
001030*----------------------------------------------------------*
001040     COPY PENDCHGR.
001050     COPY ACCTCHGR.
001060
001070 LINKAGE SECTION.
001080 01  DFHCOMMAREA.
001090     05  CA-SAVED-KEY.
001100         10  CA-ACCT-NUMBER      PIC X(10).
001110         10  CA-REQ-DATE         PIC 9(08).
001120         10  CA-REQ-TIME         PIC 9(08).
001130     05  CA-RECORD-SHOWN-SW      PIC X(01).
001140         88  CA-RECORD-SHOWN         VALUE 'Y'.
001150
001160 PROCEDURE DIVISION.
001170*----------------------------------------------------------*
001180* 0000-MAINLINE - FIRST ENTRY SENDS THE BLANK SCREEN,       *
001190*                 EVERY SUBSEQUENT ENTRY RECEIVES IT AND    *
001200*                 ACTS ON THE AID KEY THE OPERATOR PRESSED. *
001210*----------------------------------------------------------*
001220 0000-MAINLINE.
001230     IF EIBCALEN = ZERO
001240         MOVE LOW-VALUES TO DFHCOMMAREA
001250         MOVE 'N' TO CA-RECORD-SHOWN-SW
001260         PERFORM 1000-SEND-INITIAL-MAP THRU 1000-EXIT
001270     ELSE
001280         PERFORM 2000-RECEIVE-AND-ACT THRU 2000-EXIT
001290     END-IF.
001300
001310     EXEC CICS RETURN TRANSID('AAPR')
001320         COMMAREA(DFHCOMMAREA)
001330         LENGTH(LENGTH OF DFHCOMMAREA)
001340     END-EXEC.
001350
001360*----------------------------------------------------------*
001370* 1000-SEND-INITIAL-MAP - FIRST-TIME SCREEN, NOTHING SHOWN. *
001380*----------------------------------------------------------*
001390 1000-SEND-INITIAL-MAP.
001400     MOVE LOW-VALUES TO APRVMAPO.
001410     MOVE 'KEY AN ACCOUNT OR LEAVE BLANK, THEN PRESS ENTER'
001420         TO MSGO.
001430     EXEC CICS SEND MAP('APRVMAP') MAPSET('APRVMAP')
001440         FROM(APRVMAPO) ERASE
001450         RESP(WS-RESP)
001460     END-EXEC.
001470 1000-EXIT.
001480     EXIT.
001490
001500*----------------------------------------------------------*
001510* 2000-RECEIVE-AND-ACT - RECEIVE THE MAP BACK AND BRANCH ON *
001520*                        WHICH AID KEY THE OPERATOR USED.   *
001530*----------------------------------------------------------*
001540 2000-RECEIVE-AND-ACT.
001550     EXEC CICS RECEIVE MAP('APRVMAP') MAPSET('APRVMAP')
001560         INTO(APRVMAPI)
001570         RESP(WS-RESP)
001580     END-EXEC.
001590
001600     EVALUATE EIBAID
001610         WHEN DFHCLEAR
001620             MOVE 'N' TO CA-RECORD-SHOWN-SW
001630             PERFORM 1000-SEND-INITIAL-MAP THRU 1000-EXIT
001640         WHEN DFHENTER
001650             PERFORM 2200-NEW-SEARCH THRU 2200-EXIT
001660         WHEN DFHPF8
001670             PERFORM 2100-NEXT-PENDING THRU 2100-EXIT
001680         WHEN DFHPF5
001690             PERFORM 5000-APPROVE-CHANGE THRU 5000-EXIT
001700         WHEN DFHPF6
001710             PERFORM 6000-DECLINE-CHANGE THRU 6000-EXIT
001720         WHEN OTHER
001730             MOVE LOW-VALUES TO APRVMAPO
001740             MOVE 'INVALID KEY - ENTER, PF5, PF6, PF8, OR CLEAR'
001750                 TO MSGO
001760             PERFORM 9000-SEND-DATAONLY THRU 9000-EXIT
001770     END-EVALUATE.
001780 2000-EXIT.
001790     EXIT.
001800
001810*----------------------------------------------------------*
001820* 2200-NEW-SEARCH - START FROM THE ACCOUNT THE OPERATOR     *
001830*                   KEYED (OR THE TOP OF THE FILE) AND SHOW *
001840*                   THE FIRST CHANGE AWAITING APPROVAL.     *
001850*----------------------------------------------------------*
001860 2200-NEW-SEARCH.
001870     MOVE LOW-VALUES TO CA-ACCT-NUMBER.
001880     MOVE ZERO TO CA-REQ-DATE.
001890     MOVE ZERO TO CA-REQ-TIME.
001900     IF SACCTL > ZERO
001910         MOVE SACCTI TO CA-ACCT-NUMBER
001920     END-IF.
001930     MOVE 'N' TO CA-RECORD-SHOWN-SW.
001940     PERFORM 3000-FIND-PENDING THRU 3000-EXIT.
001950     PERFORM 4000-SHOW-RESULT THRU 4000-EXIT.
001960 2200-EXIT.
001970     EXIT.
001980
001990*----------------------------------------------------------*
002000* 2100-NEXT-PENDING - PF8 - SHOW THE NEXT CHANGE AWAITING   *
002010*                     APPROVAL AFTER THE ONE ON THE SCREEN. *
002020*----------------------------------------------------------*
002030 2100-NEXT-PENDING.
002040     IF NOT CA-RECORD-SHOWN
002050         MOVE LOW-VALUES TO APRVMAPO
002060         MOVE 'NO CHANGE ON SCREEN - PRESS ENTER TO SEARCH'
002070             TO MSGO
002080         PERFORM 9000-SEND-DATAONLY THRU 9000-EXIT
002090         GO TO 2100-EXIT
002100     END-IF.
002110     ADD 1 TO CA-REQ-TIME.
002120     MOVE 'N' TO CA-RECORD-SHOWN-SW.
002130     PERFORM 3000-FIND-PENDING THRU 3000-EXIT.
002140     PERFORM 4000-SHOW-RESULT THRU 4000-EXIT.
002150 2100-EXIT.
002160     EXIT.
002170
002180*----------------------------------------------------------*
002190* 3000-FIND-PENDING - POSITION AT OR AFTER THE SAVED KEY    *
002200*                   AND READ FORWARD TO THE FIRST ROW STILL *
002210*                   AWAITING A DECISION.  DECIDED ROWS STAY *
002220*                   ON THE FILE AS THE TRAIL, SO THE BROWSE *
002230*                   SKIPS THEM.                             *
002240*----------------------------------------------------------*
002250 3000-FIND-PENDING.
002260     MOVE 'N' TO WS-FOUND-SW.
002270     MOVE CA-SAVED-KEY TO PND-KEY.
002280     EXEC CICS STARTBR FILE('PENDCHG')
002290         RIDFLD(PND-KEY) GTEQ
002300         RESP(WS-RESP)
002310     END-EXEC.
002320     IF WS-RESP = DFHRESP(NORMAL)
002330         MOVE 'Y' TO WS-BROWSE-OPEN-SW
002340         PERFORM 3100-READ-ONE-PENDING THRU 3100-EXIT
002350             UNTIL WS-FOUND
002360                OR NOT WS-BROWSE-OPEN
002370         IF WS-BROWSE-OPEN
002380             EXEC CICS ENDBR FILE('PENDCHG')
002390                 RESP(WS-RESP)
002400             END-EXEC
002410             MOVE 'N' TO WS-BROWSE-OPEN-SW
002420         END-IF
002430     END-IF.
002440 3000-EXIT.
002450     EXIT.
002460
002470 3100-READ-ONE-PENDING.
002480     EXEC CICS READNEXT FILE('PENDCHG')
002490         INTO(PENDING-CHANGE-RECORD)
002500         RIDFLD(PND-KEY)
002510         RESP(WS-RESP)
002520     END-EXEC.
002530     IF WS-RESP NOT = DFHRESP(NORMAL)
002540         EXEC CICS ENDBR FILE('PENDCHG')
002550             RESP(WS-RESP)
002560         END-EXEC
002570         MOVE 'N' TO WS-BROWSE-OPEN-SW
002580     ELSE
002590         IF PND-PENDING
002600             MOVE 'Y' TO WS-FOUND-SW
002610         END-IF
002620     END-IF.
002630 3100-EXIT.
002640     EXIT.
002650
002660*----------------------------------------------------------*
002670* 4000-SHOW-RESULT - FORMAT THE FOUND CHANGE (OR THE        *
002680*                   NOTHING-FOUND MESSAGE) AND SEND IT.     *
002690*----------------------------------------------------------*
002700 4000-SHOW-RESULT.
002710     MOVE LOW-VALUES TO APRVMAPO.
002720     IF WS-FOUND
002730         MOVE PND-KEY TO CA-SAVED-KEY
002740         MOVE 'Y' TO CA-RECORD-SHOWN-SW
002750         PERFORM 4100-FORMAT-CHANGE THRU 4100-EXIT
002760         MOVE 'PF5 TO APPROVE AND APPLY, PF6 TO DECLINE' TO MSGO
002770     ELSE
002780         MOVE 'NO CHANGES AWAITING APPROVAL FROM THAT KEY' TO MSGO
002790     END-IF.
002800     PERFORM 9000-SEND-DATAONLY THRU 9000-EXIT.
002810 4000-EXIT.
002820     EXIT.
002830
002840*----------------------------------------------------------*
002850* 4100-FORMAT-CHANGE - MAKER, REQUEST TIME, THE REASONS IT  *
002860*                   NEEDS A SECOND PERSON, AND THE BEFORE   *
002870*                   AND AFTER IMAGES SIDE BY SIDE.          *
002880*----------------------------------------------------------*
002890 4100-FORMAT-CHANGE.
002900     MOVE PND-ACCT-NUMBER TO SACCTO.
002910     MOVE PND-REQ-DATE TO WS-RQ-DATE.
002920     MOVE PND-REQ-TIME TO WS-RQ-TIME.
002930     MOVE WS-REQUEST-DISPLAY TO RQDTO.
002940     MOVE PND-MAKER-ID TO MAKERO.
002950     MOVE SPACES TO WHYO.
002960     MOVE 1 TO WS-WHY-PTR.
002970     IF PND-IS-CLOSE
002980         STRING 'CLOSE ' DELIMITED BY SIZE
002990             INTO WHYO WITH POINTER WS-WHY-PTR
003000     END-IF.
003010     IF PND-IS-ADJUSTMENT
003020         STRING 'ADJUSTMENT ' DELIMITED BY SIZE
003030             INTO WHYO WITH POINTER WS-WHY-PTR
003040     END-IF.
003050     IF PND-HAS-BALANCE
003060         STRING 'NON-ZERO BALANCE' DELIMITED BY SIZE
003070             INTO WHYO WITH POINTER WS-WHY-PTR
003080     END-IF.
003090     MOVE PND-OLD-NAME        TO BNAMEO.
003100     MOVE PND-NEW-NAME        TO ANAMEO.
003110     MOVE PND-OLD-ADDR-LINE   TO BADDRO.
003120     MOVE PND-NEW-ADDR-LINE   TO AADDRO.
003130     MOVE PND-OLD-CITY        TO BCITYO.
003140     MOVE PND-NEW-CITY        TO ACITYO.
003150     MOVE PND-OLD-STATE       TO BSTATO.
003160     MOVE PND-NEW-STATE       TO ASTATO.
003170     MOVE PND-OLD-POSTAL-CODE TO BPOSTO.
003180     MOVE PND-NEW-POSTAL-CODE TO APOSTO.
003190     MOVE PND-OLD-OPEN-DATE   TO BDATEO.
003200     MOVE PND-NEW-OPEN-DATE   TO ADATEO.
003210     MOVE PND-OLD-ACCT-STATUS TO BSTUSO.
003220     MOVE PND-NEW-ACCT-STATUS TO ASTUSO.
003230     MOVE PND-OLD-BALANCE TO WS-BALANCE-EDITED.
003240     MOVE WS-BALANCE-EDITED TO BBALO.
003250     MOVE PND-NEW-BALANCE TO WS-BALANCE-EDITED.
003260     MOVE WS-BALANCE-EDITED TO ABALO.
003270     MOVE PND-ADJ-AMOUNT TO WS-BALANCE-EDITED.
003280     MOVE WS-BALANCE-EDITED TO ADJO.
003290 4100-EXIT.
003300     EXIT.
003310
003320*----------------------------------------------------------*
003330* 5000-APPROVE-CHANGE - PF5.  RE-READ THE PENDING ROW FOR   *
003340*                   UPDATE, LOCK THE ACCOUNT_MASTER ROW     *
003350*                   UNDER FOR UPDATE WAIT 3, REFUSE IF IT   *
003360*                   HAS MOVED SINCE THE MAKER SAW IT, RE-   *
003370*                   RUN THE SHARED EDITS, APPLY THE AFTER   *
003380*                   IMAGE AND THE ADJUSTMENT, WRITE THE     *
003390*                   AUDIT ROW, AND FLAG THE PENDING ROW     *
003400*                   APPROVED - ALL OR NOTHING.              *
003410*----------------------------------------------------------*
003420 5000-APPROVE-CHANGE.
003430     IF NOT CA-RECORD-SHOWN
003440         MOVE LOW-VALUES TO APRVMAPO
003450         MOVE 'NO CHANGE ON SCREEN - PRESS ENTER TO SEARCH'
003460             TO MSGO
003470         PERFORM 9000-SEND-DATAONLY THRU 9000-EXIT
003480         GO TO 5000-EXIT
003490     END-IF.
003500     PERFORM 6100-READ-FOR-DECISION THRU 6100-EXIT.
003510     IF NOT WS-FOUND
003520         GO TO 5000-EXIT
003530     END-IF.
003540
003550     MOVE PND-ACCT-NUMBER TO WS-ACCT-NUMBER.
003560     PERFORM 5100-LOCK-ROW THRU 5100-EXIT.
003570     IF NOT WS-ROW-LOCKED
003580         GO TO 5000-EXIT
003590     END-IF.
003600
003610*    THE MAKER'S BEFORE IMAGE MUST STILL BE THE ROW ON FILE -
003620*    A LOAD OR ANOTHER CHANGE SINCE THE REQUEST MEANS THE
003630*    CHECKER WOULD BE APPROVING SOMETHING NOBODY ASKED FOR.
003640*    THE BALANCE ALONE MAY MOVE (POSTINGS), SO IT IS LEFT OUT.
003650     IF WS-ACCT-NAME NOT = PND-OLD-NAME
003660             OR WS-ADDR-LINE NOT = PND-OLD-ADDR-LINE
003670             OR WS-CITY NOT = PND-OLD-CITY
003680             OR WS-STATE NOT = PND-OLD-STATE
003690             OR WS-POSTAL-CODE NOT = PND-OLD-POSTAL-CODE
003700             OR WS-OPEN-DATE NOT = PND-OLD-OPEN-DATE
003710             OR WS-ACCT-STATUS NOT = PND-OLD-ACCT-STATUS
003720         MOVE LOW-VALUES TO APRVMAPO
003730         PERFORM 4100-FORMAT-CHANGE THRU 4100-EXIT
003740         MOVE 'ACCOUNT CHANGED SINCE THE REQUEST - DECLINE IT'
003750             TO MSGO
003760         PERFORM 9000-SEND-DATAONLY THRU 9000-EXIT
003770         GO TO 5000-EXIT
003780     END-IF.
003790
003800     CALL 'FLDEDIT' USING PND-NEW-STATE
003810                          PND-NEW-POSTAL-CODE
003820                          PND-NEW-OPEN-DATE
003830                          PND-NEW-ACCT-STATUS
003840                          WS-FE-REASON-CODE
003850                          WS-FE-FIELD-NAME.
003860     IF WS-FE-REASON-CODE NOT = ZERO
003870         PERFORM 8100-EDIT-FAILED-MESSAGE THRU 8100-EXIT
003880         GO TO 5000-EXIT
003890     END-IF.
003900*    CLOSED IS TERMINAL - THE SAME TRANSITION RULE AMNT AND
003910*    THE NIGHTLY LOAD ENFORCE.
003920     IF WS-ACCT-STATUS = 'C'
003930             AND PND-NEW-ACCT-STATUS NOT = 'C'
003940         MOVE 2009 TO WS-FE-REASON-CODE
003950         MOVE 'ACCT STATUS' TO WS-FE-FIELD-NAME
003960         PERFORM 8100-EDIT-FAILED-MESSAGE THRU 8100-EXIT
003970         GO TO 5000-EXIT
003980     END-IF.
003990
004000*    THE ADJUSTMENT GOES ON THE BALANCE AS IT STANDS NOW, NOT
004010*    AS IT STOOD WHEN THE MAKER KEYED IT.
004020     COMPUTE WS-NEW-BALANCE = WS-ACCT-BALANCE + PND-ADJ-AMOUNT
004030         ON SIZE ERROR
004040             MOVE LOW-VALUES TO APRVMAPO
004050             MOVE 'ADJUSTMENT WOULD OVERFLOW THE BALANCE' TO MSGO
004060             PERFORM 9000-SEND-DATAONLY THRU 9000-EXIT
004070             GO TO 5000-EXIT
004080     END-COMPUTE.
004090
004100     EXEC SQL
004110         UPDATE ACCOUNT_MASTER
004120             SET ACCT_NAME        = :PND-NEW-NAME,
004130                 ACCT_ADDR_LINE   = :PND-NEW-ADDR-LINE,
004140                 ACCT_CITY        = :PND-NEW-CITY,
004150                 ACCT_STATE       = :PND-NEW-STATE,
004160                 ACCT_POSTAL_CODE = :PND-NEW-POSTAL-CODE,
004170                 ACCT_OPEN_DATE   = :PND-NEW-OPEN-DATE,
004180                 ACCT_STATUS      = :PND-NEW-ACCT-STATUS,
004190                 ACCT_BALANCE     = :WS-NEW-BALANCE
004200             WHERE ACCT_NUMBER = :WS-ACCT-NUMBER
004210     END-EXEC.
004220     IF SQLCODE NOT = ZERO
004230         PERFORM 8000-SQL-ERROR-MESSAGE THRU 8000-EXIT
004240         GO TO 5000-EXIT
004250     END-IF.
004260
004270     PERFORM 5200-WRITE-CHANGE-AUDIT THRU 5200-EXIT.
004280     IF WS-RESP NOT = DFHRESP(NORMAL)
004290*        AN UNAUDITED CHANGE IS WORSE THAN NO CHANGE - BACK
004300*        THE WHOLE UNIT OF WORK OUT, AS AMNT DOES.
004310         EXEC CICS SYNCPOINT ROLLBACK
004320         END-EXEC
004330         MOVE LOW-VALUES TO APRVMAPO
004340         MOVE 'AUDIT FILE UNAVAILABLE - APPROVAL BACKED OUT'
004350             TO MSGO
004360         PERFORM 9000-SEND-DATAONLY THRU 9000-EXIT
004370         GO TO 5000-EXIT
004380     END-IF.
004390
004400     MOVE 'A' TO PND-STATE-SW.
004410     PERFORM 6200-RECORD-DECISION THRU 6200-EXIT.
004420     IF WS-RESP NOT = DFHRESP(NORMAL)
004430         EXEC CICS SYNCPOINT ROLLBACK
004440         END-EXEC
004450         MOVE LOW-VALUES TO APRVMAPO
004460         MOVE 'PENDING-CHANGE FILE UNAVAILABLE - BACKED OUT'
004470             TO MSGO
004480         PERFORM 9000-SEND-DATAONLY THRU 9000-EXIT
004490         GO TO 5000-EXIT
004500     END-IF.
004510
004520     MOVE 'N' TO CA-RECORD-SHOWN-SW.
004530     MOVE LOW-VALUES TO APRVMAPO.
004540     PERFORM 4100-FORMAT-CHANGE THRU 4100-EXIT.
004550     MOVE WS-NEW-BALANCE TO WS-BALANCE-EDITED.
004560     MOVE WS-BALANCE-EDITED TO ABALO.
004570     MOVE 'CHANGE APPROVED, APPLIED AND AUDITED - PRESS ENTER'
004580         TO MSGO.
004590     PERFORM 9000-SEND-DATAONLY THRU 9000-EXIT.
004600 5000-EXIT.
004610     EXIT.
004620
004630*----------------------------------------------------------*
004640* 5100-LOCK-ROW - SELECT FOR UPDATE WAIT 3 ON THE TARGET    *
004650*                 ROW, THE SAME WAY AMNT LOCKS IT.  A WAIT  *
004660*                 TIMEOUT OR NOWAIT-BUSY SQLCODE GETS THE   *
004670*                 ROW-IN-USE MESSAGE, NOT AN ERROR.         *
004680*----------------------------------------------------------*
004690 5100-LOCK-ROW.
004700     MOVE 'N' TO WS-ROW-LOCKED-SW.
004710
004720     EXEC SQL
004730         SELECT ACCT_NAME, ACCT_ADDR_LINE, ACCT_CITY,
004740                ACCT_STATE, ACCT_POSTAL_CODE,
004750                ACCT_OPEN_DATE, ACCT_STATUS, ACCT_BALANCE
004760         INTO :WS-ACCT-NAME, :WS-ADDR-LINE, :WS-CITY,
004770              :WS-STATE, :WS-POSTAL-CODE,
004780              :WS-OPEN-DATE, :WS-ACCT-STATUS,
004790              :WS-ACCT-BALANCE
004800         FROM ACCOUNT_MASTER
004810         WHERE ACCT_NUMBER = :WS-ACCT-NUMBER
004820         FOR UPDATE WAIT 3
004830     END-EXEC.
004840
004850     EVALUATE TRUE
004860         WHEN SQLCODE = ZERO
004870             MOVE 'Y' TO WS-ROW-LOCKED-SW
004880         WHEN SQLCODE = -30006 OR SQLCODE = -54
004890             MOVE LOW-VALUES TO APRVMAPO
004900             MOVE 'ROW IN USE BY ANOTHER TASK - TRY AGAIN'
004910                 TO MSGO
004920             PERFORM 9000-SEND-DATAONLY THRU 9000-EXIT
004930         WHEN SQLCODE = 1403
004940             MOVE LOW-VALUES TO APRVMAPO
004950             MOVE 'ACCOUNT NO LONGER ON FILE - DECLINE IT' TO MSGO
004960             PERFORM 9000-SEND-DATAONLY THRU 9000-EXIT
004970         WHEN OTHER
004980             PERFORM 8000-SQL-ERROR-MESSAGE THRU 8000-EXIT
004990     END-EVALUATE.
005000 5100-EXIT.
005010     EXIT.
005020
005030*----------------------------------------------------------*
005040* 5200-WRITE-CHANGE-AUDIT - ONE BEFORE/AFTER IMAGE ROW PER  *
005050*                 APPROVED CHANGE.  THE MAKER GOES IN       *
005060*                 CHG-USERID, THE CHECKER IN CHG-CHECKER-ID *
005070*                 - A DUPLICATE KEY BUMPS THE TIME AND      *
005080*                 RETRIES, AS AMNT DOES.                    *
005090*----------------------------------------------------------*
005100 5200-WRITE-CHANGE-AUDIT.
005110     MOVE SPACES TO ACCT-CHANGE-RECORD.
005120     MOVE WS-ACCT-NUMBER TO CHG-ACCT-NUMBER.
005130     ACCEPT CHG-DATE FROM DATE YYYYMMDD.
005140     ACCEPT CHG-TIME FROM TIME.
005150     MOVE PND-MAKER-ID TO CHG-USERID.
005160     MOVE WS-CHECKER-USERID TO CHG-CHECKER-ID.
005170     MOVE WS-ACCT-NAME TO CHG-OLD-NAME.
005180     MOVE PND-NEW-NAME TO CHG-NEW-NAME.
005190     MOVE WS-NEW-BALANCE TO CHG-BALANCE.
005200     MOVE PND-ADJ-AMOUNT TO CHG-ADJ-AMOUNT.
005210     MOVE WS-ACCT-STATUS TO CHG-OLD-STATUS.
005220     MOVE PND-NEW-ACCT-STATUS TO CHG-NEW-STATUS.
005230     MOVE WS-ADDR-LINE TO CHG-OLD-ADDR-LINE.
005240     MOVE WS-CITY TO CHG-OLD-CITY.
005250     MOVE WS-STATE TO CHG-OLD-STATE.
005260     MOVE WS-POSTAL-CODE TO CHG-OLD-POSTAL-CODE.
005270     MOVE WS-OPEN-DATE TO CHG-OLD-OPEN-DATE.
005280     MOVE PND-NEW-ADDR-LINE TO CHG-NEW-ADDR-LINE.
005290     MOVE PND-NEW-CITY TO CHG-NEW-CITY.
005300     MOVE PND-NEW-STATE TO CHG-NEW-STATE.
005310     MOVE PND-NEW-POSTAL-CODE TO CHG-NEW-POSTAL-CODE.
005320     MOVE PND-NEW-OPEN-DATE TO CHG-NEW-OPEN-DATE.
005330     MOVE ZERO TO WS-WRITE-RETRY-CT.
005340     MOVE -1 TO WS-RESP.
005350     PERFORM 5250-WRITE-ONE-AUDIT-ROW THRU 5250-EXIT
005360         UNTIL WS-RESP = DFHRESP(NORMAL)
005370            OR WS-WRITE-RETRY-CT > 99.
005380 5200-EXIT.
005390     EXIT.
005400
005410 5250-WRITE-ONE-AUDIT-ROW.
005420     EXEC CICS WRITE FILE('ACCTCHG')
005430         FROM(ACCT-CHANGE-RECORD)
005440         RIDFLD(CHG-KEY)
005450         RESP(WS-RESP)
005460     END-EXEC.
005470     IF WS-RESP = DFHRESP(DUPREC)
005480         ADD 1 TO CHG-TIME
005490     END-IF.
005500     ADD 1 TO WS-WRITE-RETRY-CT.
005510 5250-EXIT.
005520     EXIT.
005530
005540*----------------------------------------------------------*
005550* 6000-DECLINE-CHANGE - PF6.  FLAG THE PENDING ROW DECLINED *
005560*                   WITH THE CHECKER AND TIME.              *
005570*                   ACCOUNT_MASTER IS NOT TOUCHED.          *
005580*----------------------------------------------------------*
005590 6000-DECLINE-CHANGE.
005600     IF NOT CA-RECORD-SHOWN
005610         MOVE LOW-VALUES TO APRVMAPO
005620         MOVE 'NO CHANGE ON SCREEN - PRESS ENTER TO SEARCH'
005630             TO MSGO
005640         PERFORM 9000-SEND-DATAONLY THRU 9000-EXIT
005650         GO TO 6000-EXIT
005660     END-IF.
005670     PERFORM 6100-READ-FOR-DECISION THRU 6100-EXIT.
005680     IF NOT WS-FOUND
005690         GO TO 6000-EXIT
005700     END-IF.
005710
005720     MOVE 'D' TO PND-STATE-SW.
005730     PERFORM 6200-RECORD-DECISION THRU 6200-EXIT.
005740     MOVE LOW-VALUES TO APRVMAPO.
005750     PERFORM 4100-FORMAT-CHANGE THRU 4100-EXIT.
005760     IF WS-RESP = DFHRESP(NORMAL)
005770         MOVE 'N' TO CA-RECORD-SHOWN-SW
005780         MOVE 'CHANGE DECLINED - ACCOUNT NOT CHANGED' TO MSGO
005790     ELSE
005800         MOVE 'PENDING-CHANGE FILE UNAVAILABLE - NOT DECLINED'
005810             TO MSGO
005820     END-IF.
005830     PERFORM 9000-SEND-DATAONLY THRU 9000-EXIT.
005840 6000-EXIT.
005850     EXIT.
005860
005870*----------------------------------------------------------*
005880* 6100-READ-FOR-DECISION - READ THE PENDING ROW ON THE      *
005890*                   SCREEN FOR UPDATE.  IT MUST STILL BE    *
005900*                   AWAITING A DECISION, AND THE USER       *
005910*                   DECIDING IT MUST NOT BE THE USER WHO    *
005920*                   KEYED IT - THAT IS THE WHOLE POINT OF   *
005930*                   DUAL CONTROL.                           *
005940*----------------------------------------------------------*
005950 6100-READ-FOR-DECISION.
005960     MOVE 'N' TO WS-FOUND-SW.
005970     MOVE CA-SAVED-KEY TO PND-KEY.
005980     EXEC CICS READ FILE('PENDCHG')
005990         INTO(PENDING-CHANGE-RECORD)
006000         RIDFLD(PND-KEY)
006010         UPDATE
006020         RESP(WS-RESP)
006030     END-EXEC.
006040     IF WS-RESP NOT = DFHRESP(NORMAL)
006050         MOVE LOW-VALUES TO APRVMAPO
006060         MOVE 'PENDING CHANGE NOT READABLE - PRESS ENTER'
006070             TO MSGO
006080         PERFORM 9000-SEND-DATAONLY THRU 9000-EXIT
006090         GO TO 6100-EXIT
006100     END-IF.
006110     IF NOT PND-PENDING
006120         EXEC CICS UNLOCK FILE('PENDCHG')
006130             RESP(WS-RESP)
006140         END-EXEC
006150         MOVE LOW-VALUES TO APRVMAPO
006160         MOVE 'ALREADY DECIDED - PRESS ENTER TO SEARCH' TO MSGO
006170         PERFORM 9000-SEND-DATAONLY THRU 9000-EXIT
006180         GO TO 6100-EXIT
006190     END-IF.
006200     EXEC CICS ASSIGN USERID(WS-CHECKER-USERID)
006210     END-EXEC.
006220     IF WS-CHECKER-USERID = PND-MAKER-ID
006230         EXEC CICS UNLOCK FILE('PENDCHG')
006240             RESP(WS-RESP)
006250         END-EXEC
006260         MOVE LOW-VALUES TO APRVMAPO
006270         PERFORM 4100-FORMAT-CHANGE THRU 4100-EXIT
006280         MOVE 'YOU KEYED THIS CHANGE - ANOTHER USER MUST DECIDE'
006290             TO MSGO
006300         PERFORM 9000-SEND-DATAONLY THRU 9000-EXIT
006310         GO TO 6100-EXIT
006320     END-IF.
006330     MOVE 'Y' TO WS-FOUND-SW.
006340 6100-EXIT.
006350     EXIT.
006360
006370*----------------------------------------------------------*
006380* 6200-RECORD-DECISION - STAMP THE CHECKER AND TIME ON THE  *
006390*                   PENDING ROW READ BY 6100 AND REWRITE    *
006400*                   IT.  PND-STATE-SW IS SET BY THE CALLER. *
006410*----------------------------------------------------------*
006420 6200-RECORD-DECISION.
006430     MOVE WS-CHECKER-USERID TO PND-CHECKER-ID.
006440     ACCEPT PND-DECIDED-DATE FROM DATE YYYYMMDD.
006450     ACCEPT PND-DECIDED-TIME FROM TIME.
006460     EXEC CICS REWRITE FILE('PENDCHG')
006470         FROM(PENDING-CHANGE-RECORD)
006480         RESP(WS-RESP)
006490     END-EXEC.
006500 6200-EXIT.
006510     EXIT.
006520
006530*----------------------------------------------------------*
006540* 8000-SQL-ERROR-MESSAGE - ANY SQLCODE THIS TRANSACTION     *
006550*                 DOES NOT EXPECT GETS SHOWN TO THE         *
006560*                 OPERATOR WITH THE CODE, NOT SWALLOWED.    *
006570*----------------------------------------------------------*
006580 8000-SQL-ERROR-MESSAGE.
006590     MOVE SQLCODE TO WS-SQLCODE-DISPLAY.
006600     MOVE LOW-VALUES TO APRVMAPO.
006610     MOVE SPACES TO MSGO.
006620     STRING 'SQL ERROR ' DELIMITED BY SIZE
006630            WS-SQLCODE-DISPLAY DELIMITED BY SIZE
006640            ' - CHANGE NOT APPLIED, CALL SUPPORT'
006650                DELIMITED BY SIZE
006660         INTO MSGO.
006670     PERFORM 9000-SEND-DATAONLY THRU 9000-EXIT.
006680 8000-EXIT.
006690     EXIT.
006700
006710*----------------------------------------------------------*
006720* 8100-EDIT-FAILED-MESSAGE - THE AFTER IMAGE NO LONGER      *
006730*                 PASSES THE SHARED EDITS - SHOW THE REASON *
006740*                 CODE AND FIELD ON THE MESSAGE LINE.       *
006750*----------------------------------------------------------*
006760 8100-EDIT-FAILED-MESSAGE.
006770     MOVE WS-FE-REASON-CODE TO WS-FE-REASON-DISPLAY.
006780     MOVE LOW-VALUES TO APRVMAPO.
006790     PERFORM 4100-FORMAT-CHANGE THRU 4100-EXIT.
006800     MOVE SPACES TO MSGO.
006810     STRING 'EDIT ' DELIMITED BY SIZE
006820            WS-FE-REASON-DISPLAY DELIMITED BY SIZE
006830            ' FAILED ON ' DELIMITED BY SIZE
006840            WS-FE-FIELD-NAME DELIMITED BY SIZE
006850            ' - DECLINE IT' DELIMITED BY SIZE
006860         INTO MSGO.
006870     PERFORM 9000-SEND-DATAONLY THRU 9000-EXIT.
006880 8100-EXIT.
006890     EXIT.
006900
006910 9000-SEND-DATAONLY.
006920     EXEC CICS SEND MAP('APRVMAP') MAPSET('APRVMAP')
006930         FROM(APRVMAPO) DATAONLY
006940         RESP(WS-RESP)
006950     END-EXEC.
006960 9000-EXIT.
006970     EXIT.
