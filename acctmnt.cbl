000275*                    ACCOUNT CANNOT LEAVE CLOSED (2009),     *
000276*                    THE SAME RULES THE NIGHTLY LOAD         *
000277*                    APPLIES.                                *
000278*   2026-10-15 MWK   THE CHANGE AUDIT ROW NOW CARRIES AN     *
000279*                    ADJUSTMENT AMOUNT FOR THE DAILY BALANCE *
000280*                    PROOF.  A MAINTENANCE CHANGE THAT DOES  *
000281*                    NOT TOUCH THE BALANCE WRITES IT AS      *
000282*                    ZERO.                                   *
000283*   2026-10-15 MWK   THE CHANGE AUDIT ROW NOW RECORDS THE    *
000284*                    STATUS BEFORE AND AFTER THE CHANGE.     *
000285*   2026-10-15 MWK   DUAL CONTROL.  A CLOSE, A BALANCE       *
000286*                    ADJUSTMENT, OR ANY CHANGE ON AN ACCOUNT *
000287*                    WITH A NON-ZERO BALANCE NO LONGER       *
000288*                    TOUCHES ACCOUNT_MASTER - IT IS WRITTEN  *
000289*                    TO THE PENDING-CHANGE FILE (PENDCHGR    *
000290*                    LAYOUT) WITH ITS BEFORE AND AFTER       *
000291*                    IMAGES, AND ONLY A DIFFERENT USER       *
000292*                    APPROVING IT IN THE AAPR TRANSACTION    *
000293*                    APPLIES IT.  THE SCREEN GAINS AN        *
000294*                    ADJUSTMENT AMOUNT AND C/D TYPE.  NO     *
000295*                    CHANGE MAY BE KEYED ON AN ACCOUNT WHILE *
000296*                    ONE IS AWAITING APPROVAL.               *
000297*   2026-10-15 MWK   THE CHANGE AUDIT ROW NOW ALSO RECORDS   *
000298*                    THE ADDRESS, CITY, STATE, POSTAL CODE,  *
000299*                    AND OPEN DATE BEFORE AND AFTER THE      *
000300*                    CHANGE.                                 *
000301*----------------------------------------------------------*
000302 ENVIRONMENT DIVISION.
000303 DATA DIVISION.
000304 WORKING-STORAGE SECTION.
000310     EXEC SQL
000320         INCLUDE SQLCA
000330     END-EXEC.
000370         88  WS-ROW-FOUND            VALUE 'Y'.
000380     05  WS-ROW-LOCKED-SW        PIC X(01) VALUE 'N'.
000390         88  WS-ROW-LOCKED           VALUE 'Y'.
000391     05  WS-PENDING-FOUND-SW     PIC X(01) VALUE 'N'.
000392         88  WS-PENDING-FOUND        VALUE 'Y'.
000393     05  WS-PENDING-FAILED-SW    PIC X(01) VALUE 'N'.
000394         88  WS-PENDING-FAILED       VALUE 'Y'.
000395     05  WS-BROWSE-OPEN-SW       PIC X(01) VALUE 'N'.
000396         88  WS-BROWSE-OPEN          VALUE 'Y'.
000397     05  WS-ADJ-BAD-SW           PIC X(01) VALUE 'N'.
000398         88  WS-ADJ-BAD              VALUE 'Y'.
000399     05  WS-CLOSE-SW             PIC X(01) VALUE 'N'.
000400         88  WS-IS-CLOSE             VALUE 'Y'.
000401     05  WS-ADJUST-SW            PIC X(01) VALUE 'N'.
000402         88  WS-IS-ADJUSTMENT        VALUE 'Y'.
000403     05  WS-HAS-BALANCE-SW       PIC X(01) VALUE 'N'.
000404         88  WS-HAS-BALANCE          VALUE 'Y'.
000405
000410 01  WS-RESP-AREA.
000420     05  WS-RESP                 PIC S9(08) COMP.
000430     05  WS-RESP2                PIC S9(08) COMP.
000507     05  WS-NEW-ACCT-STATUS      PIC X(01) VALUE SPACES.
000508
000509*----------------------------------------------------------*
000510* BALANCE ADJUSTMENT AS KEYED - AN UNSIGNED AMOUNT IN CENTS *
000511* (THE MAP RIGHT-JUSTIFIES AND ZERO-FILLS IT) AND A C OR D  *
000512* TYPE.  AN ADJUSTMENT IS ALWAYS SENSITIVE, SO IT ONLY      *
000513* EVER REACHES THE PENDING-CHANGE FILE FROM HERE.           *
000514*----------------------------------------------------------*
000515 01  WS-ADJUSTMENT.
000516     05  WS-ADJ-INPUT            PIC X(09) VALUE SPACES.
000517     05  WS-ADJ-INPUT-AMOUNT REDEFINES WS-ADJ-INPUT
000518                                 PIC 9(07)V99.
000519     05  WS-ADJ-TYPE             PIC X(01) VALUE SPACES.
000520     05  WS-ADJ-AMOUNT           PIC S9(7)V99 COMP-3 VALUE ZERO.
000521     05  WS-NEW-BALANCE          PIC S9(7)V99 COMP-3 VALUE ZERO.
000522
000523*----------------------------------------------------------*
000524* RESULT OF THE SHARED FLDEDIT CALL - THE SAME REASON CODES *
000525* (2005-2007) THE BATCH CLEANSING PASS STAMPS ON REJECTS.   *
000526*----------------------------------------------------------*
000527 01  WS-FIELD-EDIT-CALL.
000528     05  WS-FE-REASON-CODE       PIC 9(04) VALUE ZERO.
000529     05  WS-FE-FIELD-NAME        PIC X(12) VALUE SPACES.
000530
000531 01  WS-FE-REASON-DISPLAY        PIC 9(04) VALUE ZERO.
000532 01  WS-BALANCE-EDITED           PIC ZZZ,ZZZ,ZZ9.99.
000533 01  WS-OPERATOR-USERID          PIC X(08) VALUE SPACES.
000534 01  WS-SQLCODE-DISPLAY          PIC -(9).
000540 01  WS-WRITE-RETRY-CT           PIC 9(02) COMP VALUE ZERO.
000550
000560*----------------------------------------------------------*
000640* THE KEYED ACCTCHG FILE FOR EVERY APPLIED CHANGE           *
000650*----------------------------------------------------------*
000660     COPY ACCTCHGR.
000661
000662*----------------------------------------------------------*
000663* PENDING-CHANGE ROW - A SENSITIVE CHANGE IS WRITTEN HERE   *
000664* FOR THE AAPR APPROVAL TRANSACTION INSTEAD OF BEING        *
000665* APPLIED                                                   *
000666*----------------------------------------------------------*
000667     COPY PENDCHGR.
000670
000680 LINKAGE SECTION.
000690 01  DFHCOMMAREA.
001715         MOVE WS-OPEN-DATE TO MDATEO
001716         MOVE WS-ACCT-STATUS TO MSTUSO
001720         MOVE 'OVERTYPE THE FIELDS, THEN PF5 TO APPLY' TO MSGO
001721         PERFORM 5500-FIND-PENDING THRU 5500-EXIT
001722         IF WS-PENDING-FOUND
001723             MOVE 'CHANGE PENDING IN AAPR - NO NEW CHANGES'
001724                 TO MSGO
001725         END-IF
001730     ELSE
001740         MOVE 'N' TO CA-ROW-SHOWN-SW
001750         MOVE 'ACCOUNT NOT FOUND' TO MSGO
001850*                     FIELDS THE OPERATOR TYPED, RUN THE    *
001851*                     SHARED FLDEDIT EDITS, APPLY THE ROW,  *
001852*                     AND WRITE THE BEFORE/AFTER IMAGE TO   *
001860*                     THE CHANGE AUDIT FILE.  A SENSITIVE   *
001862*                     CHANGE IS QUEUED FOR A SECOND USER TO *
001864*                     APPROVE INSTEAD (5400).               *
001870*----------------------------------------------------------*
001880 5000-APPLY-CHANGE.
001890     IF NOT CA-ROW-SHOWN
001950     IF MNAMEL = ZERO AND MADDRL = ZERO AND MCITYL = ZERO
001960             AND MSTATL = ZERO AND MPOSTL = ZERO
001970             AND MDATEL = ZERO AND MSTUSL = ZERO
001972             AND MADJL = ZERO AND MADJTL = ZERO
001980         MOVE LOW-VALUES TO ACCTMMAPO
001990         MOVE 'NOTHING TYPED - NOTHING TO APPLY' TO MSGO
002000         PERFORM 9000-SEND-DATAONLY THRU 9000-EXIT
002020     END-IF.
002030
002100     MOVE CA-ACCT-NUMBER TO WS-ACCT-NUMBER.
002101     PERFORM 5500-FIND-PENDING THRU 5500-EXIT.
002102     IF WS-PENDING-FAILED
002103         MOVE LOW-VALUES TO ACCTMMAPO
002104         MOVE 'PENDING-CHANGE FILE UNAVAILABLE - NOT APPLIED'
002105             TO MSGO
002106         PERFORM 9000-SEND-DATAONLY THRU 9000-EXIT
002107         GO TO 5000-EXIT
002108     END-IF.
002109     IF WS-PENDING-FOUND
002110         MOVE LOW-VALUES TO ACCTMMAPO
002111         MOVE 'CHANGE PENDING IN AAPR - NO NEW CHANGES'
002112             TO MSGO
002113         PERFORM 9000-SEND-DATAONLY THRU 9000-EXIT
002114         GO TO 5000-EXIT
002115     END-IF.
002116     PERFORM 5100-LOCK-ROW THRU 5100-EXIT.
002120     IF NOT WS-ROW-LOCKED
002130         GO TO 5000-EXIT
002140     END-IF.
002147         PERFORM 9000-SEND-DATAONLY THRU 9000-EXIT
002148         GO TO 5000-EXIT
002149     END-IF.
002150     PERFORM 5160-EDIT-ADJUSTMENT THRU 5160-EXIT.
002151     IF WS-ADJ-BAD
002152         GO TO 5000-EXIT
002153     END-IF.
002154     CALL 'FLDEDIT' USING WS-NEW-STATE
002155                          WS-NEW-POSTAL-CODE
002156                          WS-NEW-OPEN-DATE
002157                          WS-NEW-ACCT-STATUS
002158                          WS-FE-REASON-CODE
002159                          WS-FE-FIELD-NAME.
002160     IF WS-FE-REASON-CODE NOT = ZERO
002161         PERFORM 8100-EDIT-FAILED-MESSAGE THRU 8100-EXIT
002162         GO TO 5000-EXIT
002163     END-IF.
002164*    CLOSED IS TERMINAL - THE SAME TRANSITION RULE THE
002165*    NIGHTLY LOAD ENFORCES.  A CLOSED ROW MAY STILL BE
002166*    CORRECTED, BUT ITS STATUS STAYS C.
002167     IF WS-ACCT-STATUS = 'C'
002168             AND WS-NEW-ACCT-STATUS NOT = 'C'
002169         MOVE 2009 TO WS-FE-REASON-CODE
002170         MOVE 'ACCT STATUS' TO WS-FE-FIELD-NAME
002171         PERFORM 8100-EDIT-FAILED-MESSAGE THRU 8100-EXIT
002172         GO TO 5000-EXIT
002173     END-IF.
002174
002175     PERFORM 5300-CHECK-SENSITIVE THRU 5300-EXIT.
002176     IF WS-IS-CLOSE OR WS-IS-ADJUSTMENT OR WS-HAS-BALANCE
002177         PERFORM 5400-QUEUE-FOR-APPROVAL THRU 5400-EXIT
002178         GO TO 5000-EXIT
002179     END-IF.
002180
002181     EXEC SQL
002182         UPDATE ACCOUNT_MASTER
002183             SET ACCT_NAME        = :WS-NEW-NAME,
002184                 ACCT_ADDR_LINE   = :WS-NEW-ADDR-LINE,
002185                 ACCT_CITY        = :WS-NEW-CITY,
002186                 ACCT_STATE       = :WS-NEW-STATE,
002187                 ACCT_POSTAL_CODE = :WS-NEW-POSTAL-CODE,
002188                 ACCT_OPEN_DATE   = :WS-NEW-OPEN-DATE,
002189                 ACCT_STATUS      = :WS-NEW-ACCT-STATUS
002190             WHERE ACCT_NUMBER = :WS-ACCT-NUMBER
002200     END-EXEC.
002210     IF SQLCODE NOT = ZERO
002427     EXIT.
002428
002430*----------------------------------------------------------*
002431* 5160-EDIT-ADJUSTMENT - AN ADJUSTMENT IS OPTIONAL.  WHEN   *
002432*                 ONE IS KEYED THE AMOUNT MUST BE DIGITS IN *
002433*                 CENTS, NOT ZERO, WITH A C (CREDIT, UP) OR *
002434*                 D (DEBIT, DOWN) TYPE, AND THE RESULTING   *
002435*                 BALANCE MUST FIT THE COLUMN.  A FAILURE   *
002436*                 IS SENT TO THE OPERATOR HERE.             *
002437*----------------------------------------------------------*
002438 5160-EDIT-ADJUSTMENT.
002439     MOVE 'N' TO WS-ADJ-BAD-SW.
002440     MOVE ZERO TO WS-ADJ-AMOUNT.
002441     MOVE WS-ACCT-BALANCE TO WS-NEW-BALANCE.
002442     IF MADJL = ZERO AND MADJTL = ZERO
002443         GO TO 5160-EXIT
002444     END-IF.
002445     MOVE SPACES TO WS-ADJ-INPUT.
002446     IF MADJL > ZERO
002447         MOVE MADJI TO WS-ADJ-INPUT
002448     END-IF.
002449     MOVE MADJTI TO WS-ADJ-TYPE.
002450     IF WS-ADJ-INPUT NOT NUMERIC
002451             OR WS-ADJ-INPUT-AMOUNT = ZERO
002452         MOVE 'Y' TO WS-ADJ-BAD-SW
002453         MOVE LOW-VALUES TO ACCTMMAPO
002454         MOVE 'ADJUSTMENT MUST BE A NON-ZERO AMOUNT IN CENTS'
002455             TO MSGO
002456         PERFORM 9000-SEND-DATAONLY THRU 9000-EXIT
002457         GO TO 5160-EXIT
002458     END-IF.
002459     EVALUATE WS-ADJ-TYPE
002460         WHEN 'C'
002461             MOVE WS-ADJ-INPUT-AMOUNT TO WS-ADJ-AMOUNT
002462         WHEN 'D'
002463             COMPUTE WS-ADJ-AMOUNT = ZERO - WS-ADJ-INPUT-AMOUNT
002464         WHEN OTHER
002465             MOVE 'Y' TO WS-ADJ-BAD-SW
002466             MOVE LOW-VALUES TO ACCTMMAPO
002467             MOVE 'ADJUSTMENT TYPE MUST BE C OR D' TO MSGO
002468             PERFORM 9000-SEND-DATAONLY THRU 9000-EXIT
002469             GO TO 5160-EXIT
002470     END-EVALUATE.
002471     COMPUTE WS-NEW-BALANCE = WS-ACCT-BALANCE + WS-ADJ-AMOUNT
002472         ON SIZE ERROR
002473             MOVE 'Y' TO WS-ADJ-BAD-SW
002474             MOVE LOW-VALUES TO ACCTMMAPO
002475             MOVE 'ADJUSTMENT WOULD OVERFLOW THE BALANCE' TO MSGO
002476             PERFORM 9000-SEND-DATAONLY THRU 9000-EXIT
002477     END-COMPUTE.
002478 5160-EXIT.
002479     EXIT.
002480
002481*----------------------------------------------------------*
002482* 5100-LOCK-ROW - SELECT FOR UPDATE WAIT 3 ON THE TARGET    *
002483*                 ROW.  A WAIT TIMEOUT OR NOWAIT-BUSY       *
002484*                 SQLCODE IS THE EXPECTED CONTENTION        *
002485*                 OUTCOME AND GETS THE ROW-IN-USE MESSAGE,  *
002486*                 NOT AN ERROR.  THE ROW FETCHED HERE IS    *
002490*                 THE AUTHORITATIVE BEFORE-IMAGE.           *
002500*----------------------------------------------------------*
002510 5100-LOCK-ROW.
002840 5200-WRITE-CHANGE-AUDIT.
002850     EXEC CICS ASSIGN USERID(WS-OPERATOR-USERID)
002860     END-EXEC.
002862     MOVE SPACES TO ACCT-CHANGE-RECORD.
002870     MOVE WS-ACCT-NUMBER TO CHG-ACCT-NUMBER.
002880     ACCEPT CHG-DATE FROM DATE YYYYMMDD.
002890     ACCEPT CHG-TIME FROM TIME.
002910     MOVE WS-ACCT-NAME TO CHG-OLD-NAME.
002920     MOVE WS-NEW-NAME TO CHG-NEW-NAME.
002930     MOVE WS-ACCT-BALANCE TO CHG-BALANCE.
002931     MOVE ZERO TO CHG-ADJ-AMOUNT.
002932     MOVE WS-ACCT-STATUS TO CHG-OLD-STATUS.
002933     MOVE WS-NEW-ACCT-STATUS TO CHG-NEW-STATUS.
002934     MOVE WS-ADDR-LINE TO CHG-OLD-ADDR-LINE.
002935     MOVE WS-CITY TO CHG-OLD-CITY.
002936     MOVE WS-STATE TO CHG-OLD-STATE.
002937     MOVE WS-POSTAL-CODE TO CHG-OLD-POSTAL-CODE.
002938     MOVE WS-OPEN-DATE TO CHG-OLD-OPEN-DATE.
002939     MOVE WS-NEW-ADDR-LINE TO CHG-NEW-ADDR-LINE.
002940     MOVE WS-NEW-CITY TO CHG-NEW-CITY.
002941     MOVE WS-NEW-STATE TO CHG-NEW-STATE.
002942     MOVE WS-NEW-POSTAL-CODE TO CHG-NEW-POSTAL-CODE.
002943     MOVE WS-NEW-OPEN-DATE TO CHG-NEW-OPEN-DATE.
002944     MOVE ZERO TO WS-WRITE-RETRY-CT.
002945     MOVE -1 TO WS-RESP.
002950     PERFORM 5250-WRITE-ONE-AUDIT-ROW THRU 5250-EXIT
002960         UNTIL WS-RESP = DFHRESP(NORMAL)
003090     END-IF.
003100     ADD 1 TO WS-WRITE-RETRY-CT.
003110 5250-EXIT.
003111     EXIT.
003112
003113*----------------------------------------------------------*
003114* 5300-CHECK-SENSITIVE - A CHANGE NEEDS A SECOND PERSON     *
003115*                 WHEN IT CLOSES THE ACCOUNT, WHEN IT       *
003116*                 ADJUSTS THE BALANCE, OR WHEN THE ACCOUNT  *
003117*                 CARRIES A NON-ZERO BALANCE AT ALL.  THE   *
003118*                 REASONS TRAVEL WITH THE PENDING ROW SO    *
003119*                 THE CHECKER SEES WHY IT IS THERE.         *
003120*----------------------------------------------------------*
003121 5300-CHECK-SENSITIVE.
003122     MOVE 'N' TO WS-CLOSE-SW.
003123     MOVE 'N' TO WS-ADJUST-SW.
003124     MOVE 'N' TO WS-HAS-BALANCE-SW.
003125     IF WS-NEW-ACCT-STATUS = 'C'
003126             AND WS-ACCT-STATUS NOT = 'C'
003127         MOVE 'Y' TO WS-CLOSE-SW
003128     END-IF.
003129     IF WS-ADJ-AMOUNT NOT = ZERO
003130         MOVE 'Y' TO WS-ADJUST-SW
003131     END-IF.
003132     IF WS-ACCT-BALANCE NOT = ZERO
003133         MOVE 'Y' TO WS-HAS-BALANCE-SW
003134     END-IF.
003135 5300-EXIT.
003136     EXIT.
003137
003138*----------------------------------------------------------*
003139* 5400-QUEUE-FOR-APPROVAL - WRITE THE BEFORE IMAGE (THE ROW *
003140*                 JUST LOCKED) AND THE AFTER IMAGE (THE     *
003141*                 EDITED CANDIDATE) TO THE PENDING-CHANGE   *
003142*                 FILE UNDER THE OPERATOR AS MAKER.         *
003143*                 ACCOUNT_MASTER IS NOT TOUCHED - THE LOCK  *
003144*                 GOES AT TASK END.  A DUPLICATE KEY BUMPS  *
003145*                 THE TIME AND RETRIES, AS 5250 DOES.       *
003146*----------------------------------------------------------*
003147 5400-QUEUE-FOR-APPROVAL.
003148     EXEC CICS ASSIGN USERID(WS-OPERATOR-USERID)
003149     END-EXEC.
003150     MOVE SPACES TO PENDING-CHANGE-RECORD.
003151     MOVE WS-ACCT-NUMBER TO PND-ACCT-NUMBER.
003152     ACCEPT PND-REQ-DATE FROM DATE YYYYMMDD.
003153     ACCEPT PND-REQ-TIME FROM TIME.
003154     MOVE 'P' TO PND-STATE-SW.
003155     MOVE WS-OPERATOR-USERID TO PND-MAKER-ID.
003156     MOVE ZERO TO PND-DECIDED-DATE.
003157     MOVE ZERO TO PND-DECIDED-TIME.
003158     MOVE WS-CLOSE-SW TO PND-CLOSE-SW.
003159     MOVE WS-ADJUST-SW TO PND-ADJUST-SW.
003160     MOVE WS-HAS-BALANCE-SW TO PND-BALANCE-SW.
003161     MOVE WS-ACCT-NAME       TO PND-OLD-NAME.
003162     MOVE WS-ADDR-LINE       TO PND-OLD-ADDR-LINE.
003163     MOVE WS-CITY            TO PND-OLD-CITY.
003164     MOVE WS-STATE           TO PND-OLD-STATE.
003165     MOVE WS-POSTAL-CODE     TO PND-OLD-POSTAL-CODE.
003166     MOVE WS-OPEN-DATE       TO PND-OLD-OPEN-DATE.
003167     MOVE WS-ACCT-STATUS     TO PND-OLD-ACCT-STATUS.
003168     MOVE WS-ACCT-BALANCE    TO PND-OLD-BALANCE.
003169     MOVE WS-NEW-NAME        TO PND-NEW-NAME.
003170     MOVE WS-NEW-ADDR-LINE   TO PND-NEW-ADDR-LINE.
003171     MOVE WS-NEW-CITY        TO PND-NEW-CITY.
003172     MOVE WS-NEW-STATE       TO PND-NEW-STATE.
003173     MOVE WS-NEW-POSTAL-CODE TO PND-NEW-POSTAL-CODE.
003174     MOVE WS-NEW-OPEN-DATE   TO PND-NEW-OPEN-DATE.
003175     MOVE WS-NEW-ACCT-STATUS TO PND-NEW-ACCT-STATUS.
003176     MOVE WS-NEW-BALANCE     TO PND-NEW-BALANCE.
003177     MOVE WS-ADJ-AMOUNT      TO PND-ADJ-AMOUNT.
003178     MOVE ZERO TO WS-WRITE-RETRY-CT.
003179     MOVE -1 TO WS-RESP.
003180     PERFORM 5450-WRITE-ONE-PENDING-ROW THRU 5450-EXIT
003181         UNTIL WS-RESP = DFHRESP(NORMAL)
003182            OR WS-WRITE-RETRY-CT > 99.
003183
003184     MOVE LOW-VALUES TO ACCTMMAPO.
003185     MOVE WS-NEW-NAME TO MNAMEO.
003186     MOVE WS-NEW-ADDR-LINE TO MADDRO.
003187     MOVE WS-NEW-CITY TO MCITYO.
003188     MOVE WS-NEW-STATE TO MSTATO.
003189     MOVE WS-NEW-POSTAL-CODE TO MPOSTO.
003190     MOVE WS-NEW-OPEN-DATE TO MDATEO.
003191     MOVE WS-NEW-ACCT-STATUS TO MSTUSO.
003192     IF WS-RESP = DFHRESP(NORMAL)
003193         MOVE 'SENT FOR APPROVAL - SECOND USER APPROVES IN AAPR'
003194             TO MSGO
003195     ELSE
003196         MOVE 'PENDING-CHANGE FILE UNAVAILABLE - NOT APPLIED'
003197             TO MSGO
003198     END-IF.
003199     PERFORM 9000-SEND-DATAONLY THRU 9000-EXIT.
003200 5400-EXIT.
003201     EXIT.
003202
003203 5450-WRITE-ONE-PENDING-ROW.
003204     EXEC CICS WRITE FILE('PENDCHG')
003205         FROM(PENDING-CHANGE-RECORD)
003206         RIDFLD(PND-KEY)
003207         RESP(WS-RESP)
003208     END-EXEC.
003209     IF WS-RESP = DFHRESP(DUPREC)
003210         ADD 1 TO PND-REQ-TIME
003211     END-IF.
003212     ADD 1 TO WS-WRITE-RETRY-CT.
003213 5450-EXIT.
003214     EXIT.
003215
003216*----------------------------------------------------------*
003217* 5500-FIND-PENDING - BROWSE THE PENDING-CHANGE FILE FROM   *
003218*                 THE FIRST KEY FOR THIS ACCOUNT AND STOP   *
003219*                 AT THE FIRST ROW STILL AWAITING A         *
003220*                 DECISION.  DECIDED ROWS STAY ON FILE AS   *
003221*                 THE TRAIL, SO THE BROWSE SKIPS THEM.      *
003222*----------------------------------------------------------*
003223 5500-FIND-PENDING.
003224     MOVE 'N' TO WS-PENDING-FOUND-SW.
003225     MOVE 'N' TO WS-PENDING-FAILED-SW.
003226     MOVE WS-ACCT-NUMBER TO PND-ACCT-NUMBER.
003227     MOVE ZERO TO PND-REQ-DATE.
003228     MOVE ZERO TO PND-REQ-TIME.
003229     EXEC CICS STARTBR FILE('PENDCHG')
003230         RIDFLD(PND-KEY) GTEQ
003231         RESP(WS-RESP)
003232     END-EXEC.
003233     IF WS-RESP = DFHRESP(NOTFND)
003234         GO TO 5500-EXIT
003235     END-IF.
003236     IF WS-RESP NOT = DFHRESP(NORMAL)
003237         MOVE 'Y' TO WS-PENDING-FAILED-SW
003238         GO TO 5500-EXIT
003239     END-IF.
003240     MOVE 'Y' TO WS-BROWSE-OPEN-SW.
003241     PERFORM 5550-READ-ONE-PENDING THRU 5550-EXIT
003242         UNTIL WS-PENDING-FOUND
003243            OR NOT WS-BROWSE-OPEN.
003244     IF WS-BROWSE-OPEN
003245         EXEC CICS ENDBR FILE('PENDCHG')
003246             RESP(WS-RESP)
003247         END-EXEC
003248         MOVE 'N' TO WS-BROWSE-OPEN-SW
003249     END-IF.
003250 5500-EXIT.
003251     EXIT.
003252
003253 5550-READ-ONE-PENDING.
003254     EXEC CICS READNEXT FILE('PENDCHG')
003255         INTO(PENDING-CHANGE-RECORD)
003256         RIDFLD(PND-KEY)
003257         RESP(WS-RESP)
003258     END-EXEC.
003259     IF WS-RESP NOT = DFHRESP(NORMAL)
003260             OR PND-ACCT-NUMBER NOT = WS-ACCT-NUMBER
003261         EXEC CICS ENDBR FILE('PENDCHG')
003262             RESP(WS-RESP)
003263         END-EXEC
003264         MOVE 'N' TO WS-BROWSE-OPEN-SW
003265     ELSE
003266         IF PND-PENDING
003267             MOVE 'Y' TO WS-PENDING-FOUND-SW
003268         END-IF
003269     END-IF.
003270 5550-EXIT.
003271     EXIT.
003272
003273*----------------------------------------------------------*
003274* 8000-SQL-ERROR-MESSAGE - ANY SQLCODE THIS TRANSACTION     *
003275*                 DOES NOT EXPECT GETS SHOWN TO THE         *
003276*                 OPERATOR WITH THE CODE, NOT SWALLOWED.    *
003277*----------------------------------------------------------*
003278 8000-SQL-ERROR-MESSAGE.
003279     MOVE SQLCODE TO WS-SQLCODE-DISPLAY.
003280     MOVE LOW-VALUES TO ACCTMMAPO.
003281     MOVE SPACES TO MSGO.
003282     STRING 'SQL ERROR ' DELIMITED BY SIZE
003283            WS-SQLCODE-DISPLAY DELIMITED BY SIZE
003284            ' - CHANGE NOT APPLIED, CALL SUPPORT'
003285                DELIMITED BY SIZE
003286         INTO MSGO.
003287     PERFORM 9000-SEND-DATAONLY THRU 9000-EXIT.
003290 8000-EXIT.
003300     EXIT.
003310
