000296*                    DELTAS, NOT FULL-ROW IMAGES - A RERUN   *
000297*                    FROM THE TOP OF TRANFILE WOULD APPLY    *
000298*                    EVERY COMMITTED AMOUNT A SECOND TIME.   *
000299*   2026-10-15 MWK   POSTED-TRANSACTION HISTORY (POSTHREC,   *
000300*                    DD POSTHIST) KEYED ON TRN-REFERENCE.    *
000301*                    EVERY POSTING WRITES ITS ROW, AND A     *
000302*                    REFERENCE ALREADY ON FILE IS SUSPENDED  *
000303*                    AS A DUPLICATE (3004) INSTEAD OF BEING  *
000304*                    APPLIED AGAIN - A RESENT BRANCH FILE    *
000305*                    NO LONGER POSTS TWICE.  NEW TYPE R      *
000306*                    REVERSAL NAMES THE ORIGINAL REFERENCE   *
000307*                    AND BACKS OUT EXACTLY THAT POSTING; AN  *
000308*                    ORIGINAL NOT ON FILE, FOR ANOTHER       *
000309*                    ACCOUNT, OR FOR ANOTHER AMOUNT IS       *
000310*                    SUSPENDED (3005).  A BLANK REFERENCE    *
000311*                    NOW FAILS THE FRONT-END EDIT.  THE RUN  *
000312*                    ID AND THE REVERSAL COUNT AND TOTALS    *
000313*                    JOIN THE CHECKPOINT SO A RESTART KNOWS  *
000314*                    ITS OWN ROLLED-BACK HISTORY ROWS.       *
000315*   2026-10-15 MWK   OVERDRAFT CONTROL.  A DEBIT THAT WOULD  *
000316*                    TAKE THE BALANCE BELOW ZERO IS REFUSED  *
000317*                    TO SUSPENSE (3006) INSTEAD OF POSTED,   *
000318*                    AND ANY DEBIT AGAINST A SUSPENDED ('S') *
000319*                    ACCOUNT IS REFUSED (3007) - ONLY 'C'    *
000320*                    WAS STOPPED BEFORE.  A REVERSAL THAT    *
000321*                    TAKES MONEY OUT IS A DEBIT FOR BOTH     *
000322*                    RULES.  WITH NSFFEE IN THE PARM EVERY   *
000323*                    BRANCH DEBIT REFUSED FOR FUNDS WRITES   *
000324*                    AN NSF FEE DEBIT (TRANREC LAYOUT, DD    *
000325*                    NSFTRAN) FOR THE NEXT POSTING RUN.  A   *
000326*                    REFUSED FEE NEVER BREEDS ANOTHER FEE.   *
000327*   2026-10-15 MWK   NO NSF FEE IS RAISED ON ANY SYSTEM-     *
000328*                    GENERATED DEBIT - THE INTACCR MONTH-END *
000329*                    MAINTENANCE FEE ('FEE' REFERENCES) IS   *
000330*                    REFUSED FOR FUNDS LIKE ANY DEBIT BUT    *
000331*                    NEVER DRAWS AN NSF FEE OF ITS OWN.      *
000332*   2026-10-15 MWK   GENERAL-LEDGER JOURNAL INTERFACE.  A    *
000333*                    RUN THAT REACHES A CLEAN END OF FILE    *
000334*                    WRITES A BALANCED JOURNAL (GLJRNREC     *
000335*                    LAYOUT, DD GLJRNL) FROM ITS CUMULATIVE  *
000336*                    DEBIT, CREDIT, AND REVERSAL TOTALS -    *
000337*                    CUSTOMER LIABILITY AGAINST THE DEBIT    *
000338*                    AND CREDIT CLEARING ACCOUNTS - SO       *
000339*                    FINANCE'S LEDGER AND THE DAILY BALANCE  *
000340*                    PROOF SEE EXACTLY WHAT WAS POSTED.  THE *
000341*                    TOTALS COME THROUGH THE CHECKPOINT, SO  *
000342*                    A RESTARTED RUN JOURNALS THE WHOLE      *
000343*                    LOGICAL RUN ONCE.  A FAILED RUN LEAVES  *
000344*                    AN EMPTY JOURNAL.  CHANGE AUDIT ROWS    *
000345*                    ARE CLEARED AND CARRY A ZERO ADJUSTMENT *
000346*                    AMOUNT.                                 *
000347*   2026-10-15 MWK   EVERY RUN NOW FILES ITS START, END,     *
000348*                    RECORD COUNT, AND RETURN CODE ON THE    *
000349*                    SHARED BATCH RUN HISTORY (DD RUNHIST)   *
000350*                    THROUGH THE RUNHIST SUBPROGRAM, FOR THE *
000351*                    BATWNDW BATCH-WINDOW REPORT.            *
000352*   2026-10-15 MWK   A RESTART NOW CARRIES THE FAILED        *
000353*                    ATTEMPT'S SUSPENSE ITEMS AND NSF FEES   *
000354*                    UP TO THE CHECKPOINT FORWARD FROM THE   *
000355*                    PRIOR GENERATIONS (DD SUSPPRV AND       *
000356*                    NSFPRV) INTO ITS OWN, SO THE LATEST     *
000357*                    SUSPENSE AND NSFTRAN GENERATIONS HOLD   *
000358*                    THE WHOLE LOGICAL RUN FOR SUSPRCY,      *
000359*                    OVDRRPT, AND THE NEXT POSTING RUN.  A   *
000360*                    TRANSACTION WHOSE DUPLICATE CHECK COULD *
000361*                    NOT READ POSTHIST IS NO LONGER POSTED.  *
000362*   2026-10-15 MWK   A FRESH RUN NOW CHECKPOINTS ITS RUN ID  *
000363*                    AT COUNT ZERO BEFORE ANYTHING POSTS,    *
000364*                    AND A RERUN TAKES UP ANY CHECKPOINTED   *
000365*                    RUN ID, SO A RUN THAT FAILED BEFORE ITS *
000366*                    FIRST COMMIT RE-POSTS ITS OWN POSTHIST  *
000367*                    ROWS INSTEAD OF SUSPENDING THEM AS      *
000368*                    DUPLICATES (3004).                      *
000369*   2026-10-15 MWK   THE SYSTEM-GENERATED FEEDS (RECYCLED    *
000370*                    SUSPENSE, NSF FEES, MONTH-END ACCRUALS) *
000371*                    NOW COME IN ON THEIR OWN DD SYSTRAN,    *
000372*                    READ AFTER THE BRANCH TRANFILE.  A      *
000373*                    BRANCH TRANSACTION WHOSE REFERENCE      *
000374*                    STARTS 'NSF', 'INT' OR 'FEE' IS         *
000375*                    SUSPENDED (3008) INSTEAD OF BEING       *
000376*                    POSTED AS A SYSTEM ITEM.                *
000377*----------------------------------------------------------*
000378*
000379*   PARM FORMAT - 'COMMIT=nnnn,NSFFEE=nnnn,ALIAS=aaaa'
000380*             COMMIT IS THE COMMIT INTERVAL IN RECORDS,
000381*             DEFAULT 100, AS IN ACCTLOAD.  NSFFEE IS THE NSF
000382*             FEE IN CENTS (3500 = 35.00); ZERO OR ABSENT
000383*             GENERATES NO FEES.  ALIAS OVERRIDES THE WALLET
000384*             TNS ALIAS AS IN THE OTHER PROGRAMS.  ALL
000385*             OPTIONAL, ANY ORDER.
000386*
000387*   SUSPENSE REASON CODES -
000388*             3001 - ACCOUNT NOT ON FILE
000389*             3002 - ACCOUNT CLOSED
000390*             3003 - TRANSACTION FAILS FRONT-END EDITS
000391*             3004 - REFERENCE ALREADY POSTED (DUPLICATE)
000392*             3005 - REVERSAL ORIGINAL NOT POSTED OR MISMATCHED
000393*             3006 - INSUFFICIENT FUNDS - DEBIT WOULD OVERDRAW
000394*             3007 - DEBIT AGAINST A SUSPENDED ACCOUNT
000395*             3008 - BRANCH REFERENCE USES A SYSTEM PREFIX
000396*
000397*   NSF FEE REFERENCES ARE 'NSF' + RUN DATE (YYMMDD) + THE
000398*   SEVEN-DIGIT READ SEQUENCE OF THE REFUSED DEBIT.  BRANCH
000399*   REFERENCES MUST NOT START WITH 'NSF', 'INT' OR 'FEE' - THE
000400*   LAST TWO ARE THE MONTH-END ACCRUAL'S INTEREST AND FEES.
000401*   THOSE ARRIVE ON DD SYSTRAN (RCYTRAN, NSFTRAN, ACCRTRAN),
000402*   READ WHEN TRANFILE IS EXHAUSTED - A BRANCH TRANSACTION ON
000403*   TRANFILE CARRYING ONE OF THE PREFIXES IS SUSPENDED (3008).
000404*   A RESTART COUNTS THROUGH BOTH FILES IN THE SAME ORDER.
000405*
000406*   GL JOURNAL ENTRIES - ONE PAIR PER NON-ZERO TOTAL -
000407*             DEBITS POSTED      DR LIABILITY  CR DEBIT CLEARING
000408*             CREDITS POSTED     DR CREDIT CLEARING  CR LIABILITY
000409*             DEBITS REVERSED    DR DEBIT CLEARING  CR LIABILITY
000410*             CREDITS REVERSED   DR LIABILITY  CR CREDIT CLEARING
000411*   THE TRAILER'S NET LIABILITY IS CREDITS POSTED PLUS DEBITS
000412*   REVERSED LESS DEBITS POSTED LESS CREDITS REVERSED - THE NET
000413*   CHANGE THE RUN MADE TO THE SUM OF ACCT_BALANCE.
000414*
000415 ENVIRONMENT DIVISION.
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     SELECT TRANSACTION-FILE ASSIGN TO 'TRANFILE'
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS WS-TRAN-FILE-STATUS.
000461     SELECT SYSTEM-TRANSACTION-FILE ASSIGN TO 'SYSTRAN'
000462         ORGANIZATION IS LINE SEQUENTIAL
000463         FILE STATUS IS WS-SYS-FILE-STATUS.
000464     SELECT PRIOR-SUSPENSE-FILE ASSIGN TO 'SUSPPRV'
000465         ORGANIZATION IS LINE SEQUENTIAL
000466         FILE STATUS IS WS-PRIOR-FILE-STATUS.
000467
000468     SELECT PRIOR-NSF-FEE-FILE ASSIGN TO 'NSFPRV'
000469         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS WS-PRIOR-FILE-STATUS.
000471
000480     SELECT POSTING-REGISTER-FILE ASSIGN TO 'POSTREG'
000490         ORGANIZATION IS LINE SEQUENTIAL.
000500
000510     SELECT SUSPENSE-FILE ASSIGN TO 'SUSPFILE'
000520         ORGANIZATION IS LINE SEQUENTIAL.
000522
000523     SELECT NSF-FEE-FILE ASSIGN TO 'NSFTRAN'
000524         ORGANIZATION IS LINE SEQUENTIAL.
000525     SELECT ACCT-CHANGE-FILE ASSIGN TO 'ACCTCHG'
000526         ORGANIZATION IS INDEXED
000527         ACCESS MODE IS DYNAMIC
000528         RECORD KEY IS CHG-KEY
000529         FILE STATUS IS WS-CHANGE-FILE-STATUS.
000530
000531     SELECT CHECKPOINT-FILE ASSIGN TO 'PSCHKPT'
000532         ORGANIZATION IS RELATIVE
000533         ACCESS MODE IS RANDOM
000534         RELATIVE KEY IS WS-CHECKPOINT-RELKEY
000535         FILE STATUS IS WS-CHECKPOINT-STATUS.
000536
000537     SELECT POSTED-HISTORY-FILE ASSIGN TO 'POSTHIST'
000538         ORGANIZATION IS INDEXED
000539         ACCESS MODE IS DYNAMIC
000540         RECORD KEY IS PHS-REFERENCE
000541         FILE STATUS IS WS-HIST-FILE-STATUS.
000542
000543     SELECT GL-JOURNAL-FILE ASSIGN TO 'GLJRNL'
000544         ORGANIZATION IS LINE SEQUENTIAL.
000545 DATA DIVISION.
000550 FILE SECTION.
000560 FD  TRANSACTION-FILE
000570     RECORDING MODE IS F.
000580     COPY TRANREC.
000581 FD  SYSTEM-TRANSACTION-FILE
000582     RECORDING MODE IS F.
000583 01  SYSTEM-TRANSACTION-RECORD   PIC X(44).
000584
000585 FD  PRIOR-SUSPENSE-FILE
000586     RECORDING MODE IS F.
000587 01  PRIOR-SUSPENSE-RECORD       PIC X(50).
000588
000589 FD  PRIOR-NSF-FEE-FILE
000590     RECORDING MODE IS F.
000591 01  PRIOR-NSF-FEE-RECORD        PIC X(44).
000592
000600 FD  POSTING-REGISTER-FILE
000610     RECORDING MODE IS F.
000620 01  POSTING-REGISTER-RECORD     PIC X(132).
000666     COPY ACCTCHGR.
000667
000668 FD  CHECKPOINT-FILE.
000669 01  CHECKPOINT-FILE-RECORD      PIC X(121).
000670
000671 FD  POSTED-HISTORY-FILE.
000672     COPY POSTHREC.
000673
000674 FD  NSF-FEE-FILE
000675     RECORDING MODE IS F.
000676 01  NSF-FEE-RECORD              PIC X(44).
000677
000678 FD  GL-JOURNAL-FILE
000679     RECORDING MODE IS F.
000680     COPY GLJRNREC.
000681
000682 WORKING-STORAGE SECTION.
000690     EXEC SQL
000700         INCLUDE SQLCA
000710     END-EXEC.
000720
000722 77  WS-PRIOR-FILE-STATUS        PIC X(02).
000730 77  WS-TRAN-FILE-STATUS         PIC X(02).
000731 77  WS-SYS-FILE-STATUS          PIC X(02).
000732 77  WS-CHANGE-FILE-STATUS       PIC X(02).
000734 77  WS-CHG-RETRY-CT             PIC 9(02) COMP VALUE ZERO.
000736 77  WS-HIST-FILE-STATUS         PIC X(02).
000740
000750 01  WS-USERNAME                 PIC X(20) VALUE SPACES.
000760 01  WS-TNS-ALIAS                PIC X(20) VALUE SPACES.
000970         88  WS-EOF                  VALUE 'Y'.
000980     05  WS-SQL-FAILURE-SW       PIC X(01) VALUE 'N'.
000990         88  WS-SQL-FAILURE          VALUE 'Y'.
000991     05  WS-PRIOR-EOF-SW         PIC X(01) VALUE 'N'.
000992         88  WS-PRIOR-EOF            VALUE 'Y'.
000993     05  WS-INPUT-SOURCE-SW      PIC X(01) VALUE 'B'.
000994         88  WS-READING-BRANCH       VALUE 'B'.
000995         88  WS-READING-SYSTEM       VALUE 'S'.
001000     05  WS-FILES-OPEN-SW        PIC X(01) VALUE 'N'.
001010         88  WS-FILES-OPEN           VALUE 'Y'.
001012     05  WS-CHGAUDIT-OPEN-SW     PIC X(01) VALUE 'N'.
001014         88  WS-CHGAUDIT-OPEN        VALUE 'Y'.
001020     05  WS-TRAN-POSTABLE-SW     PIC X(01) VALUE 'Y'.
001030         88  WS-TRAN-POSTABLE        VALUE 'Y'.
001031     05  WS-POSTHIST-OPEN-SW     PIC X(01) VALUE 'N'.
001032         88  WS-POSTHIST-OPEN        VALUE 'Y'.
001033     05  WS-HIST-ON-FILE-SW      PIC X(01) VALUE 'N'.
001034         88  WS-HIST-ON-FILE         VALUE 'Y'.
001035     05  WS-GLJRNL-WRITTEN-SW    PIC X(01) VALUE 'N'.
001036         88  WS-GLJRNL-WRITTEN       VALUE 'Y'.
001040
001050 01  WS-COUNTERS.
001060     05  WS-RECORDS-READ         PIC 9(9) COMP VALUE ZERO.
001070     05  WS-RECORDS-POSTED       PIC 9(9) COMP VALUE ZERO.
001080     05  WS-RECORDS-SUSPENDED    PIC 9(9) COMP VALUE ZERO.
001082     05  WS-CARRY-COUNT          PIC 9(9) COMP VALUE ZERO.
001090     05  WS-SINCE-COMMIT         PIC 9(9) COMP VALUE ZERO.
001100     05  WS-RECONCILE-TOTAL      PIC 9(9) COMP VALUE ZERO.
001110     05  WS-DEBIT-TOTAL          PIC S9(13)V99 COMP-3
001120                                 VALUE ZERO.
001130     05  WS-CREDIT-TOTAL         PIC S9(13)V99 COMP-3
001140                                 VALUE ZERO.
001141     05  WS-RECORDS-REVERSED     PIC 9(9) COMP VALUE ZERO.
001142     05  WS-REV-DEBIT-TOTAL      PIC S9(13)V99 COMP-3
001143                                 VALUE ZERO.
001144     05  WS-REV-CREDIT-TOTAL     PIC S9(13)V99 COMP-3
001145                                 VALUE ZERO.
001146     05  WS-NSF-FEES-WRITTEN     PIC 9(9) COMP VALUE ZERO.
001150
001160 01  WS-SUSPENSE-CONTROL.
001170     05  WS-SUSP-REASON          PIC 9(04) VALUE ZERO.
001180         88  WS-SUSP-UNKNOWN-ACCT    VALUE 3001.
001190         88  WS-SUSP-CLOSED-ACCT     VALUE 3002.
001200         88  WS-SUSP-BAD-TRAN        VALUE 3003.
001201         88  WS-SUSP-DUPLICATE       VALUE 3004.
001202         88  WS-SUSP-BAD-REVERSAL    VALUE 3005.
001203         88  WS-SUSP-NO-FUNDS        VALUE 3006.
001204         88  WS-SUSP-SUSPENDED-ACCT  VALUE 3007.
001205         88  WS-SUSP-SYSTEM-REF      VALUE 3008.
001210
001220 01  WS-COMMIT-CONTROL.
001230     05  WS-COMMIT-INTERVAL      PIC 9(4) COMP VALUE 100.
001231
001232 01  WS-NSF-CONTROL.
001233     05  WS-NSF-FEE              PIC 9(2)V99 VALUE ZERO.
001234     05  WS-NSF-SEQUENCE         PIC 9(07) VALUE ZERO.
001235     05  WS-NSF-REFERENCE.
001236         10  FILLER              PIC X(03) VALUE 'NSF'.
001237         10  WS-NSF-REF-DATE     PIC X(06) VALUE SPACES.
001238         10  WS-NSF-REF-SEQ      PIC 9(07) VALUE ZERO.
001239 01  WS-NSF-TRANSACTION.
001240     05  NF-ACCT-NUMBER          PIC X(10).
001241     05  NF-TYPE                 PIC X(01) VALUE 'D'.
001242     05  NF-AMOUNT               PIC 9(07)V99.
001243     05  NF-REFERENCE            PIC X(16).
001244     05  NF-POST-DATE            PIC 9(08).
001245
001246 01  WS-CHECKPOINT-CONTROL.
001247     05  WS-CHECKPOINT-FAIL-SW   PIC X(01) VALUE 'N'.
001248         88  WS-CHECKPOINT-FAILED    VALUE 'Y'.
001249     05  WS-CHECKPOINT-STATUS    PIC X(02).
001250     05  WS-CHECKPOINT-RELKEY    PIC 9(04) COMP VALUE 1.
001251     05  WS-RESTART-COUNT        PIC 9(9) COMP VALUE ZERO.
001252     05  WS-RESTART-PST-COUNT    PIC 9(9) COMP VALUE ZERO.
001253     05  WS-RESTART-SUS-COUNT    PIC 9(9) COMP VALUE ZERO.
001254     05  WS-RESTART-DB-TOTAL     PIC 9(13)V99 VALUE ZERO.
001255     05  WS-RESTART-CR-TOTAL     PIC 9(13)V99 VALUE ZERO.
001256     05  WS-SKIP-COUNT           PIC 9(9) COMP VALUE ZERO.
001257     05  WS-RESTART-RV-COUNT     PIC 9(9) COMP VALUE ZERO.
001258     05  WS-RESTART-RD-TOTAL     PIC 9(13)V99 VALUE ZERO.
001259     05  WS-RESTART-RC-TOTAL     PIC 9(13)V99 VALUE ZERO.
001260     05  WS-RESTART-RUN-ID.
001261         10  WS-RESTART-RUN-DATE PIC 9(08) VALUE ZERO.
001262         10  WS-RESTART-RUN-TIME PIC 9(08) VALUE ZERO.
001263     05  WS-RESTART-NSF-COUNT    PIC 9(9) COMP VALUE ZERO.
001264
001265*    FINANCE'S CHART OF ACCOUNTS - CUSTOMER DEPOSIT LIABILITY
001266*    AND THE TWO CLEARING ACCOUNTS THE BRANCH SIDE OF EVERY
001267*    POSTING SETTLES THROUGH.
001268 01  WS-GL-ACCOUNTS.
001269     05  WS-GL-CUST-LIABILITY    PIC X(10) VALUE '2010000100'.
001270     05  WS-GL-DEBIT-CLEARING    PIC X(10) VALUE '1850000100'.
001271     05  WS-GL-CREDIT-CLEARING   PIC X(10) VALUE '2850000100'.
001272
001273 01  WS-GL-JOURNAL-WORK.
001274     05  WS-GL-LINE-COUNT        PIC 9(04) VALUE ZERO.
001275     05  WS-GL-DEBIT-TOTAL       PIC S9(13)V99 COMP-3
001276                                 VALUE ZERO.
001277     05  WS-GL-CREDIT-TOTAL      PIC S9(13)V99 COMP-3
001278                                 VALUE ZERO.
001279     05  WS-GL-NET-LIABILITY     PIC S9(13)V99 COMP-3
001280                                 VALUE ZERO.
001281     05  WS-GL-ENTRY-AMOUNT      PIC S9(13)V99 COMP-3
001282                                 VALUE ZERO.
001283     05  WS-GL-ENTRY-DR-ACCT     PIC X(10).
001284     05  WS-GL-ENTRY-CR-ACCT     PIC X(10).
001285     05  WS-GL-ENTRY-DESC        PIC X(30).
001286
001287 01  WS-CHECKPOINT-RECORD-AREA.
001288     05  WS-CHECKPOINT-COUNT     PIC 9(09).
001289     05  WS-CHECKPOINT-PST-COUNT PIC 9(09).
001290     05  WS-CHECKPOINT-SUS-COUNT PIC 9(09).
001291     05  WS-CHECKPOINT-DB-TOTAL  PIC 9(13)V99.
001292     05  WS-CHECKPOINT-CR-TOTAL  PIC 9(13)V99.
001293     05  WS-CHECKPOINT-RV-COUNT  PIC 9(09).
001294     05  WS-CHECKPOINT-RD-TOTAL  PIC 9(13)V99.
001295     05  WS-CHECKPOINT-RC-TOTAL  PIC 9(13)V99.
001296     05  WS-CHECKPOINT-RUN-ID.
001297         10  WS-CHECKPOINT-RUN-DATE
001298                                 PIC 9(08).
001299         10  WS-CHECKPOINT-RUN-TIME
001300                                 PIC 9(08).
001301     05  WS-CHECKPOINT-NSF-COUNT PIC 9(09).
001302
001303 01  WS-AUDIT-CHECK.
001304     05  WS-AUD-START-TIME       PIC 9(8) COMP.
001305     05  WS-AUD-END-TIME         PIC 9(8) COMP.
001306     05  WS-AUD-ELAPSED-MS       PIC 9(9) COMP.
001307     05  WS-AUD-OUTCOME          PIC X(08).
001308
001310 01  WS-PARM-SEGMENTS.
001320     05  WS-PARM-SEG-1           PIC X(30).
001330     05  WS-PARM-SEG-2           PIC X(30).
001332     05  WS-PARM-SEG-3           PIC X(30).
001340
001350 01  WS-PARM-PIECE               PIC X(30).
001360
001470     05  WS-PARM-ALIAS           PIC X(20) VALUE SPACES.
001480
001490 01  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
001491
001492*    THE RUN ID STAMPS EVERY POSTED-HISTORY ROW.  A RERUN
001493*    CARRIES ON UNDER THE FAILED ATTEMPT'S ID FROM THE
001494*    CHECKPOINT - SAVED AT COUNT ZERO BEFORE THE FIRST POSTING -
001495*    SO ROWS THAT ATTEMPT WROTE AND THE DATABASE ROLLED BACK ARE
001496*    RECOGNISED AS ITS OWN AND RE-POSTED.
001497 01  WS-RUN-ID.
001498     05  WS-RUN-ID-DATE          PIC 9(08) VALUE ZERO.
001499     05  WS-RUN-ID-TIME          PIC 9(08) VALUE ZERO.
001500
001510 01  WS-REGISTER-HEADING.
001520     05  FILLER                  PIC X(28)
001830     05  SU-TRAN-IMAGE           PIC X(44).
001840     05  FILLER                  PIC X(01) VALUE SPACE.
001850
001851 01  WS-RUN-HISTORY-CALL.
001852     05  WS-RH-CALLING-PROGRAM   PIC X(12) VALUE 'ACCTPOST'.
001853     05  WS-RH-QUALIFIER         PIC X(10) VALUE SPACES.
001854     05  WS-RH-EVENT             PIC X(05).
001855     05  WS-RH-RECORD-COUNT      PIC 9(09) VALUE ZERO.
001856     05  WS-RH-RETURN-CODE       PIC 9(04) VALUE ZERO.
001857
001860 LINKAGE SECTION.
001870 01  LS-PARM-AREA.
001880     05  LS-PARM-LEN             PIC S9(4) COMP.
001900
001910 PROCEDURE DIVISION USING LS-PARM-AREA.
001920 0000-MAINLINE.
001922     PERFORM 0100-RECORD-RUN-START THRU 0100-EXIT.
001930     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001940     IF NOT WS-SQL-FAILURE
001950         PERFORM 2000-PROCESS-TRANSACTION THRU 2000-EXIT
001960             UNTIL WS-EOF OR WS-SQL-FAILURE
001970     END-IF.
001980     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001982     PERFORM 9900-RECORD-RUN-END THRU 9900-EXIT.
001990     GOBACK.
001991
001992*----------------------------------------------------------*
001993* 0100-RECORD-RUN-START - FILE THIS STEP'S RUNNING-STATE    *
001994*                         ROW ON THE SHARED BATCH RUN       *
001995*                         HISTORY BEFORE ANY WORK IS DONE.  *
001996*----------------------------------------------------------*
001997 0100-RECORD-RUN-START.
001998     MOVE 'START' TO WS-RH-EVENT.
001999     CALL 'RUNHIST' USING WS-RH-CALLING-PROGRAM
002000                          WS-RH-QUALIFIER
002001                          WS-RH-EVENT
002002                          WS-RH-RECORD-COUNT
002003                          WS-RH-RETURN-CODE.
002004 0100-EXIT.
002005     EXIT.
002006
002010*----------------------------------------------------------*
002020* 1000-INITIALIZE - PARSE THE PARM, CONNECT, AND OPEN THE   *
002030*                   TRANSACTION, REGISTER, AND SUSPENSE     *
002060 1000-INITIALIZE.
002070     MOVE ZERO TO RETURN-CODE.
002080     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002082     MOVE WS-RUN-DATE TO WS-RUN-ID-DATE.
002084     ACCEPT WS-RUN-ID-TIME FROM TIME.
002090     PERFORM 1060-PARSE-PARM THRU 1060-EXIT.
002100     PERFORM 1050-GET-CREDENTIALS THRU 1050-EXIT.
002110     PERFORM 1100-CONNECT THRU 1100-EXIT.
002120     IF NOT WS-SQL-FAILURE
002122         PERFORM 1150-READ-CHECKPOINT THRU 1150-EXIT
002130         OPEN INPUT TRANSACTION-FILE
002131         OPEN INPUT SYSTEM-TRANSACTION-FILE
002140         IF WS-TRAN-FILE-STATUS = '00'
002141                 AND WS-SYS-FILE-STATUS = '00'
002150             OPEN OUTPUT POSTING-REGISTER-FILE
002160             OPEN OUTPUT SUSPENSE-FILE
002161             OPEN OUTPUT NSF-FEE-FILE
002162             OPEN OUTPUT GL-JOURNAL-FILE
002163             PERFORM 1200-OPEN-CHANGE-AUDIT THRU 1200-EXIT
002164             IF NOT WS-SQL-FAILURE
002165                 PERFORM 1250-OPEN-POSTED-HISTORY THRU 1250-EXIT
002166             END-IF
002170             SET WS-FILES-OPEN TO TRUE
002180             MOVE WS-RUN-DATE TO RH-RUN-DATE
002190             WRITE POSTING-REGISTER-RECORD
002200                 FROM WS-REGISTER-HEADING
002210             WRITE POSTING-REGISTER-RECORD
002220                 FROM WS-COLUMN-HEADING
002221             IF WS-RESTART-COUNT > ZERO
002222                     AND NOT WS-SQL-FAILURE
002223                 PERFORM 1160-CARRY-FORWARD-OUTPUT
002224                     THRU 1160-EXIT
002225             END-IF
002226             IF WS-RESTART-COUNT > ZERO
002227                     AND NOT WS-SQL-FAILURE
002228                 PERFORM 1180-SKIP-COMMITTED-RECORDS
002229                     THRU 1180-EXIT
002230             END-IF
002232             PERFORM 2100-READ-TRANSACTION THRU 2100-EXIT
002240         ELSE
002250             SET WS-EOF TO TRUE
002260             DISPLAY 'ACCTPOST TRANFILE OPEN FAILED - STATUS '
002270                 WS-TRAN-FILE-STATUS
002271                 ' SYSTRAN ' WS-SYS-FILE-STATUS
002280             MOVE 12 TO RETURN-CODE
002290         END-IF
002300     END-IF.
002348     EXIT.
002349
002350*----------------------------------------------------------*
002351* 1250-OPEN-POSTED-HISTORY - OPEN THE KEYED POSTED-        *
002352*                   TRANSACTION HISTORY FOR I-O, CREATING  *
002353*                   IT THE FIRST TIME AS 1200 DOES.  A RUN *
002354*                   THAT CANNOT SEE WHAT WAS POSTED BEFORE *
002355*                   MUST NOT POST - A RESENT FILE WOULD GO *
002356*                   ON TWICE.                              *
002357*----------------------------------------------------------*
002358 1250-OPEN-POSTED-HISTORY.
002359     OPEN I-O POSTED-HISTORY-FILE.
002360     IF WS-HIST-FILE-STATUS = '35'
002361         OPEN OUTPUT POSTED-HISTORY-FILE
002362         CLOSE POSTED-HISTORY-FILE
002363         OPEN I-O POSTED-HISTORY-FILE
002364     END-IF.
002365     IF WS-HIST-FILE-STATUS NOT = '00'
002366         DISPLAY 'ACCTPOST POSTHIST OPEN FAILED - STATUS '
002367             WS-HIST-FILE-STATUS
002368         MOVE 12 TO RETURN-CODE
002369         SET WS-SQL-FAILURE TO TRUE
002370         SET WS-EOF TO TRUE
002371     ELSE
002372         SET WS-POSTHIST-OPEN TO TRUE
002373     END-IF.
002374 1250-EXIT.
002375     EXIT.
002376*----------------------------------------------------------*
002377* 1150-READ-CHECKPOINT - PICK UP THE COUNT OF TRANSACTIONS  *
002378*                   A PRIOR RUN ALREADY COMMITTED, IF ANY.  *
002379*                   A MISSING CHECKPOINT FILE (STATUS 35)   *
002380*                   MEANS THIS IS A FRESH RUN, NOT AN       *
002381*                   ERROR - SAME AS ACCTLOAD AND UPPER-     *
002382*                   TRIM.  A FRESH RUN SAVES A COUNT-ZERO   *
002383*                   CHECKPOINT CARRYING ITS RUN ID BEFORE   *
002384*                   ANYTHING POSTS.                         *
002385*----------------------------------------------------------*
002386 1150-READ-CHECKPOINT.
002387     MOVE ZERO TO WS-RESTART-COUNT.
002388     MOVE ZERO TO WS-RESTART-PST-COUNT.
002389     MOVE ZERO TO WS-RESTART-SUS-COUNT.
002390     MOVE ZERO TO WS-RESTART-DB-TOTAL.
002391     MOVE ZERO TO WS-RESTART-CR-TOTAL.
002392     MOVE ZERO TO WS-RESTART-RV-COUNT.
002393     MOVE ZERO TO WS-RESTART-RD-TOTAL.
002394     MOVE ZERO TO WS-RESTART-RC-TOTAL.
002395     MOVE ZERO TO WS-RESTART-NSF-COUNT.
002396     MOVE ZERO TO WS-RESTART-RUN-ID.
002397     MOVE 1 TO WS-CHECKPOINT-RELKEY.
002398     OPEN INPUT CHECKPOINT-FILE.
002399     IF WS-CHECKPOINT-STATUS = '00'
002400         READ CHECKPOINT-FILE INTO WS-CHECKPOINT-RECORD-AREA
002401         IF WS-CHECKPOINT-STATUS = '00'
002402             MOVE WS-CHECKPOINT-COUNT TO WS-RESTART-COUNT
002403             MOVE WS-CHECKPOINT-PST-COUNT
002404                 TO WS-RESTART-PST-COUNT
002405             MOVE WS-CHECKPOINT-SUS-COUNT
002406                 TO WS-RESTART-SUS-COUNT
002407             MOVE WS-CHECKPOINT-DB-TOTAL
002408                 TO WS-RESTART-DB-TOTAL
002409             MOVE WS-CHECKPOINT-CR-TOTAL
002410                 TO WS-RESTART-CR-TOTAL
002411             MOVE WS-CHECKPOINT-RV-COUNT
002412                 TO WS-RESTART-RV-COUNT
002413             MOVE WS-CHECKPOINT-RD-TOTAL
002414                 TO WS-RESTART-RD-TOTAL
002415             MOVE WS-CHECKPOINT-RC-TOTAL
002416                 TO WS-RESTART-RC-TOTAL
002417             MOVE WS-CHECKPOINT-NSF-COUNT
002418                 TO WS-RESTART-NSF-COUNT
002419             MOVE WS-CHECKPOINT-RUN-ID TO WS-RESTART-RUN-ID
002420         END-IF
002421         CLOSE CHECKPOINT-FILE
002422     END-IF.
002423*    A RERUN CARRIES ON UNDER THE FAILED ATTEMPT'S RUN ID
002424*    WHENEVER ONE WAS CHECKPOINTED, EVEN WHEN THAT ATTEMPT
002425*    DIED BEFORE ITS FIRST COMMIT - ITS POSTHIST ROWS ARE
002426*    OUTSIDE THE DATABASE UNIT OF WORK AND MUST BE KNOWN AS
002427*    ITS OWN, NOT REFUSED AS DUPLICATES.  A FRESH RUN
002428*    CHECKPOINTS ITS OWN ID AT COUNT ZERO FOR THE SAME REASON.
002429     IF WS-RESTART-RUN-ID NOT = ZERO
002430         MOVE WS-RESTART-RUN-ID TO WS-RUN-ID
002431     ELSE
002432         MOVE ZERO TO WS-CHECKPOINT-COUNT
002433         MOVE ZERO TO WS-CHECKPOINT-PST-COUNT
002434         MOVE ZERO TO WS-CHECKPOINT-SUS-COUNT
002435         MOVE ZERO TO WS-CHECKPOINT-DB-TOTAL
002436         MOVE ZERO TO WS-CHECKPOINT-CR-TOTAL
002437         MOVE ZERO TO WS-CHECKPOINT-RV-COUNT
002438         MOVE ZERO TO WS-CHECKPOINT-RD-TOTAL
002439         MOVE ZERO TO WS-CHECKPOINT-RC-TOTAL
002440         MOVE ZERO TO WS-CHECKPOINT-NSF-COUNT
002441         MOVE WS-RUN-ID TO WS-CHECKPOINT-RUN-ID
002442         PERFORM 2460-SAVE-CHECKPOINT-RECORD THRU 2460-EXIT
002443     END-IF.
002444 1150-EXIT.
002445     EXIT.
002446
002447*----------------------------------------------------------*
002448* 1180-SKIP-COMMITTED-RECORDS - REPOSITION THE TRANSACTION  *
002449*                   FILE PAST THE RECORDS A PRIOR RUN       *
002450*                   ALREADY COMMITTED - A MONETARY DELTA    *
002451*                   APPLIED TWICE CORRUPTS THE BALANCE -    *
002452*                   AND RESTORE THE COUNTERS AND TOTALS SO  *
002453*                   THE CONTROL TOTALS COVER THE WHOLE      *
002454*                   LOGICAL RUN.                            *
002455*----------------------------------------------------------*
002456 1180-SKIP-COMMITTED-RECORDS.
002457     MOVE ZERO TO WS-SKIP-COUNT.
002458     PERFORM 1190-SKIP-ONE-RECORD THRU 1190-EXIT
002459         UNTIL WS-SKIP-COUNT = WS-RESTART-COUNT
002460             OR WS-EOF.
002461     MOVE WS-RESTART-COUNT TO WS-RECORDS-READ.
002462     MOVE WS-RESTART-PST-COUNT TO WS-RECORDS-POSTED.
002463     MOVE WS-RESTART-SUS-COUNT TO WS-RECORDS-SUSPENDED.
002464     MOVE WS-RESTART-DB-TOTAL TO WS-DEBIT-TOTAL.
002465     MOVE WS-RESTART-CR-TOTAL TO WS-CREDIT-TOTAL.
002466     MOVE WS-RESTART-RV-COUNT TO WS-RECORDS-REVERSED.
002467     MOVE WS-RESTART-RD-TOTAL TO WS-REV-DEBIT-TOTAL.
002468     MOVE WS-RESTART-RC-TOTAL TO WS-REV-CREDIT-TOTAL.
002469     MOVE WS-RESTART-NSF-COUNT TO WS-NSF-FEES-WRITTEN.
002470 1180-EXIT.
002471     EXIT.
002472
002473 1190-SKIP-ONE-RECORD.
002474     IF WS-READING-BRANCH
002475         READ TRANSACTION-FILE
002476             AT END
002477                 SET WS-READING-SYSTEM TO TRUE
002478             NOT AT END
002479                 ADD 1 TO WS-SKIP-COUNT
002480         END-READ
002481     END-IF.
002482     IF WS-READING-BRANCH
002483         GO TO 1190-EXIT
002484     END-IF.
002485     READ SYSTEM-TRANSACTION-FILE INTO POSTING-TRANSACTION
002486         AT END
002487             SET WS-EOF TO TRUE
002488         NOT AT END
002489             ADD 1 TO WS-SKIP-COUNT
002490     END-READ.
002491 1190-EXIT.
002492     EXIT.
002493
002494*----------------------------------------------------------*
002495* 1060-PARSE-PARM - UP TO THREE COMMA-SEPARATED KEYWORD=    *
002496*                   VALUE PIECES, ANY ORDER, ALL OPTIONAL.  *
002497*----------------------------------------------------------*
002498 1060-PARSE-PARM.
002499     IF LS-PARM-LEN > ZERO
002500         MOVE SPACES TO WS-PARM-SEGMENTS
002501         UNSTRING LS-PARM-TEXT (1:LS-PARM-LEN) DELIMITED BY ','
002502             INTO WS-PARM-SEG-1
002503                  WS-PARM-SEG-2
002504                  WS-PARM-SEG-3
002505         END-UNSTRING
002506         MOVE WS-PARM-SEG-1 TO WS-PARM-PIECE
002507         PERFORM 1070-APPLY-PARM-PIECE THRU 1070-EXIT
002508         MOVE WS-PARM-SEG-2 TO WS-PARM-PIECE
002509         PERFORM 1070-APPLY-PARM-PIECE THRU 1070-EXIT
002510         MOVE WS-PARM-SEG-3 TO WS-PARM-PIECE
002511         PERFORM 1070-APPLY-PARM-PIECE THRU 1070-EXIT
002512     END-IF.
002513 1060-EXIT.
002514     EXIT.
002520
002530 1070-APPLY-PARM-PIECE.
002540     IF WS-PARM-PIECE = SPACES
002610     EVALUATE WS-PARM-KEYWORD
002620         WHEN 'COMMIT'
002630             MOVE WS-PARM-DIGITS TO WS-COMMIT-INTERVAL
002632         WHEN 'NSFFEE'
002634             COMPUTE WS-NSF-FEE = WS-PARM-DIGITS / 100
002640         WHEN 'ALIAS'
002650             MOVE WS-PARM-VALUE (1:20) TO WS-PARM-ALIAS
002660             SET WS-ALIAS-OVERRIDDEN TO TRUE
002680             CONTINUE
002690     END-EVALUATE.
002700 1070-EXIT.
002701     EXIT.
002702
002703*----------------------------------------------------------*
002704* 1160-CARRY-FORWARD-OUTPUT - A RESTART WRITES FRESH        *
002705*                   SUSPENSE AND NSF FEE GENERATIONS, BUT   *
002706*                   SUSPRCY, OVDRRPT, AND THE NEXT POSTING  *
002707*                   RUN READ ONLY THE LATEST.  COPY THE     *
002708*                   FAILED ATTEMPT'S ROWS UP TO THE         *
002709*                   CHECKPOINT COUNTS FROM ITS GENERATIONS  *
002710*                   INTO THE NEW ONES SO NOTHING WRITTEN    *
002711*                   BEFORE THE CHECKPOINT IS LOST.  ROWS    *
002712*                   IT WROTE AFTER THE CHECKPOINT BELONG    *
002713*                   TO WORK THE DATABASE ROLLED BACK AND    *
002714*                   ARE WRITTEN AGAIN AS THE RESTART        *
002715*                   REDOES IT.  A PRIOR GENERATION THAT     *
002716*                   WILL NOT OPEN OR COMES UP SHORT STOPS   *
002717*                   THE RUN BEFORE ANYTHING POSTS.          *
002718*----------------------------------------------------------*
002719 1160-CARRY-FORWARD-OUTPUT.
002720     OPEN INPUT PRIOR-SUSPENSE-FILE.
002721     IF WS-PRIOR-FILE-STATUS NOT = '00'
002722         DISPLAY 'ACCTPOST SUSPPRV OPEN FAILED - STATUS '
002723             WS-PRIOR-FILE-STATUS
002724         MOVE 12 TO RETURN-CODE
002725         SET WS-SQL-FAILURE TO TRUE
002726         SET WS-EOF TO TRUE
002727         GO TO 1160-EXIT
002728     END-IF.
002729     MOVE ZERO TO WS-CARRY-COUNT.
002730     MOVE 'N' TO WS-PRIOR-EOF-SW.
002731     PERFORM 1165-COPY-ONE-SUSPENSE THRU 1165-EXIT
002732         UNTIL WS-CARRY-COUNT = WS-RESTART-SUS-COUNT
002733            OR WS-PRIOR-EOF.
002734     CLOSE PRIOR-SUSPENSE-FILE.
002735     IF WS-CARRY-COUNT < WS-RESTART-SUS-COUNT
002736         DISPLAY 'ACCTPOST SUSPPRV HOLDS ' WS-CARRY-COUNT
002737             ' ROWS - CHECKPOINT NEEDS ' WS-RESTART-SUS-COUNT
002738         MOVE 12 TO RETURN-CODE
002739         SET WS-SQL-FAILURE TO TRUE
002740         SET WS-EOF TO TRUE
002741         GO TO 1160-EXIT
002742     END-IF.
002743     OPEN INPUT PRIOR-NSF-FEE-FILE.
002744     IF WS-PRIOR-FILE-STATUS NOT = '00'
002745         DISPLAY 'ACCTPOST NSFPRV OPEN FAILED - STATUS '
002746             WS-PRIOR-FILE-STATUS
002747         MOVE 12 TO RETURN-CODE
002748         SET WS-SQL-FAILURE TO TRUE
002749         SET WS-EOF TO TRUE
002750         GO TO 1160-EXIT
002751     END-IF.
002752     MOVE ZERO TO WS-CARRY-COUNT.
002753     MOVE 'N' TO WS-PRIOR-EOF-SW.
002754     PERFORM 1168-COPY-ONE-NSF-FEE THRU 1168-EXIT
002755         UNTIL WS-CARRY-COUNT = WS-RESTART-NSF-COUNT
002756            OR WS-PRIOR-EOF.
002757     CLOSE PRIOR-NSF-FEE-FILE.
002758     IF WS-CARRY-COUNT < WS-RESTART-NSF-COUNT
002759         DISPLAY 'ACCTPOST NSFPRV HOLDS ' WS-CARRY-COUNT
002760             ' ROWS - CHECKPOINT NEEDS ' WS-RESTART-NSF-COUNT
002761         MOVE 12 TO RETURN-CODE
002762         SET WS-SQL-FAILURE TO TRUE
002763         SET WS-EOF TO TRUE
002764     END-IF.
002765 1160-EXIT.
002766     EXIT.
002767
002768 1165-COPY-ONE-SUSPENSE.
002769     READ PRIOR-SUSPENSE-FILE
002770         AT END
002771             SET WS-PRIOR-EOF TO TRUE
002772         NOT AT END
002773             WRITE SUSPENSE-FILE-RECORD FROM PRIOR-SUSPENSE-RECORD
002774             ADD 1 TO WS-CARRY-COUNT
002775     END-READ.
002776 1165-EXIT.
002777     EXIT.
002778
002779 1168-COPY-ONE-NSF-FEE.
002780     READ PRIOR-NSF-FEE-FILE
002781         AT END
002782             SET WS-PRIOR-EOF TO TRUE
002783         NOT AT END
002784             WRITE NSF-FEE-RECORD FROM PRIOR-NSF-FEE-RECORD
002785             ADD 1 TO WS-CARRY-COUNT
002786     END-READ.
002787 1168-EXIT.
002788     EXIT.
002789
002790*----------------------------------------------------------*
002791* 1050-GET-CREDENTIALS - PULL THE AUDIT-TRAIL USERNAME AND  *
002792*                        THE WALLET TNS ALIAS AT RUNTIME    *
002793*                        FROM THE PROTECTED ENVIRONMENT     *
002794*                        REFERENCE, UNLESS THE RUN PARM     *
002795*                        OVERRODE THE ALIAS.  NO PASSWORD   *
002796*                        IS READ OR HELD ANYWHERE - THE     *
002800*                        CONNECT BELOW IS RESOLVED BY THE   *
002810*                        ORACLE WALLET.                     *
002820*----------------------------------------------------------*
003170* 2000-PROCESS-TRANSACTION - FRONT-END EDIT, POST OR        *
003180*                   SUSPEND THE TRANSACTION JUST READ, AND  *
003190*                   READ THE NEXT ONE.                      *
003191*                   A TRANSACTION THAT PASSES THE EDITS IS  *
003192*                   CHECKED AGAINST THE POSTED HISTORY      *
003193*                   BEFORE IT GOES NEAR ACCOUNT_MASTER.     *
003194*                   A BRANCH TRANSACTION MAY NOT CARRY A    *
003195*                   SYSTEM REFERENCE PREFIX.                *
003200*----------------------------------------------------------*
003210 2000-PROCESS-TRANSACTION.
003220     MOVE 'Y' TO WS-TRAN-POSTABLE-SW.
003240     IF TRN-ACCT-NUMBER = SPACES
003250             OR TRN-ACCT-NUMBER NOT NUMERIC
003260             OR TRN-AMOUNT-X NOT NUMERIC
003270             OR (NOT TRN-DEBIT AND NOT TRN-CREDIT
003272                 AND NOT TRN-REVERSAL)
003274             OR TRN-REFERENCE = SPACES
003280         MOVE 'N' TO WS-TRAN-POSTABLE-SW
003290         MOVE 3003 TO WS-SUSP-REASON
003300     END-IF.
003301     IF WS-TRAN-POSTABLE AND WS-READING-BRANCH
003302             AND TRN-REF-SYSTEM
003303         MOVE 'N' TO WS-TRAN-POSTABLE-SW
003304         MOVE 3008 TO WS-SUSP-REASON
003305     END-IF.
003310     IF WS-TRAN-POSTABLE
003312         PERFORM 2150-CHECK-POSTED-HISTORY THRU 2150-EXIT
003314     END-IF.
003316     IF WS-TRAN-POSTABLE AND NOT WS-SQL-FAILURE
003320         PERFORM 2200-POST-TRANSACTION THRU 2200-EXIT
003330     END-IF.
003340     IF NOT WS-SQL-FAILURE
003410 2000-EXIT.
003420     EXIT.
003430
003431*----------------------------------------------------------*
003432* 2100-READ-TRANSACTION - READ THE BRANCH TRANFILE TO ITS   *
003433*                         END, THEN THE SYSTEM FEEDS ON     *
003434*                         SYSTRAN.  BOTH LAND IN            *
003435*                         POSTING-TRANSACTION AND COUNT AS  *
003436*                         RECORDS READ.                     *
003437*----------------------------------------------------------*
003440 2100-READ-TRANSACTION.
003450     IF WS-READING-BRANCH
003451         READ TRANSACTION-FILE
003452             AT END
003453                 SET WS-READING-SYSTEM TO TRUE
003454             NOT AT END
003455                 ADD 1 TO WS-RECORDS-READ
003456         END-READ
003457     END-IF.
003458     IF WS-READING-BRANCH
003459         GO TO 2100-EXIT
003460     END-IF.
003461     READ SYSTEM-TRANSACTION-FILE INTO POSTING-TRANSACTION
003462         AT END
003470             SET WS-EOF TO TRUE
003480         NOT AT END
003490             ADD 1 TO WS-RECORDS-READ
003520     EXIT.
003530
003540*----------------------------------------------------------*
003541* 2150-CHECK-POSTED-HISTORY - LOOK THE REFERENCE UP ON     *
003542*                   THE POSTED HISTORY.  A DEBIT OR CREDIT *
003543*                   WHOSE REFERENCE IS ALREADY THERE WAS   *
003544*                   POSTED BEFORE AND IS SUSPENDED AS A    *
003545*                   DUPLICATE.  A REVERSAL MUST FIND ITS   *
003546*                   ORIGINAL.  A ROW THIS SAME RUN WROTE   *
003547*                   AT OR AFTER THE CURRENT READ POSITION  *
003548*                   IS WORK A FAILED ATTEMPT WROTE AND THE *
003549*                   DATABASE ROLLED BACK - NOT A POSTING.  *
003550*----------------------------------------------------------*
003551 2150-CHECK-POSTED-HISTORY.
003552     MOVE TRN-REFERENCE TO PHS-REFERENCE.
003553     MOVE 'Y' TO WS-HIST-ON-FILE-SW.
003554     READ POSTED-HISTORY-FILE
003555         INVALID KEY
003556             MOVE 'N' TO WS-HIST-ON-FILE-SW
003557     END-READ.
003558     IF WS-HIST-FILE-STATUS NOT = '00'
003559             AND WS-HIST-FILE-STATUS NOT = '23'
003560         DISPLAY 'ACCTPOST POSTHIST READ FAILED FOR REFERENCE '
003561             TRN-REFERENCE ' - STATUS ' WS-HIST-FILE-STATUS
003562         MOVE 12 TO RETURN-CODE
003563         SET WS-SQL-FAILURE TO TRUE
003564         GO TO 2150-EXIT
003565     END-IF.
003566     IF WS-HIST-ON-FILE
003567             AND PHS-RUN-ID = WS-RUN-ID
003568             AND PHS-RUN-SEQ NOT < WS-RECORDS-READ
003569         MOVE 'N' TO WS-HIST-ON-FILE-SW
003570     END-IF.
003571     IF TRN-REVERSAL
003572         PERFORM 2170-CHECK-REVERSAL THRU 2170-EXIT
003573         GO TO 2150-EXIT
003574     END-IF.
003575     IF WS-HIST-ON-FILE
003576         MOVE 'N' TO WS-TRAN-POSTABLE-SW
003577         MOVE 3004 TO WS-SUSP-REASON
003578     END-IF.
003579 2150-EXIT.
003580     EXIT.
003581
003582*----------------------------------------------------------*
003583* 2170-CHECK-REVERSAL - THE ORIGINAL MUST BE ON THE        *
003584*                   HISTORY, FOR THE SAME ACCOUNT AND THE  *
003585*                   SAME AMOUNT, AND NOT ALREADY REVERSED. *
003586*                   A SECOND REVERSAL OF THE SAME ORIGINAL *
003587*                   IS A DUPLICATE; ANY OTHER MISMATCH IS  *
003588*                   A BAD REVERSAL.                        *
003589*----------------------------------------------------------*
003590 2170-CHECK-REVERSAL.
003591     IF NOT WS-HIST-ON-FILE
003592         MOVE 'N' TO WS-TRAN-POSTABLE-SW
003593         MOVE 3005 TO WS-SUSP-REASON
003594         GO TO 2170-EXIT
003595     END-IF.
003596     IF PHS-REVERSED
003597         IF PHS-REV-RUN-ID = WS-RUN-ID
003598                 AND PHS-REV-RUN-SEQ NOT < WS-RECORDS-READ
003599             CONTINUE
003600         ELSE
003601             MOVE 'N' TO WS-TRAN-POSTABLE-SW
003602             MOVE 3004 TO WS-SUSP-REASON
003603             GO TO 2170-EXIT
003604         END-IF
003605     END-IF.
003606     IF PHS-ACCT-NUMBER NOT = TRN-ACCT-NUMBER
003607             OR PHS-AMOUNT NOT = TRN-AMOUNT
003608         MOVE 'N' TO WS-TRAN-POSTABLE-SW
003609         MOVE 3005 TO WS-SUSP-REASON
003610     END-IF.
003611 2170-EXIT.
003612     EXIT.
003613*----------------------------------------------------------*
003614* 2200-POST-TRANSACTION - FETCH THE TARGET ROW'S BALANCE    *
003615*                   AND STATUS.  NO ROW IS AN UNKNOWN-      *
003616*                   ACCOUNT SUSPENSE, A CLOSED ROW IS A     *
003617*                   CLOSED-ACCOUNT SUSPENSE, ANYTHING ELSE  *
003618*                   GETS THE AMOUNT APPLIED AND A REGISTER  *
003619*                   LINE WITH OPENING AND CLOSING BALANCE.  *
003620*                   A REVERSAL APPLIES THE ORIGINAL AMOUNT  *
003621*                   IN THE OPPOSITE DIRECTION.              *
003622*----------------------------------------------------------*
003623 2200-POST-TRANSACTION.
003630     MOVE TRN-ACCT-NUMBER TO WS-ACCT-NUMBER.
003640     MOVE 'SELECT MASTER' TO WS-EC-OPERATION.
003650     EXEC SQL
003960     ELSE
003970         MOVE TRN-AMOUNT TO WS-SIGNED-AMOUNT
003980     END-IF.
003981     IF TRN-REVERSAL
003982         IF PHS-DEBIT
003983             MOVE PHS-AMOUNT TO WS-SIGNED-AMOUNT
003984         ELSE
003985             COMPUTE WS-SIGNED-AMOUNT = ZERO - PHS-AMOUNT
003986         END-IF
003987     END-IF.
003990     COMPUTE WS-CLOSING-BALANCE =
004000         WS-OPENING-BALANCE + WS-SIGNED-AMOUNT.
004001     IF WS-SIGNED-AMOUNT < ZERO
004002         PERFORM 2220-CHECK-DEBIT-ALLOWED THRU 2220-EXIT
004003         IF NOT WS-TRAN-POSTABLE
004004             GO TO 2200-EXIT
004005         END-IF
004006     END-IF.
004010     PERFORM 2250-UPDATE-BALANCE THRU 2250-EXIT.
004012     IF NOT WS-SQL-FAILURE
004014         PERFORM 2600-RECORD-POSTED-HISTORY THRU 2600-EXIT
004016     END-IF.
004020     IF NOT WS-SQL-FAILURE
004030         PERFORM 2300-WRITE-REGISTER-LINE THRU 2300-EXIT
004032         PERFORM 2350-WRITE-CHANGE-AUDIT THRU 2350-EXIT
004040         ADD 1 TO WS-RECORDS-POSTED
004050         EVALUATE TRUE
004060             WHEN TRN-DEBIT
004070                 ADD TRN-AMOUNT TO WS-DEBIT-TOTAL
004080             WHEN TRN-CREDIT
004081                 ADD TRN-AMOUNT TO WS-CREDIT-TOTAL
004082             WHEN PHS-DEBIT
004083                 ADD 1 TO WS-RECORDS-REVERSED
004084                 ADD PHS-AMOUNT TO WS-REV-DEBIT-TOTAL
004085             WHEN OTHER
004086                 ADD 1 TO WS-RECORDS-REVERSED
004087                 ADD PHS-AMOUNT TO WS-REV-CREDIT-TOTAL
004088         END-EVALUATE
004089     END-IF.
004090 2200-EXIT.
004091     EXIT.
004092
004093*----------------------------------------------------------*
004094* 2220-CHECK-DEBIT-ALLOWED - MONEY GOING OUT.  A SUSPENDED  *
004095*                   ACCOUNT TAKES NO DEBITS AT ALL, AND NO   *
004096*                   DEBIT MAY TAKE THE BALANCE BELOW ZERO.   *
004097*                   A BRANCH DEBIT REFUSED FOR FUNDS RAISES  *
004098*                   THE NSF FEE WHEN THE PARM ASKS FOR ONE - *
004099*                   NOT A REVERSAL, AND NOT A SYSTEM FEE.    *
004100*----------------------------------------------------------*
004101 2220-CHECK-DEBIT-ALLOWED.
004102     IF WS-ACCT-STATUS = 'S'
004103         MOVE 'N' TO WS-TRAN-POSTABLE-SW
004104         MOVE 3007 TO WS-SUSP-REASON
004105         GO TO 2220-EXIT
004106     END-IF.
004107     IF WS-CLOSING-BALANCE < ZERO
004108         MOVE 'N' TO WS-TRAN-POSTABLE-SW
004109         MOVE 3006 TO WS-SUSP-REASON
004110         IF WS-NSF-FEE > ZERO
004111                 AND TRN-DEBIT
004112                 AND NOT TRN-REF-SYSTEM
004113             PERFORM 2550-WRITE-NSF-FEE THRU 2550-EXIT
004114         END-IF
004115     END-IF.
004116 2220-EXIT.
004120     EXIT.
004130
004140 2250-UPDATE-BALANCE.
004437*                   A SECOND BUMPS THE TIME AND RETRIES.    *
004438*----------------------------------------------------------*
004439 2350-WRITE-CHANGE-AUDIT.
004440     MOVE SPACES TO ACCT-CHANGE-RECORD.
004441     MOVE WS-ACCT-NUMBER TO CHG-ACCT-NUMBER.
004442     ACCEPT CHG-DATE FROM DATE YYYYMMDD.
004443     ACCEPT CHG-TIME FROM TIME.
004444     MOVE 'ACCTPOST' TO CHG-USERID.
004445     MOVE SPACES TO CHG-OLD-NAME.
004446     MOVE SPACES TO CHG-NEW-NAME.
004447     MOVE WS-CLOSING-BALANCE TO CHG-BALANCE.
004448     MOVE ZERO TO CHG-ADJ-AMOUNT.
004449     MOVE ZERO TO WS-CHG-RETRY-CT.
004450     MOVE SPACES TO WS-CHANGE-FILE-STATUS.
004451     PERFORM 2360-WRITE-ONE-CHANGE-ROW THRU 2360-EXIT
004452         UNTIL WS-CHANGE-FILE-STATUS = '00'
004453            OR WS-CHG-RETRY-CT > 99.
004454*    A DROPPED TRAIL ROW WOULD SILENTLY HIDE THIS ACCOUNT
004455*    FROM THE DELTA EXTRACT - NAME IT AND FLAG THE RUN.
004456     IF WS-CHANGE-FILE-STATUS NOT = '00'
004457         DISPLAY 'ACCTPOST ACCTCHG WRITE FAILED FOR ACCOUNT '
004458             CHG-ACCT-NUMBER ' - STATUS '
004459             WS-CHANGE-FILE-STATUS
004460         IF RETURN-CODE = ZERO
004461             MOVE 8 TO RETURN-CODE
004462         END-IF
004463     END-IF.
004464 2350-EXIT.
004465     EXIT.
004466
004467 2360-WRITE-ONE-CHANGE-ROW.
004468     WRITE ACCT-CHANGE-RECORD
004469         INVALID KEY
004470             ADD 1 TO CHG-TIME
004471     END-WRITE.
004472     ADD 1 TO WS-CHG-RETRY-CT.
004473 2360-EXIT.
004474     EXIT.
004475
004476*----------------------------------------------------------*
004477* 2400-COMMIT-INTERVAL - COMMIT EVERY WS-COMMIT-INTERVAL    *
004478*                   PROCESSED RECORDS SO A FAILURE MID-RUN  *
004480*                   LOSES AT MOST ONE INTERVAL OF WORK, AS  *
004490*                   IN ACCTLOAD.                            *
004500*----------------------------------------------------------*
004744             TO WS-CHECKPOINT-SUS-COUNT
004746         MOVE WS-DEBIT-TOTAL TO WS-CHECKPOINT-DB-TOTAL
004748         MOVE WS-CREDIT-TOTAL TO WS-CHECKPOINT-CR-TOTAL
004749         MOVE WS-RECORDS-REVERSED TO WS-CHECKPOINT-RV-COUNT
004750         MOVE WS-REV-DEBIT-TOTAL TO WS-CHECKPOINT-RD-TOTAL
004751         MOVE WS-REV-CREDIT-TOTAL TO WS-CHECKPOINT-RC-TOTAL
004752         MOVE WS-NSF-FEES-WRITTEN TO WS-CHECKPOINT-NSF-COUNT
004753         MOVE WS-RUN-ID TO WS-CHECKPOINT-RUN-ID
004754         PERFORM 2460-SAVE-CHECKPOINT-RECORD THRU 2460-EXIT
004755     END-IF.
004756 2450-EXIT.
004757     EXIT.
004758
004760*----------------------------------------------------------*
004762* 2460-SAVE-CHECKPOINT-RECORD - REPLACE THE ONE CHECKPOINT  *
004900     EXIT.
004910
004920*----------------------------------------------------------*
004921* 2550-WRITE-NSF-FEE - ONE FEE DEBIT IN TRANREC LAYOUT FOR  *
004922*                   THE NEXT POSTING RUN, REFERENCED FROM    *
004923*                   THE RUN DATE AND THE REFUSED DEBIT'S     *
004924*                   READ SEQUENCE SO IT IS UNIQUE ON THE     *
004925*                   POSTED HISTORY.                          *
004926*----------------------------------------------------------*
004927 2550-WRITE-NSF-FEE.
004928     MOVE WS-RUN-ID-DATE TO NF-POST-DATE.
004929     MOVE NF-POST-DATE (3:6) TO WS-NSF-REF-DATE.
004930     DIVIDE WS-RECORDS-READ BY 10000000
004931         GIVING WS-NSF-SEQUENCE
004932         REMAINDER WS-NSF-REF-SEQ.
004933     MOVE TRN-ACCT-NUMBER TO NF-ACCT-NUMBER.
004934     MOVE WS-NSF-FEE TO NF-AMOUNT.
004935     MOVE WS-NSF-REFERENCE TO NF-REFERENCE.
004936     WRITE NSF-FEE-RECORD FROM WS-NSF-TRANSACTION.
004937     ADD 1 TO WS-NSF-FEES-WRITTEN.
004938 2550-EXIT.
004939     EXIT.
004940
004941*----------------------------------------------------------*
004942* 2600-RECORD-POSTED-HISTORY - THE POSTING IS ON THE ROW   *
004943*                   SO RECORD IT ON THE POSTED HISTORY     *
004944*                   UNDER ITS REFERENCE, OR MARK THE       *
004945*                   ORIGINAL REVERSED.  A ROW ALREADY      *
004946*                   THERE FOR A DEBIT OR CREDIT IS A       *
004947*                   ROLLED-BACK ROW FROM A FAILED ATTEMPT  *
004948*                   AND IS REPLACED.  A HISTORY THAT       *
004949*                   CANNOT BE WRITTEN STOPS THE RUN.       *
004950*----------------------------------------------------------*
004951 2600-RECORD-POSTED-HISTORY.
004952     IF TRN-REVERSAL
004953         SET PHS-REVERSED TO TRUE
004954         MOVE WS-RUN-ID TO PHS-REV-RUN-ID
004955         MOVE WS-RECORDS-READ TO PHS-REV-RUN-SEQ
004956         REWRITE POSTED-HISTORY-RECORD
004957     ELSE
004958         MOVE TRN-REFERENCE TO PHS-REFERENCE
004959         MOVE TRN-ACCT-NUMBER TO PHS-ACCT-NUMBER
004960         MOVE TRN-TYPE TO PHS-TYPE
004961         MOVE TRN-AMOUNT TO PHS-AMOUNT
004962         MOVE TRN-POST-DATE TO PHS-TRAN-DATE
004963         MOVE WS-CLOSING-BALANCE TO PHS-CLOSING-BALANCE
004964         MOVE WS-RUN-ID TO PHS-RUN-ID
004965         MOVE WS-RECORDS-READ TO PHS-RUN-SEQ
004966         SET PHS-ACTIVE TO TRUE
004967         MOVE ZERO TO PHS-REV-RUN-ID
004968         MOVE ZERO TO PHS-REV-RUN-SEQ
004969         WRITE POSTED-HISTORY-RECORD
004970             INVALID KEY
004971                 REWRITE POSTED-HISTORY-RECORD
004972         END-WRITE
004973     END-IF.
004974     IF WS-HIST-FILE-STATUS NOT = '00'
004975         DISPLAY 'ACCTPOST POSTHIST WRITE FAILED FOR REFERENCE '
004976             TRN-REFERENCE ' - STATUS ' WS-HIST-FILE-STATUS
004977         MOVE 12 TO RETURN-CODE
004978         SET WS-SQL-FAILURE TO TRUE
004979     END-IF.
004980 2600-EXIT.
004981     EXIT.
004982
004983*----------------------------------------------------------*
004984* 2160-RECORD-AUDIT-ENTRY - APPEND ONE ROW TO THE SHARED    *
004985*                           CONNECTIVITY AUDIT TRAIL FOR    *
004986*                           THE ATTEMPT JUST MADE.          *
004987*----------------------------------------------------------*
004988 2160-RECORD-AUDIT-ENTRY.
004989     ACCEPT WS-AUD-END-TIME FROM TIME.
004990     CALL 'ELAPTIME' USING WS-AUD-START-TIME
005000                           WS-AUD-END-TIME
005010                           WS-AUD-ELAPSED-MS.
005231     IF WS-EOF AND NOT WS-SQL-FAILURE
005232*        THE LOGICAL RUN COMPLETED - CLEAR THE CHECKPOINT SO
005233*        THE NEXT DAY'S FILE STARTS FROM TRANSACTION ONE.
005234*        THE LEDGER GETS THE WHOLE RUN'S JOURNAL FIRST.
005235         IF WS-FILES-OPEN
005236             PERFORM 9200-WRITE-GL-JOURNAL THRU 9200-EXIT
005237         END-IF
005238         MOVE ZERO TO WS-CHECKPOINT-COUNT
005239         MOVE ZERO TO WS-CHECKPOINT-PST-COUNT
005240         MOVE ZERO TO WS-CHECKPOINT-SUS-COUNT
005241         MOVE ZERO TO WS-CHECKPOINT-DB-TOTAL
005242         MOVE ZERO TO WS-CHECKPOINT-CR-TOTAL
005243         MOVE ZERO TO WS-CHECKPOINT-RV-COUNT
005244         MOVE ZERO TO WS-CHECKPOINT-RD-TOTAL
005245         MOVE ZERO TO WS-CHECKPOINT-RC-TOTAL
005246         MOVE ZERO TO WS-CHECKPOINT-NSF-COUNT
005247         MOVE ZERO TO WS-CHECKPOINT-RUN-ID
005248         PERFORM 2460-SAVE-CHECKPOINT-RECORD THRU 2460-EXIT
005249     END-IF.
005250     IF WS-FILES-OPEN
005251         CLOSE TRANSACTION-FILE
005252         CLOSE SYSTEM-TRANSACTION-FILE
005260         CLOSE POSTING-REGISTER-FILE
005270         CLOSE SUSPENSE-FILE
005271         CLOSE NSF-FEE-FILE
005272         CLOSE GL-JOURNAL-FILE
005273*        THE CHANGE AUDIT ONLY CLOSES IF ITS OPEN STUCK -
005274*        A FAILED 1200 LEFT IT SHUT.
005275         IF WS-CHGAUDIT-OPEN
005276             CLOSE ACCT-CHANGE-FILE
005277         END-IF
005278         IF WS-POSTHIST-OPEN
005279             CLOSE POSTED-HISTORY-FILE
005280         END-IF
005281     END-IF.
005290     PERFORM 9100-CONTROL-TOTAL-REPORT THRU 9100-EXIT.
005300 9000-EXIT.
005310     EXIT.
005460         WS-RECORDS-SUSPENDED.
005470     DISPLAY 'ACCTPOST DEBIT TOTAL:       ' WS-DEBIT-TOTAL.
005480     DISPLAY 'ACCTPOST CREDIT TOTAL:      ' WS-CREDIT-TOTAL.
005481     DISPLAY 'ACCTPOST RECORDS REVERSED:  ' WS-RECORDS-REVERSED.
005482     DISPLAY 'ACCTPOST DEBITS REVERSED:   ' WS-REV-DEBIT-TOTAL.
005483     DISPLAY 'ACCTPOST CREDITS REVERSED:  ' WS-REV-CREDIT-TOTAL.
005484     DISPLAY 'ACCTPOST NSF FEES WRITTEN:  ' WS-NSF-FEES-WRITTEN.
005485     IF WS-GLJRNL-WRITTEN
005486         DISPLAY 'ACCTPOST GL JOURNAL LINES:  ' WS-GL-LINE-COUNT
005487         DISPLAY 'ACCTPOST GL NET LIABILITY:  '
005488             WS-GL-NET-LIABILITY
005489     ELSE
005490         DISPLAY 'ACCTPOST GL JOURNAL NOT WRITTEN - RUN DID NOT '
005491             'COMPLETE'
005492     END-IF.
005493     IF WS-RECORDS-READ NOT = WS-RECONCILE-TOTAL
005500         DISPLAY 'ACCTPOST CONTROL TOTAL CHECK: MISMATCH - '
005510             'READ DOES NOT EQUAL POSTED+SUSPENDED'
005520         IF RETURN-CODE = ZERO
005570     END-IF.
005580 9100-EXIT.
005590     EXIT.
005600
005610*----------------------------------------------------------*
005620* 9200-WRITE-GL-JOURNAL - THE RUN COMPLETED - HEADER, ONE   *
005630*                   BALANCED DEBIT/CREDIT PAIR PER NON-ZERO *
005640*                   TOTAL, AND THE TRAILER. THE TOTALS ARE  *
005650*                   CUMULATIVE ACROSS A RESTART, SO THE     *
005660*                   JOURNAL ALWAYS COVERS THE WHOLE LOGICAL *
005670*                   RUN.                                    *
005680*----------------------------------------------------------*
005690 9200-WRITE-GL-JOURNAL.
005700     MOVE SPACES TO GL-JOURNAL-RECORD.
005710     SET GLJ-HEADER TO TRUE.
005720     MOVE 'ACCTPOST' TO GLJ-HDR-SOURCE.
005730     MOVE WS-RUN-DATE TO GLJ-HDR-JOURNAL-DATE.
005740     MOVE WS-RUN-ID TO GLJ-HDR-RUN-ID.
005750     WRITE GL-JOURNAL-RECORD.
005760     MOVE WS-DEBIT-TOTAL TO WS-GL-ENTRY-AMOUNT.
005770     MOVE WS-GL-CUST-LIABILITY TO WS-GL-ENTRY-DR-ACCT.
005780     MOVE WS-GL-DEBIT-CLEARING TO WS-GL-ENTRY-CR-ACCT.
005790     MOVE 'DEBITS POSTED' TO WS-GL-ENTRY-DESC.
005800     PERFORM 9250-WRITE-GL-PAIR THRU 9250-EXIT.
005810     MOVE WS-CREDIT-TOTAL TO WS-GL-ENTRY-AMOUNT.
005820     MOVE WS-GL-CREDIT-CLEARING TO WS-GL-ENTRY-DR-ACCT.
005830     MOVE WS-GL-CUST-LIABILITY TO WS-GL-ENTRY-CR-ACCT.
005840     MOVE 'CREDITS POSTED' TO WS-GL-ENTRY-DESC.
005850     PERFORM 9250-WRITE-GL-PAIR THRU 9250-EXIT.
005860     MOVE WS-REV-DEBIT-TOTAL TO WS-GL-ENTRY-AMOUNT.
005870     MOVE WS-GL-DEBIT-CLEARING TO WS-GL-ENTRY-DR-ACCT.
005880     MOVE WS-GL-CUST-LIABILITY TO WS-GL-ENTRY-CR-ACCT.
005890     MOVE 'DEBITS REVERSED' TO WS-GL-ENTRY-DESC.
005900     PERFORM 9250-WRITE-GL-PAIR THRU 9250-EXIT.
005910     MOVE WS-REV-CREDIT-TOTAL TO WS-GL-ENTRY-AMOUNT.
005920     MOVE WS-GL-CUST-LIABILITY TO WS-GL-ENTRY-DR-ACCT.
005930     MOVE WS-GL-CREDIT-CLEARING TO WS-GL-ENTRY-CR-ACCT.
005940     MOVE 'CREDITS REVERSED' TO WS-GL-ENTRY-DESC.
005950     PERFORM 9250-WRITE-GL-PAIR THRU 9250-EXIT.
005960     COMPUTE WS-GL-NET-LIABILITY =
005970         WS-CREDIT-TOTAL + WS-REV-DEBIT-TOTAL
005980         - WS-DEBIT-TOTAL - WS-REV-CREDIT-TOTAL.
005990     MOVE SPACES TO GL-JOURNAL-RECORD.
006000     SET GLJ-TRAILER TO TRUE.
006010     MOVE WS-GL-LINE-COUNT TO GLJ-TRL-LINE-COUNT.
006020     MOVE WS-GL-DEBIT-TOTAL TO GLJ-TRL-DEBIT-TOTAL.
006030     MOVE WS-GL-CREDIT-TOTAL TO GLJ-TRL-CREDIT-TOTAL.
006040     MOVE WS-GL-NET-LIABILITY TO GLJ-TRL-NET-LIABILITY.
006050     WRITE GL-JOURNAL-RECORD.
006060     SET WS-GLJRNL-WRITTEN TO TRUE.
006070 9200-EXIT.
006080     EXIT.
006090
006100 9250-WRITE-GL-PAIR.
006110     IF WS-GL-ENTRY-AMOUNT = ZERO
006120         GO TO 9250-EXIT
006130     END-IF.
006140     MOVE SPACES TO GL-JOURNAL-RECORD.
006150     SET GLJ-DETAIL TO TRUE.
006160     ADD 1 TO WS-GL-LINE-COUNT.
006170     MOVE WS-GL-LINE-COUNT TO GLJ-LINE-NUMBER.
006180     MOVE WS-GL-ENTRY-DR-ACCT TO GLJ-GL-ACCOUNT.
006190     SET GLJ-DEBIT-LINE TO TRUE.
006200     MOVE WS-GL-ENTRY-AMOUNT TO GLJ-AMOUNT.
006210     MOVE WS-GL-ENTRY-DESC TO GLJ-DESCRIPTION.
006220     WRITE GL-JOURNAL-RECORD.
006230     ADD WS-GL-ENTRY-AMOUNT TO WS-GL-DEBIT-TOTAL.
006240     MOVE SPACES TO GL-JOURNAL-RECORD.
006250     SET GLJ-DETAIL TO TRUE.
006260     ADD 1 TO WS-GL-LINE-COUNT.
006270     MOVE WS-GL-LINE-COUNT TO GLJ-LINE-NUMBER.
006280     MOVE WS-GL-ENTRY-CR-ACCT TO GLJ-GL-ACCOUNT.
006290     SET GLJ-CREDIT-LINE TO TRUE.
006300     MOVE WS-GL-ENTRY-AMOUNT TO GLJ-AMOUNT.
006310     MOVE WS-GL-ENTRY-DESC TO GLJ-DESCRIPTION.
006320     WRITE GL-JOURNAL-RECORD.
006330     ADD WS-GL-ENTRY-AMOUNT TO WS-GL-CREDIT-TOTAL.
006340 9250-EXIT.
006350     EXIT.
006360
006370*----------------------------------------------------------*
006380* 9900-RECORD-RUN-END - COMPLETE THIS STEP'S ROW ON THE     *
006390*                       SHARED BATCH RUN HISTORY WITH THE   *
006400*                       RECORD COUNT AND THE FINAL STEP     *
006410*                       RETURN CODE, THEN PUT THE RETURN    *
006420*                       CODE BACK - THE CALL REPLACES IT.   *
006430*----------------------------------------------------------*
006440 9900-RECORD-RUN-END.
006450     MOVE 'END' TO WS-RH-EVENT.
006460     MOVE WS-RECORDS-READ TO WS-RH-RECORD-COUNT.
006470     MOVE RETURN-CODE TO WS-RH-RETURN-CODE.
006480     CALL 'RUNHIST' USING WS-RH-CALLING-PROGRAM
006490                          WS-RH-QUALIFIER
006500                          WS-RH-EVENT
006510                          WS-RH-RECORD-COUNT
006520                          WS-RH-RETURN-CODE.
006530     MOVE WS-RH-RETURN-CODE TO RETURN-CODE.
006540 9900-EXIT.
006550     EXIT.
