000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. ACCTBULK.
000030 AUTHOR. R-HALVORSEN.
000040 INSTALLATION. DATA-SERVICES.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------*
000080* MODIFICATION HISTORY                                      *
000090*   DATE       INIT  DESCRIPTION                             *
000100*   2026-10-15 MWK   ORIGINAL VERSION - BULK ACCOUNT_MASTER  *
000110*                    MAINTENANCE.  A BRANCH CONSOLIDATION OR *
000120*                    A VENDOR FILE OF CORRECTED ADDRESSES    *
000130*                    MEANT DAYS OF KEYING AMNT ONE ACCOUNT   *
000140*                    AT A TIME.  THIS JOB READS A CHANGE     *
000150*                    FILE OF ACCOUNT, FIELD, AND NEW VALUE   *
000160*                    AND PUTS EACH ACCOUNT'S CHANGES THROUGH *
000170*                    EXACTLY WHAT AMNT DOES - THE SHARED     *
000180*                    FLDEDIT EDITS, CLOSED IS TERMINAL       *
000190*                    (2009), THE ROW LOCKED UNDER SELECT FOR *
000200*                    UPDATE WAIT 3, AND AN ACCTCHG BEFORE/   *
000210*                    AFTER ROW UNDER THE JOB ID.  A CHANGE   *
000220*                    THAT NEEDS DUAL CONTROL IS QUEUED ON    *
000230*                    THE PENDING-CHANGE FILE FOR AAPR, NEVER *
000240*                    APPLIED HERE.  REFUSED AND QUEUED       *
000250*                    CHANGES GO TO THE EXCEPTIONS REPORT.    *
000260*                    COMMIT INTERVAL AND CHECKPOINT/RESTART  *
000270*                    ON THE ACCTLOAD PATTERN.  FILES ITS RUN *
000280*                    ON THE SHARED BATCH RUN HISTORY.        *
000290*----------------------------------------------------------*
000300*
000310*   PARM FORMAT - 'COMMIT=nnnn,JOBID=xxxxxxxx,ALIAS=aaaa'
000320*             COMMIT IS THE COMMIT INTERVAL IN ACCOUNTS,
000330*             DEFAULT 100.  JOBID IS THE JOB IDENTIFIER THE
000340*             SCHEDULER SUBMITTED THE RUN UNDER - IT IS THE
000350*             USER ON EVERY ACCTCHG ROW AND THE MAKER ON EVERY
000360*             QUEUED CHANGE, DEFAULT ACCTBULK.  ALIAS OVERRIDES
000370*             THE WALLET TNS ALIAS AS IN THE OTHER PROGRAMS.
000380*             ALL OPTIONAL, ANY ORDER.
000390*
000400*   CHANGE FILE (DD BULKCHG) - ONE 80-BYTE RECORD PER FIELD
000410*   CHANGED - ACCOUNT NUMBER, THE FIELD NAME, AND THE NEW
000420*   VALUE.  THE FIELD NAMES ARE THE ONES FLDEDIT AND THE
000430*   REJECT FILE USE - NAME, ADDR LINE, CITY, STATE, POSTAL
000440*   CODE, OPEN DATE, ACCT STATUS.  ALL THE RECORDS FOR ONE
000450*   ACCOUNT MUST BE TOGETHER - THEY ARE EDITED AND APPLIED AS
000460*   ONE CHANGE, THE WAY AMNT APPLIES ONE SCREEN, SO A NEW
000470*   ADDRESS, CITY, STATE, AND POSTAL CODE ARE EDITED AS A SET
000480*   AND ALL GO IN OR NONE DO.  NAME, ADDRESS LINE, AND CITY
000490*   ARE UPPERCASED AND BLANK-SQUEEZED BY TXTNORM, THE SAME
000500*   CLEANSING THE ONBOARDING FEED GETS.
000510*
000520*   DUAL CONTROL - AS IN AMNT, A CLOSE OR ANY CHANGE TO AN
000530*   ACCOUNT CARRYING A NON-ZERO BALANCE IS WRITTEN TO THE
000540*   PENDING-CHANGE FILE (PENDCHGR LAYOUT) FOR A SECOND PERSON
000550*   TO APPROVE IN AAPR, AND AN ACCOUNT WITH A CHANGE ALREADY
000560*   AWAITING APPROVAL TAKES NO OTHER CHANGE.
000570*
000580*   RETURN CODES -
000590*       0  EVERY CHANGE APPLIED OR QUEUED FOR APPROVAL
000600*       4  ONE OR MORE CHANGES REFUSED - SEE BULKEXC
000610*       8  AN ACCTCHG OR PENDCHG ROW WAS LOST, THE CHECKPOINT
000620*          COULD NOT BE SAVED, OR THE CONTROL TOTALS DO NOT
000630*          BALANCE
000640*      12  A FILE WOULD NOT OPEN
000650*   AN SQL FAILURE STOPS THE RUN WITH THE SQLERRCK CODE.
000660*
000670 ENVIRONMENT DIVISION.
000680 INPUT-OUTPUT SECTION.
000690 FILE-CONTROL.
000700     SELECT BULK-CHANGE-FILE ASSIGN TO 'BULKCHG'
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS WS-BULK-FILE-STATUS.
000730
000740     SELECT ACCT-CHANGE-FILE ASSIGN TO 'ACCTCHG'
000750         ORGANIZATION IS INDEXED
000760         ACCESS MODE IS DYNAMIC
000770         RECORD KEY IS CHG-KEY
000780         FILE STATUS IS WS-CHANGE-FILE-STATUS.
000790
000800     SELECT PENDING-CHANGE-FILE ASSIGN TO 'PENDCHG'
000810         ORGANIZATION IS INDEXED
000820         ACCESS MODE IS DYNAMIC
000830         RECORD KEY IS PND-KEY
000840         FILE STATUS IS WS-PEND-FILE-STATUS.
000850
000860     SELECT CHECKPOINT-FILE ASSIGN TO 'BMCHKPT'
000870         ORGANIZATION IS RELATIVE
000880         ACCESS MODE IS RANDOM
000890         RELATIVE KEY IS WS-CHECKPOINT-RELKEY
000900         FILE STATUS IS WS-CHECKPOINT-STATUS.
000910
000920     SELECT EXCEPTION-REPORT-FILE ASSIGN TO 'BULKEXC'
000930         ORGANIZATION IS LINE SEQUENTIAL.
000940
000950 DATA DIVISION.
000960 FILE SECTION.
000970*----------------------------------------------------------*
000980* ONE FIELD CHANGE FOR ONE ACCOUNT.                         *
000990*----------------------------------------------------------*
001000 FD  BULK-CHANGE-FILE
001010     RECORDING MODE IS F.
001020 01  BULK-CHANGE-RECORD.
001030     05  BLK-ACCT-NUMBER         PIC X(10).
001040     05  FILLER                  PIC X(01).
001050     05  BLK-FIELD-NAME          PIC X(12).
001060     05  FILLER                  PIC X(01).
001070     05  BLK-NEW-VALUE           PIC X(30).
001080     05  FILLER                  PIC X(26).
001090
001100 FD  ACCT-CHANGE-FILE.
001110     COPY ACCTCHGR.
001120
001130 FD  PENDING-CHANGE-FILE.
001140     COPY PENDCHGR.
001150
001160 FD  CHECKPOINT-FILE.
001170 01  CHECKPOINT-FILE-RECORD      PIC X(36).
001180
001190 FD  EXCEPTION-REPORT-FILE
001200     RECORDING MODE IS F.
001210 01  EXCEPTION-REPORT-RECORD     PIC X(132).
001220
001230 WORKING-STORAGE SECTION.
001240     EXEC SQL
001250         INCLUDE SQLCA
001260     END-EXEC.
001270
001280 77  WS-BULK-FILE-STATUS         PIC X(02).
001290 77  WS-CHANGE-FILE-STATUS       PIC X(02).
001300 77  WS-PEND-FILE-STATUS         PIC X(02).
001310 77  WS-WRITE-RETRY-CT           PIC 9(02) COMP VALUE ZERO.
001320
001330 01  WS-USERNAME                 PIC X(20) VALUE SPACES.
001340 01  WS-TNS-ALIAS                PIC X(20) VALUE SPACES.
001350 01  WS-CONNECT-STRING           PIC X(22) VALUE SPACES.
001360
001370*----------------------------------------------------------*
001380* THE ROW AS IT STANDS UNDER THE LOCK - THE BEFORE-IMAGE FOR*
001390* THE TRANSITION RULE, THE DUAL-CONTROL TEST, AND THE AUDIT.*
001400*----------------------------------------------------------*
001410 01  WS-ACCOUNT-ROW.
001420     05  WS-ACCT-NUMBER          PIC X(10).
001430     05  WS-ACCT-NAME            PIC X(30).
001440     05  WS-ADDR-LINE            PIC X(30).
001450     05  WS-CITY                 PIC X(20).
001460     05  WS-STATE                PIC X(02).
001470     05  WS-POSTAL-CODE          PIC X(09).
001480     05  WS-OPEN-DATE            PIC X(08).
001490     05  WS-ACCT-STATUS          PIC X(01).
001500     05  WS-ACCT-BALANCE         PIC S9(7)V99 COMP-3.
001510
001520*----------------------------------------------------------*
001530* THE ROW AS IT WOULD STAND WITH THE ACCOUNT'S CHANGES ON IT*
001540*----------------------------------------------------------*
001550 01  WS-NEW-VALUES.
001560     05  WS-NEW-NAME             PIC X(30) VALUE SPACES.
001570     05  WS-NEW-ADDR-LINE        PIC X(30) VALUE SPACES.
001580     05  WS-NEW-CITY             PIC X(20) VALUE SPACES.
001590     05  WS-NEW-STATE            PIC X(02) VALUE SPACES.
001600     05  WS-NEW-POSTAL-CODE      PIC X(09) VALUE SPACES.
001610     05  WS-NEW-OPEN-DATE        PIC X(08) VALUE SPACES.
001620     05  WS-NEW-ACCT-STATUS      PIC X(01) VALUE SPACES.
001630
001640*----------------------------------------------------------*
001650* ONE ACCOUNT'S CHANGE RECORDS, GATHERED BEFORE ANY EDIT.   *
001660* WS-GROUP-COUNT IS EVERY RECORD READ FOR THE ACCOUNT - PAST*
001670* THE TABLE SIZE THE EXTRA RECORDS ARE COUNTED, NOT KEPT.   *
001680*----------------------------------------------------------*
001690 01  WS-GROUP-CONTROL.
001700     05  WS-GROUP-ACCT           PIC X(10) VALUE SPACES.
001710     05  WS-GROUP-COUNT          PIC 9(4) COMP VALUE ZERO.
001720     05  WS-GROUP-STORED         PIC 9(4) COMP VALUE ZERO.
001730     05  WS-GROUP-SUB            PIC 9(4) COMP VALUE ZERO.
001740     05  WS-GROUP-MAX            PIC 9(4) COMP VALUE 20.
001750
001760 01  WS-GROUP-TABLE.
001770     05  WS-GROUP-ENTRY          OCCURS 20 TIMES.
001780         10  WS-GRP-FIELD-NAME   PIC X(12).
001790             88  WS-GRP-NAME         VALUE 'NAME'.
001800             88  WS-GRP-ADDR-LINE    VALUE 'ADDR LINE'.
001810             88  WS-GRP-CITY         VALUE 'CITY'.
001820             88  WS-GRP-STATE        VALUE 'STATE'.
001830             88  WS-GRP-POSTAL-CODE  VALUE 'POSTAL CODE'.
001840             88  WS-GRP-OPEN-DATE    VALUE 'OPEN DATE'.
001850             88  WS-GRP-ACCT-STATUS  VALUE 'ACCT STATUS'.
001860             88  WS-GRP-FIELD-VALID  VALUE 'NAME' 'ADDR LINE'
001870                                           'CITY' 'STATE'
001880                                           'POSTAL CODE'
001890                                           'OPEN DATE'
001900                                           'ACCT STATUS'.
001910         10  WS-GRP-NEW-VALUE    PIC X(30).
001920
001930 01  WS-TEXT-WORK.
001940     05  WS-TEXT-IN              PIC X(30).
001950     05  WS-TEXT-OUT             PIC X(30).
001960
001970 01  WS-FIELD-EDIT-CALL.
001980     05  WS-FE-REASON-CODE       PIC 9(04) VALUE ZERO.
001990     05  WS-FE-FIELD-NAME        PIC X(12) VALUE SPACES.
002000
002010 01  WS-SQL-ERROR-CHECK.
002020     05  WS-EC-CALLING-PROGRAM   PIC X(12) VALUE 'ACCTBULK'.
002030     05  WS-EC-OPERATION         PIC X(20).
002040     05  WS-EC-REASON-CODE       PIC 9(04).
002050     05  WS-EC-RETURN-CODE       PIC 9(04).
002060
002070 01  WS-SWITCHES.
002080     05  WS-EOF-SW               PIC X(01) VALUE 'N'.
002090         88  WS-EOF                  VALUE 'Y'.
002100     05  WS-SQL-FAILURE-SW       PIC X(01) VALUE 'N'.
002110         88  WS-SQL-FAILURE          VALUE 'Y'.
002120     05  WS-FILES-OPEN-SW        PIC X(01) VALUE 'N'.
002130         88  WS-FILES-OPEN           VALUE 'Y'.
002140     05  WS-ROW-LOCKED-SW        PIC X(01) VALUE 'N'.
002150         88  WS-ROW-LOCKED           VALUE 'Y'.
002160     05  WS-PENDING-FOUND-SW     PIC X(01) VALUE 'N'.
002170         88  WS-PENDING-FOUND        VALUE 'Y'.
002180     05  WS-PENDING-FAILED-SW    PIC X(01) VALUE 'N'.
002190         88  WS-PENDING-FAILED       VALUE 'Y'.
002200     05  WS-PEND-BROWSE-SW       PIC X(01) VALUE 'N'.
002210         88  WS-PEND-BROWSE-OPEN     VALUE 'Y'.
002220     05  WS-BAD-FIELD-SW         PIC X(01) VALUE 'N'.
002230         88  WS-BAD-FIELD            VALUE 'Y'.
002240     05  WS-CLOSE-SW             PIC X(01) VALUE 'N'.
002250         88  WS-IS-CLOSE             VALUE 'Y'.
002260     05  WS-HAS-BALANCE-SW       PIC X(01) VALUE 'N'.
002270         88  WS-HAS-BALANCE          VALUE 'Y'.
002280
002290 01  WS-COUNTERS.
002300     05  WS-RECORDS-READ         PIC 9(9) COMP VALUE ZERO.
002310     05  WS-RECORDS-DONE         PIC 9(9) COMP VALUE ZERO.
002320     05  WS-RECORDS-APPLIED      PIC 9(9) COMP VALUE ZERO.
002330     05  WS-RECORDS-QUEUED       PIC 9(9) COMP VALUE ZERO.
002340     05  WS-RECORDS-REFUSED      PIC 9(9) COMP VALUE ZERO.
002350     05  WS-ACCOUNTS-APPLIED     PIC 9(9) COMP VALUE ZERO.
002360     05  WS-ACCOUNTS-QUEUED      PIC 9(9) COMP VALUE ZERO.
002370     05  WS-ACCOUNTS-REFUSED     PIC 9(9) COMP VALUE ZERO.
002380     05  WS-SINCE-COMMIT         PIC 9(9) COMP VALUE ZERO.
002390     05  WS-RECONCILE-TOTAL      PIC 9(9) COMP VALUE ZERO.
002400     05  WS-CHG-WRITE-FAILURES   PIC 9(9) COMP VALUE ZERO.
002410     05  WS-PEND-FAILURES        PIC 9(9) COMP VALUE ZERO.
002420
002430 01  WS-COMMIT-CONTROL.
002440     05  WS-COMMIT-INTERVAL      PIC 9(4) COMP VALUE 100.
002450
002460 01  WS-CHECKPOINT-CONTROL.
002470     05  WS-CHECKPOINT-FAIL-SW   PIC X(01) VALUE 'N'.
002480         88  WS-CHECKPOINT-FAILED    VALUE 'Y'.
002490     05  WS-CHECKPOINT-STATUS    PIC X(02).
002500     05  WS-CHECKPOINT-RELKEY    PIC 9(04) COMP VALUE 1.
002510     05  WS-RESTART-COUNT        PIC 9(9) COMP VALUE ZERO.
002520     05  WS-RESTART-APL-COUNT    PIC 9(9) COMP VALUE ZERO.
002530     05  WS-RESTART-QUE-COUNT    PIC 9(9) COMP VALUE ZERO.
002540     05  WS-RESTART-REF-COUNT    PIC 9(9) COMP VALUE ZERO.
002550     05  WS-SKIP-COUNT           PIC 9(9) COMP VALUE ZERO.
002560
002570 01  WS-CHECKPOINT-RECORD-AREA.
002580     05  WS-CHECKPOINT-COUNT     PIC 9(09).
002590     05  WS-CHECKPOINT-APL-COUNT PIC 9(09).
002600     05  WS-CHECKPOINT-QUE-COUNT PIC 9(09).
002610     05  WS-CHECKPOINT-REF-COUNT PIC 9(09).
002620
002630*   THE RETURN-CODE REGISTER IS REPLACED BY EVERY CALLED
002640*   PROGRAM'S ON RETURN, SO THE STEP CODE IS ASSEMBLED IN
002650*   9000 AFTER THE LAST CALL.
002660 01  WS-SAVED-RETURN-CODE        PIC 9(04) VALUE ZERO.
002670
002680 01  WS-AUDIT-CHECK.
002690     05  WS-AUD-START-TIME       PIC 9(8) COMP.
002700     05  WS-AUD-END-TIME         PIC 9(8) COMP.
002710     05  WS-AUD-ELAPSED-MS       PIC 9(9) COMP.
002720     05  WS-AUD-OUTCOME          PIC X(08).
002730
002740 01  WS-PARM-SEGMENTS.
002750     05  WS-PARM-SEG-1           PIC X(30).
002760     05  WS-PARM-SEG-2           PIC X(30).
002770     05  WS-PARM-SEG-3           PIC X(30).
002780
002790 01  WS-PARM-PIECE               PIC X(30).
002800
002810 01  WS-PARM-WORK.
002820     05  WS-PARM-KEYWORD         PIC X(08).
002830     05  WS-PARM-VALUE           PIC X(30).
002840     05  WS-PARM-VALUE-N4 REDEFINES WS-PARM-VALUE.
002850         10  WS-PARM-DIGITS-4    PIC 9(04).
002860         10  FILLER              PIC X(26).
002870
002880 01  WS-ALIAS-OVERRIDE.
002890     05  WS-ALIAS-OVERRIDE-SW    PIC X(01) VALUE 'N'.
002900         88  WS-ALIAS-OVERRIDDEN     VALUE 'Y'.
002910     05  WS-PARM-ALIAS           PIC X(20) VALUE SPACES.
002920
002930 01  WS-JOB-ID                   PIC X(08) VALUE 'ACCTBULK'.
002940 01  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
002950 01  WS-DISPOSITION              PIC X(40) VALUE SPACES.
002960
002970*----------------------------------------------------------*
002980* EXCEPTIONS REPORT (BULKEXC) - EVERY CHANGE RECORD NOT     *
002990* APPLIED, WITH WHAT BECAME OF IT.  APPLIED CHANGES ARE ON  *
003000* ACCTCHG AND ARE NOT LISTED.                               *
003010*----------------------------------------------------------*
003020 01  WS-EXCEPTION-HEADING.
003030     05  FILLER                  PIC X(42)
003040             VALUE 'BULK ACCOUNT MAINTENANCE EXCEPTIONS AS OF'.
003050     05  XH-RUN-DATE             PIC 9(08).
003060     05  FILLER                  PIC X(07) VALUE '  JOB '.
003070     05  XH-JOB-ID               PIC X(08).
003080     05  FILLER                  PIC X(67) VALUE SPACES.
003090
003100 01  WS-EXCEPTION-RESTART-LINE.
003110     05  FILLER                  PIC X(41)
003120             VALUE 'RESTARTED - CHANGE RECORDS ALREADY DONE ='.
003130     05  XR-RESTART-COUNT        PIC ZZZZZZZZ9.
003140     05  FILLER                  PIC X(82) VALUE SPACES.
003150
003160 01  WS-EXCEPTION-COLUMN-HEADING.
003170     05  FILLER                  PIC X(12) VALUE 'ACCOUNT'.
003180     05  FILLER                  PIC X(14) VALUE 'FIELD'.
003190     05  FILLER                  PIC X(32) VALUE 'NEW VALUE'.
003200     05  FILLER                  PIC X(40) VALUE 'DISPOSITION'.
003210     05  FILLER                  PIC X(34) VALUE SPACES.
003220
003230 01  WS-EXCEPTION-LINE.
003240     05  XL-ACCT-NUMBER          PIC X(10).
003250     05  FILLER                  PIC X(02) VALUE SPACES.
003260     05  XL-FIELD-NAME           PIC X(12).
003270     05  FILLER                  PIC X(02) VALUE SPACES.
003280     05  XL-NEW-VALUE            PIC X(30).
003290     05  FILLER                  PIC X(02) VALUE SPACES.
003300     05  XL-DISPOSITION          PIC X(40).
003310     05  FILLER                  PIC X(34) VALUE SPACES.
003320
003330 01  WS-EXCEPTION-SUMMARY-LINE.
003340     05  FILLER                  PIC X(15)
003350             VALUE 'RECORDS READ = '.
003360     05  XS-RECORDS-READ         PIC ZZZZZZZZ9.
003370     05  FILLER                  PIC X(13) VALUE '  APPLIED = '.
003380     05  XS-RECORDS-APPLIED      PIC ZZZZZZZZ9.
003390     05  FILLER                  PIC X(12) VALUE '  QUEUED = '.
003400     05  XS-RECORDS-QUEUED       PIC ZZZZZZZZ9.
003410     05  FILLER                  PIC X(13) VALUE '  REFUSED = '.
003420     05  XS-RECORDS-REFUSED      PIC ZZZZZZZZ9.
003430     05  FILLER                  PIC X(43) VALUE SPACES.
003440
003450 01  WS-RUN-HISTORY-CALL.
003460     05  WS-RH-CALLING-PROGRAM   PIC X(12) VALUE 'ACCTBULK'.
003470     05  WS-RH-QUALIFIER         PIC X(10) VALUE SPACES.
003480     05  WS-RH-EVENT             PIC X(05).
003490     05  WS-RH-RECORD-COUNT      PIC 9(09) VALUE ZERO.
003500     05  WS-RH-RETURN-CODE       PIC 9(04) VALUE ZERO.
003510
003520 LINKAGE SECTION.
003530 01  LS-PARM-AREA.
003540     05  LS-PARM-LEN             PIC S9(4) COMP.
003550     05  LS-PARM-TEXT            PIC X(80).
003560
003570 PROCEDURE DIVISION USING LS-PARM-AREA.
003580 0000-MAINLINE.
003590     PERFORM 0100-RECORD-RUN-START THRU 0100-EXIT.
003600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003610     IF WS-FILES-OPEN
003620         PERFORM 2000-PROCESS-ACCOUNT THRU 2000-EXIT
003630             UNTIL WS-EOF OR WS-SQL-FAILURE
003640     END-IF.
003650     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003660     PERFORM 9900-RECORD-RUN-END THRU 9900-EXIT.
003670     GOBACK.
003680
003690*----------------------------------------------------------*
003700* 0100-RECORD-RUN-START - FILE THIS STEP'S RUNNING-STATE    *
003710*                         ROW ON THE SHARED BATCH RUN       *
003720*                         HISTORY BEFORE ANY WORK IS DONE.  *
003730*----------------------------------------------------------*
003740 0100-RECORD-RUN-START.
003750     MOVE 'START' TO WS-RH-EVENT.
003760     CALL 'RUNHIST' USING WS-RH-CALLING-PROGRAM
003770                          WS-RH-QUALIFIER
003780                          WS-RH-EVENT
003790                          WS-RH-RECORD-COUNT
003800                          WS-RH-RETURN-CODE.
003810 0100-EXIT.
003820     EXIT.
003830
003840*----------------------------------------------------------*
003850* 1000-INITIALIZE - PARSE THE PARM, CONNECT, PICK UP ANY    *
003860*                   CHECKPOINT, AND OPEN THE FILES.  A      *
003870*                   RESTART SKIPS BACK OVER THE CHANGE      *
003880*                   RECORDS A PRIOR RUN ALREADY COMMITTED.  *
003890*----------------------------------------------------------*
003900 1000-INITIALIZE.
003910     MOVE ZERO TO RETURN-CODE.
003920     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003930     PERFORM 1060-PARSE-PARM THRU 1060-EXIT.
003940     PERFORM 1050-GET-CREDENTIALS THRU 1050-EXIT.
003950     PERFORM 1100-CONNECT THRU 1100-EXIT.
003960     IF WS-SQL-FAILURE
003970         GO TO 1000-EXIT
003980     END-IF.
003990     PERFORM 1150-READ-CHECKPOINT THRU 1150-EXIT.
004000     OPEN INPUT BULK-CHANGE-FILE.
004010     IF WS-BULK-FILE-STATUS NOT = '00'
004020         DISPLAY 'ACCTBULK BULKCHG OPEN FAILED - STATUS '
004030             WS-BULK-FILE-STATUS
004040         MOVE 12 TO WS-SAVED-RETURN-CODE
004050         GO TO 1000-EXIT
004060     END-IF.
004070     OPEN I-O ACCT-CHANGE-FILE.
004080     IF WS-CHANGE-FILE-STATUS = '35'
004090         OPEN OUTPUT ACCT-CHANGE-FILE
004100         CLOSE ACCT-CHANGE-FILE
004110         OPEN I-O ACCT-CHANGE-FILE
004120     END-IF.
004130     IF WS-CHANGE-FILE-STATUS NOT = '00'
004140         DISPLAY 'ACCTBULK ACCTCHG OPEN FAILED - STATUS '
004150             WS-CHANGE-FILE-STATUS
004160         CLOSE BULK-CHANGE-FILE
004170         MOVE 12 TO WS-SAVED-RETURN-CODE
004180         GO TO 1000-EXIT
004190     END-IF.
004200     OPEN I-O PENDING-CHANGE-FILE.
004210     IF WS-PEND-FILE-STATUS = '35'
004220         OPEN OUTPUT PENDING-CHANGE-FILE
004230         CLOSE PENDING-CHANGE-FILE
004240         OPEN I-O PENDING-CHANGE-FILE
004250     END-IF.
004260     IF WS-PEND-FILE-STATUS NOT = '00'
004270         DISPLAY 'ACCTBULK PENDCHG OPEN FAILED - STATUS '
004280             WS-PEND-FILE-STATUS
004290         CLOSE BULK-CHANGE-FILE
004300         CLOSE ACCT-CHANGE-FILE
004310         MOVE 12 TO WS-SAVED-RETURN-CODE
004320         GO TO 1000-EXIT
004330     END-IF.
004340     OPEN OUTPUT EXCEPTION-REPORT-FILE.
004350     SET WS-FILES-OPEN TO TRUE.
004360     MOVE WS-RUN-DATE TO XH-RUN-DATE.
004370     MOVE WS-JOB-ID TO XH-JOB-ID.
004380     WRITE EXCEPTION-REPORT-RECORD FROM WS-EXCEPTION-HEADING.
004390     IF WS-RESTART-COUNT > ZERO
004400         MOVE WS-RESTART-COUNT TO XR-RESTART-COUNT
004410         WRITE EXCEPTION-REPORT-RECORD
004420             FROM WS-EXCEPTION-RESTART-LINE
004430         PERFORM 1180-SKIP-COMMITTED-RECORDS THRU 1180-EXIT
004440     END-IF.
004450     WRITE EXCEPTION-REPORT-RECORD
004460         FROM WS-EXCEPTION-COLUMN-HEADING.
004470     PERFORM 2100-READ-CHANGE-RECORD THRU 2100-EXIT.
004480 1000-EXIT.
004490     EXIT.
004500
004510*----------------------------------------------------------*
004520* 1060-PARSE-PARM - UP TO THREE COMMA-SEPARATED KEYWORD=    *
004530*                   VALUE PIECES, ANY ORDER, ALL OPTIONAL.  *
004540*----------------------------------------------------------*
004550 1060-PARSE-PARM.
004560     IF LS-PARM-LEN > ZERO
004570         MOVE SPACES TO WS-PARM-SEGMENTS
004580         UNSTRING LS-PARM-TEXT (1:LS-PARM-LEN) DELIMITED BY ','
004590             INTO WS-PARM-SEG-1
004600                  WS-PARM-SEG-2
004610                  WS-PARM-SEG-3
004620         END-UNSTRING
004630         MOVE WS-PARM-SEG-1 TO WS-PARM-PIECE
004640         PERFORM 1070-APPLY-PARM-PIECE THRU 1070-EXIT
004650         MOVE WS-PARM-SEG-2 TO WS-PARM-PIECE
004660         PERFORM 1070-APPLY-PARM-PIECE THRU 1070-EXIT
004670         MOVE WS-PARM-SEG-3 TO WS-PARM-PIECE
004680         PERFORM 1070-APPLY-PARM-PIECE THRU 1070-EXIT
004690     END-IF.
004700 1060-EXIT.
004710     EXIT.
004720
004730 1070-APPLY-PARM-PIECE.
004740     IF WS-PARM-PIECE = SPACES
004750         GO TO 1070-EXIT
004760     END-IF.
004770     MOVE SPACES TO WS-PARM-WORK.
004780     UNSTRING WS-PARM-PIECE DELIMITED BY '='
004790         INTO WS-PARM-KEYWORD
004800              WS-PARM-VALUE
004810     END-UNSTRING.
004820     EVALUATE WS-PARM-KEYWORD
004830         WHEN 'COMMIT'
004840             IF WS-PARM-DIGITS-4 IS NUMERIC
004850                     AND WS-PARM-DIGITS-4 > ZERO
004860                 MOVE WS-PARM-DIGITS-4 TO WS-COMMIT-INTERVAL
004870             END-IF
004880         WHEN 'JOBID'
004890             IF WS-PARM-VALUE (1:8) NOT = SPACES
004900                 MOVE WS-PARM-VALUE (1:8) TO WS-JOB-ID
004910             END-IF
004920         WHEN 'ALIAS'
004930             MOVE WS-PARM-VALUE (1:20) TO WS-PARM-ALIAS
004940             SET WS-ALIAS-OVERRIDDEN TO TRUE
004950         WHEN OTHER
004960             CONTINUE
004970     END-EVALUATE.
004980 1070-EXIT.
004990     EXIT.
005000
005010*----------------------------------------------------------*
005020* 1050-GET-CREDENTIALS - PULL THE AUDIT-TRAIL USERNAME AND  *
005030*                        THE WALLET TNS ALIAS AT RUNTIME    *
005040*                        FROM THE PROTECTED ENVIRONMENT     *
005050*                        REFERENCE, UNLESS THE RUN PARM     *
005060*                        OVERRODE THE ALIAS.  NO PASSWORD   *
005070*                        IS READ OR HELD ANYWHERE - THE     *
005080*                        CONNECT BELOW IS RESOLVED BY THE   *
005090*                        ORACLE WALLET.                     *
005100*----------------------------------------------------------*
005110 1050-GET-CREDENTIALS.
005120     ACCEPT WS-USERNAME  FROM ENVIRONMENT 'DBCONN-USERID'.
005130     IF WS-ALIAS-OVERRIDDEN
005140         MOVE WS-PARM-ALIAS TO WS-TNS-ALIAS
005150     ELSE
005160         ACCEPT WS-TNS-ALIAS FROM ENVIRONMENT 'DBCONN-TNSALIAS'
005170     END-IF.
005180     STRING '/@' DELIMITED BY SIZE
005190            WS-TNS-ALIAS DELIMITED BY SPACE
005200         INTO WS-CONNECT-STRING.
005210 1050-EXIT.
005220     EXIT.
005230
005240 1100-CONNECT.
005250     MOVE 'CONNECT' TO WS-EC-OPERATION.
005260     ACCEPT WS-AUD-START-TIME FROM TIME.
005270     EXEC SQL
005280         CONNECT :WS-CONNECT-STRING
005290     END-EXEC.
005300
005310     CALL 'SQLERRCK' USING WS-EC-CALLING-PROGRAM
005320                           WS-EC-OPERATION
005330                           SQLCODE
005340                           WS-EC-REASON-CODE
005350                           WS-EC-RETURN-CODE.
005360     PERFORM 2160-RECORD-AUDIT-ENTRY THRU 2160-EXIT.
005370     IF WS-EC-RETURN-CODE NOT = ZERO
005380         SET WS-SQL-FAILURE TO TRUE
005390         MOVE WS-EC-RETURN-CODE TO WS-SAVED-RETURN-CODE
005400     END-IF.
005410 1100-EXIT.
005420     EXIT.
005430
005440*----------------------------------------------------------*
005450* 1150-READ-CHECKPOINT - PICK UP THE COUNT OF CHANGE RECORDS*
005460*                   A PRIOR RUN ALREADY COMMITTED, IF ANY.  *
005470*                   A MISSING CHECKPOINT FILE (STATUS 35)   *
005480*                   MEANS THIS IS A FRESH RUN, NOT AN       *
005490*                   ERROR - SAME AS ACCTLOAD.               *
005500*----------------------------------------------------------*
005510 1150-READ-CHECKPOINT.
005520     MOVE ZERO TO WS-RESTART-COUNT.
005530     MOVE ZERO TO WS-RESTART-APL-COUNT.
005540     MOVE ZERO TO WS-RESTART-QUE-COUNT.
005550     MOVE ZERO TO WS-RESTART-REF-COUNT.
005560     MOVE 1 TO WS-CHECKPOINT-RELKEY.
005570     OPEN INPUT CHECKPOINT-FILE.
005580     IF WS-CHECKPOINT-STATUS = '00'
005590         READ CHECKPOINT-FILE INTO WS-CHECKPOINT-RECORD-AREA
005600         IF WS-CHECKPOINT-STATUS = '00'
005610             MOVE WS-CHECKPOINT-COUNT TO WS-RESTART-COUNT
005620             MOVE WS-CHECKPOINT-APL-COUNT
005630                 TO WS-RESTART-APL-COUNT
005640             MOVE WS-CHECKPOINT-QUE-COUNT
005650                 TO WS-RESTART-QUE-COUNT
005660             MOVE WS-CHECKPOINT-REF-COUNT
005670                 TO WS-RESTART-REF-COUNT
005680         END-IF
005690         CLOSE CHECKPOINT-FILE
005700     END-IF.
005710 1150-EXIT.
005720     EXIT.
005730
005740*----------------------------------------------------------*
005750* 1180-SKIP-COMMITTED-RECORDS - REPOSITION THE CHANGE FILE  *
005760*                   PAST THE RECORDS A PRIOR RUN ALREADY    *
005770*                   COMMITTED, AND RESTORE THE COUNTERS SO  *
005780*                   THE CONTROL TOTALS COVER THE WHOLE      *
005790*                   LOGICAL RUN.  A CHECKPOINT IS ONLY EVER *
005800*                   TAKEN BETWEEN ACCOUNTS, SO THE SKIP     *
005810*                   NEVER LANDS INSIDE AN ACCOUNT'S CHANGES.*
005820*----------------------------------------------------------*
005830 1180-SKIP-COMMITTED-RECORDS.
005840     MOVE ZERO TO WS-SKIP-COUNT.
005850     PERFORM 1190-SKIP-ONE-RECORD THRU 1190-EXIT
005860         UNTIL WS-SKIP-COUNT = WS-RESTART-COUNT
005870             OR WS-EOF.
005880     MOVE WS-RESTART-COUNT TO WS-RECORDS-READ.
005890     MOVE WS-RESTART-COUNT TO WS-RECORDS-DONE.
005900     MOVE WS-RESTART-APL-COUNT TO WS-RECORDS-APPLIED.
005910     MOVE WS-RESTART-QUE-COUNT TO WS-RECORDS-QUEUED.
005920     MOVE WS-RESTART-REF-COUNT TO WS-RECORDS-REFUSED.
005930 1180-EXIT.
005940     EXIT.
005950
005960 1190-SKIP-ONE-RECORD.
005970     READ BULK-CHANGE-FILE
005980         AT END
005990             SET WS-EOF TO TRUE
006000         NOT AT END
006010             ADD 1 TO WS-SKIP-COUNT
006020     END-READ.
006030 1190-EXIT.
006040     EXIT.
006050
006060*----------------------------------------------------------*
006070* 2000-PROCESS-ACCOUNT - GATHER ALL THE CHANGE RECORDS FOR  *
006080*                   THE NEXT ACCOUNT, APPLY, QUEUE, OR      *
006090*                   REFUSE THEM AS ONE CHANGE, AND COMMIT ON*
006100*                   THE INTERVAL.                           *
006110*----------------------------------------------------------*
006120 2000-PROCESS-ACCOUNT.
006130     PERFORM 2050-COLLECT-ACCOUNT THRU 2050-EXIT.
006140     PERFORM 2200-APPLY-ACCOUNT THRU 2200-EXIT.
006150     IF NOT WS-SQL-FAILURE
006160         ADD WS-GROUP-COUNT TO WS-RECORDS-DONE
006170         PERFORM 2400-COMMIT-INTERVAL THRU 2400-EXIT
006180     END-IF.
006190 2000-EXIT.
006200     EXIT.
006210
006220*----------------------------------------------------------*
006230* 2050-COLLECT-ACCOUNT - READ FORWARD WHILE THE ACCOUNT     *
006240*                   NUMBER HOLDS.  THE RECORD THAT ENDS THE *
006250*                   ACCOUNT IS LEFT IN THE BUFFER AS THE    *
006260*                   FIRST OF THE NEXT.                      *
006270*----------------------------------------------------------*
006280 2050-COLLECT-ACCOUNT.
006290     MOVE BLK-ACCT-NUMBER TO WS-GROUP-ACCT.
006300     MOVE ZERO TO WS-GROUP-COUNT.
006310     MOVE ZERO TO WS-GROUP-STORED.
006320     PERFORM 2060-COLLECT-ONE-RECORD THRU 2060-EXIT
006330         UNTIL WS-EOF
006340            OR BLK-ACCT-NUMBER NOT = WS-GROUP-ACCT.
006350 2050-EXIT.
006360     EXIT.
006370
006380 2060-COLLECT-ONE-RECORD.
006390     ADD 1 TO WS-GROUP-COUNT.
006400     IF WS-GROUP-STORED < WS-GROUP-MAX
006410         ADD 1 TO WS-GROUP-STORED
006420         INSPECT BLK-FIELD-NAME
006430             CONVERTING 'abcdefghijklmnopqrstuvwxyz'
006440                     TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
006450         MOVE BLK-FIELD-NAME
006460             TO WS-GRP-FIELD-NAME (WS-GROUP-STORED)
006470         MOVE BLK-NEW-VALUE
006480             TO WS-GRP-NEW-VALUE (WS-GROUP-STORED)
006490     END-IF.
006500     PERFORM 2100-READ-CHANGE-RECORD THRU 2100-EXIT.
006510 2060-EXIT.
006520     EXIT.
006530
006540 2100-READ-CHANGE-RECORD.
006550     READ BULK-CHANGE-FILE
006560         AT END
006570             SET WS-EOF TO TRUE
006580         NOT AT END
006590             ADD 1 TO WS-RECORDS-READ
006600     END-READ.
006610 2100-EXIT.
006620     EXIT.
006630
006640*----------------------------------------------------------*
006650* 2160-RECORD-AUDIT-ENTRY - APPEND ONE ROW TO THE SHARED    *
006660*                           CONNECTIVITY AUDIT TRAIL FOR    *
006670*                           THE ATTEMPT JUST MADE.          *
006680*----------------------------------------------------------*
006690 2160-RECORD-AUDIT-ENTRY.
006700     ACCEPT WS-AUD-END-TIME FROM TIME.
006710     CALL 'ELAPTIME' USING WS-AUD-START-TIME
006720                           WS-AUD-END-TIME
006730                           WS-AUD-ELAPSED-MS.
006740     IF WS-EC-RETURN-CODE = ZERO
006750         MOVE 'SUCCESS' TO WS-AUD-OUTCOME
006760     ELSE
006770         MOVE 'FAILURE' TO WS-AUD-OUTCOME
006780     END-IF.
006790     CALL 'AUDITLOG' USING WS-EC-CALLING-PROGRAM
006800                           WS-EC-OPERATION
006810                           WS-USERNAME
006820                           WS-AUD-OUTCOME
006830                           WS-AUD-ELAPSED-MS.
006840 2160-EXIT.
006850     EXIT.
006860
006870*----------------------------------------------------------*
006880* 2200-APPLY-ACCOUNT - ONE ACCOUNT'S CHANGES, IN THE ORDER  *
006890*                   AMNT CHECKS A SCREEN - NOTHING PENDING, *
006900*                   ROW LOCKED, CANDIDATE BUILT OVER THE    *
006910*                   LOCKED ROW, NAME NOT BLANK, FLDEDIT,    *
006920*                   CLOSED IS TERMINAL (2009), DUAL CONTROL.*
006930*                   THE FIRST FAILURE REFUSES EVERY CHANGE  *
006940*                   FOR THE ACCOUNT.                        *
006950*----------------------------------------------------------*
006960 2200-APPLY-ACCOUNT.
006970     MOVE WS-GROUP-ACCT TO WS-ACCT-NUMBER.
006980     IF WS-ACCT-NUMBER = SPACES
006990             OR WS-ACCT-NUMBER NOT NUMERIC
007000         MOVE 'REFUSED - BAD ACCOUNT NUMBER' TO WS-DISPOSITION
007010         PERFORM 2800-REFUSE-ACCOUNT THRU 2800-EXIT
007020         GO TO 2200-EXIT
007030     END-IF.
007040     IF WS-GROUP-COUNT > WS-GROUP-STORED
007050         MOVE 'REFUSED - MORE THAN 20 CHANGES FOR ACCOUNT'
007060             TO WS-DISPOSITION
007070         PERFORM 2800-REFUSE-ACCOUNT THRU 2800-EXIT
007080         GO TO 2200-EXIT
007090     END-IF.
007100     MOVE 'N' TO WS-BAD-FIELD-SW.
007110     PERFORM 2210-CHECK-FIELD-NAME THRU 2210-EXIT
007120         VARYING WS-GROUP-SUB FROM 1 BY 1
007130         UNTIL WS-GROUP-SUB > WS-GROUP-STORED.
007140     IF WS-BAD-FIELD
007150         MOVE 'REFUSED - UNKNOWN FIELD NAME ON ACCOUNT'
007160             TO WS-DISPOSITION
007170         PERFORM 2800-REFUSE-ACCOUNT THRU 2800-EXIT
007180         GO TO 2200-EXIT
007190     END-IF.
007200
007210     PERFORM 2300-FIND-PENDING THRU 2300-EXIT.
007220     IF WS-PENDING-FAILED
007230         ADD 1 TO WS-PEND-FAILURES
007240         MOVE 'REFUSED - PENDING-CHANGE FILE UNAVAILABLE'
007250             TO WS-DISPOSITION
007260         PERFORM 2800-REFUSE-ACCOUNT THRU 2800-EXIT
007270         GO TO 2200-EXIT
007280     END-IF.
007290     IF WS-PENDING-FOUND
007300         MOVE 'REFUSED - CHANGE ALREADY PENDING IN AAPR'
007310             TO WS-DISPOSITION
007320         PERFORM 2800-REFUSE-ACCOUNT THRU 2800-EXIT
007330         GO TO 2200-EXIT
007340     END-IF.
007350     PERFORM 2250-LOCK-ROW THRU 2250-EXIT.
007360     IF NOT WS-ROW-LOCKED
007370         GO TO 2200-EXIT
007380     END-IF.
007390
007400     PERFORM 2260-BUILD-CANDIDATE THRU 2260-EXIT.
007410     IF WS-NEW-NAME = SPACES
007420         MOVE 'REFUSED - NAME MAY NOT BE BLANK' TO WS-DISPOSITION
007430         PERFORM 2800-REFUSE-ACCOUNT THRU 2800-EXIT
007440         GO TO 2200-EXIT
007450     END-IF.
007460     CALL 'FLDEDIT' USING WS-NEW-STATE
007470                          WS-NEW-POSTAL-CODE
007480                          WS-NEW-OPEN-DATE
007490                          WS-NEW-ACCT-STATUS
007500                          WS-FE-REASON-CODE
007510                          WS-FE-FIELD-NAME.
007520     IF WS-FE-REASON-CODE NOT = ZERO
007530         MOVE SPACES TO WS-DISPOSITION
007540         STRING 'REFUSED ' DELIMITED BY SIZE
007550                WS-FE-REASON-CODE DELIMITED BY SIZE
007560                ' - ' DELIMITED BY SIZE
007570                WS-FE-FIELD-NAME DELIMITED BY SIZE
007580             INTO WS-DISPOSITION
007590         PERFORM 2800-REFUSE-ACCOUNT THRU 2800-EXIT
007600         GO TO 2200-EXIT
007610     END-IF.
007620*    CLOSED IS TERMINAL - THE SAME TRANSITION RULE AMNT AND THE
007630*    NIGHTLY LOAD ENFORCE.  A CLOSED ROW MAY STILL BE
007640*    CORRECTED, BUT ITS STATUS STAYS C.
007650     IF WS-ACCT-STATUS = 'C'
007660             AND WS-NEW-ACCT-STATUS NOT = 'C'
007670         MOVE 'REFUSED 2009 - ACCT STATUS, CLOSED IS FINAL'
007680             TO WS-DISPOSITION
007690         PERFORM 2800-REFUSE-ACCOUNT THRU 2800-EXIT
007700         GO TO 2200-EXIT
007710     END-IF.
007720
007730     PERFORM 2270-CHECK-SENSITIVE THRU 2270-EXIT.
007740     IF WS-IS-CLOSE OR WS-HAS-BALANCE
007750         PERFORM 2500-QUEUE-FOR-APPROVAL THRU 2500-EXIT
007760         GO TO 2200-EXIT
007770     END-IF.
007780
007790     MOVE 'UPDATE MASTER' TO WS-EC-OPERATION.
007800     EXEC SQL
007810         UPDATE ACCOUNT_MASTER
007820             SET ACCT_NAME        = :WS-NEW-NAME,
007830                 ACCT_ADDR_LINE   = :WS-NEW-ADDR-LINE,
007840                 ACCT_CITY        = :WS-NEW-CITY,
007850                 ACCT_STATE       = :WS-NEW-STATE,
007860                 ACCT_POSTAL_CODE = :WS-NEW-POSTAL-CODE,
007870                 ACCT_OPEN_DATE   = :WS-NEW-OPEN-DATE,
007880                 ACCT_STATUS      = :WS-NEW-ACCT-STATUS
007890             WHERE ACCT_NUMBER = :WS-ACCT-NUMBER
007900     END-EXEC.
007910
007920     CALL 'SQLERRCK' USING WS-EC-CALLING-PROGRAM
007930                           WS-EC-OPERATION
007940                           SQLCODE
007950                           WS-EC-REASON-CODE
007960                           WS-EC-RETURN-CODE.
007970     IF WS-EC-RETURN-CODE NOT = ZERO
007980         SET WS-SQL-FAILURE TO TRUE
007990         MOVE WS-EC-RETURN-CODE TO WS-SAVED-RETURN-CODE
008000         GO TO 2200-EXIT
008010     END-IF.
008020     PERFORM 2600-WRITE-CHANGE-AUDIT THRU 2600-EXIT.
008030     ADD WS-GROUP-COUNT TO WS-RECORDS-APPLIED.
008040     ADD 1 TO WS-ACCOUNTS-APPLIED.
008050 2200-EXIT.
008060     EXIT.
008070
008080 2210-CHECK-FIELD-NAME.
008090     IF NOT WS-GRP-FIELD-VALID (WS-GROUP-SUB)
008100         SET WS-BAD-FIELD TO TRUE
008110     END-IF.
008120 2210-EXIT.
008130     EXIT.
008140
008150*----------------------------------------------------------*
008160* 2250-LOCK-ROW - SELECT FOR UPDATE WAIT 3 ON THE ROW, AS   *
008170*                 AMNT DOES.  A ROW HELD BY A TELLER OR     *
008180*                 THE POSTING RUN IS REFUSED FOR            *
008190*                 RESUBMISSION RATHER THAN WAITED ON.       *
008200*                 THE ROW FETCHED HERE IS THE               *
008210*                 AUTHORITATIVE BEFORE-IMAGE.               *
008220*----------------------------------------------------------*
008230 2250-LOCK-ROW.
008240     MOVE 'N' TO WS-ROW-LOCKED-SW.
008250     MOVE 'LOCK MASTER' TO WS-EC-OPERATION.
008260     EXEC SQL
008270         SELECT ACCT_NAME, ACCT_ADDR_LINE, ACCT_CITY,
008280                ACCT_STATE, ACCT_POSTAL_CODE,
008290                ACCT_OPEN_DATE, ACCT_STATUS, ACCT_BALANCE
008300         INTO :WS-ACCT-NAME, :WS-ADDR-LINE, :WS-CITY,
008310              :WS-STATE, :WS-POSTAL-CODE,
008320              :WS-OPEN-DATE, :WS-ACCT-STATUS,
008330              :WS-ACCT-BALANCE
008340         FROM ACCOUNT_MASTER
008350         WHERE ACCT_NUMBER = :WS-ACCT-NUMBER
008360         FOR UPDATE WAIT 3
008370     END-EXEC.
008380
008390     EVALUATE TRUE
008400         WHEN SQLCODE = ZERO
008410             SET WS-ROW-LOCKED TO TRUE
008420         WHEN SQLCODE = -30006 OR SQLCODE = -54
008430             MOVE 'REFUSED - ROW IN USE, RESUBMIT'
008440                 TO WS-DISPOSITION
008450             PERFORM 2800-REFUSE-ACCOUNT THRU 2800-EXIT
008460         WHEN SQLCODE = 1403
008470             MOVE 'REFUSED - ACCOUNT NOT ON FILE'
008480                 TO WS-DISPOSITION
008490             PERFORM 2800-REFUSE-ACCOUNT THRU 2800-EXIT
008500         WHEN OTHER
008510             CALL 'SQLERRCK' USING WS-EC-CALLING-PROGRAM
008520                                   WS-EC-OPERATION
008530                                   SQLCODE
008540                                   WS-EC-REASON-CODE
008550                                   WS-EC-RETURN-CODE
008560             SET WS-SQL-FAILURE TO TRUE
008570             MOVE WS-EC-RETURN-CODE TO WS-SAVED-RETURN-CODE
008580     END-EVALUATE.
008590 2250-EXIT.
008600     EXIT.
008610
008620*----------------------------------------------------------*
008630* 2260-BUILD-CANDIDATE - START FROM THE ROW JUST LOCKED AND *
008640*                   OVERLAY EACH FIELD THE CHANGE FILE      *
008650*                   NAMED,                                  *
008660*                   THE SAME WAY AMNT OVERLAYS THE FIELDS   *
008670*                   THE OPERATOR TYPED.                     *
008680*----------------------------------------------------------*
008690 2260-BUILD-CANDIDATE.
008700     MOVE WS-ACCT-NAME    TO WS-NEW-NAME.
008710     MOVE WS-ADDR-LINE    TO WS-NEW-ADDR-LINE.
008720     MOVE WS-CITY         TO WS-NEW-CITY.
008730     MOVE WS-STATE        TO WS-NEW-STATE.
008740     MOVE WS-POSTAL-CODE  TO WS-NEW-POSTAL-CODE.
008750     MOVE WS-OPEN-DATE    TO WS-NEW-OPEN-DATE.
008760     MOVE WS-ACCT-STATUS  TO WS-NEW-ACCT-STATUS.
008770     PERFORM 2265-OVERLAY-ONE-FIELD THRU 2265-EXIT
008780         VARYING WS-GROUP-SUB FROM 1 BY 1
008790         UNTIL WS-GROUP-SUB > WS-GROUP-STORED.
008800 2260-EXIT.
008810     EXIT.
008820
008830 2265-OVERLAY-ONE-FIELD.
008840     EVALUATE TRUE
008850         WHEN WS-GRP-NAME (WS-GROUP-SUB)
008860             MOVE WS-GRP-NEW-VALUE (WS-GROUP-SUB) TO WS-TEXT-IN
008870             CALL 'TXTNORM' USING WS-TEXT-IN
008880                                  WS-TEXT-OUT
008890             MOVE WS-TEXT-OUT TO WS-NEW-NAME
008900         WHEN WS-GRP-ADDR-LINE (WS-GROUP-SUB)
008910             MOVE WS-GRP-NEW-VALUE (WS-GROUP-SUB) TO WS-TEXT-IN
008920             CALL 'TXTNORM' USING WS-TEXT-IN
008930                                  WS-TEXT-OUT
008940             MOVE WS-TEXT-OUT TO WS-NEW-ADDR-LINE
008950         WHEN WS-GRP-CITY (WS-GROUP-SUB)
008960             MOVE SPACES TO WS-TEXT-IN
008970             MOVE WS-GRP-NEW-VALUE (WS-GROUP-SUB) (1:20)
008980                 TO WS-TEXT-IN (1:20)
008990             CALL 'TXTNORM' USING WS-TEXT-IN
009000                                  WS-TEXT-OUT
009010             MOVE WS-TEXT-OUT (1:20) TO WS-NEW-CITY
009020         WHEN WS-GRP-STATE (WS-GROUP-SUB)
009030             MOVE WS-GRP-NEW-VALUE (WS-GROUP-SUB) (1:2)
009040                 TO WS-NEW-STATE
009050         WHEN WS-GRP-POSTAL-CODE (WS-GROUP-SUB)
009060             MOVE WS-GRP-NEW-VALUE (WS-GROUP-SUB) (1:9)
009070                 TO WS-NEW-POSTAL-CODE
009080         WHEN WS-GRP-OPEN-DATE (WS-GROUP-SUB)
009090             MOVE WS-GRP-NEW-VALUE (WS-GROUP-SUB) (1:8)
009100                 TO WS-NEW-OPEN-DATE
009110         WHEN WS-GRP-ACCT-STATUS (WS-GROUP-SUB)
009120             MOVE WS-GRP-NEW-VALUE (WS-GROUP-SUB) (1:1)
009130                 TO WS-NEW-ACCT-STATUS
009140     END-EVALUATE.
009150 2265-EXIT.
009160     EXIT.
009170
009180*----------------------------------------------------------*
009190* 2270-CHECK-SENSITIVE - THE AMNT DUAL-CONTROL TEST.  A     *
009200*                   BULK CHANGE NEVER ADJUSTS THE BALANCE,  *
009210*                   SO ONLY A CLOSE OR A NON-ZERO BALANCE   *
009220*                   SENDS IT TO A SECOND PERSON.            *
009230*----------------------------------------------------------*
009240 2270-CHECK-SENSITIVE.
009250     MOVE 'N' TO WS-CLOSE-SW.
009260     MOVE 'N' TO WS-HAS-BALANCE-SW.
009270     IF WS-NEW-ACCT-STATUS = 'C'
009280             AND WS-ACCT-STATUS NOT = 'C'
009290         MOVE 'Y' TO WS-CLOSE-SW
009300     END-IF.
009310     IF WS-ACCT-BALANCE NOT = ZERO
009320         MOVE 'Y' TO WS-HAS-BALANCE-SW
009330     END-IF.
009340 2270-EXIT.
009350     EXIT.
009360
009370*----------------------------------------------------------*
009380* 2300-FIND-PENDING - START AT THE FIRST PENDING-CHANGE KEY *
009390*                 FOR THIS ACCOUNT AND STOP AT THE FIRST ROW*
009400*                 STILL AWAITING A DECISION.  DECIDED ROWS  *
009410*                 STAY ON FILE AS THE TRAIL, SO THE BROWSE  *
009420*                 SKIPS THEM.                               *
009430*----------------------------------------------------------*
009440 2300-FIND-PENDING.
009450     MOVE 'N' TO WS-PENDING-FOUND-SW.
009460     MOVE 'N' TO WS-PENDING-FAILED-SW.
009470     MOVE WS-ACCT-NUMBER TO PND-ACCT-NUMBER.
009480     MOVE ZERO TO PND-REQ-DATE.
009490     MOVE ZERO TO PND-REQ-TIME.
009500     START PENDING-CHANGE-FILE
009510         KEY IS NOT LESS THAN PND-KEY
009520         INVALID KEY
009530             CONTINUE
009540     END-START.
009550     IF WS-PEND-FILE-STATUS = '23'
009560         GO TO 2300-EXIT
009570     END-IF.
009580     IF WS-PEND-FILE-STATUS NOT = '00'
009590         DISPLAY 'ACCTBULK PENDCHG START FAILED - STATUS '
009600             WS-PEND-FILE-STATUS ' ACCOUNT ' WS-ACCT-NUMBER
009610         SET WS-PENDING-FAILED TO TRUE
009620         GO TO 2300-EXIT
009630     END-IF.
009640     SET WS-PEND-BROWSE-OPEN TO TRUE.
009650     PERFORM 2350-READ-ONE-PENDING THRU 2350-EXIT
009660         UNTIL WS-PENDING-FOUND
009670            OR NOT WS-PEND-BROWSE-OPEN.
009680 2300-EXIT.
009690     EXIT.
009700
009710 2350-READ-ONE-PENDING.
009720     READ PENDING-CHANGE-FILE NEXT RECORD
009730         AT END
009740             MOVE 'N' TO WS-PEND-BROWSE-SW
009750     END-READ.
009760     IF NOT WS-PEND-BROWSE-OPEN
009770         GO TO 2350-EXIT
009780     END-IF.
009790     IF WS-PEND-FILE-STATUS NOT = '00'
009800         DISPLAY 'ACCTBULK PENDCHG READ FAILED - STATUS '
009810             WS-PEND-FILE-STATUS ' ACCOUNT ' WS-ACCT-NUMBER
009820         SET WS-PENDING-FAILED TO TRUE
009830         MOVE 'N' TO WS-PEND-BROWSE-SW
009840         GO TO 2350-EXIT
009850     END-IF.
009860     IF PND-ACCT-NUMBER NOT = WS-ACCT-NUMBER
009870         MOVE 'N' TO WS-PEND-BROWSE-SW
009880     ELSE
009890         IF PND-PENDING
009900             MOVE 'Y' TO WS-PENDING-FOUND-SW
009910         END-IF
009920     END-IF.
009930 2350-EXIT.
009940     EXIT.
009950
009960*----------------------------------------------------------*
009970* 2400-COMMIT-INTERVAL - COMMIT EVERY WS-COMMIT-INTERVAL    *
009980*                   ACCOUNTS SO A FAILURE MID-RUN LOSES AT  *
009990*                   MOST ONE INTERVAL OF WORK.              *
010000*----------------------------------------------------------*
010010 2400-COMMIT-INTERVAL.
010020     ADD 1 TO WS-SINCE-COMMIT.
010030     IF WS-SINCE-COMMIT NOT < WS-COMMIT-INTERVAL
010040         PERFORM 2450-COMMIT-WORK THRU 2450-EXIT
010050     END-IF.
010060 2400-EXIT.
010070     EXIT.
010080
010090 2450-COMMIT-WORK.
010100     MOVE ZERO TO WS-SINCE-COMMIT.
010110     MOVE 'COMMIT' TO WS-EC-OPERATION.
010120     EXEC SQL
010130         COMMIT WORK
010140     END-EXEC.
010150
010160     CALL 'SQLERRCK' USING WS-EC-CALLING-PROGRAM
010170                           WS-EC-OPERATION
010180                           SQLCODE
010190                           WS-EC-REASON-CODE
010200                           WS-EC-RETURN-CODE.
010210     IF WS-EC-RETURN-CODE NOT = ZERO
010220         SET WS-SQL-FAILURE TO TRUE
010230         MOVE WS-EC-RETURN-CODE TO WS-SAVED-RETURN-CODE
010240     ELSE
010250*        ONLY A COMMITTED POSITION IS WORTH CHECKPOINTING -
010260*        A RESTART RESUMES BEHIND WORK THE DATABASE KEPT.
010270         MOVE WS-RECORDS-DONE TO WS-CHECKPOINT-COUNT
010280         MOVE WS-RECORDS-APPLIED TO WS-CHECKPOINT-APL-COUNT
010290         MOVE WS-RECORDS-QUEUED TO WS-CHECKPOINT-QUE-COUNT
010300         MOVE WS-RECORDS-REFUSED TO WS-CHECKPOINT-REF-COUNT
010310         PERFORM 2460-SAVE-CHECKPOINT-RECORD THRU 2460-EXIT
010320     END-IF.
010330 2450-EXIT.
010340     EXIT.
010350
010360*----------------------------------------------------------*
010370* 2460-SAVE-CHECKPOINT-RECORD - REPLACE THE ONE CHECKPOINT  *
010380*                  RECORD WITH THE CURRENT COUNTS, EXACTLY  *
010390*                  AS ACCTLOAD KEEPS ITS OWN.  AN OPEN THAT *
010400*                  FAILS MUST FAIL LOUDLY - A RESTART       *
010410*                  AGAINST A CHECKPOINT THAT WAS NEVER      *
010420*                  SAVED WOULD RE-APPLY EVERY COMMITTED     *
010430*                  CHANGE.                                  *
010440*----------------------------------------------------------*
010450 2460-SAVE-CHECKPOINT-RECORD.
010460     MOVE 1 TO WS-CHECKPOINT-RELKEY.
010470     OPEN I-O CHECKPOINT-FILE.
010480     IF WS-CHECKPOINT-STATUS = '35'
010490         OPEN OUTPUT CHECKPOINT-FILE
010500         CLOSE CHECKPOINT-FILE
010510         OPEN I-O CHECKPOINT-FILE
010520     END-IF.
010530     IF WS-CHECKPOINT-STATUS NOT = '00'
010540         IF NOT WS-CHECKPOINT-FAILED
010550             DISPLAY 'ACCTBULK CHECKPOINT OPEN FAILED - '
010560                 'STATUS ' WS-CHECKPOINT-STATUS
010570                 ' - RUN IS NOT RESTARTABLE'
010580             SET WS-CHECKPOINT-FAILED TO TRUE
010590         END-IF
010600         GO TO 2460-EXIT
010610     END-IF.
010620     REWRITE CHECKPOINT-FILE-RECORD
010630         FROM WS-CHECKPOINT-RECORD-AREA
010640         INVALID KEY
010650             WRITE CHECKPOINT-FILE-RECORD
010660                 FROM WS-CHECKPOINT-RECORD-AREA
010670     END-REWRITE.
010680     CLOSE CHECKPOINT-FILE.
010690 2460-EXIT.
010700     EXIT.
010710
010720*----------------------------------------------------------*
010730* 2500-QUEUE-FOR-APPROVAL - WRITE THE BEFORE IMAGE (THE ROW *
010740*                 JUST LOCKED) AND THE AFTER IMAGE (THE     *
010750*                 EDITED CANDIDATE) TO THE PENDING-CHANGE   *
010760*                 FILE WITH THE JOB ID AS MAKER, AS AMNT    *
010770*                 DOES FOR ITS OPERATOR.  ACCOUNT_MASTER IS *
010780*                 NOT TOUCHED.  A DUPLICATE KEY BUMPS THE   *
010790*                 TIME AND RETRIES.                         *
010800*----------------------------------------------------------*
010810 2500-QUEUE-FOR-APPROVAL.
010820     MOVE SPACES TO PENDING-CHANGE-RECORD.
010830     MOVE WS-ACCT-NUMBER TO PND-ACCT-NUMBER.
010840     ACCEPT PND-REQ-DATE FROM DATE YYYYMMDD.
010850     ACCEPT PND-REQ-TIME FROM TIME.
010860     MOVE 'P' TO PND-STATE-SW.
010870     MOVE WS-JOB-ID TO PND-MAKER-ID.
010880     MOVE ZERO TO PND-DECIDED-DATE.
010890     MOVE ZERO TO PND-DECIDED-TIME.
010900     MOVE WS-CLOSE-SW TO PND-CLOSE-SW.
010910     MOVE 'N' TO PND-ADJUST-SW.
010920     MOVE WS-HAS-BALANCE-SW TO PND-BALANCE-SW.
010930     MOVE WS-ACCT-NAME       TO PND-OLD-NAME.
010940     MOVE WS-ADDR-LINE       TO PND-OLD-ADDR-LINE.
010950     MOVE WS-CITY            TO PND-OLD-CITY.
010960     MOVE WS-STATE           TO PND-OLD-STATE.
010970     MOVE WS-POSTAL-CODE     TO PND-OLD-POSTAL-CODE.
010980     MOVE WS-OPEN-DATE       TO PND-OLD-OPEN-DATE.
010990     MOVE WS-ACCT-STATUS     TO PND-OLD-ACCT-STATUS.
011000     MOVE WS-ACCT-BALANCE    TO PND-OLD-BALANCE.
011010     MOVE WS-NEW-NAME        TO PND-NEW-NAME.
011020     MOVE WS-NEW-ADDR-LINE   TO PND-NEW-ADDR-LINE.
011030     MOVE WS-NEW-CITY        TO PND-NEW-CITY.
011040     MOVE WS-NEW-STATE       TO PND-NEW-STATE.
011050     MOVE WS-NEW-POSTAL-CODE TO PND-NEW-POSTAL-CODE.
011060     MOVE WS-NEW-OPEN-DATE   TO PND-NEW-OPEN-DATE.
011070     MOVE WS-NEW-ACCT-STATUS TO PND-NEW-ACCT-STATUS.
011080     MOVE WS-ACCT-BALANCE    TO PND-NEW-BALANCE.
011090     MOVE ZERO               TO PND-ADJ-AMOUNT.
011100     MOVE ZERO TO WS-WRITE-RETRY-CT.
011110     MOVE SPACES TO WS-PEND-FILE-STATUS.
011120     PERFORM 2550-WRITE-ONE-PENDING-ROW THRU 2550-EXIT
011130         UNTIL WS-PEND-FILE-STATUS = '00'
011140            OR WS-WRITE-RETRY-CT > 99.
011150     IF WS-PEND-FILE-STATUS NOT = '00'
011160         DISPLAY 'ACCTBULK PENDCHG WRITE FAILED FOR ACCOUNT '
011170             PND-ACCT-NUMBER ' - STATUS ' WS-PEND-FILE-STATUS
011180         ADD 1 TO WS-PEND-FAILURES
011190         MOVE 'REFUSED - PENDING-CHANGE WRITE FAILED'
011200             TO WS-DISPOSITION
011210         PERFORM 2800-REFUSE-ACCOUNT THRU 2800-EXIT
011220         GO TO 2500-EXIT
011230     END-IF.
011240     IF WS-IS-CLOSE
011250         MOVE 'QUEUED - CLOSE NEEDS APPROVAL IN AAPR'
011260             TO WS-DISPOSITION
011270     ELSE
011280         MOVE 'QUEUED - HAS BALANCE, APPROVE IN AAPR'
011290             TO WS-DISPOSITION
011300     END-IF.
011310     ADD WS-GROUP-COUNT TO WS-RECORDS-QUEUED.
011320     ADD 1 TO WS-ACCOUNTS-QUEUED.
011330     PERFORM 2850-LIST-ACCOUNT THRU 2850-EXIT.
011340 2500-EXIT.
011350     EXIT.
011360
011370 2550-WRITE-ONE-PENDING-ROW.
011380     WRITE PENDING-CHANGE-RECORD
011390         INVALID KEY
011400             ADD 1 TO PND-REQ-TIME
011410     END-WRITE.
011420     ADD 1 TO WS-WRITE-RETRY-CT.
011430 2550-EXIT.
011440     EXIT.
011450
011460*----------------------------------------------------------*
011470* 2600-WRITE-CHANGE-AUDIT - THE BEFORE/AFTER ROW FOR THE    *
011480*                   APPLIED CHANGE UNDER THE JOB ID.  A     *
011490*                   DUPLICATE KEY BUMPS THE TIME AND        *
011500*                   RETRIES, AS IN ACCTLOAD.                *
011510*----------------------------------------------------------*
011520 2600-WRITE-CHANGE-AUDIT.
011530     MOVE SPACES TO ACCT-CHANGE-RECORD.
011540     MOVE WS-ACCT-NUMBER TO CHG-ACCT-NUMBER.
011550     ACCEPT CHG-DATE FROM DATE YYYYMMDD.
011560     ACCEPT CHG-TIME FROM TIME.
011570     MOVE WS-JOB-ID TO CHG-USERID.
011580     MOVE WS-ACCT-NAME TO CHG-OLD-NAME.
011590     MOVE WS-NEW-NAME TO CHG-NEW-NAME.
011600     MOVE WS-ACCT-BALANCE TO CHG-BALANCE.
011610     MOVE ZERO TO CHG-ADJ-AMOUNT.
011620     MOVE WS-ACCT-STATUS TO CHG-OLD-STATUS.
011630     MOVE WS-NEW-ACCT-STATUS TO CHG-NEW-STATUS.
011640     MOVE WS-ADDR-LINE TO CHG-OLD-ADDR-LINE.
011650     MOVE WS-CITY TO CHG-OLD-CITY.
011660     MOVE WS-STATE TO CHG-OLD-STATE.
011670     MOVE WS-POSTAL-CODE TO CHG-OLD-POSTAL-CODE.
011680     MOVE WS-OPEN-DATE TO CHG-OLD-OPEN-DATE.
011690     MOVE WS-NEW-ADDR-LINE TO CHG-NEW-ADDR-LINE.
011700     MOVE WS-NEW-CITY TO CHG-NEW-CITY.
011710     MOVE WS-NEW-STATE TO CHG-NEW-STATE.
011720     MOVE WS-NEW-POSTAL-CODE TO CHG-NEW-POSTAL-CODE.
011730     MOVE WS-NEW-OPEN-DATE TO CHG-NEW-OPEN-DATE.
011740     MOVE ZERO TO WS-WRITE-RETRY-CT.
011750     MOVE SPACES TO WS-CHANGE-FILE-STATUS.
011760     PERFORM 2650-WRITE-ONE-CHANGE-ROW THRU 2650-EXIT
011770         UNTIL WS-CHANGE-FILE-STATUS = '00'
011780            OR WS-WRITE-RETRY-CT > 99.
011790     IF WS-CHANGE-FILE-STATUS NOT = '00'
011800         DISPLAY 'ACCTBULK ACCTCHG WRITE FAILED FOR ACCOUNT '
011810             CHG-ACCT-NUMBER ' - STATUS '
011820             WS-CHANGE-FILE-STATUS
011830         ADD 1 TO WS-CHG-WRITE-FAILURES
011840     END-IF.
011850 2600-EXIT.
011860     EXIT.
011870
011880 2650-WRITE-ONE-CHANGE-ROW.
011890     WRITE ACCT-CHANGE-RECORD
011900         INVALID KEY
011910             ADD 1 TO CHG-TIME
011920     END-WRITE.
011930     ADD 1 TO WS-WRITE-RETRY-CT.
011940 2650-EXIT.
011950     EXIT.
011960
011970*----------------------------------------------------------*
011980* 2800-REFUSE-ACCOUNT - COUNT EVERY CHANGE RECORD FOR THE   *
011990*                   ACCOUNT AS REFUSED AND LIST THEM WITH   *
012000*                   WS-DISPOSITION.  NOTHING FOR THE ACCOUNT*
012010*                   WAS APPLIED.                            *
012020*----------------------------------------------------------*
012030 2800-REFUSE-ACCOUNT.
012040     ADD WS-GROUP-COUNT TO WS-RECORDS-REFUSED.
012050     ADD 1 TO WS-ACCOUNTS-REFUSED.
012060     PERFORM 2850-LIST-ACCOUNT THRU 2850-EXIT.
012070 2800-EXIT.
012080     EXIT.
012090
012100 2850-LIST-ACCOUNT.
012110     PERFORM 2860-LIST-ONE-CHANGE THRU 2860-EXIT
012120         VARYING WS-GROUP-SUB FROM 1 BY 1
012130         UNTIL WS-GROUP-SUB > WS-GROUP-STORED.
012140 2850-EXIT.
012150     EXIT.
012160
012170 2860-LIST-ONE-CHANGE.
012180     MOVE WS-GROUP-ACCT TO XL-ACCT-NUMBER.
012190     MOVE WS-GRP-FIELD-NAME (WS-GROUP-SUB) TO XL-FIELD-NAME.
012200     MOVE WS-GRP-NEW-VALUE (WS-GROUP-SUB) TO XL-NEW-VALUE.
012210     MOVE WS-DISPOSITION TO XL-DISPOSITION.
012220     WRITE EXCEPTION-REPORT-RECORD FROM WS-EXCEPTION-LINE.
012230 2860-EXIT.
012240     EXIT.
012250
012260*----------------------------------------------------------*
012270* 9000-TERMINATE - FINAL COMMIT, CLEAR THE CHECKPOINT AFTER *
012280*                  A CLEAN END OF FILE, CLOSE THE FILES, AND*
012290*                  SET THE STEP RETURN CODE.                *
012300*----------------------------------------------------------*
012310 9000-TERMINATE.
012320     IF NOT WS-SQL-FAILURE
012330             AND WS-SINCE-COMMIT > ZERO
012340         PERFORM 2450-COMMIT-WORK THRU 2450-EXIT
012350     END-IF.
012360     IF WS-EOF AND NOT WS-SQL-FAILURE
012370*        THE LOGICAL RUN COMPLETED - CLEAR THE CHECKPOINT SO
012380*        THE NEXT CHANGE FILE STARTS FROM RECORD ONE.
012390         MOVE ZERO TO WS-CHECKPOINT-COUNT
012400         MOVE ZERO TO WS-CHECKPOINT-APL-COUNT
012410         MOVE ZERO TO WS-CHECKPOINT-QUE-COUNT
012420         MOVE ZERO TO WS-CHECKPOINT-REF-COUNT
012430         PERFORM 2460-SAVE-CHECKPOINT-RECORD THRU 2460-EXIT
012440     END-IF.
012450     IF WS-FILES-OPEN
012460         MOVE WS-RECORDS-READ TO XS-RECORDS-READ
012470         MOVE WS-RECORDS-APPLIED TO XS-RECORDS-APPLIED
012480         MOVE WS-RECORDS-QUEUED TO XS-RECORDS-QUEUED
012490         MOVE WS-RECORDS-REFUSED TO XS-RECORDS-REFUSED
012500         WRITE EXCEPTION-REPORT-RECORD
012510             FROM WS-EXCEPTION-SUMMARY-LINE
012520         CLOSE BULK-CHANGE-FILE
012530         CLOSE ACCT-CHANGE-FILE
012540         CLOSE PENDING-CHANGE-FILE
012550         CLOSE EXCEPTION-REPORT-FILE
012560     END-IF.
012570     PERFORM 9100-CONTROL-TOTAL-REPORT THRU 9100-EXIT.
012580     IF WS-SAVED-RETURN-CODE > RETURN-CODE
012590         MOVE WS-SAVED-RETURN-CODE TO RETURN-CODE
012600     END-IF.
012610 9000-EXIT.
012620     EXIT.
012630
012640*----------------------------------------------------------*
012650* 9100-CONTROL-TOTAL-REPORT - EVERY CHANGE RECORD READ MUST *
012660*                  BE ACCOUNTED FOR AS APPLIED, QUEUED, OR  *
012670*                  REFUSED.  A REFUSAL GIVES RC=4 SO SOMEONE*
012680*                  WORKS THE EXCEPTIONS; A LOST AUDIT OR    *
012690*                  PENDING ROW, A CHECKPOINT NEVER SAVED, OR*
012700*                  A MISMATCH GIVES RC=8.                   *
012710*----------------------------------------------------------*
012720 9100-CONTROL-TOTAL-REPORT.
012730     IF WS-RECORDS-REFUSED > ZERO
012740         IF WS-SAVED-RETURN-CODE < 4
012750             MOVE 4 TO WS-SAVED-RETURN-CODE
012760         END-IF
012770     END-IF.
012780     IF WS-CHG-WRITE-FAILURES > ZERO
012790             OR WS-PEND-FAILURES > ZERO
012800         IF WS-SAVED-RETURN-CODE < 8
012810             MOVE 8 TO WS-SAVED-RETURN-CODE
012820         END-IF
012830     END-IF.
012840     IF WS-CHECKPOINT-FAILED
012850         DISPLAY 'ACCTBULK CHECKPOINT NEVER SAVED - DO NOT '
012860             'RESTART THIS RUN, RERUN IT WHOLE'
012870         IF WS-SAVED-RETURN-CODE < 8
012880             MOVE 8 TO WS-SAVED-RETURN-CODE
012890         END-IF
012900     END-IF.
012910     COMPUTE WS-RECONCILE-TOTAL =
012920         WS-RECORDS-APPLIED + WS-RECORDS-QUEUED
012930             + WS-RECORDS-REFUSED.
012940     DISPLAY 'ACCTBULK RECORDS READ:       ' WS-RECORDS-READ.
012950     DISPLAY 'ACCTBULK RECORDS APPLIED:    ' WS-RECORDS-APPLIED.
012960     DISPLAY 'ACCTBULK RECORDS QUEUED:     ' WS-RECORDS-QUEUED.
012970     DISPLAY 'ACCTBULK RECORDS REFUSED:    ' WS-RECORDS-REFUSED.
012980     DISPLAY 'ACCTBULK ACCOUNTS APPLIED:   ' WS-ACCOUNTS-APPLIED.
012990     DISPLAY 'ACCTBULK ACCOUNTS QUEUED:    ' WS-ACCOUNTS-QUEUED.
013000     DISPLAY 'ACCTBULK ACCOUNTS REFUSED:   ' WS-ACCOUNTS-REFUSED.
013010     DISPLAY 'ACCTBULK ACCTCHG WRITE FAILS: '
013020         WS-CHG-WRITE-FAILURES.
013030     DISPLAY 'ACCTBULK PENDCHG FAILURES:   ' WS-PEND-FAILURES.
013040     IF WS-SQL-FAILURE
013050         DISPLAY 'ACCTBULK STOPPED ON SQL FAILURE - RESTART '
013060             'FROM THE CHECKPOINT'
013070         GO TO 9100-EXIT
013080     END-IF.
013090     IF WS-RECORDS-DONE NOT = WS-RECONCILE-TOTAL
013100         DISPLAY 'ACCTBULK CONTROL TOTAL CHECK: MISMATCH - '
013110             'READ DOES NOT EQUAL APPLIED+QUEUED+REFUSED'
013120         IF WS-SAVED-RETURN-CODE < 8
013130             MOVE 8 TO WS-SAVED-RETURN-CODE
013140         END-IF
013150     ELSE
013160         DISPLAY 'ACCTBULK CONTROL TOTAL CHECK: MATCH'
013170     END-IF.
013180 9100-EXIT.
013190     EXIT.
013200
013210*----------------------------------------------------------*
013220* 9900-RECORD-RUN-END - COMPLETE THIS STEP'S ROW ON THE     *
013230*                       SHARED BATCH RUN HISTORY WITH THE   *
013240*                       RECORD COUNT AND THE FINAL STEP     *
013250*                       RETURN CODE, THEN PUT THE RETURN    *
013260*                       CODE BACK - THE CALL REPLACES IT.   *
013270*----------------------------------------------------------*
013280 9900-RECORD-RUN-END.
013290     MOVE 'END' TO WS-RH-EVENT.
013300     MOVE WS-RECORDS-READ TO WS-RH-RECORD-COUNT.
013310     MOVE RETURN-CODE TO WS-RH-RETURN-CODE.
013320     CALL 'RUNHIST' USING WS-RH-CALLING-PROGRAM
013330                          WS-RH-QUALIFIER
013340                          WS-RH-EVENT
013350                          WS-RH-RECORD-COUNT
013360                          WS-RH-RETURN-CODE.
013370     MOVE WS-RH-RETURN-CODE TO RETURN-CODE.
013380 9900-EXIT.
013390     EXIT.
