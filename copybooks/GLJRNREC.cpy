000010*----------------------------------------------------------*
000020* GLJRNREC - ONE RECORD OF THE GENERAL-LEDGER JOURNAL       *
000030*            INTERFACE (DD NAME GLJRNL) ACCTPOST WRITES AT  *
000040*            THE END OF EVERY COMPLETED POSTING RUN FOR     *
000050*            FINANCE'S LEDGER LOAD.  ONE HEADER, A BALANCED *
000060*            SET OF DEBIT AND CREDIT LINES - CUSTOMER       *
000070*            LIABILITY AGAINST THE POSTING CLEARING         *
000080*            ACCOUNTS - AND ONE TRAILER WITH THE LINE       *
000090*            COUNT, THE DEBIT AND CREDIT TOTALS (ALWAYS     *
000100*            EQUAL), AND THE NET MOVEMENT ON CUSTOMER       *
000110*            LIABILITY, WHICH IS THE NET AMOUNT THE RUN     *
000120*            POSTED TO ACCT_BALANCE.  THE HEADER CARRIES    *
000130*            THE POSTING RUN ID SO THE BALANCE PROOF NEVER  *
000140*            COUNTS ONE RUN TWICE.  AMOUNTS ARE UNSIGNED    *
000150*            DISPLAY - THE D/C INDICATOR GIVES THE SIDE.    *
000160*----------------------------------------------------------*
000170 01  GL-JOURNAL-RECORD.
000180     05  GLJ-RECORD-TYPE         PIC X(01).
000190         88  GLJ-HEADER              VALUE 'H'.
000200         88  GLJ-DETAIL              VALUE 'D'.
000210         88  GLJ-TRAILER             VALUE 'T'.
000220     05  GLJ-DATA                PIC X(79).
000230     05  GLJ-HEADER-VIEW REDEFINES GLJ-DATA.
000240         10  GLJ-HDR-SOURCE      PIC X(08).
000250         10  GLJ-HDR-JOURNAL-DATE
000260                                 PIC 9(08).
000270         10  GLJ-HDR-RUN-ID.
000280             15  GLJ-HDR-RUN-DATE
000290                                 PIC 9(08).
000300             15  GLJ-HDR-RUN-TIME
000310                                 PIC 9(08).
000320         10  FILLER              PIC X(47).
000330     05  GLJ-DETAIL-VIEW REDEFINES GLJ-DATA.
000340         10  GLJ-LINE-NUMBER     PIC 9(04).
000350         10  GLJ-GL-ACCOUNT      PIC X(10).
000360         10  GLJ-DR-CR           PIC X(01).
000370             88  GLJ-DEBIT-LINE      VALUE 'D'.
000380             88  GLJ-CREDIT-LINE     VALUE 'C'.
000390         10  GLJ-AMOUNT          PIC 9(13)V99.
000400         10  GLJ-DESCRIPTION     PIC X(30).
000410         10  FILLER              PIC X(19).
000420     05  GLJ-TRAILER-VIEW REDEFINES GLJ-DATA.
000430         10  GLJ-TRL-LINE-COUNT  PIC 9(04).
000440         10  GLJ-TRL-DEBIT-TOTAL PIC 9(13)V99.
000450         10  GLJ-TRL-CREDIT-TOTAL
000460                                 PIC 9(13)V99.
000470         10  GLJ-TRL-NET-LIABILITY
000480                                 PIC S9(13)V99
000490                                 SIGN IS LEADING SEPARATE.
000500         10  FILLER              PIC X(29).
