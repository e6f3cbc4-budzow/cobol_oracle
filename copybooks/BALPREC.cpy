000010*----------------------------------------------------------*
000020* BALPREC - ONE DAILY BALANCE PROOF (DD NAME BALPHIST),     *
000030*           WRITTEN BY BALPROOF EVERY TIME IT RUNS.  KEYED  *
000040*           ON THE PROOF'S DATE AND TIME, SO THE LATEST     *
000050*           PROOF IS THE LAST ROW AND ITS CURRENT TOTAL IS  *
000060*           THE NEXT PROOF'S PRIOR TOTAL.  THE LAST JOURNAL *
000070*           RUN ID IS THE NEWEST ACCTPOST JOURNAL THE PROOF *
000080*           HAS TAKEN IN - AN OLDER ONE IS NEVER COUNTED    *
000090*           AGAIN.  ROWS ARE NEVER DELETED.                 *
000100*----------------------------------------------------------*
000110 01  BALANCE-PROOF-RECORD.
000120     05  BPF-KEY.
000130         10  BPF-PROOF-DATE      PIC 9(08).
000140         10  BPF-PROOF-TIME      PIC 9(08).
000150     05  BPF-RESULT-SW           PIC X(01).
000160         88  BPF-IN-BALANCE          VALUE 'B'.
000170         88  BPF-OUT-OF-BALANCE      VALUE 'O'.
000180         88  BPF-OPENING-POSITION    VALUE 'I'.
000190     05  BPF-PRIOR-TOTAL         PIC S9(13)V99 COMP-3.
000200     05  BPF-NET-POSTED          PIC S9(13)V99 COMP-3.
000210     05  BPF-OPENING-TOTAL       PIC S9(13)V99 COMP-3.
000220     05  BPF-ADJUST-TOTAL        PIC S9(13)V99 COMP-3.
000230     05  BPF-EXPECTED-TOTAL      PIC S9(13)V99 COMP-3.
000240     05  BPF-CURRENT-TOTAL       PIC S9(13)V99 COMP-3.
000250     05  BPF-DIFFERENCE          PIC S9(13)V99 COMP-3.
000260     05  BPF-ACCOUNT-COUNT       PIC 9(09).
000270     05  BPF-LAST-JOURNAL-ID.
000280         10  BPF-LAST-JRNL-DATE  PIC 9(08).
000290         10  BPF-LAST-JRNL-TIME  PIC 9(08).
000300     05  FILLER                  PIC X(20).
