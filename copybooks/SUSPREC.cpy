000010*----------------------------------------------------------*
000020* SUSPREC - ONE ROW OF THE POSTING SUSPENSE LEDGER (DD NAME *
000030*           SUSPLDGR), KEPT BY THE SUSPRCY RECYCLE JOB FOR  *
000040*           EVERY TRANSACTION ACCTPOST HAS EVER DROPPED TO  *
000050*           THE DATED SUSPENSE GENERATION.  KEYED ON        *
000060*           ACCOUNT NUMBER PLUS TRANSACTION REFERENCE, SO   *
000070*           AN ITEM RE-PRESENTED TO POSTING AND SUSPENDED   *
000080*           AGAIN FINDS ITS OWN ROW AND KEEPS ITS ORIGINAL  *
000090*           SUSPENSE DATE.  A ROW IS NEVER DELETED - ITS    *
000100*           STATE SAYS WHETHER IT IS STILL OUTSTANDING,     *
000110*           WAS RE-PRESENTED, POSTED, OR RETURNED TO THE    *
000120*           BRANCH, AND WHEN.                               *
000130*----------------------------------------------------------*
000140 01  SUSPENSE-ITEM-RECORD.
000150     05  SPI-KEY.
000160         10  SPI-ACCT-NUMBER     PIC X(10).
000170         10  SPI-REFERENCE       PIC X(16).
000180     05  SPI-FIRST-DATE          PIC 9(08).
000190     05  SPI-LAST-SEEN-DATE      PIC 9(08).
000200     05  SPI-REASON-CODE         PIC 9(04).
000210     05  SPI-DAYS-IN-SUSPENSE    PIC 9(05).
000220     05  SPI-PRESENT-COUNT       PIC 9(03).
000230     05  SPI-STATE-SW            PIC X(01).
000240         88  SPI-OUTSTANDING         VALUE 'O'.
000250         88  SPI-REPRESENTED         VALUE 'R'.
000260         88  SPI-POSTED              VALUE 'P'.
000270         88  SPI-RETURNED            VALUE 'B'.
000280     05  SPI-STATE-DATE          PIC 9(08).
000290     05  SPI-TRAN-IMAGE          PIC X(44).
000300     05  FILLER                  PIC X(09).
