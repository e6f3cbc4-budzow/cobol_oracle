000010*----------------------------------------------------------*
000020* EODBREC - ONE ACCOUNT'S END-OF-DAY BALANCE ON ONE         *
000030*           BUSINESS DATE (DD NAME EODBHIST), WRITTEN BY    *
000040*           THE EODSNAP STEP EVERY NIGHT AFTER ACCTPOST.    *
000050*           KEYED ON ACCOUNT NUMBER PLUS BALANCE DATE, SO   *
000060*           THE BALANCE ON ANY PAST DATE IS ONE KEYED READ  *
000070*           AND ONE ACCOUNT'S DAYS COME BACK IN DATE ORDER  *
000080*           FOR THE INTACCR AVERAGE-DAILY-BALANCE PASS.  A  *
000090*           RERUN FOR THE SAME DATE REPLACES THE ROW.  ROWS *
000100*           ARE NEVER DELETED.                              *
000110*----------------------------------------------------------*
000120 01  EOD-BALANCE-RECORD.
000130     05  EOD-KEY.
000140         10  EOD-ACCT-NUMBER     PIC X(10).
000150         10  EOD-BAL-DATE        PIC 9(08).
000160     05  EOD-ACCT-STATUS         PIC X(01).
000170     05  EOD-BALANCE             PIC S9(7)V99 COMP-3.
000180     05  EOD-SNAP-DATE           PIC 9(08).
000190     05  EOD-SNAP-TIME           PIC 9(08).
000200     05  FILLER                  PIC X(20).
