000010*----------------------------------------------------------*
000020* WLHOLDR - ONE ROW OF THE WATCH-LIST HOLD FILE (DD NAME    *
000030*           WLHOLD, CICS FILE WLHOLD), WRITTEN BY THE       *
000040*           WLSCREEN STEP FOR EVERY CLEANSED RECORD WHOSE   *
000050*           NAME OR ADDRESS MATCHES AN ENTRY ON COMPLIANCE'S*
000060*           WEEKLY WATCH LIST.  KEYED ACCOUNT/DATE/TIME OF  *
000070*           THE HOLD.  THE RECORD IS KEPT OUT OF THE LOAD   *
000080*           UNTIL THE WLRV REVIEW TRANSACTION CLEARS IT (IT *
000090*           GOES TO THE NEXT LOAD) OR CONFIRMS IT (IT IS    *
000100*           REJECTED WITH REASON 2010 AND NEVER LOADS).     *
000110*           WLH-CLEAN-IMAGE IS THE CLEANSED RECORD AS HELD -*
000120*           A LATER FEED THAT CHANGES THE RECORD IS SCREENED*
000130*           AFRESH.  DECIDED ROWS STAY ON FILE AS THE RECORD*
000140*           OF WHO CLEARED OR CONFIRMED WHAT.               *
000150*----------------------------------------------------------*
000160 01  WATCH-HOLD-RECORD.
000170     05  WLH-KEY.
000180         10  WLH-ACCT-NUMBER     PIC X(10).
000190         10  WLH-HOLD-DATE       PIC 9(08).
000200         10  WLH-HOLD-TIME       PIC 9(08).
000210     05  WLH-STATE-SW            PIC X(01).
000220         88  WLH-HELD                VALUE 'H'.
000230         88  WLH-CLEARED             VALUE 'C'.
000240         88  WLH-REQUEUED            VALUE 'R'.
000250         88  WLH-CONFIRMED           VALUE 'X'.
000260     05  WLH-MATCH-DETAIL.
000270         10  WLH-ENTRY-ID        PIC X(10).
000280         10  WLH-LIST-CODE       PIC X(01).
000290             88  WLH-SANCTIONS-LIST  VALUE 'S'.
000300             88  WLH-INTERNAL-LIST   VALUE 'I'.
000310         10  WLH-MATCH-FIELD     PIC X(08).
000320         10  WLH-WATCH-NAME      PIC X(30).
000330         10  WLH-WATCH-ADDR-LINE PIC X(30).
000340     05  WLH-REVIEW-USER         PIC X(08).
000350     05  WLH-REVIEW-DATE         PIC 9(08).
000360     05  WLH-REVIEW-TIME         PIC 9(08).
000370     05  WLH-REQUEUE-DATE        PIC 9(08).
000380     05  WLH-CLEAN-IMAGE         PIC X(110).
000390     05  FILLER                  PIC X(20).
