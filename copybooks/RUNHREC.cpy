000010*----------------------------------------------------------*
000020* RUNHREC - ONE ROW OF THE SHARED BATCH RUN-HISTORY FILE    *
000030*           (DD NAME RUNHIST), ONE ROW PER JOB-STEP RUN.    *
000040*           WRITTEN BY THE RUNHIST SUBPROGRAM ON BEHALF OF  *
000050*           EVERY BATCH PROGRAM - THE ROW IS ADDED IN       *
000060*           RUNNING STATE WHEN THE STEP STARTS AND REWRITTEN*
000070*           WITH THE END STAMP, RECORD COUNT, AND RETURN    *
000080*           CODE WHEN IT ENDS, SO A STEP STILL RUNNING (OR  *
000090*           ONE THAT ABENDED) SHOWS AS STARTED BUT NOT      *
000100*           ENDED.  READ BY THE BATWNDW BATCH-WINDOW REPORT.*
000110*                                                           *
000120*           RUN-QUALIFIER SEPARATES RUNS OF ONE PROGRAM THAT*
000130*           ARE DIFFERENT STEPS - A KEY-RANGE PARTITION OF  *
000140*           UPPER-TRIM CARRIES ITS FROM= KEY HERE.  IT IS   *
000150*           BLANK FOR AN ORDINARY SINGLE-STEP RUN.          *
000160*----------------------------------------------------------*
000170 01  RUN-HISTORY-RECORD.
000180     05  RUN-KEY.
000190         10  RUN-PROGRAM-ID      PIC X(12).
000200         10  RUN-QUALIFIER       PIC X(10).
000210         10  RUN-START-DATE      PIC 9(08).
000220         10  RUN-START-TIME      PIC 9(08).
000230     05  RUN-STATE-SW            PIC X(01).
000240         88  RUN-RUNNING             VALUE 'R'.
000250         88  RUN-ENDED               VALUE 'E'.
000260     05  RUN-END-DATE            PIC 9(08).
000270     05  RUN-END-TIME            PIC 9(08).
000280     05  RUN-RECORD-COUNT        PIC 9(09).
000290     05  RUN-RETURN-CODE         PIC 9(04).
000300     05  FILLER                  PIC X(20).
