000010*----------------------------------------------------------*
000020* RATEREC - ONE LINE OF THE MONTH-END ACCRUAL RATE TABLE    *
000030*           (DD NAME RATEFILE), KEPT BY FINANCE.  ONE LINE  *
000040*           PER ACCOUNT STATUS -                            *
000050*             COLUMN  1      ACCOUNT STATUS (O OR S)        *
000060*             COLUMNS 3-8    ANNUAL INTEREST RATE, PERCENT, *
000070*                            FOUR DECIMALS (025000 = 2.5%)  *
000080*             COLUMNS 10-14  MONTHLY MAINTENANCE FEE, CENTS *
000090*             COLUMNS 16-24  AVERAGE DAILY BALANCE AT OR    *
000100*                            ABOVE WHICH THE FEE IS WAIVED, *
000110*                            CENTS (ZERO = NEVER WAIVED)    *
000120*           A STATUS WITH NO LINE EARNS NOTHING AND PAYS    *
000130*           NOTHING.  CLOSED ACCOUNTS NEVER ACCRUE.         *
000140*----------------------------------------------------------*
000150 01  RATE-TABLE-RECORD.
000160     05  RTE-ACCT-STATUS         PIC X(01).
000170     05  FILLER                  PIC X(01).
000180     05  RTE-ANNUAL-RATE         PIC 9(02)V9(04).
000190     05  FILLER                  PIC X(01).
000200     05  RTE-MONTHLY-FEE         PIC 9(03)V99.
000210     05  FILLER                  PIC X(01).
000220     05  RTE-FEE-WAIVE-BALANCE   PIC 9(07)V99.
000230     05  FILLER                  PIC X(56).
