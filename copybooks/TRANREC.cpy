000080*           REDEFINED ALPHANUMERIC SO THE FRONT-END EDIT    *
000090*           CAN DIGIT-CHECK IT BEFORE ARITHMETIC EVER       *
000100*           TOUCHES IT.                                     *
000101*           TYPE R IS A REVERSAL - THE REFERENCE NAMES THE  *
000102*           ORIGINAL POSTING ON THE POSTED HISTORY AND THE  *
000103*           AMOUNT MUST MATCH IT; THE ORIGINAL IS BACKED    *
000104*           OUT IN THE OPPOSITE DIRECTION.                  *
000105*           REFERENCES STARTING 'NSF' ARE RESERVED FOR THE  *
000106*           FEES THE POSTING RUN GENERATES ITSELF, AND      *
000107*           'INT' AND 'FEE' FOR THE MONTH-END INTEREST AND  *
000108*           MAINTENANCE FEES THE INTACCR ACCRUAL WRITES.    *
000109*           THOSE REACH ACCTPOST ON DD SYSTRAN ONLY - A     *
000110*           BRANCH RECORD ON TRANFILE CARRYING ONE OF THE   *
000111*           PREFIXES IS SUSPENDED (3008).                   *
000112*----------------------------------------------------------*
000120 01  POSTING-TRANSACTION.
000130     05  TRN-ACCT-NUMBER         PIC X(10).
000140     05  TRN-TYPE                PIC X(01).
000150         88  TRN-DEBIT               VALUE 'D'.
000160         88  TRN-CREDIT              VALUE 'C'.
000165         88  TRN-REVERSAL            VALUE 'R'.
000170     05  TRN-AMOUNT              PIC 9(07)V99.
000180     05  TRN-AMOUNT-X REDEFINES TRN-AMOUNT
000190                                 PIC X(09).
000200     05  TRN-REFERENCE           PIC X(16).
000201     05  TRN-REFERENCE-R REDEFINES TRN-REFERENCE.
000202         10  TRN-REF-PREFIX      PIC X(03).
000203             88  TRN-REF-NSF-FEE     VALUE 'NSF'.
000204             88  TRN-REF-INTEREST    VALUE 'INT'.
000205             88  TRN-REF-MAINT-FEE   VALUE 'FEE'.
000206             88  TRN-REF-SYSTEM      VALUE 'NSF' 'INT' 'FEE'.
000207         10  FILLER              PIC X(13).
000210     05  TRN-POST-DATE           PIC X(08).
