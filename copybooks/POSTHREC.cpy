000010*----------------------------------------------------------*
000020* POSTHREC - ONE ROW OF THE POSTED-TRANSACTION HISTORY      *
000030*            (DD NAME POSTHIST), WRITTEN BY ACCTPOST FOR    *
000040*            EVERY TRANSACTION IT POSTS TO ACCOUNT_MASTER.  *
000050*            KEYED ON THE BRANCH TRANSACTION REFERENCE, SO  *
000060*            A REFERENCE THAT IS ALREADY ON FILE IS KNOWN   *
000070*            TO HAVE BEEN POSTED AND A RESENT FILE CANNOT   *
000080*            APPLY IT TWICE.  A REVERSAL NAMES THE ORIGINAL *
000090*            REFERENCE AND MARKS THE ROW REVERSED - THE ROW *
000100*            IS NEVER DELETED.  THE RUN ID AND READ         *
000110*            SEQUENCE TIE EACH POSTING (AND EACH REVERSAL)  *
000120*            TO THE ACCTPOST RUN THAT MADE IT, SO A RESTART *
000130*            CAN TELL ITS OWN ROLLED-BACK WORK FROM A TRUE  *
000140*            DUPLICATE.                                     *
000150*----------------------------------------------------------*
000160 01  POSTED-HISTORY-RECORD.
000170     05  PHS-REFERENCE           PIC X(16).
000180     05  PHS-ACCT-NUMBER         PIC X(10).
000190     05  PHS-TYPE                PIC X(01).
000200         88  PHS-DEBIT               VALUE 'D'.
000210         88  PHS-CREDIT              VALUE 'C'.
000220     05  PHS-AMOUNT              PIC 9(07)V99.
000230     05  PHS-TRAN-DATE           PIC X(08).
000240     05  PHS-CLOSING-BALANCE     PIC S9(7)V99 COMP-3.
000250     05  PHS-RUN-ID.
000260         10  PHS-RUN-DATE        PIC 9(08).
000270         10  PHS-RUN-TIME        PIC 9(08).
000280     05  PHS-RUN-SEQ             PIC 9(09).
000290     05  PHS-STATE-SW            PIC X(01).
000300         88  PHS-ACTIVE              VALUE 'P'.
000310         88  PHS-REVERSED            VALUE 'R'.
000320     05  PHS-REV-RUN-ID.
000330         10  PHS-REV-RUN-DATE    PIC 9(08).
000340         10  PHS-REV-RUN-TIME    PIC 9(08).
000350     05  PHS-REV-RUN-SEQ         PIC 9(09).
000360     05  FILLER                  PIC X(20).
