000010*----------------------------------------------------------*
000020* PENDCHGR - ONE ROW OF THE PENDING-CHANGE FILE (CICS FILE *
000030*            PENDCHG) WRITTEN BY THE AMNT MAINTENANCE      *
000040*            TRANSACTION WHEN A CHANGE NEEDS A SECOND      *
000050*            PERSON - A CLOSE, A BALANCE ADJUSTMENT, OR    *
000060*            ANY CHANGE ON AN ACCOUNT WITH A NON-ZERO      *
000070*            BALANCE.  THE AAPR APPROVAL TRANSACTION       *
000080*            SHOWS THE BEFORE AND AFTER IMAGES TO A        *
000090*            DIFFERENT USER ID, WHO APPROVES (ONLY THEN IS *
000100*            ACCOUNT_MASTER CHANGED) OR DECLINES.  KEYED   *
000110*            ACCOUNT/DATE/TIME OF THE REQUEST.  DECIDED    *
000120*            ROWS STAY ON FILE AS THE RECORD OF WHO        *
000130*            APPROVED OR DECLINED WHAT.                    *
000140*            PND-NEW-BALANCE IS THE BALANCE AS IT WOULD    *
000150*            STAND AT REQUEST TIME - APPROVAL APPLIES      *
000160*            PND-ADJ-AMOUNT TO THE BALANCE AS IT STANDS    *
000170*            THEN.                                         *
000180*----------------------------------------------------------*
000190 01  PENDING-CHANGE-RECORD.
000200     05  PND-KEY.
000210         10  PND-ACCT-NUMBER     PIC X(10).
000220         10  PND-REQ-DATE        PIC 9(08).
000230         10  PND-REQ-TIME        PIC 9(08).
000240     05  PND-STATE-SW            PIC X(01).
000250         88  PND-PENDING             VALUE 'P'.
000260         88  PND-APPROVED            VALUE 'A'.
000270         88  PND-DECLINED            VALUE 'D'.
000280     05  PND-MAKER-ID            PIC X(08).
000290     05  PND-CHECKER-ID          PIC X(08).
000300     05  PND-DECIDED-DATE        PIC 9(08).
000310     05  PND-DECIDED-TIME        PIC 9(08).
000320     05  PND-WHY-SENSITIVE.
000330         10  PND-CLOSE-SW        PIC X(01).
000340             88  PND-IS-CLOSE        VALUE 'Y'.
000350         10  PND-ADJUST-SW       PIC X(01).
000360             88  PND-IS-ADJUSTMENT   VALUE 'Y'.
000370         10  PND-BALANCE-SW      PIC X(01).
000380             88  PND-HAS-BALANCE     VALUE 'Y'.
000390     05  PND-BEFORE-IMAGE.
000400         10  PND-OLD-NAME        PIC X(30).
000410         10  PND-OLD-ADDR-LINE   PIC X(30).
000420         10  PND-OLD-CITY        PIC X(20).
000430         10  PND-OLD-STATE       PIC X(02).
000440         10  PND-OLD-POSTAL-CODE PIC X(09).
000450         10  PND-OLD-OPEN-DATE   PIC X(08).
000460         10  PND-OLD-ACCT-STATUS PIC X(01).
000470         10  PND-OLD-BALANCE     PIC S9(7)V99 COMP-3.
000480     05  PND-AFTER-IMAGE.
000490         10  PND-NEW-NAME        PIC X(30).
000500         10  PND-NEW-ADDR-LINE   PIC X(30).
000510         10  PND-NEW-CITY        PIC X(20).
000520         10  PND-NEW-STATE       PIC X(02).
000530         10  PND-NEW-POSTAL-CODE PIC X(09).
000540         10  PND-NEW-OPEN-DATE   PIC X(08).
000550         10  PND-NEW-ACCT-STATUS PIC X(01).
000560         10  PND-NEW-BALANCE     PIC S9(7)V99 COMP-3.
000570     05  PND-ADJ-AMOUNT          PIC S9(7)V99 COMP-3.
000580     05  FILLER                  PIC X(20).
