000060*            AND WHEN - SO MONTH-END CAN ANSWER WHO CHANGED *
000070*            WHICH ACCOUNT.  KEYED ACCOUNT/DATE/TIME SO THE *
000080*            HISTORY OF ONE ACCOUNT READS IN ORDER.         *
000081*            CHG-BALANCE IS THE BALANCE AFTER THE CHANGE.   *
000082*            CHG-ADJ-AMOUNT IS WHAT A BALANCE ADJUSTMENT    *
000083*            MOVED IT BY - ZERO ON EVERY OTHER ROW - SO     *
000084*            THE DAILY BALANCE PROOF CAN TOTAL THEM.        *
000085*            CHG-OLD-STATUS AND CHG-NEW-STATUS CARRY THE    *
000086*            LIFECYCLE CODE BEFORE AND AFTER - SPACES WHEN  *
000087*            THE WRITER DOES NOT TOUCH THE STATUS.          *
000088*            CHG-USERID IS WHO KEYED THE CHANGE.  A CHANGE  *
000089*            THAT NEEDED DUAL CONTROL ALSO CARRIES THE      *
000090*            SECOND USER WHO APPROVED IT IN CHG-CHECKER-ID  *
000091*            - SPACES ON EVERY OTHER ROW.                   *
000092*            CHG-OLD-DETAIL AND CHG-NEW-DETAIL CARRY THE    *
000093*            ADDRESS, CITY, STATE, POSTAL CODE, AND OPEN    *
000094*            DATE BEFORE AND AFTER, AS ON PENDCHGR - SPACES *
000095*            WHEN THE WRITER DOES NOT TOUCH THOSE FIELDS.   *
000096*----------------------------------------------------------*
000100 01  ACCT-CHANGE-RECORD.
000110     05  CHG-KEY.
000120         10  CHG-ACCT-NUMBER     PIC X(10).
000160     05  CHG-OLD-NAME            PIC X(30).
000170     05  CHG-NEW-NAME            PIC X(30).
000180     05  CHG-BALANCE             PIC S9(7)V99 COMP-3.
000190     05  CHG-ADJ-AMOUNT          PIC S9(7)V99 COMP-3.
000200     05  CHG-OLD-STATUS          PIC X(01).
000210     05  CHG-NEW-STATUS          PIC X(01).
000220     05  CHG-CHECKER-ID          PIC X(08).
000230     05  CHG-OLD-DETAIL.
000240         10  CHG-OLD-ADDR-LINE   PIC X(30).
000250         10  CHG-OLD-CITY        PIC X(20).
000260         10  CHG-OLD-STATE       PIC X(02).
000270         10  CHG-OLD-POSTAL-CODE PIC X(09).
000280         10  CHG-OLD-OPEN-DATE   PIC X(08).
000290     05  CHG-NEW-DETAIL.
000300         10  CHG-NEW-ADDR-LINE   PIC X(30).
000310         10  CHG-NEW-CITY        PIC X(20).
000320         10  CHG-NEW-STATE       PIC X(02).
000330         10  CHG-NEW-POSTAL-CODE PIC X(09).
000340         10  CHG-NEW-OPEN-DATE   PIC X(08).
000350     05  FILLER                  PIC X(10).
