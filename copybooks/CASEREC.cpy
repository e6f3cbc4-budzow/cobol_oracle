000010*----------------------------------------------------------*
000020* CASEREC - ONE ROW OF THE COMPLIANCE CASE FILE (DD NAME     *
000030*           CMPCASE, CICS FILE CMPCASE), OPENED BY THE       *
000040*           CASHRPT STEP FOR EVERY ACCOUNT WHOSE CREDITS OR  *
000050*           DEBITS FOR THE BUSINESS DAY WENT OVER THE        *
000060*           REPORTABLE LIMIT (TYPE L) AND EVERY ACCOUNT WITH *
000070*           SEVERAL POSTINGS JUST UNDER THE LIMIT INSIDE THE *
000080*           ROLLING WINDOW (TYPE S).  KEYED ACCOUNT/BUSINESS *
000090*           DAY/TYPE, SO A RERUN FOR THE SAME DAY FINDS ITS  *
000100*           OWN CASE ALREADY OPEN.  COMPLIANCE WORKS AND     *
000110*           CLOSES THE CASE ON THE CSRV TRANSACTION - CLOSED *
000120*           ROWS STAY ON FILE AS THE RECORD OF WHO DECIDED   *
000130*           WHAT AND WHETHER A REPORT WAS FILED.  THE NAME   *
000140*           AND ADDRESS ARE AS ACCOUNT_MASTER HELD THEM WHEN *
000150*           THE CASE WAS OPENED.                             *
000160*----------------------------------------------------------*
000170 01  COMPLIANCE-CASE-RECORD.
000180     05  CSE-KEY.
000190         10  CSE-ACCT-NUMBER     PIC X(10).
000200         10  CSE-BUS-DATE        PIC 9(08).
000210         10  CSE-TYPE            PIC X(01).
000220             88  CSE-LARGE-CASH      VALUE 'L'.
000230             88  CSE-STRUCTURING     VALUE 'S'.
000240     05  CSE-STATE-SW            PIC X(01).
000250         88  CSE-OPEN                VALUE 'O'.
000260         88  CSE-WORKING             VALUE 'W'.
000270         88  CSE-CLOSED              VALUE 'C'.
000280         88  CSE-OUTSTANDING         VALUE 'O' 'W'.
000290     05  CSE-OPEN-DATE           PIC 9(08).
000300     05  CSE-OPEN-TIME           PIC 9(08).
000310     05  CSE-ACCOUNT-DETAIL.
000320         10  CSE-ACCT-NAME       PIC X(30).
000330         10  CSE-ADDR-LINE       PIC X(30).
000340         10  CSE-CITY            PIC X(20).
000350         10  CSE-STATE           PIC X(02).
000360         10  CSE-POSTAL-CODE     PIC X(09).
000370     05  CSE-CREDIT-TOTAL        PIC 9(09)V99.
000380     05  CSE-DEBIT-TOTAL         PIC 9(09)V99.
000390     05  CSE-UNDER-COUNT         PIC 9(05).
000400     05  CSE-UNDER-TOTAL         PIC 9(09)V99.
000410     05  CSE-WINDOW-DAYS         PIC 9(03).
000420     05  CSE-WORK-USER           PIC X(08).
000430     05  CSE-WORK-DATE           PIC 9(08).
000440     05  CSE-WORK-TIME           PIC 9(08).
000450     05  CSE-CLOSE-USER          PIC X(08).
000460     05  CSE-CLOSE-DATE          PIC 9(08).
000470     05  CSE-CLOSE-TIME          PIC 9(08).
000480     05  CSE-DISPOSITION         PIC X(01).
000490         88  CSE-REPORT-FILED        VALUE 'F'.
000500         88  CSE-NO-FILING           VALUE 'N'.
000510         88  CSE-VALID-DISPOSITION   VALUE 'F' 'N'.
000520     05  CSE-CLOSE-NOTE          PIC X(40).
000530     05  FILLER                  PIC X(20).
