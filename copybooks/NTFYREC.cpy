000010*----------------------------------------------------------*
000020* NTFYREC - ONE ON-CALL NOTIFICATION (DD NAME ONCALNTF, CICS*
000030*           FILE ONCALNTF), OPENED BY THE ALRTDISP DISPATCH *
000040*           JOB WHEN IT PAGES THE ROSTERED PRIMARY FOR A    *
000050*           PROGRAM / OPERATION / REASON THAT HAS NO        *
000060*           NOTIFICATION ALREADY ACTIVE.  LATER ALERT ROWS  *
000070*           FOR THE SAME PROGRAM / OPERATION / REASON FOLD  *
000080*           INTO THE ACTIVE ONE INSTEAD OF PAGING AGAIN.    *
000090*                                                           *
000100*           THE RESPONDER CLAIMS IT ON THE ALAK TRANSACTION *
000110*           (STATE A).  WHILE IT STAYS UNCLAIMED (STATE O)  *
000120*           THE ALRTESC PASS RE-PAGES THE SECONDARY AND THEN*
000130*           THE OPERATIONS MANAGER.  IT CLOSES (STATE C)    *
000140*           WHEN THE RESPONDER RESOLVES IT ON ALAK OR, FOR A*
000150*           DUAL HEALTH-CHECK ALERT OR A NO-DATABASE (1000) *
000152*           ALERT UNDER ANY PROGRAM, WHEN THE NEXT DUAL RUN *
000160*           SUCCEEDS.  CLOSED ROWS STAY ON FILE AS THE      *
000170*           RECORD OF WHO WAS PAGED, WHO CLAIMED IT, AND    *
000180*           WHEN.                                           *
000190*----------------------------------------------------------*
000200 01  NOTIFICATION-RECORD.
000210     05  NTF-KEY.
000220         10  NTF-PROGRAM         PIC X(12).
000230         10  NTF-OPERATION       PIC X(20).
000240         10  NTF-REASON-CODE     PIC 9(04).
000250         10  NTF-OPEN-DATE       PIC 9(08).
000260         10  NTF-OPEN-TIME       PIC 9(08).
000270     05  NTF-STATE-SW            PIC X(01).
000280         88  NTF-OPEN                VALUE 'O'.
000290         88  NTF-ACKNOWLEDGED        VALUE 'A'.
000300         88  NTF-CLOSED              VALUE 'C'.
000310         88  NTF-ACTIVE              VALUE 'O' 'A'.
000320     05  NTF-RETURN-CODE         PIC 9(04).
000330     05  NTF-REPEAT-COUNT        PIC 9(09).
000340     05  NTF-LAST-DATE           PIC 9(08).
000350     05  NTF-LAST-TIME           PIC 9(08).
000360     05  NTF-ESCALATION-LEVEL    PIC 9(01).
000370         88  NTF-AT-PRIMARY          VALUE 0.
000380         88  NTF-AT-SECONDARY        VALUE 1.
000390         88  NTF-AT-MANAGER          VALUE 2.
000400     05  NTF-PAGED-TO            PIC X(08).
000410     05  NTF-PAGED-DATE          PIC 9(08).
000420     05  NTF-PAGED-TIME          PIC 9(08).
000430     05  NTF-ACK-USER            PIC X(08).
000440     05  NTF-ACK-DATE            PIC 9(08).
000450     05  NTF-ACK-TIME            PIC 9(08).
000460     05  NTF-CLOSED-BY           PIC X(08).
000470     05  NTF-CLOSE-DATE          PIC 9(08).
000480     05  NTF-CLOSE-TIME          PIC 9(08).
000490     05  FILLER                  PIC X(20).
