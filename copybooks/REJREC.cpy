000080*          BOTH KEEP THEIR ROW.  A REPAIRED ROW IS FLAGGED, *
000090*          NEVER DELETED - THE TRAIL OF WHAT WAS FIXED, BY  *
000100*          WHOM, AND WHEN IS THE POINT.                     *
000101*          REASON 2010 ROWS ARE WRITTEN BY THE WLRV WATCH-  *
000102*          LIST REVIEW WHEN COMPLIANCE CONFIRMS A MATCH.    *
000103*          THEY ARE FILED CLOSED (REJ-CLOSED) - DISPOSED OF *
000104*          WITHOUT REPAIR, NEVER REQUEUED - SO THEY NEVER   *
000105*          SHOW AS OUTSTANDING WORK FOR THE REPAIR SCREEN,  *
000106*          REJAUTO, OR THE AGING REPORT.                    *
000110*----------------------------------------------------------*
000120 01  REJECT-RECORD.
000130     05  REJ-KEY.
000250         88  REJ-BAD-OPEN-DATE       VALUE 2007.
000252         88  REJ-BAD-STATUS          VALUE 2008.
000254         88  REJ-BAD-TRANSITION      VALUE 2009.
000256         88  REJ-WATCH-LIST-MATCH    VALUE 2010.
000260     05  REJ-FIELD-NAME          PIC X(12).
000270     05  REJ-REPAIRED-SW         PIC X(01).
000280         88  REJ-REPAIRED            VALUE 'Y'.
000290         88  REJ-OUTSTANDING         VALUE 'N'.
000292         88  REJ-CLOSED              VALUE 'X'.
000300     05  REJ-REPAIR-USER         PIC X(08).
000310     05  REJ-REPAIR-DATE         PIC 9(08).
000320     05  REJ-RAW-IMAGE           PIC X(110).
