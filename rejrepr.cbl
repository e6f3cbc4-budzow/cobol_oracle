000269*                    EDITS (REASON 2008) - A REPAIRED ROW    *
000270*                    MUST CARRY A VALID O/S/C LIFECYCLE      *
000271*                    CODE BEFORE IT REQUEUES.                *
000272*   2026-10-15 MWK   EVERY APPLIED REPAIR IS NOW POSTED TO   *
000273*                    THE ONBOARDING LINEAGE LEDGER (FILE     *
000274*                    LINEAGE) AGAINST THE FEED DATE THAT WAS *
000275*                    LAST LOADED WHEN THE RECORD WAS         *
000276*                    REJECTED, TAKEN FROM THE FEED HISTORY   *
000277*                    (FILE FEEDHIST), SO LINRECON CAN NET    *
000278*                    SCREEN REPAIRS OFF THAT FEED'S REJECTS. *
000279*----------------------------------------------------------*
000280 ENVIRONMENT DIVISION.
000290 DATA DIVISION.
000300 WORKING-STORAGE SECTION.
000380         88  WS-BROWSE-OPEN          VALUE 'Y'.
000390     05  WS-EDITS-PASSED-SW      PIC X(01) VALUE 'N'.
000400         88  WS-EDITS-PASSED         VALUE 'Y'.
000410     05  WS-FDH-BROWSE-OPEN-SW   PIC X(01) VALUE 'N'.
000420         88  WS-FDH-BROWSE-OPEN      VALUE 'Y'.
000470
000480 01  WS-RESP-AREA.
000490     05  WS-RESP                 PIC S9(08) COMP.
000530 01  WS-TODAY-DATE               PIC 9(08) VALUE ZERO.
000540 01  WS-EDIT-MESSAGE             PIC X(33) VALUE SPACES.
000550 01  WS-RAW-OLD-RECORD           PIC X(110).
000551
000552*----------------------------------------------------------*
000553* LINEAGE POSTING - THE FEED A REPAIR BELONGS TO IS THE ONE *
000554* WITH THE LATEST LOAD STAMP AT OR BEFORE THE REJECT STAMP. *
000555* STAMPS COMPARE AS DATE FOLLOWED BY TIME.  THE FEED HISTORY*
000556* BROWSE KEY IS ALPHANUMERIC SO IT CAN BE SET TO HIGH-VALUES*
000557* TO START AT THE NEWEST FEED.                              *
000558*----------------------------------------------------------*
000559 01  WS-FDH-BROWSE-KEY           PIC X(08).
000560 01  WS-LN-EVENT-STAMP           PIC 9(16).
000561 01  WS-LN-EVENT-STAMP-R REDEFINES WS-LN-EVENT-STAMP.
000562     05  WS-LN-EVENT-DATE        PIC 9(08).
000563     05  WS-LN-EVENT-TIME        PIC 9(08).
000564 01  WS-LN-LOAD-STAMP            PIC 9(16).
000565 01  WS-LN-LOAD-STAMP-R REDEFINES WS-LN-LOAD-STAMP.
000566     05  WS-LN-LOAD-DATE         PIC 9(08).
000567     05  WS-LN-LOAD-TIME         PIC 9(08).
000568 01  WS-LN-BEST-STAMP            PIC 9(16).
000569 01  WS-LN-FEED-DATE             PIC 9(08).
000570 01  WS-LN-OLDEST-FEED           PIC 9(08).
000571 01  WS-LN-RETRY-CT              PIC 9(02) COMP VALUE ZERO.
000572
000573 01  WS-KEY-DISPLAY.
000580     05  WS-KD-ACCT              PIC X(10).
000590     05  WS-KD-SEQ               PIC 9(04).
000600
001280*----------------------------------------------------------*
001290     COPY REJREC.
001300     COPY RAWEXTREC.
001301
001302*----------------------------------------------------------*
001303* FEED HISTORY ROW AND ONBOARDING LINEAGE LEDGER ROW        *
001304*----------------------------------------------------------*
001305     COPY FEEDHREC.
001306     COPY LINGREC.
001310
001320 LINKAGE SECTION.
001330 01  DFHCOMMAREA.
004060                 DELIMITED BY SIZE
004070                RAW-ACCT-NUMBER DELIMITED BY SIZE
004080             INTO MSGO
004081         PERFORM 5500-POST-REPAIR-LINEAGE THRU 5500-EXIT
004082     END-IF.
004090     EXEC CICS SEND MAP('REJRMAP') MAPSET('REJRMAP')
004100         FROM(REJRMAPO) DATAONLY
006120     END-IF.
006130 5400-EXIT.
006140     EXIT.
006150
006160*----------------------------------------------------------*
006170* 5500-POST-REPAIR-LINEAGE - FIND THE FEED THE REJECT       *
006180*                            BELONGS TO BY BROWSING THE FEED*
006190*                            HISTORY BACKWARD FROM THE      *
006200*                            NEWEST FEED DATE TO ONE A YEAR *
006210*                            OLDER THAN THE REJECT, THEN    *
006220*                            FILE ONE REPAIR ROW FOR IT ON  *
006230*                            THE LINEAGE LEDGER.  THE LEDGER*
006240*                            IS BOOKKEEPING - A FAILURE HERE*
006250*                            LEAVES THE REPAIR IN PLACE AND *
006260*                            IS NOT SHOWN TO THE OPERATOR.  *
006270*----------------------------------------------------------*
006280 5500-POST-REPAIR-LINEAGE.
006290     MOVE REJ-DATE TO WS-LN-EVENT-DATE.
006300     MOVE REJ-TIME TO WS-LN-EVENT-TIME.
006310     MOVE ZERO TO WS-LN-BEST-STAMP.
006320     MOVE ZERO TO WS-LN-FEED-DATE.
006330     MOVE REJ-DATE TO WS-LN-OLDEST-FEED.
006340     SUBTRACT 10000 FROM WS-LN-OLDEST-FEED.
006350     MOVE HIGH-VALUES TO WS-FDH-BROWSE-KEY.
006360     EXEC CICS STARTBR FILE('FEEDHIST')
006370         RIDFLD(WS-FDH-BROWSE-KEY) GTEQ
006380         RESP(WS-RESP)
006390     END-EXEC.
006400     IF WS-RESP = DFHRESP(NORMAL)
006410         MOVE 'Y' TO WS-FDH-BROWSE-OPEN-SW
006420         PERFORM 5510-READ-PREV-FEED THRU 5510-EXIT
006430             UNTIL NOT WS-FDH-BROWSE-OPEN
006440     END-IF.
006450     PERFORM 5550-WRITE-LINEAGE-ROW THRU 5550-EXIT.
006460 5500-EXIT.
006470     EXIT.
006480
006490 5510-READ-PREV-FEED.
006500     EXEC CICS READPREV FILE('FEEDHIST')
006510         INTO(FEED-HISTORY-RECORD)
006520         RIDFLD(WS-FDH-BROWSE-KEY)
006530         RESP(WS-RESP)
006540     END-EXEC.
006550     IF WS-RESP NOT = DFHRESP(NORMAL)
006560             OR FDH-FEED-DATE < WS-LN-OLDEST-FEED
006570         EXEC CICS ENDBR FILE('FEEDHIST')
006580             RESP(WS-RESP)
006590         END-EXEC
006600         MOVE 'N' TO WS-FDH-BROWSE-OPEN-SW
006610         GO TO 5510-EXIT
006620     END-IF.
006630     MOVE FDH-LOAD-DATE TO WS-LN-LOAD-DATE.
006640     MOVE FDH-LOAD-TIME TO WS-LN-LOAD-TIME.
006650     IF WS-LN-LOAD-STAMP NOT > WS-LN-EVENT-STAMP
006660             AND WS-LN-LOAD-STAMP > WS-LN-BEST-STAMP
006670         MOVE WS-LN-LOAD-STAMP TO WS-LN-BEST-STAMP
006680         MOVE FDH-FEED-DATE TO WS-LN-FEED-DATE
006690     END-IF.
006700 5510-EXIT.
006710     EXIT.
006720
006730*----------------------------------------------------------*
006740* 5550-WRITE-LINEAGE-ROW - ONE REPAIR, STAMPED NOW, BUMPING *
006750*                          THE POST TIME BY ONE HUNDREDTH OF*
006760*                          A SECOND WHILE ANOTHER ROW       *
006770*                          ALREADY OWNS THE KEY.  NO FEED   *
006780*                          FOUND POSTS UNDER FEED DATE ZERO.*
006790*----------------------------------------------------------*
006800 5550-WRITE-LINEAGE-ROW.
006810     MOVE SPACES TO LINEAGE-RECORD.
006820     MOVE WS-LN-FEED-DATE TO LNG-FEED-DATE.
006830     SET LNG-REPAIRED TO TRUE.
006840     MOVE 'REJREPR' TO LNG-PROGRAM-ID.
006850     MOVE WS-TODAY-DATE TO LNG-POST-DATE.
006860     ACCEPT LNG-POST-TIME FROM TIME.
006870     MOVE 1 TO LNG-COUNT-IN.
006880     MOVE 1 TO LNG-COUNT-OUT.
006890     MOVE ZERO TO LNG-COUNT-DIVERTED.
006900     MOVE ZERO TO LNG-RETURN-CODE.
006910     MOVE ZERO TO WS-LN-RETRY-CT.
006920     PERFORM 5560-WRITE-ONE-ROW THRU 5560-EXIT.
006930     PERFORM 5560-WRITE-ONE-ROW THRU 5560-EXIT
006940         UNTIL WS-RESP NOT = DFHRESP(DUPREC)
006950            OR WS-LN-RETRY-CT > 99.
006960 5550-EXIT.
006970     EXIT.
006980
006990 5560-WRITE-ONE-ROW.
007000     EXEC CICS WRITE FILE('LINEAGE')
007010         FROM(LINEAGE-RECORD)
007020         RIDFLD(LNG-KEY)
007030         RESP(WS-RESP)
007040     END-EXEC.
007050     IF WS-RESP = DFHRESP(DUPREC)
007060         ADD 1 TO WS-LN-RETRY-CT
007070         ADD 1 TO LNG-POST-TIME
007080     END-IF.
007090 5560-EXIT.
007100     EXIT.
