000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. NTFCLOSE.
000030 AUTHOR. R-HALVORSEN.
000040 INSTALLATION. DATA-SERVICES.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------*
000080* MODIFICATION HISTORY                                      *
000090*   DATE       INIT  DESCRIPTION                             *
000100*   2026-10-15 MWK   ORIGINAL VERSION - CLOSES EVERY ACTIVE  *
000110*                    ON-CALL NOTIFICATION (NTFYREC LAYOUT,   *
000120*                    DD ONCALNTF) RAISED BY ONE PROGRAM,     *
000130*                    CALLED BY THAT PROGRAM ONCE ITS OWN     *
000140*                    HEALTH CHECK HAS SUCCEEDED AGAIN, SO A  *
000150*                    PAGE FOR A PROBLEM THAT HAS CLEARED     *
000160*                    STOPS ESCALATING WITHOUT ANYONE         *
000170*                    CLAIMING IT.                            *
000171*   2026-10-15 MWK   A NON-ZERO REASON CODE ON THE CALL ALSO *
000172*                    CLOSES EVERY ACTIVE NOTIFICATION        *
000173*                    CARRYING THAT REASON, WHATEVER PROGRAM  *
000174*                    RAISED IT, SO A DUAL SUCCESS CAN CLOSE  *
000175*                    THE NO-DATABASE (1000) PAGES DBRECONN   *
000176*                    RAISED UNDER ITS CALLERS.               *
000180*----------------------------------------------------------*
000190*
000200*   CALLED AS -
000210*       CALL 'NTFCLOSE' USING NC-PROGRAM
000215*                             NC-REASON-CODE
000220*                             NC-CLOSED-BY
000230*                             NC-CLOSED-COUNT
000240*
000250*   EVERY OPEN OR ACKNOWLEDGED NOTIFICATION WHOSE PROGRAM IS
000260*   NC-PROGRAM IS CLOSED, STAMPED WITH NC-CLOSED-BY AND THE
000262*   TIME.  WHEN NC-REASON-CODE IS NOT ZERO, EVERY ACTIVE
000264*   NOTIFICATION WITH THAT REASON IS CLOSED TOO, WHATEVER ITS
000266*   PROGRAM - THE WHOLE FILE IS BROWSED INSTEAD OF ONE
000268*   PROGRAM'S RANGE.  ZERO CLOSES BY PROGRAM ONLY.
000270*   NC-CLOSED-COUNT COMES BACK WITH HOW MANY IN ALL.  A
000280*   MISSING NOTIFICATION FILE MEANS NOTHING HAS EVER BEEN
000290*   PAGED - NOTHING TO CLOSE.  LIKE RUNHIST THIS IS
000300*   BOOKKEEPING, NOT THE CALLER'S WORK - A FILE PROBLEM IS
000310*   DISPLAYED AND THE CALLER CARRIES ON.  THE CALLER MUST
000320*   RESTORE ITS STEP RETURN CODE AFTER THE CALL.
000330*
000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT NOTIFICATION-FILE ASSIGN TO 'ONCALNTF'
000380         ORGANIZATION IS INDEXED
000390         ACCESS MODE IS DYNAMIC
000400         RECORD KEY IS NTF-KEY
000410         FILE STATUS IS WS-NTF-FILE-STATUS.
000420
000430 DATA DIVISION.
000440 FILE SECTION.
000450 FD  NOTIFICATION-FILE.
000460     COPY NTFYREC.
000470 WORKING-STORAGE SECTION.
000480 77  WS-NTF-FILE-STATUS          PIC X(02).
000490 01  WS-CLOSE-DATE               PIC 9(08).
000500 01  WS-CLOSE-TIME               PIC 9(08).
000510 01  WS-BROWSE-SW                PIC X(01) VALUE 'N'.
000520     88  WS-BROWSE-OPEN              VALUE 'Y'.
000530 LINKAGE SECTION.
000540 01  NC-PROGRAM                  PIC X(12).
000545 01  NC-REASON-CODE              PIC 9(04).
000550 01  NC-CLOSED-BY                PIC X(08).
000560 01  NC-CLOSED-COUNT             PIC 9(09).
000570
000580 PROCEDURE DIVISION USING NC-PROGRAM
000585                          NC-REASON-CODE
000590                          NC-CLOSED-BY
000600                          NC-CLOSED-COUNT.
000610 0000-MAINLINE.
000620     MOVE ZERO TO NC-CLOSED-COUNT.
000630     OPEN I-O NOTIFICATION-FILE.
000640     IF WS-NTF-FILE-STATUS = '35'
000650         GOBACK
000660     END-IF.
000670     IF WS-NTF-FILE-STATUS NOT = '00'
000680         DISPLAY 'NTFCLOSE ONCALNTF OPEN FAILED - STATUS '
000690             WS-NTF-FILE-STATUS ' - ' NC-PROGRAM
000700             ' NOTIFICATIONS LEFT OPEN'
000710         GOBACK
000720     END-IF.
000730     ACCEPT WS-CLOSE-DATE FROM DATE YYYYMMDD.
000740     ACCEPT WS-CLOSE-TIME FROM TIME.
000750     MOVE LOW-VALUES TO NTF-KEY.
000760     IF NC-REASON-CODE = ZERO
000762         MOVE NC-PROGRAM TO NTF-PROGRAM
000764     END-IF.
000770     START NOTIFICATION-FILE
000780         KEY IS NOT LESS THAN NTF-KEY
000790         INVALID KEY
000800             MOVE 'N' TO WS-BROWSE-SW
000810         NOT INVALID KEY
000820             SET WS-BROWSE-OPEN TO TRUE
000830     END-START.
000840     PERFORM 1000-CLOSE-ONE-NOTIFICATION THRU 1000-EXIT
000850         UNTIL NOT WS-BROWSE-OPEN.
000860     CLOSE NOTIFICATION-FILE.
000870     GOBACK.
000880
000890*----------------------------------------------------------*
000900* 1000-CLOSE-ONE-NOTIFICATION - READ THE NEXT ROW AND CLOSE *
000910*                               IT IF IT IS STILL ACTIVE    *
000920*                               AND ITS PROGRAM OR REASON   *
000930*                               MATCHES.  CLOSING BY        *
000940*                               PROGRAM ONLY, THE BROWSE    *
000942*                               ENDS AT THE FIRST ROW FOR   *
000944*                               ANOTHER PROGRAM.            *
000950*----------------------------------------------------------*
000960 1000-CLOSE-ONE-NOTIFICATION.
000970     READ NOTIFICATION-FILE NEXT RECORD
000980         AT END
000990             MOVE 'N' TO WS-BROWSE-SW
001000     END-READ.
001010     IF NOT WS-BROWSE-OPEN
001020         GO TO 1000-EXIT
001030     END-IF.
001040     IF WS-NTF-FILE-STATUS NOT = '00'
001050         DISPLAY 'NTFCLOSE ONCALNTF READ FAILED - STATUS '
001060             WS-NTF-FILE-STATUS
001070         MOVE 'N' TO WS-BROWSE-SW
001080         GO TO 1000-EXIT
001090     END-IF.
001100     IF NTF-PROGRAM NOT = NC-PROGRAM
001105             AND NC-REASON-CODE = ZERO
001110         MOVE 'N' TO WS-BROWSE-SW
001120         GO TO 1000-EXIT
001130     END-IF.
001132     IF NTF-PROGRAM NOT = NC-PROGRAM
001134             AND NTF-REASON-CODE NOT = NC-REASON-CODE
001136         GO TO 1000-EXIT
001138     END-IF.
001140     IF NOT NTF-ACTIVE
001150         GO TO 1000-EXIT
001160     END-IF.
001170     SET NTF-CLOSED TO TRUE.
001180     MOVE NC-CLOSED-BY TO NTF-CLOSED-BY.
001190     MOVE WS-CLOSE-DATE TO NTF-CLOSE-DATE.
001200     MOVE WS-CLOSE-TIME TO NTF-CLOSE-TIME.
001210     REWRITE NOTIFICATION-RECORD
001220         INVALID KEY
001230             DISPLAY 'NTFCLOSE REWRITE FAILED - STATUS '
001240                 WS-NTF-FILE-STATUS ' - ' NTF-PROGRAM
001250                 ' ' NTF-OPERATION ' LEFT OPEN'
001260         NOT INVALID KEY
001270             ADD 1 TO NC-CLOSED-COUNT
001280     END-REWRITE.
001290 1000-EXIT.
001300     EXIT.
