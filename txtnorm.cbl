000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. TXTNORM.
000030 AUTHOR. R-HALVORSEN.
000040 INSTALLATION. DATA-SERVICES.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------*
000080* MODIFICATION HISTORY                                      *
000090*   DATE       INIT  DESCRIPTION                             *
000100*   2026-10-15 MWK   ORIGINAL VERSION - COMMON TEXT          *
000110*                    NORMALIZATION ROUTINE, CALLED LIKE      *
000120*                    FLDEDIT.  THE UPPERCASE-AND-SQUEEZE     *
000130*                    PASS USED TO LIVE ONLY INSIDE           *
000140*                    UPPER-TRIM; THE WATCH-LIST SCREENING    *
000150*                    STEP MUST COMPARE NAMES AND ADDRESSES   *
000160*                    IN EXACTLY THE FORM THE CLEANSING PASS  *
000170*                    WRITES THEM, SO BOTH NOW CALL THIS ONE  *
000180*                    ROUTINE.                                *
000190*----------------------------------------------------------*
000200*
000210*   CALLED AS -
000220*       CALL 'TXTNORM' USING TN-TEXT-IN
000230*                            TN-TEXT-OUT
000240*
000250*   TN-TEXT-IN IS UPPERCASED IN PLACE, THEN REBUILT IN
000260*   TN-TEXT-OUT WITH LEADING BLANKS DROPPED AND EVERY
000270*   INTERNAL RUN OF BLANKS COLLAPSED TO ONE.  BOTH FIELDS ARE
000280*   30 BYTES - A CALLER WITH A SHORTER FIELD PASSES IT LEFT-
000290*   JUSTIFIED IN A BLANK 30-BYTE AREA AND TAKES BACK THE SAME
000300*   LEADING PORTION, AS UPPER-TRIM DOES FOR THE CITY.
000310*
000320 ENVIRONMENT DIVISION.
000330 DATA DIVISION.
000340 WORKING-STORAGE SECTION.
000350 01  WS-SQUEEZE-WORK.
000360     05  WS-TEXT-SUB             PIC 9(02) COMP VALUE ZERO.
000370     05  WS-TEXT-OUT-SUB         PIC 9(02) COMP VALUE ZERO.
000380     05  WS-TEXT-CHAR            PIC X(01).
000390     05  WS-PREV-BLANK-SW        PIC X(01) VALUE 'Y'.
000400         88  WS-PREV-BLANK           VALUE 'Y'.
000410 LINKAGE SECTION.
000420 01  TN-TEXT-IN                  PIC X(30).
000430 01  TN-TEXT-OUT                 PIC X(30).
000440
000450 PROCEDURE DIVISION USING TN-TEXT-IN
000460                          TN-TEXT-OUT.
000470 0000-MAINLINE.
000480     INSPECT TN-TEXT-IN
000490         CONVERTING 'abcdefghijklmnopqrstuvwxyz'
000500                 TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
000510     MOVE SPACES TO TN-TEXT-OUT.
000520     MOVE ZERO TO WS-TEXT-OUT-SUB.
000530     MOVE 'Y' TO WS-PREV-BLANK-SW.
000540     PERFORM 1000-SQUEEZE-ONE-CHAR THRU 1000-EXIT
000550         VARYING WS-TEXT-SUB FROM 1 BY 1
000560         UNTIL WS-TEXT-SUB > 30.
000570     GOBACK.
000580
000590*----------------------------------------------------------*
000600* 1000-SQUEEZE-ONE-CHAR - COPY ONE NON-BLANK CHARACTER TO   *
000610*                         THE OUTPUT, PRECEDED BY A SINGLE  *
000620*                         BLANK WHEN A RUN OF BLANKS CAME   *
000630*                         BEFORE IT.                        *
000640*----------------------------------------------------------*
000650 1000-SQUEEZE-ONE-CHAR.
000660     MOVE TN-TEXT-IN (WS-TEXT-SUB:1) TO WS-TEXT-CHAR.
000670     IF WS-TEXT-CHAR = SPACE
000680         MOVE 'Y' TO WS-PREV-BLANK-SW
000690     ELSE
000700         IF WS-PREV-BLANK
000710                 AND WS-TEXT-OUT-SUB > ZERO
000720             ADD 1 TO WS-TEXT-OUT-SUB
000730         END-IF
000740         ADD 1 TO WS-TEXT-OUT-SUB
000750         MOVE WS-TEXT-CHAR
000760             TO TN-TEXT-OUT (WS-TEXT-OUT-SUB:1)
000770         MOVE 'N' TO WS-PREV-BLANK-SW
000780     END-IF.
000790 1000-EXIT.
000800     EXIT.
