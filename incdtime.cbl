000200*                    THAT PICTURE BY HAND-COLLATING FOUR     *
000210*                    LAYOUTS USED TO TAKE THE BETTER PART    *
000220*                    OF A MORNING.                           *
000221*   2026-10-15 MWK   EVERY RUN NOW FILES ITS START, END,     *
000222*                    RECORD COUNT, AND RETURN CODE ON THE    *
000223*                    SHARED BATCH RUN HISTORY (DD RUNHIST)   *
000224*                    THROUGH THE RUNHIST SUBPROGRAM, FOR THE *
000225*                    BATWNDW BATCH-WINDOW REPORT.            *
000230*----------------------------------------------------------*
000240*
000250*   PARM FORMAT - 'RDATE=yyyymmdd,FROM=hhmmss,TO=hhmmss'
001820     05  DL-DETAIL               PIC X(40).
001830     05  FILLER                  PIC X(36) VALUE SPACES.
001840
001841 01  WS-RUN-HISTORY-CALL.
001842     05  WS-RH-CALLING-PROGRAM   PIC X(12) VALUE 'INCDTIME'.
001843     05  WS-RH-QUALIFIER         PIC X(10) VALUE SPACES.
001844     05  WS-RH-EVENT             PIC X(05).
001845     05  WS-RH-RECORD-COUNT      PIC 9(09) VALUE ZERO.
001846     05  WS-RH-RETURN-CODE       PIC 9(04) VALUE ZERO.
001847
001850 LINKAGE SECTION.
001860 01  LS-PARM-AREA.
001870     05  LS-PARM-LEN             PIC S9(4) COMP.
001890
001900 PROCEDURE DIVISION USING LS-PARM-AREA.
001910 0000-MAINLINE.
001912     PERFORM 0100-RECORD-RUN-START THRU 0100-EXIT.
001920     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001930     PERFORM 2000-GATHER-AUDIT-ROWS THRU 2000-EXIT.
001940     PERFORM 3000-GATHER-ERROR-ROWS THRU 3000-EXIT.
001950     PERFORM 4000-GATHER-ALERT-ROWS THRU 4000-EXIT.
001960     PERFORM 5000-GATHER-DUALLOG-ROWS THRU 5000-EXIT.
001970     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001972     PERFORM 9900-RECORD-RUN-END THRU 9900-EXIT.
001980     GOBACK.
001981
001982*----------------------------------------------------------*
001983* 0100-RECORD-RUN-START - FILE THIS STEP'S RUNNING-STATE    *
001984*                         ROW ON THE SHARED BATCH RUN       *
001985*                         HISTORY BEFORE ANY WORK IS DONE.  *
001986*----------------------------------------------------------*
001987 0100-RECORD-RUN-START.
001988     MOVE 'START' TO WS-RH-EVENT.
001989     CALL 'RUNHIST' USING WS-RH-CALLING-PROGRAM
001990                          WS-RH-QUALIFIER
001991                          WS-RH-EVENT
001992                          WS-RH-RECORD-COUNT
001993                          WS-RH-RETURN-CODE.
001994 0100-EXIT.
001995     EXIT.
001996
002000*----------------------------------------------------------*
002010* 1000-INITIALIZE - PICK UP THE WINDOW.                     *
002020*----------------------------------------------------------*
004980     END-IF.
004990 9200-EXIT.
005000     EXIT.
005010
005020*----------------------------------------------------------*
005030* 9900-RECORD-RUN-END - COMPLETE THIS STEP'S ROW ON THE     *
005040*                       SHARED BATCH RUN HISTORY WITH THE   *
005050*                       RECORD COUNT AND THE FINAL STEP     *
005060*                       RETURN CODE, THEN PUT THE RETURN    *
005070*                       CODE BACK - THE CALL REPLACES IT.   *
005080*----------------------------------------------------------*
005090 9900-RECORD-RUN-END.
005100     MOVE 'END' TO WS-RH-EVENT.
005110     MOVE WS-EVENT-USED TO WS-RH-RECORD-COUNT.
005120     MOVE RETURN-CODE TO WS-RH-RETURN-CODE.
005130     CALL 'RUNHIST' USING WS-RH-CALLING-PROGRAM
005140                          WS-RH-QUALIFIER
005150                          WS-RH-EVENT
005160                          WS-RH-RECORD-COUNT
005170                          WS-RH-RETURN-CODE.
005180     MOVE WS-RH-RETURN-CODE TO RETURN-CODE.
005190 9900-EXIT.
005200     EXIT.
