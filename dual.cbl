000380*                    HEARS ABOUT A CONNECTIVITY DROP RIGHT       *
000390*                    AWAY INSTEAD OF FINDING IT IN SYSOUT        *
000400*                    LATER.                                      *
000401*   2026-10-15 MWK   EVERY RUN NOW FILES ITS START, END,     *
000402*                    RECORD COUNT, AND RETURN CODE ON THE    *
000403*                    SHARED BATCH RUN HISTORY (DD RUNHIST)   *
000404*                    THROUGH THE RUNHIST SUBPROGRAM, FOR THE *
000405*                    BATWNDW BATCH-WINDOW REPORT.            *
000406*   2026-10-15 MWK   A SUCCESSFUL HEALTH CHECK NOW CLOSES    *
000407*                    EVERY ON-CALL NOTIFICATION STILL ACTIVE *
000408*                    FOR A DUAL ALERT (NTFCLOSE), SO A PAGE  *
000409*                    FOR A CONNECTIVITY DROP THAT HAS        *
000410*                    CLEARED STOPS ESCALATING.               *
000411*   2026-10-15 MWK   THE SAME SUCCESS NOW ALSO CLOSES THE    *
000412*                    NO-DATABASE (REASON 1000) NOTIFICATIONS *
000413*                    DBRECONN RAISES UNDER THE PROGRAM THAT  *
000414*                    CALLED IT - ACCTPOST, ACCTLOAD, AND THE *
000415*                    REST - NOT ONLY THOSE RAISED BY DUAL    *
000416*                    ITSELF.                                 *
000417*----------------------------------------------------------*
000420*
000430*   PURPOSE - CONFIRM THE ORACLE INSTANCE NAMED IN THE
000440*             RUNTIME PARM IS REACHABLE.  WHEN PARM-COUNT
001300     05  WS-LOG-RESULT           PIC 9(1).
001310     05  FILLER                  PIC X(50) VALUE SPACES.
001320
001321 01  WS-RUN-HISTORY-CALL.
001322     05  WS-RH-CALLING-PROGRAM   PIC X(12) VALUE 'DUAL'.
001323     05  WS-RH-QUALIFIER         PIC X(10) VALUE SPACES.
001324     05  WS-RH-EVENT             PIC X(05).
001325     05  WS-RH-RECORD-COUNT      PIC 9(09) VALUE ZERO.
001326     05  WS-RH-RETURN-CODE       PIC 9(04) VALUE ZERO.
001327
001328 01  WS-NOTIFICATION-CLOSE.
001329     05  WS-NC-REASON-CODE       PIC 9(04) VALUE 1000.
001330     05  WS-NC-CLOSED-BY         PIC X(08) VALUE 'DUAL'.
001331     05  WS-NC-CLOSED-COUNT      PIC 9(09) VALUE ZERO.
001332     05  WS-NC-SAVED-RC          PIC 9(04) VALUE ZERO.
001333
001334 LINKAGE SECTION.
001340 01  LS-PARM-AREA.
001350     05  LS-PARM-LEN             PIC S9(4) COMP.
001360     05  LS-PARM-TEXT            PIC X(80).
001370
001380 PROCEDURE DIVISION USING LS-PARM-AREA.
001390 0000-MAINLINE.
001392     PERFORM 0100-RECORD-RUN-START THRU 0100-EXIT.
001400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001410     PERFORM 2000-PROCESS-CYCLE THRU 2000-EXIT
001420         VARYING WS-ATTEMPT-NBR FROM 1 BY 1
001430         UNTIL WS-ATTEMPT-NBR > WS-PARM-COUNT.
001440     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001442     PERFORM 9900-RECORD-RUN-END THRU 9900-EXIT.
001450     GOBACK.
001451
001452*----------------------------------------------------------*
001453* 0100-RECORD-RUN-START - FILE THIS STEP'S RUNNING-STATE    *
001454*                         ROW ON THE SHARED BATCH RUN       *
001455*                         HISTORY BEFORE ANY WORK IS DONE.  *
001456*----------------------------------------------------------*
001457 0100-RECORD-RUN-START.
001458     MOVE 'START' TO WS-RH-EVENT.
001459     CALL 'RUNHIST' USING WS-RH-CALLING-PROGRAM
001460                          WS-RH-QUALIFIER
001461                          WS-RH-EVENT
001462                          WS-RH-RECORD-COUNT
001463                          WS-RH-RETURN-CODE.
001464 0100-EXIT.
001465     EXIT.
001466
001470*----------------------------------------------------------*
001480* 1000-INITIALIZE - PICK UP THE PARM AND OPEN THE RUN LOG.  *
001490*----------------------------------------------------------*
002930     END-IF.
002940
002950     DISPLAY 'RESULT: ' WS-RESULT.
002955     PERFORM 2170-CLOSE-NOTIFICATIONS THRU 2170-EXIT.
002960 2100-EXIT.
002970     EXIT.
002980
003400 2160-EXIT.
003410     EXIT.
003420
003421*----------------------------------------------------------*
003422* 2170-CLOSE-NOTIFICATIONS - THE INSTANCE ANSWERED, SO ANY   *
003423*                   ON-CALL NOTIFICATION STILL ACTIVE FOR A  *
003424*                   DUAL ALERT, OR FOR A NO-DATABASE (1000)  *
003425*                   ALERT FROM DBRECONN UNDER ANY CALLING    *
003426*                   PROGRAM, IS OVER - CLOSE IT BEFORE THE   *
003427*                   ESCALATION PASS RE-PAGES SOMEONE FOR A   *
003428*                   PROBLEM THAT HAS GONE AWAY.  THE CALL    *
003429*                   REPLACES THE RETURN CODE, SO THE WORST   *
003430*                   CODE SO FAR IS PUT BACK AFTER IT.        *
003431*----------------------------------------------------------*
003432 2170-CLOSE-NOTIFICATIONS.
003433     MOVE RETURN-CODE TO WS-NC-SAVED-RC.
003434     CALL 'NTFCLOSE' USING WS-EC-CALLING-PROGRAM
003435                           WS-NC-REASON-CODE
003436                           WS-NC-CLOSED-BY
003437                           WS-NC-CLOSED-COUNT.
003438     MOVE WS-NC-SAVED-RC TO RETURN-CODE.
003439     IF WS-NC-CLOSED-COUNT > ZERO
003440         DISPLAY 'DUAL NOTIFICATIONS CLOSED: ' WS-NC-CLOSED-COUNT
003441     END-IF.
003442 2170-EXIT.
003443     EXIT.
003444
003445 2200-WRITE-LOG-ENTRY.
003450     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003460     ACCEPT WS-RUN-TIME FROM TIME.
003470     MOVE WS-RUN-DATE TO WS-LOG-DATE.
003610         WS-PARM-COUNT.
003620 9000-EXIT.
003630     EXIT.
003640
003650*----------------------------------------------------------*
003660* 9900-RECORD-RUN-END - COMPLETE THIS STEP'S ROW ON THE     *
003670*                       SHARED BATCH RUN HISTORY WITH THE   *
003680*                       RECORD COUNT AND THE FINAL STEP     *
003690*                       RETURN CODE, THEN PUT THE RETURN    *
003700*                       CODE BACK - THE CALL REPLACES IT.   *
003710*----------------------------------------------------------*
003720 9900-RECORD-RUN-END.
003730     MOVE 'END' TO WS-RH-EVENT.
003740     MOVE WS-PARM-COUNT TO WS-RH-RECORD-COUNT.
003750     MOVE RETURN-CODE TO WS-RH-RETURN-CODE.
003760     CALL 'RUNHIST' USING WS-RH-CALLING-PROGRAM
003770                          WS-RH-QUALIFIER
003780                          WS-RH-EVENT
003790                          WS-RH-RECORD-COUNT
003800                          WS-RH-RETURN-CODE.
003810     MOVE WS-RH-RETURN-CODE TO RETURN-CODE.
003820 9900-EXIT.
003830     EXIT.
