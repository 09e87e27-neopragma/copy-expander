000360*               WINDOW, WITH PER-CLASS TALLIES ON THE CONSOLE     CPYDRVR 
000370*               AS EACH CLASS COMPLETES AND THE CLASS IN          CPYDRVR 
000380*               FLIGHT NAMED IN THE LIVE STATUS RECORD.           CPYDRVR 
000381*2026-10-15 RS  JOB-STREAM COMPLETION LEDGER.  THE RUN CALLS      CPYDRVR 
000382*               CPYJLOG AS IT STARTS AND AGAIN BEFORE EVERY       CPYDRVR 
000383*               GOBACK, APPENDING JOB, STEP, START, END AND RC    CPYDRVR 
000384*               TO registry/CPYJOBL.DAT FOR THE CPYJCHK           CPYDRVR 
000385*               PREDECESSOR CHECK AGAINST config/CPYSCHD.DAT.     CPYDRVR 
000386*2026-10-15 RS  DECK CHANGE JOURNAL.  EVERY DECK THE SWEEP        CPYDRVR 
000387*               DELIVERS IS COMPARED WITH THE DECK IT REPLACED    CPYDRVR 
000388*               (CPYDJNL) AND JOURNALED TO registry/CPYDJN.DAT    CPYDRVR 
000389*               UNDER THE NIGHT'S RUN ID; THE END OF THE RUN      CPYDRVR 
000390*               PRINTS registry/CPYDJN.RPT FOR THE CHANGE         CPYDRVR 
000391*               BOARD.  A RESTART CARRIES THE RUN ID OVER FROM    CPYDRVR 
000392*               THE CHECKPOINT SO THE NIGHT REPORTS AS ONE.       CPYDRVR 
000393*               THE CLASS LOOP COUNTER IS NOW TWO DIGITS - AT     CPYDRVR 
000394*               ONE IT WRAPPED FROM 9 TO 0 AND NEVER ENDED.       CPYDRVR 
000395*2026-10-15 RS  EVERY EXPANSION THE SWEEP DRIVES NAMES SWEEP AS   CPYDRVR 
000396*               THE CALLER'S FUNCTION, SO ITS ACCOUNTING RECORDS  CPYDRVR 
000397*               SHOW THE SWEEP GRANT IN USE.                      CPYDRVR 
000398*-------------------------------------------------------------    CPYDRVR 
000400 ENVIRONMENT DIVISION.                                            CPYDRVR 
000410 CONFIGURATION SECTION.                                           CPYDRVR 
000420 SOURCE-COMPUTER. GENERIC-COMPUTER.                               CPYDRVR 
001510         10  WS-ROSTER-MBR    PIC X(10).                          CPYDRVR 
001520         10  WS-ROSTER-CLASS  PIC 9(01).                          CPYDRVR 
001530 77  WS-ROSTER-IX         PIC 9(04) COMP VALUE 0.                 CPYDRVR 
001534*    TWO DIGITS SO THE CLASS LOOP CAN STEP PAST CLASS 9 AND       CPYDRVR 
001538*    END; THE CLASS ITSELF IS ONE DIGIT (WS-CLASS-DIGIT).         CPYDRVR 
001542 77  WS-SWEEP-CLASS       PIC 9(02) VALUE 0.                      CPYDRVR 
001546 77  WS-CLASS-DIGIT       PIC 9(01) VALUE 0.                      CPYDRVR 
001550 01  WS-CLASS-TALLY-TABLE.                                        CPYDRVR 
001560     05  WS-CLASS-ENT OCCURS 9 TIMES.                             CPYDRVR 
001570         10  WS-CLASS-TOTAL   PIC 9(05) COMP.                     CPYDRVR 
002440 77  WS-EDIT-WARNED         PIC 9(05) VALUE 0.                    CPYDRVR 
002450 77  WS-EDIT-ABORTED        PIC 9(05) VALUE 0.                    CPYDRVR 
002460 77  WS-RUN-TIMESTAMP       PIC X(15) VALUE SPACES.               CPYDRVR 
002465 77  WS-JOURNAL-RUN-ID      PIC X(15) VALUE SPACES.               CPYDRVR 
002470 77  WS-DATE-PART           PIC X(08) VALUE SPACES.               CPYDRVR 
002480 77  WS-TIME-PART           PIC X(08) VALUE SPACES.               CPYDRVR 
002490 COPY CPYPRM.                                                     CPYDRVR 
002495 COPY CPYJLP.                                                     CPYDRVR 
002497 COPY CPYDJP.                                                     CPYDRVR 
002500 PROCEDURE DIVISION.                                              CPYDRVR 
002510*-------------------------------------------------------------    CPYDRVR 
002520*0000-MAINLINE                                                    CPYDRVR 
002530*-------------------------------------------------------------    CPYDRVR 
002540 0000-MAINLINE.                                                   CPYDRVR 
002542     MOVE 'CPYDRVR' TO JLG-JOB.                                   CPYDRVR 
002544     MOVE 'STEP010' TO JLG-STEP.                                  CPYDRVR 
002546     MOVE 'S' TO JLG-ACTION.                                      CPYDRVR 
002548     CALL 'CPYJLOG' USING CPYJLOG-PARMS.                          CPYDRVR 
002550     PERFORM 1000-INITIALIZE-RUN THRU 1000-EXIT.                  CPYDRVR 
002560     MOVE WS-USERID TO AUTH-USER-ID.                              CPYDRVR 
002570     MOVE 'SWEEP' TO AUTH-FUNCTION.                               CPYDRVR 
002630         DISPLAY 'CPYDRVR - USER ' WS-USERID                      CPYDRVR 
002640             ' NOT AUTHORIZED FOR SWEEP'                          CPYDRVR 
002650         MOVE 8 TO RETURN-CODE                                    CPYDRVR 
002655         PERFORM 9990-POST-COMPLETION THRU 9990-EXIT              CPYDRVR 
002660         GOBACK                                                   CPYDRVR 
002670     END-IF.                                                      CPYDRVR 
002680*    THE WHOLE SWEEP HOLDS THE EXPANSION LOCK SO AN AD HOC        CPYDRVR 
002740     IF NOT LOCK-OBTAINED                                         CPYDRVR 
002750         DISPLAY 'CPYDRVR - COULD NOT OBTAIN THE EXPANSION LOCK'  CPYDRVR 
002760         MOVE 8 TO RETURN-CODE                                    CPYDRVR 
002765         PERFORM 9990-POST-COMPLETION THRU 9990-EXIT              CPYDRVR 
002770         GOBACK                                                   CPYDRVR 
002780     END-IF.                                                      CPYDRVR 
002790     IF WS-MBR-FILE-STATUS NOT = '00'                             CPYDRVR 
002860         MOVE WS-USERID TO LOCK-HOLDER                            CPYDRVR 
002870         CALL 'CPYLOCK' USING CPYLOCK-PARMS                       CPYDRVR 
002880         MOVE 12 TO RETURN-CODE                                   CPYDRVR 
002885         PERFORM 9990-POST-COMPLETION THRU 9990-EXIT              CPYDRVR 
002890         GOBACK                                                   CPYDRVR 
002900     END-IF.                                                      CPYDRVR 
002910     PERFORM 1900-SWEEP-ONE-CLASS THRU 1900-EXIT                  CPYDRVR 
002970     MOVE WS-USERID TO LOCK-HOLDER.                               CPYDRVR 
002980     CALL 'CPYLOCK' USING CPYLOCK-PARMS.                          CPYDRVR 
002990     PERFORM 8000-CORRELATE-THE-FAILURES THRU 8000-EXIT.          CPYDRVR 
002995     PERFORM 8500-PRINT-CHANGE-JOURNAL THRU 8500-EXIT.            CPYDRVR 
003000     PERFORM 9000-WRITE-DASHBOARD-LINE THRU 9000-EXIT.            CPYDRVR 
003010*    CONDITION-CODE CONTRACT: 0 CLEAN, 4 CLEAN WITH WARNINGS,     CPYDRVR 
003020*    8 SOME MEMBERS FAILED (COMPILE ONLY THE SURVIVORS), 12       CPYDRVR 
003150             MOVE 0 TO RETURN-CODE                                CPYDRVR 
003160         END-IF                                                   CPYDRVR 
003170     END-IF.                                                      CPYDRVR 
003175     PERFORM 9990-POST-COMPLETION THRU 9990-EXIT                  CPYDRVR 
003180     GOBACK.                                                      CPYDRVR 
003190                                                                  CPYDRVR 
003200*-------------------------------------------------------------    CPYDRVR 
003900     MOVE 'N' TO WS-SKIPPING-SW.                                  CPYDRVR 
003910     MOVE SPACES TO CHK-LAST-MEMBER.                              CPYDRVR 
003920     MOVE 0 TO CHK-MEMBERS-DONE.                                  CPYDRVR 
003925     MOVE WS-RUN-TIMESTAMP TO WS-JOURNAL-RUN-ID.                  CPYDRVR 
003930     IF WS-RESTART-REQUESTED                                      CPYDRVR 
003940         PERFORM 1200-LOAD-LAST-CHECKPOINT THRU 1200-EXIT         CPYDRVR 
003950         IF CHK-LAST-MEMBER NOT = SPACES                          CPYDRVR 
003960             MOVE 'Y' TO WS-SKIPPING-SW                           CPYDRVR 
003965             MOVE CHK-RUN-ID TO WS-JOURNAL-RUN-ID                 CPYDRVR 
003970         END-IF                                                   CPYDRVR 
003980     END-IF.                                                      CPYDRVR 
003990 1000-EXIT.                                                       CPYDRVR 
004580     MOVE WS-CLASS-CLEAN(WS-SWEEP-CLASS)   TO WS-EDIT-CLEAN.      CPYDRVR 
004590     MOVE WS-CLASS-WARNED(WS-SWEEP-CLASS)  TO WS-EDIT-WARNED.     CPYDRVR 
004600     MOVE WS-CLASS-ABORTED(WS-SWEEP-CLASS) TO WS-EDIT-ABORTED.    CPYDRVR 
004606     MOVE WS-SWEEP-CLASS TO WS-CLASS-DIGIT.                       CPYDRVR 
004612     DISPLAY 'CPYDRVR - CLASS ' WS-CLASS-DIGIT ' COMPLETE - '     CPYDRVR 
004620         WS-EDIT-CLEAN ' CLEAN ' WS-EDIT-WARNED ' WARNED '        CPYDRVR 
004630         WS-EDIT-ABORTED ' ABORTED'.                              CPYDRVR 
004640 1900-EXIT.                                                       CPYDRVR 
005250*    SUPPRESS THE ENGINE'S PER-MEMBER ALERT.                      CPYDRVR 
005260     MOVE 'Y' TO PRM-NO-ALERT-SW.                                 CPYDRVR 
005270     MOVE WS-USERID TO PRM-RUN-USER.                              CPYDRVR 
005275     MOVE 'SWEEP   ' TO PRM-CALLER-FUNCTION.                      CPYDRVR 
005280     IF WS-INCR-REQUESTED                                         CPYDRVR 
005290         MOVE 'Y' TO PRM-INCR-SW                                  CPYDRVR 
005300     END-IF.                                                      CPYDRVR 
005370     MOVE WS-NOW-SECS TO WS-MEMB-END-SECS.                        CPYDRVR 
005380     IF WS-MEMB-END-SECS < WS-MEMB-START-SECS                     CPYDRVR 
005390         ADD 86400 TO WS-MEMB-END-SECS.                           CPYDRVR 
005393     IF PRM-DELIVERED-FILE NOT = SPACES                           CPYDRVR 
005396         PERFORM 2220-JOURNAL-THE-DELIVERY THRU 2220-EXIT.        CPYDRVR 
005400     COMPUTE WS-ELAPSED-TOTAL = WS-ELAPSED-TOTAL                  CPYDRVR 
005410         + WS-MEMB-END-SECS - WS-MEMB-START-SECS.                 CPYDRVR 
005420     ADD 1 TO WS-MEMBERS-PROCESSED.                               CPYDRVR 
005640     EXIT.                                                        CPYDRVR 
005650                                                                  CPYDRVR 
005660 2210-WRITE-CHECKPOINT.                                           CPYDRVR 
005665*    THE CHECKPOINT CARRIES THE NIGHT'S JOURNAL RUN ID, WHICH     CPYDRVR 
005670*    A RESTART INHERITS.                                          CPYDRVR 
005675     MOVE WS-JOURNAL-RUN-ID     TO CHK-RUN-ID.                    CPYDRVR 
005680     MOVE PRM-PROGRAM-NAME      TO CHK-LAST-MEMBER.               CPYDRVR 
005690     MOVE WS-MEMBERS-PROCESSED  TO CHK-MEMBERS-DONE.              CPYDRVR 
005700     MOVE WS-RUN-TIMESTAMP      TO CHK-TIMESTAMP.                 CPYDRVR 
005760     CLOSE CHK-FILE.                                              CPYDRVR 
005770 2210-EXIT.                                                       CPYDRVR 
005780     EXIT.                                                        CPYDRVR 
005781                                                                  CPYDRVR 
005782*-------------------------------------------------------------    CPYDRVR 
005783*2220-JOURNAL-THE-DELIVERY - COMPARE THE DECK JUST DELIVERED      CPYDRVR 
005784*WITH THE ONE IT REPLACED AND JOURNAL WHAT CHANGED.               CPYDRVR 
005785*-------------------------------------------------------------    CPYDRVR 
005786 2220-JOURNAL-THE-DELIVERY.                                       CPYDRVR 
005787     MOVE SPACES TO CPYDJNL-PARMS.                                CPYDRVR 
005788     MOVE 'M' TO DJP-ACTION.                                      CPYDRVR 
005789     MOVE WS-JOURNAL-RUN-ID TO DJP-RUN-ID.                        CPYDRVR 
005790     MOVE WS-ENVIRONMENT TO DJP-ENVIRONMENT.                      CPYDRVR 
005791     MOVE WS-MBR-FILE-REC(1:10) TO DJP-MEMBER.                    CPYDRVR 
005792     MOVE PRM-DELIVERED-FILE TO DJP-DECK-FILE.                    CPYDRVR 
005793     CALL 'CPYDJNL' USING CPYDJNL-PARMS.                          CPYDRVR 
005794 2220-EXIT.                                                       CPYDRVR 
005795     EXIT.                                                        CPYDRVR 
005796                                                                  CPYDRVR 
005800*-------------------------------------------------------------    CPYDRVR 
005810*1400-LOAD-THE-ROSTER - THE WHOLE LIST IS LOADED UP FRONT,        CPYDRVR 
005820*EACH ENTRY WITH ITS PRIORITY CLASS, SO THE SWEEP CAN RUN THE     CPYDRVR 
007070     MOVE WS-PROJ-MM TO WS-STAT-FILE-REC(80:2).                   CPYDRVR 
007080     MOVE WS-PROJ-SS TO WS-STAT-FILE-REC(83:2).                   CPYDRVR 
007090     MOVE 'CL' TO WS-STAT-FILE-REC(86:2).                         CPYDRVR 
007096     MOVE WS-SWEEP-CLASS TO WS-CLASS-DIGIT.                       CPYDRVR 
007102     MOVE WS-CLASS-DIGIT TO WS-STAT-FILE-REC(89:1).               CPYDRVR 
007110     WRITE WS-STAT-FILE-REC.                                      CPYDRVR 
007120     CLOSE STAT-FILE.                                             CPYDRVR 
007130     COMPUTE WS-PROJ-SECS =                                       CPYDRVR 
008390 8300-EXIT.                                                       CPYDRVR 
008400     EXIT.                                                        CPYDRVR 
008410*-------------------------------------------------------------    CPYDRVR 
008412*8500-PRINT-CHANGE-JOURNAL - THE CHANGE BOARD'S REPORT OF WHAT    CPYDRVR 
008413*THE NIGHT'S DELIVERIES CHANGED.  A DRY RUN DELIVERS NOTHING.     CPYDRVR 
008414*-------------------------------------------------------------    CPYDRVR 
008415 8500-PRINT-CHANGE-JOURNAL.                                       CPYDRVR 
008416     IF WS-DRYRUN-REQUESTED                                       CPYDRVR 
008417         GO TO 8500-EXIT.                                         CPYDRVR 
008418     MOVE SPACES TO CPYDJNL-PARMS.                                CPYDRVR 
008419     MOVE 'R' TO DJP-ACTION.                                      CPYDRVR 
008420     MOVE WS-JOURNAL-RUN-ID TO DJP-RUN-ID.                        CPYDRVR 
008421     MOVE WS-ENVIRONMENT TO DJP-ENVIRONMENT.                      CPYDRVR 
008422     CALL 'CPYDJNL' USING CPYDJNL-PARMS.                          CPYDRVR 
008423 8500-EXIT.                                                       CPYDRVR 
008424     EXIT.                                                        CPYDRVR 
008425*-------------------------------------------------------------    CPYDRVR 
008426*6000-POLL-COMMAND-FILE - READ AND CONSUME EVERY PENDING          CPYDRVR 
008430*OPERATOR COMMAND.  THE FILE IS TRUNCATED AFTERWARDS SO A         CPYDRVR 
008440*COMMAND ACTS EXACTLY ONCE.                                       CPYDRVR 
008450*-------------------------------------------------------------    CPYDRVR 
009300     END-IF.                                                      CPYDRVR 
009310 6710-EXIT.                                                       CPYDRVR 
009320     EXIT.                                                        CPYDRVR 
009330*-------------------------------------------------------------    CPYDRVR 
009340*9990-POST-COMPLETION - APPEND THIS RUN'S RECORD TO THE           CPYDRVR 
009350*JOB-STREAM LEDGER.  THE CALL WOULD CLEAR RETURN-CODE, SO THE     CPYDRVR 
009360*CODE THE RUN ENDS WITH IS CARRIED ACROSS IT IN JLG-RC.           CPYDRVR 
009370*-------------------------------------------------------------    CPYDRVR 
009380 9990-POST-COMPLETION.                                            CPYDRVR 
009390     MOVE RETURN-CODE TO JLG-RC.                                  CPYDRVR 
009400     MOVE 'E' TO JLG-ACTION.                                      CPYDRVR 
009410     CALL 'CPYJLOG' USING CPYJLOG-PARMS.                          CPYDRVR 
009420     MOVE JLG-RC TO RETURN-CODE.                                  CPYDRVR 
009430 9990-EXIT.                                                       CPYDRVR 
009440     EXIT.                                                        CPYDRVR 
