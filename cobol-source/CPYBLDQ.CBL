000240*                           FEED, SO A DECK IS HANDED OVER        CPYBLDQ 
000250*                           EXACTLY ONCE.                         CPYBLDQ 
000260*               RC 0 = WORK LISTED/CONSUMED, 4 = QUEUE EMPTY.     CPYBLDQ 
000261*2026-10-15 RS  JOB-STREAM COMPLETION LEDGER.  THE RUN CALLS      CPYBLDQ 
000262*               CPYJLOG AS IT STARTS AND AGAIN BEFORE EVERY       CPYBLDQ 
000263*               GOBACK, APPENDING JOB, STEP, START, END AND RC    CPYBLDQ 
000264*               TO registry/CPYJOBL.DAT FOR THE CPYJCHK           CPYBLDQ 
000265*               PREDECESSOR CHECK AGAINST config/CPYSCHD.DAT.     CPYBLDQ 
000266*               THE STEP RECORDED IS THE SYSIN FUNCTION.          CPYBLDQ 
000270*-------------------------------------------------------------    CPYBLDQ 
000280 ENVIRONMENT DIVISION.                                            CPYBLDQ 
000290 CONFIGURATION SECTION.                                           CPYBLDQ 
000710 77  WS-OPEN-COUNT           PIC 9(05) COMP VALUE 0.              CPYBLDQ 
000720 77  WS-EDIT-COUNT           PIC Z(04)9.                          CPYBLDQ 
000730 COPY CPYLKP.                                                     CPYBLDQ 
000735 COPY CPYJLP.                                                     CPYBLDQ 
000740 PROCEDURE DIVISION.                                              CPYBLDQ 
000750*-------------------------------------------------------------    CPYBLDQ 
000760*0000-MAINLINE                                                    CPYBLDQ 
000770*-------------------------------------------------------------    CPYBLDQ 
000780 0000-MAINLINE.                                                   CPYBLDQ 
000782     MOVE 'CPYBLDQ' TO JLG-JOB.                                   CPYBLDQ 
000784     MOVE 'STEP010' TO JLG-STEP.                                  CPYBLDQ 
000786     MOVE 'S' TO JLG-ACTION.                                      CPYBLDQ 
000788     CALL 'CPYJLOG' USING CPYJLOG-PARMS.                          CPYBLDQ 
000790     PERFORM 1000-READ-SYSIN-CARD THRU 1000-EXIT.                 CPYBLDQ 
000795     MOVE WS-FUNCTION TO JLG-STEP.                                CPYBLDQ 
000800     EVALUATE WS-FUNCTION                                         CPYBLDQ 
000810         WHEN 'LIST    '                                          CPYBLDQ 
000820             PERFORM 2000-WRITE-THE-WORKLIST THRU 2000-EXIT       CPYBLDQ 
000860             DISPLAY 'CPYBLDQ - FUNCTION MUST BE LIST '           CPYBLDQ 
000870                 'OR CONSUME'                                     CPYBLDQ 
000880             MOVE 8 TO RETURN-CODE                                CPYBLDQ 
000885             PERFORM 9990-POST-COMPLETION THRU 9990-EXIT          CPYBLDQ 
000890             GOBACK                                               CPYBLDQ 
000900     END-EVALUATE.                                                CPYBLDQ 
000910     MOVE WS-OPEN-COUNT TO WS-EDIT-COUNT.                         CPYBLDQ 
000950     ELSE                                                         CPYBLDQ 
000960         MOVE 0 TO RETURN-CODE                                    CPYBLDQ 
000970     END-IF.                                                      CPYBLDQ 
000975     PERFORM 9990-POST-COMPLETION THRU 9990-EXIT                  CPYBLDQ 
000980     GOBACK.                                                      CPYBLDQ 
000990*                                                                 CPYBLDQ 
001000 1000-READ-SYSIN-CARD.                                            CPYBLDQ 
001630     IF NOT LOCK-OBTAINED                                         CPYBLDQ 
001640         DISPLAY 'CPYBLDQ - COULD NOT OBTAIN THE EXPANSION LOCK'  CPYBLDQ 
001650         MOVE 8 TO RETURN-CODE                                    CPYBLDQ 
001655         PERFORM 9990-POST-COMPLETION THRU 9990-EXIT              CPYBLDQ 
001660         GOBACK                                                   CPYBLDQ 
001670     END-IF.                                                      CPYBLDQ 
001680     OPEN INPUT BLQ-FILE.                                         CPYBLDQ 
001970     WRITE WS-BLQOUT-FILE-REC.                                    CPYBLDQ 
001980 3100-EXIT.                                                       CPYBLDQ 
001990     EXIT.                                                        CPYBLDQ 
002000*-------------------------------------------------------------    CPYBLDQ 
002010*9990-POST-COMPLETION - APPEND THIS RUN'S RECORD TO THE           CPYBLDQ 
002020*JOB-STREAM LEDGER.  THE CALL WOULD CLEAR RETURN-CODE, SO THE     CPYBLDQ 
002030*CODE THE RUN ENDS WITH IS CARRIED ACROSS IT IN JLG-RC.           CPYBLDQ 
002040*-------------------------------------------------------------    CPYBLDQ 
002050 9990-POST-COMPLETION.                                            CPYBLDQ 
002060     MOVE RETURN-CODE TO JLG-RC.                                  CPYBLDQ 
002070     MOVE 'E' TO JLG-ACTION.                                      CPYBLDQ 
002080     CALL 'CPYJLOG' USING CPYJLOG-PARMS.                          CPYBLDQ 
002090     MOVE JLG-RC TO RETURN-CODE.                                  CPYBLDQ 
002100 9990-EXIT.                                                       CPYBLDQ 
002110     EXIT.                                                        CPYBLDQ 
