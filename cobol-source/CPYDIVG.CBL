000170*               TEST-ONLY MEMBERS STOP ROTTING UNNOTICED.         CPYDIVG 
000180*               REPORT: registry/CPYDIVG.RPT.  RC 4 WHEN ANY      CPYDIVG 
000190*               DIVERGENCE EXISTS, 0 WHEN THE LIBRARIES AGREE.    CPYDIVG 
000191*2026-10-15 RS  JOB-STREAM COMPLETION LEDGER.  THE RUN CALLS      CPYDIVG 
000192*               CPYJLOG AS IT STARTS AND AGAIN BEFORE EVERY       CPYDIVG 
000193*               GOBACK, APPENDING JOB, STEP, START, END AND RC    CPYDIVG 
000194*               TO registry/CPYJOBL.DAT FOR THE CPYJCHK           CPYDIVG 
000195*               PREDECESSOR CHECK AGAINST config/CPYSCHD.DAT.     CPYDIVG 
000200*-------------------------------------------------------------    CPYDIVG 
000210 ENVIRONMENT DIVISION.                                            CPYDIVG 
000220 CONFIGURATION SECTION.                                           CPYDIVG 
000770*CLASSIFICATION OF THE CURRENT MEMBER: B = IN BOTH LIBRARIES,     CPYDIVG 
000780*T = TEST ONLY, P = PROD ONLY, N = IN NEITHER.                    CPYDIVG 
000790 77  WS-CLASS                PIC X(01) VALUE SPACE.               CPYDIVG 
000795 COPY CPYJLP.                                                     CPYDIVG 
000800 PROCEDURE DIVISION.                                              CPYDIVG 
000810*-------------------------------------------------------------    CPYDIVG 
000820*0000-MAINLINE                                                    CPYDIVG 
000830*-------------------------------------------------------------    CPYDIVG 
000840 0000-MAINLINE.                                                   CPYDIVG 
000842     MOVE 'CPYDIVG' TO JLG-JOB.                                   CPYDIVG 
000844     MOVE 'STEP010' TO JLG-STEP.                                  CPYDIVG 
000846     MOVE 'S' TO JLG-ACTION.                                      CPYDIVG 
000848     CALL 'CPYJLOG' USING CPYJLOG-PARMS.                          CPYDIVG 
000850     OPEN OUTPUT RPT-FILE.                                        CPYDIVG 
000860     MOVE 'CPYDIVG PROD/TEST DIVERGENCE REPORT'                   CPYDIVG 
000870         TO WS-RPT-FILE-REC.                                      CPYDIVG 
000900     IF WS-ROLL-FILE-STATUS NOT = '00'                            CPYDIVG 
000910         DISPLAY 'CPYDIVG - COPYBOOK ROLL NOT FOUND'              CPYDIVG 
000920         MOVE 12 TO RETURN-CODE                                   CPYDIVG 
000925         PERFORM 9990-POST-COMPLETION THRU 9990-EXIT              CPYDIVG 
000930         GOBACK                                                   CPYDIVG 
000940     END-IF.                                                      CPYDIVG 
000950     MOVE 'N' TO WS-EOF-SW.                                       CPYDIVG 
001030     ELSE                                                         CPYDIVG 
001040         MOVE 0 TO RETURN-CODE                                    CPYDIVG 
001050     END-IF.                                                      CPYDIVG 
001055     PERFORM 9990-POST-COMPLETION THRU 9990-EXIT                  CPYDIVG 
001060     GOBACK.                                                      CPYDIVG 
001070*-------------------------------------------------------------    CPYDIVG 
001080*2000-CHECK-ONE-MEMBER - ONE ROLL ENTRY: OPEN BOTH LIBRARIES'     CPYDIVG 
002420         ' PROD-ONLY=' WS-PONLY-COUNT.                            CPYDIVG 
002430 8000-EXIT.                                                       CPYDIVG 
002440     EXIT.                                                        CPYDIVG 
002450*-------------------------------------------------------------    CPYDIVG 
002460*9990-POST-COMPLETION - APPEND THIS RUN'S RECORD TO THE           CPYDIVG 
002470*JOB-STREAM LEDGER.  THE CALL WOULD CLEAR RETURN-CODE, SO THE     CPYDIVG 
002480*CODE THE RUN ENDS WITH IS CARRIED ACROSS IT IN JLG-RC.           CPYDIVG 
002490*-------------------------------------------------------------    CPYDIVG 
002500 9990-POST-COMPLETION.                                            CPYDIVG 
002510     MOVE RETURN-CODE TO JLG-RC.                                  CPYDIVG 
002520     MOVE 'E' TO JLG-ACTION.                                      CPYDIVG 
002530     CALL 'CPYJLOG' USING CPYJLOG-PARMS.                          CPYDIVG 
002540     MOVE JLG-RC TO RETURN-CODE.                                  CPYDIVG 
002550 9990-EXIT.                                                       CPYDIVG 
002560     EXIT.                                                        CPYDIVG 
