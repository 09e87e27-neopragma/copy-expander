000660 FD  RCN-FILE.                                                    CPYRECN 
000670 01  WS-RCN-FILE-REC         PIC X(100).                          CPYRECN 
000680 WORKING-STORAGE SECTION.                                         CPYRECN 
000681*2026-10-15 RS  JOB-STREAM COMPLETION LEDGER.  THE RUN CALLS      CPYRECN 
000682*               CPYJLOG AS IT STARTS AND AGAIN BEFORE EVERY       CPYRECN 
000683*               GOBACK, APPENDING JOB, STEP, START, END AND RC    CPYRECN 
000684*               TO registry/CPYJOBL.DAT FOR THE CPYJCHK           CPYRECN 
000685*               PREDECESSOR CHECK AGAINST config/CPYSCHD.DAT.     CPYRECN 
000690*-------------------------------------------------------------    CPYRECN 
000700*FILE STATUS AND DYNAMIC FILE NAME SWITCHES                       CPYRECN 
000710*-------------------------------------------------------------    CPYRECN 
001380*-------------------------------------------------------------    CPYRECN 
001390 COPY CPYAUD.                                                     CPYRECN 
001400                                                                  CPYRECN 
001405 COPY CPYJLP.                                                     CPYRECN 
001410 PROCEDURE DIVISION.                                              CPYRECN 
001420*-------------------------------------------------------------    CPYRECN 
001430*0000-MAINLINE                                                    CPYRECN 
001440*-------------------------------------------------------------    CPYRECN 
001450 0000-MAINLINE.                                                   CPYRECN 
001452     MOVE 'CPYRECN' TO JLG-JOB.                                   CPYRECN 
001454     MOVE 'STEP010' TO JLG-STEP.                                  CPYRECN 
001456     MOVE 'S' TO JLG-ACTION.                                      CPYRECN 
001458     CALL 'CPYJLOG' USING CPYJLOG-PARMS.                          CPYRECN 
001460     PERFORM 1000-LOAD-CURRENT-MANIFEST THRU 1000-EXIT.           CPYRECN 
001470     OPEN OUTPUT RCN-FILE.                                        CPYRECN 
001480     PERFORM 2000-RECONCILE-AGAINST-PRIOR THRU 2000-EXIT.         CPYRECN 
001590     ELSE                                                         CPYRECN 
001600         MOVE 0 TO RETURN-CODE                                    CPYRECN 
001610     END-IF.                                                      CPYRECN 
001615     PERFORM 9990-POST-COMPLETION THRU 9990-EXIT                  CPYRECN 
001620     GOBACK.                                                      CPYRECN 
001630                                                                  CPYRECN 
001640*-------------------------------------------------------------    CPYRECN 
004890     WRITE WS-PRVOUT-FILE-REC.                                    CPYRECN 
004900 9010-EXIT.                                                       CPYRECN 
004910     EXIT.                                                        CPYRECN 
004920*-------------------------------------------------------------    CPYRECN 
004930*9990-POST-COMPLETION - APPEND THIS RUN'S RECORD TO THE           CPYRECN 
004940*JOB-STREAM LEDGER.  THE CALL WOULD CLEAR RETURN-CODE, SO THE     CPYRECN 
004950*CODE THE RUN ENDS WITH IS CARRIED ACROSS IT IN JLG-RC.           CPYRECN 
004960*-------------------------------------------------------------    CPYRECN 
004970 9990-POST-COMPLETION.                                            CPYRECN 
004980     MOVE RETURN-CODE TO JLG-RC.                                  CPYRECN 
004990     MOVE 'E' TO JLG-ACTION.                                      CPYRECN 
005000     CALL 'CPYJLOG' USING CPYJLOG-PARMS.                          CPYRECN 
005010     MOVE JLG-RC TO RETURN-CODE.                                  CPYRECN 
005020 9990-EXIT.                                                       CPYRECN 
005030     EXIT.                                                        CPYRECN 
