000210*               (DISTINCT FROM THE SUITE'S 0/4/8/12/16 CODES      CPYIVFY 
000220*               SO THE SCHEDULER CAN BRANCH ON IT ALONE),         CPYIVFY 
000230*               RC 12 = NO INVENTORY TO VERIFY.                   CPYIVFY 
000231*2026-10-15 RS  JOB-STREAM COMPLETION LEDGER.  THE RUN CALLS      CPYIVFY 
000232*               CPYJLOG AS IT STARTS AND AGAIN BEFORE EVERY       CPYIVFY 
000233*               GOBACK, APPENDING JOB, STEP, START, END AND RC    CPYIVFY 
000234*               TO registry/CPYJOBL.DAT FOR THE CPYJCHK           CPYIVFY 
000235*               PREDECESSOR CHECK AGAINST config/CPYSCHD.DAT.     CPYIVFY 
000240*-------------------------------------------------------------    CPYIVFY 
000250 ENVIRONMENT DIVISION.                                            CPYIVFY 
000260 CONFIGURATION SECTION.                                           CPYIVFY 
000640 77  WS-BAD-COUNT            PIC 9(05) COMP VALUE 0.              CPYIVFY 
000650 77  WS-EDIT-COUNT           PIC Z(04)9.                          CPYIVFY 
000660 77  WS-EDIT-COUNT2          PIC Z(04)9.                          CPYIVFY 
000665 COPY CPYJLP.                                                     CPYIVFY 
000670 PROCEDURE DIVISION.                                              CPYIVFY 
000680*-------------------------------------------------------------    CPYIVFY 
000690*0000-MAINLINE                                                    CPYIVFY 
000700*-------------------------------------------------------------    CPYIVFY 
000710 0000-MAINLINE.                                                   CPYIVFY 
000712     MOVE 'CPYIVFY' TO JLG-JOB.                                   CPYIVFY 
000714     MOVE 'STEP010' TO JLG-STEP.                                  CPYIVFY 
000716     MOVE 'S' TO JLG-ACTION.                                      CPYIVFY 
000718     CALL 'CPYJLOG' USING CPYJLOG-PARMS.                          CPYIVFY 
000720     OPEN INPUT INV-FILE.                                         CPYIVFY 
000730     IF WS-INV-FILE-STATUS NOT = '00'                             CPYIVFY 
000740         DISPLAY 'CPYIVFY - NO DECK INVENTORY TO VERIFY'          CPYIVFY 
000750         MOVE 12 TO RETURN-CODE                                   CPYIVFY 
000755         PERFORM 9990-POST-COMPLETION THRU 9990-EXIT              CPYIVFY 
000760         GOBACK                                                   CPYIVFY 
000770     END-IF.                                                      CPYIVFY 
000780     OPEN OUTPUT RPT-FILE.                                        CPYIVFY 
000990     ELSE                                                         CPYIVFY 
001000         MOVE 0 TO RETURN-CODE                                    CPYIVFY 
001010     END-IF.                                                      CPYIVFY 
001015     PERFORM 9990-POST-COMPLETION THRU 9990-EXIT                  CPYIVFY 
001020     GOBACK.                                                      CPYIVFY 
001030*                                                                 CPYIVFY 
001040 2000-VERIFY-ONE-DECK.                                            CPYIVFY 
001670         WS-INV-FILE-REC(1:10).                                   CPYIVFY 
001680 2500-EXIT.                                                       CPYIVFY 
001690     EXIT.                                                        CPYIVFY 
001700*-------------------------------------------------------------    CPYIVFY 
001710*9990-POST-COMPLETION - APPEND THIS RUN'S RECORD TO THE           CPYIVFY 
001720*JOB-STREAM LEDGER.  THE CALL WOULD CLEAR RETURN-CODE, SO THE     CPYIVFY 
001730*CODE THE RUN ENDS WITH IS CARRIED ACROSS IT IN JLG-RC.           CPYIVFY 
001740*-------------------------------------------------------------    CPYIVFY 
001750 9990-POST-COMPLETION.                                            CPYIVFY 
001760     MOVE RETURN-CODE TO JLG-RC.                                  CPYIVFY 
001770     MOVE 'E' TO JLG-ACTION.                                      CPYIVFY 
001780     CALL 'CPYJLOG' USING CPYJLOG-PARMS.                          CPYIVFY 
001790     MOVE JLG-RC TO RETURN-CODE.                                  CPYIVFY 
001800 9990-EXIT.                                                       CPYIVFY 
001810     EXIT.                                                        CPYIVFY 
