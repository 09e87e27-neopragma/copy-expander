000300*               THE FILE SET IS THE HAND-MAINTAINED LIST          CPYSNAP 
000310*               BELOW - EXTEND IT WHEN A NEW CONTROL FILE IS      CPYSNAP 
000320*               BORN, THE SAME WAY THE MEMBER ROLLS ARE KEPT.     CPYSNAP 
000321*2026-10-15 RS  JOB-STREAM COMPLETION LEDGER.  THE RUN CALLS      CPYSNAP 
000322*               CPYJLOG AS IT STARTS AND AGAIN BEFORE EVERY       CPYSNAP 
000323*               GOBACK, APPENDING JOB, STEP, START, END AND RC    CPYSNAP 
000324*               TO registry/CPYJOBL.DAT FOR THE CPYJCHK           CPYSNAP 
000325*               PREDECESSOR CHECK AGAINST config/CPYSCHD.DAT.     CPYSNAP 
000326*               THE STEP RECORDED IS THE SYSIN FUNCTION.          CPYSNAP 
000327*2026-10-15 RS  A RESTORE IS NOW CATALOGED TOO - registry/        CPYSNAP 
000328*               CPYSNAP.CAT SITS OUTSIDE THE SET, SO THE RECORD   CPYSNAP 
000329*               SURVIVES THE AUDIT TRAIL IT PUTS BACK.  THE LINE  CPYSNAP 
000330*               CARRIES THE SNAPSHOT NAME, THE RUN TIMESTAMP,     CPYSNAP 
000331*               THE FILES RESTORED, 'RESTORED' IN COLS 37-44,     CPYSNAP 
000332*               HOW MANY DIFFERED (46-48) AND THE USER RUNNING    CPYSNAP 
000333*               IT (50-57), FROM NEW SYSIN COLS 26-33.            CPYSNAP 
000334*-------------------------------------------------------------    CPYSNAP 
000340 ENVIRONMENT DIVISION.                                            CPYSNAP 
000350 CONFIGURATION SECTION.                                           CPYSNAP 
000360 SOURCE-COMPUTER. GENERIC-COMPUTER.                               CPYSNAP 
000740     88  WS-EOF              VALUE 'Y'.                           CPYSNAP 
000750 77  WS-FUNCTION             PIC X(08) VALUE 'SNAPSHOT'.          CPYSNAP 
000760 77  WS-SNAP-NAME            PIC X(15) VALUE SPACES.              CPYSNAP 
000765 77  WS-SNAP-USER            PIC X(08) VALUE SPACES.              CPYSNAP 
000770 77  WS-SNAP-DIR             PIC X(40) VALUE SPACES.              CPYSNAP 
000780 77  WS-SNAP-ROOT            PIC X(40) VALUE 'snapshots'.         CPYSNAP 
000790 77  WS-SNAP-PATH            PIC X(80) VALUE SPACES.              CPYSNAP 
001420     05  FILLER PIC X(40) VALUE 'registry/CPYAUD.CHN'.            CPYSNAP 
001430 01  WS-SET-TABLE REDEFINES WS-SET-LIST.                          CPYSNAP 
001440     05  WS-SET-FILE OCCURS 31 TIMES PIC X(40).                   CPYSNAP 
001445 COPY CPYJLP.                                                     CPYSNAP 
001450 PROCEDURE DIVISION.                                              CPYSNAP 
001460*-------------------------------------------------------------    CPYSNAP 
001470*0000-MAINLINE                                                    CPYSNAP 
001480*-------------------------------------------------------------    CPYSNAP 
001490 0000-MAINLINE.                                                   CPYSNAP 
001492     MOVE 'CPYSNAP' TO JLG-JOB.                                   CPYSNAP 
001494     MOVE 'STEP010' TO JLG-STEP.                                  CPYSNAP 
001496     MOVE 'S' TO JLG-ACTION.                                      CPYSNAP 
001498     CALL 'CPYJLOG' USING CPYJLOG-PARMS.                          CPYSNAP 
001500     ACCEPT WS-DATE-PART FROM DATE YYYYMMDD.                      CPYSNAP 
001510     ACCEPT WS-TIME-PART FROM TIME.                               CPYSNAP 
001520     STRING WS-DATE-PART WS-TIME-PART                             CPYSNAP 
001530         DELIMITED BY SIZE INTO WS-RUN-TIMESTAMP.                 CPYSNAP 
001540     PERFORM 1000-READ-SYSIN-CARD THRU 1000-EXIT.                 CPYSNAP 
001545     MOVE WS-FUNCTION TO JLG-STEP.                                CPYSNAP 
001550     IF WS-SNAP-NAME = SPACES                                     CPYSNAP 
001560         MOVE WS-RUN-TIMESTAMP TO WS-SNAP-NAME                    CPYSNAP 
001570     END-IF.                                                      CPYSNAP 
001740     IF NOT LOCK-OBTAINED                                         CPYSNAP 
001750         DISPLAY 'CPYSNAP - COULD NOT OBTAIN THE EXPANSION LOCK'  CPYSNAP 
001760         MOVE 8 TO RETURN-CODE                                    CPYSNAP 
001765         PERFORM 9990-POST-COMPLETION THRU 9990-EXIT              CPYSNAP 
001770         GOBACK                                                   CPYSNAP 
001780     END-IF.                                                      CPYSNAP 
001790     EVALUATE WS-FUNCTION                                         CPYSNAP 
001880     END-EVALUATE.                                                CPYSNAP 
001890     MOVE 'R' TO LOCK-ACTION.                                     CPYSNAP 
001900     CALL 'CPYLOCK' USING CPYLOCK-PARMS.                          CPYSNAP 
001905     PERFORM 9990-POST-COMPLETION THRU 9990-EXIT                  CPYSNAP 
001910     GOBACK.                                                      CPYSNAP 
001920*                                                                 CPYSNAP 
001930 1000-READ-SYSIN-CARD.                                            CPYSNAP 
002020         AND WS-PARM-FILE-REC(1:8) NOT = SPACES                   CPYSNAP 
002030         MOVE WS-PARM-FILE-REC(1:8)   TO WS-FUNCTION              CPYSNAP 
002040         MOVE WS-PARM-FILE-REC(10:15) TO WS-SNAP-NAME             CPYSNAP 
002045         MOVE WS-PARM-FILE-REC(26:8)  TO WS-SNAP-USER             CPYSNAP 
002050     END-IF.                                                      CPYSNAP 
002060 1000-EXIT.                                                       CPYSNAP 
002070     EXIT.                                                        CPYSNAP 
002710         INTO WS-RPT-FILE-REC.                                    CPYSNAP 
002720     WRITE WS-RPT-FILE-REC.                                       CPYSNAP 
002730     CLOSE RPT-FILE.                                              CPYSNAP 
002731     OPEN EXTEND CAT-FILE.                                        CPYSNAP 
002732     IF WS-CAT-FILE-STATUS = '35'                                 CPYSNAP 
002733         OPEN OUTPUT CAT-FILE                                     CPYSNAP 
002734     END-IF.                                                      CPYSNAP 
002735     MOVE SPACES TO WS-CAT-FILE-REC.                              CPYSNAP 
002736     MOVE WS-SNAP-NAME TO WS-CAT-FILE-REC(1:15).                  CPYSNAP 
002737     MOVE WS-RUN-TIMESTAMP TO WS-CAT-FILE-REC(17:15).             CPYSNAP 
002738     MOVE WS-EDIT-COUNT TO WS-CAT-FILE-REC(33:3).                 CPYSNAP 
002739     MOVE 'RESTORED' TO WS-CAT-FILE-REC(37:8).                    CPYSNAP 
002740     MOVE WS-EDIT-COUNT2 TO WS-CAT-FILE-REC(46:3).                CPYSNAP 
002741     MOVE WS-SNAP-USER TO WS-CAT-FILE-REC(50:8).                  CPYSNAP 
002742     WRITE WS-CAT-FILE-REC.                                       CPYSNAP 
002743     CLOSE CAT-FILE.                                              CPYSNAP 
002744     DISPLAY 'CPYSNAP RESTORED ' WS-EDIT-COUNT                    CPYSNAP 
002750         ' FILE(S), ' WS-EDIT-COUNT2 ' DIFFERED'.                 CPYSNAP 
002760     MOVE 0 TO RETURN-CODE.                                       CPYSNAP 
002770 3000-EXIT.                                                       CPYSNAP 
003760          100000007).                                             CPYSNAP 
003770 8200-EXIT.                                                       CPYSNAP 
003780     EXIT.                                                        CPYSNAP 
003790*-------------------------------------------------------------    CPYSNAP 
003800*9990-POST-COMPLETION - APPEND THIS RUN'S RECORD TO THE           CPYSNAP 
003810*JOB-STREAM LEDGER.  THE CALL WOULD CLEAR RETURN-CODE, SO THE     CPYSNAP 
003820*CODE THE RUN ENDS WITH IS CARRIED ACROSS IT IN JLG-RC.           CPYSNAP 
003830*-------------------------------------------------------------    CPYSNAP 
003840 9990-POST-COMPLETION.                                            CPYSNAP 
003850     MOVE RETURN-CODE TO JLG-RC.                                  CPYSNAP 
003860     MOVE 'E' TO JLG-ACTION.                                      CPYSNAP 
003870     CALL 'CPYJLOG' USING CPYJLOG-PARMS.                          CPYSNAP 
003880     MOVE JLG-RC TO RETURN-CODE.                                  CPYSNAP 
003890 9990-EXIT.                                                       CPYSNAP 
003900     EXIT.                                                        CPYSNAP 
