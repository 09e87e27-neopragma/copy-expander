000240*               THE MONTH KEY.  THE AUDIT ROW CARRIES ITS         CPYEXTR 
000250*               COPYBOOK/VERSION LIST SEMICOLON-JOINED IN THE     CPYEXTR 
000260*               LAST COLUMN.                                      CPYEXTR 
000261*2026-10-15 RS  JOB-STREAM COMPLETION LEDGER.  THE RUN CALLS      CPYEXTR 
000262*               CPYJLOG AS IT STARTS AND AGAIN BEFORE EVERY       CPYEXTR 
000263*               GOBACK, APPENDING JOB, STEP, START, END AND RC    CPYEXTR 
000264*               TO registry/CPYJOBL.DAT FOR THE CPYJCHK           CPYEXTR 
000265*               PREDECESSOR CHECK AGAINST config/CPYSCHD.DAT.     CPYEXTR 
000270*-------------------------------------------------------------    CPYEXTR 
000280 ENVIRONMENT DIVISION.                                            CPYEXTR 
000290 CONFIGURATION SECTION.                                           CPYEXTR 
000970 77  AUD-IX                  PIC 9(02) COMP VALUE 0.              CPYEXTR 
000980 COPY CPYAUD.                                                     CPYEXTR 
000990 COPY CPYEXC.                                                     CPYEXTR 
000995 COPY CPYJLP.                                                     CPYEXTR 
001000 PROCEDURE DIVISION.                                              CPYEXTR 
001010*-------------------------------------------------------------    CPYEXTR 
001020*0000-MAINLINE                                                    CPYEXTR 
001030*-------------------------------------------------------------    CPYEXTR 
001040 0000-MAINLINE.                                                   CPYEXTR 
001042     MOVE 'CPYEXTR' TO JLG-JOB.                                   CPYEXTR 
001044     MOVE 'STEP010' TO JLG-STEP.                                  CPYEXTR 
001046     MOVE 'S' TO JLG-ACTION.                                      CPYEXTR 
001048     CALL 'CPYJLOG' USING CPYJLOG-PARMS.                          CPYEXTR 
001050     PERFORM 1000-READ-SYSIN-CARD THRU 1000-EXIT.                 CPYEXTR 
001060     PERFORM 2000-EXTRACT-USAGE THRU 2000-EXIT.                   CPYEXTR 
001070     PERFORM 3000-EXTRACT-AUDIT THRU 3000-EXIT.                   CPYEXTR 
001080     PERFORM 4000-EXTRACT-EXCEPTIONS THRU 4000-EXIT.              CPYEXTR 
001090     PERFORM 5000-EXTRACT-HISTORY THRU 5000-EXIT.                 CPYEXTR 
001100     MOVE 0 TO RETURN-CODE.                                       CPYEXTR 
001105     PERFORM 9990-POST-COMPLETION THRU 9990-EXIT                  CPYEXTR 
001110     GOBACK.                                                      CPYEXTR 
001120*                                                                 CPYEXTR 
001130 1000-READ-SYSIN-CARD.                                            CPYEXTR 
003800     ADD 1 TO WS-ROW-COUNT.                                       CPYEXTR 
003810 5100-EXIT.                                                       CPYEXTR 
003820     EXIT.                                                        CPYEXTR 
003830*-------------------------------------------------------------    CPYEXTR 
003840*9990-POST-COMPLETION - APPEND THIS RUN'S RECORD TO THE           CPYEXTR 
003850*JOB-STREAM LEDGER.  THE CALL WOULD CLEAR RETURN-CODE, SO THE     CPYEXTR 
003860*CODE THE RUN ENDS WITH IS CARRIED ACROSS IT IN JLG-RC.           CPYEXTR 
003870*-------------------------------------------------------------    CPYEXTR 
003880 9990-POST-COMPLETION.                                            CPYEXTR 
003890     MOVE RETURN-CODE TO JLG-RC.                                  CPYEXTR 
003900     MOVE 'E' TO JLG-ACTION.                                      CPYEXTR 
003910     CALL 'CPYJLOG' USING CPYJLOG-PARMS.                          CPYEXTR 
003920     MOVE JLG-RC TO RETURN-CODE.                                  CPYEXTR 
003930 9990-EXIT.                                                       CPYEXTR 
003940     EXIT.                                                        CPYEXTR 
