000290*               DEAD LIBRARY, 8 MANIFEST MEMBER MISSING FROM      CPYPREF 
000300*               EVERY LIBRARY; THE HIGHEST WINS, 0 = COHERENT.    CPYPREF 
000310*               REPORT: registry/CPYPREF.RPT.                     CPYPREF 
000311*2026-10-15 RS  JOB-STREAM COMPLETION LEDGER.  THE RUN CALLS      CPYPREF 
000312*               CPYJLOG AS IT STARTS AND AGAIN BEFORE EVERY       CPYPREF 
000313*               GOBACK, APPENDING JOB, STEP, START, END AND RC    CPYPREF 
000314*               TO registry/CPYJOBL.DAT FOR THE CPYJCHK           CPYPREF 
000315*               PREDECESSOR CHECK AGAINST config/CPYSCHD.DAT.     CPYPREF 
000316*2026-10-15 RS  SECOND ENTRY POINT CPYPREFG (COPY CPYPFP) SO THE  CPYPREF 
000317*               ENVIRONMENT PROMOTION RUN CAN GATE A STAGED       CPYPREF 
000318*               config/<env>/ TREE BEFORE SWAPPING IT IN.  THE    CPYPREF 
000319*               CALLER NAMES THE DIRECTORY FOR CPYLIB.CFG,        CPYPREF 
000320*               CPYVERS.DAT AND CPYFPR.DAT AND THE REPORT; THE    CPYPREF 
000321*               ROLL AND CPYAUTH.DAT STAY SHOP-WIDE.  THE CHECKS  CPYPREF 
000322*               MOVED INTO 0100 UNCHANGED; THE SCHEDULED RUN      CPYPREF 
000323*               STILL JUDGES config/ ITSELF.                      CPYPREF 
000324*-------------------------------------------------------------    CPYPREF 
000330 ENVIRONMENT DIVISION.                                            CPYPREF 
000340 CONFIGURATION SECTION.                                           CPYPREF 
000350 SOURCE-COMPUTER. GENERIC-COMPUTER.                               CPYPREF 
001030 77  WS-WORST-RC             PIC 9(04) COMP VALUE 0.              CPYPREF 
001040 77  WS-THIS-RC              PIC 9(04) COMP VALUE 0.              CPYPREF 
001050 77  WS-EDIT-COUNT           PIC Z(04)9.                          CPYPREF 
001053*THE DIRECTORY THE ENVIRONMENT-SPECIFIC FILES ARE JUDGED IN.      CPYPREF 
001056 77  WS-CONFIG-DIR           PIC X(40) VALUE 'config'.            CPYPREF 
001060*THE LIBRARY SEARCH LIST, EXACTLY AS THE EXPANDER LOADS IT.       CPYPREF 
001070 COPY CPYCFG.                                                     CPYPREF 
001080*THE MEMBER ROLL - EVERY COPYBOOK THE SHOP KNOWS ABOUT.           CPYPREF 
001200 77  WS-VER-IX               PIC 9(04) COMP VALUE 0.              CPYPREF 
001210 77  WS-PROBE-NAME           PIC X(30) VALUE SPACES.              CPYPREF 
001220 77  WS-PROBE-HITS           PIC 9(04) COMP VALUE 0.              CPYPREF 
001225 COPY CPYJLP.                                                     CPYPREF 
001226 LINKAGE SECTION.                                                 CPYPREF 
001227 COPY CPYPFP.                                                     CPYPREF 
001230 PROCEDURE DIVISION.                                              CPYPREF 
001240*-------------------------------------------------------------    CPYPREF 
001250*0000-MAINLINE                                                    CPYPREF 
001260*-------------------------------------------------------------    CPYPREF 
001270 0000-MAINLINE.                                                   CPYPREF 
001272     MOVE 'CPYPREF' TO JLG-JOB.                                   CPYPREF 
001274     MOVE 'STEP010' TO JLG-STEP.                                  CPYPREF 
001276     MOVE 'S' TO JLG-ACTION.                                      CPYPREF 
001278     CALL 'CPYJLOG' USING CPYJLOG-PARMS.                          CPYPREF 
001279     PERFORM 0100-RUN-THE-GATE THRU 0100-EXIT.                    CPYPREF 
001280     MOVE WS-WORST-RC TO RETURN-CODE.                             CPYPREF 
001281     PERFORM 9990-POST-COMPLETION THRU 9990-EXIT                  CPYPREF 
001282     GOBACK.                                                      CPYPREF 
001283*-------------------------------------------------------------    CPYPREF 
001284*0050-GATE-ENTRY - CPYPREFG: THE SAME GATE, CALLED AGAINST THE    CPYPREF 
001285*DIRECTORY THE CALLER NAMES.  NOT A SCHEDULED STEP, SO NO         CPYPREF 
001286*LEDGER RECORD.                                                   CPYPREF 
001287*-------------------------------------------------------------    CPYPREF 
001288 0050-GATE-ENTRY.                                                 CPYPREF 
001289 ENTRY 'CPYPREFG' USING CPYPREF-PARMS.                            CPYPREF 
001290     MOVE PRF-CONFIG-DIR TO WS-CONFIG-DIR.                        CPYPREF 
001291     IF PRF-REPORT-FILENAME NOT = SPACES                          CPYPREF 
001292         MOVE PRF-REPORT-FILENAME TO WS-RPT-FILENAME              CPYPREF 
001293     END-IF.                                                      CPYPREF 
001294     PERFORM 0100-RUN-THE-GATE THRU 0100-EXIT.                    CPYPREF 
001295     MOVE WS-DEFECT-COUNT TO PRF-DEFECT-COUNT.                    CPYPREF 
001296     MOVE WS-WORST-RC TO PRF-WORST-RC.                            CPYPREF 
001297     MOVE WS-WORST-RC TO RETURN-CODE.                             CPYPREF 
001298     GOBACK.                                                      CPYPREF 
001299*-------------------------------------------------------------    CPYPREF 
001300*0100-RUN-THE-GATE - EVERY CHECK, AGAINST WS-CONFIG-DIR.          CPYPREF 
001301*-------------------------------------------------------------    CPYPREF 
001302 0100-RUN-THE-GATE.                                               CPYPREF 
001303     MOVE 0 TO WS-DEFECT-COUNT WS-WORST-RC.                       CPYPREF 
001304     MOVE 0 TO WS-ROLL-COUNT WS-VER-COUNT.                        CPYPREF 
001305     MOVE SPACES TO WS-CFG-FILENAME WS-VER-FILENAME               CPYPREF 
001306         WS-FPR-FILENAME.                                         CPYPREF 
001307     STRING WS-CONFIG-DIR DELIMITED BY SPACE                      CPYPREF 
001308         '/CPYLIB.CFG' DELIMITED BY SIZE                          CPYPREF 
001309         INTO WS-CFG-FILENAME.                                    CPYPREF 
001310     STRING WS-CONFIG-DIR DELIMITED BY SPACE                      CPYPREF 
001311         '/CPYVERS.DAT' DELIMITED BY SIZE                         CPYPREF 
001312         INTO WS-VER-FILENAME.                                    CPYPREF 
001313     STRING WS-CONFIG-DIR DELIMITED BY SPACE                      CPYPREF 
001314         '/CPYFPR.DAT' DELIMITED BY SIZE                          CPYPREF 
001315         INTO WS-FPR-FILENAME.                                    CPYPREF 
001316     OPEN OUTPUT RPT-FILE.                                        CPYPREF 
001317     MOVE 'CPYPREF PRE-WINDOW CONFIGURATION COHERENCE CHECK'      CPYPREF 
001318         TO WS-RPT-FILE-REC.                                      CPYPREF 
001319     WRITE WS-RPT-FILE-REC.                                       CPYPREF 
001320     PERFORM 1000-LOAD-CONFIG THRU 1000-EXIT.                     CPYPREF 
001330     PERFORM 2000-CHECK-LIBRARIES THRU 2000-EXIT.                 CPYPREF 
001340     PERFORM 3000-CHECK-MANIFEST THRU 3000-EXIT.                  CPYPREF 
001510     CLOSE RPT-FILE.                                              CPYPREF 
001520     DISPLAY 'CPYPREF DEFECTS ' WS-EDIT-COUNT                     CPYPREF 
001530         ' WORST CLASS ' WS-WORST-RC.                             CPYPREF 
001540 0100-EXIT.                                                       CPYPREF 
001550     EXIT.                                                        CPYPREF 
001560*-------------------------------------------------------------    CPYPREF 
001570*1000-LOAD-CONFIG - THE LIBRARY LIST, THE MEMBER ROLL AND THE     CPYPREF 
001580*VERSION MANIFEST ALL LOAD UP FRONT; EVERY CHECK AFTERWARDS       CPYPREF 
004460     END-IF.                                                      CPYPREF 
004470 9100-EXIT.                                                       CPYPREF 
004480     EXIT.                                                        CPYPREF 
004490*-------------------------------------------------------------    CPYPREF 
004500*9990-POST-COMPLETION - APPEND THIS RUN'S RECORD TO THE           CPYPREF 
004510*JOB-STREAM LEDGER.  THE CALL WOULD CLEAR RETURN-CODE, SO THE     CPYPREF 
004520*CODE THE RUN ENDS WITH IS CARRIED ACROSS IT IN JLG-RC.           CPYPREF 
004530*-------------------------------------------------------------    CPYPREF 
004540 9990-POST-COMPLETION.                                            CPYPREF 
004550     MOVE RETURN-CODE TO JLG-RC.                                  CPYPREF 
004560     MOVE 'E' TO JLG-ACTION.                                      CPYPREF 
004570     CALL 'CPYJLOG' USING CPYJLOG-PARMS.                          CPYPREF 
004580     MOVE JLG-RC TO RETURN-CODE.                                  CPYPREF 
004590 9990-EXIT.                                                       CPYPREF 
004600     EXIT.                                                        CPYPREF 
