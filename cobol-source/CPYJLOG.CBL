000010 IDENTIFICATION DIVISION.                                         CPYJLOG 
000020 PROGRAM-ID. CPYJLOG.                                             CPYJLOG 
000030 AUTHOR. R SANDOVAL.                                              CPYJLOG 
000040 INSTALLATION. DATA CENTER SERVICES - COPYBOOK TOOLING.           CPYJLOG 
000050 DATE-WRITTEN. 2026-10-15.                                        CPYJLOG 
000060 DATE-COMPILED.                                                   CPYJLOG 
000070*-------------------------------------------------------------    CPYJLOG 
000080*MODIFICATION HISTORY                                             CPYJLOG 
000090*-------------------------------------------------------------    CPYJLOG 
000100*2026-10-15 RS  JOB-STREAM COMPLETION LEDGER.  EVERY PROGRAM IN   CPYJLOG 
000110*               THE NIGHTLY STREAM CALLS THIS TWICE - ACTION S    CPYJLOG 
000120*               AS IT STARTS, WHICH REMEMBERS THE START TIME,     CPYJLOG 
000130*               AND ACTION E JUST BEFORE GOBACK, WHICH APPENDS    CPYJLOG 
000140*               JOB, STEP, START, END AND RC TO                   CPYJLOG 
000150*               registry/CPYJOBL.DAT (CPYJLR).  AN E WITHOUT A    CPYJLOG 
000160*               PRIOR S IS STAMPED START = END.  A LEDGER THAT    CPYJLOG 
000170*               CANNOT BE WRITTEN IS REPORTED ON THE CONSOLE      CPYJLOG 
000180*               BUT NEVER CHANGES THE CALLER'S OUTCOME.  CPYJCHK  CPYJLOG 
000190*               CHECKS THE LEDGER AGAINST config/CPYSCHD.DAT.     CPYJLOG 
000200*-------------------------------------------------------------    CPYJLOG 
000210 ENVIRONMENT DIVISION.                                            CPYJLOG 
000220 CONFIGURATION SECTION.                                           CPYJLOG 
000230 SOURCE-COMPUTER. GENERIC-COMPUTER.                               CPYJLOG 
000240 OBJECT-COMPUTER. GENERIC-COMPUTER.                               CPYJLOG 
000250 INPUT-OUTPUT SECTION.                                            CPYJLOG 
000260 FILE-CONTROL.                                                    CPYJLOG 
000270     SELECT JLR-FILE ASSIGN TO DYNAMIC WS-JLR-FILENAME            CPYJLOG 
000280         ORGANIZATION LINE SEQUENTIAL                             CPYJLOG 
000290         FILE STATUS IS WS-JLR-FILE-STATUS                        CPYJLOG 
000300         LOCK MODE IS AUTOMATIC.                                  CPYJLOG 
000310 DATA DIVISION.                                                   CPYJLOG 
000320 FILE SECTION.                                                    CPYJLOG 
000330 FD  JLR-FILE.                                                    CPYJLOG 
000340 01  WS-JLR-FILE-REC         PIC X(60).                           CPYJLOG 
000350 WORKING-STORAGE SECTION.                                         CPYJLOG 
000360 77  WS-JLR-FILENAME         PIC X(80)                            CPYJLOG 
000370         VALUE 'registry/CPYJOBL.DAT'.                            CPYJLOG 
000380 77  WS-JLR-FILE-STATUS      PIC X(02) VALUE '00'.                CPYJLOG 
000390 77  WS-START-TS             PIC X(15) VALUE SPACES.              CPYJLOG 
000400 77  WS-RUN-TIMESTAMP        PIC X(15) VALUE SPACES.              CPYJLOG 
000410 77  WS-DATE-PART            PIC X(08) VALUE SPACES.              CPYJLOG 
000420 77  WS-TIME-PART            PIC X(08) VALUE SPACES.              CPYJLOG 
000430 COPY CPYJLR.                                                     CPYJLOG 
000440 LINKAGE SECTION.                                                 CPYJLOG 
000450 COPY CPYJLP.                                                     CPYJLOG 
000460 PROCEDURE DIVISION USING CPYJLOG-PARMS.                          CPYJLOG 
000470*-------------------------------------------------------------    CPYJLOG 
000480*0000-MAINLINE                                                    CPYJLOG 
000490*-------------------------------------------------------------    CPYJLOG 
000500 0000-MAINLINE.                                                   CPYJLOG 
000510     ACCEPT WS-DATE-PART FROM DATE YYYYMMDD.                      CPYJLOG 
000520     ACCEPT WS-TIME-PART FROM TIME.                               CPYJLOG 
000530     STRING WS-DATE-PART WS-TIME-PART                             CPYJLOG 
000540         DELIMITED BY SIZE INTO WS-RUN-TIMESTAMP.                 CPYJLOG 
000550     IF JLG-START                                                 CPYJLOG 
000560         MOVE WS-RUN-TIMESTAMP TO WS-START-TS                     CPYJLOG 
000570         GOBACK                                                   CPYJLOG 
000580     END-IF.                                                      CPYJLOG 
000590     IF JLG-END                                                   CPYJLOG 
000600         PERFORM 1000-APPEND-COMPLETION THRU 1000-EXIT            CPYJLOG 
000610     END-IF.                                                      CPYJLOG 
000620     GOBACK.                                                      CPYJLOG 
000630*                                                                 CPYJLOG 
000640 1000-APPEND-COMPLETION.                                          CPYJLOG 
000650     MOVE SPACES TO JLR-RECORD.                                   CPYJLOG 
000660     MOVE JLG-JOB  TO JLR-JOB.                                    CPYJLOG 
000670     MOVE JLG-STEP TO JLR-STEP.                                   CPYJLOG 
000680     IF WS-START-TS = SPACES                                      CPYJLOG 
000690         MOVE WS-RUN-TIMESTAMP TO JLR-START-TS                    CPYJLOG 
000700     ELSE                                                         CPYJLOG 
000710         MOVE WS-START-TS TO JLR-START-TS                         CPYJLOG 
000720     END-IF.                                                      CPYJLOG 
000730     MOVE WS-RUN-TIMESTAMP TO JLR-END-TS.                         CPYJLOG 
000740     MOVE JLG-RC TO JLR-RC.                                       CPYJLOG 
000750     OPEN EXTEND JLR-FILE.                                        CPYJLOG 
000760     IF WS-JLR-FILE-STATUS = '35'                                 CPYJLOG 
000770         OPEN OUTPUT JLR-FILE                                     CPYJLOG 
000780     END-IF.                                                      CPYJLOG 
000790     IF WS-JLR-FILE-STATUS NOT = '00'                             CPYJLOG 
000800         DISPLAY 'CPYJLOG: LEDGER NOT WRITTEN FOR ' JLG-JOB       CPYJLOG 
000810             ' - STATUS ' WS-JLR-FILE-STATUS                      CPYJLOG 
000820         GO TO 1000-EXIT                                          CPYJLOG 
000830     END-IF.                                                      CPYJLOG 
000840     WRITE WS-JLR-FILE-REC FROM JLR-RECORD.                       CPYJLOG 
000850     CLOSE JLR-FILE.                                              CPYJLOG 
000860     MOVE SPACES TO WS-START-TS.                                  CPYJLOG 
000870 1000-EXIT.                                                       CPYJLOG 
000880     EXIT.                                                        CPYJLOG 
