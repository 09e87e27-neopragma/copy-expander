000010 IDENTIFICATION DIVISION.                                         CPYCOMP 
000020 PROGRAM-ID. CPYCOMP.                                             CPYCOMP 
000030 AUTHOR. R SANDOVAL.                                              CPYCOMP 
000040 INSTALLATION. DATA CENTER SERVICES - COPYBOOK TOOLING.           CPYCOMP 
000050 DATE-WRITTEN. 2026-10-15.                                        CPYCOMP 
000060 DATE-COMPILED.                                                   CPYCOMP 
000070*-------------------------------------------------------------    CPYCOMP 
000080*MODIFICATION HISTORY                                             CPYCOMP 
000090*-------------------------------------------------------------    CPYCOMP 
000100*2026-10-15 RS  COMPILE STEP FOR THE HAND-OFF WORKLIST.  RUNS     CPYCOMP 
000110*               THE COMPILER OVER EVERY DECK ON                   CPYCOMP 
000120*               registry/CPYBLDQ.WRK (WRITTEN BY CPYBLDQ LIST)    CPYCOMP 
000130*               AND CAPTURES EACH RETURN CODE AND DIAGNOSTIC IN   CPYCOMP 
000140*               registry/CPYCOMP.DAT (COPY CPYCRS).  EVERY        CPYCOMP 
000150*               DIAGNOSTIC'S DECK LINE IS TRACED THROUGH THE      CPYCOMP 
000160*               DECK'S PROVENANCE SIDE FILE (<DECK>.PRV) BACK     CPYCOMP 
000170*               TO THE MEMBER OR COPYBOOK, LIBRARY AND ORIGINAL   CPYCOMP 
000180*               SEQUENCE NUMBER THAT PRODUCED IT.  A DECK THAT    CPYCOMP 
000190*               FAILS TO COMPILE (RETURN CODE OVER RCLIMIT OR     CPYCOMP 
000200*               ANY ERROR) IS APPENDED TO registry/CPYEXC.DAT     CPYCOMP 
000210*               WITH REASON CODE COMPILE, NAMING THE COPYBOOK     CPYCOMP 
000220*               OF ITS FIRST ERROR, SO CPYEXCM AND CPYTURN WORK   CPYCOMP 
000230*               IT WITH THE EXPANSION FAILURES.  OPEN COMPILE     CPYCOMP 
000240*               RECORDS FOR A MEMBER THAT NOW COMPILES CLEAN      CPYCOMP 
000250*               ARE CLOSED AS RESOLVED.  THE COMPILE COMMAND      CPYCOMP 
000260*               AND RCLIMIT COME FROM config/CPYCOMP.CFG.  RUN    CPYCOMP 
000270*               BETWEEN CPYBLDQ LIST AND CPYBLDQ CONSUME.         CPYCOMP 
000280*               RC 0 ALL CLEAN, 4 WARNINGS OR NO WORKLIST,        CPYCOMP 
000290*               8 A DECK FAILED, 12 NO COMPILE COMMAND.           CPYCOMP 
000300*               REPORT: registry/CPYCOMP.RPT.                     CPYCOMP 
000301*2026-10-15 RS  JOB-STREAM COMPLETION LEDGER.  THE RUN CALLS      CPYCOMP 
000302*               CPYJLOG AS IT STARTS AND AGAIN BEFORE EVERY       CPYCOMP 
000303*               GOBACK, APPENDING JOB, STEP, START, END AND RC    CPYCOMP 
000304*               TO registry/CPYJOBL.DAT FOR THE CPYJCHK           CPYCOMP 
000305*               PREDECESSOR CHECK AGAINST config/CPYSCHD.DAT.     CPYCOMP 
000306*2026-10-15 RS  OBJLIB CARD: THE DIRECTORY THE OBJECT DECKS GO    CPYCOMP 
000307*               TO.  EACH COMPILE NAMES ITS OWN OBJECT THERE      CPYCOMP 
000308*               (-o OBJLIB/<MEMBER>.o AHEAD OF THE DECK), AND     CPYCOMP 
000309*               THE DIRECTORY IS CREATED IF IT IS MISSING.        CPYCOMP 
000310*-------------------------------------------------------------    CPYCOMP 
000320 ENVIRONMENT DIVISION.                                            CPYCOMP 
000330 CONFIGURATION SECTION.                                           CPYCOMP 
000340 SOURCE-COMPUTER. GENERIC-COMPUTER.                               CPYCOMP 
000350 OBJECT-COMPUTER. GENERIC-COMPUTER.                               CPYCOMP 
000360 INPUT-OUTPUT SECTION.                                            CPYCOMP 
000370 FILE-CONTROL.                                                    CPYCOMP 
000380     SELECT CFG-FILE ASSIGN TO DYNAMIC WS-CFG-FILENAME            CPYCOMP 
000390         ORGANIZATION LINE SEQUENTIAL                             CPYCOMP 
000400         FILE STATUS IS WS-CFG-FILE-STATUS.                       CPYCOMP 
000410     SELECT WRK-FILE ASSIGN TO DYNAMIC WS-WRK-FILENAME            CPYCOMP 
000420         ORGANIZATION LINE SEQUENTIAL                             CPYCOMP 
000430         FILE STATUS IS WS-WRK-FILE-STATUS.                       CPYCOMP 
000440     SELECT DCK-FILE ASSIGN TO DYNAMIC WS-DCK-FILENAME            CPYCOMP 
000450         ORGANIZATION LINE SEQUENTIAL                             CPYCOMP 
000460         FILE STATUS IS WS-DCK-FILE-STATUS.                       CPYCOMP 
000470     SELECT LST-FILE ASSIGN TO DYNAMIC WS-LST-FILENAME            CPYCOMP 
000480         ORGANIZATION LINE SEQUENTIAL                             CPYCOMP 
000490         FILE STATUS IS WS-LST-FILE-STATUS.                       CPYCOMP 
000500     SELECT PRV-FILE ASSIGN TO DYNAMIC WS-PRV-FILENAME            CPYCOMP 
000510         ORGANIZATION LINE SEQUENTIAL                             CPYCOMP 
000520         FILE STATUS IS WS-PRV-FILE-STATUS.                       CPYCOMP 
000530     SELECT CRS-FILE ASSIGN TO DYNAMIC WS-CRS-FILENAME            CPYCOMP 
000540         ORGANIZATION LINE SEQUENTIAL                             CPYCOMP 
000550         FILE STATUS IS WS-CRS-FILE-STATUS.                       CPYCOMP 
000560     SELECT EXC-FILE ASSIGN TO DYNAMIC WS-EXC-FILENAME            CPYCOMP 
000570         ORGANIZATION LINE SEQUENTIAL                             CPYCOMP 
000580         FILE STATUS IS WS-EXC-FILE-STATUS.                       CPYCOMP 
000590     SELECT EXCOUT-FILE ASSIGN TO DYNAMIC WS-EXCOUT-FILENAME      CPYCOMP 
000600         ORGANIZATION LINE SEQUENTIAL                             CPYCOMP 
000610         FILE STATUS IS WS-EXCOUT-FILE-STATUS.                    CPYCOMP 
000620     SELECT RPT-FILE ASSIGN TO DYNAMIC WS-RPT-FILENAME            CPYCOMP 
000630         ORGANIZATION LINE SEQUENTIAL                             CPYCOMP 
000640         FILE STATUS IS WS-RPT-FILE-STATUS.                       CPYCOMP 
000650 DATA DIVISION.                                                   CPYCOMP 
000660 FILE SECTION.                                                    CPYCOMP 
000670 FD  CFG-FILE.                                                    CPYCOMP 
000680 01  WS-CFG-FILE-REC         PIC X(132).                          CPYCOMP 
000690 FD  WRK-FILE.                                                    CPYCOMP 
000700 01  WS-WRK-FILE-REC         PIC X(120).                          CPYCOMP 
000710 FD  DCK-FILE.                                                    CPYCOMP 
000720 01  WS-DCK-FILE-REC         PIC X(80).                           CPYCOMP 
000730 FD  LST-FILE.                                                    CPYCOMP 
000740 01  WS-LST-FILE-REC         PIC X(256).                          CPYCOMP 
000750 FD  PRV-FILE.                                                    CPYCOMP 
000760 01  WS-PRV-FILE-REC         PIC X(80).                           CPYCOMP 
000770 FD  CRS-FILE.                                                    CPYCOMP 
000780 01  WS-CRS-FILE-REC         PIC X(186).                          CPYCOMP 
000790 FD  EXC-FILE.                                                    CPYCOMP 
000800 01  WS-EXC-FILE-REC         PIC X(141).                          CPYCOMP 
000810 FD  EXCOUT-FILE.                                                 CPYCOMP 
000820 01  WS-EXCOUT-FILE-REC      PIC X(141).                          CPYCOMP 
000830 FD  RPT-FILE.                                                    CPYCOMP 
000840 01  WS-RPT-FILE-REC         PIC X(132).                          CPYCOMP 
000850 WORKING-STORAGE SECTION.                                         CPYCOMP 
000860 77  WS-CFG-FILENAME         PIC X(80)                            CPYCOMP 
000870         VALUE 'config/CPYCOMP.CFG'.                              CPYCOMP 
000880 77  WS-CFG-FILE-STATUS      PIC X(02) VALUE '00'.                CPYCOMP 
000890 77  WS-WRK-FILENAME         PIC X(80)                            CPYCOMP 
000900         VALUE 'registry/CPYBLDQ.WRK'.                            CPYCOMP 
000910 77  WS-WRK-FILE-STATUS      PIC X(02) VALUE '00'.                CPYCOMP 
000920 77  WS-DCK-FILENAME         PIC X(80) VALUE SPACES.              CPYCOMP 
000930 77  WS-DCK-FILE-STATUS      PIC X(02) VALUE '00'.                CPYCOMP 
000940 77  WS-LST-FILENAME         PIC X(80)                            CPYCOMP 
000950         VALUE 'registry/CPYCOMP.LST'.                            CPYCOMP 
000960 77  WS-LST-FILE-STATUS      PIC X(02) VALUE '00'.                CPYCOMP 
000970 77  WS-PRV-FILENAME         PIC X(80) VALUE SPACES.              CPYCOMP 
000980 77  WS-PRV-FILE-STATUS      PIC X(02) VALUE '00'.                CPYCOMP 
000990 77  WS-CRS-FILENAME         PIC X(80)                            CPYCOMP 
001000         VALUE 'registry/CPYCOMP.DAT'.                            CPYCOMP 
001010 77  WS-CRS-FILE-STATUS      PIC X(02) VALUE '00'.                CPYCOMP 
001020 77  WS-EXC-FILENAME         PIC X(80)                            CPYCOMP 
001030         VALUE 'registry/CPYEXC.DAT'.                             CPYCOMP 
001040 77  WS-EXC-FILE-STATUS      PIC X(02) VALUE '00'.                CPYCOMP 
001050 77  WS-EXCOUT-FILENAME      PIC X(80)                            CPYCOMP 
001060         VALUE 'registry/CPYEXC.NEW'.                             CPYCOMP 
001070 77  WS-EXCOUT-FILE-STATUS   PIC X(02) VALUE '00'.                CPYCOMP 
001080 77  WS-RPT-FILENAME         PIC X(80)                            CPYCOMP 
001090         VALUE 'registry/CPYCOMP.RPT'.                            CPYCOMP 
001100 77  WS-RPT-FILE-STATUS      PIC X(02) VALUE '00'.                CPYCOMP 
001110 77  WS-EOF-SW               PIC X(01) VALUE 'N'.                 CPYCOMP 
001120     88  WS-EOF              VALUE 'Y'.                           CPYCOMP 
001130 77  WS-FOUND-SW             PIC X(01) VALUE 'N'.                 CPYCOMP 
001140     88  WS-FOUND            VALUE 'Y'.                           CPYCOMP 
001150*-------------------------------------------------------------    CPYCOMP 
001158*COMPILE COMMAND (config/CPYCOMP.CFG: COMMAND / RCLIMIT / OBJLIB  CPYCOMP 
001166*CARDS, KEYWORD IN COLS 1-8, VALUE FROM COL 10).  THE OBJECT      CPYCOMP 
001174*NAME (WHEN OBJLIB IS GIVEN) AND THE DECK NAME ARE ADDED AT THE   CPYCOMP 
001182*END AND THE COMPILER'S OUTPUT IS CAPTURED IN                     CPYCOMP 
001190*registry/CPYCOMP.LST.                                            CPYCOMP 
001200*-------------------------------------------------------------    CPYCOMP 
001210 77  WS-COMPILE-COMMAND      PIC X(120) VALUE SPACES.             CPYCOMP 
001220 77  WS-RC-LIMIT             PIC 9(03) VALUE 4.                   CPYCOMP 
001225 77  WS-OBJECT-LIB           PIC X(80) VALUE SPACES.              CPYCOMP 
001230 01  WS-CMD.                                                      CPYCOMP 
001240     05  WS-CMD-TEXT         PIC X(199) VALUE SPACES.             CPYCOMP 
001250     05  WS-CMD-NUL          PIC X(01) VALUE LOW-VALUE.           CPYCOMP 
001260 77  WS-SYSTEM-RC            PIC S9(09) COMP VALUE 0.             CPYCOMP 
001265 77  WS-CMD-PTR              PIC 9(04) COMP VALUE 0.              CPYCOMP 
001270 77  WS-COMPILE-RC           PIC 9(03) VALUE 0.                   CPYCOMP 
001280*-------------------------------------------------------------    CPYCOMP 
001290*THE DECK IN HAND (ONE WORKLIST LINE: DECK NAME 1-80, MEMBER      CPYCOMP 
001300*82-91, FINGERPRINT 93-101, QUEUE TIMESTAMP 103-117).             CPYCOMP 
001310*-------------------------------------------------------------    CPYCOMP 
001320 77  WS-DECK-NAME            PIC X(80) VALUE SPACES.              CPYCOMP 
001330 77  WS-DECK-LEN             PIC 9(04) COMP VALUE 0.              CPYCOMP 
001340 77  WS-DECK-MEMBER          PIC X(10) VALUE SPACES.              CPYCOMP 
001350 77  WS-DECK-FPRINT          PIC X(09) VALUE SPACES.              CPYCOMP 
001360 77  WS-DECK-OUTCOME         PIC X(08) VALUE SPACES.              CPYCOMP 
001370 77  WS-DECK-ERRORS          PIC 9(05) COMP VALUE 0.              CPYCOMP 
001380 77  WS-DECK-WARNINGS        PIC 9(05) COMP VALUE 0.              CPYCOMP 
001390 77  WS-DECK-FIRST-ERR       PIC 9(04) COMP VALUE 0.              CPYCOMP 
001400 77  WS-DG-DROPPED           PIC 9(05) COMP VALUE 0.              CPYCOMP 
001410*-------------------------------------------------------------    CPYCOMP 
001420*DIAGNOSTICS OF THE DECK IN HAND.  A COMPILER LINE OF THE FORM    CPYCOMP 
001430*<DECK>:<LINE>: ERROR|WARNING: <TEXT> IS ONE DIAGNOSTIC; AN       CPYCOMP 
001440*ERROR LINE THAT NAMES NO DECK LINE IS KEPT WITH LINE ZERO.       CPYCOMP 
001450*-------------------------------------------------------------    CPYCOMP 
001460 01  WS-DG-TABLE.                                                 CPYCOMP 
001470     05  WS-DG-COUNT         PIC 9(04) COMP VALUE 0.              CPYCOMP 
001480     05  WS-DG-ENTRY OCCURS 300 TIMES.                            CPYCOMP 
001490         10  WS-DG-LINE      PIC 9(08).                           CPYCOMP 
001500         10  WS-DG-SEV       PIC X(01).                           CPYCOMP 
001510         10  WS-DG-SRC       PIC X(30).                           CPYCOMP 
001520         10  WS-DG-LIB       PIC X(08).                           CPYCOMP 
001530         10  WS-DG-SEQ       PIC X(06).                           CPYCOMP 
001540         10  WS-DG-MSG       PIC X(120).                          CPYCOMP 
001550 77  WS-DG-IX                PIC 9(04) COMP VALUE 0.              CPYCOMP 
001560 77  WS-LST-PTR              PIC 9(04) COMP VALUE 0.              CPYCOMP 
001570 77  WS-LST-NUM-TXT          PIC X(20) VALUE SPACES.              CPYCOMP 
001580 77  WS-LST-SEV-TXT          PIC X(20) VALUE SPACES.              CPYCOMP 
001590 77  WS-LST-SEV              PIC X(01) VALUE SPACE.               CPYCOMP 
001600 77  WS-TALLY                PIC 9(04) COMP VALUE 0.              CPYCOMP 
001610 01  WS-NUM-WORK.                                                 CPYCOMP 
001620     05  WS-NUM-TEXT         PIC X(08) JUSTIFIED RIGHT.           CPYCOMP 
001630     05  WS-NUM-VALUE REDEFINES WS-NUM-TEXT PIC 9(08).            CPYCOMP 
001640 77  WS-NUM-LEN              PIC 9(04) COMP VALUE 0.              CPYCOMP 
001650 77  WS-PRV-LINE             PIC 9(08) VALUE 0.                   CPYCOMP 
001660*-------------------------------------------------------------    CPYCOMP 
001670*MEMBERS WHOSE DECK COMPILED CLEAN THIS RUN - THEIR OPEN          CPYCOMP 
001680*COMPILE EXCEPTIONS ARE CLOSED AT THE END.                        CPYCOMP 
001690*-------------------------------------------------------------    CPYCOMP 
001700 01  WS-CLR-TABLE.                                                CPYCOMP 
001710     05  WS-CLR-COUNT        PIC 9(04) COMP VALUE 0.              CPYCOMP 
001720     05  WS-CLR-MEMBER       PIC X(10) OCCURS 2000 TIMES.         CPYCOMP 
001730 77  WS-CLR-IX               PIC 9(04) COMP VALUE 0.              CPYCOMP 
001740*-------------------------------------------------------------    CPYCOMP 
001750*TIMESTAMPS.  CPYEXCM MARKS A RECORD BY ITS TIMESTAMP, SO NO      CPYCOMP 
001760*TWO EXCEPTIONS WRITTEN BY ONE RUN MAY SHARE ONE.                 CPYCOMP 
001770*-------------------------------------------------------------    CPYCOMP 
001780 01  WS-DATE-PART            PIC X(08).                           CPYCOMP 
001790 01  WS-TIME-PART            PIC X(08).                           CPYCOMP 
001800 01  WS-RUN-TIMESTAMP        PIC X(15).                           CPYCOMP 
001810 01  WS-TS-WORK.                                                  CPYCOMP 
001820     05  WS-TS-TEXT          PIC X(15).                           CPYCOMP 
001830     05  WS-TS-NUM REDEFINES WS-TS-TEXT PIC 9(15).                CPYCOMP 
001840 77  WS-LAST-EXC-TS          PIC X(15) VALUE SPACES.              CPYCOMP 
001850*-------------------------------------------------------------    CPYCOMP 
001860*RUN TOTALS                                                       CPYCOMP 
001870*-------------------------------------------------------------    CPYCOMP 
001880 77  WS-DECK-COUNT           PIC 9(05) COMP VALUE 0.              CPYCOMP 
001890 77  WS-CLEAN-COUNT          PIC 9(05) COMP VALUE 0.              CPYCOMP 
001900 77  WS-WARN-COUNT           PIC 9(05) COMP VALUE 0.              CPYCOMP 
001910 77  WS-FAIL-COUNT           PIC 9(05) COMP VALUE 0.              CPYCOMP 
001920 77  WS-EXC-WRITTEN          PIC 9(05) COMP VALUE 0.              CPYCOMP 
001930 77  WS-EXC-RESOLVED         PIC 9(05) COMP VALUE 0.              CPYCOMP 
001940 77  WS-EDIT-COUNT           PIC Z(04)9.                          CPYCOMP 
001950 77  WS-EDIT-RC              PIC ZZ9.                             CPYCOMP 
001960 77  WS-EDIT-LINE            PIC Z(07)9.                          CPYCOMP 
001970 77  WS-FINAL-RC             PIC 9(02) VALUE 0.                   CPYCOMP 
001980 COPY CPYCRS.                                                     CPYCOMP 
001990 COPY CPYEXC.                                                     CPYCOMP 
002000 COPY CPYLKP.                                                     CPYCOMP 
002005 COPY CPYJLP.                                                     CPYCOMP 
002010 PROCEDURE DIVISION.                                              CPYCOMP 
002020*-------------------------------------------------------------    CPYCOMP 
002030*0000-MAINLINE                                                    CPYCOMP 
002040*-------------------------------------------------------------    CPYCOMP 
002050 0000-MAINLINE.                                                   CPYCOMP 
002052     MOVE 'CPYCOMP' TO JLG-JOB.                                   CPYCOMP 
002054     MOVE 'STEP010' TO JLG-STEP.                                  CPYCOMP 
002056     MOVE 'S' TO JLG-ACTION.                                      CPYCOMP 
002058     CALL 'CPYJLOG' USING CPYJLOG-PARMS.                          CPYCOMP 
002060     PERFORM 1000-READ-CONFIG THRU 1000-EXIT.                     CPYCOMP 
002070     IF WS-COMPILE-COMMAND = SPACES                               CPYCOMP 
002080         DISPLAY 'CPYCOMP - NO COMMAND CARD IN '                  CPYCOMP 
002090             WS-CFG-FILENAME                                      CPYCOMP 
002100         MOVE 12 TO RETURN-CODE                                   CPYCOMP 
002105         PERFORM 9990-POST-COMPLETION THRU 9990-EXIT              CPYCOMP 
002110         GOBACK                                                   CPYCOMP 
002120     END-IF.                                                      CPYCOMP 
002130     ACCEPT WS-DATE-PART FROM DATE YYYYMMDD.                      CPYCOMP 
002140     ACCEPT WS-TIME-PART FROM TIME.                               CPYCOMP 
002150     STRING WS-DATE-PART WS-TIME-PART                             CPYCOMP 
002160         DELIMITED BY SIZE INTO WS-RUN-TIMESTAMP.                 CPYCOMP 
002170     OPEN OUTPUT RPT-FILE.                                        CPYCOMP 
002180     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYCOMP 
002190     STRING 'CPYCOMP COMPILE STEP - RUN ' DELIMITED BY SIZE       CPYCOMP 
002200         WS-RUN-TIMESTAMP DELIMITED BY SIZE                       CPYCOMP 
002210         INTO WS-RPT-FILE-REC                                     CPYCOMP 
002220     END-STRING.                                                  CPYCOMP 
002230     WRITE WS-RPT-FILE-REC.                                       CPYCOMP 
002240     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYCOMP 
002250     STRING 'COMMAND: ' DELIMITED BY SIZE                         CPYCOMP 
002260         WS-COMPILE-COMMAND DELIMITED BY SIZE                     CPYCOMP 
002270         INTO WS-RPT-FILE-REC                                     CPYCOMP 
002280     END-STRING.                                                  CPYCOMP 
002290     WRITE WS-RPT-FILE-REC.                                       CPYCOMP 
002291     IF WS-OBJECT-LIB NOT = SPACES                                CPYCOMP 
002292         CALL 'CBL_CREATE_DIR' USING WS-OBJECT-LIB                CPYCOMP 
002293         MOVE SPACES TO WS-RPT-FILE-REC                           CPYCOMP 
002294         STRING 'OBJECTS: ' DELIMITED BY SIZE                     CPYCOMP 
002295             WS-OBJECT-LIB DELIMITED BY SPACE                     CPYCOMP 
002296             INTO WS-RPT-FILE-REC                                 CPYCOMP 
002297         END-STRING                                               CPYCOMP 
002298         WRITE WS-RPT-FILE-REC                                    CPYCOMP 
002299     END-IF.                                                      CPYCOMP 
002300     OPEN INPUT WRK-FILE.                                         CPYCOMP 
002310     IF WS-WRK-FILE-STATUS NOT = '00'                             CPYCOMP 
002320         MOVE SPACES TO WS-RPT-FILE-REC                           CPYCOMP 
002330         MOVE 'NO WORKLIST - RUN CPYBLDQ LIST FIRST'              CPYCOMP 
002340             TO WS-RPT-FILE-REC                                   CPYCOMP 
002350         WRITE WS-RPT-FILE-REC                                    CPYCOMP 
002360         CLOSE RPT-FILE                                           CPYCOMP 
002370         DISPLAY 'CPYCOMP - NO WORKLIST ' WS-WRK-FILENAME         CPYCOMP 
002380         MOVE 4 TO RETURN-CODE                                    CPYCOMP 
002385         PERFORM 9990-POST-COMPLETION THRU 9990-EXIT              CPYCOMP 
002390         GOBACK                                                   CPYCOMP 
002400     END-IF.                                                      CPYCOMP 
002410     OPEN OUTPUT CRS-FILE.                                        CPYCOMP 
002420     MOVE 'N' TO WS-EOF-SW.                                       CPYCOMP 
002430     PERFORM 2000-COMPILE-ONE-DECK THRU 2000-EXIT                 CPYCOMP 
002440         UNTIL WS-EOF.                                            CPYCOMP 
002450     CLOSE WRK-FILE.                                              CPYCOMP 
002460     CLOSE CRS-FILE.                                              CPYCOMP 
002470     PERFORM 7000-RESOLVE-CLEARED THRU 7000-EXIT.                 CPYCOMP 
002480     PERFORM 8000-PRINT-SUMMARY THRU 8000-EXIT.                   CPYCOMP 
002490     CLOSE RPT-FILE.                                              CPYCOMP 
002500     MOVE WS-DECK-COUNT TO WS-EDIT-COUNT.                         CPYCOMP 
002510     DISPLAY 'CPYCOMP DECKS COMPILED: ' WS-EDIT-COUNT.            CPYCOMP 
002520     MOVE WS-FAIL-COUNT TO WS-EDIT-COUNT.                         CPYCOMP 
002530     DISPLAY 'CPYCOMP DECKS FAILED:   ' WS-EDIT-COUNT.            CPYCOMP 
002540     IF WS-FAIL-COUNT > 0                                         CPYCOMP 
002550         MOVE 8 TO WS-FINAL-RC                                    CPYCOMP 
002560     ELSE                                                         CPYCOMP 
002570         IF WS-WARN-COUNT > 0 OR WS-DECK-COUNT = 0                CPYCOMP 
002580             MOVE 4 TO WS-FINAL-RC                                CPYCOMP 
002590         END-IF                                                   CPYCOMP 
002600     END-IF.                                                      CPYCOMP 
002610     MOVE WS-FINAL-RC TO RETURN-CODE.                             CPYCOMP 
002615     PERFORM 9990-POST-COMPLETION THRU 9990-EXIT                  CPYCOMP 
002620     GOBACK.                                                      CPYCOMP 
002630*                                                                 CPYCOMP 
002640*-------------------------------------------------------------    CPYCOMP 
002650*1000-READ-CONFIG - COMMAND (THE COMPILER AND ITS OPTIONS, UP     CPYCOMP 
002657*TO THE DECK NAME), RCLIMIT (HIGHEST RETURN CODE THAT STILL       CPYCOMP 
002664*COUNTS AS A GOOD COMPILE, DEFAULT 4) AND OBJLIB (WHERE THE       CPYCOMP 
002671*OBJECT DECKS GO; WITHOUT IT THE COMPILER'S DEFAULT STANDS).      CPYCOMP 
002680*-------------------------------------------------------------    CPYCOMP 
002690 1000-READ-CONFIG.                                                CPYCOMP 
002700     OPEN INPUT CFG-FILE.                                         CPYCOMP 
002710     IF WS-CFG-FILE-STATUS NOT = '00'                             CPYCOMP 
002720         GO TO 1000-EXIT.                                         CPYCOMP 
002730     MOVE 'N' TO WS-EOF-SW.                                       CPYCOMP 
002740     PERFORM 1100-READ-ONE-CARD THRU 1100-EXIT UNTIL WS-EOF.      CPYCOMP 
002750     CLOSE CFG-FILE.                                              CPYCOMP 
002760 1000-EXIT.                                                       CPYCOMP 
002770     EXIT.                                                        CPYCOMP 
002780*                                                                 CPYCOMP 
002790 1100-READ-ONE-CARD.                                              CPYCOMP 
002800     READ CFG-FILE INTO WS-CFG-FILE-REC                           CPYCOMP 
002810         AT END MOVE 'Y' TO WS-EOF-SW                             CPYCOMP 
002820     END-READ.                                                    CPYCOMP 
002830     IF WS-EOF                                                    CPYCOMP 
002840         GO TO 1100-EXIT.                                         CPYCOMP 
002850     IF WS-CFG-FILE-REC(1:1) = '*'                                CPYCOMP 
002860         OR WS-CFG-FILE-REC = SPACES                              CPYCOMP 
002870         GO TO 1100-EXIT.                                         CPYCOMP 
002880     EVALUATE WS-CFG-FILE-REC(1:8)                                CPYCOMP 
002890         WHEN 'COMMAND '                                          CPYCOMP 
002900             MOVE WS-CFG-FILE-REC(10:120) TO WS-COMPILE-COMMAND   CPYCOMP 
002903         WHEN 'OBJLIB  '                                          CPYCOMP 
002906             MOVE WS-CFG-FILE-REC(10:80) TO WS-OBJECT-LIB         CPYCOMP 
002910         WHEN 'RCLIMIT '                                          CPYCOMP 
002920             IF WS-CFG-FILE-REC(10:3) NUMERIC                     CPYCOMP 
002930                 MOVE WS-CFG-FILE-REC(10:3) TO WS-RC-LIMIT        CPYCOMP 
002940             ELSE                                                 CPYCOMP 
002950                 DISPLAY 'CPYCOMP - RCLIMIT NOT 000-999 - '       CPYCOMP 
002960                     'DEFAULT 4 KEPT'                             CPYCOMP 
002970             END-IF                                               CPYCOMP 
002980         WHEN OTHER                                               CPYCOMP 
002990             DISPLAY 'CPYCOMP - CARD IGNORED: '                   CPYCOMP 
003000                 WS-CFG-FILE-REC(1:40)                            CPYCOMP 
003010     END-EVALUATE.                                                CPYCOMP 
003020 1100-EXIT.                                                       CPYCOMP 
003030     EXIT.                                                        CPYCOMP 
003040*                                                                 CPYCOMP 
003050*-------------------------------------------------------------    CPYCOMP 
003060*2000-COMPILE-ONE-DECK - ONE WORKLIST LINE: COMPILE, COLLECT      CPYCOMP 
003070*THE DIAGNOSTICS, TRACE THEM, RECORD THE RESULT.                  CPYCOMP 
003080*-------------------------------------------------------------    CPYCOMP 
003090 2000-COMPILE-ONE-DECK.                                           CPYCOMP 
003100     READ WRK-FILE INTO WS-WRK-FILE-REC                           CPYCOMP 
003110         AT END MOVE 'Y' TO WS-EOF-SW                             CPYCOMP 
003120     END-READ.                                                    CPYCOMP 
003130     IF WS-EOF                                                    CPYCOMP 
003140         GO TO 2000-EXIT.                                         CPYCOMP 
003150     IF WS-WRK-FILE-REC(1:1) = '*'                                CPYCOMP 
003160         OR WS-WRK-FILE-REC(1:80) = SPACES                        CPYCOMP 
003170         GO TO 2000-EXIT.                                         CPYCOMP 
003180     ADD 1 TO WS-DECK-COUNT.                                      CPYCOMP 
003190     MOVE WS-WRK-FILE-REC(1:80) TO WS-DECK-NAME.                  CPYCOMP 
003200     MOVE WS-WRK-FILE-REC(82:10) TO WS-DECK-MEMBER.               CPYCOMP 
003210     MOVE WS-WRK-FILE-REC(93:9) TO WS-DECK-FPRINT.                CPYCOMP 
003220     MOVE 0 TO WS-DECK-LEN.                                       CPYCOMP 
003230     INSPECT WS-DECK-NAME TALLYING WS-DECK-LEN                    CPYCOMP 
003240         FOR CHARACTERS BEFORE SPACE.                             CPYCOMP 
003250     MOVE 0 TO WS-DG-COUNT WS-DG-DROPPED WS-DECK-ERRORS           CPYCOMP 
003260         WS-DECK-WARNINGS WS-DECK-FIRST-ERR WS-COMPILE-RC.        CPYCOMP 
003270     MOVE WS-DECK-NAME TO WS-DCK-FILENAME.                        CPYCOMP 
003280     OPEN INPUT DCK-FILE.                                         CPYCOMP 
003290     IF WS-DCK-FILE-STATUS NOT = '00'                             CPYCOMP 
003300         MOVE 'NODECK' TO WS-DECK-OUTCOME                         CPYCOMP 
003310         ADD 1 TO WS-DECK-ERRORS                                  CPYCOMP 
003320         ADD 1 TO WS-DG-COUNT                                     CPYCOMP 
003330         MOVE 0 TO WS-DG-LINE(1)                                  CPYCOMP 
003340         MOVE 'E' TO WS-DG-SEV(1)                                 CPYCOMP 
003350         MOVE SPACES TO WS-DG-SRC(1) WS-DG-LIB(1) WS-DG-SEQ(1)    CPYCOMP 
003360         MOVE 'DELIVERED DECK NOT FOUND' TO WS-DG-MSG(1)          CPYCOMP 
003370         MOVE 1 TO WS-DECK-FIRST-ERR                              CPYCOMP 
003380         GO TO 2050-RECORD-THE-DECK.                              CPYCOMP 
003390     CLOSE DCK-FILE.                                              CPYCOMP 
003400     PERFORM 2100-RUN-THE-COMPILER THRU 2100-EXIT.                CPYCOMP 
003410     PERFORM 2200-COLLECT-DIAGNOSTICS THRU 2200-EXIT.             CPYCOMP 
003420     PERFORM 2300-TRACE-DIAGNOSTICS THRU 2300-EXIT.               CPYCOMP 
003430     IF WS-COMPILE-RC > WS-RC-LIMIT OR WS-DECK-ERRORS > 0         CPYCOMP 
003440         MOVE 'FAILED' TO WS-DECK-OUTCOME                         CPYCOMP 
003450     ELSE                                                         CPYCOMP 
003460         IF WS-DECK-WARNINGS > 0                                  CPYCOMP 
003470             MOVE 'WARNINGS' TO WS-DECK-OUTCOME                   CPYCOMP 
003480         ELSE                                                     CPYCOMP 
003490             MOVE 'CLEAN' TO WS-DECK-OUTCOME                      CPYCOMP 
003500         END-IF                                                   CPYCOMP 
003510     END-IF.                                                      CPYCOMP 
003520 2050-RECORD-THE-DECK.                                            CPYCOMP 
003530     PERFORM 2400-WRITE-RESULTS THRU 2400-EXIT.                   CPYCOMP 
003540     IF WS-DECK-OUTCOME = 'FAILED'                                CPYCOMP 
003550         OR WS-DECK-OUTCOME = 'NODECK'                            CPYCOMP 
003560         ADD 1 TO WS-FAIL-COUNT                                   CPYCOMP 
003570         PERFORM 2500-WRITE-EXCEPTION THRU 2500-EXIT              CPYCOMP 
003580         GO TO 2000-EXIT.                                         CPYCOMP 
003590     IF WS-DECK-OUTCOME = 'WARNINGS'                              CPYCOMP 
003600         ADD 1 TO WS-WARN-COUNT                                   CPYCOMP 
003610     ELSE                                                         CPYCOMP 
003620         ADD 1 TO WS-CLEAN-COUNT                                  CPYCOMP 
003630     END-IF.                                                      CPYCOMP 
003640     IF WS-CLR-COUNT < 2000                                       CPYCOMP 
003650         ADD 1 TO WS-CLR-COUNT                                    CPYCOMP 
003660         MOVE WS-DECK-MEMBER TO WS-CLR-MEMBER(WS-CLR-COUNT)       CPYCOMP 
003670     END-IF.                                                      CPYCOMP 
003680 2000-EXIT.                                                       CPYCOMP 
003690     EXIT.                                                        CPYCOMP 
003700*                                                                 CPYCOMP 
003710 2100-RUN-THE-COMPILER.                                           CPYCOMP 
003720     MOVE SPACES TO WS-CMD-TEXT.                                  CPYCOMP 
003725     MOVE 1 TO WS-CMD-PTR.                                        CPYCOMP 
003730     STRING WS-COMPILE-COMMAND DELIMITED BY '  '                  CPYCOMP 
003740         ' ' DELIMITED BY SIZE                                    CPYCOMP 
003741         INTO WS-CMD-TEXT                                         CPYCOMP 
003742         WITH POINTER WS-CMD-PTR                                  CPYCOMP 
003743     END-STRING.                                                  CPYCOMP 
003744     IF WS-OBJECT-LIB NOT = SPACES                                CPYCOMP 
003745         STRING '-o ' DELIMITED BY SIZE                           CPYCOMP 
003746             WS-OBJECT-LIB DELIMITED BY SPACE                     CPYCOMP 
003747             '/' DELIMITED BY SIZE                                CPYCOMP 
003748             WS-DECK-MEMBER DELIMITED BY SPACE                    CPYCOMP 
003749             '.o ' DELIMITED BY SIZE                              CPYCOMP 
003750             INTO WS-CMD-TEXT                                     CPYCOMP 
003751             WITH POINTER WS-CMD-PTR                              CPYCOMP 
003752         END-STRING                                               CPYCOMP 
003753     END-IF.                                                      CPYCOMP 
003754     STRING WS-DECK-NAME DELIMITED BY SPACE                       CPYCOMP 
003760         ' > ' DELIMITED BY SIZE                                  CPYCOMP 
003770         WS-LST-FILENAME DELIMITED BY SPACE                       CPYCOMP 
003780         ' 2>&1' DELIMITED BY SIZE                                CPYCOMP 
003790         INTO WS-CMD-TEXT                                         CPYCOMP 
003795         WITH POINTER WS-CMD-PTR                                  CPYCOMP 
003800     END-STRING.                                                  CPYCOMP 
003810     CALL 'SYSTEM' USING WS-CMD.                                  CPYCOMP 
003820     MOVE RETURN-CODE TO WS-SYSTEM-RC.                            CPYCOMP 
003830     MOVE 0 TO RETURN-CODE.                                       CPYCOMP 
003840*    THE SHELL HANDS BACK A WAIT STATUS - THE COMPILER'S OWN      CPYCOMP 
003850*    RETURN CODE IS ITS HIGH-ORDER BYTE.                          CPYCOMP 
003860     IF WS-SYSTEM-RC > 255                                        CPYCOMP 
003870         DIVIDE 256 INTO WS-SYSTEM-RC                             CPYCOMP 
003880     END-IF.                                                      CPYCOMP 
003890     IF WS-SYSTEM-RC < 0 OR WS-SYSTEM-RC > 999                    CPYCOMP 
003900         MOVE 999 TO WS-COMPILE-RC                                CPYCOMP 
003910     ELSE                                                         CPYCOMP 
003920         MOVE WS-SYSTEM-RC TO WS-COMPILE-RC                       CPYCOMP 
003930     END-IF.                                                      CPYCOMP 
003940 2100-EXIT.                                                       CPYCOMP 
003950     EXIT.                                                        CPYCOMP 
003960*                                                                 CPYCOMP 
003970 2200-COLLECT-DIAGNOSTICS.                                        CPYCOMP 
003980     OPEN INPUT LST-FILE.                                         CPYCOMP 
003990     IF WS-LST-FILE-STATUS NOT = '00'                             CPYCOMP 
004000         GO TO 2200-EXIT.                                         CPYCOMP 
004010     MOVE 'N' TO WS-FOUND-SW.                                     CPYCOMP 
004020     PERFORM 2210-READ-ONE-LISTING-LINE THRU 2210-EXIT            CPYCOMP 
004030         UNTIL WS-FOUND.                                          CPYCOMP 
004040     CLOSE LST-FILE.                                              CPYCOMP 
004050 2200-EXIT.                                                       CPYCOMP 
004060     EXIT.                                                        CPYCOMP 
004070*                                                                 CPYCOMP 
004080 2210-READ-ONE-LISTING-LINE.                                      CPYCOMP 
004090     READ LST-FILE INTO WS-LST-FILE-REC                           CPYCOMP 
004100         AT END MOVE 'Y' TO WS-FOUND-SW                           CPYCOMP 
004110     END-READ.                                                    CPYCOMP 
004120     IF WS-FOUND                                                  CPYCOMP 
004130         GO TO 2210-EXIT.                                         CPYCOMP 
004140     IF WS-DECK-LEN > 0                                           CPYCOMP 
004150         AND WS-LST-FILE-REC(1:WS-DECK-LEN)                       CPYCOMP 
004160             = WS-DECK-NAME(1:WS-DECK-LEN)                        CPYCOMP 
004170         AND WS-LST-FILE-REC(WS-DECK-LEN + 1:1) = ':'             CPYCOMP 
004180         PERFORM 2220-PARSE-DECK-DIAGNOSTIC THRU 2220-EXIT        CPYCOMP 
004190         GO TO 2210-EXIT.                                         CPYCOMP 
004200*    AN ERROR THAT NAMES NO DECK LINE (AN UNREADABLE DECK, A      CPYCOMP 
004210*    BAD OPTION) STILL FAILS THE COMPILE.                         CPYCOMP 
004220     MOVE 0 TO WS-TALLY.                                          CPYCOMP 
004230     INSPECT WS-LST-FILE-REC TALLYING WS-TALLY                    CPYCOMP 
004240         FOR ALL ': error:' ALL ': ERROR:'.                       CPYCOMP 
004250     IF WS-TALLY > 0                                              CPYCOMP 
004260         MOVE 0 TO WS-NUM-VALUE                                   CPYCOMP 
004270         MOVE 'E' TO WS-LST-SEV                                   CPYCOMP 
004280         MOVE 1 TO WS-LST-PTR                                     CPYCOMP 
004290         PERFORM 2230-KEEP-DIAGNOSTIC THRU 2230-EXIT              CPYCOMP 
004300     END-IF.                                                      CPYCOMP 
004310 2210-EXIT.                                                       CPYCOMP 
004320     EXIT.                                                        CPYCOMP 
004330*                                                                 CPYCOMP 
004340 2220-PARSE-DECK-DIAGNOSTIC.                                      CPYCOMP 
004350     COMPUTE WS-LST-PTR = WS-DECK-LEN + 2.                        CPYCOMP 
004360     MOVE SPACES TO WS-LST-NUM-TXT WS-LST-SEV-TXT.                CPYCOMP 
004370     UNSTRING WS-LST-FILE-REC DELIMITED BY ':'                    CPYCOMP 
004380         INTO WS-LST-NUM-TXT WS-LST-SEV-TXT                       CPYCOMP 
004390         WITH POINTER WS-LST-PTR                                  CPYCOMP 
004400     END-UNSTRING.                                                CPYCOMP 
004410     MOVE 0 TO WS-NUM-LEN.                                        CPYCOMP 
004420     INSPECT WS-LST-NUM-TXT TALLYING WS-NUM-LEN                   CPYCOMP 
004430         FOR CHARACTERS BEFORE SPACE.                             CPYCOMP 
004440     IF WS-NUM-LEN = 0 OR WS-NUM-LEN > 8                          CPYCOMP 
004450         GO TO 2220-EXIT.                                         CPYCOMP 
004460     MOVE WS-LST-NUM-TXT(1:WS-NUM-LEN) TO WS-NUM-TEXT.            CPYCOMP 
004470     INSPECT WS-NUM-TEXT REPLACING LEADING SPACE BY '0'.          CPYCOMP 
004480     IF WS-NUM-TEXT NOT NUMERIC                                   CPYCOMP 
004490         GO TO 2220-EXIT.                                         CPYCOMP 
004500     EVALUATE WS-LST-SEV-TXT                                      CPYCOMP 
004510         WHEN ' error'                                            CPYCOMP 
004520         WHEN ' ERROR'                                            CPYCOMP 
004530             MOVE 'E' TO WS-LST-SEV                               CPYCOMP 
004540         WHEN ' warning'                                          CPYCOMP 
004550         WHEN ' WARNING'                                          CPYCOMP 
004560             MOVE 'W' TO WS-LST-SEV                               CPYCOMP 
004570         WHEN OTHER                                               CPYCOMP 
004580             GO TO 2220-EXIT                                      CPYCOMP 
004590     END-EVALUATE.                                                CPYCOMP 
004600     IF WS-LST-PTR < 256                                          CPYCOMP 
004610         AND WS-LST-FILE-REC(WS-LST-PTR:1) = SPACE                CPYCOMP 
004620         ADD 1 TO WS-LST-PTR                                      CPYCOMP 
004630     END-IF.                                                      CPYCOMP 
004640     PERFORM 2230-KEEP-DIAGNOSTIC THRU 2230-EXIT.                 CPYCOMP 
004650 2220-EXIT.                                                       CPYCOMP 
004660     EXIT.                                                        CPYCOMP 
004670*                                                                 CPYCOMP 
004680 2230-KEEP-DIAGNOSTIC.                                            CPYCOMP 
004690     IF WS-LST-SEV = 'E'                                          CPYCOMP 
004700         ADD 1 TO WS-DECK-ERRORS                                  CPYCOMP 
004710     ELSE                                                         CPYCOMP 
004720         ADD 1 TO WS-DECK-WARNINGS                                CPYCOMP 
004730     END-IF.                                                      CPYCOMP 
004740     IF WS-DG-COUNT NOT < 300                                     CPYCOMP 
004750         ADD 1 TO WS-DG-DROPPED                                   CPYCOMP 
004760         GO TO 2230-EXIT.                                         CPYCOMP 
004770     ADD 1 TO WS-DG-COUNT.                                        CPYCOMP 
004780     MOVE WS-NUM-VALUE TO WS-DG-LINE(WS-DG-COUNT).                CPYCOMP 
004790     MOVE WS-LST-SEV TO WS-DG-SEV(WS-DG-COUNT).                   CPYCOMP 
004800     MOVE SPACES TO WS-DG-SRC(WS-DG-COUNT)                        CPYCOMP 
004810         WS-DG-LIB(WS-DG-COUNT) WS-DG-SEQ(WS-DG-COUNT).           CPYCOMP 
004820     IF WS-LST-PTR > 256                                          CPYCOMP 
004830         MOVE SPACES TO WS-DG-MSG(WS-DG-COUNT)                    CPYCOMP 
004840     ELSE                                                         CPYCOMP 
004850         MOVE WS-LST-FILE-REC(WS-LST-PTR:)                        CPYCOMP 
004860             TO WS-DG-MSG(WS-DG-COUNT)                            CPYCOMP 
004870     END-IF.                                                      CPYCOMP 
004880     IF WS-LST-SEV = 'E' AND WS-DECK-FIRST-ERR = 0                CPYCOMP 
004890         MOVE WS-DG-COUNT TO WS-DECK-FIRST-ERR                    CPYCOMP 
004900     END-IF.                                                      CPYCOMP 
004910 2230-EXIT.                                                       CPYCOMP 
004920     EXIT.                                                        CPYCOMP 
004930*                                                                 CPYCOMP 
004940*-------------------------------------------------------------    CPYCOMP 
004950*2300-TRACE-DIAGNOSTICS - ONE PASS OF THE PROVENANCE SIDE         CPYCOMP 
004960*FILE: DECK LINE 1-8, MEMBER OR COPYBOOK 9-38, LIBRARY 40-47      CPYCOMP 
004970*(SPACES FOR THE MEMBER'S OWN LINES), ORIGINAL SEQUENCE 60-65.    CPYCOMP 
004980*-------------------------------------------------------------    CPYCOMP 
004990 2300-TRACE-DIAGNOSTICS.                                          CPYCOMP 
005000     IF WS-DG-COUNT = 0                                           CPYCOMP 
005010         GO TO 2300-EXIT.                                         CPYCOMP 
005020     MOVE SPACES TO WS-PRV-FILENAME.                              CPYCOMP 
005030     STRING WS-DECK-NAME DELIMITED BY SPACE                       CPYCOMP 
005040         '.PRV' DELIMITED BY SIZE                                 CPYCOMP 
005050         INTO WS-PRV-FILENAME                                     CPYCOMP 
005060     END-STRING.                                                  CPYCOMP 
005070     OPEN INPUT PRV-FILE.                                         CPYCOMP 
005080     IF WS-PRV-FILE-STATUS NOT = '00'                             CPYCOMP 
005090         GO TO 2300-EXIT.                                         CPYCOMP 
005100     MOVE 'N' TO WS-FOUND-SW.                                     CPYCOMP 
005110     PERFORM 2310-TRACE-ONE-PRV-LINE THRU 2310-EXIT               CPYCOMP 
005120         UNTIL WS-FOUND.                                          CPYCOMP 
005130     CLOSE PRV-FILE.                                              CPYCOMP 
005140 2300-EXIT.                                                       CPYCOMP 
005150     EXIT.                                                        CPYCOMP 
005160*                                                                 CPYCOMP 
005170 2310-TRACE-ONE-PRV-LINE.                                         CPYCOMP 
005180     READ PRV-FILE INTO WS-PRV-FILE-REC                           CPYCOMP 
005190         AT END MOVE 'Y' TO WS-FOUND-SW                           CPYCOMP 
005200     END-READ.                                                    CPYCOMP 
005210     IF WS-FOUND                                                  CPYCOMP 
005220         GO TO 2310-EXIT.                                         CPYCOMP 
005230     IF WS-PRV-FILE-REC(1:8) NOT NUMERIC                          CPYCOMP 
005240         GO TO 2310-EXIT.                                         CPYCOMP 
005250     MOVE WS-PRV-FILE-REC(1:8) TO WS-PRV-LINE.                    CPYCOMP 
005260     PERFORM 2320-MATCH-ONE-DIAGNOSTIC THRU 2320-EXIT             CPYCOMP 
005270         VARYING WS-DG-IX FROM 1 BY 1                             CPYCOMP 
005280         UNTIL WS-DG-IX > WS-DG-COUNT.                            CPYCOMP 
005290 2310-EXIT.                                                       CPYCOMP 
005300     EXIT.                                                        CPYCOMP 
005310*                                                                 CPYCOMP 
005320 2320-MATCH-ONE-DIAGNOSTIC.                                       CPYCOMP 
005330     IF WS-DG-LINE(WS-DG-IX) = WS-PRV-LINE                        CPYCOMP 
005340         MOVE WS-PRV-FILE-REC(9:30) TO WS-DG-SRC(WS-DG-IX)        CPYCOMP 
005350         MOVE WS-PRV-FILE-REC(40:8) TO WS-DG-LIB(WS-DG-IX)        CPYCOMP 
005360         MOVE WS-PRV-FILE-REC(60:6) TO WS-DG-SEQ(WS-DG-IX)        CPYCOMP 
005370     END-IF.                                                      CPYCOMP 
005380 2320-EXIT.                                                       CPYCOMP 
005390     EXIT.                                                        CPYCOMP 
005400*                                                                 CPYCOMP 
005410*-------------------------------------------------------------    CPYCOMP 
005420*2400-WRITE-RESULTS - THE DECK'S D RECORD AND ITS M RECORDS,      CPYCOMP 
005430*AND THE SAME ON THE REPORT.                                      CPYCOMP 
005440*-------------------------------------------------------------    CPYCOMP 
005450 2400-WRITE-RESULTS.                                              CPYCOMP 
005460     MOVE SPACES TO CRS-RECORD.                                   CPYCOMP 
005470     MOVE WS-RUN-TIMESTAMP TO CRS-RUN-TS.                         CPYCOMP 
005480     MOVE WS-DECK-MEMBER TO CRS-MEMBER.                           CPYCOMP 
005490     MOVE 'D' TO CRS-REC-TYPE.                                    CPYCOMP 
005500     MOVE WS-DECK-OUTCOME TO CRS-OUTCOME.                         CPYCOMP 
005510     MOVE WS-COMPILE-RC TO CRS-COMPILE-RC.                        CPYCOMP 
005520     MOVE WS-DECK-ERRORS TO CRS-ERROR-COUNT.                      CPYCOMP 
005530     MOVE WS-DECK-WARNINGS TO CRS-WARN-COUNT.                     CPYCOMP 
005540     MOVE WS-DECK-FPRINT TO CRS-FINGERPRINT.                      CPYCOMP 
005550     MOVE WS-DECK-NAME TO CRS-DECK-NAME.                          CPYCOMP 
005560     WRITE WS-CRS-FILE-REC FROM CRS-RECORD.                       CPYCOMP 
005570     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYCOMP 
005580     WRITE WS-RPT-FILE-REC.                                       CPYCOMP 
005590     MOVE WS-DECK-MEMBER TO WS-RPT-FILE-REC(1:10).                CPYCOMP 
005600     MOVE WS-DECK-OUTCOME TO WS-RPT-FILE-REC(12:8).               CPYCOMP 
005610     MOVE 'RC' TO WS-RPT-FILE-REC(21:2).                          CPYCOMP 
005620     MOVE WS-COMPILE-RC TO WS-EDIT-RC.                            CPYCOMP 
005630     MOVE WS-EDIT-RC TO WS-RPT-FILE-REC(24:3).                    CPYCOMP 
005640     MOVE WS-DECK-ERRORS TO WS-EDIT-COUNT.                        CPYCOMP 
005650     MOVE WS-EDIT-COUNT TO WS-RPT-FILE-REC(28:5).                 CPYCOMP 
005660     MOVE 'ERRORS' TO WS-RPT-FILE-REC(34:6).                      CPYCOMP 
005670     MOVE WS-DECK-WARNINGS TO WS-EDIT-COUNT.                      CPYCOMP 
005680     MOVE WS-EDIT-COUNT TO WS-RPT-FILE-REC(41:5).                 CPYCOMP 
005690     MOVE 'WARNINGS' TO WS-RPT-FILE-REC(47:8).                    CPYCOMP 
005700     MOVE WS-DECK-NAME TO WS-RPT-FILE-REC(57:76).                 CPYCOMP 
005710     WRITE WS-RPT-FILE-REC.                                       CPYCOMP 
005720     PERFORM 2410-WRITE-ONE-DIAGNOSTIC THRU 2410-EXIT             CPYCOMP 
005730         VARYING WS-DG-IX FROM 1 BY 1                             CPYCOMP 
005740         UNTIL WS-DG-IX > WS-DG-COUNT.                            CPYCOMP 
005750     IF WS-DG-DROPPED > 0                                         CPYCOMP 
005760         MOVE SPACES TO WS-RPT-FILE-REC                           CPYCOMP 
005770         MOVE WS-DG-DROPPED TO WS-EDIT-COUNT                      CPYCOMP 
005780         STRING '    ' DELIMITED BY SIZE                          CPYCOMP 
005790             WS-EDIT-COUNT DELIMITED BY SIZE                      CPYCOMP 
005800             ' FURTHER DIAGNOSTICS COUNTED BUT NOT LISTED'        CPYCOMP 
005810             DELIMITED BY SIZE                                    CPYCOMP 
005820             INTO WS-RPT-FILE-REC                                 CPYCOMP 
005830         END-STRING                                               CPYCOMP 
005840         WRITE WS-RPT-FILE-REC                                    CPYCOMP 
005850     END-IF.                                                      CPYCOMP 
005860 2400-EXIT.                                                       CPYCOMP 
005870     EXIT.                                                        CPYCOMP 
005880*                                                                 CPYCOMP 
005890 2410-WRITE-ONE-DIAGNOSTIC.                                       CPYCOMP 
005900     MOVE SPACES TO CRS-RECORD.                                   CPYCOMP 
005910     MOVE WS-RUN-TIMESTAMP TO CRS-RUN-TS.                         CPYCOMP 
005920     MOVE WS-DECK-MEMBER TO CRS-MEMBER.                           CPYCOMP 
005930     MOVE 'M' TO CRS-REC-TYPE.                                    CPYCOMP 
005940     MOVE WS-DG-LINE(WS-DG-IX) TO CRS-DECK-LINE.                  CPYCOMP 
005950     MOVE WS-DG-SEV(WS-DG-IX) TO CRS-SEVERITY.                    CPYCOMP 
005960     MOVE WS-DG-SRC(WS-DG-IX) TO CRS-SOURCE-NAME.                 CPYCOMP 
005970     MOVE WS-DG-LIB(WS-DG-IX) TO CRS-LIBRARY.                     CPYCOMP 
005980     MOVE WS-DG-SEQ(WS-DG-IX) TO CRS-SOURCE-SEQ.                  CPYCOMP 
005990     MOVE WS-DG-MSG(WS-DG-IX) TO CRS-MESSAGE.                     CPYCOMP 
006000     WRITE WS-CRS-FILE-REC FROM CRS-RECORD.                       CPYCOMP 
006010     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYCOMP 
006020     MOVE WS-DG-SEV(WS-DG-IX) TO WS-RPT-FILE-REC(5:1).            CPYCOMP 
006030     MOVE WS-DG-LINE(WS-DG-IX) TO WS-EDIT-LINE.                   CPYCOMP 
006040     MOVE WS-EDIT-LINE TO WS-RPT-FILE-REC(7:8).                   CPYCOMP 
006050     IF WS-DG-SRC(WS-DG-IX) = SPACES                              CPYCOMP 
006060         MOVE '(NOT TRACED)' TO WS-RPT-FILE-REC(16:30)            CPYCOMP 
006070     ELSE                                                         CPYCOMP 
006080         MOVE WS-DG-SRC(WS-DG-IX) TO WS-RPT-FILE-REC(16:30)       CPYCOMP 
006090     END-IF.                                                      CPYCOMP 
006100     MOVE WS-DG-LIB(WS-DG-IX) TO WS-RPT-FILE-REC(47:8).           CPYCOMP 
006110     MOVE WS-DG-SEQ(WS-DG-IX) TO WS-RPT-FILE-REC(56:6).           CPYCOMP 
006120     MOVE WS-DG-MSG(WS-DG-IX) TO WS-RPT-FILE-REC(63:70).          CPYCOMP 
006130     WRITE WS-RPT-FILE-REC.                                       CPYCOMP 
006140 2410-EXIT.                                                       CPYCOMP 
006150     EXIT.                                                        CPYCOMP 
006160*                                                                 CPYCOMP 
006170*-------------------------------------------------------------    CPYCOMP 
006180*2500-WRITE-EXCEPTION - ONE CPYEXC RECORD PER FAILED DECK,        CPYCOMP 
006190*NAMING THE COPYBOOK OF THE FIRST ERROR (SPACES WHEN IT IS IN     CPYCOMP 
006200*THE MEMBER'S OWN TEXT) SO CPYEXCM DEFAULTS ITS OWNER.            CPYCOMP 
006210*-------------------------------------------------------------    CPYCOMP 
006220 2500-WRITE-EXCEPTION.                                            CPYCOMP 
006230     PERFORM 2600-NEXT-EXC-TIMESTAMP THRU 2600-EXIT.              CPYCOMP 
006240     MOVE WS-TS-TEXT TO EXC-TIMESTAMP.                            CPYCOMP 
006250     MOVE WS-DECK-MEMBER TO EXC-PROGRAM-NAME.                     CPYCOMP 
006260     MOVE SPACES TO EXC-COPYBOOK-NAME EXC-REASON-TEXT.            CPYCOMP 
006270     MOVE 'COMPILE' TO EXC-REASON-CODE.                           CPYCOMP 
006280     MOVE 'NEW' TO EXC-STATUS.                                    CPYCOMP 
006290     MOVE SPACES TO EXC-ASSIGNED-TO.                              CPYCOMP 
006300     MOVE WS-COMPILE-RC TO WS-EDIT-RC.                            CPYCOMP 
006310     MOVE WS-DECK-ERRORS TO WS-EDIT-COUNT.                        CPYCOMP 
006320     IF WS-DECK-FIRST-ERR = 0                                     CPYCOMP 
006330         STRING 'RC' DELIMITED BY SIZE                            CPYCOMP 
006340             WS-EDIT-RC DELIMITED BY SIZE                         CPYCOMP 
006350             ' - NO ERROR MESSAGE CAPTURED' DELIMITED BY SIZE     CPYCOMP 
006360             INTO EXC-REASON-TEXT                                 CPYCOMP 
006370         END-STRING                                               CPYCOMP 
006380         GO TO 2550-APPEND-EXCEPTION.                             CPYCOMP 
006390     MOVE WS-DECK-FIRST-ERR TO WS-DG-IX.                          CPYCOMP 
006400     IF WS-DG-LIB(WS-DG-IX) NOT = SPACES                          CPYCOMP 
006410         MOVE WS-DG-SRC(WS-DG-IX) TO EXC-COPYBOOK-NAME            CPYCOMP 
006420     END-IF.                                                      CPYCOMP 
006430     IF WS-DG-SRC(WS-DG-IX) = SPACES                              CPYCOMP 
006440         STRING 'RC' DELIMITED BY SIZE                            CPYCOMP 
006450             WS-EDIT-RC DELIMITED BY SIZE                         CPYCOMP 
006460             WS-EDIT-COUNT DELIMITED BY SIZE                      CPYCOMP 
006470             ' ERR: ' DELIMITED BY SIZE                           CPYCOMP 
006480             WS-DG-MSG(WS-DG-IX) DELIMITED BY SIZE                CPYCOMP 
006490             INTO EXC-REASON-TEXT                                 CPYCOMP 
006500             ON OVERFLOW CONTINUE                                 CPYCOMP 
006510         END-STRING                                               CPYCOMP 
006520     ELSE                                                         CPYCOMP 
006530         STRING 'RC' DELIMITED BY SIZE                            CPYCOMP 
006540             WS-EDIT-RC DELIMITED BY SIZE                         CPYCOMP 
006550             WS-EDIT-COUNT DELIMITED BY SIZE                      CPYCOMP 
006560             ' ERR, 1ST ' DELIMITED BY SIZE                       CPYCOMP 
006570             WS-DG-SRC(WS-DG-IX) DELIMITED BY SPACE               CPYCOMP 
006580             ' ' DELIMITED BY SIZE                                CPYCOMP 
006590             WS-DG-SEQ(WS-DG-IX) DELIMITED BY SIZE                CPYCOMP 
006600             ': ' DELIMITED BY SIZE                               CPYCOMP 
006610             WS-DG-MSG(WS-DG-IX) DELIMITED BY SIZE                CPYCOMP 
006620             INTO EXC-REASON-TEXT                                 CPYCOMP 
006630             ON OVERFLOW CONTINUE                                 CPYCOMP 
006640         END-STRING                                               CPYCOMP 
006650     END-IF.                                                      CPYCOMP 
006660 2550-APPEND-EXCEPTION.                                           CPYCOMP 
006670     OPEN EXTEND EXC-FILE.                                        CPYCOMP 
006680     IF WS-EXC-FILE-STATUS = '35'                                 CPYCOMP 
006690         OPEN OUTPUT EXC-FILE                                     CPYCOMP 
006700     END-IF.                                                      CPYCOMP 
006710     WRITE WS-EXC-FILE-REC FROM EXC-RECORD.                       CPYCOMP 
006720     CLOSE EXC-FILE.                                              CPYCOMP 
006730     ADD 1 TO WS-EXC-WRITTEN.                                     CPYCOMP 
006740 2500-EXIT.                                                       CPYCOMP 
006750     EXIT.                                                        CPYCOMP 
006760*                                                                 CPYCOMP 
006770 2600-NEXT-EXC-TIMESTAMP.                                         CPYCOMP 
006780     ACCEPT WS-DATE-PART FROM DATE YYYYMMDD.                      CPYCOMP 
006790     ACCEPT WS-TIME-PART FROM TIME.                               CPYCOMP 
006800     STRING WS-DATE-PART WS-TIME-PART                             CPYCOMP 
006810         DELIMITED BY SIZE INTO WS-TS-TEXT.                       CPYCOMP 
006820     IF WS-LAST-EXC-TS NOT = SPACES                               CPYCOMP 
006830         AND WS-TS-TEXT NOT > WS-LAST-EXC-TS                      CPYCOMP 
006840         MOVE WS-LAST-EXC-TS TO WS-TS-TEXT                        CPYCOMP 
006850         ADD 1 TO WS-TS-NUM                                       CPYCOMP 
006860     END-IF.                                                      CPYCOMP 
006870     MOVE WS-TS-TEXT TO WS-LAST-EXC-TS.                           CPYCOMP 
006880 2600-EXIT.                                                       CPYCOMP 
006890     EXIT.                                                        CPYCOMP 
006900*                                                                 CPYCOMP 
006910*-------------------------------------------------------------    CPYCOMP 
006920*7000-RESOLVE-CLEARED - A MEMBER WHOSE DECK NOW COMPILES IS NO    CPYCOMP 
006930*LONGER A COMPILE FAILURE: ITS OPEN COMPILE RECORDS ARE CLOSED    CPYCOMP 
006940*AS RESOLVED.  THE QUEUE IS SHARED - SERIALIZE ON THE             CPYCOMP 
006950*EXPANSION LOCK FOR THE REWRITE, AS CPYEXCM DOES.                 CPYCOMP 
006960*-------------------------------------------------------------    CPYCOMP 
006970 7000-RESOLVE-CLEARED.                                            CPYCOMP 
006980     IF WS-CLR-COUNT = 0                                          CPYCOMP 
006990         GO TO 7000-EXIT.                                         CPYCOMP 
007000     MOVE 'A' TO LOCK-ACTION.                                     CPYCOMP 
007010     MOVE 'EXPANSN' TO LOCK-NAME.                                 CPYCOMP 
007020     MOVE 'CPYCOMP' TO LOCK-HOLDER.                               CPYCOMP 
007030     CALL 'CPYLOCK' USING CPYLOCK-PARMS.                          CPYCOMP 
007040     IF NOT LOCK-OBTAINED                                         CPYCOMP 
007050         DISPLAY 'CPYCOMP - COULD NOT OBTAIN THE EXPANSION LOCK'  CPYCOMP 
007060             ' - COMPILE EXCEPTIONS NOT RESOLVED'                 CPYCOMP 
007070         GO TO 7000-EXIT.                                         CPYCOMP 
007080     OPEN INPUT EXC-FILE.                                         CPYCOMP 
007090     IF WS-EXC-FILE-STATUS NOT = '00'                             CPYCOMP 
007100         GO TO 7090-RELEASE-THE-LOCK.                             CPYCOMP 
007110     OPEN OUTPUT EXCOUT-FILE.                                     CPYCOMP 
007120     MOVE 'N' TO WS-EOF-SW.                                       CPYCOMP 
007130     PERFORM 7100-REWRITE-ONE-RECORD THRU 7100-EXIT               CPYCOMP 
007140         UNTIL WS-EOF.                                            CPYCOMP 
007150     CLOSE EXC-FILE.                                              CPYCOMP 
007160     CLOSE EXCOUT-FILE.                                           CPYCOMP 
007170     CALL 'CBL_DELETE_FILE' USING WS-EXC-FILENAME.                CPYCOMP 
007180     CALL 'CBL_RENAME_FILE' USING WS-EXCOUT-FILENAME              CPYCOMP 
007190         WS-EXC-FILENAME.                                         CPYCOMP 
007200 7090-RELEASE-THE-LOCK.                                           CPYCOMP 
007210     MOVE 0 TO RETURN-CODE.                                       CPYCOMP 
007220     MOVE 'R' TO LOCK-ACTION.                                     CPYCOMP 
007230     CALL 'CPYLOCK' USING CPYLOCK-PARMS.                          CPYCOMP 
007240 7000-EXIT.                                                       CPYCOMP 
007250     EXIT.                                                        CPYCOMP 
007260*                                                                 CPYCOMP 
007270 7100-REWRITE-ONE-RECORD.                                         CPYCOMP 
007280     READ EXC-FILE INTO EXC-RECORD                                CPYCOMP 
007290         AT END MOVE 'Y' TO WS-EOF-SW                             CPYCOMP 
007300     END-READ.                                                    CPYCOMP 
007310     IF WS-EOF                                                    CPYCOMP 
007320         GO TO 7100-EXIT.                                         CPYCOMP 
007330     IF EXC-REASON-CODE = 'COMPILE'                               CPYCOMP 
007340         AND EXC-STATUS NOT = 'RESOLVED'                          CPYCOMP 
007350         AND EXC-STATUS NOT = 'PERMANENT'                         CPYCOMP 
007360         MOVE 'N' TO WS-FOUND-SW                                  CPYCOMP 
007370         PERFORM 7150-MATCH-ONE-CLEARED THRU 7150-EXIT            CPYCOMP 
007380             VARYING WS-CLR-IX FROM 1 BY 1                        CPYCOMP 
007390             UNTIL WS-CLR-IX > WS-CLR-COUNT OR WS-FOUND           CPYCOMP 
007400         IF WS-FOUND                                              CPYCOMP 
007410             MOVE 'RESOLVED' TO EXC-STATUS                        CPYCOMP 
007420             MOVE 'CPYCOMP' TO EXC-ASSIGNED-TO                    CPYCOMP 
007430             ADD 1 TO WS-EXC-RESOLVED                             CPYCOMP 
007440         END-IF                                                   CPYCOMP 
007450     END-IF.                                                      CPYCOMP 
007460     WRITE WS-EXCOUT-FILE-REC FROM EXC-RECORD.                    CPYCOMP 
007470 7100-EXIT.                                                       CPYCOMP 
007480     EXIT.                                                        CPYCOMP 
007490*                                                                 CPYCOMP 
007500 7150-MATCH-ONE-CLEARED.                                          CPYCOMP 
007510     IF WS-CLR-MEMBER(WS-CLR-IX) = EXC-PROGRAM-NAME               CPYCOMP 
007520         MOVE 'Y' TO WS-FOUND-SW                                  CPYCOMP 
007530     END-IF.                                                      CPYCOMP 
007540 7150-EXIT.                                                       CPYCOMP 
007550     EXIT.                                                        CPYCOMP 
007560*                                                                 CPYCOMP 
007570 8000-PRINT-SUMMARY.                                              CPYCOMP 
007580     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYCOMP 
007590     WRITE WS-RPT-FILE-REC.                                       CPYCOMP 
007600     MOVE WS-DECK-COUNT TO WS-EDIT-COUNT.                         CPYCOMP 
007610     MOVE 'DECKS COMPILED' TO WS-RPT-FILE-REC(1:24).              CPYCOMP 
007620     MOVE WS-EDIT-COUNT TO WS-RPT-FILE-REC(26:5).                 CPYCOMP 
007630     WRITE WS-RPT-FILE-REC.                                       CPYCOMP 
007640     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYCOMP 
007650     MOVE WS-CLEAN-COUNT TO WS-EDIT-COUNT.                        CPYCOMP 
007660     MOVE '  CLEAN' TO WS-RPT-FILE-REC(1:24).                     CPYCOMP 
007670     MOVE WS-EDIT-COUNT TO WS-RPT-FILE-REC(26:5).                 CPYCOMP 
007680     WRITE WS-RPT-FILE-REC.                                       CPYCOMP 
007690     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYCOMP 
007700     MOVE WS-WARN-COUNT TO WS-EDIT-COUNT.                         CPYCOMP 
007710     MOVE '  WITH WARNINGS' TO WS-RPT-FILE-REC(1:24).             CPYCOMP 
007720     MOVE WS-EDIT-COUNT TO WS-RPT-FILE-REC(26:5).                 CPYCOMP 
007730     WRITE WS-RPT-FILE-REC.                                       CPYCOMP 
007740     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYCOMP 
007750     MOVE WS-FAIL-COUNT TO WS-EDIT-COUNT.                         CPYCOMP 
007760     MOVE '  FAILED' TO WS-RPT-FILE-REC(1:24).                    CPYCOMP 
007770     MOVE WS-EDIT-COUNT TO WS-RPT-FILE-REC(26:5).                 CPYCOMP 
007780     WRITE WS-RPT-FILE-REC.                                       CPYCOMP 
007790     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYCOMP 
007800     MOVE WS-EXC-WRITTEN TO WS-EDIT-COUNT.                        CPYCOMP 
007810     MOVE 'EXCEPTIONS WRITTEN' TO WS-RPT-FILE-REC(1:24).          CPYCOMP 
007820     MOVE WS-EDIT-COUNT TO WS-RPT-FILE-REC(26:5).                 CPYCOMP 
007830     WRITE WS-RPT-FILE-REC.                                       CPYCOMP 
007840     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYCOMP 
007850     MOVE WS-EXC-RESOLVED TO WS-EDIT-COUNT.                       CPYCOMP 
007860     MOVE 'EXCEPTIONS RESOLVED' TO WS-RPT-FILE-REC(1:24).         CPYCOMP 
007870     MOVE WS-EDIT-COUNT TO WS-RPT-FILE-REC(26:5).                 CPYCOMP 
007880     WRITE WS-RPT-FILE-REC.                                       CPYCOMP 
007890 8000-EXIT.                                                       CPYCOMP 
007900     EXIT.                                                        CPYCOMP 
007910*-------------------------------------------------------------    CPYCOMP 
007920*9990-POST-COMPLETION - APPEND THIS RUN'S RECORD TO THE           CPYCOMP 
007930*JOB-STREAM LEDGER.  THE CALL WOULD CLEAR RETURN-CODE, SO THE     CPYCOMP 
007940*CODE THE RUN ENDS WITH IS CARRIED ACROSS IT IN JLG-RC.           CPYCOMP 
007950*-------------------------------------------------------------    CPYCOMP 
007960 9990-POST-COMPLETION.                                            CPYCOMP 
007970     MOVE RETURN-CODE TO JLG-RC.                                  CPYCOMP 
007980     MOVE 'E' TO JLG-ACTION.                                      CPYCOMP 
007990     CALL 'CPYJLOG' USING CPYJLOG-PARMS.                          CPYCOMP 
008000     MOVE JLG-RC TO RETURN-CODE.                                  CPYCOMP 
008010 9990-EXIT.                                                       CPYCOMP 
008020     EXIT.                                                        CPYCOMP 
