000010 IDENTIFICATION DIVISION.                                         CPYSLIC 
000020 PROGRAM-ID. CPYSLIC.                                             CPYSLIC 
000030 AUTHOR. R SANDOVAL.                                              CPYSLIC 
000040 INSTALLATION. DATA CENTER SERVICES - COPYBOOK TOOLING.           CPYSLIC 
000050 DATE-WRITTEN. 2026-10-15.                                        CPYSLIC 
000060 DATE-COMPILED.                                                   CPYSLIC 
000070*-------------------------------------------------------------    CPYSLIC 
000080*MODIFICATION HISTORY                                             CPYSLIC 
000090*-------------------------------------------------------------    CPYSLIC 
000100*2026-10-15 RS  BALANCED SLICE PLANNER FOR THE PARALLEL           CPYSLIC 
000110*               OVERNIGHT SWEEP.  CUTS config/MEMBERS.LST INTO    CPYSLIC 
000120*               ONE SLICE PER CPYDRVR JOB STEP INSTEAD OF BY      CPYSLIC 
000130*               HAND.  EACH MEMBER IS COSTED AT THE AVERAGE OF    CPYSLIC 
000140*               ITS LAST FEW EXPAND RUNS ON registry/CPYACT.DAT   CPYSLIC 
000150*               (A MEMBER WITH NO HISTORY IS COSTED AT THE        CPYSLIC 
000160*               LIBRARY AVERAGE) AND DEALT, LONGEST FIRST, TO     CPYSLIC 
000170*               WHICHEVER SLICE IS LIGHTEST SO FAR.  EACH         CPYSLIC 
000180*               SLICE FILE KEEPS THE COL 12 PRIORITY CLASSES      CPYSLIC 
000190*               AND LISTS ITS MEMBERS CLASS BY CLASS, IN          CPYSLIC 
000200*               MEMBERS.LST ORDER WITHIN A CLASS.  THE REPORT     CPYSLIC 
000210*               GIVES EACH SLICE'S PROJECTED END AGAINST          CPYSLIC 
000220*               BATCH-DEADLINE IN config/CPYCHKP.CFG.             CPYSLIC 
000230*               SYSIN KEYWORD CARDS (COLS                         CPYSLIC 
000240*               1-8, VALUE FROM COL 10): STEPS (01-26, DEFAULT    CPYSLIC 
000250*               02), START (HHMMSS, DEFAULT NOW), RUNS (RUNS      CPYSLIC 
000260*               AVERAGED PER MEMBER, 01-10, DEFAULT 05),          CPYSLIC 
000270*               MEMBERS (THE LIST TO CUT), SLICES (OUTPUT         CPYSLIC 
000280*               PREFIX, DEFAULT config/MEMBERS GIVING             CPYSLIC 
000290*               MEMBERSA.LST, MEMBERSB.LST, ...), ENVIRON         CPYSLIC 
000300*               (READ registry/<ENV>/CPYACT.DAT).  REPORT:        CPYSLIC 
000310*               registry/CPYSLIC.RPT.  RC 0 EVERY SLICE ENDS      CPYSLIC 
000320*               INSIDE THE WINDOW, 4 A SLICE IS PROJECTED         CPYSLIC 
000330*               LATE, 8 REFUSED.                                  CPYSLIC 
000340*-------------------------------------------------------------    CPYSLIC 
000350 ENVIRONMENT DIVISION.                                            CPYSLIC 
000360 CONFIGURATION SECTION.                                           CPYSLIC 
000370 SOURCE-COMPUTER. GENERIC-COMPUTER.                               CPYSLIC 
000380 OBJECT-COMPUTER. GENERIC-COMPUTER.                               CPYSLIC 
000390 INPUT-OUTPUT SECTION.                                            CPYSLIC 
000400 FILE-CONTROL.                                                    CPYSLIC 
000410     SELECT PARM-FILE ASSIGN TO DYNAMIC WS-PARM-FILENAME          CPYSLIC 
000420         ORGANIZATION LINE SEQUENTIAL                             CPYSLIC 
000430         FILE STATUS IS WS-PARM-FILE-STATUS.                      CPYSLIC 
000440     SELECT CFG-FILE ASSIGN TO DYNAMIC WS-CFG-FILENAME            CPYSLIC 
000450         ORGANIZATION LINE SEQUENTIAL                             CPYSLIC 
000460         FILE STATUS IS WS-CFG-FILE-STATUS.                       CPYSLIC 
000470     SELECT MBR-FILE ASSIGN TO DYNAMIC WS-MBR-FILENAME            CPYSLIC 
000480         ORGANIZATION LINE SEQUENTIAL                             CPYSLIC 
000490         FILE STATUS IS WS-MBR-FILE-STATUS.                       CPYSLIC 
000500     SELECT ACT-FILE ASSIGN TO DYNAMIC WS-ACT-FILENAME            CPYSLIC 
000510         ORGANIZATION LINE SEQUENTIAL                             CPYSLIC 
000520         FILE STATUS IS WS-ACT-FILE-STATUS.                       CPYSLIC 
000530     SELECT SLC-FILE ASSIGN TO DYNAMIC WS-SLC-FILENAME            CPYSLIC 
000540         ORGANIZATION LINE SEQUENTIAL                             CPYSLIC 
000550         FILE STATUS IS WS-SLC-FILE-STATUS.                       CPYSLIC 
000560     SELECT RPT-FILE ASSIGN TO DYNAMIC WS-RPT-FILENAME            CPYSLIC 
000570         ORGANIZATION LINE SEQUENTIAL                             CPYSLIC 
000580         FILE STATUS IS WS-RPT-FILE-STATUS.                       CPYSLIC 
000590 DATA DIVISION.                                                   CPYSLIC 
000600 FILE SECTION.                                                    CPYSLIC 
000610 FD  PARM-FILE.                                                   CPYSLIC 
000620 01  WS-PARM-FILE-REC        PIC X(80).                           CPYSLIC 
000630 FD  CFG-FILE.                                                    CPYSLIC 
000640 01  WS-CFG-FILE-REC         PIC X(80).                           CPYSLIC 
000650 FD  MBR-FILE.                                                    CPYSLIC 
000660 01  WS-MBR-FILE-REC         PIC X(80).                           CPYSLIC 
000670 FD  ACT-FILE.                                                    CPYSLIC 
000680 01  WS-ACT-FILE-REC         PIC X(80).                           CPYSLIC 
000690 FD  SLC-FILE.                                                    CPYSLIC 
000700 01  WS-SLC-FILE-REC         PIC X(80).                           CPYSLIC 
000710 FD  RPT-FILE.                                                    CPYSLIC 
000720 01  WS-RPT-FILE-REC         PIC X(132).                          CPYSLIC 
000730 WORKING-STORAGE SECTION.                                         CPYSLIC 
000740*-------------------------------------------------------------    CPYSLIC 
000750*FILE STATUS AND DYNAMIC FILE NAMES                               CPYSLIC 
000760*-------------------------------------------------------------    CPYSLIC 
000770 77  WS-PARM-FILENAME        PIC X(80)                            CPYSLIC 
000780         VALUE 'jcl/CPYSLIC.SYSIN'.                               CPYSLIC 
000790 77  WS-PARM-FILE-STATUS     PIC X(02) VALUE '00'.                CPYSLIC 
000800 77  WS-CFG-FILENAME         PIC X(80)                            CPYSLIC 
000810         VALUE 'config/CPYCHKP.CFG'.                              CPYSLIC 
000820 77  WS-CFG-FILE-STATUS      PIC X(02) VALUE '00'.                CPYSLIC 
000830 77  WS-MBR-FILENAME         PIC X(80)                            CPYSLIC 
000840         VALUE 'config/MEMBERS.LST'.                              CPYSLIC 
000850 77  WS-MBR-FILE-STATUS      PIC X(02) VALUE '00'.                CPYSLIC 
000860 77  WS-ACT-FILENAME         PIC X(80)                            CPYSLIC 
000870         VALUE 'registry/CPYACT.DAT'.                             CPYSLIC 
000880 77  WS-ACT-FILE-STATUS      PIC X(02) VALUE '00'.                CPYSLIC 
000890 77  WS-SLC-FILENAME         PIC X(80) VALUE SPACES.              CPYSLIC 
000900 77  WS-SLC-FILE-STATUS      PIC X(02) VALUE '00'.                CPYSLIC 
000910 77  WS-RPT-FILENAME         PIC X(80)                            CPYSLIC 
000920         VALUE 'registry/CPYSLIC.RPT'.                            CPYSLIC 
000930 77  WS-RPT-FILE-STATUS      PIC X(02) VALUE '00'.                CPYSLIC 
000940 77  WS-EOF-SW               PIC X(01) VALUE 'N'.                 CPYSLIC 
000950     88  WS-EOF              VALUE 'Y'.                           CPYSLIC 
000960 77  WS-FOUND-SW             PIC X(01) VALUE 'N'.                 CPYSLIC 
000970     88  WS-FOUND            VALUE 'Y'.                           CPYSLIC 
000980 77  WS-REFUSED-SW           PIC X(01) VALUE 'N'.                 CPYSLIC 
000990     88  WS-REFUSED          VALUE 'Y'.                           CPYSLIC 
001000*-------------------------------------------------------------    CPYSLIC 
001010*THE SYSIN CARDS                                                  CPYSLIC 
001020*-------------------------------------------------------------    CPYSLIC 
001030 77  WS-STEPS                PIC 9(02) VALUE 2.                   CPYSLIC 
001040 77  WS-RUNS                 PIC 9(02) VALUE 5.                   CPYSLIC 
001050 77  WS-START-TIME           PIC X(06) VALUE SPACES.              CPYSLIC 
001060 77  WS-SLICE-PREFIX         PIC X(70)                            CPYSLIC 
001070         VALUE 'config/MEMBERS'.                                  CPYSLIC 
001080 77  WS-ENVIRONMENT          PIC X(08) VALUE SPACES.              CPYSLIC 
001090 77  WS-ENV-LEN              PIC 9(02) COMP VALUE 0.              CPYSLIC 
001100 77  WS-PREFIX-LEN           PIC 9(02) COMP VALUE 0.              CPYSLIC 
001110 77  WS-FINAL-RC             PIC 9(02) VALUE 0.                   CPYSLIC 
001120*-------------------------------------------------------------    CPYSLIC 
001130*THE MEMBER LIST, EACH ENTRY WITH ITS PRIORITY CLASS (COL 12,     CPYSLIC 
001140*BLANK OR ZERO MEANS 9 - THE SAME RULE CPYDRVR SWEEPS BY), ITS    CPYSLIC 
001150*LAST WS-RUNS ELAPSED TIMES KEPT AS A RING, ITS PROJECTED         CPYSLIC 
001160*SECONDS AND THE SLICE IT WAS DEALT TO (0 = NOT YET DEALT).       CPYSLIC 
001170*-------------------------------------------------------------    CPYSLIC 
001180 01  WS-ROSTER-TABLE.                                             CPYSLIC 
001190     05  WS-ROSTER-COUNT     PIC 9(04) COMP VALUE 0.              CPYSLIC 
001200     05  WS-ROSTER-ENT OCCURS 2000 TIMES.                         CPYSLIC 
001210         10  WS-ROSTER-MBR   PIC X(10).                           CPYSLIC 
001220         10  WS-ROSTER-CLASS PIC 9(01).                           CPYSLIC 
001230         10  WS-ROSTER-KEPT  PIC 9(02) COMP.                      CPYSLIC 
001240         10  WS-ROSTER-NEXT  PIC 9(02) COMP.                      CPYSLIC 
001250         10  WS-ROSTER-HIST  PIC 9(06) COMP OCCURS 10 TIMES.      CPYSLIC 
001260         10  WS-ROSTER-PROJ  PIC 9(06) COMP.                      CPYSLIC 
001270         10  WS-ROSTER-SLICE PIC 9(02) COMP.                      CPYSLIC 
001280 77  WS-RIX                  PIC 9(04) COMP VALUE 0.              CPYSLIC 
001290 77  WS-PICK-IX              PIC 9(04) COMP VALUE 0.              CPYSLIC 
001300 77  WS-HIX                  PIC 9(02) COMP VALUE 0.              CPYSLIC 
001310 77  WS-CLASS                PIC 9(02) VALUE 0.                   CPYSLIC 
001320 77  WS-CLASS-DIGIT          PIC 9(01) VALUE 0.                   CPYSLIC 
001330*-------------------------------------------------------------    CPYSLIC 
001340*THE SLICES - ONE PER JOB STEP, LETTERED A, B, C ...              CPYSLIC 
001350*-------------------------------------------------------------    CPYSLIC 
001360 77  WS-SLICE-LETTERS        PIC X(26)                            CPYSLIC 
001370         VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.                      CPYSLIC 
001380 01  WS-SLICE-TABLE.                                              CPYSLIC 
001390     05  WS-SLICE-ENT OCCURS 26 TIMES.                            CPYSLIC 
001400         10  WS-SLICE-SECS   PIC 9(08) COMP.                      CPYSLIC 
001410         10  WS-SLICE-COUNT  PIC 9(04) COMP.                      CPYSLIC 
001420         10  WS-SLICE-FILE   PIC X(80).                           CPYSLIC 
001430 77  WS-SIX                  PIC 9(02) COMP VALUE 0.              CPYSLIC 
001440 77  WS-LIGHT-IX             PIC 9(02) COMP VALUE 0.              CPYSLIC 
001450 77  WS-LETTER               PIC X(01) VALUE SPACE.               CPYSLIC 
001460*-------------------------------------------------------------    CPYSLIC 
001470*HISTORY AND PROJECTION ARITHMETIC                                CPYSLIC 
001480*-------------------------------------------------------------    CPYSLIC 
001490 77  WS-ACT-SECS             PIC 9(06) VALUE 0.                   CPYSLIC 
001500 77  WS-ACT-USED             PIC 9(07) COMP VALUE 0.              CPYSLIC 
001510 77  WS-HIST-TOTAL           PIC 9(08) COMP VALUE 0.              CPYSLIC 
001520 77  WS-HIST-MEMBERS         PIC 9(04) COMP VALUE 0.              CPYSLIC 
001530 77  WS-LIBRARY-TOTAL        PIC 9(09) COMP VALUE 0.              CPYSLIC 
001540 77  WS-LIBRARY-AVG          PIC 9(06) COMP VALUE 0.              CPYSLIC 
001550 77  WS-START-SECS           PIC 9(08) COMP VALUE 0.              CPYSLIC 
001560 77  WS-DEADLINE-TIME        PIC X(06) VALUE SPACES.              CPYSLIC 
001570 77  WS-DEADLINE-SECS        PIC 9(08) COMP VALUE 0.              CPYSLIC 
001580 77  WS-DEADLINE-SW          PIC X(01) VALUE 'N'.                 CPYSLIC 
001590     88  WS-HAVE-DEADLINE    VALUE 'Y'.                           CPYSLIC 
001600 77  WS-END-SECS             PIC 9(08) COMP VALUE 0.              CPYSLIC 
001610 77  WS-DIFF-SECS            PIC 9(08) COMP VALUE 0.              CPYSLIC 
001620 77  WS-LATE-SLICES          PIC 9(02) COMP VALUE 0.              CPYSLIC 
001630*    CLOCK CONVERSIONS: HHMMSS TO SECONDS AFTER MIDNIGHT AND      CPYSLIC 
001640*    SECONDS BACK TO HH:MM:SS (7000 / 7100).                      CPYSLIC 
001650 77  WS-CLOCK-HHMMSS         PIC 9(06) VALUE 0.                   CPYSLIC 
001660 77  WS-CLOCK-SECS           PIC 9(08) COMP VALUE 0.              CPYSLIC 
001670 77  WS-CLOCK-HH             PIC 9(02) VALUE 0.                   CPYSLIC 
001680 77  WS-CLOCK-MM             PIC 9(02) VALUE 0.                   CPYSLIC 
001690 77  WS-CLOCK-SS             PIC 9(02) VALUE 0.                   CPYSLIC 
001700 77  WS-CLOCK-REM            PIC 9(08) COMP VALUE 0.              CPYSLIC 
001710 77  WS-CLOCK-TEXT           PIC X(08) VALUE SPACES.              CPYSLIC 
001720 77  WS-START-TEXT           PIC X(08) VALUE SPACES.              CPYSLIC 
001730 77  WS-DEADLINE-TEXT        PIC X(08) VALUE SPACES.              CPYSLIC 
001740 77  WS-DATE-PART            PIC 9(08) VALUE 0.                   CPYSLIC 
001750 77  WS-TIME-PART            PIC 9(08) VALUE 0.                   CPYSLIC 
001760 77  WS-RUN-TIMESTAMP        PIC X(15) VALUE SPACES.              CPYSLIC 
001770 77  WS-ERR-TEXT             PIC X(80) VALUE SPACES.              CPYSLIC 
001780 77  WS-EDIT-COUNT           PIC Z(03)9.                          CPYSLIC 
001790 77  WS-EDIT-HIST            PIC Z(03)9.                          CPYSLIC 
001800 77  WS-EDIT-SECS            PIC Z(07)9.                          CPYSLIC 
001810 77  WS-EDIT-AVG             PIC Z(05)9.                          CPYSLIC 
001820 77  WS-EDIT-RUNS            PIC Z9.                              CPYSLIC 
001830 77  WS-EDIT-STEPS           PIC Z9.                              CPYSLIC 
001840 PROCEDURE DIVISION.                                              CPYSLIC 
001850*-------------------------------------------------------------    CPYSLIC 
001860*0000-MAINLINE                                                    CPYSLIC 
001870*-------------------------------------------------------------    CPYSLIC 
001880 0000-MAINLINE.                                                   CPYSLIC 
001890     PERFORM 1000-READ-SYSIN-CARDS THRU 1000-EXIT.                CPYSLIC 
001900     OPEN OUTPUT RPT-FILE.                                        CPYSLIC 
001910     MOVE WS-STEPS TO WS-EDIT-STEPS.                              CPYSLIC 
001920     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYSLIC 
001930     STRING 'CPYSLIC SLICE PLAN - ' DELIMITED BY SIZE             CPYSLIC 
001940         WS-EDIT-STEPS DELIMITED BY SIZE                          CPYSLIC 
001950         ' STEPS - ' DELIMITED BY SIZE                            CPYSLIC 
001960         WS-RUN-TIMESTAMP DELIMITED BY SIZE                       CPYSLIC 
001970         INTO WS-RPT-FILE-REC                                     CPYSLIC 
001980     END-STRING.                                                  CPYSLIC 
001990     WRITE WS-RPT-FILE-REC.                                       CPYSLIC 
002000     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYSLIC 
002010     WRITE WS-RPT-FILE-REC.                                       CPYSLIC 
002020     PERFORM 1200-CHECK-THE-RUN-CARDS THRU 1200-EXIT.             CPYSLIC 
002030     IF WS-REFUSED                                                CPYSLIC 
002040         GO TO 0900-FINISH.                                       CPYSLIC 
002050     PERFORM 1300-READ-THE-DEADLINE THRU 1300-EXIT.               CPYSLIC 
002060     PERFORM 1400-LOAD-THE-ROSTER THRU 1400-EXIT.                 CPYSLIC 
002070     IF WS-REFUSED                                                CPYSLIC 
002080         GO TO 0900-FINISH.                                       CPYSLIC 
002090     PERFORM 2000-LOAD-THE-HISTORY THRU 2000-EXIT.                CPYSLIC 
002100     PERFORM 2500-PROJECT-THE-MEMBERS THRU 2500-EXIT.             CPYSLIC 
002110     PERFORM 3000-DEAL-THE-SLICES THRU 3000-EXIT.                 CPYSLIC 
002120     PERFORM 4000-WRITE-THE-SLICES THRU 4000-EXIT.                CPYSLIC 
002130     IF WS-REFUSED                                                CPYSLIC 
002140         GO TO 0900-FINISH.                                       CPYSLIC 
002150     PERFORM 5000-REPORT-THE-PLAN THRU 5000-EXIT.                 CPYSLIC 
002160 0900-FINISH.                                                     CPYSLIC 
002170     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYSLIC 
002180     WRITE WS-RPT-FILE-REC.                                       CPYSLIC 
002190     IF WS-REFUSED                                                CPYSLIC 
002200         MOVE 8 TO WS-FINAL-RC                                    CPYSLIC 
002210         MOVE 'REFUSED - NO SLICES CUT' TO WS-RPT-FILE-REC        CPYSLIC 
002220     ELSE                                                         CPYSLIC 
002230         IF WS-LATE-SLICES > 0                                    CPYSLIC 
002240             MOVE 4 TO WS-FINAL-RC                                CPYSLIC 
002250             MOVE WS-LATE-SLICES TO WS-EDIT-STEPS                 CPYSLIC 
002260             STRING WS-EDIT-STEPS DELIMITED BY SIZE               CPYSLIC 
002270                 ' SLICE(S) PROJECTED PAST BATCH-DEADLINE - '     CPYSLIC 
002280                 DELIMITED BY SIZE                                CPYSLIC 
002290                 'ADD A STEP OR START EARLIER'                    CPYSLIC 
002300                 DELIMITED BY SIZE                                CPYSLIC 
002310                 INTO WS-RPT-FILE-REC                             CPYSLIC 
002320             END-STRING                                           CPYSLIC 
002330         ELSE                                                     CPYSLIC 
002340             MOVE WS-STEPS TO WS-EDIT-STEPS                       CPYSLIC 
002350             STRING WS-EDIT-STEPS DELIMITED BY SIZE               CPYSLIC 
002360                 ' SLICE(S) CUT - ALL PROJECTED INSIDE THE '      CPYSLIC 
002370                 DELIMITED BY SIZE                                CPYSLIC 
002380                 'BATCH WINDOW' DELIMITED BY SIZE                 CPYSLIC 
002390                 INTO WS-RPT-FILE-REC                             CPYSLIC 
002400             END-STRING                                           CPYSLIC 
002410         END-IF                                                   CPYSLIC 
002420     END-IF.                                                      CPYSLIC 
002430     WRITE WS-RPT-FILE-REC.                                       CPYSLIC 
002440     CLOSE RPT-FILE.                                              CPYSLIC 
002450     DISPLAY 'CPYSLIC ' WS-RPT-FILE-REC(1:70).                    CPYSLIC 
002460     MOVE WS-FINAL-RC TO RETURN-CODE.                             CPYSLIC 
002470     GOBACK.                                                      CPYSLIC 
002480*-------------------------------------------------------------    CPYSLIC 
002490*1000-READ-SYSIN-CARDS - KEYWORD COLS 1-8, VALUE FROM COL 10.     CPYSLIC 
002500*NUMBERS ARE ZERO-FILLED TO THEIR FULL WIDTH (STEPS 04, RUNS      CPYSLIC 
002510*05, START 220000).                                               CPYSLIC 
002520*-------------------------------------------------------------    CPYSLIC 
002530 1000-READ-SYSIN-CARDS.                                           CPYSLIC 
002540     ACCEPT WS-DATE-PART FROM DATE YYYYMMDD.                      CPYSLIC 
002550     ACCEPT WS-TIME-PART FROM TIME.                               CPYSLIC 
002560     STRING WS-DATE-PART WS-TIME-PART                             CPYSLIC 
002570         DELIMITED BY SIZE INTO WS-RUN-TIMESTAMP.                 CPYSLIC 
002580     OPEN INPUT PARM-FILE.                                        CPYSLIC 
002590     IF WS-PARM-FILE-STATUS NOT = '00'                            CPYSLIC 
002600         GO TO 1000-EXIT.                                         CPYSLIC 
002610     MOVE 'N' TO WS-EOF-SW.                                       CPYSLIC 
002620     PERFORM 1100-READ-ONE-CARD THRU 1100-EXIT UNTIL WS-EOF.      CPYSLIC 
002630     CLOSE PARM-FILE.                                             CPYSLIC 
002640     MOVE 'N' TO WS-EOF-SW.                                       CPYSLIC 
002650 1000-EXIT.                                                       CPYSLIC 
002660     EXIT.                                                        CPYSLIC 
002670*                                                                 CPYSLIC 
002680 1100-READ-ONE-CARD.                                              CPYSLIC 
002690     READ PARM-FILE INTO WS-PARM-FILE-REC                         CPYSLIC 
002700         AT END MOVE 'Y' TO WS-EOF-SW                             CPYSLIC 
002710     END-READ.                                                    CPYSLIC 
002720     IF WS-EOF                                                    CPYSLIC 
002730         GO TO 1100-EXIT.                                         CPYSLIC 
002740     IF WS-PARM-FILE-REC(1:1) = '*'                               CPYSLIC 
002750         OR WS-PARM-FILE-REC = SPACES                             CPYSLIC 
002760         GO TO 1100-EXIT.                                         CPYSLIC 
002770     EVALUATE WS-PARM-FILE-REC(1:8)                               CPYSLIC 
002780         WHEN 'STEPS   '                                          CPYSLIC 
002790             IF WS-PARM-FILE-REC(10:2) NUMERIC                    CPYSLIC 
002800                 MOVE WS-PARM-FILE-REC(10:2) TO WS-STEPS          CPYSLIC 
002810             ELSE                                                 CPYSLIC 
002820                 MOVE 99 TO WS-STEPS                              CPYSLIC 
002830             END-IF                                               CPYSLIC 
002840         WHEN 'RUNS    '                                          CPYSLIC 
002850             IF WS-PARM-FILE-REC(10:2) NUMERIC                    CPYSLIC 
002860                 MOVE WS-PARM-FILE-REC(10:2) TO WS-RUNS           CPYSLIC 
002870             ELSE                                                 CPYSLIC 
002880                 MOVE 99 TO WS-RUNS                               CPYSLIC 
002890             END-IF                                               CPYSLIC 
002900         WHEN 'START   '                                          CPYSLIC 
002910             MOVE WS-PARM-FILE-REC(10:6) TO WS-START-TIME         CPYSLIC 
002920         WHEN 'MEMBERS '                                          CPYSLIC 
002930             MOVE WS-PARM-FILE-REC(10:71) TO WS-MBR-FILENAME      CPYSLIC 
002940         WHEN 'SLICES  '                                          CPYSLIC 
002950             MOVE WS-PARM-FILE-REC(10:70) TO WS-SLICE-PREFIX      CPYSLIC 
002960         WHEN 'ENVIRON '                                          CPYSLIC 
002970             MOVE WS-PARM-FILE-REC(10:8) TO WS-ENVIRONMENT        CPYSLIC 
002980         WHEN OTHER                                               CPYSLIC 
002990             DISPLAY 'CPYSLIC - UNRECOGNIZED CARD IGNORED: '      CPYSLIC 
003000                 WS-PARM-FILE-REC(1:8)                            CPYSLIC 
003010     END-EVALUATE.                                                CPYSLIC 
003020 1100-EXIT.                                                       CPYSLIC 
003030     EXIT.                                                        CPYSLIC 
003040*-------------------------------------------------------------    CPYSLIC 
003050*1200-CHECK-THE-RUN-CARDS - ONE TO 26 STEPS (ONE LETTER EACH),    CPYSLIC 
003060*ONE TO 10 RUNS OF HISTORY, A REAL CLOCK TIME TO START FROM.      CPYSLIC 
003070*A NAMED ENVIRONMENT READS ITS OWN ACCOUNTING FILE, AS            CPYSLIC 
003080*CPYXPND WRITES IT.                                               CPYSLIC 
003090*-------------------------------------------------------------    CPYSLIC 
003100 1200-CHECK-THE-RUN-CARDS.                                        CPYSLIC 
003110     IF WS-STEPS < 1 OR WS-STEPS > 26                             CPYSLIC 
003120         MOVE 'STEPS MUST BE 01 THROUGH 26' TO WS-ERR-TEXT        CPYSLIC 
003130         PERFORM 8000-REFUSE THRU 8000-EXIT                       CPYSLIC 
003140         GO TO 1200-EXIT.                                         CPYSLIC 
003150     IF WS-RUNS < 1 OR WS-RUNS > 10                               CPYSLIC 
003160         MOVE 'RUNS MUST BE 01 THROUGH 10' TO WS-ERR-TEXT         CPYSLIC 
003170         PERFORM 8000-REFUSE THRU 8000-EXIT                       CPYSLIC 
003180         GO TO 1200-EXIT.                                         CPYSLIC 
003190     IF WS-START-TIME = SPACES                                    CPYSLIC 
003200         MOVE WS-TIME-PART(1:6) TO WS-START-TIME.                 CPYSLIC 
003210     IF WS-START-TIME NOT NUMERIC                                 CPYSLIC 
003220         OR WS-START-TIME(1:2) > '23'                             CPYSLIC 
003230         OR WS-START-TIME(3:2) > '59'                             CPYSLIC 
003240         OR WS-START-TIME(5:2) > '59'                             CPYSLIC 
003250         MOVE 'START MUST BE A CLOCK TIME, HHMMSS'                CPYSLIC 
003260             TO WS-ERR-TEXT                                       CPYSLIC 
003270         PERFORM 8000-REFUSE THRU 8000-EXIT                       CPYSLIC 
003280         GO TO 1200-EXIT.                                         CPYSLIC 
003290     IF WS-SLICE-PREFIX = SPACES                                  CPYSLIC 
003300         MOVE 'config/MEMBERS' TO WS-SLICE-PREFIX.                CPYSLIC 
003310     MOVE 0 TO WS-PREFIX-LEN.                                     CPYSLIC 
003320     INSPECT WS-SLICE-PREFIX TALLYING WS-PREFIX-LEN               CPYSLIC 
003330         FOR CHARACTERS BEFORE SPACE.                             CPYSLIC 
003340     IF WS-PREFIX-LEN > 70                                        CPYSLIC 
003350         MOVE 'SLICES PREFIX IS TOO LONG' TO WS-ERR-TEXT          CPYSLIC 
003360         PERFORM 8000-REFUSE THRU 8000-EXIT                       CPYSLIC 
003370         GO TO 1200-EXIT.                                         CPYSLIC 
003380     MOVE WS-START-TIME TO WS-CLOCK-HHMMSS.                       CPYSLIC 
003390     PERFORM 7100-CLOCK-TO-SECS THRU 7100-EXIT.                   CPYSLIC 
003400     MOVE WS-CLOCK-SECS TO WS-START-SECS.                         CPYSLIC 
003410     PERFORM 7000-FORMAT-CLOCK THRU 7000-EXIT.                    CPYSLIC 
003420     MOVE WS-CLOCK-TEXT TO WS-START-TEXT.                         CPYSLIC 
003430     IF WS-ENVIRONMENT NOT = SPACES                               CPYSLIC 
003440         MOVE 0 TO WS-ENV-LEN                                     CPYSLIC 
003450         INSPECT WS-ENVIRONMENT TALLYING WS-ENV-LEN               CPYSLIC 
003460             FOR CHARACTERS BEFORE SPACE                          CPYSLIC 
003470         MOVE SPACES TO WS-ACT-FILENAME                           CPYSLIC 
003480         STRING 'registry/' WS-ENVIRONMENT(1:WS-ENV-LEN)          CPYSLIC 
003490             '/CPYACT.DAT' DELIMITED BY SIZE                      CPYSLIC 
003500             INTO WS-ACT-FILENAME                                 CPYSLIC 
003510     END-IF.                                                      CPYSLIC 
003520     PERFORM 1210-NAME-ONE-SLICE THRU 1210-EXIT                   CPYSLIC 
003530         VARYING WS-SIX FROM 1 BY 1                               CPYSLIC 
003540         UNTIL WS-SIX > WS-STEPS.                                 CPYSLIC 
003550 1200-EXIT.                                                       CPYSLIC 
003560     EXIT.                                                        CPYSLIC 
003570*                                                                 CPYSLIC 
003580*    A SLICE MAY NOT OVERWRITE THE LIST IT IS CUT FROM.           CPYSLIC 
003590 1210-NAME-ONE-SLICE.                                             CPYSLIC 
003600     MOVE WS-SLICE-LETTERS(WS-SIX:1) TO WS-LETTER.                CPYSLIC 
003610     MOVE SPACES TO WS-SLICE-FILE(WS-SIX).                        CPYSLIC 
003620     STRING WS-SLICE-PREFIX(1:WS-PREFIX-LEN) DELIMITED BY SIZE    CPYSLIC 
003630         WS-LETTER DELIMITED BY SIZE                              CPYSLIC 
003640         '.LST' DELIMITED BY SIZE                                 CPYSLIC 
003650         INTO WS-SLICE-FILE(WS-SIX)                               CPYSLIC 
003660     END-STRING.                                                  CPYSLIC 
003670     MOVE 0 TO WS-SLICE-SECS(WS-SIX) WS-SLICE-COUNT(WS-SIX).      CPYSLIC 
003680     IF WS-SLICE-FILE(WS-SIX) = WS-MBR-FILENAME                   CPYSLIC 
003690         AND NOT WS-REFUSED                                       CPYSLIC 
003700         MOVE SPACES TO WS-ERR-TEXT                               CPYSLIC 
003710         STRING 'SLICE ' WS-LETTER ' WOULD OVERWRITE '            CPYSLIC 
003720             DELIMITED BY SIZE                                    CPYSLIC 
003730             WS-MBR-FILENAME DELIMITED BY SPACE                   CPYSLIC 
003740             INTO WS-ERR-TEXT                                     CPYSLIC 
003750         END-STRING                                               CPYSLIC 
003760         PERFORM 8000-REFUSE THRU 8000-EXIT                       CPYSLIC 
003770     END-IF.                                                      CPYSLIC 
003780 1210-EXIT.                                                       CPYSLIC 
003790     EXIT.                                                        CPYSLIC 
003800*-------------------------------------------------------------    CPYSLIC 
003810*1300-READ-THE-DEADLINE - BATCH-DEADLINE HHMMSS FROM THE SAME     CPYSLIC 
003820*CONTROL FILE CPYDRVR WARNS FROM.  A DEADLINE EARLIER IN THE      CPYSLIC 
003830*DAY THAN THE START IS TOMORROW MORNING'S.                        CPYSLIC 
003840*-------------------------------------------------------------    CPYSLIC 
003850 1300-READ-THE-DEADLINE.                                          CPYSLIC 
003860     OPEN INPUT CFG-FILE.                                         CPYSLIC 
003870     IF WS-CFG-FILE-STATUS = '00'                                 CPYSLIC 
003880         MOVE 'N' TO WS-EOF-SW                                    CPYSLIC 
003890         PERFORM 1310-SCAN-ONE-CFG-LINE THRU 1310-EXIT            CPYSLIC 
003900             UNTIL WS-EOF                                         CPYSLIC 
003910         MOVE 'N' TO WS-EOF-SW                                    CPYSLIC 
003920         CLOSE CFG-FILE                                           CPYSLIC 
003930     END-IF.                                                      CPYSLIC 
003940     IF WS-DEADLINE-TIME NOT NUMERIC                              CPYSLIC 
003950         MOVE 'NONE' TO WS-DEADLINE-TEXT                          CPYSLIC 
003960         GO TO 1300-EXIT.                                         CPYSLIC 
003970     MOVE 'Y' TO WS-DEADLINE-SW.                                  CPYSLIC 
003980     MOVE WS-DEADLINE-TIME TO WS-CLOCK-HHMMSS.                    CPYSLIC 
003990     PERFORM 7100-CLOCK-TO-SECS THRU 7100-EXIT.                   CPYSLIC 
004000     MOVE WS-CLOCK-SECS TO WS-DEADLINE-SECS.                      CPYSLIC 
004010     PERFORM 7000-FORMAT-CLOCK THRU 7000-EXIT.                    CPYSLIC 
004020     MOVE WS-CLOCK-TEXT TO WS-DEADLINE-TEXT.                      CPYSLIC 
004030     IF WS-DEADLINE-SECS NOT > WS-START-SECS                      CPYSLIC 
004040         ADD 86400 TO WS-DEADLINE-SECS.                           CPYSLIC 
004050 1300-EXIT.                                                       CPYSLIC 
004060     EXIT.                                                        CPYSLIC 
004070*                                                                 CPYSLIC 
004080 1310-SCAN-ONE-CFG-LINE.                                          CPYSLIC 
004090     READ CFG-FILE INTO WS-CFG-FILE-REC                           CPYSLIC 
004100         AT END MOVE 'Y' TO WS-EOF-SW                             CPYSLIC 
004110     END-READ.                                                    CPYSLIC 
004120     IF NOT WS-EOF                                                CPYSLIC 
004130         AND WS-CFG-FILE-REC(1:14) = 'BATCH-DEADLINE'             CPYSLIC 
004140         MOVE WS-CFG-FILE-REC(16:6) TO WS-DEADLINE-TIME           CPYSLIC 
004150     END-IF.                                                      CPYSLIC 
004160 1310-EXIT.                                                       CPYSLIC 
004170     EXIT.                                                        CPYSLIC 
004180*-------------------------------------------------------------    CPYSLIC 
004190*1400-LOAD-THE-ROSTER - THE LIST TO CUT, IN ITS OWN ORDER,        CPYSLIC 
004200*EACH ENTRY WITH ITS PRIORITY CLASS.                              CPYSLIC 
004210*-------------------------------------------------------------    CPYSLIC 
004220 1400-LOAD-THE-ROSTER.                                            CPYSLIC 
004230     MOVE 0 TO WS-ROSTER-COUNT.                                   CPYSLIC 
004240     OPEN INPUT MBR-FILE.                                         CPYSLIC 
004250     IF WS-MBR-FILE-STATUS NOT = '00'                             CPYSLIC 
004260         MOVE SPACES TO WS-ERR-TEXT                               CPYSLIC 
004270         STRING 'MEMBER LIST ' DELIMITED BY SIZE                  CPYSLIC 
004280             WS-MBR-FILENAME DELIMITED BY SPACE                   CPYSLIC 
004290             ' WILL NOT OPEN' DELIMITED BY SIZE                   CPYSLIC 
004300             INTO WS-ERR-TEXT                                     CPYSLIC 
004310         END-STRING                                               CPYSLIC 
004320         PERFORM 8000-REFUSE THRU 8000-EXIT                       CPYSLIC 
004330         GO TO 1400-EXIT.                                         CPYSLIC 
004340     MOVE 'N' TO WS-EOF-SW.                                       CPYSLIC 
004350     PERFORM 1410-LOAD-ONE-MEMBER THRU 1410-EXIT UNTIL WS-EOF.    CPYSLIC 
004360     CLOSE MBR-FILE.                                              CPYSLIC 
004370     MOVE 'N' TO WS-EOF-SW.                                       CPYSLIC 
004380     IF WS-ROSTER-COUNT = 0                                       CPYSLIC 
004390         MOVE SPACES TO WS-ERR-TEXT                               CPYSLIC 
004400         STRING 'MEMBER LIST ' DELIMITED BY SIZE                  CPYSLIC 
004410             WS-MBR-FILENAME DELIMITED BY SPACE                   CPYSLIC 
004420             ' NAMES NO MEMBERS' DELIMITED BY SIZE                CPYSLIC 
004430             INTO WS-ERR-TEXT                                     CPYSLIC 
004440         END-STRING                                               CPYSLIC 
004450         PERFORM 8000-REFUSE THRU 8000-EXIT                       CPYSLIC 
004460     END-IF.                                                      CPYSLIC 
004470 1400-EXIT.                                                       CPYSLIC 
004480     EXIT.                                                        CPYSLIC 
004490*                                                                 CPYSLIC 
004500 1410-LOAD-ONE-MEMBER.                                            CPYSLIC 
004510     READ MBR-FILE INTO WS-MBR-FILE-REC                           CPYSLIC 
004520         AT END MOVE 'Y' TO WS-EOF-SW                             CPYSLIC 
004530     END-READ.                                                    CPYSLIC 
004540     IF WS-EOF                                                    CPYSLIC 
004550         GO TO 1410-EXIT.                                         CPYSLIC 
004560     IF WS-MBR-FILE-REC(1:1) = '*'                                CPYSLIC 
004570         OR WS-MBR-FILE-REC = SPACES                              CPYSLIC 
004580         GO TO 1410-EXIT.                                         CPYSLIC 
004590     IF WS-ROSTER-COUNT >= 2000                                   CPYSLIC 
004600         DISPLAY 'CPYSLIC - MEMBER LIST OVERFLOWS THE ROSTER - '  CPYSLIC 
004610             WS-MBR-FILE-REC(1:10) ' AND LATER ENTRIES DROPPED'   CPYSLIC 
004620         MOVE 'Y' TO WS-EOF-SW                                    CPYSLIC 
004630         GO TO 1410-EXIT.                                         CPYSLIC 
004640     ADD 1 TO WS-ROSTER-COUNT.                                    CPYSLIC 
004650     MOVE WS-ROSTER-COUNT TO WS-RIX.                              CPYSLIC 
004660     MOVE WS-MBR-FILE-REC(1:10) TO WS-ROSTER-MBR(WS-RIX).         CPYSLIC 
004670     IF WS-MBR-FILE-REC(12:1) NUMERIC                             CPYSLIC 
004680         AND WS-MBR-FILE-REC(12:1) NOT = '0'                      CPYSLIC 
004690         MOVE WS-MBR-FILE-REC(12:1) TO WS-ROSTER-CLASS(WS-RIX)    CPYSLIC 
004700     ELSE                                                         CPYSLIC 
004710         MOVE 9 TO WS-ROSTER-CLASS(WS-RIX)                        CPYSLIC 
004720     END-IF.                                                      CPYSLIC 
004730     MOVE 0 TO WS-ROSTER-KEPT(WS-RIX) WS-ROSTER-NEXT(WS-RIX)      CPYSLIC 
004740               WS-ROSTER-PROJ(WS-RIX) WS-ROSTER-SLICE(WS-RIX).    CPYSLIC 
004750 1410-EXIT.                                                       CPYSLIC 
004760     EXIT.                                                        CPYSLIC 
004770*-------------------------------------------------------------    CPYSLIC 
004780*2000-LOAD-THE-HISTORY - EVERY EXPAND RECORD ON THE ACCOUNTING    CPYSLIC 
004790*FILE FOR A LISTED MEMBER GOES INTO THAT MEMBER'S RING; THE       CPYSLIC 
004800*FILE IS IN RUN ORDER, SO WHAT IS LEFT IN THE RING AT THE END     CPYSLIC 
004810*IS THE MEMBER'S LAST WS-RUNS RUNS.  NO FILE MEANS NO HISTORY.    CPYSLIC 
004820*-------------------------------------------------------------    CPYSLIC 
004830 2000-LOAD-THE-HISTORY.                                           CPYSLIC 
004840     OPEN INPUT ACT-FILE.                                         CPYSLIC 
004850     IF WS-ACT-FILE-STATUS NOT = '00'                             CPYSLIC 
004860         GO TO 2000-EXIT.                                         CPYSLIC 
004870     MOVE 'N' TO WS-EOF-SW.                                       CPYSLIC 
004880     PERFORM 2100-READ-ONE-RUN THRU 2100-EXIT UNTIL WS-EOF.       CPYSLIC 
004890     CLOSE ACT-FILE.                                              CPYSLIC 
004900     MOVE 'N' TO WS-EOF-SW.                                       CPYSLIC 
004910 2000-EXIT.                                                       CPYSLIC 
004920     EXIT.                                                        CPYSLIC 
004930*                                                                 CPYSLIC 
004940 2100-READ-ONE-RUN.                                               CPYSLIC 
004950     READ ACT-FILE INTO WS-ACT-FILE-REC                           CPYSLIC 
004960         AT END MOVE 'Y' TO WS-EOF-SW                             CPYSLIC 
004970     END-READ.                                                    CPYSLIC 
004980     IF WS-EOF                                                    CPYSLIC 
004990         GO TO 2100-EXIT.                                         CPYSLIC 
005000     IF WS-ACT-FILE-REC(26:8) NOT = 'EXPAND  '                    CPYSLIC 
005010         OR WS-ACT-FILE-REC(59:6) NOT NUMERIC                     CPYSLIC 
005020         GO TO 2100-EXIT.                                         CPYSLIC 
005030     MOVE 'N' TO WS-FOUND-SW.                                     CPYSLIC 
005040     PERFORM 2110-MATCH-ONE-MEMBER THRU 2110-EXIT                 CPYSLIC 
005050         VARYING WS-RIX FROM 1 BY 1                               CPYSLIC 
005060         UNTIL WS-RIX > WS-ROSTER-COUNT OR WS-FOUND.              CPYSLIC 
005070     IF NOT WS-FOUND                                              CPYSLIC 
005080         GO TO 2100-EXIT.                                         CPYSLIC 
005090     MOVE WS-ACT-FILE-REC(59:6) TO WS-ACT-SECS.                   CPYSLIC 
005100     ADD 1 TO WS-ACT-USED.                                        CPYSLIC 
005110     IF WS-ROSTER-NEXT(WS-PICK-IX) >= WS-RUNS                     CPYSLIC 
005120         MOVE 0 TO WS-ROSTER-NEXT(WS-PICK-IX).                    CPYSLIC 
005130     ADD 1 TO WS-ROSTER-NEXT(WS-PICK-IX).                         CPYSLIC 
005140     MOVE WS-ROSTER-NEXT(WS-PICK-IX) TO WS-HIX.                   CPYSLIC 
005150     MOVE WS-ACT-SECS TO WS-ROSTER-HIST(WS-PICK-IX, WS-HIX).      CPYSLIC 
005160     IF WS-ROSTER-KEPT(WS-PICK-IX) < WS-RUNS                      CPYSLIC 
005170         ADD 1 TO WS-ROSTER-KEPT(WS-PICK-IX).                     CPYSLIC 
005180 2100-EXIT.                                                       CPYSLIC 
005190     EXIT.                                                        CPYSLIC 
005200*                                                                 CPYSLIC 
005210 2110-MATCH-ONE-MEMBER.                                           CPYSLIC 
005220     IF WS-ROSTER-MBR(WS-RIX) = WS-ACT-FILE-REC(35:10)            CPYSLIC 
005230         MOVE 'Y' TO WS-FOUND-SW                                  CPYSLIC 
005240         MOVE WS-RIX TO WS-PICK-IX                                CPYSLIC 
005250     END-IF.                                                      CPYSLIC 
005260 2110-EXIT.                                                       CPYSLIC 
005270     EXIT.                                                        CPYSLIC 
005280*-------------------------------------------------------------    CPYSLIC 
005290*2500-PROJECT-THE-MEMBERS - A MEMBER WITH HISTORY IS COSTED AT    CPYSLIC 
005300*THE MEAN OF ITS KEPT RUNS (ROUNDED UP - A RUN THAT TOOK ANY      CPYSLIC 
005310*TIME AT ALL COSTS AT LEAST A SECOND); THE LIBRARY AVERAGE IS     CPYSLIC 
005320*THE MEAN OF THOSE, AND COSTS EVERY MEMBER WITH NO HISTORY.       CPYSLIC 
005330*-------------------------------------------------------------    CPYSLIC 
005340 2500-PROJECT-THE-MEMBERS.                                        CPYSLIC 
005350     MOVE 0 TO WS-LIBRARY-TOTAL WS-HIST-MEMBERS.                  CPYSLIC 
005360     PERFORM 2510-COST-ONE-MEMBER THRU 2510-EXIT                  CPYSLIC 
005370         VARYING WS-RIX FROM 1 BY 1                               CPYSLIC 
005380         UNTIL WS-RIX > WS-ROSTER-COUNT.                          CPYSLIC 
005390     MOVE 0 TO WS-LIBRARY-AVG.                                    CPYSLIC 
005400     IF WS-HIST-MEMBERS > 0                                       CPYSLIC 
005410         COMPUTE WS-LIBRARY-AVG ROUNDED =                         CPYSLIC 
005420             WS-LIBRARY-TOTAL / WS-HIST-MEMBERS                   CPYSLIC 
005430     END-IF.                                                      CPYSLIC 
005440     PERFORM 2530-COST-ONE-NEWCOMER THRU 2530-EXIT                CPYSLIC 
005450         VARYING WS-RIX FROM 1 BY 1                               CPYSLIC 
005460         UNTIL WS-RIX > WS-ROSTER-COUNT.                          CPYSLIC 
005470 2500-EXIT.                                                       CPYSLIC 
005480     EXIT.                                                        CPYSLIC 
005490*                                                                 CPYSLIC 
005500 2510-COST-ONE-MEMBER.                                            CPYSLIC 
005510     IF WS-ROSTER-KEPT(WS-RIX) = 0                                CPYSLIC 
005520         GO TO 2510-EXIT.                                         CPYSLIC 
005530     MOVE 0 TO WS-HIST-TOTAL.                                     CPYSLIC 
005540     PERFORM 2520-ADD-ONE-RUN THRU 2520-EXIT                      CPYSLIC 
005550         VARYING WS-HIX FROM 1 BY 1                               CPYSLIC 
005560         UNTIL WS-HIX > WS-ROSTER-KEPT(WS-RIX).                   CPYSLIC 
005570     COMPUTE WS-ROSTER-PROJ(WS-RIX) =                             CPYSLIC 
005580         (WS-HIST-TOTAL + WS-ROSTER-KEPT(WS-RIX) - 1)             CPYSLIC 
005590         / WS-ROSTER-KEPT(WS-RIX).                                CPYSLIC 
005600     ADD WS-ROSTER-PROJ(WS-RIX) TO WS-LIBRARY-TOTAL.              CPYSLIC 
005610     ADD 1 TO WS-HIST-MEMBERS.                                    CPYSLIC 
005620 2510-EXIT.                                                       CPYSLIC 
005630     EXIT.                                                        CPYSLIC 
005640*                                                                 CPYSLIC 
005650 2520-ADD-ONE-RUN.                                                CPYSLIC 
005660     ADD WS-ROSTER-HIST(WS-RIX, WS-HIX) TO WS-HIST-TOTAL.         CPYSLIC 
005670 2520-EXIT.                                                       CPYSLIC 
005680     EXIT.                                                        CPYSLIC 
005690*                                                                 CPYSLIC 
005700 2530-COST-ONE-NEWCOMER.                                          CPYSLIC 
005710     IF WS-ROSTER-KEPT(WS-RIX) = 0                                CPYSLIC 
005720         MOVE WS-LIBRARY-AVG TO WS-ROSTER-PROJ(WS-RIX).           CPYSLIC 
005730 2530-EXIT.                                                       CPYSLIC 
005740     EXIT.                                                        CPYSLIC 
005750*-------------------------------------------------------------    CPYSLIC 
005760*3000-DEAL-THE-SLICES - LONGEST-FIRST DEALING: THE NEXT MEMBER    CPYSLIC 
005770*IS THE UNDEALT ONE WITH THE MOST PROJECTED SECONDS (TIES TO      CPYSLIC 
005780*THE MORE CRITICAL CLASS, THEN LIST ORDER), AND IT GOES TO THE    CPYSLIC 
005790*SLICE WITH THE FEWEST PROJECTED SECONDS SO FAR (TIES TO THE      CPYSLIC 
005803*SLICE WITH FEWER MEMBERS, THEN THE EARLIER LETTER).  THE         CPYSLIC 
005816*CLASSES ARE PUT BACK IN ORDER WHEN EACH SLICE IS WRITTEN.        CPYSLIC 
005830*-------------------------------------------------------------    CPYSLIC 
005840 3000-DEAL-THE-SLICES.                                            CPYSLIC 
005850     PERFORM 3100-DEAL-ONE-MEMBER THRU 3100-EXIT                  CPYSLIC 
005860         WS-ROSTER-COUNT TIMES.                                   CPYSLIC 
005870 3000-EXIT.                                                       CPYSLIC 
005880     EXIT.                                                        CPYSLIC 
005890*                                                                 CPYSLIC 
005900 3100-DEAL-ONE-MEMBER.                                            CPYSLIC 
005910     MOVE 0 TO WS-PICK-IX.                                        CPYSLIC 
005920     PERFORM 3110-TEST-ONE-CANDIDATE THRU 3110-EXIT               CPYSLIC 
005930         VARYING WS-RIX FROM 1 BY 1                               CPYSLIC 
005940         UNTIL WS-RIX > WS-ROSTER-COUNT.                          CPYSLIC 
005950     IF WS-PICK-IX = 0                                            CPYSLIC 
005960         GO TO 3100-EXIT.                                         CPYSLIC 
005970     MOVE 1 TO WS-LIGHT-IX.                                       CPYSLIC 
005980     PERFORM 3120-TEST-ONE-SLICE THRU 3120-EXIT                   CPYSLIC 
005990         VARYING WS-SIX FROM 2 BY 1                               CPYSLIC 
006000         UNTIL WS-SIX > WS-STEPS.                                 CPYSLIC 
006010     MOVE WS-LIGHT-IX TO WS-ROSTER-SLICE(WS-PICK-IX).             CPYSLIC 
006020     ADD WS-ROSTER-PROJ(WS-PICK-IX) TO WS-SLICE-SECS(WS-LIGHT-IX).CPYSLIC 
006030     ADD 1 TO WS-SLICE-COUNT(WS-LIGHT-IX).                        CPYSLIC 
006040 3100-EXIT.                                                       CPYSLIC 
006050     EXIT.                                                        CPYSLIC 
006060*                                                                 CPYSLIC 
006070 3110-TEST-ONE-CANDIDATE.                                         CPYSLIC 
006080     IF WS-ROSTER-SLICE(WS-RIX) NOT = 0                           CPYSLIC 
006090         GO TO 3110-EXIT.                                         CPYSLIC 
006100     IF WS-PICK-IX = 0                                            CPYSLIC 
006110         MOVE WS-RIX TO WS-PICK-IX                                CPYSLIC 
006120         GO TO 3110-EXIT.                                         CPYSLIC 
006130     IF WS-ROSTER-PROJ(WS-RIX) > WS-ROSTER-PROJ(WS-PICK-IX)       CPYSLIC 
006140         MOVE WS-RIX TO WS-PICK-IX                                CPYSLIC 
006150         GO TO 3110-EXIT.                                         CPYSLIC 
006160     IF WS-ROSTER-PROJ(WS-RIX) = WS-ROSTER-PROJ(WS-PICK-IX)       CPYSLIC 
006170         AND WS-ROSTER-CLASS(WS-RIX) < WS-ROSTER-CLASS(WS-PICK-IX)CPYSLIC 
006180         MOVE WS-RIX TO WS-PICK-IX.                               CPYSLIC 
006190 3110-EXIT.                                                       CPYSLIC 
006200     EXIT.                                                        CPYSLIC 
006210*                                                                 CPYSLIC 
006220 3120-TEST-ONE-SLICE.                                             CPYSLIC 
006230     IF WS-SLICE-SECS(WS-SIX) < WS-SLICE-SECS(WS-LIGHT-IX)        CPYSLIC 
006240         MOVE WS-SIX TO WS-LIGHT-IX                               CPYSLIC 
006250         GO TO 3120-EXIT.                                         CPYSLIC 
006260     IF WS-SLICE-SECS(WS-SIX) = WS-SLICE-SECS(WS-LIGHT-IX)        CPYSLIC 
006270         AND WS-SLICE-COUNT(WS-SIX) < WS-SLICE-COUNT(WS-LIGHT-IX) CPYSLIC 
006280         MOVE WS-SIX TO WS-LIGHT-IX.                              CPYSLIC 
006290 3120-EXIT.                                                       CPYSLIC 
006300     EXIT.                                                        CPYSLIC 
006310*-------------------------------------------------------------    CPYSLIC 
006320*4000-WRITE-THE-SLICES - ONE MEMBER LIST PER STEP, IN THE         CPYSLIC 
006330*MEMBERS.LST CARD FORMAT CPYDRVR READS (NAME COLS 1-10, CLASS     CPYSLIC 
006340*COL 12), CLASS 1 FIRST AND LIST ORDER WITHIN A CLASS.  A         CPYSLIC 
006350*SLICE LEFT EMPTY (MORE STEPS THAN MEMBERS) IS STILL WRITTEN,     CPYSLIC 
006360*SO ITS STEP RUNS CLEAN RATHER THAN SWEEPING A STALE SLICE.       CPYSLIC 
006370*-------------------------------------------------------------    CPYSLIC 
006380 4000-WRITE-THE-SLICES.                                           CPYSLIC 
006390     PERFORM 4100-WRITE-ONE-SLICE THRU 4100-EXIT                  CPYSLIC 
006400         VARYING WS-SIX FROM 1 BY 1                               CPYSLIC 
006410         UNTIL WS-SIX > WS-STEPS OR WS-REFUSED.                   CPYSLIC 
006420 4000-EXIT.                                                       CPYSLIC 
006430     EXIT.                                                        CPYSLIC 
006440*                                                                 CPYSLIC 
006450 4100-WRITE-ONE-SLICE.                                            CPYSLIC 
006460     MOVE WS-SLICE-FILE(WS-SIX) TO WS-SLC-FILENAME.               CPYSLIC 
006470     OPEN OUTPUT SLC-FILE.                                        CPYSLIC 
006480     IF WS-SLC-FILE-STATUS NOT = '00'                             CPYSLIC 
006490         MOVE SPACES TO WS-ERR-TEXT                               CPYSLIC 
006500         STRING 'SLICE FILE ' DELIMITED BY SIZE                   CPYSLIC 
006510             WS-SLC-FILENAME DELIMITED BY SPACE                   CPYSLIC 
006520             ' WILL NOT OPEN' DELIMITED BY SIZE                   CPYSLIC 
006530             INTO WS-ERR-TEXT                                     CPYSLIC 
006540         END-STRING                                               CPYSLIC 
006550         PERFORM 8000-REFUSE THRU 8000-EXIT                       CPYSLIC 
006560         GO TO 4100-EXIT.                                         CPYSLIC 
006570     MOVE WS-SLICE-LETTERS(WS-SIX:1) TO WS-LETTER.                CPYSLIC 
006580     MOVE WS-STEPS TO WS-EDIT-STEPS.                              CPYSLIC 
006590     MOVE SPACES TO WS-SLC-FILE-REC.                              CPYSLIC 
006600     STRING '* SLICE ' WS-LETTER ' OF ' WS-EDIT-STEPS             CPYSLIC 
006610         ' CUT BY CPYSLIC ' WS-RUN-TIMESTAMP                      CPYSLIC 
006620         ' FROM ' DELIMITED BY SIZE                               CPYSLIC 
006630         WS-MBR-FILENAME DELIMITED BY SPACE                       CPYSLIC 
006640         INTO WS-SLC-FILE-REC                                     CPYSLIC 
006650     END-STRING.                                                  CPYSLIC 
006660     WRITE WS-SLC-FILE-REC.                                       CPYSLIC 
006670     PERFORM 4200-PROJECT-ONE-END THRU 4200-EXIT.                 CPYSLIC 
006680     MOVE WS-SLICE-COUNT(WS-SIX) TO WS-EDIT-COUNT.                CPYSLIC 
006690     MOVE WS-SLICE-SECS(WS-SIX) TO WS-EDIT-SECS.                  CPYSLIC 
006700     MOVE SPACES TO WS-SLC-FILE-REC.                              CPYSLIC 
006710     STRING '* ' WS-EDIT-COUNT ' MEMBERS, ' WS-EDIT-SECS          CPYSLIC 
006720         ' SECONDS PROJECTED FROM ' WS-START-TEXT                 CPYSLIC 
006730         ', ENDING ' WS-CLOCK-TEXT                                CPYSLIC 
006740         DELIMITED BY SIZE INTO WS-SLC-FILE-REC                   CPYSLIC 
006750     END-STRING.                                                  CPYSLIC 
006760     WRITE WS-SLC-FILE-REC.                                       CPYSLIC 
006770     PERFORM 4110-WRITE-ONE-CLASS THRU 4110-EXIT                  CPYSLIC 
006780         VARYING WS-CLASS FROM 1 BY 1                             CPYSLIC 
006790         UNTIL WS-CLASS > 9.                                      CPYSLIC 
006800     CLOSE SLC-FILE.                                              CPYSLIC 
006810 4100-EXIT.                                                       CPYSLIC 
006820     EXIT.                                                        CPYSLIC 
006830*                                                                 CPYSLIC 
006840 4110-WRITE-ONE-CLASS.                                            CPYSLIC 
006850     PERFORM 4120-WRITE-ONE-MEMBER THRU 4120-EXIT                 CPYSLIC 
006860         VARYING WS-RIX FROM 1 BY 1                               CPYSLIC 
006870         UNTIL WS-RIX > WS-ROSTER-COUNT.                          CPYSLIC 
006880 4110-EXIT.                                                       CPYSLIC 
006890     EXIT.                                                        CPYSLIC 
006900*                                                                 CPYSLIC 
006910 4120-WRITE-ONE-MEMBER.                                           CPYSLIC 
006920     IF WS-ROSTER-SLICE(WS-RIX) NOT = WS-SIX                      CPYSLIC 
006930         OR WS-ROSTER-CLASS(WS-RIX) NOT = WS-CLASS                CPYSLIC 
006940         GO TO 4120-EXIT.                                         CPYSLIC 
006950     MOVE SPACES TO WS-SLC-FILE-REC.                              CPYSLIC 
006960     MOVE WS-ROSTER-MBR(WS-RIX) TO WS-SLC-FILE-REC(1:10).         CPYSLIC 
006970     MOVE WS-ROSTER-CLASS(WS-RIX) TO WS-SLC-FILE-REC(12:1).       CPYSLIC 
006980     WRITE WS-SLC-FILE-REC.                                       CPYSLIC 
006990 4120-EXIT.                                                       CPYSLIC 
007000     EXIT.                                                        CPYSLIC 
007010*                                                                 CPYSLIC 
007020*    THE SLICE'S PROJECTED END AS A CLOCK TIME IN WS-CLOCK-TEXT,  CPYSLIC 
007030*    AND AS SECONDS FROM TODAY'S MIDNIGHT IN WS-END-SECS.         CPYSLIC 
007040 4200-PROJECT-ONE-END.                                            CPYSLIC 
007050     COMPUTE WS-END-SECS = WS-START-SECS + WS-SLICE-SECS(WS-SIX). CPYSLIC 
007060     DIVIDE WS-END-SECS BY 86400 GIVING WS-CLOCK-REM              CPYSLIC 
007070         REMAINDER WS-CLOCK-SECS.                                 CPYSLIC 
007080     PERFORM 7000-FORMAT-CLOCK THRU 7000-EXIT.                    CPYSLIC 
007090 4200-EXIT.                                                       CPYSLIC 
007100     EXIT.                                                        CPYSLIC 
007110*-------------------------------------------------------------    CPYSLIC 
007120*5000-REPORT-THE-PLAN - THE INPUTS, ONE LINE PER SLICE AGAINST    CPYSLIC 
007130*THE DEADLINE, THEN EACH SLICE'S MEMBERS WITH THEIR COSTING.      CPYSLIC 
007140*-------------------------------------------------------------    CPYSLIC 
007150 5000-REPORT-THE-PLAN.                                            CPYSLIC 
007160     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYSLIC 
007170     STRING 'MEMBER LIST   ' DELIMITED BY SIZE                    CPYSLIC 
007180         WS-MBR-FILENAME DELIMITED BY SPACE                       CPYSLIC 
007190         INTO WS-RPT-FILE-REC                                     CPYSLIC 
007200     END-STRING.                                                  CPYSLIC 
007210     WRITE WS-RPT-FILE-REC.                                       CPYSLIC 
007220     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYSLIC 
007230     MOVE WS-RUNS TO WS-EDIT-RUNS.                                CPYSLIC 
007240     STRING 'RUN HISTORY   ' DELIMITED BY SIZE                    CPYSLIC 
007250         WS-ACT-FILENAME DELIMITED BY SPACE                       CPYSLIC 
007260         ' - LAST ' WS-EDIT-RUNS ' EXPAND RUNS PER MEMBER'        CPYSLIC 
007270         DELIMITED BY SIZE                                        CPYSLIC 
007280         INTO WS-RPT-FILE-REC                                     CPYSLIC 
007290     END-STRING.                                                  CPYSLIC 
007300     WRITE WS-RPT-FILE-REC.                                       CPYSLIC 
007310     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYSLIC 
007320     MOVE WS-ROSTER-COUNT TO WS-EDIT-COUNT.                       CPYSLIC 
007330     MOVE WS-HIST-MEMBERS TO WS-EDIT-HIST.                        CPYSLIC 
007340     MOVE WS-LIBRARY-AVG TO WS-EDIT-AVG.                          CPYSLIC 
007350     STRING 'MEMBERS       ' WS-EDIT-COUNT ' LISTED, '            CPYSLIC 
007360         WS-EDIT-HIST ' WITH HISTORY, LIBRARY AVERAGE '           CPYSLIC 
007370         WS-EDIT-AVG ' SECS'                                      CPYSLIC 
007380         DELIMITED BY SIZE INTO WS-RPT-FILE-REC                   CPYSLIC 
007390     END-STRING.                                                  CPYSLIC 
007400     WRITE WS-RPT-FILE-REC.                                       CPYSLIC 
007410     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYSLIC 
007420     STRING 'WINDOW        START ' WS-START-TEXT                  CPYSLIC 
007430         '  BATCH-DEADLINE ' WS-DEADLINE-TEXT                     CPYSLIC 
007440         DELIMITED BY SIZE INTO WS-RPT-FILE-REC                   CPYSLIC 
007450     END-STRING.                                                  CPYSLIC 
007460     WRITE WS-RPT-FILE-REC.                                       CPYSLIC 
007470     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYSLIC 
007480     WRITE WS-RPT-FILE-REC.                                       CPYSLIC 
007490     MOVE 'SLICE  MEMBERS  PROJ SECS  PROJ END  STATUS'           CPYSLIC 
007500         TO WS-RPT-FILE-REC.                                      CPYSLIC 
007510     MOVE 'SLICE FILE' TO WS-RPT-FILE-REC(70:10).                 CPYSLIC 
007520     WRITE WS-RPT-FILE-REC.                                       CPYSLIC 
007530     PERFORM 5100-REPORT-ONE-SLICE THRU 5100-EXIT                 CPYSLIC 
007540         VARYING WS-SIX FROM 1 BY 1                               CPYSLIC 
007550         UNTIL WS-SIX > WS-STEPS.                                 CPYSLIC 
007560     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYSLIC 
007570     WRITE WS-RPT-FILE-REC.                                       CPYSLIC 
007580     STRING 'RUN EACH SLICE AS ITS OWN CPYDRVR STEP, '            CPYSLIC 
007590         'SLICE FILE IN SYSIN COLS 22-79'                         CPYSLIC 
007600         DELIMITED BY SIZE INTO WS-RPT-FILE-REC                   CPYSLIC 
007610     END-STRING.                                                  CPYSLIC 
007620     WRITE WS-RPT-FILE-REC.                                       CPYSLIC 
007630     PERFORM 5200-LIST-ONE-SLICE THRU 5200-EXIT                   CPYSLIC 
007640         VARYING WS-SIX FROM 1 BY 1                               CPYSLIC 
007650         UNTIL WS-SIX > WS-STEPS.                                 CPYSLIC 
007660 5000-EXIT.                                                       CPYSLIC 
007670     EXIT.                                                        CPYSLIC 
007680*                                                                 CPYSLIC 
007690 5100-REPORT-ONE-SLICE.                                           CPYSLIC 
007700     PERFORM 4200-PROJECT-ONE-END THRU 4200-EXIT.                 CPYSLIC 
007710     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYSLIC 
007720     MOVE WS-SLICE-LETTERS(WS-SIX:1) TO WS-RPT-FILE-REC(3:1).     CPYSLIC 
007730     MOVE WS-SLICE-COUNT(WS-SIX) TO WS-EDIT-COUNT.                CPYSLIC 
007740     MOVE WS-EDIT-COUNT TO WS-RPT-FILE-REC(10:4).                 CPYSLIC 
007750     MOVE WS-SLICE-SECS(WS-SIX) TO WS-EDIT-SECS.                  CPYSLIC 
007760     MOVE WS-EDIT-SECS TO WS-RPT-FILE-REC(16:8).                  CPYSLIC 
007770     MOVE WS-CLOCK-TEXT TO WS-RPT-FILE-REC(27:8).                 CPYSLIC 
007780     MOVE WS-SLICE-FILE(WS-SIX) TO WS-RPT-FILE-REC(70:63).        CPYSLIC 
007790     IF NOT WS-HAVE-DEADLINE                                      CPYSLIC 
007800         MOVE 'NO DEADLINE SET' TO WS-RPT-FILE-REC(37:30)         CPYSLIC 
007810         WRITE WS-RPT-FILE-REC                                    CPYSLIC 
007820         GO TO 5100-EXIT.                                         CPYSLIC 
007830     IF WS-END-SECS > WS-DEADLINE-SECS                            CPYSLIC 
007840         ADD 1 TO WS-LATE-SLICES                                  CPYSLIC 
007850         COMPUTE WS-DIFF-SECS = WS-END-SECS - WS-DEADLINE-SECS    CPYSLIC 
007860         MOVE WS-DIFF-SECS TO WS-EDIT-SECS                        CPYSLIC 
007870         STRING 'LATE BY ' WS-EDIT-SECS ' SECS'                   CPYSLIC 
007880             DELIMITED BY SIZE INTO WS-RPT-FILE-REC(37:30)        CPYSLIC 
007890         END-STRING                                               CPYSLIC 
007900     ELSE                                                         CPYSLIC 
007910         COMPUTE WS-DIFF-SECS = WS-DEADLINE-SECS - WS-END-SECS    CPYSLIC 
007920         MOVE WS-DIFF-SECS TO WS-EDIT-SECS                        CPYSLIC 
007930         STRING 'ON TIME ' WS-EDIT-SECS ' SPARE'                  CPYSLIC 
007940             DELIMITED BY SIZE INTO WS-RPT-FILE-REC(37:30)        CPYSLIC 
007950         END-STRING                                               CPYSLIC 
007960     END-IF.                                                      CPYSLIC 
007970     WRITE WS-RPT-FILE-REC.                                       CPYSLIC 
007980 5100-EXIT.                                                       CPYSLIC 
007990     EXIT.                                                        CPYSLIC 
008000*                                                                 CPYSLIC 
008010 5200-LIST-ONE-SLICE.                                             CPYSLIC 
008020     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYSLIC 
008030     WRITE WS-RPT-FILE-REC.                                       CPYSLIC 
008040     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYSLIC 
008050     STRING 'SLICE ' WS-SLICE-LETTERS(WS-SIX:1)                   CPYSLIC 
008060         '   MEMBER      CLASS  PROJ SECS  COSTED FROM'           CPYSLIC 
008070         DELIMITED BY SIZE INTO WS-RPT-FILE-REC                   CPYSLIC 
008080     END-STRING.                                                  CPYSLIC 
008090     WRITE WS-RPT-FILE-REC.                                       CPYSLIC 
008100     PERFORM 5210-LIST-ONE-CLASS THRU 5210-EXIT                   CPYSLIC 
008110         VARYING WS-CLASS FROM 1 BY 1                             CPYSLIC 
008120         UNTIL WS-CLASS > 9.                                      CPYSLIC 
008130 5200-EXIT.                                                       CPYSLIC 
008140     EXIT.                                                        CPYSLIC 
008150*                                                                 CPYSLIC 
008160 5210-LIST-ONE-CLASS.                                             CPYSLIC 
008170     PERFORM 5220-LIST-ONE-MEMBER THRU 5220-EXIT                  CPYSLIC 
008180         VARYING WS-RIX FROM 1 BY 1                               CPYSLIC 
008190         UNTIL WS-RIX > WS-ROSTER-COUNT.                          CPYSLIC 
008200 5210-EXIT.                                                       CPYSLIC 
008210     EXIT.                                                        CPYSLIC 
008220*                                                                 CPYSLIC 
008230 5220-LIST-ONE-MEMBER.                                            CPYSLIC 
008240     IF WS-ROSTER-SLICE(WS-RIX) NOT = WS-SIX                      CPYSLIC 
008250         OR WS-ROSTER-CLASS(WS-RIX) NOT = WS-CLASS                CPYSLIC 
008260         GO TO 5220-EXIT.                                         CPYSLIC 
008270     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYSLIC 
008280     MOVE WS-ROSTER-MBR(WS-RIX) TO WS-RPT-FILE-REC(11:10).        CPYSLIC 
008290     MOVE WS-ROSTER-CLASS(WS-RIX) TO WS-CLASS-DIGIT.              CPYSLIC 
008300     MOVE WS-CLASS-DIGIT TO WS-RPT-FILE-REC(25:1).                CPYSLIC 
008310     MOVE WS-ROSTER-PROJ(WS-RIX) TO WS-EDIT-SECS.                 CPYSLIC 
008320     MOVE WS-EDIT-SECS TO WS-RPT-FILE-REC(30:8).                  CPYSLIC 
008330     IF WS-ROSTER-KEPT(WS-RIX) = 0                                CPYSLIC 
008340         MOVE 'LIBRARY AVERAGE - NO HISTORY'                      CPYSLIC 
008350             TO WS-RPT-FILE-REC(41:30)                            CPYSLIC 
008360     ELSE                                                         CPYSLIC 
008370         MOVE WS-ROSTER-KEPT(WS-RIX) TO WS-EDIT-RUNS              CPYSLIC 
008380         STRING 'LAST ' WS-EDIT-RUNS ' RUN(S)'                    CPYSLIC 
008390             DELIMITED BY SIZE INTO WS-RPT-FILE-REC(41:30)        CPYSLIC 
008400         END-STRING                                               CPYSLIC 
008410     END-IF.                                                      CPYSLIC 
008420     WRITE WS-RPT-FILE-REC.                                       CPYSLIC 
008430 5220-EXIT.                                                       CPYSLIC 
008440     EXIT.                                                        CPYSLIC 
008450*-------------------------------------------------------------    CPYSLIC 
008460*7000-FORMAT-CLOCK - WS-CLOCK-SECS (AFTER MIDNIGHT) TO HH:MM:SS   CPYSLIC 
008470*7100-CLOCK-TO-SECS - WS-CLOCK-HHMMSS TO WS-CLOCK-SECS            CPYSLIC 
008480*-------------------------------------------------------------    CPYSLIC 
008490 7000-FORMAT-CLOCK.                                               CPYSLIC 
008500     DIVIDE WS-CLOCK-SECS BY 3600 GIVING WS-CLOCK-HH              CPYSLIC 
008510         REMAINDER WS-CLOCK-REM.                                  CPYSLIC 
008520     DIVIDE WS-CLOCK-REM BY 60 GIVING WS-CLOCK-MM                 CPYSLIC 
008530         REMAINDER WS-CLOCK-SS.                                   CPYSLIC 
008540     MOVE SPACES TO WS-CLOCK-TEXT.                                CPYSLIC 
008550     STRING WS-CLOCK-HH ':' WS-CLOCK-MM ':' WS-CLOCK-SS           CPYSLIC 
008560         DELIMITED BY SIZE INTO WS-CLOCK-TEXT                     CPYSLIC 
008570     END-STRING.                                                  CPYSLIC 
008580 7000-EXIT.                                                       CPYSLIC 
008590     EXIT.                                                        CPYSLIC 
008600*                                                                 CPYSLIC 
008610 7100-CLOCK-TO-SECS.                                              CPYSLIC 
008620     DIVIDE WS-CLOCK-HHMMSS BY 10000 GIVING WS-CLOCK-HH           CPYSLIC 
008630         REMAINDER WS-CLOCK-REM.                                  CPYSLIC 
008640     DIVIDE WS-CLOCK-REM BY 100 GIVING WS-CLOCK-MM                CPYSLIC 
008650         REMAINDER WS-CLOCK-SS.                                   CPYSLIC 
008660     COMPUTE WS-CLOCK-SECS = (WS-CLOCK-HH * 3600)                 CPYSLIC 
008670         + (WS-CLOCK-MM * 60) + WS-CLOCK-SS.                      CPYSLIC 
008680 7100-EXIT.                                                       CPYSLIC 
008690     EXIT.                                                        CPYSLIC 
008700*-------------------------------------------------------------    CPYSLIC 
008710*8000-REFUSE - ONE REPORT LINE SAYING WHY, AND NO SLICES CUT      CPYSLIC 
008720*-------------------------------------------------------------    CPYSLIC 
008730 8000-REFUSE.                                                     CPYSLIC 
008740     MOVE 'Y' TO WS-REFUSED-SW.                                   CPYSLIC 
008750     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYSLIC 
008760     STRING 'ERROR    ' DELIMITED BY SIZE                         CPYSLIC 
008770         WS-ERR-TEXT DELIMITED BY SIZE                            CPYSLIC 
008780         INTO WS-RPT-FILE-REC                                     CPYSLIC 
008790     END-STRING.                                                  CPYSLIC 
008800     WRITE WS-RPT-FILE-REC.                                       CPYSLIC 
008810 8000-EXIT.                                                       CPYSLIC 
008820     EXIT.                                                        CPYSLIC 
