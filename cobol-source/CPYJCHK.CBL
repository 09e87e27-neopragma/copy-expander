000010 IDENTIFICATION DIVISION.                                         CPYJCHK 
000020 PROGRAM-ID. CPYJCHK.                                             CPYJCHK 
000030 AUTHOR. R SANDOVAL.                                              CPYJCHK 
000040 INSTALLATION. DATA CENTER SERVICES - COPYBOOK TOOLING.           CPYJCHK 
000050 DATE-WRITTEN. 2026-10-15.                                        CPYJCHK 
000060 DATE-COMPILED.                                                   CPYJCHK 
000070*-------------------------------------------------------------    CPYJCHK 
000080*MODIFICATION HISTORY                                             CPYJCHK 
000090*-------------------------------------------------------------    CPYJCHK 
000100*2026-10-15 RS  JOB-STREAM PREDECESSOR CHECK.  THE NIGHTLY        CPYJCHK 
000110*               SUITE NOW RUNS A DOZEN JOBS IN A FIXED ORDER      CPYJCHK 
000120*               AND A SKIPPED OR EARLY JOB WENT UNNOTICED         CPYJCHK 
000130*               UNTIL A REPORT LOOKED WRONG.  EACH JOB/STEP IN    CPYJCHK 
000140*               config/CPYSCHD.DAT IS JUDGED FROM ITS LATEST      CPYJCHK 
000150*               COMPLETION RECORD IN registry/CPYJOBL.DAT         CPYJCHK 
000160*               (WRITTEN THROUGH CPYJLOG) INSIDE THE NIGHT'S      CPYJCHK 
000170*               WINDOW: MISSING, FAILED (RC NOT IN ITS            CPYJCHK 
000180*               ACCEPTABLE LIST), OUT OF ORDER (STARTED BEFORE    CPYJCHK 
000190*               A PREDECESSOR ENDED, OR A REQUIRED PREDECESSOR    CPYJCHK 
000200*               NEVER RAN) OR STARTED AFTER A PREDECESSOR         CPYJCHK 
000210*               FAILED.  CALLED BY CPYJCHR FOR THE STANDALONE     CPYJCHK 
000220*               REPORT AND BY CPYTURN FOR ITS MORNING SECTION;    CPYJCHK 
000230*               THE CALLER'S OWN ENTRY COUNTS AS RUNNING NOW.     CPYJCHK 
000240*-------------------------------------------------------------    CPYJCHK 
000250 ENVIRONMENT DIVISION.                                            CPYJCHK 
000260 CONFIGURATION SECTION.                                           CPYJCHK 
000270 SOURCE-COMPUTER. GENERIC-COMPUTER.                               CPYJCHK 
000280 OBJECT-COMPUTER. GENERIC-COMPUTER.                               CPYJCHK 
000290 INPUT-OUTPUT SECTION.                                            CPYJCHK 
000300 FILE-CONTROL.                                                    CPYJCHK 
000310     SELECT SCH-FILE ASSIGN TO DYNAMIC WS-SCH-FILENAME            CPYJCHK 
000320         ORGANIZATION LINE SEQUENTIAL                             CPYJCHK 
000330         FILE STATUS IS WS-SCH-FILE-STATUS.                       CPYJCHK 
000340     SELECT JLR-FILE ASSIGN TO DYNAMIC WS-JLR-FILENAME            CPYJCHK 
000350         ORGANIZATION LINE SEQUENTIAL                             CPYJCHK 
000360         FILE STATUS IS WS-JLR-FILE-STATUS.                       CPYJCHK 
000370 DATA DIVISION.                                                   CPYJCHK 
000380 FILE SECTION.                                                    CPYJCHK 
000390 FD  SCH-FILE.                                                    CPYJCHK 
000400 01  WS-SCH-FILE-REC         PIC X(80).                           CPYJCHK 
000410 FD  JLR-FILE.                                                    CPYJCHK 
000420 01  WS-JLR-FILE-REC         PIC X(60).                           CPYJCHK 
000430 WORKING-STORAGE SECTION.                                         CPYJCHK 
000440 77  WS-SCH-FILENAME         PIC X(80)                            CPYJCHK 
000450         VALUE 'config/CPYSCHD.DAT'.                              CPYJCHK 
000460 77  WS-SCH-FILE-STATUS      PIC X(02) VALUE '00'.                CPYJCHK 
000470 77  WS-JLR-FILENAME         PIC X(80)                            CPYJCHK 
000480         VALUE 'registry/CPYJOBL.DAT'.                            CPYJCHK 
000490 77  WS-JLR-FILE-STATUS      PIC X(02) VALUE '00'.                CPYJCHK 
000500 77  WS-EOF-SW               PIC X(01) VALUE 'N'.                 CPYJCHK 
000510     88  WS-EOF              VALUE 'Y'.                           CPYJCHK 
000520 77  WS-SELF-SW              PIC X(01) VALUE 'N'.                 CPYJCHK 
000530     88  WS-SELF-RUNNING     VALUE 'Y'.                           CPYJCHK 
000540 77  WS-WINDOW-HHMM          PIC X(04) VALUE '1800'.              CPYJCHK 
000550 77  WS-TODAY                PIC 9(08) VALUE 0.                   CPYJCHK 
000560 77  WS-RUN-DATE             PIC 9(08) VALUE 0.                   CPYJCHK 
000570 77  WS-PREV-DATE            PIC 9(08) VALUE 0.                   CPYJCHK 
000580 77  WS-DATE-INT             PIC 9(08) COMP VALUE 0.              CPYJCHK 
000590 77  WS-TIME-PART            PIC X(08) VALUE SPACES.              CPYJCHK 
000600 77  WS-NOW-TS               PIC X(15) VALUE SPACES.              CPYJCHK 
000610 77  WS-SIX                  PIC 9(04) COMP VALUE 0.              CPYJCHK 
000620 77  WS-PIX                  PIC 9(04) COMP VALUE 0.              CPYJCHK 
000630 77  WS-TOK-IX               PIC 9(04) COMP VALUE 0.              CPYJCHK 
000640 77  WS-RC-IX                PIC 9(04) COMP VALUE 0.              CPYJCHK 
000650 77  WS-RC-POS               PIC 9(04) COMP VALUE 0.              CPYJCHK 
000660 77  WS-RC-SLOT              PIC X(02) VALUE SPACES.              CPYJCHK 
000670 77  WS-RC-VALUE             PIC 9(02) VALUE 0.                   CPYJCHK 
000680 77  WS-EDIT-RC              PIC 9(04) VALUE 0.                   CPYJCHK 
000690 77  WS-PRED-JOB             PIC X(08) VALUE SPACES.              CPYJCHK 
000700 77  WS-PRED-STEP            PIC X(08) VALUE SPACES.              CPYJCHK 
000710 77  WS-PRED-HIT-SW          PIC X(01) VALUE 'N'.                 CPYJCHK 
000720     88  WS-PRED-HIT         VALUE 'Y'.                           CPYJCHK 
000730 77  WS-NEW-RANK             PIC 9(01) VALUE 0.                   CPYJCHK 
000740 77  WS-NEW-NOTE             PIC X(40) VALUE SPACES.              CPYJCHK 
000750 01  WS-PRED-TOKENS.                                              CPYJCHK 
000760     05  WS-PRED-TOKEN OCCURS 6 TIMES PIC X(17).                  CPYJCHK 
000770*WHAT THE SCHEDULE SAYS ABOUT EACH JCK-ENT ENTRY, SAME ORDER.     CPYJCHK 
000780*THE RANK ORDERS THE FINDINGS - 4 MISSING, 3 AFTER FAIL,          CPYJCHK 
000790*2 OUT OF ORDER, 1 FAILED, 0 NONE - AND THE HIGHEST WINS.         CPYJCHK 
000800 01  WS-SCH-TABLE.                                                CPYJCHK 
000810     05  WS-SCH-ENT OCCURS 100 TIMES.                             CPYJCHK 
000820         10  WS-SCH-FLAG     PIC X(01).                           CPYJCHK 
000830             88  WS-SCH-REQUIRED VALUE 'R'.                       CPYJCHK 
000840         10  WS-SCH-RCS      PIC X(12).                           CPYJCHK 
000850         10  WS-SCH-PREDS    PIC X(47).                           CPYJCHK 
000860         10  WS-SCH-RC-OK-SW PIC X(01).                           CPYJCHK 
000870             88  WS-SCH-RC-OK VALUE 'Y'.                          CPYJCHK 
000880         10  WS-SCH-SELF-SW  PIC X(01).                           CPYJCHK 
000890             88  WS-SCH-SELF VALUE 'Y'.                           CPYJCHK 
000900         10  WS-SCH-RANK     PIC 9(01).                           CPYJCHK 
000910 COPY CPYJLR.                                                     CPYJCHK 
000920 LINKAGE SECTION.                                                 CPYJCHK 
000930 COPY CPYJCP.                                                     CPYJCHK 
000940 PROCEDURE DIVISION USING CPYJCHK-PARMS.                          CPYJCHK 
000950*-------------------------------------------------------------    CPYJCHK 
000960*0000-MAINLINE                                                    CPYJCHK 
000970*-------------------------------------------------------------    CPYJCHK 
000980 0000-MAINLINE.                                                   CPYJCHK 
000990     MOVE 'N' TO JCK-RESULT.                                      CPYJCHK 
001000     MOVE SPACES TO JCK-WINDOW-START JCK-WINDOW-END.              CPYJCHK 
001010     MOVE 0 TO JCK-MISSING-COUNT JCK-FAILED-COUNT                 CPYJCHK 
001020         JCK-ORDER-COUNT JCK-AFTER-FAIL-COUNT JCK-ENT-COUNT.      CPYJCHK 
001030     MOVE '1800' TO WS-WINDOW-HHMM.                               CPYJCHK 
001040     ACCEPT WS-TODAY FROM DATE YYYYMMDD.                          CPYJCHK 
001050     ACCEPT WS-TIME-PART FROM TIME.                               CPYJCHK 
001060     STRING WS-TODAY WS-TIME-PART                                 CPYJCHK 
001070         DELIMITED BY SIZE INTO WS-NOW-TS.                        CPYJCHK 
001080     IF JCK-RUN-DATE NUMERIC                                      CPYJCHK 
001090         MOVE JCK-RUN-DATE TO WS-RUN-DATE                         CPYJCHK 
001100     ELSE                                                         CPYJCHK 
001110         MOVE WS-TODAY TO WS-RUN-DATE                             CPYJCHK 
001120     END-IF.                                                      CPYJCHK 
001130*    THE CALLER IS STILL RUNNING, SO IT HAS NO LEDGER RECORD      CPYJCHK 
001140*    YET - ITS OWN ENTRY COUNTS AS RUNNING NOW, BUT ONLY WHEN     CPYJCHK 
001150*    IT IS CHECKING TONIGHT.  A RERUN FOR AN EARLIER NIGHT        CPYJCHK 
001160*    READS THAT NIGHT AS THE LEDGER HAS IT.                       CPYJCHK 
001170     IF WS-RUN-DATE = WS-TODAY                                    CPYJCHK 
001180         AND JCK-CALLER NOT = SPACES                              CPYJCHK 
001190         MOVE 'Y' TO WS-SELF-SW                                   CPYJCHK 
001200     ELSE                                                         CPYJCHK 
001210         MOVE 'N' TO WS-SELF-SW                                   CPYJCHK 
001220     END-IF.                                                      CPYJCHK 
001230     PERFORM 1000-LOAD-SCHEDULE THRU 1000-EXIT.                   CPYJCHK 
001240     IF JCK-NO-SCHEDULE                                           CPYJCHK 
001250         GOBACK                                                   CPYJCHK 
001260     END-IF.                                                      CPYJCHK 
001270     PERFORM 1500-SET-THE-WINDOW THRU 1500-EXIT.                  CPYJCHK 
001280     PERFORM 2000-READ-THE-LEDGER THRU 2000-EXIT.                 CPYJCHK 
001290     PERFORM 3000-CHECK-ONE-RC THRU 3000-EXIT                     CPYJCHK 
001300         VARYING WS-SIX FROM 1 BY 1                               CPYJCHK 
001310         UNTIL WS-SIX > JCK-ENT-COUNT.                            CPYJCHK 
001320     PERFORM 3200-JUDGE-ONE-ENTRY THRU 3200-EXIT                  CPYJCHK 
001330         VARYING WS-SIX FROM 1 BY 1                               CPYJCHK 
001340         UNTIL WS-SIX > JCK-ENT-COUNT.                            CPYJCHK 
001350     PERFORM 3500-SET-ONE-STATUS THRU 3500-EXIT                   CPYJCHK 
001360         VARYING WS-SIX FROM 1 BY 1                               CPYJCHK 
001370         UNTIL WS-SIX > JCK-ENT-COUNT.                            CPYJCHK 
001380     IF JCK-MISSING-COUNT = 0                                     CPYJCHK 
001390         AND JCK-FAILED-COUNT = 0                                 CPYJCHK 
001400         AND JCK-ORDER-COUNT = 0                                  CPYJCHK 
001410         AND JCK-AFTER-FAIL-COUNT = 0                             CPYJCHK 
001420         MOVE 'Y' TO JCK-RESULT                                   CPYJCHK 
001430     END-IF.                                                      CPYJCHK 
001440     GOBACK.                                                      CPYJCHK 
001450*                                                                 CPYJCHK 
001460*-------------------------------------------------------------    CPYJCHK 
001470*1000-LOAD-SCHEDULE - config/CPYSCHD.DAT.  A WINDOW CARD SETS     CPYJCHK 
001480*THE HOUR THE NIGHT TURNS OVER; EVERY OTHER CARD IS ONE           CPYJCHK 
001490*JOB/STEP: JOB 1-8, STEP 10-17 (BLANK = ANY STEP), R/O 19,        CPYJCHK 
001500*ACCEPTABLE RCS 21-32, PREDECESSORS 34-80.                        CPYJCHK 
001510*-------------------------------------------------------------    CPYJCHK 
001520 1000-LOAD-SCHEDULE.                                              CPYJCHK 
001530     OPEN INPUT SCH-FILE.                                         CPYJCHK 
001540     IF WS-SCH-FILE-STATUS NOT = '00'                             CPYJCHK 
001550         DISPLAY 'CPYJCHK - NO SCHEDULE FILE ' WS-SCH-FILENAME    CPYJCHK 
001560         MOVE 'U' TO JCK-RESULT                                   CPYJCHK 
001570         GO TO 1000-EXIT                                          CPYJCHK 
001580     END-IF.                                                      CPYJCHK 
001590     MOVE 'N' TO WS-EOF-SW.                                       CPYJCHK 
001600     PERFORM 1100-LOAD-ONE-ENTRY THRU 1100-EXIT UNTIL WS-EOF.     CPYJCHK 
001610     CLOSE SCH-FILE.                                              CPYJCHK 
001620 1000-EXIT.                                                       CPYJCHK 
001630     EXIT.                                                        CPYJCHK 
001640*                                                                 CPYJCHK 
001650 1100-LOAD-ONE-ENTRY.                                             CPYJCHK 
001660     READ SCH-FILE INTO WS-SCH-FILE-REC                           CPYJCHK 
001670         AT END MOVE 'Y' TO WS-EOF-SW                             CPYJCHK 
001680     END-READ.                                                    CPYJCHK 
001690     IF WS-EOF                                                    CPYJCHK 
001700         GO TO 1100-EXIT.                                         CPYJCHK 
001710     IF WS-SCH-FILE-REC(1:1) = '*'                                CPYJCHK 
001720         OR WS-SCH-FILE-REC = SPACES                              CPYJCHK 
001730         GO TO 1100-EXIT.                                         CPYJCHK 
001740     IF WS-SCH-FILE-REC(1:7) = 'WINDOW '                          CPYJCHK 
001750         IF WS-SCH-FILE-REC(9:4) NUMERIC                          CPYJCHK 
001760             MOVE WS-SCH-FILE-REC(9:4) TO WS-WINDOW-HHMM          CPYJCHK 
001770         ELSE                                                     CPYJCHK 
001780             DISPLAY 'CPYJCHK - BAD WINDOW CARD IGNORED'          CPYJCHK 
001790         END-IF                                                   CPYJCHK 
001800         GO TO 1100-EXIT                                          CPYJCHK 
001810     END-IF.                                                      CPYJCHK 
001820     IF JCK-ENT-COUNT NOT < 100                                   CPYJCHK 
001830         DISPLAY 'CPYJCHK - SCHEDULE FULL, IGNORED: '             CPYJCHK 
001840             WS-SCH-FILE-REC(1:17)                                CPYJCHK 
001850         GO TO 1100-EXIT.                                         CPYJCHK 
001860     ADD 1 TO JCK-ENT-COUNT.                                      CPYJCHK 
001870     MOVE JCK-ENT-COUNT TO WS-SIX.                                CPYJCHK 
001880     MOVE WS-SCH-FILE-REC(1:8) TO JCK-JOB(WS-SIX).                CPYJCHK 
001890     MOVE WS-SCH-FILE-REC(10:8) TO JCK-STEP(WS-SIX).              CPYJCHK 
001900     MOVE SPACES TO JCK-STATUS(WS-SIX) JCK-START-TS(WS-SIX)       CPYJCHK 
001910         JCK-END-TS(WS-SIX) JCK-NOTE(WS-SIX).                     CPYJCHK 
001920     MOVE 0 TO JCK-RC(WS-SIX).                                    CPYJCHK 
001930     MOVE 'N' TO JCK-RAN-SW(WS-SIX).                              CPYJCHK 
001940     MOVE WS-SCH-FILE-REC(19:1) TO WS-SCH-FLAG(WS-SIX).           CPYJCHK 
001950     MOVE WS-SCH-FILE-REC(21:12) TO WS-SCH-RCS(WS-SIX).           CPYJCHK 
001960     MOVE WS-SCH-FILE-REC(34:47) TO WS-SCH-PREDS(WS-SIX).         CPYJCHK 
001970     MOVE 'N' TO WS-SCH-RC-OK-SW(WS-SIX).                         CPYJCHK 
001980     MOVE 'N' TO WS-SCH-SELF-SW(WS-SIX).                          CPYJCHK 
001990     MOVE 0 TO WS-SCH-RANK(WS-SIX).                               CPYJCHK 
002000     IF WS-SELF-RUNNING                                           CPYJCHK 
002010         AND JCK-JOB(WS-SIX) = JCK-CALLER                         CPYJCHK 
002020         MOVE 'Y' TO WS-SCH-SELF-SW(WS-SIX)                       CPYJCHK 
002030         MOVE 'Y' TO JCK-RAN-SW(WS-SIX)                           CPYJCHK 
002040         MOVE WS-NOW-TS TO JCK-START-TS(WS-SIX)                   CPYJCHK 
002050         MOVE WS-NOW-TS TO JCK-END-TS(WS-SIX)                     CPYJCHK 
002060     END-IF.                                                      CPYJCHK 
002070 1100-EXIT.                                                       CPYJCHK 
002080     EXIT.                                                        CPYJCHK 
002090*                                                                 CPYJCHK 
002100*-------------------------------------------------------------    CPYJCHK 
002110*1500-SET-THE-WINDOW - THE NIGHT OF THE RUN DATE RUNS FROM THE    CPYJCHK 
002120*WINDOW HOUR THE DAY BEFORE UP TO THE WINDOW HOUR ON THE DAY      CPYJCHK 
002130*ITSELF, SO A MORNING REPORT SEES THE WHOLE OF LAST NIGHT.        CPYJCHK 
002140*-------------------------------------------------------------    CPYJCHK 
002150 1500-SET-THE-WINDOW.                                             CPYJCHK 
002160     COMPUTE WS-DATE-INT =                                        CPYJCHK 
002170         FUNCTION INTEGER-OF-DATE (WS-RUN-DATE) - 1.              CPYJCHK 
002180     COMPUTE WS-PREV-DATE =                                       CPYJCHK 
002190         FUNCTION DATE-OF-INTEGER (WS-DATE-INT).                  CPYJCHK 
002200     STRING WS-PREV-DATE WS-WINDOW-HHMM '000'                     CPYJCHK 
002210         DELIMITED BY SIZE INTO JCK-WINDOW-START.                 CPYJCHK 
002220     STRING WS-RUN-DATE WS-WINDOW-HHMM '000'                      CPYJCHK 
002230         DELIMITED BY SIZE INTO JCK-WINDOW-END.                   CPYJCHK 
002240 1500-EXIT.                                                       CPYJCHK 
002250     EXIT.                                                        CPYJCHK 
002260*                                                                 CPYJCHK 
002270*-------------------------------------------------------------    CPYJCHK 
002280*2000-READ-THE-LEDGER - THE LATEST RECORD IN THE WINDOW FOR A     CPYJCHK 
002290*JOB/STEP IS THE ONE JUDGED, SO A SUCCESSFUL RERUN CLEARS AN      CPYJCHK 
002300*EARLIER FAILURE.  NO LEDGER LEAVES EVERY JOB UNRUN.              CPYJCHK 
002310*-------------------------------------------------------------    CPYJCHK 
002320 2000-READ-THE-LEDGER.                                            CPYJCHK 
002330     OPEN INPUT JLR-FILE.                                         CPYJCHK 
002340     IF WS-JLR-FILE-STATUS NOT = '00'                             CPYJCHK 
002350         DISPLAY 'CPYJCHK - NO JOB LEDGER ' WS-JLR-FILENAME       CPYJCHK 
002360         GO TO 2000-EXIT                                          CPYJCHK 
002370     END-IF.                                                      CPYJCHK 
002380     MOVE 'N' TO WS-EOF-SW.                                       CPYJCHK 
002390     PERFORM 2100-POST-ONE-RECORD THRU 2100-EXIT UNTIL WS-EOF.    CPYJCHK 
002400     CLOSE JLR-FILE.                                              CPYJCHK 
002410 2000-EXIT.                                                       CPYJCHK 
002420     EXIT.                                                        CPYJCHK 
002430*                                                                 CPYJCHK 
002440 2100-POST-ONE-RECORD.                                            CPYJCHK 
002450     READ JLR-FILE INTO JLR-RECORD                                CPYJCHK 
002460         AT END MOVE 'Y' TO WS-EOF-SW                             CPYJCHK 
002470     END-READ.                                                    CPYJCHK 
002480     IF WS-EOF                                                    CPYJCHK 
002490         GO TO 2100-EXIT.                                         CPYJCHK 
002500     IF JLR-START-TS < JCK-WINDOW-START                           CPYJCHK 
002510         OR JLR-START-TS NOT < JCK-WINDOW-END                     CPYJCHK 
002520         GO TO 2100-EXIT.                                         CPYJCHK 
002530     PERFORM 2110-MATCH-ONE-ENTRY THRU 2110-EXIT                  CPYJCHK 
002540         VARYING WS-SIX FROM 1 BY 1                               CPYJCHK 
002550         UNTIL WS-SIX > JCK-ENT-COUNT.                            CPYJCHK 
002560 2100-EXIT.                                                       CPYJCHK 
002570     EXIT.                                                        CPYJCHK 
002580*                                                                 CPYJCHK 
002590 2110-MATCH-ONE-ENTRY.                                            CPYJCHK 
002600     IF JCK-JOB(WS-SIX) NOT = JLR-JOB                             CPYJCHK 
002610         OR WS-SCH-SELF(WS-SIX)                                   CPYJCHK 
002620         GO TO 2110-EXIT.                                         CPYJCHK 
002630     IF JCK-STEP(WS-SIX) NOT = SPACES                             CPYJCHK 
002640         AND JCK-STEP(WS-SIX) NOT = JLR-STEP                      CPYJCHK 
002650         GO TO 2110-EXIT.                                         CPYJCHK 
002660     IF JCK-RAN(WS-SIX)                                           CPYJCHK 
002670         AND JLR-END-TS < JCK-END-TS(WS-SIX)                      CPYJCHK 
002680         GO TO 2110-EXIT.                                         CPYJCHK 
002690     MOVE 'Y' TO JCK-RAN-SW(WS-SIX).                              CPYJCHK 
002700     MOVE JLR-START-TS TO JCK-START-TS(WS-SIX).                   CPYJCHK 
002710     MOVE JLR-END-TS TO JCK-END-TS(WS-SIX).                       CPYJCHK 
002720     MOVE JLR-RC TO JCK-RC(WS-SIX).                               CPYJCHK 
002730 2110-EXIT.                                                       CPYJCHK 
002740     EXIT.                                                        CPYJCHK 
002750*                                                                 CPYJCHK 
002760*-------------------------------------------------------------    CPYJCHK 
002770*3000-CHECK-ONE-RC - AN ENTRY'S RC IS ACCEPTABLE WHEN IT IS IN    CPYJCHK 
002780*THE TWO-DIGIT LIST IN COLS 21-32; NO LIST MEANS RC 0 ONLY.       CPYJCHK 
002790*THE RUNNING CALLER IS ACCEPTABLE BY DEFINITION.                  CPYJCHK 
002800*-------------------------------------------------------------    CPYJCHK 
002810 3000-CHECK-ONE-RC.                                               CPYJCHK 
002820     IF WS-SCH-SELF(WS-SIX)                                       CPYJCHK 
002830         MOVE 'Y' TO WS-SCH-RC-OK-SW(WS-SIX)                      CPYJCHK 
002840         GO TO 3000-EXIT.                                         CPYJCHK 
002850     IF NOT JCK-RAN(WS-SIX)                                       CPYJCHK 
002860         GO TO 3000-EXIT.                                         CPYJCHK 
002870     IF WS-SCH-RCS(WS-SIX) = SPACES                               CPYJCHK 
002880         IF JCK-RC(WS-SIX) = 0                                    CPYJCHK 
002890             MOVE 'Y' TO WS-SCH-RC-OK-SW(WS-SIX)                  CPYJCHK 
002900         END-IF                                                   CPYJCHK 
002910         GO TO 3000-EXIT                                          CPYJCHK 
002920     END-IF.                                                      CPYJCHK 
002930     PERFORM 3100-TEST-ONE-RC THRU 3100-EXIT                      CPYJCHK 
002940         VARYING WS-RC-IX FROM 1 BY 1                             CPYJCHK 
002950         UNTIL WS-RC-IX > 4 OR WS-SCH-RC-OK(WS-SIX).              CPYJCHK 
002960 3000-EXIT.                                                       CPYJCHK 
002970     EXIT.                                                        CPYJCHK 
002980*                                                                 CPYJCHK 
002990 3100-TEST-ONE-RC.                                                CPYJCHK 
003000     COMPUTE WS-RC-POS = (WS-RC-IX - 1) * 3 + 1.                  CPYJCHK 
003010     MOVE WS-SCH-RCS(WS-SIX)(WS-RC-POS:2) TO WS-RC-SLOT.          CPYJCHK 
003020     IF WS-RC-SLOT NOT NUMERIC                                    CPYJCHK 
003030         GO TO 3100-EXIT.                                         CPYJCHK 
003040     MOVE WS-RC-SLOT TO WS-RC-VALUE.                              CPYJCHK 
003050     IF JCK-RC(WS-SIX) = WS-RC-VALUE                              CPYJCHK 
003060         MOVE 'Y' TO WS-SCH-RC-OK-SW(WS-SIX)                      CPYJCHK 
003070     END-IF.                                                      CPYJCHK 
003080 3100-EXIT.                                                       CPYJCHK 
003090     EXIT.                                                        CPYJCHK 
003100*                                                                 CPYJCHK 
003110*-------------------------------------------------------------    CPYJCHK 
003120*3200-JUDGE-ONE-ENTRY - A REQUIRED ENTRY THAT NEVER RAN IS        CPYJCHK 
003130*MISSING; ONE THAT RAN IS HELD AGAINST ITS OWN RC AND AGAINST     CPYJCHK 
003140*EACH PREDECESSOR.  AN OPTIONAL ENTRY THAT DID NOT RUN IS NOT     CPYJCHK 
003150*A FINDING, AND AN OPTIONAL PREDECESSOR THAT DID NOT RUN IS       CPYJCHK 
003160*NOT WAITED FOR.                                                  CPYJCHK 
003170*-------------------------------------------------------------    CPYJCHK 
003180 3200-JUDGE-ONE-ENTRY.                                            CPYJCHK 
003190     IF NOT JCK-RAN(WS-SIX)                                       CPYJCHK 
003200         IF WS-SCH-REQUIRED(WS-SIX)                               CPYJCHK 
003210             MOVE 4 TO WS-NEW-RANK                                CPYJCHK 
003220             MOVE 'REQUIRED - NO RUN IN THE WINDOW'               CPYJCHK 
003230                 TO WS-NEW-NOTE                                   CPYJCHK 
003240             PERFORM 3400-RAISE-THE-RANK THRU 3400-EXIT           CPYJCHK 
003250         END-IF                                                   CPYJCHK 
003260         GO TO 3200-EXIT                                          CPYJCHK 
003270     END-IF.                                                      CPYJCHK 
003280     IF NOT WS-SCH-RC-OK(WS-SIX)                                  CPYJCHK 
003290         MOVE JCK-RC(WS-SIX) TO WS-EDIT-RC                        CPYJCHK 
003300         MOVE 1 TO WS-NEW-RANK                                    CPYJCHK 
003310         MOVE SPACES TO WS-NEW-NOTE                               CPYJCHK 
003320         STRING 'RC ' WS-EDIT-RC ' IS NOT ACCEPTABLE'             CPYJCHK 
003330             DELIMITED BY SIZE INTO WS-NEW-NOTE                   CPYJCHK 
003340         PERFORM 3400-RAISE-THE-RANK THRU 3400-EXIT               CPYJCHK 
003350     END-IF.                                                      CPYJCHK 
003360     MOVE SPACES TO WS-PRED-TOKENS.                               CPYJCHK 
003370     UNSTRING WS-SCH-PREDS(WS-SIX) DELIMITED BY ALL SPACE         CPYJCHK 
003380         INTO WS-PRED-TOKEN(1) WS-PRED-TOKEN(2)                   CPYJCHK 
003390              WS-PRED-TOKEN(3) WS-PRED-TOKEN(4)                   CPYJCHK 
003400              WS-PRED-TOKEN(5) WS-PRED-TOKEN(6)                   CPYJCHK 
003410     END-UNSTRING.                                                CPYJCHK 
003420     PERFORM 3300-CHECK-ONE-PREDECESSOR THRU 3300-EXIT            CPYJCHK 
003430         VARYING WS-TOK-IX FROM 1 BY 1                            CPYJCHK 
003440         UNTIL WS-TOK-IX > 6.                                     CPYJCHK 
003450 3200-EXIT.                                                       CPYJCHK 
003460     EXIT.                                                        CPYJCHK 
003470*                                                                 CPYJCHK 
003480 3300-CHECK-ONE-PREDECESSOR.                                      CPYJCHK 
003490     IF WS-PRED-TOKEN(WS-TOK-IX) = SPACES                         CPYJCHK 
003500         GO TO 3300-EXIT.                                         CPYJCHK 
003510     MOVE SPACES TO WS-PRED-JOB WS-PRED-STEP.                     CPYJCHK 
003520     UNSTRING WS-PRED-TOKEN(WS-TOK-IX) DELIMITED BY '/'           CPYJCHK 
003530         INTO WS-PRED-JOB WS-PRED-STEP                            CPYJCHK 
003540     END-UNSTRING.                                                CPYJCHK 
003550     MOVE 'N' TO WS-PRED-HIT-SW.                                  CPYJCHK 
003560     PERFORM 3310-TEST-PREDECESSOR-ENTRY THRU 3310-EXIT           CPYJCHK 
003570         VARYING WS-PIX FROM 1 BY 1                               CPYJCHK 
003580         UNTIL WS-PIX > JCK-ENT-COUNT.                            CPYJCHK 
003590     IF NOT WS-PRED-HIT                                           CPYJCHK 
003600         DISPLAY 'CPYJCHK - PREDECESSOR '                         CPYJCHK 
003610             WS-PRED-TOKEN(WS-TOK-IX)                             CPYJCHK 
003620             ' IS NOT ON THE SCHEDULE'                            CPYJCHK 
003630     END-IF.                                                      CPYJCHK 
003640 3300-EXIT.                                                       CPYJCHK 
003650     EXIT.                                                        CPYJCHK 
003660*                                                                 CPYJCHK 
003670 3310-TEST-PREDECESSOR-ENTRY.                                     CPYJCHK 
003680     IF WS-PIX = WS-SIX                                           CPYJCHK 
003690         OR JCK-JOB(WS-PIX) NOT = WS-PRED-JOB                     CPYJCHK 
003700         GO TO 3310-EXIT.                                         CPYJCHK 
003710     IF WS-PRED-STEP NOT = SPACES                                 CPYJCHK 
003720         AND JCK-STEP(WS-PIX) NOT = WS-PRED-STEP                  CPYJCHK 
003730         GO TO 3310-EXIT.                                         CPYJCHK 
003740     MOVE 'Y' TO WS-PRED-HIT-SW.                                  CPYJCHK 
003750     MOVE SPACES TO WS-NEW-NOTE.                                  CPYJCHK 
003760     IF NOT JCK-RAN(WS-PIX)                                       CPYJCHK 
003770         IF WS-SCH-REQUIRED(WS-PIX)                               CPYJCHK 
003780             MOVE 2 TO WS-NEW-RANK                                CPYJCHK 
003790             STRING WS-PRED-TOKEN(WS-TOK-IX) DELIMITED BY SPACE   CPYJCHK 
003800                 ' NEVER RAN' DELIMITED BY SIZE                   CPYJCHK 
003810                 INTO WS-NEW-NOTE                                 CPYJCHK 
003820             PERFORM 3400-RAISE-THE-RANK THRU 3400-EXIT           CPYJCHK 
003830         END-IF                                                   CPYJCHK 
003840         GO TO 3310-EXIT                                          CPYJCHK 
003850     END-IF.                                                      CPYJCHK 
003860     IF JCK-END-TS(WS-PIX) > JCK-START-TS(WS-SIX)                 CPYJCHK 
003870         MOVE 2 TO WS-NEW-RANK                                    CPYJCHK 
003880         STRING 'STARTED BEFORE ' DELIMITED BY SIZE               CPYJCHK 
003890             WS-PRED-TOKEN(WS-TOK-IX) DELIMITED BY SPACE          CPYJCHK 
003900             ' ENDED' DELIMITED BY SIZE                           CPYJCHK 
003910             INTO WS-NEW-NOTE                                     CPYJCHK 
003920         PERFORM 3400-RAISE-THE-RANK THRU 3400-EXIT               CPYJCHK 
003930         GO TO 3310-EXIT                                          CPYJCHK 
003940     END-IF.                                                      CPYJCHK 
003950     IF NOT WS-SCH-RC-OK(WS-PIX)                                  CPYJCHK 
003960         MOVE 3 TO WS-NEW-RANK                                    CPYJCHK 
003970         STRING 'STARTED AFTER ' DELIMITED BY SIZE                CPYJCHK 
003980             WS-PRED-TOKEN(WS-TOK-IX) DELIMITED BY SPACE          CPYJCHK 
003990             ' FAILED' DELIMITED BY SIZE                          CPYJCHK 
004000             INTO WS-NEW-NOTE                                     CPYJCHK 
004010         PERFORM 3400-RAISE-THE-RANK THRU 3400-EXIT               CPYJCHK 
004020     END-IF.                                                      CPYJCHK 
004030 3310-EXIT.                                                       CPYJCHK 
004040     EXIT.                                                        CPYJCHK 
004050*                                                                 CPYJCHK 
004060 3400-RAISE-THE-RANK.                                             CPYJCHK 
004070     IF WS-NEW-RANK > WS-SCH-RANK(WS-SIX)                         CPYJCHK 
004080         MOVE WS-NEW-RANK TO WS-SCH-RANK(WS-SIX)                  CPYJCHK 
004090         MOVE WS-NEW-NOTE TO JCK-NOTE(WS-SIX)                     CPYJCHK 
004100     END-IF.                                                      CPYJCHK 
004110 3400-EXIT.                                                       CPYJCHK 
004120     EXIT.                                                        CPYJCHK 
004130*                                                                 CPYJCHK 
004140 3500-SET-ONE-STATUS.                                             CPYJCHK 
004150     EVALUATE WS-SCH-RANK(WS-SIX)                                 CPYJCHK 
004160         WHEN 4                                                   CPYJCHK 
004170             MOVE 'MISSING' TO JCK-STATUS(WS-SIX)                 CPYJCHK 
004180             ADD 1 TO JCK-MISSING-COUNT                           CPYJCHK 
004190         WHEN 3                                                   CPYJCHK 
004200             MOVE 'AFTER FAIL' TO JCK-STATUS(WS-SIX)              CPYJCHK 
004210             ADD 1 TO JCK-AFTER-FAIL-COUNT                        CPYJCHK 
004220         WHEN 2                                                   CPYJCHK 
004230             MOVE 'OUT OF ORD' TO JCK-STATUS(WS-SIX)              CPYJCHK 
004240             ADD 1 TO JCK-ORDER-COUNT                             CPYJCHK 
004250         WHEN 1                                                   CPYJCHK 
004260             MOVE 'FAILED' TO JCK-STATUS(WS-SIX)                  CPYJCHK 
004270             ADD 1 TO JCK-FAILED-COUNT                            CPYJCHK 
004280         WHEN OTHER                                               CPYJCHK 
004290             IF WS-SCH-SELF(WS-SIX)                               CPYJCHK 
004300                 MOVE 'THIS RUN' TO JCK-STATUS(WS-SIX)            CPYJCHK 
004310             ELSE                                                 CPYJCHK 
004320                 IF JCK-RAN(WS-SIX)                               CPYJCHK 
004330                     MOVE 'OK' TO JCK-STATUS(WS-SIX)              CPYJCHK 
004340                 ELSE                                             CPYJCHK 
004350                     MOVE 'NOT RUN' TO JCK-STATUS(WS-SIX)         CPYJCHK 
004360                     MOVE 'OPTIONAL' TO JCK-NOTE(WS-SIX)          CPYJCHK 
004370                 END-IF                                           CPYJCHK 
004380             END-IF                                               CPYJCHK 
004390     END-EVALUATE.                                                CPYJCHK 
004400 3500-EXIT.                                                       CPYJCHK 
004410     EXIT.                                                        CPYJCHK 
