000010 IDENTIFICATION DIVISION.                                         CPYINQ  
000020 PROGRAM-ID. CPYINQ.                                              CPYINQ  
000030 AUTHOR. R SANDOVAL.                                              CPYINQ  
000040 INSTALLATION. DATA CENTER SERVICES - COPYBOOK TOOLING.           CPYINQ  
000050 DATE-WRITTEN. 2026-10-15.                                        CPYINQ  
000060 DATE-COMPILED.                                                   CPYINQ  
000070*-------------------------------------------------------------    CPYINQ  
000080*MODIFICATION HISTORY                                             CPYINQ  
000090*-------------------------------------------------------------    CPYINQ  
000100*2026-10-15 RS  ONLINE WHERE-USED INQUIRY, IN THE STYLE OF        CPYINQ  
000110*               CPYONLN AND CPYMNT, SO A "WHO USES COPY1A AND     CPYINQ  
000120*               WHICH FIELDS" CALL TO THE DESK IS ANSWERED ON     CPYINQ  
000130*               THE SPOT INSTEAD OF BY A CPYXREF SUBMISSION.      CPYINQ  
000140*               THE ANALYST KEYS A COPYBOOK, A DATA NAME OR A     CPYINQ  
000150*               PROGRAM.  A COPYBOOK SHOWS ITS OWNER              CPYINQ  
000160*               (config/CPYOWN.DAT), LIFECYCLE STATUS             CPYINQ  
000170*               (config/CPYLCY.DAT) AND CURRENT VERSION           CPYINQ  
000180*               (config/CPYVERS.DAT), THEN ITS CONSUMING          CPYINQ  
000190*               PROGRAMS (registry/CPYREG.DAT), ITS PARENT AND    CPYINQ  
000200*               CHILD COPYBOOKS (registry/CPYDEP.DAT) AND THE     CPYINQ  
000210*               FIELDS PROGRAMS REFERENCE (registry/CPYFXR.DAT).  CPYINQ  
000220*               A DATA NAME SHOWS THE PROGRAMS REFERENCING IT     CPYINQ  
000230*               AND THROUGH WHICH COPYBOOK; A PROGRAM SHOWS ALL   CPYINQ  
000240*               OF ITS COPYBOOKS.  THE ANSWER PAGES FORWARD AND   CPYINQ  
000250*               BACK TWELVE LINES AT A TIME, ANY LINE DRILLS      CPYINQ  
000260*               TO THE NEXT LEVEL, AND RETURN WALKS BACK UP.      CPYINQ  
000270*               READ-ONLY - NO GRANT IS NEEDED.                   CPYINQ  
000280*-------------------------------------------------------------    CPYINQ  
000290 ENVIRONMENT DIVISION.                                            CPYINQ  
000300 CONFIGURATION SECTION.                                           CPYINQ  
000310 SOURCE-COMPUTER. GENERIC-COMPUTER.                               CPYINQ  
000320 OBJECT-COMPUTER. GENERIC-COMPUTER.                               CPYINQ  
000330 SPECIAL-NAMES.                                                   CPYINQ  
000340     CONSOLE IS CRT.                                              CPYINQ  
000350 INPUT-OUTPUT SECTION.                                            CPYINQ  
000360 FILE-CONTROL.                                                    CPYINQ  
000370     SELECT REG-FILE ASSIGN TO DYNAMIC WS-REG-FILENAME            CPYINQ  
000380         ORGANIZATION INDEXED                                     CPYINQ  
000390         ACCESS MODE IS DYNAMIC                                   CPYINQ  
000400         RECORD KEY IS REG-REG-KEY                                CPYINQ  
000410         FILE STATUS IS WS-REG-FILE-STATUS.                       CPYINQ  
000420     SELECT DEP-FILE ASSIGN TO DYNAMIC WS-DEP-FILENAME            CPYINQ  
000430         ORGANIZATION LINE SEQUENTIAL                             CPYINQ  
000440         FILE STATUS IS WS-DEP-FILE-STATUS.                       CPYINQ  
000450     SELECT FXR-FILE ASSIGN TO DYNAMIC WS-FXR-FILENAME            CPYINQ  
000460         ORGANIZATION LINE SEQUENTIAL                             CPYINQ  
000470         FILE STATUS IS WS-FXR-FILE-STATUS.                       CPYINQ  
000480     SELECT CTL-FILE ASSIGN TO DYNAMIC WS-CTL-FILENAME            CPYINQ  
000490         ORGANIZATION LINE SEQUENTIAL                             CPYINQ  
000500         FILE STATUS IS WS-CTL-FILE-STATUS.                       CPYINQ  
000510 DATA DIVISION.                                                   CPYINQ  
000520 FILE SECTION.                                                    CPYINQ  
000530 FD  REG-FILE.                                                    CPYINQ  
000540 COPY CPYREG.                                                     CPYINQ  
000550 FD  DEP-FILE.                                                    CPYINQ  
000560 01  WS-DEP-FILE-REC         PIC X(80).                           CPYINQ  
000570 FD  FXR-FILE.                                                    CPYINQ  
000580 COPY CPYFXR.                                                     CPYINQ  
000590 FD  CTL-FILE.                                                    CPYINQ  
000600 01  WS-CTL-FILE-REC         PIC X(90).                           CPYINQ  
000610 WORKING-STORAGE SECTION.                                         CPYINQ  
000620*-------------------------------------------------------------    CPYINQ  
000630*FILE STATUS AND DYNAMIC FILE NAMES                               CPYINQ  
000640*-------------------------------------------------------------    CPYINQ  
000650 77  WS-REG-FILENAME         PIC X(80)                            CPYINQ  
000660         VALUE 'registry/CPYREG.DAT'.                             CPYINQ  
000670 77  WS-REG-FILE-STATUS      PIC X(02) VALUE '00'.                CPYINQ  
000680 77  WS-DEP-FILENAME         PIC X(80)                            CPYINQ  
000690         VALUE 'registry/CPYDEP.DAT'.                             CPYINQ  
000700 77  WS-DEP-FILE-STATUS      PIC X(02) VALUE '00'.                CPYINQ  
000710 77  WS-FXR-FILENAME         PIC X(80)                            CPYINQ  
000720         VALUE 'registry/CPYFXR.DAT'.                             CPYINQ  
000730 77  WS-FXR-FILE-STATUS      PIC X(02) VALUE '00'.                CPYINQ  
000740 77  WS-CTL-FILENAME         PIC X(80) VALUE SPACES.              CPYINQ  
000750 77  WS-CTL-FILE-STATUS      PIC X(02) VALUE '00'.                CPYINQ  
000760*-------------------------------------------------------------    CPYINQ  
000770*SWITCHES AND WORK FIELDS                                         CPYINQ  
000780*-------------------------------------------------------------    CPYINQ  
000790 77  WS-DONE-SW              PIC X(01) VALUE 'N'.                 CPYINQ  
000800     88  WS-DONE             VALUE 'Y'.                           CPYINQ  
000810 77  WS-EOF-SW               PIC X(01) VALUE 'N'.                 CPYINQ  
000820     88  WS-EOF              VALUE 'Y'.                           CPYINQ  
000830 77  WS-CTL-HIT-SW           PIC X(01) VALUE 'N'.                 CPYINQ  
000840     88  WS-CTL-HIT          VALUE 'Y'.                           CPYINQ  
000850 77  WS-REQUEST-COUNT        PIC 9(05) COMP VALUE 0.              CPYINQ  
000860 77  WS-TOP-LINE             PIC 9(04) COMP VALUE 1.              CPYINQ  
000870 77  WS-AIX                  PIC 9(04) COMP VALUE 0.              CPYINQ  
000880 77  WS-SIX                  PIC 9(04) COMP VALUE 0.              CPYINQ  
000890 77  WS-SAME-IX              PIC 9(04) COMP VALUE 0.              CPYINQ  
000900 77  WS-SEL-LINE             PIC 9(03) VALUE 0.                   CPYINQ  
000910 77  WS-PAGE-NO              PIC 9(04) COMP VALUE 0.              CPYINQ  
000920 77  WS-PAGE-OF              PIC 9(04) COMP VALUE 0.              CPYINQ  
000930 77  WS-INQ-KIND             PIC X(04) VALUE SPACES.              CPYINQ  
000940 77  WS-INQ-NAME             PIC X(30) VALUE SPACES.              CPYINQ  
000950 77  WS-CTL-KEY              PIC X(30) VALUE SPACES.              CPYINQ  
000960 77  WS-EDIT-USES            PIC Z(03)9.                          CPYINQ  
000970 77  WS-EDIT-NEST            PIC Z9.                              CPYINQ  
000980 77  WS-EDIT-LINE            PIC ZZ9.                             CPYINQ  
000990 77  WS-NEW-KIND             PIC X(04) VALUE SPACES.              CPYINQ  
001000 77  WS-NEW-NAME             PIC X(30) VALUE SPACES.              CPYINQ  
001010 77  WS-NEW-TS               PIC X(15) VALUE SPACES.              CPYINQ  
001020 77  WS-NEW-TEXT             PIC X(72) VALUE SPACES.              CPYINQ  
001030*-------------------------------------------------------------    CPYINQ  
001040*THE ANSWER.  EACH LINE CARRIES WHERE A DRILL ON IT LEADS         CPYINQ  
001050*(KIND PGM, COPY OR DATA AND THE NAME) AND, FOR THE FIELD         CPYINQ  
001060*CROSS-REFERENCE, THE RUN STAMP THAT MADE IT CURRENT.             CPYINQ  
001070*-------------------------------------------------------------    CPYINQ  
001080 01  WS-ANS-TABLE.                                                CPYINQ  
001090     05  WS-ANS-COUNT        PIC 9(04) COMP VALUE 0.              CPYINQ  
001100     05  WS-ANS-ENT OCCURS 500 TIMES.                             CPYINQ  
001110         10  WS-ANS-KIND     PIC X(04).                           CPYINQ  
001120         10  WS-ANS-NAME     PIC X(30).                           CPYINQ  
001130         10  WS-ANS-TS       PIC X(15).                           CPYINQ  
001140         10  WS-ANS-TEXT     PIC X(72).                           CPYINQ  
001150*THE INQUIRIES DRILLED THROUGH, SO RETURN CAN WALK BACK UP.       CPYINQ  
001160 01  WS-HIST-TABLE.                                               CPYINQ  
001170     05  WS-HIST-COUNT       PIC 9(02) COMP VALUE 0.              CPYINQ  
001180     05  WS-HIST-ENT OCCURS 10 TIMES.                             CPYINQ  
001190         10  WS-HIST-KIND    PIC X(04).                           CPYINQ  
001200         10  WS-HIST-NAME    PIC X(30).                           CPYINQ  
001210         10  WS-HIST-TOP     PIC 9(04) COMP.                      CPYINQ  
001220*-------------------------------------------------------------    CPYINQ  
001230*INQUIRY SCREEN FIELDS                                            CPYINQ  
001240*-------------------------------------------------------------    CPYINQ  
001250 77  WS-SCR-KIND             PIC X(04) VALUE 'COPY'.              CPYINQ  
001260 77  WS-SCR-NAME             PIC X(30) VALUE SPACES.              CPYINQ  
001270 77  WS-SCR-COMMAND          PIC X(01) VALUE SPACE.               CPYINQ  
001280 77  WS-SCR-LINE-NO          PIC X(03) VALUE SPACES.              CPYINQ  
001290 77  WS-SCR-OWNER            PIC X(10) VALUE SPACES.              CPYINQ  
001300 77  WS-SCR-STATUS           PIC X(10) VALUE SPACES.              CPYINQ  
001310 77  WS-SCR-SUNSET           PIC X(08) VALUE SPACES.              CPYINQ  
001320 77  WS-SCR-VERSION          PIC X(10) VALUE SPACES.              CPYINQ  
001330 77  WS-SCR-REPLACED-BY      PIC X(30) VALUE SPACES.              CPYINQ  
001340 77  WS-SCR-PAGE-TEXT        PIC X(30) VALUE SPACES.              CPYINQ  
001350 77  WS-SCR-MESSAGE          PIC X(60) VALUE SPACES.              CPYINQ  
001360 01  WS-SCR-PAGE.                                                 CPYINQ  
001370     05  WS-SCR-LINE-01      PIC X(76).                           CPYINQ  
001380     05  WS-SCR-LINE-02      PIC X(76).                           CPYINQ  
001390     05  WS-SCR-LINE-03      PIC X(76).                           CPYINQ  
001400     05  WS-SCR-LINE-04      PIC X(76).                           CPYINQ  
001410     05  WS-SCR-LINE-05      PIC X(76).                           CPYINQ  
001420     05  WS-SCR-LINE-06      PIC X(76).                           CPYINQ  
001430     05  WS-SCR-LINE-07      PIC X(76).                           CPYINQ  
001440     05  WS-SCR-LINE-08      PIC X(76).                           CPYINQ  
001450     05  WS-SCR-LINE-09      PIC X(76).                           CPYINQ  
001460     05  WS-SCR-LINE-10      PIC X(76).                           CPYINQ  
001470     05  WS-SCR-LINE-11      PIC X(76).                           CPYINQ  
001480     05  WS-SCR-LINE-12      PIC X(76).                           CPYINQ  
001490 01  WS-SCR-PAGE-R REDEFINES WS-SCR-PAGE.                         CPYINQ  
001500     05  WS-SCR-LINE         PIC X(76) OCCURS 12 TIMES.           CPYINQ  
001510*-------------------------------------------------------------    CPYINQ  
001520*INQUIRY SCREEN, FOR TSO OR CICS USE.  ON A RUNTIME BUILT         CPYINQ  
001530*WITHOUT SCREEN SECTION SUPPORT THE DISPLAY AND ACCEPT FALL       CPYINQ  
001540*BACK TO LINE-MODE I/O; THE LOOKUPS BELOW ARE UNCHANGED.          CPYINQ  
001550*-------------------------------------------------------------    CPYINQ  
001560 SCREEN SECTION.                                                  CPYINQ  
001570 01  WS-INQUIRY-SCREEN.                                           CPYINQ  
001580     05  BLANK SCREEN.                                            CPYINQ  
001590     05  LINE 01 COL 01 VALUE 'CPYINQ - WHERE-USED INQUIRY'.      CPYINQ  
001600     05  LINE 03 COL 01 VALUE 'KIND (COPY/DATA/PGM/EXIT)'.        CPYINQ  
001610     05  LINE 03 COL 30 PIC X(04) USING WS-SCR-KIND.              CPYINQ  
001620     05  LINE 03 COL 36 VALUE 'NAME'.                             CPYINQ  
001630     05  LINE 03 COL 41 PIC X(30) USING WS-SCR-NAME.              CPYINQ  
001640     05  LINE 04 COL 01 VALUE 'COMMAND (F/B/S/R)'.                CPYINQ  
001650     05  LINE 04 COL 30 PIC X(01) USING WS-SCR-COMMAND.           CPYINQ  
001660     05  LINE 04 COL 36 VALUE 'LINE'.                             CPYINQ  
001670     05  LINE 04 COL 41 PIC X(03) USING WS-SCR-LINE-NO.           CPYINQ  
001680     05  LINE 04 COL 50 PIC X(30) USING WS-SCR-PAGE-TEXT.         CPYINQ  
001690     05  LINE 06 COL 01 VALUE 'OWNER'.                            CPYINQ  
001700     05  LINE 06 COL 08 PIC X(10) USING WS-SCR-OWNER.             CPYINQ  
001710     05  LINE 06 COL 20 VALUE 'STATUS'.                           CPYINQ  
001720     05  LINE 06 COL 27 PIC X(10) USING WS-SCR-STATUS.            CPYINQ  
001730     05  LINE 06 COL 39 VALUE 'SUNSET'.                           CPYINQ  
001740     05  LINE 06 COL 46 PIC X(08) USING WS-SCR-SUNSET.            CPYINQ  
001750     05  LINE 06 COL 56 VALUE 'VERSION'.                          CPYINQ  
001760     05  LINE 06 COL 64 PIC X(10) USING WS-SCR-VERSION.           CPYINQ  
001770     05  LINE 07 COL 01 VALUE 'REPLACED BY'.                      CPYINQ  
001780     05  LINE 07 COL 13 PIC X(30) USING WS-SCR-REPLACED-BY.       CPYINQ  
001790     05  LINE 09 COL 01 PIC X(76) USING WS-SCR-LINE-01.           CPYINQ  
001800     05  LINE 10 COL 01 PIC X(76) USING WS-SCR-LINE-02.           CPYINQ  
001810     05  LINE 11 COL 01 PIC X(76) USING WS-SCR-LINE-03.           CPYINQ  
001820     05  LINE 12 COL 01 PIC X(76) USING WS-SCR-LINE-04.           CPYINQ  
001830     05  LINE 13 COL 01 PIC X(76) USING WS-SCR-LINE-05.           CPYINQ  
001840     05  LINE 14 COL 01 PIC X(76) USING WS-SCR-LINE-06.           CPYINQ  
001850     05  LINE 15 COL 01 PIC X(76) USING WS-SCR-LINE-07.           CPYINQ  
001860     05  LINE 16 COL 01 PIC X(76) USING WS-SCR-LINE-08.           CPYINQ  
001870     05  LINE 17 COL 01 PIC X(76) USING WS-SCR-LINE-09.           CPYINQ  
001880     05  LINE 18 COL 01 PIC X(76) USING WS-SCR-LINE-10.           CPYINQ  
001890     05  LINE 19 COL 01 PIC X(76) USING WS-SCR-LINE-11.           CPYINQ  
001900     05  LINE 20 COL 01 PIC X(76) USING WS-SCR-LINE-12.           CPYINQ  
001910     05  LINE 22 COL 01 VALUE 'MESSAGE'.                          CPYINQ  
001920     05  LINE 22 COL 10 PIC X(60) USING WS-SCR-MESSAGE.           CPYINQ  
001930     05  LINE 24 COL 01 VALUE 'F=FORWARD B=BACK S=SELECT LINE '.  CPYINQ  
001940     05  LINE 24 COL 32 VALUE 'R=RETURN  BLANK=NEW INQUIRY'.      CPYINQ  
001950 PROCEDURE DIVISION.                                              CPYINQ  
001960*-------------------------------------------------------------    CPYINQ  
001970*0000-MAINLINE                                                    CPYINQ  
001980*-------------------------------------------------------------    CPYINQ  
001990 0000-MAINLINE.                                                   CPYINQ  
002000     MOVE SPACES TO WS-SCR-PAGE.                                  CPYINQ  
002010     PERFORM 2000-PROCESS-ONE-REQUEST THRU 2000-EXIT              CPYINQ  
002020         UNTIL WS-DONE.                                           CPYINQ  
002030     DISPLAY 'CPYINQ SESSION ENDED, INQUIRIES HANDLED: '          CPYINQ  
002040         WS-REQUEST-COUNT.                                        CPYINQ  
002050     GOBACK.                                                      CPYINQ  
002060*-------------------------------------------------------------    CPYINQ  
002070*2000-PROCESS-ONE-REQUEST - A BLANK COMMAND STARTS A NEW          CPYINQ  
002080*INQUIRY FROM THE KIND AND NAME; F AND B PAGE THE ANSWER, S       CPYINQ  
002090*DRILLS INTO THE NUMBERED LINE AND R RETURNS TO THE INQUIRY       CPYINQ  
002100*THE LAST DRILL CAME FROM.                                        CPYINQ  
002110*-------------------------------------------------------------    CPYINQ  
002120 2000-PROCESS-ONE-REQUEST.                                        CPYINQ  
002130     DISPLAY WS-INQUIRY-SCREEN.                                   CPYINQ  
002140     ACCEPT WS-INQUIRY-SCREEN.                                    CPYINQ  
002150     MOVE SPACES TO WS-SCR-MESSAGE.                               CPYINQ  
002160     IF WS-SCR-KIND = 'EXIT'                                      CPYINQ  
002170         MOVE 'Y' TO WS-DONE-SW                                   CPYINQ  
002180         GO TO 2000-EXIT.                                         CPYINQ  
002190     EVALUATE WS-SCR-COMMAND                                      CPYINQ  
002200         WHEN 'F'                                                 CPYINQ  
002210             PERFORM 2100-PAGE-FORWARD THRU 2100-EXIT             CPYINQ  
002220         WHEN 'B'                                                 CPYINQ  
002230             PERFORM 2200-PAGE-BACK THRU 2200-EXIT                CPYINQ  
002240         WHEN 'S'                                                 CPYINQ  
002250             PERFORM 2300-DRILL-INTO-LINE THRU 2300-EXIT          CPYINQ  
002260         WHEN 'R'                                                 CPYINQ  
002270             PERFORM 2400-RETURN-UP-A-LEVEL THRU 2400-EXIT        CPYINQ  
002280         WHEN SPACE                                               CPYINQ  
002290             MOVE 0 TO WS-HIST-COUNT                              CPYINQ  
002300             MOVE WS-SCR-KIND TO WS-INQ-KIND                      CPYINQ  
002310             MOVE WS-SCR-NAME TO WS-INQ-NAME                      CPYINQ  
002320             PERFORM 3000-RUN-THE-INQUIRY THRU 3000-EXIT          CPYINQ  
002330         WHEN OTHER                                               CPYINQ  
002340             MOVE 'COMMAND MUST BE F B S R OR BLANK'              CPYINQ  
002350                 TO WS-SCR-MESSAGE                                CPYINQ  
002360     END-EVALUATE.                                                CPYINQ  
002370     IF WS-INQ-KIND NOT = SPACES                                  CPYINQ  
002380         MOVE WS-INQ-KIND TO WS-SCR-KIND                          CPYINQ  
002390         MOVE WS-INQ-NAME TO WS-SCR-NAME                          CPYINQ  
002400     END-IF.                                                      CPYINQ  
002410     MOVE SPACE TO WS-SCR-COMMAND.                                CPYINQ  
002420     MOVE SPACES TO WS-SCR-LINE-NO.                               CPYINQ  
002430     PERFORM 2900-FILL-THE-PAGE THRU 2900-EXIT.                   CPYINQ  
002440 2000-EXIT.                                                       CPYINQ  
002450     EXIT.                                                        CPYINQ  
002460*                                                                 CPYINQ  
002470 2100-PAGE-FORWARD.                                               CPYINQ  
002480     IF WS-TOP-LINE + 12 > WS-ANS-COUNT                           CPYINQ  
002490         MOVE 'ALREADY ON THE LAST PAGE' TO WS-SCR-MESSAGE        CPYINQ  
002500         GO TO 2100-EXIT.                                         CPYINQ  
002510     ADD 12 TO WS-TOP-LINE.                                       CPYINQ  
002520 2100-EXIT.                                                       CPYINQ  
002530     EXIT.                                                        CPYINQ  
002540*                                                                 CPYINQ  
002550 2200-PAGE-BACK.                                                  CPYINQ  
002560     IF WS-TOP-LINE NOT > 1                                       CPYINQ  
002570         MOVE 'ALREADY ON THE FIRST PAGE' TO WS-SCR-MESSAGE       CPYINQ  
002580         GO TO 2200-EXIT.                                         CPYINQ  
002590     IF WS-TOP-LINE > 12                                          CPYINQ  
002600         SUBTRACT 12 FROM WS-TOP-LINE                             CPYINQ  
002610     ELSE                                                         CPYINQ  
002620         MOVE 1 TO WS-TOP-LINE                                    CPYINQ  
002630     END-IF.                                                      CPYINQ  
002640 2200-EXIT.                                                       CPYINQ  
002650     EXIT.                                                        CPYINQ  
002660*                                                                 CPYINQ  
002670 2300-DRILL-INTO-LINE.                                            CPYINQ  
002680     IF WS-SCR-LINE-NO = SPACES                                   CPYINQ  
002690         MOVE 'KEY THE LINE NUMBER TO SELECT' TO WS-SCR-MESSAGE   CPYINQ  
002700         GO TO 2300-EXIT.                                         CPYINQ  
002710     MOVE 0 TO WS-SEL-LINE.                                       CPYINQ  
002720     IF WS-SCR-LINE-NO(3:1) = SPACE                               CPYINQ  
002730         IF WS-SCR-LINE-NO(2:1) = SPACE                           CPYINQ  
002740             MOVE WS-SCR-LINE-NO(1:1) TO WS-SEL-LINE(3:1)         CPYINQ  
002750         ELSE                                                     CPYINQ  
002760             MOVE WS-SCR-LINE-NO(1:2) TO WS-SEL-LINE(2:2)         CPYINQ  
002770         END-IF                                                   CPYINQ  
002780     ELSE                                                         CPYINQ  
002790         MOVE WS-SCR-LINE-NO TO WS-SEL-LINE                       CPYINQ  
002800     END-IF.                                                      CPYINQ  
002810     IF WS-SEL-LINE NOT NUMERIC                                   CPYINQ  
002820         OR WS-SEL-LINE = 0                                       CPYINQ  
002830         OR WS-SEL-LINE > WS-ANS-COUNT                            CPYINQ  
002840         MOVE 'NO SUCH LINE' TO WS-SCR-MESSAGE                    CPYINQ  
002850         GO TO 2300-EXIT.                                         CPYINQ  
002860     MOVE WS-SEL-LINE TO WS-AIX.                                  CPYINQ  
002870     IF WS-ANS-KIND(WS-AIX) = SPACES                              CPYINQ  
002880         MOVE 'NOTHING BELOW THAT LINE' TO WS-SCR-MESSAGE         CPYINQ  
002890         GO TO 2300-EXIT.                                         CPYINQ  
002900*    REMEMBER WHERE WE WERE; PAST TEN LEVELS THE OLDEST IS        CPYINQ  
002910*    SIMPLY NOT KEPT.                                             CPYINQ  
002920     IF WS-HIST-COUNT < 10                                        CPYINQ  
002930         ADD 1 TO WS-HIST-COUNT                                   CPYINQ  
002940         MOVE WS-INQ-KIND TO WS-HIST-KIND(WS-HIST-COUNT)          CPYINQ  
002950         MOVE WS-INQ-NAME TO WS-HIST-NAME(WS-HIST-COUNT)          CPYINQ  
002960         MOVE WS-TOP-LINE TO WS-HIST-TOP(WS-HIST-COUNT)           CPYINQ  
002970     END-IF.                                                      CPYINQ  
002980     MOVE WS-ANS-KIND(WS-AIX) TO WS-INQ-KIND.                     CPYINQ  
002990     MOVE WS-ANS-NAME(WS-AIX) TO WS-INQ-NAME.                     CPYINQ  
003000     PERFORM 3000-RUN-THE-INQUIRY THRU 3000-EXIT.                 CPYINQ  
003010 2300-EXIT.                                                       CPYINQ  
003020     EXIT.                                                        CPYINQ  
003030*                                                                 CPYINQ  
003040 2400-RETURN-UP-A-LEVEL.                                          CPYINQ  
003050     IF WS-HIST-COUNT = 0                                         CPYINQ  
003060         MOVE 'NOTHING TO RETURN TO' TO WS-SCR-MESSAGE            CPYINQ  
003070         GO TO 2400-EXIT.                                         CPYINQ  
003080     MOVE WS-HIST-KIND(WS-HIST-COUNT) TO WS-INQ-KIND.             CPYINQ  
003090     MOVE WS-HIST-NAME(WS-HIST-COUNT) TO WS-INQ-NAME.             CPYINQ  
003100     PERFORM 3000-RUN-THE-INQUIRY THRU 3000-EXIT.                 CPYINQ  
003110     IF WS-HIST-TOP(WS-HIST-COUNT) NOT > WS-ANS-COUNT             CPYINQ  
003120         MOVE WS-HIST-TOP(WS-HIST-COUNT) TO WS-TOP-LINE           CPYINQ  
003130     END-IF.                                                      CPYINQ  
003140     SUBTRACT 1 FROM WS-HIST-COUNT.                               CPYINQ  
003150 2400-EXIT.                                                       CPYINQ  
003160     EXIT.                                                        CPYINQ  
003170*                                                                 CPYINQ  
003180*-------------------------------------------------------------    CPYINQ  
003190*2900-FILL-THE-PAGE - TWELVE ANSWER LINES FROM WS-TOP-LINE,       CPYINQ  
003200*EACH LED BY ITS LINE NUMBER FOR THE SELECT COMMAND.              CPYINQ  
003210*-------------------------------------------------------------    CPYINQ  
003220 2900-FILL-THE-PAGE.                                              CPYINQ  
003230     MOVE SPACES TO WS-SCR-PAGE.                                  CPYINQ  
003240     MOVE SPACES TO WS-SCR-PAGE-TEXT.                             CPYINQ  
003250     PERFORM 2910-FILL-ONE-LINE THRU 2910-EXIT                    CPYINQ  
003260         VARYING WS-SIX FROM 1 BY 1 UNTIL WS-SIX > 12.            CPYINQ  
003270     IF WS-ANS-COUNT = 0                                          CPYINQ  
003280         GO TO 2900-EXIT.                                         CPYINQ  
003290     COMPUTE WS-PAGE-NO = (WS-TOP-LINE + 11) / 12.                CPYINQ  
003300     COMPUTE WS-PAGE-OF = (WS-ANS-COUNT + 11) / 12.               CPYINQ  
003310     MOVE WS-ANS-COUNT TO WS-EDIT-LINE.                           CPYINQ  
003320     MOVE WS-PAGE-NO TO WS-EDIT-NEST.                             CPYINQ  
003330     MOVE WS-PAGE-OF TO WS-EDIT-USES.                             CPYINQ  
003340     STRING 'PAGE ' WS-EDIT-NEST ' OF ' WS-EDIT-USES              CPYINQ  
003350         ', ' WS-EDIT-LINE ' LINES'                               CPYINQ  
003360         DELIMITED BY SIZE INTO WS-SCR-PAGE-TEXT.                 CPYINQ  
003370 2900-EXIT.                                                       CPYINQ  
003380     EXIT.                                                        CPYINQ  
003390*                                                                 CPYINQ  
003400 2910-FILL-ONE-LINE.                                              CPYINQ  
003410     COMPUTE WS-AIX = WS-TOP-LINE + WS-SIX - 1.                   CPYINQ  
003420     IF WS-AIX > WS-ANS-COUNT                                     CPYINQ  
003430         GO TO 2910-EXIT.                                         CPYINQ  
003440     MOVE WS-AIX TO WS-EDIT-LINE.                                 CPYINQ  
003450     STRING WS-EDIT-LINE ' ' WS-ANS-TEXT(WS-AIX)                  CPYINQ  
003460         DELIMITED BY SIZE INTO WS-SCR-LINE(WS-SIX).              CPYINQ  
003470 2910-EXIT.                                                       CPYINQ  
003480     EXIT.                                                        CPYINQ  
003490*                                                                 CPYINQ  
003500*-------------------------------------------------------------    CPYINQ  
003510*3000-RUN-THE-INQUIRY - BUILD THE WHOLE ANSWER FOR                CPYINQ  
003520*WS-INQ-KIND / WS-INQ-NAME AND SHOW ITS FIRST PAGE.               CPYINQ  
003530*-------------------------------------------------------------    CPYINQ  
003540 3000-RUN-THE-INQUIRY.                                            CPYINQ  
003550     MOVE 0 TO WS-ANS-COUNT.                                      CPYINQ  
003560     MOVE 1 TO WS-TOP-LINE.                                       CPYINQ  
003570     MOVE SPACES TO WS-SCR-OWNER WS-SCR-STATUS WS-SCR-SUNSET      CPYINQ  
003580         WS-SCR-VERSION WS-SCR-REPLACED-BY.                       CPYINQ  
003590     MOVE WS-INQ-KIND TO WS-SCR-KIND.                             CPYINQ  
003600     MOVE WS-INQ-NAME TO WS-SCR-NAME.                             CPYINQ  
003610     IF WS-INQ-NAME = SPACES                                      CPYINQ  
003620         MOVE 'NAME IS REQUIRED' TO WS-SCR-MESSAGE                CPYINQ  
003630         GO TO 3000-EXIT.                                         CPYINQ  
003640     EVALUATE WS-INQ-KIND                                         CPYINQ  
003650         WHEN 'COPY'                                              CPYINQ  
003660             PERFORM 4000-COPYBOOK-INQUIRY THRU 4000-EXIT         CPYINQ  
003670         WHEN 'DATA'                                              CPYINQ  
003680             PERFORM 5000-DATA-NAME-INQUIRY THRU 5000-EXIT        CPYINQ  
003690         WHEN 'PGM '                                              CPYINQ  
003700             PERFORM 6000-PROGRAM-INQUIRY THRU 6000-EXIT          CPYINQ  
003710         WHEN OTHER                                               CPYINQ  
003720             MOVE 'KIND MUST BE COPY DATA PGM OR EXIT'            CPYINQ  
003730                 TO WS-SCR-MESSAGE                                CPYINQ  
003740             GO TO 3000-EXIT                                      CPYINQ  
003750     END-EVALUATE.                                                CPYINQ  
003760     ADD 1 TO WS-REQUEST-COUNT.                                   CPYINQ  
003770     IF WS-ANS-COUNT = 0                                          CPYINQ  
003780         MOVE 'NOTHING FOUND' TO WS-SCR-MESSAGE                   CPYINQ  
003790     END-IF.                                                      CPYINQ  
003800     IF WS-ANS-COUNT NOT < 500                                    CPYINQ  
003810         MOVE 'FIRST 500 LINES ONLY' TO WS-SCR-MESSAGE            CPYINQ  
003820     END-IF.                                                      CPYINQ  
003830 3000-EXIT.                                                       CPYINQ  
003840     EXIT.                                                        CPYINQ  
003850*                                                                 CPYINQ  
003860*-------------------------------------------------------------    CPYINQ  
003870*3100-ADD-ONE-LINE - APPEND WS-NEW-TEXT WITH ITS DRILL TARGET     CPYINQ  
003880*(WS-NEW-KIND/WS-NEW-NAME).  THE SAME LINE TWICE IS KEPT ONCE,    CPYINQ  
003890*AT ITS NEWEST RUN STAMP: THE DEPENDENCY AND CROSS-REFERENCE      CPYINQ  
003900*FILES ARE APPENDED TO BY EVERY RUN.                              CPYINQ  
003910*-------------------------------------------------------------    CPYINQ  
003920 3100-ADD-ONE-LINE.                                               CPYINQ  
003930     MOVE 0 TO WS-SAME-IX.                                        CPYINQ  
003940     PERFORM 3110-FIND-SAME-LINE THRU 3110-EXIT                   CPYINQ  
003950         VARYING WS-AIX FROM 1 BY 1                               CPYINQ  
003960         UNTIL WS-AIX > WS-ANS-COUNT.                             CPYINQ  
003970     IF WS-SAME-IX > 0                                            CPYINQ  
003980         IF WS-NEW-TS > WS-ANS-TS(WS-SAME-IX)                     CPYINQ  
003990             MOVE WS-NEW-TS TO WS-ANS-TS(WS-SAME-IX)              CPYINQ  
004000             MOVE WS-NEW-TEXT TO WS-ANS-TEXT(WS-SAME-IX)          CPYINQ  
004010         END-IF                                                   CPYINQ  
004020         GO TO 3100-EXIT                                          CPYINQ  
004030     END-IF.                                                      CPYINQ  
004040     IF WS-ANS-COUNT NOT < 500                                    CPYINQ  
004050         GO TO 3100-EXIT.                                         CPYINQ  
004060     ADD 1 TO WS-ANS-COUNT.                                       CPYINQ  
004070     MOVE WS-NEW-KIND TO WS-ANS-KIND(WS-ANS-COUNT).               CPYINQ  
004080     MOVE WS-NEW-NAME TO WS-ANS-NAME(WS-ANS-COUNT).               CPYINQ  
004090     MOVE WS-NEW-TS TO WS-ANS-TS(WS-ANS-COUNT).                   CPYINQ  
004100     MOVE WS-NEW-TEXT TO WS-ANS-TEXT(WS-ANS-COUNT).               CPYINQ  
004110 3100-EXIT.                                                       CPYINQ  
004120     EXIT.                                                        CPYINQ  
004130*                                                                 CPYINQ  
004140 3110-FIND-SAME-LINE.                                             CPYINQ  
004150     IF WS-ANS-KIND(WS-AIX) = WS-NEW-KIND                         CPYINQ  
004160         AND WS-ANS-NAME(WS-AIX) = WS-NEW-NAME                    CPYINQ  
004170         AND WS-ANS-TEXT(WS-AIX)(1:55) = WS-NEW-TEXT(1:55)        CPYINQ  
004180         MOVE WS-AIX TO WS-SAME-IX                                CPYINQ  
004190         MOVE WS-ANS-COUNT TO WS-AIX                              CPYINQ  
004200     END-IF.                                                      CPYINQ  
004210 3110-EXIT.                                                       CPYINQ  
004220     EXIT.                                                        CPYINQ  
004230*                                                                 CPYINQ  
004240*-------------------------------------------------------------    CPYINQ  
004250*3200-FIND-CONTROL-ENTRY - THE CARD IN WS-CTL-FILENAME WHOSE      CPYINQ  
004260*COLS 1-30 ARE WS-CTL-KEY, INTO WS-CTL-FILE-REC.                  CPYINQ  
004270*-------------------------------------------------------------    CPYINQ  
004280 3200-FIND-CONTROL-ENTRY.                                         CPYINQ  
004290     MOVE 'N' TO WS-CTL-HIT-SW.                                   CPYINQ  
004300     OPEN INPUT CTL-FILE.                                         CPYINQ  
004310     IF WS-CTL-FILE-STATUS NOT = '00'                             CPYINQ  
004320         GO TO 3200-EXIT.                                         CPYINQ  
004330     MOVE 'N' TO WS-EOF-SW.                                       CPYINQ  
004340     PERFORM 3210-TEST-ONE-CARD THRU 3210-EXIT                    CPYINQ  
004350         UNTIL WS-EOF OR WS-CTL-HIT.                              CPYINQ  
004360     CLOSE CTL-FILE.                                              CPYINQ  
004370 3200-EXIT.                                                       CPYINQ  
004380     EXIT.                                                        CPYINQ  
004390*                                                                 CPYINQ  
004400 3210-TEST-ONE-CARD.                                              CPYINQ  
004410     READ CTL-FILE                                                CPYINQ  
004420         AT END MOVE 'Y' TO WS-EOF-SW                             CPYINQ  
004430     END-READ.                                                    CPYINQ  
004440     IF WS-EOF                                                    CPYINQ  
004450         GO TO 3210-EXIT.                                         CPYINQ  
004460     IF WS-CTL-FILE-REC(1:1) NOT = '*'                            CPYINQ  
004470         AND WS-CTL-FILE-REC(1:30) = WS-CTL-KEY                   CPYINQ  
004480         MOVE 'Y' TO WS-CTL-HIT-SW                                CPYINQ  
004490     END-IF.                                                      CPYINQ  
004500 3210-EXIT.                                                       CPYINQ  
004510     EXIT.                                                        CPYINQ  
004520*                                                                 CPYINQ  
004530*-------------------------------------------------------------    CPYINQ  
004540*4000-COPYBOOK-INQUIRY - THE HEADER FROM THE CONTROL FILES,       CPYINQ  
004550*THEN CONSUMERS, PARENTS, CHILDREN AND REFERENCED FIELDS.         CPYINQ  
004560*-------------------------------------------------------------    CPYINQ  
004570 4000-COPYBOOK-INQUIRY.                                           CPYINQ  
004580     MOVE WS-INQ-NAME TO WS-CTL-KEY.                              CPYINQ  
004590     MOVE 'config/CPYOWN.DAT' TO WS-CTL-FILENAME.                 CPYINQ  
004600     PERFORM 3200-FIND-CONTROL-ENTRY THRU 3200-EXIT.              CPYINQ  
004610     IF WS-CTL-HIT                                                CPYINQ  
004620         MOVE WS-CTL-FILE-REC(32:10) TO WS-SCR-OWNER              CPYINQ  
004630     ELSE                                                         CPYINQ  
004640         MOVE '(UNOWNED)' TO WS-SCR-OWNER                         CPYINQ  
004650     END-IF.                                                      CPYINQ  
004660     MOVE 'config/CPYLCY.DAT' TO WS-CTL-FILENAME.                 CPYINQ  
004670     PERFORM 3200-FIND-CONTROL-ENTRY THRU 3200-EXIT.              CPYINQ  
004680     IF WS-CTL-HIT                                                CPYINQ  
004690         MOVE WS-CTL-FILE-REC(32:10) TO WS-SCR-STATUS             CPYINQ  
004700         MOVE WS-CTL-FILE-REC(43:8) TO WS-SCR-SUNSET              CPYINQ  
004710         MOVE WS-CTL-FILE-REC(52:30) TO WS-SCR-REPLACED-BY        CPYINQ  
004720     ELSE                                                         CPYINQ  
004730         MOVE 'ACTIVE' TO WS-SCR-STATUS                           CPYINQ  
004740     END-IF.                                                      CPYINQ  
004750     MOVE 'config/CPYVERS.DAT' TO WS-CTL-FILENAME.                CPYINQ  
004760     PERFORM 3200-FIND-CONTROL-ENTRY THRU 3200-EXIT.              CPYINQ  
004770     IF WS-CTL-HIT                                                CPYINQ  
004780         MOVE WS-CTL-FILE-REC(32:10) TO WS-SCR-VERSION            CPYINQ  
004790     ELSE                                                         CPYINQ  
004800         MOVE '(NONE)' TO WS-SCR-VERSION                          CPYINQ  
004810     END-IF.                                                      CPYINQ  
004820     PERFORM 4100-LIST-CONSUMERS THRU 4100-EXIT.                  CPYINQ  
004830     PERFORM 4200-LIST-PARENTS-CHILDREN THRU 4200-EXIT.           CPYINQ  
004840     PERFORM 4300-LIST-FIELDS THRU 4300-EXIT.                     CPYINQ  
004850 4000-EXIT.                                                       CPYINQ  
004860     EXIT.                                                        CPYINQ  
004870*                                                                 CPYINQ  
004880*    THE REGISTRY IS KEYED (COPYBOOK, PROGRAM) - POSITION AT      CPYINQ  
004890*    THE COPYBOOK'S FIRST PAIR AND READ ON WHILE IT HOLDS.        CPYINQ  
004900 4100-LIST-CONSUMERS.                                             CPYINQ  
004910     OPEN INPUT REG-FILE.                                         CPYINQ  
004920     IF WS-REG-FILE-STATUS NOT = '00'                             CPYINQ  
004930         MOVE 'NO USAGE REGISTRY' TO WS-SCR-MESSAGE               CPYINQ  
004940         GO TO 4100-EXIT.                                         CPYINQ  
004950     MOVE WS-INQ-NAME TO REG-COPYBOOK-NAME.                       CPYINQ  
004960     MOVE LOW-VALUES TO REG-PROGRAM-NAME.                         CPYINQ  
004970     MOVE 'N' TO WS-EOF-SW.                                       CPYINQ  
004980     START REG-FILE KEY NOT < REG-REG-KEY                         CPYINQ  
004990         INVALID KEY MOVE 'Y' TO WS-EOF-SW                        CPYINQ  
005000     END-START.                                                   CPYINQ  
005010     PERFORM 4110-LIST-ONE-CONSUMER THRU 4110-EXIT                CPYINQ  
005020         UNTIL WS-EOF.                                            CPYINQ  
005030     CLOSE REG-FILE.                                              CPYINQ  
005040 4100-EXIT.                                                       CPYINQ  
005050     EXIT.                                                        CPYINQ  
005060*                                                                 CPYINQ  
005070 4110-LIST-ONE-CONSUMER.                                          CPYINQ  
005080     READ REG-FILE NEXT RECORD                                    CPYINQ  
005090         AT END MOVE 'Y' TO WS-EOF-SW                             CPYINQ  
005100     END-READ.                                                    CPYINQ  
005110     IF WS-EOF                                                    CPYINQ  
005120         GO TO 4110-EXIT.                                         CPYINQ  
005130     IF REG-COPYBOOK-NAME NOT = WS-INQ-NAME                       CPYINQ  
005140         MOVE 'Y' TO WS-EOF-SW                                    CPYINQ  
005150         GO TO 4110-EXIT.                                         CPYINQ  
005160     MOVE REG-USE-COUNT TO WS-EDIT-USES.                          CPYINQ  
005170     MOVE REG-NEST-LEVEL TO WS-EDIT-NEST.                         CPYINQ  
005180     MOVE 'PGM ' TO WS-NEW-KIND.                                  CPYINQ  
005190     MOVE REG-PROGRAM-NAME TO WS-NEW-NAME.                        CPYINQ  
005200     MOVE SPACES TO WS-NEW-TS WS-NEW-TEXT.                        CPYINQ  
005210     STRING 'PROGRAM   ' REG-PROGRAM-NAME                         CPYINQ  
005220         ' USES ' WS-EDIT-USES ' NEST ' WS-EDIT-NEST              CPYINQ  
005230         ' LAST RUN ' REG-LAST-RUN-TS(1:8)                        CPYINQ  
005240         ' ' REG-PREFIX-USED                                      CPYINQ  
005250         DELIMITED BY SIZE INTO WS-NEW-TEXT.                      CPYINQ  
005260     PERFORM 3100-ADD-ONE-LINE THRU 3100-EXIT.                    CPYINQ  
005270 4110-EXIT.                                                       CPYINQ  
005280     EXIT.                                                        CPYINQ  
005290*                                                                 CPYINQ  
005300 4200-LIST-PARENTS-CHILDREN.                                      CPYINQ  
005310     OPEN INPUT DEP-FILE.                                         CPYINQ  
005320     IF WS-DEP-FILE-STATUS NOT = '00'                             CPYINQ  
005330         GO TO 4200-EXIT.                                         CPYINQ  
005340     MOVE 'N' TO WS-EOF-SW.                                       CPYINQ  
005350     PERFORM 4210-TEST-ONE-EDGE THRU 4210-EXIT UNTIL WS-EOF.      CPYINQ  
005360     CLOSE DEP-FILE.                                              CPYINQ  
005370 4200-EXIT.                                                       CPYINQ  
005380     EXIT.                                                        CPYINQ  
005390*                                                                 CPYINQ  
005400 4210-TEST-ONE-EDGE.                                              CPYINQ  
005410     READ DEP-FILE                                                CPYINQ  
005420         AT END MOVE 'Y' TO WS-EOF-SW                             CPYINQ  
005430     END-READ.                                                    CPYINQ  
005440     IF WS-EOF                                                    CPYINQ  
005450         GO TO 4210-EXIT.                                         CPYINQ  
005460     IF WS-DEP-FILE-REC(1:1) = '*'                                CPYINQ  
005470         GO TO 4210-EXIT.                                         CPYINQ  
005480     MOVE 'COPY' TO WS-NEW-KIND.                                  CPYINQ  
005490     MOVE SPACES TO WS-NEW-TS WS-NEW-TEXT.                        CPYINQ  
005500     IF WS-DEP-FILE-REC(32:30) = WS-INQ-NAME                      CPYINQ  
005510         MOVE WS-DEP-FILE-REC(1:30) TO WS-NEW-NAME                CPYINQ  
005520         STRING 'PARENT    ' WS-NEW-NAME                          CPYINQ  
005530             DELIMITED BY SIZE INTO WS-NEW-TEXT                   CPYINQ  
005540         PERFORM 3100-ADD-ONE-LINE THRU 3100-EXIT                 CPYINQ  
005550         GO TO 4210-EXIT                                          CPYINQ  
005560     END-IF.                                                      CPYINQ  
005570     IF WS-DEP-FILE-REC(1:30) = WS-INQ-NAME                       CPYINQ  
005580         MOVE WS-DEP-FILE-REC(32:30) TO WS-NEW-NAME               CPYINQ  
005590         STRING 'CHILD     ' WS-NEW-NAME                          CPYINQ  
005600             DELIMITED BY SIZE INTO WS-NEW-TEXT                   CPYINQ  
005610         PERFORM 3100-ADD-ONE-LINE THRU 3100-EXIT                 CPYINQ  
005620     END-IF.                                                      CPYINQ  
005630 4210-EXIT.                                                       CPYINQ  
005640     EXIT.                                                        CPYINQ  
005650*                                                                 CPYINQ  
005660 4300-LIST-FIELDS.                                                CPYINQ  
005670     OPEN INPUT FXR-FILE.                                         CPYINQ  
005680     IF WS-FXR-FILE-STATUS NOT = '00'                             CPYINQ  
005690         GO TO 4300-EXIT.                                         CPYINQ  
005700     MOVE 'N' TO WS-EOF-SW.                                       CPYINQ  
005710     PERFORM 4310-TEST-ONE-XREF THRU 4310-EXIT UNTIL WS-EOF.      CPYINQ  
005720     CLOSE FXR-FILE.                                              CPYINQ  
005730 4300-EXIT.                                                       CPYINQ  
005740     EXIT.                                                        CPYINQ  
005750*                                                                 CPYINQ  
005760 4310-TEST-ONE-XREF.                                              CPYINQ  
005770     READ FXR-FILE                                                CPYINQ  
005780         AT END MOVE 'Y' TO WS-EOF-SW                             CPYINQ  
005790     END-READ.                                                    CPYINQ  
005800     IF WS-EOF                                                    CPYINQ  
005810         GO TO 4310-EXIT.                                         CPYINQ  
005820     IF FXR-COPYBOOK NOT = WS-INQ-NAME                            CPYINQ  
005830         GO TO 4310-EXIT.                                         CPYINQ  
005840     MOVE 'DATA' TO WS-NEW-KIND.                                  CPYINQ  
005850     MOVE FXR-DATA-NAME TO WS-NEW-NAME.                           CPYINQ  
005860     MOVE SPACES TO WS-NEW-TS WS-NEW-TEXT.                        CPYINQ  
005870     STRING 'FIELD     ' FXR-DATA-NAME                            CPYINQ  
005880         DELIMITED BY SIZE INTO WS-NEW-TEXT.                      CPYINQ  
005890     PERFORM 3100-ADD-ONE-LINE THRU 3100-EXIT.                    CPYINQ  
005900 4310-EXIT.                                                       CPYINQ  
005910     EXIT.                                                        CPYINQ  
005920*                                                                 CPYINQ  
005930*-------------------------------------------------------------    CPYINQ  
005940*5000-DATA-NAME-INQUIRY - EVERY PROGRAM REFERENCING THE DATA      CPYINQ  
005950*NAME AND THE COPYBOOK THAT DEFINES IT FOR THAT PROGRAM, AS       CPYINQ  
005960*OF THE NEWEST CROSS-REFERENCE RECORD FOR THE PAIR.               CPYINQ  
005970*-------------------------------------------------------------    CPYINQ  
005980 5000-DATA-NAME-INQUIRY.                                          CPYINQ  
005990     OPEN INPUT FXR-FILE.                                         CPYINQ  
006000     IF WS-FXR-FILE-STATUS NOT = '00'                             CPYINQ  
006010         MOVE 'NO FIELD CROSS-REFERENCE' TO WS-SCR-MESSAGE        CPYINQ  
006020         GO TO 5000-EXIT.                                         CPYINQ  
006030     MOVE 'N' TO WS-EOF-SW.                                       CPYINQ  
006040     PERFORM 5100-TEST-ONE-XREF THRU 5100-EXIT UNTIL WS-EOF.      CPYINQ  
006050     CLOSE FXR-FILE.                                              CPYINQ  
006060 5000-EXIT.                                                       CPYINQ  
006070     EXIT.                                                        CPYINQ  
006080*                                                                 CPYINQ  
006090 5100-TEST-ONE-XREF.                                              CPYINQ  
006100     READ FXR-FILE                                                CPYINQ  
006110         AT END MOVE 'Y' TO WS-EOF-SW                             CPYINQ  
006120     END-READ.                                                    CPYINQ  
006130     IF WS-EOF                                                    CPYINQ  
006140         GO TO 5100-EXIT.                                         CPYINQ  
006150     IF FXR-DATA-NAME NOT = WS-INQ-NAME                           CPYINQ  
006160         GO TO 5100-EXIT.                                         CPYINQ  
006170     MOVE 'PGM ' TO WS-NEW-KIND.                                  CPYINQ  
006180     MOVE FXR-PROGRAM-NAME TO WS-NEW-NAME.                        CPYINQ  
006190     MOVE FXR-RUN-TS TO WS-NEW-TS.                                CPYINQ  
006200     MOVE SPACES TO WS-NEW-TEXT.                                  CPYINQ  
006210     STRING 'PROGRAM   ' FXR-PROGRAM-NAME                         CPYINQ  
006220         ' VIA ' FXR-COPYBOOK(1:30)                               CPYINQ  
006230         ' AS OF ' FXR-RUN-TS(1:8)                                CPYINQ  
006240         DELIMITED BY SIZE INTO WS-NEW-TEXT.                      CPYINQ  
006250     PERFORM 3100-ADD-ONE-LINE THRU 3100-EXIT.                    CPYINQ  
006260 5100-EXIT.                                                       CPYINQ  
006270     EXIT.                                                        CPYINQ  
006280*                                                                 CPYINQ  
006290*-------------------------------------------------------------    CPYINQ  
006300*6000-PROGRAM-INQUIRY - EVERY COPYBOOK THE PROGRAM PULLS.  THE    CPYINQ  
006310*REGISTRY IS KEYED BY COPYBOOK FIRST, SO THIS IS A FULL PASS.     CPYINQ  
006320*-------------------------------------------------------------    CPYINQ  
006330 6000-PROGRAM-INQUIRY.                                            CPYINQ  
006340     OPEN INPUT REG-FILE.                                         CPYINQ  
006350     IF WS-REG-FILE-STATUS NOT = '00'                             CPYINQ  
006360         MOVE 'NO USAGE REGISTRY' TO WS-SCR-MESSAGE               CPYINQ  
006370         GO TO 6000-EXIT.                                         CPYINQ  
006380     MOVE LOW-VALUES TO REG-REG-KEY.                              CPYINQ  
006390     MOVE 'N' TO WS-EOF-SW.                                       CPYINQ  
006400     START REG-FILE KEY NOT < REG-REG-KEY                         CPYINQ  
006410         INVALID KEY MOVE 'Y' TO WS-EOF-SW                        CPYINQ  
006420     END-START.                                                   CPYINQ  
006430     PERFORM 6100-TEST-ONE-PAIR THRU 6100-EXIT UNTIL WS-EOF.      CPYINQ  
006440     CLOSE REG-FILE.                                              CPYINQ  
006450 6000-EXIT.                                                       CPYINQ  
006460     EXIT.                                                        CPYINQ  
006470*                                                                 CPYINQ  
006480 6100-TEST-ONE-PAIR.                                              CPYINQ  
006490     READ REG-FILE NEXT RECORD                                    CPYINQ  
006500         AT END MOVE 'Y' TO WS-EOF-SW                             CPYINQ  
006510     END-READ.                                                    CPYINQ  
006520     IF WS-EOF                                                    CPYINQ  
006530         GO TO 6100-EXIT.                                         CPYINQ  
006540     IF REG-PROGRAM-NAME NOT = WS-INQ-NAME(1:10)                  CPYINQ  
006550         GO TO 6100-EXIT.                                         CPYINQ  
006560     MOVE REG-USE-COUNT TO WS-EDIT-USES.                          CPYINQ  
006570     MOVE REG-NEST-LEVEL TO WS-EDIT-NEST.                         CPYINQ  
006580     MOVE 'COPY' TO WS-NEW-KIND.                                  CPYINQ  
006590     MOVE REG-COPYBOOK-NAME TO WS-NEW-NAME.                       CPYINQ  
006600     MOVE SPACES TO WS-NEW-TS WS-NEW-TEXT.                        CPYINQ  
006610     STRING 'COPYBOOK  ' REG-COPYBOOK-NAME                        CPYINQ  
006620         ' USES ' WS-EDIT-USES ' NEST ' WS-EDIT-NEST              CPYINQ  
006630         DELIMITED BY SIZE INTO WS-NEW-TEXT.                      CPYINQ  
006640     PERFORM 3100-ADD-ONE-LINE THRU 3100-EXIT.                    CPYINQ  
006650 6100-EXIT.                                                       CPYINQ  
006660     EXIT.                                                        CPYINQ  
