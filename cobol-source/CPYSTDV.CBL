000010 IDENTIFICATION DIVISION.                                         CPYSTDV 
000020 PROGRAM-ID. CPYSTDV.                                             CPYSTDV 
000030 AUTHOR. R SANDOVAL.                                              CPYSTDV 
000040 INSTALLATION. DATA CENTER SERVICES - COPYBOOK TOOLING.           CPYSTDV 
000050 DATE-WRITTEN. 2026-10-15.                                        CPYSTDV 
000060 DATE-COMPILED.                                                   CPYSTDV 
000070*-------------------------------------------------------------    CPYSTDV 
000080*MODIFICATION HISTORY                                             CPYSTDV 
000090*-------------------------------------------------------------    CPYSTDV 
000100*2026-10-15 RS  COPYBOOK CODING-STANDARDS CHECKER.  PARSES ONE    CPYSTDV 
000110*               LIBRARY MEMBER THE WAY CPYVAL DOES AND APPLIES    CPYSTDV 
000120*               THE SHOP RULES OF config/CPYRULE.DAT AT THE       CPYSTDV 
000130*               SEVERITY THE OWNING TEAM RUNS EACH ONE:           CPYSTDV 
000140*                 PREFIX   DATA NAMES BEGIN WITH :PREFIX:;        CPYSTDV 
000150*                 COMP3ODD COMP-3 PICTURES CARRY AN ODD DIGIT     CPYSTDV 
000160*                          COUNT (NO WASTED HALF BYTE);           CPYSTDV 
000170*                 SIGNAMT  AMOUNTS - NUMERIC PICTURES WITH        CPYSTDV 
000180*                          DECIMAL PLACES, AND PACKED FIELDS -    CPYSTDV 
000190*                          ARE SIGNED;                            CPYSTDV 
000200*                 NOVALFD  NO VALUE CLAUSE (88S ASIDE) IN A       CPYSTDV 
000210*                          LAYOUT COPIED INTO A FILE SECTION;     CPYSTDV 
000220*                 FILLER   UNNAMED PADDING IS SPELLED FILLER.     CPYSTDV 
000230*               A TEAM'S OWN CARD FOR A RULE WINS OVER THE '*'    CPYSTDV 
000240*               CARD; A RULE WITH NEITHER IS OFF.  THE CARDS      CPYSTDV 
000250*               ARE READ ON THE FIRST CALL OF THE RUN.  THE       CPYSTDV 
000260*               FINDINGS GO BACK IN THE CPYSVP PARAMETER BLOCK    CPYSTDV 
000270*               FOR THE SCORECARD CPYSCOR AND FOR CPYPROM,        CPYSTDV 
000280*               WHICH WILL NOT PROMOTE A NEW COPYBOOK WITH AN     CPYSTDV 
000290*               ERROR-LEVEL FINDING.  STRUCTURAL DEFECTS ARE      CPYSTDV 
000300*               CPYVAL'S BUSINESS AND ARE NOT REPORTED HERE.      CPYSTDV 
000303*2026-10-15 RS  FREE-FORMAT COPYBOOKS: EACH LINE IS READ          CPYSTDV 
000305*               THROUGH CPYSRCF AS THE CARD IT STANDS FOR; THE    CPYSTDV 
000307*               RECORD IS WIDENED TO 256 FOR LONG FREE LINES.     CPYSTDV 
000310*-------------------------------------------------------------    CPYSTDV 
000320 ENVIRONMENT DIVISION.                                            CPYSTDV 
000330 CONFIGURATION SECTION.                                           CPYSTDV 
000340 SOURCE-COMPUTER. GENERIC-COMPUTER.                               CPYSTDV 
000350 OBJECT-COMPUTER. GENERIC-COMPUTER.                               CPYSTDV 
000360 INPUT-OUTPUT SECTION.                                            CPYSTDV 
000370 FILE-CONTROL.                                                    CPYSTDV 
000380     SELECT RULE-FILE ASSIGN TO DYNAMIC WS-RULE-FILENAME          CPYSTDV 
000390         ORGANIZATION LINE SEQUENTIAL                             CPYSTDV 
000400         FILE STATUS IS WS-RULE-FILE-STATUS.                      CPYSTDV 
000410     SELECT CPY-FILE ASSIGN TO DYNAMIC WS-CPY-FILENAME            CPYSTDV 
000420         ORGANIZATION LINE SEQUENTIAL                             CPYSTDV 
000430         FILE STATUS IS WS-CPY-FILE-STATUS.                       CPYSTDV 
000440 DATA DIVISION.                                                   CPYSTDV 
000450 FILE SECTION.                                                    CPYSTDV 
000460 FD  RULE-FILE.                                                   CPYSTDV 
000470 01  WS-RULE-FILE-REC        PIC X(80).                           CPYSTDV 
000480 FD  CPY-FILE.                                                    CPYSTDV 
000490 01  WS-CPY-FILE-REC         PIC X(256).                          CPYSTDV 
000500 WORKING-STORAGE SECTION.                                         CPYSTDV 
000510 77  WS-RULE-FILENAME        PIC X(80)                            CPYSTDV 
000520         VALUE 'config/CPYRULE.DAT'.                              CPYSTDV 
000530 77  WS-RULE-FILE-STATUS     PIC X(02) VALUE '00'.                CPYSTDV 
000540 77  WS-CPY-FILENAME         PIC X(80) VALUE SPACES.              CPYSTDV 
000550 77  WS-CPY-FILE-STATUS      PIC X(02) VALUE '00'.                CPYSTDV 
000560 77  WS-EOF-SW               PIC X(01) VALUE 'N'.                 CPYSTDV 
000570     88  WS-EOF              VALUE 'Y'.                           CPYSTDV 
000580 77  WS-LOADED-SW            PIC X(01) VALUE 'N'.                 CPYSTDV 
000590     88  WS-RULES-LOADED     VALUE 'Y'.                           CPYSTDV 
000600 77  WS-LINE-NO              PIC 9(06) COMP VALUE 0.              CPYSTDV 
000610 77  WS-TALLY                PIC 9(04) COMP VALUE 0.              CPYSTDV 
000620 77  WS-RIX                  PIC 9(02) COMP VALUE 0.              CPYSTDV 
000630 77  WS-CIX                  PIC 9(03) COMP VALUE 0.              CPYSTDV 
000640 77  WS-CAT-HIT              PIC 9(02) COMP VALUE 0.              CPYSTDV 
000650 77  WS-TEAM-HIT-SW          PIC X(01) VALUE 'N'.                 CPYSTDV 
000660 77  WS-SEV-BYTE             PIC X(01) VALUE SPACE.               CPYSTDV 
000670     88  WS-SEV-VALID        VALUE 'E' 'W' 'I' 'O'.               CPYSTDV 
000680*-------------------------------------------------------------    CPYSTDV 
000690*THE RULE CATALOG - THE RULES THIS PROGRAM KNOWS HOW TO APPLY,    CPYSTDV 
000700*IN A FIXED ORDER (1 PREFIX, 2 COMP3ODD, 3 SIGNAMT, 4 NOVALFD,    CPYSTDV 
000710*5 FILLER) - AND THE SEVERITY EACH CARRIES FOR THE TEAM BEING     CPYSTDV 
000720*CHECKED ON THIS CALL.                                            CPYSTDV 
000730*-------------------------------------------------------------    CPYSTDV 
000740 01  WS-RULE-NAMES.                                               CPYSTDV 
000750     05  FILLER              PIC X(08) VALUE 'PREFIX'.            CPYSTDV 
000760     05  FILLER              PIC X(08) VALUE 'COMP3ODD'.          CPYSTDV 
000770     05  FILLER              PIC X(08) VALUE 'SIGNAMT'.           CPYSTDV 
000780     05  FILLER              PIC X(08) VALUE 'NOVALFD'.           CPYSTDV 
000790     05  FILLER              PIC X(08) VALUE 'FILLER'.            CPYSTDV 
000800 01  WS-RULE-CATALOG REDEFINES WS-RULE-NAMES.                     CPYSTDV 
000810     05  WS-CAT-ID           PIC X(08) OCCURS 5 TIMES.            CPYSTDV 
000820 01  WS-RULE-SEVERITY.                                            CPYSTDV 
000830     05  WS-CAT-SEV          PIC X(01) OCCURS 5 TIMES.            CPYSTDV 
000840*THE CARDS OF config/CPYRULE.DAT, LOADED ON THE FIRST CALL.       CPYSTDV 
000850 01  WS-CARD-TABLE.                                               CPYSTDV 
000860     05  WS-CARD-COUNT       PIC 9(03) COMP VALUE 0.              CPYSTDV 
000870     05  WS-CARD-ENT OCCURS 200 TIMES.                            CPYSTDV 
000880         10  WS-CARD-RULE    PIC X(08).                           CPYSTDV 
000890         10  WS-CARD-TEAM    PIC X(10).                           CPYSTDV 
000900         10  WS-CARD-SEV     PIC X(01).                           CPYSTDV 
000910*-------------------------------------------------------------    CPYSTDV 
000920*ONE GATHERED ENTRY AT A TIME, AS IN CPYVAL: OPENED BY A LEVEL    CPYSTDV 
000930*NUMBER (OR A COPY VERB), ACCUMULATING CLAUSES UNTIL ITS          CPYSTDV 
000940*PERIOD, AND JUDGED WHEN IT CLOSES.                               CPYSTDV 
000950*-------------------------------------------------------------    CPYSTDV 
000960 77  WS-PEND-SW              PIC X(01) VALUE 'N'.                 CPYSTDV 
000970     88  WS-ENTRY-OPEN       VALUE 'Y'.                           CPYSTDV 
000980 77  WS-PEND-LINE            PIC 9(06) COMP VALUE 0.              CPYSTDV 
000990 77  WS-CUR-LEVEL            PIC 9(02) VALUE 0.                   CPYSTDV 
001000 77  WS-CUR-NAME             PIC X(30) VALUE SPACES.              CPYSTDV 
001010 77  WS-CUR-UNNAMED-SW       PIC X(01) VALUE 'N'.                 CPYSTDV 
001020     88  WS-CUR-UNNAMED      VALUE 'Y'.                           CPYSTDV 
001030 77  WS-CUR-PIC              PIC X(30) VALUE SPACES.              CPYSTDV 
001040 77  WS-CUR-USAGE            PIC X(08) VALUE SPACES.              CPYSTDV 
001050 77  WS-CUR-HAS-VALUE        PIC X(01) VALUE 'N'.                 CPYSTDV 
001060 77  WS-CUR-IS-COPY          PIC X(01) VALUE 'N'.                 CPYSTDV 
001070 01  WS-SCAN-AREA.                                                CPYSTDV 
001080     05  WS-SCAN-LINE        PIC X(65).                           CPYSTDV 
001090     05  WS-SCAN-W OCCURS 10 TIMES.                               CPYSTDV 
001100         10  WS-SCAN-WORD    PIC X(30).                           CPYSTDV 
001110     05  WS-SCAN-IX          PIC 9(02) COMP.                      CPYSTDV 
001120     05  WS-SCAN-START       PIC 9(02) COMP.                      CPYSTDV 
001130     05  WS-LAST-NB          PIC 9(04) COMP.                      CPYSTDV 
001140 01  WS-SQUEEZE-LINE         PIC X(65).                           CPYSTDV 
001150*THE PICTURE BEING MEASURED: DIGIT COUNT, SIGN, DECIMAL PLACES.   CPYSTDV 
001160 01  WS-PIC-AREA.                                                 CPYSTDV 
001170     05  WS-PIC-IX           PIC 9(02) COMP.                      CPYSTDV 
001180     05  WS-PIC-LEN          PIC 9(02) COMP.                      CPYSTDV 
001190     05  WS-PIC-CHAR         PIC X(01).                           CPYSTDV 
001200     05  WS-PIC-DIGIT REDEFINES WS-PIC-CHAR                       CPYSTDV 
001210                             PIC 9(01).                           CPYSTDV 
001220     05  WS-PIC-LAST         PIC X(01).                           CPYSTDV 
001230     05  WS-PIC-DIGITS       PIC 9(03) COMP.                      CPYSTDV 
001240     05  WS-PIC-REPEAT       PIC 9(03) COMP.                      CPYSTDV 
001250     05  WS-PIC-HALF         PIC 9(03) COMP.                      CPYSTDV 
001260     05  WS-PIC-ODD          PIC 9(01) COMP.                      CPYSTDV 
001270     05  WS-PIC-PAREN-SW     PIC X(01).                           CPYSTDV 
001280     05  WS-PIC-NUMERIC-SW   PIC X(01).                           CPYSTDV 
001290     05  WS-PIC-SIGNED-SW    PIC X(01).                           CPYSTDV 
001300     05  WS-PIC-DECIMAL-SW   PIC X(01).                           CPYSTDV 
001310*THE FINDING ABOUT TO BE RECORDED.                                CPYSTDV 
001320 77  WS-FIND-RULE            PIC 9(02) COMP VALUE 0.              CPYSTDV 
001330 77  WS-FIND-TEXT            PIC X(40) VALUE SPACES.              CPYSTDV 
001335 COPY CPYSFP.                                                     CPYSTDV 
001340 LINKAGE SECTION.                                                 CPYSTDV 
001350 COPY CPYSVP.                                                     CPYSTDV 
001360 PROCEDURE DIVISION USING CPYSTDV-PARMS.                          CPYSTDV 
001370*-------------------------------------------------------------    CPYSTDV 
001380*0000-MAINLINE                                                    CPYSTDV 
001390*-------------------------------------------------------------    CPYSTDV 
001400 0000-MAINLINE.                                                   CPYSTDV 
001410     MOVE 0 TO STV-ERROR-COUNT STV-WARN-COUNT STV-INFO-COUNT      CPYSTDV 
001420         STV-FIND-COUNT.                                          CPYSTDV 
001430     MOVE 'N' TO STV-RESULT STV-FIND-FULL-SW.                     CPYSTDV 
001440     IF NOT WS-RULES-LOADED                                       CPYSTDV 
001450         PERFORM 1000-LOAD-RULE-CARDS THRU 1000-EXIT              CPYSTDV 
001460     END-IF.                                                      CPYSTDV 
001470     PERFORM 1100-RESOLVE-ONE-RULE THRU 1100-EXIT                 CPYSTDV 
001480         VARYING WS-RIX FROM 1 BY 1 UNTIL WS-RIX > 5.             CPYSTDV 
001490     MOVE 0 TO WS-LINE-NO.                                        CPYSTDV 
001500     MOVE 'N' TO WS-PEND-SW WS-EOF-SW.                            CPYSTDV 
001505     MOVE SPACE TO SRCF-FORMAT.                                   CPYSTDV 
001510     MOVE STV-MEMBER-PATH TO WS-CPY-FILENAME.                     CPYSTDV 
001520     OPEN INPUT CPY-FILE.                                         CPYSTDV 
001530     IF WS-CPY-FILE-STATUS NOT = '00'                             CPYSTDV 
001540         MOVE 'U' TO STV-RESULT                                   CPYSTDV 
001550         GOBACK                                                   CPYSTDV 
001560     END-IF.                                                      CPYSTDV 
001570     PERFORM 2000-SCAN-ONE-LINE THRU 2000-EXIT UNTIL WS-EOF.      CPYSTDV 
001580     CLOSE CPY-FILE.                                              CPYSTDV 
001590     IF WS-ENTRY-OPEN                                             CPYSTDV 
001600         PERFORM 2900-CLOSE-THE-ENTRY THRU 2900-EXIT              CPYSTDV 
001610     END-IF.                                                      CPYSTDV 
001620     IF STV-ERROR-COUNT = 0                                       CPYSTDV 
001630         MOVE 'Y' TO STV-RESULT                                   CPYSTDV 
001640     END-IF.                                                      CPYSTDV 
001650     GOBACK.                                                      CPYSTDV 
001660*                                                                 CPYSTDV 
001670*-------------------------------------------------------------    CPYSTDV 
001680*1000-LOAD-RULE-CARDS - config/CPYRULE.DAT, ONCE PER RUN.  A      CPYSTDV 
001690*CARD FOR A RULE THIS PROGRAM DOES NOT KNOW, OR WITH A BAD        CPYSTDV 
001700*SEVERITY, IS NAMED ON THE CONSOLE AND LEFT OUT.  NO FILE AT      CPYSTDV 
001710*ALL MEANS NO RULES IN FORCE.                                     CPYSTDV 
001720*-------------------------------------------------------------    CPYSTDV 
001730 1000-LOAD-RULE-CARDS.                                            CPYSTDV 
001740     MOVE 'Y' TO WS-LOADED-SW.                                    CPYSTDV 
001750     MOVE 0 TO WS-CARD-COUNT.                                     CPYSTDV 
001760     OPEN INPUT RULE-FILE.                                        CPYSTDV 
001770     IF WS-RULE-FILE-STATUS NOT = '00'                            CPYSTDV 
001780         DISPLAY 'CPYSTDV - config/CPYRULE.DAT ABSENT - '         CPYSTDV 
001790             'NO STANDARDS RULES IN FORCE'                        CPYSTDV 
001800         GO TO 1000-EXIT.                                         CPYSTDV 
001810     MOVE 'N' TO WS-EOF-SW.                                       CPYSTDV 
001820     PERFORM 1010-LOAD-ONE-CARD THRU 1010-EXIT UNTIL WS-EOF.      CPYSTDV 
001830     CLOSE RULE-FILE.                                             CPYSTDV 
001840     MOVE 'N' TO WS-EOF-SW.                                       CPYSTDV 
001850 1000-EXIT.                                                       CPYSTDV 
001860     EXIT.                                                        CPYSTDV 
001870*                                                                 CPYSTDV 
001880 1010-LOAD-ONE-CARD.                                              CPYSTDV 
001890     READ RULE-FILE INTO WS-RULE-FILE-REC                         CPYSTDV 
001900         AT END MOVE 'Y' TO WS-EOF-SW                             CPYSTDV 
001910     END-READ.                                                    CPYSTDV 
001920     IF WS-EOF                                                    CPYSTDV 
001930         GO TO 1010-EXIT.                                         CPYSTDV 
001940     IF WS-RULE-FILE-REC(1:1) = '*'                               CPYSTDV 
001950         OR WS-RULE-FILE-REC = SPACES                             CPYSTDV 
001960         GO TO 1010-EXIT.                                         CPYSTDV 
001970     MOVE 0 TO WS-CAT-HIT.                                        CPYSTDV 
001980     PERFORM 1020-MATCH-CATALOG-ID THRU 1020-EXIT                 CPYSTDV 
001990         VARYING WS-RIX FROM 1 BY 1 UNTIL WS-RIX > 5.             CPYSTDV 
002000     IF WS-CAT-HIT = 0                                            CPYSTDV 
002010         DISPLAY 'CPYSTDV - UNKNOWN RULE '                        CPYSTDV 
002020             WS-RULE-FILE-REC(1:8) ' IGNORED'                     CPYSTDV 
002030         GO TO 1010-EXIT.                                         CPYSTDV 
002040     MOVE WS-RULE-FILE-REC(21:1) TO WS-SEV-BYTE.                  CPYSTDV 
002050     IF NOT WS-SEV-VALID                                          CPYSTDV 
002060         DISPLAY 'CPYSTDV - RULE ' WS-RULE-FILE-REC(1:8)          CPYSTDV 
002070             ' TEAM ' WS-RULE-FILE-REC(10:10)                     CPYSTDV 
002080             ' SEVERITY NOT E, W, I OR O - IGNORED'               CPYSTDV 
002090         GO TO 1010-EXIT.                                         CPYSTDV 
002100     IF WS-CARD-COUNT NOT < 200                                   CPYSTDV 
002110         GO TO 1010-EXIT.                                         CPYSTDV 
002120     ADD 1 TO WS-CARD-COUNT.                                      CPYSTDV 
002130     MOVE WS-RULE-FILE-REC(1:8) TO WS-CARD-RULE(WS-CARD-COUNT).   CPYSTDV 
002140     MOVE WS-RULE-FILE-REC(10:10) TO WS-CARD-TEAM(WS-CARD-COUNT). CPYSTDV 
002150     MOVE WS-SEV-BYTE TO WS-CARD-SEV(WS-CARD-COUNT).              CPYSTDV 
002160 1010-EXIT.                                                       CPYSTDV 
002170     EXIT.                                                        CPYSTDV 
002180*                                                                 CPYSTDV 
002190 1020-MATCH-CATALOG-ID.                                           CPYSTDV 
002200     IF WS-CAT-ID(WS-RIX) = WS-RULE-FILE-REC(1:8)                 CPYSTDV 
002210         MOVE WS-RIX TO WS-CAT-HIT                                CPYSTDV 
002220     END-IF.                                                      CPYSTDV 
002230 1020-EXIT.                                                       CPYSTDV 
002240     EXIT.                                                        CPYSTDV 
002250*                                                                 CPYSTDV 
002260*-------------------------------------------------------------    CPYSTDV 
002270*1100-RESOLVE-ONE-RULE - THE SEVERITY OF ONE CATALOG RULE FOR     CPYSTDV 
002280*STV-TEAM: THE TEAM'S OWN CARD IF IT HAS ONE, ELSE THE '*'        CPYSTDV 
002290*CARD, ELSE OFF.                                                  CPYSTDV 
002300*-------------------------------------------------------------    CPYSTDV 
002310 1100-RESOLVE-ONE-RULE.                                           CPYSTDV 
002320     MOVE 'O' TO WS-CAT-SEV(WS-RIX).                              CPYSTDV 
002330     MOVE 'N' TO WS-TEAM-HIT-SW.                                  CPYSTDV 
002340     PERFORM 1110-TEST-ONE-CARD THRU 1110-EXIT                    CPYSTDV 
002350         VARYING WS-CIX FROM 1 BY 1                               CPYSTDV 
002360         UNTIL WS-CIX > WS-CARD-COUNT.                            CPYSTDV 
002370 1100-EXIT.                                                       CPYSTDV 
002380     EXIT.                                                        CPYSTDV 
002390*                                                                 CPYSTDV 
002400 1110-TEST-ONE-CARD.                                              CPYSTDV 
002410     IF WS-CARD-RULE(WS-CIX) NOT = WS-CAT-ID(WS-RIX)              CPYSTDV 
002420         GO TO 1110-EXIT.                                         CPYSTDV 
002430     IF STV-TEAM NOT = SPACES                                     CPYSTDV 
002440         AND WS-CARD-TEAM(WS-CIX) = STV-TEAM                      CPYSTDV 
002450         MOVE WS-CARD-SEV(WS-CIX) TO WS-CAT-SEV(WS-RIX)           CPYSTDV 
002460         MOVE 'Y' TO WS-TEAM-HIT-SW                               CPYSTDV 
002470         GO TO 1110-EXIT.                                         CPYSTDV 
002480     IF WS-CARD-TEAM(WS-CIX) = '*'                                CPYSTDV 
002490         AND WS-TEAM-HIT-SW = 'N'                                 CPYSTDV 
002500         MOVE WS-CARD-SEV(WS-CIX) TO WS-CAT-SEV(WS-RIX)           CPYSTDV 
002510     END-IF.                                                      CPYSTDV 
002520 1110-EXIT.                                                       CPYSTDV 
002530     EXIT.                                                        CPYSTDV 
002540*                                                                 CPYSTDV 
002550*-------------------------------------------------------------    CPYSTDV 
002560*2000-SCAN-ONE-LINE - COMMENTS AND BLANK LINES ASIDE, A LEVEL     CPYSTDV 
002570*NUMBER OPENS AN ENTRY, A COPY VERB OPENS A STATEMENT, AND        CPYSTDV 
002580*ANYTHING ELSE CONTINUES THE OPEN ENTRY.                          CPYSTDV 
002590*-------------------------------------------------------------    CPYSTDV 
002600 2000-SCAN-ONE-LINE.                                              CPYSTDV 
002610     READ CPY-FILE INTO WS-CPY-FILE-REC                           CPYSTDV 
002620         AT END MOVE 'Y' TO WS-EOF-SW                             CPYSTDV 
002630     END-READ.                                                    CPYSTDV 
002640     IF WS-EOF                                                    CPYSTDV 
002650         GO TO 2000-EXIT.                                         CPYSTDV 
002660     ADD 1 TO WS-LINE-NO.                                         CPYSTDV 
002662     MOVE WS-CPY-FILE-REC TO SRCF-LINE.                           CPYSTDV 
002664     CALL 'CPYSRCF' USING CPYSRCF-PARMS.                          CPYSTDV 
002666     MOVE SRCF-CARD TO WS-CPY-FILE-REC.                           CPYSTDV 
002670     IF WS-CPY-FILE-REC(7:1) = '*' OR WS-CPY-FILE-REC(7:1) = '/'  CPYSTDV 
002680         GO TO 2000-EXIT.                                         CPYSTDV 
002690     MOVE WS-CPY-FILE-REC(8:65) TO WS-SCAN-LINE.                  CPYSTDV 
002700     IF WS-SCAN-LINE = SPACES                                     CPYSTDV 
002710         GO TO 2000-EXIT.                                         CPYSTDV 
002720     MOVE 0 TO WS-TALLY.                                          CPYSTDV 
002730     INSPECT WS-SCAN-LINE TALLYING WS-TALLY FOR LEADING SPACE.    CPYSTDV 
002740     IF WS-TALLY > 60                                             CPYSTDV 
002750         GO TO 2000-EXIT.                                         CPYSTDV 
002760     IF WS-TALLY > 0                                              CPYSTDV 
002770         MOVE WS-SCAN-LINE(WS-TALLY + 1:) TO WS-SQUEEZE-LINE      CPYSTDV 
002780         MOVE WS-SQUEEZE-LINE TO WS-SCAN-LINE                     CPYSTDV 
002790     END-IF.                                                      CPYSTDV 
002800     PERFORM 2100-SPLIT-THE-WORDS THRU 2100-EXIT.                 CPYSTDV 
002810     IF WS-SCAN-WORD(1)(1:2) NUMERIC                              CPYSTDV 
002820         AND WS-SCAN-WORD(1)(3:28) = SPACES                       CPYSTDV 
002830         PERFORM 2200-OPEN-NEW-ENTRY THRU 2200-EXIT               CPYSTDV 
002840     ELSE                                                         CPYSTDV 
002850         IF WS-SCAN-WORD(1) = 'COPY'                              CPYSTDV 
002860             PERFORM 2250-OPEN-COPY-ENTRY THRU 2250-EXIT          CPYSTDV 
002870         ELSE                                                     CPYSTDV 
002880             IF NOT WS-ENTRY-OPEN                                 CPYSTDV 
002890                 GO TO 2000-EXIT                                  CPYSTDV 
002900             END-IF                                               CPYSTDV 
002910             MOVE 0 TO WS-SCAN-START                              CPYSTDV 
002920             PERFORM 2400-SCAN-ENTRY-CLAUSES THRU 2400-EXIT       CPYSTDV 
002930         END-IF                                                   CPYSTDV 
002940     END-IF.                                                      CPYSTDV 
002950     PERFORM 2500-CHECK-LINE-PERIOD THRU 2500-EXIT.               CPYSTDV 
002960 2000-EXIT.                                                       CPYSTDV 
002970     EXIT.                                                        CPYSTDV 
002980*                                                                 CPYSTDV 
002990 2100-SPLIT-THE-WORDS.                                            CPYSTDV 
003000     PERFORM 2110-CLEAR-ONE-WORD THRU 2110-EXIT                   CPYSTDV 
003010         VARYING WS-SCAN-IX FROM 1 BY 1 UNTIL WS-SCAN-IX > 10.    CPYSTDV 
003020     UNSTRING WS-SCAN-LINE DELIMITED BY ALL SPACE                 CPYSTDV 
003030         INTO WS-SCAN-WORD(1) WS-SCAN-WORD(2) WS-SCAN-WORD(3)     CPYSTDV 
003040              WS-SCAN-WORD(4) WS-SCAN-WORD(5) WS-SCAN-WORD(6)     CPYSTDV 
003050              WS-SCAN-WORD(7) WS-SCAN-WORD(8) WS-SCAN-WORD(9)     CPYSTDV 
003060              WS-SCAN-WORD(10)                                    CPYSTDV 
003070     END-UNSTRING.                                                CPYSTDV 
003080 2100-EXIT.                                                       CPYSTDV 
003090     EXIT.                                                        CPYSTDV 
003100*                                                                 CPYSTDV 
003110 2110-CLEAR-ONE-WORD.                                             CPYSTDV 
003120     MOVE SPACES TO WS-SCAN-WORD(WS-SCAN-IX).                     CPYSTDV 
003130 2110-EXIT.                                                       CPYSTDV 
003140     EXIT.                                                        CPYSTDV 
003150*                                                                 CPYSTDV 
003160*-------------------------------------------------------------    CPYSTDV 
003170*2200-OPEN-NEW-ENTRY - A LEVEL NUMBER CLOSES THE PREVIOUS ENTRY   CPYSTDV 
003180*AND OPENS THE NEXT.  WHEN THE WORD AFTER THE LEVEL IS ALREADY    CPYSTDV 
003190*A CLAUSE THE ITEM HAS NO NAME AT ALL, AND THE CLAUSE SCAN        CPYSTDV 
003200*STARTS ON THAT WORD.                                             CPYSTDV 
003210*-------------------------------------------------------------    CPYSTDV 
003220 2200-OPEN-NEW-ENTRY.                                             CPYSTDV 
003230     IF WS-ENTRY-OPEN                                             CPYSTDV 
003240         PERFORM 2900-CLOSE-THE-ENTRY THRU 2900-EXIT              CPYSTDV 
003250     END-IF.                                                      CPYSTDV 
003260     MOVE WS-SCAN-WORD(1)(1:2) TO WS-CUR-LEVEL.                   CPYSTDV 
003270     MOVE 'Y' TO WS-PEND-SW.                                      CPYSTDV 
003280     MOVE WS-LINE-NO TO WS-PEND-LINE.                             CPYSTDV 
003290     MOVE 'N' TO WS-CUR-HAS-VALUE WS-CUR-IS-COPY.                 CPYSTDV 
003300     MOVE SPACES TO WS-CUR-USAGE WS-CUR-PIC.                      CPYSTDV 
003310     MOVE WS-SCAN-WORD(2) TO WS-CUR-NAME.                         CPYSTDV 
003320     INSPECT WS-CUR-NAME REPLACING ALL '.' BY ' '.                CPYSTDV 
003330     MOVE 'N' TO WS-CUR-UNNAMED-SW.                               CPYSTDV 
003340     EVALUATE WS-CUR-NAME                                         CPYSTDV 
003350         WHEN SPACES                                              CPYSTDV 
003360         WHEN 'PIC'      WHEN 'PICTURE'                           CPYSTDV 
003370         WHEN 'VALUE'    WHEN 'VALUES'                            CPYSTDV 
003380         WHEN 'USAGE'    WHEN 'DISPLAY'                           CPYSTDV 
003390         WHEN 'COMP'     WHEN 'COMP-1'                            CPYSTDV 
003400         WHEN 'COMP-2'   WHEN 'COMP-3'                            CPYSTDV 
003410         WHEN 'BINARY'   WHEN 'PACKED-DECIMAL'                    CPYSTDV 
003420         WHEN 'OCCURS'   WHEN 'REDEFINES'                         CPYSTDV 
003430         WHEN 'SIGN'     WHEN 'JUST'                              CPYSTDV 
003440         WHEN 'JUSTIFIED'                                         CPYSTDV 
003450         WHEN 'SYNC'     WHEN 'SYNCHRONIZED'                      CPYSTDV 
003460         WHEN 'BLANK'                                             CPYSTDV 
003470             MOVE 'Y' TO WS-CUR-UNNAMED-SW                        CPYSTDV 
003480             MOVE SPACES TO WS-CUR-NAME                           CPYSTDV 
003490             MOVE 1 TO WS-SCAN-START                              CPYSTDV 
003500         WHEN OTHER                                               CPYSTDV 
003510             MOVE 2 TO WS-SCAN-START                              CPYSTDV 
003520     END-EVALUATE.                                                CPYSTDV 
003530     PERFORM 2400-SCAN-ENTRY-CLAUSES THRU 2400-EXIT.              CPYSTDV 
003540 2200-EXIT.                                                       CPYSTDV 
003550     EXIT.                                                        CPYSTDV 
003560*                                                                 CPYSTDV 
003570*A NESTED COPY STATEMENT IS A STATEMENT, NOT A DATA ENTRY - THE   CPYSTDV 
003580*MEMBER IT BRINGS IN IS JUDGED ON ITS OWN ROLL ENTRY.             CPYSTDV 
003590 2250-OPEN-COPY-ENTRY.                                            CPYSTDV 
003600     IF WS-ENTRY-OPEN                                             CPYSTDV 
003610         PERFORM 2900-CLOSE-THE-ENTRY THRU 2900-EXIT              CPYSTDV 
003620     END-IF.                                                      CPYSTDV 
003630     MOVE 'Y' TO WS-PEND-SW.                                      CPYSTDV 
003640     MOVE WS-LINE-NO TO WS-PEND-LINE.                             CPYSTDV 
003650     MOVE 'Y' TO WS-CUR-IS-COPY.                                  CPYSTDV 
003660 2250-EXIT.                                                       CPYSTDV 
003670     EXIT.                                                        CPYSTDV 
003680*                                                                 CPYSTDV 
003690*-------------------------------------------------------------    CPYSTDV 
003700*2400-SCAN-ENTRY-CLAUSES - PICTURE, USAGE AND VALUE CLAUSES ON    CPYSTDV 
003710*THE CURRENT LINE, STARTING PAST THE LEVEL AND NAME WORDS.        CPYSTDV 
003720*-------------------------------------------------------------    CPYSTDV 
003730 2400-SCAN-ENTRY-CLAUSES.                                         CPYSTDV 
003740     ADD 1 TO WS-SCAN-START.                                      CPYSTDV 
003750     PERFORM 2410-SCAN-ONE-WORD THRU 2410-EXIT                    CPYSTDV 
003760         VARYING WS-SCAN-IX FROM WS-SCAN-START BY 1               CPYSTDV 
003770         UNTIL WS-SCAN-IX > 9.                                    CPYSTDV 
003780 2400-EXIT.                                                       CPYSTDV 
003790     EXIT.                                                        CPYSTDV 
003800*                                                                 CPYSTDV 
003810 2410-SCAN-ONE-WORD.                                              CPYSTDV 
003820     EVALUATE WS-SCAN-WORD(WS-SCAN-IX)                            CPYSTDV 
003830         WHEN 'PIC'                                               CPYSTDV 
003840         WHEN 'PICTURE'                                           CPYSTDV 
003850             MOVE WS-SCAN-WORD(WS-SCAN-IX + 1) TO WS-CUR-PIC      CPYSTDV 
003860         WHEN 'VALUE'  WHEN 'VALUES'                              CPYSTDV 
003870             MOVE 'Y' TO WS-CUR-HAS-VALUE                         CPYSTDV 
003880         WHEN 'COMP'    WHEN 'COMP.'                              CPYSTDV 
003890         WHEN 'BINARY'  WHEN 'BINARY.'                            CPYSTDV 
003900             MOVE 'COMP' TO WS-CUR-USAGE                          CPYSTDV 
003910         WHEN 'COMP-3'  WHEN 'COMP-3.'                            CPYSTDV 
003920         WHEN 'PACKED-DECIMAL'  WHEN 'PACKED-DECIMAL.'            CPYSTDV 
003930             MOVE 'COMP-3' TO WS-CUR-USAGE                        CPYSTDV 
003940         WHEN 'COMP-1'  WHEN 'COMP-1.'                            CPYSTDV 
003950             MOVE 'COMP-1' TO WS-CUR-USAGE                        CPYSTDV 
003960         WHEN 'COMP-2'  WHEN 'COMP-2.'                            CPYSTDV 
003970             MOVE 'COMP-2' TO WS-CUR-USAGE                        CPYSTDV 
003980         WHEN OTHER                                               CPYSTDV 
003990             CONTINUE                                             CPYSTDV 
004000     END-EVALUATE.                                                CPYSTDV 
004010 2410-EXIT.                                                       CPYSTDV 
004020     EXIT.                                                        CPYSTDV 
004030*                                                                 CPYSTDV 
004040*-------------------------------------------------------------    CPYSTDV 
004050*2500-CHECK-LINE-PERIOD - THE ENTRY CLOSES WHEN THE LAST          CPYSTDV 
004060*NONBLANK CHARACTER OF A LINE IS ITS PERIOD.                      CPYSTDV 
004070*-------------------------------------------------------------    CPYSTDV 
004080 2500-CHECK-LINE-PERIOD.                                          CPYSTDV 
004090     IF NOT WS-ENTRY-OPEN                                         CPYSTDV 
004100         GO TO 2500-EXIT.                                         CPYSTDV 
004110     MOVE 0 TO WS-LAST-NB.                                        CPYSTDV 
004120     PERFORM 2510-FIND-LAST-NONBLANK THRU 2510-EXIT               CPYSTDV 
004130         VARYING WS-TALLY FROM 65 BY -1                           CPYSTDV 
004140         UNTIL WS-TALLY < 1 OR WS-LAST-NB > 0.                    CPYSTDV 
004150     IF WS-LAST-NB > 0                                            CPYSTDV 
004160         AND WS-SCAN-LINE(WS-LAST-NB:1) = '.'                     CPYSTDV 
004170         PERFORM 2900-CLOSE-THE-ENTRY THRU 2900-EXIT              CPYSTDV 
004180     END-IF.                                                      CPYSTDV 
004190 2500-EXIT.                                                       CPYSTDV 
004200     EXIT.                                                        CPYSTDV 
004210*                                                                 CPYSTDV 
004220 2510-FIND-LAST-NONBLANK.                                         CPYSTDV 
004230     IF WS-SCAN-LINE(WS-TALLY:1) NOT = SPACE                      CPYSTDV 
004240         MOVE WS-TALLY TO WS-LAST-NB                              CPYSTDV 
004250     END-IF.                                                      CPYSTDV 
004260 2510-EXIT.                                                       CPYSTDV 
004270     EXIT.                                                        CPYSTDV 
004280*                                                                 CPYSTDV 
004290 2900-CLOSE-THE-ENTRY.                                            CPYSTDV 
004300     MOVE 'N' TO WS-PEND-SW.                                      CPYSTDV 
004310     IF WS-CUR-IS-COPY = 'Y'                                      CPYSTDV 
004320         GO TO 2900-EXIT.                                         CPYSTDV 
004330     PERFORM 3000-APPLY-THE-RULES THRU 3000-EXIT.                 CPYSTDV 
004340 2900-EXIT.                                                       CPYSTDV 
004350     EXIT.                                                        CPYSTDV 
004360*                                                                 CPYSTDV 
004370*-------------------------------------------------------------    CPYSTDV 
004380*3000-APPLY-THE-RULES - EVERY CATALOG RULE AGAINST THE ENTRY      CPYSTDV 
004390*JUST CLOSED.  A FINDING UNDER A RULE THE TEAM RUNS OFF IS        CPYSTDV 
004400*DROPPED IN 8000.                                                 CPYSTDV 
004410*-------------------------------------------------------------    CPYSTDV 
004420 3000-APPLY-THE-RULES.                                            CPYSTDV 
004430     IF WS-CUR-UNNAMED                                            CPYSTDV 
004440         AND WS-CUR-LEVEL NOT = 66 AND WS-CUR-LEVEL NOT = 88      CPYSTDV 
004450         MOVE 5 TO WS-FIND-RULE                                   CPYSTDV 
004460         MOVE 'ITEM HAS NO NAME - SPELL IT FILLER'                CPYSTDV 
004470             TO WS-FIND-TEXT                                      CPYSTDV 
004480         PERFORM 8000-RECORD-ONE-FINDING THRU 8000-EXIT.          CPYSTDV 
004490     IF NOT WS-CUR-UNNAMED                                        CPYSTDV 
004500         AND WS-CUR-NAME NOT = 'FILLER'                           CPYSTDV 
004510         AND WS-CUR-NAME(1:8) NOT = ':PREFIX:'                    CPYSTDV 
004520         MOVE 1 TO WS-FIND-RULE                                   CPYSTDV 
004530         MOVE 'NAME DOES NOT BEGIN WITH :PREFIX:'                 CPYSTDV 
004540             TO WS-FIND-TEXT                                      CPYSTDV 
004550         PERFORM 8000-RECORD-ONE-FINDING THRU 8000-EXIT.          CPYSTDV 
004560     IF STV-FD-LAYOUT                                             CPYSTDV 
004570         AND WS-CUR-HAS-VALUE = 'Y'                               CPYSTDV 
004580         AND WS-CUR-LEVEL NOT = 88                                CPYSTDV 
004590         MOVE 4 TO WS-FIND-RULE                                   CPYSTDV 
004600         MOVE 'VALUE CLAUSE IN A FILE-SECTION LAYOUT'             CPYSTDV 
004610             TO WS-FIND-TEXT                                      CPYSTDV 
004620         PERFORM 8000-RECORD-ONE-FINDING THRU 8000-EXIT.          CPYSTDV 
004630     IF WS-CUR-PIC = SPACES                                       CPYSTDV 
004640         GO TO 3000-EXIT.                                         CPYSTDV 
004650     PERFORM 3100-MEASURE-THE-PICTURE THRU 3100-EXIT.             CPYSTDV 
004660     IF WS-PIC-NUMERIC-SW = 'N'                                   CPYSTDV 
004670         GO TO 3000-EXIT.                                         CPYSTDV 
004680     IF WS-CUR-USAGE = 'COMP-3'                                   CPYSTDV 
004690         DIVIDE WS-PIC-DIGITS BY 2 GIVING WS-PIC-HALF             CPYSTDV 
004700             REMAINDER WS-PIC-ODD                                 CPYSTDV 
004710         IF WS-PIC-ODD = 0                                        CPYSTDV 
004720             MOVE 2 TO WS-FIND-RULE                               CPYSTDV 
004730             MOVE 'COMP-3 PICTURE HAS AN EVEN DIGIT COUNT'        CPYSTDV 
004740                 TO WS-FIND-TEXT                                  CPYSTDV 
004750             PERFORM 8000-RECORD-ONE-FINDING THRU 8000-EXIT       CPYSTDV 
004760         END-IF                                                   CPYSTDV 
004770     END-IF.                                                      CPYSTDV 
004780     IF WS-PIC-SIGNED-SW = 'N'                                    CPYSTDV 
004790         AND (WS-PIC-DECIMAL-SW = 'Y'                             CPYSTDV 
004800              OR WS-CUR-USAGE = 'COMP-3')                         CPYSTDV 
004810         MOVE 3 TO WS-FIND-RULE                                   CPYSTDV 
004820         MOVE 'AMOUNT FIELD CARRIES NO SIGN'                      CPYSTDV 
004830             TO WS-FIND-TEXT                                      CPYSTDV 
004840         PERFORM 8000-RECORD-ONE-FINDING THRU 8000-EXIT           CPYSTDV 
004850     END-IF.                                                      CPYSTDV 
004860 3000-EXIT.                                                       CPYSTDV 
004870     EXIT.                                                        CPYSTDV 
004880*                                                                 CPYSTDV 
004890*-------------------------------------------------------------    CPYSTDV 
004900*3100-MEASURE-THE-PICTURE - DIGIT POSITIONS (9 AND ITS REPEAT     CPYSTDV 
004910*COUNT), LEADING S, IMPLIED DECIMAL POINT V.  ANY SYMBOL          CPYSTDV 
004920*OUTSIDE 9 S V P MAKES IT NO PLAIN NUMERIC PICTURE AT ALL.        CPYSTDV 
004930*-------------------------------------------------------------    CPYSTDV 
004940 3100-MEASURE-THE-PICTURE.                                        CPYSTDV 
004950     MOVE 0 TO WS-PIC-LEN WS-PIC-DIGITS WS-PIC-REPEAT.            CPYSTDV 
004960     MOVE 'Y' TO WS-PIC-NUMERIC-SW.                               CPYSTDV 
004970     MOVE 'N' TO WS-PIC-SIGNED-SW WS-PIC-DECIMAL-SW               CPYSTDV 
004980         WS-PIC-PAREN-SW.                                         CPYSTDV 
004990     MOVE SPACE TO WS-PIC-LAST.                                   CPYSTDV 
005000     INSPECT WS-CUR-PIC TALLYING WS-PIC-LEN                       CPYSTDV 
005010         FOR CHARACTERS BEFORE SPACE.                             CPYSTDV 
005020     IF WS-PIC-LEN > 0                                            CPYSTDV 
005030         AND WS-CUR-PIC(WS-PIC-LEN:1) = '.'                       CPYSTDV 
005040         SUBTRACT 1 FROM WS-PIC-LEN                               CPYSTDV 
005050     END-IF.                                                      CPYSTDV 
005060     PERFORM 3110-MEASURE-ONE-CHAR THRU 3110-EXIT                 CPYSTDV 
005070         VARYING WS-PIC-IX FROM 1 BY 1                            CPYSTDV 
005080         UNTIL WS-PIC-IX > WS-PIC-LEN.                            CPYSTDV 
005090 3100-EXIT.                                                       CPYSTDV 
005100     EXIT.                                                        CPYSTDV 
005110*                                                                 CPYSTDV 
005120 3110-MEASURE-ONE-CHAR.                                           CPYSTDV 
005130     MOVE WS-CUR-PIC(WS-PIC-IX:1) TO WS-PIC-CHAR.                 CPYSTDV 
005140     IF WS-PIC-PAREN-SW = 'Y'                                     CPYSTDV 
005150         PERFORM 3120-MEASURE-REPEAT-CHAR THRU 3120-EXIT          CPYSTDV 
005160         GO TO 3110-EXIT.                                         CPYSTDV 
005170     EVALUATE WS-PIC-CHAR                                         CPYSTDV 
005180         WHEN '('                                                 CPYSTDV 
005190             MOVE 'Y' TO WS-PIC-PAREN-SW                          CPYSTDV 
005200             MOVE 0 TO WS-PIC-REPEAT                              CPYSTDV 
005210         WHEN '9'                                                 CPYSTDV 
005220             ADD 1 TO WS-PIC-DIGITS                               CPYSTDV 
005230             MOVE '9' TO WS-PIC-LAST                              CPYSTDV 
005240         WHEN 'S'                                                 CPYSTDV 
005250             MOVE 'Y' TO WS-PIC-SIGNED-SW                         CPYSTDV 
005260             MOVE 'S' TO WS-PIC-LAST                              CPYSTDV 
005270         WHEN 'V'                                                 CPYSTDV 
005280             MOVE 'Y' TO WS-PIC-DECIMAL-SW                        CPYSTDV 
005290             MOVE 'V' TO WS-PIC-LAST                              CPYSTDV 
005300         WHEN 'P'                                                 CPYSTDV 
005310             MOVE 'P' TO WS-PIC-LAST                              CPYSTDV 
005320         WHEN OTHER                                               CPYSTDV 
005330             MOVE 'N' TO WS-PIC-NUMERIC-SW                        CPYSTDV 
005340             MOVE WS-PIC-CHAR TO WS-PIC-LAST                      CPYSTDV 
005350     END-EVALUATE.                                                CPYSTDV 
005360 3110-EXIT.                                                       CPYSTDV 
005370     EXIT.                                                        CPYSTDV 
005380*                                                                 CPYSTDV 
005390*INSIDE A REPEAT COUNT: ACCUMULATE ITS DIGITS; AT THE CLOSING     CPYSTDV 
005400*PARENTHESIS A REPEATED 9 ADDS THE REST OF ITS POSITIONS.         CPYSTDV 
005410 3120-MEASURE-REPEAT-CHAR.                                        CPYSTDV 
005420     IF WS-PIC-CHAR NUMERIC                                       CPYSTDV 
005430         COMPUTE WS-PIC-REPEAT = WS-PIC-REPEAT * 10               CPYSTDV 
005440             + WS-PIC-DIGIT                                       CPYSTDV 
005450         GO TO 3120-EXIT.                                         CPYSTDV 
005460     MOVE 'N' TO WS-PIC-PAREN-SW.                                 CPYSTDV 
005470     IF WS-PIC-LAST = '9'                                         CPYSTDV 
005480         AND WS-PIC-REPEAT > 0                                    CPYSTDV 
005490         COMPUTE WS-PIC-DIGITS = WS-PIC-DIGITS                    CPYSTDV 
005500             + WS-PIC-REPEAT - 1                                  CPYSTDV 
005510     END-IF.                                                      CPYSTDV 
005520 3120-EXIT.                                                       CPYSTDV 
005530     EXIT.                                                        CPYSTDV 
005540*                                                                 CPYSTDV 
005550*-------------------------------------------------------------    CPYSTDV 
005560*8000-RECORD-ONE-FINDING - COUNT THE FINDING AT THE SEVERITY      CPYSTDV 
005570*THE TEAM RUNS THE RULE, AND KEEP ITS DETAIL WHILE ROOM LASTS.    CPYSTDV 
005580*-------------------------------------------------------------    CPYSTDV 
005590 8000-RECORD-ONE-FINDING.                                         CPYSTDV 
005600     IF WS-CAT-SEV(WS-FIND-RULE) = 'O'                            CPYSTDV 
005610         GO TO 8000-EXIT.                                         CPYSTDV 
005620     EVALUATE WS-CAT-SEV(WS-FIND-RULE)                            CPYSTDV 
005630         WHEN 'E'                                                 CPYSTDV 
005640             ADD 1 TO STV-ERROR-COUNT                             CPYSTDV 
005650         WHEN 'W'                                                 CPYSTDV 
005660             ADD 1 TO STV-WARN-COUNT                              CPYSTDV 
005670         WHEN OTHER                                               CPYSTDV 
005680             ADD 1 TO STV-INFO-COUNT                              CPYSTDV 
005690     END-EVALUATE.                                                CPYSTDV 
005700     IF STV-FIND-COUNT NOT < 100                                  CPYSTDV 
005710         MOVE 'Y' TO STV-FIND-FULL-SW                             CPYSTDV 
005720         GO TO 8000-EXIT.                                         CPYSTDV 
005730     ADD 1 TO STV-FIND-COUNT.                                     CPYSTDV 
005740     MOVE WS-CAT-ID(WS-FIND-RULE)                                 CPYSTDV 
005750         TO STV-FIND-RULE(STV-FIND-COUNT).                        CPYSTDV 
005760     MOVE WS-CAT-SEV(WS-FIND-RULE)                                CPYSTDV 
005770         TO STV-FIND-SEV(STV-FIND-COUNT).                         CPYSTDV 
005780     MOVE WS-PEND-LINE TO STV-FIND-LINE(STV-FIND-COUNT).          CPYSTDV 
005790     MOVE WS-CUR-NAME TO STV-FIND-NAME(STV-FIND-COUNT).           CPYSTDV 
005800     MOVE WS-FIND-TEXT TO STV-FIND-TEXT(STV-FIND-COUNT).          CPYSTDV 
005810 8000-EXIT.                                                       CPYSTDV 
005820     EXIT.                                                        CPYSTDV 
