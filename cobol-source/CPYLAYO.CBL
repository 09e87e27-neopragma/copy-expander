000010 IDENTIFICATION DIVISION.                                         CPYLAYO 
000020 PROGRAM-ID. CPYLAYO.                                             CPYLAYO 
000030 AUTHOR. R SANDOVAL.                                              CPYLAYO 
000040 INSTALLATION. DATA CENTER SERVICES - COPYBOOK TOOLING.           CPYLAYO 
000050 DATE-WRITTEN. 2026-10-14.                                        CPYLAYO 
000060 DATE-COMPILED.                                                   CPYLAYO 
000070*-------------------------------------------------------------    CPYLAYO 
000080*MODIFICATION HISTORY                                             CPYLAYO 
000090*-------------------------------------------------------------    CPYLAYO 
000100*2026-10-14 RS  LAYOUT SERVICE FOR THE LAYOUT-DRIVEN DATA         CPYLAYO 
000110*               UTILITIES.  PARSES ONE COPYBOOK WITH THE SAME     CPYLAYO 
000120*               ARITHMETIC AS THE EXPANDER'S MAP REPORT AND       CPYLAYO 
000130*               CPYDICT/CPYDVAL (OFFSETS ACCUMULATE, OCCURS       CPYLAYO 
000140*               MULTIPLIERS APPLY AS GROUPS CLOSE, REDEFINES      CPYLAYO 
000150*               RESTARTS AT ITS TARGET) AND HANDS BACK THE        CPYLAYO 
000160*               COLUMNS IN THE CPYLAP PARAMETER BLOCK: NAME,      CPYLAYO 
000170*               OFFSET, LENGTH, USAGE, DIGITS, DECIMAL PLACES,    CPYLAYO 
000180*               SIGN, CLASS AND 88-LEVEL DOMAIN.  ON TOP OF       CPYLAYO 
000190*               THE MAP ARITHMETIC IT WORKS OUT EACH OCCURS       CPYLAYO 
000200*               TABLE'S STRIDE SO EVERY OCCURRENCE CAN BE A       CPYLAYO 
000210*               COLUMN OF ITS OWN, AND IT SELECTS WHICH VIEW      CPYLAYO 
000220*               OF A REDEFINED AREA THE CALLER SEES.  ONE         CPYLAYO 
000230*               PARSE FOR ALL OF THEM KEEPS THE UTILITIES'        CPYLAYO 
000240*               COLUMNS IN STEP WITH THE DICTIONARY.              CPYLAYO 
000242*2026-10-15 RS  OCCURS n TO m DEPENDING ON IS SIZED AT ITS        CPYLAYO 
000244*               MAXIMUM COUNT, NOT ITS MINIMUM, AND EVERY ITEM    CPYLAYO 
000246*               IN OR UNDER IT IS FLAGGED IN LAY-COL-ODO FOR      CPYLAYO 
000248*               THE UTILITIES THAT CANNOT MAP A VARIABLE TABLE.   CPYLAYO 
000249*2026-10-15 RS  FREE-FORMAT COPYBOOKS: EACH LINE IS READ          CPYLAYO 
000250*               THROUGH CPYSRCF AS THE CARD IT STANDS FOR; THE    CPYLAYO 
000251*               RECORD IS WIDENED TO 256 FOR LONG FREE LINES.     CPYLAYO 
000252*-------------------------------------------------------------    CPYLAYO 
000260 ENVIRONMENT DIVISION.                                            CPYLAYO 
000270 CONFIGURATION SECTION.                                           CPYLAYO 
000280 SOURCE-COMPUTER. GENERIC-COMPUTER.                               CPYLAYO 
000290 OBJECT-COMPUTER. GENERIC-COMPUTER.                               CPYLAYO 
000300 INPUT-OUTPUT SECTION.                                            CPYLAYO 
000310 FILE-CONTROL.                                                    CPYLAYO 
000320     SELECT CFG-FILE ASSIGN TO DYNAMIC WS-CFG-FILENAME            CPYLAYO 
000330         ORGANIZATION LINE SEQUENTIAL                             CPYLAYO 
000340         FILE STATUS IS WS-CFG-FILE-STATUS.                       CPYLAYO 
000350     SELECT CPY-FILE ASSIGN TO DYNAMIC WS-CPY-FILENAME            CPYLAYO 
000360         ORGANIZATION LINE SEQUENTIAL                             CPYLAYO 
000370         FILE STATUS IS WS-CPY-FILE-STATUS.                       CPYLAYO 
000380 DATA DIVISION.                                                   CPYLAYO 
000390 FILE SECTION.                                                    CPYLAYO 
000400 FD  CFG-FILE.                                                    CPYLAYO 
000410 01  WS-CFG-FILE-REC         PIC X(80).                           CPYLAYO 
000420 FD  CPY-FILE.                                                    CPYLAYO 
000430 01  WS-CPY-FILE-REC         PIC X(256).                          CPYLAYO 
000440 WORKING-STORAGE SECTION.                                         CPYLAYO 
000450 77  WS-CFG-FILENAME         PIC X(80)                            CPYLAYO 
000460         VALUE 'config/CPYLIB.CFG'.                               CPYLAYO 
000470 77  WS-CFG-FILE-STATUS      PIC X(02) VALUE '00'.                CPYLAYO 
000480 77  WS-CPY-FILENAME         PIC X(80) VALUE SPACES.              CPYLAYO 
000490 77  WS-CPY-FILE-STATUS      PIC X(02) VALUE '00'.                CPYLAYO 
000500 77  WS-EOF-SW               PIC X(01) VALUE 'N'.                 CPYLAYO 
000510     88  WS-EOF              VALUE 'Y'.                           CPYLAYO 
000520 77  WS-CPY-EOF-SW           PIC X(01) VALUE 'N'.                 CPYLAYO 
000530 77  WS-TRIM-LEN             PIC 9(04) COMP VALUE 0.              CPYLAYO 
000540 77  WS-FOUND-SW             PIC X(01) VALUE 'N'.                 CPYLAYO 
000550     88  WS-FOUND            VALUE 'Y'.                           CPYLAYO 
000560 77  WS-TALLY                PIC 9(04) COMP VALUE 0.              CPYLAYO 
000570 77  WS-MAX-END              PIC 9(08) COMP VALUE 0.              CPYLAYO 
000580 77  WS-IIX                  PIC 9(04) COMP VALUE 0.              CPYLAYO 
000590 77  WS-AIX                  PIC 9(04) COMP VALUE 0.              CPYLAYO 
000600 77  WS-VIX                  PIC 9(02) COMP VALUE 0.              CPYLAYO 
000610 77  WS-VIEW-ITEM            PIC 9(04) COMP VALUE 0.              CPYLAYO 
000620 77  WS-KEEP-SW              PIC X(01) VALUE 'Y'.                 CPYLAYO 
000630 77  WS-DESC-SW              PIC X(01) VALUE 'N'.                 CPYLAYO 
000640 77  WS-DIX                  PIC 9(02) COMP VALUE 0.              CPYLAYO 
000650 77  WS-ODO-DONE-SW          PIC X(01) VALUE 'N'.                 CPYLAYO 
000660     88  WS-ODO-DONE         VALUE 'Y'.                           CPYLAYO 
000670 77  WS-COL-OFF              PIC 9(08) COMP VALUE 0.              CPYLAYO 
000680 77  WS-NAME-PTR             PIC 9(04) COMP VALUE 0.              CPYLAYO 
000690 77  WS-K-DISP               PIC 9(04) VALUE 0.                   CPYLAYO 
000700 77  WS-K-LEAD               PIC 9(02) COMP VALUE 0.              CPYLAYO 
000710 77  WS-COL-NAME             PIC X(40) VALUE SPACES.              CPYLAYO 
000720 COPY CPYCFG.                                                     CPYLAYO 
000730*-------------------------------------------------------------    CPYLAYO 
000740*LAYOUT-PARSE SCRATCH, THE EXPANDER MAP REPORT'S OWN              CPYLAYO 
000750*ARITHMETIC: OFFSETS ACCUMULATE, OCCURS MULTIPLIERS APPLY AS      CPYLAYO 
000760*GROUPS CLOSE, REDEFINES RESTARTS AT ITS TARGET.                  CPYLAYO 
000770*-------------------------------------------------------------    CPYLAYO 
000780 01  WS-MAP-AREA.                                                 CPYLAYO 
000790     05  WS-MAP-LINE          PIC X(65).                          CPYLAYO 
000800     05  WS-MAP-W OCCURS 8 TIMES INDEXED BY MAPW-IX.              CPYLAYO 
000810         10  WS-MAP-WORD      PIC X(30).                          CPYLAYO 
000820     05  WS-MAP-LEVEL         PIC 9(02).                          CPYLAYO 
000830     05  WS-MAP-NAME          PIC X(30).                          CPYLAYO 
000840     05  WS-MAP-PIC           PIC X(14).                          CPYLAYO 
000850     05  WS-MAP-USAGE         PIC X(08).                          CPYLAYO 
000860     05  WS-MAP-OCCURS        PIC 9(04) COMP.                     CPYLAYO 
000870     05  WS-MAP-REDEF-NAME    PIC X(30).                          CPYLAYO 
000880     05  WS-MAP-LEN           PIC 9(06) COMP.                     CPYLAYO 
000890     05  WS-MAP-DIGITS        PIC 9(03) COMP.                     CPYLAYO 
000900     05  WS-MAP-SCALE         PIC 9(02) COMP.                     CPYLAYO 
000910     05  WS-MAP-SIGNED        PIC X(01).                          CPYLAYO 
000920     05  WS-MAP-POINT-SW      PIC X(01).                          CPYLAYO 
000930     05  WS-MAP-CHARS         PIC 9(06) COMP.                     CPYLAYO 
000940     05  WS-MAP-RUN-OFF       PIC 9(08) COMP.                     CPYLAYO 
000950     05  WS-MAP-ITEM-OFF      PIC 9(08) COMP.                     CPYLAYO 
000960     05  WS-MAP-REP           PIC 9(04) COMP.                     CPYLAYO 
000970     05  WS-MAP-PIC-IX        PIC 9(02) COMP.                     CPYLAYO 
000980     05  WS-MAP-PIC-CHAR      PIC X(01).                          CPYLAYO 
000990     05  WS-MAP-Q             PIC 9(04) COMP.                     CPYLAYO 
001000     05  WS-MAP-R             PIC 9(04) COMP.                     CPYLAYO 
001010     05  WS-MAP-PAREN-SW      PIC X(01).                          CPYLAYO 
001020     05  WS-MAP-LASTSYM       PIC X(01).                          CPYLAYO 
001030     05  WS-MAP-DIGIT         PIC 9(01).                          CPYLAYO 
001040     05  WS-MAP-IS-GROUP-SW   PIC X(01).                          CPYLAYO 
001050         88  WS-MAP-IS-GROUP  VALUE 'Y'.                          CPYLAYO 
001060     05  WS-MAP-REDEF-TGT     PIC 9(04) COMP.                     CPYLAYO 
001065     05  WS-MAP-ODO-SW        PIC X(01).                          CPYLAYO 
001070 01  WS-MLS-TABLE.                                                CPYLAYO 
001080     05  WS-MLS-DEPTH         PIC 9(02) COMP.                     CPYLAYO 
001090     05  WS-MLS-ENT OCCURS 30 TIMES INDEXED BY MLS-IX.            CPYLAYO 
001100         10  WS-MLS-LEVEL     PIC 9(02) COMP.                     CPYLAYO 
001110         10  WS-MLS-OCCURS    PIC 9(04) COMP.                     CPYLAYO 
001120         10  WS-MLS-START     PIC 9(08) COMP.                     CPYLAYO 
001130         10  WS-MLS-ITEM      PIC 9(04) COMP.                     CPYLAYO 
001140 01  WS-SQUEEZE-LINE          PIC X(65).                          CPYLAYO 
001150*-------------------------------------------------------------    CPYLAYO 
001160*EVERY DATA ENTRY OF THE MEMBER IN SOURCE ORDER.  A GROUP'S       CPYLAYO 
001170*LENGTH (ONE OCCURRENCE) IS KNOWN ONLY WHEN IT CLOSES.            CPYLAYO 
001180*-------------------------------------------------------------    CPYLAYO 
001190 01  WS-ITM-TABLE.                                                CPYLAYO 
001200     05  WS-ITM-COUNT         PIC 9(04) COMP VALUE 0.             CPYLAYO 
001210     05  WS-ITM-ENT OCCURS 1000 TIMES.                            CPYLAYO 
001220         10  WS-ITM-NAME      PIC X(30).                          CPYLAYO 
001230         10  WS-ITM-LEVEL     PIC 9(02).                          CPYLAYO 
001240         10  WS-ITM-DEPTH     PIC 9(02) COMP.                     CPYLAYO 
001250         10  WS-ITM-PIC       PIC X(14).                          CPYLAYO 
001260         10  WS-ITM-USAGE     PIC X(08).                          CPYLAYO 
001270         10  WS-ITM-OCCURS    PIC 9(04) COMP.                     CPYLAYO 
001280         10  WS-ITM-OFF       PIC 9(08) COMP.                     CPYLAYO 
001290         10  WS-ITM-LEN       PIC 9(06) COMP.                     CPYLAYO 
001300         10  WS-ITM-DIGITS    PIC 9(03) COMP.                     CPYLAYO 
001310         10  WS-ITM-SCALE     PIC 9(02) COMP.                     CPYLAYO 
001320         10  WS-ITM-SIGNED    PIC X(01).                          CPYLAYO 
001330         10  WS-ITM-CLASS     PIC X(01).                          CPYLAYO 
001340         10  WS-ITM-PARENT    PIC 9(04) COMP.                     CPYLAYO 
001350         10  WS-ITM-REDEF-TGT PIC 9(04) COMP.                     CPYLAYO 
001360         10  WS-ITM-REDEF-ROOT                                    CPYLAYO 
001370                              PIC 9(04) COMP.                     CPYLAYO 
001380         10  WS-ITM-VAL-COUNT PIC 9(02) COMP.                     CPYLAYO 
001390         10  WS-ITM-VAL       PIC X(20) OCCURS 8 TIMES.           CPYLAYO 
001395         10  WS-ITM-ODO       PIC X(01).                          CPYLAYO 
001400*OCCURS DIMENSIONS OF THE ITEM BEING TURNED INTO COLUMNS,         CPYLAYO 
001410*OUTERMOST FIRST.                                                 CPYLAYO 
001420 01  WS-DIM-TABLE.                                                CPYLAYO 
001430     05  WS-DIM-COUNT         PIC 9(02) COMP.                     CPYLAYO 
001440     05  WS-DIM-ENT OCCURS 3 TIMES.                               CPYLAYO 
001450         10  WS-DIM-N         PIC 9(04) COMP.                     CPYLAYO 
001460         10  WS-DIM-STRIDE    PIC 9(08) COMP.                     CPYLAYO 
001470         10  WS-DIM-K         PIC 9(04) COMP.                     CPYLAYO 
001475 COPY CPYSFP.                                                     CPYLAYO 
001480 LINKAGE SECTION.                                                 CPYLAYO 
001490 COPY CPYLAP.                                                     CPYLAYO 
001500 PROCEDURE DIVISION USING CPYLAYO-PARMS.                          CPYLAYO 
001510*-------------------------------------------------------------    CPYLAYO 
001520*0000-MAINLINE                                                    CPYLAYO 
001530*-------------------------------------------------------------    CPYLAYO 
001540 0000-MAINLINE.                                                   CPYLAYO 
001550     MOVE 'N' TO LAY-RESULT.                                      CPYLAYO 
001560     MOVE 0 TO LAY-COL-COUNT LAY-RECORD-LEN.                      CPYLAYO 
001570     MOVE SPACES TO LAY-MEMBER-PATH LAY-LIBRARY-NAME.             CPYLAYO 
001580     MOVE 0 TO WS-ITM-COUNT WS-MAX-END.                           CPYLAYO 
001590     MOVE 0 TO WS-TRIM-LEN.                                       CPYLAYO 
001600     INSPECT LAY-COPYBOOK-NAME TALLYING WS-TRIM-LEN               CPYLAYO 
001610         FOR CHARACTERS BEFORE SPACE.                             CPYLAYO 
001620     IF WS-TRIM-LEN = 0                                           CPYLAYO 
001630         GOBACK.                                                  CPYLAYO 
001640     MOVE 'N' TO WS-FOUND-SW.                                     CPYLAYO 
001650     IF LAY-LIBRARY-DIR NOT = SPACES                              CPYLAYO 
001660         MOVE 1 TO CFG-LIBRARY-COUNT                              CPYLAYO 
001670         SET CFG-LIB-IDX TO 1                                     CPYLAYO 
001680         MOVE SPACES TO CFG-LIBRARY-NAME(CFG-LIB-IDX)             CPYLAYO 
001690         MOVE LAY-LIBRARY-DIR TO CFG-LIBRARY-PATH(CFG-LIB-IDX)    CPYLAYO 
001700     ELSE                                                         CPYLAYO 
001710         PERFORM 1000-LOAD-LIBRARY-LIST THRU 1000-EXIT            CPYLAYO 
001720     END-IF.                                                      CPYLAYO 
001730     PERFORM 2000-TRY-ONE-LIBRARY THRU 2000-EXIT                  CPYLAYO 
001740         VARYING CFG-LIB-IDX FROM 1 BY 1                          CPYLAYO 
001750         UNTIL CFG-LIB-IDX > CFG-LIBRARY-COUNT OR WS-FOUND.       CPYLAYO 
001760     IF NOT WS-FOUND                                              CPYLAYO 
001770         GOBACK.                                                  CPYLAYO 
001780     MOVE 'Y' TO LAY-RESULT.                                      CPYLAYO 
001790     MOVE 0 TO WS-MLS-DEPTH WS-MAP-RUN-OFF.                       CPYLAYO 
001800     MOVE 'N' TO WS-CPY-EOF-SW.                                   CPYLAYO 
001810     PERFORM 3000-PARSE-ONE-LINE THRU 3000-EXIT                   CPYLAYO 
001820         UNTIL WS-CPY-EOF-SW = 'Y'.                               CPYLAYO 
001830     CLOSE CPY-FILE.                                              CPYLAYO 
001840*    CLOSE EVERY GROUP STILL OPEN AT THE END OF THE MEMBER.       CPYLAYO 
001850     MOVE 0 TO WS-MAP-LEVEL.                                      CPYLAYO 
001860     PERFORM 3200-POP-TO-LEVEL THRU 3200-EXIT.                    CPYLAYO 
001870     MOVE WS-MAX-END TO LAY-RECORD-LEN.                           CPYLAYO 
001880     PERFORM 6000-BUILD-ONE-ITEM-COLUMNS THRU 6000-EXIT           CPYLAYO 
001890         VARYING WS-IIX FROM 1 BY 1                               CPYLAYO 
001900         UNTIL WS-IIX > WS-ITM-COUNT.                             CPYLAYO 
001910     GOBACK.                                                      CPYLAYO 
001920*                                                                 CPYLAYO 
001930 1000-LOAD-LIBRARY-LIST.                                          CPYLAYO 
001940     MOVE 0 TO CFG-LIBRARY-COUNT CFG-MAX-COPY-DEPTH.              CPYLAYO 
001950     OPEN INPUT CFG-FILE.                                         CPYLAYO 
001960     IF WS-CFG-FILE-STATUS NOT = '00'                             CPYLAYO 
001970         GO TO 1000-EXIT.                                         CPYLAYO 
001980     MOVE 'N' TO WS-EOF-SW.                                       CPYLAYO 
001990     PERFORM 1010-LOAD-ONE-CFG-LINE THRU 1010-EXIT UNTIL WS-EOF.  CPYLAYO 
002000     CLOSE CFG-FILE.                                              CPYLAYO 
002010     MOVE 'N' TO WS-EOF-SW.                                       CPYLAYO 
002020 1000-EXIT.                                                       CPYLAYO 
002030     EXIT.                                                        CPYLAYO 
002040*                                                                 CPYLAYO 
002050 1010-LOAD-ONE-CFG-LINE.                                          CPYLAYO 
002060     READ CFG-FILE INTO WS-CFG-FILE-REC                           CPYLAYO 
002070         AT END MOVE 'Y' TO WS-EOF-SW                             CPYLAYO 
002080     END-READ.                                                    CPYLAYO 
002090     IF NOT WS-EOF                                                CPYLAYO 
002100         AND WS-CFG-FILE-REC(1:1) NOT = '*'                       CPYLAYO 
002110         AND WS-CFG-FILE-REC NOT = SPACES                         CPYLAYO 
002120         AND CFG-LIBRARY-COUNT < 10                               CPYLAYO 
002130         ADD 1 TO CFG-LIBRARY-COUNT                               CPYLAYO 
002140         SET CFG-LIB-IDX TO CFG-LIBRARY-COUNT                     CPYLAYO 
002150         UNSTRING WS-CFG-FILE-REC DELIMITED BY ALL SPACE          CPYLAYO 
002160             INTO CFG-LIBRARY-NAME(CFG-LIB-IDX)                   CPYLAYO 
002170                  CFG-LIBRARY-PATH(CFG-LIB-IDX)                   CPYLAYO 
002180         END-UNSTRING                                             CPYLAYO 
002190     END-IF.                                                      CPYLAYO 
002200 1010-EXIT.                                                       CPYLAYO 
002210     EXIT.                                                        CPYLAYO 
002220*                                                                 CPYLAYO 
002230 2000-TRY-ONE-LIBRARY.                                            CPYLAYO 
002240     MOVE SPACES TO WS-CPY-FILENAME.                              CPYLAYO 
002250     STRING CFG-LIBRARY-PATH(CFG-LIB-IDX) DELIMITED BY SPACE      CPYLAYO 
002260         '/' DELIMITED BY SIZE                                    CPYLAYO 
002270         LAY-COPYBOOK-NAME(1:WS-TRIM-LEN) DELIMITED BY SIZE       CPYLAYO 
002280         '.CPY' DELIMITED BY SIZE                                 CPYLAYO 
002290         INTO WS-CPY-FILENAME                                     CPYLAYO 
002300     END-STRING.                                                  CPYLAYO 
002310     OPEN INPUT CPY-FILE.                                         CPYLAYO 
002320     IF WS-CPY-FILE-STATUS NOT = '00'                             CPYLAYO 
002330         GO TO 2000-EXIT.                                         CPYLAYO 
002340     MOVE 'Y' TO WS-FOUND-SW.                                     CPYLAYO 
002345     MOVE SPACE TO SRCF-FORMAT.                                   CPYLAYO 
002350     MOVE WS-CPY-FILENAME TO LAY-MEMBER-PATH.                     CPYLAYO 
002360     MOVE CFG-LIBRARY-NAME(CFG-LIB-IDX) TO LAY-LIBRARY-NAME.      CPYLAYO 
002370 2000-EXIT.                                                       CPYLAYO 
002380     EXIT.                                                        CPYLAYO 
002390*                                                                 CPYLAYO 
002400*-------------------------------------------------------------    CPYLAYO 
002410*3000-PARSE-ONE-LINE - ONE DATA ENTRY INTO THE ITEM TABLE.  AN    CPYLAYO 
002420*88 ATTACHES ITS VALUE LITERALS TO THE PRECEDING ITEM.            CPYLAYO 
002430*-------------------------------------------------------------    CPYLAYO 
002440 3000-PARSE-ONE-LINE.                                             CPYLAYO 
002450     READ CPY-FILE INTO WS-CPY-FILE-REC                           CPYLAYO 
002460         AT END MOVE 'Y' TO WS-CPY-EOF-SW                         CPYLAYO 
002470     END-READ.                                                    CPYLAYO 
002480     IF WS-CPY-EOF-SW = 'Y'                                       CPYLAYO 
002490         GO TO 3000-EXIT.                                         CPYLAYO 
002492     MOVE WS-CPY-FILE-REC TO SRCF-LINE.                           CPYLAYO 
002494     CALL 'CPYSRCF' USING CPYSRCF-PARMS.                          CPYLAYO 
002496     MOVE SRCF-CARD TO WS-CPY-FILE-REC.                           CPYLAYO 
002500     IF WS-CPY-FILE-REC(7:1) = '*' OR WS-CPY-FILE-REC(7:1) = '/'  CPYLAYO 
002510         GO TO 3000-EXIT.                                         CPYLAYO 
002520     MOVE WS-CPY-FILE-REC(8:65) TO WS-MAP-LINE.                   CPYLAYO 
002530     IF WS-MAP-LINE = SPACES                                      CPYLAYO 
002540         GO TO 3000-EXIT.                                         CPYLAYO 
002550     MOVE 0 TO WS-TALLY.                                          CPYLAYO 
002560     INSPECT WS-MAP-LINE TALLYING WS-TALLY FOR LEADING SPACE.     CPYLAYO 
002570     IF WS-TALLY > 60                                             CPYLAYO 
002580         GO TO 3000-EXIT.                                         CPYLAYO 
002590     IF WS-TALLY > 0                                              CPYLAYO 
002600         MOVE WS-MAP-LINE(WS-TALLY + 1:) TO WS-SQUEEZE-LINE       CPYLAYO 
002610         MOVE WS-SQUEEZE-LINE TO WS-MAP-LINE                      CPYLAYO 
002620     END-IF.                                                      CPYLAYO 
002630     PERFORM 3100-PARSE-MAP-WORDS THRU 3100-EXIT.                 CPYLAYO 
002640     IF WS-MAP-WORD(1)(1:2) NOT NUMERIC                           CPYLAYO 
002650         OR WS-MAP-WORD(1)(3:28) NOT = SPACES                     CPYLAYO 
002660         GO TO 3000-EXIT.                                         CPYLAYO 
002670     MOVE WS-MAP-WORD(1)(1:2) TO WS-MAP-LEVEL.                    CPYLAYO 
002680     IF WS-MAP-LEVEL = 66                                         CPYLAYO 
002690         GO TO 3000-EXIT.                                         CPYLAYO 
002700     MOVE WS-MAP-WORD(2) TO WS-MAP-NAME.                          CPYLAYO 
002710     INSPECT WS-MAP-NAME REPLACING ALL '.' BY ' '.                CPYLAYO 
002720     IF WS-MAP-LEVEL = 88                                         CPYLAYO 
002730         PERFORM 3600-ATTACH-ONE-88 THRU 3600-EXIT                CPYLAYO 
002740         GO TO 3000-EXIT.                                         CPYLAYO 
002750     IF WS-MAP-LEVEL = 77                                         CPYLAYO 
002760         MOVE 1 TO WS-MAP-LEVEL                                   CPYLAYO 
002770     END-IF.                                                      CPYLAYO 
002780     PERFORM 3200-POP-TO-LEVEL THRU 3200-EXIT.                    CPYLAYO 
002790     IF WS-MAP-LEVEL = 1                                          CPYLAYO 
002800         MOVE 0 TO WS-MAP-RUN-OFF                                 CPYLAYO 
002810     END-IF.                                                      CPYLAYO 
002820     MOVE 0 TO WS-MAP-REDEF-TGT.                                  CPYLAYO 
002830     IF WS-MAP-REDEF-NAME NOT = SPACES                            CPYLAYO 
002840         PERFORM 3300-FIND-REDEF-TARGET THRU 3300-EXIT.           CPYLAYO 
002850     MOVE WS-MAP-RUN-OFF TO WS-MAP-ITEM-OFF.                      CPYLAYO 
002860     MOVE 'N' TO WS-MAP-IS-GROUP-SW.                              CPYLAYO 
002870     MOVE 0 TO WS-MAP-DIGITS WS-MAP-SCALE.                        CPYLAYO 
002880     MOVE 'N' TO WS-MAP-SIGNED.                                   CPYLAYO 
002890     IF WS-MAP-PIC = SPACES                                       CPYLAYO 
002900         AND WS-MAP-USAGE NOT = 'COMP-1'                          CPYLAYO 
002910         AND WS-MAP-USAGE NOT = 'COMP-2'                          CPYLAYO 
002920         MOVE 'Y' TO WS-MAP-IS-GROUP-SW                           CPYLAYO 
002930         MOVE 0 TO WS-MAP-LEN                                     CPYLAYO 
002940     ELSE                                                         CPYLAYO 
002950         PERFORM 3400-COMPUTE-PIC-LENGTH THRU 3400-EXIT           CPYLAYO 
002960     END-IF.                                                      CPYLAYO 
002970     IF WS-ITM-COUNT NOT < 1000                                   CPYLAYO 
002980         MOVE 'T' TO LAY-RESULT                                   CPYLAYO 
002990         GO TO 3000-EXIT.                                         CPYLAYO 
003000     ADD 1 TO WS-ITM-COUNT.                                       CPYLAYO 
003010     PERFORM 3500-RECORD-ONE-ITEM THRU 3500-EXIT.                 CPYLAYO 
003020     IF WS-MLS-DEPTH < 30                                         CPYLAYO 
003030         ADD 1 TO WS-MLS-DEPTH                                    CPYLAYO 
003040         MOVE WS-MAP-LEVEL TO WS-MLS-LEVEL(WS-MLS-DEPTH)          CPYLAYO 
003050         MOVE WS-MAP-OCCURS TO WS-MLS-OCCURS(WS-MLS-DEPTH)        CPYLAYO 
003060         MOVE WS-MAP-ITEM-OFF TO WS-MLS-START(WS-MLS-DEPTH)       CPYLAYO 
003070         MOVE WS-ITM-COUNT TO WS-MLS-ITEM(WS-MLS-DEPTH)           CPYLAYO 
003080     END-IF.                                                      CPYLAYO 
003090     COMPUTE WS-MAP-RUN-OFF = WS-MAP-ITEM-OFF + WS-MAP-LEN.       CPYLAYO 
003100     IF WS-MAP-RUN-OFF > WS-MAX-END                               CPYLAYO 
003110         MOVE WS-MAP-RUN-OFF TO WS-MAX-END                        CPYLAYO 
003120     END-IF.                                                      CPYLAYO 
003130 3000-EXIT.                                                       CPYLAYO 
003140     EXIT.                                                        CPYLAYO 
003150*                                                                 CPYLAYO 
003160 3100-PARSE-MAP-WORDS.                                            CPYLAYO 
003170     PERFORM 3110-CLEAR-ONE-MAP-WORD THRU 3110-EXIT               CPYLAYO 
003180         VARYING MAPW-IX FROM 1 BY 1 UNTIL MAPW-IX > 8.           CPYLAYO 
003190     UNSTRING WS-MAP-LINE DELIMITED BY ALL SPACE                  CPYLAYO 
003200         INTO WS-MAP-WORD(1) WS-MAP-WORD(2) WS-MAP-WORD(3)        CPYLAYO 
003210              WS-MAP-WORD(4) WS-MAP-WORD(5) WS-MAP-WORD(6)        CPYLAYO 
003220              WS-MAP-WORD(7) WS-MAP-WORD(8)                       CPYLAYO 
003230     END-UNSTRING.                                                CPYLAYO 
003240     MOVE SPACES TO WS-MAP-PIC WS-MAP-USAGE WS-MAP-REDEF-NAME.    CPYLAYO 
003250     MOVE 1 TO WS-MAP-OCCURS.                                     CPYLAYO 
003255     MOVE 'N' TO WS-MAP-ODO-SW.                                   CPYLAYO 
003260     PERFORM 3120-SCAN-ONE-CLAUSE THRU 3120-EXIT                  CPYLAYO 
003270         VARYING MAPW-IX FROM 3 BY 1 UNTIL MAPW-IX > 7.           CPYLAYO 
003271     MOVE 0 TO WS-TALLY.                                          CPYLAYO 
003272     INSPECT WS-MAP-LINE TALLYING WS-TALLY FOR ALL ' DEPENDING '. CPYLAYO 
003273     IF WS-TALLY > 0                                              CPYLAYO 
003274         MOVE 'Y' TO WS-MAP-ODO-SW                                CPYLAYO 
003275     END-IF.                                                      CPYLAYO 
003280 3100-EXIT.                                                       CPYLAYO 
003290     EXIT.                                                        CPYLAYO 
003300*                                                                 CPYLAYO 
003310 3110-CLEAR-ONE-MAP-WORD.                                         CPYLAYO 
003320     MOVE SPACES TO WS-MAP-WORD(MAPW-IX).                         CPYLAYO 
003330 3110-EXIT.                                                       CPYLAYO 
003340     EXIT.                                                        CPYLAYO 
003350*                                                                 CPYLAYO 
003360 3120-SCAN-ONE-CLAUSE.                                            CPYLAYO 
003370     EVALUATE WS-MAP-WORD(MAPW-IX)                                CPYLAYO 
003380         WHEN 'PIC'                                               CPYLAYO 
003390         WHEN 'PICTURE'                                           CPYLAYO 
003400             MOVE WS-MAP-WORD(MAPW-IX + 1)(1:14) TO WS-MAP-PIC    CPYLAYO 
003410             PERFORM 3130-STRIP-TRAILING-PERIOD THRU 3130-EXIT    CPYLAYO 
003420         WHEN 'OCCURS'                                            CPYLAYO 
003430             PERFORM 3140-PARSE-OCCURS-COUNT THRU 3140-EXIT       CPYLAYO 
003431*        OCCURS n TO m - THE TABLE IS LAID OUT AT ITS MAXIMUM.    CPYLAYO 
003432         WHEN 'TO'                                                CPYLAYO 
003433             IF WS-MAP-WORD(MAPW-IX - 2) = 'OCCURS'               CPYLAYO 
003434                 PERFORM 3140-PARSE-OCCURS-COUNT THRU 3140-EXIT   CPYLAYO 
003435             END-IF                                               CPYLAYO 
003440         WHEN 'REDEFINES'                                         CPYLAYO 
003450             MOVE WS-MAP-WORD(MAPW-IX + 1) TO WS-MAP-REDEF-NAME   CPYLAYO 
003460             INSPECT WS-MAP-REDEF-NAME                            CPYLAYO 
003470                 REPLACING ALL '.' BY ' '                         CPYLAYO 
003480         WHEN 'COMP'    WHEN 'COMP.'                              CPYLAYO 
003490         WHEN 'BINARY'  WHEN 'BINARY.'                            CPYLAYO 
003500         WHEN 'COMPUTATIONAL' WHEN 'COMPUTATIONAL.'               CPYLAYO 
003510         WHEN 'COMP-4'  WHEN 'COMP-4.'                            CPYLAYO 
003520         WHEN 'COMP-5'  WHEN 'COMP-5.'                            CPYLAYO 
003530             MOVE 'COMP' TO WS-MAP-USAGE                          CPYLAYO 
003540         WHEN 'COMP-3'  WHEN 'COMP-3.'                            CPYLAYO 
003550         WHEN 'PACKED-DECIMAL' WHEN 'PACKED-DECIMAL.'             CPYLAYO 
003560         WHEN 'COMPUTATIONAL-3' WHEN 'COMPUTATIONAL-3.'           CPYLAYO 
003570             MOVE 'COMP-3' TO WS-MAP-USAGE                        CPYLAYO 
003580         WHEN 'COMP-1'  WHEN 'COMP-1.'                            CPYLAYO 
003590             MOVE 'COMP-1' TO WS-MAP-USAGE                        CPYLAYO 
003600         WHEN 'COMP-2'  WHEN 'COMP-2.'                            CPYLAYO 
003610             MOVE 'COMP-2' TO WS-MAP-USAGE                        CPYLAYO 
003620         WHEN OTHER                                               CPYLAYO 
003630             CONTINUE                                             CPYLAYO 
003640     END-EVALUATE.                                                CPYLAYO 
003650 3120-EXIT.                                                       CPYLAYO 
003660     EXIT.                                                        CPYLAYO 
003670*                                                                 CPYLAYO 
003680 3130-STRIP-TRAILING-PERIOD.                                      CPYLAYO 
003690     MOVE 0 TO WS-TALLY.                                          CPYLAYO 
003700     INSPECT WS-MAP-PIC TALLYING WS-TALLY                         CPYLAYO 
003710         FOR CHARACTERS BEFORE SPACE.                             CPYLAYO 
003720     IF WS-TALLY > 0                                              CPYLAYO 
003730         AND WS-MAP-PIC(WS-TALLY:1) = '.'                         CPYLAYO 
003740         MOVE ' ' TO WS-MAP-PIC(WS-TALLY:1)                       CPYLAYO 
003750     END-IF.                                                      CPYLAYO 
003760 3130-EXIT.                                                       CPYLAYO 
003770     EXIT.                                                        CPYLAYO 
003780*                                                                 CPYLAYO 
003790 3140-PARSE-OCCURS-COUNT.                                         CPYLAYO 
003800     MOVE 0 TO WS-MAP-REP.                                        CPYLAYO 
003810     PERFORM 3150-TAKE-ONE-DIGIT THRU 3150-EXIT                   CPYLAYO 
003820         VARYING WS-MAP-PIC-IX FROM 1 BY 1                        CPYLAYO 
003830         UNTIL WS-MAP-PIC-IX > 4                                  CPYLAYO 
003840            OR WS-MAP-WORD(MAPW-IX + 1)(WS-MAP-PIC-IX:1)          CPYLAYO 
003850               NOT NUMERIC.                                       CPYLAYO 
003860     IF WS-MAP-REP > 0                                            CPYLAYO 
003870         MOVE WS-MAP-REP TO WS-MAP-OCCURS                         CPYLAYO 
003880     END-IF.                                                      CPYLAYO 
003890 3140-EXIT.                                                       CPYLAYO 
003900     EXIT.                                                        CPYLAYO 
003910*                                                                 CPYLAYO 
003920 3150-TAKE-ONE-DIGIT.                                             CPYLAYO 
003930     MOVE WS-MAP-WORD(MAPW-IX + 1)(WS-MAP-PIC-IX:1)               CPYLAYO 
003940         TO WS-MAP-DIGIT.                                         CPYLAYO 
003950     COMPUTE WS-MAP-REP = WS-MAP-REP * 10 + WS-MAP-DIGIT.         CPYLAYO 
003960 3150-EXIT.                                                       CPYLAYO 
003970     EXIT.                                                        CPYLAYO 
003980*                                                                 CPYLAYO 
003990*-------------------------------------------------------------    CPYLAYO 
004000*3200-POP-TO-LEVEL - CLOSE EVERY FRAME AT OR BELOW THE NEW        CPYLAYO 
004010*LEVEL.  A CLOSING FRAME'S SPAN IS ONE OCCURRENCE OF ITS ITEM     CPYLAYO 
004020*(ITS STRIDE); THE MULTIPLIER THEN APPLIES AS ON THE MAP.         CPYLAYO 
004030*-------------------------------------------------------------    CPYLAYO 
004040 3200-POP-TO-LEVEL.                                               CPYLAYO 
004050     PERFORM 3210-POP-ONE-FRAME THRU 3210-EXIT                    CPYLAYO 
004060         UNTIL WS-MLS-DEPTH = 0                                   CPYLAYO 
004070            OR WS-MLS-LEVEL(WS-MLS-DEPTH) < WS-MAP-LEVEL.         CPYLAYO 
004080 3200-EXIT.                                                       CPYLAYO 
004090     EXIT.                                                        CPYLAYO 
004100*                                                                 CPYLAYO 
004110 3210-POP-ONE-FRAME.                                              CPYLAYO 
004120     MOVE WS-MLS-ITEM(WS-MLS-DEPTH) TO WS-AIX.                    CPYLAYO 
004130     IF WS-AIX > 0                                                CPYLAYO 
004140         AND WS-ITM-CLASS(WS-AIX) = 'G'                           CPYLAYO 
004150         AND WS-MAP-RUN-OFF > WS-MLS-START(WS-MLS-DEPTH)          CPYLAYO 
004160         COMPUTE WS-ITM-LEN(WS-AIX) =                             CPYLAYO 
004170             WS-MAP-RUN-OFF - WS-MLS-START(WS-MLS-DEPTH)          CPYLAYO 
004180     END-IF.                                                      CPYLAYO 
004190     IF WS-MLS-OCCURS(WS-MLS-DEPTH) > 1                           CPYLAYO 
004200         COMPUTE WS-MAP-RUN-OFF = WS-MAP-RUN-OFF                  CPYLAYO 
004210             + ((WS-MLS-OCCURS(WS-MLS-DEPTH) - 1)                 CPYLAYO 
004220             * (WS-MAP-RUN-OFF - WS-MLS-START(WS-MLS-DEPTH)))     CPYLAYO 
004230     END-IF.                                                      CPYLAYO 
004240     IF WS-MAP-RUN-OFF > WS-MAX-END                               CPYLAYO 
004250         MOVE WS-MAP-RUN-OFF TO WS-MAX-END                        CPYLAYO 
004260     END-IF.                                                      CPYLAYO 
004270     SUBTRACT 1 FROM WS-MLS-DEPTH.                                CPYLAYO 
004280 3210-EXIT.                                                       CPYLAYO 
004290     EXIT.                                                        CPYLAYO 
004300*                                                                 CPYLAYO 
004310 3300-FIND-REDEF-TARGET.                                          CPYLAYO 
004320     PERFORM 3310-TEST-ONE-ITEM THRU 3310-EXIT                    CPYLAYO 
004330         VARYING WS-AIX FROM 1 BY 1                               CPYLAYO 
004340         UNTIL WS-AIX > WS-ITM-COUNT.                             CPYLAYO 
004350 3300-EXIT.                                                       CPYLAYO 
004360     EXIT.                                                        CPYLAYO 
004370*                                                                 CPYLAYO 
004380 3310-TEST-ONE-ITEM.                                              CPYLAYO 
004390     IF WS-ITM-NAME(WS-AIX) = WS-MAP-REDEF-NAME                   CPYLAYO 
004400         MOVE WS-ITM-OFF(WS-AIX) TO WS-MAP-RUN-OFF                CPYLAYO 
004410         MOVE WS-AIX TO WS-MAP-REDEF-TGT                          CPYLAYO 
004420     END-IF.                                                      CPYLAYO 
004430 3310-EXIT.                                                       CPYLAYO 
004440     EXIT.                                                        CPYLAYO 
004450*                                                                 CPYLAYO 
004460 3400-COMPUTE-PIC-LENGTH.                                         CPYLAYO 
004470     MOVE 0 TO WS-MAP-CHARS WS-MAP-DIGITS WS-MAP-REP.             CPYLAYO 
004480     MOVE 0 TO WS-MAP-SCALE.                                      CPYLAYO 
004490     MOVE 'N' TO WS-MAP-PAREN-SW WS-MAP-POINT-SW WS-MAP-SIGNED.   CPYLAYO 
004500     MOVE SPACE TO WS-MAP-LASTSYM.                                CPYLAYO 
004510     PERFORM 3410-SCAN-ONE-PIC-CHAR THRU 3410-EXIT                CPYLAYO 
004520         VARYING WS-MAP-PIC-IX FROM 1 BY 1                        CPYLAYO 
004530         UNTIL WS-MAP-PIC-IX > 14.                                CPYLAYO 
004540     EVALUATE WS-MAP-USAGE                                        CPYLAYO 
004550         WHEN 'COMP'                                              CPYLAYO 
004560             IF WS-MAP-DIGITS < 5                                 CPYLAYO 
004570                 MOVE 2 TO WS-MAP-LEN                             CPYLAYO 
004580             ELSE                                                 CPYLAYO 
004590                 IF WS-MAP-DIGITS < 10                            CPYLAYO 
004600                     MOVE 4 TO WS-MAP-LEN                         CPYLAYO 
004610                 ELSE                                             CPYLAYO 
004620                     MOVE 8 TO WS-MAP-LEN                         CPYLAYO 
004630                 END-IF                                           CPYLAYO 
004640             END-IF                                               CPYLAYO 
004650         WHEN 'COMP-3'                                            CPYLAYO 
004660             DIVIDE WS-MAP-DIGITS BY 2                            CPYLAYO 
004670                 GIVING WS-MAP-Q REMAINDER WS-MAP-R               CPYLAYO 
004680             COMPUTE WS-MAP-LEN = WS-MAP-Q + 1                    CPYLAYO 
004690         WHEN 'COMP-1'                                            CPYLAYO 
004700             MOVE 4 TO WS-MAP-LEN                                 CPYLAYO 
004710         WHEN 'COMP-2'                                            CPYLAYO 
004720             MOVE 8 TO WS-MAP-LEN                                 CPYLAYO 
004730         WHEN OTHER                                               CPYLAYO 
004740             MOVE WS-MAP-CHARS TO WS-MAP-LEN                      CPYLAYO 
004750     END-EVALUATE.                                                CPYLAYO 
004760 3400-EXIT.                                                       CPYLAYO 
004770     EXIT.                                                        CPYLAYO 
004780*                                                                 CPYLAYO 
004790*-------------------------------------------------------------    CPYLAYO 
004800*3410-SCAN-ONE-PIC-CHAR - THE MAP REPORT'S CHARACTER COUNT,       CPYLAYO 
004810*WITH THE SIGN (S) AND THE DIGITS AFTER THE ASSUMED POINT (V)     CPYLAYO 
004820*NOTED FOR THE CODEC.  NEITHER S NOR V TAKES A BYTE.              CPYLAYO 
004830*-------------------------------------------------------------    CPYLAYO 
004840 3410-SCAN-ONE-PIC-CHAR.                                          CPYLAYO 
004850     MOVE WS-MAP-PIC(WS-MAP-PIC-IX:1) TO WS-MAP-PIC-CHAR.         CPYLAYO 
004860     IF WS-MAP-PAREN-SW = 'Y'                                     CPYLAYO 
004870         IF WS-MAP-PIC-CHAR = ')'                                 CPYLAYO 
004880             MOVE 'N' TO WS-MAP-PAREN-SW                          CPYLAYO 
004890             IF WS-MAP-REP > 1                                    CPYLAYO 
004900                 COMPUTE WS-MAP-CHARS =                           CPYLAYO 
004910                     WS-MAP-CHARS + WS-MAP-REP - 1                CPYLAYO 
004920                 IF WS-MAP-LASTSYM = '9'                          CPYLAYO 
004930                     COMPUTE WS-MAP-DIGITS =                      CPYLAYO 
004940                         WS-MAP-DIGITS + WS-MAP-REP - 1           CPYLAYO 
004950                     IF WS-MAP-POINT-SW = 'Y'                     CPYLAYO 
004960                         COMPUTE WS-MAP-SCALE =                   CPYLAYO 
004970                             WS-MAP-SCALE + WS-MAP-REP - 1        CPYLAYO 
004980                     END-IF                                       CPYLAYO 
004990                 END-IF                                           CPYLAYO 
005000             END-IF                                               CPYLAYO 
005010         ELSE                                                     CPYLAYO 
005020             IF WS-MAP-PIC-CHAR NUMERIC                           CPYLAYO 
005030                 MOVE WS-MAP-PIC-CHAR TO WS-MAP-DIGIT             CPYLAYO 
005040                 COMPUTE WS-MAP-REP =                             CPYLAYO 
005050                     WS-MAP-REP * 10 + WS-MAP-DIGIT               CPYLAYO 
005060             END-IF                                               CPYLAYO 
005070         END-IF                                                   CPYLAYO 
005080         GO TO 3410-EXIT.                                         CPYLAYO 
005090     IF WS-MAP-PIC-CHAR = '('                                     CPYLAYO 
005100         MOVE 'Y' TO WS-MAP-PAREN-SW                              CPYLAYO 
005110         MOVE 0 TO WS-MAP-REP                                     CPYLAYO 
005120         GO TO 3410-EXIT.                                         CPYLAYO 
005130     IF WS-MAP-PIC-CHAR = 'S'                                     CPYLAYO 
005140         MOVE 'Y' TO WS-MAP-SIGNED                                CPYLAYO 
005150         MOVE SPACE TO WS-MAP-LASTSYM                             CPYLAYO 
005160         GO TO 3410-EXIT.                                         CPYLAYO 
005170     IF WS-MAP-PIC-CHAR = 'V'                                     CPYLAYO 
005180         MOVE 'Y' TO WS-MAP-POINT-SW                              CPYLAYO 
005190         MOVE SPACE TO WS-MAP-LASTSYM                             CPYLAYO 
005200         GO TO 3410-EXIT.                                         CPYLAYO 
005210     IF WS-MAP-PIC-CHAR = 'X' OR WS-MAP-PIC-CHAR = 'A'            CPYLAYO 
005220         OR WS-MAP-PIC-CHAR = '9' OR WS-MAP-PIC-CHAR = 'Z'        CPYLAYO 
005230         OR WS-MAP-PIC-CHAR = '*' OR WS-MAP-PIC-CHAR = 'B'        CPYLAYO 
005240         OR WS-MAP-PIC-CHAR = '0' OR WS-MAP-PIC-CHAR = '/'        CPYLAYO 
005250         OR WS-MAP-PIC-CHAR = ',' OR WS-MAP-PIC-CHAR = '.'        CPYLAYO 
005260         OR WS-MAP-PIC-CHAR = '+' OR WS-MAP-PIC-CHAR = '-'        CPYLAYO 
005270         OR WS-MAP-PIC-CHAR = '$' OR WS-MAP-PIC-CHAR = 'C'        CPYLAYO 
005280         OR WS-MAP-PIC-CHAR = 'R' OR WS-MAP-PIC-CHAR = 'D'        CPYLAYO 
005290         ADD 1 TO WS-MAP-CHARS                                    CPYLAYO 
005300         MOVE WS-MAP-PIC-CHAR TO WS-MAP-LASTSYM                   CPYLAYO 
005310         IF WS-MAP-PIC-CHAR = '9'                                 CPYLAYO 
005320             ADD 1 TO WS-MAP-DIGITS                               CPYLAYO 
005330             IF WS-MAP-POINT-SW = 'Y'                             CPYLAYO 
005340                 ADD 1 TO WS-MAP-SCALE                            CPYLAYO 
005350             END-IF                                               CPYLAYO 
005360         END-IF                                                   CPYLAYO 
005370     ELSE                                                         CPYLAYO 
005380         MOVE SPACE TO WS-MAP-LASTSYM                             CPYLAYO 
005390     END-IF.                                                      CPYLAYO 
005400 3410-EXIT.                                                       CPYLAYO 
005410     EXIT.                                                        CPYLAYO 
005420*                                                                 CPYLAYO 
005430 3500-RECORD-ONE-ITEM.                                            CPYLAYO 
005440     MOVE WS-ITM-COUNT TO WS-AIX.                                 CPYLAYO 
005450     MOVE WS-MAP-NAME TO WS-ITM-NAME(WS-AIX).                     CPYLAYO 
005460     MOVE WS-MAP-LEVEL TO WS-ITM-LEVEL(WS-AIX).                   CPYLAYO 
005470     MOVE WS-MLS-DEPTH TO WS-ITM-DEPTH(WS-AIX).                   CPYLAYO 
005480     MOVE WS-MAP-PIC TO WS-ITM-PIC(WS-AIX).                       CPYLAYO 
005490     MOVE WS-MAP-USAGE TO WS-ITM-USAGE(WS-AIX).                   CPYLAYO 
005500     MOVE WS-MAP-OCCURS TO WS-ITM-OCCURS(WS-AIX).                 CPYLAYO 
005510     MOVE WS-MAP-ITEM-OFF TO WS-ITM-OFF(WS-AIX).                  CPYLAYO 
005520     MOVE WS-MAP-LEN TO WS-ITM-LEN(WS-AIX).                       CPYLAYO 
005530     MOVE WS-MAP-DIGITS TO WS-ITM-DIGITS(WS-AIX).                 CPYLAYO 
005540     MOVE WS-MAP-SCALE TO WS-ITM-SCALE(WS-AIX).                   CPYLAYO 
005550     MOVE WS-MAP-SIGNED TO WS-ITM-SIGNED(WS-AIX).                 CPYLAYO 
005560     MOVE WS-MAP-REDEF-TGT TO WS-ITM-REDEF-TGT(WS-AIX).           CPYLAYO 
005565     MOVE WS-MAP-ODO-SW TO WS-ITM-ODO(WS-AIX).                    CPYLAYO 
005570     MOVE 0 TO WS-ITM-VAL-COUNT(WS-AIX).                          CPYLAYO 
005580     EVALUATE TRUE                                                CPYLAYO 
005590         WHEN WS-MAP-IS-GROUP                                     CPYLAYO 
005600             MOVE 'G' TO WS-ITM-CLASS(WS-AIX)                     CPYLAYO 
005610         WHEN WS-MAP-USAGE = 'COMP-1' OR WS-MAP-USAGE = 'COMP-2'  CPYLAYO 
005620             MOVE 'F' TO WS-ITM-CLASS(WS-AIX)                     CPYLAYO 
005630         WHEN WS-MAP-DIGITS > 0                                   CPYLAYO 
005640              AND (WS-MAP-USAGE NOT = SPACES                      CPYLAYO 
005650                   OR WS-MAP-CHARS = WS-MAP-DIGITS)               CPYLAYO 
005660             MOVE 'N' TO WS-ITM-CLASS(WS-AIX)                     CPYLAYO 
005670         WHEN WS-MAP-DIGITS > 0                                   CPYLAYO 
005680             MOVE 'E' TO WS-ITM-CLASS(WS-AIX)                     CPYLAYO 
005690         WHEN OTHER                                               CPYLAYO 
005700             MOVE 'A' TO WS-ITM-CLASS(WS-AIX)                     CPYLAYO 
005710     END-EVALUATE.                                                CPYLAYO 
005720     IF WS-MLS-DEPTH > 0                                          CPYLAYO 
005730         MOVE WS-MLS-ITEM(WS-MLS-DEPTH) TO WS-ITM-PARENT(WS-AIX)  CPYLAYO 
005732         IF WS-ITM-ODO(WS-ITM-PARENT(WS-AIX)) = 'Y'               CPYLAYO 
005734             MOVE 'Y' TO WS-ITM-ODO(WS-AIX)                       CPYLAYO 
005736         END-IF                                                   CPYLAYO 
005740     ELSE                                                         CPYLAYO 
005750         MOVE 0 TO WS-ITM-PARENT(WS-AIX)                          CPYLAYO 
005760     END-IF.                                                      CPYLAYO 
005770*    THE VIEW AN ITEM BELONGS TO IS THE NEAREST REDEFINES AT OR   CPYLAYO 
005780*    ABOVE IT.                                                    CPYLAYO 
005790     IF WS-MAP-REDEF-TGT > 0                                      CPYLAYO 
005800         MOVE WS-AIX TO WS-ITM-REDEF-ROOT(WS-AIX)                 CPYLAYO 
005810     ELSE                                                         CPYLAYO 
005820         IF WS-ITM-PARENT(WS-AIX) > 0                             CPYLAYO 
005830             MOVE WS-ITM-REDEF-ROOT(WS-ITM-PARENT(WS-AIX))        CPYLAYO 
005840                 TO WS-ITM-REDEF-ROOT(WS-AIX)                     CPYLAYO 
005850         ELSE                                                     CPYLAYO 
005860             MOVE 0 TO WS-ITM-REDEF-ROOT(WS-AIX)                  CPYLAYO 
005870         END-IF                                                   CPYLAYO 
005880     END-IF.                                                      CPYLAYO 
005890 3500-EXIT.                                                       CPYLAYO 
005900     EXIT.                                                        CPYLAYO 
005910*                                                                 CPYLAYO 
005920*-------------------------------------------------------------    CPYLAYO 
005930*3600-ATTACH-ONE-88 - EVERY LITERAL AFTER VALUE/VALUES ON THE     CPYLAYO 
005940*88 LINE (THRU RANGES KEEP THEIR END POINTS ONLY).                CPYLAYO 
005950*-------------------------------------------------------------    CPYLAYO 
005960 3600-ATTACH-ONE-88.                                              CPYLAYO 
005970     IF WS-ITM-COUNT = 0                                          CPYLAYO 
005980         GO TO 3600-EXIT.                                         CPYLAYO 
005990     MOVE WS-ITM-COUNT TO WS-AIX.                                 CPYLAYO 
006000     MOVE 'N' TO WS-KEEP-SW.                                      CPYLAYO 
006010     PERFORM 3610-TAKE-ONE-88-WORD THRU 3610-EXIT                 CPYLAYO 
006020         VARYING MAPW-IX FROM 3 BY 1 UNTIL MAPW-IX > 8.           CPYLAYO 
006030 3600-EXIT.                                                       CPYLAYO 
006040     EXIT.                                                        CPYLAYO 
006050*                                                                 CPYLAYO 
006060 3610-TAKE-ONE-88-WORD.                                           CPYLAYO 
006070     IF WS-MAP-WORD(MAPW-IX) = SPACES                             CPYLAYO 
006080         GO TO 3610-EXIT.                                         CPYLAYO 
006090     IF WS-KEEP-SW = 'N'                                          CPYLAYO 
006100         IF WS-MAP-WORD(MAPW-IX) = 'VALUE'                        CPYLAYO 
006110             OR WS-MAP-WORD(MAPW-IX) = 'VALUES'                   CPYLAYO 
006120             MOVE 'Y' TO WS-KEEP-SW                               CPYLAYO 
006130         END-IF                                                   CPYLAYO 
006140         GO TO 3610-EXIT.                                         CPYLAYO 
006150     IF WS-MAP-WORD(MAPW-IX) = 'IS'                               CPYLAYO 
006160         OR WS-MAP-WORD(MAPW-IX) = 'ARE'                          CPYLAYO 
006170         OR WS-MAP-WORD(MAPW-IX) = 'THRU'                         CPYLAYO 
006180         OR WS-MAP-WORD(MAPW-IX) = 'THROUGH'                      CPYLAYO 
006190         GO TO 3610-EXIT.                                         CPYLAYO 
006200     IF WS-ITM-VAL-COUNT(WS-AIX) < 8                              CPYLAYO 
006210         ADD 1 TO WS-ITM-VAL-COUNT(WS-AIX)                        CPYLAYO 
006220         MOVE WS-MAP-WORD(MAPW-IX)(1:20)                          CPYLAYO 
006230             TO WS-ITM-VAL(WS-AIX, WS-ITM-VAL-COUNT(WS-AIX))      CPYLAYO 
006240     END-IF.                                                      CPYLAYO 
006250 3610-EXIT.                                                       CPYLAYO 
006260     EXIT.                                                        CPYLAYO 
006270*                                                                 CPYLAYO 
006280*-------------------------------------------------------------    CPYLAYO 
006290*6000-BUILD-ONE-ITEM-COLUMNS - DECIDE WHETHER THE ITEM IS IN      CPYLAYO 
006300*THE VIEW ASKED FOR, THEN EMIT ONE COLUMN PER OCCURRENCE.         CPYLAYO 
006310*-------------------------------------------------------------    CPYLAYO 
006320 6000-BUILD-ONE-ITEM-COLUMNS.                                     CPYLAYO 
006330     IF WS-ITM-CLASS(WS-IIX) = 'G' AND LAY-GROUPS-SW NOT = 'Y'    CPYLAYO 
006340         GO TO 6000-EXIT.                                         CPYLAYO 
006350     IF LAY-VIEW-MODE NOT = 'A'                                   CPYLAYO 
006360         PERFORM 6100-CHECK-ITEM-VIEW THRU 6100-EXIT              CPYLAYO 
006370         IF WS-KEEP-SW = 'N'                                      CPYLAYO 
006380             GO TO 6000-EXIT                                      CPYLAYO 
006390         END-IF                                                   CPYLAYO 
006400     END-IF.                                                      CPYLAYO 
006410     MOVE 0 TO WS-DIM-COUNT.                                      CPYLAYO 
006420     IF LAY-EXPAND-SW NOT = 'N'                                   CPYLAYO 
006430         MOVE WS-IIX TO WS-AIX                                    CPYLAYO 
006440         PERFORM 6300-COLLECT-ONE-DIMENSION THRU 6300-EXIT        CPYLAYO 
006450             UNTIL WS-AIX = 0                                     CPYLAYO 
006460     END-IF.                                                      CPYLAYO 
006470     MOVE 'N' TO WS-ODO-DONE-SW.                                  CPYLAYO 
006480     PERFORM 6400-EMIT-ONE-COLUMN THRU 6400-EXIT                  CPYLAYO 
006490         UNTIL WS-ODO-DONE.                                       CPYLAYO 
006500 6000-EXIT.                                                       CPYLAYO 
006510     EXIT.                                                        CPYLAYO 
006520*                                                                 CPYLAYO 
006530 6100-CHECK-ITEM-VIEW.                                            CPYLAYO 
006540     MOVE 'Y' TO WS-KEEP-SW.                                      CPYLAYO 
006550*    UNDER A REDEFINES NOBODY ASKED FOR - NOT IN THIS VIEW.       CPYLAYO 
006560     IF WS-ITM-REDEF-ROOT(WS-IIX) > 0                             CPYLAYO 
006570         MOVE 'N' TO WS-KEEP-SW                                   CPYLAYO 
006580         PERFORM 6110-MATCH-ONE-VIEW-NAME THRU 6110-EXIT          CPYLAYO 
006590             VARYING WS-VIX FROM 1 BY 1                           CPYLAYO 
006600             UNTIL WS-VIX > LAY-VIEW-COUNT OR WS-VIX > 5          CPYLAYO 
006610         IF WS-KEEP-SW = 'N'                                      CPYLAYO 
006620             GO TO 6100-EXIT                                      CPYLAYO 
006630         END-IF                                                   CPYLAYO 
006640     END-IF.                                                      CPYLAYO 
006650*    UNDER THE TARGET OF A REDEFINES THAT WAS ASKED FOR - THE     CPYLAYO 
006660*    CHOSEN VIEW STANDS IN ITS PLACE.                             CPYLAYO 
006670     PERFORM 6120-TEST-ONE-VIEW-TARGET THRU 6120-EXIT             CPYLAYO 
006680         VARYING WS-VIX FROM 1 BY 1                               CPYLAYO 
006690         UNTIL WS-VIX > LAY-VIEW-COUNT OR WS-VIX > 5              CPYLAYO 
006700            OR WS-KEEP-SW = 'N'.                                  CPYLAYO 
006710 6100-EXIT.                                                       CPYLAYO 
006720     EXIT.                                                        CPYLAYO 
006730*                                                                 CPYLAYO 
006740 6110-MATCH-ONE-VIEW-NAME.                                        CPYLAYO 
006750     IF LAY-VIEW-NAME(WS-VIX) =                                   CPYLAYO 
006760         WS-ITM-NAME(WS-ITM-REDEF-ROOT(WS-IIX))                   CPYLAYO 
006770         MOVE 'Y' TO WS-KEEP-SW                                   CPYLAYO 
006780     END-IF.                                                      CPYLAYO 
006790 6110-EXIT.                                                       CPYLAYO 
006800     EXIT.                                                        CPYLAYO 
006810*                                                                 CPYLAYO 
006820 6120-TEST-ONE-VIEW-TARGET.                                       CPYLAYO 
006830     MOVE 0 TO WS-VIEW-ITEM.                                      CPYLAYO 
006840     PERFORM 6130-FIND-VIEW-ITEM THRU 6130-EXIT                   CPYLAYO 
006850         VARYING WS-AIX FROM 1 BY 1                               CPYLAYO 
006860         UNTIL WS-AIX > WS-ITM-COUNT OR WS-VIEW-ITEM > 0.         CPYLAYO 
006870     IF WS-VIEW-ITEM = 0                                          CPYLAYO 
006880         GO TO 6120-EXIT.                                         CPYLAYO 
006890     MOVE WS-IIX TO WS-AIX.                                       CPYLAYO 
006900     MOVE 'N' TO WS-DESC-SW.                                      CPYLAYO 
006910     PERFORM 6140-CLIMB-ONE-PARENT THRU 6140-EXIT                 CPYLAYO 
006920         UNTIL WS-AIX = 0 OR WS-DESC-SW = 'Y'.                    CPYLAYO 
006930     IF WS-DESC-SW = 'Y'                                          CPYLAYO 
006940         MOVE 'N' TO WS-KEEP-SW                                   CPYLAYO 
006950     END-IF.                                                      CPYLAYO 
006960 6120-EXIT.                                                       CPYLAYO 
006970     EXIT.                                                        CPYLAYO 
006980*                                                                 CPYLAYO 
006990 6130-FIND-VIEW-ITEM.                                             CPYLAYO 
007000     IF WS-ITM-NAME(WS-AIX) = LAY-VIEW-NAME(WS-VIX)               CPYLAYO 
007010         AND WS-ITM-REDEF-TGT(WS-AIX) > 0                         CPYLAYO 
007020         MOVE WS-AIX TO WS-VIEW-ITEM                              CPYLAYO 
007030     END-IF.                                                      CPYLAYO 
007040 6130-EXIT.                                                       CPYLAYO 
007050     EXIT.                                                        CPYLAYO 
007060*                                                                 CPYLAYO 
007070 6140-CLIMB-ONE-PARENT.                                           CPYLAYO 
007080     IF WS-AIX = WS-ITM-REDEF-TGT(WS-VIEW-ITEM)                   CPYLAYO 
007090         MOVE 'Y' TO WS-DESC-SW                                   CPYLAYO 
007100     ELSE                                                         CPYLAYO 
007110         MOVE WS-ITM-PARENT(WS-AIX) TO WS-AIX                     CPYLAYO 
007120     END-IF.                                                      CPYLAYO 
007130 6140-EXIT.                                                       CPYLAYO 
007140     EXIT.                                                        CPYLAYO 
007150*                                                                 CPYLAYO 
007160*-------------------------------------------------------------    CPYLAYO 
007170*6300-COLLECT-ONE-DIMENSION - WALK UP FROM THE ITEM; EVERY        CPYLAYO 
007180*OCCURS ON THE WAY IS A SUBSCRIPT, OUTERMOST ENDING UP FIRST.     CPYLAYO 
007190*ONLY THE THREE INNERMOST ARE KEPT, AS COBOL ALLOWS.              CPYLAYO 
007200*-------------------------------------------------------------    CPYLAYO 
007210 6300-COLLECT-ONE-DIMENSION.                                      CPYLAYO 
007220     IF WS-ITM-OCCURS(WS-AIX) > 1 AND WS-DIM-COUNT < 3            CPYLAYO 
007230         ADD 1 TO WS-DIM-COUNT                                    CPYLAYO 
007240         IF WS-DIM-COUNT > 1                                      CPYLAYO 
007250             MOVE WS-DIM-ENT(2) TO WS-DIM-ENT(3)                  CPYLAYO 
007260             MOVE WS-DIM-ENT(1) TO WS-DIM-ENT(2)                  CPYLAYO 
007270         END-IF                                                   CPYLAYO 
007280         MOVE WS-ITM-OCCURS(WS-AIX) TO WS-DIM-N(1)                CPYLAYO 
007290         MOVE WS-ITM-LEN(WS-AIX) TO WS-DIM-STRIDE(1)              CPYLAYO 
007300         MOVE 1 TO WS-DIM-K(1)                                    CPYLAYO 
007310     END-IF.                                                      CPYLAYO 
007320     MOVE WS-ITM-PARENT(WS-AIX) TO WS-AIX.                        CPYLAYO 
007330 6300-EXIT.                                                       CPYLAYO 
007340     EXIT.                                                        CPYLAYO 
007350*                                                                 CPYLAYO 
007360 6400-EMIT-ONE-COLUMN.                                            CPYLAYO 
007370     IF LAY-COL-COUNT NOT < 1000                                  CPYLAYO 
007380         MOVE 'T' TO LAY-RESULT                                   CPYLAYO 
007390         MOVE 'Y' TO WS-ODO-DONE-SW                               CPYLAYO 
007400         GO TO 6400-EXIT.                                         CPYLAYO 
007410     ADD 1 TO LAY-COL-COUNT.                                      CPYLAYO 
007420     SET LAY-IX TO LAY-COL-COUNT.                                 CPYLAYO 
007430     MOVE WS-ITM-OFF(WS-IIX) TO WS-COL-OFF.                       CPYLAYO 
007440     MOVE SPACES TO WS-COL-NAME.                                  CPYLAYO 
007450     MOVE WS-ITM-NAME(WS-IIX) TO WS-COL-NAME.                     CPYLAYO 
007460     MOVE 0 TO WS-NAME-PTR.                                       CPYLAYO 
007470     INSPECT WS-COL-NAME TALLYING WS-NAME-PTR                     CPYLAYO 
007480         FOR CHARACTERS BEFORE SPACE.                             CPYLAYO 
007490     ADD 1 TO WS-NAME-PTR.                                        CPYLAYO 
007500     PERFORM 6410-APPLY-ONE-SUBSCRIPT THRU 6410-EXIT              CPYLAYO 
007510         VARYING WS-DIX FROM 1 BY 1 UNTIL WS-DIX > WS-DIM-COUNT.  CPYLAYO 
007520     MOVE WS-COL-NAME TO LAY-COL-NAME(LAY-IX).                    CPYLAYO 
007530     MOVE WS-ITM-NAME(WS-IIX) TO LAY-COL-BASE(LAY-IX).            CPYLAYO 
007540     MOVE WS-ITM-LEVEL(WS-IIX) TO LAY-COL-LEVEL(LAY-IX).          CPYLAYO 
007550     MOVE WS-ITM-DEPTH(WS-IIX) TO LAY-COL-DEPTH(LAY-IX).          CPYLAYO 
007560     MOVE WS-COL-OFF TO LAY-COL-OFF(LAY-IX).                      CPYLAYO 
007570     MOVE WS-ITM-LEN(WS-IIX) TO LAY-COL-LEN(LAY-IX).              CPYLAYO 
007580     IF WS-DIM-COUNT = 0                                          CPYLAYO 
007590         MOVE WS-ITM-OCCURS(WS-IIX) TO LAY-COL-OCCURS(LAY-IX)     CPYLAYO 
007600     ELSE                                                         CPYLAYO 
007610         MOVE 1 TO LAY-COL-OCCURS(LAY-IX)                         CPYLAYO 
007620     END-IF.                                                      CPYLAYO 
007630     MOVE WS-ITM-PIC(WS-IIX) TO LAY-COL-PIC(LAY-IX).              CPYLAYO 
007640     MOVE WS-ITM-USAGE(WS-IIX) TO LAY-COL-USAGE(LAY-IX).          CPYLAYO 
007650     MOVE WS-ITM-DIGITS(WS-IIX) TO LAY-COL-DIGITS(LAY-IX).        CPYLAYO 
007660     MOVE WS-ITM-SCALE(WS-IIX) TO LAY-COL-SCALE(LAY-IX).          CPYLAYO 
007670     MOVE WS-ITM-SIGNED(WS-IIX) TO LAY-COL-SIGNED(LAY-IX).        CPYLAYO 
007680     MOVE WS-ITM-CLASS(WS-IIX) TO LAY-COL-CLASS(LAY-IX).          CPYLAYO 
007690     IF WS-ITM-REDEF-ROOT(WS-IIX) > 0                             CPYLAYO 
007700         MOVE WS-ITM-NAME(WS-ITM-REDEF-ROOT(WS-IIX))              CPYLAYO 
007710             TO LAY-COL-REDEF(LAY-IX)                             CPYLAYO 
007720     ELSE                                                         CPYLAYO 
007730         MOVE SPACES TO LAY-COL-REDEF(LAY-IX)                     CPYLAYO 
007740     END-IF.                                                      CPYLAYO 
007745     MOVE WS-ITM-ODO(WS-IIX) TO LAY-COL-ODO(LAY-IX).              CPYLAYO 
007750     MOVE WS-ITM-VAL-COUNT(WS-IIX) TO LAY-COL-VAL-COUNT(LAY-IX).  CPYLAYO 
007760     PERFORM 6420-COPY-ONE-88-VALUE THRU 6420-EXIT                CPYLAYO 
007770         VARYING WS-VIX FROM 1 BY 1 UNTIL WS-VIX > 8.             CPYLAYO 
007780     PERFORM 6430-ADVANCE-SUBSCRIPTS THRU 6430-EXIT.              CPYLAYO 
007790 6400-EXIT.                                                       CPYLAYO 
007800     EXIT.                                                        CPYLAYO 
007810*                                                                 CPYLAYO 
007820 6410-APPLY-ONE-SUBSCRIPT.                                        CPYLAYO 
007830     COMPUTE WS-COL-OFF = WS-COL-OFF                              CPYLAYO 
007840         + (WS-DIM-K(WS-DIX) - 1) * WS-DIM-STRIDE(WS-DIX).        CPYLAYO 
007850     MOVE WS-DIM-K(WS-DIX) TO WS-K-DISP.                          CPYLAYO 
007860     MOVE 0 TO WS-K-LEAD.                                         CPYLAYO 
007870     INSPECT WS-K-DISP TALLYING WS-K-LEAD FOR LEADING '0'.        CPYLAYO 
007880     IF WS-NAME-PTR < 36                                          CPYLAYO 
007890         STRING '-' DELIMITED BY SIZE                             CPYLAYO 
007900             WS-K-DISP(WS-K-LEAD + 1:4 - WS-K-LEAD)               CPYLAYO 
007910                 DELIMITED BY SIZE                                CPYLAYO 
007920             INTO WS-COL-NAME WITH POINTER WS-NAME-PTR            CPYLAYO 
007930         END-STRING                                               CPYLAYO 
007940     END-IF.                                                      CPYLAYO 
007950 6410-EXIT.                                                       CPYLAYO 
007960     EXIT.                                                        CPYLAYO 
007970*                                                                 CPYLAYO 
007980 6420-COPY-ONE-88-VALUE.                                          CPYLAYO 
007990     MOVE WS-ITM-VAL(WS-IIX, WS-VIX)                              CPYLAYO 
008000         TO LAY-COL-VAL(LAY-IX, WS-VIX).                          CPYLAYO 
008010 6420-EXIT.                                                       CPYLAYO 
008020     EXIT.                                                        CPYLAYO 
008030*                                                                 CPYLAYO 
008040*-------------------------------------------------------------    CPYLAYO 
008050*6430-ADVANCE-SUBSCRIPTS - ODOMETER: THE LAST (INNERMOST)         CPYLAYO 
008060*SUBSCRIPT TURNS FASTEST.  WITH NO SUBSCRIPTS, ONE COLUMN.        CPYLAYO 
008070*-------------------------------------------------------------    CPYLAYO 
008080 6430-ADVANCE-SUBSCRIPTS.                                         CPYLAYO 
008090     IF WS-DIM-COUNT = 0                                          CPYLAYO 
008100         MOVE 'Y' TO WS-ODO-DONE-SW                               CPYLAYO 
008110         GO TO 6430-EXIT.                                         CPYLAYO 
008120     MOVE WS-DIM-COUNT TO WS-DIX.                                 CPYLAYO 
008130     PERFORM 6440-TURN-ONE-WHEEL THRU 6440-EXIT                   CPYLAYO 
008140         UNTIL WS-DIX = 0.                                        CPYLAYO 
008150 6430-EXIT.                                                       CPYLAYO 
008160     EXIT.                                                        CPYLAYO 
008170*                                                                 CPYLAYO 
008180 6440-TURN-ONE-WHEEL.                                             CPYLAYO 
008190     ADD 1 TO WS-DIM-K(WS-DIX).                                   CPYLAYO 
008200     IF WS-DIM-K(WS-DIX) > WS-DIM-N(WS-DIX)                       CPYLAYO 
008210         MOVE 1 TO WS-DIM-K(WS-DIX)                               CPYLAYO 
008220         SUBTRACT 1 FROM WS-DIX                                   CPYLAYO 
008230         IF WS-DIX = 0                                            CPYLAYO 
008240             MOVE 'Y' TO WS-ODO-DONE-SW                           CPYLAYO 
008250         END-IF                                                   CPYLAYO 
008260     ELSE                                                         CPYLAYO 
008270         MOVE 0 TO WS-DIX                                         CPYLAYO 
008280     END-IF.                                                      CPYLAYO 
008290 6440-EXIT.                                                       CPYLAYO 
008300     EXIT.                                                        CPYLAYO 
