000010 IDENTIFICATION DIVISION.                                         CPYTRNC 
000020 PROGRAM-ID. CPYTRNC.                                             CPYTRNC 
000030 AUTHOR. R SANDOVAL.                                              CPYTRNC 
000040 INSTALLATION. DATA CENTER SERVICES - COPYBOOK TOOLING.           CPYTRNC 
000050 DATE-WRITTEN. 2026-10-15.                                        CPYTRNC 
000060 DATE-COMPILED.                                                   CPYTRNC 
000070*-------------------------------------------------------------    CPYTRNC 
000080*MODIFICATION HISTORY                                             CPYTRNC 
000090*-------------------------------------------------------------    CPYTRNC 
000100*2026-10-15 RS  MOVE TRUNCATION AND SIZE-MISMATCH ANALYSIS.       CPYTRNC 
000110*               EVERY DELIVERED DECK ON THE INVENTORY             CPYTRNC 
000120*               registry/CPYINV.DAT IS SCANNED FOR MOVE           CPYTRNC 
000130*               STATEMENTS, THE GIVING RECEIVERS OF ADD,          CPYTRNC 
000140*               SUBTRACT, MULTIPLY AND DIVIDE, AND THE            CPYTRNC 
000150*               RECEIVERS OF COMPUTE.  EACH SENDING AND           CPYTRNC 
000160*               RECEIVING ITEM IS SIZED BY CPYLAYO FROM THE       CPYTRNC 
000170*               DECK TEXT AND EACH STATEMENT WHOSE RECEIVER       CPYTRNC 
000180*               IS SHORTER, HAS FEWER INTEGER OR DECIMAL          CPYTRNC 
000190*               DIGITS, OR DROPS A SIGN IS REPORTED WITH          CPYTRNC 
000200*               BOTH ITEMS' OWNING COPYBOOKS (THE DECK'S .PRV     CPYTRNC 
000210*               SIDE FILE SAYS WHICH).  AN OPTIONAL SYSIN         CPYTRNC 
000220*               CARD PENDING (COPYBOOK 10-39) RE-SIZES THAT       CPYTRNC 
000230*               COPYBOOK'S ITEMS FROM THE TEST COPYLIB, AS        CPYTRNC 
000240*               CPYFIMP COMPARES IT, AND LISTS ONLY FINDINGS      CPYTRNC 
000250*               THAT TOUCH IT, EACH MARKED NEW OR EXISTING.       CPYTRNC 
000260*               RC 0 NONE, 4 ITEMS TO REVIEW (OR EXISTING         CPYTRNC 
000270*               FINDINGS ONLY ON A PENDING RUN), 8 A              CPYTRNC 
000280*               TRUNCATION (A NEW ONE ON A PENDING RUN),          CPYTRNC 
000290*               12 NO INVENTORY OR PENDING COPYBOOK NOT IN        CPYTRNC 
000300*               THE TEST COPYLIB.  REPORT: registry/CPYTRNC.RPT.  CPYTRNC 
000302*2026-10-15 RS  FREE-FORMAT DECKS: EACH DECK LINE IS READ         CPYTRNC 
000304*               THROUGH CPYSRCF AS THE CARD IT STANDS FOR, SO A   CPYTRNC 
000306*               FREE MEMBER'S *> COMMENTS AND >>D LINES ARE       CPYTRNC 
000308*               PASSED OVER AND ITS TEXT SCANNED FROM COL 1.      CPYTRNC 
000309*               THE DECK RECORD IS WIDENED TO 256.                CPYTRNC 
000310*-------------------------------------------------------------    CPYTRNC 
000320 ENVIRONMENT DIVISION.                                            CPYTRNC 
000330 CONFIGURATION SECTION.                                           CPYTRNC 
000340 SOURCE-COMPUTER. GENERIC-COMPUTER.                               CPYTRNC 
000350 OBJECT-COMPUTER. GENERIC-COMPUTER.                               CPYTRNC 
000360 INPUT-OUTPUT SECTION.                                            CPYTRNC 
000370 FILE-CONTROL.                                                    CPYTRNC 
000380     SELECT PARM-FILE ASSIGN TO DYNAMIC WS-PARM-FILENAME          CPYTRNC 
000390         ORGANIZATION LINE SEQUENTIAL                             CPYTRNC 
000400         FILE STATUS IS WS-PARM-FILE-STATUS.                      CPYTRNC 
000410     SELECT INV-FILE ASSIGN TO DYNAMIC WS-INV-FILENAME            CPYTRNC 
000420         ORGANIZATION LINE SEQUENTIAL                             CPYTRNC 
000430         FILE STATUS IS WS-INV-FILE-STATUS.                       CPYTRNC 
000440     SELECT DCK-FILE ASSIGN TO DYNAMIC WS-DCK-FILENAME            CPYTRNC 
000450         ORGANIZATION LINE SEQUENTIAL                             CPYTRNC 
000460         FILE STATUS IS WS-DCK-FILE-STATUS.                       CPYTRNC 
000470     SELECT PRV-FILE ASSIGN TO DYNAMIC WS-PRV-FILENAME            CPYTRNC 
000480         ORGANIZATION LINE SEQUENTIAL                             CPYTRNC 
000490         FILE STATUS IS WS-PRV-FILE-STATUS.                       CPYTRNC 
000500     SELECT ITM-FILE ASSIGN TO DYNAMIC WS-ITM-FILENAME            CPYTRNC 
000510         ORGANIZATION LINE SEQUENTIAL                             CPYTRNC 
000520         FILE STATUS IS WS-ITM-FILE-STATUS.                       CPYTRNC 
000530     SELECT RPT-FILE ASSIGN TO DYNAMIC WS-RPT-FILENAME            CPYTRNC 
000540         ORGANIZATION LINE SEQUENTIAL                             CPYTRNC 
000550         FILE STATUS IS WS-RPT-FILE-STATUS.                       CPYTRNC 
000560 DATA DIVISION.                                                   CPYTRNC 
000570 FILE SECTION.                                                    CPYTRNC 
000580 FD  PARM-FILE.                                                   CPYTRNC 
000590 01  WS-PARM-FILE-REC        PIC X(80).                           CPYTRNC 
000600 FD  INV-FILE.                                                    CPYTRNC 
000610 01  WS-INV-FILE-REC         PIC X(120).                          CPYTRNC 
000620 FD  DCK-FILE.                                                    CPYTRNC 
000630 01  WS-DCK-FILE-REC         PIC X(256).                          CPYTRNC 
000640 FD  PRV-FILE.                                                    CPYTRNC 
000650 01  WS-PRV-FILE-REC         PIC X(80).                           CPYTRNC 
000660 FD  ITM-FILE.                                                    CPYTRNC 
000670 01  WS-ITM-FILE-REC         PIC X(80).                           CPYTRNC 
000680 FD  RPT-FILE.                                                    CPYTRNC 
000690 01  WS-RPT-FILE-REC         PIC X(132).                          CPYTRNC 
000700 WORKING-STORAGE SECTION.                                         CPYTRNC 
000710 77  WS-PARM-FILENAME        PIC X(80) VALUE 'jcl/CPYTRNC.SYSIN'. CPYTRNC 
000720 77  WS-PARM-FILE-STATUS     PIC X(02) VALUE '00'.                CPYTRNC 
000730 77  WS-INV-FILENAME         PIC X(80)                            CPYTRNC 
000740         VALUE 'registry/CPYINV.DAT'.                             CPYTRNC 
000750 77  WS-INV-FILE-STATUS      PIC X(02) VALUE '00'.                CPYTRNC 
000760 77  WS-DCK-FILENAME         PIC X(80) VALUE SPACES.              CPYTRNC 
000770 77  WS-DCK-FILE-STATUS      PIC X(02) VALUE '00'.                CPYTRNC 
000780 77  WS-PRV-FILENAME         PIC X(80) VALUE SPACES.              CPYTRNC 
000790 77  WS-PRV-FILE-STATUS      PIC X(02) VALUE '00'.                CPYTRNC 
000800*    ONE DATA ITEM AT A TIME IS COPIED HERE FOR CPYLAYO TO SIZE.  CPYTRNC 
000810 77  WS-ITM-FILENAME         PIC X(80)                            CPYTRNC 
000820         VALUE 'registry/CPYTRNC.CPY'.                            CPYTRNC 
000830 77  WS-ITM-FILE-STATUS      PIC X(02) VALUE '00'.                CPYTRNC 
000840 77  WS-RPT-FILENAME         PIC X(80)                            CPYTRNC 
000850         VALUE 'registry/CPYTRNC.RPT'.                            CPYTRNC 
000860 77  WS-RPT-FILE-STATUS      PIC X(02) VALUE '00'.                CPYTRNC 
000870 77  WS-TSTLIB-DIR           PIC X(60)                            CPYTRNC 
000880         VALUE 'copybook-source/TEST-COPYLIB'.                    CPYTRNC 
000890 77  WS-EOF-SW               PIC X(01) VALUE 'N'.                 CPYTRNC 
000900     88  WS-EOF              VALUE 'Y'.                           CPYTRNC 
000910 77  WS-SUB-EOF-SW           PIC X(01) VALUE 'N'.                 CPYTRNC 
000920     88  WS-SUB-EOF          VALUE 'Y'.                           CPYTRNC 
000930 77  WS-FOUND-SW             PIC X(01) VALUE 'N'.                 CPYTRNC 
000940     88  WS-FOUND            VALUE 'Y'.                           CPYTRNC 
000950*-------------------------------------------------------------    CPYTRNC 
000960*PENDING RUN: THE COPYBOOK NAMED ON THE PENDING CARD AND ITS      CPYTRNC 
000970*TEST-COPYLIB LAYOUT.  A :PREFIX: NAME MATCHES ON ITS TAIL.       CPYTRNC 
000980*-------------------------------------------------------------    CPYTRNC 
000990 77  WS-PENDING-BOOK         PIC X(30) VALUE SPACES.              CPYTRNC 
001000 77  WS-PENDING-SW           PIC X(01) VALUE 'N'.                 CPYTRNC 
001010     88  WS-PENDING-RUN      VALUE 'Y'.                           CPYTRNC 
001020 77  WS-DECK-USES-PEND-SW    PIC X(01) VALUE 'N'.                 CPYTRNC 
001030 01  WS-PL-TABLE.                                                 CPYTRNC 
001040     05  WS-PL-COUNT         PIC 9(04) COMP VALUE 0.              CPYTRNC 
001050     05  WS-PL-ENTRY OCCURS 1000 TIMES.                           CPYTRNC 
001060         10  WS-PL-NAME      PIC X(30).                           CPYTRNC 
001070         10  WS-PL-LEN       PIC 9(06) COMP.                      CPYTRNC 
001080         10  WS-PL-INT       PIC 9(03) COMP.                      CPYTRNC 
001090         10  WS-PL-SCALE     PIC 9(02) COMP.                      CPYTRNC 
001100         10  WS-PL-SIGNED    PIC X(01).                           CPYTRNC 
001110         10  WS-PL-CLASS     PIC X(01).                           CPYTRNC 
001120         10  WS-PL-PIC       PIC X(14).                           CPYTRNC 
001130         10  WS-PL-USAGE     PIC X(08).                           CPYTRNC 
001140 77  WS-PL-IX                PIC 9(04) COMP VALUE 0.              CPYTRNC 
001150 77  WS-ITEM-TAIL            PIC X(22) VALUE SPACES.              CPYTRNC 
001160 77  WS-TAIL-LEN             PIC 9(02) COMP VALUE 0.              CPYTRNC 
001170 77  WS-NAME-LEN             PIC 9(02) COMP VALUE 0.              CPYTRNC 
001180*-------------------------------------------------------------    CPYTRNC 
001190*THE DECK IN HAND: ITS TEXT (COLS 8-72) WITH THE PROVENANCE OF    CPYTRNC 
001200*EVERY LINE, AND ITS DATA ITEMS.  AN ITEM'S EXTENT RUNS TO THE    CPYTRNC 
001210*LINE BEFORE THE NEXT ITEM AT ITS OWN LEVEL OR HIGHER.  EACH      CPYTRNC 
001220*ITEM CARRIES ITS DECK SIZE AND, ON A PENDING RUN, ITS SIZE IN    CPYTRNC 
001230*THE PENDING COPYBOOK.                                            CPYTRNC 
001240*-------------------------------------------------------------    CPYTRNC 
001250 77  WS-DECK-MEMBER          PIC X(10) VALUE SPACES.              CPYTRNC 
001260 77  WS-DECK-NAME            PIC X(80) VALUE SPACES.              CPYTRNC 
001270 77  WS-DECK-PRV-SW          PIC X(01) VALUE 'N'.                 CPYTRNC 
001280     88  WS-DECK-HAS-PRV     VALUE 'Y'.                           CPYTRNC 
001290 01  WS-DL-TABLE.                                                 CPYTRNC 
001300     05  WS-DL-COUNT         PIC 9(05) COMP VALUE 0.              CPYTRNC 
001310     05  WS-DL-ENTRY OCCURS 9000 TIMES.                           CPYTRNC 
001320         10  WS-DL-TEXT      PIC X(65).                           CPYTRNC 
001330         10  WS-DL-SRC       PIC X(30).                           CPYTRNC 
001340         10  WS-DL-LIB       PIC X(08).                           CPYTRNC 
001350         10  WS-DL-SEQ       PIC X(06).                           CPYTRNC 
001360 77  WS-DL-IX                PIC 9(05) COMP VALUE 0.              CPYTRNC 
001370 77  WS-DL-JX                PIC 9(05) COMP VALUE 0.              CPYTRNC 
001380 77  WS-DL-TRUNC-SW          PIC X(01) VALUE 'N'.                 CPYTRNC 
001390 77  WS-PRV-LINE             PIC 9(08) VALUE 0.                   CPYTRNC 
001400 77  WS-PD-LINE              PIC 9(05) COMP VALUE 0.              CPYTRNC 
001410 01  WS-DI-TABLE.                                                 CPYTRNC 
001420     05  WS-DI-COUNT         PIC 9(04) COMP VALUE 0.              CPYTRNC 
001430     05  WS-DI-ENTRY OCCURS 3000 TIMES.                           CPYTRNC 
001440         10  WS-DI-NAME      PIC X(30).                           CPYTRNC 
001450         10  WS-DI-LEVEL     PIC 9(02).                           CPYTRNC 
001460         10  WS-DI-LINE      PIC 9(05) COMP.                      CPYTRNC 
001470         10  WS-DI-END       PIC 9(05) COMP.                      CPYTRNC 
001480         10  WS-DI-OWNER     PIC X(30).                           CPYTRNC 
001490         10  WS-DI-OWNER-KIND PIC X(01).                          CPYTRNC 
001500         10  WS-DI-SIZED     PIC X(01).                           CPYTRNC 
001510         10  WS-DI-LEN       PIC 9(06) COMP.                      CPYTRNC 
001520         10  WS-DI-INT       PIC 9(03) COMP.                      CPYTRNC 
001530         10  WS-DI-SCALE     PIC 9(02) COMP.                      CPYTRNC 
001540         10  WS-DI-SIGNED    PIC X(01).                           CPYTRNC 
001550         10  WS-DI-CLASS     PIC X(01).                           CPYTRNC 
001560         10  WS-DI-PIC       PIC X(14).                           CPYTRNC 
001570         10  WS-DI-USAGE     PIC X(08).                           CPYTRNC 
001580         10  WS-DI-PEND-SW   PIC X(01).                           CPYTRNC 
001590         10  WS-DI-P-LEN     PIC 9(06) COMP.                      CPYTRNC 
001600         10  WS-DI-P-INT     PIC 9(03) COMP.                      CPYTRNC 
001610         10  WS-DI-P-SCALE   PIC 9(02) COMP.                      CPYTRNC 
001620         10  WS-DI-P-SIGNED  PIC X(01).                           CPYTRNC 
001630         10  WS-DI-P-CLASS   PIC X(01).                           CPYTRNC 
001640         10  WS-DI-P-PIC     PIC X(14).                           CPYTRNC 
001650         10  WS-DI-P-USAGE   PIC X(08).                           CPYTRNC 
001660 77  WS-DI-IX                PIC 9(04) COMP VALUE 0.              CPYTRNC 
001670 77  WS-DI-JX                PIC 9(04) COMP VALUE 0.              CPYTRNC 
001680 77  WS-DI-DROPPED           PIC 9(05) COMP VALUE 0.              CPYTRNC 
001690 77  WS-DATA-END             PIC 9(05) COMP VALUE 0.              CPYTRNC 
001700*-------------------------------------------------------------    CPYTRNC 
001710*LINE AND TOKEN SCANNING                                          CPYTRNC 
001720*-------------------------------------------------------------    CPYTRNC 
001730 01  WS-LINE-WORDS.                                               CPYTRNC 
001740     05  WS-LWORD            PIC X(30) OCCURS 4 TIMES.            CPYTRNC 
001750 77  WS-LINE-TEXT            PIC X(66) VALUE SPACES.              CPYTRNC 
001760 77  WS-TALLY                PIC 9(04) COMP VALUE 0.              CPYTRNC 
001770 77  WS-TOK-PTR              PIC 9(04) COMP VALUE 0.              CPYTRNC 
001780 77  WS-TOK-START            PIC 9(04) COMP VALUE 0.              CPYTRNC 
001790 77  WS-TOKEN                PIC X(40) VALUE SPACES.              CPYTRNC 
001800 77  WS-TOK-LEN              PIC 9(04) COMP VALUE 0.              CPYTRNC 
001810 77  WS-TOK-PERIOD-SW        PIC X(01) VALUE 'N'.                 CPYTRNC 
001820*    TOKEN KIND: W WORD, Q QUOTED LITERAL, N NUMERIC LITERAL,     CPYTRNC 
001830*    . END OF SENTENCE.                                           CPYTRNC 
001840 77  WS-TOK-KIND             PIC X(01) VALUE SPACE.               CPYTRNC 
001850 77  WS-WORD                 PIC X(40) VALUE SPACES.              CPYTRNC 
001860 77  WS-OPEN-CT              PIC 9(04) COMP VALUE 0.              CPYTRNC 
001870 77  WS-CLOSE-CT             PIC 9(04) COMP VALUE 0.              CPYTRNC 
001880 77  WS-COLON-CT             PIC 9(04) COMP VALUE 0.              CPYTRNC 
001890 77  WS-PAREN-DEPTH          PIC S9(04) COMP VALUE 0.             CPYTRNC 
001900 77  WS-QUOTE-CHAR           PIC X(01) VALUE SPACE.               CPYTRNC 
001910 77  WS-LIT-LEN              PIC 9(04) COMP VALUE 0.              CPYTRNC 
001920 77  WS-LIT-END-SW           PIC X(01) VALUE 'N'.                 CPYTRNC 
001930 77  WS-CHAR-IX              PIC 9(04) COMP VALUE 0.              CPYTRNC 
001940 77  WS-LIT-INT              PIC 9(03) COMP VALUE 0.              CPYTRNC 
001950 77  WS-LIT-SCALE            PIC 9(02) COMP VALUE 0.              CPYTRNC 
001960 77  WS-LIT-POINT-SW         PIC X(01) VALUE 'N'.                 CPYTRNC 
001970*    SCAN STATES: 0 LOOKING FOR A VERB, M AFTER MOVE, T AFTER     CPYTRNC 
001980*    THE SENDING ITEM, R MOVE RECEIVERS, G ARITHMETIC OPERANDS,   CPYTRNC 
001990*    V GIVING RECEIVERS, K COMPUTE RECEIVERS, X THE COMPUTE       CPYTRNC 
002000*    EXPRESSION.                                                  CPYTRNC 
002010 77  WS-SCAN-STATE           PIC X(01) VALUE '0'.                 CPYTRNC 
002020 77  WS-STMT-LINE            PIC 9(05) COMP VALUE 0.              CPYTRNC 
002030 77  WS-STMT-VERB            PIC X(08) VALUE SPACES.              CPYTRNC 
002040*    A DATA NAME IS HELD UNTIL THE NEXT TOKEN SHOWS WHETHER A     CPYTRNC 
002050*    QUALIFIER OR A REFERENCE MODIFIER FOLLOWS.                   CPYTRNC 
002060 77  WS-PO-SW                PIC X(01) VALUE 'N'.                 CPYTRNC 
002070 77  WS-PO-NAME              PIC X(30) VALUE SPACES.              CPYTRNC 
002080 77  WS-PO-QUAL              PIC X(30) VALUE SPACES.              CPYTRNC 
002090 77  WS-PO-REFMOD-SW         PIC X(01) VALUE 'N'.                 CPYTRNC 
002100 77  WS-QUAL-NEXT-SW         PIC X(01) VALUE 'N'.                 CPYTRNC 
002110 77  WS-TOK-REFMOD-SW        PIC X(01) VALUE 'N'.                 CPYTRNC 
002120*-------------------------------------------------------------    CPYTRNC 
002130*OPERANDS OF THE STATEMENT IN HAND.  1 THE SENDING ITEM (FOR      CPYTRNC 
002140*ARITHMETIC THE OPERAND WITH THE MOST INTEGER DIGITS), 2 THE      CPYTRNC 
002150*OPERAND WITH THE MOST DECIMAL DIGITS, 3 THE FIRST SIGNED         CPYTRNC 
002160*OPERAND, 4 THE OPERAND JUST READ, 5 THE RECEIVER.  KIND: I       CPYTRNC 
002170*DATA ITEM, N NUMERIC LITERAL, A NONNUMERIC LITERAL, F            CPYTRNC 
002180*FIGURATIVE CONSTANT OR NONE, S NOT SIZED (REFERENCE              CPYTRNC 
002190*MODIFIED, UNKNOWN NAME, FUNCTION OR SPECIAL REGISTER).           CPYTRNC 
002200*-------------------------------------------------------------    CPYTRNC 
002210 01  WS-OPD-TABLE.                                                CPYTRNC 
002220     05  WS-OPD OCCURS 5 TIMES.                                   CPYTRNC 
002230         10  WS-OPD-KIND     PIC X(01).                           CPYTRNC 
002240         10  WS-OPD-NAME     PIC X(30).                           CPYTRNC 
002250         10  WS-OPD-OWNER    PIC X(30).                           CPYTRNC 
002260         10  WS-OPD-OWNER-KIND PIC X(01).                         CPYTRNC 
002270         10  WS-OPD-PEND-SW  PIC X(01).                           CPYTRNC 
002280         10  WS-OPD-LEN      PIC 9(06) COMP.                      CPYTRNC 
002290         10  WS-OPD-INT      PIC 9(03) COMP.                      CPYTRNC 
002300         10  WS-OPD-SCALE    PIC 9(02) COMP.                      CPYTRNC 
002310         10  WS-OPD-SIGNED   PIC X(01).                           CPYTRNC 
002320         10  WS-OPD-CLASS    PIC X(01).                           CPYTRNC 
002330         10  WS-OPD-PIC      PIC X(14).                           CPYTRNC 
002340         10  WS-OPD-USAGE    PIC X(08).                           CPYTRNC 
002350 77  WS-OPD-IX               PIC 9(01) COMP VALUE 0.              CPYTRNC 
002360*    COMPUTE RECEIVERS WAIT FOR THE WHOLE EXPRESSION.             CPYTRNC 
002370 01  WS-KR-TABLE.                                                 CPYTRNC 
002380     05  WS-KR-COUNT         PIC 9(02) COMP VALUE 0.              CPYTRNC 
002390     05  WS-KR-ENTRY OCCURS 20 TIMES.                             CPYTRNC 
002400         10  WS-KR-KIND      PIC X(01).                           CPYTRNC 
002410         10  WS-KR-NAME      PIC X(30).                           CPYTRNC 
002420         10  WS-KR-OWNER     PIC X(30).                           CPYTRNC 
002430         10  WS-KR-OWNER-KIND PIC X(01).                          CPYTRNC 
002440         10  WS-KR-PEND-SW   PIC X(01).                           CPYTRNC 
002450         10  WS-KR-LEN       PIC 9(06) COMP.                      CPYTRNC 
002460         10  WS-KR-INT       PIC 9(03) COMP.                      CPYTRNC 
002470         10  WS-KR-SCALE     PIC 9(02) COMP.                      CPYTRNC 
002480         10  WS-KR-SIGNED    PIC X(01).                           CPYTRNC 
002490         10  WS-KR-CLASS     PIC X(01).                           CPYTRNC 
002500         10  WS-KR-PIC       PIC X(14).                           CPYTRNC 
002510         10  WS-KR-USAGE     PIC X(08).                           CPYTRNC 
002520 77  WS-KR-IX                PIC 9(02) COMP VALUE 0.              CPYTRNC 
002530*-------------------------------------------------------------    CPYTRNC 
002540*EDITED-PICTURE DIGIT COUNT                                       CPYTRNC 
002550*-------------------------------------------------------------    CPYTRNC 
002560 77  WS-EP-PIC               PIC X(14) VALUE SPACES.              CPYTRNC 
002570 77  WS-EP-IX                PIC 9(02) COMP VALUE 0.              CPYTRNC 
002580 77  WS-EP-CHAR              PIC X(01) VALUE SPACE.               CPYTRNC 
002590 77  WS-EP-LAST              PIC X(01) VALUE SPACE.               CPYTRNC 
002600 77  WS-EP-REP               PIC 9(04) COMP VALUE 0.              CPYTRNC 
002610 77  WS-EP-N                 PIC 9(04) COMP VALUE 0.              CPYTRNC 
002620 77  WS-EP-DIGIT             PIC 9(01) VALUE 0.                   CPYTRNC 
002630 77  WS-EP-PAREN-SW          PIC X(01) VALUE 'N'.                 CPYTRNC 
002640 77  WS-EP-POINT-SW          PIC X(01) VALUE 'N'.                 CPYTRNC 
002650 77  WS-EP-SIGN-SW           PIC X(01) VALUE 'N'.                 CPYTRNC 
002660 77  WS-EP-CURR-SW           PIC X(01) VALUE 'N'.                 CPYTRNC 
002670 77  WS-EP-INT               PIC 9(03) COMP VALUE 0.              CPYTRNC 
002680 77  WS-EP-SCALE             PIC 9(02) COMP VALUE 0.              CPYTRNC 
002690*-------------------------------------------------------------    CPYTRNC 
002700*FINDINGS.  ON A PENDING RUN THE FIRST PASS OVER A DECK USES      CPYTRNC 
002710*THE DECK SIZES AND ONLY REMEMBERS ITS FINDINGS HERE; THE         CPYTRNC 
002720*SECOND PASS USES THE PENDING SIZES AND REPORTS.                  CPYTRNC 
002730*-------------------------------------------------------------    CPYTRNC 
002740 77  WS-PASS                 PIC X(01) VALUE 'C'.                 CPYTRNC 
002750     88  WS-PASS-CURRENT     VALUE 'C'.                           CPYTRNC 
002760     88  WS-PASS-PENDING     VALUE 'P'.                           CPYTRNC 
002770 77  WS-REPORTING-SW         PIC X(01) VALUE 'Y'.                 CPYTRNC 
002780     88  WS-REPORTING        VALUE 'Y'.                           CPYTRNC 
002790 01  WS-CF-TABLE.                                                 CPYTRNC 
002800     05  WS-CF-COUNT         PIC 9(04) COMP VALUE 0.              CPYTRNC 
002810     05  WS-CF-ENTRY OCCURS 3000 TIMES.                           CPYTRNC 
002820         10  WS-CF-LINE      PIC 9(05) COMP.                      CPYTRNC 
002830         10  WS-CF-RECEIVER  PIC X(30).                           CPYTRNC 
002840         10  WS-CF-CODE      PIC X(08).                           CPYTRNC 
002850 77  WS-CF-IX                PIC 9(04) COMP VALUE 0.              CPYTRNC 
002860 77  WS-CF-DROPPED           PIC 9(05) COMP VALUE 0.              CPYTRNC 
002870 77  WS-FINDING-CODE         PIC X(08) VALUE SPACES.              CPYTRNC 
002880 77  WS-SEND-IX              PIC 9(01) COMP VALUE 0.              CPYTRNC 
002890 77  WS-SEND-SIZE            PIC 9(06) COMP VALUE 0.              CPYTRNC 
002900 77  WS-RECV-SIZE            PIC 9(06) COMP VALUE 0.              CPYTRNC 
002910 77  WS-NEW-SW               PIC X(01) VALUE 'N'.                 CPYTRNC 
002920 77  WS-SIDE-TEXT            PIC X(110) VALUE SPACES.             CPYTRNC 
002930 77  WS-OWNER-TEXT           PIC X(40) VALUE SPACES.              CPYTRNC 
002933 77  WS-USAGE-TEXT           PIC X(09) VALUE SPACES.              CPYTRNC 
002936 77  WS-UNIT-TEXT            PIC X(11) VALUE SPACES.              CPYTRNC 
002940 77  WS-EDIT-LEN             PIC Z(05)9.                          CPYTRNC 
002950 77  WS-EDIT-LINE            PIC Z(07)9.                          CPYTRNC 
002960 77  WS-EDIT-COUNT           PIC Z(04)9.                          CPYTRNC 
002970*-------------------------------------------------------------    CPYTRNC 
002980*RUN TOTALS                                                       CPYTRNC 
002990*-------------------------------------------------------------    CPYTRNC 
003000 77  WS-DECK-COUNT           PIC 9(05) COMP VALUE 0.              CPYTRNC 
003010 77  WS-NODECK-COUNT         PIC 9(05) COMP VALUE 0.              CPYTRNC 
003020 77  WS-SKIPPED-DECKS        PIC 9(05) COMP VALUE 0.              CPYTRNC 
003030 77  WS-CNT-REVIEW           PIC 9(05) COMP VALUE 0.              CPYTRNC 
003040 77  WS-MOVE-CHECKED         PIC 9(07) COMP VALUE 0.              CPYTRNC 
003050 77  WS-ARITH-CHECKED        PIC 9(07) COMP VALUE 0.              CPYTRNC 
003060 77  WS-UNSIZED-COUNT        PIC 9(07) COMP VALUE 0.              CPYTRNC 
003070 77  WS-CNT-LENGTH           PIC 9(05) COMP VALUE 0.              CPYTRNC 
003080 77  WS-CNT-INTDIGIT         PIC 9(05) COMP VALUE 0.              CPYTRNC 
003090 77  WS-CNT-DECDIGIT         PIC 9(05) COMP VALUE 0.              CPYTRNC 
003100 77  WS-CNT-SIGN             PIC 9(05) COMP VALUE 0.              CPYTRNC 
003110 77  WS-CNT-NEW              PIC 9(05) COMP VALUE 0.              CPYTRNC 
003120 77  WS-CNT-FINDINGS         PIC 9(05) COMP VALUE 0.              CPYTRNC 
003130 77  WS-DATE-PART            PIC X(08).                           CPYTRNC 
003140 77  WS-TIME-PART            PIC X(08).                           CPYTRNC 
003150 77  WS-RUN-TIMESTAMP        PIC X(15).                           CPYTRNC 
003160 77  WS-FINAL-RC             PIC 9(02) VALUE 0.                   CPYTRNC 
003170 COPY CPYLAP.                                                     CPYTRNC 
003175 COPY CPYSFP.                                                     CPYTRNC 
003180 PROCEDURE DIVISION.                                              CPYTRNC 
003190*-------------------------------------------------------------    CPYTRNC 
003200*0000-MAINLINE                                                    CPYTRNC 
003210*-------------------------------------------------------------    CPYTRNC 
003220 0000-MAINLINE.                                                   CPYTRNC 
003230     OPEN INPUT INV-FILE.                                         CPYTRNC 
003240     IF WS-INV-FILE-STATUS NOT = '00'                             CPYTRNC 
003250         DISPLAY 'CPYTRNC - NO DECK INVENTORY ' WS-INV-FILENAME   CPYTRNC 
003260         MOVE 12 TO RETURN-CODE                                   CPYTRNC 
003270         GOBACK                                                   CPYTRNC 
003280     END-IF.                                                      CPYTRNC 
003290     ACCEPT WS-DATE-PART FROM DATE YYYYMMDD.                      CPYTRNC 
003300     ACCEPT WS-TIME-PART FROM TIME.                               CPYTRNC 
003310     STRING WS-DATE-PART WS-TIME-PART                             CPYTRNC 
003320         DELIMITED BY SIZE INTO WS-RUN-TIMESTAMP.                 CPYTRNC 
003330     OPEN OUTPUT RPT-FILE.                                        CPYTRNC 
003340     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYTRNC 
003350     STRING 'CPYTRNC MOVE TRUNCATION ANALYSIS - RUN '             CPYTRNC 
003360         DELIMITED BY SIZE                                        CPYTRNC 
003370         WS-RUN-TIMESTAMP DELIMITED BY SIZE                       CPYTRNC 
003380         INTO WS-RPT-FILE-REC                                     CPYTRNC 
003390     END-STRING.                                                  CPYTRNC 
003400     WRITE WS-RPT-FILE-REC.                                       CPYTRNC 
003410     PERFORM 1000-READ-SYSIN-CARDS THRU 1000-EXIT.                CPYTRNC 
003420     IF WS-PENDING-RUN                                            CPYTRNC 
003430         PERFORM 1100-LOAD-PENDING-LAYOUT THRU 1100-EXIT          CPYTRNC 
003440         IF NOT WS-PENDING-RUN                                    CPYTRNC 
003450             CLOSE INV-FILE RPT-FILE                              CPYTRNC 
003460             MOVE 12 TO RETURN-CODE                               CPYTRNC 
003470             GOBACK                                               CPYTRNC 
003480         END-IF                                                   CPYTRNC 
003490     END-IF.                                                      CPYTRNC 
003500     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYTRNC 
003510     WRITE WS-RPT-FILE-REC.                                       CPYTRNC 
003520     MOVE 'MEMBER' TO WS-RPT-FILE-REC(1:10).                      CPYTRNC 
003530     MOVE 'DECK LINE' TO WS-RPT-FILE-REC(11:9).                   CPYTRNC 
003540     MOVE 'SEQ' TO WS-RPT-FILE-REC(21:6).                         CPYTRNC 
003550     MOVE 'VERB' TO WS-RPT-FILE-REC(28:8).                        CPYTRNC 
003560     MOVE 'FINDING' TO WS-RPT-FILE-REC(37:8).                     CPYTRNC 
003570     IF WS-PENDING-RUN                                            CPYTRNC 
003580         MOVE 'STATUS' TO WS-RPT-FILE-REC(46:8)                   CPYTRNC 
003590     END-IF.                                                      CPYTRNC 
003600     WRITE WS-RPT-FILE-REC.                                       CPYTRNC 
003610     MOVE 'N' TO WS-EOF-SW.                                       CPYTRNC 
003620     PERFORM 2000-ANALYZE-ONE-DECK THRU 2000-EXIT                 CPYTRNC 
003630         UNTIL WS-EOF.                                            CPYTRNC 
003640     CLOSE INV-FILE.                                              CPYTRNC 
003650     CALL 'CBL_DELETE_FILE' USING WS-ITM-FILENAME.                CPYTRNC 
003660     MOVE 0 TO RETURN-CODE.                                       CPYTRNC 
003670     PERFORM 8000-PRINT-SUMMARY THRU 8000-EXIT.                   CPYTRNC 
003680     CLOSE RPT-FILE.                                              CPYTRNC 
003690     MOVE WS-CNT-FINDINGS TO WS-EDIT-COUNT.                       CPYTRNC 
003700     DISPLAY 'CPYTRNC TRUNCATION FINDINGS:   ' WS-EDIT-COUNT.     CPYTRNC 
003710     IF WS-PENDING-RUN                                            CPYTRNC 
003720         MOVE WS-CNT-NEW TO WS-EDIT-COUNT                         CPYTRNC 
003740         DISPLAY 'CPYTRNC NEW FINDINGS:          ' WS-EDIT-COUNT  CPYTRNC 
003750     END-IF.                                                      CPYTRNC 
003760     IF WS-PENDING-RUN                                            CPYTRNC 
003770         IF WS-CNT-NEW > 0                                        CPYTRNC 
003780             MOVE 8 TO WS-FINAL-RC                                CPYTRNC 
003790         ELSE                                                     CPYTRNC 
003800             IF WS-CNT-FINDINGS > 0 OR WS-CNT-REVIEW > 0          CPYTRNC 
003810                 MOVE 4 TO WS-FINAL-RC                            CPYTRNC 
003820             END-IF                                               CPYTRNC 
003830         END-IF                                                   CPYTRNC 
003840     ELSE                                                         CPYTRNC 
003850         IF WS-CNT-FINDINGS > 0                                   CPYTRNC 
003860             MOVE 8 TO WS-FINAL-RC                                CPYTRNC 
003870         ELSE                                                     CPYTRNC 
003880             IF WS-CNT-REVIEW > 0                                 CPYTRNC 
003890                 MOVE 4 TO WS-FINAL-RC                            CPYTRNC 
003900             END-IF                                               CPYTRNC 
003910         END-IF                                                   CPYTRNC 
003920     END-IF.                                                      CPYTRNC 
003930     MOVE WS-FINAL-RC TO RETURN-CODE.                             CPYTRNC 
003940     GOBACK.                                                      CPYTRNC 
003950*                                                                 CPYTRNC 
003960*-------------------------------------------------------------    CPYTRNC 
003970*1000-READ-SYSIN-CARDS - SYSIN IS OPTIONAL; WITHOUT A PENDING     CPYTRNC 
003980*CARD EVERY DECK IS ANALYZED AS DELIVERED.                        CPYTRNC 
003990*-------------------------------------------------------------    CPYTRNC 
004000 1000-READ-SYSIN-CARDS.                                           CPYTRNC 
004010     OPEN INPUT PARM-FILE.                                        CPYTRNC 
004020     IF WS-PARM-FILE-STATUS NOT = '00'                            CPYTRNC 
004030         GO TO 1000-EXIT.                                         CPYTRNC 
004040     MOVE 'N' TO WS-EOF-SW.                                       CPYTRNC 
004050     PERFORM 1010-READ-ONE-CARD THRU 1010-EXIT UNTIL WS-EOF.      CPYTRNC 
004060     CLOSE PARM-FILE.                                             CPYTRNC 
004070     MOVE 'N' TO WS-EOF-SW.                                       CPYTRNC 
004080 1000-EXIT.                                                       CPYTRNC 
004090     EXIT.                                                        CPYTRNC 
004100*                                                                 CPYTRNC 
004110 1010-READ-ONE-CARD.                                              CPYTRNC 
004120     READ PARM-FILE INTO WS-PARM-FILE-REC                         CPYTRNC 
004130         AT END MOVE 'Y' TO WS-EOF-SW                             CPYTRNC 
004140     END-READ.                                                    CPYTRNC 
004150     IF WS-EOF                                                    CPYTRNC 
004160         GO TO 1010-EXIT.                                         CPYTRNC 
004170     IF WS-PARM-FILE-REC(1:1) = '*'                               CPYTRNC 
004180         OR WS-PARM-FILE-REC = SPACES                             CPYTRNC 
004190         GO TO 1010-EXIT.                                         CPYTRNC 
004200     EVALUATE WS-PARM-FILE-REC(1:8)                               CPYTRNC 
004210         WHEN 'PENDING '                                          CPYTRNC 
004220             MOVE WS-PARM-FILE-REC(10:30) TO WS-PENDING-BOOK      CPYTRNC 
004230             IF WS-PENDING-BOOK NOT = SPACES                      CPYTRNC 
004240                 MOVE 'Y' TO WS-PENDING-SW                        CPYTRNC 
004250             END-IF                                               CPYTRNC 
004260         WHEN OTHER                                               CPYTRNC 
004270             DISPLAY 'CPYTRNC - CARD IGNORED: '                   CPYTRNC 
004280                 WS-PARM-FILE-REC(1:8)                            CPYTRNC 
004290     END-EVALUATE.                                                CPYTRNC 
004300 1010-EXIT.                                                       CPYTRNC 
004310     EXIT.                                                        CPYTRNC 
004320*                                                                 CPYTRNC 
004330*-------------------------------------------------------------    CPYTRNC 
004340*1100-LOAD-PENDING-LAYOUT - THE PENDING COPYBOOK AS IT SITS IN    CPYTRNC 
004350*THE TEST COPYLIB, EVERY ITEM OF EVERY VIEW, GROUPS INCLUDED.     CPYTRNC 
004360*-------------------------------------------------------------    CPYTRNC 
004370 1100-LOAD-PENDING-LAYOUT.                                        CPYTRNC 
004380     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYTRNC 
004390     STRING 'PENDING COPYBOOK ' DELIMITED BY SIZE                 CPYTRNC 
004400         WS-PENDING-BOOK DELIMITED BY SPACE                       CPYTRNC 
004410         ' SIZED FROM ' DELIMITED BY SIZE                         CPYTRNC 
004420         WS-TSTLIB-DIR DELIMITED BY SPACE                         CPYTRNC 
004430         INTO WS-RPT-FILE-REC                                     CPYTRNC 
004440     END-STRING.                                                  CPYTRNC 
004450     WRITE WS-RPT-FILE-REC.                                       CPYTRNC 
004460     MOVE WS-PENDING-BOOK TO LAY-COPYBOOK-NAME.                   CPYTRNC 
004470     MOVE WS-TSTLIB-DIR TO LAY-LIBRARY-DIR.                       CPYTRNC 
004480     MOVE 'A' TO LAY-VIEW-MODE.                                   CPYTRNC 
004490     MOVE 'Y' TO LAY-GROUPS-SW.                                   CPYTRNC 
004500     MOVE 'N' TO LAY-EXPAND-SW.                                   CPYTRNC 
004510     MOVE 0 TO LAY-VIEW-COUNT.                                    CPYTRNC 
004520     CALL 'CPYLAYO' USING CPYLAYO-PARMS.                          CPYTRNC 
004530     IF LAY-NOT-FOUND                                             CPYTRNC 
004540         MOVE SPACES TO WS-RPT-FILE-REC                           CPYTRNC 
004550         MOVE 'PENDING COPYBOOK NOT IN THE TEST COPYLIB'          CPYTRNC 
004560             TO WS-RPT-FILE-REC                                   CPYTRNC 
004570         WRITE WS-RPT-FILE-REC                                    CPYTRNC 
004580         DISPLAY 'CPYTRNC - PENDING COPYBOOK NOT FOUND '          CPYTRNC 
004590             WS-PENDING-BOOK                                      CPYTRNC 
004600         MOVE 'N' TO WS-PENDING-SW                                CPYTRNC 
004610         GO TO 1100-EXIT.                                         CPYTRNC 
004620     MOVE 0 TO WS-PL-COUNT.                                       CPYTRNC 
004630     PERFORM 1110-KEEP-ONE-COLUMN THRU 1110-EXIT                  CPYTRNC 
004640         VARYING LAY-IX FROM 1 BY 1                               CPYTRNC 
004650         UNTIL LAY-IX > LAY-COL-COUNT.                            CPYTRNC 
004660 1100-EXIT.                                                       CPYTRNC 
004670     EXIT.                                                        CPYTRNC 
004680*                                                                 CPYTRNC 
004690 1110-KEEP-ONE-COLUMN.                                            CPYTRNC 
004700     IF WS-PL-COUNT NOT < 1000                                    CPYTRNC 
004710         GO TO 1110-EXIT.                                         CPYTRNC 
004720     ADD 1 TO WS-PL-COUNT.                                        CPYTRNC 
004730     MOVE LAY-COL-BASE(LAY-IX) TO WS-PL-NAME(WS-PL-COUNT).        CPYTRNC 
004740     MOVE LAY-COL-LEN(LAY-IX) TO WS-PL-LEN(WS-PL-COUNT).          CPYTRNC 
004750     MOVE LAY-COL-SIGNED(LAY-IX) TO WS-PL-SIGNED(WS-PL-COUNT).    CPYTRNC 
004760     MOVE LAY-COL-CLASS(LAY-IX) TO WS-PL-CLASS(WS-PL-COUNT).      CPYTRNC 
004770     MOVE LAY-COL-PIC(LAY-IX) TO WS-PL-PIC(WS-PL-COUNT).          CPYTRNC 
004780     MOVE LAY-COL-USAGE(LAY-IX) TO WS-PL-USAGE(WS-PL-COUNT).      CPYTRNC 
004790     MOVE LAY-COL-SCALE(LAY-IX) TO WS-PL-SCALE(WS-PL-COUNT).      CPYTRNC 
004800     COMPUTE WS-PL-INT(WS-PL-COUNT) =                             CPYTRNC 
004810         LAY-COL-DIGITS(LAY-IX) - LAY-COL-SCALE(LAY-IX).          CPYTRNC 
004820     IF LAY-COL-EDITED(LAY-IX)                                    CPYTRNC 
004830         MOVE LAY-COL-PIC(LAY-IX) TO WS-EP-PIC                    CPYTRNC 
004840         PERFORM 2560-COUNT-EDITED-DIGITS THRU 2560-EXIT          CPYTRNC 
004850         MOVE WS-EP-INT TO WS-PL-INT(WS-PL-COUNT)                 CPYTRNC 
004860         MOVE WS-EP-SCALE TO WS-PL-SCALE(WS-PL-COUNT)             CPYTRNC 
004870         MOVE WS-EP-SIGN-SW TO WS-PL-SIGNED(WS-PL-COUNT)          CPYTRNC 
004880     END-IF.                                                      CPYTRNC 
004890 1110-EXIT.                                                       CPYTRNC 
004900     EXIT.                                                        CPYTRNC 
004910*                                                                 CPYTRNC 
004920*-------------------------------------------------------------    CPYTRNC 
004930*2000-ANALYZE-ONE-DECK - ONE INVENTORY LINE (MEMBER 1-10, DECK    CPYTRNC 
004940*22-101): LOAD THE DECK AND ITS PROVENANCE, FILE ITS DATA         CPYTRNC 
004950*ITEMS, THEN SCAN ITS PROCEDURE DIVISION.                         CPYTRNC 
004960*-------------------------------------------------------------    CPYTRNC 
004970 2000-ANALYZE-ONE-DECK.                                           CPYTRNC 
004980     READ INV-FILE INTO WS-INV-FILE-REC                           CPYTRNC 
004990         AT END MOVE 'Y' TO WS-EOF-SW                             CPYTRNC 
005000     END-READ.                                                    CPYTRNC 
005010     IF WS-EOF                                                    CPYTRNC 
005020         GO TO 2000-EXIT.                                         CPYTRNC 
005030     IF WS-INV-FILE-REC(1:10) = SPACES                            CPYTRNC 
005040         OR WS-INV-FILE-REC(1:1) = '*'                            CPYTRNC 
005050         GO TO 2000-EXIT.                                         CPYTRNC 
005060     MOVE WS-INV-FILE-REC(1:10) TO WS-DECK-MEMBER.                CPYTRNC 
005070     MOVE WS-INV-FILE-REC(22:80) TO WS-DECK-NAME.                 CPYTRNC 
005080     MOVE WS-DECK-NAME TO WS-DCK-FILENAME.                        CPYTRNC 
005090     OPEN INPUT DCK-FILE.                                         CPYTRNC 
005095     MOVE SPACE TO SRCF-FORMAT.                                   CPYTRNC 
005100     IF WS-DCK-FILE-STATUS NOT = '00'                             CPYTRNC 
005110         ADD 1 TO WS-NODECK-COUNT WS-CNT-REVIEW                   CPYTRNC 
005120         MOVE SPACES TO WS-RPT-FILE-REC                           CPYTRNC 
005130         STRING WS-DECK-MEMBER DELIMITED BY SIZE                  CPYTRNC 
005140             ' DECK NOT FOUND - NOT ANALYZED: ' DELIMITED BY SIZE CPYTRNC 
005150             WS-DECK-NAME DELIMITED BY SPACE                      CPYTRNC 
005160             INTO WS-RPT-FILE-REC                                 CPYTRNC 
005170         END-STRING                                               CPYTRNC 
005180         WRITE WS-RPT-FILE-REC                                    CPYTRNC 
005190         GO TO 2000-EXIT.                                         CPYTRNC 
005200     MOVE 0 TO WS-DL-COUNT WS-DI-COUNT WS-DATA-END WS-PD-LINE.    CPYTRNC 
005210     MOVE 'N' TO WS-DL-TRUNC-SW.                                  CPYTRNC 
005220     MOVE 'N' TO WS-SUB-EOF-SW.                                   CPYTRNC 
005230     PERFORM 2100-LOAD-ONE-DECK-LINE THRU 2100-EXIT               CPYTRNC 
005240         UNTIL WS-SUB-EOF.                                        CPYTRNC 
005250     CLOSE DCK-FILE.                                              CPYTRNC 
005260     PERFORM 2200-LOAD-PROVENANCE THRU 2200-EXIT.                 CPYTRNC 
005270     IF WS-PENDING-RUN                                            CPYTRNC 
005280         MOVE 'N' TO WS-DECK-USES-PEND-SW                         CPYTRNC 
005290         PERFORM 2250-TEST-ONE-LINE-SOURCE THRU 2250-EXIT         CPYTRNC 
005300             VARYING WS-DL-IX FROM 1 BY 1                         CPYTRNC 
005310             UNTIL WS-DL-IX > WS-DL-COUNT                         CPYTRNC 
005320                 OR WS-DECK-USES-PEND-SW = 'Y'                    CPYTRNC 
005330         IF WS-DECK-USES-PEND-SW = 'N'                            CPYTRNC 
005340             ADD 1 TO WS-SKIPPED-DECKS                            CPYTRNC 
005350             GO TO 2000-EXIT                                      CPYTRNC 
005360         END-IF                                                   CPYTRNC 
005370     END-IF.                                                      CPYTRNC 
005380     ADD 1 TO WS-DECK-COUNT.                                      CPYTRNC 
005390     IF WS-DL-TRUNC-SW = 'Y'                                      CPYTRNC 
005400         ADD 1 TO WS-CNT-REVIEW                                   CPYTRNC 
005410         MOVE SPACES TO WS-RPT-FILE-REC                           CPYTRNC 
005420         STRING WS-DECK-MEMBER DELIMITED BY SIZE                  CPYTRNC 
005430             ' DECK OVER 9000 LINES - ONLY THE FIRST 9000 SCANNED'CPYTRNC 
005440             DELIMITED BY SIZE                                    CPYTRNC 
005450             INTO WS-RPT-FILE-REC                                 CPYTRNC 
005460         END-STRING                                               CPYTRNC 
005470         WRITE WS-RPT-FILE-REC                                    CPYTRNC 
005480     END-IF.                                                      CPYTRNC 
005490     PERFORM 2300-FILE-ONE-DATA-LINE THRU 2300-EXIT               CPYTRNC 
005500         VARYING WS-DL-IX FROM 1 BY 1                             CPYTRNC 
005510         UNTIL WS-DL-IX > WS-DL-COUNT OR WS-PD-LINE > 0.          CPYTRNC 
005520     IF WS-PD-LINE = 0                                            CPYTRNC 
005530         GO TO 2000-EXIT.                                         CPYTRNC 
005540     PERFORM 2350-SET-ITEM-EXTENTS THRU 2350-EXIT.                CPYTRNC 
005550     MOVE 0 TO WS-CF-COUNT.                                       CPYTRNC 
005560     MOVE 'C' TO WS-PASS.                                         CPYTRNC 
005570     IF WS-PENDING-RUN                                            CPYTRNC 
005580         MOVE 'N' TO WS-REPORTING-SW                              CPYTRNC 
005590         PERFORM 2400-SCAN-PROCEDURE THRU 2400-EXIT               CPYTRNC 
005600         MOVE 'P' TO WS-PASS                                      CPYTRNC 
005610     END-IF.                                                      CPYTRNC 
005620     MOVE 'Y' TO WS-REPORTING-SW.                                 CPYTRNC 
005630     PERFORM 2400-SCAN-PROCEDURE THRU 2400-EXIT.                  CPYTRNC 
005640 2000-EXIT.                                                       CPYTRNC 
005650     EXIT.                                                        CPYTRNC 
005660*                                                                 CPYTRNC 
005670 2100-LOAD-ONE-DECK-LINE.                                         CPYTRNC 
005680     READ DCK-FILE INTO WS-DCK-FILE-REC                           CPYTRNC 
005690         AT END MOVE 'Y' TO WS-SUB-EOF-SW                         CPYTRNC 
005700     END-READ.                                                    CPYTRNC 
005710     IF WS-SUB-EOF                                                CPYTRNC 
005720         GO TO 2100-EXIT.                                         CPYTRNC 
005730     IF WS-DL-COUNT NOT < 9000                                    CPYTRNC 
005740         MOVE 'Y' TO WS-DL-TRUNC-SW                               CPYTRNC 
005750         GO TO 2100-EXIT.                                         CPYTRNC 
005760     ADD 1 TO WS-DL-COUNT.                                        CPYTRNC 
005770     MOVE SPACES TO WS-DL-ENTRY(WS-DL-COUNT).                     CPYTRNC 
005772     MOVE WS-DCK-FILE-REC TO SRCF-LINE.                           CPYTRNC 
005774     CALL 'CPYSRCF' USING CPYSRCF-PARMS.                          CPYTRNC 
005776     MOVE SRCF-CARD TO WS-DCK-FILE-REC.                           CPYTRNC 
005780*    COMMENT AND DEBUGGING LINES CARRY NO DATA OR STATEMENTS.     CPYTRNC 
005790     IF WS-DCK-FILE-REC(7:1) = SPACE                              CPYTRNC 
005800         MOVE WS-DCK-FILE-REC(8:65) TO WS-DL-TEXT(WS-DL-COUNT)    CPYTRNC 
005810     END-IF.                                                      CPYTRNC 
005820 2100-EXIT.                                                       CPYTRNC 
005830     EXIT.                                                        CPYTRNC 
005840*                                                                 CPYTRNC 
005850*-------------------------------------------------------------    CPYTRNC 
005860*2200-LOAD-PROVENANCE - DECK LINE 1-8, MEMBER OR COPYBOOK 9-38,   CPYTRNC 
005870*LIBRARY 40-47 (SPACES FOR THE MEMBER'S OWN LINES), ORIGINAL      CPYTRNC 
005880*SEQUENCE 60-65.                                                  CPYTRNC 
005890*-------------------------------------------------------------    CPYTRNC 
005900 2200-LOAD-PROVENANCE.                                            CPYTRNC 
005910     MOVE 'N' TO WS-DECK-PRV-SW.                                  CPYTRNC 
005920     MOVE SPACES TO WS-PRV-FILENAME.                              CPYTRNC 
005930     STRING WS-DECK-NAME DELIMITED BY SPACE                       CPYTRNC 
005940         '.PRV' DELIMITED BY SIZE                                 CPYTRNC 
005950         INTO WS-PRV-FILENAME                                     CPYTRNC 
005960     END-STRING.                                                  CPYTRNC 
005970     OPEN INPUT PRV-FILE.                                         CPYTRNC 
005980     IF WS-PRV-FILE-STATUS NOT = '00'                             CPYTRNC 
005990         ADD 1 TO WS-CNT-REVIEW                                   CPYTRNC 
006000         MOVE SPACES TO WS-RPT-FILE-REC                           CPYTRNC 
006010         STRING WS-DECK-MEMBER DELIMITED BY SIZE                  CPYTRNC 
006020             ' NO PROVENANCE FILE - ITEM OWNERS UNKNOWN'          CPYTRNC 
006030             DELIMITED BY SIZE                                    CPYTRNC 
006040             INTO WS-RPT-FILE-REC                                 CPYTRNC 
006050         END-STRING                                               CPYTRNC 
006060         WRITE WS-RPT-FILE-REC                                    CPYTRNC 
006070         GO TO 2200-EXIT.                                         CPYTRNC 
006080     MOVE 'Y' TO WS-DECK-PRV-SW.                                  CPYTRNC 
006090     MOVE 'N' TO WS-SUB-EOF-SW.                                   CPYTRNC 
006100     PERFORM 2210-LOAD-ONE-PRV-LINE THRU 2210-EXIT                CPYTRNC 
006110         UNTIL WS-SUB-EOF.                                        CPYTRNC 
006120     CLOSE PRV-FILE.                                              CPYTRNC 
006130 2200-EXIT.                                                       CPYTRNC 
006140     EXIT.                                                        CPYTRNC 
006150*                                                                 CPYTRNC 
006160 2210-LOAD-ONE-PRV-LINE.                                          CPYTRNC 
006170     READ PRV-FILE INTO WS-PRV-FILE-REC                           CPYTRNC 
006180         AT END MOVE 'Y' TO WS-SUB-EOF-SW                         CPYTRNC 
006190     END-READ.                                                    CPYTRNC 
006200     IF WS-SUB-EOF                                                CPYTRNC 
006210         GO TO 2210-EXIT.                                         CPYTRNC 
006220     IF WS-PRV-FILE-REC(1:8) NOT NUMERIC                          CPYTRNC 
006230         GO TO 2210-EXIT.                                         CPYTRNC 
006240     MOVE WS-PRV-FILE-REC(1:8) TO WS-PRV-LINE.                    CPYTRNC 
006250     IF WS-PRV-LINE = 0 OR WS-PRV-LINE > WS-DL-COUNT              CPYTRNC 
006260         GO TO 2210-EXIT.                                         CPYTRNC 
006270     MOVE WS-PRV-FILE-REC(9:30) TO WS-DL-SRC(WS-PRV-LINE).        CPYTRNC 
006280     MOVE WS-PRV-FILE-REC(40:8) TO WS-DL-LIB(WS-PRV-LINE).        CPYTRNC 
006290     MOVE WS-PRV-FILE-REC(60:6) TO WS-DL-SEQ(WS-PRV-LINE).        CPYTRNC 
006300 2210-EXIT.                                                       CPYTRNC 
006310     EXIT.                                                        CPYTRNC 
006320*                                                                 CPYTRNC 
006330 2250-TEST-ONE-LINE-SOURCE.                                       CPYTRNC 
006340     IF WS-DL-LIB(WS-DL-IX) NOT = SPACES                          CPYTRNC 
006350         AND WS-DL-SRC(WS-DL-IX) = WS-PENDING-BOOK                CPYTRNC 
006360         MOVE 'Y' TO WS-DECK-USES-PEND-SW                         CPYTRNC 
006370     END-IF.                                                      CPYTRNC 
006380 2250-EXIT.                                                       CPYTRNC 
006390     EXIT.                                                        CPYTRNC 
006400*                                                                 CPYTRNC 
006410*-------------------------------------------------------------    CPYTRNC 
006420*2300-FILE-ONE-DATA-LINE - UP TO THE FIRST PROCEDURE DIVISION     CPYTRNC 
006430*EVERY LEVEL-NUMBERED LINE IS A DATA ITEM (ONE ENTRY PER LINE,    CPYTRNC 
006440*AS THE MAP ARITHMETIC READS THEM), OWNED BY THE COPYBOOK THE     CPYTRNC 
006450*LINE CAME FROM.                                                  CPYTRNC 
006460*-------------------------------------------------------------    CPYTRNC 
006470 2300-FILE-ONE-DATA-LINE.                                         CPYTRNC 
006480     IF WS-DL-TEXT(WS-DL-IX) = SPACES                             CPYTRNC 
006490         GO TO 2300-EXIT.                                         CPYTRNC 
006500     MOVE 0 TO WS-TALLY.                                          CPYTRNC 
006510     INSPECT WS-DL-TEXT(WS-DL-IX) TALLYING WS-TALLY               CPYTRNC 
006520         FOR LEADING SPACE.                                       CPYTRNC 
006530     MOVE WS-DL-TEXT(WS-DL-IX)(WS-TALLY + 1:) TO WS-LINE-TEXT.    CPYTRNC 
006540     MOVE SPACES TO WS-LINE-WORDS.                                CPYTRNC 
006550     UNSTRING WS-LINE-TEXT DELIMITED BY ALL SPACE                 CPYTRNC 
006560         INTO WS-LWORD(1) WS-LWORD(2) WS-LWORD(3) WS-LWORD(4)     CPYTRNC 
006570     END-UNSTRING.                                                CPYTRNC 
006580     IF WS-LWORD(1) = 'PROCEDURE'                                 CPYTRNC 
006590         AND WS-LWORD(2)(1:8) = 'DIVISION'                        CPYTRNC 
006600         MOVE WS-DL-IX TO WS-PD-LINE                              CPYTRNC 
006610         COMPUTE WS-DATA-END = WS-DL-IX - 1                       CPYTRNC 
006620         GO TO 2300-EXIT.                                         CPYTRNC 
006630     IF WS-LWORD(1)(1:2) NOT NUMERIC                              CPYTRNC 
006640         OR WS-LWORD(1)(3:28) NOT = SPACES                        CPYTRNC 
006650         GO TO 2300-EXIT.                                         CPYTRNC 
006660     IF WS-LWORD(1)(1:2) = '66' OR WS-LWORD(1)(1:2) = '88'        CPYTRNC 
006670         OR WS-LWORD(1)(1:2) = '00'                               CPYTRNC 
006680         GO TO 2300-EXIT.                                         CPYTRNC 
006690     IF WS-DI-COUNT NOT < 3000                                    CPYTRNC 
006700         ADD 1 TO WS-DI-DROPPED                                   CPYTRNC 
006710         GO TO 2300-EXIT.                                         CPYTRNC 
006720     ADD 1 TO WS-DI-COUNT.                                        CPYTRNC 
006730     MOVE SPACES TO WS-DI-ENTRY(WS-DI-COUNT).                     CPYTRNC 
006740     MOVE WS-LWORD(1)(1:2) TO WS-DI-LEVEL(WS-DI-COUNT).           CPYTRNC 
006750     IF WS-DI-LEVEL(WS-DI-COUNT) = 77                             CPYTRNC 
006760         MOVE 1 TO WS-DI-LEVEL(WS-DI-COUNT)                       CPYTRNC 
006770     END-IF.                                                      CPYTRNC 
006780     INSPECT WS-LWORD(2) REPLACING ALL '.' BY ' '.                CPYTRNC 
006790     MOVE WS-LWORD(2) TO WS-DI-NAME(WS-DI-COUNT).                 CPYTRNC 
006800     MOVE WS-DL-IX TO WS-DI-LINE(WS-DI-COUNT).                    CPYTRNC 
006810     MOVE 0 TO WS-DI-END(WS-DI-COUNT) WS-DI-LEN(WS-DI-COUNT).     CPYTRNC 
006820     MOVE 'N' TO WS-DI-SIZED(WS-DI-COUNT).                        CPYTRNC 
006830     MOVE 'N' TO WS-DI-PEND-SW(WS-DI-COUNT).                      CPYTRNC 
006840     EVALUATE TRUE                                                CPYTRNC 
006850         WHEN NOT WS-DECK-HAS-PRV                                 CPYTRNC 
006860             MOVE 'P' TO WS-DI-OWNER-KIND(WS-DI-COUNT)            CPYTRNC 
006870             MOVE 'ORIGIN UNKNOWN' TO WS-DI-OWNER(WS-DI-COUNT)    CPYTRNC 
006880         WHEN WS-DL-LIB(WS-DL-IX) = SPACES                        CPYTRNC 
006890             MOVE 'H' TO WS-DI-OWNER-KIND(WS-DI-COUNT)            CPYTRNC 
006900             MOVE 'HAND-CODED' TO WS-DI-OWNER(WS-DI-COUNT)        CPYTRNC 
006910         WHEN OTHER                                               CPYTRNC 
006920             MOVE 'C' TO WS-DI-OWNER-KIND(WS-DI-COUNT)            CPYTRNC 
006930             MOVE WS-DL-SRC(WS-DL-IX) TO WS-DI-OWNER(WS-DI-COUNT) CPYTRNC 
006940     END-EVALUATE.                                                CPYTRNC 
006950 2300-EXIT.                                                       CPYTRNC 
006960     EXIT.                                                        CPYTRNC 
006970*                                                                 CPYTRNC 
006980 2350-SET-ITEM-EXTENTS.                                           CPYTRNC 
006990     PERFORM 2360-SET-ONE-EXTENT THRU 2360-EXIT                   CPYTRNC 
007000         VARYING WS-DI-IX FROM 1 BY 1                             CPYTRNC 
007010         UNTIL WS-DI-IX > WS-DI-COUNT.                            CPYTRNC 
007020 2350-EXIT.                                                       CPYTRNC 
007030     EXIT.                                                        CPYTRNC 
007040*                                                                 CPYTRNC 
007050 2360-SET-ONE-EXTENT.                                             CPYTRNC 
007060     MOVE WS-DATA-END TO WS-DI-END(WS-DI-IX).                     CPYTRNC 
007070     MOVE 'N' TO WS-FOUND-SW.                                     CPYTRNC 
007080     COMPUTE WS-DI-JX = WS-DI-IX + 1.                             CPYTRNC 
007090     PERFORM 2370-TRY-ONE-FOLLOWER THRU 2370-EXIT                 CPYTRNC 
007100         UNTIL WS-DI-JX > WS-DI-COUNT OR WS-FOUND.                CPYTRNC 
007110 2360-EXIT.                                                       CPYTRNC 
007120     EXIT.                                                        CPYTRNC 
007130*                                                                 CPYTRNC 
007140 2370-TRY-ONE-FOLLOWER.                                           CPYTRNC 
007150     IF WS-DI-LEVEL(WS-DI-JX) NOT > WS-DI-LEVEL(WS-DI-IX)         CPYTRNC 
007160         COMPUTE WS-DI-END(WS-DI-IX) = WS-DI-LINE(WS-DI-JX) - 1   CPYTRNC 
007170         MOVE 'Y' TO WS-FOUND-SW                                  CPYTRNC 
007180     END-IF.                                                      CPYTRNC 
007190     ADD 1 TO WS-DI-JX.                                           CPYTRNC 
007200 2370-EXIT.                                                       CPYTRNC 
007210     EXIT.                                                        CPYTRNC 
007220*                                                                 CPYTRNC 
007230*-------------------------------------------------------------    CPYTRNC 
007240*2400-SCAN-PROCEDURE - EVERY LINE AFTER PROCEDURE DIVISION,       CPYTRNC 
007250*TOKEN BY TOKEN.  A TRAILING PERIOD IS A TOKEN OF ITS OWN.        CPYTRNC 
007260*-------------------------------------------------------------    CPYTRNC 
007270 2400-SCAN-PROCEDURE.                                             CPYTRNC 
007280     MOVE '0' TO WS-SCAN-STATE.                                   CPYTRNC 
007290     MOVE 'N' TO WS-PO-SW WS-QUAL-NEXT-SW.                        CPYTRNC 
007300     MOVE 0 TO WS-PAREN-DEPTH.                                    CPYTRNC 
007310     COMPUTE WS-DL-IX = WS-PD-LINE + 1.                           CPYTRNC 
007320     PERFORM 2410-SCAN-ONE-LINE THRU 2410-EXIT                    CPYTRNC 
007330         VARYING WS-DL-IX FROM WS-DL-IX BY 1                      CPYTRNC 
007340         UNTIL WS-DL-IX > WS-DL-COUNT.                            CPYTRNC 
007350     MOVE '.' TO WS-TOK-KIND.                                     CPYTRNC 
007360     PERFORM 2500-PROCESS-TOKEN THRU 2500-EXIT.                   CPYTRNC 
007370 2400-EXIT.                                                       CPYTRNC 
007380     EXIT.                                                        CPYTRNC 
007390*                                                                 CPYTRNC 
007400 2410-SCAN-ONE-LINE.                                              CPYTRNC 
007410     IF WS-DL-TEXT(WS-DL-IX) = SPACES                             CPYTRNC 
007420         GO TO 2410-EXIT.                                         CPYTRNC 
007430     MOVE WS-DL-TEXT(WS-DL-IX) TO WS-LINE-TEXT.                   CPYTRNC 
007440     MOVE 1 TO WS-TOK-PTR.                                        CPYTRNC 
007450     PERFORM 2420-NEXT-TOKEN THRU 2420-EXIT                       CPYTRNC 
007460         UNTIL WS-TOK-PTR > 65.                                   CPYTRNC 
007470 2410-EXIT.                                                       CPYTRNC 
007480     EXIT.                                                        CPYTRNC 
007490*                                                                 CPYTRNC 
007500*-------------------------------------------------------------    CPYTRNC 
007510*2420-NEXT-TOKEN - A QUOTED LITERAL IS TAKEN WHOLE, SPACES AND    CPYTRNC 
007520*ALL.  INSIDE THE PARENTHESES OF A SUBSCRIPT OR REFERENCE         CPYTRNC 
007530*MODIFIER NOTHING IS AN OPERAND, EXCEPT IN ARITHMETIC             CPYTRNC 
007540*EXPRESSIONS WHERE PARENTHESES ONLY GROUP.                        CPYTRNC 
007550*-------------------------------------------------------------    CPYTRNC 
007560 2420-NEXT-TOKEN.                                                 CPYTRNC 
007570     PERFORM 2425-SKIP-ONE-SPACE THRU 2425-EXIT                   CPYTRNC 
007580         UNTIL WS-TOK-PTR > 65                                    CPYTRNC 
007590             OR WS-LINE-TEXT(WS-TOK-PTR:1) NOT = SPACE.           CPYTRNC 
007600     IF WS-TOK-PTR > 65                                           CPYTRNC 
007610         GO TO 2420-EXIT.                                         CPYTRNC 
007620     MOVE 'N' TO WS-TOK-PERIOD-SW WS-TOK-REFMOD-SW.               CPYTRNC 
007630     IF WS-LINE-TEXT(WS-TOK-PTR:1) = QUOTE                        CPYTRNC 
007640         OR WS-LINE-TEXT(WS-TOK-PTR:1) = ''''                     CPYTRNC 
007650         PERFORM 2430-TAKE-QUOTED-LITERAL THRU 2430-EXIT          CPYTRNC 
007660         GO TO 2420-EXIT.                                         CPYTRNC 
007670     MOVE SPACES TO WS-TOKEN.                                     CPYTRNC 
007680     UNSTRING WS-LINE-TEXT DELIMITED BY ALL SPACE                 CPYTRNC 
007690         INTO WS-TOKEN                                            CPYTRNC 
007700         WITH POINTER WS-TOK-PTR                                  CPYTRNC 
007710     END-UNSTRING.                                                CPYTRNC 
007720     MOVE 0 TO WS-TOK-LEN.                                        CPYTRNC 
007730     INSPECT WS-TOKEN TALLYING WS-TOK-LEN                         CPYTRNC 
007740         FOR CHARACTERS BEFORE SPACE.                             CPYTRNC 
007750     IF WS-TOK-LEN = 0                                            CPYTRNC 
007760         GO TO 2420-EXIT.                                         CPYTRNC 
007770*    A SEPARATOR COMMA OR SEMICOLON IS NOT PART OF THE WORD.      CPYTRNC 
007780     IF WS-TOK-LEN > 1 AND (WS-TOKEN(WS-TOK-LEN:1) = ','          CPYTRNC 
007790         OR WS-TOKEN(WS-TOK-LEN:1) = ';')                         CPYTRNC 
007800         MOVE SPACE TO WS-TOKEN(WS-TOK-LEN:1)                     CPYTRNC 
007810         SUBTRACT 1 FROM WS-TOK-LEN                               CPYTRNC 
007820     END-IF.                                                      CPYTRNC 
007830     IF WS-TOKEN(WS-TOK-LEN:1) = '.'                              CPYTRNC 
007840         MOVE 'Y' TO WS-TOK-PERIOD-SW                             CPYTRNC 
007850         MOVE SPACE TO WS-TOKEN(WS-TOK-LEN:1)                     CPYTRNC 
007860         SUBTRACT 1 FROM WS-TOK-LEN                               CPYTRNC 
007870     END-IF.                                                      CPYTRNC 
007880     IF WS-TOK-LEN > 0                                            CPYTRNC 
007890         PERFORM 2440-SORT-OUT-PARENTHESES THRU 2440-EXIT         CPYTRNC 
007900     END-IF.                                                      CPYTRNC 
007910     IF WS-TOK-PERIOD-SW = 'Y'                                    CPYTRNC 
007920         MOVE '.' TO WS-TOK-KIND                                  CPYTRNC 
007930         PERFORM 2500-PROCESS-TOKEN THRU 2500-EXIT                CPYTRNC 
007940     END-IF.                                                      CPYTRNC 
007950 2420-EXIT.                                                       CPYTRNC 
007960     EXIT.                                                        CPYTRNC 
007970*                                                                 CPYTRNC 
007980 2425-SKIP-ONE-SPACE.                                             CPYTRNC 
007990     ADD 1 TO WS-TOK-PTR.                                         CPYTRNC 
008000 2425-EXIT.                                                       CPYTRNC 
008010     EXIT.                                                        CPYTRNC 
008020*                                                                 CPYTRNC 
008030*-------------------------------------------------------------    CPYTRNC 
008040*2430-TAKE-QUOTED-LITERAL - A DOUBLED DELIMITER INSIDE IS ONE     CPYTRNC 
008050*CHARACTER.  A LITERAL CONTINUED ONTO THE NEXT LINE CANNOT BE     CPYTRNC 
008060*MEASURED HERE AND IS LEFT UNSIZED.                               CPYTRNC 
008070*-------------------------------------------------------------    CPYTRNC 
008080 2430-TAKE-QUOTED-LITERAL.                                        CPYTRNC 
008090     MOVE WS-TOK-PTR TO WS-TOK-START.                             CPYTRNC 
008100     MOVE WS-LINE-TEXT(WS-TOK-PTR:1) TO WS-QUOTE-CHAR.            CPYTRNC 
008110     MOVE 0 TO WS-LIT-LEN.                                        CPYTRNC 
008120     MOVE 'N' TO WS-LIT-END-SW.                                   CPYTRNC 
008130     COMPUTE WS-CHAR-IX = WS-TOK-PTR + 1.                         CPYTRNC 
008140     PERFORM 2435-SCAN-ONE-LITERAL-CHAR THRU 2435-EXIT            CPYTRNC 
008150         UNTIL WS-CHAR-IX > 65 OR WS-LIT-END-SW = 'Y'.            CPYTRNC 
008160     MOVE SPACES TO WS-WORD.                                      CPYTRNC 
008170     IF WS-CHAR-IX - WS-TOK-START > 30                            CPYTRNC 
008180         MOVE WS-LINE-TEXT(WS-TOK-START:27) TO WS-WORD            CPYTRNC 
008190         MOVE '...' TO WS-WORD(28:3)                              CPYTRNC 
008200     ELSE                                                         CPYTRNC 
008210         MOVE WS-LINE-TEXT(WS-TOK-START:                          CPYTRNC 
008220             WS-CHAR-IX - WS-TOK-START) TO WS-WORD                CPYTRNC 
008230     END-IF.                                                      CPYTRNC 
008240     MOVE WS-CHAR-IX TO WS-TOK-PTR.                               CPYTRNC 
008250     MOVE 'Q' TO WS-TOK-KIND.                                     CPYTRNC 
008260     IF WS-LIT-END-SW = 'N'                                       CPYTRNC 
008270         MOVE 0 TO WS-LIT-LEN                                     CPYTRNC 
008280     END-IF.                                                      CPYTRNC 
008290     PERFORM 2500-PROCESS-TOKEN THRU 2500-EXIT.                   CPYTRNC 
008300     IF WS-TOK-PTR < 66                                           CPYTRNC 
008310         AND WS-LINE-TEXT(WS-TOK-PTR:1) = '.'                     CPYTRNC 
008320         AND WS-LINE-TEXT(WS-TOK-PTR + 1:1) = SPACE               CPYTRNC 
008330         ADD 1 TO WS-TOK-PTR                                      CPYTRNC 
008340         MOVE '.' TO WS-TOK-KIND                                  CPYTRNC 
008350         PERFORM 2500-PROCESS-TOKEN THRU 2500-EXIT                CPYTRNC 
008360     END-IF.                                                      CPYTRNC 
008370 2430-EXIT.                                                       CPYTRNC 
008380     EXIT.                                                        CPYTRNC 
008390*                                                                 CPYTRNC 
008400 2435-SCAN-ONE-LITERAL-CHAR.                                      CPYTRNC 
008410     IF WS-LINE-TEXT(WS-CHAR-IX:1) NOT = WS-QUOTE-CHAR            CPYTRNC 
008420         ADD 1 TO WS-LIT-LEN WS-CHAR-IX                           CPYTRNC 
008430         GO TO 2435-EXIT.                                         CPYTRNC 
008440     IF WS-LINE-TEXT(WS-CHAR-IX + 1:1) = WS-QUOTE-CHAR            CPYTRNC 
008450         ADD 1 TO WS-LIT-LEN                                      CPYTRNC 
008460         ADD 2 TO WS-CHAR-IX                                      CPYTRNC 
008470         GO TO 2435-EXIT.                                         CPYTRNC 
008480     MOVE 'Y' TO WS-LIT-END-SW.                                   CPYTRNC 
008490     ADD 1 TO WS-CHAR-IX.                                         CPYTRNC 
008500 2435-EXIT.                                                       CPYTRNC 
008510     EXIT.                                                        CPYTRNC 
008520*                                                                 CPYTRNC 
008530*-------------------------------------------------------------    CPYTRNC 
008540*2440-SORT-OUT-PARENTHESES - A COLON IN PARENTHESES AFTER A       CPYTRNC 
008550*DATA NAME IS A REFERENCE MODIFIER, WHICH LEAVES THE ITEM         CPYTRNC 
008560*UNSIZED.                                                         CPYTRNC 
008570*-------------------------------------------------------------    CPYTRNC 
008580 2440-SORT-OUT-PARENTHESES.                                       CPYTRNC 
008590     MOVE 0 TO WS-OPEN-CT WS-CLOSE-CT WS-COLON-CT.                CPYTRNC 
008600     INSPECT WS-TOKEN TALLYING WS-OPEN-CT FOR ALL '('             CPYTRNC 
008610         WS-CLOSE-CT FOR ALL ')' WS-COLON-CT FOR ALL ':'.         CPYTRNC 
008620     IF WS-SCAN-STATE = 'G' OR WS-SCAN-STATE = 'X'                CPYTRNC 
008630         MOVE 0 TO WS-PAREN-DEPTH                                 CPYTRNC 
008640         INSPECT WS-TOKEN REPLACING ALL '(' BY ' '                CPYTRNC 
008650             ALL ')' BY ' '                                       CPYTRNC 
008660         MOVE 0 TO WS-TALLY                                       CPYTRNC 
008670         INSPECT WS-TOKEN TALLYING WS-TALLY FOR LEADING SPACE     CPYTRNC 
008680         IF WS-TALLY > 39                                         CPYTRNC 
008690             GO TO 2440-EXIT                                      CPYTRNC 
008700         END-IF                                                   CPYTRNC 
008710         MOVE SPACES TO WS-WORD                                   CPYTRNC 
008720         UNSTRING WS-TOKEN(WS-TALLY + 1:) DELIMITED BY SPACE      CPYTRNC 
008730             INTO WS-WORD                                         CPYTRNC 
008740         END-UNSTRING                                             CPYTRNC 
008750         PERFORM 2450-CLASSIFY-WORD THRU 2450-EXIT                CPYTRNC 
008760         GO TO 2440-EXIT.                                         CPYTRNC 
008770     IF WS-PAREN-DEPTH > 0 OR WS-TOKEN(1:1) = '('                 CPYTRNC 
008780         IF WS-COLON-CT > 0 AND WS-PO-SW = 'Y'                    CPYTRNC 
008790             MOVE 'Y' TO WS-PO-REFMOD-SW                          CPYTRNC 
008800         END-IF                                                   CPYTRNC 
008810         COMPUTE WS-PAREN-DEPTH =                                 CPYTRNC 
008820             WS-PAREN-DEPTH + WS-OPEN-CT - WS-CLOSE-CT            CPYTRNC 
008830         IF WS-PAREN-DEPTH < 0                                    CPYTRNC 
008840             MOVE 0 TO WS-PAREN-DEPTH                             CPYTRNC 
008850         END-IF                                                   CPYTRNC 
008860         GO TO 2440-EXIT.                                         CPYTRNC 
008870     MOVE SPACES TO WS-WORD.                                      CPYTRNC 
008880     UNSTRING WS-TOKEN DELIMITED BY '('                           CPYTRNC 
008890         INTO WS-WORD                                             CPYTRNC 
008900     END-UNSTRING.                                                CPYTRNC 
008910     IF WS-OPEN-CT > 0                                            CPYTRNC 
008920         IF WS-COLON-CT > 0                                       CPYTRNC 
008930             MOVE 'Y' TO WS-TOK-REFMOD-SW                         CPYTRNC 
008940         END-IF                                                   CPYTRNC 
008950         COMPUTE WS-PAREN-DEPTH =                                 CPYTRNC 
008960             WS-PAREN-DEPTH + WS-OPEN-CT - WS-CLOSE-CT            CPYTRNC 
008970         IF WS-PAREN-DEPTH < 0                                    CPYTRNC 
008980             MOVE 0 TO WS-PAREN-DEPTH                             CPYTRNC 
008990         END-IF                                                   CPYTRNC 
009000     END-IF.                                                      CPYTRNC 
009010     PERFORM 2450-CLASSIFY-WORD THRU 2450-EXIT.                   CPYTRNC 
009020 2440-EXIT.                                                       CPYTRNC 
009030     EXIT.                                                        CPYTRNC 
009040*                                                                 CPYTRNC 
009050*-------------------------------------------------------------    CPYTRNC 
009060*2450-CLASSIFY-WORD - A NUMERIC LITERAL IS MEASURED: DIGITS       CPYTRNC 
009070*EACH SIDE OF THE POINT, SIGNED WHEN IT IS NEGATIVE.              CPYTRNC 
009080*-------------------------------------------------------------    CPYTRNC 
009090 2450-CLASSIFY-WORD.                                              CPYTRNC 
009100     IF WS-WORD = SPACES                                          CPYTRNC 
009110         GO TO 2450-EXIT.                                         CPYTRNC 
009120     MOVE 'W' TO WS-TOK-KIND.                                     CPYTRNC 
009130     IF WS-WORD(1:1) NUMERIC                                      CPYTRNC 
009140         OR ((WS-WORD(1:1) = '+' OR WS-WORD(1:1) = '-'            CPYTRNC 
009150             OR WS-WORD(1:1) = '.')                               CPYTRNC 
009160             AND (WS-WORD(2:1) NUMERIC OR WS-WORD(2:1) = '.'))    CPYTRNC 
009170         MOVE 'N' TO WS-TOK-KIND                                  CPYTRNC 
009180         MOVE 0 TO WS-LIT-INT WS-LIT-SCALE                        CPYTRNC 
009190         MOVE 'N' TO WS-LIT-POINT-SW                              CPYTRNC 
009200         PERFORM 2455-MEASURE-ONE-DIGIT THRU 2455-EXIT            CPYTRNC 
009210             VARYING WS-CHAR-IX FROM 1 BY 1                       CPYTRNC 
009220             UNTIL WS-CHAR-IX > 40                                CPYTRNC 
009230                 OR WS-WORD(WS-CHAR-IX:1) = SPACE                 CPYTRNC 
009240     END-IF.                                                      CPYTRNC 
009250     PERFORM 2500-PROCESS-TOKEN THRU 2500-EXIT.                   CPYTRNC 
009260 2450-EXIT.                                                       CPYTRNC 
009270     EXIT.                                                        CPYTRNC 
009280*                                                                 CPYTRNC 
009290 2455-MEASURE-ONE-DIGIT.                                          CPYTRNC 
009300     IF WS-WORD(WS-CHAR-IX:1) = '.'                               CPYTRNC 
009310         MOVE 'Y' TO WS-LIT-POINT-SW                              CPYTRNC 
009320         GO TO 2455-EXIT.                                         CPYTRNC 
009330     IF WS-WORD(WS-CHAR-IX:1) NOT NUMERIC                         CPYTRNC 
009340         GO TO 2455-EXIT.                                         CPYTRNC 
009350     IF WS-LIT-POINT-SW = 'Y'                                     CPYTRNC 
009360         ADD 1 TO WS-LIT-SCALE                                    CPYTRNC 
009370     ELSE                                                         CPYTRNC 
009380         ADD 1 TO WS-LIT-INT                                      CPYTRNC 
009390     END-IF.                                                      CPYTRNC 
009400 2455-EXIT.                                                       CPYTRNC 
009410     EXIT.                                                        CPYTRNC 
009420*                                                                 CPYTRNC 
009430*-------------------------------------------------------------    CPYTRNC 
009440*2500-PROCESS-TOKEN - A HELD DATA NAME TAKES ITS QUALIFIER OR     CPYTRNC 
009450*IS SETTLED FIRST; THEN THE TOKEN IS READ IN THE LIGHT OF THE     CPYTRNC 
009460*STATEMENT IN HAND.                                               CPYTRNC 
009470*-------------------------------------------------------------    CPYTRNC 
009480 2500-PROCESS-TOKEN.                                              CPYTRNC 
009490     IF WS-TOK-KIND = '.'                                         CPYTRNC 
009500         PERFORM 2690-END-SENTENCE THRU 2690-EXIT                 CPYTRNC 
009510         GO TO 2500-EXIT.                                         CPYTRNC 
009520     IF WS-QUAL-NEXT-SW = 'Y'                                     CPYTRNC 
009530         MOVE 'N' TO WS-QUAL-NEXT-SW                              CPYTRNC 
009540         IF WS-PO-QUAL = SPACES                                   CPYTRNC 
009550             MOVE WS-WORD TO WS-PO-QUAL                           CPYTRNC 
009560         END-IF                                                   CPYTRNC 
009570         GO TO 2500-EXIT.                                         CPYTRNC 
009580     IF WS-PO-SW = 'Y' AND WS-TOK-KIND = 'W'                      CPYTRNC 
009590         AND (WS-WORD = 'OF' OR WS-WORD = 'IN')                   CPYTRNC 
009600         MOVE 'Y' TO WS-QUAL-NEXT-SW                              CPYTRNC 
009610         GO TO 2500-EXIT.                                         CPYTRNC 
009620     IF WS-PO-SW = 'Y'                                            CPYTRNC 
009630         PERFORM 2700-SETTLE-OPERAND THRU 2700-EXIT               CPYTRNC 
009640     END-IF.                                                      CPYTRNC 
009650     EVALUATE WS-SCAN-STATE                                       CPYTRNC 
009660         WHEN 'M'                                                 CPYTRNC 
009670             PERFORM 2510-SENDING-OPERAND THRU 2510-EXIT          CPYTRNC 
009680         WHEN 'T'                                                 CPYTRNC 
009690             IF WS-TOK-KIND = 'W' AND WS-WORD = 'TO'              CPYTRNC 
009700                 MOVE 'R' TO WS-SCAN-STATE                        CPYTRNC 
009710             END-IF                                               CPYTRNC 
009720         WHEN 'R'                                                 CPYTRNC 
009730         WHEN 'V'                                                 CPYTRNC 
009740             PERFORM 2520-RECEIVING-OPERAND THRU 2520-EXIT        CPYTRNC 
009750         WHEN 'K'                                                 CPYTRNC 
009760             IF WS-TOK-KIND = 'W'                                 CPYTRNC 
009770                 AND (WS-WORD = '=' OR WS-WORD = 'EQUAL')         CPYTRNC 
009780                 MOVE 'X' TO WS-SCAN-STATE                        CPYTRNC 
009790             ELSE                                                 CPYTRNC 
009800                 PERFORM 2520-RECEIVING-OPERAND THRU 2520-EXIT    CPYTRNC 
009810             END-IF                                               CPYTRNC 
009820         WHEN 'G'                                                 CPYTRNC 
009830             IF WS-TOK-KIND = 'W' AND WS-WORD = 'GIVING'          CPYTRNC 
009840                 MOVE 'V' TO WS-SCAN-STATE                        CPYTRNC 
009850             ELSE                                                 CPYTRNC 
009860                 PERFORM 2530-ARITHMETIC-OPERAND THRU 2530-EXIT   CPYTRNC 
009870             END-IF                                               CPYTRNC 
009880         WHEN 'X'                                                 CPYTRNC 
009890             PERFORM 2530-ARITHMETIC-OPERAND THRU 2530-EXIT       CPYTRNC 
009900         WHEN OTHER                                               CPYTRNC 
009910             PERFORM 2600-LOOK-FOR-START THRU 2600-EXIT           CPYTRNC 
009920     END-EVALUATE.                                                CPYTRNC 
009930 2500-EXIT.                                                       CPYTRNC 
009940     EXIT.                                                        CPYTRNC 
009950*                                                                 CPYTRNC 
009960*-------------------------------------------------------------    CPYTRNC 
009970*2510-SENDING-OPERAND - THE ITEM OR LITERAL AFTER MOVE.           CPYTRNC 
009980*CORRESPONDING MOVES PAIR BY NAME AND ARE NOT ANALYZED.           CPYTRNC 
009990*-------------------------------------------------------------    CPYTRNC 
010000 2510-SENDING-OPERAND.                                            CPYTRNC 
010010     MOVE 'T' TO WS-SCAN-STATE.                                   CPYTRNC 
010020     MOVE SPACES TO WS-OPD(1).                                    CPYTRNC 
010030     MOVE 0 TO WS-OPD-LEN(1) WS-OPD-INT(1) WS-OPD-SCALE(1).       CPYTRNC 
010040     MOVE 'F' TO WS-OPD-KIND(1).                                  CPYTRNC 
010050     MOVE WS-WORD TO WS-OPD-NAME(1).                              CPYTRNC 
010060     EVALUATE TRUE                                                CPYTRNC 
010070         WHEN WS-TOK-KIND = 'Q'                                   CPYTRNC 
010080             PERFORM 2515-DESCRIBE-QUOTED THRU 2515-EXIT          CPYTRNC 
010090         WHEN WS-TOK-KIND = 'N'                                   CPYTRNC 
010100             PERFORM 2516-DESCRIBE-NUMERIC THRU 2516-EXIT         CPYTRNC 
010110         WHEN WS-WORD = 'CORRESPONDING' OR WS-WORD = 'CORR'       CPYTRNC 
010120             MOVE '0' TO WS-SCAN-STATE                            CPYTRNC 
010130         WHEN OTHER                                               CPYTRNC 
010140             PERFORM 2630-HOLD-DATA-NAME THRU 2630-EXIT           CPYTRNC 
010150             IF WS-PO-SW = 'Y'                                    CPYTRNC 
010160                 MOVE 'M' TO WS-SCAN-STATE                        CPYTRNC 
010170             ELSE                                                 CPYTRNC 
010180                 PERFORM 2517-DESCRIBE-OTHER THRU 2517-EXIT       CPYTRNC 
010190             END-IF                                               CPYTRNC 
010200     END-EVALUATE.                                                CPYTRNC 
010210 2510-EXIT.                                                       CPYTRNC 
010220     EXIT.                                                        CPYTRNC 
010230*                                                                 CPYTRNC 
010240 2515-DESCRIBE-QUOTED.                                            CPYTRNC 
010250     MOVE 'A' TO WS-OPD-KIND(1).                                  CPYTRNC 
010260     MOVE 'A' TO WS-OPD-CLASS(1).                                 CPYTRNC 
010270     MOVE 'LITERAL' TO WS-OPD-OWNER(1).                           CPYTRNC 
010280     MOVE WS-LIT-LEN TO WS-OPD-LEN(1).                            CPYTRNC 
010290     IF WS-LIT-LEN = 0                                            CPYTRNC 
010300         MOVE 'S' TO WS-OPD-KIND(1)                               CPYTRNC 
010310     END-IF.                                                      CPYTRNC 
010320 2515-EXIT.                                                       CPYTRNC 
010330     EXIT.                                                        CPYTRNC 
010340*                                                                 CPYTRNC 
010350 2516-DESCRIBE-NUMERIC.                                           CPYTRNC 
010360     MOVE 'N' TO WS-OPD-KIND(1).                                  CPYTRNC 
010370     MOVE 'N' TO WS-OPD-CLASS(1).                                 CPYTRNC 
010380     MOVE 'LITERAL' TO WS-OPD-OWNER(1).                           CPYTRNC 
010390     MOVE WS-LIT-INT TO WS-OPD-INT(1).                            CPYTRNC 
010400     MOVE WS-LIT-SCALE TO WS-OPD-SCALE(1).                        CPYTRNC 
010410     COMPUTE WS-OPD-LEN(1) = WS-LIT-INT + WS-LIT-SCALE.           CPYTRNC 
010420     MOVE 'N' TO WS-OPD-SIGNED(1).                                CPYTRNC 
010430     IF WS-WORD(1:1) = '-'                                        CPYTRNC 
010440         MOVE 'Y' TO WS-OPD-SIGNED(1)                             CPYTRNC 
010450     END-IF.                                                      CPYTRNC 
010460 2516-EXIT.                                                       CPYTRNC 
010470     EXIT.                                                        CPYTRNC 
010480*                                                                 CPYTRNC 
010490*    FIGURATIVE CONSTANTS AND ALL LITERALS FILL ANY RECEIVER;     CPYTRNC 
010500*    FUNCTIONS, SPECIAL REGISTERS AND UNKNOWN NAMES ARE UNSIZED.  CPYTRNC 
010510 2517-DESCRIBE-OTHER.                                             CPYTRNC 
010520     IF WS-WORD = 'SPACE' OR WS-WORD = 'SPACES'                   CPYTRNC 
010530         OR WS-WORD = 'ZERO' OR WS-WORD = 'ZEROS'                 CPYTRNC 
010540         OR WS-WORD = 'ZEROES' OR WS-WORD = 'LOW-VALUE'           CPYTRNC 
010550         OR WS-WORD = 'LOW-VALUES' OR WS-WORD = 'HIGH-VALUE'      CPYTRNC 
010560         OR WS-WORD = 'HIGH-VALUES' OR WS-WORD = 'QUOTE'          CPYTRNC 
010570         OR WS-WORD = 'QUOTES' OR WS-WORD = 'NULL'                CPYTRNC 
010580         OR WS-WORD = 'NULLS' OR WS-WORD = 'ALL'                  CPYTRNC 
010590         MOVE 'F' TO WS-OPD-KIND(1)                               CPYTRNC 
010600     ELSE                                                         CPYTRNC 
010610         MOVE 'S' TO WS-OPD-KIND(1)                               CPYTRNC 
010620     END-IF.                                                      CPYTRNC 
010630 2517-EXIT.                                                       CPYTRNC 
010640     EXIT.                                                        CPYTRNC 
010650*                                                                 CPYTRNC 
010660*-------------------------------------------------------------    CPYTRNC 
010670*2520-RECEIVING-OPERAND - A DATA NAME IS THE NEXT RECEIVER;       CPYTRNC 
010680*ROUNDED IS PASSED OVER; ANYTHING ELSE ENDS THE LIST (A           CPYTRNC 
010690*REMAINDER ITEM IS NOT A QUOTIENT AND IS NOT CHECKED).            CPYTRNC 
010700*-------------------------------------------------------------    CPYTRNC 
010710 2520-RECEIVING-OPERAND.                                          CPYTRNC 
010720     IF WS-TOK-KIND = 'W' AND WS-WORD = 'ROUNDED'                 CPYTRNC 
010730         GO TO 2520-EXIT.                                         CPYTRNC 
010740     IF WS-TOK-KIND = 'W'                                         CPYTRNC 
010750         PERFORM 2630-HOLD-DATA-NAME THRU 2630-EXIT               CPYTRNC 
010760         IF WS-PO-SW = 'Y'                                        CPYTRNC 
010770             GO TO 2520-EXIT                                      CPYTRNC 
010780         END-IF                                                   CPYTRNC 
010790     END-IF.                                                      CPYTRNC 
010800     IF WS-SCAN-STATE = 'K'                                       CPYTRNC 
010810         PERFORM 2800-CHECK-COMPUTE-RECEIVERS THRU 2800-EXIT      CPYTRNC 
010820     END-IF.                                                      CPYTRNC 
010830     MOVE '0' TO WS-SCAN-STATE.                                   CPYTRNC 
010840     PERFORM 2600-LOOK-FOR-START THRU 2600-EXIT.                  CPYTRNC 
010850 2520-EXIT.                                                       CPYTRNC 
010860     EXIT.                                                        CPYTRNC 
010870*                                                                 CPYTRNC 
010880*-------------------------------------------------------------    CPYTRNC 
010890*2530-ARITHMETIC-OPERAND - DATA ITEMS AND NUMERIC LITERALS        CPYTRNC 
010900*WIDEN THE RESULT; OPERATORS AND PHRASE WORDS ARE PASSED OVER;    CPYTRNC 
010910*ANY OTHER WORD ENDS THE STATEMENT.                               CPYTRNC 
010920*-------------------------------------------------------------    CPYTRNC 
010930 2530-ARITHMETIC-OPERAND.                                         CPYTRNC 
010940     IF WS-TOK-KIND = 'N'                                         CPYTRNC 
010950         MOVE SPACES TO WS-OPD(4)                                 CPYTRNC 
010960         MOVE 'N' TO WS-OPD-KIND(4) WS-OPD-CLASS(4)               CPYTRNC 
010970         MOVE WS-WORD TO WS-OPD-NAME(4)                           CPYTRNC 
010980         MOVE 'LITERAL' TO WS-OPD-OWNER(4)                        CPYTRNC 
010990         MOVE WS-LIT-INT TO WS-OPD-INT(4)                         CPYTRNC 
011000         MOVE WS-LIT-SCALE TO WS-OPD-SCALE(4)                     CPYTRNC 
011010         COMPUTE WS-OPD-LEN(4) = WS-LIT-INT + WS-LIT-SCALE        CPYTRNC 
011020         MOVE 'N' TO WS-OPD-SIGNED(4)                             CPYTRNC 
011030         IF WS-WORD(1:1) = '-'                                    CPYTRNC 
011040             MOVE 'Y' TO WS-OPD-SIGNED(4)                         CPYTRNC 
011050         END-IF                                                   CPYTRNC 
011060         PERFORM 2750-WIDEN-RESULT THRU 2750-EXIT                 CPYTRNC 
011070         GO TO 2530-EXIT.                                         CPYTRNC 
011080     IF WS-TOK-KIND = 'Q'                                         CPYTRNC 
011090         GO TO 2530-EXIT.                                         CPYTRNC 
011100     IF WS-WORD = '+' OR WS-WORD = '-' OR WS-WORD = '*'           CPYTRNC 
011110         OR WS-WORD = '/' OR WS-WORD = '**'                       CPYTRNC 
011120         OR WS-WORD = 'TO' OR WS-WORD = 'FROM'                    CPYTRNC 
011130         OR WS-WORD = 'BY' OR WS-WORD = 'INTO'                    CPYTRNC 
011140         OR WS-WORD = 'ZERO' OR WS-WORD = 'ZEROS'                 CPYTRNC 
011150         OR WS-WORD = 'ZEROES'                                    CPYTRNC 
011160         GO TO 2530-EXIT.                                         CPYTRNC 
011170     PERFORM 2630-HOLD-DATA-NAME THRU 2630-EXIT.                  CPYTRNC 
011180     IF WS-PO-SW = 'Y'                                            CPYTRNC 
011190         GO TO 2530-EXIT.                                         CPYTRNC 
011200     IF WS-SCAN-STATE = 'X'                                       CPYTRNC 
011210         PERFORM 2800-CHECK-COMPUTE-RECEIVERS THRU 2800-EXIT      CPYTRNC 
011220     END-IF.                                                      CPYTRNC 
011230     MOVE '0' TO WS-SCAN-STATE.                                   CPYTRNC 
011240     PERFORM 2600-LOOK-FOR-START THRU 2600-EXIT.                  CPYTRNC 
011250 2530-EXIT.                                                       CPYTRNC 
011260     EXIT.                                                        CPYTRNC 
011270*                                                                 CPYTRNC 
011280*-------------------------------------------------------------    CPYTRNC 
011290*2560-COUNT-EDITED-DIGITS - INTEGER AND DECIMAL DIGIT             CPYTRNC 
011300*POSITIONS OF A NUMERIC-EDITED PICTURE (9, Z, * AND ALL BUT THE   CPYTRNC 
011310*FIRST OF A FLOATING + - OR $), AND WHETHER IT SHOWS A SIGN.      CPYTRNC 
011320*-------------------------------------------------------------    CPYTRNC 
011330 2560-COUNT-EDITED-DIGITS.                                        CPYTRNC 
011340     MOVE 0 TO WS-EP-INT WS-EP-SCALE.                             CPYTRNC 
011350     MOVE 'N' TO WS-EP-PAREN-SW WS-EP-POINT-SW WS-EP-SIGN-SW      CPYTRNC 
011360         WS-EP-CURR-SW.                                           CPYTRNC 
011370     MOVE SPACE TO WS-EP-LAST.                                    CPYTRNC 
011380     PERFORM 2565-SCAN-ONE-EDIT-CHAR THRU 2565-EXIT               CPYTRNC 
011390         VARYING WS-EP-IX FROM 1 BY 1                             CPYTRNC 
011400         UNTIL WS-EP-IX > 14.                                     CPYTRNC 
011410 2560-EXIT.                                                       CPYTRNC 
011420     EXIT.                                                        CPYTRNC 
011430*                                                                 CPYTRNC 
011440 2565-SCAN-ONE-EDIT-CHAR.                                         CPYTRNC 
011450     MOVE WS-EP-PIC(WS-EP-IX:1) TO WS-EP-CHAR.                    CPYTRNC 
011460     IF WS-EP-PAREN-SW = 'Y'                                      CPYTRNC 
011470         IF WS-EP-CHAR = ')'                                      CPYTRNC 
011480             MOVE 'N' TO WS-EP-PAREN-SW                           CPYTRNC 
011490             IF WS-EP-REP > 1                                     CPYTRNC 
011500                 COMPUTE WS-EP-N = WS-EP-REP - 1                  CPYTRNC 
011510                 MOVE WS-EP-LAST TO WS-EP-CHAR                    CPYTRNC 
011520                 PERFORM 2570-COUNT-EDIT-SYMBOL THRU 2570-EXIT    CPYTRNC 
011530             END-IF                                               CPYTRNC 
011540         ELSE                                                     CPYTRNC 
011550             IF WS-EP-CHAR NUMERIC                                CPYTRNC 
011560                 MOVE WS-EP-CHAR TO WS-EP-DIGIT                   CPYTRNC 
011570                 COMPUTE WS-EP-REP = WS-EP-REP * 10 + WS-EP-DIGIT CPYTRNC 
011580             END-IF                                               CPYTRNC 
011590         END-IF                                                   CPYTRNC 
011600         GO TO 2565-EXIT.                                         CPYTRNC 
011610     IF WS-EP-CHAR = '('                                          CPYTRNC 
011620         MOVE 'Y' TO WS-EP-PAREN-SW                               CPYTRNC 
011630         MOVE 0 TO WS-EP-REP                                      CPYTRNC 
011640         GO TO 2565-EXIT.                                         CPYTRNC 
011650     IF WS-EP-CHAR = '.' OR WS-EP-CHAR = 'V'                      CPYTRNC 
011660         MOVE 'Y' TO WS-EP-POINT-SW                               CPYTRNC 
011670         GO TO 2565-EXIT.                                         CPYTRNC 
011680     IF WS-EP-CHAR = 'C' OR WS-EP-CHAR = 'D'                      CPYTRNC 
011690         MOVE 'Y' TO WS-EP-SIGN-SW                                CPYTRNC 
011700         GO TO 2565-EXIT.                                         CPYTRNC 
011710     MOVE WS-EP-CHAR TO WS-EP-LAST.                               CPYTRNC 
011720     MOVE 1 TO WS-EP-N.                                           CPYTRNC 
011730     PERFORM 2570-COUNT-EDIT-SYMBOL THRU 2570-EXIT.               CPYTRNC 
011740 2565-EXIT.                                                       CPYTRNC 
011750     EXIT.                                                        CPYTRNC 
011760*                                                                 CPYTRNC 
011770 2570-COUNT-EDIT-SYMBOL.                                          CPYTRNC 
011780     EVALUATE WS-EP-CHAR                                          CPYTRNC 
011790         WHEN '+'                                                 CPYTRNC 
011800         WHEN '-'                                                 CPYTRNC 
011810             IF WS-EP-SIGN-SW = 'N'                               CPYTRNC 
011820                 MOVE 'Y' TO WS-EP-SIGN-SW                        CPYTRNC 
011830                 SUBTRACT 1 FROM WS-EP-N                          CPYTRNC 
011840             END-IF                                               CPYTRNC 
011850         WHEN '$'                                                 CPYTRNC 
011860             IF WS-EP-CURR-SW = 'N'                               CPYTRNC 
011870                 MOVE 'Y' TO WS-EP-CURR-SW                        CPYTRNC 
011880                 SUBTRACT 1 FROM WS-EP-N                          CPYTRNC 
011890             END-IF                                               CPYTRNC 
011900         WHEN '9'                                                 CPYTRNC 
011910         WHEN 'Z'                                                 CPYTRNC 
011920         WHEN '*'                                                 CPYTRNC 
011930             CONTINUE                                             CPYTRNC 
011940         WHEN OTHER                                               CPYTRNC 
011950             MOVE 0 TO WS-EP-N                                    CPYTRNC 
011960     END-EVALUATE.                                                CPYTRNC 
011970     IF WS-EP-POINT-SW = 'Y'                                      CPYTRNC 
011980         ADD WS-EP-N TO WS-EP-SCALE                               CPYTRNC 
011990     ELSE                                                         CPYTRNC 
012000         ADD WS-EP-N TO WS-EP-INT                                 CPYTRNC 
012010     END-IF.                                                      CPYTRNC 
012020 2570-EXIT.                                                       CPYTRNC 
012030     EXIT.                                                        CPYTRNC 
012040*                                                                 CPYTRNC 
012050*-------------------------------------------------------------    CPYTRNC 
012060*2600-LOOK-FOR-START - THE VERBS WHOSE RECEIVERS ARE CHECKED.     CPYTRNC 
012070*-------------------------------------------------------------    CPYTRNC 
012080 2600-LOOK-FOR-START.                                             CPYTRNC 
012090     IF WS-TOK-KIND NOT = 'W'                                     CPYTRNC 
012100         GO TO 2600-EXIT.                                         CPYTRNC 
012110     EVALUATE WS-WORD                                             CPYTRNC 
012120         WHEN 'MOVE'                                              CPYTRNC 
012130             MOVE 'M' TO WS-SCAN-STATE                            CPYTRNC 
012140         WHEN 'ADD'                                               CPYTRNC 
012150         WHEN 'SUBTRACT'                                          CPYTRNC 
012160         WHEN 'MULTIPLY'                                          CPYTRNC 
012170         WHEN 'DIVIDE'                                            CPYTRNC 
012180             MOVE 'G' TO WS-SCAN-STATE                            CPYTRNC 
012190         WHEN 'COMPUTE'                                           CPYTRNC 
012200             MOVE 'K' TO WS-SCAN-STATE                            CPYTRNC 
012210         WHEN OTHER                                               CPYTRNC 
012220             GO TO 2600-EXIT                                      CPYTRNC 
012230     END-EVALUATE.                                                CPYTRNC 
012240     MOVE WS-DL-IX TO WS-STMT-LINE.                               CPYTRNC 
012250     MOVE WS-WORD TO WS-STMT-VERB.                                CPYTRNC 
012260     MOVE 0 TO WS-KR-COUNT WS-PAREN-DEPTH.                        CPYTRNC 
012270     PERFORM 2610-CLEAR-ONE-OPERAND THRU 2610-EXIT                CPYTRNC 
012280         VARYING WS-OPD-IX FROM 1 BY 1                            CPYTRNC 
012290         UNTIL WS-OPD-IX > 5.                                     CPYTRNC 
012300 2600-EXIT.                                                       CPYTRNC 
012310     EXIT.                                                        CPYTRNC 
012320*                                                                 CPYTRNC 
012330 2610-CLEAR-ONE-OPERAND.                                          CPYTRNC 
012340     MOVE SPACES TO WS-OPD(WS-OPD-IX).                            CPYTRNC 
012350     MOVE 'F' TO WS-OPD-KIND(WS-OPD-IX).                          CPYTRNC 
012360     MOVE 'N' TO WS-OPD-SIGNED(WS-OPD-IX).                        CPYTRNC 
012370     MOVE 0 TO WS-OPD-LEN(WS-OPD-IX) WS-OPD-INT(WS-OPD-IX)        CPYTRNC 
012380         WS-OPD-SCALE(WS-OPD-IX).                                 CPYTRNC 
012390 2610-EXIT.                                                       CPYTRNC 
012400     EXIT.                                                        CPYTRNC 
012410*                                                                 CPYTRNC 
012420*-------------------------------------------------------------    CPYTRNC 
012430*2630-HOLD-DATA-NAME - WS-PO-SW COMES BACK 'Y' WHEN THE WORD      CPYTRNC 
012440*IS A DATA ITEM OF THE DECK.                                      CPYTRNC 
012450*-------------------------------------------------------------    CPYTRNC 
012460 2630-HOLD-DATA-NAME.                                             CPYTRNC 
012470     MOVE 'N' TO WS-PO-SW.                                        CPYTRNC 
012480     IF WS-TOK-KIND NOT = 'W'                                     CPYTRNC 
012490         GO TO 2630-EXIT.                                         CPYTRNC 
012500     MOVE WS-WORD TO WS-PO-NAME.                                  CPYTRNC 
012510     MOVE SPACES TO WS-PO-QUAL.                                   CPYTRNC 
012520     PERFORM 2650-RESOLVE-NAME THRU 2650-EXIT.                    CPYTRNC 
012530     IF WS-FOUND                                                  CPYTRNC 
012540         MOVE 'Y' TO WS-PO-SW                                     CPYTRNC 
012550         MOVE WS-TOK-REFMOD-SW TO WS-PO-REFMOD-SW                 CPYTRNC 
012560     END-IF.                                                      CPYTRNC 
012570 2630-EXIT.                                                       CPYTRNC 
012580     EXIT.                                                        CPYTRNC 
012590*                                                                 CPYTRNC 
012600*-------------------------------------------------------------    CPYTRNC 
012610*2650-RESOLVE-NAME - THE FIRST ITEM CALLED WS-PO-NAME THAT        CPYTRNC 
012620*SITS UNDER AN ITEM CALLED WS-PO-QUAL WHEN ONE IS GIVEN.          CPYTRNC 
012630*-------------------------------------------------------------    CPYTRNC 
012640 2650-RESOLVE-NAME.                                               CPYTRNC 
012650     MOVE 'N' TO WS-FOUND-SW.                                     CPYTRNC 
012660     PERFORM 2660-TRY-ONE-NAME THRU 2660-EXIT                     CPYTRNC 
012670         VARYING WS-DI-IX FROM 1 BY 1                             CPYTRNC 
012680         UNTIL WS-DI-IX > WS-DI-COUNT OR WS-FOUND.                CPYTRNC 
012690     IF WS-FOUND                                                  CPYTRNC 
012700         SUBTRACT 1 FROM WS-DI-IX                                 CPYTRNC 
012710     END-IF.                                                      CPYTRNC 
012720 2650-EXIT.                                                       CPYTRNC 
012730     EXIT.                                                        CPYTRNC 
012740*                                                                 CPYTRNC 
012750 2660-TRY-ONE-NAME.                                               CPYTRNC 
012760     IF WS-DI-NAME(WS-DI-IX) NOT = WS-PO-NAME                     CPYTRNC 
012770         GO TO 2660-EXIT.                                         CPYTRNC 
012780     IF WS-PO-QUAL = SPACES                                       CPYTRNC 
012790         MOVE 'Y' TO WS-FOUND-SW                                  CPYTRNC 
012800         GO TO 2660-EXIT.                                         CPYTRNC 
012810     PERFORM 2670-TRY-ONE-QUALIFIER THRU 2670-EXIT                CPYTRNC 
012820         VARYING WS-DI-JX FROM 1 BY 1                             CPYTRNC 
012830         UNTIL WS-DI-JX > WS-DI-COUNT OR WS-FOUND.                CPYTRNC 
012840 2660-EXIT.                                                       CPYTRNC 
012850     EXIT.                                                        CPYTRNC 
012860*                                                                 CPYTRNC 
012870 2670-TRY-ONE-QUALIFIER.                                          CPYTRNC 
012880     IF WS-DI-NAME(WS-DI-JX) = WS-PO-QUAL                         CPYTRNC 
012890         AND WS-DI-LINE(WS-DI-JX) < WS-DI-LINE(WS-DI-IX)          CPYTRNC 
012900         AND WS-DI-END(WS-DI-JX) NOT < WS-DI-LINE(WS-DI-IX)       CPYTRNC 
012910         MOVE 'Y' TO WS-FOUND-SW                                  CPYTRNC 
012920     END-IF.                                                      CPYTRNC 
012930 2670-EXIT.                                                       CPYTRNC 
012940     EXIT.                                                        CPYTRNC 
012950*                                                                 CPYTRNC 
012960*-------------------------------------------------------------    CPYTRNC 
012970*2690-END-SENTENCE - A PERIOD CLOSES WHATEVER IS OPEN.            CPYTRNC 
012980*-------------------------------------------------------------    CPYTRNC 
012990 2690-END-SENTENCE.                                               CPYTRNC 
013000     IF WS-PO-SW = 'Y'                                            CPYTRNC 
013010         PERFORM 2700-SETTLE-OPERAND THRU 2700-EXIT               CPYTRNC 
013020     END-IF.                                                      CPYTRNC 
013030     IF WS-SCAN-STATE = 'X'                                       CPYTRNC 
013040         PERFORM 2800-CHECK-COMPUTE-RECEIVERS THRU 2800-EXIT      CPYTRNC 
013050     END-IF.                                                      CPYTRNC 
013060     MOVE '0' TO WS-SCAN-STATE.                                   CPYTRNC 
013070     MOVE 'N' TO WS-QUAL-NEXT-SW.                                 CPYTRNC 
013080     MOVE 0 TO WS-PAREN-DEPTH.                                    CPYTRNC 
013090 2690-EXIT.                                                       CPYTRNC 
013100     EXIT.                                                        CPYTRNC 
013110*                                                                 CPYTRNC 
013120*-------------------------------------------------------------    CPYTRNC 
013130*2700-SETTLE-OPERAND - RESOLVE THE HELD NAME WITH ITS             CPYTRNC 
013140*QUALIFIER, DESCRIBE IT, AND PUT IT WHERE THE STATEMENT NEEDS     CPYTRNC 
013150*IT.                                                              CPYTRNC 
013160*-------------------------------------------------------------    CPYTRNC 
013170 2700-SETTLE-OPERAND.                                             CPYTRNC 
013180     MOVE 'N' TO WS-PO-SW WS-QUAL-NEXT-SW.                        CPYTRNC 
013190     MOVE SPACES TO WS-OPD(4).                                    CPYTRNC 
013200     MOVE 0 TO WS-OPD-LEN(4) WS-OPD-INT(4) WS-OPD-SCALE(4).       CPYTRNC 
013210     MOVE WS-PO-NAME TO WS-OPD-NAME(4).                           CPYTRNC 
013220     PERFORM 2650-RESOLVE-NAME THRU 2650-EXIT.                    CPYTRNC 
013230     IF NOT WS-FOUND AND WS-PO-QUAL NOT = SPACES                  CPYTRNC 
013240         MOVE SPACES TO WS-PO-QUAL                                CPYTRNC 
013250         PERFORM 2650-RESOLVE-NAME THRU 2650-EXIT                 CPYTRNC 
013260     END-IF.                                                      CPYTRNC 
013270     IF WS-FOUND                                                  CPYTRNC 
013280         PERFORM 2710-DESCRIBE-ITEM THRU 2710-EXIT                CPYTRNC 
013290     ELSE                                                         CPYTRNC 
013300         MOVE 'S' TO WS-OPD-KIND(4)                               CPYTRNC 
013310     END-IF.                                                      CPYTRNC 
013320     IF WS-PO-REFMOD-SW = 'Y'                                     CPYTRNC 
013330         MOVE 'S' TO WS-OPD-KIND(4)                               CPYTRNC 
013340     END-IF.                                                      CPYTRNC 
013350     MOVE 'N' TO WS-PO-REFMOD-SW.                                 CPYTRNC 
013360     EVALUATE WS-SCAN-STATE                                       CPYTRNC 
013370         WHEN 'M'                                                 CPYTRNC 
013380             MOVE WS-OPD(4) TO WS-OPD(1)                          CPYTRNC 
013390             MOVE 'T' TO WS-SCAN-STATE                            CPYTRNC 
013400         WHEN 'R'                                                 CPYTRNC 
013410             MOVE WS-OPD(4) TO WS-OPD(5)                          CPYTRNC 
013420             PERFORM 3000-CHECK-MOVE THRU 3000-EXIT               CPYTRNC 
013430         WHEN 'V'                                                 CPYTRNC 
013440             MOVE WS-OPD(4) TO WS-OPD(5)                          CPYTRNC 
013450             PERFORM 3100-CHECK-ARITHMETIC THRU 3100-EXIT         CPYTRNC 
013460         WHEN 'K'                                                 CPYTRNC 
013470             IF WS-KR-COUNT < 20                                  CPYTRNC 
013480                 ADD 1 TO WS-KR-COUNT                             CPYTRNC 
013490                 MOVE WS-OPD(4) TO WS-KR-ENTRY(WS-KR-COUNT)       CPYTRNC 
013500             END-IF                                               CPYTRNC 
013510         WHEN 'G'                                                 CPYTRNC 
013520         WHEN 'X'                                                 CPYTRNC 
013530             PERFORM 2750-WIDEN-RESULT THRU 2750-EXIT             CPYTRNC 
013540     END-EVALUATE.                                                CPYTRNC 
013550 2700-EXIT.                                                       CPYTRNC 
013560     EXIT.                                                        CPYTRNC 
013570*                                                                 CPYTRNC 
013580*-------------------------------------------------------------    CPYTRNC 
013590*2710-DESCRIBE-ITEM - ITEM WS-DI-IX INTO OPERAND 4, AT ITS        CPYTRNC 
013600*PENDING SIZE ON THE PENDING PASS WHEN IT HAS ONE.                CPYTRNC 
013610*-------------------------------------------------------------    CPYTRNC 
013620 2710-DESCRIBE-ITEM.                                              CPYTRNC 
013630     IF WS-DI-SIZED(WS-DI-IX) NOT = 'Y'                           CPYTRNC 
013640         PERFORM 2720-SIZE-ONE-ITEM THRU 2720-EXIT                CPYTRNC 
013650     END-IF.                                                      CPYTRNC 
013660     MOVE 'I' TO WS-OPD-KIND(4).                                  CPYTRNC 
013670     MOVE WS-DI-OWNER(WS-DI-IX) TO WS-OPD-OWNER(4).               CPYTRNC 
013680     MOVE WS-DI-OWNER-KIND(WS-DI-IX) TO WS-OPD-OWNER-KIND(4).     CPYTRNC 
013690     MOVE 'N' TO WS-OPD-PEND-SW(4).                               CPYTRNC 
013700     IF WS-PASS-PENDING AND WS-DI-PEND-SW(WS-DI-IX) = 'Y'         CPYTRNC 
013710         MOVE 'Y' TO WS-OPD-PEND-SW(4)                            CPYTRNC 
013720         MOVE WS-DI-P-LEN(WS-DI-IX) TO WS-OPD-LEN(4)              CPYTRNC 
013730         MOVE WS-DI-P-INT(WS-DI-IX) TO WS-OPD-INT(4)              CPYTRNC 
013740         MOVE WS-DI-P-SCALE(WS-DI-IX) TO WS-OPD-SCALE(4)          CPYTRNC 
013750         MOVE WS-DI-P-SIGNED(WS-DI-IX) TO WS-OPD-SIGNED(4)        CPYTRNC 
013760         MOVE WS-DI-P-CLASS(WS-DI-IX) TO WS-OPD-CLASS(4)          CPYTRNC 
013770         MOVE WS-DI-P-PIC(WS-DI-IX) TO WS-OPD-PIC(4)              CPYTRNC 
013780         MOVE WS-DI-P-USAGE(WS-DI-IX) TO WS-OPD-USAGE(4)          CPYTRNC 
013790     ELSE                                                         CPYTRNC 
013800         MOVE WS-DI-LEN(WS-DI-IX) TO WS-OPD-LEN(4)                CPYTRNC 
013810         MOVE WS-DI-INT(WS-DI-IX) TO WS-OPD-INT(4)                CPYTRNC 
013820         MOVE WS-DI-SCALE(WS-DI-IX) TO WS-OPD-SCALE(4)            CPYTRNC 
013830         MOVE WS-DI-SIGNED(WS-DI-IX) TO WS-OPD-SIGNED(4)          CPYTRNC 
013840         MOVE WS-DI-CLASS(WS-DI-IX) TO WS-OPD-CLASS(4)            CPYTRNC 
013850         MOVE WS-DI-PIC(WS-DI-IX) TO WS-OPD-PIC(4)                CPYTRNC 
013860         MOVE WS-DI-USAGE(WS-DI-IX) TO WS-OPD-USAGE(4)            CPYTRNC 
013870     END-IF.                                                      CPYTRNC 
013880     IF WS-OPD-LEN(4) = 0                                         CPYTRNC 
013890         MOVE 'S' TO WS-OPD-KIND(4)                               CPYTRNC 
013900     END-IF.                                                      CPYTRNC 
013910 2710-EXIT.                                                       CPYTRNC 
013920     EXIT.                                                        CPYTRNC 
013930*                                                                 CPYTRNC 
013940*-------------------------------------------------------------    CPYTRNC 
013950*2720-SIZE-ONE-ITEM - COPY THE ITEM'S LINES TO A WORK MEMBER      CPYTRNC 
013960*AND LET CPYLAYO SIZE IT WITH THE MAP ARITHMETIC.  THE FIRST      CPYTRNC 
013970*COLUMN BACK IS THE ITEM ITSELF, ONE OCCURRENCE LONG.             CPYTRNC 
013980*-------------------------------------------------------------    CPYTRNC 
013990 2720-SIZE-ONE-ITEM.                                              CPYTRNC 
014000     MOVE 'Y' TO WS-DI-SIZED(WS-DI-IX).                           CPYTRNC 
014010     MOVE 0 TO WS-DI-LEN(WS-DI-IX).                               CPYTRNC 
014020     OPEN OUTPUT ITM-FILE.                                        CPYTRNC 
014030     IF WS-ITM-FILE-STATUS NOT = '00'                             CPYTRNC 
014040         GO TO 2720-EXIT.                                         CPYTRNC 
014050     PERFORM 2730-COPY-ONE-ITEM-LINE THRU 2730-EXIT               CPYTRNC 
014060         VARYING WS-DL-JX FROM WS-DI-LINE(WS-DI-IX) BY 1          CPYTRNC 
014070         UNTIL WS-DL-JX > WS-DI-END(WS-DI-IX).                    CPYTRNC 
014080     CLOSE ITM-FILE.                                              CPYTRNC 
014090     MOVE 'CPYTRNC' TO LAY-COPYBOOK-NAME.                         CPYTRNC 
014100     MOVE 'registry' TO LAY-LIBRARY-DIR.                          CPYTRNC 
014110     MOVE 'A' TO LAY-VIEW-MODE.                                   CPYTRNC 
014120     MOVE 'Y' TO LAY-GROUPS-SW.                                   CPYTRNC 
014130     MOVE 'N' TO LAY-EXPAND-SW.                                   CPYTRNC 
014140     MOVE 0 TO LAY-VIEW-COUNT.                                    CPYTRNC 
014150     CALL 'CPYLAYO' USING CPYLAYO-PARMS.                          CPYTRNC 
014160     IF NOT LAY-OK AND NOT LAY-TABLE-FULL                         CPYTRNC 
014170         GO TO 2720-EXIT.                                         CPYTRNC 
014180     IF LAY-COL-COUNT = 0                                         CPYTRNC 
014190         GO TO 2720-EXIT.                                         CPYTRNC 
014200     MOVE LAY-COL-LEN(1) TO WS-DI-LEN(WS-DI-IX).                  CPYTRNC 
014210     MOVE LAY-COL-SCALE(1) TO WS-DI-SCALE(WS-DI-IX).              CPYTRNC 
014220     COMPUTE WS-DI-INT(WS-DI-IX) =                                CPYTRNC 
014230         LAY-COL-DIGITS(1) - LAY-COL-SCALE(1).                    CPYTRNC 
014240     MOVE LAY-COL-SIGNED(1) TO WS-DI-SIGNED(WS-DI-IX).            CPYTRNC 
014250     MOVE LAY-COL-CLASS(1) TO WS-DI-CLASS(WS-DI-IX).              CPYTRNC 
014260     MOVE LAY-COL-PIC(1) TO WS-DI-PIC(WS-DI-IX).                  CPYTRNC 
014270     MOVE LAY-COL-USAGE(1) TO WS-DI-USAGE(WS-DI-IX).              CPYTRNC 
014280     IF LAY-COL-EDITED(1)                                         CPYTRNC 
014290         MOVE LAY-COL-PIC(1) TO WS-EP-PIC                         CPYTRNC 
014300         PERFORM 2560-COUNT-EDITED-DIGITS THRU 2560-EXIT          CPYTRNC 
014310         MOVE WS-EP-INT TO WS-DI-INT(WS-DI-IX)                    CPYTRNC 
014320         MOVE WS-EP-SCALE TO WS-DI-SCALE(WS-DI-IX)                CPYTRNC 
014330         MOVE WS-EP-SIGN-SW TO WS-DI-SIGNED(WS-DI-IX)             CPYTRNC 
014340     END-IF.                                                      CPYTRNC 
014350     IF WS-PENDING-RUN                                            CPYTRNC 
014360         AND WS-DI-OWNER-KIND(WS-DI-IX) = 'C'                     CPYTRNC 
014370         AND WS-DI-OWNER(WS-DI-IX) = WS-PENDING-BOOK              CPYTRNC 
014380         PERFORM 2740-FIND-PENDING-SIZE THRU 2740-EXIT            CPYTRNC 
014390     END-IF.                                                      CPYTRNC 
014400 2720-EXIT.                                                       CPYTRNC 
014410     EXIT.                                                        CPYTRNC 
014420*                                                                 CPYTRNC 
014430 2730-COPY-ONE-ITEM-LINE.                                         CPYTRNC 
014440     MOVE SPACES TO WS-ITM-FILE-REC.                              CPYTRNC 
014450     MOVE WS-DL-TEXT(WS-DL-JX) TO WS-ITM-FILE-REC(8:65).          CPYTRNC 
014460     WRITE WS-ITM-FILE-REC.                                       CPYTRNC 
014470 2730-EXIT.                                                       CPYTRNC 
014480     EXIT.                                                        CPYTRNC 
014490*                                                                 CPYTRNC 
014500*-------------------------------------------------------------    CPYTRNC 
014510*2740-FIND-PENDING-SIZE - THE SAME ITEM IN THE PENDING LAYOUT.    CPYTRNC 
014520*AN ITEM THE PENDING COPYBOOK DROPS KEEPS ITS DECK SIZE.          CPYTRNC 
014530*-------------------------------------------------------------    CPYTRNC 
014540 2740-FIND-PENDING-SIZE.                                          CPYTRNC 
014550     MOVE 0 TO WS-NAME-LEN.                                       CPYTRNC 
014560     INSPECT WS-DI-NAME(WS-DI-IX) TALLYING WS-NAME-LEN            CPYTRNC 
014570         FOR CHARACTERS BEFORE SPACE.                             CPYTRNC 
014580     MOVE 'N' TO WS-FOUND-SW.                                     CPYTRNC 
014590     PERFORM 2745-MATCH-ONE-PENDING THRU 2745-EXIT                CPYTRNC 
014600         VARYING WS-PL-IX FROM 1 BY 1                             CPYTRNC 
014610         UNTIL WS-PL-IX > WS-PL-COUNT OR WS-FOUND.                CPYTRNC 
014620     IF NOT WS-FOUND                                              CPYTRNC 
014630         GO TO 2740-EXIT.                                         CPYTRNC 
014640     SUBTRACT 1 FROM WS-PL-IX.                                    CPYTRNC 
014650     MOVE 'Y' TO WS-DI-PEND-SW(WS-DI-IX).                         CPYTRNC 
014660     MOVE WS-PL-LEN(WS-PL-IX) TO WS-DI-P-LEN(WS-DI-IX).           CPYTRNC 
014670     MOVE WS-PL-INT(WS-PL-IX) TO WS-DI-P-INT(WS-DI-IX).           CPYTRNC 
014680     MOVE WS-PL-SCALE(WS-PL-IX) TO WS-DI-P-SCALE(WS-DI-IX).       CPYTRNC 
014690     MOVE WS-PL-SIGNED(WS-PL-IX) TO WS-DI-P-SIGNED(WS-DI-IX).     CPYTRNC 
014700     MOVE WS-PL-CLASS(WS-PL-IX) TO WS-DI-P-CLASS(WS-DI-IX).       CPYTRNC 
014710     MOVE WS-PL-PIC(WS-PL-IX) TO WS-DI-P-PIC(WS-DI-IX).           CPYTRNC 
014720     MOVE WS-PL-USAGE(WS-PL-IX) TO WS-DI-P-USAGE(WS-DI-IX).       CPYTRNC 
014730 2740-EXIT.                                                       CPYTRNC 
014740     EXIT.                                                        CPYTRNC 
014750*                                                                 CPYTRNC 
014760 2745-MATCH-ONE-PENDING.                                          CPYTRNC 
014770     IF WS-PL-NAME(WS-PL-IX) = WS-DI-NAME(WS-DI-IX)               CPYTRNC 
014780         MOVE 'Y' TO WS-FOUND-SW                                  CPYTRNC 
014790         GO TO 2745-EXIT.                                         CPYTRNC 
014800     IF WS-PL-NAME(WS-PL-IX)(1:8) NOT = ':PREFIX:'                CPYTRNC 
014810         GO TO 2745-EXIT.                                         CPYTRNC 
014820     MOVE WS-PL-NAME(WS-PL-IX)(9:22) TO WS-ITEM-TAIL.             CPYTRNC 
014830     MOVE 0 TO WS-TAIL-LEN.                                       CPYTRNC 
014840     INSPECT WS-ITEM-TAIL TALLYING WS-TAIL-LEN                    CPYTRNC 
014850         FOR CHARACTERS BEFORE SPACE.                             CPYTRNC 
014860     IF WS-TAIL-LEN > 0 AND WS-NAME-LEN > WS-TAIL-LEN             CPYTRNC 
014870         AND WS-DI-NAME(WS-DI-IX)                                 CPYTRNC 
014880             (WS-NAME-LEN - WS-TAIL-LEN + 1:WS-TAIL-LEN)          CPYTRNC 
014890             = WS-ITEM-TAIL(1:WS-TAIL-LEN)                        CPYTRNC 
014900         MOVE 'Y' TO WS-FOUND-SW                                  CPYTRNC 
014910     END-IF.                                                      CPYTRNC 
014920 2745-EXIT.                                                       CPYTRNC 
014930     EXIT.                                                        CPYTRNC 
014940*                                                                 CPYTRNC 
014950*-------------------------------------------------------------    CPYTRNC 
014960*2750-WIDEN-RESULT - AN ARITHMETIC RESULT NEEDS AS MANY           CPYTRNC 
014970*INTEGER AND DECIMAL DIGITS AS ITS WIDEST OPERAND AND A SIGN      CPYTRNC 
014980*WHEN ANY OPERAND IS SIGNED.  CARRIES AND PRODUCTS ARE NOT        CPYTRNC 
014990*PROJECTED; ONLY WHAT THE OPERANDS THEMSELVES HOLD.               CPYTRNC 
015000*-------------------------------------------------------------    CPYTRNC 
015010 2750-WIDEN-RESULT.                                               CPYTRNC 
015020     IF WS-OPD-KIND(4) = 'S' OR WS-OPD-KIND(4) = 'F'              CPYTRNC 
015030         GO TO 2750-EXIT.                                         CPYTRNC 
015040     IF WS-OPD-CLASS(4) NOT = 'N'                                 CPYTRNC 
015050         GO TO 2750-EXIT.                                         CPYTRNC 
015060     IF WS-OPD-INT(4) > WS-OPD-INT(1)                             CPYTRNC 
015070         MOVE WS-OPD(4) TO WS-OPD(1)                              CPYTRNC 
015080     END-IF.                                                      CPYTRNC 
015090     IF WS-OPD-SCALE(4) > WS-OPD-SCALE(2)                         CPYTRNC 
015100         MOVE WS-OPD(4) TO WS-OPD(2)                              CPYTRNC 
015110     END-IF.                                                      CPYTRNC 
015120     IF WS-OPD-SIGNED(4) = 'Y' AND WS-OPD-SIGNED(3) NOT = 'Y'     CPYTRNC 
015130         MOVE WS-OPD(4) TO WS-OPD(3)                              CPYTRNC 
015140     END-IF.                                                      CPYTRNC 
015150 2750-EXIT.                                                       CPYTRNC 
015160     EXIT.                                                        CPYTRNC 
015170*                                                                 CPYTRNC 
015180*-------------------------------------------------------------    CPYTRNC 
015190*2800-CHECK-COMPUTE-RECEIVERS - THE EXPRESSION IS COMPLETE.       CPYTRNC 
015200*-------------------------------------------------------------    CPYTRNC 
015210 2800-CHECK-COMPUTE-RECEIVERS.                                    CPYTRNC 
015220     PERFORM 2810-CHECK-ONE-COMPUTE THRU 2810-EXIT                CPYTRNC 
015230         VARYING WS-KR-IX FROM 1 BY 1                             CPYTRNC 
015240         UNTIL WS-KR-IX > WS-KR-COUNT.                            CPYTRNC 
015250     MOVE 0 TO WS-KR-COUNT.                                       CPYTRNC 
015260 2800-EXIT.                                                       CPYTRNC 
015270     EXIT.                                                        CPYTRNC 
015280*                                                                 CPYTRNC 
015290 2810-CHECK-ONE-COMPUTE.                                          CPYTRNC 
015300     MOVE WS-KR-ENTRY(WS-KR-IX) TO WS-OPD(5).                     CPYTRNC 
015310     PERFORM 3100-CHECK-ARITHMETIC THRU 3100-EXIT.                CPYTRNC 
015320 2810-EXIT.                                                       CPYTRNC 
015330     EXIT.                                                        CPYTRNC 
015340*                                                                 CPYTRNC 
015350*-------------------------------------------------------------    CPYTRNC 
015360*3000-CHECK-MOVE - SENDING OPERAND 1 TO RECEIVER 5.  NUMERIC      CPYTRNC 
015370*TO NUMERIC COMPARES DIGITS EACH SIDE OF THE POINT AND THE        CPYTRNC 
015380*SIGN; ANY OTHER ELEMENTARY MOVE COMPARES CHARACTERS (A           CPYTRNC 
015390*NUMERIC SENDER GIVES ITS DIGITS); A GROUP ON EITHER SIDE         CPYTRNC 
015400*MOVES BYTES.                                                     CPYTRNC 
015410*-------------------------------------------------------------    CPYTRNC 
015420 3000-CHECK-MOVE.                                                 CPYTRNC 
015430     IF WS-OPD-KIND(1) = 'F'                                      CPYTRNC 
015440         GO TO 3000-EXIT.                                         CPYTRNC 
015450     IF WS-OPD-KIND(1) = 'S' OR WS-OPD-KIND(5) = 'S'              CPYTRNC 
015460         IF WS-REPORTING                                          CPYTRNC 
015470             ADD 1 TO WS-UNSIZED-COUNT                            CPYTRNC 
015480         END-IF                                                   CPYTRNC 
015490         GO TO 3000-EXIT.                                         CPYTRNC 
015500     IF WS-OPD-CLASS(1) = 'F' OR WS-OPD-CLASS(5) = 'F'            CPYTRNC 
015510         GO TO 3000-EXIT.                                         CPYTRNC 
015520     IF WS-REPORTING                                              CPYTRNC 
015530         ADD 1 TO WS-MOVE-CHECKED                                 CPYTRNC 
015540     END-IF.                                                      CPYTRNC 
015550     MOVE 1 TO WS-SEND-IX.                                        CPYTRNC 
015560     IF (WS-OPD-CLASS(5) = 'N' OR WS-OPD-CLASS(5) = 'E')          CPYTRNC 
015570         AND WS-OPD-CLASS(1) = 'N'                                CPYTRNC 
015580         PERFORM 3010-COMPARE-DIGITS THRU 3010-EXIT               CPYTRNC 
015590         GO TO 3000-EXIT.                                         CPYTRNC 
015600     EVALUATE TRUE                                                CPYTRNC 
015610         WHEN WS-OPD-CLASS(1) = 'G' OR WS-OPD-CLASS(5) = 'G'      CPYTRNC 
015620             MOVE WS-OPD-LEN(1) TO WS-SEND-SIZE                   CPYTRNC 
015630         WHEN WS-OPD-CLASS(1) = 'N'                               CPYTRNC 
015640             COMPUTE WS-SEND-SIZE =                               CPYTRNC 
015650                 WS-OPD-INT(1) + WS-OPD-SCALE(1)                  CPYTRNC 
015660         WHEN OTHER                                               CPYTRNC 
015670             MOVE WS-OPD-LEN(1) TO WS-SEND-SIZE                   CPYTRNC 
015680     END-EVALUATE.                                                CPYTRNC 
015690     IF WS-OPD-CLASS(5) = 'N' OR WS-OPD-CLASS(5) = 'E'            CPYTRNC 
015700         COMPUTE WS-RECV-SIZE =                                   CPYTRNC 
015710             WS-OPD-INT(5) + WS-OPD-SCALE(5)                      CPYTRNC 
015720     ELSE                                                         CPYTRNC 
015730         MOVE WS-OPD-LEN(5) TO WS-RECV-SIZE                       CPYTRNC 
015740     END-IF.                                                      CPYTRNC 
015750     IF WS-RECV-SIZE < WS-SEND-SIZE                               CPYTRNC 
015760         MOVE 'LENGTH' TO WS-FINDING-CODE                         CPYTRNC 
015770         PERFORM 3500-RAISE-FINDING THRU 3500-EXIT                CPYTRNC 
015780     END-IF.                                                      CPYTRNC 
015790 3000-EXIT.                                                       CPYTRNC 
015800     EXIT.                                                        CPYTRNC 
015810*                                                                 CPYTRNC 
015820 3010-COMPARE-DIGITS.                                             CPYTRNC 
015830     IF WS-OPD-INT(5) < WS-OPD-INT(WS-SEND-IX)                    CPYTRNC 
015840         MOVE 'INTDIGIT' TO WS-FINDING-CODE                       CPYTRNC 
015850         PERFORM 3500-RAISE-FINDING THRU 3500-EXIT                CPYTRNC 
015860     END-IF.                                                      CPYTRNC 
015870     IF WS-OPD-SCALE(5) < WS-OPD-SCALE(WS-SEND-IX)                CPYTRNC 
015880         MOVE 'DECDIGIT' TO WS-FINDING-CODE                       CPYTRNC 
015890         PERFORM 3500-RAISE-FINDING THRU 3500-EXIT                CPYTRNC 
015900     END-IF.                                                      CPYTRNC 
015910     IF WS-OPD-SIGNED(WS-SEND-IX) = 'Y'                           CPYTRNC 
015920         AND WS-OPD-SIGNED(5) NOT = 'Y'                           CPYTRNC 
015930         MOVE 'SIGN' TO WS-FINDING-CODE                           CPYTRNC 
015940         PERFORM 3500-RAISE-FINDING THRU 3500-EXIT                CPYTRNC 
015950     END-IF.                                                      CPYTRNC 
015960 3010-EXIT.                                                       CPYTRNC 
015970     EXIT.                                                        CPYTRNC 
015980*                                                                 CPYTRNC 
015990*-------------------------------------------------------------    CPYTRNC 
016000*3100-CHECK-ARITHMETIC - RECEIVER 5 AGAINST THE WIDEST            CPYTRNC 
016010*OPERANDS 1 (INTEGER DIGITS), 2 (DECIMAL DIGITS), 3 (SIGN).       CPYTRNC 
016020*-------------------------------------------------------------    CPYTRNC 
016030 3100-CHECK-ARITHMETIC.                                           CPYTRNC 
016040     IF WS-OPD-KIND(5) = 'S'                                      CPYTRNC 
016050         IF WS-REPORTING                                          CPYTRNC 
016060             ADD 1 TO WS-UNSIZED-COUNT                            CPYTRNC 
016070         END-IF                                                   CPYTRNC 
016080         GO TO 3100-EXIT.                                         CPYTRNC 
016090     IF WS-OPD-CLASS(5) NOT = 'N' AND WS-OPD-CLASS(5) NOT = 'E'   CPYTRNC 
016100         GO TO 3100-EXIT.                                         CPYTRNC 
016110     IF WS-REPORTING                                              CPYTRNC 
016120         ADD 1 TO WS-ARITH-CHECKED                                CPYTRNC 
016130     END-IF.                                                      CPYTRNC 
016140     IF WS-OPD-INT(5) < WS-OPD-INT(1)                             CPYTRNC 
016150         MOVE 1 TO WS-SEND-IX                                     CPYTRNC 
016160         MOVE 'INTDIGIT' TO WS-FINDING-CODE                       CPYTRNC 
016170         PERFORM 3500-RAISE-FINDING THRU 3500-EXIT                CPYTRNC 
016180     END-IF.                                                      CPYTRNC 
016190     IF WS-OPD-SCALE(5) < WS-OPD-SCALE(2)                         CPYTRNC 
016200         MOVE 2 TO WS-SEND-IX                                     CPYTRNC 
016210         MOVE 'DECDIGIT' TO WS-FINDING-CODE                       CPYTRNC 
016220         PERFORM 3500-RAISE-FINDING THRU 3500-EXIT                CPYTRNC 
016230     END-IF.                                                      CPYTRNC 
016240     IF WS-OPD-SIGNED(3) = 'Y' AND WS-OPD-SIGNED(5) NOT = 'Y'     CPYTRNC 
016250         MOVE 3 TO WS-SEND-IX                                     CPYTRNC 
016260         MOVE 'SIGN' TO WS-FINDING-CODE                           CPYTRNC 
016270         PERFORM 3500-RAISE-FINDING THRU 3500-EXIT                CPYTRNC 
016280     END-IF.                                                      CPYTRNC 
016290 3100-EXIT.                                                       CPYTRNC 
016300     EXIT.                                                        CPYTRNC 
016310*                                                                 CPYTRNC 
016320*-------------------------------------------------------------    CPYTRNC 
016330*3500-RAISE-FINDING - ON THE FIRST PASS OF A PENDING RUN ONLY     CPYTRNC 
016340*REMEMBER IT.  ON THE PENDING PASS ONLY STATEMENTS TOUCHING THE   CPYTRNC 
016350*PENDING COPYBOOK ARE REPORTED, NEW WHEN THE DECK SIZES DID NOT   CPYTRNC 
016360*ALREADY RAISE THE SAME FINDING.                                  CPYTRNC 
016370*-------------------------------------------------------------    CPYTRNC 
016380 3500-RAISE-FINDING.                                              CPYTRNC 
016390     IF NOT WS-REPORTING                                          CPYTRNC 
016400         IF WS-CF-COUNT < 3000                                    CPYTRNC 
016410             ADD 1 TO WS-CF-COUNT                                 CPYTRNC 
016420             MOVE WS-STMT-LINE TO WS-CF-LINE(WS-CF-COUNT)         CPYTRNC 
016430             MOVE WS-OPD-NAME(5) TO WS-CF-RECEIVER(WS-CF-COUNT)   CPYTRNC 
016440             MOVE WS-FINDING-CODE TO WS-CF-CODE(WS-CF-COUNT)      CPYTRNC 
016450         ELSE                                                     CPYTRNC 
016460             ADD 1 TO WS-CF-DROPPED                               CPYTRNC 
016470         END-IF                                                   CPYTRNC 
016480         GO TO 3500-EXIT.                                         CPYTRNC 
016490     MOVE 'N' TO WS-NEW-SW.                                       CPYTRNC 
016500     IF WS-PENDING-RUN                                            CPYTRNC 
016510         IF (WS-OPD-OWNER-KIND(5) NOT = 'C'                       CPYTRNC 
016520             OR WS-OPD-OWNER(5) NOT = WS-PENDING-BOOK)            CPYTRNC 
016530             AND (WS-OPD-OWNER-KIND(WS-SEND-IX) NOT = 'C'         CPYTRNC 
016540             OR WS-OPD-OWNER(WS-SEND-IX) NOT = WS-PENDING-BOOK)   CPYTRNC 
016550             GO TO 3500-EXIT                                      CPYTRNC 
016560         END-IF                                                   CPYTRNC 
016570         MOVE 'N' TO WS-FOUND-SW                                  CPYTRNC 
016580         PERFORM 3510-MATCH-ONE-EARLIER THRU 3510-EXIT            CPYTRNC 
016590             VARYING WS-CF-IX FROM 1 BY 1                         CPYTRNC 
016600             UNTIL WS-CF-IX > WS-CF-COUNT OR WS-FOUND             CPYTRNC 
016610         IF NOT WS-FOUND                                          CPYTRNC 
016620             MOVE 'Y' TO WS-NEW-SW                                CPYTRNC 
016630             ADD 1 TO WS-CNT-NEW                                  CPYTRNC 
016640         END-IF                                                   CPYTRNC 
016650     END-IF.                                                      CPYTRNC 
016660     ADD 1 TO WS-CNT-FINDINGS.                                    CPYTRNC 
016670     EVALUATE WS-FINDING-CODE                                     CPYTRNC 
016680         WHEN 'LENGTH'                                            CPYTRNC 
016690             ADD 1 TO WS-CNT-LENGTH                               CPYTRNC 
016700         WHEN 'INTDIGIT'                                          CPYTRNC 
016710             ADD 1 TO WS-CNT-INTDIGIT                             CPYTRNC 
016720         WHEN 'DECDIGIT'                                          CPYTRNC 
016730             ADD 1 TO WS-CNT-DECDIGIT                             CPYTRNC 
016740         WHEN OTHER                                               CPYTRNC 
016750             ADD 1 TO WS-CNT-SIGN                                 CPYTRNC 
016760     END-EVALUATE.                                                CPYTRNC 
016770     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYTRNC 
016780     MOVE WS-DECK-MEMBER TO WS-RPT-FILE-REC(1:10).                CPYTRNC 
016790     MOVE WS-STMT-LINE TO WS-EDIT-LINE.                           CPYTRNC 
016800     MOVE WS-EDIT-LINE TO WS-RPT-FILE-REC(12:8).                  CPYTRNC 
016810     MOVE WS-DL-SEQ(WS-STMT-LINE) TO WS-RPT-FILE-REC(21:6).       CPYTRNC 
016820     MOVE WS-STMT-VERB TO WS-RPT-FILE-REC(28:8).                  CPYTRNC 
016830     MOVE WS-FINDING-CODE TO WS-RPT-FILE-REC(37:8).               CPYTRNC 
016840     IF WS-PENDING-RUN                                            CPYTRNC 
016850         IF WS-NEW-SW = 'Y'                                       CPYTRNC 
016860             MOVE 'NEW' TO WS-RPT-FILE-REC(46:8)                  CPYTRNC 
016870         ELSE                                                     CPYTRNC 
016880             MOVE 'EXISTING' TO WS-RPT-FILE-REC(46:8)             CPYTRNC 
016890         END-IF                                                   CPYTRNC 
016900     END-IF.                                                      CPYTRNC 
016910     WRITE WS-RPT-FILE-REC.                                       CPYTRNC 
016920     MOVE WS-SEND-IX TO WS-OPD-IX.                                CPYTRNC 
016930     PERFORM 3600-DESCRIBE-SIDE THRU 3600-EXIT.                   CPYTRNC 
016940     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYTRNC 
016950     MOVE 'SENDING' TO WS-RPT-FILE-REC(5:9).                      CPYTRNC 
016960     MOVE WS-SIDE-TEXT TO WS-RPT-FILE-REC(15:110).                CPYTRNC 
016970     WRITE WS-RPT-FILE-REC.                                       CPYTRNC 
016980     MOVE 5 TO WS-OPD-IX.                                         CPYTRNC 
016990     PERFORM 3600-DESCRIBE-SIDE THRU 3600-EXIT.                   CPYTRNC 
017000     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYTRNC 
017010     MOVE 'RECEIVING' TO WS-RPT-FILE-REC(5:9).                    CPYTRNC 
017020     MOVE WS-SIDE-TEXT TO WS-RPT-FILE-REC(15:110).                CPYTRNC 
017030     WRITE WS-RPT-FILE-REC.                                       CPYTRNC 
017040 3500-EXIT.                                                       CPYTRNC 
017050     EXIT.                                                        CPYTRNC 
017060*                                                                 CPYTRNC 
017070 3510-MATCH-ONE-EARLIER.                                          CPYTRNC 
017080     IF WS-CF-LINE(WS-CF-IX) = WS-STMT-LINE                       CPYTRNC 
017090         AND WS-CF-RECEIVER(WS-CF-IX) = WS-OPD-NAME(5)            CPYTRNC 
017100         AND WS-CF-CODE(WS-CF-IX) = WS-FINDING-CODE               CPYTRNC 
017110         MOVE 'Y' TO WS-FOUND-SW                                  CPYTRNC 
017120     END-IF.                                                      CPYTRNC 
017130 3510-EXIT.                                                       CPYTRNC 
017140     EXIT.                                                        CPYTRNC 
017150*                                                                 CPYTRNC 
017160*-------------------------------------------------------------    CPYTRNC 
017170*3600-DESCRIBE-SIDE - NAME, OWNING COPYBOOK, PICTURE AND SIZE     CPYTRNC 
017180*OF OPERAND WS-OPD-IX FOR A FINDING.                              CPYTRNC 
017190*-------------------------------------------------------------    CPYTRNC 
017200 3600-DESCRIBE-SIDE.                                              CPYTRNC 
017210     MOVE SPACES TO WS-SIDE-TEXT WS-OWNER-TEXT WS-USAGE-TEXT.     CPYTRNC 
017220     MOVE WS-OPD-LEN(WS-OPD-IX) TO WS-EDIT-LEN.                   CPYTRNC 
017230     MOVE 0 TO WS-TALLY.                                          CPYTRNC 
017240     INSPECT WS-EDIT-LEN TALLYING WS-TALLY FOR LEADING SPACE.     CPYTRNC 
017250     IF WS-OPD-KIND(WS-OPD-IX) NOT = 'I'                          CPYTRNC 
017251         IF WS-OPD-KIND(WS-OPD-IX) = 'N'                          CPYTRNC 
017252             MOVE ' DIGITS' TO WS-UNIT-TEXT                       CPYTRNC 
017253         ELSE                                                     CPYTRNC 
017254             MOVE ' CHARACTERS' TO WS-UNIT-TEXT                   CPYTRNC 
017255         END-IF                                                   CPYTRNC 
017260         STRING WS-OPD-NAME(WS-OPD-IX) DELIMITED BY '  '          CPYTRNC 
017270             ' (LITERAL) ' DELIMITED BY SIZE                      CPYTRNC 
017280             WS-EDIT-LEN(WS-TALLY + 1:) DELIMITED BY SIZE         CPYTRNC 
017290             WS-UNIT-TEXT DELIMITED BY SIZE                       CPYTRNC 
017300             INTO WS-SIDE-TEXT                                    CPYTRNC 
017310             ON OVERFLOW CONTINUE                                 CPYTRNC 
017320         END-STRING                                               CPYTRNC 
017330         GO TO 3600-EXIT.                                         CPYTRNC 
017340     IF WS-OPD-PEND-SW(WS-OPD-IX) = 'Y'                           CPYTRNC 
017350         STRING WS-OPD-OWNER(WS-OPD-IX) DELIMITED BY SPACE        CPYTRNC 
017360             ' PENDING' DELIMITED BY SIZE                         CPYTRNC 
017370             INTO WS-OWNER-TEXT                                   CPYTRNC 
017380         END-STRING                                               CPYTRNC 
017390     ELSE                                                         CPYTRNC 
017400         MOVE WS-OPD-OWNER(WS-OPD-IX) TO WS-OWNER-TEXT            CPYTRNC 
017410     END-IF.                                                      CPYTRNC 
017420     IF WS-OPD-CLASS(WS-OPD-IX) = 'G'                             CPYTRNC 
017430         STRING WS-OPD-NAME(WS-OPD-IX) DELIMITED BY SPACE         CPYTRNC 
017440             ' (' DELIMITED BY SIZE                               CPYTRNC 
017450             WS-OWNER-TEXT DELIMITED BY '  '                      CPYTRNC 
017460             ') GROUP ' DELIMITED BY SIZE                         CPYTRNC 
017470             WS-EDIT-LEN(WS-TALLY + 1:) DELIMITED BY SIZE         CPYTRNC 
017480             ' BYTES' DELIMITED BY SIZE                           CPYTRNC 
017490             INTO WS-SIDE-TEXT                                    CPYTRNC 
017500             ON OVERFLOW CONTINUE                                 CPYTRNC 
017510         END-STRING                                               CPYTRNC 
017520         GO TO 3600-EXIT.                                         CPYTRNC 
017521     IF WS-OPD-USAGE(WS-OPD-IX) NOT = SPACES                      CPYTRNC 
017522         STRING WS-OPD-USAGE(WS-OPD-IX) DELIMITED BY SPACE        CPYTRNC 
017523             ' ' DELIMITED BY SIZE                                CPYTRNC 
017524             INTO WS-USAGE-TEXT                                   CPYTRNC 
017525         END-STRING                                               CPYTRNC 
017526     END-IF.                                                      CPYTRNC 
017530     STRING WS-OPD-NAME(WS-OPD-IX) DELIMITED BY SPACE             CPYTRNC 
017540         ' (' DELIMITED BY SIZE                                   CPYTRNC 
017550         WS-OWNER-TEXT DELIMITED BY '  '                          CPYTRNC 
017560         ') PIC ' DELIMITED BY SIZE                               CPYTRNC 
017570         WS-OPD-PIC(WS-OPD-IX) DELIMITED BY SPACE                 CPYTRNC 
017580         ' ' DELIMITED BY SIZE                                    CPYTRNC 
017595         WS-USAGE-TEXT DELIMITED BY '  '                          CPYTRNC 
017610         WS-EDIT-LEN(WS-TALLY + 1:) DELIMITED BY SIZE             CPYTRNC 
017620         ' BYTES' DELIMITED BY SIZE                               CPYTRNC 
017630         INTO WS-SIDE-TEXT                                        CPYTRNC 
017640         ON OVERFLOW CONTINUE                                     CPYTRNC 
017650     END-STRING.                                                  CPYTRNC 
017660 3600-EXIT.                                                       CPYTRNC 
017670     EXIT.                                                        CPYTRNC 
017680*                                                                 CPYTRNC 
017690 8000-PRINT-SUMMARY.                                              CPYTRNC 
017700     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYTRNC 
017710     WRITE WS-RPT-FILE-REC.                                       CPYTRNC 
017720     MOVE WS-DECK-COUNT TO WS-EDIT-COUNT.                         CPYTRNC 
017730     MOVE 'DECKS ANALYZED' TO WS-RPT-FILE-REC(1:30).              CPYTRNC 
017740     MOVE WS-EDIT-COUNT TO WS-RPT-FILE-REC(32:5).                 CPYTRNC 
017750     WRITE WS-RPT-FILE-REC.                                       CPYTRNC 
017760     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYTRNC 
017770     MOVE WS-NODECK-COUNT TO WS-EDIT-COUNT.                       CPYTRNC 
017780     MOVE 'DECKS NOT FOUND' TO WS-RPT-FILE-REC(1:30).             CPYTRNC 
017790     MOVE WS-EDIT-COUNT TO WS-RPT-FILE-REC(32:5).                 CPYTRNC 
017800     WRITE WS-RPT-FILE-REC.                                       CPYTRNC 
017810     IF WS-PENDING-RUN                                            CPYTRNC 
017820         MOVE SPACES TO WS-RPT-FILE-REC                           CPYTRNC 
017830         MOVE WS-SKIPPED-DECKS TO WS-EDIT-COUNT                   CPYTRNC 
017836         MOVE 'DECKS WITHOUT PENDING COPYBOOK'                    CPYTRNC 
017842             TO WS-RPT-FILE-REC(1:30)                             CPYTRNC 
017850         MOVE WS-EDIT-COUNT TO WS-RPT-FILE-REC(32:5)              CPYTRNC 
017860         WRITE WS-RPT-FILE-REC                                    CPYTRNC 
017870     END-IF.                                                      CPYTRNC 
017880     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYTRNC 
017890     MOVE WS-MOVE-CHECKED TO WS-EDIT-COUNT.                       CPYTRNC 
017900     MOVE 'MOVE RECEIVERS CHECKED' TO WS-RPT-FILE-REC(1:30).      CPYTRNC 
017910     MOVE WS-EDIT-COUNT TO WS-RPT-FILE-REC(32:5).                 CPYTRNC 
017920     WRITE WS-RPT-FILE-REC.                                       CPYTRNC 
017930     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYTRNC 
017940     MOVE WS-ARITH-CHECKED TO WS-EDIT-COUNT.                      CPYTRNC 
017950     MOVE 'ARITHMETIC RECEIVERS CHECKED' TO WS-RPT-FILE-REC(1:30).CPYTRNC 
017960     MOVE WS-EDIT-COUNT TO WS-RPT-FILE-REC(32:5).                 CPYTRNC 
017970     WRITE WS-RPT-FILE-REC.                                       CPYTRNC 
017980     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYTRNC 
017990     MOVE WS-UNSIZED-COUNT TO WS-EDIT-COUNT.                      CPYTRNC 
018000     MOVE 'NOT SIZED - NOT CHECKED' TO WS-RPT-FILE-REC(1:30).     CPYTRNC 
018010     MOVE WS-EDIT-COUNT TO WS-RPT-FILE-REC(32:5).                 CPYTRNC 
018020     WRITE WS-RPT-FILE-REC.                                       CPYTRNC 
018030     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYTRNC 
018040     MOVE WS-CNT-LENGTH TO WS-EDIT-COUNT.                         CPYTRNC 
018050     MOVE 'SHORTER RECEIVERS' TO WS-RPT-FILE-REC(1:30).           CPYTRNC 
018060     MOVE WS-EDIT-COUNT TO WS-RPT-FILE-REC(32:5).                 CPYTRNC 
018070     WRITE WS-RPT-FILE-REC.                                       CPYTRNC 
018080     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYTRNC 
018090     MOVE WS-CNT-INTDIGIT TO WS-EDIT-COUNT.                       CPYTRNC 
018100     MOVE 'FEWER INTEGER DIGITS' TO WS-RPT-FILE-REC(1:30).        CPYTRNC 
018110     MOVE WS-EDIT-COUNT TO WS-RPT-FILE-REC(32:5).                 CPYTRNC 
018120     WRITE WS-RPT-FILE-REC.                                       CPYTRNC 
018130     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYTRNC 
018140     MOVE WS-CNT-DECDIGIT TO WS-EDIT-COUNT.                       CPYTRNC 
018150     MOVE 'FEWER DECIMAL DIGITS' TO WS-RPT-FILE-REC(1:30).        CPYTRNC 
018160     MOVE WS-EDIT-COUNT TO WS-RPT-FILE-REC(32:5).                 CPYTRNC 
018170     WRITE WS-RPT-FILE-REC.                                       CPYTRNC 
018180     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYTRNC 
018190     MOVE WS-CNT-SIGN TO WS-EDIT-COUNT.                           CPYTRNC 
018200     MOVE 'SIGN DROPPED' TO WS-RPT-FILE-REC(1:30).                CPYTRNC 
018210     MOVE WS-EDIT-COUNT TO WS-RPT-FILE-REC(32:5).                 CPYTRNC 
018220     WRITE WS-RPT-FILE-REC.                                       CPYTRNC 
018230     IF WS-PENDING-RUN                                            CPYTRNC 
018240         MOVE SPACES TO WS-RPT-FILE-REC                           CPYTRNC 
018250         MOVE WS-CNT-NEW TO WS-EDIT-COUNT                         CPYTRNC 
018256         MOVE 'NEW WITH THE PENDING COPYBOOK'                     CPYTRNC 
018262             TO WS-RPT-FILE-REC(1:30)                             CPYTRNC 
018270         MOVE WS-EDIT-COUNT TO WS-RPT-FILE-REC(32:5)              CPYTRNC 
018280         WRITE WS-RPT-FILE-REC                                    CPYTRNC 
018290     END-IF.                                                      CPYTRNC 
018300     IF WS-DI-DROPPED > 0 OR WS-CF-DROPPED > 0                    CPYTRNC 
018310         ADD 1 TO WS-CNT-REVIEW                                   CPYTRNC 
018320         MOVE SPACES TO WS-RPT-FILE-REC                           CPYTRNC 
018330         MOVE 'TABLE LIMIT REACHED - SOME DATA ITEMS OR FINDINGS' CPYTRNC 
018340             TO WS-RPT-FILE-REC                                   CPYTRNC 
018350         MOVE ' WERE NOT LOADED' TO WS-RPT-FILE-REC(51:)          CPYTRNC 
018360         WRITE WS-RPT-FILE-REC                                    CPYTRNC 
018370     END-IF.                                                      CPYTRNC 
018380 8000-EXIT.                                                       CPYTRNC 
018390     EXIT.                                                        CPYTRNC 
