000010 IDENTIFICATION DIVISION.                                         CPYDB2X 
000020 PROGRAM-ID. CPYDB2X.                                             CPYDB2X 
000030 AUTHOR. R SANDOVAL.                                              CPYDB2X 
000040 INSTALLATION. DATA CENTER SERVICES - COPYBOOK TOOLING.           CPYDB2X 
000050 DATE-WRITTEN. 2026-10-15.                                        CPYDB2X 
000060 DATE-COMPILED.                                                   CPYDB2X 
000070*-------------------------------------------------------------    CPYDB2X 
000080*MODIFICATION HISTORY                                             CPYDB2X 
000090*-------------------------------------------------------------    CPYDB2X 
000100*2026-10-15 RS  DB2 TABLE USAGE CROSS-REFERENCE.  EVERY           CPYDB2X 
000110*               DELIVERED DECK ON THE INVENTORY                   CPYDB2X 
000120*               registry/CPYINV.DAT IS SCANNED FOR ITS            CPYDB2X 
000130*               EXEC SQL ... END-EXEC BLOCKS.  EACH TABLE A       CPYDB2X 
000140*               STATEMENT NAMES IS FILED WITH THE PROGRAM AND     CPYDB2X 
000150*               THE OPERATION (SELECT, INSERT, UPDATE, DELETE,    CPYDB2X 
000160*               OR DECLARE FOR A CURSOR'S SELECT) IN              CPYDB2X 
000170*               registry/CPYDB2.DAT (COPY CPYDB2), AND THE        CPYDB2X 
000180*               REPORT PRINTS A TABLE-BY-PROGRAM CRUD MATRIX.     CPYDB2X 
000190*               DCLGEN CHECKS: THE EXEC SQL DECLARE ... TABLE     CPYDB2X 
000200*               FOR EVERY TABLE TOUCHED MUST COME FROM AN         CPYDB2X 
000210*               INCLUDED MEMBER (THE DECK'S .PRV SIDE FILE        CPYDB2X 
000220*               SAYS WHICH), AND A HOST VARIABLE TAKEN FROM A     CPYDB2X 
000230*               DCLGEN MUST BELONG TO A TABLE THE STATEMENT       CPYDB2X 
000240*               NAMES.  SYSIBM CATALOG TABLES ARE NOT             CPYDB2X 
000250*               CHECKED.  NO SYSIN.  RC 0 CLEAN, 4 ITEMS TO       CPYDB2X 
000260*               REVIEW ONLY (A TABLE DECLARED IN THE PROGRAM      CPYDB2X 
000270*               ITSELF, NO PROVENANCE, A DECK NOT FOUND OR        CPYDB2X 
000280*               TOO LARGE), 8 A TABLE TOUCHED WITHOUT ITS         CPYDB2X 
000290*               DCLGEN OR A HOST VARIABLE FROM ANOTHER            CPYDB2X 
000300*               TABLE'S DCLGEN, 12 NO INVENTORY.                  CPYDB2X 
000310*               REPORT: registry/CPYDB2X.RPT.                     CPYDB2X 
000312*2026-10-15 RS  FREE-FORMAT SOURCE: EACH LINE IS READ THROUGH     CPYDB2X 
000314*               CPYSRCF AS THE CARD IT STANDS FOR, SO THE         CPYDB2X 
000316*               COLUMN RULES HOLD FOR EITHER FORM.                CPYDB2X 
000318*               THE DECK RECORD IS WIDENED TO 256.                CPYDB2X 
000320*-------------------------------------------------------------    CPYDB2X 
000330 ENVIRONMENT DIVISION.                                            CPYDB2X 
000340 CONFIGURATION SECTION.                                           CPYDB2X 
000350 SOURCE-COMPUTER. GENERIC-COMPUTER.                               CPYDB2X 
000360 OBJECT-COMPUTER. GENERIC-COMPUTER.                               CPYDB2X 
000370 INPUT-OUTPUT SECTION.                                            CPYDB2X 
000380 FILE-CONTROL.                                                    CPYDB2X 
000390     SELECT INV-FILE ASSIGN TO DYNAMIC WS-INV-FILENAME            CPYDB2X 
000400         ORGANIZATION LINE SEQUENTIAL                             CPYDB2X 
000410         FILE STATUS IS WS-INV-FILE-STATUS.                       CPYDB2X 
000420     SELECT DCK-FILE ASSIGN TO DYNAMIC WS-DCK-FILENAME            CPYDB2X 
000430         ORGANIZATION LINE SEQUENTIAL                             CPYDB2X 
000440         FILE STATUS IS WS-DCK-FILE-STATUS.                       CPYDB2X 
000450     SELECT PRV-FILE ASSIGN TO DYNAMIC WS-PRV-FILENAME            CPYDB2X 
000460         ORGANIZATION LINE SEQUENTIAL                             CPYDB2X 
000470         FILE STATUS IS WS-PRV-FILE-STATUS.                       CPYDB2X 
000480     SELECT DB2-FILE ASSIGN TO DYNAMIC WS-DB2-FILENAME            CPYDB2X 
000490         ORGANIZATION LINE SEQUENTIAL                             CPYDB2X 
000500         FILE STATUS IS WS-DB2-FILE-STATUS.                       CPYDB2X 
000510     SELECT RPT-FILE ASSIGN TO DYNAMIC WS-RPT-FILENAME            CPYDB2X 
000520         ORGANIZATION LINE SEQUENTIAL                             CPYDB2X 
000530         FILE STATUS IS WS-RPT-FILE-STATUS.                       CPYDB2X 
000540 DATA DIVISION.                                                   CPYDB2X 
000550 FILE SECTION.                                                    CPYDB2X 
000560 FD  INV-FILE.                                                    CPYDB2X 
000570 01  WS-INV-FILE-REC         PIC X(120).                          CPYDB2X 
000580 FD  DCK-FILE.                                                    CPYDB2X 
000590 01  WS-DCK-FILE-REC         PIC X(256).                          CPYDB2X 
000600 FD  PRV-FILE.                                                    CPYDB2X 
000610 01  WS-PRV-FILE-REC         PIC X(80).                           CPYDB2X 
000620 FD  DB2-FILE.                                                    CPYDB2X 
000630 01  WS-DB2-FILE-REC         PIC X(171).                          CPYDB2X 
000640 FD  RPT-FILE.                                                    CPYDB2X 
000650 01  WS-RPT-FILE-REC         PIC X(132).                          CPYDB2X 
000660 WORKING-STORAGE SECTION.                                         CPYDB2X 
000670 77  WS-INV-FILENAME         PIC X(80)                            CPYDB2X 
000680         VALUE 'registry/CPYINV.DAT'.                             CPYDB2X 
000690 77  WS-INV-FILE-STATUS      PIC X(02) VALUE '00'.                CPYDB2X 
000700 77  WS-DCK-FILENAME         PIC X(80) VALUE SPACES.              CPYDB2X 
000710 77  WS-DCK-FILE-STATUS      PIC X(02) VALUE '00'.                CPYDB2X 
000720 77  WS-PRV-FILENAME         PIC X(80) VALUE SPACES.              CPYDB2X 
000730 77  WS-PRV-FILE-STATUS      PIC X(02) VALUE '00'.                CPYDB2X 
000740 77  WS-DB2-FILENAME         PIC X(80)                            CPYDB2X 
000750         VALUE 'registry/CPYDB2.DAT'.                             CPYDB2X 
000760 77  WS-DB2-FILE-STATUS      PIC X(02) VALUE '00'.                CPYDB2X 
000770 77  WS-RPT-FILENAME         PIC X(80)                            CPYDB2X 
000780         VALUE 'registry/CPYDB2X.RPT'.                            CPYDB2X 
000790 77  WS-RPT-FILE-STATUS      PIC X(02) VALUE '00'.                CPYDB2X 
000800 77  WS-EOF-SW               PIC X(01) VALUE 'N'.                 CPYDB2X 
000810     88  WS-EOF              VALUE 'Y'.                           CPYDB2X 
000820 77  WS-SUB-EOF-SW           PIC X(01) VALUE 'N'.                 CPYDB2X 
000830     88  WS-SUB-EOF          VALUE 'Y'.                           CPYDB2X 
000840 77  WS-FOUND-SW             PIC X(01) VALUE 'N'.                 CPYDB2X 
000850     88  WS-FOUND            VALUE 'Y'.                           CPYDB2X 
000860 77  WS-DONE-SW              PIC X(01) VALUE 'N'.                 CPYDB2X 
000870     88  WS-DONE             VALUE 'Y'.                           CPYDB2X 
000880 01  WS-LOWER-CASE           PIC X(26)                            CPYDB2X 
000890         VALUE 'abcdefghijklmnopqrstuvwxyz'.                      CPYDB2X 
000900 01  WS-UPPER-CASE           PIC X(26)                            CPYDB2X 
000910         VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.                      CPYDB2X 
000920*-------------------------------------------------------------    CPYDB2X 
000930*THE DECK IN HAND: ITS TEXT (COLS 8-72) WITH THE PROVENANCE OF    CPYDB2X 
000940*EVERY LINE.  PASS 1 FILES ITS DATA ITEMS AND ITS TABLE           CPYDB2X 
000950*DECLARATIONS; PASS 2 CLASSIFIES EVERY OTHER SQL STATEMENT.       CPYDB2X 
000960*-------------------------------------------------------------    CPYDB2X 
000970 77  WS-DECK-MEMBER          PIC X(10) VALUE SPACES.              CPYDB2X 
000980 77  WS-DECK-NAME            PIC X(80) VALUE SPACES.              CPYDB2X 
000990 77  WS-DECK-PRV-SW          PIC X(01) VALUE 'N'.                 CPYDB2X 
001000     88  WS-DECK-HAS-PRV     VALUE 'Y'.                           CPYDB2X 
001010 77  WS-DECK-SQL-SW          PIC X(01) VALUE 'N'.                 CPYDB2X 
001020 01  WS-DL-TABLE.                                                 CPYDB2X 
001030     05  WS-DL-COUNT         PIC 9(05) COMP VALUE 0.              CPYDB2X 
001040     05  WS-DL-ENTRY OCCURS 9000 TIMES.                           CPYDB2X 
001050         10  WS-DL-TEXT      PIC X(65).                           CPYDB2X 
001060         10  WS-DL-SRC       PIC X(30).                           CPYDB2X 
001070         10  WS-DL-LIB       PIC X(08).                           CPYDB2X 
001080 77  WS-DL-IX                PIC 9(05) COMP VALUE 0.              CPYDB2X 
001090 77  WS-DL-TRUNC-SW          PIC X(01) VALUE 'N'.                 CPYDB2X 
001100 77  WS-PRV-LINE             PIC 9(08) VALUE 0.                   CPYDB2X 
001110 77  WS-PASS                 PIC 9(01) VALUE 0.                   CPYDB2X 
001120 77  WS-PD-SEEN-SW           PIC X(01) VALUE 'N'.                 CPYDB2X 
001130     88  WS-PD-SEEN          VALUE 'Y'.                           CPYDB2X 
001140*    DATA ITEMS OF THE DECK.  INCL Y: THE LINE CAME FROM AN       CPYDB2X 
001150*    INCLUDED MEMBER (SRC NAMES IT).                              CPYDB2X 
001160 01  WS-DI-TABLE.                                                 CPYDB2X 
001170     05  WS-DI-COUNT         PIC 9(04) COMP VALUE 0.              CPYDB2X 
001180     05  WS-DI-ENTRY OCCURS 3000 TIMES.                           CPYDB2X 
001190         10  WS-DI-NAME      PIC X(30).                           CPYDB2X 
001200         10  WS-DI-SRC       PIC X(30).                           CPYDB2X 
001210         10  WS-DI-INCL      PIC X(01).                           CPYDB2X 
001220 77  WS-DI-IX                PIC 9(04) COMP VALUE 0.              CPYDB2X 
001230*    EXEC SQL DECLARE ... TABLE STATEMENTS OF THE DECK.           CPYDB2X 
001240 01  WS-TD-TABLE.                                                 CPYDB2X 
001250     05  WS-TD-COUNT         PIC 9(03) COMP VALUE 0.              CPYDB2X 
001260     05  WS-TD-ENTRY OCCURS 200 TIMES.                            CPYDB2X 
001270         10  WS-TD-NAME      PIC X(30).                           CPYDB2X 
001280         10  WS-TD-MEMBER    PIC X(30).                           CPYDB2X 
001290         10  WS-TD-INCL      PIC X(01).                           CPYDB2X 
001300 77  WS-TD-IX                PIC 9(03) COMP VALUE 0.              CPYDB2X 
001310*    THE TABLES OF EACH CURSOR DECLARED IN THE DECK.              CPYDB2X 
001320 01  WS-CR-TABLE.                                                 CPYDB2X 
001330     05  WS-CR-COUNT         PIC 9(03) COMP VALUE 0.              CPYDB2X 
001340     05  WS-CR-ENTRY OCCURS 300 TIMES.                            CPYDB2X 
001350         10  WS-CR-CURSOR    PIC X(30).                           CPYDB2X 
001360         10  WS-CR-NAME      PIC X(30).                           CPYDB2X 
001370         10  WS-CR-QUAL      PIC X(08).                           CPYDB2X 
001380 77  WS-CR-IX                PIC 9(03) COMP VALUE 0.              CPYDB2X 
001390*-------------------------------------------------------------    CPYDB2X 
001400*LINE AND TOKEN SCANNING                                          CPYDB2X 
001410*-------------------------------------------------------------    CPYDB2X 
001420 01  WS-LINE-WORDS.                                               CPYDB2X 
001430     05  WS-LWORD            PIC X(30) OCCURS 4 TIMES.            CPYDB2X 
001440 77  WS-LINE-TEXT            PIC X(65) VALUE SPACES.              CPYDB2X 
001450 77  WS-TALLY                PIC 9(04) COMP VALUE 0.              CPYDB2X 
001460 77  WS-TOK-PTR              PIC 9(04) COMP VALUE 0.              CPYDB2X 
001470 77  WS-TOKEN                PIC X(40) VALUE SPACES.              CPYDB2X 
001480 77  WS-TOK-LEN              PIC 9(04) COMP VALUE 0.              CPYDB2X 
001490 77  WS-TOK-COMMA-SW         PIC X(01) VALUE 'N'.                 CPYDB2X 
001500 77  WS-WORD                 PIC X(40) VALUE SPACES.              CPYDB2X 
001510     88  WS-CLAUSE-WORD      VALUE 'WHERE' 'GROUP' 'ORDER'        CPYDB2X 
001520             'HAVING' 'FETCH' 'UNION' 'EXCEPT' 'INTERSECT'        CPYDB2X 
001530             'JOIN' 'INNER' 'LEFT' 'RIGHT' 'FULL' 'OUTER'         CPYDB2X 
001540             'CROSS' 'ON' 'WITH' 'FOR' 'SET' 'VALUES'             CPYDB2X 
001550             'SELECT' 'INTO' 'QUERYNO' 'OPTIMIZE' 'SKIP'          CPYDB2X 
001560             'FROM'.                                              CPYDB2X 
001570*    SCAN STATES: 0 LOOKING, E AFTER EXEC, S IN A STATEMENT.      CPYDB2X 
001580 77  WS-SCAN-STATE           PIC X(01) VALUE '0'.                 CPYDB2X 
001590*-------------------------------------------------------------    CPYDB2X 
001600*THE STATEMENT IN HAND: ITS WORDS (COMMA Y WHEN A COMMA           CPYDB2X 
001610*FOLLOWED THE WORD) AND THE TABLES IT NAMES.                      CPYDB2X 
001620*-------------------------------------------------------------    CPYDB2X 
001630 77  WS-STMT-LINE            PIC 9(05) COMP VALUE 0.              CPYDB2X 
001640 01  WS-SW-TABLE.                                                 CPYDB2X 
001650     05  WS-SW-COUNT         PIC 9(03) COMP VALUE 0.              CPYDB2X 
001660     05  WS-SW-ENTRY OCCURS 300 TIMES.                            CPYDB2X 
001670         10  WS-SW-WORD      PIC X(40).                           CPYDB2X 
001680         10  WS-SW-COMMA     PIC X(01).                           CPYDB2X 
001690 77  WS-SW-IX                PIC 9(03) COMP VALUE 0.              CPYDB2X 
001700 77  WS-SW-TRUNC-SW          PIC X(01) VALUE 'N'.                 CPYDB2X 
001710 77  WS-FROM-START           PIC 9(03) COMP VALUE 0.              CPYDB2X 
001720*    FROM-LIST STATES: SPACE OUTSIDE, T A TABLE IS NEXT, A        CPYDB2X 
001730*    AFTER A TABLE (AN ALIAS MAY FOLLOW).                         CPYDB2X 
001740 77  WS-FROM-STATE           PIC X(01) VALUE SPACE.               CPYDB2X 
001750 77  WS-SUB-OP               PIC X(08) VALUE SPACES.              CPYDB2X 
001760 77  WS-STMT-CURSOR          PIC X(30) VALUE SPACES.              CPYDB2X 
001770 77  WS-FETCH-CURSOR         PIC X(30) VALUE SPACES.              CPYDB2X 
001780 01  WS-STB-TABLE.                                                CPYDB2X 
001790     05  WS-STB-COUNT        PIC 9(02) COMP VALUE 0.              CPYDB2X 
001800     05  WS-STB-ENTRY OCCURS 30 TIMES.                            CPYDB2X 
001810         10  WS-STB-NAME     PIC X(30).                           CPYDB2X 
001820         10  WS-STB-QUAL     PIC X(08).                           CPYDB2X 
001830         10  WS-STB-OP       PIC X(08).                           CPYDB2X 
001840 77  WS-STB-IX               PIC 9(02) COMP VALUE 0.              CPYDB2X 
001850*    A TABLE NAME AS WRITTEN, AND SPLIT FROM ITS QUALIFIER.       CPYDB2X 
001860 77  WS-TAB-WORD             PIC X(40) VALUE SPACES.              CPYDB2X 
001870 77  WS-TAB-PART1            PIC X(40) VALUE SPACES.              CPYDB2X 
001880 77  WS-TAB-PART2            PIC X(40) VALUE SPACES.              CPYDB2X 
001890 77  WS-TAB-PART3            PIC X(40) VALUE SPACES.              CPYDB2X 
001900 77  WS-NEW-TABLE            PIC X(30) VALUE SPACES.              CPYDB2X 
001910 77  WS-NEW-QUAL             PIC X(08) VALUE SPACES.              CPYDB2X 
001920 77  WS-NEW-OP               PIC X(08) VALUE SPACES.              CPYDB2X 
001930*    HOST VARIABLE CHECK.                                         CPYDB2X 
001940 77  WS-STMT-MISMATCH-SW     PIC X(01) VALUE 'N'.                 CPYDB2X 
001950 77  WS-USER-TABLE-SW        PIC X(01) VALUE 'N'.                 CPYDB2X 
001960 77  WS-HV-NAME              PIC X(30) VALUE SPACES.              CPYDB2X 
001970 77  WS-HV-OK-SW             PIC X(01) VALUE 'N'.                 CPYDB2X 
001980 77  WS-HV-DCLGEN            PIC X(30) VALUE SPACES.              CPYDB2X 
001990 77  WS-HV-DCL-TABLE         PIC X(30) VALUE SPACES.              CPYDB2X 
002000 77  WS-LOOK-TABLE           PIC X(30) VALUE SPACES.              CPYDB2X 
002010 77  WS-LOOK-INCL            PIC X(01) VALUE SPACE.               CPYDB2X 
002020 77  WS-IN-STMT-SW           PIC X(01) VALUE 'N'.                 CPYDB2X 
002030*-------------------------------------------------------------    CPYDB2X 
002040*USAGE OF THE DECK IN HAND, AND EVERY PROGRAM-TABLE PAIR OF       CPYDB2X 
002050*THE RUN.  OPS: ONE X PER OPERATION - SELECT, INSERT, UPDATE,     CPYDB2X 
002060*DELETE, DECLARE (CURSOR).                                        CPYDB2X 
002070*-------------------------------------------------------------    CPYDB2X 
002080 01  WS-SU-TABLE.                                                 CPYDB2X 
002090     05  WS-SU-COUNT         PIC 9(04) COMP VALUE 0.              CPYDB2X 
002100     05  WS-SU-ENTRY OCCURS 3000 TIMES.                           CPYDB2X 
002110         10  WS-SU-NAME      PIC X(30).                           CPYDB2X 
002120         10  WS-SU-QUAL      PIC X(08).                           CPYDB2X 
002130         10  WS-SU-OP        PIC X(08).                           CPYDB2X 
002140         10  WS-SU-CURSOR    PIC X(30).                           CPYDB2X 
002150         10  WS-SU-LINE      PIC 9(05) COMP.                      CPYDB2X 
002160         10  WS-SU-SRC       PIC X(30).                           CPYDB2X 
002170         10  WS-SU-PT        PIC 9(04) COMP.                      CPYDB2X 
002180 77  WS-SU-IX                PIC 9(04) COMP VALUE 0.              CPYDB2X 
002190 01  WS-PT-TABLE.                                                 CPYDB2X 
002200     05  WS-PT-COUNT         PIC 9(04) COMP VALUE 0.              CPYDB2X 
002210     05  WS-PT-ENTRY OCCURS 3000 TIMES.                           CPYDB2X 
002220         10  WS-PT-PROGRAM   PIC X(10).                           CPYDB2X 
002230         10  WS-PT-NAME      PIC X(30).                           CPYDB2X 
002240         10  WS-PT-QUAL      PIC X(08).                           CPYDB2X 
002250         10  WS-PT-OPS       PIC X(05).                           CPYDB2X 
002260         10  WS-PT-DCLGEN    PIC X(30).                           CPYDB2X 
002270         10  WS-PT-STATUS    PIC X(08).                           CPYDB2X 
002280         10  WS-PT-HOSTVAR-SW PIC X(01).                          CPYDB2X 
002290 77  WS-PT-IX                PIC 9(04) COMP VALUE 0.              CPYDB2X 
002300 77  WS-PT-FIRST             PIC 9(04) COMP VALUE 0.              CPYDB2X 
002310*    HOST VARIABLES TAKEN FROM ANOTHER TABLE'S DCLGEN.            CPYDB2X 
002320 01  WS-HF-TABLE.                                                 CPYDB2X 
002330     05  WS-HF-COUNT         PIC 9(04) COMP VALUE 0.              CPYDB2X 
002340     05  WS-HF-ENTRY OCCURS 1000 TIMES.                           CPYDB2X 
002350         10  WS-HF-PROGRAM   PIC X(10).                           CPYDB2X 
002360         10  WS-HF-LINE      PIC 9(05) COMP.                      CPYDB2X 
002370         10  WS-HF-NAME      PIC X(30).                           CPYDB2X 
002380         10  WS-HF-HOSTVAR   PIC X(40).                           CPYDB2X 
002390         10  WS-HF-DCLGEN    PIC X(30).                           CPYDB2X 
002400         10  WS-HF-DCL-TABLE PIC X(30).                           CPYDB2X 
002410 77  WS-HF-IX                PIC 9(04) COMP VALUE 0.              CPYDB2X 
002420*-------------------------------------------------------------    CPYDB2X 
002430*REPORTING                                                        CPYDB2X 
002440*-------------------------------------------------------------    CPYDB2X 
002450 77  WS-LAST-TABLE           PIC X(30) VALUE SPACES.              CPYDB2X 
002460 77  WS-NEXT-TABLE           PIC X(30) VALUE SPACES.              CPYDB2X 
002470 77  WS-FIRST-ROW-SW         PIC X(01) VALUE 'N'.                 CPYDB2X 
002480 77  WS-FINDING-LINES        PIC 9(05) COMP VALUE 0.              CPYDB2X 
002490 77  WS-EDIT-LINE            PIC Z(07)9.                          CPYDB2X 
002500 77  WS-EDIT-COUNT           PIC Z(04)9.                          CPYDB2X 
002510*-------------------------------------------------------------    CPYDB2X 
002520*RUN TOTALS                                                       CPYDB2X 
002530*-------------------------------------------------------------    CPYDB2X 
002540 77  WS-DECK-COUNT           PIC 9(05) COMP VALUE 0.              CPYDB2X 
002550 77  WS-NODECK-COUNT         PIC 9(05) COMP VALUE 0.              CPYDB2X 
002560 77  WS-SQL-DECK-COUNT       PIC 9(05) COMP VALUE 0.              CPYDB2X 
002570 77  WS-STMT-COUNT           PIC 9(05) COMP VALUE 0.              CPYDB2X 
002580 77  WS-REF-COUNT            PIC 9(05) COMP VALUE 0.              CPYDB2X 
002590 77  WS-TABLE-COUNT          PIC 9(05) COMP VALUE 0.              CPYDB2X 
002600 77  WS-CNT-OK               PIC 9(05) COMP VALUE 0.              CPYDB2X 
002610 77  WS-CNT-NODCLG           PIC 9(05) COMP VALUE 0.              CPYDB2X 
002620 77  WS-CNT-INLINE           PIC 9(05) COMP VALUE 0.              CPYDB2X 
002630 77  WS-CNT-HOSTVAR-PAIRS    PIC 9(05) COMP VALUE 0.              CPYDB2X 
002640 77  WS-CNT-HOSTVAR          PIC 9(05) COMP VALUE 0.              CPYDB2X 
002650 77  WS-CNT-NOPRV            PIC 9(05) COMP VALUE 0.              CPYDB2X 
002660 77  WS-CNT-CATALOG          PIC 9(05) COMP VALUE 0.              CPYDB2X 
002670 77  WS-CNT-REVIEW           PIC 9(05) COMP VALUE 0.              CPYDB2X 
002680 77  WS-DROPPED              PIC 9(05) COMP VALUE 0.              CPYDB2X 
002690 77  WS-DATE-PART            PIC X(08).                           CPYDB2X 
002700 77  WS-TIME-PART            PIC X(08).                           CPYDB2X 
002710 77  WS-RUN-TIMESTAMP        PIC X(15).                           CPYDB2X 
002720 77  WS-FINAL-RC             PIC 9(02) VALUE 0.                   CPYDB2X 
002730 COPY CPYDB2.                                                     CPYDB2X 
002735 COPY CPYSFP.                                                     CPYDB2X 
002740 PROCEDURE DIVISION.                                              CPYDB2X 
002750*-------------------------------------------------------------    CPYDB2X 
002760*0000-MAINLINE                                                    CPYDB2X 
002770*-------------------------------------------------------------    CPYDB2X 
002780 0000-MAINLINE.                                                   CPYDB2X 
002790     OPEN INPUT INV-FILE.                                         CPYDB2X 
002800     IF WS-INV-FILE-STATUS NOT = '00'                             CPYDB2X 
002810         DISPLAY 'CPYDB2X - NO DECK INVENTORY ' WS-INV-FILENAME   CPYDB2X 
002820         MOVE 12 TO RETURN-CODE                                   CPYDB2X 
002830         GOBACK                                                   CPYDB2X 
002840     END-IF.                                                      CPYDB2X 
002850     ACCEPT WS-DATE-PART FROM DATE YYYYMMDD.                      CPYDB2X 
002860     ACCEPT WS-TIME-PART FROM TIME.                               CPYDB2X 
002870     STRING WS-DATE-PART WS-TIME-PART                             CPYDB2X 
002880         DELIMITED BY SIZE INTO WS-RUN-TIMESTAMP.                 CPYDB2X 
002890     OPEN OUTPUT RPT-FILE.                                        CPYDB2X 
002900     OPEN OUTPUT DB2-FILE.                                        CPYDB2X 
002910     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYDB2X 
002920     STRING 'CPYDB2X DB2 TABLE USAGE CROSS-REFERENCE - RUN '      CPYDB2X 
002930         DELIMITED BY SIZE                                        CPYDB2X 
002940         WS-RUN-TIMESTAMP DELIMITED BY SIZE                       CPYDB2X 
002950         INTO WS-RPT-FILE-REC                                     CPYDB2X 
002960     END-STRING.                                                  CPYDB2X 
002970     WRITE WS-RPT-FILE-REC.                                       CPYDB2X 
002980     MOVE 'N' TO WS-EOF-SW.                                       CPYDB2X 
002990     PERFORM 2000-ANALYZE-ONE-DECK THRU 2000-EXIT                 CPYDB2X 
003000         UNTIL WS-EOF.                                            CPYDB2X 
003010     CLOSE INV-FILE.                                              CPYDB2X 
003020     CLOSE DB2-FILE.                                              CPYDB2X 
003030     MOVE 0 TO RETURN-CODE.                                       CPYDB2X 
003040     PERFORM 4000-PRINT-MATRIX THRU 4000-EXIT.                    CPYDB2X 
003050     PERFORM 5000-PRINT-FINDINGS THRU 5000-EXIT.                  CPYDB2X 
003060     PERFORM 8000-PRINT-SUMMARY THRU 8000-EXIT.                   CPYDB2X 
003070     CLOSE RPT-FILE.                                              CPYDB2X 
003080     MOVE WS-REF-COUNT TO WS-EDIT-COUNT.                          CPYDB2X 
003090     DISPLAY 'CPYDB2X TABLE REFERENCES:      ' WS-EDIT-COUNT.     CPYDB2X 
003100     MOVE WS-PT-COUNT TO WS-EDIT-COUNT.                           CPYDB2X 
003110     DISPLAY 'CPYDB2X PROGRAM-TABLE PAIRS:   ' WS-EDIT-COUNT.     CPYDB2X 
003120     IF WS-CNT-NODCLG > 0 OR WS-CNT-HOSTVAR > 0                   CPYDB2X 
003130         MOVE 8 TO WS-FINAL-RC                                    CPYDB2X 
003140     ELSE                                                         CPYDB2X 
003150         IF WS-CNT-INLINE > 0 OR WS-CNT-NOPRV > 0                 CPYDB2X 
003160             OR WS-CNT-REVIEW > 0 OR WS-NODECK-COUNT > 0          CPYDB2X 
003170             OR WS-DROPPED > 0                                    CPYDB2X 
003180             MOVE 4 TO WS-FINAL-RC                                CPYDB2X 
003190         END-IF                                                   CPYDB2X 
003200     END-IF.                                                      CPYDB2X 
003210     MOVE WS-FINAL-RC TO RETURN-CODE.                             CPYDB2X 
003220     GOBACK.                                                      CPYDB2X 
003230*                                                                 CPYDB2X 
003240*-------------------------------------------------------------    CPYDB2X 
003250*2000-ANALYZE-ONE-DECK - ONE INVENTORY LINE (MEMBER 1-10, DECK    CPYDB2X 
003260*22-101): LOAD THE DECK AND ITS PROVENANCE, FILE ITS DATA         CPYDB2X 
003270*ITEMS AND TABLE DECLARATIONS, THEN CLASSIFY ITS STATEMENTS.      CPYDB2X 
003280*-------------------------------------------------------------    CPYDB2X 
003290 2000-ANALYZE-ONE-DECK.                                           CPYDB2X 
003300     READ INV-FILE INTO WS-INV-FILE-REC                           CPYDB2X 
003310         AT END MOVE 'Y' TO WS-EOF-SW                             CPYDB2X 
003320     END-READ.                                                    CPYDB2X 
003330     IF WS-EOF                                                    CPYDB2X 
003340         GO TO 2000-EXIT.                                         CPYDB2X 
003350     IF WS-INV-FILE-REC(1:10) = SPACES                            CPYDB2X 
003360         OR WS-INV-FILE-REC(1:1) = '*'                            CPYDB2X 
003370         GO TO 2000-EXIT.                                         CPYDB2X 
003380     MOVE WS-INV-FILE-REC(1:10) TO WS-DECK-MEMBER.                CPYDB2X 
003390     MOVE WS-INV-FILE-REC(22:80) TO WS-DECK-NAME.                 CPYDB2X 
003400     MOVE WS-DECK-NAME TO WS-DCK-FILENAME.                        CPYDB2X 
003410     OPEN INPUT DCK-FILE.                                         CPYDB2X 
003415     MOVE SPACE TO SRCF-FORMAT.                                   CPYDB2X 
003420     IF WS-DCK-FILE-STATUS NOT = '00'                             CPYDB2X 
003430         ADD 1 TO WS-NODECK-COUNT                                 CPYDB2X 
003440         MOVE SPACES TO WS-RPT-FILE-REC                           CPYDB2X 
003450         STRING WS-DECK-MEMBER DELIMITED BY SIZE                  CPYDB2X 
003460             ' DECK NOT FOUND - NOT ANALYZED: ' DELIMITED BY SIZE CPYDB2X 
003470             WS-DECK-NAME DELIMITED BY SPACE                      CPYDB2X 
003480             INTO WS-RPT-FILE-REC                                 CPYDB2X 
003490         END-STRING                                               CPYDB2X 
003500         WRITE WS-RPT-FILE-REC                                    CPYDB2X 
003510         GO TO 2000-EXIT.                                         CPYDB2X 
003520     ADD 1 TO WS-DECK-COUNT.                                      CPYDB2X 
003530     MOVE 0 TO WS-DL-COUNT WS-DI-COUNT WS-TD-COUNT WS-CR-COUNT    CPYDB2X 
003540         WS-SU-COUNT.                                             CPYDB2X 
003550     MOVE 'N' TO WS-DL-TRUNC-SW WS-DECK-SQL-SW.                   CPYDB2X 
003560     MOVE 'N' TO WS-SUB-EOF-SW.                                   CPYDB2X 
003570     PERFORM 2100-LOAD-ONE-DECK-LINE THRU 2100-EXIT               CPYDB2X 
003580         UNTIL WS-SUB-EOF.                                        CPYDB2X 
003590     CLOSE DCK-FILE.                                              CPYDB2X 
003600     IF WS-DL-TRUNC-SW = 'Y'                                      CPYDB2X 
003610         ADD 1 TO WS-CNT-REVIEW                                   CPYDB2X 
003620         MOVE SPACES TO WS-RPT-FILE-REC                           CPYDB2X 
003630         STRING WS-DECK-MEMBER DELIMITED BY SIZE                  CPYDB2X 
003640             ' DECK OVER 9000 LINES - ONLY THE FIRST 9000 SCANNED'CPYDB2X 
003650             DELIMITED BY SIZE                                    CPYDB2X 
003660             INTO WS-RPT-FILE-REC                                 CPYDB2X 
003670         END-STRING                                               CPYDB2X 
003680         WRITE WS-RPT-FILE-REC                                    CPYDB2X 
003690     END-IF.                                                      CPYDB2X 
003700     PERFORM 2200-LOAD-PROVENANCE THRU 2200-EXIT.                 CPYDB2X 
003710     COMPUTE WS-PT-FIRST = WS-PT-COUNT + 1.                       CPYDB2X 
003720     MOVE 1 TO WS-PASS.                                           CPYDB2X 
003730     MOVE 'N' TO WS-PD-SEEN-SW.                                   CPYDB2X 
003740     MOVE '0' TO WS-SCAN-STATE.                                   CPYDB2X 
003750     PERFORM 2300-SCAN-ONE-LINE THRU 2300-EXIT                    CPYDB2X 
003760         VARYING WS-DL-IX FROM 1 BY 1                             CPYDB2X 
003770         UNTIL WS-DL-IX > WS-DL-COUNT.                            CPYDB2X 
003780     MOVE 2 TO WS-PASS.                                           CPYDB2X 
003790     MOVE '0' TO WS-SCAN-STATE.                                   CPYDB2X 
003800     PERFORM 2300-SCAN-ONE-LINE THRU 2300-EXIT                    CPYDB2X 
003810         VARYING WS-DL-IX FROM 1 BY 1                             CPYDB2X 
003820         UNTIL WS-DL-IX > WS-DL-COUNT.                            CPYDB2X 
003830     IF WS-DECK-SQL-SW = 'Y'                                      CPYDB2X 
003840         ADD 1 TO WS-SQL-DECK-COUNT                               CPYDB2X 
003850     END-IF.                                                      CPYDB2X 
003860     PERFORM 2900-FINISH-DECK THRU 2900-EXIT.                     CPYDB2X 
003870 2000-EXIT.                                                       CPYDB2X 
003880     EXIT.                                                        CPYDB2X 
003890*                                                                 CPYDB2X 
003900 2100-LOAD-ONE-DECK-LINE.                                         CPYDB2X 
003910     READ DCK-FILE INTO WS-DCK-FILE-REC                           CPYDB2X 
003920         AT END MOVE 'Y' TO WS-SUB-EOF-SW                         CPYDB2X 
003930     END-READ.                                                    CPYDB2X 
003940     IF WS-SUB-EOF                                                CPYDB2X 
003950         GO TO 2100-EXIT.                                         CPYDB2X 
003960     IF WS-DL-COUNT NOT < 9000                                    CPYDB2X 
003970         MOVE 'Y' TO WS-DL-TRUNC-SW                               CPYDB2X 
003980         GO TO 2100-EXIT.                                         CPYDB2X 
003990     ADD 1 TO WS-DL-COUNT.                                        CPYDB2X 
004000     MOVE SPACES TO WS-DL-ENTRY(WS-DL-COUNT).                     CPYDB2X 
004002     MOVE WS-DCK-FILE-REC TO SRCF-LINE.                           CPYDB2X 
004004     CALL 'CPYSRCF' USING CPYSRCF-PARMS.                          CPYDB2X 
004006     MOVE SRCF-CARD TO WS-DCK-FILE-REC.                           CPYDB2X 
004010*    COMMENT AND DEBUGGING LINES CARRY NO DATA OR STATEMENTS.     CPYDB2X 
004020     IF WS-DCK-FILE-REC(7:1) = SPACE                              CPYDB2X 
004030         MOVE WS-DCK-FILE-REC(8:65) TO WS-DL-TEXT(WS-DL-COUNT)    CPYDB2X 
004040     END-IF.                                                      CPYDB2X 
004050 2100-EXIT.                                                       CPYDB2X 
004060     EXIT.                                                        CPYDB2X 
004070*                                                                 CPYDB2X 
004080*-------------------------------------------------------------    CPYDB2X 
004090*2200-LOAD-PROVENANCE - DECK LINE 1-8, MEMBER OR COPYBOOK 9-38,   CPYDB2X 
004100*LIBRARY 40-47 (SPACES FOR THE MEMBER'S OWN LINES).               CPYDB2X 
004110*-------------------------------------------------------------    CPYDB2X 
004120 2200-LOAD-PROVENANCE.                                            CPYDB2X 
004130     MOVE 'N' TO WS-DECK-PRV-SW.                                  CPYDB2X 
004140     MOVE SPACES TO WS-PRV-FILENAME.                              CPYDB2X 
004150     STRING WS-DECK-NAME DELIMITED BY SPACE                       CPYDB2X 
004160         '.PRV' DELIMITED BY SIZE                                 CPYDB2X 
004170         INTO WS-PRV-FILENAME                                     CPYDB2X 
004180     END-STRING.                                                  CPYDB2X 
004190     OPEN INPUT PRV-FILE.                                         CPYDB2X 
004200     IF WS-PRV-FILE-STATUS NOT = '00'                             CPYDB2X 
004210         MOVE SPACES TO WS-RPT-FILE-REC                           CPYDB2X 
004220         STRING WS-DECK-MEMBER DELIMITED BY SIZE                  CPYDB2X 
004230             ' NO PROVENANCE FILE - DCLGEN CHECKS NOT MADE'       CPYDB2X 
004240             DELIMITED BY SIZE                                    CPYDB2X 
004250             INTO WS-RPT-FILE-REC                                 CPYDB2X 
004260         END-STRING                                               CPYDB2X 
004270         WRITE WS-RPT-FILE-REC                                    CPYDB2X 
004280         GO TO 2200-EXIT.                                         CPYDB2X 
004290     MOVE 'Y' TO WS-DECK-PRV-SW.                                  CPYDB2X 
004300     MOVE 'N' TO WS-SUB-EOF-SW.                                   CPYDB2X 
004310     PERFORM 2210-LOAD-ONE-PRV-LINE THRU 2210-EXIT                CPYDB2X 
004320         UNTIL WS-SUB-EOF.                                        CPYDB2X 
004330     CLOSE PRV-FILE.                                              CPYDB2X 
004340 2200-EXIT.                                                       CPYDB2X 
004350     EXIT.                                                        CPYDB2X 
004360*                                                                 CPYDB2X 
004370 2210-LOAD-ONE-PRV-LINE.                                          CPYDB2X 
004380     READ PRV-FILE INTO WS-PRV-FILE-REC                           CPYDB2X 
004390         AT END MOVE 'Y' TO WS-SUB-EOF-SW                         CPYDB2X 
004400     END-READ.                                                    CPYDB2X 
004410     IF WS-SUB-EOF                                                CPYDB2X 
004420         GO TO 2210-EXIT.                                         CPYDB2X 
004430     IF WS-PRV-FILE-REC(1:8) NOT NUMERIC                          CPYDB2X 
004440         GO TO 2210-EXIT.                                         CPYDB2X 
004450     MOVE WS-PRV-FILE-REC(1:8) TO WS-PRV-LINE.                    CPYDB2X 
004460     IF WS-PRV-LINE = 0 OR WS-PRV-LINE > WS-DL-COUNT              CPYDB2X 
004470         GO TO 2210-EXIT.                                         CPYDB2X 
004480     MOVE WS-PRV-FILE-REC(9:30) TO WS-DL-SRC(WS-PRV-LINE).        CPYDB2X 
004490     MOVE WS-PRV-FILE-REC(40:8) TO WS-DL-LIB(WS-PRV-LINE).        CPYDB2X 
004500 2210-EXIT.                                                       CPYDB2X 
004510     EXIT.                                                        CPYDB2X 
004520*                                                                 CPYDB2X 
004530*-------------------------------------------------------------    CPYDB2X 
004540*2300-SCAN-ONE-LINE - ON PASS 1, UP TO THE FIRST PROCEDURE        CPYDB2X 
004550*DIVISION, EVERY LEVEL-NUMBERED LINE IS A DATA ITEM.  ON BOTH     CPYDB2X 
004560*PASSES THE TEXT IS THEN SCANNED FOR EXEC SQL BLOCKS.             CPYDB2X 
004570*-------------------------------------------------------------    CPYDB2X 
004580 2300-SCAN-ONE-LINE.                                              CPYDB2X 
004590     IF WS-DL-TEXT(WS-DL-IX) = SPACES                             CPYDB2X 
004600         GO TO 2300-EXIT.                                         CPYDB2X 
004610     IF WS-PASS = 1 AND NOT WS-PD-SEEN                            CPYDB2X 
004620         PERFORM 2310-FILE-DATA-ITEM THRU 2310-EXIT               CPYDB2X 
004630     END-IF.                                                      CPYDB2X 
004640     PERFORM 2400-SCAN-SQL-TOKENS THRU 2400-EXIT.                 CPYDB2X 
004650 2300-EXIT.                                                       CPYDB2X 
004660     EXIT.                                                        CPYDB2X 
004670*                                                                 CPYDB2X 
004680 2310-FILE-DATA-ITEM.                                             CPYDB2X 
004690     MOVE 0 TO WS-TALLY.                                          CPYDB2X 
004700     INSPECT WS-DL-TEXT(WS-DL-IX) TALLYING WS-TALLY               CPYDB2X 
004710         FOR LEADING SPACE.                                       CPYDB2X 
004720     MOVE WS-DL-TEXT(WS-DL-IX)(WS-TALLY + 1:) TO WS-LINE-TEXT.    CPYDB2X 
004730     INSPECT WS-LINE-TEXT CONVERTING WS-LOWER-CASE                CPYDB2X 
004740         TO WS-UPPER-CASE.                                        CPYDB2X 
004750     MOVE SPACES TO WS-LINE-WORDS.                                CPYDB2X 
004760     UNSTRING WS-LINE-TEXT DELIMITED BY ALL SPACE                 CPYDB2X 
004770         INTO WS-LWORD(1) WS-LWORD(2) WS-LWORD(3) WS-LWORD(4)     CPYDB2X 
004780     END-UNSTRING.                                                CPYDB2X 
004790     IF WS-LWORD(1) = 'PROCEDURE'                                 CPYDB2X 
004800         AND WS-LWORD(2)(1:8) = 'DIVISION'                        CPYDB2X 
004810         MOVE 'Y' TO WS-PD-SEEN-SW                                CPYDB2X 
004820         GO TO 2310-EXIT.                                         CPYDB2X 
004830     IF WS-LWORD(1)(1:2) NOT NUMERIC                              CPYDB2X 
004840         OR WS-LWORD(1)(3:28) NOT = SPACES                        CPYDB2X 
004850         GO TO 2310-EXIT.                                         CPYDB2X 
004860     IF WS-LWORD(1)(1:2) = '66' OR WS-LWORD(1)(1:2) = '88'        CPYDB2X 
004870         OR WS-LWORD(1)(1:2) = '00'                               CPYDB2X 
004880         GO TO 2310-EXIT.                                         CPYDB2X 
004890     IF WS-DI-COUNT NOT < 3000                                    CPYDB2X 
004900         GO TO 2310-EXIT.                                         CPYDB2X 
004910     ADD 1 TO WS-DI-COUNT.                                        CPYDB2X 
004920     INSPECT WS-LWORD(2) REPLACING ALL '.' BY ' '.                CPYDB2X 
004930     MOVE WS-LWORD(2) TO WS-DI-NAME(WS-DI-COUNT).                 CPYDB2X 
004940     MOVE WS-DL-SRC(WS-DL-IX) TO WS-DI-SRC(WS-DI-COUNT).          CPYDB2X 
004950     IF WS-DL-LIB(WS-DL-IX) = SPACES                              CPYDB2X 
004960         MOVE 'N' TO WS-DI-INCL(WS-DI-COUNT)                      CPYDB2X 
004970     ELSE                                                         CPYDB2X 
004980         MOVE 'Y' TO WS-DI-INCL(WS-DI-COUNT)                      CPYDB2X 
004990     END-IF.                                                      CPYDB2X 
005000 2310-EXIT.                                                       CPYDB2X 
005010     EXIT.                                                        CPYDB2X 
005020*                                                                 CPYDB2X 
005030*-------------------------------------------------------------    CPYDB2X 
005040*2400-SCAN-SQL-TOKENS - TOKEN BY TOKEN, WITH PARENTHESES TAKEN    CPYDB2X 
005050*AS SPACES.  A COMMA AFTER A WORD IS KEPT WITH THE WORD (A        CPYDB2X 
005060*FROM LIST NEEDS IT); A TRAILING PERIOD IS DROPPED.               CPYDB2X 
005070*-------------------------------------------------------------    CPYDB2X 
005080 2400-SCAN-SQL-TOKENS.                                            CPYDB2X 
005090     MOVE WS-DL-TEXT(WS-DL-IX) TO WS-LINE-TEXT.                   CPYDB2X 
005100     INSPECT WS-LINE-TEXT CONVERTING WS-LOWER-CASE                CPYDB2X 
005110         TO WS-UPPER-CASE.                                        CPYDB2X 
005120     INSPECT WS-LINE-TEXT CONVERTING '()' TO '  '.                CPYDB2X 
005130     MOVE 1 TO WS-TOK-PTR.                                        CPYDB2X 
005140     PERFORM 2410-NEXT-TOKEN THRU 2410-EXIT                       CPYDB2X 
005150         UNTIL WS-TOK-PTR > 65.                                   CPYDB2X 
005160 2400-EXIT.                                                       CPYDB2X 
005170     EXIT.                                                        CPYDB2X 
005180*                                                                 CPYDB2X 
005190 2410-NEXT-TOKEN.                                                 CPYDB2X 
005200     MOVE SPACES TO WS-TOKEN.                                     CPYDB2X 
005210     UNSTRING WS-LINE-TEXT DELIMITED BY ALL SPACE                 CPYDB2X 
005220         INTO WS-TOKEN                                            CPYDB2X 
005230         WITH POINTER WS-TOK-PTR                                  CPYDB2X 
005240     END-UNSTRING.                                                CPYDB2X 
005250     IF WS-TOKEN = SPACES                                         CPYDB2X 
005260         GO TO 2410-EXIT.                                         CPYDB2X 
005270*    AN SQL COMMENT RUNS TO THE END OF THE LINE.                  CPYDB2X 
005280     IF WS-SCAN-STATE = 'S' AND WS-TOKEN(1:2) = '--'              CPYDB2X 
005290         MOVE 66 TO WS-TOK-PTR                                    CPYDB2X 
005300         GO TO 2410-EXIT.                                         CPYDB2X 
005310*    A LEADING COMMA BELONGS TO THE WORD BEFORE.                  CPYDB2X 
005320     IF WS-TOKEN(1:1) = ','                                       CPYDB2X 
005330         IF WS-SCAN-STATE = 'S' AND WS-SW-COUNT > 0               CPYDB2X 
005340             MOVE 'Y' TO WS-SW-COMMA(WS-SW-COUNT)                 CPYDB2X 
005350         END-IF                                                   CPYDB2X 
005360         MOVE WS-TOKEN(2:39) TO WS-WORD                           CPYDB2X 
005370         MOVE WS-WORD TO WS-TOKEN                                 CPYDB2X 
005380     END-IF.                                                      CPYDB2X 
005390     MOVE 0 TO WS-TOK-LEN.                                        CPYDB2X 
005400     INSPECT WS-TOKEN TALLYING WS-TOK-LEN                         CPYDB2X 
005410         FOR CHARACTERS BEFORE SPACE.                             CPYDB2X 
005420     MOVE 'N' TO WS-TOK-COMMA-SW.                                 CPYDB2X 
005430     IF WS-TOK-LEN > 0 AND (WS-TOKEN(WS-TOK-LEN:1) = ','          CPYDB2X 
005440         OR WS-TOKEN(WS-TOK-LEN:1) = ';')                         CPYDB2X 
005450         MOVE 'Y' TO WS-TOK-COMMA-SW                              CPYDB2X 
005460         MOVE SPACE TO WS-TOKEN(WS-TOK-LEN:1)                     CPYDB2X 
005470         SUBTRACT 1 FROM WS-TOK-LEN                               CPYDB2X 
005480     END-IF.                                                      CPYDB2X 
005490     IF WS-TOK-LEN > 0 AND WS-TOKEN(WS-TOK-LEN:1) = '.'           CPYDB2X 
005500         MOVE SPACE TO WS-TOKEN(WS-TOK-LEN:1)                     CPYDB2X 
005510         SUBTRACT 1 FROM WS-TOK-LEN                               CPYDB2X 
005520     END-IF.                                                      CPYDB2X 
005530     IF WS-TOK-LEN > 0                                            CPYDB2X 
005540         MOVE WS-TOKEN TO WS-WORD                                 CPYDB2X 
005550         PERFORM 2420-PROCESS-TOKEN THRU 2420-EXIT                CPYDB2X 
005560     END-IF.                                                      CPYDB2X 
005570 2410-EXIT.                                                       CPYDB2X 
005580     EXIT.                                                        CPYDB2X 
005590*                                                                 CPYDB2X 
005600 2420-PROCESS-TOKEN.                                              CPYDB2X 
005610     EVALUATE WS-SCAN-STATE                                       CPYDB2X 
005620         WHEN 'E'                                                 CPYDB2X 
005630             IF WS-WORD = 'SQL'                                   CPYDB2X 
005640                 MOVE 'S' TO WS-SCAN-STATE                        CPYDB2X 
005650                 MOVE 0 TO WS-SW-COUNT                            CPYDB2X 
005660                 MOVE 'N' TO WS-SW-TRUNC-SW                       CPYDB2X 
005670             ELSE                                                 CPYDB2X 
005680                 MOVE '0' TO WS-SCAN-STATE                        CPYDB2X 
005690             END-IF                                               CPYDB2X 
005700         WHEN 'S'                                                 CPYDB2X 
005710             IF WS-WORD = 'END-EXEC'                              CPYDB2X 
005720                 MOVE '0' TO WS-SCAN-STATE                        CPYDB2X 
005730                 PERFORM 2500-END-OF-STATEMENT THRU 2500-EXIT     CPYDB2X 
005740             ELSE                                                 CPYDB2X 
005750                 PERFORM 2430-KEEP-WORD THRU 2430-EXIT            CPYDB2X 
005760             END-IF                                               CPYDB2X 
005770         WHEN OTHER                                               CPYDB2X 
005780             IF WS-WORD = 'EXEC'                                  CPYDB2X 
005790                 MOVE 'E' TO WS-SCAN-STATE                        CPYDB2X 
005800                 MOVE WS-DL-IX TO WS-STMT-LINE                    CPYDB2X 
005810             END-IF                                               CPYDB2X 
005820     END-EVALUATE.                                                CPYDB2X 
005830 2420-EXIT.                                                       CPYDB2X 
005840     EXIT.                                                        CPYDB2X 
005850*                                                                 CPYDB2X 
005860 2430-KEEP-WORD.                                                  CPYDB2X 
005870     IF WS-SW-COUNT NOT < 300                                     CPYDB2X 
005880         MOVE 'Y' TO WS-SW-TRUNC-SW                               CPYDB2X 
005890         GO TO 2430-EXIT.                                         CPYDB2X 
005900     ADD 1 TO WS-SW-COUNT.                                        CPYDB2X 
005910     MOVE WS-WORD TO WS-SW-WORD(WS-SW-COUNT).                     CPYDB2X 
005920     MOVE WS-TOK-COMMA-SW TO WS-SW-COMMA(WS-SW-COUNT).            CPYDB2X 
005930 2430-EXIT.                                                       CPYDB2X 
005940     EXIT.                                                        CPYDB2X 
005950*                                                                 CPYDB2X 
005960*-------------------------------------------------------------    CPYDB2X 
005970*2500-END-OF-STATEMENT - PASS 1 FILES THE TABLE DECLARATIONS;     CPYDB2X 
005980*PASS 2 CLASSIFIES THE STATEMENT, CHECKS ITS HOST VARIABLES       CPYDB2X 
005990*AND FILES ITS TABLES.                                            CPYDB2X 
006000*-------------------------------------------------------------    CPYDB2X 
006010 2500-END-OF-STATEMENT.                                           CPYDB2X 
006020     IF WS-SW-COUNT = 0                                           CPYDB2X 
006030         GO TO 2500-EXIT.                                         CPYDB2X 
006040     IF WS-PASS = 1                                               CPYDB2X 
006050         IF WS-SW-WORD(1) = 'DECLARE' AND WS-SW-COUNT > 2         CPYDB2X 
006060             AND WS-SW-WORD(3) = 'TABLE'                          CPYDB2X 
006070             PERFORM 2600-NOTE-TABLE-DECLARATION THRU 2600-EXIT   CPYDB2X 
006080         END-IF                                                   CPYDB2X 
006090         GO TO 2500-EXIT.                                         CPYDB2X 
006100     MOVE 'Y' TO WS-DECK-SQL-SW.                                  CPYDB2X 
006110     ADD 1 TO WS-STMT-COUNT.                                      CPYDB2X 
006120     IF WS-SW-TRUNC-SW = 'Y'                                      CPYDB2X 
006130         ADD 1 TO WS-CNT-REVIEW                                   CPYDB2X 
006140         MOVE WS-STMT-LINE TO WS-EDIT-LINE                        CPYDB2X 
006150         MOVE SPACES TO WS-RPT-FILE-REC                           CPYDB2X 
006160         STRING WS-DECK-MEMBER DELIMITED BY SIZE                  CPYDB2X 
006170             ' STATEMENT AT DECK LINE' DELIMITED BY SIZE          CPYDB2X 
006180             WS-EDIT-LINE DELIMITED BY SIZE                       CPYDB2X 
006190             ' OVER 300 WORDS - THE REST NOT SCANNED'             CPYDB2X 
006200             DELIMITED BY SIZE                                    CPYDB2X 
006210             INTO WS-RPT-FILE-REC                                 CPYDB2X 
006220         END-STRING                                               CPYDB2X 
006230         WRITE WS-RPT-FILE-REC                                    CPYDB2X 
006240     END-IF.                                                      CPYDB2X 
006250     PERFORM 2700-CLASSIFY-STATEMENT THRU 2700-EXIT.              CPYDB2X 
006260     IF WS-STB-COUNT = 0                                          CPYDB2X 
006270         GO TO 2500-EXIT.                                         CPYDB2X 
006280     PERFORM 2800-CHECK-HOST-VARIABLES THRU 2800-EXIT.            CPYDB2X 
006290     PERFORM 2850-FILE-ONE-TABLE THRU 2850-EXIT                   CPYDB2X 
006300         VARYING WS-STB-IX FROM 1 BY 1                            CPYDB2X 
006310         UNTIL WS-STB-IX > WS-STB-COUNT.                          CPYDB2X 
006320 2500-EXIT.                                                       CPYDB2X 
006330     EXIT.                                                        CPYDB2X 
006340*                                                                 CPYDB2X 
006350*-------------------------------------------------------------    CPYDB2X 
006360*2600-NOTE-TABLE-DECLARATION - EXEC SQL DECLARE T TABLE.  IT IS   CPYDB2X 
006370*A DCLGEN WHEN ITS LINE CAME FROM AN INCLUDED MEMBER.  THE        CPYDB2X 
006380*FIRST DECLARATION OF A TABLE IN THE DECK STANDS.                 CPYDB2X 
006390*-------------------------------------------------------------    CPYDB2X 
006400 2600-NOTE-TABLE-DECLARATION.                                     CPYDB2X 
006410     MOVE WS-SW-WORD(2) TO WS-TAB-WORD.                           CPYDB2X 
006420     PERFORM 2750-SPLIT-TABLE-NAME THRU 2750-EXIT.                CPYDB2X 
006430     IF WS-NEW-TABLE = SPACES                                     CPYDB2X 
006440         GO TO 2600-EXIT.                                         CPYDB2X 
006450     MOVE 'N' TO WS-FOUND-SW.                                     CPYDB2X 
006460     PERFORM 2610-MATCH-ONE-DECLARATION THRU 2610-EXIT            CPYDB2X 
006470         VARYING WS-TD-IX FROM 1 BY 1                             CPYDB2X 
006480         UNTIL WS-TD-IX > WS-TD-COUNT OR WS-FOUND.                CPYDB2X 
006490     IF WS-FOUND                                                  CPYDB2X 
006500         GO TO 2600-EXIT.                                         CPYDB2X 
006510     IF WS-TD-COUNT NOT < 200                                     CPYDB2X 
006520         ADD 1 TO WS-DROPPED                                      CPYDB2X 
006530         GO TO 2600-EXIT.                                         CPYDB2X 
006540     ADD 1 TO WS-TD-COUNT.                                        CPYDB2X 
006550     MOVE WS-NEW-TABLE TO WS-TD-NAME(WS-TD-COUNT).                CPYDB2X 
006560     MOVE WS-DL-SRC(WS-STMT-LINE) TO WS-TD-MEMBER(WS-TD-COUNT).   CPYDB2X 
006570     IF WS-DL-LIB(WS-STMT-LINE) = SPACES                          CPYDB2X 
006580         MOVE 'N' TO WS-TD-INCL(WS-TD-COUNT)                      CPYDB2X 
006590     ELSE                                                         CPYDB2X 
006600         MOVE 'Y' TO WS-TD-INCL(WS-TD-COUNT)                      CPYDB2X 
006610     END-IF.                                                      CPYDB2X 
006620 2600-EXIT.                                                       CPYDB2X 
006630     EXIT.                                                        CPYDB2X 
006640*                                                                 CPYDB2X 
006650 2610-MATCH-ONE-DECLARATION.                                      CPYDB2X 
006660     IF WS-TD-NAME(WS-TD-IX) = WS-NEW-TABLE                       CPYDB2X 
006670         MOVE 'Y' TO WS-FOUND-SW                                  CPYDB2X 
006680     END-IF.                                                      CPYDB2X 
006690 2610-EXIT.                                                       CPYDB2X 
006700     EXIT.                                                        CPYDB2X 
006710*                                                                 CPYDB2X 
006720*-------------------------------------------------------------    CPYDB2X 
006730*2700-CLASSIFY-STATEMENT - THE FIRST WORD SAYS WHAT THE           CPYDB2X 
006740*STATEMENT DOES TO THE TABLE IT NAMES FIRST; EVERY TABLE IN A     CPYDB2X 
006750*FROM OR JOIN AFTER THAT IS READ (DECLARE FOR A CURSOR'S OWN      CPYDB2X 
006760*SELECT).  A FETCH CHECKS ITS HOST VARIABLES AGAINST THE          CPYDB2X 
006770*TABLES OF ITS CURSOR.  ANY OTHER STATEMENT NAMES NO TABLE.       CPYDB2X 
006780*-------------------------------------------------------------    CPYDB2X 
006790 2700-CLASSIFY-STATEMENT.                                         CPYDB2X 
006800     MOVE 0 TO WS-STB-COUNT WS-FROM-START.                        CPYDB2X 
006810     MOVE SPACES TO WS-SUB-OP WS-STMT-CURSOR.                     CPYDB2X 
006820     EVALUATE WS-SW-WORD(1)                                       CPYDB2X 
006830         WHEN 'SELECT'                                            CPYDB2X 
006840             MOVE 'SELECT' TO WS-SUB-OP                           CPYDB2X 
006850             MOVE 2 TO WS-FROM-START                              CPYDB2X 
006860         WHEN 'DECLARE'                                           CPYDB2X 
006870             PERFORM 2730-LOOK-FOR-CURSOR THRU 2730-EXIT          CPYDB2X 
006880         WHEN 'INSERT'                                            CPYDB2X 
006890             IF WS-SW-COUNT > 2 AND WS-SW-WORD(2) = 'INTO'        CPYDB2X 
006900                 MOVE WS-SW-WORD(3) TO WS-TAB-WORD                CPYDB2X 
006910                 MOVE 'INSERT' TO WS-NEW-OP                       CPYDB2X 
006920                 PERFORM 2720-ADD-STATEMENT-TABLE THRU 2720-EXIT  CPYDB2X 
006930                 MOVE 'SELECT' TO WS-SUB-OP                       CPYDB2X 
006940                 MOVE 4 TO WS-FROM-START                          CPYDB2X 
006950             END-IF                                               CPYDB2X 
006960         WHEN 'UPDATE'                                            CPYDB2X 
006970             IF WS-SW-COUNT > 1                                   CPYDB2X 
006980                 MOVE WS-SW-WORD(2) TO WS-TAB-WORD                CPYDB2X 
006990                 MOVE 'UPDATE' TO WS-NEW-OP                       CPYDB2X 
007000                 PERFORM 2720-ADD-STATEMENT-TABLE THRU 2720-EXIT  CPYDB2X 
007010                 MOVE 'SELECT' TO WS-SUB-OP                       CPYDB2X 
007020                 MOVE 3 TO WS-FROM-START                          CPYDB2X 
007030             END-IF                                               CPYDB2X 
007040         WHEN 'DELETE'                                            CPYDB2X 
007050             IF WS-SW-COUNT > 2 AND WS-SW-WORD(2) = 'FROM'        CPYDB2X 
007060                 MOVE WS-SW-WORD(3) TO WS-TAB-WORD                CPYDB2X 
007070                 MOVE 'DELETE' TO WS-NEW-OP                       CPYDB2X 
007080                 PERFORM 2720-ADD-STATEMENT-TABLE THRU 2720-EXIT  CPYDB2X 
007090                 MOVE 'SELECT' TO WS-SUB-OP                       CPYDB2X 
007100                 MOVE 4 TO WS-FROM-START                          CPYDB2X 
007110             END-IF                                               CPYDB2X 
007120         WHEN 'FETCH'                                             CPYDB2X 
007130             PERFORM 2740-FETCH-CURSOR-TABLES THRU 2740-EXIT      CPYDB2X 
007140     END-EVALUATE.                                                CPYDB2X 
007150     IF WS-FROM-START = 0                                         CPYDB2X 
007160         GO TO 2700-EXIT.                                         CPYDB2X 
007170     MOVE SPACE TO WS-FROM-STATE.                                 CPYDB2X 
007180     PERFORM 2710-SCAN-FROM-WORD THRU 2710-EXIT                   CPYDB2X 
007190         VARYING WS-SW-IX FROM WS-FROM-START BY 1                 CPYDB2X 
007200         UNTIL WS-SW-IX > WS-SW-COUNT.                            CPYDB2X 
007210 2700-EXIT.                                                       CPYDB2X 
007220     EXIT.                                                        CPYDB2X 
007230*                                                                 CPYDB2X 
007240*-------------------------------------------------------------    CPYDB2X 
007250*2710-SCAN-FROM-WORD - A TABLE FOLLOWS FROM OR JOIN, AND ANOTHER  CPYDB2X 
007260*FOLLOWS A COMMA AFTER THE TABLE OR ITS ALIAS.  A SUBSELECT,      CPYDB2X 
007270*A HOST VARIABLE OR A LITERAL IN THE TABLE POSITION IS SKIPPED.   CPYDB2X 
007280*-------------------------------------------------------------    CPYDB2X 
007290 2710-SCAN-FROM-WORD.                                             CPYDB2X 
007300     MOVE WS-SW-WORD(WS-SW-IX) TO WS-WORD.                        CPYDB2X 
007310     IF WS-FROM-STATE = 'T'                                       CPYDB2X 
007320         IF WS-WORD = 'SELECT' OR WS-WORD = 'TABLE'               CPYDB2X 
007330             OR WS-WORD = 'LATERAL' OR WS-WORD(1:1) = ':'         CPYDB2X 
007340             OR WS-WORD(1:1) = QUOTE OR WS-WORD(1:1) = ''''       CPYDB2X 
007350             MOVE SPACE TO WS-FROM-STATE                          CPYDB2X 
007360             GO TO 2710-EXIT                                      CPYDB2X 
007370         END-IF                                                   CPYDB2X 
007380         MOVE WS-WORD TO WS-TAB-WORD                              CPYDB2X 
007390         MOVE WS-SUB-OP TO WS-NEW-OP                              CPYDB2X 
007400         PERFORM 2720-ADD-STATEMENT-TABLE THRU 2720-EXIT          CPYDB2X 
007410         IF WS-SW-COMMA(WS-SW-IX) NOT = 'Y'                       CPYDB2X 
007420             MOVE 'A' TO WS-FROM-STATE                            CPYDB2X 
007430         END-IF                                                   CPYDB2X 
007440         GO TO 2710-EXIT.                                         CPYDB2X 
007450     IF WS-FROM-STATE = 'A'                                       CPYDB2X 
007460         IF WS-WORD = 'AS'                                        CPYDB2X 
007470             GO TO 2710-EXIT                                      CPYDB2X 
007480         END-IF                                                   CPYDB2X 
007490         MOVE SPACE TO WS-FROM-STATE                              CPYDB2X 
007500         IF NOT WS-CLAUSE-WORD                                    CPYDB2X 
007510             IF WS-SW-COMMA(WS-SW-IX) = 'Y'                       CPYDB2X 
007520                 MOVE 'T' TO WS-FROM-STATE                        CPYDB2X 
007530             END-IF                                               CPYDB2X 
007540             GO TO 2710-EXIT                                      CPYDB2X 
007550         END-IF                                                   CPYDB2X 
007560     END-IF.                                                      CPYDB2X 
007570     IF WS-WORD = 'FROM' OR WS-WORD = 'JOIN'                      CPYDB2X 
007580         MOVE 'T' TO WS-FROM-STATE                                CPYDB2X 
007590     END-IF.                                                      CPYDB2X 
007600 2710-EXIT.                                                       CPYDB2X 
007610     EXIT.                                                        CPYDB2X 
007620*                                                                 CPYDB2X 
007630*-------------------------------------------------------------    CPYDB2X 
007640*2720-ADD-STATEMENT-TABLE - ONCE PER TABLE AND OPERATION.  THE    CPYDB2X 
007650*TABLES OF A CURSOR'S SELECT ARE KEPT FOR ITS FETCHES.            CPYDB2X 
007660*-------------------------------------------------------------    CPYDB2X 
007670 2720-ADD-STATEMENT-TABLE.                                        CPYDB2X 
007680     PERFORM 2750-SPLIT-TABLE-NAME THRU 2750-EXIT.                CPYDB2X 
007690     IF WS-NEW-TABLE = SPACES                                     CPYDB2X 
007700         GO TO 2720-EXIT.                                         CPYDB2X 
007710     MOVE 'N' TO WS-FOUND-SW.                                     CPYDB2X 
007720     PERFORM 2725-MATCH-ONE-STB THRU 2725-EXIT                    CPYDB2X 
007730         VARYING WS-STB-IX FROM 1 BY 1                            CPYDB2X 
007740         UNTIL WS-STB-IX > WS-STB-COUNT OR WS-FOUND.              CPYDB2X 
007750     IF WS-FOUND                                                  CPYDB2X 
007760         GO TO 2720-EXIT.                                         CPYDB2X 
007770     IF WS-STB-COUNT NOT < 30                                     CPYDB2X 
007780         ADD 1 TO WS-DROPPED                                      CPYDB2X 
007790         GO TO 2720-EXIT.                                         CPYDB2X 
007800     ADD 1 TO WS-STB-COUNT.                                       CPYDB2X 
007810     MOVE WS-NEW-TABLE TO WS-STB-NAME(WS-STB-COUNT).              CPYDB2X 
007820     MOVE WS-NEW-QUAL TO WS-STB-QUAL(WS-STB-COUNT).               CPYDB2X 
007830     MOVE WS-NEW-OP TO WS-STB-OP(WS-STB-COUNT).                   CPYDB2X 
007840     IF WS-NEW-OP NOT = 'DECLARE'                                 CPYDB2X 
007850         GO TO 2720-EXIT.                                         CPYDB2X 
007860     IF WS-CR-COUNT NOT < 300                                     CPYDB2X 
007870         ADD 1 TO WS-DROPPED                                      CPYDB2X 
007880         GO TO 2720-EXIT.                                         CPYDB2X 
007890     ADD 1 TO WS-CR-COUNT.                                        CPYDB2X 
007900     MOVE WS-STMT-CURSOR TO WS-CR-CURSOR(WS-CR-COUNT).            CPYDB2X 
007910     MOVE WS-NEW-TABLE TO WS-CR-NAME(WS-CR-COUNT).                CPYDB2X 
007920     MOVE WS-NEW-QUAL TO WS-CR-QUAL(WS-CR-COUNT).                 CPYDB2X 
007930 2720-EXIT.                                                       CPYDB2X 
007940     EXIT.                                                        CPYDB2X 
007950*                                                                 CPYDB2X 
007960 2725-MATCH-ONE-STB.                                              CPYDB2X 
007970     IF WS-STB-NAME(WS-STB-IX) = WS-NEW-TABLE                     CPYDB2X 
007980         AND WS-STB-OP(WS-STB-IX) = WS-NEW-OP                     CPYDB2X 
007990         MOVE 'Y' TO WS-FOUND-SW                                  CPYDB2X 
008000     END-IF.                                                      CPYDB2X 
008010 2725-EXIT.                                                       CPYDB2X 
008020     EXIT.                                                        CPYDB2X 
008030*                                                                 CPYDB2X 
008040*-------------------------------------------------------------    CPYDB2X 
008050*2730-LOOK-FOR-CURSOR - DECLARE C [SENSITIVE ...] CURSOR [WITH    CPYDB2X 
008060*HOLD] FOR SELECT.  ANY OTHER DECLARE NAMES NO TABLE HERE.        CPYDB2X 
008070*-------------------------------------------------------------    CPYDB2X 
008080 2730-LOOK-FOR-CURSOR.                                            CPYDB2X 
008090     MOVE 'N' TO WS-FOUND-SW.                                     CPYDB2X 
008100     MOVE 3 TO WS-SW-IX.                                          CPYDB2X 
008110     PERFORM 2735-TRY-CURSOR-WORD THRU 2735-EXIT                  CPYDB2X 
008120         UNTIL WS-SW-IX > WS-SW-COUNT OR WS-SW-IX > 8             CPYDB2X 
008130         OR WS-FOUND.                                             CPYDB2X 
008140     IF NOT WS-FOUND                                              CPYDB2X 
008150         GO TO 2730-EXIT.                                         CPYDB2X 
008160     MOVE WS-SW-WORD(2) TO WS-STMT-CURSOR.                        CPYDB2X 
008170     MOVE 'DECLARE' TO WS-SUB-OP.                                 CPYDB2X 
008180     MOVE WS-SW-IX TO WS-FROM-START.                              CPYDB2X 
008190 2730-EXIT.                                                       CPYDB2X 
008200     EXIT.                                                        CPYDB2X 
008210*                                                                 CPYDB2X 
008220 2735-TRY-CURSOR-WORD.                                            CPYDB2X 
008230     IF WS-SW-WORD(WS-SW-IX) = 'CURSOR'                           CPYDB2X 
008240         MOVE 'Y' TO WS-FOUND-SW                                  CPYDB2X 
008250     END-IF.                                                      CPYDB2X 
008260     ADD 1 TO WS-SW-IX.                                           CPYDB2X 
008270 2735-EXIT.                                                       CPYDB2X 
008280     EXIT.                                                        CPYDB2X 
008290*                                                                 CPYDB2X 
008300*-------------------------------------------------------------    CPYDB2X 
008310*2740-FETCH-CURSOR-TABLES - THE CURSOR IS THE WORD AFTER FROM,    CPYDB2X 
008320*OR WITHOUT A FROM THE WORD BEFORE INTO.  ITS TABLES ARE TAKEN    CPYDB2X 
008330*WITH NO OPERATION: A FETCH ONLY HAS HOST VARIABLES CHECKED.      CPYDB2X 
008340*-------------------------------------------------------------    CPYDB2X 
008350 2740-FETCH-CURSOR-TABLES.                                        CPYDB2X 
008360     MOVE SPACES TO WS-FETCH-CURSOR.                              CPYDB2X 
008370     MOVE 'N' TO WS-FOUND-SW.                                     CPYDB2X 
008380     MOVE 2 TO WS-SW-IX.                                          CPYDB2X 
008390     PERFORM 2745-TRY-FETCH-WORD THRU 2745-EXIT                   CPYDB2X 
008400         UNTIL WS-SW-IX > WS-SW-COUNT OR WS-FOUND.                CPYDB2X 
008410     IF WS-FETCH-CURSOR = SPACES                                  CPYDB2X 
008420         GO TO 2740-EXIT.                                         CPYDB2X 
008430     MOVE SPACES TO WS-NEW-OP.                                    CPYDB2X 
008440     PERFORM 2748-TAKE-ONE-CURSOR-TABLE THRU 2748-EXIT            CPYDB2X 
008450         VARYING WS-CR-IX FROM 1 BY 1                             CPYDB2X 
008460         UNTIL WS-CR-IX > WS-CR-COUNT.                            CPYDB2X 
008470 2740-EXIT.                                                       CPYDB2X 
008480     EXIT.                                                        CPYDB2X 
008490*                                                                 CPYDB2X 
008500 2745-TRY-FETCH-WORD.                                             CPYDB2X 
008510     IF WS-SW-WORD(WS-SW-IX) = 'INTO'                             CPYDB2X 
008520         MOVE 'Y' TO WS-FOUND-SW                                  CPYDB2X 
008530         IF WS-FETCH-CURSOR = SPACES                              CPYDB2X 
008540             MOVE WS-SW-WORD(WS-SW-IX - 1) TO WS-FETCH-CURSOR     CPYDB2X 
008550         END-IF                                                   CPYDB2X 
008560     END-IF.                                                      CPYDB2X 
008570     IF WS-SW-WORD(WS-SW-IX) = 'FROM'                             CPYDB2X 
008580         AND WS-SW-IX < WS-SW-COUNT                               CPYDB2X 
008590         MOVE WS-SW-WORD(WS-SW-IX + 1) TO WS-FETCH-CURSOR         CPYDB2X 
008600     END-IF.                                                      CPYDB2X 
008610     ADD 1 TO WS-SW-IX.                                           CPYDB2X 
008620 2745-EXIT.                                                       CPYDB2X 
008630     EXIT.                                                        CPYDB2X 
008640*                                                                 CPYDB2X 
008650 2748-TAKE-ONE-CURSOR-TABLE.                                      CPYDB2X 
008660     IF WS-CR-CURSOR(WS-CR-IX) NOT = WS-FETCH-CURSOR              CPYDB2X 
008670         GO TO 2748-EXIT.                                         CPYDB2X 
008680     MOVE WS-CR-NAME(WS-CR-IX) TO WS-TAB-WORD.                    CPYDB2X 
008690     IF WS-CR-QUAL(WS-CR-IX) NOT = SPACES                         CPYDB2X 
008700         MOVE SPACES TO WS-TAB-WORD                               CPYDB2X 
008710         STRING WS-CR-QUAL(WS-CR-IX) DELIMITED BY SPACE           CPYDB2X 
008720             '.' DELIMITED BY SIZE                                CPYDB2X 
008730             WS-CR-NAME(WS-CR-IX) DELIMITED BY SPACE              CPYDB2X 
008740             INTO WS-TAB-WORD                                     CPYDB2X 
008750         END-STRING                                               CPYDB2X 
008760     END-IF.                                                      CPYDB2X 
008770     PERFORM 2720-ADD-STATEMENT-TABLE THRU 2720-EXIT.             CPYDB2X 
008780 2748-EXIT.                                                       CPYDB2X 
008790     EXIT.                                                        CPYDB2X 
008800*                                                                 CPYDB2X 
008810*-------------------------------------------------------------    CPYDB2X 
008820*2750-SPLIT-TABLE-NAME - TABLE, CREATOR.TABLE OR                  CPYDB2X 
008830*LOCATION.CREATOR.TABLE.                                          CPYDB2X 
008840*-------------------------------------------------------------    CPYDB2X 
008850 2750-SPLIT-TABLE-NAME.                                           CPYDB2X 
008860     MOVE SPACES TO WS-NEW-TABLE WS-NEW-QUAL                      CPYDB2X 
008870         WS-TAB-PART1 WS-TAB-PART2 WS-TAB-PART3.                  CPYDB2X 
008880     UNSTRING WS-TAB-WORD DELIMITED BY '.'                        CPYDB2X 
008890         INTO WS-TAB-PART1 WS-TAB-PART2 WS-TAB-PART3              CPYDB2X 
008900     END-UNSTRING.                                                CPYDB2X 
008910     IF WS-TAB-PART3 NOT = SPACES                                 CPYDB2X 
008920         MOVE WS-TAB-PART2 TO WS-NEW-QUAL                         CPYDB2X 
008930         MOVE WS-TAB-PART3 TO WS-NEW-TABLE                        CPYDB2X 
008940         GO TO 2750-EXIT.                                         CPYDB2X 
008950     IF WS-TAB-PART2 NOT = SPACES                                 CPYDB2X 
008960         MOVE WS-TAB-PART1 TO WS-NEW-QUAL                         CPYDB2X 
008970         MOVE WS-TAB-PART2 TO WS-NEW-TABLE                        CPYDB2X 
008980         GO TO 2750-EXIT.                                         CPYDB2X 
008990     MOVE WS-TAB-PART1 TO WS-NEW-TABLE.                           CPYDB2X 
009000 2750-EXIT.                                                       CPYDB2X 
009010     EXIT.                                                        CPYDB2X 
009020*                                                                 CPYDB2X 
009030*-------------------------------------------------------------    CPYDB2X 
009040*2800-CHECK-HOST-VARIABLES - A HOST VARIABLE (:NAME, :GROUP.NAME  CPYDB2X 
009050*OR :NAME:INDICATOR) DEFINED ONLY BY THE DCLGEN OF A TABLE THE    CPYDB2X 
009060*STATEMENT DOES NOT NAME IS A MISMATCH.  ONE DEFINED IN THE       CPYDB2X 
009070*PROGRAM ITSELF OR IN A COPYBOOK THAT DECLARES NO TABLE IS        CPYDB2X 
009080*NOT CHECKED.  NEEDS THE PROVENANCE; A STATEMENT ON SYSIBM        CPYDB2X 
009090*CATALOG TABLES ALONE IS NOT CHECKED.                             CPYDB2X 
009100*-------------------------------------------------------------    CPYDB2X 
009110 2800-CHECK-HOST-VARIABLES.                                       CPYDB2X 
009120     MOVE 'N' TO WS-STMT-MISMATCH-SW.                             CPYDB2X 
009130     IF NOT WS-DECK-HAS-PRV                                       CPYDB2X 
009140         GO TO 2800-EXIT.                                         CPYDB2X 
009150     MOVE 'N' TO WS-USER-TABLE-SW.                                CPYDB2X 
009160     PERFORM 2805-NOTE-USER-TABLE THRU 2805-EXIT                  CPYDB2X 
009170         VARYING WS-STB-IX FROM 1 BY 1                            CPYDB2X 
009180         UNTIL WS-STB-IX > WS-STB-COUNT.                          CPYDB2X 
009190     IF WS-USER-TABLE-SW = 'N'                                    CPYDB2X 
009200         GO TO 2800-EXIT.                                         CPYDB2X 
009210     PERFORM 2810-CHECK-ONE-WORD THRU 2810-EXIT                   CPYDB2X 
009220         VARYING WS-SW-IX FROM 1 BY 1                             CPYDB2X 
009230         UNTIL WS-SW-IX > WS-SW-COUNT.                            CPYDB2X 
009240 2800-EXIT.                                                       CPYDB2X 
009250     EXIT.                                                        CPYDB2X 
009260*                                                                 CPYDB2X 
009270 2805-NOTE-USER-TABLE.                                            CPYDB2X 
009280     IF WS-STB-QUAL(WS-STB-IX) NOT = 'SYSIBM'                     CPYDB2X 
009290         MOVE 'Y' TO WS-USER-TABLE-SW                             CPYDB2X 
009300     END-IF.                                                      CPYDB2X 
009310 2805-EXIT.                                                       CPYDB2X 
009320     EXIT.                                                        CPYDB2X 
009330*                                                                 CPYDB2X 
009340 2810-CHECK-ONE-WORD.                                             CPYDB2X 
009350     IF WS-SW-WORD(WS-SW-IX)(1:1) NOT = ':'                       CPYDB2X 
009360         GO TO 2810-EXIT.                                         CPYDB2X 
009370     MOVE SPACES TO WS-HV-NAME.                                   CPYDB2X 
009380     UNSTRING WS-SW-WORD(WS-SW-IX)(2:39)                          CPYDB2X 
009390         DELIMITED BY '.' OR ':' OR '='                           CPYDB2X 
009400         INTO WS-HV-NAME                                          CPYDB2X 
009410     END-UNSTRING.                                                CPYDB2X 
009420     IF WS-HV-NAME = SPACES                                       CPYDB2X 
009430         GO TO 2810-EXIT.                                         CPYDB2X 
009440     MOVE 'N' TO WS-HV-OK-SW.                                     CPYDB2X 
009450     MOVE SPACES TO WS-HV-DCLGEN WS-HV-DCL-TABLE.                 CPYDB2X 
009460     PERFORM 2820-MATCH-ONE-ITEM THRU 2820-EXIT                   CPYDB2X 
009470         VARYING WS-DI-IX FROM 1 BY 1                             CPYDB2X 
009480         UNTIL WS-DI-IX > WS-DI-COUNT OR WS-HV-OK-SW = 'Y'.       CPYDB2X 
009490     IF WS-HV-OK-SW = 'Y' OR WS-HV-DCLGEN = SPACES                CPYDB2X 
009500         GO TO 2810-EXIT.                                         CPYDB2X 
009510     MOVE 'Y' TO WS-STMT-MISMATCH-SW.                             CPYDB2X 
009520     ADD 1 TO WS-CNT-HOSTVAR.                                     CPYDB2X 
009530     IF WS-HF-COUNT NOT < 1000                                    CPYDB2X 
009540         ADD 1 TO WS-DROPPED                                      CPYDB2X 
009550         GO TO 2810-EXIT.                                         CPYDB2X 
009560     ADD 1 TO WS-HF-COUNT.                                        CPYDB2X 
009570     MOVE WS-DECK-MEMBER TO WS-HF-PROGRAM(WS-HF-COUNT).           CPYDB2X 
009580     MOVE WS-STMT-LINE TO WS-HF-LINE(WS-HF-COUNT).                CPYDB2X 
009590     MOVE WS-STB-NAME(1) TO WS-HF-NAME(WS-HF-COUNT).              CPYDB2X 
009600     MOVE WS-SW-WORD(WS-SW-IX) TO WS-HF-HOSTVAR(WS-HF-COUNT).     CPYDB2X 
009610     MOVE WS-HV-DCLGEN TO WS-HF-DCLGEN(WS-HF-COUNT).              CPYDB2X 
009620     MOVE WS-HV-DCL-TABLE TO WS-HF-DCL-TABLE(WS-HF-COUNT).        CPYDB2X 
009630 2810-EXIT.                                                       CPYDB2X 
009640     EXIT.                                                        CPYDB2X 
009650*                                                                 CPYDB2X 
009660*    EVERY DEFINITION OF THE NAME IS TRIED: ANY ONE THAT IS NOT   CPYDB2X 
009670*    ANOTHER TABLE'S DCLGEN CLEARS IT.                            CPYDB2X 
009680 2820-MATCH-ONE-ITEM.                                             CPYDB2X 
009690     IF WS-DI-NAME(WS-DI-IX) NOT = WS-HV-NAME                     CPYDB2X 
009700         GO TO 2820-EXIT.                                         CPYDB2X 
009710     IF WS-DI-INCL(WS-DI-IX) NOT = 'Y'                            CPYDB2X 
009720         MOVE 'Y' TO WS-HV-OK-SW                                  CPYDB2X 
009730         GO TO 2820-EXIT.                                         CPYDB2X 
009740     MOVE 'N' TO WS-FOUND-SW.                                     CPYDB2X 
009750     MOVE SPACES TO WS-LOOK-TABLE.                                CPYDB2X 
009760     PERFORM 2830-FIND-DECLARED-TABLE THRU 2830-EXIT              CPYDB2X 
009770         VARYING WS-TD-IX FROM 1 BY 1                             CPYDB2X 
009780         UNTIL WS-TD-IX > WS-TD-COUNT OR WS-FOUND.                CPYDB2X 
009790     IF NOT WS-FOUND                                              CPYDB2X 
009800         MOVE 'Y' TO WS-HV-OK-SW                                  CPYDB2X 
009810         GO TO 2820-EXIT.                                         CPYDB2X 
009820     MOVE 'N' TO WS-IN-STMT-SW.                                   CPYDB2X 
009830     PERFORM 2840-TABLE-IN-STATEMENT THRU 2840-EXIT               CPYDB2X 
009840         VARYING WS-STB-IX FROM 1 BY 1                            CPYDB2X 
009850         UNTIL WS-STB-IX > WS-STB-COUNT OR WS-IN-STMT-SW = 'Y'.   CPYDB2X 
009860     IF WS-IN-STMT-SW = 'Y'                                       CPYDB2X 
009870         MOVE 'Y' TO WS-HV-OK-SW                                  CPYDB2X 
009880         GO TO 2820-EXIT.                                         CPYDB2X 
009890     IF WS-HV-DCLGEN = SPACES                                     CPYDB2X 
009900         MOVE WS-DI-SRC(WS-DI-IX) TO WS-HV-DCLGEN                 CPYDB2X 
009910         MOVE WS-LOOK-TABLE TO WS-HV-DCL-TABLE                    CPYDB2X 
009920     END-IF.                                                      CPYDB2X 
009930 2820-EXIT.                                                       CPYDB2X 
009940     EXIT.                                                        CPYDB2X 
009950*                                                                 CPYDB2X 
009960 2830-FIND-DECLARED-TABLE.                                        CPYDB2X 
009970     IF WS-TD-INCL(WS-TD-IX) = 'Y'                                CPYDB2X 
009980         AND WS-TD-MEMBER(WS-TD-IX) = WS-DI-SRC(WS-DI-IX)         CPYDB2X 
009990         MOVE 'Y' TO WS-FOUND-SW                                  CPYDB2X 
010000         MOVE WS-TD-NAME(WS-TD-IX) TO WS-LOOK-TABLE               CPYDB2X 
010010     END-IF.                                                      CPYDB2X 
010020 2830-EXIT.                                                       CPYDB2X 
010030     EXIT.                                                        CPYDB2X 
010040*                                                                 CPYDB2X 
010050 2840-TABLE-IN-STATEMENT.                                         CPYDB2X 
010060     IF WS-STB-NAME(WS-STB-IX) = WS-LOOK-TABLE                    CPYDB2X 
010070         MOVE 'Y' TO WS-IN-STMT-SW                                CPYDB2X 
010080     END-IF.                                                      CPYDB2X 
010090 2840-EXIT.                                                       CPYDB2X 
010100     EXIT.                                                        CPYDB2X 
010110*                                                                 CPYDB2X 
010120*-------------------------------------------------------------    CPYDB2X 
010130*2850-FILE-ONE-TABLE - THE PROGRAM-TABLE PAIR TAKES THE           CPYDB2X 
010140*OPERATION AND ANY HOST VARIABLE MISMATCH; THE STATEMENT'S        CPYDB2X 
010150*ENTRY WAITS FOR THE PAIR'S STATUS AT THE END OF THE DECK.        CPYDB2X 
010160*-------------------------------------------------------------    CPYDB2X 
010170 2850-FILE-ONE-TABLE.                                             CPYDB2X 
010180     PERFORM 2860-FIND-PAIR THRU 2860-EXIT.                       CPYDB2X 
010190     IF WS-PT-IX = 0                                              CPYDB2X 
010200         GO TO 2850-EXIT.                                         CPYDB2X 
010210     IF WS-STMT-MISMATCH-SW = 'Y'                                 CPYDB2X 
010220         MOVE 'Y' TO WS-PT-HOSTVAR-SW(WS-PT-IX)                   CPYDB2X 
010230     END-IF.                                                      CPYDB2X 
010240     EVALUATE WS-STB-OP(WS-STB-IX)                                CPYDB2X 
010250         WHEN 'SELECT'                                            CPYDB2X 
010260             MOVE 'X' TO WS-PT-OPS(WS-PT-IX)(1:1)                 CPYDB2X 
010270         WHEN 'INSERT'                                            CPYDB2X 
010280             MOVE 'X' TO WS-PT-OPS(WS-PT-IX)(2:1)                 CPYDB2X 
010290         WHEN 'UPDATE'                                            CPYDB2X 
010300             MOVE 'X' TO WS-PT-OPS(WS-PT-IX)(3:1)                 CPYDB2X 
010310         WHEN 'DELETE'                                            CPYDB2X 
010320             MOVE 'X' TO WS-PT-OPS(WS-PT-IX)(4:1)                 CPYDB2X 
010330         WHEN 'DECLARE'                                           CPYDB2X 
010340             MOVE 'X' TO WS-PT-OPS(WS-PT-IX)(5:1)                 CPYDB2X 
010350         WHEN OTHER                                               CPYDB2X 
010360             GO TO 2850-EXIT                                      CPYDB2X 
010370     END-EVALUATE.                                                CPYDB2X 
010380     IF WS-SU-COUNT NOT < 3000                                    CPYDB2X 
010390         ADD 1 TO WS-DROPPED                                      CPYDB2X 
010400         GO TO 2850-EXIT.                                         CPYDB2X 
010410     ADD 1 TO WS-SU-COUNT.                                        CPYDB2X 
010420     MOVE WS-STB-NAME(WS-STB-IX) TO WS-SU-NAME(WS-SU-COUNT).      CPYDB2X 
010430     MOVE WS-STB-QUAL(WS-STB-IX) TO WS-SU-QUAL(WS-SU-COUNT).      CPYDB2X 
010440     MOVE WS-STB-OP(WS-STB-IX) TO WS-SU-OP(WS-SU-COUNT).          CPYDB2X 
010450     MOVE SPACES TO WS-SU-CURSOR(WS-SU-COUNT).                    CPYDB2X 
010460     IF WS-STB-OP(WS-STB-IX) = 'DECLARE'                          CPYDB2X 
010470         MOVE WS-STMT-CURSOR TO WS-SU-CURSOR(WS-SU-COUNT)         CPYDB2X 
010480     END-IF.                                                      CPYDB2X 
010490     MOVE WS-STMT-LINE TO WS-SU-LINE(WS-SU-COUNT).                CPYDB2X 
010500     MOVE WS-DL-SRC(WS-STMT-LINE) TO WS-SU-SRC(WS-SU-COUNT).      CPYDB2X 
010510     MOVE WS-PT-IX TO WS-SU-PT(WS-SU-COUNT).                      CPYDB2X 
010520     ADD 1 TO WS-REF-COUNT.                                       CPYDB2X 
010530 2850-EXIT.                                                       CPYDB2X 
010540     EXIT.                                                        CPYDB2X 
010550*                                                                 CPYDB2X 
010560 2860-FIND-PAIR.                                                  CPYDB2X 
010570     MOVE 'N' TO WS-FOUND-SW.                                     CPYDB2X 
010580     MOVE WS-PT-FIRST TO WS-PT-IX.                                CPYDB2X 
010590     PERFORM 2870-MATCH-ONE-PAIR THRU 2870-EXIT                   CPYDB2X 
010600         UNTIL WS-PT-IX > WS-PT-COUNT OR WS-FOUND.                CPYDB2X 
010610     IF WS-FOUND                                                  CPYDB2X 
010620         SUBTRACT 1 FROM WS-PT-IX                                 CPYDB2X 
010630         GO TO 2860-EXIT.                                         CPYDB2X 
010640     IF WS-PT-COUNT NOT < 3000                                    CPYDB2X 
010650         ADD 1 TO WS-DROPPED                                      CPYDB2X 
010660         MOVE 0 TO WS-PT-IX                                       CPYDB2X 
010670         GO TO 2860-EXIT.                                         CPYDB2X 
010680     ADD 1 TO WS-PT-COUNT.                                        CPYDB2X 
010690     MOVE WS-PT-COUNT TO WS-PT-IX.                                CPYDB2X 
010700     MOVE WS-DECK-MEMBER TO WS-PT-PROGRAM(WS-PT-IX).              CPYDB2X 
010710     MOVE WS-STB-NAME(WS-STB-IX) TO WS-PT-NAME(WS-PT-IX).         CPYDB2X 
010720     MOVE WS-STB-QUAL(WS-STB-IX) TO WS-PT-QUAL(WS-PT-IX).         CPYDB2X 
010730     MOVE SPACES TO WS-PT-OPS(WS-PT-IX) WS-PT-DCLGEN(WS-PT-IX)    CPYDB2X 
010740         WS-PT-STATUS(WS-PT-IX).                                  CPYDB2X 
010750     MOVE 'N' TO WS-PT-HOSTVAR-SW(WS-PT-IX).                      CPYDB2X 
010760 2860-EXIT.                                                       CPYDB2X 
010770     EXIT.                                                        CPYDB2X 
010780*                                                                 CPYDB2X 
010790 2870-MATCH-ONE-PAIR.                                             CPYDB2X 
010800     IF WS-PT-NAME(WS-PT-IX) = WS-STB-NAME(WS-STB-IX)             CPYDB2X 
010810         MOVE 'Y' TO WS-FOUND-SW                                  CPYDB2X 
010820     END-IF.                                                      CPYDB2X 
010830     ADD 1 TO WS-PT-IX.                                           CPYDB2X 
010840 2870-EXIT.                                                       CPYDB2X 
010850     EXIT.                                                        CPYDB2X 
010860*                                                                 CPYDB2X 
010870*-------------------------------------------------------------    CPYDB2X 
010880*2900-FINISH-DECK - SET THE DCLGEN STATUS OF EACH OF THE DECK'S   CPYDB2X 
010890*PAIRS, THEN FILE ITS USAGE IN registry/CPYDB2.DAT.               CPYDB2X 
010900*-------------------------------------------------------------    CPYDB2X 
010910 2900-FINISH-DECK.                                                CPYDB2X 
010920     PERFORM 2910-SET-ONE-PAIR-STATUS THRU 2910-EXIT              CPYDB2X 
010930         VARYING WS-PT-IX FROM WS-PT-FIRST BY 1                   CPYDB2X 
010940         UNTIL WS-PT-IX > WS-PT-COUNT.                            CPYDB2X 
010950     PERFORM 2950-WRITE-ONE-USAGE THRU 2950-EXIT                  CPYDB2X 
010960         VARYING WS-SU-IX FROM 1 BY 1                             CPYDB2X 
010970         UNTIL WS-SU-IX > WS-SU-COUNT.                            CPYDB2X 
010980 2900-EXIT.                                                       CPYDB2X 
010990     EXIT.                                                        CPYDB2X 
011000*                                                                 CPYDB2X 
011010 2910-SET-ONE-PAIR-STATUS.                                        CPYDB2X 
011020     IF WS-PT-QUAL(WS-PT-IX) = 'SYSIBM'                           CPYDB2X 
011030         MOVE 'CATALOG' TO WS-PT-STATUS(WS-PT-IX)                 CPYDB2X 
011040         ADD 1 TO WS-CNT-CATALOG                                  CPYDB2X 
011050         GO TO 2910-EXIT.                                         CPYDB2X 
011060     IF NOT WS-DECK-HAS-PRV                                       CPYDB2X 
011070         MOVE 'NO-PRV' TO WS-PT-STATUS(WS-PT-IX)                  CPYDB2X 
011080         ADD 1 TO WS-CNT-NOPRV                                    CPYDB2X 
011090         GO TO 2910-EXIT.                                         CPYDB2X 
011100     MOVE 'N' TO WS-FOUND-SW.                                     CPYDB2X 
011110     MOVE SPACE TO WS-LOOK-INCL.                                  CPYDB2X 
011120     PERFORM 2920-MATCH-ONE-DECLARATION THRU 2920-EXIT            CPYDB2X 
011130         VARYING WS-TD-IX FROM 1 BY 1                             CPYDB2X 
011140         UNTIL WS-TD-IX > WS-TD-COUNT OR WS-FOUND.                CPYDB2X 
011150     IF NOT WS-FOUND                                              CPYDB2X 
011160         MOVE 'NO-DCLG' TO WS-PT-STATUS(WS-PT-IX)                 CPYDB2X 
011170         ADD 1 TO WS-CNT-NODCLG                                   CPYDB2X 
011180         GO TO 2910-EXIT.                                         CPYDB2X 
011190     IF WS-LOOK-INCL NOT = 'Y'                                    CPYDB2X 
011200         MOVE 'INLINE' TO WS-PT-STATUS(WS-PT-IX)                  CPYDB2X 
011210         ADD 1 TO WS-CNT-INLINE                                   CPYDB2X 
011220         GO TO 2910-EXIT.                                         CPYDB2X 
011230     IF WS-PT-HOSTVAR-SW(WS-PT-IX) = 'Y'                          CPYDB2X 
011240         MOVE 'HOSTVAR' TO WS-PT-STATUS(WS-PT-IX)                 CPYDB2X 
011250         ADD 1 TO WS-CNT-HOSTVAR-PAIRS                            CPYDB2X 
011260     ELSE                                                         CPYDB2X 
011270         MOVE 'OK' TO WS-PT-STATUS(WS-PT-IX)                      CPYDB2X 
011280         ADD 1 TO WS-CNT-OK                                       CPYDB2X 
011290     END-IF.                                                      CPYDB2X 
011300 2910-EXIT.                                                       CPYDB2X 
011310     EXIT.                                                        CPYDB2X 
011320*                                                                 CPYDB2X 
011330 2920-MATCH-ONE-DECLARATION.                                      CPYDB2X 
011340     IF WS-TD-NAME(WS-TD-IX) = WS-PT-NAME(WS-PT-IX)               CPYDB2X 
011350         MOVE 'Y' TO WS-FOUND-SW                                  CPYDB2X 
011360         MOVE WS-TD-INCL(WS-TD-IX) TO WS-LOOK-INCL                CPYDB2X 
011370         IF WS-TD-INCL(WS-TD-IX) = 'Y'                            CPYDB2X 
011380             MOVE WS-TD-MEMBER(WS-TD-IX)                          CPYDB2X 
011390                 TO WS-PT-DCLGEN(WS-PT-IX)                        CPYDB2X 
011400         END-IF                                                   CPYDB2X 
011410     END-IF.                                                      CPYDB2X 
011420 2920-EXIT.                                                       CPYDB2X 
011430     EXIT.                                                        CPYDB2X 
011440*                                                                 CPYDB2X 
011450 2950-WRITE-ONE-USAGE.                                            CPYDB2X 
011460     MOVE WS-SU-PT(WS-SU-IX) TO WS-PT-IX.                         CPYDB2X 
011470     MOVE SPACES TO DB2-RECORD.                                   CPYDB2X 
011480     MOVE WS-DECK-MEMBER TO DB2-PROGRAM-NAME.                     CPYDB2X 
011490     MOVE WS-SU-NAME(WS-SU-IX) TO DB2-TABLE-NAME.                 CPYDB2X 
011500     MOVE WS-SU-QUAL(WS-SU-IX) TO DB2-QUALIFIER.                  CPYDB2X 
011510     MOVE WS-SU-OP(WS-SU-IX) TO DB2-OPERATION.                    CPYDB2X 
011520     MOVE WS-SU-CURSOR(WS-SU-IX) TO DB2-CURSOR-NAME.              CPYDB2X 
011530     MOVE WS-SU-LINE(WS-SU-IX) TO DB2-DECK-LINE.                  CPYDB2X 
011540     MOVE WS-SU-SRC(WS-SU-IX) TO DB2-SOURCE-NAME.                 CPYDB2X 
011550     MOVE WS-PT-DCLGEN(WS-PT-IX) TO DB2-DCLGEN-NAME.              CPYDB2X 
011560     MOVE WS-PT-STATUS(WS-PT-IX) TO DB2-STATUS.                   CPYDB2X 
011570     WRITE WS-DB2-FILE-REC FROM DB2-RECORD.                       CPYDB2X 
011580 2950-EXIT.                                                       CPYDB2X 
011590     EXIT.                                                        CPYDB2X 
011600*                                                                 CPYDB2X 
011610*-------------------------------------------------------------    CPYDB2X 
011620*4000-PRINT-MATRIX - TABLES IN NAME ORDER, EACH WITH THE          CPYDB2X 
011630*PROGRAMS THAT TOUCH IT IN INVENTORY ORDER.                       CPYDB2X 
011640*-------------------------------------------------------------    CPYDB2X 
011650 4000-PRINT-MATRIX.                                               CPYDB2X 
011660     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYDB2X 
011670     WRITE WS-RPT-FILE-REC.                                       CPYDB2X 
011680     MOVE 'TABLE USAGE BY PROGRAM' TO WS-RPT-FILE-REC.            CPYDB2X 
011690     WRITE WS-RPT-FILE-REC.                                       CPYDB2X 
011700     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYDB2X 
011710     MOVE 'TABLE' TO WS-RPT-FILE-REC(1:5).                        CPYDB2X 
011720     MOVE 'PROGRAM' TO WS-RPT-FILE-REC(32:7).                     CPYDB2X 
011730     MOVE 'SEL INS UPD DEL CUR' TO WS-RPT-FILE-REC(43:19).        CPYDB2X 
011740     MOVE 'DCLGEN' TO WS-RPT-FILE-REC(64:6).                      CPYDB2X 
011750     MOVE 'STATUS' TO WS-RPT-FILE-REC(95:6).                      CPYDB2X 
011760     MOVE 'QUALIFIER' TO WS-RPT-FILE-REC(104:9).                  CPYDB2X 
011770     WRITE WS-RPT-FILE-REC.                                       CPYDB2X 
011780     IF WS-PT-COUNT = 0                                           CPYDB2X 
011790         MOVE SPACES TO WS-RPT-FILE-REC                           CPYDB2X 
011800         MOVE 'NO EXEC SQL STATEMENT NAMES A TABLE'               CPYDB2X 
011810             TO WS-RPT-FILE-REC                                   CPYDB2X 
011820         WRITE WS-RPT-FILE-REC                                    CPYDB2X 
011830         GO TO 4000-EXIT.                                         CPYDB2X 
011840     MOVE LOW-VALUES TO WS-LAST-TABLE.                            CPYDB2X 
011850     MOVE 'N' TO WS-DONE-SW.                                      CPYDB2X 
011860     PERFORM 4100-PRINT-NEXT-TABLE THRU 4100-EXIT                 CPYDB2X 
011870         UNTIL WS-DONE.                                           CPYDB2X 
011880 4000-EXIT.                                                       CPYDB2X 
011890     EXIT.                                                        CPYDB2X 
011900*                                                                 CPYDB2X 
011910 4100-PRINT-NEXT-TABLE.                                           CPYDB2X 
011920     MOVE HIGH-VALUES TO WS-NEXT-TABLE.                           CPYDB2X 
011930     PERFORM 4110-TRY-ONE-PAIR THRU 4110-EXIT                     CPYDB2X 
011940         VARYING WS-PT-IX FROM 1 BY 1                             CPYDB2X 
011950         UNTIL WS-PT-IX > WS-PT-COUNT.                            CPYDB2X 
011960     IF WS-NEXT-TABLE = HIGH-VALUES                               CPYDB2X 
011970         MOVE 'Y' TO WS-DONE-SW                                   CPYDB2X 
011980         GO TO 4100-EXIT.                                         CPYDB2X 
011990     ADD 1 TO WS-TABLE-COUNT.                                     CPYDB2X 
012000     MOVE 'Y' TO WS-FIRST-ROW-SW.                                 CPYDB2X 
012010     PERFORM 4200-PRINT-ONE-PAIR THRU 4200-EXIT                   CPYDB2X 
012020         VARYING WS-PT-IX FROM 1 BY 1                             CPYDB2X 
012030         UNTIL WS-PT-IX > WS-PT-COUNT.                            CPYDB2X 
012040     MOVE WS-NEXT-TABLE TO WS-LAST-TABLE.                         CPYDB2X 
012050 4100-EXIT.                                                       CPYDB2X 
012060     EXIT.                                                        CPYDB2X 
012070*                                                                 CPYDB2X 
012080 4110-TRY-ONE-PAIR.                                               CPYDB2X 
012090     IF WS-PT-NAME(WS-PT-IX) > WS-LAST-TABLE                      CPYDB2X 
012100         AND WS-PT-NAME(WS-PT-IX) < WS-NEXT-TABLE                 CPYDB2X 
012110         MOVE WS-PT-NAME(WS-PT-IX) TO WS-NEXT-TABLE               CPYDB2X 
012120     END-IF.                                                      CPYDB2X 
012130 4110-EXIT.                                                       CPYDB2X 
012140     EXIT.                                                        CPYDB2X 
012150*                                                                 CPYDB2X 
012160 4200-PRINT-ONE-PAIR.                                             CPYDB2X 
012170     IF WS-PT-NAME(WS-PT-IX) NOT = WS-NEXT-TABLE                  CPYDB2X 
012180         GO TO 4200-EXIT.                                         CPYDB2X 
012190     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYDB2X 
012200     IF WS-FIRST-ROW-SW = 'Y'                                     CPYDB2X 
012210         MOVE WS-PT-NAME(WS-PT-IX) TO WS-RPT-FILE-REC(1:30)       CPYDB2X 
012220         MOVE 'N' TO WS-FIRST-ROW-SW                              CPYDB2X 
012230     END-IF.                                                      CPYDB2X 
012240     MOVE WS-PT-PROGRAM(WS-PT-IX) TO WS-RPT-FILE-REC(32:10).      CPYDB2X 
012250     MOVE WS-PT-OPS(WS-PT-IX)(1:1) TO WS-RPT-FILE-REC(44:1).      CPYDB2X 
012260     MOVE WS-PT-OPS(WS-PT-IX)(2:1) TO WS-RPT-FILE-REC(48:1).      CPYDB2X 
012270     MOVE WS-PT-OPS(WS-PT-IX)(3:1) TO WS-RPT-FILE-REC(52:1).      CPYDB2X 
012280     MOVE WS-PT-OPS(WS-PT-IX)(4:1) TO WS-RPT-FILE-REC(56:1).      CPYDB2X 
012290     MOVE WS-PT-OPS(WS-PT-IX)(5:1) TO WS-RPT-FILE-REC(60:1).      CPYDB2X 
012300     MOVE WS-PT-DCLGEN(WS-PT-IX) TO WS-RPT-FILE-REC(64:30).       CPYDB2X 
012310     MOVE WS-PT-STATUS(WS-PT-IX) TO WS-RPT-FILE-REC(95:8).        CPYDB2X 
012320     MOVE WS-PT-QUAL(WS-PT-IX) TO WS-RPT-FILE-REC(104:8).         CPYDB2X 
012330     WRITE WS-RPT-FILE-REC.                                       CPYDB2X 
012340 4200-EXIT.                                                       CPYDB2X 
012350     EXIT.                                                        CPYDB2X 
012360*                                                                 CPYDB2X 
012370*-------------------------------------------------------------    CPYDB2X 
012380*5000-PRINT-FINDINGS - TABLES TOUCHED WITHOUT AN INCLUDED         CPYDB2X 
012390*DCLGEN, THEN HOST VARIABLES FROM ANOTHER TABLE'S DCLGEN.         CPYDB2X 
012400*-------------------------------------------------------------    CPYDB2X 
012410 5000-PRINT-FINDINGS.                                             CPYDB2X 
012420     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYDB2X 
012430     WRITE WS-RPT-FILE-REC.                                       CPYDB2X 
012440     MOVE 'DCLGEN FINDINGS' TO WS-RPT-FILE-REC.                   CPYDB2X 
012450     WRITE WS-RPT-FILE-REC.                                       CPYDB2X 
012460     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYDB2X 
012470     MOVE 'PROGRAM' TO WS-RPT-FILE-REC(1:7).                      CPYDB2X 
012480     MOVE 'DECK LINE' TO WS-RPT-FILE-REC(12:9).                   CPYDB2X 
012490     MOVE 'TABLE' TO WS-RPT-FILE-REC(22:5).                       CPYDB2X 
012500     MOVE 'FINDING' TO WS-RPT-FILE-REC(53:7).                     CPYDB2X 
012510     WRITE WS-RPT-FILE-REC.                                       CPYDB2X 
012520     MOVE 0 TO WS-FINDING-LINES.                                  CPYDB2X 
012530     PERFORM 5100-PRINT-PAIR-FINDING THRU 5100-EXIT               CPYDB2X 
012540         VARYING WS-PT-IX FROM 1 BY 1                             CPYDB2X 
012550         UNTIL WS-PT-IX > WS-PT-COUNT.                            CPYDB2X 
012560     PERFORM 5200-PRINT-HOSTVAR-FINDING THRU 5200-EXIT            CPYDB2X 
012570         VARYING WS-HF-IX FROM 1 BY 1                             CPYDB2X 
012580         UNTIL WS-HF-IX > WS-HF-COUNT.                            CPYDB2X 
012590     IF WS-FINDING-LINES = 0                                      CPYDB2X 
012600         MOVE SPACES TO WS-RPT-FILE-REC                           CPYDB2X 
012610         MOVE 'NONE' TO WS-RPT-FILE-REC                           CPYDB2X 
012620         WRITE WS-RPT-FILE-REC                                    CPYDB2X 
012630     END-IF.                                                      CPYDB2X 
012640 5000-EXIT.                                                       CPYDB2X 
012650     EXIT.                                                        CPYDB2X 
012660*                                                                 CPYDB2X 
012670 5100-PRINT-PAIR-FINDING.                                         CPYDB2X 
012680     IF WS-PT-STATUS(WS-PT-IX) NOT = 'NO-DCLG'                    CPYDB2X 
012690         AND WS-PT-STATUS(WS-PT-IX) NOT = 'INLINE'                CPYDB2X 
012700         GO TO 5100-EXIT.                                         CPYDB2X 
012710     ADD 1 TO WS-FINDING-LINES.                                   CPYDB2X 
012720     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYDB2X 
012730     MOVE WS-PT-PROGRAM(WS-PT-IX) TO WS-RPT-FILE-REC(1:10).       CPYDB2X 
012740     MOVE WS-PT-NAME(WS-PT-IX) TO WS-RPT-FILE-REC(22:30).         CPYDB2X 
012750     IF WS-PT-STATUS(WS-PT-IX) = 'NO-DCLG'                        CPYDB2X 
012760         MOVE 'NO DCLGEN INCLUDED - NO EXEC SQL DECLARE TABLE'    CPYDB2X 
012770             TO WS-RPT-FILE-REC(53:46)                            CPYDB2X 
012780         MOVE ' FOR IT IN THE DECK' TO WS-RPT-FILE-REC(99:19)     CPYDB2X 
012790     ELSE                                                         CPYDB2X 
012800         MOVE 'DECLARED IN THE PROGRAM ITSELF, NOT BY AN'         CPYDB2X 
012810             TO WS-RPT-FILE-REC(53:41)                            CPYDB2X 
012820         MOVE ' INCLUDED DCLGEN' TO WS-RPT-FILE-REC(94:16)        CPYDB2X 
012830     END-IF.                                                      CPYDB2X 
012840     WRITE WS-RPT-FILE-REC.                                       CPYDB2X 
012850 5100-EXIT.                                                       CPYDB2X 
012860     EXIT.                                                        CPYDB2X 
012870*                                                                 CPYDB2X 
012880 5200-PRINT-HOSTVAR-FINDING.                                      CPYDB2X 
012890     ADD 1 TO WS-FINDING-LINES.                                   CPYDB2X 
012900     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYDB2X 
012910     MOVE WS-HF-PROGRAM(WS-HF-IX) TO WS-RPT-FILE-REC(1:10).       CPYDB2X 
012920     MOVE WS-HF-LINE(WS-HF-IX) TO WS-EDIT-LINE.                   CPYDB2X 
012930     MOVE WS-EDIT-LINE TO WS-RPT-FILE-REC(12:8).                  CPYDB2X 
012940     MOVE WS-HF-NAME(WS-HF-IX) TO WS-RPT-FILE-REC(22:30).         CPYDB2X 
012950     STRING 'HOST VARIABLE ' DELIMITED BY SIZE                    CPYDB2X 
012960         WS-HF-HOSTVAR(WS-HF-IX) DELIMITED BY SPACE               CPYDB2X 
012970         ' IS FROM DCLGEN ' DELIMITED BY SIZE                     CPYDB2X 
012980         WS-HF-DCLGEN(WS-HF-IX) DELIMITED BY SPACE                CPYDB2X 
012990         ' OF TABLE ' DELIMITED BY SIZE                           CPYDB2X 
013000         WS-HF-DCL-TABLE(WS-HF-IX) DELIMITED BY SPACE             CPYDB2X 
013010         INTO WS-RPT-FILE-REC(53:80)                              CPYDB2X 
013020     END-STRING.                                                  CPYDB2X 
013030     WRITE WS-RPT-FILE-REC.                                       CPYDB2X 
013040 5200-EXIT.                                                       CPYDB2X 
013050     EXIT.                                                        CPYDB2X 
013060*                                                                 CPYDB2X 
013070*-------------------------------------------------------------    CPYDB2X 
013080*8000-PRINT-SUMMARY                                               CPYDB2X 
013090*-------------------------------------------------------------    CPYDB2X 
013100 8000-PRINT-SUMMARY.                                              CPYDB2X 
013110     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYDB2X 
013120     WRITE WS-RPT-FILE-REC.                                       CPYDB2X 
013130     MOVE WS-DECK-COUNT TO WS-EDIT-COUNT.                         CPYDB2X 
013140     MOVE 'DECKS ANALYZED' TO WS-RPT-FILE-REC(1:30).              CPYDB2X 
013150     MOVE WS-EDIT-COUNT TO WS-RPT-FILE-REC(32:5).                 CPYDB2X 
013160     WRITE WS-RPT-FILE-REC.                                       CPYDB2X 
013170     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYDB2X 
013180     MOVE WS-NODECK-COUNT TO WS-EDIT-COUNT.                       CPYDB2X 
013190     MOVE 'DECKS NOT FOUND' TO WS-RPT-FILE-REC(1:30).             CPYDB2X 
013200     MOVE WS-EDIT-COUNT TO WS-RPT-FILE-REC(32:5).                 CPYDB2X 
013210     WRITE WS-RPT-FILE-REC.                                       CPYDB2X 
013220     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYDB2X 
013230     MOVE WS-SQL-DECK-COUNT TO WS-EDIT-COUNT.                     CPYDB2X 
013240     MOVE 'DECKS WITH EMBEDDED SQL' TO WS-RPT-FILE-REC(1:30).     CPYDB2X 
013250     MOVE WS-EDIT-COUNT TO WS-RPT-FILE-REC(32:5).                 CPYDB2X 
013260     WRITE WS-RPT-FILE-REC.                                       CPYDB2X 
013270     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYDB2X 
013280     MOVE WS-STMT-COUNT TO WS-EDIT-COUNT.                         CPYDB2X 
013290     MOVE 'SQL STATEMENTS' TO WS-RPT-FILE-REC(1:30).              CPYDB2X 
013300     MOVE WS-EDIT-COUNT TO WS-RPT-FILE-REC(32:5).                 CPYDB2X 
013310     WRITE WS-RPT-FILE-REC.                                       CPYDB2X 
013320     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYDB2X 
013330     MOVE WS-REF-COUNT TO WS-EDIT-COUNT.                          CPYDB2X 
013340     MOVE 'TABLE REFERENCES FILED' TO WS-RPT-FILE-REC(1:30).      CPYDB2X 
013350     MOVE WS-EDIT-COUNT TO WS-RPT-FILE-REC(32:5).                 CPYDB2X 
013360     WRITE WS-RPT-FILE-REC.                                       CPYDB2X 
013370     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYDB2X 
013380     MOVE WS-TABLE-COUNT TO WS-EDIT-COUNT.                        CPYDB2X 
013390     MOVE 'TABLES' TO WS-RPT-FILE-REC(1:30).                      CPYDB2X 
013400     MOVE WS-EDIT-COUNT TO WS-RPT-FILE-REC(32:5).                 CPYDB2X 
013410     WRITE WS-RPT-FILE-REC.                                       CPYDB2X 
013420     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYDB2X 
013430     MOVE WS-PT-COUNT TO WS-EDIT-COUNT.                           CPYDB2X 
013440     MOVE 'PROGRAM-TABLE PAIRS' TO WS-RPT-FILE-REC(1:30).         CPYDB2X 
013450     MOVE WS-EDIT-COUNT TO WS-RPT-FILE-REC(32:5).                 CPYDB2X 
013460     WRITE WS-RPT-FILE-REC.                                       CPYDB2X 
013470     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYDB2X 
013480     MOVE WS-CNT-OK TO WS-EDIT-COUNT.                             CPYDB2X 
013490     MOVE '  DCLGEN OK' TO WS-RPT-FILE-REC(1:30).                 CPYDB2X 
013500     MOVE WS-EDIT-COUNT TO WS-RPT-FILE-REC(32:5).                 CPYDB2X 
013510     WRITE WS-RPT-FILE-REC.                                       CPYDB2X 
013520     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYDB2X 
013530     MOVE WS-CNT-NODCLG TO WS-EDIT-COUNT.                         CPYDB2X 
013540     MOVE '  NO DCLGEN INCLUDED' TO WS-RPT-FILE-REC(1:30).        CPYDB2X 
013550     MOVE WS-EDIT-COUNT TO WS-RPT-FILE-REC(32:5).                 CPYDB2X 
013560     WRITE WS-RPT-FILE-REC.                                       CPYDB2X 
013570     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYDB2X 
013580     MOVE WS-CNT-INLINE TO WS-EDIT-COUNT.                         CPYDB2X 
013590     MOVE '  DECLARED IN THE PROGRAM' TO WS-RPT-FILE-REC(1:30).   CPYDB2X 
013600     MOVE WS-EDIT-COUNT TO WS-RPT-FILE-REC(32:5).                 CPYDB2X 
013610     WRITE WS-RPT-FILE-REC.                                       CPYDB2X 
013620     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYDB2X 
013630     MOVE WS-CNT-HOSTVAR-PAIRS TO WS-EDIT-COUNT.                  CPYDB2X 
013640     MOVE '  HOST VARIABLE MISMATCH' TO WS-RPT-FILE-REC(1:30).    CPYDB2X 
013650     MOVE WS-EDIT-COUNT TO WS-RPT-FILE-REC(32:5).                 CPYDB2X 
013660     WRITE WS-RPT-FILE-REC.                                       CPYDB2X 
013670     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYDB2X 
013680     COMPUTE WS-EDIT-COUNT = WS-CNT-NOPRV + WS-CNT-CATALOG.       CPYDB2X 
013690     MOVE '  NOT CHECKED' TO WS-RPT-FILE-REC(1:30).               CPYDB2X 
013700     MOVE WS-EDIT-COUNT TO WS-RPT-FILE-REC(32:5).                 CPYDB2X 
013710     WRITE WS-RPT-FILE-REC.                                       CPYDB2X 
013720     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYDB2X 
013730     MOVE WS-CNT-HOSTVAR TO WS-EDIT-COUNT.                        CPYDB2X 
013740     MOVE 'HOST VARIABLE MISMATCHES' TO WS-RPT-FILE-REC(1:30).    CPYDB2X 
013750     MOVE WS-EDIT-COUNT TO WS-RPT-FILE-REC(32:5).                 CPYDB2X 
013760     WRITE WS-RPT-FILE-REC.                                       CPYDB2X 
013770     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYDB2X 
013780     MOVE WS-CNT-REVIEW TO WS-EDIT-COUNT.                         CPYDB2X 
013790     MOVE 'ITEMS TO REVIEW' TO WS-RPT-FILE-REC(1:30).             CPYDB2X 
013800     MOVE WS-EDIT-COUNT TO WS-RPT-FILE-REC(32:5).                 CPYDB2X 
013810     WRITE WS-RPT-FILE-REC.                                       CPYDB2X 
013820     IF WS-DROPPED > 0                                            CPYDB2X 
013830         MOVE SPACES TO WS-RPT-FILE-REC                           CPYDB2X 
013840         MOVE 'TABLE LIMIT REACHED - SOME TABLES, PAIRS OR'       CPYDB2X 
013850             TO WS-RPT-FILE-REC                                   CPYDB2X 
013860         MOVE ' FINDINGS WERE NOT KEPT' TO WS-RPT-FILE-REC(44:)   CPYDB2X 
013870         WRITE WS-RPT-FILE-REC                                    CPYDB2X 
013880     END-IF.                                                      CPYDB2X 
013890 8000-EXIT.                                                       CPYDB2X 
013900     EXIT.                                                        CPYDB2X 
