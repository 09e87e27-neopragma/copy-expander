000010 IDENTIFICATION DIVISION.                                         CPYHARV 
000020 PROGRAM-ID. CPYHARV.                                             CPYHARV 
000030 AUTHOR. R SANDOVAL.                                              CPYHARV 
000040 INSTALLATION. DATA CENTER SERVICES - COPYBOOK TOOLING.           CPYHARV 
000050 DATE-WRITTEN. 2026-10-15.                                        CPYHARV 
000060 DATE-COMPILED.                                                   CPYHARV 
000070*-------------------------------------------------------------    CPYHARV 
000080*MODIFICATION HISTORY                                             CPYHARV 
000090*-------------------------------------------------------------    CPYHARV 
000100*2026-10-15 RS  RECORD-LAYOUT HARVESTER.  MANY MEMBERS CODE THE   CPYHARV 
000110*               SAME RECORD BY HAND IN WORKING-STORAGE UNDER      CPYHARV 
000120*               THEIR OWN PREFIX, WHICH THE RE-FOLD UTILITY       CPYHARV 
000130*               CANNOT SEE BECAUSE THE TEXT NEVER MATCHES A       CPYHARV 
000140*               LIBRARY MEMBER.  EVERY 01-LEVEL GROUP IN THE      CPYHARV 
000150*               WORKING-STORAGE OF EVERY MEMBER ON                CPYHARV 
000160*               config/MEMBERS.LST IS REDUCED TO ITS              CPYHARV 
000170*               STRUCTURE - THE SEQUENCE OF LEVEL NUMBERS,        CPYHARV 
000180*               PICTURES (IN ONE CANONICAL FORM, SO 999 AND       CPYHARV 
000190*               9(3) AGREE), USAGES, OCCURS COUNTS AND            CPYHARV 
000200*               REDEFINES POSITIONS, NAMES IGNORED - AND          CPYHARV 
000210*               STRUCTURES FOUND IN TWO OR MORE MEMBERS ARE       CPYHARV 
000220*               REPORTED WITH THE MEMBERS CARRYING THEM.  A       CPYHARV 
000230*               STRUCTURE THAT IS ALREADY AN 01 GROUP OF A        CPYHARV 
000240*               COPYBOOK ON config/COPYBOOKS.LST (RESOLVED        CPYHARV 
000250*               THROUGH config/CPYLIB.CFG) IS LISTED APART AS     CPYHARV 
000260*               A COPY THAT SHOULD BE USED, NOT HARVESTED.        CPYHARV 
000270*               FOR EACH CANDIDATE A DRAFT COPYBOOK IS WRITTEN    CPYHARV 
000280*               FROM ITS FIRST MEMBER'S TEXT, THE MEMBER'S        CPYHARV 
000290*               PREFIX TURNED INTO :PREFIX:, READY TO STAGE       CPYHARV 
000300*               IN TEST-COPYLIB.  SYSIN: MINFIELD (SMALLEST       CPYHARV 
000310*               GROUP CONSIDERED, ELEMENTARY ITEMS, DEFAULT 2)    CPYHARV 
000320*               / OUTDIR (DRAFTS, DEFAULT registry).  RC 0        CPYHARV 
000330*               NOTHING FOUND, 4 CANDIDATES OR HAND-CODED         CPYHARV 
000340*               COPIES OF LIBRARY LAYOUTS, 12 NO MEMBER LIST.     CPYHARV 
000350*               REPORT: registry/CPYHARV.RPT.                     CPYHARV 
000351*2026-10-15 RS  FREE-FORMAT MEMBERS AND COPYBOOKS: EACH LINE IS   CPYHARV 
000352*               READ THROUGH CPYSRCF AS THE CARD IT STANDS FOR,   CPYHARV 
000353*               AND A FREE LINE (NO SEQUENCE NUMBER) NO LONGER    CPYHARV 
000354*               ENDS THE FILE.  A FREE LINE IS REPORTED BY ITS    CPYHARV 
000355*               LINE NUMBER IN THE FILE.  THE SOURCE RECORD IS    CPYHARV 
000356*               WIDENED TO 256.                                   CPYHARV 
000360*-------------------------------------------------------------    CPYHARV 
000370 ENVIRONMENT DIVISION.                                            CPYHARV 
000380 CONFIGURATION SECTION.                                           CPYHARV 
000390 SOURCE-COMPUTER. GENERIC-COMPUTER.                               CPYHARV 
000400 OBJECT-COMPUTER. GENERIC-COMPUTER.                               CPYHARV 
000410 INPUT-OUTPUT SECTION.                                            CPYHARV 
000420 FILE-CONTROL.                                                    CPYHARV 
000430     SELECT PARM-FILE ASSIGN TO DYNAMIC WS-PARM-FILENAME          CPYHARV 
000440         ORGANIZATION LINE SEQUENTIAL                             CPYHARV 
000450         FILE STATUS IS WS-PARM-FILE-STATUS.                      CPYHARV 
000460     SELECT CFG-FILE ASSIGN TO DYNAMIC WS-CFG-FILENAME            CPYHARV 
000470         ORGANIZATION LINE SEQUENTIAL                             CPYHARV 
000480         FILE STATUS IS WS-CFG-FILE-STATUS.                       CPYHARV 
000490     SELECT ROLL-FILE ASSIGN TO DYNAMIC WS-ROLL-FILENAME          CPYHARV 
000500         ORGANIZATION LINE SEQUENTIAL                             CPYHARV 
000510         FILE STATUS IS WS-ROLL-FILE-STATUS.                      CPYHARV 
000520     SELECT MBR-FILE ASSIGN TO DYNAMIC WS-MBR-FILENAME            CPYHARV 
000530         ORGANIZATION LINE SEQUENTIAL                             CPYHARV 
000540         FILE STATUS IS WS-MBR-FILE-STATUS.                       CPYHARV 
000550     SELECT SRC-FILE ASSIGN TO DYNAMIC WS-SRC-FILENAME            CPYHARV 
000560         ORGANIZATION LINE SEQUENTIAL                             CPYHARV 
000570         FILE STATUS IS WS-SRC-FILE-STATUS.                       CPYHARV 
000580     SELECT OUT-FILE ASSIGN TO DYNAMIC WS-OUT-FILENAME            CPYHARV 
000590         ORGANIZATION LINE SEQUENTIAL                             CPYHARV 
000600         FILE STATUS IS WS-OUT-FILE-STATUS.                       CPYHARV 
000610     SELECT RPT-FILE ASSIGN TO DYNAMIC WS-RPT-FILENAME            CPYHARV 
000620         ORGANIZATION LINE SEQUENTIAL                             CPYHARV 
000630         FILE STATUS IS WS-RPT-FILE-STATUS.                       CPYHARV 
000640 DATA DIVISION.                                                   CPYHARV 
000650 FILE SECTION.                                                    CPYHARV 
000660 FD  PARM-FILE.                                                   CPYHARV 
000670 01  WS-PARM-FILE-REC        PIC X(80).                           CPYHARV 
000680 FD  CFG-FILE.                                                    CPYHARV 
000690 01  WS-CFG-FILE-REC         PIC X(80).                           CPYHARV 
000700 FD  ROLL-FILE.                                                   CPYHARV 
000710 01  WS-ROLL-FILE-REC        PIC X(80).                           CPYHARV 
000720 FD  MBR-FILE.                                                    CPYHARV 
000730 01  WS-MBR-FILE-REC         PIC X(80).                           CPYHARV 
000740 FD  SRC-FILE.                                                    CPYHARV 
000750 01  WS-SRC-FILE-REC         PIC X(256).                          CPYHARV 
000760 FD  OUT-FILE.                                                    CPYHARV 
000770 01  WS-OUT-FILE-REC         PIC X(80).                           CPYHARV 
000780 FD  RPT-FILE.                                                    CPYHARV 
000790 01  WS-RPT-FILE-REC         PIC X(132).                          CPYHARV 
000800 WORKING-STORAGE SECTION.                                         CPYHARV 
000810*-------------------------------------------------------------    CPYHARV 
000820*FILE STATUS AND DYNAMIC FILE NAMES                               CPYHARV 
000830*-------------------------------------------------------------    CPYHARV 
000840 77  WS-PARM-FILENAME        PIC X(80) VALUE 'jcl/CPYHARV.SYSIN'. CPYHARV 
000850 77  WS-PARM-FILE-STATUS     PIC X(02) VALUE '00'.                CPYHARV 
000860 77  WS-CFG-FILENAME         PIC X(80)                            CPYHARV 
000870         VALUE 'config/CPYLIB.CFG'.                               CPYHARV 
000880 77  WS-CFG-FILE-STATUS      PIC X(02) VALUE '00'.                CPYHARV 
000890 77  WS-ROLL-FILENAME        PIC X(80)                            CPYHARV 
000900         VALUE 'config/COPYBOOKS.LST'.                            CPYHARV 
000910 77  WS-ROLL-FILE-STATUS     PIC X(02) VALUE '00'.                CPYHARV 
000920 77  WS-MBR-FILENAME         PIC X(80)                            CPYHARV 
000930         VALUE 'config/MEMBERS.LST'.                              CPYHARV 
000940 77  WS-MBR-FILE-STATUS      PIC X(02) VALUE '00'.                CPYHARV 
000950 77  WS-SRC-FILENAME         PIC X(80) VALUE SPACES.              CPYHARV 
000960 77  WS-SRC-FILE-STATUS      PIC X(02) VALUE '00'.                CPYHARV 
000970 77  WS-OUT-FILENAME         PIC X(100) VALUE SPACES.             CPYHARV 
000980 77  WS-OUT-FILE-STATUS      PIC X(02) VALUE '00'.                CPYHARV 
000990 77  WS-RPT-FILENAME         PIC X(80)                            CPYHARV 
001000         VALUE 'registry/CPYHARV.RPT'.                            CPYHARV 
001010 77  WS-RPT-FILE-STATUS      PIC X(02) VALUE '00'.                CPYHARV 
001020 77  WS-SRC-DIR              PIC X(40) VALUE 'cobol-source/'.     CPYHARV 
001030 77  WS-OUT-DIR              PIC X(60) VALUE 'registry'.          CPYHARV 
001040 77  WS-MIN-FIELDS           PIC 9(02) VALUE 2.                   CPYHARV 
001050 77  WS-EOF-SW               PIC X(01) VALUE 'N'.                 CPYHARV 
001060     88  WS-EOF              VALUE 'Y'.                           CPYHARV 
001070 77  WS-FOUND-SW             PIC X(01) VALUE 'N'.                 CPYHARV 
001080     88  WS-FOUND            VALUE 'Y'.                           CPYHARV 
001090 77  WS-TRIM-LEN             PIC 9(04) COMP VALUE 0.              CPYHARV 
001100 77  WS-TALLY                PIC 9(04) COMP VALUE 0.              CPYHARV 
001110*-------------------------------------------------------------    CPYHARV 
001120*COUNTERS AND SUBSCRIPTS                                          CPYHARV 
001130*-------------------------------------------------------------    CPYHARV 
001140 77  WS-RIX                  PIC 9(04) COMP VALUE 0.              CPYHARV 
001150 77  WS-MIX                  PIC 9(04) COMP VALUE 0.              CPYHARV 
001160 77  WS-SIX                  PIC 9(04) COMP VALUE 0.              CPYHARV 
001170 77  WS-OIX                  PIC 9(04) COMP VALUE 0.              CPYHARV 
001180 77  WS-EIX                  PIC 9(04) COMP VALUE 0.              CPYHARV 
001190 77  WS-PIX                  PIC 9(05) COMP VALUE 0.              CPYHARV 
001200 77  WS-LIX                  PIC 9(05) COMP VALUE 0.              CPYHARV 
001210 77  WS-MEMBERS-READ         PIC 9(04) COMP VALUE 0.              CPYHARV 
001220 77  WS-GROUPS-SEEN          PIC 9(06) COMP VALUE 0.              CPYHARV 
001230 77  WS-CAND-COUNT           PIC 9(04) COMP VALUE 0.              CPYHARV 
001240 77  WS-LIBHIT-COUNT         PIC 9(04) COMP VALUE 0.              CPYHARV 
001250 77  WS-MATCH-STR            PIC 9(04) COMP VALUE 0.              CPYHARV 
001260 77  WS-STR-FULL-SW          PIC X(01) VALUE 'N'.                 CPYHARV 
001270 77  WS-EDIT-COUNT           PIC Z(05)9.                          CPYHARV 
001280 77  WS-EDIT-SEQ             PIC 9(03).                           CPYHARV 
001290 77  WS-EDIT-NUM             PIC Z(03)9.                          CPYHARV 
001300 77  WS-OUT-SEQ              PIC 9(06) VALUE 0.                   CPYHARV 
001310 77  WS-FINAL-RC             PIC 9(02) VALUE 0.                   CPYHARV 
001320*-------------------------------------------------------------    CPYHARV 
001330*LIBRARY SEARCH LIST (config/CPYLIB.CFG)                          CPYHARV 
001340*-------------------------------------------------------------    CPYHARV 
001350 COPY CPYCFG.                                                     CPYHARV 
001360*-------------------------------------------------------------    CPYHARV 
001370*THE ROLL.  WS-ROLL-FIRST-LVL IS THE LEVEL OF THE COPYBOOK'S      CPYHARV 
001380*FIRST DATA ENTRY: A COPY OF A BOOK THAT OPENS AT 01 ENDS THE     CPYHARV 
001390*HAND-CODED GROUP BEFORE IT, ANY OTHER COPY IS PART OF IT AND     CPYHARV 
001400*THE GROUP CANNOT BE COMPARED.                                    CPYHARV 
001410*-------------------------------------------------------------    CPYHARV 
001420 01  WS-ROLL-TABLE.                                               CPYHARV 
001430     05  WS-ROLL-COUNT       PIC 9(04) COMP VALUE 0.              CPYHARV 
001440     05  WS-ROLL-ENT OCCURS 500 TIMES.                            CPYHARV 
001450         10  WS-ROLL-NAME    PIC X(30).                           CPYHARV 
001460         10  WS-ROLL-FIRST-LVL PIC 9(02).                         CPYHARV 
001470 01  WS-MBR-TABLE.                                                CPYHARV 
001480     05  WS-MBR-COUNT        PIC 9(04) COMP VALUE 0.              CPYHARV 
001490     05  WS-MBR-NAME         PIC X(10) OCCURS 2000 TIMES.         CPYHARV 
001500*-------------------------------------------------------------    CPYHARV 
001510*THE SOURCE BEING SCANNED - A LIBRARY COPYBOOK OR A MEMBER        CPYHARV 
001520*-------------------------------------------------------------    CPYHARV 
001530 01  WS-SRC-TABLE.                                                CPYHARV 
001540     05  WS-SRC-LINE-COUNT   PIC 9(05) COMP VALUE 0.              CPYHARV 
001550     05  WS-SRC-LINES OCCURS 20000 TIMES.                         CPYHARV 
001560         10  WS-SRC-SEQ      PIC X(06).                           CPYHARV 
001570         10  WS-SRC-IND      PIC X(01).                           CPYHARV 
001580         10  WS-SRC-TEXT     PIC X(65).                           CPYHARV 
001590 77  WS-SRC-NAME             PIC X(30) VALUE SPACES.              CPYHARV 
001600 77  WS-SRC-MODE             PIC X(01) VALUE SPACE.               CPYHARV 
001610     88  WS-SCAN-LIBRARY     VALUE 'L'.                           CPYHARV 
001620     88  WS-SCAN-MEMBER      VALUE 'M'.                           CPYHARV 
001621 77  WS-SRC-LINE-NO          PIC 9(06) VALUE 0.                   CPYHARV 
001630 77  WS-IN-DATA-SW           PIC X(01) VALUE 'N'.                 CPYHARV 
001640     88  WS-IN-DATA          VALUE 'Y'.                           CPYHARV 
001650*-------------------------------------------------------------    CPYHARV 
001660*STATEMENT ASSEMBLY: SOURCE LINES ARE JOINED UNTIL ONE ENDS       CPYHARV 
001670*IN A PERIOD, THEN THE ENTRY IS SPLIT INTO WORDS.                 CPYHARV 
001680*-------------------------------------------------------------    CPYHARV 
001690 01  WS-STMT-AREA.                                                CPYHARV 
001700     05  WS-STMT             PIC X(400).                          CPYHARV 
001710     05  WS-STMT-PTR         PIC 9(04) COMP.                      CPYHARV 
001720     05  WS-STMT-FIRST       PIC 9(05) COMP.                      CPYHARV 
001730     05  WS-STMT-LAST        PIC 9(05) COMP.                      CPYHARV 
001740     05  WS-STMT-LEAD        PIC 9(04) COMP.                      CPYHARV 
001750     05  WS-LAST-CHAR-POS    PIC 9(04) COMP.                      CPYHARV 
001760     05  WS-WORD-COUNT       PIC 9(02) COMP.                      CPYHARV 
001770     05  WS-WORD-LEN         PIC 9(02) COMP.                      CPYHARV 
001780     05  WS-WX               PIC 9(02) COMP.                      CPYHARV 
001790     05  WS-WORDS.                                                CPYHARV 
001800         10  WS-WORD         PIC X(40) OCCURS 20 TIMES.           CPYHARV 
001810 01  WS-ENTRY-AREA.                                               CPYHARV 
001820     05  WS-ENT-LEVEL        PIC 9(02).                           CPYHARV 
001830     05  WS-ENT-NAME         PIC X(30).                           CPYHARV 
001840     05  WS-ENT-PIC-SW       PIC X(01).                           CPYHARV 
001850     05  WS-ENT-PIC          PIC X(30).                           CPYHARV 
001860     05  WS-ENT-USAGE        PIC X(08).                           CPYHARV 
001870     05  WS-ENT-OCCURS       PIC 9(04).                           CPYHARV 
001880     05  WS-ENT-REDEF-NAME   PIC X(30).                           CPYHARV 
001890 01  WS-NUM-WORK.                                                 CPYHARV 
001900     05  WS-NUM-TEXT         PIC X(04) JUSTIFIED RIGHT.           CPYHARV 
001910     05  WS-NUM-VALUE REDEFINES WS-NUM-TEXT PIC 9(04).            CPYHARV 
001920*-------------------------------------------------------------    CPYHARV 
001930*THE 01 GROUP BEING COLLECTED.  WS-CUR-ENT AND WS-POOL-ENT        CPYHARV 
001940*SHARE ONE LAYOUT SO TWO ENTRIES COMPARE AS ONE FIELD.            CPYHARV 
001950*WS-CUR-REDEF IS THE POSITION, WITHIN THE GROUP, OF THE ITEM      CPYHARV 
001960*AN ENTRY REDEFINES (999 WHEN IT NAMES NOTHING IN THE GROUP).     CPYHARV 
001970*-------------------------------------------------------------    CPYHARV 
001980 01  WS-GROUP-AREA.                                               CPYHARV 
001990     05  WS-GRP-OPEN-SW      PIC X(01) VALUE 'N'.                 CPYHARV 
002000         88  WS-GRP-OPEN     VALUE 'Y'.                           CPYHARV 
002010     05  WS-GRP-TAINT-SW     PIC X(01) VALUE 'N'.                 CPYHARV 
002020         88  WS-GRP-TAINTED  VALUE 'Y'.                           CPYHARV 
002030     05  WS-GRP-NAME         PIC X(30).                           CPYHARV 
002040     05  WS-GRP-FIRST        PIC 9(05) COMP.                      CPYHARV 
002050     05  WS-GRP-LAST         PIC 9(05) COMP.                      CPYHARV 
002060     05  WS-GRP-FIELDS       PIC 9(04) COMP.                      CPYHARV 
002070     05  WS-CUR-COUNT        PIC 9(04) COMP VALUE 0.              CPYHARV 
002080     05  WS-CUR-ENTRY OCCURS 300 TIMES.                           CPYHARV 
002090         10  WS-CUR-NAME     PIC X(30).                           CPYHARV 
002100         10  WS-CUR-ENT.                                          CPYHARV 
002110             15  WS-CUR-LEVEL  PIC 9(02).                         CPYHARV 
002120             15  WS-CUR-PIC    PIC X(30).                         CPYHARV 
002130             15  WS-CUR-USAGE  PIC X(08).                         CPYHARV 
002140             15  WS-CUR-OCCURS PIC 9(04).                         CPYHARV 
002150             15  WS-CUR-REDEF  PIC 9(03).                         CPYHARV 
002160*-------------------------------------------------------------    CPYHARV 
002170*DISTINCT STRUCTURES.  ENTRIES LIVE IN THE POOL FROM              CPYHARV 
002180*WS-STR-START FOR WS-STR-ENTRIES; A STRUCTURE FIRST SEEN IN A     CPYHARV 
002190*LIBRARY COPYBOOK CARRIES ITS NAME IN WS-STR-LIB-NAME.            CPYHARV 
002200*-------------------------------------------------------------    CPYHARV 
002210 01  WS-STR-TABLE.                                                CPYHARV 
002220     05  WS-STR-COUNT        PIC 9(04) COMP VALUE 0.              CPYHARV 
002230     05  WS-STR-ENT OCCURS 400 TIMES.                             CPYHARV 
002240         10  WS-STR-ENTRIES  PIC 9(04) COMP.                      CPYHARV 
002250         10  WS-STR-FIELDS   PIC 9(04) COMP.                      CPYHARV 
002260         10  WS-STR-START    PIC 9(05) COMP.                      CPYHARV 
002270         10  WS-STR-LIB-NAME PIC X(30).                           CPYHARV 
002280         10  WS-STR-MEMBERS  PIC 9(04) COMP.                      CPYHARV 
002290         10  WS-STR-FIRST-OCC PIC 9(04) COMP.                     CPYHARV 
002300 01  WS-POOL-TABLE.                                               CPYHARV 
002310     05  WS-POOL-COUNT       PIC 9(05) COMP VALUE 0.              CPYHARV 
002320     05  WS-POOL-ENT OCCURS 12000 TIMES.                          CPYHARV 
002330         10  WS-POOL-LEVEL   PIC 9(02).                           CPYHARV 
002340         10  WS-POOL-PIC     PIC X(30).                           CPYHARV 
002350         10  WS-POOL-USAGE   PIC X(08).                           CPYHARV 
002360         10  WS-POOL-OCCURS  PIC 9(04).                           CPYHARV 
002370         10  WS-POOL-REDEF   PIC 9(03).                           CPYHARV 
002380*-------------------------------------------------------------    CPYHARV 
002390*OCCURRENCES: ONE PER (STRUCTURE, MEMBER), WITH THE GROUP'S       CPYHARV 
002400*NAME AND SOURCE LINES IN THAT MEMBER.                            CPYHARV 
002410*-------------------------------------------------------------    CPYHARV 
002420 01  WS-OCC-TABLE.                                                CPYHARV 
002430     05  WS-OCC-COUNT        PIC 9(04) COMP VALUE 0.              CPYHARV 
002440     05  WS-OCC-ENT OCCURS 4000 TIMES.                            CPYHARV 
002450         10  WS-OCC-STR      PIC 9(04) COMP.                      CPYHARV 
002460         10  WS-OCC-MEMBER   PIC X(10).                           CPYHARV 
002470         10  WS-OCC-GROUP    PIC X(30).                           CPYHARV 
002480         10  WS-OCC-FIRST    PIC 9(05) COMP.                      CPYHARV 
002490         10  WS-OCC-LAST     PIC 9(05) COMP.                      CPYHARV 
002500         10  WS-OCC-FIRST-SEQ PIC X(06).                          CPYHARV 
002510         10  WS-OCC-LAST-SEQ PIC X(06).                           CPYHARV 
002520*-------------------------------------------------------------    CPYHARV 
002530*PICTURE CANONICAL FORM: RUNS OF ONE SYMBOL BECOME SYMBOL(N)      CPYHARV 
002540*-------------------------------------------------------------    CPYHARV 
002550 01  WS-PIC-AREA.                                                 CPYHARV 
002560     05  WS-PIC-IN           PIC X(40).                           CPYHARV 
002570     05  WS-PIC-OUT          PIC X(30).                           CPYHARV 
002580     05  WS-PIC-PTR          PIC 9(02) COMP.                      CPYHARV 
002590     05  WS-PIC-CHAR         PIC X(01).                           CPYHARV 
002600     05  WS-PIC-REP          PIC 9(05) COMP.                      CPYHARV 
002610     05  WS-PIC-DIGIT        PIC 9(01).                           CPYHARV 
002620     05  WS-RUN-COUNT        PIC 9(02) COMP.                      CPYHARV 
002630     05  WS-RUN-ENT OCCURS 40 TIMES.                              CPYHARV 
002640         10  WS-RUN-CHAR     PIC X(01).                           CPYHARV 
002650         10  WS-RUN-LEN      PIC 9(05) COMP.                      CPYHARV 
002660     05  WS-RUN-IX           PIC 9(02) COMP.                      CPYHARV 
002670     05  WS-RUN-EDIT         PIC 9(05).                           CPYHARV 
002680     05  WS-RUN-ZEROS        PIC 9(01) COMP.                      CPYHARV 
002690 01  WS-LOWER-CASE           PIC X(26)                            CPYHARV 
002700         VALUE 'abcdefghijklmnopqrstuvwxyz'.                      CPYHARV 
002710 01  WS-UPPER-CASE           PIC X(26)                            CPYHARV 
002720         VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.                      CPYHARV 
002730*-------------------------------------------------------------    CPYHARV 
002740*DRAFT WRITING: THE FIRST MEMBER'S PREFIX (THE 01 NAME UP TO      CPYHARV 
002750*AND INCLUDING ITS FIRST HYPHEN) BECOMES :PREFIX:- WHEREVER A     CPYHARV 
002760*WORD STARTS WITH IT.                                             CPYHARV 
002770*-------------------------------------------------------------    CPYHARV 
002780 01  WS-DRAFT-AREA.                                               CPYHARV 
002790     05  WS-DRAFT-NAME       PIC X(30).                           CPYHARV 
002800     05  WS-DRAFT-ID         PIC X(08).                           CPYHARV 
002810     05  WS-PREFIX           PIC X(30).                           CPYHARV 
002820     05  WS-PREFIX-LEN       PIC 9(02) COMP.                      CPYHARV 
002830     05  WS-SPLICE-OUT       PIC X(120).                          CPYHARV 
002840     05  WS-SPLICE-PTR       PIC 9(04) COMP.                      CPYHARV 
002850     05  WS-SPLICE-POS       PIC 9(04) COMP.                      CPYHARV 
002860     05  WS-OVER-COUNT       PIC 9(04) COMP.                      CPYHARV 
002870     05  WS-NAME-CLASH-SW    PIC X(01).                           CPYHARV 
002880     05  WS-SQUEEZE-IN       PIC X(120).                          CPYHARV 
002890     05  WS-SQUEEZE-SPACE-SW PIC X(01).                           CPYHARV 
002895 COPY CPYSFP.                                                     CPYHARV 
002900 PROCEDURE DIVISION.                                              CPYHARV 
002910*-------------------------------------------------------------    CPYHARV 
002920*0000-MAINLINE                                                    CPYHARV 
002930*-------------------------------------------------------------    CPYHARV 
002940 0000-MAINLINE.                                                   CPYHARV 
002950     PERFORM 1000-READ-SYSIN-CARDS THRU 1000-EXIT.                CPYHARV 
002960     PERFORM 1500-LOAD-MEMBER-LIST THRU 1500-EXIT.                CPYHARV 
002970     IF WS-MBR-COUNT = 0                                          CPYHARV 
002980         DISPLAY 'CPYHARV - NO MEMBER LIST'                       CPYHARV 
002990         MOVE 12 TO RETURN-CODE                                   CPYHARV 
003000         GOBACK                                                   CPYHARV 
003010     END-IF.                                                      CPYHARV 
003020     PERFORM 1200-LOAD-CFG THRU 1200-EXIT.                        CPYHARV 
003030     PERFORM 1300-LOAD-ROLL THRU 1300-EXIT.                       CPYHARV 
003040     PERFORM 1400-SCAN-ONE-COPYBOOK THRU 1400-EXIT                CPYHARV 
003050         VARYING WS-RIX FROM 1 BY 1                               CPYHARV 
003060         UNTIL WS-RIX > WS-ROLL-COUNT.                            CPYHARV 
003070     PERFORM 2000-SCAN-ONE-MEMBER THRU 2000-EXIT                  CPYHARV 
003080         VARYING WS-MIX FROM 1 BY 1                               CPYHARV 
003090         UNTIL WS-MIX > WS-MBR-COUNT.                             CPYHARV 
003100     OPEN OUTPUT RPT-FILE.                                        CPYHARV 
003110     MOVE 'CPYHARV HAND-CODED RECORD LAYOUT HARVEST'              CPYHARV 
003120         TO WS-RPT-FILE-REC.                                      CPYHARV 
003130     WRITE WS-RPT-FILE-REC.                                       CPYHARV 
003140     PERFORM 5000-REPORT-CANDIDATES THRU 5000-EXIT.               CPYHARV 
003150     PERFORM 6000-REPORT-LIBRARY-MATCHES THRU 6000-EXIT.          CPYHARV 
003160     PERFORM 8000-PRINT-SUMMARY THRU 8000-EXIT.                   CPYHARV 
003170     CLOSE RPT-FILE.                                              CPYHARV 
003180     MOVE WS-CAND-COUNT TO WS-EDIT-COUNT.                         CPYHARV 
003190     DISPLAY 'CPYHARV HARVEST CANDIDATES: ' WS-EDIT-COUNT.        CPYHARV 
003200     MOVE WS-FINAL-RC TO RETURN-CODE.                             CPYHARV 
003210     GOBACK.                                                      CPYHARV 
003220*                                                                 CPYHARV 
003230 1000-READ-SYSIN-CARDS.                                           CPYHARV 
003240     OPEN INPUT PARM-FILE.                                        CPYHARV 
003250     IF WS-PARM-FILE-STATUS NOT = '00'                            CPYHARV 
003260         GO TO 1000-EXIT.                                         CPYHARV 
003270     MOVE 'N' TO WS-EOF-SW.                                       CPYHARV 
003280     PERFORM 1100-READ-ONE-CARD THRU 1100-EXIT UNTIL WS-EOF.      CPYHARV 
003290     CLOSE PARM-FILE.                                             CPYHARV 
003300     MOVE 'N' TO WS-EOF-SW.                                       CPYHARV 
003310 1000-EXIT.                                                       CPYHARV 
003320     EXIT.                                                        CPYHARV 
003330*                                                                 CPYHARV 
003340 1100-READ-ONE-CARD.                                              CPYHARV 
003350     READ PARM-FILE INTO WS-PARM-FILE-REC                         CPYHARV 
003360         AT END MOVE 'Y' TO WS-EOF-SW                             CPYHARV 
003370     END-READ.                                                    CPYHARV 
003380     IF WS-EOF                                                    CPYHARV 
003390         GO TO 1100-EXIT.                                         CPYHARV 
003400     IF WS-PARM-FILE-REC(1:1) = '*'                               CPYHARV 
003410         OR WS-PARM-FILE-REC = SPACES                             CPYHARV 
003420         GO TO 1100-EXIT.                                         CPYHARV 
003430     EVALUATE WS-PARM-FILE-REC(1:8)                               CPYHARV 
003440         WHEN 'MINFIELD'                                          CPYHARV 
003450             IF WS-PARM-FILE-REC(10:2) NUMERIC                    CPYHARV 
003460                 AND WS-PARM-FILE-REC(10:2) > '00'                CPYHARV 
003470                 MOVE WS-PARM-FILE-REC(10:2) TO WS-MIN-FIELDS     CPYHARV 
003480             ELSE                                                 CPYHARV 
003490                 DISPLAY 'CPYHARV - MINFIELD NOT 01-99 - '        CPYHARV 
003500                     'DEFAULT 2 USED'                             CPYHARV 
003510             END-IF                                               CPYHARV 
003520         WHEN 'OUTDIR  '                                          CPYHARV 
003530             MOVE WS-PARM-FILE-REC(10:60) TO WS-OUT-DIR           CPYHARV 
003540         WHEN OTHER                                               CPYHARV 
003550             DISPLAY 'CPYHARV - CARD IGNORED: '                   CPYHARV 
003560                 WS-PARM-FILE-REC(1:8)                            CPYHARV 
003570     END-EVALUATE.                                                CPYHARV 
003580 1100-EXIT.                                                       CPYHARV 
003590     EXIT.                                                        CPYHARV 
003600*                                                                 CPYHARV 
003610 1200-LOAD-CFG.                                                   CPYHARV 
003620     MOVE 0 TO CFG-LIBRARY-COUNT CFG-MAX-COPY-DEPTH.              CPYHARV 
003630     OPEN INPUT CFG-FILE.                                         CPYHARV 
003640     IF WS-CFG-FILE-STATUS NOT = '00'                             CPYHARV 
003650         GO TO 1200-EXIT.                                         CPYHARV 
003660     MOVE 'N' TO WS-EOF-SW.                                       CPYHARV 
003670     PERFORM 1210-LOAD-CFG-LINE THRU 1210-EXIT UNTIL WS-EOF.      CPYHARV 
003680     CLOSE CFG-FILE.                                              CPYHARV 
003690     MOVE 'N' TO WS-EOF-SW.                                       CPYHARV 
003700 1200-EXIT.                                                       CPYHARV 
003710     EXIT.                                                        CPYHARV 
003720*                                                                 CPYHARV 
003730 1210-LOAD-CFG-LINE.                                              CPYHARV 
003740     READ CFG-FILE INTO WS-CFG-FILE-REC                           CPYHARV 
003750         AT END MOVE 'Y' TO WS-EOF-SW                             CPYHARV 
003760     END-READ.                                                    CPYHARV 
003770     IF NOT WS-EOF                                                CPYHARV 
003780         AND WS-CFG-FILE-REC(1:1) NOT = '*'                       CPYHARV 
003790         AND WS-CFG-FILE-REC NOT = SPACES                         CPYHARV 
003800         AND CFG-LIBRARY-COUNT < 10                               CPYHARV 
003810         ADD 1 TO CFG-LIBRARY-COUNT                               CPYHARV 
003820         SET CFG-LIB-IDX TO CFG-LIBRARY-COUNT                     CPYHARV 
003830         UNSTRING WS-CFG-FILE-REC DELIMITED BY ALL SPACE          CPYHARV 
003840             INTO CFG-LIBRARY-NAME(CFG-LIB-IDX)                   CPYHARV 
003850                  CFG-LIBRARY-PATH(CFG-LIB-IDX)                   CPYHARV 
003860         END-UNSTRING                                             CPYHARV 
003870     END-IF.                                                      CPYHARV 
003880 1210-EXIT.                                                       CPYHARV 
003890     EXIT.                                                        CPYHARV 
003900*                                                                 CPYHARV 
003910 1300-LOAD-ROLL.                                                  CPYHARV 
003920     OPEN INPUT ROLL-FILE.                                        CPYHARV 
003930     IF WS-ROLL-FILE-STATUS NOT = '00'                            CPYHARV 
003940         GO TO 1300-EXIT.                                         CPYHARV 
003950     MOVE 'N' TO WS-EOF-SW.                                       CPYHARV 
003960     PERFORM 1310-LOAD-ONE-ROLL-LINE THRU 1310-EXIT UNTIL WS-EOF. CPYHARV 
003970     CLOSE ROLL-FILE.                                             CPYHARV 
003980     MOVE 'N' TO WS-EOF-SW.                                       CPYHARV 
003990 1300-EXIT.                                                       CPYHARV 
004000     EXIT.                                                        CPYHARV 
004010*                                                                 CPYHARV 
004020 1310-LOAD-ONE-ROLL-LINE.                                         CPYHARV 
004030     READ ROLL-FILE INTO WS-ROLL-FILE-REC                         CPYHARV 
004040         AT END MOVE 'Y' TO WS-EOF-SW                             CPYHARV 
004050     END-READ.                                                    CPYHARV 
004060     IF NOT WS-EOF                                                CPYHARV 
004070         AND WS-ROLL-FILE-REC(1:1) NOT = '*'                      CPYHARV 
004080         AND WS-ROLL-FILE-REC NOT = SPACES                        CPYHARV 
004090         AND WS-ROLL-COUNT < 500                                  CPYHARV 
004100         ADD 1 TO WS-ROLL-COUNT                                   CPYHARV 
004110         MOVE WS-ROLL-FILE-REC(1:30)                              CPYHARV 
004120             TO WS-ROLL-NAME(WS-ROLL-COUNT)                       CPYHARV 
004130         MOVE 0 TO WS-ROLL-FIRST-LVL(WS-ROLL-COUNT)               CPYHARV 
004140     END-IF.                                                      CPYHARV 
004150 1310-EXIT.                                                       CPYHARV 
004160     EXIT.                                                        CPYHARV 
004170*                                                                 CPYHARV 
004180*-------------------------------------------------------------    CPYHARV 
004190*1400-SCAN-ONE-COPYBOOK - A ROLL ENTRY, FIRST LIBRARY IN          CPYHARV 
004200*SEARCH ORDER THAT HOLDS IT WINS, EXACTLY AS THE EXPANDER         CPYHARV 
004210*WOULD RESOLVE IT.  ITS 01 GROUPS ARE FILED AS LIBRARY            CPYHARV 
004220*STRUCTURES.                                                      CPYHARV 
004230*-------------------------------------------------------------    CPYHARV 
004240 1400-SCAN-ONE-COPYBOOK.                                          CPYHARV 
004250     MOVE WS-ROLL-NAME(WS-RIX) TO WS-SRC-NAME.                    CPYHARV 
004260     MOVE 0 TO WS-SRC-LINE-COUNT.                                 CPYHARV 
004270     MOVE 0 TO WS-TRIM-LEN.                                       CPYHARV 
004280     INSPECT WS-SRC-NAME TALLYING WS-TRIM-LEN                     CPYHARV 
004290         FOR CHARACTERS BEFORE SPACE.                             CPYHARV 
004300     IF WS-TRIM-LEN = 0                                           CPYHARV 
004310         GO TO 1400-EXIT.                                         CPYHARV 
004320     PERFORM 1410-TRY-ONE-LIBRARY THRU 1410-EXIT                  CPYHARV 
004330         VARYING CFG-LIB-IDX FROM 1 BY 1                          CPYHARV 
004340         UNTIL CFG-LIB-IDX > CFG-LIBRARY-COUNT                    CPYHARV 
004350            OR WS-SRC-LINE-COUNT > 0.                             CPYHARV 
004360     IF WS-SRC-LINE-COUNT = 0                                     CPYHARV 
004370         GO TO 1400-EXIT.                                         CPYHARV 
004380     MOVE 'L' TO WS-SRC-MODE.                                     CPYHARV 
004390     PERFORM 3000-SCAN-SOURCE THRU 3000-EXIT.                     CPYHARV 
004400 1400-EXIT.                                                       CPYHARV 
004410     EXIT.                                                        CPYHARV 
004420*                                                                 CPYHARV 
004430 1410-TRY-ONE-LIBRARY.                                            CPYHARV 
004440     MOVE SPACES TO WS-SRC-FILENAME.                              CPYHARV 
004450     STRING CFG-LIBRARY-PATH(CFG-LIB-IDX) DELIMITED BY SPACE      CPYHARV 
004460         '/' DELIMITED BY SIZE                                    CPYHARV 
004470         WS-SRC-NAME(1:WS-TRIM-LEN) DELIMITED BY SIZE             CPYHARV 
004480         '.CPY' DELIMITED BY SIZE                                 CPYHARV 
004490         INTO WS-SRC-FILENAME                                     CPYHARV 
004500     END-STRING.                                                  CPYHARV 
004510     PERFORM 2100-LOAD-SOURCE THRU 2100-EXIT.                     CPYHARV 
004520 1410-EXIT.                                                       CPYHARV 
004530     EXIT.                                                        CPYHARV 
004540*                                                                 CPYHARV 
004550 1500-LOAD-MEMBER-LIST.                                           CPYHARV 
004560     OPEN INPUT MBR-FILE.                                         CPYHARV 
004570     IF WS-MBR-FILE-STATUS NOT = '00'                             CPYHARV 
004580         GO TO 1500-EXIT.                                         CPYHARV 
004590     MOVE 'N' TO WS-EOF-SW.                                       CPYHARV 
004600     PERFORM 1510-LOAD-ONE-MEMBER THRU 1510-EXIT UNTIL WS-EOF.    CPYHARV 
004610     CLOSE MBR-FILE.                                              CPYHARV 
004620     MOVE 'N' TO WS-EOF-SW.                                       CPYHARV 
004630 1500-EXIT.                                                       CPYHARV 
004640     EXIT.                                                        CPYHARV 
004650*                                                                 CPYHARV 
004660 1510-LOAD-ONE-MEMBER.                                            CPYHARV 
004670     READ MBR-FILE INTO WS-MBR-FILE-REC                           CPYHARV 
004680         AT END MOVE 'Y' TO WS-EOF-SW                             CPYHARV 
004690     END-READ.                                                    CPYHARV 
004700     IF NOT WS-EOF                                                CPYHARV 
004710         AND WS-MBR-FILE-REC(1:1) NOT = '*'                       CPYHARV 
004720         AND WS-MBR-FILE-REC(1:10) NOT = SPACES                   CPYHARV 
004730         AND WS-MBR-COUNT < 2000                                  CPYHARV 
004740         ADD 1 TO WS-MBR-COUNT                                    CPYHARV 
004750         MOVE WS-MBR-FILE-REC(1:10) TO WS-MBR-NAME(WS-MBR-COUNT)  CPYHARV 
004760     END-IF.                                                      CPYHARV 
004770 1510-EXIT.                                                       CPYHARV 
004780     EXIT.                                                        CPYHARV 
004790*                                                                 CPYHARV 
004800*-------------------------------------------------------------    CPYHARV 
004810*2000-SCAN-ONE-MEMBER - THE WORKING-STORAGE OF ONE MEMBER         CPYHARV 
004820*-------------------------------------------------------------    CPYHARV 
004830 2000-SCAN-ONE-MEMBER.                                            CPYHARV 
004840     MOVE WS-MBR-NAME(WS-MIX) TO WS-SRC-NAME.                     CPYHARV 
004850     PERFORM 2050-LOAD-MEMBER THRU 2050-EXIT.                     CPYHARV 
004860     IF WS-SRC-LINE-COUNT = 0                                     CPYHARV 
004870         DISPLAY 'CPYHARV - MEMBER NOT FOUND OR EMPTY - '         CPYHARV 
004880             WS-MBR-NAME(WS-MIX)                                  CPYHARV 
004890         GO TO 2000-EXIT.                                         CPYHARV 
004900     ADD 1 TO WS-MEMBERS-READ.                                    CPYHARV 
004910     MOVE 'M' TO WS-SRC-MODE.                                     CPYHARV 
004920     PERFORM 3000-SCAN-SOURCE THRU 3000-EXIT.                     CPYHARV 
004930 2000-EXIT.                                                       CPYHARV 
004940     EXIT.                                                        CPYHARV 
004950*                                                                 CPYHARV 
004960 2050-LOAD-MEMBER.                                                CPYHARV 
004970     MOVE 0 TO WS-SRC-LINE-COUNT.                                 CPYHARV 
004980     MOVE 0 TO WS-TRIM-LEN.                                       CPYHARV 
004990     INSPECT WS-SRC-NAME TALLYING WS-TRIM-LEN                     CPYHARV 
005000         FOR CHARACTERS BEFORE SPACE.                             CPYHARV 
005010     IF WS-TRIM-LEN = 0                                           CPYHARV 
005020         GO TO 2050-EXIT.                                         CPYHARV 
005030     MOVE SPACES TO WS-SRC-FILENAME.                              CPYHARV 
005040     STRING WS-SRC-DIR DELIMITED BY SPACE                         CPYHARV 
005050         WS-SRC-NAME(1:WS-TRIM-LEN) DELIMITED BY SIZE             CPYHARV 
005060         '.CBL' DELIMITED BY SIZE                                 CPYHARV 
005070         INTO WS-SRC-FILENAME                                     CPYHARV 
005080     END-STRING.                                                  CPYHARV 
005090     PERFORM 2100-LOAD-SOURCE THRU 2100-EXIT.                     CPYHARV 
005100 2050-EXIT.                                                       CPYHARV 
005110     EXIT.                                                        CPYHARV 
005120*                                                                 CPYHARV 
005130 2100-LOAD-SOURCE.                                                CPYHARV 
005140     MOVE 0 TO WS-SRC-LINE-COUNT.                                 CPYHARV 
005150     OPEN INPUT SRC-FILE.                                         CPYHARV 
005160     IF WS-SRC-FILE-STATUS NOT = '00'                             CPYHARV 
005170         GO TO 2100-EXIT.                                         CPYHARV 
005175     MOVE SPACE TO SRCF-FORMAT.                                   CPYHARV 
005180     MOVE 'N' TO WS-EOF-SW.                                       CPYHARV 
005190     PERFORM 2110-READ-SOURCE-LINE THRU 2110-EXIT UNTIL WS-EOF.   CPYHARV 
005200     CLOSE SRC-FILE.                                              CPYHARV 
005210     MOVE 'N' TO WS-EOF-SW.                                       CPYHARV 
005220 2100-EXIT.                                                       CPYHARV 
005230     EXIT.                                                        CPYHARV 
005240*                                                                 CPYHARV 
005250 2110-READ-SOURCE-LINE.                                           CPYHARV 
005260     READ SRC-FILE INTO WS-SRC-FILE-REC                           CPYHARV 
005270         AT END MOVE 'Y' TO WS-EOF-SW                             CPYHARV 
005280     END-READ.                                                    CPYHARV 
005283*    A FREE LINE, OR THE DIRECTIVE THAT SWITCHES FORMAT, CARRIES  CPYHARV 
005286*    NO SEQUENCE NUMBER AND DOES NOT END THE FILE.                CPYHARV 
005290     IF NOT WS-EOF                                                CPYHARV 
005293         MOVE WS-SRC-FILE-REC TO SRCF-LINE                        CPYHARV 
005296         CALL 'CPYSRCF' USING CPYSRCF-PARMS                       CPYHARV 
005299         MOVE SRCF-CARD TO WS-SRC-FILE-REC                        CPYHARV 
005302         IF NOT SRCF-FREE-FORMAT AND NOT SRCF-DIRECTIVE           CPYHARV 
005305             AND WS-SRC-FILE-REC(1:6) NOT NUMERIC                 CPYHARV 
005308             MOVE 'Y' TO WS-EOF-SW                                CPYHARV 
005311         END-IF                                                   CPYHARV 
005320     END-IF.                                                      CPYHARV 
005330     IF NOT WS-EOF                                                CPYHARV 
005340         AND WS-SRC-LINE-COUNT < 20000                            CPYHARV 
005350         ADD 1 TO WS-SRC-LINE-COUNT                               CPYHARV 
005360         MOVE WS-SRC-FILE-REC(1:6)                                CPYHARV 
005370             TO WS-SRC-SEQ(WS-SRC-LINE-COUNT)                     CPYHARV 
005380         MOVE WS-SRC-FILE-REC(7:1)                                CPYHARV 
005390             TO WS-SRC-IND(WS-SRC-LINE-COUNT)                     CPYHARV 
005400         MOVE WS-SRC-FILE-REC(8:65)                               CPYHARV 
005410             TO WS-SRC-TEXT(WS-SRC-LINE-COUNT)                    CPYHARV 
005411         IF WS-SRC-FILE-REC(1:6) = SPACES                         CPYHARV 
005412             MOVE WS-SRC-LINE-COUNT TO WS-SRC-LINE-NO             CPYHARV 
005413             MOVE WS-SRC-LINE-NO                                  CPYHARV 
005414                 TO WS-SRC-SEQ(WS-SRC-LINE-COUNT)                 CPYHARV 
005415         END-IF                                                   CPYHARV 
005420     END-IF.                                                      CPYHARV 
005430 2110-EXIT.                                                       CPYHARV 
005440     EXIT.                                                        CPYHARV 
005450*                                                                 CPYHARV 
005460*-------------------------------------------------------------    CPYHARV 
005470*3000-SCAN-SOURCE - A LIBRARY COPYBOOK IS ALL DATA; A MEMBER      CPYHARV 
005480*IS SCANNED FROM WORKING-STORAGE SECTION TO THE NEXT SECTION      CPYHARV 
005490*OR THE PROCEDURE DIVISION.                                       CPYHARV 
005500*-------------------------------------------------------------    CPYHARV 
005510 3000-SCAN-SOURCE.                                                CPYHARV 
005520     MOVE 'N' TO WS-GRP-OPEN-SW WS-GRP-TAINT-SW.                  CPYHARV 
005530     MOVE 0 TO WS-CUR-COUNT.                                      CPYHARV 
005540     MOVE SPACES TO WS-STMT.                                      CPYHARV 
005550     MOVE 1 TO WS-STMT-PTR.                                       CPYHARV 
005560     IF WS-SCAN-LIBRARY                                           CPYHARV 
005570         MOVE 'Y' TO WS-IN-DATA-SW                                CPYHARV 
005580     ELSE                                                         CPYHARV 
005590         MOVE 'N' TO WS-IN-DATA-SW                                CPYHARV 
005600     END-IF.                                                      CPYHARV 
005610     PERFORM 3100-SCAN-ONE-LINE THRU 3100-EXIT                    CPYHARV 
005620         VARYING WS-LIX FROM 1 BY 1                               CPYHARV 
005630         UNTIL WS-LIX > WS-SRC-LINE-COUNT.                        CPYHARV 
005640     PERFORM 3500-CLOSE-GROUP THRU 3500-EXIT.                     CPYHARV 
005650 3000-EXIT.                                                       CPYHARV 
005660     EXIT.                                                        CPYHARV 
005670*                                                                 CPYHARV 
005680 3100-SCAN-ONE-LINE.                                              CPYHARV 
005690     IF WS-SRC-IND(WS-LIX) = '*'                                  CPYHARV 
005700         OR WS-SRC-IND(WS-LIX) = '/'                              CPYHARV 
005710         OR WS-SRC-TEXT(WS-LIX) = SPACES                          CPYHARV 
005720         GO TO 3100-EXIT.                                         CPYHARV 
005730     IF WS-SCAN-MEMBER                                            CPYHARV 
005740         PERFORM 3110-CHECK-SECTION THRU 3110-EXIT                CPYHARV 
005750     END-IF.                                                      CPYHARV 
005760     IF WS-SRC-TEXT(WS-LIX) = SPACES                              CPYHARV 
005770         GO TO 3100-EXIT.                                         CPYHARV 
005780     IF NOT WS-IN-DATA                                            CPYHARV 
005790         GO TO 3100-EXIT.                                         CPYHARV 
005800     IF WS-STMT-PTR = 1                                           CPYHARV 
005810         MOVE WS-LIX TO WS-STMT-FIRST                             CPYHARV 
005820     END-IF.                                                      CPYHARV 
005830     STRING WS-SRC-TEXT(WS-LIX) DELIMITED BY SIZE                 CPYHARV 
005840         ' ' DELIMITED BY SIZE                                    CPYHARV 
005850         INTO WS-STMT WITH POINTER WS-STMT-PTR                    CPYHARV 
005860         ON OVERFLOW CONTINUE                                     CPYHARV 
005870     END-STRING.                                                  CPYHARV 
005880     PERFORM 3120-FIND-LAST-CHAR THRU 3120-EXIT                   CPYHARV 
005890         VARYING WS-LAST-CHAR-POS FROM 65 BY -1                   CPYHARV 
005900         UNTIL WS-LAST-CHAR-POS < 1                               CPYHARV 
005910            OR WS-SRC-TEXT(WS-LIX)(WS-LAST-CHAR-POS:1)            CPYHARV 
005920               NOT = SPACE.                                       CPYHARV 
005930     IF WS-LAST-CHAR-POS < 1                                      CPYHARV 
005940         GO TO 3100-EXIT.                                         CPYHARV 
005950     IF WS-SRC-TEXT(WS-LIX)(WS-LAST-CHAR-POS:1) = '.'             CPYHARV 
005960         MOVE WS-LIX TO WS-STMT-LAST                              CPYHARV 
005970         PERFORM 3200-PARSE-STATEMENT THRU 3200-EXIT              CPYHARV 
005980         MOVE SPACES TO WS-STMT                                   CPYHARV 
005990         MOVE 1 TO WS-STMT-PTR                                    CPYHARV 
006000     END-IF.                                                      CPYHARV 
006010 3100-EXIT.                                                       CPYHARV 
006020     EXIT.                                                        CPYHARV 
006030*                                                                 CPYHARV 
006040 3110-CHECK-SECTION.                                              CPYHARV 
006050     MOVE 0 TO WS-TALLY.                                          CPYHARV 
006060     INSPECT WS-SRC-TEXT(WS-LIX) TALLYING WS-TALLY                CPYHARV 
006070         FOR ALL 'WORKING-STORAGE SECTION'.                       CPYHARV 
006080     IF WS-TALLY > 0                                              CPYHARV 
006090         MOVE 'Y' TO WS-IN-DATA-SW                                CPYHARV 
006100         MOVE WS-LIX TO WS-STMT-FIRST                             CPYHARV 
006110         MOVE SPACES TO WS-STMT                                   CPYHARV 
006120         MOVE 1 TO WS-STMT-PTR                                    CPYHARV 
006130         MOVE SPACES TO WS-SRC-TEXT(WS-LIX)                       CPYHARV 
006140         GO TO 3110-EXIT.                                         CPYHARV 
006150     IF NOT WS-IN-DATA                                            CPYHARV 
006160         GO TO 3110-EXIT.                                         CPYHARV 
006170     MOVE 0 TO WS-TALLY.                                          CPYHARV 
006180     INSPECT WS-SRC-TEXT(WS-LIX) TALLYING WS-TALLY                CPYHARV 
006190         FOR ALL ' SECTION' ALL 'PROCEDURE DIVISION'.             CPYHARV 
006200     IF WS-TALLY > 0                                              CPYHARV 
006210         PERFORM 3500-CLOSE-GROUP THRU 3500-EXIT                  CPYHARV 
006220         MOVE 'N' TO WS-IN-DATA-SW                                CPYHARV 
006230     END-IF.                                                      CPYHARV 
006240 3110-EXIT.                                                       CPYHARV 
006250     EXIT.                                                        CPYHARV 
006260*                                                                 CPYHARV 
006270 3120-FIND-LAST-CHAR.                                             CPYHARV 
006280     CONTINUE.                                                    CPYHARV 
006290 3120-EXIT.                                                       CPYHARV 
006300     EXIT.                                                        CPYHARV 
006310*                                                                 CPYHARV 
006320*-------------------------------------------------------------    CPYHARV 
006330*3200-PARSE-STATEMENT - ONE DATA DESCRIPTION ENTRY OR COPY        CPYHARV 
006340*-------------------------------------------------------------    CPYHARV 
006350 3200-PARSE-STATEMENT.                                            CPYHARV 
006360     MOVE SPACES TO WS-WORDS.                                     CPYHARV 
006370     MOVE 0 TO WS-STMT-LEAD WS-WORD-COUNT.                        CPYHARV 
006380     INSPECT WS-STMT TALLYING WS-STMT-LEAD FOR LEADING SPACE.     CPYHARV 
006390     IF WS-STMT-LEAD NOT < 400                                    CPYHARV 
006400         GO TO 3200-EXIT.                                         CPYHARV 
006410     UNSTRING WS-STMT(WS-STMT-LEAD + 1:) DELIMITED BY ALL SPACE   CPYHARV 
006420         INTO WS-WORD(1)  WS-WORD(2)  WS-WORD(3)  WS-WORD(4)      CPYHARV 
006430              WS-WORD(5)  WS-WORD(6)  WS-WORD(7)  WS-WORD(8)      CPYHARV 
006440              WS-WORD(9)  WS-WORD(10) WS-WORD(11) WS-WORD(12)     CPYHARV 
006450              WS-WORD(13) WS-WORD(14) WS-WORD(15) WS-WORD(16)     CPYHARV 
006460         TALLYING IN WS-WORD-COUNT                                CPYHARV 
006470     END-UNSTRING.                                                CPYHARV 
006480     PERFORM 3210-DROP-ONE-BLANK-WORD THRU 3210-EXIT              CPYHARV 
006490         UNTIL WS-WORD-COUNT = 0                                  CPYHARV 
006500            OR WS-WORD(WS-WORD-COUNT) NOT = SPACES.               CPYHARV 
006510     IF WS-WORD-COUNT = 0                                         CPYHARV 
006520         GO TO 3200-EXIT.                                         CPYHARV 
006530*    THE TERMINATING PERIOD COMES OFF THE LAST WORD ONLY - A      CPYHARV 
006540*    PERIOD INSIDE AN EDITED PICTURE STAYS WHERE IT IS.           CPYHARV 
006550     MOVE 0 TO WS-WORD-LEN.                                       CPYHARV 
006560     INSPECT WS-WORD(WS-WORD-COUNT) TALLYING WS-WORD-LEN          CPYHARV 
006570         FOR CHARACTERS BEFORE SPACE.                             CPYHARV 
006580     IF WS-WORD-LEN > 0                                           CPYHARV 
006590         AND WS-WORD(WS-WORD-COUNT)(WS-WORD-LEN:1) = '.'          CPYHARV 
006600         MOVE SPACE TO WS-WORD(WS-WORD-COUNT)(WS-WORD-LEN:1)      CPYHARV 
006610     END-IF.                                                      CPYHARV 
006620     IF WS-WORD(WS-WORD-COUNT) = SPACES                           CPYHARV 
006630         SUBTRACT 1 FROM WS-WORD-COUNT                            CPYHARV 
006640     END-IF.                                                      CPYHARV 
006650     IF WS-WORD-COUNT = 0                                         CPYHARV 
006660         GO TO 3200-EXIT.                                         CPYHARV 
006670     IF WS-WORD(1) = 'COPY'                                       CPYHARV 
006680         PERFORM 3300-HANDLE-COPY THRU 3300-EXIT                  CPYHARV 
006690         GO TO 3200-EXIT.                                         CPYHARV 
006700     MOVE 0 TO WS-ENT-LEVEL.                                      CPYHARV 
006710     IF WS-WORD(1)(1:2) NUMERIC                                   CPYHARV 
006720         AND WS-WORD(1)(3:38) = SPACES                            CPYHARV 
006730         MOVE WS-WORD(1)(1:2) TO WS-ENT-LEVEL                     CPYHARV 
006740     ELSE                                                         CPYHARV 
006750         IF WS-WORD(1)(1:1) NUMERIC                               CPYHARV 
006760             AND WS-WORD(1)(2:39) = SPACES                        CPYHARV 
006770             MOVE WS-WORD(1)(1:1) TO WS-ENT-LEVEL                 CPYHARV 
006780         END-IF                                                   CPYHARV 
006790     END-IF.                                                      CPYHARV 
006800     IF WS-ENT-LEVEL = 0 OR WS-ENT-LEVEL = 66                     CPYHARV 
006810         GO TO 3200-EXIT.                                         CPYHARV 
006820     PERFORM 3400-DESCRIBE-ENTRY THRU 3400-EXIT.                  CPYHARV 
006830     IF WS-SCAN-LIBRARY                                           CPYHARV 
006840         AND WS-ROLL-FIRST-LVL(WS-RIX) = 0                        CPYHARV 
006850         MOVE WS-ENT-LEVEL TO WS-ROLL-FIRST-LVL(WS-RIX)           CPYHARV 
006860     END-IF.                                                      CPYHARV 
006870     IF WS-ENT-LEVEL = 1 OR WS-ENT-LEVEL = 77                     CPYHARV 
006880         PERFORM 3500-CLOSE-GROUP THRU 3500-EXIT                  CPYHARV 
006890         IF WS-ENT-LEVEL = 1 AND WS-ENT-PIC-SW = 'N'              CPYHARV 
006900             MOVE 'Y' TO WS-GRP-OPEN-SW                           CPYHARV 
006910             MOVE 'N' TO WS-GRP-TAINT-SW                          CPYHARV 
006920             MOVE WS-ENT-NAME TO WS-GRP-NAME                      CPYHARV 
006930             MOVE WS-STMT-FIRST TO WS-GRP-FIRST                   CPYHARV 
006940             MOVE WS-STMT-LAST TO WS-GRP-LAST                     CPYHARV 
006950             MOVE 0 TO WS-CUR-COUNT WS-GRP-FIELDS                 CPYHARV 
006960         END-IF                                                   CPYHARV 
006970         GO TO 3200-EXIT.                                         CPYHARV 
006980     IF NOT WS-GRP-OPEN                                           CPYHARV 
006990         GO TO 3200-EXIT.                                         CPYHARV 
007000     IF WS-CUR-COUNT NOT < 300                                    CPYHARV 
007010         MOVE 'Y' TO WS-GRP-TAINT-SW                              CPYHARV 
007020         GO TO 3200-EXIT.                                         CPYHARV 
007030     ADD 1 TO WS-CUR-COUNT.                                       CPYHARV 
007040     MOVE WS-ENT-NAME TO WS-CUR-NAME(WS-CUR-COUNT).               CPYHARV 
007050     PERFORM 3420-FILL-CUR-ENTRY THRU 3420-EXIT.                  CPYHARV 
007060     MOVE WS-STMT-LAST TO WS-GRP-LAST.                            CPYHARV 
007070 3200-EXIT.                                                       CPYHARV 
007080     EXIT.                                                        CPYHARV 
007090*                                                                 CPYHARV 
007100 3210-DROP-ONE-BLANK-WORD.                                        CPYHARV 
007110     SUBTRACT 1 FROM WS-WORD-COUNT.                               CPYHARV 
007120 3210-EXIT.                                                       CPYHARV 
007130     EXIT.                                                        CPYHARV 
007140*                                                                 CPYHARV 
007150*-------------------------------------------------------------    CPYHARV 
007160*3300-HANDLE-COPY - A COPY OF A BOOK THAT OPENS AT 01 STANDS      CPYHARV 
007170*ON ITS OWN AND ENDS THE GROUP BEFORE IT; ANY OTHER COPY PUTS     CPYHARV 
007180*UNSEEN ITEMS IN THE GROUP, WHICH IS THEN LEFT ALONE.             CPYHARV 
007190*-------------------------------------------------------------    CPYHARV 
007200 3300-HANDLE-COPY.                                                CPYHARV 
007210     MOVE 'N' TO WS-FOUND-SW.                                     CPYHARV 
007220     PERFORM 3310-MATCH-ONE-ROLL-ENTRY THRU 3310-EXIT             CPYHARV 
007230         VARYING WS-EIX FROM 1 BY 1                               CPYHARV 
007240         UNTIL WS-EIX > WS-ROLL-COUNT OR WS-FOUND.                CPYHARV 
007250     IF WS-FOUND                                                  CPYHARV 
007260         PERFORM 3500-CLOSE-GROUP THRU 3500-EXIT                  CPYHARV 
007270     ELSE                                                         CPYHARV 
007280         MOVE 'Y' TO WS-GRP-TAINT-SW                              CPYHARV 
007290     END-IF.                                                      CPYHARV 
007300 3300-EXIT.                                                       CPYHARV 
007310     EXIT.                                                        CPYHARV 
007320*                                                                 CPYHARV 
007330 3310-MATCH-ONE-ROLL-ENTRY.                                       CPYHARV 
007340     IF WS-ROLL-NAME(WS-EIX) = WS-WORD(2)                         CPYHARV 
007350         AND WS-ROLL-FIRST-LVL(WS-EIX) = 1                        CPYHARV 
007360         MOVE 'Y' TO WS-FOUND-SW                                  CPYHARV 
007370     END-IF.                                                      CPYHARV 
007380 3310-EXIT.                                                       CPYHARV 
007390     EXIT.                                                        CPYHARV 
007400*                                                                 CPYHARV 
007410*-------------------------------------------------------------    CPYHARV 
007420*3400-DESCRIBE-ENTRY - NAME, PICTURE, USAGE, OCCURS AND           CPYHARV 
007430*REDEFINES OF ONE ENTRY.  CLAUSES AFTER VALUE ARE NOT READ:       CPYHARV 
007440*A LITERAL MAY HOLD ANY WORD.                                     CPYHARV 
007450*-------------------------------------------------------------    CPYHARV 
007460 3400-DESCRIBE-ENTRY.                                             CPYHARV 
007470     MOVE SPACES TO WS-ENT-NAME WS-ENT-PIC WS-ENT-USAGE           CPYHARV 
007480         WS-ENT-REDEF-NAME.                                       CPYHARV 
007490     MOVE 0 TO WS-ENT-OCCURS.                                     CPYHARV 
007500     MOVE 'N' TO WS-ENT-PIC-SW.                                   CPYHARV 
007510     EVALUATE WS-WORD(2)                                          CPYHARV 
007520         WHEN SPACES                                              CPYHARV 
007530         WHEN 'PIC'                                               CPYHARV 
007540         WHEN 'PICTURE'                                           CPYHARV 
007550         WHEN 'OCCURS'                                            CPYHARV 
007560         WHEN 'REDEFINES'                                         CPYHARV 
007570         WHEN 'USAGE'                                             CPYHARV 
007580         WHEN 'VALUE'                                             CPYHARV 
007590         WHEN 'VALUES'                                            CPYHARV 
007600             MOVE 'FILLER' TO WS-ENT-NAME                         CPYHARV 
007610         WHEN OTHER                                               CPYHARV 
007620             MOVE WS-WORD(2) TO WS-ENT-NAME                       CPYHARV 
007630     END-EVALUATE.                                                CPYHARV 
007640     IF WS-ENT-LEVEL = 88                                         CPYHARV 
007650         GO TO 3400-EXIT.                                         CPYHARV 
007660     PERFORM 3410-READ-ONE-CLAUSE THRU 3410-EXIT                  CPYHARV 
007670         VARYING WS-WX FROM 2 BY 1                                CPYHARV 
007680         UNTIL WS-WX > WS-WORD-COUNT.                             CPYHARV 
007690 3400-EXIT.                                                       CPYHARV 
007700     EXIT.                                                        CPYHARV 
007710*                                                                 CPYHARV 
007720 3410-READ-ONE-CLAUSE.                                            CPYHARV 
007730     EVALUATE WS-WORD(WS-WX)                                      CPYHARV 
007740         WHEN 'PIC'                                               CPYHARV 
007750         WHEN 'PICTURE'                                           CPYHARV 
007760             IF WS-WORD(WS-WX + 1) = 'IS'                         CPYHARV 
007770                 ADD 1 TO WS-WX                                   CPYHARV 
007780             END-IF                                               CPYHARV 
007790             ADD 1 TO WS-WX                                       CPYHARV 
007800             MOVE WS-WORD(WS-WX) TO WS-PIC-IN                     CPYHARV 
007810             PERFORM 3700-CANON-PIC THRU 3700-EXIT                CPYHARV 
007820             MOVE WS-PIC-OUT TO WS-ENT-PIC                        CPYHARV 
007830             MOVE 'Y' TO WS-ENT-PIC-SW                            CPYHARV 
007840         WHEN 'OCCURS'                                            CPYHARV 
007850             IF WS-WORD(WS-WX + 2) = 'TO'                         CPYHARV 
007860                 ADD 2 TO WS-WX                                   CPYHARV 
007870             END-IF                                               CPYHARV 
007880             ADD 1 TO WS-WX                                       CPYHARV 
007890             PERFORM 3450-WORD-TO-OCCURS THRU 3450-EXIT           CPYHARV 
007900         WHEN 'REDEFINES'                                         CPYHARV 
007910             ADD 1 TO WS-WX                                       CPYHARV 
007920             MOVE WS-WORD(WS-WX) TO WS-ENT-REDEF-NAME             CPYHARV 
007930         WHEN 'VALUE'                                             CPYHARV 
007940         WHEN 'VALUES'                                            CPYHARV 
007950             MOVE WS-WORD-COUNT TO WS-WX                          CPYHARV 
007960         WHEN OTHER                                               CPYHARV 
007970             PERFORM 3800-NORMALIZE-USAGE THRU 3800-EXIT          CPYHARV 
007980     END-EVALUATE.                                                CPYHARV 
007990 3410-EXIT.                                                       CPYHARV 
008000     EXIT.                                                        CPYHARV 
008010*                                                                 CPYHARV 
008020 3420-FILL-CUR-ENTRY.                                             CPYHARV 
008030     MOVE WS-ENT-LEVEL TO WS-CUR-LEVEL(WS-CUR-COUNT).             CPYHARV 
008040     MOVE WS-ENT-PIC TO WS-CUR-PIC(WS-CUR-COUNT).                 CPYHARV 
008050     MOVE WS-ENT-USAGE TO WS-CUR-USAGE(WS-CUR-COUNT).             CPYHARV 
008060     MOVE WS-ENT-OCCURS TO WS-CUR-OCCURS(WS-CUR-COUNT).           CPYHARV 
008070     MOVE 0 TO WS-CUR-REDEF(WS-CUR-COUNT).                        CPYHARV 
008080     IF WS-ENT-REDEF-NAME NOT = SPACES                            CPYHARV 
008090         MOVE 999 TO WS-CUR-REDEF(WS-CUR-COUNT)                   CPYHARV 
008100         PERFORM 3430-MATCH-ONE-REDEF THRU 3430-EXIT              CPYHARV 
008110             VARYING WS-EIX FROM 1 BY 1                           CPYHARV 
008120             UNTIL WS-EIX NOT < WS-CUR-COUNT                      CPYHARV 
008130     END-IF.                                                      CPYHARV 
008140     IF WS-ENT-LEVEL NOT = 88                                     CPYHARV 
008150         AND WS-ENT-PIC-SW = 'Y'                                  CPYHARV 
008160         ADD 1 TO WS-GRP-FIELDS                                   CPYHARV 
008170     END-IF.                                                      CPYHARV 
008180 3420-EXIT.                                                       CPYHARV 
008190     EXIT.                                                        CPYHARV 
008200*                                                                 CPYHARV 
008210 3430-MATCH-ONE-REDEF.                                            CPYHARV 
008220     IF WS-CUR-NAME(WS-EIX) = WS-ENT-REDEF-NAME                   CPYHARV 
008230         MOVE WS-EIX TO WS-CUR-REDEF(WS-CUR-COUNT)                CPYHARV 
008240     END-IF.                                                      CPYHARV 
008250 3430-EXIT.                                                       CPYHARV 
008260     EXIT.                                                        CPYHARV 
008270*                                                                 CPYHARV 
008280 3450-WORD-TO-OCCURS.                                             CPYHARV 
008290     MOVE 0 TO WS-WORD-LEN.                                       CPYHARV 
008300     INSPECT WS-WORD(WS-WX) TALLYING WS-WORD-LEN                  CPYHARV 
008310         FOR CHARACTERS BEFORE SPACE.                             CPYHARV 
008320     IF WS-WORD-LEN = 0 OR WS-WORD-LEN > 4                        CPYHARV 
008330         GO TO 3450-EXIT.                                         CPYHARV 
008340     MOVE WS-WORD(WS-WX)(1:WS-WORD-LEN) TO WS-NUM-TEXT.           CPYHARV 
008350     INSPECT WS-NUM-TEXT REPLACING LEADING SPACE BY '0'.          CPYHARV 
008360     IF WS-NUM-TEXT NUMERIC                                       CPYHARV 
008370         MOVE WS-NUM-VALUE TO WS-ENT-OCCURS                       CPYHARV 
008380     END-IF.                                                      CPYHARV 
008390 3450-EXIT.                                                       CPYHARV 
008400     EXIT.                                                        CPYHARV 
008410*                                                                 CPYHARV 
008420*-------------------------------------------------------------    CPYHARV 
008430*3500-CLOSE-GROUP - A FINISHED 01 GROUP BIG ENOUGH TO MATTER      CPYHARV 
008440*IS FILED UNDER ITS STRUCTURE.                                    CPYHARV 
008450*-------------------------------------------------------------    CPYHARV 
008460 3500-CLOSE-GROUP.                                                CPYHARV 
008470     IF NOT WS-GRP-OPEN                                           CPYHARV 
008480         GO TO 3500-EXIT.                                         CPYHARV 
008490     MOVE 'N' TO WS-GRP-OPEN-SW.                                  CPYHARV 
008500     IF WS-GRP-TAINTED                                            CPYHARV 
008510         OR WS-GRP-FIELDS < WS-MIN-FIELDS                         CPYHARV 
008520         GO TO 3500-EXIT.                                         CPYHARV 
008530     IF WS-SCAN-MEMBER                                            CPYHARV 
008540         ADD 1 TO WS-GROUPS-SEEN                                  CPYHARV 
008550     END-IF.                                                      CPYHARV 
008560     PERFORM 3600-FILE-STRUCTURE THRU 3600-EXIT.                  CPYHARV 
008570 3500-EXIT.                                                       CPYHARV 
008580     EXIT.                                                        CPYHARV 
008590*                                                                 CPYHARV 
008600 3600-FILE-STRUCTURE.                                             CPYHARV 
008610     MOVE 'N' TO WS-FOUND-SW.                                     CPYHARV 
008620     MOVE 0 TO WS-MATCH-STR.                                      CPYHARV 
008630     PERFORM 3610-MATCH-ONE-STRUCTURE THRU 3610-EXIT              CPYHARV 
008640         VARYING WS-SIX FROM 1 BY 1                               CPYHARV 
008650         UNTIL WS-SIX > WS-STR-COUNT OR WS-FOUND.                 CPYHARV 
008660     IF NOT WS-FOUND                                              CPYHARV 
008670         PERFORM 3630-ADD-STRUCTURE THRU 3630-EXIT                CPYHARV 
008680     END-IF.                                                      CPYHARV 
008690     IF WS-MATCH-STR = 0                                          CPYHARV 
008700         GO TO 3600-EXIT.                                         CPYHARV 
008710     IF WS-SCAN-LIBRARY                                           CPYHARV 
008720         IF WS-STR-LIB-NAME(WS-MATCH-STR) = SPACES                CPYHARV 
008730             MOVE WS-SRC-NAME TO WS-STR-LIB-NAME(WS-MATCH-STR)    CPYHARV 
008740         END-IF                                                   CPYHARV 
008750         GO TO 3600-EXIT.                                         CPYHARV 
008760*    ONE MEMBER CODING THE SAME RECORD TWICE IS STILL ONE         CPYHARV 
008770*    MEMBER - ONLY ITS FIRST GROUP IS KEPT.                       CPYHARV 
008780     MOVE 'N' TO WS-FOUND-SW.                                     CPYHARV 
008790     PERFORM 3650-TEST-ONE-OCCURRENCE THRU 3650-EXIT              CPYHARV 
008800         VARYING WS-OIX FROM 1 BY 1                               CPYHARV 
008810         UNTIL WS-OIX > WS-OCC-COUNT OR WS-FOUND.                 CPYHARV 
008820     IF WS-FOUND                                                  CPYHARV 
008830         GO TO 3600-EXIT.                                         CPYHARV 
008840     IF WS-OCC-COUNT NOT < 4000                                   CPYHARV 
008850         MOVE 'Y' TO WS-STR-FULL-SW                               CPYHARV 
008860         GO TO 3600-EXIT.                                         CPYHARV 
008870     ADD 1 TO WS-OCC-COUNT.                                       CPYHARV 
008880     MOVE WS-MATCH-STR TO WS-OCC-STR(WS-OCC-COUNT).               CPYHARV 
008890     MOVE WS-SRC-NAME TO WS-OCC-MEMBER(WS-OCC-COUNT).             CPYHARV 
008900     MOVE WS-GRP-NAME TO WS-OCC-GROUP(WS-OCC-COUNT).              CPYHARV 
008910     MOVE WS-GRP-FIRST TO WS-OCC-FIRST(WS-OCC-COUNT).             CPYHARV 
008920     MOVE WS-GRP-LAST TO WS-OCC-LAST(WS-OCC-COUNT).               CPYHARV 
008930     MOVE WS-SRC-SEQ(WS-GRP-FIRST)                                CPYHARV 
008940         TO WS-OCC-FIRST-SEQ(WS-OCC-COUNT).                       CPYHARV 
008950     MOVE WS-SRC-SEQ(WS-GRP-LAST)                                 CPYHARV 
008960         TO WS-OCC-LAST-SEQ(WS-OCC-COUNT).                        CPYHARV 
008970     ADD 1 TO WS-STR-MEMBERS(WS-MATCH-STR).                       CPYHARV 
008980     IF WS-STR-FIRST-OCC(WS-MATCH-STR) = 0                        CPYHARV 
008990         MOVE WS-OCC-COUNT TO WS-STR-FIRST-OCC(WS-MATCH-STR)      CPYHARV 
009000     END-IF.                                                      CPYHARV 
009010 3600-EXIT.                                                       CPYHARV 
009020     EXIT.                                                        CPYHARV 
009030*                                                                 CPYHARV 
009040 3610-MATCH-ONE-STRUCTURE.                                        CPYHARV 
009050     IF WS-STR-ENTRIES(WS-SIX) NOT = WS-CUR-COUNT                 CPYHARV 
009060         GO TO 3610-EXIT.                                         CPYHARV 
009070     MOVE 'Y' TO WS-FOUND-SW.                                     CPYHARV 
009080     MOVE WS-STR-START(WS-SIX) TO WS-PIX.                         CPYHARV 
009090     PERFORM 3620-COMPARE-ONE-ENTRY THRU 3620-EXIT                CPYHARV 
009100         VARYING WS-EIX FROM 1 BY 1                               CPYHARV 
009110         UNTIL WS-EIX > WS-CUR-COUNT OR NOT WS-FOUND.             CPYHARV 
009120     IF WS-FOUND                                                  CPYHARV 
009130         MOVE WS-SIX TO WS-MATCH-STR                              CPYHARV 
009140     END-IF.                                                      CPYHARV 
009150 3610-EXIT.                                                       CPYHARV 
009160     EXIT.                                                        CPYHARV 
009170*                                                                 CPYHARV 
009180 3620-COMPARE-ONE-ENTRY.                                          CPYHARV 
009190     IF WS-POOL-ENT(WS-PIX) NOT = WS-CUR-ENT(WS-EIX)              CPYHARV 
009200         MOVE 'N' TO WS-FOUND-SW                                  CPYHARV 
009210     END-IF.                                                      CPYHARV 
009220     ADD 1 TO WS-PIX.                                             CPYHARV 
009230 3620-EXIT.                                                       CPYHARV 
009240     EXIT.                                                        CPYHARV 
009250*                                                                 CPYHARV 
009260 3630-ADD-STRUCTURE.                                              CPYHARV 
009270     IF WS-STR-COUNT NOT < 400                                    CPYHARV 
009280         OR WS-POOL-COUNT + WS-CUR-COUNT > 12000                  CPYHARV 
009290         MOVE 'Y' TO WS-STR-FULL-SW                               CPYHARV 
009300         GO TO 3630-EXIT.                                         CPYHARV 
009310     ADD 1 TO WS-STR-COUNT.                                       CPYHARV 
009320     MOVE WS-STR-COUNT TO WS-MATCH-STR.                           CPYHARV 
009330     MOVE WS-CUR-COUNT TO WS-STR-ENTRIES(WS-STR-COUNT).           CPYHARV 
009340     MOVE WS-GRP-FIELDS TO WS-STR-FIELDS(WS-STR-COUNT).           CPYHARV 
009350     COMPUTE WS-STR-START(WS-STR-COUNT) = WS-POOL-COUNT + 1.      CPYHARV 
009360     MOVE SPACES TO WS-STR-LIB-NAME(WS-STR-COUNT).                CPYHARV 
009370     MOVE 0 TO WS-STR-MEMBERS(WS-STR-COUNT)                       CPYHARV 
009380         WS-STR-FIRST-OCC(WS-STR-COUNT).                          CPYHARV 
009390     PERFORM 3640-POOL-ONE-ENTRY THRU 3640-EXIT                   CPYHARV 
009400         VARYING WS-EIX FROM 1 BY 1                               CPYHARV 
009410         UNTIL WS-EIX > WS-CUR-COUNT.                             CPYHARV 
009420 3630-EXIT.                                                       CPYHARV 
009430     EXIT.                                                        CPYHARV 
009440*                                                                 CPYHARV 
009450 3640-POOL-ONE-ENTRY.                                             CPYHARV 
009460     ADD 1 TO WS-POOL-COUNT.                                      CPYHARV 
009470     MOVE WS-CUR-ENT(WS-EIX) TO WS-POOL-ENT(WS-POOL-COUNT).       CPYHARV 
009480 3640-EXIT.                                                       CPYHARV 
009490     EXIT.                                                        CPYHARV 
009500*                                                                 CPYHARV 
009510 3650-TEST-ONE-OCCURRENCE.                                        CPYHARV 
009520     IF WS-OCC-STR(WS-OIX) = WS-MATCH-STR                         CPYHARV 
009530         AND WS-OCC-MEMBER(WS-OIX) = WS-SRC-NAME                  CPYHARV 
009540         MOVE 'Y' TO WS-FOUND-SW                                  CPYHARV 
009550     END-IF.                                                      CPYHARV 
009560 3650-EXIT.                                                       CPYHARV 
009570     EXIT.                                                        CPYHARV 
009580*                                                                 CPYHARV 
009590*-------------------------------------------------------------    CPYHARV 
009600*3700-CANON-PIC - ONE SPELLING PER PICTURE: REPEAT FACTORS        CPYHARV 
009610*ARE EXPANDED INTO RUNS OF ONE SYMBOL, AND EACH RUN LONGER        CPYHARV 
009620*THAN ONE IS WRITTEN SYMBOL(N).  999V99, 9(3)V9(2) AND            CPYHARV 
009630*99(2)V9V9 ALL BECOME 9(3)V9(2).                                  CPYHARV 
009640*-------------------------------------------------------------    CPYHARV 
009650 3700-CANON-PIC.                                                  CPYHARV 
009660     INSPECT WS-PIC-IN CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE. CPYHARV 
009670     MOVE 0 TO WS-RUN-COUNT.                                      CPYHARV 
009680     MOVE 1 TO WS-PIC-PTR.                                        CPYHARV 
009690     PERFORM 3710-SCAN-ONE-PIC-CHAR THRU 3710-EXIT                CPYHARV 
009700         UNTIL WS-PIC-PTR > 40                                    CPYHARV 
009710            OR WS-PIC-IN(WS-PIC-PTR:1) = SPACE.                   CPYHARV 
009720     MOVE SPACES TO WS-PIC-OUT.                                   CPYHARV 
009730     MOVE 1 TO WS-PIC-PTR.                                        CPYHARV 
009740     PERFORM 3730-EMIT-ONE-RUN THRU 3730-EXIT                     CPYHARV 
009750         VARYING WS-RUN-IX FROM 1 BY 1                            CPYHARV 
009760         UNTIL WS-RUN-IX > WS-RUN-COUNT.                          CPYHARV 
009770 3700-EXIT.                                                       CPYHARV 
009780     EXIT.                                                        CPYHARV 
009790*                                                                 CPYHARV 
009800 3710-SCAN-ONE-PIC-CHAR.                                          CPYHARV 
009810     MOVE WS-PIC-IN(WS-PIC-PTR:1) TO WS-PIC-CHAR.                 CPYHARV 
009820     ADD 1 TO WS-PIC-PTR.                                         CPYHARV 
009830     IF WS-PIC-CHAR = '('                                         CPYHARV 
009840         MOVE 0 TO WS-PIC-REP                                     CPYHARV 
009850         PERFORM 3720-READ-ONE-REP-DIGIT THRU 3720-EXIT           CPYHARV 
009860             UNTIL WS-PIC-PTR > 40                                CPYHARV 
009870                OR WS-PIC-IN(WS-PIC-PTR:1) = ')'                  CPYHARV 
009880                OR WS-PIC-IN(WS-PIC-PTR:1) = SPACE                CPYHARV 
009890         ADD 1 TO WS-PIC-PTR                                      CPYHARV 
009900         IF WS-RUN-COUNT > 0 AND WS-PIC-REP > 0                   CPYHARV 
009910             COMPUTE WS-RUN-LEN(WS-RUN-COUNT) =                   CPYHARV 
009920                 WS-RUN-LEN(WS-RUN-COUNT) + WS-PIC-REP - 1        CPYHARV 
009930         END-IF                                                   CPYHARV 
009940         GO TO 3710-EXIT.                                         CPYHARV 
009950     IF WS-RUN-COUNT > 0                                          CPYHARV 
009960         AND WS-RUN-CHAR(WS-RUN-COUNT) = WS-PIC-CHAR              CPYHARV 
009970         ADD 1 TO WS-RUN-LEN(WS-RUN-COUNT)                        CPYHARV 
009980         GO TO 3710-EXIT.                                         CPYHARV 
009990     IF WS-RUN-COUNT < 40                                         CPYHARV 
010000         ADD 1 TO WS-RUN-COUNT                                    CPYHARV 
010010         MOVE WS-PIC-CHAR TO WS-RUN-CHAR(WS-RUN-COUNT)            CPYHARV 
010020         MOVE 1 TO WS-RUN-LEN(WS-RUN-COUNT)                       CPYHARV 
010030     END-IF.                                                      CPYHARV 
010040 3710-EXIT.                                                       CPYHARV 
010050     EXIT.                                                        CPYHARV 
010060*                                                                 CPYHARV 
010070 3720-READ-ONE-REP-DIGIT.                                         CPYHARV 
010080     IF WS-PIC-IN(WS-PIC-PTR:1) NUMERIC                           CPYHARV 
010090         MOVE WS-PIC-IN(WS-PIC-PTR:1) TO WS-PIC-DIGIT             CPYHARV 
010100         COMPUTE WS-PIC-REP = WS-PIC-REP * 10 + WS-PIC-DIGIT      CPYHARV 
010110     END-IF.                                                      CPYHARV 
010120     ADD 1 TO WS-PIC-PTR.                                         CPYHARV 
010130 3720-EXIT.                                                       CPYHARV 
010140     EXIT.                                                        CPYHARV 
010150*                                                                 CPYHARV 
010160 3730-EMIT-ONE-RUN.                                               CPYHARV 
010170     STRING WS-RUN-CHAR(WS-RUN-IX) DELIMITED BY SIZE              CPYHARV 
010180         INTO WS-PIC-OUT WITH POINTER WS-PIC-PTR                  CPYHARV 
010190         ON OVERFLOW CONTINUE                                     CPYHARV 
010200     END-STRING.                                                  CPYHARV 
010210     IF WS-RUN-LEN(WS-RUN-IX) < 2                                 CPYHARV 
010220         GO TO 3730-EXIT.                                         CPYHARV 
010230     MOVE WS-RUN-LEN(WS-RUN-IX) TO WS-RUN-EDIT.                   CPYHARV 
010240     MOVE 0 TO WS-RUN-ZEROS.                                      CPYHARV 
010250     INSPECT WS-RUN-EDIT TALLYING WS-RUN-ZEROS FOR LEADING '0'.   CPYHARV 
010260     STRING '(' DELIMITED BY SIZE                                 CPYHARV 
010270         WS-RUN-EDIT(WS-RUN-ZEROS + 1:) DELIMITED BY SIZE         CPYHARV 
010280         ')' DELIMITED BY SIZE                                    CPYHARV 
010290         INTO WS-PIC-OUT WITH POINTER WS-PIC-PTR                  CPYHARV 
010300         ON OVERFLOW CONTINUE                                     CPYHARV 
010310     END-STRING.                                                  CPYHARV 
010320 3730-EXIT.                                                       CPYHARV 
010330     EXIT.                                                        CPYHARV 
010340*                                                                 CPYHARV 
010350*-------------------------------------------------------------    CPYHARV 
010360*3800-NORMALIZE-USAGE - SYNONYMS COMPARE EQUAL; DISPLAY IS        CPYHARV 
010370*THE DEFAULT AND LEAVES THE USAGE BLANK.                          CPYHARV 
010380*-------------------------------------------------------------    CPYHARV 
010390 3800-NORMALIZE-USAGE.                                            CPYHARV 
010400     EVALUATE WS-WORD(WS-WX)                                      CPYHARV 
010410         WHEN 'COMP'                                              CPYHARV 
010420         WHEN 'COMPUTATIONAL'                                     CPYHARV 
010430         WHEN 'COMP-4'                                            CPYHARV 
010440         WHEN 'COMPUTATIONAL-4'                                   CPYHARV 
010450         WHEN 'BINARY'                                            CPYHARV 
010460             MOVE 'COMP' TO WS-ENT-USAGE                          CPYHARV 
010470         WHEN 'COMP-3'                                            CPYHARV 
010480         WHEN 'COMPUTATIONAL-3'                                   CPYHARV 
010490         WHEN 'PACKED-DECIMAL'                                    CPYHARV 
010500             MOVE 'COMP-3' TO WS-ENT-USAGE                        CPYHARV 
010510         WHEN 'COMP-5'                                            CPYHARV 
010520         WHEN 'COMPUTATIONAL-5'                                   CPYHARV 
010530             MOVE 'COMP-5' TO WS-ENT-USAGE                        CPYHARV 
010540         WHEN 'COMP-1'                                            CPYHARV 
010550         WHEN 'COMPUTATIONAL-1'                                   CPYHARV 
010560             MOVE 'COMP-1' TO WS-ENT-USAGE                        CPYHARV 
010570         WHEN 'COMP-2'                                            CPYHARV 
010580         WHEN 'COMPUTATIONAL-2'                                   CPYHARV 
010590             MOVE 'COMP-2' TO WS-ENT-USAGE                        CPYHARV 
010600         WHEN 'INDEX'                                             CPYHARV 
010610         WHEN 'POINTER'                                           CPYHARV 
010620             MOVE WS-WORD(WS-WX) TO WS-ENT-USAGE                  CPYHARV 
010630         WHEN OTHER                                               CPYHARV 
010640             CONTINUE                                             CPYHARV 
010650     END-EVALUATE.                                                CPYHARV 
010660 3800-EXIT.                                                       CPYHARV 
010670     EXIT.                                                        CPYHARV 
010680*                                                                 CPYHARV 
010690*-------------------------------------------------------------    CPYHARV 
010700*5000-REPORT-CANDIDATES - STRUCTURES IN TWO OR MORE MEMBERS       CPYHARV 
010710*THAT NO LIBRARY COPYBOOK ALREADY CARRIES.                        CPYHARV 
010720*-------------------------------------------------------------    CPYHARV 
010730 5000-REPORT-CANDIDATES.                                          CPYHARV 
010740     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYHARV 
010750     WRITE WS-RPT-FILE-REC.                                       CPYHARV 
010760     MOVE 'HARVEST CANDIDATES' TO WS-RPT-FILE-REC.                CPYHARV 
010770     WRITE WS-RPT-FILE-REC.                                       CPYHARV 
010780     PERFORM 5100-REPORT-ONE-CANDIDATE THRU 5100-EXIT             CPYHARV 
010790         VARYING WS-SIX FROM 1 BY 1                               CPYHARV 
010800         UNTIL WS-SIX > WS-STR-COUNT.                             CPYHARV 
010810     IF WS-CAND-COUNT = 0                                         CPYHARV 
010820         MOVE SPACES TO WS-RPT-FILE-REC                           CPYHARV 
010830         MOVE '  NO HAND-CODED LAYOUT IS SHARED BY TWO MEMBERS'   CPYHARV 
010840             TO WS-RPT-FILE-REC                                   CPYHARV 
010850         WRITE WS-RPT-FILE-REC                                    CPYHARV 
010860     END-IF.                                                      CPYHARV 
010870 5000-EXIT.                                                       CPYHARV 
010880     EXIT.                                                        CPYHARV 
010890*                                                                 CPYHARV 
010900 5100-REPORT-ONE-CANDIDATE.                                       CPYHARV 
010910     IF WS-STR-LIB-NAME(WS-SIX) NOT = SPACES                      CPYHARV 
010920         OR WS-STR-MEMBERS(WS-SIX) < 2                            CPYHARV 
010930         GO TO 5100-EXIT.                                         CPYHARV 
010940     ADD 1 TO WS-CAND-COUNT.                                      CPYHARV 
010950     MOVE 4 TO WS-FINAL-RC.                                       CPYHARV 
010960     PERFORM 5150-NAME-THE-DRAFT THRU 5150-EXIT.                  CPYHARV 
010970     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYHARV 
010980     WRITE WS-RPT-FILE-REC.                                       CPYHARV 
010990     MOVE WS-CAND-COUNT TO WS-EDIT-SEQ.                           CPYHARV 
011000     MOVE 'STRUCTURE' TO WS-RPT-FILE-REC(1:9).                    CPYHARV 
011010     MOVE WS-EDIT-SEQ TO WS-RPT-FILE-REC(11:3).                   CPYHARV 
011020     MOVE 'MEMBERS' TO WS-RPT-FILE-REC(16:7).                     CPYHARV 
011030     MOVE WS-STR-MEMBERS(WS-SIX) TO WS-EDIT-NUM.                  CPYHARV 
011040     MOVE WS-EDIT-NUM TO WS-RPT-FILE-REC(24:4).                   CPYHARV 
011050     MOVE 'ENTRIES' TO WS-RPT-FILE-REC(30:7).                     CPYHARV 
011060     MOVE WS-STR-ENTRIES(WS-SIX) TO WS-EDIT-NUM.                  CPYHARV 
011070     MOVE WS-EDIT-NUM TO WS-RPT-FILE-REC(38:4).                   CPYHARV 
011080     MOVE 'FIELDS' TO WS-RPT-FILE-REC(44:6).                      CPYHARV 
011090     MOVE WS-STR-FIELDS(WS-SIX) TO WS-EDIT-NUM.                   CPYHARV 
011100     MOVE WS-EDIT-NUM TO WS-RPT-FILE-REC(51:4).                   CPYHARV 
011110     MOVE 'PROPOSED COPYBOOK' TO WS-RPT-FILE-REC(57:17).          CPYHARV 
011120     MOVE WS-DRAFT-NAME TO WS-RPT-FILE-REC(75:30).                CPYHARV 
011130     WRITE WS-RPT-FILE-REC.                                       CPYHARV 
011140     PERFORM 5110-REPORT-ONE-OCCURRENCE THRU 5110-EXIT            CPYHARV 
011150         VARYING WS-OIX FROM 1 BY 1                               CPYHARV 
011160         UNTIL WS-OIX > WS-OCC-COUNT.                             CPYHARV 
011170     PERFORM 5200-WRITE-DRAFT THRU 5200-EXIT.                     CPYHARV 
011180 5100-EXIT.                                                       CPYHARV 
011190     EXIT.                                                        CPYHARV 
011200*                                                                 CPYHARV 
011210 5110-REPORT-ONE-OCCURRENCE.                                      CPYHARV 
011220     IF WS-OCC-STR(WS-OIX) NOT = WS-SIX                           CPYHARV 
011230         GO TO 5110-EXIT.                                         CPYHARV 
011240     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYHARV 
011250     MOVE 'MEMBER' TO WS-RPT-FILE-REC(5:6).                       CPYHARV 
011260     MOVE WS-OCC-MEMBER(WS-OIX) TO WS-RPT-FILE-REC(12:10).        CPYHARV 
011270     MOVE '01' TO WS-RPT-FILE-REC(24:2).                          CPYHARV 
011280     MOVE WS-OCC-GROUP(WS-OIX) TO WS-RPT-FILE-REC(27:30).         CPYHARV 
011290     MOVE 'LINES' TO WS-RPT-FILE-REC(58:5).                       CPYHARV 
011300     MOVE WS-OCC-FIRST-SEQ(WS-OIX) TO WS-RPT-FILE-REC(64:6).      CPYHARV 
011310     MOVE '-' TO WS-RPT-FILE-REC(70:1).                           CPYHARV 
011320     MOVE WS-OCC-LAST-SEQ(WS-OIX) TO WS-RPT-FILE-REC(71:6).       CPYHARV 
011330     WRITE WS-RPT-FILE-REC.                                       CPYHARV 
011340 5110-EXIT.                                                       CPYHARV 
011350     EXIT.                                                        CPYHARV 
011360*                                                                 CPYHARV 
011370*-------------------------------------------------------------    CPYHARV 
011380*5150-NAME-THE-DRAFT - THE FIRST MEMBER'S 01 NAME LESS ITS        CPYHARV 
011390*PREFIX, E.G. WS-CUST-REC PROPOSES CUST-REC.                      CPYHARV 
011400*-------------------------------------------------------------    CPYHARV 
011410 5150-NAME-THE-DRAFT.                                             CPYHARV 
011420     MOVE WS-STR-FIRST-OCC(WS-SIX) TO WS-OIX.                     CPYHARV 
011430     MOVE SPACES TO WS-PREFIX.                                    CPYHARV 
011440     MOVE 0 TO WS-PREFIX-LEN.                                     CPYHARV 
011450     INSPECT WS-OCC-GROUP(WS-OIX) TALLYING WS-PREFIX-LEN          CPYHARV 
011460         FOR CHARACTERS BEFORE '-'.                               CPYHARV 
011470     IF WS-PREFIX-LEN > 0 AND WS-PREFIX-LEN < 29                  CPYHARV 
011480         ADD 1 TO WS-PREFIX-LEN                                   CPYHARV 
011490         MOVE WS-OCC-GROUP(WS-OIX)(1:WS-PREFIX-LEN) TO WS-PREFIX  CPYHARV 
011500         MOVE WS-OCC-GROUP(WS-OIX)(WS-PREFIX-LEN + 1:)            CPYHARV 
011510             TO WS-DRAFT-NAME                                     CPYHARV 
011520     ELSE                                                         CPYHARV 
011530         MOVE 0 TO WS-PREFIX-LEN                                  CPYHARV 
011540         MOVE WS-OCC-GROUP(WS-OIX) TO WS-DRAFT-NAME               CPYHARV 
011550     END-IF.                                                      CPYHARV 
011560     MOVE WS-DRAFT-NAME TO WS-DRAFT-ID.                           CPYHARV 
011570     MOVE 'N' TO WS-NAME-CLASH-SW.                                CPYHARV 
011580     PERFORM 5160-TEST-ONE-ROLL-NAME THRU 5160-EXIT               CPYHARV 
011590         VARYING WS-EIX FROM 1 BY 1                               CPYHARV 
011600         UNTIL WS-EIX > WS-ROLL-COUNT.                            CPYHARV 
011610 5150-EXIT.                                                       CPYHARV 
011620     EXIT.                                                        CPYHARV 
011630*                                                                 CPYHARV 
011640 5160-TEST-ONE-ROLL-NAME.                                         CPYHARV 
011650     IF WS-ROLL-NAME(WS-EIX) = WS-DRAFT-NAME                      CPYHARV 
011660         MOVE 'Y' TO WS-NAME-CLASH-SW                             CPYHARV 
011670     END-IF.                                                      CPYHARV 
011680 5160-EXIT.                                                       CPYHARV 
011690     EXIT.                                                        CPYHARV 
011700*                                                                 CPYHARV 
011710*-------------------------------------------------------------    CPYHARV 
011720*5200-WRITE-DRAFT - <OUTDIR>/<NAME>.CPY, THE FIRST MEMBER'S       CPYHARV 
011730*TEXT WITH ITS PREFIX TURNED INTO :PREFIX:, RESEQUENCED AND       CPYHARV 
011740*STAMPED WITH THE PROPOSED NAME IN COLUMNS 73-80.                 CPYHARV 
011750*-------------------------------------------------------------    CPYHARV 
011760 5200-WRITE-DRAFT.                                                CPYHARV 
011770     MOVE WS-STR-FIRST-OCC(WS-SIX) TO WS-OIX.                     CPYHARV 
011780     MOVE WS-OCC-MEMBER(WS-OIX) TO WS-SRC-NAME.                   CPYHARV 
011790     PERFORM 2050-LOAD-MEMBER THRU 2050-EXIT.                     CPYHARV 
011800     MOVE SPACES TO WS-OUT-FILENAME.                              CPYHARV 
011810     STRING WS-OUT-DIR DELIMITED BY SPACE                         CPYHARV 
011820         '/' DELIMITED BY SIZE                                    CPYHARV 
011830         WS-DRAFT-NAME DELIMITED BY SPACE                         CPYHARV 
011840         '.CPY' DELIMITED BY SIZE                                 CPYHARV 
011850         INTO WS-OUT-FILENAME                                     CPYHARV 
011860     END-STRING.                                                  CPYHARV 
011870     IF WS-SRC-LINE-COUNT < WS-OCC-LAST(WS-OIX)                   CPYHARV 
011880         MOVE SPACES TO WS-RPT-FILE-REC                           CPYHARV 
011890         MOVE '    DRAFT NOT WRITTEN - MEMBER NO LONGER READABLE' CPYHARV 
011900             TO WS-RPT-FILE-REC                                   CPYHARV 
011910         WRITE WS-RPT-FILE-REC                                    CPYHARV 
011920         GO TO 5200-EXIT.                                         CPYHARV 
011930     OPEN OUTPUT OUT-FILE.                                        CPYHARV 
011940     IF WS-OUT-FILE-STATUS NOT = '00'                             CPYHARV 
011950         MOVE SPACES TO WS-RPT-FILE-REC                           CPYHARV 
011960         STRING '    DRAFT NOT WRITTEN - CANNOT OPEN '            CPYHARV 
011970             DELIMITED BY SIZE                                    CPYHARV 
011980             WS-OUT-FILENAME DELIMITED BY SPACE                   CPYHARV 
011990             INTO WS-RPT-FILE-REC                                 CPYHARV 
012000         END-STRING                                               CPYHARV 
012010         WRITE WS-RPT-FILE-REC                                    CPYHARV 
012020         GO TO 5200-EXIT.                                         CPYHARV 
012030     MOVE 0 TO WS-OUT-SEQ WS-OVER-COUNT.                          CPYHARV 
012040     MOVE WS-STR-MEMBERS(WS-SIX) TO WS-EDIT-NUM.                  CPYHARV 
012050     MOVE 0 TO WS-TALLY.                                          CPYHARV 
012060     INSPECT WS-EDIT-NUM TALLYING WS-TALLY FOR LEADING SPACE.     CPYHARV 
012070     MOVE SPACES TO WS-SPLICE-OUT.                                CPYHARV 
012080     STRING WS-DRAFT-NAME DELIMITED BY SPACE                      CPYHARV 
012090         ' -- RECORD LAYOUT HAND-CODED IN ' DELIMITED BY SIZE     CPYHARV 
012100         WS-EDIT-NUM(WS-TALLY + 1:) DELIMITED BY SIZE             CPYHARV 
012110         ' MEMBERS.' DELIMITED BY SIZE                            CPYHARV 
012120         INTO WS-SPLICE-OUT                                       CPYHARV 
012130     END-STRING.                                                  CPYHARV 
012140     PERFORM 5220-WRITE-DRAFT-COMMENT THRU 5220-EXIT.             CPYHARV 
012150     MOVE SPACES TO WS-SPLICE-OUT.                                CPYHARV 
012160     STRING 'HARVESTED FROM ' DELIMITED BY SIZE                   CPYHARV 
012170         WS-OCC-MEMBER(WS-OIX) DELIMITED BY SPACE                 CPYHARV 
012180         ' ' DELIMITED BY SIZE                                    CPYHARV 
012190         WS-OCC-GROUP(WS-OIX) DELIMITED BY SPACE                  CPYHARV 
012200         ' - DRAFT FOR TEST-COPYLIB.' DELIMITED BY SIZE           CPYHARV 
012210         INTO WS-SPLICE-OUT                                       CPYHARV 
012220     END-STRING.                                                  CPYHARV 
012230     PERFORM 5220-WRITE-DRAFT-COMMENT THRU 5220-EXIT.             CPYHARV 
012240     MOVE ':PREFIX: IS THE USING PROGRAM''S PREFIX.'              CPYHARV 
012250         TO WS-SPLICE-OUT.                                        CPYHARV 
012260     PERFORM 5220-WRITE-DRAFT-COMMENT THRU 5220-EXIT.             CPYHARV 
012270     PERFORM 5210-DRAFT-ONE-LINE THRU 5210-EXIT                   CPYHARV 
012280         VARYING WS-LIX FROM WS-OCC-FIRST(WS-OIX) BY 1            CPYHARV 
012290         UNTIL WS-LIX > WS-OCC-LAST(WS-OIX).                      CPYHARV 
012300     CLOSE OUT-FILE.                                              CPYHARV 
012310     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYHARV 
012320     STRING '    DRAFT WRITTEN TO ' DELIMITED BY SIZE             CPYHARV 
012330         WS-OUT-FILENAME DELIMITED BY SPACE                       CPYHARV 
012340         INTO WS-RPT-FILE-REC                                     CPYHARV 
012350     END-STRING.                                                  CPYHARV 
012360     WRITE WS-RPT-FILE-REC.                                       CPYHARV 
012370     IF WS-PREFIX-LEN = 0                                         CPYHARV 
012380         MOVE SPACES TO WS-RPT-FILE-REC                           CPYHARV 
012390         MOVE '    01 NAME HAS NO PREFIX - NO :PREFIX: PLACED'    CPYHARV 
012400             TO WS-RPT-FILE-REC                                   CPYHARV 
012410         WRITE WS-RPT-FILE-REC                                    CPYHARV 
012420     END-IF.                                                      CPYHARV 
012430     IF WS-NAME-CLASH-SW = 'Y'                                    CPYHARV 
012440         MOVE SPACES TO WS-RPT-FILE-REC                           CPYHARV 
012450         MOVE '    NAME ALREADY ON THE ROLL - RENAME BEFORE'      CPYHARV 
012460             TO WS-RPT-FILE-REC(1:45)                             CPYHARV 
012470         MOVE ' STAGING' TO WS-RPT-FILE-REC(46:8)                 CPYHARV 
012480         WRITE WS-RPT-FILE-REC                                    CPYHARV 
012490     END-IF.                                                      CPYHARV 
012500     IF WS-OVER-COUNT > 0                                         CPYHARV 
012510         MOVE WS-OVER-COUNT TO WS-EDIT-NUM                        CPYHARV 
012520         MOVE SPACES TO WS-RPT-FILE-REC                           CPYHARV 
012530         STRING '    ' DELIMITED BY SIZE                          CPYHARV 
012540             WS-EDIT-NUM DELIMITED BY SIZE                        CPYHARV 
012550             ' LINE(S) RUN PAST COLUMN 72 - EDIT BEFORE STAGING'  CPYHARV 
012560             DELIMITED BY SIZE                                    CPYHARV 
012570             INTO WS-RPT-FILE-REC                                 CPYHARV 
012580         END-STRING                                               CPYHARV 
012590         WRITE WS-RPT-FILE-REC                                    CPYHARV 
012600     END-IF.                                                      CPYHARV 
012610 5200-EXIT.                                                       CPYHARV 
012620     EXIT.                                                        CPYHARV 
012630*                                                                 CPYHARV 
012640 5210-DRAFT-ONE-LINE.                                             CPYHARV 
012650     IF WS-SRC-IND(WS-LIX) = '*'                                  CPYHARV 
012660         OR WS-SRC-IND(WS-LIX) = '/'                              CPYHARV 
012670         OR WS-SRC-TEXT(WS-LIX) = SPACES                          CPYHARV 
012680         GO TO 5210-EXIT.                                         CPYHARV 
012690     MOVE SPACES TO WS-SPLICE-OUT.                                CPYHARV 
012700     MOVE 1 TO WS-SPLICE-PTR.                                     CPYHARV 
012710     PERFORM 5230-SPLICE-ONE-POSITION THRU 5230-EXIT              CPYHARV 
012720         VARYING WS-SPLICE-POS FROM 1 BY 1                        CPYHARV 
012730         UNTIL WS-SPLICE-POS > 65.                                CPYHARV 
012740*    A LONGER PREFIX CAN PUSH THE ENTRY PAST COLUMN 72; THE       CPYHARV 
012750*    ALIGNMENT PADDING IS GIVEN UP FIRST.                         CPYHARV 
012760     IF WS-SPLICE-OUT(66:55) NOT = SPACES                         CPYHARV 
012770         PERFORM 5240-SQUEEZE-LINE THRU 5240-EXIT                 CPYHARV 
012780     END-IF.                                                      CPYHARV 
012790     IF WS-SPLICE-OUT(66:55) NOT = SPACES                         CPYHARV 
012800         ADD 1 TO WS-OVER-COUNT                                   CPYHARV 
012810     END-IF.                                                      CPYHARV 
012820     ADD 10 TO WS-OUT-SEQ.                                        CPYHARV 
012830     MOVE SPACES TO WS-OUT-FILE-REC.                              CPYHARV 
012840     MOVE WS-OUT-SEQ TO WS-OUT-FILE-REC(1:6).                     CPYHARV 
012850     MOVE WS-SRC-IND(WS-LIX) TO WS-OUT-FILE-REC(7:1).             CPYHARV 
012860     MOVE WS-SPLICE-OUT(1:65) TO WS-OUT-FILE-REC(8:65).           CPYHARV 
012870     MOVE WS-DRAFT-ID TO WS-OUT-FILE-REC(73:8).                   CPYHARV 
012880     WRITE WS-OUT-FILE-REC.                                       CPYHARV 
012890 5210-EXIT.                                                       CPYHARV 
012900     EXIT.                                                        CPYHARV 
012910*                                                                 CPYHARV 
012920 5220-WRITE-DRAFT-COMMENT.                                        CPYHARV 
012930     ADD 10 TO WS-OUT-SEQ.                                        CPYHARV 
012940     MOVE SPACES TO WS-OUT-FILE-REC.                              CPYHARV 
012950     MOVE WS-OUT-SEQ TO WS-OUT-FILE-REC(1:6).                     CPYHARV 
012960     MOVE '* ' TO WS-OUT-FILE-REC(7:2).                           CPYHARV 
012970     MOVE WS-SPLICE-OUT(1:64) TO WS-OUT-FILE-REC(9:64).           CPYHARV 
012980     MOVE WS-DRAFT-ID TO WS-OUT-FILE-REC(73:8).                   CPYHARV 
012990     WRITE WS-OUT-FILE-REC.                                       CPYHARV 
013000 5220-EXIT.                                                       CPYHARV 
013010     EXIT.                                                        CPYHARV 
013020*                                                                 CPYHARV 
013030 5230-SPLICE-ONE-POSITION.                                        CPYHARV 
013040     IF WS-PREFIX-LEN > 0                                         CPYHARV 
013050         AND WS-SPLICE-POS + WS-PREFIX-LEN - 1 NOT > 65           CPYHARV 
013060         IF WS-SRC-TEXT(WS-LIX)(WS-SPLICE-POS:WS-PREFIX-LEN)      CPYHARV 
013070             = WS-PREFIX(1:WS-PREFIX-LEN)                         CPYHARV 
013080             AND (WS-SPLICE-POS = 1                               CPYHARV 
013090             OR WS-SRC-TEXT(WS-LIX)(WS-SPLICE-POS - 1:1) = SPACE) CPYHARV 
013100             STRING ':PREFIX:-' DELIMITED BY SIZE                 CPYHARV 
013110                 INTO WS-SPLICE-OUT WITH POINTER WS-SPLICE-PTR    CPYHARV 
013120                 ON OVERFLOW CONTINUE                             CPYHARV 
013130             END-STRING                                           CPYHARV 
013140             ADD WS-PREFIX-LEN TO WS-SPLICE-POS                   CPYHARV 
013150             SUBTRACT 1 FROM WS-SPLICE-POS                        CPYHARV 
013160             GO TO 5230-EXIT                                      CPYHARV 
013170         END-IF                                                   CPYHARV 
013180     END-IF.                                                      CPYHARV 
013190     STRING WS-SRC-TEXT(WS-LIX)(WS-SPLICE-POS:1)                  CPYHARV 
013200         DELIMITED BY SIZE                                        CPYHARV 
013210         INTO WS-SPLICE-OUT WITH POINTER WS-SPLICE-PTR            CPYHARV 
013220         ON OVERFLOW CONTINUE                                     CPYHARV 
013230     END-STRING.                                                  CPYHARV 
013240 5230-EXIT.                                                       CPYHARV 
013250     EXIT.                                                        CPYHARV 
013260*                                                                 CPYHARV 
013270*-------------------------------------------------------------    CPYHARV 
013280*5240-SQUEEZE-LINE - INTERIOR RUNS OF SPACES BECOME ONE SPACE;    CPYHARV 
013290*THE INDENTATION STAYS.  A LINE HOLDING A LITERAL IS LEFT AS      CPYHARV 
013300*IT IS.                                                           CPYHARV 
013310*-------------------------------------------------------------    CPYHARV 
013320 5240-SQUEEZE-LINE.                                               CPYHARV 
013330     MOVE 0 TO WS-TALLY.                                          CPYHARV 
013340     INSPECT WS-SPLICE-OUT TALLYING WS-TALLY FOR ALL QUOTE.       CPYHARV 
013350     IF WS-TALLY > 0                                              CPYHARV 
013360         GO TO 5240-EXIT.                                         CPYHARV 
013370     MOVE 0 TO WS-TALLY.                                          CPYHARV 
013380     INSPECT WS-SPLICE-OUT TALLYING WS-TALLY FOR LEADING SPACE.   CPYHARV 
013390     MOVE WS-SPLICE-OUT TO WS-SQUEEZE-IN.                         CPYHARV 
013400     MOVE SPACES TO WS-SPLICE-OUT.                                CPYHARV 
013410     MOVE WS-TALLY TO WS-SPLICE-PTR.                              CPYHARV 
013420     ADD 1 TO WS-SPLICE-PTR.                                      CPYHARV 
013430     MOVE 'N' TO WS-SQUEEZE-SPACE-SW.                             CPYHARV 
013440     PERFORM 5250-SQUEEZE-ONE-CHAR THRU 5250-EXIT                 CPYHARV 
013450         VARYING WS-SPLICE-POS FROM WS-SPLICE-PTR BY 1            CPYHARV 
013460         UNTIL WS-SPLICE-POS > 120.                               CPYHARV 
013470 5240-EXIT.                                                       CPYHARV 
013480     EXIT.                                                        CPYHARV 
013490*                                                                 CPYHARV 
013500 5250-SQUEEZE-ONE-CHAR.                                           CPYHARV 
013510     IF WS-SQUEEZE-IN(WS-SPLICE-POS:1) = SPACE                    CPYHARV 
013520         IF WS-SQUEEZE-SPACE-SW = 'Y'                             CPYHARV 
013530             GO TO 5250-EXIT                                      CPYHARV 
013540         END-IF                                                   CPYHARV 
013550         MOVE 'Y' TO WS-SQUEEZE-SPACE-SW                          CPYHARV 
013560     ELSE                                                         CPYHARV 
013570         MOVE 'N' TO WS-SQUEEZE-SPACE-SW                          CPYHARV 
013580     END-IF.                                                      CPYHARV 
013590     IF WS-SPLICE-PTR NOT > 120                                   CPYHARV 
013600         MOVE WS-SQUEEZE-IN(WS-SPLICE-POS:1)                      CPYHARV 
013610             TO WS-SPLICE-OUT(WS-SPLICE-PTR:1)                    CPYHARV 
013620         ADD 1 TO WS-SPLICE-PTR                                   CPYHARV 
013630     END-IF.                                                      CPYHARV 
013640 5250-EXIT.                                                       CPYHARV 
013650     EXIT.                                                        CPYHARV 
013660*                                                                 CPYHARV 
013670*-------------------------------------------------------------    CPYHARV 
013680*6000-REPORT-LIBRARY-MATCHES - HAND-CODED COPIES OF A LAYOUT      CPYHARV 
013690*THE LIBRARY ALREADY HOLDS: THESE WANT A COPY, NOT A HARVEST.     CPYHARV 
013700*-------------------------------------------------------------    CPYHARV 
013710 6000-REPORT-LIBRARY-MATCHES.                                     CPYHARV 
013720     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYHARV 
013730     WRITE WS-RPT-FILE-REC.                                       CPYHARV 
013740     MOVE 'HAND-CODED COPIES OF LIBRARY COPYBOOKS'                CPYHARV 
013750         TO WS-RPT-FILE-REC.                                      CPYHARV 
013760     WRITE WS-RPT-FILE-REC.                                       CPYHARV 
013770     PERFORM 6100-REPORT-ONE-LIBRARY-MATCH THRU 6100-EXIT         CPYHARV 
013780         VARYING WS-SIX FROM 1 BY 1                               CPYHARV 
013790         UNTIL WS-SIX > WS-STR-COUNT.                             CPYHARV 
013800     IF WS-LIBHIT-COUNT = 0                                       CPYHARV 
013810         MOVE SPACES TO WS-RPT-FILE-REC                           CPYHARV 
013820         MOVE '  NONE' TO WS-RPT-FILE-REC                         CPYHARV 
013830         WRITE WS-RPT-FILE-REC                                    CPYHARV 
013840     END-IF.                                                      CPYHARV 
013850 6000-EXIT.                                                       CPYHARV 
013860     EXIT.                                                        CPYHARV 
013870*                                                                 CPYHARV 
013880 6100-REPORT-ONE-LIBRARY-MATCH.                                   CPYHARV 
013890     IF WS-STR-LIB-NAME(WS-SIX) = SPACES                          CPYHARV 
013900         OR WS-STR-MEMBERS(WS-SIX) = 0                            CPYHARV 
013910         GO TO 6100-EXIT.                                         CPYHARV 
013920     ADD 1 TO WS-LIBHIT-COUNT.                                    CPYHARV 
013930     MOVE 4 TO WS-FINAL-RC.                                       CPYHARV 
013940     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYHARV 
013950     STRING 'COPYBOOK ' DELIMITED BY SIZE                         CPYHARV 
013960         WS-STR-LIB-NAME(WS-SIX) DELIMITED BY SPACE               CPYHARV 
013970         ' - SAME STRUCTURE CODED BY HAND, USE COPY IN:'          CPYHARV 
013980         DELIMITED BY SIZE                                        CPYHARV 
013990         INTO WS-RPT-FILE-REC                                     CPYHARV 
014000     END-STRING.                                                  CPYHARV 
014010     WRITE WS-RPT-FILE-REC.                                       CPYHARV 
014020     PERFORM 5110-REPORT-ONE-OCCURRENCE THRU 5110-EXIT            CPYHARV 
014030         VARYING WS-OIX FROM 1 BY 1                               CPYHARV 
014040         UNTIL WS-OIX > WS-OCC-COUNT.                             CPYHARV 
014050 6100-EXIT.                                                       CPYHARV 
014060     EXIT.                                                        CPYHARV 
014070*                                                                 CPYHARV 
014080 8000-PRINT-SUMMARY.                                              CPYHARV 
014090     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYHARV 
014100     WRITE WS-RPT-FILE-REC.                                       CPYHARV 
014110     MOVE WS-MEMBERS-READ TO WS-EDIT-COUNT.                       CPYHARV 
014120     MOVE 'MEMBERS SCANNED' TO WS-RPT-FILE-REC(1:24).             CPYHARV 
014130     MOVE WS-EDIT-COUNT TO WS-RPT-FILE-REC(26:6).                 CPYHARV 
014140     WRITE WS-RPT-FILE-REC.                                       CPYHARV 
014150     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYHARV 
014160     MOVE WS-GROUPS-SEEN TO WS-EDIT-COUNT.                        CPYHARV 
014170     MOVE '01 GROUPS COMPARED' TO WS-RPT-FILE-REC(1:24).          CPYHARV 
014180     MOVE WS-EDIT-COUNT TO WS-RPT-FILE-REC(26:6).                 CPYHARV 
014190     WRITE WS-RPT-FILE-REC.                                       CPYHARV 
014200     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYHARV 
014210     MOVE WS-STR-COUNT TO WS-EDIT-COUNT.                          CPYHARV 
014220     MOVE 'DISTINCT STRUCTURES' TO WS-RPT-FILE-REC(1:24).         CPYHARV 
014230     MOVE WS-EDIT-COUNT TO WS-RPT-FILE-REC(26:6).                 CPYHARV 
014240     WRITE WS-RPT-FILE-REC.                                       CPYHARV 
014250     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYHARV 
014260     MOVE WS-CAND-COUNT TO WS-EDIT-COUNT.                         CPYHARV 
014270     MOVE 'HARVEST CANDIDATES' TO WS-RPT-FILE-REC(1:24).          CPYHARV 
014280     MOVE WS-EDIT-COUNT TO WS-RPT-FILE-REC(26:6).                 CPYHARV 
014290     WRITE WS-RPT-FILE-REC.                                       CPYHARV 
014300     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYHARV 
014310     MOVE WS-LIBHIT-COUNT TO WS-EDIT-COUNT.                       CPYHARV 
014320     MOVE 'LIBRARY LAYOUTS RETYPED' TO WS-RPT-FILE-REC(1:24).     CPYHARV 
014330     MOVE WS-EDIT-COUNT TO WS-RPT-FILE-REC(26:6).                 CPYHARV 
014340     WRITE WS-RPT-FILE-REC.                                       CPYHARV 
014350     IF WS-STR-FULL-SW = 'Y'                                      CPYHARV 
014360         MOVE SPACES TO WS-RPT-FILE-REC                           CPYHARV 
014370         MOVE '*** STRUCTURE TABLES FULL - LATER GROUPS NOT'      CPYHARV 
014380             TO WS-RPT-FILE-REC(1:45)                             CPYHARV 
014390         MOVE ' COMPARED ***' TO WS-RPT-FILE-REC(46:13)           CPYHARV 
014400         WRITE WS-RPT-FILE-REC                                    CPYHARV 
014410     END-IF.                                                      CPYHARV 
014420 8000-EXIT.                                                       CPYHARV 
014430     EXIT.                                                        CPYHARV 
