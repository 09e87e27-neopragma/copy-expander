000010 IDENTIFICATION DIVISION.                                         CPYUPGR 
000020 PROGRAM-ID. CPYUPGR.                                             CPYUPGR 
000030 AUTHOR. R SANDOVAL.                                              CPYUPGR 
000040 INSTALLATION. DATA CENTER SERVICES - COPYBOOK TOOLING.           CPYUPGR 
000050 DATE-WRITTEN. 2026-10-15.                                        CPYUPGR 
000060 DATE-COMPILED.                                                   CPYUPGR 
000070*-------------------------------------------------------------    CPYUPGR 
000080*MODIFICATION HISTORY                                             CPYUPGR 
000090*-------------------------------------------------------------    CPYUPGR 
000100*2026-10-15 RS  COMPILER-UPGRADE READINESS SCAN.  THE NEW         CPYUPGR 
000110*               RELEASE RESERVES MORE WORDS AND DROPS SOME OLD    CPYUPGR 
000120*               SYNTAX; A COPYBOOK DATA NAME THAT BECOMES A       CPYUPGR 
000130*               RESERVED WORD BREAKS EVERY CONSUMER AT ONCE.      CPYUPGR 
000140*               THE WORD LIST config/CPYUPGR.DAT (RSVD            CPYUPGR 
000150*               RESERVED WORDS, OBSL OBSOLETE CONSTRUCTS) IS      CPYUPGR 
000160*               CHECKED AGAINST:                                  CPYUPGR 
000170*                 - EVERY COPYBOOK ON config/COPYBOOKS.LST, AS    CPYUPGR 
000180*                   WRITTEN, IN THE FIRST config/CPYLIB.CFG       CPYUPGR 
000190*                   LIBRARY THAT HOLDS IT;                        CPYUPGR 
000200*                 - EVERY DECK ON THE INVENTORY registry/         CPYUPGR 
000210*                   CPYINV.DAT, SO A NAME THAT ONLY BECOMES A     CPYUPGR 
000220*                   RESERVED WORD ONCE REPLACING IS APPLIED IS    CPYUPGR 
000230*                   CAUGHT TOO.  THE DECK'S .PRV SIDE FILE        CPYUPGR 
000240*                   SAYS WHICH COPYBOOK EACH LINE CAME FROM;      CPYUPGR 
000250*                   THE MEMBER'S OWN LINES ARE FILED UNDER THE    CPYUPGR 
000260*                   MEMBER.                                       CPYUPGR 
000270*               FINDINGS ARE GROUPED BY COPYBOOK, THE COPYBOOK    CPYUPGR 
000280*               WITH THE MOST CONSUMERS ON registry/CPYREG.DAT    CPYUPGR 
000290*               FIRST (THE DECKS THAT PULL IT WHEN THE            CPYUPGR 
000300*               REGISTRY CANNOT BE READ), SO THE BIGGEST-         CPYUPGR 
000310*               IMPACT FIXES COME FIRST.  EVERY RESERVED-WORD     CPYUPGR 
000320*               CONFLICT ALSO GOES TO THE RENAME PLAN             CPYUPGR 
000330*               registry/CPYUPGR.PLN, OLD NAME TO PROPOSED NEW    CPYUPGR 
000340*               NAME, IN THE SAME ORDER, FOR REVIEW BEFORE ANY    CPYUPGR 
000350*               EDIT IS MADE - AS CPYMIGR'S SIDE FILES ARE.       CPYUPGR 
000360*               NO SYSIN.  RC 0 READY, 4 OBSOLETE CONSTRUCTS      CPYUPGR 
000370*               OR SOMETHING NOT SCANNED, 8 RESERVED-WORD         CPYUPGR 
000380*               CONFLICTS, 12 NO WORD LIST OR NO ROLL.            CPYUPGR 
000390*               REPORT: registry/CPYUPGR.RPT.                     CPYUPGR 
000392*2026-10-15 RS  FREE-FORMAT SOURCE: EACH LINE IS READ THROUGH     CPYUPGR 
000394*               CPYSRCF AS THE CARD IT STANDS FOR, SO THE         CPYUPGR 
000396*               COLUMN RULES HOLD FOR EITHER FORM.                CPYUPGR 
000398*               COPYBOOK AND DECK RECORDS ARE WIDENED TO 256.     CPYUPGR 
000400*-------------------------------------------------------------    CPYUPGR 
000410 ENVIRONMENT DIVISION.                                            CPYUPGR 
000420 CONFIGURATION SECTION.                                           CPYUPGR 
000430 SOURCE-COMPUTER. GENERIC-COMPUTER.                               CPYUPGR 
000440 OBJECT-COMPUTER. GENERIC-COMPUTER.                               CPYUPGR 
000450 INPUT-OUTPUT SECTION.                                            CPYUPGR 
000460 FILE-CONTROL.                                                    CPYUPGR 
000470     SELECT UPW-FILE ASSIGN TO DYNAMIC WS-UPW-FILENAME            CPYUPGR 
000480         ORGANIZATION LINE SEQUENTIAL                             CPYUPGR 
000490         FILE STATUS IS WS-UPW-FILE-STATUS.                       CPYUPGR 
000500     SELECT ROLL-FILE ASSIGN TO DYNAMIC WS-ROLL-FILENAME          CPYUPGR 
000510         ORGANIZATION LINE SEQUENTIAL                             CPYUPGR 
000520         FILE STATUS IS WS-ROLL-FILE-STATUS.                      CPYUPGR 
000530     SELECT CFG-FILE ASSIGN TO DYNAMIC WS-CFG-FILENAME            CPYUPGR 
000540         ORGANIZATION LINE SEQUENTIAL                             CPYUPGR 
000550         FILE STATUS IS WS-CFG-FILE-STATUS.                       CPYUPGR 
000560     SELECT CPY-FILE ASSIGN TO DYNAMIC WS-CPY-FILENAME            CPYUPGR 
000570         ORGANIZATION LINE SEQUENTIAL                             CPYUPGR 
000580         FILE STATUS IS WS-CPY-FILE-STATUS.                       CPYUPGR 
000590     SELECT INV-FILE ASSIGN TO DYNAMIC WS-INV-FILENAME            CPYUPGR 
000600         ORGANIZATION LINE SEQUENTIAL                             CPYUPGR 
000610         FILE STATUS IS WS-INV-FILE-STATUS.                       CPYUPGR 
000620     SELECT DCK-FILE ASSIGN TO DYNAMIC WS-DCK-FILENAME            CPYUPGR 
000630         ORGANIZATION LINE SEQUENTIAL                             CPYUPGR 
000640         FILE STATUS IS WS-DCK-FILE-STATUS.                       CPYUPGR 
000650     SELECT PRV-FILE ASSIGN TO DYNAMIC WS-PRV-FILENAME            CPYUPGR 
000660         ORGANIZATION LINE SEQUENTIAL                             CPYUPGR 
000670         FILE STATUS IS WS-PRV-FILE-STATUS.                       CPYUPGR 
000680     SELECT REG-FILE ASSIGN TO DYNAMIC WS-REG-FILENAME            CPYUPGR 
000690         ORGANIZATION INDEXED                                     CPYUPGR 
000700         ACCESS MODE IS DYNAMIC                                   CPYUPGR 
000710         RECORD KEY IS REG-REG-KEY                                CPYUPGR 
000720         FILE STATUS IS WS-REG-FILE-STATUS.                       CPYUPGR 
000730     SELECT RPT-FILE ASSIGN TO DYNAMIC WS-RPT-FILENAME            CPYUPGR 
000740         ORGANIZATION LINE SEQUENTIAL                             CPYUPGR 
000750         FILE STATUS IS WS-RPT-FILE-STATUS.                       CPYUPGR 
000760     SELECT PLN-FILE ASSIGN TO DYNAMIC WS-PLN-FILENAME            CPYUPGR 
000770         ORGANIZATION LINE SEQUENTIAL                             CPYUPGR 
000780         FILE STATUS IS WS-PLN-FILE-STATUS.                       CPYUPGR 
000790 DATA DIVISION.                                                   CPYUPGR 
000800 FILE SECTION.                                                    CPYUPGR 
000810 FD  UPW-FILE.                                                    CPYUPGR 
000820 01  WS-UPW-FILE-REC         PIC X(100).                          CPYUPGR 
000830 FD  ROLL-FILE.                                                   CPYUPGR 
000840 01  WS-ROLL-FILE-REC        PIC X(80).                           CPYUPGR 
000850 FD  CFG-FILE.                                                    CPYUPGR 
000860 01  WS-CFG-FILE-REC         PIC X(80).                           CPYUPGR 
000870 FD  CPY-FILE.                                                    CPYUPGR 
000880 01  WS-CPY-FILE-REC         PIC X(256).                          CPYUPGR 
000890 FD  INV-FILE.                                                    CPYUPGR 
000900 01  WS-INV-FILE-REC         PIC X(120).                          CPYUPGR 
000910 FD  DCK-FILE.                                                    CPYUPGR 
000920 01  WS-DCK-FILE-REC         PIC X(256).                          CPYUPGR 
000930 FD  PRV-FILE.                                                    CPYUPGR 
000940 01  WS-PRV-FILE-REC         PIC X(80).                           CPYUPGR 
000950 FD  REG-FILE.                                                    CPYUPGR 
000960 COPY CPYREG.                                                     CPYUPGR 
000970 FD  RPT-FILE.                                                    CPYUPGR 
000980 01  WS-RPT-FILE-REC         PIC X(132).                          CPYUPGR 
000990 FD  PLN-FILE.                                                    CPYUPGR 
001000 01  WS-PLN-FILE-REC         PIC X(120).                          CPYUPGR 
001010 WORKING-STORAGE SECTION.                                         CPYUPGR 
001020 77  WS-UPW-FILENAME         PIC X(80)                            CPYUPGR 
001030         VALUE 'config/CPYUPGR.DAT'.                              CPYUPGR 
001040 77  WS-UPW-FILE-STATUS      PIC X(02) VALUE '00'.                CPYUPGR 
001050 77  WS-ROLL-FILENAME        PIC X(80)                            CPYUPGR 
001060         VALUE 'config/COPYBOOKS.LST'.                            CPYUPGR 
001070 77  WS-ROLL-FILE-STATUS     PIC X(02) VALUE '00'.                CPYUPGR 
001080 77  WS-CFG-FILENAME         PIC X(80)                            CPYUPGR 
001090         VALUE 'config/CPYLIB.CFG'.                               CPYUPGR 
001100 77  WS-CFG-FILE-STATUS      PIC X(02) VALUE '00'.                CPYUPGR 
001110 77  WS-CPY-FILENAME         PIC X(80) VALUE SPACES.              CPYUPGR 
001120 77  WS-CPY-FILE-STATUS      PIC X(02) VALUE '00'.                CPYUPGR 
001130 77  WS-INV-FILENAME         PIC X(80)                            CPYUPGR 
001140         VALUE 'registry/CPYINV.DAT'.                             CPYUPGR 
001150 77  WS-INV-FILE-STATUS      PIC X(02) VALUE '00'.                CPYUPGR 
001160 77  WS-DCK-FILENAME         PIC X(80) VALUE SPACES.              CPYUPGR 
001170 77  WS-DCK-FILE-STATUS      PIC X(02) VALUE '00'.                CPYUPGR 
001180 77  WS-PRV-FILENAME         PIC X(80) VALUE SPACES.              CPYUPGR 
001190 77  WS-PRV-FILE-STATUS      PIC X(02) VALUE '00'.                CPYUPGR 
001200 77  WS-REG-FILENAME         PIC X(80)                            CPYUPGR 
001210         VALUE 'registry/CPYREG.DAT'.                             CPYUPGR 
001220 77  WS-REG-FILE-STATUS      PIC X(02) VALUE '00'.                CPYUPGR 
001230 77  WS-RPT-FILENAME         PIC X(80)                            CPYUPGR 
001240         VALUE 'registry/CPYUPGR.RPT'.                            CPYUPGR 
001250 77  WS-RPT-FILE-STATUS      PIC X(02) VALUE '00'.                CPYUPGR 
001260 77  WS-PLN-FILENAME         PIC X(80)                            CPYUPGR 
001270         VALUE 'registry/CPYUPGR.PLN'.                            CPYUPGR 
001280 77  WS-PLN-FILE-STATUS      PIC X(02) VALUE '00'.                CPYUPGR 
001290 77  WS-EOF-SW               PIC X(01) VALUE 'N'.                 CPYUPGR 
001300     88  WS-EOF              VALUE 'Y'.                           CPYUPGR 
001310 77  WS-SUB-EOF-SW           PIC X(01) VALUE 'N'.                 CPYUPGR 
001320     88  WS-SUB-EOF          VALUE 'Y'.                           CPYUPGR 
001330 77  WS-REG-EOF-SW           PIC X(01) VALUE 'N'.                 CPYUPGR 
001340     88  WS-REG-EOF          VALUE 'Y'.                           CPYUPGR 
001350 77  WS-REG-OPEN-SW          PIC X(01) VALUE 'N'.                 CPYUPGR 
001360     88  WS-REG-OPEN         VALUE 'Y'.                           CPYUPGR 
001370 77  WS-FOUND-SW             PIC X(01) VALUE 'N'.                 CPYUPGR 
001380     88  WS-FOUND            VALUE 'Y'.                           CPYUPGR 
001390 77  WS-DATE-PART            PIC X(08).                           CPYUPGR 
001400 77  WS-TIME-PART            PIC X(08).                           CPYUPGR 
001410 77  WS-RUN-TIMESTAMP        PIC X(15).                           CPYUPGR 
001420 77  WS-FINAL-RC             PIC 9(02) VALUE 0.                   CPYUPGR 
001430 77  WS-TRIM-LEN             PIC 9(04) COMP VALUE 0.              CPYUPGR 
001440 77  WS-TALLY                PIC 9(04) COMP VALUE 0.              CPYUPGR 
001450 77  WS-EDIT-COUNT           PIC Z(04)9.                          CPYUPGR 
001460 77  WS-EDIT-LINE            PIC Z(05)9.                          CPYUPGR 
001470*-------------------------------------------------------------    CPYUPGR 
001480*THE WORD LIST.  A PHRASE KEEPS ITS SECOND WORD APART SO IT       CPYUPGR 
001490*CAN BE MATCHED AGAINST THE NEXT WORD ON THE CARD.                CPYUPGR 
001500*-------------------------------------------------------------    CPYUPGR 
001510 01  WS-WD-TABLE.                                                 CPYUPGR 
001520     05  WS-WD-COUNT         PIC 9(04) COMP VALUE 0.              CPYUPGR 
001530     05  WS-WD-ENT OCCURS 500 TIMES.                              CPYUPGR 
001540         10  WS-WD-KIND      PIC X(04).                           CPYUPGR 
001550         10  WS-WD-WORD1     PIC X(30).                           CPYUPGR 
001560         10  WS-WD-WORD2     PIC X(30).                           CPYUPGR 
001570         10  WS-WD-NOTE      PIC X(60).                           CPYUPGR 
001580 77  WS-WX                   PIC 9(04) COMP VALUE 0.              CPYUPGR 
001590 77  WS-RSVD-COUNT           PIC 9(04) COMP VALUE 0.              CPYUPGR 
001600 77  WS-OBSL-COUNT           PIC 9(04) COMP VALUE 0.              CPYUPGR 
001610 77  WS-RENAME-SUFFIX        PIC X(10) VALUE '-FLD'.              CPYUPGR 
001620*-------------------------------------------------------------    CPYUPGR 
001630*EVERY COPYBOOK (AND MEMBER) FINDINGS CAN BE FILED UNDER.  THE    CPYUPGR 
001640*ROLL COMES FIRST, IN ROLL ORDER (TYPE C); A COPYBOOK MET         CPYUPGR 
001650*ONLY IN A DECK IS TYPE X, A MEMBER'S OWN SOURCE TYPE M.          CPYUPGR 
001660*-------------------------------------------------------------    CPYUPGR 
001670 01  WS-BK-TABLE.                                                 CPYUPGR 
001680     05  WS-BK-COUNT         PIC 9(04) COMP VALUE 0.              CPYUPGR 
001690     05  WS-BK-ENT OCCURS 1000 TIMES.                             CPYUPGR 
001700         10  WS-BK-NAME      PIC X(30).                           CPYUPGR 
001710         10  WS-BK-TYPE      PIC X(01).                           CPYUPGR 
001720         10  WS-BK-LIB       PIC X(08).                           CPYUPGR 
001730         10  WS-BK-CONSUMERS PIC 9(05) COMP.                      CPYUPGR 
001740         10  WS-BK-DECKS     PIC 9(05) COMP.                      CPYUPGR 
001750         10  WS-BK-LAST-DECK PIC 9(05) COMP.                      CPYUPGR 
001760         10  WS-BK-RSVD      PIC 9(04) COMP.                      CPYUPGR 
001770         10  WS-BK-OBSL      PIC 9(04) COMP.                      CPYUPGR 
001780         10  WS-BK-DONE      PIC X(01).                           CPYUPGR 
001790 77  WS-ROLL-COUNT           PIC 9(04) COMP VALUE 0.              CPYUPGR 
001800 77  WS-BX                   PIC 9(04) COMP VALUE 0.              CPYUPGR 
001810 77  WS-PROBE-NAME           PIC X(30) VALUE SPACES.              CPYUPGR 
001820 77  WS-PROBE-TYPE           PIC X(01) VALUE SPACES.              CPYUPGR 
001830 77  WS-LAST-PROBE           PIC X(30) VALUE SPACES.              CPYUPGR 
001840 77  WS-LAST-BX              PIC 9(04) COMP VALUE 0.              CPYUPGR 
001850*-------------------------------------------------------------    CPYUPGR 
001860*FINDINGS, ONE PER COPYBOOK, KIND AND NAME.  WHERE: C IN THE      CPYUPGR 
001870*COPYBOOK AS WRITTEN, D ONLY IN A DECK (AFTER REPLACING), M IN    CPYUPGR 
001880*A MEMBER'S OWN SOURCE.  LINE AND MEMBER ARE THE FIRST SIGHT.     CPYUPGR 
001890*-------------------------------------------------------------    CPYUPGR 
001900 01  WS-FD-TABLE.                                                 CPYUPGR 
001910     05  WS-FD-COUNT         PIC 9(04) COMP VALUE 0.              CPYUPGR 
001920     05  WS-FD-ENT OCCURS 2000 TIMES.                             CPYUPGR 
001930         10  WS-FD-BOOK      PIC 9(04) COMP.                      CPYUPGR 
001940         10  WS-FD-KIND      PIC X(04).                           CPYUPGR 
001950         10  WS-FD-NAME      PIC X(30).                           CPYUPGR 
001960         10  WS-FD-WORD      PIC 9(04) COMP.                      CPYUPGR 
001970         10  WS-FD-WHERE     PIC X(01).                           CPYUPGR 
001980         10  WS-FD-LINE      PIC 9(06) COMP.                      CPYUPGR 
001990         10  WS-FD-MEMBER    PIC X(10).                           CPYUPGR 
002000         10  WS-FD-DECKS     PIC 9(05) COMP.                      CPYUPGR 
002010         10  WS-FD-LAST-DECK PIC 9(05) COMP.                      CPYUPGR 
002020 77  WS-FX                   PIC 9(04) COMP VALUE 0.              CPYUPGR 
002030 77  WS-FD-FULL-SW           PIC X(01) VALUE 'N'.                 CPYUPGR 
002040*-------------------------------------------------------------    CPYUPGR 
002050*THE LINE IN HAND AND WHERE IT CAME FROM                          CPYUPGR 
002060*-------------------------------------------------------------    CPYUPGR 
002070 77  WS-LINE-TEXT            PIC X(65) VALUE SPACES.              CPYUPGR 
002080 77  WS-LINE-SQUEEZE         PIC X(65) VALUE SPACES.              CPYUPGR 
002090 77  WS-CUR-BOOK             PIC 9(04) COMP VALUE 0.              CPYUPGR 
002100 77  WS-CUR-WHERE            PIC X(01) VALUE SPACES.              CPYUPGR 
002110 77  WS-CUR-LINE             PIC 9(06) COMP VALUE 0.              CPYUPGR 
002120 77  WS-CUR-MEMBER           PIC X(10) VALUE SPACES.              CPYUPGR 
002130 77  WS-CUR-DECK             PIC 9(05) COMP VALUE 0.              CPYUPGR 
002140 77  WS-CUR-KIND             PIC X(04) VALUE SPACES.              CPYUPGR 
002150 77  WS-CUR-NAME             PIC X(30) VALUE SPACES.              CPYUPGR 
002160 01  WS-TOK-AREA.                                                 CPYUPGR 
002170     05  WS-TOK-COUNT        PIC 9(02) COMP VALUE 0.              CPYUPGR 
002180     05  WS-TOK              PIC X(30) OCCURS 12 TIMES.           CPYUPGR 
002190 77  WS-TX                   PIC 9(02) COMP VALUE 0.              CPYUPGR 
002200 77  WS-QUOTES               PIC 9(02) COMP VALUE 0.              CPYUPGR 
002210 77  WS-HALF                 PIC 9(02) COMP VALUE 0.              CPYUPGR 
002220 77  WS-ODD                  PIC 9(02) COMP VALUE 0.              CPYUPGR 
002230 77  WS-IN-LIT-SW            PIC X(01) VALUE 'N'.                 CPYUPGR 
002240*-------------------------------------------------------------    CPYUPGR 
002250*THE DECK IN HAND: THE BOOK EACH LINE IS FILED UNDER, FROM        CPYUPGR 
002260*ITS PROVENANCE (DECK LINE 1-8, COPYBOOK 9-38, LIBRARY 40-47 -    CPYUPGR 
002270*SPACES FOR THE MEMBER'S OWN LINES).                              CPYUPGR 
002280*-------------------------------------------------------------    CPYUPGR 
002290 77  WS-DECK-MEMBER          PIC X(10) VALUE SPACES.              CPYUPGR 
002300 77  WS-DECK-NAME            PIC X(80) VALUE SPACES.              CPYUPGR 
002310 77  WS-DECK-NO              PIC 9(05) COMP VALUE 0.              CPYUPGR 
002320 77  WS-MBR-BX               PIC 9(04) COMP VALUE 0.              CPYUPGR 
002330 77  WS-DL-COUNT             PIC 9(06) COMP VALUE 0.              CPYUPGR 
002340 77  WS-PRV-LINE             PIC 9(08) VALUE 0.                   CPYUPGR 
002350 01  WS-PV-TABLE.                                                 CPYUPGR 
002360     05  WS-PV-BOOK          PIC 9(04) COMP OCCURS 9000 TIMES.    CPYUPGR 
002370*-------------------------------------------------------------    CPYUPGR 
002380*PRINTING BY IMPACT AND THE RENAME PLAN                           CPYUPGR 
002390*-------------------------------------------------------------    CPYUPGR 
002400 77  WS-PICK                 PIC 9(04) COMP VALUE 0.              CPYUPGR 
002410 77  WS-PICK-CONS            PIC 9(05) COMP VALUE 0.              CPYUPGR 
002420 77  WS-PRINT-KIND           PIC X(04) VALUE SPACES.              CPYUPGR 
002430 77  WS-NEW-NAME             PIC X(30) VALUE SPACES.              CPYUPGR 
002440 77  WS-NAME-LEN             PIC 9(04) COMP VALUE 0.              CPYUPGR 
002450 77  WS-SUFFIX-LEN           PIC 9(04) COMP VALUE 0.              CPYUPGR 
002460 77  WS-RPT-PTR              PIC 9(04) COMP VALUE 0.              CPYUPGR 
002470*-------------------------------------------------------------    CPYUPGR 
002480*RUN TOTALS                                                       CPYUPGR 
002490*-------------------------------------------------------------    CPYUPGR 
002500 77  WS-BOOKS-SCANNED        PIC 9(05) COMP VALUE 0.              CPYUPGR 
002510 77  WS-BOOKS-MISSING        PIC 9(05) COMP VALUE 0.              CPYUPGR 
002520 77  WS-BOOKS-FLAGGED        PIC 9(05) COMP VALUE 0.              CPYUPGR 
002530 77  WS-DECKS-SCANNED        PIC 9(05) COMP VALUE 0.              CPYUPGR 
002540 77  WS-DECKS-SKIPPED        PIC 9(05) COMP VALUE 0.              CPYUPGR 
002550 77  WS-CNT-RSVD             PIC 9(05) COMP VALUE 0.              CPYUPGR 
002560 77  WS-CNT-OBSL             PIC 9(05) COMP VALUE 0.              CPYUPGR 
002570 77  WS-CNT-PLAN             PIC 9(05) COMP VALUE 0.              CPYUPGR 
002580 COPY CPYCFG.                                                     CPYUPGR 
002585 COPY CPYSFP.                                                     CPYUPGR 
002590 PROCEDURE DIVISION.                                              CPYUPGR 
002600*-------------------------------------------------------------    CPYUPGR 
002610*0000-MAINLINE                                                    CPYUPGR 
002620*-------------------------------------------------------------    CPYUPGR 
002630 0000-MAINLINE.                                                   CPYUPGR 
002640     PERFORM 1000-LOAD-WORD-LIST THRU 1000-EXIT.                  CPYUPGR 
002650     IF WS-WD-COUNT = 0                                           CPYUPGR 
002660         DISPLAY 'CPYUPGR - NO WORD LIST ' WS-UPW-FILENAME        CPYUPGR 
002670         MOVE 12 TO RETURN-CODE                                   CPYUPGR 
002680         GOBACK                                                   CPYUPGR 
002690     END-IF.                                                      CPYUPGR 
002700     PERFORM 1200-LOAD-ROLL THRU 1200-EXIT.                       CPYUPGR 
002710     IF WS-ROLL-COUNT = 0                                         CPYUPGR 
002720         DISPLAY 'CPYUPGR - NO COPYBOOK ROLL'                     CPYUPGR 
002730         MOVE 12 TO RETURN-CODE                                   CPYUPGR 
002740         GOBACK                                                   CPYUPGR 
002750     END-IF.                                                      CPYUPGR 
002760     PERFORM 1500-LOAD-LIBRARY-LIST THRU 1500-EXIT.               CPYUPGR 
002770     ACCEPT WS-DATE-PART FROM DATE YYYYMMDD.                      CPYUPGR 
002780     ACCEPT WS-TIME-PART FROM TIME.                               CPYUPGR 
002790     STRING WS-DATE-PART WS-TIME-PART                             CPYUPGR 
002800         DELIMITED BY SIZE INTO WS-RUN-TIMESTAMP.                 CPYUPGR 
002810     OPEN OUTPUT RPT-FILE.                                        CPYUPGR 
002820     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYUPGR 
002830     STRING 'CPYUPGR COMPILER-UPGRADE READINESS SCAN - RUN '      CPYUPGR 
002840         DELIMITED BY SIZE                                        CPYUPGR 
002850         WS-RUN-TIMESTAMP DELIMITED BY SIZE                       CPYUPGR 
002860         INTO WS-RPT-FILE-REC                                     CPYUPGR 
002870     END-STRING.                                                  CPYUPGR 
002880     WRITE WS-RPT-FILE-REC.                                       CPYUPGR 
002890     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYUPGR 
002900     MOVE WS-RSVD-COUNT TO WS-EDIT-COUNT.                         CPYUPGR 
002910     STRING 'WORD LIST config/CPYUPGR.DAT: ' DELIMITED BY SIZE    CPYUPGR 
002920         WS-EDIT-COUNT DELIMITED BY SIZE                          CPYUPGR 
002930         ' RESERVED WORDS, ' DELIMITED BY SIZE                    CPYUPGR 
002940         INTO WS-RPT-FILE-REC                                     CPYUPGR 
002950     END-STRING.                                                  CPYUPGR 
002960     MOVE WS-OBSL-COUNT TO WS-EDIT-COUNT.                         CPYUPGR 
002970     MOVE WS-EDIT-COUNT TO WS-RPT-FILE-REC(53:5).                 CPYUPGR 
002980     MOVE ' OBSOLETE CONSTRUCTS' TO WS-RPT-FILE-REC(58:20).       CPYUPGR 
002990     WRITE WS-RPT-FILE-REC.                                       CPYUPGR 
003000     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYUPGR 
003010     WRITE WS-RPT-FILE-REC.                                       CPYUPGR 
003020     PERFORM 2000-SCAN-ONE-COPYBOOK THRU 2000-EXIT                CPYUPGR 
003030         VARYING WS-CUR-BOOK FROM 1 BY 1                          CPYUPGR 
003040         UNTIL WS-CUR-BOOK > WS-ROLL-COUNT.                       CPYUPGR 
003050     OPEN INPUT INV-FILE.                                         CPYUPGR 
003060     IF WS-INV-FILE-STATUS = '00'                                 CPYUPGR 
003070         MOVE 'N' TO WS-EOF-SW                                    CPYUPGR 
003080         PERFORM 3000-SCAN-ONE-DECK THRU 3000-EXIT                CPYUPGR 
003090             UNTIL WS-EOF                                         CPYUPGR 
003100         CLOSE INV-FILE                                           CPYUPGR 
003110     ELSE                                                         CPYUPGR 
003120         MOVE 'NO DECK INVENTORY registry/CPYINV.DAT - ONLY THE'  CPYUPGR 
003130             TO WS-RPT-FILE-REC                                   CPYUPGR 
003140         MOVE ' COPYBOOKS AS WRITTEN WERE SCANNED'                CPYUPGR 
003150             TO WS-RPT-FILE-REC(50:34)                            CPYUPGR 
003160         WRITE WS-RPT-FILE-REC                                    CPYUPGR 
003170         MOVE SPACES TO WS-RPT-FILE-REC                           CPYUPGR 
003180         IF WS-FINAL-RC < 4                                       CPYUPGR 
003190             MOVE 4 TO WS-FINAL-RC                                CPYUPGR 
003200         END-IF                                                   CPYUPGR 
003210     END-IF.                                                      CPYUPGR 
003220     PERFORM 4000-COUNT-CONSUMERS THRU 4000-EXIT.                 CPYUPGR 
003230     OPEN OUTPUT PLN-FILE.                                        CPYUPGR 
003240     PERFORM 6000-PRINT-BY-IMPACT THRU 6000-EXIT.                 CPYUPGR 
003250     CLOSE PLN-FILE.                                              CPYUPGR 
003260     PERFORM 7000-PRINT-SUMMARY THRU 7000-EXIT.                   CPYUPGR 
003270     CLOSE RPT-FILE.                                              CPYUPGR 
003280     MOVE WS-CNT-RSVD TO WS-EDIT-COUNT.                           CPYUPGR 
003290     DISPLAY 'CPYUPGR RESERVED-WORD CONFLICTS: ' WS-EDIT-COUNT.   CPYUPGR 
003300     MOVE WS-CNT-OBSL TO WS-EDIT-COUNT.                           CPYUPGR 
003310     DISPLAY 'CPYUPGR OBSOLETE CONSTRUCTS:     ' WS-EDIT-COUNT.   CPYUPGR 
003320     IF WS-CNT-RSVD > 0                                           CPYUPGR 
003330         MOVE 8 TO WS-FINAL-RC                                    CPYUPGR 
003340     ELSE                                                         CPYUPGR 
003350         IF WS-CNT-OBSL > 0 AND WS-FINAL-RC < 4                   CPYUPGR 
003360             MOVE 4 TO WS-FINAL-RC                                CPYUPGR 
003370         END-IF                                                   CPYUPGR 
003380     END-IF.                                                      CPYUPGR 
003390     MOVE WS-FINAL-RC TO RETURN-CODE.                             CPYUPGR 
003400     GOBACK.                                                      CPYUPGR 
003410*                                                                 CPYUPGR 
003420*-------------------------------------------------------------    CPYUPGR 
003430*1000-LOAD-WORD-LIST - KIND 1-4 (RSVD, OBSL OR SUFX), WORD OR     CPYUPGR 
003440*PHRASE 6-35, REMARKS 37-96.                                      CPYUPGR 
003450*-------------------------------------------------------------    CPYUPGR 
003460 1000-LOAD-WORD-LIST.                                             CPYUPGR 
003470     OPEN INPUT UPW-FILE.                                         CPYUPGR 
003480     IF WS-UPW-FILE-STATUS NOT = '00'                             CPYUPGR 
003490         GO TO 1000-EXIT.                                         CPYUPGR 
003500     MOVE 'N' TO WS-EOF-SW.                                       CPYUPGR 
003510     PERFORM 1100-LOAD-ONE-WORD THRU 1100-EXIT UNTIL WS-EOF.      CPYUPGR 
003520     CLOSE UPW-FILE.                                              CPYUPGR 
003530     MOVE 'N' TO WS-EOF-SW.                                       CPYUPGR 
003540 1000-EXIT.                                                       CPYUPGR 
003550     EXIT.                                                        CPYUPGR 
003560*                                                                 CPYUPGR 
003570 1100-LOAD-ONE-WORD.                                              CPYUPGR 
003580     READ UPW-FILE INTO WS-UPW-FILE-REC                           CPYUPGR 
003590         AT END MOVE 'Y' TO WS-EOF-SW                             CPYUPGR 
003600     END-READ.                                                    CPYUPGR 
003610     IF WS-EOF                                                    CPYUPGR 
003620         GO TO 1100-EXIT.                                         CPYUPGR 
003630     IF WS-UPW-FILE-REC(1:1) = '*'                                CPYUPGR 
003640         OR WS-UPW-FILE-REC(6:30) = SPACES                        CPYUPGR 
003650         GO TO 1100-EXIT.                                         CPYUPGR 
003660     IF WS-UPW-FILE-REC(1:4) = 'SUFX'                             CPYUPGR 
003670         MOVE WS-UPW-FILE-REC(6:10) TO WS-RENAME-SUFFIX           CPYUPGR 
003680         GO TO 1100-EXIT.                                         CPYUPGR 
003690     IF WS-UPW-FILE-REC(1:4) NOT = 'RSVD'                         CPYUPGR 
003700         AND WS-UPW-FILE-REC(1:4) NOT = 'OBSL'                    CPYUPGR 
003710         DISPLAY 'CPYUPGR - UNKNOWN WORD-LIST KIND IGNORED: '     CPYUPGR 
003720             WS-UPW-FILE-REC(1:4)                                 CPYUPGR 
003730         GO TO 1100-EXIT.                                         CPYUPGR 
003740     IF WS-WD-COUNT NOT < 500                                     CPYUPGR 
003750         GO TO 1100-EXIT.                                         CPYUPGR 
003760     ADD 1 TO WS-WD-COUNT.                                        CPYUPGR 
003770     MOVE WS-UPW-FILE-REC(1:4) TO WS-WD-KIND(WS-WD-COUNT).        CPYUPGR 
003780     MOVE SPACES TO WS-WD-WORD1(WS-WD-COUNT)                      CPYUPGR 
003790         WS-WD-WORD2(WS-WD-COUNT).                                CPYUPGR 
003800     UNSTRING WS-UPW-FILE-REC(6:30) DELIMITED BY ALL SPACE        CPYUPGR 
003810         INTO WS-WD-WORD1(WS-WD-COUNT) WS-WD-WORD2(WS-WD-COUNT)   CPYUPGR 
003820     END-UNSTRING.                                                CPYUPGR 
003830     MOVE WS-UPW-FILE-REC(37:60) TO WS-WD-NOTE(WS-WD-COUNT).      CPYUPGR 
003840     IF WS-WD-KIND(WS-WD-COUNT) = 'RSVD'                          CPYUPGR 
003850         ADD 1 TO WS-RSVD-COUNT                                   CPYUPGR 
003860     ELSE                                                         CPYUPGR 
003870         ADD 1 TO WS-OBSL-COUNT                                   CPYUPGR 
003880     END-IF.                                                      CPYUPGR 
003890 1100-EXIT.                                                       CPYUPGR 
003900     EXIT.                                                        CPYUPGR 
003910*                                                                 CPYUPGR 
003920*    THE ROLL SEEDS THE BOOK TABLE, IN ROLL ORDER.                CPYUPGR 
003930 1200-LOAD-ROLL.                                                  CPYUPGR 
003940     OPEN INPUT ROLL-FILE.                                        CPYUPGR 
003950     IF WS-ROLL-FILE-STATUS NOT = '00'                            CPYUPGR 
003960         GO TO 1200-EXIT.                                         CPYUPGR 
003970     MOVE 'N' TO WS-EOF-SW.                                       CPYUPGR 
003980     PERFORM 1210-LOAD-ONE-ROLL-LINE THRU 1210-EXIT UNTIL WS-EOF. CPYUPGR 
003990     CLOSE ROLL-FILE.                                             CPYUPGR 
004000     MOVE 'N' TO WS-EOF-SW.                                       CPYUPGR 
004010     MOVE WS-BK-COUNT TO WS-ROLL-COUNT.                           CPYUPGR 
004020 1200-EXIT.                                                       CPYUPGR 
004030     EXIT.                                                        CPYUPGR 
004040*                                                                 CPYUPGR 
004050 1210-LOAD-ONE-ROLL-LINE.                                         CPYUPGR 
004060     READ ROLL-FILE INTO WS-ROLL-FILE-REC                         CPYUPGR 
004070         AT END MOVE 'Y' TO WS-EOF-SW                             CPYUPGR 
004080     END-READ.                                                    CPYUPGR 
004090     IF NOT WS-EOF                                                CPYUPGR 
004100         AND WS-ROLL-FILE-REC(1:1) NOT = '*'                      CPYUPGR 
004110         AND WS-ROLL-FILE-REC NOT = SPACES                        CPYUPGR 
004120         AND WS-BK-COUNT < 500                                    CPYUPGR 
004130         MOVE WS-ROLL-FILE-REC(1:30) TO WS-PROBE-NAME             CPYUPGR 
004140         MOVE 'C' TO WS-PROBE-TYPE                                CPYUPGR 
004150         PERFORM 2900-FIND-BOOK THRU 2900-EXIT                    CPYUPGR 
004160     END-IF.                                                      CPYUPGR 
004170 1210-EXIT.                                                       CPYUPGR 
004180     EXIT.                                                        CPYUPGR 
004190*                                                                 CPYUPGR 
004200 1500-LOAD-LIBRARY-LIST.                                          CPYUPGR 
004210     MOVE 0 TO CFG-LIBRARY-COUNT CFG-MAX-COPY-DEPTH.              CPYUPGR 
004220     OPEN INPUT CFG-FILE.                                         CPYUPGR 
004230     IF WS-CFG-FILE-STATUS NOT = '00'                             CPYUPGR 
004240         GO TO 1500-EXIT.                                         CPYUPGR 
004250     MOVE 'N' TO WS-EOF-SW.                                       CPYUPGR 
004260     PERFORM 1510-LOAD-ONE-CFG-LINE THRU 1510-EXIT UNTIL WS-EOF.  CPYUPGR 
004270     CLOSE CFG-FILE.                                              CPYUPGR 
004280     MOVE 'N' TO WS-EOF-SW.                                       CPYUPGR 
004290 1500-EXIT.                                                       CPYUPGR 
004300     EXIT.                                                        CPYUPGR 
004310*                                                                 CPYUPGR 
004320 1510-LOAD-ONE-CFG-LINE.                                          CPYUPGR 
004330     READ CFG-FILE INTO WS-CFG-FILE-REC                           CPYUPGR 
004340         AT END MOVE 'Y' TO WS-EOF-SW                             CPYUPGR 
004350     END-READ.                                                    CPYUPGR 
004360     IF NOT WS-EOF                                                CPYUPGR 
004370         AND WS-CFG-FILE-REC(1:1) NOT = '*'                       CPYUPGR 
004380         AND WS-CFG-FILE-REC NOT = SPACES                         CPYUPGR 
004390         AND CFG-LIBRARY-COUNT < 10                               CPYUPGR 
004400         ADD 1 TO CFG-LIBRARY-COUNT                               CPYUPGR 
004410         SET CFG-LIB-IDX TO CFG-LIBRARY-COUNT                     CPYUPGR 
004420         UNSTRING WS-CFG-FILE-REC DELIMITED BY ALL SPACE          CPYUPGR 
004430             INTO CFG-LIBRARY-NAME(CFG-LIB-IDX)                   CPYUPGR 
004440                  CFG-LIBRARY-PATH(CFG-LIB-IDX)                   CPYUPGR 
004450         END-UNSTRING                                             CPYUPGR 
004460     END-IF.                                                      CPYUPGR 
004470 1510-EXIT.                                                       CPYUPGR 
004480     EXIT.                                                        CPYUPGR 
004490*                                                                 CPYUPGR 
004500*-------------------------------------------------------------    CPYUPGR 
004510*2000-SCAN-ONE-COPYBOOK - ONE ROLL ENTRY, AS WRITTEN, FROM THE    CPYUPGR 
004520*FIRST LIBRARY IN SEARCH ORDER THAT HOLDS IT.  A NAME CARRYING    CPYUPGR 
004530*A REPLACING TAG (:PREFIX:) IS NOT JUDGED HERE - THE DECKS        CPYUPGR 
004540*SHOW WHAT IT BECOMES.                                            CPYUPGR 
004550*-------------------------------------------------------------    CPYUPGR 
004560 2000-SCAN-ONE-COPYBOOK.                                          CPYUPGR 
004570     MOVE 0 TO WS-TRIM-LEN.                                       CPYUPGR 
004580     INSPECT WS-BK-NAME(WS-CUR-BOOK) TALLYING WS-TRIM-LEN         CPYUPGR 
004590         FOR CHARACTERS BEFORE SPACE.                             CPYUPGR 
004600     MOVE '99' TO WS-CPY-FILE-STATUS.                             CPYUPGR 
004610     PERFORM 2100-TRY-ONE-LIBRARY THRU 2100-EXIT                  CPYUPGR 
004620         VARYING CFG-LIB-IDX FROM 1 BY 1                          CPYUPGR 
004630         UNTIL CFG-LIB-IDX > CFG-LIBRARY-COUNT                    CPYUPGR 
004640            OR WS-CPY-FILE-STATUS = '00'.                         CPYUPGR 
004650     IF WS-CPY-FILE-STATUS NOT = '00'                             CPYUPGR 
004660         ADD 1 TO WS-BOOKS-MISSING                                CPYUPGR 
004670         MOVE SPACES TO WS-RPT-FILE-REC                           CPYUPGR 
004680         STRING WS-BK-NAME(WS-CUR-BOOK) DELIMITED BY SPACE        CPYUPGR 
004690             '  *** NOT FOUND IN ANY LIBRARY - NOT SCANNED'       CPYUPGR 
004700             DELIMITED BY SIZE                                    CPYUPGR 
004710             INTO WS-RPT-FILE-REC                                 CPYUPGR 
004720         END-STRING                                               CPYUPGR 
004730         WRITE WS-RPT-FILE-REC                                    CPYUPGR 
004740         IF WS-FINAL-RC < 4                                       CPYUPGR 
004750             MOVE 4 TO WS-FINAL-RC                                CPYUPGR 
004760         END-IF                                                   CPYUPGR 
004770         GO TO 2000-EXIT.                                         CPYUPGR 
004780     ADD 1 TO WS-BOOKS-SCANNED.                                   CPYUPGR 
004790     MOVE 'C' TO WS-CUR-WHERE.                                    CPYUPGR 
004800     MOVE SPACES TO WS-CUR-MEMBER.                                CPYUPGR 
004810     MOVE 0 TO WS-CUR-LINE WS-CUR-DECK.                           CPYUPGR 
004820     MOVE 'N' TO WS-SUB-EOF-SW.                                   CPYUPGR 
004830     PERFORM 2200-SCAN-ONE-BOOK-LINE THRU 2200-EXIT               CPYUPGR 
004840         UNTIL WS-SUB-EOF.                                        CPYUPGR 
004850     CLOSE CPY-FILE.                                              CPYUPGR 
004860 2000-EXIT.                                                       CPYUPGR 
004870     EXIT.                                                        CPYUPGR 
004880*                                                                 CPYUPGR 
004890 2100-TRY-ONE-LIBRARY.                                            CPYUPGR 
004900     MOVE SPACES TO WS-CPY-FILENAME.                              CPYUPGR 
004910     STRING CFG-LIBRARY-PATH(CFG-LIB-IDX) DELIMITED BY SPACE      CPYUPGR 
004920         '/' DELIMITED BY SIZE                                    CPYUPGR 
004930         WS-BK-NAME(WS-CUR-BOOK)(1:WS-TRIM-LEN)                   CPYUPGR 
004940         DELIMITED BY SIZE                                        CPYUPGR 
004950         '.CPY' DELIMITED BY SIZE                                 CPYUPGR 
004960         INTO WS-CPY-FILENAME                                     CPYUPGR 
004970     END-STRING.                                                  CPYUPGR 
004980     OPEN INPUT CPY-FILE.                                         CPYUPGR 
004985     MOVE SPACE TO SRCF-FORMAT.                                   CPYUPGR 
004990     IF WS-CPY-FILE-STATUS = '00'                                 CPYUPGR 
005000         MOVE CFG-LIBRARY-NAME(CFG-LIB-IDX)                       CPYUPGR 
005010             TO WS-BK-LIB(WS-CUR-BOOK)                            CPYUPGR 
005020     END-IF.                                                      CPYUPGR 
005030 2100-EXIT.                                                       CPYUPGR 
005040     EXIT.                                                        CPYUPGR 
005050*                                                                 CPYUPGR 
005060 2200-SCAN-ONE-BOOK-LINE.                                         CPYUPGR 
005070     READ CPY-FILE INTO WS-CPY-FILE-REC                           CPYUPGR 
005080         AT END MOVE 'Y' TO WS-SUB-EOF-SW                         CPYUPGR 
005090     END-READ.                                                    CPYUPGR 
005100     IF WS-SUB-EOF                                                CPYUPGR 
005110         GO TO 2200-EXIT.                                         CPYUPGR 
005112     MOVE WS-CPY-FILE-REC TO SRCF-LINE.                           CPYUPGR 
005114     CALL 'CPYSRCF' USING CPYSRCF-PARMS.                          CPYUPGR 
005116     MOVE SRCF-CARD TO WS-CPY-FILE-REC.                           CPYUPGR 
005120     ADD 1 TO WS-CUR-LINE.                                        CPYUPGR 
005130     IF WS-CPY-FILE-REC(7:1) NOT = SPACE                          CPYUPGR 
005140         GO TO 2200-EXIT.                                         CPYUPGR 
005150     MOVE WS-CPY-FILE-REC(8:65) TO WS-LINE-TEXT.                  CPYUPGR 
005160     PERFORM 5000-SCAN-ONE-LINE THRU 5000-EXIT.                   CPYUPGR 
005170 2200-EXIT.                                                       CPYUPGR 
005180     EXIT.                                                        CPYUPGR 
005190*                                                                 CPYUPGR 
005200*-------------------------------------------------------------    CPYUPGR 
005210*2900-FIND-BOOK - WS-BX IS THE ROW FOR WS-PROBE-NAME, ADDED AS    CPYUPGR 
005220*WS-PROBE-TYPE ON FIRST SIGHT; ZERO WHEN THE TABLE IS FULL.       CPYUPGR 
005230*-------------------------------------------------------------    CPYUPGR 
005240 2900-FIND-BOOK.                                                  CPYUPGR 
005250     MOVE 'N' TO WS-FOUND-SW.                                     CPYUPGR 
005260     PERFORM 2910-TEST-ONE-BOOK THRU 2910-EXIT                    CPYUPGR 
005270         VARYING WS-BX FROM 1 BY 1                                CPYUPGR 
005280         UNTIL WS-BX > WS-BK-COUNT OR WS-FOUND.                   CPYUPGR 
005290     IF WS-FOUND                                                  CPYUPGR 
005300         SUBTRACT 1 FROM WS-BX                                    CPYUPGR 
005310         GO TO 2900-EXIT.                                         CPYUPGR 
005320     IF WS-BK-COUNT NOT < 1000                                    CPYUPGR 
005330         MOVE 0 TO WS-BX                                          CPYUPGR 
005340         GO TO 2900-EXIT.                                         CPYUPGR 
005350     ADD 1 TO WS-BK-COUNT.                                        CPYUPGR 
005360     MOVE WS-BK-COUNT TO WS-BX.                                   CPYUPGR 
005370     MOVE WS-PROBE-NAME TO WS-BK-NAME(WS-BX).                     CPYUPGR 
005380     MOVE WS-PROBE-TYPE TO WS-BK-TYPE(WS-BX).                     CPYUPGR 
005390     MOVE SPACES TO WS-BK-LIB(WS-BX).                             CPYUPGR 
005400     MOVE 0 TO WS-BK-CONSUMERS(WS-BX) WS-BK-DECKS(WS-BX)          CPYUPGR 
005410         WS-BK-LAST-DECK(WS-BX) WS-BK-RSVD(WS-BX)                 CPYUPGR 
005420         WS-BK-OBSL(WS-BX).                                       CPYUPGR 
005430     MOVE 'N' TO WS-BK-DONE(WS-BX).                               CPYUPGR 
005440 2900-EXIT.                                                       CPYUPGR 
005450     EXIT.                                                        CPYUPGR 
005460*                                                                 CPYUPGR 
005470 2910-TEST-ONE-BOOK.                                              CPYUPGR 
005480     IF WS-BK-NAME(WS-BX) = WS-PROBE-NAME                         CPYUPGR 
005490         MOVE 'Y' TO WS-FOUND-SW                                  CPYUPGR 
005500     END-IF.                                                      CPYUPGR 
005510 2910-EXIT.                                                       CPYUPGR 
005520     EXIT.                                                        CPYUPGR 
005530*                                                                 CPYUPGR 
005540*-------------------------------------------------------------    CPYUPGR 
005550*3000-SCAN-ONE-DECK - ONE INVENTORY LINE (MEMBER 1-10, DECK       CPYUPGR 
005560*22-101).  THE PROVENANCE IS LOADED FIRST SO EACH DECK LINE       CPYUPGR 
005570*IS FILED UNDER THE COPYBOOK IT CAME FROM.  A DECK WITHOUT        CPYUPGR 
005580*ONE IS NOT SCANNED - ITS FINDINGS COULD NOT BE PLACED.           CPYUPGR 
005590*-------------------------------------------------------------    CPYUPGR 
005600 3000-SCAN-ONE-DECK.                                              CPYUPGR 
005610     READ INV-FILE INTO WS-INV-FILE-REC                           CPYUPGR 
005620         AT END MOVE 'Y' TO WS-EOF-SW                             CPYUPGR 
005630     END-READ.                                                    CPYUPGR 
005640     IF WS-EOF                                                    CPYUPGR 
005650         GO TO 3000-EXIT.                                         CPYUPGR 
005660     IF WS-INV-FILE-REC(1:10) = SPACES                            CPYUPGR 
005670         OR WS-INV-FILE-REC(1:1) = '*'                            CPYUPGR 
005680         GO TO 3000-EXIT.                                         CPYUPGR 
005690     MOVE WS-INV-FILE-REC(1:10) TO WS-DECK-MEMBER.                CPYUPGR 
005700     MOVE WS-INV-FILE-REC(22:80) TO WS-DECK-NAME.                 CPYUPGR 
005710     MOVE WS-DECK-NAME TO WS-DCK-FILENAME.                        CPYUPGR 
005720     OPEN INPUT DCK-FILE.                                         CPYUPGR 
005725     MOVE SPACE TO SRCF-FORMAT.                                   CPYUPGR 
005730     IF WS-DCK-FILE-STATUS NOT = '00'                             CPYUPGR 
005740         ADD 1 TO WS-DECKS-SKIPPED                                CPYUPGR 
005750         MOVE SPACES TO WS-RPT-FILE-REC                           CPYUPGR 
005760         STRING WS-DECK-MEMBER DELIMITED BY SIZE                  CPYUPGR 
005770             ' DECK NOT FOUND - NOT SCANNED: ' DELIMITED BY SIZE  CPYUPGR 
005780             WS-DECK-NAME DELIMITED BY SPACE                      CPYUPGR 
005790             INTO WS-RPT-FILE-REC                                 CPYUPGR 
005800         END-STRING                                               CPYUPGR 
005810         WRITE WS-RPT-FILE-REC                                    CPYUPGR 
005820         IF WS-FINAL-RC < 4                                       CPYUPGR 
005830             MOVE 4 TO WS-FINAL-RC                                CPYUPGR 
005840         END-IF                                                   CPYUPGR 
005850         GO TO 3000-EXIT.                                         CPYUPGR 
005860     MOVE SPACES TO WS-PRV-FILENAME.                              CPYUPGR 
005870     STRING WS-DECK-NAME DELIMITED BY SPACE                       CPYUPGR 
005880         '.PRV' DELIMITED BY SIZE                                 CPYUPGR 
005890         INTO WS-PRV-FILENAME                                     CPYUPGR 
005900     END-STRING.                                                  CPYUPGR 
005910     OPEN INPUT PRV-FILE.                                         CPYUPGR 
005920     IF WS-PRV-FILE-STATUS NOT = '00'                             CPYUPGR 
005930         CLOSE DCK-FILE                                           CPYUPGR 
005940         ADD 1 TO WS-DECKS-SKIPPED                                CPYUPGR 
005950         MOVE SPACES TO WS-RPT-FILE-REC                           CPYUPGR 
005960         STRING WS-DECK-MEMBER DELIMITED BY SIZE                  CPYUPGR 
005970             ' NO PROVENANCE FILE - DECK NOT SCANNED'             CPYUPGR 
005980             DELIMITED BY SIZE                                    CPYUPGR 
005990             INTO WS-RPT-FILE-REC                                 CPYUPGR 
006000         END-STRING                                               CPYUPGR 
006010         WRITE WS-RPT-FILE-REC                                    CPYUPGR 
006020         IF WS-FINAL-RC < 4                                       CPYUPGR 
006030             MOVE 4 TO WS-FINAL-RC                                CPYUPGR 
006040         END-IF                                                   CPYUPGR 
006050         GO TO 3000-EXIT.                                         CPYUPGR 
006060     ADD 1 TO WS-DECK-NO WS-DECKS-SCANNED.                        CPYUPGR 
006070     MOVE WS-DECK-MEMBER TO WS-PROBE-NAME.                        CPYUPGR 
006080     MOVE 'M' TO WS-PROBE-TYPE.                                   CPYUPGR 
006090     PERFORM 2900-FIND-BOOK THRU 2900-EXIT.                       CPYUPGR 
006100     MOVE WS-BX TO WS-MBR-BX.                                     CPYUPGR 
006110     INITIALIZE WS-PV-TABLE.                                      CPYUPGR 
006120     MOVE SPACES TO WS-LAST-PROBE.                                CPYUPGR 
006130     MOVE 'N' TO WS-SUB-EOF-SW.                                   CPYUPGR 
006140     PERFORM 3100-LOAD-ONE-PRV-LINE THRU 3100-EXIT                CPYUPGR 
006150         UNTIL WS-SUB-EOF.                                        CPYUPGR 
006160     CLOSE PRV-FILE.                                              CPYUPGR 
006170     MOVE WS-DECK-MEMBER TO WS-CUR-MEMBER.                        CPYUPGR 
006180     MOVE WS-DECK-NO TO WS-CUR-DECK.                              CPYUPGR 
006190     MOVE 0 TO WS-DL-COUNT.                                       CPYUPGR 
006200     MOVE 'N' TO WS-SUB-EOF-SW.                                   CPYUPGR 
006210     PERFORM 3200-SCAN-ONE-DECK-LINE THRU 3200-EXIT               CPYUPGR 
006220         UNTIL WS-SUB-EOF.                                        CPYUPGR 
006230     CLOSE DCK-FILE.                                              CPYUPGR 
006240 3000-EXIT.                                                       CPYUPGR 
006250     EXIT.                                                        CPYUPGR 
006260*                                                                 CPYUPGR 
006270 3100-LOAD-ONE-PRV-LINE.                                          CPYUPGR 
006280     READ PRV-FILE INTO WS-PRV-FILE-REC                           CPYUPGR 
006290         AT END MOVE 'Y' TO WS-SUB-EOF-SW                         CPYUPGR 
006300     END-READ.                                                    CPYUPGR 
006310     IF WS-SUB-EOF                                                CPYUPGR 
006320         GO TO 3100-EXIT.                                         CPYUPGR 
006330     IF WS-PRV-FILE-REC(1:8) NOT NUMERIC                          CPYUPGR 
006340         GO TO 3100-EXIT.                                         CPYUPGR 
006350     MOVE WS-PRV-FILE-REC(1:8) TO WS-PRV-LINE.                    CPYUPGR 
006360     IF WS-PRV-LINE = 0 OR WS-PRV-LINE > 9000                     CPYUPGR 
006370         GO TO 3100-EXIT.                                         CPYUPGR 
006380     IF WS-PRV-FILE-REC(40:8) = SPACES                            CPYUPGR 
006390         MOVE WS-MBR-BX TO WS-PV-BOOK(WS-PRV-LINE)                CPYUPGR 
006400         GO TO 3100-EXIT.                                         CPYUPGR 
006410*    CONSECUTIVE LINES MOSTLY COME FROM THE SAME COPYBOOK.        CPYUPGR 
006420     IF WS-PRV-FILE-REC(9:30) NOT = WS-LAST-PROBE                 CPYUPGR 
006430         MOVE WS-PRV-FILE-REC(9:30) TO WS-PROBE-NAME              CPYUPGR 
006440         MOVE 'X' TO WS-PROBE-TYPE                                CPYUPGR 
006450         PERFORM 2900-FIND-BOOK THRU 2900-EXIT                    CPYUPGR 
006460         MOVE WS-PROBE-NAME TO WS-LAST-PROBE                      CPYUPGR 
006470         MOVE WS-BX TO WS-LAST-BX                                 CPYUPGR 
006480     END-IF.                                                      CPYUPGR 
006490     MOVE WS-LAST-BX TO WS-PV-BOOK(WS-PRV-LINE).                  CPYUPGR 
006500 3100-EXIT.                                                       CPYUPGR 
006510     EXIT.                                                        CPYUPGR 
006520*                                                                 CPYUPGR 
006530 3200-SCAN-ONE-DECK-LINE.                                         CPYUPGR 
006540     READ DCK-FILE INTO WS-DCK-FILE-REC                           CPYUPGR 
006550         AT END MOVE 'Y' TO WS-SUB-EOF-SW                         CPYUPGR 
006560     END-READ.                                                    CPYUPGR 
006570     IF WS-SUB-EOF                                                CPYUPGR 
006580         GO TO 3200-EXIT.                                         CPYUPGR 
006582     MOVE WS-DCK-FILE-REC TO SRCF-LINE.                           CPYUPGR 
006584     CALL 'CPYSRCF' USING CPYSRCF-PARMS.                          CPYUPGR 
006586     MOVE SRCF-CARD TO WS-DCK-FILE-REC.                           CPYUPGR 
006590     ADD 1 TO WS-DL-COUNT.                                        CPYUPGR 
006600     IF WS-DCK-FILE-REC(7:1) NOT = SPACE                          CPYUPGR 
006610         GO TO 3200-EXIT.                                         CPYUPGR 
006620     MOVE WS-MBR-BX TO WS-CUR-BOOK.                               CPYUPGR 
006630     IF WS-DL-COUNT NOT > 9000                                    CPYUPGR 
006640         IF WS-PV-BOOK(WS-DL-COUNT) > 0                           CPYUPGR 
006650             MOVE WS-PV-BOOK(WS-DL-COUNT) TO WS-CUR-BOOK          CPYUPGR 
006660         END-IF                                                   CPYUPGR 
006670     END-IF.                                                      CPYUPGR 
006680     IF WS-CUR-BOOK = 0                                           CPYUPGR 
006690         GO TO 3200-EXIT.                                         CPYUPGR 
006700     IF WS-BK-LAST-DECK(WS-CUR-BOOK) NOT = WS-DECK-NO             CPYUPGR 
006710         ADD 1 TO WS-BK-DECKS(WS-CUR-BOOK)                        CPYUPGR 
006720         MOVE WS-DECK-NO TO WS-BK-LAST-DECK(WS-CUR-BOOK)          CPYUPGR 
006730     END-IF.                                                      CPYUPGR 
006740     IF WS-BK-TYPE(WS-CUR-BOOK) = 'M'                             CPYUPGR 
006750         MOVE 'M' TO WS-CUR-WHERE                                 CPYUPGR 
006760     ELSE                                                         CPYUPGR 
006770         MOVE 'D' TO WS-CUR-WHERE                                 CPYUPGR 
006780     END-IF.                                                      CPYUPGR 
006790     MOVE WS-DL-COUNT TO WS-CUR-LINE.                             CPYUPGR 
006800     MOVE WS-DCK-FILE-REC(8:65) TO WS-LINE-TEXT.                  CPYUPGR 
006810     PERFORM 5000-SCAN-ONE-LINE THRU 5000-EXIT.                   CPYUPGR 
006820 3200-EXIT.                                                       CPYUPGR 
006830     EXIT.                                                        CPYUPGR 
006840*                                                                 CPYUPGR 
006850*-------------------------------------------------------------    CPYUPGR 
006860*4000-COUNT-CONSUMERS - A COPYBOOK'S CONSUMERS ARE ITS            CPYUPGR 
006870*REGISTRY RECORDS, ONE PER USING PROGRAM.  WITHOUT THE            CPYUPGR 
006880*REGISTRY THE DECKS THAT PULL IT STAND IN.  A MEMBER'S OWN        CPYUPGR 
006890*SOURCE HAS ONE CONSUMER, ITSELF.                                 CPYUPGR 
006900*-------------------------------------------------------------    CPYUPGR 
006910 4000-COUNT-CONSUMERS.                                            CPYUPGR 
006920     OPEN INPUT REG-FILE.                                         CPYUPGR 
006930     IF WS-REG-FILE-STATUS = '00'                                 CPYUPGR 
006940         MOVE 'Y' TO WS-REG-OPEN-SW                               CPYUPGR 
006950     END-IF.                                                      CPYUPGR 
006960     PERFORM 4100-COUNT-ONE-BOOK THRU 4100-EXIT                   CPYUPGR 
006970         VARYING WS-BX FROM 1 BY 1                                CPYUPGR 
006980         UNTIL WS-BX > WS-BK-COUNT.                               CPYUPGR 
006990     IF WS-REG-OPEN                                               CPYUPGR 
007000         CLOSE REG-FILE                                           CPYUPGR 
007010     END-IF.                                                      CPYUPGR 
007020 4000-EXIT.                                                       CPYUPGR 
007030     EXIT.                                                        CPYUPGR 
007040*                                                                 CPYUPGR 
007050 4100-COUNT-ONE-BOOK.                                             CPYUPGR 
007060     IF WS-BK-TYPE(WS-BX) = 'M'                                   CPYUPGR 
007070         MOVE 1 TO WS-BK-CONSUMERS(WS-BX)                         CPYUPGR 
007080         GO TO 4100-EXIT.                                         CPYUPGR 
007090     IF NOT WS-REG-OPEN                                           CPYUPGR 
007100         MOVE WS-BK-DECKS(WS-BX) TO WS-BK-CONSUMERS(WS-BX)        CPYUPGR 
007110         GO TO 4100-EXIT.                                         CPYUPGR 
007120     MOVE WS-BK-NAME(WS-BX) TO REG-COPYBOOK-NAME.                 CPYUPGR 
007130     MOVE LOW-VALUES TO REG-PROGRAM-NAME.                         CPYUPGR 
007140     MOVE 'N' TO WS-REG-EOF-SW.                                   CPYUPGR 
007150     START REG-FILE KEY NOT < REG-REG-KEY                         CPYUPGR 
007160         INVALID KEY MOVE 'Y' TO WS-REG-EOF-SW                    CPYUPGR 
007170     END-START.                                                   CPYUPGR 
007180     PERFORM 4110-READ-ONE-REG THRU 4110-EXIT                     CPYUPGR 
007190         UNTIL WS-REG-EOF.                                        CPYUPGR 
007200 4100-EXIT.                                                       CPYUPGR 
007210     EXIT.                                                        CPYUPGR 
007220*                                                                 CPYUPGR 
007230 4110-READ-ONE-REG.                                               CPYUPGR 
007240     READ REG-FILE NEXT RECORD                                    CPYUPGR 
007250         AT END MOVE 'Y' TO WS-REG-EOF-SW                         CPYUPGR 
007260     END-READ.                                                    CPYUPGR 
007270     IF WS-REG-EOF                                                CPYUPGR 
007280         GO TO 4110-EXIT.                                         CPYUPGR 
007290     IF REG-COPYBOOK-NAME NOT = WS-BK-NAME(WS-BX)                 CPYUPGR 
007300         MOVE 'Y' TO WS-REG-EOF-SW                                CPYUPGR 
007310         GO TO 4110-EXIT.                                         CPYUPGR 
007320     ADD 1 TO WS-BK-CONSUMERS(WS-BX).                             CPYUPGR 
007330 4110-EXIT.                                                       CPYUPGR 
007340     EXIT.                                                        CPYUPGR 
007350*                                                                 CPYUPGR 
007360*-------------------------------------------------------------    CPYUPGR 
007370*5000-SCAN-ONE-LINE - WS-LINE-TEXT (COLS 8-72) AGAINST THE        CPYUPGR 
007380*WORD LIST.  A DATA DESCRIPTION ENTRY (LEVEL NUMBER, OR FD /      CPYUPGR 
007390*SD) HAS ITS NAME CHECKED AGAINST THE RESERVED WORDS; EVERY       CPYUPGR 
007400*WORD OUTSIDE A LITERAL IS CHECKED AGAINST THE OBSOLETE ONES.     CPYUPGR 
007410*-------------------------------------------------------------    CPYUPGR 
007420 5000-SCAN-ONE-LINE.                                              CPYUPGR 
007430     IF WS-LINE-TEXT = SPACES                                     CPYUPGR 
007440         GO TO 5000-EXIT.                                         CPYUPGR 
007450     MOVE 0 TO WS-TALLY.                                          CPYUPGR 
007460     INSPECT WS-LINE-TEXT TALLYING WS-TALLY FOR LEADING SPACE.    CPYUPGR 
007470     IF WS-TALLY > 0                                              CPYUPGR 
007480         MOVE WS-LINE-TEXT(WS-TALLY + 1:) TO WS-LINE-SQUEEZE      CPYUPGR 
007490         MOVE WS-LINE-SQUEEZE TO WS-LINE-TEXT                     CPYUPGR 
007500     END-IF.                                                      CPYUPGR 
007510     MOVE SPACES TO WS-TOK-AREA.                                  CPYUPGR 
007520     MOVE 0 TO WS-TOK-COUNT.                                      CPYUPGR 
007530     UNSTRING WS-LINE-TEXT DELIMITED BY ALL SPACE                 CPYUPGR 
007540         INTO WS-TOK(1) WS-TOK(2) WS-TOK(3) WS-TOK(4)             CPYUPGR 
007550              WS-TOK(5) WS-TOK(6) WS-TOK(7) WS-TOK(8)             CPYUPGR 
007560              WS-TOK(9) WS-TOK(10) WS-TOK(11) WS-TOK(12)          CPYUPGR 
007570         TALLYING IN WS-TOK-COUNT                                 CPYUPGR 
007580     END-UNSTRING.                                                CPYUPGR 
007590     IF WS-TOK-COUNT > 12                                         CPYUPGR 
007600         MOVE 12 TO WS-TOK-COUNT                                  CPYUPGR 
007610     END-IF.                                                      CPYUPGR 
007620     PERFORM 5010-STRIP-ONE-TOKEN THRU 5010-EXIT                  CPYUPGR 
007630         VARYING WS-TX FROM 1 BY 1                                CPYUPGR 
007640         UNTIL WS-TX > WS-TOK-COUNT.                              CPYUPGR 
007650     PERFORM 5100-TEST-DATA-NAME THRU 5100-EXIT.                  CPYUPGR 
007660     MOVE 'N' TO WS-IN-LIT-SW.                                    CPYUPGR 
007670     PERFORM 5200-TEST-ONE-TOKEN THRU 5200-EXIT                   CPYUPGR 
007680         VARYING WS-TX FROM 1 BY 1                                CPYUPGR 
007690         UNTIL WS-TX > WS-TOK-COUNT.                              CPYUPGR 
007700 5000-EXIT.                                                       CPYUPGR 
007710     EXIT.                                                        CPYUPGR 
007720*                                                                 CPYUPGR 
007730*    A SEPARATOR PERIOD OR COMMA IS NOT PART OF THE WORD.         CPYUPGR 
007740 5010-STRIP-ONE-TOKEN.                                            CPYUPGR 
007750     MOVE 0 TO WS-TRIM-LEN.                                       CPYUPGR 
007760     INSPECT WS-TOK(WS-TX) TALLYING WS-TRIM-LEN                   CPYUPGR 
007770         FOR CHARACTERS BEFORE SPACE.                             CPYUPGR 
007780     IF WS-TRIM-LEN > 1                                           CPYUPGR 
007790         IF WS-TOK(WS-TX)(WS-TRIM-LEN:1) = '.'                    CPYUPGR 
007800             OR WS-TOK(WS-TX)(WS-TRIM-LEN:1) = ','                CPYUPGR 
007810             MOVE SPACE TO WS-TOK(WS-TX)(WS-TRIM-LEN:1)           CPYUPGR 
007820         END-IF                                                   CPYUPGR 
007830     END-IF.                                                      CPYUPGR 
007840 5010-EXIT.                                                       CPYUPGR 
007850     EXIT.                                                        CPYUPGR 
007860*                                                                 CPYUPGR 
007870 5100-TEST-DATA-NAME.                                             CPYUPGR 
007880     IF WS-TOK-COUNT < 2                                          CPYUPGR 
007890         GO TO 5100-EXIT.                                         CPYUPGR 
007900     IF NOT ((WS-TOK(1)(1:2) NUMERIC                              CPYUPGR 
007910              AND WS-TOK(1)(3:1) = SPACE)                         CPYUPGR 
007920          OR (WS-TOK(1)(1:1) NUMERIC                              CPYUPGR 
007930              AND WS-TOK(1)(2:1) = SPACE)                         CPYUPGR 
007940          OR WS-TOK(1) = 'FD' OR WS-TOK(1) = 'SD')                CPYUPGR 
007950         GO TO 5100-EXIT.                                         CPYUPGR 
007960     IF WS-TOK(2) = 'FILLER'                                      CPYUPGR 
007970         GO TO 5100-EXIT.                                         CPYUPGR 
007980     MOVE 0 TO WS-TALLY.                                          CPYUPGR 
007990     INSPECT WS-TOK(2) TALLYING WS-TALLY FOR ALL ':' ALL '='.     CPYUPGR 
008000     IF WS-TALLY > 0                                              CPYUPGR 
008010         GO TO 5100-EXIT.                                         CPYUPGR 
008020     MOVE 'RSVD' TO WS-CUR-KIND.                                  CPYUPGR 
008030     MOVE WS-TOK(2) TO WS-CUR-NAME.                               CPYUPGR 
008040     PERFORM 5110-TEST-ONE-RESERVED THRU 5110-EXIT                CPYUPGR 
008050         VARYING WS-WX FROM 1 BY 1                                CPYUPGR 
008060         UNTIL WS-WX > WS-WD-COUNT.                               CPYUPGR 
008070 5100-EXIT.                                                       CPYUPGR 
008080     EXIT.                                                        CPYUPGR 
008090*                                                                 CPYUPGR 
008100 5110-TEST-ONE-RESERVED.                                          CPYUPGR 
008110     IF WS-WD-KIND(WS-WX) = 'RSVD'                                CPYUPGR 
008120         AND WS-WD-WORD1(WS-WX) = WS-CUR-NAME                     CPYUPGR 
008130         PERFORM 5300-FILE-FINDING THRU 5300-EXIT                 CPYUPGR 
008140         MOVE WS-WD-COUNT TO WS-WX                                CPYUPGR 
008150     END-IF.                                                      CPYUPGR 
008160 5110-EXIT.                                                       CPYUPGR 
008170     EXIT.                                                        CPYUPGR 
008180*                                                                 CPYUPGR 
008190*    A WORD WITH A QUOTE IN IT OPENS OR CLOSES A LITERAL; NO      CPYUPGR 
008200*    WORD INSIDE ONE IS CHECKED.                                  CPYUPGR 
008210 5200-TEST-ONE-TOKEN.                                             CPYUPGR 
008220     MOVE 0 TO WS-QUOTES.                                         CPYUPGR 
008230     INSPECT WS-TOK(WS-TX) TALLYING WS-QUOTES FOR ALL "'".        CPYUPGR 
008240     INSPECT WS-TOK(WS-TX) TALLYING WS-QUOTES FOR ALL '"'.        CPYUPGR 
008250     IF WS-QUOTES > 0                                             CPYUPGR 
008260         DIVIDE WS-QUOTES BY 2 GIVING WS-HALF                     CPYUPGR 
008270             REMAINDER WS-ODD                                     CPYUPGR 
008280         IF WS-ODD = 1                                            CPYUPGR 
008290             IF WS-IN-LIT-SW = 'Y'                                CPYUPGR 
008300                 MOVE 'N' TO WS-IN-LIT-SW                         CPYUPGR 
008310             ELSE                                                 CPYUPGR 
008320                 MOVE 'Y' TO WS-IN-LIT-SW                         CPYUPGR 
008330             END-IF                                               CPYUPGR 
008340         END-IF                                                   CPYUPGR 
008350         GO TO 5200-EXIT.                                         CPYUPGR 
008360     IF WS-IN-LIT-SW = 'Y'                                        CPYUPGR 
008370         GO TO 5200-EXIT.                                         CPYUPGR 
008380     PERFORM 5210-TEST-ONE-OBSOLETE THRU 5210-EXIT                CPYUPGR 
008390         VARYING WS-WX FROM 1 BY 1                                CPYUPGR 
008400         UNTIL WS-WX > WS-WD-COUNT.                               CPYUPGR 
008410 5200-EXIT.                                                       CPYUPGR 
008420     EXIT.                                                        CPYUPGR 
008430*                                                                 CPYUPGR 
008440 5210-TEST-ONE-OBSOLETE.                                          CPYUPGR 
008450     IF WS-WD-KIND(WS-WX) NOT = 'OBSL'                            CPYUPGR 
008460         OR WS-WD-WORD1(WS-WX) NOT = WS-TOK(WS-TX)                CPYUPGR 
008470         GO TO 5210-EXIT.                                         CPYUPGR 
008480     IF WS-WD-WORD2(WS-WX) NOT = SPACES                           CPYUPGR 
008490         IF WS-TX NOT < WS-TOK-COUNT                              CPYUPGR 
008500             GO TO 5210-EXIT                                      CPYUPGR 
008510         END-IF                                                   CPYUPGR 
008520         IF WS-WD-WORD2(WS-WX) NOT = WS-TOK(WS-TX + 1)            CPYUPGR 
008530             GO TO 5210-EXIT                                      CPYUPGR 
008540         END-IF                                                   CPYUPGR 
008550     END-IF.                                                      CPYUPGR 
008560     MOVE 'OBSL' TO WS-CUR-KIND.                                  CPYUPGR 
008570     MOVE SPACES TO WS-CUR-NAME.                                  CPYUPGR 
008580     STRING WS-WD-WORD1(WS-WX) DELIMITED BY SPACE                 CPYUPGR 
008590         ' ' DELIMITED BY SIZE                                    CPYUPGR 
008600         WS-WD-WORD2(WS-WX) DELIMITED BY SPACE                    CPYUPGR 
008610         INTO WS-CUR-NAME                                         CPYUPGR 
008620     END-STRING.                                                  CPYUPGR 
008630     PERFORM 5300-FILE-FINDING THRU 5300-EXIT.                    CPYUPGR 
008640     MOVE WS-WD-COUNT TO WS-WX.                                   CPYUPGR 
008650 5210-EXIT.                                                       CPYUPGR 
008660     EXIT.                                                        CPYUPGR 
008670*                                                                 CPYUPGR 
008680*-------------------------------------------------------------    CPYUPGR 
008690*5300-FILE-FINDING - ONE FINDING PER BOOK, KIND AND NAME; A       CPYUPGR 
008700*LATER SIGHT IN ANOTHER DECK ONLY ADDS TO ITS DECK COUNT.         CPYUPGR 
008710*-------------------------------------------------------------    CPYUPGR 
008720 5300-FILE-FINDING.                                               CPYUPGR 
008730     MOVE 'N' TO WS-FOUND-SW.                                     CPYUPGR 
008740     PERFORM 5310-MATCH-ONE-FINDING THRU 5310-EXIT                CPYUPGR 
008750         VARYING WS-FX FROM 1 BY 1                                CPYUPGR 
008760         UNTIL WS-FX > WS-FD-COUNT OR WS-FOUND.                   CPYUPGR 
008770     IF WS-FOUND                                                  CPYUPGR 
008780         SUBTRACT 1 FROM WS-FX                                    CPYUPGR 
008790         IF WS-CUR-DECK > 0                                       CPYUPGR 
008800             AND WS-FD-LAST-DECK(WS-FX) NOT = WS-CUR-DECK         CPYUPGR 
008810             ADD 1 TO WS-FD-DECKS(WS-FX)                          CPYUPGR 
008820             MOVE WS-CUR-DECK TO WS-FD-LAST-DECK(WS-FX)           CPYUPGR 
008830             IF WS-FD-MEMBER(WS-FX) = SPACES                      CPYUPGR 
008840                 MOVE WS-CUR-MEMBER TO WS-FD-MEMBER(WS-FX)        CPYUPGR 
008850             END-IF                                               CPYUPGR 
008860         END-IF                                                   CPYUPGR 
008870         GO TO 5300-EXIT.                                         CPYUPGR 
008880     IF WS-FD-COUNT NOT < 2000                                    CPYUPGR 
008890         MOVE 'Y' TO WS-FD-FULL-SW                                CPYUPGR 
008900         GO TO 5300-EXIT.                                         CPYUPGR 
008910     ADD 1 TO WS-FD-COUNT.                                        CPYUPGR 
008920     MOVE WS-FD-COUNT TO WS-FX.                                   CPYUPGR 
008930     MOVE WS-CUR-BOOK TO WS-FD-BOOK(WS-FX).                       CPYUPGR 
008940     MOVE WS-CUR-KIND TO WS-FD-KIND(WS-FX).                       CPYUPGR 
008950     MOVE WS-CUR-NAME TO WS-FD-NAME(WS-FX).                       CPYUPGR 
008960     MOVE WS-WX TO WS-FD-WORD(WS-FX).                             CPYUPGR 
008970     MOVE WS-CUR-WHERE TO WS-FD-WHERE(WS-FX).                     CPYUPGR 
008980     MOVE WS-CUR-LINE TO WS-FD-LINE(WS-FX).                       CPYUPGR 
008990     MOVE WS-CUR-MEMBER TO WS-FD-MEMBER(WS-FX).                   CPYUPGR 
009000     MOVE WS-CUR-DECK TO WS-FD-LAST-DECK(WS-FX).                  CPYUPGR 
009010     IF WS-CUR-DECK > 0                                           CPYUPGR 
009020         MOVE 1 TO WS-FD-DECKS(WS-FX)                             CPYUPGR 
009030     ELSE                                                         CPYUPGR 
009040         MOVE 0 TO WS-FD-DECKS(WS-FX)                             CPYUPGR 
009050     END-IF.                                                      CPYUPGR 
009060     IF WS-CUR-KIND = 'RSVD'                                      CPYUPGR 
009070         ADD 1 TO WS-BK-RSVD(WS-CUR-BOOK) WS-CNT-RSVD             CPYUPGR 
009080     ELSE                                                         CPYUPGR 
009090         ADD 1 TO WS-BK-OBSL(WS-CUR-BOOK) WS-CNT-OBSL             CPYUPGR 
009100     END-IF.                                                      CPYUPGR 
009110 5300-EXIT.                                                       CPYUPGR 
009120     EXIT.                                                        CPYUPGR 
009130*                                                                 CPYUPGR 
009140 5310-MATCH-ONE-FINDING.                                          CPYUPGR 
009150     IF WS-FD-BOOK(WS-FX) = WS-CUR-BOOK                           CPYUPGR 
009160         AND WS-FD-KIND(WS-FX) = WS-CUR-KIND                      CPYUPGR 
009170         AND WS-FD-NAME(WS-FX) = WS-CUR-NAME                      CPYUPGR 
009180         MOVE 'Y' TO WS-FOUND-SW                                  CPYUPGR 
009190     END-IF.                                                      CPYUPGR 
009200 5310-EXIT.                                                       CPYUPGR 
009210     EXIT.                                                        CPYUPGR 
009220*                                                                 CPYUPGR 
009230*-------------------------------------------------------------    CPYUPGR 
009240*6000-PRINT-BY-IMPACT - EACH BOOK WITH FINDINGS, MOST             CPYUPGR 
009250*CONSUMERS FIRST: RESERVED-WORD CONFLICTS (EACH ALSO A PLAN       CPYUPGR 
009260*LINE), THEN OBSOLETE CONSTRUCTS.                                 CPYUPGR 
009270*-------------------------------------------------------------    CPYUPGR 
009280 6000-PRINT-BY-IMPACT.                                            CPYUPGR 
009290     MOVE SPACES TO WS-PLN-FILE-REC.                              CPYUPGR 
009300     STRING '* CPYUPGR RENAME PLAN - RUN ' WS-RUN-TIMESTAMP       CPYUPGR 
009310         DELIMITED BY SIZE INTO WS-PLN-FILE-REC                   CPYUPGR 
009320     END-STRING.                                                  CPYUPGR 
009330     WRITE WS-PLN-FILE-REC.                                       CPYUPGR 
009340     MOVE '* COPYBOOK OR MEMBER 1-30, OLD NAME 32-61, PROPOSED NEWCPYUPGR 
009350-        ' NAME 63-92, ACTION 94-100,' TO WS-PLN-FILE-REC.        CPYUPGR 
009360     WRITE WS-PLN-FILE-REC.                                       CPYUPGR 
009370     MOVE '* MEMBER 102-111, CONSUMERS 113-117.  RENAME: CHANGE THCPYUPGR 
009380-        'E COPYBOOK.  REPLACE: THE NAME ONLY' TO WS-PLN-FILE-REC.CPYUPGR 
009390     WRITE WS-PLN-FILE-REC.                                       CPYUPGR 
009400     MOVE '* ARISES FROM THE MEMBER''S REPLACING PHRASE.  MEMBER: CPYUPGR 
009410-        'CHANGE THE MEMBER''S OWN SOURCE.  REVIEW BEFORE ANY EDITCPYUPGR 
009420-        '.'                                                      CPYUPGR 
009430         TO WS-PLN-FILE-REC.                                      CPYUPGR 
009440     WRITE WS-PLN-FILE-REC.                                       CPYUPGR 
009450     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYUPGR 
009460     WRITE WS-RPT-FILE-REC.                                       CPYUPGR 
009470     IF WS-REG-OPEN                                               CPYUPGR 
009480         MOVE 'FINDINGS BY COPYBOOK, MOST CONSUMERS (registry/CPYRCPYUPGR 
009490-            'EG.DAT) FIRST' TO WS-RPT-FILE-REC                   CPYUPGR 
009500     ELSE                                                         CPYUPGR 
009510         MOVE 'FINDINGS BY COPYBOOK, MOST CONSUMERS FIRST - REGISTCPYUPGR 
009520-            'RY NOT AVAILABLE, CONSUMERS ARE THE DECKS THAT PULL CPYUPGR 
009530-            'IT'                                                 CPYUPGR 
009540             TO WS-RPT-FILE-REC                                   CPYUPGR 
009550     END-IF.                                                      CPYUPGR 
009560     WRITE WS-RPT-FILE-REC.                                       CPYUPGR 
009570     MOVE 1 TO WS-PICK.                                           CPYUPGR 
009580     PERFORM 6100-PRINT-NEXT-BOOK THRU 6100-EXIT                  CPYUPGR 
009590         UNTIL WS-PICK = 0.                                       CPYUPGR 
009600 6000-EXIT.                                                       CPYUPGR 
009610     EXIT.                                                        CPYUPGR 
009620*                                                                 CPYUPGR 
009630 6100-PRINT-NEXT-BOOK.                                            CPYUPGR 
009640     MOVE 0 TO WS-PICK WS-PICK-CONS.                              CPYUPGR 
009650     PERFORM 6110-TEST-ONE-PICK THRU 6110-EXIT                    CPYUPGR 
009660         VARYING WS-BX FROM 1 BY 1                                CPYUPGR 
009670         UNTIL WS-BX > WS-BK-COUNT.                               CPYUPGR 
009680     IF WS-PICK = 0                                               CPYUPGR 
009690         GO TO 6100-EXIT.                                         CPYUPGR 
009700     MOVE 'Y' TO WS-BK-DONE(WS-PICK).                             CPYUPGR 
009710     ADD 1 TO WS-BOOKS-FLAGGED.                                   CPYUPGR 
009720     PERFORM 6200-PRINT-BOOK-HEADER THRU 6200-EXIT.               CPYUPGR 
009730     MOVE 'RSVD' TO WS-PRINT-KIND.                                CPYUPGR 
009740     PERFORM 6300-PRINT-ONE-FINDING THRU 6300-EXIT                CPYUPGR 
009750         VARYING WS-FX FROM 1 BY 1                                CPYUPGR 
009760         UNTIL WS-FX > WS-FD-COUNT.                               CPYUPGR 
009770     MOVE 'OBSL' TO WS-PRINT-KIND.                                CPYUPGR 
009780     PERFORM 6300-PRINT-ONE-FINDING THRU 6300-EXIT                CPYUPGR 
009790         VARYING WS-FX FROM 1 BY 1                                CPYUPGR 
009800         UNTIL WS-FX > WS-FD-COUNT.                               CPYUPGR 
009810 6100-EXIT.                                                       CPYUPGR 
009820     EXIT.                                                        CPYUPGR 
009830*                                                                 CPYUPGR 
009840 6110-TEST-ONE-PICK.                                              CPYUPGR 
009850     IF WS-BK-DONE(WS-BX) = 'Y'                                   CPYUPGR 
009860         OR WS-BK-RSVD(WS-BX) + WS-BK-OBSL(WS-BX) = 0             CPYUPGR 
009870         GO TO 6110-EXIT.                                         CPYUPGR 
009880     IF WS-PICK = 0                                               CPYUPGR 
009890         OR WS-BK-CONSUMERS(WS-BX) > WS-PICK-CONS                 CPYUPGR 
009900         MOVE WS-BX TO WS-PICK                                    CPYUPGR 
009910         MOVE WS-BK-CONSUMERS(WS-BX) TO WS-PICK-CONS              CPYUPGR 
009920     END-IF.                                                      CPYUPGR 
009930 6110-EXIT.                                                       CPYUPGR 
009940     EXIT.                                                        CPYUPGR 
009950*                                                                 CPYUPGR 
009960 6200-PRINT-BOOK-HEADER.                                          CPYUPGR 
009970     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYUPGR 
009980     WRITE WS-RPT-FILE-REC.                                       CPYUPGR 
009990     IF WS-BK-TYPE(WS-PICK) = 'M'                                 CPYUPGR 
010000         MOVE 'MEMBER' TO WS-RPT-FILE-REC(1:8)                    CPYUPGR 
010010     ELSE                                                         CPYUPGR 
010020         MOVE 'COPYBOOK' TO WS-RPT-FILE-REC(1:8)                  CPYUPGR 
010030     END-IF.                                                      CPYUPGR 
010040     MOVE WS-BK-NAME(WS-PICK) TO WS-RPT-FILE-REC(10:30).          CPYUPGR 
010050     IF WS-BK-TYPE(WS-PICK) = 'M'                                 CPYUPGR 
010060         MOVE '(OWN SOURCE)' TO WS-RPT-FILE-REC(41:12)            CPYUPGR 
010070     ELSE                                                         CPYUPGR 
010080         IF WS-BK-LIB(WS-PICK) NOT = SPACES                       CPYUPGR 
010090             MOVE WS-BK-LIB(WS-PICK) TO WS-RPT-FILE-REC(41:8)     CPYUPGR 
010100         ELSE                                                     CPYUPGR 
010110             IF WS-BK-TYPE(WS-PICK) = 'X'                         CPYUPGR 
010120                 MOVE '(NOT ON ROLL)' TO WS-RPT-FILE-REC(41:13)   CPYUPGR 
010130             END-IF                                               CPYUPGR 
010140         END-IF                                                   CPYUPGR 
010150     END-IF.                                                      CPYUPGR 
010160     MOVE WS-BK-CONSUMERS(WS-PICK) TO WS-EDIT-COUNT.              CPYUPGR 
010170     MOVE 'CONSUMERS' TO WS-RPT-FILE-REC(56:9).                   CPYUPGR 
010180     MOVE WS-EDIT-COUNT TO WS-RPT-FILE-REC(66:5).                 CPYUPGR 
010190     MOVE WS-BK-DECKS(WS-PICK) TO WS-EDIT-COUNT.                  CPYUPGR 
010200     MOVE 'DECKS' TO WS-RPT-FILE-REC(73:5).                       CPYUPGR 
010210     MOVE WS-EDIT-COUNT TO WS-RPT-FILE-REC(79:5).                 CPYUPGR 
010220     MOVE WS-BK-RSVD(WS-PICK) TO WS-EDIT-COUNT.                   CPYUPGR 
010230     MOVE 'RESERVED' TO WS-RPT-FILE-REC(86:8).                    CPYUPGR 
010240     MOVE WS-EDIT-COUNT TO WS-RPT-FILE-REC(95:5).                 CPYUPGR 
010250     MOVE WS-BK-OBSL(WS-PICK) TO WS-EDIT-COUNT.                   CPYUPGR 
010260     MOVE 'OBSOLETE' TO WS-RPT-FILE-REC(102:8).                   CPYUPGR 
010270     MOVE WS-EDIT-COUNT TO WS-RPT-FILE-REC(111:5).                CPYUPGR 
010280     WRITE WS-RPT-FILE-REC.                                       CPYUPGR 
010290 6200-EXIT.                                                       CPYUPGR 
010300     EXIT.                                                        CPYUPGR 
010310*                                                                 CPYUPGR 
010320*    ONE FINDING OF THE PICKED BOOK AND THE KIND IN HAND.         CPYUPGR 
010330 6300-PRINT-ONE-FINDING.                                          CPYUPGR 
010340     IF WS-FD-BOOK(WS-FX) NOT = WS-PICK                           CPYUPGR 
010350         OR WS-FD-KIND(WS-FX) NOT = WS-PRINT-KIND                 CPYUPGR 
010360         GO TO 6300-EXIT.                                         CPYUPGR 
010370     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYUPGR 
010380     IF WS-PRINT-KIND = 'RSVD'                                    CPYUPGR 
010390         MOVE 'RESERVED' TO WS-RPT-FILE-REC(5:8)                  CPYUPGR 
010400     ELSE                                                         CPYUPGR 
010410         MOVE 'OBSOLETE' TO WS-RPT-FILE-REC(5:8)                  CPYUPGR 
010420     END-IF.                                                      CPYUPGR 
010430     MOVE WS-FD-NAME(WS-FX) TO WS-RPT-FILE-REC(14:30).            CPYUPGR 
010440     MOVE WS-FD-LINE(WS-FX) TO WS-EDIT-LINE.                      CPYUPGR 
010450     MOVE 45 TO WS-RPT-PTR.                                       CPYUPGR 
010460     EVALUATE WS-FD-WHERE(WS-FX)                                  CPYUPGR 
010470         WHEN 'C'                                                 CPYUPGR 
010480             STRING 'COPYBOOK LINE ' WS-EDIT-LINE                 CPYUPGR 
010490                 DELIMITED BY SIZE                                CPYUPGR 
010500                 INTO WS-RPT-FILE-REC WITH POINTER WS-RPT-PTR     CPYUPGR 
010510             END-STRING                                           CPYUPGR 
010520         WHEN 'D'                                                 CPYUPGR 
010530             STRING 'AFTER REPLACING - DECK OF '                  CPYUPGR 
010540                 DELIMITED BY SIZE                                CPYUPGR 
010550                 WS-FD-MEMBER(WS-FX) DELIMITED BY SPACE           CPYUPGR 
010560                 ' LINE ' WS-EDIT-LINE DELIMITED BY SIZE          CPYUPGR 
010570                 INTO WS-RPT-FILE-REC WITH POINTER WS-RPT-PTR     CPYUPGR 
010580             END-STRING                                           CPYUPGR 
010590         WHEN OTHER                                               CPYUPGR 
010600             STRING 'DECK LINE ' WS-EDIT-LINE                     CPYUPGR 
010610                 DELIMITED BY SIZE                                CPYUPGR 
010620                 INTO WS-RPT-FILE-REC WITH POINTER WS-RPT-PTR     CPYUPGR 
010630             END-STRING                                           CPYUPGR 
010640     END-EVALUATE.                                                CPYUPGR 
010650     IF WS-FD-DECKS(WS-FX) > 0                                    CPYUPGR 
010660         AND WS-FD-WHERE(WS-FX) NOT = 'M'                         CPYUPGR 
010670         MOVE WS-FD-DECKS(WS-FX) TO WS-EDIT-COUNT                 CPYUPGR 
010680         STRING ' - IN' WS-EDIT-COUNT ' DECK(S)'                  CPYUPGR 
010690             DELIMITED BY SIZE                                    CPYUPGR 
010700             INTO WS-RPT-FILE-REC WITH POINTER WS-RPT-PTR         CPYUPGR 
010710         END-STRING                                               CPYUPGR 
010720     END-IF.                                                      CPYUPGR 
010730     WRITE WS-RPT-FILE-REC.                                       CPYUPGR 
010740     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYUPGR 
010750     IF WS-PRINT-KIND = 'RSVD'                                    CPYUPGR 
010760         PERFORM 6500-PROPOSE-NEW-NAME THRU 6500-EXIT             CPYUPGR 
010770         STRING 'RENAME TO ' WS-NEW-NAME                          CPYUPGR 
010780             DELIMITED BY SIZE INTO WS-RPT-FILE-REC(14:60)        CPYUPGR 
010790         END-STRING                                               CPYUPGR 
010800         WRITE WS-RPT-FILE-REC                                    CPYUPGR 
010810         PERFORM 6400-WRITE-PLAN-LINE THRU 6400-EXIT              CPYUPGR 
010820     ELSE                                                         CPYUPGR 
010830         IF WS-WD-NOTE(WS-FD-WORD(WS-FX)) NOT = SPACES            CPYUPGR 
010840             MOVE WS-WD-NOTE(WS-FD-WORD(WS-FX))                   CPYUPGR 
010850                 TO WS-RPT-FILE-REC(14:60)                        CPYUPGR 
010860             WRITE WS-RPT-FILE-REC                                CPYUPGR 
010870         END-IF                                                   CPYUPGR 
010880     END-IF.                                                      CPYUPGR 
010890 6300-EXIT.                                                       CPYUPGR 
010900     EXIT.                                                        CPYUPGR 
010910*                                                                 CPYUPGR 
010920 6400-WRITE-PLAN-LINE.                                            CPYUPGR 
010930     MOVE SPACES TO WS-PLN-FILE-REC.                              CPYUPGR 
010940     MOVE WS-BK-NAME(WS-PICK) TO WS-PLN-FILE-REC(1:30).           CPYUPGR 
010950     MOVE WS-FD-NAME(WS-FX) TO WS-PLN-FILE-REC(32:30).            CPYUPGR 
010960     MOVE WS-NEW-NAME TO WS-PLN-FILE-REC(63:30).                  CPYUPGR 
010970     EVALUATE WS-FD-WHERE(WS-FX)                                  CPYUPGR 
010980         WHEN 'C'                                                 CPYUPGR 
010990             MOVE 'RENAME' TO WS-PLN-FILE-REC(94:7)               CPYUPGR 
011000         WHEN 'D'                                                 CPYUPGR 
011010             MOVE 'REPLACE' TO WS-PLN-FILE-REC(94:7)              CPYUPGR 
011020             MOVE WS-FD-MEMBER(WS-FX) TO WS-PLN-FILE-REC(102:10)  CPYUPGR 
011030         WHEN OTHER                                               CPYUPGR 
011040             MOVE 'MEMBER' TO WS-PLN-FILE-REC(94:7)               CPYUPGR 
011050             MOVE WS-FD-MEMBER(WS-FX) TO WS-PLN-FILE-REC(102:10)  CPYUPGR 
011060     END-EVALUATE.                                                CPYUPGR 
011070     MOVE WS-BK-CONSUMERS(WS-PICK) TO WS-EDIT-COUNT.              CPYUPGR 
011080     MOVE WS-EDIT-COUNT TO WS-PLN-FILE-REC(113:5).                CPYUPGR 
011090     WRITE WS-PLN-FILE-REC.                                       CPYUPGR 
011100     ADD 1 TO WS-CNT-PLAN.                                        CPYUPGR 
011110 6400-EXIT.                                                       CPYUPGR 
011120     EXIT.                                                        CPYUPGR 
011130*                                                                 CPYUPGR 
011140*    THE OLD NAME WITH THE SHOP SUFFIX, CUT TO FIT 30.            CPYUPGR 
011150 6500-PROPOSE-NEW-NAME.                                           CPYUPGR 
011160     MOVE 0 TO WS-NAME-LEN WS-SUFFIX-LEN.                         CPYUPGR 
011170     INSPECT WS-FD-NAME(WS-FX) TALLYING WS-NAME-LEN               CPYUPGR 
011180         FOR CHARACTERS BEFORE SPACE.                             CPYUPGR 
011190     INSPECT WS-RENAME-SUFFIX TALLYING WS-SUFFIX-LEN              CPYUPGR 
011200         FOR CHARACTERS BEFORE SPACE.                             CPYUPGR 
011210     IF WS-NAME-LEN + WS-SUFFIX-LEN > 30                          CPYUPGR 
011220         COMPUTE WS-NAME-LEN = 30 - WS-SUFFIX-LEN                 CPYUPGR 
011230     END-IF.                                                      CPYUPGR 
011240     MOVE SPACES TO WS-NEW-NAME.                                  CPYUPGR 
011250     STRING WS-FD-NAME(WS-FX)(1:WS-NAME-LEN) DELIMITED BY SIZE    CPYUPGR 
011260         WS-RENAME-SUFFIX DELIMITED BY SPACE                      CPYUPGR 
011270         INTO WS-NEW-NAME                                         CPYUPGR 
011280     END-STRING.                                                  CPYUPGR 
011290 6500-EXIT.                                                       CPYUPGR 
011300     EXIT.                                                        CPYUPGR 
011310*                                                                 CPYUPGR 
011320*-------------------------------------------------------------    CPYUPGR 
011330*7000-PRINT-SUMMARY                                               CPYUPGR 
011340*-------------------------------------------------------------    CPYUPGR 
011350 7000-PRINT-SUMMARY.                                              CPYUPGR 
011360     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYUPGR 
011370     WRITE WS-RPT-FILE-REC.                                       CPYUPGR 
011380     IF WS-BOOKS-FLAGGED = 0                                      CPYUPGR 
011390         MOVE 'NO CONFLICTS - THE LIBRARY IS READY FOR THE UPGRADECPYUPGR 
011400-            '' TO WS-RPT-FILE-REC                                CPYUPGR 
011410         WRITE WS-RPT-FILE-REC                                    CPYUPGR 
011420         MOVE SPACES TO WS-RPT-FILE-REC                           CPYUPGR 
011430         WRITE WS-RPT-FILE-REC                                    CPYUPGR 
011440     END-IF.                                                      CPYUPGR 
011450     IF WS-FD-FULL-SW = 'Y'                                       CPYUPGR 
011460         MOVE 'FINDING TABLE FULL - ONLY THE FIRST 2000 ARE LISTE CPYUPGR 
011470-            'D' TO WS-RPT-FILE-REC                               CPYUPGR 
011480         WRITE WS-RPT-FILE-REC                                    CPYUPGR 
011490     END-IF.                                                      CPYUPGR 
011500     MOVE WS-ROLL-COUNT TO WS-EDIT-COUNT.                         CPYUPGR 
011510     STRING 'COPYBOOKS ON THE ROLL:   ' WS-EDIT-COUNT             CPYUPGR 
011520         DELIMITED BY SIZE INTO WS-RPT-FILE-REC                   CPYUPGR 
011530     END-STRING.                                                  CPYUPGR 
011540     MOVE WS-BOOKS-SCANNED TO WS-EDIT-COUNT.                      CPYUPGR 
011550     MOVE 'SCANNED' TO WS-RPT-FILE-REC(34:7).                     CPYUPGR 
011560     MOVE WS-EDIT-COUNT TO WS-RPT-FILE-REC(42:5).                 CPYUPGR 
011570     MOVE WS-BOOKS-MISSING TO WS-EDIT-COUNT.                      CPYUPGR 
011580     MOVE 'NOT FOUND' TO WS-RPT-FILE-REC(50:9).                   CPYUPGR 
011590     MOVE WS-EDIT-COUNT TO WS-RPT-FILE-REC(60:5).                 CPYUPGR 
011600     WRITE WS-RPT-FILE-REC.                                       CPYUPGR 
011610     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYUPGR 
011620     MOVE WS-DECKS-SCANNED TO WS-EDIT-COUNT.                      CPYUPGR 
011630     STRING 'DECKS SCANNED:           ' WS-EDIT-COUNT             CPYUPGR 
011640         DELIMITED BY SIZE INTO WS-RPT-FILE-REC                   CPYUPGR 
011650     END-STRING.                                                  CPYUPGR 
011660     MOVE WS-DECKS-SKIPPED TO WS-EDIT-COUNT.                      CPYUPGR 
011670     MOVE 'NOT SCANNED' TO WS-RPT-FILE-REC(34:11).                CPYUPGR 
011680     MOVE WS-EDIT-COUNT TO WS-RPT-FILE-REC(46:5).                 CPYUPGR 
011690     WRITE WS-RPT-FILE-REC.                                       CPYUPGR 
011700     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYUPGR 
011710     MOVE WS-BOOKS-FLAGGED TO WS-EDIT-COUNT.                      CPYUPGR 
011720     STRING 'COPYBOOKS AND MEMBERS WITH FINDINGS: ' WS-EDIT-COUNT CPYUPGR 
011730         DELIMITED BY SIZE INTO WS-RPT-FILE-REC                   CPYUPGR 
011740     END-STRING.                                                  CPYUPGR 
011750     WRITE WS-RPT-FILE-REC.                                       CPYUPGR 
011760     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYUPGR 
011770     MOVE WS-CNT-RSVD TO WS-EDIT-COUNT.                           CPYUPGR 
011780     STRING 'RESERVED-WORD CONFLICTS: ' WS-EDIT-COUNT             CPYUPGR 
011790         DELIMITED BY SIZE INTO WS-RPT-FILE-REC                   CPYUPGR 
011800     END-STRING.                                                  CPYUPGR 
011810     MOVE WS-CNT-OBSL TO WS-EDIT-COUNT.                           CPYUPGR 
011820     MOVE 'OBSOLETE CONSTRUCTS' TO WS-RPT-FILE-REC(34:19).        CPYUPGR 
011830     MOVE WS-EDIT-COUNT TO WS-RPT-FILE-REC(54:5).                 CPYUPGR 
011840     WRITE WS-RPT-FILE-REC.                                       CPYUPGR 
011850     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYUPGR 
011860     MOVE WS-CNT-PLAN TO WS-EDIT-COUNT.                           CPYUPGR 
011870     STRING 'RENAME PLAN registry/CPYUPGR.PLN: ' WS-EDIT-COUNT    CPYUPGR 
011880         ' ENTRIES FOR REVIEW' DELIMITED BY SIZE                  CPYUPGR 
011890         INTO WS-RPT-FILE-REC                                     CPYUPGR 
011900     END-STRING.                                                  CPYUPGR 
011910     WRITE WS-RPT-FILE-REC.                                       CPYUPGR 
011920 7000-EXIT.                                                       CPYUPGR 
011930     EXIT.                                                        CPYUPGR 
