000010 IDENTIFICATION DIVISION.                                         CPYDOMN 
000020 PROGRAM-ID. CPYDOMN.                                             CPYDOMN 
000030 AUTHOR. R SANDOVAL.                                              CPYDOMN 
000040 INSTALLATION. DATA CENTER SERVICES - COPYBOOK TOOLING.           CPYDOMN 
000050 DATE-WRITTEN. 2026-10-15.                                        CPYDOMN 
000060 DATE-COMPILED.                                                   CPYDOMN 
000070*-------------------------------------------------------------    CPYDOMN 
000080*MODIFICATION HISTORY                                             CPYDOMN 
000090*-------------------------------------------------------------    CPYDOMN 
000100*2026-10-15 RS  CODE-VALUE DOMAIN CATALOG.  THE SAME BUSINESS     CPYDOMN 
000110*               CODE IS DEFINED WITH 88-LEVELS IN SEVERAL         CPYDOMN 
000120*               COPYBOOKS AND THE COPIES DRIFT - ONE GAINS A      CPYDOMN 
000130*               VALUE THE OTHERS NEVER SEE, AND CPYDVAL THEN      CPYDOMN 
000140*               REJECTS GOOD RECORDS.  FOR EVERY COPYBOOK ON      CPYDOMN 
000150*               config/COPYBOOKS.LST, RESOLVED THROUGH THE        CPYDOMN 
000160*               config/CPYLIB.CFG SEARCH ORDER AS CPYDICT         CPYDOMN 
000170*               RESOLVES IT, EVERY 88 VALUE IS COLLECTED UNDER    CPYDOMN 
000180*               ITS CONDITIONAL VARIABLE, KEYED BY THE            CPYDOMN 
000190*               VARIABLE'S NAME WITH THE :PREFIX: TOKEN           CPYDOMN 
000200*               DROPPED.  WHERE A CODE IS DEFINED IN MORE THAN    CPYDOMN 
000210*               ONE COPYBOOK EACH COPY IS COMPARED WITH THE       CPYDOMN 
000220*               MASTER THE DATA STEWARD NAMES IN                  CPYDOMN 
000230*               config/CPYDOM.DAT (FAILING THAT, THE FIRST        CPYDOMN 
000240*               COPYBOOK ON THE ROLL THAT DEFINES IT): VALUES     CPYDOMN 
000250*               MISSING, VALUES EXTRA, AND VALUES WHOSE 88        CPYDOMN 
000260*               NAME SAYS SOMETHING DIFFERENT.  NO SYSIN.         CPYDOMN 
000270*               REPORT: registry/CPYDOMN.RPT.  THE DOMAIN         CPYDOMN 
000280*               LISTING FOR THE BUSINESS, ONE BLOCK PER CODE      CPYDOMN 
000290*               WITH ITS STEWARD AND THE MASTER'S VALUES, IS      CPYDOMN 
000300*               registry/CPYDOMN.LST.  RC 0 ALL DOMAINS AGREE,    CPYDOMN 
000310*               4 DISAGREEMENTS LISTED, 12 NO LIBRARY OR ROLL.    CPYDOMN 
000312*2026-10-15 RS  FREE-FORMAT SOURCE: EACH LINE IS READ THROUGH     CPYDOMN 
000314*               CPYSRCF AS THE CARD IT STANDS FOR, SO THE         CPYDOMN 
000316*               COLUMN RULES HOLD FOR EITHER FORM.                CPYDOMN 
000318*               THE COPYBOOK RECORD IS WIDENED TO 256.            CPYDOMN 
000320*-------------------------------------------------------------    CPYDOMN 
000330 ENVIRONMENT DIVISION.                                            CPYDOMN 
000340 CONFIGURATION SECTION.                                           CPYDOMN 
000350 SOURCE-COMPUTER. GENERIC-COMPUTER.                               CPYDOMN 
000360 OBJECT-COMPUTER. GENERIC-COMPUTER.                               CPYDOMN 
000370 INPUT-OUTPUT SECTION.                                            CPYDOMN 
000380 FILE-CONTROL.                                                    CPYDOMN 
000390     SELECT ROLL-FILE ASSIGN TO DYNAMIC WS-ROLL-FILENAME          CPYDOMN 
000400         ORGANIZATION LINE SEQUENTIAL                             CPYDOMN 
000410         FILE STATUS IS WS-ROLL-FILE-STATUS.                      CPYDOMN 
000420     SELECT CFG-FILE ASSIGN TO DYNAMIC WS-CFG-FILENAME            CPYDOMN 
000430         ORGANIZATION LINE SEQUENTIAL                             CPYDOMN 
000440         FILE STATUS IS WS-CFG-FILE-STATUS.                       CPYDOMN 
000450     SELECT CPY-FILE ASSIGN TO DYNAMIC WS-CPY-FILENAME            CPYDOMN 
000460         ORGANIZATION LINE SEQUENTIAL                             CPYDOMN 
000470         FILE STATUS IS WS-CPY-FILE-STATUS.                       CPYDOMN 
000480     SELECT DOM-FILE ASSIGN TO DYNAMIC WS-DOM-FILENAME            CPYDOMN 
000490         ORGANIZATION LINE SEQUENTIAL                             CPYDOMN 
000500         FILE STATUS IS WS-DOM-FILE-STATUS.                       CPYDOMN 
000510     SELECT RPT-FILE ASSIGN TO DYNAMIC WS-RPT-FILENAME            CPYDOMN 
000520         ORGANIZATION LINE SEQUENTIAL                             CPYDOMN 
000530         FILE STATUS IS WS-RPT-FILE-STATUS.                       CPYDOMN 
000540     SELECT LST-FILE ASSIGN TO DYNAMIC WS-LST-FILENAME            CPYDOMN 
000550         ORGANIZATION LINE SEQUENTIAL                             CPYDOMN 
000560         FILE STATUS IS WS-LST-FILE-STATUS.                       CPYDOMN 
000570 DATA DIVISION.                                                   CPYDOMN 
000580 FILE SECTION.                                                    CPYDOMN 
000590 FD  ROLL-FILE.                                                   CPYDOMN 
000600 01  WS-ROLL-FILE-REC        PIC X(80).                           CPYDOMN 
000610 FD  CFG-FILE.                                                    CPYDOMN 
000620 01  WS-CFG-FILE-REC         PIC X(80).                           CPYDOMN 
000630 FD  CPY-FILE.                                                    CPYDOMN 
000640 01  WS-CPY-FILE-REC         PIC X(256).                          CPYDOMN 
000650 FD  DOM-FILE.                                                    CPYDOMN 
000660 01  WS-DOM-FILE-REC         PIC X(132).                          CPYDOMN 
000670 FD  RPT-FILE.                                                    CPYDOMN 
000680 01  WS-RPT-FILE-REC         PIC X(132).                          CPYDOMN 
000690 FD  LST-FILE.                                                    CPYDOMN 
000700 01  WS-LST-FILE-REC         PIC X(132).                          CPYDOMN 
000710 WORKING-STORAGE SECTION.                                         CPYDOMN 
000720 77  WS-ROLL-FILENAME        PIC X(80)                            CPYDOMN 
000730         VALUE 'config/COPYBOOKS.LST'.                            CPYDOMN 
000740 77  WS-ROLL-FILE-STATUS     PIC X(02) VALUE '00'.                CPYDOMN 
000750 77  WS-CFG-FILENAME         PIC X(80)                            CPYDOMN 
000760         VALUE 'config/CPYLIB.CFG'.                               CPYDOMN 
000770 77  WS-CFG-FILE-STATUS      PIC X(02) VALUE '00'.                CPYDOMN 
000780 77  WS-CPY-FILENAME         PIC X(80) VALUE SPACES.              CPYDOMN 
000790 77  WS-CPY-FILE-STATUS      PIC X(02) VALUE '00'.                CPYDOMN 
000800 77  WS-DOM-FILENAME         PIC X(80)                            CPYDOMN 
000810         VALUE 'config/CPYDOM.DAT'.                               CPYDOMN 
000820 77  WS-DOM-FILE-STATUS      PIC X(02) VALUE '00'.                CPYDOMN 
000830 77  WS-RPT-FILENAME         PIC X(80)                            CPYDOMN 
000840         VALUE 'registry/CPYDOMN.RPT'.                            CPYDOMN 
000850 77  WS-RPT-FILE-STATUS      PIC X(02) VALUE '00'.                CPYDOMN 
000860 77  WS-LST-FILENAME         PIC X(80)                            CPYDOMN 
000870         VALUE 'registry/CPYDOMN.LST'.                            CPYDOMN 
000880 77  WS-LST-FILE-STATUS      PIC X(02) VALUE '00'.                CPYDOMN 
000890 77  WS-EOF-SW               PIC X(01) VALUE 'N'.                 CPYDOMN 
000900     88  WS-EOF              VALUE 'Y'.                           CPYDOMN 
000910 77  WS-CPY-EOF-SW           PIC X(01) VALUE 'N'.                 CPYDOMN 
000920 77  WS-COPYBOOK-NAME        PIC X(30) VALUE SPACES.              CPYDOMN 
000930 77  WS-TRIM-LEN             PIC 9(04) COMP VALUE 0.              CPYDOMN 
000940 77  WS-FOUND-SW             PIC X(01) VALUE 'N'.                 CPYDOMN 
000950     88  WS-FOUND            VALUE 'Y'.                           CPYDOMN 
000953 77  WS-BOOK-FOUND-SW        PIC X(01) VALUE 'N'.                 CPYDOMN 
000956     88  WS-BOOK-FOUND       VALUE 'Y'.                           CPYDOMN 
000960 77  WS-BOOK-COUNT           PIC 9(04) COMP VALUE 0.              CPYDOMN 
000970 77  WS-TALLY                PIC 9(04) COMP VALUE 0.              CPYDOMN 
000980 77  WS-DATE-PART            PIC 9(08) VALUE 0.                   CPYDOMN 
000990 77  WS-TIME-PART            PIC 9(08) VALUE 0.                   CPYDOMN 
001000 77  WS-RUN-TIMESTAMP        PIC X(15) VALUE SPACES.              CPYDOMN 
001010 COPY CPYCFG.                                                     CPYDOMN 
001020*-------------------------------------------------------------    CPYDOMN 
001030*LINE-PARSE SCRATCH.  AN 88 OPENS AT ITS LEVEL NUMBER AND         CPYDOMN 
001040*STAYS OPEN ACROSS CONTINUATION LINES UNTIL ITS PERIOD; EVERY     CPYDOMN 
001050*LITERAL AFTER VALUE/VALUES IS ONE VALUE OF THE DOMAIN, AND       CPYDOMN 
001060*A THRU JOINS TWO LITERALS INTO ONE RANGE.                        CPYDOMN 
001070*-------------------------------------------------------------    CPYDOMN 
001080 01  WS-MAP-AREA.                                                 CPYDOMN 
001090     05  WS-MAP-LINE          PIC X(65).                          CPYDOMN 
001100     05  WS-MAP-W OCCURS 12 TIMES INDEXED BY MAPW-IX.             CPYDOMN 
001110         10  WS-MAP-WORD      PIC X(30).                          CPYDOMN 
001120     05  WS-MAP-LEVEL         PIC 9(02).                          CPYDOMN 
001130     05  WS-MAP-NAME          PIC X(30).                          CPYDOMN 
001140 01  WS-SQUEEZE-LINE          PIC X(65).                          CPYDOMN 
001150 77  WS-WORD                 PIC X(30) VALUE SPACES.              CPYDOMN 
001160 77  WS-WORD-LEN             PIC 9(04) COMP VALUE 0.              CPYDOMN 
001170 77  WS-COND-ROOT            PIC X(30) VALUE SPACES.              CPYDOMN 
001180 77  WS-88-MEANING           PIC X(30) VALUE SPACES.              CPYDOMN 
001190 77  WS-88-OPEN-SW           PIC X(01) VALUE 'N'.                 CPYDOMN 
001200     88  WS-88-OPEN          VALUE 'Y'.                           CPYDOMN 
001210 77  WS-IN-VALUES-SW         PIC X(01) VALUE 'N'.                 CPYDOMN 
001220 77  WS-THRU-SW              PIC X(01) VALUE 'N'.                 CPYDOMN 
001230 77  WS-PERIOD-SW            PIC X(01) VALUE 'N'.                 CPYDOMN 
001240 77  WS-LAST-ROW             PIC 9(04) COMP VALUE 0.              CPYDOMN 
001250 77  WS-BOOK-FIRST-ROW       PIC 9(04) COMP VALUE 0.              CPYDOMN 
001260 77  WS-STRIP-IN             PIC X(30) VALUE SPACES.              CPYDOMN 
001270 77  WS-STRIP-OUT            PIC X(30) VALUE SPACES.              CPYDOMN 
001280 77  WS-STRIP-POS            PIC 9(04) COMP VALUE 0.              CPYDOMN 
001290 77  WS-APPEND               PIC X(30) VALUE SPACES.              CPYDOMN 
001300*-------------------------------------------------------------    CPYDOMN 
001310*EVERY 88 VALUE IN THE LIBRARY: THE CODE (CONDITIONAL             CPYDOMN 
001320*VARIABLE ROOT), THE COPYBOOK, THE VALUE LITERAL AS WRITTEN       CPYDOMN 
001330*AND ITS MEANING (THE 88'S OWN NAME, :PREFIX: DROPPED).           CPYDOMN 
001340*-------------------------------------------------------------    CPYDOMN 
001350 01  WS-DV-TABLE.                                                 CPYDOMN 
001360     05  WS-DV-COUNT         PIC 9(04) COMP VALUE 0.              CPYDOMN 
001370     05  WS-DV-ENT OCCURS 3000 TIMES.                             CPYDOMN 
001380         10  WS-DV-CODE      PIC X(30).                           CPYDOMN 
001390         10  WS-DV-BOOK      PIC X(30).                           CPYDOMN 
001400         10  WS-DV-VALUE     PIC X(30).                           CPYDOMN 
001410         10  WS-DV-MEANING   PIC X(30).                           CPYDOMN 
001420 77  WS-DVX                  PIC 9(04) COMP VALUE 0.              CPYDOMN 
001430 77  WS-DVX2                 PIC 9(04) COMP VALUE 0.              CPYDOMN 
001440 77  WS-HIT-IX               PIC 9(04) COMP VALUE 0.              CPYDOMN 
001450 77  WS-DV-FULL-SW           PIC X(01) VALUE 'N'.                 CPYDOMN 
001460*-------------------------------------------------------------    CPYDOMN 
001470*ONE ENTRY PER CODE: ITS STEWARD'S MASTER (FROM CPYDOM.DAT,       CPYDOMN 
001480*LOADED FIRST), THE COPYBOOKS THAT DEFINE IT IN ROLL ORDER,       CPYDOMN 
001490*THE COPYBOOK IT WAS COMPARED AGAINST AND HOW MANY                CPYDOMN 
001500*DISAGREEMENTS THAT FOUND.                                        CPYDOMN 
001510*-------------------------------------------------------------    CPYDOMN 
001520 01  WS-CD-TABLE.                                                 CPYDOMN 
001530     05  WS-CD-COUNT         PIC 9(03) COMP VALUE 0.              CPYDOMN 
001540     05  WS-CD-ENT OCCURS 500 TIMES.                              CPYDOMN 
001550         10  WS-CD-CODE      PIC X(30).                           CPYDOMN 
001560         10  WS-CD-MASTER    PIC X(30).                           CPYDOMN 
001570         10  WS-CD-STEWARD   PIC X(08).                           CPYDOMN 
001580         10  WS-CD-REMARKS   PIC X(56).                           CPYDOMN 
001590         10  WS-CD-OVR-SW    PIC X(01).                           CPYDOMN 
001600         10  WS-CD-REF       PIC X(30).                           CPYDOMN 
001610         10  WS-CD-DIFFS     PIC 9(04) COMP.                      CPYDOMN 
001620         10  WS-CD-BOOKS     PIC 9(02) COMP.                      CPYDOMN 
001630         10  WS-CD-BOOK      PIC X(30) OCCURS 20 TIMES.           CPYDOMN 
001640 01  WS-CD-HOLD              PIC X(767).                          CPYDOMN 
001650 77  WS-CDX                  PIC 9(03) COMP VALUE 0.              CPYDOMN 
001660 77  WS-CDX2                 PIC 9(03) COMP VALUE 0.              CPYDOMN 
001670 77  WS-BKX                  PIC 9(02) COMP VALUE 0.              CPYDOMN 
001680 77  WS-CMP-BOOK             PIC X(30) VALUE SPACES.              CPYDOMN 
001690 77  WS-FIND-BOOK            PIC X(30) VALUE SPACES.              CPYDOMN 
001700 77  WS-FIND-CODE            PIC X(30) VALUE SPACES.              CPYDOMN 
001710 77  WS-FIND-VALUE           PIC X(30) VALUE SPACES.              CPYDOMN 
001720 77  WS-CODE-HDR-SW          PIC X(01) VALUE 'N'.                 CPYDOMN 
001730*-------------------------------------------------------------    CPYDOMN 
001740*RUN TOTALS                                                       CPYDOMN 
001750*-------------------------------------------------------------    CPYDOMN 
001760 77  WS-SHARED-CODES         PIC 9(04) COMP VALUE 0.              CPYDOMN 
001770 77  WS-DIFF-CODES           PIC 9(04) COMP VALUE 0.              CPYDOMN 
001780 77  WS-NO-MASTER-CODES      PIC 9(04) COMP VALUE 0.              CPYDOMN 
001790 77  WS-FINDINGS             PIC 9(05) COMP VALUE 0.              CPYDOMN 
001800 77  WS-EDIT-COUNT           PIC Z(04)9.                          CPYDOMN 
001810 77  WS-EDIT-VALUES          PIC Z(04)9.                          CPYDOMN 
001820 77  WS-EDIT-CODES           PIC Z(04)9.                          CPYDOMN 
001830 77  WS-EDIT-SHARED          PIC Z(04)9.                          CPYDOMN 
001840 77  WS-EDIT-DIFFS           PIC Z(04)9.                          CPYDOMN 
001850 77  WS-EDIT-BOOKS           PIC Z9.                              CPYDOMN 
001855 COPY CPYSFP.                                                     CPYDOMN 
001860 PROCEDURE DIVISION.                                              CPYDOMN 
001870*-------------------------------------------------------------    CPYDOMN 
001880*0000-MAINLINE                                                    CPYDOMN 
001890*-------------------------------------------------------------    CPYDOMN 
001900 0000-MAINLINE.                                                   CPYDOMN 
001910     ACCEPT WS-DATE-PART FROM DATE YYYYMMDD.                      CPYDOMN 
001920     ACCEPT WS-TIME-PART FROM TIME.                               CPYDOMN 
001930     STRING WS-DATE-PART WS-TIME-PART                             CPYDOMN 
001940         DELIMITED BY SIZE INTO WS-RUN-TIMESTAMP.                 CPYDOMN 
001950     PERFORM 1000-LOAD-LIBRARY-LIST THRU 1000-EXIT.               CPYDOMN 
001960     IF CFG-LIBRARY-COUNT = 0                                     CPYDOMN 
001970         DISPLAY 'CPYDOMN - NO COPYBOOK LIBRARIES CONFIGURED'     CPYDOMN 
001980         MOVE 12 TO RETURN-CODE                                   CPYDOMN 
001990         GOBACK                                                   CPYDOMN 
002000     END-IF.                                                      CPYDOMN 
002010     OPEN INPUT ROLL-FILE.                                        CPYDOMN 
002020     IF WS-ROLL-FILE-STATUS NOT = '00'                            CPYDOMN 
002030         DISPLAY 'CPYDOMN - NO COPYBOOK ROLL'                     CPYDOMN 
002040         MOVE 12 TO RETURN-CODE                                   CPYDOMN 
002050         GOBACK                                                   CPYDOMN 
002060     END-IF.                                                      CPYDOMN 
002070     PERFORM 1100-LOAD-THE-MASTERS THRU 1100-EXIT.                CPYDOMN 
002080     MOVE 'N' TO WS-EOF-SW.                                       CPYDOMN 
002090     PERFORM 2000-CATALOG-ONE-COPYBOOK THRU 2000-EXIT             CPYDOMN 
002100         UNTIL WS-EOF.                                            CPYDOMN 
002110     CLOSE ROLL-FILE.                                             CPYDOMN 
002120     PERFORM 4000-BUILD-THE-CODES THRU 4000-EXIT.                 CPYDOMN 
002130     PERFORM 4500-SORT-THE-CODES THRU 4500-EXIT.                  CPYDOMN 
002140     OPEN OUTPUT RPT-FILE.                                        CPYDOMN 
002150     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYDOMN 
002160     STRING 'CPYDOMN CODE-VALUE DOMAIN CATALOG - '                CPYDOMN 
002170         WS-RUN-TIMESTAMP DELIMITED BY SIZE                       CPYDOMN 
002180         INTO WS-RPT-FILE-REC                                     CPYDOMN 
002190     END-STRING.                                                  CPYDOMN 
002200     WRITE WS-RPT-FILE-REC.                                       CPYDOMN 
002210     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYDOMN 
002220     WRITE WS-RPT-FILE-REC.                                       CPYDOMN 
002230     MOVE 'DISAGREEMENTS WITH THE MASTER DOMAIN'                  CPYDOMN 
002240         TO WS-RPT-FILE-REC.                                      CPYDOMN 
002250     WRITE WS-RPT-FILE-REC.                                       CPYDOMN 
002260     PERFORM 5000-COMPARE-ONE-CODE THRU 5000-EXIT                 CPYDOMN 
002270         VARYING WS-CDX FROM 1 BY 1                               CPYDOMN 
002280         UNTIL WS-CDX > WS-CD-COUNT.                              CPYDOMN 
002290     IF WS-FINDINGS = 0                                           CPYDOMN 
002300         MOVE SPACES TO WS-RPT-FILE-REC                           CPYDOMN 
002310         MOVE 'NONE - EVERY SHARED DOMAIN AGREES WITH ITS MASTER' CPYDOMN 
002320             TO WS-RPT-FILE-REC(5:60)                             CPYDOMN 
002330         WRITE WS-RPT-FILE-REC                                    CPYDOMN 
002340     END-IF.                                                      CPYDOMN 
002350     PERFORM 6000-WRITE-THE-LISTING THRU 6000-EXIT.               CPYDOMN 
002360     PERFORM 7000-WRITE-THE-TOTALS THRU 7000-EXIT.                CPYDOMN 
002370     CLOSE RPT-FILE.                                              CPYDOMN 
002380     IF WS-FINDINGS > 0                                           CPYDOMN 
002390         MOVE 4 TO RETURN-CODE                                    CPYDOMN 
002400     ELSE                                                         CPYDOMN 
002410         MOVE 0 TO RETURN-CODE                                    CPYDOMN 
002420     END-IF.                                                      CPYDOMN 
002430     GOBACK.                                                      CPYDOMN 
002440*                                                                 CPYDOMN 
002450 1000-LOAD-LIBRARY-LIST.                                          CPYDOMN 
002460     MOVE 0 TO CFG-LIBRARY-COUNT CFG-MAX-COPY-DEPTH.              CPYDOMN 
002470     OPEN INPUT CFG-FILE.                                         CPYDOMN 
002480     IF WS-CFG-FILE-STATUS NOT = '00'                             CPYDOMN 
002490         GO TO 1000-EXIT.                                         CPYDOMN 
002500     MOVE 'N' TO WS-EOF-SW.                                       CPYDOMN 
002510     PERFORM 1010-LOAD-ONE-CFG-LINE THRU 1010-EXIT UNTIL WS-EOF.  CPYDOMN 
002520     CLOSE CFG-FILE.                                              CPYDOMN 
002530     MOVE 'N' TO WS-EOF-SW.                                       CPYDOMN 
002540 1000-EXIT.                                                       CPYDOMN 
002550     EXIT.                                                        CPYDOMN 
002560*                                                                 CPYDOMN 
002570 1010-LOAD-ONE-CFG-LINE.                                          CPYDOMN 
002580     READ CFG-FILE INTO WS-CFG-FILE-REC                           CPYDOMN 
002590         AT END MOVE 'Y' TO WS-EOF-SW                             CPYDOMN 
002600     END-READ.                                                    CPYDOMN 
002610     IF NOT WS-EOF                                                CPYDOMN 
002620         AND WS-CFG-FILE-REC(1:1) NOT = '*'                       CPYDOMN 
002630         AND WS-CFG-FILE-REC NOT = SPACES                         CPYDOMN 
002640         ADD 1 TO CFG-LIBRARY-COUNT                               CPYDOMN 
002650         SET CFG-LIB-IDX TO CFG-LIBRARY-COUNT                     CPYDOMN 
002660         UNSTRING WS-CFG-FILE-REC DELIMITED BY ALL SPACE          CPYDOMN 
002670             INTO CFG-LIBRARY-NAME(CFG-LIB-IDX)                   CPYDOMN 
002680                  CFG-LIBRARY-PATH(CFG-LIB-IDX)                   CPYDOMN 
002690         END-UNSTRING                                             CPYDOMN 
002700     END-IF.                                                      CPYDOMN 
002710 1010-EXIT.                                                       CPYDOMN 
002720     EXIT.                                                        CPYDOMN 
002730*-------------------------------------------------------------    CPYDOMN 
002740*1100-LOAD-THE-MASTERS - THE STEWARDS' config/CPYDOM.DAT:         CPYDOMN 
002750*CODE 1-30, MASTER COPYBOOK 32-61, STEWARD 63-70, REMARKS         CPYDOMN 
002760*72-127.  EACH ENTRY SEEDS THE CODE TABLE; NO FILE, NO            CPYDOMN 
002770*MASTERS, AND EVERY SHARED CODE IS COMPARED AGAINST ITS FIRST     CPYDOMN 
002780*DEFINER.                                                         CPYDOMN 
002790*-------------------------------------------------------------    CPYDOMN 
002800 1100-LOAD-THE-MASTERS.                                           CPYDOMN 
002810     MOVE 0 TO WS-CD-COUNT.                                       CPYDOMN 
002820     OPEN INPUT DOM-FILE.                                         CPYDOMN 
002830     IF WS-DOM-FILE-STATUS NOT = '00'                             CPYDOMN 
002840         GO TO 1100-EXIT.                                         CPYDOMN 
002850     MOVE 'N' TO WS-EOF-SW.                                       CPYDOMN 
002860     PERFORM 1110-LOAD-ONE-MASTER THRU 1110-EXIT UNTIL WS-EOF.    CPYDOMN 
002870     CLOSE DOM-FILE.                                              CPYDOMN 
002880     MOVE 'N' TO WS-EOF-SW.                                       CPYDOMN 
002890 1100-EXIT.                                                       CPYDOMN 
002900     EXIT.                                                        CPYDOMN 
002910*                                                                 CPYDOMN 
002920 1110-LOAD-ONE-MASTER.                                            CPYDOMN 
002930     READ DOM-FILE INTO WS-DOM-FILE-REC                           CPYDOMN 
002940         AT END MOVE 'Y' TO WS-EOF-SW                             CPYDOMN 
002950     END-READ.                                                    CPYDOMN 
002960     IF WS-EOF                                                    CPYDOMN 
002970         GO TO 1110-EXIT.                                         CPYDOMN 
002980     IF WS-DOM-FILE-REC(1:1) = '*'                                CPYDOMN 
002990         OR WS-DOM-FILE-REC(1:30) = SPACES                        CPYDOMN 
003000         GO TO 1110-EXIT.                                         CPYDOMN 
003010     IF WS-CD-COUNT >= 500                                        CPYDOMN 
003020         DISPLAY 'CPYDOMN - CODE TABLE FULL - MASTER FOR '        CPYDOMN 
003030             WS-DOM-FILE-REC(1:30) ' IGNORED'                     CPYDOMN 
003040         GO TO 1110-EXIT.                                         CPYDOMN 
003050     ADD 1 TO WS-CD-COUNT.                                        CPYDOMN 
003060     MOVE WS-CD-COUNT TO WS-CDX.                                  CPYDOMN 
003070     PERFORM 4130-CLEAR-ONE-CODE THRU 4130-EXIT.                  CPYDOMN 
003080     MOVE WS-DOM-FILE-REC(1:30) TO WS-CD-CODE(WS-CDX).            CPYDOMN 
003090     MOVE WS-DOM-FILE-REC(32:30) TO WS-CD-MASTER(WS-CDX).         CPYDOMN 
003100     MOVE WS-DOM-FILE-REC(63:8) TO WS-CD-STEWARD(WS-CDX).         CPYDOMN 
003110     MOVE WS-DOM-FILE-REC(72:56) TO WS-CD-REMARKS(WS-CDX).        CPYDOMN 
003120     MOVE 'Y' TO WS-CD-OVR-SW(WS-CDX).                            CPYDOMN 
003130 1110-EXIT.                                                       CPYDOMN 
003140     EXIT.                                                        CPYDOMN 
003150*-------------------------------------------------------------    CPYDOMN 
003160*2000-CATALOG-ONE-COPYBOOK - ONE ROLL ENTRY, RESOLVED IN          CPYDOMN 
003170*SEARCH ORDER (FIRST LIBRARY WINS, AS THE EXPANDER RESOLVES).     CPYDOMN 
003180*-------------------------------------------------------------    CPYDOMN 
003190 2000-CATALOG-ONE-COPYBOOK.                                       CPYDOMN 
003200     READ ROLL-FILE INTO WS-ROLL-FILE-REC                         CPYDOMN 
003210         AT END MOVE 'Y' TO WS-EOF-SW                             CPYDOMN 
003220     END-READ.                                                    CPYDOMN 
003230     IF WS-EOF                                                    CPYDOMN 
003240         GO TO 2000-EXIT.                                         CPYDOMN 
003250     IF WS-ROLL-FILE-REC(1:1) = '*'                               CPYDOMN 
003260         OR WS-ROLL-FILE-REC = SPACES                             CPYDOMN 
003270         GO TO 2000-EXIT.                                         CPYDOMN 
003280     MOVE WS-ROLL-FILE-REC(1:30) TO WS-COPYBOOK-NAME.             CPYDOMN 
003290     MOVE 0 TO WS-TRIM-LEN.                                       CPYDOMN 
003300     INSPECT WS-COPYBOOK-NAME TALLYING WS-TRIM-LEN                CPYDOMN 
003310         FOR CHARACTERS BEFORE SPACE.                             CPYDOMN 
003320     MOVE 'N' TO WS-BOOK-FOUND-SW.                                CPYDOMN 
003330     PERFORM 2100-TRY-ONE-LIBRARY THRU 2100-EXIT                  CPYDOMN 
003340         VARYING CFG-LIB-IDX FROM 1 BY 1                          CPYDOMN 
003350         UNTIL CFG-LIB-IDX > CFG-LIBRARY-COUNT OR WS-BOOK-FOUND.  CPYDOMN 
003360     IF NOT WS-BOOK-FOUND                                         CPYDOMN 
003370         DISPLAY 'CPYDOMN - ' WS-COPYBOOK-NAME(1:WS-TRIM-LEN)     CPYDOMN 
003380             ' NOT FOUND IN ANY LIBRARY'                          CPYDOMN 
003390     END-IF.                                                      CPYDOMN 
003400 2000-EXIT.                                                       CPYDOMN 
003410     EXIT.                                                        CPYDOMN 
003420*                                                                 CPYDOMN 
003430 2100-TRY-ONE-LIBRARY.                                            CPYDOMN 
003440     MOVE SPACES TO WS-CPY-FILENAME.                              CPYDOMN 
003450     STRING CFG-LIBRARY-PATH(CFG-LIB-IDX) DELIMITED BY SPACE      CPYDOMN 
003460         '/' DELIMITED BY SIZE                                    CPYDOMN 
003470         WS-COPYBOOK-NAME(1:WS-TRIM-LEN) DELIMITED BY SIZE        CPYDOMN 
003480         '.CPY' DELIMITED BY SIZE                                 CPYDOMN 
003490         INTO WS-CPY-FILENAME                                     CPYDOMN 
003500     END-STRING.                                                  CPYDOMN 
003510     OPEN INPUT CPY-FILE.                                         CPYDOMN 
003520     IF WS-CPY-FILE-STATUS NOT = '00'                             CPYDOMN 
003530         GO TO 2100-EXIT.                                         CPYDOMN 
003535     MOVE SPACE TO SRCF-FORMAT.                                   CPYDOMN 
003540     MOVE 'Y' TO WS-BOOK-FOUND-SW.                                CPYDOMN 
003550     ADD 1 TO WS-BOOK-COUNT.                                      CPYDOMN 
003560     MOVE SPACES TO WS-COND-ROOT.                                 CPYDOMN 
003570     MOVE 'N' TO WS-88-OPEN-SW.                                   CPYDOMN 
003580     COMPUTE WS-BOOK-FIRST-ROW = WS-DV-COUNT + 1.                 CPYDOMN 
003590     MOVE 'N' TO WS-CPY-EOF-SW.                                   CPYDOMN 
003600     PERFORM 3000-SCAN-ONE-LINE THRU 3000-EXIT                    CPYDOMN 
003610         UNTIL WS-CPY-EOF-SW = 'Y'.                               CPYDOMN 
003620     CLOSE CPY-FILE.                                              CPYDOMN 
003630 2100-EXIT.                                                       CPYDOMN 
003640     EXIT.                                                        CPYDOMN 
003650*-------------------------------------------------------------    CPYDOMN 
003660*3000-SCAN-ONE-LINE - A DATA ITEM BECOMES THE CONDITIONAL         CPYDOMN 
003670*VARIABLE FOR THE 88S THAT FOLLOW IT; AN 88 OPENS A VALUE         CPYDOMN 
003680*LIST; A LINE WITH NO LEVEL NUMBER CONTINUES AN OPEN LIST.        CPYDOMN 
003690*-------------------------------------------------------------    CPYDOMN 
003700 3000-SCAN-ONE-LINE.                                              CPYDOMN 
003710     READ CPY-FILE INTO WS-CPY-FILE-REC                           CPYDOMN 
003720         AT END MOVE 'Y' TO WS-CPY-EOF-SW                         CPYDOMN 
003730     END-READ.                                                    CPYDOMN 
003740     IF WS-CPY-EOF-SW = 'Y'                                       CPYDOMN 
003750         GO TO 3000-EXIT.                                         CPYDOMN 
003752     MOVE WS-CPY-FILE-REC TO SRCF-LINE.                           CPYDOMN 
003754     CALL 'CPYSRCF' USING CPYSRCF-PARMS.                          CPYDOMN 
003756     MOVE SRCF-CARD TO WS-CPY-FILE-REC.                           CPYDOMN 
003760     IF WS-CPY-FILE-REC(7:1) = '*' OR WS-CPY-FILE-REC(7:1) = '/'  CPYDOMN 
003770         GO TO 3000-EXIT.                                         CPYDOMN 
003780     MOVE WS-CPY-FILE-REC(8:65) TO WS-MAP-LINE.                   CPYDOMN 
003790     IF WS-MAP-LINE = SPACES                                      CPYDOMN 
003800         GO TO 3000-EXIT.                                         CPYDOMN 
003810     MOVE 0 TO WS-TALLY.                                          CPYDOMN 
003820     INSPECT WS-MAP-LINE TALLYING WS-TALLY FOR LEADING SPACE.     CPYDOMN 
003830     IF WS-TALLY > 0                                              CPYDOMN 
003840         MOVE WS-MAP-LINE(WS-TALLY + 1:) TO WS-SQUEEZE-LINE       CPYDOMN 
003850         MOVE WS-SQUEEZE-LINE TO WS-MAP-LINE                      CPYDOMN 
003860     END-IF.                                                      CPYDOMN 
003870     PERFORM 3100-PARSE-MAP-WORDS THRU 3100-EXIT.                 CPYDOMN 
003880     IF WS-MAP-WORD(1)(1:2) NOT NUMERIC                           CPYDOMN 
003890         OR WS-MAP-WORD(1)(3:28) NOT = SPACES                     CPYDOMN 
003900         IF WS-88-OPEN                                            CPYDOMN 
003910             PERFORM 3300-TAKE-ONE-WORD THRU 3300-EXIT            CPYDOMN 
003920                 VARYING MAPW-IX FROM 1 BY 1                      CPYDOMN 
003930                 UNTIL MAPW-IX > 12 OR NOT WS-88-OPEN             CPYDOMN 
003940         END-IF                                                   CPYDOMN 
003950         GO TO 3000-EXIT                                          CPYDOMN 
003960     END-IF.                                                      CPYDOMN 
003970     MOVE 'N' TO WS-88-OPEN-SW.                                   CPYDOMN 
003980     MOVE WS-MAP-WORD(1)(1:2) TO WS-MAP-LEVEL.                    CPYDOMN 
003990     MOVE WS-MAP-WORD(2) TO WS-MAP-NAME.                          CPYDOMN 
004000     INSPECT WS-MAP-NAME REPLACING ALL '.' BY ' '.                CPYDOMN 
004010     IF WS-MAP-LEVEL = 66                                         CPYDOMN 
004020         MOVE SPACES TO WS-COND-ROOT                              CPYDOMN 
004030         GO TO 3000-EXIT.                                         CPYDOMN 
004040     IF WS-MAP-LEVEL NOT = 88                                     CPYDOMN 
004050         MOVE WS-MAP-NAME TO WS-STRIP-IN                          CPYDOMN 
004060         PERFORM 3600-STRIP-THE-PREFIX THRU 3600-EXIT             CPYDOMN 
004070         MOVE WS-STRIP-OUT TO WS-COND-ROOT                        CPYDOMN 
004080         IF WS-MAP-NAME = 'FILLER'                                CPYDOMN 
004090             MOVE SPACES TO WS-COND-ROOT                          CPYDOMN 
004100         END-IF                                                   CPYDOMN 
004110         GO TO 3000-EXIT.                                         CPYDOMN 
004120     IF WS-COND-ROOT = SPACES                                     CPYDOMN 
004130         GO TO 3000-EXIT.                                         CPYDOMN 
004140     MOVE WS-MAP-NAME TO WS-STRIP-IN.                             CPYDOMN 
004150     PERFORM 3600-STRIP-THE-PREFIX THRU 3600-EXIT.                CPYDOMN 
004160     MOVE WS-STRIP-OUT TO WS-88-MEANING.                          CPYDOMN 
004170     MOVE 'Y' TO WS-88-OPEN-SW.                                   CPYDOMN 
004180     MOVE 'N' TO WS-IN-VALUES-SW WS-THRU-SW.                      CPYDOMN 
004190     MOVE 0 TO WS-LAST-ROW.                                       CPYDOMN 
004200     PERFORM 3300-TAKE-ONE-WORD THRU 3300-EXIT                    CPYDOMN 
004210         VARYING MAPW-IX FROM 3 BY 1                              CPYDOMN 
004220         UNTIL MAPW-IX > 12 OR NOT WS-88-OPEN.                    CPYDOMN 
004230 3000-EXIT.                                                       CPYDOMN 
004240     EXIT.                                                        CPYDOMN 
004250*                                                                 CPYDOMN 
004260 3100-PARSE-MAP-WORDS.                                            CPYDOMN 
004270     PERFORM 3110-CLEAR-ONE-MAP-WORD THRU 3110-EXIT               CPYDOMN 
004280         VARYING MAPW-IX FROM 1 BY 1 UNTIL MAPW-IX > 12.          CPYDOMN 
004290     UNSTRING WS-MAP-LINE DELIMITED BY ALL SPACE                  CPYDOMN 
004300         INTO WS-MAP-WORD(1) WS-MAP-WORD(2) WS-MAP-WORD(3)        CPYDOMN 
004310              WS-MAP-WORD(4) WS-MAP-WORD(5) WS-MAP-WORD(6)        CPYDOMN 
004320              WS-MAP-WORD(7) WS-MAP-WORD(8) WS-MAP-WORD(9)        CPYDOMN 
004330              WS-MAP-WORD(10) WS-MAP-WORD(11) WS-MAP-WORD(12)     CPYDOMN 
004340     END-UNSTRING.                                                CPYDOMN 
004350 3100-EXIT.                                                       CPYDOMN 
004360     EXIT.                                                        CPYDOMN 
004370*                                                                 CPYDOMN 
004380 3110-CLEAR-ONE-MAP-WORD.                                         CPYDOMN 
004390     MOVE SPACES TO WS-MAP-WORD(MAPW-IX).                         CPYDOMN 
004400 3110-EXIT.                                                       CPYDOMN 
004410     EXIT.                                                        CPYDOMN 
004420*-------------------------------------------------------------    CPYDOMN 
004430*3300-TAKE-ONE-WORD - ONE WORD OF AN OPEN 88.  A TRAILING         CPYDOMN 
004440*PERIOD CLOSES THE 88 AFTER THE WORD IS TAKEN.  DOUBLE QUOTES     CPYDOMN 
004450*ARE READ AS SINGLE SO 'A' AND "A" ARE THE SAME VALUE.            CPYDOMN 
004460*-------------------------------------------------------------    CPYDOMN 
004470 3300-TAKE-ONE-WORD.                                              CPYDOMN 
004480     MOVE WS-MAP-WORD(MAPW-IX) TO WS-WORD.                        CPYDOMN 
004490     IF WS-WORD = SPACES                                          CPYDOMN 
004500         GO TO 3300-EXIT.                                         CPYDOMN 
004510     MOVE 'N' TO WS-PERIOD-SW.                                    CPYDOMN 
004520     MOVE 0 TO WS-WORD-LEN.                                       CPYDOMN 
004530     INSPECT WS-WORD TALLYING WS-WORD-LEN                         CPYDOMN 
004540         FOR CHARACTERS BEFORE SPACE.                             CPYDOMN 
004550     IF WS-WORD(WS-WORD-LEN:1) = '.'                              CPYDOMN 
004560         MOVE 'Y' TO WS-PERIOD-SW                                 CPYDOMN 
004570         MOVE SPACE TO WS-WORD(WS-WORD-LEN:1)                     CPYDOMN 
004580     END-IF.                                                      CPYDOMN 
004590     INSPECT WS-WORD REPLACING ALL '"' BY "'".                    CPYDOMN 
004600     EVALUATE WS-WORD                                             CPYDOMN 
004610         WHEN SPACES                                              CPYDOMN 
004620             CONTINUE                                             CPYDOMN 
004630         WHEN 'VALUE'                                             CPYDOMN 
004640         WHEN 'VALUES'                                            CPYDOMN 
004650             MOVE 'Y' TO WS-IN-VALUES-SW                          CPYDOMN 
004660         WHEN 'IS'                                                CPYDOMN 
004670         WHEN 'ARE'                                               CPYDOMN 
004680             CONTINUE                                             CPYDOMN 
004690         WHEN 'THRU'                                              CPYDOMN 
004700         WHEN 'THROUGH'                                           CPYDOMN 
004710             MOVE 'Y' TO WS-THRU-SW                               CPYDOMN 
004720         WHEN OTHER                                               CPYDOMN 
004730             IF WS-IN-VALUES-SW = 'Y'                             CPYDOMN 
004740                 PERFORM 3400-ADD-ONE-VALUE THRU 3400-EXIT        CPYDOMN 
004750             END-IF                                               CPYDOMN 
004760     END-EVALUATE.                                                CPYDOMN 
004770     IF WS-PERIOD-SW = 'Y'                                        CPYDOMN 
004780         MOVE 'N' TO WS-88-OPEN-SW.                               CPYDOMN 
004790 3300-EXIT.                                                       CPYDOMN 
004800     EXIT.                                                        CPYDOMN 
004810*                                                                 CPYDOMN 
004820*    A VALUE ALREADY CATALOGED FOR THIS CODE IN THIS COPYBOOK     CPYDOMN 
004830*    (TWO RECORD LAYOUTS SHARING A FIELD) IS TAKEN ONCE.          CPYDOMN 
004840 3400-ADD-ONE-VALUE.                                              CPYDOMN 
004850     IF WS-THRU-SW = 'Y' AND WS-LAST-ROW > 0                      CPYDOMN 
004860         MOVE 'N' TO WS-THRU-SW                                   CPYDOMN 
004870         MOVE SPACES TO WS-APPEND                                 CPYDOMN 
004880         STRING WS-DV-VALUE(WS-LAST-ROW) DELIMITED BY SPACE       CPYDOMN 
004890             ' THRU ' DELIMITED BY SIZE                           CPYDOMN 
004900             WS-WORD DELIMITED BY SPACE                           CPYDOMN 
004910             INTO WS-APPEND                                       CPYDOMN 
004920         END-STRING                                               CPYDOMN 
004930         MOVE WS-APPEND TO WS-DV-VALUE(WS-LAST-ROW)               CPYDOMN 
004940         GO TO 3400-EXIT.                                         CPYDOMN 
004950     MOVE 'N' TO WS-THRU-SW.                                      CPYDOMN 
004960     MOVE 'N' TO WS-FOUND-SW.                                     CPYDOMN 
004970     PERFORM 3410-TEST-ONE-BOOK-ROW THRU 3410-EXIT                CPYDOMN 
004980         VARYING WS-DVX FROM WS-BOOK-FIRST-ROW BY 1               CPYDOMN 
004990         UNTIL WS-DVX > WS-DV-COUNT OR WS-FOUND.                  CPYDOMN 
005000     IF WS-FOUND                                                  CPYDOMN 
005010         MOVE 0 TO WS-LAST-ROW                                    CPYDOMN 
005020         GO TO 3400-EXIT.                                         CPYDOMN 
005030     IF WS-DV-COUNT >= 3000                                       CPYDOMN 
005040         IF WS-DV-FULL-SW = 'N'                                   CPYDOMN 
005050             DISPLAY 'CPYDOMN - VALUE TABLE FULL AT '             CPYDOMN 
005060                 WS-COPYBOOK-NAME(1:WS-TRIM-LEN)                  CPYDOMN 
005070                 ' - LATER VALUES NOT CATALOGED'                  CPYDOMN 
005080             MOVE 'Y' TO WS-DV-FULL-SW                            CPYDOMN 
005090         END-IF                                                   CPYDOMN 
005100         MOVE 0 TO WS-LAST-ROW                                    CPYDOMN 
005110         GO TO 3400-EXIT.                                         CPYDOMN 
005120     ADD 1 TO WS-DV-COUNT.                                        CPYDOMN 
005130     MOVE WS-DV-COUNT TO WS-LAST-ROW.                             CPYDOMN 
005140     MOVE WS-COND-ROOT TO WS-DV-CODE(WS-LAST-ROW).                CPYDOMN 
005150     MOVE WS-COPYBOOK-NAME TO WS-DV-BOOK(WS-LAST-ROW).            CPYDOMN 
005160     MOVE WS-WORD TO WS-DV-VALUE(WS-LAST-ROW).                    CPYDOMN 
005170     MOVE WS-88-MEANING TO WS-DV-MEANING(WS-LAST-ROW).            CPYDOMN 
005180 3400-EXIT.                                                       CPYDOMN 
005190     EXIT.                                                        CPYDOMN 
005200*                                                                 CPYDOMN 
005210 3410-TEST-ONE-BOOK-ROW.                                          CPYDOMN 
005220     IF WS-DV-CODE(WS-DVX) = WS-COND-ROOT                         CPYDOMN 
005230         AND WS-DV-VALUE(WS-DVX) = WS-WORD                        CPYDOMN 
005240         MOVE 'Y' TO WS-FOUND-SW                                  CPYDOMN 
005250     END-IF.                                                      CPYDOMN 
005260 3410-EXIT.                                                       CPYDOMN 
005270     EXIT.                                                        CPYDOMN 
005280*-------------------------------------------------------------    CPYDOMN 
005290*3600-STRIP-THE-PREFIX - :PREFIX:-CUST-STATUS IS CUST-STATUS.     CPYDOMN 
005300*A NAME WITH NO REPLACING TOKEN IS ITS OWN ROOT.                  CPYDOMN 
005310*-------------------------------------------------------------    CPYDOMN 
005320 3600-STRIP-THE-PREFIX.                                           CPYDOMN 
005330     MOVE WS-STRIP-IN TO WS-STRIP-OUT.                            CPYDOMN 
005340     IF WS-STRIP-IN(1:1) NOT = ':'                                CPYDOMN 
005350         GO TO 3600-EXIT.                                         CPYDOMN 
005360     MOVE 0 TO WS-TALLY.                                          CPYDOMN 
005370     INSPECT WS-STRIP-IN(2:29) TALLYING WS-TALLY                  CPYDOMN 
005380         FOR CHARACTERS BEFORE ':'.                               CPYDOMN 
005390     IF WS-TALLY >= 27                                            CPYDOMN 
005400         GO TO 3600-EXIT.                                         CPYDOMN 
005410     COMPUTE WS-STRIP-POS = WS-TALLY + 3.                         CPYDOMN 
005420     IF WS-STRIP-IN(WS-STRIP-POS:1) = '-'                         CPYDOMN 
005430         ADD 1 TO WS-STRIP-POS.                                   CPYDOMN 
005440     MOVE WS-STRIP-IN(WS-STRIP-POS:) TO WS-STRIP-OUT.             CPYDOMN 
005450 3600-EXIT.                                                       CPYDOMN 
005460     EXIT.                                                        CPYDOMN 
005470*-------------------------------------------------------------    CPYDOMN 
005480*4000-BUILD-THE-CODES - EVERY VALUE'S CODE ONTO THE CODE          CPYDOMN 
005490*TABLE, AND ITS COPYBOOK ONTO THAT CODE'S LIST OF DEFINERS.       CPYDOMN 
005500*-------------------------------------------------------------    CPYDOMN 
005510 4000-BUILD-THE-CODES.                                            CPYDOMN 
005520     PERFORM 4100-FILE-ONE-VALUE THRU 4100-EXIT                   CPYDOMN 
005530         VARYING WS-DVX FROM 1 BY 1                               CPYDOMN 
005540         UNTIL WS-DVX > WS-DV-COUNT.                              CPYDOMN 
005550 4000-EXIT.                                                       CPYDOMN 
005560     EXIT.                                                        CPYDOMN 
005570*                                                                 CPYDOMN 
005580 4100-FILE-ONE-VALUE.                                             CPYDOMN 
005590     MOVE WS-DV-CODE(WS-DVX) TO WS-FIND-CODE.                     CPYDOMN 
005600     MOVE 'N' TO WS-FOUND-SW.                                     CPYDOMN 
005610     PERFORM 4110-TEST-ONE-CODE THRU 4110-EXIT                    CPYDOMN 
005620         VARYING WS-CDX2 FROM 1 BY 1                              CPYDOMN 
005630         UNTIL WS-CDX2 > WS-CD-COUNT OR WS-FOUND.                 CPYDOMN 
005640     IF NOT WS-FOUND                                              CPYDOMN 
005650         IF WS-CD-COUNT >= 500                                    CPYDOMN 
005660             GO TO 4100-EXIT                                      CPYDOMN 
005670         END-IF                                                   CPYDOMN 
005680         ADD 1 TO WS-CD-COUNT                                     CPYDOMN 
005690         MOVE WS-CD-COUNT TO WS-CDX                               CPYDOMN 
005700         PERFORM 4130-CLEAR-ONE-CODE THRU 4130-EXIT               CPYDOMN 
005710         MOVE WS-FIND-CODE TO WS-CD-CODE(WS-CDX)                  CPYDOMN 
005720     END-IF.                                                      CPYDOMN 
005730     MOVE 'N' TO WS-FOUND-SW.                                     CPYDOMN 
005740     PERFORM 4120-TEST-ONE-DEFINER THRU 4120-EXIT                 CPYDOMN 
005750         VARYING WS-BKX FROM 1 BY 1                               CPYDOMN 
005760         UNTIL WS-BKX > WS-CD-BOOKS(WS-CDX) OR WS-FOUND.          CPYDOMN 
005770     IF NOT WS-FOUND                                              CPYDOMN 
005780         AND WS-CD-BOOKS(WS-CDX) < 20                             CPYDOMN 
005790         ADD 1 TO WS-CD-BOOKS(WS-CDX)                             CPYDOMN 
005800         MOVE WS-DV-BOOK(WS-DVX)                                  CPYDOMN 
005810             TO WS-CD-BOOK(WS-CDX, WS-CD-BOOKS(WS-CDX))           CPYDOMN 
005820     END-IF.                                                      CPYDOMN 
005830 4100-EXIT.                                                       CPYDOMN 
005840     EXIT.                                                        CPYDOMN 
005850*                                                                 CPYDOMN 
005860 4110-TEST-ONE-CODE.                                              CPYDOMN 
005870     IF WS-CD-CODE(WS-CDX2) = WS-FIND-CODE                        CPYDOMN 
005880         MOVE 'Y' TO WS-FOUND-SW                                  CPYDOMN 
005890         MOVE WS-CDX2 TO WS-CDX                                   CPYDOMN 
005900     END-IF.                                                      CPYDOMN 
005910 4110-EXIT.                                                       CPYDOMN 
005920     EXIT.                                                        CPYDOMN 
005930*                                                                 CPYDOMN 
005940 4120-TEST-ONE-DEFINER.                                           CPYDOMN 
005950     IF WS-CD-BOOK(WS-CDX, WS-BKX) = WS-DV-BOOK(WS-DVX)           CPYDOMN 
005960         MOVE 'Y' TO WS-FOUND-SW                                  CPYDOMN 
005970     END-IF.                                                      CPYDOMN 
005980 4120-EXIT.                                                       CPYDOMN 
005990     EXIT.                                                        CPYDOMN 
006000*                                                                 CPYDOMN 
006010 4130-CLEAR-ONE-CODE.                                             CPYDOMN 
006020     MOVE SPACES TO WS-CD-CODE(WS-CDX) WS-CD-MASTER(WS-CDX)       CPYDOMN 
006030                    WS-CD-STEWARD(WS-CDX) WS-CD-REMARKS(WS-CDX)   CPYDOMN 
006040                    WS-CD-REF(WS-CDX).                            CPYDOMN 
006050     MOVE 'N' TO WS-CD-OVR-SW(WS-CDX).                            CPYDOMN 
006060     MOVE 0 TO WS-CD-DIFFS(WS-CDX) WS-CD-BOOKS(WS-CDX).           CPYDOMN 
006070 4130-EXIT.                                                       CPYDOMN 
006080     EXIT.                                                        CPYDOMN 
006090*-------------------------------------------------------------    CPYDOMN 
006100*4500-SORT-THE-CODES - INTO CODE ORDER FOR BOTH REPORTS, WITH     CPYDOMN 
006110*A PLAIN EXCHANGE PASS AS CPYDICT SORTS ITS INDEX.                CPYDOMN 
006120*-------------------------------------------------------------    CPYDOMN 
006130 4500-SORT-THE-CODES.                                             CPYDOMN 
006140     PERFORM 4510-SORT-ONE-PASS THRU 4510-EXIT                    CPYDOMN 
006150         VARYING WS-CDX FROM 1 BY 1                               CPYDOMN 
006160         UNTIL WS-CDX >= WS-CD-COUNT.                             CPYDOMN 
006170 4500-EXIT.                                                       CPYDOMN 
006180     EXIT.                                                        CPYDOMN 
006190*                                                                 CPYDOMN 
006200 4510-SORT-ONE-PASS.                                              CPYDOMN 
006210     PERFORM 4520-COMPARE-AND-SWAP THRU 4520-EXIT                 CPYDOMN 
006220         VARYING WS-CDX2 FROM 1 BY 1                              CPYDOMN 
006230         UNTIL WS-CDX2 >= WS-CD-COUNT.                            CPYDOMN 
006240 4510-EXIT.                                                       CPYDOMN 
006250     EXIT.                                                        CPYDOMN 
006260*                                                                 CPYDOMN 
006270 4520-COMPARE-AND-SWAP.                                           CPYDOMN 
006280     IF WS-CD-CODE(WS-CDX2) > WS-CD-CODE(WS-CDX2 + 1)             CPYDOMN 
006290         MOVE WS-CD-ENT(WS-CDX2) TO WS-CD-HOLD                    CPYDOMN 
006300         MOVE WS-CD-ENT(WS-CDX2 + 1) TO WS-CD-ENT(WS-CDX2)        CPYDOMN 
006310         MOVE WS-CD-HOLD TO WS-CD-ENT(WS-CDX2 + 1)                CPYDOMN 
006320     END-IF.                                                      CPYDOMN 
006330 4520-EXIT.                                                       CPYDOMN 
006340     EXIT.                                                        CPYDOMN 
006350*-------------------------------------------------------------    CPYDOMN 
006360*5000-COMPARE-ONE-CODE - PICK THE REFERENCE COPY (THE DECLARED    CPYDOMN 
006370*MASTER, OR THE FIRST DEFINER), THEN HOLD EVERY OTHER             CPYDOMN 
006380*DEFINER'S VALUES UP AGAINST IT BOTH WAYS.                        CPYDOMN 
006390*-------------------------------------------------------------    CPYDOMN 
006400 5000-COMPARE-ONE-CODE.                                           CPYDOMN 
006410     MOVE 'N' TO WS-CODE-HDR-SW.                                  CPYDOMN 
006420     IF WS-CD-BOOKS(WS-CDX) = 0                                   CPYDOMN 
006430         MOVE SPACES TO WS-CMP-BOOK                               CPYDOMN 
006440         MOVE SPACES TO WS-RPT-FILE-REC                           CPYDOMN 
006450         STRING 'MASTER DECLARED FOR A CODE NO COPYBOOK '         CPYDOMN 
006460             'DEFINES - CHECK config/CPYDOM.DAT'                  CPYDOMN 
006470             DELIMITED BY SIZE INTO WS-RPT-FILE-REC(16:80)        CPYDOMN 
006480         END-STRING                                               CPYDOMN 
006490         PERFORM 5900-WRITE-ONE-FINDING THRU 5900-EXIT            CPYDOMN 
006500         GO TO 5000-EXIT.                                         CPYDOMN 
006510     MOVE WS-CD-BOOK(WS-CDX, 1) TO WS-CD-REF(WS-CDX).             CPYDOMN 
006520     IF WS-CD-OVR-SW(WS-CDX) = 'Y'                                CPYDOMN 
006530         MOVE 'N' TO WS-FOUND-SW                                  CPYDOMN 
006540         PERFORM 5010-TEST-ONE-MASTER THRU 5010-EXIT              CPYDOMN 
006550             VARYING WS-BKX FROM 1 BY 1                           CPYDOMN 
006560             UNTIL WS-BKX > WS-CD-BOOKS(WS-CDX) OR WS-FOUND       CPYDOMN 
006570         IF WS-FOUND                                              CPYDOMN 
006580             MOVE WS-CD-MASTER(WS-CDX) TO WS-CD-REF(WS-CDX)       CPYDOMN 
006590         ELSE                                                     CPYDOMN 
006600             MOVE WS-CD-MASTER(WS-CDX) TO WS-CMP-BOOK             CPYDOMN 
006610             MOVE SPACES TO WS-RPT-FILE-REC                       CPYDOMN 
006620             STRING 'DECLARED MASTER DOES NOT DEFINE THE CODE'    CPYDOMN 
006630                 ' - COMPARED WITH ' DELIMITED BY SIZE            CPYDOMN 
006640                 WS-CD-REF(WS-CDX) DELIMITED BY SPACE             CPYDOMN 
006650                 INTO WS-RPT-FILE-REC(16:80)                      CPYDOMN 
006660             END-STRING                                           CPYDOMN 
006670             PERFORM 5900-WRITE-ONE-FINDING THRU 5900-EXIT        CPYDOMN 
006680         END-IF                                                   CPYDOMN 
006690     END-IF.                                                      CPYDOMN 
006700     IF WS-CD-BOOKS(WS-CDX) < 2                                   CPYDOMN 
006710         GO TO 5000-EXIT.                                         CPYDOMN 
006720     ADD 1 TO WS-SHARED-CODES.                                    CPYDOMN 
006730     IF WS-CD-OVR-SW(WS-CDX) NOT = 'Y'                            CPYDOMN 
006740         ADD 1 TO WS-NO-MASTER-CODES.                             CPYDOMN 
006750     PERFORM 5100-COMPARE-ONE-DEFINER THRU 5100-EXIT              CPYDOMN 
006760         VARYING WS-BKX FROM 1 BY 1                               CPYDOMN 
006770         UNTIL WS-BKX > WS-CD-BOOKS(WS-CDX).                      CPYDOMN 
006780 5000-EXIT.                                                       CPYDOMN 
006790     EXIT.                                                        CPYDOMN 
006800*                                                                 CPYDOMN 
006810 5010-TEST-ONE-MASTER.                                            CPYDOMN 
006820     IF WS-CD-BOOK(WS-CDX, WS-BKX) = WS-CD-MASTER(WS-CDX)         CPYDOMN 
006830         MOVE 'Y' TO WS-FOUND-SW                                  CPYDOMN 
006840     END-IF.                                                      CPYDOMN 
006850 5010-EXIT.                                                       CPYDOMN 
006860     EXIT.                                                        CPYDOMN 
006870*                                                                 CPYDOMN 
006880 5100-COMPARE-ONE-DEFINER.                                        CPYDOMN 
006890     MOVE WS-CD-BOOK(WS-CDX, WS-BKX) TO WS-CMP-BOOK.              CPYDOMN 
006900     IF WS-CMP-BOOK = WS-CD-REF(WS-CDX)                           CPYDOMN 
006910         GO TO 5100-EXIT.                                         CPYDOMN 
006920     PERFORM 5110-TEST-ONE-MASTER-VALUE THRU 5110-EXIT            CPYDOMN 
006930         VARYING WS-DVX FROM 1 BY 1                               CPYDOMN 
006940         UNTIL WS-DVX > WS-DV-COUNT.                              CPYDOMN 
006950     PERFORM 5120-TEST-ONE-COPY-VALUE THRU 5120-EXIT              CPYDOMN 
006960         VARYING WS-DVX FROM 1 BY 1                               CPYDOMN 
006970         UNTIL WS-DVX > WS-DV-COUNT.                              CPYDOMN 
006980 5100-EXIT.                                                       CPYDOMN 
006990     EXIT.                                                        CPYDOMN 
007000*                                                                 CPYDOMN 
007010*    A MASTER VALUE THE COPY LACKS, OR HOLDS UNDER ANOTHER NAME.  CPYDOMN 
007020 5110-TEST-ONE-MASTER-VALUE.                                      CPYDOMN 
007030     IF WS-DV-CODE(WS-DVX) NOT = WS-CD-CODE(WS-CDX)               CPYDOMN 
007040         OR WS-DV-BOOK(WS-DVX) NOT = WS-CD-REF(WS-CDX)            CPYDOMN 
007050         GO TO 5110-EXIT.                                         CPYDOMN 
007060     MOVE WS-CMP-BOOK TO WS-FIND-BOOK.                            CPYDOMN 
007070     MOVE WS-DV-VALUE(WS-DVX) TO WS-FIND-VALUE.                   CPYDOMN 
007080     PERFORM 5200-FIND-THE-VALUE THRU 5200-EXIT.                  CPYDOMN 
007090     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYDOMN 
007100     IF WS-HIT-IX = 0                                             CPYDOMN 
007110         STRING 'MISSING VALUE ' DELIMITED BY SIZE                CPYDOMN 
007120             WS-DV-VALUE(WS-DVX) DELIMITED BY SPACE               CPYDOMN 
007130             ' - ' DELIMITED BY SIZE                              CPYDOMN 
007140             WS-DV-MEANING(WS-DVX) DELIMITED BY SPACE             CPYDOMN 
007150             ' IN ' DELIMITED BY SIZE                             CPYDOMN 
007160             WS-CD-REF(WS-CDX) DELIMITED BY SPACE                 CPYDOMN 
007170             INTO WS-RPT-FILE-REC(16:100)                         CPYDOMN 
007180         END-STRING                                               CPYDOMN 
007190         PERFORM 5900-WRITE-ONE-FINDING THRU 5900-EXIT            CPYDOMN 
007200         GO TO 5110-EXIT.                                         CPYDOMN 
007210     IF WS-DV-MEANING(WS-HIT-IX) NOT = WS-DV-MEANING(WS-DVX)      CPYDOMN 
007220         STRING 'VALUE ' DELIMITED BY SIZE                        CPYDOMN 
007230             WS-DV-VALUE(WS-DVX) DELIMITED BY SPACE               CPYDOMN 
007240             ' IS ' DELIMITED BY SIZE                             CPYDOMN 
007250             WS-DV-MEANING(WS-HIT-IX) DELIMITED BY SPACE          CPYDOMN 
007260             ' HERE, ' DELIMITED BY SIZE                          CPYDOMN 
007270             WS-DV-MEANING(WS-DVX) DELIMITED BY SPACE             CPYDOMN 
007280             ' IN ' DELIMITED BY SIZE                             CPYDOMN 
007290             WS-CD-REF(WS-CDX) DELIMITED BY SPACE                 CPYDOMN 
007300             INTO WS-RPT-FILE-REC(16:100)                         CPYDOMN 
007310         END-STRING                                               CPYDOMN 
007320         PERFORM 5900-WRITE-ONE-FINDING THRU 5900-EXIT            CPYDOMN 
007330     END-IF.                                                      CPYDOMN 
007340 5110-EXIT.                                                       CPYDOMN 
007350     EXIT.                                                        CPYDOMN 
007360*                                                                 CPYDOMN 
007370*    A VALUE THE COPY CARRIES THAT THE MASTER DOES NOT.           CPYDOMN 
007380 5120-TEST-ONE-COPY-VALUE.                                        CPYDOMN 
007390     IF WS-DV-CODE(WS-DVX) NOT = WS-CD-CODE(WS-CDX)               CPYDOMN 
007400         OR WS-DV-BOOK(WS-DVX) NOT = WS-CMP-BOOK                  CPYDOMN 
007410         GO TO 5120-EXIT.                                         CPYDOMN 
007420     MOVE WS-CD-REF(WS-CDX) TO WS-FIND-BOOK.                      CPYDOMN 
007430     MOVE WS-DV-VALUE(WS-DVX) TO WS-FIND-VALUE.                   CPYDOMN 
007440     PERFORM 5200-FIND-THE-VALUE THRU 5200-EXIT.                  CPYDOMN 
007450     IF WS-HIT-IX NOT = 0                                         CPYDOMN 
007460         GO TO 5120-EXIT.                                         CPYDOMN 
007470     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYDOMN 
007480     STRING 'EXTRA VALUE ' DELIMITED BY SIZE                      CPYDOMN 
007490         WS-DV-VALUE(WS-DVX) DELIMITED BY SPACE                   CPYDOMN 
007500         ' - ' DELIMITED BY SIZE                                  CPYDOMN 
007510         WS-DV-MEANING(WS-DVX) DELIMITED BY SPACE                 CPYDOMN 
007520         ' - NOT IN ' DELIMITED BY SIZE                           CPYDOMN 
007530         WS-CD-REF(WS-CDX) DELIMITED BY SPACE                     CPYDOMN 
007540         INTO WS-RPT-FILE-REC(16:100)                             CPYDOMN 
007550     END-STRING.                                                  CPYDOMN 
007560     PERFORM 5900-WRITE-ONE-FINDING THRU 5900-EXIT.               CPYDOMN 
007570 5120-EXIT.                                                       CPYDOMN 
007580     EXIT.                                                        CPYDOMN 
007590*                                                                 CPYDOMN 
007600*    THE ROW FOR WS-FIND-VALUE OF THIS CODE IN WS-FIND-BOOK,      CPYDOMN 
007610*    OR 0 IN WS-HIT-IX.                                           CPYDOMN 
007620 5200-FIND-THE-VALUE.                                             CPYDOMN 
007630     MOVE 0 TO WS-HIT-IX.                                         CPYDOMN 
007640     PERFORM 5210-TEST-ONE-ROW THRU 5210-EXIT                     CPYDOMN 
007650         VARYING WS-DVX2 FROM 1 BY 1                              CPYDOMN 
007660         UNTIL WS-DVX2 > WS-DV-COUNT OR WS-HIT-IX > 0.            CPYDOMN 
007670 5200-EXIT.                                                       CPYDOMN 
007680     EXIT.                                                        CPYDOMN 
007690*                                                                 CPYDOMN 
007700 5210-TEST-ONE-ROW.                                               CPYDOMN 
007710     IF WS-DV-CODE(WS-DVX2) = WS-CD-CODE(WS-CDX)                  CPYDOMN 
007720         AND WS-DV-BOOK(WS-DVX2) = WS-FIND-BOOK                   CPYDOMN 
007730         AND WS-DV-VALUE(WS-DVX2) = WS-FIND-VALUE                 CPYDOMN 
007740         MOVE WS-DVX2 TO WS-HIT-IX                                CPYDOMN 
007750     END-IF.                                                      CPYDOMN 
007760 5210-EXIT.                                                       CPYDOMN 
007770     EXIT.                                                        CPYDOMN 
007780*                                                                 CPYDOMN 
007790*    THE FINDING TEXT IS ALREADY IN WS-RPT-FILE-REC(16:); THE     CPYDOMN 
007800*    CODE'S HEADING GOES OUT AHEAD OF ITS FIRST FINDING.          CPYDOMN 
007810 5900-WRITE-ONE-FINDING.                                          CPYDOMN 
007820     MOVE WS-RPT-FILE-REC TO WS-LST-FILE-REC.                     CPYDOMN 
007830     IF WS-CODE-HDR-SW = 'N'                                      CPYDOMN 
007840         MOVE 'Y' TO WS-CODE-HDR-SW                               CPYDOMN 
007850         ADD 1 TO WS-DIFF-CODES                                   CPYDOMN 
007860         MOVE SPACES TO WS-RPT-FILE-REC                           CPYDOMN 
007870         WRITE WS-RPT-FILE-REC                                    CPYDOMN 
007880         STRING 'CODE ' DELIMITED BY SIZE                         CPYDOMN 
007890             WS-CD-CODE(WS-CDX) DELIMITED BY SPACE                CPYDOMN 
007900             INTO WS-RPT-FILE-REC                                 CPYDOMN 
007910         END-STRING                                               CPYDOMN 
007920         IF WS-CD-OVR-SW(WS-CDX) = 'Y'                            CPYDOMN 
007930             STRING 'MASTER ' DELIMITED BY SIZE                   CPYDOMN 
007940                 WS-CD-MASTER(WS-CDX) DELIMITED BY SPACE          CPYDOMN 
007950                 ' (STEWARD ' DELIMITED BY SIZE                   CPYDOMN 
007960                 WS-CD-STEWARD(WS-CDX) DELIMITED BY SPACE         CPYDOMN 
007970                 ')' DELIMITED BY SIZE                            CPYDOMN 
007980                 INTO WS-RPT-FILE-REC(37:80)                      CPYDOMN 
007990             END-STRING                                           CPYDOMN 
008000         ELSE                                                     CPYDOMN 
008010             STRING 'NO MASTER DECLARED - COMPARED WITH '         CPYDOMN 
008020                 DELIMITED BY SIZE                                CPYDOMN 
008030                 WS-CD-REF(WS-CDX) DELIMITED BY SPACE             CPYDOMN 
008040                 INTO WS-RPT-FILE-REC(37:80)                      CPYDOMN 
008050             END-STRING                                           CPYDOMN 
008060         END-IF                                                   CPYDOMN 
008070         WRITE WS-RPT-FILE-REC                                    CPYDOMN 
008080     END-IF.                                                      CPYDOMN 
008090     MOVE WS-LST-FILE-REC TO WS-RPT-FILE-REC.                     CPYDOMN 
008100     MOVE WS-CMP-BOOK TO WS-RPT-FILE-REC(5:10).                   CPYDOMN 
008110     WRITE WS-RPT-FILE-REC.                                       CPYDOMN 
008120     ADD 1 TO WS-CD-DIFFS(WS-CDX).                                CPYDOMN 
008130     ADD 1 TO WS-FINDINGS.                                        CPYDOMN 
008140 5900-EXIT.                                                       CPYDOMN 
008150     EXIT.                                                        CPYDOMN 
008160*-------------------------------------------------------------    CPYDOMN 
008170*6000-WRITE-THE-LISTING - ONE BLOCK PER CODE FOR THE BUSINESS:    CPYDOMN 
008180*ITS STEWARD, WHERE THE VALUES COME FROM, AND THE VALUES WITH     CPYDOMN 
008190*THEIR MEANINGS.  A CODE WHOSE COPIES DISAGREE SAYS SO.           CPYDOMN 
008200*-------------------------------------------------------------    CPYDOMN 
008210 6000-WRITE-THE-LISTING.                                          CPYDOMN 
008220     OPEN OUTPUT LST-FILE.                                        CPYDOMN 
008230     MOVE SPACES TO WS-LST-FILE-REC.                              CPYDOMN 
008240     STRING 'CPYDOMN CODE-VALUE DOMAINS - ' WS-RUN-TIMESTAMP      CPYDOMN 
008250         DELIMITED BY SIZE INTO WS-LST-FILE-REC                   CPYDOMN 
008260     END-STRING.                                                  CPYDOMN 
008270     WRITE WS-LST-FILE-REC.                                       CPYDOMN 
008280     PERFORM 6100-LIST-ONE-CODE THRU 6100-EXIT                    CPYDOMN 
008290         VARYING WS-CDX FROM 1 BY 1                               CPYDOMN 
008300         UNTIL WS-CDX > WS-CD-COUNT.                              CPYDOMN 
008310     CLOSE LST-FILE.                                              CPYDOMN 
008320 6000-EXIT.                                                       CPYDOMN 
008330     EXIT.                                                        CPYDOMN 
008340*                                                                 CPYDOMN 
008350 6100-LIST-ONE-CODE.                                              CPYDOMN 
008360     IF WS-CD-BOOKS(WS-CDX) = 0                                   CPYDOMN 
008370         GO TO 6100-EXIT.                                         CPYDOMN 
008380     MOVE SPACES TO WS-LST-FILE-REC.                              CPYDOMN 
008390     WRITE WS-LST-FILE-REC.                                       CPYDOMN 
008400     MOVE WS-CD-BOOKS(WS-CDX) TO WS-EDIT-BOOKS.                   CPYDOMN 
008410     STRING 'CODE ' DELIMITED BY SIZE                             CPYDOMN 
008420         WS-CD-CODE(WS-CDX) DELIMITED BY SPACE                    CPYDOMN 
008430         INTO WS-LST-FILE-REC                                     CPYDOMN 
008440     END-STRING.                                                  CPYDOMN 
008450     STRING 'SOURCE ' DELIMITED BY SIZE                           CPYDOMN 
008460         WS-CD-REF(WS-CDX) DELIMITED BY SPACE                     CPYDOMN 
008470         '  USED IN ' WS-EDIT-BOOKS ' COPYBOOK(S)'                CPYDOMN 
008480         DELIMITED BY SIZE                                        CPYDOMN 
008490         INTO WS-LST-FILE-REC(37:60)                              CPYDOMN 
008500     END-STRING.                                                  CPYDOMN 
008510     IF WS-CD-STEWARD(WS-CDX) NOT = SPACES                        CPYDOMN 
008520         STRING 'STEWARD ' WS-CD-STEWARD(WS-CDX)                  CPYDOMN 
008530             DELIMITED BY SIZE INTO WS-LST-FILE-REC(97:16)        CPYDOMN 
008540         END-STRING                                               CPYDOMN 
008550     END-IF.                                                      CPYDOMN 
008560     WRITE WS-LST-FILE-REC.                                       CPYDOMN 
008570     IF WS-CD-REMARKS(WS-CDX) NOT = SPACES                        CPYDOMN 
008580         MOVE SPACES TO WS-LST-FILE-REC                           CPYDOMN 
008590         MOVE WS-CD-REMARKS(WS-CDX) TO WS-LST-FILE-REC(5:56)      CPYDOMN 
008600         WRITE WS-LST-FILE-REC                                    CPYDOMN 
008610     END-IF.                                                      CPYDOMN 
008620     PERFORM 6110-LIST-ONE-VALUE THRU 6110-EXIT                   CPYDOMN 
008630         VARYING WS-DVX FROM 1 BY 1                               CPYDOMN 
008640         UNTIL WS-DVX > WS-DV-COUNT.                              CPYDOMN 
008650     IF WS-CD-DIFFS(WS-CDX) > 0                                   CPYDOMN 
008660         MOVE WS-CD-DIFFS(WS-CDX) TO WS-EDIT-DIFFS                CPYDOMN 
008670         MOVE SPACES TO WS-LST-FILE-REC                           CPYDOMN 
008680         STRING '* ' WS-EDIT-DIFFS                                CPYDOMN 
008690             ' DISAGREEMENT(S) IN OTHER COPYBOOKS - SEE '         CPYDOMN 
008700             'registry/CPYDOMN.RPT'                               CPYDOMN 
008710             DELIMITED BY SIZE INTO WS-LST-FILE-REC(5:90)         CPYDOMN 
008720         END-STRING                                               CPYDOMN 
008730         WRITE WS-LST-FILE-REC                                    CPYDOMN 
008740     END-IF.                                                      CPYDOMN 
008750 6100-EXIT.                                                       CPYDOMN 
008760     EXIT.                                                        CPYDOMN 
008770*                                                                 CPYDOMN 
008780 6110-LIST-ONE-VALUE.                                             CPYDOMN 
008790     IF WS-DV-CODE(WS-DVX) NOT = WS-CD-CODE(WS-CDX)               CPYDOMN 
008800         OR WS-DV-BOOK(WS-DVX) NOT = WS-CD-REF(WS-CDX)            CPYDOMN 
008810         GO TO 6110-EXIT.                                         CPYDOMN 
008820     MOVE SPACES TO WS-LST-FILE-REC.                              CPYDOMN 
008830     MOVE WS-DV-VALUE(WS-DVX) TO WS-LST-FILE-REC(5:30).           CPYDOMN 
008840     MOVE WS-DV-MEANING(WS-DVX) TO WS-LST-FILE-REC(37:30).        CPYDOMN 
008850     WRITE WS-LST-FILE-REC.                                       CPYDOMN 
008860 6110-EXIT.                                                       CPYDOMN 
008870     EXIT.                                                        CPYDOMN 
008880*-------------------------------------------------------------    CPYDOMN 
008890*7000-WRITE-THE-TOTALS                                            CPYDOMN 
008900*-------------------------------------------------------------    CPYDOMN 
008910 7000-WRITE-THE-TOTALS.                                           CPYDOMN 
008920     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYDOMN 
008930     WRITE WS-RPT-FILE-REC.                                       CPYDOMN 
008940     MOVE WS-BOOK-COUNT TO WS-EDIT-COUNT.                         CPYDOMN 
008950     MOVE WS-DV-COUNT TO WS-EDIT-VALUES.                          CPYDOMN 
008960     MOVE WS-CD-COUNT TO WS-EDIT-CODES.                           CPYDOMN 
008970     MOVE WS-SHARED-CODES TO WS-EDIT-SHARED.                      CPYDOMN 
008980     STRING 'COPYBOOKS ' WS-EDIT-COUNT '  88 VALUES '             CPYDOMN 
008990         WS-EDIT-VALUES '  CODES ' WS-EDIT-CODES                  CPYDOMN 
009000         '  SHARED ' WS-EDIT-SHARED                               CPYDOMN 
009010         DELIMITED BY SIZE INTO WS-RPT-FILE-REC                   CPYDOMN 
009020     END-STRING.                                                  CPYDOMN 
009030     WRITE WS-RPT-FILE-REC.                                       CPYDOMN 
009040     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYDOMN 
009050     MOVE WS-DIFF-CODES TO WS-EDIT-CODES.                         CPYDOMN 
009060     MOVE WS-FINDINGS TO WS-EDIT-DIFFS.                           CPYDOMN 
009070     MOVE WS-NO-MASTER-CODES TO WS-EDIT-SHARED.                   CPYDOMN 
009080     STRING 'CODES DISAGREEING ' WS-EDIT-CODES                    CPYDOMN 
009090         '  FINDINGS ' WS-EDIT-DIFFS                              CPYDOMN 
009100         '  SHARED WITH NO MASTER DECLARED ' WS-EDIT-SHARED       CPYDOMN 
009110         DELIMITED BY SIZE INTO WS-RPT-FILE-REC                   CPYDOMN 
009120     END-STRING.                                                  CPYDOMN 
009130     WRITE WS-RPT-FILE-REC.                                       CPYDOMN 
009140     MOVE WS-DIFF-CODES TO WS-EDIT-CODES.                         CPYDOMN 
009150     DISPLAY 'CPYDOMN CATALOGED ' WS-EDIT-VALUES ' VALUE(S), '    CPYDOMN 
009160         WS-EDIT-CODES ' CODE(S) DISAGREEING'.                    CPYDOMN 
009170 7000-EXIT.                                                       CPYDOMN 
009180     EXIT.                                                        CPYDOMN 
