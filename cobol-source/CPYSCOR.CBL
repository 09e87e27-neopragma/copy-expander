000010 IDENTIFICATION DIVISION.                                         CPYSCOR 
000020 PROGRAM-ID. CPYSCOR.                                             CPYSCOR 
000030 AUTHOR. R SANDOVAL.                                              CPYSCOR 
000040 INSTALLATION. DATA CENTER SERVICES - COPYBOOK TOOLING.           CPYSCOR 
000050 DATE-WRITTEN. 2026-10-15.                                        CPYSCOR 
000060 DATE-COMPILED.                                                   CPYSCOR 
000070*-------------------------------------------------------------    CPYSCOR 
000080*MODIFICATION HISTORY                                             CPYSCOR 
000090*-------------------------------------------------------------    CPYSCOR 
000100*2026-10-15 RS  COPYBOOK CODING-STANDARDS SCORECARD.  EVERY       CPYSCOR 
000110*               COPYBOOK ON config/COPYBOOKS.LST IS RUN           CPYSCOR 
000120*               THROUGH THE CPYSTDV CHECKER AGAINST THE RULES     CPYSCOR 
000130*               OF config/CPYRULE.DAT AT THE SEVERITIES ITS       CPYSCOR 
000140*               OWNING TEAM (config/CPYOWN.DAT) RUNS THEM.        CPYSCOR 
000150*               THE MEMBER CHECKED IS THE FIRST ONE FOUND IN      CPYSCOR 
000160*               config/CPYLIB.CFG SEARCH ORDER, AS THE            CPYSCOR 
000170*               EXPANDER WOULD PULL IT.  A COPYBOOK IS A          CPYSCOR 
000180*               FILE-SECTION LAYOUT (THE NOVALFD RULE) WHEN       CPYSCOR 
000190*               A PROGRAM ON config/MEMBERS.LST COPIES IT         CPYSCOR 
000200*               INSIDE ITS FILE SECTION.  THE REPORT LISTS        CPYSCOR 
000210*               EACH COPYBOOK'S FINDINGS AND SCORE - 100 LESS     CPYSCOR 
000220*               10 PER ERROR, 3 PER WARNING AND 1 PER NOTE,       CPYSCOR 
000230*               NEVER BELOW ZERO - THEN EACH TEAM'S SCORE,        CPYSCOR 
000240*               THE AVERAGE OF ITS COPYBOOKS.  NO SYSIN.          CPYSCOR 
000250*               RC 0 NO ERROR-LEVEL FINDING, 4 ERRORS FOUND,      CPYSCOR 
000260*               8 A COPYBOOK NOT FOUND IN ANY LIBRARY, 12 NO      CPYSCOR 
000270*               ROLL OR NO LIBRARIES.                             CPYSCOR 
000280*               REPORT: registry/CPYSCOR.RPT.                     CPYSCOR 
000282*2026-10-15 RS  FREE-FORMAT SOURCE: EACH LINE IS READ THROUGH     CPYSCOR 
000284*               CPYSRCF AS THE CARD IT STANDS FOR, SO THE         CPYSCOR 
000286*               COLUMN RULES HOLD FOR EITHER FORM.                CPYSCOR 
000288*               THE SOURCE RECORD IS WIDENED TO 256.              CPYSCOR 
000290*-------------------------------------------------------------    CPYSCOR 
000300 ENVIRONMENT DIVISION.                                            CPYSCOR 
000310 CONFIGURATION SECTION.                                           CPYSCOR 
000320 SOURCE-COMPUTER. GENERIC-COMPUTER.                               CPYSCOR 
000330 OBJECT-COMPUTER. GENERIC-COMPUTER.                               CPYSCOR 
000340 INPUT-OUTPUT SECTION.                                            CPYSCOR 
000350 FILE-CONTROL.                                                    CPYSCOR 
000360     SELECT ROLL-FILE ASSIGN TO DYNAMIC WS-ROLL-FILENAME          CPYSCOR 
000370         ORGANIZATION LINE SEQUENTIAL                             CPYSCOR 
000380         FILE STATUS IS WS-ROLL-FILE-STATUS.                      CPYSCOR 
000390     SELECT CFG-FILE ASSIGN TO DYNAMIC WS-CFG-FILENAME            CPYSCOR 
000400         ORGANIZATION LINE SEQUENTIAL                             CPYSCOR 
000410         FILE STATUS IS WS-CFG-FILE-STATUS.                       CPYSCOR 
000420     SELECT MBR-FILE ASSIGN TO DYNAMIC WS-MBR-FILENAME            CPYSCOR 
000430         ORGANIZATION LINE SEQUENTIAL                             CPYSCOR 
000440         FILE STATUS IS WS-MBR-FILE-STATUS.                       CPYSCOR 
000450     SELECT SRC-FILE ASSIGN TO DYNAMIC WS-SRC-FILENAME            CPYSCOR 
000460         ORGANIZATION LINE SEQUENTIAL                             CPYSCOR 
000470         FILE STATUS IS WS-SRC-FILE-STATUS.                       CPYSCOR 
000480     SELECT OWN-FILE ASSIGN TO DYNAMIC WS-OWN-FILENAME            CPYSCOR 
000490         ORGANIZATION LINE SEQUENTIAL                             CPYSCOR 
000500         FILE STATUS IS WS-OWN-FILE-STATUS.                       CPYSCOR 
000510     SELECT RPT-FILE ASSIGN TO DYNAMIC WS-RPT-FILENAME            CPYSCOR 
000520         ORGANIZATION LINE SEQUENTIAL                             CPYSCOR 
000530         FILE STATUS IS WS-RPT-FILE-STATUS.                       CPYSCOR 
000540 DATA DIVISION.                                                   CPYSCOR 
000550 FILE SECTION.                                                    CPYSCOR 
000560 FD  ROLL-FILE.                                                   CPYSCOR 
000570 01  WS-ROLL-FILE-REC        PIC X(80).                           CPYSCOR 
000580 FD  CFG-FILE.                                                    CPYSCOR 
000590 01  WS-CFG-FILE-REC         PIC X(80).                           CPYSCOR 
000600 FD  MBR-FILE.                                                    CPYSCOR 
000610 01  WS-MBR-FILE-REC         PIC X(80).                           CPYSCOR 
000620 FD  SRC-FILE.                                                    CPYSCOR 
000630 01  WS-SRC-FILE-REC         PIC X(256).                          CPYSCOR 
000640 FD  OWN-FILE.                                                    CPYSCOR 
000650 01  WS-OWN-FILE-REC         PIC X(80).                           CPYSCOR 
000660 FD  RPT-FILE.                                                    CPYSCOR 
000670 01  WS-RPT-FILE-REC         PIC X(132).                          CPYSCOR 
000680 WORKING-STORAGE SECTION.                                         CPYSCOR 
000690*-------------------------------------------------------------    CPYSCOR 
000700*FILE STATUS AND DYNAMIC FILE NAMES                               CPYSCOR 
000710*-------------------------------------------------------------    CPYSCOR 
000720 77  WS-ROLL-FILENAME        PIC X(80)                            CPYSCOR 
000730         VALUE 'config/COPYBOOKS.LST'.                            CPYSCOR 
000740 77  WS-ROLL-FILE-STATUS     PIC X(02) VALUE '00'.                CPYSCOR 
000750 77  WS-CFG-FILENAME         PIC X(80)                            CPYSCOR 
000760         VALUE 'config/CPYLIB.CFG'.                               CPYSCOR 
000770 77  WS-CFG-FILE-STATUS      PIC X(02) VALUE '00'.                CPYSCOR 
000780 77  WS-MBR-FILENAME         PIC X(80)                            CPYSCOR 
000790         VALUE 'config/MEMBERS.LST'.                              CPYSCOR 
000800 77  WS-MBR-FILE-STATUS      PIC X(02) VALUE '00'.                CPYSCOR 
000810 77  WS-SRC-FILENAME         PIC X(80) VALUE SPACES.              CPYSCOR 
000820 77  WS-SRC-FILE-STATUS      PIC X(02) VALUE '00'.                CPYSCOR 
000830 77  WS-SRC-DIR              PIC X(40) VALUE 'cobol-source/'.     CPYSCOR 
000840 77  WS-OWN-FILENAME         PIC X(80)                            CPYSCOR 
000850         VALUE 'config/CPYOWN.DAT'.                               CPYSCOR 
000860 77  WS-OWN-FILE-STATUS      PIC X(02) VALUE '00'.                CPYSCOR 
000870 77  WS-RPT-FILENAME         PIC X(80)                            CPYSCOR 
000880         VALUE 'registry/CPYSCOR.RPT'.                            CPYSCOR 
000890 77  WS-RPT-FILE-STATUS      PIC X(02) VALUE '00'.                CPYSCOR 
000900 77  WS-EOF-SW               PIC X(01) VALUE 'N'.                 CPYSCOR 
000910     88  WS-EOF              VALUE 'Y'.                           CPYSCOR 
000920 77  WS-SRC-EOF-SW           PIC X(01) VALUE 'N'.                 CPYSCOR 
000930 77  WS-FOUND-SW             PIC X(01) VALUE 'N'.                 CPYSCOR 
000940     88  WS-FOUND            VALUE 'Y'.                           CPYSCOR 
000950 77  WS-IN-FILE-SECTION-SW   PIC X(01) VALUE 'N'.                 CPYSCOR 
000960     88  WS-IN-FILE-SECTION  VALUE 'Y'.                           CPYSCOR 
000970 77  WS-COPYBOOK-NAME        PIC X(30) VALUE SPACES.              CPYSCOR 
000980 77  WS-BOOK-TEAM            PIC X(10) VALUE SPACES.              CPYSCOR 
000990 77  WS-BOOK-LIBRARY         PIC X(08) VALUE SPACES.              CPYSCOR 
001000 77  WS-MEMBER-NAME          PIC X(10) VALUE SPACES.              CPYSCOR 
001010 77  WS-TRIM-LEN             PIC 9(04) COMP VALUE 0.              CPYSCOR 
001020 77  WS-FINAL-RC             PIC 9(02) VALUE 0.                   CPYSCOR 
001030*-------------------------------------------------------------    CPYSCOR 
001040*COUNTERS, SUBSCRIPTS AND EDITED FIELDS                           CPYSCOR 
001050*-------------------------------------------------------------    CPYSCOR 
001060 77  WS-RIX                  PIC 9(04) COMP VALUE 0.              CPYSCOR 
001070 77  WS-FIX                  PIC 9(04) COMP VALUE 0.              CPYSCOR 
001080 77  WS-LIX                  PIC 9(04) COMP VALUE 0.              CPYSCOR 
001090 77  WS-TIX                  PIC 9(03) COMP VALUE 0.              CPYSCOR 
001100 77  WS-OIX                  PIC 9(03) COMP VALUE 0.              CPYSCOR 
001110 77  WS-TALLY                PIC 9(04) COMP VALUE 0.              CPYSCOR 
001120 77  WS-SCORED-COUNT         PIC 9(04) COMP VALUE 0.              CPYSCOR 
001130 77  WS-FAILED-COUNT         PIC 9(04) COMP VALUE 0.              CPYSCOR 
001140 77  WS-MISSING-COUNT        PIC 9(04) COMP VALUE 0.              CPYSCOR 
001150 77  WS-PENALTY              PIC 9(07) COMP VALUE 0.              CPYSCOR 
001160 77  WS-BOOK-SCORE           PIC 9(03) VALUE 0.                   CPYSCOR 
001170 77  WS-TEAM-SCORE           PIC 9(03) VALUE 0.                   CPYSCOR 
001180 77  WS-EDIT-COUNT           PIC Z(05)9.                          CPYSCOR 
001190 77  WS-EDIT-LINE            PIC Z(05)9.                          CPYSCOR 
001200 77  WS-EDIT-SCORE           PIC ZZ9.                             CPYSCOR 
001210 COPY CPYCFG.                                                     CPYSCOR 
001220 COPY CPYSVP.                                                     CPYSCOR 
001230*-------------------------------------------------------------    CPYSCOR 
001240*THE ROLL.                                                        CPYSCOR 
001250*-------------------------------------------------------------    CPYSCOR 
001260 01  WS-ROLL-TABLE.                                               CPYSCOR 
001270     05  WS-ROLL-COUNT       PIC 9(04) COMP VALUE 0.              CPYSCOR 
001280     05  WS-ROLL-NAME        PIC X(30) OCCURS 500 TIMES.          CPYSCOR 
001290*-------------------------------------------------------------    CPYSCOR 
001300*COPYBOOKS SOME PROGRAM COPIES INSIDE ITS FILE SECTION.           CPYSCOR 
001310*-------------------------------------------------------------    CPYSCOR 
001320 01  WS-FDL-TABLE.                                                CPYSCOR 
001330     05  WS-FDL-COUNT        PIC 9(04) COMP VALUE 0.              CPYSCOR 
001340     05  WS-FDL-NAME         PIC X(30) OCCURS 500 TIMES.          CPYSCOR 
001350 01  WS-SRC-AREA.                                                 CPYSCOR 
001360     05  WS-SRC-TEXT         PIC X(65).                           CPYSCOR 
001370     05  WS-SRC-SQUEEZE      PIC X(65).                           CPYSCOR 
001380     05  WS-SRC-WORD1        PIC X(30).                           CPYSCOR 
001390     05  WS-SRC-WORD2        PIC X(30).                           CPYSCOR 
001400*-------------------------------------------------------------    CPYSCOR 
001410*PER-TEAM TOTALS, IN ORDER OF FIRST APPEARANCE ON THE ROLL.       CPYSCOR 
001420*-------------------------------------------------------------    CPYSCOR 
001430 01  WS-TEAM-TABLE.                                               CPYSCOR 
001440     05  WS-TEAM-COUNT       PIC 9(03) COMP VALUE 0.              CPYSCOR 
001450     05  WS-TEAM-ENT OCCURS 100 TIMES.                            CPYSCOR 
001460         10  WS-TEAM-NAME    PIC X(10).                           CPYSCOR 
001470         10  WS-TEAM-BOOKS   PIC 9(04) COMP.                      CPYSCOR 
001480         10  WS-TEAM-CLEAN   PIC 9(04) COMP.                      CPYSCOR 
001490         10  WS-TEAM-ERRORS  PIC 9(06) COMP.                      CPYSCOR 
001500         10  WS-TEAM-WARNS   PIC 9(06) COMP.                      CPYSCOR 
001510         10  WS-TEAM-NOTES   PIC 9(06) COMP.                      CPYSCOR 
001520         10  WS-TEAM-SCORES  PIC 9(07) COMP.                      CPYSCOR 
001530*COPYBOOK OWNERSHIP (config/CPYOWN.DAT): OWNING TEAM AND ITS      CPYSCOR 
001540*FIRST CONTACT, LOADED UP FRONT FOR THE LOOKUPS BELOW.            CPYSCOR 
001550 01  WS-OWN-TABLE.                                                CPYSCOR 
001560     05  WS-OWN-COUNT        PIC 9(03) COMP VALUE 0.              CPYSCOR 
001570     05  WS-OWN-ENT OCCURS 100 TIMES.                             CPYSCOR 
001580         10  WS-OWN-CB       PIC X(30).                           CPYSCOR 
001590         10  WS-OWN-TEAM     PIC X(10).                           CPYSCOR 
001600         10  WS-OWN-CONTACT1 PIC X(08).                           CPYSCOR 
001610 77  WS-OWN-HIT-TEAM         PIC X(10) VALUE SPACES.              CPYSCOR 
001620 77  WS-OWN-HIT-CONTACT      PIC X(08) VALUE SPACES.              CPYSCOR 
001630 77  WS-OWN-EOF-SW           PIC X(01) VALUE 'N'.                 CPYSCOR 
001640 77  WS-OWN-PROBE            PIC X(30) VALUE SPACES.              CPYSCOR 
001645 COPY CPYSFP.                                                     CPYSCOR 
001650 PROCEDURE DIVISION.                                              CPYSCOR 
001660*-------------------------------------------------------------    CPYSCOR 
001670*0000-MAINLINE                                                    CPYSCOR 
001680*-------------------------------------------------------------    CPYSCOR 
001690 0000-MAINLINE.                                                   CPYSCOR 
001700     PERFORM 1200-LOAD-ROLL THRU 1200-EXIT.                       CPYSCOR 
001710     IF WS-ROLL-COUNT = 0                                         CPYSCOR 
001720         DISPLAY 'CPYSCOR - NO COPYBOOK ROLL'                     CPYSCOR 
001730         MOVE 12 TO RETURN-CODE                                   CPYSCOR 
001740         GOBACK                                                   CPYSCOR 
001750     END-IF.                                                      CPYSCOR 
001760     PERFORM 1500-LOAD-LIBRARY-LIST THRU 1500-EXIT.               CPYSCOR 
001770     IF CFG-LIBRARY-COUNT = 0                                     CPYSCOR 
001780         DISPLAY 'CPYSCOR - NO COPYBOOK LIBRARIES CONFIGURED'     CPYSCOR 
001790         MOVE 12 TO RETURN-CODE                                   CPYSCOR 
001800         GOBACK                                                   CPYSCOR 
001810     END-IF.                                                      CPYSCOR 
001820     PERFORM 1700-FIND-FILE-LAYOUTS THRU 1700-EXIT.               CPYSCOR 
001830     PERFORM 8600-LOAD-OWNERSHIP THRU 8600-EXIT.                  CPYSCOR 
001840     OPEN OUTPUT RPT-FILE.                                        CPYSCOR 
001850     MOVE 'CPYSCOR COPYBOOK CODING-STANDARDS SCORECARD'           CPYSCOR 
001860         TO WS-RPT-FILE-REC.                                      CPYSCOR 
001870     WRITE WS-RPT-FILE-REC.                                       CPYSCOR 
001880     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYSCOR 
001890     STRING 'RULES config/CPYRULE.DAT - SCORE IS 100 LESS 10 '    CPYSCOR 
001900         DELIMITED BY SIZE                                        CPYSCOR 
001910         'PER ERROR, 3 PER WARNING, 1 PER NOTE'                   CPYSCOR 
001920         DELIMITED BY SIZE                                        CPYSCOR 
001930         INTO WS-RPT-FILE-REC                                     CPYSCOR 
001940     END-STRING.                                                  CPYSCOR 
001950     WRITE WS-RPT-FILE-REC.                                       CPYSCOR 
001960     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYSCOR 
001970     WRITE WS-RPT-FILE-REC.                                       CPYSCOR 
001980     PERFORM 1950-PRINT-BOOK-HEADING THRU 1950-EXIT.              CPYSCOR 
001990     PERFORM 2000-SCORE-ONE-COPYBOOK THRU 2000-EXIT               CPYSCOR 
002000         VARYING WS-RIX FROM 1 BY 1                               CPYSCOR 
002010         UNTIL WS-RIX > WS-ROLL-COUNT.                            CPYSCOR 
002020     PERFORM 4000-PRINT-TEAM-SCORES THRU 4000-EXIT.               CPYSCOR 
002030     CLOSE RPT-FILE.                                              CPYSCOR 
002040     MOVE WS-SCORED-COUNT TO WS-EDIT-COUNT.                       CPYSCOR 
002050     DISPLAY 'CPYSCOR COPYBOOKS SCORED: ' WS-EDIT-COUNT.          CPYSCOR 
002060     MOVE WS-FAILED-COUNT TO WS-EDIT-COUNT.                       CPYSCOR 
002070     DISPLAY 'CPYSCOR WITH ERROR-LEVEL FINDINGS: '                CPYSCOR 
002080         WS-EDIT-COUNT.                                           CPYSCOR 
002090     MOVE WS-FINAL-RC TO RETURN-CODE.                             CPYSCOR 
002100     GOBACK.                                                      CPYSCOR 
002110*                                                                 CPYSCOR 
002120 1200-LOAD-ROLL.                                                  CPYSCOR 
002130     OPEN INPUT ROLL-FILE.                                        CPYSCOR 
002140     IF WS-ROLL-FILE-STATUS NOT = '00'                            CPYSCOR 
002150         GO TO 1200-EXIT.                                         CPYSCOR 
002160     MOVE 'N' TO WS-EOF-SW.                                       CPYSCOR 
002170     PERFORM 1210-LOAD-ONE-ROLL-LINE THRU 1210-EXIT UNTIL WS-EOF. CPYSCOR 
002180     CLOSE ROLL-FILE.                                             CPYSCOR 
002190     MOVE 'N' TO WS-EOF-SW.                                       CPYSCOR 
002200 1200-EXIT.                                                       CPYSCOR 
002210     EXIT.                                                        CPYSCOR 
002220*                                                                 CPYSCOR 
002230 1210-LOAD-ONE-ROLL-LINE.                                         CPYSCOR 
002240     READ ROLL-FILE INTO WS-ROLL-FILE-REC                         CPYSCOR 
002250         AT END MOVE 'Y' TO WS-EOF-SW                             CPYSCOR 
002260     END-READ.                                                    CPYSCOR 
002270     IF NOT WS-EOF                                                CPYSCOR 
002280         AND WS-ROLL-FILE-REC(1:1) NOT = '*'                      CPYSCOR 
002290         AND WS-ROLL-FILE-REC NOT = SPACES                        CPYSCOR 
002300         AND WS-ROLL-COUNT < 500                                  CPYSCOR 
002310         ADD 1 TO WS-ROLL-COUNT                                   CPYSCOR 
002320         MOVE WS-ROLL-FILE-REC(1:30)                              CPYSCOR 
002330             TO WS-ROLL-NAME(WS-ROLL-COUNT)                       CPYSCOR 
002340     END-IF.                                                      CPYSCOR 
002350 1210-EXIT.                                                       CPYSCOR 
002360     EXIT.                                                        CPYSCOR 
002370*                                                                 CPYSCOR 
002380 1500-LOAD-LIBRARY-LIST.                                          CPYSCOR 
002390     MOVE 0 TO CFG-LIBRARY-COUNT CFG-MAX-COPY-DEPTH.              CPYSCOR 
002400     OPEN INPUT CFG-FILE.                                         CPYSCOR 
002410     IF WS-CFG-FILE-STATUS NOT = '00'                             CPYSCOR 
002420         GO TO 1500-EXIT.                                         CPYSCOR 
002430     MOVE 'N' TO WS-EOF-SW.                                       CPYSCOR 
002440     PERFORM 1510-LOAD-ONE-CFG-LINE THRU 1510-EXIT UNTIL WS-EOF.  CPYSCOR 
002450     CLOSE CFG-FILE.                                              CPYSCOR 
002460     MOVE 'N' TO WS-EOF-SW.                                       CPYSCOR 
002470 1500-EXIT.                                                       CPYSCOR 
002480     EXIT.                                                        CPYSCOR 
002490*                                                                 CPYSCOR 
002500 1510-LOAD-ONE-CFG-LINE.                                          CPYSCOR 
002510     READ CFG-FILE INTO WS-CFG-FILE-REC                           CPYSCOR 
002520         AT END MOVE 'Y' TO WS-EOF-SW                             CPYSCOR 
002530     END-READ.                                                    CPYSCOR 
002540     IF NOT WS-EOF                                                CPYSCOR 
002550         AND WS-CFG-FILE-REC(1:1) NOT = '*'                       CPYSCOR 
002560         AND WS-CFG-FILE-REC NOT = SPACES                         CPYSCOR 
002570         AND CFG-LIBRARY-COUNT < 10                               CPYSCOR 
002580         ADD 1 TO CFG-LIBRARY-COUNT                               CPYSCOR 
002590         SET CFG-LIB-IDX TO CFG-LIBRARY-COUNT                     CPYSCOR 
002600         UNSTRING WS-CFG-FILE-REC DELIMITED BY ALL SPACE          CPYSCOR 
002610             INTO CFG-LIBRARY-NAME(CFG-LIB-IDX)                   CPYSCOR 
002620                  CFG-LIBRARY-PATH(CFG-LIB-IDX)                   CPYSCOR 
002630         END-UNSTRING                                             CPYSCOR 
002640     END-IF.                                                      CPYSCOR 
002650 1510-EXIT.                                                       CPYSCOR 
002660     EXIT.                                                        CPYSCOR 
002670*                                                                 CPYSCOR 
002680*-------------------------------------------------------------    CPYSCOR 
002690*1700-FIND-FILE-LAYOUTS - EVERY PROGRAM ON THE MEMBER LIST IS     CPYSCOR 
002700*READ FROM cobol-source/, AND EVERY COPY STATEMENT BETWEEN ITS    CPYSCOR 
002710*FILE SECTION HEADER AND THE NEXT SECTION OR DIVISION HEADER      CPYSCOR 
002720*NAMES A FILE-SECTION LAYOUT.  A PROGRAM WHOSE SOURCE IS NOT      CPYSCOR 
002730*THERE IS SKIPPED.                                                CPYSCOR 
002740*-------------------------------------------------------------    CPYSCOR 
002750 1700-FIND-FILE-LAYOUTS.                                          CPYSCOR 
002760     OPEN INPUT MBR-FILE.                                         CPYSCOR 
002770     IF WS-MBR-FILE-STATUS NOT = '00'                             CPYSCOR 
002780         GO TO 1700-EXIT.                                         CPYSCOR 
002790     MOVE 'N' TO WS-EOF-SW.                                       CPYSCOR 
002800     PERFORM 1710-SCAN-ONE-MEMBER THRU 1710-EXIT UNTIL WS-EOF.    CPYSCOR 
002810     CLOSE MBR-FILE.                                              CPYSCOR 
002820     MOVE 'N' TO WS-EOF-SW.                                       CPYSCOR 
002830 1700-EXIT.                                                       CPYSCOR 
002840     EXIT.                                                        CPYSCOR 
002850*                                                                 CPYSCOR 
002860 1710-SCAN-ONE-MEMBER.                                            CPYSCOR 
002870     READ MBR-FILE INTO WS-MBR-FILE-REC                           CPYSCOR 
002880         AT END MOVE 'Y' TO WS-EOF-SW                             CPYSCOR 
002890     END-READ.                                                    CPYSCOR 
002900     IF WS-EOF                                                    CPYSCOR 
002910         GO TO 1710-EXIT.                                         CPYSCOR 
002920     IF WS-MBR-FILE-REC(1:1) = '*'                                CPYSCOR 
002930         OR WS-MBR-FILE-REC = SPACES                              CPYSCOR 
002940         GO TO 1710-EXIT.                                         CPYSCOR 
002950     MOVE WS-MBR-FILE-REC(1:10) TO WS-MEMBER-NAME.                CPYSCOR 
002960     MOVE 0 TO WS-TRIM-LEN.                                       CPYSCOR 
002970     INSPECT WS-MEMBER-NAME TALLYING WS-TRIM-LEN                  CPYSCOR 
002980         FOR CHARACTERS BEFORE SPACE.                             CPYSCOR 
002990     MOVE SPACES TO WS-SRC-FILENAME.                              CPYSCOR 
003000     STRING WS-SRC-DIR DELIMITED BY SPACE                         CPYSCOR 
003010         WS-MEMBER-NAME(1:WS-TRIM-LEN) DELIMITED BY SIZE          CPYSCOR 
003020         '.CBL' DELIMITED BY SIZE                                 CPYSCOR 
003030         INTO WS-SRC-FILENAME                                     CPYSCOR 
003040     END-STRING.                                                  CPYSCOR 
003050     OPEN INPUT SRC-FILE.                                         CPYSCOR 
003060     IF WS-SRC-FILE-STATUS NOT = '00'                             CPYSCOR 
003070         GO TO 1710-EXIT.                                         CPYSCOR 
003075     MOVE SPACE TO SRCF-FORMAT.                                   CPYSCOR 
003080     MOVE 'N' TO WS-SRC-EOF-SW WS-IN-FILE-SECTION-SW.             CPYSCOR 
003090     PERFORM 1720-SCAN-ONE-SOURCE-LINE THRU 1720-EXIT             CPYSCOR 
003100         UNTIL WS-SRC-EOF-SW = 'Y'.                               CPYSCOR 
003110     CLOSE SRC-FILE.                                              CPYSCOR 
003120 1710-EXIT.                                                       CPYSCOR 
003130     EXIT.                                                        CPYSCOR 
003140*                                                                 CPYSCOR 
003150 1720-SCAN-ONE-SOURCE-LINE.                                       CPYSCOR 
003160     READ SRC-FILE INTO WS-SRC-FILE-REC                           CPYSCOR 
003170         AT END MOVE 'Y' TO WS-SRC-EOF-SW                         CPYSCOR 
003180     END-READ.                                                    CPYSCOR 
003190     IF WS-SRC-EOF-SW = 'Y'                                       CPYSCOR 
003200         GO TO 1720-EXIT.                                         CPYSCOR 
003202     MOVE WS-SRC-FILE-REC TO SRCF-LINE.                           CPYSCOR 
003204     CALL 'CPYSRCF' USING CPYSRCF-PARMS.                          CPYSCOR 
003206     MOVE SRCF-CARD TO WS-SRC-FILE-REC.                           CPYSCOR 
003210     IF WS-SRC-FILE-REC(7:1) = '*' OR WS-SRC-FILE-REC(7:1) = '/'  CPYSCOR 
003220         GO TO 1720-EXIT.                                         CPYSCOR 
003230     MOVE WS-SRC-FILE-REC(8:65) TO WS-SRC-TEXT.                   CPYSCOR 
003240     IF WS-SRC-TEXT = SPACES                                      CPYSCOR 
003250         GO TO 1720-EXIT.                                         CPYSCOR 
003260     MOVE 0 TO WS-TALLY.                                          CPYSCOR 
003270     INSPECT WS-SRC-TEXT TALLYING WS-TALLY FOR LEADING SPACE.     CPYSCOR 
003280     IF WS-TALLY > 0                                              CPYSCOR 
003290         MOVE WS-SRC-TEXT(WS-TALLY + 1:) TO WS-SRC-SQUEEZE        CPYSCOR 
003300         MOVE WS-SRC-SQUEEZE TO WS-SRC-TEXT                       CPYSCOR 
003310     END-IF.                                                      CPYSCOR 
003320     MOVE SPACES TO WS-SRC-WORD1 WS-SRC-WORD2.                    CPYSCOR 
003330     UNSTRING WS-SRC-TEXT DELIMITED BY ALL SPACE                  CPYSCOR 
003340         INTO WS-SRC-WORD1 WS-SRC-WORD2                           CPYSCOR 
003350     END-UNSTRING.                                                CPYSCOR 
003360     INSPECT WS-SRC-WORD2 REPLACING ALL '.' BY ' '.               CPYSCOR 
003370     IF WS-SRC-WORD2 = 'SECTION'                                  CPYSCOR 
003380         IF WS-SRC-WORD1 = 'FILE'                                 CPYSCOR 
003390             MOVE 'Y' TO WS-IN-FILE-SECTION-SW                    CPYSCOR 
003400         ELSE                                                     CPYSCOR 
003410             MOVE 'N' TO WS-IN-FILE-SECTION-SW                    CPYSCOR 
003420         END-IF                                                   CPYSCOR 
003430         GO TO 1720-EXIT.                                         CPYSCOR 
003440     IF WS-SRC-WORD2 = 'DIVISION'                                 CPYSCOR 
003450         MOVE 'N' TO WS-IN-FILE-SECTION-SW                        CPYSCOR 
003460         GO TO 1720-EXIT.                                         CPYSCOR 
003470     IF NOT WS-IN-FILE-SECTION                                    CPYSCOR 
003480         OR WS-SRC-WORD1 NOT = 'COPY'                             CPYSCOR 
003490         GO TO 1720-EXIT.                                         CPYSCOR 
003500     MOVE 'N' TO WS-FOUND-SW.                                     CPYSCOR 
003510     PERFORM 1730-TEST-ONE-LAYOUT THRU 1730-EXIT                  CPYSCOR 
003520         VARYING WS-LIX FROM 1 BY 1                               CPYSCOR 
003530         UNTIL WS-LIX > WS-FDL-COUNT OR WS-FOUND.                 CPYSCOR 
003540     IF NOT WS-FOUND                                              CPYSCOR 
003550         AND WS-FDL-COUNT < 500                                   CPYSCOR 
003560         ADD 1 TO WS-FDL-COUNT                                    CPYSCOR 
003570         MOVE WS-SRC-WORD2 TO WS-FDL-NAME(WS-FDL-COUNT)           CPYSCOR 
003580     END-IF.                                                      CPYSCOR 
003590 1720-EXIT.                                                       CPYSCOR 
003600     EXIT.                                                        CPYSCOR 
003610*                                                                 CPYSCOR 
003620 1730-TEST-ONE-LAYOUT.                                            CPYSCOR 
003630     IF WS-FDL-NAME(WS-LIX) = WS-SRC-WORD2                        CPYSCOR 
003640         MOVE 'Y' TO WS-FOUND-SW                                  CPYSCOR 
003650     END-IF.                                                      CPYSCOR 
003660 1730-EXIT.                                                       CPYSCOR 
003670     EXIT.                                                        CPYSCOR 
003680*                                                                 CPYSCOR 
003690 1950-PRINT-BOOK-HEADING.                                         CPYSCOR 
003700     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYSCOR 
003710     MOVE 'COPYBOOK' TO WS-RPT-FILE-REC(1:8).                     CPYSCOR 
003720     MOVE 'TEAM' TO WS-RPT-FILE-REC(32:4).                        CPYSCOR 
003730     MOVE 'LIBRARY' TO WS-RPT-FILE-REC(43:7).                     CPYSCOR 
003740     MOVE 'FD' TO WS-RPT-FILE-REC(52:2).                          CPYSCOR 
003750     MOVE 'ERRORS' TO WS-RPT-FILE-REC(56:6).                      CPYSCOR 
003760     MOVE 'WARNS' TO WS-RPT-FILE-REC(64:5).                       CPYSCOR 
003770     MOVE 'NOTES' TO WS-RPT-FILE-REC(71:5).                       CPYSCOR 
003780     MOVE 'SCORE' TO WS-RPT-FILE-REC(77:5).                       CPYSCOR 
003790     WRITE WS-RPT-FILE-REC.                                       CPYSCOR 
003800     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYSCOR 
003810     MOVE 'LINE' TO WS-RPT-FILE-REC(12:4).                        CPYSCOR 
003820     MOVE 'RULE' TO WS-RPT-FILE-REC(18:4).                        CPYSCOR 
003830     MOVE 'SEV' TO WS-RPT-FILE-REC(27:3).                         CPYSCOR 
003840     MOVE 'DATA NAME' TO WS-RPT-FILE-REC(31:9).                   CPYSCOR 
003850     MOVE 'FINDING' TO WS-RPT-FILE-REC(62:7).                     CPYSCOR 
003860     WRITE WS-RPT-FILE-REC.                                       CPYSCOR 
003870 1950-EXIT.                                                       CPYSCOR 
003880     EXIT.                                                        CPYSCOR 
003890*                                                                 CPYSCOR 
003900*-------------------------------------------------------------    CPYSCOR 
003910*2000-SCORE-ONE-COPYBOOK - ONE ROLL ENTRY: ITS OWNER, THE FIRST   CPYSCOR 
003920*LIBRARY THAT HOLDS IT, ITS FINDINGS AND ITS SCORE, COUNTED       CPYSCOR 
003930*AGAINST THE OWNING TEAM.                                         CPYSCOR 
003940*-------------------------------------------------------------    CPYSCOR 
003950 2000-SCORE-ONE-COPYBOOK.                                         CPYSCOR 
003960     MOVE WS-ROLL-NAME(WS-RIX) TO WS-COPYBOOK-NAME.               CPYSCOR 
003970     MOVE WS-COPYBOOK-NAME TO WS-OWN-PROBE.                       CPYSCOR 
003980     PERFORM 8700-FIND-OWNER THRU 8700-EXIT.                      CPYSCOR 
003990     MOVE 'N' TO STV-FD-LAYOUT-SW.                                CPYSCOR 
004000     MOVE 'N' TO WS-FOUND-SW.                                     CPYSCOR 
004010     PERFORM 2020-TEST-ONE-FD-LAYOUT THRU 2020-EXIT               CPYSCOR 
004020         VARYING WS-LIX FROM 1 BY 1                               CPYSCOR 
004030         UNTIL WS-LIX > WS-FDL-COUNT OR WS-FOUND.                 CPYSCOR 
004040     IF WS-FOUND                                                  CPYSCOR 
004050         MOVE 'Y' TO STV-FD-LAYOUT-SW                             CPYSCOR 
004060     END-IF.                                                      CPYSCOR 
004070     MOVE 0 TO WS-TRIM-LEN.                                       CPYSCOR 
004080     INSPECT WS-COPYBOOK-NAME TALLYING WS-TRIM-LEN                CPYSCOR 
004090         FOR CHARACTERS BEFORE SPACE.                             CPYSCOR 
004100     MOVE WS-COPYBOOK-NAME TO STV-COPYBOOK-NAME.                  CPYSCOR 
004110     MOVE WS-OWN-HIT-TEAM TO STV-TEAM.                            CPYSCOR 
004120     MOVE 'U' TO STV-RESULT.                                      CPYSCOR 
004130     MOVE SPACES TO WS-BOOK-LIBRARY.                              CPYSCOR 
004140     PERFORM 2100-TRY-ONE-LIBRARY THRU 2100-EXIT                  CPYSCOR 
004150         VARYING CFG-LIB-IDX FROM 1 BY 1                          CPYSCOR 
004160         UNTIL CFG-LIB-IDX > CFG-LIBRARY-COUNT                    CPYSCOR 
004170            OR NOT STV-UNREADABLE.                                CPYSCOR 
004180     IF STV-UNREADABLE                                            CPYSCOR 
004190         MOVE SPACES TO WS-RPT-FILE-REC                           CPYSCOR 
004200         WRITE WS-RPT-FILE-REC                                    CPYSCOR 
004210         MOVE SPACES TO WS-RPT-FILE-REC                           CPYSCOR 
004220         STRING WS-COPYBOOK-NAME DELIMITED BY SPACE               CPYSCOR 
004230             '  *** NOT FOUND IN ANY LIBRARY ***'                 CPYSCOR 
004240             DELIMITED BY SIZE                                    CPYSCOR 
004250             INTO WS-RPT-FILE-REC                                 CPYSCOR 
004260         END-STRING                                               CPYSCOR 
004270         WRITE WS-RPT-FILE-REC                                    CPYSCOR 
004280         ADD 1 TO WS-MISSING-COUNT                                CPYSCOR 
004290         MOVE 8 TO WS-FINAL-RC                                    CPYSCOR 
004300         GO TO 2000-EXIT.                                         CPYSCOR 
004310     IF WS-OWN-HIT-TEAM = SPACES                                  CPYSCOR 
004320         MOVE 'UNOWNED' TO WS-BOOK-TEAM                           CPYSCOR 
004330     ELSE                                                         CPYSCOR 
004340         MOVE WS-OWN-HIT-TEAM TO WS-BOOK-TEAM                     CPYSCOR 
004350     END-IF.                                                      CPYSCOR 
004360     PERFORM 2050-FIND-TEAM THRU 2050-EXIT.                       CPYSCOR 
004370     ADD 1 TO WS-SCORED-COUNT.                                    CPYSCOR 
004380     COMPUTE WS-PENALTY = STV-ERROR-COUNT * 10                    CPYSCOR 
004390         + STV-WARN-COUNT * 3 + STV-INFO-COUNT.                   CPYSCOR 
004400     IF WS-PENALTY > 100                                          CPYSCOR 
004410         MOVE 0 TO WS-BOOK-SCORE                                  CPYSCOR 
004420     ELSE                                                         CPYSCOR 
004430         COMPUTE WS-BOOK-SCORE = 100 - WS-PENALTY                 CPYSCOR 
004440     END-IF.                                                      CPYSCOR 
004450     ADD 1 TO WS-TEAM-BOOKS(WS-TIX).                              CPYSCOR 
004460     ADD STV-ERROR-COUNT TO WS-TEAM-ERRORS(WS-TIX).               CPYSCOR 
004470     ADD STV-WARN-COUNT TO WS-TEAM-WARNS(WS-TIX).                 CPYSCOR 
004480     ADD STV-INFO-COUNT TO WS-TEAM-NOTES(WS-TIX).                 CPYSCOR 
004490     ADD WS-BOOK-SCORE TO WS-TEAM-SCORES(WS-TIX).                 CPYSCOR 
004500     IF STV-CLEAN                                                 CPYSCOR 
004510         ADD 1 TO WS-TEAM-CLEAN(WS-TIX)                           CPYSCOR 
004520     ELSE                                                         CPYSCOR 
004530         ADD 1 TO WS-FAILED-COUNT                                 CPYSCOR 
004540         IF WS-FINAL-RC < 4                                       CPYSCOR 
004550             MOVE 4 TO WS-FINAL-RC                                CPYSCOR 
004560         END-IF                                                   CPYSCOR 
004570     END-IF.                                                      CPYSCOR 
004580     PERFORM 2200-PRINT-ONE-BOOK THRU 2200-EXIT.                  CPYSCOR 
004590 2000-EXIT.                                                       CPYSCOR 
004600     EXIT.                                                        CPYSCOR 
004610*                                                                 CPYSCOR 
004620 2020-TEST-ONE-FD-LAYOUT.                                         CPYSCOR 
004630     IF WS-FDL-NAME(WS-LIX) = WS-COPYBOOK-NAME                    CPYSCOR 
004640         MOVE 'Y' TO WS-FOUND-SW                                  CPYSCOR 
004650     END-IF.                                                      CPYSCOR 
004660 2020-EXIT.                                                       CPYSCOR 
004670     EXIT.                                                        CPYSCOR 
004680*                                                                 CPYSCOR 
004690*-------------------------------------------------------------    CPYSCOR 
004700*2050-FIND-TEAM - THE TEAM'S TOTALS SLOT IN WS-TIX, ADDED ON      CPYSCOR 
004710*FIRST SIGHT.  PAST 100 TEAMS THE LAST SLOT TAKES THE REST.       CPYSCOR 
004720*-------------------------------------------------------------    CPYSCOR 
004730 2050-FIND-TEAM.                                                  CPYSCOR 
004740     MOVE 'N' TO WS-FOUND-SW.                                     CPYSCOR 
004750     PERFORM 2060-TEST-ONE-TEAM THRU 2060-EXIT                    CPYSCOR 
004760         VARYING WS-TIX FROM 1 BY 1                               CPYSCOR 
004770         UNTIL WS-TIX > WS-TEAM-COUNT OR WS-FOUND.                CPYSCOR 
004780     IF WS-FOUND                                                  CPYSCOR 
004790         SUBTRACT 1 FROM WS-TIX                                   CPYSCOR 
004800         GO TO 2050-EXIT.                                         CPYSCOR 
004810     IF WS-TEAM-COUNT NOT < 100                                   CPYSCOR 
004820         MOVE 100 TO WS-TIX                                       CPYSCOR 
004830         GO TO 2050-EXIT.                                         CPYSCOR 
004840     ADD 1 TO WS-TEAM-COUNT.                                      CPYSCOR 
004850     MOVE WS-TEAM-COUNT TO WS-TIX.                                CPYSCOR 
004860     MOVE WS-BOOK-TEAM TO WS-TEAM-NAME(WS-TIX).                   CPYSCOR 
004870     MOVE 0 TO WS-TEAM-BOOKS(WS-TIX) WS-TEAM-CLEAN(WS-TIX)        CPYSCOR 
004880         WS-TEAM-ERRORS(WS-TIX) WS-TEAM-WARNS(WS-TIX)             CPYSCOR 
004890         WS-TEAM-NOTES(WS-TIX) WS-TEAM-SCORES(WS-TIX).            CPYSCOR 
004900 2050-EXIT.                                                       CPYSCOR 
004910     EXIT.                                                        CPYSCOR 
004920*                                                                 CPYSCOR 
004930 2060-TEST-ONE-TEAM.                                              CPYSCOR 
004940     IF WS-TEAM-NAME(WS-TIX) = WS-BOOK-TEAM                       CPYSCOR 
004950         MOVE 'Y' TO WS-FOUND-SW                                  CPYSCOR 
004960     END-IF.                                                      CPYSCOR 
004970 2060-EXIT.                                                       CPYSCOR 
004980     EXIT.                                                        CPYSCOR 
004990*                                                                 CPYSCOR 
005000*-------------------------------------------------------------    CPYSCOR 
005010*2100-TRY-ONE-LIBRARY - CHECK THE MEMBER IN ONE LIBRARY OF THE    CPYSCOR 
005020*SEARCH LIST; THE FIRST LIBRARY THAT HOLDS IT ENDS THE SEARCH.    CPYSCOR 
005030*-------------------------------------------------------------    CPYSCOR 
005040 2100-TRY-ONE-LIBRARY.                                            CPYSCOR 
005050     MOVE SPACES TO STV-MEMBER-PATH.                              CPYSCOR 
005060     STRING CFG-LIBRARY-PATH(CFG-LIB-IDX) DELIMITED BY SPACE      CPYSCOR 
005070         '/' DELIMITED BY SIZE                                    CPYSCOR 
005080         WS-COPYBOOK-NAME(1:WS-TRIM-LEN) DELIMITED BY SIZE        CPYSCOR 
005090         '.CPY' DELIMITED BY SIZE                                 CPYSCOR 
005100         INTO STV-MEMBER-PATH                                     CPYSCOR 
005110     END-STRING.                                                  CPYSCOR 
005120     CALL 'CPYSTDV' USING CPYSTDV-PARMS.                          CPYSCOR 
005130     IF NOT STV-UNREADABLE                                        CPYSCOR 
005140         MOVE CFG-LIBRARY-NAME(CFG-LIB-IDX) TO WS-BOOK-LIBRARY    CPYSCOR 
005150     END-IF.                                                      CPYSCOR 
005160 2100-EXIT.                                                       CPYSCOR 
005170     EXIT.                                                        CPYSCOR 
005180*                                                                 CPYSCOR 
005190 2200-PRINT-ONE-BOOK.                                             CPYSCOR 
005200     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYSCOR 
005210     WRITE WS-RPT-FILE-REC.                                       CPYSCOR 
005220     MOVE WS-COPYBOOK-NAME TO WS-RPT-FILE-REC(1:30).              CPYSCOR 
005230     MOVE WS-BOOK-TEAM TO WS-RPT-FILE-REC(32:10).                 CPYSCOR 
005240     MOVE WS-BOOK-LIBRARY TO WS-RPT-FILE-REC(43:8).               CPYSCOR 
005250     IF STV-FD-LAYOUT                                             CPYSCOR 
005260         MOVE 'FD' TO WS-RPT-FILE-REC(52:2)                       CPYSCOR 
005270     END-IF.                                                      CPYSCOR 
005280     MOVE STV-ERROR-COUNT TO WS-EDIT-COUNT.                       CPYSCOR 
005290     MOVE WS-EDIT-COUNT TO WS-RPT-FILE-REC(56:6).                 CPYSCOR 
005300     MOVE STV-WARN-COUNT TO WS-EDIT-COUNT.                        CPYSCOR 
005310     MOVE WS-EDIT-COUNT TO WS-RPT-FILE-REC(63:6).                 CPYSCOR 
005320     MOVE STV-INFO-COUNT TO WS-EDIT-COUNT.                        CPYSCOR 
005330     MOVE WS-EDIT-COUNT TO WS-RPT-FILE-REC(70:6).                 CPYSCOR 
005340     MOVE WS-BOOK-SCORE TO WS-EDIT-SCORE.                         CPYSCOR 
005350     MOVE WS-EDIT-SCORE TO WS-RPT-FILE-REC(79:3).                 CPYSCOR 
005360     WRITE WS-RPT-FILE-REC.                                       CPYSCOR 
005370     PERFORM 2210-PRINT-ONE-FINDING THRU 2210-EXIT                CPYSCOR 
005380         VARYING WS-FIX FROM 1 BY 1                               CPYSCOR 
005390         UNTIL WS-FIX > STV-FIND-COUNT.                           CPYSCOR 
005400     IF STV-FIND-FULL-SW = 'Y'                                    CPYSCOR 
005410         MOVE SPACES TO WS-RPT-FILE-REC                           CPYSCOR 
005420         MOVE 'ONLY THE FIRST 100 FINDINGS ARE LISTED'            CPYSCOR 
005430             TO WS-RPT-FILE-REC(12:38)                            CPYSCOR 
005440         WRITE WS-RPT-FILE-REC                                    CPYSCOR 
005450     END-IF.                                                      CPYSCOR 
005460 2200-EXIT.                                                       CPYSCOR 
005470     EXIT.                                                        CPYSCOR 
005480*                                                                 CPYSCOR 
005490 2210-PRINT-ONE-FINDING.                                          CPYSCOR 
005500     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYSCOR 
005510     MOVE STV-FIND-LINE(WS-FIX) TO WS-EDIT-LINE.                  CPYSCOR 
005520     MOVE WS-EDIT-LINE TO WS-RPT-FILE-REC(10:6).                  CPYSCOR 
005530     MOVE STV-FIND-RULE(WS-FIX) TO WS-RPT-FILE-REC(18:8).         CPYSCOR 
005540     MOVE STV-FIND-SEV(WS-FIX) TO WS-RPT-FILE-REC(28:1).          CPYSCOR 
005550     MOVE STV-FIND-NAME(WS-FIX) TO WS-RPT-FILE-REC(31:30).        CPYSCOR 
005560     MOVE STV-FIND-TEXT(WS-FIX) TO WS-RPT-FILE-REC(62:40).        CPYSCOR 
005570     WRITE WS-RPT-FILE-REC.                                       CPYSCOR 
005580 2210-EXIT.                                                       CPYSCOR 
005590     EXIT.                                                        CPYSCOR 
005600*                                                                 CPYSCOR 
005610*-------------------------------------------------------------    CPYSCOR 
005620*4000-PRINT-TEAM-SCORES - ONE LINE PER OWNING TEAM: COPYBOOKS     CPYSCOR 
005630*SCORED, HOW MANY CARRY NO ERROR-LEVEL FINDING, THE FINDINGS      CPYSCOR 
005640*BY SEVERITY, AND THE AVERAGE OF ITS COPYBOOK SCORES.             CPYSCOR 
005650*-------------------------------------------------------------    CPYSCOR 
005660 4000-PRINT-TEAM-SCORES.                                          CPYSCOR 
005670     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYSCOR 
005680     WRITE WS-RPT-FILE-REC.                                       CPYSCOR 
005690     MOVE 'TEAM SCORES' TO WS-RPT-FILE-REC.                       CPYSCOR 
005700     WRITE WS-RPT-FILE-REC.                                       CPYSCOR 
005710     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYSCOR 
005720     MOVE 'TEAM' TO WS-RPT-FILE-REC(1:4).                         CPYSCOR 
005730     MOVE 'COPYBOOKS' TO WS-RPT-FILE-REC(13:9).                   CPYSCOR 
005740     MOVE 'CLEAN' TO WS-RPT-FILE-REC(25:5).                       CPYSCOR 
005750     MOVE 'ERRORS' TO WS-RPT-FILE-REC(32:6).                      CPYSCOR 
005760     MOVE 'WARNS' TO WS-RPT-FILE-REC(40:5).                       CPYSCOR 
005770     MOVE 'NOTES' TO WS-RPT-FILE-REC(47:5).                       CPYSCOR 
005780     MOVE 'SCORE' TO WS-RPT-FILE-REC(54:5).                       CPYSCOR 
005790     WRITE WS-RPT-FILE-REC.                                       CPYSCOR 
005800     PERFORM 4100-PRINT-ONE-TEAM THRU 4100-EXIT                   CPYSCOR 
005810         VARYING WS-TIX FROM 1 BY 1                               CPYSCOR 
005820         UNTIL WS-TIX > WS-TEAM-COUNT.                            CPYSCOR 
005830     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYSCOR 
005840     WRITE WS-RPT-FILE-REC.                                       CPYSCOR 
005850     MOVE WS-ROLL-COUNT TO WS-EDIT-COUNT.                         CPYSCOR 
005860     MOVE 'COPYBOOKS ON ROLL' TO WS-RPT-FILE-REC(1:24).           CPYSCOR 
005870     MOVE WS-EDIT-COUNT TO WS-RPT-FILE-REC(26:6).                 CPYSCOR 
005880     WRITE WS-RPT-FILE-REC.                                       CPYSCOR 
005890     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYSCOR 
005900     MOVE WS-SCORED-COUNT TO WS-EDIT-COUNT.                       CPYSCOR 
005910     MOVE 'COPYBOOKS SCORED' TO WS-RPT-FILE-REC(1:24).            CPYSCOR 
005920     MOVE WS-EDIT-COUNT TO WS-RPT-FILE-REC(26:6).                 CPYSCOR 
005930     WRITE WS-RPT-FILE-REC.                                       CPYSCOR 
005940     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYSCOR 
005950     MOVE WS-FAILED-COUNT TO WS-EDIT-COUNT.                       CPYSCOR 
005960     MOVE 'WITH ERROR FINDINGS' TO WS-RPT-FILE-REC(1:24).         CPYSCOR 
005970     MOVE WS-EDIT-COUNT TO WS-RPT-FILE-REC(26:6).                 CPYSCOR 
005980     WRITE WS-RPT-FILE-REC.                                       CPYSCOR 
005990     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYSCOR 
006000     MOVE WS-MISSING-COUNT TO WS-EDIT-COUNT.                      CPYSCOR 
006010     MOVE 'COPYBOOKS NOT FOUND' TO WS-RPT-FILE-REC(1:24).         CPYSCOR 
006020     MOVE WS-EDIT-COUNT TO WS-RPT-FILE-REC(26:6).                 CPYSCOR 
006030     WRITE WS-RPT-FILE-REC.                                       CPYSCOR 
006040 4000-EXIT.                                                       CPYSCOR 
006050     EXIT.                                                        CPYSCOR 
006060*                                                                 CPYSCOR 
006070 4100-PRINT-ONE-TEAM.                                             CPYSCOR 
006080     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYSCOR 
006090     MOVE WS-TEAM-NAME(WS-TIX) TO WS-RPT-FILE-REC(1:10).          CPYSCOR 
006100     MOVE WS-TEAM-BOOKS(WS-TIX) TO WS-EDIT-COUNT.                 CPYSCOR 
006110     MOVE WS-EDIT-COUNT TO WS-RPT-FILE-REC(16:6).                 CPYSCOR 
006120     MOVE WS-TEAM-CLEAN(WS-TIX) TO WS-EDIT-COUNT.                 CPYSCOR 
006130     MOVE WS-EDIT-COUNT TO WS-RPT-FILE-REC(24:6).                 CPYSCOR 
006140     MOVE WS-TEAM-ERRORS(WS-TIX) TO WS-EDIT-COUNT.                CPYSCOR 
006150     MOVE WS-EDIT-COUNT TO WS-RPT-FILE-REC(32:6).                 CPYSCOR 
006160     MOVE WS-TEAM-WARNS(WS-TIX) TO WS-EDIT-COUNT.                 CPYSCOR 
006170     MOVE WS-EDIT-COUNT TO WS-RPT-FILE-REC(39:6).                 CPYSCOR 
006180     MOVE WS-TEAM-NOTES(WS-TIX) TO WS-EDIT-COUNT.                 CPYSCOR 
006190     MOVE WS-EDIT-COUNT TO WS-RPT-FILE-REC(46:6).                 CPYSCOR 
006200     IF WS-TEAM-BOOKS(WS-TIX) = 0                                 CPYSCOR 
006210         MOVE 0 TO WS-TEAM-SCORE                                  CPYSCOR 
006220     ELSE                                                         CPYSCOR 
006230         COMPUTE WS-TEAM-SCORE = WS-TEAM-SCORES(WS-TIX)           CPYSCOR 
006240             / WS-TEAM-BOOKS(WS-TIX)                              CPYSCOR 
006250     END-IF.                                                      CPYSCOR 
006260     MOVE WS-TEAM-SCORE TO WS-EDIT-SCORE.                         CPYSCOR 
006270     MOVE WS-EDIT-SCORE TO WS-RPT-FILE-REC(56:3).                 CPYSCOR 
006280     WRITE WS-RPT-FILE-REC.                                       CPYSCOR 
006290 4100-EXIT.                                                       CPYSCOR 
006300     EXIT.                                                        CPYSCOR 
006310*                                                                 CPYSCOR 
006320*-------------------------------------------------------------    CPYSCOR 
006330*8600-LOAD-OWNERSHIP / 8700-FIND-OWNER - THE COPYBOOK             CPYSCOR 
006340*OWNERSHIP REGISTRY, LOADED ONCE AND PROBED BY NAME (THE          CPYSCOR 
006350*PROBE KEY GOES IN WS-OWN-PROBE FIRST).                           CPYSCOR 
006360*-------------------------------------------------------------    CPYSCOR 
006370 8600-LOAD-OWNERSHIP.                                             CPYSCOR 
006380     MOVE 0 TO WS-OWN-COUNT.                                      CPYSCOR 
006390     OPEN INPUT OWN-FILE.                                         CPYSCOR 
006400     IF WS-OWN-FILE-STATUS NOT = '00'                             CPYSCOR 
006410         GO TO 8600-EXIT.                                         CPYSCOR 
006420     MOVE 'N' TO WS-OWN-EOF-SW.                                   CPYSCOR 
006430     PERFORM 8610-LOAD-ONE-OWNER THRU 8610-EXIT                   CPYSCOR 
006440         UNTIL WS-OWN-EOF-SW = 'Y'.                               CPYSCOR 
006450     CLOSE OWN-FILE.                                              CPYSCOR 
006460 8600-EXIT.                                                       CPYSCOR 
006470     EXIT.                                                        CPYSCOR 
006480*                                                                 CPYSCOR 
006490 8610-LOAD-ONE-OWNER.                                             CPYSCOR 
006500     READ OWN-FILE INTO WS-OWN-FILE-REC                           CPYSCOR 
006510         AT END MOVE 'Y' TO WS-OWN-EOF-SW                         CPYSCOR 
006520     END-READ.                                                    CPYSCOR 
006530     IF WS-OWN-EOF-SW = 'Y'                                       CPYSCOR 
006540         GO TO 8610-EXIT.                                         CPYSCOR 
006550     IF WS-OWN-FILE-REC(1:1) = '*'                                CPYSCOR 
006560         OR WS-OWN-FILE-REC = SPACES                              CPYSCOR 
006570         GO TO 8610-EXIT.                                         CPYSCOR 
006580     IF WS-OWN-COUNT < 100                                        CPYSCOR 
006590         ADD 1 TO WS-OWN-COUNT                                    CPYSCOR 
006600         MOVE WS-OWN-FILE-REC(1:30) TO WS-OWN-CB(WS-OWN-COUNT)    CPYSCOR 
006610         MOVE WS-OWN-FILE-REC(32:10)                              CPYSCOR 
006620             TO WS-OWN-TEAM(WS-OWN-COUNT)                         CPYSCOR 
006630         MOVE WS-OWN-FILE-REC(43:8)                               CPYSCOR 
006640             TO WS-OWN-CONTACT1(WS-OWN-COUNT)                     CPYSCOR 
006650     END-IF.                                                      CPYSCOR 
006660 8610-EXIT.                                                       CPYSCOR 
006670     EXIT.                                                        CPYSCOR 
006680*                                                                 CPYSCOR 
006690 8700-FIND-OWNER.                                                 CPYSCOR 
006700     MOVE SPACES TO WS-OWN-HIT-TEAM WS-OWN-HIT-CONTACT.           CPYSCOR 
006710     PERFORM 8710-TEST-ONE-OWNER THRU 8710-EXIT                   CPYSCOR 
006720         VARYING WS-OIX FROM 1 BY 1                               CPYSCOR 
006730         UNTIL WS-OIX > WS-OWN-COUNT                              CPYSCOR 
006740            OR WS-OWN-HIT-TEAM NOT = SPACES.                      CPYSCOR 
006750 8700-EXIT.                                                       CPYSCOR 
006760     EXIT.                                                        CPYSCOR 
006770*                                                                 CPYSCOR 
006780 8710-TEST-ONE-OWNER.                                             CPYSCOR 
006790     IF WS-OWN-CB(WS-OIX) = WS-OWN-PROBE                          CPYSCOR 
006800         MOVE WS-OWN-TEAM(WS-OIX) TO WS-OWN-HIT-TEAM              CPYSCOR 
006810         MOVE WS-OWN-CONTACT1(WS-OIX) TO WS-OWN-HIT-CONTACT       CPYSCOR 
006820     END-IF.                                                      CPYSCOR 
006830 8710-EXIT.                                                       CPYSCOR 
006840     EXIT.                                                        CPYSCOR 
