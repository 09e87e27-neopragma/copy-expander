000010 IDENTIFICATION DIVISION.                                         CPYGCOV 
000020 PROGRAM-ID. CPYGCOV.                                             CPYGCOV 
000030 AUTHOR. R SANDOVAL.                                              CPYGCOV 
000040 INSTALLATION. DATA CENTER SERVICES - COPYBOOK TOOLING.           CPYGCOV 
000050 DATE-WRITTEN. 2026-10-15.                                        CPYGCOV 
000060 DATE-COMPILED.                                                   CPYGCOV 
000070*-------------------------------------------------------------    CPYGCOV 
000080*MODIFICATION HISTORY                                             CPYGCOV 
000090*-------------------------------------------------------------    CPYGCOV 
000100*2026-10-15 RS  BUSINESS GLOSSARY COVERAGE REPORT.  EVERY         CPYGCOV 
000110*               DATA ITEM THE DATA DICTIONARY WOULD LIST FOR A    CPYGCOV 
000120*               COPYBOOK ON config/COPYBOOKS.LST (FILLER ASIDE)   CPYGCOV 
000130*               IS LOOKED UP IN THE GLOSSARY config/CPYGLS.DAT    CPYGCOV 
000140*               (COPY CPYGLS).  THE REPORT IS GROUPED BY THE      CPYGCOV 
000150*               OWNING TEAM (config/CPYOWN.DAT): THE TEAM'S       CPYGCOV 
000160*               FIELD, DEFINED AND UNDEFINED COUNTS AND ITS       CPYGCOV 
000170*               COVERAGE PERCENT, THEN EVERY FIELD STILL          CPYGCOV 
000180*               WITHOUT A DEFINITION, MOST-REFERENCED FIRST.      CPYGCOV 
000190*               THE REFERENCE COUNT IS THE NUMBER OF DISTINCT     CPYGCOV 
000200*               PROGRAM REFERENCES IN THE FIELD WHERE-USED FILE   CPYGCOV 
000210*               registry/CPYFXR.DAT; A :PREFIX: ITEM MATCHES      CPYGCOV 
000220*               UNDER WHATEVER PREFIX THE PROGRAM SUPPLIED, AS    CPYGCOV 
000230*               IN CPYDEAD.  NO SYSIN.  RC 0 EVERY FIELD          CPYGCOV 
000240*               DEFINED, 4 FIELDS UNDEFINED, 8 A COPYBOOK NOT     CPYGCOV 
000250*               FOUND OR THE WHERE-USED FILE MISSING (COUNTS      CPYGCOV 
000260*               SHOWN AS ZERO), 12 NO ROLL.                       CPYGCOV 
000270*               REPORT: registry/CPYGCOV.RPT.                     CPYGCOV 
000280*-------------------------------------------------------------    CPYGCOV 
000290 ENVIRONMENT DIVISION.                                            CPYGCOV 
000300 CONFIGURATION SECTION.                                           CPYGCOV 
000310 SOURCE-COMPUTER. GENERIC-COMPUTER.                               CPYGCOV 
000320 OBJECT-COMPUTER. GENERIC-COMPUTER.                               CPYGCOV 
000330 INPUT-OUTPUT SECTION.                                            CPYGCOV 
000340 FILE-CONTROL.                                                    CPYGCOV 
000350     SELECT ROLL-FILE ASSIGN TO DYNAMIC WS-ROLL-FILENAME          CPYGCOV 
000360         ORGANIZATION LINE SEQUENTIAL                             CPYGCOV 
000370         FILE STATUS IS WS-ROLL-FILE-STATUS.                      CPYGCOV 
000380     SELECT FXR-FILE ASSIGN TO DYNAMIC WS-FXR-FILENAME            CPYGCOV 
000390         ORGANIZATION LINE SEQUENTIAL                             CPYGCOV 
000400         FILE STATUS IS WS-FXR-FILE-STATUS.                       CPYGCOV 
000410     SELECT GLS-FILE ASSIGN TO DYNAMIC WS-GLS-FILENAME            CPYGCOV 
000420         ORGANIZATION LINE SEQUENTIAL                             CPYGCOV 
000430         FILE STATUS IS WS-GLS-FILE-STATUS.                       CPYGCOV 
000440     SELECT OWN-FILE ASSIGN TO DYNAMIC WS-OWN-FILENAME            CPYGCOV 
000450         ORGANIZATION LINE SEQUENTIAL                             CPYGCOV 
000460         FILE STATUS IS WS-OWN-FILE-STATUS.                       CPYGCOV 
000470     SELECT RPT-FILE ASSIGN TO DYNAMIC WS-RPT-FILENAME            CPYGCOV 
000480         ORGANIZATION LINE SEQUENTIAL                             CPYGCOV 
000490         FILE STATUS IS WS-RPT-FILE-STATUS.                       CPYGCOV 
000500 DATA DIVISION.                                                   CPYGCOV 
000510 FILE SECTION.                                                    CPYGCOV 
000520 FD  ROLL-FILE.                                                   CPYGCOV 
000530 01  WS-ROLL-FILE-REC        PIC X(80).                           CPYGCOV 
000540 FD  FXR-FILE.                                                    CPYGCOV 
000550 01  WS-FXR-FILE-REC         PIC X(85).                           CPYGCOV 
000560 FD  GLS-FILE.                                                    CPYGCOV 
000570 01  WS-GLS-FILE-REC         PIC X(220).                          CPYGCOV 
000580 FD  OWN-FILE.                                                    CPYGCOV 
000590 01  WS-OWN-FILE-REC         PIC X(80).                           CPYGCOV 
000600 FD  RPT-FILE.                                                    CPYGCOV 
000610 01  WS-RPT-FILE-REC         PIC X(132).                          CPYGCOV 
000620 WORKING-STORAGE SECTION.                                         CPYGCOV 
000630*-------------------------------------------------------------    CPYGCOV 
000640*FILE STATUS AND DYNAMIC FILE NAMES                               CPYGCOV 
000650*-------------------------------------------------------------    CPYGCOV 
000660 77  WS-ROLL-FILENAME        PIC X(80)                            CPYGCOV 
000670         VALUE 'config/COPYBOOKS.LST'.                            CPYGCOV 
000680 77  WS-ROLL-FILE-STATUS     PIC X(02) VALUE '00'.                CPYGCOV 
000690 77  WS-FXR-FILENAME         PIC X(80)                            CPYGCOV 
000700         VALUE 'registry/CPYFXR.DAT'.                             CPYGCOV 
000710 77  WS-FXR-FILE-STATUS      PIC X(02) VALUE '00'.                CPYGCOV 
000720 77  WS-GLS-FILENAME         PIC X(80)                            CPYGCOV 
000730         VALUE 'config/CPYGLS.DAT'.                               CPYGCOV 
000740 77  WS-GLS-FILE-STATUS      PIC X(02) VALUE '00'.                CPYGCOV 
000750 77  WS-OWN-FILENAME         PIC X(80)                            CPYGCOV 
000760         VALUE 'config/CPYOWN.DAT'.                               CPYGCOV 
000770 77  WS-OWN-FILE-STATUS      PIC X(02) VALUE '00'.                CPYGCOV 
000780 77  WS-RPT-FILENAME         PIC X(80)                            CPYGCOV 
000790         VALUE 'registry/CPYGCOV.RPT'.                            CPYGCOV 
000800 77  WS-RPT-FILE-STATUS      PIC X(02) VALUE '00'.                CPYGCOV 
000810 77  WS-EOF-SW               PIC X(01) VALUE 'N'.                 CPYGCOV 
000820     88  WS-EOF              VALUE 'Y'.                           CPYGCOV 
000830 77  WS-FOUND-SW             PIC X(01) VALUE 'N'.                 CPYGCOV 
000840     88  WS-FOUND            VALUE 'Y'.                           CPYGCOV 
000850 77  WS-FXR-OPEN-SW          PIC X(01) VALUE 'N'.                 CPYGCOV 
000860     88  WS-FXR-OPEN         VALUE 'Y'.                           CPYGCOV 
000870 77  WS-GLS-OPEN-SW          PIC X(01) VALUE 'N'.                 CPYGCOV 
000880     88  WS-GLS-OPEN         VALUE 'Y'.                           CPYGCOV 
000890 77  WS-COPYBOOK-NAME        PIC X(30) VALUE SPACES.              CPYGCOV 
000900 77  WS-BOOK-TEAM            PIC X(10) VALUE SPACES.              CPYGCOV 
000910 77  WS-FINAL-RC             PIC 9(02) VALUE 0.                   CPYGCOV 
000920*-------------------------------------------------------------    CPYGCOV 
000930*COUNTERS AND SUBSCRIPTS                                          CPYGCOV 
000940*-------------------------------------------------------------    CPYGCOV 
000950 77  WS-RIX                  PIC 9(04) COMP VALUE 0.              CPYGCOV 
000960 77  WS-XIX                  PIC 9(04) COMP VALUE 0.              CPYGCOV 
000970 77  WS-CIX                  PIC 9(04) COMP VALUE 0.              CPYGCOV 
000980 77  WS-GIX                  PIC 9(04) COMP VALUE 0.              CPYGCOV 
000990 77  WS-UIX                  PIC 9(04) COMP VALUE 0.              CPYGCOV 
001000 77  WS-UIX2                 PIC 9(04) COMP VALUE 0.              CPYGCOV 
001010 77  WS-TIX                  PIC 9(03) COMP VALUE 0.              CPYGCOV 
001020 77  WS-OIX                  PIC 9(03) COMP VALUE 0.              CPYGCOV 
001030 77  WS-ITEM-COUNT           PIC 9(06) COMP VALUE 0.              CPYGCOV 
001040 77  WS-DEFINED-COUNT        PIC 9(06) COMP VALUE 0.              CPYGCOV 
001050 77  WS-GAP-COUNT            PIC 9(06) COMP VALUE 0.              CPYGCOV 
001060 77  WS-MISSING-COUNT        PIC 9(04) COMP VALUE 0.              CPYGCOV 
001070 77  WS-ITEM-REFS            PIC 9(04) COMP VALUE 0.              CPYGCOV 
001080 77  WS-PERCENT              PIC 9(03) VALUE 0.                   CPYGCOV 
001090 77  WS-EDIT-COUNT           PIC Z(05)9.                          CPYGCOV 
001100 77  WS-EDIT-REFS            PIC Z(03)9.                          CPYGCOV 
001110 77  WS-EDIT-PERCENT         PIC ZZ9.                             CPYGCOV 
001120 COPY CPYLAP.                                                     CPYGCOV 
001130 COPY CPYFXR.                                                     CPYGCOV 
001140 COPY CPYGLS.                                                     CPYGCOV 
001150*-------------------------------------------------------------    CPYGCOV 
001160*THE ROLL.                                                        CPYGCOV 
001170*-------------------------------------------------------------    CPYGCOV 
001180 01  WS-ROLL-TABLE.                                               CPYGCOV 
001190     05  WS-ROLL-COUNT       PIC 9(04) COMP VALUE 0.              CPYGCOV 
001200     05  WS-ROLL-NAME        PIC X(30) OCCURS 500 TIMES.          CPYGCOV 
001210*-------------------------------------------------------------    CPYGCOV 
001220*FIELD WHERE-USED REFERENCES (DATA NAME, COPYBOOK, PROGRAM),      CPYGCOV 
001230*EACH ONCE - THE FILE IS APPENDED ON EVERY EXPANSION, SO ONE      CPYGCOV 
001240*REFERENCE IS OFTEN RECORDED MANY TIMES OVER.                     CPYGCOV 
001250*-------------------------------------------------------------    CPYGCOV 
001260 01  WS-XRF-TABLE.                                                CPYGCOV 
001270     05  WS-XRF-COUNT        PIC 9(04) COMP VALUE 0.              CPYGCOV 
001280     05  WS-XRF-ENT OCCURS 5000 TIMES.                            CPYGCOV 
001290         10  WS-XRF-NAME     PIC X(30).                           CPYGCOV 
001300         10  WS-XRF-CB       PIC X(30).                           CPYGCOV 
001310         10  WS-XRF-PGM      PIC X(10).                           CPYGCOV 
001320         10  WS-XRF-LEN      PIC 9(02) COMP.                      CPYGCOV 
001330 77  WS-XRF-FULL-SW          PIC X(01) VALUE 'N'.                 CPYGCOV 
001340*-------------------------------------------------------------    CPYGCOV 
001350*GLOSSARY KEYS THAT CARRY A DEFINITION.                           CPYGCOV 
001360*-------------------------------------------------------------    CPYGCOV 
001370 01  WS-GLS-TABLE.                                                CPYGCOV 
001380     05  WS-GLS-COUNT        PIC 9(04) COMP VALUE 0.              CPYGCOV 
001390     05  WS-GLS-ENT OCCURS 3000 TIMES.                            CPYGCOV 
001400         10  WS-GLS-CB       PIC X(30).                           CPYGCOV 
001410         10  WS-GLS-NAME     PIC X(30).                           CPYGCOV 
001420*-------------------------------------------------------------    CPYGCOV 
001430*PER-TEAM TOTALS, IN ORDER OF FIRST APPEARANCE ON THE ROLL.       CPYGCOV 
001440*-------------------------------------------------------------    CPYGCOV 
001450 01  WS-TEAM-TABLE.                                               CPYGCOV 
001460     05  WS-TEAM-COUNT       PIC 9(03) COMP VALUE 0.              CPYGCOV 
001470     05  WS-TEAM-ENT OCCURS 100 TIMES.                            CPYGCOV 
001480         10  WS-TEAM-NAME    PIC X(10).                           CPYGCOV 
001490         10  WS-TEAM-FIELDS  PIC 9(06) COMP.                      CPYGCOV 
001500         10  WS-TEAM-DEFINED PIC 9(06) COMP.                      CPYGCOV 
001510*-------------------------------------------------------------    CPYGCOV 
001520*FIELDS WITH NO DEFINITION.  THE SORT KEY IS TEAM, THEN THE       CPYGCOV 
001530*REFERENCE COUNT DESCENDING (CARRIED AS 9999 LESS THE COUNT),     CPYGCOV 
001540*THEN COPYBOOK AND DATA NAME.                                     CPYGCOV 
001550*-------------------------------------------------------------    CPYGCOV 
001560 01  WS-GAP-TABLE.                                                CPYGCOV 
001570     05  WS-GAP-ENT OCCURS 3000 TIMES.                            CPYGCOV 
001580         10  WS-GAP-KEY.                                          CPYGCOV 
001590             15  WS-GAP-TEAM     PIC X(10).                       CPYGCOV 
001600             15  WS-GAP-RANK     PIC 9(04).                       CPYGCOV 
001610             15  WS-GAP-CB       PIC X(30).                       CPYGCOV 
001620             15  WS-GAP-NAME     PIC X(30).                       CPYGCOV 
001630         10  WS-GAP-REFS         PIC 9(04).                       CPYGCOV 
001640         10  WS-GAP-LEVEL        PIC 9(02).                       CPYGCOV 
001650 01  WS-GAP-HOLD.                                                 CPYGCOV 
001660     05  WS-GAP-HOLD-KEY         PIC X(74).                       CPYGCOV 
001670     05  WS-GAP-HOLD-REFS        PIC 9(04).                       CPYGCOV 
001680     05  WS-GAP-HOLD-LEVEL       PIC 9(02).                       CPYGCOV 
001690 77  WS-GAP-FULL-SW          PIC X(01) VALUE 'N'.                 CPYGCOV 
001700*-------------------------------------------------------------    CPYGCOV 
001710*THE ITEM BEING MATCHED.  A :PREFIX: ITEM IS MATCHED ON ITS       CPYGCOV 
001720*TAIL, THE TEXT AFTER THE TOKEN, AGAINST THE END OF THE           CPYGCOV 
001730*EXPANDED NAME THE WHERE-USED FILE RECORDS.                       CPYGCOV 
001740*-------------------------------------------------------------    CPYGCOV 
001750 01  WS-ITEM-AREA.                                                CPYGCOV 
001760     05  WS-ITEM-NAME        PIC X(30).                           CPYGCOV 
001770     05  WS-ITEM-TAIL        PIC X(30).                           CPYGCOV 
001780     05  WS-ITEM-TAIL-LEN    PIC 9(02) COMP.                      CPYGCOV 
001790     05  WS-ITEM-PREFIX-SW   PIC X(01).                           CPYGCOV 
001800         88  WS-ITEM-PREFIXED VALUE 'Y'.                          CPYGCOV 
001810 77  WS-TAIL-START           PIC 9(02) COMP VALUE 0.              CPYGCOV 
001820*COPYBOOK OWNERSHIP (config/CPYOWN.DAT): OWNING TEAM AND ITS      CPYGCOV 
001830*FIRST CONTACT, LOADED UP FRONT FOR THE LOOKUPS BELOW.            CPYGCOV 
001840 01  WS-OWN-TABLE.                                                CPYGCOV 
001850     05  WS-OWN-COUNT        PIC 9(03) COMP VALUE 0.              CPYGCOV 
001860     05  WS-OWN-ENT OCCURS 100 TIMES.                             CPYGCOV 
001870         10  WS-OWN-CB       PIC X(30).                           CPYGCOV 
001880         10  WS-OWN-TEAM     PIC X(10).                           CPYGCOV 
001890         10  WS-OWN-CONTACT1 PIC X(08).                           CPYGCOV 
001900 77  WS-OWN-HIT-TEAM         PIC X(10) VALUE SPACES.              CPYGCOV 
001910 77  WS-OWN-HIT-CONTACT      PIC X(08) VALUE SPACES.              CPYGCOV 
001920 77  WS-OWN-EOF-SW           PIC X(01) VALUE 'N'.                 CPYGCOV 
001930 77  WS-OWN-PROBE            PIC X(30) VALUE SPACES.              CPYGCOV 
001940 PROCEDURE DIVISION.                                              CPYGCOV 
001950*-------------------------------------------------------------    CPYGCOV 
001960*0000-MAINLINE                                                    CPYGCOV 
001970*-------------------------------------------------------------    CPYGCOV 
001980 0000-MAINLINE.                                                   CPYGCOV 
001990     PERFORM 1200-LOAD-ROLL THRU 1200-EXIT.                       CPYGCOV 
002000     IF WS-ROLL-COUNT = 0                                         CPYGCOV 
002010         DISPLAY 'CPYGCOV - NO COPYBOOK ROLL'                     CPYGCOV 
002020         MOVE 12 TO RETURN-CODE                                   CPYGCOV 
002030         GOBACK                                                   CPYGCOV 
002040     END-IF.                                                      CPYGCOV 
002050     PERFORM 1300-LOAD-FIELD-XREF THRU 1300-EXIT.                 CPYGCOV 
002060     PERFORM 1500-LOAD-GLOSSARY THRU 1500-EXIT.                   CPYGCOV 
002070     PERFORM 8600-LOAD-OWNERSHIP THRU 8600-EXIT.                  CPYGCOV 
002080     OPEN OUTPUT RPT-FILE.                                        CPYGCOV 
002090     MOVE 'CPYGCOV BUSINESS GLOSSARY COVERAGE REPORT'             CPYGCOV 
002100         TO WS-RPT-FILE-REC.                                      CPYGCOV 
002110     WRITE WS-RPT-FILE-REC.                                       CPYGCOV 
002120     PERFORM 1900-NOTE-MISSING-FILES THRU 1900-EXIT.              CPYGCOV 
002130     PERFORM 2000-CHECK-ONE-COPYBOOK THRU 2000-EXIT               CPYGCOV 
002140         VARYING WS-RIX FROM 1 BY 1                               CPYGCOV 
002150         UNTIL WS-RIX > WS-ROLL-COUNT.                            CPYGCOV 
002160     PERFORM 3000-SORT-ONE-PASS THRU 3000-EXIT                    CPYGCOV 
002170         VARYING WS-UIX FROM 1 BY 1                               CPYGCOV 
002180         UNTIL WS-UIX >= WS-GAP-COUNT.                            CPYGCOV 
002190     PERFORM 4000-PRINT-ONE-TEAM THRU 4000-EXIT                   CPYGCOV 
002200         VARYING WS-TIX FROM 1 BY 1                               CPYGCOV 
002210         UNTIL WS-TIX > WS-TEAM-COUNT.                            CPYGCOV 
002220     PERFORM 8000-PRINT-SUMMARY THRU 8000-EXIT.                   CPYGCOV 
002230     CLOSE RPT-FILE.                                              CPYGCOV 
002240     MOVE WS-GAP-COUNT TO WS-EDIT-COUNT.                          CPYGCOV 
002250     DISPLAY 'CPYGCOV UNDEFINED FIELDS: ' WS-EDIT-COUNT.          CPYGCOV 
002260     MOVE WS-FINAL-RC TO RETURN-CODE.                             CPYGCOV 
002270     GOBACK.                                                      CPYGCOV 
002280*                                                                 CPYGCOV 
002290 1200-LOAD-ROLL.                                                  CPYGCOV 
002300     OPEN INPUT ROLL-FILE.                                        CPYGCOV 
002310     IF WS-ROLL-FILE-STATUS NOT = '00'                            CPYGCOV 
002320         GO TO 1200-EXIT.                                         CPYGCOV 
002330     MOVE 'N' TO WS-EOF-SW.                                       CPYGCOV 
002340     PERFORM 1210-LOAD-ONE-ROLL-LINE THRU 1210-EXIT UNTIL WS-EOF. CPYGCOV 
002350     CLOSE ROLL-FILE.                                             CPYGCOV 
002360     MOVE 'N' TO WS-EOF-SW.                                       CPYGCOV 
002370 1200-EXIT.                                                       CPYGCOV 
002380     EXIT.                                                        CPYGCOV 
002390*                                                                 CPYGCOV 
002400 1210-LOAD-ONE-ROLL-LINE.                                         CPYGCOV 
002410     READ ROLL-FILE INTO WS-ROLL-FILE-REC                         CPYGCOV 
002420         AT END MOVE 'Y' TO WS-EOF-SW                             CPYGCOV 
002430     END-READ.                                                    CPYGCOV 
002440     IF NOT WS-EOF                                                CPYGCOV 
002450         AND WS-ROLL-FILE-REC(1:1) NOT = '*'                      CPYGCOV 
002460         AND WS-ROLL-FILE-REC NOT = SPACES                        CPYGCOV 
002470         AND WS-ROLL-COUNT < 500                                  CPYGCOV 
002480         ADD 1 TO WS-ROLL-COUNT                                   CPYGCOV 
002490         MOVE WS-ROLL-FILE-REC(1:30)                              CPYGCOV 
002500             TO WS-ROLL-NAME(WS-ROLL-COUNT)                       CPYGCOV 
002510     END-IF.                                                      CPYGCOV 
002520 1210-EXIT.                                                       CPYGCOV 
002530     EXIT.                                                        CPYGCOV 
002540*                                                                 CPYGCOV 
002550*-------------------------------------------------------------    CPYGCOV 
002560*1300-LOAD-FIELD-XREF - EVERY (DATA NAME, COPYBOOK, PROGRAM)      CPYGCOV 
002570*REFERENCE ANY EXPANSION HAS EVER RECORDED, ONCE EACH.            CPYGCOV 
002580*-------------------------------------------------------------    CPYGCOV 
002590 1300-LOAD-FIELD-XREF.                                            CPYGCOV 
002600     OPEN INPUT FXR-FILE.                                         CPYGCOV 
002610     IF WS-FXR-FILE-STATUS NOT = '00'                             CPYGCOV 
002620         GO TO 1300-EXIT.                                         CPYGCOV 
002630     MOVE 'Y' TO WS-FXR-OPEN-SW.                                  CPYGCOV 
002640     MOVE 'N' TO WS-EOF-SW.                                       CPYGCOV 
002650     PERFORM 1310-LOAD-ONE-XREF THRU 1310-EXIT UNTIL WS-EOF.      CPYGCOV 
002660     CLOSE FXR-FILE.                                              CPYGCOV 
002670     MOVE 'N' TO WS-EOF-SW.                                       CPYGCOV 
002680     IF WS-XRF-FULL-SW = 'Y'                                      CPYGCOV 
002690         DISPLAY 'CPYGCOV - MORE THAN 5000 FIELD REFERENCES'      CPYGCOV 
002700             ' - EXTRA IGNORED'                                   CPYGCOV 
002710     END-IF.                                                      CPYGCOV 
002720 1300-EXIT.                                                       CPYGCOV 
002730     EXIT.                                                        CPYGCOV 
002740*                                                                 CPYGCOV 
002750 1310-LOAD-ONE-XREF.                                              CPYGCOV 
002760     READ FXR-FILE INTO FXR-RECORD                                CPYGCOV 
002770         AT END MOVE 'Y' TO WS-EOF-SW                             CPYGCOV 
002780     END-READ.                                                    CPYGCOV 
002790     IF WS-EOF                                                    CPYGCOV 
002800         GO TO 1310-EXIT.                                         CPYGCOV 
002810     IF FXR-DATA-NAME = SPACES                                    CPYGCOV 
002820         GO TO 1310-EXIT.                                         CPYGCOV 
002830     MOVE 'N' TO WS-FOUND-SW.                                     CPYGCOV 
002840     PERFORM 1320-TEST-ONE-XREF-DUP THRU 1320-EXIT                CPYGCOV 
002850         VARYING WS-XIX FROM 1 BY 1                               CPYGCOV 
002860         UNTIL WS-XIX > WS-XRF-COUNT OR WS-FOUND.                 CPYGCOV 
002870     IF WS-FOUND                                                  CPYGCOV 
002880         GO TO 1310-EXIT.                                         CPYGCOV 
002890     IF WS-XRF-COUNT NOT < 5000                                   CPYGCOV 
002900         MOVE 'Y' TO WS-XRF-FULL-SW                               CPYGCOV 
002910         GO TO 1310-EXIT.                                         CPYGCOV 
002920     ADD 1 TO WS-XRF-COUNT.                                       CPYGCOV 
002930     MOVE FXR-DATA-NAME TO WS-XRF-NAME(WS-XRF-COUNT).             CPYGCOV 
002940     MOVE FXR-COPYBOOK TO WS-XRF-CB(WS-XRF-COUNT).                CPYGCOV 
002950     MOVE FXR-PROGRAM-NAME TO WS-XRF-PGM(WS-XRF-COUNT).           CPYGCOV 
002960     MOVE 0 TO WS-XRF-LEN(WS-XRF-COUNT).                          CPYGCOV 
002970     INSPECT FXR-DATA-NAME TALLYING WS-XRF-LEN(WS-XRF-COUNT)      CPYGCOV 
002980         FOR CHARACTERS BEFORE SPACE.                             CPYGCOV 
002990 1310-EXIT.                                                       CPYGCOV 
003000     EXIT.                                                        CPYGCOV 
003010*                                                                 CPYGCOV 
003020 1320-TEST-ONE-XREF-DUP.                                          CPYGCOV 
003030     IF WS-XRF-NAME(WS-XIX) = FXR-DATA-NAME                       CPYGCOV 
003040         AND WS-XRF-CB(WS-XIX) = FXR-COPYBOOK                     CPYGCOV 
003050         AND WS-XRF-PGM(WS-XIX) = FXR-PROGRAM-NAME                CPYGCOV 
003060         MOVE 'Y' TO WS-FOUND-SW                                  CPYGCOV 
003070     END-IF.                                                      CPYGCOV 
003080 1320-EXIT.                                                       CPYGCOV 
003090     EXIT.                                                        CPYGCOV 
003100*                                                                 CPYGCOV 
003110*-------------------------------------------------------------    CPYGCOV 
003120*1500-LOAD-GLOSSARY - THE KEYS OF EVERY GLOSSARY ENTRY WITH A     CPYGCOV 
003130*DEFINITION.  AN ENTRY WITH A BLANK DEFINITION DOES NOT COUNT.    CPYGCOV 
003140*-------------------------------------------------------------    CPYGCOV 
003150 1500-LOAD-GLOSSARY.                                              CPYGCOV 
003160     OPEN INPUT GLS-FILE.                                         CPYGCOV 
003170     IF WS-GLS-FILE-STATUS NOT = '00'                             CPYGCOV 
003180         GO TO 1500-EXIT.                                         CPYGCOV 
003190     MOVE 'Y' TO WS-GLS-OPEN-SW.                                  CPYGCOV 
003200     MOVE 'N' TO WS-EOF-SW.                                       CPYGCOV 
003210     PERFORM 1510-LOAD-ONE-GLS THRU 1510-EXIT UNTIL WS-EOF.       CPYGCOV 
003220     CLOSE GLS-FILE.                                              CPYGCOV 
003230     MOVE 'N' TO WS-EOF-SW.                                       CPYGCOV 
003240 1500-EXIT.                                                       CPYGCOV 
003250     EXIT.                                                        CPYGCOV 
003260*                                                                 CPYGCOV 
003270 1510-LOAD-ONE-GLS.                                               CPYGCOV 
003280     READ GLS-FILE INTO WS-GLS-FILE-REC                           CPYGCOV 
003290         AT END MOVE 'Y' TO WS-EOF-SW                             CPYGCOV 
003300     END-READ.                                                    CPYGCOV 
003310     IF WS-EOF                                                    CPYGCOV 
003320         GO TO 1510-EXIT.                                         CPYGCOV 
003330     IF WS-GLS-FILE-REC(1:1) = '*'                                CPYGCOV 
003340         OR WS-GLS-FILE-REC = SPACES                              CPYGCOV 
003350         GO TO 1510-EXIT.                                         CPYGCOV 
003360     MOVE WS-GLS-FILE-REC TO GLS-RECORD.                          CPYGCOV 
003370     IF GLS-DEFINITION = SPACES                                   CPYGCOV 
003380         GO TO 1510-EXIT.                                         CPYGCOV 
003390     IF WS-GLS-COUNT < 3000                                       CPYGCOV 
003400         ADD 1 TO WS-GLS-COUNT                                    CPYGCOV 
003410         MOVE GLS-COPYBOOK-NAME TO WS-GLS-CB(WS-GLS-COUNT)        CPYGCOV 
003420         MOVE GLS-DATA-NAME TO WS-GLS-NAME(WS-GLS-COUNT)          CPYGCOV 
003430     END-IF.                                                      CPYGCOV 
003440 1510-EXIT.                                                       CPYGCOV 
003450     EXIT.                                                        CPYGCOV 
003460*                                                                 CPYGCOV 
003470 1900-NOTE-MISSING-FILES.                                         CPYGCOV 
003480     IF NOT WS-GLS-OPEN                                           CPYGCOV 
003490         MOVE SPACES TO WS-RPT-FILE-REC                           CPYGCOV 
003500         STRING '  NO GLOSSARY config/CPYGLS.DAT - EVERY FIELD'   CPYGCOV 
003510             DELIMITED BY SIZE                                    CPYGCOV 
003520             ' IS UNDEFINED'                                      CPYGCOV 
003530             DELIMITED BY SIZE                                    CPYGCOV 
003540             INTO WS-RPT-FILE-REC                                 CPYGCOV 
003550         END-STRING                                               CPYGCOV 
003560         WRITE WS-RPT-FILE-REC                                    CPYGCOV 
003570     END-IF.                                                      CPYGCOV 
003580     IF NOT WS-FXR-OPEN                                           CPYGCOV 
003590         MOVE SPACES TO WS-RPT-FILE-REC                           CPYGCOV 
003600         STRING '  FIELD WHERE-USED FILE registry/CPYFXR.DAT'     CPYGCOV 
003610             DELIMITED BY SIZE                                    CPYGCOV 
003620             ' NOT AVAILABLE - REFERENCE COUNTS SHOWN AS ZERO'    CPYGCOV 
003630             DELIMITED BY SIZE                                    CPYGCOV 
003640             INTO WS-RPT-FILE-REC                                 CPYGCOV 
003650         END-STRING                                               CPYGCOV 
003660         WRITE WS-RPT-FILE-REC                                    CPYGCOV 
003670         MOVE 8 TO WS-FINAL-RC                                    CPYGCOV 
003680     END-IF.                                                      CPYGCOV 
003690 1900-EXIT.                                                       CPYGCOV 
003700     EXIT.                                                        CPYGCOV 
003710*                                                                 CPYGCOV 
003720*-------------------------------------------------------------    CPYGCOV 
003730*2000-CHECK-ONE-COPYBOOK - EVERY NAMED ITEM OF ONE ROLL           CPYGCOV 
003740*ENTRY, GROUPS INCLUDED AND TABLES UNEXPANDED (THE                CPYGCOV 
003750*DICTIONARY'S OWN VIEW), COUNTED AGAINST ITS OWNING TEAM.         CPYGCOV 
003760*-------------------------------------------------------------    CPYGCOV 
003770 2000-CHECK-ONE-COPYBOOK.                                         CPYGCOV 
003780     MOVE WS-ROLL-NAME(WS-RIX) TO WS-COPYBOOK-NAME.               CPYGCOV 
003790     MOVE WS-COPYBOOK-NAME TO WS-OWN-PROBE.                       CPYGCOV 
003800     PERFORM 8700-FIND-OWNER THRU 8700-EXIT.                      CPYGCOV 
003810     IF WS-OWN-HIT-TEAM = SPACES                                  CPYGCOV 
003820         MOVE 'UNOWNED' TO WS-BOOK-TEAM                           CPYGCOV 
003830     ELSE                                                         CPYGCOV 
003840         MOVE WS-OWN-HIT-TEAM TO WS-BOOK-TEAM                     CPYGCOV 
003850     END-IF.                                                      CPYGCOV 
003860     PERFORM 2050-FIND-TEAM THRU 2050-EXIT.                       CPYGCOV 
003870     MOVE WS-COPYBOOK-NAME TO LAY-COPYBOOK-NAME.                  CPYGCOV 
003880     MOVE SPACES TO LAY-LIBRARY-DIR.                              CPYGCOV 
003890     MOVE 'A' TO LAY-VIEW-MODE.                                   CPYGCOV 
003900     MOVE 'Y' TO LAY-GROUPS-SW.                                   CPYGCOV 
003910     MOVE 'N' TO LAY-EXPAND-SW.                                   CPYGCOV 
003920     MOVE 0 TO LAY-VIEW-COUNT.                                    CPYGCOV 
003930     CALL 'CPYLAYO' USING CPYLAYO-PARMS.                          CPYGCOV 
003940     IF NOT LAY-OK                                                CPYGCOV 
003950         PERFORM 2150-REPORT-NOT-LOADED THRU 2150-EXIT            CPYGCOV 
003960         GO TO 2000-EXIT.                                         CPYGCOV 
003970     PERFORM 2200-CHECK-ONE-ITEM THRU 2200-EXIT                   CPYGCOV 
003980         VARYING WS-CIX FROM 1 BY 1                               CPYGCOV 
003990         UNTIL WS-CIX > LAY-COL-COUNT.                            CPYGCOV 
004000 2000-EXIT.                                                       CPYGCOV 
004010     EXIT.                                                        CPYGCOV 
004020*                                                                 CPYGCOV 
004030*-------------------------------------------------------------    CPYGCOV 
004040*2050-FIND-TEAM - THE TEAM'S TOTALS SLOT IN WS-TIX, ADDED ON      CPYGCOV 
004050*FIRST SIGHT.  PAST 100 TEAMS THE LAST SLOT TAKES THE REST.       CPYGCOV 
004060*-------------------------------------------------------------    CPYGCOV 
004070 2050-FIND-TEAM.                                                  CPYGCOV 
004080     MOVE 'N' TO WS-FOUND-SW.                                     CPYGCOV 
004090     PERFORM 2060-TEST-ONE-TEAM THRU 2060-EXIT                    CPYGCOV 
004100         VARYING WS-TIX FROM 1 BY 1                               CPYGCOV 
004110         UNTIL WS-TIX > WS-TEAM-COUNT OR WS-FOUND.                CPYGCOV 
004120     IF WS-FOUND                                                  CPYGCOV 
004130         SUBTRACT 1 FROM WS-TIX                                   CPYGCOV 
004140         GO TO 2050-EXIT.                                         CPYGCOV 
004150     IF WS-TEAM-COUNT NOT < 100                                   CPYGCOV 
004160         MOVE 100 TO WS-TIX                                       CPYGCOV 
004170         GO TO 2050-EXIT.                                         CPYGCOV 
004180     ADD 1 TO WS-TEAM-COUNT.                                      CPYGCOV 
004190     MOVE WS-TEAM-COUNT TO WS-TIX.                                CPYGCOV 
004200     MOVE WS-BOOK-TEAM TO WS-TEAM-NAME(WS-TIX).                   CPYGCOV 
004210     MOVE 0 TO WS-TEAM-FIELDS(WS-TIX) WS-TEAM-DEFINED(WS-TIX).    CPYGCOV 
004220 2050-EXIT.                                                       CPYGCOV 
004230     EXIT.                                                        CPYGCOV 
004240*                                                                 CPYGCOV 
004250 2060-TEST-ONE-TEAM.                                              CPYGCOV 
004260     IF WS-TEAM-NAME(WS-TIX) = WS-BOOK-TEAM                       CPYGCOV 
004270         MOVE 'Y' TO WS-FOUND-SW                                  CPYGCOV 
004280     END-IF.                                                      CPYGCOV 
004290 2060-EXIT.                                                       CPYGCOV 
004300     EXIT.                                                        CPYGCOV 
004310*                                                                 CPYGCOV 
004320 2150-REPORT-NOT-LOADED.                                          CPYGCOV 
004330     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYGCOV 
004340     IF LAY-TABLE-FULL                                            CPYGCOV 
004350         STRING WS-COPYBOOK-NAME DELIMITED BY SPACE               CPYGCOV 
004360             '  *** LAYOUT TOO LARGE - NOT CHECKED ***'           CPYGCOV 
004370             DELIMITED BY SIZE                                    CPYGCOV 
004380             INTO WS-RPT-FILE-REC                                 CPYGCOV 
004390         END-STRING                                               CPYGCOV 
004400     ELSE                                                         CPYGCOV 
004410         STRING WS-COPYBOOK-NAME DELIMITED BY SPACE               CPYGCOV 
004420             '  *** NOT FOUND IN ANY LIBRARY ***'                 CPYGCOV 
004430             DELIMITED BY SIZE                                    CPYGCOV 
004440             INTO WS-RPT-FILE-REC                                 CPYGCOV 
004450         END-STRING                                               CPYGCOV 
004460     END-IF.                                                      CPYGCOV 
004470     WRITE WS-RPT-FILE-REC.                                       CPYGCOV 
004480     ADD 1 TO WS-MISSING-COUNT.                                   CPYGCOV 
004490     MOVE 8 TO WS-FINAL-RC.                                       CPYGCOV 
004500 2150-EXIT.                                                       CPYGCOV 
004510     EXIT.                                                        CPYGCOV 
004520*                                                                 CPYGCOV 
004530 2200-CHECK-ONE-ITEM.                                             CPYGCOV 
004540     IF LAY-COL-BASE(WS-CIX) = SPACES                             CPYGCOV 
004550         OR LAY-COL-BASE(WS-CIX) = 'FILLER'                       CPYGCOV 
004560         GO TO 2200-EXIT.                                         CPYGCOV 
004570     ADD 1 TO WS-ITEM-COUNT.                                      CPYGCOV 
004580     ADD 1 TO WS-TEAM-FIELDS(WS-TIX).                             CPYGCOV 
004590     MOVE LAY-COL-BASE(WS-CIX) TO WS-ITEM-NAME.                   CPYGCOV 
004600     MOVE 'N' TO WS-FOUND-SW.                                     CPYGCOV 
004610     PERFORM 2210-TEST-ONE-GLS THRU 2210-EXIT                     CPYGCOV 
004620         VARYING WS-GIX FROM 1 BY 1                               CPYGCOV 
004630         UNTIL WS-GIX > WS-GLS-COUNT OR WS-FOUND.                 CPYGCOV 
004640     IF WS-FOUND                                                  CPYGCOV 
004650         ADD 1 TO WS-DEFINED-COUNT                                CPYGCOV 
004660         ADD 1 TO WS-TEAM-DEFINED(WS-TIX)                         CPYGCOV 
004670         GO TO 2200-EXIT.                                         CPYGCOV 
004680     MOVE 'N' TO WS-ITEM-PREFIX-SW.                               CPYGCOV 
004690     MOVE 0 TO WS-ITEM-TAIL-LEN WS-ITEM-REFS.                     CPYGCOV 
004700     IF WS-ITEM-NAME(1:8) = ':PREFIX:'                            CPYGCOV 
004710         MOVE 'Y' TO WS-ITEM-PREFIX-SW                            CPYGCOV 
004720         MOVE WS-ITEM-NAME(9:22) TO WS-ITEM-TAIL                  CPYGCOV 
004730         INSPECT WS-ITEM-TAIL TALLYING WS-ITEM-TAIL-LEN           CPYGCOV 
004740             FOR CHARACTERS BEFORE SPACE                          CPYGCOV 
004750     END-IF.                                                      CPYGCOV 
004760     PERFORM 2220-COUNT-ONE-XREF THRU 2220-EXIT                   CPYGCOV 
004770         VARYING WS-XIX FROM 1 BY 1                               CPYGCOV 
004780         UNTIL WS-XIX > WS-XRF-COUNT.                             CPYGCOV 
004790     ADD 1 TO WS-GAP-COUNT.                                       CPYGCOV 
004800     IF WS-FINAL-RC < 4                                           CPYGCOV 
004810         MOVE 4 TO WS-FINAL-RC                                    CPYGCOV 
004820     END-IF.                                                      CPYGCOV 
004830     IF WS-GAP-COUNT > 3000                                       CPYGCOV 
004840         MOVE 'Y' TO WS-GAP-FULL-SW                               CPYGCOV 
004850         GO TO 2200-EXIT.                                         CPYGCOV 
004860     MOVE WS-BOOK-TEAM TO WS-GAP-TEAM(WS-GAP-COUNT).              CPYGCOV 
004870     IF WS-ITEM-REFS > 9999                                       CPYGCOV 
004880         MOVE 9999 TO WS-ITEM-REFS                                CPYGCOV 
004890     END-IF.                                                      CPYGCOV 
004900     MOVE WS-ITEM-REFS TO WS-GAP-REFS(WS-GAP-COUNT).              CPYGCOV 
004910     COMPUTE WS-GAP-RANK(WS-GAP-COUNT) = 9999 - WS-ITEM-REFS.     CPYGCOV 
004920     MOVE WS-COPYBOOK-NAME TO WS-GAP-CB(WS-GAP-COUNT).            CPYGCOV 
004930     MOVE WS-ITEM-NAME TO WS-GAP-NAME(WS-GAP-COUNT).              CPYGCOV 
004940     MOVE LAY-COL-LEVEL(WS-CIX) TO WS-GAP-LEVEL(WS-GAP-COUNT).    CPYGCOV 
004950 2200-EXIT.                                                       CPYGCOV 
004960     EXIT.                                                        CPYGCOV 
004970*                                                                 CPYGCOV 
004980 2210-TEST-ONE-GLS.                                               CPYGCOV 
004990     IF WS-GLS-CB(WS-GIX) = WS-COPYBOOK-NAME                      CPYGCOV 
005000         AND WS-GLS-NAME(WS-GIX) = WS-ITEM-NAME                   CPYGCOV 
005010         MOVE 'Y' TO WS-FOUND-SW                                  CPYGCOV 
005020     END-IF.                                                      CPYGCOV 
005030 2210-EXIT.                                                       CPYGCOV 
005040     EXIT.                                                        CPYGCOV 
005050*                                                                 CPYGCOV 
005060 2220-COUNT-ONE-XREF.                                             CPYGCOV 
005070     IF WS-XRF-CB(WS-XIX) NOT = WS-COPYBOOK-NAME                  CPYGCOV 
005080         GO TO 2220-EXIT.                                         CPYGCOV 
005090     IF NOT WS-ITEM-PREFIXED                                      CPYGCOV 
005100         IF WS-XRF-NAME(WS-XIX) = WS-ITEM-NAME                    CPYGCOV 
005110             ADD 1 TO WS-ITEM-REFS                                CPYGCOV 
005120         END-IF                                                   CPYGCOV 
005130         GO TO 2220-EXIT.                                         CPYGCOV 
005140     IF WS-ITEM-TAIL-LEN = 0                                      CPYGCOV 
005150         OR WS-XRF-LEN(WS-XIX) NOT > WS-ITEM-TAIL-LEN             CPYGCOV 
005160         GO TO 2220-EXIT.                                         CPYGCOV 
005170     COMPUTE WS-TAIL-START =                                      CPYGCOV 
005180         WS-XRF-LEN(WS-XIX) - WS-ITEM-TAIL-LEN + 1.               CPYGCOV 
005190     IF WS-XRF-NAME(WS-XIX)(WS-TAIL-START:WS-ITEM-TAIL-LEN)       CPYGCOV 
005200         = WS-ITEM-TAIL(1:WS-ITEM-TAIL-LEN)                       CPYGCOV 
005210         ADD 1 TO WS-ITEM-REFS                                    CPYGCOV 
005220     END-IF.                                                      CPYGCOV 
005230 2220-EXIT.                                                       CPYGCOV 
005240     EXIT.                                                        CPYGCOV 
005250*                                                                 CPYGCOV 
005260*-------------------------------------------------------------    CPYGCOV 
005270*3000-SORT-ONE-PASS - THE UNDEFINED FIELDS INTO TEAM ORDER,       CPYGCOV 
005280*MOST-REFERENCED FIRST WITHIN A TEAM, WITH A PLAIN EXCHANGE       CPYGCOV 
005290*PASS AS IN THE DATA DICTIONARY'S NAME INDEX.                     CPYGCOV 
005300*-------------------------------------------------------------    CPYGCOV 
005310 3000-SORT-ONE-PASS.                                              CPYGCOV 
005320     PERFORM 3100-COMPARE-AND-SWAP THRU 3100-EXIT                 CPYGCOV 
005330         VARYING WS-UIX2 FROM 1 BY 1                              CPYGCOV 
005340         UNTIL WS-UIX2 >= WS-GAP-COUNT OR WS-UIX2 >= 3000.        CPYGCOV 
005350 3000-EXIT.                                                       CPYGCOV 
005360     EXIT.                                                        CPYGCOV 
005370*                                                                 CPYGCOV 
005380 3100-COMPARE-AND-SWAP.                                           CPYGCOV 
005390     IF WS-GAP-KEY(WS-UIX2) > WS-GAP-KEY(WS-UIX2 + 1)             CPYGCOV 
005400         MOVE WS-GAP-ENT(WS-UIX2) TO WS-GAP-HOLD                  CPYGCOV 
005410         MOVE WS-GAP-ENT(WS-UIX2 + 1) TO WS-GAP-ENT(WS-UIX2)      CPYGCOV 
005420         MOVE WS-GAP-HOLD TO WS-GAP-ENT(WS-UIX2 + 1)              CPYGCOV 
005430     END-IF.                                                      CPYGCOV 
005440 3100-EXIT.                                                       CPYGCOV 
005450     EXIT.                                                        CPYGCOV 
005460*                                                                 CPYGCOV 
005470*-------------------------------------------------------------    CPYGCOV 
005480*4000-PRINT-ONE-TEAM - THE TEAM'S COVERAGE LINE, THEN ITS         CPYGCOV 
005490*UNDEFINED FIELDS FROM THE SORTED TABLE.                          CPYGCOV 
005500*-------------------------------------------------------------    CPYGCOV 
005510 4000-PRINT-ONE-TEAM.                                             CPYGCOV 
005520     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYGCOV 
005530     WRITE WS-RPT-FILE-REC.                                       CPYGCOV 
005540     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYGCOV 
005550     MOVE 'TEAM' TO WS-RPT-FILE-REC(1:4).                         CPYGCOV 
005560     MOVE WS-TEAM-NAME(WS-TIX) TO WS-RPT-FILE-REC(6:10).          CPYGCOV 
005570     MOVE 'FIELDS' TO WS-RPT-FILE-REC(18:6).                      CPYGCOV 
005580     MOVE WS-TEAM-FIELDS(WS-TIX) TO WS-EDIT-COUNT.                CPYGCOV 
005590     MOVE WS-EDIT-COUNT TO WS-RPT-FILE-REC(25:6).                 CPYGCOV 
005600     MOVE 'DEFINED' TO WS-RPT-FILE-REC(33:7).                     CPYGCOV 
005610     MOVE WS-TEAM-DEFINED(WS-TIX) TO WS-EDIT-COUNT.               CPYGCOV 
005620     MOVE WS-EDIT-COUNT TO WS-RPT-FILE-REC(41:6).                 CPYGCOV 
005630     MOVE 'UNDEFINED' TO WS-RPT-FILE-REC(49:9).                   CPYGCOV 
005640     COMPUTE WS-EDIT-COUNT =                                      CPYGCOV 
005650         WS-TEAM-FIELDS(WS-TIX) - WS-TEAM-DEFINED(WS-TIX).        CPYGCOV 
005660     MOVE WS-EDIT-COUNT TO WS-RPT-FILE-REC(59:6).                 CPYGCOV 
005670     MOVE 'COVERAGE' TO WS-RPT-FILE-REC(67:8).                    CPYGCOV 
005680     IF WS-TEAM-FIELDS(WS-TIX) = 0                                CPYGCOV 
005690         MOVE 0 TO WS-PERCENT                                     CPYGCOV 
005700     ELSE                                                         CPYGCOV 
005710         COMPUTE WS-PERCENT = WS-TEAM-DEFINED(WS-TIX) * 100       CPYGCOV 
005720             / WS-TEAM-FIELDS(WS-TIX)                             CPYGCOV 
005730     END-IF.                                                      CPYGCOV 
005740     MOVE WS-PERCENT TO WS-EDIT-PERCENT.                          CPYGCOV 
005750     MOVE WS-EDIT-PERCENT TO WS-RPT-FILE-REC(76:3).               CPYGCOV 
005760     MOVE '%' TO WS-RPT-FILE-REC(79:1).                           CPYGCOV 
005770     WRITE WS-RPT-FILE-REC.                                       CPYGCOV 
005780     IF WS-TEAM-DEFINED(WS-TIX) = WS-TEAM-FIELDS(WS-TIX)          CPYGCOV 
005790         GO TO 4000-EXIT.                                         CPYGCOV 
005800     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYGCOV 
005810     MOVE 'REFS' TO WS-RPT-FILE-REC(3:4).                         CPYGCOV 
005820     MOVE 'COPYBOOK' TO WS-RPT-FILE-REC(9:8).                     CPYGCOV 
005830     MOVE 'LV' TO WS-RPT-FILE-REC(40:2).                          CPYGCOV 
005840     MOVE 'FIELD WITH NO DEFINITION' TO WS-RPT-FILE-REC(43:24).   CPYGCOV 
005850     WRITE WS-RPT-FILE-REC.                                       CPYGCOV 
005860     PERFORM 4100-PRINT-ONE-GAP THRU 4100-EXIT                    CPYGCOV 
005870         VARYING WS-UIX FROM 1 BY 1                               CPYGCOV 
005880         UNTIL WS-UIX > WS-GAP-COUNT OR WS-UIX > 3000.            CPYGCOV 
005890 4000-EXIT.                                                       CPYGCOV 
005900     EXIT.                                                        CPYGCOV 
005910*                                                                 CPYGCOV 
005920 4100-PRINT-ONE-GAP.                                              CPYGCOV 
005930     IF WS-GAP-TEAM(WS-UIX) NOT = WS-TEAM-NAME(WS-TIX)            CPYGCOV 
005940         GO TO 4100-EXIT.                                         CPYGCOV 
005950     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYGCOV 
005960     MOVE WS-GAP-REFS(WS-UIX) TO WS-EDIT-REFS.                    CPYGCOV 
005970     MOVE WS-EDIT-REFS TO WS-RPT-FILE-REC(3:4).                   CPYGCOV 
005980     MOVE WS-GAP-CB(WS-UIX) TO WS-RPT-FILE-REC(9:30).             CPYGCOV 
005990     MOVE WS-GAP-LEVEL(WS-UIX) TO WS-RPT-FILE-REC(40:2).          CPYGCOV 
006000     MOVE WS-GAP-NAME(WS-UIX) TO WS-RPT-FILE-REC(43:30).          CPYGCOV 
006010     WRITE WS-RPT-FILE-REC.                                       CPYGCOV 
006020 4100-EXIT.                                                       CPYGCOV 
006030     EXIT.                                                        CPYGCOV 
006040*                                                                 CPYGCOV 
006050 8000-PRINT-SUMMARY.                                              CPYGCOV 
006060     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYGCOV 
006070     WRITE WS-RPT-FILE-REC.                                       CPYGCOV 
006080     MOVE WS-ROLL-COUNT TO WS-EDIT-COUNT.                         CPYGCOV 
006090     MOVE 'COPYBOOKS ON ROLL' TO WS-RPT-FILE-REC(1:24).           CPYGCOV 
006100     MOVE WS-EDIT-COUNT TO WS-RPT-FILE-REC(26:6).                 CPYGCOV 
006110     WRITE WS-RPT-FILE-REC.                                       CPYGCOV 
006120     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYGCOV 
006130     MOVE WS-ITEM-COUNT TO WS-EDIT-COUNT.                         CPYGCOV 
006140     MOVE 'DATA ITEMS CHECKED' TO WS-RPT-FILE-REC(1:24).          CPYGCOV 
006150     MOVE WS-EDIT-COUNT TO WS-RPT-FILE-REC(26:6).                 CPYGCOV 
006160     WRITE WS-RPT-FILE-REC.                                       CPYGCOV 
006170     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYGCOV 
006180     MOVE WS-DEFINED-COUNT TO WS-EDIT-COUNT.                      CPYGCOV 
006190     MOVE 'DEFINED IN GLOSSARY' TO WS-RPT-FILE-REC(1:24).         CPYGCOV 
006200     MOVE WS-EDIT-COUNT TO WS-RPT-FILE-REC(26:6).                 CPYGCOV 
006210     WRITE WS-RPT-FILE-REC.                                       CPYGCOV 
006220     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYGCOV 
006230     MOVE WS-GAP-COUNT TO WS-EDIT-COUNT.                          CPYGCOV 
006240     MOVE 'NO DEFINITION' TO WS-RPT-FILE-REC(1:24).               CPYGCOV 
006250     MOVE WS-EDIT-COUNT TO WS-RPT-FILE-REC(26:6).                 CPYGCOV 
006260     WRITE WS-RPT-FILE-REC.                                       CPYGCOV 
006270     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYGCOV 
006280     MOVE WS-MISSING-COUNT TO WS-EDIT-COUNT.                      CPYGCOV 
006290     MOVE 'COPYBOOKS NOT CHECKED' TO WS-RPT-FILE-REC(1:24).       CPYGCOV 
006300     MOVE WS-EDIT-COUNT TO WS-RPT-FILE-REC(26:6).                 CPYGCOV 
006310     WRITE WS-RPT-FILE-REC.                                       CPYGCOV 
006320     IF WS-GAP-FULL-SW = 'Y'                                      CPYGCOV 
006330         MOVE SPACES TO WS-RPT-FILE-REC                           CPYGCOV 
006340         MOVE 'ONLY THE FIRST 3000 UNDEFINED FIELDS ARE LISTED'   CPYGCOV 
006350             TO WS-RPT-FILE-REC                                   CPYGCOV 
006360         WRITE WS-RPT-FILE-REC                                    CPYGCOV 
006370     END-IF.                                                      CPYGCOV 
006380 8000-EXIT.                                                       CPYGCOV 
006390     EXIT.                                                        CPYGCOV 
006400*                                                                 CPYGCOV 
006410*-------------------------------------------------------------    CPYGCOV 
006420*8600-LOAD-OWNERSHIP / 8700-FIND-OWNER - THE COPYBOOK             CPYGCOV 
006430*OWNERSHIP REGISTRY, LOADED ONCE AND PROBED BY NAME (THE          CPYGCOV 
006440*PROBE KEY GOES IN WS-OWN-PROBE FIRST).                           CPYGCOV 
006450*-------------------------------------------------------------    CPYGCOV 
006460 8600-LOAD-OWNERSHIP.                                             CPYGCOV 
006470     MOVE 0 TO WS-OWN-COUNT.                                      CPYGCOV 
006480     OPEN INPUT OWN-FILE.                                         CPYGCOV 
006490     IF WS-OWN-FILE-STATUS NOT = '00'                             CPYGCOV 
006500         GO TO 8600-EXIT.                                         CPYGCOV 
006510     MOVE 'N' TO WS-OWN-EOF-SW.                                   CPYGCOV 
006520     PERFORM 8610-LOAD-ONE-OWNER THRU 8610-EXIT                   CPYGCOV 
006530         UNTIL WS-OWN-EOF-SW = 'Y'.                               CPYGCOV 
006540     CLOSE OWN-FILE.                                              CPYGCOV 
006550 8600-EXIT.                                                       CPYGCOV 
006560     EXIT.                                                        CPYGCOV 
006570*                                                                 CPYGCOV 
006580 8610-LOAD-ONE-OWNER.                                             CPYGCOV 
006590     READ OWN-FILE INTO WS-OWN-FILE-REC                           CPYGCOV 
006600         AT END MOVE 'Y' TO WS-OWN-EOF-SW                         CPYGCOV 
006610     END-READ.                                                    CPYGCOV 
006620     IF WS-OWN-EOF-SW = 'Y'                                       CPYGCOV 
006630         GO TO 8610-EXIT.                                         CPYGCOV 
006640     IF WS-OWN-FILE-REC(1:1) = '*'                                CPYGCOV 
006650         OR WS-OWN-FILE-REC = SPACES                              CPYGCOV 
006660         GO TO 8610-EXIT.                                         CPYGCOV 
006670     IF WS-OWN-COUNT < 100                                        CPYGCOV 
006680         ADD 1 TO WS-OWN-COUNT                                    CPYGCOV 
006690         MOVE WS-OWN-FILE-REC(1:30) TO WS-OWN-CB(WS-OWN-COUNT)    CPYGCOV 
006700         MOVE WS-OWN-FILE-REC(32:10)                              CPYGCOV 
006710             TO WS-OWN-TEAM(WS-OWN-COUNT)                         CPYGCOV 
006720         MOVE WS-OWN-FILE-REC(43:8)                               CPYGCOV 
006730             TO WS-OWN-CONTACT1(WS-OWN-COUNT)                     CPYGCOV 
006740     END-IF.                                                      CPYGCOV 
006750 8610-EXIT.                                                       CPYGCOV 
006760     EXIT.                                                        CPYGCOV 
006770*                                                                 CPYGCOV 
006780 8700-FIND-OWNER.                                                 CPYGCOV 
006790     MOVE SPACES TO WS-OWN-HIT-TEAM WS-OWN-HIT-CONTACT.           CPYGCOV 
006800     PERFORM 8710-TEST-ONE-OWNER THRU 8710-EXIT                   CPYGCOV 
006810         VARYING WS-OIX FROM 1 BY 1                               CPYGCOV 
006820         UNTIL WS-OIX > WS-OWN-COUNT                              CPYGCOV 
006830            OR WS-OWN-HIT-TEAM NOT = SPACES.                      CPYGCOV 
006840 8700-EXIT.                                                       CPYGCOV 
006850     EXIT.                                                        CPYGCOV 
006860*                                                                 CPYGCOV 
006870 8710-TEST-ONE-OWNER.                                             CPYGCOV 
006880     IF WS-OWN-CB(WS-OIX) = WS-OWN-PROBE                          CPYGCOV 
006890         MOVE WS-OWN-TEAM(WS-OIX) TO WS-OWN-HIT-TEAM              CPYGCOV 
006900         MOVE WS-OWN-CONTACT1(WS-OIX) TO WS-OWN-HIT-CONTACT       CPYGCOV 
006910     END-IF.                                                      CPYGCOV 
006920 8710-EXIT.                                                       CPYGCOV 
006930     EXIT.                                                        CPYGCOV 
