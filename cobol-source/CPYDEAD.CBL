000010 IDENTIFICATION DIVISION.                                         CPYDEAD 
000020 PROGRAM-ID. CPYDEAD.                                             CPYDEAD 
000030 AUTHOR. R SANDOVAL.                                              CPYDEAD 
000040 INSTALLATION. DATA CENTER SERVICES - COPYBOOK TOOLING.           CPYDEAD 
000050 DATE-WRITTEN. 2026-10-15.                                        CPYDEAD 
000060 DATE-COMPILED.                                                   CPYDEAD 
000070*-------------------------------------------------------------    CPYDEAD 
000080*MODIFICATION HISTORY                                             CPYDEAD 
000090*-------------------------------------------------------------    CPYDEAD 
000100*2026-10-15 RS  DEAD-FIELD AND ORPHAN-COPYBOOK REPORT, THE        CPYDEAD 
000110*               LIBRARIANS' CLEAN-UP LIST.  EVERY DATA ITEM       CPYDEAD 
000120*               THE DATA DICTIONARY WOULD LIST FOR A COPYBOOK     CPYDEAD 
000130*               ON config/COPYBOOKS.LST (FILLER ASIDE) IS         CPYDEAD 
000140*               JOINED AGAINST THE FIELD WHERE-USED FILE          CPYDEAD 
000150*               registry/CPYFXR.DAT, AND EVERY ITEM NO            CPYDEAD 
000160*               PROGRAM'S PROCEDURE DIVISION HAS EVER             CPYDEAD 
000170*               REFERENCED IS LISTED.  A :PREFIX: ITEM MATCHES    CPYDEAD 
000180*               UNDER WHATEVER PREFIX THE PROGRAM SUPPLIED.       CPYDEAD 
000190*               THEN EVERY ROLL ENTRY WITH NO CONSUMER IN THE     CPYDEAD 
000200*               USAGE REGISTRY registry/CPYREG.DAT AND NO         CPYDEAD 
000210*               PARENT EDGE IN registry/CPYDEP.DAT IS LISTED      CPYDEAD 
000220*               AS AN ORPHAN.  EACH FINDING CARRIES THE OWNING    CPYDEAD 
000230*               TEAM (config/CPYOWN.DAT), THE LAST TIME THE       CPYDEAD 
000240*               COPYBOOK WAS PULLED, AND ITS CURRENT STATUS IN    CPYDEAD 
000250*               config/CPYLCY.DAT, SO THE LIST GOES STRAIGHT      CPYDEAD 
000260*               INTO THE DEPRECATION LIFECYCLE.  NO SYSIN.        CPYDEAD 
000270*               RC 0 NOTHING FOUND, 4 FINDINGS, 8 A COPYBOOK      CPYDEAD 
000280*               NOT FOUND OR A REGISTRY FILE MISSING (THAT        CPYDEAD 
000290*               SECTION IS OMITTED RATHER THAN GUESSED AT),       CPYDEAD 
000300*               12 NO ROLL.  REPORT: registry/CPYDEAD.RPT.        CPYDEAD 
000310*-------------------------------------------------------------    CPYDEAD 
000320 ENVIRONMENT DIVISION.                                            CPYDEAD 
000330 CONFIGURATION SECTION.                                           CPYDEAD 
000340 SOURCE-COMPUTER. GENERIC-COMPUTER.                               CPYDEAD 
000350 OBJECT-COMPUTER. GENERIC-COMPUTER.                               CPYDEAD 
000360 INPUT-OUTPUT SECTION.                                            CPYDEAD 
000370 FILE-CONTROL.                                                    CPYDEAD 
000380     SELECT ROLL-FILE ASSIGN TO DYNAMIC WS-ROLL-FILENAME          CPYDEAD 
000390         ORGANIZATION LINE SEQUENTIAL                             CPYDEAD 
000400         FILE STATUS IS WS-ROLL-FILE-STATUS.                      CPYDEAD 
000410     SELECT FXR-FILE ASSIGN TO DYNAMIC WS-FXR-FILENAME            CPYDEAD 
000420         ORGANIZATION LINE SEQUENTIAL                             CPYDEAD 
000430         FILE STATUS IS WS-FXR-FILE-STATUS.                       CPYDEAD 
000440     SELECT DEP-FILE ASSIGN TO DYNAMIC WS-DEP-FILENAME            CPYDEAD 
000450         ORGANIZATION LINE SEQUENTIAL                             CPYDEAD 
000460         FILE STATUS IS WS-DEP-FILE-STATUS.                       CPYDEAD 
000470     SELECT REG-FILE ASSIGN TO DYNAMIC WS-REG-FILENAME            CPYDEAD 
000480         ORGANIZATION INDEXED                                     CPYDEAD 
000490         ACCESS MODE IS DYNAMIC                                   CPYDEAD 
000500         RECORD KEY IS REG-REG-KEY                                CPYDEAD 
000510         FILE STATUS IS WS-REG-FILE-STATUS.                       CPYDEAD 
000520     SELECT OWN-FILE ASSIGN TO DYNAMIC WS-OWN-FILENAME            CPYDEAD 
000530         ORGANIZATION LINE SEQUENTIAL                             CPYDEAD 
000540         FILE STATUS IS WS-OWN-FILE-STATUS.                       CPYDEAD 
000550     SELECT LCY-FILE ASSIGN TO DYNAMIC WS-LCY-FILENAME            CPYDEAD 
000560         ORGANIZATION LINE SEQUENTIAL                             CPYDEAD 
000570         FILE STATUS IS WS-LCY-FILE-STATUS.                       CPYDEAD 
000580     SELECT RPT-FILE ASSIGN TO DYNAMIC WS-RPT-FILENAME            CPYDEAD 
000590         ORGANIZATION LINE SEQUENTIAL                             CPYDEAD 
000600         FILE STATUS IS WS-RPT-FILE-STATUS.                       CPYDEAD 
000610 DATA DIVISION.                                                   CPYDEAD 
000620 FILE SECTION.                                                    CPYDEAD 
000630 FD  ROLL-FILE.                                                   CPYDEAD 
000640 01  WS-ROLL-FILE-REC        PIC X(80).                           CPYDEAD 
000650 FD  FXR-FILE.                                                    CPYDEAD 
000660 01  WS-FXR-FILE-REC         PIC X(85).                           CPYDEAD 
000670 FD  DEP-FILE.                                                    CPYDEAD 
000680 01  WS-DEP-FILE-REC         PIC X(80).                           CPYDEAD 
000690 FD  REG-FILE.                                                    CPYDEAD 
000700 COPY CPYREG.                                                     CPYDEAD 
000710 FD  OWN-FILE.                                                    CPYDEAD 
000720 01  WS-OWN-FILE-REC         PIC X(80).                           CPYDEAD 
000730 FD  LCY-FILE.                                                    CPYDEAD 
000740 01  WS-LCY-FILE-REC         PIC X(100).                          CPYDEAD 
000750 FD  RPT-FILE.                                                    CPYDEAD 
000760 01  WS-RPT-FILE-REC         PIC X(132).                          CPYDEAD 
000770 WORKING-STORAGE SECTION.                                         CPYDEAD 
000780*-------------------------------------------------------------    CPYDEAD 
000790*FILE STATUS AND DYNAMIC FILE NAMES                               CPYDEAD 
000800*-------------------------------------------------------------    CPYDEAD 
000810 77  WS-ROLL-FILENAME        PIC X(80)                            CPYDEAD 
000820         VALUE 'config/COPYBOOKS.LST'.                            CPYDEAD 
000830 77  WS-ROLL-FILE-STATUS     PIC X(02) VALUE '00'.                CPYDEAD 
000840 77  WS-FXR-FILENAME         PIC X(80)                            CPYDEAD 
000850         VALUE 'registry/CPYFXR.DAT'.                             CPYDEAD 
000860 77  WS-FXR-FILE-STATUS      PIC X(02) VALUE '00'.                CPYDEAD 
000870 77  WS-DEP-FILENAME         PIC X(80)                            CPYDEAD 
000880         VALUE 'registry/CPYDEP.DAT'.                             CPYDEAD 
000890 77  WS-DEP-FILE-STATUS      PIC X(02) VALUE '00'.                CPYDEAD 
000900 77  WS-REG-FILENAME         PIC X(80)                            CPYDEAD 
000910         VALUE 'registry/CPYREG.DAT'.                             CPYDEAD 
000920 77  WS-REG-FILE-STATUS      PIC X(02) VALUE '00'.                CPYDEAD 
000930 77  WS-OWN-FILENAME         PIC X(80)                            CPYDEAD 
000940         VALUE 'config/CPYOWN.DAT'.                               CPYDEAD 
000950 77  WS-OWN-FILE-STATUS      PIC X(02) VALUE '00'.                CPYDEAD 
000960 77  WS-LCY-FILENAME         PIC X(80)                            CPYDEAD 
000970         VALUE 'config/CPYLCY.DAT'.                               CPYDEAD 
000980 77  WS-LCY-FILE-STATUS      PIC X(02) VALUE '00'.                CPYDEAD 
000990 77  WS-RPT-FILENAME         PIC X(80)                            CPYDEAD 
001000         VALUE 'registry/CPYDEAD.RPT'.                            CPYDEAD 
001010 77  WS-RPT-FILE-STATUS      PIC X(02) VALUE '00'.                CPYDEAD 
001020 77  WS-EOF-SW               PIC X(01) VALUE 'N'.                 CPYDEAD 
001030     88  WS-EOF              VALUE 'Y'.                           CPYDEAD 
001040 77  WS-FOUND-SW             PIC X(01) VALUE 'N'.                 CPYDEAD 
001050     88  WS-FOUND            VALUE 'Y'.                           CPYDEAD 
001060 77  WS-FXR-OPEN-SW          PIC X(01) VALUE 'N'.                 CPYDEAD 
001070     88  WS-FXR-OPEN         VALUE 'Y'.                           CPYDEAD 
001080 77  WS-REG-OPEN-SW          PIC X(01) VALUE 'N'.                 CPYDEAD 
001090     88  WS-REG-OPEN         VALUE 'Y'.                           CPYDEAD 
001100 77  WS-DEP-OPEN-SW          PIC X(01) VALUE 'N'.                 CPYDEAD 
001110     88  WS-DEP-OPEN         VALUE 'Y'.                           CPYDEAD 
001120 77  WS-REG-EOF-SW           PIC X(01) VALUE 'N'.                 CPYDEAD 
001130     88  WS-REG-EOF          VALUE 'Y'.                           CPYDEAD 
001140 77  WS-COPYBOOK-NAME        PIC X(30) VALUE SPACES.              CPYDEAD 
001150 77  WS-FINAL-RC             PIC 9(02) VALUE 0.                   CPYDEAD 
001160*-------------------------------------------------------------    CPYDEAD 
001170*COUNTERS AND SUBSCRIPTS                                          CPYDEAD 
001180*-------------------------------------------------------------    CPYDEAD 
001190 77  WS-RIX                  PIC 9(04) COMP VALUE 0.              CPYDEAD 
001200 77  WS-XIX                  PIC 9(04) COMP VALUE 0.              CPYDEAD 
001210 77  WS-CIX                  PIC 9(04) COMP VALUE 0.              CPYDEAD 
001220 77  WS-EIX                  PIC 9(04) COMP VALUE 0.              CPYDEAD 
001230 77  WS-LIX                  PIC 9(04) COMP VALUE 0.              CPYDEAD 
001240 77  WS-OIX                  PIC 9(03) COMP VALUE 0.              CPYDEAD 
001250 77  WS-DEAD-COUNT           PIC 9(06) COMP VALUE 0.              CPYDEAD 
001260 77  WS-BOOK-DEAD            PIC 9(04) COMP VALUE 0.              CPYDEAD 
001270 77  WS-ITEM-COUNT           PIC 9(06) COMP VALUE 0.              CPYDEAD 
001280 77  WS-ORPHAN-COUNT         PIC 9(04) COMP VALUE 0.              CPYDEAD 
001290 77  WS-MISSING-COUNT        PIC 9(04) COMP VALUE 0.              CPYDEAD 
001300 77  WS-EDIT-COUNT           PIC Z(05)9.                          CPYDEAD 
001310 77  WS-EDIT-OFF             PIC Z(05)9.                          CPYDEAD 
001320 COPY CPYLAP.                                                     CPYDEAD 
001330 COPY CPYFXR.                                                     CPYDEAD 
001340*-------------------------------------------------------------    CPYDEAD 
001350*THE ROLL, WITH WHAT THE REGISTRIES SAY ABOUT EACH ENTRY.         CPYDEAD 
001360*WS-ROLL-USERS IS THE NUMBER OF CONSUMING PROGRAMS IN THE         CPYDEAD 
001370*USAGE REGISTRY; WS-ROLL-LAST-TS THE NEWEST LAST-RUN STAMP        CPYDEAD 
001380*AMONG THEM ('NEVER' WITH NO CONSUMER).                           CPYDEAD 
001390*-------------------------------------------------------------    CPYDEAD 
001400 01  WS-ROLL-TABLE.                                               CPYDEAD 
001410     05  WS-ROLL-COUNT       PIC 9(04) COMP VALUE 0.              CPYDEAD 
001420     05  WS-ROLL-ENT OCCURS 500 TIMES.                            CPYDEAD 
001430         10  WS-ROLL-NAME    PIC X(30).                           CPYDEAD 
001440         10  WS-ROLL-USERS   PIC 9(04) COMP.                      CPYDEAD 
001450         10  WS-ROLL-LAST-TS PIC X(15).                           CPYDEAD 
001460         10  WS-ROLL-OWNER   PIC X(10).                           CPYDEAD 
001470         10  WS-ROLL-STATUS  PIC X(10).                           CPYDEAD 
001480*-------------------------------------------------------------    CPYDEAD 
001490*FIELD WHERE-USED PAIRS (DATA NAME, COPYBOOK), EACH ONCE - THE    CPYDEAD 
001500*FILE IS APPENDED ON EVERY EXPANSION, SO ONE REFERENCE IS         CPYDEAD 
001510*OFTEN RECORDED MANY TIMES OVER.                                  CPYDEAD 
001520*-------------------------------------------------------------    CPYDEAD 
001530 01  WS-XRF-TABLE.                                                CPYDEAD 
001540     05  WS-XRF-COUNT        PIC 9(04) COMP VALUE 0.              CPYDEAD 
001550     05  WS-XRF-ENT OCCURS 5000 TIMES.                            CPYDEAD 
001560         10  WS-XRF-NAME     PIC X(30).                           CPYDEAD 
001570         10  WS-XRF-CB       PIC X(30).                           CPYDEAD 
001580         10  WS-XRF-LEN      PIC 9(02) COMP.                      CPYDEAD 
001590 77  WS-XRF-FULL-SW          PIC X(01) VALUE 'N'.                 CPYDEAD 
001600*-------------------------------------------------------------    CPYDEAD 
001610*COPYBOOKS NESTED IN ANOTHER COPYBOOK (THE CHILD SIDE OF A        CPYDEAD 
001620*CPYDEP.DAT EDGE) - NOT ORPHANS, WHOEVER PULLS THE PARENT         CPYDEAD 
001630*PULLS THEM.                                                      CPYDEAD 
001640*-------------------------------------------------------------    CPYDEAD 
001650 01  WS-CHILD-TABLE.                                              CPYDEAD 
001660     05  WS-CHILD-COUNT      PIC 9(04) COMP VALUE 0.              CPYDEAD 
001670     05  WS-CHILD-NAME       PIC X(30) OCCURS 2000 TIMES.         CPYDEAD 
001680*-------------------------------------------------------------    CPYDEAD 
001690*LIFECYCLE STATUS (config/CPYLCY.DAT); ABSENT MEANS ACTIVE.       CPYDEAD 
001700*-------------------------------------------------------------    CPYDEAD 
001710 01  WS-LCY-TABLE.                                                CPYDEAD 
001720     05  WS-LCY-COUNT        PIC 9(04) COMP VALUE 0.              CPYDEAD 
001730     05  WS-LCY-ENT OCCURS 500 TIMES.                             CPYDEAD 
001740         10  WS-LCY-NAME     PIC X(30).                           CPYDEAD 
001750         10  WS-LCY-STATUS   PIC X(10).                           CPYDEAD 
001760*-------------------------------------------------------------    CPYDEAD 
001770*THE ITEM BEING MATCHED.  A :PREFIX: ITEM IS MATCHED ON ITS       CPYDEAD 
001780*TAIL, THE TEXT AFTER THE TOKEN, AGAINST THE END OF THE           CPYDEAD 
001790*EXPANDED NAME THE WHERE-USED FILE RECORDS.                       CPYDEAD 
001800*-------------------------------------------------------------    CPYDEAD 
001810 01  WS-ITEM-AREA.                                                CPYDEAD 
001820     05  WS-ITEM-NAME        PIC X(30).                           CPYDEAD 
001830     05  WS-ITEM-TAIL        PIC X(30).                           CPYDEAD 
001840     05  WS-ITEM-TAIL-LEN    PIC 9(02) COMP.                      CPYDEAD 
001850     05  WS-ITEM-PREFIX-SW   PIC X(01).                           CPYDEAD 
001860         88  WS-ITEM-PREFIXED VALUE 'Y'.                          CPYDEAD 
001870     05  WS-ITEM-REF-SW      PIC X(01).                           CPYDEAD 
001880         88  WS-ITEM-REFERENCED VALUE 'Y'.                        CPYDEAD 
001890 77  WS-TAIL-START           PIC 9(02) COMP VALUE 0.              CPYDEAD 
001900*COPYBOOK OWNERSHIP (config/CPYOWN.DAT): OWNING TEAM AND ITS      CPYDEAD 
001910*FIRST CONTACT, LOADED UP FRONT FOR THE LOOKUPS BELOW.            CPYDEAD 
001920 01  WS-OWN-TABLE.                                                CPYDEAD 
001930     05  WS-OWN-COUNT        PIC 9(03) COMP VALUE 0.              CPYDEAD 
001940     05  WS-OWN-ENT OCCURS 100 TIMES.                             CPYDEAD 
001950         10  WS-OWN-CB       PIC X(30).                           CPYDEAD 
001960         10  WS-OWN-TEAM     PIC X(10).                           CPYDEAD 
001970         10  WS-OWN-CONTACT1 PIC X(08).                           CPYDEAD 
001980 77  WS-OWN-HIT-TEAM         PIC X(10) VALUE SPACES.              CPYDEAD 
001990 77  WS-OWN-HIT-CONTACT      PIC X(08) VALUE SPACES.              CPYDEAD 
002000 77  WS-OWN-EOF-SW           PIC X(01) VALUE 'N'.                 CPYDEAD 
002010 77  WS-OWN-PROBE            PIC X(30) VALUE SPACES.              CPYDEAD 
002020 PROCEDURE DIVISION.                                              CPYDEAD 
002030*-------------------------------------------------------------    CPYDEAD 
002040*0000-MAINLINE                                                    CPYDEAD 
002050*-------------------------------------------------------------    CPYDEAD 
002060 0000-MAINLINE.                                                   CPYDEAD 
002070     PERFORM 1200-LOAD-ROLL THRU 1200-EXIT.                       CPYDEAD 
002080     IF WS-ROLL-COUNT = 0                                         CPYDEAD 
002090         DISPLAY 'CPYDEAD - NO COPYBOOK ROLL'                     CPYDEAD 
002100         MOVE 12 TO RETURN-CODE                                   CPYDEAD 
002110         GOBACK                                                   CPYDEAD 
002120     END-IF.                                                      CPYDEAD 
002130     PERFORM 1300-LOAD-FIELD-XREF THRU 1300-EXIT.                 CPYDEAD 
002140     PERFORM 1400-LOAD-DEP-EDGES THRU 1400-EXIT.                  CPYDEAD 
002150     PERFORM 1500-LOAD-LIFECYCLE THRU 1500-EXIT.                  CPYDEAD 
002160     PERFORM 8600-LOAD-OWNERSHIP THRU 8600-EXIT.                  CPYDEAD 
002170     OPEN INPUT REG-FILE.                                         CPYDEAD 
002180     IF WS-REG-FILE-STATUS = '00'                                 CPYDEAD 
002190         MOVE 'Y' TO WS-REG-OPEN-SW                               CPYDEAD 
002200     END-IF.                                                      CPYDEAD 
002210     OPEN OUTPUT RPT-FILE.                                        CPYDEAD 
002220     MOVE 'CPYDEAD DEAD-FIELD AND ORPHAN-COPYBOOK REPORT'         CPYDEAD 
002230         TO WS-RPT-FILE-REC.                                      CPYDEAD 
002240     WRITE WS-RPT-FILE-REC.                                       CPYDEAD 
002250     PERFORM 2000-PROFILE-ONE-COPYBOOK THRU 2000-EXIT             CPYDEAD 
002260         VARYING WS-RIX FROM 1 BY 1                               CPYDEAD 
002270         UNTIL WS-RIX > WS-ROLL-COUNT.                            CPYDEAD 
002280     PERFORM 3000-LIST-DEAD-FIELDS THRU 3000-EXIT.                CPYDEAD 
002290     PERFORM 4000-LIST-ORPHANS THRU 4000-EXIT.                    CPYDEAD 
002300     IF WS-REG-OPEN                                               CPYDEAD 
002310         CLOSE REG-FILE.                                          CPYDEAD 
002320     PERFORM 8000-PRINT-SUMMARY THRU 8000-EXIT.                   CPYDEAD 
002330     CLOSE RPT-FILE.                                              CPYDEAD 
002340     MOVE WS-DEAD-COUNT TO WS-EDIT-COUNT.                         CPYDEAD 
002350     DISPLAY 'CPYDEAD UNREFERENCED FIELDS: ' WS-EDIT-COUNT.       CPYDEAD 
002360     MOVE WS-ORPHAN-COUNT TO WS-EDIT-COUNT.                       CPYDEAD 
002370     DISPLAY 'CPYDEAD ORPHAN COPYBOOKS:    ' WS-EDIT-COUNT.       CPYDEAD 
002380     MOVE WS-FINAL-RC TO RETURN-CODE.                             CPYDEAD 
002390     GOBACK.                                                      CPYDEAD 
002400*                                                                 CPYDEAD 
002410 1200-LOAD-ROLL.                                                  CPYDEAD 
002420     OPEN INPUT ROLL-FILE.                                        CPYDEAD 
002430     IF WS-ROLL-FILE-STATUS NOT = '00'                            CPYDEAD 
002440         GO TO 1200-EXIT.                                         CPYDEAD 
002450     MOVE 'N' TO WS-EOF-SW.                                       CPYDEAD 
002460     PERFORM 1210-LOAD-ONE-ROLL-LINE THRU 1210-EXIT UNTIL WS-EOF. CPYDEAD 
002470     CLOSE ROLL-FILE.                                             CPYDEAD 
002480     MOVE 'N' TO WS-EOF-SW.                                       CPYDEAD 
002490 1200-EXIT.                                                       CPYDEAD 
002500     EXIT.                                                        CPYDEAD 
002510*                                                                 CPYDEAD 
002520 1210-LOAD-ONE-ROLL-LINE.                                         CPYDEAD 
002530     READ ROLL-FILE INTO WS-ROLL-FILE-REC                         CPYDEAD 
002540         AT END MOVE 'Y' TO WS-EOF-SW                             CPYDEAD 
002550     END-READ.                                                    CPYDEAD 
002560     IF NOT WS-EOF                                                CPYDEAD 
002570         AND WS-ROLL-FILE-REC(1:1) NOT = '*'                      CPYDEAD 
002580         AND WS-ROLL-FILE-REC NOT = SPACES                        CPYDEAD 
002590         AND WS-ROLL-COUNT < 500                                  CPYDEAD 
002600         ADD 1 TO WS-ROLL-COUNT                                   CPYDEAD 
002610         MOVE WS-ROLL-FILE-REC(1:30)                              CPYDEAD 
002620             TO WS-ROLL-NAME(WS-ROLL-COUNT)                       CPYDEAD 
002630     END-IF.                                                      CPYDEAD 
002640 1210-EXIT.                                                       CPYDEAD 
002650     EXIT.                                                        CPYDEAD 
002660*                                                                 CPYDEAD 
002670*-------------------------------------------------------------    CPYDEAD 
002680*1300-LOAD-FIELD-XREF - EVERY (DATA NAME, COPYBOOK) PAIR ANY      CPYDEAD 
002690*EXPANSION HAS EVER SEEN REFERENCED, ONCE EACH.                   CPYDEAD 
002700*-------------------------------------------------------------    CPYDEAD 
002710 1300-LOAD-FIELD-XREF.                                            CPYDEAD 
002720     OPEN INPUT FXR-FILE.                                         CPYDEAD 
002730     IF WS-FXR-FILE-STATUS NOT = '00'                             CPYDEAD 
002740         GO TO 1300-EXIT.                                         CPYDEAD 
002750     MOVE 'Y' TO WS-FXR-OPEN-SW.                                  CPYDEAD 
002760     MOVE 'N' TO WS-EOF-SW.                                       CPYDEAD 
002770     PERFORM 1310-LOAD-ONE-XREF THRU 1310-EXIT UNTIL WS-EOF.      CPYDEAD 
002780     CLOSE FXR-FILE.                                              CPYDEAD 
002790     MOVE 'N' TO WS-EOF-SW.                                       CPYDEAD 
002800     IF WS-XRF-FULL-SW = 'Y'                                      CPYDEAD 
002810         DISPLAY 'CPYDEAD - MORE THAN 5000 REFERENCED FIELDS'     CPYDEAD 
002820             ' - EXTRA IGNORED'                                   CPYDEAD 
002830     END-IF.                                                      CPYDEAD 
002840 1300-EXIT.                                                       CPYDEAD 
002850     EXIT.                                                        CPYDEAD 
002860*                                                                 CPYDEAD 
002870 1310-LOAD-ONE-XREF.                                              CPYDEAD 
002880     READ FXR-FILE INTO FXR-RECORD                                CPYDEAD 
002890         AT END MOVE 'Y' TO WS-EOF-SW                             CPYDEAD 
002900     END-READ.                                                    CPYDEAD 
002910     IF WS-EOF                                                    CPYDEAD 
002920         GO TO 1310-EXIT.                                         CPYDEAD 
002930     IF FXR-DATA-NAME = SPACES                                    CPYDEAD 
002940         GO TO 1310-EXIT.                                         CPYDEAD 
002950     MOVE 'N' TO WS-FOUND-SW.                                     CPYDEAD 
002960     PERFORM 1320-TEST-ONE-XREF-DUP THRU 1320-EXIT                CPYDEAD 
002970         VARYING WS-XIX FROM 1 BY 1                               CPYDEAD 
002980         UNTIL WS-XIX > WS-XRF-COUNT OR WS-FOUND.                 CPYDEAD 
002990     IF WS-FOUND                                                  CPYDEAD 
003000         GO TO 1310-EXIT.                                         CPYDEAD 
003010     IF WS-XRF-COUNT NOT < 5000                                   CPYDEAD 
003020         MOVE 'Y' TO WS-XRF-FULL-SW                               CPYDEAD 
003030         GO TO 1310-EXIT.                                         CPYDEAD 
003040     ADD 1 TO WS-XRF-COUNT.                                       CPYDEAD 
003050     MOVE FXR-DATA-NAME TO WS-XRF-NAME(WS-XRF-COUNT).             CPYDEAD 
003060     MOVE FXR-COPYBOOK TO WS-XRF-CB(WS-XRF-COUNT).                CPYDEAD 
003070     MOVE 0 TO WS-XRF-LEN(WS-XRF-COUNT).                          CPYDEAD 
003080     INSPECT FXR-DATA-NAME TALLYING WS-XRF-LEN(WS-XRF-COUNT)      CPYDEAD 
003090         FOR CHARACTERS BEFORE SPACE.                             CPYDEAD 
003100 1310-EXIT.                                                       CPYDEAD 
003110     EXIT.                                                        CPYDEAD 
003120*                                                                 CPYDEAD 
003130 1320-TEST-ONE-XREF-DUP.                                          CPYDEAD 
003140     IF WS-XRF-NAME(WS-XIX) = FXR-DATA-NAME                       CPYDEAD 
003150         AND WS-XRF-CB(WS-XIX) = FXR-COPYBOOK                     CPYDEAD 
003160         MOVE 'Y' TO WS-FOUND-SW                                  CPYDEAD 
003170     END-IF.                                                      CPYDEAD 
003180 1320-EXIT.                                                       CPYDEAD 
003190     EXIT.                                                        CPYDEAD 
003200*                                                                 CPYDEAD 
003210*-------------------------------------------------------------    CPYDEAD 
003220*1400-LOAD-DEP-EDGES - THE CHILD SIDE OF EVERY COPYBOOK-TO-       CPYDEAD 
003230*COPYBOOK EDGE: PARENT IN COLS 1-30, CHILD IN 32-61.              CPYDEAD 
003240*-------------------------------------------------------------    CPYDEAD 
003250 1400-LOAD-DEP-EDGES.                                             CPYDEAD 
003260     OPEN INPUT DEP-FILE.                                         CPYDEAD 
003270     IF WS-DEP-FILE-STATUS NOT = '00'                             CPYDEAD 
003280         GO TO 1400-EXIT.                                         CPYDEAD 
003290     MOVE 'Y' TO WS-DEP-OPEN-SW.                                  CPYDEAD 
003300     MOVE 'N' TO WS-EOF-SW.                                       CPYDEAD 
003310     PERFORM 1410-LOAD-ONE-EDGE THRU 1410-EXIT UNTIL WS-EOF.      CPYDEAD 
003320     CLOSE DEP-FILE.                                              CPYDEAD 
003330     MOVE 'N' TO WS-EOF-SW.                                       CPYDEAD 
003340 1400-EXIT.                                                       CPYDEAD 
003350     EXIT.                                                        CPYDEAD 
003360*                                                                 CPYDEAD 
003370 1410-LOAD-ONE-EDGE.                                              CPYDEAD 
003380     READ DEP-FILE INTO WS-DEP-FILE-REC                           CPYDEAD 
003390         AT END MOVE 'Y' TO WS-EOF-SW                             CPYDEAD 
003400     END-READ.                                                    CPYDEAD 
003410     IF WS-EOF                                                    CPYDEAD 
003420         GO TO 1410-EXIT.                                         CPYDEAD 
003430     IF WS-DEP-FILE-REC(1:1) = '*'                                CPYDEAD 
003440         OR WS-DEP-FILE-REC(32:30) = SPACES                       CPYDEAD 
003450         GO TO 1410-EXIT.                                         CPYDEAD 
003460     IF WS-CHILD-COUNT < 2000                                     CPYDEAD 
003470         ADD 1 TO WS-CHILD-COUNT                                  CPYDEAD 
003480         MOVE WS-DEP-FILE-REC(32:30)                              CPYDEAD 
003490             TO WS-CHILD-NAME(WS-CHILD-COUNT)                     CPYDEAD 
003500     END-IF.                                                      CPYDEAD 
003510 1410-EXIT.                                                       CPYDEAD 
003520     EXIT.                                                        CPYDEAD 
003530*                                                                 CPYDEAD 
003540 1500-LOAD-LIFECYCLE.                                             CPYDEAD 
003550     OPEN INPUT LCY-FILE.                                         CPYDEAD 
003560     IF WS-LCY-FILE-STATUS NOT = '00'                             CPYDEAD 
003570         GO TO 1500-EXIT.                                         CPYDEAD 
003580     MOVE 'N' TO WS-EOF-SW.                                       CPYDEAD 
003590     PERFORM 1510-LOAD-ONE-LCY THRU 1510-EXIT UNTIL WS-EOF.       CPYDEAD 
003600     CLOSE LCY-FILE.                                              CPYDEAD 
003610     MOVE 'N' TO WS-EOF-SW.                                       CPYDEAD 
003620 1500-EXIT.                                                       CPYDEAD 
003630     EXIT.                                                        CPYDEAD 
003640*                                                                 CPYDEAD 
003650 1510-LOAD-ONE-LCY.                                               CPYDEAD 
003660     READ LCY-FILE INTO WS-LCY-FILE-REC                           CPYDEAD 
003670         AT END MOVE 'Y' TO WS-EOF-SW                             CPYDEAD 
003680     END-READ.                                                    CPYDEAD 
003690     IF NOT WS-EOF                                                CPYDEAD 
003700         AND WS-LCY-FILE-REC(1:1) NOT = '*'                       CPYDEAD 
003710         AND WS-LCY-FILE-REC NOT = SPACES                         CPYDEAD 
003720         AND WS-LCY-COUNT < 500                                   CPYDEAD 
003730         ADD 1 TO WS-LCY-COUNT                                    CPYDEAD 
003740         MOVE WS-LCY-FILE-REC(1:30)                               CPYDEAD 
003750             TO WS-LCY-NAME(WS-LCY-COUNT)                         CPYDEAD 
003760         MOVE WS-LCY-FILE-REC(32:10)                              CPYDEAD 
003770             TO WS-LCY-STATUS(WS-LCY-COUNT)                       CPYDEAD 
003780     END-IF.                                                      CPYDEAD 
003790 1510-EXIT.                                                       CPYDEAD 
003800     EXIT.                                                        CPYDEAD 
003810*                                                                 CPYDEAD 
003820*-------------------------------------------------------------    CPYDEAD 
003830*2000-PROFILE-ONE-COPYBOOK - OWNER, LIFECYCLE STATUS,             CPYDEAD 
003840*CONSUMER COUNT AND LAST PULL FOR ONE ROLL ENTRY.                 CPYDEAD 
003850*-------------------------------------------------------------    CPYDEAD 
003860 2000-PROFILE-ONE-COPYBOOK.                                       CPYDEAD 
003870     MOVE WS-ROLL-NAME(WS-RIX) TO WS-COPYBOOK-NAME.               CPYDEAD 
003880     MOVE WS-COPYBOOK-NAME TO WS-OWN-PROBE.                       CPYDEAD 
003890     PERFORM 8700-FIND-OWNER THRU 8700-EXIT.                      CPYDEAD 
003900     IF WS-OWN-HIT-TEAM = SPACES                                  CPYDEAD 
003910         MOVE 'UNOWNED' TO WS-ROLL-OWNER(WS-RIX)                  CPYDEAD 
003920     ELSE                                                         CPYDEAD 
003930         MOVE WS-OWN-HIT-TEAM TO WS-ROLL-OWNER(WS-RIX)            CPYDEAD 
003940     END-IF.                                                      CPYDEAD 
003950     MOVE 'ACTIVE' TO WS-ROLL-STATUS(WS-RIX).                     CPYDEAD 
003960     PERFORM 2010-MATCH-ONE-LCY THRU 2010-EXIT                    CPYDEAD 
003970         VARYING WS-LIX FROM 1 BY 1                               CPYDEAD 
003980         UNTIL WS-LIX > WS-LCY-COUNT.                             CPYDEAD 
003990     MOVE 0 TO WS-ROLL-USERS(WS-RIX).                             CPYDEAD 
004000     IF WS-REG-OPEN                                               CPYDEAD 
004010         MOVE 'NEVER' TO WS-ROLL-LAST-TS(WS-RIX)                  CPYDEAD 
004020         PERFORM 2100-READ-CONSUMERS THRU 2100-EXIT               CPYDEAD 
004030     ELSE                                                         CPYDEAD 
004040         MOVE 'UNKNOWN' TO WS-ROLL-LAST-TS(WS-RIX)                CPYDEAD 
004050     END-IF.                                                      CPYDEAD 
004060 2000-EXIT.                                                       CPYDEAD 
004070     EXIT.                                                        CPYDEAD 
004080*                                                                 CPYDEAD 
004090 2010-MATCH-ONE-LCY.                                              CPYDEAD 
004100     IF WS-LCY-NAME(WS-LIX) = WS-COPYBOOK-NAME                    CPYDEAD 
004110         AND WS-LCY-STATUS(WS-LIX) NOT = SPACES                   CPYDEAD 
004120         MOVE WS-LCY-STATUS(WS-LIX) TO WS-ROLL-STATUS(WS-RIX)     CPYDEAD 
004130     END-IF.                                                      CPYDEAD 
004140 2010-EXIT.                                                       CPYDEAD 
004150     EXIT.                                                        CPYDEAD 
004160*                                                                 CPYDEAD 
004170*-------------------------------------------------------------    CPYDEAD 
004180*2100-READ-CONSUMERS - THE PER-(COPYBOOK, PROGRAM) KEYED          CPYDEAD 
004190*REGISTRY RECORDS FOR THIS COPYBOOK.  THE NEWEST LAST-RUN         CPYDEAD 
004200*STAMP AMONG THEM IS WHEN THE COPYBOOK WAS LAST PULLED.           CPYDEAD 
004210*-------------------------------------------------------------    CPYDEAD 
004220 2100-READ-CONSUMERS.                                             CPYDEAD 
004230     MOVE WS-COPYBOOK-NAME TO REG-COPYBOOK-NAME.                  CPYDEAD 
004240     MOVE LOW-VALUES TO REG-PROGRAM-NAME.                         CPYDEAD 
004250     MOVE 'N' TO WS-REG-EOF-SW.                                   CPYDEAD 
004260     START REG-FILE KEY NOT < REG-REG-KEY                         CPYDEAD 
004270         INVALID KEY GO TO 2100-EXIT                              CPYDEAD 
004280     END-START.                                                   CPYDEAD 
004290     PERFORM 2110-READ-ONE-CONSUMER THRU 2110-EXIT                CPYDEAD 
004300         UNTIL WS-REG-EOF.                                        CPYDEAD 
004310 2100-EXIT.                                                       CPYDEAD 
004320     EXIT.                                                        CPYDEAD 
004330*                                                                 CPYDEAD 
004340 2110-READ-ONE-CONSUMER.                                          CPYDEAD 
004350     READ REG-FILE NEXT RECORD                                    CPYDEAD 
004360         AT END MOVE 'Y' TO WS-REG-EOF-SW                         CPYDEAD 
004370     END-READ.                                                    CPYDEAD 
004380     IF WS-REG-EOF                                                CPYDEAD 
004390         GO TO 2110-EXIT.                                         CPYDEAD 
004400     IF REG-COPYBOOK-NAME NOT = WS-COPYBOOK-NAME                  CPYDEAD 
004410         MOVE 'Y' TO WS-REG-EOF-SW                                CPYDEAD 
004420         GO TO 2110-EXIT.                                         CPYDEAD 
004430     ADD 1 TO WS-ROLL-USERS(WS-RIX).                              CPYDEAD 
004440     IF WS-ROLL-LAST-TS(WS-RIX) = 'NEVER'                         CPYDEAD 
004450         OR REG-LAST-RUN-TS > WS-ROLL-LAST-TS(WS-RIX)             CPYDEAD 
004460         MOVE REG-LAST-RUN-TS TO WS-ROLL-LAST-TS(WS-RIX)          CPYDEAD 
004470     END-IF.                                                      CPYDEAD 
004480 2110-EXIT.                                                       CPYDEAD 
004490     EXIT.                                                        CPYDEAD 
004500*                                                                 CPYDEAD 
004510*-------------------------------------------------------------    CPYDEAD 
004520*3000-LIST-DEAD-FIELDS - EVERY NAMED ITEM OF EVERY ROLL           CPYDEAD 
004530*ENTRY, GROUPS INCLUDED AND TABLES UNEXPANDED (THE                CPYDEAD 
004540*DICTIONARY'S OWN VIEW), THAT NO PROCEDURE DIVISION HAS           CPYDEAD 
004550*REFERENCED.                                                      CPYDEAD 
004560*-------------------------------------------------------------    CPYDEAD 
004570 3000-LIST-DEAD-FIELDS.                                           CPYDEAD 
004580     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYDEAD 
004590     WRITE WS-RPT-FILE-REC.                                       CPYDEAD 
004600     MOVE 'UNREFERENCED FIELDS' TO WS-RPT-FILE-REC.               CPYDEAD 
004610     WRITE WS-RPT-FILE-REC.                                       CPYDEAD 
004620     IF NOT WS-FXR-OPEN                                           CPYDEAD 
004630         MOVE SPACES TO WS-RPT-FILE-REC                           CPYDEAD 
004640         STRING '  FIELD WHERE-USED FILE registry/CPYFXR.DAT'     CPYDEAD 
004650             DELIMITED BY SIZE                                    CPYDEAD 
004660             ' NOT AVAILABLE - SECTION OMITTED'                   CPYDEAD 
004670             DELIMITED BY SIZE                                    CPYDEAD 
004680             INTO WS-RPT-FILE-REC                                 CPYDEAD 
004690         END-STRING                                               CPYDEAD 
004700         WRITE WS-RPT-FILE-REC                                    CPYDEAD 
004710         MOVE 8 TO WS-FINAL-RC                                    CPYDEAD 
004720         GO TO 3000-EXIT.                                         CPYDEAD 
004730     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYDEAD 
004740     MOVE 'COPYBOOK' TO WS-RPT-FILE-REC(1:8).                     CPYDEAD 
004750     MOVE 'FIELD' TO WS-RPT-FILE-REC(32:5).                       CPYDEAD 
004760     MOVE 'LV' TO WS-RPT-FILE-REC(63:2).                          CPYDEAD 
004770     MOVE 'OFFSET' TO WS-RPT-FILE-REC(66:6).                      CPYDEAD 
004780     MOVE 'OWNER' TO WS-RPT-FILE-REC(74:5).                       CPYDEAD 
004790     MOVE 'LAST PULLED' TO WS-RPT-FILE-REC(85:11).                CPYDEAD 
004800     MOVE 'LIFECYCLE' TO WS-RPT-FILE-REC(101:9).                  CPYDEAD 
004810     WRITE WS-RPT-FILE-REC.                                       CPYDEAD 
004820     PERFORM 3100-CHECK-ONE-COPYBOOK THRU 3100-EXIT               CPYDEAD 
004830         VARYING WS-RIX FROM 1 BY 1                               CPYDEAD 
004840         UNTIL WS-RIX > WS-ROLL-COUNT.                            CPYDEAD 
004850 3000-EXIT.                                                       CPYDEAD 
004860     EXIT.                                                        CPYDEAD 
004870*                                                                 CPYDEAD 
004880 3100-CHECK-ONE-COPYBOOK.                                         CPYDEAD 
004890     MOVE WS-ROLL-NAME(WS-RIX) TO WS-COPYBOOK-NAME.               CPYDEAD 
004900     MOVE WS-COPYBOOK-NAME TO LAY-COPYBOOK-NAME.                  CPYDEAD 
004910     MOVE SPACES TO LAY-LIBRARY-DIR.                              CPYDEAD 
004920     MOVE 'A' TO LAY-VIEW-MODE.                                   CPYDEAD 
004930     MOVE 'Y' TO LAY-GROUPS-SW.                                   CPYDEAD 
004940     MOVE 'N' TO LAY-EXPAND-SW.                                   CPYDEAD 
004950     MOVE 0 TO LAY-VIEW-COUNT.                                    CPYDEAD 
004960     CALL 'CPYLAYO' USING CPYLAYO-PARMS.                          CPYDEAD 
004970     IF NOT LAY-OK                                                CPYDEAD 
004980         PERFORM 3150-REPORT-NOT-LOADED THRU 3150-EXIT            CPYDEAD 
004990         GO TO 3100-EXIT.                                         CPYDEAD 
005000     MOVE 0 TO WS-BOOK-DEAD.                                      CPYDEAD 
005010     PERFORM 3200-CHECK-ONE-ITEM THRU 3200-EXIT                   CPYDEAD 
005020         VARYING WS-CIX FROM 1 BY 1                               CPYDEAD 
005030         UNTIL WS-CIX > LAY-COL-COUNT.                            CPYDEAD 
005040 3100-EXIT.                                                       CPYDEAD 
005050     EXIT.                                                        CPYDEAD 
005060*                                                                 CPYDEAD 
005070 3150-REPORT-NOT-LOADED.                                          CPYDEAD 
005080     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYDEAD 
005090     IF LAY-TABLE-FULL                                            CPYDEAD 
005100         STRING WS-COPYBOOK-NAME DELIMITED BY SPACE               CPYDEAD 
005110             '  *** LAYOUT TOO LARGE - NOT CHECKED ***'           CPYDEAD 
005120             DELIMITED BY SIZE                                    CPYDEAD 
005130             INTO WS-RPT-FILE-REC                                 CPYDEAD 
005140         END-STRING                                               CPYDEAD 
005150     ELSE                                                         CPYDEAD 
005160         STRING WS-COPYBOOK-NAME DELIMITED BY SPACE               CPYDEAD 
005170             '  *** NOT FOUND IN ANY LIBRARY ***'                 CPYDEAD 
005180             DELIMITED BY SIZE                                    CPYDEAD 
005190             INTO WS-RPT-FILE-REC                                 CPYDEAD 
005200         END-STRING                                               CPYDEAD 
005210     END-IF.                                                      CPYDEAD 
005220     WRITE WS-RPT-FILE-REC.                                       CPYDEAD 
005230     ADD 1 TO WS-MISSING-COUNT.                                   CPYDEAD 
005240     MOVE 8 TO WS-FINAL-RC.                                       CPYDEAD 
005250 3150-EXIT.                                                       CPYDEAD 
005260     EXIT.                                                        CPYDEAD 
005270*                                                                 CPYDEAD 
005280 3200-CHECK-ONE-ITEM.                                             CPYDEAD 
005290     IF LAY-COL-BASE(WS-CIX) = SPACES                             CPYDEAD 
005300         OR LAY-COL-BASE(WS-CIX) = 'FILLER'                       CPYDEAD 
005310         GO TO 3200-EXIT.                                         CPYDEAD 
005320     ADD 1 TO WS-ITEM-COUNT.                                      CPYDEAD 
005330     MOVE LAY-COL-BASE(WS-CIX) TO WS-ITEM-NAME.                   CPYDEAD 
005340     MOVE 'N' TO WS-ITEM-PREFIX-SW WS-ITEM-REF-SW.                CPYDEAD 
005350     MOVE 0 TO WS-ITEM-TAIL-LEN.                                  CPYDEAD 
005360     IF WS-ITEM-NAME(1:8) = ':PREFIX:'                            CPYDEAD 
005370         MOVE 'Y' TO WS-ITEM-PREFIX-SW                            CPYDEAD 
005380         MOVE WS-ITEM-NAME(9:22) TO WS-ITEM-TAIL                  CPYDEAD 
005390         INSPECT WS-ITEM-TAIL TALLYING WS-ITEM-TAIL-LEN           CPYDEAD 
005400             FOR CHARACTERS BEFORE SPACE                          CPYDEAD 
005410     END-IF.                                                      CPYDEAD 
005420     PERFORM 3210-TEST-ONE-XREF THRU 3210-EXIT                    CPYDEAD 
005430         VARYING WS-XIX FROM 1 BY 1                               CPYDEAD 
005440         UNTIL WS-XIX > WS-XRF-COUNT OR WS-ITEM-REFERENCED.       CPYDEAD 
005450     IF WS-ITEM-REFERENCED                                        CPYDEAD 
005460         GO TO 3200-EXIT.                                         CPYDEAD 
005470     ADD 1 TO WS-DEAD-COUNT WS-BOOK-DEAD.                         CPYDEAD 
005480     IF WS-FINAL-RC < 4                                           CPYDEAD 
005490         MOVE 4 TO WS-FINAL-RC                                    CPYDEAD 
005500     END-IF.                                                      CPYDEAD 
005510     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYDEAD 
005520     IF WS-BOOK-DEAD = 1                                          CPYDEAD 
005530         MOVE WS-COPYBOOK-NAME TO WS-RPT-FILE-REC(1:30)           CPYDEAD 
005540     END-IF.                                                      CPYDEAD 
005550     MOVE WS-ITEM-NAME TO WS-RPT-FILE-REC(32:30).                 CPYDEAD 
005560     MOVE LAY-COL-LEVEL(WS-CIX) TO WS-RPT-FILE-REC(63:2).         CPYDEAD 
005570     MOVE LAY-COL-OFF(WS-CIX) TO WS-EDIT-OFF.                     CPYDEAD 
005580     MOVE WS-EDIT-OFF TO WS-RPT-FILE-REC(66:6).                   CPYDEAD 
005590     MOVE WS-ROLL-OWNER(WS-RIX) TO WS-RPT-FILE-REC(74:10).        CPYDEAD 
005600     MOVE WS-ROLL-LAST-TS(WS-RIX) TO WS-RPT-FILE-REC(85:15).      CPYDEAD 
005610     MOVE WS-ROLL-STATUS(WS-RIX) TO WS-RPT-FILE-REC(101:10).      CPYDEAD 
005620     WRITE WS-RPT-FILE-REC.                                       CPYDEAD 
005630 3200-EXIT.                                                       CPYDEAD 
005640     EXIT.                                                        CPYDEAD 
005650*                                                                 CPYDEAD 
005660 3210-TEST-ONE-XREF.                                              CPYDEAD 
005670     IF WS-XRF-CB(WS-XIX) NOT = WS-COPYBOOK-NAME                  CPYDEAD 
005680         GO TO 3210-EXIT.                                         CPYDEAD 
005690     IF NOT WS-ITEM-PREFIXED                                      CPYDEAD 
005700         IF WS-XRF-NAME(WS-XIX) = WS-ITEM-NAME                    CPYDEAD 
005710             MOVE 'Y' TO WS-ITEM-REF-SW                           CPYDEAD 
005720         END-IF                                                   CPYDEAD 
005730         GO TO 3210-EXIT.                                         CPYDEAD 
005740     IF WS-ITEM-TAIL-LEN = 0                                      CPYDEAD 
005750         OR WS-XRF-LEN(WS-XIX) NOT > WS-ITEM-TAIL-LEN             CPYDEAD 
005760         GO TO 3210-EXIT.                                         CPYDEAD 
005770     COMPUTE WS-TAIL-START =                                      CPYDEAD 
005780         WS-XRF-LEN(WS-XIX) - WS-ITEM-TAIL-LEN + 1.               CPYDEAD 
005790     IF WS-XRF-NAME(WS-XIX)(WS-TAIL-START:WS-ITEM-TAIL-LEN)       CPYDEAD 
005800         = WS-ITEM-TAIL(1:WS-ITEM-TAIL-LEN)                       CPYDEAD 
005810         MOVE 'Y' TO WS-ITEM-REF-SW                               CPYDEAD 
005820     END-IF.                                                      CPYDEAD 
005830 3210-EXIT.                                                       CPYDEAD 
005840     EXIT.                                                        CPYDEAD 
005850*                                                                 CPYDEAD 
005860*-------------------------------------------------------------    CPYDEAD 
005870*4000-LIST-ORPHANS - ROLL ENTRIES NO PROGRAM PULLS AND NO         CPYDEAD 
005880*OTHER COPYBOOK NESTS.                                            CPYDEAD 
005890*-------------------------------------------------------------    CPYDEAD 
005900 4000-LIST-ORPHANS.                                               CPYDEAD 
005910     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYDEAD 
005920     WRITE WS-RPT-FILE-REC.                                       CPYDEAD 
005930     MOVE 'ORPHAN COPYBOOKS' TO WS-RPT-FILE-REC.                  CPYDEAD 
005940     WRITE WS-RPT-FILE-REC.                                       CPYDEAD 
005950     IF NOT WS-REG-OPEN                                           CPYDEAD 
005960         MOVE SPACES TO WS-RPT-FILE-REC                           CPYDEAD 
005970         STRING '  USAGE REGISTRY registry/CPYREG.DAT'            CPYDEAD 
005980             DELIMITED BY SIZE                                    CPYDEAD 
005990             ' NOT AVAILABLE - SECTION OMITTED'                   CPYDEAD 
006000             DELIMITED BY SIZE                                    CPYDEAD 
006010             INTO WS-RPT-FILE-REC                                 CPYDEAD 
006020         END-STRING                                               CPYDEAD 
006030         WRITE WS-RPT-FILE-REC                                    CPYDEAD 
006040         MOVE 8 TO WS-FINAL-RC                                    CPYDEAD 
006050         GO TO 4000-EXIT.                                         CPYDEAD 
006060     IF NOT WS-DEP-OPEN                                           CPYDEAD 
006070         MOVE SPACES TO WS-RPT-FILE-REC                           CPYDEAD 
006080         STRING '  NO registry/CPYDEP.DAT - NO COPYBOOK IS'       CPYDEAD 
006090             DELIMITED BY SIZE                                    CPYDEAD 
006100             ' TAKEN AS NESTED IN ANOTHER'                        CPYDEAD 
006110             DELIMITED BY SIZE                                    CPYDEAD 
006120             INTO WS-RPT-FILE-REC                                 CPYDEAD 
006130         END-STRING                                               CPYDEAD 
006140         WRITE WS-RPT-FILE-REC                                    CPYDEAD 
006150     END-IF.                                                      CPYDEAD 
006160     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYDEAD 
006170     MOVE 'COPYBOOK' TO WS-RPT-FILE-REC(1:8).                     CPYDEAD 
006180     MOVE 'OWNER' TO WS-RPT-FILE-REC(74:5).                       CPYDEAD 
006190     MOVE 'LAST PULLED' TO WS-RPT-FILE-REC(85:11).                CPYDEAD 
006200     MOVE 'LIFECYCLE' TO WS-RPT-FILE-REC(101:9).                  CPYDEAD 
006210     WRITE WS-RPT-FILE-REC.                                       CPYDEAD 
006220     PERFORM 4100-CHECK-ONE-ORPHAN THRU 4100-EXIT                 CPYDEAD 
006230         VARYING WS-RIX FROM 1 BY 1                               CPYDEAD 
006240         UNTIL WS-RIX > WS-ROLL-COUNT.                            CPYDEAD 
006250 4000-EXIT.                                                       CPYDEAD 
006260     EXIT.                                                        CPYDEAD 
006270*                                                                 CPYDEAD 
006280 4100-CHECK-ONE-ORPHAN.                                           CPYDEAD 
006290     IF WS-ROLL-USERS(WS-RIX) > 0                                 CPYDEAD 
006300         GO TO 4100-EXIT.                                         CPYDEAD 
006310     MOVE 'N' TO WS-FOUND-SW.                                     CPYDEAD 
006320     PERFORM 4110-TEST-ONE-CHILD THRU 4110-EXIT                   CPYDEAD 
006330         VARYING WS-EIX FROM 1 BY 1                               CPYDEAD 
006340         UNTIL WS-EIX > WS-CHILD-COUNT OR WS-FOUND.               CPYDEAD 
006350     IF WS-FOUND                                                  CPYDEAD 
006360         GO TO 4100-EXIT.                                         CPYDEAD 
006370     ADD 1 TO WS-ORPHAN-COUNT.                                    CPYDEAD 
006380     IF WS-FINAL-RC < 4                                           CPYDEAD 
006390         MOVE 4 TO WS-FINAL-RC                                    CPYDEAD 
006400     END-IF.                                                      CPYDEAD 
006410     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYDEAD 
006420     MOVE WS-ROLL-NAME(WS-RIX) TO WS-RPT-FILE-REC(1:30).          CPYDEAD 
006430     MOVE 'NO CONSUMER, NOT NESTED' TO WS-RPT-FILE-REC(32:23).    CPYDEAD 
006440     MOVE WS-ROLL-OWNER(WS-RIX) TO WS-RPT-FILE-REC(74:10).        CPYDEAD 
006450     MOVE WS-ROLL-LAST-TS(WS-RIX) TO WS-RPT-FILE-REC(85:15).      CPYDEAD 
006460     MOVE WS-ROLL-STATUS(WS-RIX) TO WS-RPT-FILE-REC(101:10).      CPYDEAD 
006470     WRITE WS-RPT-FILE-REC.                                       CPYDEAD 
006480 4100-EXIT.                                                       CPYDEAD 
006490     EXIT.                                                        CPYDEAD 
006500*                                                                 CPYDEAD 
006510 4110-TEST-ONE-CHILD.                                             CPYDEAD 
006520     IF WS-CHILD-NAME(WS-EIX) = WS-ROLL-NAME(WS-RIX)              CPYDEAD 
006530         MOVE 'Y' TO WS-FOUND-SW                                  CPYDEAD 
006540     END-IF.                                                      CPYDEAD 
006550 4110-EXIT.                                                       CPYDEAD 
006560     EXIT.                                                        CPYDEAD 
006570*                                                                 CPYDEAD 
006580 8000-PRINT-SUMMARY.                                              CPYDEAD 
006590     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYDEAD 
006600     WRITE WS-RPT-FILE-REC.                                       CPYDEAD 
006610     MOVE WS-ROLL-COUNT TO WS-EDIT-COUNT.                         CPYDEAD 
006620     MOVE 'COPYBOOKS ON ROLL' TO WS-RPT-FILE-REC(1:24).           CPYDEAD 
006630     MOVE WS-EDIT-COUNT TO WS-RPT-FILE-REC(26:6).                 CPYDEAD 
006640     WRITE WS-RPT-FILE-REC.                                       CPYDEAD 
006650     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYDEAD 
006660     MOVE WS-ITEM-COUNT TO WS-EDIT-COUNT.                         CPYDEAD 
006670     MOVE 'DATA ITEMS CHECKED' TO WS-RPT-FILE-REC(1:24).          CPYDEAD 
006680     MOVE WS-EDIT-COUNT TO WS-RPT-FILE-REC(26:6).                 CPYDEAD 
006690     WRITE WS-RPT-FILE-REC.                                       CPYDEAD 
006700     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYDEAD 
006710     MOVE WS-DEAD-COUNT TO WS-EDIT-COUNT.                         CPYDEAD 
006720     MOVE 'UNREFERENCED FIELDS' TO WS-RPT-FILE-REC(1:24).         CPYDEAD 
006730     MOVE WS-EDIT-COUNT TO WS-RPT-FILE-REC(26:6).                 CPYDEAD 
006740     WRITE WS-RPT-FILE-REC.                                       CPYDEAD 
006750     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYDEAD 
006760     MOVE WS-ORPHAN-COUNT TO WS-EDIT-COUNT.                       CPYDEAD 
006770     MOVE 'ORPHAN COPYBOOKS' TO WS-RPT-FILE-REC(1:24).            CPYDEAD 
006780     MOVE WS-EDIT-COUNT TO WS-RPT-FILE-REC(26:6).                 CPYDEAD 
006790     WRITE WS-RPT-FILE-REC.                                       CPYDEAD 
006800     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYDEAD 
006810     MOVE WS-MISSING-COUNT TO WS-EDIT-COUNT.                      CPYDEAD 
006820     MOVE 'COPYBOOKS NOT CHECKED' TO WS-RPT-FILE-REC(1:24).       CPYDEAD 
006830     MOVE WS-EDIT-COUNT TO WS-RPT-FILE-REC(26:6).                 CPYDEAD 
006840     WRITE WS-RPT-FILE-REC.                                       CPYDEAD 
006850 8000-EXIT.                                                       CPYDEAD 
006860     EXIT.                                                        CPYDEAD 
006870*                                                                 CPYDEAD 
006880*-------------------------------------------------------------    CPYDEAD 
006890*8600-LOAD-OWNERSHIP / 8700-FIND-OWNER - THE COPYBOOK             CPYDEAD 
006900*OWNERSHIP REGISTRY, LOADED ONCE AND PROBED BY NAME (THE          CPYDEAD 
006910*PROBE KEY GOES IN WS-OWN-PROBE FIRST).                           CPYDEAD 
006920*-------------------------------------------------------------    CPYDEAD 
006930 8600-LOAD-OWNERSHIP.                                             CPYDEAD 
006940     MOVE 0 TO WS-OWN-COUNT.                                      CPYDEAD 
006950     OPEN INPUT OWN-FILE.                                         CPYDEAD 
006960     IF WS-OWN-FILE-STATUS NOT = '00'                             CPYDEAD 
006970         GO TO 8600-EXIT.                                         CPYDEAD 
006980     MOVE 'N' TO WS-OWN-EOF-SW.                                   CPYDEAD 
006990     PERFORM 8610-LOAD-ONE-OWNER THRU 8610-EXIT                   CPYDEAD 
007000         UNTIL WS-OWN-EOF-SW = 'Y'.                               CPYDEAD 
007010     CLOSE OWN-FILE.                                              CPYDEAD 
007020 8600-EXIT.                                                       CPYDEAD 
007030     EXIT.                                                        CPYDEAD 
007040*                                                                 CPYDEAD 
007050 8610-LOAD-ONE-OWNER.                                             CPYDEAD 
007060     READ OWN-FILE INTO WS-OWN-FILE-REC                           CPYDEAD 
007070         AT END MOVE 'Y' TO WS-OWN-EOF-SW                         CPYDEAD 
007080     END-READ.                                                    CPYDEAD 
007090     IF WS-OWN-EOF-SW = 'Y'                                       CPYDEAD 
007100         GO TO 8610-EXIT.                                         CPYDEAD 
007110     IF WS-OWN-FILE-REC(1:1) = '*'                                CPYDEAD 
007120         OR WS-OWN-FILE-REC = SPACES                              CPYDEAD 
007130         GO TO 8610-EXIT.                                         CPYDEAD 
007140     IF WS-OWN-COUNT < 100                                        CPYDEAD 
007150         ADD 1 TO WS-OWN-COUNT                                    CPYDEAD 
007160         MOVE WS-OWN-FILE-REC(1:30) TO WS-OWN-CB(WS-OWN-COUNT)    CPYDEAD 
007170         MOVE WS-OWN-FILE-REC(32:10)                              CPYDEAD 
007180             TO WS-OWN-TEAM(WS-OWN-COUNT)                         CPYDEAD 
007190         MOVE WS-OWN-FILE-REC(43:8)                               CPYDEAD 
007200             TO WS-OWN-CONTACT1(WS-OWN-COUNT)                     CPYDEAD 
007210     END-IF.                                                      CPYDEAD 
007220 8610-EXIT.                                                       CPYDEAD 
007230     EXIT.                                                        CPYDEAD 
007240*                                                                 CPYDEAD 
007250 8700-FIND-OWNER.                                                 CPYDEAD 
007260     MOVE SPACES TO WS-OWN-HIT-TEAM WS-OWN-HIT-CONTACT.           CPYDEAD 
007270     PERFORM 8710-TEST-ONE-OWNER THRU 8710-EXIT                   CPYDEAD 
007280         VARYING WS-OIX FROM 1 BY 1                               CPYDEAD 
007290         UNTIL WS-OIX > WS-OWN-COUNT                              CPYDEAD 
007300            OR WS-OWN-HIT-TEAM NOT = SPACES.                      CPYDEAD 
007310 8700-EXIT.                                                       CPYDEAD 
007320     EXIT.                                                        CPYDEAD 
007330*                                                                 CPYDEAD 
007340 8710-TEST-ONE-OWNER.                                             CPYDEAD 
007350     IF WS-OWN-CB(WS-OIX) = WS-OWN-PROBE                          CPYDEAD 
007360         MOVE WS-OWN-TEAM(WS-OIX) TO WS-OWN-HIT-TEAM              CPYDEAD 
007370         MOVE WS-OWN-CONTACT1(WS-OIX) TO WS-OWN-HIT-CONTACT       CPYDEAD 
007380     END-IF.                                                      CPYDEAD 
007390 8710-EXIT.                                                       CPYDEAD 
007400     EXIT.                                                        CPYDEAD 
