000010 IDENTIFICATION DIVISION.                                         CPYDJNL 
000020 PROGRAM-ID. CPYDJNL.                                             CPYDJNL 
000030 AUTHOR. R SANDOVAL.                                              CPYDJNL 
000040 INSTALLATION. DATA CENTER SERVICES - COPYBOOK TOOLING.           CPYDJNL 
000050 DATE-WRITTEN. 2026-10-15.                                        CPYDJNL 
000060 DATE-COMPILED.                                                   CPYDJNL 
000070*-------------------------------------------------------------    CPYDJNL 
000080*MODIFICATION HISTORY                                             CPYDJNL 
000090*-------------------------------------------------------------    CPYDJNL 
000100*2026-10-15 RS  DECK CHANGE JOURNAL.  CALLED BY THE OVERNIGHT     CPYDJNL 
000110*               SWEEP (CPYDRVR).  ACTION M COMPARES A DECK        CPYDJNL 
000120*               JUST DELIVERED WITH THE DECK IT REPLACED          CPYDJNL 
000130*               (<DECK>.OLD) AND APPENDS THE MEMBER'S STATUS      CPYDJNL 
000140*               AND EVERY LINE ADDED, REMOVED OR CHANGED TO       CPYDJNL 
000150*               registry/CPYDJN.DAT (CPYDJN), EACH LINE           CPYDJNL 
000160*               ATTRIBUTED THROUGH THE PROVENANCE SIDE FILES      CPYDJNL 
000170*               TO THE COPYBOOK AND VERSION, OR THE MEMBER,       CPYDJNL 
000180*               THAT PRODUCED IT.  ACTION R PRINTS THE RUN'S      CPYDJNL 
000190*               JOURNAL AS registry/CPYDJN.RPT: A ONE-PAGE        CPYDJNL 
000200*               SUMMARY BY COPYBOOK FOR THE CHANGE BOARD, THEN    CPYDJNL 
000210*               THE PER-MEMBER DETAIL.  A NAMED ENVIRONMENT       CPYDJNL 
000220*               KEEPS BOTH UNDER registry/<ENV>/.                 CPYDJNL 
000230*-------------------------------------------------------------    CPYDJNL 
000240 ENVIRONMENT DIVISION.                                            CPYDJNL 
000250 CONFIGURATION SECTION.                                           CPYDJNL 
000260 SOURCE-COMPUTER. GENERIC-COMPUTER.                               CPYDJNL 
000270 OBJECT-COMPUTER. GENERIC-COMPUTER.                               CPYDJNL 
000280 INPUT-OUTPUT SECTION.                                            CPYDJNL 
000290 FILE-CONTROL.                                                    CPYDJNL 
000300     SELECT DECK-FILE ASSIGN TO DYNAMIC WS-DECK-FILENAME          CPYDJNL 
000310         ORGANIZATION LINE SEQUENTIAL                             CPYDJNL 
000320         FILE STATUS IS WS-DECK-FILE-STATUS.                      CPYDJNL 
000330     SELECT PRV-FILE ASSIGN TO DYNAMIC WS-PRV-FILENAME            CPYDJNL 
000340         ORGANIZATION LINE SEQUENTIAL                             CPYDJNL 
000350         FILE STATUS IS WS-PRV-FILE-STATUS.                       CPYDJNL 
000360     SELECT DJN-FILE ASSIGN TO DYNAMIC WS-DJN-FILENAME            CPYDJNL 
000370         ORGANIZATION LINE SEQUENTIAL                             CPYDJNL 
000380         FILE STATUS IS WS-DJN-FILE-STATUS                        CPYDJNL 
000390         LOCK MODE IS AUTOMATIC.                                  CPYDJNL 
000400     SELECT RPT-FILE ASSIGN TO DYNAMIC WS-RPT-FILENAME            CPYDJNL 
000410         ORGANIZATION LINE SEQUENTIAL                             CPYDJNL 
000420         FILE STATUS IS WS-RPT-FILE-STATUS.                       CPYDJNL 
000430 DATA DIVISION.                                                   CPYDJNL 
000440 FILE SECTION.                                                    CPYDJNL 
000450 FD  DECK-FILE.                                                   CPYDJNL 
000460 01  WS-DECK-FILE-REC        PIC X(80).                           CPYDJNL 
000470 FD  PRV-FILE.                                                    CPYDJNL 
000480 01  WS-PRV-FILE-REC         PIC X(80).                           CPYDJNL 
000490 FD  DJN-FILE.                                                    CPYDJNL 
000500 01  WS-DJN-FILE-REC         PIC X(275).                          CPYDJNL 
000510 FD  RPT-FILE.                                                    CPYDJNL 
000520 01  WS-RPT-FILE-REC         PIC X(140).                          CPYDJNL 
000530 WORKING-STORAGE SECTION.                                         CPYDJNL 
000540 77  WS-DECK-FILENAME        PIC X(80) VALUE SPACES.              CPYDJNL 
000550 77  WS-DECK-FILE-STATUS     PIC X(02) VALUE '00'.                CPYDJNL 
000560 77  WS-PRV-FILENAME         PIC X(80) VALUE SPACES.              CPYDJNL 
000570 77  WS-PRV-FILE-STATUS      PIC X(02) VALUE '00'.                CPYDJNL 
000580 77  WS-DJN-FILENAME         PIC X(80)                            CPYDJNL 
000590         VALUE 'registry/CPYDJN.DAT'.                             CPYDJNL 
000600 77  WS-DJN-FILE-STATUS      PIC X(02) VALUE '00'.                CPYDJNL 
000610 77  WS-RPT-FILENAME         PIC X(80)                            CPYDJNL 
000620         VALUE 'registry/CPYDJN.RPT'.                             CPYDJNL 
000630 77  WS-RPT-FILE-STATUS      PIC X(02) VALUE '00'.                CPYDJNL 
000640 77  WS-ENV-LEN              PIC 9(02) COMP VALUE 0.              CPYDJNL 
000650 77  WS-EOF-SW               PIC X(01) VALUE 'N'.                 CPYDJNL 
000660     88  WS-EOF              VALUE 'Y'.                           CPYDJNL 
000670 77  WS-LOAD-SIDE            PIC X(01) VALUE SPACE.               CPYDJNL 
000680     88  WS-LOADING-NEW      VALUE 'N'.                           CPYDJNL 
000690 77  WS-DECK-FOUND-SW        PIC X(01) VALUE 'N'.                 CPYDJNL 
000700     88  WS-DECK-FOUND       VALUE 'Y'.                           CPYDJNL 
000710 77  WS-OLD-FOUND-SW         PIC X(01) VALUE 'N'.                 CPYDJNL 
000720 77  WS-BYTE-DIFF-SW         PIC X(01) VALUE 'N'.                 CPYDJNL 
000730     88  WS-BYTES-DIFFER     VALUE 'Y'.                           CPYDJNL 
000740 77  WS-MATCH-SW             PIC X(01) VALUE 'N'.                 CPYDJNL 
000750     88  WS-CARDS-MATCH      VALUE 'Y'.                           CPYDJNL 
000760 77  WS-DETAIL-SW            PIC X(01) VALUE 'N'.                 CPYDJNL 
000770     88  WS-WRITING-DETAIL   VALUE 'Y'.                           CPYDJNL 
000780 77  WS-IN-DETAIL-SW         PIC X(01) VALUE 'N'.                 CPYDJNL 
000790     88  WS-IN-DETAIL        VALUE 'Y'.                           CPYDJNL 
000800*    THE ENGINE'S OUTPUT TABLE LIMIT - NO DELIVERED DECK IS       CPYDJNL 
000810*    LONGER.                                                      CPYDJNL 
000820 77  WS-MAX-CARDS            PIC 9(05) COMP VALUE 60000.          CPYDJNL 
000830 77  WS-LOAD-COUNT           PIC 9(05) COMP VALUE 0.              CPYDJNL 
000840 77  WS-LINE-NO              PIC 9(08) VALUE 0.                   CPYDJNL 
000850 77  WS-OLD-IX               PIC 9(05) COMP VALUE 0.              CPYDJNL 
000860 77  WS-NEW-IX               PIC 9(05) COMP VALUE 0.              CPYDJNL 
000870 77  WS-CMP-OLD              PIC 9(05) COMP VALUE 0.              CPYDJNL 
000880 77  WS-CMP-NEW              PIC 9(05) COMP VALUE 0.              CPYDJNL 
000890 77  WS-PROBE-IX             PIC 9(05) COMP VALUE 0.              CPYDJNL 
000900*    HOW FAR AHEAD THE COMPARE LOOKS FOR THE TWO DECKS TO         CPYDJNL 
000910*    COME BACK INTO STEP BEFORE CALLING A CARD CHANGED.           CPYDJNL 
000920 77  WS-RESYNC-WINDOW        PIC 9(03) COMP VALUE 50.             CPYDJNL 
000930 77  WS-DIST                 PIC 9(03) COMP VALUE 0.              CPYDJNL 
000940 77  WS-ADD-RUN              PIC 9(03) COMP VALUE 0.              CPYDJNL 
000950 77  WS-DROP-RUN             PIC 9(03) COMP VALUE 0.              CPYDJNL 
000960 77  WS-ADDED                PIC 9(06) COMP VALUE 0.              CPYDJNL 
000970 77  WS-REMOVED              PIC 9(06) COMP VALUE 0.              CPYDJNL 
000980 77  WS-CHANGED              PIC 9(06) COMP VALUE 0.              CPYDJNL 
000990 01  WS-NEW-DECK.                                                 CPYDJNL 
001000     05  WS-NEW-COUNT        PIC 9(05) COMP VALUE 0.              CPYDJNL 
001010     05  WS-NEW-ENT OCCURS 60000 TIMES.                           CPYDJNL 
001020         10  WS-NEW-CARD     PIC X(80).                           CPYDJNL 
001030         10  WS-NEW-SOURCE   PIC X(30).                           CPYDJNL 
001040         10  WS-NEW-LIBRARY  PIC X(08).                           CPYDJNL 
001050         10  WS-NEW-VERSION  PIC X(10).                           CPYDJNL 
001060 01  WS-OLD-DECK.                                                 CPYDJNL 
001070     05  WS-OLD-COUNT        PIC 9(05) COMP VALUE 0.              CPYDJNL 
001080     05  WS-OLD-ENT OCCURS 60000 TIMES.                           CPYDJNL 
001090         10  WS-OLD-CARD     PIC X(80).                           CPYDJNL 
001100         10  WS-OLD-SOURCE   PIC X(30).                           CPYDJNL 
001110         10  WS-OLD-LIBRARY  PIC X(08).                           CPYDJNL 
001120         10  WS-OLD-VERSION  PIC X(10).                           CPYDJNL 
001130*    REPORT - ONE SUMMARY ROW PER COPYBOOK AND VERSION, KEPT IN   CPYDJNL 
001140*    KEY ORDER AS ROWS ARE ADDED.  THE MEMBERS' OWN LINES SHARE   CPYDJNL 
001150*    ONE ROW.  A NIGHT WITH MORE SOURCES THAN THE TABLE HOLDS     CPYDJNL 
001160*    FOLDS THE REST INTO A LAST CATCH-ALL ROW.                    CPYDJNL 
001170 77  WS-SUM-MAX              PIC 9(04) COMP VALUE 400.            CPYDJNL 
001180 77  WS-SUM-IX               PIC 9(04) COMP VALUE 0.              CPYDJNL 
001190 77  WS-SUM-HIT              PIC 9(04) COMP VALUE 0.              CPYDJNL 
001200 77  WS-INS-IX               PIC 9(04) COMP VALUE 0.              CPYDJNL 
001210 77  WS-SUM-SHOWN            PIC 9(04) COMP VALUE 0.              CPYDJNL 
001220 77  WS-SUM-ROOM             PIC 9(04) COMP VALUE 0.              CPYDJNL 
001230 01  WS-ROW-KEY.                                                  CPYDJNL 
001240     05  WS-ROW-SOURCE       PIC X(30).                           CPYDJNL 
001250     05  WS-ROW-VERSION      PIC X(10).                           CPYDJNL 
001260 01  WS-SUM-TABLE.                                                CPYDJNL 
001270     05  WS-SUM-COUNT        PIC 9(04) COMP VALUE 0.              CPYDJNL 
001280     05  WS-SUM-ENT OCCURS 400 TIMES.                             CPYDJNL 
001290         10  WS-SUM-KEY.                                          CPYDJNL 
001300             15  WS-SUM-SOURCE   PIC X(30).                       CPYDJNL 
001310             15  WS-SUM-VERSION  PIC X(10).                       CPYDJNL 
001320         10  WS-SUM-MEMBERS  PIC 9(06) COMP.                      CPYDJNL 
001330         10  WS-SUM-ADDED    PIC 9(06) COMP.                      CPYDJNL 
001340         10  WS-SUM-REMOVED  PIC 9(06) COMP.                      CPYDJNL 
001350         10  WS-SUM-CHANGED  PIC 9(06) COMP.                      CPYDJNL 
001360         10  WS-SUM-LAST-MBR PIC X(10).                           CPYDJNL 
001370 01  WS-RUN-TOTALS.                                               CPYDJNL 
001380     05  WS-TOT-MEMBERS      PIC 9(06) COMP VALUE 0.              CPYDJNL 
001390     05  WS-TOT-CHANGED-MBRS PIC 9(06) COMP VALUE 0.              CPYDJNL 
001400     05  WS-TOT-UNCHANGED    PIC 9(06) COMP VALUE 0.              CPYDJNL 
001410     05  WS-TOT-SEQ-ONLY     PIC 9(06) COMP VALUE 0.              CPYDJNL 
001420     05  WS-TOT-NEW          PIC 9(06) COMP VALUE 0.              CPYDJNL 
001430     05  WS-TOT-ADDED        PIC 9(06) COMP VALUE 0.              CPYDJNL 
001440     05  WS-TOT-REMOVED      PIC 9(06) COMP VALUE 0.              CPYDJNL 
001450     05  WS-TOT-CHANGED      PIC 9(06) COMP VALUE 0.              CPYDJNL 
001460 77  WS-PAGE-NO              PIC 9(04) VALUE 0.                   CPYDJNL 
001470 77  WS-LINE-ON-PAGE         PIC 9(02) COMP VALUE 0.              CPYDJNL 
001480 77  WS-EDIT-PAGE            PIC Z(03)9.                          CPYDJNL 
001490 77  WS-RPT-PTR              PIC 9(03) COMP VALUE 1.              CPYDJNL 
001500 77  WS-EDIT-1               PIC Z(05)9.                          CPYDJNL 
001510 77  WS-EDIT-2               PIC Z(05)9.                          CPYDJNL 
001520 77  WS-EDIT-3               PIC Z(05)9.                          CPYDJNL 
001530 77  WS-EDIT-4               PIC Z(05)9.                          CPYDJNL 
001540 77  WS-EDIT-5               PIC Z(05)9.                          CPYDJNL 
001550 77  WS-SHOW-CARD            PIC X(80) VALUE SPACES.              CPYDJNL 
001560 COPY CPYDJN.                                                     CPYDJNL 
001570 LINKAGE SECTION.                                                 CPYDJNL 
001580 COPY CPYDJP.                                                     CPYDJNL 
001590 PROCEDURE DIVISION USING CPYDJNL-PARMS.                          CPYDJNL 
001600*-------------------------------------------------------------    CPYDJNL 
001610*0000-MAINLINE                                                    CPYDJNL 
001620*-------------------------------------------------------------    CPYDJNL 
001630 0000-MAINLINE.                                                   CPYDJNL 
001640     PERFORM 0100-SET-FILE-NAMES THRU 0100-EXIT.                  CPYDJNL 
001650     IF DJP-JOURNAL-MEMBER                                        CPYDJNL 
001660         PERFORM 1000-JOURNAL-ONE-MEMBER THRU 1000-EXIT           CPYDJNL 
001670     END-IF.                                                      CPYDJNL 
001680     IF DJP-PRINT-REPORT                                          CPYDJNL 
001690         PERFORM 5000-PRINT-THE-JOURNAL THRU 5000-EXIT            CPYDJNL 
001700     END-IF.                                                      CPYDJNL 
001710     GOBACK.                                                      CPYDJNL 
001720*                                                                 CPYDJNL 
001730 0100-SET-FILE-NAMES.                                             CPYDJNL 
001740     MOVE 'registry/CPYDJN.DAT' TO WS-DJN-FILENAME.               CPYDJNL 
001750     MOVE 'registry/CPYDJN.RPT' TO WS-RPT-FILENAME.               CPYDJNL 
001760     IF DJP-ENVIRONMENT = SPACES                                  CPYDJNL 
001770         GO TO 0100-EXIT.                                         CPYDJNL 
001780     MOVE 0 TO WS-ENV-LEN.                                        CPYDJNL 
001790     INSPECT DJP-ENVIRONMENT TALLYING WS-ENV-LEN                  CPYDJNL 
001800         FOR CHARACTERS BEFORE SPACE.                             CPYDJNL 
001810     MOVE SPACES TO WS-DJN-FILENAME WS-RPT-FILENAME.              CPYDJNL 
001820     STRING 'registry/' DJP-ENVIRONMENT(1:WS-ENV-LEN)             CPYDJNL 
001830         '/CPYDJN.DAT' DELIMITED BY SIZE                          CPYDJNL 
001840         INTO WS-DJN-FILENAME.                                    CPYDJNL 
001850     STRING 'registry/' DJP-ENVIRONMENT(1:WS-ENV-LEN)             CPYDJNL 
001860         '/CPYDJN.RPT' DELIMITED BY SIZE                          CPYDJNL 
001870         INTO WS-RPT-FILENAME.                                    CPYDJNL 
001880 0100-EXIT.                                                       CPYDJNL 
001890     EXIT.                                                        CPYDJNL 
001900*                                                                 CPYDJNL 
001910*-------------------------------------------------------------    CPYDJNL 
001920*1000-JOURNAL-ONE-MEMBER - LOAD THE NEW DECK AND THE ONE IT       CPYDJNL 
001930*REPLACED, EACH WITH ITS PROVENANCE, SETTLE THE MEMBER'S          CPYDJNL 
001940*STATUS AND JOURNAL IT.  NO .OLD DECK MEANS A FIRST DELIVERY.     CPYDJNL 
001950*-------------------------------------------------------------    CPYDJNL 
001960 1000-JOURNAL-ONE-MEMBER.                                         CPYDJNL 
001970     MOVE SPACES TO DJP-STATUS.                                   CPYDJNL 
001980     MOVE 0 TO DJP-ADDED DJP-REMOVED DJP-CHANGED.                 CPYDJNL 
001990     MOVE 0 TO WS-ADDED WS-REMOVED WS-CHANGED.                    CPYDJNL 
002000     MOVE 'N' TO WS-LOAD-SIDE.                                    CPYDJNL 
002010     MOVE DJP-DECK-FILE TO WS-DECK-FILENAME.                      CPYDJNL 
002020     MOVE SPACES TO WS-PRV-FILENAME.                              CPYDJNL 
002030     STRING DJP-DECK-FILE DELIMITED BY SPACE                      CPYDJNL 
002040         '.PRV' DELIMITED BY SIZE                                 CPYDJNL 
002050         INTO WS-PRV-FILENAME                                     CPYDJNL 
002060     END-STRING.                                                  CPYDJNL 
002070     PERFORM 1100-LOAD-A-DECK THRU 1100-EXIT.                     CPYDJNL 
002080     IF NOT WS-DECK-FOUND                                         CPYDJNL 
002090         DISPLAY 'CPYDJNL: DELIVERED DECK '                       CPYDJNL 
002100             DJP-DECK-FILE(1:40) ' NOT READABLE - STATUS '        CPYDJNL 
002110             WS-DECK-FILE-STATUS ' - NOT JOURNALED'               CPYDJNL 
002120         GO TO 1000-EXIT                                          CPYDJNL 
002130     END-IF.                                                      CPYDJNL 
002140     MOVE 'O' TO WS-LOAD-SIDE.                                    CPYDJNL 
002150     MOVE SPACES TO WS-DECK-FILENAME WS-PRV-FILENAME.             CPYDJNL 
002160     STRING DJP-DECK-FILE DELIMITED BY SPACE                      CPYDJNL 
002170         '.OLD' DELIMITED BY SIZE                                 CPYDJNL 
002180         INTO WS-DECK-FILENAME                                    CPYDJNL 
002190     END-STRING.                                                  CPYDJNL 
002200     STRING DJP-DECK-FILE DELIMITED BY SPACE                      CPYDJNL 
002210         '.PRV.OLD' DELIMITED BY SIZE                             CPYDJNL 
002220         INTO WS-PRV-FILENAME                                     CPYDJNL 
002230     END-STRING.                                                  CPYDJNL 
002240     PERFORM 1100-LOAD-A-DECK THRU 1100-EXIT.                     CPYDJNL 
002250     MOVE WS-DECK-FOUND-SW TO WS-OLD-FOUND-SW.                    CPYDJNL 
002260     IF WS-OLD-FOUND-SW = 'N'                                     CPYDJNL 
002270         MOVE 'NEW' TO DJP-STATUS                                 CPYDJNL 
002280         PERFORM 3000-WRITE-THE-JOURNAL THRU 3000-EXIT            CPYDJNL 
002290         GO TO 1000-EXIT                                          CPYDJNL 
002300     END-IF.                                                      CPYDJNL 
002310     PERFORM 1500-CHECK-BYTE-IDENTITY THRU 1500-EXIT.             CPYDJNL 
002320     IF NOT WS-BYTES-DIFFER                                       CPYDJNL 
002330         MOVE 'UNCHANGED' TO DJP-STATUS                           CPYDJNL 
002340         PERFORM 3000-WRITE-THE-JOURNAL THRU 3000-EXIT            CPYDJNL 
002350         GO TO 1000-EXIT                                          CPYDJNL 
002360     END-IF.                                                      CPYDJNL 
002370*    A COUNTING PASS FIRST, SO THE MEMBER RECORD CAN LEAD ITS     CPYDJNL 
002380*    DETAIL IN THE JOURNAL; THE DETAIL IS WRITTEN ON A SECOND.    CPYDJNL 
002390     MOVE 'N' TO WS-DETAIL-SW.                                    CPYDJNL 
002400     PERFORM 2000-DIFF-THE-DECKS THRU 2000-EXIT.                  CPYDJNL 
002410     IF WS-ADDED = 0 AND WS-REMOVED = 0 AND WS-CHANGED = 0        CPYDJNL 
002420         MOVE 'SEQ ONLY' TO DJP-STATUS                            CPYDJNL 
002430     ELSE                                                         CPYDJNL 
002440         MOVE 'CHANGED' TO DJP-STATUS                             CPYDJNL 
002450     END-IF.                                                      CPYDJNL 
002460     MOVE WS-ADDED TO DJP-ADDED.                                  CPYDJNL 
002470     MOVE WS-REMOVED TO DJP-REMOVED.                              CPYDJNL 
002480     MOVE WS-CHANGED TO DJP-CHANGED.                              CPYDJNL 
002490     PERFORM 3000-WRITE-THE-JOURNAL THRU 3000-EXIT.               CPYDJNL 
002500 1000-EXIT.                                                       CPYDJNL 
002510     EXIT.                                                        CPYDJNL 
002520*                                                                 CPYDJNL 
002530*    A DECK WITH NO PROVENANCE FILE HAS ITS LINES ATTRIBUTED      CPYDJNL 
002540*    TO THE MEMBER.                                               CPYDJNL 
002550 1100-LOAD-A-DECK.                                                CPYDJNL 
002560     MOVE 'N' TO WS-DECK-FOUND-SW.                                CPYDJNL 
002570     MOVE 0 TO WS-LOAD-COUNT.                                     CPYDJNL 
002580     IF WS-LOADING-NEW                                            CPYDJNL 
002590         MOVE 0 TO WS-NEW-COUNT                                   CPYDJNL 
002600     ELSE                                                         CPYDJNL 
002610         MOVE 0 TO WS-OLD-COUNT                                   CPYDJNL 
002620     END-IF.                                                      CPYDJNL 
002630     OPEN INPUT DECK-FILE.                                        CPYDJNL 
002640     IF WS-DECK-FILE-STATUS NOT = '00'                            CPYDJNL 
002650         GO TO 1100-EXIT.                                         CPYDJNL 
002660     MOVE 'Y' TO WS-DECK-FOUND-SW.                                CPYDJNL 
002670     MOVE 'N' TO WS-EOF-SW.                                       CPYDJNL 
002680     PERFORM 1110-LOAD-ONE-CARD THRU 1110-EXIT                    CPYDJNL 
002690         UNTIL WS-EOF.                                            CPYDJNL 
002700     CLOSE DECK-FILE.                                             CPYDJNL 
002710     IF WS-LOADING-NEW                                            CPYDJNL 
002720         MOVE WS-LOAD-COUNT TO WS-NEW-COUNT                       CPYDJNL 
002730     ELSE                                                         CPYDJNL 
002740         MOVE WS-LOAD-COUNT TO WS-OLD-COUNT                       CPYDJNL 
002750     END-IF.                                                      CPYDJNL 
002760     OPEN INPUT PRV-FILE.                                         CPYDJNL 
002770     IF WS-PRV-FILE-STATUS NOT = '00'                             CPYDJNL 
002780         GO TO 1100-EXIT.                                         CPYDJNL 
002790     MOVE 'N' TO WS-EOF-SW.                                       CPYDJNL 
002800     PERFORM 1120-LOAD-ONE-PROVENANCE THRU 1120-EXIT              CPYDJNL 
002810         UNTIL WS-EOF.                                            CPYDJNL 
002820     CLOSE PRV-FILE.                                              CPYDJNL 
002830 1100-EXIT.                                                       CPYDJNL 
002840     EXIT.                                                        CPYDJNL 
002850*                                                                 CPYDJNL 
002860 1110-LOAD-ONE-CARD.                                              CPYDJNL 
002870     READ DECK-FILE                                               CPYDJNL 
002880         AT END MOVE 'Y' TO WS-EOF-SW                             CPYDJNL 
002890     END-READ.                                                    CPYDJNL 
002900     IF WS-EOF                                                    CPYDJNL 
002910         GO TO 1110-EXIT.                                         CPYDJNL 
002920     IF WS-LOAD-COUNT >= WS-MAX-CARDS                             CPYDJNL 
002930         DISPLAY 'CPYDJNL: ' WS-DECK-FILENAME(1:40)               CPYDJNL 
002940             ' LONGER THAN ' WS-MAX-CARDS                         CPYDJNL 
002950             ' CARDS - COMPARED TO THAT POINT'                    CPYDJNL 
002960         MOVE 'Y' TO WS-EOF-SW                                    CPYDJNL 
002970         GO TO 1110-EXIT                                          CPYDJNL 
002980     END-IF.                                                      CPYDJNL 
002990     ADD 1 TO WS-LOAD-COUNT.                                      CPYDJNL 
003000     IF WS-LOADING-NEW                                            CPYDJNL 
003010         MOVE WS-DECK-FILE-REC TO WS-NEW-CARD(WS-LOAD-COUNT)      CPYDJNL 
003020         MOVE SPACES TO WS-NEW-SOURCE(WS-LOAD-COUNT)              CPYDJNL 
003030             WS-NEW-LIBRARY(WS-LOAD-COUNT)                        CPYDJNL 
003040             WS-NEW-VERSION(WS-LOAD-COUNT)                        CPYDJNL 
003050     ELSE                                                         CPYDJNL 
003060         MOVE WS-DECK-FILE-REC TO WS-OLD-CARD(WS-LOAD-COUNT)      CPYDJNL 
003070         MOVE SPACES TO WS-OLD-SOURCE(WS-LOAD-COUNT)              CPYDJNL 
003080             WS-OLD-LIBRARY(WS-LOAD-COUNT)                        CPYDJNL 
003090             WS-OLD-VERSION(WS-LOAD-COUNT)                        CPYDJNL 
003100     END-IF.                                                      CPYDJNL 
003110 1110-EXIT.                                                       CPYDJNL 
003120     EXIT.                                                        CPYDJNL 
003130*                                                                 CPYDJNL 
003140*    PROVENANCE: DECK LINE 1-8, MEMBER OR COPYBOOK 9-38,          CPYDJNL 
003150*    LIBRARY 40-47 (SPACES FOR THE MEMBER'S OWN LINES),           CPYDJNL 
003160*    MANIFEST VERSION 49-58.                                      CPYDJNL 
003170 1120-LOAD-ONE-PROVENANCE.                                        CPYDJNL 
003180     READ PRV-FILE                                                CPYDJNL 
003190         AT END MOVE 'Y' TO WS-EOF-SW                             CPYDJNL 
003200     END-READ.                                                    CPYDJNL 
003210     IF WS-EOF                                                    CPYDJNL 
003220         GO TO 1120-EXIT.                                         CPYDJNL 
003230     IF WS-PRV-FILE-REC(1:8) NOT NUMERIC                          CPYDJNL 
003240         GO TO 1120-EXIT.                                         CPYDJNL 
003250     MOVE WS-PRV-FILE-REC(1:8) TO WS-LINE-NO.                     CPYDJNL 
003260     IF WS-LINE-NO < 1 OR WS-LINE-NO > WS-LOAD-COUNT              CPYDJNL 
003270         GO TO 1120-EXIT.                                         CPYDJNL 
003280     IF WS-LOADING-NEW                                            CPYDJNL 
003290         MOVE WS-PRV-FILE-REC(9:30) TO WS-NEW-SOURCE(WS-LINE-NO)  CPYDJNL 
003300         MOVE WS-PRV-FILE-REC(40:8)                               CPYDJNL 
003310             TO WS-NEW-LIBRARY(WS-LINE-NO)                        CPYDJNL 
003320         MOVE WS-PRV-FILE-REC(49:10)                              CPYDJNL 
003330             TO WS-NEW-VERSION(WS-LINE-NO)                        CPYDJNL 
003340     ELSE                                                         CPYDJNL 
003350         MOVE WS-PRV-FILE-REC(9:30) TO WS-OLD-SOURCE(WS-LINE-NO)  CPYDJNL 
003360         MOVE WS-PRV-FILE-REC(40:8)                               CPYDJNL 
003370             TO WS-OLD-LIBRARY(WS-LINE-NO)                        CPYDJNL 
003380         MOVE WS-PRV-FILE-REC(49:10)                              CPYDJNL 
003390             TO WS-OLD-VERSION(WS-LINE-NO)                        CPYDJNL 
003400     END-IF.                                                      CPYDJNL 
003410 1120-EXIT.                                                       CPYDJNL 
003420     EXIT.                                                        CPYDJNL 
003430*                                                                 CPYDJNL 
003440 1500-CHECK-BYTE-IDENTITY.                                        CPYDJNL 
003450     MOVE 'N' TO WS-BYTE-DIFF-SW.                                 CPYDJNL 
003460     IF WS-NEW-COUNT NOT = WS-OLD-COUNT                           CPYDJNL 
003470         MOVE 'Y' TO WS-BYTE-DIFF-SW                              CPYDJNL 
003480         GO TO 1500-EXIT                                          CPYDJNL 
003490     END-IF.                                                      CPYDJNL 
003500     PERFORM 1510-CHECK-ONE-CARD THRU 1510-EXIT                   CPYDJNL 
003510         VARYING WS-NEW-IX FROM 1 BY 1                            CPYDJNL 
003520         UNTIL WS-NEW-IX > WS-NEW-COUNT                           CPYDJNL 
003530            OR WS-BYTES-DIFFER.                                   CPYDJNL 
003540 1500-EXIT.                                                       CPYDJNL 
003550     EXIT.                                                        CPYDJNL 
003560*                                                                 CPYDJNL 
003570 1510-CHECK-ONE-CARD.                                             CPYDJNL 
003580     IF WS-NEW-CARD(WS-NEW-IX) NOT = WS-OLD-CARD(WS-NEW-IX)       CPYDJNL 
003590         MOVE 'Y' TO WS-BYTE-DIFF-SW.                             CPYDJNL 
003600 1510-EXIT.                                                       CPYDJNL 
003610     EXIT.                                                        CPYDJNL 
003620*                                                                 CPYDJNL 
003630*-------------------------------------------------------------    CPYDJNL 
003640*2000-DIFF-THE-DECKS - WALK BOTH DECKS TOGETHER.  CARDS THAT      CPYDJNL 
003650*AGREE ADVANCE BOTH SIDES.  AT A DISAGREEMENT THE COMPARE         CPYDJNL 
003660*LOOKS UP TO WS-RESYNC-WINDOW CARDS AHEAD ON EACH SIDE FOR THE    CPYDJNL 
003670*NEAREST POINT WHERE TWO CARDS RUNNING AGREE AGAIN: CARDS         CPYDJNL 
003680*SKIPPED ON THE NEW SIDE WERE ADDED, ON THE OLD SIDE REMOVED.     CPYDJNL 
003690*NO SUCH POINT MEANS THE CARD WAS CHANGED IN PLACE.  THE          CPYDJNL 
003700*SEQUENCE COLUMNS OF A FIXED-FORMAT CARD ARE NOT COMPARED.        CPYDJNL 
003710*-------------------------------------------------------------    CPYDJNL 
003720 2000-DIFF-THE-DECKS.                                             CPYDJNL 
003730     MOVE 1 TO WS-OLD-IX WS-NEW-IX.                               CPYDJNL 
003740     PERFORM 2100-DIFF-ONE-STEP THRU 2100-EXIT                    CPYDJNL 
003750         UNTIL WS-OLD-IX > WS-OLD-COUNT                           CPYDJNL 
003760           AND WS-NEW-IX > WS-NEW-COUNT.                          CPYDJNL 
003770 2000-EXIT.                                                       CPYDJNL 
003780     EXIT.                                                        CPYDJNL 
003790*                                                                 CPYDJNL 
003800 2100-DIFF-ONE-STEP.                                              CPYDJNL 
003810     IF WS-OLD-IX > WS-OLD-COUNT                                  CPYDJNL 
003820         PERFORM 2400-TAKE-ADDED-CARD THRU 2400-EXIT              CPYDJNL 
003830         GO TO 2100-EXIT.                                         CPYDJNL 
003840     IF WS-NEW-IX > WS-NEW-COUNT                                  CPYDJNL 
003850         PERFORM 2500-TAKE-REMOVED-CARD THRU 2500-EXIT            CPYDJNL 
003860         GO TO 2100-EXIT.                                         CPYDJNL 
003870     MOVE WS-OLD-IX TO WS-CMP-OLD.                                CPYDJNL 
003880     MOVE WS-NEW-IX TO WS-CMP-NEW.                                CPYDJNL 
003890     PERFORM 2900-COMPARE-CARDS THRU 2900-EXIT.                   CPYDJNL 
003900     IF WS-CARDS-MATCH                                            CPYDJNL 
003910         ADD 1 TO WS-OLD-IX WS-NEW-IX                             CPYDJNL 
003920         GO TO 2100-EXIT.                                         CPYDJNL 
003930     PERFORM 2200-FIND-RESYNC THRU 2200-EXIT.                     CPYDJNL 
003940     IF WS-ADD-RUN > 0                                            CPYDJNL 
003950         PERFORM 2400-TAKE-ADDED-CARD THRU 2400-EXIT              CPYDJNL 
003960             WS-ADD-RUN TIMES                                     CPYDJNL 
003970         GO TO 2100-EXIT.                                         CPYDJNL 
003980     IF WS-DROP-RUN > 0                                           CPYDJNL 
003990         PERFORM 2500-TAKE-REMOVED-CARD THRU 2500-EXIT            CPYDJNL 
004000             WS-DROP-RUN TIMES                                    CPYDJNL 
004010         GO TO 2100-EXIT.                                         CPYDJNL 
004020     PERFORM 2600-TAKE-CHANGED-CARD THRU 2600-EXIT.               CPYDJNL 
004030 2100-EXIT.                                                       CPYDJNL 
004040     EXIT.                                                        CPYDJNL 
004050*                                                                 CPYDJNL 
004060 2200-FIND-RESYNC.                                                CPYDJNL 
004070     MOVE 0 TO WS-ADD-RUN WS-DROP-RUN.                            CPYDJNL 
004080     PERFORM 2210-TRY-ONE-DISTANCE THRU 2210-EXIT                 CPYDJNL 
004090         VARYING WS-DIST FROM 1 BY 1                              CPYDJNL 
004100         UNTIL WS-DIST > WS-RESYNC-WINDOW                         CPYDJNL 
004110            OR WS-ADD-RUN > 0                                     CPYDJNL 
004120            OR WS-DROP-RUN > 0.                                   CPYDJNL 
004130 2200-EXIT.                                                       CPYDJNL 
004140     EXIT.                                                        CPYDJNL 
004150*                                                                 CPYDJNL 
004160 2210-TRY-ONE-DISTANCE.                                           CPYDJNL 
004170*    NEW CARDS INSERTED AHEAD OF THE OLD ONE?                     CPYDJNL 
004180     COMPUTE WS-PROBE-IX = WS-NEW-IX + WS-DIST.                   CPYDJNL 
004190     IF WS-PROBE-IX NOT > WS-NEW-COUNT                            CPYDJNL 
004200         MOVE WS-OLD-IX TO WS-CMP-OLD                             CPYDJNL 
004210         MOVE WS-PROBE-IX TO WS-CMP-NEW                           CPYDJNL 
004220         PERFORM 2220-CONFIRM-RESYNC THRU 2220-EXIT               CPYDJNL 
004230         IF WS-CARDS-MATCH                                        CPYDJNL 
004240             MOVE WS-DIST TO WS-ADD-RUN                           CPYDJNL 
004250             GO TO 2210-EXIT                                      CPYDJNL 
004260         END-IF                                                   CPYDJNL 
004270     END-IF.                                                      CPYDJNL 
004280*    OLD CARDS DROPPED AHEAD OF THE NEW ONE?                      CPYDJNL 
004290     COMPUTE WS-PROBE-IX = WS-OLD-IX + WS-DIST.                   CPYDJNL 
004300     IF WS-PROBE-IX NOT > WS-OLD-COUNT                            CPYDJNL 
004310         MOVE WS-PROBE-IX TO WS-CMP-OLD                           CPYDJNL 
004320         MOVE WS-NEW-IX TO WS-CMP-NEW                             CPYDJNL 
004330         PERFORM 2220-CONFIRM-RESYNC THRU 2220-EXIT               CPYDJNL 
004340         IF WS-CARDS-MATCH                                        CPYDJNL 
004350             MOVE WS-DIST TO WS-DROP-RUN                          CPYDJNL 
004360         END-IF                                                   CPYDJNL 
004370     END-IF.                                                      CPYDJNL 
004380 2210-EXIT.                                                       CPYDJNL 
004390     EXIT.                                                        CPYDJNL 
004400*                                                                 CPYDJNL 
004410*    TWO CARDS RUNNING MUST AGREE (OR THE FIRST MUST BE A         CPYDJNL 
004420*    DECK'S LAST), SO A BLANK OR BOILERPLATE CARD ALONE DOES      CPYDJNL 
004430*    NOT PULL THE DECKS BACK INTO STEP AT THE WRONG PLACE.        CPYDJNL 
004440 2220-CONFIRM-RESYNC.                                             CPYDJNL 
004450     PERFORM 2900-COMPARE-CARDS THRU 2900-EXIT.                   CPYDJNL 
004460     IF NOT WS-CARDS-MATCH                                        CPYDJNL 
004470         GO TO 2220-EXIT.                                         CPYDJNL 
004480     IF WS-CMP-OLD >= WS-OLD-COUNT                                CPYDJNL 
004490         OR WS-CMP-NEW >= WS-NEW-COUNT                            CPYDJNL 
004500         GO TO 2220-EXIT.                                         CPYDJNL 
004510     ADD 1 TO WS-CMP-OLD WS-CMP-NEW.                              CPYDJNL 
004520     PERFORM 2900-COMPARE-CARDS THRU 2900-EXIT.                   CPYDJNL 
004530 2220-EXIT.                                                       CPYDJNL 
004540     EXIT.                                                        CPYDJNL 
004550*                                                                 CPYDJNL 
004560 2400-TAKE-ADDED-CARD.                                            CPYDJNL 
004570     ADD 1 TO WS-ADDED.                                           CPYDJNL 
004580     IF WS-WRITING-DETAIL                                         CPYDJNL 
004590         PERFORM 3200-START-DETAIL-RECORD THRU 3200-EXIT          CPYDJNL 
004600         MOVE 'ADDED' TO DJN-STATUS                               CPYDJNL 
004610         MOVE WS-NEW-IX TO DJN-NEW-LINE                           CPYDJNL 
004620         PERFORM 2700-ATTRIBUTE-NEW-CARD THRU 2700-EXIT           CPYDJNL 
004630         MOVE WS-NEW-CARD(WS-NEW-IX) TO DJN-NEW-TEXT              CPYDJNL 
004640         PERFORM 3300-WRITE-JOURNAL-RECORD THRU 3300-EXIT         CPYDJNL 
004650     END-IF.                                                      CPYDJNL 
004660     ADD 1 TO WS-NEW-IX.                                          CPYDJNL 
004670 2400-EXIT.                                                       CPYDJNL 
004680     EXIT.                                                        CPYDJNL 
004690*                                                                 CPYDJNL 
004700 2500-TAKE-REMOVED-CARD.                                          CPYDJNL 
004710     ADD 1 TO WS-REMOVED.                                         CPYDJNL 
004720     IF WS-WRITING-DETAIL                                         CPYDJNL 
004730         PERFORM 3200-START-DETAIL-RECORD THRU 3200-EXIT          CPYDJNL 
004740         MOVE 'REMOVED' TO DJN-STATUS                             CPYDJNL 
004750         MOVE WS-OLD-IX TO DJN-OLD-LINE                           CPYDJNL 
004760         PERFORM 2710-ATTRIBUTE-OLD-CARD THRU 2710-EXIT           CPYDJNL 
004770         MOVE WS-OLD-CARD(WS-OLD-IX) TO DJN-OLD-TEXT              CPYDJNL 
004780         PERFORM 3300-WRITE-JOURNAL-RECORD THRU 3300-EXIT         CPYDJNL 
004790     END-IF.                                                      CPYDJNL 
004800     ADD 1 TO WS-OLD-IX.                                          CPYDJNL 
004810 2500-EXIT.                                                       CPYDJNL 
004820     EXIT.                                                        CPYDJNL 
004830*                                                                 CPYDJNL 
004840 2600-TAKE-CHANGED-CARD.                                          CPYDJNL 
004850     ADD 1 TO WS-CHANGED.                                         CPYDJNL 
004860     IF WS-WRITING-DETAIL                                         CPYDJNL 
004870         PERFORM 3200-START-DETAIL-RECORD THRU 3200-EXIT          CPYDJNL 
004880         MOVE 'CHANGED' TO DJN-STATUS                             CPYDJNL 
004890         MOVE WS-OLD-IX TO DJN-OLD-LINE                           CPYDJNL 
004900         MOVE WS-NEW-IX TO DJN-NEW-LINE                           CPYDJNL 
004910         PERFORM 2700-ATTRIBUTE-NEW-CARD THRU 2700-EXIT           CPYDJNL 
004920         MOVE WS-NEW-CARD(WS-NEW-IX) TO DJN-NEW-TEXT              CPYDJNL 
004930         MOVE WS-OLD-CARD(WS-OLD-IX) TO DJN-OLD-TEXT              CPYDJNL 
004940         PERFORM 3300-WRITE-JOURNAL-RECORD THRU 3300-EXIT         CPYDJNL 
004950     END-IF.                                                      CPYDJNL 
004960     ADD 1 TO WS-OLD-IX WS-NEW-IX.                                CPYDJNL 
004970 2600-EXIT.                                                       CPYDJNL 
004980     EXIT.                                                        CPYDJNL 
004990*                                                                 CPYDJNL 
005000 2700-ATTRIBUTE-NEW-CARD.                                         CPYDJNL 
005010     IF WS-NEW-LIBRARY(WS-NEW-IX) = SPACES                        CPYDJNL 
005020         MOVE 'M' TO DJN-ORIGIN                                   CPYDJNL 
005030         MOVE DJP-MEMBER TO DJN-SOURCE                            CPYDJNL 
005040     ELSE                                                         CPYDJNL 
005050         MOVE 'C' TO DJN-ORIGIN                                   CPYDJNL 
005060         MOVE WS-NEW-SOURCE(WS-NEW-IX) TO DJN-SOURCE              CPYDJNL 
005070         MOVE WS-NEW-LIBRARY(WS-NEW-IX) TO DJN-LIBRARY            CPYDJNL 
005080         MOVE WS-NEW-VERSION(WS-NEW-IX) TO DJN-VERSION            CPYDJNL 
005090     END-IF.                                                      CPYDJNL 
005100 2700-EXIT.                                                       CPYDJNL 
005110     EXIT.                                                        CPYDJNL 
005120*                                                                 CPYDJNL 
005130 2710-ATTRIBUTE-OLD-CARD.                                         CPYDJNL 
005140     IF WS-OLD-LIBRARY(WS-OLD-IX) = SPACES                        CPYDJNL 
005150         MOVE 'M' TO DJN-ORIGIN                                   CPYDJNL 
005160         MOVE DJP-MEMBER TO DJN-SOURCE                            CPYDJNL 
005170     ELSE                                                         CPYDJNL 
005180         MOVE 'C' TO DJN-ORIGIN                                   CPYDJNL 
005190         MOVE WS-OLD-SOURCE(WS-OLD-IX) TO DJN-SOURCE              CPYDJNL 
005200         MOVE WS-OLD-LIBRARY(WS-OLD-IX) TO DJN-LIBRARY            CPYDJNL 
005210         MOVE WS-OLD-VERSION(WS-OLD-IX) TO DJN-VERSION            CPYDJNL 
005220     END-IF.                                                      CPYDJNL 
005230 2710-EXIT.                                                       CPYDJNL 
005240     EXIT.                                                        CPYDJNL 
005250*                                                                 CPYDJNL 
005260*    A FIXED-FORMAT CARD (NUMERIC SEQUENCE COLUMNS ON BOTH        CPYDJNL 
005270*    SIDES) IS COMPARED FROM THE INDICATOR ON; ANY OTHER LINE     CPYDJNL 
005280*    IS COMPARED WHOLE.                                           CPYDJNL 
005290 2900-COMPARE-CARDS.                                              CPYDJNL 
005300     MOVE 'N' TO WS-MATCH-SW.                                     CPYDJNL 
005310     IF WS-OLD-CARD(WS-CMP-OLD)(1:6) NUMERIC                      CPYDJNL 
005320         AND WS-NEW-CARD(WS-CMP-NEW)(1:6) NUMERIC                 CPYDJNL 
005330         IF WS-OLD-CARD(WS-CMP-OLD)(7:74)                         CPYDJNL 
005340             = WS-NEW-CARD(WS-CMP-NEW)(7:74)                      CPYDJNL 
005350             MOVE 'Y' TO WS-MATCH-SW                              CPYDJNL 
005360         END-IF                                                   CPYDJNL 
005370     ELSE                                                         CPYDJNL 
005380         IF WS-OLD-CARD(WS-CMP-OLD) = WS-NEW-CARD(WS-CMP-NEW)     CPYDJNL 
005390             MOVE 'Y' TO WS-MATCH-SW                              CPYDJNL 
005400         END-IF                                                   CPYDJNL 
005410     END-IF.                                                      CPYDJNL 
005420 2900-EXIT.                                                       CPYDJNL 
005430     EXIT.                                                        CPYDJNL 
005440*                                                                 CPYDJNL 
005450*-------------------------------------------------------------    CPYDJNL 
005460*3000-WRITE-THE-JOURNAL - THE MEMBER RECORD, THEN FOR A           CPYDJNL 
005470*CHANGED MEMBER THE DETAIL PASS.  THE JOURNAL NEVER FAILS THE     CPYDJNL 
005480*SWEEP - A FILE THAT CANNOT BE OPENED IS ONLY REPORTED.           CPYDJNL 
005490*-------------------------------------------------------------    CPYDJNL 
005500 3000-WRITE-THE-JOURNAL.                                          CPYDJNL 
005510     OPEN EXTEND DJN-FILE.                                        CPYDJNL 
005520     IF WS-DJN-FILE-STATUS = '35'                                 CPYDJNL 
005530         OPEN OUTPUT DJN-FILE                                     CPYDJNL 
005540     END-IF.                                                      CPYDJNL 
005550     IF WS-DJN-FILE-STATUS NOT = '00'                             CPYDJNL 
005560         DISPLAY 'CPYDJNL: CHANGE JOURNAL NOT WRITTEN FOR '       CPYDJNL 
005570             DJP-MEMBER ' - STATUS ' WS-DJN-FILE-STATUS           CPYDJNL 
005580         GO TO 3000-EXIT                                          CPYDJNL 
005590     END-IF.                                                      CPYDJNL 
005600     MOVE SPACES TO DJN-RECORD.                                   CPYDJNL 
005610     MOVE DJP-RUN-ID TO DJN-RUN-ID.                               CPYDJNL 
005620     MOVE DJP-MEMBER TO DJN-MEMBER.                               CPYDJNL 
005630     MOVE 'M' TO DJN-TYPE.                                        CPYDJNL 
005640     MOVE DJP-STATUS TO DJN-STATUS.                               CPYDJNL 
005650     MOVE WS-OLD-COUNT TO DJN-OLD-LINE.                           CPYDJNL 
005660     MOVE WS-NEW-COUNT TO DJN-NEW-LINE.                           CPYDJNL 
005670     MOVE DJP-ADDED TO DJN-ADDED.                                 CPYDJNL 
005680     MOVE DJP-REMOVED TO DJN-REMOVED.                             CPYDJNL 
005690     MOVE DJP-CHANGED TO DJN-CHANGED.                             CPYDJNL 
005700     PERFORM 3300-WRITE-JOURNAL-RECORD THRU 3300-EXIT.            CPYDJNL 
005710     IF DJP-STATUS = 'CHANGED'                                    CPYDJNL 
005720         MOVE 0 TO WS-ADDED WS-REMOVED WS-CHANGED                 CPYDJNL 
005730         MOVE 'Y' TO WS-DETAIL-SW                                 CPYDJNL 
005740         PERFORM 2000-DIFF-THE-DECKS THRU 2000-EXIT               CPYDJNL 
005750         MOVE 'N' TO WS-DETAIL-SW                                 CPYDJNL 
005760     END-IF.                                                      CPYDJNL 
005770     CLOSE DJN-FILE.                                              CPYDJNL 
005780 3000-EXIT.                                                       CPYDJNL 
005790     EXIT.                                                        CPYDJNL 
005800*                                                                 CPYDJNL 
005810 3200-START-DETAIL-RECORD.                                        CPYDJNL 
005820     MOVE SPACES TO DJN-RECORD.                                   CPYDJNL 
005830     MOVE DJP-RUN-ID TO DJN-RUN-ID.                               CPYDJNL 
005840     MOVE DJP-MEMBER TO DJN-MEMBER.                               CPYDJNL 
005850     MOVE 'D' TO DJN-TYPE.                                        CPYDJNL 
005860     MOVE 0 TO DJN-OLD-LINE DJN-NEW-LINE.                         CPYDJNL 
005870     MOVE 0 TO DJN-ADDED DJN-REMOVED DJN-CHANGED.                 CPYDJNL 
005880 3200-EXIT.                                                       CPYDJNL 
005890     EXIT.                                                        CPYDJNL 
005900*                                                                 CPYDJNL 
005910 3300-WRITE-JOURNAL-RECORD.                                       CPYDJNL 
005920     MOVE SPACES TO WS-DJN-FILE-REC.                              CPYDJNL 
005930     WRITE WS-DJN-FILE-REC FROM DJN-RECORD.                       CPYDJNL 
005940 3300-EXIT.                                                       CPYDJNL 
005950     EXIT.                                                        CPYDJNL 
005960*                                                                 CPYDJNL 
005970*-------------------------------------------------------------    CPYDJNL 
005980*5000-PRINT-THE-JOURNAL - TWO PASSES OF THE JOURNAL FOR THE       CPYDJNL 
005990*RUN: THE FIRST TALLIES THE PAGE-ONE SUMMARY, THE SECOND LISTS    CPYDJNL 
006000*EVERY MEMBER WITH ITS CHANGED LINES.                             CPYDJNL 
006010*-------------------------------------------------------------    CPYDJNL 
006020 5000-PRINT-THE-JOURNAL.                                          CPYDJNL 
006030     MOVE 0 TO WS-SUM-COUNT.                                      CPYDJNL 
006040     INITIALIZE WS-RUN-TOTALS.                                    CPYDJNL 
006050     OPEN INPUT DJN-FILE.                                         CPYDJNL 
006060     IF WS-DJN-FILE-STATUS NOT = '00'                             CPYDJNL 
006070         DISPLAY 'CPYDJNL: NO CHANGE JOURNAL TO REPORT - '        CPYDJNL 
006080             'STATUS ' WS-DJN-FILE-STATUS                         CPYDJNL 
006090         GO TO 5000-EXIT                                          CPYDJNL 
006100     END-IF.                                                      CPYDJNL 
006110     MOVE 'N' TO WS-EOF-SW.                                       CPYDJNL 
006120     PERFORM 5100-TALLY-ONE-RECORD THRU 5100-EXIT                 CPYDJNL 
006130         UNTIL WS-EOF.                                            CPYDJNL 
006140     CLOSE DJN-FILE.                                              CPYDJNL 
006150     OPEN OUTPUT RPT-FILE.                                        CPYDJNL 
006160     IF WS-RPT-FILE-STATUS NOT = '00'                             CPYDJNL 
006170         DISPLAY 'CPYDJNL: CHANGE JOURNAL REPORT NOT WRITTEN'     CPYDJNL 
006180             ' - STATUS ' WS-RPT-FILE-STATUS                      CPYDJNL 
006190         GO TO 5000-EXIT                                          CPYDJNL 
006200     END-IF.                                                      CPYDJNL 
006210     MOVE 0 TO WS-PAGE-NO.                                        CPYDJNL 
006220     MOVE 'N' TO WS-IN-DETAIL-SW.                                 CPYDJNL 
006230     PERFORM 5200-WRITE-SUMMARY-PAGE THRU 5200-EXIT.              CPYDJNL 
006240     MOVE 'Y' TO WS-IN-DETAIL-SW.                                 CPYDJNL 
006250     MOVE 99 TO WS-LINE-ON-PAGE.                                  CPYDJNL 
006260     OPEN INPUT DJN-FILE.                                         CPYDJNL 
006270     MOVE 'N' TO WS-EOF-SW.                                       CPYDJNL 
006280     PERFORM 5300-LIST-ONE-RECORD THRU 5300-EXIT                  CPYDJNL 
006290         UNTIL WS-EOF.                                            CPYDJNL 
006300     CLOSE DJN-FILE.                                              CPYDJNL 
006310     CLOSE RPT-FILE.                                              CPYDJNL 
006320     MOVE WS-TOT-MEMBERS TO WS-EDIT-1.                            CPYDJNL 
006330     MOVE WS-TOT-CHANGED-MBRS TO WS-EDIT-2.                       CPYDJNL 
006340     DISPLAY 'CPYDJNL: ' WS-EDIT-1 ' DELIVERED, ' WS-EDIT-2       CPYDJNL 
006350         ' CHANGED - REPORT IN ' WS-RPT-FILENAME(1:40).           CPYDJNL 
006360 5000-EXIT.                                                       CPYDJNL 
006370     EXIT.                                                        CPYDJNL 
006380*                                                                 CPYDJNL 
006390 5100-TALLY-ONE-RECORD.                                           CPYDJNL 
006400     READ DJN-FILE INTO DJN-RECORD                                CPYDJNL 
006410         AT END MOVE 'Y' TO WS-EOF-SW                             CPYDJNL 
006420     END-READ.                                                    CPYDJNL 
006430     IF WS-EOF                                                    CPYDJNL 
006440         GO TO 5100-EXIT.                                         CPYDJNL 
006450     IF DJN-RUN-ID NOT = DJP-RUN-ID                               CPYDJNL 
006460         GO TO 5100-EXIT.                                         CPYDJNL 
006470     IF DJN-MEMBER-REC                                            CPYDJNL 
006480         ADD 1 TO WS-TOT-MEMBERS                                  CPYDJNL 
006490         EVALUATE DJN-STATUS                                      CPYDJNL 
006500             WHEN 'CHANGED'                                       CPYDJNL 
006510                 ADD 1 TO WS-TOT-CHANGED-MBRS                     CPYDJNL 
006520             WHEN 'UNCHANGED'                                     CPYDJNL 
006530                 ADD 1 TO WS-TOT-UNCHANGED                        CPYDJNL 
006540             WHEN 'SEQ ONLY'                                      CPYDJNL 
006550                 ADD 1 TO WS-TOT-SEQ-ONLY                         CPYDJNL 
006560             WHEN 'NEW'                                           CPYDJNL 
006570                 ADD 1 TO WS-TOT-NEW                              CPYDJNL 
006580         END-EVALUATE                                             CPYDJNL 
006590         GO TO 5100-EXIT                                          CPYDJNL 
006600     END-IF.                                                      CPYDJNL 
006610     IF DJN-FROM-MEMBER                                           CPYDJNL 
006620         MOVE '(MEMBER SOURCE)' TO WS-ROW-SOURCE                  CPYDJNL 
006630         MOVE SPACES TO WS-ROW-VERSION                            CPYDJNL 
006640     ELSE                                                         CPYDJNL 
006650         MOVE DJN-SOURCE TO WS-ROW-SOURCE                         CPYDJNL 
006660         MOVE DJN-VERSION TO WS-ROW-VERSION                       CPYDJNL 
006670     END-IF.                                                      CPYDJNL 
006680     PERFORM 5110-FIND-SUMMARY-ROW THRU 5110-EXIT.                CPYDJNL 
006690     IF WS-SUM-LAST-MBR(WS-SUM-HIT) NOT = DJN-MEMBER              CPYDJNL 
006700         ADD 1 TO WS-SUM-MEMBERS(WS-SUM-HIT)                      CPYDJNL 
006710         MOVE DJN-MEMBER TO WS-SUM-LAST-MBR(WS-SUM-HIT)           CPYDJNL 
006720     END-IF.                                                      CPYDJNL 
006730     EVALUATE DJN-STATUS                                          CPYDJNL 
006740         WHEN 'ADDED'                                             CPYDJNL 
006750             ADD 1 TO WS-SUM-ADDED(WS-SUM-HIT) WS-TOT-ADDED       CPYDJNL 
006760         WHEN 'REMOVED'                                           CPYDJNL 
006770             ADD 1 TO WS-SUM-REMOVED(WS-SUM-HIT) WS-TOT-REMOVED   CPYDJNL 
006780         WHEN 'CHANGED'                                           CPYDJNL 
006790             ADD 1 TO WS-SUM-CHANGED(WS-SUM-HIT) WS-TOT-CHANGED   CPYDJNL 
006800     END-EVALUATE.                                                CPYDJNL 
006810 5100-EXIT.                                                       CPYDJNL 
006820     EXIT.                                                        CPYDJNL 
006830*                                                                 CPYDJNL 
006840 5110-FIND-SUMMARY-ROW.                                           CPYDJNL 
006850     MOVE 0 TO WS-SUM-HIT.                                        CPYDJNL 
006860     PERFORM 5120-MATCH-ONE-ROW THRU 5120-EXIT                    CPYDJNL 
006870         VARYING WS-SUM-IX FROM 1 BY 1                            CPYDJNL 
006880         UNTIL WS-SUM-IX > WS-SUM-COUNT                           CPYDJNL 
006890            OR WS-SUM-HIT > 0.                                    CPYDJNL 
006900     IF WS-SUM-HIT > 0                                            CPYDJNL 
006910         GO TO 5110-EXIT.                                         CPYDJNL 
006920     IF WS-SUM-COUNT >= WS-SUM-MAX                                CPYDJNL 
006930         MOVE WS-SUM-MAX TO WS-SUM-HIT                            CPYDJNL 
006940         GO TO 5110-EXIT.                                         CPYDJNL 
006950     IF WS-SUM-COUNT = WS-SUM-MAX - 1                             CPYDJNL 
006960         MOVE '(ALL OTHER SOURCES)' TO WS-ROW-SOURCE              CPYDJNL 
006970         MOVE SPACES TO WS-ROW-VERSION                            CPYDJNL 
006980         MOVE WS-SUM-MAX TO WS-INS-IX                             CPYDJNL 
006990     ELSE                                                         CPYDJNL 
007000         PERFORM 5130-FIND-INSERT-POINT THRU 5130-EXIT            CPYDJNL 
007010     END-IF.                                                      CPYDJNL 
007020     PERFORM 5150-SHIFT-ONE-ROW THRU 5150-EXIT                    CPYDJNL 
007030         VARYING WS-SUM-IX FROM WS-SUM-COUNT BY -1                CPYDJNL 
007040         UNTIL WS-SUM-IX < WS-INS-IX.                             CPYDJNL 
007050     ADD 1 TO WS-SUM-COUNT.                                       CPYDJNL 
007060     MOVE WS-ROW-KEY TO WS-SUM-KEY(WS-INS-IX).                    CPYDJNL 
007070     MOVE 0 TO WS-SUM-MEMBERS(WS-INS-IX)                          CPYDJNL 
007080         WS-SUM-ADDED(WS-INS-IX) WS-SUM-REMOVED(WS-INS-IX)        CPYDJNL 
007090         WS-SUM-CHANGED(WS-INS-IX).                               CPYDJNL 
007100     MOVE SPACES TO WS-SUM-LAST-MBR(WS-INS-IX).                   CPYDJNL 
007110     MOVE WS-INS-IX TO WS-SUM-HIT.                                CPYDJNL 
007120 5110-EXIT.                                                       CPYDJNL 
007130     EXIT.                                                        CPYDJNL 
007140*                                                                 CPYDJNL 
007150 5120-MATCH-ONE-ROW.                                              CPYDJNL 
007160     IF WS-SUM-KEY(WS-SUM-IX) = WS-ROW-KEY                        CPYDJNL 
007170         MOVE WS-SUM-IX TO WS-SUM-HIT.                            CPYDJNL 
007180 5120-EXIT.                                                       CPYDJNL 
007190     EXIT.                                                        CPYDJNL 
007200*                                                                 CPYDJNL 
007210 5130-FIND-INSERT-POINT.                                          CPYDJNL 
007220     COMPUTE WS-INS-IX = WS-SUM-COUNT + 1.                        CPYDJNL 
007230     PERFORM 5140-TRY-ONE-ROW THRU 5140-EXIT                      CPYDJNL 
007240         VARYING WS-SUM-IX FROM 1 BY 1                            CPYDJNL 
007250         UNTIL WS-SUM-IX > WS-SUM-COUNT                           CPYDJNL 
007260            OR WS-INS-IX NOT > WS-SUM-COUNT.                      CPYDJNL 
007270 5130-EXIT.                                                       CPYDJNL 
007280     EXIT.                                                        CPYDJNL 
007290*                                                                 CPYDJNL 
007300 5140-TRY-ONE-ROW.                                                CPYDJNL 
007310     IF WS-SUM-KEY(WS-SUM-IX) > WS-ROW-KEY                        CPYDJNL 
007320         MOVE WS-SUM-IX TO WS-INS-IX.                             CPYDJNL 
007330 5140-EXIT.                                                       CPYDJNL 
007340     EXIT.                                                        CPYDJNL 
007350*                                                                 CPYDJNL 
007360 5150-SHIFT-ONE-ROW.                                              CPYDJNL 
007370     IF WS-SUM-IX = 0                                             CPYDJNL 
007380         GO TO 5150-EXIT.                                         CPYDJNL 
007390     MOVE WS-SUM-ENT(WS-SUM-IX) TO WS-SUM-ENT(WS-SUM-IX + 1).     CPYDJNL 
007400 5150-EXIT.                                                       CPYDJNL 
007410     EXIT.                                                        CPYDJNL 
007420*                                                                 CPYDJNL 
007430*-------------------------------------------------------------    CPYDJNL 
007440*5200-WRITE-SUMMARY-PAGE - THE CHANGE BOARD'S PAGE: THE RUN'S     CPYDJNL 
007450*TOTALS AND ONE ROW PER COPYBOOK AND VERSION THAT CHANGED A       CPYDJNL 
007460*DELIVERED DECK.  IT NEVER RUNS PAST ONE PAGE - ROWS THAT DO      CPYDJNL 
007470*NOT FIT ARE COUNTED IN A CLOSING LINE (THE TOTALS STILL          CPYDJNL 
007480*INCLUDE THEM) AND APPEAR AGAINST THEIR LINES IN THE DETAIL.      CPYDJNL 
007490*-------------------------------------------------------------    CPYDJNL 
007500 5200-WRITE-SUMMARY-PAGE.                                         CPYDJNL 
007510     PERFORM 5210-WRITE-PAGE-HEADING THRU 5210-EXIT.              CPYDJNL 
007520     MOVE WS-TOT-MEMBERS TO WS-EDIT-1.                            CPYDJNL 
007530     MOVE WS-TOT-CHANGED-MBRS TO WS-EDIT-2.                       CPYDJNL 
007540     MOVE WS-TOT-UNCHANGED TO WS-EDIT-3.                          CPYDJNL 
007550     MOVE WS-TOT-SEQ-ONLY TO WS-EDIT-4.                           CPYDJNL 
007560     MOVE WS-TOT-NEW TO WS-EDIT-5.                                CPYDJNL 
007570     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYDJNL 
007580     STRING 'MEMBERS DELIVERED ' WS-EDIT-1                        CPYDJNL 
007590         '   CHANGED ' WS-EDIT-2                                  CPYDJNL 
007600         '   UNCHANGED ' WS-EDIT-3                                CPYDJNL 
007610         '   SEQ ONLY ' WS-EDIT-4                                 CPYDJNL 
007620         '   NEW ' WS-EDIT-5                                      CPYDJNL 
007630         DELIMITED BY SIZE INTO WS-RPT-FILE-REC.                  CPYDJNL 
007640     PERFORM 5290-WRITE-REPORT-LINE THRU 5290-EXIT.               CPYDJNL 
007650     MOVE WS-TOT-ADDED TO WS-EDIT-1.                              CPYDJNL 
007660     MOVE WS-TOT-REMOVED TO WS-EDIT-2.                            CPYDJNL 
007670     MOVE WS-TOT-CHANGED TO WS-EDIT-3.                            CPYDJNL 
007680     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYDJNL 
007690     STRING 'LINES ADDED       ' WS-EDIT-1                        CPYDJNL 
007700         '   REMOVED ' WS-EDIT-2                                  CPYDJNL 
007710         '   CHANGED   ' WS-EDIT-3                                CPYDJNL 
007720         DELIMITED BY SIZE INTO WS-RPT-FILE-REC.                  CPYDJNL 
007730     PERFORM 5290-WRITE-REPORT-LINE THRU 5290-EXIT.               CPYDJNL 
007740     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYDJNL 
007750     PERFORM 5290-WRITE-REPORT-LINE THRU 5290-EXIT.               CPYDJNL 
007760     MOVE 'CHANGES BY COPYBOOK' TO WS-RPT-FILE-REC.               CPYDJNL 
007770     PERFORM 5290-WRITE-REPORT-LINE THRU 5290-EXIT.               CPYDJNL 
007780     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYDJNL 
007790     MOVE 'COPYBOOK' TO WS-RPT-FILE-REC(1:8).                     CPYDJNL 
007800     MOVE 'VERSION' TO WS-RPT-FILE-REC(32:7).                     CPYDJNL 
007810     MOVE 'MEMBERS    ADDED  REMOVED  CHANGED'                    CPYDJNL 
007820         TO WS-RPT-FILE-REC(44:35).                               CPYDJNL 
007830     PERFORM 5290-WRITE-REPORT-LINE THRU 5290-EXIT.               CPYDJNL 
007840     IF WS-SUM-COUNT = 0                                          CPYDJNL 
007850         MOVE '  NO DELIVERED DECK CHANGED IN THIS RUN'           CPYDJNL 
007860             TO WS-RPT-FILE-REC                                   CPYDJNL 
007870         PERFORM 5290-WRITE-REPORT-LINE THRU 5290-EXIT            CPYDJNL 
007880         GO TO 5200-EXIT                                          CPYDJNL 
007890     END-IF.                                                      CPYDJNL 
007900*    ROOM ON THE PAGE FOR ROWS, LESS ONE FOR A CLOSING LINE.      CPYDJNL 
007910     COMPUTE WS-SUM-ROOM = 54 - WS-LINE-ON-PAGE.                  CPYDJNL 
007920     IF WS-SUM-COUNT > WS-SUM-ROOM                                CPYDJNL 
007930         SUBTRACT 1 FROM WS-SUM-ROOM                              CPYDJNL 
007940     ELSE                                                         CPYDJNL 
007950         MOVE WS-SUM-COUNT TO WS-SUM-ROOM                         CPYDJNL 
007960     END-IF.                                                      CPYDJNL 
007970     MOVE 0 TO WS-SUM-SHOWN.                                      CPYDJNL 
007980     PERFORM 5220-WRITE-SUMMARY-ROW THRU 5220-EXIT                CPYDJNL 
007990         VARYING WS-SUM-IX FROM 1 BY 1                            CPYDJNL 
008000         UNTIL WS-SUM-IX > WS-SUM-ROOM.                           CPYDJNL 
008010     IF WS-SUM-SHOWN < WS-SUM-COUNT                               CPYDJNL 
008020         COMPUTE WS-EDIT-1 = WS-SUM-COUNT - WS-SUM-SHOWN          CPYDJNL 
008030         MOVE SPACES TO WS-RPT-FILE-REC                           CPYDJNL 
008040         STRING '  ' WS-EDIT-1                                    CPYDJNL 
008050             ' MORE COPYBOOKS - COUNTED IN THE TOTALS, LISTED'    CPYDJNL 
008060             ' IN THE MEMBER DETAIL'                              CPYDJNL 
008070             DELIMITED BY SIZE INTO WS-RPT-FILE-REC               CPYDJNL 
008080         PERFORM 5290-WRITE-REPORT-LINE THRU 5290-EXIT            CPYDJNL 
008090     END-IF.                                                      CPYDJNL 
008100 5200-EXIT.                                                       CPYDJNL 
008110     EXIT.                                                        CPYDJNL 
008120*                                                                 CPYDJNL 
008130 5210-WRITE-PAGE-HEADING.                                         CPYDJNL 
008140     ADD 1 TO WS-PAGE-NO.                                         CPYDJNL 
008150     MOVE 0 TO WS-LINE-ON-PAGE.                                   CPYDJNL 
008160     MOVE WS-PAGE-NO TO WS-EDIT-PAGE.                             CPYDJNL 
008170     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYDJNL 
008180     MOVE 1 TO WS-RPT-PTR.                                        CPYDJNL 
008190     STRING 'CPYDJNL DECK CHANGE JOURNAL  RUN ' DELIMITED BY SIZE CPYDJNL 
008200         DJP-RUN-ID DELIMITED BY SIZE                             CPYDJNL 
008210         INTO WS-RPT-FILE-REC WITH POINTER WS-RPT-PTR             CPYDJNL 
008220     END-STRING.                                                  CPYDJNL 
008230     IF DJP-ENVIRONMENT NOT = SPACES                              CPYDJNL 
008240         STRING '  ENVIRONMENT ' DELIMITED BY SIZE                CPYDJNL 
008250             DJP-ENVIRONMENT DELIMITED BY SPACE                   CPYDJNL 
008260             INTO WS-RPT-FILE-REC WITH POINTER WS-RPT-PTR         CPYDJNL 
008270         END-STRING                                               CPYDJNL 
008280     END-IF.                                                      CPYDJNL 
008290     STRING '  PAGE ' DELIMITED BY SIZE                           CPYDJNL 
008300         WS-EDIT-PAGE DELIMITED BY SIZE                           CPYDJNL 
008310         INTO WS-RPT-FILE-REC WITH POINTER WS-RPT-PTR             CPYDJNL 
008320     END-STRING.                                                  CPYDJNL 
008330     PERFORM 5290-WRITE-REPORT-LINE THRU 5290-EXIT.               CPYDJNL 
008340     IF WS-IN-DETAIL                                              CPYDJNL 
008350         MOVE 'MEMBER DETAIL' TO WS-RPT-FILE-REC(1:13)            CPYDJNL 
008360         PERFORM 5290-WRITE-REPORT-LINE THRU 5290-EXIT            CPYDJNL 
008370         MOVE '  KIND       OLD    NEW  SOURCE'                   CPYDJNL 
008380             TO WS-RPT-FILE-REC(1:31)                             CPYDJNL 
008390         MOVE 'VERSION' TO WS-RPT-FILE-REC(57:7)                  CPYDJNL 
008400         MOVE 'TEXT' TO WS-RPT-FILE-REC(72:4)                     CPYDJNL 
008410         PERFORM 5290-WRITE-REPORT-LINE THRU 5290-EXIT            CPYDJNL 
008420     END-IF.                                                      CPYDJNL 
008430     PERFORM 5290-WRITE-REPORT-LINE THRU 5290-EXIT.               CPYDJNL 
008440 5210-EXIT.                                                       CPYDJNL 
008450     EXIT.                                                        CPYDJNL 
008460*                                                                 CPYDJNL 
008470 5220-WRITE-SUMMARY-ROW.                                          CPYDJNL 
008480     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYDJNL 
008490     MOVE WS-SUM-SOURCE(WS-SUM-IX) TO WS-RPT-FILE-REC(1:30).      CPYDJNL 
008500     MOVE WS-SUM-VERSION(WS-SUM-IX) TO WS-RPT-FILE-REC(32:10).    CPYDJNL 
008510     MOVE WS-SUM-MEMBERS(WS-SUM-IX) TO WS-EDIT-1.                 CPYDJNL 
008520     MOVE WS-SUM-ADDED(WS-SUM-IX) TO WS-EDIT-2.                   CPYDJNL 
008530     MOVE WS-SUM-REMOVED(WS-SUM-IX) TO WS-EDIT-3.                 CPYDJNL 
008540     MOVE WS-SUM-CHANGED(WS-SUM-IX) TO WS-EDIT-4.                 CPYDJNL 
008550     MOVE WS-EDIT-1 TO WS-RPT-FILE-REC(45:6).                     CPYDJNL 
008560     MOVE WS-EDIT-2 TO WS-RPT-FILE-REC(54:6).                     CPYDJNL 
008570     MOVE WS-EDIT-3 TO WS-RPT-FILE-REC(63:6).                     CPYDJNL 
008580     MOVE WS-EDIT-4 TO WS-RPT-FILE-REC(72:6).                     CPYDJNL 
008590     PERFORM 5290-WRITE-REPORT-LINE THRU 5290-EXIT.               CPYDJNL 
008600     ADD 1 TO WS-SUM-SHOWN.                                       CPYDJNL 
008610 5220-EXIT.                                                       CPYDJNL 
008620     EXIT.                                                        CPYDJNL 
008630*                                                                 CPYDJNL 
008640 5290-WRITE-REPORT-LINE.                                          CPYDJNL 
008650     WRITE WS-RPT-FILE-REC.                                       CPYDJNL 
008660     ADD 1 TO WS-LINE-ON-PAGE.                                    CPYDJNL 
008670     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYDJNL 
008680 5290-EXIT.                                                       CPYDJNL 
008690     EXIT.                                                        CPYDJNL 
008700*                                                                 CPYDJNL 
008710*-------------------------------------------------------------    CPYDJNL 
008720*5300-LIST-ONE-RECORD - THE DETAIL SECTION: A LINE FOR EVERY      CPYDJNL 
008730*MEMBER DELIVERED (UNCHANGED ONES INCLUDED), AND UNDER A          CPYDJNL 
008740*CHANGED MEMBER EACH LINE ADDED, REMOVED OR CHANGED WITH THE      CPYDJNL 
008750*COPYBOOK AND VERSION, OR THE MEMBER, RESPONSIBLE.                CPYDJNL 
008760*-------------------------------------------------------------    CPYDJNL 
008770 5300-LIST-ONE-RECORD.                                            CPYDJNL 
008780     READ DJN-FILE INTO DJN-RECORD                                CPYDJNL 
008790         AT END MOVE 'Y' TO WS-EOF-SW                             CPYDJNL 
008800     END-READ.                                                    CPYDJNL 
008810     IF WS-EOF                                                    CPYDJNL 
008820         GO TO 5300-EXIT.                                         CPYDJNL 
008830     IF DJN-RUN-ID NOT = DJP-RUN-ID                               CPYDJNL 
008840         GO TO 5300-EXIT.                                         CPYDJNL 
008850     IF DJN-MEMBER-REC                                            CPYDJNL 
008860         PERFORM 5310-LIST-MEMBER-LINE THRU 5310-EXIT             CPYDJNL 
008870     ELSE                                                         CPYDJNL 
008880         PERFORM 5320-LIST-DETAIL-LINE THRU 5320-EXIT             CPYDJNL 
008890     END-IF.                                                      CPYDJNL 
008900 5300-EXIT.                                                       CPYDJNL 
008910     EXIT.                                                        CPYDJNL 
008920*                                                                 CPYDJNL 
008930 5310-LIST-MEMBER-LINE.                                           CPYDJNL 
008940     IF WS-LINE-ON-PAGE > 51                                      CPYDJNL 
008950         PERFORM 5210-WRITE-PAGE-HEADING THRU 5210-EXIT           CPYDJNL 
008960     ELSE                                                         CPYDJNL 
008970         PERFORM 5290-WRITE-REPORT-LINE THRU 5290-EXIT            CPYDJNL 
008980     END-IF.                                                      CPYDJNL 
008990     MOVE DJN-OLD-LINE TO WS-EDIT-1.                              CPYDJNL 
009000     MOVE DJN-NEW-LINE TO WS-EDIT-2.                              CPYDJNL 
009010     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYDJNL 
009020     STRING 'MEMBER ' DJN-MEMBER '  ' DJN-STATUS                  CPYDJNL 
009030         '  CARDS WAS ' WS-EDIT-1 '  NOW ' WS-EDIT-2              CPYDJNL 
009040         DELIMITED BY SIZE INTO WS-RPT-FILE-REC.                  CPYDJNL 
009050     IF DJN-STATUS = 'CHANGED'                                    CPYDJNL 
009060         MOVE DJN-ADDED TO WS-EDIT-3                              CPYDJNL 
009070         MOVE DJN-REMOVED TO WS-EDIT-4                            CPYDJNL 
009080         MOVE DJN-CHANGED TO WS-EDIT-5                            CPYDJNL 
009090         STRING '  ADDED ' WS-EDIT-3 '  REMOVED ' WS-EDIT-4       CPYDJNL 
009100             '  CHANGED ' WS-EDIT-5                               CPYDJNL 
009110             DELIMITED BY SIZE INTO WS-RPT-FILE-REC(62:70)        CPYDJNL 
009120     END-IF.                                                      CPYDJNL 
009130     PERFORM 5290-WRITE-REPORT-LINE THRU 5290-EXIT.               CPYDJNL 
009140 5310-EXIT.                                                       CPYDJNL 
009150     EXIT.                                                        CPYDJNL 
009160*                                                                 CPYDJNL 
009170 5320-LIST-DETAIL-LINE.                                           CPYDJNL 
009180     IF WS-LINE-ON-PAGE > 53                                      CPYDJNL 
009190         PERFORM 5210-WRITE-PAGE-HEADING THRU 5210-EXIT.          CPYDJNL 
009200     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYDJNL 
009210     MOVE DJN-STATUS TO WS-RPT-FILE-REC(3:8).                     CPYDJNL 
009220     IF DJN-OLD-LINE > 0                                          CPYDJNL 
009230         MOVE DJN-OLD-LINE TO WS-EDIT-1                           CPYDJNL 
009240         MOVE WS-EDIT-1 TO WS-RPT-FILE-REC(11:6)                  CPYDJNL 
009250     END-IF.                                                      CPYDJNL 
009260     IF DJN-NEW-LINE > 0                                          CPYDJNL 
009270         MOVE DJN-NEW-LINE TO WS-EDIT-2                           CPYDJNL 
009280         MOVE WS-EDIT-2 TO WS-RPT-FILE-REC(18:6)                  CPYDJNL 
009290     END-IF.                                                      CPYDJNL 
009300     IF DJN-FROM-MEMBER                                           CPYDJNL 
009310         MOVE '(MEMBER SOURCE)' TO WS-RPT-FILE-REC(26:30)         CPYDJNL 
009320     ELSE                                                         CPYDJNL 
009330         MOVE DJN-SOURCE TO WS-RPT-FILE-REC(26:30)                CPYDJNL 
009340         MOVE DJN-VERSION TO WS-RPT-FILE-REC(57:10)               CPYDJNL 
009350     END-IF.                                                      CPYDJNL 
009360     IF DJN-STATUS = 'REMOVED'                                    CPYDJNL 
009370         MOVE DJN-OLD-TEXT TO WS-SHOW-CARD                        CPYDJNL 
009380     ELSE                                                         CPYDJNL 
009390         MOVE DJN-NEW-TEXT TO WS-SHOW-CARD                        CPYDJNL 
009400     END-IF.                                                      CPYDJNL 
009410     PERFORM 5330-SHOW-CARD-TEXT THRU 5330-EXIT.                  CPYDJNL 
009420     PERFORM 5290-WRITE-REPORT-LINE THRU 5290-EXIT.               CPYDJNL 
009430     IF DJN-STATUS NOT = 'CHANGED'                                CPYDJNL 
009440         GO TO 5320-EXIT.                                         CPYDJNL 
009450     MOVE 'WAS' TO WS-RPT-FILE-REC(67:3).                         CPYDJNL 
009460     MOVE DJN-OLD-TEXT TO WS-SHOW-CARD.                           CPYDJNL 
009470     PERFORM 5330-SHOW-CARD-TEXT THRU 5330-EXIT.                  CPYDJNL 
009480     PERFORM 5290-WRITE-REPORT-LINE THRU 5290-EXIT.               CPYDJNL 
009490 5320-EXIT.                                                       CPYDJNL 
009500     EXIT.                                                        CPYDJNL 
009510*                                                                 CPYDJNL 
009520*    A FIXED-FORMAT CARD SHOWS FROM THE INDICATOR TO COLUMN 72.   CPYDJNL 
009530 5330-SHOW-CARD-TEXT.                                             CPYDJNL 
009540     IF WS-SHOW-CARD(1:6) NUMERIC                                 CPYDJNL 
009550         MOVE WS-SHOW-CARD(7:66) TO WS-RPT-FILE-REC(72:66)        CPYDJNL 
009560     ELSE                                                         CPYDJNL 
009570         MOVE WS-SHOW-CARD(1:66) TO WS-RPT-FILE-REC(72:66)        CPYDJNL 
009580     END-IF.                                                      CPYDJNL 
009590 5330-EXIT.                                                       CPYDJNL 
009600     EXIT.                                                        CPYDJNL 
