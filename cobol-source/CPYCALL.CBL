000010 IDENTIFICATION DIVISION.                                         CPYCALL 
000020 PROGRAM-ID. CPYCALL.                                             CPYCALL 
000030 AUTHOR. R SANDOVAL.                                              CPYCALL 
000040 INSTALLATION. DATA CENTER SERVICES - COPYBOOK TOOLING.           CPYCALL 
000050 DATE-WRITTEN. 2026-10-15.                                        CPYCALL 
000060 DATE-COMPILED.                                                   CPYCALL 
000070*-------------------------------------------------------------    CPYCALL 
000080*MODIFICATION HISTORY                                             CPYCALL 
000090*-------------------------------------------------------------    CPYCALL 
000100*2026-10-15 RS  CALL INTERFACE CONFORMANCE CHECK.  EVERY          CPYCALL 
000110*               DELIVERED DECK ON THE INVENTORY                   CPYCALL 
000120*               registry/CPYINV.DAT IS SCANNED FOR STATIC         CPYCALL 
000130*               CALL 'LITERAL' USING STATEMENTS AND FOR ITS       CPYCALL 
000140*               OWN PROCEDURE DIVISION USING LIST.  EACH CALL     CPYCALL 
000150*               SITE IS PAIRED WITH THE CALLED MEMBER'S USING     CPYCALL 
000160*               LIST AND ITS LINKAGE ITEMS, POSITION BY           CPYCALL 
000170*               POSITION: ARGUMENT AND PARAMETER MUST COME        CPYCALL 
000180*               FROM THE SAME COPYBOOK (THE DECK'S .PRV SIDE      CPYCALL 
000190*               FILE SAYS WHICH) AT THE SAME VERSION (THE         CPYCALL 
000200*               VERSION STAMPED ON EACH MEMBER'S LATEST OK        CPYCALL 
000210*               AUDIT RECORD IN registry/CPYAUD.DAT), AND         CPYCALL 
000220*               BE THE SAME LENGTH (SIZED BY CPYLAYO FROM THE     CPYCALL 
000230*               DECK TEXT EACH SIDE WAS COMPILED FROM).           CPYCALL 
000240*               MISMATCHED COPYBOOKS, VERSIONS, LENGTHS AND       CPYCALL 
000250*               ARGUMENT COUNTS ARE REPORTED PER CALL SITE;       CPYCALL 
000260*               ROUTINES WITH NO DELIVERED DECK ARE LISTED AS     CPYCALL 
000270*               NOT CHECKED.  NO SYSIN.  RC 0 ALL CONFORM,        CPYCALL 
000280*               4 ITEMS TO REVIEW ONLY (NO PROVENANCE, NO         CPYCALL 
000290*               AUDITED VERSION, A DECK TOO LARGE), 8 A           CPYCALL 
000300*               MISMATCH, 12 NO INVENTORY.                        CPYCALL 
000310*               REPORT: registry/CPYCALL.RPT.                     CPYCALL 
000312*2026-10-15 RS  FREE-FORMAT DECKS: EACH DECK LINE IS READ         CPYCALL 
000314*               THROUGH CPYSRCF AS THE CARD IT STANDS FOR, SO A   CPYCALL 
000316*               FREE MEMBER'S *> COMMENTS AND >>D LINES ARE       CPYCALL 
000318*               PASSED OVER AND ITS TEXT SCANNED FROM COL 1.      CPYCALL 
000319*               THE DECK RECORD IS WIDENED TO 256.                CPYCALL 
000320*-------------------------------------------------------------    CPYCALL 
000330 ENVIRONMENT DIVISION.                                            CPYCALL 
000340 CONFIGURATION SECTION.                                           CPYCALL 
000350 SOURCE-COMPUTER. GENERIC-COMPUTER.                               CPYCALL 
000360 OBJECT-COMPUTER. GENERIC-COMPUTER.                               CPYCALL 
000370 INPUT-OUTPUT SECTION.                                            CPYCALL 
000380 FILE-CONTROL.                                                    CPYCALL 
000390     SELECT INV-FILE ASSIGN TO DYNAMIC WS-INV-FILENAME            CPYCALL 
000400         ORGANIZATION LINE SEQUENTIAL                             CPYCALL 
000410         FILE STATUS IS WS-INV-FILE-STATUS.                       CPYCALL 
000420     SELECT AUD-FILE ASSIGN TO DYNAMIC WS-AUD-FILENAME            CPYCALL 
000430         ORGANIZATION LINE SEQUENTIAL                             CPYCALL 
000440         FILE STATUS IS WS-AUD-FILE-STATUS.                       CPYCALL 
000450     SELECT DCK-FILE ASSIGN TO DYNAMIC WS-DCK-FILENAME            CPYCALL 
000460         ORGANIZATION LINE SEQUENTIAL                             CPYCALL 
000470         FILE STATUS IS WS-DCK-FILE-STATUS.                       CPYCALL 
000480     SELECT PRV-FILE ASSIGN TO DYNAMIC WS-PRV-FILENAME            CPYCALL 
000490         ORGANIZATION LINE SEQUENTIAL                             CPYCALL 
000500         FILE STATUS IS WS-PRV-FILE-STATUS.                       CPYCALL 
000510     SELECT ITM-FILE ASSIGN TO DYNAMIC WS-ITM-FILENAME            CPYCALL 
000520         ORGANIZATION LINE SEQUENTIAL                             CPYCALL 
000530         FILE STATUS IS WS-ITM-FILE-STATUS.                       CPYCALL 
000540     SELECT RPT-FILE ASSIGN TO DYNAMIC WS-RPT-FILENAME            CPYCALL 
000550         ORGANIZATION LINE SEQUENTIAL                             CPYCALL 
000560         FILE STATUS IS WS-RPT-FILE-STATUS.                       CPYCALL 
000570 DATA DIVISION.                                                   CPYCALL 
000580 FILE SECTION.                                                    CPYCALL 
000590 FD  INV-FILE.                                                    CPYCALL 
000600 01  WS-INV-FILE-REC         PIC X(120).                          CPYCALL 
000610 FD  AUD-FILE.                                                    CPYCALL 
000620 01  WS-AUD-FILE-REC         PIC X(520).                          CPYCALL 
000630 FD  DCK-FILE.                                                    CPYCALL 
000640 01  WS-DCK-FILE-REC         PIC X(256).                          CPYCALL 
000650 FD  PRV-FILE.                                                    CPYCALL 
000660 01  WS-PRV-FILE-REC         PIC X(80).                           CPYCALL 
000670 FD  ITM-FILE.                                                    CPYCALL 
000680 01  WS-ITM-FILE-REC         PIC X(80).                           CPYCALL 
000690 FD  RPT-FILE.                                                    CPYCALL 
000700 01  WS-RPT-FILE-REC         PIC X(132).                          CPYCALL 
000710 WORKING-STORAGE SECTION.                                         CPYCALL 
000720 77  WS-INV-FILENAME         PIC X(80)                            CPYCALL 
000730         VALUE 'registry/CPYINV.DAT'.                             CPYCALL 
000740 77  WS-INV-FILE-STATUS      PIC X(02) VALUE '00'.                CPYCALL 
000750 77  WS-AUD-FILENAME         PIC X(80)                            CPYCALL 
000760         VALUE 'registry/CPYAUD.DAT'.                             CPYCALL 
000770 77  WS-AUD-FILE-STATUS      PIC X(02) VALUE '00'.                CPYCALL 
000780 77  WS-DCK-FILENAME         PIC X(80) VALUE SPACES.              CPYCALL 
000790 77  WS-DCK-FILE-STATUS      PIC X(02) VALUE '00'.                CPYCALL 
000800 77  WS-PRV-FILENAME         PIC X(80) VALUE SPACES.              CPYCALL 
000810 77  WS-PRV-FILE-STATUS      PIC X(02) VALUE '00'.                CPYCALL 
000820*    ONE DATA ITEM AT A TIME IS COPIED HERE FOR CPYLAYO TO SIZE.  CPYCALL 
000830 77  WS-ITM-FILENAME         PIC X(80)                            CPYCALL 
000840         VALUE 'registry/CPYCALL.CPY'.                            CPYCALL 
000850 77  WS-ITM-FILE-STATUS      PIC X(02) VALUE '00'.                CPYCALL 
000860 77  WS-RPT-FILENAME         PIC X(80)                            CPYCALL 
000870         VALUE 'registry/CPYCALL.RPT'.                            CPYCALL 
000880 77  WS-RPT-FILE-STATUS      PIC X(02) VALUE '00'.                CPYCALL 
000890 77  WS-EOF-SW               PIC X(01) VALUE 'N'.                 CPYCALL 
000900     88  WS-EOF              VALUE 'Y'.                           CPYCALL 
000910 77  WS-SUB-EOF-SW           PIC X(01) VALUE 'N'.                 CPYCALL 
000920     88  WS-SUB-EOF          VALUE 'Y'.                           CPYCALL 
000930 77  WS-FOUND-SW             PIC X(01) VALUE 'N'.                 CPYCALL 
000940     88  WS-FOUND            VALUE 'Y'.                           CPYCALL 
000950*-------------------------------------------------------------    CPYCALL 
000960*LATEST AUDITED VERSIONS.  PASS ONE FINDS EACH MEMBER'S LATEST    CPYCALL 
000970*OK EXPANSION; PASS TWO KEEPS THE COPYBOOK STAMPS OF THAT RUN     CPYCALL 
000980*(BASE RECORD AND ITS CONT RECORDS, WHICH SHARE ITS TIMESTAMP).   CPYCALL 
000990*-------------------------------------------------------------    CPYCALL 
001000 01  WS-AM-TABLE.                                                 CPYCALL 
001010     05  WS-AM-COUNT         PIC 9(04) COMP VALUE 0.              CPYCALL 
001020     05  WS-AM-ENTRY OCCURS 2000 TIMES.                           CPYCALL 
001030         10  WS-AM-MEMBER    PIC X(10).                           CPYCALL 
001040         10  WS-AM-TS        PIC X(15).                           CPYCALL 
001050 77  WS-AM-IX                PIC 9(04) COMP VALUE 0.              CPYCALL 
001060 01  WS-AV-TABLE.                                                 CPYCALL 
001070     05  WS-AV-COUNT         PIC 9(04) COMP VALUE 0.              CPYCALL 
001080     05  WS-AV-ENTRY OCCURS 6000 TIMES.                           CPYCALL 
001090         10  WS-AV-MEMBER    PIC X(10).                           CPYCALL 
001100         10  WS-AV-COPYBOOK  PIC X(30).                           CPYCALL 
001110         10  WS-AV-VERSION   PIC X(10).                           CPYCALL 
001120 77  WS-AV-IX                PIC 9(04) COMP VALUE 0.              CPYCALL 
001130 77  WS-AV-DROPPED           PIC 9(05) COMP VALUE 0.              CPYCALL 
001140 77  WS-SLOT-IX              PIC 9(02) COMP VALUE 0.              CPYCALL 
001150 77  WS-SLOT-MAX             PIC 9(02) COMP VALUE 0.              CPYCALL 
001160*    VERSION LOOKUP ARGUMENTS AND RESULT.                         CPYCALL 
001170 77  WS-LOOK-MEMBER          PIC X(10) VALUE SPACES.              CPYCALL 
001180 77  WS-LOOK-COPYBOOK        PIC X(30) VALUE SPACES.              CPYCALL 
001190 77  WS-LOOK-VERSION         PIC X(10) VALUE SPACES.              CPYCALL 
001200*-------------------------------------------------------------    CPYCALL 
001210*THE DECK IN HAND: ITS TEXT (COLS 8-72) WITH THE PROVENANCE OF    CPYCALL 
001220*EVERY LINE, AND ITS DATA ITEMS.  AN ITEM'S EXTENT RUNS TO THE    CPYCALL 
001230*LINE BEFORE THE NEXT ITEM AT ITS OWN LEVEL OR HIGHER.            CPYCALL 
001240*-------------------------------------------------------------    CPYCALL 
001250 77  WS-DECK-MEMBER          PIC X(10) VALUE SPACES.              CPYCALL 
001260 77  WS-DECK-NAME            PIC X(80) VALUE SPACES.              CPYCALL 
001270 77  WS-DECK-PRV-SW          PIC X(01) VALUE 'N'.                 CPYCALL 
001280     88  WS-DECK-HAS-PRV     VALUE 'Y'.                           CPYCALL 
001290 01  WS-DL-TABLE.                                                 CPYCALL 
001300     05  WS-DL-COUNT         PIC 9(05) COMP VALUE 0.              CPYCALL 
001310     05  WS-DL-ENTRY OCCURS 9000 TIMES.                           CPYCALL 
001320         10  WS-DL-TEXT      PIC X(65).                           CPYCALL 
001330         10  WS-DL-SRC       PIC X(30).                           CPYCALL 
001340         10  WS-DL-LIB       PIC X(08).                           CPYCALL 
001350         10  WS-DL-SEQ       PIC X(06).                           CPYCALL 
001360 77  WS-DL-IX                PIC 9(05) COMP VALUE 0.              CPYCALL 
001370 77  WS-DL-JX                PIC 9(05) COMP VALUE 0.              CPYCALL 
001380 77  WS-DL-TRUNC-SW          PIC X(01) VALUE 'N'.                 CPYCALL 
001390 77  WS-PRV-LINE             PIC 9(08) VALUE 0.                   CPYCALL 
001400 01  WS-DI-TABLE.                                                 CPYCALL 
001410     05  WS-DI-COUNT         PIC 9(04) COMP VALUE 0.              CPYCALL 
001420     05  WS-DI-ENTRY OCCURS 3000 TIMES.                           CPYCALL 
001430         10  WS-DI-NAME      PIC X(30).                           CPYCALL 
001440         10  WS-DI-LEVEL     PIC 9(02).                           CPYCALL 
001450         10  WS-DI-LINE      PIC 9(05) COMP.                      CPYCALL 
001460         10  WS-DI-END       PIC 9(05) COMP.                      CPYCALL 
001470         10  WS-DI-LEN       PIC 9(06) COMP.                      CPYCALL 
001480         10  WS-DI-SIZED     PIC X(01).                           CPYCALL 
001490 77  WS-DI-IX                PIC 9(04) COMP VALUE 0.              CPYCALL 
001500 77  WS-DI-JX                PIC 9(04) COMP VALUE 0.              CPYCALL 
001510 77  WS-DATA-END             PIC 9(05) COMP VALUE 0.              CPYCALL 
001520 77  WS-PD-SEEN-SW           PIC X(01) VALUE 'N'.                 CPYCALL 
001530     88  WS-PD-SEEN          VALUE 'Y'.                           CPYCALL 
001540 77  WS-PD-TOKEN-SW          PIC X(01) VALUE 'N'.                 CPYCALL 
001550*-------------------------------------------------------------    CPYCALL 
001560*LINE AND TOKEN SCANNING                                          CPYCALL 
001570*-------------------------------------------------------------    CPYCALL 
001580 01  WS-LINE-WORDS.                                               CPYCALL 
001590     05  WS-LWORD            PIC X(30) OCCURS 4 TIMES.            CPYCALL 
001600 77  WS-LINE-TEXT            PIC X(65) VALUE SPACES.              CPYCALL 
001610 77  WS-TALLY                PIC 9(04) COMP VALUE 0.              CPYCALL 
001620 77  WS-TOK-PTR              PIC 9(04) COMP VALUE 0.              CPYCALL 
001630 77  WS-TOKEN                PIC X(40) VALUE SPACES.              CPYCALL 
001640 77  WS-TOK-LEN              PIC 9(04) COMP VALUE 0.              CPYCALL 
001650 77  WS-TOK-PERIOD-SW        PIC X(01) VALUE 'N'.                 CPYCALL 
001660 77  WS-WORD                 PIC X(40) VALUE SPACES.              CPYCALL 
001670*    SCAN STATES: 0 LOOKING, C AFTER CALL, T AFTER THE CALLED     CPYCALL 
001680*    LITERAL, A IN THE ARGUMENT LIST, D AFTER PROCEDURE, E AFTER  CPYCALL 
001690*    PROCEDURE DIVISION, P IN THE PARAMETER LIST.                 CPYCALL 
001700 77  WS-SCAN-STATE           PIC X(01) VALUE '0'.                 CPYCALL 
001710 77  WS-ADDR-OF-SW           PIC X(01) VALUE 'N'.                 CPYCALL 
001720 77  WS-SKIP-QUAL-SW         PIC X(01) VALUE 'N'.                 CPYCALL 
001730 77  WS-AFTER-NAME-SW        PIC X(01) VALUE 'N'.                 CPYCALL 
001740*-------------------------------------------------------------    CPYCALL 
001750*CALL SITES, THEIR ARGUMENTS, AND EACH DECK'S OWN PARAMETERS.     CPYCALL 
001760*KIND: C FROM A COPYBOOK, H HAND-CODED IN THE MEMBER, P ORIGIN    CPYCALL 
001770*UNKNOWN (NO .PRV), L LITERAL, O OMITTED, U NOT A DATA ITEM OF    CPYCALL 
001780*THE DECK.                                                        CPYCALL 
001790*-------------------------------------------------------------    CPYCALL 
001800 01  WS-ST-TABLE.                                                 CPYCALL 
001810     05  WS-ST-COUNT         PIC 9(04) COMP VALUE 0.              CPYCALL 
001820     05  WS-ST-ENTRY OCCURS 3000 TIMES.                           CPYCALL 
001830         10  WS-ST-CALLER    PIC X(10).                           CPYCALL 
001840         10  WS-ST-LINE      PIC 9(08).                           CPYCALL 
001850         10  WS-ST-SRC       PIC X(30).                           CPYCALL 
001860         10  WS-ST-SEQ       PIC X(06).                           CPYCALL 
001870         10  WS-ST-TARGET    PIC X(30).                           CPYCALL 
001880         10  WS-ST-ARG-FIRST PIC 9(05) COMP.                      CPYCALL 
001890         10  WS-ST-ARG-COUNT PIC 9(03) COMP.                      CPYCALL 
001900 77  WS-ST-IX                PIC 9(04) COMP VALUE 0.              CPYCALL 
001910 77  WS-ST-DROPPED           PIC 9(05) COMP VALUE 0.              CPYCALL 
001920 01  WS-AG-TABLE.                                                 CPYCALL 
001930     05  WS-AG-COUNT         PIC 9(05) COMP VALUE 0.              CPYCALL 
001940     05  WS-AG-ENTRY OCCURS 9000 TIMES.                           CPYCALL 
001950         10  WS-AG-NAME      PIC X(30).                           CPYCALL 
001960         10  WS-AG-KIND      PIC X(01).                           CPYCALL 
001970         10  WS-AG-COPYBOOK  PIC X(30).                           CPYCALL 
001980         10  WS-AG-VERSION   PIC X(10).                           CPYCALL 
001990         10  WS-AG-LEN       PIC 9(06) COMP.                      CPYCALL 
002000 77  WS-AG-IX                PIC 9(05) COMP VALUE 0.              CPYCALL 
002010 77  WS-PM-IX                PIC 9(05) COMP VALUE 0.              CPYCALL 
002020 01  WS-MB-TABLE.                                                 CPYCALL 
002030     05  WS-MB-COUNT         PIC 9(04) COMP VALUE 0.              CPYCALL 
002040     05  WS-MB-ENTRY OCCURS 2000 TIMES.                           CPYCALL 
002050         10  WS-MB-NAME      PIC X(10).                           CPYCALL 
002060         10  WS-MB-PRM-FIRST PIC 9(05) COMP.                      CPYCALL 
002070         10  WS-MB-PRM-COUNT PIC 9(03) COMP.                      CPYCALL 
002080 77  WS-MB-IX                PIC 9(04) COMP VALUE 0.              CPYCALL 
002090*    THE ITEM BEING DESCRIBED FOR AN ARGUMENT OR PARAMETER.       CPYCALL 
002100 77  WS-NEW-NAME             PIC X(30) VALUE SPACES.              CPYCALL 
002110 77  WS-NEW-KIND             PIC X(01) VALUE SPACE.               CPYCALL 
002120 77  WS-NEW-COPYBOOK         PIC X(30) VALUE SPACES.              CPYCALL 
002130 77  WS-NEW-VERSION          PIC X(10) VALUE SPACES.              CPYCALL 
002140 77  WS-NEW-LEN              PIC 9(06) COMP VALUE 0.              CPYCALL 
002150*-------------------------------------------------------------    CPYCALL 
002160*ROUTINES CALLED THAT HAVE NO DELIVERED DECK                      CPYCALL 
002170*-------------------------------------------------------------    CPYCALL 
002180 01  WS-UT-TABLE.                                                 CPYCALL 
002190     05  WS-UT-COUNT         PIC 9(04) COMP VALUE 0.              CPYCALL 
002200     05  WS-UT-ENTRY OCCURS 300 TIMES.                            CPYCALL 
002210         10  WS-UT-NAME      PIC X(30).                           CPYCALL 
002220         10  WS-UT-SITES     PIC 9(05) COMP.                      CPYCALL 
002230 77  WS-UT-IX                PIC 9(04) COMP VALUE 0.              CPYCALL 
002240*-------------------------------------------------------------    CPYCALL 
002250*CHECKING ONE CALL SITE                                           CPYCALL 
002260*-------------------------------------------------------------    CPYCALL 
002270 77  WS-POS                  PIC 9(03) COMP VALUE 0.              CPYCALL 
002280 77  WS-POS-MAX              PIC 9(03) COMP VALUE 0.              CPYCALL 
002290 77  WS-SITE-FINDINGS        PIC 9(03) COMP VALUE 0.              CPYCALL 
002300 77  WS-FINDING-CODE         PIC X(08) VALUE SPACES.              CPYCALL 
002310 77  WS-FINDING-TEXT         PIC X(110) VALUE SPACES.             CPYCALL 
002320 77  WS-SIDE-TEXT            PIC X(60) VALUE SPACES.              CPYCALL 
002330 77  WS-SIDE-NAME            PIC X(30) VALUE SPACES.              CPYCALL 
002340 77  WS-SIDE-KIND            PIC X(01) VALUE SPACE.               CPYCALL 
002350 77  WS-SIDE-COPYBOOK        PIC X(30) VALUE SPACES.              CPYCALL 
002360 77  WS-SIDE-VERSION         PIC X(10) VALUE SPACES.              CPYCALL 
002370 77  WS-SIDE-LEN             PIC 9(06) COMP VALUE 0.              CPYCALL 
002380 77  WS-ARG-TEXT             PIC X(60) VALUE SPACES.              CPYCALL 
002390 77  WS-EDIT-POS             PIC ZZ9.                             CPYCALL 
002400 77  WS-EDIT-POS2            PIC ZZ9.                             CPYCALL 
002410 77  WS-EDIT-LEN             PIC Z(05)9.                          CPYCALL 
002420 77  WS-EDIT-LINE            PIC Z(07)9.                          CPYCALL 
002430 77  WS-EDIT-COUNT           PIC Z(04)9.                          CPYCALL 
002440*-------------------------------------------------------------    CPYCALL 
002450*RUN TOTALS                                                       CPYCALL 
002460*-------------------------------------------------------------    CPYCALL 
002470 77  WS-DECK-COUNT           PIC 9(05) COMP VALUE 0.              CPYCALL 
002480 77  WS-NODECK-COUNT         PIC 9(05) COMP VALUE 0.              CPYCALL 
002490 77  WS-CHECKED-SITES        PIC 9(05) COMP VALUE 0.              CPYCALL 
002500 77  WS-CONFORM-SITES        PIC 9(05) COMP VALUE 0.              CPYCALL 
002510 77  WS-FINDING-SITES        PIC 9(05) COMP VALUE 0.              CPYCALL 
002520 77  WS-UNCHECKED-SITES      PIC 9(05) COMP VALUE 0.              CPYCALL 
002530 77  WS-CNT-ARGCOUNT         PIC 9(05) COMP VALUE 0.              CPYCALL 
002540 77  WS-CNT-COPYBOOK         PIC 9(05) COMP VALUE 0.              CPYCALL 
002550 77  WS-CNT-VERSION          PIC 9(05) COMP VALUE 0.              CPYCALL 
002560 77  WS-CNT-LENGTH           PIC 9(05) COMP VALUE 0.              CPYCALL 
002570 77  WS-CNT-REVIEW           PIC 9(05) COMP VALUE 0.              CPYCALL 
002580 77  WS-DATE-PART            PIC X(08).                           CPYCALL 
002590 77  WS-TIME-PART            PIC X(08).                           CPYCALL 
002600 77  WS-RUN-TIMESTAMP        PIC X(15).                           CPYCALL 
002610 77  WS-FINAL-RC             PIC 9(02) VALUE 0.                   CPYCALL 
002620 COPY CPYAUD.                                                     CPYCALL 
002630 COPY CPYLAP.                                                     CPYCALL 
002635 COPY CPYSFP.                                                     CPYCALL 
002640 PROCEDURE DIVISION.                                              CPYCALL 
002650*-------------------------------------------------------------    CPYCALL 
002660*0000-MAINLINE                                                    CPYCALL 
002670*-------------------------------------------------------------    CPYCALL 
002680 0000-MAINLINE.                                                   CPYCALL 
002690     OPEN INPUT INV-FILE.                                         CPYCALL 
002700     IF WS-INV-FILE-STATUS NOT = '00'                             CPYCALL 
002710         DISPLAY 'CPYCALL - NO DECK INVENTORY ' WS-INV-FILENAME   CPYCALL 
002720         MOVE 12 TO RETURN-CODE                                   CPYCALL 
002730         GOBACK                                                   CPYCALL 
002740     END-IF.                                                      CPYCALL 
002750     ACCEPT WS-DATE-PART FROM DATE YYYYMMDD.                      CPYCALL 
002760     ACCEPT WS-TIME-PART FROM TIME.                               CPYCALL 
002770     STRING WS-DATE-PART WS-TIME-PART                             CPYCALL 
002780         DELIMITED BY SIZE INTO WS-RUN-TIMESTAMP.                 CPYCALL 
002790     OPEN OUTPUT RPT-FILE.                                        CPYCALL 
002800     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYCALL 
002810     STRING 'CPYCALL CALL INTERFACE CONFORMANCE - RUN '           CPYCALL 
002820         DELIMITED BY SIZE                                        CPYCALL 
002830         WS-RUN-TIMESTAMP DELIMITED BY SIZE                       CPYCALL 
002840         INTO WS-RPT-FILE-REC                                     CPYCALL 
002850     END-STRING.                                                  CPYCALL 
002860     WRITE WS-RPT-FILE-REC.                                       CPYCALL 
002870     PERFORM 1000-LOAD-AUDITED-VERSIONS THRU 1000-EXIT.           CPYCALL 
002880     MOVE 'N' TO WS-EOF-SW.                                       CPYCALL 
002890     PERFORM 2000-ANALYZE-ONE-DECK THRU 2000-EXIT                 CPYCALL 
002900         UNTIL WS-EOF.                                            CPYCALL 
002910     CLOSE INV-FILE.                                              CPYCALL 
002920     CALL 'CBL_DELETE_FILE' USING WS-ITM-FILENAME.                CPYCALL 
002930     MOVE 0 TO RETURN-CODE.                                       CPYCALL 
002940     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYCALL 
002950     WRITE WS-RPT-FILE-REC.                                       CPYCALL 
002960     MOVE 'CALLER' TO WS-RPT-FILE-REC(1:10).                      CPYCALL 
002970     MOVE 'DECK LINE' TO WS-RPT-FILE-REC(11:9).                   CPYCALL 
002980     MOVE 'SOURCE' TO WS-RPT-FILE-REC(22:30).                     CPYCALL 
002990     MOVE 'SEQ' TO WS-RPT-FILE-REC(53:6).                         CPYCALL 
003000     MOVE 'CALLS' TO WS-RPT-FILE-REC(60:30).                      CPYCALL 
003010     MOVE 'INTERFACE' TO WS-RPT-FILE-REC(91:22).                  CPYCALL 
003020     WRITE WS-RPT-FILE-REC.                                       CPYCALL 
003030     PERFORM 3000-CHECK-ONE-SITE THRU 3000-EXIT                   CPYCALL 
003040         VARYING WS-ST-IX FROM 1 BY 1                             CPYCALL 
003050         UNTIL WS-ST-IX > WS-ST-COUNT.                            CPYCALL 
003060     PERFORM 4000-LIST-UNCHECKED THRU 4000-EXIT.                  CPYCALL 
003070     PERFORM 8000-PRINT-SUMMARY THRU 8000-EXIT.                   CPYCALL 
003080     CLOSE RPT-FILE.                                              CPYCALL 
003090     MOVE WS-CHECKED-SITES TO WS-EDIT-COUNT.                      CPYCALL 
003100     DISPLAY 'CPYCALL CALL SITES CHECKED:    ' WS-EDIT-COUNT.     CPYCALL 
003110     MOVE WS-FINDING-SITES TO WS-EDIT-COUNT.                      CPYCALL 
003120     DISPLAY 'CPYCALL SITES WITH FINDINGS:   ' WS-EDIT-COUNT.     CPYCALL 
003130     IF WS-CNT-ARGCOUNT > 0 OR WS-CNT-COPYBOOK > 0                CPYCALL 
003140         OR WS-CNT-VERSION > 0 OR WS-CNT-LENGTH > 0               CPYCALL 
003150         MOVE 8 TO WS-FINAL-RC                                    CPYCALL 
003160     ELSE                                                         CPYCALL 
003170         IF WS-CNT-REVIEW > 0 OR WS-ST-DROPPED > 0                CPYCALL 
003180             OR WS-NODECK-COUNT > 0                               CPYCALL 
003190             MOVE 4 TO WS-FINAL-RC                                CPYCALL 
003200         END-IF                                                   CPYCALL 
003210     END-IF.                                                      CPYCALL 
003220     MOVE WS-FINAL-RC TO RETURN-CODE.                             CPYCALL 
003230     GOBACK.                                                      CPYCALL 
003240*                                                                 CPYCALL 
003250*-------------------------------------------------------------    CPYCALL 
003260*1000-LOAD-AUDITED-VERSIONS - THE COPYBOOK STAMPS OF EVERY        CPYCALL 
003270*MEMBER'S LATEST OK EXPANSION, THE RUN THAT DELIVERED ITS DECK.   CPYCALL 
003280*-------------------------------------------------------------    CPYCALL 
003290 1000-LOAD-AUDITED-VERSIONS.                                      CPYCALL 
003300     OPEN INPUT AUD-FILE.                                         CPYCALL 
003310     IF WS-AUD-FILE-STATUS NOT = '00'                             CPYCALL 
003320         MOVE SPACES TO WS-RPT-FILE-REC                           CPYCALL 
003330         MOVE 'NO AUDIT TRAIL - NO VERSIONS CAN BE COMPARED'      CPYCALL 
003340             TO WS-RPT-FILE-REC                                   CPYCALL 
003350         WRITE WS-RPT-FILE-REC                                    CPYCALL 
003360         GO TO 1000-EXIT.                                         CPYCALL 
003370     MOVE 'N' TO WS-SUB-EOF-SW.                                   CPYCALL 
003380     PERFORM 1100-FIND-LATEST-RUN THRU 1100-EXIT                  CPYCALL 
003390         UNTIL WS-SUB-EOF.                                        CPYCALL 
003400     CLOSE AUD-FILE.                                              CPYCALL 
003410     OPEN INPUT AUD-FILE.                                         CPYCALL 
003420     MOVE 'N' TO WS-SUB-EOF-SW.                                   CPYCALL 
003430     PERFORM 1200-KEEP-LATEST-STAMPS THRU 1200-EXIT               CPYCALL 
003440         UNTIL WS-SUB-EOF.                                        CPYCALL 
003450     CLOSE AUD-FILE.                                              CPYCALL 
003460 1000-EXIT.                                                       CPYCALL 
003470     EXIT.                                                        CPYCALL 
003480*                                                                 CPYCALL 
003490 1100-FIND-LATEST-RUN.                                            CPYCALL 
003500     READ AUD-FILE INTO AUD-RECORD                                CPYCALL 
003510         AT END MOVE 'Y' TO WS-SUB-EOF-SW                         CPYCALL 
003520     END-READ.                                                    CPYCALL 
003530     IF WS-SUB-EOF                                                CPYCALL 
003540         GO TO 1100-EXIT.                                         CPYCALL 
003550     IF AUD-FUNCTION = 'CONT' OR AUD-OUTCOME NOT = 'OK'           CPYCALL 
003560         GO TO 1100-EXIT.                                         CPYCALL 
003570     MOVE AUD-PROGRAM-NAME TO WS-LOOK-MEMBER.                     CPYCALL 
003580     PERFORM 1300-FIND-AUDITED-MEMBER THRU 1300-EXIT.             CPYCALL 
003590     IF WS-FOUND                                                  CPYCALL 
003600         IF AUD-TIMESTAMP > WS-AM-TS(WS-AM-IX)                    CPYCALL 
003610             MOVE AUD-TIMESTAMP TO WS-AM-TS(WS-AM-IX)             CPYCALL 
003620         END-IF                                                   CPYCALL 
003630         GO TO 1100-EXIT.                                         CPYCALL 
003640     IF WS-AM-COUNT < 2000                                        CPYCALL 
003650         ADD 1 TO WS-AM-COUNT                                     CPYCALL 
003660         MOVE AUD-PROGRAM-NAME TO WS-AM-MEMBER(WS-AM-COUNT)       CPYCALL 
003670         MOVE AUD-TIMESTAMP TO WS-AM-TS(WS-AM-COUNT)              CPYCALL 
003680     END-IF.                                                      CPYCALL 
003690 1100-EXIT.                                                       CPYCALL 
003700     EXIT.                                                        CPYCALL 
003710*                                                                 CPYCALL 
003720 1200-KEEP-LATEST-STAMPS.                                         CPYCALL 
003730     READ AUD-FILE INTO AUD-RECORD                                CPYCALL 
003740         AT END MOVE 'Y' TO WS-SUB-EOF-SW                         CPYCALL 
003750     END-READ.                                                    CPYCALL 
003760     IF WS-SUB-EOF                                                CPYCALL 
003770         GO TO 1200-EXIT.                                         CPYCALL 
003780     IF AUD-FUNCTION NOT = 'CONT' AND AUD-OUTCOME NOT = 'OK'      CPYCALL 
003790         GO TO 1200-EXIT.                                         CPYCALL 
003800     MOVE AUD-PROGRAM-NAME TO WS-LOOK-MEMBER.                     CPYCALL 
003810     PERFORM 1300-FIND-AUDITED-MEMBER THRU 1300-EXIT.             CPYCALL 
003820     IF NOT WS-FOUND                                              CPYCALL 
003830         GO TO 1200-EXIT.                                         CPYCALL 
003840     IF AUD-TIMESTAMP NOT = WS-AM-TS(WS-AM-IX)                    CPYCALL 
003850         GO TO 1200-EXIT.                                         CPYCALL 
003860     IF AUD-COPYBOOK-COUNT NOT NUMERIC                            CPYCALL 
003870         GO TO 1200-EXIT.                                         CPYCALL 
003880     MOVE AUD-COPYBOOK-COUNT TO WS-SLOT-MAX.                      CPYCALL 
003890     IF WS-SLOT-MAX > 10                                          CPYCALL 
003900         MOVE 10 TO WS-SLOT-MAX                                   CPYCALL 
003910     END-IF.                                                      CPYCALL 
003920     PERFORM 1210-KEEP-ONE-STAMP THRU 1210-EXIT                   CPYCALL 
003930         VARYING WS-SLOT-IX FROM 1 BY 1                           CPYCALL 
003940         UNTIL WS-SLOT-IX > WS-SLOT-MAX.                          CPYCALL 
003950 1200-EXIT.                                                       CPYCALL 
003960     EXIT.                                                        CPYCALL 
003970*                                                                 CPYCALL 
003980 1210-KEEP-ONE-STAMP.                                             CPYCALL 
003990     IF AUD-CB-NAME(WS-SLOT-IX) = SPACES                          CPYCALL 
004000         GO TO 1210-EXIT.                                         CPYCALL 
004010     IF WS-AV-COUNT NOT < 6000                                    CPYCALL 
004020         ADD 1 TO WS-AV-DROPPED                                   CPYCALL 
004030         GO TO 1210-EXIT.                                         CPYCALL 
004040     ADD 1 TO WS-AV-COUNT.                                        CPYCALL 
004050     MOVE AUD-PROGRAM-NAME TO WS-AV-MEMBER(WS-AV-COUNT).          CPYCALL 
004060     MOVE AUD-CB-NAME(WS-SLOT-IX) TO WS-AV-COPYBOOK(WS-AV-COUNT). CPYCALL 
004070     MOVE AUD-CB-VERSION(WS-SLOT-IX)                              CPYCALL 
004080         TO WS-AV-VERSION(WS-AV-COUNT).                           CPYCALL 
004090 1210-EXIT.                                                       CPYCALL 
004100     EXIT.                                                        CPYCALL 
004110*                                                                 CPYCALL 
004120 1300-FIND-AUDITED-MEMBER.                                        CPYCALL 
004130     MOVE 'N' TO WS-FOUND-SW.                                     CPYCALL 
004140     PERFORM 1310-MATCH-ONE-MEMBER THRU 1310-EXIT                 CPYCALL 
004150         VARYING WS-AM-IX FROM 1 BY 1                             CPYCALL 
004160         UNTIL WS-AM-IX > WS-AM-COUNT OR WS-FOUND.                CPYCALL 
004170     IF WS-FOUND                                                  CPYCALL 
004180         SUBTRACT 1 FROM WS-AM-IX                                 CPYCALL 
004190     END-IF.                                                      CPYCALL 
004200 1300-EXIT.                                                       CPYCALL 
004210     EXIT.                                                        CPYCALL 
004220*                                                                 CPYCALL 
004230 1310-MATCH-ONE-MEMBER.                                           CPYCALL 
004240     IF WS-AM-MEMBER(WS-AM-IX) = WS-LOOK-MEMBER                   CPYCALL 
004250         MOVE 'Y' TO WS-FOUND-SW                                  CPYCALL 
004260     END-IF.                                                      CPYCALL 
004270 1310-EXIT.                                                       CPYCALL 
004280     EXIT.                                                        CPYCALL 
004290*                                                                 CPYCALL 
004300*-------------------------------------------------------------    CPYCALL 
004310*1400-LOOKUP-VERSION - THE VERSION OF WS-LOOK-COPYBOOK ON THE     CPYCALL 
004320*LATEST AUDIT OF WS-LOOK-MEMBER; SPACES WHEN IT IS NOT THERE.     CPYCALL 
004330*-------------------------------------------------------------    CPYCALL 
004340 1400-LOOKUP-VERSION.                                             CPYCALL 
004350     MOVE SPACES TO WS-LOOK-VERSION.                              CPYCALL 
004360     MOVE 'N' TO WS-FOUND-SW.                                     CPYCALL 
004370     PERFORM 1410-MATCH-ONE-STAMP THRU 1410-EXIT                  CPYCALL 
004380         VARYING WS-AV-IX FROM 1 BY 1                             CPYCALL 
004390         UNTIL WS-AV-IX > WS-AV-COUNT OR WS-FOUND.                CPYCALL 
004400 1400-EXIT.                                                       CPYCALL 
004410     EXIT.                                                        CPYCALL 
004420*                                                                 CPYCALL 
004430 1410-MATCH-ONE-STAMP.                                            CPYCALL 
004440     IF WS-AV-MEMBER(WS-AV-IX) = WS-LOOK-MEMBER                   CPYCALL 
004450         AND WS-AV-COPYBOOK(WS-AV-IX) = WS-LOOK-COPYBOOK          CPYCALL 
004460         MOVE WS-AV-VERSION(WS-AV-IX) TO WS-LOOK-VERSION          CPYCALL 
004470         MOVE 'Y' TO WS-FOUND-SW                                  CPYCALL 
004480     END-IF.                                                      CPYCALL 
004490 1410-EXIT.                                                       CPYCALL 
004500     EXIT.                                                        CPYCALL 
004510*                                                                 CPYCALL 
004520*-------------------------------------------------------------    CPYCALL 
004530*2000-ANALYZE-ONE-DECK - ONE INVENTORY LINE (MEMBER 1-10, DECK    CPYCALL 
004540*22-101): LOAD THE DECK AND ITS PROVENANCE, FILE ITS DATA         CPYCALL 
004550*ITEMS, THEN SCAN ITS PROCEDURE DIVISION.                         CPYCALL 
004560*-------------------------------------------------------------    CPYCALL 
004570 2000-ANALYZE-ONE-DECK.                                           CPYCALL 
004580     READ INV-FILE INTO WS-INV-FILE-REC                           CPYCALL 
004590         AT END MOVE 'Y' TO WS-EOF-SW                             CPYCALL 
004600     END-READ.                                                    CPYCALL 
004610     IF WS-EOF                                                    CPYCALL 
004620         GO TO 2000-EXIT.                                         CPYCALL 
004630     IF WS-INV-FILE-REC(1:10) = SPACES                            CPYCALL 
004640         OR WS-INV-FILE-REC(1:1) = '*'                            CPYCALL 
004650         GO TO 2000-EXIT.                                         CPYCALL 
004660     MOVE WS-INV-FILE-REC(1:10) TO WS-DECK-MEMBER.                CPYCALL 
004670     MOVE WS-INV-FILE-REC(22:80) TO WS-DECK-NAME.                 CPYCALL 
004680     MOVE WS-DECK-NAME TO WS-DCK-FILENAME.                        CPYCALL 
004690     OPEN INPUT DCK-FILE.                                         CPYCALL 
004695     MOVE SPACE TO SRCF-FORMAT.                                   CPYCALL 
004700     IF WS-DCK-FILE-STATUS NOT = '00'                             CPYCALL 
004710         ADD 1 TO WS-NODECK-COUNT                                 CPYCALL 
004720         MOVE SPACES TO WS-RPT-FILE-REC                           CPYCALL 
004730         STRING WS-DECK-MEMBER DELIMITED BY SIZE                  CPYCALL 
004740             ' DECK NOT FOUND - NOT ANALYZED: ' DELIMITED BY SIZE CPYCALL 
004750             WS-DECK-NAME DELIMITED BY SPACE                      CPYCALL 
004760             INTO WS-RPT-FILE-REC                                 CPYCALL 
004770         END-STRING                                               CPYCALL 
004780         WRITE WS-RPT-FILE-REC                                    CPYCALL 
004790         GO TO 2000-EXIT.                                         CPYCALL 
004800     ADD 1 TO WS-DECK-COUNT.                                      CPYCALL 
004810     MOVE 0 TO WS-DL-COUNT WS-DI-COUNT WS-DATA-END.               CPYCALL 
004820     MOVE 'N' TO WS-DL-TRUNC-SW WS-PD-SEEN-SW WS-PD-TOKEN-SW.     CPYCALL 
004830     MOVE 'N' TO WS-SUB-EOF-SW.                                   CPYCALL 
004840     PERFORM 2100-LOAD-ONE-DECK-LINE THRU 2100-EXIT               CPYCALL 
004850         UNTIL WS-SUB-EOF.                                        CPYCALL 
004860     CLOSE DCK-FILE.                                              CPYCALL 
004870     IF WS-DL-TRUNC-SW = 'Y'                                      CPYCALL 
004880         ADD 1 TO WS-CNT-REVIEW                                   CPYCALL 
004890         MOVE SPACES TO WS-RPT-FILE-REC                           CPYCALL 
004900         STRING WS-DECK-MEMBER DELIMITED BY SIZE                  CPYCALL 
004910             ' DECK OVER 9000 LINES - ONLY THE FIRST 9000 SCANNED'CPYCALL 
004920             DELIMITED BY SIZE                                    CPYCALL 
004930             INTO WS-RPT-FILE-REC                                 CPYCALL 
004940         END-STRING                                               CPYCALL 
004950         WRITE WS-RPT-FILE-REC                                    CPYCALL 
004960     END-IF.                                                      CPYCALL 
004970     PERFORM 2200-LOAD-PROVENANCE THRU 2200-EXIT.                 CPYCALL 
004980*    THE MEMBER'S OWN PARAMETER LIST STARTS EMPTY.                CPYCALL 
004990     IF WS-MB-COUNT < 2000                                        CPYCALL 
005000         ADD 1 TO WS-MB-COUNT                                     CPYCALL 
005010         MOVE WS-DECK-MEMBER TO WS-MB-NAME(WS-MB-COUNT)           CPYCALL 
005020         MOVE 0 TO WS-MB-PRM-COUNT(WS-MB-COUNT)                   CPYCALL 
005030         COMPUTE WS-MB-PRM-FIRST(WS-MB-COUNT) = WS-AG-COUNT + 1   CPYCALL 
005040     END-IF.                                                      CPYCALL 
005050     MOVE '0' TO WS-SCAN-STATE.                                   CPYCALL 
005060     PERFORM 2300-SCAN-ONE-LINE THRU 2300-EXIT                    CPYCALL 
005070         VARYING WS-DL-IX FROM 1 BY 1                             CPYCALL 
005080         UNTIL WS-DL-IX > WS-DL-COUNT.                            CPYCALL 
005090 2000-EXIT.                                                       CPYCALL 
005100     EXIT.                                                        CPYCALL 
005110*                                                                 CPYCALL 
005120 2100-LOAD-ONE-DECK-LINE.                                         CPYCALL 
005130     READ DCK-FILE INTO WS-DCK-FILE-REC                           CPYCALL 
005140         AT END MOVE 'Y' TO WS-SUB-EOF-SW                         CPYCALL 
005150     END-READ.                                                    CPYCALL 
005160     IF WS-SUB-EOF                                                CPYCALL 
005170         GO TO 2100-EXIT.                                         CPYCALL 
005180     IF WS-DL-COUNT NOT < 9000                                    CPYCALL 
005190         MOVE 'Y' TO WS-DL-TRUNC-SW                               CPYCALL 
005200         GO TO 2100-EXIT.                                         CPYCALL 
005210     ADD 1 TO WS-DL-COUNT.                                        CPYCALL 
005220     MOVE SPACES TO WS-DL-ENTRY(WS-DL-COUNT).                     CPYCALL 
005222     MOVE WS-DCK-FILE-REC TO SRCF-LINE.                           CPYCALL 
005224     CALL 'CPYSRCF' USING CPYSRCF-PARMS.                          CPYCALL 
005226     MOVE SRCF-CARD TO WS-DCK-FILE-REC.                           CPYCALL 
005230*    COMMENT AND DEBUGGING LINES CARRY NO DATA OR CALLS.          CPYCALL 
005240     IF WS-DCK-FILE-REC(7:1) = SPACE                              CPYCALL 
005250         MOVE WS-DCK-FILE-REC(8:65) TO WS-DL-TEXT(WS-DL-COUNT)    CPYCALL 
005260     END-IF.                                                      CPYCALL 
005270 2100-EXIT.                                                       CPYCALL 
005280     EXIT.                                                        CPYCALL 
005290*                                                                 CPYCALL 
005300*-------------------------------------------------------------    CPYCALL 
005310*2200-LOAD-PROVENANCE - DECK LINE 1-8, MEMBER OR COPYBOOK 9-38,   CPYCALL 
005320*LIBRARY 40-47 (SPACES FOR THE MEMBER'S OWN LINES), ORIGINAL      CPYCALL 
005330*SEQUENCE 60-65.                                                  CPYCALL 
005340*-------------------------------------------------------------    CPYCALL 
005350 2200-LOAD-PROVENANCE.                                            CPYCALL 
005360     MOVE 'N' TO WS-DECK-PRV-SW.                                  CPYCALL 
005370     MOVE SPACES TO WS-PRV-FILENAME.                              CPYCALL 
005380     STRING WS-DECK-NAME DELIMITED BY SPACE                       CPYCALL 
005390         '.PRV' DELIMITED BY SIZE                                 CPYCALL 
005400         INTO WS-PRV-FILENAME                                     CPYCALL 
005410     END-STRING.                                                  CPYCALL 
005420     OPEN INPUT PRV-FILE.                                         CPYCALL 
005430     IF WS-PRV-FILE-STATUS NOT = '00'                             CPYCALL 
005440         MOVE SPACES TO WS-RPT-FILE-REC                           CPYCALL 
005450         STRING WS-DECK-MEMBER DELIMITED BY SIZE                  CPYCALL 
005460             ' NO PROVENANCE FILE - ITEM ORIGINS UNKNOWN'         CPYCALL 
005470             DELIMITED BY SIZE                                    CPYCALL 
005480             INTO WS-RPT-FILE-REC                                 CPYCALL 
005490         END-STRING                                               CPYCALL 
005500         WRITE WS-RPT-FILE-REC                                    CPYCALL 
005510         GO TO 2200-EXIT.                                         CPYCALL 
005520     MOVE 'Y' TO WS-DECK-PRV-SW.                                  CPYCALL 
005530     MOVE 'N' TO WS-SUB-EOF-SW.                                   CPYCALL 
005540     PERFORM 2210-LOAD-ONE-PRV-LINE THRU 2210-EXIT                CPYCALL 
005550         UNTIL WS-SUB-EOF.                                        CPYCALL 
005560     CLOSE PRV-FILE.                                              CPYCALL 
005570 2200-EXIT.                                                       CPYCALL 
005580     EXIT.                                                        CPYCALL 
005590*                                                                 CPYCALL 
005600 2210-LOAD-ONE-PRV-LINE.                                          CPYCALL 
005610     READ PRV-FILE INTO WS-PRV-FILE-REC                           CPYCALL 
005620         AT END MOVE 'Y' TO WS-SUB-EOF-SW                         CPYCALL 
005630     END-READ.                                                    CPYCALL 
005640     IF WS-SUB-EOF                                                CPYCALL 
005650         GO TO 2210-EXIT.                                         CPYCALL 
005660     IF WS-PRV-FILE-REC(1:8) NOT NUMERIC                          CPYCALL 
005670         GO TO 2210-EXIT.                                         CPYCALL 
005680     MOVE WS-PRV-FILE-REC(1:8) TO WS-PRV-LINE.                    CPYCALL 
005690     IF WS-PRV-LINE = 0 OR WS-PRV-LINE > WS-DL-COUNT              CPYCALL 
005700         GO TO 2210-EXIT.                                         CPYCALL 
005710     MOVE WS-PRV-FILE-REC(9:30) TO WS-DL-SRC(WS-PRV-LINE).        CPYCALL 
005720     MOVE WS-PRV-FILE-REC(40:8) TO WS-DL-LIB(WS-PRV-LINE).        CPYCALL 
005730     MOVE WS-PRV-FILE-REC(60:6) TO WS-DL-SEQ(WS-PRV-LINE).        CPYCALL 
005740 2210-EXIT.                                                       CPYCALL 
005750     EXIT.                                                        CPYCALL 
005760*                                                                 CPYCALL 
005770*-------------------------------------------------------------    CPYCALL 
005780*2300-SCAN-ONE-LINE - UP TO THE FIRST PROCEDURE DIVISION EVERY    CPYCALL 
005790*LEVEL-NUMBERED LINE IS A DATA ITEM (ONE ENTRY PER LINE, AS THE   CPYCALL 
005800*MAP ARITHMETIC READS THEM); FROM THERE ON THE TEXT IS TOKENS.    CPYCALL 
005810*-------------------------------------------------------------    CPYCALL 
005820 2300-SCAN-ONE-LINE.                                              CPYCALL 
005830     IF WS-DL-TEXT(WS-DL-IX) = SPACES                             CPYCALL 
005840         GO TO 2300-EXIT.                                         CPYCALL 
005850     IF WS-PD-SEEN                                                CPYCALL 
005860         PERFORM 2400-SCAN-PROCEDURE-LINE THRU 2400-EXIT          CPYCALL 
005870         GO TO 2300-EXIT.                                         CPYCALL 
005880     MOVE 0 TO WS-TALLY.                                          CPYCALL 
005890     INSPECT WS-DL-TEXT(WS-DL-IX) TALLYING WS-TALLY               CPYCALL 
005900         FOR LEADING SPACE.                                       CPYCALL 
005910     MOVE WS-DL-TEXT(WS-DL-IX)(WS-TALLY + 1:) TO WS-LINE-TEXT.    CPYCALL 
005920     MOVE SPACES TO WS-LINE-WORDS.                                CPYCALL 
005930     UNSTRING WS-LINE-TEXT DELIMITED BY ALL SPACE                 CPYCALL 
005940         INTO WS-LWORD(1) WS-LWORD(2) WS-LWORD(3) WS-LWORD(4)     CPYCALL 
005950     END-UNSTRING.                                                CPYCALL 
005960     IF WS-LWORD(1) = 'PROCEDURE'                                 CPYCALL 
005970         AND WS-LWORD(2)(1:8) = 'DIVISION'                        CPYCALL 
005980         MOVE 'Y' TO WS-PD-SEEN-SW                                CPYCALL 
005990         COMPUTE WS-DATA-END = WS-DL-IX - 1                       CPYCALL 
006000         PERFORM 2350-SET-ITEM-EXTENTS THRU 2350-EXIT             CPYCALL 
006010         PERFORM 2400-SCAN-PROCEDURE-LINE THRU 2400-EXIT          CPYCALL 
006020         GO TO 2300-EXIT.                                         CPYCALL 
006030     IF WS-LWORD(1)(1:2) NOT NUMERIC                              CPYCALL 
006040         OR WS-LWORD(1)(3:28) NOT = SPACES                        CPYCALL 
006050         GO TO 2300-EXIT.                                         CPYCALL 
006060     IF WS-LWORD(1)(1:2) = '66' OR WS-LWORD(1)(1:2) = '88'        CPYCALL 
006070         OR WS-LWORD(1)(1:2) = '00'                               CPYCALL 
006080         GO TO 2300-EXIT.                                         CPYCALL 
006090     IF WS-DI-COUNT NOT < 3000                                    CPYCALL 
006100         GO TO 2300-EXIT.                                         CPYCALL 
006110     ADD 1 TO WS-DI-COUNT.                                        CPYCALL 
006120     MOVE WS-LWORD(1)(1:2) TO WS-DI-LEVEL(WS-DI-COUNT).           CPYCALL 
006130     IF WS-DI-LEVEL(WS-DI-COUNT) = 77                             CPYCALL 
006140         MOVE 1 TO WS-DI-LEVEL(WS-DI-COUNT)                       CPYCALL 
006150     END-IF.                                                      CPYCALL 
006160     INSPECT WS-LWORD(2) REPLACING ALL '.' BY ' '.                CPYCALL 
006170     MOVE WS-LWORD(2) TO WS-DI-NAME(WS-DI-COUNT).                 CPYCALL 
006180     MOVE WS-DL-IX TO WS-DI-LINE(WS-DI-COUNT).                    CPYCALL 
006190     MOVE 0 TO WS-DI-END(WS-DI-COUNT) WS-DI-LEN(WS-DI-COUNT).     CPYCALL 
006200     MOVE 'N' TO WS-DI-SIZED(WS-DI-COUNT).                        CPYCALL 
006210 2300-EXIT.                                                       CPYCALL 
006220     EXIT.                                                        CPYCALL 
006230*                                                                 CPYCALL 
006240 2350-SET-ITEM-EXTENTS.                                           CPYCALL 
006250     PERFORM 2360-SET-ONE-EXTENT THRU 2360-EXIT                   CPYCALL 
006260         VARYING WS-DI-IX FROM 1 BY 1                             CPYCALL 
006270         UNTIL WS-DI-IX > WS-DI-COUNT.                            CPYCALL 
006280 2350-EXIT.                                                       CPYCALL 
006290     EXIT.                                                        CPYCALL 
006300*                                                                 CPYCALL 
006310 2360-SET-ONE-EXTENT.                                             CPYCALL 
006320     MOVE WS-DATA-END TO WS-DI-END(WS-DI-IX).                     CPYCALL 
006330     MOVE 'N' TO WS-FOUND-SW.                                     CPYCALL 
006340     COMPUTE WS-DI-JX = WS-DI-IX + 1.                             CPYCALL 
006350     PERFORM 2370-TRY-ONE-FOLLOWER THRU 2370-EXIT                 CPYCALL 
006360         UNTIL WS-DI-JX > WS-DI-COUNT OR WS-FOUND.                CPYCALL 
006370 2360-EXIT.                                                       CPYCALL 
006380     EXIT.                                                        CPYCALL 
006390*                                                                 CPYCALL 
006400 2370-TRY-ONE-FOLLOWER.                                           CPYCALL 
006410     IF WS-DI-LEVEL(WS-DI-JX) NOT > WS-DI-LEVEL(WS-DI-IX)         CPYCALL 
006420         COMPUTE WS-DI-END(WS-DI-IX) = WS-DI-LINE(WS-DI-JX) - 1   CPYCALL 
006430         MOVE 'Y' TO WS-FOUND-SW                                  CPYCALL 
006440     END-IF.                                                      CPYCALL 
006450     ADD 1 TO WS-DI-JX.                                           CPYCALL 
006460 2370-EXIT.                                                       CPYCALL 
006470     EXIT.                                                        CPYCALL 
006480*                                                                 CPYCALL 
006490*-------------------------------------------------------------    CPYCALL 
006500*2400-SCAN-PROCEDURE-LINE - TOKEN BY TOKEN; A TRAILING PERIOD     CPYCALL 
006510*IS A TOKEN OF ITS OWN.                                           CPYCALL 
006520*-------------------------------------------------------------    CPYCALL 
006530 2400-SCAN-PROCEDURE-LINE.                                        CPYCALL 
006540     MOVE WS-DL-TEXT(WS-DL-IX) TO WS-LINE-TEXT.                   CPYCALL 
006550     MOVE 1 TO WS-TOK-PTR.                                        CPYCALL 
006560     PERFORM 2410-NEXT-TOKEN THRU 2410-EXIT                       CPYCALL 
006570         UNTIL WS-TOK-PTR > 65.                                   CPYCALL 
006580 2400-EXIT.                                                       CPYCALL 
006590     EXIT.                                                        CPYCALL 
006600*                                                                 CPYCALL 
006610 2410-NEXT-TOKEN.                                                 CPYCALL 
006620     MOVE SPACES TO WS-TOKEN.                                     CPYCALL 
006630     UNSTRING WS-LINE-TEXT DELIMITED BY ALL SPACE                 CPYCALL 
006640         INTO WS-TOKEN                                            CPYCALL 
006650         WITH POINTER WS-TOK-PTR                                  CPYCALL 
006660     END-UNSTRING.                                                CPYCALL 
006670     IF WS-TOKEN = SPACES                                         CPYCALL 
006680         GO TO 2410-EXIT.                                         CPYCALL 
006690     MOVE 0 TO WS-TOK-LEN.                                        CPYCALL 
006700     INSPECT WS-TOKEN TALLYING WS-TOK-LEN                         CPYCALL 
006710         FOR CHARACTERS BEFORE SPACE.                             CPYCALL 
006720*    A SEPARATOR COMMA OR SEMICOLON IS NOT PART OF THE WORD.      CPYCALL 
006730     IF WS-TOK-LEN > 1 AND (WS-TOKEN(WS-TOK-LEN:1) = ','          CPYCALL 
006740         OR WS-TOKEN(WS-TOK-LEN:1) = ';')                         CPYCALL 
006750         MOVE SPACE TO WS-TOKEN(WS-TOK-LEN:1)                     CPYCALL 
006760         SUBTRACT 1 FROM WS-TOK-LEN                               CPYCALL 
006770     END-IF.                                                      CPYCALL 
006780     MOVE 'N' TO WS-TOK-PERIOD-SW.                                CPYCALL 
006790     IF WS-TOK-LEN > 0 AND WS-TOKEN(WS-TOK-LEN:1) = '.'           CPYCALL 
006800         MOVE 'Y' TO WS-TOK-PERIOD-SW                             CPYCALL 
006810         MOVE SPACE TO WS-TOKEN(WS-TOK-LEN:1)                     CPYCALL 
006820         SUBTRACT 1 FROM WS-TOK-LEN                               CPYCALL 
006830     END-IF.                                                      CPYCALL 
006840     IF WS-TOK-LEN > 0                                            CPYCALL 
006850         MOVE WS-TOKEN TO WS-WORD                                 CPYCALL 
006860         PERFORM 2420-PROCESS-TOKEN THRU 2420-EXIT                CPYCALL 
006870     END-IF.                                                      CPYCALL 
006880     IF WS-TOK-PERIOD-SW = 'Y'                                    CPYCALL 
006890         MOVE '.' TO WS-WORD                                      CPYCALL 
006900         PERFORM 2420-PROCESS-TOKEN THRU 2420-EXIT                CPYCALL 
006910     END-IF.                                                      CPYCALL 
006920 2410-EXIT.                                                       CPYCALL 
006930     EXIT.                                                        CPYCALL 
006940*                                                                 CPYCALL 
006950 2420-PROCESS-TOKEN.                                              CPYCALL 
006960     EVALUATE WS-SCAN-STATE                                       CPYCALL 
006970         WHEN 'C'                                                 CPYCALL 
006980             PERFORM 2430-AFTER-CALL THRU 2430-EXIT               CPYCALL 
006990         WHEN 'T'                                                 CPYCALL 
007000             IF WS-WORD = 'USING'                                 CPYCALL 
007010                 MOVE 'A' TO WS-SCAN-STATE                        CPYCALL 
007020                 MOVE 'N' TO WS-ADDR-OF-SW WS-SKIP-QUAL-SW        CPYCALL 
007030                     WS-AFTER-NAME-SW                             CPYCALL 
007040             ELSE                                                 CPYCALL 
007050                 MOVE '0' TO WS-SCAN-STATE                        CPYCALL 
007060                 PERFORM 2425-LOOK-FOR-START THRU 2425-EXIT       CPYCALL 
007070             END-IF                                               CPYCALL 
007080         WHEN 'A'                                                 CPYCALL 
007090         WHEN 'P'                                                 CPYCALL 
007100             PERFORM 2440-IN-USING-LIST THRU 2440-EXIT            CPYCALL 
007110         WHEN 'D'                                                 CPYCALL 
007120             IF WS-WORD = 'DIVISION'                              CPYCALL 
007130                 MOVE 'E' TO WS-SCAN-STATE                        CPYCALL 
007140             ELSE                                                 CPYCALL 
007150                 MOVE '0' TO WS-SCAN-STATE                        CPYCALL 
007160             END-IF                                               CPYCALL 
007170         WHEN 'E'                                                 CPYCALL 
007180             IF WS-WORD = 'USING'                                 CPYCALL 
007190                 MOVE 'P' TO WS-SCAN-STATE                        CPYCALL 
007200                 MOVE 'N' TO WS-ADDR-OF-SW WS-SKIP-QUAL-SW        CPYCALL 
007210                     WS-AFTER-NAME-SW                             CPYCALL 
007220             ELSE                                                 CPYCALL 
007230                 MOVE '0' TO WS-SCAN-STATE                        CPYCALL 
007240             END-IF                                               CPYCALL 
007250         WHEN OTHER                                               CPYCALL 
007260             PERFORM 2425-LOOK-FOR-START THRU 2425-EXIT           CPYCALL 
007270     END-EVALUATE.                                                CPYCALL 
007280 2420-EXIT.                                                       CPYCALL 
007290     EXIT.                                                        CPYCALL 
007300*                                                                 CPYCALL 
007310 2425-LOOK-FOR-START.                                             CPYCALL 
007320     IF WS-WORD = 'CALL'                                          CPYCALL 
007330         MOVE 'C' TO WS-SCAN-STATE                                CPYCALL 
007340         GO TO 2425-EXIT.                                         CPYCALL 
007350*    ONLY THE OUTERMOST PROGRAM'S USING LIST IS ITS INTERFACE.    CPYCALL 
007360     IF WS-WORD = 'PROCEDURE' AND WS-PD-TOKEN-SW = 'N'            CPYCALL 
007370         AND WS-MB-COUNT > 0                                      CPYCALL 
007380         AND WS-MB-NAME(WS-MB-COUNT) = WS-DECK-MEMBER             CPYCALL 
007390         MOVE 'Y' TO WS-PD-TOKEN-SW                               CPYCALL 
007400         MOVE 'D' TO WS-SCAN-STATE                                CPYCALL 
007410     END-IF.                                                      CPYCALL 
007420 2425-EXIT.                                                       CPYCALL 
007430     EXIT.                                                        CPYCALL 
007440*                                                                 CPYCALL 
007450*-------------------------------------------------------------    CPYCALL 
007460*2430-AFTER-CALL - A QUOTED NAME IS A STATIC CALL AND OPENS A     CPYCALL 
007470*CALL SITE; A DATA NAME (DYNAMIC CALL) IS LEFT ALONE.             CPYCALL 
007480*-------------------------------------------------------------    CPYCALL 
007490 2430-AFTER-CALL.                                                 CPYCALL 
007500     IF WS-WORD(1:1) NOT = QUOTE AND WS-WORD(1:1) NOT = ''''      CPYCALL 
007510         MOVE '0' TO WS-SCAN-STATE                                CPYCALL 
007520         GO TO 2430-EXIT.                                         CPYCALL 
007530     MOVE 'T' TO WS-SCAN-STATE.                                   CPYCALL 
007540     IF WS-ST-COUNT NOT < 3000                                    CPYCALL 
007550         ADD 1 TO WS-ST-DROPPED                                   CPYCALL 
007560         MOVE '0' TO WS-SCAN-STATE                                CPYCALL 
007570         GO TO 2430-EXIT.                                         CPYCALL 
007580     ADD 1 TO WS-ST-COUNT.                                        CPYCALL 
007590     MOVE WS-DECK-MEMBER TO WS-ST-CALLER(WS-ST-COUNT).            CPYCALL 
007600     MOVE WS-DL-IX TO WS-ST-LINE(WS-ST-COUNT).                    CPYCALL 
007610     MOVE WS-DL-SRC(WS-DL-IX) TO WS-ST-SRC(WS-ST-COUNT).          CPYCALL 
007620     MOVE WS-DL-SEQ(WS-DL-IX) TO WS-ST-SEQ(WS-ST-COUNT).          CPYCALL 
007630     MOVE SPACES TO WS-ST-TARGET(WS-ST-COUNT).                    CPYCALL 
007640     UNSTRING WS-WORD(2:) DELIMITED BY QUOTE OR ''''              CPYCALL 
007650         INTO WS-ST-TARGET(WS-ST-COUNT)                           CPYCALL 
007660     END-UNSTRING.                                                CPYCALL 
007670     COMPUTE WS-ST-ARG-FIRST(WS-ST-COUNT) = WS-AG-COUNT + 1.      CPYCALL 
007680     MOVE 0 TO WS-ST-ARG-COUNT(WS-ST-COUNT).                      CPYCALL 
007690 2430-EXIT.                                                       CPYCALL 
007700     EXIT.                                                        CPYCALL 
007710*                                                                 CPYCALL 
007720*-------------------------------------------------------------    CPYCALL 
007730*2440-IN-USING-LIST - BY REFERENCE / CONTENT / VALUE, ADDRESS     CPYCALL 
007740*OF AND QUALIFIERS ARE PASSED OVER; A DATA NAME, LITERAL OR       CPYCALL 
007750*OMITTED IS THE NEXT ENTRY; ANYTHING ELSE ENDS THE LIST.          CPYCALL 
007760*-------------------------------------------------------------    CPYCALL 
007770 2440-IN-USING-LIST.                                              CPYCALL 
007780     IF WS-SKIP-QUAL-SW = 'Y'                                     CPYCALL 
007790         MOVE 'N' TO WS-SKIP-QUAL-SW                              CPYCALL 
007800         GO TO 2440-EXIT.                                         CPYCALL 
007810     IF WS-WORD = 'BY' OR WS-WORD = 'REFERENCE'                   CPYCALL 
007820         OR WS-WORD = 'CONTENT' OR WS-WORD = 'VALUE'              CPYCALL 
007830         MOVE 'N' TO WS-AFTER-NAME-SW                             CPYCALL 
007840         GO TO 2440-EXIT.                                         CPYCALL 
007850     IF WS-WORD = 'ADDRESS'                                       CPYCALL 
007860         MOVE 'Y' TO WS-ADDR-OF-SW                                CPYCALL 
007870         GO TO 2440-EXIT.                                         CPYCALL 
007880     IF WS-WORD = 'OF' OR WS-WORD = 'IN'                          CPYCALL 
007890         IF WS-ADDR-OF-SW = 'Y'                                   CPYCALL 
007900             MOVE 'N' TO WS-ADDR-OF-SW                            CPYCALL 
007910         ELSE                                                     CPYCALL 
007920             IF WS-AFTER-NAME-SW = 'Y'                            CPYCALL 
007930                 MOVE 'Y' TO WS-SKIP-QUAL-SW                      CPYCALL 
007940             END-IF                                               CPYCALL 
007950         END-IF                                                   CPYCALL 
007960         GO TO 2440-EXIT.                                         CPYCALL 
007970     IF WS-WORD(1:1) = '('                                        CPYCALL 
007980         GO TO 2440-EXIT.                                         CPYCALL 
007990     MOVE 'N' TO WS-AFTER-NAME-SW.                                CPYCALL 
008000     MOVE SPACES TO WS-NEW-NAME WS-NEW-COPYBOOK WS-NEW-VERSION.   CPYCALL 
008010     MOVE 0 TO WS-NEW-LEN.                                        CPYCALL 
008020     IF WS-WORD = 'OMITTED'                                       CPYCALL 
008030         MOVE 'OMITTED' TO WS-NEW-NAME                            CPYCALL 
008040         MOVE 'O' TO WS-NEW-KIND                                  CPYCALL 
008050         GO TO 2450-FILE-THE-ENTRY.                               CPYCALL 
008060     IF WS-WORD(1:1) = QUOTE OR WS-WORD(1:1) = ''''               CPYCALL 
008070         OR WS-WORD(1:1) NUMERIC                                  CPYCALL 
008080         OR WS-WORD(1:1) = '+' OR WS-WORD(1:1) = '-'              CPYCALL 
008090         MOVE WS-WORD TO WS-NEW-NAME                              CPYCALL 
008100         MOVE 'L' TO WS-NEW-KIND                                  CPYCALL 
008110         GO TO 2450-FILE-THE-ENTRY.                               CPYCALL 
008120     UNSTRING WS-WORD DELIMITED BY '('                            CPYCALL 
008130         INTO WS-NEW-NAME                                         CPYCALL 
008140     END-UNSTRING.                                                CPYCALL 
008150     MOVE 'N' TO WS-FOUND-SW.                                     CPYCALL 
008160     PERFORM 2460-MATCH-ONE-ITEM THRU 2460-EXIT                   CPYCALL 
008170         VARYING WS-DI-IX FROM 1 BY 1                             CPYCALL 
008180         UNTIL WS-DI-IX > WS-DI-COUNT OR WS-FOUND.                CPYCALL 
008190     IF NOT WS-FOUND                                              CPYCALL 
008200*        A FIGURATIVE CONSTANT OR SPECIAL REGISTER PASSES AS A    CPYCALL 
008210*        VALUE; ANY OTHER WORD IS THE NEXT CLAUSE OR VERB.        CPYCALL 
008220         IF WS-WORD = 'SPACES' OR WS-WORD = 'ZERO'                CPYCALL 
008230             OR WS-WORD = 'ZEROS' OR WS-WORD = 'ZEROES'           CPYCALL 
008240             OR WS-WORD = 'SPACE' OR WS-WORD = 'LOW-VALUES'       CPYCALL 
008250             OR WS-WORD = 'HIGH-VALUES'                           CPYCALL 
008260             OR WS-WORD = 'RETURN-CODE'                           CPYCALL 
008270             MOVE 'U' TO WS-NEW-KIND                              CPYCALL 
008280             GO TO 2450-FILE-THE-ENTRY                            CPYCALL 
008290         END-IF                                                   CPYCALL 
008300         MOVE '0' TO WS-SCAN-STATE                                CPYCALL 
008310         PERFORM 2425-LOOK-FOR-START THRU 2425-EXIT               CPYCALL 
008320         GO TO 2440-EXIT.                                         CPYCALL 
008330     SUBTRACT 1 FROM WS-DI-IX.                                    CPYCALL 
008340     MOVE 'Y' TO WS-AFTER-NAME-SW.                                CPYCALL 
008350     PERFORM 2500-DESCRIBE-ITEM THRU 2500-EXIT.                   CPYCALL 
008360 2450-FILE-THE-ENTRY.                                             CPYCALL 
008370     MOVE 'N' TO WS-ADDR-OF-SW.                                   CPYCALL 
008380     IF WS-AG-COUNT NOT < 9000                                    CPYCALL 
008390         GO TO 2440-EXIT.                                         CPYCALL 
008400     ADD 1 TO WS-AG-COUNT.                                        CPYCALL 
008410     MOVE WS-NEW-NAME TO WS-AG-NAME(WS-AG-COUNT).                 CPYCALL 
008420     MOVE WS-NEW-KIND TO WS-AG-KIND(WS-AG-COUNT).                 CPYCALL 
008430     MOVE WS-NEW-COPYBOOK TO WS-AG-COPYBOOK(WS-AG-COUNT).         CPYCALL 
008440     MOVE WS-NEW-VERSION TO WS-AG-VERSION(WS-AG-COUNT).           CPYCALL 
008450     MOVE WS-NEW-LEN TO WS-AG-LEN(WS-AG-COUNT).                   CPYCALL 
008460     IF WS-SCAN-STATE = 'P'                                       CPYCALL 
008470         ADD 1 TO WS-MB-PRM-COUNT(WS-MB-COUNT)                    CPYCALL 
008480     ELSE                                                         CPYCALL 
008490         ADD 1 TO WS-ST-ARG-COUNT(WS-ST-COUNT)                    CPYCALL 
008500     END-IF.                                                      CPYCALL 
008510 2440-EXIT.                                                       CPYCALL 
008520     EXIT.                                                        CPYCALL 
008530*                                                                 CPYCALL 
008540 2460-MATCH-ONE-ITEM.                                             CPYCALL 
008550     IF WS-DI-NAME(WS-DI-IX) = WS-NEW-NAME                        CPYCALL 
008560         MOVE 'Y' TO WS-FOUND-SW                                  CPYCALL 
008570     END-IF.                                                      CPYCALL 
008580 2460-EXIT.                                                       CPYCALL 
008590     EXIT.                                                        CPYCALL 
008600*                                                                 CPYCALL 
008610*-------------------------------------------------------------    CPYCALL 
008620*2500-DESCRIBE-ITEM - WHERE DATA ITEM WS-DI-IX CAME FROM, AT      CPYCALL 
008630*WHAT AUDITED VERSION, AND HOW LONG IT IS.                        CPYCALL 
008640*-------------------------------------------------------------    CPYCALL 
008650 2500-DESCRIBE-ITEM.                                              CPYCALL 
008660     MOVE WS-DI-LINE(WS-DI-IX) TO WS-DL-JX.                       CPYCALL 
008670     EVALUATE TRUE                                                CPYCALL 
008680         WHEN NOT WS-DECK-HAS-PRV                                 CPYCALL 
008690             MOVE 'P' TO WS-NEW-KIND                              CPYCALL 
008700         WHEN WS-DL-LIB(WS-DL-JX) = SPACES                        CPYCALL 
008710             MOVE 'H' TO WS-NEW-KIND                              CPYCALL 
008720         WHEN OTHER                                               CPYCALL 
008730             MOVE 'C' TO WS-NEW-KIND                              CPYCALL 
008740             MOVE WS-DL-SRC(WS-DL-JX) TO WS-NEW-COPYBOOK          CPYCALL 
008750             MOVE WS-DECK-MEMBER TO WS-LOOK-MEMBER                CPYCALL 
008760             MOVE WS-NEW-COPYBOOK TO WS-LOOK-COPYBOOK             CPYCALL 
008770             PERFORM 1400-LOOKUP-VERSION THRU 1400-EXIT           CPYCALL 
008780             MOVE WS-LOOK-VERSION TO WS-NEW-VERSION               CPYCALL 
008790     END-EVALUATE.                                                CPYCALL 
008800     IF WS-DI-SIZED(WS-DI-IX) NOT = 'Y'                           CPYCALL 
008810         PERFORM 2510-SIZE-ONE-ITEM THRU 2510-EXIT                CPYCALL 
008820     END-IF.                                                      CPYCALL 
008830     MOVE WS-DI-LEN(WS-DI-IX) TO WS-NEW-LEN.                      CPYCALL 
008840 2500-EXIT.                                                       CPYCALL 
008850     EXIT.                                                        CPYCALL 
008860*                                                                 CPYCALL 
008870*-------------------------------------------------------------    CPYCALL 
008880*2510-SIZE-ONE-ITEM - COPY THE ITEM'S LINES TO A WORK MEMBER AND  CPYCALL 
008890*LET CPYLAYO SIZE IT WITH THE MAP ARITHMETIC.                     CPYCALL 
008900*-------------------------------------------------------------    CPYCALL 
008910 2510-SIZE-ONE-ITEM.                                              CPYCALL 
008920     MOVE 'Y' TO WS-DI-SIZED(WS-DI-IX).                           CPYCALL 
008930     MOVE 0 TO WS-DI-LEN(WS-DI-IX).                               CPYCALL 
008940     OPEN OUTPUT ITM-FILE.                                        CPYCALL 
008950     IF WS-ITM-FILE-STATUS NOT = '00'                             CPYCALL 
008960         GO TO 2510-EXIT.                                         CPYCALL 
008970     PERFORM 2520-COPY-ONE-ITEM-LINE THRU 2520-EXIT               CPYCALL 
008980         VARYING WS-DL-JX FROM WS-DI-LINE(WS-DI-IX) BY 1          CPYCALL 
008990         UNTIL WS-DL-JX > WS-DI-END(WS-DI-IX).                    CPYCALL 
009000     CLOSE ITM-FILE.                                              CPYCALL 
009010     MOVE 'CPYCALL' TO LAY-COPYBOOK-NAME.                         CPYCALL 
009020     MOVE 'registry' TO LAY-LIBRARY-DIR.                          CPYCALL 
009030     MOVE SPACES TO LAY-VIEW-MODE LAY-GROUPS-SW LAY-EXPAND-SW.    CPYCALL 
009040     MOVE 0 TO LAY-VIEW-COUNT.                                    CPYCALL 
009050     CALL 'CPYLAYO' USING CPYLAYO-PARMS.                          CPYCALL 
009060     IF LAY-OK OR LAY-TABLE-FULL                                  CPYCALL 
009070         MOVE LAY-RECORD-LEN TO WS-DI-LEN(WS-DI-IX)               CPYCALL 
009080     END-IF.                                                      CPYCALL 
009090 2510-EXIT.                                                       CPYCALL 
009100     EXIT.                                                        CPYCALL 
009110*                                                                 CPYCALL 
009120 2520-COPY-ONE-ITEM-LINE.                                         CPYCALL 
009130     MOVE SPACES TO WS-ITM-FILE-REC.                              CPYCALL 
009140     MOVE WS-DL-TEXT(WS-DL-JX) TO WS-ITM-FILE-REC(8:65).          CPYCALL 
009150     WRITE WS-ITM-FILE-REC.                                       CPYCALL 
009160 2520-EXIT.                                                       CPYCALL 
009170     EXIT.                                                        CPYCALL 
009180*                                                                 CPYCALL 
009190*-------------------------------------------------------------    CPYCALL 
009200*3000-CHECK-ONE-SITE - PAIR THE ARGUMENTS WITH THE CALLED         CPYCALL 
009210*MEMBER'S PARAMETERS, POSITION BY POSITION.                       CPYCALL 
009220*-------------------------------------------------------------    CPYCALL 
009230 3000-CHECK-ONE-SITE.                                             CPYCALL 
009240     MOVE 'N' TO WS-FOUND-SW.                                     CPYCALL 
009250     PERFORM 3010-MATCH-ONE-CALLEE THRU 3010-EXIT                 CPYCALL 
009260         VARYING WS-MB-IX FROM 1 BY 1                             CPYCALL 
009270         UNTIL WS-MB-IX > WS-MB-COUNT OR WS-FOUND.                CPYCALL 
009280     IF NOT WS-FOUND                                              CPYCALL 
009290         ADD 1 TO WS-UNCHECKED-SITES                              CPYCALL 
009300         PERFORM 3900-NOTE-UNCHECKED THRU 3900-EXIT               CPYCALL 
009310         GO TO 3000-EXIT.                                         CPYCALL 
009320     SUBTRACT 1 FROM WS-MB-IX.                                    CPYCALL 
009330     ADD 1 TO WS-CHECKED-SITES.                                   CPYCALL 
009340     MOVE 0 TO WS-SITE-FINDINGS.                                  CPYCALL 
009350     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYCALL 
009360     MOVE WS-ST-CALLER(WS-ST-IX) TO WS-RPT-FILE-REC(1:10).        CPYCALL 
009370     MOVE WS-ST-LINE(WS-ST-IX) TO WS-EDIT-LINE.                   CPYCALL 
009380     MOVE WS-EDIT-LINE TO WS-RPT-FILE-REC(12:8).                  CPYCALL 
009390     MOVE WS-ST-SRC(WS-ST-IX) TO WS-RPT-FILE-REC(22:30).          CPYCALL 
009400     MOVE WS-ST-SEQ(WS-ST-IX) TO WS-RPT-FILE-REC(53:6).           CPYCALL 
009410     MOVE WS-ST-TARGET(WS-ST-IX) TO WS-RPT-FILE-REC(60:30).       CPYCALL 
009420     MOVE WS-ST-ARG-COUNT(WS-ST-IX) TO WS-EDIT-POS.               CPYCALL 
009430     MOVE WS-MB-PRM-COUNT(WS-MB-IX) TO WS-EDIT-POS2.              CPYCALL 
009440     STRING WS-EDIT-POS DELIMITED BY SIZE                         CPYCALL 
009450         ' ARGS /' DELIMITED BY SIZE                              CPYCALL 
009460         WS-EDIT-POS2 DELIMITED BY SIZE                           CPYCALL 
009470         ' PARMS' DELIMITED BY SIZE                               CPYCALL 
009480         INTO WS-RPT-FILE-REC(91:22)                              CPYCALL 
009490     END-STRING.                                                  CPYCALL 
009500     WRITE WS-RPT-FILE-REC.                                       CPYCALL 
009510     IF WS-ST-ARG-COUNT(WS-ST-IX) NOT = WS-MB-PRM-COUNT(WS-MB-IX) CPYCALL 
009520         ADD 1 TO WS-CNT-ARGCOUNT                                 CPYCALL 
009530         MOVE 'ARGCOUNT' TO WS-FINDING-CODE                       CPYCALL 
009540         MOVE SPACES TO WS-FINDING-TEXT                           CPYCALL 
009550         STRING WS-EDIT-POS DELIMITED BY SIZE                     CPYCALL 
009560             ' ARGUMENTS PASSED,' DELIMITED BY SIZE               CPYCALL 
009570             WS-EDIT-POS2 DELIMITED BY SIZE                       CPYCALL 
009580             ' PARAMETERS IN THE CALLED USING LIST'               CPYCALL 
009590             DELIMITED BY SIZE                                    CPYCALL 
009600             INTO WS-FINDING-TEXT                                 CPYCALL 
009610         END-STRING                                               CPYCALL 
009620         PERFORM 3800-WRITE-FINDING THRU 3800-EXIT                CPYCALL 
009630     END-IF.                                                      CPYCALL 
009640     MOVE WS-ST-ARG-COUNT(WS-ST-IX) TO WS-POS-MAX.                CPYCALL 
009650     IF WS-MB-PRM-COUNT(WS-MB-IX) < WS-POS-MAX                    CPYCALL 
009660         MOVE WS-MB-PRM-COUNT(WS-MB-IX) TO WS-POS-MAX             CPYCALL 
009670     END-IF.                                                      CPYCALL 
009680     PERFORM 3100-CHECK-ONE-POSITION THRU 3100-EXIT               CPYCALL 
009690         VARYING WS-POS FROM 1 BY 1                               CPYCALL 
009700         UNTIL WS-POS > WS-POS-MAX.                               CPYCALL 
009710     IF WS-SITE-FINDINGS = 0                                      CPYCALL 
009720         ADD 1 TO WS-CONFORM-SITES                                CPYCALL 
009730         MOVE SPACES TO WS-RPT-FILE-REC                           CPYCALL 
009740         MOVE 'CONFORMS' TO WS-RPT-FILE-REC(5:8)                  CPYCALL 
009750         WRITE WS-RPT-FILE-REC                                    CPYCALL 
009760     ELSE                                                         CPYCALL 
009770         ADD 1 TO WS-FINDING-SITES                                CPYCALL 
009780     END-IF.                                                      CPYCALL 
009790 3000-EXIT.                                                       CPYCALL 
009800     EXIT.                                                        CPYCALL 
009810*                                                                 CPYCALL 
009820 3010-MATCH-ONE-CALLEE.                                           CPYCALL 
009830     IF WS-MB-NAME(WS-MB-IX) = WS-ST-TARGET(WS-ST-IX)             CPYCALL 
009840         MOVE 'Y' TO WS-FOUND-SW                                  CPYCALL 
009850     END-IF.                                                      CPYCALL 
009860 3010-EXIT.                                                       CPYCALL 
009870     EXIT.                                                        CPYCALL 
009880*                                                                 CPYCALL 
009890*-------------------------------------------------------------    CPYCALL 
009900*3100-CHECK-ONE-POSITION - SAME COPYBOOK, SAME VERSION, SAME      CPYCALL 
009910*LENGTH.  LITERALS, OMITTED AND SPECIAL REGISTERS ARE NOT         CPYCALL 
009920*ITEMS OF ANY COPYBOOK AND ARE PASSED OVER.                       CPYCALL 
009930*-------------------------------------------------------------    CPYCALL 
009940 3100-CHECK-ONE-POSITION.                                         CPYCALL 
009950     COMPUTE WS-AG-IX = WS-ST-ARG-FIRST(WS-ST-IX) + WS-POS - 1.   CPYCALL 
009960     COMPUTE WS-PM-IX = WS-MB-PRM-FIRST(WS-MB-IX) + WS-POS - 1.   CPYCALL 
009970     IF WS-AG-KIND(WS-AG-IX) = 'L' OR WS-AG-KIND(WS-AG-IX) = 'O'  CPYCALL 
009980         OR WS-AG-KIND(WS-AG-IX) = 'U'                            CPYCALL 
009990         OR WS-AG-KIND(WS-PM-IX) = 'U'                            CPYCALL 
010000         GO TO 3100-EXIT.                                         CPYCALL 
010010     MOVE WS-POS TO WS-EDIT-POS.                                  CPYCALL 
010020     MOVE WS-AG-NAME(WS-AG-IX) TO WS-SIDE-NAME.                   CPYCALL 
010030     MOVE WS-AG-KIND(WS-AG-IX) TO WS-SIDE-KIND.                   CPYCALL 
010040     MOVE WS-AG-COPYBOOK(WS-AG-IX) TO WS-SIDE-COPYBOOK.           CPYCALL 
010050     MOVE WS-AG-VERSION(WS-AG-IX) TO WS-SIDE-VERSION.             CPYCALL 
010060     MOVE WS-AG-LEN(WS-AG-IX) TO WS-SIDE-LEN.                     CPYCALL 
010070     PERFORM 3700-DESCRIBE-SIDE THRU 3700-EXIT.                   CPYCALL 
010080     MOVE WS-SIDE-TEXT TO WS-ARG-TEXT.                            CPYCALL 
010090     MOVE WS-AG-NAME(WS-PM-IX) TO WS-SIDE-NAME.                   CPYCALL 
010100     MOVE WS-AG-KIND(WS-PM-IX) TO WS-SIDE-KIND.                   CPYCALL 
010110     MOVE WS-AG-COPYBOOK(WS-PM-IX) TO WS-SIDE-COPYBOOK.           CPYCALL 
010120     MOVE WS-AG-VERSION(WS-PM-IX) TO WS-SIDE-VERSION.             CPYCALL 
010130     MOVE WS-AG-LEN(WS-PM-IX) TO WS-SIDE-LEN.                     CPYCALL 
010140     PERFORM 3700-DESCRIBE-SIDE THRU 3700-EXIT.                   CPYCALL 
010150     EVALUATE TRUE                                                CPYCALL 
010160         WHEN WS-AG-KIND(WS-AG-IX) = 'P'                          CPYCALL 
010170             OR WS-AG-KIND(WS-PM-IX) = 'P'                        CPYCALL 
010180             ADD 1 TO WS-CNT-REVIEW                               CPYCALL 
010190             MOVE 'NOPROV' TO WS-FINDING-CODE                     CPYCALL 
010200         WHEN WS-AG-KIND(WS-AG-IX) = 'C'                          CPYCALL 
010210             AND WS-AG-KIND(WS-PM-IX) = 'C'                       CPYCALL 
010220             AND WS-AG-COPYBOOK(WS-AG-IX)                         CPYCALL 
010230                 = WS-AG-COPYBOOK(WS-PM-IX)                       CPYCALL 
010240             IF WS-AG-VERSION(WS-AG-IX) = SPACES                  CPYCALL 
010250                 OR WS-AG-VERSION(WS-PM-IX) = SPACES              CPYCALL 
010260                 ADD 1 TO WS-CNT-REVIEW                           CPYCALL 
010270                 MOVE 'NOVERS' TO WS-FINDING-CODE                 CPYCALL 
010280             ELSE                                                 CPYCALL 
010290                 IF WS-AG-VERSION(WS-AG-IX)                       CPYCALL 
010300                     NOT = WS-AG-VERSION(WS-PM-IX)                CPYCALL 
010310                     ADD 1 TO WS-CNT-VERSION                      CPYCALL 
010320                     MOVE 'VERSION' TO WS-FINDING-CODE            CPYCALL 
010330                 ELSE                                             CPYCALL 
010340                     MOVE SPACES TO WS-FINDING-CODE               CPYCALL 
010350                 END-IF                                           CPYCALL 
010360             END-IF                                               CPYCALL 
010370         WHEN OTHER                                               CPYCALL 
010380             ADD 1 TO WS-CNT-COPYBOOK                             CPYCALL 
010390             MOVE 'COPYBOOK' TO WS-FINDING-CODE                   CPYCALL 
010400     END-EVALUATE.                                                CPYCALL 
010410     IF WS-FINDING-CODE NOT = SPACES                              CPYCALL 
010420         PERFORM 3750-BUILD-PAIR-TEXT THRU 3750-EXIT              CPYCALL 
010430         PERFORM 3800-WRITE-FINDING THRU 3800-EXIT                CPYCALL 
010440     END-IF.                                                      CPYCALL 
010450     IF WS-AG-LEN(WS-AG-IX) > 0 AND WS-AG-LEN(WS-PM-IX) > 0       CPYCALL 
010460         AND WS-AG-LEN(WS-AG-IX) NOT = WS-AG-LEN(WS-PM-IX)        CPYCALL 
010470         ADD 1 TO WS-CNT-LENGTH                                   CPYCALL 
010480         MOVE 'LENGTH' TO WS-FINDING-CODE                         CPYCALL 
010490         PERFORM 3750-BUILD-PAIR-TEXT THRU 3750-EXIT              CPYCALL 
010500         PERFORM 3800-WRITE-FINDING THRU 3800-EXIT                CPYCALL 
010510     END-IF.                                                      CPYCALL 
010520 3100-EXIT.                                                       CPYCALL 
010530     EXIT.                                                        CPYCALL 
010540*                                                                 CPYCALL 
010550*-------------------------------------------------------------    CPYCALL 
010560*3700-DESCRIBE-SIDE - NAME, ORIGIN, VERSION AND LENGTH OF ONE     CPYCALL 
010570*SIDE OF A PAIR, FOR THE FINDING LINE.                            CPYCALL 
010580*-------------------------------------------------------------    CPYCALL 
010590 3700-DESCRIBE-SIDE.                                              CPYCALL 
010600     MOVE SPACES TO WS-SIDE-TEXT.                                 CPYCALL 
010610     MOVE WS-SIDE-LEN TO WS-EDIT-LEN.                             CPYCALL 
010620     MOVE 0 TO WS-TALLY.                                          CPYCALL 
010630     INSPECT WS-EDIT-LEN TALLYING WS-TALLY FOR LEADING SPACE.     CPYCALL 
010640     EVALUATE WS-SIDE-KIND                                        CPYCALL 
010650         WHEN 'C'                                                 CPYCALL 
010660             IF WS-SIDE-VERSION = SPACES                          CPYCALL 
010670                 MOVE '(NO AUDIT)' TO WS-SIDE-VERSION             CPYCALL 
010680             END-IF                                               CPYCALL 
010690             STRING WS-SIDE-NAME DELIMITED BY SPACE               CPYCALL 
010700                 ' ' DELIMITED BY SIZE                            CPYCALL 
010710                 WS-SIDE-COPYBOOK DELIMITED BY SPACE              CPYCALL 
010720                 ' ' DELIMITED BY SIZE                            CPYCALL 
010730                 WS-SIDE-VERSION DELIMITED BY SPACE               CPYCALL 
010740                       ' ' DELIMITED BY SIZE                      CPYCALL 
010750                 WS-EDIT-LEN(WS-TALLY + 1:) DELIMITED BY SIZE     CPYCALL 
010760                 ' BYTES' DELIMITED BY SIZE                       CPYCALL 
010770                 INTO WS-SIDE-TEXT                                CPYCALL 
010780                 ON OVERFLOW CONTINUE                             CPYCALL 
010790             END-STRING                                           CPYCALL 
010800         WHEN 'H'                                                 CPYCALL 
010810             STRING WS-SIDE-NAME DELIMITED BY SPACE               CPYCALL 
010820                 ' HAND-CODED' DELIMITED BY SIZE                  CPYCALL 
010830                       ' ' DELIMITED BY SIZE                      CPYCALL 
010840                 WS-EDIT-LEN(WS-TALLY + 1:) DELIMITED BY SIZE     CPYCALL 
010850                 ' BYTES' DELIMITED BY SIZE                       CPYCALL 
010860                 INTO WS-SIDE-TEXT                                CPYCALL 
010870                 ON OVERFLOW CONTINUE                             CPYCALL 
010880             END-STRING                                           CPYCALL 
010890         WHEN OTHER                                               CPYCALL 
010900             STRING WS-SIDE-NAME DELIMITED BY SPACE               CPYCALL 
010910                 ' ORIGIN UNKNOWN' DELIMITED BY SIZE              CPYCALL 
010920                       ' ' DELIMITED BY SIZE                      CPYCALL 
010930                 WS-EDIT-LEN(WS-TALLY + 1:) DELIMITED BY SIZE     CPYCALL 
010940                 ' BYTES' DELIMITED BY SIZE                       CPYCALL 
010950                 INTO WS-SIDE-TEXT                                CPYCALL 
010960                 ON OVERFLOW CONTINUE                             CPYCALL 
010970             END-STRING                                           CPYCALL 
010980     END-EVALUATE.                                                CPYCALL 
010990 3700-EXIT.                                                       CPYCALL 
011000     EXIT.                                                        CPYCALL 
011010*                                                                 CPYCALL 
011020 3750-BUILD-PAIR-TEXT.                                            CPYCALL 
011030     MOVE SPACES TO WS-FINDING-TEXT.                              CPYCALL 
011040     STRING 'ARG' DELIMITED BY SIZE                               CPYCALL 
011050         WS-EDIT-POS DELIMITED BY SIZE                            CPYCALL 
011060         ' ' DELIMITED BY SIZE                                    CPYCALL 
011070         WS-ARG-TEXT DELIMITED BY '  '                            CPYCALL 
011080         '  VS PARM ' DELIMITED BY SIZE                           CPYCALL 
011090         WS-SIDE-TEXT DELIMITED BY '  '                           CPYCALL 
011100         INTO WS-FINDING-TEXT                                     CPYCALL 
011110         ON OVERFLOW CONTINUE                                     CPYCALL 
011120     END-STRING.                                                  CPYCALL 
011130 3750-EXIT.                                                       CPYCALL 
011140     EXIT.                                                        CPYCALL 
011150*                                                                 CPYCALL 
011160 3800-WRITE-FINDING.                                              CPYCALL 
011170     ADD 1 TO WS-SITE-FINDINGS.                                   CPYCALL 
011180     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYCALL 
011190     MOVE WS-FINDING-CODE TO WS-RPT-FILE-REC(5:8).                CPYCALL 
011200     MOVE WS-FINDING-TEXT TO WS-RPT-FILE-REC(14:110).             CPYCALL 
011210     WRITE WS-RPT-FILE-REC.                                       CPYCALL 
011220 3800-EXIT.                                                       CPYCALL 
011230     EXIT.                                                        CPYCALL 
011240*                                                                 CPYCALL 
011250 3900-NOTE-UNCHECKED.                                             CPYCALL 
011260     MOVE 'N' TO WS-FOUND-SW.                                     CPYCALL 
011270     PERFORM 3910-MATCH-ONE-UNCHECKED THRU 3910-EXIT              CPYCALL 
011280         VARYING WS-UT-IX FROM 1 BY 1                             CPYCALL 
011290         UNTIL WS-UT-IX > WS-UT-COUNT OR WS-FOUND.                CPYCALL 
011300     IF WS-FOUND                                                  CPYCALL 
011310         GO TO 3900-EXIT.                                         CPYCALL 
011320     IF WS-UT-COUNT < 300                                         CPYCALL 
011330         ADD 1 TO WS-UT-COUNT                                     CPYCALL 
011340         MOVE WS-ST-TARGET(WS-ST-IX) TO WS-UT-NAME(WS-UT-COUNT)   CPYCALL 
011350         MOVE 1 TO WS-UT-SITES(WS-UT-COUNT)                       CPYCALL 
011360     END-IF.                                                      CPYCALL 
011370 3900-EXIT.                                                       CPYCALL 
011380     EXIT.                                                        CPYCALL 
011390*                                                                 CPYCALL 
011400 3910-MATCH-ONE-UNCHECKED.                                        CPYCALL 
011410     IF WS-UT-NAME(WS-UT-IX) = WS-ST-TARGET(WS-ST-IX)             CPYCALL 
011420         ADD 1 TO WS-UT-SITES(WS-UT-IX)                           CPYCALL 
011430         MOVE 'Y' TO WS-FOUND-SW                                  CPYCALL 
011440     END-IF.                                                      CPYCALL 
011450 3910-EXIT.                                                       CPYCALL 
011460     EXIT.                                                        CPYCALL 
011470*                                                                 CPYCALL 
011480*-------------------------------------------------------------    CPYCALL 
011490*4000-LIST-UNCHECKED - RUNTIME SERVICES AND ANY ROUTINE THAT IS   CPYCALL 
011500*NOT DELIVERED THROUGH THE EXPANDER HAVE NO USING LIST TO         CPYCALL 
011510*COMPARE WITH.                                                    CPYCALL 
011520*-------------------------------------------------------------    CPYCALL 
011530 4000-LIST-UNCHECKED.                                             CPYCALL 
011540     IF WS-UT-COUNT = 0                                           CPYCALL 
011550         GO TO 4000-EXIT.                                         CPYCALL 
011560     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYCALL 
011570     WRITE WS-RPT-FILE-REC.                                       CPYCALL 
011580     MOVE 'ROUTINES CALLED WITH NO DELIVERED DECK - NOT CHECKED'  CPYCALL 
011590         TO WS-RPT-FILE-REC.                                      CPYCALL 
011600     WRITE WS-RPT-FILE-REC.                                       CPYCALL 
011610     PERFORM 4100-LIST-ONE-UNCHECKED THRU 4100-EXIT               CPYCALL 
011620         VARYING WS-UT-IX FROM 1 BY 1                             CPYCALL 
011630         UNTIL WS-UT-IX > WS-UT-COUNT.                            CPYCALL 
011640 4000-EXIT.                                                       CPYCALL 
011650     EXIT.                                                        CPYCALL 
011660*                                                                 CPYCALL 
011670 4100-LIST-ONE-UNCHECKED.                                         CPYCALL 
011680     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYCALL 
011690     MOVE WS-UT-NAME(WS-UT-IX) TO WS-RPT-FILE-REC(5:30).          CPYCALL 
011700     MOVE WS-UT-SITES(WS-UT-IX) TO WS-EDIT-COUNT.                 CPYCALL 
011710     MOVE WS-EDIT-COUNT TO WS-RPT-FILE-REC(36:5).                 CPYCALL 
011720     MOVE 'CALL SITES' TO WS-RPT-FILE-REC(42:10).                 CPYCALL 
011730     WRITE WS-RPT-FILE-REC.                                       CPYCALL 
011740 4100-EXIT.                                                       CPYCALL 
011750     EXIT.                                                        CPYCALL 
011760*                                                                 CPYCALL 
011770 8000-PRINT-SUMMARY.                                              CPYCALL 
011780     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYCALL 
011790     WRITE WS-RPT-FILE-REC.                                       CPYCALL 
011800     MOVE WS-DECK-COUNT TO WS-EDIT-COUNT.                         CPYCALL 
011810     MOVE 'DECKS ANALYZED' TO WS-RPT-FILE-REC(1:30).              CPYCALL 
011820     MOVE WS-EDIT-COUNT TO WS-RPT-FILE-REC(32:5).                 CPYCALL 
011830     WRITE WS-RPT-FILE-REC.                                       CPYCALL 
011840     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYCALL 
011850     MOVE WS-NODECK-COUNT TO WS-EDIT-COUNT.                       CPYCALL 
011860     MOVE 'DECKS NOT FOUND' TO WS-RPT-FILE-REC(1:30).             CPYCALL 
011870     MOVE WS-EDIT-COUNT TO WS-RPT-FILE-REC(32:5).                 CPYCALL 
011880     WRITE WS-RPT-FILE-REC.                                       CPYCALL 
011890     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYCALL 
011900     MOVE WS-CHECKED-SITES TO WS-EDIT-COUNT.                      CPYCALL 
011910     MOVE 'CALL SITES CHECKED' TO WS-RPT-FILE-REC(1:30).          CPYCALL 
011920     MOVE WS-EDIT-COUNT TO WS-RPT-FILE-REC(32:5).                 CPYCALL 
011930     WRITE WS-RPT-FILE-REC.                                       CPYCALL 
011940     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYCALL 
011950     MOVE WS-CONFORM-SITES TO WS-EDIT-COUNT.                      CPYCALL 
011960     MOVE '  CONFORMING' TO WS-RPT-FILE-REC(1:30).                CPYCALL 
011970     MOVE WS-EDIT-COUNT TO WS-RPT-FILE-REC(32:5).                 CPYCALL 
011980     WRITE WS-RPT-FILE-REC.                                       CPYCALL 
011990     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYCALL 
012000     MOVE WS-FINDING-SITES TO WS-EDIT-COUNT.                      CPYCALL 
012010     MOVE '  WITH FINDINGS' TO WS-RPT-FILE-REC(1:30).             CPYCALL 
012020     MOVE WS-EDIT-COUNT TO WS-RPT-FILE-REC(32:5).                 CPYCALL 
012030     WRITE WS-RPT-FILE-REC.                                       CPYCALL 
012040     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYCALL 
012050     MOVE WS-UNCHECKED-SITES TO WS-EDIT-COUNT.                    CPYCALL 
012060     MOVE 'CALL SITES NOT CHECKED' TO WS-RPT-FILE-REC(1:30).      CPYCALL 
012070     MOVE WS-EDIT-COUNT TO WS-RPT-FILE-REC(32:5).                 CPYCALL 
012080     WRITE WS-RPT-FILE-REC.                                       CPYCALL 
012090     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYCALL 
012100     MOVE WS-CNT-ARGCOUNT TO WS-EDIT-COUNT.                       CPYCALL 
012110     MOVE 'ARGUMENT-COUNT MISMATCHES' TO WS-RPT-FILE-REC(1:30).   CPYCALL 
012120     MOVE WS-EDIT-COUNT TO WS-RPT-FILE-REC(32:5).                 CPYCALL 
012130     WRITE WS-RPT-FILE-REC.                                       CPYCALL 
012140     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYCALL 
012150     MOVE WS-CNT-COPYBOOK TO WS-EDIT-COUNT.                       CPYCALL 
012160     MOVE 'COPYBOOK MISMATCHES' TO WS-RPT-FILE-REC(1:30).         CPYCALL 
012170     MOVE WS-EDIT-COUNT TO WS-RPT-FILE-REC(32:5).                 CPYCALL 
012180     WRITE WS-RPT-FILE-REC.                                       CPYCALL 
012190     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYCALL 
012200     MOVE WS-CNT-VERSION TO WS-EDIT-COUNT.                        CPYCALL 
012210     MOVE 'VERSION MISMATCHES' TO WS-RPT-FILE-REC(1:30).          CPYCALL 
012220     MOVE WS-EDIT-COUNT TO WS-RPT-FILE-REC(32:5).                 CPYCALL 
012230     WRITE WS-RPT-FILE-REC.                                       CPYCALL 
012240     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYCALL 
012250     MOVE WS-CNT-LENGTH TO WS-EDIT-COUNT.                         CPYCALL 
012260     MOVE 'LENGTH MISMATCHES' TO WS-RPT-FILE-REC(1:30).           CPYCALL 
012270     MOVE WS-EDIT-COUNT TO WS-RPT-FILE-REC(32:5).                 CPYCALL 
012280     WRITE WS-RPT-FILE-REC.                                       CPYCALL 
012290     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYCALL 
012300     MOVE WS-CNT-REVIEW TO WS-EDIT-COUNT.                         CPYCALL 
012310     MOVE 'ITEMS TO REVIEW' TO WS-RPT-FILE-REC(1:30).             CPYCALL 
012320     MOVE WS-EDIT-COUNT TO WS-RPT-FILE-REC(32:5).                 CPYCALL 
012330     WRITE WS-RPT-FILE-REC.                                       CPYCALL 
012340     IF WS-ST-DROPPED > 0 OR WS-AV-DROPPED > 0                    CPYCALL 
012350         MOVE SPACES TO WS-RPT-FILE-REC                           CPYCALL 
012360         MOVE 'TABLE LIMIT REACHED - SOME CALL SITES OR AUDIT'    CPYCALL 
012370             TO WS-RPT-FILE-REC                                   CPYCALL 
012380         MOVE ' STAMPS WERE NOT LOADED' TO WS-RPT-FILE-REC(47:)   CPYCALL 
012390         WRITE WS-RPT-FILE-REC                                    CPYCALL 
012400     END-IF.                                                      CPYCALL 
012410 8000-EXIT.                                                       CPYCALL 
012420     EXIT.                                                        CPYCALL 
