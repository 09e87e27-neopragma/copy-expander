000010 IDENTIFICATION DIVISION.                                         CPYXFER 
000020 PROGRAM-ID. CPYXFER.                                             CPYXFER 
000030 AUTHOR. R SANDOVAL.                                              CPYXFER 
000040 INSTALLATION. DATA CENTER SERVICES - COPYBOOK TOOLING.           CPYXFER 
000050 DATE-WRITTEN. 2026-10-15.                                        CPYXFER 
000060 DATE-COMPILED.                                                   CPYXFER 
000070*-------------------------------------------------------------    CPYXFER 
000080*MODIFICATION HISTORY                                             CPYXFER 
000090*-------------------------------------------------------------    CPYXFER 
000100*2026-10-15 RS  MAINFRAME TRANSFER BUNDLE.  REPLACES THE          CPYXFER 
000110*               MEMBER-AT-A-TIME UPLOAD OF DELIVERED DECKS AND    CPYXFER 
000120*               PROMOTED COPYBOOKS TO THE HOST PDS.  SYSIN        CPYXFER 
000130*               KEYWORD CARDS (COLS 1-8, VALUE FROM COL 10):      CPYXFER 
000140*                 FUNCTION PACK (DEFAULT) OR RECON;               CPYXFER 
000150*                 DATE     THE PROMOTION DAY, YYYYMMDD            CPYXFER 
000160*                          (DEFAULT TODAY);                       CPYXFER 
000170*                 DECKLIB  HOST PDS FOR THE DECKS (DEFAULT        CPYXFER 
000180*                          PROD.COBOL.EXPANDED);                  CPYXFER 
000190*                 COPYLIB  HOST PDS FOR THE COPYBOOKS             CPYXFER 
000200*                          (DEFAULT PROD.COPYLIB);                CPYXFER 
000210*                 HOSTLIST THE HOST'S POST-LOAD MEMBER LIST       CPYXFER 
000220*                          (DEFAULT registry/CPYXFER.HST).        CPYXFER 
000230*               PACK TAKES EVERY UNCONSUMED registry/             CPYXFER 
000240*               CPYBLDQ.DAT DECK AND EVERY COPYBOOK PROMOTED      CPYXFER 
000250*               (OR ROLLED BACK) ON THE DAY PER THE AUDIT         CPYXFER 
000260*               TRAIL, AND WRITES ONE IEBUPDTE JOB PER TARGET     CPYXFER 
000270*               LIBRARY - registry/CPYXFRD.BND (DECKS) AND        CPYXFER 
000280*               registry/CPYXFRC.BND (COPYBOOKS), ONE             CPYXFER 
000290*               ./ ADD NAME= CARD PER MEMBER - EACH WITH ITS      CPYXFER 
000300*               MANIFEST registry/CPYXFRD.MAN / CPYXFRC.MAN       CPYXFER 
000310*               GIVING EVERY MEMBER'S FINGERPRINT FROM            CPYXFER 
000320*               registry/CPYINV.DAT OR config/CPYFPR.DAT AND      CPYXFER 
000330*               ITS CARD COUNT.  A MEMBER WHOSE TEXT NO LONGER    CPYXFER 
000340*               HASHES TO THAT FINGERPRINT, OR WHOSE NAME         CPYXFER 
000350*               CANNOT BE A PDS MEMBER, IS HELD BACK.  THE        CPYXFER 
000360*               BUILD QUEUE IS NOT CHANGED - CPYBLDQ CONSUME      CPYXFER 
000370*               STILL MARKS THE HAND-OFF.                         CPYXFER 
000380*               RECON READS THE HOST LIST (DSN 1-44, MEMBER       CPYXFER 
000390*               46-53, RECORD COUNT 55-61 WHEN THE HOST GIVES     CPYXFER 
000400*               ONE) AND CHECKS EVERY MANIFEST LINE AGAINST       CPYXFER 
000410*               IT, SO A BUNDLE THAT ONLY PARTLY LOADED IS        CPYXFER 
000420*               CAUGHT.  REPORT registry/CPYXFER.RPT (PACK) OR    CPYXFER 
000430*               registry/CPYXFER.REC (RECON).  RC 0 CLEAN,        CPYXFER 
000440*               4 NOTHING TO SHIP OR A MEMBER HELD BACK,          CPYXFER 
000450*               8 A MEMBER MISSING OR SHORT ON THE HOST (OR AN    CPYXFER 
000460*               UNKNOWN FUNCTION), 12 NO MANIFEST OR HOST LIST.   CPYXFER 
000470*-------------------------------------------------------------    CPYXFER 
000480 ENVIRONMENT DIVISION.                                            CPYXFER 
000490 CONFIGURATION SECTION.                                           CPYXFER 
000500 SOURCE-COMPUTER. GENERIC-COMPUTER.                               CPYXFER 
000510 OBJECT-COMPUTER. GENERIC-COMPUTER.                               CPYXFER 
000520 INPUT-OUTPUT SECTION.                                            CPYXFER 
000530 FILE-CONTROL.                                                    CPYXFER 
000540     SELECT PARM-FILE ASSIGN TO DYNAMIC WS-PARM-FILENAME          CPYXFER 
000550         ORGANIZATION LINE SEQUENTIAL                             CPYXFER 
000560         FILE STATUS IS WS-PARM-FILE-STATUS.                      CPYXFER 
000570     SELECT BLQ-FILE ASSIGN TO DYNAMIC WS-BLQ-FILENAME            CPYXFER 
000580         ORGANIZATION LINE SEQUENTIAL                             CPYXFER 
000590         FILE STATUS IS WS-BLQ-FILE-STATUS.                       CPYXFER 
000600     SELECT AUD-FILE ASSIGN TO DYNAMIC WS-AUD-FILENAME            CPYXFER 
000610         ORGANIZATION LINE SEQUENTIAL                             CPYXFER 
000620         FILE STATUS IS WS-AUD-FILE-STATUS.                       CPYXFER 
000630     SELECT INV-FILE ASSIGN TO DYNAMIC WS-INV-FILENAME            CPYXFER 
000640         ORGANIZATION LINE SEQUENTIAL                             CPYXFER 
000650         FILE STATUS IS WS-INV-FILE-STATUS.                       CPYXFER 
000660     SELECT FPR-FILE ASSIGN TO DYNAMIC WS-FPR-FILENAME            CPYXFER 
000670         ORGANIZATION LINE SEQUENTIAL                             CPYXFER 
000680         FILE STATUS IS WS-FPR-FILE-STATUS.                       CPYXFER 
000690     SELECT SRC-FILE ASSIGN TO DYNAMIC WS-SRC-FILENAME            CPYXFER 
000700         ORGANIZATION LINE SEQUENTIAL                             CPYXFER 
000710         FILE STATUS IS WS-SRC-FILE-STATUS.                       CPYXFER 
000720     SELECT BND-FILE ASSIGN TO DYNAMIC WS-BND-FILENAME            CPYXFER 
000730         ORGANIZATION LINE SEQUENTIAL                             CPYXFER 
000740         FILE STATUS IS WS-BND-FILE-STATUS.                       CPYXFER 
000750     SELECT MAN-FILE ASSIGN TO DYNAMIC WS-MAN-FILENAME            CPYXFER 
000760         ORGANIZATION LINE SEQUENTIAL                             CPYXFER 
000770         FILE STATUS IS WS-MAN-FILE-STATUS.                       CPYXFER 
000780     SELECT HST-FILE ASSIGN TO DYNAMIC WS-HST-FILENAME            CPYXFER 
000790         ORGANIZATION LINE SEQUENTIAL                             CPYXFER 
000800         FILE STATUS IS WS-HST-FILE-STATUS.                       CPYXFER 
000810     SELECT RPT-FILE ASSIGN TO DYNAMIC WS-RPT-FILENAME            CPYXFER 
000820         ORGANIZATION LINE SEQUENTIAL                             CPYXFER 
000830         FILE STATUS IS WS-RPT-FILE-STATUS.                       CPYXFER 
000840 DATA DIVISION.                                                   CPYXFER 
000850 FILE SECTION.                                                    CPYXFER 
000860 FD  PARM-FILE.                                                   CPYXFER 
000870 01  WS-PARM-FILE-REC        PIC X(80).                           CPYXFER 
000880 FD  BLQ-FILE.                                                    CPYXFER 
000890 01  WS-BLQ-FILE-REC         PIC X(120).                          CPYXFER 
000900 FD  AUD-FILE.                                                    CPYXFER 
000910 01  WS-AUD-FILE-REC         PIC X(520).                          CPYXFER 
000920 FD  INV-FILE.                                                    CPYXFER 
000930 01  WS-INV-FILE-REC         PIC X(120).                          CPYXFER 
000940 FD  FPR-FILE.                                                    CPYXFER 
000950 01  WS-FPR-FILE-REC         PIC X(80).                           CPYXFER 
000960 FD  SRC-FILE.                                                    CPYXFER 
000970 01  WS-SRC-FILE-REC         PIC X(80).                           CPYXFER 
000980 FD  BND-FILE.                                                    CPYXFER 
000990 01  WS-BND-FILE-REC         PIC X(80).                           CPYXFER 
001000 FD  MAN-FILE.                                                    CPYXFER 
001010 01  WS-MAN-FILE-REC         PIC X(132).                          CPYXFER 
001020 FD  HST-FILE.                                                    CPYXFER 
001030 01  WS-HST-FILE-REC         PIC X(80).                           CPYXFER 
001040 FD  RPT-FILE.                                                    CPYXFER 
001050 01  WS-RPT-FILE-REC         PIC X(132).                          CPYXFER 
001060 WORKING-STORAGE SECTION.                                         CPYXFER 
001070 77  WS-PARM-FILENAME        PIC X(80)                            CPYXFER 
001080         VALUE 'jcl/CPYXFER.SYSIN'.                               CPYXFER 
001090 77  WS-PARM-FILE-STATUS     PIC X(02) VALUE '00'.                CPYXFER 
001100 77  WS-BLQ-FILENAME         PIC X(80)                            CPYXFER 
001110         VALUE 'registry/CPYBLDQ.DAT'.                            CPYXFER 
001120 77  WS-BLQ-FILE-STATUS      PIC X(02) VALUE '00'.                CPYXFER 
001130 77  WS-AUD-FILENAME         PIC X(80)                            CPYXFER 
001140         VALUE 'registry/CPYAUD.DAT'.                             CPYXFER 
001150 77  WS-AUD-FILE-STATUS      PIC X(02) VALUE '00'.                CPYXFER 
001160 77  WS-INV-FILENAME         PIC X(80)                            CPYXFER 
001170         VALUE 'registry/CPYINV.DAT'.                             CPYXFER 
001180 77  WS-INV-FILE-STATUS      PIC X(02) VALUE '00'.                CPYXFER 
001190 77  WS-FPR-FILENAME         PIC X(80)                            CPYXFER 
001200         VALUE 'config/CPYFPR.DAT'.                               CPYXFER 
001210 77  WS-FPR-FILE-STATUS      PIC X(02) VALUE '00'.                CPYXFER 
001220 77  WS-SRC-FILENAME         PIC X(80) VALUE SPACES.              CPYXFER 
001230 77  WS-SRC-FILE-STATUS      PIC X(02) VALUE '00'.                CPYXFER 
001240 77  WS-BND-FILENAME         PIC X(80) VALUE SPACES.              CPYXFER 
001250 77  WS-BND-FILE-STATUS      PIC X(02) VALUE '00'.                CPYXFER 
001260 77  WS-MAN-FILENAME         PIC X(80) VALUE SPACES.              CPYXFER 
001270 77  WS-MAN-FILE-STATUS      PIC X(02) VALUE '00'.                CPYXFER 
001280 77  WS-HST-FILENAME         PIC X(80)                            CPYXFER 
001290         VALUE 'registry/CPYXFER.HST'.                            CPYXFER 
001300 77  WS-HST-FILE-STATUS      PIC X(02) VALUE '00'.                CPYXFER 
001310 77  WS-RPT-FILENAME         PIC X(80)                            CPYXFER 
001320         VALUE 'registry/CPYXFER.RPT'.                            CPYXFER 
001330 77  WS-RPT-FILE-STATUS      PIC X(02) VALUE '00'.                CPYXFER 
001340 77  WS-PRDLIB-DIR           PIC X(40)                            CPYXFER 
001350         VALUE 'copybook-source/PROD-COPYLIB/'.                   CPYXFER 
001360 77  WS-EOF-SW               PIC X(01) VALUE 'N'.                 CPYXFER 
001370     88  WS-EOF              VALUE 'Y'.                           CPYXFER 
001380 77  WS-SUB-EOF-SW           PIC X(01) VALUE 'N'.                 CPYXFER 
001390     88  WS-SUB-EOF          VALUE 'Y'.                           CPYXFER 
001400 77  WS-FOUND-SW             PIC X(01) VALUE 'N'.                 CPYXFER 
001410     88  WS-FOUND            VALUE 'Y'.                           CPYXFER 
001420 77  WS-DATE-PART            PIC X(08).                           CPYXFER 
001430 77  WS-TIME-PART            PIC X(08).                           CPYXFER 
001440 77  WS-RUN-TIMESTAMP        PIC X(15).                           CPYXFER 
001450 77  WS-FINAL-RC             PIC 9(02) VALUE 0.                   CPYXFER 
001460 77  WS-TRIM-LEN             PIC 9(04) COMP VALUE 0.              CPYXFER 
001470 77  WS-TALLY                PIC 9(04) COMP VALUE 0.              CPYXFER 
001480 77  WS-EDIT-COUNT           PIC Z(04)9.                          CPYXFER 
001490 77  WS-EDIT-CARDS           PIC Z(05)9.                          CPYXFER 
001500*-------------------------------------------------------------    CPYXFER 
001510*THE RUN CARDS                                                    CPYXFER 
001520*-------------------------------------------------------------    CPYXFER 
001530 77  WS-FUNCTION             PIC X(08) VALUE 'PACK    '.          CPYXFER 
001540 77  WS-SHIP-DATE            PIC X(08) VALUE SPACES.              CPYXFER 
001550 77  WS-DECK-DSN             PIC X(44)                            CPYXFER 
001560         VALUE 'PROD.COBOL.EXPANDED'.                             CPYXFER 
001570 77  WS-COPY-DSN             PIC X(44)                            CPYXFER 
001580         VALUE 'PROD.COPYLIB'.                                    CPYXFER 
001590*-------------------------------------------------------------    CPYXFER 
001600*FINGERPRINTS ON RECORD: THE DECK INVENTORY (MEMBER 1-10,         CPYXFER 
001610*HASH 12-20) AND THE COPYBOOK FINGERPRINTS (NAME 1-30, HASH       CPYXFER 
001620*32-40, VERSION 42-51).                                           CPYXFER 
001630*-------------------------------------------------------------    CPYXFER 
001640 01  WS-IV-TABLE.                                                 CPYXFER 
001650     05  WS-IV-COUNT         PIC 9(04) COMP VALUE 0.              CPYXFER 
001660     05  WS-IV-ENT OCCURS 2000 TIMES.                             CPYXFER 
001670         10  WS-IV-MEMBER    PIC X(10).                           CPYXFER 
001680         10  WS-IV-HASH      PIC X(09).                           CPYXFER 
001690 01  WS-FP-TABLE.                                                 CPYXFER 
001700     05  WS-FP-COUNT         PIC 9(04) COMP VALUE 0.              CPYXFER 
001710     05  WS-FP-ENT OCCURS 1000 TIMES.                             CPYXFER 
001720         10  WS-FP-NAME      PIC X(30).                           CPYXFER 
001730         10  WS-FP-HASH      PIC X(09).                           CPYXFER 
001740         10  WS-FP-VERSION   PIC X(10).                           CPYXFER 
001750 77  WS-LX                   PIC 9(04) COMP VALUE 0.              CPYXFER 
001760*-------------------------------------------------------------    CPYXFER 
001770*WHAT IS TO SHIP.  KIND D A DECK, C A COPYBOOK.  A MEMBER         CPYXFER 
001780*QUEUED OR PROMOTED TWICE SHIPS ONCE, FROM ITS LATEST ENTRY.      CPYXFER 
001790*-------------------------------------------------------------    CPYXFER 
001800 01  WS-SH-TABLE.                                                 CPYXFER 
001810     05  WS-SH-COUNT         PIC 9(04) COMP VALUE 0.              CPYXFER 
001820     05  WS-SH-ENT OCCURS 1000 TIMES.                             CPYXFER 
001830         10  WS-SH-KIND      PIC X(01).                           CPYXFER 
001840         10  WS-SH-NAME      PIC X(30).                           CPYXFER 
001850         10  WS-SH-SOURCE    PIC X(80).                           CPYXFER 
001860         10  WS-SH-VERSION   PIC X(10).                           CPYXFER 
001870         10  WS-SH-HASH      PIC X(09).                           CPYXFER 
001880         10  WS-SH-CARDS     PIC 9(06) COMP.                      CPYXFER 
001890         10  WS-SH-STATE     PIC X(01).                           CPYXFER 
001900             88  WS-SH-SHIPPED   VALUE 'S'.                       CPYXFER 
001910             88  WS-SH-HELD      VALUE 'H'.                       CPYXFER 
001920         10  WS-SH-REASON    PIC X(50).                           CPYXFER 
001930 77  WS-SX                   PIC 9(04) COMP VALUE 0.              CPYXFER 
001940 77  WS-NEW-KIND             PIC X(01) VALUE SPACES.              CPYXFER 
001950 77  WS-NEW-NAME             PIC X(30) VALUE SPACES.              CPYXFER 
001960 77  WS-NEW-SOURCE           PIC X(80) VALUE SPACES.              CPYXFER 
001970 77  WS-NEW-VERSION          PIC X(10) VALUE SPACES.              CPYXFER 
001980*-------------------------------------------------------------    CPYXFER 
001990*THE BUNDLE IN HAND                                               CPYXFER 
002000*-------------------------------------------------------------    CPYXFER 
002010 77  WS-BND-KIND             PIC X(01) VALUE SPACES.              CPYXFER 
002020 77  WS-BND-DSN              PIC X(44) VALUE SPACES.              CPYXFER 
002030 77  WS-BND-JOBNAME          PIC X(08) VALUE SPACES.              CPYXFER 
002040 77  WS-BND-MEMBERS          PIC 9(04) COMP VALUE 0.              CPYXFER 
002050 77  WS-BND-CARDS            PIC 9(07) COMP VALUE 0.              CPYXFER 
002060 77  WS-HASH-VALUE           PIC 9(09) COMP VALUE 0.              CPYXFER 
002070 77  WS-HASH-COL             PIC 9(02) COMP VALUE 0.              CPYXFER 
002080 77  WS-HASH-EDIT            PIC 9(09) VALUE 0.                   CPYXFER 
002090 77  WS-CARD-COUNT           PIC 9(06) COMP VALUE 0.              CPYXFER 
002100 77  WS-BAD-CARDS            PIC 9(06) COMP VALUE 0.              CPYXFER 
002110*-------------------------------------------------------------    CPYXFER 
002120*THE HOST'S MEMBER LIST, FOR RECON                                CPYXFER 
002130*-------------------------------------------------------------    CPYXFER 
002140 01  WS-HS-TABLE.                                                 CPYXFER 
002150     05  WS-HS-COUNT         PIC 9(04) COMP VALUE 0.              CPYXFER 
002160     05  WS-HS-ENT OCCURS 5000 TIMES.                             CPYXFER 
002170         10  WS-HS-DSN       PIC X(44).                           CPYXFER 
002180         10  WS-HS-MEMBER    PIC X(08).                           CPYXFER 
002190         10  WS-HS-CARDS     PIC X(07).                           CPYXFER 
002200 77  WS-HX                   PIC 9(04) COMP VALUE 0.              CPYXFER 
002210 77  WS-MAN-SEEN             PIC 9(04) COMP VALUE 0.              CPYXFER 
002220 77  WS-HOST-CARDS           PIC 9(07) VALUE 0.                   CPYXFER 
002230 77  WS-MAN-CARDS            PIC 9(06) VALUE 0.                   CPYXFER 
002240*-------------------------------------------------------------    CPYXFER 
002250*RUN TOTALS                                                       CPYXFER 
002260*-------------------------------------------------------------    CPYXFER 
002270 77  WS-CNT-DECKS            PIC 9(05) COMP VALUE 0.              CPYXFER 
002280 77  WS-CNT-COPIES           PIC 9(05) COMP VALUE 0.              CPYXFER 
002290 77  WS-CNT-HELD             PIC 9(05) COMP VALUE 0.              CPYXFER 
002300 77  WS-CNT-LOADED           PIC 9(05) COMP VALUE 0.              CPYXFER 
002310 77  WS-CNT-MISSING          PIC 9(05) COMP VALUE 0.              CPYXFER 
002320 77  WS-CNT-SHORT            PIC 9(05) COMP VALUE 0.              CPYXFER 
002330 COPY CPYAUD.                                                     CPYXFER 
002340 PROCEDURE DIVISION.                                              CPYXFER 
002350*-------------------------------------------------------------    CPYXFER 
002360*0000-MAINLINE                                                    CPYXFER 
002370*-------------------------------------------------------------    CPYXFER 
002380 0000-MAINLINE.                                                   CPYXFER 
002390     PERFORM 1000-READ-SYSIN-CARDS THRU 1000-EXIT.                CPYXFER 
002400     EVALUATE WS-FUNCTION                                         CPYXFER 
002410         WHEN 'PACK    '                                          CPYXFER 
002420             PERFORM 2000-PACK-THE-BUNDLES THRU 2000-EXIT         CPYXFER 
002430         WHEN 'RECON   '                                          CPYXFER 
002440             MOVE 'registry/CPYXFER.REC' TO WS-RPT-FILENAME       CPYXFER 
002450             PERFORM 5000-RECONCILE-THE-LOAD THRU 5000-EXIT       CPYXFER 
002460         WHEN OTHER                                               CPYXFER 
002470             DISPLAY 'CPYXFER - FUNCTION MUST BE PACK OR RECON'   CPYXFER 
002480             MOVE 8 TO WS-FINAL-RC                                CPYXFER 
002490     END-EVALUATE.                                                CPYXFER 
002500     MOVE WS-FINAL-RC TO RETURN-CODE.                             CPYXFER 
002510     GOBACK.                                                      CPYXFER 
002520*                                                                 CPYXFER 
002530*-------------------------------------------------------------    CPYXFER 
002540*1000-READ-SYSIN-CARDS - KEYWORD COLS 1-8, VALUE FROM COL 10.     CPYXFER 
002550*-------------------------------------------------------------    CPYXFER 
002560 1000-READ-SYSIN-CARDS.                                           CPYXFER 
002570     ACCEPT WS-DATE-PART FROM DATE YYYYMMDD.                      CPYXFER 
002580     ACCEPT WS-TIME-PART FROM TIME.                               CPYXFER 
002590     STRING WS-DATE-PART WS-TIME-PART                             CPYXFER 
002600         DELIMITED BY SIZE INTO WS-RUN-TIMESTAMP.                 CPYXFER 
002610     MOVE WS-DATE-PART TO WS-SHIP-DATE.                           CPYXFER 
002620     OPEN INPUT PARM-FILE.                                        CPYXFER 
002630     IF WS-PARM-FILE-STATUS NOT = '00'                            CPYXFER 
002640         GO TO 1000-EXIT.                                         CPYXFER 
002650     MOVE 'N' TO WS-EOF-SW.                                       CPYXFER 
002660     PERFORM 1100-READ-ONE-CARD THRU 1100-EXIT UNTIL WS-EOF.      CPYXFER 
002670     CLOSE PARM-FILE.                                             CPYXFER 
002680     MOVE 'N' TO WS-EOF-SW.                                       CPYXFER 
002690 1000-EXIT.                                                       CPYXFER 
002700     EXIT.                                                        CPYXFER 
002710*                                                                 CPYXFER 
002720 1100-READ-ONE-CARD.                                              CPYXFER 
002730     READ PARM-FILE INTO WS-PARM-FILE-REC                         CPYXFER 
002740         AT END MOVE 'Y' TO WS-EOF-SW                             CPYXFER 
002750     END-READ.                                                    CPYXFER 
002760     IF WS-EOF                                                    CPYXFER 
002770         GO TO 1100-EXIT.                                         CPYXFER 
002780     IF WS-PARM-FILE-REC(1:1) = '*'                               CPYXFER 
002790         OR WS-PARM-FILE-REC = SPACES                             CPYXFER 
002800         GO TO 1100-EXIT.                                         CPYXFER 
002810     EVALUATE WS-PARM-FILE-REC(1:8)                               CPYXFER 
002820         WHEN 'FUNCTION'                                          CPYXFER 
002830             MOVE WS-PARM-FILE-REC(10:8) TO WS-FUNCTION           CPYXFER 
002840         WHEN 'DATE    '                                          CPYXFER 
002850             IF WS-PARM-FILE-REC(10:8) NUMERIC                    CPYXFER 
002860                 MOVE WS-PARM-FILE-REC(10:8) TO WS-SHIP-DATE      CPYXFER 
002870             ELSE                                                 CPYXFER 
002880                 DISPLAY 'CPYXFER - DATE NOT YYYYMMDD, TODAY '    CPYXFER 
002890                     'USED: ' WS-PARM-FILE-REC(10:8)              CPYXFER 
002900             END-IF                                               CPYXFER 
002910         WHEN 'DECKLIB '                                          CPYXFER 
002920             MOVE WS-PARM-FILE-REC(10:44) TO WS-DECK-DSN          CPYXFER 
002930         WHEN 'COPYLIB '                                          CPYXFER 
002940             MOVE WS-PARM-FILE-REC(10:44) TO WS-COPY-DSN          CPYXFER 
002950         WHEN 'HOSTLIST'                                          CPYXFER 
002960             MOVE WS-PARM-FILE-REC(10:71) TO WS-HST-FILENAME      CPYXFER 
002970         WHEN OTHER                                               CPYXFER 
002980             DISPLAY 'CPYXFER - UNRECOGNIZED CARD IGNORED: '      CPYXFER 
002990                 WS-PARM-FILE-REC(1:8)                            CPYXFER 
003000     END-EVALUATE.                                                CPYXFER 
003010 1100-EXIT.                                                       CPYXFER 
003020     EXIT.                                                        CPYXFER 
003030*                                                                 CPYXFER 
003040*-------------------------------------------------------------    CPYXFER 
003050*2000-PACK-THE-BUNDLES - GATHER WHAT IS TO SHIP, THEN ONE         CPYXFER 
003060*BUNDLE AND MANIFEST PER TARGET LIBRARY.                          CPYXFER 
003070*-------------------------------------------------------------    CPYXFER 
003080 2000-PACK-THE-BUNDLES.                                           CPYXFER 
003090     OPEN OUTPUT RPT-FILE.                                        CPYXFER 
003100     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYXFER 
003110     STRING 'CPYXFER TRANSFER BUNDLE - RUN ' WS-RUN-TIMESTAMP     CPYXFER 
003120         ' - PROMOTIONS OF ' WS-SHIP-DATE                         CPYXFER 
003130         DELIMITED BY SIZE INTO WS-RPT-FILE-REC                   CPYXFER 
003140     END-STRING.                                                  CPYXFER 
003150     WRITE WS-RPT-FILE-REC.                                       CPYXFER 
003160     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYXFER 
003170     WRITE WS-RPT-FILE-REC.                                       CPYXFER 
003180     PERFORM 2100-LOAD-THE-FINGERPRINTS THRU 2100-EXIT.           CPYXFER 
003190     PERFORM 2300-COLLECT-THE-DECKS THRU 2300-EXIT.               CPYXFER 
003200     PERFORM 2500-COLLECT-THE-PROMOTIONS THRU 2500-EXIT.          CPYXFER 
003210     MOVE 'D' TO WS-BND-KIND.                                     CPYXFER 
003220     MOVE WS-DECK-DSN TO WS-BND-DSN.                              CPYXFER 
003230     MOVE 'CPYXFRD' TO WS-BND-JOBNAME.                            CPYXFER 
003240     MOVE 'registry/CPYXFRD.BND' TO WS-BND-FILENAME.              CPYXFER 
003250     MOVE 'registry/CPYXFRD.MAN' TO WS-MAN-FILENAME.              CPYXFER 
003260     PERFORM 3000-WRITE-ONE-BUNDLE THRU 3000-EXIT.                CPYXFER 
003270     MOVE 'C' TO WS-BND-KIND.                                     CPYXFER 
003280     MOVE WS-COPY-DSN TO WS-BND-DSN.                              CPYXFER 
003290     MOVE 'CPYXFRC' TO WS-BND-JOBNAME.                            CPYXFER 
003300     MOVE 'registry/CPYXFRC.BND' TO WS-BND-FILENAME.              CPYXFER 
003310     MOVE 'registry/CPYXFRC.MAN' TO WS-MAN-FILENAME.              CPYXFER 
003320     PERFORM 3000-WRITE-ONE-BUNDLE THRU 3000-EXIT.                CPYXFER 
003330     PERFORM 4000-REPORT-THE-PACK THRU 4000-EXIT.                 CPYXFER 
003340     CLOSE RPT-FILE.                                              CPYXFER 
003350     MOVE WS-CNT-DECKS TO WS-EDIT-COUNT.                          CPYXFER 
003360     DISPLAY 'CPYXFER DECKS BUNDLED:     ' WS-EDIT-COUNT.         CPYXFER 
003370     MOVE WS-CNT-COPIES TO WS-EDIT-COUNT.                         CPYXFER 
003380     DISPLAY 'CPYXFER COPYBOOKS BUNDLED: ' WS-EDIT-COUNT.         CPYXFER 
003390     MOVE WS-CNT-HELD TO WS-EDIT-COUNT.                           CPYXFER 
003400     DISPLAY 'CPYXFER HELD BACK:         ' WS-EDIT-COUNT.         CPYXFER 
003410     IF WS-CNT-HELD > 0                                           CPYXFER 
003420         OR WS-CNT-DECKS + WS-CNT-COPIES = 0                      CPYXFER 
003430         MOVE 4 TO WS-FINAL-RC                                    CPYXFER 
003440     END-IF.                                                      CPYXFER 
003450 2000-EXIT.                                                       CPYXFER 
003460     EXIT.                                                        CPYXFER 
003470*                                                                 CPYXFER 
003480 2100-LOAD-THE-FINGERPRINTS.                                      CPYXFER 
003490     OPEN INPUT INV-FILE.                                         CPYXFER 
003500     IF WS-INV-FILE-STATUS = '00'                                 CPYXFER 
003510         MOVE 'N' TO WS-EOF-SW                                    CPYXFER 
003520         PERFORM 2110-LOAD-ONE-INV-LINE THRU 2110-EXIT            CPYXFER 
003530             UNTIL WS-EOF                                         CPYXFER 
003540         CLOSE INV-FILE                                           CPYXFER 
003550     END-IF.                                                      CPYXFER 
003560     OPEN INPUT FPR-FILE.                                         CPYXFER 
003570     IF WS-FPR-FILE-STATUS = '00'                                 CPYXFER 
003580         MOVE 'N' TO WS-EOF-SW                                    CPYXFER 
003590         PERFORM 2120-LOAD-ONE-FPR-LINE THRU 2120-EXIT            CPYXFER 
003600             UNTIL WS-EOF                                         CPYXFER 
003610         CLOSE FPR-FILE                                           CPYXFER 
003620     END-IF.                                                      CPYXFER 
003630     MOVE 'N' TO WS-EOF-SW.                                       CPYXFER 
003640 2100-EXIT.                                                       CPYXFER 
003650     EXIT.                                                        CPYXFER 
003660*                                                                 CPYXFER 
003670 2110-LOAD-ONE-INV-LINE.                                          CPYXFER 
003680     READ INV-FILE INTO WS-INV-FILE-REC                           CPYXFER 
003690         AT END MOVE 'Y' TO WS-EOF-SW                             CPYXFER 
003700     END-READ.                                                    CPYXFER 
003710     IF NOT WS-EOF                                                CPYXFER 
003720         AND WS-INV-FILE-REC(1:1) NOT = '*'                       CPYXFER 
003730         AND WS-INV-FILE-REC(1:10) NOT = SPACES                   CPYXFER 
003740         AND WS-IV-COUNT < 2000                                   CPYXFER 
003750         ADD 1 TO WS-IV-COUNT                                     CPYXFER 
003760         MOVE WS-INV-FILE-REC(1:10) TO WS-IV-MEMBER(WS-IV-COUNT)  CPYXFER 
003770         MOVE WS-INV-FILE-REC(12:9) TO WS-IV-HASH(WS-IV-COUNT)    CPYXFER 
003780     END-IF.                                                      CPYXFER 
003790 2110-EXIT.                                                       CPYXFER 
003800     EXIT.                                                        CPYXFER 
003810*                                                                 CPYXFER 
003820 2120-LOAD-ONE-FPR-LINE.                                          CPYXFER 
003830     READ FPR-FILE INTO WS-FPR-FILE-REC                           CPYXFER 
003840         AT END MOVE 'Y' TO WS-EOF-SW                             CPYXFER 
003850     END-READ.                                                    CPYXFER 
003860     IF NOT WS-EOF                                                CPYXFER 
003870         AND WS-FPR-FILE-REC(1:1) NOT = '*'                       CPYXFER 
003880         AND WS-FPR-FILE-REC(1:30) NOT = SPACES                   CPYXFER 
003890         AND WS-FP-COUNT < 1000                                   CPYXFER 
003900         ADD 1 TO WS-FP-COUNT                                     CPYXFER 
003910         MOVE WS-FPR-FILE-REC(1:30) TO WS-FP-NAME(WS-FP-COUNT)    CPYXFER 
003920         MOVE WS-FPR-FILE-REC(32:9) TO WS-FP-HASH(WS-FP-COUNT)    CPYXFER 
003930         MOVE WS-FPR-FILE-REC(42:10)                              CPYXFER 
003940             TO WS-FP-VERSION(WS-FP-COUNT)                        CPYXFER 
003950     END-IF.                                                      CPYXFER 
003960 2120-EXIT.                                                       CPYXFER 
003970     EXIT.                                                        CPYXFER 
003980*                                                                 CPYXFER 
003990*-------------------------------------------------------------    CPYXFER 
004000*2300-COLLECT-THE-DECKS - EVERY UNCONSUMED BUILD-QUEUE ENTRY      CPYXFER 
004010*(TIMESTAMP 1-15, MEMBER 17-26, DECK 28-107, CONSUMED 119).       CPYXFER 
004020*-------------------------------------------------------------    CPYXFER 
004030 2300-COLLECT-THE-DECKS.                                          CPYXFER 
004040     OPEN INPUT BLQ-FILE.                                         CPYXFER 
004050     IF WS-BLQ-FILE-STATUS NOT = '00'                             CPYXFER 
004060         MOVE 'NO BUILD QUEUE registry/CPYBLDQ.DAT - NO DECKS'    CPYXFER 
004070             TO WS-RPT-FILE-REC                                   CPYXFER 
004080         WRITE WS-RPT-FILE-REC                                    CPYXFER 
004090         MOVE SPACES TO WS-RPT-FILE-REC                           CPYXFER 
004100         GO TO 2300-EXIT.                                         CPYXFER 
004110     MOVE 'N' TO WS-EOF-SW.                                       CPYXFER 
004120     PERFORM 2310-COLLECT-ONE-QUEUE-ENTRY THRU 2310-EXIT          CPYXFER 
004130         UNTIL WS-EOF.                                            CPYXFER 
004140     CLOSE BLQ-FILE.                                              CPYXFER 
004150     MOVE 'N' TO WS-EOF-SW.                                       CPYXFER 
004160 2300-EXIT.                                                       CPYXFER 
004170     EXIT.                                                        CPYXFER 
004180*                                                                 CPYXFER 
004190 2310-COLLECT-ONE-QUEUE-ENTRY.                                    CPYXFER 
004200     READ BLQ-FILE INTO WS-BLQ-FILE-REC                           CPYXFER 
004210         AT END MOVE 'Y' TO WS-EOF-SW                             CPYXFER 
004220     END-READ.                                                    CPYXFER 
004230     IF WS-EOF                                                    CPYXFER 
004240         GO TO 2310-EXIT.                                         CPYXFER 
004250     IF WS-BLQ-FILE-REC(119:1) NOT = 'N'                          CPYXFER 
004260         GO TO 2310-EXIT.                                         CPYXFER 
004270     MOVE 'D' TO WS-NEW-KIND.                                     CPYXFER 
004280     MOVE WS-BLQ-FILE-REC(17:10) TO WS-NEW-NAME.                  CPYXFER 
004290     MOVE WS-BLQ-FILE-REC(28:80) TO WS-NEW-SOURCE.                CPYXFER 
004300     MOVE SPACES TO WS-NEW-VERSION.                               CPYXFER 
004310     PERFORM 2900-ADD-SHIP-ENTRY THRU 2900-EXIT.                  CPYXFER 
004320 2310-EXIT.                                                       CPYXFER 
004330     EXIT.                                                        CPYXFER 
004340*                                                                 CPYXFER 
004350*-------------------------------------------------------------    CPYXFER 
004360*2500-COLLECT-THE-PROMOTIONS - EVERY COPYBOOK THE AUDIT TRAIL     CPYXFER 
004370*SHOWS PROMOTED OR ROLLED BACK ON THE DAY; EITHER WAY PROD        CPYXFER 
004380*NOW HOLDS TEXT THE HOST DOES NOT.                                CPYXFER 
004390*-------------------------------------------------------------    CPYXFER 
004400 2500-COLLECT-THE-PROMOTIONS.                                     CPYXFER 
004410     OPEN INPUT AUD-FILE.                                         CPYXFER 
004420     IF WS-AUD-FILE-STATUS NOT = '00'                             CPYXFER 
004430         MOVE 'NO AUDIT TRAIL registry/CPYAUD.DAT - NO COPYBOOKS' CPYXFER 
004440             TO WS-RPT-FILE-REC                                   CPYXFER 
004450         WRITE WS-RPT-FILE-REC                                    CPYXFER 
004460         MOVE SPACES TO WS-RPT-FILE-REC                           CPYXFER 
004470         GO TO 2500-EXIT.                                         CPYXFER 
004480     MOVE 'N' TO WS-EOF-SW.                                       CPYXFER 
004490     PERFORM 2510-COLLECT-ONE-AUDIT THRU 2510-EXIT                CPYXFER 
004500         UNTIL WS-EOF.                                            CPYXFER 
004510     CLOSE AUD-FILE.                                              CPYXFER 
004520     MOVE 'N' TO WS-EOF-SW.                                       CPYXFER 
004530 2500-EXIT.                                                       CPYXFER 
004540     EXIT.                                                        CPYXFER 
004550*                                                                 CPYXFER 
004560 2510-COLLECT-ONE-AUDIT.                                          CPYXFER 
004570     READ AUD-FILE INTO AUD-RECORD                                CPYXFER 
004580         AT END MOVE 'Y' TO WS-EOF-SW                             CPYXFER 
004590     END-READ.                                                    CPYXFER 
004600     IF WS-EOF                                                    CPYXFER 
004610         GO TO 2510-EXIT.                                         CPYXFER 
004620     IF AUD-FUNCTION NOT = 'PROMOTE '                             CPYXFER 
004630         AND AUD-FUNCTION NOT = 'ROLLBACK'                        CPYXFER 
004640         GO TO 2510-EXIT.                                         CPYXFER 
004650     IF AUD-OUTCOME NOT = 'OK'                                    CPYXFER 
004660         OR AUD-TIMESTAMP(1:8) NOT = WS-SHIP-DATE                 CPYXFER 
004670         GO TO 2510-EXIT.                                         CPYXFER 
004680     MOVE 'C' TO WS-NEW-KIND.                                     CPYXFER 
004690     MOVE AUD-CB-NAME(1) TO WS-NEW-NAME.                          CPYXFER 
004700     MOVE AUD-CB-VERSION(1) TO WS-NEW-VERSION.                    CPYXFER 
004710     MOVE 0 TO WS-TRIM-LEN.                                       CPYXFER 
004720     INSPECT WS-NEW-NAME TALLYING WS-TRIM-LEN                     CPYXFER 
004730         FOR CHARACTERS BEFORE SPACE.                             CPYXFER 
004740     MOVE SPACES TO WS-NEW-SOURCE.                                CPYXFER 
004750     STRING WS-PRDLIB-DIR DELIMITED BY SPACE                      CPYXFER 
004760         WS-NEW-NAME(1:WS-TRIM-LEN) DELIMITED BY SIZE             CPYXFER 
004770         '.CPY' DELIMITED BY SIZE                                 CPYXFER 
004780         INTO WS-NEW-SOURCE                                       CPYXFER 
004790     END-STRING.                                                  CPYXFER 
004800     PERFORM 2900-ADD-SHIP-ENTRY THRU 2900-EXIT.                  CPYXFER 
004810 2510-EXIT.                                                       CPYXFER 
004820     EXIT.                                                        CPYXFER 
004830*                                                                 CPYXFER 
004840*-------------------------------------------------------------    CPYXFER 
004850*2900-ADD-SHIP-ENTRY - ONE ROW PER KIND AND NAME, THE LATER       CPYXFER 
004860*ENTRY WINNING.  THE NAME MUST BE A PDS MEMBER NAME: ONE TO       CPYXFER 
004870*EIGHT LETTERS, DIGITS OR NATIONALS, NOT LEADING WITH A DIGIT.    CPYXFER 
004880*-------------------------------------------------------------    CPYXFER 
004890 2900-ADD-SHIP-ENTRY.                                             CPYXFER 
004900     MOVE 'N' TO WS-FOUND-SW.                                     CPYXFER 
004910     PERFORM 2910-MATCH-ONE-SHIP THRU 2910-EXIT                   CPYXFER 
004920         VARYING WS-SX FROM 1 BY 1                                CPYXFER 
004930         UNTIL WS-SX > WS-SH-COUNT OR WS-FOUND.                   CPYXFER 
004940     IF WS-FOUND                                                  CPYXFER 
004950         SUBTRACT 1 FROM WS-SX                                    CPYXFER 
004960     ELSE                                                         CPYXFER 
004970         IF WS-SH-COUNT NOT < 1000                                CPYXFER 
004980             DISPLAY 'CPYXFER - MORE THAN 1000 MEMBERS, '         CPYXFER 
004990                 'DROPPED: ' WS-NEW-NAME                          CPYXFER 
005000             GO TO 2900-EXIT                                      CPYXFER 
005010         END-IF                                                   CPYXFER 
005020         ADD 1 TO WS-SH-COUNT                                     CPYXFER 
005030         MOVE WS-SH-COUNT TO WS-SX                                CPYXFER 
005040     END-IF.                                                      CPYXFER 
005050     MOVE WS-NEW-KIND TO WS-SH-KIND(WS-SX).                       CPYXFER 
005060     MOVE WS-NEW-NAME TO WS-SH-NAME(WS-SX).                       CPYXFER 
005070     MOVE WS-NEW-SOURCE TO WS-SH-SOURCE(WS-SX).                   CPYXFER 
005080     MOVE WS-NEW-VERSION TO WS-SH-VERSION(WS-SX).                 CPYXFER 
005090     MOVE SPACES TO WS-SH-HASH(WS-SX) WS-SH-STATE(WS-SX)          CPYXFER 
005100         WS-SH-REASON(WS-SX).                                     CPYXFER 
005110     MOVE 0 TO WS-SH-CARDS(WS-SX).                                CPYXFER 
005120     MOVE 0 TO WS-TALLY.                                          CPYXFER 
005130     INSPECT WS-NEW-NAME TALLYING WS-TALLY FOR ALL '-' ALL '_'.   CPYXFER 
005140     IF WS-NEW-NAME(9:22) NOT = SPACES                            CPYXFER 
005150         OR WS-NEW-NAME(1:1) NUMERIC                              CPYXFER 
005160         OR WS-TALLY > 0                                          CPYXFER 
005170         MOVE 'H' TO WS-SH-STATE(WS-SX)                           CPYXFER 
005180         MOVE 'NOT A VALID PDS MEMBER NAME'                       CPYXFER 
005190             TO WS-SH-REASON(WS-SX)                               CPYXFER 
005200     END-IF.                                                      CPYXFER 
005210 2900-EXIT.                                                       CPYXFER 
005220     EXIT.                                                        CPYXFER 
005230*                                                                 CPYXFER 
005240 2910-MATCH-ONE-SHIP.                                             CPYXFER 
005250     IF WS-SH-KIND(WS-SX) = WS-NEW-KIND                           CPYXFER 
005260         AND WS-SH-NAME(WS-SX) = WS-NEW-NAME                      CPYXFER 
005270         MOVE 'Y' TO WS-FOUND-SW                                  CPYXFER 
005280     END-IF.                                                      CPYXFER 
005290 2910-EXIT.                                                       CPYXFER 
005300     EXIT.                                                        CPYXFER 
005310*                                                                 CPYXFER 
005320*-------------------------------------------------------------    CPYXFER 
005330*3000-WRITE-ONE-BUNDLE - AN IEBUPDTE JOB FOR WS-BND-DSN           CPYXFER 
005340*CARRYING EVERY MEMBER OF KIND WS-BND-KIND THAT VERIFIES          CPYXFER 
005350*AGAINST ITS FINGERPRINT, AND THE MANIFEST OF WHAT WENT IN.       CPYXFER 
005360*THE DATA RIDES UNDER DLM=@@ SO A // CARD IN A DECK CANNOT        CPYXFER 
005370*END IT.                                                          CPYXFER 
005380*-------------------------------------------------------------    CPYXFER 
005390 3000-WRITE-ONE-BUNDLE.                                           CPYXFER 
005400     MOVE 0 TO WS-BND-MEMBERS WS-BND-CARDS.                       CPYXFER 
005410     OPEN OUTPUT BND-FILE.                                        CPYXFER 
005420     OPEN OUTPUT MAN-FILE.                                        CPYXFER 
005430     MOVE SPACES TO WS-BND-FILE-REC.                              CPYXFER 
005440     STRING '//' WS-BND-JOBNAME ' JOB (ACCTNO),''COPYBOOK TRANS'  CPYXFER 
005450         'FER'',CLASS=A,MSGCLASS=X,' DELIMITED BY SIZE            CPYXFER 
005460         INTO WS-BND-FILE-REC                                     CPYXFER 
005470     END-STRING.                                                  CPYXFER 
005480     WRITE WS-BND-FILE-REC.                                       CPYXFER 
005490     MOVE '//             NOTIFY=&SYSUID' TO WS-BND-FILE-REC.     CPYXFER 
005500     WRITE WS-BND-FILE-REC.                                       CPYXFER 
005510     MOVE SPACES TO WS-BND-FILE-REC.                              CPYXFER 
005520     STRING '//* CPYXFER BUNDLE ' WS-RUN-TIMESTAMP                CPYXFER 
005530         ' - MANIFEST ' WS-MAN-FILENAME                           CPYXFER 
005540         DELIMITED BY SIZE INTO WS-BND-FILE-REC                   CPYXFER 
005550     END-STRING.                                                  CPYXFER 
005560     WRITE WS-BND-FILE-REC.                                       CPYXFER 
005570     MOVE '//LOAD     EXEC PGM=IEBUPDTE,PARM=NEW'                 CPYXFER 
005580         TO WS-BND-FILE-REC.                                      CPYXFER 
005590     WRITE WS-BND-FILE-REC.                                       CPYXFER 
005600     MOVE '//SYSPRINT DD SYSOUT=*' TO WS-BND-FILE-REC.            CPYXFER 
005610     WRITE WS-BND-FILE-REC.                                       CPYXFER 
005620     MOVE SPACES TO WS-BND-FILE-REC.                              CPYXFER 
005630     STRING '//SYSUT2   DD DSN=' DELIMITED BY SIZE                CPYXFER 
005640         WS-BND-DSN DELIMITED BY SPACE                            CPYXFER 
005650         ',DISP=OLD' DELIMITED BY SIZE                            CPYXFER 
005660         INTO WS-BND-FILE-REC                                     CPYXFER 
005670     END-STRING.                                                  CPYXFER 
005680     WRITE WS-BND-FILE-REC.                                       CPYXFER 
005690     MOVE '//SYSIN    DD DATA,DLM=@@' TO WS-BND-FILE-REC.         CPYXFER 
005700     WRITE WS-BND-FILE-REC.                                       CPYXFER 
005710     MOVE SPACES TO WS-MAN-FILE-REC.                              CPYXFER 
005720     STRING '* CPYXFER MANIFEST - BUNDLE ' WS-RUN-TIMESTAMP       CPYXFER 
005730         ' - TARGET ' WS-BND-DSN                                  CPYXFER 
005740         DELIMITED BY SIZE INTO WS-MAN-FILE-REC                   CPYXFER 
005750     END-STRING.                                                  CPYXFER 
005760     WRITE WS-MAN-FILE-REC.                                       CPYXFER 
005775     MOVE '* BUNDLE 1-15, TARGET DSN 17-60, MEMBER 62-69,'        CPYXFER 
005790         TO WS-MAN-FILE-REC.                                      CPYXFER 
005792     MOVE ' KIND 71-74, FINGERPRINT 76-84, CARDS 86-91,'          CPYXFER 
005794         TO WS-MAN-FILE-REC(47:44).                               CPYXFER 
005796     MOVE ' VERSION 93-102' TO WS-MAN-FILE-REC(91:15).            CPYXFER 
005800     WRITE WS-MAN-FILE-REC.                                       CPYXFER 
005810     PERFORM 3100-SHIP-ONE-MEMBER THRU 3100-EXIT                  CPYXFER 
005820         VARYING WS-SX FROM 1 BY 1                                CPYXFER 
005830         UNTIL WS-SX > WS-SH-COUNT.                               CPYXFER 
005840     MOVE './ ENDUP' TO WS-BND-FILE-REC.                          CPYXFER 
005850     WRITE WS-BND-FILE-REC.                                       CPYXFER 
005860     MOVE '@@' TO WS-BND-FILE-REC.                                CPYXFER 
005870     WRITE WS-BND-FILE-REC.                                       CPYXFER 
005880     CLOSE BND-FILE.                                              CPYXFER 
005890     CLOSE MAN-FILE.                                              CPYXFER 
005900 3000-EXIT.                                                       CPYXFER 
005910     EXIT.                                                        CPYXFER 
005920*                                                                 CPYXFER 
005930*    FIRST PASS HASHES AND COUNTS THE TEXT; ONLY A MEMBER         CPYXFER 
005940*    THAT STILL MATCHES ITS FINGERPRINT IS COPIED IN.             CPYXFER 
005950 3100-SHIP-ONE-MEMBER.                                            CPYXFER 
005960     IF WS-SH-KIND(WS-SX) NOT = WS-BND-KIND                       CPYXFER 
005970         OR WS-SH-HELD(WS-SX)                                     CPYXFER 
005980         GO TO 3100-EXIT.                                         CPYXFER 
005990     PERFORM 3200-FIND-THE-FINGERPRINT THRU 3200-EXIT.            CPYXFER 
006000     IF WS-SH-HELD(WS-SX)                                         CPYXFER 
006010         GO TO 3100-EXIT.                                         CPYXFER 
006020     MOVE WS-SH-SOURCE(WS-SX) TO WS-SRC-FILENAME.                 CPYXFER 
006030     OPEN INPUT SRC-FILE.                                         CPYXFER 
006040     IF WS-SRC-FILE-STATUS NOT = '00'                             CPYXFER 
006050         MOVE 'H' TO WS-SH-STATE(WS-SX)                           CPYXFER 
006060         MOVE 'SOURCE NOT FOUND' TO WS-SH-REASON(WS-SX)           CPYXFER 
006070         GO TO 3100-EXIT.                                         CPYXFER 
006080     MOVE 0 TO WS-HASH-VALUE WS-CARD-COUNT WS-BAD-CARDS.          CPYXFER 
006090     MOVE 'N' TO WS-SUB-EOF-SW.                                   CPYXFER 
006100     PERFORM 3300-HASH-ONE-CARD THRU 3300-EXIT                    CPYXFER 
006110         UNTIL WS-SUB-EOF.                                        CPYXFER 
006120     CLOSE SRC-FILE.                                              CPYXFER 
006130     MOVE WS-HASH-VALUE TO WS-HASH-EDIT.                          CPYXFER 
006140     IF WS-HASH-EDIT NOT = WS-SH-HASH(WS-SX)                      CPYXFER 
006150         MOVE 'H' TO WS-SH-STATE(WS-SX)                           CPYXFER 
006160         MOVE 'TEXT NO LONGER MATCHES ITS FINGERPRINT'            CPYXFER 
006170             TO WS-SH-REASON(WS-SX)                               CPYXFER 
006180         GO TO 3100-EXIT.                                         CPYXFER 
006190     IF WS-BAD-CARDS > 0                                          CPYXFER 
006200         MOVE 'H' TO WS-SH-STATE(WS-SX)                           CPYXFER 
006210         MOVE 'A CARD STARTS ./ OR @@ - CANNOT RIDE IEBUPDTE'     CPYXFER 
006220             TO WS-SH-REASON(WS-SX)                               CPYXFER 
006230         GO TO 3100-EXIT.                                         CPYXFER 
006240     MOVE SPACES TO WS-BND-FILE-REC.                              CPYXFER 
006246     STRING './ ADD NAME=' DELIMITED BY SIZE                      CPYXFER 
006252         WS-SH-NAME(WS-SX) DELIMITED BY SPACE                     CPYXFER 
006260         ',LIST=ALL' DELIMITED BY SIZE                            CPYXFER 
006270         INTO WS-BND-FILE-REC                                     CPYXFER 
006280     END-STRING.                                                  CPYXFER 
006290     WRITE WS-BND-FILE-REC.                                       CPYXFER 
006300     OPEN INPUT SRC-FILE.                                         CPYXFER 
006310     MOVE 'N' TO WS-SUB-EOF-SW.                                   CPYXFER 
006320     PERFORM 3400-COPY-ONE-CARD THRU 3400-EXIT                    CPYXFER 
006330         UNTIL WS-SUB-EOF.                                        CPYXFER 
006340     CLOSE SRC-FILE.                                              CPYXFER 
006350     MOVE 'S' TO WS-SH-STATE(WS-SX).                              CPYXFER 
006360     MOVE WS-CARD-COUNT TO WS-SH-CARDS(WS-SX).                    CPYXFER 
006370     ADD 1 TO WS-BND-MEMBERS.                                     CPYXFER 
006380     ADD WS-CARD-COUNT TO WS-BND-CARDS.                           CPYXFER 
006390     IF WS-BND-KIND = 'D'                                         CPYXFER 
006400         ADD 1 TO WS-CNT-DECKS                                    CPYXFER 
006410     ELSE                                                         CPYXFER 
006420         ADD 1 TO WS-CNT-COPIES                                   CPYXFER 
006430     END-IF.                                                      CPYXFER 
006440     MOVE SPACES TO WS-MAN-FILE-REC.                              CPYXFER 
006450     MOVE WS-RUN-TIMESTAMP TO WS-MAN-FILE-REC(1:15).              CPYXFER 
006460     MOVE WS-BND-DSN TO WS-MAN-FILE-REC(17:44).                   CPYXFER 
006470     MOVE WS-SH-NAME(WS-SX) TO WS-MAN-FILE-REC(62:8).             CPYXFER 
006480     IF WS-BND-KIND = 'D'                                         CPYXFER 
006490         MOVE 'DECK' TO WS-MAN-FILE-REC(71:4)                     CPYXFER 
006500     ELSE                                                         CPYXFER 
006510         MOVE 'COPY' TO WS-MAN-FILE-REC(71:4)                     CPYXFER 
006520     END-IF.                                                      CPYXFER 
006530     MOVE WS-SH-HASH(WS-SX) TO WS-MAN-FILE-REC(76:9).             CPYXFER 
006540     MOVE WS-CARD-COUNT TO WS-MAN-CARDS.                          CPYXFER 
006550     MOVE WS-MAN-CARDS TO WS-MAN-FILE-REC(86:6).                  CPYXFER 
006560     MOVE WS-SH-VERSION(WS-SX) TO WS-MAN-FILE-REC(93:10).         CPYXFER 
006570     WRITE WS-MAN-FILE-REC.                                       CPYXFER 
006580 3100-EXIT.                                                       CPYXFER 
006590     EXIT.                                                        CPYXFER 
006600*                                                                 CPYXFER 
006610*    A DECK'S FINGERPRINT IS ITS INVENTORY HASH, A COPYBOOK'S     CPYXFER 
006620*    THE ONE ITS PROMOTION CAPTURED.                              CPYXFER 
006630 3200-FIND-THE-FINGERPRINT.                                       CPYXFER 
006640     MOVE 'N' TO WS-FOUND-SW.                                     CPYXFER 
006650     IF WS-BND-KIND = 'D'                                         CPYXFER 
006660         PERFORM 3210-MATCH-ONE-INV THRU 3210-EXIT                CPYXFER 
006670             VARYING WS-LX FROM 1 BY 1                            CPYXFER 
006680             UNTIL WS-LX > WS-IV-COUNT                            CPYXFER 
006690     ELSE                                                         CPYXFER 
006700         PERFORM 3220-MATCH-ONE-FPR THRU 3220-EXIT                CPYXFER 
006710             VARYING WS-LX FROM 1 BY 1                            CPYXFER 
006720             UNTIL WS-LX > WS-FP-COUNT                            CPYXFER 
006730     END-IF.                                                      CPYXFER 
006740     IF NOT WS-FOUND                                              CPYXFER 
006750         MOVE 'H' TO WS-SH-STATE(WS-SX)                           CPYXFER 
006760         IF WS-BND-KIND = 'D'                                     CPYXFER 
006770             MOVE 'NO FINGERPRINT ON registry/CPYINV.DAT'         CPYXFER 
006780                 TO WS-SH-REASON(WS-SX)                           CPYXFER 
006790         ELSE                                                     CPYXFER 
006800             MOVE 'NO FINGERPRINT ON config/CPYFPR.DAT'           CPYXFER 
006810                 TO WS-SH-REASON(WS-SX)                           CPYXFER 
006820         END-IF                                                   CPYXFER 
006830     END-IF.                                                      CPYXFER 
006840 3200-EXIT.                                                       CPYXFER 
006850     EXIT.                                                        CPYXFER 
006860*                                                                 CPYXFER 
006870*    THE LAST LINE FOR THE NAME IS THE CURRENT ONE.               CPYXFER 
006880 3210-MATCH-ONE-INV.                                              CPYXFER 
006890     IF WS-IV-MEMBER(WS-LX) = WS-SH-NAME(WS-SX)(1:10)             CPYXFER 
006900         MOVE WS-IV-HASH(WS-LX) TO WS-SH-HASH(WS-SX)              CPYXFER 
006910         MOVE 'Y' TO WS-FOUND-SW                                  CPYXFER 
006920     END-IF.                                                      CPYXFER 
006930 3210-EXIT.                                                       CPYXFER 
006940     EXIT.                                                        CPYXFER 
006950*                                                                 CPYXFER 
006960 3220-MATCH-ONE-FPR.                                              CPYXFER 
006970     IF WS-FP-NAME(WS-LX) = WS-SH-NAME(WS-SX)                     CPYXFER 
006980         MOVE WS-FP-HASH(WS-LX) TO WS-SH-HASH(WS-SX)              CPYXFER 
006990         IF WS-SH-VERSION(WS-SX) = SPACES                         CPYXFER 
007000             MOVE WS-FP-VERSION(WS-LX) TO WS-SH-VERSION(WS-SX)    CPYXFER 
007010         END-IF                                                   CPYXFER 
007020         MOVE 'Y' TO WS-FOUND-SW                                  CPYXFER 
007030     END-IF.                                                      CPYXFER 
007040 3220-EXIT.                                                       CPYXFER 
007050     EXIT.                                                        CPYXFER 
007060*                                                                 CPYXFER 
007070*    SAME ROLLING HASH AS THE ENGINE AND CPYPROM RECORD -         CPYXFER 
007080*    COLS 1-72, FP = MOD(FP * 31 + ORD(CHAR), 100000007).         CPYXFER 
007090 3300-HASH-ONE-CARD.                                              CPYXFER 
007100     READ SRC-FILE INTO WS-SRC-FILE-REC                           CPYXFER 
007110         AT END MOVE 'Y' TO WS-SUB-EOF-SW                         CPYXFER 
007120     END-READ.                                                    CPYXFER 
007130     IF WS-SUB-EOF                                                CPYXFER 
007140         GO TO 3300-EXIT.                                         CPYXFER 
007150     ADD 1 TO WS-CARD-COUNT.                                      CPYXFER 
007160     IF WS-SRC-FILE-REC(1:2) = './'                               CPYXFER 
007170         OR WS-SRC-FILE-REC(1:2) = '@@'                           CPYXFER 
007180         ADD 1 TO WS-BAD-CARDS                                    CPYXFER 
007190     END-IF.                                                      CPYXFER 
007200     PERFORM 3310-HASH-ONE-COLUMN THRU 3310-EXIT                  CPYXFER 
007210         VARYING WS-HASH-COL FROM 1 BY 1                          CPYXFER 
007220         UNTIL WS-HASH-COL > 72.                                  CPYXFER 
007230 3300-EXIT.                                                       CPYXFER 
007240     EXIT.                                                        CPYXFER 
007250*                                                                 CPYXFER 
007260 3310-HASH-ONE-COLUMN.                                            CPYXFER 
007270     COMPUTE WS-HASH-VALUE = FUNCTION MOD                         CPYXFER 
007280         (WS-HASH-VALUE * 31                                      CPYXFER 
007290          + FUNCTION ORD (WS-SRC-FILE-REC(WS-HASH-COL:1)),        CPYXFER 
007300          100000007).                                             CPYXFER 
007310 3310-EXIT.                                                       CPYXFER 
007320     EXIT.                                                        CPYXFER 
007330*                                                                 CPYXFER 
007340 3400-COPY-ONE-CARD.                                              CPYXFER 
007350     READ SRC-FILE INTO WS-SRC-FILE-REC                           CPYXFER 
007360         AT END MOVE 'Y' TO WS-SUB-EOF-SW                         CPYXFER 
007370     END-READ.                                                    CPYXFER 
007380     IF WS-SUB-EOF                                                CPYXFER 
007390         GO TO 3400-EXIT.                                         CPYXFER 
007400     MOVE WS-SRC-FILE-REC TO WS-BND-FILE-REC.                     CPYXFER 
007410     WRITE WS-BND-FILE-REC.                                       CPYXFER 
007420 3400-EXIT.                                                       CPYXFER 
007430     EXIT.                                                        CPYXFER 
007440*                                                                 CPYXFER 
007450*-------------------------------------------------------------    CPYXFER 
007460*4000-REPORT-THE-PACK - WHAT WENT IN EACH BUNDLE, THEN WHAT       CPYXFER 
007470*WAS HELD BACK AND WHY.                                           CPYXFER 
007480*-------------------------------------------------------------    CPYXFER 
007490 4000-REPORT-THE-PACK.                                            CPYXFER 
007500     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYXFER 
007506     STRING 'DECKS TO ' DELIMITED BY SIZE                         CPYXFER 
007512         WS-DECK-DSN DELIMITED BY SPACE                           CPYXFER 
007520         ' - registry/CPYXFRD.BND' DELIMITED BY SIZE              CPYXFER 
007530         INTO WS-RPT-FILE-REC                                     CPYXFER 
007540     END-STRING.                                                  CPYXFER 
007550     WRITE WS-RPT-FILE-REC.                                       CPYXFER 
007560     MOVE 'D' TO WS-BND-KIND.                                     CPYXFER 
007570     PERFORM 4100-REPORT-ONE-SHIPPED THRU 4100-EXIT               CPYXFER 
007580         VARYING WS-SX FROM 1 BY 1                                CPYXFER 
007590         UNTIL WS-SX > WS-SH-COUNT.                               CPYXFER 
007600     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYXFER 
007610     WRITE WS-RPT-FILE-REC.                                       CPYXFER 
007616     STRING 'COPYBOOKS TO ' DELIMITED BY SIZE                     CPYXFER 
007622         WS-COPY-DSN DELIMITED BY SPACE                           CPYXFER 
007630         ' - registry/CPYXFRC.BND' DELIMITED BY SIZE              CPYXFER 
007640         INTO WS-RPT-FILE-REC                                     CPYXFER 
007650     END-STRING.                                                  CPYXFER 
007660     WRITE WS-RPT-FILE-REC.                                       CPYXFER 
007670     MOVE 'C' TO WS-BND-KIND.                                     CPYXFER 
007680     PERFORM 4100-REPORT-ONE-SHIPPED THRU 4100-EXIT               CPYXFER 
007690         VARYING WS-SX FROM 1 BY 1                                CPYXFER 
007700         UNTIL WS-SX > WS-SH-COUNT.                               CPYXFER 
007710     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYXFER 
007720     WRITE WS-RPT-FILE-REC.                                       CPYXFER 
007730     PERFORM 4200-REPORT-ONE-HELD THRU 4200-EXIT                  CPYXFER 
007740         VARYING WS-SX FROM 1 BY 1                                CPYXFER 
007750         UNTIL WS-SX > WS-SH-COUNT.                               CPYXFER 
007760     IF WS-CNT-HELD > 0                                           CPYXFER 
007770         MOVE SPACES TO WS-RPT-FILE-REC                           CPYXFER 
007780         WRITE WS-RPT-FILE-REC                                    CPYXFER 
007790     END-IF.                                                      CPYXFER 
007800     MOVE WS-CNT-DECKS TO WS-EDIT-COUNT.                          CPYXFER 
007810     STRING 'DECKS BUNDLED:     ' WS-EDIT-COUNT                   CPYXFER 
007820         DELIMITED BY SIZE INTO WS-RPT-FILE-REC                   CPYXFER 
007830     END-STRING.                                                  CPYXFER 
007840     WRITE WS-RPT-FILE-REC.                                       CPYXFER 
007850     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYXFER 
007860     MOVE WS-CNT-COPIES TO WS-EDIT-COUNT.                         CPYXFER 
007870     STRING 'COPYBOOKS BUNDLED: ' WS-EDIT-COUNT                   CPYXFER 
007880         DELIMITED BY SIZE INTO WS-RPT-FILE-REC                   CPYXFER 
007890     END-STRING.                                                  CPYXFER 
007900     WRITE WS-RPT-FILE-REC.                                       CPYXFER 
007910     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYXFER 
007920     MOVE WS-CNT-HELD TO WS-EDIT-COUNT.                           CPYXFER 
007930     STRING 'HELD BACK:         ' WS-EDIT-COUNT                   CPYXFER 
007940         DELIMITED BY SIZE INTO WS-RPT-FILE-REC                   CPYXFER 
007950     END-STRING.                                                  CPYXFER 
007960     WRITE WS-RPT-FILE-REC.                                       CPYXFER 
007970     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYXFER 
007980     IF WS-CNT-DECKS + WS-CNT-COPIES = 0                          CPYXFER 
007990         MOVE 'NOTHING TO SHIP' TO WS-RPT-FILE-REC                CPYXFER 
008000         WRITE WS-RPT-FILE-REC                                    CPYXFER 
008010     END-IF.                                                      CPYXFER 
008020 4000-EXIT.                                                       CPYXFER 
008030     EXIT.                                                        CPYXFER 
008040*                                                                 CPYXFER 
008050 4100-REPORT-ONE-SHIPPED.                                         CPYXFER 
008060     IF WS-SH-KIND(WS-SX) NOT = WS-BND-KIND                       CPYXFER 
008070         OR NOT WS-SH-SHIPPED(WS-SX)                              CPYXFER 
008080         GO TO 4100-EXIT.                                         CPYXFER 
008090     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYXFER 
008100     MOVE WS-SH-NAME(WS-SX) TO WS-RPT-FILE-REC(5:8).              CPYXFER 
008110     MOVE 'FP' TO WS-RPT-FILE-REC(15:2).                          CPYXFER 
008120     MOVE WS-SH-HASH(WS-SX) TO WS-RPT-FILE-REC(18:9).             CPYXFER 
008130     MOVE WS-SH-CARDS(WS-SX) TO WS-EDIT-CARDS.                    CPYXFER 
008140     MOVE WS-EDIT-CARDS TO WS-RPT-FILE-REC(29:6).                 CPYXFER 
008150     MOVE 'CARDS' TO WS-RPT-FILE-REC(36:5).                       CPYXFER 
008160     MOVE WS-SH-VERSION(WS-SX) TO WS-RPT-FILE-REC(43:10).         CPYXFER 
008170     MOVE WS-SH-SOURCE(WS-SX) TO WS-RPT-FILE-REC(55:78).          CPYXFER 
008180     WRITE WS-RPT-FILE-REC.                                       CPYXFER 
008190 4100-EXIT.                                                       CPYXFER 
008200     EXIT.                                                        CPYXFER 
008210*                                                                 CPYXFER 
008220 4200-REPORT-ONE-HELD.                                            CPYXFER 
008230     IF NOT WS-SH-HELD(WS-SX)                                     CPYXFER 
008240         GO TO 4200-EXIT.                                         CPYXFER 
008250     ADD 1 TO WS-CNT-HELD.                                        CPYXFER 
008260     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYXFER 
008270     IF WS-SH-KIND(WS-SX) = 'D'                                   CPYXFER 
008280         MOVE 'DECK' TO WS-RPT-FILE-REC(1:4)                      CPYXFER 
008290     ELSE                                                         CPYXFER 
008300         MOVE 'COPY' TO WS-RPT-FILE-REC(1:4)                      CPYXFER 
008310     END-IF.                                                      CPYXFER 
008320     STRING WS-SH-NAME(WS-SX) DELIMITED BY SPACE                  CPYXFER 
008330         '  *** HELD BACK - ' DELIMITED BY SIZE                   CPYXFER 
008340         WS-SH-REASON(WS-SX) DELIMITED BY SIZE                    CPYXFER 
008350         INTO WS-RPT-FILE-REC(6:100)                              CPYXFER 
008360     END-STRING.                                                  CPYXFER 
008370     WRITE WS-RPT-FILE-REC.                                       CPYXFER 
008380 4200-EXIT.                                                       CPYXFER 
008390     EXIT.                                                        CPYXFER 
008400*                                                                 CPYXFER 
008410*-------------------------------------------------------------    CPYXFER 
008420*5000-RECONCILE-THE-LOAD - EVERY MANIFEST LINE OF BOTH            CPYXFER 
008430*BUNDLES MUST BE ON THE HOST LIST UNDER ITS TARGET DSN, WITH      CPYXFER 
008440*THE SAME CARD COUNT WHERE THE HOST GIVES ONE.                    CPYXFER 
008450*-------------------------------------------------------------    CPYXFER 
008460 5000-RECONCILE-THE-LOAD.                                         CPYXFER 
008470     OPEN OUTPUT RPT-FILE.                                        CPYXFER 
008480     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYXFER 
008490     STRING 'CPYXFER POST-LOAD RECONCILIATION - RUN '             CPYXFER 
008500         WS-RUN-TIMESTAMP DELIMITED BY SIZE                       CPYXFER 
008510         INTO WS-RPT-FILE-REC                                     CPYXFER 
008520     END-STRING.                                                  CPYXFER 
008530     WRITE WS-RPT-FILE-REC.                                       CPYXFER 
008540     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYXFER 
008550     STRING 'HOST LIST ' WS-HST-FILENAME                          CPYXFER 
008560         DELIMITED BY SIZE INTO WS-RPT-FILE-REC                   CPYXFER 
008570     END-STRING.                                                  CPYXFER 
008580     WRITE WS-RPT-FILE-REC.                                       CPYXFER 
008590     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYXFER 
008600     WRITE WS-RPT-FILE-REC.                                       CPYXFER 
008610     OPEN INPUT HST-FILE.                                         CPYXFER 
008620     IF WS-HST-FILE-STATUS NOT = '00'                             CPYXFER 
008630         MOVE 'NO HOST MEMBER LIST - NOTHING RECONCILED'          CPYXFER 
008640             TO WS-RPT-FILE-REC                                   CPYXFER 
008650         WRITE WS-RPT-FILE-REC                                    CPYXFER 
008660         CLOSE RPT-FILE                                           CPYXFER 
008670         DISPLAY 'CPYXFER - NO HOST LIST ' WS-HST-FILENAME        CPYXFER 
008680         MOVE 12 TO WS-FINAL-RC                                   CPYXFER 
008690         GO TO 5000-EXIT.                                         CPYXFER 
008700     MOVE 'N' TO WS-EOF-SW.                                       CPYXFER 
008710     PERFORM 5100-LOAD-ONE-HOST-LINE THRU 5100-EXIT               CPYXFER 
008720         UNTIL WS-EOF.                                            CPYXFER 
008730     CLOSE HST-FILE.                                              CPYXFER 
008740     MOVE 0 TO WS-MAN-SEEN.                                       CPYXFER 
008750     MOVE 'registry/CPYXFRD.MAN' TO WS-MAN-FILENAME.              CPYXFER 
008760     PERFORM 5200-CHECK-ONE-MANIFEST THRU 5200-EXIT.              CPYXFER 
008770     MOVE 'registry/CPYXFRC.MAN' TO WS-MAN-FILENAME.              CPYXFER 
008780     PERFORM 5200-CHECK-ONE-MANIFEST THRU 5200-EXIT.              CPYXFER 
008790     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYXFER 
008800     WRITE WS-RPT-FILE-REC.                                       CPYXFER 
008810     IF WS-MAN-SEEN = 0                                           CPYXFER 
008820         MOVE 'NO MANIFEST - RUN PACK FIRST' TO WS-RPT-FILE-REC   CPYXFER 
008830         WRITE WS-RPT-FILE-REC                                    CPYXFER 
008840         CLOSE RPT-FILE                                           CPYXFER 
008850         DISPLAY 'CPYXFER - NO MANIFEST TO RECONCILE'             CPYXFER 
008860         MOVE 12 TO WS-FINAL-RC                                   CPYXFER 
008870         GO TO 5000-EXIT.                                         CPYXFER 
008880     MOVE WS-CNT-LOADED TO WS-EDIT-COUNT.                         CPYXFER 
008890     STRING 'LOADED:            ' WS-EDIT-COUNT                   CPYXFER 
008900         DELIMITED BY SIZE INTO WS-RPT-FILE-REC                   CPYXFER 
008910     END-STRING.                                                  CPYXFER 
008920     WRITE WS-RPT-FILE-REC.                                       CPYXFER 
008930     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYXFER 
008940     MOVE WS-CNT-MISSING TO WS-EDIT-COUNT.                        CPYXFER 
008950     STRING 'MISSING ON HOST:   ' WS-EDIT-COUNT                   CPYXFER 
008960         DELIMITED BY SIZE INTO WS-RPT-FILE-REC                   CPYXFER 
008970     END-STRING.                                                  CPYXFER 
008980     WRITE WS-RPT-FILE-REC.                                       CPYXFER 
008990     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYXFER 
009000     MOVE WS-CNT-SHORT TO WS-EDIT-COUNT.                          CPYXFER 
009010     STRING 'CARD COUNT DIFFERS:' WS-EDIT-COUNT                   CPYXFER 
009020         DELIMITED BY SIZE INTO WS-RPT-FILE-REC                   CPYXFER 
009030     END-STRING.                                                  CPYXFER 
009040     WRITE WS-RPT-FILE-REC.                                       CPYXFER 
009050     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYXFER 
009060     IF WS-CNT-MISSING + WS-CNT-SHORT > 0                         CPYXFER 
009070         MOVE 'PARTIAL LOAD - RESUBMIT THE BUNDLE' TO             CPYXFER 
009080             WS-RPT-FILE-REC                                      CPYXFER 
009090         MOVE 8 TO WS-FINAL-RC                                    CPYXFER 
009100     ELSE                                                         CPYXFER 
009110         MOVE 'EVERY MEMBER IN THE MANIFESTS IS ON THE HOST'      CPYXFER 
009120             TO WS-RPT-FILE-REC                                   CPYXFER 
009130     END-IF.                                                      CPYXFER 
009140     WRITE WS-RPT-FILE-REC.                                       CPYXFER 
009150     CLOSE RPT-FILE.                                              CPYXFER 
009160     DISPLAY 'CPYXFER ' WS-RPT-FILE-REC(1:50).                    CPYXFER 
009170 5000-EXIT.                                                       CPYXFER 
009180     EXIT.                                                        CPYXFER 
009190*                                                                 CPYXFER 
009200 5100-LOAD-ONE-HOST-LINE.                                         CPYXFER 
009210     READ HST-FILE INTO WS-HST-FILE-REC                           CPYXFER 
009220         AT END MOVE 'Y' TO WS-EOF-SW                             CPYXFER 
009230     END-READ.                                                    CPYXFER 
009240     IF NOT WS-EOF                                                CPYXFER 
009250         AND WS-HST-FILE-REC(1:1) NOT = '*'                       CPYXFER 
009260         AND WS-HST-FILE-REC(46:8) NOT = SPACES                   CPYXFER 
009270         AND WS-HS-COUNT < 5000                                   CPYXFER 
009280         ADD 1 TO WS-HS-COUNT                                     CPYXFER 
009290         MOVE WS-HST-FILE-REC(1:44) TO WS-HS-DSN(WS-HS-COUNT)     CPYXFER 
009300         MOVE WS-HST-FILE-REC(46:8)                               CPYXFER 
009310             TO WS-HS-MEMBER(WS-HS-COUNT)                         CPYXFER 
009320         MOVE WS-HST-FILE-REC(55:7) TO WS-HS-CARDS(WS-HS-COUNT)   CPYXFER 
009330     END-IF.                                                      CPYXFER 
009340 5100-EXIT.                                                       CPYXFER 
009350     EXIT.                                                        CPYXFER 
009360*                                                                 CPYXFER 
009370 5200-CHECK-ONE-MANIFEST.                                         CPYXFER 
009380     OPEN INPUT MAN-FILE.                                         CPYXFER 
009390     IF WS-MAN-FILE-STATUS NOT = '00'                             CPYXFER 
009400         GO TO 5200-EXIT.                                         CPYXFER 
009410     ADD 1 TO WS-MAN-SEEN.                                        CPYXFER 
009420     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYXFER 
009430     STRING 'MANIFEST ' WS-MAN-FILENAME                           CPYXFER 
009440         DELIMITED BY SIZE INTO WS-RPT-FILE-REC                   CPYXFER 
009450     END-STRING.                                                  CPYXFER 
009460     WRITE WS-RPT-FILE-REC.                                       CPYXFER 
009470     MOVE 'N' TO WS-EOF-SW.                                       CPYXFER 
009480     PERFORM 5210-CHECK-ONE-MEMBER THRU 5210-EXIT                 CPYXFER 
009490         UNTIL WS-EOF.                                            CPYXFER 
009500     CLOSE MAN-FILE.                                              CPYXFER 
009510 5200-EXIT.                                                       CPYXFER 
009520     EXIT.                                                        CPYXFER 
009530*                                                                 CPYXFER 
009540 5210-CHECK-ONE-MEMBER.                                           CPYXFER 
009550     READ MAN-FILE INTO WS-MAN-FILE-REC                           CPYXFER 
009560         AT END MOVE 'Y' TO WS-EOF-SW                             CPYXFER 
009570     END-READ.                                                    CPYXFER 
009580     IF WS-EOF                                                    CPYXFER 
009590         GO TO 5210-EXIT.                                         CPYXFER 
009600     IF WS-MAN-FILE-REC(1:1) = '*'                                CPYXFER 
009610         OR WS-MAN-FILE-REC(62:8) = SPACES                        CPYXFER 
009620         GO TO 5210-EXIT.                                         CPYXFER 
009630     MOVE 'N' TO WS-FOUND-SW.                                     CPYXFER 
009640     PERFORM 5220-MATCH-ONE-HOST THRU 5220-EXIT                   CPYXFER 
009650         VARYING WS-HX FROM 1 BY 1                                CPYXFER 
009660         UNTIL WS-HX > WS-HS-COUNT OR WS-FOUND.                   CPYXFER 
009670     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYXFER 
009680     MOVE WS-MAN-FILE-REC(62:8) TO WS-RPT-FILE-REC(5:8).          CPYXFER 
009690     MOVE WS-MAN-FILE-REC(71:4) TO WS-RPT-FILE-REC(15:4).         CPYXFER 
009700     MOVE WS-MAN-FILE-REC(86:6) TO WS-MAN-CARDS.                  CPYXFER 
009710     MOVE WS-MAN-CARDS TO WS-EDIT-CARDS.                          CPYXFER 
009720     MOVE WS-EDIT-CARDS TO WS-RPT-FILE-REC(21:6).                 CPYXFER 
009730     MOVE 'CARDS' TO WS-RPT-FILE-REC(28:5).                       CPYXFER 
009740     IF NOT WS-FOUND                                              CPYXFER 
009750         ADD 1 TO WS-CNT-MISSING                                  CPYXFER 
009760         STRING '*** MISSING FROM ' WS-MAN-FILE-REC(17:44)        CPYXFER 
009770             DELIMITED BY SIZE INTO WS-RPT-FILE-REC(35:70)        CPYXFER 
009780         END-STRING                                               CPYXFER 
009790         WRITE WS-RPT-FILE-REC                                    CPYXFER 
009800         GO TO 5210-EXIT.                                         CPYXFER 
009810     SUBTRACT 1 FROM WS-HX.                                       CPYXFER 
009820     IF WS-HS-CARDS(WS-HX) = SPACES                               CPYXFER 
009830         ADD 1 TO WS-CNT-LOADED                                   CPYXFER 
009840         MOVE 'LOADED (HOST GAVE NO COUNT)'                       CPYXFER 
009850             TO WS-RPT-FILE-REC(35:27)                            CPYXFER 
009860         WRITE WS-RPT-FILE-REC                                    CPYXFER 
009870         GO TO 5210-EXIT.                                         CPYXFER 
009880     MOVE 0 TO WS-HOST-CARDS.                                     CPYXFER 
009890     INSPECT WS-HS-CARDS(WS-HX) REPLACING LEADING SPACE BY '0'.   CPYXFER 
009900     IF WS-HS-CARDS(WS-HX) NUMERIC                                CPYXFER 
009910         MOVE WS-HS-CARDS(WS-HX) TO WS-HOST-CARDS                 CPYXFER 
009920     END-IF.                                                      CPYXFER 
009930     IF WS-HOST-CARDS NOT = WS-MAN-CARDS                          CPYXFER 
009940         ADD 1 TO WS-CNT-SHORT                                    CPYXFER 
009950         MOVE WS-HOST-CARDS TO WS-EDIT-CARDS                      CPYXFER 
009960         STRING '*** HOST HOLDS ' WS-EDIT-CARDS ' CARDS'          CPYXFER 
009970             DELIMITED BY SIZE INTO WS-RPT-FILE-REC(35:70)        CPYXFER 
009980         END-STRING                                               CPYXFER 
009990         WRITE WS-RPT-FILE-REC                                    CPYXFER 
010000         GO TO 5210-EXIT.                                         CPYXFER 
010010     ADD 1 TO WS-CNT-LOADED.                                      CPYXFER 
010020     MOVE 'LOADED' TO WS-RPT-FILE-REC(35:6).                      CPYXFER 
010030     WRITE WS-RPT-FILE-REC.                                       CPYXFER 
010040 5210-EXIT.                                                       CPYXFER 
010050     EXIT.                                                        CPYXFER 
010060*                                                                 CPYXFER 
010070 5220-MATCH-ONE-HOST.                                             CPYXFER 
010080     IF WS-HS-DSN(WS-HX) = WS-MAN-FILE-REC(17:44)                 CPYXFER 
010090         AND WS-HS-MEMBER(WS-HX) = WS-MAN-FILE-REC(62:8)          CPYXFER 
010100         MOVE 'Y' TO WS-FOUND-SW                                  CPYXFER 
010110     END-IF.                                                      CPYXFER 
010120 5220-EXIT.                                                       CPYXFER 
010130     EXIT.                                                        CPYXFER 
