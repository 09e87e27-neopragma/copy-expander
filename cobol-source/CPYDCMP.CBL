000010 IDENTIFICATION DIVISION.                                         CPYDCMP 
000020 PROGRAM-ID. CPYDCMP.                                             CPYDCMP 
000030 AUTHOR. R SANDOVAL.                                              CPYDCMP 
000040 INSTALLATION. DATA CENTER SERVICES - COPYBOOK TOOLING.           CPYDCMP 
000050 DATE-WRITTEN. 2026-10-14.                                        CPYDCMP 
000060 DATE-COMPILED.                                                   CPYDCMP 
000070*-------------------------------------------------------------    CPYDCMP 
000080*MODIFICATION HISTORY                                             CPYDCMP 
000090*-------------------------------------------------------------    CPYDCMP 
000100*2026-10-14 RS  FIELD-LEVEL COMPARE OF TWO DATA FILES UNDER ONE   CPYDCMP 
000110*               COPYBOOK LAYOUT, FOR PARALLEL-RUN TESTING:        CPYDCMP 
000120*               YESTERDAY'S OUTPUT (FILE1) AGAINST TODAY'S        CPYDCMP 
000130*               (FILE2).  THE COPYBOOK RESOLVES THROUGH           CPYDCMP 
000140*               CPYLIB.CFG AS CPYBRWS DOES, BY WAY OF CPYLAYO.    CPYDCMP 
000150*               WITH KEY CARDS THE FILES ARE MATCHED ON THE       CPYDCMP 
000160*               NAMED KEY FIELDS (BOTH FILES IN ASCENDING KEY     CPYDCMP 
000170*               SEQUENCE, AS THE SORT STEP LEAVES THEM; KEY       CPYDCMP 
000180*               BYTES COMPARE AS CHARACTER DATA); WITHOUT THEM,   CPYDCMP 
000190*               RECORD BY RECORD.  EVERY ADDED, DELETED AND       CPYDCMP 
000200*               CHANGED RECORD IS REPORTED; A CHANGED RECORD      CPYDCMP 
000210*               LISTS EACH DIFFERING FIELD WITH NAME, OFFSET      CPYDCMP 
000220*               AND BOTH VALUES, COMP AND COMP-3 FIELDS WITH      CPYDCMP 
000230*               THE DECODED VALUE AND THE HEX.  THE SUMMARY       CPYDCMP 
000240*               COUNTS DIFFERENCES PER FIELD SO A SYSTEMATIC      CPYDCMP 
000250*               BREAK SHOWS AT ONCE.  SYSIN: FILE1 / FILE2 /      CPYDCMP 
000260*               COPYBOOK CARDS, UP TO FIVE KEY CARDS (FIELD       CPYDCMP 
000270*               NAME 10-39).  RC 0 IDENTICAL, 4 DIFFERENCES       CPYDCMP 
000280*               FOUND, 12 NOT COMPARED (SETUP ERROR OR A FILE     CPYDCMP 
000290*               OUT OF KEY SEQUENCE).                             CPYDCMP 
000300*               REPORT: registry/CPYDCMP.RPT.                     CPYDCMP 
000310*-------------------------------------------------------------    CPYDCMP 
000320 ENVIRONMENT DIVISION.                                            CPYDCMP 
000330 CONFIGURATION SECTION.                                           CPYDCMP 
000340 SOURCE-COMPUTER. GENERIC-COMPUTER.                               CPYDCMP 
000350 OBJECT-COMPUTER. GENERIC-COMPUTER.                               CPYDCMP 
000360 INPUT-OUTPUT SECTION.                                            CPYDCMP 
000370 FILE-CONTROL.                                                    CPYDCMP 
000380     SELECT PARM-FILE ASSIGN TO DYNAMIC WS-PARM-FILENAME          CPYDCMP 
000390         ORGANIZATION LINE SEQUENTIAL                             CPYDCMP 
000400         FILE STATUS IS WS-PARM-FILE-STATUS.                      CPYDCMP 
000410     SELECT RPT-FILE ASSIGN TO DYNAMIC WS-RPT-FILENAME            CPYDCMP 
000420         ORGANIZATION LINE SEQUENTIAL                             CPYDCMP 
000430         FILE STATUS IS WS-RPT-FILE-STATUS.                       CPYDCMP 
000440 DATA DIVISION.                                                   CPYDCMP 
000450 FILE SECTION.                                                    CPYDCMP 
000460 FD  PARM-FILE.                                                   CPYDCMP 
000470 01  WS-PARM-FILE-REC        PIC X(80).                           CPYDCMP 
000480 FD  RPT-FILE.                                                    CPYDCMP 
000490 01  WS-RPT-FILE-REC         PIC X(132).                          CPYDCMP 
000500 WORKING-STORAGE SECTION.                                         CPYDCMP 
000510*-------------------------------------------------------------    CPYDCMP 
000520*FILE STATUS AND DYNAMIC FILE NAMES                               CPYDCMP 
000530*-------------------------------------------------------------    CPYDCMP 
000540 77  WS-PARM-FILENAME        PIC X(80) VALUE 'jcl/CPYDCMP.SYSIN'. CPYDCMP 
000550 77  WS-PARM-FILE-STATUS     PIC X(02) VALUE '00'.                CPYDCMP 
000560 77  WS-RPT-FILENAME         PIC X(80)                            CPYDCMP 
000570         VALUE 'registry/CPYDCMP.RPT'.                            CPYDCMP 
000580 77  WS-RPT-FILE-STATUS      PIC X(02) VALUE '00'.                CPYDCMP 
000590 77  WS-FILE1-NAME           PIC X(80) VALUE SPACES.              CPYDCMP 
000600 77  WS-FILE2-NAME           PIC X(80) VALUE SPACES.              CPYDCMP 
000610 77  WS-COPYBOOK-NAME        PIC X(30) VALUE SPACES.              CPYDCMP 
000620 77  WS-EOF-SW               PIC X(01) VALUE 'N'.                 CPYDCMP 
000630     88  WS-EOF              VALUE 'Y'.                           CPYDCMP 
000640*-------------------------------------------------------------    CPYDCMP 
000650*THE DATA FILES ARE FIXED-LENGTH AND BINARY-CLEAN, SO THEY ARE    CPYDCMP 
000660*READ THROUGH THE CBL_ FILE ROUTINES AS CPYGEN WRITES THEM.       CPYDCMP 
000670*-------------------------------------------------------------    CPYDCMP 
000680 77  WS-F1-FHND              PIC 9(09) COMP-X VALUE 0.            CPYDCMP 
000690 77  WS-F2-FHND              PIC 9(09) COMP-X VALUE 0.            CPYDCMP 
000700 77  WS-F1-OFFSET            PIC 9(18) COMP-X VALUE 0.            CPYDCMP 
000710 77  WS-F2-OFFSET            PIC 9(18) COMP-X VALUE 0.            CPYDCMP 
000720 77  WS-FILE-SIZE            PIC 9(18) COMP-X VALUE 0.            CPYDCMP 
000730 77  WS-DAT-COUNT            PIC 9(09) COMP-X VALUE 0.            CPYDCMP 
000740 77  WS-DAT-FLAGS            PIC 9(02) COMP-X VALUE 0.            CPYDCMP 
000750 77  WS-READ-AMODE           PIC 9(02) COMP-X VALUE 1.            CPYDCMP 
000760 77  WS-DAT-DMODE            PIC 9(02) COMP-X VALUE 0.            CPYDCMP 
000770 77  WS-DAT-DEV              PIC 9(02) COMP-X VALUE 0.            CPYDCMP 
000780 77  WS-SIZE-FLAG            PIC 9(02) COMP-X VALUE 128.          CPYDCMP 
000790 01  WS-F1-BUF               PIC X(4096).                         CPYDCMP 
000800 01  WS-F2-BUF               PIC X(4096).                         CPYDCMP 
000810*-------------------------------------------------------------    CPYDCMP 
000820*COUNTERS, SWITCHES AND EDIT FIELDS                               CPYDCMP 
000830*-------------------------------------------------------------    CPYDCMP 
000840 77  WS-REC-LEN              PIC 9(06) COMP VALUE 0.              CPYDCMP 
000850 77  WS-F1-TOTAL             PIC 9(09) COMP VALUE 0.              CPYDCMP 
000860 77  WS-F2-TOTAL             PIC 9(09) COMP VALUE 0.              CPYDCMP 
000870 77  WS-F1-REC-NO            PIC 9(09) COMP VALUE 0.              CPYDCMP 
000880 77  WS-F2-REC-NO            PIC 9(09) COMP VALUE 0.              CPYDCMP 
000890 77  WS-SHORT-BYTES          PIC 9(06) COMP VALUE 0.              CPYDCMP 
000900 77  WS-F1-EOF-SW            PIC X(01) VALUE 'N'.                 CPYDCMP 
000910     88  WS-F1-EOF           VALUE 'Y'.                           CPYDCMP 
000920 77  WS-F2-EOF-SW            PIC X(01) VALUE 'N'.                 CPYDCMP 
000930     88  WS-F2-EOF           VALUE 'Y'.                           CPYDCMP 
000940 77  WS-SEQ-ERR-SW           PIC X(01) VALUE 'N'.                 CPYDCMP 
000950     88  WS-SEQ-ERR          VALUE 'Y'.                           CPYDCMP 
000960 77  WS-REC-DIFF-SW          PIC X(01) VALUE 'N'.                 CPYDCMP 
000970     88  WS-REC-DIFF         VALUE 'Y'.                           CPYDCMP 
000980 77  WS-MATCHED              PIC 9(09) COMP VALUE 0.              CPYDCMP 
000990 77  WS-CHANGED              PIC 9(09) COMP VALUE 0.              CPYDCMP 
001000 77  WS-ADDED                PIC 9(09) COMP VALUE 0.              CPYDCMP 
001010 77  WS-DELETED              PIC 9(09) COMP VALUE 0.              CPYDCMP 
001020 77  WS-CIX                  PIC 9(04) COMP VALUE 0.              CPYDCMP 
001030 77  WS-SAVE-CIX             PIC 9(04) COMP VALUE 0.              CPYDCMP 
001040 77  WS-KEY-SRC-SW           PIC X(01) VALUE '1'.                 CPYDCMP 
001050 77  WS-KIX                  PIC 9(02) COMP VALUE 0.              CPYDCMP 
001060 77  WS-KEY-PTR              PIC 9(04) COMP VALUE 0.              CPYDCMP 
001070 77  WS-TXT-LEN              PIC 9(04) COMP VALUE 0.              CPYDCMP 
001080 77  WS-VAL-PTR              PIC 9(04) COMP VALUE 0.              CPYDCMP 
001090 77  WS-EDIT-COUNT           PIC Z(08)9.                          CPYDCMP 
001100 77  WS-EDIT-OFF             PIC Z(05)9.                          CPYDCMP 
001110 77  WS-FINAL-RC             PIC 9(02) VALUE 0.                   CPYDCMP 
001120 COPY CPYLAP.                                                     CPYDCMP 
001130 COPY CPYFCP.                                                     CPYDCMP 
001140*-------------------------------------------------------------    CPYDCMP 
001150*THE KEY FIELDS NAMED ON SYSIN, RESOLVED TO LAYOUT COLUMNS, AND   CPYDCMP 
001160*EACH FILE'S CURRENT AND PREVIOUS KEY IMAGE.                      CPYDCMP 
001170*-------------------------------------------------------------    CPYDCMP 
001180 01  WS-KEY-TABLE.                                                CPYDCMP 
001190     05  WS-KEY-COUNT        PIC 9(02) COMP VALUE 0.              CPYDCMP 
001200     05  WS-KEY-ENT OCCURS 5 TIMES.                               CPYDCMP 
001210         10  WS-KEY-NAME     PIC X(30).                           CPYDCMP 
001220         10  WS-KEY-COL      PIC 9(04) COMP.                      CPYDCMP 
001230 01  WS-F1-KEY               PIC X(256) VALUE LOW-VALUES.         CPYDCMP 
001240 01  WS-F2-KEY               PIC X(256) VALUE LOW-VALUES.         CPYDCMP 
001250 01  WS-F1-PREV-KEY          PIC X(256) VALUE LOW-VALUES.         CPYDCMP 
001260 01  WS-F2-PREV-KEY          PIC X(256) VALUE LOW-VALUES.         CPYDCMP 
001270 01  WS-KEY-TEXT             PIC X(100) VALUE SPACES.             CPYDCMP 
001280*-------------------------------------------------------------    CPYDCMP 
001290*PER-COLUMN DIFFERENCE COUNTS, PARALLEL TO LAY-COL.               CPYDCMP 
001300*-------------------------------------------------------------    CPYDCMP 
001310 01  WS-DIFF-TABLE.                                               CPYDCMP 
001320     05  WS-DIFF-COUNT       PIC 9(09) COMP OCCURS 1000 TIMES.    CPYDCMP 
001330*-------------------------------------------------------------    CPYDCMP 
001340*VALUE RENDERING SCRATCH: ONE FIELD'S BYTES, ITS PRINTABLE        CPYDCMP 
001350*VALUE, AND THE HEX IMAGE AS CPYBRWS PRINTS IT.                   CPYDCMP 
001360*-------------------------------------------------------------    CPYDCMP 
001370 01  WS-FLD-BYTES            PIC X(520).                          CPYDCMP 
001380 01  WS-VAL-TEXT             PIC X(44).                           CPYDCMP 
001390 01  WS-HEX-AREA.                                                 CPYDCMP 
001400     05  WS-HEX-DIGITS       PIC X(16) VALUE '0123456789ABCDEF'.  CPYDCMP 
001410     05  WS-HEX-OUT          PIC X(40).                           CPYDCMP 
001420     05  WS-HEX-IX           PIC 9(02) COMP.                      CPYDCMP 
001430     05  WS-HEX-MAX          PIC 9(02) COMP.                      CPYDCMP 
001440     05  WS-HEX-BYTE         PIC 9(03) COMP.                      CPYDCMP 
001450     05  WS-HEX-HI           PIC 9(02) COMP.                      CPYDCMP 
001460     05  WS-HEX-LO           PIC 9(02) COMP.                      CPYDCMP 
001470     05  WS-HEX-PTR          PIC 9(02) COMP.                      CPYDCMP 
001480 PROCEDURE DIVISION.                                              CPYDCMP 
001490*-------------------------------------------------------------    CPYDCMP 
001500*0000-MAINLINE                                                    CPYDCMP 
001510*-------------------------------------------------------------    CPYDCMP 
001520 0000-MAINLINE.                                                   CPYDCMP 
001530     PERFORM 1000-READ-SYSIN-CARDS THRU 1000-EXIT.                CPYDCMP 
001540     IF WS-FILE1-NAME = SPACES OR WS-FILE2-NAME = SPACES          CPYDCMP 
001550         OR WS-COPYBOOK-NAME = SPACES                             CPYDCMP 
001560         DISPLAY 'CPYDCMP - FILE1, FILE2 AND COPYBOOK CARDS '     CPYDCMP 
001570             'REQUIRED'                                           CPYDCMP 
001580         MOVE 12 TO RETURN-CODE                                   CPYDCMP 
001590         GOBACK                                                   CPYDCMP 
001600     END-IF.                                                      CPYDCMP 
001610     INITIALIZE WS-DIFF-TABLE.                                    CPYDCMP 
001620     PERFORM 2000-LOAD-LAYOUT THRU 2000-EXIT.                     CPYDCMP 
001630     IF WS-FINAL-RC = 12                                          CPYDCMP 
001640         MOVE 12 TO RETURN-CODE                                   CPYDCMP 
001650         GOBACK                                                   CPYDCMP 
001660     END-IF.                                                      CPYDCMP 
001670     PERFORM 2500-OPEN-DATA-FILES THRU 2500-EXIT.                 CPYDCMP 
001680     IF WS-FINAL-RC = 12                                          CPYDCMP 
001690         MOVE 12 TO RETURN-CODE                                   CPYDCMP 
001700         GOBACK                                                   CPYDCMP 
001710     END-IF.                                                      CPYDCMP 
001720     OPEN OUTPUT RPT-FILE.                                        CPYDCMP 
001730     PERFORM 3000-PRINT-HEADING THRU 3000-EXIT.                   CPYDCMP 
001740     PERFORM 4100-READ-FILE1 THRU 4100-EXIT.                      CPYDCMP 
001750     PERFORM 4200-READ-FILE2 THRU 4200-EXIT.                      CPYDCMP 
001760     PERFORM 4000-MATCH-ONE-STEP THRU 4000-EXIT                   CPYDCMP 
001770         UNTIL (WS-F1-EOF AND WS-F2-EOF) OR WS-SEQ-ERR.           CPYDCMP 
001780     CALL 'CBL_CLOSE_FILE' USING WS-F1-FHND.                      CPYDCMP 
001790     CALL 'CBL_CLOSE_FILE' USING WS-F2-FHND.                      CPYDCMP 
001800     PERFORM 7000-PRINT-SUMMARY THRU 7000-EXIT.                   CPYDCMP 
001810     CLOSE RPT-FILE.                                              CPYDCMP 
001820     MOVE WS-CHANGED TO WS-EDIT-COUNT.                            CPYDCMP 
001830     DISPLAY 'CPYDCMP ' WS-EDIT-COUNT ' CHANGED RECORD(S)'.       CPYDCMP 
001840     MOVE WS-FINAL-RC TO RETURN-CODE.                             CPYDCMP 
001850     GOBACK.                                                      CPYDCMP 
001860*                                                                 CPYDCMP 
001870 1000-READ-SYSIN-CARDS.                                           CPYDCMP 
001880     OPEN INPUT PARM-FILE.                                        CPYDCMP 
001890     IF WS-PARM-FILE-STATUS NOT = '00'                            CPYDCMP 
001900         GO TO 1000-EXIT.                                         CPYDCMP 
001910     MOVE 'N' TO WS-EOF-SW.                                       CPYDCMP 
001920     PERFORM 1100-READ-ONE-CARD THRU 1100-EXIT UNTIL WS-EOF.      CPYDCMP 
001930     CLOSE PARM-FILE.                                             CPYDCMP 
001940     MOVE 'N' TO WS-EOF-SW.                                       CPYDCMP 
001950 1000-EXIT.                                                       CPYDCMP 
001960     EXIT.                                                        CPYDCMP 
001970*                                                                 CPYDCMP 
001980 1100-READ-ONE-CARD.                                              CPYDCMP 
001990     READ PARM-FILE INTO WS-PARM-FILE-REC                         CPYDCMP 
002000         AT END MOVE 'Y' TO WS-EOF-SW                             CPYDCMP 
002010     END-READ.                                                    CPYDCMP 
002020     IF WS-EOF                                                    CPYDCMP 
002030         GO TO 1100-EXIT.                                         CPYDCMP 
002040     IF WS-PARM-FILE-REC(1:1) = '*'                               CPYDCMP 
002050         OR WS-PARM-FILE-REC = SPACES                             CPYDCMP 
002060         GO TO 1100-EXIT.                                         CPYDCMP 
002070     EVALUATE WS-PARM-FILE-REC(1:8)                               CPYDCMP 
002080         WHEN 'FILE1   '                                          CPYDCMP 
002090             MOVE WS-PARM-FILE-REC(10:60) TO WS-FILE1-NAME        CPYDCMP 
002100         WHEN 'FILE2   '                                          CPYDCMP 
002110             MOVE WS-PARM-FILE-REC(10:60) TO WS-FILE2-NAME        CPYDCMP 
002120         WHEN 'COPYBOOK'                                          CPYDCMP 
002130             MOVE WS-PARM-FILE-REC(10:30) TO WS-COPYBOOK-NAME     CPYDCMP 
002140         WHEN 'KEY     '                                          CPYDCMP 
002150             IF WS-KEY-COUNT < 5                                  CPYDCMP 
002160                 ADD 1 TO WS-KEY-COUNT                            CPYDCMP 
002170                 MOVE WS-PARM-FILE-REC(10:30)                     CPYDCMP 
002180                     TO WS-KEY-NAME(WS-KEY-COUNT)                 CPYDCMP 
002190                 MOVE 0 TO WS-KEY-COL(WS-KEY-COUNT)               CPYDCMP 
002200             ELSE                                                 CPYDCMP 
002210                 DISPLAY 'CPYDCMP - MORE THAN 5 KEY CARDS - '     CPYDCMP 
002220                     'EXTRA IGNORED'                              CPYDCMP 
002230             END-IF                                               CPYDCMP 
002240         WHEN OTHER                                               CPYDCMP 
002250             DISPLAY 'CPYDCMP - CARD IGNORED: '                   CPYDCMP 
002260                 WS-PARM-FILE-REC(1:8)                            CPYDCMP 
002270     END-EVALUATE.                                                CPYDCMP 
002280 1100-EXIT.                                                       CPYDCMP 
002290     EXIT.                                                        CPYDCMP 
002300*                                                                 CPYDCMP 
002310*-------------------------------------------------------------    CPYDCMP 
002320*2000-LOAD-LAYOUT - BASE VIEW, OCCURS FLATTENED, NO GROUPS:       CPYDCMP 
002330*EVERY ELEMENTARY BYTE OF THE RECORD IS IN EXACTLY ONE COLUMN.    CPYDCMP 
002340*-------------------------------------------------------------    CPYDCMP 
002350 2000-LOAD-LAYOUT.                                                CPYDCMP 
002360     MOVE WS-COPYBOOK-NAME TO LAY-COPYBOOK-NAME.                  CPYDCMP 
002370     MOVE SPACES TO LAY-LIBRARY-DIR LAY-VIEW-MODE                 CPYDCMP 
002380         LAY-GROUPS-SW LAY-EXPAND-SW.                             CPYDCMP 
002390     MOVE 0 TO LAY-VIEW-COUNT.                                    CPYDCMP 
002400     CALL 'CPYLAYO' USING CPYLAYO-PARMS.                          CPYDCMP 
002410     IF LAY-NOT-FOUND OR LAY-COL-COUNT = 0                        CPYDCMP 
002420         DISPLAY 'CPYDCMP - COPYBOOK NOT FOUND - '                CPYDCMP 
002430             WS-COPYBOOK-NAME                                     CPYDCMP 
002440         MOVE 12 TO WS-FINAL-RC                                   CPYDCMP 
002450         GO TO 2000-EXIT.                                         CPYDCMP 
002460     IF LAY-TABLE-FULL                                            CPYDCMP 
002470         DISPLAY 'CPYDCMP - LAYOUT TOO LARGE - '                  CPYDCMP 
002480             WS-COPYBOOK-NAME                                     CPYDCMP 
002490         MOVE 12 TO WS-FINAL-RC                                   CPYDCMP 
002500         GO TO 2000-EXIT.                                         CPYDCMP 
002510     MOVE LAY-RECORD-LEN TO WS-REC-LEN.                           CPYDCMP 
002520     IF WS-REC-LEN > 4096                                         CPYDCMP 
002530         DISPLAY 'CPYDCMP - RECORD LONGER THAN 4096 BYTES - '     CPYDCMP 
002540             WS-COPYBOOK-NAME                                     CPYDCMP 
002550         MOVE 12 TO WS-FINAL-RC                                   CPYDCMP 
002560         GO TO 2000-EXIT.                                         CPYDCMP 
002570     PERFORM 2100-RESOLVE-ONE-KEY THRU 2100-EXIT                  CPYDCMP 
002580         VARYING WS-KIX FROM 1 BY 1                               CPYDCMP 
002590         UNTIL WS-KIX > WS-KEY-COUNT.                             CPYDCMP 
002600 2000-EXIT.                                                       CPYDCMP 
002610     EXIT.                                                        CPYDCMP 
002620*                                                                 CPYDCMP 
002630 2100-RESOLVE-ONE-KEY.                                            CPYDCMP 
002640     PERFORM 2110-TEST-ONE-COLUMN THRU 2110-EXIT                  CPYDCMP 
002650         VARYING LAY-IX FROM 1 BY 1                               CPYDCMP 
002660         UNTIL LAY-IX > LAY-COL-COUNT                             CPYDCMP 
002670            OR WS-KEY-COL(WS-KIX) > 0.                            CPYDCMP 
002680     IF WS-KEY-COL(WS-KIX) = 0                                    CPYDCMP 
002690         DISPLAY 'CPYDCMP - KEY FIELD NOT IN LAYOUT - '           CPYDCMP 
002700             WS-KEY-NAME(WS-KIX)                                  CPYDCMP 
002710         MOVE 12 TO WS-FINAL-RC                                   CPYDCMP 
002720     END-IF.                                                      CPYDCMP 
002730 2100-EXIT.                                                       CPYDCMP 
002740     EXIT.                                                        CPYDCMP 
002750*                                                                 CPYDCMP 
002760 2110-TEST-ONE-COLUMN.                                            CPYDCMP 
002770     IF LAY-COL-NAME(LAY-IX) = WS-KEY-NAME(WS-KIX)                CPYDCMP 
002780         SET WS-KEY-COL(WS-KIX) TO LAY-IX                         CPYDCMP 
002790     END-IF.                                                      CPYDCMP 
002800 2110-EXIT.                                                       CPYDCMP 
002810     EXIT.                                                        CPYDCMP 
002820*                                                                 CPYDCMP 
002830 2500-OPEN-DATA-FILES.                                            CPYDCMP 
002840     CALL 'CBL_OPEN_FILE' USING WS-FILE1-NAME                     CPYDCMP 
002850         WS-READ-AMODE WS-DAT-DMODE WS-DAT-DEV WS-F1-FHND.        CPYDCMP 
002860     IF RETURN-CODE NOT = 0                                       CPYDCMP 
002870         DISPLAY 'CPYDCMP - DATA FILE NOT READABLE - '            CPYDCMP 
002880             WS-FILE1-NAME(1:40)                                  CPYDCMP 
002890         MOVE 12 TO WS-FINAL-RC                                   CPYDCMP 
002900         GO TO 2500-EXIT.                                         CPYDCMP 
002910     CALL 'CBL_OPEN_FILE' USING WS-FILE2-NAME                     CPYDCMP 
002920         WS-READ-AMODE WS-DAT-DMODE WS-DAT-DEV WS-F2-FHND.        CPYDCMP 
002930     IF RETURN-CODE NOT = 0                                       CPYDCMP 
002940         DISPLAY 'CPYDCMP - DATA FILE NOT READABLE - '            CPYDCMP 
002950             WS-FILE2-NAME(1:40)                                  CPYDCMP 
002960         CALL 'CBL_CLOSE_FILE' USING WS-F1-FHND                   CPYDCMP 
002970         MOVE 12 TO WS-FINAL-RC                                   CPYDCMP 
002980         GO TO 2500-EXIT.                                         CPYDCMP 
002990     MOVE 0 TO WS-FILE-SIZE.                                      CPYDCMP 
003000     CALL 'CBL_READ_FILE' USING WS-F1-FHND WS-FILE-SIZE           CPYDCMP 
003010         WS-DAT-COUNT WS-SIZE-FLAG WS-F1-BUF.                     CPYDCMP 
003020     DIVIDE WS-FILE-SIZE BY WS-REC-LEN GIVING WS-F1-TOTAL         CPYDCMP 
003030         REMAINDER WS-SHORT-BYTES.                                CPYDCMP 
003040     IF WS-SHORT-BYTES > 0                                        CPYDCMP 
003050         DISPLAY 'CPYDCMP - FILE1 ENDS IN A SHORT RECORD - '      CPYDCMP 
003060             'NOT COMPARED'                                       CPYDCMP 
003070     END-IF.                                                      CPYDCMP 
003080     MOVE 0 TO WS-FILE-SIZE.                                      CPYDCMP 
003090     CALL 'CBL_READ_FILE' USING WS-F2-FHND WS-FILE-SIZE           CPYDCMP 
003100         WS-DAT-COUNT WS-SIZE-FLAG WS-F2-BUF.                     CPYDCMP 
003110     DIVIDE WS-FILE-SIZE BY WS-REC-LEN GIVING WS-F2-TOTAL         CPYDCMP 
003120         REMAINDER WS-SHORT-BYTES.                                CPYDCMP 
003130     IF WS-SHORT-BYTES > 0                                        CPYDCMP 
003140         DISPLAY 'CPYDCMP - FILE2 ENDS IN A SHORT RECORD - '      CPYDCMP 
003150             'NOT COMPARED'                                       CPYDCMP 
003160     END-IF.                                                      CPYDCMP 
003170     MOVE 0 TO WS-F1-OFFSET WS-F2-OFFSET.                         CPYDCMP 
003180 2500-EXIT.                                                       CPYDCMP 
003190     EXIT.                                                        CPYDCMP 
003200*                                                                 CPYDCMP 
003210 3000-PRINT-HEADING.                                              CPYDCMP 
003220     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYDCMP 
003230     STRING 'CPYDCMP FIELD-LEVEL DATA COMPARE UNDER '             CPYDCMP 
003240         DELIMITED BY SIZE                                        CPYDCMP 
003250         WS-COPYBOOK-NAME DELIMITED BY SPACE                      CPYDCMP 
003260         ' (' DELIMITED BY SIZE                                   CPYDCMP 
003270         LAY-MEMBER-PATH DELIMITED BY SPACE                       CPYDCMP 
003280         ')' DELIMITED BY SIZE                                    CPYDCMP 
003290         INTO WS-RPT-FILE-REC                                     CPYDCMP 
003300     END-STRING.                                                  CPYDCMP 
003310     WRITE WS-RPT-FILE-REC.                                       CPYDCMP 
003320     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYDCMP 
003330     STRING 'FILE1 ' DELIMITED BY SIZE                            CPYDCMP 
003340         WS-FILE1-NAME DELIMITED BY SPACE                         CPYDCMP 
003350         INTO WS-RPT-FILE-REC                                     CPYDCMP 
003360     END-STRING.                                                  CPYDCMP 
003370     WRITE WS-RPT-FILE-REC.                                       CPYDCMP 
003380     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYDCMP 
003390     STRING 'FILE2 ' DELIMITED BY SIZE                            CPYDCMP 
003400         WS-FILE2-NAME DELIMITED BY SPACE                         CPYDCMP 
003410         INTO WS-RPT-FILE-REC                                     CPYDCMP 
003420     END-STRING.                                                  CPYDCMP 
003430     WRITE WS-RPT-FILE-REC.                                       CPYDCMP 
003440     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYDCMP 
003450     IF WS-KEY-COUNT = 0                                          CPYDCMP 
003460         MOVE 'MATCHED BY RECORD POSITION' TO WS-RPT-FILE-REC     CPYDCMP 
003470     ELSE                                                         CPYDCMP 
003480         MOVE 'MATCHED BY KEY:' TO WS-RPT-FILE-REC                CPYDCMP 
003490         MOVE 17 TO WS-KEY-PTR                                    CPYDCMP 
003500         PERFORM 3010-LIST-ONE-KEY-NAME THRU 3010-EXIT            CPYDCMP 
003510             VARYING WS-KIX FROM 1 BY 1                           CPYDCMP 
003520             UNTIL WS-KIX > WS-KEY-COUNT                          CPYDCMP 
003530     END-IF.                                                      CPYDCMP 
003540     WRITE WS-RPT-FILE-REC.                                       CPYDCMP 
003550     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYDCMP 
003560     WRITE WS-RPT-FILE-REC.                                       CPYDCMP 
003570     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYDCMP 
003580     MOVE 'FIELD' TO WS-RPT-FILE-REC(5:5).                        CPYDCMP 
003590     MOVE 'OFFSET' TO WS-RPT-FILE-REC(36:6).                      CPYDCMP 
003600     MOVE 'FILE1 VALUE' TO WS-RPT-FILE-REC(43:11).                CPYDCMP 
003610     MOVE 'FILE2 VALUE' TO WS-RPT-FILE-REC(88:11).                CPYDCMP 
003620     WRITE WS-RPT-FILE-REC.                                       CPYDCMP 
003630 3000-EXIT.                                                       CPYDCMP 
003640     EXIT.                                                        CPYDCMP 
003650*                                                                 CPYDCMP 
003660 3010-LIST-ONE-KEY-NAME.                                          CPYDCMP 
003670     STRING WS-KEY-NAME(WS-KIX) DELIMITED BY SPACE                CPYDCMP 
003680         ' ' DELIMITED BY SIZE                                    CPYDCMP 
003690         INTO WS-RPT-FILE-REC                                     CPYDCMP 
003700         WITH POINTER WS-KEY-PTR                                  CPYDCMP 
003710     END-STRING.                                                  CPYDCMP 
003720 3010-EXIT.                                                       CPYDCMP 
003730     EXIT.                                                        CPYDCMP 
003740*                                                                 CPYDCMP 
003750*-------------------------------------------------------------    CPYDCMP 
003760*4000-MATCH-ONE-STEP - THE BALANCE-LINE MATCH.  WITHOUT KEYS      CPYDCMP 
003770*BOTH KEYS STAY LOW-VALUES, SO RECORDS PAIR UP BY POSITION AND    CPYDCMP 
003780*THE LONGER FILE'S TAIL FALLS OUT AS ADDED OR DELETED.            CPYDCMP 
003790*-------------------------------------------------------------    CPYDCMP 
003800 4000-MATCH-ONE-STEP.                                             CPYDCMP 
003810     EVALUATE TRUE                                                CPYDCMP 
003820         WHEN WS-F1-EOF                                           CPYDCMP 
003830             PERFORM 5200-REPORT-ADDED THRU 5200-EXIT             CPYDCMP 
003840             PERFORM 4200-READ-FILE2 THRU 4200-EXIT               CPYDCMP 
003850         WHEN WS-F2-EOF                                           CPYDCMP 
003860             PERFORM 5300-REPORT-DELETED THRU 5300-EXIT           CPYDCMP 
003870             PERFORM 4100-READ-FILE1 THRU 4100-EXIT               CPYDCMP 
003880         WHEN WS-F1-KEY < WS-F2-KEY                               CPYDCMP 
003890             PERFORM 5300-REPORT-DELETED THRU 5300-EXIT           CPYDCMP 
003900             PERFORM 4100-READ-FILE1 THRU 4100-EXIT               CPYDCMP 
003910         WHEN WS-F1-KEY > WS-F2-KEY                               CPYDCMP 
003920             PERFORM 5200-REPORT-ADDED THRU 5200-EXIT             CPYDCMP 
003930             PERFORM 4200-READ-FILE2 THRU 4200-EXIT               CPYDCMP 
003940         WHEN OTHER                                               CPYDCMP 
003950             PERFORM 5000-COMPARE-MATCHED-PAIR THRU 5000-EXIT     CPYDCMP 
003960             PERFORM 4100-READ-FILE1 THRU 4100-EXIT               CPYDCMP 
003970             PERFORM 4200-READ-FILE2 THRU 4200-EXIT               CPYDCMP 
003980     END-EVALUATE.                                                CPYDCMP 
003990 4000-EXIT.                                                       CPYDCMP 
004000     EXIT.                                                        CPYDCMP 
004010*                                                                 CPYDCMP 
004020 4100-READ-FILE1.                                                 CPYDCMP 
004030     IF WS-F1-REC-NO NOT < WS-F1-TOTAL                            CPYDCMP 
004040         MOVE 'Y' TO WS-F1-EOF-SW                                 CPYDCMP 
004050         GO TO 4100-EXIT.                                         CPYDCMP 
004060     MOVE WS-REC-LEN TO WS-DAT-COUNT.                             CPYDCMP 
004070     MOVE 0 TO WS-DAT-FLAGS.                                      CPYDCMP 
004080     CALL 'CBL_READ_FILE' USING WS-F1-FHND WS-F1-OFFSET           CPYDCMP 
004090         WS-DAT-COUNT WS-DAT-FLAGS WS-F1-BUF.                     CPYDCMP 
004100     ADD WS-REC-LEN TO WS-F1-OFFSET.                              CPYDCMP 
004110     ADD 1 TO WS-F1-REC-NO.                                       CPYDCMP 
004120     IF WS-KEY-COUNT = 0                                          CPYDCMP 
004130         GO TO 4100-EXIT.                                         CPYDCMP 
004140     MOVE WS-F1-KEY TO WS-F1-PREV-KEY.                            CPYDCMP 
004150     MOVE LOW-VALUES TO WS-F1-KEY.                                CPYDCMP 
004160     MOVE 1 TO WS-KEY-PTR.                                        CPYDCMP 
004170     PERFORM 4110-ADD-ONE-KEY-FIELD THRU 4110-EXIT                CPYDCMP 
004180         VARYING WS-KIX FROM 1 BY 1                               CPYDCMP 
004190         UNTIL WS-KIX > WS-KEY-COUNT.                             CPYDCMP 
004200     IF WS-F1-KEY < WS-F1-PREV-KEY                                CPYDCMP 
004210         MOVE WS-F1-REC-NO TO WS-EDIT-COUNT                       CPYDCMP 
004220         DISPLAY 'CPYDCMP - FILE1 OUT OF KEY SEQUENCE AT '        CPYDCMP 
004230             'RECORD ' WS-EDIT-COUNT                              CPYDCMP 
004240         MOVE 'Y' TO WS-SEQ-ERR-SW                                CPYDCMP 
004250     END-IF.                                                      CPYDCMP 
004260 4100-EXIT.                                                       CPYDCMP 
004270     EXIT.                                                        CPYDCMP 
004280*                                                                 CPYDCMP 
004290 4110-ADD-ONE-KEY-FIELD.                                          CPYDCMP 
004300     MOVE WS-KEY-COL(WS-KIX) TO WS-CIX.                           CPYDCMP 
004310     IF WS-KEY-PTR + LAY-COL-LEN(WS-CIX) > 257                    CPYDCMP 
004320         GO TO 4110-EXIT.                                         CPYDCMP 
004330     MOVE WS-F1-BUF(LAY-COL-OFF(WS-CIX) + 1:LAY-COL-LEN(WS-CIX))  CPYDCMP 
004340         TO WS-F1-KEY(WS-KEY-PTR:LAY-COL-LEN(WS-CIX)).            CPYDCMP 
004350     ADD LAY-COL-LEN(WS-CIX) TO WS-KEY-PTR.                       CPYDCMP 
004360 4110-EXIT.                                                       CPYDCMP 
004370     EXIT.                                                        CPYDCMP 
004380*                                                                 CPYDCMP 
004390 4200-READ-FILE2.                                                 CPYDCMP 
004400     IF WS-F2-REC-NO NOT < WS-F2-TOTAL                            CPYDCMP 
004410         MOVE 'Y' TO WS-F2-EOF-SW                                 CPYDCMP 
004420         GO TO 4200-EXIT.                                         CPYDCMP 
004430     MOVE WS-REC-LEN TO WS-DAT-COUNT.                             CPYDCMP 
004440     MOVE 0 TO WS-DAT-FLAGS.                                      CPYDCMP 
004450     CALL 'CBL_READ_FILE' USING WS-F2-FHND WS-F2-OFFSET           CPYDCMP 
004460         WS-DAT-COUNT WS-DAT-FLAGS WS-F2-BUF.                     CPYDCMP 
004470     ADD WS-REC-LEN TO WS-F2-OFFSET.                              CPYDCMP 
004480     ADD 1 TO WS-F2-REC-NO.                                       CPYDCMP 
004490     IF WS-KEY-COUNT = 0                                          CPYDCMP 
004500         GO TO 4200-EXIT.                                         CPYDCMP 
004510     MOVE WS-F2-KEY TO WS-F2-PREV-KEY.                            CPYDCMP 
004520     MOVE LOW-VALUES TO WS-F2-KEY.                                CPYDCMP 
004530     MOVE 1 TO WS-KEY-PTR.                                        CPYDCMP 
004540     PERFORM 4210-ADD-ONE-KEY-FIELD THRU 4210-EXIT                CPYDCMP 
004550         VARYING WS-KIX FROM 1 BY 1                               CPYDCMP 
004560         UNTIL WS-KIX > WS-KEY-COUNT.                             CPYDCMP 
004570     IF WS-F2-KEY < WS-F2-PREV-KEY                                CPYDCMP 
004580         MOVE WS-F2-REC-NO TO WS-EDIT-COUNT                       CPYDCMP 
004590         DISPLAY 'CPYDCMP - FILE2 OUT OF KEY SEQUENCE AT '        CPYDCMP 
004600             'RECORD ' WS-EDIT-COUNT                              CPYDCMP 
004610         MOVE 'Y' TO WS-SEQ-ERR-SW                                CPYDCMP 
004620     END-IF.                                                      CPYDCMP 
004630 4200-EXIT.                                                       CPYDCMP 
004640     EXIT.                                                        CPYDCMP 
004650*                                                                 CPYDCMP 
004660 4210-ADD-ONE-KEY-FIELD.                                          CPYDCMP 
004670     MOVE WS-KEY-COL(WS-KIX) TO WS-CIX.                           CPYDCMP 
004680     IF WS-KEY-PTR + LAY-COL-LEN(WS-CIX) > 257                    CPYDCMP 
004690         GO TO 4210-EXIT.                                         CPYDCMP 
004700     MOVE WS-F2-BUF(LAY-COL-OFF(WS-CIX) + 1:LAY-COL-LEN(WS-CIX))  CPYDCMP 
004710         TO WS-F2-KEY(WS-KEY-PTR:LAY-COL-LEN(WS-CIX)).            CPYDCMP 
004720     ADD LAY-COL-LEN(WS-CIX) TO WS-KEY-PTR.                       CPYDCMP 
004730 4210-EXIT.                                                       CPYDCMP 
004740     EXIT.                                                        CPYDCMP 
004750*                                                                 CPYDCMP 
004760*-------------------------------------------------------------    CPYDCMP 
004770*5000-COMPARE-MATCHED-PAIR - FIELD BY FIELD.  THE RECORD LINE     CPYDCMP 
004780*PRINTS ONLY WHEN THE FIRST DIFFERENCE IS FOUND.                  CPYDCMP 
004790*-------------------------------------------------------------    CPYDCMP 
004800 5000-COMPARE-MATCHED-PAIR.                                       CPYDCMP 
004810     ADD 1 TO WS-MATCHED.                                         CPYDCMP 
004820     IF WS-F1-BUF(1:WS-REC-LEN) = WS-F2-BUF(1:WS-REC-LEN)         CPYDCMP 
004830         GO TO 5000-EXIT.                                         CPYDCMP 
004840     MOVE 'N' TO WS-REC-DIFF-SW.                                  CPYDCMP 
004850     PERFORM 5100-COMPARE-ONE-FIELD THRU 5100-EXIT                CPYDCMP 
004860         VARYING WS-CIX FROM 1 BY 1                               CPYDCMP 
004870         UNTIL WS-CIX > LAY-COL-COUNT.                            CPYDCMP 
004880     IF WS-REC-DIFF                                               CPYDCMP 
004890         ADD 1 TO WS-CHANGED                                      CPYDCMP 
004900     END-IF.                                                      CPYDCMP 
004910 5000-EXIT.                                                       CPYDCMP 
004920     EXIT.                                                        CPYDCMP 
004930*                                                                 CPYDCMP 
004940 5100-COMPARE-ONE-FIELD.                                          CPYDCMP 
004950     IF LAY-COL-LEN(WS-CIX) = 0                                   CPYDCMP 
004960         GO TO 5100-EXIT.                                         CPYDCMP 
004970     IF WS-F1-BUF(LAY-COL-OFF(WS-CIX) + 1:LAY-COL-LEN(WS-CIX))    CPYDCMP 
004980         = WS-F2-BUF(LAY-COL-OFF(WS-CIX) + 1:LAY-COL-LEN(WS-CIX)) CPYDCMP 
004990         GO TO 5100-EXIT.                                         CPYDCMP 
005000     IF NOT WS-REC-DIFF                                           CPYDCMP 
005010         MOVE 'Y' TO WS-REC-DIFF-SW                               CPYDCMP 
005020         PERFORM 5400-PRINT-RECORD-LINE THRU 5400-EXIT            CPYDCMP 
005030     END-IF.                                                      CPYDCMP 
005040     ADD 1 TO WS-DIFF-COUNT(WS-CIX).                              CPYDCMP 
005050     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYDCMP 
005060     MOVE LAY-COL-NAME(WS-CIX) TO WS-RPT-FILE-REC(5:30).          CPYDCMP 
005070     MOVE LAY-COL-OFF(WS-CIX) TO WS-EDIT-OFF.                     CPYDCMP 
005080     MOVE WS-EDIT-OFF TO WS-RPT-FILE-REC(36:6).                   CPYDCMP 
005090     MOVE WS-F1-BUF(LAY-COL-OFF(WS-CIX) + 1:LAY-COL-LEN(WS-CIX))  CPYDCMP 
005100         TO WS-FLD-BYTES.                                         CPYDCMP 
005110     PERFORM 6000-RENDER-VALUE THRU 6000-EXIT.                    CPYDCMP 
005120     MOVE WS-VAL-TEXT TO WS-RPT-FILE-REC(43:44).                  CPYDCMP 
005130     MOVE WS-F2-BUF(LAY-COL-OFF(WS-CIX) + 1:LAY-COL-LEN(WS-CIX))  CPYDCMP 
005140         TO WS-FLD-BYTES.                                         CPYDCMP 
005150     PERFORM 6000-RENDER-VALUE THRU 6000-EXIT.                    CPYDCMP 
005160     MOVE WS-VAL-TEXT TO WS-RPT-FILE-REC(88:44).                  CPYDCMP 
005170     WRITE WS-RPT-FILE-REC.                                       CPYDCMP 
005180 5100-EXIT.                                                       CPYDCMP 
005190     EXIT.                                                        CPYDCMP 
005200*                                                                 CPYDCMP 
005210 5200-REPORT-ADDED.                                               CPYDCMP 
005220     ADD 1 TO WS-ADDED.                                           CPYDCMP 
005230     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYDCMP 
005240     WRITE WS-RPT-FILE-REC.                                       CPYDCMP 
005250     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYDCMP 
005260     MOVE 'ADDED   FILE2 RECORD' TO WS-RPT-FILE-REC(1:20).        CPYDCMP 
005270     MOVE WS-F2-REC-NO TO WS-EDIT-COUNT.                          CPYDCMP 
005280     MOVE WS-EDIT-COUNT TO WS-RPT-FILE-REC(22:9).                 CPYDCMP 
005290     IF WS-KEY-COUNT > 0                                          CPYDCMP 
005300         MOVE '2' TO WS-KEY-SRC-SW                                CPYDCMP 
005310         PERFORM 5500-BUILD-KEY-TEXT THRU 5500-EXIT               CPYDCMP 
005320         MOVE 'KEY' TO WS-RPT-FILE-REC(33:3)                      CPYDCMP 
005330         MOVE WS-KEY-TEXT TO WS-RPT-FILE-REC(37:95)               CPYDCMP 
005340     END-IF.                                                      CPYDCMP 
005350     WRITE WS-RPT-FILE-REC.                                       CPYDCMP 
005360 5200-EXIT.                                                       CPYDCMP 
005370     EXIT.                                                        CPYDCMP 
005380*                                                                 CPYDCMP 
005390 5300-REPORT-DELETED.                                             CPYDCMP 
005400     ADD 1 TO WS-DELETED.                                         CPYDCMP 
005410     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYDCMP 
005420     WRITE WS-RPT-FILE-REC.                                       CPYDCMP 
005430     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYDCMP 
005440     MOVE 'DELETED FILE1 RECORD' TO WS-RPT-FILE-REC(1:20).        CPYDCMP 
005450     MOVE WS-F1-REC-NO TO WS-EDIT-COUNT.                          CPYDCMP 
005460     MOVE WS-EDIT-COUNT TO WS-RPT-FILE-REC(22:9).                 CPYDCMP 
005470     IF WS-KEY-COUNT > 0                                          CPYDCMP 
005480         MOVE '1' TO WS-KEY-SRC-SW                                CPYDCMP 
005490         PERFORM 5500-BUILD-KEY-TEXT THRU 5500-EXIT               CPYDCMP 
005500         MOVE 'KEY' TO WS-RPT-FILE-REC(33:3)                      CPYDCMP 
005510         MOVE WS-KEY-TEXT TO WS-RPT-FILE-REC(37:95)               CPYDCMP 
005520     END-IF.                                                      CPYDCMP 
005530     WRITE WS-RPT-FILE-REC.                                       CPYDCMP 
005540 5300-EXIT.                                                       CPYDCMP 
005550     EXIT.                                                        CPYDCMP 
005560*                                                                 CPYDCMP 
005570 5400-PRINT-RECORD-LINE.                                          CPYDCMP 
005580     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYDCMP 
005590     WRITE WS-RPT-FILE-REC.                                       CPYDCMP 
005600     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYDCMP 
005610     MOVE 'CHANGED FILE1 RECORD' TO WS-RPT-FILE-REC(1:20).        CPYDCMP 
005620     MOVE WS-F1-REC-NO TO WS-EDIT-COUNT.                          CPYDCMP 
005630     MOVE WS-EDIT-COUNT TO WS-RPT-FILE-REC(22:9).                 CPYDCMP 
005640     MOVE 'FILE2 RECORD' TO WS-RPT-FILE-REC(33:12).               CPYDCMP 
005650     MOVE WS-F2-REC-NO TO WS-EDIT-COUNT.                          CPYDCMP 
005660     MOVE WS-EDIT-COUNT TO WS-RPT-FILE-REC(46:9).                 CPYDCMP 
005670     IF WS-KEY-COUNT > 0                                          CPYDCMP 
005680         MOVE '1' TO WS-KEY-SRC-SW                                CPYDCMP 
005690         PERFORM 5500-BUILD-KEY-TEXT THRU 5500-EXIT               CPYDCMP 
005700         MOVE 'KEY' TO WS-RPT-FILE-REC(57:3)                      CPYDCMP 
005710         MOVE WS-KEY-TEXT(1:71) TO WS-RPT-FILE-REC(61:71)         CPYDCMP 
005720     END-IF.                                                      CPYDCMP 
005730     WRITE WS-RPT-FILE-REC.                                       CPYDCMP 
005740 5400-EXIT.                                                       CPYDCMP 
005750     EXIT.                                                        CPYDCMP 
005760*                                                                 CPYDCMP 
005770*-------------------------------------------------------------    CPYDCMP 
005780*5500-BUILD-KEY-TEXT - THE KEY FIELDS OF THE FILE1 OR FILE2       CPYDCMP 
005790*RECORD, RENDERED AS VALUES AND SEPARATED BY SLASHES.             CPYDCMP 
005800*-------------------------------------------------------------    CPYDCMP 
005810 5500-BUILD-KEY-TEXT.                                             CPYDCMP 
005820     MOVE SPACES TO WS-KEY-TEXT.                                  CPYDCMP 
005830     MOVE 1 TO WS-KEY-PTR.                                        CPYDCMP 
005840     PERFORM 5510-RENDER-ONE-KEY-FIELD THRU 5510-EXIT             CPYDCMP 
005850         VARYING WS-KIX FROM 1 BY 1                               CPYDCMP 
005860         UNTIL WS-KIX > WS-KEY-COUNT.                             CPYDCMP 
005870 5500-EXIT.                                                       CPYDCMP 
005880     EXIT.                                                        CPYDCMP 
005890*                                                                 CPYDCMP 
005900 5510-RENDER-ONE-KEY-FIELD.                                       CPYDCMP 
005910     MOVE WS-CIX TO WS-SAVE-CIX.                                  CPYDCMP 
005920     MOVE WS-KEY-COL(WS-KIX) TO WS-CIX.                           CPYDCMP 
005930     IF WS-KEY-SRC-SW = '2'                                       CPYDCMP 
005940         MOVE WS-F2-BUF                                           CPYDCMP 
005950             (LAY-COL-OFF(WS-CIX) + 1:LAY-COL-LEN(WS-CIX))        CPYDCMP 
005960             TO WS-FLD-BYTES                                      CPYDCMP 
005970     ELSE                                                         CPYDCMP 
005980         MOVE WS-F1-BUF                                           CPYDCMP 
005990             (LAY-COL-OFF(WS-CIX) + 1:LAY-COL-LEN(WS-CIX))        CPYDCMP 
006000             TO WS-FLD-BYTES                                      CPYDCMP 
006010     END-IF.                                                      CPYDCMP 
006020     PERFORM 6000-RENDER-VALUE THRU 6000-EXIT.                    CPYDCMP 
006030     MOVE WS-SAVE-CIX TO WS-CIX.                                  CPYDCMP 
006040     IF WS-KIX > 1 AND WS-KEY-PTR < 100                           CPYDCMP 
006050         STRING '/' DELIMITED BY SIZE                             CPYDCMP 
006060             INTO WS-KEY-TEXT WITH POINTER WS-KEY-PTR             CPYDCMP 
006070         END-STRING                                               CPYDCMP 
006080     END-IF.                                                      CPYDCMP 
006090     MOVE 0 TO WS-TXT-LEN.                                        CPYDCMP 
006100     INSPECT WS-VAL-TEXT TALLYING WS-TXT-LEN                      CPYDCMP 
006110         FOR CHARACTERS BEFORE INITIAL '   '.                     CPYDCMP 
006120     IF WS-TXT-LEN > 0 AND WS-KEY-PTR < 100                       CPYDCMP 
006130         STRING WS-VAL-TEXT(1:WS-TXT-LEN) DELIMITED BY SIZE       CPYDCMP 
006140             INTO WS-KEY-TEXT WITH POINTER WS-KEY-PTR             CPYDCMP 
006150         END-STRING                                               CPYDCMP 
006160     END-IF.                                                      CPYDCMP 
006170 5510-EXIT.                                                       CPYDCMP 
006180     EXIT.                                                        CPYDCMP 
006190*                                                                 CPYDCMP 
006200*-------------------------------------------------------------    CPYDCMP 
006210*6000-RENDER-VALUE - COLUMN WS-CIX'S BYTES IN WS-FLD-BYTES AS     CPYDCMP 
006220*PRINTABLE TEXT: DISPLAY FIELDS AS THEY STAND, COMP AND COMP-3    CPYDCMP 
006230*AS THE DECODED VALUE FOLLOWED BY THE HEX, ANY OTHER USAGE (OR    CPYDCMP 
006240*A VALUE THAT WILL NOT DECODE) AS HEX ALONE.                      CPYDCMP 
006250*-------------------------------------------------------------    CPYDCMP 
006260 6000-RENDER-VALUE.                                               CPYDCMP 
006270     MOVE SPACES TO WS-VAL-TEXT.                                  CPYDCMP 
006280     IF LAY-COL-USAGE(WS-CIX) = SPACES                            CPYDCMP 
006290         IF LAY-COL-LEN(WS-CIX) > 44                              CPYDCMP 
006300             MOVE WS-FLD-BYTES(1:44) TO WS-VAL-TEXT               CPYDCMP 
006310         ELSE                                                     CPYDCMP 
006320             MOVE WS-FLD-BYTES(1:LAY-COL-LEN(WS-CIX))             CPYDCMP 
006330                 TO WS-VAL-TEXT                                   CPYDCMP 
006340         END-IF                                                   CPYDCMP 
006350         GO TO 6000-EXIT.                                         CPYDCMP 
006360     PERFORM 6100-RENDER-HEX THRU 6100-EXIT.                      CPYDCMP 
006370     MOVE 1 TO WS-VAL-PTR.                                        CPYDCMP 
006380     IF (LAY-COL-USAGE(WS-CIX) = 'COMP'                           CPYDCMP 
006390         OR LAY-COL-USAGE(WS-CIX) = 'COMP-3')                     CPYDCMP 
006400         AND LAY-COL-LEN(WS-CIX) NOT > 32                         CPYDCMP 
006410         MOVE 'D' TO FCV-FUNCTION                                 CPYDCMP 
006420         MOVE LAY-COL-USAGE(WS-CIX) TO FCV-USAGE                  CPYDCMP 
006430         MOVE LAY-COL-LEN(WS-CIX) TO FCV-LENGTH                   CPYDCMP 
006440         MOVE LAY-COL-DIGITS(WS-CIX) TO FCV-DIGITS                CPYDCMP 
006450         MOVE LAY-COL-SCALE(WS-CIX) TO FCV-SCALE                  CPYDCMP 
006460         MOVE LAY-COL-SIGNED(WS-CIX) TO FCV-SIGNED                CPYDCMP 
006470         MOVE SPACE TO FCV-CHARSET                                CPYDCMP 
006480         MOVE WS-FLD-BYTES(1:LAY-COL-LEN(WS-CIX))                 CPYDCMP 
006490             TO FCV-BYTES                                         CPYDCMP 
006500         CALL 'CPYFCNV' USING CPYFCNV-PARMS                       CPYDCMP 
006510         IF FCV-OK                                                CPYDCMP 
006520             MOVE 'T' TO FCV-FUNCTION                             CPYDCMP 
006530             CALL 'CPYFCNV' USING CPYFCNV-PARMS                   CPYDCMP 
006540             STRING FCV-TEXT DELIMITED BY SPACE                   CPYDCMP 
006550                 ' ' DELIMITED BY SIZE                            CPYDCMP 
006560                 INTO WS-VAL-TEXT WITH POINTER WS-VAL-PTR         CPYDCMP 
006570             END-STRING                                           CPYDCMP 
006580         END-IF                                                   CPYDCMP 
006590     END-IF.                                                      CPYDCMP 
006600     STRING 'X''' DELIMITED BY SIZE                               CPYDCMP 
006610         WS-HEX-OUT DELIMITED BY SPACE                            CPYDCMP 
006620         '''' DELIMITED BY SIZE                                   CPYDCMP 
006630         INTO WS-VAL-TEXT WITH POINTER WS-VAL-PTR                 CPYDCMP 
006640     END-STRING.                                                  CPYDCMP 
006650 6000-EXIT.                                                       CPYDCMP 
006660     EXIT.                                                        CPYDCMP 
006670*                                                                 CPYDCMP 
006680 6100-RENDER-HEX.                                                 CPYDCMP 
006690     MOVE SPACES TO WS-HEX-OUT.                                   CPYDCMP 
006700     MOVE 1 TO WS-HEX-PTR.                                        CPYDCMP 
006710     MOVE 10 TO WS-HEX-MAX.                                       CPYDCMP 
006720     IF LAY-COL-LEN(WS-CIX) < 10                                  CPYDCMP 
006730         MOVE LAY-COL-LEN(WS-CIX) TO WS-HEX-MAX                   CPYDCMP 
006740     END-IF.                                                      CPYDCMP 
006750     PERFORM 6110-RENDER-ONE-BYTE THRU 6110-EXIT                  CPYDCMP 
006760         VARYING WS-HEX-IX FROM 1 BY 1                            CPYDCMP 
006770         UNTIL WS-HEX-IX > WS-HEX-MAX.                            CPYDCMP 
006780 6100-EXIT.                                                       CPYDCMP 
006790     EXIT.                                                        CPYDCMP 
006800*                                                                 CPYDCMP 
006810 6110-RENDER-ONE-BYTE.                                            CPYDCMP 
006820     COMPUTE WS-HEX-BYTE = FUNCTION ORD                           CPYDCMP 
006830         (WS-FLD-BYTES(WS-HEX-IX:1)) - 1.                         CPYDCMP 
006840     DIVIDE WS-HEX-BYTE BY 16 GIVING WS-HEX-HI                    CPYDCMP 
006850         REMAINDER WS-HEX-LO.                                     CPYDCMP 
006860     MOVE WS-HEX-DIGITS(WS-HEX-HI + 1:1)                          CPYDCMP 
006870         TO WS-HEX-OUT(WS-HEX-PTR:1).                             CPYDCMP 
006880     ADD 1 TO WS-HEX-PTR.                                         CPYDCMP 
006890     MOVE WS-HEX-DIGITS(WS-HEX-LO + 1:1)                          CPYDCMP 
006900         TO WS-HEX-OUT(WS-HEX-PTR:1).                             CPYDCMP 
006910     ADD 1 TO WS-HEX-PTR.                                         CPYDCMP 
006920 6110-EXIT.                                                       CPYDCMP 
006930     EXIT.                                                        CPYDCMP 
006940*                                                                 CPYDCMP 
006950*-------------------------------------------------------------    CPYDCMP 
006960*7000-PRINT-SUMMARY - RECORD COUNTS, THEN DIFFERENCES PER         CPYDCMP 
006970*FIELD.  A FIELD THAT DIFFERS ON EVERY MATCHED RECORD IS A        CPYDCMP 
006980*SYSTEMATIC BREAK, NOT A DATA CHANGE.                             CPYDCMP 
006990*-------------------------------------------------------------    CPYDCMP 
007000 7000-PRINT-SUMMARY.                                              CPYDCMP 
007010     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYDCMP 
007020     WRITE WS-RPT-FILE-REC.                                       CPYDCMP 
007030     IF WS-SEQ-ERR                                                CPYDCMP 
007040         MOVE '*** COMPARE STOPPED - A FILE IS OUT OF KEY '       CPYDCMP 
007050             TO WS-RPT-FILE-REC                                   CPYDCMP 
007060         MOVE 'SEQUENCE - SORT BOTH FILES ON THE KEY ***'         CPYDCMP 
007070             TO WS-RPT-FILE-REC(45:41)                            CPYDCMP 
007080         WRITE WS-RPT-FILE-REC                                    CPYDCMP 
007090         MOVE SPACES TO WS-RPT-FILE-REC                           CPYDCMP 
007100         WRITE WS-RPT-FILE-REC                                    CPYDCMP 
007110     END-IF.                                                      CPYDCMP 
007120     MOVE 'SUMMARY' TO WS-RPT-FILE-REC.                           CPYDCMP 
007130     WRITE WS-RPT-FILE-REC.                                       CPYDCMP 
007140     MOVE WS-F1-REC-NO TO WS-EDIT-COUNT.                          CPYDCMP 
007150     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYDCMP 
007160     MOVE 'FILE1 RECORDS READ' TO WS-RPT-FILE-REC(1:18).          CPYDCMP 
007170     MOVE WS-EDIT-COUNT TO WS-RPT-FILE-REC(22:9).                 CPYDCMP 
007180     WRITE WS-RPT-FILE-REC.                                       CPYDCMP 
007190     MOVE WS-F2-REC-NO TO WS-EDIT-COUNT.                          CPYDCMP 
007200     MOVE 'FILE2 RECORDS READ' TO WS-RPT-FILE-REC(1:18).          CPYDCMP 
007210     MOVE WS-EDIT-COUNT TO WS-RPT-FILE-REC(22:9).                 CPYDCMP 
007220     WRITE WS-RPT-FILE-REC.                                       CPYDCMP 
007230     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYDCMP 
007240     MOVE WS-MATCHED TO WS-EDIT-COUNT.                            CPYDCMP 
007250     MOVE 'MATCHED' TO WS-RPT-FILE-REC(1:7).                      CPYDCMP 
007260     MOVE WS-EDIT-COUNT TO WS-RPT-FILE-REC(22:9).                 CPYDCMP 
007270     WRITE WS-RPT-FILE-REC.                                       CPYDCMP 
007280     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYDCMP 
007290     MOVE WS-CHANGED TO WS-EDIT-COUNT.                            CPYDCMP 
007300     MOVE 'CHANGED' TO WS-RPT-FILE-REC(1:7).                      CPYDCMP 
007310     MOVE WS-EDIT-COUNT TO WS-RPT-FILE-REC(22:9).                 CPYDCMP 
007320     WRITE WS-RPT-FILE-REC.                                       CPYDCMP 
007330     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYDCMP 
007340     MOVE WS-ADDED TO WS-EDIT-COUNT.                              CPYDCMP 
007350     MOVE 'ADDED' TO WS-RPT-FILE-REC(1:5).                        CPYDCMP 
007360     MOVE WS-EDIT-COUNT TO WS-RPT-FILE-REC(22:9).                 CPYDCMP 
007370     WRITE WS-RPT-FILE-REC.                                       CPYDCMP 
007380     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYDCMP 
007390     MOVE WS-DELETED TO WS-EDIT-COUNT.                            CPYDCMP 
007400     MOVE 'DELETED' TO WS-RPT-FILE-REC(1:7).                      CPYDCMP 
007410     MOVE WS-EDIT-COUNT TO WS-RPT-FILE-REC(22:9).                 CPYDCMP 
007420     WRITE WS-RPT-FILE-REC.                                       CPYDCMP 
007430     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYDCMP 
007440     WRITE WS-RPT-FILE-REC.                                       CPYDCMP 
007450     IF WS-CHANGED > 0                                            CPYDCMP 
007460         MOVE 'DIFFERENCES BY FIELD' TO WS-RPT-FILE-REC           CPYDCMP 
007470         WRITE WS-RPT-FILE-REC                                    CPYDCMP 
007480         PERFORM 7100-PRINT-ONE-FIELD-COUNT THRU 7100-EXIT        CPYDCMP 
007490             VARYING WS-CIX FROM 1 BY 1                           CPYDCMP 
007500             UNTIL WS-CIX > LAY-COL-COUNT                         CPYDCMP 
007510     END-IF.                                                      CPYDCMP 
007520     EVALUATE TRUE                                                CPYDCMP 
007530         WHEN WS-SEQ-ERR                                          CPYDCMP 
007540             MOVE 12 TO WS-FINAL-RC                               CPYDCMP 
007550         WHEN WS-CHANGED > 0 OR WS-ADDED > 0 OR WS-DELETED > 0    CPYDCMP 
007560             MOVE 4 TO WS-FINAL-RC                                CPYDCMP 
007570         WHEN OTHER                                               CPYDCMP 
007580             MOVE 'FILES ARE IDENTICAL UNDER THE LAYOUT'          CPYDCMP 
007590                 TO WS-RPT-FILE-REC                               CPYDCMP 
007600             WRITE WS-RPT-FILE-REC                                CPYDCMP 
007610     END-EVALUATE.                                                CPYDCMP 
007620 7000-EXIT.                                                       CPYDCMP 
007630     EXIT.                                                        CPYDCMP 
007640*                                                                 CPYDCMP 
007650 7100-PRINT-ONE-FIELD-COUNT.                                      CPYDCMP 
007660     IF WS-DIFF-COUNT(WS-CIX) = 0                                 CPYDCMP 
007670         GO TO 7100-EXIT.                                         CPYDCMP 
007680     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYDCMP 
007690     MOVE LAY-COL-NAME(WS-CIX) TO WS-RPT-FILE-REC(5:40).          CPYDCMP 
007700     MOVE LAY-COL-OFF(WS-CIX) TO WS-EDIT-OFF.                     CPYDCMP 
007710     MOVE WS-EDIT-OFF TO WS-RPT-FILE-REC(46:6).                   CPYDCMP 
007720     MOVE WS-DIFF-COUNT(WS-CIX) TO WS-EDIT-COUNT.                 CPYDCMP 
007730     MOVE WS-EDIT-COUNT TO WS-RPT-FILE-REC(53:9).                 CPYDCMP 
007740     MOVE 'RECORD(S)' TO WS-RPT-FILE-REC(63:9).                   CPYDCMP 
007750     IF WS-DIFF-COUNT(WS-CIX) = WS-MATCHED                        CPYDCMP 
007760         MOVE '*** EVERY MATCHED RECORD - SYSTEMATIC ***'         CPYDCMP 
007770             TO WS-RPT-FILE-REC(74:41)                            CPYDCMP 
007780     END-IF.                                                      CPYDCMP 
007790     WRITE WS-RPT-FILE-REC.                                       CPYDCMP 
007800 7100-EXIT.                                                       CPYDCMP 
007810     EXIT.                                                        CPYDCMP 
