000010 IDENTIFICATION DIVISION.                                         CPYUNLD 
000020 PROGRAM-ID. CPYUNLD.                                             CPYUNLD 
000030 AUTHOR. R SANDOVAL.                                              CPYUNLD 
000040 INSTALLATION. DATA CENTER SERVICES - COPYBOOK TOOLING.           CPYUNLD 
000050 DATE-WRITTEN. 2026-10-14.                                        CPYUNLD 
000060 DATE-COMPILED.                                                   CPYUNLD 
000070*-------------------------------------------------------------    CPYUNLD 
000080*MODIFICATION HISTORY                                             CPYUNLD 
000090*-------------------------------------------------------------    CPYUNLD 
000100*2026-10-14 RS  UNLOAD A DATA FILE TO DELIMITED TEXT UNDER ITS    CPYUNLD 
000110*               COPYBOOK LAYOUT FOR THE BUSINESS ANALYSTS'        CPYUNLD 
000120*               SPREADSHEETS, IN PLACE OF CPYBRWS OUTPUT AND      CPYUNLD 
000130*               HAND RE-KEYING.  ONE ROW PER RECORD, A HEADER     CPYUNLD 
000140*               ROW OF DATA NAMES FIRST.  DISPLAY, COMP AND       CPYUNLD 
000150*               COMP-3 NUMERICS UNLOAD AS SIGNED DECIMAL WITH     CPYUNLD 
000160*               THE IMPLIED POINT (THROUGH THE CPYFCNV CODEC);    CPYUNLD 
000170*               OCCURS TABLES FLATTEN TO NAME-1, NAME-2           CPYUNLD 
000180*               COLUMNS; A REDEFINED AREA UNLOADS UNDER THE       CPYUNLD 
000190*               VIEW NAMED ON A VIEW CARD, OTHERWISE UNDER ITS    CPYUNLD 
000200*               BASE LAYOUT.  COLUMNS COME FROM CPYLAYO, THE      CPYUNLD 
000210*               CPYDICT/CPYDVAL FIELD ARITHMETIC, SO THEY         CPYUNLD 
000220*               AGREE WITH THE DICTIONARY.  A VALUE HOLDING       CPYUNLD 
000230*               THE DELIMITER OR A QUOTE IS QUOTED, QUOTES        CPYUNLD 
000240*               DOUBLED.  SYSIN: FILE / COPYBOOK / OUTPUT         CPYUNLD 
000250*               (DEFAULT FILE NAME PLUS .UNL) / DELIM (PIPE OR    CPYUNLD 
000260*               COMMA, DEFAULT PIPE) / UP TO FIVE VIEW CARDS      CPYUNLD 
000270*               (REDEFINES DATA NAME 10-39).  A NUMERIC FIELD     CPYUNLD 
000280*               THAT WILL NOT DECODE UNLOADS EMPTY AND IS         CPYUNLD 
000290*               COUNTED.  RC 0 CLEAN, 4 EMPTY-UNLOADED VALUES     CPYUNLD 
000300*               OR A SHORT LAST RECORD, 12 NOTHING UNLOADED.      CPYUNLD 
000301*2026-10-15 RS  COLUMNS LYING IN A FIELD TAGGED PII, PCI OR       CPYUNLD 
000302*               CONFIDENTIAL IN config/CPYCLS.DAT (A TAGGED       CPYUNLD 
000303*               GROUP COVERS ITS WHOLE EXTENT, IN WHATEVER        CPYUNLD 
000304*               VIEW) UNLOAD AS ASTERISKS UNLESS THE USERID       CPYUNLD 
000305*               CARD (COLS 10-17) NAMES A USER HOLDING UNMASK     CPYUNLD 
000306*               IN CPYAUTH.DAT.                                   CPYUNLD 
000310*-------------------------------------------------------------    CPYUNLD 
000320 ENVIRONMENT DIVISION.                                            CPYUNLD 
000330 CONFIGURATION SECTION.                                           CPYUNLD 
000340 SOURCE-COMPUTER. GENERIC-COMPUTER.                               CPYUNLD 
000350 OBJECT-COMPUTER. GENERIC-COMPUTER.                               CPYUNLD 
000360 INPUT-OUTPUT SECTION.                                            CPYUNLD 
000370 FILE-CONTROL.                                                    CPYUNLD 
000380     SELECT PARM-FILE ASSIGN TO DYNAMIC WS-PARM-FILENAME          CPYUNLD 
000390         ORGANIZATION LINE SEQUENTIAL                             CPYUNLD 
000400         FILE STATUS IS WS-PARM-FILE-STATUS.                      CPYUNLD 
000410     SELECT UNL-FILE ASSIGN TO DYNAMIC WS-UNL-FILENAME            CPYUNLD 
000420         ORGANIZATION LINE SEQUENTIAL                             CPYUNLD 
000430         FILE STATUS IS WS-UNL-FILE-STATUS.                       CPYUNLD 
000432     SELECT CLS-FILE ASSIGN TO DYNAMIC WS-CLS-FILENAME            CPYUNLD 
000434         ORGANIZATION LINE SEQUENTIAL                             CPYUNLD 
000436         FILE STATUS IS WS-CLS-FILE-STATUS.                       CPYUNLD 
000440 DATA DIVISION.                                                   CPYUNLD 
000450 FILE SECTION.                                                    CPYUNLD 
000460 FD  PARM-FILE.                                                   CPYUNLD 
000470 01  WS-PARM-FILE-REC        PIC X(80).                           CPYUNLD 
000480 FD  UNL-FILE.                                                    CPYUNLD 
000490 01  WS-UNL-FILE-REC         PIC X(8000).                         CPYUNLD 
000493 FD  CLS-FILE.                                                    CPYUNLD 
000496 01  WS-CLS-FILE-REC         PIC X(120).                          CPYUNLD 
000500 WORKING-STORAGE SECTION.                                         CPYUNLD 
000510*-------------------------------------------------------------    CPYUNLD 
000520*FILE STATUS AND DYNAMIC FILE NAMES                               CPYUNLD 
000530*-------------------------------------------------------------    CPYUNLD 
000540 77  WS-PARM-FILENAME        PIC X(80) VALUE 'jcl/CPYUNLD.SYSIN'. CPYUNLD 
000550 77  WS-PARM-FILE-STATUS     PIC X(02) VALUE '00'.                CPYUNLD 
000560 77  WS-UNL-FILENAME         PIC X(80) VALUE SPACES.              CPYUNLD 
000570 77  WS-UNL-FILE-STATUS      PIC X(02) VALUE '00'.                CPYUNLD 
000572 77  WS-CLS-FILENAME         PIC X(80)                            CPYUNLD 
000574         VALUE 'config/CPYCLS.DAT'.                               CPYUNLD 
000576 77  WS-CLS-FILE-STATUS      PIC X(02) VALUE '00'.                CPYUNLD 
000580 77  WS-DAT-FILENAME         PIC X(80) VALUE SPACES.              CPYUNLD 
000590 77  WS-COPYBOOK-NAME        PIC X(30) VALUE SPACES.              CPYUNLD 
000600 77  WS-EOF-SW               PIC X(01) VALUE 'N'.                 CPYUNLD 
000610     88  WS-EOF              VALUE 'Y'.                           CPYUNLD 
000620 77  WS-DELIM                PIC X(01) VALUE '|'.                 CPYUNLD 
000630*-------------------------------------------------------------    CPYUNLD 
000640*THE DATA FILE IS FIXED-LENGTH AND BINARY-CLEAN, SO IT IS READ    CPYUNLD 
000650*THROUGH THE CBL_ FILE ROUTINES AS CPYGEN WRITES IT.              CPYUNLD 
000660*-------------------------------------------------------------    CPYUNLD 
000670 77  WS-DAT-FHND             PIC 9(09) COMP-X VALUE 0.            CPYUNLD 
000680 77  WS-DAT-OFFSET           PIC 9(18) COMP-X VALUE 0.            CPYUNLD 
000690 77  WS-FILE-SIZE            PIC 9(18) COMP-X VALUE 0.            CPYUNLD 
000700 77  WS-DAT-COUNT            PIC 9(09) COMP-X VALUE 0.            CPYUNLD 
000710 77  WS-DAT-FLAGS            PIC 9(02) COMP-X VALUE 0.            CPYUNLD 
000720 77  WS-READ-AMODE           PIC 9(02) COMP-X VALUE 1.            CPYUNLD 
000730 77  WS-DAT-DMODE            PIC 9(02) COMP-X VALUE 0.            CPYUNLD 
000740 77  WS-DAT-DEV              PIC 9(02) COMP-X VALUE 0.            CPYUNLD 
000750 77  WS-SIZE-FLAG            PIC 9(02) COMP-X VALUE 128.          CPYUNLD 
000760 01  WS-DAT-BUF              PIC X(4096).                         CPYUNLD 
000770*-------------------------------------------------------------    CPYUNLD 
000780*COUNTERS, SWITCHES AND EDIT FIELDS                               CPYUNLD 
000790*-------------------------------------------------------------    CPYUNLD 
000800 77  WS-REC-LEN              PIC 9(06) COMP VALUE 0.              CPYUNLD 
000810 77  WS-REC-TOTAL            PIC 9(09) COMP VALUE 0.              CPYUNLD 
000820 77  WS-REC-NO               PIC 9(09) COMP VALUE 0.              CPYUNLD 
000830 77  WS-SHORT-BYTES          PIC 9(06) COMP VALUE 0.              CPYUNLD 
000840 77  WS-BAD-VALUES           PIC 9(09) COMP VALUE 0.              CPYUNLD 
000850 77  WS-LONG-ROWS            PIC 9(09) COMP VALUE 0.              CPYUNLD 
000860 77  WS-CIX                  PIC 9(04) COMP VALUE 0.              CPYUNLD 
000870 77  WS-ROW-PTR              PIC 9(05) COMP VALUE 0.              CPYUNLD 
000880 77  WS-TXT-LEN              PIC 9(04) COMP VALUE 0.              CPYUNLD 
000890 77  WS-TXT-IX               PIC 9(04) COMP VALUE 0.              CPYUNLD 
000900 77  WS-QUOTE-COUNT          PIC 9(04) COMP VALUE 0.              CPYUNLD 
000910 77  WS-DONE-SW              PIC X(01) VALUE 'N'.                 CPYUNLD 
000920     88  WS-DONE             VALUE 'Y'.                           CPYUNLD 
000930 77  WS-ROW-FULL-SW          PIC X(01) VALUE 'N'.                 CPYUNLD 
000940     88  WS-ROW-FULL         VALUE 'Y'.                           CPYUNLD 
000950 77  WS-EDIT-COUNT           PIC Z(08)9.                          CPYUNLD 
000960 77  WS-FINAL-RC             PIC 9(02) VALUE 0.                   CPYUNLD 
000962 77  WS-USERID               PIC X(08) VALUE SPACES.              CPYUNLD 
000964 77  WS-UNMASK-SW            PIC X(01) VALUE 'N'.                 CPYUNLD 
000966     88  WS-UNMASKED         VALUE 'Y'.                           CPYUNLD 
000968 77  WS-MASKED-COUNT         PIC 9(05) COMP VALUE 0.              CPYUNLD 
000970 COPY CPYLAP.                                                     CPYUNLD 
000980 COPY CPYFCP.                                                     CPYUNLD 
000981 COPY CPYCLS.                                                     CPYUNLD 
000982 COPY CPYAUT.                                                     CPYUNLD 
000983*-------------------------------------------------------------    CPYUNLD 
000984*CLASSIFIED DATA NAMES OF THE COPYBOOK, THE BYTE RANGES THEY      CPYUNLD 
000985*OCCUPY IN ANY VIEW, AND FOR EACH COLUMN WHETHER IT IS MASKED.    CPYUNLD 
000986*-------------------------------------------------------------    CPYUNLD 
000987 01  WS-CLT-TABLE.                                                CPYUNLD 
000988     05  WS-CLT-COUNT        PIC 9(04) COMP VALUE 0.              CPYUNLD 
000989     05  WS-CLT-NAME         PIC X(30) OCCURS 500 TIMES.          CPYUNLD 
000990 01  WS-RNG-TABLE.                                                CPYUNLD 
000991     05  WS-RNG-COUNT        PIC 9(04) COMP VALUE 0.              CPYUNLD 
000992     05  WS-RNG-ENT OCCURS 1000 TIMES.                            CPYUNLD 
000993         10  WS-RNG-OFF      PIC 9(08) COMP.                      CPYUNLD 
000994         10  WS-RNG-END      PIC 9(08) COMP.                      CPYUNLD 
000995 01  WS-COL-MASK-TABLE.                                           CPYUNLD 
000996     05  WS-COL-MASK-SW      PIC X(01) OCCURS 1000 TIMES.         CPYUNLD 
000997 77  WS-KIX                  PIC 9(04) COMP VALUE 0.              CPYUNLD 
000998 77  WS-RIX                  PIC 9(04) COMP VALUE 0.              CPYUNLD 
000999*-------------------------------------------------------------    CPYUNLD 
001000*ONE FIELD'S BYTES AND ITS UNLOADED TEXT.                         CPYUNLD 
001010*-------------------------------------------------------------    CPYUNLD 
001020*-------------------------------------------------------------    CPYUNLD 
001030*THE COLUMNS IN RECORD ORDER.  CPYLAYO RETURNS EACH OCCURS        CPYUNLD 
001040*ITEM'S OCCURRENCES TOGETHER; A SPREADSHEET READS BETTER WITH     CPYUNLD 
001050*THE TABLE ENTRIES SIDE BY SIDE AS THEY SIT IN THE RECORD.        CPYUNLD 
001060*-------------------------------------------------------------    CPYUNLD 
001070 01  WS-ORDER-TABLE.                                              CPYUNLD 
001080     05  WS-ORDER-COL        PIC 9(04) COMP OCCURS 1000 TIMES.    CPYUNLD 
001090 77  WS-OIX                  PIC 9(04) COMP VALUE 0.              CPYUNLD 
001100 77  WS-SIX                  PIC 9(04) COMP VALUE 0.              CPYUNLD 
001110 77  WS-HOLD-COL             PIC 9(04) COMP VALUE 0.              CPYUNLD 
001120 01  WS-FLD-BYTES            PIC X(520).                          CPYUNLD 
001130 01  WS-VAL-TEXT             PIC X(520).                          CPYUNLD 
001140 01  WS-HEX-AREA.                                                 CPYUNLD 
001150     05  WS-HEX-DIGITS       PIC X(16) VALUE '0123456789ABCDEF'.  CPYUNLD 
001160     05  WS-HEX-BYTE         PIC 9(03) COMP.                      CPYUNLD 
001170     05  WS-HEX-HI           PIC 9(02) COMP.                      CPYUNLD 
001180     05  WS-HEX-LO           PIC 9(02) COMP.                      CPYUNLD 
001190 PROCEDURE DIVISION.                                              CPYUNLD 
001200*-------------------------------------------------------------    CPYUNLD 
001210*0000-MAINLINE                                                    CPYUNLD 
001220*-------------------------------------------------------------    CPYUNLD 
001230 0000-MAINLINE.                                                   CPYUNLD 
001240     MOVE 0 TO LAY-VIEW-COUNT.                                    CPYUNLD 
001250     PERFORM 1000-READ-SYSIN-CARDS THRU 1000-EXIT.                CPYUNLD 
001260     IF WS-DAT-FILENAME = SPACES                                  CPYUNLD 
001270         OR WS-COPYBOOK-NAME = SPACES                             CPYUNLD 
001280         DISPLAY 'CPYUNLD - FILE AND COPYBOOK CARDS REQUIRED'     CPYUNLD 
001290         MOVE 12 TO RETURN-CODE                                   CPYUNLD 
001300         GOBACK                                                   CPYUNLD 
001310     END-IF.                                                      CPYUNLD 
001320     IF WS-UNL-FILENAME = SPACES                                  CPYUNLD 
001330         STRING WS-DAT-FILENAME DELIMITED BY SPACE                CPYUNLD 
001340             '.UNL' DELIMITED BY SIZE                             CPYUNLD 
001350             INTO WS-UNL-FILENAME                                 CPYUNLD 
001360         END-STRING                                               CPYUNLD 
001370     END-IF.                                                      CPYUNLD 
001380     PERFORM 2000-LOAD-LAYOUT THRU 2000-EXIT.                     CPYUNLD 
001390     IF WS-FINAL-RC = 12                                          CPYUNLD 
001400         MOVE 12 TO RETURN-CODE                                   CPYUNLD 
001410         GOBACK                                                   CPYUNLD 
001420     END-IF.                                                      CPYUNLD 
001430     CALL 'CBL_OPEN_FILE' USING WS-DAT-FILENAME                   CPYUNLD 
001440         WS-READ-AMODE WS-DAT-DMODE WS-DAT-DEV WS-DAT-FHND.       CPYUNLD 
001450     IF RETURN-CODE NOT = 0                                       CPYUNLD 
001460         DISPLAY 'CPYUNLD - DATA FILE NOT READABLE - '            CPYUNLD 
001470             WS-DAT-FILENAME(1:40)                                CPYUNLD 
001480         MOVE 12 TO RETURN-CODE                                   CPYUNLD 
001490         GOBACK                                                   CPYUNLD 
001500     END-IF.                                                      CPYUNLD 
001510     MOVE 0 TO WS-FILE-SIZE.                                      CPYUNLD 
001520     CALL 'CBL_READ_FILE' USING WS-DAT-FHND WS-FILE-SIZE          CPYUNLD 
001530         WS-DAT-COUNT WS-SIZE-FLAG WS-DAT-BUF.                    CPYUNLD 
001540     DIVIDE WS-FILE-SIZE BY WS-REC-LEN GIVING WS-REC-TOTAL        CPYUNLD 
001550         REMAINDER WS-SHORT-BYTES.                                CPYUNLD 
001560     OPEN OUTPUT UNL-FILE.                                        CPYUNLD 
001570     IF WS-UNL-FILE-STATUS NOT = '00'                             CPYUNLD 
001580         DISPLAY 'CPYUNLD - CANNOT OPEN ' WS-UNL-FILENAME(1:40)   CPYUNLD 
001590         CALL 'CBL_CLOSE_FILE' USING WS-DAT-FHND                  CPYUNLD 
001600         MOVE 12 TO RETURN-CODE                                   CPYUNLD 
001610         GOBACK                                                   CPYUNLD 
001620     END-IF.                                                      CPYUNLD 
001630     PERFORM 3000-WRITE-HEADER-ROW THRU 3000-EXIT.                CPYUNLD 
001640     MOVE 0 TO WS-DAT-OFFSET.                                     CPYUNLD 
001650     PERFORM 4000-UNLOAD-ONE-RECORD THRU 4000-EXIT                CPYUNLD 
001660         VARYING WS-REC-NO FROM 1 BY 1                            CPYUNLD 
001670         UNTIL WS-REC-NO > WS-REC-TOTAL.                          CPYUNLD 
001680     CLOSE UNL-FILE.                                              CPYUNLD 
001690     CALL 'CBL_CLOSE_FILE' USING WS-DAT-FHND.                     CPYUNLD 
001700     PERFORM 7000-SHOW-COUNTS THRU 7000-EXIT.                     CPYUNLD 
001710     MOVE WS-FINAL-RC TO RETURN-CODE.                             CPYUNLD 
001720     GOBACK.                                                      CPYUNLD 
001730*                                                                 CPYUNLD 
001740 1000-READ-SYSIN-CARDS.                                           CPYUNLD 
001750     OPEN INPUT PARM-FILE.                                        CPYUNLD 
001760     IF WS-PARM-FILE-STATUS NOT = '00'                            CPYUNLD 
001770         GO TO 1000-EXIT.                                         CPYUNLD 
001780     MOVE 'N' TO WS-EOF-SW.                                       CPYUNLD 
001790     PERFORM 1100-READ-ONE-CARD THRU 1100-EXIT UNTIL WS-EOF.      CPYUNLD 
001800     CLOSE PARM-FILE.                                             CPYUNLD 
001810     MOVE 'N' TO WS-EOF-SW.                                       CPYUNLD 
001820 1000-EXIT.                                                       CPYUNLD 
001830     EXIT.                                                        CPYUNLD 
001840*                                                                 CPYUNLD 
001850 1100-READ-ONE-CARD.                                              CPYUNLD 
001860     READ PARM-FILE INTO WS-PARM-FILE-REC                         CPYUNLD 
001870         AT END MOVE 'Y' TO WS-EOF-SW                             CPYUNLD 
001880     END-READ.                                                    CPYUNLD 
001890     IF WS-EOF                                                    CPYUNLD 
001900         GO TO 1100-EXIT.                                         CPYUNLD 
001910     IF WS-PARM-FILE-REC(1:1) = '*'                               CPYUNLD 
001920         OR WS-PARM-FILE-REC = SPACES                             CPYUNLD 
001930         GO TO 1100-EXIT.                                         CPYUNLD 
001940     EVALUATE WS-PARM-FILE-REC(1:8)                               CPYUNLD 
001950         WHEN 'FILE    '                                          CPYUNLD 
001960             MOVE WS-PARM-FILE-REC(10:60) TO WS-DAT-FILENAME      CPYUNLD 
001970         WHEN 'COPYBOOK'                                          CPYUNLD 
001980             MOVE WS-PARM-FILE-REC(10:30) TO WS-COPYBOOK-NAME     CPYUNLD 
001990         WHEN 'OUTPUT  '                                          CPYUNLD 
002000             MOVE WS-PARM-FILE-REC(10:60) TO WS-UNL-FILENAME      CPYUNLD 
002010         WHEN 'DELIM   '                                          CPYUNLD 
002020             IF WS-PARM-FILE-REC(10:5) = 'COMMA'                  CPYUNLD 
002030                 MOVE ',' TO WS-DELIM                             CPYUNLD 
002040             ELSE                                                 CPYUNLD 
002050                 MOVE '|' TO WS-DELIM                             CPYUNLD 
002060             END-IF                                               CPYUNLD 
002063         WHEN 'USERID  '                                          CPYUNLD 
002066             MOVE WS-PARM-FILE-REC(10:8) TO WS-USERID             CPYUNLD 
002070         WHEN 'VIEW    '                                          CPYUNLD 
002080             IF LAY-VIEW-COUNT < 5                                CPYUNLD 
002090                 ADD 1 TO LAY-VIEW-COUNT                          CPYUNLD 
002100                 MOVE WS-PARM-FILE-REC(10:30)                     CPYUNLD 
002110                     TO LAY-VIEW-NAME(LAY-VIEW-COUNT)             CPYUNLD 
002120             ELSE                                                 CPYUNLD 
002130                 DISPLAY 'CPYUNLD - MORE THAN 5 VIEW CARDS - '    CPYUNLD 
002140                     'EXTRA IGNORED'                              CPYUNLD 
002150             END-IF                                               CPYUNLD 
002160         WHEN OTHER                                               CPYUNLD 
002170             DISPLAY 'CPYUNLD - CARD IGNORED: '                   CPYUNLD 
002180                 WS-PARM-FILE-REC(1:8)                            CPYUNLD 
002190     END-EVALUATE.                                                CPYUNLD 
002200 1100-EXIT.                                                       CPYUNLD 
002210     EXIT.                                                        CPYUNLD 
002220*                                                                 CPYUNLD 
002230*-------------------------------------------------------------    CPYUNLD 
002240*2000-LOAD-LAYOUT - ELEMENTARY ITEMS ONLY, OCCURS FLATTENED,      CPYUNLD 
002250*BASE LAYOUT WITH THE CHOSEN REDEFINES VIEWS IN PLACE.            CPYUNLD 
002260*-------------------------------------------------------------    CPYUNLD 
002270 2000-LOAD-LAYOUT.                                                CPYUNLD 
002275     PERFORM 2500-COLLECT-SENSITIVE-RANGES THRU 2500-EXIT.        CPYUNLD 
002280     MOVE WS-COPYBOOK-NAME TO LAY-COPYBOOK-NAME.                  CPYUNLD 
002290     MOVE SPACES TO LAY-LIBRARY-DIR LAY-VIEW-MODE                 CPYUNLD 
002300         LAY-GROUPS-SW LAY-EXPAND-SW.                             CPYUNLD 
002310     CALL 'CPYLAYO' USING CPYLAYO-PARMS.                          CPYUNLD 
002320     IF LAY-NOT-FOUND OR LAY-COL-COUNT = 0                        CPYUNLD 
002330         DISPLAY 'CPYUNLD - COPYBOOK NOT FOUND - '                CPYUNLD 
002340             WS-COPYBOOK-NAME                                     CPYUNLD 
002350         MOVE 12 TO WS-FINAL-RC                                   CPYUNLD 
002360         GO TO 2000-EXIT.                                         CPYUNLD 
002370     IF LAY-TABLE-FULL                                            CPYUNLD 
002380         DISPLAY 'CPYUNLD - LAYOUT TOO LARGE - '                  CPYUNLD 
002390             WS-COPYBOOK-NAME                                     CPYUNLD 
002400         MOVE 12 TO WS-FINAL-RC                                   CPYUNLD 
002410         GO TO 2000-EXIT.                                         CPYUNLD 
002420     MOVE LAY-RECORD-LEN TO WS-REC-LEN.                           CPYUNLD 
002430     IF WS-REC-LEN > 4096                                         CPYUNLD 
002440         DISPLAY 'CPYUNLD - RECORD LONGER THAN 4096 BYTES - '     CPYUNLD 
002450             WS-COPYBOOK-NAME                                     CPYUNLD 
002460         MOVE 12 TO WS-FINAL-RC                                   CPYUNLD 
002470         GO TO 2000-EXIT.                                         CPYUNLD 
002480     PERFORM 2100-PLACE-ONE-COLUMN THRU 2100-EXIT                 CPYUNLD 
002490         VARYING WS-OIX FROM 1 BY 1                               CPYUNLD 
002500         UNTIL WS-OIX > LAY-COL-COUNT.                            CPYUNLD 
002501     MOVE 0 TO WS-MASKED-COUNT.                                   CPYUNLD 
002502     PERFORM 2600-MARK-ONE-COLUMN THRU 2600-EXIT                  CPYUNLD 
002503         VARYING WS-CIX FROM 1 BY 1                               CPYUNLD 
002504         UNTIL WS-CIX > LAY-COL-COUNT.                            CPYUNLD 
002505     PERFORM 2700-CHECK-UNMASK THRU 2700-EXIT.                    CPYUNLD 
002510 2000-EXIT.                                                       CPYUNLD 
002520     EXIT.                                                        CPYUNLD 
002530*                                                                 CPYUNLD 
002540*-------------------------------------------------------------    CPYUNLD 
002550*2100-PLACE-ONE-COLUMN - INSERTION BY OFFSET; COLUMNS AT THE      CPYUNLD 
002560*SAME OFFSET KEEP THE ORDER CPYLAYO GAVE THEM.                    CPYUNLD 
002570*-------------------------------------------------------------    CPYUNLD 
002580 2100-PLACE-ONE-COLUMN.                                           CPYUNLD 
002590     MOVE WS-OIX TO WS-ORDER-COL(WS-OIX).                         CPYUNLD 
002600     MOVE WS-OIX TO WS-SIX.                                       CPYUNLD 
002610     MOVE 'N' TO WS-DONE-SW.                                      CPYUNLD 
002620     PERFORM 2110-SHIFT-ONE-COLUMN THRU 2110-EXIT                 CPYUNLD 
002630         UNTIL WS-SIX = 1 OR WS-DONE.                             CPYUNLD 
002640 2100-EXIT.                                                       CPYUNLD 
002650     EXIT.                                                        CPYUNLD 
002660*                                                                 CPYUNLD 
002670 2110-SHIFT-ONE-COLUMN.                                           CPYUNLD 
002680     IF LAY-COL-OFF(WS-ORDER-COL(WS-SIX - 1))                     CPYUNLD 
002690         NOT > LAY-COL-OFF(WS-ORDER-COL(WS-SIX))                  CPYUNLD 
002700         MOVE 'Y' TO WS-DONE-SW                                   CPYUNLD 
002710         GO TO 2110-EXIT.                                         CPYUNLD 
002720     MOVE WS-ORDER-COL(WS-SIX) TO WS-HOLD-COL.                    CPYUNLD 
002730     MOVE WS-ORDER-COL(WS-SIX - 1) TO WS-ORDER-COL(WS-SIX).       CPYUNLD 
002740     MOVE WS-HOLD-COL TO WS-ORDER-COL(WS-SIX - 1).                CPYUNLD 
002750     SUBTRACT 1 FROM WS-SIX.                                      CPYUNLD 
002760 2110-EXIT.                                                       CPYUNLD 
002770     EXIT.                                                        CPYUNLD 
002780*                                                                 CPYUNLD 
002781*-------------------------------------------------------------    CPYUNLD 
002782*2500-COLLECT-SENSITIVE-RANGES - A SEPARATE LAYOUT CALL WITH      CPYUNLD 
002783*GROUPS AND EVERY VIEW, SO A TAGGED GROUP, OR A TAGGED FIELD      CPYUNLD 
002784*UNDER A REDEFINES NOT BEING UNLOADED, STILL COVERS ITS BYTES.    CPYUNLD 
002785*-------------------------------------------------------------    CPYUNLD 
002786 2500-COLLECT-SENSITIVE-RANGES.                                   CPYUNLD 
002787     MOVE 0 TO WS-CLT-COUNT WS-RNG-COUNT.                         CPYUNLD 
002788     OPEN INPUT CLS-FILE.                                         CPYUNLD 
002789     IF WS-CLS-FILE-STATUS NOT = '00'                             CPYUNLD 
002790         GO TO 2500-EXIT.                                         CPYUNLD 
002791     MOVE 'N' TO WS-EOF-SW.                                       CPYUNLD 
002792     PERFORM 2510-LOAD-ONE-CLS THRU 2510-EXIT UNTIL WS-EOF.       CPYUNLD 
002793     CLOSE CLS-FILE.                                              CPYUNLD 
002794     MOVE 'N' TO WS-EOF-SW.                                       CPYUNLD 
002795     IF WS-CLT-COUNT = 0                                          CPYUNLD 
002796         GO TO 2500-EXIT.                                         CPYUNLD 
002797     MOVE WS-COPYBOOK-NAME TO LAY-COPYBOOK-NAME.                  CPYUNLD 
002798     MOVE SPACES TO LAY-LIBRARY-DIR LAY-EXPAND-SW.                CPYUNLD 
002799     MOVE 'A' TO LAY-VIEW-MODE.                                   CPYUNLD 
002800     MOVE 'Y' TO LAY-GROUPS-SW.                                   CPYUNLD 
002801     CALL 'CPYLAYO' USING CPYLAYO-PARMS.                          CPYUNLD 
002802     IF NOT LAY-OK                                                CPYUNLD 
002803         GO TO 2500-EXIT.                                         CPYUNLD 
002804     PERFORM 2520-RANGE-ONE-COLUMN THRU 2520-EXIT                 CPYUNLD 
002805         VARYING WS-CIX FROM 1 BY 1                               CPYUNLD 
002806         UNTIL WS-CIX > LAY-COL-COUNT.                            CPYUNLD 
002807 2500-EXIT.                                                       CPYUNLD 
002808     EXIT.                                                        CPYUNLD 
002809*                                                                 CPYUNLD 
002810 2510-LOAD-ONE-CLS.                                               CPYUNLD 
002811     READ CLS-FILE INTO WS-CLS-FILE-REC                           CPYUNLD 
002812         AT END MOVE 'Y' TO WS-EOF-SW                             CPYUNLD 
002813     END-READ.                                                    CPYUNLD 
002814     IF WS-EOF                                                    CPYUNLD 
002815         GO TO 2510-EXIT.                                         CPYUNLD 
002816     IF WS-CLS-FILE-REC(1:1) = '*'                                CPYUNLD 
002817         OR WS-CLS-FILE-REC = SPACES                              CPYUNLD 
002818         GO TO 2510-EXIT.                                         CPYUNLD 
002819     MOVE WS-CLS-FILE-REC TO CLS-RECORD.                          CPYUNLD 
002820     IF CLS-COPYBOOK-NAME NOT = WS-COPYBOOK-NAME                  CPYUNLD 
002821         OR NOT CLS-CLASS-VALID                                   CPYUNLD 
002822         GO TO 2510-EXIT.                                         CPYUNLD 
002823     IF WS-CLT-COUNT < 500                                        CPYUNLD 
002824         ADD 1 TO WS-CLT-COUNT                                    CPYUNLD 
002825         MOVE CLS-DATA-NAME TO WS-CLT-NAME(WS-CLT-COUNT)          CPYUNLD 
002826     END-IF.                                                      CPYUNLD 
002827 2510-EXIT.                                                       CPYUNLD 
002828     EXIT.                                                        CPYUNLD 
002829*                                                                 CPYUNLD 
002830 2520-RANGE-ONE-COLUMN.                                           CPYUNLD 
002831     MOVE 'N' TO WS-DONE-SW.                                      CPYUNLD 
002832     PERFORM 2530-TEST-ONE-CLS THRU 2530-EXIT                     CPYUNLD 
002833         VARYING WS-KIX FROM 1 BY 1                               CPYUNLD 
002834         UNTIL WS-KIX > WS-CLT-COUNT OR WS-DONE.                  CPYUNLD 
002835     IF WS-DONE AND WS-RNG-COUNT < 1000                           CPYUNLD 
002836         ADD 1 TO WS-RNG-COUNT                                    CPYUNLD 
002837         MOVE LAY-COL-OFF(WS-CIX) TO WS-RNG-OFF(WS-RNG-COUNT)     CPYUNLD 
002838         COMPUTE WS-RNG-END(WS-RNG-COUNT) =                       CPYUNLD 
002839             LAY-COL-OFF(WS-CIX) + LAY-COL-LEN(WS-CIX)            CPYUNLD 
002840     END-IF.                                                      CPYUNLD 
002841 2520-EXIT.                                                       CPYUNLD 
002842     EXIT.                                                        CPYUNLD 
002843*                                                                 CPYUNLD 
002844 2530-TEST-ONE-CLS.                                               CPYUNLD 
002845     IF WS-CLT-NAME(WS-KIX) = LAY-COL-BASE(WS-CIX)                CPYUNLD 
002846         MOVE 'Y' TO WS-DONE-SW                                   CPYUNLD 
002847     END-IF.                                                      CPYUNLD 
002848 2530-EXIT.                                                       CPYUNLD 
002849     EXIT.                                                        CPYUNLD 
002850*                                                                 CPYUNLD 
002851*-------------------------------------------------------------    CPYUNLD 
002852*2600-MARK-ONE-COLUMN - A COLUMN SHARING ANY BYTE WITH A          CPYUNLD 
002853*SENSITIVE RANGE IS MASKED.                                       CPYUNLD 
002854*-------------------------------------------------------------    CPYUNLD 
002855 2600-MARK-ONE-COLUMN.                                            CPYUNLD 
002856     MOVE 'N' TO WS-COL-MASK-SW(WS-CIX).                          CPYUNLD 
002857     PERFORM 2610-TEST-ONE-RANGE THRU 2610-EXIT                   CPYUNLD 
002858         VARYING WS-RIX FROM 1 BY 1                               CPYUNLD 
002859         UNTIL WS-RIX > WS-RNG-COUNT                              CPYUNLD 
002860            OR WS-COL-MASK-SW(WS-CIX) = 'Y'.                      CPYUNLD 
002861     IF WS-COL-MASK-SW(WS-CIX) = 'Y'                              CPYUNLD 
002862         ADD 1 TO WS-MASKED-COUNT                                 CPYUNLD 
002863     END-IF.                                                      CPYUNLD 
002864 2600-EXIT.                                                       CPYUNLD 
002865     EXIT.                                                        CPYUNLD 
002866*                                                                 CPYUNLD 
002867 2610-TEST-ONE-RANGE.                                             CPYUNLD 
002868     IF LAY-COL-OFF(WS-CIX) < WS-RNG-END(WS-RIX)                  CPYUNLD 
002869         AND WS-RNG-OFF(WS-RIX)                                   CPYUNLD 
002870             < LAY-COL-OFF(WS-CIX) + LAY-COL-LEN(WS-CIX)          CPYUNLD 
002871         MOVE 'Y' TO WS-COL-MASK-SW(WS-CIX)                       CPYUNLD 
002872     END-IF.                                                      CPYUNLD 
002873 2610-EXIT.                                                       CPYUNLD 
002874     EXIT.                                                        CPYUNLD 
002875*                                                                 CPYUNLD 
002876*-------------------------------------------------------------    CPYUNLD 
002877*2700-CHECK-UNMASK - CLASSIFIED COLUMNS UNLOAD IN THE CLEAR       CPYUNLD 
002878*ONLY FOR A NAMED USER HOLDING UNMASK.  NO USERID CARD, NO        CPYUNLD 
002879*CLEAR.                                                           CPYUNLD 
002880*-------------------------------------------------------------    CPYUNLD 
002881 2700-CHECK-UNMASK.                                               CPYUNLD 
002882     MOVE 'N' TO WS-UNMASK-SW.                                    CPYUNLD 
002883     IF WS-MASKED-COUNT = 0                                       CPYUNLD 
002884         GO TO 2700-EXIT.                                         CPYUNLD 
002885     MOVE WS-MASKED-COUNT TO WS-EDIT-COUNT.                       CPYUNLD 
002886     IF WS-USERID = SPACES                                        CPYUNLD 
002887         DISPLAY 'CPYUNLD - NO USERID CARD - ' WS-EDIT-COUNT      CPYUNLD 
002888             ' CLASSIFIED COLUMN(S) MASKED'                       CPYUNLD 
002889         GO TO 2700-EXIT.                                         CPYUNLD 
002890     MOVE WS-USERID TO AUTH-USER-ID.                              CPYUNLD 
002891     MOVE 'UNMASK' TO AUTH-FUNCTION.                              CPYUNLD 
002892     CALL 'CPYAUTH' USING CPYAUTH-PARMS.                          CPYUNLD 
002893     IF AUTH-BOOTSTRAP                                            CPYUNLD 
002894         DISPLAY 'CPYUNLD - AUTHORIZATION FILE ABSENT - '         CPYUNLD 
002895             'CHECK DISABLED'                                     CPYUNLD 
002896     END-IF.                                                      CPYUNLD 
002897     IF AUTH-GRANTED                                              CPYUNLD 
002898         MOVE 'Y' TO WS-UNMASK-SW                                 CPYUNLD 
002899         DISPLAY 'CPYUNLD - ' WS-EDIT-COUNT                       CPYUNLD 
002900             ' CLASSIFIED COLUMN(S) UNLOADED UNMASKED FOR '       CPYUNLD 
002901             WS-USERID                                            CPYUNLD 
002902     ELSE                                                         CPYUNLD 
002903         DISPLAY 'CPYUNLD - USER ' WS-USERID                      CPYUNLD 
002904             ' NOT AUTHORIZED FOR UNMASK - ' WS-EDIT-COUNT        CPYUNLD 
002905             ' CLASSIFIED COLUMN(S) MASKED'                       CPYUNLD 
002906     END-IF.                                                      CPYUNLD 
002907 2700-EXIT.                                                       CPYUNLD 
002908     EXIT.                                                        CPYUNLD 
002909*                                                                 CPYUNLD 
002910 3000-WRITE-HEADER-ROW.                                           CPYUNLD 
002911     MOVE SPACES TO WS-UNL-FILE-REC.                              CPYUNLD 
002912     MOVE 1 TO WS-ROW-PTR.                                        CPYUNLD 
002913     MOVE 'N' TO WS-ROW-FULL-SW.                                  CPYUNLD 
002914     PERFORM 3100-ADD-ONE-HEADING THRU 3100-EXIT                  CPYUNLD 
002915         VARYING WS-OIX FROM 1 BY 1                               CPYUNLD 
002916         UNTIL WS-OIX > LAY-COL-COUNT.                            CPYUNLD 
002917     WRITE WS-UNL-FILE-REC.                                       CPYUNLD 
002918 3000-EXIT.                                                       CPYUNLD 
002919     EXIT.                                                        CPYUNLD 
002920*                                                                 CPYUNLD 
002921 3100-ADD-ONE-HEADING.                                            CPYUNLD 
002922     MOVE WS-ORDER-COL(WS-OIX) TO WS-CIX.                         CPYUNLD 
002923     IF WS-OIX > 1                                                CPYUNLD 
002930         STRING WS-DELIM DELIMITED BY SIZE                        CPYUNLD 
002940             INTO WS-UNL-FILE-REC WITH POINTER WS-ROW-PTR         CPYUNLD 
002950         END-STRING                                               CPYUNLD 
002960     END-IF.                                                      CPYUNLD 
002970     STRING LAY-COL-NAME(WS-CIX) DELIMITED BY SPACE               CPYUNLD 
002980         INTO WS-UNL-FILE-REC WITH POINTER WS-ROW-PTR             CPYUNLD 
002990         ON OVERFLOW MOVE 'Y' TO WS-ROW-FULL-SW                   CPYUNLD 
003000     END-STRING.                                                  CPYUNLD 
003010 3100-EXIT.                                                       CPYUNLD 
003020     EXIT.                                                        CPYUNLD 
003030*                                                                 CPYUNLD 
003040*-------------------------------------------------------------    CPYUNLD 
003050*4000-UNLOAD-ONE-RECORD - ONE ROW, ONE VALUE PER COLUMN.          CPYUNLD 
003060*-------------------------------------------------------------    CPYUNLD 
003070 4000-UNLOAD-ONE-RECORD.                                          CPYUNLD 
003080     MOVE WS-REC-LEN TO WS-DAT-COUNT.                             CPYUNLD 
003090     MOVE 0 TO WS-DAT-FLAGS.                                      CPYUNLD 
003100     CALL 'CBL_READ_FILE' USING WS-DAT-FHND WS-DAT-OFFSET         CPYUNLD 
003110         WS-DAT-COUNT WS-DAT-FLAGS WS-DAT-BUF.                    CPYUNLD 
003120     ADD WS-REC-LEN TO WS-DAT-OFFSET.                             CPYUNLD 
003130     MOVE SPACES TO WS-UNL-FILE-REC.                              CPYUNLD 
003140     MOVE 1 TO WS-ROW-PTR.                                        CPYUNLD 
003150     MOVE 'N' TO WS-ROW-FULL-SW.                                  CPYUNLD 
003160     PERFORM 4100-ADD-ONE-VALUE THRU 4100-EXIT                    CPYUNLD 
003170         VARYING WS-OIX FROM 1 BY 1                               CPYUNLD 
003180         UNTIL WS-OIX > LAY-COL-COUNT.                            CPYUNLD 
003190     IF WS-ROW-FULL                                               CPYUNLD 
003200         ADD 1 TO WS-LONG-ROWS                                    CPYUNLD 
003210     END-IF.                                                      CPYUNLD 
003220     WRITE WS-UNL-FILE-REC.                                       CPYUNLD 
003230 4000-EXIT.                                                       CPYUNLD 
003240     EXIT.                                                        CPYUNLD 
003250*                                                                 CPYUNLD 
003260 4100-ADD-ONE-VALUE.                                              CPYUNLD 
003270     MOVE WS-ORDER-COL(WS-OIX) TO WS-CIX.                         CPYUNLD 
003280     IF WS-OIX > 1                                                CPYUNLD 
003290         STRING WS-DELIM DELIMITED BY SIZE                        CPYUNLD 
003300             INTO WS-UNL-FILE-REC WITH POINTER WS-ROW-PTR         CPYUNLD 
003310             ON OVERFLOW MOVE 'Y' TO WS-ROW-FULL-SW               CPYUNLD 
003320         END-STRING                                               CPYUNLD 
003330     END-IF.                                                      CPYUNLD 
003340     IF WS-ROW-FULL                                               CPYUNLD 
003341         GO TO 4100-EXIT.                                         CPYUNLD 
003342     IF WS-COL-MASK-SW(WS-CIX) = 'Y'                              CPYUNLD 
003343         AND NOT WS-UNMASKED                                      CPYUNLD 
003344         PERFORM 5500-MASK-VALUE THRU 5500-EXIT                   CPYUNLD 
003345         STRING WS-VAL-TEXT(1:WS-TXT-LEN) DELIMITED BY SIZE       CPYUNLD 
003346             INTO WS-UNL-FILE-REC WITH POINTER WS-ROW-PTR         CPYUNLD 
003347             ON OVERFLOW MOVE 'Y' TO WS-ROW-FULL-SW               CPYUNLD 
003348         END-STRING                                               CPYUNLD 
003350         GO TO 4100-EXIT.                                         CPYUNLD 
003360     MOVE WS-DAT-BUF(LAY-COL-OFF(WS-CIX) + 1:LAY-COL-LEN(WS-CIX)) CPYUNLD 
003370         TO WS-FLD-BYTES.                                         CPYUNLD 
003380     PERFORM 5000-RENDER-VALUE THRU 5000-EXIT.                    CPYUNLD 
003390     IF WS-TXT-LEN = 0                                            CPYUNLD 
003400         GO TO 4100-EXIT.                                         CPYUNLD 
003410     PERFORM 5300-COUNT-SPECIALS THRU 5300-EXIT.                  CPYUNLD 
003420     IF WS-QUOTE-COUNT = 0                                        CPYUNLD 
003430         STRING WS-VAL-TEXT(1:WS-TXT-LEN) DELIMITED BY SIZE       CPYUNLD 
003440             INTO WS-UNL-FILE-REC WITH POINTER WS-ROW-PTR         CPYUNLD 
003450             ON OVERFLOW MOVE 'Y' TO WS-ROW-FULL-SW               CPYUNLD 
003460         END-STRING                                               CPYUNLD 
003470     ELSE                                                         CPYUNLD 
003480         PERFORM 5400-ADD-QUOTED-VALUE THRU 5400-EXIT             CPYUNLD 
003490     END-IF.                                                      CPYUNLD 
003500 4100-EXIT.                                                       CPYUNLD 
003510     EXIT.                                                        CPYUNLD 
003520*                                                                 CPYUNLD 
003530*-------------------------------------------------------------    CPYUNLD 
003540*5000-RENDER-VALUE - COLUMN WS-CIX AS TEXT IN WS-VAL-TEXT,        CPYUNLD 
003550*LENGTH WS-TXT-LEN.  NUMERICS DECODE TO SIGNED DECIMAL WITH       CPYUNLD 
003560*THE POINT; FLOATING POINT UNLOADS AS ITS HEX; TEXT LOSES ITS     CPYUNLD 
003570*TRAILING SPACES.                                                 CPYUNLD 
003580*-------------------------------------------------------------    CPYUNLD 
003590 5000-RENDER-VALUE.                                               CPYUNLD 
003600     MOVE SPACES TO WS-VAL-TEXT.                                  CPYUNLD 
003610     MOVE 0 TO WS-TXT-LEN.                                        CPYUNLD 
003620     EVALUATE TRUE                                                CPYUNLD 
003630         WHEN LAY-COL-NUMERIC(WS-CIX)                             CPYUNLD 
003640          AND LAY-COL-LEN(WS-CIX) NOT > 32                        CPYUNLD 
003650             PERFORM 5100-RENDER-NUMBER THRU 5100-EXIT            CPYUNLD 
003660         WHEN LAY-COL-FLOAT(WS-CIX)                               CPYUNLD 
003670             PERFORM 5200-RENDER-HEX THRU 5200-EXIT               CPYUNLD 
003680         WHEN OTHER                                               CPYUNLD 
003690             MOVE WS-FLD-BYTES(1:LAY-COL-LEN(WS-CIX))             CPYUNLD 
003700                 TO WS-VAL-TEXT                                   CPYUNLD 
003710             MOVE LAY-COL-LEN(WS-CIX) TO WS-TXT-LEN               CPYUNLD 
003720             MOVE 'N' TO WS-DONE-SW                               CPYUNLD 
003730             PERFORM 5010-DROP-ONE-TRAILING THRU 5010-EXIT        CPYUNLD 
003740                 UNTIL WS-TXT-LEN = 0 OR WS-DONE                  CPYUNLD 
003750     END-EVALUATE.                                                CPYUNLD 
003760 5000-EXIT.                                                       CPYUNLD 
003770     EXIT.                                                        CPYUNLD 
003780*                                                                 CPYUNLD 
003790 5010-DROP-ONE-TRAILING.                                          CPYUNLD 
003800     IF WS-VAL-TEXT(WS-TXT-LEN:1) = SPACE                         CPYUNLD 
003810         SUBTRACT 1 FROM WS-TXT-LEN                               CPYUNLD 
003820     ELSE                                                         CPYUNLD 
003830         MOVE 'Y' TO WS-DONE-SW                                   CPYUNLD 
003840     END-IF.                                                      CPYUNLD 
003850 5010-EXIT.                                                       CPYUNLD 
003860     EXIT.                                                        CPYUNLD 
003870*                                                                 CPYUNLD 
003880 5100-RENDER-NUMBER.                                              CPYUNLD 
003890     MOVE 'D' TO FCV-FUNCTION.                                    CPYUNLD 
003900     MOVE LAY-COL-USAGE(WS-CIX) TO FCV-USAGE.                     CPYUNLD 
003910     MOVE LAY-COL-LEN(WS-CIX) TO FCV-LENGTH.                      CPYUNLD 
003920     MOVE LAY-COL-DIGITS(WS-CIX) TO FCV-DIGITS.                   CPYUNLD 
003930     MOVE LAY-COL-SCALE(WS-CIX) TO FCV-SCALE.                     CPYUNLD 
003940     MOVE LAY-COL-SIGNED(WS-CIX) TO FCV-SIGNED.                   CPYUNLD 
003950     MOVE SPACE TO FCV-CHARSET.                                   CPYUNLD 
003960     MOVE WS-FLD-BYTES(1:LAY-COL-LEN(WS-CIX)) TO FCV-BYTES.       CPYUNLD 
003970     CALL 'CPYFCNV' USING CPYFCNV-PARMS.                          CPYUNLD 
003980     IF NOT FCV-OK                                                CPYUNLD 
003990         ADD 1 TO WS-BAD-VALUES                                   CPYUNLD 
004000         GO TO 5100-EXIT.                                         CPYUNLD 
004010     MOVE 'T' TO FCV-FUNCTION.                                    CPYUNLD 
004020     CALL 'CPYFCNV' USING CPYFCNV-PARMS.                          CPYUNLD 
004030     MOVE FCV-TEXT TO WS-VAL-TEXT.                                CPYUNLD 
004040     INSPECT FCV-TEXT TALLYING WS-TXT-LEN                         CPYUNLD 
004050         FOR CHARACTERS BEFORE SPACE.                             CPYUNLD 
004060 5100-EXIT.                                                       CPYUNLD 
004070     EXIT.                                                        CPYUNLD 
004080*                                                                 CPYUNLD 
004090 5200-RENDER-HEX.                                                 CPYUNLD 
004100     PERFORM 5210-RENDER-ONE-BYTE THRU 5210-EXIT                  CPYUNLD 
004110         VARYING WS-TXT-IX FROM 1 BY 1                            CPYUNLD 
004120         UNTIL WS-TXT-IX > LAY-COL-LEN(WS-CIX).                   CPYUNLD 
004130 5200-EXIT.                                                       CPYUNLD 
004140     EXIT.                                                        CPYUNLD 
004150*                                                                 CPYUNLD 
004160 5210-RENDER-ONE-BYTE.                                            CPYUNLD 
004170     COMPUTE WS-HEX-BYTE = FUNCTION ORD                           CPYUNLD 
004180         (WS-FLD-BYTES(WS-TXT-IX:1)) - 1.                         CPYUNLD 
004190     DIVIDE WS-HEX-BYTE BY 16 GIVING WS-HEX-HI                    CPYUNLD 
004200         REMAINDER WS-HEX-LO.                                     CPYUNLD 
004210     ADD 1 TO WS-TXT-LEN.                                         CPYUNLD 
004220     MOVE WS-HEX-DIGITS(WS-HEX-HI + 1:1)                          CPYUNLD 
004230         TO WS-VAL-TEXT(WS-TXT-LEN:1).                            CPYUNLD 
004240     ADD 1 TO WS-TXT-LEN.                                         CPYUNLD 
004250     MOVE WS-HEX-DIGITS(WS-HEX-LO + 1:1)                          CPYUNLD 
004260         TO WS-VAL-TEXT(WS-TXT-LEN:1).                            CPYUNLD 
004270 5210-EXIT.                                                       CPYUNLD 
004280     EXIT.                                                        CPYUNLD 
004290*                                                                 CPYUNLD 
004300*-------------------------------------------------------------    CPYUNLD 
004310*5300-COUNT-SPECIALS - A VALUE CARRYING THE DELIMITER OR A        CPYUNLD 
004320*QUOTE MUST GO OUT QUOTED OR THE SPREADSHEET SPLITS IT.           CPYUNLD 
004330*-------------------------------------------------------------    CPYUNLD 
004340 5300-COUNT-SPECIALS.                                             CPYUNLD 
004350     MOVE 0 TO WS-QUOTE-COUNT.                                    CPYUNLD 
004360     INSPECT WS-VAL-TEXT(1:WS-TXT-LEN) TALLYING WS-QUOTE-COUNT    CPYUNLD 
004370         FOR ALL WS-DELIM ALL '"'.                                CPYUNLD 
004380 5300-EXIT.                                                       CPYUNLD 
004390     EXIT.                                                        CPYUNLD 
004400*                                                                 CPYUNLD 
004410 5400-ADD-QUOTED-VALUE.                                           CPYUNLD 
004420     STRING '"' DELIMITED BY SIZE                                 CPYUNLD 
004430         INTO WS-UNL-FILE-REC WITH POINTER WS-ROW-PTR             CPYUNLD 
004440         ON OVERFLOW MOVE 'Y' TO WS-ROW-FULL-SW                   CPYUNLD 
004450     END-STRING.                                                  CPYUNLD 
004460     PERFORM 5410-ADD-ONE-QUOTED-CHAR THRU 5410-EXIT              CPYUNLD 
004470         VARYING WS-TXT-IX FROM 1 BY 1                            CPYUNLD 
004480         UNTIL WS-TXT-IX > WS-TXT-LEN OR WS-ROW-FULL.             CPYUNLD 
004490     STRING '"' DELIMITED BY SIZE                                 CPYUNLD 
004500         INTO WS-UNL-FILE-REC WITH POINTER WS-ROW-PTR             CPYUNLD 
004510         ON OVERFLOW MOVE 'Y' TO WS-ROW-FULL-SW                   CPYUNLD 
004520     END-STRING.                                                  CPYUNLD 
004530 5400-EXIT.                                                       CPYUNLD 
004540     EXIT.                                                        CPYUNLD 
004550*                                                                 CPYUNLD 
004560 5410-ADD-ONE-QUOTED-CHAR.                                        CPYUNLD 
004570     IF WS-VAL-TEXT(WS-TXT-IX:1) = '"'                            CPYUNLD 
004580         STRING '"' DELIMITED BY SIZE                             CPYUNLD 
004590             INTO WS-UNL-FILE-REC WITH POINTER WS-ROW-PTR         CPYUNLD 
004600             ON OVERFLOW MOVE 'Y' TO WS-ROW-FULL-SW               CPYUNLD 
004610         END-STRING                                               CPYUNLD 
004620     END-IF.                                                      CPYUNLD 
004630     STRING WS-VAL-TEXT(WS-TXT-IX:1) DELIMITED BY SIZE            CPYUNLD 
004640         INTO WS-UNL-FILE-REC WITH POINTER WS-ROW-PTR             CPYUNLD 
004650         ON OVERFLOW MOVE 'Y' TO WS-ROW-FULL-SW                   CPYUNLD 
004660     END-STRING.                                                  CPYUNLD 
004670 5410-EXIT.                                                       CPYUNLD 
004680     EXIT.                                                        CPYUNLD 
004690*                                                                 CPYUNLD 
004691 5500-MASK-VALUE.                                                 CPYUNLD 
004692     MOVE ALL '*' TO WS-VAL-TEXT.                                 CPYUNLD 
004693     MOVE LAY-COL-LEN(WS-CIX) TO WS-TXT-LEN.                      CPYUNLD 
004694     IF WS-TXT-LEN > 520 OR WS-TXT-LEN = 0                        CPYUNLD 
004695         MOVE 520 TO WS-TXT-LEN                                   CPYUNLD 
004696     END-IF.                                                      CPYUNLD 
004697 5500-EXIT.                                                       CPYUNLD 
004698     EXIT.                                                        CPYUNLD 
004699*                                                                 CPYUNLD 
004700 7000-SHOW-COUNTS.                                                CPYUNLD 
004710     MOVE WS-REC-TOTAL TO WS-EDIT-COUNT.                          CPYUNLD 
004720     DISPLAY 'CPYUNLD UNLOADED ' WS-EDIT-COUNT ' RECORD(S) TO '   CPYUNLD 
004730         WS-UNL-FILENAME(1:40).                                   CPYUNLD 
004740     IF WS-BAD-VALUES > 0                                         CPYUNLD 
004750         MOVE WS-BAD-VALUES TO WS-EDIT-COUNT                      CPYUNLD 
004760         DISPLAY 'CPYUNLD - ' WS-EDIT-COUNT ' NUMERIC VALUE(S) '  CPYUNLD 
004770             'WOULD NOT DECODE - UNLOADED EMPTY'                  CPYUNLD 
004780         MOVE 4 TO WS-FINAL-RC                                    CPYUNLD 
004790     END-IF.                                                      CPYUNLD 
004800     IF WS-LONG-ROWS > 0                                          CPYUNLD 
004810         MOVE WS-LONG-ROWS TO WS-EDIT-COUNT                       CPYUNLD 
004820         DISPLAY 'CPYUNLD - ' WS-EDIT-COUNT ' ROW(S) LONGER THAN 'CPYUNLD 
004830             '8000 BYTES - CUT SHORT'                             CPYUNLD 
004840         MOVE 4 TO WS-FINAL-RC                                    CPYUNLD 
004850     END-IF.                                                      CPYUNLD 
004860     IF WS-SHORT-BYTES > 0                                        CPYUNLD 
004870         DISPLAY 'CPYUNLD - SHORT LAST RECORD NOT UNLOADED'       CPYUNLD 
004880         MOVE 4 TO WS-FINAL-RC                                    CPYUNLD 
004890     END-IF.                                                      CPYUNLD 
004900 7000-EXIT.                                                       CPYUNLD 
004910     EXIT.                                                        CPYUNLD 
