000010 IDENTIFICATION DIVISION.                                         CPYLOAD 
000020 PROGRAM-ID. CPYLOAD.                                             CPYLOAD 
000030 AUTHOR. R SANDOVAL.                                              CPYLOAD 
000040 INSTALLATION. DATA CENTER SERVICES - COPYBOOK TOOLING.           CPYLOAD 
000050 DATE-WRITTEN. 2026-10-14.                                        CPYLOAD 
000060 DATE-COMPILED.                                                   CPYLOAD 
000070*-------------------------------------------------------------    CPYLOAD 
000080*MODIFICATION HISTORY                                             CPYLOAD 
000090*-------------------------------------------------------------    CPYLOAD 
000100*2026-10-14 RS  LOAD A HEADER-BEARING DELIMITED FILE INTO         CPYLOAD 
000110*               FIXED-FORMAT RECORDS UNDER A COPYBOOK - THE       CPYLOAD 
000120*               REVERSE OF CPYUNLD - SO CORRECTION FILES AND      CPYLOAD 
000130*               REFERENCE TABLES SENT IN AS CSV NO LONGER NEED    CPYLOAD 
000140*               A THROWAWAY PROGRAM.  HEADER NAMES MATCH THE      CPYLOAD 
000150*               LAYOUT'S DATA NAMES (NAME-1, NAME-2 FOR OCCURS    CPYLOAD 
000160*               ENTRIES, AS CPYUNLD WRITES THEM); A LAYOUT        CPYLOAD 
000170*               FIELD WITH NO COLUMN IS INITIALIZED.  NUMERICS    CPYLOAD 
000180*               ARE ENCODED ZONED, COMP OR COMP-3 THROUGH THE     CPYLOAD 
000190*               CPYFCNV CODEC, RIGHT-JUSTIFIED AND ZERO-FILLED;   CPYLOAD 
000200*               ALPHANUMERICS ARE SPACE-PADDED.  A ROW FAILING    CPYLOAD 
000210*               THE CPYDVAL EDITS - NOT NUMERIC, BAD SIGN,        CPYLOAD 
000220*               OUTSIDE THE 88-LEVEL DOMAIN - OR OVERFLOWING      CPYLOAD 
000230*               ITS PICTURE IS NOT LOADED: IT GOES TO THE         CPYLOAD 
000240*               REJECT FILE WITH ITS ROW NUMBER (THE LINE         CPYLOAD 
000250*               NUMBER IN THE FILE, HEADER BEING LINE 1), THE     CPYLOAD 
000260*               FIELD AND THE REASON, FOLLOWED BY THE ROW AS      CPYLOAD 
000270*               RECEIVED.                                         CPYLOAD 
000280*               SYSIN: FILE / COPYBOOK / OUTPUT (DEFAULT FILE     CPYLOAD 
000290*               NAME PLUS .LOD) / REJECTS (DEFAULT FILE NAME      CPYLOAD 
000300*               PLUS .REJ) / DELIM (PIPE OR COMMA; DEFAULT        CPYLOAD 
000310*               TAKEN FROM THE HEADER ROW) / VIEW CARDS AS FOR    CPYLOAD 
000320*               CPYUNLD.  RC 0 ALL ROWS LOADED, 4 ROWS            CPYLOAD 
000330*               REJECTED OR HEADER COLUMNS IGNORED, 12 NOTHING    CPYLOAD 
000340*               LOADED.                                           CPYLOAD 
000350*-------------------------------------------------------------    CPYLOAD 
000360 ENVIRONMENT DIVISION.                                            CPYLOAD 
000370 CONFIGURATION SECTION.                                           CPYLOAD 
000380 SOURCE-COMPUTER. GENERIC-COMPUTER.                               CPYLOAD 
000390 OBJECT-COMPUTER. GENERIC-COMPUTER.                               CPYLOAD 
000400 INPUT-OUTPUT SECTION.                                            CPYLOAD 
000410 FILE-CONTROL.                                                    CPYLOAD 
000420     SELECT PARM-FILE ASSIGN TO DYNAMIC WS-PARM-FILENAME          CPYLOAD 
000430         ORGANIZATION LINE SEQUENTIAL                             CPYLOAD 
000440         FILE STATUS IS WS-PARM-FILE-STATUS.                      CPYLOAD 
000450     SELECT DLM-FILE ASSIGN TO DYNAMIC WS-DLM-FILENAME            CPYLOAD 
000460         ORGANIZATION LINE SEQUENTIAL                             CPYLOAD 
000470         FILE STATUS IS WS-DLM-FILE-STATUS.                       CPYLOAD 
000480     SELECT REJ-FILE ASSIGN TO DYNAMIC WS-REJ-FILENAME            CPYLOAD 
000490         ORGANIZATION LINE SEQUENTIAL                             CPYLOAD 
000500         FILE STATUS IS WS-REJ-FILE-STATUS.                       CPYLOAD 
000510 DATA DIVISION.                                                   CPYLOAD 
000520 FILE SECTION.                                                    CPYLOAD 
000530 FD  PARM-FILE.                                                   CPYLOAD 
000540 01  WS-PARM-FILE-REC        PIC X(80).                           CPYLOAD 
000550 FD  DLM-FILE.                                                    CPYLOAD 
000560 01  WS-DLM-FILE-REC         PIC X(8000).                         CPYLOAD 
000570 FD  REJ-FILE.                                                    CPYLOAD 
000580 01  WS-REJ-FILE-REC         PIC X(8100).                         CPYLOAD 
000590 WORKING-STORAGE SECTION.                                         CPYLOAD 
000600*-------------------------------------------------------------    CPYLOAD 
000610*FILE STATUS AND DYNAMIC FILE NAMES                               CPYLOAD 
000620*-------------------------------------------------------------    CPYLOAD 
000630 77  WS-PARM-FILENAME        PIC X(80) VALUE 'jcl/CPYLOAD.SYSIN'. CPYLOAD 
000640 77  WS-PARM-FILE-STATUS     PIC X(02) VALUE '00'.                CPYLOAD 
000650 77  WS-DLM-FILENAME         PIC X(80) VALUE SPACES.              CPYLOAD 
000660 77  WS-DLM-FILE-STATUS      PIC X(02) VALUE '00'.                CPYLOAD 
000670 77  WS-REJ-FILENAME         PIC X(80) VALUE SPACES.              CPYLOAD 
000680 77  WS-REJ-FILE-STATUS      PIC X(02) VALUE '00'.                CPYLOAD 
000690 77  WS-OUT-FILENAME         PIC X(80) VALUE SPACES.              CPYLOAD 
000700 77  WS-COPYBOOK-NAME        PIC X(30) VALUE SPACES.              CPYLOAD 
000710 77  WS-EOF-SW               PIC X(01) VALUE 'N'.                 CPYLOAD 
000720     88  WS-EOF              VALUE 'Y'.                           CPYLOAD 
000730 77  WS-DELIM                PIC X(01) VALUE SPACE.               CPYLOAD 
000740*-------------------------------------------------------------    CPYLOAD 
000750*THE LOADED FILE IS FIXED-LENGTH AND BINARY-CLEAN, SO IT IS       CPYLOAD 
000760*WRITTEN THROUGH THE CBL_ FILE ROUTINES AS CPYGEN WRITES ITS      CPYLOAD 
000770*TEST BEDS.                                                       CPYLOAD 
000780*-------------------------------------------------------------    CPYLOAD 
000790 77  WS-OUT-FHND             PIC 9(09) COMP-X VALUE 0.            CPYLOAD 
000800 77  WS-OUT-OFFSET           PIC 9(18) COMP-X VALUE 0.            CPYLOAD 
000810 77  WS-DAT-COUNT            PIC 9(09) COMP-X VALUE 0.            CPYLOAD 
000820 77  WS-DAT-FLAGS            PIC 9(02) COMP-X VALUE 0.            CPYLOAD 
000830 77  WS-WRITE-AMODE          PIC 9(02) COMP-X VALUE 2.            CPYLOAD 
000840 77  WS-DAT-DMODE            PIC 9(02) COMP-X VALUE 0.            CPYLOAD 
000850 77  WS-DAT-DEV              PIC 9(02) COMP-X VALUE 0.            CPYLOAD 
000860 01  WS-OUT-BUF              PIC X(4096).                         CPYLOAD 
000870 01  WS-INIT-BUF             PIC X(4096).                         CPYLOAD 
000880*-------------------------------------------------------------    CPYLOAD 
000890*COUNTERS, SWITCHES AND EDIT FIELDS                               CPYLOAD 
000900*-------------------------------------------------------------    CPYLOAD 
000910 77  WS-REC-LEN              PIC 9(06) COMP VALUE 0.              CPYLOAD 
000920 77  WS-ROW-NO               PIC 9(09) COMP VALUE 0.              CPYLOAD 
000930 77  WS-LOADED               PIC 9(09) COMP VALUE 0.              CPYLOAD 
000940 77  WS-REJECTED             PIC 9(09) COMP VALUE 0.              CPYLOAD 
000950 77  WS-IGNORED-COLS         PIC 9(04) COMP VALUE 0.              CPYLOAD 
000960 77  WS-MATCHED-COLS         PIC 9(04) COMP VALUE 0.              CPYLOAD 
000970 77  WS-CIX                  PIC 9(04) COMP VALUE 0.              CPYLOAD 
000980 77  WS-HIX                  PIC 9(04) COMP VALUE 0.              CPYLOAD 
000990 77  WS-VIX                  PIC 9(02) COMP VALUE 0.              CPYLOAD 
001000 77  WS-ROW-LEN              PIC 9(05) COMP VALUE 0.              CPYLOAD 
001010 77  WS-ROW-IX               PIC 9(05) COMP VALUE 0.              CPYLOAD 
001020 77  WS-TALLY                PIC 9(04) COMP VALUE 0.              CPYLOAD 
001030 77  WS-LIT-LEN              PIC 9(04) COMP VALUE 0.              CPYLOAD 
001040 77  WS-IN-QUOTE-SW          PIC X(01) VALUE 'N'.                 CPYLOAD 
001050     88  WS-IN-QUOTE         VALUE 'Y'.                           CPYLOAD 
001060 77  WS-SKIP-SW              PIC X(01) VALUE 'N'.                 CPYLOAD 
001070 77  WS-DONE-SW              PIC X(01) VALUE 'N'.                 CPYLOAD 
001080     88  WS-DONE             VALUE 'Y'.                           CPYLOAD 
001090 77  WS-HIT-SW               PIC X(01) VALUE 'N'.                 CPYLOAD 
001100     88  WS-HIT              VALUE 'Y'.                           CPYLOAD 
001110 77  WS-ONE-CHAR             PIC X(01) VALUE SPACE.               CPYLOAD 
001120 77  WS-REASON               PIC X(20) VALUE SPACES.              CPYLOAD 
001130 77  WS-BAD-NAME             PIC X(40) VALUE SPACES.              CPYLOAD 
001140 77  WS-EDIT-COUNT           PIC Z(08)9.                          CPYLOAD 
001150 77  WS-EDIT-ROW             PIC 9(07).                           CPYLOAD 
001160 77  WS-FINAL-RC             PIC 9(02) VALUE 0.                   CPYLOAD 
001170 COPY CPYLAP.                                                     CPYLOAD 
001180 COPY CPYFCP.                                                     CPYLOAD 
001190*-------------------------------------------------------------    CPYLOAD 
001200*THE HEADER: FOR EACH DELIMITED POSITION, THE LAYOUT COLUMN       CPYLOAD 
001210*IT LOADS (ZERO WHEN THE NAME IS NOT IN THE LAYOUT).              CPYLOAD 
001220*-------------------------------------------------------------    CPYLOAD 
001230 01  WS-HDR-TABLE.                                                CPYLOAD 
001240     05  WS-HDR-COUNT        PIC 9(04) COMP VALUE 0.              CPYLOAD 
001250     05  WS-HDR-COL          PIC 9(04) COMP OCCURS 1000 TIMES.    CPYLOAD 
001260*-------------------------------------------------------------    CPYLOAD 
001270*ONE ROW SPLIT INTO ITS VALUES, QUOTES REMOVED.                   CPYLOAD 
001280*-------------------------------------------------------------    CPYLOAD 
001290 01  WS-VAL-TABLE.                                                CPYLOAD 
001300     05  WS-VAL-COUNT        PIC 9(04) COMP VALUE 0.              CPYLOAD 
001310     05  WS-VAL-ENT OCCURS 1000 TIMES.                            CPYLOAD 
001320         10  WS-VAL-LEN      PIC 9(04) COMP.                      CPYLOAD 
001330         10  WS-VAL-TEXT     PIC X(256).                          CPYLOAD 
001340 01  WS-ONE-VALUE            PIC X(256).                          CPYLOAD 
001350 77  WS-ONE-LEN              PIC 9(04) COMP VALUE 0.              CPYLOAD 
001360 01  WS-HDR-NAME             PIC X(40).                           CPYLOAD 
001370 01  WS-88-LIT               PIC X(20).                           CPYLOAD 
001380 01  WS-FLD-IMAGE            PIC X(256).                          CPYLOAD 
001390 PROCEDURE DIVISION.                                              CPYLOAD 
001400*-------------------------------------------------------------    CPYLOAD 
001410*0000-MAINLINE                                                    CPYLOAD 
001420*-------------------------------------------------------------    CPYLOAD 
001430 0000-MAINLINE.                                                   CPYLOAD 
001440     MOVE 0 TO LAY-VIEW-COUNT.                                    CPYLOAD 
001450     PERFORM 1000-READ-SYSIN-CARDS THRU 1000-EXIT.                CPYLOAD 
001460     IF WS-DLM-FILENAME = SPACES                                  CPYLOAD 
001470         OR WS-COPYBOOK-NAME = SPACES                             CPYLOAD 
001480         DISPLAY 'CPYLOAD - FILE AND COPYBOOK CARDS REQUIRED'     CPYLOAD 
001490         MOVE 12 TO RETURN-CODE                                   CPYLOAD 
001500         GOBACK                                                   CPYLOAD 
001510     END-IF.                                                      CPYLOAD 
001520     IF WS-OUT-FILENAME = SPACES                                  CPYLOAD 
001530         STRING WS-DLM-FILENAME DELIMITED BY SPACE                CPYLOAD 
001540             '.LOD' DELIMITED BY SIZE                             CPYLOAD 
001550             INTO WS-OUT-FILENAME                                 CPYLOAD 
001560         END-STRING                                               CPYLOAD 
001570     END-IF.                                                      CPYLOAD 
001580     IF WS-REJ-FILENAME = SPACES                                  CPYLOAD 
001590         STRING WS-DLM-FILENAME DELIMITED BY SPACE                CPYLOAD 
001600             '.REJ' DELIMITED BY SIZE                             CPYLOAD 
001610             INTO WS-REJ-FILENAME                                 CPYLOAD 
001620         END-STRING                                               CPYLOAD 
001630     END-IF.                                                      CPYLOAD 
001640     PERFORM 2000-LOAD-LAYOUT THRU 2000-EXIT.                     CPYLOAD 
001650     IF WS-FINAL-RC = 12                                          CPYLOAD 
001660         MOVE 12 TO RETURN-CODE                                   CPYLOAD 
001670         GOBACK                                                   CPYLOAD 
001680     END-IF.                                                      CPYLOAD 
001690     OPEN INPUT DLM-FILE.                                         CPYLOAD 
001700     IF WS-DLM-FILE-STATUS NOT = '00'                             CPYLOAD 
001710         DISPLAY 'CPYLOAD - DELIMITED FILE NOT FOUND - '          CPYLOAD 
001720             WS-DLM-FILENAME(1:40)                                CPYLOAD 
001730         MOVE 12 TO RETURN-CODE                                   CPYLOAD 
001740         GOBACK                                                   CPYLOAD 
001750     END-IF.                                                      CPYLOAD 
001760     PERFORM 3000-READ-HEADER-ROW THRU 3000-EXIT.                 CPYLOAD 
001770     IF WS-FINAL-RC = 12                                          CPYLOAD 
001780         CLOSE DLM-FILE                                           CPYLOAD 
001790         MOVE 12 TO RETURN-CODE                                   CPYLOAD 
001800         GOBACK                                                   CPYLOAD 
001810     END-IF.                                                      CPYLOAD 
001820     CALL 'CBL_CREATE_FILE' USING WS-OUT-FILENAME                 CPYLOAD 
001830         WS-WRITE-AMODE WS-DAT-DMODE WS-DAT-DEV WS-OUT-FHND.      CPYLOAD 
001840     IF RETURN-CODE NOT = 0                                       CPYLOAD 
001850         DISPLAY 'CPYLOAD - CANNOT OPEN ' WS-OUT-FILENAME(1:40)   CPYLOAD 
001860         CLOSE DLM-FILE                                           CPYLOAD 
001870         MOVE 12 TO RETURN-CODE                                   CPYLOAD 
001880         GOBACK                                                   CPYLOAD 
001890     END-IF.                                                      CPYLOAD 
001900     OPEN OUTPUT REJ-FILE.                                        CPYLOAD 
001910     MOVE 0 TO WS-OUT-OFFSET.                                     CPYLOAD 
001920     MOVE 'N' TO WS-EOF-SW.                                       CPYLOAD 
001930     PERFORM 4000-LOAD-ONE-ROW THRU 4000-EXIT UNTIL WS-EOF.       CPYLOAD 
001940     CLOSE DLM-FILE REJ-FILE.                                     CPYLOAD 
001950     CALL 'CBL_CLOSE_FILE' USING WS-OUT-FHND.                     CPYLOAD 
001960     PERFORM 7000-SHOW-COUNTS THRU 7000-EXIT.                     CPYLOAD 
001970     MOVE WS-FINAL-RC TO RETURN-CODE.                             CPYLOAD 
001980     GOBACK.                                                      CPYLOAD 
001990*                                                                 CPYLOAD 
002000 1000-READ-SYSIN-CARDS.                                           CPYLOAD 
002010     OPEN INPUT PARM-FILE.                                        CPYLOAD 
002020     IF WS-PARM-FILE-STATUS NOT = '00'                            CPYLOAD 
002030         GO TO 1000-EXIT.                                         CPYLOAD 
002040     MOVE 'N' TO WS-EOF-SW.                                       CPYLOAD 
002050     PERFORM 1100-READ-ONE-CARD THRU 1100-EXIT UNTIL WS-EOF.      CPYLOAD 
002060     CLOSE PARM-FILE.                                             CPYLOAD 
002070     MOVE 'N' TO WS-EOF-SW.                                       CPYLOAD 
002080 1000-EXIT.                                                       CPYLOAD 
002090     EXIT.                                                        CPYLOAD 
002100*                                                                 CPYLOAD 
002110 1100-READ-ONE-CARD.                                              CPYLOAD 
002120     READ PARM-FILE INTO WS-PARM-FILE-REC                         CPYLOAD 
002130         AT END MOVE 'Y' TO WS-EOF-SW                             CPYLOAD 
002140     END-READ.                                                    CPYLOAD 
002150     IF WS-EOF                                                    CPYLOAD 
002160         GO TO 1100-EXIT.                                         CPYLOAD 
002170     IF WS-PARM-FILE-REC(1:1) = '*'                               CPYLOAD 
002180         OR WS-PARM-FILE-REC = SPACES                             CPYLOAD 
002190         GO TO 1100-EXIT.                                         CPYLOAD 
002200     EVALUATE WS-PARM-FILE-REC(1:8)                               CPYLOAD 
002210         WHEN 'FILE    '                                          CPYLOAD 
002220             MOVE WS-PARM-FILE-REC(10:60) TO WS-DLM-FILENAME      CPYLOAD 
002230         WHEN 'COPYBOOK'                                          CPYLOAD 
002240             MOVE WS-PARM-FILE-REC(10:30) TO WS-COPYBOOK-NAME     CPYLOAD 
002250         WHEN 'OUTPUT  '                                          CPYLOAD 
002260             MOVE WS-PARM-FILE-REC(10:60) TO WS-OUT-FILENAME      CPYLOAD 
002270         WHEN 'REJECTS '                                          CPYLOAD 
002280             MOVE WS-PARM-FILE-REC(10:60) TO WS-REJ-FILENAME      CPYLOAD 
002290         WHEN 'DELIM   '                                          CPYLOAD 
002300             IF WS-PARM-FILE-REC(10:5) = 'COMMA'                  CPYLOAD 
002310                 MOVE ',' TO WS-DELIM                             CPYLOAD 
002320             ELSE                                                 CPYLOAD 
002330                 MOVE '|' TO WS-DELIM                             CPYLOAD 
002340             END-IF                                               CPYLOAD 
002350         WHEN 'VIEW    '                                          CPYLOAD 
002360             IF LAY-VIEW-COUNT < 5                                CPYLOAD 
002370                 ADD 1 TO LAY-VIEW-COUNT                          CPYLOAD 
002380                 MOVE WS-PARM-FILE-REC(10:30)                     CPYLOAD 
002390                     TO LAY-VIEW-NAME(LAY-VIEW-COUNT)             CPYLOAD 
002400             ELSE                                                 CPYLOAD 
002410                 DISPLAY 'CPYLOAD - MORE THAN 5 VIEW CARDS - '    CPYLOAD 
002420                     'EXTRA IGNORED'                              CPYLOAD 
002430             END-IF                                               CPYLOAD 
002440         WHEN OTHER                                               CPYLOAD 
002450             DISPLAY 'CPYLOAD - CARD IGNORED: '                   CPYLOAD 
002460                 WS-PARM-FILE-REC(1:8)                            CPYLOAD 
002470     END-EVALUATE.                                                CPYLOAD 
002480 1100-EXIT.                                                       CPYLOAD 
002490     EXIT.                                                        CPYLOAD 
002500*                                                                 CPYLOAD 
002510*-------------------------------------------------------------    CPYLOAD 
002520*2000-LOAD-LAYOUT - THE SAME COLUMNS CPYUNLD WRITES, AND THE      CPYLOAD 
002530*RECORD EVERY ROW STARTS FROM: SPACES, ZERO IN EACH NUMERIC       CPYLOAD 
002540*FIELD'S OWN USAGE, LOW VALUES UNDER A FLOATING-POINT FIELD.      CPYLOAD 
002550*-------------------------------------------------------------    CPYLOAD 
002560 2000-LOAD-LAYOUT.                                                CPYLOAD 
002570     MOVE WS-COPYBOOK-NAME TO LAY-COPYBOOK-NAME.                  CPYLOAD 
002580     MOVE SPACES TO LAY-LIBRARY-DIR LAY-VIEW-MODE                 CPYLOAD 
002590         LAY-GROUPS-SW LAY-EXPAND-SW.                             CPYLOAD 
002600     CALL 'CPYLAYO' USING CPYLAYO-PARMS.                          CPYLOAD 
002610     IF LAY-NOT-FOUND OR LAY-COL-COUNT = 0                        CPYLOAD 
002620         DISPLAY 'CPYLOAD - COPYBOOK NOT FOUND - '                CPYLOAD 
002630             WS-COPYBOOK-NAME                                     CPYLOAD 
002640         MOVE 12 TO WS-FINAL-RC                                   CPYLOAD 
002650         GO TO 2000-EXIT.                                         CPYLOAD 
002660     IF LAY-TABLE-FULL                                            CPYLOAD 
002670         DISPLAY 'CPYLOAD - LAYOUT TOO LARGE - '                  CPYLOAD 
002680             WS-COPYBOOK-NAME                                     CPYLOAD 
002690         MOVE 12 TO WS-FINAL-RC                                   CPYLOAD 
002700         GO TO 2000-EXIT.                                         CPYLOAD 
002710     MOVE LAY-RECORD-LEN TO WS-REC-LEN.                           CPYLOAD 
002720     IF WS-REC-LEN > 4096                                         CPYLOAD 
002730         DISPLAY 'CPYLOAD - RECORD LONGER THAN 4096 BYTES - '     CPYLOAD 
002740             WS-COPYBOOK-NAME                                     CPYLOAD 
002750         MOVE 12 TO WS-FINAL-RC                                   CPYLOAD 
002760         GO TO 2000-EXIT.                                         CPYLOAD 
002770     MOVE SPACES TO WS-INIT-BUF.                                  CPYLOAD 
002780     PERFORM 2100-INIT-ONE-FIELD THRU 2100-EXIT                   CPYLOAD 
002790         VARYING WS-CIX FROM 1 BY 1                               CPYLOAD 
002800         UNTIL WS-CIX > LAY-COL-COUNT.                            CPYLOAD 
002810 2000-EXIT.                                                       CPYLOAD 
002820     EXIT.                                                        CPYLOAD 
002830*                                                                 CPYLOAD 
002840 2100-INIT-ONE-FIELD.                                             CPYLOAD 
002850     IF LAY-COL-FLOAT(WS-CIX)                                     CPYLOAD 
002860         MOVE LOW-VALUES TO WS-INIT-BUF                           CPYLOAD 
002870             (LAY-COL-OFF(WS-CIX) + 1:LAY-COL-LEN(WS-CIX))        CPYLOAD 
002880         GO TO 2100-EXIT.                                         CPYLOAD 
002890     IF NOT LAY-COL-NUMERIC(WS-CIX)                               CPYLOAD 
002900         OR LAY-COL-LEN(WS-CIX) > 32                              CPYLOAD 
002910         GO TO 2100-EXIT.                                         CPYLOAD 
002920     PERFORM 6900-DESCRIBE-FIELD THRU 6900-EXIT.                  CPYLOAD 
002930     MOVE 'E' TO FCV-FUNCTION.                                    CPYLOAD 
002940     MOVE 0 TO FCV-VALUE FCV-VALUE-SCALE.                         CPYLOAD 
002950     CALL 'CPYFCNV' USING CPYFCNV-PARMS.                          CPYLOAD 
002960     MOVE FCV-BYTES(1:LAY-COL-LEN(WS-CIX)) TO WS-INIT-BUF         CPYLOAD 
002970         (LAY-COL-OFF(WS-CIX) + 1:LAY-COL-LEN(WS-CIX)).           CPYLOAD 
002980 2100-EXIT.                                                       CPYLOAD 
002990     EXIT.                                                        CPYLOAD 
003000*                                                                 CPYLOAD 
003010*-------------------------------------------------------------    CPYLOAD 
003020*3000-READ-HEADER-ROW - EACH HEADER NAME TO ITS LAYOUT COLUMN.    CPYLOAD 
003030*NAMES ARE MATCHED IN UPPER CASE WITHOUT SURROUNDING BLANKS;      CPYLOAD 
003040*A NAME NOT IN THE LAYOUT IS REPORTED AND ITS VALUES IGNORED.     CPYLOAD 
003050*-------------------------------------------------------------    CPYLOAD 
003060 3000-READ-HEADER-ROW.                                            CPYLOAD 
003070     READ DLM-FILE INTO WS-DLM-FILE-REC                           CPYLOAD 
003080         AT END MOVE 'Y' TO WS-EOF-SW                             CPYLOAD 
003090     END-READ.                                                    CPYLOAD 
003100     IF WS-EOF                                                    CPYLOAD 
003110         DISPLAY 'CPYLOAD - DELIMITED FILE IS EMPTY - '           CPYLOAD 
003120             WS-DLM-FILENAME(1:40)                                CPYLOAD 
003130         MOVE 12 TO WS-FINAL-RC                                   CPYLOAD 
003140         GO TO 3000-EXIT.                                         CPYLOAD 
003150     MOVE 1 TO WS-ROW-NO.                                         CPYLOAD 
003160     IF WS-DELIM = SPACE                                          CPYLOAD 
003170         MOVE 0 TO WS-TALLY                                       CPYLOAD 
003180         INSPECT WS-DLM-FILE-REC TALLYING WS-TALLY FOR ALL '|'    CPYLOAD 
003190         IF WS-TALLY > 0                                          CPYLOAD 
003200             MOVE '|' TO WS-DELIM                                 CPYLOAD 
003210         ELSE                                                     CPYLOAD 
003220             MOVE ',' TO WS-DELIM                                 CPYLOAD 
003230         END-IF                                                   CPYLOAD 
003240     END-IF.                                                      CPYLOAD 
003250     PERFORM 5000-SPLIT-ROW THRU 5000-EXIT.                       CPYLOAD 
003260     MOVE WS-VAL-COUNT TO WS-HDR-COUNT.                           CPYLOAD 
003270     PERFORM 3100-MATCH-ONE-HEADING THRU 3100-EXIT                CPYLOAD 
003280         VARYING WS-HIX FROM 1 BY 1                               CPYLOAD 
003290         UNTIL WS-HIX > WS-HDR-COUNT.                             CPYLOAD 
003300     IF WS-MATCHED-COLS = 0                                       CPYLOAD 
003310         DISPLAY 'CPYLOAD - NO HEADER NAME MATCHES THE LAYOUT '   CPYLOAD 
003320             'OF ' WS-COPYBOOK-NAME                               CPYLOAD 
003330         MOVE 12 TO WS-FINAL-RC                                   CPYLOAD 
003340     END-IF.                                                      CPYLOAD 
003350 3000-EXIT.                                                       CPYLOAD 
003360     EXIT.                                                        CPYLOAD 
003370*                                                                 CPYLOAD 
003380 3100-MATCH-ONE-HEADING.                                          CPYLOAD 
003390     MOVE 0 TO WS-HDR-COL(WS-HIX).                                CPYLOAD 
003400     MOVE SPACES TO WS-HDR-NAME.                                  CPYLOAD 
003410     IF WS-VAL-LEN(WS-HIX) = 0                                    CPYLOAD 
003420         GO TO 3100-EXIT.                                         CPYLOAD 
003430     MOVE 0 TO WS-TALLY.                                          CPYLOAD 
003440     INSPECT WS-VAL-TEXT(WS-HIX) TALLYING WS-TALLY                CPYLOAD 
003450         FOR LEADING SPACE.                                       CPYLOAD 
003460     IF WS-TALLY < WS-VAL-LEN(WS-HIX)                             CPYLOAD 
003470         MOVE WS-VAL-TEXT(WS-HIX)                                 CPYLOAD 
003480             (WS-TALLY + 1:WS-VAL-LEN(WS-HIX) - WS-TALLY)         CPYLOAD 
003490             TO WS-HDR-NAME                                       CPYLOAD 
003500     END-IF.                                                      CPYLOAD 
003510     INSPECT WS-HDR-NAME CONVERTING                               CPYLOAD 
003520         'abcdefghijklmnopqrstuvwxyz'                             CPYLOAD 
003530         TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.                         CPYLOAD 
003540     PERFORM 3110-TEST-ONE-COLUMN THRU 3110-EXIT                  CPYLOAD 
003550         VARYING WS-CIX FROM 1 BY 1                               CPYLOAD 
003560         UNTIL WS-CIX > LAY-COL-COUNT                             CPYLOAD 
003570            OR WS-HDR-COL(WS-HIX) > 0.                            CPYLOAD 
003580     IF WS-HDR-COL(WS-HIX) = 0                                    CPYLOAD 
003590         ADD 1 TO WS-IGNORED-COLS                                 CPYLOAD 
003600         DISPLAY 'CPYLOAD - HEADER COLUMN NOT IN LAYOUT - '       CPYLOAD 
003610             'IGNORED: ' WS-HDR-NAME                              CPYLOAD 
003620     ELSE                                                         CPYLOAD 
003630         ADD 1 TO WS-MATCHED-COLS                                 CPYLOAD 
003640     END-IF.                                                      CPYLOAD 
003650 3100-EXIT.                                                       CPYLOAD 
003660     EXIT.                                                        CPYLOAD 
003670*                                                                 CPYLOAD 
003680 3110-TEST-ONE-COLUMN.                                            CPYLOAD 
003690     IF LAY-COL-NAME(WS-CIX) = WS-HDR-NAME                        CPYLOAD 
003700         AND LAY-COL-NAME(WS-CIX) NOT = 'FILLER'                  CPYLOAD 
003710         MOVE WS-CIX TO WS-HDR-COL(WS-HIX)                        CPYLOAD 
003720     END-IF.                                                      CPYLOAD 
003730 3110-EXIT.                                                       CPYLOAD 
003740     EXIT.                                                        CPYLOAD 
003750*                                                                 CPYLOAD 
003760*-------------------------------------------------------------    CPYLOAD 
003770*4000-LOAD-ONE-ROW - BUILD THE RECORD FIELD BY FIELD; THE         CPYLOAD 
003780*FIRST FAILED EDIT REJECTS THE WHOLE ROW.                         CPYLOAD 
003790*-------------------------------------------------------------    CPYLOAD 
003800 4000-LOAD-ONE-ROW.                                               CPYLOAD 
003810     READ DLM-FILE INTO WS-DLM-FILE-REC                           CPYLOAD 
003820         AT END MOVE 'Y' TO WS-EOF-SW                             CPYLOAD 
003830     END-READ.                                                    CPYLOAD 
003840     IF WS-EOF                                                    CPYLOAD 
003850         GO TO 4000-EXIT.                                         CPYLOAD 
003860     ADD 1 TO WS-ROW-NO.                                          CPYLOAD 
003870     IF WS-DLM-FILE-REC = SPACES                                  CPYLOAD 
003880         GO TO 4000-EXIT.                                         CPYLOAD 
003890     PERFORM 5000-SPLIT-ROW THRU 5000-EXIT.                       CPYLOAD 
003900     MOVE WS-INIT-BUF TO WS-OUT-BUF.                              CPYLOAD 
003910     MOVE SPACES TO WS-REASON WS-BAD-NAME.                        CPYLOAD 
003920     IF WS-VAL-COUNT > WS-HDR-COUNT                               CPYLOAD 
003930         MOVE 'TOO MANY VALUES' TO WS-REASON                      CPYLOAD 
003940         PERFORM 4900-REJECT-ROW THRU 4900-EXIT                   CPYLOAD 
003950         GO TO 4000-EXIT.                                         CPYLOAD 
003960     PERFORM 4100-LOAD-ONE-VALUE THRU 4100-EXIT                   CPYLOAD 
003970         VARYING WS-HIX FROM 1 BY 1                               CPYLOAD 
003980         UNTIL WS-HIX > WS-VAL-COUNT                              CPYLOAD 
003990            OR WS-REASON NOT = SPACES.                            CPYLOAD 
004000     IF WS-REASON NOT = SPACES                                    CPYLOAD 
004010         PERFORM 4900-REJECT-ROW THRU 4900-EXIT                   CPYLOAD 
004020         GO TO 4000-EXIT.                                         CPYLOAD 
004030     MOVE WS-REC-LEN TO WS-DAT-COUNT.                             CPYLOAD 
004040     CALL 'CBL_WRITE_FILE' USING WS-OUT-FHND WS-OUT-OFFSET        CPYLOAD 
004050         WS-DAT-COUNT WS-DAT-FLAGS WS-OUT-BUF.                    CPYLOAD 
004060     ADD WS-REC-LEN TO WS-OUT-OFFSET.                             CPYLOAD 
004070     ADD 1 TO WS-LOADED.                                          CPYLOAD 
004080 4000-EXIT.                                                       CPYLOAD 
004090     EXIT.                                                        CPYLOAD 
004100*                                                                 CPYLOAD 
004110 4100-LOAD-ONE-VALUE.                                             CPYLOAD 
004120     MOVE WS-HDR-COL(WS-HIX) TO WS-CIX.                           CPYLOAD 
004130     IF WS-CIX = 0                                                CPYLOAD 
004140         GO TO 4100-EXIT.                                         CPYLOAD 
004150     MOVE WS-VAL-TEXT(WS-HIX) TO WS-ONE-VALUE.                    CPYLOAD 
004160     MOVE WS-VAL-LEN(WS-HIX) TO WS-ONE-LEN.                       CPYLOAD 
004170     EVALUATE TRUE                                                CPYLOAD 
004180         WHEN LAY-COL-NUMERIC(WS-CIX)                             CPYLOAD 
004190          AND LAY-COL-LEN(WS-CIX) NOT > 32                        CPYLOAD 
004200             PERFORM 4200-LOAD-NUMBER THRU 4200-EXIT              CPYLOAD 
004210         WHEN LAY-COL-FLOAT(WS-CIX)                               CPYLOAD 
004220             IF WS-ONE-VALUE NOT = SPACES                         CPYLOAD 
004230                 MOVE 'FLOAT NOT LOADABLE' TO WS-REASON           CPYLOAD 
004240             END-IF                                               CPYLOAD 
004250         WHEN OTHER                                               CPYLOAD 
004260             PERFORM 4300-LOAD-TEXT THRU 4300-EXIT                CPYLOAD 
004270     END-EVALUATE.                                                CPYLOAD 
004280     IF WS-REASON NOT = SPACES                                    CPYLOAD 
004290         MOVE LAY-COL-NAME(WS-CIX) TO WS-BAD-NAME                 CPYLOAD 
004300         GO TO 4100-EXIT.                                         CPYLOAD 
004310     IF LAY-COL-VAL-COUNT(WS-CIX) > 0                             CPYLOAD 
004320         PERFORM 4400-CHECK-88-DOMAIN THRU 4400-EXIT              CPYLOAD 
004330     END-IF.                                                      CPYLOAD 
004340     IF WS-REASON NOT = SPACES                                    CPYLOAD 
004350         MOVE LAY-COL-NAME(WS-CIX) TO WS-BAD-NAME                 CPYLOAD 
004360         GO TO 4100-EXIT.                                         CPYLOAD 
004370     MOVE WS-FLD-IMAGE(1:LAY-COL-LEN(WS-CIX)) TO WS-OUT-BUF       CPYLOAD 
004380         (LAY-COL-OFF(WS-CIX) + 1:LAY-COL-LEN(WS-CIX)).           CPYLOAD 
004390 4100-EXIT.                                                       CPYLOAD 
004400     EXIT.                                                        CPYLOAD 
004410*                                                                 CPYLOAD 
004420*-------------------------------------------------------------    CPYLOAD 
004430*4200-LOAD-NUMBER - AN EMPTY VALUE LOADS AS ZERO.  THE CODEC      CPYLOAD 
004440*SAYS WHETHER THE TEXT IS A NUMBER AND WHETHER IT FITS: HIGH-     CPYLOAD 
004450*ORDER DIGITS OR DECIMAL PLACES LOST ARE A PICTURE OVERFLOW, A    CPYLOAD 
004460*MINUS INTO AN UNSIGNED PICTURE IS A BAD SIGN.                    CPYLOAD 
004470*-------------------------------------------------------------    CPYLOAD 
004480 4200-LOAD-NUMBER.                                                CPYLOAD 
004490     IF WS-ONE-LEN > 40                                           CPYLOAD 
004500         MOVE 'OVERFLOWS PIC' TO WS-REASON                        CPYLOAD 
004510         GO TO 4200-EXIT.                                         CPYLOAD 
004520     MOVE 'R' TO FCV-FUNCTION.                                    CPYLOAD 
004530     MOVE WS-ONE-VALUE(1:40) TO FCV-TEXT.                         CPYLOAD 
004540     CALL 'CPYFCNV' USING CPYFCNV-PARMS.                          CPYLOAD 
004550     IF FCV-BAD-SIGN                                              CPYLOAD 
004560         MOVE 'BAD SIGN' TO WS-REASON                             CPYLOAD 
004570         GO TO 4200-EXIT.                                         CPYLOAD 
004580     IF NOT FCV-OK                                                CPYLOAD 
004590         MOVE 'NOT NUMERIC' TO WS-REASON                          CPYLOAD 
004600         GO TO 4200-EXIT.                                         CPYLOAD 
004610     PERFORM 6900-DESCRIBE-FIELD THRU 6900-EXIT.                  CPYLOAD 
004620     MOVE 'E' TO FCV-FUNCTION.                                    CPYLOAD 
004630     CALL 'CPYFCNV' USING CPYFCNV-PARMS.                          CPYLOAD 
004640     EVALUATE TRUE                                                CPYLOAD 
004650         WHEN FCV-OK                                              CPYLOAD 
004660             MOVE FCV-BYTES(1:LAY-COL-LEN(WS-CIX))                CPYLOAD 
004670                 TO WS-FLD-IMAGE                                  CPYLOAD 
004680         WHEN FCV-SIGN-LOST                                       CPYLOAD 
004690             MOVE 'BAD SIGN' TO WS-REASON                         CPYLOAD 
004700         WHEN FCV-OVERFLOW OR FCV-TRUNCATED                       CPYLOAD 
004710             MOVE 'OVERFLOWS PIC' TO WS-REASON                    CPYLOAD 
004720         WHEN OTHER                                               CPYLOAD 
004730             MOVE 'NOT NUMERIC' TO WS-REASON                      CPYLOAD 
004740     END-EVALUATE.                                                CPYLOAD 
004750 4200-EXIT.                                                       CPYLOAD 
004760     EXIT.                                                        CPYLOAD 
004770*                                                                 CPYLOAD 
004780 4300-LOAD-TEXT.                                                  CPYLOAD 
004790     IF LAY-COL-LEN(WS-CIX) > 256                                 CPYLOAD 
004800         MOVE 'OVERFLOWS PIC' TO WS-REASON                        CPYLOAD 
004810         GO TO 4300-EXIT.                                         CPYLOAD 
004820     IF WS-ONE-LEN > LAY-COL-LEN(WS-CIX)                          CPYLOAD 
004830         IF WS-ONE-VALUE(LAY-COL-LEN(WS-CIX) + 1:                 CPYLOAD 
004840             WS-ONE-LEN - LAY-COL-LEN(WS-CIX)) NOT = SPACES       CPYLOAD 
004850             MOVE 'OVERFLOWS PIC' TO WS-REASON                    CPYLOAD 
004860             GO TO 4300-EXIT                                      CPYLOAD 
004870         END-IF                                                   CPYLOAD 
004880     END-IF.                                                      CPYLOAD 
004890     MOVE WS-ONE-VALUE TO WS-FLD-IMAGE.                           CPYLOAD 
004900 4300-EXIT.                                                       CPYLOAD 
004910     EXIT.                                                        CPYLOAD 
004920*                                                                 CPYLOAD 
004930*-------------------------------------------------------------    CPYLOAD 
004940*4400-CHECK-88-DOMAIN - THE VALUE MUST BE ONE OF THE FIELD'S      CPYLOAD 
004950*88-LEVEL LITERALS.  TEXT FIELDS COMPARE AS CPYDVAL COMPARES      CPYLOAD 
004960*THEM (QUOTES AND A TRAILING PERIOD STRIPPED, SPACE-PADDED,       CPYLOAD 
004970*SPACE AND ZERO FIGURATIVES); NUMERIC FIELDS COMPARE THE          CPYLOAD 
004980*LITERAL ENCODED UNDER THE SAME PICTURE, SO 7 AND 007 AGREE.      CPYLOAD 
004990*-------------------------------------------------------------    CPYLOAD 
005000 4400-CHECK-88-DOMAIN.                                            CPYLOAD 
005010     MOVE 'N' TO WS-HIT-SW.                                       CPYLOAD 
005020     PERFORM 4410-TEST-ONE-88-VALUE THRU 4410-EXIT                CPYLOAD 
005030         VARYING WS-VIX FROM 1 BY 1                               CPYLOAD 
005040         UNTIL WS-VIX > LAY-COL-VAL-COUNT(WS-CIX) OR WS-HIT.      CPYLOAD 
005050     IF NOT WS-HIT                                                CPYLOAD 
005060         MOVE 'OUTSIDE 88 DOMAIN' TO WS-REASON                    CPYLOAD 
005070     END-IF.                                                      CPYLOAD 
005080 4400-EXIT.                                                       CPYLOAD 
005090     EXIT.                                                        CPYLOAD 
005100*                                                                 CPYLOAD 
005110 4410-TEST-ONE-88-VALUE.                                          CPYLOAD 
005120     MOVE LAY-COL-VAL(WS-CIX, WS-VIX) TO WS-88-LIT.               CPYLOAD 
005130     INSPECT WS-88-LIT REPLACING ALL "'" BY ' '.                  CPYLOAD 
005140     INSPECT WS-88-LIT REPLACING ALL '"' BY ' '.                  CPYLOAD 
005150     MOVE 0 TO WS-TALLY.                                          CPYLOAD 
005160     INSPECT WS-88-LIT TALLYING WS-TALLY FOR LEADING SPACE.       CPYLOAD 
005170     IF WS-TALLY > 0 AND WS-TALLY < 20                            CPYLOAD 
005180         MOVE WS-88-LIT(WS-TALLY + 1:20 - WS-TALLY)               CPYLOAD 
005190             TO WS-88-LIT                                         CPYLOAD 
005200     END-IF.                                                      CPYLOAD 
005210     MOVE 0 TO WS-LIT-LEN.                                        CPYLOAD 
005220     INSPECT WS-88-LIT TALLYING WS-LIT-LEN                        CPYLOAD 
005230         FOR CHARACTERS BEFORE SPACE.                             CPYLOAD 
005240     IF WS-LIT-LEN > 0                                            CPYLOAD 
005250         AND WS-88-LIT(WS-LIT-LEN:1) = '.'                        CPYLOAD 
005260         MOVE ' ' TO WS-88-LIT(WS-LIT-LEN:1)                      CPYLOAD 
005270         SUBTRACT 1 FROM WS-LIT-LEN                               CPYLOAD 
005280     END-IF.                                                      CPYLOAD 
005290     IF WS-88-LIT = 'SPACE' OR WS-88-LIT = 'SPACES'               CPYLOAD 
005300         IF WS-FLD-IMAGE(1:LAY-COL-LEN(WS-CIX)) = SPACES          CPYLOAD 
005310             MOVE 'Y' TO WS-HIT-SW                                CPYLOAD 
005320         END-IF                                                   CPYLOAD 
005330         GO TO 4410-EXIT.                                         CPYLOAD 
005340     IF WS-88-LIT = 'ZERO' OR WS-88-LIT = 'ZEROS'                 CPYLOAD 
005350         OR WS-88-LIT = 'ZEROES'                                  CPYLOAD 
005360         MOVE '0' TO WS-88-LIT                                    CPYLOAD 
005370         MOVE 1 TO WS-LIT-LEN                                     CPYLOAD 
005380         IF NOT LAY-COL-NUMERIC(WS-CIX)                           CPYLOAD 
005390             IF WS-FLD-IMAGE(1:LAY-COL-LEN(WS-CIX)) = ALL '0'     CPYLOAD 
005400                 MOVE 'Y' TO WS-HIT-SW                            CPYLOAD 
005410             END-IF                                               CPYLOAD 
005420             GO TO 4410-EXIT                                      CPYLOAD 
005430         END-IF                                                   CPYLOAD 
005440     END-IF.                                                      CPYLOAD 
005450     IF WS-LIT-LEN = 0                                            CPYLOAD 
005460         GO TO 4410-EXIT.                                         CPYLOAD 
005470     IF LAY-COL-NUMERIC(WS-CIX)                                   CPYLOAD 
005480         MOVE 'R' TO FCV-FUNCTION                                 CPYLOAD 
005490         MOVE WS-88-LIT TO FCV-TEXT                               CPYLOAD 
005500         CALL 'CPYFCNV' USING CPYFCNV-PARMS                       CPYLOAD 
005510         IF NOT FCV-OK                                            CPYLOAD 
005520             GO TO 4410-EXIT                                      CPYLOAD 
005530         END-IF                                                   CPYLOAD 
005540         PERFORM 6900-DESCRIBE-FIELD THRU 6900-EXIT               CPYLOAD 
005550         MOVE 'E' TO FCV-FUNCTION                                 CPYLOAD 
005560         CALL 'CPYFCNV' USING CPYFCNV-PARMS                       CPYLOAD 
005570         IF FCV-OK AND FCV-BYTES(1:LAY-COL-LEN(WS-CIX))           CPYLOAD 
005580             = WS-FLD-IMAGE(1:LAY-COL-LEN(WS-CIX))                CPYLOAD 
005590             MOVE 'Y' TO WS-HIT-SW                                CPYLOAD 
005600         END-IF                                                   CPYLOAD 
005610         GO TO 4410-EXIT.                                         CPYLOAD 
005620     IF WS-LIT-LEN > LAY-COL-LEN(WS-CIX)                          CPYLOAD 
005630         GO TO 4410-EXIT.                                         CPYLOAD 
005640     IF WS-FLD-IMAGE(1:WS-LIT-LEN) NOT = WS-88-LIT(1:WS-LIT-LEN)  CPYLOAD 
005650         GO TO 4410-EXIT.                                         CPYLOAD 
005660     IF LAY-COL-LEN(WS-CIX) > WS-LIT-LEN                          CPYLOAD 
005670         IF WS-FLD-IMAGE(WS-LIT-LEN + 1:                          CPYLOAD 
005680             LAY-COL-LEN(WS-CIX) - WS-LIT-LEN) NOT = SPACES       CPYLOAD 
005690             GO TO 4410-EXIT                                      CPYLOAD 
005700         END-IF                                                   CPYLOAD 
005710     END-IF.                                                      CPYLOAD 
005720     MOVE 'Y' TO WS-HIT-SW.                                       CPYLOAD 
005730 4410-EXIT.                                                       CPYLOAD 
005740     EXIT.                                                        CPYLOAD 
005750*                                                                 CPYLOAD 
005760 4900-REJECT-ROW.                                                 CPYLOAD 
005770     ADD 1 TO WS-REJECTED.                                        CPYLOAD 
005780     MOVE SPACES TO WS-REJ-FILE-REC.                              CPYLOAD 
005790     MOVE WS-ROW-NO TO WS-EDIT-ROW.                               CPYLOAD 
005800     MOVE WS-EDIT-ROW TO WS-REJ-FILE-REC(1:7).                    CPYLOAD 
005810     MOVE WS-BAD-NAME(1:30) TO WS-REJ-FILE-REC(9:30).             CPYLOAD 
005820     MOVE WS-REASON TO WS-REJ-FILE-REC(40:20).                    CPYLOAD 
005830     MOVE WS-DLM-FILE-REC TO WS-REJ-FILE-REC(61:8000).            CPYLOAD 
005840     WRITE WS-REJ-FILE-REC.                                       CPYLOAD 
005850 4900-EXIT.                                                       CPYLOAD 
005860     EXIT.                                                        CPYLOAD 
005870*                                                                 CPYLOAD 
005880*-------------------------------------------------------------    CPYLOAD 
005890*5000-SPLIT-ROW - SPLIT WS-DLM-FILE-REC ON THE DELIMITER.  A      CPYLOAD 
005900*VALUE MAY BE QUOTED; INSIDE QUOTES THE DELIMITER IS DATA AND     CPYLOAD 
005910*A DOUBLED QUOTE IS ONE QUOTE, AS CPYUNLD WRITES THEM.            CPYLOAD 
005920*-------------------------------------------------------------    CPYLOAD 
005930 5000-SPLIT-ROW.                                                  CPYLOAD 
005940     MOVE 8000 TO WS-ROW-LEN.                                     CPYLOAD 
005950     MOVE 'N' TO WS-DONE-SW.                                      CPYLOAD 
005960     PERFORM 5010-BACK-OFF-ONE-BLANK THRU 5010-EXIT               CPYLOAD 
005970         UNTIL WS-ROW-LEN = 0 OR WS-DONE.                         CPYLOAD 
005980     MOVE 1 TO WS-VAL-COUNT.                                      CPYLOAD 
005990     MOVE 0 TO WS-VAL-LEN(1).                                     CPYLOAD 
006000     MOVE SPACES TO WS-VAL-TEXT(1).                               CPYLOAD 
006010     MOVE 'N' TO WS-IN-QUOTE-SW WS-SKIP-SW.                       CPYLOAD 
006020     PERFORM 5100-TAKE-ONE-CHAR THRU 5100-EXIT                    CPYLOAD 
006030         VARYING WS-ROW-IX FROM 1 BY 1                            CPYLOAD 
006040         UNTIL WS-ROW-IX > WS-ROW-LEN.                            CPYLOAD 
006050 5000-EXIT.                                                       CPYLOAD 
006060     EXIT.                                                        CPYLOAD 
006070*                                                                 CPYLOAD 
006080 5010-BACK-OFF-ONE-BLANK.                                         CPYLOAD 
006090     IF WS-DLM-FILE-REC(WS-ROW-LEN:1) = SPACE                     CPYLOAD 
006100         SUBTRACT 1 FROM WS-ROW-LEN                               CPYLOAD 
006110     ELSE                                                         CPYLOAD 
006120         MOVE 'Y' TO WS-DONE-SW                                   CPYLOAD 
006130     END-IF.                                                      CPYLOAD 
006140 5010-EXIT.                                                       CPYLOAD 
006150     EXIT.                                                        CPYLOAD 
006160*                                                                 CPYLOAD 
006170 5100-TAKE-ONE-CHAR.                                              CPYLOAD 
006180     IF WS-SKIP-SW = 'Y'                                          CPYLOAD 
006190         MOVE 'N' TO WS-SKIP-SW                                   CPYLOAD 
006200         GO TO 5100-EXIT.                                         CPYLOAD 
006210     MOVE WS-DLM-FILE-REC(WS-ROW-IX:1) TO WS-ONE-CHAR.            CPYLOAD 
006220     IF WS-IN-QUOTE                                               CPYLOAD 
006230         IF WS-ONE-CHAR = '"'                                     CPYLOAD 
006240             IF WS-ROW-IX < WS-ROW-LEN                            CPYLOAD 
006250                 AND WS-DLM-FILE-REC(WS-ROW-IX + 1:1) = '"'       CPYLOAD 
006260                 MOVE 'Y' TO WS-SKIP-SW                           CPYLOAD 
006270                 PERFORM 5200-APPEND-ONE-CHAR THRU 5200-EXIT      CPYLOAD 
006280             ELSE                                                 CPYLOAD 
006290                 MOVE 'N' TO WS-IN-QUOTE-SW                       CPYLOAD 
006300             END-IF                                               CPYLOAD 
006310         ELSE                                                     CPYLOAD 
006320             PERFORM 5200-APPEND-ONE-CHAR THRU 5200-EXIT          CPYLOAD 
006330         END-IF                                                   CPYLOAD 
006340         GO TO 5100-EXIT.                                         CPYLOAD 
006350     IF WS-ONE-CHAR = WS-DELIM                                    CPYLOAD 
006360         IF WS-VAL-COUNT < 1000                                   CPYLOAD 
006370             ADD 1 TO WS-VAL-COUNT                                CPYLOAD 
006380             MOVE 0 TO WS-VAL-LEN(WS-VAL-COUNT)                   CPYLOAD 
006390             MOVE SPACES TO WS-VAL-TEXT(WS-VAL-COUNT)             CPYLOAD 
006400         END-IF                                                   CPYLOAD 
006410         GO TO 5100-EXIT.                                         CPYLOAD 
006420     IF WS-ONE-CHAR = '"' AND WS-VAL-LEN(WS-VAL-COUNT) = 0        CPYLOAD 
006430         MOVE 'Y' TO WS-IN-QUOTE-SW                               CPYLOAD 
006440         GO TO 5100-EXIT.                                         CPYLOAD 
006450     PERFORM 5200-APPEND-ONE-CHAR THRU 5200-EXIT.                 CPYLOAD 
006460 5100-EXIT.                                                       CPYLOAD 
006470     EXIT.                                                        CPYLOAD 
006480*                                                                 CPYLOAD 
006490 5200-APPEND-ONE-CHAR.                                            CPYLOAD 
006500     IF WS-VAL-LEN(WS-VAL-COUNT) < 256                            CPYLOAD 
006510         ADD 1 TO WS-VAL-LEN(WS-VAL-COUNT)                        CPYLOAD 
006520         MOVE WS-ONE-CHAR TO WS-VAL-TEXT(WS-VAL-COUNT)            CPYLOAD 
006530             (WS-VAL-LEN(WS-VAL-COUNT):1)                         CPYLOAD 
006540     END-IF.                                                      CPYLOAD 
006550 5200-EXIT.                                                       CPYLOAD 
006560     EXIT.                                                        CPYLOAD 
006570*                                                                 CPYLOAD 
006580 6900-DESCRIBE-FIELD.                                             CPYLOAD 
006590     MOVE LAY-COL-USAGE(WS-CIX) TO FCV-USAGE.                     CPYLOAD 
006600     MOVE LAY-COL-LEN(WS-CIX) TO FCV-LENGTH.                      CPYLOAD 
006610     MOVE LAY-COL-DIGITS(WS-CIX) TO FCV-DIGITS.                   CPYLOAD 
006620     MOVE LAY-COL-SCALE(WS-CIX) TO FCV-SCALE.                     CPYLOAD 
006630     MOVE LAY-COL-SIGNED(WS-CIX) TO FCV-SIGNED.                   CPYLOAD 
006640     MOVE SPACE TO FCV-CHARSET.                                   CPYLOAD 
006650 6900-EXIT.                                                       CPYLOAD 
006660     EXIT.                                                        CPYLOAD 
006670*                                                                 CPYLOAD 
006680 7000-SHOW-COUNTS.                                                CPYLOAD 
006690     MOVE WS-LOADED TO WS-EDIT-COUNT.                             CPYLOAD 
006700     DISPLAY 'CPYLOAD LOADED ' WS-EDIT-COUNT ' RECORD(S) TO '     CPYLOAD 
006710         WS-OUT-FILENAME(1:40).                                   CPYLOAD 
006720     IF WS-REJECTED > 0                                           CPYLOAD 
006730         MOVE WS-REJECTED TO WS-EDIT-COUNT                        CPYLOAD 
006740         DISPLAY 'CPYLOAD - ' WS-EDIT-COUNT ' ROW(S) REJECTED TO 'CPYLOAD 
006750             WS-REJ-FILENAME(1:40)                                CPYLOAD 
006760         MOVE 4 TO WS-FINAL-RC                                    CPYLOAD 
006770     END-IF.                                                      CPYLOAD 
006780     IF WS-IGNORED-COLS > 0                                       CPYLOAD 
006790         MOVE 4 TO WS-FINAL-RC                                    CPYLOAD 
006800     END-IF.                                                      CPYLOAD 
006810 7000-EXIT.                                                       CPYLOAD 
006820     EXIT.                                                        CPYLOAD 
