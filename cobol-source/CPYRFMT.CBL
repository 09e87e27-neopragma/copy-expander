000010 IDENTIFICATION DIVISION.                                         CPYRFMT 
000020 PROGRAM-ID. CPYRFMT.                                             CPYRFMT 
000030 AUTHOR. R SANDOVAL.                                              CPYRFMT 
000040 INSTALLATION. DATA CENTER SERVICES - COPYBOOK TOOLING.           CPYRFMT 
000050 DATE-WRITTEN. 2026-10-14.                                        CPYRFMT 
000060 DATE-COMPILED.                                                   CPYRFMT 
000070*-------------------------------------------------------------    CPYRFMT 
000080*MODIFICATION HISTORY                                             CPYRFMT 
000090*-------------------------------------------------------------    CPYRFMT 
000100*2026-10-14 RS  LAYOUT-DRIVEN DATA FILE REFORMAT FOR A PENDING    CPYRFMT 
000110*               COPYBOOK PROMOTION.  WHERE CPYFIMP SAYS THE       CPYRFMT 
000120*               TEST-COPYLIB COPY MOVES OFFSETS OR WIDENS A       CPYRFMT 
000130*               PICTURE, THIS READS EVERY RECORD OF THE NAMED     CPYRFMT 
000140*               DATA FILE UNDER THE PROD-COPYLIB LAYOUT AND       CPYRFMT 
000150*               WRITES IT UNDER THE TEST-COPYLIB LAYOUT, SO NO    CPYRFMT 
000160*               ONE HAS TO HAND-WRITE A ONE-OFF CONVERSION.       CPYRFMT 
000170*               FIELDS MOVE BY MATCHING DATA NAME (AN OCCURS      CPYRFMT 
000180*               ENTRY BY NAME AND SUBSCRIPT); DISPLAY, COMP       CPYRFMT 
000190*               AND COMP-3 CONVERT THROUGH THE CPYFCNV CODEC      CPYRFMT 
000200*               WHERE THE USAGE OR DECIMAL PLACES CHANGED;        CPYRFMT 
000210*               ADDED FIELDS ARE INITIALIZED (SPACES, OR ZERO     CPYRFMT 
000220*               IN THE FIELD'S OWN USAGE).  BOTH LAYOUTS COME     CPYRFMT 
000230*               FROM CPYLAYO.  THE CONVERSION REPORT LISTS THE    CPYRFMT 
000240*               FIELD PLAN, EVERY REMOVED FIELD, AND PER FIELD    CPYRFMT 
000250*               THE RECORDS THAT WOULD TRUNCATE OR CARRIED A      CPYRFMT 
000260*               SOURCE VALUE THAT WOULD NOT CONVERT, WITH THE     CPYRFMT 
000270*               RECORD COUNTS, FOR SIGN-OFF BEFORE THE            CPYRFMT 
000280*               PROMOTION GOES AHEAD.  SYSIN: FILE / COPYBOOK     CPYRFMT 
000290*               / OUTPUT CARDS (OUTPUT DEFAULTS TO THE INPUT      CPYRFMT 
000300*               NAME PLUS .RFM).  DATA FILES ARE FIXED-LENGTH     CPYRFMT 
000310*               AND BINARY-CLEAN, READ AND WRITTEN THROUGH THE    CPYRFMT 
000320*               CBL_ FILE ROUTINES AS CPYGEN WRITES ITS TEST      CPYRFMT 
000330*               BEDS.  RC 0 CLEAN, 4 FIELDS REMOVED OR A SHORT    CPYRFMT 
000340*               LAST RECORD, 8 TRUNCATIONS OR UNCONVERTIBLE       CPYRFMT 
000350*               VALUES, 12 NOTHING CONVERTED.                     CPYRFMT 
000360*               REPORT: registry/CPYRFMT.RPT.                     CPYRFMT 
000370*-------------------------------------------------------------    CPYRFMT 
000380 ENVIRONMENT DIVISION.                                            CPYRFMT 
000390 CONFIGURATION SECTION.                                           CPYRFMT 
000400 SOURCE-COMPUTER. GENERIC-COMPUTER.                               CPYRFMT 
000410 OBJECT-COMPUTER. GENERIC-COMPUTER.                               CPYRFMT 
000420 INPUT-OUTPUT SECTION.                                            CPYRFMT 
000430 FILE-CONTROL.                                                    CPYRFMT 
000440     SELECT PARM-FILE ASSIGN TO DYNAMIC WS-PARM-FILENAME          CPYRFMT 
000450         ORGANIZATION LINE SEQUENTIAL                             CPYRFMT 
000460         FILE STATUS IS WS-PARM-FILE-STATUS.                      CPYRFMT 
000470     SELECT RPT-FILE ASSIGN TO DYNAMIC WS-RPT-FILENAME            CPYRFMT 
000480         ORGANIZATION LINE SEQUENTIAL                             CPYRFMT 
000490         FILE STATUS IS WS-RPT-FILE-STATUS.                       CPYRFMT 
000500 DATA DIVISION.                                                   CPYRFMT 
000510 FILE SECTION.                                                    CPYRFMT 
000520 FD  PARM-FILE.                                                   CPYRFMT 
000530 01  WS-PARM-FILE-REC        PIC X(80).                           CPYRFMT 
000540 FD  RPT-FILE.                                                    CPYRFMT 
000550 01  WS-RPT-FILE-REC         PIC X(132).                          CPYRFMT 
000560 WORKING-STORAGE SECTION.                                         CPYRFMT 
000570*-------------------------------------------------------------    CPYRFMT 
000580*FILE STATUS AND DYNAMIC FILE NAMES                               CPYRFMT 
000590*-------------------------------------------------------------    CPYRFMT 
000600 77  WS-PARM-FILENAME        PIC X(80) VALUE 'jcl/CPYRFMT.SYSIN'. CPYRFMT 
000610 77  WS-PARM-FILE-STATUS     PIC X(02) VALUE '00'.                CPYRFMT 
000620 77  WS-RPT-FILENAME         PIC X(80)                            CPYRFMT 
000630         VALUE 'registry/CPYRFMT.RPT'.                            CPYRFMT 
000640 77  WS-RPT-FILE-STATUS      PIC X(02) VALUE '00'.                CPYRFMT 
000650 77  WS-PRDLIB-DIR           PIC X(60)                            CPYRFMT 
000660         VALUE 'copybook-source/PROD-COPYLIB'.                    CPYRFMT 
000670 77  WS-TSTLIB-DIR           PIC X(60)                            CPYRFMT 
000680         VALUE 'copybook-source/TEST-COPYLIB'.                    CPYRFMT 
000690 77  WS-DAT-FILENAME         PIC X(80) VALUE SPACES.              CPYRFMT 
000700 77  WS-OUT-FILENAME         PIC X(80) VALUE SPACES.              CPYRFMT 
000710 77  WS-COPYBOOK-NAME        PIC X(30) VALUE SPACES.              CPYRFMT 
000720 77  WS-EOF-SW               PIC X(01) VALUE 'N'.                 CPYRFMT 
000730     88  WS-EOF              VALUE 'Y'.                           CPYRFMT 
000740*-------------------------------------------------------------    CPYRFMT 
000750*THE DATA FILES ARE FIXED-LENGTH AND BINARY-CLEAN, SO THEY GO     CPYRFMT 
000760*THROUGH THE CBL_ FILE ROUTINES RATHER THAN A LINE-SEQUENTIAL     CPYRFMT 
000770*FD (WHICH WOULD MANGLE THE PACKED AND BINARY BYTES).             CPYRFMT 
000780*-------------------------------------------------------------    CPYRFMT 
000790 77  WS-IN-FHND              PIC 9(09) COMP-X VALUE 0.            CPYRFMT 
000800 77  WS-OUT-FHND             PIC 9(09) COMP-X VALUE 0.            CPYRFMT 
000810 77  WS-IN-OFFSET            PIC 9(18) COMP-X VALUE 0.            CPYRFMT 
000820 77  WS-OUT-OFFSET           PIC 9(18) COMP-X VALUE 0.            CPYRFMT 
000830 77  WS-FILE-SIZE            PIC 9(18) COMP-X VALUE 0.            CPYRFMT 
000840 77  WS-DAT-COUNT            PIC 9(09) COMP-X VALUE 0.            CPYRFMT 
000850 77  WS-DAT-FLAGS            PIC 9(02) COMP-X VALUE 0.            CPYRFMT 
000860 77  WS-READ-AMODE           PIC 9(02) COMP-X VALUE 1.            CPYRFMT 
000870 77  WS-WRITE-AMODE          PIC 9(02) COMP-X VALUE 2.            CPYRFMT 
000880 77  WS-DAT-DMODE            PIC 9(02) COMP-X VALUE 0.            CPYRFMT 
000890 77  WS-DAT-DEV              PIC 9(02) COMP-X VALUE 0.            CPYRFMT 
000900 77  WS-SIZE-FLAG            PIC 9(02) COMP-X VALUE 128.          CPYRFMT 
000910 01  WS-IN-BUF               PIC X(4096).                         CPYRFMT 
000920 01  WS-OUT-BUF              PIC X(4096).                         CPYRFMT 
000930 01  WS-INIT-BUF             PIC X(4096).                         CPYRFMT 
000940*-------------------------------------------------------------    CPYRFMT 
000950*COUNTERS AND EDIT FIELDS                                         CPYRFMT 
000960*-------------------------------------------------------------    CPYRFMT 
000970 77  WS-OLD-REC-LEN          PIC 9(06) COMP VALUE 0.              CPYRFMT 
000980 77  WS-NEW-REC-LEN          PIC 9(06) COMP VALUE 0.              CPYRFMT 
000990 77  WS-REC-TOTAL            PIC 9(09) COMP VALUE 0.              CPYRFMT 
001000 77  WS-REC-NO               PIC 9(09) COMP VALUE 0.              CPYRFMT 
001010 77  WS-WRITTEN              PIC 9(09) COMP VALUE 0.              CPYRFMT 
001020 77  WS-SHORT-BYTES          PIC 9(06) COMP VALUE 0.              CPYRFMT 
001030 77  WS-REMOVED-COUNT        PIC 9(04) COMP VALUE 0.              CPYRFMT 
001040 77  WS-ADDED-COUNT          PIC 9(04) COMP VALUE 0.              CPYRFMT 
001050 77  WS-TRUNC-FIELDS         PIC 9(04) COMP VALUE 0.              CPYRFMT 
001060 77  WS-BAD-FIELDS           PIC 9(04) COMP VALUE 0.              CPYRFMT 
001070 77  WS-NIX                  PIC 9(04) COMP VALUE 0.              CPYRFMT 
001080 77  WS-OIX                  PIC 9(04) COMP VALUE 0.              CPYRFMT 
001090 77  WS-TXT-LEN              PIC 9(04) COMP VALUE 0.              CPYRFMT 
001100 77  WS-EDIT-COUNT           PIC Z(08)9.                          CPYRFMT 
001110 77  WS-EDIT-OFF             PIC Z(05)9.                          CPYRFMT 
001120 77  WS-EDIT-LEN             PIC Z(05)9.                          CPYRFMT 
001130 77  WS-FINAL-RC             PIC 9(02) VALUE 0.                   CPYRFMT 
001140 COPY CPYLAP.                                                     CPYRFMT 
001150 COPY CPYFCP.                                                     CPYRFMT 
001160*-------------------------------------------------------------    CPYRFMT 
001170*THE TWO LAYOUTS, AS CPYLAYO RETURNED THEM.  A NEW-SIDE COLUMN    CPYRFMT 
001180*KNOWS ITS OLD-SIDE SOURCE (ZERO FOR AN ADDED FIELD) AND          CPYRFMT 
001190*COUNTS ITS OWN TRUNCATIONS AND UNCONVERTIBLE SOURCE VALUES.      CPYRFMT 
001200*-------------------------------------------------------------    CPYRFMT 
001210 01  WS-OLD-TABLE.                                                CPYRFMT 
001220     05  WS-OLD-COUNT        PIC 9(04) COMP VALUE 0.              CPYRFMT 
001230     05  WS-OLD-ENT OCCURS 1000 TIMES.                            CPYRFMT 
001240         10  WS-OLD-NAME     PIC X(40).                           CPYRFMT 
001250         10  WS-OLD-OFF      PIC 9(08) COMP.                      CPYRFMT 
001260         10  WS-OLD-LEN      PIC 9(06) COMP.                      CPYRFMT 
001270         10  WS-OLD-USAGE    PIC X(08).                           CPYRFMT 
001280         10  WS-OLD-DIGITS   PIC 9(03) COMP.                      CPYRFMT 
001290         10  WS-OLD-SCALE    PIC 9(02) COMP.                      CPYRFMT 
001300         10  WS-OLD-SIGNED   PIC X(01).                           CPYRFMT 
001310         10  WS-OLD-CLASS    PIC X(01).                           CPYRFMT 
001320         10  WS-OLD-MATCH-SW PIC X(01).                           CPYRFMT 
001330 01  WS-NEW-TABLE.                                                CPYRFMT 
001340     05  WS-NEW-COUNT        PIC 9(04) COMP VALUE 0.              CPYRFMT 
001350     05  WS-NEW-ENT OCCURS 1000 TIMES.                            CPYRFMT 
001360         10  WS-NEW-NAME     PIC X(40).                           CPYRFMT 
001370         10  WS-NEW-OFF      PIC 9(08) COMP.                      CPYRFMT 
001380         10  WS-NEW-LEN      PIC 9(06) COMP.                      CPYRFMT 
001390         10  WS-NEW-USAGE    PIC X(08).                           CPYRFMT 
001400         10  WS-NEW-DIGITS   PIC 9(03) COMP.                      CPYRFMT 
001410         10  WS-NEW-SCALE    PIC 9(02) COMP.                      CPYRFMT 
001420         10  WS-NEW-SIGNED   PIC X(01).                           CPYRFMT 
001430         10  WS-NEW-CLASS    PIC X(01).                           CPYRFMT 
001440         10  WS-NEW-SRC      PIC 9(04) COMP.                      CPYRFMT 
001450         10  WS-NEW-TRUNC    PIC 9(09) COMP.                      CPYRFMT 
001460         10  WS-NEW-BAD      PIC 9(09) COMP.                      CPYRFMT 
001470 PROCEDURE DIVISION.                                              CPYRFMT 
001480*-------------------------------------------------------------    CPYRFMT 
001490*0000-MAINLINE                                                    CPYRFMT 
001500*-------------------------------------------------------------    CPYRFMT 
001510 0000-MAINLINE.                                                   CPYRFMT 
001520     PERFORM 1000-READ-SYSIN-CARDS THRU 1000-EXIT.                CPYRFMT 
001530     IF WS-DAT-FILENAME = SPACES                                  CPYRFMT 
001540         OR WS-COPYBOOK-NAME = SPACES                             CPYRFMT 
001550         DISPLAY 'CPYRFMT - FILE AND COPYBOOK CARDS REQUIRED'     CPYRFMT 
001560         MOVE 12 TO RETURN-CODE                                   CPYRFMT 
001570         GOBACK                                                   CPYRFMT 
001580     END-IF.                                                      CPYRFMT 
001590     IF WS-OUT-FILENAME = SPACES                                  CPYRFMT 
001600         STRING WS-DAT-FILENAME DELIMITED BY SPACE                CPYRFMT 
001610             '.RFM' DELIMITED BY SIZE                             CPYRFMT 
001620             INTO WS-OUT-FILENAME                                 CPYRFMT 
001630         END-STRING                                               CPYRFMT 
001640     END-IF.                                                      CPYRFMT 
001650     PERFORM 2000-LOAD-BOTH-LAYOUTS THRU 2000-EXIT.               CPYRFMT 
001660     IF WS-OLD-COUNT = 0 OR WS-NEW-COUNT = 0                      CPYRFMT 
001670         MOVE 12 TO RETURN-CODE                                   CPYRFMT 
001680         GOBACK                                                   CPYRFMT 
001690     END-IF.                                                      CPYRFMT 
001700     IF WS-OLD-REC-LEN > 4096 OR WS-NEW-REC-LEN > 4096            CPYRFMT 
001710         DISPLAY 'CPYRFMT - RECORD LONGER THAN 4096 BYTES - '     CPYRFMT 
001720             WS-COPYBOOK-NAME                                     CPYRFMT 
001730         MOVE 12 TO RETURN-CODE                                   CPYRFMT 
001740         GOBACK                                                   CPYRFMT 
001750     END-IF.                                                      CPYRFMT 
001760     PERFORM 3000-MATCH-THE-FIELDS THRU 3000-EXIT.                CPYRFMT 
001770     PERFORM 3500-BUILD-INIT-RECORD THRU 3500-EXIT.               CPYRFMT 
001780     OPEN OUTPUT RPT-FILE.                                        CPYRFMT 
001790     PERFORM 4000-PRINT-FIELD-PLAN THRU 4000-EXIT.                CPYRFMT 
001800     PERFORM 5000-CONVERT-THE-FILE THRU 5000-EXIT.                CPYRFMT 
001810     PERFORM 7000-PRINT-SIGN-OFF THRU 7000-EXIT.                  CPYRFMT 
001820     CLOSE RPT-FILE.                                              CPYRFMT 
001830     MOVE WS-WRITTEN TO WS-EDIT-COUNT.                            CPYRFMT 
001840     DISPLAY 'CPYRFMT REFORMATTED ' WS-EDIT-COUNT ' RECORD(S)'.   CPYRFMT 
001850     MOVE WS-FINAL-RC TO RETURN-CODE.                             CPYRFMT 
001860     GOBACK.                                                      CPYRFMT 
001870*                                                                 CPYRFMT 
001880 1000-READ-SYSIN-CARDS.                                           CPYRFMT 
001890     OPEN INPUT PARM-FILE.                                        CPYRFMT 
001900     IF WS-PARM-FILE-STATUS NOT = '00'                            CPYRFMT 
001910         GO TO 1000-EXIT.                                         CPYRFMT 
001920     MOVE 'N' TO WS-EOF-SW.                                       CPYRFMT 
001930     PERFORM 1100-READ-ONE-CARD THRU 1100-EXIT UNTIL WS-EOF.      CPYRFMT 
001940     CLOSE PARM-FILE.                                             CPYRFMT 
001950     MOVE 'N' TO WS-EOF-SW.                                       CPYRFMT 
001960 1000-EXIT.                                                       CPYRFMT 
001970     EXIT.                                                        CPYRFMT 
001980*                                                                 CPYRFMT 
001990 1100-READ-ONE-CARD.                                              CPYRFMT 
002000     READ PARM-FILE INTO WS-PARM-FILE-REC                         CPYRFMT 
002010         AT END MOVE 'Y' TO WS-EOF-SW                             CPYRFMT 
002020     END-READ.                                                    CPYRFMT 
002030     IF WS-EOF                                                    CPYRFMT 
002040         GO TO 1100-EXIT.                                         CPYRFMT 
002050     IF WS-PARM-FILE-REC(1:1) = '*'                               CPYRFMT 
002060         OR WS-PARM-FILE-REC = SPACES                             CPYRFMT 
002070         GO TO 1100-EXIT.                                         CPYRFMT 
002080     EVALUATE WS-PARM-FILE-REC(1:8)                               CPYRFMT 
002090         WHEN 'FILE    '                                          CPYRFMT 
002100             MOVE WS-PARM-FILE-REC(10:60) TO WS-DAT-FILENAME      CPYRFMT 
002110         WHEN 'COPYBOOK'                                          CPYRFMT 
002120             MOVE WS-PARM-FILE-REC(10:30) TO WS-COPYBOOK-NAME     CPYRFMT 
002130         WHEN 'OUTPUT  '                                          CPYRFMT 
002140             MOVE WS-PARM-FILE-REC(10:60) TO WS-OUT-FILENAME      CPYRFMT 
002150         WHEN OTHER                                               CPYRFMT 
002160             DISPLAY 'CPYRFMT - CARD IGNORED: '                   CPYRFMT 
002170                 WS-PARM-FILE-REC(1:8)                            CPYRFMT 
002180     END-EVALUATE.                                                CPYRFMT 
002190 1100-EXIT.                                                       CPYRFMT 
002200     EXIT.                                                        CPYRFMT 
002210*                                                                 CPYRFMT 
002220*-------------------------------------------------------------    CPYRFMT 
002230*2000-LOAD-BOTH-LAYOUTS - THE PROD-COPYLIB COPY DESCRIBES THE     CPYRFMT 
002240*FILE AS IT STANDS, THE TEST-COPYLIB COPY THE FILE AS IT MUST     CPYRFMT 
002250*BECOME.  BASE VIEW ONLY: A REDEFINES IS ANOTHER NAME FOR         CPYRFMT 
002260*BYTES THAT ALREADY MOVE.                                         CPYRFMT 
002270*-------------------------------------------------------------    CPYRFMT 
002280 2000-LOAD-BOTH-LAYOUTS.                                          CPYRFMT 
002290     MOVE WS-COPYBOOK-NAME TO LAY-COPYBOOK-NAME.                  CPYRFMT 
002300     MOVE WS-PRDLIB-DIR TO LAY-LIBRARY-DIR.                       CPYRFMT 
002310     MOVE SPACES TO LAY-VIEW-MODE LAY-GROUPS-SW LAY-EXPAND-SW.    CPYRFMT 
002320     MOVE 0 TO LAY-VIEW-COUNT.                                    CPYRFMT 
002330     CALL 'CPYLAYO' USING CPYLAYO-PARMS.                          CPYRFMT 
002340     IF LAY-NOT-FOUND OR LAY-COL-COUNT = 0                        CPYRFMT 
002350         DISPLAY 'CPYRFMT - NO PROD-COPYLIB LAYOUT FOR '          CPYRFMT 
002360             WS-COPYBOOK-NAME                                     CPYRFMT 
002370         GO TO 2000-EXIT.                                         CPYRFMT 
002380     IF LAY-TABLE-FULL                                            CPYRFMT 
002390         DISPLAY 'CPYRFMT - PROD-COPYLIB LAYOUT TOO LARGE - '     CPYRFMT 
002400             WS-COPYBOOK-NAME                                     CPYRFMT 
002410         GO TO 2000-EXIT.                                         CPYRFMT 
002420     MOVE LAY-RECORD-LEN TO WS-OLD-REC-LEN.                       CPYRFMT 
002430     PERFORM 2100-KEEP-ONE-OLD-COLUMN THRU 2100-EXIT              CPYRFMT 
002440         VARYING LAY-IX FROM 1 BY 1                               CPYRFMT 
002450         UNTIL LAY-IX > LAY-COL-COUNT.                            CPYRFMT 
002460     MOVE WS-TSTLIB-DIR TO LAY-LIBRARY-DIR.                       CPYRFMT 
002470     CALL 'CPYLAYO' USING CPYLAYO-PARMS.                          CPYRFMT 
002480     IF LAY-NOT-FOUND OR LAY-COL-COUNT = 0                        CPYRFMT 
002490         DISPLAY 'CPYRFMT - NO TEST-COPYLIB LAYOUT FOR '          CPYRFMT 
002500             WS-COPYBOOK-NAME                                     CPYRFMT 
002510         GO TO 2000-EXIT.                                         CPYRFMT 
002520     IF LAY-TABLE-FULL                                            CPYRFMT 
002530         DISPLAY 'CPYRFMT - TEST-COPYLIB LAYOUT TOO LARGE - '     CPYRFMT 
002540             WS-COPYBOOK-NAME                                     CPYRFMT 
002550         GO TO 2000-EXIT.                                         CPYRFMT 
002560     MOVE LAY-RECORD-LEN TO WS-NEW-REC-LEN.                       CPYRFMT 
002570     PERFORM 2200-KEEP-ONE-NEW-COLUMN THRU 2200-EXIT              CPYRFMT 
002580         VARYING LAY-IX FROM 1 BY 1                               CPYRFMT 
002590         UNTIL LAY-IX > LAY-COL-COUNT.                            CPYRFMT 
002600 2000-EXIT.                                                       CPYRFMT 
002610     EXIT.                                                        CPYRFMT 
002620*                                                                 CPYRFMT 
002630 2100-KEEP-ONE-OLD-COLUMN.                                        CPYRFMT 
002640     ADD 1 TO WS-OLD-COUNT.                                       CPYRFMT 
002650     MOVE WS-OLD-COUNT TO WS-OIX.                                 CPYRFMT 
002660     MOVE LAY-COL-NAME(LAY-IX) TO WS-OLD-NAME(WS-OIX).            CPYRFMT 
002670     MOVE LAY-COL-OFF(LAY-IX) TO WS-OLD-OFF(WS-OIX).              CPYRFMT 
002680     MOVE LAY-COL-LEN(LAY-IX) TO WS-OLD-LEN(WS-OIX).              CPYRFMT 
002690     MOVE LAY-COL-USAGE(LAY-IX) TO WS-OLD-USAGE(WS-OIX).          CPYRFMT 
002700     MOVE LAY-COL-DIGITS(LAY-IX) TO WS-OLD-DIGITS(WS-OIX).        CPYRFMT 
002710     MOVE LAY-COL-SCALE(LAY-IX) TO WS-OLD-SCALE(WS-OIX).          CPYRFMT 
002720     MOVE LAY-COL-SIGNED(LAY-IX) TO WS-OLD-SIGNED(WS-OIX).        CPYRFMT 
002730     MOVE LAY-COL-CLASS(LAY-IX) TO WS-OLD-CLASS(WS-OIX).          CPYRFMT 
002740     MOVE 'N' TO WS-OLD-MATCH-SW(WS-OIX).                         CPYRFMT 
002750 2100-EXIT.                                                       CPYRFMT 
002760     EXIT.                                                        CPYRFMT 
002770*                                                                 CPYRFMT 
002780 2200-KEEP-ONE-NEW-COLUMN.                                        CPYRFMT 
002790     ADD 1 TO WS-NEW-COUNT.                                       CPYRFMT 
002800     MOVE WS-NEW-COUNT TO WS-NIX.                                 CPYRFMT 
002810     MOVE LAY-COL-NAME(LAY-IX) TO WS-NEW-NAME(WS-NIX).            CPYRFMT 
002820     MOVE LAY-COL-OFF(LAY-IX) TO WS-NEW-OFF(WS-NIX).              CPYRFMT 
002830     MOVE LAY-COL-LEN(LAY-IX) TO WS-NEW-LEN(WS-NIX).              CPYRFMT 
002840     MOVE LAY-COL-USAGE(LAY-IX) TO WS-NEW-USAGE(WS-NIX).          CPYRFMT 
002850     MOVE LAY-COL-DIGITS(LAY-IX) TO WS-NEW-DIGITS(WS-NIX).        CPYRFMT 
002860     MOVE LAY-COL-SCALE(LAY-IX) TO WS-NEW-SCALE(WS-NIX).          CPYRFMT 
002870     MOVE LAY-COL-SIGNED(LAY-IX) TO WS-NEW-SIGNED(WS-NIX).        CPYRFMT 
002880     MOVE LAY-COL-CLASS(LAY-IX) TO WS-NEW-CLASS(WS-NIX).          CPYRFMT 
002890     MOVE 0 TO WS-NEW-SRC(WS-NIX) WS-NEW-TRUNC(WS-NIX)            CPYRFMT 
002900         WS-NEW-BAD(WS-NIX).                                      CPYRFMT 
002910 2200-EXIT.                                                       CPYRFMT 
002920     EXIT.                                                        CPYRFMT 
002930*                                                                 CPYRFMT 
002940*-------------------------------------------------------------    CPYRFMT 
002950*3000-MATCH-THE-FIELDS - BY DATA NAME.  FILLER NEVER MATCHES:     CPYRFMT 
002960*IT HAS NO NAME TO MATCH ON AND NOTHING TO CARRY ACROSS.          CPYRFMT 
002970*-------------------------------------------------------------    CPYRFMT 
002980 3000-MATCH-THE-FIELDS.                                           CPYRFMT 
002990     PERFORM 3100-MATCH-ONE-NEW-FIELD THRU 3100-EXIT              CPYRFMT 
003000         VARYING WS-NIX FROM 1 BY 1                               CPYRFMT 
003010         UNTIL WS-NIX > WS-NEW-COUNT.                             CPYRFMT 
003020 3000-EXIT.                                                       CPYRFMT 
003030     EXIT.                                                        CPYRFMT 
003040*                                                                 CPYRFMT 
003050 3100-MATCH-ONE-NEW-FIELD.                                        CPYRFMT 
003060     IF WS-NEW-NAME(WS-NIX) = 'FILLER'                            CPYRFMT 
003070         GO TO 3100-EXIT.                                         CPYRFMT 
003080     PERFORM 3110-TEST-ONE-OLD-FIELD THRU 3110-EXIT               CPYRFMT 
003090         VARYING WS-OIX FROM 1 BY 1                               CPYRFMT 
003100         UNTIL WS-OIX > WS-OLD-COUNT                              CPYRFMT 
003110            OR WS-NEW-SRC(WS-NIX) > 0.                            CPYRFMT 
003120     IF WS-NEW-SRC(WS-NIX) = 0                                    CPYRFMT 
003130         ADD 1 TO WS-ADDED-COUNT                                  CPYRFMT 
003140     END-IF.                                                      CPYRFMT 
003150 3100-EXIT.                                                       CPYRFMT 
003160     EXIT.                                                        CPYRFMT 
003170*                                                                 CPYRFMT 
003180 3110-TEST-ONE-OLD-FIELD.                                         CPYRFMT 
003190     IF WS-OLD-NAME(WS-OIX) = WS-NEW-NAME(WS-NIX)                 CPYRFMT 
003200         AND WS-OLD-MATCH-SW(WS-OIX) = 'N'                        CPYRFMT 
003210         MOVE WS-OIX TO WS-NEW-SRC(WS-NIX)                        CPYRFMT 
003220         MOVE 'Y' TO WS-OLD-MATCH-SW(WS-OIX)                      CPYRFMT 
003230     END-IF.                                                      CPYRFMT 
003240 3110-EXIT.                                                       CPYRFMT 
003250     EXIT.                                                        CPYRFMT 
003260*                                                                 CPYRFMT 
003270*-------------------------------------------------------------    CPYRFMT 
003280*3500-BUILD-INIT-RECORD - THE NEW RECORD BEFORE ANY FIELD IS      CPYRFMT 
003290*MOVED IN: SPACES, ZERO IN EACH NUMERIC FIELD'S OWN USAGE, LOW    CPYRFMT 
003300*VALUES UNDER A FLOATING-POINT FIELD.  AN ADDED FIELD KEEPS       CPYRFMT 
003310*THIS VALUE.                                                      CPYRFMT 
003320*-------------------------------------------------------------    CPYRFMT 
003330 3500-BUILD-INIT-RECORD.                                          CPYRFMT 
003340     MOVE SPACES TO WS-INIT-BUF.                                  CPYRFMT 
003350     PERFORM 3510-INIT-ONE-FIELD THRU 3510-EXIT                   CPYRFMT 
003360         VARYING WS-NIX FROM 1 BY 1                               CPYRFMT 
003370         UNTIL WS-NIX > WS-NEW-COUNT.                             CPYRFMT 
003380 3500-EXIT.                                                       CPYRFMT 
003390     EXIT.                                                        CPYRFMT 
003400*                                                                 CPYRFMT 
003410 3510-INIT-ONE-FIELD.                                             CPYRFMT 
003420     IF WS-NEW-CLASS(WS-NIX) = 'F'                                CPYRFMT 
003430         MOVE LOW-VALUES TO WS-INIT-BUF                           CPYRFMT 
003440             (WS-NEW-OFF(WS-NIX) + 1:WS-NEW-LEN(WS-NIX))          CPYRFMT 
003450         GO TO 3510-EXIT.                                         CPYRFMT 
003460     IF WS-NEW-CLASS(WS-NIX) NOT = 'N'                            CPYRFMT 
003470         OR WS-NEW-LEN(WS-NIX) > 32                               CPYRFMT 
003480         GO TO 3510-EXIT.                                         CPYRFMT 
003490     PERFORM 6900-DESCRIBE-NEW-FIELD THRU 6900-EXIT.              CPYRFMT 
003500     MOVE 'E' TO FCV-FUNCTION.                                    CPYRFMT 
003510     MOVE 0 TO FCV-VALUE FCV-VALUE-SCALE.                         CPYRFMT 
003520     CALL 'CPYFCNV' USING CPYFCNV-PARMS.                          CPYRFMT 
003530     MOVE FCV-BYTES(1:WS-NEW-LEN(WS-NIX)) TO WS-INIT-BUF          CPYRFMT 
003540         (WS-NEW-OFF(WS-NIX) + 1:WS-NEW-LEN(WS-NIX)).             CPYRFMT 
003550 3510-EXIT.                                                       CPYRFMT 
003560     EXIT.                                                        CPYRFMT 
003570*                                                                 CPYRFMT 
003580*-------------------------------------------------------------    CPYRFMT 
003590*4000-PRINT-FIELD-PLAN - EVERY NEW-LAYOUT FIELD WITH ITS          CPYRFMT 
003600*SOURCE, THEN EVERY OLD-LAYOUT FIELD THAT GOES NOWHERE.           CPYRFMT 
003610*-------------------------------------------------------------    CPYRFMT 
003620 4000-PRINT-FIELD-PLAN.                                           CPYRFMT 
003630     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYRFMT 
003640     STRING 'CPYRFMT LAYOUT-DRIVEN REFORMAT - ' DELIMITED BY SIZE CPYRFMT 
003650         WS-DAT-FILENAME DELIMITED BY SPACE                       CPYRFMT 
003660         ' UNDER ' DELIMITED BY SIZE                              CPYRFMT 
003670         WS-COPYBOOK-NAME DELIMITED BY SPACE                      CPYRFMT 
003680         INTO WS-RPT-FILE-REC                                     CPYRFMT 
003690     END-STRING.                                                  CPYRFMT 
003700     WRITE WS-RPT-FILE-REC.                                       CPYRFMT 
003710     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYRFMT 
003720     MOVE WS-OLD-REC-LEN TO WS-EDIT-LEN.                          CPYRFMT 
003730     STRING 'FROM PROD-COPYLIB LAYOUT, RECORD LENGTH '            CPYRFMT 
003740         DELIMITED BY SIZE                                        CPYRFMT 
003750         WS-EDIT-LEN DELIMITED BY SIZE                            CPYRFMT 
003760         INTO WS-RPT-FILE-REC                                     CPYRFMT 
003770     END-STRING.                                                  CPYRFMT 
003780     WRITE WS-RPT-FILE-REC.                                       CPYRFMT 
003790     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYRFMT 
003800     MOVE WS-NEW-REC-LEN TO WS-EDIT-LEN.                          CPYRFMT 
003810     STRING 'TO   TEST-COPYLIB LAYOUT, RECORD LENGTH '            CPYRFMT 
003820         DELIMITED BY SIZE                                        CPYRFMT 
003830         WS-EDIT-LEN DELIMITED BY SIZE                            CPYRFMT 
003840         '  OUTPUT ' DELIMITED BY SIZE                            CPYRFMT 
003850         WS-OUT-FILENAME DELIMITED BY SPACE                       CPYRFMT 
003860         INTO WS-RPT-FILE-REC                                     CPYRFMT 
003870     END-STRING.                                                  CPYRFMT 
003880     WRITE WS-RPT-FILE-REC.                                       CPYRFMT 
003890     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYRFMT 
003900     WRITE WS-RPT-FILE-REC.                                       CPYRFMT 
003910     MOVE 'FIELD PLAN' TO WS-RPT-FILE-REC.                        CPYRFMT 
003920     WRITE WS-RPT-FILE-REC.                                       CPYRFMT 
003930     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYRFMT 
003940     MOVE 'FIELD' TO WS-RPT-FILE-REC(1:5).                        CPYRFMT 
003950     MOVE 'OLD OFF/LEN/USAGE' TO WS-RPT-FILE-REC(42:17).          CPYRFMT 
003960     MOVE 'NEW OFF/LEN/USAGE' TO WS-RPT-FILE-REC(71:17).          CPYRFMT 
003970     MOVE 'ACTION' TO WS-RPT-FILE-REC(100:6).                     CPYRFMT 
003980     WRITE WS-RPT-FILE-REC.                                       CPYRFMT 
003990     PERFORM 4100-PRINT-ONE-PLAN-LINE THRU 4100-EXIT              CPYRFMT 
004000         VARYING WS-NIX FROM 1 BY 1                               CPYRFMT 
004010         UNTIL WS-NIX > WS-NEW-COUNT.                             CPYRFMT 
004020     PERFORM 4200-PRINT-ONE-REMOVED THRU 4200-EXIT                CPYRFMT 
004030         VARYING WS-OIX FROM 1 BY 1                               CPYRFMT 
004040         UNTIL WS-OIX > WS-OLD-COUNT.                             CPYRFMT 
004050 4000-EXIT.                                                       CPYRFMT 
004060     EXIT.                                                        CPYRFMT 
004070*                                                                 CPYRFMT 
004080 4100-PRINT-ONE-PLAN-LINE.                                        CPYRFMT 
004090     IF WS-NEW-NAME(WS-NIX) = 'FILLER'                            CPYRFMT 
004100         GO TO 4100-EXIT.                                         CPYRFMT 
004110     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYRFMT 
004120     MOVE WS-NEW-NAME(WS-NIX) TO WS-RPT-FILE-REC(1:40).           CPYRFMT 
004130     MOVE WS-NEW-SRC(WS-NIX) TO WS-OIX.                           CPYRFMT 
004140     IF WS-OIX > 0                                                CPYRFMT 
004150         MOVE WS-OLD-OFF(WS-OIX) TO WS-EDIT-OFF                   CPYRFMT 
004160         MOVE WS-EDIT-OFF TO WS-RPT-FILE-REC(42:6)                CPYRFMT 
004170         MOVE WS-OLD-LEN(WS-OIX) TO WS-EDIT-LEN                   CPYRFMT 
004180         MOVE WS-EDIT-LEN TO WS-RPT-FILE-REC(49:6)                CPYRFMT 
004190         IF WS-OLD-USAGE(WS-OIX) = SPACES                         CPYRFMT 
004200             MOVE 'DISPLAY' TO WS-RPT-FILE-REC(56:8)              CPYRFMT 
004210         ELSE                                                     CPYRFMT 
004220             MOVE WS-OLD-USAGE(WS-OIX) TO WS-RPT-FILE-REC(56:8)   CPYRFMT 
004230         END-IF                                                   CPYRFMT 
004240     END-IF.                                                      CPYRFMT 
004250     MOVE WS-NEW-OFF(WS-NIX) TO WS-EDIT-OFF.                      CPYRFMT 
004260     MOVE WS-EDIT-OFF TO WS-RPT-FILE-REC(71:6).                   CPYRFMT 
004270     MOVE WS-NEW-LEN(WS-NIX) TO WS-EDIT-LEN.                      CPYRFMT 
004280     MOVE WS-EDIT-LEN TO WS-RPT-FILE-REC(78:6).                   CPYRFMT 
004290     IF WS-NEW-USAGE(WS-NIX) = SPACES                             CPYRFMT 
004300         MOVE 'DISPLAY' TO WS-RPT-FILE-REC(85:8)                  CPYRFMT 
004310     ELSE                                                         CPYRFMT 
004320         MOVE WS-NEW-USAGE(WS-NIX) TO WS-RPT-FILE-REC(85:8)       CPYRFMT 
004330     END-IF.                                                      CPYRFMT 
004340     EVALUATE TRUE                                                CPYRFMT 
004350         WHEN WS-OIX = 0                                          CPYRFMT 
004360             MOVE 'ADDED - INITIALIZED' TO WS-RPT-FILE-REC(100:19)CPYRFMT 
004370         WHEN WS-OLD-USAGE(WS-OIX) NOT = WS-NEW-USAGE(WS-NIX)     CPYRFMT 
004380           OR WS-OLD-SCALE(WS-OIX) NOT = WS-NEW-SCALE(WS-NIX)     CPYRFMT 
004390           OR WS-OLD-CLASS(WS-OIX) NOT = WS-NEW-CLASS(WS-NIX)     CPYRFMT 
004400             MOVE 'CONVERTED' TO WS-RPT-FILE-REC(100:9)           CPYRFMT 
004410         WHEN WS-OLD-LEN(WS-OIX) > WS-NEW-LEN(WS-NIX)             CPYRFMT 
004420             MOVE 'NARROWED' TO WS-RPT-FILE-REC(100:8)            CPYRFMT 
004430         WHEN WS-OLD-LEN(WS-OIX) < WS-NEW-LEN(WS-NIX)             CPYRFMT 
004440             MOVE 'WIDENED' TO WS-RPT-FILE-REC(100:7)             CPYRFMT 
004450         WHEN OTHER                                               CPYRFMT 
004460             MOVE 'MOVED' TO WS-RPT-FILE-REC(100:5)               CPYRFMT 
004470     END-EVALUATE.                                                CPYRFMT 
004480     WRITE WS-RPT-FILE-REC.                                       CPYRFMT 
004490 4100-EXIT.                                                       CPYRFMT 
004500     EXIT.                                                        CPYRFMT 
004510*                                                                 CPYRFMT 
004520 4200-PRINT-ONE-REMOVED.                                          CPYRFMT 
004530     IF WS-OLD-MATCH-SW(WS-OIX) = 'Y'                             CPYRFMT 
004540         OR WS-OLD-NAME(WS-OIX) = 'FILLER'                        CPYRFMT 
004550         GO TO 4200-EXIT.                                         CPYRFMT 
004560     ADD 1 TO WS-REMOVED-COUNT.                                   CPYRFMT 
004570     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYRFMT 
004580     MOVE WS-OLD-NAME(WS-OIX) TO WS-RPT-FILE-REC(1:40).           CPYRFMT 
004590     MOVE WS-OLD-OFF(WS-OIX) TO WS-EDIT-OFF.                      CPYRFMT 
004600     MOVE WS-EDIT-OFF TO WS-RPT-FILE-REC(42:6).                   CPYRFMT 
004610     MOVE WS-OLD-LEN(WS-OIX) TO WS-EDIT-LEN.                      CPYRFMT 
004620     MOVE WS-EDIT-LEN TO WS-RPT-FILE-REC(49:6).                   CPYRFMT 
004630     IF WS-OLD-USAGE(WS-OIX) = SPACES                             CPYRFMT 
004640         MOVE 'DISPLAY' TO WS-RPT-FILE-REC(56:8)                  CPYRFMT 
004650     ELSE                                                         CPYRFMT 
004660         MOVE WS-OLD-USAGE(WS-OIX) TO WS-RPT-FILE-REC(56:8)       CPYRFMT 
004670     END-IF.                                                      CPYRFMT 
004680     MOVE '*** REMOVED - DATA DROPPED ***'                        CPYRFMT 
004690         TO WS-RPT-FILE-REC(100:30).                              CPYRFMT 
004700     WRITE WS-RPT-FILE-REC.                                       CPYRFMT 
004710 4200-EXIT.                                                       CPYRFMT 
004720     EXIT.                                                        CPYRFMT 
004730*                                                                 CPYRFMT 
004740*-------------------------------------------------------------    CPYRFMT 
004750*5000-CONVERT-THE-FILE - RECORD BY RECORD, OLD LENGTH IN, NEW     CPYRFMT 
004760*LENGTH OUT.  A SHORT TAIL THAT IS NOT A WHOLE OLD RECORD IS      CPYRFMT 
004770*REPORTED AND NOT CONVERTED.                                      CPYRFMT 
004780*-------------------------------------------------------------    CPYRFMT 
004790 5000-CONVERT-THE-FILE.                                           CPYRFMT 
004800     CALL 'CBL_OPEN_FILE' USING WS-DAT-FILENAME                   CPYRFMT 
004810         WS-READ-AMODE WS-DAT-DMODE WS-DAT-DEV WS-IN-FHND.        CPYRFMT 
004820     IF RETURN-CODE NOT = 0                                       CPYRFMT 
004830         DISPLAY 'CPYRFMT - DATA FILE NOT READABLE - '            CPYRFMT 
004840             WS-DAT-FILENAME(1:40)                                CPYRFMT 
004850         MOVE 12 TO WS-FINAL-RC                                   CPYRFMT 
004860         GO TO 5000-EXIT.                                         CPYRFMT 
004870     MOVE 0 TO WS-FILE-SIZE.                                      CPYRFMT 
004880     CALL 'CBL_READ_FILE' USING WS-IN-FHND WS-FILE-SIZE           CPYRFMT 
004890         WS-DAT-COUNT WS-SIZE-FLAG WS-IN-BUF.                     CPYRFMT 
004900     DIVIDE WS-FILE-SIZE BY WS-OLD-REC-LEN GIVING WS-REC-TOTAL    CPYRFMT 
004910         REMAINDER WS-SHORT-BYTES.                                CPYRFMT 
004920     CALL 'CBL_CREATE_FILE' USING WS-OUT-FILENAME                 CPYRFMT 
004930         WS-WRITE-AMODE WS-DAT-DMODE WS-DAT-DEV WS-OUT-FHND.      CPYRFMT 
004940     IF RETURN-CODE NOT = 0                                       CPYRFMT 
004950         DISPLAY 'CPYRFMT - CANNOT OPEN ' WS-OUT-FILENAME(1:40)   CPYRFMT 
004960         CALL 'CBL_CLOSE_FILE' USING WS-IN-FHND                   CPYRFMT 
004970         MOVE 12 TO WS-FINAL-RC                                   CPYRFMT 
004980         GO TO 5000-EXIT.                                         CPYRFMT 
004990     MOVE 0 TO WS-IN-OFFSET WS-OUT-OFFSET.                        CPYRFMT 
005000     PERFORM 5100-CONVERT-ONE-RECORD THRU 5100-EXIT               CPYRFMT 
005010         VARYING WS-REC-NO FROM 1 BY 1                            CPYRFMT 
005020         UNTIL WS-REC-NO > WS-REC-TOTAL.                          CPYRFMT 
005030     CALL 'CBL_CLOSE_FILE' USING WS-IN-FHND.                      CPYRFMT 
005040     CALL 'CBL_CLOSE_FILE' USING WS-OUT-FHND.                     CPYRFMT 
005050 5000-EXIT.                                                       CPYRFMT 
005060     EXIT.                                                        CPYRFMT 
005070*                                                                 CPYRFMT 
005080 5100-CONVERT-ONE-RECORD.                                         CPYRFMT 
005090     MOVE WS-OLD-REC-LEN TO WS-DAT-COUNT.                         CPYRFMT 
005100     MOVE 0 TO WS-DAT-FLAGS.                                      CPYRFMT 
005110     CALL 'CBL_READ_FILE' USING WS-IN-FHND WS-IN-OFFSET           CPYRFMT 
005120         WS-DAT-COUNT WS-DAT-FLAGS WS-IN-BUF.                     CPYRFMT 
005130     ADD WS-OLD-REC-LEN TO WS-IN-OFFSET.                          CPYRFMT 
005140     MOVE WS-INIT-BUF TO WS-OUT-BUF.                              CPYRFMT 
005150     PERFORM 5200-MOVE-ONE-FIELD THRU 5200-EXIT                   CPYRFMT 
005160         VARYING WS-NIX FROM 1 BY 1                               CPYRFMT 
005170         UNTIL WS-NIX > WS-NEW-COUNT.                             CPYRFMT 
005180     MOVE WS-NEW-REC-LEN TO WS-DAT-COUNT.                         CPYRFMT 
005190     CALL 'CBL_WRITE_FILE' USING WS-OUT-FHND WS-OUT-OFFSET        CPYRFMT 
005200         WS-DAT-COUNT WS-DAT-FLAGS WS-OUT-BUF.                    CPYRFMT 
005210     ADD WS-NEW-REC-LEN TO WS-OUT-OFFSET.                         CPYRFMT 
005220     ADD 1 TO WS-WRITTEN.                                         CPYRFMT 
005230 5100-EXIT.                                                       CPYRFMT 
005240     EXIT.                                                        CPYRFMT 
005250*                                                                 CPYRFMT 
005260*-------------------------------------------------------------    CPYRFMT 
005270*5200-MOVE-ONE-FIELD - NUMERIC TO NUMERIC GOES THROUGH THE        CPYRFMT 
005280*CODEC (VALUE PRESERVED, USAGE AND DECIMAL PLACES CONVERTED);     CPYRFMT 
005290*ANYTHING ELSE MOVES AS TEXT, LEFT-JUSTIFIED.                     CPYRFMT 
005300*-------------------------------------------------------------    CPYRFMT 
005310 5200-MOVE-ONE-FIELD.                                             CPYRFMT 
005320     MOVE WS-NEW-SRC(WS-NIX) TO WS-OIX.                           CPYRFMT 
005330     IF WS-OIX = 0                                                CPYRFMT 
005340         GO TO 5200-EXIT.                                         CPYRFMT 
005350     EVALUATE TRUE                                                CPYRFMT 
005360         WHEN WS-OLD-CLASS(WS-OIX) = 'N'                          CPYRFMT 
005370          AND WS-NEW-CLASS(WS-NIX) = 'N'                          CPYRFMT 
005380             PERFORM 5300-MOVE-NUMERIC-FIELD THRU 5300-EXIT       CPYRFMT 
005390         WHEN WS-OLD-CLASS(WS-OIX) = 'N'                          CPYRFMT 
005400             PERFORM 5400-MOVE-NUMBER-AS-TEXT THRU 5400-EXIT      CPYRFMT 
005410         WHEN WS-NEW-CLASS(WS-NIX) = 'N'                          CPYRFMT 
005420             PERFORM 5500-MOVE-TEXT-AS-NUMBER THRU 5500-EXIT      CPYRFMT 
005430         WHEN OTHER                                               CPYRFMT 
005440             PERFORM 5600-MOVE-TEXT-FIELD THRU 5600-EXIT          CPYRFMT 
005450     END-EVALUATE.                                                CPYRFMT 
005460 5200-EXIT.                                                       CPYRFMT 
005470     EXIT.                                                        CPYRFMT 
005480*                                                                 CPYRFMT 
005490 5300-MOVE-NUMERIC-FIELD.                                         CPYRFMT 
005500     IF WS-OLD-LEN(WS-OIX) > 32 OR WS-NEW-LEN(WS-NIX) > 32        CPYRFMT 
005510         PERFORM 5600-MOVE-TEXT-FIELD THRU 5600-EXIT              CPYRFMT 
005520         GO TO 5300-EXIT.                                         CPYRFMT 
005530     PERFORM 6800-DECODE-OLD-FIELD THRU 6800-EXIT.                CPYRFMT 
005540     IF NOT FCV-OK                                                CPYRFMT 
005550         ADD 1 TO WS-NEW-BAD(WS-NIX)                              CPYRFMT 
005560         GO TO 5300-EXIT.                                         CPYRFMT 
005570     PERFORM 6900-DESCRIBE-NEW-FIELD THRU 6900-EXIT.              CPYRFMT 
005580     MOVE 'E' TO FCV-FUNCTION.                                    CPYRFMT 
005590     CALL 'CPYFCNV' USING CPYFCNV-PARMS.                          CPYRFMT 
005600     IF FCV-NOT-NUMERIC                                           CPYRFMT 
005610         ADD 1 TO WS-NEW-BAD(WS-NIX)                              CPYRFMT 
005620         GO TO 5300-EXIT.                                         CPYRFMT 
005630     IF NOT FCV-OK                                                CPYRFMT 
005640         ADD 1 TO WS-NEW-TRUNC(WS-NIX)                            CPYRFMT 
005650     END-IF.                                                      CPYRFMT 
005660     MOVE FCV-BYTES(1:WS-NEW-LEN(WS-NIX)) TO WS-OUT-BUF           CPYRFMT 
005670         (WS-NEW-OFF(WS-NIX) + 1:WS-NEW-LEN(WS-NIX)).             CPYRFMT 
005680 5300-EXIT.                                                       CPYRFMT 
005690     EXIT.                                                        CPYRFMT 
005700*                                                                 CPYRFMT 
005710 5400-MOVE-NUMBER-AS-TEXT.                                        CPYRFMT 
005720     PERFORM 6800-DECODE-OLD-FIELD THRU 6800-EXIT.                CPYRFMT 
005730     IF NOT FCV-OK                                                CPYRFMT 
005740         ADD 1 TO WS-NEW-BAD(WS-NIX)                              CPYRFMT 
005750         GO TO 5400-EXIT.                                         CPYRFMT 
005760     MOVE 'T' TO FCV-FUNCTION.                                    CPYRFMT 
005770     CALL 'CPYFCNV' USING CPYFCNV-PARMS.                          CPYRFMT 
005780     MOVE 0 TO WS-TXT-LEN.                                        CPYRFMT 
005790     INSPECT FCV-TEXT TALLYING WS-TXT-LEN                         CPYRFMT 
005800         FOR CHARACTERS BEFORE SPACE.                             CPYRFMT 
005810     IF WS-TXT-LEN > WS-NEW-LEN(WS-NIX)                           CPYRFMT 
005820         ADD 1 TO WS-NEW-TRUNC(WS-NIX)                            CPYRFMT 
005830         MOVE WS-NEW-LEN(WS-NIX) TO WS-TXT-LEN                    CPYRFMT 
005840     END-IF.                                                      CPYRFMT 
005850     IF WS-TXT-LEN > 0                                            CPYRFMT 
005860         MOVE FCV-TEXT(1:WS-TXT-LEN) TO WS-OUT-BUF                CPYRFMT 
005870             (WS-NEW-OFF(WS-NIX) + 1:WS-TXT-LEN)                  CPYRFMT 
005880     END-IF.                                                      CPYRFMT 
005890 5400-EXIT.                                                       CPYRFMT 
005900     EXIT.                                                        CPYRFMT 
005910*                                                                 CPYRFMT 
005920 5500-MOVE-TEXT-AS-NUMBER.                                        CPYRFMT 
005930     IF WS-NEW-LEN(WS-NIX) > 32                                   CPYRFMT 
005940         GO TO 5500-EXIT.                                         CPYRFMT 
005950     MOVE SPACES TO FCV-TEXT.                                     CPYRFMT 
005960     IF WS-OLD-LEN(WS-OIX) > 40                                   CPYRFMT 
005970         MOVE WS-IN-BUF(WS-OLD-OFF(WS-OIX) + 1:40) TO FCV-TEXT    CPYRFMT 
005980     ELSE                                                         CPYRFMT 
005990         MOVE WS-IN-BUF                                           CPYRFMT 
006000             (WS-OLD-OFF(WS-OIX) + 1:WS-OLD-LEN(WS-OIX))          CPYRFMT 
006010             TO FCV-TEXT                                          CPYRFMT 
006020     END-IF.                                                      CPYRFMT 
006030     MOVE 'R' TO FCV-FUNCTION.                                    CPYRFMT 
006040     CALL 'CPYFCNV' USING CPYFCNV-PARMS.                          CPYRFMT 
006050     IF NOT FCV-OK                                                CPYRFMT 
006060         ADD 1 TO WS-NEW-BAD(WS-NIX)                              CPYRFMT 
006070         GO TO 5500-EXIT.                                         CPYRFMT 
006080     PERFORM 6900-DESCRIBE-NEW-FIELD THRU 6900-EXIT.              CPYRFMT 
006090     MOVE 'E' TO FCV-FUNCTION.                                    CPYRFMT 
006100     CALL 'CPYFCNV' USING CPYFCNV-PARMS.                          CPYRFMT 
006110     IF NOT FCV-OK                                                CPYRFMT 
006120         ADD 1 TO WS-NEW-TRUNC(WS-NIX)                            CPYRFMT 
006130     END-IF.                                                      CPYRFMT 
006140     MOVE FCV-BYTES(1:WS-NEW-LEN(WS-NIX)) TO WS-OUT-BUF           CPYRFMT 
006150         (WS-NEW-OFF(WS-NIX) + 1:WS-NEW-LEN(WS-NIX)).             CPYRFMT 
006160 5500-EXIT.                                                       CPYRFMT 
006170     EXIT.                                                        CPYRFMT 
006180*                                                                 CPYRFMT 
006190 5600-MOVE-TEXT-FIELD.                                            CPYRFMT 
006200     IF WS-OLD-LEN(WS-OIX) > WS-NEW-LEN(WS-NIX)                   CPYRFMT 
006210         MOVE WS-IN-BUF                                           CPYRFMT 
006220             (WS-OLD-OFF(WS-OIX) + 1:WS-NEW-LEN(WS-NIX))          CPYRFMT 
006230             TO WS-OUT-BUF                                        CPYRFMT 
006240             (WS-NEW-OFF(WS-NIX) + 1:WS-NEW-LEN(WS-NIX))          CPYRFMT 
006250         IF WS-IN-BUF(WS-OLD-OFF(WS-OIX) + WS-NEW-LEN(WS-NIX)     CPYRFMT 
006260             + 1:WS-OLD-LEN(WS-OIX) - WS-NEW-LEN(WS-NIX))         CPYRFMT 
006270             NOT = SPACES                                         CPYRFMT 
006280             ADD 1 TO WS-NEW-TRUNC(WS-NIX)                        CPYRFMT 
006290         END-IF                                                   CPYRFMT 
006300     ELSE                                                         CPYRFMT 
006310         MOVE WS-IN-BUF                                           CPYRFMT 
006320             (WS-OLD-OFF(WS-OIX) + 1:WS-OLD-LEN(WS-OIX))          CPYRFMT 
006330             TO WS-OUT-BUF                                        CPYRFMT 
006340             (WS-NEW-OFF(WS-NIX) + 1:WS-OLD-LEN(WS-OIX))          CPYRFMT 
006350     END-IF.                                                      CPYRFMT 
006360 5600-EXIT.                                                       CPYRFMT 
006370     EXIT.                                                        CPYRFMT 
006380*                                                                 CPYRFMT 
006390 6800-DECODE-OLD-FIELD.                                           CPYRFMT 
006400     MOVE 'D' TO FCV-FUNCTION.                                    CPYRFMT 
006410     MOVE WS-OLD-USAGE(WS-OIX) TO FCV-USAGE.                      CPYRFMT 
006420     MOVE WS-OLD-LEN(WS-OIX) TO FCV-LENGTH.                       CPYRFMT 
006430     MOVE WS-OLD-DIGITS(WS-OIX) TO FCV-DIGITS.                    CPYRFMT 
006440     MOVE WS-OLD-SCALE(WS-OIX) TO FCV-SCALE.                      CPYRFMT 
006450     MOVE WS-OLD-SIGNED(WS-OIX) TO FCV-SIGNED.                    CPYRFMT 
006460     MOVE SPACE TO FCV-CHARSET.                                   CPYRFMT 
006470     MOVE SPACES TO FCV-BYTES.                                    CPYRFMT 
006480     MOVE WS-IN-BUF(WS-OLD-OFF(WS-OIX) + 1:WS-OLD-LEN(WS-OIX))    CPYRFMT 
006490         TO FCV-BYTES(1:WS-OLD-LEN(WS-OIX)).                      CPYRFMT 
006500     CALL 'CPYFCNV' USING CPYFCNV-PARMS.                          CPYRFMT 
006510 6800-EXIT.                                                       CPYRFMT 
006520     EXIT.                                                        CPYRFMT 
006530*                                                                 CPYRFMT 
006540 6900-DESCRIBE-NEW-FIELD.                                         CPYRFMT 
006550     MOVE WS-NEW-USAGE(WS-NIX) TO FCV-USAGE.                      CPYRFMT 
006560     MOVE WS-NEW-LEN(WS-NIX) TO FCV-LENGTH.                       CPYRFMT 
006570     MOVE WS-NEW-DIGITS(WS-NIX) TO FCV-DIGITS.                    CPYRFMT 
006580     MOVE WS-NEW-SCALE(WS-NIX) TO FCV-SCALE.                      CPYRFMT 
006590     MOVE WS-NEW-SIGNED(WS-NIX) TO FCV-SIGNED.                    CPYRFMT 
006600     MOVE SPACE TO FCV-CHARSET.                                   CPYRFMT 
006610 6900-EXIT.                                                       CPYRFMT 
006620     EXIT.                                                        CPYRFMT 
006630*                                                                 CPYRFMT 
006640*-------------------------------------------------------------    CPYRFMT 
006650*7000-PRINT-SIGN-OFF - RECORD COUNTS, THE FIELDS THAT LOST        CPYRFMT 
006660*DATA, AND THE VERDICT THE PROMOTION MEETING SIGNS.               CPYRFMT 
006670*-------------------------------------------------------------    CPYRFMT 
006680 7000-PRINT-SIGN-OFF.                                             CPYRFMT 
006690     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYRFMT 
006700     WRITE WS-RPT-FILE-REC.                                       CPYRFMT 
006710     MOVE 'CONVERSION COUNTS' TO WS-RPT-FILE-REC.                 CPYRFMT 
006720     WRITE WS-RPT-FILE-REC.                                       CPYRFMT 
006730     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYRFMT 
006740     MOVE WS-REC-TOTAL TO WS-EDIT-COUNT.                          CPYRFMT 
006750     STRING 'RECORDS READ    ' DELIMITED BY SIZE                  CPYRFMT 
006760         WS-EDIT-COUNT DELIMITED BY SIZE                          CPYRFMT 
006770         INTO WS-RPT-FILE-REC                                     CPYRFMT 
006780     END-STRING.                                                  CPYRFMT 
006790     WRITE WS-RPT-FILE-REC.                                       CPYRFMT 
006800     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYRFMT 
006810     MOVE WS-WRITTEN TO WS-EDIT-COUNT.                            CPYRFMT 
006820     STRING 'RECORDS WRITTEN ' DELIMITED BY SIZE                  CPYRFMT 
006830         WS-EDIT-COUNT DELIMITED BY SIZE                          CPYRFMT 
006840         INTO WS-RPT-FILE-REC                                     CPYRFMT 
006850     END-STRING.                                                  CPYRFMT 
006860     WRITE WS-RPT-FILE-REC.                                       CPYRFMT 
006870     IF WS-SHORT-BYTES > 0                                        CPYRFMT 
006880         MOVE SPACES TO WS-RPT-FILE-REC                           CPYRFMT 
006890         MOVE WS-SHORT-BYTES TO WS-EDIT-LEN                       CPYRFMT 
006900         STRING '*** SHORT LAST RECORD OF ' DELIMITED BY SIZE     CPYRFMT 
006910             WS-EDIT-LEN DELIMITED BY SIZE                        CPYRFMT 
006920             ' BYTE(S) NOT CONVERTED ***' DELIMITED BY SIZE       CPYRFMT 
006930             INTO WS-RPT-FILE-REC                                 CPYRFMT 
006940         END-STRING                                               CPYRFMT 
006950         WRITE WS-RPT-FILE-REC                                    CPYRFMT 
006960         IF WS-FINAL-RC < 4                                       CPYRFMT 
006970             MOVE 4 TO WS-FINAL-RC                                CPYRFMT 
006980         END-IF                                                   CPYRFMT 
006990     END-IF.                                                      CPYRFMT 
007000     PERFORM 7100-PRINT-ONE-FIELD-COUNT THRU 7100-EXIT            CPYRFMT 
007010         VARYING WS-NIX FROM 1 BY 1                               CPYRFMT 
007020         UNTIL WS-NIX > WS-NEW-COUNT.                             CPYRFMT 
007030     IF WS-REMOVED-COUNT > 0 AND WS-FINAL-RC < 4                  CPYRFMT 
007040         MOVE 4 TO WS-FINAL-RC                                    CPYRFMT 
007050     END-IF.                                                      CPYRFMT 
007060     IF (WS-TRUNC-FIELDS > 0 OR WS-BAD-FIELDS > 0)                CPYRFMT 
007070         AND WS-FINAL-RC < 8                                      CPYRFMT 
007080         MOVE 8 TO WS-FINAL-RC                                    CPYRFMT 
007090     END-IF.                                                      CPYRFMT 
007100     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYRFMT 
007110     WRITE WS-RPT-FILE-REC.                                       CPYRFMT 
007120     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYRFMT 
007130     IF WS-FINAL-RC = 0                                           CPYRFMT 
007140         MOVE 'CONVERSION CLEAN - NO DATA LOST'                   CPYRFMT 
007150             TO WS-RPT-FILE-REC                                   CPYRFMT 
007160     ELSE                                                         CPYRFMT 
007170         MOVE '*** DATA LOST - REVIEW BEFORE PROMOTION ***'       CPYRFMT 
007180             TO WS-RPT-FILE-REC                                   CPYRFMT 
007190     END-IF.                                                      CPYRFMT 
007200     WRITE WS-RPT-FILE-REC.                                       CPYRFMT 
007210 7000-EXIT.                                                       CPYRFMT 
007220     EXIT.                                                        CPYRFMT 
007230*                                                                 CPYRFMT 
007240 7100-PRINT-ONE-FIELD-COUNT.                                      CPYRFMT 
007250     IF WS-NEW-TRUNC(WS-NIX) > 0                                  CPYRFMT 
007260         ADD 1 TO WS-TRUNC-FIELDS                                 CPYRFMT 
007270         MOVE SPACES TO WS-RPT-FILE-REC                           CPYRFMT 
007280         MOVE 'TRUNCATED' TO WS-RPT-FILE-REC(1:9)                 CPYRFMT 
007290         MOVE WS-NEW-NAME(WS-NIX) TO WS-RPT-FILE-REC(12:40)       CPYRFMT 
007300         MOVE WS-NEW-TRUNC(WS-NIX) TO WS-EDIT-COUNT               CPYRFMT 
007310         MOVE WS-EDIT-COUNT TO WS-RPT-FILE-REC(53:9)              CPYRFMT 
007320         MOVE 'RECORD(S)' TO WS-RPT-FILE-REC(63:9)                CPYRFMT 
007330         WRITE WS-RPT-FILE-REC                                    CPYRFMT 
007340     END-IF.                                                      CPYRFMT 
007350     IF WS-NEW-BAD(WS-NIX) > 0                                    CPYRFMT 
007360         ADD 1 TO WS-BAD-FIELDS                                   CPYRFMT 
007370         MOVE SPACES TO WS-RPT-FILE-REC                           CPYRFMT 
007380         MOVE 'BAD VALUE' TO WS-RPT-FILE-REC(1:9)                 CPYRFMT 
007390         MOVE WS-NEW-NAME(WS-NIX) TO WS-RPT-FILE-REC(12:40)       CPYRFMT 
007400         MOVE WS-NEW-BAD(WS-NIX) TO WS-EDIT-COUNT                 CPYRFMT 
007410         MOVE WS-EDIT-COUNT TO WS-RPT-FILE-REC(53:9)              CPYRFMT 
007420         MOVE 'RECORD(S) - LEFT INITIALIZED'                      CPYRFMT 
007430             TO WS-RPT-FILE-REC(63:28)                            CPYRFMT 
007440         WRITE WS-RPT-FILE-REC                                    CPYRFMT 
007450     END-IF.                                                      CPYRFMT 
007460 7100-EXIT.                                                       CPYRFMT 
007470     EXIT.                                                        CPYRFMT 
