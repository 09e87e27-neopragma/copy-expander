000010 IDENTIFICATION DIVISION.                                         CPYSENS 
000020 PROGRAM-ID. CPYSENS.                                             CPYSENS 
000030 AUTHOR. R SANDOVAL.                                              CPYSENS 
000040 INSTALLATION. DATA CENTER SERVICES - COPYBOOK TOOLING.           CPYSENS 
000050 DATE-WRITTEN. 2026-10-15.                                        CPYSENS 
000060 DATE-COMPILED.                                                   CPYSENS 
000070*-------------------------------------------------------------    CPYSENS 
000080*MODIFICATION HISTORY                                             CPYSENS 
000090*-------------------------------------------------------------    CPYSENS 
000100*2026-10-15 RS  SENSITIVE-FIELD EXPOSURE REPORT FOR THE           CPYSENS 
000110*               PERIODIC DATA-PROTECTION REVIEW.  EVERY FIELD     CPYSENS 
000120*               TAGGED IN config/CPYCLS.DAT (COPY CPYCLS) IS      CPYSENS 
000130*               REPORTED UNDER ITS CLASSIFICATION - PCI, THEN     CPYSENS 
000140*               PII, THEN CONFIDENTIAL - IN TWO PARTS.  FIRST     CPYSENS 
000150*               EACH FIELD WITH EVERY PROGRAM WHOSE PROCEDURE     CPYSENS 
000160*               DIVISION REFERENCES IT OR ANYTHING SUBORDINATE    CPYSENS 
000170*               TO IT, FROM THE FIELD WHERE-USED FILE             CPYSENS 
000180*               registry/CPYFXR.DAT (A :PREFIX: ITEM MATCHES      CPYSENS 
000190*               UNDER WHATEVER PREFIX THE PROGRAM SUPPLIED, AS    CPYSENS 
000200*               IN CPYDEAD).  THEN EACH COPYBOOK CARRYING SUCH    CPYSENS 
000210*               A FIELD WITH EVERY PROGRAM THAT PULLS IT IN,      CPYSENS 
000220*               DIRECTLY OR THROUGH A NESTED COPY, FROM THE       CPYSENS 
000230*               USAGE REGISTRY registry/CPYREG.DAT.  NO SYSIN.    CPYSENS 
000240*               RC 0 NO EXPOSURE, 4 EXPOSURE FOUND, 8 A           CPYSENS 
000250*               COPYBOOK NOT FOUND, AN ENTRY WITH AN UNKNOWN      CPYSENS 
000260*               CLASS, OR A REGISTRY FILE MISSING (THAT PART      CPYSENS 
000270*               IS OMITTED RATHER THAN GUESSED AT), 12 NO         CPYSENS 
000280*               CLASSIFICATION FILE.                              CPYSENS 
000290*               REPORT: registry/CPYSENS.RPT.                     CPYSENS 
000300*-------------------------------------------------------------    CPYSENS 
000310 ENVIRONMENT DIVISION.                                            CPYSENS 
000320 CONFIGURATION SECTION.                                           CPYSENS 
000330 SOURCE-COMPUTER. GENERIC-COMPUTER.                               CPYSENS 
000340 OBJECT-COMPUTER. GENERIC-COMPUTER.                               CPYSENS 
000350 INPUT-OUTPUT SECTION.                                            CPYSENS 
000360 FILE-CONTROL.                                                    CPYSENS 
000370     SELECT CLS-FILE ASSIGN TO DYNAMIC WS-CLS-FILENAME            CPYSENS 
000380         ORGANIZATION LINE SEQUENTIAL                             CPYSENS 
000390         FILE STATUS IS WS-CLS-FILE-STATUS.                       CPYSENS 
000400     SELECT FXR-FILE ASSIGN TO DYNAMIC WS-FXR-FILENAME            CPYSENS 
000410         ORGANIZATION LINE SEQUENTIAL                             CPYSENS 
000420         FILE STATUS IS WS-FXR-FILE-STATUS.                       CPYSENS 
000430     SELECT REG-FILE ASSIGN TO DYNAMIC WS-REG-FILENAME            CPYSENS 
000440         ORGANIZATION INDEXED                                     CPYSENS 
000450         ACCESS MODE IS DYNAMIC                                   CPYSENS 
000460         RECORD KEY IS REG-REG-KEY                                CPYSENS 
000470         FILE STATUS IS WS-REG-FILE-STATUS.                       CPYSENS 
000480     SELECT RPT-FILE ASSIGN TO DYNAMIC WS-RPT-FILENAME            CPYSENS 
000490         ORGANIZATION LINE SEQUENTIAL                             CPYSENS 
000500         FILE STATUS IS WS-RPT-FILE-STATUS.                       CPYSENS 
000510 DATA DIVISION.                                                   CPYSENS 
000520 FILE SECTION.                                                    CPYSENS 
000530 FD  CLS-FILE.                                                    CPYSENS 
000540 01  WS-CLS-FILE-REC         PIC X(120).                          CPYSENS 
000550 FD  FXR-FILE.                                                    CPYSENS 
000560 01  WS-FXR-FILE-REC         PIC X(85).                           CPYSENS 
000570 FD  REG-FILE.                                                    CPYSENS 
000580 COPY CPYREG.                                                     CPYSENS 
000590 FD  RPT-FILE.                                                    CPYSENS 
000600 01  WS-RPT-FILE-REC         PIC X(132).                          CPYSENS 
000610 WORKING-STORAGE SECTION.                                         CPYSENS 
000620*-------------------------------------------------------------    CPYSENS 
000630*FILE STATUS AND DYNAMIC FILE NAMES                               CPYSENS 
000640*-------------------------------------------------------------    CPYSENS 
000650 77  WS-CLS-FILENAME         PIC X(80)                            CPYSENS 
000660         VALUE 'config/CPYCLS.DAT'.                               CPYSENS 
000670 77  WS-CLS-FILE-STATUS      PIC X(02) VALUE '00'.                CPYSENS 
000680 77  WS-FXR-FILENAME         PIC X(80)                            CPYSENS 
000690         VALUE 'registry/CPYFXR.DAT'.                             CPYSENS 
000700 77  WS-FXR-FILE-STATUS      PIC X(02) VALUE '00'.                CPYSENS 
000710 77  WS-REG-FILENAME         PIC X(80)                            CPYSENS 
000720         VALUE 'registry/CPYREG.DAT'.                             CPYSENS 
000730 77  WS-REG-FILE-STATUS      PIC X(02) VALUE '00'.                CPYSENS 
000740 77  WS-RPT-FILENAME         PIC X(80)                            CPYSENS 
000750         VALUE 'registry/CPYSENS.RPT'.                            CPYSENS 
000760 77  WS-RPT-FILE-STATUS      PIC X(02) VALUE '00'.                CPYSENS 
000770 77  WS-EOF-SW               PIC X(01) VALUE 'N'.                 CPYSENS 
000780     88  WS-EOF              VALUE 'Y'.                           CPYSENS 
000790 77  WS-FOUND-SW             PIC X(01) VALUE 'N'.                 CPYSENS 
000800     88  WS-FOUND            VALUE 'Y'.                           CPYSENS 
000810 77  WS-FXR-OPEN-SW          PIC X(01) VALUE 'N'.                 CPYSENS 
000820     88  WS-FXR-OPEN         VALUE 'Y'.                           CPYSENS 
000830 77  WS-REG-OPEN-SW          PIC X(01) VALUE 'N'.                 CPYSENS 
000840     88  WS-REG-OPEN         VALUE 'Y'.                           CPYSENS 
000850 77  WS-REG-EOF-SW           PIC X(01) VALUE 'N'.                 CPYSENS 
000860     88  WS-REG-EOF          VALUE 'Y'.                           CPYSENS 
000870 77  WS-COPYBOOK-NAME        PIC X(30) VALUE SPACES.              CPYSENS 
000880 77  WS-CUR-CLASS            PIC X(12) VALUE SPACES.              CPYSENS 
000890 77  WS-FINAL-RC             PIC 9(02) VALUE 0.                   CPYSENS 
000900*-------------------------------------------------------------    CPYSENS 
000910*COUNTERS AND SUBSCRIPTS                                          CPYSENS 
000920*-------------------------------------------------------------    CPYSENS 
000930 77  WS-KIX                  PIC 9(02) COMP VALUE 0.              CPYSENS 
000940 77  WS-LIX                  PIC 9(04) COMP VALUE 0.              CPYSENS 
000950 77  WS-LIX2                 PIC 9(04) COMP VALUE 0.              CPYSENS 
000960 77  WS-XIX                  PIC 9(04) COMP VALUE 0.              CPYSENS 
000970 77  WS-CIX                  PIC 9(04) COMP VALUE 0.              CPYSENS 
000980 77  WS-TAG-IX               PIC 9(04) COMP VALUE 0.              CPYSENS 
000990 77  WS-TAG-LEVEL            PIC 9(02) VALUE 0.                   CPYSENS 
001000 77  WS-PIX                  PIC 9(04) COMP VALUE 0.              CPYSENS 
001010 77  WS-SLOT                 PIC 9(02) COMP VALUE 0.              CPYSENS 
001020 77  WS-SLOT-COL             PIC 9(03) COMP VALUE 0.              CPYSENS 
001030 77  WS-CLASS-FIELDS         PIC 9(04) COMP VALUE 0.              CPYSENS 
001040 77  WS-BAD-CLASS-COUNT      PIC 9(04) COMP VALUE 0.              CPYSENS 
001050 77  WS-MISSING-COUNT        PIC 9(04) COMP VALUE 0.              CPYSENS 
001060 77  WS-FIELDS-EXPOSED       PIC 9(04) COMP VALUE 0.              CPYSENS 
001070 77  WS-BOOKS-EXPOSED        PIC 9(04) COMP VALUE 0.              CPYSENS 
001080 77  WS-FIELD-REFS           PIC 9(06) COMP VALUE 0.              CPYSENS 
001090 77  WS-BOOK-PULLS           PIC 9(06) COMP VALUE 0.              CPYSENS 
001100 77  WS-EDIT-COUNT           PIC Z(05)9.                          CPYSENS 
001110 77  WS-EDIT-PGMS            PIC Z(03)9.                          CPYSENS 
001120 COPY CPYLAP.                                                     CPYSENS 
001130 COPY CPYFXR.                                                     CPYSENS 
001140 COPY CPYCLS.                                                     CPYSENS 
001150*-------------------------------------------------------------    CPYSENS 
001160*THE CLASSIFICATIONS REPORTED, IN REPORTING ORDER.                CPYSENS 
001170*-------------------------------------------------------------    CPYSENS 
001180 01  WS-CLASS-VALUES.                                             CPYSENS 
001190     05  FILLER              PIC X(12) VALUE 'PCI'.               CPYSENS 
001200     05  FILLER              PIC X(12) VALUE 'PII'.               CPYSENS 
001210     05  FILLER              PIC X(12) VALUE 'CONFIDENTIAL'.      CPYSENS 
001220 01  WS-CLASS-LIST REDEFINES WS-CLASS-VALUES.                     CPYSENS 
001230     05  WS-CLASS-NAME       PIC X(12) OCCURS 3 TIMES.            CPYSENS 
001240*-------------------------------------------------------------    CPYSENS 
001250*THE CLASSIFICATION ENTRIES, IN FILE ORDER.                       CPYSENS 
001260*-------------------------------------------------------------    CPYSENS 
001270 01  WS-CLT-TABLE.                                                CPYSENS 
001280     05  WS-CLT-COUNT        PIC 9(04) COMP VALUE 0.              CPYSENS 
001290     05  WS-CLT-ENT OCCURS 500 TIMES.                             CPYSENS 
001300         10  WS-CLT-CB       PIC X(30).                           CPYSENS 
001310         10  WS-CLT-NAME     PIC X(30).                           CPYSENS 
001320         10  WS-CLT-CLASS    PIC X(12).                           CPYSENS 
001330         10  WS-CLT-NOTE     PIC X(40).                           CPYSENS 
001340 77  WS-CLT-FULL-SW          PIC X(01) VALUE 'N'.                 CPYSENS 
001350*-------------------------------------------------------------    CPYSENS 
001360*FIELD WHERE-USED REFERENCES (DATA NAME, COPYBOOK, PROGRAM),      CPYSENS 
001370*EACH ONCE - THE FILE IS APPENDED ON EVERY EXPANSION, SO ONE      CPYSENS 
001380*REFERENCE IS OFTEN RECORDED MANY TIMES OVER.                     CPYSENS 
001390*-------------------------------------------------------------    CPYSENS 
001400 01  WS-XRF-TABLE.                                                CPYSENS 
001410     05  WS-XRF-COUNT        PIC 9(04) COMP VALUE 0.              CPYSENS 
001420     05  WS-XRF-ENT OCCURS 5000 TIMES.                            CPYSENS 
001430         10  WS-XRF-NAME     PIC X(30).                           CPYSENS 
001440         10  WS-XRF-CB       PIC X(30).                           CPYSENS 
001450         10  WS-XRF-PGM      PIC X(10).                           CPYSENS 
001460         10  WS-XRF-LEN      PIC 9(02) COMP.                      CPYSENS 
001470 77  WS-XRF-FULL-SW          PIC X(01) VALUE 'N'.                 CPYSENS 
001480*-------------------------------------------------------------    CPYSENS 
001490*THE ITEM BEING MATCHED.  A :PREFIX: ITEM IS MATCHED ON ITS       CPYSENS 
001500*TAIL, THE TEXT AFTER THE TOKEN, AGAINST THE END OF THE           CPYSENS 
001510*EXPANDED NAME THE WHERE-USED FILE RECORDS.                       CPYSENS 
001520*-------------------------------------------------------------    CPYSENS 
001530 01  WS-ITEM-AREA.                                                CPYSENS 
001540     05  WS-ITEM-NAME        PIC X(30).                           CPYSENS 
001550     05  WS-ITEM-TAIL        PIC X(30).                           CPYSENS 
001560     05  WS-ITEM-TAIL-LEN    PIC 9(02) COMP.                      CPYSENS 
001570     05  WS-ITEM-PREFIX-SW   PIC X(01).                           CPYSENS 
001580         88  WS-ITEM-PREFIXED VALUE 'Y'.                          CPYSENS 
001590 77  WS-TAIL-START           PIC 9(02) COMP VALUE 0.              CPYSENS 
001600*-------------------------------------------------------------    CPYSENS 
001610*THE PROGRAMS FOUND FOR ONE FIELD OR ONE COPYBOOK, EACH ONCE.     CPYSENS 
001620*THE MARK IS '*' FOR A COPYBOOK PULLED IN THROUGH A NESTED        CPYSENS 
001630*COPY RATHER THAN BY THE PROGRAM ITSELF.                          CPYSENS 
001640*-------------------------------------------------------------    CPYSENS 
001650 01  WS-PGM-TABLE.                                                CPYSENS 
001660     05  WS-PGM-COUNT        PIC 9(04) COMP VALUE 0.              CPYSENS 
001670     05  WS-PGM-ENT OCCURS 500 TIMES.                             CPYSENS 
001680         10  WS-PGM-NAME     PIC X(10).                           CPYSENS 
001690         10  WS-PGM-MARK     PIC X(01).                           CPYSENS 
001700 77  WS-PGM-PROBE            PIC X(10) VALUE SPACES.              CPYSENS 
001710 77  WS-PGM-PROBE-MARK       PIC X(01) VALUE SPACE.               CPYSENS 
001720 77  WS-PGM-FULL-SW          PIC X(01) VALUE 'N'.                 CPYSENS 
001730 PROCEDURE DIVISION.                                              CPYSENS 
001740*-------------------------------------------------------------    CPYSENS 
001750*0000-MAINLINE                                                    CPYSENS 
001760*-------------------------------------------------------------    CPYSENS 
001770 0000-MAINLINE.                                                   CPYSENS 
001780     PERFORM 1000-LOAD-CLASSIFICATIONS THRU 1000-EXIT.            CPYSENS 
001790     IF WS-CLS-FILE-STATUS NOT = '00'                             CPYSENS 
001800         DISPLAY 'CPYSENS - NO CLASSIFICATION FILE '              CPYSENS 
001810             WS-CLS-FILENAME(1:30)                                CPYSENS 
001820         MOVE 12 TO RETURN-CODE                                   CPYSENS 
001830         GOBACK                                                   CPYSENS 
001840     END-IF.                                                      CPYSENS 
001850     PERFORM 1300-LOAD-FIELD-XREF THRU 1300-EXIT.                 CPYSENS 
001860     OPEN INPUT REG-FILE.                                         CPYSENS 
001870     IF WS-REG-FILE-STATUS = '00'                                 CPYSENS 
001880         MOVE 'Y' TO WS-REG-OPEN-SW                               CPYSENS 
001890     END-IF.                                                      CPYSENS 
001900     OPEN OUTPUT RPT-FILE.                                        CPYSENS 
001910     MOVE 'CPYSENS SENSITIVE-FIELD EXPOSURE REPORT'               CPYSENS 
001920         TO WS-RPT-FILE-REC.                                      CPYSENS 
001930     WRITE WS-RPT-FILE-REC.                                       CPYSENS 
001940     PERFORM 1900-NOTE-MISSING-FILES THRU 1900-EXIT.              CPYSENS 
001950     PERFORM 2000-REPORT-ONE-CLASS THRU 2000-EXIT                 CPYSENS 
001960         VARYING WS-KIX FROM 1 BY 1                               CPYSENS 
001970         UNTIL WS-KIX > 3.                                        CPYSENS 
001980     PERFORM 8000-PRINT-SUMMARY THRU 8000-EXIT.                   CPYSENS 
001990     CLOSE RPT-FILE.                                              CPYSENS 
002000     IF WS-REG-OPEN                                               CPYSENS 
002010         CLOSE REG-FILE                                           CPYSENS 
002020     END-IF.                                                      CPYSENS 
002030     MOVE WS-FIELDS-EXPOSED TO WS-EDIT-COUNT.                     CPYSENS 
002040     DISPLAY 'CPYSENS EXPOSED FIELDS: ' WS-EDIT-COUNT.            CPYSENS 
002050     MOVE WS-FINAL-RC TO RETURN-CODE.                             CPYSENS 
002060     GOBACK.                                                      CPYSENS 
002070*                                                                 CPYSENS 
002080*-------------------------------------------------------------    CPYSENS 
002090*1000-LOAD-CLASSIFICATIONS - EVERY ENTRY, IN FILE ORDER.  AN      CPYSENS 
002100*ENTRY WITH A CLASS OTHER THAN THE THREE IS SET ASIDE AND         CPYSENS 
002110*NAMED ON THE REPORT SO IT IS FIXED, NOT SILENTLY DROPPED.        CPYSENS 
002120*-------------------------------------------------------------    CPYSENS 
002130 1000-LOAD-CLASSIFICATIONS.                                       CPYSENS 
002140     OPEN INPUT CLS-FILE.                                         CPYSENS 
002150     IF WS-CLS-FILE-STATUS NOT = '00'                             CPYSENS 
002160         GO TO 1000-EXIT.                                         CPYSENS 
002170     MOVE 'N' TO WS-EOF-SW.                                       CPYSENS 
002180     PERFORM 1010-LOAD-ONE-CLS THRU 1010-EXIT UNTIL WS-EOF.       CPYSENS 
002190     CLOSE CLS-FILE.                                              CPYSENS 
002200     MOVE 'N' TO WS-EOF-SW.                                       CPYSENS 
002210     IF WS-CLT-FULL-SW = 'Y'                                      CPYSENS 
002220         DISPLAY 'CPYSENS - MORE THAN 500 CLASSIFIED FIELDS'      CPYSENS 
002230             ' - EXTRA IGNORED'                                   CPYSENS 
002240     END-IF.                                                      CPYSENS 
002250 1000-EXIT.                                                       CPYSENS 
002260     EXIT.                                                        CPYSENS 
002270*                                                                 CPYSENS 
002280 1010-LOAD-ONE-CLS.                                               CPYSENS 
002290     READ CLS-FILE INTO WS-CLS-FILE-REC                           CPYSENS 
002300         AT END MOVE 'Y' TO WS-EOF-SW                             CPYSENS 
002310     END-READ.                                                    CPYSENS 
002320     IF WS-EOF                                                    CPYSENS 
002330         GO TO 1010-EXIT.                                         CPYSENS 
002340     IF WS-CLS-FILE-REC(1:1) = '*'                                CPYSENS 
002350         OR WS-CLS-FILE-REC = SPACES                              CPYSENS 
002360         GO TO 1010-EXIT.                                         CPYSENS 
002370     IF WS-CLT-COUNT NOT < 500                                    CPYSENS 
002380         MOVE 'Y' TO WS-CLT-FULL-SW                               CPYSENS 
002390         GO TO 1010-EXIT.                                         CPYSENS 
002400     MOVE WS-CLS-FILE-REC TO CLS-RECORD.                          CPYSENS 
002410     ADD 1 TO WS-CLT-COUNT.                                       CPYSENS 
002420     MOVE CLS-COPYBOOK-NAME TO WS-CLT-CB(WS-CLT-COUNT).           CPYSENS 
002430     MOVE CLS-DATA-NAME TO WS-CLT-NAME(WS-CLT-COUNT).             CPYSENS 
002440     MOVE CLS-CLASS TO WS-CLT-CLASS(WS-CLT-COUNT).                CPYSENS 
002450     MOVE CLS-NOTE TO WS-CLT-NOTE(WS-CLT-COUNT).                  CPYSENS 
002460 1010-EXIT.                                                       CPYSENS 
002470     EXIT.                                                        CPYSENS 
002480*                                                                 CPYSENS 
002490*-------------------------------------------------------------    CPYSENS 
002500*1300-LOAD-FIELD-XREF - EVERY (DATA NAME, COPYBOOK, PROGRAM)      CPYSENS 
002510*REFERENCE ANY EXPANSION HAS EVER RECORDED, ONCE EACH.            CPYSENS 
002520*-------------------------------------------------------------    CPYSENS 
002530 1300-LOAD-FIELD-XREF.                                            CPYSENS 
002540     OPEN INPUT FXR-FILE.                                         CPYSENS 
002550     IF WS-FXR-FILE-STATUS NOT = '00'                             CPYSENS 
002560         GO TO 1300-EXIT.                                         CPYSENS 
002570     MOVE 'Y' TO WS-FXR-OPEN-SW.                                  CPYSENS 
002580     MOVE 'N' TO WS-EOF-SW.                                       CPYSENS 
002590     PERFORM 1310-LOAD-ONE-XREF THRU 1310-EXIT UNTIL WS-EOF.      CPYSENS 
002600     CLOSE FXR-FILE.                                              CPYSENS 
002610     MOVE 'N' TO WS-EOF-SW.                                       CPYSENS 
002620     IF WS-XRF-FULL-SW = 'Y'                                      CPYSENS 
002630         DISPLAY 'CPYSENS - MORE THAN 5000 FIELD REFERENCES'      CPYSENS 
002640             ' - EXTRA IGNORED'                                   CPYSENS 
002650     END-IF.                                                      CPYSENS 
002660 1300-EXIT.                                                       CPYSENS 
002670     EXIT.                                                        CPYSENS 
002680*                                                                 CPYSENS 
002690 1310-LOAD-ONE-XREF.                                              CPYSENS 
002700     READ FXR-FILE INTO FXR-RECORD                                CPYSENS 
002710         AT END MOVE 'Y' TO WS-EOF-SW                             CPYSENS 
002720     END-READ.                                                    CPYSENS 
002730     IF WS-EOF                                                    CPYSENS 
002740         GO TO 1310-EXIT.                                         CPYSENS 
002750     IF FXR-DATA-NAME = SPACES                                    CPYSENS 
002760         GO TO 1310-EXIT.                                         CPYSENS 
002770     MOVE 'N' TO WS-FOUND-SW.                                     CPYSENS 
002780     PERFORM 1320-TEST-ONE-XREF-DUP THRU 1320-EXIT                CPYSENS 
002790         VARYING WS-XIX FROM 1 BY 1                               CPYSENS 
002800         UNTIL WS-XIX > WS-XRF-COUNT OR WS-FOUND.                 CPYSENS 
002810     IF WS-FOUND                                                  CPYSENS 
002820         GO TO 1310-EXIT.                                         CPYSENS 
002830     IF WS-XRF-COUNT NOT < 5000                                   CPYSENS 
002840         MOVE 'Y' TO WS-XRF-FULL-SW                               CPYSENS 
002850         GO TO 1310-EXIT.                                         CPYSENS 
002860     ADD 1 TO WS-XRF-COUNT.                                       CPYSENS 
002870     MOVE FXR-DATA-NAME TO WS-XRF-NAME(WS-XRF-COUNT).             CPYSENS 
002880     MOVE FXR-COPYBOOK TO WS-XRF-CB(WS-XRF-COUNT).                CPYSENS 
002890     MOVE FXR-PROGRAM-NAME TO WS-XRF-PGM(WS-XRF-COUNT).           CPYSENS 
002900     MOVE 0 TO WS-XRF-LEN(WS-XRF-COUNT).                          CPYSENS 
002910     INSPECT FXR-DATA-NAME TALLYING WS-XRF-LEN(WS-XRF-COUNT)      CPYSENS 
002920         FOR CHARACTERS BEFORE SPACE.                             CPYSENS 
002930 1310-EXIT.                                                       CPYSENS 
002940     EXIT.                                                        CPYSENS 
002950*                                                                 CPYSENS 
002960 1320-TEST-ONE-XREF-DUP.                                          CPYSENS 
002970     IF WS-XRF-NAME(WS-XIX) = FXR-DATA-NAME                       CPYSENS 
002980         AND WS-XRF-CB(WS-XIX) = FXR-COPYBOOK                     CPYSENS 
002990         AND WS-XRF-PGM(WS-XIX) = FXR-PROGRAM-NAME                CPYSENS 
003000         MOVE 'Y' TO WS-FOUND-SW                                  CPYSENS 
003010     END-IF.                                                      CPYSENS 
003020 1320-EXIT.                                                       CPYSENS 
003030     EXIT.                                                        CPYSENS 
003040*                                                                 CPYSENS 
003050 1900-NOTE-MISSING-FILES.                                         CPYSENS 
003060     IF NOT WS-FXR-OPEN                                           CPYSENS 
003070         MOVE SPACES TO WS-RPT-FILE-REC                           CPYSENS 
003080         STRING '  FIELD WHERE-USED FILE registry/CPYFXR.DAT'     CPYSENS 
003090             DELIMITED BY SIZE                                    CPYSENS 
003100             ' NOT AVAILABLE - FIELD REFERENCES NOT LISTED'       CPYSENS 
003110             DELIMITED BY SIZE                                    CPYSENS 
003120             INTO WS-RPT-FILE-REC                                 CPYSENS 
003130         END-STRING                                               CPYSENS 
003140         WRITE WS-RPT-FILE-REC                                    CPYSENS 
003150         MOVE 8 TO WS-FINAL-RC                                    CPYSENS 
003160     END-IF.                                                      CPYSENS 
003170     IF NOT WS-REG-OPEN                                           CPYSENS 
003180         MOVE SPACES TO WS-RPT-FILE-REC                           CPYSENS 
003190         STRING '  USAGE REGISTRY registry/CPYREG.DAT'            CPYSENS 
003200             DELIMITED BY SIZE                                    CPYSENS 
003210             ' NOT AVAILABLE - COPYBOOK CONSUMERS NOT LISTED'     CPYSENS 
003220             DELIMITED BY SIZE                                    CPYSENS 
003230             INTO WS-RPT-FILE-REC                                 CPYSENS 
003240         END-STRING                                               CPYSENS 
003250         WRITE WS-RPT-FILE-REC                                    CPYSENS 
003260         MOVE 8 TO WS-FINAL-RC                                    CPYSENS 
003270     END-IF.                                                      CPYSENS 
003280     PERFORM 1910-NOTE-ONE-BAD-CLASS THRU 1910-EXIT               CPYSENS 
003290         VARYING WS-LIX FROM 1 BY 1                               CPYSENS 
003300         UNTIL WS-LIX > WS-CLT-COUNT.                             CPYSENS 
003310 1900-EXIT.                                                       CPYSENS 
003320     EXIT.                                                        CPYSENS 
003330*                                                                 CPYSENS 
003340 1910-NOTE-ONE-BAD-CLASS.                                         CPYSENS 
003350     MOVE WS-CLT-CLASS(WS-LIX) TO CLS-CLASS.                      CPYSENS 
003360     IF CLS-CLASS-VALID                                           CPYSENS 
003370         GO TO 1910-EXIT.                                         CPYSENS 
003380     ADD 1 TO WS-BAD-CLASS-COUNT.                                 CPYSENS 
003390     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYSENS 
003400     STRING '  UNKNOWN CLASS ''' DELIMITED BY SIZE                CPYSENS 
003410         WS-CLT-CLASS(WS-LIX) DELIMITED BY SPACE                  CPYSENS 
003420         ''' IGNORED FOR ' DELIMITED BY SIZE                      CPYSENS 
003430         WS-CLT-CB(WS-LIX) DELIMITED BY SPACE                     CPYSENS 
003440         ' ' DELIMITED BY SIZE                                    CPYSENS 
003450         WS-CLT-NAME(WS-LIX) DELIMITED BY SPACE                   CPYSENS 
003460         INTO WS-RPT-FILE-REC                                     CPYSENS 
003470     END-STRING.                                                  CPYSENS 
003480     WRITE WS-RPT-FILE-REC.                                       CPYSENS 
003490     MOVE 8 TO WS-FINAL-RC.                                       CPYSENS 
003500 1910-EXIT.                                                       CPYSENS 
003510     EXIT.                                                        CPYSENS 
003520*                                                                 CPYSENS 
003530*-------------------------------------------------------------    CPYSENS 
003540*2000-REPORT-ONE-CLASS - THE CLASS HEADING, ITS FIELDS WITH       CPYSENS 
003550*THEIR REFERENCING PROGRAMS, THEN ITS COPYBOOKS WITH THE          CPYSENS 
003560*PROGRAMS THAT PULL THEM IN.  A CLASS WITH NO FIELDS SAYS SO.     CPYSENS 
003570*-------------------------------------------------------------    CPYSENS 
003580 2000-REPORT-ONE-CLASS.                                           CPYSENS 
003590     MOVE WS-CLASS-NAME(WS-KIX) TO WS-CUR-CLASS.                  CPYSENS 
003600     MOVE 0 TO WS-CLASS-FIELDS.                                   CPYSENS 
003610     PERFORM 2050-COUNT-ONE-FIELD THRU 2050-EXIT                  CPYSENS 
003620         VARYING WS-LIX FROM 1 BY 1                               CPYSENS 
003630         UNTIL WS-LIX > WS-CLT-COUNT.                             CPYSENS 
003640     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYSENS 
003650     WRITE WS-RPT-FILE-REC.                                       CPYSENS 
003660     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYSENS 
003670     MOVE 'CLASSIFICATION' TO WS-RPT-FILE-REC(1:14).              CPYSENS 
003680     MOVE WS-CUR-CLASS TO WS-RPT-FILE-REC(16:12).                 CPYSENS 
003690     MOVE 'FIELDS' TO WS-RPT-FILE-REC(30:6).                      CPYSENS 
003700     MOVE WS-CLASS-FIELDS TO WS-EDIT-COUNT.                       CPYSENS 
003710     MOVE WS-EDIT-COUNT TO WS-RPT-FILE-REC(37:6).                 CPYSENS 
003720     WRITE WS-RPT-FILE-REC.                                       CPYSENS 
003730     IF WS-CLASS-FIELDS = 0                                       CPYSENS 
003740         GO TO 2000-EXIT.                                         CPYSENS 
003750     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYSENS 
003760     MOVE '  FIELDS AND THE PROGRAMS THAT REFERENCE THEM'         CPYSENS 
003770         TO WS-RPT-FILE-REC.                                      CPYSENS 
003780     WRITE WS-RPT-FILE-REC.                                       CPYSENS 
003790     PERFORM 2100-REPORT-ONE-FIELD THRU 2100-EXIT                 CPYSENS 
003800         VARYING WS-LIX FROM 1 BY 1                               CPYSENS 
003810         UNTIL WS-LIX > WS-CLT-COUNT.                             CPYSENS 
003820     IF NOT WS-REG-OPEN                                           CPYSENS 
003830         GO TO 2000-EXIT.                                         CPYSENS 
003840     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYSENS 
003850     STRING '  COPYBOOKS CARRYING THEM AND THE PROGRAMS THAT '    CPYSENS 
003860         DELIMITED BY SIZE                                        CPYSENS 
003870         'PULL THEM IN (* = THROUGH A NESTED COPY)'               CPYSENS 
003880         DELIMITED BY SIZE                                        CPYSENS 
003890         INTO WS-RPT-FILE-REC                                     CPYSENS 
003900     END-STRING.                                                  CPYSENS 
003910     WRITE WS-RPT-FILE-REC.                                       CPYSENS 
003920     PERFORM 3000-REPORT-ONE-COPYBOOK THRU 3000-EXIT              CPYSENS 
003930         VARYING WS-LIX FROM 1 BY 1                               CPYSENS 
003940         UNTIL WS-LIX > WS-CLT-COUNT.                             CPYSENS 
003950 2000-EXIT.                                                       CPYSENS 
003960     EXIT.                                                        CPYSENS 
003970*                                                                 CPYSENS 
003980 2050-COUNT-ONE-FIELD.                                            CPYSENS 
003990     IF WS-CLT-CLASS(WS-LIX) = WS-CUR-CLASS                       CPYSENS 
004000         ADD 1 TO WS-CLASS-FIELDS                                 CPYSENS 
004010     END-IF.                                                      CPYSENS 
004020 2050-EXIT.                                                       CPYSENS 
004030     EXIT.                                                        CPYSENS 
004040*                                                                 CPYSENS 
004050*-------------------------------------------------------------    CPYSENS 
004060*2100-REPORT-ONE-FIELD - THE FIELD LINE, THEN ITS PROGRAMS.       CPYSENS 
004070*-------------------------------------------------------------    CPYSENS 
004080 2100-REPORT-ONE-FIELD.                                           CPYSENS 
004090     IF WS-CLT-CLASS(WS-LIX) NOT = WS-CUR-CLASS                   CPYSENS 
004100         GO TO 2100-EXIT.                                         CPYSENS 
004110     MOVE WS-CLT-CB(WS-LIX) TO WS-COPYBOOK-NAME.                  CPYSENS 
004120     MOVE 0 TO WS-PGM-COUNT.                                      CPYSENS 
004130     MOVE 'N' TO WS-PGM-FULL-SW.                                  CPYSENS 
004140     MOVE SPACE TO WS-PGM-PROBE-MARK.                             CPYSENS 
004150     PERFORM 2200-FIND-FIELD-PROGRAMS THRU 2200-EXIT.             CPYSENS 
004160     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYSENS 
004170     MOVE WS-COPYBOOK-NAME TO WS-RPT-FILE-REC(3:30).              CPYSENS 
004180     MOVE WS-CLT-NAME(WS-LIX) TO WS-RPT-FILE-REC(34:30).          CPYSENS 
004190     MOVE 'PROGRAMS' TO WS-RPT-FILE-REC(65:8).                    CPYSENS 
004200     MOVE WS-PGM-COUNT TO WS-EDIT-PGMS.                           CPYSENS 
004210     MOVE WS-EDIT-PGMS TO WS-RPT-FILE-REC(74:4).                  CPYSENS 
004220     MOVE WS-CLT-NOTE(WS-LIX) TO WS-RPT-FILE-REC(80:40).          CPYSENS 
004230     WRITE WS-RPT-FILE-REC.                                       CPYSENS 
004240     IF WS-TAG-IX = 0                                             CPYSENS 
004250         PERFORM 2150-NOTE-NOT-IN-LAYOUT THRU 2150-EXIT           CPYSENS 
004260     END-IF.                                                      CPYSENS 
004270     IF WS-PGM-COUNT = 0                                          CPYSENS 
004280         GO TO 2100-EXIT.                                         CPYSENS 
004290     ADD 1 TO WS-FIELDS-EXPOSED.                                  CPYSENS 
004300     ADD WS-PGM-COUNT TO WS-FIELD-REFS.                           CPYSENS 
004310     IF WS-FINAL-RC < 4                                           CPYSENS 
004320         MOVE 4 TO WS-FINAL-RC                                    CPYSENS 
004330     END-IF.                                                      CPYSENS 
004340     PERFORM 7100-PRINT-PROGRAM-LIST THRU 7100-EXIT.              CPYSENS 
004350 2100-EXIT.                                                       CPYSENS 
004360     EXIT.                                                        CPYSENS 
004370*                                                                 CPYSENS 
004380 2150-NOTE-NOT-IN-LAYOUT.                                         CPYSENS 
004390     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYSENS 
004400     IF LAY-OK                                                    CPYSENS 
004410         MOVE '*** NOT IN THE COPYBOOK LAYOUT - MATCHED BY NAME'  CPYSENS 
004420             TO WS-RPT-FILE-REC(7:48)                             CPYSENS 
004430     ELSE                                                         CPYSENS 
004440         MOVE '*** COPYBOOK NOT FOUND - MATCHED BY NAME ONLY'     CPYSENS 
004450             TO WS-RPT-FILE-REC(7:45)                             CPYSENS 
004460         ADD 1 TO WS-MISSING-COUNT                                CPYSENS 
004470     END-IF.                                                      CPYSENS 
004480     WRITE WS-RPT-FILE-REC.                                       CPYSENS 
004490     MOVE 8 TO WS-FINAL-RC.                                       CPYSENS 
004500 2150-EXIT.                                                       CPYSENS 
004510     EXIT.                                                        CPYSENS 
004520*                                                                 CPYSENS 
004530*-------------------------------------------------------------    CPYSENS 
004540*2200-FIND-FIELD-PROGRAMS - THE FIELD AND, FOR A GROUP, EVERY     CPYSENS 
004550*ITEM SUBORDINATE TO IT (GROUPS INCLUDED, TABLES UNEXPANDED,      CPYSENS 
004560*EVERY VIEW), EACH MATCHED AGAINST THE WHERE-USED FILE.  A        CPYSENS 
004570*FIELD THE LAYOUT DOES NOT SHOW IS MATCHED ON ITS OWN NAME.       CPYSENS 
004580*-------------------------------------------------------------    CPYSENS 
004590 2200-FIND-FIELD-PROGRAMS.                                        CPYSENS 
004600     MOVE 0 TO WS-TAG-IX.                                         CPYSENS 
004610     MOVE WS-COPYBOOK-NAME TO LAY-COPYBOOK-NAME.                  CPYSENS 
004620     MOVE SPACES TO LAY-LIBRARY-DIR.                              CPYSENS 
004630     MOVE 'A' TO LAY-VIEW-MODE.                                   CPYSENS 
004640     MOVE 'Y' TO LAY-GROUPS-SW.                                   CPYSENS 
004650     MOVE 'N' TO LAY-EXPAND-SW.                                   CPYSENS 
004660     MOVE 0 TO LAY-VIEW-COUNT.                                    CPYSENS 
004670     CALL 'CPYLAYO' USING CPYLAYO-PARMS.                          CPYSENS 
004680     IF LAY-OK                                                    CPYSENS 
004690         PERFORM 2210-TEST-ONE-COLUMN THRU 2210-EXIT              CPYSENS 
004700             VARYING WS-CIX FROM 1 BY 1                           CPYSENS 
004710             UNTIL WS-CIX > LAY-COL-COUNT OR WS-TAG-IX > 0        CPYSENS 
004720     END-IF.                                                      CPYSENS 
004730     IF WS-TAG-IX = 0                                             CPYSENS 
004740         MOVE WS-CLT-NAME(WS-LIX) TO WS-ITEM-NAME                 CPYSENS 
004750         PERFORM 2300-MATCH-ONE-ITEM THRU 2300-EXIT               CPYSENS 
004760         GO TO 2200-EXIT.                                         CPYSENS 
004770     MOVE LAY-COL-LEVEL(WS-TAG-IX) TO WS-TAG-LEVEL.               CPYSENS 
004780     MOVE LAY-COL-BASE(WS-TAG-IX) TO WS-ITEM-NAME.                CPYSENS 
004790     PERFORM 2300-MATCH-ONE-ITEM THRU 2300-EXIT.                  CPYSENS 
004800     MOVE 'N' TO WS-FOUND-SW.                                     CPYSENS 
004810     PERFORM 2220-MATCH-ONE-SUBORDINATE THRU 2220-EXIT            CPYSENS 
004820         VARYING WS-CIX FROM WS-TAG-IX BY 1                       CPYSENS 
004830         UNTIL WS-CIX >= LAY-COL-COUNT OR WS-FOUND.               CPYSENS 
004840 2200-EXIT.                                                       CPYSENS 
004850     EXIT.                                                        CPYSENS 
004860*                                                                 CPYSENS 
004870 2210-TEST-ONE-COLUMN.                                            CPYSENS 
004880     IF LAY-COL-BASE(WS-CIX) = WS-CLT-NAME(WS-LIX)                CPYSENS 
004890         MOVE WS-CIX TO WS-TAG-IX                                 CPYSENS 
004900     END-IF.                                                      CPYSENS 
004910 2210-EXIT.                                                       CPYSENS 
004920     EXIT.                                                        CPYSENS 
004930*                                                                 CPYSENS 
004940 2220-MATCH-ONE-SUBORDINATE.                                      CPYSENS 
004950     IF LAY-COL-LEVEL(WS-CIX + 1) NOT > WS-TAG-LEVEL              CPYSENS 
004960         MOVE 'Y' TO WS-FOUND-SW                                  CPYSENS 
004970         GO TO 2220-EXIT.                                         CPYSENS 
004980     IF LAY-COL-BASE(WS-CIX + 1) = SPACES                         CPYSENS 
004990         OR LAY-COL-BASE(WS-CIX + 1) = 'FILLER'                   CPYSENS 
005000         GO TO 2220-EXIT.                                         CPYSENS 
005010     MOVE LAY-COL-BASE(WS-CIX + 1) TO WS-ITEM-NAME.               CPYSENS 
005020     PERFORM 2300-MATCH-ONE-ITEM THRU 2300-EXIT.                  CPYSENS 
005030 2220-EXIT.                                                       CPYSENS 
005040     EXIT.                                                        CPYSENS 
005050*                                                                 CPYSENS 
005060*-------------------------------------------------------------    CPYSENS 
005070*2300-MATCH-ONE-ITEM - EVERY PROGRAM REFERENCING WS-ITEM-NAME     CPYSENS 
005080*OF THE COPYBOOK GOES ON THE PROGRAM LIST.                        CPYSENS 
005090*-------------------------------------------------------------    CPYSENS 
005100 2300-MATCH-ONE-ITEM.                                             CPYSENS 
005110     MOVE 'N' TO WS-ITEM-PREFIX-SW.                               CPYSENS 
005120     MOVE 0 TO WS-ITEM-TAIL-LEN.                                  CPYSENS 
005130     IF WS-ITEM-NAME(1:8) = ':PREFIX:'                            CPYSENS 
005140         MOVE 'Y' TO WS-ITEM-PREFIX-SW                            CPYSENS 
005150         MOVE WS-ITEM-NAME(9:22) TO WS-ITEM-TAIL                  CPYSENS 
005160         INSPECT WS-ITEM-TAIL TALLYING WS-ITEM-TAIL-LEN           CPYSENS 
005170             FOR CHARACTERS BEFORE SPACE                          CPYSENS 
005180     END-IF.                                                      CPYSENS 
005190     PERFORM 2310-TEST-ONE-XREF THRU 2310-EXIT                    CPYSENS 
005200         VARYING WS-XIX FROM 1 BY 1                               CPYSENS 
005210         UNTIL WS-XIX > WS-XRF-COUNT.                             CPYSENS 
005220 2300-EXIT.                                                       CPYSENS 
005230     EXIT.                                                        CPYSENS 
005240*                                                                 CPYSENS 
005250 2310-TEST-ONE-XREF.                                              CPYSENS 
005260     IF WS-XRF-CB(WS-XIX) NOT = WS-COPYBOOK-NAME                  CPYSENS 
005270         GO TO 2310-EXIT.                                         CPYSENS 
005280     IF NOT WS-ITEM-PREFIXED                                      CPYSENS 
005290         IF WS-XRF-NAME(WS-XIX) = WS-ITEM-NAME                    CPYSENS 
005300             MOVE WS-XRF-PGM(WS-XIX) TO WS-PGM-PROBE              CPYSENS 
005310             PERFORM 7000-ADD-PROGRAM THRU 7000-EXIT              CPYSENS 
005320         END-IF                                                   CPYSENS 
005330         GO TO 2310-EXIT.                                         CPYSENS 
005340     IF WS-ITEM-TAIL-LEN = 0                                      CPYSENS 
005350         OR WS-XRF-LEN(WS-XIX) NOT > WS-ITEM-TAIL-LEN             CPYSENS 
005360         GO TO 2310-EXIT.                                         CPYSENS 
005370     COMPUTE WS-TAIL-START =                                      CPYSENS 
005380         WS-XRF-LEN(WS-XIX) - WS-ITEM-TAIL-LEN + 1.               CPYSENS 
005390     IF WS-XRF-NAME(WS-XIX)(WS-TAIL-START:WS-ITEM-TAIL-LEN)       CPYSENS 
005400         = WS-ITEM-TAIL(1:WS-ITEM-TAIL-LEN)                       CPYSENS 
005410         MOVE WS-XRF-PGM(WS-XIX) TO WS-PGM-PROBE                  CPYSENS 
005420         PERFORM 7000-ADD-PROGRAM THRU 7000-EXIT                  CPYSENS 
005430     END-IF.                                                      CPYSENS 
005440 2310-EXIT.                                                       CPYSENS 
005450     EXIT.                                                        CPYSENS 
005460*                                                                 CPYSENS 
005470*-------------------------------------------------------------    CPYSENS 
005480*3000-REPORT-ONE-COPYBOOK - EACH COPYBOOK ONCE PER CLASS, AT      CPYSENS 
005490*ITS FIRST FIELD OF THE CLASS, WITH EVERY PROGRAM THE USAGE       CPYSENS 
005500*REGISTRY HAS PULLING IT IN.                                      CPYSENS 
005510*-------------------------------------------------------------    CPYSENS 
005520 3000-REPORT-ONE-COPYBOOK.                                        CPYSENS 
005530     IF WS-CLT-CLASS(WS-LIX) NOT = WS-CUR-CLASS                   CPYSENS 
005540         GO TO 3000-EXIT.                                         CPYSENS 
005550     MOVE 'N' TO WS-FOUND-SW.                                     CPYSENS 
005560     PERFORM 3050-TEST-ONE-EARLIER THRU 3050-EXIT                 CPYSENS 
005570         VARYING WS-LIX2 FROM 1 BY 1                              CPYSENS 
005580         UNTIL WS-LIX2 >= WS-LIX OR WS-FOUND.                     CPYSENS 
005590     IF WS-FOUND                                                  CPYSENS 
005600         GO TO 3000-EXIT.                                         CPYSENS 
005610     MOVE WS-CLT-CB(WS-LIX) TO WS-COPYBOOK-NAME.                  CPYSENS 
005620     MOVE 0 TO WS-PGM-COUNT.                                      CPYSENS 
005630     MOVE 'N' TO WS-PGM-FULL-SW.                                  CPYSENS 
005640     PERFORM 3100-READ-CONSUMERS THRU 3100-EXIT.                  CPYSENS 
005650     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYSENS 
005660     MOVE WS-COPYBOOK-NAME TO WS-RPT-FILE-REC(3:30).              CPYSENS 
005670     MOVE 'PROGRAMS' TO WS-RPT-FILE-REC(65:8).                    CPYSENS 
005680     MOVE WS-PGM-COUNT TO WS-EDIT-PGMS.                           CPYSENS 
005690     MOVE WS-EDIT-PGMS TO WS-RPT-FILE-REC(74:4).                  CPYSENS 
005700     WRITE WS-RPT-FILE-REC.                                       CPYSENS 
005710     IF WS-PGM-COUNT = 0                                          CPYSENS 
005720         GO TO 3000-EXIT.                                         CPYSENS 
005730     ADD 1 TO WS-BOOKS-EXPOSED.                                   CPYSENS 
005740     ADD WS-PGM-COUNT TO WS-BOOK-PULLS.                           CPYSENS 
005750     IF WS-FINAL-RC < 4                                           CPYSENS 
005760         MOVE 4 TO WS-FINAL-RC                                    CPYSENS 
005770     END-IF.                                                      CPYSENS 
005780     PERFORM 7100-PRINT-PROGRAM-LIST THRU 7100-EXIT.              CPYSENS 
005790 3000-EXIT.                                                       CPYSENS 
005800     EXIT.                                                        CPYSENS 
005810*                                                                 CPYSENS 
005820 3050-TEST-ONE-EARLIER.                                           CPYSENS 
005830     IF WS-CLT-CLASS(WS-LIX2) = WS-CUR-CLASS                      CPYSENS 
005840         AND WS-CLT-CB(WS-LIX2) = WS-CLT-CB(WS-LIX)               CPYSENS 
005850         MOVE 'Y' TO WS-FOUND-SW                                  CPYSENS 
005860     END-IF.                                                      CPYSENS 
005870 3050-EXIT.                                                       CPYSENS 
005880     EXIT.                                                        CPYSENS 
005890*                                                                 CPYSENS 
005900*-------------------------------------------------------------    CPYSENS 
005910*3100-READ-CONSUMERS - THE PER-(COPYBOOK, PROGRAM) KEYED          CPYSENS 
005920*REGISTRY: START AT THE COPYBOOK AND READ ITS RECORDS IN KEY      CPYSENS 
005930*ORDER UNTIL THE NAME CHANGES.                                    CPYSENS 
005940*-------------------------------------------------------------    CPYSENS 
005950 3100-READ-CONSUMERS.                                             CPYSENS 
005960     MOVE WS-COPYBOOK-NAME TO REG-COPYBOOK-NAME.                  CPYSENS 
005970     MOVE LOW-VALUES TO REG-PROGRAM-NAME.                         CPYSENS 
005980     MOVE 'N' TO WS-REG-EOF-SW.                                   CPYSENS 
005990     START REG-FILE KEY NOT < REG-REG-KEY                         CPYSENS 
006000         INVALID KEY GO TO 3100-EXIT                              CPYSENS 
006010     END-START.                                                   CPYSENS 
006020     PERFORM 3110-READ-ONE-CONSUMER THRU 3110-EXIT                CPYSENS 
006030         UNTIL WS-REG-EOF.                                        CPYSENS 
006040 3100-EXIT.                                                       CPYSENS 
006050     EXIT.                                                        CPYSENS 
006060*                                                                 CPYSENS 
006070 3110-READ-ONE-CONSUMER.                                          CPYSENS 
006080     READ REG-FILE NEXT RECORD                                    CPYSENS 
006090         AT END MOVE 'Y' TO WS-REG-EOF-SW                         CPYSENS 
006100     END-READ.                                                    CPYSENS 
006110     IF WS-REG-EOF                                                CPYSENS 
006120         GO TO 3110-EXIT.                                         CPYSENS 
006130     IF REG-COPYBOOK-NAME NOT = WS-COPYBOOK-NAME                  CPYSENS 
006140         MOVE 'Y' TO WS-REG-EOF-SW                                CPYSENS 
006150         GO TO 3110-EXIT.                                         CPYSENS 
006160     MOVE REG-PROGRAM-NAME TO WS-PGM-PROBE.                       CPYSENS 
006170     IF REG-NEST-LEVEL > 1                                        CPYSENS 
006180         MOVE '*' TO WS-PGM-PROBE-MARK                            CPYSENS 
006190     ELSE                                                         CPYSENS 
006200         MOVE SPACE TO WS-PGM-PROBE-MARK                          CPYSENS 
006210     END-IF.                                                      CPYSENS 
006220     PERFORM 7000-ADD-PROGRAM THRU 7000-EXIT.                     CPYSENS 
006230 3110-EXIT.                                                       CPYSENS 
006240     EXIT.                                                        CPYSENS 
006250*                                                                 CPYSENS 
006260*-------------------------------------------------------------    CPYSENS 
006270*7000-ADD-PROGRAM - WS-PGM-PROBE ONTO THE LIST IF NOT THERE.      CPYSENS 
006280*-------------------------------------------------------------    CPYSENS 
006290 7000-ADD-PROGRAM.                                                CPYSENS 
006300     MOVE 'N' TO WS-FOUND-SW.                                     CPYSENS 
006310     PERFORM 7010-TEST-ONE-PROGRAM THRU 7010-EXIT                 CPYSENS 
006320         VARYING WS-PIX FROM 1 BY 1                               CPYSENS 
006330         UNTIL WS-PIX > WS-PGM-COUNT OR WS-FOUND.                 CPYSENS 
006340     IF WS-FOUND                                                  CPYSENS 
006350         GO TO 7000-EXIT.                                         CPYSENS 
006360     IF WS-PGM-COUNT NOT < 500                                    CPYSENS 
006370         MOVE 'Y' TO WS-PGM-FULL-SW                               CPYSENS 
006380         GO TO 7000-EXIT.                                         CPYSENS 
006390     ADD 1 TO WS-PGM-COUNT.                                       CPYSENS 
006400     MOVE WS-PGM-PROBE TO WS-PGM-NAME(WS-PGM-COUNT).              CPYSENS 
006410     MOVE WS-PGM-PROBE-MARK TO WS-PGM-MARK(WS-PGM-COUNT).         CPYSENS 
006420 7000-EXIT.                                                       CPYSENS 
006430     EXIT.                                                        CPYSENS 
006440*                                                                 CPYSENS 
006450 7010-TEST-ONE-PROGRAM.                                           CPYSENS 
006460     IF WS-PGM-NAME(WS-PIX) = WS-PGM-PROBE                        CPYSENS 
006470         MOVE 'Y' TO WS-FOUND-SW                                  CPYSENS 
006480     END-IF.                                                      CPYSENS 
006490 7010-EXIT.                                                       CPYSENS 
006500     EXIT.                                                        CPYSENS 
006510*                                                                 CPYSENS 
006520*-------------------------------------------------------------    CPYSENS 
006530*7100-PRINT-PROGRAM-LIST - TEN PROGRAMS TO A LINE, INDENTED       CPYSENS 
006540*UNDER THE FIELD OR COPYBOOK THEY BELONG TO.                      CPYSENS 
006550*-------------------------------------------------------------    CPYSENS 
006560 7100-PRINT-PROGRAM-LIST.                                         CPYSENS 
006570     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYSENS 
006580     MOVE 0 TO WS-SLOT.                                           CPYSENS 
006590     PERFORM 7110-ADD-ONE-TO-LINE THRU 7110-EXIT                  CPYSENS 
006600         VARYING WS-PIX FROM 1 BY 1                               CPYSENS 
006610         UNTIL WS-PIX > WS-PGM-COUNT.                             CPYSENS 
006620     IF WS-SLOT > 0                                               CPYSENS 
006630         WRITE WS-RPT-FILE-REC                                    CPYSENS 
006640     END-IF.                                                      CPYSENS 
006650     IF WS-PGM-FULL-SW = 'Y'                                      CPYSENS 
006660         MOVE SPACES TO WS-RPT-FILE-REC                           CPYSENS 
006670         MOVE 'ONLY THE FIRST 500 PROGRAMS ARE LISTED'            CPYSENS 
006680             TO WS-RPT-FILE-REC(7:38)                             CPYSENS 
006690         WRITE WS-RPT-FILE-REC                                    CPYSENS 
006700     END-IF.                                                      CPYSENS 
006710 7100-EXIT.                                                       CPYSENS 
006720     EXIT.                                                        CPYSENS 
006730*                                                                 CPYSENS 
006740 7110-ADD-ONE-TO-LINE.                                            CPYSENS 
006750     COMPUTE WS-SLOT-COL = 7 + WS-SLOT * 12.                      CPYSENS 
006760     MOVE WS-PGM-NAME(WS-PIX) TO WS-RPT-FILE-REC(WS-SLOT-COL:10). CPYSENS 
006770     MOVE WS-PGM-MARK(WS-PIX)                                     CPYSENS 
006780         TO WS-RPT-FILE-REC(WS-SLOT-COL + 10:1).                  CPYSENS 
006790     ADD 1 TO WS-SLOT.                                            CPYSENS 
006800     IF WS-SLOT = 10                                              CPYSENS 
006810         WRITE WS-RPT-FILE-REC                                    CPYSENS 
006820         MOVE SPACES TO WS-RPT-FILE-REC                           CPYSENS 
006830         MOVE 0 TO WS-SLOT                                        CPYSENS 
006840     END-IF.                                                      CPYSENS 
006850 7110-EXIT.                                                       CPYSENS 
006860     EXIT.                                                        CPYSENS 
006870*                                                                 CPYSENS 
006880 8000-PRINT-SUMMARY.                                              CPYSENS 
006890     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYSENS 
006900     WRITE WS-RPT-FILE-REC.                                       CPYSENS 
006910     MOVE WS-CLT-COUNT TO WS-EDIT-COUNT.                          CPYSENS 
006920     MOVE 'CLASSIFIED FIELDS' TO WS-RPT-FILE-REC(1:30).           CPYSENS 
006930     MOVE WS-EDIT-COUNT TO WS-RPT-FILE-REC(32:6).                 CPYSENS 
006940     WRITE WS-RPT-FILE-REC.                                       CPYSENS 
006950     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYSENS 
006960     MOVE WS-FIELDS-EXPOSED TO WS-EDIT-COUNT.                     CPYSENS 
006970     MOVE 'FIELDS REFERENCED BY PROGRAMS'                         CPYSENS 
006980         TO WS-RPT-FILE-REC(1:30).                                CPYSENS 
006990     MOVE WS-EDIT-COUNT TO WS-RPT-FILE-REC(32:6).                 CPYSENS 
007000     WRITE WS-RPT-FILE-REC.                                       CPYSENS 
007010     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYSENS 
007020     MOVE WS-FIELD-REFS TO WS-EDIT-COUNT.                         CPYSENS 
007030     MOVE 'FIELD-PROGRAM REFERENCES' TO WS-RPT-FILE-REC(1:30).    CPYSENS 
007040     MOVE WS-EDIT-COUNT TO WS-RPT-FILE-REC(32:6).                 CPYSENS 
007050     WRITE WS-RPT-FILE-REC.                                       CPYSENS 
007060     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYSENS 
007070     MOVE WS-BOOKS-EXPOSED TO WS-EDIT-COUNT.                      CPYSENS 
007080     MOVE 'COPYBOOKS PULLED IN' TO WS-RPT-FILE-REC(1:30).         CPYSENS 
007090     MOVE WS-EDIT-COUNT TO WS-RPT-FILE-REC(32:6).                 CPYSENS 
007100     WRITE WS-RPT-FILE-REC.                                       CPYSENS 
007110     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYSENS 
007120     MOVE WS-BOOK-PULLS TO WS-EDIT-COUNT.                         CPYSENS 
007130     MOVE 'COPYBOOK-PROGRAM PULLS' TO WS-RPT-FILE-REC(1:30).      CPYSENS 
007140     MOVE WS-EDIT-COUNT TO WS-RPT-FILE-REC(32:6).                 CPYSENS 
007150     WRITE WS-RPT-FILE-REC.                                       CPYSENS 
007160     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYSENS 
007170     MOVE WS-MISSING-COUNT TO WS-EDIT-COUNT.                      CPYSENS 
007180     MOVE 'FIELDS IN MISSING COPYBOOKS' TO WS-RPT-FILE-REC(1:30). CPYSENS 
007190     MOVE WS-EDIT-COUNT TO WS-RPT-FILE-REC(32:6).                 CPYSENS 
007200     WRITE WS-RPT-FILE-REC.                                       CPYSENS 
007210     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYSENS 
007220     MOVE WS-BAD-CLASS-COUNT TO WS-EDIT-COUNT.                    CPYSENS 
007230     MOVE 'ENTRIES WITH UNKNOWN CLASS' TO WS-RPT-FILE-REC(1:30).  CPYSENS 
007240     MOVE WS-EDIT-COUNT TO WS-RPT-FILE-REC(32:6).                 CPYSENS 
007250     WRITE WS-RPT-FILE-REC.                                       CPYSENS 
007260 8000-EXIT.                                                       CPYSENS 
007270     EXIT.                                                        CPYSENS 
