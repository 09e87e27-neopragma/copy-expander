000190*               OFFSET, PICTURE, DISPLAYED VALUE AND, FOR         CPYBRWS 
000200*               NON-DISPLAY USAGES, THE HEX IMAGE.  REPORT:       CPYBRWS 
000210*               registry/CPYBRWS.RPT.                             CPYBRWS 
000212*2026-10-15 RS  A FIELD WITH A BUSINESS DEFINITION IN THE         CPYBRWS 
000214*               GLOSSARY config/CPYGLS.DAT (COPY CPYGLS) GETS IT  CPYBRWS 
000216*               ON THE LINE BENEATH, THE FIELD LINE ITSELF BEING  CPYBRWS 
000218*               FULL OUT TO THE HEX IMAGE.                        CPYBRWS 
000219*2026-10-15 RS  FIELDS TAGGED PII, PCI OR CONFIDENTIAL IN         CPYBRWS 
000220*               config/CPYCLS.DAT (COPY CPYCLS) PRINT AS          CPYBRWS 
000221*               ASTERISKS, HEX IMAGE SUPPRESSED, UNLESS THE       CPYBRWS 
000222*               USERID CARD (COLS 10-17) NAMES A USER HOLDING     CPYBRWS 
000223*               UNMASK IN CPYAUTH.DAT.  A TAGGED GROUP MASKS      CPYBRWS 
000224*               EVERYTHING SUBORDINATE TO IT, AND ANY FIELD       CPYBRWS 
000225*               SHARING THEIR BYTES (REDEFINES, A SECOND 01)      CPYBRWS 
000226*               IS MASKED WITH THEM.                              CPYBRWS 
000227*2026-10-15 RS  DSN CARD (COLS 10-53) IN PLACE OF THE COPYBOOK    CPYBRWS 
000228*               CARD: THE COPYBOOK IS LOOKED UP IN THE DATASET    CPYBRWS 
000229*               LAYOUT CATALOG registry/CPYDSN.DAT (COPY CPYDSN)  CPYBRWS 
000230*               THAT CPYDSNC BUILDS FROM THE EXPANDED JOB DECKS.  CPYBRWS 
000231*               A DSN NOT IN THE CATALOG, OR PAIRED THERE WITH    CPYBRWS 
000232*               MORE THAN ONE COPYBOOK, ENDS THE RUN RC 12.       CPYBRWS 
000233*               A COPYBOOK CARD STILL WINS WHEN BOTH ARE GIVEN.   CPYBRWS 
000234*2026-10-15 RS  FREE-FORMAT COPYBOOKS: EACH LINE IS READ THROUGH  CPYBRWS 
000235*               CPYSRCF AS THE CARD IT STANDS FOR, SO THE         CPYBRWS 
000236*               COLUMN RULES HOLD FOR EITHER FORM.                CPYBRWS 
000237*               THE COPYBOOK RECORD IS WIDENED TO 256.            CPYBRWS 
000238*-------------------------------------------------------------    CPYBRWS 
000239 ENVIRONMENT DIVISION.                                            CPYBRWS 
000240 CONFIGURATION SECTION.                                           CPYBRWS 
000250 SOURCE-COMPUTER. GENERIC-COMPUTER.                               CPYBRWS 
000260 OBJECT-COMPUTER. GENERIC-COMPUTER.                               CPYBRWS 
000410     SELECT RPT-FILE ASSIGN TO DYNAMIC WS-RPT-FILENAME            CPYBRWS 
000420         ORGANIZATION LINE SEQUENTIAL                             CPYBRWS 
000430         FILE STATUS IS WS-RPT-FILE-STATUS.                       CPYBRWS 
000431     SELECT DSN-FILE ASSIGN TO DYNAMIC WS-DSN-FILENAME            CPYBRWS 
000432         ORGANIZATION LINE SEQUENTIAL                             CPYBRWS 
000433         FILE STATUS IS WS-DSN-FILE-STATUS.                       CPYBRWS 
000434     SELECT GLS-FILE ASSIGN TO DYNAMIC WS-GLS-FILENAME            CPYBRWS 
000435         ORGANIZATION LINE SEQUENTIAL                             CPYBRWS 
000436         FILE STATUS IS WS-GLS-FILE-STATUS.                       CPYBRWS 
000437     SELECT CLS-FILE ASSIGN TO DYNAMIC WS-CLS-FILENAME            CPYBRWS 
000438         ORGANIZATION LINE SEQUENTIAL                             CPYBRWS 
000439         FILE STATUS IS WS-CLS-FILE-STATUS.                       CPYBRWS 
000440 DATA DIVISION.                                                   CPYBRWS 
000450 FILE SECTION.                                                    CPYBRWS 
000460 FD  PARM-FILE.                                                   CPYBRWS 
000480 FD  CFG-FILE.                                                    CPYBRWS 
000490 01  WS-CFG-FILE-REC         PIC X(80).                           CPYBRWS 
000500 FD  CPY-FILE.                                                    CPYBRWS 
000510 01  WS-CPY-FILE-REC         PIC X(256).                          CPYBRWS 
000520 FD  DAT-FILE.                                                    CPYBRWS 
000530 01  WS-DAT-FILE-REC         PIC X(520).                          CPYBRWS 
000540 FD  RPT-FILE.                                                    CPYBRWS 
000550 01  WS-RPT-FILE-REC         PIC X(132).                          CPYBRWS 
000551 FD  DSN-FILE.                                                    CPYBRWS 
000552 01  WS-DSN-FILE-REC         PIC X(170).                          CPYBRWS 
000553 FD  GLS-FILE.                                                    CPYBRWS 
000556 01  WS-GLS-FILE-REC         PIC X(220).                          CPYBRWS 
000557 FD  CLS-FILE.                                                    CPYBRWS 
000558 01  WS-CLS-FILE-REC         PIC X(120).                          CPYBRWS 
000560 WORKING-STORAGE SECTION.                                         CPYBRWS 
000570 77  WS-PARM-FILENAME        PIC X(80) VALUE 'jcl/CPYBRWS.SYSIN'. CPYBRWS 
000580 77  WS-PARM-FILE-STATUS     PIC X(02) VALUE '00'.                CPYBRWS 
000660 77  WS-RPT-FILENAME         PIC X(80)                            CPYBRWS 
000670         VALUE 'registry/CPYBRWS.RPT'.                            CPYBRWS 
000680 77  WS-RPT-FILE-STATUS      PIC X(02) VALUE '00'.                CPYBRWS 
000682 77  WS-GLS-FILENAME         PIC X(80)                            CPYBRWS 
000684         VALUE 'config/CPYGLS.DAT'.                               CPYBRWS 
000686 77  WS-GLS-FILE-STATUS      PIC X(02) VALUE '00'.                CPYBRWS 
000687 77  WS-CLS-FILENAME         PIC X(80)                            CPYBRWS 
000688         VALUE 'config/CPYCLS.DAT'.                               CPYBRWS 
000689 77  WS-CLS-FILE-STATUS      PIC X(02) VALUE '00'.                CPYBRWS 
000690 77  WS-EOF-SW               PIC X(01) VALUE 'N'.                 CPYBRWS 
000700     88  WS-EOF              VALUE 'Y'.                           CPYBRWS 
000710 77  WS-COPYBOOK-NAME        PIC X(30) VALUE SPACES.              CPYBRWS 
000711 77  WS-DSN-FILENAME         PIC X(80)                            CPYBRWS 
000712         VALUE 'registry/CPYDSN.DAT'.                             CPYBRWS 
000713 77  WS-DSN-FILE-STATUS      PIC X(02) VALUE '00'.                CPYBRWS 
000714 77  WS-DSN-NAME             PIC X(44) VALUE SPACES.              CPYBRWS 
000715 77  WS-DSN-BOOK             PIC X(30) VALUE SPACES.              CPYBRWS 
000716 77  WS-DSN-CONFLICT-SW      PIC X(01) VALUE 'N'.                 CPYBRWS 
000717     88  WS-DSN-CONFLICT     VALUE 'Y'.                           CPYBRWS 
000718 COPY CPYDSN.                                                     CPYBRWS 
000720 77  WS-TRIM-LEN             PIC 9(04) COMP VALUE 0.              CPYBRWS 
000730 77  WS-FOUND-SW             PIC X(01) VALUE 'N'.                 CPYBRWS 
000740     88  WS-FOUND            VALUE 'Y'.                           CPYBRWS 
000800 77  WS-EDIT-OFF             PIC Z(05)9.                          CPYBRWS 
000810 77  WS-EDIT-COUNT           PIC Z(04)9.                          CPYBRWS 
000820 77  WS-TALLY                PIC 9(04) COMP VALUE 0.              CPYBRWS 
000821 77  WS-USERID               PIC X(08) VALUE SPACES.              CPYBRWS 
000822 77  WS-UNMASK-SW            PIC X(01) VALUE 'N'.                 CPYBRWS 
000823     88  WS-UNMASKED         VALUE 'Y'.                           CPYBRWS 
000824 77  WS-MASKED-COUNT         PIC 9(05) COMP VALUE 0.              CPYBRWS 
000825 77  WS-MASK-LEVEL           PIC 9(02) VALUE 0.                   CPYBRWS 
000830 COPY CPYCFG.                                                     CPYBRWS 
000840*PARSED FIELD TABLE, AS THE MAP REPORT COMPUTES IT.               CPYBRWS 
000850 01  WS-FLD-TABLE.                                                CPYBRWS 
000930         10  WS-FLD-USAGE    PIC X(08).                           CPYBRWS 
000940         10  WS-FLD-GRP-SW   PIC X(01).                           CPYBRWS 
000950 77  WS-FIX                  PIC 9(04) COMP VALUE 0.              CPYBRWS 
000951*GLOSSARY ENTRIES FOR THE COPYBOOK, AND FOR EACH PARSED FIELD     CPYBRWS 
000952*THE ENTRY THAT DEFINES IT (ZERO FOR NONE).                       CPYBRWS 
000953 COPY CPYGLS.                                                     CPYBRWS 
000954 01  WS-GLT-TABLE.                                                CPYBRWS 
000955     05  WS-GLT-COUNT        PIC 9(04) COMP VALUE 0.              CPYBRWS 
000956     05  WS-GLT-ENT OCCURS 500 TIMES.                             CPYBRWS 
000957         10  WS-GLT-NAME     PIC X(30).                           CPYBRWS 
000958         10  WS-GLT-DEFINITION PIC X(56).                         CPYBRWS 
000959 01  WS-FLD-GLT-TABLE.                                            CPYBRWS 
000960     05  WS-FLD-GLT-HIT      PIC 9(04) COMP OCCURS 500 TIMES.     CPYBRWS 
000961 77  WS-GIX                  PIC 9(04) COMP VALUE 0.              CPYBRWS 
000962*CLASSIFIED DATA NAMES OF THE COPYBOOK, AND FOR EACH PARSED       CPYBRWS 
000963*FIELD WHETHER IT IS MASKED - 'Y' TAGGED ITSELF OR THROUGH ITS    CPYBRWS 
000964*GROUP, 'O' OVERLAYING THE BYTES OF A 'Y' FIELD.                  CPYBRWS 
000965 COPY CPYCLS.                                                     CPYBRWS 
000966 COPY CPYAUT.                                                     CPYBRWS 
000967 01  WS-CLT-TABLE.                                                CPYBRWS 
000968     05  WS-CLT-COUNT        PIC 9(04) COMP VALUE 0.              CPYBRWS 
000969     05  WS-CLT-NAME         PIC X(30) OCCURS 500 TIMES.          CPYBRWS 
000970 01  WS-FLD-MASK-TABLE.                                           CPYBRWS 
000971     05  WS-FLD-MASK-SW      PIC X(01) OCCURS 500 TIMES.          CPYBRWS 
000972 77  WS-KIX                  PIC 9(04) COMP VALUE 0.              CPYBRWS 
000973*LAYOUT-PARSE SCRATCH.                                            CPYBRWS 
000974 01  WS-MAP-AREA.                                                 CPYBRWS 
000980     05  WS-MAP-LINE          PIC X(65).                          CPYBRWS 
000990     05  WS-MAP-W OCCURS 8 TIMES INDEXED BY MAPW-IX.              CPYBRWS 
001000         10  WS-MAP-WORD      PIC X(30).                          CPYBRWS 
001330     05  WS-HEX-HI           PIC 9(02) COMP.                      CPYBRWS 
001340     05  WS-HEX-LO           PIC 9(02) COMP.                      CPYBRWS 
001350     05  WS-HEX-PTR          PIC 9(02) COMP.                      CPYBRWS 
001355 COPY CPYSFP.                                                     CPYBRWS 
001360 PROCEDURE DIVISION.                                              CPYBRWS 
001370*-------------------------------------------------------------    CPYBRWS 
001380*0000-MAINLINE                                                    CPYBRWS 
001390*-------------------------------------------------------------    CPYBRWS 
001400 0000-MAINLINE.                                                   CPYBRWS 
001410     PERFORM 1000-READ-SYSIN-CARDS THRU 1000-EXIT.                CPYBRWS 
001411     IF WS-COPYBOOK-NAME = SPACES                                 CPYBRWS 
001412         AND WS-DSN-NAME NOT = SPACES                             CPYBRWS 
001413         PERFORM 1800-LOOK-UP-THE-DSN THRU 1800-EXIT              CPYBRWS 
001414         IF WS-COPYBOOK-NAME = SPACES                             CPYBRWS 
001415             MOVE 12 TO RETURN-CODE                               CPYBRWS 
001416             GOBACK                                               CPYBRWS 
001417         END-IF                                                   CPYBRWS 
001418     END-IF.                                                      CPYBRWS 
001420     IF WS-DAT-FILENAME = SPACES                                  CPYBRWS 
001430         OR WS-COPYBOOK-NAME = SPACES                             CPYBRWS 
001436         DISPLAY 'CPYBRWS - FILE AND COPYBOOK (OR DSN) CARDS '    CPYBRWS 
001442             'REQUIRED'                                           CPYBRWS 
001450         MOVE 12 TO RETURN-CODE                                   CPYBRWS 
001460         GOBACK                                                   CPYBRWS 
001470     END-IF.                                                      CPYBRWS 
001480     PERFORM 1500-LOAD-LIBRARY-LIST THRU 1500-EXIT.               CPYBRWS 
001490     PERFORM 2000-PARSE-THE-LAYOUT THRU 2000-EXIT.                CPYBRWS 
001495     PERFORM 2500-LOAD-GLOSSARY THRU 2500-EXIT.                   CPYBRWS 
001496     PERFORM 2600-LOAD-CLASSIFICATIONS THRU 2600-EXIT.            CPYBRWS 
001497     PERFORM 2700-CHECK-UNMASK THRU 2700-EXIT.                    CPYBRWS 
001500     IF WS-FLD-COUNT = 0                                          CPYBRWS 
001510         DISPLAY 'CPYBRWS - COPYBOOK NOT FOUND OR HOLDS NO '      CPYBRWS 
001520             'FIELDS - ' WS-COPYBOOK-NAME                         CPYBRWS 
002040             MOVE WS-PARM-FILE-REC(10:60) TO WS-DAT-FILENAME      CPYBRWS 
002050         WHEN 'COPYBOOK'                                          CPYBRWS 
002060             MOVE WS-PARM-FILE-REC(10:30) TO WS-COPYBOOK-NAME     CPYBRWS 
002061         WHEN 'DSN     '                                          CPYBRWS 
002062             UNSTRING WS-PARM-FILE-REC(10:44)                     CPYBRWS 
002063                 DELIMITED BY '(' OR SPACE                        CPYBRWS 
002064                 INTO WS-DSN-NAME                                 CPYBRWS 
002065             END-UNSTRING                                         CPYBRWS 
002070         WHEN 'FROM    '                                          CPYBRWS 
002080             IF WS-PARM-FILE-REC(10:7) NUMERIC                    CPYBRWS 
002090                 MOVE WS-PARM-FILE-REC(10:7) TO WS-FROM-REC       CPYBRWS 
002120             IF WS-PARM-FILE-REC(10:7) NUMERIC                    CPYBRWS 
002130                 MOVE WS-PARM-FILE-REC(10:7) TO WS-TO-REC         CPYBRWS 
002140             END-IF                                               CPYBRWS 
002143         WHEN 'USERID  '                                          CPYBRWS 
002146             MOVE WS-PARM-FILE-REC(10:8) TO WS-USERID             CPYBRWS 
002150         WHEN OTHER                                               CPYBRWS 
002160             DISPLAY 'CPYBRWS - CARD IGNORED: '                   CPYBRWS 
002170                 WS-PARM-FILE-REC(1:8)                            CPYBRWS 
002480 1510-EXIT.                                                       CPYBRWS 
002490     EXIT.                                                        CPYBRWS 
002500*                                                                 CPYBRWS 
002501*-------------------------------------------------------------    CPYBRWS 
002502*1800-LOOK-UP-THE-DSN - THE COPYBOOK FOR A DSN CARD, FROM THE     CPYBRWS 
002503*DATASET LAYOUT CATALOG.  EVERY PAIRING OF THE DSN MUST NAME      CPYBRWS 
002504*THE SAME COPYBOOK; A DSN TWO JOBS READ WITH DIFFERENT LAYOUTS    CPYBRWS 
002505*IS REFUSED RATHER THAN GUESSED AT.                               CPYBRWS 
002506*-------------------------------------------------------------    CPYBRWS 
002507 1800-LOOK-UP-THE-DSN.                                            CPYBRWS 
002508     MOVE SPACES TO WS-DSN-BOOK.                                  CPYBRWS 
002509     MOVE 'N' TO WS-DSN-CONFLICT-SW.                              CPYBRWS 
002510     OPEN INPUT DSN-FILE.                                         CPYBRWS 
002511     IF WS-DSN-FILE-STATUS NOT = '00'                             CPYBRWS 
002512         DISPLAY 'CPYBRWS - DATASET CATALOG NOT AVAILABLE - '     CPYBRWS 
002513             'RUN CPYDSNC'                                        CPYBRWS 
002514         GO TO 1800-EXIT.                                         CPYBRWS 
002515     MOVE 'N' TO WS-EOF-SW.                                       CPYBRWS 
002516     PERFORM 1810-READ-ONE-ENTRY THRU 1810-EXIT UNTIL WS-EOF.     CPYBRWS 
002517     CLOSE DSN-FILE.                                              CPYBRWS 
002518     MOVE 'N' TO WS-EOF-SW.                                       CPYBRWS 
002519     IF WS-DSN-BOOK = SPACES                                      CPYBRWS 
002520         DISPLAY 'CPYBRWS - DSN NOT PAIRED WITH A COPYBOOK '      CPYBRWS 
002521             'IN THE CATALOG - ' WS-DSN-NAME                      CPYBRWS 
002522         GO TO 1800-EXIT.                                         CPYBRWS 
002523     IF WS-DSN-CONFLICT                                           CPYBRWS 
002524         DISPLAY 'CPYBRWS - DSN DESCRIBED BY MORE THAN ONE '      CPYBRWS 
002525             'COPYBOOK - NAME ONE ON A COPYBOOK CARD'             CPYBRWS 
002526         GO TO 1800-EXIT.                                         CPYBRWS 
002527     MOVE WS-DSN-BOOK TO WS-COPYBOOK-NAME.                        CPYBRWS 
002528     MOVE 0 TO WS-TRIM-LEN.                                       CPYBRWS 
002529     INSPECT WS-DSN-NAME TALLYING WS-TRIM-LEN                     CPYBRWS 
002530         FOR CHARACTERS BEFORE SPACE.                             CPYBRWS 
002531     DISPLAY 'CPYBRWS - ' WS-DSN-NAME(1:WS-TRIM-LEN)              CPYBRWS 
002532         ' LAID OUT BY ' WS-COPYBOOK-NAME.                        CPYBRWS 
002533 1800-EXIT.                                                       CPYBRWS 
002534     EXIT.                                                        CPYBRWS 
002535*                                                                 CPYBRWS 
002536 1810-READ-ONE-ENTRY.                                             CPYBRWS 
002537     READ DSN-FILE INTO DSN-RECORD                                CPYBRWS 
002538         AT END MOVE 'Y' TO WS-EOF-SW                             CPYBRWS 
002539     END-READ.                                                    CPYBRWS 
002540     IF WS-EOF                                                    CPYBRWS 
002541         GO TO 1810-EXIT.                                         CPYBRWS 
002542     IF DSN-RECORD(1:1) = '*'                                     CPYBRWS 
002543         OR DSN-DATASET-NAME NOT = WS-DSN-NAME                    CPYBRWS 
002544         OR DSN-COPYBOOK-NAME = SPACES                            CPYBRWS 
002545         GO TO 1810-EXIT.                                         CPYBRWS 
002546     IF WS-DSN-BOOK = SPACES                                      CPYBRWS 
002547         MOVE DSN-COPYBOOK-NAME TO WS-DSN-BOOK                    CPYBRWS 
002548         GO TO 1810-EXIT.                                         CPYBRWS 
002549     IF DSN-COPYBOOK-NAME NOT = WS-DSN-BOOK                       CPYBRWS 
002550         MOVE 'Y' TO WS-DSN-CONFLICT-SW                           CPYBRWS 
002551         DISPLAY 'CPYBRWS - ' WS-DSN-BOOK ' AND '                 CPYBRWS 
002552             DSN-COPYBOOK-NAME ' (JOB ' DSN-JOB-NAME              CPYBRWS 
002553             ' STEP ' DSN-STEP-NAME ')'                           CPYBRWS 
002554     END-IF.                                                      CPYBRWS 
002555 1810-EXIT.                                                       CPYBRWS 
002556     EXIT.                                                        CPYBRWS 
002557*                                                                 CPYBRWS 
002558 2000-PARSE-THE-LAYOUT.                                           CPYBRWS 
002559     MOVE 0 TO WS-TRIM-LEN.                                       CPYBRWS 
002560     INSPECT WS-COPYBOOK-NAME TALLYING WS-TRIM-LEN                CPYBRWS 
002561         FOR CHARACTERS BEFORE SPACE.                             CPYBRWS 
002562     MOVE 'N' TO WS-FOUND-SW.                                     CPYBRWS 
002563     PERFORM 2050-TRY-ONE-LIBRARY THRU 2050-EXIT                  CPYBRWS 
002570         VARYING CFG-LIB-IDX FROM 1 BY 1                          CPYBRWS 
002580         UNTIL CFG-LIB-IDX > CFG-LIBRARY-COUNT OR WS-FOUND.       CPYBRWS 
002590 2000-EXIT.                                                       CPYBRWS 
002700     OPEN INPUT CPY-FILE.                                         CPYBRWS 
002710     IF WS-CPY-FILE-STATUS NOT = '00'                             CPYBRWS 
002720         GO TO 2050-EXIT.                                         CPYBRWS 
002725     MOVE SPACE TO SRCF-FORMAT.                                   CPYBRWS 
002730     MOVE 'Y' TO WS-FOUND-SW.                                     CPYBRWS 
002740     MOVE 0 TO WS-MLS-DEPTH WS-MAP-RUN-OFF WS-FLD-COUNT.          CPYBRWS 
002750     MOVE 'N' TO WS-EOF-SW.                                       CPYBRWS 
002850     END-READ.                                                    CPYBRWS 
002860     IF WS-EOF                                                    CPYBRWS 
002870         GO TO 2100-EXIT.                                         CPYBRWS 
002872     MOVE WS-CPY-FILE-REC TO SRCF-LINE.                           CPYBRWS 
002874     CALL 'CPYSRCF' USING CPYSRCF-PARMS.                          CPYBRWS 
002876     MOVE SRCF-CARD TO WS-CPY-FILE-REC.                           CPYBRWS 
002880     IF WS-CPY-FILE-REC(7:1) = '*' OR WS-CPY-FILE-REC(7:1) = '/'  CPYBRWS 
002890         GO TO 2100-EXIT.                                         CPYBRWS 
002900     MOVE WS-CPY-FILE-REC(8:65) TO WS-MAP-LINE.                   CPYBRWS 
004880 2410-EXIT.                                                       CPYBRWS 
004890     EXIT.                                                        CPYBRWS 
004900*                                                                 CPYBRWS 
004901*-------------------------------------------------------------    CPYBRWS 
004902*2500-LOAD-GLOSSARY - THE COPYBOOK'S GLOSSARY DEFINITIONS,        CPYBRWS 
004903*MATCHED TO THE PARSED FIELDS ONCE SO EACH RECORD PRINTS          CPYBRWS 
004904*WITHOUT A SEARCH.                                                CPYBRWS 
004905*-------------------------------------------------------------    CPYBRWS 
004906 2500-LOAD-GLOSSARY.                                              CPYBRWS 
004907     MOVE 0 TO WS-GLT-COUNT.                                      CPYBRWS 
004908     OPEN INPUT GLS-FILE.                                         CPYBRWS 
004909     IF WS-GLS-FILE-STATUS = '00'                                 CPYBRWS 
004910         MOVE 'N' TO WS-EOF-SW                                    CPYBRWS 
004911         PERFORM 2510-LOAD-ONE-GLS THRU 2510-EXIT UNTIL WS-EOF    CPYBRWS 
004912         CLOSE GLS-FILE                                           CPYBRWS 
004913         MOVE 'N' TO WS-EOF-SW                                    CPYBRWS 
004914     END-IF.                                                      CPYBRWS 
004915     PERFORM 2520-MATCH-ONE-FIELD THRU 2520-EXIT                  CPYBRWS 
004916         VARYING WS-FIX FROM 1 BY 1                               CPYBRWS 
004917         UNTIL WS-FIX > WS-FLD-COUNT.                             CPYBRWS 
004918 2500-EXIT.                                                       CPYBRWS 
004919     EXIT.                                                        CPYBRWS 
004920*                                                                 CPYBRWS 
004921 2510-LOAD-ONE-GLS.                                               CPYBRWS 
004922     READ GLS-FILE INTO WS-GLS-FILE-REC                           CPYBRWS 
004923         AT END MOVE 'Y' TO WS-EOF-SW                             CPYBRWS 
004924     END-READ.                                                    CPYBRWS 
004925     IF WS-EOF                                                    CPYBRWS 
004926         GO TO 2510-EXIT.                                         CPYBRWS 
004927     IF WS-GLS-FILE-REC(1:1) = '*'                                CPYBRWS 
004928         OR WS-GLS-FILE-REC = SPACES                              CPYBRWS 
004929         GO TO 2510-EXIT.                                         CPYBRWS 
004930     MOVE WS-GLS-FILE-REC TO GLS-RECORD.                          CPYBRWS 
004931     IF GLS-COPYBOOK-NAME NOT = WS-COPYBOOK-NAME                  CPYBRWS 
004932         OR GLS-DEFINITION = SPACES                               CPYBRWS 
004933         GO TO 2510-EXIT.                                         CPYBRWS 
004934     IF WS-GLT-COUNT < 500                                        CPYBRWS 
004935         ADD 1 TO WS-GLT-COUNT                                    CPYBRWS 
004936         MOVE GLS-DATA-NAME TO WS-GLT-NAME(WS-GLT-COUNT)          CPYBRWS 
004937         MOVE GLS-DEFINITION TO WS-GLT-DEFINITION(WS-GLT-COUNT)   CPYBRWS 
004938     END-IF.                                                      CPYBRWS 
004939 2510-EXIT.                                                       CPYBRWS 
004940     EXIT.                                                        CPYBRWS 
004941*                                                                 CPYBRWS 
004942 2520-MATCH-ONE-FIELD.                                            CPYBRWS 
004943     MOVE 0 TO WS-FLD-GLT-HIT(WS-FIX).                            CPYBRWS 
004944     IF WS-FLD-NAME(WS-FIX) = SPACES                              CPYBRWS 
004945         OR WS-FLD-NAME(WS-FIX) = 'FILLER'                        CPYBRWS 
004946         GO TO 2520-EXIT.                                         CPYBRWS 
004947     PERFORM 2530-TEST-ONE-GLS THRU 2530-EXIT                     CPYBRWS 
004948         VARYING WS-GIX FROM 1 BY 1                               CPYBRWS 
004949         UNTIL WS-GIX > WS-GLT-COUNT                              CPYBRWS 
004950            OR WS-FLD-GLT-HIT(WS-FIX) > 0.                        CPYBRWS 
004951 2520-EXIT.                                                       CPYBRWS 
004952     EXIT.                                                        CPYBRWS 
004953*                                                                 CPYBRWS 
004954 2530-TEST-ONE-GLS.                                               CPYBRWS 
004955     IF WS-GLT-NAME(WS-GIX) = WS-FLD-NAME(WS-FIX)                 CPYBRWS 
004956         MOVE WS-GIX TO WS-FLD-GLT-HIT(WS-FIX)                    CPYBRWS 
004957     END-IF.                                                      CPYBRWS 
004958 2530-EXIT.                                                       CPYBRWS 
004959     EXIT.                                                        CPYBRWS 
004960*                                                                 CPYBRWS 
004961*-------------------------------------------------------------    CPYBRWS 
004962*2600-LOAD-CLASSIFICATIONS - THE COPYBOOK'S SENSITIVE DATA        CPYBRWS 
004963*NAMES, MARKED ON THE PARSED FIELDS ONCE.  A TAGGED GROUP         CPYBRWS 
004964*CARRIES ITS MARK DOWN UNTIL A FIELD AT ITS LEVEL OR ABOVE.       CPYBRWS 
004965*-------------------------------------------------------------    CPYBRWS 
004966 2600-LOAD-CLASSIFICATIONS.                                       CPYBRWS 
004967     MOVE 0 TO WS-CLT-COUNT WS-MASKED-COUNT WS-MASK-LEVEL.        CPYBRWS 
004968     OPEN INPUT CLS-FILE.                                         CPYBRWS 
004969     IF WS-CLS-FILE-STATUS = '00'                                 CPYBRWS 
004970         MOVE 'N' TO WS-EOF-SW                                    CPYBRWS 
004971         PERFORM 2610-LOAD-ONE-CLS THRU 2610-EXIT UNTIL WS-EOF    CPYBRWS 
004972         CLOSE CLS-FILE                                           CPYBRWS 
004973         MOVE 'N' TO WS-EOF-SW                                    CPYBRWS 
004974     END-IF.                                                      CPYBRWS 
004975     PERFORM 2620-MARK-ONE-FIELD THRU 2620-EXIT                   CPYBRWS 
004976         VARYING WS-FIX FROM 1 BY 1                               CPYBRWS 
004977         UNTIL WS-FIX > WS-FLD-COUNT.                             CPYBRWS 
004978     PERFORM 2640-MARK-ONE-OVERLAY THRU 2640-EXIT                 CPYBRWS 
004979         VARYING WS-FIX FROM 1 BY 1                               CPYBRWS 
004980         UNTIL WS-FIX > WS-FLD-COUNT.                             CPYBRWS 
004981 2600-EXIT.                                                       CPYBRWS 
004982     EXIT.                                                        CPYBRWS 
004983*                                                                 CPYBRWS 
004984 2610-LOAD-ONE-CLS.                                               CPYBRWS 
004985     READ CLS-FILE INTO WS-CLS-FILE-REC                           CPYBRWS 
004986         AT END MOVE 'Y' TO WS-EOF-SW                             CPYBRWS 
004987     END-READ.                                                    CPYBRWS 
004988     IF WS-EOF                                                    CPYBRWS 
004989         GO TO 2610-EXIT.                                         CPYBRWS 
004990     IF WS-CLS-FILE-REC(1:1) = '*'                                CPYBRWS 
004991         OR WS-CLS-FILE-REC = SPACES                              CPYBRWS 
004992         GO TO 2610-EXIT.                                         CPYBRWS 
004993     MOVE WS-CLS-FILE-REC TO CLS-RECORD.                          CPYBRWS 
004994     IF CLS-COPYBOOK-NAME NOT = WS-COPYBOOK-NAME                  CPYBRWS 
004995         OR NOT CLS-CLASS-VALID                                   CPYBRWS 
004996         GO TO 2610-EXIT.                                         CPYBRWS 
004997     IF WS-CLT-COUNT < 500                                        CPYBRWS 
004998         ADD 1 TO WS-CLT-COUNT                                    CPYBRWS 
004999         MOVE CLS-DATA-NAME TO WS-CLT-NAME(WS-CLT-COUNT)          CPYBRWS 
005000     END-IF.                                                      CPYBRWS 
005001 2610-EXIT.                                                       CPYBRWS 
005002     EXIT.                                                        CPYBRWS 
005003*                                                                 CPYBRWS 
005004 2620-MARK-ONE-FIELD.                                             CPYBRWS 
005005     MOVE 'N' TO WS-FLD-MASK-SW(WS-FIX).                          CPYBRWS 
005006     IF WS-MASK-LEVEL > 0                                         CPYBRWS 
005007         AND WS-FLD-LEVEL(WS-FIX) > WS-MASK-LEVEL                 CPYBRWS 
005008         MOVE 'Y' TO WS-FLD-MASK-SW(WS-FIX)                       CPYBRWS 
005009         IF WS-FLD-GRP-SW(WS-FIX) NOT = 'Y'                       CPYBRWS 
005010             ADD 1 TO WS-MASKED-COUNT                             CPYBRWS 
005011         END-IF                                                   CPYBRWS 
005012         GO TO 2620-EXIT.                                         CPYBRWS 
005013     MOVE 0 TO WS-MASK-LEVEL.                                     CPYBRWS 
005014     PERFORM 2630-TEST-ONE-CLS THRU 2630-EXIT                     CPYBRWS 
005015         VARYING WS-KIX FROM 1 BY 1                               CPYBRWS 
005016         UNTIL WS-KIX > WS-CLT-COUNT                              CPYBRWS 
005017            OR WS-FLD-MASK-SW(WS-FIX) = 'Y'.                      CPYBRWS 
005018     IF WS-FLD-MASK-SW(WS-FIX) NOT = 'Y'                          CPYBRWS 
005019         GO TO 2620-EXIT.                                         CPYBRWS 
005020     IF WS-FLD-GRP-SW(WS-FIX) = 'Y'                               CPYBRWS 
005021         MOVE WS-FLD-LEVEL(WS-FIX) TO WS-MASK-LEVEL               CPYBRWS 
005022     ELSE                                                         CPYBRWS 
005023         ADD 1 TO WS-MASKED-COUNT                                 CPYBRWS 
005024     END-IF.                                                      CPYBRWS 
005025 2620-EXIT.                                                       CPYBRWS 
005026     EXIT.                                                        CPYBRWS 
005027*                                                                 CPYBRWS 
005028 2630-TEST-ONE-CLS.                                               CPYBRWS 
005029     IF WS-CLT-NAME(WS-KIX) = WS-FLD-NAME(WS-FIX)                 CPYBRWS 
005030         MOVE 'Y' TO WS-FLD-MASK-SW(WS-FIX)                       CPYBRWS 
005031     END-IF.                                                      CPYBRWS 
005032 2630-EXIT.                                                       CPYBRWS 
005033     EXIT.                                                        CPYBRWS 
005034*                                                                 CPYBRWS 
005035 2640-MARK-ONE-OVERLAY.                                           CPYBRWS 
005036     IF WS-FLD-MASK-SW(WS-FIX) NOT = 'N'                          CPYBRWS 
005037         OR WS-FLD-GRP-SW(WS-FIX) = 'Y'                           CPYBRWS 
005038         OR WS-MASKED-COUNT = 0                                   CPYBRWS 
005039         GO TO 2640-EXIT.                                         CPYBRWS 
005040     PERFORM 2650-TEST-ONE-OVERLAY THRU 2650-EXIT                 CPYBRWS 
005041         VARYING WS-KIX FROM 1 BY 1                               CPYBRWS 
005042         UNTIL WS-KIX > WS-FLD-COUNT                              CPYBRWS 
005043            OR WS-FLD-MASK-SW(WS-FIX) = 'O'.                      CPYBRWS 
005044     IF WS-FLD-MASK-SW(WS-FIX) = 'O'                              CPYBRWS 
005045         ADD 1 TO WS-MASKED-COUNT                                 CPYBRWS 
005046     END-IF.                                                      CPYBRWS 
005047 2640-EXIT.                                                       CPYBRWS 
005048     EXIT.                                                        CPYBRWS 
005049*                                                                 CPYBRWS 
005050 2650-TEST-ONE-OVERLAY.                                           CPYBRWS 
005051     IF WS-FLD-MASK-SW(WS-KIX) = 'Y'                              CPYBRWS 
005052         AND WS-FLD-GRP-SW(WS-KIX) NOT = 'Y'                      CPYBRWS 
005053         AND WS-FLD-OFF(WS-FIX)                                   CPYBRWS 
005054             < WS-FLD-OFF(WS-KIX) + WS-FLD-LEN(WS-KIX)            CPYBRWS 
005055         AND WS-FLD-OFF(WS-KIX)                                   CPYBRWS 
005056             < WS-FLD-OFF(WS-FIX) + WS-FLD-LEN(WS-FIX)            CPYBRWS 
005057         MOVE 'O' TO WS-FLD-MASK-SW(WS-FIX)                       CPYBRWS 
005058     END-IF.                                                      CPYBRWS 
005059 2650-EXIT.                                                       CPYBRWS 
005060     EXIT.                                                        CPYBRWS 
005061*                                                                 CPYBRWS 
005062*-------------------------------------------------------------    CPYBRWS 
005063*2700-CHECK-UNMASK - CLASSIFIED FIELDS SHOW IN THE CLEAR ONLY     CPYBRWS 
005064*FOR A NAMED USER HOLDING UNMASK.  NO USERID CARD, NO CLEAR.      CPYBRWS 
005065*-------------------------------------------------------------    CPYBRWS 
005066 2700-CHECK-UNMASK.                                               CPYBRWS 
005067     MOVE 'N' TO WS-UNMASK-SW.                                    CPYBRWS 
005068     IF WS-MASKED-COUNT = 0                                       CPYBRWS 
005069         GO TO 2700-EXIT.                                         CPYBRWS 
005070     MOVE WS-MASKED-COUNT TO WS-EDIT-COUNT.                       CPYBRWS 
005071     IF WS-USERID = SPACES                                        CPYBRWS 
005072         DISPLAY 'CPYBRWS - NO USERID CARD - ' WS-EDIT-COUNT      CPYBRWS 
005073             ' CLASSIFIED FIELD(S) MASKED'                        CPYBRWS 
005074         GO TO 2700-EXIT.                                         CPYBRWS 
005075     MOVE WS-USERID TO AUTH-USER-ID.                              CPYBRWS 
005076     MOVE 'UNMASK' TO AUTH-FUNCTION.                              CPYBRWS 
005077     CALL 'CPYAUTH' USING CPYAUTH-PARMS.                          CPYBRWS 
005078     IF AUTH-BOOTSTRAP                                            CPYBRWS 
005079         DISPLAY 'CPYBRWS - AUTHORIZATION FILE ABSENT - '         CPYBRWS 
005080             'CHECK DISABLED'                                     CPYBRWS 
005081     END-IF.                                                      CPYBRWS 
005082     IF AUTH-GRANTED                                              CPYBRWS 
005083         MOVE 'Y' TO WS-UNMASK-SW                                 CPYBRWS 
005084         DISPLAY 'CPYBRWS - ' WS-EDIT-COUNT                       CPYBRWS 
005085             ' CLASSIFIED FIELD(S) SHOWN UNMASKED FOR '           CPYBRWS 
005086             WS-USERID                                            CPYBRWS 
005087     ELSE                                                         CPYBRWS 
005088         DISPLAY 'CPYBRWS - USER ' WS-USERID                      CPYBRWS 
005089             ' NOT AUTHORIZED FOR UNMASK - ' WS-EDIT-COUNT        CPYBRWS 
005090             ' CLASSIFIED FIELD(S) MASKED'                        CPYBRWS 
005091     END-IF.                                                      CPYBRWS 
005092 2700-EXIT.                                                       CPYBRWS 
005093     EXIT.                                                        CPYBRWS 
005094*                                                                 CPYBRWS 
005095*-------------------------------------------------------------    CPYBRWS 
005096*3000-BROWSE-ONE-RECORD - SELECTED RECORDS PRINT FIELD BY         CPYBRWS 
005097*FIELD; NON-DISPLAY USAGES GET THE HEX IMAGE ALONGSIDE.           CPYBRWS 
005098*-------------------------------------------------------------    CPYBRWS 
005099 3000-BROWSE-ONE-RECORD.                                          CPYBRWS 
005100     READ DAT-FILE INTO WS-DAT-FILE-REC                           CPYBRWS 
005101         AT END MOVE 'Y' TO WS-EOF-SW                             CPYBRWS 
005102     END-READ.                                                    CPYBRWS 
005103     IF WS-EOF                                                    CPYBRWS 
005104         GO TO 3000-EXIT.                                         CPYBRWS 
005105     ADD 1 TO WS-REC-NO.                                          CPYBRWS 
005106     IF WS-REC-NO < WS-FROM-REC                                   CPYBRWS 
005107         GO TO 3000-EXIT.                                         CPYBRWS 
005108     ADD 1 TO WS-SHOWN-COUNT.                                     CPYBRWS 
005109     MOVE WS-REC-NO TO WS-EDIT-REC.                               CPYBRWS 
005110     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYBRWS 
005111     WRITE WS-RPT-FILE-REC.                                       CPYBRWS 
005112     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYBRWS 
005113     MOVE 'RECORD' TO WS-RPT-FILE-REC(1:6).                       CPYBRWS 
005114     MOVE WS-EDIT-REC TO WS-RPT-FILE-REC(8:7).                    CPYBRWS 
005115     WRITE WS-RPT-FILE-REC.                                       CPYBRWS 
005120     PERFORM 3050-PRINT-FIELD-AND-DEFINITION THRU 3050-EXIT       CPYBRWS 
005130         VARYING WS-FIX FROM 1 BY 1                               CPYBRWS 
005140         UNTIL WS-FIX > WS-FLD-COUNT.                             CPYBRWS 
005150 3000-EXIT.                                                       CPYBRWS 
005160     EXIT.                                                        CPYBRWS 
005170*                                                                 CPYBRWS 
005171 3050-PRINT-FIELD-AND-DEFINITION.                                 CPYBRWS 
005172     PERFORM 3100-PRINT-ONE-FIELD THRU 3100-EXIT.                 CPYBRWS 
005173     IF WS-FLD-GLT-HIT(WS-FIX) = 0                                CPYBRWS 
005174         GO TO 3050-EXIT.                                         CPYBRWS 
005175     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYBRWS 
005176     MOVE WS-GLT-DEFINITION(WS-FLD-GLT-HIT(WS-FIX))               CPYBRWS 
005177         TO WS-RPT-FILE-REC(44:56).                               CPYBRWS 
005178     WRITE WS-RPT-FILE-REC.                                       CPYBRWS 
005179 3050-EXIT.                                                       CPYBRWS 
005180     EXIT.                                                        CPYBRWS 
005181*                                                                 CPYBRWS 
005182 3100-PRINT-ONE-FIELD.                                            CPYBRWS 
005190     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYBRWS 
005200     MOVE WS-FLD-LEVEL(WS-FIX) TO WS-RPT-FILE-REC(3:2).           CPYBRWS 
005210     MOVE WS-FLD-NAME(WS-FIX) TO WS-RPT-FILE-REC(6:30).           CPYBRWS 
005290     IF WS-FLD-OFF(WS-FIX) + WS-FLD-LEN(WS-FIX) > 520             CPYBRWS 
005300         WRITE WS-RPT-FILE-REC                                    CPYBRWS 
005310         GO TO 3100-EXIT.                                         CPYBRWS 
005311     IF WS-FLD-MASK-SW(WS-FIX) NOT = 'N'                          CPYBRWS 
005312         AND NOT WS-UNMASKED                                      CPYBRWS 
005313         PERFORM 3150-MASK-THE-VALUE THRU 3150-EXIT               CPYBRWS 
005314         WRITE WS-RPT-FILE-REC                                    CPYBRWS 
005315         GO TO 3100-EXIT.                                         CPYBRWS 
005320     IF WS-FLD-LEN(WS-FIX) > 40                                   CPYBRWS 
005330         MOVE WS-DAT-FILE-REC                                     CPYBRWS 
005340             (WS-FLD-OFF(WS-FIX) + 1:40)                          CPYBRWS 
005480 3100-EXIT.                                                       CPYBRWS 
005490     EXIT.                                                        CPYBRWS 
005500*                                                                 CPYBRWS 
005501 3150-MASK-THE-VALUE.                                             CPYBRWS 
005502     IF WS-FLD-LEN(WS-FIX) > 40                                   CPYBRWS 
005503         MOVE ALL '*' TO WS-RPT-FILE-REC(59:40)                   CPYBRWS 
005504     ELSE                                                         CPYBRWS 
005505         MOVE ALL '*' TO WS-RPT-FILE-REC(59:WS-FLD-LEN(WS-FIX))   CPYBRWS 
005506     END-IF.                                                      CPYBRWS 
005507 3150-EXIT.                                                       CPYBRWS 
005508     EXIT.                                                        CPYBRWS 
005509*                                                                 CPYBRWS 
005510 3200-RENDER-HEX.                                                 CPYBRWS 
005520     MOVE SPACES TO WS-HEX-OUT.                                   CPYBRWS 
005530     MOVE 1 TO WS-HEX-PTR.                                        CPYBRWS 
