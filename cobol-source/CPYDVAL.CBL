000260*               RC 0 = CLEAN, 8 = FAILURES LISTED, 12 = FILE      CPYDVAL 
000270*               OR COPYBOOK NOT USABLE - CODES THE SCHEDULER      CPYDVAL 
000280*               CAN BRANCH ON.                                    CPYDVAL 
000281*2026-10-15 RS  DSN CARD (COLS 10-53) IN PLACE OF THE COPYBOOK    CPYDVAL 
000282*               CARD: THE COPYBOOK IS LOOKED UP IN THE DATASET    CPYDVAL 
000283*               LAYOUT CATALOG registry/CPYDSN.DAT (COPY CPYDSN)  CPYDVAL 
000284*               THAT CPYDSNC BUILDS FROM THE EXPANDED JOB DECKS.  CPYDVAL 
000285*               A DSN NOT IN THE CATALOG, OR PAIRED THERE WITH    CPYDVAL 
000286*               MORE THAN ONE COPYBOOK, ENDS THE RUN RC 12.       CPYDVAL 
000287*               A COPYBOOK CARD STILL WINS WHEN BOTH ARE GIVEN.   CPYDVAL 
000288*2026-10-15 RS  FREE-FORMAT COPYBOOKS: EACH LINE IS READ THROUGH  CPYDVAL 
000289*               CPYSRCF AS THE CARD IT STANDS FOR, SO THE         CPYDVAL 
000290*               COLUMN RULES HOLD FOR EITHER FORM.                CPYDVAL 
000291*               THE COPYBOOK RECORD IS WIDENED TO 256.            CPYDVAL 
000292*-------------------------------------------------------------    CPYDVAL 
000300 ENVIRONMENT DIVISION.                                            CPYDVAL 
000310 CONFIGURATION SECTION.                                           CPYDVAL 
000320 SOURCE-COMPUTER. GENERIC-COMPUTER.                               CPYDVAL 
000480     SELECT RPT-FILE ASSIGN TO DYNAMIC WS-RPT-FILENAME            CPYDVAL 
000490         ORGANIZATION LINE SEQUENTIAL                             CPYDVAL 
000500         FILE STATUS IS WS-RPT-FILE-STATUS.                       CPYDVAL 
000502     SELECT DSN-FILE ASSIGN TO DYNAMIC WS-DSN-FILENAME            CPYDVAL 
000504         ORGANIZATION LINE SEQUENTIAL                             CPYDVAL 
000506         FILE STATUS IS WS-DSN-FILE-STATUS.                       CPYDVAL 
000510 DATA DIVISION.                                                   CPYDVAL 
000520 FILE SECTION.                                                    CPYDVAL 
000530 FD  PARM-FILE.                                                   CPYDVAL 
000550 FD  CFG-FILE.                                                    CPYDVAL 
000560 01  WS-CFG-FILE-REC         PIC X(80).                           CPYDVAL 
000570 FD  CPY-FILE.                                                    CPYDVAL 
000580 01  WS-CPY-FILE-REC         PIC X(256).                          CPYDVAL 
000590 FD  DAT-FILE.                                                    CPYDVAL 
000600 01  WS-DAT-FILE-REC         PIC X(520).                          CPYDVAL 
000610 FD  RPT-FILE.                                                    CPYDVAL 
000620 01  WS-RPT-FILE-REC         PIC X(132).                          CPYDVAL 
000623 FD  DSN-FILE.                                                    CPYDVAL 
000626 01  WS-DSN-FILE-REC         PIC X(170).                          CPYDVAL 
000630 WORKING-STORAGE SECTION.                                         CPYDVAL 
000640 77  WS-PARM-FILENAME        PIC X(80) VALUE 'jcl/CPYDVAL.SYSIN'. CPYDVAL 
000650 77  WS-PARM-FILE-STATUS     PIC X(02) VALUE '00'.                CPYDVAL 
000760 77  WS-EOF-SW               PIC X(01) VALUE 'N'.                 CPYDVAL 
000770     88  WS-EOF              VALUE 'Y'.                           CPYDVAL 
000780 77  WS-COPYBOOK-NAME        PIC X(30) VALUE SPACES.              CPYDVAL 
000781 77  WS-DSN-FILENAME         PIC X(80)                            CPYDVAL 
000782         VALUE 'registry/CPYDSN.DAT'.                             CPYDVAL 
000783 77  WS-DSN-FILE-STATUS      PIC X(02) VALUE '00'.                CPYDVAL 
000784 77  WS-DSN-NAME             PIC X(44) VALUE SPACES.              CPYDVAL 
000785 77  WS-DSN-BOOK             PIC X(30) VALUE SPACES.              CPYDVAL 
000786 77  WS-DSN-CONFLICT-SW      PIC X(01) VALUE 'N'.                 CPYDVAL 
000787     88  WS-DSN-CONFLICT     VALUE 'Y'.                           CPYDVAL 
000788 COPY CPYDSN.                                                     CPYDVAL 
000790 77  WS-TRIM-LEN             PIC 9(04) COMP VALUE 0.              CPYDVAL 
000800 77  WS-FOUND-SW             PIC X(01) VALUE 'N'.                 CPYDVAL 
000810     88  WS-FOUND            VALUE 'Y'.                           CPYDVAL 
001460 77  WS-VIX                  PIC 9(02) COMP VALUE 0.              CPYDVAL 
001470 77  WS-88-LIT               PIC X(20) VALUE SPACES.              CPYDVAL 
001480 77  WS-88-LEN               PIC 9(02) COMP VALUE 0.              CPYDVAL 
001485 COPY CPYSFP.                                                     CPYDVAL 
001490 PROCEDURE DIVISION.                                              CPYDVAL 
001500*-------------------------------------------------------------    CPYDVAL 
001510*0000-MAINLINE                                                    CPYDVAL 
001520*-------------------------------------------------------------    CPYDVAL 
001530 0000-MAINLINE.                                                   CPYDVAL 
001540     PERFORM 1000-READ-SYSIN-CARDS THRU 1000-EXIT.                CPYDVAL 
001541     IF WS-COPYBOOK-NAME = SPACES                                 CPYDVAL 
001542         AND WS-DSN-NAME NOT = SPACES                             CPYDVAL 
001543         PERFORM 1800-LOOK-UP-THE-DSN THRU 1800-EXIT              CPYDVAL 
001544         IF WS-COPYBOOK-NAME = SPACES                             CPYDVAL 
001545             MOVE 12 TO RETURN-CODE                               CPYDVAL 
001546             GOBACK                                               CPYDVAL 
001547         END-IF                                                   CPYDVAL 
001548     END-IF.                                                      CPYDVAL 
001550     IF WS-DAT-FILENAME = SPACES                                  CPYDVAL 
001560         OR WS-COPYBOOK-NAME = SPACES                             CPYDVAL 
001566         DISPLAY 'CPYDVAL - FILE AND COPYBOOK (OR DSN) CARDS '    CPYDVAL 
001572             'REQUIRED'                                           CPYDVAL 
001580         MOVE 12 TO RETURN-CODE                                   CPYDVAL 
001590         GOBACK                                                   CPYDVAL 
001600     END-IF.                                                      CPYDVAL 
002300             MOVE WS-PARM-FILE-REC(10:60) TO WS-DAT-FILENAME      CPYDVAL 
002310         WHEN 'COPYBOOK'                                          CPYDVAL 
002320             MOVE WS-PARM-FILE-REC(10:30) TO WS-COPYBOOK-NAME     CPYDVAL 
002321         WHEN 'DSN     '                                          CPYDVAL 
002322             UNSTRING WS-PARM-FILE-REC(10:44)                     CPYDVAL 
002323                 DELIMITED BY '(' OR SPACE                        CPYDVAL 
002324                 INTO WS-DSN-NAME                                 CPYDVAL 
002325             END-UNSTRING                                         CPYDVAL 
002330         WHEN OTHER                                               CPYDVAL 
002340             DISPLAY 'CPYDVAL - CARD IGNORED: '                   CPYDVAL 
002350                 WS-PARM-FILE-REC(1:8)                            CPYDVAL 
002660 1510-EXIT.                                                       CPYDVAL 
002670     EXIT.                                                        CPYDVAL 
002680*                                                                 CPYDVAL 
002681*-------------------------------------------------------------    CPYDVAL 
002682*1800-LOOK-UP-THE-DSN - THE COPYBOOK FOR A DSN CARD, FROM THE     CPYDVAL 
002683*DATASET LAYOUT CATALOG.  EVERY PAIRING OF THE DSN MUST NAME      CPYDVAL 
002684*THE SAME COPYBOOK; A DSN TWO JOBS READ WITH DIFFERENT LAYOUTS    CPYDVAL 
002685*IS REFUSED RATHER THAN GUESSED AT.                               CPYDVAL 
002686*-------------------------------------------------------------    CPYDVAL 
002687 1800-LOOK-UP-THE-DSN.                                            CPYDVAL 
002688     MOVE SPACES TO WS-DSN-BOOK.                                  CPYDVAL 
002689     MOVE 'N' TO WS-DSN-CONFLICT-SW.                              CPYDVAL 
002690     OPEN INPUT DSN-FILE.                                         CPYDVAL 
002691     IF WS-DSN-FILE-STATUS NOT = '00'                             CPYDVAL 
002692         DISPLAY 'CPYDVAL - DATASET CATALOG NOT AVAILABLE - '     CPYDVAL 
002693             'RUN CPYDSNC'                                        CPYDVAL 
002694         GO TO 1800-EXIT.                                         CPYDVAL 
002695     MOVE 'N' TO WS-EOF-SW.                                       CPYDVAL 
002696     PERFORM 1810-READ-ONE-ENTRY THRU 1810-EXIT UNTIL WS-EOF.     CPYDVAL 
002697     CLOSE DSN-FILE.                                              CPYDVAL 
002698     MOVE 'N' TO WS-EOF-SW.                                       CPYDVAL 
002699     IF WS-DSN-BOOK = SPACES                                      CPYDVAL 
002700         DISPLAY 'CPYDVAL - DSN NOT PAIRED WITH A COPYBOOK '      CPYDVAL 
002701             'IN THE CATALOG - ' WS-DSN-NAME                      CPYDVAL 
002702         GO TO 1800-EXIT.                                         CPYDVAL 
002703     IF WS-DSN-CONFLICT                                           CPYDVAL 
002704         DISPLAY 'CPYDVAL - DSN DESCRIBED BY MORE THAN ONE '      CPYDVAL 
002705             'COPYBOOK - NAME ONE ON A COPYBOOK CARD'             CPYDVAL 
002706         GO TO 1800-EXIT.                                         CPYDVAL 
002707     MOVE WS-DSN-BOOK TO WS-COPYBOOK-NAME.                        CPYDVAL 
002708     MOVE 0 TO WS-TRIM-LEN.                                       CPYDVAL 
002709     INSPECT WS-DSN-NAME TALLYING WS-TRIM-LEN                     CPYDVAL 
002710         FOR CHARACTERS BEFORE SPACE.                             CPYDVAL 
002711     DISPLAY 'CPYDVAL - ' WS-DSN-NAME(1:WS-TRIM-LEN)              CPYDVAL 
002712         ' LAID OUT BY ' WS-COPYBOOK-NAME.                        CPYDVAL 
002713 1800-EXIT.                                                       CPYDVAL 
002714     EXIT.                                                        CPYDVAL 
002715*                                                                 CPYDVAL 
002716 1810-READ-ONE-ENTRY.                                             CPYDVAL 
002717     READ DSN-FILE INTO DSN-RECORD                                CPYDVAL 
002718         AT END MOVE 'Y' TO WS-EOF-SW                             CPYDVAL 
002719     END-READ.                                                    CPYDVAL 
002720     IF WS-EOF                                                    CPYDVAL 
002721         GO TO 1810-EXIT.                                         CPYDVAL 
002722     IF DSN-RECORD(1:1) = '*'                                     CPYDVAL 
002723         OR DSN-DATASET-NAME NOT = WS-DSN-NAME                    CPYDVAL 
002724         OR DSN-COPYBOOK-NAME = SPACES                            CPYDVAL 
002725         GO TO 1810-EXIT.                                         CPYDVAL 
002726     IF WS-DSN-BOOK = SPACES                                      CPYDVAL 
002727         MOVE DSN-COPYBOOK-NAME TO WS-DSN-BOOK                    CPYDVAL 
002728         GO TO 1810-EXIT.                                         CPYDVAL 
002729     IF DSN-COPYBOOK-NAME NOT = WS-DSN-BOOK                       CPYDVAL 
002730         MOVE 'Y' TO WS-DSN-CONFLICT-SW                           CPYDVAL 
002731         DISPLAY 'CPYDVAL - ' WS-DSN-BOOK ' AND '                 CPYDVAL 
002732             DSN-COPYBOOK-NAME ' (JOB ' DSN-JOB-NAME              CPYDVAL 
002733             ' STEP ' DSN-STEP-NAME ')'                           CPYDVAL 
002734     END-IF.                                                      CPYDVAL 
002735 1810-EXIT.                                                       CPYDVAL 
002736     EXIT.                                                        CPYDVAL 
002737*                                                                 CPYDVAL 
002738*-------------------------------------------------------------    CPYDVAL 
002739*2000-PARSE-THE-LAYOUT - RESOLVE THE COPYBOOK IN SEARCH ORDER     CPYDVAL 
002740*AND PARSE ITS FIELDS WITH THE MAP REPORT'S OWN ARITHMETIC.       CPYDVAL 
002741*AN 88 ATTACHES ITS VALUE LITERAL TO THE PRECEDING FIELD.         CPYDVAL 
002742*-------------------------------------------------------------    CPYDVAL 
002743 2000-PARSE-THE-LAYOUT.                                           CPYDVAL 
002750     MOVE 0 TO WS-TRIM-LEN.                                       CPYDVAL 
002760     INSPECT WS-COPYBOOK-NAME TALLYING WS-TRIM-LEN                CPYDVAL 
002770         FOR CHARACTERS BEFORE SPACE.                             CPYDVAL 
002930     OPEN INPUT CPY-FILE.                                         CPYDVAL 
002940     IF WS-CPY-FILE-STATUS NOT = '00'                             CPYDVAL 
002950         GO TO 2050-EXIT.                                         CPYDVAL 
002955     MOVE SPACE TO SRCF-FORMAT.                                   CPYDVAL 
002960     MOVE 'Y' TO WS-FOUND-SW.                                     CPYDVAL 
002970     MOVE 0 TO WS-MLS-DEPTH WS-MAP-RUN-OFF WS-FLD-COUNT.          CPYDVAL 
002980     MOVE 'N' TO WS-EOF-SW.                                       CPYDVAL 
003080     END-READ.                                                    CPYDVAL 
003090     IF WS-EOF                                                    CPYDVAL 
003100         GO TO 2100-EXIT.                                         CPYDVAL 
003102     MOVE WS-CPY-FILE-REC TO SRCF-LINE.                           CPYDVAL 
003104     CALL 'CPYSRCF' USING CPYSRCF-PARMS.                          CPYDVAL 
003106     MOVE SRCF-CARD TO WS-CPY-FILE-REC.                           CPYDVAL 
003110     IF WS-CPY-FILE-REC(7:1) = '*' OR WS-CPY-FILE-REC(7:1) = '/'  CPYDVAL 
003120         GO TO 2100-EXIT.                                         CPYDVAL 
003130     MOVE WS-CPY-FILE-REC(8:65) TO WS-MAP-LINE.                   CPYDVAL 
