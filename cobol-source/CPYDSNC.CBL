000010 IDENTIFICATION DIVISION.                                         CPYDSNC 
000020 PROGRAM-ID. CPYDSNC.                                             CPYDSNC 
000030 AUTHOR. R SANDOVAL.                                              CPYDSNC 
000040 INSTALLATION. DATA CENTER SERVICES - COPYBOOK TOOLING.           CPYDSNC 
000050 DATE-WRITTEN. 2026-10-15.                                        CPYDSNC 
000060 DATE-COMPILED.                                                   CPYDSNC 
000070*-------------------------------------------------------------    CPYDSNC 
000080*MODIFICATION HISTORY                                             CPYDSNC 
000090*-------------------------------------------------------------    CPYDSNC 
000100*2026-10-15 RS  DATASET LAYOUT CATALOG.  CPYJCLX GIVES US THE     CPYDSNC 
000110*               FLATTENED JOB DECKS, BUT NOTHING TIED A DSN ON    CPYDSNC 
000120*               A DD CARD TO THE FD THAT READS IT AND THE         CPYDSNC 
000130*               COPYBOOK THAT DESCRIBES IT.  THIS WALKS EACH      CPYDSNC 
000140*               EXPANDED DECK NAMED ON SYSIN (COLS 1-10,          CPYDSNC 
000150*               jcl/<name>.JCL.EXP) AND, FOR EVERY DD WITH A      CPYDSNC 
000160*               DSN UNDER AN EXEC PGM= STEP:                      CPYDSNC 
000170*                 - READS THE PROGRAM FROM cobol-source/ AND      CPYDSNC 
000180*                   PAIRS THE DD NAME WITH ITS SELECT ... ASSIGN  CPYDSNC 
000190*                   (UT-S-, DA-, S- AND AS- PREFIXES DROPPED),    CPYDSNC 
000200*                   THE SELECT WITH ITS FD, AND THE FD WITH THE   CPYDSNC 
000210*                   FIRST COPY UNDER IT;                          CPYDSNC 
000220*                 - SIZES THE COPYBOOK THROUGH CPYLAYO AND        CPYDSNC 
000230*                   CHECKS IT AGAINST THE DD'S CODED LRECL        CPYDSNC 
000240*                   (PLUS FOUR FOR THE RDW WHEN RECFM IS V);      CPYDSNC 
000250*               AND WRITES ONE ENTRY PER DD TO THE CATALOG        CPYDSNC 
000260*               registry/CPYDSN.DAT (COPY CPYDSN).  THE REPORT    CPYDSNC 
000270*               registry/CPYDSNC.RPT LISTS THE CATALOG, THE       CPYDSNC 
000280*               LRECL DISAGREEMENTS AND EVERY DATASET THAT        CPYDSNC 
000290*               DIFFERENT JOBS DESCRIBE WITH DIFFERENT            CPYDSNC 
000300*               COPYBOOKS.  TEMPORARY (&&) DATASETS, REFERBACKS   CPYDSNC 
000310*               AND STEPLIB/JOBLIB ARE NOT CATALOGED.             CPYDSNC 
000320*               RC 0 CLEAN, 4 LRECL OR LAYOUT DISAGREEMENTS,      CPYDSNC 
000330*               8 A DECK NOT EXPANDED, 12 NO DECK READ.           CPYDSNC 
000332*2026-10-15 RS  FREE-FORMAT SOURCE: EACH LINE IS READ THROUGH     CPYDSNC 
000334*               CPYSRCF AS THE CARD IT STANDS FOR, SO THE         CPYDSNC 
000336*               COLUMN RULES HOLD FOR EITHER FORM.                CPYDSNC 
000338*               THE SOURCE RECORD IS WIDENED TO 256.              CPYDSNC 
000340*-------------------------------------------------------------    CPYDSNC 
000350 ENVIRONMENT DIVISION.                                            CPYDSNC 
000360 CONFIGURATION SECTION.                                           CPYDSNC 
000370 SOURCE-COMPUTER. GENERIC-COMPUTER.                               CPYDSNC 
000380 OBJECT-COMPUTER. GENERIC-COMPUTER.                               CPYDSNC 
000390 INPUT-OUTPUT SECTION.                                            CPYDSNC 
000400 FILE-CONTROL.                                                    CPYDSNC 
000410     SELECT PARM-FILE ASSIGN TO DYNAMIC WS-PARM-FILENAME          CPYDSNC 
000420         ORGANIZATION LINE SEQUENTIAL                             CPYDSNC 
000430         FILE STATUS IS WS-PARM-FILE-STATUS.                      CPYDSNC 
000440     SELECT EXP-FILE ASSIGN TO DYNAMIC WS-EXP-FILENAME            CPYDSNC 
000450         ORGANIZATION LINE SEQUENTIAL                             CPYDSNC 
000460         FILE STATUS IS WS-EXP-FILE-STATUS.                       CPYDSNC 
000470     SELECT SRC-FILE ASSIGN TO DYNAMIC WS-SRC-FILENAME            CPYDSNC 
000480         ORGANIZATION LINE SEQUENTIAL                             CPYDSNC 
000490         FILE STATUS IS WS-SRC-FILE-STATUS.                       CPYDSNC 
000500     SELECT DSN-FILE ASSIGN TO DYNAMIC WS-DSN-FILENAME            CPYDSNC 
000510         ORGANIZATION LINE SEQUENTIAL                             CPYDSNC 
000520         FILE STATUS IS WS-DSN-FILE-STATUS.                       CPYDSNC 
000530     SELECT RPT-FILE ASSIGN TO DYNAMIC WS-RPT-FILENAME            CPYDSNC 
000540         ORGANIZATION LINE SEQUENTIAL                             CPYDSNC 
000550         FILE STATUS IS WS-RPT-FILE-STATUS.                       CPYDSNC 
000560 DATA DIVISION.                                                   CPYDSNC 
000570 FILE SECTION.                                                    CPYDSNC 
000580 FD  PARM-FILE.                                                   CPYDSNC 
000590 01  WS-PARM-FILE-REC        PIC X(80).                           CPYDSNC 
000600 FD  EXP-FILE.                                                    CPYDSNC 
000610 01  WS-EXP-FILE-REC         PIC X(80).                           CPYDSNC 
000620 FD  SRC-FILE.                                                    CPYDSNC 
000630 01  WS-SRC-FILE-REC         PIC X(256).                          CPYDSNC 
000640 FD  DSN-FILE.                                                    CPYDSNC 
000650 01  WS-DSN-FILE-REC         PIC X(170).                          CPYDSNC 
000660 FD  RPT-FILE.                                                    CPYDSNC 
000670 01  WS-RPT-FILE-REC         PIC X(132).                          CPYDSNC 
000680 WORKING-STORAGE SECTION.                                         CPYDSNC 
000690*-------------------------------------------------------------    CPYDSNC 
000700*FILE STATUS AND DYNAMIC FILE NAMES                               CPYDSNC 
000710*-------------------------------------------------------------    CPYDSNC 
000720 77  WS-PARM-FILENAME        PIC X(80)                            CPYDSNC 
000730         VALUE 'jcl/CPYDSNC.SYSIN'.                               CPYDSNC 
000740 77  WS-PARM-FILE-STATUS     PIC X(02) VALUE '00'.                CPYDSNC 
000750 77  WS-EXP-FILENAME         PIC X(80) VALUE SPACES.              CPYDSNC 
000760 77  WS-EXP-FILE-STATUS      PIC X(02) VALUE '00'.                CPYDSNC 
000770 77  WS-SRC-FILENAME         PIC X(80) VALUE SPACES.              CPYDSNC 
000780 77  WS-SRC-FILE-STATUS      PIC X(02) VALUE '00'.                CPYDSNC 
000790 77  WS-DSN-FILENAME         PIC X(80)                            CPYDSNC 
000800         VALUE 'registry/CPYDSN.DAT'.                             CPYDSNC 
000810 77  WS-DSN-FILE-STATUS      PIC X(02) VALUE '00'.                CPYDSNC 
000820 77  WS-RPT-FILENAME         PIC X(80)                            CPYDSNC 
000830         VALUE 'registry/CPYDSNC.RPT'.                            CPYDSNC 
000840 77  WS-RPT-FILE-STATUS      PIC X(02) VALUE '00'.                CPYDSNC 
000850 77  WS-SRC-DIR              PIC X(40) VALUE 'cobol-source/'.     CPYDSNC 
000860 77  WS-EOF-SW               PIC X(01) VALUE 'N'.                 CPYDSNC 
000870     88  WS-EOF              VALUE 'Y'.                           CPYDSNC 
000880 77  WS-SRC-EOF-SW           PIC X(01) VALUE 'N'.                 CPYDSNC 
000890     88  WS-SRC-EOF          VALUE 'Y'.                           CPYDSNC 
000900 77  WS-FOUND-SW             PIC X(01) VALUE 'N'.                 CPYDSNC 
000910     88  WS-FOUND            VALUE 'Y'.                           CPYDSNC 
000920 77  WS-TRIM-LEN             PIC 9(04) COMP VALUE 0.              CPYDSNC 
000930 77  WS-TALLY                PIC 9(04) COMP VALUE 0.              CPYDSNC 
000940 77  WS-PTR                  PIC 9(04) COMP VALUE 0.              CPYDSNC 
000950 77  WS-FINAL-RC             PIC 9(02) VALUE 0.                   CPYDSNC 
000960 77  WS-RUN-DATE             PIC X(08) VALUE SPACES.              CPYDSNC 
000970 77  WS-EDIT-COUNT           PIC Z(04)9.                          CPYDSNC 
000980 77  WS-EDIT-LEN             PIC Z(05)9.                          CPYDSNC 
000990 77  WS-EDIT-LRECL           PIC Z(04)9.                          CPYDSNC 
001000*-------------------------------------------------------------    CPYDSNC 
001010*THE DECKS TO WALK, FROM SYSIN                                    CPYDSNC 
001020*-------------------------------------------------------------    CPYDSNC 
001030 01  WS-DECK-TABLE.                                               CPYDSNC 
001040     05  WS-DECK-COUNT       PIC 9(04) COMP VALUE 0.              CPYDSNC 
001050     05  WS-DECK-NAME        PIC X(10) OCCURS 200 TIMES.          CPYDSNC 
001060 77  WS-DX                   PIC 9(04) COMP VALUE 0.              CPYDSNC 
001070*-------------------------------------------------------------    CPYDSNC 
001080*CARD-PARSING SCRATCH - THE SAME SPLIT CPYJCLX MAKES: NAME,       CPYDSNC 
001090*OPERATION, OPERANDS, THEN COMMA-SEPARATED KEYWORD FIELDS.        CPYDSNC 
001100*A DD CARD ENDING IN A COMMA CONTINUES ON THE NEXT CARD.          CPYDSNC 
001110*-------------------------------------------------------------    CPYDSNC 
001120 01  WS-CARD-WORK.                                                CPYDSNC 
001130     05  WS-CARD-NAME        PIC X(08).                           CPYDSNC 
001140     05  WS-CARD-OP          PIC X(08).                           CPYDSNC 
001150     05  WS-CARD-OPERAND     PIC X(60).                           CPYDSNC 
001160     05  WS-CARD-W1          PIC X(60).                           CPYDSNC 
001170     05  WS-CARD-W3          PIC X(70).                           CPYDSNC 
001180     05  WS-KV-FIELD OCCURS 10 TIMES PIC X(40).                   CPYDSNC 
001190     05  WS-KV-IX            PIC 9(02) COMP VALUE 0.              CPYDSNC 
001200     05  WS-KV-NAME          PIC X(08).                           CPYDSNC 
001210     05  WS-KV-VALUE         PIC X(44).                           CPYDSNC 
001220 77  WS-CONT-SW              PIC X(01) VALUE 'N'.                 CPYDSNC 
001230     88  WS-CONTINUED        VALUE 'Y'.                           CPYDSNC 
001240 01  WS-NUM-AREA.                                                 CPYDSNC 
001250     05  WS-NUM-TEXT         PIC X(05) JUSTIFIED RIGHT.           CPYDSNC 
001260     05  WS-NUM-VALUE REDEFINES WS-NUM-TEXT PIC 9(05).            CPYDSNC 
001270*-------------------------------------------------------------    CPYDSNC 
001280*WHERE THE WALK IS: JOB, STEP, PROGRAM, AND THE DD BEING          CPYDSNC 
001290*COLLECTED (CATALOGED WHEN THE NEXT CARD STARTS SOMETHING         CPYDSNC 
001300*ELSE).                                                           CPYDSNC 
001310*-------------------------------------------------------------    CPYDSNC 
001320 77  WS-JOB-NAME             PIC X(08) VALUE SPACES.              CPYDSNC 
001330 77  WS-STEP-NAME            PIC X(08) VALUE SPACES.              CPYDSNC 
001340 77  WS-PGM-NAME             PIC X(08) VALUE SPACES.              CPYDSNC 
001350 77  WS-DD-NAME              PIC X(08) VALUE SPACES.              CPYDSNC 
001360 77  WS-DD-DSN               PIC X(44) VALUE SPACES.              CPYDSNC 
001370 77  WS-DD-RECFM             PIC X(04) VALUE SPACES.              CPYDSNC 
001380 77  WS-DD-LRECL             PIC 9(05) VALUE 0.                   CPYDSNC 
001390 77  WS-EXPECT-LRECL         PIC 9(06) VALUE 0.                   CPYDSNC 
001400 77  WS-DECK-DD-COUNT        PIC 9(04) COMP VALUE 0.              CPYDSNC 
001410*-------------------------------------------------------------    CPYDSNC 
001420*THE STEP PROGRAM'S FILES: SELECT NAME, ASSIGNED DD, WHETHER      CPYDSNC 
001430*ITS FD WAS SEEN, AND THE FIRST COPY UNDER THE FD.  LOADED        CPYDSNC 
001440*ONCE PER PROGRAM; CONSECUTIVE STEPS OF ONE PROGRAM REUSE IT.     CPYDSNC 
001450*-------------------------------------------------------------    CPYDSNC 
001460 77  WS-SL-PGM               PIC X(08) VALUE SPACES.              CPYDSNC 
001470 77  WS-SL-SOURCE-SW         PIC X(01) VALUE 'N'.                 CPYDSNC 
001480     88  WS-SL-SOURCE-FOUND  VALUE 'Y'.                           CPYDSNC 
001490 01  WS-SELECT-TABLE.                                             CPYDSNC 
001500     05  WS-SL-COUNT         PIC 9(03) COMP VALUE 0.              CPYDSNC 
001510     05  WS-SL-ENT OCCURS 100 TIMES.                              CPYDSNC 
001520         10  WS-SL-FILE      PIC X(30).                           CPYDSNC 
001530         10  WS-SL-DD        PIC X(08).                           CPYDSNC 
001540         10  WS-SL-FD-SW     PIC X(01).                           CPYDSNC 
001550         10  WS-SL-COPYBOOK  PIC X(30).                           CPYDSNC 
001560 77  WS-SLX                  PIC 9(03) COMP VALUE 0.              CPYDSNC 
001570 77  WS-CUR-SL               PIC 9(03) COMP VALUE 0.              CPYDSNC 
001580 77  WS-CUR-FD               PIC 9(03) COMP VALUE 0.              CPYDSNC 
001590 77  WS-SCAN-STATE           PIC X(08) VALUE SPACES.              CPYDSNC 
001600 77  WS-IN-FILE-SECTION-SW   PIC X(01) VALUE 'N'.                 CPYDSNC 
001610     88  WS-IN-FILE-SECTION  VALUE 'Y'.                           CPYDSNC 
001620 77  WS-SRC-TEXT             PIC X(65) VALUE SPACES.              CPYDSNC 
001630 77  WS-SRC-SQUEEZE          PIC X(65) VALUE SPACES.              CPYDSNC 
001640 01  WS-SRC-WORDS.                                                CPYDSNC 
001650     05  WS-SRC-WORD         PIC X(40) OCCURS 12 TIMES.           CPYDSNC 
001660 77  WS-WX                   PIC 9(02) COMP VALUE 0.              CPYDSNC 
001670 77  WS-WORD                 PIC X(40) VALUE SPACES.              CPYDSNC 
001680*-------------------------------------------------------------    CPYDSNC 
001690*THE CATALOG AS BUILT, AND THE CHECKS OVER IT                     CPYDSNC 
001700*-------------------------------------------------------------    CPYDSNC 
001710 COPY CPYDSN.                                                     CPYDSNC 
001720 01  WS-CAT-TABLE.                                                CPYDSNC 
001730     05  WS-CT-COUNT         PIC 9(04) COMP VALUE 0.              CPYDSNC 
001740     05  WS-CT-ENT OCCURS 2000 TIMES.                             CPYDSNC 
001750         10  WS-CT-DSN       PIC X(44).                           CPYDSNC 
001760         10  WS-CT-JOB       PIC X(08).                           CPYDSNC 
001770         10  WS-CT-STEP      PIC X(08).                           CPYDSNC 
001780         10  WS-CT-DD        PIC X(08).                           CPYDSNC 
001790         10  WS-CT-PGM       PIC X(08).                           CPYDSNC 
001800         10  WS-CT-FD        PIC X(30).                           CPYDSNC 
001810         10  WS-CT-COPYBOOK  PIC X(30).                           CPYDSNC 
001820         10  WS-CT-LEN       PIC 9(06).                           CPYDSNC 
001830         10  WS-CT-LRECL     PIC 9(05).                           CPYDSNC 
001840         10  WS-CT-RECFM     PIC X(04).                           CPYDSNC 
001850         10  WS-CT-STATUS    PIC X(08).                           CPYDSNC 
001860 77  WS-CX                   PIC 9(04) COMP VALUE 0.              CPYDSNC 
001870 77  WS-CY                   PIC 9(04) COMP VALUE 0.              CPYDSNC 
001880 77  WS-CT-OVERFLOW          PIC 9(04) COMP VALUE 0.              CPYDSNC 
001890 77  WS-DECKS-READ           PIC 9(04) COMP VALUE 0.              CPYDSNC 
001900 77  WS-DECKS-MISSING        PIC 9(04) COMP VALUE 0.              CPYDSNC 
001910 77  WS-PAIRED-COUNT         PIC 9(04) COMP VALUE 0.              CPYDSNC 
001920 77  WS-UNPAIRED-COUNT       PIC 9(04) COMP VALUE 0.              CPYDSNC 
001930 77  WS-LRECL-COUNT          PIC 9(04) COMP VALUE 0.              CPYDSNC 
001940 77  WS-CONFLICT-COUNT       PIC 9(04) COMP VALUE 0.              CPYDSNC 
001950 77  WS-CONFLICT-SW          PIC X(01) VALUE 'N'.                 CPYDSNC 
001960     88  WS-CONFLICT         VALUE 'Y'.                           CPYDSNC 
001970 77  WS-SEEN-SW              PIC X(01) VALUE 'N'.                 CPYDSNC 
001980     88  WS-SEEN             VALUE 'Y'.                           CPYDSNC 
001990 COPY CPYLAP.                                                     CPYDSNC 
001995 COPY CPYSFP.                                                     CPYDSNC 
002000 PROCEDURE DIVISION.                                              CPYDSNC 
002010*-------------------------------------------------------------    CPYDSNC 
002020*0000-MAINLINE                                                    CPYDSNC 
002030*-------------------------------------------------------------    CPYDSNC 
002040 0000-MAINLINE.                                                   CPYDSNC 
002050     PERFORM 1000-READ-SYSIN-CARDS THRU 1000-EXIT.                CPYDSNC 
002060     IF WS-DECK-COUNT = 0                                         CPYDSNC 
002070         DISPLAY 'CPYDSNC - NO JOB DECKS NAMED ON SYSIN'          CPYDSNC 
002080         MOVE 12 TO RETURN-CODE                                   CPYDSNC 
002090         GOBACK                                                   CPYDSNC 
002100     END-IF.                                                      CPYDSNC 
002110     OPEN OUTPUT RPT-FILE.                                        CPYDSNC 
002120     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYDSNC 
002130     STRING 'CPYDSNC DATASET LAYOUT CATALOG - RUN '               CPYDSNC 
002140         DELIMITED BY SIZE                                        CPYDSNC 
002150         WS-RUN-DATE DELIMITED BY SIZE                            CPYDSNC 
002160         INTO WS-RPT-FILE-REC                                     CPYDSNC 
002170     END-STRING.                                                  CPYDSNC 
002180     WRITE WS-RPT-FILE-REC.                                       CPYDSNC 
002190     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYDSNC 
002200     WRITE WS-RPT-FILE-REC.                                       CPYDSNC 
002210     PERFORM 2000-WALK-ONE-DECK THRU 2000-EXIT                    CPYDSNC 
002220         VARYING WS-DX FROM 1 BY 1                                CPYDSNC 
002230         UNTIL WS-DX > WS-DECK-COUNT.                             CPYDSNC 
002240     IF WS-DECKS-READ = 0                                         CPYDSNC 
002250         MOVE SPACES TO WS-RPT-FILE-REC                           CPYDSNC 
002260         MOVE 'NO JOB DECK COULD BE READ - CATALOG NOT REBUILT'   CPYDSNC 
002270             TO WS-RPT-FILE-REC                                   CPYDSNC 
002280         WRITE WS-RPT-FILE-REC                                    CPYDSNC 
002290         CLOSE RPT-FILE                                           CPYDSNC 
002300         DISPLAY 'CPYDSNC - NO JOB DECK COULD BE READ'            CPYDSNC 
002310         MOVE 12 TO RETURN-CODE                                   CPYDSNC 
002320         GOBACK                                                   CPYDSNC 
002330     END-IF.                                                      CPYDSNC 
002340     PERFORM 4000-WRITE-THE-CATALOG THRU 4000-EXIT.               CPYDSNC 
002350     PERFORM 5000-REPORT-LRECLS THRU 5000-EXIT.                   CPYDSNC 
002360     PERFORM 5500-REPORT-CONFLICTS THRU 5500-EXIT.                CPYDSNC 
002370     PERFORM 6000-PRINT-SUMMARY THRU 6000-EXIT.                   CPYDSNC 
002380     CLOSE RPT-FILE.                                              CPYDSNC 
002390     IF WS-DECKS-MISSING > 0                                      CPYDSNC 
002400         MOVE 8 TO WS-FINAL-RC                                    CPYDSNC 
002410     ELSE                                                         CPYDSNC 
002420         IF WS-LRECL-COUNT > 0 OR WS-CONFLICT-COUNT > 0           CPYDSNC 
002430             MOVE 4 TO WS-FINAL-RC                                CPYDSNC 
002440         END-IF                                                   CPYDSNC 
002450     END-IF.                                                      CPYDSNC 
002460     MOVE WS-CT-COUNT TO WS-EDIT-COUNT.                           CPYDSNC 
002470     DISPLAY 'CPYDSNC CATALOGED ' WS-EDIT-COUNT ' DD(S)  RC '     CPYDSNC 
002480         WS-FINAL-RC.                                             CPYDSNC 
002490     MOVE WS-FINAL-RC TO RETURN-CODE.                             CPYDSNC 
002500     GOBACK.                                                      CPYDSNC 
002510*-------------------------------------------------------------    CPYDSNC 
002520*1000-READ-SYSIN-CARDS - ONE JOB DECK NAME PER CARD, COLS 1-10    CPYDSNC 
002530*-------------------------------------------------------------    CPYDSNC 
002540 1000-READ-SYSIN-CARDS.                                           CPYDSNC 
002550     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.                       CPYDSNC 
002560     OPEN INPUT PARM-FILE.                                        CPYDSNC 
002570     IF WS-PARM-FILE-STATUS NOT = '00'                            CPYDSNC 
002580         GO TO 1000-EXIT.                                         CPYDSNC 
002590     MOVE 'N' TO WS-EOF-SW.                                       CPYDSNC 
002600     PERFORM 1100-READ-ONE-CARD THRU 1100-EXIT UNTIL WS-EOF.      CPYDSNC 
002610     CLOSE PARM-FILE.                                             CPYDSNC 
002620     MOVE 'N' TO WS-EOF-SW.                                       CPYDSNC 
002630 1000-EXIT.                                                       CPYDSNC 
002640     EXIT.                                                        CPYDSNC 
002650*                                                                 CPYDSNC 
002660 1100-READ-ONE-CARD.                                              CPYDSNC 
002670     READ PARM-FILE INTO WS-PARM-FILE-REC                         CPYDSNC 
002680         AT END MOVE 'Y' TO WS-EOF-SW                             CPYDSNC 
002690     END-READ.                                                    CPYDSNC 
002700     IF WS-EOF                                                    CPYDSNC 
002710         GO TO 1100-EXIT.                                         CPYDSNC 
002720     IF WS-PARM-FILE-REC(1:1) = '*'                               CPYDSNC 
002730         OR WS-PARM-FILE-REC = SPACES                             CPYDSNC 
002740         GO TO 1100-EXIT.                                         CPYDSNC 
002750     IF WS-DECK-COUNT < 200                                       CPYDSNC 
002760         ADD 1 TO WS-DECK-COUNT                                   CPYDSNC 
002770         MOVE WS-PARM-FILE-REC(1:10)                              CPYDSNC 
002780             TO WS-DECK-NAME(WS-DECK-COUNT)                       CPYDSNC 
002790     END-IF.                                                      CPYDSNC 
002800 1100-EXIT.                                                       CPYDSNC 
002810     EXIT.                                                        CPYDSNC 
002820*-------------------------------------------------------------    CPYDSNC 
002830*2000-WALK-ONE-DECK - THE EXPANDED DECK, CARD BY CARD.  A DECK    CPYDSNC 
002840*CPYJCLX HAS NOT EXPANDED IS REPORTED AND SKIPPED.                CPYDSNC 
002850*-------------------------------------------------------------    CPYDSNC 
002860 2000-WALK-ONE-DECK.                                              CPYDSNC 
002870     MOVE 0 TO WS-TRIM-LEN.                                       CPYDSNC 
002880     INSPECT WS-DECK-NAME(WS-DX) TALLYING WS-TRIM-LEN             CPYDSNC 
002890         FOR CHARACTERS BEFORE SPACE.                             CPYDSNC 
002900     MOVE SPACES TO WS-EXP-FILENAME.                              CPYDSNC 
002910     STRING 'jcl/' DELIMITED BY SIZE                              CPYDSNC 
002920         WS-DECK-NAME(WS-DX)(1:WS-TRIM-LEN) DELIMITED BY SIZE     CPYDSNC 
002930         '.JCL.EXP' DELIMITED BY SIZE                             CPYDSNC 
002940         INTO WS-EXP-FILENAME                                     CPYDSNC 
002950     END-STRING.                                                  CPYDSNC 
002960     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYDSNC 
002970     OPEN INPUT EXP-FILE.                                         CPYDSNC 
002980     IF WS-EXP-FILE-STATUS NOT = '00'                             CPYDSNC 
002990         ADD 1 TO WS-DECKS-MISSING                                CPYDSNC 
003000         STRING 'JOB DECK ' DELIMITED BY SIZE                     CPYDSNC 
003010             WS-DECK-NAME(WS-DX) DELIMITED BY SPACE               CPYDSNC 
003020             ' NOT EXPANDED - RUN CPYJCLX FOR IT FIRST'           CPYDSNC 
003030             DELIMITED BY SIZE                                    CPYDSNC 
003040             INTO WS-RPT-FILE-REC                                 CPYDSNC 
003050         END-STRING                                               CPYDSNC 
003060         WRITE WS-RPT-FILE-REC                                    CPYDSNC 
003070         GO TO 2000-EXIT.                                         CPYDSNC 
003080     ADD 1 TO WS-DECKS-READ.                                      CPYDSNC 
003090     MOVE WS-DECK-NAME(WS-DX) TO WS-JOB-NAME.                     CPYDSNC 
003100     MOVE SPACES TO WS-STEP-NAME WS-PGM-NAME WS-DD-NAME.          CPYDSNC 
003110     MOVE 'N' TO WS-CONT-SW.                                      CPYDSNC 
003120     MOVE 0 TO WS-DECK-DD-COUNT.                                  CPYDSNC 
003130     MOVE 'N' TO WS-EOF-SW.                                       CPYDSNC 
003140     PERFORM 2100-TAKE-ONE-CARD THRU 2100-EXIT UNTIL WS-EOF.      CPYDSNC 
003150     CLOSE EXP-FILE.                                              CPYDSNC 
003160     MOVE 'N' TO WS-EOF-SW.                                       CPYDSNC 
003170     PERFORM 2400-CATALOG-THE-DD THRU 2400-EXIT.                  CPYDSNC 
003180     MOVE WS-DECK-DD-COUNT TO WS-EDIT-COUNT.                      CPYDSNC 
003190     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYDSNC 
003200     STRING 'JOB DECK ' DELIMITED BY SIZE                         CPYDSNC 
003210         WS-DECK-NAME(WS-DX) DELIMITED BY SPACE                   CPYDSNC 
003220         ' (JOB ' DELIMITED BY SIZE                               CPYDSNC 
003230         WS-JOB-NAME DELIMITED BY SPACE                           CPYDSNC 
003240         ') - ' DELIMITED BY SIZE                                 CPYDSNC 
003250         WS-EDIT-COUNT DELIMITED BY SIZE                          CPYDSNC 
003260         ' DD(S) CATALOGED' DELIMITED BY SIZE                     CPYDSNC 
003270         INTO WS-RPT-FILE-REC                                     CPYDSNC 
003280     END-STRING.                                                  CPYDSNC 
003290     WRITE WS-RPT-FILE-REC.                                       CPYDSNC 
003300 2000-EXIT.                                                       CPYDSNC 
003310     EXIT.                                                        CPYDSNC 
003320*                                                                 CPYDSNC 
003330 2100-TAKE-ONE-CARD.                                              CPYDSNC 
003340     READ EXP-FILE INTO WS-EXP-FILE-REC                           CPYDSNC 
003350         AT END MOVE 'Y' TO WS-EOF-SW                             CPYDSNC 
003360     END-READ.                                                    CPYDSNC 
003370     IF WS-EOF                                                    CPYDSNC 
003380         GO TO 2100-EXIT.                                         CPYDSNC 
003390     IF WS-EXP-FILE-REC(1:2) NOT = '//'                           CPYDSNC 
003400         OR WS-EXP-FILE-REC(3:1) = '*'                            CPYDSNC 
003410         GO TO 2100-EXIT.                                         CPYDSNC 
003420     MOVE SPACES TO WS-CARD-NAME WS-CARD-OP WS-CARD-OPERAND       CPYDSNC 
003430         WS-CARD-W1 WS-CARD-W3.                                   CPYDSNC 
003440     IF WS-EXP-FILE-REC(3:1) NOT = SPACE                          CPYDSNC 
003450         UNSTRING WS-EXP-FILE-REC(3:70)                           CPYDSNC 
003460             DELIMITED BY ALL SPACE                               CPYDSNC 
003470             INTO WS-CARD-NAME WS-CARD-OP WS-CARD-OPERAND         CPYDSNC 
003480         END-UNSTRING                                             CPYDSNC 
003490         GO TO 2110-DISPATCH.                                     CPYDSNC 
003500*    NO NAME FIELD - THE FIRST WORD PAST THE LEADING BLANKS IS    CPYDSNC 
003510*    THE OPERATION, OR ON A CONTINUATION THE NEXT OPERANDS.       CPYDSNC 
003520     MOVE WS-EXP-FILE-REC(3:70) TO WS-CARD-W3.                    CPYDSNC 
003530     MOVE 0 TO WS-TRIM-LEN.                                       CPYDSNC 
003540     INSPECT WS-CARD-W3 TALLYING WS-TRIM-LEN                      CPYDSNC 
003550         FOR LEADING SPACE.                                       CPYDSNC 
003560     IF WS-TRIM-LEN NOT < 70                                      CPYDSNC 
003570         GO TO 2100-EXIT.                                         CPYDSNC 
003580     UNSTRING WS-CARD-W3(WS-TRIM-LEN + 1:70 - WS-TRIM-LEN)        CPYDSNC 
003590         DELIMITED BY ALL SPACE                                   CPYDSNC 
003600         INTO WS-CARD-W1 WS-CARD-OPERAND                          CPYDSNC 
003610     END-UNSTRING.                                                CPYDSNC 
003620     IF WS-CONTINUED                                              CPYDSNC 
003630         AND WS-CARD-W1 NOT = 'DD'                                CPYDSNC 
003640         AND WS-CARD-W1 NOT = 'EXEC'                              CPYDSNC 
003650         MOVE WS-CARD-W1 TO WS-CARD-OPERAND                       CPYDSNC 
003660         PERFORM 2200-TAKE-THE-OPERANDS THRU 2200-EXIT            CPYDSNC 
003670         GO TO 2100-EXIT.                                         CPYDSNC 
003680     MOVE WS-CARD-W1 TO WS-CARD-OP.                               CPYDSNC 
003690 2110-DISPATCH.                                                   CPYDSNC 
003700     MOVE 'N' TO WS-CONT-SW.                                      CPYDSNC 
003710     EVALUATE WS-CARD-OP                                          CPYDSNC 
003720         WHEN 'JOB     '                                          CPYDSNC 
003730             PERFORM 2400-CATALOG-THE-DD THRU 2400-EXIT           CPYDSNC 
003740             MOVE WS-CARD-NAME TO WS-JOB-NAME                     CPYDSNC 
003750         WHEN 'EXEC    '                                          CPYDSNC 
003760             PERFORM 2400-CATALOG-THE-DD THRU 2400-EXIT           CPYDSNC 
003770             MOVE WS-CARD-NAME TO WS-STEP-NAME                    CPYDSNC 
003780             MOVE SPACES TO WS-PGM-NAME                           CPYDSNC 
003790             IF WS-CARD-OPERAND(1:4) = 'PGM='                     CPYDSNC 
003800                 UNSTRING WS-CARD-OPERAND(5:56)                   CPYDSNC 
003810                     DELIMITED BY ',' OR SPACE                    CPYDSNC 
003820                     INTO WS-PGM-NAME                             CPYDSNC 
003830                 END-UNSTRING                                     CPYDSNC 
003840                 PERFORM 2300-LOAD-THE-PROGRAM THRU 2300-EXIT     CPYDSNC 
003850             END-IF                                               CPYDSNC 
003860         WHEN 'DD      '                                          CPYDSNC 
003870             PERFORM 2400-CATALOG-THE-DD THRU 2400-EXIT           CPYDSNC 
003880*            A DD WITH NO NAME IS A CONCATENATION - THE FIRST     CPYDSNC 
003890*            DATASET OF THE DD IS THE ONE CATALOGED.              CPYDSNC 
003900             MOVE WS-CARD-NAME TO WS-DD-NAME                      CPYDSNC 
003910             MOVE SPACES TO WS-DD-DSN WS-DD-RECFM                 CPYDSNC 
003920             MOVE 0 TO WS-DD-LRECL                                CPYDSNC 
003930             PERFORM 2200-TAKE-THE-OPERANDS THRU 2200-EXIT        CPYDSNC 
003940         WHEN OTHER                                               CPYDSNC 
003950             PERFORM 2400-CATALOG-THE-DD THRU 2400-EXIT           CPYDSNC 
003960     END-EVALUATE.                                                CPYDSNC 
003970 2100-EXIT.                                                       CPYDSNC 
003980     EXIT.                                                        CPYDSNC 
003990*-------------------------------------------------------------    CPYDSNC 
004000*2200-TAKE-THE-OPERANDS - DSN, RECFM AND LRECL FROM THE           CPYDSNC 
004010*KEYWORD FIELDS, INSIDE DCB=( ) OR OUT OF IT.  A TRAILING         CPYDSNC 
004020*COMMA SAYS THE NEXT CARD CONTINUES THE DD.                       CPYDSNC 
004030*-------------------------------------------------------------    CPYDSNC 
004040 2200-TAKE-THE-OPERANDS.                                          CPYDSNC 
004050     MOVE 0 TO WS-TRIM-LEN.                                       CPYDSNC 
004060     INSPECT WS-CARD-OPERAND TALLYING WS-TRIM-LEN                 CPYDSNC 
004070         FOR CHARACTERS BEFORE SPACE.                             CPYDSNC 
004080     IF WS-TRIM-LEN > 0                                           CPYDSNC 
004090         AND WS-CARD-OPERAND(WS-TRIM-LEN:1) = ','                 CPYDSNC 
004100         MOVE 'Y' TO WS-CONT-SW                                   CPYDSNC 
004110     ELSE                                                         CPYDSNC 
004120         MOVE 'N' TO WS-CONT-SW                                   CPYDSNC 
004130     END-IF.                                                      CPYDSNC 
004140     PERFORM 2210-CLEAR-ONE-FIELD THRU 2210-EXIT                  CPYDSNC 
004150         VARYING WS-KV-IX FROM 1 BY 1                             CPYDSNC 
004160         UNTIL WS-KV-IX > 10.                                     CPYDSNC 
004170     UNSTRING WS-CARD-OPERAND DELIMITED BY ','                    CPYDSNC 
004180         INTO WS-KV-FIELD(1) WS-KV-FIELD(2) WS-KV-FIELD(3)        CPYDSNC 
004190              WS-KV-FIELD(4) WS-KV-FIELD(5) WS-KV-FIELD(6)        CPYDSNC 
004200              WS-KV-FIELD(7) WS-KV-FIELD(8) WS-KV-FIELD(9)        CPYDSNC 
004210              WS-KV-FIELD(10)                                     CPYDSNC 
004220     END-UNSTRING.                                                CPYDSNC 
004230     PERFORM 2220-TAKE-ONE-FIELD THRU 2220-EXIT                   CPYDSNC 
004240         VARYING WS-KV-IX FROM 1 BY 1                             CPYDSNC 
004250         UNTIL WS-KV-IX > 10.                                     CPYDSNC 
004260 2200-EXIT.                                                       CPYDSNC 
004270     EXIT.                                                        CPYDSNC 
004280*                                                                 CPYDSNC 
004290 2210-CLEAR-ONE-FIELD.                                            CPYDSNC 
004300     MOVE SPACES TO WS-KV-FIELD(WS-KV-IX).                        CPYDSNC 
004310 2210-EXIT.                                                       CPYDSNC 
004320     EXIT.                                                        CPYDSNC 
004330*                                                                 CPYDSNC 
004340 2220-TAKE-ONE-FIELD.                                             CPYDSNC 
004350     IF WS-KV-FIELD(WS-KV-IX) = SPACES                            CPYDSNC 
004360         GO TO 2220-EXIT.                                         CPYDSNC 
004370     IF WS-KV-FIELD(WS-KV-IX)(1:5) = 'DCB=('                      CPYDSNC 
004380         MOVE WS-KV-FIELD(WS-KV-IX)(6:35)                         CPYDSNC 
004390             TO WS-KV-FIELD(WS-KV-IX).                            CPYDSNC 
004400     IF WS-KV-FIELD(WS-KV-IX)(1:1) = '('                          CPYDSNC 
004410         MOVE WS-KV-FIELD(WS-KV-IX)(2:39)                         CPYDSNC 
004420             TO WS-KV-FIELD(WS-KV-IX).                            CPYDSNC 
004430     INSPECT WS-KV-FIELD(WS-KV-IX) REPLACING ALL ')' BY ' '.      CPYDSNC 
004440     MOVE SPACES TO WS-KV-NAME WS-KV-VALUE.                       CPYDSNC 
004450     UNSTRING WS-KV-FIELD(WS-KV-IX) DELIMITED BY '='              CPYDSNC 
004460         INTO WS-KV-NAME WS-KV-VALUE                              CPYDSNC 
004470     END-UNSTRING.                                                CPYDSNC 
004480     EVALUATE WS-KV-NAME                                          CPYDSNC 
004490         WHEN 'DSN     '                                          CPYDSNC 
004500         WHEN 'DSNAME  '                                          CPYDSNC 
004510             UNSTRING WS-KV-VALUE DELIMITED BY '(' OR SPACE       CPYDSNC 
004520                 INTO WS-DD-DSN                                   CPYDSNC 
004530             END-UNSTRING                                         CPYDSNC 
004540         WHEN 'RECFM   '                                          CPYDSNC 
004550             MOVE WS-KV-VALUE(1:4) TO WS-DD-RECFM                 CPYDSNC 
004560         WHEN 'LRECL   '                                          CPYDSNC 
004570             MOVE 0 TO WS-TRIM-LEN                                CPYDSNC 
004580             INSPECT WS-KV-VALUE TALLYING WS-TRIM-LEN             CPYDSNC 
004590                 FOR CHARACTERS BEFORE SPACE                      CPYDSNC 
004600             IF WS-TRIM-LEN > 0 AND WS-TRIM-LEN < 6               CPYDSNC 
004610                 MOVE WS-KV-VALUE(1:WS-TRIM-LEN) TO WS-NUM-TEXT   CPYDSNC 
004620                 INSPECT WS-NUM-TEXT                              CPYDSNC 
004630                     REPLACING LEADING SPACE BY '0'               CPYDSNC 
004640                 IF WS-NUM-TEXT NUMERIC                           CPYDSNC 
004650                     MOVE WS-NUM-VALUE TO WS-DD-LRECL             CPYDSNC 
004660                 END-IF                                           CPYDSNC 
004670             END-IF                                               CPYDSNC 
004680     END-EVALUATE.                                                CPYDSNC 
004690 2220-EXIT.                                                       CPYDSNC 
004700     EXIT.                                                        CPYDSNC 
004710*-------------------------------------------------------------    CPYDSNC 
004720*2300-LOAD-THE-PROGRAM - THE STEP PROGRAM'S SELECTS AND FDS,      CPYDSNC 
004730*FROM ITS SOURCE IN cobol-source/.  A PROGRAM WITH NO SOURCE      CPYDSNC 
004740*THERE (A UTILITY, A VENDOR PRODUCT) PAIRS NOTHING.               CPYDSNC 
004750*-------------------------------------------------------------    CPYDSNC 
004760 2300-LOAD-THE-PROGRAM.                                           CPYDSNC 
004770     IF WS-PGM-NAME = WS-SL-PGM                                   CPYDSNC 
004780         GO TO 2300-EXIT.                                         CPYDSNC 
004790     MOVE WS-PGM-NAME TO WS-SL-PGM.                               CPYDSNC 
004800     MOVE 0 TO WS-SL-COUNT WS-CUR-SL WS-CUR-FD.                   CPYDSNC 
004810     MOVE 'N' TO WS-SL-SOURCE-SW WS-IN-FILE-SECTION-SW.           CPYDSNC 
004820     MOVE SPACES TO WS-SCAN-STATE.                                CPYDSNC 
004830     MOVE 0 TO WS-TRIM-LEN.                                       CPYDSNC 
004840     INSPECT WS-PGM-NAME TALLYING WS-TRIM-LEN                     CPYDSNC 
004850         FOR CHARACTERS BEFORE SPACE.                             CPYDSNC 
004860     IF WS-TRIM-LEN = 0                                           CPYDSNC 
004870         GO TO 2300-EXIT.                                         CPYDSNC 
004880     MOVE SPACES TO WS-SRC-FILENAME.                              CPYDSNC 
004890     STRING WS-SRC-DIR DELIMITED BY SPACE                         CPYDSNC 
004900         WS-PGM-NAME(1:WS-TRIM-LEN) DELIMITED BY SIZE             CPYDSNC 
004910         '.CBL' DELIMITED BY SIZE                                 CPYDSNC 
004920         INTO WS-SRC-FILENAME                                     CPYDSNC 
004930     END-STRING.                                                  CPYDSNC 
004940     OPEN INPUT SRC-FILE.                                         CPYDSNC 
004950     IF WS-SRC-FILE-STATUS NOT = '00'                             CPYDSNC 
004960         GO TO 2300-EXIT.                                         CPYDSNC 
004965     MOVE SPACE TO SRCF-FORMAT.                                   CPYDSNC 
004970     MOVE 'Y' TO WS-SL-SOURCE-SW.                                 CPYDSNC 
004980     MOVE 'N' TO WS-SRC-EOF-SW.                                   CPYDSNC 
004990     PERFORM 2310-SCAN-ONE-SOURCE-LINE THRU 2310-EXIT             CPYDSNC 
005000         UNTIL WS-SRC-EOF.                                        CPYDSNC 
005010     CLOSE SRC-FILE.                                              CPYDSNC 
005020 2300-EXIT.                                                       CPYDSNC 
005030     EXIT.                                                        CPYDSNC 
005040*                                                                 CPYDSNC 
005050 2310-SCAN-ONE-SOURCE-LINE.                                       CPYDSNC 
005060     READ SRC-FILE INTO WS-SRC-FILE-REC                           CPYDSNC 
005070         AT END MOVE 'Y' TO WS-SRC-EOF-SW                         CPYDSNC 
005080     END-READ.                                                    CPYDSNC 
005090     IF WS-SRC-EOF                                                CPYDSNC 
005100         GO TO 2310-EXIT.                                         CPYDSNC 
005102     MOVE WS-SRC-FILE-REC TO SRCF-LINE.                           CPYDSNC 
005104     CALL 'CPYSRCF' USING CPYSRCF-PARMS.                          CPYDSNC 
005106     MOVE SRCF-CARD TO WS-SRC-FILE-REC.                           CPYDSNC 
005110     IF WS-SRC-FILE-REC(7:1) = '*' OR WS-SRC-FILE-REC(7:1) = '/'  CPYDSNC 
005120         GO TO 2310-EXIT.                                         CPYDSNC 
005130     MOVE WS-SRC-FILE-REC(8:65) TO WS-SRC-TEXT.                   CPYDSNC 
005140     IF WS-SRC-TEXT = SPACES                                      CPYDSNC 
005150         GO TO 2310-EXIT.                                         CPYDSNC 
005160     MOVE 0 TO WS-TALLY.                                          CPYDSNC 
005170     INSPECT WS-SRC-TEXT TALLYING WS-TALLY FOR LEADING SPACE.     CPYDSNC 
005180     IF WS-TALLY > 0                                              CPYDSNC 
005190         MOVE WS-SRC-TEXT(WS-TALLY + 1:) TO WS-SRC-SQUEEZE        CPYDSNC 
005200         MOVE WS-SRC-SQUEEZE TO WS-SRC-TEXT                       CPYDSNC 
005210     END-IF.                                                      CPYDSNC 
005220     MOVE SPACES TO WS-SRC-WORDS.                                 CPYDSNC 
005230     UNSTRING WS-SRC-TEXT DELIMITED BY ALL SPACE                  CPYDSNC 
005240         INTO WS-SRC-WORD(1) WS-SRC-WORD(2) WS-SRC-WORD(3)        CPYDSNC 
005250              WS-SRC-WORD(4) WS-SRC-WORD(5) WS-SRC-WORD(6)        CPYDSNC 
005260              WS-SRC-WORD(7) WS-SRC-WORD(8) WS-SRC-WORD(9)        CPYDSNC 
005270              WS-SRC-WORD(10) WS-SRC-WORD(11) WS-SRC-WORD(12)     CPYDSNC 
005280     END-UNSTRING.                                                CPYDSNC 
005290     PERFORM 2320-TAKE-ONE-WORD THRU 2320-EXIT                    CPYDSNC 
005300         VARYING WS-WX FROM 1 BY 1                                CPYDSNC 
005310         UNTIL WS-WX > 12 OR WS-SRC-EOF.                          CPYDSNC 
005320 2310-EXIT.                                                       CPYDSNC 
005330     EXIT.                                                        CPYDSNC 
005340*-------------------------------------------------------------    CPYDSNC 
005350*2320-TAKE-ONE-WORD - SELECT <FILE> [OPTIONAL] ASSIGN [TO]        CPYDSNC 
005360*<DD>, FD/SD <FILE>, COPY <BOOK>, WORD BY WORD SO A CLAUSE        CPYDSNC 
005370*SPLIT ACROSS LINES PAIRS THE SAME.  THE SCAN STOPS AT THE        CPYDSNC 
005380*PROCEDURE DIVISION.                                              CPYDSNC 
005390*-------------------------------------------------------------    CPYDSNC 
005400 2320-TAKE-ONE-WORD.                                              CPYDSNC 
005410     MOVE WS-SRC-WORD(WS-WX) TO WS-WORD.                          CPYDSNC 
005420     IF WS-WORD = SPACES                                          CPYDSNC 
005430         GO TO 2320-EXIT.                                         CPYDSNC 
005440     INSPECT WS-WORD REPLACING ALL '.' BY ' '.                    CPYDSNC 
005450     IF WS-WORD(1:1) = ''''                                       CPYDSNC 
005460         MOVE WS-WORD(2:39) TO WS-WORD.                           CPYDSNC 
005470     INSPECT WS-WORD REPLACING ALL '''' BY ' '.                   CPYDSNC 
005480     IF WS-WORD = SPACES                                          CPYDSNC 
005490         GO TO 2320-EXIT.                                         CPYDSNC 
005500     EVALUATE WS-SCAN-STATE                                       CPYDSNC 
005510         WHEN 'SELECT  '                                          CPYDSNC 
005520             IF WS-WORD NOT = 'OPTIONAL'                          CPYDSNC 
005530                 PERFORM 2330-ADD-ONE-SELECT THRU 2330-EXIT       CPYDSNC 
005540                 MOVE SPACES TO WS-SCAN-STATE                     CPYDSNC 
005550             END-IF                                               CPYDSNC 
005560             GO TO 2320-EXIT                                      CPYDSNC 
005570         WHEN 'ASSIGN  '                                          CPYDSNC 
005580             IF WS-WORD NOT = 'TO'                                CPYDSNC 
005590                 AND WS-WORD NOT = 'DYNAMIC'                      CPYDSNC 
005600                 AND WS-WORD NOT = 'EXTERNAL'                     CPYDSNC 
005610                 PERFORM 2340-TAKE-THE-ASSIGN THRU 2340-EXIT      CPYDSNC 
005620                 MOVE SPACES TO WS-SCAN-STATE                     CPYDSNC 
005630             END-IF                                               CPYDSNC 
005640             GO TO 2320-EXIT                                      CPYDSNC 
005650         WHEN 'FD      '                                          CPYDSNC 
005660             PERFORM 2350-OPEN-ONE-FD THRU 2350-EXIT              CPYDSNC 
005670             MOVE SPACES TO WS-SCAN-STATE                         CPYDSNC 
005680             GO TO 2320-EXIT                                      CPYDSNC 
005690         WHEN 'COPY    '                                          CPYDSNC 
005700             IF WS-IN-FILE-SECTION                                CPYDSNC 
005710                 AND WS-CUR-FD > 0                                CPYDSNC 
005720                 AND WS-SL-COPYBOOK(WS-CUR-FD) = SPACES           CPYDSNC 
005730                 MOVE WS-WORD TO WS-SL-COPYBOOK(WS-CUR-FD)        CPYDSNC 
005740             END-IF                                               CPYDSNC 
005750             MOVE SPACES TO WS-SCAN-STATE                         CPYDSNC 
005760             GO TO 2320-EXIT                                      CPYDSNC 
005770     END-EVALUATE.                                                CPYDSNC 
005780     EVALUATE WS-WORD                                             CPYDSNC 
005790         WHEN 'SELECT'                                            CPYDSNC 
005800             MOVE 'SELECT' TO WS-SCAN-STATE                       CPYDSNC 
005810         WHEN 'ASSIGN'                                            CPYDSNC 
005820             MOVE 'ASSIGN' TO WS-SCAN-STATE                       CPYDSNC 
005830         WHEN 'COPY'                                              CPYDSNC 
005840             MOVE 'COPY' TO WS-SCAN-STATE                         CPYDSNC 
005850         WHEN 'FD'                                                CPYDSNC 
005860         WHEN 'SD'                                                CPYDSNC 
005870             IF WS-IN-FILE-SECTION                                CPYDSNC 
005880                 MOVE 'FD' TO WS-SCAN-STATE                       CPYDSNC 
005890             END-IF                                               CPYDSNC 
005900         WHEN 'FILE'                                              CPYDSNC 
005910             IF WS-WX < 12                                        CPYDSNC 
005920                 AND WS-SRC-WORD(WS-WX + 1)(1:7) = 'SECTION'      CPYDSNC 
005930                 MOVE 'Y' TO WS-IN-FILE-SECTION-SW                CPYDSNC 
005940             END-IF                                               CPYDSNC 
005950         WHEN 'WORKING-STORAGE'                                   CPYDSNC 
005960         WHEN 'LOCAL-STORAGE'                                     CPYDSNC 
005970         WHEN 'LINKAGE'                                           CPYDSNC 
005980             MOVE 'N' TO WS-IN-FILE-SECTION-SW                    CPYDSNC 
005990             MOVE 0 TO WS-CUR-FD                                  CPYDSNC 
006000         WHEN 'PROCEDURE'                                         CPYDSNC 
006010             MOVE 'Y' TO WS-SRC-EOF-SW                            CPYDSNC 
006020     END-EVALUATE.                                                CPYDSNC 
006030 2320-EXIT.                                                       CPYDSNC 
006040     EXIT.                                                        CPYDSNC 
006050*                                                                 CPYDSNC 
006060 2330-ADD-ONE-SELECT.                                             CPYDSNC 
006070     MOVE 0 TO WS-CUR-SL.                                         CPYDSNC 
006080     IF WS-SL-COUNT NOT < 100                                     CPYDSNC 
006090         GO TO 2330-EXIT.                                         CPYDSNC 
006100     ADD 1 TO WS-SL-COUNT.                                        CPYDSNC 
006110     MOVE WS-SL-COUNT TO WS-CUR-SL.                               CPYDSNC 
006120     MOVE WS-WORD TO WS-SL-FILE(WS-CUR-SL).                       CPYDSNC 
006130     MOVE SPACES TO WS-SL-DD(WS-CUR-SL)                           CPYDSNC 
006140         WS-SL-COPYBOOK(WS-CUR-SL).                               CPYDSNC 
006150     MOVE 'N' TO WS-SL-FD-SW(WS-CUR-SL).                          CPYDSNC 
006160 2330-EXIT.                                                       CPYDSNC 
006170     EXIT.                                                        CPYDSNC 
006180*                                                                 CPYDSNC 
006190*2340-TAKE-THE-ASSIGN - THE DD NAME, WITHOUT THE OLD DEVICE       CPYDSNC 
006200*CLASS AND ORGANIZATION PREFIXES (UT-S-ACCTMST IS ACCTMST).       CPYDSNC 
006210 2340-TAKE-THE-ASSIGN.                                            CPYDSNC 
006220     IF WS-CUR-SL = 0                                             CPYDSNC 
006230         GO TO 2340-EXIT.                                         CPYDSNC 
006240     IF WS-WORD(1:3) = 'UT-' OR WS-WORD(1:3) = 'DA-'              CPYDSNC 
006250         MOVE WS-WORD(4:37) TO WS-WORD.                           CPYDSNC 
006260     IF WS-WORD(1:2) = 'S-'                                       CPYDSNC 
006270         MOVE WS-WORD(3:38) TO WS-WORD.                           CPYDSNC 
006280     IF WS-WORD(1:3) = 'AS-'                                      CPYDSNC 
006290         MOVE WS-WORD(4:37) TO WS-WORD.                           CPYDSNC 
006300     MOVE WS-WORD(1:8) TO WS-SL-DD(WS-CUR-SL).                    CPYDSNC 
006310 2340-EXIT.                                                       CPYDSNC 
006320     EXIT.                                                        CPYDSNC 
006330*                                                                 CPYDSNC 
006340 2350-OPEN-ONE-FD.                                                CPYDSNC 
006350     MOVE 0 TO WS-CUR-FD.                                         CPYDSNC 
006360     MOVE 'N' TO WS-FOUND-SW.                                     CPYDSNC 
006370     PERFORM 2360-TEST-ONE-SELECT THRU 2360-EXIT                  CPYDSNC 
006380         VARYING WS-SLX FROM 1 BY 1                               CPYDSNC 
006390         UNTIL WS-SLX > WS-SL-COUNT OR WS-FOUND.                  CPYDSNC 
006400     IF WS-FOUND                                                  CPYDSNC 
006410         SUBTRACT 1 FROM WS-SLX                                   CPYDSNC 
006420         MOVE WS-SLX TO WS-CUR-FD                                 CPYDSNC 
006430         MOVE 'Y' TO WS-SL-FD-SW(WS-CUR-FD)                       CPYDSNC 
006440     END-IF.                                                      CPYDSNC 
006450 2350-EXIT.                                                       CPYDSNC 
006460     EXIT.                                                        CPYDSNC 
006470*                                                                 CPYDSNC 
006480 2360-TEST-ONE-SELECT.                                            CPYDSNC 
006490     IF WS-SL-FILE(WS-SLX) = WS-WORD                              CPYDSNC 
006500         MOVE 'Y' TO WS-FOUND-SW                                  CPYDSNC 
006510     END-IF.                                                      CPYDSNC 
006520 2360-EXIT.                                                       CPYDSNC 
006530     EXIT.                                                        CPYDSNC 
006540*-------------------------------------------------------------    CPYDSNC 
006550*2400-CATALOG-THE-DD - THE DD COLLECTED SO FAR, IF IT NAMES A     CPYDSNC 
006560*PERMANENT DATASET UNDER A PROGRAM STEP, INTO THE CATALOG WITH    CPYDSNC 
006570*AS MUCH OF THE PAIRING AS THE PROGRAM SOURCE ALLOWS.             CPYDSNC 
006580*-------------------------------------------------------------    CPYDSNC 
006590 2400-CATALOG-THE-DD.                                             CPYDSNC 
006600     IF WS-DD-NAME = SPACES                                       CPYDSNC 
006610         OR WS-DD-DSN = SPACES                                    CPYDSNC 
006620         OR WS-PGM-NAME = SPACES                                  CPYDSNC 
006630         GO TO 2490-CLEAR-THE-DD.                                 CPYDSNC 
006640     IF WS-DD-DSN(1:2) = '&&'                                     CPYDSNC 
006650         OR WS-DD-DSN(1:1) = '*'                                  CPYDSNC 
006660         OR WS-DD-NAME = 'STEPLIB'                                CPYDSNC 
006670         OR WS-DD-NAME = 'JOBLIB'                                 CPYDSNC 
006680         GO TO 2490-CLEAR-THE-DD.                                 CPYDSNC 
006690     IF WS-CT-COUNT NOT < 2000                                    CPYDSNC 
006700         ADD 1 TO WS-CT-OVERFLOW                                  CPYDSNC 
006710         GO TO 2490-CLEAR-THE-DD.                                 CPYDSNC 
006720     ADD 1 TO WS-CT-COUNT WS-DECK-DD-COUNT.                       CPYDSNC 
006730     MOVE WS-CT-COUNT TO WS-CX.                                   CPYDSNC 
006740     MOVE WS-DD-DSN TO WS-CT-DSN(WS-CX).                          CPYDSNC 
006750     MOVE WS-JOB-NAME TO WS-CT-JOB(WS-CX).                        CPYDSNC 
006760     MOVE WS-STEP-NAME TO WS-CT-STEP(WS-CX).                      CPYDSNC 
006770     MOVE WS-DD-NAME TO WS-CT-DD(WS-CX).                          CPYDSNC 
006780     MOVE WS-PGM-NAME TO WS-CT-PGM(WS-CX).                        CPYDSNC 
006790     MOVE SPACES TO WS-CT-FD(WS-CX) WS-CT-COPYBOOK(WS-CX).        CPYDSNC 
006800     MOVE 0 TO WS-CT-LEN(WS-CX).                                  CPYDSNC 
006810     MOVE WS-DD-LRECL TO WS-CT-LRECL(WS-CX).                      CPYDSNC 
006820     MOVE WS-DD-RECFM TO WS-CT-RECFM(WS-CX).                      CPYDSNC 
006830     IF NOT WS-SL-SOURCE-FOUND                                    CPYDSNC 
006840         MOVE 'NO-SRC' TO WS-CT-STATUS(WS-CX)                     CPYDSNC 
006850         ADD 1 TO WS-UNPAIRED-COUNT                               CPYDSNC 
006860         GO TO 2490-CLEAR-THE-DD.                                 CPYDSNC 
006870     MOVE 'N' TO WS-FOUND-SW.                                     CPYDSNC 
006880     PERFORM 2410-TEST-ONE-ASSIGN THRU 2410-EXIT                  CPYDSNC 
006890         VARYING WS-SLX FROM 1 BY 1                               CPYDSNC 
006900         UNTIL WS-SLX > WS-SL-COUNT OR WS-FOUND.                  CPYDSNC 
006910     IF NOT WS-FOUND                                              CPYDSNC 
006920         MOVE 'NO-SEL' TO WS-CT-STATUS(WS-CX)                     CPYDSNC 
006930         ADD 1 TO WS-UNPAIRED-COUNT                               CPYDSNC 
006940         GO TO 2490-CLEAR-THE-DD.                                 CPYDSNC 
006950     SUBTRACT 1 FROM WS-SLX.                                      CPYDSNC 
006960     IF WS-SL-FD-SW(WS-SLX) = 'Y'                                 CPYDSNC 
006970         MOVE WS-SL-FILE(WS-SLX) TO WS-CT-FD(WS-CX).              CPYDSNC 
006980     IF WS-SL-COPYBOOK(WS-SLX) = SPACES                           CPYDSNC 
006990         MOVE 'INLINE' TO WS-CT-STATUS(WS-CX)                     CPYDSNC 
007000         ADD 1 TO WS-UNPAIRED-COUNT                               CPYDSNC 
007010         GO TO 2490-CLEAR-THE-DD.                                 CPYDSNC 
007020     MOVE WS-SL-COPYBOOK(WS-SLX) TO WS-CT-COPYBOOK(WS-CX).        CPYDSNC 
007030     PERFORM 2450-SIZE-THE-LAYOUT THRU 2450-EXIT.                 CPYDSNC 
007040 2490-CLEAR-THE-DD.                                               CPYDSNC 
007050     MOVE SPACES TO WS-DD-NAME WS-DD-DSN WS-DD-RECFM.             CPYDSNC 
007060     MOVE 0 TO WS-DD-LRECL.                                       CPYDSNC 
007070 2400-EXIT.                                                       CPYDSNC 
007080     EXIT.                                                        CPYDSNC 
007090*                                                                 CPYDSNC 
007100 2410-TEST-ONE-ASSIGN.                                            CPYDSNC 
007110     IF WS-SL-DD(WS-SLX) = WS-DD-NAME                             CPYDSNC 
007120         MOVE 'Y' TO WS-FOUND-SW                                  CPYDSNC 
007130     END-IF.                                                      CPYDSNC 
007140 2410-EXIT.                                                       CPYDSNC 
007150     EXIT.                                                        CPYDSNC 
007160*                                                                 CPYDSNC 
007170*2450-SIZE-THE-LAYOUT - THE COPYBOOK'S RECORD LENGTH BY THE       CPYDSNC 
007180*MAP ARITHMETIC, AGAINST THE DD'S LRECL WHEN IT CODES ONE.        CPYDSNC 
007190 2450-SIZE-THE-LAYOUT.                                            CPYDSNC 
007200     MOVE WS-CT-COPYBOOK(WS-CX) TO LAY-COPYBOOK-NAME.             CPYDSNC 
007210     MOVE SPACES TO LAY-LIBRARY-DIR LAY-VIEW-MODE.                CPYDSNC 
007220     MOVE 'N' TO LAY-GROUPS-SW LAY-EXPAND-SW.                     CPYDSNC 
007230     MOVE 0 TO LAY-VIEW-COUNT.                                    CPYDSNC 
007240     CALL 'CPYLAYO' USING CPYLAYO-PARMS.                          CPYDSNC 
007250     IF LAY-NOT-FOUND                                             CPYDSNC 
007260         MOVE 'NO-BOOK' TO WS-CT-STATUS(WS-CX)                    CPYDSNC 
007270         ADD 1 TO WS-UNPAIRED-COUNT                               CPYDSNC 
007280         GO TO 2450-EXIT.                                         CPYDSNC 
007290     ADD 1 TO WS-PAIRED-COUNT.                                    CPYDSNC 
007300     MOVE LAY-RECORD-LEN TO WS-CT-LEN(WS-CX).                     CPYDSNC 
007310     MOVE 'OK' TO WS-CT-STATUS(WS-CX).                            CPYDSNC 
007320     IF WS-CT-LRECL(WS-CX) = 0                                    CPYDSNC 
007330         GO TO 2450-EXIT.                                         CPYDSNC 
007340     MOVE LAY-RECORD-LEN TO WS-EXPECT-LRECL.                      CPYDSNC 
007350     IF WS-CT-RECFM(WS-CX)(1:1) = 'V'                             CPYDSNC 
007360         ADD 4 TO WS-EXPECT-LRECL.                                CPYDSNC 
007370     IF WS-EXPECT-LRECL NOT = WS-CT-LRECL(WS-CX)                  CPYDSNC 
007380         MOVE 'LRECL' TO WS-CT-STATUS(WS-CX)                      CPYDSNC 
007390         ADD 1 TO WS-LRECL-COUNT                                  CPYDSNC 
007400     END-IF.                                                      CPYDSNC 
007410 2450-EXIT.                                                       CPYDSNC 
007420     EXIT.                                                        CPYDSNC 
007430*-------------------------------------------------------------    CPYDSNC 
007440*4000-WRITE-THE-CATALOG - registry/CPYDSN.DAT REBUILT WHOLE,      CPYDSNC 
007450*AND LISTED ON THE REPORT.                                        CPYDSNC 
007460*-------------------------------------------------------------    CPYDSNC 
007470 4000-WRITE-THE-CATALOG.                                          CPYDSNC 
007480     OPEN OUTPUT DSN-FILE.                                        CPYDSNC 
007490     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYDSNC 
007500     WRITE WS-RPT-FILE-REC.                                       CPYDSNC 
007510     MOVE 'DATASET LAYOUT CATALOG' TO WS-RPT-FILE-REC.            CPYDSNC 
007520     WRITE WS-RPT-FILE-REC.                                       CPYDSNC 
007530     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYDSNC 
007540     MOVE 'DSN' TO WS-RPT-FILE-REC(1:3).                          CPYDSNC 
007550     MOVE 'JOB' TO WS-RPT-FILE-REC(46:3).                         CPYDSNC 
007560     MOVE 'STEP' TO WS-RPT-FILE-REC(55:4).                        CPYDSNC 
007570     MOVE 'DD' TO WS-RPT-FILE-REC(64:2).                          CPYDSNC 
007580     MOVE 'PROGRAM' TO WS-RPT-FILE-REC(73:7).                     CPYDSNC 
007590     MOVE 'COPYBOOK' TO WS-RPT-FILE-REC(82:8).                    CPYDSNC 
007600     MOVE 'LAYOUT' TO WS-RPT-FILE-REC(107:6).                     CPYDSNC 
007610     MOVE 'LRECL' TO WS-RPT-FILE-REC(114:5).                      CPYDSNC 
007620     MOVE 'STATUS' TO WS-RPT-FILE-REC(121:6).                     CPYDSNC 
007630     WRITE WS-RPT-FILE-REC.                                       CPYDSNC 
007640     PERFORM 4100-WRITE-ONE-ENTRY THRU 4100-EXIT                  CPYDSNC 
007650         VARYING WS-CX FROM 1 BY 1                                CPYDSNC 
007660         UNTIL WS-CX > WS-CT-COUNT.                               CPYDSNC 
007670     CLOSE DSN-FILE.                                              CPYDSNC 
007680 4000-EXIT.                                                       CPYDSNC 
007690     EXIT.                                                        CPYDSNC 
007700*                                                                 CPYDSNC 
007710 4100-WRITE-ONE-ENTRY.                                            CPYDSNC 
007720     MOVE SPACES TO DSN-RECORD.                                   CPYDSNC 
007730     MOVE WS-CT-DSN(WS-CX) TO DSN-DATASET-NAME.                   CPYDSNC 
007740     MOVE WS-CT-JOB(WS-CX) TO DSN-JOB-NAME.                       CPYDSNC 
007750     MOVE WS-CT-STEP(WS-CX) TO DSN-STEP-NAME.                     CPYDSNC 
007760     MOVE WS-CT-DD(WS-CX) TO DSN-DD-NAME.                         CPYDSNC 
007770     MOVE WS-CT-PGM(WS-CX) TO DSN-PROGRAM-NAME.                   CPYDSNC 
007780     MOVE WS-CT-FD(WS-CX) TO DSN-FD-NAME.                         CPYDSNC 
007790     MOVE WS-CT-COPYBOOK(WS-CX) TO DSN-COPYBOOK-NAME.             CPYDSNC 
007800     MOVE WS-CT-LEN(WS-CX) TO DSN-LAYOUT-LEN.                     CPYDSNC 
007810     MOVE WS-CT-LRECL(WS-CX) TO DSN-LRECL.                        CPYDSNC 
007820     MOVE WS-CT-RECFM(WS-CX) TO DSN-RECFM.                        CPYDSNC 
007830     MOVE WS-CT-STATUS(WS-CX) TO DSN-STATUS.                      CPYDSNC 
007840     WRITE WS-DSN-FILE-REC FROM DSN-RECORD.                       CPYDSNC 
007850     PERFORM 4200-PRINT-ONE-ENTRY THRU 4200-EXIT.                 CPYDSNC 
007860 4100-EXIT.                                                       CPYDSNC 
007870     EXIT.                                                        CPYDSNC 
007880*                                                                 CPYDSNC 
007890 4200-PRINT-ONE-ENTRY.                                            CPYDSNC 
007900     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYDSNC 
007910     MOVE WS-CT-DSN(WS-CX) TO WS-RPT-FILE-REC(1:44).              CPYDSNC 
007920     MOVE WS-CT-JOB(WS-CX) TO WS-RPT-FILE-REC(46:8).              CPYDSNC 
007930     MOVE WS-CT-STEP(WS-CX) TO WS-RPT-FILE-REC(55:8).             CPYDSNC 
007940     MOVE WS-CT-DD(WS-CX) TO WS-RPT-FILE-REC(64:8).               CPYDSNC 
007950     MOVE WS-CT-PGM(WS-CX) TO WS-RPT-FILE-REC(73:8).              CPYDSNC 
007960     MOVE WS-CT-COPYBOOK(WS-CX)(1:24) TO WS-RPT-FILE-REC(82:24).  CPYDSNC 
007970     IF WS-CT-LEN(WS-CX) > 0                                      CPYDSNC 
007980         MOVE WS-CT-LEN(WS-CX) TO WS-EDIT-LEN                     CPYDSNC 
007990         MOVE WS-EDIT-LEN TO WS-RPT-FILE-REC(107:6)               CPYDSNC 
008000     END-IF.                                                      CPYDSNC 
008010     IF WS-CT-LRECL(WS-CX) > 0                                    CPYDSNC 
008020         MOVE WS-CT-LRECL(WS-CX) TO WS-EDIT-LRECL                 CPYDSNC 
008030         MOVE WS-EDIT-LRECL TO WS-RPT-FILE-REC(114:5)             CPYDSNC 
008040     END-IF.                                                      CPYDSNC 
008050     MOVE WS-CT-STATUS(WS-CX) TO WS-RPT-FILE-REC(121:8).          CPYDSNC 
008060     WRITE WS-RPT-FILE-REC.                                       CPYDSNC 
008070 4200-EXIT.                                                       CPYDSNC 
008080     EXIT.                                                        CPYDSNC 
008090*-------------------------------------------------------------    CPYDSNC 
008100*5000-REPORT-LRECLS - EVERY DD WHOSE CODED LRECL DISAGREES        CPYDSNC 
008110*WITH THE LENGTH OF THE LAYOUT ITS PROGRAM READS IT WITH.         CPYDSNC 
008120*-------------------------------------------------------------    CPYDSNC 
008130 5000-REPORT-LRECLS.                                              CPYDSNC 
008140     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYDSNC 
008150     WRITE WS-RPT-FILE-REC.                                       CPYDSNC 
008160     MOVE 'LRECL DISAGREEMENTS' TO WS-RPT-FILE-REC.               CPYDSNC 
008170     WRITE WS-RPT-FILE-REC.                                       CPYDSNC 
008180     IF WS-LRECL-COUNT = 0                                        CPYDSNC 
008190         MOVE '  NONE' TO WS-RPT-FILE-REC                         CPYDSNC 
008200         WRITE WS-RPT-FILE-REC                                    CPYDSNC 
008210         GO TO 5000-EXIT.                                         CPYDSNC 
008220     PERFORM 5100-REPORT-ONE-LRECL THRU 5100-EXIT                 CPYDSNC 
008230         VARYING WS-CX FROM 1 BY 1                                CPYDSNC 
008240         UNTIL WS-CX > WS-CT-COUNT.                               CPYDSNC 
008250 5000-EXIT.                                                       CPYDSNC 
008260     EXIT.                                                        CPYDSNC 
008270*                                                                 CPYDSNC 
008280 5100-REPORT-ONE-LRECL.                                           CPYDSNC 
008290     IF WS-CT-STATUS(WS-CX) NOT = 'LRECL'                         CPYDSNC 
008300         GO TO 5100-EXIT.                                         CPYDSNC 
008310     MOVE WS-CT-LEN(WS-CX) TO WS-EDIT-LEN.                        CPYDSNC 
008320     MOVE WS-CT-LRECL(WS-CX) TO WS-EDIT-LRECL.                    CPYDSNC 
008330     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYDSNC 
008340     MOVE 1 TO WS-PTR.                                            CPYDSNC 
008350     STRING '  ' DELIMITED BY SIZE                                CPYDSNC 
008360         WS-CT-DSN(WS-CX) DELIMITED BY SPACE                      CPYDSNC 
008370         ' IN ' DELIMITED BY SIZE                                 CPYDSNC 
008380         WS-CT-JOB(WS-CX) DELIMITED BY SPACE                      CPYDSNC 
008390         '.' DELIMITED BY SIZE                                    CPYDSNC 
008400         WS-CT-STEP(WS-CX) DELIMITED BY SPACE                     CPYDSNC 
008410         '.' DELIMITED BY SIZE                                    CPYDSNC 
008420         WS-CT-DD(WS-CX) DELIMITED BY SPACE                       CPYDSNC 
008430         ': ' DELIMITED BY SIZE                                   CPYDSNC 
008440         WS-CT-COPYBOOK(WS-CX) DELIMITED BY SPACE                 CPYDSNC 
008450         ' IS ' DELIMITED BY SIZE                                 CPYDSNC 
008460         WS-EDIT-LEN DELIMITED BY SIZE                            CPYDSNC 
008470         ' BYTES, DD SAYS LRECL ' DELIMITED BY SIZE               CPYDSNC 
008480         WS-EDIT-LRECL DELIMITED BY SIZE                          CPYDSNC 
008490         INTO WS-RPT-FILE-REC                                     CPYDSNC 
008500         WITH POINTER WS-PTR                                      CPYDSNC 
008510     END-STRING.                                                  CPYDSNC 
008520     IF WS-CT-RECFM(WS-CX) NOT = SPACES                           CPYDSNC 
008530         STRING ' RECFM ' DELIMITED BY SIZE                       CPYDSNC 
008540             WS-CT-RECFM(WS-CX) DELIMITED BY SPACE                CPYDSNC 
008550             INTO WS-RPT-FILE-REC                                 CPYDSNC 
008560             WITH POINTER WS-PTR                                  CPYDSNC 
008570         END-STRING                                               CPYDSNC 
008580     END-IF.                                                      CPYDSNC 
008590     WRITE WS-RPT-FILE-REC.                                       CPYDSNC 
008600 5100-EXIT.                                                       CPYDSNC 
008610     EXIT.                                                        CPYDSNC 
008620*-------------------------------------------------------------    CPYDSNC 
008630*5500-REPORT-CONFLICTS - EVERY DATASET THAT TWO PAIRINGS          CPYDSNC 
008640*DESCRIBE WITH DIFFERENT COPYBOOKS, WITH EACH PAIRING.  THE       CPYDSNC 
008650*FIRST PAIRED ENTRY FOR A DSN SPEAKS FOR IT.                      CPYDSNC 
008660*-------------------------------------------------------------    CPYDSNC 
008670 5500-REPORT-CONFLICTS.                                           CPYDSNC 
008680     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYDSNC 
008690     WRITE WS-RPT-FILE-REC.                                       CPYDSNC 
008700     MOVE 'DATASETS DESCRIBED BY MORE THAN ONE COPYBOOK'          CPYDSNC 
008710         TO WS-RPT-FILE-REC.                                      CPYDSNC 
008720     WRITE WS-RPT-FILE-REC.                                       CPYDSNC 
008730     PERFORM 5600-CHECK-ONE-DATASET THRU 5600-EXIT                CPYDSNC 
008740         VARYING WS-CX FROM 1 BY 1                                CPYDSNC 
008750         UNTIL WS-CX > WS-CT-COUNT.                               CPYDSNC 
008760     IF WS-CONFLICT-COUNT = 0                                     CPYDSNC 
008770         MOVE '  NONE' TO WS-RPT-FILE-REC                         CPYDSNC 
008780         WRITE WS-RPT-FILE-REC                                    CPYDSNC 
008790     END-IF.                                                      CPYDSNC 
008800 5500-EXIT.                                                       CPYDSNC 
008810     EXIT.                                                        CPYDSNC 
008820*                                                                 CPYDSNC 
008830 5600-CHECK-ONE-DATASET.                                          CPYDSNC 
008840     IF WS-CT-COPYBOOK(WS-CX) = SPACES                            CPYDSNC 
008850         GO TO 5600-EXIT.                                         CPYDSNC 
008860     MOVE 'N' TO WS-SEEN-SW WS-CONFLICT-SW.                       CPYDSNC 
008870     PERFORM 5610-TEST-EARLIER-ENTRY THRU 5610-EXIT               CPYDSNC 
008880         VARYING WS-CY FROM 1 BY 1                                CPYDSNC 
008890         UNTIL WS-CY NOT < WS-CX OR WS-SEEN.                      CPYDSNC 
008900     IF WS-SEEN                                                   CPYDSNC 
008910         GO TO 5600-EXIT.                                         CPYDSNC 
008920     PERFORM 5620-TEST-LATER-ENTRY THRU 5620-EXIT                 CPYDSNC 
008930         VARYING WS-CY FROM WS-CX BY 1                            CPYDSNC 
008940         UNTIL WS-CY > WS-CT-COUNT OR WS-CONFLICT.                CPYDSNC 
008950     IF NOT WS-CONFLICT                                           CPYDSNC 
008960         GO TO 5600-EXIT.                                         CPYDSNC 
008970     ADD 1 TO WS-CONFLICT-COUNT.                                  CPYDSNC 
008980     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYDSNC 
008990     STRING '  ' DELIMITED BY SIZE                                CPYDSNC 
009000         WS-CT-DSN(WS-CX) DELIMITED BY SPACE                      CPYDSNC 
009010         INTO WS-RPT-FILE-REC                                     CPYDSNC 
009020     END-STRING.                                                  CPYDSNC 
009030     WRITE WS-RPT-FILE-REC.                                       CPYDSNC 
009040     PERFORM 5630-LIST-ONE-PAIRING THRU 5630-EXIT                 CPYDSNC 
009050         VARYING WS-CY FROM WS-CX BY 1                            CPYDSNC 
009060         UNTIL WS-CY > WS-CT-COUNT.                               CPYDSNC 
009070 5600-EXIT.                                                       CPYDSNC 
009080     EXIT.                                                        CPYDSNC 
009090*                                                                 CPYDSNC 
009100 5610-TEST-EARLIER-ENTRY.                                         CPYDSNC 
009110     IF WS-CT-DSN(WS-CY) = WS-CT-DSN(WS-CX)                       CPYDSNC 
009120         AND WS-CT-COPYBOOK(WS-CY) NOT = SPACES                   CPYDSNC 
009130         MOVE 'Y' TO WS-SEEN-SW                                   CPYDSNC 
009140     END-IF.                                                      CPYDSNC 
009150 5610-EXIT.                                                       CPYDSNC 
009160     EXIT.                                                        CPYDSNC 
009170*                                                                 CPYDSNC 
009180 5620-TEST-LATER-ENTRY.                                           CPYDSNC 
009190     IF WS-CT-DSN(WS-CY) = WS-CT-DSN(WS-CX)                       CPYDSNC 
009200         AND WS-CT-COPYBOOK(WS-CY) NOT = SPACES                   CPYDSNC 
009210         AND WS-CT-COPYBOOK(WS-CY) NOT = WS-CT-COPYBOOK(WS-CX)    CPYDSNC 
009220         MOVE 'Y' TO WS-CONFLICT-SW                               CPYDSNC 
009230     END-IF.                                                      CPYDSNC 
009240 5620-EXIT.                                                       CPYDSNC 
009250     EXIT.                                                        CPYDSNC 
009260*                                                                 CPYDSNC 
009270 5630-LIST-ONE-PAIRING.                                           CPYDSNC 
009280     IF WS-CT-DSN(WS-CY) NOT = WS-CT-DSN(WS-CX)                   CPYDSNC 
009290         OR WS-CT-COPYBOOK(WS-CY) = SPACES                        CPYDSNC 
009300         GO TO 5630-EXIT.                                         CPYDSNC 
009310     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYDSNC 
009320     MOVE WS-CT-JOB(WS-CY) TO WS-RPT-FILE-REC(5:8).               CPYDSNC 
009330     MOVE WS-CT-STEP(WS-CY) TO WS-RPT-FILE-REC(14:8).             CPYDSNC 
009340     MOVE WS-CT-DD(WS-CY) TO WS-RPT-FILE-REC(23:8).               CPYDSNC 
009350     MOVE WS-CT-PGM(WS-CY) TO WS-RPT-FILE-REC(32:8).              CPYDSNC 
009360     MOVE WS-CT-FD(WS-CY) TO WS-RPT-FILE-REC(41:30).              CPYDSNC 
009370     MOVE WS-CT-COPYBOOK(WS-CY) TO WS-RPT-FILE-REC(72:30).        CPYDSNC 
009380     WRITE WS-RPT-FILE-REC.                                       CPYDSNC 
009390 5630-EXIT.                                                       CPYDSNC 
009400     EXIT.                                                        CPYDSNC 
009410*-------------------------------------------------------------    CPYDSNC 
009420*6000-PRINT-SUMMARY                                               CPYDSNC 
009430*-------------------------------------------------------------    CPYDSNC 
009440 6000-PRINT-SUMMARY.                                              CPYDSNC 
009450     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYDSNC 
009460     WRITE WS-RPT-FILE-REC.                                       CPYDSNC 
009470     MOVE WS-DECKS-READ TO WS-EDIT-COUNT.                         CPYDSNC 
009480     MOVE 'JOB DECKS READ' TO WS-RPT-FILE-REC.                    CPYDSNC 
009490     MOVE WS-EDIT-COUNT TO WS-RPT-FILE-REC(40:5).                 CPYDSNC 
009500     WRITE WS-RPT-FILE-REC.                                       CPYDSNC 
009510     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYDSNC 
009520     MOVE WS-DECKS-MISSING TO WS-EDIT-COUNT.                      CPYDSNC 
009530     MOVE 'JOB DECKS NOT EXPANDED' TO WS-RPT-FILE-REC.            CPYDSNC 
009540     MOVE WS-EDIT-COUNT TO WS-RPT-FILE-REC(40:5).                 CPYDSNC 
009550     WRITE WS-RPT-FILE-REC.                                       CPYDSNC 
009560     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYDSNC 
009570     MOVE WS-CT-COUNT TO WS-EDIT-COUNT.                           CPYDSNC 
009580     MOVE 'DDS CATALOGED' TO WS-RPT-FILE-REC.                     CPYDSNC 
009590     MOVE WS-EDIT-COUNT TO WS-RPT-FILE-REC(40:5).                 CPYDSNC 
009600     WRITE WS-RPT-FILE-REC.                                       CPYDSNC 
009610     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYDSNC 
009620     MOVE WS-PAIRED-COUNT TO WS-EDIT-COUNT.                       CPYDSNC 
009630     MOVE 'PAIRED WITH A COPYBOOK' TO WS-RPT-FILE-REC.            CPYDSNC 
009640     MOVE WS-EDIT-COUNT TO WS-RPT-FILE-REC(40:5).                 CPYDSNC 
009650     WRITE WS-RPT-FILE-REC.                                       CPYDSNC 
009660     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYDSNC 
009670     MOVE WS-UNPAIRED-COUNT TO WS-EDIT-COUNT.                     CPYDSNC 
009680     MOVE 'NOT PAIRED (SEE STATUS)' TO WS-RPT-FILE-REC.           CPYDSNC 
009690     MOVE WS-EDIT-COUNT TO WS-RPT-FILE-REC(40:5).                 CPYDSNC 
009700     WRITE WS-RPT-FILE-REC.                                       CPYDSNC 
009710     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYDSNC 
009720     MOVE WS-LRECL-COUNT TO WS-EDIT-COUNT.                        CPYDSNC 
009730     MOVE 'LRECL DISAGREEMENTS' TO WS-RPT-FILE-REC.               CPYDSNC 
009740     MOVE WS-EDIT-COUNT TO WS-RPT-FILE-REC(40:5).                 CPYDSNC 
009750     WRITE WS-RPT-FILE-REC.                                       CPYDSNC 
009760     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYDSNC 
009770     MOVE WS-CONFLICT-COUNT TO WS-EDIT-COUNT.                     CPYDSNC 
009780     MOVE 'DATASETS WITH CONFLICTING LAYOUTS'                     CPYDSNC 
009790         TO WS-RPT-FILE-REC.                                      CPYDSNC 
009800     MOVE WS-EDIT-COUNT TO WS-RPT-FILE-REC(40:5).                 CPYDSNC 
009810     WRITE WS-RPT-FILE-REC.                                       CPYDSNC 
009820     IF WS-CT-OVERFLOW > 0                                        CPYDSNC 
009830         MOVE SPACES TO WS-RPT-FILE-REC                           CPYDSNC 
009840         MOVE WS-CT-OVERFLOW TO WS-EDIT-COUNT                     CPYDSNC 
009850         MOVE 'DDS DROPPED - CATALOG TABLE FULL'                  CPYDSNC 
009860             TO WS-RPT-FILE-REC                                   CPYDSNC 
009870         MOVE WS-EDIT-COUNT TO WS-RPT-FILE-REC(40:5)              CPYDSNC 
009880         WRITE WS-RPT-FILE-REC                                    CPYDSNC 
009890     END-IF.                                                      CPYDSNC 
009900     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYDSNC 
009910     WRITE WS-RPT-FILE-REC.                                       CPYDSNC 
009920     MOVE 'STATUS: OK PAIRED, LRECL PAIRED BUT LENGTHS DIFFER,'   CPYDSNC 
009930         TO WS-RPT-FILE-REC.                                      CPYDSNC 
009940     MOVE ' INLINE FD LAYOUT HAS NO COPY, NO-SRC PROGRAM NOT'     CPYDSNC 
009950         TO WS-RPT-FILE-REC(52:50).                               CPYDSNC 
009960     MOVE ' IN cobol-source/,' TO WS-RPT-FILE-REC(101:18).        CPYDSNC 
009970     WRITE WS-RPT-FILE-REC.                                       CPYDSNC 
009980     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYDSNC 
009990     MOVE '        NO-SEL NO SELECT ASSIGNS THE DD, NO-BOOK'      CPYDSNC 
010000         TO WS-RPT-FILE-REC.                                      CPYDSNC 
010010     MOVE ' COPYBOOK NOT IN THE LIBRARIES.'                       CPYDSNC 
010020         TO WS-RPT-FILE-REC(49:31).                               CPYDSNC 
010030     WRITE WS-RPT-FILE-REC.                                       CPYDSNC 
010040 6000-EXIT.                                                       CPYDSNC 
010050     EXIT.                                                        CPYDSNC 
