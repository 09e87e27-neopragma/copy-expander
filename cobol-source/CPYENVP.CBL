000010 IDENTIFICATION DIVISION.                                         CPYENVP 
000020 PROGRAM-ID. CPYENVP.                                             CPYENVP 
000030 AUTHOR. R SANDOVAL.                                              CPYENVP 
000040 INSTALLATION. DATA CENTER SERVICES - COPYBOOK TOOLING.           CPYENVP 
000050 DATE-WRITTEN. 2026-10-15.                                        CPYENVP 
000060 DATE-COMPILED.                                                   CPYENVP 
000070*-------------------------------------------------------------    CPYENVP 
000080*MODIFICATION HISTORY                                             CPYENVP 
000090*-------------------------------------------------------------    CPYENVP 
000100*2026-10-15 RS  ENVIRONMENT CONTROL-FILE PROMOTION.  EACH NAMED   CPYENVP 
000110*               ENVIRONMENT (DEV, QA, PROD) KEEPS ITS OWN         CPYENVP 
000120*               config/<env>/ TREE, AND MOVING A TESTED PREFIX    CPYENVP 
000130*               RULE OR SEARCH-ORDER CHANGE FROM ONE TO THE       CPYENVP 
000140*               NEXT WAS A HAND COPY WITH NO RECORD.  THE FIRST   CPYENVP 
000150*               SYSIN CARD CARRIES THE FUNCTION (1-8), SOURCE     CPYENVP 
000160*               ENVIRONMENT (10-17), TARGET ENVIRONMENT           CPYENVP 
000170*               (19-26), REQUESTER (28-35) AND APPROVER           CPYENVP 
000180*               (37-44); FILE CARDS NAME THE FILES TO PROMOTE     CPYENVP 
000190*               (COLS 10-21, OR ALL).                             CPYENVP 
000200*                 COMPARE - REPORT, FILE BY FILE AND ENTRY BY     CPYENVP 
000210*                           ENTRY, WHAT PROMOTING THE SOURCE      CPYENVP 
000220*                           TREE WOULD ADD, CHANGE, MOVE OR       CPYENVP 
000230*                           DROP IN THE TARGET (registry/         CPYENVP 
000240*                           CPYENVP.RPT).  RC 4 WHEN ANY DIFFER.  CPYENVP 
000250*                 PROMOTE - THE SAME REPORT FOR THE SELECTED      CPYENVP 
000260*                           FILES, THEN, UNDER CPYPROM'S RULE     CPYENVP 
000270*                           (REQUESTER HOLDS THE ENVPROM GRANT,   CPYENVP 
000280*                           A SECOND APPROVER WHO IS NOT THE      CPYENVP 
000290*                           REQUESTER), STAGE THE WOULD-BE        CPYENVP 
000300*                           TARGET TREE, PUT IT THROUGH THE       CPYENVP 
000310*                           CPYPREF COHERENCE GATE, AND ONLY      CPYENVP 
000320*                           IF IT PASSES SWAP THE FILES IN        CPYENVP 
000330*                           UNDER THE EXPANSION LOCK.  THE        CPYENVP 
000340*                           OUTGOING COPY IS KEPT AS <name>.PRV   CPYENVP 
000350*                           AND EVERY FILE SWAPPED IS ITS OWN     CPYENVP 
000360*                           ENVPROM RECORD IN THE TARGET'S        CPYENVP 
000370*                           AUDIT TRAIL.  RC 8 WHEN REFUSED.      CPYENVP 
000380*               THE FILE SET IS THE ENVIRONMENT-QUALIFIED LIST    CPYENVP 
000390*               THE EXPANDER HONORS - EXTEND THE TABLE BELOW      CPYENVP 
000400*               WHEN IT GROWS.                                    CPYENVP 
000410*-------------------------------------------------------------    CPYENVP 
000420 ENVIRONMENT DIVISION.                                            CPYENVP 
000430 CONFIGURATION SECTION.                                           CPYENVP 
000440 SOURCE-COMPUTER. GENERIC-COMPUTER.                               CPYENVP 
000450 OBJECT-COMPUTER. GENERIC-COMPUTER.                               CPYENVP 
000460 INPUT-OUTPUT SECTION.                                            CPYENVP 
000470 FILE-CONTROL.                                                    CPYENVP 
000480     SELECT PARM-FILE ASSIGN TO DYNAMIC WS-PARM-FILENAME          CPYENVP 
000490         ORGANIZATION LINE SEQUENTIAL                             CPYENVP 
000500         FILE STATUS IS WS-PARM-FILE-STATUS.                      CPYENVP 
000510     SELECT ENV-FILE ASSIGN TO DYNAMIC WS-ENV-FILENAME            CPYENVP 
000520         ORGANIZATION LINE SEQUENTIAL                             CPYENVP 
000530         FILE STATUS IS WS-ENV-FILE-STATUS.                       CPYENVP 
000540     SELECT RPT-FILE ASSIGN TO DYNAMIC WS-RPT-FILENAME            CPYENVP 
000550         ORGANIZATION LINE SEQUENTIAL                             CPYENVP 
000560         FILE STATUS IS WS-RPT-FILE-STATUS.                       CPYENVP 
000570     SELECT AUD-FILE ASSIGN TO DYNAMIC WS-AUD-FILENAME            CPYENVP 
000580         ORGANIZATION LINE SEQUENTIAL                             CPYENVP 
000590         FILE STATUS IS WS-AUD-FILE-STATUS                        CPYENVP 
000600         LOCK MODE IS AUTOMATIC.                                  CPYENVP 
000610     SELECT AUX-FILE ASSIGN TO DYNAMIC WS-AUX-FILENAME            CPYENVP 
000620         ORGANIZATION INDEXED                                     CPYENVP 
000630         ACCESS MODE IS DYNAMIC                                   CPYENVP 
000640         RECORD KEY IS AUX-AUD-KEY                                CPYENVP 
000650         FILE STATUS IS WS-AUX-FILE-STATUS.                       CPYENVP 
000660     SELECT CHN-FILE ASSIGN TO DYNAMIC WS-CHN-FILENAME            CPYENVP 
000670         ORGANIZATION LINE SEQUENTIAL                             CPYENVP 
000680         FILE STATUS IS WS-CHN-FILE-STATUS.                       CPYENVP 
000690 DATA DIVISION.                                                   CPYENVP 
000700 FILE SECTION.                                                    CPYENVP 
000710 FD  PARM-FILE.                                                   CPYENVP 
000720 01  WS-PARM-FILE-REC        PIC X(80).                           CPYENVP 
000730 FD  ENV-FILE.                                                    CPYENVP 
000740 01  WS-ENV-FILE-REC         PIC X(132).                          CPYENVP 
000750 FD  RPT-FILE.                                                    CPYENVP 
000760 01  WS-RPT-FILE-REC         PIC X(132).                          CPYENVP 
000770 FD  AUD-FILE.                                                    CPYENVP 
000780 01  WS-AUD-FILE-REC         PIC X(520).                          CPYENVP 
000790 FD  AUX-FILE.                                                    CPYENVP 
000800 COPY CPYAUX.                                                     CPYENVP 
000810 FD  CHN-FILE.                                                    CPYENVP 
000820 01  WS-CHN-FILE-REC         PIC X(80).                           CPYENVP 
000830 WORKING-STORAGE SECTION.                                         CPYENVP 
000840*-------------------------------------------------------------    CPYENVP 
000850*FILE STATUS AND DYNAMIC FILE NAMES                               CPYENVP 
000860*-------------------------------------------------------------    CPYENVP 
000870 77  WS-PARM-FILENAME        PIC X(80) VALUE 'jcl/CPYENVP.SYSIN'. CPYENVP 
000880 77  WS-PARM-FILE-STATUS     PIC X(02) VALUE '00'.                CPYENVP 
000890 77  WS-ENV-FILENAME         PIC X(80) VALUE SPACES.              CPYENVP 
000900 77  WS-ENV-FILE-STATUS      PIC X(02) VALUE '00'.                CPYENVP 
000910 77  WS-RPT-FILENAME         PIC X(80)                            CPYENVP 
000920         VALUE 'registry/CPYENVP.RPT'.                            CPYENVP 
000930 77  WS-RPT-FILE-STATUS      PIC X(02) VALUE '00'.                CPYENVP 
000940 77  WS-AUD-FILENAME         PIC X(80) VALUE SPACES.              CPYENVP 
000950 77  WS-AUD-FILE-STATUS      PIC X(02) VALUE '00'.                CPYENVP 
000960 77  WS-AUX-FILENAME         PIC X(80) VALUE SPACES.              CPYENVP 
000970 77  WS-AUX-FILE-STATUS      PIC X(02) VALUE '00'.                CPYENVP 
000980 77  WS-CHN-FILENAME         PIC X(80) VALUE SPACES.              CPYENVP 
000990 77  WS-CHN-FILE-STATUS      PIC X(02) VALUE '00'.                CPYENVP 
001000 77  WS-CHN-PRIOR            PIC 9(09) COMP VALUE 0.              CPYENVP 
001010 77  WS-CHN-VALUE            PIC 9(09) COMP VALUE 0.              CPYENVP 
001020 77  WS-CHN-COL              PIC 9(04) COMP VALUE 0.              CPYENVP 
001030 77  WS-CHN-LEN              PIC 9(04) COMP VALUE 0.              CPYENVP 
001040 77  WS-GATE-RPT-FILENAME    PIC X(80)                            CPYENVP 
001050         VALUE 'registry/CPYENVP.PRF'.                            CPYENVP 
001060*-------------------------------------------------------------    CPYENVP 
001070*THE RUN'S SYSIN CARD AND WORKING FIELDS                          CPYENVP 
001080*-------------------------------------------------------------    CPYENVP 
001090 77  WS-EOF-SW               PIC X(01) VALUE 'N'.                 CPYENVP 
001100     88  WS-EOF              VALUE 'Y'.                           CPYENVP 
001110 77  WS-FIRST-CARD-SW        PIC X(01) VALUE 'Y'.                 CPYENVP 
001120 77  WS-FUNCTION             PIC X(08) VALUE 'COMPARE '.          CPYENVP 
001130 77  WS-SRC-ENV              PIC X(08) VALUE SPACES.              CPYENVP 
001140 77  WS-TGT-ENV              PIC X(08) VALUE SPACES.              CPYENVP 
001150 77  WS-REQUESTER            PIC X(08) VALUE SPACES.              CPYENVP 
001160 77  WS-APPROVER             PIC X(08) VALUE SPACES.              CPYENVP 
001170 77  WS-CARD-FILE            PIC X(12) VALUE SPACES.              CPYENVP 
001180 77  WS-SRC-DIR              PIC X(40) VALUE SPACES.              CPYENVP 
001190 77  WS-TGT-DIR              PIC X(40) VALUE SPACES.              CPYENVP 
001200 77  WS-STAGE-DIR            PIC X(40) VALUE SPACES.              CPYENVP 
001210 77  WS-REG-DIR              PIC X(40) VALUE SPACES.              CPYENVP 
001220 77  WS-SRC-PATH             PIC X(80) VALUE SPACES.              CPYENVP 
001230 77  WS-TGT-PATH             PIC X(80) VALUE SPACES.              CPYENVP 
001240 77  WS-STAGE-PATH           PIC X(80) VALUE SPACES.              CPYENVP 
001250 77  WS-PRV-PATH             PIC X(80) VALUE SPACES.              CPYENVP 
001260 77  WS-ENV-RC               PIC 9(04) COMP VALUE 0.              CPYENVP 
001270 77  WS-SELECTED-COUNT       PIC 9(03) COMP VALUE 0.              CPYENVP 
001280 77  WS-PROMOTED-COUNT       PIC 9(03) COMP VALUE 0.              CPYENVP 
001290 77  WS-DIFF-FILES           PIC 9(03) COMP VALUE 0.              CPYENVP 
001300 77  WS-FILE-DIFFS           PIC 9(05) COMP VALUE 0.              CPYENVP 
001310 77  WS-ADDED-COUNT          PIC 9(05) COMP VALUE 0.              CPYENVP 
001320 77  WS-CHANGED-COUNT        PIC 9(05) COMP VALUE 0.              CPYENVP 
001330 77  WS-MOVED-COUNT          PIC 9(05) COMP VALUE 0.              CPYENVP 
001340 77  WS-DROPPED-COUNT        PIC 9(05) COMP VALUE 0.              CPYENVP 
001350 77  WS-EDIT-COUNT           PIC Z(04)9.                          CPYENVP 
001360 77  WS-EDIT-COUNT2          PIC Z(04)9.                          CPYENVP 
001370 77  WS-EDIT-COUNT3          PIC Z(04)9.                          CPYENVP 
001380 77  WS-EDIT-COUNT4          PIC Z(04)9.                          CPYENVP 
001390 77  WS-EDIT-POS             PIC Z(02)9.                          CPYENVP 
001400 77  WS-EDIT-POS2            PIC Z(02)9.                          CPYENVP 
001410 77  WS-SIX                  PIC 9(03) COMP VALUE 0.              CPYENVP 
001420 77  WS-SRC-IX               PIC 9(04) COMP VALUE 0.              CPYENVP 
001430 77  WS-TGT-IX               PIC 9(04) COMP VALUE 0.              CPYENVP 
001440 77  WS-HIT-IX               PIC 9(04) COMP VALUE 0.              CPYENVP 
001450 77  WS-KEY-LEN              PIC 9(02) COMP VALUE 0.              CPYENVP 
001460 77  WS-LOAD-SIDE            PIC X(01) VALUE 'S'.                 CPYENVP 
001470 77  WS-SRC-EXISTS-SW        PIC X(01) VALUE 'N'.                 CPYENVP 
001480 77  WS-TGT-EXISTS-SW        PIC X(01) VALUE 'N'.                 CPYENVP 
001490 77  WS-RUN-TIMESTAMP        PIC X(15) VALUE SPACES.              CPYENVP 
001500 77  WS-DATE-PART            PIC X(08) VALUE SPACES.              CPYENVP 
001510 77  WS-TIME-PART            PIC X(08) VALUE SPACES.              CPYENVP 
001520 77  WS-NAME-LEN             PIC 9(04) COMP VALUE 0.              CPYENVP 
001530*-------------------------------------------------------------    CPYENVP 
001540*THE ENVIRONMENT-QUALIFIED CONTROL FILES.  PER FILE: THE BASE     CPYENVP 
001550*NAME (ALSO ITS AUDIT MEMBER NAME), THE FILE NAME, HOW MANY       CPYENVP 
001560*LEADING COLUMNS KEY AN ENTRY, AND WHETHER ENTRY ORDER MEANS      CPYENVP 
001570*ANYTHING (THE LIBRARY SEARCH LIST IS SEARCHED TOP DOWN).         CPYENVP 
001580*-------------------------------------------------------------    CPYENVP 
001590 01  WS-SET-LIST.                                                 CPYENVP 
001600     05  FILLER PIC X(24) VALUE 'CPYLIB  CPYLIB.CFG  08Y '.       CPYENVP 
001610     05  FILLER PIC X(24) VALUE 'CPYVERS CPYVERS.DAT 30N '.       CPYENVP 
001620     05  FILLER PIC X(24) VALUE 'CPYSTD  CPYSTD.DAT  20N '.       CPYENVP 
001630     05  FILLER PIC X(24) VALUE 'CPYFPR  CPYFPR.DAT  30N '.       CPYENVP 
001640     05  FILLER PIC X(24) VALUE 'CPYLCY  CPYLCY.DAT  30N '.       CPYENVP 
001650     05  FILLER PIC X(24) VALUE 'CPYWVR  CPYWVR.DAT  19N '.       CPYENVP 
001660     05  FILLER PIC X(24) VALUE 'CPYFRZ  CPYFRZ.DAT  17N '.       CPYENVP 
001670 01  WS-SET-TABLE REDEFINES WS-SET-LIST.                          CPYENVP 
001680     05  WS-SET-ENT OCCURS 7 TIMES.                               CPYENVP 
001690         10  WS-SET-BASE     PIC X(08).                           CPYENVP 
001700         10  WS-SET-FILE     PIC X(12).                           CPYENVP 
001710         10  WS-SET-KEY-LEN  PIC 9(02).                           CPYENVP 
001720         10  WS-SET-ORDER    PIC X(01).                           CPYENVP 
001730         10  FILLER          PIC X(01).                           CPYENVP 
001740 01  WS-SEL-TABLE.                                                CPYENVP 
001750     05  WS-SEL-ENT OCCURS 7 TIMES.                               CPYENVP 
001760         10  WS-SEL-SW       PIC X(01).                           CPYENVP 
001770         10  WS-SEL-DIFFS    PIC 9(05) COMP.                      CPYENVP 
001780*-------------------------------------------------------------    CPYENVP 
001790*ONE FILE'S ENTRIES FROM EACH SIDE (COMMENTS AND BLANK LINES      CPYENVP 
001800*ARE NOT ENTRIES).  A TARGET ENTRY IS MARKED ONCE A SOURCE        CPYENVP 
001810*ENTRY HAS CLAIMED IT, SO REPEATED KEYS PAIR OFF IN ORDER.        CPYENVP 
001820*-------------------------------------------------------------    CPYENVP 
001830 01  WS-SRC-TABLE.                                                CPYENVP 
001840     05  WS-SRC-COUNT        PIC 9(04) COMP VALUE 0.              CPYENVP 
001850     05  WS-SRC-ENT OCCURS 500 TIMES.                             CPYENVP 
001860         10  WS-SRC-LINE     PIC X(120).                          CPYENVP 
001870 01  WS-TGT-TABLE.                                                CPYENVP 
001880     05  WS-TGT-COUNT        PIC 9(04) COMP VALUE 0.              CPYENVP 
001890     05  WS-TGT-ENT OCCURS 500 TIMES.                             CPYENVP 
001900         10  WS-TGT-LINE     PIC X(120).                          CPYENVP 
001910         10  WS-TGT-MATCHED  PIC X(01).                           CPYENVP 
001920*-------------------------------------------------------------    CPYENVP 
001930*AUDIT RECORD, SHARED WITH THE EXPANDER                           CPYENVP 
001940*-------------------------------------------------------------    CPYENVP 
001950 COPY CPYAUD.                                                     CPYENVP 
001960 COPY CPYLKP.                                                     CPYENVP 
001970 COPY CPYAUT.                                                     CPYENVP 
001980 COPY CPYPFP.                                                     CPYENVP 
001990 PROCEDURE DIVISION.                                              CPYENVP 
002000*-------------------------------------------------------------    CPYENVP 
002010*0000-MAINLINE                                                    CPYENVP 
002020*-------------------------------------------------------------    CPYENVP 
002030 0000-MAINLINE.                                                   CPYENVP 
002040     ACCEPT WS-DATE-PART FROM DATE YYYYMMDD.                      CPYENVP 
002050     ACCEPT WS-TIME-PART FROM TIME.                               CPYENVP 
002060     STRING WS-DATE-PART WS-TIME-PART                             CPYENVP 
002070         DELIMITED BY SIZE INTO WS-RUN-TIMESTAMP.                 CPYENVP 
002080     MOVE 0 TO WS-ENV-RC.                                         CPYENVP 
002090     PERFORM 1000-READ-SYSIN-DECK THRU 1000-EXIT.                 CPYENVP 
002100     IF WS-ENV-RC = 0                                             CPYENVP 
002110         PERFORM 1500-BUILD-THE-DIRECTORIES THRU 1500-EXIT        CPYENVP 
002120     END-IF.                                                      CPYENVP 
002130     IF WS-ENV-RC = 0                                             CPYENVP 
002140         OPEN OUTPUT RPT-FILE                                     CPYENVP 
002150         MOVE SPACES TO WS-RPT-FILE-REC                           CPYENVP 
002160         STRING 'CPYENVP ' DELIMITED BY SIZE                      CPYENVP 
002170             WS-FUNCTION DELIMITED BY SPACE                       CPYENVP 
002180             ' ' DELIMITED BY SIZE                                CPYENVP 
002190             WS-SRC-ENV DELIMITED BY SPACE                        CPYENVP 
002200             ' TO ' DELIMITED BY SIZE                             CPYENVP 
002210             WS-TGT-ENV DELIMITED BY SPACE                        CPYENVP 
002220             ' AT ' DELIMITED BY SIZE                             CPYENVP 
002230             WS-RUN-TIMESTAMP DELIMITED BY SIZE                   CPYENVP 
002240             INTO WS-RPT-FILE-REC                                 CPYENVP 
002250         END-STRING                                               CPYENVP 
002260         WRITE WS-RPT-FILE-REC                                    CPYENVP 
002270         PERFORM 2000-COMPARE-THE-TREES THRU 2000-EXIT            CPYENVP 
002280         IF WS-FUNCTION = 'PROMOTE '                              CPYENVP 
002290             PERFORM 3000-PROMOTE-THE-FILES THRU 3000-EXIT        CPYENVP 
002300         END-IF                                                   CPYENVP 
002310         CLOSE RPT-FILE                                           CPYENVP 
002320     END-IF.                                                      CPYENVP 
002330     MOVE WS-ENV-RC TO RETURN-CODE.                               CPYENVP 
002340     GOBACK.                                                      CPYENVP 
002350*-------------------------------------------------------------    CPYENVP 
002360*1000-READ-SYSIN-DECK - THE RUN CARD, THEN ANY FILE CARDS.        CPYENVP 
002370*-------------------------------------------------------------    CPYENVP 
002380 1000-READ-SYSIN-DECK.                                            CPYENVP 
002390     MOVE 'N' TO WS-SEL-SW(1) WS-SEL-SW(2) WS-SEL-SW(3)           CPYENVP 
002400         WS-SEL-SW(4) WS-SEL-SW(5) WS-SEL-SW(6) WS-SEL-SW(7).     CPYENVP 
002410     MOVE 0 TO WS-SELECTED-COUNT.                                 CPYENVP 
002420     OPEN INPUT PARM-FILE.                                        CPYENVP 
002430     IF WS-PARM-FILE-STATUS NOT = '00'                            CPYENVP 
002440         DISPLAY 'CPYENVP - NO SYSIN DECK'                        CPYENVP 
002450         MOVE 8 TO WS-ENV-RC                                      CPYENVP 
002460         GO TO 1000-EXIT.                                         CPYENVP 
002470     MOVE 'N' TO WS-EOF-SW.                                       CPYENVP 
002480     MOVE 'Y' TO WS-FIRST-CARD-SW.                                CPYENVP 
002490     PERFORM 1100-READ-ONE-CARD THRU 1100-EXIT UNTIL WS-EOF.      CPYENVP 
002500     CLOSE PARM-FILE.                                             CPYENVP 
002510     IF WS-FUNCTION NOT = 'COMPARE '                              CPYENVP 
002520         AND WS-FUNCTION NOT = 'PROMOTE '                         CPYENVP 
002530         DISPLAY 'CPYENVP - FUNCTION MUST BE COMPARE OR PROMOTE'  CPYENVP 
002540         MOVE 8 TO WS-ENV-RC                                      CPYENVP 
002550         GO TO 1000-EXIT.                                         CPYENVP 
002560     IF WS-SRC-ENV = SPACES OR WS-TGT-ENV = SPACES                CPYENVP 
002570         OR WS-SRC-ENV = WS-TGT-ENV                               CPYENVP 
002580         DISPLAY 'CPYENVP - TWO DIFFERENT ENVIRONMENTS '          CPYENVP 
002590             'ARE REQUIRED'                                       CPYENVP 
002600         MOVE 8 TO WS-ENV-RC                                      CPYENVP 
002610         GO TO 1000-EXIT.                                         CPYENVP 
002620*    A COMPARE LOOKS AT THE WHOLE SET; A PROMOTE ONLY AT WHAT     CPYENVP 
002630*    ITS FILE CARDS NAMED.                                        CPYENVP 
002640     IF WS-FUNCTION = 'COMPARE '                                  CPYENVP 
002650         MOVE 'Y' TO WS-SEL-SW(1) WS-SEL-SW(2) WS-SEL-SW(3)       CPYENVP 
002660             WS-SEL-SW(4) WS-SEL-SW(5) WS-SEL-SW(6)               CPYENVP 
002670             WS-SEL-SW(7)                                         CPYENVP 
002680         MOVE 7 TO WS-SELECTED-COUNT                              CPYENVP 
002690     END-IF.                                                      CPYENVP 
002700     IF WS-SELECTED-COUNT = 0                                     CPYENVP 
002710         DISPLAY 'CPYENVP - PROMOTE NEEDS A FILE CARD '           CPYENVP 
002720             '(A FILE NAME OR ALL)'                               CPYENVP 
002730         MOVE 8 TO WS-ENV-RC                                      CPYENVP 
002740     END-IF.                                                      CPYENVP 
002750 1000-EXIT.                                                       CPYENVP 
002760     EXIT.                                                        CPYENVP 
002770*                                                                 CPYENVP 
002780 1100-READ-ONE-CARD.                                              CPYENVP 
002790     READ PARM-FILE INTO WS-PARM-FILE-REC                         CPYENVP 
002800         AT END MOVE 'Y' TO WS-EOF-SW                             CPYENVP 
002810     END-READ.                                                    CPYENVP 
002820     IF WS-EOF                                                    CPYENVP 
002830         GO TO 1100-EXIT.                                         CPYENVP 
002840     IF WS-PARM-FILE-REC(1:1) = '*'                               CPYENVP 
002850         OR WS-PARM-FILE-REC = SPACES                             CPYENVP 
002860         GO TO 1100-EXIT.                                         CPYENVP 
002870     IF WS-FIRST-CARD-SW = 'Y'                                    CPYENVP 
002880         MOVE 'N' TO WS-FIRST-CARD-SW                             CPYENVP 
002890         MOVE WS-PARM-FILE-REC(1:8)  TO WS-FUNCTION               CPYENVP 
002900         MOVE WS-PARM-FILE-REC(10:8) TO WS-SRC-ENV                CPYENVP 
002910         MOVE WS-PARM-FILE-REC(19:8) TO WS-TGT-ENV                CPYENVP 
002920         MOVE WS-PARM-FILE-REC(28:8) TO WS-REQUESTER              CPYENVP 
002930         MOVE WS-PARM-FILE-REC(37:8) TO WS-APPROVER               CPYENVP 
002940         GO TO 1100-EXIT.                                         CPYENVP 
002950     IF WS-PARM-FILE-REC(1:8) NOT = 'FILE    '                    CPYENVP 
002960         DISPLAY 'CPYENVP - CARD IGNORED: '                       CPYENVP 
002970             WS-PARM-FILE-REC(1:40)                               CPYENVP 
002980         GO TO 1100-EXIT.                                         CPYENVP 
002990     MOVE WS-PARM-FILE-REC(10:12) TO WS-CARD-FILE.                CPYENVP 
003000     MOVE 0 TO WS-HIT-IX.                                         CPYENVP 
003010     PERFORM 1200-SELECT-ONE-FILE THRU 1200-EXIT                  CPYENVP 
003020         VARYING WS-SIX FROM 1 BY 1 UNTIL WS-SIX > 7.             CPYENVP 
003030     IF WS-HIT-IX = 0                                             CPYENVP 
003040         DISPLAY 'CPYENVP - NOT AN ENVIRONMENT FILE: '            CPYENVP 
003050             WS-CARD-FILE                                         CPYENVP 
003060     END-IF.                                                      CPYENVP 
003070 1100-EXIT.                                                       CPYENVP 
003080     EXIT.                                                        CPYENVP 
003090*                                                                 CPYENVP 
003100 1200-SELECT-ONE-FILE.                                            CPYENVP 
003110     IF WS-CARD-FILE = 'ALL'                                      CPYENVP 
003120         OR WS-CARD-FILE = WS-SET-FILE(WS-SIX)                    CPYENVP 
003130         MOVE WS-SIX TO WS-HIT-IX                                 CPYENVP 
003140         IF WS-SEL-SW(WS-SIX) NOT = 'Y'                           CPYENVP 
003150             MOVE 'Y' TO WS-SEL-SW(WS-SIX)                        CPYENVP 
003160             ADD 1 TO WS-SELECTED-COUNT                           CPYENVP 
003170         END-IF                                                   CPYENVP 
003180     END-IF.                                                      CPYENVP 
003190 1200-EXIT.                                                       CPYENVP 
003200     EXIT.                                                        CPYENVP 
003210*-------------------------------------------------------------    CPYENVP 
003220*1500-BUILD-THE-DIRECTORIES - config/<env>/ FOR EACH SIDE, THE    CPYENVP 
003230*STAGING AREA UNDER THE TARGET, AND THE TARGET'S REGISTRY.        CPYENVP 
003240*-------------------------------------------------------------    CPYENVP 
003250 1500-BUILD-THE-DIRECTORIES.                                      CPYENVP 
003260     MOVE SPACES TO WS-SRC-DIR WS-TGT-DIR WS-STAGE-DIR            CPYENVP 
003270         WS-REG-DIR.                                              CPYENVP 
003280     STRING 'config/' DELIMITED BY SIZE                           CPYENVP 
003290         WS-SRC-ENV DELIMITED BY SPACE                            CPYENVP 
003300         INTO WS-SRC-DIR.                                         CPYENVP 
003310     STRING 'config/' DELIMITED BY SIZE                           CPYENVP 
003320         WS-TGT-ENV DELIMITED BY SPACE                            CPYENVP 
003330         INTO WS-TGT-DIR.                                         CPYENVP 
003340     STRING WS-TGT-DIR DELIMITED BY SPACE                         CPYENVP 
003350         '/STAGE' DELIMITED BY SIZE                               CPYENVP 
003360         INTO WS-STAGE-DIR.                                       CPYENVP 
003370     STRING 'registry/' DELIMITED BY SIZE                         CPYENVP 
003380         WS-TGT-ENV DELIMITED BY SPACE                            CPYENVP 
003390         INTO WS-REG-DIR.                                         CPYENVP 
003400     MOVE SPACES TO WS-AUD-FILENAME WS-AUX-FILENAME               CPYENVP 
003410         WS-CHN-FILENAME.                                         CPYENVP 
003420     STRING WS-REG-DIR DELIMITED BY SPACE                         CPYENVP 
003430         '/CPYAUD.DAT' DELIMITED BY SIZE                          CPYENVP 
003440         INTO WS-AUD-FILENAME.                                    CPYENVP 
003450     STRING WS-REG-DIR DELIMITED BY SPACE                         CPYENVP 
003460         '/CPYAUDX.DAT' DELIMITED BY SIZE                         CPYENVP 
003470         INTO WS-AUX-FILENAME.                                    CPYENVP 
003480     STRING WS-REG-DIR DELIMITED BY SPACE                         CPYENVP 
003490         '/CPYAUD.CHN' DELIMITED BY SIZE                          CPYENVP 
003500         INTO WS-CHN-FILENAME.                                    CPYENVP 
003510 1500-EXIT.                                                       CPYENVP 
003520     EXIT.                                                        CPYENVP 
003530*-------------------------------------------------------------    CPYENVP 
003540*2000-COMPARE-THE-TREES - EVERY SELECTED FILE, SOURCE AGAINST     CPYENVP 
003550*TARGET, ENTRY BY ENTRY.  THE DIFFERENCE COUNT PER FILE IS        CPYENVP 
003560*KEPT FOR THE PROMOTION THAT MAY FOLLOW.                          CPYENVP 
003570*-------------------------------------------------------------    CPYENVP 
003580 2000-COMPARE-THE-TREES.                                          CPYENVP 
003590     MOVE 0 TO WS-DIFF-FILES.                                     CPYENVP 
003600     PERFORM 2100-COMPARE-ONE-FILE THRU 2100-EXIT                 CPYENVP 
003610         VARYING WS-SIX FROM 1 BY 1 UNTIL WS-SIX > 7.             CPYENVP 
003620     MOVE WS-DIFF-FILES TO WS-EDIT-COUNT.                         CPYENVP 
003630     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYENVP 
003640     STRING 'FILES THAT DIFFER: ' DELIMITED BY SIZE               CPYENVP 
003650         WS-EDIT-COUNT DELIMITED BY SIZE                          CPYENVP 
003660         INTO WS-RPT-FILE-REC.                                    CPYENVP 
003670     WRITE WS-RPT-FILE-REC.                                       CPYENVP 
003680     DISPLAY 'CPYENVP ' WS-SRC-ENV ' TO ' WS-TGT-ENV ' - '        CPYENVP 
003690         WS-EDIT-COUNT ' FILE(S) DIFFER'.                         CPYENVP 
003700     IF WS-FUNCTION = 'COMPARE ' AND WS-DIFF-FILES > 0            CPYENVP 
003710         MOVE 4 TO WS-ENV-RC                                      CPYENVP 
003720     END-IF.                                                      CPYENVP 
003730 2000-EXIT.                                                       CPYENVP 
003740     EXIT.                                                        CPYENVP 
003750*                                                                 CPYENVP 
003760 2100-COMPARE-ONE-FILE.                                           CPYENVP 
003770     MOVE 0 TO WS-SEL-DIFFS(WS-SIX).                              CPYENVP 
003780     IF WS-SEL-SW(WS-SIX) NOT = 'Y'                               CPYENVP 
003790         GO TO 2100-EXIT.                                         CPYENVP 
003800     PERFORM 8000-BUILD-THE-PATHS THRU 8000-EXIT.                 CPYENVP 
003810     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYENVP 
003820     WRITE WS-RPT-FILE-REC.                                       CPYENVP 
003830     STRING 'FILE ' DELIMITED BY SIZE                             CPYENVP 
003840         WS-SET-FILE(WS-SIX) DELIMITED BY SPACE                   CPYENVP 
003850         INTO WS-RPT-FILE-REC.                                    CPYENVP 
003860     WRITE WS-RPT-FILE-REC.                                       CPYENVP 
003870     MOVE 'S' TO WS-LOAD-SIDE.                                    CPYENVP 
003880     MOVE WS-SRC-PATH TO WS-ENV-FILENAME.                         CPYENVP 
003890     PERFORM 2200-LOAD-ONE-SIDE THRU 2200-EXIT.                   CPYENVP 
003900     MOVE 'T' TO WS-LOAD-SIDE.                                    CPYENVP 
003910     MOVE WS-TGT-PATH TO WS-ENV-FILENAME.                         CPYENVP 
003920     PERFORM 2200-LOAD-ONE-SIDE THRU 2200-EXIT.                   CPYENVP 
003930     IF WS-SRC-EXISTS-SW NOT = 'Y'                                CPYENVP 
003940         AND WS-TGT-EXISTS-SW NOT = 'Y'                           CPYENVP 
003950         MOVE '  ABSENT FROM BOTH ENVIRONMENTS'                   CPYENVP 
003960             TO WS-RPT-FILE-REC                                   CPYENVP 
003970         WRITE WS-RPT-FILE-REC                                    CPYENVP 
003980         GO TO 2100-EXIT.                                         CPYENVP 
003990     IF WS-SRC-EXISTS-SW NOT = 'Y'                                CPYENVP 
004000         MOVE SPACES TO WS-RPT-FILE-REC                           CPYENVP 
004010         STRING '  ABSENT FROM ' DELIMITED BY SIZE                CPYENVP 
004020             WS-SRC-ENV DELIMITED BY SPACE                        CPYENVP 
004030             ' - NOTHING TO PROMOTE' DELIMITED BY SIZE            CPYENVP 
004040             INTO WS-RPT-FILE-REC                                 CPYENVP 
004050         END-STRING                                               CPYENVP 
004060         WRITE WS-RPT-FILE-REC                                    CPYENVP 
004070         GO TO 2100-EXIT.                                         CPYENVP 
004080     IF WS-TGT-EXISTS-SW NOT = 'Y'                                CPYENVP 
004090         MOVE SPACES TO WS-RPT-FILE-REC                           CPYENVP 
004100         STRING '  ABSENT FROM ' DELIMITED BY SIZE                CPYENVP 
004110             WS-TGT-ENV DELIMITED BY SPACE                        CPYENVP 
004120             ' - EVERY ENTRY IS NEW' DELIMITED BY SIZE            CPYENVP 
004130             INTO WS-RPT-FILE-REC                                 CPYENVP 
004140         END-STRING                                               CPYENVP 
004150         WRITE WS-RPT-FILE-REC                                    CPYENVP 
004160         ADD 1 TO WS-SEL-DIFFS(WS-SIX)                            CPYENVP 
004170     END-IF.                                                      CPYENVP 
004180     MOVE 0 TO WS-ADDED-COUNT WS-CHANGED-COUNT                    CPYENVP 
004190         WS-MOVED-COUNT WS-DROPPED-COUNT.                         CPYENVP 
004200     MOVE WS-SET-KEY-LEN(WS-SIX) TO WS-KEY-LEN.                   CPYENVP 
004210     PERFORM 2300-MATCH-ONE-ENTRY THRU 2300-EXIT                  CPYENVP 
004220         VARYING WS-SRC-IX FROM 1 BY 1                            CPYENVP 
004230         UNTIL WS-SRC-IX > WS-SRC-COUNT.                          CPYENVP 
004240     PERFORM 2400-REPORT-ONE-DROPPED THRU 2400-EXIT               CPYENVP 
004250         VARYING WS-TGT-IX FROM 1 BY 1                            CPYENVP 
004260         UNTIL WS-TGT-IX > WS-TGT-COUNT.                          CPYENVP 
004270     COMPUTE WS-FILE-DIFFS = WS-ADDED-COUNT + WS-CHANGED-COUNT    CPYENVP 
004280         + WS-MOVED-COUNT + WS-DROPPED-COUNT.                     CPYENVP 
004290     ADD WS-FILE-DIFFS TO WS-SEL-DIFFS(WS-SIX).                   CPYENVP 
004300     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYENVP 
004310     IF WS-SEL-DIFFS(WS-SIX) = 0                                  CPYENVP 
004320         MOVE '  IDENTICAL' TO WS-RPT-FILE-REC                    CPYENVP 
004330     ELSE                                                         CPYENVP 
004340         MOVE WS-ADDED-COUNT TO WS-EDIT-COUNT                     CPYENVP 
004350         MOVE WS-CHANGED-COUNT TO WS-EDIT-COUNT2                  CPYENVP 
004360         MOVE WS-MOVED-COUNT TO WS-EDIT-COUNT3                    CPYENVP 
004370         MOVE WS-DROPPED-COUNT TO WS-EDIT-COUNT4                  CPYENVP 
004380         STRING '  ADDED ' DELIMITED BY SIZE                      CPYENVP 
004390             WS-EDIT-COUNT DELIMITED BY SIZE                      CPYENVP 
004400             '  CHANGED ' DELIMITED BY SIZE                       CPYENVP 
004410             WS-EDIT-COUNT2 DELIMITED BY SIZE                     CPYENVP 
004420             '  MOVED ' DELIMITED BY SIZE                         CPYENVP 
004430             WS-EDIT-COUNT3 DELIMITED BY SIZE                     CPYENVP 
004440             '  DROPPED ' DELIMITED BY SIZE                       CPYENVP 
004450             WS-EDIT-COUNT4 DELIMITED BY SIZE                     CPYENVP 
004460             INTO WS-RPT-FILE-REC                                 CPYENVP 
004470         END-STRING                                               CPYENVP 
004480     END-IF.                                                      CPYENVP 
004490     WRITE WS-RPT-FILE-REC.                                       CPYENVP 
004500     IF WS-SEL-DIFFS(WS-SIX) > 0                                  CPYENVP 
004510         ADD 1 TO WS-DIFF-FILES                                   CPYENVP 
004520     END-IF.                                                      CPYENVP 
004530 2100-EXIT.                                                       CPYENVP 
004540     EXIT.                                                        CPYENVP 
004550*                                                                 CPYENVP 
004560*-------------------------------------------------------------    CPYENVP 
004570*2200-LOAD-ONE-SIDE - WS-ENV-FILENAME INTO THE SOURCE OR THE      CPYENVP 
004580*TARGET TABLE PER WS-LOAD-SIDE.  AN ABSENT FILE LOADS EMPTY.      CPYENVP 
004590*-------------------------------------------------------------    CPYENVP 
004600 2200-LOAD-ONE-SIDE.                                              CPYENVP 
004610     IF WS-LOAD-SIDE = 'S'                                        CPYENVP 
004620         MOVE 0 TO WS-SRC-COUNT                                   CPYENVP 
004630         MOVE 'N' TO WS-SRC-EXISTS-SW                             CPYENVP 
004640     ELSE                                                         CPYENVP 
004650         MOVE 0 TO WS-TGT-COUNT                                   CPYENVP 
004660         MOVE 'N' TO WS-TGT-EXISTS-SW                             CPYENVP 
004670     END-IF.                                                      CPYENVP 
004680     OPEN INPUT ENV-FILE.                                         CPYENVP 
004690     IF WS-ENV-FILE-STATUS NOT = '00'                             CPYENVP 
004700         GO TO 2200-EXIT.                                         CPYENVP 
004710     IF WS-LOAD-SIDE = 'S'                                        CPYENVP 
004720         MOVE 'Y' TO WS-SRC-EXISTS-SW                             CPYENVP 
004730     ELSE                                                         CPYENVP 
004740         MOVE 'Y' TO WS-TGT-EXISTS-SW                             CPYENVP 
004750     END-IF.                                                      CPYENVP 
004760     MOVE 'N' TO WS-EOF-SW.                                       CPYENVP 
004770     PERFORM 2210-LOAD-ONE-ENTRY THRU 2210-EXIT UNTIL WS-EOF.     CPYENVP 
004780     CLOSE ENV-FILE.                                              CPYENVP 
004790 2200-EXIT.                                                       CPYENVP 
004800     EXIT.                                                        CPYENVP 
004810*                                                                 CPYENVP 
004820 2210-LOAD-ONE-ENTRY.                                             CPYENVP 
004830     MOVE SPACES TO WS-ENV-FILE-REC.                              CPYENVP 
004840     READ ENV-FILE INTO WS-ENV-FILE-REC                           CPYENVP 
004850         AT END MOVE 'Y' TO WS-EOF-SW                             CPYENVP 
004860     END-READ.                                                    CPYENVP 
004870     IF WS-EOF                                                    CPYENVP 
004880         GO TO 2210-EXIT.                                         CPYENVP 
004890     IF WS-ENV-FILE-REC(1:1) = '*'                                CPYENVP 
004900         OR WS-ENV-FILE-REC = SPACES                              CPYENVP 
004910         GO TO 2210-EXIT.                                         CPYENVP 
004920     IF WS-LOAD-SIDE = 'S'                                        CPYENVP 
004930         IF WS-SRC-COUNT < 500                                    CPYENVP 
004940             ADD 1 TO WS-SRC-COUNT                                CPYENVP 
004950             MOVE WS-ENV-FILE-REC(1:120)                          CPYENVP 
004960                 TO WS-SRC-LINE(WS-SRC-COUNT)                     CPYENVP 
004970         END-IF                                                   CPYENVP 
004980     ELSE                                                         CPYENVP 
004990         IF WS-TGT-COUNT < 500                                    CPYENVP 
005000             ADD 1 TO WS-TGT-COUNT                                CPYENVP 
005010             MOVE WS-ENV-FILE-REC(1:120)                          CPYENVP 
005020                 TO WS-TGT-LINE(WS-TGT-COUNT)                     CPYENVP 
005030             MOVE 'N' TO WS-TGT-MATCHED(WS-TGT-COUNT)             CPYENVP 
005040         END-IF                                                   CPYENVP 
005050     END-IF.                                                      CPYENVP 
005060 2210-EXIT.                                                       CPYENVP 
005070     EXIT.                                                        CPYENVP 
005080*-------------------------------------------------------------    CPYENVP 
005090*2300-MATCH-ONE-ENTRY - PAIR A SOURCE ENTRY WITH THE FIRST        CPYENVP 
005100*UNCLAIMED TARGET ENTRY OF THE SAME KEY.  NO PARTNER IS AN        CPYENVP 
005110*ADDITION; A DIFFERENT TEXT IS A CHANGE; WHERE ORDER MATTERS,     CPYENVP 
005120*THE SAME TEXT AT A DIFFERENT POSITION IS A MOVE.                 CPYENVP 
005130*-------------------------------------------------------------    CPYENVP 
005140 2300-MATCH-ONE-ENTRY.                                            CPYENVP 
005150     MOVE 0 TO WS-HIT-IX.                                         CPYENVP 
005160     PERFORM 2310-TRY-ONE-TARGET THRU 2310-EXIT                   CPYENVP 
005170         VARYING WS-TGT-IX FROM 1 BY 1                            CPYENVP 
005180         UNTIL WS-TGT-IX > WS-TGT-COUNT OR WS-HIT-IX > 0.         CPYENVP 
005190     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYENVP 
005200     IF WS-HIT-IX = 0                                             CPYENVP 
005210         MOVE 'ADDED' TO WS-RPT-FILE-REC(3:8)                     CPYENVP 
005220         MOVE WS-SRC-LINE(WS-SRC-IX) TO WS-RPT-FILE-REC(13:120)   CPYENVP 
005230         WRITE WS-RPT-FILE-REC                                    CPYENVP 
005240         ADD 1 TO WS-ADDED-COUNT                                  CPYENVP 
005250         GO TO 2300-EXIT.                                         CPYENVP 
005260     MOVE 'Y' TO WS-TGT-MATCHED(WS-HIT-IX).                       CPYENVP 
005270     IF WS-SRC-LINE(WS-SRC-IX) NOT = WS-TGT-LINE(WS-HIT-IX)       CPYENVP 
005280         MOVE 'CHANGED' TO WS-RPT-FILE-REC(3:8)                   CPYENVP 
005290         MOVE WS-SRC-LINE(WS-SRC-IX) TO WS-RPT-FILE-REC(13:120)   CPYENVP 
005300         WRITE WS-RPT-FILE-REC                                    CPYENVP 
005310         MOVE SPACES TO WS-RPT-FILE-REC                           CPYENVP 
005320         MOVE 'WAS' TO WS-RPT-FILE-REC(7:4)                       CPYENVP 
005330         MOVE WS-TGT-LINE(WS-HIT-IX) TO WS-RPT-FILE-REC(13:120)   CPYENVP 
005340         WRITE WS-RPT-FILE-REC                                    CPYENVP 
005350         ADD 1 TO WS-CHANGED-COUNT                                CPYENVP 
005360         GO TO 2300-EXIT.                                         CPYENVP 
005370     IF WS-SET-ORDER(WS-SIX) = 'Y'                                CPYENVP 
005380         AND WS-HIT-IX NOT = WS-SRC-IX                            CPYENVP 
005390         MOVE 'MOVED' TO WS-RPT-FILE-REC(3:8)                     CPYENVP 
005400         MOVE WS-SRC-LINE(WS-SRC-IX) TO WS-RPT-FILE-REC(13:120)   CPYENVP 
005410         WRITE WS-RPT-FILE-REC                                    CPYENVP 
005420         MOVE WS-SRC-IX TO WS-EDIT-POS                            CPYENVP 
005430         MOVE WS-HIT-IX TO WS-EDIT-POS2                           CPYENVP 
005440         MOVE SPACES TO WS-RPT-FILE-REC                           CPYENVP 
005450         STRING 'POSITION ' DELIMITED BY SIZE                     CPYENVP 
005460             WS-EDIT-POS DELIMITED BY SIZE                        CPYENVP 
005470             ' IN ' DELIMITED BY SIZE                             CPYENVP 
005480             WS-SRC-ENV DELIMITED BY SPACE                        CPYENVP 
005490             ', ' DELIMITED BY SIZE                               CPYENVP 
005500             WS-EDIT-POS2 DELIMITED BY SIZE                       CPYENVP 
005510             ' IN ' DELIMITED BY SIZE                             CPYENVP 
005520             WS-TGT-ENV DELIMITED BY SPACE                        CPYENVP 
005530             INTO WS-RPT-FILE-REC(13:120)                         CPYENVP 
005540         END-STRING                                               CPYENVP 
005550         WRITE WS-RPT-FILE-REC                                    CPYENVP 
005560         ADD 1 TO WS-MOVED-COUNT                                  CPYENVP 
005570     END-IF.                                                      CPYENVP 
005580 2300-EXIT.                                                       CPYENVP 
005590     EXIT.                                                        CPYENVP 
005600*                                                                 CPYENVP 
005610 2310-TRY-ONE-TARGET.                                             CPYENVP 
005620     IF WS-TGT-MATCHED(WS-TGT-IX) = 'N'                           CPYENVP 
005630         AND WS-TGT-LINE(WS-TGT-IX)(1:WS-KEY-LEN)                 CPYENVP 
005640           = WS-SRC-LINE(WS-SRC-IX)(1:WS-KEY-LEN)                 CPYENVP 
005650         MOVE WS-TGT-IX TO WS-HIT-IX                              CPYENVP 
005660     END-IF.                                                      CPYENVP 
005670 2310-EXIT.                                                       CPYENVP 
005680     EXIT.                                                        CPYENVP 
005690*                                                                 CPYENVP 
005700 2400-REPORT-ONE-DROPPED.                                         CPYENVP 
005710     IF WS-TGT-MATCHED(WS-TGT-IX) = 'Y'                           CPYENVP 
005720         GO TO 2400-EXIT.                                         CPYENVP 
005730     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYENVP 
005740     MOVE 'DROPPED' TO WS-RPT-FILE-REC(3:8).                      CPYENVP 
005750     MOVE WS-TGT-LINE(WS-TGT-IX) TO WS-RPT-FILE-REC(13:120).      CPYENVP 
005760     WRITE WS-RPT-FILE-REC.                                       CPYENVP 
005770     ADD 1 TO WS-DROPPED-COUNT.                                   CPYENVP 
005780 2400-EXIT.                                                       CPYENVP 
005790     EXIT.                                                        CPYENVP 
005800*-------------------------------------------------------------    CPYENVP 
005810*3000-PROMOTE-THE-FILES - CPYPROM'S TWO-PERSON RULE, THEN         CPYENVP 
005820*STAGE THE WOULD-BE TARGET TREE (EVERY SELECTED FILE FROM THE     CPYENVP 
005830*SOURCE, EVERY OTHER FILE AS THE TARGET HAS IT), GATE IT, AND     CPYENVP 
005840*SWAP THE SELECTED FILES IN UNDER THE EXPANSION LOCK.             CPYENVP 
005850*-------------------------------------------------------------    CPYENVP 
005860 3000-PROMOTE-THE-FILES.                                          CPYENVP 
005870     IF WS-APPROVER = SPACES                                      CPYENVP 
005880         OR WS-APPROVER = WS-REQUESTER                            CPYENVP 
005890         DISPLAY 'CPYENVP - A SECOND APPROVER IS REQUIRED AND '   CPYENVP 
005900             'MUST DIFFER FROM THE REQUESTER'                     CPYENVP 
005910         MOVE 'PROMOTION REFUSED - SECOND APPROVER REQUIRED'      CPYENVP 
005920             TO WS-RPT-FILE-REC                                   CPYENVP 
005930         WRITE WS-RPT-FILE-REC                                    CPYENVP 
005940         MOVE 8 TO WS-ENV-RC                                      CPYENVP 
005950         GO TO 3000-EXIT.                                         CPYENVP 
005960     MOVE WS-REQUESTER TO AUTH-USER-ID.                           CPYENVP 
005970     MOVE 'ENVPROM ' TO AUTH-FUNCTION.                            CPYENVP 
005980     CALL 'CPYAUTH' USING CPYAUTH-PARMS.                          CPYENVP 
005990     IF AUTH-BOOTSTRAP                                            CPYENVP 
006000         DISPLAY 'CPYENVP - AUTHORIZATION FILE ABSENT - '         CPYENVP 
006010             'CHECK DISABLED'                                     CPYENVP 
006020     END-IF.                                                      CPYENVP 
006030     IF NOT AUTH-GRANTED                                          CPYENVP 
006040         DISPLAY 'CPYENVP - USER ' WS-REQUESTER                   CPYENVP 
006050             ' NOT AUTHORIZED FOR ENVPROM'                        CPYENVP 
006060         MOVE 'PROMOTION REFUSED - REQUESTER NOT AUTHORIZED'      CPYENVP 
006070             TO WS-RPT-FILE-REC                                   CPYENVP 
006080         WRITE WS-RPT-FILE-REC                                    CPYENVP 
006090         MOVE 8 TO WS-ENV-RC                                      CPYENVP 
006100         GO TO 3000-EXIT.                                         CPYENVP 
006110*    A FILE WITH NOTHING TO CARRY (IDENTICAL, OR ABSENT FROM      CPYENVP 
006120*    THE SOURCE) DROPS OUT OF THE PROMOTION HERE.                 CPYENVP 
006130     MOVE 0 TO WS-SELECTED-COUNT.                                 CPYENVP 
006140     PERFORM 3050-CONFIRM-ONE-FILE THRU 3050-EXIT                 CPYENVP 
006150         VARYING WS-SIX FROM 1 BY 1 UNTIL WS-SIX > 7.             CPYENVP 
006160     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYENVP 
006170     WRITE WS-RPT-FILE-REC.                                       CPYENVP 
006180     IF WS-SELECTED-COUNT = 0                                     CPYENVP 
006190         MOVE 'NOTHING TO PROMOTE' TO WS-RPT-FILE-REC             CPYENVP 
006200         WRITE WS-RPT-FILE-REC                                    CPYENVP 
006210         DISPLAY 'CPYENVP - NOTHING TO PROMOTE'                   CPYENVP 
006220         GO TO 3000-EXIT.                                         CPYENVP 
006230     CALL 'CBL_CREATE_DIR' USING WS-TGT-DIR.                      CPYENVP 
006240     CALL 'CBL_CREATE_DIR' USING WS-STAGE-DIR.                    CPYENVP 
006250     PERFORM 3100-STAGE-ONE-FILE THRU 3100-EXIT                   CPYENVP 
006260         VARYING WS-SIX FROM 1 BY 1 UNTIL WS-SIX > 7.             CPYENVP 
006270     MOVE 0 TO RETURN-CODE.                                       CPYENVP 
006280*    THE SAME GATE THE SCHEDULER RUNS AT WINDOW OPEN, AIMED AT    CPYENVP 
006290*    THE STAGED TREE - NOTHING INCOHERENT REACHES THE TARGET.     CPYENVP 
006300     MOVE WS-STAGE-DIR TO PRF-CONFIG-DIR.                         CPYENVP 
006310     MOVE WS-GATE-RPT-FILENAME TO PRF-REPORT-FILENAME.            CPYENVP 
006320     MOVE 0 TO PRF-DEFECT-COUNT PRF-WORST-RC.                     CPYENVP 
006330     CALL 'CPYPREFG' USING CPYPREF-PARMS.                         CPYENVP 
006340     MOVE 0 TO RETURN-CODE.                                       CPYENVP 
006350     IF PRF-WORST-RC > 0                                          CPYENVP 
006360         MOVE PRF-DEFECT-COUNT TO WS-EDIT-COUNT                   CPYENVP 
006370         MOVE SPACES TO WS-RPT-FILE-REC                           CPYENVP 
006380         STRING 'PROMOTION REFUSED - COHERENCE GATE FOUND '       CPYENVP 
006390             DELIMITED BY SIZE                                    CPYENVP 
006400             WS-EDIT-COUNT DELIMITED BY SIZE                      CPYENVP 
006410             ' DEFECT(S), SEE ' DELIMITED BY SIZE                 CPYENVP 
006420             WS-GATE-RPT-FILENAME DELIMITED BY SPACE              CPYENVP 
006430             INTO WS-RPT-FILE-REC                                 CPYENVP 
006440         END-STRING                                               CPYENVP 
006450         WRITE WS-RPT-FILE-REC                                    CPYENVP 
006460         DISPLAY 'CPYENVP - STAGED ' WS-TGT-ENV                   CPYENVP 
006470             ' TREE FAILS THE COHERENCE GATE, CLASS '             CPYENVP 
006480             PRF-WORST-RC                                         CPYENVP 
006490         PERFORM 3300-CLEAR-ONE-STAGED THRU 3300-EXIT             CPYENVP 
006500             VARYING WS-SIX FROM 1 BY 1 UNTIL WS-SIX > 7          CPYENVP 
006510         MOVE 8 TO WS-ENV-RC                                      CPYENVP 
006520         GO TO 3000-EXIT.                                         CPYENVP 
006530     MOVE 'A' TO LOCK-ACTION.                                     CPYENVP 
006540     MOVE 'EXPANSN' TO LOCK-NAME.                                 CPYENVP 
006550     MOVE 'CPYENVP' TO LOCK-HOLDER.                               CPYENVP 
006560     CALL 'CPYLOCK' USING CPYLOCK-PARMS.                          CPYENVP 
006570     IF NOT LOCK-OBTAINED                                         CPYENVP 
006580         DISPLAY 'CPYENVP - COULD NOT OBTAIN THE EXPANSION LOCK'  CPYENVP 
006590         MOVE 'PROMOTION REFUSED - EXPANSION LOCK UNAVAILABLE'    CPYENVP 
006600             TO WS-RPT-FILE-REC                                   CPYENVP 
006610         WRITE WS-RPT-FILE-REC                                    CPYENVP 
006620         PERFORM 3300-CLEAR-ONE-STAGED THRU 3300-EXIT             CPYENVP 
006630             VARYING WS-SIX FROM 1 BY 1 UNTIL WS-SIX > 7          CPYENVP 
006640         MOVE 8 TO WS-ENV-RC                                      CPYENVP 
006650         GO TO 3000-EXIT.                                         CPYENVP 
006660     CALL 'CBL_CREATE_DIR' USING WS-REG-DIR.                      CPYENVP 
006670     MOVE 0 TO WS-PROMOTED-COUNT.                                 CPYENVP 
006680     PERFORM 3200-SWAP-ONE-FILE THRU 3200-EXIT                    CPYENVP 
006690         VARYING WS-SIX FROM 1 BY 1 UNTIL WS-SIX > 7.             CPYENVP 
006700     MOVE 'R' TO LOCK-ACTION.                                     CPYENVP 
006710     CALL 'CPYLOCK' USING CPYLOCK-PARMS.                          CPYENVP 
006720     PERFORM 3300-CLEAR-ONE-STAGED THRU 3300-EXIT                 CPYENVP 
006730         VARYING WS-SIX FROM 1 BY 1 UNTIL WS-SIX > 7.             CPYENVP 
006740     MOVE 0 TO RETURN-CODE.                                       CPYENVP 
006750     MOVE WS-PROMOTED-COUNT TO WS-EDIT-COUNT.                     CPYENVP 
006760     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYENVP 
006770     STRING 'FILES PROMOTED: ' DELIMITED BY SIZE                  CPYENVP 
006780         WS-EDIT-COUNT DELIMITED BY SIZE                          CPYENVP 
006790         '  APPROVED BY ' DELIMITED BY SIZE                       CPYENVP 
006800         WS-APPROVER DELIMITED BY SPACE                           CPYENVP 
006810         INTO WS-RPT-FILE-REC.                                    CPYENVP 
006820     WRITE WS-RPT-FILE-REC.                                       CPYENVP 
006830     DISPLAY 'CPYENVP PROMOTED ' WS-EDIT-COUNT ' FILE(S) '        CPYENVP 
006840         WS-SRC-ENV ' TO ' WS-TGT-ENV.                            CPYENVP 
006850 3000-EXIT.                                                       CPYENVP 
006860     EXIT.                                                        CPYENVP 
006870*                                                                 CPYENVP 
006880 3050-CONFIRM-ONE-FILE.                                           CPYENVP 
006890     IF WS-SEL-SW(WS-SIX) NOT = 'Y'                               CPYENVP 
006900         GO TO 3050-EXIT.                                         CPYENVP 
006910     PERFORM 8000-BUILD-THE-PATHS THRU 8000-EXIT.                 CPYENVP 
006920     MOVE WS-SRC-PATH TO WS-ENV-FILENAME.                         CPYENVP 
006930     OPEN INPUT ENV-FILE.                                         CPYENVP 
006940     IF WS-ENV-FILE-STATUS NOT = '00'                             CPYENVP 
006950         MOVE 'N' TO WS-SEL-SW(WS-SIX)                            CPYENVP 
006960         GO TO 3050-EXIT.                                         CPYENVP 
006970     CLOSE ENV-FILE.                                              CPYENVP 
006980     IF WS-SEL-DIFFS(WS-SIX) = 0                                  CPYENVP 
006990         MOVE 'N' TO WS-SEL-SW(WS-SIX)                            CPYENVP 
007000         GO TO 3050-EXIT.                                         CPYENVP 
007010     ADD 1 TO WS-SELECTED-COUNT.                                  CPYENVP 
007020 3050-EXIT.                                                       CPYENVP 
007030     EXIT.                                                        CPYENVP 
007040*                                                                 CPYENVP 
007050 3100-STAGE-ONE-FILE.                                             CPYENVP 
007060     PERFORM 8000-BUILD-THE-PATHS THRU 8000-EXIT.                 CPYENVP 
007070     CALL 'CBL_DELETE_FILE' USING WS-STAGE-PATH.                  CPYENVP 
007080     IF WS-SEL-SW(WS-SIX) = 'Y'                                   CPYENVP 
007090         CALL 'CBL_COPY_FILE' USING WS-SRC-PATH WS-STAGE-PATH     CPYENVP 
007100     ELSE                                                         CPYENVP 
007110         CALL 'CBL_COPY_FILE' USING WS-TGT-PATH WS-STAGE-PATH     CPYENVP 
007120     END-IF.                                                      CPYENVP 
007130 3100-EXIT.                                                       CPYENVP 
007140     EXIT.                                                        CPYENVP 
007150*-------------------------------------------------------------    CPYENVP 
007160*3200-SWAP-ONE-FILE - KEEP THE OUTGOING TARGET COPY AS .PRV,      CPYENVP 
007170*PUT THE STAGED (GATED) COPY IN ITS PLACE, AUDIT THE MOVE.        CPYENVP 
007180*-------------------------------------------------------------    CPYENVP 
007190 3200-SWAP-ONE-FILE.                                              CPYENVP 
007200     IF WS-SEL-SW(WS-SIX) NOT = 'Y'                               CPYENVP 
007210         GO TO 3200-EXIT.                                         CPYENVP 
007220     PERFORM 8000-BUILD-THE-PATHS THRU 8000-EXIT.                 CPYENVP 
007230     CALL 'CBL_DELETE_FILE' USING WS-PRV-PATH.                    CPYENVP 
007240     CALL 'CBL_COPY_FILE' USING WS-TGT-PATH WS-PRV-PATH.          CPYENVP 
007250     CALL 'CBL_DELETE_FILE' USING WS-TGT-PATH.                    CPYENVP 
007260     CALL 'CBL_COPY_FILE' USING WS-STAGE-PATH WS-TGT-PATH.        CPYENVP 
007270     MOVE 0 TO RETURN-CODE.                                       CPYENVP 
007280     ADD 1 TO WS-PROMOTED-COUNT.                                  CPYENVP 
007290     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYENVP 
007300     STRING 'PROMOTED ' DELIMITED BY SIZE                         CPYENVP 
007310         WS-SET-FILE(WS-SIX) DELIMITED BY SPACE                   CPYENVP 
007320         ' - PRIOR COPY KEPT AS ' DELIMITED BY SIZE               CPYENVP 
007330         WS-PRV-PATH DELIMITED BY SPACE                           CPYENVP 
007340         INTO WS-RPT-FILE-REC.                                    CPYENVP 
007350     WRITE WS-RPT-FILE-REC.                                       CPYENVP 
007360     PERFORM 7000-WRITE-PROMOTION-AUDIT THRU 7000-EXIT.           CPYENVP 
007370 3200-EXIT.                                                       CPYENVP 
007380     EXIT.                                                        CPYENVP 
007390*                                                                 CPYENVP 
007400 3300-CLEAR-ONE-STAGED.                                           CPYENVP 
007410     PERFORM 8000-BUILD-THE-PATHS THRU 8000-EXIT.                 CPYENVP 
007420     CALL 'CBL_DELETE_FILE' USING WS-STAGE-PATH.                  CPYENVP 
007430     MOVE 0 TO RETURN-CODE.                                       CPYENVP 
007440 3300-EXIT.                                                       CPYENVP 
007450     EXIT.                                                        CPYENVP 
007460*-------------------------------------------------------------    CPYENVP 
007470*7000-WRITE-PROMOTION-AUDIT - ONE ENVPROM EVENT PER FILE IN       CPYENVP 
007480*THE TARGET ENVIRONMENT'S TRAIL, STAMPED WITH THE VERIFIED        CPYENVP 
007490*APPROVER: THE FILE'S BASE NAME AS THE MEMBER, THE FILE NAME      CPYENVP 
007500*AND THE SOURCE ENVIRONMENT IN THE FIRST COPYBOOK SLOT.           CPYENVP 
007510*-------------------------------------------------------------    CPYENVP 
007520 7000-WRITE-PROMOTION-AUDIT.                                      CPYENVP 
007530     MOVE SPACES TO AUD-RECORD.                                   CPYENVP 
007540     MOVE WS-RUN-TIMESTAMP TO AUD-TIMESTAMP.                      CPYENVP 
007550     MOVE WS-SET-BASE(WS-SIX) TO AUD-PROGRAM-NAME.                CPYENVP 
007560     MOVE 'ENVPROM ' TO AUD-FUNCTION.                             CPYENVP 
007570     MOVE WS-APPROVER TO AUD-RUN-BY.                              CPYENVP 
007580     MOVE 'OK' TO AUD-OUTCOME.                                    CPYENVP 
007590     MOVE 1 TO AUD-COPYBOOK-COUNT.                                CPYENVP 
007600     MOVE 0 TO AUD-UNIT-COUNT.                                    CPYENVP 
007610     MOVE WS-SET-FILE(WS-SIX) TO AUD-CB-NAME(1).                  CPYENVP 
007620     MOVE WS-SRC-ENV TO AUD-CB-VERSION(1).                        CPYENVP 
007630     OPEN EXTEND AUD-FILE.                                        CPYENVP 
007640     IF WS-AUD-FILE-STATUS = '35'                                 CPYENVP 
007650         OPEN OUTPUT AUD-FILE                                     CPYENVP 
007660     END-IF.                                                      CPYENVP 
007670     PERFORM 7300-CHAIN-THE-RECORD THRU 7300-EXIT.                CPYENVP 
007680     WRITE WS-AUD-FILE-REC FROM AUD-RECORD.                       CPYENVP 
007690     CLOSE AUD-FILE.                                              CPYENVP 
007700     PERFORM 7100-UPSERT-KEYED-AUDIT THRU 7100-EXIT.              CPYENVP 
007710 7000-EXIT.                                                       CPYENVP 
007720     EXIT.                                                        CPYENVP 
007730*-------------------------------------------------------------    CPYENVP 
007740*7100-UPSERT-KEYED-AUDIT - MIRROR THE JOURNAL RECORD INTO THE     CPYENVP 
007750*TARGET'S KEYED AUDIT STORE, THE SAME WAY THE EXPANDER DOES.      CPYENVP 
007760*-------------------------------------------------------------    CPYENVP 
007770 7100-UPSERT-KEYED-AUDIT.                                         CPYENVP 
007780     OPEN I-O AUX-FILE.                                           CPYENVP 
007790     IF WS-AUX-FILE-STATUS = '35' OR WS-AUX-FILE-STATUS = '05'    CPYENVP 
007800         CLOSE AUX-FILE                                           CPYENVP 
007810         OPEN OUTPUT AUX-FILE                                     CPYENVP 
007820         CLOSE AUX-FILE                                           CPYENVP 
007830         OPEN I-O AUX-FILE                                        CPYENVP 
007840     END-IF.                                                      CPYENVP 
007850     IF WS-AUX-FILE-STATUS NOT = '00'                             CPYENVP 
007860         DISPLAY 'CPYENVP AUDX - KEYED AUDIT STORE STATUS '       CPYENVP 
007870             WS-AUX-FILE-STATUS ' - MIRROR SKIPPED'               CPYENVP 
007880         GO TO 7100-EXIT.                                         CPYENVP 
007890     MOVE AUD-TIMESTAMP TO AUX-TIMESTAMP.                         CPYENVP 
007900     MOVE AUD-PROGRAM-NAME TO AUX-PROGRAM-NAME.                   CPYENVP 
007910     MOVE 0 TO AUX-SEQ.                                           CPYENVP 
007920     MOVE AUD-RECORD TO AUX-AUD-DATA.                             CPYENVP 
007930     WRITE AUX-RECORD                                             CPYENVP 
007940         INVALID KEY REWRITE AUX-RECORD                           CPYENVP 
007950     END-WRITE.                                                   CPYENVP 
007960     CLOSE AUX-FILE.                                              CPYENVP 
007970 7100-EXIT.                                                       CPYENVP 
007980     EXIT.                                                        CPYENVP 
007990*-------------------------------------------------------------    CPYENVP 
008000*7300-CHAIN-THE-RECORD - THE SAME TAMPER-EVIDENCE CHAIN THE       CPYENVP 
008010*EXPANDER STAMPS: FOLD THIS RECORD'S BYTES OVER THE PRIOR         CPYENVP 
008020*RECORD'S CHAIN VALUE (THE TARGET'S CPYAUD.CHN) INTO              CPYENVP 
008030*AUD-CHAIN-HASH.                                                  CPYENVP 
008040*-------------------------------------------------------------    CPYENVP 
008050 7300-CHAIN-THE-RECORD.                                           CPYENVP 
008060     MOVE 0 TO WS-CHN-PRIOR.                                      CPYENVP 
008070     OPEN INPUT CHN-FILE.                                         CPYENVP 
008080     IF WS-CHN-FILE-STATUS = '00'                                 CPYENVP 
008090         READ CHN-FILE INTO WS-CHN-FILE-REC                       CPYENVP 
008100             AT END CONTINUE                                      CPYENVP 
008110         END-READ                                                 CPYENVP 
008120         IF WS-CHN-FILE-REC(1:9) NUMERIC                          CPYENVP 
008130             MOVE WS-CHN-FILE-REC(1:9) TO WS-CHN-PRIOR            CPYENVP 
008140         END-IF                                                   CPYENVP 
008150         CLOSE CHN-FILE                                           CPYENVP 
008160     END-IF.                                                      CPYENVP 
008170     COMPUTE WS-CHN-LEN = FUNCTION LENGTH (AUD-RECORD) - 9.       CPYENVP 
008180     MOVE WS-CHN-PRIOR TO WS-CHN-VALUE.                           CPYENVP 
008190     PERFORM 7310-FOLD-ONE-BYTE THRU 7310-EXIT                    CPYENVP 
008200         VARYING WS-CHN-COL FROM 1 BY 1                           CPYENVP 
008210         UNTIL WS-CHN-COL > WS-CHN-LEN.                           CPYENVP 
008220     MOVE WS-CHN-VALUE TO AUD-CHAIN-HASH.                         CPYENVP 
008230     OPEN OUTPUT CHN-FILE.                                        CPYENVP 
008240     MOVE SPACES TO WS-CHN-FILE-REC.                              CPYENVP 
008250     MOVE AUD-CHAIN-HASH TO WS-CHN-FILE-REC(1:9).                 CPYENVP 
008260     WRITE WS-CHN-FILE-REC.                                       CPYENVP 
008270     CLOSE CHN-FILE.                                              CPYENVP 
008280 7300-EXIT.                                                       CPYENVP 
008290     EXIT.                                                        CPYENVP 
008300*                                                                 CPYENVP 
008310 7310-FOLD-ONE-BYTE.                                              CPYENVP 
008320     COMPUTE WS-CHN-VALUE = FUNCTION MOD                          CPYENVP 
008330         (WS-CHN-VALUE * 31                                       CPYENVP 
008340          + FUNCTION ORD (AUD-RECORD(WS-CHN-COL:1)),              CPYENVP 
008350          100000007).                                             CPYENVP 
008360 7310-EXIT.                                                       CPYENVP 
008370     EXIT.                                                        CPYENVP 
008380*-------------------------------------------------------------    CPYENVP 
008390*8000-BUILD-THE-PATHS - SOURCE, TARGET, STAGED AND PRIOR-COPY     CPYENVP 
008400*PATHS FOR SET ENTRY WS-SIX.                                      CPYENVP 
008410*-------------------------------------------------------------    CPYENVP 
008420 8000-BUILD-THE-PATHS.                                            CPYENVP 
008430     MOVE SPACES TO WS-SRC-PATH WS-TGT-PATH WS-STAGE-PATH         CPYENVP 
008440         WS-PRV-PATH.                                             CPYENVP 
008450     STRING WS-SRC-DIR DELIMITED BY SPACE                         CPYENVP 
008460         '/' DELIMITED BY SIZE                                    CPYENVP 
008470         WS-SET-FILE(WS-SIX) DELIMITED BY SPACE                   CPYENVP 
008480         INTO WS-SRC-PATH.                                        CPYENVP 
008490     STRING WS-TGT-DIR DELIMITED BY SPACE                         CPYENVP 
008500         '/' DELIMITED BY SIZE                                    CPYENVP 
008510         WS-SET-FILE(WS-SIX) DELIMITED BY SPACE                   CPYENVP 
008520         INTO WS-TGT-PATH.                                        CPYENVP 
008530     STRING WS-STAGE-DIR DELIMITED BY SPACE                       CPYENVP 
008540         '/' DELIMITED BY SIZE                                    CPYENVP 
008550         WS-SET-FILE(WS-SIX) DELIMITED BY SPACE                   CPYENVP 
008560         INTO WS-STAGE-PATH.                                      CPYENVP 
008570     STRING WS-TGT-DIR DELIMITED BY SPACE                         CPYENVP 
008580         '/' DELIMITED BY SIZE                                    CPYENVP 
008590         WS-SET-BASE(WS-SIX) DELIMITED BY SPACE                   CPYENVP 
008600         '.PRV' DELIMITED BY SIZE                                 CPYENVP 
008610         INTO WS-PRV-PATH.                                        CPYENVP 
008620 8000-EXIT.                                                       CPYENVP 
008630     EXIT.                                                        CPYENVP 
