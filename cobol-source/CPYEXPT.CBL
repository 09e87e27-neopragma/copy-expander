000010 IDENTIFICATION DIVISION.                                         CPYEXPT 
000020 PROGRAM-ID. CPYEXPT.                                             CPYEXPT 
000030 AUTHOR. R SANDOVAL.                                              CPYEXPT 
000040 INSTALLATION. DATA CENTER SERVICES - COPYBOOK TOOLING.           CPYEXPT 
000050 DATE-WRITTEN. 2026-10-15.                                        CPYEXPT 
000060 DATE-COMPILED.                                                   CPYEXPT 
000070*-------------------------------------------------------------    CPYEXPT 
000080*MODIFICATION HISTORY                                             CPYEXPT 
000090*-------------------------------------------------------------    CPYEXPT 
000100*2026-10-15 RS  EXPORT A COPYBOOK LAYOUT FOR THE DB2 STAGING      CPYEXPT 
000110*               TABLES AND THE DISTRIBUTED SERVICES, SO NOBODY    CPYEXPT 
000120*               RETYPES A LAYOUT BY HAND AGAIN.  FOR EACH         CPYEXPT 
000130*               COPYBOOK NAMED ON A COPYBOOK CARD (EVERY          CPYEXPT 
000140*               COPYBOOK ON config/COPYBOOKS.LST WHEN THERE IS    CPYEXPT 
000150*               NONE), RESOLVED THROUGH THE config/CPYLIB.CFG     CPYEXPT 
000160*               SEARCH ORDER BY CPYLAYO, THREE ARTIFACTS ARE      CPYEXPT 
000170*               WRITTEN TO THE OUTPUT DIRECTORY: name.DDL, A      CPYEXPT 
000180*               CREATE TABLE WITH MAPPED DB2 COLUMN TYPES;        CPYEXPT 
000190*               name.H, A PACKED C STRUCT WITH THE PICTURE AND    CPYEXPT 
000200*               STORAGE OF EVERY FIELD IN ITS COMMENT; AND        CPYEXPT 
000210*               name.JSON, A JSON SCHEMA WITH THE PICTURE         CPYEXPT 
000220*               LIMITS.  EACH IS STAMPED WITH THE COPYBOOK'S      CPYEXPT 
000230*               config/CPYVERS.DAT REVISION.  THE BASE LAYOUT     CPYEXPT 
000240*               IS EXPORTED; REDEFINES ALTERNATES, OCCURS         CPYEXPT 
000250*               DEPENDING ON TABLES AND PICTURES DB2 CANNOT       CPYEXPT 
000260*               HOLD ARE LISTED AS NOT MAPPED.  SYSIN:            CPYEXPT 
000270*               COPYBOOK (UP TO 20) / SCHEMA (DDL QUALIFIER) /    CPYEXPT 
000280*               OUTDIR (DEFAULT registry).  RC 0 ALL MAPPED,      CPYEXPT 
000290*               4 ITEMS NOT MAPPED OR NAMES SHORTENED, 8 A        CPYEXPT 
000300*               COPYBOOK NOT ON THE ROLL OR NOT FOUND, 12 NO      CPYEXPT 
000310*               ROLL.  REPORT: registry/CPYEXPT.RPT.              CPYEXPT 
000320*-------------------------------------------------------------    CPYEXPT 
000330 ENVIRONMENT DIVISION.                                            CPYEXPT 
000340 CONFIGURATION SECTION.                                           CPYEXPT 
000350 SOURCE-COMPUTER. GENERIC-COMPUTER.                               CPYEXPT 
000360 OBJECT-COMPUTER. GENERIC-COMPUTER.                               CPYEXPT 
000370 INPUT-OUTPUT SECTION.                                            CPYEXPT 
000380 FILE-CONTROL.                                                    CPYEXPT 
000390     SELECT PARM-FILE ASSIGN TO DYNAMIC WS-PARM-FILENAME          CPYEXPT 
000400         ORGANIZATION LINE SEQUENTIAL                             CPYEXPT 
000410         FILE STATUS IS WS-PARM-FILE-STATUS.                      CPYEXPT 
000420     SELECT ROLL-FILE ASSIGN TO DYNAMIC WS-ROLL-FILENAME          CPYEXPT 
000430         ORGANIZATION LINE SEQUENTIAL                             CPYEXPT 
000440         FILE STATUS IS WS-ROLL-FILE-STATUS.                      CPYEXPT 
000450     SELECT VERS-FILE ASSIGN TO DYNAMIC WS-VERS-FILENAME          CPYEXPT 
000460         ORGANIZATION LINE SEQUENTIAL                             CPYEXPT 
000470         FILE STATUS IS WS-VERS-FILE-STATUS.                      CPYEXPT 
000480     SELECT OUT-FILE ASSIGN TO DYNAMIC WS-OUT-FILENAME            CPYEXPT 
000490         ORGANIZATION LINE SEQUENTIAL                             CPYEXPT 
000500         FILE STATUS IS WS-OUT-FILE-STATUS.                       CPYEXPT 
000510     SELECT RPT-FILE ASSIGN TO DYNAMIC WS-RPT-FILENAME            CPYEXPT 
000520         ORGANIZATION LINE SEQUENTIAL                             CPYEXPT 
000530         FILE STATUS IS WS-RPT-FILE-STATUS.                       CPYEXPT 
000540 DATA DIVISION.                                                   CPYEXPT 
000550 FILE SECTION.                                                    CPYEXPT 
000560 FD  PARM-FILE.                                                   CPYEXPT 
000570 01  WS-PARM-FILE-REC        PIC X(80).                           CPYEXPT 
000580 FD  ROLL-FILE.                                                   CPYEXPT 
000590 01  WS-ROLL-FILE-REC        PIC X(80).                           CPYEXPT 
000600 FD  VERS-FILE.                                                   CPYEXPT 
000610 01  WS-VERS-FILE-REC        PIC X(80).                           CPYEXPT 
000620 FD  OUT-FILE.                                                    CPYEXPT 
000630 01  WS-OUT-FILE-REC         PIC X(256).                          CPYEXPT 
000640 FD  RPT-FILE.                                                    CPYEXPT 
000650 01  WS-RPT-FILE-REC         PIC X(132).                          CPYEXPT 
000660 WORKING-STORAGE SECTION.                                         CPYEXPT 
000670*-------------------------------------------------------------    CPYEXPT 
000680*FILE STATUS AND DYNAMIC FILE NAMES                               CPYEXPT 
000690*-------------------------------------------------------------    CPYEXPT 
000700 77  WS-PARM-FILENAME        PIC X(80) VALUE 'jcl/CPYEXPT.SYSIN'. CPYEXPT 
000710 77  WS-PARM-FILE-STATUS     PIC X(02) VALUE '00'.                CPYEXPT 
000720 77  WS-ROLL-FILENAME        PIC X(80)                            CPYEXPT 
000730         VALUE 'config/COPYBOOKS.LST'.                            CPYEXPT 
000740 77  WS-ROLL-FILE-STATUS     PIC X(02) VALUE '00'.                CPYEXPT 
000750 77  WS-VERS-FILENAME        PIC X(80)                            CPYEXPT 
000760         VALUE 'config/CPYVERS.DAT'.                              CPYEXPT 
000770 77  WS-VERS-FILE-STATUS     PIC X(02) VALUE '00'.                CPYEXPT 
000780 77  WS-OUT-FILENAME         PIC X(100) VALUE SPACES.             CPYEXPT 
000790 77  WS-OUT-FILE-STATUS      PIC X(02) VALUE '00'.                CPYEXPT 
000800 77  WS-RPT-FILENAME         PIC X(80)                            CPYEXPT 
000810         VALUE 'registry/CPYEXPT.RPT'.                            CPYEXPT 
000820 77  WS-RPT-FILE-STATUS      PIC X(02) VALUE '00'.                CPYEXPT 
000830 77  WS-OUT-DIR              PIC X(60) VALUE 'registry'.          CPYEXPT 
000840 77  WS-SCHEMA               PIC X(30) VALUE SPACES.              CPYEXPT 
000850 77  WS-CMT-PREFIX           PIC X(03) VALUE SPACES.              CPYEXPT 
000860 77  WS-EOF-SW               PIC X(01) VALUE 'N'.                 CPYEXPT 
000870     88  WS-EOF              VALUE 'Y'.                           CPYEXPT 
000880 77  WS-FOUND-SW             PIC X(01) VALUE 'N'.                 CPYEXPT 
000890     88  WS-FOUND            VALUE 'Y'.                           CPYEXPT 
000900 77  WS-DONE-SW              PIC X(01) VALUE 'N'.                 CPYEXPT 
000910     88  WS-DONE             VALUE 'Y'.                           CPYEXPT 
000920 77  WS-COPYBOOK-NAME        PIC X(30) VALUE SPACES.              CPYEXPT 
000930 77  WS-VERSION              PIC X(10) VALUE SPACES.              CPYEXPT 
000940 77  WS-TRIM-LEN             PIC 9(04) COMP VALUE 0.              CPYEXPT 
000950 77  WS-TALLY                PIC 9(04) COMP VALUE 0.              CPYEXPT 
000960*-------------------------------------------------------------    CPYEXPT 
000970*COUNTERS AND SUBSCRIPTS                                          CPYEXPT 
000980*-------------------------------------------------------------    CPYEXPT 
000990 77  WS-BOOK-COUNT           PIC 9(04) COMP VALUE 0.              CPYEXPT 
001000 77  WS-BAD-BOOKS            PIC 9(04) COMP VALUE 0.              CPYEXPT 
001010 77  WS-UNMAPPED-TOTAL       PIC 9(06) COMP VALUE 0.              CPYEXPT 
001020 77  WS-BOOK-COLS            PIC 9(04) COMP VALUE 0.              CPYEXPT 
001030 77  WS-QIX                  PIC 9(04) COMP VALUE 0.              CPYEXPT 
001040 77  WS-RIX                  PIC 9(04) COMP VALUE 0.              CPYEXPT 
001050 77  WS-OIX                  PIC 9(04) COMP VALUE 0.              CPYEXPT 
001060 77  WS-SIX                  PIC 9(04) COMP VALUE 0.              CPYEXPT 
001070 77  WS-CIX                  PIC 9(04) COMP VALUE 0.              CPYEXPT 
001080 77  WS-UIX                  PIC 9(04) COMP VALUE 0.              CPYEXPT 
001090 77  WS-HOLD-COL             PIC 9(04) COMP VALUE 0.              CPYEXPT 
001100 77  WS-NEXT-OFF             PIC 9(08) COMP VALUE 0.              CPYEXPT 
001110 77  WS-FILL-END             PIC 9(08) COMP VALUE 0.              CPYEXPT 
001120 77  WS-INT-DIGITS           PIC 9(03) COMP VALUE 0.              CPYEXPT 
001130 77  WS-EDIT-COUNT           PIC Z(05)9.                          CPYEXPT 
001140 77  WS-EDIT-OFF             PIC Z(05)9.                          CPYEXPT 
001150 77  WS-FINAL-RC             PIC 9(02) VALUE 0.                   CPYEXPT 
001160 COPY CPYLAP.                                                     CPYEXPT 
001170*-------------------------------------------------------------    CPYEXPT 
001180*COPYBOOKS ASKED FOR, THE ROLL, AND THE VERSION MANIFEST          CPYEXPT 
001190*-------------------------------------------------------------    CPYEXPT 
001200 01  WS-REQ-TABLE.                                                CPYEXPT 
001210     05  WS-REQ-COUNT        PIC 9(04) COMP VALUE 0.              CPYEXPT 
001220     05  WS-REQ-NAME         PIC X(30) OCCURS 20 TIMES.           CPYEXPT 
001230 01  WS-ROLL-TABLE.                                               CPYEXPT 
001240     05  WS-ROLL-COUNT       PIC 9(04) COMP VALUE 0.              CPYEXPT 
001250     05  WS-ROLL-NAME        PIC X(30) OCCURS 500 TIMES.          CPYEXPT 
001260 01  WS-VERS-TABLE.                                               CPYEXPT 
001270     05  WS-VERS-COUNT       PIC 9(04) COMP VALUE 0.              CPYEXPT 
001280     05  WS-VERS-ENTRY OCCURS 500 TIMES INDEXED BY VERS-IX.       CPYEXPT 
001290         10  WS-VERS-NAME    PIC X(30).                           CPYEXPT 
001300         10  WS-VERS-VALUE   PIC X(10).                           CPYEXPT 
001310*-------------------------------------------------------------    CPYEXPT 
001320*THE ITEMS OF THE CURRENT COPYBOOK THAT COULD NOT BE MAPPED       CPYEXPT 
001330*-------------------------------------------------------------    CPYEXPT 
001340 01  WS-UNM-TABLE.                                                CPYEXPT 
001350     05  WS-UNM-COUNT        PIC 9(04) COMP VALUE 0.              CPYEXPT 
001360     05  WS-UNM-ENT OCCURS 200 TIMES.                             CPYEXPT 
001370         10  WS-UNM-NAME     PIC X(40).                           CPYEXPT 
001380         10  WS-UNM-OFF      PIC 9(08) COMP.                      CPYEXPT 
001390         10  WS-UNM-REASON   PIC X(50).                           CPYEXPT 
001400*-------------------------------------------------------------    CPYEXPT 
001410*COLUMNS OF THE BASE LAYOUT IN OFFSET ORDER, AND WHAT EACH        CPYEXPT 
001420*BECOMES.  WS-XCOL-SKIP: SPACE EXPORTED, 'F' FILLER, 'O' IN AN    CPYEXPT 
001430*OCCURS DEPENDING ON TABLE, 'D' TOO MANY DIGITS FOR DB2.          CPYEXPT 
001440*-------------------------------------------------------------    CPYEXPT 
001450 01  WS-ORDER-TABLE.                                              CPYEXPT 
001460     05  WS-ORDER-COL        PIC 9(04) COMP OCCURS 1000 TIMES.    CPYEXPT 
001470 01  WS-XCOL-TABLE.                                               CPYEXPT 
001480     05  WS-XCOL-ENT OCCURS 1000 TIMES.                           CPYEXPT 
001490         10  WS-XCOL-SQL     PIC X(30).                           CPYEXPT 
001500         10  WS-XCOL-C       PIC X(40).                           CPYEXPT 
001510         10  WS-XCOL-SKIP    PIC X(01).                           CPYEXPT 
001520 01  WS-NAME-WORK            PIC X(40).                           CPYEXPT 
001530*-------------------------------------------------------------    CPYEXPT 
001540*LINE BUILDING.  A DDL COLUMN OR JSON PROPERTY IS HELD UNTIL      CPYEXPT 
001550*THE NEXT ONE ARRIVES, SO ONLY THE LAST GOES OUT WITHOUT ITS      CPYEXPT 
001560*COMMA.                                                           CPYEXPT 
001570*-------------------------------------------------------------    CPYEXPT 
001580 01  WS-LINE-AREA.                                                CPYEXPT 
001590     05  WS-LINE             PIC X(256).                          CPYEXPT 
001600     05  WS-LINE-PTR         PIC 9(04) COMP.                      CPYEXPT 
001610     05  WS-PEND-LINE        PIC X(200).                          CPYEXPT 
001620     05  WS-PEND-LEN         PIC 9(04) COMP.                      CPYEXPT 
001630     05  WS-PEND-NOTE        PIC X(60).                           CPYEXPT 
001640     05  WS-PEND-SW          PIC X(01).                           CPYEXPT 
001650         88  WS-PEND-HELD    VALUE 'Y'.                           CPYEXPT 
001660     05  WS-NOTE             PIC X(60).                           CPYEXPT 
001670     05  WS-TYPE-TEXT        PIC X(20).                           CPYEXPT 
001680     05  WS-C-TYPE           PIC X(16).                           CPYEXPT 
001690     05  WS-TABLE-NAME       PIC X(61).                           CPYEXPT 
001700     05  WS-STRUCT-NAME      PIC X(30).                           CPYEXPT 
001710     05  WS-GUARD-NAME       PIC X(32).                           CPYEXPT 
001720 01  WS-NUM-AREA.                                                 CPYEXPT 
001730     05  WS-NUM              PIC 9(09) COMP.                      CPYEXPT 
001740     05  WS-NUM-EDIT         PIC Z(08)9.                          CPYEXPT 
001750     05  WS-NUM-TEXT         PIC X(09).                           CPYEXPT 
001760     05  WS-NUM-LEN          PIC 9(02) COMP.                      CPYEXPT 
001770     05  WS-NUM-LEAD         PIC 9(02) COMP.                      CPYEXPT 
001780 01  WS-NINES                PIC X(31) VALUE ALL '9'.             CPYEXPT 
001790 01  WS-ZEROS                PIC X(31) VALUE ALL '0'.             CPYEXPT 
001800 01  WS-LOWER-CASE           PIC X(26)                            CPYEXPT 
001810         VALUE 'abcdefghijklmnopqrstuvwxyz'.                      CPYEXPT 
001820 01  WS-UPPER-CASE           PIC X(26)                            CPYEXPT 
001830         VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.                      CPYEXPT 
001840 PROCEDURE DIVISION.                                              CPYEXPT 
001850*-------------------------------------------------------------    CPYEXPT 
001860*0000-MAINLINE                                                    CPYEXPT 
001870*-------------------------------------------------------------    CPYEXPT 
001880 0000-MAINLINE.                                                   CPYEXPT 
001890     PERFORM 1000-READ-SYSIN-CARDS THRU 1000-EXIT.                CPYEXPT 
001900     PERFORM 1200-LOAD-ROLL THRU 1200-EXIT.                       CPYEXPT 
001910     IF WS-ROLL-COUNT = 0                                         CPYEXPT 
001920         DISPLAY 'CPYEXPT - NO COPYBOOK ROLL'                     CPYEXPT 
001930         MOVE 12 TO RETURN-CODE                                   CPYEXPT 
001940         GOBACK                                                   CPYEXPT 
001950     END-IF.                                                      CPYEXPT 
001960     PERFORM 1300-LOAD-VERSIONS THRU 1300-EXIT.                   CPYEXPT 
001970     OPEN OUTPUT RPT-FILE.                                        CPYEXPT 
001980     MOVE 'CPYEXPT LAYOUT EXPORT - DB2 DDL, C STRUCT, JSON SCHEMA'CPYEXPT 
001990         TO WS-RPT-FILE-REC.                                      CPYEXPT 
002000     WRITE WS-RPT-FILE-REC.                                       CPYEXPT 
002010     IF WS-REQ-COUNT = 0                                          CPYEXPT 
002020         PERFORM 1900-EXPORT-ONE-ROLL-ENTRY THRU 1900-EXIT        CPYEXPT 
002030             VARYING WS-RIX FROM 1 BY 1                           CPYEXPT 
002040             UNTIL WS-RIX > WS-ROLL-COUNT                         CPYEXPT 
002050     ELSE                                                         CPYEXPT 
002060         PERFORM 1800-EXPORT-ONE-REQUESTED THRU 1800-EXIT         CPYEXPT 
002070             VARYING WS-QIX FROM 1 BY 1                           CPYEXPT 
002080             UNTIL WS-QIX > WS-REQ-COUNT                          CPYEXPT 
002090     END-IF.                                                      CPYEXPT 
002100     PERFORM 8000-PRINT-SUMMARY THRU 8000-EXIT.                   CPYEXPT 
002110     CLOSE RPT-FILE.                                              CPYEXPT 
002120     MOVE WS-BOOK-COUNT TO WS-EDIT-COUNT.                         CPYEXPT 
002130     DISPLAY 'CPYEXPT EXPORTED ' WS-EDIT-COUNT ' COPYBOOK(S)'.    CPYEXPT 
002140     MOVE WS-FINAL-RC TO RETURN-CODE.                             CPYEXPT 
002150     GOBACK.                                                      CPYEXPT 
002160*                                                                 CPYEXPT 
002170 1000-READ-SYSIN-CARDS.                                           CPYEXPT 
002180     OPEN INPUT PARM-FILE.                                        CPYEXPT 
002190     IF WS-PARM-FILE-STATUS NOT = '00'                            CPYEXPT 
002200         GO TO 1000-EXIT.                                         CPYEXPT 
002210     MOVE 'N' TO WS-EOF-SW.                                       CPYEXPT 
002220     PERFORM 1100-READ-ONE-CARD THRU 1100-EXIT UNTIL WS-EOF.      CPYEXPT 
002230     CLOSE PARM-FILE.                                             CPYEXPT 
002240     MOVE 'N' TO WS-EOF-SW.                                       CPYEXPT 
002250 1000-EXIT.                                                       CPYEXPT 
002260     EXIT.                                                        CPYEXPT 
002270*                                                                 CPYEXPT 
002280 1100-READ-ONE-CARD.                                              CPYEXPT 
002290     READ PARM-FILE INTO WS-PARM-FILE-REC                         CPYEXPT 
002300         AT END MOVE 'Y' TO WS-EOF-SW                             CPYEXPT 
002310     END-READ.                                                    CPYEXPT 
002320     IF WS-EOF                                                    CPYEXPT 
002330         GO TO 1100-EXIT.                                         CPYEXPT 
002340     IF WS-PARM-FILE-REC(1:1) = '*'                               CPYEXPT 
002350         OR WS-PARM-FILE-REC = SPACES                             CPYEXPT 
002360         GO TO 1100-EXIT.                                         CPYEXPT 
002370     EVALUATE WS-PARM-FILE-REC(1:8)                               CPYEXPT 
002380         WHEN 'COPYBOOK'                                          CPYEXPT 
002390             IF WS-REQ-COUNT < 20                                 CPYEXPT 
002400                 ADD 1 TO WS-REQ-COUNT                            CPYEXPT 
002410                 MOVE WS-PARM-FILE-REC(10:30)                     CPYEXPT 
002420                     TO WS-REQ-NAME(WS-REQ-COUNT)                 CPYEXPT 
002430             ELSE                                                 CPYEXPT 
002440                 DISPLAY 'CPYEXPT - MORE THAN 20 COPYBOOK CARDS'  CPYEXPT 
002450                     ' - EXTRA IGNORED'                           CPYEXPT 
002460             END-IF                                               CPYEXPT 
002470         WHEN 'SCHEMA  '                                          CPYEXPT 
002480             MOVE WS-PARM-FILE-REC(10:30) TO WS-SCHEMA            CPYEXPT 
002490         WHEN 'OUTDIR  '                                          CPYEXPT 
002500             MOVE WS-PARM-FILE-REC(10:60) TO WS-OUT-DIR           CPYEXPT 
002510         WHEN OTHER                                               CPYEXPT 
002520             DISPLAY 'CPYEXPT - CARD IGNORED: '                   CPYEXPT 
002530                 WS-PARM-FILE-REC(1:8)                            CPYEXPT 
002540     END-EVALUATE.                                                CPYEXPT 
002550 1100-EXIT.                                                       CPYEXPT 
002560     EXIT.                                                        CPYEXPT 
002570*                                                                 CPYEXPT 
002580 1200-LOAD-ROLL.                                                  CPYEXPT 
002590     OPEN INPUT ROLL-FILE.                                        CPYEXPT 
002600     IF WS-ROLL-FILE-STATUS NOT = '00'                            CPYEXPT 
002610         GO TO 1200-EXIT.                                         CPYEXPT 
002620     MOVE 'N' TO WS-EOF-SW.                                       CPYEXPT 
002630     PERFORM 1210-LOAD-ONE-ROLL-LINE THRU 1210-EXIT UNTIL WS-EOF. CPYEXPT 
002640     CLOSE ROLL-FILE.                                             CPYEXPT 
002650     MOVE 'N' TO WS-EOF-SW.                                       CPYEXPT 
002660 1200-EXIT.                                                       CPYEXPT 
002670     EXIT.                                                        CPYEXPT 
002680*                                                                 CPYEXPT 
002690 1210-LOAD-ONE-ROLL-LINE.                                         CPYEXPT 
002700     READ ROLL-FILE INTO WS-ROLL-FILE-REC                         CPYEXPT 
002710         AT END MOVE 'Y' TO WS-EOF-SW                             CPYEXPT 
002720     END-READ.                                                    CPYEXPT 
002730     IF NOT WS-EOF                                                CPYEXPT 
002740         AND WS-ROLL-FILE-REC(1:1) NOT = '*'                      CPYEXPT 
002750         AND WS-ROLL-FILE-REC NOT = SPACES                        CPYEXPT 
002760         AND WS-ROLL-COUNT < 500                                  CPYEXPT 
002770         ADD 1 TO WS-ROLL-COUNT                                   CPYEXPT 
002780         MOVE WS-ROLL-FILE-REC(1:30)                              CPYEXPT 
002790             TO WS-ROLL-NAME(WS-ROLL-COUNT)                       CPYEXPT 
002800     END-IF.                                                      CPYEXPT 
002810 1210-EXIT.                                                       CPYEXPT 
002820     EXIT.                                                        CPYEXPT 
002830*                                                                 CPYEXPT 
002840 1300-LOAD-VERSIONS.                                              CPYEXPT 
002850     MOVE 0 TO WS-VERS-COUNT.                                     CPYEXPT 
002860     OPEN INPUT VERS-FILE.                                        CPYEXPT 
002870     IF WS-VERS-FILE-STATUS NOT = '00'                            CPYEXPT 
002880         GO TO 1300-EXIT.                                         CPYEXPT 
002890     MOVE 'N' TO WS-EOF-SW.                                       CPYEXPT 
002900     PERFORM 1310-LOAD-VERS-LINE THRU 1310-EXIT UNTIL WS-EOF.     CPYEXPT 
002910     CLOSE VERS-FILE.                                             CPYEXPT 
002920     MOVE 'N' TO WS-EOF-SW.                                       CPYEXPT 
002930 1300-EXIT.                                                       CPYEXPT 
002940     EXIT.                                                        CPYEXPT 
002950*                                                                 CPYEXPT 
002960 1310-LOAD-VERS-LINE.                                             CPYEXPT 
002970     READ VERS-FILE INTO WS-VERS-FILE-REC                         CPYEXPT 
002980         AT END MOVE 'Y' TO WS-EOF-SW                             CPYEXPT 
002990     END-READ.                                                    CPYEXPT 
003000     IF NOT WS-EOF                                                CPYEXPT 
003010         AND WS-VERS-FILE-REC(1:1) NOT = '*'                      CPYEXPT 
003020         AND WS-VERS-FILE-REC NOT = SPACES                        CPYEXPT 
003030         AND WS-VERS-COUNT < 500                                  CPYEXPT 
003040         ADD 1 TO WS-VERS-COUNT                                   CPYEXPT 
003050         SET VERS-IX TO WS-VERS-COUNT                             CPYEXPT 
003060         UNSTRING WS-VERS-FILE-REC DELIMITED BY ALL SPACE         CPYEXPT 
003070             INTO WS-VERS-NAME(VERS-IX) WS-VERS-VALUE(VERS-IX)    CPYEXPT 
003080         END-UNSTRING                                             CPYEXPT 
003090     END-IF.                                                      CPYEXPT 
003100 1310-EXIT.                                                       CPYEXPT 
003110     EXIT.                                                        CPYEXPT 
003120*                                                                 CPYEXPT 
003130*-------------------------------------------------------------    CPYEXPT 
003140*1800-EXPORT-ONE-REQUESTED - A COPYBOOK CARD MUST NAME A ROLL     CPYEXPT 
003150*ENTRY: A MEMBER THE LIBRARIAN HAS NOT ROLLED IS NOT A LAYOUT     CPYEXPT 
003160*ANYONE SHOULD BE BUILDING A TABLE FROM.                          CPYEXPT 
003170*-------------------------------------------------------------    CPYEXPT 
003180 1800-EXPORT-ONE-REQUESTED.                                       CPYEXPT 
003190     MOVE WS-REQ-NAME(WS-QIX) TO WS-COPYBOOK-NAME.                CPYEXPT 
003200     MOVE 'N' TO WS-FOUND-SW.                                     CPYEXPT 
003210     PERFORM 1810-MATCH-ONE-ROLL-ENTRY THRU 1810-EXIT             CPYEXPT 
003220         VARYING WS-RIX FROM 1 BY 1                               CPYEXPT 
003230         UNTIL WS-RIX > WS-ROLL-COUNT OR WS-FOUND.                CPYEXPT 
003240     IF NOT WS-FOUND                                              CPYEXPT 
003250         MOVE SPACES TO WS-RPT-FILE-REC                           CPYEXPT 
003260         WRITE WS-RPT-FILE-REC                                    CPYEXPT 
003270         STRING 'COPYBOOK ' DELIMITED BY SIZE                     CPYEXPT 
003280             WS-COPYBOOK-NAME DELIMITED BY SPACE                  CPYEXPT 
003290             '  *** NOT ON config/COPYBOOKS.LST ***'              CPYEXPT 
003300             DELIMITED BY SIZE                                    CPYEXPT 
003310             INTO WS-RPT-FILE-REC                                 CPYEXPT 
003320         END-STRING                                               CPYEXPT 
003330         WRITE WS-RPT-FILE-REC                                    CPYEXPT 
003340         ADD 1 TO WS-BAD-BOOKS                                    CPYEXPT 
003350         MOVE 8 TO WS-FINAL-RC                                    CPYEXPT 
003360         GO TO 1800-EXIT.                                         CPYEXPT 
003370     PERFORM 2000-EXPORT-ONE-COPYBOOK THRU 2000-EXIT.             CPYEXPT 
003380 1800-EXIT.                                                       CPYEXPT 
003390     EXIT.                                                        CPYEXPT 
003400*                                                                 CPYEXPT 
003410 1810-MATCH-ONE-ROLL-ENTRY.                                       CPYEXPT 
003420     IF WS-ROLL-NAME(WS-RIX) = WS-COPYBOOK-NAME                   CPYEXPT 
003430         MOVE 'Y' TO WS-FOUND-SW                                  CPYEXPT 
003440     END-IF.                                                      CPYEXPT 
003450 1810-EXIT.                                                       CPYEXPT 
003460     EXIT.                                                        CPYEXPT 
003470*                                                                 CPYEXPT 
003480 1900-EXPORT-ONE-ROLL-ENTRY.                                      CPYEXPT 
003490     MOVE WS-ROLL-NAME(WS-RIX) TO WS-COPYBOOK-NAME.               CPYEXPT 
003500     PERFORM 2000-EXPORT-ONE-COPYBOOK THRU 2000-EXIT.             CPYEXPT 
003510 1900-EXIT.                                                       CPYEXPT 
003520     EXIT.                                                        CPYEXPT 
003530*                                                                 CPYEXPT 
003540*-------------------------------------------------------------    CPYEXPT 
003550*2000-EXPORT-ONE-COPYBOOK                                         CPYEXPT 
003560*-------------------------------------------------------------    CPYEXPT 
003570 2000-EXPORT-ONE-COPYBOOK.                                        CPYEXPT 
003580     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYEXPT 
003590     WRITE WS-RPT-FILE-REC.                                       CPYEXPT 
003600     MOVE 'UNRECORDED' TO WS-VERSION.                             CPYEXPT 
003610     PERFORM 2010-MATCH-ONE-VERSION THRU 2010-EXIT                CPYEXPT 
003620         VARYING VERS-IX FROM 1 BY 1                              CPYEXPT 
003630         UNTIL VERS-IX > WS-VERS-COUNT.                           CPYEXPT 
003640     MOVE 0 TO WS-UNM-COUNT WS-BOOK-COLS.                         CPYEXPT 
003650     PERFORM 2100-FIND-UNMAPPED-ITEMS THRU 2100-EXIT.             CPYEXPT 
003660     IF NOT LAY-OK                                                CPYEXPT 
003670         PERFORM 2050-REPORT-NOT-LOADED THRU 2050-EXIT            CPYEXPT 
003680         GO TO 2000-EXIT.                                         CPYEXPT 
003690     PERFORM 2200-LOAD-BASE-LAYOUT THRU 2200-EXIT.                CPYEXPT 
003700     IF NOT LAY-OK                                                CPYEXPT 
003710         PERFORM 2050-REPORT-NOT-LOADED THRU 2050-EXIT            CPYEXPT 
003720         GO TO 2000-EXIT.                                         CPYEXPT 
003730     PERFORM 2300-NAME-ONE-COLUMN THRU 2300-EXIT                  CPYEXPT 
003740         VARYING WS-OIX FROM 1 BY 1                               CPYEXPT 
003750         UNTIL WS-OIX > LAY-COL-COUNT.                            CPYEXPT 
003760     MOVE WS-COPYBOOK-NAME TO WS-NAME-WORK.                       CPYEXPT 
003770     INSPECT WS-NAME-WORK CONVERTING '-' TO '_'.                  CPYEXPT 
003780     MOVE SPACES TO WS-TABLE-NAME.                                CPYEXPT 
003790     IF WS-SCHEMA = SPACES                                        CPYEXPT 
003800         MOVE WS-NAME-WORK TO WS-TABLE-NAME                       CPYEXPT 
003810     ELSE                                                         CPYEXPT 
003820         STRING WS-SCHEMA DELIMITED BY SPACE                      CPYEXPT 
003830             '.' DELIMITED BY SIZE                                CPYEXPT 
003840             WS-NAME-WORK DELIMITED BY SPACE                      CPYEXPT 
003850             INTO WS-TABLE-NAME                                   CPYEXPT 
003860         END-STRING                                               CPYEXPT 
003870     END-IF.                                                      CPYEXPT 
003880     MOVE SPACES TO WS-GUARD-NAME.                                CPYEXPT 
003890     STRING WS-NAME-WORK DELIMITED BY SPACE                       CPYEXPT 
003900         '_H' DELIMITED BY SIZE                                   CPYEXPT 
003910         INTO WS-GUARD-NAME                                       CPYEXPT 
003920     END-STRING.                                                  CPYEXPT 
003930     INSPECT WS-NAME-WORK                                         CPYEXPT 
003940         CONVERTING WS-UPPER-CASE TO WS-LOWER-CASE.               CPYEXPT 
003950     MOVE WS-NAME-WORK TO WS-STRUCT-NAME.                         CPYEXPT 
003960     PERFORM 4000-WRITE-DDL THRU 4000-EXIT.                       CPYEXPT 
003970     PERFORM 5000-WRITE-C-STRUCT THRU 5000-EXIT.                  CPYEXPT 
003980     PERFORM 6000-WRITE-JSON-SCHEMA THRU 6000-EXIT.               CPYEXPT 
003990     ADD 1 TO WS-BOOK-COUNT.                                      CPYEXPT 
004000     PERFORM 7000-REPORT-ONE-COPYBOOK THRU 7000-EXIT.             CPYEXPT 
004010 2000-EXIT.                                                       CPYEXPT 
004020     EXIT.                                                        CPYEXPT 
004030*                                                                 CPYEXPT 
004040 2010-MATCH-ONE-VERSION.                                          CPYEXPT 
004050     IF WS-VERS-NAME(VERS-IX) = WS-COPYBOOK-NAME                  CPYEXPT 
004060         MOVE WS-VERS-VALUE(VERS-IX) TO WS-VERSION                CPYEXPT 
004070     END-IF.                                                      CPYEXPT 
004080 2010-EXIT.                                                       CPYEXPT 
004090     EXIT.                                                        CPYEXPT 
004100*                                                                 CPYEXPT 
004110 2050-REPORT-NOT-LOADED.                                          CPYEXPT 
004120     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYEXPT 
004130     IF LAY-TABLE-FULL                                            CPYEXPT 
004140         STRING 'COPYBOOK ' DELIMITED BY SIZE                     CPYEXPT 
004150             WS-COPYBOOK-NAME DELIMITED BY SPACE                  CPYEXPT 
004160             '  *** LAYOUT TOO LARGE - NOT EXPORTED ***'          CPYEXPT 
004170             DELIMITED BY SIZE                                    CPYEXPT 
004180             INTO WS-RPT-FILE-REC                                 CPYEXPT 
004190         END-STRING                                               CPYEXPT 
004200     ELSE                                                         CPYEXPT 
004210         STRING 'COPYBOOK ' DELIMITED BY SIZE                     CPYEXPT 
004220             WS-COPYBOOK-NAME DELIMITED BY SPACE                  CPYEXPT 
004230             '  *** NOT FOUND IN ANY LIBRARY ***'                 CPYEXPT 
004240             DELIMITED BY SIZE                                    CPYEXPT 
004250             INTO WS-RPT-FILE-REC                                 CPYEXPT 
004260         END-STRING                                               CPYEXPT 
004270     END-IF.                                                      CPYEXPT 
004280     WRITE WS-RPT-FILE-REC.                                       CPYEXPT 
004290     ADD 1 TO WS-BAD-BOOKS.                                       CPYEXPT 
004300     MOVE 8 TO WS-FINAL-RC.                                       CPYEXPT 
004310 2050-EXIT.                                                       CPYEXPT 
004320     EXIT.                                                        CPYEXPT 
004330*                                                                 CPYEXPT 
004340*-------------------------------------------------------------    CPYEXPT 
004350*2100-FIND-UNMAPPED-ITEMS - EVERY ITEM, GROUPS INCLUDED AND       CPYEXPT 
004360*TABLES UNEXPANDED, SO EACH REDEFINES AND EACH VARIABLE TABLE     CPYEXPT 
004370*IS NAMED ONCE AT ITS OWN LEVEL.                                  CPYEXPT 
004380*-------------------------------------------------------------    CPYEXPT 
004390 2100-FIND-UNMAPPED-ITEMS.                                        CPYEXPT 
004400     MOVE WS-COPYBOOK-NAME TO LAY-COPYBOOK-NAME.                  CPYEXPT 
004410     MOVE SPACES TO LAY-LIBRARY-DIR.                              CPYEXPT 
004420     MOVE 'A' TO LAY-VIEW-MODE.                                   CPYEXPT 
004430     MOVE 'Y' TO LAY-GROUPS-SW.                                   CPYEXPT 
004440     MOVE 'N' TO LAY-EXPAND-SW.                                   CPYEXPT 
004450     MOVE 0 TO LAY-VIEW-COUNT.                                    CPYEXPT 
004460     CALL 'CPYLAYO' USING CPYLAYO-PARMS.                          CPYEXPT 
004470     IF NOT LAY-OK                                                CPYEXPT 
004480         GO TO 2100-EXIT.                                         CPYEXPT 
004490     PERFORM 2110-CHECK-ONE-ITEM THRU 2110-EXIT                   CPYEXPT 
004500         VARYING WS-CIX FROM 1 BY 1                               CPYEXPT 
004510         UNTIL WS-CIX > LAY-COL-COUNT.                            CPYEXPT 
004520 2100-EXIT.                                                       CPYEXPT 
004530     EXIT.                                                        CPYEXPT 
004540*                                                                 CPYEXPT 
004550 2110-CHECK-ONE-ITEM.                                             CPYEXPT 
004560     IF LAY-COL-REDEF(WS-CIX) NOT = SPACES                        CPYEXPT 
004570         AND LAY-COL-REDEF(WS-CIX) = LAY-COL-BASE(WS-CIX)         CPYEXPT 
004580         MOVE 'REDEFINES ALTERNATE - BASE LAYOUT EXPORTED'        CPYEXPT 
004590             TO WS-NOTE                                           CPYEXPT 
004600         PERFORM 2120-ADD-UNMAPPED THRU 2120-EXIT                 CPYEXPT 
004610         GO TO 2110-EXIT.                                         CPYEXPT 
004620     IF LAY-COL-IN-ODO(WS-CIX)                                    CPYEXPT 
004630         AND LAY-COL-OCCURS(WS-CIX) > 1                           CPYEXPT 
004640         MOVE 'OCCURS DEPENDING ON - NOT IN DDL/JSON, C AT MAX'   CPYEXPT 
004650             TO WS-NOTE                                           CPYEXPT 
004660         PERFORM 2120-ADD-UNMAPPED THRU 2120-EXIT                 CPYEXPT 
004670     END-IF.                                                      CPYEXPT 
004680 2110-EXIT.                                                       CPYEXPT 
004690     EXIT.                                                        CPYEXPT 
004700*                                                                 CPYEXPT 
004710 2120-ADD-UNMAPPED.                                               CPYEXPT 
004720     IF WS-UNM-COUNT NOT < 200                                    CPYEXPT 
004730         GO TO 2120-EXIT.                                         CPYEXPT 
004740     ADD 1 TO WS-UNM-COUNT.                                       CPYEXPT 
004750     MOVE LAY-COL-NAME(WS-CIX) TO WS-UNM-NAME(WS-UNM-COUNT).      CPYEXPT 
004760     MOVE LAY-COL-OFF(WS-CIX) TO WS-UNM-OFF(WS-UNM-COUNT).        CPYEXPT 
004770     MOVE WS-NOTE TO WS-UNM-REASON(WS-UNM-COUNT).                 CPYEXPT 
004780 2120-EXIT.                                                       CPYEXPT 
004790     EXIT.                                                        CPYEXPT 
004800*                                                                 CPYEXPT 
004810*-------------------------------------------------------------    CPYEXPT 
004820*2200-LOAD-BASE-LAYOUT - THE EXPORTED COLUMNS: ELEMENTARY         CPYEXPT 
004830*ITEMS OF THE BASE LAYOUT, OCCURS FLATTENED, IN OFFSET ORDER.     CPYEXPT 
004840*-------------------------------------------------------------    CPYEXPT 
004850 2200-LOAD-BASE-LAYOUT.                                           CPYEXPT 
004860     MOVE WS-COPYBOOK-NAME TO LAY-COPYBOOK-NAME.                  CPYEXPT 
004870     MOVE SPACES TO LAY-LIBRARY-DIR LAY-VIEW-MODE                 CPYEXPT 
004880         LAY-GROUPS-SW LAY-EXPAND-SW.                             CPYEXPT 
004890     MOVE 0 TO LAY-VIEW-COUNT.                                    CPYEXPT 
004900     CALL 'CPYLAYO' USING CPYLAYO-PARMS.                          CPYEXPT 
004910     IF NOT LAY-OK                                                CPYEXPT 
004920         GO TO 2200-EXIT.                                         CPYEXPT 
004930     PERFORM 2210-PLACE-ONE-COLUMN THRU 2210-EXIT                 CPYEXPT 
004940         VARYING WS-OIX FROM 1 BY 1                               CPYEXPT 
004950         UNTIL WS-OIX > LAY-COL-COUNT.                            CPYEXPT 
004960 2200-EXIT.                                                       CPYEXPT 
004970     EXIT.                                                        CPYEXPT 
004980*                                                                 CPYEXPT 
004990 2210-PLACE-ONE-COLUMN.                                           CPYEXPT 
005000     MOVE WS-OIX TO WS-ORDER-COL(WS-OIX).                         CPYEXPT 
005010     MOVE WS-OIX TO WS-SIX.                                       CPYEXPT 
005020     MOVE 'N' TO WS-DONE-SW.                                      CPYEXPT 
005030     PERFORM 2220-SHIFT-ONE-COLUMN THRU 2220-EXIT                 CPYEXPT 
005040         UNTIL WS-SIX = 1 OR WS-DONE.                             CPYEXPT 
005050 2210-EXIT.                                                       CPYEXPT 
005060     EXIT.                                                        CPYEXPT 
005070*                                                                 CPYEXPT 
005080 2220-SHIFT-ONE-COLUMN.                                           CPYEXPT 
005090     IF LAY-COL-OFF(WS-ORDER-COL(WS-SIX - 1))                     CPYEXPT 
005100         NOT > LAY-COL-OFF(WS-ORDER-COL(WS-SIX))                  CPYEXPT 
005110         MOVE 'Y' TO WS-DONE-SW                                   CPYEXPT 
005120         GO TO 2220-EXIT.                                         CPYEXPT 
005130     MOVE WS-ORDER-COL(WS-SIX) TO WS-HOLD-COL.                    CPYEXPT 
005140     MOVE WS-ORDER-COL(WS-SIX - 1) TO WS-ORDER-COL(WS-SIX).       CPYEXPT 
005150     MOVE WS-HOLD-COL TO WS-ORDER-COL(WS-SIX - 1).                CPYEXPT 
005160     SUBTRACT 1 FROM WS-SIX.                                      CPYEXPT 
005170 2220-EXIT.                                                       CPYEXPT 
005180     EXIT.                                                        CPYEXPT 
005190*                                                                 CPYEXPT 
005200*-------------------------------------------------------------    CPYEXPT 
005210*2300-NAME-ONE-COLUMN - DB2 NAME (HYPHENS TO UNDERSCORES, AT      CPYEXPT 
005220*MOST 30 CHARACTERS) AND C NAME (THE SAME IN LOWER CASE), AND     CPYEXPT 
005230*WHETHER THE COLUMN IS EXPORTED AT ALL.                           CPYEXPT 
005240*-------------------------------------------------------------    CPYEXPT 
005250 2300-NAME-ONE-COLUMN.                                            CPYEXPT 
005260     MOVE WS-OIX TO WS-CIX.                                       CPYEXPT 
005270     MOVE SPACE TO WS-XCOL-SKIP(WS-CIX).                          CPYEXPT 
005280     MOVE LAY-COL-NAME(WS-CIX) TO WS-NAME-WORK.                   CPYEXPT 
005290     INSPECT WS-NAME-WORK CONVERTING '-' TO '_'.                  CPYEXPT 
005300     MOVE WS-NAME-WORK TO WS-XCOL-SQL(WS-CIX).                    CPYEXPT 
005310     INSPECT WS-NAME-WORK                                         CPYEXPT 
005320         CONVERTING WS-UPPER-CASE TO WS-LOWER-CASE.               CPYEXPT 
005330     MOVE WS-NAME-WORK TO WS-XCOL-C(WS-CIX).                      CPYEXPT 
005340     IF LAY-COL-BASE(WS-CIX) = 'FILLER'                           CPYEXPT 
005350         MOVE 'F' TO WS-XCOL-SKIP(WS-CIX)                         CPYEXPT 
005360         GO TO 2300-EXIT.                                         CPYEXPT 
005370     IF LAY-COL-IN-ODO(WS-CIX)                                    CPYEXPT 
005380         MOVE 'O' TO WS-XCOL-SKIP(WS-CIX)                         CPYEXPT 
005390         GO TO 2300-EXIT.                                         CPYEXPT 
005400     IF LAY-COL-NUMERIC(WS-CIX)                                   CPYEXPT 
005410         AND LAY-COL-DIGITS(WS-CIX) > 31                          CPYEXPT 
005420         MOVE 'D' TO WS-XCOL-SKIP(WS-CIX)                         CPYEXPT 
005430         MOVE 'MORE THAN 31 DIGITS - NOT IN DDL OR JSON'          CPYEXPT 
005440             TO WS-NOTE                                           CPYEXPT 
005450         PERFORM 2120-ADD-UNMAPPED THRU 2120-EXIT                 CPYEXPT 
005460         GO TO 2300-EXIT.                                         CPYEXPT 
005470     ADD 1 TO WS-BOOK-COLS.                                       CPYEXPT 
005480     IF LAY-COL-NAME(WS-CIX)(31:10) NOT = SPACES                  CPYEXPT 
005490         MOVE SPACES TO WS-NOTE                                   CPYEXPT 
005500         STRING 'DB2 NAME SHORTENED TO ' DELIMITED BY SIZE        CPYEXPT 
005510             WS-XCOL-SQL(WS-CIX) DELIMITED BY SIZE                CPYEXPT 
005520             INTO WS-NOTE                                         CPYEXPT 
005530         END-STRING                                               CPYEXPT 
005540         PERFORM 2120-ADD-UNMAPPED THRU 2120-EXIT                 CPYEXPT 
005550     END-IF.                                                      CPYEXPT 
005560 2300-EXIT.                                                       CPYEXPT 
005570     EXIT.                                                        CPYEXPT 
005580*                                                                 CPYEXPT 
005590*-------------------------------------------------------------    CPYEXPT 
005600*4000-WRITE-DDL - CREATE TABLE, ONE NOT NULL COLUMN PER FIELD.    CPYEXPT 
005610*-------------------------------------------------------------    CPYEXPT 
005620 4000-WRITE-DDL.                                                  CPYEXPT 
005630     MOVE SPACES TO WS-OUT-FILENAME.                              CPYEXPT 
005640     STRING WS-OUT-DIR DELIMITED BY SPACE                         CPYEXPT 
005650         '/' DELIMITED BY SIZE                                    CPYEXPT 
005660         WS-COPYBOOK-NAME DELIMITED BY SPACE                      CPYEXPT 
005670         '.DDL' DELIMITED BY SIZE                                 CPYEXPT 
005680         INTO WS-OUT-FILENAME                                     CPYEXPT 
005690     END-STRING.                                                  CPYEXPT 
005700     OPEN OUTPUT OUT-FILE.                                        CPYEXPT 
005710     MOVE SPACES TO WS-OUT-FILE-REC.                              CPYEXPT 
005720     STRING '-- ' DELIMITED BY SIZE                               CPYEXPT 
005730         WS-TABLE-NAME DELIMITED BY SPACE                         CPYEXPT 
005740         ' -- DB2 STAGING TABLE FOR COPYBOOK ' DELIMITED BY SIZE  CPYEXPT 
005750         WS-COPYBOOK-NAME DELIMITED BY SPACE                      CPYEXPT 
005760         INTO WS-OUT-FILE-REC                                     CPYEXPT 
005770     END-STRING.                                                  CPYEXPT 
005780     WRITE WS-OUT-FILE-REC.                                       CPYEXPT 
005790     MOVE '-- ' TO WS-CMT-PREFIX.                                 CPYEXPT 
005800     PERFORM 4010-WRITE-STAMP-LINES THRU 4010-EXIT.               CPYEXPT 
005810     MOVE SPACES TO WS-OUT-FILE-REC.                              CPYEXPT 
005820     STRING 'CREATE TABLE ' DELIMITED BY SIZE                     CPYEXPT 
005830         WS-TABLE-NAME DELIMITED BY SPACE                         CPYEXPT 
005840         ' (' DELIMITED BY SIZE                                   CPYEXPT 
005850         INTO WS-OUT-FILE-REC                                     CPYEXPT 
005860     END-STRING.                                                  CPYEXPT 
005870     WRITE WS-OUT-FILE-REC.                                       CPYEXPT 
005880     MOVE 'N' TO WS-PEND-SW.                                      CPYEXPT 
005890     PERFORM 4100-DDL-ONE-COLUMN THRU 4100-EXIT                   CPYEXPT 
005900         VARYING WS-OIX FROM 1 BY 1                               CPYEXPT 
005910         UNTIL WS-OIX > LAY-COL-COUNT.                            CPYEXPT 
005920     PERFORM 9210-WRITE-LAST-LINE THRU 9210-EXIT.                 CPYEXPT 
005930     MOVE '    );' TO WS-OUT-FILE-REC.                            CPYEXPT 
005940     WRITE WS-OUT-FILE-REC.                                       CPYEXPT 
005950     CLOSE OUT-FILE.                                              CPYEXPT 
005960 4000-EXIT.                                                       CPYEXPT 
005970     EXIT.                                                        CPYEXPT 
005980*                                                                 CPYEXPT 
005990 4010-WRITE-STAMP-LINES.                                          CPYEXPT 
006000     MOVE SPACES TO WS-OUT-FILE-REC.                              CPYEXPT 
006010     STRING WS-CMT-PREFIX DELIMITED BY SIZE                       CPYEXPT 
006020         'COPYBOOK VERSION ' DELIMITED BY SIZE                    CPYEXPT 
006030         WS-VERSION DELIMITED BY SPACE                            CPYEXPT 
006040         '   MEMBER ' DELIMITED BY SIZE                           CPYEXPT 
006050         LAY-MEMBER-PATH DELIMITED BY SPACE                       CPYEXPT 
006060         INTO WS-OUT-FILE-REC                                     CPYEXPT 
006070     END-STRING.                                                  CPYEXPT 
006080     WRITE WS-OUT-FILE-REC.                                       CPYEXPT 
006090     MOVE LAY-RECORD-LEN TO WS-NUM.                               CPYEXPT 
006100     PERFORM 9100-EDIT-NUMBER THRU 9100-EXIT.                     CPYEXPT 
006110     MOVE SPACES TO WS-OUT-FILE-REC.                              CPYEXPT 
006120     STRING WS-CMT-PREFIX DELIMITED BY SIZE                       CPYEXPT 
006130         'RECORD LENGTH ' DELIMITED BY SIZE                       CPYEXPT 
006140         WS-NUM-TEXT(1:WS-NUM-LEN) DELIMITED BY SIZE              CPYEXPT 
006150         ' BYTES.  GENERATED BY CPYEXPT - DO NOT EDIT; '          CPYEXPT 
006160         DELIMITED BY SIZE                                        CPYEXPT 
006170         'CHANGE THE COPYBOOK AND RE-EXPORT.' DELIMITED BY SIZE   CPYEXPT 
006180         INTO WS-OUT-FILE-REC                                     CPYEXPT 
006190     END-STRING.                                                  CPYEXPT 
006200     WRITE WS-OUT-FILE-REC.                                       CPYEXPT 
006210 4010-EXIT.                                                       CPYEXPT 
006220     EXIT.                                                        CPYEXPT 
006230*                                                                 CPYEXPT 
006240 4100-DDL-ONE-COLUMN.                                             CPYEXPT 
006250     MOVE WS-ORDER-COL(WS-OIX) TO WS-CIX.                         CPYEXPT 
006260     IF WS-XCOL-SKIP(WS-CIX) NOT = SPACE                          CPYEXPT 
006270         GO TO 4100-EXIT.                                         CPYEXPT 
006280     PERFORM 4200-DB2-TYPE THRU 4200-EXIT.                        CPYEXPT 
006290     MOVE SPACES TO WS-LINE.                                      CPYEXPT 
006300     MOVE 5 TO WS-LINE-PTR.                                       CPYEXPT 
006310     STRING WS-XCOL-SQL(WS-CIX) DELIMITED BY SIZE                 CPYEXPT 
006320         ' ' DELIMITED BY SIZE                                    CPYEXPT 
006330         WS-TYPE-TEXT DELIMITED BY SIZE                           CPYEXPT 
006340         'NOT NULL' DELIMITED BY SIZE                             CPYEXPT 
006350         INTO WS-LINE WITH POINTER WS-LINE-PTR                    CPYEXPT 
006360     END-STRING.                                                  CPYEXPT 
006370     PERFORM 9300-DESCRIBE-FIELD THRU 9300-EXIT.                  CPYEXPT 
006380     PERFORM 9200-HOLD-LINE THRU 9200-EXIT.                       CPYEXPT 
006390 4100-EXIT.                                                       CPYEXPT 
006400     EXIT.                                                        CPYEXPT 
006410*                                                                 CPYEXPT 
006420*-------------------------------------------------------------    CPYEXPT 
006430*4200-DB2-TYPE - TEXT AND EDITED FIELDS AS CHAR (VARCHAR PAST     CPYEXPT 
006440*255 BYTES), BINARY INTEGERS AS SMALLINT/INTEGER/BIGINT BY        CPYEXPT 
006450*DIGITS, EVERY OTHER NUMBER AS DECIMAL(DIGITS,SCALE).             CPYEXPT 
006460*-------------------------------------------------------------    CPYEXPT 
006470 4200-DB2-TYPE.                                                   CPYEXPT 
006480     MOVE SPACES TO WS-TYPE-TEXT.                                 CPYEXPT 
006490     EVALUATE TRUE                                                CPYEXPT 
006500         WHEN LAY-COL-FLOAT(WS-CIX)                               CPYEXPT 
006510             AND LAY-COL-USAGE(WS-CIX) = 'COMP-1'                 CPYEXPT 
006520             MOVE 'REAL' TO WS-TYPE-TEXT                          CPYEXPT 
006530         WHEN LAY-COL-FLOAT(WS-CIX)                               CPYEXPT 
006540             MOVE 'DOUBLE' TO WS-TYPE-TEXT                        CPYEXPT 
006550         WHEN LAY-COL-NUMERIC(WS-CIX)                             CPYEXPT 
006560             AND LAY-COL-USAGE(WS-CIX) = 'COMP'                   CPYEXPT 
006570             AND LAY-COL-SCALE(WS-CIX) = 0                        CPYEXPT 
006580             AND LAY-COL-DIGITS(WS-CIX) < 5                       CPYEXPT 
006590             MOVE 'SMALLINT' TO WS-TYPE-TEXT                      CPYEXPT 
006600         WHEN LAY-COL-NUMERIC(WS-CIX)                             CPYEXPT 
006610             AND LAY-COL-USAGE(WS-CIX) = 'COMP'                   CPYEXPT 
006620             AND LAY-COL-SCALE(WS-CIX) = 0                        CPYEXPT 
006630             AND LAY-COL-DIGITS(WS-CIX) < 10                      CPYEXPT 
006640             MOVE 'INTEGER' TO WS-TYPE-TEXT                       CPYEXPT 
006650         WHEN LAY-COL-NUMERIC(WS-CIX)                             CPYEXPT 
006660             AND LAY-COL-USAGE(WS-CIX) = 'COMP'                   CPYEXPT 
006670             AND LAY-COL-SCALE(WS-CIX) = 0                        CPYEXPT 
006680             MOVE 'BIGINT' TO WS-TYPE-TEXT                        CPYEXPT 
006690         WHEN LAY-COL-NUMERIC(WS-CIX)                             CPYEXPT 
006700             PERFORM 4210-DECIMAL-TYPE THRU 4210-EXIT             CPYEXPT 
006710         WHEN LAY-COL-LEN(WS-CIX) > 255                           CPYEXPT 
006720             MOVE LAY-COL-LEN(WS-CIX) TO WS-NUM                   CPYEXPT 
006730             PERFORM 9100-EDIT-NUMBER THRU 9100-EXIT              CPYEXPT 
006740             STRING 'VARCHAR(' DELIMITED BY SIZE                  CPYEXPT 
006750                 WS-NUM-TEXT(1:WS-NUM-LEN) DELIMITED BY SIZE      CPYEXPT 
006760                 ')' DELIMITED BY SIZE                            CPYEXPT 
006770                 INTO WS-TYPE-TEXT                                CPYEXPT 
006780             END-STRING                                           CPYEXPT 
006790         WHEN OTHER                                               CPYEXPT 
006800             MOVE LAY-COL-LEN(WS-CIX) TO WS-NUM                   CPYEXPT 
006810             PERFORM 9100-EDIT-NUMBER THRU 9100-EXIT              CPYEXPT 
006820             STRING 'CHAR(' DELIMITED BY SIZE                     CPYEXPT 
006830                 WS-NUM-TEXT(1:WS-NUM-LEN) DELIMITED BY SIZE      CPYEXPT 
006840                 ')' DELIMITED BY SIZE                            CPYEXPT 
006850                 INTO WS-TYPE-TEXT                                CPYEXPT 
006860             END-STRING                                           CPYEXPT 
006870     END-EVALUATE.                                                CPYEXPT 
006880 4200-EXIT.                                                       CPYEXPT 
006890     EXIT.                                                        CPYEXPT 
006900*                                                                 CPYEXPT 
006910 4210-DECIMAL-TYPE.                                               CPYEXPT 
006920     MOVE LAY-COL-DIGITS(WS-CIX) TO WS-NUM.                       CPYEXPT 
006930     PERFORM 9100-EDIT-NUMBER THRU 9100-EXIT.                     CPYEXPT 
006940     MOVE 1 TO WS-LINE-PTR.                                       CPYEXPT 
006950     STRING 'DECIMAL(' DELIMITED BY SIZE                          CPYEXPT 
006960         WS-NUM-TEXT(1:WS-NUM-LEN) DELIMITED BY SIZE              CPYEXPT 
006970         ',' DELIMITED BY SIZE                                    CPYEXPT 
006980         INTO WS-TYPE-TEXT WITH POINTER WS-LINE-PTR               CPYEXPT 
006990     END-STRING.                                                  CPYEXPT 
007000     MOVE LAY-COL-SCALE(WS-CIX) TO WS-NUM.                        CPYEXPT 
007010     PERFORM 9100-EDIT-NUMBER THRU 9100-EXIT.                     CPYEXPT 
007020     STRING WS-NUM-TEXT(1:WS-NUM-LEN) DELIMITED BY SIZE           CPYEXPT 
007030         ')' DELIMITED BY SIZE                                    CPYEXPT 
007040         INTO WS-TYPE-TEXT WITH POINTER WS-LINE-PTR               CPYEXPT 
007050     END-STRING.                                                  CPYEXPT 
007060 4210-EXIT.                                                       CPYEXPT 
007070     EXIT.                                                        CPYEXPT 
007080*                                                                 CPYEXPT 
007090*-------------------------------------------------------------    CPYEXPT 
007100*5000-WRITE-C-STRUCT - ONE MEMBER PER FIELD IN RECORD ORDER,      CPYEXPT 
007110*BYTE-PACKED, WITH FILLER MEMBERS FOR BYTES NO FIELD NAMES SO     CPYEXPT 
007120*THE STRUCT IS EXACTLY THE RECORD LENGTH.                         CPYEXPT 
007130*-------------------------------------------------------------    CPYEXPT 
007140 5000-WRITE-C-STRUCT.                                             CPYEXPT 
007150     MOVE SPACES TO WS-OUT-FILENAME.                              CPYEXPT 
007160     STRING WS-OUT-DIR DELIMITED BY SPACE                         CPYEXPT 
007170         '/' DELIMITED BY SIZE                                    CPYEXPT 
007180         WS-COPYBOOK-NAME DELIMITED BY SPACE                      CPYEXPT 
007190         '.H' DELIMITED BY SIZE                                   CPYEXPT 
007200         INTO WS-OUT-FILENAME                                     CPYEXPT 
007210     END-STRING.                                                  CPYEXPT 
007220     OPEN OUTPUT OUT-FILE.                                        CPYEXPT 
007230     MOVE SPACES TO WS-OUT-FILE-REC.                              CPYEXPT 
007240     STRING '/* ' DELIMITED BY SIZE                               CPYEXPT 
007250         WS-COPYBOOK-NAME DELIMITED BY SPACE                      CPYEXPT 
007260         '.H -- C LAYOUT OF COPYBOOK ' DELIMITED BY SIZE          CPYEXPT 
007270         WS-COPYBOOK-NAME DELIMITED BY SPACE                      CPYEXPT 
007280         INTO WS-OUT-FILE-REC                                     CPYEXPT 
007290     END-STRING.                                                  CPYEXPT 
007300     WRITE WS-OUT-FILE-REC.                                       CPYEXPT 
007310     MOVE ' * ' TO WS-CMT-PREFIX.                                 CPYEXPT 
007320     PERFORM 4010-WRITE-STAMP-LINES THRU 4010-EXIT.               CPYEXPT 
007330     MOVE SPACES TO WS-OUT-FILE-REC.                              CPYEXPT 
007340     STRING ' * BINARY FIELDS ARE BIG-ENDIAN, ZONED AND PACKED'   CPYEXPT 
007350         DELIMITED BY SIZE                                        CPYEXPT 
007360         ' FIELDS ARE AS WRITTEN' DELIMITED BY SIZE               CPYEXPT 
007370         INTO WS-OUT-FILE-REC                                     CPYEXPT 
007380     END-STRING.                                                  CPYEXPT 
007390     WRITE WS-OUT-FILE-REC.                                       CPYEXPT 
007400     MOVE SPACES TO WS-OUT-FILE-REC.                              CPYEXPT 
007410     STRING ' * ON THE MAINFRAME; THIS LAYOUT DOES NOT'           CPYEXPT 
007420         DELIMITED BY SIZE                                        CPYEXPT 
007430         ' CONVERT THEM. */' DELIMITED BY SIZE                    CPYEXPT 
007440         INTO WS-OUT-FILE-REC                                     CPYEXPT 
007450     END-STRING.                                                  CPYEXPT 
007460     WRITE WS-OUT-FILE-REC.                                       CPYEXPT 
007470     MOVE SPACES TO WS-OUT-FILE-REC.                              CPYEXPT 
007480     STRING '#ifndef ' DELIMITED BY SIZE                          CPYEXPT 
007490         WS-GUARD-NAME DELIMITED BY SPACE                         CPYEXPT 
007500         INTO WS-OUT-FILE-REC                                     CPYEXPT 
007510     END-STRING.                                                  CPYEXPT 
007520     WRITE WS-OUT-FILE-REC.                                       CPYEXPT 
007530     MOVE SPACES TO WS-OUT-FILE-REC.                              CPYEXPT 
007540     STRING '#define ' DELIMITED BY SIZE                          CPYEXPT 
007550         WS-GUARD-NAME DELIMITED BY SPACE                         CPYEXPT 
007560         INTO WS-OUT-FILE-REC                                     CPYEXPT 
007570     END-STRING.                                                  CPYEXPT 
007580     WRITE WS-OUT-FILE-REC.                                       CPYEXPT 
007590     MOVE '#include <stdint.h>' TO WS-OUT-FILE-REC.               CPYEXPT 
007600     WRITE WS-OUT-FILE-REC.                                       CPYEXPT 
007610     MOVE '#pragma pack(push, 1)' TO WS-OUT-FILE-REC.             CPYEXPT 
007620     WRITE WS-OUT-FILE-REC.                                       CPYEXPT 
007630     MOVE SPACES TO WS-OUT-FILE-REC.                              CPYEXPT 
007640     STRING 'struct ' DELIMITED BY SIZE                           CPYEXPT 
007650         WS-STRUCT-NAME DELIMITED BY SPACE                        CPYEXPT 
007660         ' {' DELIMITED BY SIZE                                   CPYEXPT 
007670         INTO WS-OUT-FILE-REC                                     CPYEXPT 
007680     END-STRING.                                                  CPYEXPT 
007690     WRITE WS-OUT-FILE-REC.                                       CPYEXPT 
007700     MOVE 0 TO WS-NEXT-OFF.                                       CPYEXPT 
007710     PERFORM 5100-C-ONE-MEMBER THRU 5100-EXIT                     CPYEXPT 
007720         VARYING WS-OIX FROM 1 BY 1                               CPYEXPT 
007730         UNTIL WS-OIX > LAY-COL-COUNT.                            CPYEXPT 
007740     IF LAY-RECORD-LEN > WS-NEXT-OFF                              CPYEXPT 
007750         MOVE LAY-RECORD-LEN TO WS-FILL-END                       CPYEXPT 
007760         PERFORM 5300-C-FILLER THRU 5300-EXIT                     CPYEXPT 
007770     END-IF.                                                      CPYEXPT 
007780     MOVE '};' TO WS-OUT-FILE-REC.                                CPYEXPT 
007790     WRITE WS-OUT-FILE-REC.                                       CPYEXPT 
007800     MOVE '#pragma pack(pop)' TO WS-OUT-FILE-REC.                 CPYEXPT 
007810     WRITE WS-OUT-FILE-REC.                                       CPYEXPT 
007820     MOVE '#endif' TO WS-OUT-FILE-REC.                            CPYEXPT 
007830     WRITE WS-OUT-FILE-REC.                                       CPYEXPT 
007840     CLOSE OUT-FILE.                                              CPYEXPT 
007850 5000-EXIT.                                                       CPYEXPT 
007860     EXIT.                                                        CPYEXPT 
007870*                                                                 CPYEXPT 
007880 5100-C-ONE-MEMBER.                                               CPYEXPT 
007890     MOVE WS-ORDER-COL(WS-OIX) TO WS-CIX.                         CPYEXPT 
007900     IF WS-XCOL-SKIP(WS-CIX) = 'F'                                CPYEXPT 
007910         GO TO 5100-EXIT.                                         CPYEXPT 
007920*    A COLUMN INSIDE ONE ALREADY LAID DOWN CANNOT BE A MEMBER.    CPYEXPT 
007930     IF LAY-COL-OFF(WS-CIX) < WS-NEXT-OFF                         CPYEXPT 
007940         GO TO 5100-EXIT.                                         CPYEXPT 
007950     IF LAY-COL-OFF(WS-CIX) > WS-NEXT-OFF                         CPYEXPT 
007960         MOVE LAY-COL-OFF(WS-CIX) TO WS-FILL-END                  CPYEXPT 
007970         PERFORM 5300-C-FILLER THRU 5300-EXIT                     CPYEXPT 
007980     END-IF.                                                      CPYEXPT 
007990     PERFORM 5200-C-TYPE THRU 5200-EXIT.                          CPYEXPT 
008000     MOVE SPACES TO WS-LINE.                                      CPYEXPT 
008010     MOVE 5 TO WS-LINE-PTR.                                       CPYEXPT 
008020     STRING WS-C-TYPE DELIMITED BY '  '                           CPYEXPT 
008030         ' ' DELIMITED BY SIZE                                    CPYEXPT 
008040         WS-XCOL-C(WS-CIX) DELIMITED BY SPACE                     CPYEXPT 
008050         INTO WS-LINE WITH POINTER WS-LINE-PTR                    CPYEXPT 
008060     END-STRING.                                                  CPYEXPT 
008070     IF WS-C-TYPE = 'char' OR WS-C-TYPE = 'unsigned char'         CPYEXPT 
008080         MOVE LAY-COL-LEN(WS-CIX) TO WS-NUM                       CPYEXPT 
008090         PERFORM 9100-EDIT-NUMBER THRU 9100-EXIT                  CPYEXPT 
008100         STRING '[' DELIMITED BY SIZE                             CPYEXPT 
008110             WS-NUM-TEXT(1:WS-NUM-LEN) DELIMITED BY SIZE          CPYEXPT 
008120             ']' DELIMITED BY SIZE                                CPYEXPT 
008130             INTO WS-LINE WITH POINTER WS-LINE-PTR                CPYEXPT 
008140         END-STRING                                               CPYEXPT 
008150     END-IF.                                                      CPYEXPT 
008160     STRING ';' DELIMITED BY SIZE                                 CPYEXPT 
008170         INTO WS-LINE WITH POINTER WS-LINE-PTR                    CPYEXPT 
008180     END-STRING.                                                  CPYEXPT 
008190     MOVE SPACES TO WS-NOTE.                                      CPYEXPT 
008200     PERFORM 9300-DESCRIBE-FIELD THRU 9300-EXIT.                  CPYEXPT 
008210     IF WS-XCOL-SKIP(WS-CIX) = 'O'                                CPYEXPT 
008220         STRING ', ODO AT MAX' DELIMITED BY SIZE                  CPYEXPT 
008230             INTO WS-NOTE WITH POINTER WS-TALLY                   CPYEXPT 
008240         END-STRING                                               CPYEXPT 
008250     END-IF.                                                      CPYEXPT 
008260     IF WS-LINE-PTR < 48                                          CPYEXPT 
008270         MOVE 48 TO WS-LINE-PTR                                   CPYEXPT 
008280     END-IF.                                                      CPYEXPT 
008290     STRING '/* ' DELIMITED BY SIZE                               CPYEXPT 
008300         WS-NOTE DELIMITED BY '  '                                CPYEXPT 
008310         ' */' DELIMITED BY SIZE                                  CPYEXPT 
008320         INTO WS-LINE WITH POINTER WS-LINE-PTR                    CPYEXPT 
008330     END-STRING.                                                  CPYEXPT 
008340     MOVE WS-LINE TO WS-OUT-FILE-REC.                             CPYEXPT 
008350     WRITE WS-OUT-FILE-REC.                                       CPYEXPT 
008360     COMPUTE WS-NEXT-OFF = LAY-COL-OFF(WS-CIX)                    CPYEXPT 
008370         + LAY-COL-LEN(WS-CIX).                                   CPYEXPT 
008380 5100-EXIT.                                                       CPYEXPT 
008390     EXIT.                                                        CPYEXPT 
008400*                                                                 CPYEXPT 
008410*-------------------------------------------------------------    CPYEXPT 
008420*5200-C-TYPE - BINARY INTEGERS OF 2, 4 AND 8 BYTES AS THE         CPYEXPT 
008430*FIXED-WIDTH TYPES; ZONED AND EDITED TEXT AS char; PACKED AND     CPYEXPT 
008440*FLOATING POINT AS unsigned char BYTES.                           CPYEXPT 
008450*-------------------------------------------------------------    CPYEXPT 
008460 5200-C-TYPE.                                                     CPYEXPT 
008470     MOVE 'char' TO WS-C-TYPE.                                    CPYEXPT 
008480     IF LAY-COL-USAGE(WS-CIX) = 'COMP-3'                          CPYEXPT 
008490         OR LAY-COL-FLOAT(WS-CIX)                                 CPYEXPT 
008500         MOVE 'unsigned char' TO WS-C-TYPE                        CPYEXPT 
008510         GO TO 5200-EXIT.                                         CPYEXPT 
008520     IF LAY-COL-USAGE(WS-CIX) NOT = 'COMP'                        CPYEXPT 
008530         GO TO 5200-EXIT.                                         CPYEXPT 
008540     EVALUATE LAY-COL-LEN(WS-CIX)                                 CPYEXPT 
008550         WHEN 2                                                   CPYEXPT 
008560             MOVE 'int16_t' TO WS-C-TYPE                          CPYEXPT 
008570         WHEN 4                                                   CPYEXPT 
008580             MOVE 'int32_t' TO WS-C-TYPE                          CPYEXPT 
008590         WHEN 8                                                   CPYEXPT 
008600             MOVE 'int64_t' TO WS-C-TYPE                          CPYEXPT 
008610         WHEN OTHER                                               CPYEXPT 
008620             MOVE 'unsigned char' TO WS-C-TYPE                    CPYEXPT 
008630             GO TO 5200-EXIT                                      CPYEXPT 
008640     END-EVALUATE.                                                CPYEXPT 
008650     IF LAY-COL-SIGNED(WS-CIX) NOT = 'Y'                          CPYEXPT 
008660         MOVE SPACES TO WS-LINE                                   CPYEXPT 
008670         STRING 'u' DELIMITED BY SIZE                             CPYEXPT 
008680             WS-C-TYPE DELIMITED BY SPACE                         CPYEXPT 
008690             INTO WS-LINE                                         CPYEXPT 
008700         END-STRING                                               CPYEXPT 
008710         MOVE WS-LINE TO WS-C-TYPE                                CPYEXPT 
008720     END-IF.                                                      CPYEXPT 
008730 5200-EXIT.                                                       CPYEXPT 
008740     EXIT.                                                        CPYEXPT 
008750*                                                                 CPYEXPT 
008760 5300-C-FILLER.                                                   CPYEXPT 
008770     MOVE SPACES TO WS-LINE.                                      CPYEXPT 
008780     MOVE WS-NEXT-OFF TO WS-NUM.                                  CPYEXPT 
008790     PERFORM 9100-EDIT-NUMBER THRU 9100-EXIT.                     CPYEXPT 
008800     MOVE 5 TO WS-LINE-PTR.                                       CPYEXPT 
008810     STRING 'unsigned char filler_' DELIMITED BY SIZE             CPYEXPT 
008820         WS-NUM-TEXT(1:WS-NUM-LEN) DELIMITED BY SIZE              CPYEXPT 
008830         '[' DELIMITED BY SIZE                                    CPYEXPT 
008840         INTO WS-LINE WITH POINTER WS-LINE-PTR                    CPYEXPT 
008850     END-STRING.                                                  CPYEXPT 
008860     COMPUTE WS-NUM = WS-FILL-END - WS-NEXT-OFF.                  CPYEXPT 
008870     PERFORM 9100-EDIT-NUMBER THRU 9100-EXIT.                     CPYEXPT 
008880     STRING WS-NUM-TEXT(1:WS-NUM-LEN) DELIMITED BY SIZE           CPYEXPT 
008890         '];' DELIMITED BY SIZE                                   CPYEXPT 
008900         INTO WS-LINE WITH POINTER WS-LINE-PTR                    CPYEXPT 
008910     END-STRING.                                                  CPYEXPT 
008920     IF WS-LINE-PTR < 48                                          CPYEXPT 
008930         MOVE 48 TO WS-LINE-PTR                                   CPYEXPT 
008940     END-IF.                                                      CPYEXPT 
008950     STRING '/* FILLER */' DELIMITED BY SIZE                      CPYEXPT 
008960         INTO WS-LINE WITH POINTER WS-LINE-PTR                    CPYEXPT 
008970     END-STRING.                                                  CPYEXPT 
008980     MOVE WS-LINE TO WS-OUT-FILE-REC.                             CPYEXPT 
008990     WRITE WS-OUT-FILE-REC.                                       CPYEXPT 
009000     MOVE WS-FILL-END TO WS-NEXT-OFF.                             CPYEXPT 
009010 5300-EXIT.                                                       CPYEXPT 
009020     EXIT.                                                        CPYEXPT 
009030*                                                                 CPYEXPT 
009040*-------------------------------------------------------------    CPYEXPT 
009050*6000-WRITE-JSON-SCHEMA - ONE PROPERTY PER FIELD UNDER ITS        CPYEXPT 
009060*COBOL NAME, WITH THE LIMITS ITS PICTURE ALLOWS; EVERY            CPYEXPT 
009070*PROPERTY IS REQUIRED, AS EVERY FIELD IS IN THE RECORD.           CPYEXPT 
009080*-------------------------------------------------------------    CPYEXPT 
009090 6000-WRITE-JSON-SCHEMA.                                          CPYEXPT 
009100     MOVE SPACES TO WS-OUT-FILENAME.                              CPYEXPT 
009110     STRING WS-OUT-DIR DELIMITED BY SPACE                         CPYEXPT 
009120         '/' DELIMITED BY SIZE                                    CPYEXPT 
009130         WS-COPYBOOK-NAME DELIMITED BY SPACE                      CPYEXPT 
009140         '.JSON' DELIMITED BY SIZE                                CPYEXPT 
009150         INTO WS-OUT-FILENAME                                     CPYEXPT 
009160     END-STRING.                                                  CPYEXPT 
009170     OPEN OUTPUT OUT-FILE.                                        CPYEXPT 
009180     MOVE '{' TO WS-OUT-FILE-REC.                                 CPYEXPT 
009190     WRITE WS-OUT-FILE-REC.                                       CPYEXPT 
009200     MOVE SPACES TO WS-OUT-FILE-REC.                              CPYEXPT 
009210     STRING '  "$schema": ' DELIMITED BY SIZE                     CPYEXPT 
009220         '"http://json-schema.org/draft-07/schema#",'             CPYEXPT 
009230         DELIMITED BY SIZE                                        CPYEXPT 
009240         INTO WS-OUT-FILE-REC                                     CPYEXPT 
009250     END-STRING.                                                  CPYEXPT 
009260     WRITE WS-OUT-FILE-REC.                                       CPYEXPT 
009270     MOVE SPACES TO WS-OUT-FILE-REC.                              CPYEXPT 
009280     STRING '  "title": "' DELIMITED BY SIZE                      CPYEXPT 
009290         WS-COPYBOOK-NAME DELIMITED BY SPACE                      CPYEXPT 
009300         '",' DELIMITED BY SIZE                                   CPYEXPT 
009310         INTO WS-OUT-FILE-REC                                     CPYEXPT 
009320     END-STRING.                                                  CPYEXPT 
009330     WRITE WS-OUT-FILE-REC.                                       CPYEXPT 
009340     MOVE LAY-RECORD-LEN TO WS-NUM.                               CPYEXPT 
009350     PERFORM 9100-EDIT-NUMBER THRU 9100-EXIT.                     CPYEXPT 
009360     MOVE SPACES TO WS-OUT-FILE-REC.                              CPYEXPT 
009370     STRING '  "description": "Copybook ' DELIMITED BY SIZE       CPYEXPT 
009380         WS-COPYBOOK-NAME DELIMITED BY SPACE                      CPYEXPT 
009390         ' version ' DELIMITED BY SIZE                            CPYEXPT 
009400         WS-VERSION DELIMITED BY SPACE                            CPYEXPT 
009410         ', member ' DELIMITED BY SIZE                            CPYEXPT 
009420         LAY-MEMBER-PATH DELIMITED BY SPACE                       CPYEXPT 
009430         ', record length ' DELIMITED BY SIZE                     CPYEXPT 
009440         WS-NUM-TEXT(1:WS-NUM-LEN) DELIMITED BY SIZE              CPYEXPT 
009450         ' bytes. Generated by CPYEXPT.",' DELIMITED BY SIZE      CPYEXPT 
009460         INTO WS-OUT-FILE-REC                                     CPYEXPT 
009470     END-STRING.                                                  CPYEXPT 
009480     WRITE WS-OUT-FILE-REC.                                       CPYEXPT 
009490     MOVE SPACES TO WS-OUT-FILE-REC.                              CPYEXPT 
009500     STRING '  "$comment": "copybook version ' DELIMITED BY SIZE  CPYEXPT 
009510         WS-VERSION DELIMITED BY SPACE                            CPYEXPT 
009520         '",' DELIMITED BY SIZE                                   CPYEXPT 
009530         INTO WS-OUT-FILE-REC                                     CPYEXPT 
009540     END-STRING.                                                  CPYEXPT 
009550     WRITE WS-OUT-FILE-REC.                                       CPYEXPT 
009560     MOVE '  "type": "object",' TO WS-OUT-FILE-REC.               CPYEXPT 
009570     WRITE WS-OUT-FILE-REC.                                       CPYEXPT 
009580     MOVE '  "properties": {' TO WS-OUT-FILE-REC.                 CPYEXPT 
009590     WRITE WS-OUT-FILE-REC.                                       CPYEXPT 
009600     MOVE 'N' TO WS-PEND-SW.                                      CPYEXPT 
009610     PERFORM 6100-JSON-ONE-PROPERTY THRU 6100-EXIT                CPYEXPT 
009620         VARYING WS-OIX FROM 1 BY 1                               CPYEXPT 
009630         UNTIL WS-OIX > LAY-COL-COUNT.                            CPYEXPT 
009640     PERFORM 9210-WRITE-LAST-LINE THRU 9210-EXIT.                 CPYEXPT 
009650     MOVE '  },' TO WS-OUT-FILE-REC.                              CPYEXPT 
009660     WRITE WS-OUT-FILE-REC.                                       CPYEXPT 
009670     MOVE '  "required": [' TO WS-OUT-FILE-REC.                   CPYEXPT 
009680     WRITE WS-OUT-FILE-REC.                                       CPYEXPT 
009690     MOVE 'N' TO WS-PEND-SW.                                      CPYEXPT 
009700     PERFORM 6300-JSON-ONE-REQUIRED THRU 6300-EXIT                CPYEXPT 
009710         VARYING WS-OIX FROM 1 BY 1                               CPYEXPT 
009720         UNTIL WS-OIX > LAY-COL-COUNT.                            CPYEXPT 
009730     PERFORM 9210-WRITE-LAST-LINE THRU 9210-EXIT.                 CPYEXPT 
009740     MOVE '  ]' TO WS-OUT-FILE-REC.                               CPYEXPT 
009750     WRITE WS-OUT-FILE-REC.                                       CPYEXPT 
009760     MOVE '}' TO WS-OUT-FILE-REC.                                 CPYEXPT 
009770     WRITE WS-OUT-FILE-REC.                                       CPYEXPT 
009780     CLOSE OUT-FILE.                                              CPYEXPT 
009790 6000-EXIT.                                                       CPYEXPT 
009800     EXIT.                                                        CPYEXPT 
009810*                                                                 CPYEXPT 
009820 6100-JSON-ONE-PROPERTY.                                          CPYEXPT 
009830     MOVE WS-ORDER-COL(WS-OIX) TO WS-CIX.                         CPYEXPT 
009840     IF WS-XCOL-SKIP(WS-CIX) NOT = SPACE                          CPYEXPT 
009850         GO TO 6100-EXIT.                                         CPYEXPT 
009860     MOVE SPACES TO WS-LINE.                                      CPYEXPT 
009870     MOVE 5 TO WS-LINE-PTR.                                       CPYEXPT 
009880     STRING '"' DELIMITED BY SIZE                                 CPYEXPT 
009890         LAY-COL-NAME(WS-CIX) DELIMITED BY SPACE                  CPYEXPT 
009900         '": { ' DELIMITED BY SIZE                                CPYEXPT 
009910         INTO WS-LINE WITH POINTER WS-LINE-PTR                    CPYEXPT 
009920     END-STRING.                                                  CPYEXPT 
009930     EVALUATE TRUE                                                CPYEXPT 
009940         WHEN LAY-COL-FLOAT(WS-CIX)                               CPYEXPT 
009950             STRING '"type": "number"' DELIMITED BY SIZE          CPYEXPT 
009960                 INTO WS-LINE WITH POINTER WS-LINE-PTR            CPYEXPT 
009970             END-STRING                                           CPYEXPT 
009980         WHEN LAY-COL-NUMERIC(WS-CIX)                             CPYEXPT 
009990             PERFORM 6200-JSON-NUMBER-LIMITS THRU 6200-EXIT       CPYEXPT 
010000         WHEN OTHER                                               CPYEXPT 
010010             MOVE LAY-COL-LEN(WS-CIX) TO WS-NUM                   CPYEXPT 
010020             PERFORM 9100-EDIT-NUMBER THRU 9100-EXIT              CPYEXPT 
010030             STRING '"type": "string", "maxLength": '             CPYEXPT 
010040                 DELIMITED BY SIZE                                CPYEXPT 
010050                 WS-NUM-TEXT(1:WS-NUM-LEN) DELIMITED BY SIZE      CPYEXPT 
010060                 INTO WS-LINE WITH POINTER WS-LINE-PTR            CPYEXPT 
010070             END-STRING                                           CPYEXPT 
010080     END-EVALUATE.                                                CPYEXPT 
010090     PERFORM 9300-DESCRIBE-FIELD THRU 9300-EXIT.                  CPYEXPT 
010100     STRING ', "description": "' DELIMITED BY SIZE                CPYEXPT 
010110         WS-NOTE DELIMITED BY '  '                                CPYEXPT 
010120         '" }' DELIMITED BY SIZE                                  CPYEXPT 
010130         INTO WS-LINE WITH POINTER WS-LINE-PTR                    CPYEXPT 
010140     END-STRING.                                                  CPYEXPT 
010150     MOVE SPACES TO WS-NOTE.                                      CPYEXPT 
010160     PERFORM 9200-HOLD-LINE THRU 9200-EXIT.                       CPYEXPT 
010170 6100-EXIT.                                                       CPYEXPT 
010180     EXIT.                                                        CPYEXPT 
010190*                                                                 CPYEXPT 
010200*-------------------------------------------------------------    CPYEXPT 
010210*6200-JSON-NUMBER-LIMITS - integer OR number, MINIMUM AND         CPYEXPT 
010220*MAXIMUM FROM THE PICTURE'S DIGITS, multipleOf FROM ITS SCALE.    CPYEXPT 
010230*-------------------------------------------------------------    CPYEXPT 
010240 6200-JSON-NUMBER-LIMITS.                                         CPYEXPT 
010250     IF LAY-COL-SCALE(WS-CIX) = 0                                 CPYEXPT 
010260         STRING '"type": "integer", "minimum": ' DELIMITED BY SIZECPYEXPT 
010270             INTO WS-LINE WITH POINTER WS-LINE-PTR                CPYEXPT 
010280         END-STRING                                               CPYEXPT 
010290     ELSE                                                         CPYEXPT 
010300         STRING '"type": "number", "minimum": ' DELIMITED BY SIZE CPYEXPT 
010310             INTO WS-LINE WITH POINTER WS-LINE-PTR                CPYEXPT 
010320         END-STRING                                               CPYEXPT 
010330     END-IF.                                                      CPYEXPT 
010340     COMPUTE WS-INT-DIGITS = LAY-COL-DIGITS(WS-CIX)               CPYEXPT 
010350         - LAY-COL-SCALE(WS-CIX).                                 CPYEXPT 
010360     IF LAY-COL-SIGNED(WS-CIX) = 'Y'                              CPYEXPT 
010370         STRING '-' DELIMITED BY SIZE                             CPYEXPT 
010380             INTO WS-LINE WITH POINTER WS-LINE-PTR                CPYEXPT 
010390         END-STRING                                               CPYEXPT 
010400         PERFORM 6210-PICTURE-LIMIT THRU 6210-EXIT                CPYEXPT 
010410     ELSE                                                         CPYEXPT 
010420         STRING '0' DELIMITED BY SIZE                             CPYEXPT 
010430             INTO WS-LINE WITH POINTER WS-LINE-PTR                CPYEXPT 
010440         END-STRING                                               CPYEXPT 
010450     END-IF.                                                      CPYEXPT 
010460     STRING ', "maximum": ' DELIMITED BY SIZE                     CPYEXPT 
010470         INTO WS-LINE WITH POINTER WS-LINE-PTR                    CPYEXPT 
010480     END-STRING.                                                  CPYEXPT 
010490     PERFORM 6210-PICTURE-LIMIT THRU 6210-EXIT.                   CPYEXPT 
010500     IF LAY-COL-SCALE(WS-CIX) = 0                                 CPYEXPT 
010510         GO TO 6200-EXIT.                                         CPYEXPT 
010520     STRING ', "multipleOf": 0.' DELIMITED BY SIZE                CPYEXPT 
010530         INTO WS-LINE WITH POINTER WS-LINE-PTR                    CPYEXPT 
010540     END-STRING.                                                  CPYEXPT 
010550     IF LAY-COL-SCALE(WS-CIX) > 1                                 CPYEXPT 
010560         STRING WS-ZEROS(1:LAY-COL-SCALE(WS-CIX) - 1)             CPYEXPT 
010570             DELIMITED BY SIZE                                    CPYEXPT 
010580             INTO WS-LINE WITH POINTER WS-LINE-PTR                CPYEXPT 
010590         END-STRING                                               CPYEXPT 
010600     END-IF.                                                      CPYEXPT 
010610     STRING '1' DELIMITED BY SIZE                                 CPYEXPT 
010620         INTO WS-LINE WITH POINTER WS-LINE-PTR                    CPYEXPT 
010630     END-STRING.                                                  CPYEXPT 
010640 6200-EXIT.                                                       CPYEXPT 
010650     EXIT.                                                        CPYEXPT 
010660*                                                                 CPYEXPT 
010670 6210-PICTURE-LIMIT.                                              CPYEXPT 
010680     IF WS-INT-DIGITS > 0                                         CPYEXPT 
010690         STRING WS-NINES(1:WS-INT-DIGITS) DELIMITED BY SIZE       CPYEXPT 
010700             INTO WS-LINE WITH POINTER WS-LINE-PTR                CPYEXPT 
010710         END-STRING                                               CPYEXPT 
010720     ELSE                                                         CPYEXPT 
010730         STRING '0' DELIMITED BY SIZE                             CPYEXPT 
010740             INTO WS-LINE WITH POINTER WS-LINE-PTR                CPYEXPT 
010750         END-STRING                                               CPYEXPT 
010760     END-IF.                                                      CPYEXPT 
010770     IF LAY-COL-SCALE(WS-CIX) > 0                                 CPYEXPT 
010780         STRING '.' DELIMITED BY SIZE                             CPYEXPT 
010790             WS-NINES(1:LAY-COL-SCALE(WS-CIX)) DELIMITED BY SIZE  CPYEXPT 
010800             INTO WS-LINE WITH POINTER WS-LINE-PTR                CPYEXPT 
010810         END-STRING                                               CPYEXPT 
010820     END-IF.                                                      CPYEXPT 
010830 6210-EXIT.                                                       CPYEXPT 
010840     EXIT.                                                        CPYEXPT 
010850*                                                                 CPYEXPT 
010860 6300-JSON-ONE-REQUIRED.                                          CPYEXPT 
010870     MOVE WS-ORDER-COL(WS-OIX) TO WS-CIX.                         CPYEXPT 
010880     IF WS-XCOL-SKIP(WS-CIX) NOT = SPACE                          CPYEXPT 
010890         GO TO 6300-EXIT.                                         CPYEXPT 
010900     MOVE SPACES TO WS-LINE.                                      CPYEXPT 
010910     MOVE 5 TO WS-LINE-PTR.                                       CPYEXPT 
010920     STRING '"' DELIMITED BY SIZE                                 CPYEXPT 
010930         LAY-COL-NAME(WS-CIX) DELIMITED BY SPACE                  CPYEXPT 
010940         '"' DELIMITED BY SIZE                                    CPYEXPT 
010950         INTO WS-LINE WITH POINTER WS-LINE-PTR                    CPYEXPT 
010960     END-STRING.                                                  CPYEXPT 
010970     MOVE SPACES TO WS-NOTE.                                      CPYEXPT 
010980     PERFORM 9200-HOLD-LINE THRU 9200-EXIT.                       CPYEXPT 
010990 6300-EXIT.                                                       CPYEXPT 
011000     EXIT.                                                        CPYEXPT 
011010*                                                                 CPYEXPT 
011020*-------------------------------------------------------------    CPYEXPT 
011030*7000-REPORT-ONE-COPYBOOK                                         CPYEXPT 
011040*-------------------------------------------------------------    CPYEXPT 
011050 7000-REPORT-ONE-COPYBOOK.                                        CPYEXPT 
011060     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYEXPT 
011070     STRING 'COPYBOOK ' DELIMITED BY SIZE                         CPYEXPT 
011080         WS-COPYBOOK-NAME DELIMITED BY SPACE                      CPYEXPT 
011090         '   VERSION ' DELIMITED BY SIZE                          CPYEXPT 
011100         WS-VERSION DELIMITED BY SPACE                            CPYEXPT 
011110         '   MEMBER ' DELIMITED BY SIZE                           CPYEXPT 
011120         LAY-MEMBER-PATH DELIMITED BY SPACE                       CPYEXPT 
011130         INTO WS-RPT-FILE-REC                                     CPYEXPT 
011140     END-STRING.                                                  CPYEXPT 
011150     WRITE WS-RPT-FILE-REC.                                       CPYEXPT 
011160     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYEXPT 
011170     MOVE LAY-RECORD-LEN TO WS-EDIT-COUNT.                        CPYEXPT 
011180     MOVE '  RECORD LENGTH' TO WS-RPT-FILE-REC(1:15).             CPYEXPT 
011190     MOVE WS-EDIT-COUNT TO WS-RPT-FILE-REC(17:6).                 CPYEXPT 
011200     MOVE WS-BOOK-COLS TO WS-EDIT-COUNT.                          CPYEXPT 
011210     MOVE 'COLUMNS EXPORTED' TO WS-RPT-FILE-REC(26:16).           CPYEXPT 
011220     MOVE WS-EDIT-COUNT TO WS-RPT-FILE-REC(43:6).                 CPYEXPT 
011230     MOVE 'TABLE' TO WS-RPT-FILE-REC(52:5).                       CPYEXPT 
011240     MOVE WS-TABLE-NAME TO WS-RPT-FILE-REC(58:61).                CPYEXPT 
011250     WRITE WS-RPT-FILE-REC.                                       CPYEXPT 
011260     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYEXPT 
011270     STRING '  WROTE ' DELIMITED BY SIZE                          CPYEXPT 
011280         WS-OUT-DIR DELIMITED BY SPACE                            CPYEXPT 
011290         '/' DELIMITED BY SIZE                                    CPYEXPT 
011300         WS-COPYBOOK-NAME DELIMITED BY SPACE                      CPYEXPT 
011310         '.DDL  .H  .JSON' DELIMITED BY SIZE                      CPYEXPT 
011320         INTO WS-RPT-FILE-REC                                     CPYEXPT 
011330     END-STRING.                                                  CPYEXPT 
011340     WRITE WS-RPT-FILE-REC.                                       CPYEXPT 
011350     IF WS-UNM-COUNT = 0                                          CPYEXPT 
011360         MOVE '  EVERY ITEM MAPPED' TO WS-RPT-FILE-REC            CPYEXPT 
011370         WRITE WS-RPT-FILE-REC                                    CPYEXPT 
011380         GO TO 7000-EXIT.                                         CPYEXPT 
011390     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYEXPT 
011400     MOVE '  NOT MAPPED' TO WS-RPT-FILE-REC(1:12).                CPYEXPT 
011410     MOVE 'OFFSET' TO WS-RPT-FILE-REC(56:6).                      CPYEXPT 
011420     MOVE 'REASON' TO WS-RPT-FILE-REC(64:6).                      CPYEXPT 
011430     WRITE WS-RPT-FILE-REC.                                       CPYEXPT 
011440     PERFORM 7100-REPORT-ONE-UNMAPPED THRU 7100-EXIT              CPYEXPT 
011450         VARYING WS-UIX FROM 1 BY 1                               CPYEXPT 
011460         UNTIL WS-UIX > WS-UNM-COUNT.                             CPYEXPT 
011470     ADD WS-UNM-COUNT TO WS-UNMAPPED-TOTAL.                       CPYEXPT 
011480     IF WS-FINAL-RC < 4                                           CPYEXPT 
011490         MOVE 4 TO WS-FINAL-RC                                    CPYEXPT 
011500     END-IF.                                                      CPYEXPT 
011510 7000-EXIT.                                                       CPYEXPT 
011520     EXIT.                                                        CPYEXPT 
011530*                                                                 CPYEXPT 
011540 7100-REPORT-ONE-UNMAPPED.                                        CPYEXPT 
011550     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYEXPT 
011560     MOVE WS-UNM-NAME(WS-UIX) TO WS-RPT-FILE-REC(5:40).           CPYEXPT 
011570     MOVE WS-UNM-OFF(WS-UIX) TO WS-EDIT-OFF.                      CPYEXPT 
011580     MOVE WS-EDIT-OFF TO WS-RPT-FILE-REC(56:6).                   CPYEXPT 
011590     MOVE WS-UNM-REASON(WS-UIX) TO WS-RPT-FILE-REC(64:50).        CPYEXPT 
011600     WRITE WS-RPT-FILE-REC.                                       CPYEXPT 
011610 7100-EXIT.                                                       CPYEXPT 
011620     EXIT.                                                        CPYEXPT 
011630*                                                                 CPYEXPT 
011640 8000-PRINT-SUMMARY.                                              CPYEXPT 
011650     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYEXPT 
011660     WRITE WS-RPT-FILE-REC.                                       CPYEXPT 
011670     MOVE WS-BOOK-COUNT TO WS-EDIT-COUNT.                         CPYEXPT 
011680     MOVE 'COPYBOOKS EXPORTED' TO WS-RPT-FILE-REC(1:18).          CPYEXPT 
011690     MOVE WS-EDIT-COUNT TO WS-RPT-FILE-REC(26:6).                 CPYEXPT 
011700     WRITE WS-RPT-FILE-REC.                                       CPYEXPT 
011710     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYEXPT 
011720     MOVE WS-BAD-BOOKS TO WS-EDIT-COUNT.                          CPYEXPT 
011730     MOVE 'COPYBOOKS NOT EXPORTED' TO WS-RPT-FILE-REC(1:22).      CPYEXPT 
011740     MOVE WS-EDIT-COUNT TO WS-RPT-FILE-REC(26:6).                 CPYEXPT 
011750     WRITE WS-RPT-FILE-REC.                                       CPYEXPT 
011760     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYEXPT 
011770     MOVE WS-UNMAPPED-TOTAL TO WS-EDIT-COUNT.                     CPYEXPT 
011780     MOVE 'ITEMS NOT MAPPED' TO WS-RPT-FILE-REC(1:16).            CPYEXPT 
011790     MOVE WS-EDIT-COUNT TO WS-RPT-FILE-REC(26:6).                 CPYEXPT 
011800     WRITE WS-RPT-FILE-REC.                                       CPYEXPT 
011810 8000-EXIT.                                                       CPYEXPT 
011820     EXIT.                                                        CPYEXPT 
011830*                                                                 CPYEXPT 
011840*-------------------------------------------------------------    CPYEXPT 
011850*9100-EDIT-NUMBER - WS-NUM AS TEXT WITHOUT LEADING BLANKS IN      CPYEXPT 
011860*WS-NUM-TEXT(1:WS-NUM-LEN).                                       CPYEXPT 
011870*-------------------------------------------------------------    CPYEXPT 
011880 9100-EDIT-NUMBER.                                                CPYEXPT 
011890     MOVE WS-NUM TO WS-NUM-EDIT.                                  CPYEXPT 
011900     MOVE 0 TO WS-NUM-LEAD.                                       CPYEXPT 
011910     INSPECT WS-NUM-EDIT TALLYING WS-NUM-LEAD FOR LEADING SPACE.  CPYEXPT 
011920     COMPUTE WS-NUM-LEN = 9 - WS-NUM-LEAD.                        CPYEXPT 
011930     MOVE WS-NUM-EDIT(WS-NUM-LEAD + 1:WS-NUM-LEN) TO WS-NUM-TEXT. CPYEXPT 
011940 9100-EXIT.                                                       CPYEXPT 
011950     EXIT.                                                        CPYEXPT 
011960*                                                                 CPYEXPT 
011970*-------------------------------------------------------------    CPYEXPT 
011980*9200-HOLD-LINE - WRITE THE LINE HELD BEFORE (WITH ITS COMMA,     CPYEXPT 
011990*SINCE ANOTHER FOLLOWS) AND HOLD WS-LINE IN ITS PLACE.            CPYEXPT 
012000*9210-WRITE-LAST-LINE WRITES THE HELD LINE WITHOUT ONE.           CPYEXPT 
012010*-------------------------------------------------------------    CPYEXPT 
012020 9200-HOLD-LINE.                                                  CPYEXPT 
012030     IF WS-PEND-HELD                                              CPYEXPT 
012040         MOVE SPACES TO WS-OUT-FILE-REC                           CPYEXPT 
012050         STRING WS-PEND-LINE(1:WS-PEND-LEN) DELIMITED BY SIZE     CPYEXPT 
012060             ',' DELIMITED BY SIZE                                CPYEXPT 
012070             INTO WS-OUT-FILE-REC                                 CPYEXPT 
012080         END-STRING                                               CPYEXPT 
012090         PERFORM 9220-ADD-HELD-NOTE THRU 9220-EXIT                CPYEXPT 
012100         WRITE WS-OUT-FILE-REC                                    CPYEXPT 
012110     END-IF.                                                      CPYEXPT 
012120     MOVE WS-LINE TO WS-PEND-LINE.                                CPYEXPT 
012130     COMPUTE WS-PEND-LEN = WS-LINE-PTR - 1.                       CPYEXPT 
012140     MOVE WS-NOTE TO WS-PEND-NOTE.                                CPYEXPT 
012150     MOVE 'Y' TO WS-PEND-SW.                                      CPYEXPT 
012160 9200-EXIT.                                                       CPYEXPT 
012170     EXIT.                                                        CPYEXPT 
012180*                                                                 CPYEXPT 
012190 9210-WRITE-LAST-LINE.                                            CPYEXPT 
012200     IF NOT WS-PEND-HELD                                          CPYEXPT 
012210         GO TO 9210-EXIT.                                         CPYEXPT 
012220     MOVE WS-PEND-LINE(1:WS-PEND-LEN) TO WS-OUT-FILE-REC.         CPYEXPT 
012230     PERFORM 9220-ADD-HELD-NOTE THRU 9220-EXIT.                   CPYEXPT 
012240     WRITE WS-OUT-FILE-REC.                                       CPYEXPT 
012250     MOVE 'N' TO WS-PEND-SW.                                      CPYEXPT 
012260 9210-EXIT.                                                       CPYEXPT 
012270     EXIT.                                                        CPYEXPT 
012280*                                                                 CPYEXPT 
012290 9220-ADD-HELD-NOTE.                                              CPYEXPT 
012300     IF WS-PEND-NOTE = SPACES                                     CPYEXPT 
012310         GO TO 9220-EXIT.                                         CPYEXPT 
012320     IF WS-PEND-LEN < 56                                          CPYEXPT 
012330         MOVE '-- ' TO WS-OUT-FILE-REC(58:3)                      CPYEXPT 
012340         MOVE WS-PEND-NOTE TO WS-OUT-FILE-REC(61:60)              CPYEXPT 
012350     ELSE                                                         CPYEXPT 
012360         MOVE '-- ' TO WS-OUT-FILE-REC(WS-PEND-LEN + 3:3)         CPYEXPT 
012370         MOVE WS-PEND-NOTE TO WS-OUT-FILE-REC(WS-PEND-LEN + 6:60) CPYEXPT 
012380     END-IF.                                                      CPYEXPT 
012390 9220-EXIT.                                                       CPYEXPT 
012400     EXIT.                                                        CPYEXPT 
012410*                                                                 CPYEXPT 
012420*-------------------------------------------------------------    CPYEXPT 
012430*9300-DESCRIBE-FIELD - PICTURE, STORAGE AND OFFSET OF THE         CPYEXPT 
012440*COLUMN FOR THE ARTIFACT COMMENTS, INTO WS-NOTE WITH WS-TALLY     CPYEXPT 
012450*LEFT JUST PAST THE TEXT.                                         CPYEXPT 
012460*-------------------------------------------------------------    CPYEXPT 
012470 9300-DESCRIBE-FIELD.                                             CPYEXPT 
012480     MOVE SPACES TO WS-NOTE.                                      CPYEXPT 
012490     MOVE 1 TO WS-TALLY.                                          CPYEXPT 
012500     IF LAY-COL-PIC(WS-CIX) NOT = SPACES                          CPYEXPT 
012510         STRING 'PIC ' DELIMITED BY SIZE                          CPYEXPT 
012520             LAY-COL-PIC(WS-CIX) DELIMITED BY SPACE               CPYEXPT 
012530             INTO WS-NOTE WITH POINTER WS-TALLY                   CPYEXPT 
012540         END-STRING                                               CPYEXPT 
012550     END-IF.                                                      CPYEXPT 
012560     IF WS-TALLY > 1                                              CPYEXPT 
012570         STRING ' ' DELIMITED BY SIZE                             CPYEXPT 
012580             INTO WS-NOTE WITH POINTER WS-TALLY                   CPYEXPT 
012590         END-STRING                                               CPYEXPT 
012600     END-IF.                                                      CPYEXPT 
012610     EVALUATE TRUE                                                CPYEXPT 
012620         WHEN LAY-COL-USAGE(WS-CIX) = 'COMP-3'                    CPYEXPT 
012630             STRING 'COMP-3 PACKED DECIMAL' DELIMITED BY SIZE     CPYEXPT 
012640                 INTO WS-NOTE WITH POINTER WS-TALLY               CPYEXPT 
012650             END-STRING                                           CPYEXPT 
012660         WHEN LAY-COL-USAGE(WS-CIX) = 'COMP'                      CPYEXPT 
012670             STRING 'COMP BIG-ENDIAN BINARY' DELIMITED BY SIZE    CPYEXPT 
012680                 INTO WS-NOTE WITH POINTER WS-TALLY               CPYEXPT 
012690             END-STRING                                           CPYEXPT 
012700         WHEN LAY-COL-FLOAT(WS-CIX)                               CPYEXPT 
012710             STRING LAY-COL-USAGE(WS-CIX) DELIMITED BY SPACE      CPYEXPT 
012720                 ' HEX FLOATING POINT' DELIMITED BY SIZE          CPYEXPT 
012730                 INTO WS-NOTE WITH POINTER WS-TALLY               CPYEXPT 
012740             END-STRING                                           CPYEXPT 
012750         WHEN LAY-COL-NUMERIC(WS-CIX)                             CPYEXPT 
012760             AND LAY-COL-SIGNED(WS-CIX) = 'Y'                     CPYEXPT 
012770             STRING 'ZONED, SIGN IN LAST BYTE' DELIMITED BY SIZE  CPYEXPT 
012780                 INTO WS-NOTE WITH POINTER WS-TALLY               CPYEXPT 
012790             END-STRING                                           CPYEXPT 
012800         WHEN LAY-COL-NUMERIC(WS-CIX)                             CPYEXPT 
012810             STRING 'ZONED DECIMAL' DELIMITED BY SIZE             CPYEXPT 
012820                 INTO WS-NOTE WITH POINTER WS-TALLY               CPYEXPT 
012830             END-STRING                                           CPYEXPT 
012840         WHEN OTHER                                               CPYEXPT 
012850             SUBTRACT 1 FROM WS-TALLY                             CPYEXPT 
012860     END-EVALUATE.                                                CPYEXPT 
012870     MOVE LAY-COL-OFF(WS-CIX) TO WS-NUM.                          CPYEXPT 
012880     PERFORM 9100-EDIT-NUMBER THRU 9100-EXIT.                     CPYEXPT 
012890     STRING ' AT OFFSET ' DELIMITED BY SIZE                       CPYEXPT 
012900         WS-NUM-TEXT(1:WS-NUM-LEN) DELIMITED BY SIZE              CPYEXPT 
012910         INTO WS-NOTE WITH POINTER WS-TALLY                       CPYEXPT 
012920     END-STRING.                                                  CPYEXPT 
012930 9300-EXIT.                                                       CPYEXPT 
012940     EXIT.                                                        CPYEXPT 
