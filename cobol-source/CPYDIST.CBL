000010 IDENTIFICATION DIVISION.                                         CPYDIST 
000020 PROGRAM-ID. CPYDIST.                                             CPYDIST 
000030 AUTHOR. R SANDOVAL.                                              CPYDIST 
000040 INSTALLATION. DATA CENTER SERVICES - COPYBOOK TOOLING.           CPYDIST 
000050 DATE-WRITTEN. 2026-10-15.                                        CPYDIST 
000060 DATE-COMPILED.                                                   CPYDIST 
000070*-------------------------------------------------------------    CPYDIST 
000080*MODIFICATION HISTORY                                             CPYDIST 
000090*-------------------------------------------------------------    CPYDIST 
000100*2026-10-15 RS  REPORT DISTRIBUTION AND PER-TEAM BURSTING, SO     CPYDIST 
000110*               THE MORNING HAND-FORWARDING OF REPORT PIECES      CPYDIST 
000120*               STOPS.  config/CPYDIST.DAT SAYS WHICH REPORT      CPYDIST 
000130*               GOES TO WHICH RECIPIENT AND HOW OFTEN; A CARD     CPYDIST 
000140*               NAMING A KEY COLUMN BURSTS THE REPORT BY          CPYDIST 
000150*               OWNING TEAM (COPYBOOK NAME THROUGH                CPYDIST 
000160*               config/CPYOWN.DAT, USER ID THROUGH                CPYDIST 
000170*               config/CPYTEAM.DAT, OR A TEAM COLUMN AS IS).      CPYDIST 
000180*               EACH PACKET IS registry/<REPORT>.<TEAM>.PKT,      CPYDIST 
000190*               A COVER PAGE THEN THE REPORT HEADING AND THE      CPYDIST 
000200*               TEAM'S LINES.  EVERY PACKET AND EVERY ENTRY IT    CPYDIST 
000210*               CARRIED IS APPENDED TO registry/CPYDLOG.DAT.      CPYDIST 
000220*               SYSIN: RUN DATE YYYYMMDD COLS 1-8 (NO CARD =      CPYDIST 
000230*               TODAY).  RC 0 ALL DELIVERED, 4 A DUE REPORT WAS   CPYDIST 
000240*               MISSING OR A CARD WAS BAD, 12 NO DISTRIBUTION     CPYDIST 
000250*               FILE.  RUNS LAST IN THE NIGHTLY STREAM.           CPYDIST 
000260*-------------------------------------------------------------    CPYDIST 
000270 ENVIRONMENT DIVISION.                                            CPYDIST 
000280 CONFIGURATION SECTION.                                           CPYDIST 
000290 SOURCE-COMPUTER. GENERIC-COMPUTER.                               CPYDIST 
000300 OBJECT-COMPUTER. GENERIC-COMPUTER.                               CPYDIST 
000310 INPUT-OUTPUT SECTION.                                            CPYDIST 
000320 FILE-CONTROL.                                                    CPYDIST 
000330     SELECT PARM-FILE ASSIGN TO DYNAMIC WS-PARM-FILENAME          CPYDIST 
000340         ORGANIZATION LINE SEQUENTIAL                             CPYDIST 
000350         FILE STATUS IS WS-PARM-FILE-STATUS.                      CPYDIST 
000360     SELECT DST-FILE ASSIGN TO DYNAMIC WS-DST-FILENAME            CPYDIST 
000370         ORGANIZATION LINE SEQUENTIAL                             CPYDIST 
000380         FILE STATUS IS WS-DST-FILE-STATUS.                       CPYDIST 
000390     SELECT OWN-FILE ASSIGN TO DYNAMIC WS-OWN-FILENAME            CPYDIST 
000400         ORGANIZATION LINE SEQUENTIAL                             CPYDIST 
000410         FILE STATUS IS WS-OWN-FILE-STATUS.                       CPYDIST 
000420     SELECT ROS-FILE ASSIGN TO DYNAMIC WS-ROS-FILENAME            CPYDIST 
000430         ORGANIZATION LINE SEQUENTIAL                             CPYDIST 
000440         FILE STATUS IS WS-ROS-FILE-STATUS.                       CPYDIST 
000450     SELECT RPT-FILE ASSIGN TO DYNAMIC WS-RPT-FILENAME            CPYDIST 
000460         ORGANIZATION LINE SEQUENTIAL                             CPYDIST 
000470         FILE STATUS IS WS-RPT-FILE-STATUS.                       CPYDIST 
000480     SELECT PKT-FILE ASSIGN TO DYNAMIC WS-PKT-FILENAME            CPYDIST 
000490         ORGANIZATION LINE SEQUENTIAL                             CPYDIST 
000500         FILE STATUS IS WS-PKT-FILE-STATUS.                       CPYDIST 
000510     SELECT DLOG-FILE ASSIGN TO DYNAMIC WS-DLOG-FILENAME          CPYDIST 
000520         ORGANIZATION LINE SEQUENTIAL                             CPYDIST 
000530         FILE STATUS IS WS-DLOG-FILE-STATUS.                      CPYDIST 
000540 DATA DIVISION.                                                   CPYDIST 
000550 FILE SECTION.                                                    CPYDIST 
000560 FD  PARM-FILE.                                                   CPYDIST 
000570 01  WS-PARM-FILE-REC        PIC X(80).                           CPYDIST 
000580 FD  DST-FILE.                                                    CPYDIST 
000590 01  WS-DST-FILE-REC         PIC X(80).                           CPYDIST 
000600 FD  OWN-FILE.                                                    CPYDIST 
000610 01  WS-OWN-FILE-REC         PIC X(80).                           CPYDIST 
000620 FD  ROS-FILE.                                                    CPYDIST 
000630 01  WS-ROS-FILE-REC         PIC X(80).                           CPYDIST 
000640 FD  RPT-FILE.                                                    CPYDIST 
000650 01  WS-RPT-FILE-REC         PIC X(132).                          CPYDIST 
000660 FD  PKT-FILE.                                                    CPYDIST 
000670 01  WS-PKT-FILE-REC         PIC X(132).                          CPYDIST 
000680 FD  DLOG-FILE.                                                   CPYDIST 
000690 COPY CPYDLG.                                                     CPYDIST 
000700 WORKING-STORAGE SECTION.                                         CPYDIST 
000710 77  WS-PARM-FILENAME        PIC X(80) VALUE 'jcl/CPYDIST.SYSIN'. CPYDIST 
000720 77  WS-PARM-FILE-STATUS     PIC X(02) VALUE '00'.                CPYDIST 
000730 77  WS-DST-FILENAME         PIC X(80)                            CPYDIST 
000740         VALUE 'config/CPYDIST.DAT'.                              CPYDIST 
000750 77  WS-DST-FILE-STATUS      PIC X(02) VALUE '00'.                CPYDIST 
000760 77  WS-OWN-FILENAME         PIC X(80)                            CPYDIST 
000770         VALUE 'config/CPYOWN.DAT'.                               CPYDIST 
000780 77  WS-OWN-FILE-STATUS      PIC X(02) VALUE '00'.                CPYDIST 
000790 77  WS-ROS-FILENAME         PIC X(80)                            CPYDIST 
000800         VALUE 'config/CPYTEAM.DAT'.                              CPYDIST 
000810 77  WS-ROS-FILE-STATUS      PIC X(02) VALUE '00'.                CPYDIST 
000820 77  WS-RPT-FILENAME         PIC X(80) VALUE SPACES.              CPYDIST 
000830 77  WS-RPT-FILE-STATUS      PIC X(02) VALUE '00'.                CPYDIST 
000840 77  WS-PKT-FILENAME         PIC X(80) VALUE SPACES.              CPYDIST 
000850 77  WS-PKT-FILE-STATUS      PIC X(02) VALUE '00'.                CPYDIST 
000860 77  WS-DLOG-FILENAME        PIC X(80)                            CPYDIST 
000870         VALUE 'registry/CPYDLOG.DAT'.                            CPYDIST 
000880 77  WS-DLOG-FILE-STATUS     PIC X(02) VALUE '00'.                CPYDIST 
000890*-------------------------------------------------------------    CPYDIST 
000900*SWITCHES, COUNTERS AND THE RUN DATE                              CPYDIST 
000910*-------------------------------------------------------------    CPYDIST 
000920 77  WS-EOF-SW               PIC X(01) VALUE 'N'.                 CPYDIST 
000930     88  WS-EOF              VALUE 'Y'.                           CPYDIST 
000940 77  WS-DUE-SW               PIC X(01) VALUE 'N'.                 CPYDIST 
000950     88  WS-DUE              VALUE 'Y'.                           CPYDIST 
000960 77  WS-HEADING-SW           PIC X(01) VALUE 'N'.                 CPYDIST 
000970     88  WS-HEADING-LINE     VALUE 'Y'.                           CPYDIST 
000980 77  WS-ITEM-SW              PIC X(01) VALUE 'N'.                 CPYDIST 
000990     88  WS-ITEM-LINE        VALUE 'Y'.                           CPYDIST 
001000 77  WS-RUN-DATE             PIC 9(08) VALUE 0.                   CPYDIST 
001010 77  WS-RUN-TIME             PIC X(08) VALUE SPACES.              CPYDIST 
001020 77  WS-RUN-INT              PIC 9(08) COMP VALUE 0.              CPYDIST 
001030 77  WS-NEXT-DATE            PIC 9(08) VALUE 0.                   CPYDIST 
001040 77  WS-WEEKDAY              PIC 9(01) VALUE 0.                   CPYDIST 
001050 77  WS-MONTH-DAY            PIC 9(02) VALUE 0.                   CPYDIST 
001060 77  WS-LAST-DAY-SW          PIC X(01) VALUE 'N'.                 CPYDIST 
001070     88  WS-LAST-DAY         VALUE 'Y'.                           CPYDIST 
001080 77  WS-DUE-COUNT            PIC 9(04) COMP VALUE 0.              CPYDIST 
001090 77  WS-PACKET-COUNT         PIC 9(04) COMP VALUE 0.              CPYDIST 
001100 77  WS-MISSING-COUNT        PIC 9(04) COMP VALUE 0.              CPYDIST 
001110 77  WS-BAD-CARD-COUNT       PIC 9(04) COMP VALUE 0.              CPYDIST 
001120 77  WS-LINE-NO              PIC 9(05) COMP VALUE 0.              CPYDIST 
001130 77  WS-LINES-OUT            PIC 9(05) COMP VALUE 0.              CPYDIST 
001140 77  WS-EDIT-COUNT           PIC Z(04)9.                          CPYDIST 
001150 77  WS-DIX                  PIC 9(03) COMP VALUE 0.              CPYDIST 
001160 77  WS-BIX                  PIC 9(03) COMP VALUE 0.              CPYDIST 
001170 77  WS-HIT-BIX              PIC 9(03) COMP VALUE 0.              CPYDIST 
001180 77  WS-RIX                  PIC 9(03) COMP VALUE 0.              CPYDIST 
001190 77  WS-OIX                  PIC 9(03) COMP VALUE 0.              CPYDIST 
001200 77  WS-ATTN-PTR             PIC 9(03) COMP VALUE 0.              CPYDIST 
001210 77  WS-SUFFIX               PIC X(10) VALUE SPACES.              CPYDIST 
001220*THE CARD BEING DISTRIBUTED AND THE LINE BEING ATTRIBUTED.        CPYDIST 
001230 77  WS-CUR-TEAM             PIC X(10) VALUE SPACES.              CPYDIST 
001240 77  WS-LINE-TEAM            PIC X(10) VALUE SPACES.              CPYDIST 
001250 77  WS-LINE-KEY             PIC X(30) VALUE SPACES.              CPYDIST 
001260 77  WS-PKT-TEAM             PIC X(10) VALUE SPACES.              CPYDIST 
001270 77  WS-PKT-LINES            PIC 9(05) COMP VALUE 0.              CPYDIST 
001280 77  WS-PKT-STATUS           PIC X(10) VALUE SPACES.              CPYDIST 
001290 77  WS-ATTENTION            PIC X(60) VALUE SPACES.              CPYDIST 
001300 77  WS-UNOWNED-TO           PIC X(10) VALUE 'LIBRARY'.           CPYDIST 
001310*-------------------------------------------------------------    CPYDIST 
001320*DISTRIBUTION CARDS (config/CPYDIST.DAT)                          CPYDIST 
001330*-------------------------------------------------------------    CPYDIST 
001340 01  WS-DST-TABLE.                                                CPYDIST 
001350     05  WS-DST-COUNT        PIC 9(03) COMP VALUE 0.              CPYDIST 
001360     05  WS-DST-ENT OCCURS 50 TIMES.                              CPYDIST 
001370         10  WS-DST-REPORT   PIC X(08).                           CPYDIST 
001380         10  WS-DST-RECIP    PIC X(10).                           CPYDIST 
001390             88  WS-DST-TO-OWNERS VALUE '*OWNER'.                 CPYDIST 
001400         10  WS-DST-FREQ     PIC X(07).                           CPYDIST 
001410             88  WS-DST-DAILY     VALUE 'DAILY'.                  CPYDIST 
001420             88  WS-DST-WEEKLY    VALUE 'WEEKLY'.                 CPYDIST 
001430             88  WS-DST-MONTHLY   VALUE 'MONTHLY'.                CPYDIST 
001440         10  WS-DST-DAY      PIC 9(02).                           CPYDIST 
001450         10  WS-DST-KEY-TYPE PIC X(04).                           CPYDIST 
001460             88  WS-DST-WHOLE     VALUE SPACES.                   CPYDIST 
001470             88  WS-DST-BY-COPY   VALUE 'COPY'.                   CPYDIST 
001480             88  WS-DST-BY-USER   VALUE 'USER'.                   CPYDIST 
001490             88  WS-DST-BY-TEAM   VALUE 'TEAM'.                   CPYDIST 
001500         10  WS-DST-KEY-COL  PIC 9(03).                           CPYDIST 
001510         10  WS-DST-KEY-LEN  PIC 9(02).                           CPYDIST 
001520         10  WS-DST-HEAD     PIC 9(02).                           CPYDIST 
001530*-------------------------------------------------------------    CPYDIST 
001540*COPYBOOK OWNERSHIP (config/CPYOWN.DAT) AND THE USER-TO-TEAM      CPYDIST 
001550*ROSTER (config/CPYTEAM.DAT), LOADED UP FRONT.                    CPYDIST 
001560*-------------------------------------------------------------    CPYDIST 
001570 01  WS-OWN-TABLE.                                                CPYDIST 
001580     05  WS-OWN-COUNT        PIC 9(03) COMP VALUE 0.              CPYDIST 
001590     05  WS-OWN-ENT OCCURS 100 TIMES.                             CPYDIST 
001600         10  WS-OWN-CB       PIC X(30).                           CPYDIST 
001610         10  WS-OWN-TEAM     PIC X(10).                           CPYDIST 
001620 01  WS-ROS-TABLE.                                                CPYDIST 
001630     05  WS-ROS-COUNT        PIC 9(03) COMP VALUE 0.              CPYDIST 
001640     05  WS-ROS-ENT OCCURS 200 TIMES.                             CPYDIST 
001650         10  WS-ROS-USER     PIC X(08).                           CPYDIST 
001660         10  WS-ROS-TEAM     PIC X(10).                           CPYDIST 
001670*THE TEAMS ONE BURST REPORT DIVIDES INTO, WITH THEIR LINES.       CPYDIST 
001680 01  WS-BST-TABLE.                                                CPYDIST 
001690     05  WS-BST-COUNT        PIC 9(03) COMP VALUE 0.              CPYDIST 
001700     05  WS-BST-ENT OCCURS 50 TIMES.                              CPYDIST 
001710         10  WS-BST-TEAM     PIC X(10).                           CPYDIST 
001720         10  WS-BST-LINES    PIC 9(05) COMP.                      CPYDIST 
001730 COPY CPYJLP.                                                     CPYDIST 
001740 PROCEDURE DIVISION.                                              CPYDIST 
001750*-------------------------------------------------------------    CPYDIST 
001760*0000-MAINLINE                                                    CPYDIST 
001770*-------------------------------------------------------------    CPYDIST 
001780 0000-MAINLINE.                                                   CPYDIST 
001790     MOVE 'CPYDIST' TO JLG-JOB.                                   CPYDIST 
001800     MOVE 'STEP010' TO JLG-STEP.                                  CPYDIST 
001810     MOVE 'S' TO JLG-ACTION.                                      CPYDIST 
001820     CALL 'CPYJLOG' USING CPYJLOG-PARMS.                          CPYDIST 
001830     PERFORM 1000-ESTABLISH-RUN-DATE THRU 1000-EXIT.              CPYDIST 
001840     PERFORM 1200-LOAD-DISTRIBUTION THRU 1200-EXIT.               CPYDIST 
001850     IF WS-DST-FILE-STATUS NOT = '00'                             CPYDIST 
001860         DISPLAY 'CPYDIST - NO DISTRIBUTION FILE, NOTHING SENT'   CPYDIST 
001870         MOVE 12 TO RETURN-CODE                                   CPYDIST 
001880         PERFORM 9990-POST-COMPLETION THRU 9990-EXIT              CPYDIST 
001890         GOBACK                                                   CPYDIST 
001900     END-IF.                                                      CPYDIST 
001910     PERFORM 8600-LOAD-OWNERSHIP THRU 8600-EXIT.                  CPYDIST 
001920     PERFORM 8800-LOAD-ROSTER THRU 8800-EXIT.                     CPYDIST 
001930     OPEN EXTEND DLOG-FILE.                                       CPYDIST 
001940     IF WS-DLOG-FILE-STATUS = '35'                                CPYDIST 
001950         OPEN OUTPUT DLOG-FILE                                    CPYDIST 
001960     END-IF.                                                      CPYDIST 
001970     PERFORM 2000-DISTRIBUTE-ONE-CARD THRU 2000-EXIT              CPYDIST 
001980         VARYING WS-DIX FROM 1 BY 1                               CPYDIST 
001990         UNTIL WS-DIX > WS-DST-COUNT.                             CPYDIST 
002000     CLOSE DLOG-FILE.                                             CPYDIST 
002010     DISPLAY 'CPYDIST RUN DATE ' WS-RUN-DATE                      CPYDIST 
002020         ' CARDS DUE ' WS-DUE-COUNT                               CPYDIST 
002030         ' PACKETS ' WS-PACKET-COUNT                              CPYDIST 
002040         ' REPORTS MISSING ' WS-MISSING-COUNT.                    CPYDIST 
002050     IF WS-MISSING-COUNT > 0                                      CPYDIST 
002060         OR WS-BAD-CARD-COUNT > 0                                 CPYDIST 
002070         MOVE 4 TO RETURN-CODE                                    CPYDIST 
002080     ELSE                                                         CPYDIST 
002090         MOVE 0 TO RETURN-CODE                                    CPYDIST 
002100     END-IF.                                                      CPYDIST 
002110     PERFORM 9990-POST-COMPLETION THRU 9990-EXIT.                 CPYDIST 
002120     GOBACK.                                                      CPYDIST 
002130*                                                                 CPYDIST 
002140*-------------------------------------------------------------    CPYDIST 
002150*1000-ESTABLISH-RUN-DATE - THE SYSIN DATE OR TODAY, ITS DAY OF    CPYDIST 
002160*THE WEEK (1 = MONDAY) AND WHETHER IT ENDS ITS MONTH.             CPYDIST 
002170*-------------------------------------------------------------    CPYDIST 
002180 1000-ESTABLISH-RUN-DATE.                                         CPYDIST 
002190     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.                       CPYDIST 
002200     ACCEPT WS-RUN-TIME FROM TIME.                                CPYDIST 
002210     OPEN INPUT PARM-FILE.                                        CPYDIST 
002220     IF WS-PARM-FILE-STATUS = '00'                                CPYDIST 
002230         READ PARM-FILE INTO WS-PARM-FILE-REC                     CPYDIST 
002240             AT END CONTINUE                                      CPYDIST 
002250             NOT AT END                                           CPYDIST 
002260                 IF WS-PARM-FILE-REC(1:8) NUMERIC                 CPYDIST 
002270                     MOVE WS-PARM-FILE-REC(1:8) TO WS-RUN-DATE    CPYDIST 
002280                 END-IF                                           CPYDIST 
002290         END-READ                                                 CPYDIST 
002300         CLOSE PARM-FILE                                          CPYDIST 
002310     END-IF.                                                      CPYDIST 
002320     COMPUTE WS-RUN-INT = FUNCTION INTEGER-OF-DATE (WS-RUN-DATE). CPYDIST 
002330     COMPUTE WS-WEEKDAY = FUNCTION MOD (WS-RUN-INT - 1, 7) + 1.   CPYDIST 
002340     MOVE WS-RUN-DATE(7:2) TO WS-MONTH-DAY.                       CPYDIST 
002350     COMPUTE WS-NEXT-DATE =                                       CPYDIST 
002360         FUNCTION DATE-OF-INTEGER (WS-RUN-INT + 1).               CPYDIST 
002370     IF WS-NEXT-DATE(7:2) = '01'                                  CPYDIST 
002380         MOVE 'Y' TO WS-LAST-DAY-SW                               CPYDIST 
002390     END-IF.                                                      CPYDIST 
002400 1000-EXIT.                                                       CPYDIST 
002410     EXIT.                                                        CPYDIST 
002420*                                                                 CPYDIST 
002430*-------------------------------------------------------------    CPYDIST 
002440*1200-LOAD-DISTRIBUTION - AN UNOWNED CARD NAMES WHO GETS THE      CPYDIST 
002450*LINES NO TEAM OWNS; EVERY OTHER CARD IS ONE REPORT/RECIPIENT.    CPYDIST 
002460*-------------------------------------------------------------    CPYDIST 
002470 1200-LOAD-DISTRIBUTION.                                          CPYDIST 
002480     MOVE 0 TO WS-DST-COUNT.                                      CPYDIST 
002490     OPEN INPUT DST-FILE.                                         CPYDIST 
002500     IF WS-DST-FILE-STATUS NOT = '00'                             CPYDIST 
002510         GO TO 1200-EXIT.                                         CPYDIST 
002520     MOVE 'N' TO WS-EOF-SW.                                       CPYDIST 
002530     PERFORM 1210-LOAD-ONE-CARD THRU 1210-EXIT UNTIL WS-EOF.      CPYDIST 
002540     CLOSE DST-FILE.                                              CPYDIST 
002550 1200-EXIT.                                                       CPYDIST 
002560     EXIT.                                                        CPYDIST 
002570*                                                                 CPYDIST 
002580 1210-LOAD-ONE-CARD.                                              CPYDIST 
002590     READ DST-FILE INTO WS-DST-FILE-REC                           CPYDIST 
002600         AT END MOVE 'Y' TO WS-EOF-SW                             CPYDIST 
002610     END-READ.                                                    CPYDIST 
002620     IF WS-EOF                                                    CPYDIST 
002630         GO TO 1210-EXIT.                                         CPYDIST 
002640     IF WS-DST-FILE-REC(1:1) = '*'                                CPYDIST 
002650         OR WS-DST-FILE-REC = SPACES                              CPYDIST 
002660         GO TO 1210-EXIT.                                         CPYDIST 
002670     IF WS-DST-FILE-REC(1:8) = 'UNOWNED'                          CPYDIST 
002680         IF WS-DST-FILE-REC(10:10) NOT = SPACES                   CPYDIST 
002690             MOVE WS-DST-FILE-REC(10:10) TO WS-UNOWNED-TO         CPYDIST 
002700         END-IF                                                   CPYDIST 
002710         GO TO 1210-EXIT                                          CPYDIST 
002720     END-IF.                                                      CPYDIST 
002730     IF WS-DST-COUNT NOT < 50                                     CPYDIST 
002740         DISPLAY 'CPYDIST - MORE THAN 50 CARDS, IGNORED: '        CPYDIST 
002750             WS-DST-FILE-REC(1:20)                                CPYDIST 
002760         ADD 1 TO WS-BAD-CARD-COUNT                               CPYDIST 
002770         GO TO 1210-EXIT                                          CPYDIST 
002780     END-IF.                                                      CPYDIST 
002790     ADD 1 TO WS-DST-COUNT.                                       CPYDIST 
002800     MOVE WS-DST-FILE-REC(1:8) TO WS-DST-REPORT(WS-DST-COUNT).    CPYDIST 
002810     MOVE WS-DST-FILE-REC(10:10) TO WS-DST-RECIP(WS-DST-COUNT).   CPYDIST 
002820     MOVE WS-DST-FILE-REC(21:7) TO WS-DST-FREQ(WS-DST-COUNT).     CPYDIST 
002830     MOVE WS-DST-FILE-REC(32:4)                                   CPYDIST 
002840         TO WS-DST-KEY-TYPE(WS-DST-COUNT).                        CPYDIST 
002850     MOVE 1 TO WS-DST-DAY(WS-DST-COUNT).                          CPYDIST 
002860     IF WS-DST-FILE-REC(29:2) NUMERIC                             CPYDIST 
002870         MOVE WS-DST-FILE-REC(29:2) TO WS-DST-DAY(WS-DST-COUNT)   CPYDIST 
002880     END-IF.                                                      CPYDIST 
002890     MOVE 0 TO WS-DST-KEY-COL(WS-DST-COUNT)                       CPYDIST 
002900         WS-DST-KEY-LEN(WS-DST-COUNT).                            CPYDIST 
002910     MOVE 1 TO WS-DST-HEAD(WS-DST-COUNT).                         CPYDIST 
002920     IF WS-DST-FILE-REC(37:3) NUMERIC                             CPYDIST 
002930         MOVE WS-DST-FILE-REC(37:3)                               CPYDIST 
002940             TO WS-DST-KEY-COL(WS-DST-COUNT)                      CPYDIST 
002950     END-IF.                                                      CPYDIST 
002960     IF WS-DST-FILE-REC(41:2) NUMERIC                             CPYDIST 
002970         MOVE WS-DST-FILE-REC(41:2)                               CPYDIST 
002980             TO WS-DST-KEY-LEN(WS-DST-COUNT)                      CPYDIST 
002990     END-IF.                                                      CPYDIST 
003000     IF WS-DST-FILE-REC(44:2) NUMERIC                             CPYDIST 
003010         MOVE WS-DST-FILE-REC(44:2) TO WS-DST-HEAD(WS-DST-COUNT)  CPYDIST 
003020     END-IF.                                                      CPYDIST 
003030*    A CARD THAT CANNOT BE ACTED ON IS DROPPED HERE, ONCE,        CPYDIST 
003040*    RATHER THAN FAILING IN THE MIDDLE OF THE DISTRIBUTION.       CPYDIST 
003050     IF WS-DST-REPORT(WS-DST-COUNT) = SPACES                      CPYDIST 
003060         OR WS-DST-RECIP(WS-DST-COUNT) = SPACES                   CPYDIST 
003070         OR NOT (WS-DST-DAILY(WS-DST-COUNT)                       CPYDIST 
003080              OR WS-DST-WEEKLY(WS-DST-COUNT)                      CPYDIST 
003090              OR WS-DST-MONTHLY(WS-DST-COUNT))                    CPYDIST 
003100         OR NOT (WS-DST-WHOLE(WS-DST-COUNT)                       CPYDIST 
003110              OR WS-DST-BY-COPY(WS-DST-COUNT)                     CPYDIST 
003120              OR WS-DST-BY-USER(WS-DST-COUNT)                     CPYDIST 
003130              OR WS-DST-BY-TEAM(WS-DST-COUNT))                    CPYDIST 
003140         GO TO 1210-BAD-CARD                                      CPYDIST 
003150     END-IF.                                                      CPYDIST 
003160     IF WS-DST-WHOLE(WS-DST-COUNT)                                CPYDIST 
003170         AND WS-DST-TO-OWNERS(WS-DST-COUNT)                       CPYDIST 
003180         GO TO 1210-BAD-CARD.                                     CPYDIST 
003190     IF NOT WS-DST-WHOLE(WS-DST-COUNT)                            CPYDIST 
003200         AND (WS-DST-KEY-COL(WS-DST-COUNT) = 0                    CPYDIST 
003210           OR WS-DST-KEY-LEN(WS-DST-COUNT) = 0                    CPYDIST 
003220           OR WS-DST-KEY-COL(WS-DST-COUNT)                        CPYDIST 
003230              + WS-DST-KEY-LEN(WS-DST-COUNT) > 133)               CPYDIST 
003240         GO TO 1210-BAD-CARD.                                     CPYDIST 
003250     GO TO 1210-EXIT.                                             CPYDIST 
003260 1210-BAD-CARD.                                                   CPYDIST 
003270     DISPLAY 'CPYDIST - BAD DISTRIBUTION CARD IGNORED: '          CPYDIST 
003280         WS-DST-FILE-REC(1:45).                                   CPYDIST 
003290     ADD 1 TO WS-BAD-CARD-COUNT.                                  CPYDIST 
003300     SUBTRACT 1 FROM WS-DST-COUNT.                                CPYDIST 
003310 1210-EXIT.                                                       CPYDIST 
003320     EXIT.                                                        CPYDIST 
003330*                                                                 CPYDIST 
003340*-------------------------------------------------------------    CPYDIST 
003350*2000-DISTRIBUTE-ONE-CARD - IF THE CARD IS DUE TODAY, SEND ITS    CPYDIST 
003360*REPORT WHOLE OR BURST IT BY TEAM.                                CPYDIST 
003370*-------------------------------------------------------------    CPYDIST 
003380 2000-DISTRIBUTE-ONE-CARD.                                        CPYDIST 
003390     PERFORM 2100-CHECK-DUE THRU 2100-EXIT.                       CPYDIST 
003400     IF NOT WS-DUE                                                CPYDIST 
003410         GO TO 2000-EXIT.                                         CPYDIST 
003420     ADD 1 TO WS-DUE-COUNT.                                       CPYDIST 
003430     MOVE SPACES TO WS-RPT-FILENAME.                              CPYDIST 
003440     STRING 'registry/' WS-DST-REPORT(WS-DIX) DELIMITED BY SPACE  CPYDIST 
003450         '.RPT' DELIMITED BY SIZE                                 CPYDIST 
003460         INTO WS-RPT-FILENAME.                                    CPYDIST 
003470     OPEN INPUT RPT-FILE.                                         CPYDIST 
003480     IF WS-RPT-FILE-STATUS NOT = '00'                             CPYDIST 
003490         DISPLAY 'CPYDIST - REPORT NOT FOUND: ' WS-RPT-FILENAME   CPYDIST 
003500         ADD 1 TO WS-MISSING-COUNT                                CPYDIST 
003510         MOVE WS-DST-RECIP(WS-DIX) TO WS-PKT-TEAM                 CPYDIST 
003520         MOVE SPACES TO WS-PKT-FILENAME                           CPYDIST 
003530         MOVE 0 TO WS-PKT-LINES                                   CPYDIST 
003540         MOVE 'NO REPORT' TO WS-PKT-STATUS                        CPYDIST 
003550         PERFORM 6000-LOG-PACKET THRU 6000-EXIT                   CPYDIST 
003560         GO TO 2000-EXIT                                          CPYDIST 
003570     END-IF.                                                      CPYDIST 
003580     CLOSE RPT-FILE.                                              CPYDIST 
003590     IF WS-DST-WHOLE(WS-DIX)                                      CPYDIST 
003600         PERFORM 3000-DELIVER-WHOLE THRU 3000-EXIT                CPYDIST 
003610     ELSE                                                         CPYDIST 
003620         PERFORM 4000-BURST-REPORT THRU 4000-EXIT                 CPYDIST 
003630     END-IF.                                                      CPYDIST 
003640 2000-EXIT.                                                       CPYDIST 
003650     EXIT.                                                        CPYDIST 
003660*                                                                 CPYDIST 
003670*    A MONTHLY DAY PAST THE END OF A SHORT MONTH FALLS ON THE     CPYDIST 
003680*    MONTH'S LAST DAY.                                            CPYDIST 
003690 2100-CHECK-DUE.                                                  CPYDIST 
003700     MOVE 'N' TO WS-DUE-SW.                                       CPYDIST 
003710     IF WS-DST-DAILY(WS-DIX)                                      CPYDIST 
003720         MOVE 'Y' TO WS-DUE-SW                                    CPYDIST 
003730     END-IF.                                                      CPYDIST 
003740     IF WS-DST-WEEKLY(WS-DIX)                                     CPYDIST 
003750         AND WS-DST-DAY(WS-DIX) = WS-WEEKDAY                      CPYDIST 
003760         MOVE 'Y' TO WS-DUE-SW                                    CPYDIST 
003770     END-IF.                                                      CPYDIST 
003780     IF WS-DST-MONTHLY(WS-DIX)                                    CPYDIST 
003790         IF WS-DST-DAY(WS-DIX) = WS-MONTH-DAY                     CPYDIST 
003800             OR (WS-LAST-DAY                                      CPYDIST 
003810                 AND WS-DST-DAY(WS-DIX) > WS-MONTH-DAY)           CPYDIST 
003820             MOVE 'Y' TO WS-DUE-SW                                CPYDIST 
003830         END-IF                                                   CPYDIST 
003840     END-IF.                                                      CPYDIST 
003850 2100-EXIT.                                                       CPYDIST 
003860     EXIT.                                                        CPYDIST 
003870*                                                                 CPYDIST 
003880*-------------------------------------------------------------    CPYDIST 
003890*3000-DELIVER-WHOLE - THE WHOLE REPORT BEHIND ONE COVER PAGE.     CPYDIST 
003900*-------------------------------------------------------------    CPYDIST 
003910 3000-DELIVER-WHOLE.                                              CPYDIST 
003920     MOVE 0 TO WS-PKT-LINES.                                      CPYDIST 
003930     OPEN INPUT RPT-FILE.                                         CPYDIST 
003940     MOVE 'N' TO WS-EOF-SW.                                       CPYDIST 
003950     PERFORM 3100-COUNT-ONE-LINE THRU 3100-EXIT UNTIL WS-EOF.     CPYDIST 
003960     CLOSE RPT-FILE.                                              CPYDIST 
003970     MOVE WS-DST-RECIP(WS-DIX) TO WS-PKT-TEAM.                    CPYDIST 
003980     PERFORM 5000-OPEN-PACKET THRU 5000-EXIT.                     CPYDIST 
003990     IF WS-PKT-LINES = 0                                          CPYDIST 
004000         MOVE 'EMPTY' TO WS-PKT-STATUS                            CPYDIST 
004010     ELSE                                                         CPYDIST 
004020         MOVE 'DELIVERED' TO WS-PKT-STATUS                        CPYDIST 
004030     END-IF.                                                      CPYDIST 
004040     PERFORM 6000-LOG-PACKET THRU 6000-EXIT.                      CPYDIST 
004050     OPEN INPUT RPT-FILE.                                         CPYDIST 
004060     MOVE 'N' TO WS-EOF-SW.                                       CPYDIST 
004070     PERFORM 3200-COPY-ONE-LINE THRU 3200-EXIT UNTIL WS-EOF.      CPYDIST 
004080     CLOSE RPT-FILE.                                              CPYDIST 
004090     CLOSE PKT-FILE.                                              CPYDIST 
004100 3000-EXIT.                                                       CPYDIST 
004110     EXIT.                                                        CPYDIST 
004120*                                                                 CPYDIST 
004130 3100-COUNT-ONE-LINE.                                             CPYDIST 
004140     READ RPT-FILE INTO WS-RPT-FILE-REC                           CPYDIST 
004150         AT END MOVE 'Y' TO WS-EOF-SW                             CPYDIST 
004160     END-READ.                                                    CPYDIST 
004170     IF NOT WS-EOF                                                CPYDIST 
004180         ADD 1 TO WS-PKT-LINES                                    CPYDIST 
004190     END-IF.                                                      CPYDIST 
004200 3100-EXIT.                                                       CPYDIST 
004210     EXIT.                                                        CPYDIST 
004220*                                                                 CPYDIST 
004230 3200-COPY-ONE-LINE.                                              CPYDIST 
004240     READ RPT-FILE INTO WS-RPT-FILE-REC                           CPYDIST 
004250         AT END MOVE 'Y' TO WS-EOF-SW                             CPYDIST 
004260     END-READ.                                                    CPYDIST 
004270     IF WS-EOF                                                    CPYDIST 
004280         GO TO 3200-EXIT.                                         CPYDIST 
004290     MOVE WS-RPT-FILE-REC TO WS-PKT-FILE-REC.                     CPYDIST 
004300     WRITE WS-PKT-FILE-REC.                                       CPYDIST 
004310 3200-EXIT.                                                       CPYDIST 
004320     EXIT.                                                        CPYDIST 
004330*                                                                 CPYDIST 
004340*-------------------------------------------------------------    CPYDIST 
004350*4000-BURST-REPORT - FIRST PASS FINDS THE TEAMS THE REPORT'S      CPYDIST 
004360*LINES BELONG TO; THEN ONE PACKET PER TEAM (OR FOR THE ONE TEAM   CPYDIST 
004370*THE CARD NAMES), EACH A SECOND PASS OF THE REPORT.               CPYDIST 
004380*-------------------------------------------------------------    CPYDIST 
004390 4000-BURST-REPORT.                                               CPYDIST 
004400     MOVE 0 TO WS-BST-COUNT.                                      CPYDIST 
004410     OPEN INPUT RPT-FILE.                                         CPYDIST 
004420     PERFORM 4050-START-A-PASS THRU 4050-EXIT.                    CPYDIST 
004430     PERFORM 4100-TALLY-ONE-LINE THRU 4100-EXIT UNTIL WS-EOF.     CPYDIST 
004440     CLOSE RPT-FILE.                                              CPYDIST 
004450     IF WS-DST-TO-OWNERS(WS-DIX)                                  CPYDIST 
004460         PERFORM 4300-PACKET-FOR-TEAM THRU 4300-EXIT              CPYDIST 
004470             VARYING WS-BIX FROM 1 BY 1                           CPYDIST 
004480             UNTIL WS-BIX > WS-BST-COUNT                          CPYDIST 
004490         GO TO 4000-EXIT                                          CPYDIST 
004500     END-IF.                                                      CPYDIST 
004510     MOVE WS-DST-RECIP(WS-DIX) TO WS-PKT-TEAM.                    CPYDIST 
004520     PERFORM 4400-FIND-BURST-TEAM THRU 4400-EXIT.                 CPYDIST 
004530     IF WS-BIX > WS-BST-COUNT                                     CPYDIST 
004540         MOVE 0 TO WS-PKT-LINES                                   CPYDIST 
004550     ELSE                                                         CPYDIST 
004560         MOVE WS-BST-LINES(WS-BIX) TO WS-PKT-LINES                CPYDIST 
004570     END-IF.                                                      CPYDIST 
004580     PERFORM 4500-WRITE-TEAM-PACKET THRU 4500-EXIT.               CPYDIST 
004590 4000-EXIT.                                                       CPYDIST 
004600     EXIT.                                                        CPYDIST 
004610*                                                                 CPYDIST 
004620 4050-START-A-PASS.                                               CPYDIST 
004630     MOVE 'N' TO WS-EOF-SW.                                       CPYDIST 
004640     MOVE 0 TO WS-LINE-NO.                                        CPYDIST 
004650     MOVE SPACES TO WS-CUR-TEAM.                                  CPYDIST 
004660 4050-EXIT.                                                       CPYDIST 
004670     EXIT.                                                        CPYDIST 
004680*                                                                 CPYDIST 
004690 4100-TALLY-ONE-LINE.                                             CPYDIST 
004700     READ RPT-FILE INTO WS-RPT-FILE-REC                           CPYDIST 
004710         AT END MOVE 'Y' TO WS-EOF-SW                             CPYDIST 
004720     END-READ.                                                    CPYDIST 
004730     IF WS-EOF                                                    CPYDIST 
004740         GO TO 4100-EXIT.                                         CPYDIST 
004750     PERFORM 4200-ATTRIBUTE-LINE THRU 4200-EXIT.                  CPYDIST 
004760     IF WS-HEADING-LINE                                           CPYDIST 
004770         GO TO 4100-EXIT.                                         CPYDIST 
004780     MOVE WS-LINE-TEAM TO WS-PKT-TEAM.                            CPYDIST 
004790     PERFORM 4400-FIND-BURST-TEAM THRU 4400-EXIT.                 CPYDIST 
004800     IF WS-BIX > WS-BST-COUNT                                     CPYDIST 
004810         IF WS-BST-COUNT NOT < 50                                 CPYDIST 
004820             GO TO 4100-EXIT                                      CPYDIST 
004830         END-IF                                                   CPYDIST 
004840         ADD 1 TO WS-BST-COUNT                                    CPYDIST 
004850         MOVE WS-BST-COUNT TO WS-BIX                              CPYDIST 
004860         MOVE WS-LINE-TEAM TO WS-BST-TEAM(WS-BIX)                 CPYDIST 
004870         MOVE 0 TO WS-BST-LINES(WS-BIX)                           CPYDIST 
004880     END-IF.                                                      CPYDIST 
004890     ADD 1 TO WS-BST-LINES(WS-BIX).                               CPYDIST 
004900 4100-EXIT.                                                       CPYDIST 
004910     EXIT.                                                        CPYDIST 
004920*                                                                 CPYDIST 
004930*-------------------------------------------------------------    CPYDIST 
004940*4200-ATTRIBUTE-LINE - WHICH TEAM THE LINE JUST READ BELONGS      CPYDIST 
004950*TO.  THE CARD'S HEADING LINES GO TO EVERY TEAM.  A LINE WITH     CPYDIST 
004960*A KEY IN THE KEY COLUMN STARTS A NEW ENTRY; A LINE WITH THE      CPYDIST 
004970*KEY COLUMN BLANK OR INDENTED CONTINUES THE ENTRY ABOVE IT.       CPYDIST 
004980*A KEY NO TEAM OWNS GOES TO THE UNOWNED RECIPIENT.                CPYDIST 
004990*-------------------------------------------------------------    CPYDIST 
005000 4200-ATTRIBUTE-LINE.                                             CPYDIST 
005010     ADD 1 TO WS-LINE-NO.                                         CPYDIST 
005020     MOVE 'N' TO WS-HEADING-SW WS-ITEM-SW.                        CPYDIST 
005030     MOVE SPACES TO WS-LINE-KEY.                                  CPYDIST 
005040     IF WS-LINE-NO NOT > WS-DST-HEAD(WS-DIX)                      CPYDIST 
005050         MOVE 'Y' TO WS-HEADING-SW                                CPYDIST 
005060         GO TO 4200-EXIT.                                         CPYDIST 
005070     MOVE WS-RPT-FILE-REC(WS-DST-KEY-COL(WS-DIX):                 CPYDIST 
005080         WS-DST-KEY-LEN(WS-DIX)) TO WS-LINE-KEY.                  CPYDIST 
005090     IF WS-LINE-KEY(1:1) = SPACE                                  CPYDIST 
005100         IF WS-CUR-TEAM = SPACES                                  CPYDIST 
005110             MOVE WS-UNOWNED-TO TO WS-CUR-TEAM                    CPYDIST 
005120         END-IF                                                   CPYDIST 
005130         MOVE WS-CUR-TEAM TO WS-LINE-TEAM                         CPYDIST 
005140         GO TO 4200-EXIT                                          CPYDIST 
005150     END-IF.                                                      CPYDIST 
005160     MOVE 'Y' TO WS-ITEM-SW.                                      CPYDIST 
005170     MOVE SPACES TO WS-LINE-TEAM.                                 CPYDIST 
005180     EVALUATE TRUE                                                CPYDIST 
005190         WHEN WS-DST-BY-COPY(WS-DIX)                              CPYDIST 
005200             PERFORM 8700-FIND-OWNER THRU 8700-EXIT               CPYDIST 
005210         WHEN WS-DST-BY-USER(WS-DIX)                              CPYDIST 
005220             PERFORM 8900-FIND-USER-TEAM THRU 8900-EXIT           CPYDIST 
005230         WHEN OTHER                                               CPYDIST 
005240             MOVE WS-LINE-KEY TO WS-LINE-TEAM                     CPYDIST 
005250     END-EVALUATE.                                                CPYDIST 
005260     IF WS-LINE-TEAM = SPACES                                     CPYDIST 
005270         MOVE WS-UNOWNED-TO TO WS-LINE-TEAM                       CPYDIST 
005280     END-IF.                                                      CPYDIST 
005290     MOVE WS-LINE-TEAM TO WS-CUR-TEAM.                            CPYDIST 
005300 4200-EXIT.                                                       CPYDIST 
005310     EXIT.                                                        CPYDIST 
005320*                                                                 CPYDIST 
005330 4300-PACKET-FOR-TEAM.                                            CPYDIST 
005340     MOVE WS-BST-TEAM(WS-BIX) TO WS-PKT-TEAM.                     CPYDIST 
005350     MOVE WS-BST-LINES(WS-BIX) TO WS-PKT-LINES.                   CPYDIST 
005360     PERFORM 4500-WRITE-TEAM-PACKET THRU 4500-EXIT.               CPYDIST 
005370 4300-EXIT.                                                       CPYDIST 
005380     EXIT.                                                        CPYDIST 
005390*                                                                 CPYDIST 
005400*    LEAVES WS-BIX AT THE TEAM'S ENTRY, OR PAST THE LAST ONE.     CPYDIST 
005410 4400-FIND-BURST-TEAM.                                            CPYDIST 
005420     MOVE 0 TO WS-HIT-BIX.                                        CPYDIST 
005430     PERFORM 4410-TEST-ONE-TEAM THRU 4410-EXIT                    CPYDIST 
005440         VARYING WS-BIX FROM 1 BY 1                               CPYDIST 
005450         UNTIL WS-BIX > WS-BST-COUNT                              CPYDIST 
005460            OR WS-HIT-BIX > 0.                                    CPYDIST 
005470     IF WS-HIT-BIX > 0                                            CPYDIST 
005480         MOVE WS-HIT-BIX TO WS-BIX                                CPYDIST 
005490     END-IF.                                                      CPYDIST 
005500 4400-EXIT.                                                       CPYDIST 
005510     EXIT.                                                        CPYDIST 
005520*                                                                 CPYDIST 
005530 4410-TEST-ONE-TEAM.                                              CPYDIST 
005540     IF WS-BST-TEAM(WS-BIX) = WS-PKT-TEAM                         CPYDIST 
005550         MOVE WS-BIX TO WS-HIT-BIX                                CPYDIST 
005560     END-IF.                                                      CPYDIST 
005570 4410-EXIT.                                                       CPYDIST 
005580     EXIT.                                                        CPYDIST 
005590*                                                                 CPYDIST 
005600*    THE PACKET RECORD IS LOGGED BEFORE ITS ITEMS, SO THE LOG     CPYDIST 
005610*    READS PACKET, THEN WHAT WAS IN IT.                           CPYDIST 
005620 4500-WRITE-TEAM-PACKET.                                          CPYDIST 
005630     PERFORM 5000-OPEN-PACKET THRU 5000-EXIT.                     CPYDIST 
005640     IF WS-PKT-LINES = 0                                          CPYDIST 
005650         MOVE 'EMPTY' TO WS-PKT-STATUS                            CPYDIST 
005660     ELSE                                                         CPYDIST 
005670         MOVE 'DELIVERED' TO WS-PKT-STATUS                        CPYDIST 
005680     END-IF.                                                      CPYDIST 
005690     PERFORM 6000-LOG-PACKET THRU 6000-EXIT.                      CPYDIST 
005700     IF WS-PKT-LINES = 0                                          CPYDIST 
005710         MOVE SPACES TO WS-PKT-FILE-REC                           CPYDIST 
005720         WRITE WS-PKT-FILE-REC                                    CPYDIST 
005730         MOVE 'NOTHING IN THIS REPORT FOR YOUR TEAM TODAY'        CPYDIST 
005740             TO WS-PKT-FILE-REC                                   CPYDIST 
005750         WRITE WS-PKT-FILE-REC                                    CPYDIST 
005760         CLOSE PKT-FILE                                           CPYDIST 
005770         GO TO 4500-EXIT                                          CPYDIST 
005780     END-IF.                                                      CPYDIST 
005790     OPEN INPUT RPT-FILE.                                         CPYDIST 
005800     PERFORM 4050-START-A-PASS THRU 4050-EXIT.                    CPYDIST 
005810     PERFORM 4600-SELECT-ONE-LINE THRU 4600-EXIT UNTIL WS-EOF.    CPYDIST 
005820     CLOSE RPT-FILE.                                              CPYDIST 
005830     CLOSE PKT-FILE.                                              CPYDIST 
005840 4500-EXIT.                                                       CPYDIST 
005850     EXIT.                                                        CPYDIST 
005860*                                                                 CPYDIST 
005870 4600-SELECT-ONE-LINE.                                            CPYDIST 
005880     READ RPT-FILE INTO WS-RPT-FILE-REC                           CPYDIST 
005890         AT END MOVE 'Y' TO WS-EOF-SW                             CPYDIST 
005900     END-READ.                                                    CPYDIST 
005910     IF WS-EOF                                                    CPYDIST 
005920         GO TO 4600-EXIT.                                         CPYDIST 
005930     PERFORM 4200-ATTRIBUTE-LINE THRU 4200-EXIT.                  CPYDIST 
005940     IF NOT WS-HEADING-LINE                                       CPYDIST 
005950         AND WS-LINE-TEAM NOT = WS-PKT-TEAM                       CPYDIST 
005960         GO TO 4600-EXIT.                                         CPYDIST 
005970     MOVE WS-RPT-FILE-REC TO WS-PKT-FILE-REC.                     CPYDIST 
005980     WRITE WS-PKT-FILE-REC.                                       CPYDIST 
005990     IF WS-ITEM-LINE                                              CPYDIST 
006000         PERFORM 6100-LOG-ITEM THRU 6100-EXIT                     CPYDIST 
006010     END-IF.                                                      CPYDIST 
006020 4600-EXIT.                                                       CPYDIST 
006030     EXIT.                                                        CPYDIST 
006040*                                                                 CPYDIST 
006050*-------------------------------------------------------------    CPYDIST 
006060*5000-OPEN-PACKET - registry/<REPORT>.<TEAM>.PKT FOR A TEAM'S     CPYDIST 
006070*SLICE, registry/<REPORT>.<RECIPIENT>.FULL.PKT FOR A WHOLE        CPYDIST 
006080*REPORT (THE UNOWNED RECIPIENT MAY GET BOTH), OPENED WITH ITS     CPYDIST 
006090*COVER PAGE WRITTEN.  THE COVER NAMES THE TEAM'S MEMBERS FROM     CPYDIST 
006100*THE ROSTER (A USER-ID RECIPIENT IS ITSELF).                      CPYDIST 
006110*-------------------------------------------------------------    CPYDIST 
006120 5000-OPEN-PACKET.                                                CPYDIST 
006130     IF WS-DST-WHOLE(WS-DIX)                                      CPYDIST 
006140         MOVE '.FULL.PKT' TO WS-SUFFIX                            CPYDIST 
006150     ELSE                                                         CPYDIST 
006160         MOVE '.PKT' TO WS-SUFFIX                                 CPYDIST 
006170     END-IF.                                                      CPYDIST 
006180     MOVE SPACES TO WS-PKT-FILENAME.                              CPYDIST 
006190     STRING 'registry/' WS-DST-REPORT(WS-DIX) DELIMITED BY SPACE  CPYDIST 
006200         '.' WS-PKT-TEAM WS-SUFFIX DELIMITED BY SPACE             CPYDIST 
006210         INTO WS-PKT-FILENAME.                                    CPYDIST 
006220     OPEN OUTPUT PKT-FILE.                                        CPYDIST 
006230     ADD 1 TO WS-PACKET-COUNT.                                    CPYDIST 
006240     MOVE SPACES TO WS-ATTENTION.                                 CPYDIST 
006250     MOVE 1 TO WS-ATTN-PTR.                                       CPYDIST 
006260     PERFORM 5100-ADD-ONE-MEMBER THRU 5100-EXIT                   CPYDIST 
006270         VARYING WS-RIX FROM 1 BY 1                               CPYDIST 
006280         UNTIL WS-RIX > WS-ROS-COUNT.                             CPYDIST 
006290     IF WS-ATTENTION = SPACES                                     CPYDIST 
006300         MOVE WS-PKT-TEAM TO WS-ATTENTION                         CPYDIST 
006310     END-IF.                                                      CPYDIST 
006320     MOVE ALL '*' TO WS-PKT-FILE-REC.                             CPYDIST 
006330     WRITE WS-PKT-FILE-REC.                                       CPYDIST 
006340     MOVE 'REPORT DISTRIBUTION PACKET' TO WS-PKT-FILE-REC.        CPYDIST 
006350     WRITE WS-PKT-FILE-REC.                                       CPYDIST 
006360     MOVE SPACES TO WS-PKT-FILE-REC.                              CPYDIST 
006370     STRING 'REPORT      ' WS-DST-REPORT(WS-DIX)                  CPYDIST 
006380         '   FROM ' WS-RPT-FILENAME                               CPYDIST 
006390         DELIMITED BY SIZE INTO WS-PKT-FILE-REC.                  CPYDIST 
006400     WRITE WS-PKT-FILE-REC.                                       CPYDIST 
006410     MOVE SPACES TO WS-PKT-FILE-REC.                              CPYDIST 
006420     STRING 'DELIVER TO  ' WS-PKT-TEAM                            CPYDIST 
006430         DELIMITED BY SIZE INTO WS-PKT-FILE-REC.                  CPYDIST 
006440     WRITE WS-PKT-FILE-REC.                                       CPYDIST 
006450     MOVE SPACES TO WS-PKT-FILE-REC.                              CPYDIST 
006460     STRING 'ATTENTION   ' WS-ATTENTION                           CPYDIST 
006470         DELIMITED BY SIZE INTO WS-PKT-FILE-REC.                  CPYDIST 
006480     WRITE WS-PKT-FILE-REC.                                       CPYDIST 
006490     MOVE SPACES TO WS-PKT-FILE-REC.                              CPYDIST 
006500     STRING 'FREQUENCY   ' WS-DST-FREQ(WS-DIX)                    CPYDIST 
006510         DELIMITED BY SIZE INTO WS-PKT-FILE-REC.                  CPYDIST 
006520     WRITE WS-PKT-FILE-REC.                                       CPYDIST 
006530     MOVE SPACES TO WS-PKT-FILE-REC.                              CPYDIST 
006540     STRING 'RUN DATE    ' WS-RUN-DATE                            CPYDIST 
006550         '   TIME ' WS-RUN-TIME(1:6)                              CPYDIST 
006560         DELIMITED BY SIZE INTO WS-PKT-FILE-REC.                  CPYDIST 
006570     WRITE WS-PKT-FILE-REC.                                       CPYDIST 
006580     MOVE WS-PKT-LINES TO WS-EDIT-COUNT.                          CPYDIST 
006590     MOVE SPACES TO WS-PKT-FILE-REC.                              CPYDIST 
006600     IF WS-DST-WHOLE(WS-DIX)                                      CPYDIST 
006610         STRING 'LINES       ' WS-EDIT-COUNT                      CPYDIST 
006620             DELIMITED BY SIZE INTO WS-PKT-FILE-REC               CPYDIST 
006630     ELSE                                                         CPYDIST 
006640         STRING 'LINES       ' WS-EDIT-COUNT                      CPYDIST 
006650             '   FOR THIS TEAM, PLUS THE REPORT HEADING'          CPYDIST 
006660             DELIMITED BY SIZE INTO WS-PKT-FILE-REC               CPYDIST 
006670     END-IF.                                                      CPYDIST 
006680     WRITE WS-PKT-FILE-REC.                                       CPYDIST 
006690     MOVE ALL '*' TO WS-PKT-FILE-REC.                             CPYDIST 
006700     WRITE WS-PKT-FILE-REC.                                       CPYDIST 
006710 5000-EXIT.                                                       CPYDIST 
006720     EXIT.                                                        CPYDIST 
006730*                                                                 CPYDIST 
006740 5100-ADD-ONE-MEMBER.                                             CPYDIST 
006750     IF WS-ROS-TEAM(WS-RIX) NOT = WS-PKT-TEAM                     CPYDIST 
006760         GO TO 5100-EXIT.                                         CPYDIST 
006770     IF WS-ATTN-PTR > 52                                          CPYDIST 
006780         GO TO 5100-EXIT.                                         CPYDIST 
006790     STRING WS-ROS-USER(WS-RIX) DELIMITED BY SPACE                CPYDIST 
006800         ' ' DELIMITED BY SIZE                                    CPYDIST 
006810         INTO WS-ATTENTION WITH POINTER WS-ATTN-PTR.              CPYDIST 
006820 5100-EXIT.                                                       CPYDIST 
006830     EXIT.                                                        CPYDIST 
006840*                                                                 CPYDIST 
006850*-------------------------------------------------------------    CPYDIST 
006860*6000-LOG-PACKET / 6100-LOG-ITEM - THE DELIVERY LOG.  AN ITEM     CPYDIST 
006870*IS NAMED BY THE FIRST 30 COLUMNS OF ITS ENTRY LINE, WHICH IS     CPYDIST 
006880*WHERE EVERY REPORT PUTS WHAT THE LINE IS ABOUT.                  CPYDIST 
006890*-------------------------------------------------------------    CPYDIST 
006900 6000-LOG-PACKET.                                                 CPYDIST 
006910     MOVE SPACES TO DLG-RECORD.                                   CPYDIST 
006920     MOVE WS-RUN-DATE TO DLG-RUN-DATE.                            CPYDIST 
006930     MOVE WS-RUN-TIME(1:6) TO DLG-RUN-TIME.                       CPYDIST 
006940     MOVE 'PACKET' TO DLG-TYPE.                                   CPYDIST 
006950     MOVE WS-DST-REPORT(WS-DIX) TO DLG-REPORT.                    CPYDIST 
006960     MOVE WS-PKT-TEAM TO DLG-RECIPIENT.                           CPYDIST 
006970     MOVE WS-DST-FREQ(WS-DIX) TO DLG-FREQUENCY.                   CPYDIST 
006980     MOVE WS-PKT-STATUS TO DLG-STATUS.                            CPYDIST 
006990     MOVE WS-PKT-LINES TO DLG-LINES.                              CPYDIST 
007000     MOVE SPACES TO DLG-ITEM.                                     CPYDIST 
007010     MOVE WS-PKT-FILENAME TO DLG-PACKET.                          CPYDIST 
007020     WRITE DLG-RECORD.                                            CPYDIST 
007030 6000-EXIT.                                                       CPYDIST 
007040     EXIT.                                                        CPYDIST 
007050*                                                                 CPYDIST 
007060 6100-LOG-ITEM.                                                   CPYDIST 
007070     MOVE 'ITEM' TO DLG-TYPE.                                     CPYDIST 
007080     MOVE 'SENT' TO DLG-STATUS.                                   CPYDIST 
007090     MOVE 0 TO DLG-LINES.                                         CPYDIST 
007100     MOVE WS-RPT-FILE-REC(1:30) TO DLG-ITEM.                      CPYDIST 
007110     WRITE DLG-RECORD.                                            CPYDIST 
007120 6100-EXIT.                                                       CPYDIST 
007130     EXIT.                                                        CPYDIST 
007140*                                                                 CPYDIST 
007150*-------------------------------------------------------------    CPYDIST 
007160*8600-LOAD-OWNERSHIP / 8700-FIND-OWNER - THE COPYBOOK             CPYDIST 
007170*OWNERSHIP REGISTRY, LOADED ONCE AND PROBED BY WS-LINE-KEY.       CPYDIST 
007180*-------------------------------------------------------------    CPYDIST 
007190 8600-LOAD-OWNERSHIP.                                             CPYDIST 
007200     MOVE 0 TO WS-OWN-COUNT.                                      CPYDIST 
007210     OPEN INPUT OWN-FILE.                                         CPYDIST 
007220     IF WS-OWN-FILE-STATUS NOT = '00'                             CPYDIST 
007230         GO TO 8600-EXIT.                                         CPYDIST 
007240     MOVE 'N' TO WS-EOF-SW.                                       CPYDIST 
007250     PERFORM 8610-LOAD-ONE-OWNER THRU 8610-EXIT UNTIL WS-EOF.     CPYDIST 
007260     CLOSE OWN-FILE.                                              CPYDIST 
007270 8600-EXIT.                                                       CPYDIST 
007280     EXIT.                                                        CPYDIST 
007290*                                                                 CPYDIST 
007300 8610-LOAD-ONE-OWNER.                                             CPYDIST 
007310     READ OWN-FILE INTO WS-OWN-FILE-REC                           CPYDIST 
007320         AT END MOVE 'Y' TO WS-EOF-SW                             CPYDIST 
007330     END-READ.                                                    CPYDIST 
007340     IF WS-EOF                                                    CPYDIST 
007350         GO TO 8610-EXIT.                                         CPYDIST 
007360     IF WS-OWN-FILE-REC(1:1) = '*'                                CPYDIST 
007370         OR WS-OWN-FILE-REC = SPACES                              CPYDIST 
007380         GO TO 8610-EXIT.                                         CPYDIST 
007390     IF WS-OWN-COUNT < 100                                        CPYDIST 
007400         ADD 1 TO WS-OWN-COUNT                                    CPYDIST 
007410         MOVE WS-OWN-FILE-REC(1:30) TO WS-OWN-CB(WS-OWN-COUNT)    CPYDIST 
007420         MOVE WS-OWN-FILE-REC(32:10)                              CPYDIST 
007430             TO WS-OWN-TEAM(WS-OWN-COUNT)                         CPYDIST 
007440     END-IF.                                                      CPYDIST 
007450 8610-EXIT.                                                       CPYDIST 
007460     EXIT.                                                        CPYDIST 
007470*                                                                 CPYDIST 
007480 8700-FIND-OWNER.                                                 CPYDIST 
007490     PERFORM 8710-TEST-ONE-OWNER THRU 8710-EXIT                   CPYDIST 
007500         VARYING WS-OIX FROM 1 BY 1                               CPYDIST 
007510         UNTIL WS-OIX > WS-OWN-COUNT                              CPYDIST 
007520            OR WS-LINE-TEAM NOT = SPACES.                         CPYDIST 
007530 8700-EXIT.                                                       CPYDIST 
007540     EXIT.                                                        CPYDIST 
007550*                                                                 CPYDIST 
007560 8710-TEST-ONE-OWNER.                                             CPYDIST 
007570     IF WS-OWN-CB(WS-OIX) = WS-LINE-KEY                           CPYDIST 
007580         MOVE WS-OWN-TEAM(WS-OIX) TO WS-LINE-TEAM                 CPYDIST 
007590     END-IF.                                                      CPYDIST 
007600 8710-EXIT.                                                       CPYDIST 
007610     EXIT.                                                        CPYDIST 
007620*                                                                 CPYDIST 
007630*-------------------------------------------------------------    CPYDIST 
007640*8800-LOAD-ROSTER / 8900-FIND-USER-TEAM - THE USER-TO-TEAM        CPYDIST 
007650*ROSTER, FOR USER-KEYED REPORTS AND THE COVER PAGE.               CPYDIST 
007660*-------------------------------------------------------------    CPYDIST 
007670 8800-LOAD-ROSTER.                                                CPYDIST 
007680     MOVE 0 TO WS-ROS-COUNT.                                      CPYDIST 
007690     OPEN INPUT ROS-FILE.                                         CPYDIST 
007700     IF WS-ROS-FILE-STATUS NOT = '00'                             CPYDIST 
007710         GO TO 8800-EXIT.                                         CPYDIST 
007720     MOVE 'N' TO WS-EOF-SW.                                       CPYDIST 
007730     PERFORM 8810-LOAD-ONE-USER THRU 8810-EXIT UNTIL WS-EOF.      CPYDIST 
007740     CLOSE ROS-FILE.                                              CPYDIST 
007750 8800-EXIT.                                                       CPYDIST 
007760     EXIT.                                                        CPYDIST 
007770*                                                                 CPYDIST 
007780 8810-LOAD-ONE-USER.                                              CPYDIST 
007790     READ ROS-FILE INTO WS-ROS-FILE-REC                           CPYDIST 
007800         AT END MOVE 'Y' TO WS-EOF-SW                             CPYDIST 
007810     END-READ.                                                    CPYDIST 
007820     IF WS-EOF                                                    CPYDIST 
007830         GO TO 8810-EXIT.                                         CPYDIST 
007840     IF WS-ROS-FILE-REC(1:1) = '*'                                CPYDIST 
007850         OR WS-ROS-FILE-REC = SPACES                              CPYDIST 
007860         GO TO 8810-EXIT.                                         CPYDIST 
007870     IF WS-ROS-COUNT < 200                                        CPYDIST 
007880         ADD 1 TO WS-ROS-COUNT                                    CPYDIST 
007890         MOVE WS-ROS-FILE-REC(1:8) TO WS-ROS-USER(WS-ROS-COUNT)   CPYDIST 
007900         MOVE WS-ROS-FILE-REC(10:10)                              CPYDIST 
007910             TO WS-ROS-TEAM(WS-ROS-COUNT)                         CPYDIST 
007920     END-IF.                                                      CPYDIST 
007930 8810-EXIT.                                                       CPYDIST 
007940     EXIT.                                                        CPYDIST 
007950*                                                                 CPYDIST 
007960 8900-FIND-USER-TEAM.                                             CPYDIST 
007970     PERFORM 8910-TEST-ONE-USER THRU 8910-EXIT                    CPYDIST 
007980         VARYING WS-RIX FROM 1 BY 1                               CPYDIST 
007990         UNTIL WS-RIX > WS-ROS-COUNT                              CPYDIST 
008000            OR WS-LINE-TEAM NOT = SPACES.                         CPYDIST 
008010 8900-EXIT.                                                       CPYDIST 
008020     EXIT.                                                        CPYDIST 
008030*                                                                 CPYDIST 
008040 8910-TEST-ONE-USER.                                              CPYDIST 
008050     IF WS-ROS-USER(WS-RIX) = WS-LINE-KEY(1:8)                    CPYDIST 
008060         MOVE WS-ROS-TEAM(WS-RIX) TO WS-LINE-TEAM                 CPYDIST 
008070     END-IF.                                                      CPYDIST 
008080 8910-EXIT.                                                       CPYDIST 
008090     EXIT.                                                        CPYDIST 
008100*-------------------------------------------------------------    CPYDIST 
008110*9990-POST-COMPLETION - APPEND THIS RUN'S RECORD TO THE           CPYDIST 
008120*JOB-STREAM LEDGER.  THE CALL WOULD CLEAR RETURN-CODE, SO THE     CPYDIST 
008130*CODE THE RUN ENDS WITH IS CARRIED ACROSS IT IN JLG-RC.           CPYDIST 
008140*-------------------------------------------------------------    CPYDIST 
008150 9990-POST-COMPLETION.                                            CPYDIST 
008160     MOVE RETURN-CODE TO JLG-RC.                                  CPYDIST 
008170     MOVE 'E' TO JLG-ACTION.                                      CPYDIST 
008180     CALL 'CPYJLOG' USING CPYJLOG-PARMS.                          CPYDIST 
008190     MOVE JLG-RC TO RETURN-CODE.                                  CPYDIST 
008200 9990-EXIT.                                                       CPYDIST 
008210     EXIT.                                                        CPYDIST 
