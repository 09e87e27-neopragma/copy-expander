000010 IDENTIFICATION DIVISION.                                         CPYRCRT 
000020 PROGRAM-ID. CPYRCRT.                                             CPYRCRT 
000030 AUTHOR. R SANDOVAL.                                              CPYRCRT 
000040 INSTALLATION. DATA CENTER SERVICES - COPYBOOK TOOLING.           CPYRCRT 
000050 DATE-WRITTEN. 2026-10-15.                                        CPYRCRT 
000060 DATE-COMPILED.                                                   CPYRCRT 
000070*-------------------------------------------------------------    CPYRCRT 
000080*MODIFICATION HISTORY                                             CPYRCRT 
000090*-------------------------------------------------------------    CPYRCRT 
000100*2026-10-15 RS  QUARTERLY ACCESS RECERTIFICATION OF THE           CPYRCRT 
000110*               AUTHORIZATION FILE, WHICH THE AUDITORS USED TO    CPYRCRT 
000120*               GET AS A HAND-BUILT LIST.  FUNCTION REPORT        CPYRCRT 
000130*               LISTS EVERY GRANT IN config/CPYAUTH.DAT WITH      CPYRCRT 
000140*               THE USER'S TEAM (config/CPYTEAM.DAT) AND THE      CPYRCRT 
000150*               DATE THE GRANT WAS LAST USED - FROM THE           CPYRCRT 
000160*               ACCOUNTING FILE registry/CPYACT.DAT, THE AUDIT    CPYRCRT 
000170*               TRAIL registry/CPYAUD.DAT (A PROMOTION COUNTS     CPYRCRT 
000180*               FOR ITS REQUESTER), THE PROMOTION QUEUE           CPYRCRT 
000190*               registry/CPYPRQ.DAT AND THE MAINTENANCE           CPYRCRT 
000200*               HISTORY registry/CPYMNTH.DAT.  A GRANT UNUSED     CPYRCRT 
000210*               FOR MORE THAN THE DORMANT DAYS IS FLAGGED         CPYRCRT 
000220*               DORMANT, AN ALL GRANT JUSTIFY, AND A USER WHO     CPYRCRT 
000230*               BOTH PROMOTED AND APPROVED THE SAME COPYBOOK IN   CPYRCRT 
000240*               THE PERIOD SOD (SEPARATION OF DUTIES).  THE RUN   CPYRCRT 
000250*               ALSO WRITES THE RESPONSE FILE registry/           CPYRCRT 
000260*               CPYRCRT.RSP, ONE LINE PER GRANT, WHERE EACH       CPYRCRT 
000270*               CERTIFIER RECORDS KEEP OR REVOKE; A DECISION      CPYRCRT 
000280*               ALREADY RECORDED THERE SURVIVES A RERUN.          CPYRCRT 
000290*               FUNCTION APPLY CARRIES OUT EVERY REVOKE           CPYRCRT 
000300*               THROUGH CPYMNT'S CPYMNTB ENTRY, SO EACH ONE       CPYRCRT 
000310*               GOES INTO THE MAINTENANCE CHANGE HISTORY LIKE     CPYRCRT 
000320*               ANY OTHER CONTROL-FILE CHANGE.  THE CERTIFIER     CPYRCRT 
000330*               MUST HOLD THE RECERT GRANT AND MAY NOT CERTIFY    CPYRCRT 
000340*               HIS OR HER OWN GRANTS; THE APPLYING USER NEEDS    CPYRCRT 
000350*               MAINT.  SYSIN: FUNCTION COLS 1-8, USER 10-17,     CPYRCRT 
000360*               DORMANT DAYS 19-21 (DEFAULT 90), PERIOD DAYS      CPYRCRT 
000370*               23-25 (DEFAULT 92).  REPORTS registry/            CPYRCRT 
000380*               CPYRCRT.RPT AND registry/CPYRCRTA.RPT (APPLY).    CPYRCRT 
000390*               RC 0 CLEAN, 4 FLAGS RAISED OR DECISIONS           CPYRCRT 
000400*               UNDECIDED OR REJECTED, 8 NOT AUTHORIZED, NO       CPYRCRT 
000410*               RESPONSE FILE OR A REVOKE THAT FAILED.            CPYRCRT 
000412*2026-10-15 RS  AN ACCOUNTING RECORD THAT NAMES A CALLER'S        CPYRCRT 
000414*               FUNCTION (COLS 66-73) IS A USE OF THAT GRANT, SO  CPYRCRT 
000416*               THE OVERNIGHT SWEEP'S EXPANSIONS KEEP THE         CPYRCRT 
000418*               OPERATOR'S SWEEP GRANT FROM READING DORMANT.      CPYRCRT 
000420*-------------------------------------------------------------    CPYRCRT 
000430 ENVIRONMENT DIVISION.                                            CPYRCRT 
000440 CONFIGURATION SECTION.                                           CPYRCRT 
000450 SOURCE-COMPUTER. GENERIC-COMPUTER.                               CPYRCRT 
000460 OBJECT-COMPUTER. GENERIC-COMPUTER.                               CPYRCRT 
000470 INPUT-OUTPUT SECTION.                                            CPYRCRT 
000480 FILE-CONTROL.                                                    CPYRCRT 
000490     SELECT PARM-FILE ASSIGN TO DYNAMIC WS-PARM-FILENAME          CPYRCRT 
000500         ORGANIZATION LINE SEQUENTIAL                             CPYRCRT 
000510         FILE STATUS IS WS-PARM-FILE-STATUS.                      CPYRCRT 
000520     SELECT AUT-FILE ASSIGN TO DYNAMIC WS-AUT-FILENAME            CPYRCRT 
000530         ORGANIZATION LINE SEQUENTIAL                             CPYRCRT 
000540         FILE STATUS IS WS-AUT-FILE-STATUS.                       CPYRCRT 
000550     SELECT TEAM-FILE ASSIGN TO DYNAMIC WS-TEAM-FILENAME          CPYRCRT 
000560         ORGANIZATION LINE SEQUENTIAL                             CPYRCRT 
000570         FILE STATUS IS WS-TEAM-FILE-STATUS.                      CPYRCRT 
000580     SELECT ACT-FILE ASSIGN TO DYNAMIC WS-ACT-FILENAME            CPYRCRT 
000590         ORGANIZATION LINE SEQUENTIAL                             CPYRCRT 
000600         FILE STATUS IS WS-ACT-FILE-STATUS.                       CPYRCRT 
000610     SELECT AUD-FILE ASSIGN TO DYNAMIC WS-AUD-FILENAME            CPYRCRT 
000620         ORGANIZATION LINE SEQUENTIAL                             CPYRCRT 
000630         FILE STATUS IS WS-AUD-FILE-STATUS.                       CPYRCRT 
000640     SELECT PRQ-FILE ASSIGN TO DYNAMIC WS-PRQ-FILENAME            CPYRCRT 
000650         ORGANIZATION LINE SEQUENTIAL                             CPYRCRT 
000660         FILE STATUS IS WS-PRQ-FILE-STATUS.                       CPYRCRT 
000670     SELECT HST-FILE ASSIGN TO DYNAMIC WS-HST-FILENAME            CPYRCRT 
000680         ORGANIZATION LINE SEQUENTIAL                             CPYRCRT 
000690         FILE STATUS IS WS-HST-FILE-STATUS.                       CPYRCRT 
000700     SELECT RSP-FILE ASSIGN TO DYNAMIC WS-RSP-FILENAME            CPYRCRT 
000710         ORGANIZATION LINE SEQUENTIAL                             CPYRCRT 
000720         FILE STATUS IS WS-RSP-FILE-STATUS.                       CPYRCRT 
000730     SELECT RPT-FILE ASSIGN TO DYNAMIC WS-RPT-FILENAME            CPYRCRT 
000740         ORGANIZATION LINE SEQUENTIAL                             CPYRCRT 
000750         FILE STATUS IS WS-RPT-FILE-STATUS.                       CPYRCRT 
000760 DATA DIVISION.                                                   CPYRCRT 
000770 FILE SECTION.                                                    CPYRCRT 
000780 FD  PARM-FILE.                                                   CPYRCRT 
000790 01  WS-PARM-FILE-REC        PIC X(80).                           CPYRCRT 
000800 FD  AUT-FILE.                                                    CPYRCRT 
000810 01  WS-AUT-FILE-REC         PIC X(80).                           CPYRCRT 
000820 FD  TEAM-FILE.                                                   CPYRCRT 
000830 01  WS-TEAM-FILE-REC        PIC X(80).                           CPYRCRT 
000840 FD  ACT-FILE.                                                    CPYRCRT 
000850 01  WS-ACT-FILE-REC         PIC X(80).                           CPYRCRT 
000860 FD  AUD-FILE.                                                    CPYRCRT 
000870 01  WS-AUD-FILE-REC         PIC X(520).                          CPYRCRT 
000880 FD  PRQ-FILE.                                                    CPYRCRT 
000890 01  WS-PRQ-FILE-REC         PIC X(160).                          CPYRCRT 
000900 FD  HST-FILE.                                                    CPYRCRT 
000910 01  WS-HST-FILE-REC         PIC X(140).                          CPYRCRT 
000920 FD  RSP-FILE.                                                    CPYRCRT 
000930 01  WS-RSP-FILE-REC         PIC X(80).                           CPYRCRT 
000940 FD  RPT-FILE.                                                    CPYRCRT 
000950 01  WS-RPT-FILE-REC         PIC X(132).                          CPYRCRT 
000960 WORKING-STORAGE SECTION.                                         CPYRCRT 
000970*-------------------------------------------------------------    CPYRCRT 
000980*FILE STATUS AND DYNAMIC FILE NAMES                               CPYRCRT 
000990*-------------------------------------------------------------    CPYRCRT 
001000 77  WS-PARM-FILENAME        PIC X(80)                            CPYRCRT 
001010         VALUE 'jcl/CPYRCRT.SYSIN'.                               CPYRCRT 
001020 77  WS-PARM-FILE-STATUS     PIC X(02) VALUE '00'.                CPYRCRT 
001030 77  WS-AUT-FILENAME         PIC X(80)                            CPYRCRT 
001040         VALUE 'config/CPYAUTH.DAT'.                              CPYRCRT 
001050 77  WS-AUT-FILE-STATUS      PIC X(02) VALUE '00'.                CPYRCRT 
001060 77  WS-TEAM-FILENAME        PIC X(80)                            CPYRCRT 
001070         VALUE 'config/CPYTEAM.DAT'.                              CPYRCRT 
001080 77  WS-TEAM-FILE-STATUS     PIC X(02) VALUE '00'.                CPYRCRT 
001090 77  WS-ACT-FILENAME         PIC X(80)                            CPYRCRT 
001100         VALUE 'registry/CPYACT.DAT'.                             CPYRCRT 
001110 77  WS-ACT-FILE-STATUS      PIC X(02) VALUE '00'.                CPYRCRT 
001120 77  WS-AUD-FILENAME         PIC X(80)                            CPYRCRT 
001130         VALUE 'registry/CPYAUD.DAT'.                             CPYRCRT 
001140 77  WS-AUD-FILE-STATUS      PIC X(02) VALUE '00'.                CPYRCRT 
001150 77  WS-PRQ-FILENAME         PIC X(80)                            CPYRCRT 
001160         VALUE 'registry/CPYPRQ.DAT'.                             CPYRCRT 
001170 77  WS-PRQ-FILE-STATUS      PIC X(02) VALUE '00'.                CPYRCRT 
001180 77  WS-HST-FILENAME         PIC X(80)                            CPYRCRT 
001190         VALUE 'registry/CPYMNTH.DAT'.                            CPYRCRT 
001200 77  WS-HST-FILE-STATUS      PIC X(02) VALUE '00'.                CPYRCRT 
001210 77  WS-RSP-FILENAME         PIC X(80)                            CPYRCRT 
001220         VALUE 'registry/CPYRCRT.RSP'.                            CPYRCRT 
001230 77  WS-RSP-FILE-STATUS      PIC X(02) VALUE '00'.                CPYRCRT 
001240 77  WS-RPT-FILENAME         PIC X(80)                            CPYRCRT 
001250         VALUE 'registry/CPYRCRT.RPT'.                            CPYRCRT 
001260 77  WS-RPT-FILE-STATUS      PIC X(02) VALUE '00'.                CPYRCRT 
001270 77  WS-EOF-SW               PIC X(01) VALUE 'N'.                 CPYRCRT 
001280     88  WS-EOF              VALUE 'Y'.                           CPYRCRT 
001290 77  WS-FOUND-SW             PIC X(01) VALUE 'N'.                 CPYRCRT 
001300     88  WS-FOUND            VALUE 'Y'.                           CPYRCRT 
001310*-------------------------------------------------------------    CPYRCRT 
001320*THE RUN CARD                                                     CPYRCRT 
001330*-------------------------------------------------------------    CPYRCRT 
001340 77  WS-FUNCTION             PIC X(08) VALUE 'REPORT'.            CPYRCRT 
001350 77  WS-USERID               PIC X(08) VALUE SPACES.              CPYRCRT 
001360 77  WS-DORMANT-DAYS         PIC 9(03) VALUE 90.                  CPYRCRT 
001370 77  WS-PERIOD-DAYS          PIC 9(03) VALUE 92.                  CPYRCRT 
001380 77  WS-FINAL-RC             PIC 9(02) VALUE 0.                   CPYRCRT 
001390*-------------------------------------------------------------    CPYRCRT 
001400*DATES.  DAY NUMBERS ARE INTEGER-OF-DATE VALUES.                  CPYRCRT 
001410*-------------------------------------------------------------    CPYRCRT 
001420 77  WS-TODAY                PIC X(08) VALUE SPACES.              CPYRCRT 
001430 77  WS-TODAY-INT            PIC 9(08) COMP VALUE 0.              CPYRCRT 
001440 77  WS-DATE-NUM             PIC 9(08) VALUE 0.                   CPYRCRT 
001450 77  WS-PERIOD-START         PIC X(08) VALUE SPACES.              CPYRCRT 
001460 77  WS-DAYS                 PIC 9(07) COMP VALUE 0.              CPYRCRT 
001470*-------------------------------------------------------------    CPYRCRT 
001480*ONE USAGE OR DUTY EVENT BEING NOTED                              CPYRCRT 
001490*-------------------------------------------------------------    CPYRCRT 
001500 77  WS-EV-USER              PIC X(08) VALUE SPACES.              CPYRCRT 
001510 77  WS-EV-FUNC              PIC X(08) VALUE SPACES.              CPYRCRT 
001520 77  WS-EV-DATE              PIC X(08) VALUE SPACES.              CPYRCRT 
001530 77  WS-EV-BOOK              PIC X(30) VALUE SPACES.              CPYRCRT 
001540 77  WS-EV-ROLE              PIC X(01) VALUE SPACE.               CPYRCRT 
001550*-------------------------------------------------------------    CPYRCRT 
001560*COUNTERS, SUBSCRIPTS AND EDITED FIELDS                           CPYRCRT 
001570*-------------------------------------------------------------    CPYRCRT 
001580 77  WS-GIX                  PIC 9(04) COMP VALUE 0.              CPYRCRT 
001590 77  WS-TIX                  PIC 9(04) COMP VALUE 0.              CPYRCRT 
001600 77  WS-UIX                  PIC 9(04) COMP VALUE 0.              CPYRCRT 
001610 77  WS-SIX                  PIC 9(04) COMP VALUE 0.              CPYRCRT 
001620 77  WS-RIX                  PIC 9(04) COMP VALUE 0.              CPYRCRT 
001630 77  WS-WIX                  PIC 9(02) COMP VALUE 0.              CPYRCRT 
001640 77  WS-USER-COUNT           PIC 9(04) COMP VALUE 0.              CPYRCRT 
001650 77  WS-DORMANT-COUNT        PIC 9(04) COMP VALUE 0.              CPYRCRT 
001660 77  WS-ALL-COUNT            PIC 9(04) COMP VALUE 0.              CPYRCRT 
001670 77  WS-SOD-COUNT            PIC 9(04) COMP VALUE 0.              CPYRCRT 
001680 77  WS-FLAGGED-COUNT        PIC 9(04) COMP VALUE 0.              CPYRCRT 
001690 77  WS-UNDECIDED-COUNT      PIC 9(04) COMP VALUE 0.              CPYRCRT 
001700 77  WS-KEPT-COUNT           PIC 9(04) COMP VALUE 0.              CPYRCRT 
001710 77  WS-REVOKED-COUNT        PIC 9(04) COMP VALUE 0.              CPYRCRT 
001720 77  WS-REJECTED-COUNT       PIC 9(04) COMP VALUE 0.              CPYRCRT 
001730 77  WS-FAILED-COUNT         PIC 9(04) COMP VALUE 0.              CPYRCRT 
001740 77  WS-USE-DROPPED          PIC 9(06) COMP VALUE 0.              CPYRCRT 
001750 77  WS-SOD-DROPPED          PIC 9(06) COMP VALUE 0.              CPYRCRT 
001760 77  WS-PTR                  PIC 9(03) COMP VALUE 0.              CPYRCRT 
001770 77  WS-EDIT-COUNT           PIC Z(05)9.                          CPYRCRT 
001780 77  WS-EDIT-DAYS            PIC Z(04)9.                          CPYRCRT 
001790 77  WS-EDIT-N               PIC ZZ9.                             CPYRCRT 
001800 77  WS-EDIT-P               PIC Z(03)9.                          CPYRCRT 
001810 77  WS-EDIT-A               PIC Z(03)9.                          CPYRCRT 
001820 77  WS-PREV-USER            PIC X(08) VALUE SPACES.              CPYRCRT 
001830 77  WS-OUTCOME              PIC X(60) VALUE SPACES.              CPYRCRT 
001840*-------------------------------------------------------------    CPYRCRT 
001850*THE GRANTS, ONE ENTRY PER USER AND FUNCTION, IN FILE ORDER       CPYRCRT 
001860*-------------------------------------------------------------    CPYRCRT 
001870 77  WS-GRANT-LIST           PIC X(70) VALUE SPACES.              CPYRCRT 
001880 01  WS-GRANT-WORDS.                                              CPYRCRT 
001890     05  WS-GRANT-WORD       PIC X(08) OCCURS 12 TIMES.           CPYRCRT 
001900 01  WS-GRT-TABLE.                                                CPYRCRT 
001910     05  WS-GRT-COUNT        PIC 9(04) COMP VALUE 0.              CPYRCRT 
001920     05  WS-GRT-ENT OCCURS 600 TIMES.                             CPYRCRT 
001930         10  WS-GRT-USER     PIC X(08).                           CPYRCRT 
001940         10  WS-GRT-FUNC     PIC X(08).                           CPYRCRT 
001950         10  WS-GRT-TEAM     PIC X(10).                           CPYRCRT 
001960         10  WS-GRT-LAST     PIC X(08).                           CPYRCRT 
001970         10  WS-GRT-DAYS     PIC 9(05) COMP.                      CPYRCRT 
001980         10  WS-GRT-DORMANT  PIC X(01).                           CPYRCRT 
001990         10  WS-GRT-ALL      PIC X(01).                           CPYRCRT 
002000         10  WS-GRT-SOD      PIC X(01).                           CPYRCRT 
002010         10  WS-GRT-DECISION PIC X(06).                           CPYRCRT 
002020         10  WS-GRT-CERTIFIER PIC X(08).                          CPYRCRT 
002030 77  WS-GRT-FLAGS            PIC X(30) VALUE SPACES.              CPYRCRT 
002040*-------------------------------------------------------------    CPYRCRT 
002050*USER-TO-TEAM ROSTER                                              CPYRCRT 
002060*-------------------------------------------------------------    CPYRCRT 
002070 01  WS-TEAM-TABLE.                                               CPYRCRT 
002080     05  WS-TEAM-COUNT       PIC 9(04) COMP VALUE 0.              CPYRCRT 
002090     05  WS-TEAM-ENT OCCURS 500 TIMES.                            CPYRCRT 
002100         10  WS-TEAM-USER    PIC X(08).                           CPYRCRT 
002110         10  WS-TEAM-NAME    PIC X(10).                           CPYRCRT 
002120*-------------------------------------------------------------    CPYRCRT 
002130*LAST USE OF EACH USER AND FUNCTION SEEN IN THE HISTORY FILES     CPYRCRT 
002140*-------------------------------------------------------------    CPYRCRT 
002150 01  WS-USE-TABLE.                                                CPYRCRT 
002160     05  WS-USE-COUNT        PIC 9(04) COMP VALUE 0.              CPYRCRT 
002170     05  WS-USE-ENT OCCURS 2000 TIMES.                            CPYRCRT 
002180         10  WS-USE-USER     PIC X(08).                           CPYRCRT 
002190         10  WS-USE-FUNC     PIC X(08).                           CPYRCRT 
002200         10  WS-USE-LAST     PIC X(08).                           CPYRCRT 
002210*-------------------------------------------------------------    CPYRCRT 
002220*PROMOTIONS IN THE PERIOD BY COPYBOOK AND USER - HOW OFTEN THE    CPYRCRT 
002230*USER WAS THE REQUESTER AND HOW OFTEN THE APPROVER                CPYRCRT 
002240*-------------------------------------------------------------    CPYRCRT 
002250 01  WS-SOD-TABLE.                                                CPYRCRT 
002260     05  WS-SOD-COUNT-ENT    PIC 9(04) COMP VALUE 0.              CPYRCRT 
002270     05  WS-SOD-ENT OCCURS 1000 TIMES.                            CPYRCRT 
002280         10  WS-SOD-BOOK     PIC X(30).                           CPYRCRT 
002290         10  WS-SOD-USER     PIC X(08).                           CPYRCRT 
002300         10  WS-SOD-PROMOTED PIC 9(04) COMP.                      CPYRCRT 
002310         10  WS-SOD-APPROVED PIC 9(04) COMP.                      CPYRCRT 
002320*-------------------------------------------------------------    CPYRCRT 
002330*DECISIONS ALREADY RECORDED IN THE RESPONSE FILE                  CPYRCRT 
002340*-------------------------------------------------------------    CPYRCRT 
002350 01  WS-RSP-TABLE.                                                CPYRCRT 
002360     05  WS-RSP-COUNT        PIC 9(04) COMP VALUE 0.              CPYRCRT 
002370     05  WS-RSP-ENT OCCURS 600 TIMES.                             CPYRCRT 
002380         10  WS-RSP-USER     PIC X(08).                           CPYRCRT 
002390         10  WS-RSP-FUNC     PIC X(08).                           CPYRCRT 
002400         10  WS-RSP-DECISION PIC X(06).                           CPYRCRT 
002410         10  WS-RSP-CERTIFIER PIC X(08).                          CPYRCRT 
002420 COPY CPYAUD.                                                     CPYRCRT 
002430 COPY CPYPRQ.                                                     CPYRCRT 
002440 COPY CPYAUT.                                                     CPYRCRT 
002450 COPY CPYMTP.                                                     CPYRCRT 
002460 PROCEDURE DIVISION.                                              CPYRCRT 
002470*-------------------------------------------------------------    CPYRCRT 
002480*0000-MAINLINE                                                    CPYRCRT 
002490*-------------------------------------------------------------    CPYRCRT 
002500 0000-MAINLINE.                                                   CPYRCRT 
002510     PERFORM 1000-READ-RUN-CARD THRU 1000-EXIT.                   CPYRCRT 
002520     IF WS-FUNCTION = 'APPLY   '                                  CPYRCRT 
002530         PERFORM 6000-APPLY-RESPONSES THRU 6000-EXIT              CPYRCRT 
002540         MOVE WS-FINAL-RC TO RETURN-CODE                          CPYRCRT 
002550         GOBACK                                                   CPYRCRT 
002560     END-IF.                                                      CPYRCRT 
002570     IF WS-FUNCTION NOT = 'REPORT  '                              CPYRCRT 
002580         DISPLAY 'CPYRCRT - FUNCTION MUST BE REPORT OR APPLY'     CPYRCRT 
002590         MOVE 8 TO RETURN-CODE                                    CPYRCRT 
002600         GOBACK                                                   CPYRCRT 
002610     END-IF.                                                      CPYRCRT 
002620     PERFORM 1100-LOAD-TEAMS THRU 1100-EXIT.                      CPYRCRT 
002630     PERFORM 1200-LOAD-GRANTS THRU 1200-EXIT.                     CPYRCRT 
002640     IF WS-GRT-COUNT = 0                                          CPYRCRT 
002650         DISPLAY 'CPYRCRT - NO GRANTS IN ' WS-AUT-FILENAME(1:30)  CPYRCRT 
002660         MOVE 8 TO RETURN-CODE                                    CPYRCRT 
002670         GOBACK                                                   CPYRCRT 
002680     END-IF.                                                      CPYRCRT 
002690     PERFORM 1300-LOAD-RESPONSES THRU 1300-EXIT.                  CPYRCRT 
002700     PERFORM 2100-READ-ACCOUNTING THRU 2100-EXIT.                 CPYRCRT 
002710     PERFORM 2200-READ-AUDIT-TRAIL THRU 2200-EXIT.                CPYRCRT 
002720     PERFORM 2300-READ-PROMOTION-QUEUE THRU 2300-EXIT.            CPYRCRT 
002730     PERFORM 2400-READ-MAINT-HISTORY THRU 2400-EXIT.              CPYRCRT 
002740     PERFORM 3000-ASSESS-ONE-GRANT THRU 3000-EXIT                 CPYRCRT 
002750         VARYING WS-GIX FROM 1 BY 1                               CPYRCRT 
002760         UNTIL WS-GIX > WS-GRT-COUNT.                             CPYRCRT 
002770     PERFORM 4000-WRITE-REPORT THRU 4000-EXIT.                    CPYRCRT 
002780     PERFORM 5000-WRITE-RESPONSE-FILE THRU 5000-EXIT.             CPYRCRT 
002790     MOVE WS-GRT-COUNT TO WS-EDIT-COUNT.                          CPYRCRT 
002800     DISPLAY 'CPYRCRT GRANTS CERTIFIED: ' WS-EDIT-COUNT.          CPYRCRT 
002810     MOVE WS-FLAGGED-COUNT TO WS-EDIT-COUNT.                      CPYRCRT 
002820     DISPLAY 'CPYRCRT GRANTS FLAGGED:   ' WS-EDIT-COUNT.          CPYRCRT 
002830     IF WS-USE-DROPPED > 0 OR WS-SOD-DROPPED > 0                  CPYRCRT 
002840         DISPLAY 'CPYRCRT - USAGE TABLES FULL, SOME HISTORY '     CPYRCRT 
002850             'NOT COUNTED'                                        CPYRCRT 
002860     END-IF.                                                      CPYRCRT 
002870     IF WS-FLAGGED-COUNT > 0                                      CPYRCRT 
002880         MOVE 4 TO RETURN-CODE                                    CPYRCRT 
002890     ELSE                                                         CPYRCRT 
002900         MOVE 0 TO RETURN-CODE                                    CPYRCRT 
002910     END-IF.                                                      CPYRCRT 
002920     GOBACK.                                                      CPYRCRT 
002930*-------------------------------------------------------------    CPYRCRT 
002940*1000-READ-RUN-CARD - FUNCTION, USER, DORMANT AND PERIOD DAYS.    CPYRCRT 
002950*THE DAY COUNTS DEFAULT WHEN BLANK OR NOT NUMERIC.                CPYRCRT 
002960*-------------------------------------------------------------    CPYRCRT 
002970 1000-READ-RUN-CARD.                                              CPYRCRT 
002980     ACCEPT WS-TODAY FROM DATE YYYYMMDD.                          CPYRCRT 
002990     MOVE WS-TODAY TO WS-DATE-NUM.                                CPYRCRT 
003000     COMPUTE WS-TODAY-INT =                                       CPYRCRT 
003010         FUNCTION INTEGER-OF-DATE (WS-DATE-NUM).                  CPYRCRT 
003020     OPEN INPUT PARM-FILE.                                        CPYRCRT 
003030     IF WS-PARM-FILE-STATUS = '00'                                CPYRCRT 
003040         READ PARM-FILE INTO WS-PARM-FILE-REC                     CPYRCRT 
003050             AT END MOVE SPACES TO WS-PARM-FILE-REC               CPYRCRT 
003060         END-READ                                                 CPYRCRT 
003070         CLOSE PARM-FILE                                          CPYRCRT 
003080         IF WS-PARM-FILE-REC(1:1) = '*'                           CPYRCRT 
003090             MOVE SPACES TO WS-PARM-FILE-REC                      CPYRCRT 
003100         END-IF                                                   CPYRCRT 
003110         IF WS-PARM-FILE-REC(1:8) NOT = SPACES                    CPYRCRT 
003120             MOVE WS-PARM-FILE-REC(1:8) TO WS-FUNCTION            CPYRCRT 
003130         END-IF                                                   CPYRCRT 
003140         MOVE WS-PARM-FILE-REC(10:8) TO WS-USERID                 CPYRCRT 
003150         IF WS-PARM-FILE-REC(19:3) NUMERIC                        CPYRCRT 
003160             AND WS-PARM-FILE-REC(19:3) NOT = '000'               CPYRCRT 
003170             MOVE WS-PARM-FILE-REC(19:3) TO WS-DORMANT-DAYS       CPYRCRT 
003180         END-IF                                                   CPYRCRT 
003190         IF WS-PARM-FILE-REC(23:3) NUMERIC                        CPYRCRT 
003200             AND WS-PARM-FILE-REC(23:3) NOT = '000'               CPYRCRT 
003210             MOVE WS-PARM-FILE-REC(23:3) TO WS-PERIOD-DAYS        CPYRCRT 
003220         END-IF                                                   CPYRCRT 
003230     END-IF.                                                      CPYRCRT 
003240     COMPUTE WS-DATE-NUM = FUNCTION DATE-OF-INTEGER               CPYRCRT 
003250         (WS-TODAY-INT - WS-PERIOD-DAYS).                         CPYRCRT 
003260     MOVE WS-DATE-NUM TO WS-PERIOD-START.                         CPYRCRT 
003270 1000-EXIT.                                                       CPYRCRT 
003280     EXIT.                                                        CPYRCRT 
003290*                                                                 CPYRCRT 
003300 1100-LOAD-TEAMS.                                                 CPYRCRT 
003310     OPEN INPUT TEAM-FILE.                                        CPYRCRT 
003320     IF WS-TEAM-FILE-STATUS NOT = '00'                            CPYRCRT 
003330         GO TO 1100-EXIT.                                         CPYRCRT 
003340     MOVE 'N' TO WS-EOF-SW.                                       CPYRCRT 
003350     PERFORM 1110-LOAD-ONE-TEAM-LINE THRU 1110-EXIT UNTIL WS-EOF. CPYRCRT 
003360     CLOSE TEAM-FILE.                                             CPYRCRT 
003370     MOVE 'N' TO WS-EOF-SW.                                       CPYRCRT 
003380 1100-EXIT.                                                       CPYRCRT 
003390     EXIT.                                                        CPYRCRT 
003400*                                                                 CPYRCRT 
003410 1110-LOAD-ONE-TEAM-LINE.                                         CPYRCRT 
003420     READ TEAM-FILE INTO WS-TEAM-FILE-REC                         CPYRCRT 
003430         AT END MOVE 'Y' TO WS-EOF-SW                             CPYRCRT 
003440     END-READ.                                                    CPYRCRT 
003450     IF NOT WS-EOF                                                CPYRCRT 
003460         AND WS-TEAM-FILE-REC(1:1) NOT = '*'                      CPYRCRT 
003470         AND WS-TEAM-FILE-REC NOT = SPACES                        CPYRCRT 
003480         AND WS-TEAM-COUNT < 500                                  CPYRCRT 
003490         ADD 1 TO WS-TEAM-COUNT                                   CPYRCRT 
003500         MOVE WS-TEAM-FILE-REC(1:8) TO WS-TEAM-USER(WS-TEAM-COUNT)CPYRCRT 
003510         MOVE WS-TEAM-FILE-REC(10:10)                             CPYRCRT 
003520             TO WS-TEAM-NAME(WS-TEAM-COUNT)                       CPYRCRT 
003530     END-IF.                                                      CPYRCRT 
003540 1110-EXIT.                                                       CPYRCRT 
003550     EXIT.                                                        CPYRCRT 
003560*-------------------------------------------------------------    CPYRCRT 
003570*1200-LOAD-GRANTS - ONE TABLE ENTRY PER GRANT WORD, SPLIT THE     CPYRCRT 
003580*WAY CPYAUTH SPLITS THEM, WITH THE USER'S TEAM ATTACHED.          CPYRCRT 
003590*-------------------------------------------------------------    CPYRCRT 
003600 1200-LOAD-GRANTS.                                                CPYRCRT 
003610     OPEN INPUT AUT-FILE.                                         CPYRCRT 
003620     IF WS-AUT-FILE-STATUS NOT = '00'                             CPYRCRT 
003630         GO TO 1200-EXIT.                                         CPYRCRT 
003640     MOVE 'N' TO WS-EOF-SW.                                       CPYRCRT 
003650     PERFORM 1210-LOAD-ONE-USER THRU 1210-EXIT UNTIL WS-EOF.      CPYRCRT 
003660     CLOSE AUT-FILE.                                              CPYRCRT 
003670     MOVE 'N' TO WS-EOF-SW.                                       CPYRCRT 
003680 1200-EXIT.                                                       CPYRCRT 
003690     EXIT.                                                        CPYRCRT 
003700*                                                                 CPYRCRT 
003710 1210-LOAD-ONE-USER.                                              CPYRCRT 
003720     READ AUT-FILE INTO WS-AUT-FILE-REC                           CPYRCRT 
003730         AT END MOVE 'Y' TO WS-EOF-SW                             CPYRCRT 
003740     END-READ.                                                    CPYRCRT 
003750     IF WS-EOF                                                    CPYRCRT 
003760         GO TO 1210-EXIT.                                         CPYRCRT 
003770     IF WS-AUT-FILE-REC(1:1) = '*'                                CPYRCRT 
003780         OR WS-AUT-FILE-REC = SPACES                              CPYRCRT 
003790         GO TO 1210-EXIT.                                         CPYRCRT 
003800     ADD 1 TO WS-USER-COUNT.                                      CPYRCRT 
003810     MOVE WS-AUT-FILE-REC(10:70) TO WS-GRANT-LIST.                CPYRCRT 
003820     MOVE SPACES TO WS-GRANT-WORDS.                               CPYRCRT 
003830     UNSTRING WS-GRANT-LIST DELIMITED BY ALL SPACE                CPYRCRT 
003840         INTO WS-GRANT-WORD(1) WS-GRANT-WORD(2)                   CPYRCRT 
003850              WS-GRANT-WORD(3) WS-GRANT-WORD(4)                   CPYRCRT 
003860              WS-GRANT-WORD(5) WS-GRANT-WORD(6)                   CPYRCRT 
003870              WS-GRANT-WORD(7) WS-GRANT-WORD(8)                   CPYRCRT 
003880              WS-GRANT-WORD(9) WS-GRANT-WORD(10)                  CPYRCRT 
003890              WS-GRANT-WORD(11) WS-GRANT-WORD(12)                 CPYRCRT 
003900     END-UNSTRING.                                                CPYRCRT 
003910     PERFORM 1220-ADD-ONE-GRANT THRU 1220-EXIT                    CPYRCRT 
003920         VARYING WS-WIX FROM 1 BY 1 UNTIL WS-WIX > 12.            CPYRCRT 
003930 1210-EXIT.                                                       CPYRCRT 
003940     EXIT.                                                        CPYRCRT 
003950*                                                                 CPYRCRT 
003960 1220-ADD-ONE-GRANT.                                              CPYRCRT 
003970     IF WS-GRANT-WORD(WS-WIX) = SPACES                            CPYRCRT 
003980         GO TO 1220-EXIT.                                         CPYRCRT 
003990     IF WS-GRT-COUNT NOT < 600                                    CPYRCRT 
004000         GO TO 1220-EXIT.                                         CPYRCRT 
004010     ADD 1 TO WS-GRT-COUNT.                                       CPYRCRT 
004020     MOVE WS-AUT-FILE-REC(1:8) TO WS-GRT-USER(WS-GRT-COUNT).      CPYRCRT 
004030     MOVE WS-GRANT-WORD(WS-WIX) TO WS-GRT-FUNC(WS-GRT-COUNT).     CPYRCRT 
004040     MOVE '(NONE)' TO WS-GRT-TEAM(WS-GRT-COUNT).                  CPYRCRT 
004050     MOVE SPACES TO WS-GRT-LAST(WS-GRT-COUNT)                     CPYRCRT 
004060         WS-GRT-DECISION(WS-GRT-COUNT)                            CPYRCRT 
004070         WS-GRT-CERTIFIER(WS-GRT-COUNT).                          CPYRCRT 
004080     MOVE 0 TO WS-GRT-DAYS(WS-GRT-COUNT).                         CPYRCRT 
004090     MOVE 'N' TO WS-GRT-DORMANT(WS-GRT-COUNT)                     CPYRCRT 
004100         WS-GRT-ALL(WS-GRT-COUNT) WS-GRT-SOD(WS-GRT-COUNT).       CPYRCRT 
004110     MOVE 'N' TO WS-FOUND-SW.                                     CPYRCRT 
004120     PERFORM 1230-FIND-USER-TEAM THRU 1230-EXIT                   CPYRCRT 
004130         VARYING WS-TIX FROM 1 BY 1                               CPYRCRT 
004140         UNTIL WS-TIX > WS-TEAM-COUNT OR WS-FOUND.                CPYRCRT 
004150 1220-EXIT.                                                       CPYRCRT 
004160     EXIT.                                                        CPYRCRT 
004170*                                                                 CPYRCRT 
004180 1230-FIND-USER-TEAM.                                             CPYRCRT 
004190     IF WS-TEAM-USER(WS-TIX) = WS-GRT-USER(WS-GRT-COUNT)          CPYRCRT 
004200         MOVE WS-TEAM-NAME(WS-TIX) TO WS-GRT-TEAM(WS-GRT-COUNT)   CPYRCRT 
004210         MOVE 'Y' TO WS-FOUND-SW                                  CPYRCRT 
004220     END-IF.                                                      CPYRCRT 
004230 1230-EXIT.                                                       CPYRCRT 
004240     EXIT.                                                        CPYRCRT 
004250*-------------------------------------------------------------    CPYRCRT 
004260*1300-LOAD-RESPONSES - ANY DECISIONS ALREADY IN THE RESPONSE      CPYRCRT 
004270*FILE, SO A RERUN OF THE REPORT DOES NOT LOSE THEM.               CPYRCRT 
004280*-------------------------------------------------------------    CPYRCRT 
004290 1300-LOAD-RESPONSES.                                             CPYRCRT 
004300     OPEN INPUT RSP-FILE.                                         CPYRCRT 
004310     IF WS-RSP-FILE-STATUS NOT = '00'                             CPYRCRT 
004320         GO TO 1300-EXIT.                                         CPYRCRT 
004330     MOVE 'N' TO WS-EOF-SW.                                       CPYRCRT 
004340     PERFORM 1310-LOAD-ONE-RESPONSE THRU 1310-EXIT UNTIL WS-EOF.  CPYRCRT 
004350     CLOSE RSP-FILE.                                              CPYRCRT 
004360     MOVE 'N' TO WS-EOF-SW.                                       CPYRCRT 
004370 1300-EXIT.                                                       CPYRCRT 
004380     EXIT.                                                        CPYRCRT 
004390*                                                                 CPYRCRT 
004400 1310-LOAD-ONE-RESPONSE.                                          CPYRCRT 
004410     READ RSP-FILE INTO WS-RSP-FILE-REC                           CPYRCRT 
004420         AT END MOVE 'Y' TO WS-EOF-SW                             CPYRCRT 
004430     END-READ.                                                    CPYRCRT 
004440     IF NOT WS-EOF                                                CPYRCRT 
004450         AND WS-RSP-FILE-REC(1:1) NOT = '*'                       CPYRCRT 
004460         AND WS-RSP-FILE-REC NOT = SPACES                         CPYRCRT 
004470         AND WS-RSP-FILE-REC(19:15) NOT = SPACES                  CPYRCRT 
004480         AND WS-RSP-COUNT < 600                                   CPYRCRT 
004490         ADD 1 TO WS-RSP-COUNT                                    CPYRCRT 
004500         MOVE WS-RSP-FILE-REC(1:8) TO WS-RSP-USER(WS-RSP-COUNT)   CPYRCRT 
004510         MOVE WS-RSP-FILE-REC(10:8) TO WS-RSP-FUNC(WS-RSP-COUNT)  CPYRCRT 
004520         MOVE WS-RSP-FILE-REC(19:6)                               CPYRCRT 
004530             TO WS-RSP-DECISION(WS-RSP-COUNT)                     CPYRCRT 
004540         MOVE WS-RSP-FILE-REC(26:8)                               CPYRCRT 
004550             TO WS-RSP-CERTIFIER(WS-RSP-COUNT)                    CPYRCRT 
004560     END-IF.                                                      CPYRCRT 
004570 1310-EXIT.                                                       CPYRCRT 
004580     EXIT.                                                        CPYRCRT 
004590*-------------------------------------------------------------    CPYRCRT 
004600*2100-READ-ACCOUNTING - ONE RECORD PER EXPANDER CALL (AND PER     CPYRCRT 
004605*PURGE): DATE COLS 1-8, USER 17-24, FUNCTION 26-33, AND IN        CPYRCRT 
004610*66-73 THE FUNCTION OF THE CALLER THAT DROVE THE EXPANDER (SWEEP  CPYRCRT 
004615*FROM CPYDRVR) - WHEN PRESENT IT IS THE GRANT THE RUN USED.       CPYRCRT 
004620*-------------------------------------------------------------    CPYRCRT 
004630 2100-READ-ACCOUNTING.                                            CPYRCRT 
004640     OPEN INPUT ACT-FILE.                                         CPYRCRT 
004650     IF WS-ACT-FILE-STATUS NOT = '00'                             CPYRCRT 
004660         GO TO 2100-EXIT.                                         CPYRCRT 
004670     MOVE 'N' TO WS-EOF-SW.                                       CPYRCRT 
004680     PERFORM 2110-NOTE-ONE-ACCOUNTING THRU 2110-EXIT UNTIL WS-EOF.CPYRCRT 
004690     CLOSE ACT-FILE.                                              CPYRCRT 
004700     MOVE 'N' TO WS-EOF-SW.                                       CPYRCRT 
004710 2100-EXIT.                                                       CPYRCRT 
004720     EXIT.                                                        CPYRCRT 
004730*                                                                 CPYRCRT 
004740 2110-NOTE-ONE-ACCOUNTING.                                        CPYRCRT 
004750     READ ACT-FILE INTO WS-ACT-FILE-REC                           CPYRCRT 
004760         AT END MOVE 'Y' TO WS-EOF-SW                             CPYRCRT 
004770     END-READ.                                                    CPYRCRT 
004780     IF WS-EOF                                                    CPYRCRT 
004790         GO TO 2110-EXIT.                                         CPYRCRT 
004800     MOVE WS-ACT-FILE-REC(17:8) TO WS-EV-USER.                    CPYRCRT 
004810     MOVE WS-ACT-FILE-REC(26:8) TO WS-EV-FUNC.                    CPYRCRT 
004812     IF WS-ACT-FILE-REC(66:8) NOT = SPACES                        CPYRCRT 
004814         MOVE WS-ACT-FILE-REC(66:8) TO WS-EV-FUNC                 CPYRCRT 
004816     END-IF.                                                      CPYRCRT 
004820     MOVE WS-ACT-FILE-REC(1:8) TO WS-EV-DATE.                     CPYRCRT 
004830     PERFORM 2800-NOTE-ONE-USE THRU 2800-EXIT.                    CPYRCRT 
004840 2110-EXIT.                                                       CPYRCRT 
004850     EXIT.                                                        CPYRCRT 
004860*-------------------------------------------------------------    CPYRCRT 
004870*2200-READ-AUDIT-TRAIL - AN EXPANSION RECORD IS A USE BY ITS      CPYRCRT 
004880*RUN-BY USER.  A PROMOTE OR ROLLBACK RECORD NAMES THE APPROVER    CPYRCRT 
004890*IN RUN-BY AND THE REQUESTER IN SLOT 2; IT IS A USE BY THE        CPYRCRT 
004900*REQUESTER, AND IN THE PERIOD BOTH GO ON THE DUTY TABLE.          CPYRCRT 
004910*ENVPROM AND FRZOVRD RECORDS NAME APPROVERS ONLY.                 CPYRCRT 
004920*-------------------------------------------------------------    CPYRCRT 
004930 2200-READ-AUDIT-TRAIL.                                           CPYRCRT 
004940     OPEN INPUT AUD-FILE.                                         CPYRCRT 
004950     IF WS-AUD-FILE-STATUS NOT = '00'                             CPYRCRT 
004960         GO TO 2200-EXIT.                                         CPYRCRT 
004970     MOVE 'N' TO WS-EOF-SW.                                       CPYRCRT 
004980     PERFORM 2210-NOTE-ONE-AUDIT THRU 2210-EXIT UNTIL WS-EOF.     CPYRCRT 
004990     CLOSE AUD-FILE.                                              CPYRCRT 
005000     MOVE 'N' TO WS-EOF-SW.                                       CPYRCRT 
005010 2200-EXIT.                                                       CPYRCRT 
005020     EXIT.                                                        CPYRCRT 
005030*                                                                 CPYRCRT 
005040 2210-NOTE-ONE-AUDIT.                                             CPYRCRT 
005050     READ AUD-FILE INTO AUD-RECORD                                CPYRCRT 
005060         AT END MOVE 'Y' TO WS-EOF-SW                             CPYRCRT 
005070     END-READ.                                                    CPYRCRT 
005080     IF WS-EOF                                                    CPYRCRT 
005090         GO TO 2210-EXIT.                                         CPYRCRT 
005100     IF AUD-FUNCTION = 'CONT    '                                 CPYRCRT 
005110         OR AUD-FUNCTION = 'ENVPROM '                             CPYRCRT 
005120         OR AUD-FUNCTION = 'FRZOVRD '                             CPYRCRT 
005130         GO TO 2210-EXIT.                                         CPYRCRT 
005140     MOVE AUD-TIMESTAMP(1:8) TO WS-EV-DATE.                       CPYRCRT 
005150     MOVE AUD-FUNCTION TO WS-EV-FUNC.                             CPYRCRT 
005160     IF AUD-FUNCTION NOT = 'PROMOTE '                             CPYRCRT 
005170         AND AUD-FUNCTION NOT = 'ROLLBACK'                        CPYRCRT 
005180         MOVE AUD-RUN-BY TO WS-EV-USER                            CPYRCRT 
005190         PERFORM 2800-NOTE-ONE-USE THRU 2800-EXIT                 CPYRCRT 
005200         GO TO 2210-EXIT.                                         CPYRCRT 
005210     MOVE AUD-CB-NAME(1) TO WS-EV-BOOK.                           CPYRCRT 
005220     IF AUD-TIMESTAMP(1:8) NOT < WS-PERIOD-START                  CPYRCRT 
005230         MOVE AUD-RUN-BY TO WS-EV-USER                            CPYRCRT 
005240         MOVE 'A' TO WS-EV-ROLE                                   CPYRCRT 
005250         PERFORM 2900-NOTE-ONE-DUTY THRU 2900-EXIT                CPYRCRT 
005260     END-IF.                                                      CPYRCRT 
005270     IF AUD-CB-VERSION(2) NOT = 'REQUESTER'                       CPYRCRT 
005280         GO TO 2210-EXIT.                                         CPYRCRT 
005290     MOVE AUD-CB-NAME(2)(1:8) TO WS-EV-USER.                      CPYRCRT 
005300     PERFORM 2800-NOTE-ONE-USE THRU 2800-EXIT.                    CPYRCRT 
005310     IF AUD-TIMESTAMP(1:8) NOT < WS-PERIOD-START                  CPYRCRT 
005320         MOVE 'P' TO WS-EV-ROLE                                   CPYRCRT 
005330         PERFORM 2900-NOTE-ONE-DUTY THRU 2900-EXIT                CPYRCRT 
005340     END-IF.                                                      CPYRCRT 
005350 2210-EXIT.                                                       CPYRCRT 
005360     EXIT.                                                        CPYRCRT 
005370*-------------------------------------------------------------    CPYRCRT 
005380*2300-READ-PROMOTION-QUEUE - FILING A SCHEDULED PROMOTION         CPYRCRT 
005390*TAKES THE PROMOTE GRANT, SO EVERY QUEUED REQUEST IS A USE BY     CPYRCRT 
005400*ITS REQUESTER ON THE DAY IT WAS FILED.                           CPYRCRT 
005410*-------------------------------------------------------------    CPYRCRT 
005420 2300-READ-PROMOTION-QUEUE.                                       CPYRCRT 
005430     OPEN INPUT PRQ-FILE.                                         CPYRCRT 
005440     IF WS-PRQ-FILE-STATUS NOT = '00'                             CPYRCRT 
005450         GO TO 2300-EXIT.                                         CPYRCRT 
005460     MOVE 'N' TO WS-EOF-SW.                                       CPYRCRT 
005470     PERFORM 2310-NOTE-ONE-REQUEST THRU 2310-EXIT UNTIL WS-EOF.   CPYRCRT 
005480     CLOSE PRQ-FILE.                                              CPYRCRT 
005490     MOVE 'N' TO WS-EOF-SW.                                       CPYRCRT 
005500 2300-EXIT.                                                       CPYRCRT 
005510     EXIT.                                                        CPYRCRT 
005520*                                                                 CPYRCRT 
005530 2310-NOTE-ONE-REQUEST.                                           CPYRCRT 
005540     READ PRQ-FILE INTO PRQ-RECORD                                CPYRCRT 
005550         AT END MOVE 'Y' TO WS-EOF-SW                             CPYRCRT 
005560     END-READ.                                                    CPYRCRT 
005570     IF WS-EOF                                                    CPYRCRT 
005580         GO TO 2310-EXIT.                                         CPYRCRT 
005590     MOVE PRQ-REQUESTER TO WS-EV-USER.                            CPYRCRT 
005600     MOVE 'PROMOTE ' TO WS-EV-FUNC.                               CPYRCRT 
005610     MOVE PRQ-FILED-TS(1:8) TO WS-EV-DATE.                        CPYRCRT 
005620     PERFORM 2800-NOTE-ONE-USE THRU 2800-EXIT.                    CPYRCRT 
005630 2310-EXIT.                                                       CPYRCRT 
005640     EXIT.                                                        CPYRCRT 
005650*-------------------------------------------------------------    CPYRCRT 
005660*2400-READ-MAINT-HISTORY - EVERY CONTROL-FILE CHANGE IS A USE     CPYRCRT 
005670*OF THE MAINT GRANT: DATE COLS 1-8, USER 17-24.                   CPYRCRT 
005680*-------------------------------------------------------------    CPYRCRT 
005690 2400-READ-MAINT-HISTORY.                                         CPYRCRT 
005700     OPEN INPUT HST-FILE.                                         CPYRCRT 
005710     IF WS-HST-FILE-STATUS NOT = '00'                             CPYRCRT 
005720         GO TO 2400-EXIT.                                         CPYRCRT 
005730     MOVE 'N' TO WS-EOF-SW.                                       CPYRCRT 
005740     PERFORM 2410-NOTE-ONE-CHANGE THRU 2410-EXIT UNTIL WS-EOF.    CPYRCRT 
005750     CLOSE HST-FILE.                                              CPYRCRT 
005760     MOVE 'N' TO WS-EOF-SW.                                       CPYRCRT 
005770 2400-EXIT.                                                       CPYRCRT 
005780     EXIT.                                                        CPYRCRT 
005790*                                                                 CPYRCRT 
005800 2410-NOTE-ONE-CHANGE.                                            CPYRCRT 
005810     READ HST-FILE INTO WS-HST-FILE-REC                           CPYRCRT 
005820         AT END MOVE 'Y' TO WS-EOF-SW                             CPYRCRT 
005830     END-READ.                                                    CPYRCRT 
005840     IF WS-EOF                                                    CPYRCRT 
005850         GO TO 2410-EXIT.                                         CPYRCRT 
005860     MOVE WS-HST-FILE-REC(17:8) TO WS-EV-USER.                    CPYRCRT 
005870     MOVE 'MAINT' TO WS-EV-FUNC.                                  CPYRCRT 
005880     MOVE WS-HST-FILE-REC(1:8) TO WS-EV-DATE.                     CPYRCRT 
005890     PERFORM 2800-NOTE-ONE-USE THRU 2800-EXIT.                    CPYRCRT 
005900 2410-EXIT.                                                       CPYRCRT 
005910     EXIT.                                                        CPYRCRT 
005920*-------------------------------------------------------------    CPYRCRT 
005930*2800-NOTE-ONE-USE - KEEP THE LATEST DATE EACH USER USED EACH     CPYRCRT 
005940*FUNCTION.  A RECORD WITHOUT A REAL DATE OR A USER IS SKIPPED.    CPYRCRT 
005950*-------------------------------------------------------------    CPYRCRT 
005960 2800-NOTE-ONE-USE.                                               CPYRCRT 
005970     IF WS-EV-USER = SPACES OR WS-EV-FUNC = SPACES                CPYRCRT 
005980         GO TO 2800-EXIT.                                         CPYRCRT 
005990     IF WS-EV-DATE NOT NUMERIC                                    CPYRCRT 
006000         GO TO 2800-EXIT.                                         CPYRCRT 
006010     MOVE WS-EV-DATE TO WS-DATE-NUM.                              CPYRCRT 
006020     IF FUNCTION TEST-DATE-YYYYMMDD (WS-DATE-NUM) NOT = 0         CPYRCRT 
006030         GO TO 2800-EXIT.                                         CPYRCRT 
006040     MOVE 0 TO WS-UIX.                                            CPYRCRT 
006050     MOVE 'N' TO WS-FOUND-SW.                                     CPYRCRT 
006060     PERFORM 2810-FIND-ONE-USE THRU 2810-EXIT                     CPYRCRT 
006070         VARYING WS-SIX FROM 1 BY 1                               CPYRCRT 
006080         UNTIL WS-SIX > WS-USE-COUNT OR WS-FOUND.                 CPYRCRT 
006090     IF WS-FOUND                                                  CPYRCRT 
006100         IF WS-EV-DATE > WS-USE-LAST(WS-UIX)                      CPYRCRT 
006110             MOVE WS-EV-DATE TO WS-USE-LAST(WS-UIX)               CPYRCRT 
006120         END-IF                                                   CPYRCRT 
006130         GO TO 2800-EXIT                                          CPYRCRT 
006140     END-IF.                                                      CPYRCRT 
006150     IF WS-USE-COUNT NOT < 2000                                   CPYRCRT 
006160         ADD 1 TO WS-USE-DROPPED                                  CPYRCRT 
006170         GO TO 2800-EXIT.                                         CPYRCRT 
006180     ADD 1 TO WS-USE-COUNT.                                       CPYRCRT 
006190     MOVE WS-EV-USER TO WS-USE-USER(WS-USE-COUNT).                CPYRCRT 
006200     MOVE WS-EV-FUNC TO WS-USE-FUNC(WS-USE-COUNT).                CPYRCRT 
006210     MOVE WS-EV-DATE TO WS-USE-LAST(WS-USE-COUNT).                CPYRCRT 
006220 2800-EXIT.                                                       CPYRCRT 
006230     EXIT.                                                        CPYRCRT 
006240*                                                                 CPYRCRT 
006250 2810-FIND-ONE-USE.                                               CPYRCRT 
006260     IF WS-USE-USER(WS-SIX) = WS-EV-USER                          CPYRCRT 
006270         AND WS-USE-FUNC(WS-SIX) = WS-EV-FUNC                     CPYRCRT 
006280         MOVE WS-SIX TO WS-UIX                                    CPYRCRT 
006290         MOVE 'Y' TO WS-FOUND-SW                                  CPYRCRT 
006300     END-IF.                                                      CPYRCRT 
006310 2810-EXIT.                                                       CPYRCRT 
006320     EXIT.                                                        CPYRCRT 
006330*-------------------------------------------------------------    CPYRCRT 
006340*2900-NOTE-ONE-DUTY - COUNT THE USER AS REQUESTER (P) OR          CPYRCRT 
006350*APPROVER (A) OF A PROMOTION OF THE COPYBOOK IN THE PERIOD.       CPYRCRT 
006360*-------------------------------------------------------------    CPYRCRT 
006370 2900-NOTE-ONE-DUTY.                                              CPYRCRT 
006380     IF WS-EV-USER = SPACES OR WS-EV-BOOK = SPACES                CPYRCRT 
006390         GO TO 2900-EXIT.                                         CPYRCRT 
006400     MOVE 0 TO WS-UIX.                                            CPYRCRT 
006410     MOVE 'N' TO WS-FOUND-SW.                                     CPYRCRT 
006420     PERFORM 2910-FIND-ONE-DUTY THRU 2910-EXIT                    CPYRCRT 
006430         VARYING WS-SIX FROM 1 BY 1                               CPYRCRT 
006440         UNTIL WS-SIX > WS-SOD-COUNT-ENT OR WS-FOUND.             CPYRCRT 
006450     IF NOT WS-FOUND                                              CPYRCRT 
006460         IF WS-SOD-COUNT-ENT NOT < 1000                           CPYRCRT 
006470             ADD 1 TO WS-SOD-DROPPED                              CPYRCRT 
006480             GO TO 2900-EXIT                                      CPYRCRT 
006490         END-IF                                                   CPYRCRT 
006500         ADD 1 TO WS-SOD-COUNT-ENT                                CPYRCRT 
006510         MOVE WS-SOD-COUNT-ENT TO WS-UIX                          CPYRCRT 
006520         MOVE WS-EV-BOOK TO WS-SOD-BOOK(WS-UIX)                   CPYRCRT 
006530         MOVE WS-EV-USER TO WS-SOD-USER(WS-UIX)                   CPYRCRT 
006540         MOVE 0 TO WS-SOD-PROMOTED(WS-UIX)                        CPYRCRT 
006550             WS-SOD-APPROVED(WS-UIX)                              CPYRCRT 
006560     END-IF.                                                      CPYRCRT 
006570     IF WS-EV-ROLE = 'P'                                          CPYRCRT 
006580         ADD 1 TO WS-SOD-PROMOTED(WS-UIX)                         CPYRCRT 
006590     ELSE                                                         CPYRCRT 
006600         ADD 1 TO WS-SOD-APPROVED(WS-UIX)                         CPYRCRT 
006610     END-IF.                                                      CPYRCRT 
006620 2900-EXIT.                                                       CPYRCRT 
006630     EXIT.                                                        CPYRCRT 
006640*                                                                 CPYRCRT 
006650 2910-FIND-ONE-DUTY.                                              CPYRCRT 
006660     IF WS-SOD-BOOK(WS-SIX) = WS-EV-BOOK                          CPYRCRT 
006670         AND WS-SOD-USER(WS-SIX) = WS-EV-USER                     CPYRCRT 
006680         MOVE WS-SIX TO WS-UIX                                    CPYRCRT 
006690         MOVE 'Y' TO WS-FOUND-SW                                  CPYRCRT 
006700     END-IF.                                                      CPYRCRT 
006710 2910-EXIT.                                                       CPYRCRT 
006720     EXIT.                                                        CPYRCRT 
006730*-------------------------------------------------------------    CPYRCRT 
006740*3000-ASSESS-ONE-GRANT - LAST USE (FOR ALL, THE USER'S LATEST     CPYRCRT 
006750*USE OF ANYTHING), DAYS SINCE, AND THE THREE FLAGS.  THE SOD      CPYRCRT 
006760*FLAG GOES ON THE GRANTS THAT LET A USER PROMOTE.                 CPYRCRT 
006770*-------------------------------------------------------------    CPYRCRT 
006780 3000-ASSESS-ONE-GRANT.                                           CPYRCRT 
006790     PERFORM 3010-TAKE-ONE-USE THRU 3010-EXIT                     CPYRCRT 
006800         VARYING WS-SIX FROM 1 BY 1                               CPYRCRT 
006810         UNTIL WS-SIX > WS-USE-COUNT.                             CPYRCRT 
006820     IF WS-GRT-LAST(WS-GIX) = SPACES                              CPYRCRT 
006830         MOVE 'Y' TO WS-GRT-DORMANT(WS-GIX)                       CPYRCRT 
006840     ELSE                                                         CPYRCRT 
006850         MOVE WS-GRT-LAST(WS-GIX) TO WS-DATE-NUM                  CPYRCRT 
006860         COMPUTE WS-DAYS = WS-TODAY-INT                           CPYRCRT 
006870             - FUNCTION INTEGER-OF-DATE (WS-DATE-NUM)             CPYRCRT 
006880         MOVE WS-DAYS TO WS-GRT-DAYS(WS-GIX)                      CPYRCRT 
006890         IF WS-DAYS > WS-DORMANT-DAYS                             CPYRCRT 
006900             MOVE 'Y' TO WS-GRT-DORMANT(WS-GIX)                   CPYRCRT 
006910         END-IF                                                   CPYRCRT 
006920     END-IF.                                                      CPYRCRT 
006930     IF WS-GRT-FUNC(WS-GIX) = 'ALL'                               CPYRCRT 
006940         MOVE 'Y' TO WS-GRT-ALL(WS-GIX)                           CPYRCRT 
006950     END-IF.                                                      CPYRCRT 
006960     IF WS-GRT-FUNC(WS-GIX) = 'ALL'                               CPYRCRT 
006970         OR WS-GRT-FUNC(WS-GIX) = 'PROMOTE'                       CPYRCRT 
006980         OR WS-GRT-FUNC(WS-GIX) = 'ROLLBACK'                      CPYRCRT 
006990         MOVE 'N' TO WS-FOUND-SW                                  CPYRCRT 
007000         PERFORM 3020-TEST-ONE-DUTY THRU 3020-EXIT                CPYRCRT 
007010             VARYING WS-SIX FROM 1 BY 1                           CPYRCRT 
007020             UNTIL WS-SIX > WS-SOD-COUNT-ENT OR WS-FOUND          CPYRCRT 
007030         IF WS-FOUND                                              CPYRCRT 
007040             MOVE 'Y' TO WS-GRT-SOD(WS-GIX)                       CPYRCRT 
007050         END-IF                                                   CPYRCRT 
007060     END-IF.                                                      CPYRCRT 
007070     IF WS-GRT-DORMANT(WS-GIX) = 'Y'                              CPYRCRT 
007080         ADD 1 TO WS-DORMANT-COUNT                                CPYRCRT 
007090     END-IF.                                                      CPYRCRT 
007100     IF WS-GRT-ALL(WS-GIX) = 'Y'                                  CPYRCRT 
007110         ADD 1 TO WS-ALL-COUNT                                    CPYRCRT 
007120     END-IF.                                                      CPYRCRT 
007130     IF WS-GRT-DORMANT(WS-GIX) = 'Y'                              CPYRCRT 
007140         OR WS-GRT-ALL(WS-GIX) = 'Y'                              CPYRCRT 
007150         OR WS-GRT-SOD(WS-GIX) = 'Y'                              CPYRCRT 
007160         ADD 1 TO WS-FLAGGED-COUNT                                CPYRCRT 
007170     END-IF.                                                      CPYRCRT 
007180     MOVE 'N' TO WS-FOUND-SW.                                     CPYRCRT 
007190     PERFORM 3030-TAKE-ONE-DECISION THRU 3030-EXIT                CPYRCRT 
007200         VARYING WS-RIX FROM 1 BY 1                               CPYRCRT 
007210         UNTIL WS-RIX > WS-RSP-COUNT OR WS-FOUND.                 CPYRCRT 
007220 3000-EXIT.                                                       CPYRCRT 
007230     EXIT.                                                        CPYRCRT 
007240*                                                                 CPYRCRT 
007250 3010-TAKE-ONE-USE.                                               CPYRCRT 
007260     IF WS-USE-USER(WS-SIX) NOT = WS-GRT-USER(WS-GIX)             CPYRCRT 
007270         GO TO 3010-EXIT.                                         CPYRCRT 
007280     IF WS-GRT-FUNC(WS-GIX) NOT = 'ALL'                           CPYRCRT 
007290         AND WS-USE-FUNC(WS-SIX) NOT = WS-GRT-FUNC(WS-GIX)        CPYRCRT 
007300         GO TO 3010-EXIT.                                         CPYRCRT 
007310     IF WS-USE-LAST(WS-SIX) > WS-GRT-LAST(WS-GIX)                 CPYRCRT 
007320         MOVE WS-USE-LAST(WS-SIX) TO WS-GRT-LAST(WS-GIX)          CPYRCRT 
007330     END-IF.                                                      CPYRCRT 
007340 3010-EXIT.                                                       CPYRCRT 
007350     EXIT.                                                        CPYRCRT 
007360*                                                                 CPYRCRT 
007370 3020-TEST-ONE-DUTY.                                              CPYRCRT 
007380     IF WS-SOD-USER(WS-SIX) = WS-GRT-USER(WS-GIX)                 CPYRCRT 
007390         AND WS-SOD-PROMOTED(WS-SIX) > 0                          CPYRCRT 
007400         AND WS-SOD-APPROVED(WS-SIX) > 0                          CPYRCRT 
007410         MOVE 'Y' TO WS-FOUND-SW                                  CPYRCRT 
007420     END-IF.                                                      CPYRCRT 
007430 3020-EXIT.                                                       CPYRCRT 
007440     EXIT.                                                        CPYRCRT 
007450*                                                                 CPYRCRT 
007460 3030-TAKE-ONE-DECISION.                                          CPYRCRT 
007470     IF WS-RSP-USER(WS-RIX) = WS-GRT-USER(WS-GIX)                 CPYRCRT 
007480         AND WS-RSP-FUNC(WS-RIX) = WS-GRT-FUNC(WS-GIX)            CPYRCRT 
007490         MOVE WS-RSP-DECISION(WS-RIX)                             CPYRCRT 
007500             TO WS-GRT-DECISION(WS-GIX)                           CPYRCRT 
007510         MOVE WS-RSP-CERTIFIER(WS-RIX)                            CPYRCRT 
007520             TO WS-GRT-CERTIFIER(WS-GIX)                          CPYRCRT 
007530         MOVE 'Y' TO WS-FOUND-SW                                  CPYRCRT 
007540     END-IF.                                                      CPYRCRT 
007550 3030-EXIT.                                                       CPYRCRT 
007560     EXIT.                                                        CPYRCRT 
007570*-------------------------------------------------------------    CPYRCRT 
007580*4000-WRITE-REPORT - THE GRANTS USER BY USER, THEN EVERY          CPYRCRT 
007590*SEPARATION-OF-DUTIES CONCERN, THEN THE TOTALS.                   CPYRCRT 
007600*-------------------------------------------------------------    CPYRCRT 
007610 4000-WRITE-REPORT.                                               CPYRCRT 
007620     OPEN OUTPUT RPT-FILE.                                        CPYRCRT 
007630     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYRCRT 
007640     STRING 'CPYRCRT ACCESS RECERTIFICATION - ' DELIMITED BY SIZE CPYRCRT 
007650         WS-TODAY DELIMITED BY SIZE                               CPYRCRT 
007660         INTO WS-RPT-FILE-REC                                     CPYRCRT 
007670     END-STRING.                                                  CPYRCRT 
007680     WRITE WS-RPT-FILE-REC.                                       CPYRCRT 
007690     MOVE WS-DORMANT-DAYS TO WS-EDIT-N.                           CPYRCRT 
007700     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYRCRT 
007710     STRING 'DORMANT: NOT USED IN ' DELIMITED BY SIZE             CPYRCRT 
007720         WS-EDIT-N DELIMITED BY SIZE                              CPYRCRT 
007730         ' DAYS.  JUSTIFY: AN ALL GRANT.  SOD: PROMOTED AND '     CPYRCRT 
007740         DELIMITED BY SIZE                                        CPYRCRT 
007750         'APPROVED THE SAME COPYBOOK SINCE ' DELIMITED BY SIZE    CPYRCRT 
007760         WS-PERIOD-START DELIMITED BY SIZE                        CPYRCRT 
007770         INTO WS-RPT-FILE-REC                                     CPYRCRT 
007780     END-STRING.                                                  CPYRCRT 
007790     WRITE WS-RPT-FILE-REC.                                       CPYRCRT 
007800     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYRCRT 
007810     WRITE WS-RPT-FILE-REC.                                       CPYRCRT 
007820     MOVE 'USER     TEAM       FUNCTION LAST USED  DAYS  FLAGS'   CPYRCRT 
007830         TO WS-RPT-FILE-REC.                                      CPYRCRT 
007840     MOVE 'DECISION CERTIFIER' TO WS-RPT-FILE-REC(76:18).         CPYRCRT 
007850     WRITE WS-RPT-FILE-REC.                                       CPYRCRT 
007860     MOVE ALL '-' TO WS-RPT-FILE-REC(1:93).                       CPYRCRT 
007870     WRITE WS-RPT-FILE-REC.                                       CPYRCRT 
007880     MOVE SPACES TO WS-PREV-USER.                                 CPYRCRT 
007890     PERFORM 4100-PRINT-ONE-GRANT THRU 4100-EXIT                  CPYRCRT 
007900         VARYING WS-GIX FROM 1 BY 1                               CPYRCRT 
007910         UNTIL WS-GIX > WS-GRT-COUNT.                             CPYRCRT 
007920     PERFORM 4200-PRINT-DUTY-CONCERNS THRU 4200-EXIT.             CPYRCRT 
007930     PERFORM 4300-PRINT-TOTALS THRU 4300-EXIT.                    CPYRCRT 
007940     CLOSE RPT-FILE.                                              CPYRCRT 
007950 4000-EXIT.                                                       CPYRCRT 
007960     EXIT.                                                        CPYRCRT 
007970*                                                                 CPYRCRT 
007980 4100-PRINT-ONE-GRANT.                                            CPYRCRT 
007990     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYRCRT 
008000     IF WS-GRT-USER(WS-GIX) NOT = WS-PREV-USER                    CPYRCRT 
008010         MOVE WS-GRT-USER(WS-GIX) TO WS-RPT-FILE-REC(1:8)         CPYRCRT 
008020         MOVE WS-GRT-TEAM(WS-GIX) TO WS-RPT-FILE-REC(10:10)       CPYRCRT 
008030         MOVE WS-GRT-USER(WS-GIX) TO WS-PREV-USER                 CPYRCRT 
008040     END-IF.                                                      CPYRCRT 
008050     MOVE WS-GRT-FUNC(WS-GIX) TO WS-RPT-FILE-REC(21:8).           CPYRCRT 
008060     IF WS-GRT-LAST(WS-GIX) = SPACES                              CPYRCRT 
008070         MOVE 'NEVER' TO WS-RPT-FILE-REC(30:8)                    CPYRCRT 
008080     ELSE                                                         CPYRCRT 
008090         MOVE WS-GRT-LAST(WS-GIX) TO WS-RPT-FILE-REC(30:8)        CPYRCRT 
008100         MOVE WS-GRT-DAYS(WS-GIX) TO WS-EDIT-DAYS                 CPYRCRT 
008110         MOVE WS-EDIT-DAYS TO WS-RPT-FILE-REC(39:5)               CPYRCRT 
008120     END-IF.                                                      CPYRCRT 
008130     PERFORM 4110-BUILD-FLAGS THRU 4110-EXIT.                     CPYRCRT 
008140     MOVE WS-GRT-FLAGS TO WS-RPT-FILE-REC(46:30).                 CPYRCRT 
008150     MOVE WS-GRT-DECISION(WS-GIX) TO WS-RPT-FILE-REC(76:6).       CPYRCRT 
008160     MOVE WS-GRT-CERTIFIER(WS-GIX) TO WS-RPT-FILE-REC(85:8).      CPYRCRT 
008170     WRITE WS-RPT-FILE-REC.                                       CPYRCRT 
008180     IF WS-GRT-DECISION(WS-GIX) = SPACES                          CPYRCRT 
008190         ADD 1 TO WS-UNDECIDED-COUNT                              CPYRCRT 
008200     END-IF.                                                      CPYRCRT 
008210 4100-EXIT.                                                       CPYRCRT 
008220     EXIT.                                                        CPYRCRT 
008230*                                                                 CPYRCRT 
008240 4110-BUILD-FLAGS.                                                CPYRCRT 
008250     MOVE SPACES TO WS-GRT-FLAGS.                                 CPYRCRT 
008260     MOVE 1 TO WS-PTR.                                            CPYRCRT 
008270     IF WS-GRT-DORMANT(WS-GIX) = 'Y'                              CPYRCRT 
008280         STRING 'DORMANT ' DELIMITED BY SIZE                      CPYRCRT 
008290             INTO WS-GRT-FLAGS WITH POINTER WS-PTR                CPYRCRT 
008300         END-STRING                                               CPYRCRT 
008310     END-IF.                                                      CPYRCRT 
008320     IF WS-GRT-ALL(WS-GIX) = 'Y'                                  CPYRCRT 
008330         STRING 'JUSTIFY ' DELIMITED BY SIZE                      CPYRCRT 
008340             INTO WS-GRT-FLAGS WITH POINTER WS-PTR                CPYRCRT 
008350         END-STRING                                               CPYRCRT 
008360     END-IF.                                                      CPYRCRT 
008370     IF WS-GRT-SOD(WS-GIX) = 'Y'                                  CPYRCRT 
008380         STRING 'SOD ' DELIMITED BY SIZE                          CPYRCRT 
008390             INTO WS-GRT-FLAGS WITH POINTER WS-PTR                CPYRCRT 
008400         END-STRING                                               CPYRCRT 
008410     END-IF.                                                      CPYRCRT 
008420 4110-EXIT.                                                       CPYRCRT 
008430     EXIT.                                                        CPYRCRT 
008440*                                                                 CPYRCRT 
008450 4200-PRINT-DUTY-CONCERNS.                                        CPYRCRT 
008460     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYRCRT 
008470     WRITE WS-RPT-FILE-REC.                                       CPYRCRT 
008480     STRING 'SEPARATION OF DUTIES - ONE USER PROMOTED AND '       CPYRCRT 
008490         DELIMITED BY SIZE                                        CPYRCRT 
008500         'APPROVED THE SAME COPYBOOK SINCE ' DELIMITED BY SIZE    CPYRCRT 
008510         WS-PERIOD-START DELIMITED BY SIZE                        CPYRCRT 
008520         INTO WS-RPT-FILE-REC                                     CPYRCRT 
008530     END-STRING.                                                  CPYRCRT 
008540     WRITE WS-RPT-FILE-REC.                                       CPYRCRT 
008550     MOVE 'USER     COPYBOOK                       PROMOTED'      CPYRCRT 
008560         TO WS-RPT-FILE-REC.                                      CPYRCRT 
008570     MOVE 'APPROVED' TO WS-RPT-FILE-REC(50:8).                    CPYRCRT 
008580     WRITE WS-RPT-FILE-REC.                                       CPYRCRT 
008590     MOVE 0 TO WS-SOD-COUNT.                                      CPYRCRT 
008600     PERFORM 4210-PRINT-ONE-DUTY THRU 4210-EXIT                   CPYRCRT 
008610         VARYING WS-SIX FROM 1 BY 1                               CPYRCRT 
008620         UNTIL WS-SIX > WS-SOD-COUNT-ENT.                         CPYRCRT 
008630     IF WS-SOD-COUNT = 0                                          CPYRCRT 
008640         MOVE '         NONE FOUND' TO WS-RPT-FILE-REC            CPYRCRT 
008650         WRITE WS-RPT-FILE-REC                                    CPYRCRT 
008660     END-IF.                                                      CPYRCRT 
008670 4200-EXIT.                                                       CPYRCRT 
008680     EXIT.                                                        CPYRCRT 
008690*                                                                 CPYRCRT 
008700 4210-PRINT-ONE-DUTY.                                             CPYRCRT 
008710     IF WS-SOD-PROMOTED(WS-SIX) = 0                               CPYRCRT 
008720         OR WS-SOD-APPROVED(WS-SIX) = 0                           CPYRCRT 
008730         GO TO 4210-EXIT.                                         CPYRCRT 
008740     ADD 1 TO WS-SOD-COUNT.                                       CPYRCRT 
008750     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYRCRT 
008760     MOVE WS-SOD-USER(WS-SIX) TO WS-RPT-FILE-REC(1:8).            CPYRCRT 
008770     MOVE WS-SOD-BOOK(WS-SIX) TO WS-RPT-FILE-REC(10:30).          CPYRCRT 
008780     MOVE WS-SOD-PROMOTED(WS-SIX) TO WS-EDIT-P.                   CPYRCRT 
008790     MOVE WS-SOD-APPROVED(WS-SIX) TO WS-EDIT-A.                   CPYRCRT 
008800     MOVE WS-EDIT-P TO WS-RPT-FILE-REC(45:4).                     CPYRCRT 
008810     MOVE WS-EDIT-A TO WS-RPT-FILE-REC(54:4).                     CPYRCRT 
008820     WRITE WS-RPT-FILE-REC.                                       CPYRCRT 
008830 4210-EXIT.                                                       CPYRCRT 
008840     EXIT.                                                        CPYRCRT 
008850*                                                                 CPYRCRT 
008860 4300-PRINT-TOTALS.                                               CPYRCRT 
008870     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYRCRT 
008880     WRITE WS-RPT-FILE-REC.                                       CPYRCRT 
008890     MOVE WS-USER-COUNT TO WS-EDIT-COUNT.                         CPYRCRT 
008900     STRING 'USERS ' DELIMITED BY SIZE                            CPYRCRT 
008910         WS-EDIT-COUNT DELIMITED BY SIZE                          CPYRCRT 
008920         INTO WS-RPT-FILE-REC                                     CPYRCRT 
008930     END-STRING.                                                  CPYRCRT 
008940     MOVE WS-GRT-COUNT TO WS-EDIT-COUNT.                          CPYRCRT 
008950     STRING '   GRANTS ' DELIMITED BY SIZE                        CPYRCRT 
008960         WS-EDIT-COUNT DELIMITED BY SIZE                          CPYRCRT 
008970         INTO WS-RPT-FILE-REC(13:20)                              CPYRCRT 
008980     END-STRING.                                                  CPYRCRT 
008990     MOVE WS-DORMANT-COUNT TO WS-EDIT-COUNT.                      CPYRCRT 
009000     STRING '   DORMANT ' DELIMITED BY SIZE                       CPYRCRT 
009010         WS-EDIT-COUNT DELIMITED BY SIZE                          CPYRCRT 
009020         INTO WS-RPT-FILE-REC(29:20)                              CPYRCRT 
009030     END-STRING.                                                  CPYRCRT 
009040     WRITE WS-RPT-FILE-REC.                                       CPYRCRT 
009050     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYRCRT 
009060     MOVE WS-ALL-COUNT TO WS-EDIT-COUNT.                          CPYRCRT 
009070     STRING 'ALL GRANTS TO JUSTIFY ' DELIMITED BY SIZE            CPYRCRT 
009080         WS-EDIT-COUNT DELIMITED BY SIZE                          CPYRCRT 
009090         INTO WS-RPT-FILE-REC                                     CPYRCRT 
009100     END-STRING.                                                  CPYRCRT 
009110     MOVE WS-SOD-COUNT TO WS-EDIT-COUNT.                          CPYRCRT 
009120     STRING '   SOD CONCERNS ' DELIMITED BY SIZE                  CPYRCRT 
009130         WS-EDIT-COUNT DELIMITED BY SIZE                          CPYRCRT 
009140         INTO WS-RPT-FILE-REC(29:22)                              CPYRCRT 
009150     END-STRING.                                                  CPYRCRT 
009160     MOVE WS-UNDECIDED-COUNT TO WS-EDIT-COUNT.                    CPYRCRT 
009170     STRING '   UNDECIDED ' DELIMITED BY SIZE                     CPYRCRT 
009180         WS-EDIT-COUNT DELIMITED BY SIZE                          CPYRCRT 
009190         INTO WS-RPT-FILE-REC(51:20)                              CPYRCRT 
009200     END-STRING.                                                  CPYRCRT 
009210     WRITE WS-RPT-FILE-REC.                                       CPYRCRT 
009220     IF WS-SOD-COUNT > 0 AND WS-FLAGGED-COUNT = 0                 CPYRCRT 
009230         MOVE WS-SOD-COUNT TO WS-FLAGGED-COUNT                    CPYRCRT 
009240     END-IF.                                                      CPYRCRT 
009250 4300-EXIT.                                                       CPYRCRT 
009260     EXIT.                                                        CPYRCRT 
009270*-------------------------------------------------------------    CPYRCRT 
009280*5000-WRITE-RESPONSE-FILE - ONE LINE PER GRANT FOR THE            CPYRCRT 
009290*CERTIFIERS: USER 1-8, FUNCTION 10-17, DECISION 19-24, THE        CPYRCRT 
009300*CERTIFIER'S USER ID 26-33, THE FLAGS FROM 35.                    CPYRCRT 
009310*-------------------------------------------------------------    CPYRCRT 
009320 5000-WRITE-RESPONSE-FILE.                                        CPYRCRT 
009330     OPEN OUTPUT RSP-FILE.                                        CPYRCRT 
009340     MOVE SPACES TO WS-RSP-FILE-REC.                              CPYRCRT 
009350     STRING '* CPYRCRT.RSP -- ACCESS RECERTIFICATION RESPONSES, ' CPYRCRT 
009360         DELIMITED BY SIZE                                        CPYRCRT 
009370         'REPORT OF ' DELIMITED BY SIZE                           CPYRCRT 
009380         WS-TODAY DELIMITED BY SIZE                               CPYRCRT 
009390         INTO WS-RSP-FILE-REC                                     CPYRCRT 
009400     END-STRING.                                                  CPYRCRT 
009410     WRITE WS-RSP-FILE-REC.                                       CPYRCRT 
009420     MOVE '* USER 1-8, FUNCTION 10-17, DECISION 19-24 (KEEP OR'   CPYRCRT 
009430         TO WS-RSP-FILE-REC.                                      CPYRCRT 
009440     WRITE WS-RSP-FILE-REC.                                       CPYRCRT 
009450     MOVE '* REVOKE), CERTIFIER 26-33, FLAGS FROM 35.  THE'       CPYRCRT 
009460         TO WS-RSP-FILE-REC.                                      CPYRCRT 
009470     WRITE WS-RSP-FILE-REC.                                       CPYRCRT 
009480     MOVE '* CERTIFIER HOLDS RECERT AND IS NEVER THE USER.  THE'  CPYRCRT 
009490         TO WS-RSP-FILE-REC.                                      CPYRCRT 
009500     WRITE WS-RSP-FILE-REC.                                       CPYRCRT 
009510     MOVE '* CPYRCRT APPLY RUN CARRIES OUT EACH REVOKE.'          CPYRCRT 
009520         TO WS-RSP-FILE-REC.                                      CPYRCRT 
009530     WRITE WS-RSP-FILE-REC.                                       CPYRCRT 
009540     PERFORM 5100-WRITE-ONE-RESPONSE THRU 5100-EXIT               CPYRCRT 
009550         VARYING WS-GIX FROM 1 BY 1                               CPYRCRT 
009560         UNTIL WS-GIX > WS-GRT-COUNT.                             CPYRCRT 
009570     CLOSE RSP-FILE.                                              CPYRCRT 
009580 5000-EXIT.                                                       CPYRCRT 
009590     EXIT.                                                        CPYRCRT 
009600*                                                                 CPYRCRT 
009610 5100-WRITE-ONE-RESPONSE.                                         CPYRCRT 
009620     PERFORM 4110-BUILD-FLAGS THRU 4110-EXIT.                     CPYRCRT 
009630     MOVE SPACES TO WS-RSP-FILE-REC.                              CPYRCRT 
009640     MOVE WS-GRT-USER(WS-GIX) TO WS-RSP-FILE-REC(1:8).            CPYRCRT 
009650     MOVE WS-GRT-FUNC(WS-GIX) TO WS-RSP-FILE-REC(10:8).           CPYRCRT 
009660     MOVE WS-GRT-DECISION(WS-GIX) TO WS-RSP-FILE-REC(19:6).       CPYRCRT 
009670     MOVE WS-GRT-CERTIFIER(WS-GIX) TO WS-RSP-FILE-REC(26:8).      CPYRCRT 
009680     MOVE WS-GRT-FLAGS TO WS-RSP-FILE-REC(35:30).                 CPYRCRT 
009690     WRITE WS-RSP-FILE-REC.                                       CPYRCRT 
009700 5100-EXIT.                                                       CPYRCRT 
009710     EXIT.                                                        CPYRCRT 
009720*-------------------------------------------------------------    CPYRCRT 
009730*6000-APPLY-RESPONSES - THE APPLYING USER NEEDS MAINT, AS AT      CPYRCRT 
009740*THE MAINTENANCE SCREEN.  EVERY DECISION IS CHECKED; EVERY        CPYRCRT 
009750*VALID REVOKE GOES THROUGH CPYMNTB.  LOG registry/CPYRCRTA.RPT.   CPYRCRT 
009760*-------------------------------------------------------------    CPYRCRT 
009770 6000-APPLY-RESPONSES.                                            CPYRCRT 
009780     MOVE WS-USERID TO AUTH-USER-ID.                              CPYRCRT 
009790     MOVE 'MAINT' TO AUTH-FUNCTION.                               CPYRCRT 
009800     CALL 'CPYAUTH' USING CPYAUTH-PARMS.                          CPYRCRT 
009810     IF AUTH-BOOTSTRAP                                            CPYRCRT 
009820         DISPLAY 'CPYRCRT - AUTHORIZATION FILE ABSENT - '         CPYRCRT 
009830             'CHECK DISABLED'                                     CPYRCRT 
009840     END-IF.                                                      CPYRCRT 
009850     IF NOT AUTH-GRANTED                                          CPYRCRT 
009860         DISPLAY 'CPYRCRT - USER ' WS-USERID                      CPYRCRT 
009870             ' NOT AUTHORIZED FOR MAINT'                          CPYRCRT 
009880         MOVE 8 TO WS-FINAL-RC                                    CPYRCRT 
009890         GO TO 6000-EXIT.                                         CPYRCRT 
009900     OPEN INPUT RSP-FILE.                                         CPYRCRT 
009910     IF WS-RSP-FILE-STATUS NOT = '00'                             CPYRCRT 
009920         DISPLAY 'CPYRCRT - NO RESPONSE FILE '                    CPYRCRT 
009930             WS-RSP-FILENAME(1:30)                                CPYRCRT 
009940         MOVE 8 TO WS-FINAL-RC                                    CPYRCRT 
009950         GO TO 6000-EXIT.                                         CPYRCRT 
009960     MOVE 'registry/CPYRCRTA.RPT' TO WS-RPT-FILENAME.             CPYRCRT 
009970     OPEN OUTPUT RPT-FILE.                                        CPYRCRT 
009980     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYRCRT 
009990     STRING 'CPYRCRT RECERTIFICATION DECISIONS APPLIED '          CPYRCRT 
010000         DELIMITED BY SIZE                                        CPYRCRT 
010010         WS-TODAY DELIMITED BY SIZE                               CPYRCRT 
010020         ' BY ' DELIMITED BY SIZE                                 CPYRCRT 
010030         WS-USERID DELIMITED BY SIZE                              CPYRCRT 
010040         INTO WS-RPT-FILE-REC                                     CPYRCRT 
010050     END-STRING.                                                  CPYRCRT 
010060     WRITE WS-RPT-FILE-REC.                                       CPYRCRT 
010070     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYRCRT 
010080     WRITE WS-RPT-FILE-REC.                                       CPYRCRT 
010090     MOVE 'USER     FUNCTION DECISION CERTIFIER OUTCOME'          CPYRCRT 
010100         TO WS-RPT-FILE-REC.                                      CPYRCRT 
010110     WRITE WS-RPT-FILE-REC.                                       CPYRCRT 
010120     MOVE 'N' TO WS-EOF-SW.                                       CPYRCRT 
010130     PERFORM 6100-APPLY-ONE-RESPONSE THRU 6100-EXIT UNTIL WS-EOF. CPYRCRT 
010140     CLOSE RSP-FILE.                                              CPYRCRT 
010150     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYRCRT 
010160     WRITE WS-RPT-FILE-REC.                                       CPYRCRT 
010170     MOVE WS-REVOKED-COUNT TO WS-EDIT-COUNT.                      CPYRCRT 
010180     STRING 'REVOKED ' DELIMITED BY SIZE                          CPYRCRT 
010190         WS-EDIT-COUNT DELIMITED BY SIZE                          CPYRCRT 
010200         INTO WS-RPT-FILE-REC                                     CPYRCRT 
010210     END-STRING.                                                  CPYRCRT 
010220     MOVE WS-KEPT-COUNT TO WS-EDIT-COUNT.                         CPYRCRT 
010230     STRING '   KEPT ' DELIMITED BY SIZE                          CPYRCRT 
010240         WS-EDIT-COUNT DELIMITED BY SIZE                          CPYRCRT 
010250         INTO WS-RPT-FILE-REC(15:15)                              CPYRCRT 
010260     END-STRING.                                                  CPYRCRT 
010270     MOVE WS-UNDECIDED-COUNT TO WS-EDIT-COUNT.                    CPYRCRT 
010280     STRING '   UNDECIDED ' DELIMITED BY SIZE                     CPYRCRT 
010290         WS-EDIT-COUNT DELIMITED BY SIZE                          CPYRCRT 
010300         INTO WS-RPT-FILE-REC(30:20)                              CPYRCRT 
010310     END-STRING.                                                  CPYRCRT 
010320     MOVE WS-REJECTED-COUNT TO WS-EDIT-COUNT.                     CPYRCRT 
010330     STRING '   REJECTED ' DELIMITED BY SIZE                      CPYRCRT 
010340         WS-EDIT-COUNT DELIMITED BY SIZE                          CPYRCRT 
010350         INTO WS-RPT-FILE-REC(50:20)                              CPYRCRT 
010360     END-STRING.                                                  CPYRCRT 
010370     MOVE WS-FAILED-COUNT TO WS-EDIT-COUNT.                       CPYRCRT 
010380     STRING '   FAILED ' DELIMITED BY SIZE                        CPYRCRT 
010390         WS-EDIT-COUNT DELIMITED BY SIZE                          CPYRCRT 
010400         INTO WS-RPT-FILE-REC(69:20)                              CPYRCRT 
010410     END-STRING.                                                  CPYRCRT 
010420     WRITE WS-RPT-FILE-REC.                                       CPYRCRT 
010430     CLOSE RPT-FILE.                                              CPYRCRT 
010440     MOVE WS-REVOKED-COUNT TO WS-EDIT-COUNT.                      CPYRCRT 
010450     DISPLAY 'CPYRCRT GRANTS REVOKED: ' WS-EDIT-COUNT.            CPYRCRT 
010460     IF WS-FAILED-COUNT > 0                                       CPYRCRT 
010470         MOVE 8 TO WS-FINAL-RC                                    CPYRCRT 
010480     ELSE                                                         CPYRCRT 
010490         IF WS-UNDECIDED-COUNT > 0 OR WS-REJECTED-COUNT > 0       CPYRCRT 
010500             MOVE 4 TO WS-FINAL-RC                                CPYRCRT 
010510         END-IF                                                   CPYRCRT 
010520     END-IF.                                                      CPYRCRT 
010530 6000-EXIT.                                                       CPYRCRT 
010540     EXIT.                                                        CPYRCRT 
010550*                                                                 CPYRCRT 
010560 6100-APPLY-ONE-RESPONSE.                                         CPYRCRT 
010570     READ RSP-FILE INTO WS-RSP-FILE-REC                           CPYRCRT 
010580         AT END MOVE 'Y' TO WS-EOF-SW                             CPYRCRT 
010590     END-READ.                                                    CPYRCRT 
010600     IF WS-EOF                                                    CPYRCRT 
010610         GO TO 6100-EXIT.                                         CPYRCRT 
010620     IF WS-RSP-FILE-REC(1:1) = '*'                                CPYRCRT 
010630         OR WS-RSP-FILE-REC = SPACES                              CPYRCRT 
010640         GO TO 6100-EXIT.                                         CPYRCRT 
010650     MOVE SPACES TO WS-OUTCOME.                                   CPYRCRT 
010660     IF WS-RSP-FILE-REC(19:6) = SPACES                            CPYRCRT 
010670         MOVE 'UNDECIDED' TO WS-OUTCOME                           CPYRCRT 
010680         ADD 1 TO WS-UNDECIDED-COUNT                              CPYRCRT 
010690         GO TO 6190-PRINT-THE-OUTCOME.                            CPYRCRT 
010700     IF WS-RSP-FILE-REC(19:6) NOT = 'KEEP  '                      CPYRCRT 
010710         AND WS-RSP-FILE-REC(19:6) NOT = 'REVOKE'                 CPYRCRT 
010720         MOVE 'REJECTED - DECISION MUST BE KEEP OR REVOKE'        CPYRCRT 
010730             TO WS-OUTCOME                                        CPYRCRT 
010740         ADD 1 TO WS-REJECTED-COUNT                               CPYRCRT 
010750         GO TO 6190-PRINT-THE-OUTCOME.                            CPYRCRT 
010760     PERFORM 6200-CHECK-THE-CERTIFIER THRU 6200-EXIT.             CPYRCRT 
010770     IF WS-OUTCOME NOT = SPACES                                   CPYRCRT 
010780         ADD 1 TO WS-REJECTED-COUNT                               CPYRCRT 
010790         GO TO 6190-PRINT-THE-OUTCOME.                            CPYRCRT 
010800     IF WS-RSP-FILE-REC(19:6) = 'KEEP  '                          CPYRCRT 
010810         MOVE 'KEPT' TO WS-OUTCOME                                CPYRCRT 
010820         ADD 1 TO WS-KEPT-COUNT                                   CPYRCRT 
010830         GO TO 6190-PRINT-THE-OUTCOME.                            CPYRCRT 
010840*    A REVOKE IS A CONTROL-FILE CHANGE LIKE ANY OTHER - THROUGH   CPYRCRT 
010850*    THE MAINTENANCE TRANSACTION AND INTO ITS CHANGE HISTORY.     CPYRCRT 
010860     MOVE 'AUTH' TO MNT-FILE.                                     CPYRCRT 
010870     MOVE 'REVOKE' TO MNT-ACTION.                                 CPYRCRT 
010880     MOVE WS-RSP-FILE-REC(1:8) TO MNT-KEY.                        CPYRCRT 
010890     MOVE WS-RSP-FILE-REC(10:8) TO MNT-VALUE1.                    CPYRCRT 
010900     MOVE SPACES TO MNT-VALUE2.                                   CPYRCRT 
010910     MOVE WS-USERID TO MNT-USERID.                                CPYRCRT 
010920     CALL 'CPYMNTB' USING CPYMNT-PARMS.                           CPYRCRT 
010930     IF MNT-APPLIED                                               CPYRCRT 
010940         MOVE 'REVOKED' TO WS-OUTCOME                             CPYRCRT 
010950         IF MNT-MESSAGE NOT = 'APPLIED'                           CPYRCRT 
010960             MOVE MNT-MESSAGE TO WS-OUTCOME                       CPYRCRT 
010970         END-IF                                                   CPYRCRT 
010980         ADD 1 TO WS-REVOKED-COUNT                                CPYRCRT 
010990         GO TO 6190-PRINT-THE-OUTCOME.                            CPYRCRT 
011000     IF MNT-MESSAGE = 'FAILED - FUNCTION NOT GRANTED TO THIS USER'CPYRCRT 
011010         OR MNT-MESSAGE = 'FAILED - KEY NOT FOUND'                CPYRCRT 
011020         MOVE 'ALREADY REVOKED' TO WS-OUTCOME                     CPYRCRT 
011030         GO TO 6190-PRINT-THE-OUTCOME.                            CPYRCRT 
011040     MOVE MNT-MESSAGE TO WS-OUTCOME.                              CPYRCRT 
011050     ADD 1 TO WS-FAILED-COUNT.                                    CPYRCRT 
011060 6190-PRINT-THE-OUTCOME.                                          CPYRCRT 
011070     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYRCRT 
011080     MOVE WS-RSP-FILE-REC(1:8) TO WS-RPT-FILE-REC(1:8).           CPYRCRT 
011090     MOVE WS-RSP-FILE-REC(10:8) TO WS-RPT-FILE-REC(10:8).         CPYRCRT 
011100     MOVE WS-RSP-FILE-REC(19:6) TO WS-RPT-FILE-REC(19:6).         CPYRCRT 
011110     MOVE WS-RSP-FILE-REC(26:8) TO WS-RPT-FILE-REC(28:8).         CPYRCRT 
011120     MOVE WS-OUTCOME TO WS-RPT-FILE-REC(38:60).                   CPYRCRT 
011130     WRITE WS-RPT-FILE-REC.                                       CPYRCRT 
011140 6100-EXIT.                                                       CPYRCRT 
011150     EXIT.                                                        CPYRCRT 
011160*-------------------------------------------------------------    CPYRCRT 
011170*6200-CHECK-THE-CERTIFIER - NAMED, NOT THE USER WHOSE GRANT IS    CPYRCRT 
011180*BEING CERTIFIED, AND HOLDING THE RECERT GRANT.                   CPYRCRT 
011190*-------------------------------------------------------------    CPYRCRT 
011200 6200-CHECK-THE-CERTIFIER.                                        CPYRCRT 
011210     IF WS-RSP-FILE-REC(26:8) = SPACES                            CPYRCRT 
011220         MOVE 'REJECTED - NO CERTIFIER' TO WS-OUTCOME             CPYRCRT 
011230         GO TO 6200-EXIT.                                         CPYRCRT 
011240     IF WS-RSP-FILE-REC(26:8) = WS-RSP-FILE-REC(1:8)              CPYRCRT 
011250         MOVE 'REJECTED - A USER MAY NOT CERTIFY OWN GRANTS'      CPYRCRT 
011260             TO WS-OUTCOME                                        CPYRCRT 
011270         GO TO 6200-EXIT.                                         CPYRCRT 
011280     MOVE WS-RSP-FILE-REC(26:8) TO AUTH-USER-ID.                  CPYRCRT 
011290     MOVE 'RECERT' TO AUTH-FUNCTION.                              CPYRCRT 
011300     CALL 'CPYAUTH' USING CPYAUTH-PARMS.                          CPYRCRT 
011310     IF NOT AUTH-GRANTED                                          CPYRCRT 
011320         MOVE 'REJECTED - CERTIFIER NOT AUTHORIZED FOR RECERT'    CPYRCRT 
011330             TO WS-OUTCOME                                        CPYRCRT 
011340     END-IF.                                                      CPYRCRT 
011350 6200-EXIT.                                                       CPYRCRT 
011360     EXIT.                                                        CPYRCRT 
