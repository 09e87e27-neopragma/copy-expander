000010 IDENTIFICATION DIVISION.                                         CPYCKIO 
000020 PROGRAM-ID. CPYCKIO.                                             CPYCKIO 
000030 AUTHOR. R SANDOVAL.                                              CPYCKIO 
000040 INSTALLATION. DATA CENTER SERVICES - COPYBOOK TOOLING.           CPYCKIO 
000050 DATE-WRITTEN. 2026-10-15.                                        CPYCKIO 
000060 DATE-COMPILED.                                                   CPYCKIO 
000070*-------------------------------------------------------------    CPYCKIO 
000080*MODIFICATION HISTORY                                             CPYCKIO 
000090*-------------------------------------------------------------    CPYCKIO 
000100*2026-10-15 RS  COPYBOOK CHECK-OUT AND CHECK-IN FOR               CPYCKIO 
000110*               TEST-COPYLIB.  TWO DEVELOPERS EDITING THE SAME    CPYCKIO 
000120*               MEMBER AT ONCE HAVE BEEN SETTLED BY WHOEVER       CPYCKIO 
000130*               SAVED LAST.  THE SYSIN CARD CARRIES THE           CPYCKIO 
000140*               COPYBOOK NAME (1-30), THE FUNCTION (32-39),       CPYCKIO 
000150*               THE USER (41-48) AND, FOR A CHECK-OUT, THE DUE    CPYCKIO 
000160*               DATE YYYYMMDD (50-57); A 'REASON' CARD CARRIES    CPYCKIO 
000170*               THE REASON IN COLS 10-49.  CHECKOUT RECORDS       CPYCKIO 
000180*               WHO HAS THE MEMBER, WHY AND UNTIL WHEN IN         CPYCKIO 
000190*               registry/CPYRSV.DAT (COPY CPYRSV) AND REFUSES     CPYCKIO 
000200*               A SECOND CHECK-OUT.  CHECKIN, BY THE HOLDER       CPYCKIO 
000210*               ONLY, RUNS THE MEMBER THROUGH CPYVAL AND TAKES    CPYCKIO 
000220*               ITS CPYPROM FINGERPRINT BEFORE IT RELEASES THE    CPYCKIO 
000230*               RESERVATION; A MEMBER THAT FAILS VALIDATION       CPYCKIO 
000240*               STAYS CHECKED OUT.  CANCEL DROPS A RESERVATION    CPYCKIO 
000250*               WITHOUT A CHECK-IN - THE HOLDER'S OWN, OR         CPYCKIO 
000260*               ANYONE'S FOR A USER WITH THE MAINT GRANT.         CPYCKIO 
000270*               CPYPROM REFUSES TO PROMOTE A MEMBER THAT IS       CPYCKIO 
000280*               STILL CHECKED OUT.  RC 8 = REFUSED, 12 = THE      CPYCKIO 
000290*               MEMBER FAILED VALIDATION OR THE FILE COULD NOT    CPYCKIO 
000300*               BE WRITTEN.                                       CPYCKIO 
000310*-------------------------------------------------------------    CPYCKIO 
000320 ENVIRONMENT DIVISION.                                            CPYCKIO 
000330 CONFIGURATION SECTION.                                           CPYCKIO 
000340 SOURCE-COMPUTER. GENERIC-COMPUTER.                               CPYCKIO 
000350 OBJECT-COMPUTER. GENERIC-COMPUTER.                               CPYCKIO 
000360 INPUT-OUTPUT SECTION.                                            CPYCKIO 
000370 FILE-CONTROL.                                                    CPYCKIO 
000380     SELECT PARM-FILE ASSIGN TO DYNAMIC WS-PARM-FILENAME          CPYCKIO 
000390         ORGANIZATION LINE SEQUENTIAL                             CPYCKIO 
000400         FILE STATUS IS WS-PARM-FILE-STATUS.                      CPYCKIO 
000410     SELECT TST-FILE ASSIGN TO DYNAMIC WS-TST-FILENAME            CPYCKIO 
000420         ORGANIZATION LINE SEQUENTIAL                             CPYCKIO 
000430         FILE STATUS IS WS-TST-FILE-STATUS.                       CPYCKIO 
000440     SELECT RSV-FILE ASSIGN TO DYNAMIC WS-RSV-FILENAME            CPYCKIO 
000450         ORGANIZATION LINE SEQUENTIAL                             CPYCKIO 
000460         FILE STATUS IS WS-RSV-FILE-STATUS.                       CPYCKIO 
000470     SELECT RSVOUT-FILE ASSIGN TO DYNAMIC WS-RSVOUT-FILENAME      CPYCKIO 
000480         ORGANIZATION LINE SEQUENTIAL                             CPYCKIO 
000490         FILE STATUS IS WS-RSVOUT-FILE-STATUS.                    CPYCKIO 
000500 DATA DIVISION.                                                   CPYCKIO 
000510 FILE SECTION.                                                    CPYCKIO 
000520 FD  PARM-FILE.                                                   CPYCKIO 
000530 01  WS-PARM-FILE-REC        PIC X(80).                           CPYCKIO 
000540 FD  TST-FILE.                                                    CPYCKIO 
000550 01  WS-TST-FILE-REC         PIC X(80).                           CPYCKIO 
000560 FD  RSV-FILE.                                                    CPYCKIO 
000570 01  WS-RSV-FILE-REC         PIC X(140).                          CPYCKIO 
000580 FD  RSVOUT-FILE.                                                 CPYCKIO 
000590 01  WS-RSVOUT-FILE-REC      PIC X(140).                          CPYCKIO 
000600 WORKING-STORAGE SECTION.                                         CPYCKIO 
000610*-------------------------------------------------------------    CPYCKIO 
000620*FILE STATUS AND DYNAMIC FILE NAMES                               CPYCKIO 
000630*-------------------------------------------------------------    CPYCKIO 
000640 77  WS-PARM-FILENAME        PIC X(80) VALUE 'jcl/CPYCKIO.SYSIN'. CPYCKIO 
000650 77  WS-PARM-FILE-STATUS     PIC X(02) VALUE '00'.                CPYCKIO 
000660 77  WS-TST-FILENAME         PIC X(80) VALUE SPACES.              CPYCKIO 
000670 77  WS-TST-FILE-STATUS      PIC X(02) VALUE '00'.                CPYCKIO 
000680 77  WS-RSV-FILENAME         PIC X(80)                            CPYCKIO 
000690         VALUE 'registry/CPYRSV.DAT'.                             CPYCKIO 
000700 77  WS-RSV-FILE-STATUS      PIC X(02) VALUE '00'.                CPYCKIO 
000710 77  WS-RSVOUT-FILENAME      PIC X(80)                            CPYCKIO 
000720         VALUE 'registry/CPYRSV.NEW'.                             CPYCKIO 
000730 77  WS-RSVOUT-FILE-STATUS   PIC X(02) VALUE '00'.                CPYCKIO 
000740 77  WS-TSTLIB-DIR           PIC X(40)                            CPYCKIO 
000750         VALUE 'copybook-source/TEST-COPYLIB/'.                   CPYCKIO 
000760 77  WS-EOF-SW               PIC X(01) VALUE 'N'.                 CPYCKIO 
000770     88  WS-EOF              VALUE 'Y'.                           CPYCKIO 
000780 77  WS-COPYBOOK-NAME        PIC X(30) VALUE SPACES.              CPYCKIO 
000790 77  WS-FUNCTION             PIC X(08) VALUE SPACES.              CPYCKIO 
000800 77  WS-USERID               PIC X(08) VALUE SPACES.              CPYCKIO 
000810 77  WS-DUE-DATE             PIC X(08) VALUE SPACES.              CPYCKIO 
000820 77  WS-REASON               PIC X(40) VALUE SPACES.              CPYCKIO 
000830 77  WS-TRIM-LEN             PIC 9(04) COMP VALUE 0.              CPYCKIO 
000840 77  WS-CKIO-RC              PIC 9(04) COMP VALUE 0.              CPYCKIO 
000850 77  WS-RUN-TIMESTAMP        PIC X(15) VALUE SPACES.              CPYCKIO 
000860 77  WS-DATE-PART            PIC X(08) VALUE SPACES.              CPYCKIO 
000870 77  WS-TIME-PART            PIC X(08) VALUE SPACES.              CPYCKIO 
000880 77  WS-RSV-CHANGED-SW       PIC X(01) VALUE 'N'.                 CPYCKIO 
000890 77  WS-RSV-FULL-SW          PIC X(01) VALUE 'N'.                 CPYCKIO 
000900 77  WS-OPEN-IX              PIC 9(04) COMP VALUE 0.              CPYCKIO 
000910 77  WS-WIX                  PIC 9(04) COMP VALUE 0.              CPYCKIO 
000920*-------------------------------------------------------------    CPYCKIO 
000930*CONTENT FINGERPRINT.  CPYPROM'S HASH, CARD FOR CARD: FOR THE     CPYCKIO 
000940*FIRST 1000 CARDS, COLUMNS 1-72, FP = MOD(FP * 31 + ORD(CHAR),    CPYCKIO 
000950*100000007), SO THE CHECK-IN VALUE CAN BE COMPARED WITH THE       CPYCKIO 
000960*TEXT CPYPROM LATER PROMOTES.  IT MUST CHANGE WITH CPYPROM'S.     CPYCKIO 
000970*-------------------------------------------------------------    CPYCKIO 
000980 77  WS-FPR-VALUE            PIC 9(09) COMP VALUE 0.              CPYCKIO 
000990 77  WS-FPR-COL              PIC 9(02) COMP VALUE 0.              CPYCKIO 
001000 77  WS-FPR-LINES            PIC 9(04) COMP VALUE 0.              CPYCKIO 
001010*-------------------------------------------------------------    CPYCKIO 
001020*THE RESERVATION FILE, HELD WHOLE AND REWRITTEN AFTER A           CPYCKIO 
001030*CHANGE.  RELEASED RESERVATIONS STAY AS THE CHANGE HISTORY.       CPYCKIO 
001040*-------------------------------------------------------------    CPYCKIO 
001050 01  WS-RSV-TABLE.                                                CPYCKIO 
001060     05  WS-RSV-COUNT        PIC 9(04) COMP VALUE 0.              CPYCKIO 
001070     05  WS-RSV-DATA         PIC X(140) OCCURS 2000 TIMES.        CPYCKIO 
001080 COPY CPYRSV.                                                     CPYCKIO 
001090 COPY CPYAUT.                                                     CPYCKIO 
001100 COPY CPYLKP.                                                     CPYCKIO 
001110 COPY CPYVLP.                                                     CPYCKIO 
001120 PROCEDURE DIVISION.                                              CPYCKIO 
001130*-------------------------------------------------------------    CPYCKIO 
001140*0000-MAINLINE                                                    CPYCKIO 
001150*-------------------------------------------------------------    CPYCKIO 
001160 0000-MAINLINE.                                                   CPYCKIO 
001170     ACCEPT WS-DATE-PART FROM DATE YYYYMMDD.                      CPYCKIO 
001180     ACCEPT WS-TIME-PART FROM TIME.                               CPYCKIO 
001190     STRING WS-DATE-PART WS-TIME-PART                             CPYCKIO 
001200         DELIMITED BY SIZE INTO WS-RUN-TIMESTAMP.                 CPYCKIO 
001210     PERFORM 1000-READ-SYSIN-CARDS THRU 1000-EXIT.                CPYCKIO 
001220     IF WS-COPYBOOK-NAME = SPACES OR WS-USERID = SPACES           CPYCKIO 
001230         DISPLAY 'CPYCKIO - COPYBOOK AND USER REQUIRED'           CPYCKIO 
001240         MOVE 8 TO RETURN-CODE                                    CPYCKIO 
001250         GOBACK                                                   CPYCKIO 
001260     END-IF.                                                      CPYCKIO 
001270     IF WS-FUNCTION NOT = 'CHECKOUT'                              CPYCKIO 
001280         AND WS-FUNCTION NOT = 'CHECKIN '                         CPYCKIO 
001290         AND WS-FUNCTION NOT = 'CANCEL  '                         CPYCKIO 
001300         DISPLAY 'CPYCKIO - FUNCTION MUST BE CHECKOUT, '          CPYCKIO 
001310             'CHECKIN OR CANCEL'                                  CPYCKIO 
001320         MOVE 8 TO RETURN-CODE                                    CPYCKIO 
001330         GOBACK                                                   CPYCKIO 
001340     END-IF.                                                      CPYCKIO 
001350*    ALL THREE FUNCTIONS RIDE ON THE CHECKOUT GRANT; CANCELLING   CPYCKIO 
001360*    ANOTHER USER'S RESERVATION ALSO TAKES MAINT (3300).          CPYCKIO 
001370     MOVE WS-USERID TO AUTH-USER-ID.                              CPYCKIO 
001380     MOVE 'CHECKOUT' TO AUTH-FUNCTION.                            CPYCKIO 
001390     CALL 'CPYAUTH' USING CPYAUTH-PARMS.                          CPYCKIO 
001400     IF AUTH-BOOTSTRAP                                            CPYCKIO 
001410         DISPLAY 'CPYCKIO - AUTHORIZATION FILE ABSENT - '         CPYCKIO 
001420             'CHECK DISABLED'                                     CPYCKIO 
001430     END-IF.                                                      CPYCKIO 
001440     IF NOT AUTH-GRANTED                                          CPYCKIO 
001450         DISPLAY 'CPYCKIO - USER ' WS-USERID                      CPYCKIO 
001460             ' NOT AUTHORIZED FOR CHECKOUT'                       CPYCKIO 
001470         MOVE 8 TO RETURN-CODE                                    CPYCKIO 
001480         GOBACK                                                   CPYCKIO 
001490     END-IF.                                                      CPYCKIO 
001500     MOVE 'A' TO LOCK-ACTION.                                     CPYCKIO 
001510     MOVE 'CHKOUT' TO LOCK-NAME.                                  CPYCKIO 
001520     MOVE WS-USERID TO LOCK-HOLDER.                               CPYCKIO 
001530     CALL 'CPYLOCK' USING CPYLOCK-PARMS.                          CPYCKIO 
001540     IF NOT LOCK-OBTAINED                                         CPYCKIO 
001550         DISPLAY 'CPYCKIO - COULD NOT OBTAIN THE CHECK-OUT LOCK'  CPYCKIO 
001560         MOVE 8 TO RETURN-CODE                                    CPYCKIO 
001570         GOBACK                                                   CPYCKIO 
001580     END-IF.                                                      CPYCKIO 
001590     PERFORM 2000-LOAD-RESERVATIONS THRU 2000-EXIT.               CPYCKIO 
001600     IF WS-RSV-FULL-SW = 'Y'                                      CPYCKIO 
001610         DISPLAY 'CPYCKIO - ' WS-RSV-FILENAME                     CPYCKIO 
001620         DISPLAY 'CPYCKIO - MORE THAN 2000 RESERVATIONS - '       CPYCKIO 
001630             'NOTHING CHANGED'                                    CPYCKIO 
001640         MOVE 12 TO WS-CKIO-RC                                    CPYCKIO 
001650     ELSE                                                         CPYCKIO 
001660         EVALUATE WS-FUNCTION                                     CPYCKIO 
001670             WHEN 'CHECKOUT'                                      CPYCKIO 
001680                 PERFORM 3100-CHECK-OUT THRU 3100-EXIT            CPYCKIO 
001690             WHEN 'CHECKIN '                                      CPYCKIO 
001700                 PERFORM 3200-CHECK-IN THRU 3200-EXIT             CPYCKIO 
001710             WHEN OTHER                                           CPYCKIO 
001720                 PERFORM 3300-CANCEL THRU 3300-EXIT               CPYCKIO 
001730         END-EVALUATE                                             CPYCKIO 
001740     END-IF.                                                      CPYCKIO 
001750     IF WS-RSV-CHANGED-SW = 'Y'                                   CPYCKIO 
001760         PERFORM 6000-REWRITE-RESERVATIONS THRU 6000-EXIT         CPYCKIO 
001770     END-IF.                                                      CPYCKIO 
001780     MOVE 'R' TO LOCK-ACTION.                                     CPYCKIO 
001790     CALL 'CPYLOCK' USING CPYLOCK-PARMS.                          CPYCKIO 
001800     MOVE WS-CKIO-RC TO RETURN-CODE.                              CPYCKIO 
001810     GOBACK.                                                      CPYCKIO 
001820*                                                                 CPYCKIO 
001830*-------------------------------------------------------------    CPYCKIO 
001840*1000-READ-SYSIN-CARDS - THE FUNCTION CARD AND THE OPTIONAL       CPYCKIO 
001850*REASON CARD, IN EITHER ORDER.                                    CPYCKIO 
001860*-------------------------------------------------------------    CPYCKIO 
001870 1000-READ-SYSIN-CARDS.                                           CPYCKIO 
001880     OPEN INPUT PARM-FILE.                                        CPYCKIO 
001890     IF WS-PARM-FILE-STATUS NOT = '00'                            CPYCKIO 
001900         GO TO 1000-EXIT.                                         CPYCKIO 
001910     MOVE 'N' TO WS-EOF-SW.                                       CPYCKIO 
001920     PERFORM 1100-READ-ONE-CARD THRU 1100-EXIT UNTIL WS-EOF.      CPYCKIO 
001930     CLOSE PARM-FILE.                                             CPYCKIO 
001940 1000-EXIT.                                                       CPYCKIO 
001950     EXIT.                                                        CPYCKIO 
001960*                                                                 CPYCKIO 
001970 1100-READ-ONE-CARD.                                              CPYCKIO 
001980     READ PARM-FILE INTO WS-PARM-FILE-REC                         CPYCKIO 
001990         AT END MOVE 'Y' TO WS-EOF-SW                             CPYCKIO 
002000     END-READ.                                                    CPYCKIO 
002010     IF WS-EOF                                                    CPYCKIO 
002020         GO TO 1100-EXIT.                                         CPYCKIO 
002030     IF WS-PARM-FILE-REC(1:1) = '*'                               CPYCKIO 
002040         OR WS-PARM-FILE-REC = SPACES                             CPYCKIO 
002050         GO TO 1100-EXIT.                                         CPYCKIO 
002060     IF WS-PARM-FILE-REC(1:7) = 'REASON '                         CPYCKIO 
002070         MOVE WS-PARM-FILE-REC(10:40) TO WS-REASON                CPYCKIO 
002080         GO TO 1100-EXIT.                                         CPYCKIO 
002090     MOVE WS-PARM-FILE-REC(1:30) TO WS-COPYBOOK-NAME.             CPYCKIO 
002100     MOVE WS-PARM-FILE-REC(32:8) TO WS-FUNCTION.                  CPYCKIO 
002110     MOVE WS-PARM-FILE-REC(41:8) TO WS-USERID.                    CPYCKIO 
002120     MOVE WS-PARM-FILE-REC(50:8) TO WS-DUE-DATE.                  CPYCKIO 
002130 1100-EXIT.                                                       CPYCKIO 
002140     EXIT.                                                        CPYCKIO 
002150*                                                                 CPYCKIO 
002160*-------------------------------------------------------------    CPYCKIO 
002170*2000-LOAD-RESERVATIONS - THE WHOLE FILE INTO WS-RSV-TABLE.       CPYCKIO 
002180*WS-OPEN-IX IS LEFT ON THE COPYBOOK'S OPEN RESERVATION, IF ANY.   CPYCKIO 
002190*-------------------------------------------------------------    CPYCKIO 
002200 2000-LOAD-RESERVATIONS.                                          CPYCKIO 
002210     MOVE 0 TO WS-RSV-COUNT WS-OPEN-IX.                           CPYCKIO 
002220     OPEN INPUT RSV-FILE.                                         CPYCKIO 
002230     IF WS-RSV-FILE-STATUS NOT = '00'                             CPYCKIO 
002240         GO TO 2000-EXIT.                                         CPYCKIO 
002250     MOVE 'N' TO WS-EOF-SW.                                       CPYCKIO 
002260     PERFORM 2100-LOAD-ONE-RESERVATION THRU 2100-EXIT             CPYCKIO 
002270         UNTIL WS-EOF.                                            CPYCKIO 
002280     CLOSE RSV-FILE.                                              CPYCKIO 
002290 2000-EXIT.                                                       CPYCKIO 
002300     EXIT.                                                        CPYCKIO 
002310*                                                                 CPYCKIO 
002320 2100-LOAD-ONE-RESERVATION.                                       CPYCKIO 
002330     READ RSV-FILE INTO WS-RSV-FILE-REC                           CPYCKIO 
002340         AT END MOVE 'Y' TO WS-EOF-SW                             CPYCKIO 
002350     END-READ.                                                    CPYCKIO 
002360     IF WS-EOF                                                    CPYCKIO 
002370         GO TO 2100-EXIT.                                         CPYCKIO 
002380     IF WS-RSV-FILE-REC = SPACES                                  CPYCKIO 
002390         GO TO 2100-EXIT.                                         CPYCKIO 
002400     IF WS-RSV-COUNT NOT < 2000                                   CPYCKIO 
002410         MOVE 'Y' TO WS-RSV-FULL-SW                               CPYCKIO 
002420         MOVE 'Y' TO WS-EOF-SW                                    CPYCKIO 
002430         GO TO 2100-EXIT.                                         CPYCKIO 
002440     ADD 1 TO WS-RSV-COUNT.                                       CPYCKIO 
002450     MOVE WS-RSV-FILE-REC TO WS-RSV-DATA(WS-RSV-COUNT).           CPYCKIO 
002460     MOVE WS-RSV-FILE-REC TO RSV-RECORD.                          CPYCKIO 
002470     IF RSV-OPEN                                                  CPYCKIO 
002480         AND RSV-COPYBOOK-NAME = WS-COPYBOOK-NAME                 CPYCKIO 
002490         MOVE WS-RSV-COUNT TO WS-OPEN-IX                          CPYCKIO 
002500     END-IF.                                                      CPYCKIO 
002510 2100-EXIT.                                                       CPYCKIO 
002520     EXIT.                                                        CPYCKIO 
002530*                                                                 CPYCKIO 
002540*-------------------------------------------------------------    CPYCKIO 
002550*3100-CHECK-OUT - A NEW OPEN RESERVATION, UNLESS SOMEONE          CPYCKIO 
002560*ALREADY HOLDS ONE ON THE MEMBER.                                 CPYCKIO 
002570*-------------------------------------------------------------    CPYCKIO 
002580 3100-CHECK-OUT.                                                  CPYCKIO 
002590     IF WS-OPEN-IX > 0                                            CPYCKIO 
002600         MOVE WS-RSV-DATA(WS-OPEN-IX) TO RSV-RECORD               CPYCKIO 
002610         DISPLAY 'CPYCKIO - ' WS-COPYBOOK-NAME                    CPYCKIO 
002620             ' IS ALREADY CHECKED OUT TO ' RSV-HOLDER             CPYCKIO 
002630         DISPLAY 'CPYCKIO - SINCE ' RSV-OUT-TS(1:8)               CPYCKIO 
002640             ' DUE ' RSV-DUE-DATE ' - ' RSV-REASON                CPYCKIO 
002650         MOVE 8 TO WS-CKIO-RC                                     CPYCKIO 
002660         GO TO 3100-EXIT.                                         CPYCKIO 
002670     IF WS-DUE-DATE NOT NUMERIC                                   CPYCKIO 
002680         OR WS-DUE-DATE < WS-DATE-PART                            CPYCKIO 
002690         DISPLAY 'CPYCKIO - A DUE DATE YYYYMMDD, TODAY OR '       CPYCKIO 
002700             'LATER, IS REQUIRED'                                 CPYCKIO 
002710         MOVE 8 TO WS-CKIO-RC                                     CPYCKIO 
002720         GO TO 3100-EXIT.                                         CPYCKIO 
002730     IF WS-REASON = SPACES                                        CPYCKIO 
002740         DISPLAY 'CPYCKIO - A REASON CARD IS REQUIRED'            CPYCKIO 
002750         MOVE 8 TO WS-CKIO-RC                                     CPYCKIO 
002760         GO TO 3100-EXIT.                                         CPYCKIO 
002770     IF WS-RSV-COUNT NOT < 2000                                   CPYCKIO 
002780         DISPLAY 'CPYCKIO - RESERVATION FILE FULL - '             CPYCKIO 
002790             'NOTHING CHANGED'                                    CPYCKIO 
002800         MOVE 12 TO WS-CKIO-RC                                    CPYCKIO 
002810         GO TO 3100-EXIT.                                         CPYCKIO 
002820     MOVE SPACES TO RSV-RECORD.                                   CPYCKIO 
002830     MOVE WS-COPYBOOK-NAME TO RSV-COPYBOOK-NAME.                  CPYCKIO 
002840     MOVE WS-USERID TO RSV-HOLDER.                                CPYCKIO 
002850     MOVE WS-RUN-TIMESTAMP TO RSV-OUT-TS.                         CPYCKIO 
002860     MOVE WS-DUE-DATE TO RSV-DUE-DATE.                            CPYCKIO 
002870     MOVE WS-REASON TO RSV-REASON.                                CPYCKIO 
002880     SET RSV-OPEN TO TRUE.                                        CPYCKIO 
002890     MOVE 0 TO RSV-IN-FPR.                                        CPYCKIO 
002900     ADD 1 TO WS-RSV-COUNT.                                       CPYCKIO 
002910     MOVE RSV-RECORD TO WS-RSV-DATA(WS-RSV-COUNT).                CPYCKIO 
002920     MOVE 'Y' TO WS-RSV-CHANGED-SW.                               CPYCKIO 
002930     DISPLAY 'CPYCKIO ' WS-COPYBOOK-NAME ' CHECKED OUT TO '       CPYCKIO 
002940         WS-USERID ' DUE ' WS-DUE-DATE.                           CPYCKIO 
002950 3100-EXIT.                                                       CPYCKIO 
002960     EXIT.                                                        CPYCKIO 
002970*                                                                 CPYCKIO 
002980*-------------------------------------------------------------    CPYCKIO 
002990*3200-CHECK-IN - THE HOLDER RETURNS THE MEMBER.  IT MUST PASS     CPYCKIO 
003000*CPYVAL FIRST; THE FINGERPRINT OF THE TEXT AS RETURNED GOES       CPYCKIO 
003010*INTO THE RESERVATION, WHICH IS THEN RELEASED.                    CPYCKIO 
003020*-------------------------------------------------------------    CPYCKIO 
003030 3200-CHECK-IN.                                                   CPYCKIO 
003040     IF WS-OPEN-IX = 0                                            CPYCKIO 
003050         DISPLAY 'CPYCKIO - ' WS-COPYBOOK-NAME                    CPYCKIO 
003060             ' IS NOT CHECKED OUT'                                CPYCKIO 
003070         MOVE 8 TO WS-CKIO-RC                                     CPYCKIO 
003080         GO TO 3200-EXIT.                                         CPYCKIO 
003090     MOVE WS-RSV-DATA(WS-OPEN-IX) TO RSV-RECORD.                  CPYCKIO 
003100     IF RSV-HOLDER NOT = WS-USERID                                CPYCKIO 
003110         DISPLAY 'CPYCKIO - ' WS-COPYBOOK-NAME                    CPYCKIO 
003120             ' IS CHECKED OUT TO ' RSV-HOLDER                     CPYCKIO 
003130             ', NOT ' WS-USERID                                   CPYCKIO 
003140         MOVE 8 TO WS-CKIO-RC                                     CPYCKIO 
003150         GO TO 3200-EXIT.                                         CPYCKIO 
003160     MOVE 0 TO WS-TRIM-LEN.                                       CPYCKIO 
003170     INSPECT WS-COPYBOOK-NAME TALLYING WS-TRIM-LEN                CPYCKIO 
003180         FOR CHARACTERS BEFORE SPACE.                             CPYCKIO 
003190     MOVE SPACES TO WS-TST-FILENAME.                              CPYCKIO 
003200     STRING WS-TSTLIB-DIR DELIMITED BY SPACE                      CPYCKIO 
003210         WS-COPYBOOK-NAME(1:WS-TRIM-LEN) DELIMITED BY SIZE        CPYCKIO 
003220         '.CPY' DELIMITED BY SIZE                                 CPYCKIO 
003230         INTO WS-TST-FILENAME                                     CPYCKIO 
003240     END-STRING.                                                  CPYCKIO 
003250     MOVE WS-TST-FILENAME TO VAL-MEMBER-PATH.                     CPYCKIO 
003260     MOVE WS-COPYBOOK-NAME TO VAL-COPYBOOK-NAME.                  CPYCKIO 
003270     CALL 'CPYVAL' USING CPYVAL-PARMS.                            CPYCKIO 
003280     IF VAL-UNREADABLE                                            CPYCKIO 
003290         DISPLAY 'CPYCKIO - MEMBER NOT IN TEST-COPYLIB - '        CPYCKIO 
003300             WS-COPYBOOK-NAME                                     CPYCKIO 
003310         MOVE 12 TO WS-CKIO-RC                                    CPYCKIO 
003320         GO TO 3200-EXIT.                                         CPYCKIO 
003330     IF NOT VAL-CLEAN                                             CPYCKIO 
003340         DISPLAY 'CPYCKIO - ' WS-COPYBOOK-NAME                    CPYCKIO 
003350             ' FAILED SYNTAX VALIDATION - STILL CHECKED OUT'      CPYCKIO 
003360         MOVE 12 TO WS-CKIO-RC                                    CPYCKIO 
003370         GO TO 3200-EXIT.                                         CPYCKIO 
003380     PERFORM 4000-CAPTURE-FINGERPRINT THRU 4000-EXIT.             CPYCKIO 
003390     MOVE WS-RSV-DATA(WS-OPEN-IX) TO RSV-RECORD.                  CPYCKIO 
003400     SET RSV-CHECKED-IN TO TRUE.                                  CPYCKIO 
003410     MOVE WS-RUN-TIMESTAMP TO RSV-IN-TS.                          CPYCKIO 
003420     MOVE WS-USERID TO RSV-IN-BY.                                 CPYCKIO 
003430     MOVE WS-FPR-VALUE TO RSV-IN-FPR.                             CPYCKIO 
003440     MOVE RSV-RECORD TO WS-RSV-DATA(WS-OPEN-IX).                  CPYCKIO 
003450     MOVE 'Y' TO WS-RSV-CHANGED-SW.                               CPYCKIO 
003460     DISPLAY 'CPYCKIO ' WS-COPYBOOK-NAME ' CHECKED IN BY '        CPYCKIO 
003470         WS-USERID ' FINGERPRINT ' RSV-IN-FPR.                    CPYCKIO 
003480 3200-EXIT.                                                       CPYCKIO 
003490     EXIT.                                                        CPYCKIO 
003500*                                                                 CPYCKIO 
003510*-------------------------------------------------------------    CPYCKIO 
003520*3300-CANCEL - DROP THE RESERVATION WITHOUT A CHECK-IN.           CPYCKIO 
003530*-------------------------------------------------------------    CPYCKIO 
003540 3300-CANCEL.                                                     CPYCKIO 
003550     IF WS-OPEN-IX = 0                                            CPYCKIO 
003560         DISPLAY 'CPYCKIO - ' WS-COPYBOOK-NAME                    CPYCKIO 
003570             ' IS NOT CHECKED OUT'                                CPYCKIO 
003580         MOVE 8 TO WS-CKIO-RC                                     CPYCKIO 
003590         GO TO 3300-EXIT.                                         CPYCKIO 
003600     MOVE WS-RSV-DATA(WS-OPEN-IX) TO RSV-RECORD.                  CPYCKIO 
003610     IF RSV-HOLDER NOT = WS-USERID                                CPYCKIO 
003620         MOVE WS-USERID TO AUTH-USER-ID                           CPYCKIO 
003630         MOVE 'MAINT' TO AUTH-FUNCTION                            CPYCKIO 
003640         CALL 'CPYAUTH' USING CPYAUTH-PARMS                       CPYCKIO 
003650         IF NOT AUTH-GRANTED                                      CPYCKIO 
003660             DISPLAY 'CPYCKIO - ' WS-COPYBOOK-NAME                CPYCKIO 
003670                 ' IS CHECKED OUT TO ' RSV-HOLDER                 CPYCKIO 
003680                 ' - CANCEL NEEDS THE MAINT GRANT'                CPYCKIO 
003690             MOVE 8 TO WS-CKIO-RC                                 CPYCKIO 
003700             GO TO 3300-EXIT                                      CPYCKIO 
003710         END-IF                                                   CPYCKIO 
003720     END-IF.                                                      CPYCKIO 
003730     SET RSV-CANCELLED TO TRUE.                                   CPYCKIO 
003740     MOVE WS-RUN-TIMESTAMP TO RSV-IN-TS.                          CPYCKIO 
003750     MOVE WS-USERID TO RSV-IN-BY.                                 CPYCKIO 
003760     MOVE RSV-RECORD TO WS-RSV-DATA(WS-OPEN-IX).                  CPYCKIO 
003770     MOVE 'Y' TO WS-RSV-CHANGED-SW.                               CPYCKIO 
003780     DISPLAY 'CPYCKIO ' WS-COPYBOOK-NAME ' RESERVATION OF '       CPYCKIO 
003790         RSV-HOLDER ' CANCELLED BY ' WS-USERID.                   CPYCKIO 
003800 3300-EXIT.                                                       CPYCKIO 
003810     EXIT.                                                        CPYCKIO 
003820*                                                                 CPYCKIO 
003830*-------------------------------------------------------------    CPYCKIO 
003840*4000-CAPTURE-FINGERPRINT - HASH THE TEST-COPYLIB MEMBER          CPYCKIO 
003850*EXACTLY AS CPYPROM WILL WHEN IT PROMOTES IT.                     CPYCKIO 
003860*-------------------------------------------------------------    CPYCKIO 
003870 4000-CAPTURE-FINGERPRINT.                                        CPYCKIO 
003880     MOVE 0 TO WS-FPR-VALUE WS-FPR-LINES.                         CPYCKIO 
003890     OPEN INPUT TST-FILE.                                         CPYCKIO 
003900     IF WS-TST-FILE-STATUS NOT = '00'                             CPYCKIO 
003910         GO TO 4000-EXIT.                                         CPYCKIO 
003920     MOVE 'N' TO WS-EOF-SW.                                       CPYCKIO 
003930     PERFORM 4100-HASH-ONE-LINE THRU 4100-EXIT UNTIL WS-EOF.      CPYCKIO 
003940     CLOSE TST-FILE.                                              CPYCKIO 
003950 4000-EXIT.                                                       CPYCKIO 
003960     EXIT.                                                        CPYCKIO 
003970*                                                                 CPYCKIO 
003980 4100-HASH-ONE-LINE.                                              CPYCKIO 
003990     READ TST-FILE INTO WS-TST-FILE-REC                           CPYCKIO 
004000         AT END MOVE 'Y' TO WS-EOF-SW                             CPYCKIO 
004010     END-READ.                                                    CPYCKIO 
004020     IF WS-EOF OR WS-FPR-LINES NOT < 1000                         CPYCKIO 
004030         GO TO 4100-EXIT.                                         CPYCKIO 
004040     ADD 1 TO WS-FPR-LINES.                                       CPYCKIO 
004050     PERFORM 4110-HASH-ONE-COLUMN THRU 4110-EXIT                  CPYCKIO 
004060         VARYING WS-FPR-COL FROM 1 BY 1                           CPYCKIO 
004070         UNTIL WS-FPR-COL > 72.                                   CPYCKIO 
004080 4100-EXIT.                                                       CPYCKIO 
004090     EXIT.                                                        CPYCKIO 
004100*                                                                 CPYCKIO 
004110 4110-HASH-ONE-COLUMN.                                            CPYCKIO 
004120     COMPUTE WS-FPR-VALUE = FUNCTION MOD                          CPYCKIO 
004130         (WS-FPR-VALUE * 31                                       CPYCKIO 
004140          + FUNCTION ORD (WS-TST-FILE-REC(WS-FPR-COL:1)),         CPYCKIO 
004150          100000007).                                             CPYCKIO 
004160 4110-EXIT.                                                       CPYCKIO 
004170     EXIT.                                                        CPYCKIO 
004180*                                                                 CPYCKIO 
004190*-------------------------------------------------------------    CPYCKIO 
004200*6000-REWRITE-RESERVATIONS - WRITE THE HELD TABLE TO              CPYCKIO 
004210*registry/CPYRSV.NEW, THEN SWAP IT INTO PLACE.                    CPYCKIO 
004220*-------------------------------------------------------------    CPYCKIO 
004230 6000-REWRITE-RESERVATIONS.                                       CPYCKIO 
004240     OPEN OUTPUT RSVOUT-FILE.                                     CPYCKIO 
004250     IF WS-RSVOUT-FILE-STATUS NOT = '00'                          CPYCKIO 
004260         DISPLAY 'CPYCKIO - CANNOT WRITE '                        CPYCKIO 
004270             WS-RSVOUT-FILENAME ' STATUS '                        CPYCKIO 
004280             WS-RSVOUT-FILE-STATUS                                CPYCKIO 
004290         MOVE 12 TO WS-CKIO-RC                                    CPYCKIO 
004300         GO TO 6000-EXIT.                                         CPYCKIO 
004310     PERFORM 6100-WRITE-ONE-RESERVATION THRU 6100-EXIT            CPYCKIO 
004320         VARYING WS-WIX FROM 1 BY 1                               CPYCKIO 
004330         UNTIL WS-WIX > WS-RSV-COUNT.                             CPYCKIO 
004340     CLOSE RSVOUT-FILE.                                           CPYCKIO 
004350     CALL 'CBL_DELETE_FILE' USING WS-RSV-FILENAME.                CPYCKIO 
004360     CALL 'CBL_RENAME_FILE' USING WS-RSVOUT-FILENAME              CPYCKIO 
004370         WS-RSV-FILENAME.                                         CPYCKIO 
004380     MOVE 0 TO RETURN-CODE.                                       CPYCKIO 
004390 6000-EXIT.                                                       CPYCKIO 
004400     EXIT.                                                        CPYCKIO 
004410*                                                                 CPYCKIO 
004420 6100-WRITE-ONE-RESERVATION.                                      CPYCKIO 
004430     MOVE WS-RSV-DATA(WS-WIX) TO WS-RSVOUT-FILE-REC.              CPYCKIO 
004440     WRITE WS-RSVOUT-FILE-REC.                                    CPYCKIO 
004450 6100-EXIT.                                                       CPYCKIO 
004460     EXIT.                                                        CPYCKIO 
