000010 IDENTIFICATION DIVISION.                                         CPYRSVR 
000020 PROGRAM-ID. CPYRSVR.                                             CPYRSVR 
000030 AUTHOR. R SANDOVAL.                                              CPYRSVR 
000040 INSTALLATION. DATA CENTER SERVICES - COPYBOOK TOOLING.           CPYRSVR 
000050 DATE-WRITTEN. 2026-10-15.                                        CPYRSVR 
000060 DATE-COMPILED.                                                   CPYRSVR 
000070*-------------------------------------------------------------    CPYRSVR 
000080*MODIFICATION HISTORY                                             CPYRSVR 
000090*-------------------------------------------------------------    CPYRSVR 
000100*2026-10-15 RS  OVERDUE RESERVATION REPORT.  LISTS EVERY          CPYRSVR 
000110*               TEST-COPYLIB CHECK-OUT IN registry/CPYRSV.DAT     CPYRSVR 
000120*               STILL OPEN PAST ITS DUE DATE, WITH THE HOLDER,    CPYRSVR 
000130*               THE HOLDER'S TEAM FROM config/CPYTEAM.DAT         CPYRSVR 
000140*               ((NONE) WHEN NOT ON THE ROSTER), DAYS OVERDUE     CPYRSVR 
000150*               AND THE REASON GIVEN AT CHECK-OUT.  A MEMBER      CPYRSVR 
000160*               LEFT CHECKED OUT CANNOT BE PROMOTED.  REPORT      CPYRSVR 
000170*               IN registry/CPYRSVR.RPT; RC 4 WHEN ANY            CPYRSVR 
000180*               RESERVATION IS OVERDUE.                           CPYRSVR 
000190*-------------------------------------------------------------    CPYRSVR 
000200 ENVIRONMENT DIVISION.                                            CPYRSVR 
000210 CONFIGURATION SECTION.                                           CPYRSVR 
000220 SOURCE-COMPUTER. GENERIC-COMPUTER.                               CPYRSVR 
000230 OBJECT-COMPUTER. GENERIC-COMPUTER.                               CPYRSVR 
000240 INPUT-OUTPUT SECTION.                                            CPYRSVR 
000250 FILE-CONTROL.                                                    CPYRSVR 
000260     SELECT RSV-FILE ASSIGN TO DYNAMIC WS-RSV-FILENAME            CPYRSVR 
000270         ORGANIZATION LINE SEQUENTIAL                             CPYRSVR 
000280         FILE STATUS IS WS-RSV-FILE-STATUS.                       CPYRSVR 
000290     SELECT TEAM-FILE ASSIGN TO DYNAMIC WS-TEAM-FILENAME          CPYRSVR 
000300         ORGANIZATION LINE SEQUENTIAL                             CPYRSVR 
000310         FILE STATUS IS WS-TEAM-FILE-STATUS.                      CPYRSVR 
000320     SELECT RPT-FILE ASSIGN TO DYNAMIC WS-RPT-FILENAME            CPYRSVR 
000330         ORGANIZATION LINE SEQUENTIAL                             CPYRSVR 
000340         FILE STATUS IS WS-RPT-FILE-STATUS.                       CPYRSVR 
000350 DATA DIVISION.                                                   CPYRSVR 
000360 FILE SECTION.                                                    CPYRSVR 
000370 FD  RSV-FILE.                                                    CPYRSVR 
000380 01  WS-RSV-FILE-REC         PIC X(140).                          CPYRSVR 
000390 FD  TEAM-FILE.                                                   CPYRSVR 
000400 01  WS-TEAM-FILE-REC        PIC X(80).                           CPYRSVR 
000410 FD  RPT-FILE.                                                    CPYRSVR 
000420 01  WS-RPT-FILE-REC         PIC X(110).                          CPYRSVR 
000430 WORKING-STORAGE SECTION.                                         CPYRSVR 
000440 77  WS-RSV-FILENAME         PIC X(80)                            CPYRSVR 
000450         VALUE 'registry/CPYRSV.DAT'.                             CPYRSVR 
000460 77  WS-RSV-FILE-STATUS      PIC X(02) VALUE '00'.                CPYRSVR 
000470 77  WS-TEAM-FILENAME        PIC X(80)                            CPYRSVR 
000480         VALUE 'config/CPYTEAM.DAT'.                              CPYRSVR 
000490 77  WS-TEAM-FILE-STATUS     PIC X(02) VALUE '00'.                CPYRSVR 
000500 77  WS-RPT-FILENAME         PIC X(80)                            CPYRSVR 
000510         VALUE 'registry/CPYRSVR.RPT'.                            CPYRSVR 
000520 77  WS-RPT-FILE-STATUS      PIC X(02) VALUE '00'.                CPYRSVR 
000530 77  WS-EOF-SW               PIC X(01) VALUE 'N'.                 CPYRSVR 
000540     88  WS-EOF              VALUE 'Y'.                           CPYRSVR 
000550 77  WS-TODAY                PIC 9(08) VALUE 0.                   CPYRSVR 
000560 77  WS-TODAY-INT            PIC 9(08) COMP VALUE 0.              CPYRSVR 
000570 77  WS-DUE-DATE             PIC 9(08) VALUE 0.                   CPYRSVR 
000580 77  WS-DUE-INT              PIC 9(08) COMP VALUE 0.              CPYRSVR 
000590 77  WS-DAYS-OVER            PIC 9(05) COMP VALUE 0.              CPYRSVR 
000600 77  WS-EDIT-DAYS            PIC Z(04)9.                          CPYRSVR 
000610 77  WS-OPEN-COUNT           PIC 9(04) COMP VALUE 0.              CPYRSVR 
000620 77  WS-FLAG-COUNT           PIC 9(04) COMP VALUE 0.              CPYRSVR 
000630 77  WS-EDIT-COUNT           PIC Z(03)9.                          CPYRSVR 
000640 77  WS-HOLDER-TEAM          PIC X(10) VALUE SPACES.              CPYRSVR 
000650 77  WS-TIX                  PIC 9(04) COMP VALUE 0.              CPYRSVR 
000660*THE USER-TO-TEAM ROSTER, AS THE CHARGEBACK ROLL-UP READS IT.     CPYRSVR 
000670 01  WS-TEAM-TABLE.                                               CPYRSVR 
000680     05  WS-TEAM-COUNT       PIC 9(04) COMP VALUE 0.              CPYRSVR 
000690     05  WS-TEAM-ENT OCCURS 500 TIMES.                            CPYRSVR 
000700         10  WS-TEAM-USER    PIC X(08).                           CPYRSVR 
000710         10  WS-TEAM-NAME    PIC X(10).                           CPYRSVR 
000720 COPY CPYRSV.                                                     CPYRSVR 
000730 PROCEDURE DIVISION.                                              CPYRSVR 
000740*-------------------------------------------------------------    CPYRSVR 
000750*0000-MAINLINE                                                    CPYRSVR 
000760*-------------------------------------------------------------    CPYRSVR 
000770 0000-MAINLINE.                                                   CPYRSVR 
000780     ACCEPT WS-TODAY FROM DATE YYYYMMDD.                          CPYRSVR 
000790     COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE (WS-TODAY).  CPYRSVR 
000800     PERFORM 1000-LOAD-TEAM-ROSTER THRU 1000-EXIT.                CPYRSVR 
000810     OPEN OUTPUT RPT-FILE.                                        CPYRSVR 
000820     MOVE 'CPYRSVR OVERDUE COPYBOOK RESERVATIONS'                 CPYRSVR 
000830         TO WS-RPT-FILE-REC.                                      CPYRSVR 
000840     WRITE WS-RPT-FILE-REC.                                       CPYRSVR 
000850     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYRSVR 
000860     MOVE 'COPYBOOK' TO WS-RPT-FILE-REC(1:8).                     CPYRSVR 
000870     MOVE 'HOLDER' TO WS-RPT-FILE-REC(32:6).                      CPYRSVR 
000880     MOVE 'TEAM' TO WS-RPT-FILE-REC(41:4).                        CPYRSVR 
000890     MOVE 'DUE' TO WS-RPT-FILE-REC(52:3).                         CPYRSVR 
000900     MOVE 'OVER' TO WS-RPT-FILE-REC(62:4).                        CPYRSVR 
000910     MOVE 'REASON' TO WS-RPT-FILE-REC(68:6).                      CPYRSVR 
000920     WRITE WS-RPT-FILE-REC.                                       CPYRSVR 
000930     OPEN INPUT RSV-FILE.                                         CPYRSVR 
000940     IF WS-RSV-FILE-STATUS NOT = '00'                             CPYRSVR 
000950         DISPLAY 'CPYRSVR - NO RESERVATION FILE'                  CPYRSVR 
000960         CLOSE RPT-FILE                                           CPYRSVR 
000970         MOVE 0 TO RETURN-CODE                                    CPYRSVR 
000980         GOBACK                                                   CPYRSVR 
000990     END-IF.                                                      CPYRSVR 
001000     MOVE 'N' TO WS-EOF-SW.                                       CPYRSVR 
001010     PERFORM 2000-REPORT-ONE-RESERVATION THRU 2000-EXIT           CPYRSVR 
001020         UNTIL WS-EOF.                                            CPYRSVR 
001030     CLOSE RSV-FILE.                                              CPYRSVR 
001040     CLOSE RPT-FILE.                                              CPYRSVR 
001050     MOVE WS-OPEN-COUNT TO WS-EDIT-COUNT.                         CPYRSVR 
001060     DISPLAY 'CPYRSVR OPEN RESERVATIONS:    ' WS-EDIT-COUNT.      CPYRSVR 
001070     MOVE WS-FLAG-COUNT TO WS-EDIT-COUNT.                         CPYRSVR 
001080     DISPLAY 'CPYRSVR OVERDUE RESERVATIONS: ' WS-EDIT-COUNT.      CPYRSVR 
001090     IF WS-FLAG-COUNT > 0                                         CPYRSVR 
001100         MOVE 4 TO RETURN-CODE                                    CPYRSVR 
001110     ELSE                                                         CPYRSVR 
001120         MOVE 0 TO RETURN-CODE                                    CPYRSVR 
001130     END-IF.                                                      CPYRSVR 
001140     GOBACK.                                                      CPYRSVR 
001150*                                                                 CPYRSVR 
001160*-------------------------------------------------------------    CPYRSVR 
001170*1000-LOAD-TEAM-ROSTER - config/CPYTEAM.DAT: USER 1-8, TEAM       CPYRSVR 
001180*10-19.  NO ROSTER LEAVES EVERY HOLDER UNDER (NONE).              CPYRSVR 
001190*-------------------------------------------------------------    CPYRSVR 
001200 1000-LOAD-TEAM-ROSTER.                                           CPYRSVR 
001210     OPEN INPUT TEAM-FILE.                                        CPYRSVR 
001220     IF WS-TEAM-FILE-STATUS NOT = '00'                            CPYRSVR 
001230         GO TO 1000-EXIT.                                         CPYRSVR 
001240     MOVE 'N' TO WS-EOF-SW.                                       CPYRSVR 
001250     PERFORM 1100-LOAD-ONE-USER THRU 1100-EXIT UNTIL WS-EOF.      CPYRSVR 
001260     CLOSE TEAM-FILE.                                             CPYRSVR 
001270 1000-EXIT.                                                       CPYRSVR 
001280     EXIT.                                                        CPYRSVR 
001290*                                                                 CPYRSVR 
001300 1100-LOAD-ONE-USER.                                              CPYRSVR 
001310     READ TEAM-FILE INTO WS-TEAM-FILE-REC                         CPYRSVR 
001320         AT END MOVE 'Y' TO WS-EOF-SW                             CPYRSVR 
001330     END-READ.                                                    CPYRSVR 
001340     IF WS-EOF                                                    CPYRSVR 
001350         GO TO 1100-EXIT.                                         CPYRSVR 
001360     IF WS-TEAM-FILE-REC(1:1) = '*'                               CPYRSVR 
001370         OR WS-TEAM-FILE-REC = SPACES                             CPYRSVR 
001380         OR WS-TEAM-COUNT NOT < 500                               CPYRSVR 
001390         GO TO 1100-EXIT.                                         CPYRSVR 
001400     ADD 1 TO WS-TEAM-COUNT.                                      CPYRSVR 
001410     MOVE WS-TEAM-FILE-REC(1:8) TO WS-TEAM-USER(WS-TEAM-COUNT).   CPYRSVR 
001420     MOVE WS-TEAM-FILE-REC(10:10) TO WS-TEAM-NAME(WS-TEAM-COUNT). CPYRSVR 
001430 1100-EXIT.                                                       CPYRSVR 
001440     EXIT.                                                        CPYRSVR 
001450*                                                                 CPYRSVR 
001460*-------------------------------------------------------------    CPYRSVR 
001470*2000-REPORT-ONE-RESERVATION - AN OPEN RESERVATION WHOSE DUE      CPYRSVR 
001480*DATE HAS PASSED IS OVERDUE.  A RESERVATION DUE TODAY IS NOT.     CPYRSVR 
001490*-------------------------------------------------------------    CPYRSVR 
001500 2000-REPORT-ONE-RESERVATION.                                     CPYRSVR 
001510     READ RSV-FILE INTO RSV-RECORD                                CPYRSVR 
001520         AT END MOVE 'Y' TO WS-EOF-SW                             CPYRSVR 
001530     END-READ.                                                    CPYRSVR 
001540     IF WS-EOF                                                    CPYRSVR 
001550         GO TO 2000-EXIT.                                         CPYRSVR 
001560     IF NOT RSV-OPEN                                              CPYRSVR 
001570         GO TO 2000-EXIT.                                         CPYRSVR 
001580     ADD 1 TO WS-OPEN-COUNT.                                      CPYRSVR 
001590     IF RSV-DUE-DATE NOT NUMERIC                                  CPYRSVR 
001600         GO TO 2000-EXIT.                                         CPYRSVR 
001610     MOVE RSV-DUE-DATE TO WS-DUE-DATE.                            CPYRSVR 
001620     IF WS-DUE-DATE NOT < WS-TODAY                                CPYRSVR 
001630         GO TO 2000-EXIT.                                         CPYRSVR 
001640     COMPUTE WS-DUE-INT =                                         CPYRSVR 
001650         FUNCTION INTEGER-OF-DATE (WS-DUE-DATE).                  CPYRSVR 
001660     COMPUTE WS-DAYS-OVER = WS-TODAY-INT - WS-DUE-INT.            CPYRSVR 
001670     MOVE WS-DAYS-OVER TO WS-EDIT-DAYS.                           CPYRSVR 
001680     MOVE '(NONE)' TO WS-HOLDER-TEAM.                             CPYRSVR 
001690     PERFORM 2100-FIND-HOLDER-TEAM THRU 2100-EXIT                 CPYRSVR 
001700         VARYING WS-TIX FROM 1 BY 1                               CPYRSVR 
001710         UNTIL WS-TIX > WS-TEAM-COUNT.                            CPYRSVR 
001720     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYRSVR 
001730     MOVE RSV-COPYBOOK-NAME TO WS-RPT-FILE-REC(1:30).             CPYRSVR 
001740     MOVE RSV-HOLDER TO WS-RPT-FILE-REC(32:8).                    CPYRSVR 
001750     MOVE WS-HOLDER-TEAM TO WS-RPT-FILE-REC(41:10).               CPYRSVR 
001760     MOVE RSV-DUE-DATE TO WS-RPT-FILE-REC(52:8).                  CPYRSVR 
001770     MOVE WS-EDIT-DAYS TO WS-RPT-FILE-REC(61:5).                  CPYRSVR 
001780     MOVE RSV-REASON TO WS-RPT-FILE-REC(68:40).                   CPYRSVR 
001790     WRITE WS-RPT-FILE-REC.                                       CPYRSVR 
001800     ADD 1 TO WS-FLAG-COUNT.                                      CPYRSVR 
001810 2000-EXIT.                                                       CPYRSVR 
001820     EXIT.                                                        CPYRSVR 
001830*                                                                 CPYRSVR 
001840 2100-FIND-HOLDER-TEAM.                                           CPYRSVR 
001850     IF WS-TEAM-USER(WS-TIX) = RSV-HOLDER                         CPYRSVR 
001860         MOVE WS-TEAM-NAME(WS-TIX) TO WS-HOLDER-TEAM              CPYRSVR 
001870         MOVE WS-TEAM-COUNT TO WS-TIX                             CPYRSVR 
001880     END-IF.                                                      CPYRSVR 
001890 2100-EXIT.                                                       CPYRSVR 
001900     EXIT.                                                        CPYRSVR 
