000180*2026-09-02 RS  EACH DEPRECATED LINE NOW NAMES THE OWNING         CPYLCYR 
000190*               TEAM FROM config/CPYOWN.DAT, SO THE SUNSET        CPYLCYR 
000200*               CONVERSATION STARTS WITH THE RIGHT PEOPLE.        CPYLCYR 
000201*2026-10-15 RS  DAYS TO SUNSET NOW COME FROM THE CPYDATE SHOP     CPYLCYR 
000202*               DATE SERVICE.  NEW SYSIN jcl/CPYLCYR.SYSIN: COLS  CPYLCYR 
000203*               1-8 BUSINESS COUNTS BUSINESS DAYS FROM THE SHOP   CPYLCYR 
000204*               CALENDAR, CALENDAR OR BLANK CALENDAR DAYS.  A     CPYLCYR 
000205*               SUNSET THAT FALLS ON A WEEKEND, HOLIDAY OR        CPYLCYR 
000206*               NON-PROCESSING DAY GETS A CONTINUATION LINE       CPYLCYR 
000207*               NAMING THE BUSINESS DAY IT REALLY LANDS ON.       CPYLCYR 
000210*-------------------------------------------------------------    CPYLCYR 
000220 ENVIRONMENT DIVISION.                                            CPYLCYR 
000230 CONFIGURATION SECTION.                                           CPYLCYR 
000250 OBJECT-COMPUTER. GENERIC-COMPUTER.                               CPYLCYR 
000260 INPUT-OUTPUT SECTION.                                            CPYLCYR 
000270 FILE-CONTROL.                                                    CPYLCYR 
000272     SELECT PARM-FILE ASSIGN TO DYNAMIC WS-PARM-FILENAME          CPYLCYR 
000274         ORGANIZATION LINE SEQUENTIAL                             CPYLCYR 
000276         FILE STATUS IS WS-PARM-FILE-STATUS.                      CPYLCYR 
000280     SELECT LCY-FILE ASSIGN TO DYNAMIC WS-LCY-FILENAME            CPYLCYR 
000290         ORGANIZATION LINE SEQUENTIAL                             CPYLCYR 
000300         FILE STATUS IS WS-LCY-FILE-STATUS.                       CPYLCYR 
000410         FILE STATUS IS WS-OWN-FILE-STATUS.                       CPYLCYR 
000420 DATA DIVISION.                                                   CPYLCYR 
000430 FILE SECTION.                                                    CPYLCYR 
000433 FD  PARM-FILE.                                                   CPYLCYR 
000436 01  WS-PARM-FILE-REC        PIC X(80).                           CPYLCYR 
000440 FD  LCY-FILE.                                                    CPYLCYR 
000450 01  WS-LCY-FILE-REC         PIC X(100).                          CPYLCYR 
000460 FD  REG-FILE.                                                    CPYLCYR 
000500 FD  OWN-FILE.                                                    CPYLCYR 
000510 01  WS-OWN-FILE-REC         PIC X(80).                           CPYLCYR 
000520 WORKING-STORAGE SECTION.                                         CPYLCYR 
000523 77  WS-PARM-FILENAME        PIC X(80) VALUE 'jcl/CPYLCYR.SYSIN'. CPYLCYR 
000526 77  WS-PARM-FILE-STATUS     PIC X(02) VALUE '00'.                CPYLCYR 
000530 77  WS-LCY-FILENAME         PIC X(80)                            CPYLCYR 
000540         VALUE 'config/CPYLCY.DAT'.                               CPYLCYR 
000550 77  WS-LCY-FILE-STATUS      PIC X(02) VALUE '00'.                CPYLCYR 
000650 77  WS-REG-EOF-SW           PIC X(01) VALUE 'N'.                 CPYLCYR 
000660     88  WS-REG-EOF          VALUE 'Y'.                           CPYLCYR 
000670 77  WS-DEPR-COUNT           PIC 9(04) COMP VALUE 0.              CPYLCYR 
000673 77  WS-DAY-MODE             PIC X(01) VALUE 'C'.                 CPYLCYR 
000676     88  WS-BUSINESS-DAYS    VALUE 'B'.                           CPYLCYR 
000680 77  WS-TODAY                PIC 9(08) VALUE 0.                   CPYLCYR 
000710 77  WS-DAYS-LEFT            PIC S9(05) COMP VALUE 0.             CPYLCYR 
000720 77  WS-EDIT-DAYS            PIC -(04)9.                          CPYLCYR 
000730 77  WS-ROLL-DATE            PIC X(08) VALUE SPACES.              CPYLCYR 
000740 01  WS-LCY-FIELDS.                                               CPYLCYR 
000750     05  WS-LCY-NAME         PIC X(30).                           CPYLCYR 
000760     05  WS-LCY-STATUS       PIC X(10).                           CPYLCYR 
000920 77  WS-OWN-HIT-CONTACT      PIC X(08) VALUE SPACES.              CPYLCYR 
000930 77  WS-OWN-EOF-SW           PIC X(01) VALUE 'N'.                 CPYLCYR 
000940 77  WS-OWN-PROBE            PIC X(30) VALUE SPACES.              CPYLCYR 
000945 COPY CPYDTP.                                                     CPYLCYR 
000950 PROCEDURE DIVISION.                                              CPYLCYR 
000960*-------------------------------------------------------------    CPYLCYR 
000970*0000-MAINLINE                                                    CPYLCYR 
000990 0000-MAINLINE.                                                   CPYLCYR 
001000     PERFORM 8600-LOAD-OWNERSHIP THRU 8600-EXIT.                  CPYLCYR 
001010     ACCEPT WS-TODAY FROM DATE YYYYMMDD.                          CPYLCYR 
001012     OPEN INPUT PARM-FILE.                                        CPYLCYR 
001014     IF WS-PARM-FILE-STATUS = '00'                                CPYLCYR 
001016         READ PARM-FILE INTO WS-PARM-FILE-REC                     CPYLCYR 
001018             AT END CONTINUE                                      CPYLCYR 
001020             NOT AT END                                           CPYLCYR 
001022                 IF WS-PARM-FILE-REC(1:8) = 'BUSINESS'            CPYLCYR 
001024                     MOVE 'B' TO WS-DAY-MODE                      CPYLCYR 
001026                 END-IF                                           CPYLCYR 
001028         END-READ                                                 CPYLCYR 
001030         CLOSE PARM-FILE                                          CPYLCYR 
001032     END-IF.                                                      CPYLCYR 
001040     OPEN OUTPUT RPT-FILE.                                        CPYLCYR 
001050     MOVE 'CPYLCYR DEPRECATION SUNSET REPORT'                     CPYLCYR 
001060         TO WS-RPT-FILE-REC.                                      CPYLCYR 
001061     IF WS-BUSINESS-DAYS                                          CPYLCYR 
001062         MOVE '- BUSINESS DAYS' TO WS-RPT-FILE-REC(35:15)         CPYLCYR 
001063     ELSE                                                         CPYLCYR 
001064         MOVE '- CALENDAR DAYS' TO WS-RPT-FILE-REC(35:15)         CPYLCYR 
001065     END-IF.                                                      CPYLCYR 
001070     WRITE WS-RPT-FILE-REC.                                       CPYLCYR 
001080     OPEN INPUT REG-FILE.                                         CPYLCYR 
001090     IF WS-REG-FILE-STATUS = '00'                                 CPYLCYR 
001540         GO TO 2000-EXIT.                                         CPYLCYR 
001550     ADD 1 TO WS-DEPR-COUNT.                                      CPYLCYR 
001560     MOVE 0 TO WS-DAYS-LEFT.                                      CPYLCYR 
001583     MOVE SPACES TO WS-ROLL-DATE.                                 CPYLCYR 
001606     PERFORM 2100-DATE-THE-SUNSET THRU 2100-EXIT.                 CPYLCYR 
001630     MOVE WS-DAYS-LEFT TO WS-EDIT-DAYS.                           CPYLCYR 
001640     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYLCYR 
001650     MOVE WS-LCY-NAME TO WS-RPT-FILE-REC(1:30).                   CPYLCYR 
001730     MOVE 'OWNER' TO WS-RPT-FILE-REC(111:5).                      CPYLCYR 
001740     MOVE WS-OWN-HIT-TEAM TO WS-RPT-FILE-REC(117:10).             CPYLCYR 
001750     WRITE WS-RPT-FILE-REC.                                       CPYLCYR 
001751     IF WS-ROLL-DATE NOT = SPACES                                 CPYLCYR 
001752         MOVE SPACES TO WS-RPT-FILE-REC                           CPYLCYR 
001753         MOVE '  SUNSET FALLS ON A NON-BUSINESS DAY, ROLLS TO '   CPYLCYR 
001754             TO WS-RPT-FILE-REC(1:47)                             CPYLCYR 
001755         MOVE WS-ROLL-DATE TO WS-RPT-FILE-REC(48:8)               CPYLCYR 
001756         WRITE WS-RPT-FILE-REC                                    CPYLCYR 
001757     END-IF.                                                      CPYLCYR 
001760     IF WS-REG-OPEN-SW = 'Y'                                      CPYLCYR 
001770         PERFORM 3000-LIST-USING-PROGRAMS THRU 3000-EXIT.         CPYLCYR 
001780 2000-EXIT.                                                       CPYLCYR 
001790     EXIT.                                                        CPYLCYR 
001791*-------------------------------------------------------------    CPYLCYR 
001792*2100-DATE-THE-SUNSET - DAYS LEFT FROM THE CPYDATE SERVICE IN     CPYLCYR 
001793*THE MODE ASKED FOR, AND WHETHER THE SUNSET ITSELF LANDS ON A     CPYLCYR 
001794*DAY THE SHOP IS CLOSED - IF SO, THE BUSINESS DAY IT ROLLS TO.    CPYLCYR 
001795*-------------------------------------------------------------    CPYLCYR 
001796 2100-DATE-THE-SUNSET.                                            CPYLCYR 
001797     IF WS-LCY-SUNSET NOT NUMERIC                                 CPYLCYR 
001798         GO TO 2100-EXIT.                                         CPYLCYR 
001799     MOVE 'D' TO DTS-FUNCTION.                                    CPYLCYR 
001800     MOVE WS-DAY-MODE TO DTS-MODE.                                CPYLCYR 
001801     MOVE WS-TODAY TO DTS-FROM-DATE.                              CPYLCYR 
001802     MOVE WS-LCY-SUNSET TO DTS-TO-DATE.                           CPYLCYR 
001803     CALL 'CPYDATE' USING CPYDATE-PARMS.                          CPYLCYR 
001804     IF NOT DTS-OK                                                CPYLCYR 
001805         GO TO 2100-EXIT.                                         CPYLCYR 
001806     MOVE DTS-DAYS TO WS-DAYS-LEFT.                               CPYLCYR 
001807     MOVE 'N' TO DTS-FUNCTION.                                    CPYLCYR 
001808     MOVE 'B' TO DTS-MODE.                                        CPYLCYR 
001809     MOVE WS-LCY-SUNSET TO DTS-FROM-DATE.                         CPYLCYR 
001810     CALL 'CPYDATE' USING CPYDATE-PARMS.                          CPYLCYR 
001811     IF DTS-OK AND DTS-NON-BUSINESS                               CPYLCYR 
001812         MOVE DTS-RESULT-DATE TO WS-ROLL-DATE                     CPYLCYR 
001813     END-IF.                                                      CPYLCYR 
001814 2100-EXIT.                                                       CPYLCYR 
001815     EXIT.                                                        CPYLCYR 
001816*                                                                 CPYLCYR 
001817*-------------------------------------------------------------    CPYLCYR 
001820*3000-LIST-USING-PROGRAMS - THE PER-(COPYBOOK, PROGRAM) KEYED     CPYLCYR 
001830*REGISTRY RECORDS FOR THIS COPYBOOK, ONE REPORT LINE EACH.        CPYLCYR 
001840*-------------------------------------------------------------    CPYLCYR 
