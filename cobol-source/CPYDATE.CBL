000010 IDENTIFICATION DIVISION.                                         CPYDATE 
000020 PROGRAM-ID. CPYDATE.                                             CPYDATE 
000030 AUTHOR. R SANDOVAL.                                              CPYDATE 
000040 INSTALLATION. DATA CENTER SERVICES - COPYBOOK TOOLING.           CPYDATE 
000050 DATE-WRITTEN. 2026-10-15.                                        CPYDATE 
000060 DATE-COMPILED.                                                   CPYDATE 
000070*-------------------------------------------------------------    CPYDATE 
000080*MODIFICATION HISTORY                                             CPYDATE 
000090*-------------------------------------------------------------    CPYDATE 
000100*2026-10-15 RS  SHOP DATE SERVICE.  ONE PLACE FOR THE DATE        CPYDATE 
000110*               ARITHMETIC THE REPORTS USED TO DO FOR             CPYDATE 
000120*               THEMSELVES IN CALENDAR DAYS: FUNCTION D GIVES     CPYDATE 
000130*               THE DAYS BETWEEN TWO DATES, FUNCTION N ROLLS A    CPYDATE 
000140*               DATE TO THE NEXT BUSINESS DAY.  IN BUSINESS       CPYDATE 
000150*               MODE SATURDAYS, SUNDAYS AND THE HOLIDAYS AND      CPYDATE 
000160*               NON-PROCESSING DAYS IN THE SHOP CALENDAR          CPYDATE 
000170*               config/CPYCAL.DAT DO NOT COUNT; A WORKDAY         CPYDATE 
000180*               ENTRY MAKES A WEEKEND DATE COUNT AFTER ALL.       CPYDATE 
000190*               THE CALENDAR IS MAINTAINED ONLINE THROUGH         CPYDATE 
000200*               CPYMNT (FILE CAL) AND LOADED ONCE PER RUN.        CPYDATE 
000210*-------------------------------------------------------------    CPYDATE 
000220 ENVIRONMENT DIVISION.                                            CPYDATE 
000230 CONFIGURATION SECTION.                                           CPYDATE 
000240 SOURCE-COMPUTER. GENERIC-COMPUTER.                               CPYDATE 
000250 OBJECT-COMPUTER. GENERIC-COMPUTER.                               CPYDATE 
000260 INPUT-OUTPUT SECTION.                                            CPYDATE 
000270 FILE-CONTROL.                                                    CPYDATE 
000280     SELECT CAL-FILE ASSIGN TO DYNAMIC WS-CAL-FILENAME            CPYDATE 
000290         ORGANIZATION LINE SEQUENTIAL                             CPYDATE 
000300         FILE STATUS IS WS-CAL-FILE-STATUS.                       CPYDATE 
000310 DATA DIVISION.                                                   CPYDATE 
000320 FILE SECTION.                                                    CPYDATE 
000330 FD  CAL-FILE.                                                    CPYDATE 
000340 01  WS-CAL-FILE-REC         PIC X(80).                           CPYDATE 
000350 WORKING-STORAGE SECTION.                                         CPYDATE 
000360 77  WS-CAL-FILENAME         PIC X(80)                            CPYDATE 
000370         VALUE 'config/CPYCAL.DAT'.                               CPYDATE 
000380 77  WS-CAL-FILE-STATUS      PIC X(02) VALUE '00'.                CPYDATE 
000390 77  WS-EOF-SW               PIC X(01) VALUE 'N'.                 CPYDATE 
000400     88  WS-EOF              VALUE 'Y'.                           CPYDATE 
000410 77  WS-LOADED-SW            PIC X(01) VALUE 'N'.                 CPYDATE 
000420     88  WS-CALENDAR-LOADED  VALUE 'Y'.                           CPYDATE 
000430*-------------------------------------------------------------    CPYDATE 
000440*DATE ARITHMETIC WORK AREAS.  DAY NUMBERS ARE INTEGER-OF-DATE     CPYDATE 
000450*VALUES; DAY 1 (1601-01-01) WAS A MONDAY, SO MOD(DAY - 1, 7)      CPYDATE 
000460*GIVES 0 = MONDAY THROUGH 6 = SUNDAY.                             CPYDATE 
000470*-------------------------------------------------------------    CPYDATE 
000480 77  WS-FROM-INT             PIC S9(09) COMP VALUE 0.             CPYDATE 
000490 77  WS-TO-INT               PIC S9(09) COMP VALUE 0.             CPYDATE 
000500 77  WS-LOW-INT              PIC S9(09) COMP VALUE 0.             CPYDATE 
000510 77  WS-HIGH-INT             PIC S9(09) COMP VALUE 0.             CPYDATE 
000520 77  WS-CHK-INT              PIC S9(09) COMP VALUE 0.             CPYDATE 
000530 77  WS-WEEKDAY              PIC 9(01) VALUE 0.                   CPYDATE 
000540 77  WS-SIGN                 PIC S9(01) VALUE +1.                 CPYDATE 
000550 77  WS-BUSINESS-COUNT       PIC S9(07) COMP VALUE 0.             CPYDATE 
000560 77  WS-ROLL-COUNT           PIC 9(04) COMP VALUE 0.              CPYDATE 
000570 77  WS-DATE-NUM             PIC 9(08) VALUE 0.                   CPYDATE 
000580 77  WS-DAY-TYPE             PIC X(01) VALUE 'B'.                 CPYDATE 
000590     88  WS-BUSINESS-DAY     VALUE 'B'.                           CPYDATE 
000600 77  WS-CAL-IX               PIC 9(04) COMP VALUE 0.              CPYDATE 
000610 77  WS-HIT-IX               PIC 9(04) COMP VALUE 0.              CPYDATE 
000620*-------------------------------------------------------------    CPYDATE 
000630*THE SHOP CALENDAR.  ONLY THE EXCEPTIONS ARE HELD - A DATE NOT    CPYDATE 
000640*IN THE TABLE IS A BUSINESS DAY UNLESS IT FALLS ON A WEEKEND.     CPYDATE 
000650*-------------------------------------------------------------    CPYDATE 
000660 77  WS-CAL-COUNT            PIC 9(04) COMP VALUE 0.              CPYDATE 
000670 77  WS-CAL-MAX              PIC 9(04) COMP VALUE 1000.           CPYDATE 
000680 01  WS-CAL-TABLE.                                                CPYDATE 
000690     05  WS-CAL-ENTRY        OCCURS 1000 TIMES.                   CPYDATE 
000700         10  WS-CAL-DATE     PIC 9(08).                           CPYDATE 
000710         10  WS-CAL-TYPE     PIC X(01).                           CPYDATE 
000720 LINKAGE SECTION.                                                 CPYDATE 
000730 COPY CPYDTP.                                                     CPYDATE 
000740 PROCEDURE DIVISION USING CPYDATE-PARMS.                          CPYDATE 
000750*-------------------------------------------------------------    CPYDATE 
000760*0000-MAINLINE                                                    CPYDATE 
000770*-------------------------------------------------------------    CPYDATE 
000780 0000-MAINLINE.                                                   CPYDATE 
000790     MOVE 'N' TO DTS-RESULT.                                      CPYDATE 
000800     MOVE 0 TO DTS-DAYS.                                          CPYDATE 
000810     MOVE SPACES TO DTS-RESULT-DATE.                              CPYDATE 
000820     IF NOT WS-CALENDAR-LOADED                                    CPYDATE 
000830         PERFORM 1000-LOAD-CALENDAR THRU 1000-EXIT                CPYDATE 
000840     END-IF.                                                      CPYDATE 
000850     IF DTS-FROM-DATE NOT NUMERIC                                 CPYDATE 
000860         GOBACK                                                   CPYDATE 
000870     END-IF.                                                      CPYDATE 
000880     MOVE DTS-FROM-DATE TO WS-DATE-NUM.                           CPYDATE 
000890     IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-NUM) NOT = 0          CPYDATE 
000900         GOBACK                                                   CPYDATE 
000910     END-IF.                                                      CPYDATE 
000920     COMPUTE WS-FROM-INT = FUNCTION INTEGER-OF-DATE(WS-DATE-NUM). CPYDATE 
000930     MOVE WS-FROM-INT TO WS-CHK-INT.                              CPYDATE 
000940     PERFORM 2000-CLASSIFY-DAY THRU 2000-EXIT.                    CPYDATE 
000950     MOVE WS-DAY-TYPE TO DTS-DAY-TYPE.                            CPYDATE 
000960     EVALUATE TRUE                                                CPYDATE 
000970         WHEN DTS-DIFFERENCE                                      CPYDATE 
000980             PERFORM 3000-DIFFERENCE THRU 3000-EXIT               CPYDATE 
000990         WHEN DTS-NEXT-BUSINESS                                   CPYDATE 
001000             PERFORM 4000-NEXT-BUSINESS-DAY THRU 4000-EXIT        CPYDATE 
001010         WHEN OTHER                                               CPYDATE 
001020             CONTINUE                                             CPYDATE 
001030     END-EVALUATE.                                                CPYDATE 
001040     GOBACK.                                                      CPYDATE 
001050*-------------------------------------------------------------    CPYDATE 
001060*1000-LOAD-CALENDAR - config/CPYCAL.DAT: DATE YYYYMMDD IN 1-8,    CPYDATE 
001070*TYPE IN 10-19 (HOLIDAY, NONPROC OR WORKDAY), DESCRIPTION IN      CPYDATE 
001080*21-60.  A MISSING CALENDAR LEAVES WEEKENDS AS THE ONLY           CPYDATE 
001090*NON-BUSINESS DAYS.                                               CPYDATE 
001100*-------------------------------------------------------------    CPYDATE 
001110 1000-LOAD-CALENDAR.                                              CPYDATE 
001120     MOVE 'Y' TO WS-LOADED-SW.                                    CPYDATE 
001130     MOVE 0 TO WS-CAL-COUNT.                                      CPYDATE 
001140     OPEN INPUT CAL-FILE.                                         CPYDATE 
001150     IF WS-CAL-FILE-STATUS NOT = '00'                             CPYDATE 
001160         DISPLAY 'CPYDATE - NO SHOP CALENDAR, ONLY WEEKENDS '     CPYDATE 
001170             'ARE NON-BUSINESS DAYS'                              CPYDATE 
001180         GO TO 1000-EXIT.                                         CPYDATE 
001190     MOVE 'N' TO WS-EOF-SW.                                       CPYDATE 
001200     PERFORM 1100-LOAD-ONE-DAY THRU 1100-EXIT UNTIL WS-EOF.       CPYDATE 
001210     CLOSE CAL-FILE.                                              CPYDATE 
001220 1000-EXIT.                                                       CPYDATE 
001230     EXIT.                                                        CPYDATE 
001240*                                                                 CPYDATE 
001250 1100-LOAD-ONE-DAY.                                               CPYDATE 
001260     READ CAL-FILE INTO WS-CAL-FILE-REC                           CPYDATE 
001270         AT END MOVE 'Y' TO WS-EOF-SW                             CPYDATE 
001280     END-READ.                                                    CPYDATE 
001290     IF WS-EOF                                                    CPYDATE 
001300         GO TO 1100-EXIT.                                         CPYDATE 
001310     IF WS-CAL-FILE-REC(1:1) = '*'                                CPYDATE 
001320         OR WS-CAL-FILE-REC = SPACES                              CPYDATE 
001330         GO TO 1100-EXIT.                                         CPYDATE 
001340     IF WS-CAL-FILE-REC(1:8) NOT NUMERIC                          CPYDATE 
001350         DISPLAY 'CPYDATE - CALENDAR DATE NOT NUMERIC: '          CPYDATE 
001360             WS-CAL-FILE-REC(1:8)                                 CPYDATE 
001370         GO TO 1100-EXIT.                                         CPYDATE 
001380     IF WS-CAL-COUNT NOT < WS-CAL-MAX                             CPYDATE 
001390         DISPLAY 'CPYDATE - CALENDAR TABLE FULL, IGNORED: '       CPYDATE 
001400             WS-CAL-FILE-REC(1:8)                                 CPYDATE 
001410         GO TO 1100-EXIT.                                         CPYDATE 
001420     ADD 1 TO WS-CAL-COUNT.                                       CPYDATE 
001430     MOVE WS-CAL-FILE-REC(1:8) TO WS-CAL-DATE(WS-CAL-COUNT).      CPYDATE 
001440     IF WS-CAL-FILE-REC(10:7) = 'WORKDAY'                         CPYDATE 
001450         MOVE 'B' TO WS-CAL-TYPE(WS-CAL-COUNT)                    CPYDATE 
001460     ELSE                                                         CPYDATE 
001470         MOVE 'N' TO WS-CAL-TYPE(WS-CAL-COUNT)                    CPYDATE 
001480     END-IF.                                                      CPYDATE 
001490 1100-EXIT.                                                       CPYDATE 
001500     EXIT.                                                        CPYDATE 
001510*-------------------------------------------------------------    CPYDATE 
001520*2000-CLASSIFY-DAY - SET WS-DAY-TYPE FOR DAY NUMBER               CPYDATE 
001530*WS-CHK-INT: THE WEEKEND RULE FIRST, THEN ANY CALENDAR ENTRY      CPYDATE 
001540*FOR THE DATE OVERRIDES IT.                                       CPYDATE 
001550*-------------------------------------------------------------    CPYDATE 
001560 2000-CLASSIFY-DAY.                                               CPYDATE 
001570     COMPUTE WS-WEEKDAY = FUNCTION MOD(WS-CHK-INT - 1, 7).        CPYDATE 
001580     IF WS-WEEKDAY > 4                                            CPYDATE 
001590         MOVE 'N' TO WS-DAY-TYPE                                  CPYDATE 
001600     ELSE                                                         CPYDATE 
001610         MOVE 'B' TO WS-DAY-TYPE                                  CPYDATE 
001620     END-IF.                                                      CPYDATE 
001630     IF WS-CAL-COUNT = 0                                          CPYDATE 
001640         GO TO 2000-EXIT.                                         CPYDATE 
001650     COMPUTE WS-DATE-NUM = FUNCTION DATE-OF-INTEGER(WS-CHK-INT).  CPYDATE 
001660     MOVE 0 TO WS-HIT-IX.                                         CPYDATE 
001670     PERFORM 2100-CHECK-ONE-ENTRY THRU 2100-EXIT                  CPYDATE 
001680         VARYING WS-CAL-IX FROM 1 BY 1                            CPYDATE 
001690         UNTIL WS-CAL-IX > WS-CAL-COUNT OR WS-HIT-IX > 0.         CPYDATE 
001700     IF WS-HIT-IX > 0                                             CPYDATE 
001710         MOVE WS-CAL-TYPE(WS-HIT-IX) TO WS-DAY-TYPE               CPYDATE 
001720     END-IF.                                                      CPYDATE 
001730 2000-EXIT.                                                       CPYDATE 
001740     EXIT.                                                        CPYDATE 
001750*                                                                 CPYDATE 
001760 2100-CHECK-ONE-ENTRY.                                            CPYDATE 
001770     IF WS-CAL-DATE(WS-CAL-IX) = WS-DATE-NUM                      CPYDATE 
001780         MOVE WS-CAL-IX TO WS-HIT-IX                              CPYDATE 
001790     END-IF.                                                      CPYDATE 
001800 2100-EXIT.                                                       CPYDATE 
001810     EXIT.                                                        CPYDATE 
001820*-------------------------------------------------------------    CPYDATE 
001830*3000-DIFFERENCE - DAYS FROM DTS-FROM-DATE TO DTS-TO-DATE.  IN    CPYDATE 
001840*BUSINESS MODE EACH BUSINESS DAY AFTER THE EARLIER DATE UP TO     CPYDATE 
001850*AND INCLUDING THE LATER ONE COUNTS, SO A FRIDAY ITEM IS ONE      CPYDATE 
001860*BUSINESS DAY OLD ON MONDAY, NOT THREE.                           CPYDATE 
001870*-------------------------------------------------------------    CPYDATE 
001880 3000-DIFFERENCE.                                                 CPYDATE 
001890     IF DTS-TO-DATE NOT NUMERIC                                   CPYDATE 
001900         GO TO 3000-EXIT.                                         CPYDATE 
001910     MOVE DTS-TO-DATE TO WS-DATE-NUM.                             CPYDATE 
001920     IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-NUM) NOT = 0          CPYDATE 
001930         GO TO 3000-EXIT.                                         CPYDATE 
001940     COMPUTE WS-TO-INT = FUNCTION INTEGER-OF-DATE(WS-DATE-NUM).   CPYDATE 
001950     IF NOT DTS-BUSINESS-MODE                                     CPYDATE 
001960         COMPUTE DTS-DAYS = WS-TO-INT - WS-FROM-INT               CPYDATE 
001970         MOVE 'Y' TO DTS-RESULT                                   CPYDATE 
001980         GO TO 3000-EXIT.                                         CPYDATE 
001990     IF WS-TO-INT < WS-FROM-INT                                   CPYDATE 
002000         MOVE WS-TO-INT TO WS-LOW-INT                             CPYDATE 
002010         MOVE WS-FROM-INT TO WS-HIGH-INT                          CPYDATE 
002020         MOVE -1 TO WS-SIGN                                       CPYDATE 
002030     ELSE                                                         CPYDATE 
002040         MOVE WS-FROM-INT TO WS-LOW-INT                           CPYDATE 
002050         MOVE WS-TO-INT TO WS-HIGH-INT                            CPYDATE 
002060         MOVE +1 TO WS-SIGN                                       CPYDATE 
002070     END-IF.                                                      CPYDATE 
002080     MOVE 0 TO WS-BUSINESS-COUNT.                                 CPYDATE 
002090     ADD 1 TO WS-LOW-INT.                                         CPYDATE 
002100     PERFORM 3100-COUNT-ONE-DAY THRU 3100-EXIT                    CPYDATE 
002110         VARYING WS-CHK-INT FROM WS-LOW-INT BY 1                  CPYDATE 
002120         UNTIL WS-CHK-INT > WS-HIGH-INT.                          CPYDATE 
002130     COMPUTE DTS-DAYS = WS-BUSINESS-COUNT * WS-SIGN.              CPYDATE 
002140     MOVE 'Y' TO DTS-RESULT.                                      CPYDATE 
002150 3000-EXIT.                                                       CPYDATE 
002160     EXIT.                                                        CPYDATE 
002170*                                                                 CPYDATE 
002180 3100-COUNT-ONE-DAY.                                              CPYDATE 
002190     PERFORM 2000-CLASSIFY-DAY THRU 2000-EXIT.                    CPYDATE 
002200     IF WS-BUSINESS-DAY                                           CPYDATE 
002210         ADD 1 TO WS-BUSINESS-COUNT                               CPYDATE 
002220     END-IF.                                                      CPYDATE 
002230 3100-EXIT.                                                       CPYDATE 
002240     EXIT.                                                        CPYDATE 
002250*-------------------------------------------------------------    CPYDATE 
002260*4000-NEXT-BUSINESS-DAY - THE FIRST BUSINESS DAY ON OR AFTER      CPYDATE 
002270*DTS-FROM-DATE.  IN CALENDAR MODE EVERY DAY IS ONE.  THE ROLL     CPYDATE 
002280*GIVES UP AFTER A YEAR SO A CALENDAR THAT SHUTS EVERY DAY         CPYDATE 
002290*CANNOT HANG THE CALLER.                                          CPYDATE 
002300*-------------------------------------------------------------    CPYDATE 
002310 4000-NEXT-BUSINESS-DAY.                                          CPYDATE 
002320     MOVE WS-FROM-INT TO WS-CHK-INT.                              CPYDATE 
002330     IF DTS-BUSINESS-MODE                                         CPYDATE 
002340         MOVE 0 TO WS-ROLL-COUNT                                  CPYDATE 
002350         PERFORM 4100-ROLL-ONE-DAY THRU 4100-EXIT                 CPYDATE 
002360             UNTIL WS-BUSINESS-DAY OR WS-ROLL-COUNT > 366         CPYDATE 
002370     END-IF.                                                      CPYDATE 
002380     IF NOT WS-BUSINESS-DAY AND DTS-BUSINESS-MODE                 CPYDATE 
002390         GO TO 4000-EXIT.                                         CPYDATE 
002400     COMPUTE WS-DATE-NUM = FUNCTION DATE-OF-INTEGER(WS-CHK-INT).  CPYDATE 
002410     MOVE WS-DATE-NUM TO DTS-RESULT-DATE.                         CPYDATE 
002420     MOVE 'Y' TO DTS-RESULT.                                      CPYDATE 
002430 4000-EXIT.                                                       CPYDATE 
002440     EXIT.                                                        CPYDATE 
002450*                                                                 CPYDATE 
002460 4100-ROLL-ONE-DAY.                                               CPYDATE 
002470     PERFORM 2000-CLASSIFY-DAY THRU 2000-EXIT.                    CPYDATE 
002480     IF NOT WS-BUSINESS-DAY                                       CPYDATE 
002490         ADD 1 TO WS-CHK-INT                                      CPYDATE 
002500         ADD 1 TO WS-ROLL-COUNT                                   CPYDATE 
002510     END-IF.                                                      CPYDATE 
002520 4100-EXIT.                                                       CPYDATE 
002530     EXIT.                                                        CPYDATE 
