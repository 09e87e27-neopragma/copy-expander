000150*               IN THE NIGHTLY WARNING COUNTS.  REPORT IN         CPYWVRR 
000160*               registry/CPYWVRR.RPT; RC 4 WHEN ANY WAIVER IS     CPYWVRR 
000170*               EXPIRING OR EXPIRED.                              CPYWVRR 
000171*2026-10-15 RS  DAYS TO EXPIRY NOW COME FROM THE CPYDATE SHOP     CPYWVRR 
000172*               DATE SERVICE.  SYSIN COLS 5-12 BUSINESS COUNTS    CPYWVRR 
000173*               BUSINESS DAYS FROM THE SHOP CALENDAR (THE         CPYWVRR 
000174*               WINDOW TOO); CALENDAR OR BLANK KEEPS CALENDAR     CPYWVRR 
000175*               DAYS.  THE HEADING SAYS WHICH.                    CPYWVRR 
000180*-------------------------------------------------------------    CPYWVRR 
000190 ENVIRONMENT DIVISION.                                            CPYWVRR 
000200 CONFIGURATION SECTION.                                           CPYWVRR 
000510 77  WS-EOF-SW               PIC X(01) VALUE 'N'.                 CPYWVRR 
000520     88  WS-EOF              VALUE 'Y'.                           CPYWVRR 
000530 77  WS-WINDOW-DAYS          PIC 9(03) VALUE 30.                  CPYWVRR 
000533 77  WS-DAY-MODE             PIC X(01) VALUE 'C'.                 CPYWVRR 
000536     88  WS-BUSINESS-DAYS    VALUE 'B'.                           CPYWVRR 
000540 77  WS-TODAY                PIC 9(08) VALUE 0.                   CPYWVRR 
000580 77  WS-DAYS-LEFT            PIC S9(05) COMP VALUE 0.             CPYWVRR 
000590 77  WS-EDIT-DAYS            PIC -(04)9.                          CPYWVRR 
000600 77  WS-FLAG-COUNT           PIC 9(04) COMP VALUE 0.              CPYWVRR 
000610 77  WS-EDIT-COUNT           PIC Z(03)9.                          CPYWVRR 
000615 COPY CPYDTP.                                                     CPYWVRR 
000620 PROCEDURE DIVISION.                                              CPYWVRR 
000630*-------------------------------------------------------------    CPYWVRR 
000640*0000-MAINLINE                                                    CPYWVRR 
000650*-------------------------------------------------------------    CPYWVRR 
000660 0000-MAINLINE.                                                   CPYWVRR 
000670     ACCEPT WS-TODAY FROM DATE YYYYMMDD.                          CPYWVRR 
000690     OPEN INPUT PARM-FILE.                                        CPYWVRR 
000700     IF WS-PARM-FILE-STATUS = '00'                                CPYWVRR 
000710         READ PARM-FILE INTO WS-PARM-FILE-REC                     CPYWVRR 
000750                     MOVE WS-PARM-FILE-REC(1:3)                   CPYWVRR 
000760                         TO WS-WINDOW-DAYS                        CPYWVRR 
000770                 END-IF                                           CPYWVRR 
000772                 IF WS-PARM-FILE-REC(5:8) = 'BUSINESS'            CPYWVRR 
000774                     MOVE 'B' TO WS-DAY-MODE                      CPYWVRR 
000776                 END-IF                                           CPYWVRR 
000780         END-READ                                                 CPYWVRR 
000790         CLOSE PARM-FILE                                          CPYWVRR 
000800     END-IF.                                                      CPYWVRR 
000810     OPEN OUTPUT RPT-FILE.                                        CPYWVRR 
000820     MOVE 'CPYWVRR WAIVER EXPIRY REPORT' TO WS-RPT-FILE-REC.      CPYWVRR 
000821     IF WS-BUSINESS-DAYS                                          CPYWVRR 
000822         MOVE '- BUSINESS DAYS' TO WS-RPT-FILE-REC(30:15)         CPYWVRR 
000823     ELSE                                                         CPYWVRR 
000824         MOVE '- CALENDAR DAYS' TO WS-RPT-FILE-REC(30:15)         CPYWVRR 
000825     END-IF.                                                      CPYWVRR 
000830     WRITE WS-RPT-FILE-REC.                                       CPYWVRR 
000840     OPEN INPUT WVR-FILE.                                         CPYWVRR 
000850     IF WS-WVR-FILE-STATUS NOT = '00'                             CPYWVRR 
001120         GO TO 2000-EXIT.                                         CPYWVRR 
001130     IF WS-WVR-FILE-REC(32:8) NOT NUMERIC                         CPYWVRR 
001140         GO TO 2000-EXIT.                                         CPYWVRR 
001145     MOVE 'D' TO DTS-FUNCTION.                                    CPYWVRR 
001150     MOVE WS-DAY-MODE TO DTS-MODE.                                CPYWVRR 
001155     MOVE WS-TODAY TO DTS-FROM-DATE.                              CPYWVRR 
001160     MOVE WS-WVR-FILE-REC(32:8) TO DTS-TO-DATE.                   CPYWVRR 
001165     CALL 'CPYDATE' USING CPYDATE-PARMS.                          CPYWVRR 
001170     IF NOT DTS-OK                                                CPYWVRR 
001175         GO TO 2000-EXIT.                                         CPYWVRR 
001180     MOVE DTS-DAYS TO WS-DAYS-LEFT.                               CPYWVRR 
001190     MOVE WS-DAYS-LEFT TO WS-EDIT-DAYS.                           CPYWVRR 
001200     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYWVRR 
001210     MOVE WS-WVR-FILE-REC(1:10)  TO WS-RPT-FILE-REC(1:10).        CPYWVRR 
