000240*               UNASSIGNED EXCEPTION NAMING AN OWNED COPYBOOK     CPYEXCM 
000250*               LISTS THE OWNER'S FIRST CONTACT (FLAGGED *),      CPYEXCM 
000260*               AND A MARK CARD WITH NO OWNER DEFAULTS TO IT.     CPYEXCM 
000262*2026-10-15 RS  RETRY NO LONGER CLOSES COMPILE EXCEPTIONS - A     CPYEXCM 
000264*               CLEAN EXPANSION DOES NOT MEAN THE DECK COMPILES.  CPYEXCM 
000266*               CPYCOMP CLOSES THEM WHEN THE MEMBER NEXT          CPYEXCM 
000268*               COMPILES CLEAN.                                   CPYEXCM 
000269*2026-10-15 RS  AGE COUNTS THROUGH THE CPYDATE SHOP DATE          CPYEXCM 
000270*               SERVICE.  AGE CARD COLS 14-21 BUSINESS AGES IN    CPYEXCM 
000271*               BUSINESS DAYS FROM THE SHOP CALENDAR, SO A        CPYEXCM 
000272*               FRIDAY EXCEPTION NO LONGER AGES OVER THE          CPYEXCM 
000273*               WEEKEND; CALENDAR OR BLANK KEEPS CALENDAR DAYS.   CPYEXCM 
000274*-------------------------------------------------------------    CPYEXCM 
000280 ENVIRONMENT DIVISION.                                            CPYEXCM 
000290 CONFIGURATION SECTION.                                           CPYEXCM 
000300 SOURCE-COMPUTER. GENERIC-COMPUTER.                               CPYEXCM 
000780 77  WS-MARK-OWNER           PIC X(08) VALUE SPACES.              CPYEXCM 
000790 77  WS-USERID               PIC X(08) VALUE SPACES.              CPYEXCM 
000800 77  WS-AGE-DAYS             PIC 9(03) VALUE 0.                   CPYEXCM 
000803 77  WS-AGE-MODE             PIC X(01) VALUE 'C'.                 CPYEXCM 
000806     88  WS-AGE-BUSINESS     VALUE 'B'.                           CPYEXCM 
000810 77  WS-TODAY                PIC 9(08) VALUE 0.                   CPYEXCM 
000850 77  WS-REC-AGE              PIC S9(05) COMP VALUE 0.             CPYEXCM 
000860 77  WS-EDIT-AGE             PIC -(03)9.                          CPYEXCM 
000870 77  WS-OPEN-COUNT           PIC 9(05) COMP VALUE 0.              CPYEXCM 
001200 COPY CPYAUT.                                                     CPYEXCM 
001210 COPY CPYLKP.                                                     CPYEXCM 
001220 COPY CPYPRM.                                                     CPYEXCM 
001225 COPY CPYDTP.                                                     CPYEXCM 
001230 PROCEDURE DIVISION.                                              CPYEXCM 
001240*-------------------------------------------------------------    CPYEXCM 
001250*0000-MAINLINE                                                    CPYEXCM 
001270 0000-MAINLINE.                                                   CPYEXCM 
001280     PERFORM 8600-LOAD-OWNERSHIP THRU 8600-EXIT.                  CPYEXCM 
001290     ACCEPT WS-TODAY FROM DATE YYYYMMDD.                          CPYEXCM 
001310     PERFORM 1000-READ-SYSIN-CARD THRU 1000-EXIT.                 CPYEXCM 
001320     MOVE WS-USERID TO AUTH-USER-ID.                              CPYEXCM 
001330     MOVE 'RETRY' TO AUTH-FUNCTION.                               CPYEXCM 
001940             IF WS-PARM-FILE-REC(10:3) NUMERIC                    CPYEXCM 
001950                 MOVE WS-PARM-FILE-REC(10:3) TO WS-AGE-DAYS       CPYEXCM 
001960             END-IF                                               CPYEXCM 
001962             IF WS-PARM-FILE-REC(14:8) = 'BUSINESS'               CPYEXCM 
001964                 MOVE 'B' TO WS-AGE-MODE                          CPYEXCM 
001966             END-IF                                               CPYEXCM 
001970         WHEN OTHER                                               CPYEXCM 
001980             CONTINUE                                             CPYEXCM 
001990     END-EVALUATE.                                                CPYEXCM 
004220     PERFORM 2900-EFFECTIVE-STATUS THRU 2900-EXIT.                CPYEXCM 
004230     IF WS-EFF-STATUS NOT = 'RESOLVED'                            CPYEXCM 
004240         AND WS-EFF-STATUS NOT = 'PERMANENT'                      CPYEXCM 
004245         AND EXC-REASON-CODE NOT = 'COMPILE'                      CPYEXCM 
004250         MOVE 'N' TO WS-FOUND-SW                                  CPYEXCM 
004260         PERFORM 4350-MATCH-PASSED-TRY THRU 4350-EXIT             CPYEXCM 
004270             VARYING WS-TIX FROM 1 BY 1                           CPYEXCM 
004500 5000-AGE-REPORT.                                                 CPYEXCM 
004510     OPEN OUTPUT RPT-FILE.                                        CPYEXCM 
004520     MOVE 'CPYEXCM EXCEPTION AGING REPORT' TO WS-RPT-FILE-REC.    CPYEXCM 
004521     IF WS-AGE-BUSINESS                                           CPYEXCM 
004522         MOVE '- BUSINESS DAYS' TO WS-RPT-FILE-REC(32:15)         CPYEXCM 
004523     ELSE                                                         CPYEXCM 
004524         MOVE '- CALENDAR DAYS' TO WS-RPT-FILE-REC(32:15)         CPYEXCM 
004525     END-IF.                                                      CPYEXCM 
004530     WRITE WS-RPT-FILE-REC.                                       CPYEXCM 
004540     OPEN INPUT EXC-FILE.                                         CPYEXCM 
004550     IF WS-EXC-FILE-STATUS NOT = '00'                             CPYEXCM 
004760         GO TO 5100-EXIT.                                         CPYEXCM 
004770     IF EXC-TIMESTAMP(1:8) NOT NUMERIC                            CPYEXCM 
004780         GO TO 5100-EXIT.                                         CPYEXCM 
004785     MOVE 'D' TO DTS-FUNCTION.                                    CPYEXCM 
004790     MOVE WS-AGE-MODE TO DTS-MODE.                                CPYEXCM 
004795     MOVE EXC-TIMESTAMP(1:8) TO DTS-FROM-DATE.                    CPYEXCM 
004800     MOVE WS-TODAY TO DTS-TO-DATE.                                CPYEXCM 
004805     CALL 'CPYDATE' USING CPYDATE-PARMS.                          CPYEXCM 
004810     IF NOT DTS-OK                                                CPYEXCM 
004815         GO TO 5100-EXIT.                                         CPYEXCM 
004820     MOVE DTS-DAYS TO WS-REC-AGE.                                 CPYEXCM 
004830     IF WS-REC-AGE < WS-AGE-DAYS                                  CPYEXCM 
004840         GO TO 5100-EXIT.                                         CPYEXCM 
004850     ADD 1 TO WS-OPEN-COUNT.                                      CPYEXCM 
004890     MOVE EXC-PROGRAM-NAME TO WS-RPT-FILE-REC(17:10).             CPYEXCM 
004900     MOVE WS-EFF-STATUS TO WS-RPT-FILE-REC(28:10).                CPYEXCM 
004910     MOVE WS-EDIT-AGE TO WS-RPT-FILE-REC(39:4).                   CPYEXCM 
004913     IF WS-AGE-BUSINESS                                           CPYEXCM 
004916         MOVE 'BDAYS OPEN' TO WS-RPT-FILE-REC(44:10)              CPYEXCM 
004919     ELSE                                                         CPYEXCM 
004922         MOVE 'DAYS OPEN' TO WS-RPT-FILE-REC(44:9)                CPYEXCM 
004925     END-IF.                                                      CPYEXCM 
004930     MOVE EXC-ASSIGNED-TO TO WS-RPT-FILE-REC(55:8).               CPYEXCM 
004940     WRITE WS-RPT-FILE-REC.                                       CPYEXCM 
004950 5100-EXIT.                                                       CPYEXCM 
