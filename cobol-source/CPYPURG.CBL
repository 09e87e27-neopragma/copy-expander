000260*               FLIGHT AND A RESTART ROLLS EACH FILE FORWARD      CPYPURG 
000270*               OR BACK CLEANLY.  THE OLD IN-MEMORY 500-LINE      CPYPURG 
000280*               KEEP TABLE (AND ITS SILENT OVERFLOW) IS GONE.     CPYPURG 
000281*2026-10-15 RS  JOB-STREAM COMPLETION LEDGER.  THE RUN CALLS      CPYPURG 
000282*               CPYJLOG AS IT STARTS AND AGAIN BEFORE EVERY       CPYPURG 
000283*               GOBACK, APPENDING JOB, STEP, START, END AND RC    CPYPURG 
000284*               TO registry/CPYJOBL.DAT FOR THE CPYJCHK           CPYPURG 
000285*               PREDECESSOR CHECK AGAINST config/CPYSCHD.DAT.     CPYPURG 
000286*2026-10-15 RS  THE CUTOFF GOES THROUGH THE CPYDATE SHOP DATE     CPYPURG 
000287*               SERVICE.  SYSIN COLS 10-17 BUSINESS ROLLS THE     CPYPURG 
000288*               FIRST-OF-MONTH CUTOFF TO THE FIRST BUSINESS DAY   CPYPURG 
000289*               ON OR AFTER IT IN THE SHOP CALENDAR, SO THE       CPYPURG 
000290*               RETENTION WINDOW OPENS ON A DAY THE SHOP RAN;     CPYPURG 
000291*               CALENDAR OR BLANK KEEPS THE CALENDAR DATE.        CPYPURG 
000292*2026-10-15 RS  A COMPLETED PURGE APPENDS A USAGE RECORD TO THE   CPYPURG 
000293*               SHARED-SERVICE ACCOUNTING FILE registry/          CPYPURG 
000294*               CPYACT.DAT (USER, FUNCTION PURGE, PROGRAM         CPYPURG 
000295*               CPYPURG) SO THE ACCESS RECERTIFICATION CAN SHOW   CPYPURG 
000296*               WHEN EACH PURGE GRANT WAS LAST USED.              CPYPURG 
000297*-------------------------------------------------------------    CPYPURG 
000300 ENVIRONMENT DIVISION.                                            CPYPURG 
000310 CONFIGURATION SECTION.                                           CPYPURG 
000320 SOURCE-COMPUTER. GENERIC-COMPUTER.                               CPYPURG 
000540     SELECT CHN-FILE ASSIGN TO DYNAMIC WS-CHN-FILENAME            CPYPURG 
000550         ORGANIZATION LINE SEQUENTIAL                             CPYPURG 
000560         FILE STATUS IS WS-CHN-FILE-STATUS.                       CPYPURG 
000562     SELECT ACT-FILE ASSIGN TO DYNAMIC WS-ACT-FILENAME            CPYPURG 
000564         ORGANIZATION LINE SEQUENTIAL                             CPYPURG 
000566         FILE STATUS IS WS-ACT-FILE-STATUS.                       CPYPURG 
000570 DATA DIVISION.                                                   CPYPURG 
000580 FILE SECTION.                                                    CPYPURG 
000590 FD  PARM-FILE.                                                   CPYPURG 
000700 01  WS-STA-FILE-REC     PIC X(80).                               CPYPURG 
000710 FD  CHN-FILE.                                                    CPYPURG 
000720 01  WS-CHN-FILE-REC     PIC X(80).                               CPYPURG 
000723 FD  ACT-FILE.                                                    CPYPURG 
000726 01  WS-ACT-FILE-REC     PIC X(80).                               CPYPURG 
000730 WORKING-STORAGE SECTION.                                         CPYPURG 
000740*-------------------------------------------------------------    CPYPURG 
000750*FILE STATUS AND DYNAMIC FILE NAMES                               CPYPURG 
000920 77  WS-RPT-FILENAME        PIC X(80)                             CPYPURG 
000930         VALUE 'registry/CPYPURG.RPT'.                            CPYPURG 
000940 77  WS-RPT-FILE-STATUS     PIC X(02) VALUE '00'.                 CPYPURG 
000941*THE ACCOUNTING FILE THE EXPANDER WRITES, ONE RECORD PER RUN.     CPYPURG 
000942 77  WS-ACT-FILENAME        PIC X(80)                             CPYPURG 
000943         VALUE 'registry/CPYACT.DAT'.                             CPYPURG 
000944 77  WS-ACT-FILE-STATUS     PIC X(02) VALUE '00'.                 CPYPURG 
000945 77  WS-ACT-DATE            PIC X(08) VALUE SPACES.               CPYPURG 
000946 77  WS-ACT-TIME            PIC X(08) VALUE SPACES.               CPYPURG 
000950*-------------------------------------------------------------    CPYPURG 
000960*SWITCHES                                                         CPYPURG 
000970*-------------------------------------------------------------    CPYPURG 
001100 77  WS-EDIT-CUTOFF-YYYY     PIC 9(04) VALUE 0.                   CPYPURG 
001110 77  WS-EDIT-CUTOFF-MM       PIC 9(02) VALUE 0.                   CPYPURG 
001120 77  WS-CUTOFF-DATE          PIC X(08) VALUE SPACES.              CPYPURG 
001123 77  WS-DAY-MODE             PIC X(01) VALUE 'C'.                 CPYPURG 
001126     88  WS-BUSINESS-DAYS    VALUE 'B'.                           CPYPURG 
001130*-------------------------------------------------------------    CPYPURG 
001140*CRASH-SAFE REWRITE STATE.  EACH REGISTRY IS STREAMED TO A        CPYPURG 
001150*.NEW FILE AND ONLY A VERIFIED COMPLETION SWAPS IT INTO           CPYPURG 
001600 77  WS-EDIT-TOTAL-KEPT      PIC 9(05) VALUE 0.                   CPYPURG 
001610 77  WS-EDIT-TOTAL-DROPPED   PIC 9(05) VALUE 0.                   CPYPURG 
001620 77  WS-RPT-LINE             PIC X(80) VALUE SPACES.              CPYPURG 
001625 COPY CPYJLP.                                                     CPYPURG 
001627 COPY CPYDTP.                                                     CPYPURG 
001630 PROCEDURE DIVISION.                                              CPYPURG 
001640*-------------------------------------------------------------    CPYPURG 
001650*0000-MAINLINE                                                    CPYPURG 
001660*-------------------------------------------------------------    CPYPURG 
001670 0000-MAINLINE.                                                   CPYPURG 
001672     MOVE 'CPYPURG' TO JLG-JOB.                                   CPYPURG 
001674     MOVE 'STEP010' TO JLG-STEP.                                  CPYPURG 
001676     MOVE 'S' TO JLG-ACTION.                                      CPYPURG 
001678     CALL 'CPYJLOG' USING CPYJLOG-PARMS.                          CPYPURG 
001680     OPEN INPUT PARM-FILE.                                        CPYPURG 
001690     IF WS-PARM-FILE-STATUS = '00'                                CPYPURG 
001700         READ PARM-FILE INTO WS-PARM-FILE-REC                     CPYPURG 
001710             AT END CONTINUE                                      CPYPURG 
001720             NOT AT END                                           CPYPURG 
001730                 MOVE WS-PARM-FILE-REC(1:8) TO WS-USERID          CPYPURG 
001732                 IF WS-PARM-FILE-REC(10:8) = 'BUSINESS'           CPYPURG 
001734                     MOVE 'B' TO WS-DAY-MODE                      CPYPURG 
001736                 END-IF                                           CPYPURG 
001740         END-READ                                                 CPYPURG 
001750         CLOSE PARM-FILE                                          CPYPURG 
001760     END-IF.                                                      CPYPURG 
001840         DISPLAY 'CPYPURG - USER ' WS-USERID                      CPYPURG 
001850             ' NOT AUTHORIZED FOR PURGE'                          CPYPURG 
001860         MOVE 8 TO RETURN-CODE                                    CPYPURG 
001865         PERFORM 9990-POST-COMPLETION THRU 9990-EXIT              CPYPURG 
001870         GOBACK                                                   CPYPURG 
001880     END-IF.                                                      CPYPURG 
001890*    THE PURGE REWRITES THE SHARED AUDIT, EXCEPTION AND           CPYPURG 
001950     IF NOT LOCK-OBTAINED                                         CPYPURG 
001960         DISPLAY 'CPYPURG - COULD NOT OBTAIN THE EXPANSION LOCK'  CPYPURG 
001970         MOVE 8 TO RETURN-CODE                                    CPYPURG 
001975         PERFORM 9990-POST-COMPLETION THRU 9990-EXIT              CPYPURG 
001980         GOBACK                                                   CPYPURG 
001990     END-IF.                                                      CPYPURG 
002000     PERFORM 1500-RECOVER-PRIOR-PURGE THRU 1500-EXIT.             CPYPURG 
002060     PERFORM 3000-PURGE-EXCEPTION-FILE THRU 3000-EXIT.            CPYPURG 
002070     PERFORM 4000-PURGE-CHECKPOINT-FILE THRU 4000-EXIT.           CPYPURG 
002080     PERFORM 8000-WRITE-TRAILER THRU 8000-EXIT.                   CPYPURG 
002085     PERFORM 8100-WRITE-USAGE-RECORD THRU 8100-EXIT.              CPYPURG 
002090     CALL 'CBL_DELETE_FILE' USING WS-STA-FILENAME.                CPYPURG 
002100     CLOSE RPT-FILE.                                              CPYPURG 
002110     DISPLAY 'CPYPURG CUTOFF=' WS-CUTOFF-DATE                     CPYPURG 
002160     MOVE WS-USERID TO LOCK-HOLDER.                               CPYPURG 
002170     CALL 'CPYLOCK' USING CPYLOCK-PARMS.                          CPYPURG 
002180     MOVE WS-WORST-RC TO RETURN-CODE.                             CPYPURG 
002185     PERFORM 9990-POST-COMPLETION THRU 9990-EXIT                  CPYPURG 
002190     GOBACK.                                                      CPYPURG 
002200*-------------------------------------------------------------    CPYPURG 
002210*1000-LOAD-RETENTION-CONFIG - READ config/RETAIN.CFG FOR THE      CPYPURG 
002710     MOVE SPACES TO WS-CUTOFF-DATE.                               CPYPURG 
002720     STRING WS-EDIT-CUTOFF-YYYY WS-EDIT-CUTOFF-MM '01'            CPYPURG 
002730         DELIMITED BY SIZE INTO WS-CUTOFF-DATE.                   CPYPURG 
002731*    IN BUSINESS MODE THE WINDOW OPENS ON THE FIRST BUSINESS      CPYPURG 
002732*    DAY OF THE CUTOFF MONTH; IN CALENDAR MODE THE SERVICE        CPYPURG 
002733*    HANDS THE DATE BACK UNCHANGED.                               CPYPURG 
002734     MOVE 'N' TO DTS-FUNCTION.                                    CPYPURG 
002735     MOVE WS-DAY-MODE TO DTS-MODE.                                CPYPURG 
002736     MOVE WS-CUTOFF-DATE TO DTS-FROM-DATE.                        CPYPURG 
002737     CALL 'CPYDATE' USING CPYDATE-PARMS.                          CPYPURG 
002738     IF DTS-OK                                                    CPYPURG 
002739         MOVE DTS-RESULT-DATE TO WS-CUTOFF-DATE                   CPYPURG 
002740     END-IF.                                                      CPYPURG 
002741 1100-EXIT.                                                       CPYPURG 
002750     EXIT.                                                        CPYPURG 
002760*-------------------------------------------------------------    CPYPURG 
002770*2000/3000/4000 - PURGE ONE REGISTRY EACH.  THE SHARED            CPYPURG 
004910     WRITE WS-RPT-FILE-REC.                                       CPYPURG 
004920 8000-EXIT.                                                       CPYPURG 
004930     EXIT.                                                        CPYPURG 
004931*-------------------------------------------------------------    CPYPURG 
004932*8100-WRITE-USAGE-RECORD - THE PURGE GOES ON THE ACCOUNTING       CPYPURG 
004933*FILE IN THE EXPANDER'S LAYOUT: TIMESTAMP, USER, FUNCTION,        CPYPURG 
004934*PROGRAM, THEN ZERO LINES, COPYBOOKS AND SECONDS.                 CPYPURG 
004935*-------------------------------------------------------------    CPYPURG 
004936 8100-WRITE-USAGE-RECORD.                                         CPYPURG 
004937     OPEN EXTEND ACT-FILE.                                        CPYPURG 
004938     IF WS-ACT-FILE-STATUS = '35'                                 CPYPURG 
004939         OPEN OUTPUT ACT-FILE                                     CPYPURG 
004940     END-IF.                                                      CPYPURG 
004941     IF WS-ACT-FILE-STATUS NOT = '00'                             CPYPURG 
004942         GO TO 8100-EXIT.                                         CPYPURG 
004943     ACCEPT WS-ACT-DATE FROM DATE YYYYMMDD.                       CPYPURG 
004944     ACCEPT WS-ACT-TIME FROM TIME.                                CPYPURG 
004945     MOVE SPACES TO WS-ACT-FILE-REC.                              CPYPURG 
004946     STRING WS-ACT-DATE WS-ACT-TIME(1:7)                          CPYPURG 
004947         DELIMITED BY SIZE INTO WS-ACT-FILE-REC(1:15).            CPYPURG 
004948     MOVE WS-USERID TO WS-ACT-FILE-REC(17:8).                     CPYPURG 
004949     MOVE 'PURGE' TO WS-ACT-FILE-REC(26:8).                       CPYPURG 
004950     MOVE 'CPYPURG' TO WS-ACT-FILE-REC(35:10).                    CPYPURG 
004951     MOVE '00000000' TO WS-ACT-FILE-REC(46:8).                    CPYPURG 
004952     MOVE '000' TO WS-ACT-FILE-REC(55:3).                         CPYPURG 
004953     MOVE '000000' TO WS-ACT-FILE-REC(59:6).                      CPYPURG 
004954     WRITE WS-ACT-FILE-REC.                                       CPYPURG 
004955     CLOSE ACT-FILE.                                              CPYPURG 
004956 8100-EXIT.                                                       CPYPURG 
004957     EXIT.                                                        CPYPURG 
004958*-------------------------------------------------------------    CPYPURG 
004959*9990-POST-COMPLETION - APPEND THIS RUN'S RECORD TO THE           CPYPURG 
004960*JOB-STREAM LEDGER.  THE CALL WOULD CLEAR RETURN-CODE, SO THE     CPYPURG 
004970*CODE THE RUN ENDS WITH IS CARRIED ACROSS IT IN JLG-RC.           CPYPURG 
004980*-------------------------------------------------------------    CPYPURG 
004990 9990-POST-COMPLETION.                                            CPYPURG 
005000     MOVE RETURN-CODE TO JLG-RC.                                  CPYPURG 
005010     MOVE 'E' TO JLG-ACTION.                                      CPYPURG 
005020     CALL 'CPYJLOG' USING CPYJLOG-PARMS.                          CPYPURG 
005030     MOVE JLG-RC TO RETURN-CODE.                                  CPYPURG 
005040 9990-EXIT.                                                       CPYPURG 
005050     EXIT.                                                        CPYPURG 
