000280*               EACH config/MEMBERS.LST ENTRY, BLANK = 9) ON      CPYTURN 
000290*               PAGE ONE, SO THE HANDOFF SEES AT A GLANCE         CPYTURN 
000300*               WHETHER THE CRITICAL SET CAME THROUGH CLEAN.      CPYTURN 
000301*2026-10-15 RS  PROMOTION QUEUE SECTION (registry/CPYPRQ.DAT):    CPYTURN 
000302*               EVERY SCHEDULED REQUEST STILL PENDING, APPROVED,  CPYTURN 
000303*               HELD BY A FREEZE OR REFUSED AT APPLY, PLUS THOSE  CPYTURN 
000304*               APPLIED ON THE REPORT DATE, WITH THEIR NOTES.     CPYTURN 
000305*               THE CLASS LOOPS NOW STEP WS-MCL-IX; THE           CPYTURN 
000306*               ONE-DIGIT CLASS NEVER PASSED 9, SO THEY NEVER     CPYTURN 
000307*               ENDED.                                            CPYTURN 
000308*2026-10-15 RS  JOB-STREAM COMPLETION LEDGER.  THE RUN CALLS      CPYTURN 
000309*               CPYJLOG AS IT STARTS AND AGAIN BEFORE EVERY       CPYTURN 
000310*               GOBACK, APPENDING JOB, STEP, START, END AND RC    CPYTURN 
000311*               TO registry/CPYJOBL.DAT FOR THE CPYJCHK           CPYTURN 
000312*               PREDECESSOR CHECK AGAINST config/CPYSCHD.DAT.     CPYTURN 
000313*2026-10-15 RS  JOB STREAM CHECK SECTION: EVERY SCHEDULED JOB     CPYTURN 
000314*               AND STEP OF THE NIGHT AS CPYJCHK JUDGES IT        CPYTURN 
000315*               (MISSING, FAILED, OUT OF ORDER, STARTED AFTER     CPYTURN 
000316*               A PREDECESSOR FAILED), WITH THE TOTALS.           CPYTURN 
000317*-------------------------------------------------------------    CPYTURN 
000320 ENVIRONMENT DIVISION.                                            CPYTURN 
000330 CONFIGURATION SECTION.                                           CPYTURN 
000340 SOURCE-COMPUTER. GENERIC-COMPUTER.                               CPYTURN 
000590     SELECT PRVOUT-FILE ASSIGN TO DYNAMIC WS-PRVOUT-FILENAME      CPYTURN 
000600         ORGANIZATION LINE SEQUENTIAL                             CPYTURN 
000610         FILE STATUS IS WS-PRVOUT-FILE-STATUS.                    CPYTURN 
000612     SELECT PRQ-FILE ASSIGN TO DYNAMIC WS-PRQ-FILENAME            CPYTURN 
000614         ORGANIZATION LINE SEQUENTIAL                             CPYTURN 
000616         FILE STATUS IS WS-PRQ-FILE-STATUS.                       CPYTURN 
000620     SELECT RPT-FILE ASSIGN TO DYNAMIC WS-RPT-FILENAME            CPYTURN 
000630         ORGANIZATION LINE SEQUENTIAL                             CPYTURN 
000640         FILE STATUS IS WS-RPT-FILE-STATUS.                       CPYTURN 
000800 01  WS-PRV-FILE-REC         PIC X(80).                           CPYTURN 
000810 FD  PRVOUT-FILE.                                                 CPYTURN 
000820 01  WS-PRVOUT-FILE-REC      PIC X(80).                           CPYTURN 
000823 FD  PRQ-FILE.                                                    CPYTURN 
000826 01  WS-PRQ-FILE-REC         PIC X(160).                          CPYTURN 
000830 FD  RPT-FILE.                                                    CPYTURN 
000840 01  WS-RPT-FILE-REC         PIC X(132).                          CPYTURN 
000850 WORKING-STORAGE SECTION.                                         CPYTURN 
001290 77  WS-RIX                  PIC 9(02) COMP VALUE 0.              CPYTURN 
001300 77  WS-FOUND-SW             PIC X(01) VALUE 'N'.                 CPYTURN 
001310     88  WS-FOUND            VALUE 'Y'.                           CPYTURN 
001312 77  WS-PRQ-FILENAME         PIC X(80)                            CPYTURN 
001314         VALUE 'registry/CPYPRQ.DAT'.                             CPYTURN 
001316 77  WS-PRQ-FILE-STATUS      PIC X(02) VALUE '00'.                CPYTURN 
001318 77  WS-PRQ-LISTED           PIC 9(05) COMP VALUE 0.              CPYTURN 
001319*THE NIGHT'S JOB-STREAM CHECK, ONE LINE PER SCHEDULE ENTRY.       CPYTURN 
001320 77  WS-JCK-COUNT1           PIC Z(03)9.                          CPYTURN 
001321 77  WS-JCK-COUNT2           PIC Z(03)9.                          CPYTURN 
001322 77  WS-JCK-COUNT3           PIC Z(03)9.                          CPYTURN 
001323 77  WS-JCK-COUNT4           PIC Z(03)9.                          CPYTURN 
001324 77  WS-JCK-EDIT-RC          PIC Z(03)9.                          CPYTURN 
001325*FAILURES BY REASON CODE                                          CPYTURN 
001330 01  WS-RSN-TABLE.                                                CPYTURN 
001340     05  WS-RSN-COUNT        PIC 9(02) COMP VALUE 0.              CPYTURN 
001350     05  WS-RSN-ENT OCCURS 20 TIMES.                              CPYTURN 
001560 COPY CPYAUD.                                                     CPYTURN 
001570 COPY CPYEXC.                                                     CPYTURN 
001580 COPY CPYALQ.                                                     CPYTURN 
001585 COPY CPYPRQ.                                                     CPYTURN 
001587 COPY CPYJLP.                                                     CPYTURN 
001588 COPY CPYJCP.                                                     CPYTURN 
001590 PROCEDURE DIVISION.                                              CPYTURN 
001600*-------------------------------------------------------------    CPYTURN 
001610*0000-MAINLINE                                                    CPYTURN 
001620*-------------------------------------------------------------    CPYTURN 
001630 0000-MAINLINE.                                                   CPYTURN 
001632     MOVE 'CPYTURN' TO JLG-JOB.                                   CPYTURN 
001634     MOVE 'STEP010' TO JLG-STEP.                                  CPYTURN 
001636     MOVE 'S' TO JLG-ACTION.                                      CPYTURN 
001638     CALL 'CPYJLOG' USING CPYJLOG-PARMS.                          CPYTURN 
001640     ACCEPT WS-REPORT-DATE FROM DATE YYYYMMDD.                    CPYTURN 
001650     OPEN INPUT PARM-FILE.                                        CPYTURN 
001660     IF WS-PARM-FILE-STATUS = '00'                                CPYTURN 
002040     PERFORM 5000-WRITE-PAGE-ONE-SUMMARY THRU 5000-EXIT.          CPYTURN 
002050     PERFORM 3000-SCAN-EXCEPTIONS THRU 3000-EXIT.                 CPYTURN 
002060     PERFORM 4000-SCAN-ALERTS THRU 4000-EXIT.                     CPYTURN 
002065     PERFORM 4500-SCAN-PROMOTION-QUEUE THRU 4500-EXIT.            CPYTURN 
002067     PERFORM 4600-CHECK-JOB-STREAM THRU 4600-EXIT.                CPYTURN 
002070     PERFORM 6000-WRITE-WARNING-DETAIL THRU 6000-EXIT.            CPYTURN 
002080     CLOSE RPT-FILE.                                              CPYTURN 
002090     PERFORM 9000-ROLL-FORWARD-SNAPSHOT THRU 9000-EXIT.           CPYTURN 
002100     DISPLAY 'CPYTURN RUNS=' WS-RUNS ' FAILED=' WS-FAIL-COUNT     CPYTURN 
002110         ' WARNINGS=' WS-WARN-TOTAL ' ALERTS=' WS-ALERT-COUNT.    CPYTURN 
002120     MOVE 0 TO RETURN-CODE.                                       CPYTURN 
002125     PERFORM 9990-POST-COMPLETION THRU 9990-EXIT                  CPYTURN 
002130     GOBACK.                                                      CPYTURN 
002140*                                                                 CPYTURN 
002150 1000-LOAD-PREVIOUS-NIGHT.                                        CPYTURN 
002600 1600-LOAD-MEMBER-CLASSES.                                        CPYTURN 
002610     MOVE 0 TO WS-MCL-COUNT.                                      CPYTURN 
002620     PERFORM 1610-CLEAR-ONE-CLASS THRU 1610-EXIT                  CPYTURN 
002630         VARYING WS-MCL-IX FROM 1 BY 1                            CPYTURN 
002640         UNTIL WS-MCL-IX > 9.                                     CPYTURN 
002650     OPEN INPUT MBR-FILE.                                         CPYTURN 
002660     IF WS-MBR-FILE-STATUS NOT = '00'                             CPYTURN 
002670         GO TO 1600-EXIT.                                         CPYTURN 
002730     EXIT.                                                        CPYTURN 
002740*                                                                 CPYTURN 
002750 1610-CLEAR-ONE-CLASS.                                            CPYTURN 
002760     MOVE 0 TO WS-CLS-RUNS(WS-MCL-IX)                             CPYTURN 
002770               WS-CLS-FAILS(WS-MCL-IX)                            CPYTURN 
002780               WS-CLS-WARNS(WS-MCL-IX).                           CPYTURN 
002790 1610-EXIT.                                                       CPYTURN 
002800     EXIT.                                                        CPYTURN 
002810*                                                                 CPYTURN 
004660 4100-EXIT.                                                       CPYTURN 
004670     EXIT.                                                        CPYTURN 
004680*                                                                 CPYTURN 
004681*-------------------------------------------------------------    CPYTURN 
004682*4500-SCAN-PROMOTION-QUEUE - SCHEDULED PROMOTIONS STILL OPEN      CPYTURN 
004683*(PENDING APPROVAL, APPROVED AND WAITING, HELD BY A FREEZE),      CPYTURN 
004684*THOSE REFUSED AT APPLY AND NOT YET REFILED, AND THOSE THE        CPYTURN 
004685*NIGHTLY RUN APPLIED ON THE REPORT DATE.                          CPYTURN 
004686*-------------------------------------------------------------    CPYTURN 
004687 4500-SCAN-PROMOTION-QUEUE.                                       CPYTURN 
004688     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYTURN 
004689     WRITE WS-RPT-FILE-REC.                                       CPYTURN 
004690     MOVE 'PROMOTION QUEUE:' TO WS-RPT-FILE-REC(1:16).            CPYTURN 
004691     WRITE WS-RPT-FILE-REC.                                       CPYTURN 
004692     MOVE 0 TO WS-PRQ-LISTED.                                     CPYTURN 
004693     OPEN INPUT PRQ-FILE.                                         CPYTURN 
004694     IF WS-PRQ-FILE-STATUS NOT = '00'                             CPYTURN 
004695         GO TO 4500-EXIT.                                         CPYTURN 
004696     MOVE 'N' TO WS-EOF-SW.                                       CPYTURN 
004697     PERFORM 4510-REPORT-ONE-REQUEST THRU 4510-EXIT               CPYTURN 
004698         UNTIL WS-EOF.                                            CPYTURN 
004699     CLOSE PRQ-FILE.                                              CPYTURN 
004700     IF WS-PRQ-LISTED = 0                                         CPYTURN 
004701         MOVE SPACES TO WS-RPT-FILE-REC                           CPYTURN 
004702         MOVE 'NONE' TO WS-RPT-FILE-REC(3:4)                      CPYTURN 
004703         WRITE WS-RPT-FILE-REC                                    CPYTURN 
004704     END-IF.                                                      CPYTURN 
004705 4500-EXIT.                                                       CPYTURN 
004706     EXIT.                                                        CPYTURN 
004707*                                                                 CPYTURN 
004708 4510-REPORT-ONE-REQUEST.                                         CPYTURN 
004709     READ PRQ-FILE INTO PRQ-RECORD                                CPYTURN 
004710         AT END MOVE 'Y' TO WS-EOF-SW                             CPYTURN 
004711     END-READ.                                                    CPYTURN 
004712     IF WS-EOF                                                    CPYTURN 
004713         GO TO 4510-EXIT.                                         CPYTURN 
004714     IF PRQ-APPLIED                                               CPYTURN 
004715         AND PRQ-ACTION-TS(1:8) NOT = WS-REPORT-DATE              CPYTURN 
004716         GO TO 4510-EXIT.                                         CPYTURN 
004717     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYTURN 
004718     EVALUATE TRUE                                                CPYTURN 
004719         WHEN PRQ-PENDING                                         CPYTURN 
004720             MOVE 'PENDING' TO WS-RPT-FILE-REC(3:8)               CPYTURN 
004721         WHEN PRQ-APPROVED                                        CPYTURN 
004722             MOVE 'APPROVED' TO WS-RPT-FILE-REC(3:8)              CPYTURN 
004723         WHEN PRQ-HELD                                            CPYTURN 
004724             MOVE 'HELD' TO WS-RPT-FILE-REC(3:8)                  CPYTURN 
004725         WHEN PRQ-APPLIED                                         CPYTURN 
004726             MOVE 'APPLIED' TO WS-RPT-FILE-REC(3:8)               CPYTURN 
004727         WHEN PRQ-REFUSED                                         CPYTURN 
004728             MOVE 'REFUSED' TO WS-RPT-FILE-REC(3:8)               CPYTURN 
004729         WHEN OTHER                                               CPYTURN 
004730             GO TO 4510-EXIT                                      CPYTURN 
004731     END-EVALUATE.                                                CPYTURN 
004732     ADD 1 TO WS-PRQ-LISTED.                                      CPYTURN 
004733     MOVE PRQ-COPYBOOK-NAME TO WS-RPT-FILE-REC(12:30).            CPYTURN 
004734     MOVE PRQ-VERSION TO WS-RPT-FILE-REC(43:10).                  CPYTURN 
004735     MOVE PRQ-EFFECTIVE-DATE TO WS-RPT-FILE-REC(54:8).            CPYTURN 
004736     MOVE PRQ-REQUESTER TO WS-RPT-FILE-REC(63:8).                 CPYTURN 
004737     MOVE PRQ-APPROVER TO WS-RPT-FILE-REC(72:8).                  CPYTURN 
004738     MOVE PRQ-NOTE TO WS-RPT-FILE-REC(81:40).                     CPYTURN 
004739     WRITE WS-RPT-FILE-REC.                                       CPYTURN 
004740 4510-EXIT.                                                       CPYTURN 
004741     EXIT.                                                        CPYTURN 
004742*                                                                 CPYTURN 
004743*-------------------------------------------------------------    CPYTURN 
004744*4600-CHECK-JOB-STREAM - THE NIGHT'S JOBS AGAINST THE SCHEDULE    CPYTURN 
004745*(config/CPYSCHD.DAT) FROM THE COMPLETION LEDGER.  THIS RUN IS    CPYTURN 
004746*THE LAST JOB OF THE STREAM AND COUNTS AS RUNNING NOW.            CPYTURN 
004747*-------------------------------------------------------------    CPYTURN 
004748 4600-CHECK-JOB-STREAM.                                           CPYTURN 
004749     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYTURN 
004750     WRITE WS-RPT-FILE-REC.                                       CPYTURN 
004751     MOVE WS-REPORT-DATE TO JCK-RUN-DATE.                         CPYTURN 
004752     MOVE 'CPYTURN' TO JCK-CALLER.                                CPYTURN 
004753     CALL 'CPYJCHK' USING CPYJCHK-PARMS.                          CPYTURN 
004754     IF JCK-NO-SCHEDULE                                           CPYTURN 
004755         MOVE 'JOB STREAM CHECK: NO SCHEDULE FILE'                CPYTURN 
004756             TO WS-RPT-FILE-REC                                   CPYTURN 
004757         WRITE WS-RPT-FILE-REC                                    CPYTURN 
004758         GO TO 4600-EXIT                                          CPYTURN 
004759     END-IF.                                                      CPYTURN 
004760     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYTURN 
004761     STRING 'JOB STREAM CHECK, ' DELIMITED BY SIZE                CPYTURN 
004762         JCK-WINDOW-START(1:12) DELIMITED BY SIZE                 CPYTURN 
004763         ' TO ' DELIMITED BY SIZE                                 CPYTURN 
004764         JCK-WINDOW-END(1:12) DELIMITED BY SIZE                   CPYTURN 
004765         ':' DELIMITED BY SIZE                                    CPYTURN 
004766         INTO WS-RPT-FILE-REC                                     CPYTURN 
004767     END-STRING.                                                  CPYTURN 
004768     WRITE WS-RPT-FILE-REC.                                       CPYTURN 
004769     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYTURN 
004770     MOVE 'JOB' TO WS-RPT-FILE-REC(3:3).                          CPYTURN 
004771     MOVE 'STEP' TO WS-RPT-FILE-REC(12:4).                        CPYTURN 
004772     MOVE 'STATUS' TO WS-RPT-FILE-REC(21:6).                      CPYTURN 
004773     MOVE 'STARTED' TO WS-RPT-FILE-REC(32:7).                     CPYTURN 
004774     MOVE 'ENDED' TO WS-RPT-FILE-REC(48:5).                       CPYTURN 
004775     MOVE 'RC' TO WS-RPT-FILE-REC(66:2).                          CPYTURN 
004776     MOVE 'NOTE' TO WS-RPT-FILE-REC(69:4).                        CPYTURN 
004777     WRITE WS-RPT-FILE-REC.                                       CPYTURN 
004778     PERFORM 4610-REPORT-ONE-JOB THRU 4610-EXIT                   CPYTURN 
004779         VARYING JCK-IX FROM 1 BY 1                               CPYTURN 
004780         UNTIL JCK-IX > JCK-ENT-COUNT.                            CPYTURN 
004781     MOVE JCK-MISSING-COUNT TO WS-JCK-COUNT1.                     CPYTURN 
004782     MOVE JCK-FAILED-COUNT TO WS-JCK-COUNT2.                      CPYTURN 
004783     MOVE JCK-ORDER-COUNT TO WS-JCK-COUNT3.                       CPYTURN 
004784     MOVE JCK-AFTER-FAIL-COUNT TO WS-JCK-COUNT4.                  CPYTURN 
004785     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYTURN 
004786     STRING 'MISSING: ' DELIMITED BY SIZE                         CPYTURN 
004787         WS-JCK-COUNT1 DELIMITED BY SIZE                          CPYTURN 
004788         '  FAILED: ' DELIMITED BY SIZE                           CPYTURN 
004789         WS-JCK-COUNT2 DELIMITED BY SIZE                          CPYTURN 
004790         '  OUT OF ORDER: ' DELIMITED BY SIZE                     CPYTURN 
004791         WS-JCK-COUNT3 DELIMITED BY SIZE                          CPYTURN 
004792         '  AFTER A FAILURE: ' DELIMITED BY SIZE                  CPYTURN 
004793         WS-JCK-COUNT4 DELIMITED BY SIZE                          CPYTURN 
004794         INTO WS-RPT-FILE-REC                                     CPYTURN 
004795     END-STRING.                                                  CPYTURN 
004796     WRITE WS-RPT-FILE-REC.                                       CPYTURN 
004797 4600-EXIT.                                                       CPYTURN 
004798     EXIT.                                                        CPYTURN 
004799*                                                                 CPYTURN 
004800 4610-REPORT-ONE-JOB.                                             CPYTURN 
004801     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYTURN 
004802     MOVE JCK-JOB(JCK-IX) TO WS-RPT-FILE-REC(3:8).                CPYTURN 
004803     MOVE JCK-STEP(JCK-IX) TO WS-RPT-FILE-REC(12:8).              CPYTURN 
004804     MOVE JCK-STATUS(JCK-IX) TO WS-RPT-FILE-REC(21:10).           CPYTURN 
004805     IF JCK-RAN(JCK-IX)                                           CPYTURN 
004806         MOVE JCK-START-TS(JCK-IX)(1:14)                          CPYTURN 
004807             TO WS-RPT-FILE-REC(32:14)                            CPYTURN 
004808         MOVE JCK-END-TS(JCK-IX)(1:14)                            CPYTURN 
004809             TO WS-RPT-FILE-REC(48:14)                            CPYTURN 
004810         MOVE JCK-RC(JCK-IX) TO WS-JCK-EDIT-RC                    CPYTURN 
004811         MOVE WS-JCK-EDIT-RC TO WS-RPT-FILE-REC(64:4)             CPYTURN 
004812     END-IF.                                                      CPYTURN 
004813     MOVE JCK-NOTE(JCK-IX) TO WS-RPT-FILE-REC(69:40).             CPYTURN 
004814     WRITE WS-RPT-FILE-REC.                                       CPYTURN 
004815 4610-EXIT.                                                       CPYTURN 
004816     EXIT.                                                        CPYTURN 
004817*                                                                 CPYTURN 
004818*-------------------------------------------------------------    CPYTURN 
004819*5000-WRITE-PAGE-ONE-SUMMARY - TOTALS AND THE NIGHT-OVER-NIGHT    CPYTURN 
004820*DELTAS THE HANDOFF MEETING LOOKS AT FIRST.                       CPYTURN 
004821*-------------------------------------------------------------    CPYTURN 
004822 5000-WRITE-PAGE-ONE-SUMMARY.                                     CPYTURN 
004823     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYTURN 
004824     MOVE WS-RUNS TO WS-EDIT-COUNT.                               CPYTURN 
004825     MOVE WS-OK-COUNT TO WS-EDIT-COUNT2.                          CPYTURN 
004826     STRING 'RUNS: ' DELIMITED BY SIZE                            CPYTURN 
004827         WS-EDIT-COUNT DELIMITED BY SIZE                          CPYTURN 
004828         '  CLEAN: ' DELIMITED BY SIZE                            CPYTURN 
004829         WS-EDIT-COUNT2 DELIMITED BY SIZE                         CPYTURN 
004830         INTO WS-RPT-FILE-REC                                     CPYTURN 
004831     END-STRING.                                                  CPYTURN 
004832     WRITE WS-RPT-FILE-REC.                                       CPYTURN 
004840     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYTURN 
004850     MOVE WS-FAIL-COUNT TO WS-EDIT-COUNT.                         CPYTURN 
004860     MOVE WS-SKIP-COUNT TO WS-EDIT-COUNT2.                        CPYTURN 
005120     MOVE 'BY PRIORITY CLASS:' TO WS-RPT-FILE-REC(1:18).          CPYTURN 
005130     WRITE WS-RPT-FILE-REC.                                       CPYTURN 
005140     PERFORM 5500-WRITE-ONE-CLASS THRU 5500-EXIT                  CPYTURN 
005150         VARYING WS-MCL-IX FROM 1 BY 1                            CPYTURN 
005160         UNTIL WS-MCL-IX > 9.                                     CPYTURN 
005170 5000-EXIT.                                                       CPYTURN 
005180     EXIT.                                                        CPYTURN 
005190*                                                                 CPYTURN 
005200 5500-WRITE-ONE-CLASS.                                            CPYTURN 
005205     MOVE WS-MCL-IX TO WS-MBR-CLASS.                              CPYTURN 
005210     IF WS-CLS-RUNS(WS-MBR-CLASS) = 0                             CPYTURN 
005220         GO TO 5500-EXIT.                                         CPYTURN 
005230     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYTURN 
005860     CLOSE PRVOUT-FILE.                                           CPYTURN 
005870 9000-EXIT.                                                       CPYTURN 
005880     EXIT.                                                        CPYTURN 
005890*-------------------------------------------------------------    CPYTURN 
005900*9990-POST-COMPLETION - APPEND THIS RUN'S RECORD TO THE           CPYTURN 
005910*JOB-STREAM LEDGER.  THE CALL WOULD CLEAR RETURN-CODE, SO THE     CPYTURN 
005920*CODE THE RUN ENDS WITH IS CARRIED ACROSS IT IN JLG-RC.           CPYTURN 
005930*-------------------------------------------------------------    CPYTURN 
005940 9990-POST-COMPLETION.                                            CPYTURN 
005950     MOVE RETURN-CODE TO JLG-RC.                                  CPYTURN 
005960     MOVE 'E' TO JLG-ACTION.                                      CPYTURN 
005970     CALL 'CPYJLOG' USING CPYJLOG-PARMS.                          CPYTURN 
005980     MOVE JLG-RC TO RETURN-CODE.                                  CPYTURN 
005990 9990-EXIT.                                                       CPYTURN 
006000     EXIT.                                                        CPYTURN 
