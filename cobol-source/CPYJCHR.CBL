000010 IDENTIFICATION DIVISION.                                         CPYJCHR 
000020 PROGRAM-ID. CPYJCHR.                                             CPYJCHR 
000030 AUTHOR. R SANDOVAL.                                              CPYJCHR 
000040 INSTALLATION. DATA CENTER SERVICES - COPYBOOK TOOLING.           CPYJCHR 
000050 DATE-WRITTEN. 2026-10-15.                                        CPYJCHR 
000060 DATE-COMPILED.                                                   CPYJCHR 
000070*-------------------------------------------------------------    CPYJCHR 
000080*MODIFICATION HISTORY                                             CPYJCHR 
000090*-------------------------------------------------------------    CPYJCHR 
000100*2026-10-15 RS  STANDALONE JOB-STREAM CHECK.  RUNS THE CPYJCHK    CPYJCHR 
000110*               PREDECESSOR CHECK FOR ONE NIGHT AND LISTS EVERY   CPYJCHR 
000120*               SCHEDULED JOB AND STEP WITH ITS STATUS, TIMES,    CPYJCHR 
000130*               RC AND THE REASON FOR ANY FINDING.  SYSIN:        CPYJCHR 
000140*               NIGHT DATE YYYYMMDD COLS 1-8 (NO CARD = TONIGHT,  CPYJCHR 
000150*               THE WINDOW THAT ENDS TODAY).  REPORT:             CPYJCHR 
000160*               registry/CPYJCHR.RPT.  RC 0 CLEAN, 8 FINDINGS,    CPYJCHR 
000170*               12 NO SCHEDULE FILE.                              CPYJCHR 
000180*-------------------------------------------------------------    CPYJCHR 
000190 ENVIRONMENT DIVISION.                                            CPYJCHR 
000200 CONFIGURATION SECTION.                                           CPYJCHR 
000210 SOURCE-COMPUTER. GENERIC-COMPUTER.                               CPYJCHR 
000220 OBJECT-COMPUTER. GENERIC-COMPUTER.                               CPYJCHR 
000230 INPUT-OUTPUT SECTION.                                            CPYJCHR 
000240 FILE-CONTROL.                                                    CPYJCHR 
000250     SELECT PARM-FILE ASSIGN TO DYNAMIC WS-PARM-FILENAME          CPYJCHR 
000260         ORGANIZATION LINE SEQUENTIAL                             CPYJCHR 
000270         FILE STATUS IS WS-PARM-FILE-STATUS.                      CPYJCHR 
000280     SELECT RPT-FILE ASSIGN TO DYNAMIC WS-RPT-FILENAME            CPYJCHR 
000290         ORGANIZATION LINE SEQUENTIAL                             CPYJCHR 
000300         FILE STATUS IS WS-RPT-FILE-STATUS.                       CPYJCHR 
000310 DATA DIVISION.                                                   CPYJCHR 
000320 FILE SECTION.                                                    CPYJCHR 
000330 FD  PARM-FILE.                                                   CPYJCHR 
000340 01  WS-PARM-FILE-REC        PIC X(80).                           CPYJCHR 
000350 FD  RPT-FILE.                                                    CPYJCHR 
000360 01  WS-RPT-FILE-REC         PIC X(110).                          CPYJCHR 
000370 WORKING-STORAGE SECTION.                                         CPYJCHR 
000380 77  WS-PARM-FILENAME        PIC X(80) VALUE 'jcl/CPYJCHR.SYSIN'. CPYJCHR 
000390 77  WS-PARM-FILE-STATUS     PIC X(02) VALUE '00'.                CPYJCHR 
000400 77  WS-RPT-FILENAME         PIC X(80)                            CPYJCHR 
000410         VALUE 'registry/CPYJCHR.RPT'.                            CPYJCHR 
000420 77  WS-RPT-FILE-STATUS      PIC X(02) VALUE '00'.                CPYJCHR 
000430 77  WS-EDIT-COUNT           PIC Z(03)9.                          CPYJCHR 
000440 77  WS-EDIT-RC              PIC Z(03)9.                          CPYJCHR 
000450 COPY CPYJCP.                                                     CPYJCHR 
000460 PROCEDURE DIVISION.                                              CPYJCHR 
000470*-------------------------------------------------------------    CPYJCHR 
000480*0000-MAINLINE                                                    CPYJCHR 
000490*-------------------------------------------------------------    CPYJCHR 
000500 0000-MAINLINE.                                                   CPYJCHR 
000510     MOVE SPACES TO JCK-RUN-DATE.                                 CPYJCHR 
000520     OPEN INPUT PARM-FILE.                                        CPYJCHR 
000530     IF WS-PARM-FILE-STATUS = '00'                                CPYJCHR 
000540         READ PARM-FILE INTO WS-PARM-FILE-REC                     CPYJCHR 
000550             AT END CONTINUE                                      CPYJCHR 
000560             NOT AT END                                           CPYJCHR 
000570                 IF WS-PARM-FILE-REC(1:8) NUMERIC                 CPYJCHR 
000580                     MOVE WS-PARM-FILE-REC(1:8)                   CPYJCHR 
000590                         TO JCK-RUN-DATE                          CPYJCHR 
000600                 END-IF                                           CPYJCHR 
000610         END-READ                                                 CPYJCHR 
000620         CLOSE PARM-FILE                                          CPYJCHR 
000630     END-IF.                                                      CPYJCHR 
000640     MOVE 'CPYJCHR' TO JCK-CALLER.                                CPYJCHR 
000650     CALL 'CPYJCHK' USING CPYJCHK-PARMS.                          CPYJCHR 
000660     IF JCK-NO-SCHEDULE                                           CPYJCHR 
000670         DISPLAY 'CPYJCHR - NO SCHEDULE, NOTHING CHECKED'         CPYJCHR 
000680         MOVE 12 TO RETURN-CODE                                   CPYJCHR 
000690         GOBACK                                                   CPYJCHR 
000700     END-IF.                                                      CPYJCHR 
000710     OPEN OUTPUT RPT-FILE.                                        CPYJCHR 
000720     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYJCHR 
000730     STRING 'CPYJCHR JOB STREAM CHECK, WINDOW '                   CPYJCHR 
000740         DELIMITED BY SIZE                                        CPYJCHR 
000750         JCK-WINDOW-START(1:12) DELIMITED BY SIZE                 CPYJCHR 
000760         ' TO ' DELIMITED BY SIZE                                 CPYJCHR 
000770         JCK-WINDOW-END(1:12) DELIMITED BY SIZE                   CPYJCHR 
000780         INTO WS-RPT-FILE-REC                                     CPYJCHR 
000790     END-STRING.                                                  CPYJCHR 
000800     WRITE WS-RPT-FILE-REC.                                       CPYJCHR 
000810     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYJCHR 
000820     MOVE 'JOB' TO WS-RPT-FILE-REC(1:3).                          CPYJCHR 
000830     MOVE 'STEP' TO WS-RPT-FILE-REC(10:4).                        CPYJCHR 
000840     MOVE 'STATUS' TO WS-RPT-FILE-REC(19:6).                      CPYJCHR 
000850     MOVE 'STARTED' TO WS-RPT-FILE-REC(30:7).                     CPYJCHR 
000860     MOVE 'ENDED' TO WS-RPT-FILE-REC(46:5).                       CPYJCHR 
000870     MOVE 'RC' TO WS-RPT-FILE-REC(64:2).                          CPYJCHR 
000880     MOVE 'NOTE' TO WS-RPT-FILE-REC(67:4).                        CPYJCHR 
000890     WRITE WS-RPT-FILE-REC.                                       CPYJCHR 
000900     PERFORM 2000-REPORT-ONE-JOB THRU 2000-EXIT                   CPYJCHR 
000910         VARYING JCK-IX FROM 1 BY 1                               CPYJCHR 
000920         UNTIL JCK-IX > JCK-ENT-COUNT.                            CPYJCHR 
000930     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYJCHR 
000940     WRITE WS-RPT-FILE-REC.                                       CPYJCHR 
000950     MOVE JCK-MISSING-COUNT TO WS-EDIT-COUNT.                     CPYJCHR 
000960     MOVE 'MISSING:         ' TO WS-RPT-FILE-REC.                 CPYJCHR 
000970     MOVE WS-EDIT-COUNT TO WS-RPT-FILE-REC(19:4).                 CPYJCHR 
000980     WRITE WS-RPT-FILE-REC.                                       CPYJCHR 
000990     MOVE JCK-FAILED-COUNT TO WS-EDIT-COUNT.                      CPYJCHR 
001000     MOVE 'FAILED:          ' TO WS-RPT-FILE-REC.                 CPYJCHR 
001010     MOVE WS-EDIT-COUNT TO WS-RPT-FILE-REC(19:4).                 CPYJCHR 
001020     WRITE WS-RPT-FILE-REC.                                       CPYJCHR 
001030     MOVE JCK-ORDER-COUNT TO WS-EDIT-COUNT.                       CPYJCHR 
001040     MOVE 'OUT OF ORDER:    ' TO WS-RPT-FILE-REC.                 CPYJCHR 
001050     MOVE WS-EDIT-COUNT TO WS-RPT-FILE-REC(19:4).                 CPYJCHR 
001060     WRITE WS-RPT-FILE-REC.                                       CPYJCHR 
001070     MOVE JCK-AFTER-FAIL-COUNT TO WS-EDIT-COUNT.                  CPYJCHR 
001080     MOVE 'AFTER A FAILURE: ' TO WS-RPT-FILE-REC.                 CPYJCHR 
001090     MOVE WS-EDIT-COUNT TO WS-RPT-FILE-REC(19:4).                 CPYJCHR 
001100     WRITE WS-RPT-FILE-REC.                                       CPYJCHR 
001110     CLOSE RPT-FILE.                                              CPYJCHR 
001120     IF JCK-CLEAN                                                 CPYJCHR 
001130         DISPLAY 'CPYJCHR JOB STREAM CLEAN'                       CPYJCHR 
001140         MOVE 0 TO RETURN-CODE                                    CPYJCHR 
001150     ELSE                                                         CPYJCHR 
001160         DISPLAY 'CPYJCHR JOB STREAM FINDINGS - SEE '             CPYJCHR 
001170             WS-RPT-FILENAME                                      CPYJCHR 
001180         MOVE 8 TO RETURN-CODE                                    CPYJCHR 
001190     END-IF.                                                      CPYJCHR 
001200     GOBACK.                                                      CPYJCHR 
001210*                                                                 CPYJCHR 
001220 2000-REPORT-ONE-JOB.                                             CPYJCHR 
001230     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYJCHR 
001240     MOVE JCK-JOB(JCK-IX) TO WS-RPT-FILE-REC(1:8).                CPYJCHR 
001250     MOVE JCK-STEP(JCK-IX) TO WS-RPT-FILE-REC(10:8).              CPYJCHR 
001260     MOVE JCK-STATUS(JCK-IX) TO WS-RPT-FILE-REC(19:10).           CPYJCHR 
001270     IF JCK-RAN(JCK-IX)                                           CPYJCHR 
001280         MOVE JCK-START-TS(JCK-IX)(1:14)                          CPYJCHR 
001290             TO WS-RPT-FILE-REC(30:14)                            CPYJCHR 
001300         MOVE JCK-END-TS(JCK-IX)(1:14)                            CPYJCHR 
001310             TO WS-RPT-FILE-REC(46:14)                            CPYJCHR 
001320         MOVE JCK-RC(JCK-IX) TO WS-EDIT-RC                        CPYJCHR 
001330         MOVE WS-EDIT-RC TO WS-RPT-FILE-REC(62:4)                 CPYJCHR 
001340     END-IF.                                                      CPYJCHR 
001350     MOVE JCK-NOTE(JCK-IX) TO WS-RPT-FILE-REC(67:40).             CPYJCHR 
001360     WRITE WS-RPT-FILE-REC.                                       CPYJCHR 
001370 2000-EXIT.                                                       CPYJCHR 
001380     EXIT.                                                        CPYJCHR 
