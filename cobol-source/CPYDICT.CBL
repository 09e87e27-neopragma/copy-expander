000190*               BOOK, SO A NEW HIRE OR THE ANNUAL AUDIT CAN GO    CPYDICT 
000200*               FROM A FIELD NAME TO ITS OWNING COPYBOOK IN       CPYDICT 
000210*               ONE LOOKUP.  REPORT: registry/CPYDICT.RPT.        CPYDICT 
000211*2026-10-15 RS  EACH FIELD NOW CARRIES ITS BUSINESS DEFINITION    CPYDICT 
000212*               FROM THE GLOSSARY config/CPYGLS.DAT (COPY         CPYDICT 
000213*               CPYGLS), WITH A SECOND LINE FOR THE DATA          CPYDICT 
000214*               STEWARD AND VALID-VALUE NOTES WHERE KNOWN.  NO    CPYDICT 
000215*               GLOSSARY, NO DEFINITIONS - THE BOOK IS            CPYDICT 
000216*               OTHERWISE UNCHANGED.                              CPYDICT 
000217*2026-10-15 RS  FREE-FORMAT COPYBOOKS: EACH LINE IS READ THROUGH  CPYDICT 
000218*               CPYSRCF AS THE CARD IT STANDS FOR, SO THE         CPYDICT 
000219*               COLUMN RULES HOLD FOR EITHER FORM.                CPYDICT 
000220*               THE COPYBOOK RECORD IS WIDENED TO 256.            CPYDICT 
000221*-------------------------------------------------------------    CPYDICT 
000230 ENVIRONMENT DIVISION.                                            CPYDICT 
000240 CONFIGURATION SECTION.                                           CPYDICT 
000250 SOURCE-COMPUTER. GENERIC-COMPUTER.                               CPYDICT 
000380     SELECT RPT-FILE ASSIGN TO DYNAMIC WS-RPT-FILENAME            CPYDICT 
000390         ORGANIZATION LINE SEQUENTIAL                             CPYDICT 
000400         FILE STATUS IS WS-RPT-FILE-STATUS.                       CPYDICT 
000402     SELECT GLS-FILE ASSIGN TO DYNAMIC WS-GLS-FILENAME            CPYDICT 
000404         ORGANIZATION LINE SEQUENTIAL                             CPYDICT 
000406         FILE STATUS IS WS-GLS-FILE-STATUS.                       CPYDICT 
000410 DATA DIVISION.                                                   CPYDICT 
000420 FILE SECTION.                                                    CPYDICT 
000430 FD  ROLL-FILE.                                                   CPYDICT 
000450 FD  CFG-FILE.                                                    CPYDICT 
000460 01  WS-CFG-FILE-REC         PIC X(80).                           CPYDICT 
000470 FD  CPY-FILE.                                                    CPYDICT 
000480 01  WS-CPY-FILE-REC         PIC X(256).                          CPYDICT 
000490 FD  RPT-FILE.                                                    CPYDICT 
000500 01  WS-RPT-FILE-REC         PIC X(132).                          CPYDICT 
000503 FD  GLS-FILE.                                                    CPYDICT 
000506 01  WS-GLS-FILE-REC         PIC X(220).                          CPYDICT 
000510 WORKING-STORAGE SECTION.                                         CPYDICT 
000520 77  WS-ROLL-FILENAME        PIC X(80)                            CPYDICT 
000530         VALUE 'config/COPYBOOKS.LST'.                            CPYDICT 
000600 77  WS-RPT-FILENAME         PIC X(80)                            CPYDICT 
000610         VALUE 'registry/CPYDICT.RPT'.                            CPYDICT 
000620 77  WS-RPT-FILE-STATUS      PIC X(02) VALUE '00'.                CPYDICT 
000622 77  WS-GLS-FILENAME         PIC X(80)                            CPYDICT 
000624         VALUE 'config/CPYGLS.DAT'.                               CPYDICT 
000626 77  WS-GLS-FILE-STATUS      PIC X(02) VALUE '00'.                CPYDICT 
000630 77  WS-EOF-SW               PIC X(01) VALUE 'N'.                 CPYDICT 
000640     88  WS-EOF              VALUE 'Y'.                           CPYDICT 
000650 77  WS-CPY-EOF-SW           PIC X(01) VALUE 'N'.                 CPYDICT 
001320 77  WS-NIX                  PIC 9(04) COMP VALUE 0.              CPYDICT 
001330 77  WS-NIX2                 PIC 9(04) COMP VALUE 0.              CPYDICT 
001340 77  WS-SWAP-SW              PIC X(01) VALUE 'N'.                 CPYDICT 
001341*-------------------------------------------------------------    CPYDICT 
001342*GLOSSARY ENTRIES FOR THE COPYBOOK BEING DOCUMENTED.              CPYDICT 
001343*-------------------------------------------------------------    CPYDICT 
001344 COPY CPYGLS.                                                     CPYDICT 
001345 01  WS-GLT-TABLE.                                                CPYDICT 
001346     05  WS-GLT-COUNT        PIC 9(04) COMP VALUE 0.              CPYDICT 
001347     05  WS-GLT-ENT OCCURS 500 TIMES.                             CPYDICT 
001348         10  WS-GLT-NAME     PIC X(30).                           CPYDICT 
001349         10  WS-GLT-STEWARD  PIC X(08).                           CPYDICT 
001350         10  WS-GLT-DEFINITION PIC X(56).                         CPYDICT 
001351         10  WS-GLT-VALUES   PIC X(60).                           CPYDICT 
001352 77  WS-GIX                  PIC 9(04) COMP VALUE 0.              CPYDICT 
001353 77  WS-GLT-HIT              PIC 9(04) COMP VALUE 0.              CPYDICT 
001354 77  WS-GLS-EOF-SW           PIC X(01) VALUE 'N'.                 CPYDICT 
001355 COPY CPYSFP.                                                     CPYDICT 
001356 PROCEDURE DIVISION.                                              CPYDICT 
001360*-------------------------------------------------------------    CPYDICT 
001370*0000-MAINLINE                                                    CPYDICT 
001380*-------------------------------------------------------------    CPYDICT 
002400     OPEN INPUT CPY-FILE.                                         CPYDICT 
002410     IF WS-CPY-FILE-STATUS NOT = '00'                             CPYDICT 
002420         GO TO 2100-EXIT.                                         CPYDICT 
002425     MOVE SPACE TO SRCF-FORMAT.                                   CPYDICT 
002430     MOVE 'Y' TO WS-FOUND-SW.                                     CPYDICT 
002440     ADD 1 TO WS-BOOK-COUNT.                                      CPYDICT 
002450     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYDICT 
002570     MOVE 'LVL NAME                           PICTURE'            CPYDICT 
002580         TO WS-RPT-FILE-REC(1:42).                                CPYDICT 
002590     MOVE 'USAGE    OFFSET LENGTH' TO WS-RPT-FILE-REC(52:22).     CPYDICT 
002595     MOVE 'DEFINITION' TO WS-RPT-FILE-REC(76:10).                 CPYDICT 
002600     WRITE WS-RPT-FILE-REC.                                       CPYDICT 
002605     PERFORM 2200-LOAD-GLOSSARY THRU 2200-EXIT.                   CPYDICT 
002610     MOVE 0 TO WS-MLS-DEPTH WS-MPI-COUNT WS-MAP-RUN-OFF.          CPYDICT 
002620     MOVE 'N' TO WS-CPY-EOF-SW.                                   CPYDICT 
002630     PERFORM 3000-DOCUMENT-ONE-LINE THRU 3000-EXIT                CPYDICT 
002660 2100-EXIT.                                                       CPYDICT 
002670     EXIT.                                                        CPYDICT 
002680*                                                                 CPYDICT 
002681*-------------------------------------------------------------    CPYDICT 
002682*2200-LOAD-GLOSSARY - THE GLOSSARY ENTRIES FOR THIS COPYBOOK,     CPYDICT 
002683*READ AFRESH FOR EACH ONE SO THE TABLE STAYS SMALL.               CPYDICT 
002684*-------------------------------------------------------------    CPYDICT 
002685 2200-LOAD-GLOSSARY.                                              CPYDICT 
002686     MOVE 0 TO WS-GLT-COUNT.                                      CPYDICT 
002687     OPEN INPUT GLS-FILE.                                         CPYDICT 
002688     IF WS-GLS-FILE-STATUS NOT = '00'                             CPYDICT 
002689         GO TO 2200-EXIT.                                         CPYDICT 
002690     MOVE 'N' TO WS-GLS-EOF-SW.                                   CPYDICT 
002691     PERFORM 2210-LOAD-ONE-GLS THRU 2210-EXIT                     CPYDICT 
002692         UNTIL WS-GLS-EOF-SW = 'Y'.                               CPYDICT 
002693     CLOSE GLS-FILE.                                              CPYDICT 
002694 2200-EXIT.                                                       CPYDICT 
002695     EXIT.                                                        CPYDICT 
002696*                                                                 CPYDICT 
002697 2210-LOAD-ONE-GLS.                                               CPYDICT 
002698     READ GLS-FILE INTO WS-GLS-FILE-REC                           CPYDICT 
002699         AT END MOVE 'Y' TO WS-GLS-EOF-SW                         CPYDICT 
002700     END-READ.                                                    CPYDICT 
002701     IF WS-GLS-EOF-SW = 'Y'                                       CPYDICT 
002702         GO TO 2210-EXIT.                                         CPYDICT 
002703     IF WS-GLS-FILE-REC(1:1) = '*'                                CPYDICT 
002704         OR WS-GLS-FILE-REC = SPACES                              CPYDICT 
002705         GO TO 2210-EXIT.                                         CPYDICT 
002706     MOVE WS-GLS-FILE-REC TO GLS-RECORD.                          CPYDICT 
002707     IF GLS-COPYBOOK-NAME NOT = WS-COPYBOOK-NAME                  CPYDICT 
002708         GO TO 2210-EXIT.                                         CPYDICT 
002709     IF WS-GLT-COUNT < 500                                        CPYDICT 
002710         ADD 1 TO WS-GLT-COUNT                                    CPYDICT 
002711         MOVE GLS-DATA-NAME TO WS-GLT-NAME(WS-GLT-COUNT)          CPYDICT 
002712         MOVE GLS-STEWARD TO WS-GLT-STEWARD(WS-GLT-COUNT)         CPYDICT 
002713         MOVE GLS-DEFINITION TO WS-GLT-DEFINITION(WS-GLT-COUNT)   CPYDICT 
002714         MOVE GLS-VALID-VALUES TO WS-GLT-VALUES(WS-GLT-COUNT)     CPYDICT 
002715     END-IF.                                                      CPYDICT 
002716 2210-EXIT.                                                       CPYDICT 
002717     EXIT.                                                        CPYDICT 
002718*                                                                 CPYDICT 
002719 3000-DOCUMENT-ONE-LINE.                                          CPYDICT 
002720     READ CPY-FILE INTO WS-CPY-FILE-REC                           CPYDICT 
002721         AT END MOVE 'Y' TO WS-CPY-EOF-SW                         CPYDICT 
002722     END-READ.                                                    CPYDICT 
002730     IF WS-CPY-EOF-SW = 'Y'                                       CPYDICT 
002740         GO TO 3000-EXIT.                                         CPYDICT 
002742     MOVE WS-CPY-FILE-REC TO SRCF-LINE.                           CPYDICT 
002744     CALL 'CPYSRCF' USING CPYSRCF-PARMS.                          CPYDICT 
002746     MOVE SRCF-CARD TO WS-CPY-FILE-REC.                           CPYDICT 
002750     IF WS-CPY-FILE-REC(7:1) = '*' OR WS-CPY-FILE-REC(7:1) = '/'  CPYDICT 
002760         GO TO 3000-EXIT.                                         CPYDICT 
002770     MOVE WS-CPY-FILE-REC(8:65) TO WS-MAP-LINE.                   CPYDICT 
005480     IF WS-MAP-IS-GROUP-SW NOT = 'Y'                              CPYDICT 
005490         MOVE WS-MAP-LEN TO WS-MAP-EDIT-LEN                       CPYDICT 
005500         MOVE WS-MAP-EDIT-LEN TO WS-RPT-FILE-REC(68:6)            CPYDICT 
005501     END-IF.                                                      CPYDICT 
005502     PERFORM 3510-FIND-GLOSSARY-ENTRY THRU 3510-EXIT.             CPYDICT 
005503     IF WS-GLT-HIT > 0                                            CPYDICT 
005504         MOVE WS-GLT-DEFINITION(WS-GLT-HIT)                       CPYDICT 
005505             TO WS-RPT-FILE-REC(76:56)                            CPYDICT 
005506     END-IF.                                                      CPYDICT 
005507     WRITE WS-RPT-FILE-REC.                                       CPYDICT 
005508     IF WS-GLT-HIT = 0                                            CPYDICT 
005509         GO TO 3500-EXIT.                                         CPYDICT 
005510     IF WS-GLT-STEWARD(WS-GLT-HIT) = SPACES                       CPYDICT 
005511         AND WS-GLT-VALUES(WS-GLT-HIT) = SPACES                   CPYDICT 
005512         GO TO 3500-EXIT.                                         CPYDICT 
005513     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYDICT 
005514     MOVE 'STEWARD' TO WS-RPT-FILE-REC(38:7).                     CPYDICT 
005515     MOVE WS-GLT-STEWARD(WS-GLT-HIT) TO WS-RPT-FILE-REC(46:8).    CPYDICT 
005516     IF WS-GLT-VALUES(WS-GLT-HIT) NOT = SPACES                    CPYDICT 
005517         MOVE 'VALUES' TO WS-RPT-FILE-REC(56:6)                   CPYDICT 
005518         MOVE WS-GLT-VALUES(WS-GLT-HIT) TO WS-RPT-FILE-REC(63:60) CPYDICT 
005519     END-IF.                                                      CPYDICT 
005520     WRITE WS-RPT-FILE-REC.                                       CPYDICT 
005530 3500-EXIT.                                                       CPYDICT 
005540     EXIT.                                                        CPYDICT 
005550*                                                                 CPYDICT 
005551 3510-FIND-GLOSSARY-ENTRY.                                        CPYDICT 
005552     MOVE 0 TO WS-GLT-HIT.                                        CPYDICT 
005553     IF WS-MAP-NAME = SPACES OR WS-MAP-NAME = 'FILLER'            CPYDICT 
005554         GO TO 3510-EXIT.                                         CPYDICT 
005555     PERFORM 3520-TEST-ONE-GLOSSARY-ENTRY THRU 3520-EXIT          CPYDICT 
005556         VARYING WS-GIX FROM 1 BY 1                               CPYDICT 
005557         UNTIL WS-GIX > WS-GLT-COUNT OR WS-GLT-HIT > 0.           CPYDICT 
005558 3510-EXIT.                                                       CPYDICT 
005559     EXIT.                                                        CPYDICT 
005560*                                                                 CPYDICT 
005561 3520-TEST-ONE-GLOSSARY-ENTRY.                                    CPYDICT 
005562     IF WS-GLT-NAME(WS-GIX) = WS-MAP-NAME                         CPYDICT 
005563         MOVE WS-GIX TO WS-GLT-HIT                                CPYDICT 
005564     END-IF.                                                      CPYDICT 
005565 3520-EXIT.                                                       CPYDICT 
005566     EXIT.                                                        CPYDICT 
005567*                                                                 CPYDICT 
005568 3600-PRINT-ONE-88.                                               CPYDICT 
005570     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYDICT 
005580     MOVE '88' TO WS-RPT-FILE-REC(2:2).                           CPYDICT 
005590     MOVE WS-MAP-NAME TO WS-RPT-FILE-REC(7:30).                   CPYDICT 
