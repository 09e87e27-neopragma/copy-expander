000300*               STATEMENTS ARE LEGAL IN THIS SHOP'S COPYBOOKS     CPYVAL  
000310*               AND PASS THROUGH UNJUDGED (THE EXPANDER OWNS      CPYVAL  
000320*               THEIR RESOLUTION POLICY).                         CPYVAL  
000322*2026-10-15 RS  FREE-FORMAT SOURCE: EACH LINE IS READ THROUGH     CPYVAL  
000324*               CPYSRCF AS THE CARD IT STANDS FOR, SO A FREE      CPYVAL  
000326*               COPYBOOK (*> COMMENTS, NO SEQUENCE OR INDICATOR   CPYVAL  
000327*               AREA) IS HELD TO THE SAME RULES.  THE RECORD      CPYVAL  
000328*               IS WIDENED TO 256 FOR LONG FREE LINES.            CPYVAL  
000330*-------------------------------------------------------------    CPYVAL  
000340 ENVIRONMENT DIVISION.                                            CPYVAL  
000350 CONFIGURATION SECTION.                                           CPYVAL  
000430 DATA DIVISION.                                                   CPYVAL  
000440 FILE SECTION.                                                    CPYVAL  
000450 FD  CPY-FILE.                                                    CPYVAL  
000460 01  WS-CPY-FILE-REC         PIC X(256).                          CPYVAL  
000470 WORKING-STORAGE SECTION.                                         CPYVAL  
000480 77  WS-CPY-FILENAME         PIC X(80) VALUE SPACES.              CPYVAL  
000490 77  WS-CPY-FILE-STATUS      PIC X(02) VALUE '00'.                CPYVAL  
001010         10  WS-ENT-IS-COPY  PIC X(01).                           CPYVAL  
001020         10  WS-ENT-LINE     PIC 9(06) COMP.                      CPYVAL  
001030 77  WS-EIX                  PIC 9(04) COMP VALUE 0.              CPYVAL  
001035 COPY CPYSFP.                                                     CPYVAL  
001040 LINKAGE SECTION.                                                 CPYVAL  
001050 COPY CPYVLP.                                                     CPYVAL  
001060 PROCEDURE DIVISION USING CPYVAL-PARMS.                           CPYVAL  
001120     MOVE 'N' TO VAL-RESULT.                                      CPYVAL  
001130     MOVE 0 TO WS-LINE-NO WS-LVL-DEPTH WS-ENT-COUNT.              CPYVAL  
001140     MOVE 'N' TO WS-PEND-SW WS-SEEN-ENTRY-SW WS-EOF-SW.           CPYVAL  
001145     MOVE SPACE TO SRCF-FORMAT.                                   CPYVAL  
001150     MOVE VAL-MEMBER-PATH TO WS-CPY-FILENAME.                     CPYVAL  
001160     OPEN INPUT CPY-FILE.                                         CPYVAL  
001170     IF WS-CPY-FILE-STATUS NOT = '00'                             CPYVAL  
001390     IF WS-EOF                                                    CPYVAL  
001400         GO TO 2000-EXIT.                                         CPYVAL  
001410     ADD 1 TO WS-LINE-NO.                                         CPYVAL  
001412     MOVE WS-CPY-FILE-REC TO SRCF-LINE.                           CPYVAL  
001414     CALL 'CPYSRCF' USING CPYSRCF-PARMS.                          CPYVAL  
001416     MOVE SRCF-CARD TO WS-CPY-FILE-REC.                           CPYVAL  
001420     IF WS-CPY-FILE-REC(7:1) = '*' OR WS-CPY-FILE-REC(7:1) = '/'  CPYVAL  
001430         GO TO 2000-EXIT.                                         CPYVAL  
001440     MOVE WS-CPY-FILE-REC(8:65) TO WS-SCAN-LINE.                  CPYVAL  
