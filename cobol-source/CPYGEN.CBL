000210*               NESTED COPY STATEMENTS INSIDE THE COPYBOOK AND    CPYGEN  
000220*               REDEFINES ENTRIES ARE NOT GENERATED; SINGLE-CARD  CPYGEN  
000230*               DATA ENTRIES ONLY, AS IN THE LAYOUT MAP REPORT.   CPYGEN  
000231*2026-10-15 RS  FREE-FORMAT COPYBOOKS: EACH LINE IS READ THROUGH  CPYGEN  
000232*               CPYSRCF AS THE CARD IT STANDS FOR, SO THE         CPYGEN  
000233*               COLUMN RULES HOLD FOR EITHER FORM.                CPYGEN  
000234*               A FREE LINE (NO SEQUENCE NUMBER) NO LONGER ENDS   CPYGEN  
000235*               THE COPYBOOK.                                     CPYGEN  
000236*               THE COPYBOOK RECORD IS WIDENED TO 256.            CPYGEN  
000240*-------------------------------------------------------------    CPYGEN  
000250 ENVIRONMENT DIVISION.                                            CPYGEN  
000260 CONFIGURATION SECTION.                                           CPYGEN  
000440 FD  CFG-FILE.                                                    CPYGEN  
000450 01  WS-CFG-FILE-REC         PIC X(80).                           CPYGEN  
000460 FD  CPY-FILE.                                                    CPYGEN  
000470 01  WS-CPY-FILE-REC         PIC X(256).                          CPYGEN  
000480 WORKING-STORAGE SECTION.                                         CPYGEN  
000490*-------------------------------------------------------------    CPYGEN  
000500*FILE STATUS AND DYNAMIC FILE NAMES                               CPYGEN  
001550     05  WS-GEN-CELL         PIC 9(04) COMP.                      CPYGEN  
001560     05  WS-GEN-POS          PIC 9(06) COMP.                      CPYGEN  
001570     05  WS-GEN-PATCH        PIC X(01).                           CPYGEN  
001575 COPY CPYSFP.                                                     CPYGEN  
001580 PROCEDURE DIVISION.                                              CPYGEN  
001590*-------------------------------------------------------------    CPYGEN  
001600*0000-MAINLINE                                                    CPYGEN  
002640     OPEN INPUT CPY-FILE.                                         CPYGEN  
002650     IF WS-CPY-FILE-STATUS NOT = '00'                             CPYGEN  
002660         GO TO 2100-EXIT.                                         CPYGEN  
002665     MOVE SPACE TO SRCF-FORMAT.                                   CPYGEN  
002670     MOVE 'N' TO WS-EOF-SW.                                       CPYGEN  
002680     PERFORM 2200-READ-COPYBOOK-LINE THRU 2200-EXIT UNTIL WS-EOF. CPYGEN  
002690     CLOSE CPY-FILE.                                              CPYGEN  
002740     READ CPY-FILE INTO WS-CPY-FILE-REC                           CPYGEN  
002750         AT END MOVE 'Y' TO WS-EOF-SW                             CPYGEN  
002760     END-READ.                                                    CPYGEN  
002763*    A FREE LINE, OR THE DIRECTIVE THAT SWITCHES FORMAT, CARRIES  CPYGEN  
002766*    NO SEQUENCE NUMBER AND DOES NOT END THE COPYBOOK.            CPYGEN  
002770     IF NOT WS-EOF                                                CPYGEN  
002773         MOVE WS-CPY-FILE-REC TO SRCF-LINE                        CPYGEN  
002776         CALL 'CPYSRCF' USING CPYSRCF-PARMS                       CPYGEN  
002779         MOVE SRCF-CARD TO WS-CPY-FILE-REC                        CPYGEN  
002782         IF NOT SRCF-FREE-FORMAT AND NOT SRCF-DIRECTIVE           CPYGEN  
002785             AND WS-CPY-FILE-REC(1:6) NOT NUMERIC                 CPYGEN  
002788             MOVE 'Y' TO WS-EOF-SW                                CPYGEN  
002791         END-IF                                                   CPYGEN  
002800     END-IF.                                                      CPYGEN  
002810     IF NOT WS-EOF                                                CPYGEN  
002820         AND WS-CPY-FILE-REC(7:1) NOT = '*'                       CPYGEN  
