000320*               <member>.CBL.CFR.  ADOPTING A FOLD IS NOW A       CPYFOLD 
000330*               PROVEN OPERATION, NOT A JUDGMENT CALL.  RC 0      CPYFOLD 
000340*               PROVEN, 8 DIFFERENCES, 12 DECK UNREADABLE.        CPYFOLD 
000341*2026-10-15 RS  FREE-FORMAT MEMBERS AND COPYBOOKS: EACH LINE IS   CPYFOLD 
000342*               READ THROUGH CPYSRCF AS THE CARD IT STANDS FOR,   CPYFOLD 
000343*               AND A FREE LINE (NO SEQUENCE NUMBER) NO LONGER    CPYFOLD 
000344*               ENDS THE FILE.  THE .FLD DECK IS WRITTEN AS       CPYFOLD 
000345*               CARDS, THE FORMAT DIRECTIVE KEPT AS A COMMENT.    CPYFOLD 
000347*               INPUT RECORDS ARE WIDENED TO 256.                 CPYFOLD 
000350*-------------------------------------------------------------    CPYFOLD 
000360 ENVIRONMENT DIVISION.                                            CPYFOLD 
000370 CONFIGURATION SECTION.                                           CPYFOLD 
000750 FD  ROLL-FILE.                                                   CPYFOLD 
000760 01  WS-ROLL-FILE-REC        PIC X(80).                           CPYFOLD 
000770 FD  CPY-FILE.                                                    CPYFOLD 
000780 01  WS-CPY-FILE-REC         PIC X(256).                          CPYFOLD 
000790 FD  PGM-FILE.                                                    CPYFOLD 
000800 01  WS-PGM-FILE-REC         PIC X(256).                          CPYFOLD 
000810 FD  OUT-FILE.                                                    CPYFOLD 
000820 01  WS-OUT-FILE-REC         PIC X(80).                           CPYFOLD 
000830 FD  RPT-FILE.                                                    CPYFOLD 
002190     05  WS-SUBST-REMLEN     PIC 9(04) COMP.                      CPYFOLD 
002200     05  WS-SUBST-OCCURS     PIC 9(04) COMP.                      CPYFOLD 
002210     05  WS-SUBST-SAFETY     PIC 9(04) COMP.                      CPYFOLD 
002215 COPY CPYSFP.                                                     CPYFOLD 
002220 PROCEDURE DIVISION.                                              CPYFOLD 
002230*-------------------------------------------------------------    CPYFOLD 
002240*0000-MAINLINE                                                    CPYFOLD 
003580     OPEN INPUT CPY-FILE.                                         CPYFOLD 
003590     IF WS-CPY-FILE-STATUS NOT = '00'                             CPYFOLD 
003600         GO TO 1410-EXIT.                                         CPYFOLD 
003605     MOVE SPACE TO SRCF-FORMAT.                                   CPYFOLD 
003610     MOVE 'N' TO WS-EOF-SW.                                       CPYFOLD 
003620     PERFORM 1420-READ-COPYBOOK-LINE THRU 1420-EXIT               CPYFOLD 
003630         UNTIL WS-EOF.                                            CPYFOLD 
003690     READ CPY-FILE INTO WS-CPY-FILE-REC                           CPYFOLD 
003700         AT END MOVE 'Y' TO WS-EOF-SW                             CPYFOLD 
003710     END-READ.                                                    CPYFOLD 
003713*    A FREE LINE, OR THE DIRECTIVE THAT SWITCHES FORMAT, CARRIES  CPYFOLD 
003716*    NO SEQUENCE NUMBER AND DOES NOT END THE FILE.                CPYFOLD 
003720     IF NOT WS-EOF                                                CPYFOLD 
003723         MOVE WS-CPY-FILE-REC TO SRCF-LINE                        CPYFOLD 
003726         CALL 'CPYSRCF' USING CPYSRCF-PARMS                       CPYFOLD 
003729         MOVE SRCF-CARD TO WS-CPY-FILE-REC                        CPYFOLD 
003732         IF NOT SRCF-FREE-FORMAT AND NOT SRCF-DIRECTIVE           CPYFOLD 
003735             AND WS-CPY-FILE-REC(1:6) NOT NUMERIC                 CPYFOLD 
003738             MOVE 'Y' TO WS-EOF-SW                                CPYFOLD 
003741         END-IF                                                   CPYFOLD 
003750     END-IF.                                                      CPYFOLD 
003753*    THE ENGINE DROPS A COPYBOOK'S OWN FORMAT DIRECTIVE, SO IT    CPYFOLD 
003756*    IS NO PART OF THE TEXT TO MATCH.                             CPYFOLD 
003760     IF NOT WS-EOF                                                CPYFOLD 
003765         AND NOT SRCF-DIRECTIVE                                   CPYFOLD 
003770         AND WS-CACHE-LINE-CNT(CACHE-IX) < 200                    CPYFOLD 
003780         ADD 1 TO WS-CACHE-LINE-CNT(CACHE-IX)                     CPYFOLD 
003790         SET CACHE-LN-IX TO WS-CACHE-LINE-CNT(CACHE-IX)           CPYFOLD 
003990     OPEN INPUT PGM-FILE.                                         CPYFOLD 
004000     IF WS-PGM-FILE-STATUS NOT = '00'                             CPYFOLD 
004010         GO TO 2000-EXIT.                                         CPYFOLD 
004015     MOVE SPACE TO SRCF-FORMAT.                                   CPYFOLD 
004020     MOVE 0 TO WS-PGM-LINE-COUNT.                                 CPYFOLD 
004030     MOVE 'N' TO WS-EOF-SW.                                       CPYFOLD 
004040     PERFORM 2100-READ-MEMBER-LINE THRU 2100-EXIT UNTIL WS-EOF.   CPYFOLD 
004110         AT END MOVE 'Y' TO WS-EOF-SW                             CPYFOLD 
004120     END-READ.                                                    CPYFOLD 
004130     IF NOT WS-EOF                                                CPYFOLD 
004133         MOVE WS-PGM-FILE-REC TO SRCF-LINE                        CPYFOLD 
004136         CALL 'CPYSRCF' USING CPYSRCF-PARMS                       CPYFOLD 
004139         MOVE SRCF-CARD TO WS-PGM-FILE-REC                        CPYFOLD 
004142         IF NOT SRCF-FREE-FORMAT AND NOT SRCF-DIRECTIVE           CPYFOLD 
004145             AND WS-PGM-FILE-REC(1:6) NOT NUMERIC                 CPYFOLD 
004148             MOVE 'Y' TO WS-EOF-SW                                CPYFOLD 
004151         END-IF                                                   CPYFOLD 
004160     END-IF.                                                      CPYFOLD 
004170     IF NOT WS-EOF                                                CPYFOLD 
004180         AND WS-PGM-LINE-COUNT < 20000                            CPYFOLD 
