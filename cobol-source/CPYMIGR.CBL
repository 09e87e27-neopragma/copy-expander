000230*               BECOMES ONE REVIEWED BATCH RUN INSTEAD OF         CPYMIGR 
000240*               TWENTY HAND EDITS.  RC 0 = NO EDITS NEEDED,       CPYMIGR 
000250*               4 = SIDE FILES WRITTEN FOR REVIEW.                CPYMIGR 
000251*2026-10-15 RS  FREE-FORMAT MEMBERS: EACH LINE IS CLASSIFIED      CPYMIGR 
000252*               THROUGH CPYSRCF; PAST A >>SOURCE FORMAT FREE A    CPYMIGR 
000253*               *> COMMENT PASSES THROUGH AND A COPY IS LOOKED    CPYMIGR 
000254*               FOR FROM COL 1, THE LINE STAYING FREE IN THE      CPYMIGR 
000255*               .MIG FILE.  MEMBER AND SIDE-FILE RECORDS ARE      CPYMIGR 
000256*               WIDENED TO 256 SO A LONG FREE LINE IS NOT CUT.    CPYMIGR 
000260*-------------------------------------------------------------    CPYMIGR 
000270 ENVIRONMENT DIVISION.                                            CPYMIGR 
000280 CONFIGURATION SECTION.                                           CPYMIGR 
000520 FD  MBR-FILE.                                                    CPYMIGR 
000530 01  WS-MBR-FILE-REC         PIC X(80).                           CPYMIGR 
000540 FD  PGM-FILE.                                                    CPYMIGR 
000550 01  WS-PGM-FILE-REC         PIC X(256).                          CPYMIGR 
000560 FD  OUT-FILE.                                                    CPYMIGR 
000570 01  WS-OUT-FILE-REC         PIC X(256).                          CPYMIGR 
000580 FD  RPT-FILE.                                                    CPYMIGR 
000590 01  WS-RPT-FILE-REC         PIC X(132).                          CPYMIGR 
000600 WORKING-STORAGE SECTION.                                         CPYMIGR 
001030     05  WS-SPL-PTR          PIC 9(04) COMP.                      CPYMIGR 
001040     05  WS-SPL-HIT-SW       PIC X(01).                           CPYMIGR 
001050     05  WS-SPL-SEP          PIC X(01).                           CPYMIGR 
001052*    A FREE LINE'S TEXT PAST THE 65-BYTE WINDOW, CARRIED OVER     CPYMIGR 
001054*    BEHIND THE SPLICED NAME.                                     CPYMIGR 
001056     05  WS-SPL-TAIL         PIC X(191).                          CPYMIGR 
001058 COPY CPYSFP.                                                     CPYMIGR 
001060 PROCEDURE DIVISION.                                              CPYMIGR 
001070*-------------------------------------------------------------    CPYMIGR 
001080*0000-MAINLINE                                                    CPYMIGR 
002140         INTO WS-OUT-FILENAME                                     CPYMIGR 
002150     END-STRING.                                                  CPYMIGR 
002160     OPEN INPUT PGM-FILE.                                         CPYMIGR 
002165     MOVE SPACE TO SRCF-FORMAT.                                   CPYMIGR 
002170     IF WS-PGM-FILE-STATUS NOT = '00'                             CPYMIGR 
002180         MOVE SPACES TO WS-RPT-FILE-REC                           CPYMIGR 
002190         STRING WS-MEMBER-NAME DELIMITED BY SPACE                 CPYMIGR 
002580     ADD 1 TO WS-LINE-NO.                                         CPYMIGR 
002590*    COMMENT AND CONTINUATION CARDS PASS THROUGH UNTOUCHED,       CPYMIGR 
002600*    EXACTLY AS THE EXPANDER'S INDICATOR-AREA RULES READ THEM.    CPYMIGR 
002603*    IN FREE FORM A *> LINE OR A DIRECTIVE PASSES THROUGH.        CPYMIGR 
002606     MOVE WS-PGM-FILE-REC TO SRCF-LINE.                           CPYMIGR 
002609     CALL 'CPYSRCF' USING CPYSRCF-PARMS.                          CPYMIGR 
002612     IF SRCF-FREE-FORMAT                                          CPYMIGR 
002615         IF SRCF-CODE                                             CPYMIGR 
002618             PERFORM 2200-TRY-THE-RULES THRU 2200-EXIT            CPYMIGR 
002621         END-IF                                                   CPYMIGR 
002624     ELSE                                                         CPYMIGR 
002627         IF WS-PGM-FILE-REC(7:1) NOT = '*'                        CPYMIGR 
002630             AND WS-PGM-FILE-REC(7:1) NOT = '/'                   CPYMIGR 
002633             AND WS-PGM-FILE-REC(7:1) NOT = '-'                   CPYMIGR 
002636             PERFORM 2200-TRY-THE-RULES THRU 2200-EXIT            CPYMIGR 
002639         END-IF                                                   CPYMIGR 
002650     END-IF.                                                      CPYMIGR 
002660     MOVE WS-PGM-FILE-REC TO WS-OUT-FILE-REC.                     CPYMIGR 
002670     WRITE WS-OUT-FILE-REC.                                       CPYMIGR 
002690     EXIT.                                                        CPYMIGR 
002700*                                                                 CPYMIGR 
002710 2200-TRY-THE-RULES.                                              CPYMIGR 
002713     IF SRCF-FREE-FORMAT                                          CPYMIGR 
002716         MOVE WS-PGM-FILE-REC(1:65) TO WS-SPL-TEXT                CPYMIGR 
002719     ELSE                                                         CPYMIGR 
002722         MOVE WS-PGM-FILE-REC(8:65) TO WS-SPL-TEXT                CPYMIGR 
002725     END-IF.                                                      CPYMIGR 
002730     MOVE 0 TO WS-SPL-LEAD.                                       CPYMIGR 
002740     INSPECT WS-SPL-TEXT TALLYING WS-SPL-LEAD                     CPYMIGR 
002750         FOR LEADING SPACE.                                       CPYMIGR 
003360             INTO WS-SPL-RESULT WITH POINTER WS-SPL-PTR           CPYMIGR 
003370         END-STRING                                               CPYMIGR 
003380     END-IF.                                                      CPYMIGR 
003383     IF SRCF-FREE-FORMAT                                          CPYMIGR 
003386         PERFORM 2320-PUT-BACK-FREE-LINE THRU 2320-EXIT           CPYMIGR 
003389     ELSE                                                         CPYMIGR 
003392         MOVE WS-SPL-RESULT(1:65) TO WS-PGM-FILE-REC(8:65)        CPYMIGR 
003395     END-IF.                                                      CPYMIGR 
003400     ADD 1 TO WS-MBR-CHANGES.                                     CPYMIGR 
003410     MOVE WS-LINE-NO TO WS-EDIT-LINE.                             CPYMIGR 
003420     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYMIGR 
003600     ADD 1 TO WS-SPL-NP.                                          CPYMIGR 
003610 2310-EXIT.                                                       CPYMIGR 
003620     EXIT.                                                        CPYMIGR 
003630*                                                                 CPYMIGR 
003640*-------------------------------------------------------------    CPYMIGR 
003650*2320-PUT-BACK-FREE-LINE - A FREE LINE HAS NO COL 72 TO STOP      CPYMIGR 
003660*AT: THE SPLICED WINDOW GOES BACK AT COL 1 AT ITS NEW LENGTH      CPYMIGR 
003670*AND THE REST OF THE LINE FOLLOWS IT.                             CPYMIGR 
003680*-------------------------------------------------------------    CPYMIGR 
003690 2320-PUT-BACK-FREE-LINE.                                         CPYMIGR 
003700     MOVE WS-PGM-FILE-REC(66:) TO WS-SPL-TAIL.                    CPYMIGR 
003710     MOVE SPACES TO WS-PGM-FILE-REC.                              CPYMIGR 
003720     MOVE WS-SPL-RESULT(1:WS-SPL-PTR - 1) TO WS-PGM-FILE-REC.     CPYMIGR 
003730     MOVE WS-SPL-TAIL TO WS-PGM-FILE-REC(WS-SPL-PTR:).            CPYMIGR 
003740 2320-EXIT.                                                       CPYMIGR 
003750     EXIT.                                                        CPYMIGR 
