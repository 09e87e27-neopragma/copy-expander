000290*               FUNCTION.  LATER CARDS STILL OVERRIDE.            CPYXRUN 
000300*2026-08-22 RS  AN ENVIRON CARD (NAME IN COLS 10-17) SELECTS A    CPYXRUN 
000310*               NAMED CONFIG/REGISTRY ENVIRONMENT FOR THE RUN.    CPYXRUN 
000312*2026-10-15 RS  WHATIF: A FREE-FORMAT DECK LINE HAS ITS TEXT      CPYXRUN 
000314*               FROM COL 1, SO UNLESS BOTH LINES ARE SEQUENCED    CPYXRUN 
000316*               CARDS THEY ARE COMPARED ON COLS 1-72.             CPYXRUN 
000320*-------------------------------------------------------------    CPYXRUN 
000330 ENVIRONMENT DIVISION.                                            CPYXRUN 
000340 CONFIGURATION SECTION.                                           CPYXRUN 
002760     IF WS-BAS-EOF-SW = 'Y' AND WS-WIF-EOF-SW = 'Y'               CPYXRUN 
002770         GO TO 2200-EXIT.                                         CPYXRUN 
002780*    COMPARE THE TEXT COLUMNS ONLY - SEQUENCE NUMBERS AND         CPYXRUN 
002783*    STAMPS ARE ALLOWED TO DIFFER BETWEEN THE TWO PASSES.  A      CPYXRUN 
002786*    FREE LINE HAS NO SEQUENCE AREA; ITS TEXT STARTS IN COL 1.    CPYXRUN 
002789     IF WS-BAS-FILE-REC(1:6) NUMERIC                              CPYXRUN 
002792         AND WS-WIF-FILE-REC(1:6) NUMERIC                         CPYXRUN 
002795         IF WS-BAS-FILE-REC(8:65) NOT = WS-WIF-FILE-REC(8:65)     CPYXRUN 
002798             ADD 1 TO WS-WIF-DIFF-COUNT                           CPYXRUN 
002801         END-IF                                                   CPYXRUN 
002804     ELSE                                                         CPYXRUN 
002807         IF WS-BAS-FILE-REC(1:72) NOT = WS-WIF-FILE-REC(1:72)     CPYXRUN 
002810             ADD 1 TO WS-WIF-DIFF-COUNT                           CPYXRUN 
002813         END-IF                                                   CPYXRUN 
002820     END-IF.                                                      CPYXRUN 
002830 2200-EXIT.                                                       CPYXRUN 
002840     EXIT.                                                        CPYXRUN 
