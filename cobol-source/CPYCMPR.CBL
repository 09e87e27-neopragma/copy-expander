000260*                            SO A COPYBOOK CHANGE CAN BE SEEN     CPYCMPR 
000270*                            AFFECTING REAL PROGRAMS BEFORE IT    CPYCMPR 
000280*                            IS PROMOTED FROM TEST TO PRIMARY.    CPYCMPR 
000282*2026-10-15 RS  A DECK PAST A >>SOURCE FORMAT FREE CARRIES FREE   CPYCMPR 
000284*               LINES, TEXT FROM COL 1.  LINES ARE COMPARED ON    CPYCMPR 
000286*               COLS 8-72 ONLY WHEN BOTH ARE SEQUENCED CARDS,     CPYCMPR 
000288*               OTHERWISE ON COLS 1-72 (1210-TAKE-LINE-TEXT).     CPYCMPR 
000290                                                                  CPYCMPR 
000300 ENVIRONMENT DIVISION.                                            CPYCMPR 
000310 CONFIGURATION SECTION.                                           CPYCMPR 
000890 77  WS-DIFF-COUNT           PIC 9(05) COMP VALUE 0.              CPYCMPR 
000900 77  WS-EDIT-LINE-NO         PIC 9(05) VALUE 0.                   CPYCMPR 
000910 77  WS-EDIT-DIFF-COUNT      PIC 9(05) VALUE 0.                   CPYCMPR 
000913 77  WS-SD1-TEXT             PIC X(72) VALUE SPACES.              CPYCMPR 
000916 77  WS-SD2-TEXT             PIC X(72) VALUE SPACES.              CPYCMPR 
000920*THE USING PROGRAMS COLLECTED FROM THE PER-(COPYBOOK, PROGRAM)    CPYCMPR 
000930*KEYED REGISTRY BEFORE THE RE-EXPANSIONS START, SO THE REGISTRY   CPYCMPR 
000940*IS CLOSED AGAIN BEFORE CPYXPND NEEDS IT.  A COPYBOOK WITH MORE   CPYCMPR 
003040     ADD 1 TO WS-DIFF-LINE-NO.                                    CPYCMPR 
003050     MOVE WS-DIFF-LINE-NO TO WS-EDIT-LINE-NO.                     CPYCMPR 
003060     MOVE SPACES TO WS-CMP-FILE-REC.                              CPYCMPR 
003066     PERFORM 1210-TAKE-LINE-TEXT THRU 1210-EXIT.                  CPYCMPR 
003072     IF WS-SD1-TEXT = WS-SD2-TEXT                                 CPYCMPR 
003080         STRING '  ' DELIMITED BY SIZE                            CPYCMPR 
003090             WS-EDIT-LINE-NO DELIMITED BY SIZE                    CPYCMPR 
003100             '  ' DELIMITED BY SIZE                               CPYCMPR 
003110             WS-SD1-TEXT(1:65) DELIMITED BY SIZE                  CPYCMPR 
003120             INTO WS-CMP-FILE-REC                                 CPYCMPR 
003130     ELSE                                                         CPYCMPR 
003140         ADD 1 TO WS-DIFF-COUNT                                   CPYCMPR 
003150         STRING '* ' DELIMITED BY SIZE                            CPYCMPR 
003160             WS-EDIT-LINE-NO DELIMITED BY SIZE                    CPYCMPR 
003170             '  ' DELIMITED BY SIZE                               CPYCMPR 
003180             WS-SD1-TEXT(1:65) DELIMITED BY SIZE                  CPYCMPR 
003190             ' | ' DELIMITED BY SIZE                              CPYCMPR 
003200             WS-SD2-TEXT(1:65) DELIMITED BY SIZE                  CPYCMPR 
003210             INTO WS-CMP-FILE-REC                                 CPYCMPR 
003220     END-IF.                                                      CPYCMPR 
003230     WRITE WS-CMP-FILE-REC.                                       CPYCMPR 
003240 1200-EXIT.                                                       CPYCMPR 
003250     EXIT.                                                        CPYCMPR 
003251                                                                  CPYCMPR 
003252*-------------------------------------------------------------    CPYCMPR 
003253*1210-TAKE-LINE-TEXT - THE TEXT OF A SEQUENCED CARD IS COLS       CPYCMPR 
003254*8-72, SO RENUMBERED DECKS STILL MATCH.  A FREE LINE HAS NO       CPYCMPR 
003255*SEQUENCE AREA AND ITS TEXT STARTS IN COL 1.                      CPYCMPR 
003256*-------------------------------------------------------------    CPYCMPR 
003257 1210-TAKE-LINE-TEXT.                                             CPYCMPR 
003258     MOVE SPACES TO WS-SD1-TEXT WS-SD2-TEXT.                      CPYCMPR 
003259     IF WS-SD1-FILE-REC(1:6) NUMERIC                              CPYCMPR 
003260         AND WS-SD2-FILE-REC(1:6) NUMERIC                         CPYCMPR 
003261         MOVE WS-SD1-FILE-REC(8:65) TO WS-SD1-TEXT                CPYCMPR 
003262         MOVE WS-SD2-FILE-REC(8:65) TO WS-SD2-TEXT                CPYCMPR 
003263     ELSE                                                         CPYCMPR 
003264         MOVE WS-SD1-FILE-REC(1:72) TO WS-SD1-TEXT                CPYCMPR 
003265         MOVE WS-SD2-FILE-REC(1:72) TO WS-SD2-TEXT                CPYCMPR 
003266     END-IF.                                                      CPYCMPR 
003267 1210-EXIT.                                                       CPYCMPR 
003268     EXIT.                                                        CPYCMPR 
003269                                                                  CPYCMPR 
003270*-------------------------------------------------------------    CPYCMPR 
003280*2000-RUN-IMPACT.  PRM-PROGRAM-NAME CARRIES THE                   CPYCMPR 
003290*COPYBOOK NAME ABOUT TO BE PROMOTED.  EVERY PROGRAM THE USAGE     CPYCMPR 
004950         AT END CONTINUE                                          CPYCMPR 
004960     END-READ.                                                    CPYCMPR 
004970     ADD 1 TO WS-DIFF-LINE-NO.                                    CPYCMPR 
004976     PERFORM 1210-TAKE-LINE-TEXT THRU 1210-EXIT.                  CPYCMPR 
004982     IF WS-SD1-TEXT NOT = WS-SD2-TEXT                             CPYCMPR 
004990         ADD 1 TO WS-DIFF-COUNT                                   CPYCMPR 
005000     END-IF.                                                      CPYCMPR 
005010 2110-EXIT.                                                       CPYCMPR 
