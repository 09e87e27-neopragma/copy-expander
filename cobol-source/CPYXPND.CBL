001100*                AN FDLEN WARNING - ELIGIBLE FOR THE WAIVER       CPYXPND 
001110*                MECHANISM - INSTEAD OF TRUNCATING SILENTLY       CPYXPND 
001120*                AT RUN TIME.                                     CPYXPND 
001121* 2026-10-15 RS  STANDALONE REPLACE ==X== BY ==Y== AND REPLACE    CPYXPND 
001122*                OFF ARE NOW HONORED THE WAY THE COMPILER         CPYXPND 
001123*                HONORS THEM: THE SET APPLIES TO ALL FOLLOWING    CPYXPND 
001124*                TEXT, COPIED TEXT INCLUDED, AFTER ANY COPY       CPYXPND 
001125*                REPLACING, UNTIL REPLACE OFF OR THE NEXT         CPYXPND 
001126*                REPLACE.  THE STATEMENT ITSELF GOES TO THE       CPYXPND 
001127*                DECK AS A COMMENT CARD, THE SET IN FORCE IS      CPYXPND 
001128*                NAMED (R001, R002 ...) IN PROVENANCE COLS        CPYXPND 
001129*                77-80 AND THE LISTING MARGIN, AND AN OPERAND     CPYXPND 
001130*                THAT NEVER MATCHED DRAWS A RPLUNUSED WARNING.    CPYXPND 
001131* 2026-10-15 RS  FREE-FORMAT SOURCE.  A >>SOURCE FORMAT           CPYXPND 
001132*                DIRECTIVE IS HONORED PER MEMBER AND PER          CPYXPND 
001133*                COPYBOOK; FREE LINES ARE NORMALIZED TO CARD      CPYXPND 
001134*                IMAGES ON LOAD (*> COMMENTS, INLINE *> TEXT,     CPYXPND 
001135*                AREA A PLACEMENT, LONG LINES AND LITERALS        CPYXPND 
001136*                CONTINUED), SO THE SEQUENCE, INDICATOR,          CPYXPND 
001137*                COLUMN 72 AND STAMP RULES SEE ONLY WELL-FORMED   CPYXPND 
001138*                CARDS.  THE DELIVERED DECK FOLLOWS THE           CPYXPND 
001139*                MEMBER'S OWN FORMAT DIRECTIVES, CONVERTING       CPYXPND 
001140*                COPIED TEXT OF THE OTHER FORMAT AS IT GOES.      CPYXPND 
001141* 2026-10-15 RS  THE DECK AND PROVENANCE FILE BEING REPLACED ARE  CPYXPND 
001142*                KEPT AS .OLD AND .PRV.OLD, AND THE DELIVERED     CPYXPND 
001143*                DECK NAME GOES BACK IN PRM-DELIVERED-FILE, SO    CPYXPND 
001144*                THE SWEEP CAN JOURNAL WHAT EACH DELIVERY         CPYXPND 
001145*                CHANGED (CPYDJNL).                               CPYXPND 
001146* 2026-10-15 RS  THE ACCOUNTING RECORD CARRIES THE CALLER'S       CPYXPND 
001147*                FUNCTION (PRM-CALLER-FUNCTION, SWEEP FROM        CPYXPND 
001148*                CPYDRVR) IN COLS 66-73 SO THE RECERTIFICATION    CPYXPND 
001149*                CREDITS THE GRANT THE RUN WAS AUTHORIZED BY.     CPYXPND 
001150* -------------------------------------------------------------   CPYXPND 
001151 ENVIRONMENT DIVISION.                                            CPYXPND 
001152 CONFIGURATION SECTION.                                           CPYXPND 
001160 SOURCE-COMPUTER. GENERIC-COMPUTER.                               CPYXPND 
001170 OBJECT-COMPUTER. GENERIC-COMPUTER.                               CPYXPND 
001180 INPUT-OUTPUT SECTION.                                            CPYXPND 
002170 DATA DIVISION.                                                   CPYXPND 
002180 FILE SECTION.                                                    CPYXPND 
002190 FD  PGM-FILE.                                                    CPYXPND 
002200 01  WS-PGM-FILE-REC         PIC X(256).                          CPYXPND 
002210 FD  CPY-FILE.                                                    CPYXPND 
002220 01  WS-CPY-FILE-REC         PIC X(256).                          CPYXPND 
002230 FD  OUT-FILE.                                                    CPYXPND 
002240 01  WS-OUT-FILE-REC         PIC X(80).                           CPYXPND 
002250 FD  EXP-FILE.                                                    CPYXPND 
003200 77  WS-LST-EDIT-NEST        PIC Z9.                              CPYXPND 
003210 77  WS-OUT-FINAL-NAME       PIC X(80) VALUE SPACES.              CPYXPND 
003220 77  WS-PRV-FINAL-NAME       PIC X(80) VALUE SPACES.              CPYXPND 
003223 77  WS-OLD-FINAL-NAME       PIC X(80) VALUE SPACES.              CPYXPND 
003226 77  WS-PRV-OLD-NAME         PIC X(80) VALUE SPACES.              CPYXPND 
003230 77  WS-PRV-FILE-STATUS      PIC X(02) VALUE '00'.                CPYXPND 
003240 77  WS-PRV-FILENAME         PIC X(80) VALUE SPACES.              CPYXPND 
003250 77  WS-PRV-LINE-NO          PIC 9(08) VALUE 0.                   CPYXPND 
005890         10  WS-OUT-UNIT      PIC X(10).                          CPYXPND 
005900         10  WS-OUT-LIBRARY   PIC X(08).                          CPYXPND 
005910         10  WS-OUT-NEST      PIC 9(02) COMP.                     CPYXPND 
005912*        THE REPLACE SET IN FORCE WHEN THE LINE WAS EMITTED       CPYXPND 
005914*        (0 = NONE) - NAMED R001, R002 ... IN THE MARGIN.         CPYXPND 
005916         10  WS-OUT-RPL-SET   PIC 9(03) COMP.                     CPYXPND 
005920* -------------------------------------------------------------   CPYXPND 
005930* ITERATIVE COPY-EXPANSION CALL STACK (NO RECURSION) --           CPYXPND 
005940* MAINTAINS THE COPY-NESTING STACK USED FOR CYCLE                 CPYXPND 
007350         88  WS-EDGE-BOUNDARY VALUE 'Y'.                          CPYXPND 
007360     05  WS-EDGE-MATCH-SW     PIC X(01).                          CPYXPND 
007370         88  WS-EDGE-MATCHED  VALUE 'Y'.                          CPYXPND 
007371* -------------------------------------------------------------   CPYXPND 
007372* STANDALONE REPLACE SET - ONE SET IS IN FORCE AT A TIME, FROM    CPYXPND 
007373* ITS REPLACE STATEMENT TO REPLACE OFF OR THE NEXT REPLACE, AND   CPYXPND 
007374* IT CUTS ACROSS COPY FRAMES.  SETS ARE NUMBERED IN THE ORDER     CPYXPND 
007375* THE MEMBER DECLARES THEM.                                       CPYXPND 
007376* -------------------------------------------------------------   CPYXPND 
007377 01  WS-RPL-AREA.                                                 CPYXPND 
007378     05  WS-RPL-SET-COUNT     PIC 9(03) COMP VALUE 0.             CPYXPND 
007379     05  WS-RPL-SET-NO        PIC 9(03) COMP VALUE 0.             CPYXPND 
007380     05  WS-RPL-CNT           PIC 9(02) COMP VALUE 0.             CPYXPND 
007381     05  WS-RPL-PAIR OCCURS 10 TIMES INDEXED BY RPL-IX.           CPYXPND 
007382         10  WS-RPL-TOKEN     PIC X(40).                          CPYXPND 
007383         10  WS-RPL-VALUE     PIC X(40).                          CPYXPND 
007384         10  WS-RPL-MODE      PIC X(01).                          CPYXPND 
007385         10  WS-RPL-SEEN      PIC X(01).                          CPYXPND 
007386             88  WS-RPL-WAS-SEEN VALUE 'Y'.                       CPYXPND 
007387     05  WS-RPL-FIRST-PTR     PIC 9(08) COMP.                     CPYXPND 
007388     05  WS-RPL-LABEL.                                            CPYXPND 
007389         10  FILLER           PIC X(01) VALUE 'R'.                CPYXPND 
007390         10  WS-RPL-LABEL-NO  PIC 9(03).                          CPYXPND 
007391* -------------------------------------------------------------   CPYXPND 
007392* AUDIT, EXCEPTION AND BANNER WORK AREAS                          CPYXPND 
007400* -------------------------------------------------------------   CPYXPND 
007410 COPY CPYAUD.                                                     CPYXPND 
007420 COPY CPYEXC.                                                     CPYXPND 
008820     05  WS-HYG-TYPE          PIC X(08).                          CPYXPND 
008830     05  WS-HYG-EDIT-LINE     PIC Z(07)9.                         CPYXPND 
008840     05  WS-HYG-EDIT-COL      PIC Z9.                             CPYXPND 
008841*    FREE-FORMAT SOURCE IS NORMALIZED TO CARD IMAGES AS IT IS     CPYXPND 
008842*    LOADED - ONE FREE LINE MAY YIELD SEVERAL CARDS.  THE         CPYXPND 
008843*    FORMAT SWITCH STARTS FIXED FOR EVERY MEMBER AND COPYBOOK.    CPYXPND 
008844 01  WS-FRE-AREA.                                                 CPYXPND 
008845     05  WS-FRE-FORMAT-SW     PIC X(01) VALUE 'X'.                CPYXPND 
008846         88  WS-FRE-FREE-FORMAT         VALUE 'F'.                CPYXPND 
008847     05  WS-FRE-DIRECTIVE-SW  PIC X(01) VALUE 'N'.                CPYXPND 
008848         88  WS-FRE-IS-DIRECTIVE        VALUE 'Y'.                CPYXPND 
008849     05  WS-FRE-AREA-A-SW     PIC X(01) VALUE 'N'.                CPYXPND 
008850         88  WS-FRE-AREA-A              VALUE 'Y'.                CPYXPND 
008851     05  WS-FRE-NEW-FORMAT    PIC X(01).                          CPYXPND 
008852     05  WS-FRE-DIV           PIC X(01).                          CPYXPND 
008853     05  WS-FRE-LINE          PIC X(256).                         CPYXPND 
008854     05  WS-FRE-UPPER         PIC X(256).                         CPYXPND 
008855     05  WS-FRE-CODE          PIC X(256).                         CPYXPND 
008856     05  WS-FRE-REST          PIC X(256).                         CPYXPND 
008857     05  WS-FRE-W1            PIC X(30).                          CPYXPND 
008858     05  WS-FRE-W2            PIC X(30).                          CPYXPND 
008859     05  WS-FRE-LINE-NO       PIC 9(06) COMP.                     CPYXPND 
008860     05  WS-FRE-LEAD          PIC 9(04) COMP.                     CPYXPND 
008861     05  WS-FRE-CODE-LEN      PIC 9(04) COMP.                     CPYXPND 
008862     05  WS-FRE-COL           PIC 9(04) COMP.                     CPYXPND 
008863     05  WS-FRE-WIDTH         PIC 9(04) COMP.                     CPYXPND 
008864     05  WS-FRE-CUT           PIC 9(04) COMP.                     CPYXPND 
008865     05  WS-FRE-POS           PIC 9(04) COMP.                     CPYXPND 
008866     05  WS-FRE-BLANK-POS     PIC 9(04) COMP.                     CPYXPND 
008867     05  WS-FRE-QUOTE         PIC X(01).                          CPYXPND 
008868     05  WS-FRE-CUT-QUOTE     PIC X(01).                          CPYXPND 
008869     05  WS-FRE-LINE-IND      PIC X(01).                          CPYXPND 
008870     05  WS-FRE-PIECE-IND     PIC X(01).                          CPYXPND 
008871     05  WS-FRE-SEQ           PIC 9(06).                          CPYXPND 
008872     05  WS-FRE-CARD-COUNT    PIC 9(02) COMP.                     CPYXPND 
008873     05  WS-FRE-CARD OCCURS 10 TIMES INDEXED BY FRE-IX.           CPYXPND 
008874         10  WS-FRE-CARD-SEQ  PIC X(06).                          CPYXPND 
008875         10  WS-FRE-CARD-IND  PIC X(01).                          CPYXPND 
008876         10  WS-FRE-CARD-TEXT PIC X(65).                          CPYXPND 
008877 77  WS-DECK-FORMAT-SW        PIC X(01) VALUE 'X'.                CPYXPND 
008878     88  WS-DECK-FREE-FORMAT            VALUE 'F'.                CPYXPND 
008879 77  WS-TAB-CHAR              PIC X(01) VALUE X'09'.              CPYXPND 
008880 77  WS-PIN-LOADED-SW         PIC X(01) VALUE 'N'.                CPYXPND 
008881 77  WS-PREV-OVERLAY          PIC X(60) VALUE SPACES.             CPYXPND 
008882 77  WS-PGM-STAMP-OUTER       PIC X(08) VALUE SPACES.             CPYXPND 
008890 77  WS-TRIM-LEN              PIC 9(04) COMP VALUE 0.             CPYXPND 
008900 77  WS-RENUM-SEQ             PIC 9(06) VALUE 0.                  CPYXPND 
008910 77  WS-DATE-PART             PIC 9(08) VALUE 0.                  CPYXPND 
009810 1000-INITIALIZE-RUN.                                             CPYXPND 
009820     MOVE 0 TO PRM-RETURN-CODE PRM-MAX-DEPTH-FOUND.               CPYXPND 
009830     MOVE SPACES TO PRM-REASON-CODE.                              CPYXPND 
009835     MOVE SPACES TO PRM-DELIVERED-FILE.                           CPYXPND 
009840     MOVE 'N' TO WS-ABORT-SW.                                     CPYXPND 
009850     MOVE SPACES TO WS-ABORT-CODE.                                CPYXPND 
009860     MOVE 0 TO WS-WARNING-COUNT.                                  CPYXPND 
013230     MOVE 'N' TO WS-EOF-SW.                                       CPYXPND 
013240     MOVE SPACE TO WS-PGM-USES-PGMNAME.                           CPYXPND 
013250     MOVE 'Y' TO WS-PGM-IDSTAMP-OK.                               CPYXPND 
013252     MOVE 'X' TO WS-FRE-FORMAT-SW.                                CPYXPND 
013254     MOVE SPACE TO WS-FRE-DIV.                                    CPYXPND 
013256     MOVE 0 TO WS-FRE-LINE-NO.                                    CPYXPND 
013260     PERFORM 2100-READ-PROGRAM-LINE UNTIL WS-EOF.                 CPYXPND 
013270     CLOSE PGM-FILE.                                              CPYXPND 
013280     IF WS-PGM-LINE-COUNT > 0                                     CPYXPND 
014510     READ PGM-FILE INTO WS-PGM-FILE-REC                           CPYXPND 
014520         AT END MOVE 'Y' TO WS-EOF-SW                             CPYXPND 
014530     END-READ.                                                    CPYXPND 
014531*    A >>SOURCE DIRECTIVE SWITCHES THE FORMAT OF THE LINES        CPYXPND 
014532*    AFTER IT; FREE LINES ARE CUT INTO CARDS BEFORE STORING.      CPYXPND 
014533     IF NOT WS-EOF                                                CPYXPND 
014534         ADD 1 TO WS-FRE-LINE-NO                                  CPYXPND 
014535         MOVE WS-PGM-FILE-REC TO WS-FRE-LINE                      CPYXPND 
014536         PERFORM 2500-TEST-SOURCE-DIRECTIVE THRU 2500-EXIT        CPYXPND 
014537         IF WS-FRE-IS-DIRECTIVE OR WS-FRE-FREE-FORMAT             CPYXPND 
014538             PERFORM 2120-LOAD-FREE-LINE THRU 2120-EXIT           CPYXPND 
014539         ELSE                                                     CPYXPND 
014540             PERFORM 2110-LOAD-FIXED-CARD THRU 2110-EXIT          CPYXPND 
014541         END-IF                                                   CPYXPND 
014542     END-IF.                                                      CPYXPND 
014543*                                                                 CPYXPND 
014544 2110-LOAD-FIXED-CARD.                                            CPYXPND 
014545*    THE PANVALET/LIBRARIAN MIGRATION CARDS START IN COLUMN 1,    CPYXPND 
014550*    NOT IN THE TEXT AREA - RESHAPE SUCH A CARD INTO A NORMAL     CPYXPND 
014560*    TEXT-AREA STATEMENT (BLANK SEQUENCE AND INDICATOR) SO THE    CPYXPND 
014570*    EXPANSION PASS RESOLVES IT LIKE ANY OTHER INCLUSION.         CPYXPND 
014760             ' - NON-NUMERIC SEQUENCE AREA ENDED THE'             CPYXPND 
014770             ' MEMBER LOAD'                                       CPYXPND 
014780     END-IF.                                                      CPYXPND 
014781     IF NOT WS-EOF                                                CPYXPND 
014782         PERFORM 2115-STORE-PGM-CARD THRU 2115-EXIT.              CPYXPND 
014783 2110-EXIT.                                                       CPYXPND 
014784     EXIT.                                                        CPYXPND 
014785*                                                                 CPYXPND 
014786 2115-STORE-PGM-CARD.                                             CPYXPND 
014790*    A MEMBER LARGER THAN THE PROGRAM LINE TABLE CANNOT BE        CPYXPND 
014800*    EXPANDED FAITHFULLY - FAIL IT OUTRIGHT RATHER THAN           CPYXPND 
014810*    TRUNCATING IT AND SHIPPING A PARTIAL DECK DOWNSTREAM.        CPYXPND 
015130         IF WS-PGM-TEXT(PGM-IX)(1:12) = 'END PROGRAM '            CPYXPND 
015140             PERFORM 2180-CLOSE-PROGRAM-UNIT THRU 2180-EXIT       CPYXPND 
015150         END-IF.                                                  CPYXPND 
015153 2115-EXIT.                                                       CPYXPND 
015156     EXIT.                                                        CPYXPND 
015160*                                                                 CPYXPND 
015161 2120-LOAD-FREE-LINE.                                             CPYXPND 
015162     PERFORM 2510-CONVERT-FREE-LINE THRU 2510-EXIT.               CPYXPND 
015163     PERFORM 2125-STORE-FREE-CARD THRU 2125-EXIT                  CPYXPND 
015164         VARYING FRE-IX FROM 1 BY 1                               CPYXPND 
015165         UNTIL FRE-IX > WS-FRE-CARD-COUNT OR WS-EOF.              CPYXPND 
015166     IF WS-FRE-IS-DIRECTIVE                                       CPYXPND 
015167         MOVE WS-FRE-NEW-FORMAT TO WS-FRE-FORMAT-SW.              CPYXPND 
015168 2120-EXIT.                                                       CPYXPND 
015169     EXIT.                                                        CPYXPND 
015170*                                                                 CPYXPND 
015171 2125-STORE-FREE-CARD.                                            CPYXPND 
015172     MOVE SPACES TO WS-PGM-FILE-REC.                              CPYXPND 
015173     MOVE WS-FRE-CARD-SEQ(FRE-IX)  TO WS-PGM-FILE-REC(1:6).       CPYXPND 
015174     MOVE WS-FRE-CARD-IND(FRE-IX)  TO WS-PGM-FILE-REC(7:1).       CPYXPND 
015175     MOVE WS-FRE-CARD-TEXT(FRE-IX) TO WS-PGM-FILE-REC(8:65).      CPYXPND 
015176     PERFORM 2115-STORE-PGM-CARD THRU 2115-EXIT.                  CPYXPND 
015177 2125-EXIT.                                                       CPYXPND 
015178     EXIT.                                                        CPYXPND 
015179*                                                                 CPYXPND 
015180 2170-OPEN-PROGRAM-UNIT.                                          CPYXPND 
015181     IF WS-PGM-UNIT-COUNT >= 20                                   CPYXPND 
015190         ADD 1 TO WS-WARNING-COUNT                                CPYXPND 
015200         GO TO 2170-EXIT.                                         CPYXPND 
015210     MOVE SPACES TO WS-UNIT-W1 WS-UNIT-W2.                        CPYXPND 
016050 2100-EXIT.                                                       CPYXPND 
016060     EXIT.                                                        CPYXPND 
016070*                                                                 CPYXPND 
016071* -------------------------------------------------------------   CPYXPND 
016072* 2500-TEST-SOURCE-DIRECTIVE - IS THE LINE IN WS-FRE-LINE A       CPYXPND 
016073* >>SOURCE FORMAT DIRECTIVE?  IN FIXED FORM THE SEQUENCE AND      CPYXPND 
016074* INDICATOR AREAS ARE SKIPPED FIRST.  WS-FRE-NEW-FORMAT GETS      CPYXPND 
016075* 'F' FOR FREE AND 'X' FOR ANY OTHER FORMAT NAMED.                CPYXPND 
016076* -------------------------------------------------------------   CPYXPND 
016077 2500-TEST-SOURCE-DIRECTIVE.                                      CPYXPND 
016078     MOVE WS-FRE-LINE TO WS-FRE-UPPER.                            CPYXPND 
016079     IF NOT WS-FRE-FREE-FORMAT                                    CPYXPND 
016080         AND WS-FRE-UPPER(1:6) NUMERIC                            CPYXPND 
016081         MOVE SPACES TO WS-FRE-UPPER(1:7)                         CPYXPND 
016082     END-IF.                                                      CPYXPND 
016083     PERFORM 2505-TEST-UPPER-DIRECTIVE THRU 2505-EXIT.            CPYXPND 
016084 2500-EXIT.                                                       CPYXPND 
016085     EXIT.                                                        CPYXPND 
016086*                                                                 CPYXPND 
016087 2505-TEST-UPPER-DIRECTIVE.                                       CPYXPND 
016088     MOVE 'N' TO WS-FRE-DIRECTIVE-SW.                             CPYXPND 
016089     INSPECT WS-FRE-UPPER CONVERTING                              CPYXPND 
016090         'abcdefghijklmnopqrstuvwxyz'                             CPYXPND 
016091         TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.                         CPYXPND 
016092     MOVE 0 TO WS-FRE-LEAD.                                       CPYXPND 
016093     INSPECT WS-FRE-UPPER TALLYING WS-FRE-LEAD                    CPYXPND 
016094         FOR LEADING SPACE.                                       CPYXPND 
016095     IF WS-FRE-LEAD > 240                                         CPYXPND 
016096         GO TO 2505-EXIT.                                         CPYXPND 
016097     IF WS-FRE-UPPER(WS-FRE-LEAD + 1:8) NOT = '>>SOURCE'          CPYXPND 
016098         GO TO 2505-EXIT.                                         CPYXPND 
016099     MOVE 'Y' TO WS-FRE-DIRECTIVE-SW.                             CPYXPND 
016100     MOVE 'X' TO WS-FRE-NEW-FORMAT.                               CPYXPND 
016101     MOVE 0 TO WS-TALLY.                                          CPYXPND 
016102     INSPECT WS-FRE-UPPER TALLYING WS-TALLY FOR ALL ' FREE'.      CPYXPND 
016103     IF WS-TALLY > 0                                              CPYXPND 
016104         MOVE 'F' TO WS-FRE-NEW-FORMAT.                           CPYXPND 
016105 2505-EXIT.                                                       CPYXPND 
016106     EXIT.                                                        CPYXPND 
016107*                                                                 CPYXPND 
016108* -------------------------------------------------------------   CPYXPND 
016109* 2510-CONVERT-FREE-LINE - CUT ONE FREE-FORMAT LINE (OR A         CPYXPND 
016110* FORMAT DIRECTIVE) INTO FIXED CARD IMAGES IN WS-FRE-CARD.        CPYXPND 
016111* A FULL-LINE *> COMMENT BECOMES A '*' CARD, >>D A 'D' CARD;      CPYXPND 
016112* AN INLINE *> COMMENT IS DROPPED.  AREA A ITEMS GO TO COLUMN     CPYXPND 
016113* 8, ALL ELSE TO AREA B KEEPING ITS INDENTATION.  SEQUENCE        CPYXPND 
016114* NUMBERS ARE THE LINE NUMBER TIMES TEN PLUS THE PIECE; THE       CPYXPND 
016115* STAMP AREA STAYS BLANK.                                         CPYXPND 
016116* -------------------------------------------------------------   CPYXPND 
016117 2510-CONVERT-FREE-LINE.                                          CPYXPND 
016118     MOVE 0 TO WS-FRE-CARD-COUNT.                                 CPYXPND 
016119     MOVE 0 TO WS-FRE-COL.                                        CPYXPND 
016120     MOVE SPACES TO WS-FRE-CODE.                                  CPYXPND 
016121     MOVE SPACE TO WS-FRE-LINE-IND.                               CPYXPND 
016122     IF WS-FRE-IS-DIRECTIVE                                       CPYXPND 
016123         MOVE WS-FRE-LINE(WS-FRE-LEAD + 1:) TO WS-FRE-CODE        CPYXPND 
016124         PERFORM 2540-CUT-ALL-PIECES THRU 2540-EXIT               CPYXPND 
016125         IF NOT WS-FRE-FREE-FORMAT                                CPYXPND 
016126             AND WS-FRE-LINE(1:6) NUMERIC                         CPYXPND 
016127             MOVE WS-FRE-LINE(1:6) TO WS-FRE-CARD-SEQ(1)          CPYXPND 
016128         END-IF                                                   CPYXPND 
016129         GO TO 2510-EXIT.                                         CPYXPND 
016130     MOVE 0 TO WS-FRE-LEAD.                                       CPYXPND 
016131     INSPECT WS-FRE-LINE TALLYING WS-FRE-LEAD                     CPYXPND 
016132         FOR LEADING SPACE.                                       CPYXPND 
016133*    A BLANK LINE STAYS A BLANK CARD.                             CPYXPND 
016134     IF WS-FRE-LEAD > 249                                         CPYXPND 
016135         IF WS-FRE-LEAD < 256                                     CPYXPND 
016136             MOVE WS-FRE-LINE(WS-FRE-LEAD + 1:) TO WS-FRE-CODE    CPYXPND 
016137         END-IF                                                   CPYXPND 
016138         PERFORM 2540-CUT-ALL-PIECES THRU 2540-EXIT               CPYXPND 
016139         GO TO 2510-EXIT.                                         CPYXPND 
016140     IF WS-FRE-LINE(WS-FRE-LEAD + 1:2) = '*>'                     CPYXPND 
016141         MOVE '*' TO WS-FRE-LINE-IND                              CPYXPND 
016142         MOVE WS-FRE-LINE(WS-FRE-LEAD + 3:) TO WS-FRE-CODE        CPYXPND 
016143         PERFORM 2540-CUT-ALL-PIECES THRU 2540-EXIT               CPYXPND 
016144         GO TO 2510-EXIT.                                         CPYXPND 
016145     IF WS-FRE-LINE(WS-FRE-LEAD + 1:4) = '>>D ' OR '>>d '         CPYXPND 
016146         MOVE 'D' TO WS-FRE-LINE-IND                              CPYXPND 
016147         MOVE WS-FRE-LINE(WS-FRE-LEAD + 5:) TO WS-FRE-REST        CPYXPND 
016148         MOVE 0 TO WS-FRE-POS                                     CPYXPND 
016149         INSPECT WS-FRE-REST TALLYING WS-FRE-POS                  CPYXPND 
016150             FOR LEADING SPACE                                    CPYXPND 
016151         IF WS-FRE-POS < 256                                      CPYXPND 
016152             MOVE WS-FRE-REST(WS-FRE-POS + 1:) TO WS-FRE-CODE     CPYXPND 
016153         END-IF                                                   CPYXPND 
016154     ELSE                                                         CPYXPND 
016155         MOVE WS-FRE-LINE(WS-FRE-LEAD + 1:) TO WS-FRE-CODE        CPYXPND 
016156     END-IF.                                                      CPYXPND 
016157     PERFORM 2520-STRIP-INLINE-COMMENT THRU 2520-EXIT.            CPYXPND 
016158     PERFORM 2530-PLACE-CODE-LINE THRU 2530-EXIT.                 CPYXPND 
016159     PERFORM 2540-CUT-ALL-PIECES THRU 2540-EXIT.                  CPYXPND 
016160 2510-EXIT.                                                       CPYXPND 
016161     EXIT.                                                        CPYXPND 
016162*                                                                 CPYXPND 
016163 2520-STRIP-INLINE-COMMENT.                                       CPYXPND 
016164     MOVE SPACE TO WS-FRE-QUOTE.                                  CPYXPND 
016165     MOVE 0 TO WS-FRE-CUT.                                        CPYXPND 
016166     PERFORM 2525-SCAN-COMMENT-CHAR THRU 2525-EXIT                CPYXPND 
016167         VARYING WS-FRE-POS FROM 1 BY 1                           CPYXPND 
016168         UNTIL WS-FRE-POS > 255 OR WS-FRE-CUT > 0.                CPYXPND 
016169     IF WS-FRE-CUT > 0                                            CPYXPND 
016170         MOVE SPACES TO WS-FRE-CODE(WS-FRE-CUT:)                  CPYXPND 
016171     END-IF.                                                      CPYXPND 
016172 2520-EXIT.                                                       CPYXPND 
016173     EXIT.                                                        CPYXPND 
016174*                                                                 CPYXPND 
016175 2525-SCAN-COMMENT-CHAR.                                          CPYXPND 
016176     IF WS-FRE-QUOTE NOT = SPACE                                  CPYXPND 
016177         IF WS-FRE-CODE(WS-FRE-POS:1) = WS-FRE-QUOTE              CPYXPND 
016178             MOVE SPACE TO WS-FRE-QUOTE                           CPYXPND 
016179         END-IF                                                   CPYXPND 
016180         GO TO 2525-EXIT.                                         CPYXPND 
016181     IF WS-FRE-CODE(WS-FRE-POS:1) = '"' OR "'"                    CPYXPND 
016182         MOVE WS-FRE-CODE(WS-FRE-POS:1) TO WS-FRE-QUOTE           CPYXPND 
016183         GO TO 2525-EXIT.                                         CPYXPND 
016184     IF WS-FRE-CODE(WS-FRE-POS:2) = '*>'                          CPYXPND 
016185         MOVE WS-FRE-POS TO WS-FRE-CUT.                           CPYXPND 
016186 2525-EXIT.                                                       CPYXPND 
016187     EXIT.                                                        CPYXPND 
016188*                                                                 CPYXPND 
016189*    DIVISION AND SECTION HEADERS, LEVEL 01/77/66 AND FILE        CPYXPND 
016190*    DESCRIPTIONS, THE IDENTIFICATION AND CONFIGURATION           CPYXPND 
016191*    PARAGRAPHS AND PROGRAM BOUNDARIES BELONG IN AREA A; SO       CPYXPND 
016192*    DOES A LONE WORD AND PERIOD (A PARAGRAPH NAME) OUTSIDE THE   CPYXPND 
016193*    DATA DIVISION.                                               CPYXPND 
016194 2530-PLACE-CODE-LINE.                                            CPYXPND 
016195     MOVE WS-FRE-CODE TO WS-FRE-UPPER.                            CPYXPND 
016196     INSPECT WS-FRE-UPPER CONVERTING                              CPYXPND 
016197         'abcdefghijklmnopqrstuvwxyz'                             CPYXPND 
016198         TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.                         CPYXPND 
016199     MOVE SPACES TO WS-FRE-W1 WS-FRE-W2.                          CPYXPND 
016200     UNSTRING WS-FRE-UPPER DELIMITED BY ALL SPACE                 CPYXPND 
016201         INTO WS-FRE-W1 WS-FRE-W2                                 CPYXPND 
016202     END-UNSTRING.                                                CPYXPND 
016203     MOVE 'N' TO WS-FRE-AREA-A-SW.                                CPYXPND 
016204     IF WS-FRE-W2(1:8) = 'DIVISION'                               CPYXPND 
016205         MOVE WS-FRE-W1(1:1) TO WS-FRE-DIV                        CPYXPND 
016206         MOVE 'Y' TO WS-FRE-AREA-A-SW                             CPYXPND 
016207     END-IF.                                                      CPYXPND 
016208     IF WS-FRE-W2(1:7) = 'SECTION'                                CPYXPND 
016209         MOVE 'Y' TO WS-FRE-AREA-A-SW                             CPYXPND 
016210     END-IF.                                                      CPYXPND 
016211     EVALUATE WS-FRE-W1                                           CPYXPND 
016212         WHEN '01' WHEN '1' WHEN '77' WHEN '66'                   CPYXPND 
016213         WHEN 'FD' WHEN 'SD' WHEN 'RD' WHEN 'CD'                  CPYXPND 
016214         WHEN 'PROGRAM-ID.' WHEN 'PROGRAM-ID'                     CPYXPND 
016215         WHEN 'AUTHOR.' WHEN 'INSTALLATION.'                      CPYXPND 
016216         WHEN 'DATE-WRITTEN.' WHEN 'DATE-COMPILED.'               CPYXPND 
016217         WHEN 'SECURITY.' WHEN 'REMARKS.'                         CPYXPND 
016218         WHEN 'SOURCE-COMPUTER.' WHEN 'OBJECT-COMPUTER.'          CPYXPND 
016219         WHEN 'SPECIAL-NAMES.' WHEN 'REPOSITORY.'                 CPYXPND 
016220         WHEN 'FILE-CONTROL.' WHEN 'I-O-CONTROL.'                 CPYXPND 
016221         WHEN 'DECLARATIVES.'                                     CPYXPND 
016222             MOVE 'Y' TO WS-FRE-AREA-A-SW                         CPYXPND 
016223         WHEN 'END'                                               CPYXPND 
016224             IF WS-FRE-W2(1:7) = 'PROGRAM'                        CPYXPND 
016225                 OR WS-FRE-W2(1:12) = 'DECLARATIVES'              CPYXPND 
016226                 MOVE 'Y' TO WS-FRE-AREA-A-SW                     CPYXPND 
016227             END-IF                                               CPYXPND 
016228         WHEN OTHER                                               CPYXPND 
016229             CONTINUE                                             CPYXPND 
016230     END-EVALUATE.                                                CPYXPND 
016231     IF WS-FRE-W2 = SPACES                                        CPYXPND 
016232         AND WS-FRE-DIV NOT = 'D'                                 CPYXPND 
016233         AND (WS-FRE-LEAD = 0 OR WS-FRE-DIV = 'P')                CPYXPND 
016234         MOVE 0 TO WS-FRE-POS                                     CPYXPND 
016235         INSPECT WS-FRE-W1 TALLYING WS-FRE-POS                    CPYXPND 
016236             FOR CHARACTERS BEFORE SPACE                          CPYXPND 
016237         IF WS-FRE-POS > 1                                        CPYXPND 
016238             AND WS-FRE-W1(WS-FRE-POS:1) = '.'                    CPYXPND 
016239             AND WS-FRE-W1 NOT = 'EXIT.'                          CPYXPND 
016240             AND WS-FRE-W1 NOT = 'GOBACK.'                        CPYXPND 
016241             AND WS-FRE-W1 NOT = 'CONTINUE.'                      CPYXPND 
016242             AND WS-FRE-W1(1:4) NOT = 'END-'                      CPYXPND 
016243             MOVE 'Y' TO WS-FRE-AREA-A-SW                         CPYXPND 
016244         END-IF                                                   CPYXPND 
016245     END-IF.                                                      CPYXPND 
016246     EVALUATE TRUE                                                CPYXPND 
016247         WHEN WS-FRE-AREA-A                                       CPYXPND 
016248             MOVE 0 TO WS-FRE-COL                                 CPYXPND 
016249         WHEN WS-FRE-LEAD < 4                                     CPYXPND 
016250             MOVE 4 TO WS-FRE-COL                                 CPYXPND 
016251         WHEN WS-FRE-LEAD > 32                                    CPYXPND 
016252             MOVE 32 TO WS-FRE-COL                                CPYXPND 
016253         WHEN OTHER                                               CPYXPND 
016254             MOVE WS-FRE-LEAD TO WS-FRE-COL                       CPYXPND 
016255     END-EVALUATE.                                                CPYXPND 
016256 2530-EXIT.                                                       CPYXPND 
016257     EXIT.                                                        CPYXPND 
016258*                                                                 CPYXPND 
016259*    EVERY LINE YIELDS AT LEAST ONE CARD; A LINE TOO LONG FOR     CPYXPND 
016260*    THE TEXT AREA IS CUT AT THE LAST BLANK OUTSIDE A LITERAL,    CPYXPND 
016261*    OR - INSIDE A LITERAL - AT COLUMN 72 WITH THE REST ON A      CPYXPND 
016262*    '-' CONTINUATION CARD THAT REOPENS THE QUOTE.                CPYXPND 
016263 2540-CUT-ALL-PIECES.                                             CPYXPND 
016264     MOVE WS-FRE-LINE-IND TO WS-FRE-PIECE-IND.                    CPYXPND 
016265     PERFORM 2545-FIND-CODE-LEN THRU 2545-EXIT.                   CPYXPND 
016266     PERFORM 2550-CUT-ONE-PIECE THRU 2550-EXIT.                   CPYXPND 
016267     PERFORM 2550-CUT-ONE-PIECE THRU 2550-EXIT                    CPYXPND 
016268         UNTIL WS-FRE-CODE-LEN = 0 OR WS-FRE-CARD-COUNT >= 10.    CPYXPND 
016269 2540-EXIT.                                                       CPYXPND 
016270     EXIT.                                                        CPYXPND 
016271*                                                                 CPYXPND 
016272 2545-FIND-CODE-LEN.                                              CPYXPND 
016273     MOVE 0 TO WS-FRE-CODE-LEN.                                   CPYXPND 
016274     PERFORM 2546-TEST-CODE-END THRU 2546-EXIT                    CPYXPND 
016275         VARYING WS-FRE-POS FROM 256 BY -1                        CPYXPND 
016276         UNTIL WS-FRE-POS < 1 OR WS-FRE-CODE-LEN > 0.             CPYXPND 
016277 2545-EXIT.                                                       CPYXPND 
016278     EXIT.                                                        CPYXPND 
016279*                                                                 CPYXPND 
016280 2546-TEST-CODE-END.                                              CPYXPND 
016281     IF WS-FRE-CODE(WS-FRE-POS:1) NOT = SPACE                     CPYXPND 
016282         MOVE WS-FRE-POS TO WS-FRE-CODE-LEN.                      CPYXPND 
016283 2546-EXIT.                                                       CPYXPND 
016284     EXIT.                                                        CPYXPND 
016285*                                                                 CPYXPND 
016286 2550-CUT-ONE-PIECE.                                              CPYXPND 
016287     COMPUTE WS-FRE-WIDTH = 65 - WS-FRE-COL.                      CPYXPND 
016288     MOVE SPACE TO WS-FRE-CUT-QUOTE.                              CPYXPND 
016289     IF WS-FRE-CODE-LEN NOT > WS-FRE-WIDTH                        CPYXPND 
016290         MOVE WS-FRE-CODE-LEN TO WS-FRE-CUT                       CPYXPND 
016291     ELSE                                                         CPYXPND 
016292         IF WS-FRE-PIECE-IND = '*'                                CPYXPND 
016293             MOVE WS-FRE-WIDTH TO WS-FRE-CUT                      CPYXPND 
016294         ELSE                                                     CPYXPND 
016295             PERFORM 2555-FIND-CUT-POINT THRU 2555-EXIT           CPYXPND 
016296         END-IF                                                   CPYXPND 
016297     END-IF.                                                      CPYXPND 
016298     ADD 1 TO WS-FRE-CARD-COUNT.                                  CPYXPND 
016299     SET FRE-IX TO WS-FRE-CARD-COUNT.                             CPYXPND 
016300     COMPUTE WS-FRE-SEQ = WS-FRE-LINE-NO * 10                     CPYXPND 
016301         + WS-FRE-CARD-COUNT - 1.                                 CPYXPND 
016302     MOVE WS-FRE-SEQ TO WS-FRE-CARD-SEQ(FRE-IX).                  CPYXPND 
016303     MOVE WS-FRE-PIECE-IND TO WS-FRE-CARD-IND(FRE-IX).            CPYXPND 
016304     MOVE SPACES TO WS-FRE-CARD-TEXT(FRE-IX).                     CPYXPND 
016305     IF WS-FRE-CUT > 0                                            CPYXPND 
016306         MOVE WS-FRE-CODE(1:WS-FRE-CUT) TO                        CPYXPND 
016307             WS-FRE-CARD-TEXT(FRE-IX)(WS-FRE-COL + 1:WS-FRE-CUT)  CPYXPND 
016308     END-IF.                                                      CPYXPND 
016309     IF WS-FRE-CUT NOT < WS-FRE-CODE-LEN                          CPYXPND 
016310         MOVE 0 TO WS-FRE-CODE-LEN                                CPYXPND 
016311         GO TO 2550-EXIT.                                         CPYXPND 
016312     MOVE WS-FRE-CODE(WS-FRE-CUT + 1:) TO WS-FRE-REST.            CPYXPND 
016313     MOVE SPACES TO WS-FRE-CODE.                                  CPYXPND 
016314     IF WS-FRE-CUT-QUOTE NOT = SPACE                              CPYXPND 
016315         MOVE '-' TO WS-FRE-PIECE-IND                             CPYXPND 
016316         MOVE WS-FRE-CUT-QUOTE TO WS-FRE-CODE(1:1)                CPYXPND 
016317         MOVE WS-FRE-REST TO WS-FRE-CODE(2:)                      CPYXPND 
016318     ELSE                                                         CPYXPND 
016319         MOVE WS-FRE-LINE-IND TO WS-FRE-PIECE-IND                 CPYXPND 
016320         MOVE 0 TO WS-FRE-POS                                     CPYXPND 
016321         INSPECT WS-FRE-REST TALLYING WS-FRE-POS                  CPYXPND 
016322             FOR LEADING SPACE                                    CPYXPND 
016323         MOVE WS-FRE-REST(WS-FRE-POS + 1:) TO WS-FRE-CODE         CPYXPND 
016324     END-IF.                                                      CPYXPND 
016325     IF WS-FRE-LINE-IND = '*'                                     CPYXPND 
016326         MOVE 0 TO WS-FRE-COL                                     CPYXPND 
016327     ELSE                                                         CPYXPND 
016328         MOVE 4 TO WS-FRE-COL                                     CPYXPND 
016329     END-IF.                                                      CPYXPND 
016330     PERFORM 2545-FIND-CODE-LEN THRU 2545-EXIT.                   CPYXPND 
016331 2550-EXIT.                                                       CPYXPND 
016332     EXIT.                                                        CPYXPND 
016333*                                                                 CPYXPND 
016334 2555-FIND-CUT-POINT.                                             CPYXPND 
016335     MOVE SPACE TO WS-FRE-QUOTE.                                  CPYXPND 
016336     MOVE 0 TO WS-FRE-BLANK-POS.                                  CPYXPND 
016337     PERFORM 2556-SCAN-CUT-CHAR THRU 2556-EXIT                    CPYXPND 
016338         VARYING WS-FRE-POS FROM 1 BY 1                           CPYXPND 
016339         UNTIL WS-FRE-POS > WS-FRE-WIDTH + 1.                     CPYXPND 
016340     IF WS-FRE-BLANK-POS > 1                                      CPYXPND 
016341         COMPUTE WS-FRE-CUT = WS-FRE-BLANK-POS - 1                CPYXPND 
016342         MOVE SPACE TO WS-FRE-CUT-QUOTE                           CPYXPND 
016343     ELSE                                                         CPYXPND 
016344         MOVE WS-FRE-WIDTH TO WS-FRE-CUT                          CPYXPND 
016345     END-IF.                                                      CPYXPND 
016346 2555-EXIT.                                                       CPYXPND 
016347     EXIT.                                                        CPYXPND 
016348*                                                                 CPYXPND 
016349 2556-SCAN-CUT-CHAR.                                              CPYXPND 
016350     IF WS-FRE-QUOTE = SPACE                                      CPYXPND 
016351         IF WS-FRE-CODE(WS-FRE-POS:1) = SPACE                     CPYXPND 
016352             MOVE WS-FRE-POS TO WS-FRE-BLANK-POS                  CPYXPND 
016353         ELSE                                                     CPYXPND 
016354             IF WS-FRE-CODE(WS-FRE-POS:1) = '"' OR "'"            CPYXPND 
016355                 MOVE WS-FRE-CODE(WS-FRE-POS:1) TO WS-FRE-QUOTE   CPYXPND 
016356             END-IF                                               CPYXPND 
016357         END-IF                                                   CPYXPND 
016358     ELSE                                                         CPYXPND 
016359         IF WS-FRE-CODE(WS-FRE-POS:1) = WS-FRE-QUOTE              CPYXPND 
016360             MOVE SPACE TO WS-FRE-QUOTE                           CPYXPND 
016361         END-IF                                                   CPYXPND 
016362     END-IF.                                                      CPYXPND 
016363     IF WS-FRE-POS = WS-FRE-WIDTH                                 CPYXPND 
016364         MOVE WS-FRE-QUOTE TO WS-FRE-CUT-QUOTE                    CPYXPND 
016365     END-IF.                                                      CPYXPND 
016366 2556-EXIT.                                                       CPYXPND 
016367     EXIT.                                                        CPYXPND 
016368*                                                                 CPYXPND 
016369* -------------------------------------------------------------   CPYXPND 
016370* 3000-EXPAND-PROGRAM - ITERATIVE COPY RESOLUTION                 CPYXPND 
016371* -------------------------------------------------------------   CPYXPND 
016372 3000-EXPAND-PROGRAM.                                             CPYXPND 
016373     MOVE 0 TO WS-OUT-LINE-COUNT WS-STACK-DEPTH WS-CACHE-COUNT    CPYXPND 
016374         WS-CALL-CACHE-COUNT.                                     CPYXPND 
016375     PERFORM 3005-CLEAR-CACHE-USAGE THRU 3005-EXIT                CPYXPND 
016376         VARYING CACHE-IX FROM 1 BY 1 UNTIL CACHE-IX > 200.       CPYXPND 
016377*    A DRAFT-OVERLAY RUN MAY NOT SHARE CACHED COPYBOOKS WITH A    CPYXPND 
016378*    NORMAL RUN (OR WITH A RUN ON A DIFFERENT OVERLAY) - FLUSH    CPYXPND 
016379*    THE RUN-UNIT CACHE WHENEVER THE OVERLAY SETTING CHANGES.     CPYXPND 
016380     IF PRM-OVERLAY-DIR NOT = WS-PREV-OVERLAY                     CPYXPND 
016381         MOVE 0 TO WS-CACHE-COUNT                                 CPYXPND 
016382         MOVE PRM-OVERLAY-DIR TO WS-PREV-OVERLAY                  CPYXPND 
016383     END-IF.                                                      CPYXPND 
016384     MOVE 0 TO WS-COND-DEPTH WS-COND-FALSE-COUNT WS-DEFN-COUNT.   CPYXPND 
016385     PERFORM 3007-SEED-ONE-DEFINED-NAME THRU 3007-EXIT            CPYXPND 
016386         VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > 8.               CPYXPND 
016387     MOVE 'ID  ' TO WS-CURRENT-DIV.                               CPYXPND 
016388     MOVE PRM-PROGRAM-NAME TO WS-CUR-UNIT.                        CPYXPND 
016389     MOVE 0 TO WS-EDGE-COUNT.                                     CPYXPND 
016390     MOVE 0 TO WS-RPL-SET-COUNT WS-RPL-SET-NO WS-RPL-CNT.         CPYXPND 
016391     SET STK-IX TO 1.                                             CPYXPND 
016392     MOVE 'P' TO WS-STK-SOURCE(STK-IX).                           CPYXPND 
016393     MOVE 1 TO WS-STK-PTR(STK-IX).                                CPYXPND 
016394     MOVE WS-PGM-LINE-COUNT TO WS-STK-LINE-CNT(STK-IX).           CPYXPND 
016395     MOVE SPACES TO WS-STK-COPYBOOK(STK-IX).                      CPYXPND 
016396     MOVE 'ID  ' TO WS-STK-DIV-TAG(STK-IX).                       CPYXPND 
016397     MOVE 'N' TO WS-STK-SUPPRESS(STK-IX).                         CPYXPND 
016398     MOVE 0 TO WS-STK-REPL-CNT(STK-IX).                           CPYXPND 
016399     MOVE 1 TO WS-STACK-DEPTH.                                    CPYXPND 
016400     PERFORM 3100-PROCESS-STACK-TOP THRU 3100-EXIT                CPYXPND 
016401         UNTIL WS-STACK-DEPTH = 0 OR WS-RUN-ABORTED.              CPYXPND 
016402*    AN >>IF BLOCK STILL OPEN AT END OF MEMBER IS A SOURCE        CPYXPND 
016410*    ERROR WORTH A MORNING LOOK, NOT A DEAD RUN.                  CPYXPND 
016420     IF WS-COND-DEPTH > 0                                         CPYXPND 
016430         ADD 1 TO WS-WARNING-COUNT                                CPYXPND 
016440     END-IF.                                                      CPYXPND 
016441*    A REPLACE SET STILL IN FORCE AT END OF MEMBER IS RETIRED     CPYXPND 
016442*    HERE SO ITS UNMATCHED OPERANDS ARE REPORTED TOO.             CPYXPND 
016443     IF NOT WS-RUN-ABORTED                                        CPYXPND 
016444         PERFORM 3555-RETIRE-REPLACE-SET THRU 3555-EXIT           CPYXPND 
016445     END-IF.                                                      CPYXPND 
016450 3000-EXIT.                                                       CPYXPND 
016460     EXIT.                                                        CPYXPND 
016470*    RESET EACH SLOT'S THIS-CALL USAGE FLAG SO A CACHE HIT LEFT   CPYXPND 
017230             PERFORM 3500-PUSH-FRAME                              CPYXPND 
017240         END-IF                                                   CPYXPND 
017250         GO TO 3100-EXIT.                                         CPYXPND 
017251*    A STANDALONE REPLACE (OR REPLACE OFF) IS A COMPILER-         CPYXPND 
017252*    DIRECTING STATEMENT, NOT TEXT - IT IS ACTED ON HERE AND      CPYXPND 
017253*    GOES TO THE DECK ONLY AS A COMMENT CARD.                     CPYXPND 
017254     IF WS-PARSE-LEAD-SPACES < 57                                 CPYXPND 
017255         AND WS-PARSE-LINE(WS-PARSE-LEAD-SPACES + 1:8)            CPYXPND 
017256           = 'REPLACE '                                           CPYXPND 
017257         AND WS-COND-FALSE-COUNT = 0                              CPYXPND 
017258         PERFORM 3550-PROCESS-REPLACE-STATEMENT THRU 3550-EXIT    CPYXPND 
017259         GO TO 3100-EXIT.                                         CPYXPND 
017260 3100-EMIT-PLAIN.                                                 CPYXPND 
017270     PERFORM 3180-TAG-DIVISION.                                   CPYXPND 
017280     IF WS-PARSE-LEAD-SPACES < 60                                 CPYXPND 
019390             PERFORM 3300-REPLACE-ALL-TOKENS                      CPYXPND 
019400             MOVE WS-SUBST-LINE TO WS-OUT-TEXT(OUT-IX)            CPYXPND 
019410         END-IF                                                   CPYXPND 
019411*        THE REPLACE SET WORKS ON THE TEXT AS COPY REPLACING      CPYXPND 
019412*        LEFT IT; COMMENT CARDS HOLD NO TEXT WORDS.               CPYXPND 
019413         IF WS-RPL-CNT > 0                                        CPYXPND 
019414             AND NOT WS-PARSE-COMMENT-CARD                        CPYXPND 
019415             PERFORM 3570-APPLY-REPLACE-SET THRU 3570-EXIT        CPYXPND 
019416         END-IF                                                   CPYXPND 
019417         MOVE WS-RPL-SET-NO TO WS-OUT-RPL-SET(OUT-IX)             CPYXPND 
019420         MOVE WS-PGM-STAMP-OUTER TO WS-OUT-STAMP(OUT-IX)          CPYXPND 
019430         MOVE WS-STK-DIV-TAG(STK-IX) TO WS-OUT-DIV-TAG(OUT-IX)    CPYXPND 
019440         MOVE WS-STK-COPYBOOK(STK-IX) TO WS-OUT-COPYBOOK(OUT-IX)  CPYXPND 
019620 3300-REPLACE-ALL-TOKENS.                                         CPYXPND 
019630     MOVE WS-OUT-TEXT(OUT-IX) TO WS-SUBST-LINE.                   CPYXPND 
019640     SET WS-IZ TO 1.                                              CPYXPND 
019650     PERFORM 3310-REPLACE-ONE-TOKEN THRU 3310-EXIT                CPYXPND 
019660         VARYING WS-IZ FROM 1 BY 1                                CPYXPND 
019670         UNTIL WS-IZ > WS-STK-REPL-CNT(STK-IX).                   CPYXPND 
019680 3300-EXIT.                                                       CPYXPND 
019710 3310-REPLACE-ONE-TOKEN.                                          CPYXPND 
019720     MOVE WS-STK-REPL-TOKEN(STK-IX, WS-IZ) TO WS-SUBST-TOKEN.     CPYXPND 
019730     MOVE WS-STK-REPL-VALUE(STK-IX, WS-IZ) TO WS-SUBST-VALUE.     CPYXPND 
019731     MOVE WS-STK-REPL-MODE(STK-IX, WS-IZ) TO WS-SUBST-MODE.       CPYXPND 
019732     PERFORM 3311-APPLY-SUBST-PAIR THRU 3311-EXIT.                CPYXPND 
019733     IF WS-SUBST-TOKEN-WAS-SEEN                                   CPYXPND 
019734         MOVE 'Y' TO WS-STK-REPL-SEEN(STK-IX, WS-IZ)              CPYXPND 
019735     END-IF.                                                      CPYXPND 
019736 3310-EXIT.                                                       CPYXPND 
019737     EXIT.                                                        CPYXPND 
019738*                                                                 CPYXPND 
019739*    ONE TOKEN/VALUE PAIR AGAINST WS-SUBST-LINE - SHARED BY COPY  CPYXPND 
019740*    REPLACING AND THE STANDALONE REPLACE SET.                    CPYXPND 
019741 3311-APPLY-SUBST-PAIR.                                           CPYXPND 
019742     MOVE 'N' TO WS-SUBST-TOKEN-SEEN.                             CPYXPND 
019743*    A PSEUDO-TEXT TOKEN CARRIES EMBEDDED BLANKS, SO ITS LENGTH   CPYXPND 
019750*    IS THE LAST NONBLANK POSITION, NOT THE FIRST BLANK.          CPYXPND 
019760     MOVE 0 TO WS-SUBST-TOKLEN WS-SUBST-VALLEN.                   CPYXPND 
019770     PERFORM 3315-FIND-TOKEN-END THRU 3315-EXIT                   CPYXPND 
019830*    AN EMPTY TOKEN CAN NEVER MATCH, AND A ZERO-LENGTH            CPYXPND 
019840*    DELIMITER WOULD SPIN THE OCCURRENCE LOOP BELOW.              CPYXPND 
019850     IF WS-SUBST-TOKLEN = 0                                       CPYXPND 
019870         GO TO 3311-EXIT.                                         CPYXPND 
019890*    A LEADING OR TRAILING PAIR SWAPS ONLY THE MATCHING EDGE OF   CPYXPND 
019900*    A TEXT WORD; A PLAIN PAIR SWAPS EVERY WHOLE OCCURRENCE.      CPYXPND 
019910     IF WS-SUBST-MODE = 'L' OR WS-SUBST-MODE = 'T'                CPYXPND 
019980         PERFORM 3320-REPLACE-ONE-OCCURRENCE                      CPYXPND 
019990             UNTIL WS-SUBST-OCCURS = 0 OR WS-SUBST-SAFETY > 20    CPYXPND 
020000     END-IF.                                                      CPYXPND 
020025 3311-EXIT.                                                       CPYXPND 
020050     EXIT.                                                        CPYXPND 
020060*                                                                 CPYXPND 
020070 3315-FIND-TOKEN-END.                                             CPYXPND 
027770     MOVE WS-PARSE-COPYBOOK TO WS-HYG-STAMP2.                     CPYXPND 
027780     MOVE 0 TO WS-FPCHK-VALUE.                                    CPYXPND 
027790     MOVE 'N' TO WS-EOF-SW.                                       CPYXPND 
027792     MOVE 'X' TO WS-FRE-FORMAT-SW.                                CPYXPND 
027794     MOVE SPACE TO WS-FRE-DIV.                                    CPYXPND 
027796     MOVE 0 TO WS-FRE-LINE-NO.                                    CPYXPND 
027800     PERFORM 3491-READ-COPYBOOK-LINE UNTIL WS-EOF.                CPYXPND 
027810     IF NOT WS-RUN-ABORTED                                        CPYXPND 
027820         PERFORM 3495-CHECK-FINGERPRINT THRU 3495-EXIT.           CPYXPND 
028000         AT END MOVE 'Y' TO WS-EOF-SW                             CPYXPND 
028010     END-READ.                                                    CPYXPND 
028020     IF NOT WS-EOF                                                CPYXPND 
028021         ADD 1 TO WS-FRE-LINE-NO                                  CPYXPND 
028022         MOVE WS-CPY-FILE-REC TO WS-FRE-LINE                      CPYXPND 
028023         PERFORM 2500-TEST-SOURCE-DIRECTIVE THRU 2500-EXIT        CPYXPND 
028024         IF WS-FRE-IS-DIRECTIVE OR WS-FRE-FREE-FORMAT             CPYXPND 
028025             PERFORM 3496-LOAD-FREE-COPYBOOK-LINE                 CPYXPND 
028026                 THRU 3496-EXIT                                   CPYXPND 
028027         ELSE                                                     CPYXPND 
028028             PERFORM 3497-LOAD-FIXED-COPYBOOK-CARD                CPYXPND 
028029                 THRU 3497-EXIT                                   CPYXPND 
028030         END-IF                                                   CPYXPND 
028031     END-IF.                                                      CPYXPND 
028032*                                                                 CPYXPND 
028033*    THE FINGERPRINT IS TAKEN OVER THE CARD AS STORED IN THE      CPYXPND 
028034*    LIBRARY, THE WAY PROMOTION COMPUTED IT.  A FREE LINE IS      CPYXPND 
028035*    HASHED AS READ, BEFORE IT IS CUT INTO CARDS; A FORMAT        CPYXPND 
028036*    DIRECTIVE IN A COPYBOOK GOVERNS ONLY THAT COPYBOOK AND       CPYXPND 
028037*    IS NOT CARRIED INTO THE DECK.                                CPYXPND 
028038 3496-LOAD-FREE-COPYBOOK-LINE.                                    CPYXPND 
028039     PERFORM 3492-HASH-ONE-CARD THRU 3492-EXIT.                   CPYXPND 
028040     IF WS-FRE-IS-DIRECTIVE                                       CPYXPND 
028041         MOVE WS-FRE-NEW-FORMAT TO WS-FRE-FORMAT-SW               CPYXPND 
028042         GO TO 3496-EXIT.                                         CPYXPND 
028043     PERFORM 2510-CONVERT-FREE-LINE THRU 2510-EXIT.               CPYXPND 
028044     PERFORM 3499-STORE-FREE-COPYBOOK-CARD THRU 3499-EXIT         CPYXPND 
028045         VARYING FRE-IX FROM 1 BY 1                               CPYXPND 
028046         UNTIL FRE-IX > WS-FRE-CARD-COUNT OR WS-EOF.              CPYXPND 
028047 3496-EXIT.                                                       CPYXPND 
028048     EXIT.                                                        CPYXPND 
028049*                                                                 CPYXPND 
028050 3497-LOAD-FIXED-COPYBOOK-CARD.                                   CPYXPND 
028051     IF WS-CPY-FILE-REC(1:6) NOT NUMERIC                          CPYXPND 
028052         MOVE 'Y' TO WS-EOF-SW                                    CPYXPND 
028053         GO TO 3497-EXIT.                                         CPYXPND 
028054     PERFORM 3492-HASH-ONE-CARD THRU 3492-EXIT.                   CPYXPND 
028055     PERFORM 3498-STORE-COPYBOOK-CARD THRU 3498-EXIT.             CPYXPND 
028056 3497-EXIT.                                                       CPYXPND 
028057     EXIT.                                                        CPYXPND 
028058*                                                                 CPYXPND 
028059 3498-STORE-COPYBOOK-CARD.                                        CPYXPND 
028060     IF NOT WS-EOF                                                CPYXPND 
028070         AND WS-CACHE-LINE-CNT(CACHE-IX) >= 1000                  CPYXPND 
028080         MOVE 'Y' TO WS-ABORT-SW                                  CPYXPND 
028260             TO WS-CACHE-TEXT(CACHE-IX, CACHE-LN-IX)              CPYXPND 
028270         MOVE WS-CPY-FILE-REC(73:8)                               CPYXPND 
028280             TO WS-CACHE-STAMP(CACHE-IX, CACHE-LN-IX)             CPYXPND 
028300         MOVE WS-CPY-FILE-REC TO WS-HYG-CARD                      CPYXPND 
028310         SET WS-HYG-LINE-NO TO CACHE-LN-IX                        CPYXPND 
028320         PERFORM 2350-SCAN-ONE-CARD THRU 2350-EXIT.               CPYXPND 
028330 3498-EXIT.                                                       CPYXPND 
028340     EXIT.                                                        CPYXPND 
028350*                                                                 CPYXPND 
028351 3499-STORE-FREE-COPYBOOK-CARD.                                   CPYXPND 
028352     MOVE SPACES TO WS-CPY-FILE-REC.                              CPYXPND 
028353     MOVE WS-FRE-CARD-SEQ(FRE-IX)  TO WS-CPY-FILE-REC(1:6).       CPYXPND 
028354     MOVE WS-FRE-CARD-IND(FRE-IX)  TO WS-CPY-FILE-REC(7:1).       CPYXPND 
028355     MOVE WS-FRE-CARD-TEXT(FRE-IX) TO WS-CPY-FILE-REC(8:65).      CPYXPND 
028356     PERFORM 3498-STORE-COPYBOOK-CARD THRU 3498-EXIT.             CPYXPND 
028357 3499-EXIT.                                                       CPYXPND 
028358     EXIT.                                                        CPYXPND 
028359*                                                                 CPYXPND 
028360 3492-HASH-ONE-CARD.                                              CPYXPND 
028370     PERFORM 3493-HASH-ONE-COLUMN THRU 3493-EXIT                  CPYXPND 
028380         VARYING WS-FPCHK-COL FROM 1 BY 1                         CPYXPND 
029580     EXIT.                                                        CPYXPND 
029590*                                                                 CPYXPND 
029600* -------------------------------------------------------------   CPYXPND 
029605* 3550-PROCESS-REPLACE-STATEMENT - A STANDALONE REPLACE ENDS THE  CPYXPND 
029610* SET IN FORCE AND OPENS A NEW ONE; REPLACE OFF ONLY ENDS IT.     CPYXPND 
029615* THE STATEMENT MAY RUN ACROSS CARDS TO ITS PERIOD LIKE A COPY.   CPYXPND 
029620* -------------------------------------------------------------   CPYXPND 
029621 3550-PROCESS-REPLACE-STATEMENT.                                  CPYXPND 
029622     MOVE WS-STK-PTR(STK-IX) TO WS-RPL-FIRST-PTR.                 CPYXPND 
029623     PERFORM 3350-GATHER-COPY-STATEMENT THRU 3350-EXIT.           CPYXPND 
029624*    THE OUTGOING SET IS RETIRED FIRST, SO AN OPERAND IT NEVER    CPYXPND 
029625*    MATCHED IS REPORTED AGAINST THE SET THAT DECLARED IT.        CPYXPND 
029626     PERFORM 3555-RETIRE-REPLACE-SET THRU 3555-EXIT.              CPYXPND 
029627     MOVE WS-STMT-TEXT TO WS-PARSE-STMT.                          CPYXPND 
029628     MOVE SPACES TO WS-PARSE-WORD-TX(1) WS-PARSE-WORD-TX(2).      CPYXPND 
029629     UNSTRING WS-PARSE-STMT DELIMITED BY ALL SPACE                CPYXPND 
029630         INTO WS-PARSE-WORD-TX(1) WS-PARSE-WORD-TX(2)             CPYXPND 
029631     END-UNSTRING.                                                CPYXPND 
029632     IF WS-PARSE-WORD-TX(2) = 'OFF'                               CPYXPND 
029633         GO TO 3550-EMIT-CARDS.                                   CPYXPND 
029634*    THE OPERANDS ARE THE SAME TOKEN/BY/VALUE WORD STREAM AS A    CPYXPND 
029635*    COPY REPLACING CLAUSE, SO THE SAME SPLIT AND SCAN READ       CPYXPND 
029636*    THEM.  THE GATHERED STATEMENT STARTS IN COLUMN 1.            CPYXPND 
029637     MOVE SPACES TO WS-PARSE-AFTER-REPL.                          CPYXPND 
029638     MOVE WS-STMT-TEXT(9:) TO WS-PARSE-AFTER-REPL.                CPYXPND 
029639     MOVE 0 TO WS-PARSE-REPL-CNT.                                 CPYXPND 
029640     PERFORM 3405-SPLIT-REPLACING-WORDS.                          CPYXPND 
029641     MOVE 0 TO WS-REPL-STATE.                                     CPYXPND 
029642     MOVE 'A' TO WS-REPL-PEND-MODE.                               CPYXPND 
029643     PERFORM 3408-SCAN-ONE-REPL-WORD THRU 3408-EXIT               CPYXPND 
029644         VARYING PARSE-SEG-IX FROM 1 BY 1                         CPYXPND 
029645         UNTIL PARSE-SEG-IX > 31                                  CPYXPND 
029646             OR WS-PARSE-SEG-TX(PARSE-SEG-IX) = SPACES            CPYXPND 
029647             OR WS-PARSE-REPL-CNT >= 10.                          CPYXPND 
029648*    A REPLACE WITH NO USABLE OPERAND IS A SOURCE ERROR - IT      CPYXPND 
029649*    STILL ENDS THE PREVIOUS SET, AS THE COMPILER WOULD.          CPYXPND 
029650     IF WS-PARSE-REPL-CNT = 0                                     CPYXPND 
029651         ADD 1 TO WS-WARNING-COUNT                                CPYXPND 
029652         GO TO 3550-EMIT-CARDS.                                   CPYXPND 
029653     ADD 1 TO WS-RPL-SET-COUNT.                                   CPYXPND 
029654     MOVE WS-RPL-SET-COUNT TO WS-RPL-SET-NO.                      CPYXPND 
029655     MOVE WS-PARSE-REPL-CNT TO WS-RPL-CNT.                        CPYXPND 
029656     PERFORM 3560-STORE-REPLACE-PAIR THRU 3560-EXIT               CPYXPND 
029657         VARYING RPL-IX FROM 1 BY 1                               CPYXPND 
029658         UNTIL RPL-IX > WS-RPL-CNT.                               CPYXPND 
029659 3550-EMIT-CARDS.                                                 CPYXPND 
029660*    THE STATEMENT'S CARDS GO OUT AS COMMENTS CARRYING THE SET    CPYXPND 
029661*    THEY OPEN, SO THE LISTING SHOWS WHAT EACH SET SAYS AND THE   CPYXPND 
029662*    DELIVERED DECK CANNOT APPLY THE SET A SECOND TIME.           CPYXPND 
029663     PERFORM 3565-EMIT-REPLACE-CARD THRU 3565-EXIT                CPYXPND 
029664         VARYING WS-STK-PTR(STK-IX) FROM WS-RPL-FIRST-PTR BY 1    CPYXPND 
029665         UNTIL WS-STK-PTR(STK-IX)                                 CPYXPND 
029666             >= WS-RPL-FIRST-PTR + WS-STMT-CARD-COUNT             CPYXPND 
029667            OR WS-RUN-ABORTED.                                    CPYXPND 
029668     COMPUTE WS-STK-PTR(STK-IX) =                                 CPYXPND 
029669         WS-RPL-FIRST-PTR + WS-STMT-CARD-COUNT.                   CPYXPND 
029670 3550-EXIT.                                                       CPYXPND 
029671     EXIT.                                                        CPYXPND 
029672*                                                                 CPYXPND 
029673* -------------------------------------------------------------   CPYXPND 
029674* 3555-RETIRE-REPLACE-SET - END THE SET IN FORCE, WARNING FOR     CPYXPND 
029675* EACH OPERAND THAT NEVER MATCHED ANY TEXT WHILE IT WAS IN        CPYXPND 
029676* FORCE (THE REPLACE COUNTERPART OF 3160).                        CPYXPND 
029677* -------------------------------------------------------------   CPYXPND 
029678 3555-RETIRE-REPLACE-SET.                                         CPYXPND 
029679     IF WS-RPL-CNT > 0                                            CPYXPND 
029680         MOVE WS-RPL-SET-NO TO WS-RPL-LABEL-NO                    CPYXPND 
029681         PERFORM 3556-CHECK-REPLACE-OPERAND THRU 3556-EXIT        CPYXPND 
029682             VARYING RPL-IX FROM 1 BY 1                           CPYXPND 
029683             UNTIL RPL-IX > WS-RPL-CNT                            CPYXPND 
029684     END-IF.                                                      CPYXPND 
029685     MOVE 0 TO WS-RPL-CNT WS-RPL-SET-NO.                          CPYXPND 
029686 3555-EXIT.                                                       CPYXPND 
029687     EXIT.                                                        CPYXPND 
029688*                                                                 CPYXPND 
029689 3556-CHECK-REPLACE-OPERAND.                                      CPYXPND 
029690     IF WS-RPL-WAS-SEEN(RPL-IX)                                   CPYXPND 
029691         GO TO 3556-EXIT.                                         CPYXPND 
029692     ADD 1 TO WS-WARNING-COUNT.                                   CPYXPND 
029693     DISPLAY 'CPYXPND RPLUNUSED ' PRM-PROGRAM-NAME                CPYXPND 
029694         ' SET ' WS-RPL-LABEL ' OPERAND NEVER MATCHED - '         CPYXPND 
029695         WS-RPL-TOKEN(RPL-IX).                                    CPYXPND 
029696 3556-EXIT.                                                       CPYXPND 
029697     EXIT.                                                        CPYXPND 
029698*                                                                 CPYXPND 
029699 3560-STORE-REPLACE-PAIR.                                         CPYXPND 
029700     MOVE WS-PARSE-REPL-TOKEN(RPL-IX) TO WS-RPL-TOKEN(RPL-IX).    CPYXPND 
029701     MOVE WS-PARSE-REPL-VALUE(RPL-IX) TO WS-RPL-VALUE(RPL-IX).    CPYXPND 
029702     MOVE WS-PARSE-REPL-MODE(RPL-IX) TO WS-RPL-MODE(RPL-IX).      CPYXPND 
029703     MOVE 'N' TO WS-RPL-SEEN(RPL-IX).                             CPYXPND 
029704 3560-EXIT.                                                       CPYXPND 
029705     EXIT.                                                        CPYXPND 
029706*                                                                 CPYXPND 
029707 3565-EMIT-REPLACE-CARD.                                          CPYXPND 
029708     PERFORM 3110-FETCH-CURRENT-LINE.                             CPYXPND 
029709     IF WS-STK-SUPPRESS(STK-IX) = 'Y'                             CPYXPND 
029710         GO TO 3565-EXIT.                                         CPYXPND 
029711     MOVE '*' TO WS-PARSE-IND.                                    CPYXPND 
029712     PERFORM 3190-EMIT-CURRENT-LINE.                              CPYXPND 
029713     IF NOT WS-RUN-ABORTED                                        CPYXPND 
029714         MOVE '*' TO WS-OUT-IND(OUT-IX)                           CPYXPND 
029715     END-IF.                                                      CPYXPND 
029716 3565-EXIT.                                                       CPYXPND 
029717     EXIT.                                                        CPYXPND 
029718*                                                                 CPYXPND 
029719* -------------------------------------------------------------   CPYXPND 
029720* 3570-APPLY-REPLACE-SET - RUN THE SET IN FORCE OVER ONE          CPYXPND 
029721* EMITTED LINE, AFTER ANY COPY REPLACING HAS BEEN APPLIED.        CPYXPND 
029722* -------------------------------------------------------------   CPYXPND 
029723 3570-APPLY-REPLACE-SET.                                          CPYXPND 
029724     MOVE WS-OUT-TEXT(OUT-IX) TO WS-SUBST-LINE.                   CPYXPND 
029725     PERFORM 3575-APPLY-ONE-REPLACE-PAIR THRU 3575-EXIT           CPYXPND 
029726         VARYING RPL-IX FROM 1 BY 1                               CPYXPND 
029727         UNTIL RPL-IX > WS-RPL-CNT.                               CPYXPND 
029728     MOVE WS-SUBST-LINE TO WS-OUT-TEXT(OUT-IX).                   CPYXPND 
029729 3570-EXIT.                                                       CPYXPND 
029730     EXIT.                                                        CPYXPND 
029731*                                                                 CPYXPND 
029732 3575-APPLY-ONE-REPLACE-PAIR.                                     CPYXPND 
029733     MOVE WS-RPL-TOKEN(RPL-IX) TO WS-SUBST-TOKEN.                 CPYXPND 
029734     MOVE WS-RPL-VALUE(RPL-IX) TO WS-SUBST-VALUE.                 CPYXPND 
029735     MOVE WS-RPL-MODE(RPL-IX) TO WS-SUBST-MODE.                   CPYXPND 
029736     PERFORM 3311-APPLY-SUBST-PAIR THRU 3311-EXIT.                CPYXPND 
029737     IF WS-SUBST-TOKEN-WAS-SEEN                                   CPYXPND 
029738         MOVE 'Y' TO WS-RPL-SEEN(RPL-IX)                          CPYXPND 
029739     END-IF.                                                      CPYXPND 
029740 3575-EXIT.                                                       CPYXPND 
029741     EXIT.                                                        CPYXPND 
029742*                                                                 CPYXPND 
029743* -------------------------------------------------------------   CPYXPND 
029744* 4000-CHECK-SEQUENCE-NUMBERS - FLAGS SEQUENCE GAPS/COLLISIONS    CPYXPND 
029745* -------------------------------------------------------------   CPYXPND 
029746 4000-CHECK-SEQUENCE-NUMBERS.                                     CPYXPND 
029747     MOVE 0 TO WS-TALLY.                                          CPYXPND 
029748     IF WS-OUT-LINE-COUNT > 1                                     CPYXPND 
029749         PERFORM 4100-CHECK-ONE-PAIR                              CPYXPND 
029750             VARYING OUT-IX FROM 2 BY 1                           CPYXPND 
029751             UNTIL OUT-IX > WS-OUT-LINE-COUNT.                    CPYXPND 
029752     ADD WS-TALLY TO WS-WARNING-COUNT.                            CPYXPND 
029753 4000-EXIT.                                                       CPYXPND 
029754     EXIT.                                                        CPYXPND 
029755*                                                                 CPYXPND 
029756 4100-CHECK-ONE-PAIR.                                             CPYXPND 
029757     IF WS-OUT-SEQ(OUT-IX) NOT > WS-OUT-SEQ(OUT-IX - 1)           CPYXPND 
029758         ADD 1 TO WS-TALLY                                        CPYXPND 
029760     END-IF.                                                      CPYXPND 
029770 4100-EXIT.                                                       CPYXPND 
029780     EXIT.                                                        CPYXPND 
037100     MOVE 0 TO WS-PRV-LINE-NO.                                    CPYXPND 
037110     MOVE 0 TO WS-RENUM-SEQ.                                      CPYXPND 
037120     MOVE 0 TO WS-INV-VALUE.                                      CPYXPND 
037125     MOVE 'X' TO WS-DECK-FORMAT-SW.                               CPYXPND 
037130     PERFORM 5100-WRITE-ONE-LINE THRU 5100-EXIT                   CPYXPND 
037140         VARYING OUT-IX FROM 1 BY 1                               CPYXPND 
037150         UNTIL OUT-IX > WS-OUT-LINE-COUNT.                        CPYXPND 
037250             INTO WS-ABORT-REASON                                 CPYXPND 
037260         END-STRING                                               CPYXPND 
037270         GO TO 5000-EXIT.                                         CPYXPND 
037271*    THE DECK BEING REPLACED IS KEPT ONE GENERATION BACK AS       CPYXPND 
037272*    .OLD (ITS PROVENANCE AS .PRV.OLD) SO THE SWEEP'S CHANGE      CPYXPND 
037273*    JOURNAL CAN SAY WHAT THIS DELIVERY ACTUALLY CHANGED.         CPYXPND 
037274     MOVE SPACES TO WS-OLD-FINAL-NAME WS-PRV-OLD-NAME.            CPYXPND 
037275     STRING WS-OUT-FINAL-NAME DELIMITED BY SPACE                  CPYXPND 
037276         '.OLD' DELIMITED BY SIZE                                 CPYXPND 
037277         INTO WS-OLD-FINAL-NAME                                   CPYXPND 
037278     END-STRING.                                                  CPYXPND 
037279     STRING WS-PRV-FINAL-NAME DELIMITED BY SPACE                  CPYXPND 
037280         '.OLD' DELIMITED BY SIZE                                 CPYXPND 
037281         INTO WS-PRV-OLD-NAME                                     CPYXPND 
037282     END-STRING.                                                  CPYXPND 
037283     CALL 'CBL_DELETE_FILE' USING WS-OLD-FINAL-NAME.              CPYXPND 
037284     CALL 'CBL_RENAME_FILE' USING WS-OUT-FINAL-NAME               CPYXPND 
037285         WS-OLD-FINAL-NAME.                                       CPYXPND 
037286     CALL 'CBL_DELETE_FILE' USING WS-PRV-OLD-NAME.                CPYXPND 
037287     CALL 'CBL_RENAME_FILE' USING WS-PRV-FINAL-NAME               CPYXPND 
037288         WS-PRV-OLD-NAME.                                         CPYXPND 
037289     CALL 'CBL_DELETE_FILE' USING WS-OUT-FINAL-NAME.              CPYXPND 
037290     CALL 'CBL_RENAME_FILE' USING WS-OUT-FILENAME                 CPYXPND 
037300         WS-OUT-FINAL-NAME.                                       CPYXPND 
037310     CALL 'CBL_DELETE_FILE' USING WS-PRV-FINAL-NAME.              CPYXPND 
037320     CALL 'CBL_RENAME_FILE' USING WS-PRV-FILENAME                 CPYXPND 
037330         WS-PRV-FINAL-NAME.                                       CPYXPND 
037335     MOVE WS-OUT-FINAL-NAME TO PRM-DELIVERED-FILE.                CPYXPND 
037340*    THE DELIVERED DECK'S CONTENT HASH GOES TO THE INVENTORY      CPYXPND 
037350*    SO THE PRE-COMPILE VERIFY (CPYIVFY) CAN CATCH A DECK         CPYXPND 
037360*    EDITED OR CORRUPTED IN THE STAGING LIBRARY AFTERWARDS.       CPYXPND 
037540     MOVE WS-OUT-IND(OUT-IX)   TO WS-OUT-FILE-REC(7:1).           CPYXPND 
037550     MOVE WS-OUT-TEXT(OUT-IX)  TO WS-OUT-FILE-REC(8:65).          CPYXPND 
037560     MOVE WS-OUT-STAMP(OUT-IX) TO WS-OUT-FILE-REC(73:8).          CPYXPND 
037563     IF WS-DECK-FREE-FORMAT                                       CPYXPND 
037566         PERFORM 5110-BUILD-FREE-LINE THRU 5110-EXIT.             CPYXPND 
037570     WRITE WS-OUT-FILE-REC.                                       CPYXPND 
037580     PERFORM 5160-HASH-DECK-CARD THRU 5160-EXIT.                  CPYXPND 
037590     PERFORM 5150-WRITE-PROVENANCE THRU 5150-EXIT.                CPYXPND 
037595     PERFORM 5120-TRACK-DECK-FORMAT THRU 5120-EXIT.               CPYXPND 
037600 5100-EXIT.                                                       CPYXPND 
037610     EXIT.                                                        CPYXPND 
037620*                                                                 CPYXPND 
037621*    PAST A >>SOURCE FORMAT FREE IN THE MEMBER, CARDS GO OUT AS   CPYXPND 
037622*    FREE LINES: COMMENT CARDS AS *>, DEBUG CARDS AS >>D, CODE    CPYXPND 
037623*    AS ITS TEXT AREA.  A LITERAL CONTINUED ON THE NEXT CARD IS   CPYXPND 
037624*    CLOSED HERE AND JOINED TO ITS REMAINDER WITH &.              CPYXPND 
037625 5110-BUILD-FREE-LINE.                                            CPYXPND 
037626     MOVE SPACES TO WS-OUT-FILE-REC.                              CPYXPND 
037627     EVALUATE WS-OUT-IND(OUT-IX)                                  CPYXPND 
037628         WHEN '*'                                                 CPYXPND 
037629         WHEN '/'                                                 CPYXPND 
037630             STRING '*>' WS-OUT-TEXT(OUT-IX) DELIMITED BY SIZE    CPYXPND 
037631                 INTO WS-OUT-FILE-REC                             CPYXPND 
037632             END-STRING                                           CPYXPND 
037633             GO TO 5110-EXIT                                      CPYXPND 
037634         WHEN 'D'                                                 CPYXPND 
037635         WHEN 'd'                                                 CPYXPND 
037636             STRING '>>D ' WS-OUT-TEXT(OUT-IX)                    CPYXPND 
037637                 DELIMITED BY SIZE                                CPYXPND 
037638                 INTO WS-OUT-FILE-REC                             CPYXPND 
037639             END-STRING                                           CPYXPND 
037640             GO TO 5110-EXIT                                      CPYXPND 
037641         WHEN OTHER                                               CPYXPND 
037642             MOVE WS-OUT-TEXT(OUT-IX) TO WS-OUT-FILE-REC(1:65)    CPYXPND 
037643     END-EVALUATE.                                                CPYXPND 
037644     IF OUT-IX NOT < WS-OUT-LINE-COUNT                            CPYXPND 
037645         GO TO 5110-EXIT.                                         CPYXPND 
037646     IF WS-OUT-IND(OUT-IX + 1) NOT = '-'                          CPYXPND 
037647         GO TO 5110-EXIT.                                         CPYXPND 
037648     MOVE SPACES TO WS-FRE-CODE.                                  CPYXPND 
037649     MOVE WS-OUT-TEXT(OUT-IX) TO WS-FRE-CODE.                     CPYXPND 
037650     MOVE SPACE TO WS-FRE-QUOTE.                                  CPYXPND 
037651     PERFORM 5115-SCAN-QUOTE-CHAR THRU 5115-EXIT                  CPYXPND 
037652         VARYING WS-FRE-POS FROM 1 BY 1                           CPYXPND 
037653         UNTIL WS-FRE-POS > 65.                                   CPYXPND 
037654     IF WS-FRE-QUOTE NOT = SPACE                                  CPYXPND 
037655         MOVE WS-FRE-QUOTE TO WS-OUT-FILE-REC(66:1)               CPYXPND 
037656         MOVE ' &' TO WS-OUT-FILE-REC(67:2)                       CPYXPND 
037657     END-IF.                                                      CPYXPND 
037658 5110-EXIT.                                                       CPYXPND 
037659     EXIT.                                                        CPYXPND 
037660*                                                                 CPYXPND 
037661 5115-SCAN-QUOTE-CHAR.                                            CPYXPND 
037662     IF WS-FRE-QUOTE = SPACE                                      CPYXPND 
037663         IF WS-FRE-CODE(WS-FRE-POS:1) = '"' OR "'"                CPYXPND 
037664             MOVE WS-FRE-CODE(WS-FRE-POS:1) TO WS-FRE-QUOTE       CPYXPND 
037665         END-IF                                                   CPYXPND 
037666     ELSE                                                         CPYXPND 
037667         IF WS-FRE-CODE(WS-FRE-POS:1) = WS-FRE-QUOTE              CPYXPND 
037668             MOVE SPACE TO WS-FRE-QUOTE                           CPYXPND 
037669         END-IF                                                   CPYXPND 
037670     END-IF.                                                      CPYXPND 
037671 5115-EXIT.                                                       CPYXPND 
037672     EXIT.                                                        CPYXPND 
037673*                                                                 CPYXPND 
037674 5120-TRACK-DECK-FORMAT.                                          CPYXPND 
037675     IF WS-OUT-IND(OUT-IX) NOT = SPACE                            CPYXPND 
037676         GO TO 5120-EXIT.                                         CPYXPND 
037677     MOVE SPACES TO WS-FRE-UPPER.                                 CPYXPND 
037678     MOVE WS-OUT-TEXT(OUT-IX) TO WS-FRE-UPPER.                    CPYXPND 
037679     PERFORM 2505-TEST-UPPER-DIRECTIVE THRU 2505-EXIT.            CPYXPND 
037680     IF WS-FRE-IS-DIRECTIVE                                       CPYXPND 
037681         MOVE WS-FRE-NEW-FORMAT TO WS-DECK-FORMAT-SW.             CPYXPND 
037682 5120-EXIT.                                                       CPYXPND 
037683     EXIT.                                                        CPYXPND 
037684*                                                                 CPYXPND 
037685 5160-HASH-DECK-CARD.                                             CPYXPND 
037686*    SAME ROLLING HASH AS THE COPYBOOK FINGERPRINTS, OVER THE     CPYXPND 
037687*    WRITTEN CARD'S COLUMNS 1-72.                                 CPYXPND 
037688     PERFORM 5170-HASH-DECK-COLUMN THRU 5170-EXIT                 CPYXPND 
037689         VARYING WS-INV-COL FROM 1 BY 1                           CPYXPND 
037690         UNTIL WS-INV-COL > 72.                                   CPYXPND 
037691 5160-EXIT.                                                       CPYXPND 
037700     EXIT.                                                        CPYXPND 
037710*                                                                 CPYXPND 
037720 5170-HASH-DECK-COLUMN.                                           CPYXPND 
038530     END-IF.                                                      CPYXPND 
038540     MOVE WS-OUT-SEQ(OUT-IX) TO WS-PRV-FILE-REC(60:6).            CPYXPND 
038550     MOVE WS-OUT-UNIT(OUT-IX) TO WS-PRV-FILE-REC(67:10).          CPYXPND 
038552     IF WS-OUT-RPL-SET(OUT-IX) > 0                                CPYXPND 
038554         MOVE WS-OUT-RPL-SET(OUT-IX) TO WS-RPL-LABEL-NO           CPYXPND 
038556         MOVE WS-RPL-LABEL TO WS-PRV-FILE-REC(77:4)               CPYXPND 
038558     END-IF.                                                      CPYXPND 
038560     WRITE WS-PRV-FILE-REC.                                       CPYXPND 
038570 5150-EXIT.                                                       CPYXPND 
038580     EXIT.                                                        CPYXPND 
039080     IF WS-PGM-UNIT-COUNT > 1                                     CPYXPND 
039090         MOVE 'UNIT' TO WS-LST-FILE-REC(119:4)                    CPYXPND 
039100     END-IF.                                                      CPYXPND 
039102     IF WS-RPL-SET-COUNT > 0                                      CPYXPND 
039104         MOVE 'RPL' TO WS-LST-FILE-REC(129:3)                     CPYXPND 
039106     END-IF.                                                      CPYXPND 
039110     WRITE WS-LST-FILE-REC.                                       CPYXPND 
039120     MOVE SPACES TO WS-LST-FILE-REC.                              CPYXPND 
039130     WRITE WS-LST-FILE-REC.                                       CPYXPND 
039340     IF WS-PGM-UNIT-COUNT > 1                                     CPYXPND 
039350         MOVE WS-OUT-UNIT(OUT-IX) TO WS-LST-FILE-REC(119:10)      CPYXPND 
039360     END-IF.                                                      CPYXPND 
039362     IF WS-OUT-RPL-SET(OUT-IX) > 0                                CPYXPND 
039364         MOVE WS-OUT-RPL-SET(OUT-IX) TO WS-RPL-LABEL-NO           CPYXPND 
039366         MOVE WS-RPL-LABEL TO WS-LST-FILE-REC(129:4)              CPYXPND 
039368     END-IF.                                                      CPYXPND 
039370     WRITE WS-LST-FILE-REC.                                       CPYXPND 
039380 5220-EXIT.                                                       CPYXPND 
039390     EXIT.                                                        CPYXPND 
047190     MOVE WS-ACT-LINES TO WS-ACT-FILE-REC(46:8).                  CPYXPND 
047200     MOVE WS-ACT-BOOKS TO WS-ACT-FILE-REC(55:3).                  CPYXPND 
047210     MOVE WS-RUN-ELAPSED TO WS-ACT-FILE-REC(59:6).                CPYXPND 
047215     MOVE PRM-CALLER-FUNCTION TO WS-ACT-FILE-REC(66:8).           CPYXPND 
047220     WRITE WS-ACT-FILE-REC.                                       CPYXPND 
047230     CLOSE ACT-FILE.                                              CPYXPND 
047240 8300-EXIT.                                                       CPYXPND 
