000230*               BY-LINE CHANGE REPORT IN <member>.CBL.NRR;        CPYNORM 
000240*               THE ORIGINAL IS NEVER TOUCHED.  RC 0 = ALREADY    CPYNORM 
000250*               CLEAN, 4 = REPAIRS WRITTEN, 8 = NO MEMBER.        CPYNORM 
000251*2026-10-15 RS  FREE-FORMAT AWARE.  A >>SOURCE FORMAT             CPYNORM 
000252*               DIRECTIVE IS PASSED THROUGH AS WRITTEN AND        CPYNORM 
000253*               SWITCHES THE FORMAT OF THE LINES AFTER IT.        CPYNORM 
000254*               FREE LINES HAVE NO SEQUENCE, INDICATOR OR         CPYNORM 
000255*               STAMP AREA, SO THEY GET ONLY THE TAB AND          CPYNORM 
000256*               NONPRINTABLE CLEANUP - NO RESEQUENCING, NO        CPYNORM 
000257*               STAMP AND NOTHING DROPPED PAST COLUMN 72.         CPYNORM 
000260*-------------------------------------------------------------    CPYNORM 
000270 ENVIRONMENT DIVISION.                                            CPYNORM 
000280 CONFIGURATION SECTION.                                           CPYNORM 
000490 FD  PGM-FILE.                                                    CPYNORM 
000500 01  WS-PGM-FILE-REC         PIC X(120).                          CPYNORM 
000510 FD  OUT-FILE.                                                    CPYNORM 
000520 01  WS-OUT-FILE-REC         PIC X(120).                          CPYNORM 
000530 FD  RPT-FILE.                                                    CPYNORM 
000540 01  WS-RPT-FILE-REC         PIC X(132).                          CPYNORM 
000550 WORKING-STORAGE SECTION.                                         CPYNORM 
000720 77  WS-CHANGE-COUNT         PIC 9(06) COMP VALUE 0.              CPYNORM 
000730 77  WS-EDIT-COUNT           PIC Z(05)9.                          CPYNORM 
000740 77  WS-RENUM-SEQ            PIC 9(06) VALUE 0.                   CPYNORM 
000741 77  WS-FORMAT-SW            PIC X(01) VALUE 'X'.                 CPYNORM 
000742     88  WS-FREE-FORMAT      VALUE 'F'.                           CPYNORM 
000743 77  WS-DIRECTIVE-SW         PIC X(01) VALUE 'N'.                 CPYNORM 
000744     88  WS-IS-DIRECTIVE     VALUE 'Y'.                           CPYNORM 
000745 77  WS-NEW-FORMAT           PIC X(01) VALUE 'X'.                 CPYNORM 
000746 77  WS-DIR-LEAD             PIC 9(03) COMP VALUE 0.              CPYNORM 
000747 77  WS-DIR-TALLY            PIC 9(03) COMP VALUE 0.              CPYNORM 
000748 77  WS-DIR-UPPER            PIC X(120) VALUE SPACES.             CPYNORM 
000750*ONE-LINE REPAIR SCRATCH: THE RAW CARD, THE CLEANED IMAGE         CPYNORM 
000760*(TABS EXPANDED, NONPRINTABLES BLANKED) AND THE CHANGE FLAGS.     CPYNORM 
000770 01  WS-FIX-AREA.                                                 CPYNORM 
001820     PERFORM 2100-CLEAN-ONE-CHAR THRU 2100-EXIT                   CPYNORM 
001830         VARYING WS-IN-COL FROM 1 BY 1                            CPYNORM 
001840         UNTIL WS-IN-COL > 120 OR WS-OUT-COL > 120.               CPYNORM 
001841*    A FORMAT DIRECTIVE, AND EVERY FREE-FORMAT LINE AFTER ONE,    CPYNORM 
001842*    HAS NO SEQUENCE, INDICATOR OR STAMP AREA TO REPAIR - ONLY    CPYNORM 
001843*    THE CHARACTER CLEANUP APPLIES.                               CPYNORM 
001844     PERFORM 2200-TEST-SOURCE-DIRECTIVE THRU 2200-EXIT.           CPYNORM 
001845     IF WS-IS-DIRECTIVE OR WS-FREE-FORMAT                         CPYNORM 
001846         MOVE WS-CLEAN-CARD TO WS-OUT-FILE-REC                    CPYNORM 
001847         WRITE WS-OUT-FILE-REC                                    CPYNORM 
001848         IF WS-IS-DIRECTIVE                                       CPYNORM 
001849             MOVE WS-NEW-FORMAT TO WS-FORMAT-SW                   CPYNORM 
001850         END-IF                                                   CPYNORM 
001851         IF WS-TAB-FLAG = 'Y' OR WS-NPR-FLAG = 'Y'                CPYNORM 
001852             ADD 1 TO WS-CHANGE-COUNT                             CPYNORM 
001853             PERFORM 2500-REPORT-ONE-REPAIR THRU 2500-EXIT        CPYNORM 
001854         END-IF                                                   CPYNORM 
001855         GO TO 2000-EXIT                                          CPYNORM 
001856     END-IF.                                                      CPYNORM 
001857*    RECOMPOSE: FRESH SEQUENCE, THE CLEANED INDICATOR AND         CPYNORM 
001860*    TEXT, AND THE MEMBER'S OWN STAMP.                            CPYNORM 
001870     IF WS-RAW-CARD(1:6) NOT = SPACES                             CPYNORM 
001880         AND WS-RAW-CARD(1:6) NOT NUMERIC                         CPYNORM 
002290 2100-EXIT.                                                       CPYNORM 
002300     EXIT.                                                        CPYNORM 
002310*                                                                 CPYNORM 
002311*    >>SOURCE FORMAT FREE (OR FIXED) AT THE FIRST NONBLANK - IN   CPYNORM 
002312*    FIXED FORM PAST THE SEQUENCE AND INDICATOR AREAS.            CPYNORM 
002313 2200-TEST-SOURCE-DIRECTIVE.                                      CPYNORM 
002314     MOVE 'N' TO WS-DIRECTIVE-SW.                                 CPYNORM 
002315     MOVE WS-CLEAN-CARD TO WS-DIR-UPPER.                          CPYNORM 
002316     INSPECT WS-DIR-UPPER CONVERTING                              CPYNORM 
002317         'abcdefghijklmnopqrstuvwxyz'                             CPYNORM 
002318         TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.                         CPYNORM 
002319     IF NOT WS-FREE-FORMAT                                        CPYNORM 
002320         AND WS-DIR-UPPER(1:6) NUMERIC                            CPYNORM 
002321         MOVE SPACES TO WS-DIR-UPPER(1:7)                         CPYNORM 
002322     END-IF.                                                      CPYNORM 
002323     MOVE 0 TO WS-DIR-LEAD.                                       CPYNORM 
002324     INSPECT WS-DIR-UPPER TALLYING WS-DIR-LEAD                    CPYNORM 
002325         FOR LEADING SPACE.                                       CPYNORM 
002326     IF WS-DIR-LEAD > 110                                         CPYNORM 
002327         GO TO 2200-EXIT.                                         CPYNORM 
002328     IF WS-DIR-UPPER(WS-DIR-LEAD + 1:8) NOT = '>>SOURCE'          CPYNORM 
002329         GO TO 2200-EXIT.                                         CPYNORM 
002330     MOVE 'Y' TO WS-DIRECTIVE-SW.                                 CPYNORM 
002331     MOVE 'X' TO WS-NEW-FORMAT.                                   CPYNORM 
002332     MOVE 0 TO WS-DIR-TALLY.                                      CPYNORM 
002333     INSPECT WS-DIR-UPPER TALLYING WS-DIR-TALLY                   CPYNORM 
002334         FOR ALL ' FREE'.                                         CPYNORM 
002335     IF WS-DIR-TALLY > 0                                          CPYNORM 
002336         MOVE 'F' TO WS-NEW-FORMAT.                               CPYNORM 
002337 2200-EXIT.                                                       CPYNORM 
002338     EXIT.                                                        CPYNORM 
002339*                                                                 CPYNORM 
002340 2500-REPORT-ONE-REPAIR.                                          CPYNORM 
002341     MOVE WS-LINE-NO TO WS-EDIT-LINE.                             CPYNORM 
002342     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYNORM 
002350     MOVE 'LINE' TO WS-RPT-FILE-REC(1:4).                         CPYNORM 
002360     MOVE WS-EDIT-LINE TO WS-RPT-FILE-REC(6:6).                   CPYNORM 
002370     MOVE 13 TO WS-OUT-COL.                                       CPYNORM 
