000010 IDENTIFICATION DIVISION.                                         CPYGLOS 
000020 PROGRAM-ID. CPYGLOS.                                             CPYGLOS 
000030 AUTHOR. R SANDOVAL.                                              CPYGLOS 
000040 INSTALLATION. DATA CENTER SERVICES - COPYBOOK TOOLING.           CPYGLOS 
000050 DATE-WRITTEN. 2026-10-15.                                        CPYGLOS 
000060 DATE-COMPILED.                                                   CPYGLOS 
000070*-------------------------------------------------------------    CPYGLOS 
000080*MODIFICATION HISTORY                                             CPYGLOS 
000090*-------------------------------------------------------------    CPYGLOS 
000100*2026-10-15 RS  ONLINE MAINTENANCE TRANSACTION FOR THE BUSINESS   CPYGLOS 
000110*               GLOSSARY config/CPYGLS.DAT (COPY CPYGLS), IN THE  CPYGLOS 
000120*               STYLE OF CPYMNT.  THE DATA STEWARD ADDS, CHANGES, CPYGLOS 
000130*               DELETES OR SHOWS THE ENTRY FOR ONE COPYBOOK DATA  CPYGLOS 
000140*               NAME: BUSINESS DEFINITION, STEWARD AND VALID-     CPYGLOS 
000150*               VALUE NOTES.  EDITS - THE COPYBOOK MUST RESOLVE   CPYGLOS 
000160*               THROUGH CPYLIB.CFG AND DEFINE THE DATA NAME       CPYGLOS 
000170*               (CPYLAYO), THE DEFINITION IS REQUIRED, AND THE    CPYGLOS 
000180*               STEWARD MUST BE ON THE config/CPYTEAM.DAT         CPYGLOS 
000190*               ROSTER.  EVERY CHANGE IS JOURNALED WITH ITS       CPYGLOS 
000200*               BEFORE AND AFTER IMAGES TO registry/CPYGLSH.DAT   CPYGLOS 
000210*               (COPY CPYGLH).  CPYAUTH FUNCTION GLOSSARY.        CPYGLOS 
000220*-------------------------------------------------------------    CPYGLOS 
000230 ENVIRONMENT DIVISION.                                            CPYGLOS 
000240 CONFIGURATION SECTION.                                           CPYGLOS 
000250 SOURCE-COMPUTER. GENERIC-COMPUTER.                               CPYGLOS 
000260 OBJECT-COMPUTER. GENERIC-COMPUTER.                               CPYGLOS 
000270 SPECIAL-NAMES.                                                   CPYGLOS 
000280     CONSOLE IS CRT.                                              CPYGLOS 
000290 INPUT-OUTPUT SECTION.                                            CPYGLOS 
000300 FILE-CONTROL.                                                    CPYGLOS 
000310     SELECT GLS-FILE ASSIGN TO DYNAMIC WS-GLS-FILENAME            CPYGLOS 
000320         ORGANIZATION LINE SEQUENTIAL                             CPYGLOS 
000330         FILE STATUS IS WS-GLS-FILE-STATUS.                       CPYGLOS 
000340     SELECT NEW-FILE ASSIGN TO DYNAMIC WS-NEW-FILENAME            CPYGLOS 
000350         ORGANIZATION LINE SEQUENTIAL                             CPYGLOS 
000360         FILE STATUS IS WS-NEW-FILE-STATUS.                       CPYGLOS 
000370     SELECT HST-FILE ASSIGN TO DYNAMIC WS-HST-FILENAME            CPYGLOS 
000380         ORGANIZATION LINE SEQUENTIAL                             CPYGLOS 
000390         FILE STATUS IS WS-HST-FILE-STATUS                        CPYGLOS 
000400         LOCK MODE IS AUTOMATIC.                                  CPYGLOS 
000410     SELECT TEAM-FILE ASSIGN TO DYNAMIC WS-TEAM-FILENAME          CPYGLOS 
000420         ORGANIZATION LINE SEQUENTIAL                             CPYGLOS 
000430         FILE STATUS IS WS-TEAM-FILE-STATUS.                      CPYGLOS 
000440 DATA DIVISION.                                                   CPYGLOS 
000450 FILE SECTION.                                                    CPYGLOS 
000460 FD  GLS-FILE.                                                    CPYGLOS 
000470 01  WS-GLS-FILE-REC         PIC X(220).                          CPYGLOS 
000480 FD  NEW-FILE.                                                    CPYGLOS 
000490 01  WS-NEW-FILE-REC         PIC X(220).                          CPYGLOS 
000500 FD  HST-FILE.                                                    CPYGLOS 
000510 01  WS-HST-FILE-REC         PIC X(337).                          CPYGLOS 
000520 FD  TEAM-FILE.                                                   CPYGLOS 
000530 01  WS-TEAM-FILE-REC        PIC X(80).                           CPYGLOS 
000540 WORKING-STORAGE SECTION.                                         CPYGLOS 
000550*-------------------------------------------------------------    CPYGLOS 
000560*FILE STATUS AND DYNAMIC FILE NAMES                               CPYGLOS 
000570*-------------------------------------------------------------    CPYGLOS 
000580 77  WS-GLS-FILENAME         PIC X(80)                            CPYGLOS 
000590         VALUE 'config/CPYGLS.DAT'.                               CPYGLOS 
000600 77  WS-GLS-FILE-STATUS      PIC X(02) VALUE '00'.                CPYGLOS 
000610 77  WS-NEW-FILENAME         PIC X(80)                            CPYGLOS 
000620         VALUE 'config/CPYGLS.DAT.NEW'.                           CPYGLOS 
000630 77  WS-NEW-FILE-STATUS      PIC X(02) VALUE '00'.                CPYGLOS 
000640 77  WS-HST-FILENAME         PIC X(80)                            CPYGLOS 
000650         VALUE 'registry/CPYGLSH.DAT'.                            CPYGLOS 
000660 77  WS-HST-FILE-STATUS      PIC X(02) VALUE '00'.                CPYGLOS 
000670 77  WS-TEAM-FILENAME        PIC X(80)                            CPYGLOS 
000680         VALUE 'config/CPYTEAM.DAT'.                              CPYGLOS 
000690 77  WS-TEAM-FILE-STATUS     PIC X(02) VALUE '00'.                CPYGLOS 
000700 77  WS-DONE-SW              PIC X(01) VALUE 'N'.                 CPYGLOS 
000710     88  WS-DONE             VALUE 'Y'.                           CPYGLOS 
000720 77  WS-EOF-SW               PIC X(01) VALUE 'N'.                 CPYGLOS 
000730     88  WS-EOF              VALUE 'Y'.                           CPYGLOS 
000740 77  WS-REQUEST-COUNT        PIC 9(05) COMP VALUE 0.              CPYGLOS 
000750 77  WS-KEY-SEEN-SW          PIC X(01) VALUE 'N'.                 CPYGLOS 
000760 77  WS-EDIT-OK-SW           PIC X(01) VALUE 'N'.                 CPYGLOS 
000770     88  WS-EDIT-OK          VALUE 'Y'.                           CPYGLOS 
000780 77  WS-FOUND-SW             PIC X(01) VALUE 'N'.                 CPYGLOS 
000790     88  WS-FOUND            VALUE 'Y'.                           CPYGLOS 
000800 77  WS-RUN-TIMESTAMP        PIC X(15) VALUE SPACES.              CPYGLOS 
000810 77  WS-DATE-PART            PIC X(08) VALUE SPACES.              CPYGLOS 
000820 77  WS-TIME-PART            PIC X(08) VALUE SPACES.              CPYGLOS 
000830 77  WS-CIX                  PIC 9(04) COMP VALUE 0.              CPYGLOS 
000840*-------------------------------------------------------------    CPYGLOS 
000850*REQUEST SCREEN FIELDS, EDITED BEFORE ANYTHING TOUCHES DISK       CPYGLOS 
000860*-------------------------------------------------------------    CPYGLOS 
000870 77  WS-SCR-ACTION           PIC X(06) VALUE 'ADD'.               CPYGLOS 
000880 77  WS-SCR-COPYBOOK         PIC X(30) VALUE SPACES.              CPYGLOS 
000890 77  WS-SCR-DATA-NAME        PIC X(30) VALUE SPACES.              CPYGLOS 
000900 77  WS-SCR-STEWARD          PIC X(08) VALUE SPACES.              CPYGLOS 
000910 77  WS-SCR-DEFINITION       PIC X(56) VALUE SPACES.              CPYGLOS 
000920 77  WS-SCR-VALID-VALUES     PIC X(60) VALUE SPACES.              CPYGLOS 
000930 77  WS-SCR-USERID           PIC X(08) VALUE SPACES.              CPYGLOS 
000940 77  WS-SCR-MESSAGE          PIC X(60) VALUE SPACES.              CPYGLOS 
000950 COPY CPYAUT.                                                     CPYGLOS 
000960 COPY CPYLAP.                                                     CPYGLOS 
000970 COPY CPYGLS.                                                     CPYGLOS 
000980 COPY CPYGLH.                                                     CPYGLOS 
000990*-------------------------------------------------------------    CPYGLOS 
001000*MAINTENANCE SCREEN, FOR TSO OR CICS USE.  ON A RUNTIME BUILT     CPYGLOS 
001010*WITHOUT SCREEN SECTION SUPPORT THE DISPLAY AND ACCEPT FALL       CPYGLOS 
001020*BACK TO LINE-MODE I/O; THE EDITS AND FILE HANDLING BELOW ARE     CPYGLOS 
001030*UNCHANGED EITHER WAY.                                            CPYGLOS 
001040*-------------------------------------------------------------    CPYGLOS 
001050 SCREEN SECTION.                                                  CPYGLOS 
001060 01  WS-REQUEST-SCREEN.                                           CPYGLOS 
001070     05  BLANK SCREEN.                                            CPYGLOS 
001080     05  LINE 01 COL 01 VALUE 'CPYGLOS - BUSINESS GLOSSARY MAINT'.CPYGLOS 
001090     05  LINE 03 COL 01                                           CPYGLOS 
001100         VALUE 'ACTION (ADD/CHANGE/DELETE/SHOW/EXIT)'.            CPYGLOS 
001110     05  LINE 03 COL 39 PIC X(06) USING WS-SCR-ACTION.            CPYGLOS 
001120     05  LINE 04 COL 01 VALUE 'COPYBOOK'.                         CPYGLOS 
001130     05  LINE 04 COL 21 PIC X(30) USING WS-SCR-COPYBOOK.          CPYGLOS 
001140     05  LINE 05 COL 01 VALUE 'DATA NAME'.                        CPYGLOS 
001150     05  LINE 05 COL 21 PIC X(30) USING WS-SCR-DATA-NAME.         CPYGLOS 
001160     05  LINE 06 COL 01 VALUE 'DATA STEWARD'.                     CPYGLOS 
001170     05  LINE 06 COL 21 PIC X(08) USING WS-SCR-STEWARD.           CPYGLOS 
001180     05  LINE 07 COL 01 VALUE 'DEFINITION'.                       CPYGLOS 
001190     05  LINE 07 COL 21 PIC X(56) USING WS-SCR-DEFINITION.        CPYGLOS 
001200     05  LINE 08 COL 01 VALUE 'VALID VALUES'.                     CPYGLOS 
001210     05  LINE 08 COL 21 PIC X(60) USING WS-SCR-VALID-VALUES.      CPYGLOS 
001220     05  LINE 09 COL 01 VALUE 'YOUR USER ID'.                     CPYGLOS 
001230     05  LINE 09 COL 21 PIC X(08) USING WS-SCR-USERID.            CPYGLOS 
001240     05  LINE 11 COL 01 VALUE 'MESSAGE'.                          CPYGLOS 
001250     05  LINE 11 COL 21 PIC X(60) USING WS-SCR-MESSAGE.           CPYGLOS 
001260     05  LINE 20 COL 01 VALUE 'ENTER EXIT TO QUIT'.               CPYGLOS 
001270 PROCEDURE DIVISION.                                              CPYGLOS 
001280*-------------------------------------------------------------    CPYGLOS 
001290*0000-MAINLINE                                                    CPYGLOS 
001300*-------------------------------------------------------------    CPYGLOS 
001310 0000-MAINLINE.                                                   CPYGLOS 
001320     ACCEPT WS-DATE-PART FROM DATE YYYYMMDD.                      CPYGLOS 
001330     ACCEPT WS-TIME-PART FROM TIME.                               CPYGLOS 
001340     STRING WS-DATE-PART WS-TIME-PART                             CPYGLOS 
001350         DELIMITED BY SIZE INTO WS-RUN-TIMESTAMP.                 CPYGLOS 
001360     PERFORM 2000-PROCESS-ONE-REQUEST THRU 2000-EXIT              CPYGLOS 
001370         UNTIL WS-DONE.                                           CPYGLOS 
001380     DISPLAY 'CPYGLOS SESSION ENDED, REQUESTS HANDLED: '          CPYGLOS 
001390         WS-REQUEST-COUNT.                                        CPYGLOS 
001400     GOBACK.                                                      CPYGLOS 
001410*-------------------------------------------------------------    CPYGLOS 
001420*2000-PROCESS-ONE-REQUEST                                         CPYGLOS 
001430*-------------------------------------------------------------    CPYGLOS 
001440 2000-PROCESS-ONE-REQUEST.                                        CPYGLOS 
001450     DISPLAY WS-REQUEST-SCREEN.                                   CPYGLOS 
001460     ACCEPT WS-REQUEST-SCREEN.                                    CPYGLOS 
001470     MOVE SPACES TO WS-SCR-MESSAGE.                               CPYGLOS 
001480     IF WS-SCR-ACTION = 'EXIT' OR WS-SCR-ACTION = 'EXIT  '        CPYGLOS 
001490         MOVE 'Y' TO WS-DONE-SW                                   CPYGLOS 
001500         GO TO 2000-EXIT.                                         CPYGLOS 
001510*    THE GLOSSARY IS AUDIT EVIDENCE - ONLY USERS GRANTED THE      CPYGLOS 
001520*    GLOSSARY FUNCTION MAY TOUCH IT, OR EVEN LOOK IT UP HERE.     CPYGLOS 
001530     MOVE WS-SCR-USERID TO AUTH-USER-ID.                          CPYGLOS 
001540     MOVE 'GLOSSARY' TO AUTH-FUNCTION.                            CPYGLOS 
001550     CALL 'CPYAUTH' USING CPYAUTH-PARMS.                          CPYGLOS 
001560     IF AUTH-BOOTSTRAP                                            CPYGLOS 
001570         MOVE 'AUTHORIZATION FILE ABSENT - CHECK DISABLED'        CPYGLOS 
001580             TO WS-SCR-MESSAGE                                    CPYGLOS 
001590     END-IF.                                                      CPYGLOS 
001600     IF NOT AUTH-GRANTED                                          CPYGLOS 
001610         MOVE 'NOT AUTHORIZED FOR GLOSSARY' TO WS-SCR-MESSAGE     CPYGLOS 
001620         GO TO 2000-EXIT.                                         CPYGLOS 
001630     PERFORM 3000-EDIT-THE-REQUEST THRU 3000-EXIT.                CPYGLOS 
001640     IF NOT WS-EDIT-OK                                            CPYGLOS 
001650         GO TO 2000-EXIT.                                         CPYGLOS 
001660     IF WS-SCR-ACTION = 'SHOW'                                    CPYGLOS 
001670         PERFORM 4500-SHOW-THE-ENTRY THRU 4500-EXIT               CPYGLOS 
001680         GO TO 2000-EXIT.                                         CPYGLOS 
001690     PERFORM 4000-APPLY-THE-CHANGE THRU 4000-EXIT.                CPYGLOS 
001700     IF WS-SCR-MESSAGE(1:7) NOT = 'FAILED '                       CPYGLOS 
001710         PERFORM 5000-WRITE-HISTORY THRU 5000-EXIT                CPYGLOS 
001720         ADD 1 TO WS-REQUEST-COUNT                                CPYGLOS 
001730     END-IF.                                                      CPYGLOS 
001740 2000-EXIT.                                                       CPYGLOS 
001750     EXIT.                                                        CPYGLOS 
001760*-------------------------------------------------------------    CPYGLOS 
001770*3000-EDIT-THE-REQUEST - NOTHING TOUCHES DISK UNTIL ALL OF THE    CPYGLOS 
001780*EDITS PASS.  A DELETE SKIPS THE LAYOUT CHECK SO AN ENTRY CAN     CPYGLOS 
001790*BE CLEARED AFTER ITS FIELD HAS LEFT THE COPYBOOK.                CPYGLOS 
001800*-------------------------------------------------------------    CPYGLOS 
001810 3000-EDIT-THE-REQUEST.                                           CPYGLOS 
001820     MOVE 'N' TO WS-EDIT-OK-SW.                                   CPYGLOS 
001830     IF WS-SCR-USERID = SPACES                                    CPYGLOS 
001840         MOVE 'USER ID IS REQUIRED' TO WS-SCR-MESSAGE             CPYGLOS 
001850         GO TO 3000-EXIT.                                         CPYGLOS 
001860     IF WS-SCR-ACTION NOT = 'ADD'                                 CPYGLOS 
001870         AND WS-SCR-ACTION NOT = 'CHANGE'                         CPYGLOS 
001880         AND WS-SCR-ACTION NOT = 'DELETE'                         CPYGLOS 
001890         AND WS-SCR-ACTION NOT = 'SHOW'                           CPYGLOS 
001900         MOVE 'ACTION MUST BE ADD CHANGE DELETE SHOW OR EXIT'     CPYGLOS 
001910             TO WS-SCR-MESSAGE                                    CPYGLOS 
001920         GO TO 3000-EXIT.                                         CPYGLOS 
001930     IF WS-SCR-COPYBOOK = SPACES                                  CPYGLOS 
001940         OR WS-SCR-DATA-NAME = SPACES                             CPYGLOS 
001950         MOVE 'COPYBOOK AND DATA NAME ARE REQUIRED'               CPYGLOS 
001960             TO WS-SCR-MESSAGE                                    CPYGLOS 
001970         GO TO 3000-EXIT.                                         CPYGLOS 
001980     IF WS-SCR-ACTION = 'DELETE' OR WS-SCR-ACTION = 'SHOW'        CPYGLOS 
001990         MOVE 'Y' TO WS-EDIT-OK-SW                                CPYGLOS 
002000         GO TO 3000-EXIT.                                         CPYGLOS 
002010     IF WS-SCR-DEFINITION = SPACES                                CPYGLOS 
002020         MOVE 'DEFINITION IS REQUIRED' TO WS-SCR-MESSAGE          CPYGLOS 
002030         GO TO 3000-EXIT.                                         CPYGLOS 
002040     IF WS-SCR-STEWARD = SPACES                                   CPYGLOS 
002050         MOVE 'DATA STEWARD IS REQUIRED' TO WS-SCR-MESSAGE        CPYGLOS 
002060         GO TO 3000-EXIT.                                         CPYGLOS 
002070     PERFORM 3100-EDIT-THE-DATA-NAME THRU 3100-EXIT.              CPYGLOS 
002080     IF NOT WS-EDIT-OK                                            CPYGLOS 
002090         GO TO 3000-EXIT.                                         CPYGLOS 
002100     MOVE 'N' TO WS-EDIT-OK-SW.                                   CPYGLOS 
002110     PERFORM 3200-EDIT-THE-STEWARD THRU 3200-EXIT.                CPYGLOS 
002120 3000-EXIT.                                                       CPYGLOS 
002130     EXIT.                                                        CPYGLOS 
002140*                                                                 CPYGLOS 
002150*-------------------------------------------------------------    CPYGLOS 
002160*3100-EDIT-THE-DATA-NAME - THE COPYBOOK MUST RESOLVE AND DEFINE   CPYGLOS 
002170*THE NAME, GROUPS AND REDEFINING ITEMS INCLUDED (THE DATA         CPYGLOS 
002180*DICTIONARY'S OWN VIEW OF THE MEMBER).                            CPYGLOS 
002190*-------------------------------------------------------------    CPYGLOS 
002200 3100-EDIT-THE-DATA-NAME.                                         CPYGLOS 
002210     MOVE WS-SCR-COPYBOOK TO LAY-COPYBOOK-NAME.                   CPYGLOS 
002220     MOVE SPACES TO LAY-LIBRARY-DIR.                              CPYGLOS 
002230     MOVE 'A' TO LAY-VIEW-MODE.                                   CPYGLOS 
002240     MOVE 'Y' TO LAY-GROUPS-SW.                                   CPYGLOS 
002250     MOVE 'N' TO LAY-EXPAND-SW.                                   CPYGLOS 
002260     MOVE 0 TO LAY-VIEW-COUNT.                                    CPYGLOS 
002270     CALL 'CPYLAYO' USING CPYLAYO-PARMS.                          CPYGLOS 
002280     IF LAY-NOT-FOUND                                             CPYGLOS 
002290         MOVE 'COPYBOOK NOT FOUND IN ANY LIBRARY'                 CPYGLOS 
002300             TO WS-SCR-MESSAGE                                    CPYGLOS 
002310         GO TO 3100-EXIT.                                         CPYGLOS 
002320     MOVE 'N' TO WS-FOUND-SW.                                     CPYGLOS 
002330     PERFORM 3110-MATCH-ONE-COLUMN THRU 3110-EXIT                 CPYGLOS 
002340         VARYING WS-CIX FROM 1 BY 1                               CPYGLOS 
002350         UNTIL WS-CIX > LAY-COL-COUNT OR WS-FOUND.                CPYGLOS 
002360     IF NOT WS-FOUND                                              CPYGLOS 
002370         MOVE 'DATA NAME NOT DEFINED IN THAT COPYBOOK'            CPYGLOS 
002380             TO WS-SCR-MESSAGE                                    CPYGLOS 
002390         GO TO 3100-EXIT.                                         CPYGLOS 
002400     MOVE 'Y' TO WS-EDIT-OK-SW.                                   CPYGLOS 
002410 3100-EXIT.                                                       CPYGLOS 
002420     EXIT.                                                        CPYGLOS 
002430*                                                                 CPYGLOS 
002440 3110-MATCH-ONE-COLUMN.                                           CPYGLOS 
002450     IF LAY-COL-BASE(WS-CIX) = WS-SCR-DATA-NAME                   CPYGLOS 
002460         MOVE 'Y' TO WS-FOUND-SW                                  CPYGLOS 
002470     END-IF.                                                      CPYGLOS 
002480 3110-EXIT.                                                       CPYGLOS 
002490     EXIT.                                                        CPYGLOS 
002500*                                                                 CPYGLOS 
002510*-------------------------------------------------------------    CPYGLOS 
002520*3200-EDIT-THE-STEWARD - A STEWARD IS A PERSON ON THE TEAM        CPYGLOS 
002530*ROSTER, NOT A TEAM NAME OR A TYPO.  WITH NO ROSTER THERE IS      CPYGLOS 
002540*NOTHING TO CHECK AGAINST AND THE EDIT PASSES.                    CPYGLOS 
002550*-------------------------------------------------------------    CPYGLOS 
002560 3200-EDIT-THE-STEWARD.                                           CPYGLOS 
002570     OPEN INPUT TEAM-FILE.                                        CPYGLOS 
002580     IF WS-TEAM-FILE-STATUS NOT = '00'                            CPYGLOS 
002590         MOVE 'Y' TO WS-EDIT-OK-SW                                CPYGLOS 
002600         GO TO 3200-EXIT.                                         CPYGLOS 
002610     MOVE 'N' TO WS-FOUND-SW WS-EOF-SW.                           CPYGLOS 
002620     PERFORM 3210-TEST-ONE-ROSTER-LINE THRU 3210-EXIT             CPYGLOS 
002630         UNTIL WS-EOF OR WS-FOUND.                                CPYGLOS 
002640     CLOSE TEAM-FILE.                                             CPYGLOS 
002650     MOVE 'N' TO WS-EOF-SW.                                       CPYGLOS 
002660     IF NOT WS-FOUND                                              CPYGLOS 
002670         MOVE 'DATA STEWARD IS NOT ON THE TEAM ROSTER'            CPYGLOS 
002680             TO WS-SCR-MESSAGE                                    CPYGLOS 
002690         GO TO 3200-EXIT.                                         CPYGLOS 
002700     MOVE 'Y' TO WS-EDIT-OK-SW.                                   CPYGLOS 
002710 3200-EXIT.                                                       CPYGLOS 
002720     EXIT.                                                        CPYGLOS 
002730*                                                                 CPYGLOS 
002740 3210-TEST-ONE-ROSTER-LINE.                                       CPYGLOS 
002750     READ TEAM-FILE INTO WS-TEAM-FILE-REC                         CPYGLOS 
002760         AT END MOVE 'Y' TO WS-EOF-SW                             CPYGLOS 
002770     END-READ.                                                    CPYGLOS 
002780     IF WS-EOF                                                    CPYGLOS 
002790         GO TO 3210-EXIT.                                         CPYGLOS 
002800     IF WS-TEAM-FILE-REC(1:1) = '*'                               CPYGLOS 
002810         GO TO 3210-EXIT.                                         CPYGLOS 
002820     IF WS-TEAM-FILE-REC(1:8) = WS-SCR-STEWARD                    CPYGLOS 
002830         MOVE 'Y' TO WS-FOUND-SW                                  CPYGLOS 
002840     END-IF.                                                      CPYGLOS 
002850 3210-EXIT.                                                       CPYGLOS 
002860     EXIT.                                                        CPYGLOS 
002870*                                                                 CPYGLOS 
002880*-------------------------------------------------------------    CPYGLOS 
002890*4000-APPLY-THE-CHANGE - COPY THE GLOSSARY THROUGH A NEW FILE     CPYGLOS 
002900*APPLYING THE REQUEST, THEN SWAP IT INTO PLACE, EXACTLY AS        CPYGLOS 
002910*CPYMNT MAINTAINS THE CONTROL FILES.  COMMENTS ALWAYS PASS        CPYGLOS 
002920*THROUGH.  THE OLD IMAGE IS KEPT FOR THE HISTORY RECORD.          CPYGLOS 
002930*-------------------------------------------------------------    CPYGLOS 
002940 4000-APPLY-THE-CHANGE.                                           CPYGLOS 
002950     MOVE 'N' TO WS-KEY-SEEN-SW.                                  CPYGLOS 
002960     MOVE SPACES TO GLH-RECORD.                                   CPYGLOS 
002970     OPEN INPUT GLS-FILE.                                         CPYGLOS 
002980     OPEN OUTPUT NEW-FILE.                                        CPYGLOS 
002990     IF WS-GLS-FILE-STATUS = '00'                                 CPYGLOS 
003000         MOVE 'N' TO WS-EOF-SW                                    CPYGLOS 
003010         PERFORM 4100-COPY-ONE-LINE THRU 4100-EXIT UNTIL WS-EOF   CPYGLOS 
003020         CLOSE GLS-FILE                                           CPYGLOS 
003030     END-IF.                                                      CPYGLOS 
003040     IF WS-KEY-SEEN-SW = 'N'                                      CPYGLOS 
003050         IF WS-SCR-ACTION = 'ADD'                                 CPYGLOS 
003060             PERFORM 4200-WRITE-NEW-ENTRY THRU 4200-EXIT          CPYGLOS 
003070         ELSE                                                     CPYGLOS 
003080             CLOSE NEW-FILE                                       CPYGLOS 
003090             CALL 'CBL_DELETE_FILE' USING WS-NEW-FILENAME         CPYGLOS 
003100             MOVE 0 TO RETURN-CODE                                CPYGLOS 
003110             MOVE 'FAILED - NO GLOSSARY ENTRY FOR THAT NAME'      CPYGLOS 
003120                 TO WS-SCR-MESSAGE                                CPYGLOS 
003130             GO TO 4000-EXIT                                      CPYGLOS 
003140         END-IF                                                   CPYGLOS 
003150     END-IF.                                                      CPYGLOS 
003160     CLOSE NEW-FILE.                                              CPYGLOS 
003170     CALL 'CBL_DELETE_FILE' USING WS-GLS-FILENAME.                CPYGLOS 
003180     CALL 'CBL_RENAME_FILE' USING WS-NEW-FILENAME                 CPYGLOS 
003190         WS-GLS-FILENAME.                                         CPYGLOS 
003200     MOVE 0 TO RETURN-CODE.                                       CPYGLOS 
003210     IF WS-SCR-MESSAGE = SPACES                                   CPYGLOS 
003220         MOVE 'APPLIED' TO WS-SCR-MESSAGE                         CPYGLOS 
003230     END-IF.                                                      CPYGLOS 
003240 4000-EXIT.                                                       CPYGLOS 
003250     EXIT.                                                        CPYGLOS 
003260*                                                                 CPYGLOS 
003270 4100-COPY-ONE-LINE.                                              CPYGLOS 
003280     READ GLS-FILE INTO WS-GLS-FILE-REC                           CPYGLOS 
003290         AT END MOVE 'Y' TO WS-EOF-SW                             CPYGLOS 
003300     END-READ.                                                    CPYGLOS 
003310     IF WS-EOF                                                    CPYGLOS 
003320         GO TO 4100-EXIT.                                         CPYGLOS 
003330     IF WS-GLS-FILE-REC(1:1) = '*'                                CPYGLOS 
003340         MOVE WS-GLS-FILE-REC TO WS-NEW-FILE-REC                  CPYGLOS 
003350         WRITE WS-NEW-FILE-REC                                    CPYGLOS 
003360         GO TO 4100-EXIT.                                         CPYGLOS 
003370     MOVE WS-GLS-FILE-REC TO GLS-RECORD.                          CPYGLOS 
003380     IF GLS-COPYBOOK-NAME NOT = WS-SCR-COPYBOOK                   CPYGLOS 
003390         OR GLS-DATA-NAME NOT = WS-SCR-DATA-NAME                  CPYGLOS 
003400         MOVE WS-GLS-FILE-REC TO WS-NEW-FILE-REC                  CPYGLOS 
003410         WRITE WS-NEW-FILE-REC                                    CPYGLOS 
003420         GO TO 4100-EXIT.                                         CPYGLOS 
003430     MOVE 'Y' TO WS-KEY-SEEN-SW.                                  CPYGLOS 
003440     MOVE GLS-STEWARD TO GLH-OLD-STEWARD.                         CPYGLOS 
003450     MOVE GLS-DEFINITION TO GLH-OLD-DEFINITION.                   CPYGLOS 
003460     MOVE GLS-VALID-VALUES TO GLH-OLD-VALID-VALUES.               CPYGLOS 
003470     IF WS-SCR-ACTION = 'DELETE'                                  CPYGLOS 
003480         GO TO 4100-EXIT.                                         CPYGLOS 
003490     IF WS-SCR-ACTION = 'ADD'                                     CPYGLOS 
003500         MOVE 'DUPLICATE - TREATED AS CHANGE' TO WS-SCR-MESSAGE   CPYGLOS 
003510     END-IF.                                                      CPYGLOS 
003520     PERFORM 4200-WRITE-NEW-ENTRY THRU 4200-EXIT.                 CPYGLOS 
003530 4100-EXIT.                                                       CPYGLOS 
003540     EXIT.                                                        CPYGLOS 
003550*                                                                 CPYGLOS 
003560 4200-WRITE-NEW-ENTRY.                                            CPYGLOS 
003570     MOVE SPACES TO GLS-RECORD.                                   CPYGLOS 
003580     MOVE WS-SCR-COPYBOOK TO GLS-COPYBOOK-NAME.                   CPYGLOS 
003590     MOVE WS-SCR-DATA-NAME TO GLS-DATA-NAME.                      CPYGLOS 
003600     MOVE WS-SCR-STEWARD TO GLS-STEWARD.                          CPYGLOS 
003610     MOVE WS-SCR-DEFINITION TO GLS-DEFINITION.                    CPYGLOS 
003620     MOVE WS-SCR-VALID-VALUES TO GLS-VALID-VALUES.                CPYGLOS 
003630     MOVE WS-RUN-TIMESTAMP TO GLS-UPDATED-TS.                     CPYGLOS 
003640     MOVE WS-SCR-USERID TO GLS-UPDATED-BY.                        CPYGLOS 
003650     MOVE GLS-RECORD TO WS-NEW-FILE-REC.                          CPYGLOS 
003660     WRITE WS-NEW-FILE-REC.                                       CPYGLOS 
003670 4200-EXIT.                                                       CPYGLOS 
003680     EXIT.                                                        CPYGLOS 
003690*                                                                 CPYGLOS 
003700*-------------------------------------------------------------    CPYGLOS 
003710*4500-SHOW-THE-ENTRY - BRING THE CURRENT ENTRY BACK ONTO THE      CPYGLOS 
003720*SCREEN SO A CHANGE STARTS FROM WHAT IS THERE.                    CPYGLOS 
003730*-------------------------------------------------------------    CPYGLOS 
003740 4500-SHOW-THE-ENTRY.                                             CPYGLOS 
003750     MOVE 'N' TO WS-FOUND-SW.                                     CPYGLOS 
003760     OPEN INPUT GLS-FILE.                                         CPYGLOS 
003770     IF WS-GLS-FILE-STATUS = '00'                                 CPYGLOS 
003780         MOVE 'N' TO WS-EOF-SW                                    CPYGLOS 
003790         PERFORM 4510-FIND-ONE-ENTRY THRU 4510-EXIT               CPYGLOS 
003800             UNTIL WS-EOF OR WS-FOUND                             CPYGLOS 
003810         CLOSE GLS-FILE                                           CPYGLOS 
003820     END-IF.                                                      CPYGLOS 
003830     MOVE 'N' TO WS-EOF-SW.                                       CPYGLOS 
003840     IF NOT WS-FOUND                                              CPYGLOS 
003850         MOVE 'NO GLOSSARY ENTRY FOR THAT NAME' TO WS-SCR-MESSAGE CPYGLOS 
003860         GO TO 4500-EXIT.                                         CPYGLOS 
003870     MOVE GLS-STEWARD TO WS-SCR-STEWARD.                          CPYGLOS 
003880     MOVE GLS-DEFINITION TO WS-SCR-DEFINITION.                    CPYGLOS 
003890     MOVE GLS-VALID-VALUES TO WS-SCR-VALID-VALUES.                CPYGLOS 
003900     MOVE 'CHANGE' TO WS-SCR-ACTION.                              CPYGLOS 
003910     MOVE SPACES TO WS-SCR-MESSAGE.                               CPYGLOS 
003920     STRING 'LAST CHANGED ' DELIMITED BY SIZE                     CPYGLOS 
003930         GLS-UPDATED-TS DELIMITED BY SIZE                         CPYGLOS 
003940         ' BY ' DELIMITED BY SIZE                                 CPYGLOS 
003950         GLS-UPDATED-BY DELIMITED BY SPACE                        CPYGLOS 
003960         INTO WS-SCR-MESSAGE                                      CPYGLOS 
003970     END-STRING.                                                  CPYGLOS 
003980 4500-EXIT.                                                       CPYGLOS 
003990     EXIT.                                                        CPYGLOS 
004000*                                                                 CPYGLOS 
004010 4510-FIND-ONE-ENTRY.                                             CPYGLOS 
004020     READ GLS-FILE INTO WS-GLS-FILE-REC                           CPYGLOS 
004030         AT END MOVE 'Y' TO WS-EOF-SW                             CPYGLOS 
004040     END-READ.                                                    CPYGLOS 
004050     IF WS-EOF                                                    CPYGLOS 
004060         GO TO 4510-EXIT.                                         CPYGLOS 
004070     IF WS-GLS-FILE-REC(1:1) = '*'                                CPYGLOS 
004080         GO TO 4510-EXIT.                                         CPYGLOS 
004090     MOVE WS-GLS-FILE-REC TO GLS-RECORD.                          CPYGLOS 
004100     IF GLS-COPYBOOK-NAME = WS-SCR-COPYBOOK                       CPYGLOS 
004110         AND GLS-DATA-NAME = WS-SCR-DATA-NAME                     CPYGLOS 
004120         MOVE 'Y' TO WS-FOUND-SW                                  CPYGLOS 
004130     END-IF.                                                      CPYGLOS 
004140 4510-EXIT.                                                       CPYGLOS 
004150     EXIT.                                                        CPYGLOS 
004160*                                                                 CPYGLOS 
004170*-------------------------------------------------------------    CPYGLOS 
004180*5000-WRITE-HISTORY - WHO CHANGED WHICH DEFINITION AND WHEN,      CPYGLOS 
004190*BEFORE AND AFTER, APPENDED TO THE PERMANENT GLOSSARY HISTORY.    CPYGLOS 
004200*-------------------------------------------------------------    CPYGLOS 
004210 5000-WRITE-HISTORY.                                              CPYGLOS 
004220     MOVE WS-RUN-TIMESTAMP TO GLH-TIMESTAMP.                      CPYGLOS 
004230     MOVE WS-SCR-USERID TO GLH-USER-ID.                           CPYGLOS 
004240     MOVE WS-SCR-ACTION TO GLH-ACTION.                            CPYGLOS 
004250     IF WS-SCR-MESSAGE(1:9) = 'DUPLICATE'                         CPYGLOS 
004260         MOVE 'CHANGE' TO GLH-ACTION                              CPYGLOS 
004270     END-IF.                                                      CPYGLOS 
004280     MOVE WS-SCR-COPYBOOK TO GLH-COPYBOOK-NAME.                   CPYGLOS 
004290     MOVE WS-SCR-DATA-NAME TO GLH-DATA-NAME.                      CPYGLOS 
004300     IF WS-SCR-ACTION NOT = 'DELETE'                              CPYGLOS 
004310         MOVE WS-SCR-STEWARD TO GLH-NEW-STEWARD                   CPYGLOS 
004320         MOVE WS-SCR-DEFINITION TO GLH-NEW-DEFINITION             CPYGLOS 
004330         MOVE WS-SCR-VALID-VALUES TO GLH-NEW-VALID-VALUES         CPYGLOS 
004340     END-IF.                                                      CPYGLOS 
004350     MOVE GLH-RECORD TO WS-HST-FILE-REC.                          CPYGLOS 
004360     OPEN EXTEND HST-FILE.                                        CPYGLOS 
004370     IF WS-HST-FILE-STATUS = '35'                                 CPYGLOS 
004380         OPEN OUTPUT HST-FILE                                     CPYGLOS 
004390     END-IF.                                                      CPYGLOS 
004400     WRITE WS-HST-FILE-REC.                                       CPYGLOS 
004410     CLOSE HST-FILE.                                              CPYGLOS 
004420 5000-EXIT.                                                       CPYGLOS 
004430     EXIT.                                                        CPYGLOS 
