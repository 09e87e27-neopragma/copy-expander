000190*               CHANGED WHAT AND WHEN IN registry/CPYMNTH.DAT,    CPYMNT  
000200*               BECAUSE A BAD HAND EDIT WAS BOTH EASY TO MAKE     CPYMNT  
000210*               AND IMPOSSIBLE TO TRACE.                          CPYMNT  
000211*2026-10-15 RS  NEW FILE POWN - THE PROGRAM OWNERSHIP ROLL        CPYMNT  
000212*               config/CPYPOWN.DAT (PROGRAM, OWNING TEAM,         CPYMNT  
000213*               CONTACT USER IDS) THAT ADDRESSES CPYPROM'S        CPYMNT  
000214*               PROMOTION BULLETIN.  ITS KEY IS THE 10-BYTE       CPYMNT  
000215*               PROGRAM NAME, SO THE KEY WIDTH AND THE COLUMN     CPYMNT  
000216*               OF THE OLD VALUE NOW COME FROM THE FILE EDIT.     CPYMNT  
000217*2026-10-15 RS  NEW FILE CAL - THE SHOP BUSINESS-DAY CALENDAR     CPYMNT  
000218*               config/CPYCAL.DAT THAT THE CPYDATE DATE SERVICE   CPYMNT  
000219*               COUNTS BUSINESS DAYS FROM.  THE KEY IS THE DATE   CPYMNT  
000220*               (A REAL YYYYMMDD DATE), VALUE 1 THE DAY TYPE      CPYMNT  
000221*               HOLIDAY, NONPROC OR WORKDAY AND VALUE 2 THE       CPYMNT  
000222*               DESCRIPTION.  THE FILE LIST MOVES TO LINE 12.     CPYMNT  
000223*2026-10-15 RS  NEW FILE AUTH - THE AUTHORIZATION FILE            CPYMNT  
000224*               config/CPYAUTH.DAT - WITH ONE ACTION, REVOKE.     CPYMNT  
000225*               THE KEY IS THE USER ID AND VALUE 1 THE FUNCTION   CPYMNT  
000226*               TO TAKE AWAY; THE USER'S OTHER GRANTS STAY, AND   CPYMNT  
000227*               A USER LEFT WITH NONE COMES OFF THE FILE.  NEW    CPYMNT  
000228*               ENTRY POINT CPYMNTB (COPY CPYMTP) SO THE ACCESS   CPYMNT  
000229*               RECERTIFICATION RUN APPLIES ITS REVOCATIONS       CPYMNT  
000230*               THROUGH THE SAME MAINT CHECK, EDITS, REWRITE      CPYMNT  
000231*               AND CHANGE HISTORY AS THE SCREEN.  THE REQUEST    CPYMNT  
000232*               HANDLING MOVES FROM 2000 INTO 2100 UNCHANGED.     CPYMNT  
000233*-------------------------------------------------------------    CPYMNT  
000234 ENVIRONMENT DIVISION.                                            CPYMNT  
000240 CONFIGURATION SECTION.                                           CPYMNT  
000250 SOURCE-COMPUTER. GENERIC-COMPUTER.                               CPYMNT  
000260 OBJECT-COMPUTER. GENERIC-COMPUTER.                               CPYMNT  
000730 77  WS-IX                   PIC 9(02) COMP VALUE 0.              CPYMNT  
000740 77  WS-STAR-COUNT           PIC 9(02) COMP VALUE 0.              CPYMNT  
000750 77  WS-NUM-TEST             PIC 9(04) VALUE 0.                   CPYMNT  
000753 77  WS-KEY-LEN              PIC 9(02) COMP VALUE 8.              CPYMNT  
000756 77  WS-VALUE-COL            PIC 9(02) COMP VALUE 11.             CPYMNT  
000758 77  WS-CAL-DATE-NUM         PIC 9(08) VALUE 0.                   CPYMNT  
000759 77  WS-APPLIED-SW           PIC X(01) VALUE 'N'.                 CPYMNT  
000760     88  WS-APPLIED          VALUE 'Y'.                           CPYMNT  
000761*GRANT-LIST SCRATCH FOR AN AUTH REVOKE - THE GRANTS ARE           CPYMNT  
000762*BLANK-SEPARATED WORDS, SPLIT THE WAY CPYAUTH SPLITS THEM.        CPYMNT  
000763 77  WS-GRANT-LIST           PIC X(70) VALUE SPACES.              CPYMNT  
000764 01  WS-GRANT-WORDS.                                              CPYMNT  
000765     05  WS-GRANT-WORD       PIC X(08) OCCURS 12 TIMES.           CPYMNT  
000766 77  WS-GRW-IX               PIC 9(02) COMP VALUE 0.              CPYMNT  
000767 77  WS-GRANT-OUT            PIC X(69) VALUE SPACES.              CPYMNT  
000768 77  WS-GRANT-PTR            PIC 9(03) COMP VALUE 0.              CPYMNT  
000769 77  WS-GRANT-HIT-SW         PIC X(01) VALUE 'N'.                 CPYMNT  
000770*PROBE-FILE SCRATCH FOR THE LIBRARY-PATH-EXISTS EDIT              CPYMNT  
000771 77  WS-PROBE-NAME           PIC X(100) VALUE SPACES.             CPYMNT  
000780 77  WS-PROBE-FHND           PIC 9(09) COMP-X VALUE 0.            CPYMNT  
000790 77  WS-PROBE-AMODE          PIC 9(02) COMP-X VALUE 2.            CPYMNT  
000800 77  WS-PROBE-DMODE          PIC 9(02) COMP-X VALUE 0.            CPYMNT  
000900 77  WS-SCR-USERID           PIC X(08) VALUE SPACES.              CPYMNT  
000910 77  WS-SCR-MESSAGE          PIC X(60) VALUE SPACES.              CPYMNT  
000920 COPY CPYAUT.                                                     CPYMNT  
000923 LINKAGE SECTION.                                                 CPYMNT  
000926 COPY CPYMTP.                                                     CPYMNT  
000930*-------------------------------------------------------------    CPYMNT  
000940*MAINTENANCE SCREEN, FOR TSO OR CICS USE.  ON A RUNTIME BUILT     CPYMNT  
000950*WITHOUT SCREEN SECTION SUPPORT THE DISPLAY AND ACCEPT FALL       CPYMNT  
001000 01  WS-REQUEST-SCREEN.                                           CPYMNT  
001010     05  BLANK SCREEN.                                            CPYMNT  
001020     05  LINE 01 COL 01 VALUE 'CPYMNT - CONTROL FILE MAINT'.      CPYMNT  
001030     05  LINE 03 COL 01 VALUE 'FILE (SEE LIST BELOW)'.            CPYMNT  
001040     05  LINE 03 COL 36 PIC X(06) USING WS-SCR-FILE.              CPYMNT  
001050     05  LINE 04 COL 01 VALUE 'ACTION (ADD/CHANGE/DELETE/EXIT)'.  CPYMNT  
001060     05  LINE 04 COL 36 PIC X(06) USING WS-SCR-ACTION.            CPYMNT  
001066     05  LINE 05 COL 01                                           CPYMNT  
001072         VALUE 'KEY (COPYBOOK/LIBRARY/PROGRAM/DATE)'.             CPYMNT  
001080     05  LINE 05 COL 36 PIC X(16) USING WS-SCR-KEY.               CPYMNT  
001090     05  LINE 06 COL 01 VALUE 'VALUE 1'.                          CPYMNT  
001100     05  LINE 06 COL 36 PIC X(40) USING WS-SCR-VALUE1.            CPYMNT  
001140     05  LINE 08 COL 36 PIC X(08) USING WS-SCR-USERID.            CPYMNT  
001150     05  LINE 10 COL 01 VALUE 'MESSAGE'.                          CPYMNT  
001160     05  LINE 10 COL 36 PIC X(60) USING WS-SCR-MESSAGE.           CPYMNT  
001162     05  LINE 12 COL 01                                           CPYMNT  
001164         VALUE 'FILES VERS STD LIB RETAIN CHKP POWN CAL AUTH'.    CPYMNT  
001166     05  LINE 13 COL 01                                           CPYMNT  
001168         VALUE 'CAL: DATE, HOLIDAY/NONPROC/WORKDAY, TEXT'.        CPYMNT  
001169     05  LINE 14 COL 01                                           CPYMNT  
001170         VALUE 'AUTH: REVOKE - KEY USER ID, VALUE 1 FUNCTION'.    CPYMNT  
001171     05  LINE 20 COL 01 VALUE 'ENTER EXIT TO QUIT'.               CPYMNT  
001180 PROCEDURE DIVISION.                                              CPYMNT  
001190*-------------------------------------------------------------    CPYMNT  
001200*0000-MAINLINE                                                    CPYMNT  
001290     DISPLAY 'CPYMNT SESSION ENDED, REQUESTS HANDLED: '           CPYMNT  
001300         WS-REQUEST-COUNT.                                        CPYMNT  
001310     GOBACK.                                                      CPYMNT  
001311*-------------------------------------------------------------    CPYMNT  
001312*0050-BATCH-ENTRY - CPYMNTB: ONE REQUEST FROM A BATCH CALLER,     CPYMNT  
001313*NO SCREEN.  THE SAME MAINT CHECK, EDITS, REWRITE AND HISTORY     CPYMNT  
001314*AS A REQUEST KEYED AT THE SCREEN.                                CPYMNT  
001315*-------------------------------------------------------------    CPYMNT  
001316 0050-BATCH-ENTRY.                                                CPYMNT  
001317 ENTRY 'CPYMNTB' USING CPYMNT-PARMS.                              CPYMNT  
001318     ACCEPT WS-DATE-PART FROM DATE YYYYMMDD.                      CPYMNT  
001319     ACCEPT WS-TIME-PART FROM TIME.                               CPYMNT  
001320     STRING WS-DATE-PART WS-TIME-PART                             CPYMNT  
001321         DELIMITED BY SIZE INTO WS-RUN-TIMESTAMP.                 CPYMNT  
001322     MOVE MNT-FILE TO WS-SCR-FILE.                                CPYMNT  
001323     MOVE MNT-ACTION TO WS-SCR-ACTION.                            CPYMNT  
001324     MOVE MNT-KEY TO WS-SCR-KEY.                                  CPYMNT  
001325     MOVE MNT-VALUE1 TO WS-SCR-VALUE1.                            CPYMNT  
001326     MOVE MNT-VALUE2 TO WS-SCR-VALUE2.                            CPYMNT  
001327     MOVE MNT-USERID TO WS-SCR-USERID.                            CPYMNT  
001328     MOVE SPACES TO WS-SCR-MESSAGE.                               CPYMNT  
001329     PERFORM 2100-HANDLE-THE-REQUEST THRU 2100-EXIT.              CPYMNT  
001330     MOVE WS-SCR-MESSAGE TO MNT-MESSAGE.                          CPYMNT  
001331     MOVE WS-APPLIED-SW TO MNT-RESULT.                            CPYMNT  
001332     GOBACK.                                                      CPYMNT  
001333*-------------------------------------------------------------    CPYMNT  
001334*2000-PROCESS-ONE-REQUEST                                         CPYMNT  
001340*-------------------------------------------------------------    CPYMNT  
001350 2000-PROCESS-ONE-REQUEST.                                        CPYMNT  
001360     DISPLAY WS-REQUEST-SCREEN.                                   CPYMNT  
001390     IF WS-SCR-ACTION = 'EXIT' OR WS-SCR-ACTION = 'EXIT  '        CPYMNT  
001400         MOVE 'Y' TO WS-DONE-SW                                   CPYMNT  
001410         GO TO 2000-EXIT.                                         CPYMNT  
001411     PERFORM 2100-HANDLE-THE-REQUEST THRU 2100-EXIT.              CPYMNT  
001412 2000-EXIT.                                                       CPYMNT  
001413     EXIT.                                                        CPYMNT  
001414*-------------------------------------------------------------    CPYMNT  
001415*2100-HANDLE-THE-REQUEST - AUTHORIZE, EDIT, APPLY AND RECORD      CPYMNT  
001416*ONE REQUEST, FROM THE SCREEN OR FROM THE CPYMNTB ENTRY.          CPYMNT  
001417*-------------------------------------------------------------    CPYMNT  
001418 2100-HANDLE-THE-REQUEST.                                         CPYMNT  
001419     MOVE 'N' TO WS-APPLIED-SW.                                   CPYMNT  
001420*    NOBODY REWRITES A CONTROL FILE WITHOUT THE MAINT GRANT -     CPYMNT  
001430*    THE SAME CPYAUTH CHECK EVERY OTHER FRONT END MAKES.          CPYMNT  
001440     MOVE WS-SCR-USERID TO AUTH-USER-ID.                          CPYMNT  
001500     END-IF.                                                      CPYMNT  
001510     IF NOT AUTH-GRANTED                                          CPYMNT  
001520         MOVE 'NOT AUTHORIZED FOR MAINT' TO WS-SCR-MESSAGE        CPYMNT  
001530         GO TO 2100-EXIT.                                         CPYMNT  
001540     PERFORM 3000-EDIT-THE-REQUEST THRU 3000-EXIT.                CPYMNT  
001550     IF NOT WS-EDIT-OK                                            CPYMNT  
001560         GO TO 2100-EXIT.                                         CPYMNT  
001570     PERFORM 4000-APPLY-THE-CHANGE THRU 4000-EXIT.                CPYMNT  
001580     IF WS-SCR-MESSAGE(1:7) NOT = 'FAILED '                       CPYMNT  
001590         PERFORM 5000-WRITE-HISTORY THRU 5000-EXIT                CPYMNT  
001600         ADD 1 TO WS-REQUEST-COUNT                                CPYMNT  
001605         MOVE 'Y' TO WS-APPLIED-SW                                CPYMNT  
001610     END-IF.                                                      CPYMNT  
001620 2100-EXIT.                                                       CPYMNT  
001630     EXIT.                                                        CPYMNT  
001640*-------------------------------------------------------------    CPYMNT  
001650*3000-EDIT-THE-REQUEST - EVERY FIELD EDIT THE OLD HAND EDITS      CPYMNT  
001700     IF WS-SCR-USERID = SPACES                                    CPYMNT  
001710         MOVE 'USER ID IS REQUIRED' TO WS-SCR-MESSAGE             CPYMNT  
001720         GO TO 3000-EXIT.                                         CPYMNT  
001723     MOVE 8 TO WS-KEY-LEN.                                        CPYMNT  
001726     MOVE 11 TO WS-VALUE-COL.                                     CPYMNT  
001730     EVALUATE WS-SCR-FILE                                         CPYMNT  
001740         WHEN 'VERS'                                              CPYMNT  
001750             MOVE 'config/CPYVERS.DAT' TO WS-CTL-FILENAME         CPYMNT  
001810             MOVE 'config/RETAIN.CFG' TO WS-CTL-FILENAME          CPYMNT  
001820         WHEN 'CHKP'                                              CPYMNT  
001830             MOVE 'config/CPYCHKP.CFG' TO WS-CTL-FILENAME         CPYMNT  
001832         WHEN 'POWN'                                              CPYMNT  
001834             MOVE 'config/CPYPOWN.DAT' TO WS-CTL-FILENAME         CPYMNT  
001836             MOVE 10 TO WS-KEY-LEN                                CPYMNT  
001838             MOVE 12 TO WS-VALUE-COL                              CPYMNT  
001839         WHEN 'CAL'                                               CPYMNT  
001840             MOVE 'config/CPYCAL.DAT' TO WS-CTL-FILENAME          CPYMNT  
001841             MOVE 10 TO WS-VALUE-COL                              CPYMNT  
001842         WHEN 'AUTH'                                              CPYMNT  
001843             MOVE 'config/CPYAUTH.DAT' TO WS-CTL-FILENAME         CPYMNT  
001844         WHEN OTHER                                               CPYMNT  
001852             MOVE 'FILE MUST BE ONE OF THE FILES LISTED BELOW'    CPYMNT  
001860                 TO WS-SCR-MESSAGE                                CPYMNT  
001870             GO TO 3000-EXIT                                      CPYMNT  
001880     END-EVALUATE.                                                CPYMNT  
001890     IF WS-SCR-ACTION NOT = 'ADD'                                 CPYMNT  
001900         AND WS-SCR-ACTION NOT = 'CHANGE'                         CPYMNT  
001910         AND WS-SCR-ACTION NOT = 'DELETE'                         CPYMNT  
001916         AND WS-SCR-ACTION NOT = 'REVOKE'                         CPYMNT  
001922         MOVE 'ACTION MUST BE ADD CHANGE DELETE REVOKE OR EXIT'   CPYMNT  
001930             TO WS-SCR-MESSAGE                                    CPYMNT  
001940         GO TO 3000-EXIT.                                         CPYMNT  
001941*    THE AUTHORIZATION FILE TAKES REVOKE AND NOTHING ELSE -       CPYMNT  
001942*    GRANTS ARE GIVEN BY HAND, UNDER THE CHANGE PROCESS.          CPYMNT  
001943     IF WS-SCR-FILE = 'AUTH' OR WS-SCR-ACTION = 'REVOKE'          CPYMNT  
001944         PERFORM 3600-EDIT-GRANT-REVOKE THRU 3600-EXIT            CPYMNT  
001945         GO TO 3000-EXIT.                                         CPYMNT  
001950*    THE SINGLE-VALUE FILES TAKE CHANGE ONLY AND A BOUNDED        CPYMNT  
001960*    NUMERIC VALUE.                                               CPYMNT  
001970     IF WS-SCR-FILE = 'RETAIN' OR WS-SCR-FILE = 'CHKP'            CPYMNT  
002200         END-IF                                                   CPYMNT  
002210         MOVE 'N' TO WS-EDIT-OK-SW                                CPYMNT  
002220     END-IF.                                                      CPYMNT  
002221     IF WS-SCR-FILE = 'POWN'                                      CPYMNT  
002222         PERFORM 3400-EDIT-PROGRAM-OWNER THRU 3400-EXIT           CPYMNT  
002223         IF NOT WS-EDIT-OK                                        CPYMNT  
002224             GO TO 3000-EXIT                                      CPYMNT  
002225         END-IF                                                   CPYMNT  
002226         MOVE 'N' TO WS-EDIT-OK-SW                                CPYMNT  
002227     END-IF.                                                      CPYMNT  
002228     IF WS-SCR-FILE = 'CAL'                                       CPYMNT  
002229         PERFORM 3500-EDIT-CALENDAR-DAY THRU 3500-EXIT            CPYMNT  
002230         IF NOT WS-EDIT-OK                                        CPYMNT  
002231             GO TO 3000-EXIT                                      CPYMNT  
002232         END-IF                                                   CPYMNT  
002233         MOVE 'N' TO WS-EDIT-OK-SW                                CPYMNT  
002234     END-IF.                                                      CPYMNT  
002235     MOVE 'Y' TO WS-EDIT-OK-SW.                                   CPYMNT  
002240 3000-EXIT.                                                       CPYMNT  
002250     EXIT.                                                        CPYMNT  
002260*                                                                 CPYMNT  
003230         PERFORM 4100-COPY-ONE-LINE THRU 4100-EXIT UNTIL WS-EOF   CPYMNT  
003240         CLOSE CTL-FILE                                           CPYMNT  
003250     END-IF.                                                      CPYMNT  
003251     IF WS-SCR-MESSAGE(1:7) = 'FAILED '                           CPYMNT  
003252         CLOSE NEW-FILE                                           CPYMNT  
003253         CALL 'CBL_DELETE_FILE' USING WS-NEW-FILENAME             CPYMNT  
003254         MOVE 0 TO RETURN-CODE                                    CPYMNT  
003255         GO TO 4000-EXIT.                                         CPYMNT  
003260     IF WS-KEY-SEEN-SW = 'N'                                      CPYMNT  
003270         IF WS-SCR-ACTION = 'ADD'                                 CPYMNT  
003280             PERFORM 4200-WRITE-NEW-ENTRY THRU 4200-EXIT          CPYMNT  
003390     CALL 'CBL_RENAME_FILE' USING WS-NEW-FILENAME                 CPYMNT  
003400         WS-CTL-FILENAME.                                         CPYMNT  
003410     MOVE 0 TO RETURN-CODE.                                       CPYMNT  
003415     IF WS-SCR-MESSAGE(1:7) NOT = 'APPLIED'                       CPYMNT  
003420         MOVE 'APPLIED' TO WS-SCR-MESSAGE                         CPYMNT  
003425     END-IF.                                                      CPYMNT  
003430 4000-EXIT.                                                       CPYMNT  
003440     EXIT.                                                        CPYMNT  
003450*                                                                 CPYMNT  
003580         MOVE 'Y' TO WS-KEY-SEEN-SW                               CPYMNT  
003590         PERFORM 4200-WRITE-NEW-ENTRY THRU 4200-EXIT              CPYMNT  
003600         GO TO 4100-EXIT.                                         CPYMNT  
003607     IF WS-CTL-FILE-REC(1:WS-KEY-LEN)                             CPYMNT  
003614         = WS-SCR-KEY(1:WS-KEY-LEN)                               CPYMNT  
003621         MOVE WS-CTL-FILE-REC(WS-VALUE-COL:40) TO WS-OLD-VALUE    CPYMNT  
003630         MOVE 'Y' TO WS-KEY-SEEN-SW                               CPYMNT  
003632         IF WS-SCR-ACTION = 'REVOKE'                              CPYMNT  
003634             PERFORM 4300-REVOKE-ONE-GRANT THRU 4300-EXIT         CPYMNT  
003636             GO TO 4100-EXIT                                      CPYMNT  
003638         END-IF                                                   CPYMNT  
003640         IF WS-SCR-ACTION = 'DELETE'                              CPYMNT  
003650             GO TO 4100-EXIT                                      CPYMNT  
003660         END-IF                                                   CPYMNT  
003940             MOVE WS-SCR-KEY(1:8) TO WS-NEW-FILE-REC(1:8)         CPYMNT  
003950             MOVE WS-SCR-VALUE1(1:10) TO WS-NEW-FILE-REC(11:10)   CPYMNT  
003960             MOVE WS-SCR-VALUE2(1:16) TO WS-NEW-FILE-REC(21:16)   CPYMNT  
003962         WHEN 'POWN'                                              CPYMNT  
003964             MOVE WS-SCR-KEY(1:10) TO WS-NEW-FILE-REC(1:10)       CPYMNT  
003966             MOVE WS-SCR-VALUE1(1:10) TO WS-NEW-FILE-REC(12:10)   CPYMNT  
003968             MOVE WS-SCR-VALUE2(1:37) TO WS-NEW-FILE-REC(23:37)   CPYMNT  
003969         WHEN 'CAL'                                               CPYMNT  
003970             MOVE WS-SCR-KEY(1:8) TO WS-NEW-FILE-REC(1:8)         CPYMNT  
003971             MOVE WS-SCR-VALUE1(1:10) TO WS-NEW-FILE-REC(10:10)   CPYMNT  
003972             MOVE WS-SCR-VALUE2 TO WS-NEW-FILE-REC(21:40)         CPYMNT  
003973     END-EVALUATE.                                                CPYMNT  
003980     WRITE WS-NEW-FILE-REC.                                       CPYMNT  
003990 4200-EXIT.                                                       CPYMNT  
004000     EXIT.                                                        CPYMNT  
004010*                                                                 CPYMNT  
004011*-------------------------------------------------------------    CPYMNT  
004012*4300-REVOKE-ONE-GRANT - REWRITE THE USER'S ENTRY WITHOUT THE     CPYMNT  
004013*ONE FUNCTION, WHOLE WORDS ONLY.  A USER LEFT WITH NO GRANT       CPYMNT  
004014*COMES OFF THE FILE; A FUNCTION THE USER DOES NOT HOLD FAILS      CPYMNT  
004015*THE REQUEST AND THE FILE IS LEFT AS IT WAS.                      CPYMNT  
004016*-------------------------------------------------------------    CPYMNT  
004017 4300-REVOKE-ONE-GRANT.                                           CPYMNT  
004018     MOVE WS-CTL-FILE-REC(10:70) TO WS-GRANT-LIST.                CPYMNT  
004019     MOVE SPACES TO WS-GRANT-WORDS.                               CPYMNT  
004020     UNSTRING WS-GRANT-LIST DELIMITED BY ALL SPACE                CPYMNT  
004021         INTO WS-GRANT-WORD(1) WS-GRANT-WORD(2)                   CPYMNT  
004022              WS-GRANT-WORD(3) WS-GRANT-WORD(4)                   CPYMNT  
004023              WS-GRANT-WORD(5) WS-GRANT-WORD(6)                   CPYMNT  
004024              WS-GRANT-WORD(7) WS-GRANT-WORD(8)                   CPYMNT  
004025              WS-GRANT-WORD(9) WS-GRANT-WORD(10)                  CPYMNT  
004026              WS-GRANT-WORD(11) WS-GRANT-WORD(12)                 CPYMNT  
004027     END-UNSTRING.                                                CPYMNT  
004028     MOVE SPACES TO WS-GRANT-OUT.                                 CPYMNT  
004029     MOVE 1 TO WS-GRANT-PTR.                                      CPYMNT  
004030     MOVE 'N' TO WS-GRANT-HIT-SW.                                 CPYMNT  
004031     PERFORM 4310-KEEP-ONE-GRANT THRU 4310-EXIT                   CPYMNT  
004032         VARYING WS-GRW-IX FROM 1 BY 1 UNTIL WS-GRW-IX > 12.      CPYMNT  
004033     IF WS-GRANT-HIT-SW = 'N'                                     CPYMNT  
004034         MOVE 'FAILED - FUNCTION NOT GRANTED TO THIS USER'        CPYMNT  
004035             TO WS-SCR-MESSAGE                                    CPYMNT  
004036         MOVE WS-CTL-FILE-REC TO WS-NEW-FILE-REC                  CPYMNT  
004037         WRITE WS-NEW-FILE-REC                                    CPYMNT  
004038         GO TO 4300-EXIT.                                         CPYMNT  
004039     IF WS-GRANT-OUT = SPACES                                     CPYMNT  
004040         MOVE 'APPLIED - USER HAS NO GRANTS LEFT, ENTRY REMOVED'  CPYMNT  
004041             TO WS-SCR-MESSAGE                                    CPYMNT  
004042         GO TO 4300-EXIT.                                         CPYMNT  
004043     MOVE SPACES TO WS-NEW-FILE-REC.                              CPYMNT  
004044     MOVE WS-CTL-FILE-REC(1:8) TO WS-NEW-FILE-REC(1:8).           CPYMNT  
004045     MOVE WS-GRANT-OUT TO WS-NEW-FILE-REC(11:69).                 CPYMNT  
004046     WRITE WS-NEW-FILE-REC.                                       CPYMNT  
004047 4300-EXIT.                                                       CPYMNT  
004048     EXIT.                                                        CPYMNT  
004049*                                                                 CPYMNT  
004050 4310-KEEP-ONE-GRANT.                                             CPYMNT  
004051     IF WS-GRANT-WORD(WS-GRW-IX) = SPACES                         CPYMNT  
004052         GO TO 4310-EXIT.                                         CPYMNT  
004053     IF WS-GRANT-WORD(WS-GRW-IX) = WS-SCR-VALUE1(1:8)             CPYMNT  
004054         MOVE 'Y' TO WS-GRANT-HIT-SW                              CPYMNT  
004055         GO TO 4310-EXIT.                                         CPYMNT  
004056     STRING WS-GRANT-WORD(WS-GRW-IX) DELIMITED BY SPACE           CPYMNT  
004057         ' ' DELIMITED BY SIZE                                    CPYMNT  
004058         INTO WS-GRANT-OUT WITH POINTER WS-GRANT-PTR              CPYMNT  
004059     END-STRING.                                                  CPYMNT  
004060 4310-EXIT.                                                       CPYMNT  
004061     EXIT.                                                        CPYMNT  
004062*                                                                 CPYMNT  
004063*-------------------------------------------------------------    CPYMNT  
004064*5000-WRITE-HISTORY - WHO CHANGED WHAT AND WHEN, APPENDED TO      CPYMNT  
004065*THE PERMANENT MAINTENANCE HISTORY.                               CPYMNT  
004066*-------------------------------------------------------------    CPYMNT  
004067 5000-WRITE-HISTORY.                                              CPYMNT  
004070     MOVE SPACES TO WS-HST-FILE-REC.                              CPYMNT  
004080     MOVE WS-RUN-TIMESTAMP TO WS-HST-FILE-REC(1:15).              CPYMNT  
004090     MOVE WS-SCR-USERID    TO WS-HST-FILE-REC(17:8).              CPYMNT  
004210 5000-EXIT.                                                       CPYMNT  
004220     EXIT.                                                        CPYMNT  
004230                                                                  CPYMNT  
004240*-------------------------------------------------------------    CPYMNT  
004250*3400-EDIT-PROGRAM-OWNER - THE PROGRAM NAME FITS ITS 10-BYTE      CPYMNT  
004260*KEY, THE TEAM IS ONE WORD OF AT MOST 10 AND THE CONTACT IDS      CPYMNT  
004270*FIT THEIR 37 COLUMNS.                                            CPYMNT  
004280*-------------------------------------------------------------    CPYMNT  
004290 3400-EDIT-PROGRAM-OWNER.                                         CPYMNT  
004300     IF WS-SCR-KEY(11:6) NOT = SPACES                             CPYMNT  
004310         MOVE 'PROGRAM NAME IS AT MOST 10 CHARACTERS'             CPYMNT  
004320             TO WS-SCR-MESSAGE                                    CPYMNT  
004330         GO TO 3400-EXIT.                                         CPYMNT  
004340     IF WS-SCR-ACTION = 'DELETE'                                  CPYMNT  
004350         MOVE 'Y' TO WS-EDIT-OK-SW                                CPYMNT  
004360         GO TO 3400-EXIT.                                         CPYMNT  
004370     MOVE 0 TO WS-TRIM-LEN.                                       CPYMNT  
004380     INSPECT WS-SCR-VALUE1 TALLYING WS-TRIM-LEN                   CPYMNT  
004390         FOR CHARACTERS BEFORE SPACE.                             CPYMNT  
004405     IF WS-TRIM-LEN = 0 OR WS-TRIM-LEN > 10                       CPYMNT  
004420         MOVE 'VALUE 1 MUST BE ONE TEAM NAME OF AT MOST 10'       CPYMNT  
004430             TO WS-SCR-MESSAGE                                    CPYMNT  
004440         GO TO 3400-EXIT.                                         CPYMNT  
004442     IF WS-SCR-VALUE1(WS-TRIM-LEN + 1:) NOT = SPACES              CPYMNT  
004444         MOVE 'VALUE 1 MUST BE ONE TEAM NAME OF AT MOST 10'       CPYMNT  
004446             TO WS-SCR-MESSAGE                                    CPYMNT  
004448         GO TO 3400-EXIT.                                         CPYMNT  
004450     IF WS-SCR-VALUE2(38:3) NOT = SPACES                          CPYMNT  
004460         MOVE 'VALUE 2 CONTACT IDS MUST FIT IN 37 COLUMNS'        CPYMNT  
004470             TO WS-SCR-MESSAGE                                    CPYMNT  
004480         GO TO 3400-EXIT.                                         CPYMNT  
004490     MOVE 'Y' TO WS-EDIT-OK-SW.                                   CPYMNT  
004500 3400-EXIT.                                                       CPYMNT  
004510     EXIT.                                                        CPYMNT  
004520*                                                                 CPYMNT  
004530*-------------------------------------------------------------    CPYMNT  
004540*3500-EDIT-CALENDAR-DAY - THE KEY IS A REAL YYYYMMDD DATE AND     CPYMNT  
004550*THE DAY TYPE ONE OF HOLIDAY, NONPROC OR WORKDAY.                 CPYMNT  
004560*-------------------------------------------------------------    CPYMNT  
004570 3500-EDIT-CALENDAR-DAY.                                          CPYMNT  
004580     IF WS-SCR-KEY(9:8) NOT = SPACES                              CPYMNT  
004590         OR WS-SCR-KEY(1:8) NOT NUMERIC                           CPYMNT  
004600         MOVE 'KEY MUST BE A DATE YYYYMMDD' TO WS-SCR-MESSAGE     CPYMNT  
004610         GO TO 3500-EXIT.                                         CPYMNT  
004620     MOVE WS-SCR-KEY(1:8) TO WS-CAL-DATE-NUM.                     CPYMNT  
004630     IF FUNCTION TEST-DATE-YYYYMMDD(WS-CAL-DATE-NUM) NOT = 0      CPYMNT  
004640         MOVE 'KEY IS NOT A VALID CALENDAR DATE' TO WS-SCR-MESSAGECPYMNT  
004650         GO TO 3500-EXIT.                                         CPYMNT  
004660     IF WS-SCR-ACTION = 'DELETE'                                  CPYMNT  
004670         MOVE 'Y' TO WS-EDIT-OK-SW                                CPYMNT  
004680         GO TO 3500-EXIT.                                         CPYMNT  
004690     IF WS-SCR-VALUE1 NOT = 'HOLIDAY'                             CPYMNT  
004700         AND WS-SCR-VALUE1 NOT = 'NONPROC'                        CPYMNT  
004710         AND WS-SCR-VALUE1 NOT = 'WORKDAY'                        CPYMNT  
004720         MOVE 'VALUE 1 MUST BE HOLIDAY NONPROC OR WORKDAY'        CPYMNT  
004730             TO WS-SCR-MESSAGE                                    CPYMNT  
004740         GO TO 3500-EXIT.                                         CPYMNT  
004750     MOVE 'Y' TO WS-EDIT-OK-SW.                                   CPYMNT  
004760 3500-EXIT.                                                       CPYMNT  
004770     EXIT.                                                        CPYMNT  
004780*                                                                 CPYMNT  
004790*-------------------------------------------------------------    CPYMNT  
004800*3600-EDIT-GRANT-REVOKE - REVOKE GOES WITH AUTH ONLY.  THE KEY    CPYMNT  
004810*IS ONE USER ID AND VALUE 1 ONE FUNCTION NAME, EACH AT MOST 8.    CPYMNT  
004820*-------------------------------------------------------------    CPYMNT  
004830 3600-EDIT-GRANT-REVOKE.                                          CPYMNT  
004840     IF WS-SCR-FILE NOT = 'AUTH' OR WS-SCR-ACTION NOT = 'REVOKE'  CPYMNT  
004850         MOVE 'AUTH TAKES REVOKE ONLY AND ONLY AUTH TAKES REVOKE' CPYMNT  
004860             TO WS-SCR-MESSAGE                                    CPYMNT  
004870         GO TO 3600-EXIT.                                         CPYMNT  
004880     IF WS-SCR-KEY = SPACES OR WS-SCR-KEY(9:8) NOT = SPACES       CPYMNT  
004890         MOVE 'KEY MUST BE ONE USER ID OF AT MOST 8'              CPYMNT  
004900             TO WS-SCR-MESSAGE                                    CPYMNT  
004910         GO TO 3600-EXIT.                                         CPYMNT  
004920     MOVE 0 TO WS-TRIM-LEN.                                       CPYMNT  
004930     INSPECT WS-SCR-VALUE1 TALLYING WS-TRIM-LEN                   CPYMNT  
004940         FOR CHARACTERS BEFORE SPACE.                             CPYMNT  
004950     IF WS-TRIM-LEN = 0 OR WS-TRIM-LEN > 8                        CPYMNT  
004960         MOVE 'VALUE 1 MUST BE ONE FUNCTION NAME OF AT MOST 8'    CPYMNT  
004970             TO WS-SCR-MESSAGE                                    CPYMNT  
004980         GO TO 3600-EXIT.                                         CPYMNT  
004990     IF WS-SCR-VALUE1(WS-TRIM-LEN + 1:) NOT = SPACES              CPYMNT  
005000         MOVE 'VALUE 1 MUST BE ONE FUNCTION NAME OF AT MOST 8'    CPYMNT  
005010             TO WS-SCR-MESSAGE                                    CPYMNT  
005020         GO TO 3600-EXIT.                                         CPYMNT  
005030     MOVE 'Y' TO WS-EDIT-OK-SW.                                   CPYMNT  
005040 3600-EXIT.                                                       CPYMNT  
005050     EXIT.                                                        CPYMNT  
