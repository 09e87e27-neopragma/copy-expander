000200*               PROGRAMS REFERENCE IT.  A COMMENT-ONLY CHANGE     CPYFIMP 
000210*               COMES BACK 'NO FIELD IMPACT' (RC 0); ANY FIELD    CPYFIMP 
000220*               IMPACT SETS RC 4.  REPORT: registry/CPYFIMP.RPT.  CPYFIMP 
000222*2026-10-15 RS  FREE-FORMAT COPYBOOKS: EACH LINE IS READ THROUGH  CPYFIMP 
000224*               CPYSRCF AS THE CARD IT STANDS FOR, SO THE         CPYFIMP 
000226*               COLUMN RULES HOLD FOR EITHER FORM.                CPYFIMP 
000228*               THE COPYBOOK RECORD IS WIDENED TO 256.            CPYFIMP 
000230*-------------------------------------------------------------    CPYFIMP 
000240 ENVIRONMENT DIVISION.                                            CPYFIMP 
000250 CONFIGURATION SECTION.                                           CPYFIMP 
000440 FD  PARM-FILE.                                                   CPYFIMP 
000450 01  WS-PARM-FILE-REC        PIC X(80).                           CPYFIMP 
000460 FD  CPY-FILE.                                                    CPYFIMP 
000470 01  WS-CPY-FILE-REC         PIC X(256).                          CPYFIMP 
000480 FD  FXR-FILE.                                                    CPYFIMP 
000490 01  WS-FXR-FILE-REC         PIC X(85).                           CPYFIMP 
000500 FD  RPT-FILE.                                                    CPYFIMP 
001490 77  WS-RIX                  PIC 9(03) COMP VALUE 0.              CPYFIMP 
001500 77  WS-REF-DUP-SW           PIC X(01) VALUE 'N'.                 CPYFIMP 
001510 77  WS-XRF-NAME             PIC X(30) VALUE SPACES.              CPYFIMP 
001515 COPY CPYSFP.                                                     CPYFIMP 
001520 PROCEDURE DIVISION.                                              CPYFIMP 
001530*-------------------------------------------------------------    CPYFIMP 
001540*0000-MAINLINE                                                    CPYFIMP 
002500     OPEN INPUT CPY-FILE.                                         CPYFIMP 
002510     IF WS-CPY-FILE-STATUS NOT = '00'                             CPYFIMP 
002520         GO TO 2000-EXIT.                                         CPYFIMP 
002525     MOVE SPACE TO SRCF-FORMAT.                                   CPYFIMP 
002530     MOVE 'N' TO WS-EOF-SW.                                       CPYFIMP 
002540     PERFORM 2100-PARSE-ONE-LINE THRU 2100-EXIT UNTIL WS-EOF.     CPYFIMP 
002550     CLOSE CPY-FILE.                                              CPYFIMP 
002620     END-READ.                                                    CPYFIMP 
002630     IF WS-EOF                                                    CPYFIMP 
002640         GO TO 2100-EXIT.                                         CPYFIMP 
002642     MOVE WS-CPY-FILE-REC TO SRCF-LINE.                           CPYFIMP 
002644     CALL 'CPYSRCF' USING CPYSRCF-PARMS.                          CPYFIMP 
002646     MOVE SRCF-CARD TO WS-CPY-FILE-REC.                           CPYFIMP 
002650     MOVE WS-CPY-FILE-REC(7:1) TO WS-MAP-IND.                     CPYFIMP 
002660     IF WS-MAP-IND = '*' OR WS-MAP-IND = '/'                      CPYFIMP 
002670         GO TO 2100-EXIT.                                         CPYFIMP 
