000440*               APPROVER 52-59, FUNCTION 61-68, AND THE           CPYPROM 
000450*               MANIFEST/FINGERPRINT COLUMNS MOVED WITH IT        CPYPROM 
000460*               (CONVERT OLD FILES WITH CPYCNVT).                 CPYPROM 
000461*2026-10-15 RS  PROMOTION BULLETIN TO CONSUMING TEAMS.  BEFORE    CPYPROM 
000462*               THE MOVE THE OUTGOING AND INCOMING LAYOUTS ARE    CPYPROM 
000463*               COMPARED FIELD BY FIELD THROUGH CPYLAYO, BY THE   CPYPROM 
000464*               SAME NAME-MATCH RULES AS CPYFIMP.  AFTER THE      CPYPROM 
000465*               AUDIT RECORD EVERY PROGRAM THAT PULLS THE         CPYPROM 
000466*               COPYBOOK - DIRECTLY PER registry/CPYREG.DAT, OR   CPYPROM 
000467*               THROUGH A PARENT COPYBOOK PER registry/CPYDEP.DAT CPYPROM 
000468*               AT ANY DEPTH - IS GROUPED BY ITS OWNING TEAM      CPYPROM 
000469*               FROM THE NEW PROGRAM OWNERSHIP ROLL config/       CPYPROM 
000470*               CPYPOWN.DAT, AND ONE BULLETIN RECORD (COPY        CPYPROM 
000471*               CPYBUL) PER TEAM IS APPENDED TO registry/         CPYPROM 
000472*               CPYBUL.DAT: COPYBOOK, OLD AND NEW VERSIONS, THE   CPYPROM 
000473*               FIELD IMPACT AND THAT TEAM'S PROGRAMS, EACH       CPYPROM 
000474*               FLAGGED WHERE registry/CPYFXR.DAT SHOWS IT        CPYPROM 
000475*               REFERENCING AN IMPACTED FIELD.  ROLLBACKS ISSUE   CPYPROM 
000476*               BULLETINS TOO.                                    CPYPROM 
000477*2026-10-15 RS  SCHEDULED PROMOTION QUEUE (registry/CPYPRQ.DAT,   CPYPROM 
000478*               COPY CPYPRQ).  THREE NEW FUNCTIONS: REQUEST       CPYPROM 
000479*               FILES A PROMOTION FOR THE EFFECTIVE DATE IN       CPYPROM 
000480*               COLS 70-77; APPROVE RECORDS THE SECOND            CPYPROM 
000481*               APPROVER AGAINST IT (SAME OWNING-TEAM RULE AS     CPYPROM 
000482*               AN IMMEDIATE PROMOTION); APPLYQ, THE NIGHTLY      CPYPROM 
000483*               RUN, APPLIES EVERY APPROVED REQUEST THAT HAS      CPYPROM 
000484*               COME DUE, CHILD COPYBOOKS BEFORE THEIR PARENTS    CPYPROM 
000485*               PER registry/CPYDEP.DAT, EACH AS ITS OWN FULL     CPYPROM 
000486*               PROMOTION.  INSIDE A FREEZE WINDOW THE DUE        CPYPROM 
000487*               REQUESTS ARE HELD, NOT APPLIED, AND COME DUE      CPYPROM 
000488*               AGAIN THE FIRST NIGHT AFTER IT LIFTS.  THE        CPYPROM 
000489*               SINGLE-CARD FLOW MOVED INTO 0100 UNCHANGED.       CPYPROM 
000490*2026-10-15 RS  TEST-COPYLIB RESERVATIONS (CPYCKIO, registry/     CPYPROM 
000491*               CPYRSV.DAT).  A PROMOTE OF A MEMBER THAT IS       CPYPROM 
000492*               STILL CHECKED OUT IS REFUSED, RC 8; A DUE QUEUE   CPYPROM 
000493*               REQUEST MET BY ONE IS HELD, NOT REFUSED, AND      CPYPROM 
000494*               TRIED AGAIN THE NEXT NIGHT.  WHEN THE TEXT        CPYPROM 
000495*               ABOUT TO MOVE NO LONGER MATCHES THE FINGERPRINT   CPYPROM 
000496*               TAKEN AT ITS LAST CHECK-IN THE CONSOLE SAYS SO.   CPYPROM 
000497*2026-10-15 RS  JOB-STREAM COMPLETION LEDGER.  THE RUN CALLS      CPYPROM 
000498*               CPYJLOG AS IT STARTS AND AGAIN BEFORE EVERY       CPYPROM 
000499*               GOBACK, APPENDING JOB, STEP, START, END AND RC    CPYPROM 
000500*               TO registry/CPYJOBL.DAT FOR THE CPYJCHK           CPYPROM 
000501*               PREDECESSOR CHECK AGAINST config/CPYSCHD.DAT.     CPYPROM 
000502*               THE STEP RECORDED IS THE SYSIN FUNCTION.          CPYPROM 
000503*2026-10-15 RS  CODING STANDARDS FOR NEW COPYBOOKS.  A PROMOTE    CPYPROM 
000504*               OF A MEMBER NOT YET IN PROD-COPYLIB IS RUN        CPYPROM 
000505*               THROUGH CPYSTDV AGAINST config/CPYRULE.DAT AT     CPYPROM 
000506*               THE OWNING TEAM'S SEVERITIES (THE '*' CARDS FOR   CPYPROM 
000507*               AN UNOWNED COPYBOOK); ANY ERROR-LEVEL FINDING     CPYPROM 
000508*               IS SHOWN ON THE CONSOLE AND REFUSES THE MOVE,     CPYPROM 
000509*               RC 12.  MEMBERS ALREADY IN PROD ARE SCORED BY     CPYPROM 
000510*               CPYSCOR, NOT HELD BACK HERE.                      CPYPROM 
000511*2026-10-15 RS  THE PROMOTION AUDIT RECORD NOW NAMES THE          CPYPROM 
000512*               REQUESTER AS WELL AS THE APPROVER - IN THE        CPYPROM 
000513*               SECOND COPYBOOK SLOT, VERSION 'REQUESTER',        CPYPROM 
000514*               BEYOND AUD-COPYBOOK-COUNT - SO THE ACCESS         CPYPROM 
000515*               RECERTIFICATION CAN FIND ONE USER BOTH            CPYPROM 
000516*               PROMOTING AND APPROVING THE SAME COPYBOOK.        CPYPROM 
000517*2026-10-15 RS  THE PROMOTE AND ROLLBACK AUDIT RECORDS ALSO NAME  CPYPROM 
000518*               THE OUTGOING VERSION, IN THE THIRD SLOT WITH      CPYPROM 
000519*               VERSION 'PRIOR' - ITS MANIFEST LABEL, OR          CPYPROM 
000520*               (NEW MEMBER) / (UNLABELED) - SO THE ANNUAL        CPYPROM 
000521*               EVIDENCE RUN CAN PROVE EACH ONE WAS ARCHIVED.     CPYPROM 
000522*-------------------------------------------------------------    CPYPROM 
000523 ENVIRONMENT DIVISION.                                            CPYPROM 
000524 CONFIGURATION SECTION.                                           CPYPROM 
000525 SOURCE-COMPUTER. GENERIC-COMPUTER.                               CPYPROM 
000526 OBJECT-COMPUTER. GENERIC-COMPUTER.                               CPYPROM 
000527 INPUT-OUTPUT SECTION.                                            CPYPROM 
000530 FILE-CONTROL.                                                    CPYPROM 
000540     SELECT PARM-FILE ASSIGN TO DYNAMIC WS-PARM-FILENAME          CPYPROM 
000550         ORGANIZATION LINE SEQUENTIAL                             CPYPROM 
000720     SELECT OWN-FILE ASSIGN TO DYNAMIC WS-OWN-FILENAME            CPYPROM 
000730         ORGANIZATION LINE SEQUENTIAL                             CPYPROM 
000740         FILE STATUS IS WS-OWN-FILE-STATUS.                       CPYPROM 
000741     SELECT POWN-FILE ASSIGN TO DYNAMIC WS-POWN-FILENAME          CPYPROM 
000742         ORGANIZATION LINE SEQUENTIAL                             CPYPROM 
000743         FILE STATUS IS WS-POWN-FILE-STATUS.                      CPYPROM 
000744     SELECT DEP-FILE ASSIGN TO DYNAMIC WS-DEP-FILENAME            CPYPROM 
000745         ORGANIZATION LINE SEQUENTIAL                             CPYPROM 
000746         FILE STATUS IS WS-DEP-FILE-STATUS.                       CPYPROM 
000747     SELECT FXR-FILE ASSIGN TO DYNAMIC WS-FXR-FILENAME            CPYPROM 
000748         ORGANIZATION LINE SEQUENTIAL                             CPYPROM 
000749         FILE STATUS IS WS-FXR-FILE-STATUS.                       CPYPROM 
000750     SELECT BUL-FILE ASSIGN TO DYNAMIC WS-BUL-FILENAME            CPYPROM 
000751         ORGANIZATION LINE SEQUENTIAL                             CPYPROM 
000752         FILE STATUS IS WS-BUL-FILE-STATUS.                       CPYPROM 
000753     SELECT PRQ-FILE ASSIGN TO DYNAMIC WS-PRQ-FILENAME            CPYPROM 
000754         ORGANIZATION LINE SEQUENTIAL                             CPYPROM 
000755         FILE STATUS IS WS-PRQ-FILE-STATUS.                       CPYPROM 
000756     SELECT PRQOUT-FILE ASSIGN TO DYNAMIC WS-PRQOUT-FILENAME      CPYPROM 
000757         ORGANIZATION LINE SEQUENTIAL                             CPYPROM 
000758         FILE STATUS IS WS-PRQOUT-FILE-STATUS.                    CPYPROM 
000759     SELECT CHN-FILE ASSIGN TO DYNAMIC WS-CHN-FILENAME            CPYPROM 
000760         ORGANIZATION LINE SEQUENTIAL                             CPYPROM 
000770         FILE STATUS IS WS-CHN-FILE-STATUS.                       CPYPROM 
000780     SELECT VERS-FILE ASSIGN TO DYNAMIC WS-VERS-FILENAME          CPYPROM 
000960         ACCESS MODE IS DYNAMIC                                   CPYPROM 
000970         RECORD KEY IS AUX-AUD-KEY                                CPYPROM 
000980         FILE STATUS IS WS-AUX-FILE-STATUS.                       CPYPROM 
000981     SELECT REG-FILE ASSIGN TO DYNAMIC WS-REG-FILENAME            CPYPROM 
000982         ORGANIZATION INDEXED                                     CPYPROM 
000983         ACCESS MODE IS DYNAMIC                                   CPYPROM 
000984         RECORD KEY IS REG-REG-KEY                                CPYPROM 
000985         FILE STATUS IS WS-REG-FILE-STATUS.                       CPYPROM 
000986     SELECT RSV-FILE ASSIGN TO DYNAMIC WS-RSV-FILENAME            CPYPROM 
000987         ORGANIZATION LINE SEQUENTIAL                             CPYPROM 
000988         FILE STATUS IS WS-RSV-FILE-STATUS.                       CPYPROM 
000990 DATA DIVISION.                                                   CPYPROM 
001000 FILE SECTION.                                                    CPYPROM 
001010 FD  PARM-FILE.                                                   CPYPROM 
001120 01  WS-FRZ-FILE-REC         PIC X(80).                           CPYPROM 
001130 FD  OWN-FILE.                                                    CPYPROM 
001140 01  WS-OWN-FILE-REC         PIC X(80).                           CPYPROM 
001141 FD  POWN-FILE.                                                   CPYPROM 
001142 01  WS-POWN-FILE-REC        PIC X(80).                           CPYPROM 
001143 FD  DEP-FILE.                                                    CPYPROM 
001144 01  WS-DEP-FILE-REC         PIC X(80).                           CPYPROM 
001145 FD  FXR-FILE.                                                    CPYPROM 
001146 01  WS-FXR-FILE-REC         PIC X(85).                           CPYPROM 
001147 FD  BUL-FILE.                                                    CPYPROM 
001148 01  WS-BUL-FILE-REC         PIC X(760).                          CPYPROM 
001149 FD  PRQ-FILE.                                                    CPYPROM 
001150 01  WS-PRQ-FILE-REC         PIC X(160).                          CPYPROM 
001151 FD  PRQOUT-FILE.                                                 CPYPROM 
001152 01  WS-PRQOUT-FILE-REC      PIC X(160).                          CPYPROM 
001153 FD  CHN-FILE.                                                    CPYPROM 
001160 01  WS-CHN-FILE-REC         PIC X(80).                           CPYPROM 
001170 FD  VERS-FILE.                                                   CPYPROM 
001180 01  WS-VERS-FILE-REC        PIC X(80).                           CPYPROM 
001260 01  WS-AUD-FILE-REC         PIC X(520).                          CPYPROM 
001270 FD  AUX-FILE.                                                    CPYPROM 
001280 COPY CPYAUX.                                                     CPYPROM 
001283 FD  REG-FILE.                                                    CPYPROM 
001286 COPY CPYREG.                                                     CPYPROM 
001287 FD  RSV-FILE.                                                    CPYPROM 
001288 01  WS-RSV-FILE-REC         PIC X(140).                          CPYPROM 
001290 WORKING-STORAGE SECTION.                                         CPYPROM 
001300*-------------------------------------------------------------    CPYPROM 
001310*FILE STATUS AND DYNAMIC FILE NAMES                               CPYPROM 
001660 77  WS-ARC-FILE-STATUS      PIC X(02) VALUE '00'.                CPYPROM 
001670 77  WS-FUNCTION             PIC X(08) VALUE 'PROMOTE '.          CPYPROM 
001680 77  WS-OLD-VERSION          PIC X(10) VALUE SPACES.              CPYPROM 
001685 77  WS-PRIOR-LABEL          PIC X(30) VALUE SPACES.              CPYPROM 
001690 77  WS-VER-LEN              PIC 9(04) COMP VALUE 0.              CPYPROM 
001700 77  WS-FRZ-FILENAME         PIC X(80)                            CPYPROM 
001710         VALUE 'config/CPYFRZ.DAT'.                               CPYPROM 
002140*CONTENT FINGERPRINT.  THE SAME ROLLING HASH AS CPYXPND'S         CPYPROM 
002150*EXPANSION-TIME CHECK: FOR EACH CARD, COLUMNS 1-72, FP =          CPYPROM 
002160*MOD(FP * 31 + ORD(CHAR), 100000007).  IF THIS EVER CHANGES IT    CPYPROM 
002166*MUST CHANGE IN BOTH PROGRAMS TOGETHER, AND IN CPYCKIO'S          CPYPROM 
002172*CHECK-IN CAPTURE.                                                CPYPROM 
002180*-------------------------------------------------------------    CPYPROM 
002190 77  WS-FPR-VALUE            PIC 9(09) COMP VALUE 0.              CPYPROM 
002200 77  WS-FPR-COL              PIC 9(02) COMP VALUE 0.              CPYPROM 
002330 COPY CPYLKP.                                                     CPYPROM 
002340 COPY CPYAUT.                                                     CPYPROM 
002350 COPY CPYVLP.                                                     CPYPROM 
002351*-------------------------------------------------------------    CPYPROM 
002352*PROMOTION BULLETIN.  THE FIELD IMPACT IS MEASURED BEFORE THE     CPYPROM 
002353*MEMBER MOVES; THE CONSUMING PROGRAMS AND THEIR TEAMS ARE         CPYPROM 
002354*GATHERED ONCE THE PROMOTION HAS LANDED.                          CPYPROM 
002355*-------------------------------------------------------------    CPYPROM 
002356 77  WS-POWN-FILENAME        PIC X(80)                            CPYPROM 
002357         VALUE 'config/CPYPOWN.DAT'.                              CPYPROM 
002358 77  WS-POWN-FILE-STATUS     PIC X(02) VALUE '00'.                CPYPROM 
002359 77  WS-DEP-FILENAME         PIC X(80)                            CPYPROM 
002360         VALUE 'registry/CPYDEP.DAT'.                             CPYPROM 
002361 77  WS-DEP-FILE-STATUS      PIC X(02) VALUE '00'.                CPYPROM 
002362 77  WS-FXR-FILENAME         PIC X(80)                            CPYPROM 
002363         VALUE 'registry/CPYFXR.DAT'.                             CPYPROM 
002364 77  WS-FXR-FILE-STATUS      PIC X(02) VALUE '00'.                CPYPROM 
002365 77  WS-BUL-FILENAME         PIC X(80)                            CPYPROM 
002366         VALUE 'registry/CPYBUL.DAT'.                             CPYPROM 
002367 77  WS-BUL-FILE-STATUS      PIC X(02) VALUE '00'.                CPYPROM 
002368 77  WS-REG-FILENAME         PIC X(80)                            CPYPROM 
002369         VALUE 'registry/CPYREG.DAT'.                             CPYPROM 
002370 77  WS-REG-FILE-STATUS      PIC X(02) VALUE '00'.                CPYPROM 
002371 77  WS-REG-EOF-SW           PIC X(01) VALUE 'N'.                 CPYPROM 
002372 77  WS-FOUND-SW             PIC X(01) VALUE 'N'.                 CPYPROM 
002373     88  WS-FOUND            VALUE 'Y'.                           CPYPROM 
002374 77  WS-FIM-NOTE             PIC X(20) VALUE SPACES.              CPYPROM 
002375 77  WS-FIM-CHANGED          PIC 9(05) COMP VALUE 0.              CPYPROM 
002376 77  WS-FIM-ADDED            PIC 9(05) COMP VALUE 0.              CPYPROM 
002377 77  WS-FIM-REMOVED          PIC 9(05) COMP VALUE 0.              CPYPROM 
002378 77  WS-FIM-LEN              PIC 9(04) COMP VALUE 0.              CPYPROM 
002379 77  WS-FIM-THIS-NAME        PIC X(40) VALUE SPACES.              CPYPROM 
002380 77  WS-FIX                  PIC 9(04) COMP VALUE 0.              CPYPROM 
002381 77  WS-PIX                  PIC 9(04) COMP VALUE 0.              CPYPROM 
002382 77  WS-DIX                  PIC 9(04) COMP VALUE 0.              CPYPROM 
002383 77  WS-CIX                  PIC 9(04) COMP VALUE 0.              CPYPROM 
002384 77  WS-OIX                  PIC 9(04) COMP VALUE 0.              CPYPROM 
002385 77  WS-BUL-TEAM             PIC X(10) VALUE SPACES.              CPYPROM 
002386 77  WS-BUL-SLOT             PIC 9(02) COMP VALUE 0.              CPYPROM 
002387 77  WS-BUL-COUNT            PIC 9(05) COMP VALUE 0.              CPYPROM 
002388 77  WS-TEAM-COUNT           PIC 9(05) COMP VALUE 0.              CPYPROM 
002389 77  WS-TEAM-PGMS            PIC 9(04) COMP VALUE 0.              CPYPROM 
002390 77  WS-TAG-LEN              PIC 9(04) COMP VALUE 0.              CPYPROM 
002391 77  WS-TAIL-LEN             PIC 9(04) COMP VALUE 0.              CPYPROM 
002392 77  WS-FXR-LEN              PIC 9(04) COMP VALUE 0.              CPYPROM 
002393*THE OUTGOING LAYOUT'S NAMED FIELDS, AND THE NAME OF EVERY        CPYPROM 
002394*FIELD CHANGED, ADDED OR REMOVED BY THIS PROMOTION.               CPYPROM 
002395 01  WS-FIM-TABLE.                                                CPYPROM 
002396     05  WS-FIM-OLD-COUNT    PIC 9(04) COMP VALUE 0.              CPYPROM 
002397     05  WS-FIM-OLD OCCURS 1000 TIMES.                            CPYPROM 
002398         10  WS-FIM-OLD-NAME PIC X(40).                           CPYPROM 
002399         10  WS-FIM-OLD-OFF  PIC 9(08) COMP.                      CPYPROM 
002400         10  WS-FIM-OLD-LEN  PIC 9(06) COMP.                      CPYPROM 
002401         10  WS-FIM-OLD-PIC  PIC X(14).                           CPYPROM 
002402         10  WS-FIM-OLD-SEEN PIC X(01).                           CPYPROM 
002403     05  WS-FIM-NAME-COUNT   PIC 9(03) COMP VALUE 0.              CPYPROM 
002404     05  WS-FIM-NAME         PIC X(40) OCCURS 200 TIMES.          CPYPROM 
002405*THE PROMOTED COPYBOOK AND EVERY COPYBOOK THAT PULLS IT.          CPYPROM 
002406 01  WS-PAR-TABLE.                                                CPYPROM 
002407     05  WS-PAR-COUNT        PIC 9(04) COMP VALUE 0.              CPYPROM 
002408     05  WS-PAR-NAME         PIC X(30) OCCURS 200 TIMES.          CPYPROM 
002409 01  WS-DEP-TABLE.                                                CPYPROM 
002410     05  WS-DEP-COUNT        PIC 9(04) COMP VALUE 0.              CPYPROM 
002411     05  WS-DEP-ENT OCCURS 2000 TIMES.                            CPYPROM 
002412         10  WS-DEP-PARENT   PIC X(30).                           CPYPROM 
002413         10  WS-DEP-CHILD    PIC X(30).                           CPYPROM 
002414 01  WS-PWN-TABLE.                                                CPYPROM 
002415     05  WS-PWN-COUNT        PIC 9(04) COMP VALUE 0.              CPYPROM 
002416     05  WS-PWN-ENT OCCURS 500 TIMES.                             CPYPROM 
002417         10  WS-PWN-PGM      PIC X(10).                           CPYPROM 
002418         10  WS-PWN-TEAM     PIC X(10).                           CPYPROM 
002419         10  WS-PWN-CONTACTS PIC X(37).                           CPYPROM 
002420*ONE ENTRY PER CONSUMING PROGRAM.  VIA IS SPACES FOR A DIRECT     CPYPROM 
002421*COPY, ELSE THE PARENT COPYBOOK THE PROGRAM PULLS.                CPYPROM 
002422 01  WS-CON-TABLE.                                                CPYPROM 
002423     05  WS-CON-COUNT        PIC 9(04) COMP VALUE 0.              CPYPROM 
002424     05  WS-CON-ENT OCCURS 500 TIMES.                             CPYPROM 
002425         10  WS-CON-PGM      PIC X(10).                           CPYPROM 
002426         10  WS-CON-VIA      PIC X(30).                           CPYPROM 
002427         10  WS-CON-TEAM     PIC X(10).                           CPYPROM 
002428         10  WS-CON-OWN-IX   PIC 9(04) COMP.                      CPYPROM 
002429         10  WS-CON-FREF     PIC X(01).                           CPYPROM 
002430         10  WS-CON-DONE     PIC X(01).                           CPYPROM 
002431 COPY CPYFXR.                                                     CPYPROM 
002432 COPY CPYBUL.                                                     CPYPROM 
002433 COPY CPYLAP.                                                     CPYPROM 
002434*-------------------------------------------------------------    CPYPROM 
002435*SCHEDULED PROMOTION QUEUE.  THE WHOLE QUEUE IS HELD HERE AND     CPYPROM 
002436*REWRITTEN AFTER EVERY CHANGE.  WS-PRQ-DUE MARKS A REQUEST THE    CPYPROM 
002437*NIGHTLY RUN WILL TAKE; WS-PRQ-LEVEL IS ITS COPYBOOK'S NESTING    CPYPROM 
002438*LEVEL, WHICH FIXES THE APPLY ORDER.                              CPYPROM 
002439*-------------------------------------------------------------    CPYPROM 
002440 77  WS-PRQ-FILENAME         PIC X(80)                            CPYPROM 
002441         VALUE 'registry/CPYPRQ.DAT'.                             CPYPROM 
002442 77  WS-PRQ-FILE-STATUS      PIC X(02) VALUE '00'.                CPYPROM 
002443 77  WS-PRQOUT-FILENAME      PIC X(80)                            CPYPROM 
002444         VALUE 'registry/CPYPRQ.NEW'.                             CPYPROM 
002445 77  WS-PRQOUT-FILE-STATUS   PIC X(02) VALUE '00'.                CPYPROM 
002446 77  WS-PROM-RC              PIC 9(04) COMP VALUE 0.              CPYPROM 
002447 77  WS-EFFECTIVE-DATE       PIC X(08) VALUE SPACES.              CPYPROM 
002448 77  WS-SAVE-DATE            PIC X(08) VALUE SPACES.              CPYPROM 
002449 77  WS-PRQ-HOLDER           PIC X(08) VALUE SPACES.              CPYPROM 
002450 77  WS-PRQ-CHANGED-SW       PIC X(01) VALUE 'N'.                 CPYPROM 
002451 77  WS-PRQ-FULL-SW          PIC X(01) VALUE 'N'.                 CPYPROM 
002452 77  WS-QIX                  PIC 9(04) COMP VALUE 0.              CPYPROM 
002453 77  WS-QFOUND               PIC 9(04) COMP VALUE 0.              CPYPROM 
002454 77  WS-WIX                  PIC 9(04) COMP VALUE 0.              CPYPROM 
002455 77  WS-Q-DUE                PIC 9(05) COMP VALUE 0.              CPYPROM 
002456 77  WS-Q-APPLIED            PIC 9(05) COMP VALUE 0.              CPYPROM 
002457 77  WS-Q-HELD               PIC 9(05) COMP VALUE 0.              CPYPROM 
002458 77  WS-Q-REFUSED            PIC 9(05) COMP VALUE 0.              CPYPROM 
002459 77  WS-Q-UNAPPROVED         PIC 9(05) COMP VALUE 0.              CPYPROM 
002460 77  WS-Q-WAITING            PIC 9(05) COMP VALUE 0.              CPYPROM 
002461 77  WS-EDIT-RC              PIC Z(03)9.                          CPYPROM 
002462 77  WS-LVL-SEEK             PIC X(30) VALUE SPACES.              CPYPROM 
002463 77  WS-LVL-ADD-SW           PIC X(01) VALUE 'N'.                 CPYPROM 
002464 77  WS-LVL-CHANGED-SW       PIC X(01) VALUE 'N'.                 CPYPROM 
002465 77  WS-LVL-PASS             PIC 9(04) COMP VALUE 0.              CPYPROM 
002466 77  WS-LIX                  PIC 9(04) COMP VALUE 0.              CPYPROM 
002467 77  WS-NIX                  PIC 9(04) COMP VALUE 0.              CPYPROM 
002468 77  WS-CUR-LEVEL            PIC 9(04) COMP VALUE 0.              CPYPROM 
002469 77  WS-MAX-LEVEL            PIC 9(04) COMP VALUE 0.              CPYPROM 
002470 01  WS-PRQ-TABLE.                                                CPYPROM 
002471     05  WS-PRQ-COUNT        PIC 9(04) COMP VALUE 0.              CPYPROM 
002472     05  WS-PRQ-ENT OCCURS 2000 TIMES.                            CPYPROM 
002473         10  WS-PRQ-DATA     PIC X(160).                          CPYPROM 
002474         10  WS-PRQ-DUE      PIC X(01).                           CPYPROM 
002475         10  WS-PRQ-LEVEL    PIC 9(04) COMP.                      CPYPROM 
002476*COPYBOOK NESTING LEVELS: A COPYBOOK THAT PULLS NO OTHER IS       CPYPROM 
002477*LEVEL 0, ANY OTHER SITS ONE ABOVE ITS DEEPEST CHILD.  THE EDGE   CPYPROM 
002478*ENTRIES POINT EACH CPYDEP EDGE AT ITS TWO NODES.                 CPYPROM 
002479 01  WS-LVL-TABLE.                                                CPYPROM 
002480     05  WS-LVL-COUNT        PIC 9(04) COMP VALUE 0.              CPYPROM 
002481     05  WS-LVL-ENT OCCURS 2000 TIMES.                            CPYPROM 
002482         10  WS-LVL-NAME     PIC X(30).                           CPYPROM 
002483         10  WS-LVL-VALUE    PIC 9(04) COMP.                      CPYPROM 
002484     05  WS-EDG-ENT OCCURS 2000 TIMES.                            CPYPROM 
002485         10  WS-EDG-PIX      PIC 9(04) COMP.                      CPYPROM 
002486         10  WS-EDG-CIX      PIC 9(04) COMP.                      CPYPROM 
002487 COPY CPYPRQ.                                                     CPYPROM 
002488*-------------------------------------------------------------    CPYPROM 
002489*TEST-COPYLIB RESERVATIONS.  AN OPEN ONE BLOCKS THE PROMOTION;    CPYPROM 
002490*THE LAST CHECK-IN'S FINGERPRINT IS COMPARED WITH THE TEXT.       CPYPROM 
002491*-------------------------------------------------------------    CPYPROM 
002492 77  WS-RSV-FILENAME         PIC X(80)                            CPYPROM 
002493         VALUE 'registry/CPYRSV.DAT'.                             CPYPROM 
002494 77  WS-RSV-FILE-STATUS      PIC X(02) VALUE '00'.                CPYPROM 
002495 77  WS-RSV-OUT-SW           PIC X(01) VALUE 'N'.                 CPYPROM 
002496     88  WS-CHECKED-OUT      VALUE 'Y'.                           CPYPROM 
002497 77  WS-RSV-IN-SW            PIC X(01) VALUE 'N'.                 CPYPROM 
002498     88  WS-CHECKED-IN       VALUE 'Y'.                           CPYPROM 
002499 77  WS-RSV-HOLDER           PIC X(08) VALUE SPACES.              CPYPROM 
002500 77  WS-RSV-DUE              PIC X(08) VALUE SPACES.              CPYPROM 
002501 77  WS-RSV-IN-FPR           PIC 9(09) VALUE 0.                   CPYPROM 
002502 COPY CPYRSV.                                                     CPYPROM 
002503 COPY CPYJLP.                                                     CPYPROM 
002504 77  WS-STD-FAILED-SW        PIC X(01) VALUE 'N'.                 CPYPROM 
002505 77  WS-STD-IX               PIC 9(04) COMP VALUE 0.              CPYPROM 
002506 COPY CPYSVP.                                                     CPYPROM 
002507 PROCEDURE DIVISION.                                              CPYPROM 
002508*-------------------------------------------------------------    CPYPROM 
002509*0000-MAINLINE                                                    CPYPROM 
002510*-------------------------------------------------------------    CPYPROM 
002511 0000-MAINLINE.                                                   CPYPROM 
002512     MOVE 'CPYPROM' TO JLG-JOB.                                   CPYPROM 
002513     MOVE 'STEP010' TO JLG-STEP.                                  CPYPROM 
002514     MOVE 'S' TO JLG-ACTION.                                      CPYPROM 
002515     CALL 'CPYJLOG' USING CPYJLOG-PARMS.                          CPYPROM 
002516     PERFORM 1000-INITIALIZE-RUN THRU 1000-EXIT.                  CPYPROM 
002517     MOVE WS-FUNCTION TO JLG-STEP.                                CPYPROM 
002518     PERFORM 1200-LOAD-FREEZE-CALENDAR THRU 1200-EXIT.            CPYPROM 
002519*    THE QUEUE FUNCTIONS FILE OR APPROVE A SCHEDULED REQUEST,     CPYPROM 
002520*    OR APPLY THE NIGHT'S DUE ONES; ANY OTHER CARD IS THE         CPYPROM 
002521*    CLASSIC IMMEDIATE PROMOTION OR ROLLBACK.                     CPYPROM 
002522     IF WS-FUNCTION = 'REQUEST '                                  CPYPROM 
002523         OR WS-FUNCTION = 'APPROVE '                              CPYPROM 
002524         OR WS-FUNCTION = 'APPLYQ  '                              CPYPROM 
002525         PERFORM 9000-RUN-PROMOTION-QUEUE THRU 9000-EXIT          CPYPROM 
002526     ELSE                                                         CPYPROM 
002527         PERFORM 0100-PROMOTE-THE-MEMBER THRU 0100-EXIT           CPYPROM 
002528     END-IF.                                                      CPYPROM 
002529     MOVE WS-PROM-RC TO RETURN-CODE.                              CPYPROM 
002530     PERFORM 9990-POST-COMPLETION THRU 9990-EXIT                  CPYPROM 
002531     GOBACK.                                                      CPYPROM 
002532*-------------------------------------------------------------    CPYPROM 
002533*0100-PROMOTE-THE-MEMBER - ONE PROMOTION OR ROLLBACK, FOR THE     CPYPROM 
002534*SYSIN CARD OR FOR A DUE QUEUE REQUEST.  THE OUTCOME COMES        CPYPROM 
002535*BACK IN WS-PROM-RC.                                              CPYPROM 
002536*-------------------------------------------------------------    CPYPROM 
002537 0100-PROMOTE-THE-MEMBER.                                         CPYPROM 
002538     MOVE 0 TO WS-PROM-RC.                                        CPYPROM 
002539     MOVE 'N' TO WS-RSV-OUT-SW WS-RSV-IN-SW.                      CPYPROM 
002540     IF WS-COPYBOOK-NAME = SPACES                                 CPYPROM 
002541         OR WS-NEW-VERSION = SPACES                               CPYPROM 
002542         DISPLAY 'CPYPROM - COPYBOOK AND VERSION REQUIRED'        CPYPROM 
002543         MOVE 8 TO WS-PROM-RC                                     CPYPROM 
002544         GO TO 0100-EXIT                                          CPYPROM 
002545     END-IF.                                                      CPYPROM 
002546     IF WS-APPROVER = SPACES                                      CPYPROM 
002547         OR WS-APPROVER = WS-REQUESTER                            CPYPROM 
002548         DISPLAY 'CPYPROM - A SECOND APPROVER IS REQUIRED AND '   CPYPROM 
002549             'MUST DIFFER FROM THE REQUESTER'                     CPYPROM 
002550         MOVE 8 TO WS-PROM-RC                                     CPYPROM 
002551         GO TO 0100-EXIT                                          CPYPROM 
002552     END-IF.                                                      CPYPROM 
002560*    THE MOST DESTRUCTIVE FUNCTIONS IN THE SUITE GET THE SAME     CPYPROM 
002570*    CPYAUTH CHECK AS EVERY OTHER FRONT END - THE REQUESTER       CPYPROM 
002580*    MUST HOLD THE PROMOTE (OR ROLLBACK) GRANT.                   CPYPROM 
002660     IF NOT AUTH-GRANTED                                          CPYPROM 
002670         DISPLAY 'CPYPROM - USER ' WS-REQUESTER                   CPYPROM 
002680             ' NOT AUTHORIZED FOR ' WS-FUNCTION                   CPYPROM 
002690         MOVE 8 TO WS-PROM-RC                                     CPYPROM 
002700         GO TO 0100-EXIT                                          CPYPROM 
002710     END-IF.                                                      CPYPROM 
002720     IF WS-FUNCTION NOT = 'PROMOTE '                              CPYPROM 
002730         AND WS-FUNCTION NOT = 'ROLLBACK'                         CPYPROM 
002740         DISPLAY 'CPYPROM - FUNCTION MUST BE PROMOTE OR ROLLBACK' CPYPROM 
002750         MOVE 8 TO WS-PROM-RC                                     CPYPROM 
002760         GO TO 0100-EXIT                                          CPYPROM 
002770     END-IF.                                                      CPYPROM 
002780*    QUARTER-END FREEZE: NOTHING LANDS IN PROD-COPYLIB INSIDE     CPYPROM 
002790*    A CALENDAR WINDOW WITHOUT THE TWO-PERSON OVERRIDE.           CPYPROM 
002820             WS-FRZ-DESC                                          CPYPROM 
002830         DISPLAY 'CPYPROM - REFUSED; AN OVERRIDE CARD WITH '      CPYPROM 
002840             'TWO DISTINCT USERS IS REQUIRED'                     CPYPROM 
002850         MOVE 8 TO WS-PROM-RC                                     CPYPROM 
002860         GO TO 0100-EXIT                                          CPYPROM 
002870     END-IF.                                                      CPYPROM 
002880     IF WS-FREEZE-ACTIVE AND WS-OVERRIDE-VALID                    CPYPROM 
002890         DISPLAY 'CPYPROM - FREEZE OVERRIDDEN BY '                CPYPROM 
002900             WS-OVR-USER1 ' AND ' WS-OVR-USER2                    CPYPROM 
002910     END-IF.                                                      CPYPROM 
002911*    A MEMBER STILL CHECKED OUT IS STILL BEING CHANGED - ITS      CPYPROM 
002912*    HOLDER CHECKS IT IN (AND SO THROUGH CPYVAL) FIRST.           CPYPROM 
002913     IF WS-FUNCTION = 'PROMOTE '                                  CPYPROM 
002914         PERFORM 1400-FIND-RESERVATION THRU 1400-EXIT             CPYPROM 
002915     END-IF.                                                      CPYPROM 
002916     IF WS-CHECKED-OUT                                            CPYPROM 
002917         DISPLAY 'CPYPROM - ' WS-COPYBOOK-NAME                    CPYPROM 
002918             ' IS CHECKED OUT TO ' WS-RSV-HOLDER                  CPYPROM 
002919             ' DUE ' WS-RSV-DUE                                   CPYPROM 
002920         DISPLAY 'CPYPROM - REFUSED; CHECK IT IN FIRST'           CPYPROM 
002921         MOVE 8 TO WS-PROM-RC                                     CPYPROM 
002922         GO TO 0100-EXIT                                          CPYPROM 
002923     END-IF.                                                      CPYPROM 
002924*    OWNERSHIP: THE APPROVER MUST COME FROM THE OWNING TEAM       CPYPROM 
002930*    RECORDED IN config/CPYOWN.DAT.  AN UNOWNED COPYBOOK          CPYPROM 
002940*    KEEPS THE CLASSIC ANY-SECOND-APPROVER RULE.                  CPYPROM 
002950     PERFORM 1300-FIND-COPYBOOK-OWNER THRU 1300-EXIT.             CPYPROM 
002990             DISPLAY 'CPYPROM - APPROVER ' WS-APPROVER            CPYPROM 
003000                 ' IS NOT A CONTACT OF OWNING TEAM '              CPYPROM 
003010                 WS-OWN-TEAM                                      CPYPROM 
003020             MOVE 8 TO WS-PROM-RC                                 CPYPROM 
003030             GO TO 0100-EXIT                                      CPYPROM 
003040         END-IF                                                   CPYPROM 
003050     END-IF.                                                      CPYPROM 
003060     MOVE 0 TO WS-VER-LEN.                                        CPYPROM 
003150             DISPLAY 'CPYPROM - MEMBER NOT IN TEST-COPYLIB - '    CPYPROM 
003160                 WS-COPYBOOK-NAME                                 CPYPROM 
003170         END-IF                                                   CPYPROM 
003180         MOVE 12 TO WS-PROM-RC                                    CPYPROM 
003190         GO TO 0100-EXIT                                          CPYPROM 
003200     END-IF.                                                      CPYPROM 
003210*    NOTHING MOVES TO PROD-COPYLIB WITHOUT PARSING CLEAN AS       CPYPROM 
003220*    DATA DIVISION TEXT - A DROPPED PERIOD CAUGHT HERE AT 3 PM    CPYPROM 
003280     IF NOT VAL-CLEAN                                             CPYPROM 
003290         DISPLAY 'CPYPROM - ' WS-COPYBOOK-NAME                    CPYPROM 
003300             ' FAILED SYNTAX VALIDATION - NOT MOVED'              CPYPROM 
003310         MOVE 12 TO WS-PROM-RC                                    CPYPROM 
003320         GO TO 0100-EXIT                                          CPYPROM 
003330     END-IF.                                                      CPYPROM 
003331*    A NEW COPYBOOK ENTERS PROD MEETING ITS OWNING TEAM'S         CPYPROM 
003332*    ERROR-LEVEL CODING STANDARDS - THE CHEAPEST DAY TO FIX A     CPYPROM 
003333*    NAME OR A PICTURE IS THE DAY BEFORE ANYONE COPIES IT.        CPYPROM 
003334     IF WS-FUNCTION = 'PROMOTE '                                  CPYPROM 
003335         PERFORM 2200-CHECK-NEW-MEMBER-STANDARDS THRU 2200-EXIT   CPYPROM 
003336         IF WS-STD-FAILED-SW = 'Y'                                CPYPROM 
003337             DISPLAY 'CPYPROM - ' WS-COPYBOOK-NAME                CPYPROM 
003338                 ' FAILS ITS TEAM CODING STANDARDS - NOT MOVED'   CPYPROM 
003339             MOVE 12 TO WS-PROM-RC                                CPYPROM 
003340             GO TO 0100-EXIT                                      CPYPROM 
003341         END-IF                                                   CPYPROM 
003342     END-IF.                                                      CPYPROM 
003343*    TEXT CHANGED SINCE ITS LAST CHECK-IN WAS EDITED OUTSIDE      CPYPROM 
003344*    A RESERVATION - WORTH A LOOK, NOT A REFUSAL.                 CPYPROM 
003345     IF WS-CHECKED-IN                                             CPYPROM 
003346         MOVE 0 TO WS-FPR-VALUE                                   CPYPROM 
003347         PERFORM 6100-HASH-ONE-LINE THRU 6100-EXIT                CPYPROM 
003348             VARYING CB-IX FROM 1 BY 1                            CPYPROM 
003349             UNTIL CB-IX > WS-CB-LINE-COUNT                       CPYPROM 
003350         IF WS-FPR-VALUE NOT = WS-RSV-IN-FPR                      CPYPROM 
003351             DISPLAY 'CPYPROM - WARNING: ' WS-COPYBOOK-NAME       CPYPROM 
003352                 ' CHANGED SINCE ITS LAST CHECK-IN'               CPYPROM 
003353         END-IF                                                   CPYPROM 
003354     END-IF.                                                      CPYPROM 
003355*    THE PROMOTION REWRITES SHARED CONTROL FILES AND APPENDS TO   CPYPROM 
003356*    THE AUDIT TRAIL - SERIALIZE ON THE EXPANSION LOCK SO IT      CPYPROM 
003360*    CANNOT LAND IN THE MIDDLE OF A SWEEP.                        CPYPROM 
003370     MOVE 'A' TO LOCK-ACTION.                                     CPYPROM 
003380     MOVE 'EXPANSN' TO LOCK-NAME.                                 CPYPROM 
003400     CALL 'CPYLOCK' USING CPYLOCK-PARMS.                          CPYPROM 
003410     IF NOT LOCK-OBTAINED                                         CPYPROM 
003420         DISPLAY 'CPYPROM - COULD NOT OBTAIN THE EXPANSION LOCK'  CPYPROM 
003430         MOVE 8 TO WS-PROM-RC                                     CPYPROM 
003440         GO TO 0100-EXIT                                          CPYPROM 
003450     END-IF.                                                      CPYPROM 
003460     IF WS-FUNCTION = 'PROMOTE '                                  CPYPROM 
003470         PERFORM 3000-REPORT-CHANGE-IMPACT THRU 3000-EXIT         CPYPROM 
003510*    IS OVERWRITTEN - A ROLLBACK IS ITSELF ROLLBACKABLE.          CPYPROM 
003520     PERFORM 3400-FIND-CURRENT-VERSION THRU 3400-EXIT.            CPYPROM 
003530     PERFORM 3500-ARCHIVE-OUTGOING THRU 3500-EXIT.                CPYPROM 
003532*    THE FIELD IMPACT FOR THE BULLETIN HAS TO BE TAKEN WHILE      CPYPROM 
003534*    THE OUTGOING LAYOUT IS STILL IN PROD-COPYLIB.                CPYPROM 
003536     PERFORM 3600-MEASURE-FIELD-IMPACT THRU 3600-EXIT.            CPYPROM 
003540     PERFORM 4000-MOVE-MEMBER-TO-PROD THRU 4000-EXIT.             CPYPROM 
003550     PERFORM 5000-UPDATE-VERSION-MANIFEST THRU 5000-EXIT.         CPYPROM 
003560     PERFORM 6000-CAPTURE-FINGERPRINT THRU 6000-EXIT.             CPYPROM 
003580     IF WS-FREEZE-ACTIVE AND WS-OVERRIDE-VALID                    CPYPROM 
003590         PERFORM 7200-WRITE-OVERRIDE-AUDIT THRU 7200-EXIT         CPYPROM 
003600     END-IF.                                                      CPYPROM 
003602*    EVERY TEAM WHOSE PROGRAMS PULL THE COPYBOOK IS TOLD BEFORE   CPYPROM 
003604*    THE NEXT SWEEP DELIVERS THE CHANGE.                          CPYPROM 
003606     PERFORM 8000-ISSUE-BULLETINS THRU 8000-EXIT.                 CPYPROM 
003610     MOVE 'R' TO LOCK-ACTION.                                     CPYPROM 
003620     CALL 'CPYLOCK' USING CPYLOCK-PARMS.                          CPYPROM 
003630     IF WS-FUNCTION = 'ROLLBACK'                                  CPYPROM 
003690             WS-NEW-VERSION ' BY ' WS-REQUESTER                   CPYPROM 
003700             ' APPROVED ' WS-APPROVER                             CPYPROM 
003710     END-IF.                                                      CPYPROM 
003717     MOVE 0 TO WS-PROM-RC.                                        CPYPROM 
003724 0100-EXIT.                                                       CPYPROM 
003731     EXIT.                                                        CPYPROM 
003740*-------------------------------------------------------------    CPYPROM 
003750*1000-INITIALIZE-RUN                                              CPYPROM 
003760*-------------------------------------------------------------    CPYPROM 
004170         IF WS-PARM-FILE-REC(61:8) NOT = SPACES                   CPYPROM 
004180             MOVE WS-PARM-FILE-REC(61:8) TO WS-FUNCTION           CPYPROM 
004190         END-IF                                                   CPYPROM 
004193*        A QUEUE REQUEST CARRIES ITS EFFECTIVE DATE YYYYMMDD.     CPYPROM 
004196         MOVE WS-PARM-FILE-REC(70:8) TO WS-EFFECTIVE-DATE         CPYPROM 
004200     END-IF.                                                      CPYPROM 
004210 1100-EXIT.                                                       CPYPROM 
004220     EXIT.                                                        CPYPROM 
004810 1360-EXIT.                                                       CPYPROM 
004820     EXIT.                                                        CPYPROM 
004830*                                                                 CPYPROM 
004831*-------------------------------------------------------------    CPYPROM 
004832*1400-FIND-RESERVATION - IS THE COPYBOOK CHECKED OUT IN           CPYPROM 
004833*registry/CPYRSV.DAT, AND WHAT FINGERPRINT DID ITS LATEST         CPYPROM 
004834*CHECK-IN RECORD?  THE FILE RUNS OLDEST FIRST.                    CPYPROM 
004835*-------------------------------------------------------------    CPYPROM 
004836 1400-FIND-RESERVATION.                                           CPYPROM 
004837     OPEN INPUT RSV-FILE.                                         CPYPROM 
004838     IF WS-RSV-FILE-STATUS NOT = '00'                             CPYPROM 
004839         GO TO 1400-EXIT.                                         CPYPROM 
004840     MOVE 'N' TO WS-EOF-SW.                                       CPYPROM 
004841     PERFORM 1410-TEST-ONE-RESERVATION THRU 1410-EXIT             CPYPROM 
004842         UNTIL WS-EOF.                                            CPYPROM 
004843     CLOSE RSV-FILE.                                              CPYPROM 
004844 1400-EXIT.                                                       CPYPROM 
004845     EXIT.                                                        CPYPROM 
004846*                                                                 CPYPROM 
004847 1410-TEST-ONE-RESERVATION.                                       CPYPROM 
004848     READ RSV-FILE INTO RSV-RECORD                                CPYPROM 
004849         AT END MOVE 'Y' TO WS-EOF-SW                             CPYPROM 
004850     END-READ.                                                    CPYPROM 
004851     IF WS-EOF                                                    CPYPROM 
004852         GO TO 1410-EXIT.                                         CPYPROM 
004853     IF RSV-COPYBOOK-NAME NOT = WS-COPYBOOK-NAME                  CPYPROM 
004854         GO TO 1410-EXIT.                                         CPYPROM 
004855     IF RSV-OPEN                                                  CPYPROM 
004856         MOVE 'Y' TO WS-RSV-OUT-SW                                CPYPROM 
004857         MOVE RSV-HOLDER TO WS-RSV-HOLDER                         CPYPROM 
004858         MOVE RSV-DUE-DATE TO WS-RSV-DUE                          CPYPROM 
004859     END-IF.                                                      CPYPROM 
004860     IF RSV-CHECKED-IN                                            CPYPROM 
004861         MOVE 'Y' TO WS-RSV-IN-SW                                 CPYPROM 
004862         MOVE RSV-IN-FPR TO WS-RSV-IN-FPR                         CPYPROM 
004863     END-IF.                                                      CPYPROM 
004864 1410-EXIT.                                                       CPYPROM 
004865     EXIT.                                                        CPYPROM 
004866*                                                                 CPYPROM 
004867*-------------------------------------------------------------    CPYPROM 
004868*1200-LOAD-FREEZE-CALENDAR - IS TODAY INSIDE A WINDOW OF          CPYPROM 
004869*config/CPYFRZ.DAT?  THE FIRST MATCHING WINDOW WINS.              CPYPROM 
004870*-------------------------------------------------------------    CPYPROM 
004880 1200-LOAD-FREEZE-CALENDAR.                                       CPYPROM 
004890     OPEN INPUT FRZ-FILE.                                         CPYPROM 
005620 2100-EXIT.                                                       CPYPROM 
005630     EXIT.                                                        CPYPROM 
005640*                                                                 CPYPROM 
005641*-------------------------------------------------------------    CPYPROM 
005642*2200-CHECK-NEW-MEMBER-STANDARDS - A MEMBER NOT YET IN            CPYPROM 
005643*PROD-COPYLIB IS NEW, AND GOES IN ONLY WITHOUT A FINDING AT ITS   CPYPROM 
005644*OWNING TEAM'S ERROR LEVEL.  NO PROGRAM COPIES A NEW MEMBER       CPYPROM 
005645*YET, SO IT IS NOT JUDGED AS A FILE-SECTION LAYOUT; CPYSCOR       CPYPROM 
005646*CATCHES THAT ONCE ONE DOES.                                      CPYPROM 
005647*-------------------------------------------------------------    CPYPROM 
005648 2200-CHECK-NEW-MEMBER-STANDARDS.                                 CPYPROM 
005649     MOVE 'N' TO WS-STD-FAILED-SW.                                CPYPROM 
005650     MOVE SPACES TO WS-PRD-FILENAME.                              CPYPROM 
005651     STRING WS-PRDLIB-DIR DELIMITED BY SPACE                      CPYPROM 
005652         WS-COPYBOOK-NAME(1:WS-TRIM-LEN) DELIMITED BY SIZE        CPYPROM 
005653         '.CPY' DELIMITED BY SIZE                                 CPYPROM 
005654         INTO WS-PRD-FILENAME                                     CPYPROM 
005655     END-STRING.                                                  CPYPROM 
005656     OPEN INPUT PRD-FILE.                                         CPYPROM 
005657     IF WS-PRD-FILE-STATUS = '00'                                 CPYPROM 
005658         CLOSE PRD-FILE                                           CPYPROM 
005659         GO TO 2200-EXIT.                                         CPYPROM 
005660     MOVE WS-TST-FILENAME TO STV-MEMBER-PATH.                     CPYPROM 
005661     MOVE WS-COPYBOOK-NAME TO STV-COPYBOOK-NAME.                  CPYPROM 
005662     MOVE WS-OWN-TEAM TO STV-TEAM.                                CPYPROM 
005663     MOVE 'N' TO STV-FD-LAYOUT-SW.                                CPYPROM 
005664     CALL 'CPYSTDV' USING CPYSTDV-PARMS.                          CPYPROM 
005665     IF STV-CLEAN                                                 CPYPROM 
005666         GO TO 2200-EXIT.                                         CPYPROM 
005667     MOVE 'Y' TO WS-STD-FAILED-SW.                                CPYPROM 
005668     PERFORM 2210-SHOW-ONE-FINDING THRU 2210-EXIT                 CPYPROM 
005669         VARYING WS-STD-IX FROM 1 BY 1                            CPYPROM 
005670         UNTIL WS-STD-IX > STV-FIND-COUNT.                        CPYPROM 
005671 2200-EXIT.                                                       CPYPROM 
005672     EXIT.                                                        CPYPROM 
005673*                                                                 CPYPROM 
005674 2210-SHOW-ONE-FINDING.                                           CPYPROM 
005675     IF STV-FIND-SEV(WS-STD-IX) NOT = 'E'                         CPYPROM 
005676         GO TO 2210-EXIT.                                         CPYPROM 
005677     MOVE STV-FIND-LINE(WS-STD-IX) TO WS-EDIT-COUNT.              CPYPROM 
005678     DISPLAY 'CPYPROM STANDARDS - LINE ' WS-EDIT-COUNT ' '        CPYPROM 
005679         STV-FIND-RULE(WS-STD-IX) ' '                             CPYPROM 
005680         STV-FIND-NAME(WS-STD-IX) ' '                             CPYPROM 
005681         STV-FIND-TEXT(WS-STD-IX).                                CPYPROM 
005682 2210-EXIT.                                                       CPYPROM 
005683     EXIT.                                                        CPYPROM 
005684*                                                                 CPYPROM 
005685*-------------------------------------------------------------    CPYPROM 
005686*3000-REPORT-CHANGE-IMPACT - LINE-DIFFERENCE SUMMARY BETWEEN      CPYPROM 
005687*THE OUTGOING PROD MEMBER AND THE INCOMING TEST MEMBER, SO THE    CPYPROM 
005688*APPROVER SEES THE SIZE OF THE CHANGE BEFORE IT LANDS.            CPYPROM 
005690*-------------------------------------------------------------    CPYPROM 
005700 3000-REPORT-CHANGE-IMPACT.                                       CPYPROM 
005710     MOVE SPACES TO WS-PRD-FILENAME.                              CPYPROM 
006490*CAPTURE OF A VERSION IS THE ONE A ROLLBACK RESTORES.             CPYPROM 
006500*-------------------------------------------------------------    CPYPROM 
006510 3500-ARCHIVE-OUTGOING.                                           CPYPROM 
006515     MOVE '(NEW MEMBER)' TO WS-PRIOR-LABEL.                       CPYPROM 
006520     MOVE SPACES TO WS-PRD-FILENAME.                              CPYPROM 
006530     STRING WS-PRDLIB-DIR DELIMITED BY SPACE                      CPYPROM 
006540         WS-COPYBOOK-NAME(1:WS-TRIM-LEN) DELIMITED BY SIZE        CPYPROM 
006610     IF WS-PRD-FILE-STATUS NOT = '00'                             CPYPROM 
006620         GO TO 3500-EXIT.                                         CPYPROM 
006630     CLOSE PRD-FILE.                                              CPYPROM 
006635     MOVE WS-OLD-VERSION TO WS-PRIOR-LABEL.                       CPYPROM 
006640     IF WS-OLD-VERSION = SPACES                                   CPYPROM 
006645         MOVE '(UNLABELED)' TO WS-PRIOR-LABEL                     CPYPROM 
006650         DISPLAY 'CPYPROM - NO MANIFEST LABEL FOR '               CPYPROM 
006660             WS-COPYBOOK-NAME ' - OUTGOING COPY NOT ARCHIVED'     CPYPROM 
006670         GO TO 3500-EXIT.                                         CPYPROM 
008440     MOVE 0 TO AUD-UNIT-COUNT.                                    CPYPROM 
008450     MOVE WS-COPYBOOK-NAME TO AUD-CB-NAME(1).                     CPYPROM 
008460     MOVE WS-NEW-VERSION TO AUD-CB-VERSION(1).                    CPYPROM 
008462*    THE REQUESTER RIDES IN SLOT 2, OUTSIDE THE COUNT, SO THE     CPYPROM 
008463*    READERS THAT WALK THE COUNTED STAMPS NEVER TAKE IT FOR A     CPYPROM 
008464*    COPYBOOK.                                                    CPYPROM 
008466     MOVE WS-REQUESTER TO AUD-CB-NAME(2).                         CPYPROM 
008468     MOVE 'REQUESTER' TO AUD-CB-VERSION(2).                       CPYPROM 
008469*    THE OUTGOING VERSION RIDES IN SLOT 3 THE SAME WAY.           CPYPROM 
008470     MOVE WS-PRIOR-LABEL TO AUD-CB-NAME(3).                       CPYPROM 
008471     MOVE 'PRIOR' TO AUD-CB-VERSION(3).                           CPYPROM 
008472     OPEN EXTEND AUD-FILE.                                        CPYPROM 
008480     IF WS-AUD-FILE-STATUS = '35'                                 CPYPROM 
008490         OPEN OUTPUT AUD-FILE                                     CPYPROM 
008500     END-IF.                                                      CPYPROM 
009490          100000007).                                             CPYPROM 
009500 7310-EXIT.                                                       CPYPROM 
009510     EXIT.                                                        CPYPROM 
009520*                                                                 CPYPROM 
009530*-------------------------------------------------------------    CPYPROM 
009540*3600-MEASURE-FIELD-IMPACT - THE CPYFIMP COMPARISON, TAKEN        CPYPROM 
009550*THROUGH CPYLAYO: THE PROD-COPYLIB LAYOUT AGAINST THE TEXT        CPYPROM 
009560*ABOUT TO REPLACE IT (THE TEST MEMBER, OR THE ARCHIVED            CPYPROM 
009570*VERSION FOR A ROLLBACK).  NAMED FIELDS ARE MATCHED BY NAME;      CPYPROM 
009580*A MATCH WHOSE OFFSET, PICTURE OR LENGTH MOVED IS CHANGED,        CPYPROM 
009590*AN UNMATCHED INCOMING FIELD IS ADDED AND AN UNMATCHED            CPYPROM 
009600*OUTGOING ONE IS REMOVED.  FILLER OWNS NO NAME.                   CPYPROM 
009610*-------------------------------------------------------------    CPYPROM 
009620 3600-MEASURE-FIELD-IMPACT.                                       CPYPROM 
009630     MOVE 0 TO WS-FIM-CHANGED WS-FIM-ADDED WS-FIM-REMOVED.        CPYPROM 
009640     MOVE 0 TO WS-FIM-OLD-COUNT WS-FIM-NAME-COUNT.                CPYPROM 
009650     MOVE SPACES TO WS-FIM-NOTE.                                  CPYPROM 
009660     MOVE WS-COPYBOOK-NAME TO LAY-COPYBOOK-NAME.                  CPYPROM 
009670     MOVE WS-PRDLIB-DIR TO LAY-LIBRARY-DIR.                       CPYPROM 
009680     PERFORM 3650-TRIM-LIBRARY-DIR THRU 3650-EXIT.                CPYPROM 
009690     MOVE 'A' TO LAY-VIEW-MODE.                                   CPYPROM 
009700     MOVE 'Y' TO LAY-GROUPS-SW.                                   CPYPROM 
009710     MOVE 'N' TO LAY-EXPAND-SW.                                   CPYPROM 
009720     MOVE 0 TO LAY-VIEW-COUNT.                                    CPYPROM 
009730     CALL 'CPYLAYO' USING CPYLAYO-PARMS.                          CPYPROM 
009740     IF LAY-TABLE-FULL                                            CPYPROM 
009750         MOVE 'LAYOUT TOO LARGE' TO WS-FIM-NOTE                   CPYPROM 
009760         GO TO 3600-EXIT.                                         CPYPROM 
009770     IF LAY-OK                                                    CPYPROM 
009780         PERFORM 3610-KEEP-ONE-OLD-FIELD THRU 3610-EXIT           CPYPROM 
009790             VARYING LAY-IX FROM 1 BY 1                           CPYPROM 
009800             UNTIL LAY-IX > LAY-COL-COUNT                         CPYPROM 
009810     ELSE                                                         CPYPROM 
009820         MOVE 'NEW MEMBER' TO WS-FIM-NOTE                         CPYPROM 
009830     END-IF.                                                      CPYPROM 
009840     IF WS-FUNCTION = 'ROLLBACK'                                  CPYPROM 
009850         MOVE 0 TO WS-FIM-LEN                                     CPYPROM 
009860         INSPECT WS-NEW-VERSION TALLYING WS-FIM-LEN               CPYPROM 
009870             FOR CHARACTERS BEFORE SPACE                          CPYPROM 
009880         MOVE SPACES TO LAY-COPYBOOK-NAME                         CPYPROM 
009890         STRING WS-COPYBOOK-NAME(1:WS-TRIM-LEN)                   CPYPROM 
009900             DELIMITED BY SIZE                                    CPYPROM 
009910             '.' DELIMITED BY SIZE                                CPYPROM 
009920             WS-NEW-VERSION(1:WS-FIM-LEN) DELIMITED BY SIZE       CPYPROM 
009930             INTO LAY-COPYBOOK-NAME                               CPYPROM 
009940         END-STRING                                               CPYPROM 
009950         MOVE WS-ARCLIB-DIR TO LAY-LIBRARY-DIR                    CPYPROM 
009960     ELSE                                                         CPYPROM 
009970         MOVE WS-TSTLIB-DIR TO LAY-LIBRARY-DIR                    CPYPROM 
009980     END-IF.                                                      CPYPROM 
009990     PERFORM 3650-TRIM-LIBRARY-DIR THRU 3650-EXIT.                CPYPROM 
010000     CALL 'CPYLAYO' USING CPYLAYO-PARMS.                          CPYPROM 
010010     IF NOT LAY-OK                                                CPYPROM 
010020         MOVE 'LAYOUT UNAVAILABLE' TO WS-FIM-NOTE                 CPYPROM 
010030         GO TO 3600-EXIT.                                         CPYPROM 
010040     PERFORM 3620-COMPARE-ONE-NEW-FIELD THRU 3620-EXIT            CPYPROM 
010050         VARYING LAY-IX FROM 1 BY 1                               CPYPROM 
010060         UNTIL LAY-IX > LAY-COL-COUNT.                            CPYPROM 
010070     PERFORM 3630-COUNT-ONE-REMOVAL THRU 3630-EXIT                CPYPROM 
010080         VARYING WS-FIX FROM 1 BY 1                               CPYPROM 
010090         UNTIL WS-FIX > WS-FIM-OLD-COUNT.                         CPYPROM 
010100     IF WS-FIM-NOTE = SPACES                                      CPYPROM 
010110         IF WS-FIM-CHANGED = 0 AND WS-FIM-ADDED = 0               CPYPROM 
010120             AND WS-FIM-REMOVED = 0                               CPYPROM 
010130             MOVE 'NO FIELD IMPACT' TO WS-FIM-NOTE                CPYPROM 
010140         ELSE                                                     CPYPROM 
010150             MOVE 'FIELD IMPACT' TO WS-FIM-NOTE                   CPYPROM 
010160         END-IF                                                   CPYPROM 
010170     END-IF.                                                      CPYPROM 
010180     MOVE WS-FIM-CHANGED TO WS-EDIT-COUNT.                        CPYPROM 
010190     DISPLAY 'CPYPROM IMPACT - ' WS-EDIT-COUNT                    CPYPROM 
010200         ' FIELD(S) CHANGED' WITH NO ADVANCING.                   CPYPROM 
010210     MOVE WS-FIM-ADDED TO WS-EDIT-COUNT.                          CPYPROM 
010220     DISPLAY ', ' WS-EDIT-COUNT ' ADDED' WITH NO ADVANCING.       CPYPROM 
010230     MOVE WS-FIM-REMOVED TO WS-EDIT-COUNT.                        CPYPROM 
010240     DISPLAY ', ' WS-EDIT-COUNT ' REMOVED'.                       CPYPROM 
010250 3600-EXIT.                                                       CPYPROM 
010260     EXIT.                                                        CPYPROM 
010270*                                                                 CPYPROM 
010280 3610-KEEP-ONE-OLD-FIELD.                                         CPYPROM 
010290     IF LAY-COL-NAME(LAY-IX) = SPACES                             CPYPROM 
010300         OR LAY-COL-NAME(LAY-IX) = 'FILLER'                       CPYPROM 
010310         OR WS-FIM-OLD-COUNT >= 1000                              CPYPROM 
010320         GO TO 3610-EXIT.                                         CPYPROM 
010330     ADD 1 TO WS-FIM-OLD-COUNT.                                   CPYPROM 
010340     MOVE WS-FIM-OLD-COUNT TO WS-FIX.                             CPYPROM 
010350     MOVE LAY-COL-NAME(LAY-IX) TO WS-FIM-OLD-NAME(WS-FIX).        CPYPROM 
010360     MOVE LAY-COL-OFF(LAY-IX) TO WS-FIM-OLD-OFF(WS-FIX).          CPYPROM 
010370     MOVE LAY-COL-LEN(LAY-IX) TO WS-FIM-OLD-LEN(WS-FIX).          CPYPROM 
010380     MOVE LAY-COL-PIC(LAY-IX) TO WS-FIM-OLD-PIC(WS-FIX).          CPYPROM 
010390     MOVE 'N' TO WS-FIM-OLD-SEEN(WS-FIX).                         CPYPROM 
010400 3610-EXIT.                                                       CPYPROM 
010410     EXIT.                                                        CPYPROM 
010420*                                                                 CPYPROM 
010430 3620-COMPARE-ONE-NEW-FIELD.                                      CPYPROM 
010440     IF LAY-COL-NAME(LAY-IX) = SPACES                             CPYPROM 
010450         OR LAY-COL-NAME(LAY-IX) = 'FILLER'                       CPYPROM 
010460         GO TO 3620-EXIT.                                         CPYPROM 
010470     MOVE LAY-COL-NAME(LAY-IX) TO WS-FIM-THIS-NAME.               CPYPROM 
010480     MOVE 'N' TO WS-FOUND-SW.                                     CPYPROM 
010490     PERFORM 3625-MATCH-ONE-OLD-FIELD THRU 3625-EXIT              CPYPROM 
010500         VARYING WS-FIX FROM 1 BY 1                               CPYPROM 
010510         UNTIL WS-FIX > WS-FIM-OLD-COUNT OR WS-FOUND.             CPYPROM 
010520     IF NOT WS-FOUND                                              CPYPROM 
010530         ADD 1 TO WS-FIM-ADDED                                    CPYPROM 
010540         PERFORM 3640-NOTE-IMPACTED-NAME THRU 3640-EXIT           CPYPROM 
010550         GO TO 3620-EXIT.                                         CPYPROM 
010560     SUBTRACT 1 FROM WS-FIX.                                      CPYPROM 
010570     MOVE 'Y' TO WS-FIM-OLD-SEEN(WS-FIX).                         CPYPROM 
010580     IF WS-FIM-OLD-OFF(WS-FIX) = LAY-COL-OFF(LAY-IX)              CPYPROM 
010590         AND WS-FIM-OLD-PIC(WS-FIX) = LAY-COL-PIC(LAY-IX)         CPYPROM 
010600         AND WS-FIM-OLD-LEN(WS-FIX) = LAY-COL-LEN(LAY-IX)         CPYPROM 
010610         GO TO 3620-EXIT.                                         CPYPROM 
010620     ADD 1 TO WS-FIM-CHANGED.                                     CPYPROM 
010630     PERFORM 3640-NOTE-IMPACTED-NAME THRU 3640-EXIT.              CPYPROM 
010640 3620-EXIT.                                                       CPYPROM 
010650     EXIT.                                                        CPYPROM 
010660*                                                                 CPYPROM 
010670 3625-MATCH-ONE-OLD-FIELD.                                        CPYPROM 
010680     IF WS-FIM-OLD-NAME(WS-FIX) = WS-FIM-THIS-NAME                CPYPROM 
010690         AND WS-FIM-OLD-SEEN(WS-FIX) = 'N'                        CPYPROM 
010700         MOVE 'Y' TO WS-FOUND-SW                                  CPYPROM 
010710     END-IF.                                                      CPYPROM 
010720 3625-EXIT.                                                       CPYPROM 
010730     EXIT.                                                        CPYPROM 
010740*                                                                 CPYPROM 
010750 3630-COUNT-ONE-REMOVAL.                                          CPYPROM 
010760     IF WS-FIM-OLD-SEEN(WS-FIX) = 'Y'                             CPYPROM 
010770         GO TO 3630-EXIT.                                         CPYPROM 
010780     ADD 1 TO WS-FIM-REMOVED.                                     CPYPROM 
010790     MOVE WS-FIM-OLD-NAME(WS-FIX) TO WS-FIM-THIS-NAME.            CPYPROM 
010800     PERFORM 3640-NOTE-IMPACTED-NAME THRU 3640-EXIT.              CPYPROM 
010810 3630-EXIT.                                                       CPYPROM 
010820     EXIT.                                                        CPYPROM 
010830*                                                                 CPYPROM 
010840 3640-NOTE-IMPACTED-NAME.                                         CPYPROM 
010850     IF WS-FIM-NAME-COUNT < 200                                   CPYPROM 
010860         ADD 1 TO WS-FIM-NAME-COUNT                               CPYPROM 
010870         MOVE WS-FIM-THIS-NAME                                    CPYPROM 
010880             TO WS-FIM-NAME(WS-FIM-NAME-COUNT)                    CPYPROM 
010890     END-IF.                                                      CPYPROM 
010900 3640-EXIT.                                                       CPYPROM 
010910     EXIT.                                                        CPYPROM 
010920*                                                                 CPYPROM 
010930*    CPYLAYO SUPPLIES ITS OWN SLASH BEFORE THE MEMBER NAME.       CPYPROM 
010940 3650-TRIM-LIBRARY-DIR.                                           CPYPROM 
010950     MOVE 0 TO WS-FIM-LEN.                                        CPYPROM 
010960     INSPECT LAY-LIBRARY-DIR TALLYING WS-FIM-LEN                  CPYPROM 
010970         FOR CHARACTERS BEFORE SPACE.                             CPYPROM 
010980     IF WS-FIM-LEN > 1                                            CPYPROM 
010990         AND LAY-LIBRARY-DIR(WS-FIM-LEN:1) = '/'                  CPYPROM 
011000         MOVE SPACE TO LAY-LIBRARY-DIR(WS-FIM-LEN:1)              CPYPROM 
011010     END-IF.                                                      CPYPROM 
011020 3650-EXIT.                                                       CPYPROM 
011030     EXIT.                                                        CPYPROM 
011040*                                                                 CPYPROM 
011050*-------------------------------------------------------------    CPYPROM 
011060*8000-ISSUE-BULLETINS - ONE BULLETIN RECORD PER CONSUMING         CPYPROM 
011070*TEAM.  THE CONSUMERS ARE THE USAGE REGISTRY'S PROGRAMS FOR       CPYPROM 
011080*THE PROMOTED COPYBOOK AND FOR EVERY COPYBOOK THAT PULLS IT,      CPYPROM 
011090*FOLLOWING THE NESTING EDGES UPWARD TO ANY DEPTH; A PROGRAM       CPYPROM 
011100*REACHED MORE THAN ONE WAY IS LISTED ONCE, DIRECT FIRST.          CPYPROM 
011110*A BULLETIN FAILURE NEVER FAILS THE PROMOTION ITSELF.             CPYPROM 
011120*-------------------------------------------------------------    CPYPROM 
011130 8000-ISSUE-BULLETINS.                                            CPYPROM 
011140     MOVE 0 TO WS-CON-COUNT WS-PAR-COUNT WS-BUL-COUNT.            CPYPROM 
011150     MOVE 0 TO WS-TEAM-COUNT.                                     CPYPROM 
011160     PERFORM 8100-LOAD-PROGRAM-OWNERS THRU 8100-EXIT.             CPYPROM 
011170     PERFORM 8200-LOAD-DEP-EDGES THRU 8200-EXIT.                  CPYPROM 
011180     MOVE 1 TO WS-PAR-COUNT.                                      CPYPROM 
011190     MOVE WS-COPYBOOK-NAME TO WS-PAR-NAME(1).                     CPYPROM 
011200     PERFORM 8300-ADD-PARENTS-OF-ONE THRU 8300-EXIT               CPYPROM 
011210         VARYING WS-PIX FROM 1 BY 1                               CPYPROM 
011220         UNTIL WS-PIX > WS-PAR-COUNT.                             CPYPROM 
011230     OPEN INPUT REG-FILE.                                         CPYPROM 
011240     IF WS-REG-FILE-STATUS NOT = '00'                             CPYPROM 
011250         DISPLAY 'CPYPROM BULLETIN - NO USAGE REGISTRY - '        CPYPROM 
011260             'NO BULLETIN ISSUED'                                 CPYPROM 
011270         GO TO 8000-EXIT.                                         CPYPROM 
011280     PERFORM 8400-LOAD-CONSUMERS-OF-ONE THRU 8400-EXIT            CPYPROM 
011290         VARYING WS-PIX FROM 1 BY 1                               CPYPROM 
011300         UNTIL WS-PIX > WS-PAR-COUNT.                             CPYPROM 
011310     CLOSE REG-FILE.                                              CPYPROM 
011320     IF WS-CON-COUNT = 0                                          CPYPROM 
011330         DISPLAY 'CPYPROM BULLETIN - NO RECORDED CONSUMERS OF '   CPYPROM 
011340             WS-COPYBOOK-NAME                                     CPYPROM 
011350         GO TO 8000-EXIT.                                         CPYPROM 
011360     IF WS-FIM-NAME-COUNT > 0                                     CPYPROM 
011370         PERFORM 8500-FLAG-FIELD-REFERENCES THRU 8500-EXIT        CPYPROM 
011380     END-IF.                                                      CPYPROM 
011390     OPEN EXTEND BUL-FILE.                                        CPYPROM 
011400     IF WS-BUL-FILE-STATUS = '35'                                 CPYPROM 
011410         OPEN OUTPUT BUL-FILE                                     CPYPROM 
011420     END-IF.                                                      CPYPROM 
011430     PERFORM 8600-ISSUE-ONE-TEAM THRU 8600-EXIT                   CPYPROM 
011440         VARYING WS-CIX FROM 1 BY 1                               CPYPROM 
011450         UNTIL WS-CIX > WS-CON-COUNT.                             CPYPROM 
011460     CLOSE BUL-FILE.                                              CPYPROM 
011470     MOVE WS-BUL-COUNT TO WS-EDIT-COUNT.                          CPYPROM 
011480     DISPLAY 'CPYPROM BULLETIN - ' WS-EDIT-COUNT                  CPYPROM 
011490         ' RECORD(S) WRITTEN TO ' WS-BUL-FILENAME.                CPYPROM 
011500 8000-EXIT.                                                       CPYPROM 
011510     EXIT.                                                        CPYPROM 
011520*                                                                 CPYPROM 
011530*-------------------------------------------------------------    CPYPROM 
011540*8100-LOAD-PROGRAM-OWNERS - config/CPYPOWN.DAT: PROGRAM IN        CPYPROM 
011550*COLS 1-10, TEAM IN 12-21, CONTACT USER IDS IN 23-59.             CPYPROM 
011560*-------------------------------------------------------------    CPYPROM 
011570 8100-LOAD-PROGRAM-OWNERS.                                        CPYPROM 
011580     MOVE 0 TO WS-PWN-COUNT.                                      CPYPROM 
011590     OPEN INPUT POWN-FILE.                                        CPYPROM 
011600     IF WS-POWN-FILE-STATUS NOT = '00'                            CPYPROM 
011610         GO TO 8100-EXIT.                                         CPYPROM 
011620     MOVE 'N' TO WS-EOF-SW.                                       CPYPROM 
011630     PERFORM 8110-LOAD-ONE-OWNER THRU 8110-EXIT UNTIL WS-EOF.     CPYPROM 
011640     CLOSE POWN-FILE.                                             CPYPROM 
011650 8100-EXIT.                                                       CPYPROM 
011660     EXIT.                                                        CPYPROM 
011670*                                                                 CPYPROM 
011680 8110-LOAD-ONE-OWNER.                                             CPYPROM 
011690     READ POWN-FILE INTO WS-POWN-FILE-REC                         CPYPROM 
011700         AT END MOVE 'Y' TO WS-EOF-SW                             CPYPROM 
011710     END-READ.                                                    CPYPROM 
011720     IF WS-EOF                                                    CPYPROM 
011730         GO TO 8110-EXIT.                                         CPYPROM 
011740     IF WS-POWN-FILE-REC(1:1) = '*'                               CPYPROM 
011750         OR WS-POWN-FILE-REC(1:10) = SPACES                       CPYPROM 
011760         OR WS-PWN-COUNT >= 500                                   CPYPROM 
011770         GO TO 8110-EXIT.                                         CPYPROM 
011780     ADD 1 TO WS-PWN-COUNT.                                       CPYPROM 
011790     MOVE WS-POWN-FILE-REC(1:10) TO WS-PWN-PGM(WS-PWN-COUNT).     CPYPROM 
011800     MOVE WS-POWN-FILE-REC(12:10) TO WS-PWN-TEAM(WS-PWN-COUNT).   CPYPROM 
011810     MOVE WS-POWN-FILE-REC(23:37)                                 CPYPROM 
011820         TO WS-PWN-CONTACTS(WS-PWN-COUNT).                        CPYPROM 
011830 8110-EXIT.                                                       CPYPROM 
011840     EXIT.                                                        CPYPROM 
011850*                                                                 CPYPROM 
011860*-------------------------------------------------------------    CPYPROM 
011870*8200-LOAD-DEP-EDGES - EVERY COPYBOOK-TO-COPYBOOK EDGE: PARENT    CPYPROM 
011880*IN COLS 1-30, CHILD IN 32-61.                                    CPYPROM 
011890*-------------------------------------------------------------    CPYPROM 
011900 8200-LOAD-DEP-EDGES.                                             CPYPROM 
011910     MOVE 0 TO WS-DEP-COUNT.                                      CPYPROM 
011920     OPEN INPUT DEP-FILE.                                         CPYPROM 
011930     IF WS-DEP-FILE-STATUS NOT = '00'                             CPYPROM 
011940         GO TO 8200-EXIT.                                         CPYPROM 
011950     MOVE 'N' TO WS-EOF-SW.                                       CPYPROM 
011960     PERFORM 8210-LOAD-ONE-EDGE THRU 8210-EXIT UNTIL WS-EOF.      CPYPROM 
011970     CLOSE DEP-FILE.                                              CPYPROM 
011980 8200-EXIT.                                                       CPYPROM 
011990     EXIT.                                                        CPYPROM 
012000*                                                                 CPYPROM 
012010 8210-LOAD-ONE-EDGE.                                              CPYPROM 
012020     READ DEP-FILE INTO WS-DEP-FILE-REC                           CPYPROM 
012030         AT END MOVE 'Y' TO WS-EOF-SW                             CPYPROM 
012040     END-READ.                                                    CPYPROM 
012050     IF WS-EOF                                                    CPYPROM 
012060         GO TO 8210-EXIT.                                         CPYPROM 
012070     IF WS-DEP-FILE-REC(1:1) = '*'                                CPYPROM 
012080         OR WS-DEP-FILE-REC(32:30) = SPACES                       CPYPROM 
012090         OR WS-DEP-COUNT >= 2000                                  CPYPROM 
012100         GO TO 8210-EXIT.                                         CPYPROM 
012110     ADD 1 TO WS-DEP-COUNT.                                       CPYPROM 
012120     MOVE WS-DEP-FILE-REC(1:30) TO WS-DEP-PARENT(WS-DEP-COUNT).   CPYPROM 
012130     MOVE WS-DEP-FILE-REC(32:30) TO WS-DEP-CHILD(WS-DEP-COUNT).   CPYPROM 
012140 8210-EXIT.                                                       CPYPROM 
012150     EXIT.                                                        CPYPROM 
012160*                                                                 CPYPROM 
012170*-------------------------------------------------------------    CPYPROM 
012180*8300-ADD-PARENTS-OF-ONE - EVERY PARENT OF WS-PAR-NAME(WS-PIX)    CPYPROM 
012190*NOT ALREADY LISTED JOINS THE END OF THE LIST, SO THE OUTER       CPYPROM 
012200*LOOP WALKS THE WHOLE ANCESTRY.                                   CPYPROM 
012210*-------------------------------------------------------------    CPYPROM 
012220 8300-ADD-PARENTS-OF-ONE.                                         CPYPROM 
012230     PERFORM 8310-TEST-ONE-EDGE THRU 8310-EXIT                    CPYPROM 
012240         VARYING WS-DIX FROM 1 BY 1                               CPYPROM 
012250         UNTIL WS-DIX > WS-DEP-COUNT.                             CPYPROM 
012260 8300-EXIT.                                                       CPYPROM 
012270     EXIT.                                                        CPYPROM 
012280*                                                                 CPYPROM 
012290 8310-TEST-ONE-EDGE.                                              CPYPROM 
012300     IF WS-DEP-CHILD(WS-DIX) NOT = WS-PAR-NAME(WS-PIX)            CPYPROM 
012310         GO TO 8310-EXIT.                                         CPYPROM 
012320     MOVE 'N' TO WS-FOUND-SW.                                     CPYPROM 
012330     PERFORM 8320-TEST-ONE-KNOWN THRU 8320-EXIT                   CPYPROM 
012340         VARYING WS-OIX FROM 1 BY 1                               CPYPROM 
012350         UNTIL WS-OIX > WS-PAR-COUNT OR WS-FOUND.                 CPYPROM 
012360     IF NOT WS-FOUND AND WS-PAR-COUNT < 200                       CPYPROM 
012370         ADD 1 TO WS-PAR-COUNT                                    CPYPROM 
012380         MOVE WS-DEP-PARENT(WS-DIX)                               CPYPROM 
012390             TO WS-PAR-NAME(WS-PAR-COUNT)                         CPYPROM 
012400     END-IF.                                                      CPYPROM 
012410 8310-EXIT.                                                       CPYPROM 
012420     EXIT.                                                        CPYPROM 
012430*                                                                 CPYPROM 
012440 8320-TEST-ONE-KNOWN.                                             CPYPROM 
012450     IF WS-PAR-NAME(WS-OIX) = WS-DEP-PARENT(WS-DIX)               CPYPROM 
012460         MOVE 'Y' TO WS-FOUND-SW                                  CPYPROM 
012470     END-IF.                                                      CPYPROM 
012480 8320-EXIT.                                                       CPYPROM 
012490     EXIT.                                                        CPYPROM 
012500*                                                                 CPYPROM 
012510*-------------------------------------------------------------    CPYPROM 
012520*8400-LOAD-CONSUMERS-OF-ONE - POSITION AT THE COPYBOOK'S FIRST    CPYPROM 
012530*POSSIBLE PAIR AND READ ITS PROGRAMS UNTIL THE NAME CHANGES.      CPYPROM 
012540*-------------------------------------------------------------    CPYPROM 
012550 8400-LOAD-CONSUMERS-OF-ONE.                                      CPYPROM 
012560     MOVE WS-PAR-NAME(WS-PIX) TO REG-COPYBOOK-NAME.               CPYPROM 
012570     MOVE LOW-VALUES TO REG-PROGRAM-NAME.                         CPYPROM 
012580     START REG-FILE KEY NOT < REG-REG-KEY                         CPYPROM 
012590         INVALID KEY GO TO 8400-EXIT                              CPYPROM 
012600     END-START.                                                   CPYPROM 
012610     MOVE 'N' TO WS-REG-EOF-SW.                                   CPYPROM 
012620     PERFORM 8410-READ-ONE-CONSUMER THRU 8410-EXIT                CPYPROM 
012630         UNTIL WS-REG-EOF-SW = 'Y'.                               CPYPROM 
012640 8400-EXIT.                                                       CPYPROM 
012650     EXIT.                                                        CPYPROM 
012660*                                                                 CPYPROM 
012670 8410-READ-ONE-CONSUMER.                                          CPYPROM 
012680     READ REG-FILE NEXT RECORD                                    CPYPROM 
012690         AT END MOVE 'Y' TO WS-REG-EOF-SW                         CPYPROM 
012700     END-READ.                                                    CPYPROM 
012710     IF WS-REG-EOF-SW = 'Y'                                       CPYPROM 
012720         GO TO 8410-EXIT.                                         CPYPROM 
012730     IF REG-COPYBOOK-NAME NOT = WS-PAR-NAME(WS-PIX)               CPYPROM 
012740         MOVE 'Y' TO WS-REG-EOF-SW                                CPYPROM 
012750         GO TO 8410-EXIT.                                         CPYPROM 
012760     MOVE 'N' TO WS-FOUND-SW.                                     CPYPROM 
012770     PERFORM 8420-TEST-ONE-CONSUMER THRU 8420-EXIT                CPYPROM 
012780         VARYING WS-OIX FROM 1 BY 1                               CPYPROM 
012790         UNTIL WS-OIX > WS-CON-COUNT OR WS-FOUND.                 CPYPROM 
012800     IF WS-FOUND OR WS-CON-COUNT >= 500                           CPYPROM 
012810         GO TO 8410-EXIT.                                         CPYPROM 
012820     ADD 1 TO WS-CON-COUNT.                                       CPYPROM 
012830     MOVE WS-CON-COUNT TO WS-CIX.                                 CPYPROM 
012840     MOVE REG-PROGRAM-NAME TO WS-CON-PGM(WS-CIX).                 CPYPROM 
012850     MOVE SPACES TO WS-CON-VIA(WS-CIX).                           CPYPROM 
012860     IF WS-PIX > 1                                                CPYPROM 
012870         MOVE WS-PAR-NAME(WS-PIX) TO WS-CON-VIA(WS-CIX)           CPYPROM 
012880     END-IF.                                                      CPYPROM 
012890     MOVE '(NONE)' TO WS-CON-TEAM(WS-CIX).                        CPYPROM 
012900     MOVE 0 TO WS-CON-OWN-IX(WS-CIX).                             CPYPROM 
012910     MOVE 'N' TO WS-CON-FREF(WS-CIX) WS-CON-DONE(WS-CIX).         CPYPROM 
012920     MOVE 'N' TO WS-FOUND-SW.                                     CPYPROM 
012930     PERFORM 8430-TEST-ONE-OWNER THRU 8430-EXIT                   CPYPROM 
012940         VARYING WS-OIX FROM 1 BY 1                               CPYPROM 
012950         UNTIL WS-OIX > WS-PWN-COUNT OR WS-FOUND.                 CPYPROM 
012960 8410-EXIT.                                                       CPYPROM 
012970     EXIT.                                                        CPYPROM 
012980*                                                                 CPYPROM 
012990 8420-TEST-ONE-CONSUMER.                                          CPYPROM 
013000     IF WS-CON-PGM(WS-OIX) = REG-PROGRAM-NAME                     CPYPROM 
013010         MOVE 'Y' TO WS-FOUND-SW                                  CPYPROM 
013020     END-IF.                                                      CPYPROM 
013030 8420-EXIT.                                                       CPYPROM 
013040     EXIT.                                                        CPYPROM 
013050*                                                                 CPYPROM 
013060 8430-TEST-ONE-OWNER.                                             CPYPROM 
013070     IF WS-PWN-PGM(WS-OIX) = WS-CON-PGM(WS-CIX)                   CPYPROM 
013080         MOVE 'Y' TO WS-FOUND-SW                                  CPYPROM 
013090         MOVE WS-PWN-TEAM(WS-OIX) TO WS-CON-TEAM(WS-CIX)          CPYPROM 
013100         MOVE WS-OIX TO WS-CON-OWN-IX(WS-CIX)                     CPYPROM 
013110     END-IF.                                                      CPYPROM 
013120 8430-EXIT.                                                       CPYPROM 
013130     EXIT.                                                        CPYPROM 
013140*                                                                 CPYPROM 
013150*-------------------------------------------------------------    CPYPROM 
013160*8500-FLAG-FIELD-REFERENCES - THE CPYFIMP JOIN: A CONSUMER        CPYPROM 
013170*THAT registry/CPYFXR.DAT RECORDS REFERENCING ANY IMPACTED        CPYPROM 
013180*FIELD OF THIS COPYBOOK IS FLAGGED ON ITS TEAM'S BULLETIN.        CPYPROM 
013190*-------------------------------------------------------------    CPYPROM 
013200 8500-FLAG-FIELD-REFERENCES.                                      CPYPROM 
013210     OPEN INPUT FXR-FILE.                                         CPYPROM 
013220     IF WS-FXR-FILE-STATUS NOT = '00'                             CPYPROM 
013230         GO TO 8500-EXIT.                                         CPYPROM 
013240     MOVE 'N' TO WS-EOF-SW.                                       CPYPROM 
013250     PERFORM 8510-TEST-ONE-FXR-RECORD THRU 8510-EXIT              CPYPROM 
013260         UNTIL WS-EOF.                                            CPYPROM 
013270     CLOSE FXR-FILE.                                              CPYPROM 
013280 8500-EXIT.                                                       CPYPROM 
013290     EXIT.                                                        CPYPROM 
013300*                                                                 CPYPROM 
013310 8510-TEST-ONE-FXR-RECORD.                                        CPYPROM 
013320     READ FXR-FILE INTO FXR-RECORD                                CPYPROM 
013330         AT END MOVE 'Y' TO WS-EOF-SW                             CPYPROM 
013340     END-READ.                                                    CPYPROM 
013350     IF WS-EOF                                                    CPYPROM 
013360         GO TO 8510-EXIT.                                         CPYPROM 
013370     IF FXR-COPYBOOK NOT = WS-COPYBOOK-NAME                       CPYPROM 
013380         GO TO 8510-EXIT.                                         CPYPROM 
013390     MOVE 'N' TO WS-FOUND-SW.                                     CPYPROM 
013400     PERFORM 8520-TEST-ONE-IMPACTED THRU 8520-EXIT                CPYPROM 
013410         VARYING WS-FIX FROM 1 BY 1                               CPYPROM 
013420         UNTIL WS-FIX > WS-FIM-NAME-COUNT OR WS-FOUND.            CPYPROM 
013430     IF NOT WS-FOUND                                              CPYPROM 
013440         GO TO 8510-EXIT.                                         CPYPROM 
013450     PERFORM 8530-FLAG-ONE-CONSUMER THRU 8530-EXIT                CPYPROM 
013460         VARYING WS-OIX FROM 1 BY 1                               CPYPROM 
013470         UNTIL WS-OIX > WS-CON-COUNT.                             CPYPROM 
013480 8510-EXIT.                                                       CPYPROM 
013490     EXIT.                                                        CPYPROM 
013500*                                                                 CPYPROM 
013502*    THE WHERE-USED FILE HOLDS THE NAME AS THE PROGRAM SPELLS     CPYPROM 
013504*    IT; A LIBRARY NAME LED BY A REPLACING TAG (:PREFIX:-ITEM)    CPYPROM 
013506*    MATCHES ANY NAME ENDING IN THE TEXT AFTER THE TAG.           CPYPROM 
013510 8520-TEST-ONE-IMPACTED.                                          CPYPROM 
013520     IF WS-FIM-NAME(WS-FIX) = FXR-DATA-NAME                       CPYPROM 
013530         MOVE 'Y' TO WS-FOUND-SW                                  CPYPROM 
013531         GO TO 8520-EXIT.                                         CPYPROM 
013532     IF WS-FIM-NAME(WS-FIX)(1:1) NOT = ':'                        CPYPROM 
013533         GO TO 8520-EXIT.                                         CPYPROM 
013534     MOVE 0 TO WS-TAG-LEN WS-TAIL-LEN WS-FXR-LEN.                 CPYPROM 
013535     INSPECT WS-FIM-NAME(WS-FIX)(2:) TALLYING WS-TAG-LEN          CPYPROM 
013536         FOR CHARACTERS BEFORE ':'.                               CPYPROM 
013537     IF WS-TAG-LEN > 36                                           CPYPROM 
013538         GO TO 8520-EXIT.                                         CPYPROM 
013539     INSPECT WS-FIM-NAME(WS-FIX)(WS-TAG-LEN + 3:)                 CPYPROM 
013540         TALLYING WS-TAIL-LEN FOR CHARACTERS BEFORE SPACE.        CPYPROM 
013541     INSPECT FXR-DATA-NAME TALLYING WS-FXR-LEN                    CPYPROM 
013542         FOR CHARACTERS BEFORE SPACE.                             CPYPROM 
013543     IF WS-TAIL-LEN = 0 OR WS-TAIL-LEN >= WS-FXR-LEN              CPYPROM 
013544         GO TO 8520-EXIT.                                         CPYPROM 
013545     IF FXR-DATA-NAME(WS-FXR-LEN - WS-TAIL-LEN + 1:WS-TAIL-LEN)   CPYPROM 
013546         = WS-FIM-NAME(WS-FIX)(WS-TAG-LEN + 3:WS-TAIL-LEN)        CPYPROM 
013547         MOVE 'Y' TO WS-FOUND-SW                                  CPYPROM 
013548     END-IF.                                                      CPYPROM 
013550 8520-EXIT.                                                       CPYPROM 
013560     EXIT.                                                        CPYPROM 
013570*                                                                 CPYPROM 
013580 8530-FLAG-ONE-CONSUMER.                                          CPYPROM 
013590     IF WS-CON-PGM(WS-OIX) = FXR-PROGRAM-NAME                     CPYPROM 
013600         MOVE 'Y' TO WS-CON-FREF(WS-OIX)                          CPYPROM 
013610     END-IF.                                                      CPYPROM 
013620 8530-EXIT.                                                       CPYPROM 
013630     EXIT.                                                        CPYPROM 
013640*                                                                 CPYPROM 
013650*-------------------------------------------------------------    CPYPROM 
013660*8600-ISSUE-ONE-TEAM - THE FIRST CONSUMER NOT YET BULLETINED      CPYPROM 
013670*OPENS ITS TEAM'S BULLETIN; THE REST OF THE TABLE IS SWEPT        CPYPROM 
013680*FOR THE SAME TEAM, TEN PROGRAMS TO A RECORD.                     CPYPROM 
013690*-------------------------------------------------------------    CPYPROM 
013700 8600-ISSUE-ONE-TEAM.                                             CPYPROM 
013710     IF WS-CON-DONE(WS-CIX) = 'Y'                                 CPYPROM 
013720         GO TO 8600-EXIT.                                         CPYPROM 
013730     ADD 1 TO WS-TEAM-COUNT.                                      CPYPROM 
013740     MOVE WS-CON-TEAM(WS-CIX) TO WS-BUL-TEAM.                     CPYPROM 
013750     MOVE 0 TO WS-TEAM-PGMS.                                      CPYPROM 
013760     PERFORM 8610-COUNT-ONE-TEAM-PGM THRU 8610-EXIT               CPYPROM 
013770         VARYING WS-OIX FROM WS-CIX BY 1                          CPYPROM 
013780         UNTIL WS-OIX > WS-CON-COUNT.                             CPYPROM 
013790     MOVE SPACES TO BUL-RECORD.                                   CPYPROM 
013800     MOVE WS-RUN-TIMESTAMP TO BUL-TIMESTAMP.                      CPYPROM 
013810     MOVE WS-COPYBOOK-NAME TO BUL-COPYBOOK-NAME.                  CPYPROM 
013820     MOVE WS-FUNCTION TO BUL-FUNCTION.                            CPYPROM 
013830     MOVE WS-OLD-VERSION TO BUL-OLD-VERSION.                      CPYPROM 
013840     MOVE WS-NEW-VERSION TO BUL-NEW-VERSION.                      CPYPROM 
013850     MOVE WS-APPROVER TO BUL-APPROVER.                            CPYPROM 
013860     MOVE WS-BUL-TEAM TO BUL-TEAM.                                CPYPROM 
013870     IF WS-CON-OWN-IX(WS-CIX) > 0                                 CPYPROM 
013880         MOVE WS-PWN-CONTACTS(WS-CON-OWN-IX(WS-CIX))              CPYPROM 
013890             TO BUL-CONTACTS                                      CPYPROM 
013900     END-IF.                                                      CPYPROM 
013910     MOVE 1 TO BUL-SEQ.                                           CPYPROM 
013920     MOVE WS-FIM-NOTE TO BUL-IMPACT-NOTE.                         CPYPROM 
013930     MOVE WS-FIM-CHANGED TO BUL-FIELDS-CHANGED.                   CPYPROM 
013940     MOVE WS-FIM-ADDED TO BUL-FIELDS-ADDED.                       CPYPROM 
013950     MOVE WS-FIM-REMOVED TO BUL-FIELDS-REMOVED.                   CPYPROM 
013960     PERFORM 8620-COPY-ONE-IMPACTED THRU 8620-EXIT                CPYPROM 
013970         VARYING WS-FIX FROM 1 BY 1                               CPYPROM 
013980         UNTIL WS-FIX > 5 OR WS-FIX > WS-FIM-NAME-COUNT.          CPYPROM 
013990     MOVE WS-TEAM-PGMS TO BUL-PROGRAM-COUNT.                      CPYPROM 
014000     MOVE 0 TO WS-BUL-SLOT.                                       CPYPROM 
014010     PERFORM 8630-ADD-ONE-TEAM-PGM THRU 8630-EXIT                 CPYPROM 
014020         VARYING WS-OIX FROM WS-CIX BY 1                          CPYPROM 
014030         UNTIL WS-OIX > WS-CON-COUNT.                             CPYPROM 
014040     IF WS-BUL-SLOT > 0                                           CPYPROM 
014050         PERFORM 8640-WRITE-BULLETIN THRU 8640-EXIT               CPYPROM 
014060     END-IF.                                                      CPYPROM 
014070     MOVE WS-TEAM-PGMS TO WS-EDIT-COUNT.                          CPYPROM 
014080     DISPLAY 'CPYPROM BULLETIN - TEAM ' WS-BUL-TEAM               CPYPROM 
014090         WS-EDIT-COUNT ' PROGRAM(S) ' BUL-CONTACTS.               CPYPROM 
014100 8600-EXIT.                                                       CPYPROM 
014110     EXIT.                                                        CPYPROM 
014120*                                                                 CPYPROM 
014130 8610-COUNT-ONE-TEAM-PGM.                                         CPYPROM 
014140     IF WS-CON-DONE(WS-OIX) NOT = 'Y'                             CPYPROM 
014150         AND WS-CON-TEAM(WS-OIX) = WS-BUL-TEAM                    CPYPROM 
014160         ADD 1 TO WS-TEAM-PGMS                                    CPYPROM 
014170     END-IF.                                                      CPYPROM 
014180 8610-EXIT.                                                       CPYPROM 
014190     EXIT.                                                        CPYPROM 
014200*                                                                 CPYPROM 
014210 8620-COPY-ONE-IMPACTED.                                          CPYPROM 
014220     MOVE WS-FIM-NAME(WS-FIX) TO BUL-IMPACT-FIELD(WS-FIX).        CPYPROM 
014230 8620-EXIT.                                                       CPYPROM 
014240     EXIT.                                                        CPYPROM 
014250*                                                                 CPYPROM 
014260 8630-ADD-ONE-TEAM-PGM.                                           CPYPROM 
014270     IF WS-CON-DONE(WS-OIX) = 'Y'                                 CPYPROM 
014280         OR WS-CON-TEAM(WS-OIX) NOT = WS-BUL-TEAM                 CPYPROM 
014290         GO TO 8630-EXIT.                                         CPYPROM 
014300     IF WS-BUL-SLOT = 10                                          CPYPROM 
014310         PERFORM 8640-WRITE-BULLETIN THRU 8640-EXIT               CPYPROM 
014320         ADD 1 TO BUL-SEQ                                         CPYPROM 
014330     END-IF.                                                      CPYPROM 
014340     ADD 1 TO WS-BUL-SLOT.                                        CPYPROM 
014350     MOVE WS-CON-PGM(WS-OIX) TO BUL-PGM-NAME(WS-BUL-SLOT).        CPYPROM 
014360     MOVE WS-CON-VIA(WS-OIX) TO BUL-PGM-VIA(WS-BUL-SLOT).         CPYPROM 
014370     MOVE WS-CON-FREF(WS-OIX)                                     CPYPROM 
014380         TO BUL-PGM-FIELD-REF(WS-BUL-SLOT).                       CPYPROM 
014390     MOVE 'Y' TO WS-CON-DONE(WS-OIX).                             CPYPROM 
014400 8630-EXIT.                                                       CPYPROM 
014410     EXIT.                                                        CPYPROM 
014420*                                                                 CPYPROM 
014430*    A CONTINUATION RECORD REPEATS THE HEADER WITH ITS PROGRAM    CPYPROM 
014440*    SLOTS EMPTIED.                                               CPYPROM 
014450 8640-WRITE-BULLETIN.                                             CPYPROM 
014460     WRITE WS-BUL-FILE-REC FROM BUL-RECORD.                       CPYPROM 
014470     ADD 1 TO WS-BUL-COUNT.                                       CPYPROM 
014480     PERFORM 8650-CLEAR-ONE-SLOT THRU 8650-EXIT                   CPYPROM 
014490         VARYING WS-BUL-SLOT FROM 1 BY 1                          CPYPROM 
014500         UNTIL WS-BUL-SLOT > 10.                                  CPYPROM 
014510     MOVE 0 TO WS-BUL-SLOT.                                       CPYPROM 
014520 8640-EXIT.                                                       CPYPROM 
014530     EXIT.                                                        CPYPROM 
014540*                                                                 CPYPROM 
014550 8650-CLEAR-ONE-SLOT.                                             CPYPROM 
014560     MOVE SPACES TO BUL-PGM(WS-BUL-SLOT).                         CPYPROM 
014570 8650-EXIT.                                                       CPYPROM 
014580     EXIT.                                                        CPYPROM 
014590*                                                                 CPYPROM 
014600*-------------------------------------------------------------    CPYPROM 
014610*9000-RUN-PROMOTION-QUEUE - THE SCHEDULED PROMOTION QUEUE,        CPYPROM 
014620*registry/CPYPRQ.DAT.  REQUEST FILES A PROMOTION FOR AN           CPYPROM 
014630*EFFECTIVE DATE, APPROVE RECORDS THE SECOND APPROVER AGAINST      CPYPROM 
014640*IT, APPLYQ IS THE NIGHTLY RUN.  ALL THREE REWRITE THE ONE        CPYPROM 
014650*QUEUE FILE, SO THEY SERIALIZE ON THEIR OWN NAMED LOCK.           CPYPROM 
014660*-------------------------------------------------------------    CPYPROM 
014670 9000-RUN-PROMOTION-QUEUE.                                        CPYPROM 
014680     MOVE 0 TO WS-PROM-RC.                                        CPYPROM 
014690     MOVE 'N' TO WS-PRQ-CHANGED-SW.                               CPYPROM 
014700     EVALUATE WS-FUNCTION                                         CPYPROM 
014710         WHEN 'REQUEST '                                          CPYPROM 
014720             MOVE WS-REQUESTER TO WS-PRQ-HOLDER                   CPYPROM 
014730         WHEN 'APPROVE '                                          CPYPROM 
014740             MOVE WS-APPROVER TO WS-PRQ-HOLDER                    CPYPROM 
014750         WHEN OTHER                                               CPYPROM 
014760             MOVE 'APPLYQ' TO WS-PRQ-HOLDER                       CPYPROM 
014770     END-EVALUATE.                                                CPYPROM 
014780     MOVE 'A' TO LOCK-ACTION.                                     CPYPROM 
014790     MOVE 'PROMQUE' TO LOCK-NAME.                                 CPYPROM 
014800     MOVE WS-PRQ-HOLDER TO LOCK-HOLDER.                           CPYPROM 
014810     CALL 'CPYLOCK' USING CPYLOCK-PARMS.                          CPYPROM 
014820     IF NOT LOCK-OBTAINED                                         CPYPROM 
014830         DISPLAY 'CPYPROM - COULD NOT OBTAIN THE PROMOTION '      CPYPROM 
014840             'QUEUE LOCK'                                         CPYPROM 
014850         MOVE 8 TO WS-PROM-RC                                     CPYPROM 
014860         GO TO 9000-EXIT.                                         CPYPROM 
014870     PERFORM 9100-LOAD-THE-QUEUE THRU 9100-EXIT.                  CPYPROM 
014880     IF WS-PRQ-FULL-SW = 'Y'                                      CPYPROM 
014890         DISPLAY 'CPYPROM QUEUE - ' WS-PRQ-FILENAME               CPYPROM 
014900         DISPLAY 'CPYPROM QUEUE - MORE THAN 2000 REQUESTS - '     CPYPROM 
014910             'NOTHING CHANGED'                                    CPYPROM 
014920         MOVE 12 TO WS-PROM-RC                                    CPYPROM 
014930     ELSE                                                         CPYPROM 
014940         EVALUATE WS-FUNCTION                                     CPYPROM 
014950             WHEN 'REQUEST '                                      CPYPROM 
014960                 PERFORM 9200-FILE-A-REQUEST THRU 9200-EXIT       CPYPROM 
014970             WHEN 'APPROVE '                                      CPYPROM 
014980                 PERFORM 9300-APPROVE-A-REQUEST THRU 9300-EXIT    CPYPROM 
014990             WHEN OTHER                                           CPYPROM 
015000                 PERFORM 9400-APPLY-DUE-REQUESTS THRU 9400-EXIT   CPYPROM 
015010         END-EVALUATE                                             CPYPROM 
015020     END-IF.                                                      CPYPROM 
015030     IF WS-PRQ-CHANGED-SW = 'Y'                                   CPYPROM 
015040         PERFORM 9600-REWRITE-THE-QUEUE THRU 9600-EXIT            CPYPROM 
015050     END-IF.                                                      CPYPROM 
015060     MOVE 'R' TO LOCK-ACTION.                                     CPYPROM 
015070     MOVE 'PROMQUE' TO LOCK-NAME.                                 CPYPROM 
015080     MOVE WS-PRQ-HOLDER TO LOCK-HOLDER.                           CPYPROM 
015090     CALL 'CPYLOCK' USING CPYLOCK-PARMS.                          CPYPROM 
015100 9000-EXIT.                                                       CPYPROM 
015110     EXIT.                                                        CPYPROM 
015120*                                                                 CPYPROM 
015130 9100-LOAD-THE-QUEUE.                                             CPYPROM 
015140     MOVE 0 TO WS-PRQ-COUNT.                                      CPYPROM 
015150     MOVE 'N' TO WS-PRQ-FULL-SW.                                  CPYPROM 
015160     OPEN INPUT PRQ-FILE.                                         CPYPROM 
015170     IF WS-PRQ-FILE-STATUS NOT = '00'                             CPYPROM 
015180         GO TO 9100-EXIT.                                         CPYPROM 
015190     MOVE 'N' TO WS-EOF-SW.                                       CPYPROM 
015200     PERFORM 9110-LOAD-ONE-REQUEST THRU 9110-EXIT UNTIL WS-EOF.   CPYPROM 
015210     CLOSE PRQ-FILE.                                              CPYPROM 
015220 9100-EXIT.                                                       CPYPROM 
015230     EXIT.                                                        CPYPROM 
015240*                                                                 CPYPROM 
015250 9110-LOAD-ONE-REQUEST.                                           CPYPROM 
015260     READ PRQ-FILE INTO PRQ-RECORD                                CPYPROM 
015270         AT END MOVE 'Y' TO WS-EOF-SW                             CPYPROM 
015280     END-READ.                                                    CPYPROM 
015290     IF WS-EOF                                                    CPYPROM 
015300         GO TO 9110-EXIT.                                         CPYPROM 
015310*    A QUEUE TOO BIG TO HOLD MUST NOT BE REWRITTEN SHORT.         CPYPROM 
015320     IF WS-PRQ-COUNT >= 2000                                      CPYPROM 
015330         MOVE 'Y' TO WS-PRQ-FULL-SW                               CPYPROM 
015340         MOVE 'Y' TO WS-EOF-SW                                    CPYPROM 
015350         GO TO 9110-EXIT.                                         CPYPROM 
015360     ADD 1 TO WS-PRQ-COUNT.                                       CPYPROM 
015370     MOVE PRQ-RECORD TO WS-PRQ-DATA(WS-PRQ-COUNT).                CPYPROM 
015380     MOVE 'N' TO WS-PRQ-DUE(WS-PRQ-COUNT).                        CPYPROM 
015390     MOVE 0 TO WS-PRQ-LEVEL(WS-PRQ-COUNT).                        CPYPROM 
015400 9110-EXIT.                                                       CPYPROM 
015410     EXIT.                                                        CPYPROM 
015420*                                                                 CPYPROM 
015430*-------------------------------------------------------------    CPYPROM 
015440*9200-FILE-A-REQUEST - A NEW PENDING REQUEST.  THE REQUESTER      CPYPROM 
015450*NEEDS THE SAME PROMOTE GRANT AS FOR AN IMMEDIATE PROMOTION,      CPYPROM 
015460*AND A COPYBOOK CARRIES ONE OPEN REQUEST AT A TIME.               CPYPROM 
015470*-------------------------------------------------------------    CPYPROM 
015480 9200-FILE-A-REQUEST.                                             CPYPROM 
015490     IF WS-COPYBOOK-NAME = SPACES                                 CPYPROM 
015500         OR WS-NEW-VERSION = SPACES                               CPYPROM 
015510         OR WS-REQUESTER = SPACES                                 CPYPROM 
015520         DISPLAY 'CPYPROM - COPYBOOK, VERSION AND REQUESTER '     CPYPROM 
015530             'REQUIRED'                                           CPYPROM 
015540         MOVE 8 TO WS-PROM-RC                                     CPYPROM 
015550         GO TO 9200-EXIT.                                         CPYPROM 
015560     IF WS-EFFECTIVE-DATE NOT NUMERIC                             CPYPROM 
015570         DISPLAY 'CPYPROM - EFFECTIVE DATE YYYYMMDD REQUIRED '    CPYPROM 
015580             'IN COLS 70-77'                                      CPYPROM 
015590         MOVE 8 TO WS-PROM-RC                                     CPYPROM 
015600         GO TO 9200-EXIT.                                         CPYPROM 
015610     IF WS-EFFECTIVE-DATE < WS-DATE-PART                          CPYPROM 
015620         DISPLAY 'CPYPROM - EFFECTIVE DATE ' WS-EFFECTIVE-DATE    CPYPROM 
015630             ' IS ALREADY PAST'                                   CPYPROM 
015640         MOVE 8 TO WS-PROM-RC                                     CPYPROM 
015650         GO TO 9200-EXIT.                                         CPYPROM 
015660     MOVE WS-REQUESTER TO AUTH-USER-ID.                           CPYPROM 
015670     MOVE 'PROMOTE ' TO AUTH-FUNCTION.                            CPYPROM 
015680     CALL 'CPYAUTH' USING CPYAUTH-PARMS.                          CPYPROM 
015690     IF AUTH-BOOTSTRAP                                            CPYPROM 
015700         DISPLAY 'CPYPROM - AUTHORIZATION FILE ABSENT - '         CPYPROM 
015710             'CHECK DISABLED'                                     CPYPROM 
015720     END-IF.                                                      CPYPROM 
015730     IF NOT AUTH-GRANTED                                          CPYPROM 
015740         DISPLAY 'CPYPROM - USER ' WS-REQUESTER                   CPYPROM 
015750             ' NOT AUTHORIZED FOR PROMOTE'                        CPYPROM 
015760         MOVE 8 TO WS-PROM-RC                                     CPYPROM 
015770         GO TO 9200-EXIT.                                         CPYPROM 
015780     MOVE 0 TO WS-QFOUND.                                         CPYPROM 
015790     PERFORM 9210-FIND-OPEN-REQUEST THRU 9210-EXIT                CPYPROM 
015800         VARYING WS-QIX FROM 1 BY 1                               CPYPROM 
015810         UNTIL WS-QIX > WS-PRQ-COUNT OR WS-QFOUND > 0.            CPYPROM 
015820     IF WS-QFOUND > 0                                             CPYPROM 
015830         DISPLAY 'CPYPROM - ' WS-COPYBOOK-NAME                    CPYPROM 
015840             ' ALREADY HAS AN OPEN REQUEST FOR ' PRQ-VERSION      CPYPROM 
015850             ' EFFECTIVE ' PRQ-EFFECTIVE-DATE                     CPYPROM 
015860         MOVE 8 TO WS-PROM-RC                                     CPYPROM 
015870         GO TO 9200-EXIT.                                         CPYPROM 
015880     IF WS-PRQ-COUNT >= 2000                                      CPYPROM 
015890         DISPLAY 'CPYPROM QUEUE - QUEUE FULL - NOT FILED'         CPYPROM 
015900         MOVE 12 TO WS-PROM-RC                                    CPYPROM 
015910         GO TO 9200-EXIT.                                         CPYPROM 
015920     MOVE SPACES TO PRQ-RECORD.                                   CPYPROM 
015930     MOVE WS-RUN-TIMESTAMP TO PRQ-FILED-TS.                       CPYPROM 
015940     MOVE WS-COPYBOOK-NAME TO PRQ-COPYBOOK-NAME.                  CPYPROM 
015950     MOVE WS-NEW-VERSION TO PRQ-VERSION.                          CPYPROM 
015960     MOVE WS-REQUESTER TO PRQ-REQUESTER.                          CPYPROM 
015970     MOVE WS-EFFECTIVE-DATE TO PRQ-EFFECTIVE-DATE.                CPYPROM 
015980     SET PRQ-PENDING TO TRUE.                                     CPYPROM 
015990     MOVE 'AWAITING APPROVAL' TO PRQ-NOTE.                        CPYPROM 
016000     ADD 1 TO WS-PRQ-COUNT.                                       CPYPROM 
016010     MOVE PRQ-RECORD TO WS-PRQ-DATA(WS-PRQ-COUNT).                CPYPROM 
016020     MOVE 'N' TO WS-PRQ-DUE(WS-PRQ-COUNT).                        CPYPROM 
016030     MOVE 0 TO WS-PRQ-LEVEL(WS-PRQ-COUNT).                        CPYPROM 
016040     MOVE 'Y' TO WS-PRQ-CHANGED-SW.                               CPYPROM 
016050     DISPLAY 'CPYPROM QUEUE - ' WS-COPYBOOK-NAME ' '              CPYPROM 
016060         WS-NEW-VERSION ' FILED BY ' WS-REQUESTER                 CPYPROM 
016070         ' EFFECTIVE ' WS-EFFECTIVE-DATE.                         CPYPROM 
016080*    WARN NOW IF THE DATE FALLS IN A FREEZE WINDOW - THE          CPYPROM 
016090*    FREEZE TEST RUNS AGAINST WS-DATE-PART, SO IT IS POINTED      CPYPROM 
016100*    AT THE EFFECTIVE DATE FOR THE ONE CALL.                      CPYPROM 
016110     MOVE WS-DATE-PART TO WS-SAVE-DATE.                           CPYPROM 
016120     MOVE WS-EFFECTIVE-DATE TO WS-DATE-PART.                      CPYPROM 
016130     MOVE 'N' TO WS-FRZ-ACTIVE-SW.                                CPYPROM 
016140     PERFORM 1200-LOAD-FREEZE-CALENDAR THRU 1200-EXIT.            CPYPROM 
016150     MOVE WS-SAVE-DATE TO WS-DATE-PART.                           CPYPROM 
016160     IF WS-FREEZE-ACTIVE                                          CPYPROM 
016170         DISPLAY 'CPYPROM QUEUE - EFFECTIVE DATE FALLS IN '       CPYPROM 
016180             WS-FRZ-DESC                                          CPYPROM 
016190         DISPLAY 'CPYPROM QUEUE - IT WILL BE HELD UNTIL THE '     CPYPROM 
016200             'FREEZE LIFTS'                                       CPYPROM 
016210         MOVE 4 TO WS-PROM-RC                                     CPYPROM 
016220     END-IF.                                                      CPYPROM 
016230 9200-EXIT.                                                       CPYPROM 
016240     EXIT.                                                        CPYPROM 
016250*                                                                 CPYPROM 
016260*    AN OPEN REQUEST IS ONE NOT YET APPLIED OR REFUSED.  ON A     CPYPROM 
016270*    HIT PRQ-RECORD IS LEFT HOLDING IT.                           CPYPROM 
016280 9210-FIND-OPEN-REQUEST.                                          CPYPROM 
016290     MOVE WS-PRQ-DATA(WS-QIX) TO PRQ-RECORD.                      CPYPROM 
016300     IF PRQ-COPYBOOK-NAME = WS-COPYBOOK-NAME                      CPYPROM 
016310         AND (PRQ-PENDING OR PRQ-APPROVED OR PRQ-HELD)            CPYPROM 
016320         MOVE WS-QIX TO WS-QFOUND                                 CPYPROM 
016330     END-IF.                                                      CPYPROM 
016340 9210-EXIT.                                                       CPYPROM 
016350     EXIT.                                                        CPYPROM 
016360*                                                                 CPYPROM 
016370*-------------------------------------------------------------    CPYPROM 
016380*9300-APPROVE-A-REQUEST - THE CARD NAMES THE COPYBOOK, THE        CPYPROM 
016390*VERSION FILED AND THE APPROVER.  THE APPROVER MUST DIFFER        CPYPROM 
016400*FROM THE REQUESTER AND, FOR AN OWNED COPYBOOK, BE A CONTACT      CPYPROM 
016410*OF THE OWNING TEAM - THE SAME RULES AS AN IMMEDIATE              CPYPROM 
016420*PROMOTION, CHECKED AGAIN WHEN THE REQUEST IS APPLIED.            CPYPROM 
016430*-------------------------------------------------------------    CPYPROM 
016440 9300-APPROVE-A-REQUEST.                                          CPYPROM 
016450     IF WS-COPYBOOK-NAME = SPACES                                 CPYPROM 
016460         OR WS-NEW-VERSION = SPACES                               CPYPROM 
016470         DISPLAY 'CPYPROM - COPYBOOK AND VERSION REQUIRED'        CPYPROM 
016480         MOVE 8 TO WS-PROM-RC                                     CPYPROM 
016490         GO TO 9300-EXIT.                                         CPYPROM 
016500     MOVE 0 TO WS-QFOUND.                                         CPYPROM 
016510     PERFORM 9210-FIND-OPEN-REQUEST THRU 9210-EXIT                CPYPROM 
016520         VARYING WS-QIX FROM 1 BY 1                               CPYPROM 
016530         UNTIL WS-QIX > WS-PRQ-COUNT OR WS-QFOUND > 0.            CPYPROM 
016540     IF WS-QFOUND = 0                                             CPYPROM 
016550         OR PRQ-VERSION NOT = WS-NEW-VERSION                      CPYPROM 
016560         DISPLAY 'CPYPROM - NO OPEN REQUEST FOR '                 CPYPROM 
016570             WS-COPYBOOK-NAME ' ' WS-NEW-VERSION                  CPYPROM 
016580         MOVE 8 TO WS-PROM-RC                                     CPYPROM 
016590         GO TO 9300-EXIT.                                         CPYPROM 
016600     IF NOT PRQ-PENDING                                           CPYPROM 
016610         DISPLAY 'CPYPROM - ' WS-COPYBOOK-NAME ' '                CPYPROM 
016620             WS-NEW-VERSION ' ALREADY APPROVED BY '               CPYPROM 
016630             PRQ-APPROVER                                         CPYPROM 
016640         MOVE 4 TO WS-PROM-RC                                     CPYPROM 
016650         GO TO 9300-EXIT.                                         CPYPROM 
016660     MOVE PRQ-REQUESTER TO WS-REQUESTER.                          CPYPROM 
016670     IF WS-APPROVER = SPACES                                      CPYPROM 
016680         OR WS-APPROVER = WS-REQUESTER                            CPYPROM 
016690         DISPLAY 'CPYPROM - A SECOND APPROVER IS REQUIRED AND '   CPYPROM 
016700             'MUST DIFFER FROM THE REQUESTER'                     CPYPROM 
016710         MOVE 8 TO WS-PROM-RC                                     CPYPROM 
016720         GO TO 9300-EXIT.                                         CPYPROM 
016730     PERFORM 1300-FIND-COPYBOOK-OWNER THRU 1300-EXIT.             CPYPROM 
016740     IF WS-COPYBOOK-OWNED                                         CPYPROM 
016750         PERFORM 1350-CHECK-APPROVER-TEAM THRU 1350-EXIT          CPYPROM 
016760         IF WS-OWN-OK-SW NOT = 'Y'                                CPYPROM 
016770             DISPLAY 'CPYPROM - APPROVER ' WS-APPROVER            CPYPROM 
016780                 ' IS NOT A CONTACT OF OWNING TEAM '              CPYPROM 
016790                 WS-OWN-TEAM                                      CPYPROM 
016800             MOVE 8 TO WS-PROM-RC                                 CPYPROM 
016810             GO TO 9300-EXIT                                      CPYPROM 
016820         END-IF                                                   CPYPROM 
016830     END-IF.                                                      CPYPROM 
016840     MOVE WS-APPROVER TO PRQ-APPROVER.                            CPYPROM 
016850     MOVE WS-RUN-TIMESTAMP TO PRQ-APPROVED-TS.                    CPYPROM 
016860     SET PRQ-APPROVED TO TRUE.                                    CPYPROM 
016870     MOVE 'APPROVED' TO PRQ-NOTE.                                 CPYPROM 
016880     MOVE PRQ-RECORD TO WS-PRQ-DATA(WS-QFOUND).                   CPYPROM 
016890     MOVE 'Y' TO WS-PRQ-CHANGED-SW.                               CPYPROM 
016900     DISPLAY 'CPYPROM QUEUE - ' WS-COPYBOOK-NAME ' '              CPYPROM 
016910         WS-NEW-VERSION ' APPROVED BY ' WS-APPROVER               CPYPROM 
016920         ' EFFECTIVE ' PRQ-EFFECTIVE-DATE.                        CPYPROM 
016930 9300-EXIT.                                                       CPYPROM 
016940     EXIT.                                                        CPYPROM 
016950*                                                                 CPYPROM 
016960*-------------------------------------------------------------    CPYPROM 
016970*9400-APPLY-DUE-REQUESTS - THE NIGHTLY RUN.  EVERY APPROVED       CPYPROM 
016980*(OR PREVIOUSLY HELD) REQUEST WHOSE EFFECTIVE DATE HAS COME       CPYPROM 
016990*IS DUE.  INSIDE A FREEZE WINDOW THE DUE REQUESTS ARE HELD;       CPYPROM 
017000*OTHERWISE THEY ARE APPLIED LEVEL BY LEVEL, CHILD COPYBOOKS       CPYPROM 
017010*FIRST, EACH AS ITS OWN PROMOTION.  A REQUEST THE PROMOTION       CPYPROM 
017016*REFUSES IS MARKED REFUSED AND LEFT FOR THE LIBRARIAN - UNLESS    CPYPROM 
017022*ITS MEMBER IS CHECKED OUT, WHEN IT IS HELD LIKE A FREEZE.        CPYPROM 
017030*RC 0 = ALL DUE APPLIED (OR NONE DUE), 4 = SOME HELD,             CPYPROM 
017040*8 = SOME REFUSED.                                                CPYPROM 
017050*-------------------------------------------------------------    CPYPROM 
017060 9400-APPLY-DUE-REQUESTS.                                         CPYPROM 
017070     MOVE 0 TO WS-Q-DUE WS-Q-APPLIED WS-Q-HELD WS-Q-REFUSED.      CPYPROM 
017080     MOVE 0 TO WS-Q-UNAPPROVED WS-Q-WAITING.                      CPYPROM 
017090     PERFORM 9410-MARK-ONE-IF-DUE THRU 9410-EXIT                  CPYPROM 
017100         VARYING WS-QIX FROM 1 BY 1                               CPYPROM 
017110         UNTIL WS-QIX > WS-PRQ-COUNT.                             CPYPROM 
017120     IF WS-Q-DUE > 0 AND WS-FREEZE-ACTIVE                         CPYPROM 
017130         PERFORM 9420-HOLD-ONE-REQUEST THRU 9420-EXIT             CPYPROM 
017140             VARYING WS-QIX FROM 1 BY 1                           CPYPROM 
017150             UNTIL WS-QIX > WS-PRQ-COUNT                          CPYPROM 
017160     END-IF.                                                      CPYPROM 
017170     IF WS-Q-DUE > 0 AND NOT WS-FREEZE-ACTIVE                     CPYPROM 
017180         PERFORM 9500-RANK-BY-NESTING THRU 9500-EXIT              CPYPROM 
017190         PERFORM 9430-APPLY-ONE-LEVEL THRU 9430-EXIT              CPYPROM 
017200             VARYING WS-CUR-LEVEL FROM 0 BY 1                     CPYPROM 
017210             UNTIL WS-CUR-LEVEL > WS-MAX-LEVEL                    CPYPROM 
017220     END-IF.                                                      CPYPROM 
017230     MOVE WS-Q-APPLIED TO WS-EDIT-COUNT.                          CPYPROM 
017240     DISPLAY 'CPYPROM QUEUE - ' WS-EDIT-COUNT ' APPLIED'          CPYPROM 
017250         WITH NO ADVANCING.                                       CPYPROM 
017260     MOVE WS-Q-HELD TO WS-EDIT-COUNT.                             CPYPROM 
017270     DISPLAY ', ' WS-EDIT-COUNT ' HELD' WITH NO ADVANCING.        CPYPROM 
017280     MOVE WS-Q-REFUSED TO WS-EDIT-COUNT.                          CPYPROM 
017290     DISPLAY ', ' WS-EDIT-COUNT ' REFUSED'.                       CPYPROM 
017300     MOVE WS-Q-UNAPPROVED TO WS-EDIT-COUNT.                       CPYPROM 
017310     DISPLAY 'CPYPROM QUEUE - ' WS-EDIT-COUNT                     CPYPROM 
017320         ' DUE BUT AWAITING APPROVAL' WITH NO ADVANCING.          CPYPROM 
017330     MOVE WS-Q-WAITING TO WS-EDIT-COUNT.                          CPYPROM 
017340     DISPLAY ', ' WS-EDIT-COUNT ' NOT YET DUE'.                   CPYPROM 
017350     IF WS-Q-REFUSED > 0                                          CPYPROM 
017360         MOVE 8 TO WS-PROM-RC                                     CPYPROM 
017370     ELSE                                                         CPYPROM 
017380         IF WS-Q-HELD > 0                                         CPYPROM 
017390             MOVE 4 TO WS-PROM-RC                                 CPYPROM 
017400         END-IF                                                   CPYPROM 
017410     END-IF.                                                      CPYPROM 
017420 9400-EXIT.                                                       CPYPROM 
017430     EXIT.                                                        CPYPROM 
017440*                                                                 CPYPROM 
017450 9410-MARK-ONE-IF-DUE.                                            CPYPROM 
017460     MOVE WS-PRQ-DATA(WS-QIX) TO PRQ-RECORD.                      CPYPROM 
017470     MOVE 'N' TO WS-PRQ-DUE(WS-QIX).                              CPYPROM 
017480     IF NOT PRQ-PENDING                                           CPYPROM 
017490         AND NOT PRQ-APPROVED                                     CPYPROM 
017500         AND NOT PRQ-HELD                                         CPYPROM 
017510         GO TO 9410-EXIT.                                         CPYPROM 
017520     IF PRQ-EFFECTIVE-DATE > WS-DATE-PART                         CPYPROM 
017530         ADD 1 TO WS-Q-WAITING                                    CPYPROM 
017540         GO TO 9410-EXIT.                                         CPYPROM 
017550     IF PRQ-PENDING                                               CPYPROM 
017560         ADD 1 TO WS-Q-UNAPPROVED                                 CPYPROM 
017570         DISPLAY 'CPYPROM QUEUE - ' PRQ-COPYBOOK-NAME ' '         CPYPROM 
017580             PRQ-VERSION ' DUE ' PRQ-EFFECTIVE-DATE               CPYPROM 
017590             ' BUT NOT APPROVED'                                  CPYPROM 
017600         GO TO 9410-EXIT.                                         CPYPROM 
017610     MOVE 'Y' TO WS-PRQ-DUE(WS-QIX).                              CPYPROM 
017620     ADD 1 TO WS-Q-DUE.                                           CPYPROM 
017630 9410-EXIT.                                                       CPYPROM 
017640     EXIT.                                                        CPYPROM 
017650*                                                                 CPYPROM 
017660 9420-HOLD-ONE-REQUEST.                                           CPYPROM 
017670     IF WS-PRQ-DUE(WS-QIX) NOT = 'Y'                              CPYPROM 
017680         GO TO 9420-EXIT.                                         CPYPROM 
017690     MOVE WS-PRQ-DATA(WS-QIX) TO PRQ-RECORD.                      CPYPROM 
017700     SET PRQ-HELD TO TRUE.                                        CPYPROM 
017710     MOVE WS-RUN-TIMESTAMP TO PRQ-ACTION-TS.                      CPYPROM 
017720     MOVE SPACES TO PRQ-NOTE.                                     CPYPROM 
017730     STRING 'HELD - ' DELIMITED BY SIZE                           CPYPROM 
017740         WS-FRZ-DESC DELIMITED BY SIZE                            CPYPROM 
017750         INTO PRQ-NOTE                                            CPYPROM 
017760     END-STRING.                                                  CPYPROM 
017770     MOVE PRQ-RECORD TO WS-PRQ-DATA(WS-QIX).                      CPYPROM 
017780     MOVE 'Y' TO WS-PRQ-CHANGED-SW.                               CPYPROM 
017790     ADD 1 TO WS-Q-HELD.                                          CPYPROM 
017800     DISPLAY 'CPYPROM QUEUE - ' PRQ-COPYBOOK-NAME ' '             CPYPROM 
017810         PRQ-VERSION ' HELD - CHANGE FREEZE: ' WS-FRZ-DESC.       CPYPROM 
017820 9420-EXIT.                                                       CPYPROM 
017830     EXIT.                                                        CPYPROM 
017840*                                                                 CPYPROM 
017850 9430-APPLY-ONE-LEVEL.                                            CPYPROM 
017860     PERFORM 9440-APPLY-ONE-REQUEST THRU 9440-EXIT                CPYPROM 
017870         VARYING WS-QIX FROM 1 BY 1                               CPYPROM 
017880         UNTIL WS-QIX > WS-PRQ-COUNT.                             CPYPROM 
017890 9430-EXIT.                                                       CPYPROM 
017900     EXIT.                                                        CPYPROM 
017910*                                                                 CPYPROM 
017920*    EACH REQUEST RUNS AS ITS OWN PROMOTION - FRESH CARD          CPYPROM 
017930*    FIELDS, TIMESTAMP AND MEMBER TABLE, AND NEVER A FREEZE       CPYPROM 
017940*    OVERRIDE.  THE QUEUE IS REWRITTEN AFTER EVERY REQUEST SO     CPYPROM 
017950*    A FAILURE PART-WAY THROUGH CANNOT APPLY ONE TWICE.           CPYPROM 
017960 9440-APPLY-ONE-REQUEST.                                          CPYPROM 
017970     IF WS-PRQ-DUE(WS-QIX) NOT = 'Y'                              CPYPROM 
017980         OR WS-PRQ-LEVEL(WS-QIX) NOT = WS-CUR-LEVEL               CPYPROM 
017990         GO TO 9440-EXIT.                                         CPYPROM 
018000     MOVE WS-PRQ-DATA(WS-QIX) TO PRQ-RECORD.                      CPYPROM 
018010     MOVE PRQ-COPYBOOK-NAME TO WS-COPYBOOK-NAME.                  CPYPROM 
018020     MOVE PRQ-VERSION TO WS-NEW-VERSION.                          CPYPROM 
018030     MOVE PRQ-REQUESTER TO WS-REQUESTER.                          CPYPROM 
018040     MOVE PRQ-APPROVER TO WS-APPROVER.                            CPYPROM 
018050     MOVE 'PROMOTE ' TO WS-FUNCTION.                              CPYPROM 
018060     MOVE 'N' TO WS-OVR-VALID-SW.                                 CPYPROM 
018070     MOVE 0 TO WS-CB-LINE-COUNT.                                  CPYPROM 
018080     ACCEPT WS-TIME-PART FROM TIME.                               CPYPROM 
018090     STRING WS-DATE-PART WS-TIME-PART                             CPYPROM 
018100         DELIMITED BY SIZE INTO WS-RUN-TIMESTAMP.                 CPYPROM 
018110     DISPLAY 'CPYPROM QUEUE - APPLYING ' WS-COPYBOOK-NAME ' '     CPYPROM 
018120         WS-NEW-VERSION ' EFFECTIVE ' PRQ-EFFECTIVE-DATE.         CPYPROM 
018130     PERFORM 0100-PROMOTE-THE-MEMBER THRU 0100-EXIT.              CPYPROM 
018140     MOVE WS-PRQ-DATA(WS-QIX) TO PRQ-RECORD.                      CPYPROM 
018150     MOVE WS-RUN-TIMESTAMP TO PRQ-ACTION-TS.                      CPYPROM 
018160     MOVE SPACES TO PRQ-NOTE.                                     CPYPROM 
018170     IF WS-PROM-RC = 0                                            CPYPROM 
018180         SET PRQ-APPLIED TO TRUE                                  CPYPROM 
018190         MOVE 'APPLIED' TO PRQ-NOTE                               CPYPROM 
018200         ADD 1 TO WS-Q-APPLIED                                    CPYPROM 
018210     ELSE                                                         CPYPROM 
018211         IF WS-CHECKED-OUT                                        CPYPROM 
018212             SET PRQ-HELD TO TRUE                                 CPYPROM 
018213             STRING 'HELD - CHECKED OUT TO ' DELIMITED BY SIZE    CPYPROM 
018214                 WS-RSV-HOLDER DELIMITED BY SIZE                  CPYPROM 
018215                 INTO PRQ-NOTE                                    CPYPROM 
018216             END-STRING                                           CPYPROM 
018217             ADD 1 TO WS-Q-HELD                                   CPYPROM 
018218         ELSE                                                     CPYPROM 
018220             SET PRQ-REFUSED TO TRUE                              CPYPROM 
018230             MOVE WS-PROM-RC TO WS-EDIT-RC                        CPYPROM 
018240             STRING 'REFUSED AT APPLY - RC' DELIMITED BY SIZE     CPYPROM 
018250                 WS-EDIT-RC DELIMITED BY SIZE                     CPYPROM 
018260                 INTO PRQ-NOTE                                    CPYPROM 
018270             END-STRING                                           CPYPROM 
018280             ADD 1 TO WS-Q-REFUSED                                CPYPROM 
018285         END-IF                                                   CPYPROM 
018290     END-IF.                                                      CPYPROM 
018300     MOVE PRQ-RECORD TO WS-PRQ-DATA(WS-QIX).                      CPYPROM 
018310     MOVE 0 TO WS-PROM-RC.                                        CPYPROM 
018320     PERFORM 9600-REWRITE-THE-QUEUE THRU 9600-EXIT.               CPYPROM 
018330 9440-EXIT.                                                       CPYPROM 
018340     EXIT.                                                        CPYPROM 
018350*                                                                 CPYPROM 
018360*-------------------------------------------------------------    CPYPROM 
018370*9500-RANK-BY-NESTING - THE NESTING LEVEL OF EVERY DUE            CPYPROM 
018380*REQUEST'S COPYBOOK FROM THE registry/CPYDEP.DAT EDGES.  EACH     CPYPROM 
018390*PASS RAISES EVERY PARENT ABOVE ITS CHILD UNTIL NOTHING MOVES;    CPYPROM 
018400*A NESTING CYCLE NEVER SETTLES, SO THE PASSES STOP AT 50.         CPYPROM 
018410*-------------------------------------------------------------    CPYPROM 
018420 9500-RANK-BY-NESTING.                                            CPYPROM 
018430     MOVE 0 TO WS-LVL-COUNT WS-MAX-LEVEL.                         CPYPROM 
018440     PERFORM 8200-LOAD-DEP-EDGES THRU 8200-EXIT.                  CPYPROM 
018450     MOVE 'Y' TO WS-LVL-ADD-SW.                                   CPYPROM 
018460     PERFORM 9510-INDEX-ONE-EDGE THRU 9510-EXIT                   CPYPROM 
018470         VARYING WS-DIX FROM 1 BY 1                               CPYPROM 
018480         UNTIL WS-DIX > WS-DEP-COUNT.                             CPYPROM 
018490     MOVE 'Y' TO WS-LVL-CHANGED-SW.                               CPYPROM 
018500     PERFORM 9530-RELAX-ONE-PASS THRU 9530-EXIT                   CPYPROM 
018510         VARYING WS-LVL-PASS FROM 1 BY 1                          CPYPROM 
018520         UNTIL WS-LVL-CHANGED-SW = 'N' OR WS-LVL-PASS > 50.       CPYPROM 
018530     MOVE 'N' TO WS-LVL-ADD-SW.                                   CPYPROM 
018540     PERFORM 9540-LEVEL-ONE-REQUEST THRU 9540-EXIT                CPYPROM 
018550         VARYING WS-QIX FROM 1 BY 1                               CPYPROM 
018560         UNTIL WS-QIX > WS-PRQ-COUNT.                             CPYPROM 
018570 9500-EXIT.                                                       CPYPROM 
018580     EXIT.                                                        CPYPROM 
018590*                                                                 CPYPROM 
018600 9510-INDEX-ONE-EDGE.                                             CPYPROM 
018610     MOVE WS-DEP-PARENT(WS-DIX) TO WS-LVL-SEEK.                   CPYPROM 
018620     PERFORM 9520-FIND-NODE THRU 9520-EXIT.                       CPYPROM 
018630     MOVE WS-NIX TO WS-EDG-PIX(WS-DIX).                           CPYPROM 
018640     MOVE WS-DEP-CHILD(WS-DIX) TO WS-LVL-SEEK.                    CPYPROM 
018650     PERFORM 9520-FIND-NODE THRU 9520-EXIT.                       CPYPROM 
018660     MOVE WS-NIX TO WS-EDG-CIX(WS-DIX).                           CPYPROM 
018670 9510-EXIT.                                                       CPYPROM 
018680     EXIT.                                                        CPYPROM 
018690*                                                                 CPYPROM 
018700*    WS-NIX COMES BACK 0 WHEN THE NAME IS NOT A NODE (AND,        CPYPROM 
018710*    WITH WS-LVL-ADD-SW ON, COULD NOT BE ADDED).                  CPYPROM 
018720 9520-FIND-NODE.                                                  CPYPROM 
018730     MOVE 0 TO WS-NIX.                                            CPYPROM 
018740     PERFORM 9525-TEST-ONE-NODE THRU 9525-EXIT                    CPYPROM 
018750         VARYING WS-LIX FROM 1 BY 1                               CPYPROM 
018760         UNTIL WS-LIX > WS-LVL-COUNT OR WS-NIX > 0.               CPYPROM 
018770     IF WS-NIX = 0                                                CPYPROM 
018780         AND WS-LVL-ADD-SW = 'Y'                                  CPYPROM 
018790         AND WS-LVL-COUNT < 2000                                  CPYPROM 
018800         ADD 1 TO WS-LVL-COUNT                                    CPYPROM 
018810         MOVE WS-LVL-COUNT TO WS-NIX                              CPYPROM 
018820         MOVE WS-LVL-SEEK TO WS-LVL-NAME(WS-NIX)                  CPYPROM 
018830         MOVE 0 TO WS-LVL-VALUE(WS-NIX)                           CPYPROM 
018840     END-IF.                                                      CPYPROM 
018850 9520-EXIT.                                                       CPYPROM 
018860     EXIT.                                                        CPYPROM 
018870*                                                                 CPYPROM 
018880 9525-TEST-ONE-NODE.                                              CPYPROM 
018890     IF WS-LVL-NAME(WS-LIX) = WS-LVL-SEEK                         CPYPROM 
018900         MOVE WS-LIX TO WS-NIX                                    CPYPROM 
018910     END-IF.                                                      CPYPROM 
018920 9525-EXIT.                                                       CPYPROM 
018930     EXIT.                                                        CPYPROM 
018940*                                                                 CPYPROM 
018950 9530-RELAX-ONE-PASS.                                             CPYPROM 
018960     MOVE 'N' TO WS-LVL-CHANGED-SW.                               CPYPROM 
018970     PERFORM 9535-RELAX-ONE-EDGE THRU 9535-EXIT                   CPYPROM 
018980         VARYING WS-DIX FROM 1 BY 1                               CPYPROM 
018990         UNTIL WS-DIX > WS-DEP-COUNT.                             CPYPROM 
019000 9530-EXIT.                                                       CPYPROM 
019010     EXIT.                                                        CPYPROM 
019020*                                                                 CPYPROM 
019030 9535-RELAX-ONE-EDGE.                                             CPYPROM 
019040     IF WS-EDG-PIX(WS-DIX) = 0                                    CPYPROM 
019050         OR WS-EDG-CIX(WS-DIX) = 0                                CPYPROM 
019060         GO TO 9535-EXIT.                                         CPYPROM 
019070     MOVE WS-EDG-PIX(WS-DIX) TO WS-NIX.                           CPYPROM 
019080     MOVE WS-EDG-CIX(WS-DIX) TO WS-LIX.                           CPYPROM 
019090     IF WS-LVL-VALUE(WS-NIX) <= WS-LVL-VALUE(WS-LIX)              CPYPROM 
019100         COMPUTE WS-LVL-VALUE(WS-NIX) = WS-LVL-VALUE(WS-LIX) + 1  CPYPROM 
019110         MOVE 'Y' TO WS-LVL-CHANGED-SW                            CPYPROM 
019120     END-IF.                                                      CPYPROM 
019130 9535-EXIT.                                                       CPYPROM 
019140     EXIT.                                                        CPYPROM 
019150*                                                                 CPYPROM 
019160 9540-LEVEL-ONE-REQUEST.                                          CPYPROM 
019170     IF WS-PRQ-DUE(WS-QIX) NOT = 'Y'                              CPYPROM 
019180         GO TO 9540-EXIT.                                         CPYPROM 
019190     MOVE WS-PRQ-DATA(WS-QIX) TO PRQ-RECORD.                      CPYPROM 
019200     MOVE PRQ-COPYBOOK-NAME TO WS-LVL-SEEK.                       CPYPROM 
019210     PERFORM 9520-FIND-NODE THRU 9520-EXIT.                       CPYPROM 
019220     MOVE 0 TO WS-PRQ-LEVEL(WS-QIX).                              CPYPROM 
019230     IF WS-NIX > 0                                                CPYPROM 
019240         MOVE WS-LVL-VALUE(WS-NIX) TO WS-PRQ-LEVEL(WS-QIX)        CPYPROM 
019250     END-IF.                                                      CPYPROM 
019260     IF WS-PRQ-LEVEL(WS-QIX) > WS-MAX-LEVEL                       CPYPROM 
019270         MOVE WS-PRQ-LEVEL(WS-QIX) TO WS-MAX-LEVEL                CPYPROM 
019280     END-IF.                                                      CPYPROM 
019290 9540-EXIT.                                                       CPYPROM 
019300     EXIT.                                                        CPYPROM 
019310*                                                                 CPYPROM 
019320*-------------------------------------------------------------    CPYPROM 
019330*9600-REWRITE-THE-QUEUE - WRITE THE HELD QUEUE TO                 CPYPROM 
019340*registry/CPYPRQ.NEW, THEN SWAP IT INTO PLACE.                    CPYPROM 
019350*-------------------------------------------------------------    CPYPROM 
019360 9600-REWRITE-THE-QUEUE.                                          CPYPROM 
019370     OPEN OUTPUT PRQOUT-FILE.                                     CPYPROM 
019380     IF WS-PRQOUT-FILE-STATUS NOT = '00'                          CPYPROM 
019390         DISPLAY 'CPYPROM QUEUE - CANNOT WRITE '                  CPYPROM 
019400             WS-PRQOUT-FILENAME ' STATUS '                        CPYPROM 
019410             WS-PRQOUT-FILE-STATUS                                CPYPROM 
019420         MOVE 12 TO WS-PROM-RC                                    CPYPROM 
019430         GO TO 9600-EXIT.                                         CPYPROM 
019440     PERFORM 9610-WRITE-ONE-REQUEST THRU 9610-EXIT                CPYPROM 
019450         VARYING WS-WIX FROM 1 BY 1                               CPYPROM 
019460         UNTIL WS-WIX > WS-PRQ-COUNT.                             CPYPROM 
019470     CLOSE PRQOUT-FILE.                                           CPYPROM 
019480     CALL 'CBL_DELETE_FILE' USING WS-PRQ-FILENAME.                CPYPROM 
019490     CALL 'CBL_RENAME_FILE' USING WS-PRQOUT-FILENAME              CPYPROM 
019500         WS-PRQ-FILENAME.                                         CPYPROM 
019510     MOVE 0 TO RETURN-CODE.                                       CPYPROM 
019520     MOVE 'N' TO WS-PRQ-CHANGED-SW.                               CPYPROM 
019530 9600-EXIT.                                                       CPYPROM 
019540     EXIT.                                                        CPYPROM 
019550*                                                                 CPYPROM 
019560 9610-WRITE-ONE-REQUEST.                                          CPYPROM 
019570     MOVE WS-PRQ-DATA(WS-WIX) TO WS-PRQOUT-FILE-REC.              CPYPROM 
019580     WRITE WS-PRQOUT-FILE-REC.                                    CPYPROM 
019590 9610-EXIT.                                                       CPYPROM 
019600     EXIT.                                                        CPYPROM 
019610*-------------------------------------------------------------    CPYPROM 
019620*9990-POST-COMPLETION - APPEND THIS RUN'S RECORD TO THE           CPYPROM 
019630*JOB-STREAM LEDGER.  THE CALL WOULD CLEAR RETURN-CODE, SO THE     CPYPROM 
019640*CODE THE RUN ENDS WITH IS CARRIED ACROSS IT IN JLG-RC.           CPYPROM 
019650*-------------------------------------------------------------    CPYPROM 
019660 9990-POST-COMPLETION.                                            CPYPROM 
019670     MOVE RETURN-CODE TO JLG-RC.                                  CPYPROM 
019680     MOVE 'E' TO JLG-ACTION.                                      CPYPROM 
019690     CALL 'CPYJLOG' USING CPYJLOG-PARMS.                          CPYPROM 
019700     MOVE JLG-RC TO RETURN-CODE.                                  CPYPROM 
019710 9990-EXIT.                                                       CPYPROM 
019720     EXIT.                                                        CPYPROM 
