000010 IDENTIFICATION DIVISION.                                         CPYIMPT 
000020 PROGRAM-ID. CPYIMPT.                                             CPYIMPT 
000030 AUTHOR. R SANDOVAL.                                              CPYIMPT 
000040 INSTALLATION. DATA CENTER SERVICES - COPYBOOK TOOLING.           CPYIMPT 
000050 DATE-WRITTEN. 2026-10-15.                                        CPYIMPT 
000060 DATE-COMPILED.                                                   CPYIMPT 
000070*-------------------------------------------------------------    CPYIMPT 
000080*MODIFICATION HISTORY                                             CPYIMPT 
000090*-------------------------------------------------------------    CPYIMPT 
000100*2026-10-15 RS  IMPORT OF AN ACQUIRED SHOP'S COPYBOOK LIBRARY.    CPYIMPT 
000110*               THE LIBRARY ARRIVES UNLOADED IN IEBUPDTE FORM     CPYIMPT 
000120*               (./ ADD NAME= OR ./ REPL NAME= BEFORE EACH        CPYIMPT 
000130*               MEMBER, ./ ENDUP OR AN @@ OR /* CARD AT THE       CPYIMPT 
000140*               END; OTHER ./ CARDS AND ANY JCL AHEAD OF THE      CPYIMPT 
000150*               FIRST MEMBER ARE PASSED OVER).  PLAN STAGES       CPYIMPT 
000160*               EACH MEMBER AS <STAGE>/<NAME>.CPY, FINGERPRINTS   CPYIMPT 
000170*               IT (COLS 1-72, THE ENGINE'S HASH) AND COMPARES    CPYIMPT 
000180*               IT BY NAME AND BY FINGERPRINT WITH EVERY ROLL     CPYIMPT 
000190*               COPYBOOK IN EVERY config/CPYLIB.CFG LIBRARY:      CPYIMPT 
000200*               IDENTICAL (SKIPPED), CONFLICT - SAME NAME,        CPYIMPT 
000210*               OTHER TEXT (RENAMED UNDER THE RENAME PREFIX),     CPYIMPT 
000220*               DUPLICATE - OUR TEXT UNDER ANOTHER NAME           CPYIMPT 
000230*               (LOADED AS AN ALIAS, DEPRECATED IN FAVOR OF       CPYIMPT 
000240*               OUR MASTER), NEW (LOADED AS IS) OR INVALID        CPYIMPT 
000250*               (NOT A PDS MEMBER NAME, EMPTY, OR TWICE IN THE    CPYIMPT 
000260*               UNLOAD).  THE RENAME AND MERGE PLAN GOES TO       CPYIMPT 
000270*               registry/CPYIMPT.PLN WITH EVERY DECISION          CPYIMPT 
000280*               PENDING; THE LIBRARIAN MARKS ROWS APPROVE (AND    CPYIMPT 
000290*               MAY CHANGE A TARGET NAME).  LOAD, WITH AN         CPYIMPT 
000300*               APPROVER FROM THE RECEIVING TEAM'S CONTACTS,      CPYIMPT 
000310*               RE-CHECKS EVERY APPROVED ROW, WRITES THE          CPYIMPT 
000320*               MEMBERS TO TEST-COPYLIB AND ADDS THEIR            CPYIMPT 
000330*               COPYBOOKS.LST, CPYOWN.DAT AND CPYVERS.DAT         CPYIMPT 
000340*               ENTRIES, AND A CPYLCY.DAT DEPRECATION FOR EACH    CPYIMPT 
000350*               ALIAS, ALL STAGED AS <FILE>.NEW AND SWAPPED       CPYIMPT 
000360*               TOGETHER AS CPYMAKE DOES.  EACH ENTRY GOES ON     CPYIMPT 
000370*               registry/CPYMNTH.DAT.  THE REQUESTER NEEDS THE    CPYIMPT 
000380*               IMPORT GRANT.  SYSIN KEYWORD CARDS (COLS 1-8,     CPYIMPT 
000390*               VALUE FROM COL 10): FUNCTION, UNLOAD, STAGE,      CPYIMPT 
000400*               RENAME, TEAM, CONTACTS, VERSION, SUNSET, USER,    CPYIMPT 
000410*               APPROVER.  REPORT: registry/CPYIMPT.RPT.  RC 0    CPYIMPT 
000420*               CLEAN, 4 ROWS FOR THE LIBRARIAN TO RESOLVE (OR    CPYIMPT 
000430*               NOTHING APPROVED), 8 REFUSED, 12 A MEMBER OR      CPYIMPT 
000440*               CONTROL FILE COULD NOT BE STAGED OR WRITTEN.      CPYIMPT 
000450*-------------------------------------------------------------    CPYIMPT 
000460 ENVIRONMENT DIVISION.                                            CPYIMPT 
000470 CONFIGURATION SECTION.                                           CPYIMPT 
000480 SOURCE-COMPUTER. GENERIC-COMPUTER.                               CPYIMPT 
000490 OBJECT-COMPUTER. GENERIC-COMPUTER.                               CPYIMPT 
000500 INPUT-OUTPUT SECTION.                                            CPYIMPT 
000510 FILE-CONTROL.                                                    CPYIMPT 
000520     SELECT PARM-FILE ASSIGN TO DYNAMIC WS-PARM-FILENAME          CPYIMPT 
000530         ORGANIZATION LINE SEQUENTIAL                             CPYIMPT 
000540         FILE STATUS IS WS-PARM-FILE-STATUS.                      CPYIMPT 
000550     SELECT CFG-FILE ASSIGN TO DYNAMIC WS-CFG-FILENAME            CPYIMPT 
000560         ORGANIZATION LINE SEQUENTIAL                             CPYIMPT 
000570         FILE STATUS IS WS-CFG-FILE-STATUS.                       CPYIMPT 
000580     SELECT UNL-FILE ASSIGN TO DYNAMIC WS-UNL-FILENAME            CPYIMPT 
000590         ORGANIZATION LINE SEQUENTIAL                             CPYIMPT 
000600         FILE STATUS IS WS-UNL-FILE-STATUS.                       CPYIMPT 
000610     SELECT SRC-FILE ASSIGN TO DYNAMIC WS-SRC-FILENAME            CPYIMPT 
000620         ORGANIZATION LINE SEQUENTIAL                             CPYIMPT 
000630         FILE STATUS IS WS-SRC-FILE-STATUS.                       CPYIMPT 
000640     SELECT STG-FILE ASSIGN TO DYNAMIC WS-STG-FILENAME            CPYIMPT 
000650         ORGANIZATION LINE SEQUENTIAL                             CPYIMPT 
000660         FILE STATUS IS WS-STG-FILE-STATUS.                       CPYIMPT 
000670     SELECT TEAM-FILE ASSIGN TO DYNAMIC WS-TEAM-FILENAME          CPYIMPT 
000680         ORGANIZATION LINE SEQUENTIAL                             CPYIMPT 
000690         FILE STATUS IS WS-TEAM-FILE-STATUS.                      CPYIMPT 
000700     SELECT CTL-FILE ASSIGN TO DYNAMIC WS-CTL-FILENAME            CPYIMPT 
000710         ORGANIZATION LINE SEQUENTIAL                             CPYIMPT 
000720         FILE STATUS IS WS-CTL-FILE-STATUS.                       CPYIMPT 
000730     SELECT NEW-FILE ASSIGN TO DYNAMIC WS-NEW-FILENAME            CPYIMPT 
000740         ORGANIZATION LINE SEQUENTIAL                             CPYIMPT 
000750         FILE STATUS IS WS-NEW-FILE-STATUS.                       CPYIMPT 
000760     SELECT PLN-FILE ASSIGN TO DYNAMIC WS-PLN-FILENAME            CPYIMPT 
000770         ORGANIZATION LINE SEQUENTIAL                             CPYIMPT 
000780         FILE STATUS IS WS-PLN-FILE-STATUS.                       CPYIMPT 
000790     SELECT HST-FILE ASSIGN TO DYNAMIC WS-HST-FILENAME            CPYIMPT 
000800         ORGANIZATION LINE SEQUENTIAL                             CPYIMPT 
000810         FILE STATUS IS WS-HST-FILE-STATUS.                       CPYIMPT 
000820     SELECT RPT-FILE ASSIGN TO DYNAMIC WS-RPT-FILENAME            CPYIMPT 
000830         ORGANIZATION LINE SEQUENTIAL                             CPYIMPT 
000840         FILE STATUS IS WS-RPT-FILE-STATUS.                       CPYIMPT 
000850 DATA DIVISION.                                                   CPYIMPT 
000860 FILE SECTION.                                                    CPYIMPT 
000870 FD  PARM-FILE.                                                   CPYIMPT 
000880 01  WS-PARM-FILE-REC        PIC X(80).                           CPYIMPT 
000890 FD  CFG-FILE.                                                    CPYIMPT 
000900 01  WS-CFG-FILE-REC         PIC X(80).                           CPYIMPT 
000910 FD  UNL-FILE.                                                    CPYIMPT 
000920 01  WS-UNL-FILE-REC         PIC X(80).                           CPYIMPT 
000930 FD  SRC-FILE.                                                    CPYIMPT 
000940 01  WS-SRC-FILE-REC         PIC X(80).                           CPYIMPT 
000950 FD  STG-FILE.                                                    CPYIMPT 
000960 01  WS-STG-FILE-REC         PIC X(80).                           CPYIMPT 
000970 FD  TEAM-FILE.                                                   CPYIMPT 
000980 01  WS-TEAM-FILE-REC        PIC X(80).                           CPYIMPT 
000990 FD  CTL-FILE.                                                    CPYIMPT 
001000 01  WS-CTL-FILE-REC         PIC X(132).                          CPYIMPT 
001010 FD  NEW-FILE.                                                    CPYIMPT 
001020 01  WS-NEW-FILE-REC         PIC X(132).                          CPYIMPT 
001030 FD  PLN-FILE.                                                    CPYIMPT 
001040 01  WS-PLN-FILE-REC         PIC X(132).                          CPYIMPT 
001050 FD  HST-FILE.                                                    CPYIMPT 
001060 01  WS-HST-FILE-REC         PIC X(140).                          CPYIMPT 
001070 FD  RPT-FILE.                                                    CPYIMPT 
001080 01  WS-RPT-FILE-REC         PIC X(132).                          CPYIMPT 
001090 WORKING-STORAGE SECTION.                                         CPYIMPT 
001100*-------------------------------------------------------------    CPYIMPT 
001110*FILE STATUS AND DYNAMIC FILE NAMES                               CPYIMPT 
001120*-------------------------------------------------------------    CPYIMPT 
001130 77  WS-PARM-FILENAME        PIC X(80)                            CPYIMPT 
001140         VALUE 'jcl/CPYIMPT.SYSIN'.                               CPYIMPT 
001150 77  WS-PARM-FILE-STATUS     PIC X(02) VALUE '00'.                CPYIMPT 
001160 77  WS-CFG-FILENAME         PIC X(80)                            CPYIMPT 
001170         VALUE 'config/CPYLIB.CFG'.                               CPYIMPT 
001180 77  WS-CFG-FILE-STATUS      PIC X(02) VALUE '00'.                CPYIMPT 
001190 77  WS-UNL-FILENAME         PIC X(80)                            CPYIMPT 
001200         VALUE 'copybook-source/IMPORT.UNL'.                      CPYIMPT 
001210 77  WS-UNL-FILE-STATUS      PIC X(02) VALUE '00'.                CPYIMPT 
001220 77  WS-SRC-FILENAME         PIC X(80) VALUE SPACES.              CPYIMPT 
001230 77  WS-SRC-FILE-STATUS      PIC X(02) VALUE '00'.                CPYIMPT 
001240 77  WS-STG-FILENAME         PIC X(80) VALUE SPACES.              CPYIMPT 
001250 77  WS-STG-FILE-STATUS      PIC X(02) VALUE '00'.                CPYIMPT 
001260 77  WS-TEAM-FILENAME        PIC X(80)                            CPYIMPT 
001270         VALUE 'config/CPYTEAM.DAT'.                              CPYIMPT 
001280 77  WS-TEAM-FILE-STATUS     PIC X(02) VALUE '00'.                CPYIMPT 
001290 77  WS-CTL-FILENAME         PIC X(80) VALUE SPACES.              CPYIMPT 
001300 77  WS-CTL-FILE-STATUS      PIC X(02) VALUE '00'.                CPYIMPT 
001310 77  WS-NEW-FILENAME         PIC X(80) VALUE SPACES.              CPYIMPT 
001320 77  WS-NEW-FILE-STATUS      PIC X(02) VALUE '00'.                CPYIMPT 
001330 77  WS-PLN-FILENAME         PIC X(80)                            CPYIMPT 
001340         VALUE 'registry/CPYIMPT.PLN'.                            CPYIMPT 
001350 77  WS-PLN-FILE-STATUS      PIC X(02) VALUE '00'.                CPYIMPT 
001360 77  WS-HST-FILENAME         PIC X(80)                            CPYIMPT 
001370         VALUE 'registry/CPYMNTH.DAT'.                            CPYIMPT 
001380 77  WS-HST-FILE-STATUS      PIC X(02) VALUE '00'.                CPYIMPT 
001390 77  WS-RPT-FILENAME         PIC X(80)                            CPYIMPT 
001400         VALUE 'registry/CPYIMPT.RPT'.                            CPYIMPT 
001410 77  WS-RPT-FILE-STATUS      PIC X(02) VALUE '00'.                CPYIMPT 
001420 77  WS-ROLL-FILENAME        PIC X(80)                            CPYIMPT 
001430         VALUE 'config/COPYBOOKS.LST'.                            CPYIMPT 
001440 77  WS-TSTLIB-DIR           PIC X(40)                            CPYIMPT 
001450         VALUE 'copybook-source/TEST-COPYLIB/'.                   CPYIMPT 
001460 77  WS-EOF-SW               PIC X(01) VALUE 'N'.                 CPYIMPT 
001470     88  WS-EOF              VALUE 'Y'.                           CPYIMPT 
001480 77  WS-SUB-EOF-SW           PIC X(01) VALUE 'N'.                 CPYIMPT 
001490     88  WS-SUB-EOF          VALUE 'Y'.                           CPYIMPT 
001500 77  WS-FOUND-SW             PIC X(01) VALUE 'N'.                 CPYIMPT 
001510     88  WS-FOUND            VALUE 'Y'.                           CPYIMPT 
001520 77  WS-REFUSED-SW           PIC X(01) VALUE 'N'.                 CPYIMPT 
001530     88  WS-REFUSED          VALUE 'Y'.                           CPYIMPT 
001540 77  WS-TAKEN-SW             PIC X(01) VALUE 'N'.                 CPYIMPT 
001550     88  WS-TAKEN            VALUE 'Y'.                           CPYIMPT 
001560 77  WS-IN-MEMBER-SW         PIC X(01) VALUE 'N'.                 CPYIMPT 
001570     88  WS-IN-MEMBER        VALUE 'Y'.                           CPYIMPT 
001580 77  WS-STAGING-SW           PIC X(01) VALUE 'N'.                 CPYIMPT 
001590     88  WS-STAGING          VALUE 'Y'.                           CPYIMPT 
001600 77  WS-NAME-SEEN-SW         PIC X(01) VALUE 'N'.                 CPYIMPT 
001610 77  WS-SAME-SEEN-SW         PIC X(01) VALUE 'N'.                 CPYIMPT 
001620*-------------------------------------------------------------    CPYIMPT 
001630*THE SYSIN CARDS                                                  CPYIMPT 
001640*-------------------------------------------------------------    CPYIMPT 
001650 77  WS-FUNCTION             PIC X(08) VALUE 'PLAN'.              CPYIMPT 
001660 77  WS-STAGE-DIR            PIC X(60)                            CPYIMPT 
001670         VALUE 'copybook-source/IMPORT/'.                         CPYIMPT 
001680 77  WS-RENAME-PFX           PIC X(08) VALUE 'AQ'.                CPYIMPT 
001690 77  WS-TEAM                 PIC X(10) VALUE SPACES.              CPYIMPT 
001700 77  WS-CONTACTS             PIC X(37) VALUE SPACES.              CPYIMPT 
001710 77  WS-VERSION              PIC X(10) VALUE 'REL-1.0'.           CPYIMPT 
001720 01  WS-SUNSET-AREA.                                              CPYIMPT 
001730     05  WS-SUNSET           PIC X(08) VALUE SPACES.              CPYIMPT 
001740     05  WS-SUNSET-N REDEFINES WS-SUNSET                          CPYIMPT 
001750                             PIC 9(08).                           CPYIMPT 
001760 77  WS-USERID               PIC X(08) VALUE SPACES.              CPYIMPT 
001770 77  WS-APPROVER             PIC X(08) VALUE SPACES.              CPYIMPT 
001780 77  WS-FINAL-RC             PIC 9(02) VALUE 0.                   CPYIMPT 
001790 77  WS-ERR-TEXT             PIC X(80) VALUE SPACES.              CPYIMPT 
001800*-------------------------------------------------------------    CPYIMPT 
001810*OUR LIBRARIES: THE ROLL, AND EVERY ROLL COPYBOOK FOUND IN        CPYIMPT 
001820*EACH config/CPYLIB.CFG LIBRARY WITH ITS FINGERPRINT              CPYIMPT 
001830*-------------------------------------------------------------    CPYIMPT 
001840 COPY CPYCFG.                                                     CPYIMPT 
001850 01  WS-ROLL-TABLE.                                               CPYIMPT 
001860     05  WS-RL-COUNT         PIC 9(04) COMP VALUE 0.              CPYIMPT 
001870     05  WS-RL-NAME          PIC X(30) OCCURS 2000 TIMES.         CPYIMPT 
001880 01  WS-BOOK-TABLE.                                               CPYIMPT 
001890     05  WS-LB-COUNT         PIC 9(04) COMP VALUE 0.              CPYIMPT 
001900     05  WS-LB-ENT OCCURS 4000 TIMES.                             CPYIMPT 
001910         10  WS-LB-LIB       PIC X(08).                           CPYIMPT 
001920         10  WS-LB-NAME      PIC X(30).                           CPYIMPT 
001930         10  WS-LB-HASH      PIC 9(09).                           CPYIMPT 
001940 77  WS-RX                   PIC 9(04) COMP VALUE 0.              CPYIMPT 
001950 77  WS-LX                   PIC 9(04) COMP VALUE 0.              CPYIMPT 
001960 77  WS-LB-OVERFLOW          PIC 9(04) COMP VALUE 0.              CPYIMPT 
001970*-------------------------------------------------------------    CPYIMPT 
001980*THE INCOMING MEMBERS AND WHAT IS TO BECOME OF EACH               CPYIMPT 
001990*-------------------------------------------------------------    CPYIMPT 
002000 01  WS-IMPORT-TABLE.                                             CPYIMPT 
002010     05  WS-IM-COUNT         PIC 9(04) COMP VALUE 0.              CPYIMPT 
002020     05  WS-IM-ENT OCCURS 500 TIMES.                              CPYIMPT 
002030         10  WS-IM-NAME      PIC X(30).                           CPYIMPT 
002040         10  WS-IM-CLASS     PIC X(09).                           CPYIMPT 
002050         10  WS-IM-ACTION    PIC X(06).                           CPYIMPT 
002060         10  WS-IM-TARGET    PIC X(08).                           CPYIMPT 
002070         10  WS-IM-DECISION  PIC X(07).                           CPYIMPT 
002080         10  WS-IM-HASH      PIC 9(09).                           CPYIMPT 
002090         10  WS-IM-CARDS     PIC 9(06).                           CPYIMPT 
002100         10  WS-IM-MLIB      PIC X(08).                           CPYIMPT 
002110         10  WS-IM-MASTER    PIC X(30).                           CPYIMPT 
002120         10  WS-IM-REASON    PIC X(60).                           CPYIMPT 
002130         10  WS-IM-STATE     PIC X(01).                           CPYIMPT 
002140             88  WS-IM-ACCEPTED  VALUE 'A' 'L'.                   CPYIMPT 
002150             88  WS-IM-LOADED    VALUE 'L'.                       CPYIMPT 
002160 77  WS-IX                   PIC 9(04) COMP VALUE 0.              CPYIMPT 
002170 77  WS-JX                   PIC 9(04) COMP VALUE 0.              CPYIMPT 
002180 77  WS-CX                   PIC 9(04) COMP VALUE 0.              CPYIMPT 
002190 77  WS-SELF-IX              PIC 9(04) COMP VALUE 0.              CPYIMPT 
002200 77  WS-CHECK-MODE           PIC X(01) VALUE 'P'.                 CPYIMPT 
002210 77  WS-IM-OVERFLOW          PIC 9(04) COMP VALUE 0.              CPYIMPT 
002220 77  WS-STAGE-FAILS          PIC 9(04) COMP VALUE 0.              CPYIMPT 
002230*-------------------------------------------------------------    CPYIMPT 
002240*UNLOAD CONTROL CARDS AND CANDIDATE NAMES                         CPYIMPT 
002250*-------------------------------------------------------------    CPYIMPT 
002260 77  WS-CARD                 PIC X(80) VALUE SPACES.              CPYIMPT 
002270 77  WS-UNL-MARK             PIC X(08) VALUE SPACES.              CPYIMPT 
002280 77  WS-UNL-OP               PIC X(08) VALUE SPACES.              CPYIMPT 
002290 77  WS-UNL-OPND             PIC X(72) VALUE SPACES.              CPYIMPT 
002300 77  WS-UNL-JUNK             PIC X(72) VALUE SPACES.              CPYIMPT 
002310 77  WS-UNL-AFTER            PIC X(72) VALUE SPACES.              CPYIMPT 
002320 77  WS-NEW-NAME             PIC X(30) VALUE SPACES.              CPYIMPT 
002330 77  WS-CAND-NAME            PIC X(30) VALUE SPACES.              CPYIMPT 
002340 77  WS-CAND-POS             PIC 9(02) COMP VALUE 0.              CPYIMPT 
002350 77  WS-DIGIT                PIC 9(02) COMP VALUE 0.              CPYIMPT 
002360 77  WS-DIGIT-X              PIC 9(01) VALUE 0.                   CPYIMPT 
002370 77  WS-TALLY                PIC 9(04) COMP VALUE 0.              CPYIMPT 
002380 77  WS-PATH-WORK            PIC X(80) VALUE SPACES.              CPYIMPT 
002390 77  WS-PATH-PTR             PIC 9(03) COMP VALUE 0.              CPYIMPT 
002400*-------------------------------------------------------------    CPYIMPT 
002410*FINGERPRINTS - THE ENGINE'S ROLLING HASH OVER COLS 1-72          CPYIMPT 
002420*-------------------------------------------------------------    CPYIMPT 
002430 77  WS-HASH-VALUE           PIC 9(09) COMP VALUE 0.              CPYIMPT 
002440 77  WS-HASH-COL             PIC 9(02) COMP VALUE 0.              CPYIMPT 
002450 77  WS-HASH-EDIT            PIC 9(09) VALUE 0.                   CPYIMPT 
002460 77  WS-CARD-COUNT           PIC 9(06) COMP VALUE 0.              CPYIMPT 
002470*-------------------------------------------------------------    CPYIMPT 
002480*REGISTRATION: THE FOUR CONTROL FILES, THE HISTORY TAG AND        CPYIMPT 
002490*THE COLUMN THE HISTORY VALUE IS TAKEN FROM                       CPYIMPT 
002500*-------------------------------------------------------------    CPYIMPT 
002510 01  WS-REG-TABLE.                                                CPYIMPT 
002520     05  WS-REG-ENT OCCURS 4 TIMES.                               CPYIMPT 
002530         10  WS-REG-FILENAME PIC X(40).                           CPYIMPT 
002540         10  WS-REG-VAL-COL  PIC 9(02) COMP.                      CPYIMPT 
002550         10  WS-REG-TAG      PIC X(06).                           CPYIMPT 
002560         10  WS-REG-STAGED   PIC X(01).                           CPYIMPT 
002570 77  WS-RIX                  PIC 9(02) COMP VALUE 0.              CPYIMPT 
002580 77  WS-ENTRY                PIC X(132) VALUE SPACES.             CPYIMPT 
002590 77  WS-MEMBER-PATH          PIC X(80) VALUE SPACES.              CPYIMPT 
002600 77  WS-RUN-TIMESTAMP        PIC X(15) VALUE SPACES.              CPYIMPT 
002610 77  WS-DATE-PART            PIC X(08) VALUE SPACES.              CPYIMPT 
002620 77  WS-TIME-PART            PIC X(08) VALUE SPACES.              CPYIMPT 
002630*-------------------------------------------------------------    CPYIMPT 
002640*OWNERSHIP CHECKS                                                 CPYIMPT 
002650*-------------------------------------------------------------    CPYIMPT 
002660 77  WS-CONTACT-PTR          PIC 9(03) COMP VALUE 0.              CPYIMPT 
002670 77  WS-CONTACT-WORD         PIC X(08) VALUE SPACES.              CPYIMPT 
002680 77  WS-CONTACT-OK-SW        PIC X(01) VALUE 'N'.                 CPYIMPT 
002690 77  WS-TEAM-SEEN-SW         PIC X(01) VALUE 'N'.                 CPYIMPT 
002700*-------------------------------------------------------------    CPYIMPT 
002710*COUNTS                                                           CPYIMPT 
002720*-------------------------------------------------------------    CPYIMPT 
002730 77  WS-CNT-IDENTICAL        PIC 9(04) COMP VALUE 0.              CPYIMPT 
002740 77  WS-CNT-CONFLICT         PIC 9(04) COMP VALUE 0.              CPYIMPT 
002750 77  WS-CNT-DUPLICATE        PIC 9(04) COMP VALUE 0.              CPYIMPT 
002760 77  WS-CNT-NEW              PIC 9(04) COMP VALUE 0.              CPYIMPT 
002770 77  WS-CNT-INVALID          PIC 9(04) COMP VALUE 0.              CPYIMPT 
002780 77  WS-CNT-ACCEPTED         PIC 9(04) COMP VALUE 0.              CPYIMPT 
002790 77  WS-CNT-LOADED           PIC 9(04) COMP VALUE 0.              CPYIMPT 
002800 77  WS-EDIT-COUNT           PIC Z(05)9.                          CPYIMPT 
002810 COPY CPYAUT.                                                     CPYIMPT 
002820 PROCEDURE DIVISION.                                              CPYIMPT 
002830*-------------------------------------------------------------    CPYIMPT 
002840*0000-MAINLINE                                                    CPYIMPT 
002850*-------------------------------------------------------------    CPYIMPT 
002860 0000-MAINLINE.                                                   CPYIMPT 
002870     PERFORM 1000-READ-SYSIN-CARDS THRU 1000-EXIT.                CPYIMPT 
002880     OPEN OUTPUT RPT-FILE.                                        CPYIMPT 
002890     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYIMPT 
002900     STRING 'CPYIMPT ACQUIRED LIBRARY IMPORT - '                  CPYIMPT 
002910         DELIMITED BY SIZE                                        CPYIMPT 
002920         WS-FUNCTION DELIMITED BY SPACE                           CPYIMPT 
002930         ' ' DELIMITED BY SIZE                                    CPYIMPT 
002940         WS-RUN-TIMESTAMP DELIMITED BY SIZE                       CPYIMPT 
002950         INTO WS-RPT-FILE-REC                                     CPYIMPT 
002960     END-STRING.                                                  CPYIMPT 
002970     WRITE WS-RPT-FILE-REC.                                       CPYIMPT 
002980     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYIMPT 
002990     STRING 'UNLOAD ' DELIMITED BY SIZE                           CPYIMPT 
003000         WS-UNL-FILENAME DELIMITED BY SPACE                       CPYIMPT 
003010         '   STAGED IN ' DELIMITED BY SIZE                        CPYIMPT 
003020         WS-STAGE-DIR DELIMITED BY SPACE                          CPYIMPT 
003030         INTO WS-RPT-FILE-REC                                     CPYIMPT 
003040     END-STRING.                                                  CPYIMPT 
003050     WRITE WS-RPT-FILE-REC.                                       CPYIMPT 
003060     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYIMPT 
003070     WRITE WS-RPT-FILE-REC.                                       CPYIMPT 
003080     PERFORM 1200-CHECK-THE-RUN-CARDS THRU 1200-EXIT.             CPYIMPT 
003090     IF WS-FUNCTION = 'LOAD    '                                  CPYIMPT 
003100         PERFORM 1600-CHECK-THE-OWNERS THRU 1600-EXIT             CPYIMPT 
003110         PERFORM 1700-CHECK-AUTHORITY THRU 1700-EXIT              CPYIMPT 
003120     END-IF.                                                      CPYIMPT 
003130     IF WS-REFUSED                                                CPYIMPT 
003140         GO TO 0900-FINISH.                                       CPYIMPT 
003150     PERFORM 2000-LOAD-OUR-LIBRARIES THRU 2000-EXIT.              CPYIMPT 
003160     IF WS-REFUSED                                                CPYIMPT 
003170         GO TO 0900-FINISH.                                       CPYIMPT 
003180     IF WS-FUNCTION = 'PLAN    '                                  CPYIMPT 
003190         PERFORM 3000-PLAN-THE-IMPORT THRU 3000-EXIT              CPYIMPT 
003200     ELSE                                                         CPYIMPT 
003210         PERFORM 6000-LOAD-THE-IMPORT THRU 6000-EXIT              CPYIMPT 
003220     END-IF.                                                      CPYIMPT 
003230 0900-FINISH.                                                     CPYIMPT 
003240     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYIMPT 
003250     WRITE WS-RPT-FILE-REC.                                       CPYIMPT 
003260     IF WS-REFUSED                                                CPYIMPT 
003270         IF WS-FINAL-RC < 8                                       CPYIMPT 
003280             MOVE 8 TO WS-FINAL-RC                                CPYIMPT 
003290         END-IF                                                   CPYIMPT 
003300         IF WS-FUNCTION = 'LOAD    '                              CPYIMPT 
003310             MOVE 'REFUSED - NOTHING LOADED' TO WS-RPT-FILE-REC   CPYIMPT 
003320         ELSE                                                     CPYIMPT 
003330             MOVE 'REFUSED - NO PLAN WRITTEN' TO WS-RPT-FILE-REC  CPYIMPT 
003340         END-IF                                                   CPYIMPT 
003350     ELSE                                                         CPYIMPT 
003360         IF WS-FUNCTION = 'LOAD    '                              CPYIMPT 
003370             AND WS-CNT-ACCEPTED = 0                              CPYIMPT 
003380             MOVE 'NOTHING LOADED - NOTHING IN THE PLAN APPROVED' CPYIMPT 
003390                 TO WS-RPT-FILE-REC                               CPYIMPT 
003400         END-IF                                                   CPYIMPT 
003410         IF WS-FUNCTION = 'LOAD    '                              CPYIMPT 
003420             AND WS-CNT-ACCEPTED > 0                              CPYIMPT 
003430             MOVE WS-CNT-LOADED TO WS-EDIT-COUNT                  CPYIMPT 
003440             STRING WS-EDIT-COUNT DELIMITED BY SIZE               CPYIMPT 
003450                 ' MEMBERS LOADED TO TEST-COPYLIB AND '           CPYIMPT 
003460                 DELIMITED BY SIZE                                CPYIMPT 
003470                 'REGISTERED, APPROVED BY ' DELIMITED BY SIZE     CPYIMPT 
003480                 WS-APPROVER DELIMITED BY SIZE                    CPYIMPT 
003490                 INTO WS-RPT-FILE-REC                             CPYIMPT 
003500             END-STRING                                           CPYIMPT 
003510         END-IF                                                   CPYIMPT 
003520         IF WS-FUNCTION = 'PLAN    '                              CPYIMPT 
003530             MOVE WS-IM-COUNT TO WS-EDIT-COUNT                    CPYIMPT 
003540             STRING WS-EDIT-COUNT DELIMITED BY SIZE               CPYIMPT 
003550                 ' MEMBERS CLASSIFIED - PLAN IN '                 CPYIMPT 
003560                 DELIMITED BY SIZE                                CPYIMPT 
003570                 WS-PLN-FILENAME DELIMITED BY SPACE               CPYIMPT 
003580                 INTO WS-RPT-FILE-REC                             CPYIMPT 
003590             END-STRING                                           CPYIMPT 
003600         END-IF                                                   CPYIMPT 
003610     END-IF.                                                      CPYIMPT 
003620     WRITE WS-RPT-FILE-REC.                                       CPYIMPT 
003630     CLOSE RPT-FILE.                                              CPYIMPT 
003640     DISPLAY 'CPYIMPT ' WS-RPT-FILE-REC(1:70).                    CPYIMPT 
003650     MOVE WS-FINAL-RC TO RETURN-CODE.                             CPYIMPT 
003660     GOBACK.                                                      CPYIMPT 
003670*-------------------------------------------------------------    CPYIMPT 
003680*1000-READ-SYSIN-CARDS - KEYWORD COLS 1-8, VALUE FROM COL 10      CPYIMPT 
003690*-------------------------------------------------------------    CPYIMPT 
003700 1000-READ-SYSIN-CARDS.                                           CPYIMPT 
003710     ACCEPT WS-DATE-PART FROM DATE YYYYMMDD.                      CPYIMPT 
003720     ACCEPT WS-TIME-PART FROM TIME.                               CPYIMPT 
003730     STRING WS-DATE-PART WS-TIME-PART                             CPYIMPT 
003740         DELIMITED BY SIZE INTO WS-RUN-TIMESTAMP.                 CPYIMPT 
003750     OPEN INPUT PARM-FILE.                                        CPYIMPT 
003760     IF WS-PARM-FILE-STATUS NOT = '00'                            CPYIMPT 
003770         GO TO 1000-EXIT.                                         CPYIMPT 
003780     MOVE 'N' TO WS-EOF-SW.                                       CPYIMPT 
003790     PERFORM 1100-READ-ONE-CARD THRU 1100-EXIT UNTIL WS-EOF.      CPYIMPT 
003800     CLOSE PARM-FILE.                                             CPYIMPT 
003810     MOVE 'N' TO WS-EOF-SW.                                       CPYIMPT 
003820 1000-EXIT.                                                       CPYIMPT 
003830     EXIT.                                                        CPYIMPT 
003840*                                                                 CPYIMPT 
003850 1100-READ-ONE-CARD.                                              CPYIMPT 
003860     READ PARM-FILE INTO WS-PARM-FILE-REC                         CPYIMPT 
003870         AT END MOVE 'Y' TO WS-EOF-SW                             CPYIMPT 
003880     END-READ.                                                    CPYIMPT 
003890     IF WS-EOF                                                    CPYIMPT 
003900         GO TO 1100-EXIT.                                         CPYIMPT 
003910     IF WS-PARM-FILE-REC(1:1) = '*'                               CPYIMPT 
003920         OR WS-PARM-FILE-REC = SPACES                             CPYIMPT 
003930         GO TO 1100-EXIT.                                         CPYIMPT 
003940     EVALUATE WS-PARM-FILE-REC(1:8)                               CPYIMPT 
003950         WHEN 'FUNCTION'                                          CPYIMPT 
003960             MOVE WS-PARM-FILE-REC(10:8) TO WS-FUNCTION           CPYIMPT 
003970         WHEN 'UNLOAD  '                                          CPYIMPT 
003980             MOVE WS-PARM-FILE-REC(10:71) TO WS-UNL-FILENAME      CPYIMPT 
003990         WHEN 'STAGE   '                                          CPYIMPT 
004000             MOVE WS-PARM-FILE-REC(10:60) TO WS-STAGE-DIR         CPYIMPT 
004010         WHEN 'RENAME  '                                          CPYIMPT 
004020             MOVE WS-PARM-FILE-REC(10:8) TO WS-RENAME-PFX         CPYIMPT 
004030         WHEN 'TEAM    '                                          CPYIMPT 
004040             MOVE WS-PARM-FILE-REC(10:10) TO WS-TEAM              CPYIMPT 
004050         WHEN 'CONTACTS'                                          CPYIMPT 
004060             MOVE WS-PARM-FILE-REC(10:37) TO WS-CONTACTS          CPYIMPT 
004070         WHEN 'VERSION '                                          CPYIMPT 
004080             MOVE WS-PARM-FILE-REC(10:10) TO WS-VERSION           CPYIMPT 
004090         WHEN 'SUNSET  '                                          CPYIMPT 
004100             MOVE WS-PARM-FILE-REC(10:8) TO WS-SUNSET             CPYIMPT 
004110         WHEN 'USER    '                                          CPYIMPT 
004120             MOVE WS-PARM-FILE-REC(10:8) TO WS-USERID             CPYIMPT 
004130         WHEN 'APPROVER'                                          CPYIMPT 
004140             MOVE WS-PARM-FILE-REC(10:8) TO WS-APPROVER           CPYIMPT 
004150         WHEN OTHER                                               CPYIMPT 
004160             DISPLAY 'CPYIMPT - UNRECOGNIZED CARD IGNORED: '      CPYIMPT 
004170                 WS-PARM-FILE-REC(1:8)                            CPYIMPT 
004180     END-EVALUATE.                                                CPYIMPT 
004190 1100-EXIT.                                                       CPYIMPT 
004200     EXIT.                                                        CPYIMPT 
004210*-------------------------------------------------------------    CPYIMPT 
004220*1200-CHECK-THE-RUN-CARDS - THE RENAME PREFIX MUST LEAVE A        CPYIMPT 
004230*MEMBER NAME; TEAM AND CONTACTS ARE WHAT THE OWNERSHIP            CPYIMPT 
004240*ENTRIES ARE MADE OF, SO A LOAD NEEDS THEM.  THE DEFAULT          CPYIMPT 
004250*SUNSET FOR AN ALIAS IS A YEAR FROM TODAY.                        CPYIMPT 
004260*-------------------------------------------------------------    CPYIMPT 
004270 1200-CHECK-THE-RUN-CARDS.                                        CPYIMPT 
004280     IF WS-FUNCTION NOT = 'PLAN    '                              CPYIMPT 
004290         AND WS-FUNCTION NOT = 'LOAD    '                         CPYIMPT 
004300         MOVE 'FUNCTION MUST BE PLAN OR LOAD' TO WS-ERR-TEXT      CPYIMPT 
004310         PERFORM 8000-REFUSE THRU 8000-EXIT.                      CPYIMPT 
004320     IF WS-RENAME-PFX = SPACES                                    CPYIMPT 
004330         MOVE 'AQ' TO WS-RENAME-PFX                               CPYIMPT 
004340     END-IF.                                                      CPYIMPT 
004350     MOVE 0 TO WS-TALLY.                                          CPYIMPT 
004360     INSPECT WS-RENAME-PFX TALLYING WS-TALLY                      CPYIMPT 
004370         FOR ALL '-' ALL '_' ALL '.' ALL '/'.                     CPYIMPT 
004380     IF WS-RENAME-PFX(5:4) NOT = SPACES                           CPYIMPT 
004390         OR WS-RENAME-PFX(1:1) NUMERIC                            CPYIMPT 
004400         OR WS-TALLY > 0                                          CPYIMPT 
004410         MOVE 'RENAME PREFIX IS ONE TO FOUR LETTERS OR DIGITS'    CPYIMPT 
004420             TO WS-ERR-TEXT                                       CPYIMPT 
004430         PERFORM 8000-REFUSE THRU 8000-EXIT.                      CPYIMPT 
004440     IF WS-FUNCTION = 'LOAD    '                                  CPYIMPT 
004450         IF WS-TEAM = SPACES                                      CPYIMPT 
004460             MOVE 'TEAM CARD IS REQUIRED' TO WS-ERR-TEXT          CPYIMPT 
004470             PERFORM 8000-REFUSE THRU 8000-EXIT                   CPYIMPT 
004480         END-IF                                                   CPYIMPT 
004490         IF WS-CONTACTS = SPACES                                  CPYIMPT 
004500             MOVE 'CONTACTS CARD IS REQUIRED' TO WS-ERR-TEXT      CPYIMPT 
004510             PERFORM 8000-REFUSE THRU 8000-EXIT                   CPYIMPT 
004520         END-IF                                                   CPYIMPT 
004530     END-IF.                                                      CPYIMPT 
004540     IF WS-VERSION = SPACES                                       CPYIMPT 
004550         MOVE 'REL-1.0' TO WS-VERSION                             CPYIMPT 
004560     END-IF.                                                      CPYIMPT 
004570     IF WS-SUNSET = SPACES                                        CPYIMPT 
004580         MOVE WS-DATE-PART TO WS-SUNSET                           CPYIMPT 
004590         ADD 10000 TO WS-SUNSET-N                                 CPYIMPT 
004600         IF WS-SUNSET(5:4) = '0229'                               CPYIMPT 
004610             MOVE '0228' TO WS-SUNSET(5:4)                        CPYIMPT 
004620         END-IF                                                   CPYIMPT 
004630     END-IF.                                                      CPYIMPT 
004640     IF WS-SUNSET-N NOT NUMERIC                                   CPYIMPT 
004650         OR WS-SUNSET NOT > WS-DATE-PART                          CPYIMPT 
004660         MOVE 'SUNSET MUST BE A FUTURE DATE, YYYYMMDD'            CPYIMPT 
004670             TO WS-ERR-TEXT                                       CPYIMPT 
004680         PERFORM 8000-REFUSE THRU 8000-EXIT.                      CPYIMPT 
004690     MOVE SPACES TO WS-PATH-WORK.                                 CPYIMPT 
004700     MOVE 1 TO WS-PATH-PTR.                                       CPYIMPT 
004710     STRING WS-STAGE-DIR DELIMITED BY SPACE                       CPYIMPT 
004720         INTO WS-PATH-WORK WITH POINTER WS-PATH-PTR               CPYIMPT 
004730     END-STRING.                                                  CPYIMPT 
004740     IF WS-PATH-PTR > 1                                           CPYIMPT 
004750         AND WS-PATH-WORK(WS-PATH-PTR - 1:1) NOT = '/'            CPYIMPT 
004760         STRING '/' DELIMITED BY SIZE                             CPYIMPT 
004770             INTO WS-PATH-WORK WITH POINTER WS-PATH-PTR           CPYIMPT 
004780         END-STRING                                               CPYIMPT 
004790         MOVE WS-PATH-WORK TO WS-STAGE-DIR                        CPYIMPT 
004800     END-IF.                                                      CPYIMPT 
004810 1200-EXIT.                                                       CPYIMPT 
004820     EXIT.                                                        CPYIMPT 
004830*-------------------------------------------------------------    CPYIMPT 
004840*1600-CHECK-THE-OWNERS - THE RECEIVING TEAM IS ON THE ROSTER      CPYIMPT 
004850*config/CPYTEAM.DAT AND EVERY CONTACT IS ONE OF ITS MEMBERS.      CPYIMPT 
004860*-------------------------------------------------------------    CPYIMPT 
004870 1600-CHECK-THE-OWNERS.                                           CPYIMPT 
004880     IF WS-TEAM = SPACES OR WS-CONTACTS = SPACES                  CPYIMPT 
004890         GO TO 1600-EXIT.                                         CPYIMPT 
004900     MOVE 'N' TO WS-TEAM-SEEN-SW.                                 CPYIMPT 
004910     MOVE SPACES TO WS-CONTACT-WORD.                              CPYIMPT 
004920     PERFORM 1620-FIND-ON-ROSTER THRU 1620-EXIT.                  CPYIMPT 
004930     IF WS-TEAM-SEEN-SW NOT = 'Y'                                 CPYIMPT 
004940         MOVE SPACES TO WS-ERR-TEXT                               CPYIMPT 
004950         STRING 'TEAM ' DELIMITED BY SIZE                         CPYIMPT 
004960             WS-TEAM DELIMITED BY SPACE                           CPYIMPT 
004970             ' IS NOT ON config/CPYTEAM.DAT' DELIMITED BY SIZE    CPYIMPT 
004980             INTO WS-ERR-TEXT                                     CPYIMPT 
004990         END-STRING                                               CPYIMPT 
005000         PERFORM 8000-REFUSE THRU 8000-EXIT                       CPYIMPT 
005010         GO TO 1600-EXIT.                                         CPYIMPT 
005020     MOVE 1 TO WS-CONTACT-PTR.                                    CPYIMPT 
005030     PERFORM 1610-CHECK-ONE-CONTACT THRU 1610-EXIT                CPYIMPT 
005040         UNTIL WS-CONTACT-PTR > 37.                               CPYIMPT 
005050 1600-EXIT.                                                       CPYIMPT 
005060     EXIT.                                                        CPYIMPT 
005070*                                                                 CPYIMPT 
005080 1610-CHECK-ONE-CONTACT.                                          CPYIMPT 
005090     MOVE SPACES TO WS-CONTACT-WORD.                              CPYIMPT 
005100     UNSTRING WS-CONTACTS DELIMITED BY ALL SPACE                  CPYIMPT 
005110         INTO WS-CONTACT-WORD                                     CPYIMPT 
005120         WITH POINTER WS-CONTACT-PTR                              CPYIMPT 
005130         NOT ON OVERFLOW MOVE 38 TO WS-CONTACT-PTR                CPYIMPT 
005140     END-UNSTRING.                                                CPYIMPT 
005150     IF WS-CONTACT-WORD = SPACES                                  CPYIMPT 
005160         GO TO 1610-EXIT.                                         CPYIMPT 
005170     MOVE 'N' TO WS-CONTACT-OK-SW.                                CPYIMPT 
005180     PERFORM 1620-FIND-ON-ROSTER THRU 1620-EXIT.                  CPYIMPT 
005190     IF WS-CONTACT-OK-SW NOT = 'Y'                                CPYIMPT 
005200         MOVE SPACES TO WS-ERR-TEXT                               CPYIMPT 
005210         STRING 'CONTACT ' DELIMITED BY SIZE                      CPYIMPT 
005220             WS-CONTACT-WORD DELIMITED BY SPACE                   CPYIMPT 
005230             ' IS NOT A MEMBER OF TEAM ' DELIMITED BY SIZE        CPYIMPT 
005240             WS-TEAM DELIMITED BY SPACE                           CPYIMPT 
005250             INTO WS-ERR-TEXT                                     CPYIMPT 
005260         END-STRING                                               CPYIMPT 
005270         PERFORM 8000-REFUSE THRU 8000-EXIT                       CPYIMPT 
005280     END-IF.                                                      CPYIMPT 
005290 1610-EXIT.                                                       CPYIMPT 
005300     EXIT.                                                        CPYIMPT 
005310*                                                                 CPYIMPT 
005320 1620-FIND-ON-ROSTER.                                             CPYIMPT 
005330     OPEN INPUT TEAM-FILE.                                        CPYIMPT 
005340     IF WS-TEAM-FILE-STATUS NOT = '00'                            CPYIMPT 
005350         GO TO 1620-EXIT.                                         CPYIMPT 
005360     MOVE 'N' TO WS-EOF-SW.                                       CPYIMPT 
005370     PERFORM 1630-TEST-ONE-ROSTER-LINE THRU 1630-EXIT             CPYIMPT 
005380         UNTIL WS-EOF.                                            CPYIMPT 
005390     CLOSE TEAM-FILE.                                             CPYIMPT 
005400     MOVE 'N' TO WS-EOF-SW.                                       CPYIMPT 
005410 1620-EXIT.                                                       CPYIMPT 
005420     EXIT.                                                        CPYIMPT 
005430*                                                                 CPYIMPT 
005440 1630-TEST-ONE-ROSTER-LINE.                                       CPYIMPT 
005450     READ TEAM-FILE INTO WS-TEAM-FILE-REC                         CPYIMPT 
005460         AT END MOVE 'Y' TO WS-EOF-SW                             CPYIMPT 
005470     END-READ.                                                    CPYIMPT 
005480     IF WS-EOF                                                    CPYIMPT 
005490         GO TO 1630-EXIT.                                         CPYIMPT 
005500     IF WS-TEAM-FILE-REC(1:1) = '*'                               CPYIMPT 
005510         OR WS-TEAM-FILE-REC(10:10) NOT = WS-TEAM                 CPYIMPT 
005520         GO TO 1630-EXIT.                                         CPYIMPT 
005530     MOVE 'Y' TO WS-TEAM-SEEN-SW.                                 CPYIMPT 
005540     IF WS-CONTACT-WORD NOT = SPACES                              CPYIMPT 
005550         AND WS-TEAM-FILE-REC(1:8) = WS-CONTACT-WORD              CPYIMPT 
005560         MOVE 'Y' TO WS-CONTACT-OK-SW                             CPYIMPT 
005570     END-IF.                                                      CPYIMPT 
005580 1630-EXIT.                                                       CPYIMPT 
005590     EXIT.                                                        CPYIMPT 
005600*-------------------------------------------------------------    CPYIMPT 
005610*1700-CHECK-AUTHORITY - THE REQUESTER HOLDS IMPORT; THE           CPYIMPT 
005620*APPROVER IS A SECOND PERSON AND ONE OF THE RECEIVING TEAM'S      CPYIMPT 
005630*CONTACTS, THE SAME RULE CPYMAKE APPLIES TO A NEW COPYBOOK.       CPYIMPT 
005640*-------------------------------------------------------------    CPYIMPT 
005650 1700-CHECK-AUTHORITY.                                            CPYIMPT 
005660     MOVE WS-USERID TO AUTH-USER-ID.                              CPYIMPT 
005670     MOVE 'IMPORT' TO AUTH-FUNCTION.                              CPYIMPT 
005680     CALL 'CPYAUTH' USING CPYAUTH-PARMS.                          CPYIMPT 
005690     IF AUTH-BOOTSTRAP                                            CPYIMPT 
005700         DISPLAY 'CPYIMPT - AUTHORIZATION FILE ABSENT - '         CPYIMPT 
005710             'CHECK DISABLED'                                     CPYIMPT 
005720     END-IF.                                                      CPYIMPT 
005730     IF NOT AUTH-GRANTED                                          CPYIMPT 
005740         MOVE SPACES TO WS-ERR-TEXT                               CPYIMPT 
005750         STRING 'USER ' DELIMITED BY SIZE                         CPYIMPT 
005760             WS-USERID DELIMITED BY SPACE                         CPYIMPT 
005770             ' NOT AUTHORIZED FOR IMPORT' DELIMITED BY SIZE       CPYIMPT 
005780             INTO WS-ERR-TEXT                                     CPYIMPT 
005790         END-STRING                                               CPYIMPT 
005800         PERFORM 8000-REFUSE THRU 8000-EXIT.                      CPYIMPT 
005810     IF WS-APPROVER = SPACES                                      CPYIMPT 
005820         OR WS-APPROVER = WS-USERID                               CPYIMPT 
005830         MOVE 'A SECOND APPROVER IS REQUIRED AND MUST DIFFER'     CPYIMPT 
005840             TO WS-ERR-TEXT                                       CPYIMPT 
005850         PERFORM 8000-REFUSE THRU 8000-EXIT                       CPYIMPT 
005860         GO TO 1700-EXIT.                                         CPYIMPT 
005870     MOVE 'N' TO WS-CONTACT-OK-SW.                                CPYIMPT 
005880     MOVE 1 TO WS-CONTACT-PTR.                                    CPYIMPT 
005890     PERFORM 1710-TEST-ONE-APPROVER THRU 1710-EXIT                CPYIMPT 
005900         UNTIL WS-CONTACT-OK-SW = 'Y' OR WS-CONTACT-PTR > 37.     CPYIMPT 
005910     IF WS-CONTACT-OK-SW NOT = 'Y'                                CPYIMPT 
005920         MOVE SPACES TO WS-ERR-TEXT                               CPYIMPT 
005930         STRING 'APPROVER ' DELIMITED BY SIZE                     CPYIMPT 
005940             WS-APPROVER DELIMITED BY SPACE                       CPYIMPT 
005950             ' IS NOT ONE OF THE RECEIVING TEAM''S CONTACTS'      CPYIMPT 
005960             DELIMITED BY SIZE                                    CPYIMPT 
005970             INTO WS-ERR-TEXT                                     CPYIMPT 
005980         END-STRING                                               CPYIMPT 
005990         PERFORM 8000-REFUSE THRU 8000-EXIT                       CPYIMPT 
006000     END-IF.                                                      CPYIMPT 
006010 1700-EXIT.                                                       CPYIMPT 
006020     EXIT.                                                        CPYIMPT 
006030*                                                                 CPYIMPT 
006040 1710-TEST-ONE-APPROVER.                                          CPYIMPT 
006050     MOVE SPACES TO WS-CONTACT-WORD.                              CPYIMPT 
006060     UNSTRING WS-CONTACTS DELIMITED BY ALL SPACE                  CPYIMPT 
006070         INTO WS-CONTACT-WORD                                     CPYIMPT 
006080         WITH POINTER WS-CONTACT-PTR                              CPYIMPT 
006090         NOT ON OVERFLOW MOVE 38 TO WS-CONTACT-PTR                CPYIMPT 
006100     END-UNSTRING.                                                CPYIMPT 
006110     IF WS-CONTACT-WORD NOT = SPACES                              CPYIMPT 
006120         AND WS-CONTACT-WORD = WS-APPROVER                        CPYIMPT 
006130         MOVE 'Y' TO WS-CONTACT-OK-SW                             CPYIMPT 
006140     END-IF.                                                      CPYIMPT 
006150 1710-EXIT.                                                       CPYIMPT 
006160     EXIT.                                                        CPYIMPT 
006170*-------------------------------------------------------------    CPYIMPT 
006180*2000-LOAD-OUR-LIBRARIES - THE SEARCH LIST, THE ROLL, THEN A      CPYIMPT 
006190*FINGERPRINT FOR EVERY ROLL COPYBOOK IN EVERY LIBRARY THAT        CPYIMPT 
006200*HOLDS IT.  THE ROLL STANDS IN FOR THE PDS DIRECTORY.             CPYIMPT 
006210*-------------------------------------------------------------    CPYIMPT 
006220 2000-LOAD-OUR-LIBRARIES.                                         CPYIMPT 
006230     MOVE 0 TO CFG-LIBRARY-COUNT.                                 CPYIMPT 
006240     OPEN INPUT CFG-FILE.                                         CPYIMPT 
006250     IF WS-CFG-FILE-STATUS NOT = '00'                             CPYIMPT 
006260         MOVE 'CANNOT READ config/CPYLIB.CFG' TO WS-ERR-TEXT      CPYIMPT 
006270         PERFORM 8000-REFUSE THRU 8000-EXIT                       CPYIMPT 
006280         GO TO 2000-EXIT.                                         CPYIMPT 
006290     MOVE 'N' TO WS-EOF-SW.                                       CPYIMPT 
006300     PERFORM 2100-LOAD-ONE-CFG-LINE THRU 2100-EXIT UNTIL WS-EOF.  CPYIMPT 
006310     CLOSE CFG-FILE.                                              CPYIMPT 
006320     MOVE 'N' TO WS-EOF-SW.                                       CPYIMPT 
006330     MOVE WS-ROLL-FILENAME TO WS-CTL-FILENAME.                    CPYIMPT 
006340     OPEN INPUT CTL-FILE.                                         CPYIMPT 
006350     IF WS-CTL-FILE-STATUS NOT = '00'                             CPYIMPT 
006360         MOVE 'CANNOT READ config/COPYBOOKS.LST' TO WS-ERR-TEXT   CPYIMPT 
006370         PERFORM 8000-REFUSE THRU 8000-EXIT                       CPYIMPT 
006380         GO TO 2000-EXIT.                                         CPYIMPT 
006390     PERFORM 2200-LOAD-ONE-ROLL-NAME THRU 2200-EXIT UNTIL WS-EOF. CPYIMPT 
006400     CLOSE CTL-FILE.                                              CPYIMPT 
006410     MOVE 'N' TO WS-EOF-SW.                                       CPYIMPT 
006420     PERFORM 2300-HASH-ONE-LIBRARY THRU 2300-EXIT                 CPYIMPT 
006430         VARYING CFG-LIB-IDX FROM 1 BY 1                          CPYIMPT 
006440         UNTIL CFG-LIB-IDX > CFG-LIBRARY-COUNT.                   CPYIMPT 
006450     IF WS-LB-OVERFLOW > 0                                        CPYIMPT 
006460         MOVE 'MORE THAN 4000 LIBRARY MEMBERS TO COMPARE'         CPYIMPT 
006470             TO WS-ERR-TEXT                                       CPYIMPT 
006480         PERFORM 8000-REFUSE THRU 8000-EXIT.                      CPYIMPT 
006490     MOVE CFG-LIBRARY-COUNT TO WS-EDIT-COUNT.                     CPYIMPT 
006500     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYIMPT 
006510     STRING 'OUR LIBRARIES ' DELIMITED BY SIZE                    CPYIMPT 
006520         WS-EDIT-COUNT DELIMITED BY SIZE                          CPYIMPT 
006530         INTO WS-RPT-FILE-REC                                     CPYIMPT 
006540     END-STRING.                                                  CPYIMPT 
006550     MOVE WS-LB-COUNT TO WS-EDIT-COUNT.                           CPYIMPT 
006560     MOVE '  MEMBERS FINGERPRINTED' TO WS-RPT-FILE-REC(21:23).    CPYIMPT 
006570     MOVE WS-EDIT-COUNT TO WS-RPT-FILE-REC(45:6).                 CPYIMPT 
006580     WRITE WS-RPT-FILE-REC.                                       CPYIMPT 
006590 2000-EXIT.                                                       CPYIMPT 
006600     EXIT.                                                        CPYIMPT 
006610*                                                                 CPYIMPT 
006620 2100-LOAD-ONE-CFG-LINE.                                          CPYIMPT 
006630     READ CFG-FILE INTO WS-CFG-FILE-REC                           CPYIMPT 
006640         AT END MOVE 'Y' TO WS-EOF-SW                             CPYIMPT 
006650     END-READ.                                                    CPYIMPT 
006660     IF NOT WS-EOF                                                CPYIMPT 
006670         AND WS-CFG-FILE-REC(1:1) NOT = '*'                       CPYIMPT 
006680         AND WS-CFG-FILE-REC NOT = SPACES                         CPYIMPT 
006690         AND CFG-LIBRARY-COUNT < 10                               CPYIMPT 
006700         ADD 1 TO CFG-LIBRARY-COUNT                               CPYIMPT 
006710         SET CFG-LIB-IDX TO CFG-LIBRARY-COUNT                     CPYIMPT 
006720         UNSTRING WS-CFG-FILE-REC DELIMITED BY ALL SPACE          CPYIMPT 
006730             INTO CFG-LIBRARY-NAME(CFG-LIB-IDX)                   CPYIMPT 
006740                  CFG-LIBRARY-PATH(CFG-LIB-IDX)                   CPYIMPT 
006750         END-UNSTRING                                             CPYIMPT 
006760     END-IF.                                                      CPYIMPT 
006770 2100-EXIT.                                                       CPYIMPT 
006780     EXIT.                                                        CPYIMPT 
006790*                                                                 CPYIMPT 
006800 2200-LOAD-ONE-ROLL-NAME.                                         CPYIMPT 
006810     READ CTL-FILE INTO WS-CTL-FILE-REC                           CPYIMPT 
006820         AT END MOVE 'Y' TO WS-EOF-SW                             CPYIMPT 
006830     END-READ.                                                    CPYIMPT 
006840     IF NOT WS-EOF                                                CPYIMPT 
006850         AND WS-CTL-FILE-REC(1:1) NOT = '*'                       CPYIMPT 
006860         AND WS-CTL-FILE-REC NOT = SPACES                         CPYIMPT 
006870         AND WS-RL-COUNT < 2000                                   CPYIMPT 
006880         ADD 1 TO WS-RL-COUNT                                     CPYIMPT 
006890         MOVE WS-CTL-FILE-REC(1:30) TO WS-RL-NAME(WS-RL-COUNT)    CPYIMPT 
006900     END-IF.                                                      CPYIMPT 
006910 2200-EXIT.                                                       CPYIMPT 
006920     EXIT.                                                        CPYIMPT 
006930*                                                                 CPYIMPT 
006940 2300-HASH-ONE-LIBRARY.                                           CPYIMPT 
006950     PERFORM 2310-HASH-ONE-BOOK THRU 2310-EXIT                    CPYIMPT 
006960         VARYING WS-RX FROM 1 BY 1 UNTIL WS-RX > WS-RL-COUNT.     CPYIMPT 
006970 2300-EXIT.                                                       CPYIMPT 
006980     EXIT.                                                        CPYIMPT 
006990*                                                                 CPYIMPT 
007000 2310-HASH-ONE-BOOK.                                              CPYIMPT 
007010     MOVE SPACES TO WS-SRC-FILENAME.                              CPYIMPT 
007020     STRING CFG-LIBRARY-PATH(CFG-LIB-IDX) DELIMITED BY SPACE      CPYIMPT 
007030         '/' DELIMITED BY SIZE                                    CPYIMPT 
007040         WS-RL-NAME(WS-RX) DELIMITED BY SPACE                     CPYIMPT 
007050         '.CPY' DELIMITED BY SIZE                                 CPYIMPT 
007060         INTO WS-SRC-FILENAME                                     CPYIMPT 
007070     END-STRING.                                                  CPYIMPT 
007080     PERFORM 2400-HASH-THE-SOURCE THRU 2400-EXIT.                 CPYIMPT 
007090     IF WS-SRC-FILE-STATUS NOT = '00'                             CPYIMPT 
007100         GO TO 2310-EXIT.                                         CPYIMPT 
007110     IF WS-LB-COUNT NOT < 4000                                    CPYIMPT 
007120         ADD 1 TO WS-LB-OVERFLOW                                  CPYIMPT 
007130         GO TO 2310-EXIT.                                         CPYIMPT 
007140     ADD 1 TO WS-LB-COUNT.                                        CPYIMPT 
007150     MOVE CFG-LIBRARY-NAME(CFG-LIB-IDX)                           CPYIMPT 
007160         TO WS-LB-LIB(WS-LB-COUNT).                               CPYIMPT 
007170     MOVE WS-RL-NAME(WS-RX) TO WS-LB-NAME(WS-LB-COUNT).           CPYIMPT 
007180     MOVE WS-HASH-VALUE TO WS-LB-HASH(WS-LB-COUNT).               CPYIMPT 
007190 2310-EXIT.                                                       CPYIMPT 
007200     EXIT.                                                        CPYIMPT 
007210*-------------------------------------------------------------    CPYIMPT 
007220*2400-HASH-THE-SOURCE - FINGERPRINT AND CARD COUNT OF THE         CPYIMPT 
007230*MEMBER IN WS-SRC-FILENAME; FILE STATUS TELLS IF IT EXISTS.       CPYIMPT 
007240*SAME ROLLING HASH AS THE ENGINE AND CPYPROM RECORD -             CPYIMPT 
007250*COLS 1-72, FP = MOD(FP * 31 + ORD(CHAR), 100000007).             CPYIMPT 
007260*-------------------------------------------------------------    CPYIMPT 
007270 2400-HASH-THE-SOURCE.                                            CPYIMPT 
007280     MOVE 0 TO WS-HASH-VALUE WS-CARD-COUNT.                       CPYIMPT 
007290     OPEN INPUT SRC-FILE.                                         CPYIMPT 
007300     IF WS-SRC-FILE-STATUS NOT = '00'                             CPYIMPT 
007310         GO TO 2400-EXIT.                                         CPYIMPT 
007320     MOVE 'N' TO WS-SUB-EOF-SW.                                   CPYIMPT 
007330     PERFORM 2410-HASH-ONE-SOURCE-CARD THRU 2410-EXIT             CPYIMPT 
007340         UNTIL WS-SUB-EOF.                                        CPYIMPT 
007350     CLOSE SRC-FILE.                                              CPYIMPT 
007360     MOVE '00' TO WS-SRC-FILE-STATUS.                             CPYIMPT 
007370 2400-EXIT.                                                       CPYIMPT 
007380     EXIT.                                                        CPYIMPT 
007390*                                                                 CPYIMPT 
007400 2410-HASH-ONE-SOURCE-CARD.                                       CPYIMPT 
007410     READ SRC-FILE INTO WS-CARD                                   CPYIMPT 
007420         AT END MOVE 'Y' TO WS-SUB-EOF-SW                         CPYIMPT 
007430     END-READ.                                                    CPYIMPT 
007440     IF WS-SUB-EOF                                                CPYIMPT 
007450         GO TO 2410-EXIT.                                         CPYIMPT 
007460     PERFORM 2420-HASH-THE-CARD THRU 2420-EXIT.                   CPYIMPT 
007470 2410-EXIT.                                                       CPYIMPT 
007480     EXIT.                                                        CPYIMPT 
007490*                                                                 CPYIMPT 
007500 2420-HASH-THE-CARD.                                              CPYIMPT 
007510     ADD 1 TO WS-CARD-COUNT.                                      CPYIMPT 
007520     PERFORM 2430-HASH-ONE-COLUMN THRU 2430-EXIT                  CPYIMPT 
007530         VARYING WS-HASH-COL FROM 1 BY 1                          CPYIMPT 
007540         UNTIL WS-HASH-COL > 72.                                  CPYIMPT 
007550 2420-EXIT.                                                       CPYIMPT 
007560     EXIT.                                                        CPYIMPT 
007570*                                                                 CPYIMPT 
007580 2430-HASH-ONE-COLUMN.                                            CPYIMPT 
007590     COMPUTE WS-HASH-VALUE = FUNCTION MOD                         CPYIMPT 
007600         (WS-HASH-VALUE * 31                                      CPYIMPT 
007610          + FUNCTION ORD (WS-CARD(WS-HASH-COL:1)),                CPYIMPT 
007620          100000007).                                             CPYIMPT 
007630 2430-EXIT.                                                       CPYIMPT 
007640     EXIT.                                                        CPYIMPT 
007650*-------------------------------------------------------------    CPYIMPT 
007660*3000-PLAN-THE-IMPORT - STAGE, CLASSIFY, WRITE THE PLAN           CPYIMPT 
007670*-------------------------------------------------------------    CPYIMPT 
007680 3000-PLAN-THE-IMPORT.                                            CPYIMPT 
007690     PERFORM 3100-STAGE-THE-UNLOAD THRU 3100-EXIT.                CPYIMPT 
007700     IF WS-REFUSED                                                CPYIMPT 
007710         GO TO 3000-EXIT.                                         CPYIMPT 
007720     MOVE 'P' TO WS-CHECK-MODE.                                   CPYIMPT 
007730     PERFORM 4000-CLASSIFY-ONE-MEMBER THRU 4000-EXIT              CPYIMPT 
007740         VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > WS-IM-COUNT.     CPYIMPT 
007750     PERFORM 5000-WRITE-THE-PLAN THRU 5000-EXIT.                  CPYIMPT 
007760     PERFORM 5500-REPORT-THE-PLAN THRU 5500-EXIT.                 CPYIMPT 
007770     IF WS-CNT-CONFLICT > 0 OR WS-CNT-DUPLICATE > 0               CPYIMPT 
007780         OR WS-CNT-INVALID > 0                                    CPYIMPT 
007790         MOVE 4 TO WS-FINAL-RC                                    CPYIMPT 
007800     END-IF.                                                      CPYIMPT 
007810 3000-EXIT.                                                       CPYIMPT 
007820     EXIT.                                                        CPYIMPT 
007830*-------------------------------------------------------------    CPYIMPT 
007840*3100-STAGE-THE-UNLOAD - EACH MEMBER OF THE UNLOAD IS WRITTEN     CPYIMPT 
007850*TO THE STAGING DIRECTORY AND FINGERPRINTED AS IT GOES BY.        CPYIMPT 
007860*-------------------------------------------------------------    CPYIMPT 
007870 3100-STAGE-THE-UNLOAD.                                           CPYIMPT 
007880     OPEN INPUT UNL-FILE.                                         CPYIMPT 
007890     IF WS-UNL-FILE-STATUS NOT = '00'                             CPYIMPT 
007900         MOVE SPACES TO WS-ERR-TEXT                               CPYIMPT 
007910         STRING 'NO UNLOADED LIBRARY ' DELIMITED BY SIZE          CPYIMPT 
007920             WS-UNL-FILENAME DELIMITED BY SPACE                   CPYIMPT 
007930             INTO WS-ERR-TEXT                                     CPYIMPT 
007940         END-STRING                                               CPYIMPT 
007950         PERFORM 8000-REFUSE THRU 8000-EXIT                       CPYIMPT 
007960         GO TO 3100-EXIT.                                         CPYIMPT 
007970     CALL 'CBL_CREATE_DIR' USING WS-STAGE-DIR.                    CPYIMPT 
007980     MOVE 0 TO RETURN-CODE.                                       CPYIMPT 
007990     MOVE 'N' TO WS-EOF-SW WS-IN-MEMBER-SW WS-STAGING-SW.         CPYIMPT 
008000     MOVE 0 TO WS-CX.                                             CPYIMPT 
008010     PERFORM 3110-READ-ONE-UNLOAD-CARD THRU 3110-EXIT             CPYIMPT 
008020         UNTIL WS-EOF.                                            CPYIMPT 
008030     CLOSE UNL-FILE.                                              CPYIMPT 
008040     MOVE 'N' TO WS-EOF-SW.                                       CPYIMPT 
008050     IF WS-IN-MEMBER                                              CPYIMPT 
008060         PERFORM 3300-END-ONE-MEMBER THRU 3300-EXIT.              CPYIMPT 
008070     IF WS-IM-OVERFLOW > 0                                        CPYIMPT 
008080         MOVE 'UNLOAD HAS MORE THAN 500 MEMBERS' TO WS-ERR-TEXT   CPYIMPT 
008090         PERFORM 8000-REFUSE THRU 8000-EXIT.                      CPYIMPT 
008100     IF WS-IM-COUNT = 0                                           CPYIMPT 
008110         MOVE 'NO ./ ADD MEMBERS IN THE UNLOAD' TO WS-ERR-TEXT    CPYIMPT 
008120         PERFORM 8000-REFUSE THRU 8000-EXIT.                      CPYIMPT 
008130     IF WS-STAGE-FAILS > 0                                        CPYIMPT 
008140         MOVE SPACES TO WS-ERR-TEXT                               CPYIMPT 
008150         STRING 'CANNOT STAGE MEMBERS IN ' DELIMITED BY SIZE      CPYIMPT 
008160             WS-STAGE-DIR DELIMITED BY SPACE                      CPYIMPT 
008170             INTO WS-ERR-TEXT                                     CPYIMPT 
008180         END-STRING                                               CPYIMPT 
008190         PERFORM 8000-REFUSE THRU 8000-EXIT                       CPYIMPT 
008200         MOVE 12 TO WS-FINAL-RC.                                  CPYIMPT 
008210 3100-EXIT.                                                       CPYIMPT 
008220     EXIT.                                                        CPYIMPT 
008230*                                                                 CPYIMPT 
008240*    JCL AHEAD OF THE FIRST MEMBER IS PASSED OVER; A LONE @@      CPYIMPT 
008250*    OR /* CARD IS THE END OF THE IN-STREAM DATA.                 CPYIMPT 
008260 3110-READ-ONE-UNLOAD-CARD.                                       CPYIMPT 
008270     READ UNL-FILE INTO WS-CARD                                   CPYIMPT 
008280         AT END MOVE 'Y' TO WS-EOF-SW                             CPYIMPT 
008290     END-READ.                                                    CPYIMPT 
008300     IF WS-EOF                                                    CPYIMPT 
008310         GO TO 3110-EXIT.                                         CPYIMPT 
008320     IF WS-CARD(1:2) = './'                                       CPYIMPT 
008330         PERFORM 3120-ONE-CONTROL-CARD THRU 3120-EXIT             CPYIMPT 
008340         GO TO 3110-EXIT.                                         CPYIMPT 
008350     IF NOT WS-IN-MEMBER                                          CPYIMPT 
008360         GO TO 3110-EXIT.                                         CPYIMPT 
008370     IF (WS-CARD(1:2) = '@@' OR WS-CARD(1:2) = '/*')              CPYIMPT 
008380         AND WS-CARD(3:78) = SPACES                               CPYIMPT 
008390         PERFORM 3300-END-ONE-MEMBER THRU 3300-EXIT               CPYIMPT 
008400         MOVE 'Y' TO WS-EOF-SW                                    CPYIMPT 
008410         GO TO 3110-EXIT.                                         CPYIMPT 
008420     PERFORM 2420-HASH-THE-CARD THRU 2420-EXIT.                   CPYIMPT 
008430     IF WS-STAGING                                                CPYIMPT 
008440         MOVE WS-CARD TO WS-STG-FILE-REC                          CPYIMPT 
008450         WRITE WS-STG-FILE-REC                                    CPYIMPT 
008460         IF WS-STG-FILE-STATUS NOT = '00'                         CPYIMPT 
008470             ADD 1 TO WS-STAGE-FAILS                              CPYIMPT 
008480         END-IF                                                   CPYIMPT 
008490     END-IF.                                                      CPYIMPT 
008500 3110-EXIT.                                                       CPYIMPT 
008510     EXIT.                                                        CPYIMPT 
008520*                                                                 CPYIMPT 
008530*    ./ ADD AND ./ REPL START A MEMBER, ./ ENDUP ENDS THE         CPYIMPT 
008540*    UNLOAD; NUMBER, ALIAS AND THE REST ARE PASSED OVER.          CPYIMPT 
008550 3120-ONE-CONTROL-CARD.                                           CPYIMPT 
008560     MOVE SPACES TO WS-UNL-MARK WS-UNL-OP WS-UNL-OPND.            CPYIMPT 
008570     UNSTRING WS-CARD DELIMITED BY ALL SPACE                      CPYIMPT 
008580         INTO WS-UNL-MARK WS-UNL-OP WS-UNL-OPND                   CPYIMPT 
008590     END-UNSTRING.                                                CPYIMPT 
008600     EVALUATE WS-UNL-OP                                           CPYIMPT 
008610         WHEN 'ADD'                                               CPYIMPT 
008620         WHEN 'REPL'                                              CPYIMPT 
008630             IF WS-IN-MEMBER                                      CPYIMPT 
008640                 PERFORM 3300-END-ONE-MEMBER THRU 3300-EXIT       CPYIMPT 
008650             END-IF                                               CPYIMPT 
008660             PERFORM 3200-START-ONE-MEMBER THRU 3200-EXIT         CPYIMPT 
008670         WHEN 'ENDUP'                                             CPYIMPT 
008680             IF WS-IN-MEMBER                                      CPYIMPT 
008690                 PERFORM 3300-END-ONE-MEMBER THRU 3300-EXIT       CPYIMPT 
008700             END-IF                                               CPYIMPT 
008710             MOVE 'Y' TO WS-EOF-SW                                CPYIMPT 
008720         WHEN OTHER                                               CPYIMPT 
008730             CONTINUE                                             CPYIMPT 
008740     END-EVALUATE.                                                CPYIMPT 
008750 3120-EXIT.                                                       CPYIMPT 
008760     EXIT.                                                        CPYIMPT 
008770*                                                                 CPYIMPT 
008780 3200-START-ONE-MEMBER.                                           CPYIMPT 
008790     MOVE 'Y' TO WS-IN-MEMBER-SW.                                 CPYIMPT 
008800     MOVE 'N' TO WS-STAGING-SW.                                   CPYIMPT 
008810     MOVE 0 TO WS-HASH-VALUE WS-CARD-COUNT WS-CX.                 CPYIMPT 
008820     IF WS-IM-COUNT NOT < 500                                     CPYIMPT 
008830         ADD 1 TO WS-IM-OVERFLOW                                  CPYIMPT 
008840         GO TO 3200-EXIT.                                         CPYIMPT 
008850     MOVE SPACES TO WS-UNL-JUNK WS-UNL-AFTER WS-NEW-NAME.         CPYIMPT 
008860     UNSTRING WS-UNL-OPND DELIMITED BY 'NAME='                    CPYIMPT 
008870         INTO WS-UNL-JUNK WS-UNL-AFTER                            CPYIMPT 
008880     END-UNSTRING.                                                CPYIMPT 
008890     UNSTRING WS-UNL-AFTER DELIMITED BY ',' OR ALL SPACE          CPYIMPT 
008900         INTO WS-NEW-NAME                                         CPYIMPT 
008910     END-UNSTRING.                                                CPYIMPT 
008920     ADD 1 TO WS-IM-COUNT.                                        CPYIMPT 
008930     MOVE WS-IM-COUNT TO WS-CX.                                   CPYIMPT 
008940     MOVE SPACES TO WS-IM-ENT(WS-CX).                             CPYIMPT 
008950     MOVE WS-NEW-NAME TO WS-IM-NAME(WS-CX).                       CPYIMPT 
008960     MOVE 0 TO WS-IM-HASH(WS-CX) WS-IM-CARDS(WS-CX).              CPYIMPT 
008970     PERFORM 4600-CHECK-MEMBER-NAME THRU 4600-EXIT.               CPYIMPT 
008980     IF WS-ERR-TEXT NOT = SPACES                                  CPYIMPT 
008990         MOVE 'INVALID' TO WS-IM-CLASS(WS-CX)                     CPYIMPT 
009000         MOVE WS-ERR-TEXT TO WS-IM-REASON(WS-CX)                  CPYIMPT 
009010         GO TO 3200-EXIT.                                         CPYIMPT 
009020     MOVE 'N' TO WS-FOUND-SW.                                     CPYIMPT 
009030     PERFORM 3210-MATCH-ONE-INCOMING THRU 3210-EXIT               CPYIMPT 
009040         VARYING WS-JX FROM 1 BY 1                                CPYIMPT 
009050         UNTIL WS-JX NOT < WS-CX OR WS-FOUND.                     CPYIMPT 
009060     IF WS-FOUND                                                  CPYIMPT 
009070         MOVE 'INVALID' TO WS-IM-CLASS(WS-CX)                     CPYIMPT 
009080         MOVE 'NAME APPEARS TWICE IN THE UNLOAD'                  CPYIMPT 
009090             TO WS-IM-REASON(WS-CX)                               CPYIMPT 
009100         GO TO 3200-EXIT.                                         CPYIMPT 
009110     MOVE SPACES TO WS-STG-FILENAME.                              CPYIMPT 
009120     STRING WS-STAGE-DIR DELIMITED BY SPACE                       CPYIMPT 
009130         WS-NEW-NAME DELIMITED BY SPACE                           CPYIMPT 
009140         '.CPY' DELIMITED BY SIZE                                 CPYIMPT 
009150         INTO WS-STG-FILENAME                                     CPYIMPT 
009160     END-STRING.                                                  CPYIMPT 
009170     OPEN OUTPUT STG-FILE.                                        CPYIMPT 
009180     IF WS-STG-FILE-STATUS NOT = '00'                             CPYIMPT 
009190         ADD 1 TO WS-STAGE-FAILS                                  CPYIMPT 
009200         GO TO 3200-EXIT.                                         CPYIMPT 
009210     MOVE 'Y' TO WS-STAGING-SW.                                   CPYIMPT 
009220 3200-EXIT.                                                       CPYIMPT 
009230     EXIT.                                                        CPYIMPT 
009240*                                                                 CPYIMPT 
009250 3210-MATCH-ONE-INCOMING.                                         CPYIMPT 
009260     IF WS-IM-NAME(WS-JX) = WS-NEW-NAME                           CPYIMPT 
009270         MOVE 'Y' TO WS-FOUND-SW                                  CPYIMPT 
009280     END-IF.                                                      CPYIMPT 
009290 3210-EXIT.                                                       CPYIMPT 
009300     EXIT.                                                        CPYIMPT 
009310*                                                                 CPYIMPT 
009320 3300-END-ONE-MEMBER.                                             CPYIMPT 
009330     IF WS-STAGING                                                CPYIMPT 
009340         CLOSE STG-FILE                                           CPYIMPT 
009350     END-IF.                                                      CPYIMPT 
009360     MOVE 'N' TO WS-IN-MEMBER-SW WS-STAGING-SW.                   CPYIMPT 
009370     IF WS-CX = 0                                                 CPYIMPT 
009380         GO TO 3300-EXIT.                                         CPYIMPT 
009390     MOVE WS-HASH-VALUE TO WS-IM-HASH(WS-CX).                     CPYIMPT 
009400     MOVE WS-CARD-COUNT TO WS-IM-CARDS(WS-CX).                    CPYIMPT 
009410     IF WS-CARD-COUNT = 0                                         CPYIMPT 
009420         AND WS-IM-CLASS(WS-CX) = SPACES                          CPYIMPT 
009430         MOVE 'INVALID' TO WS-IM-CLASS(WS-CX)                     CPYIMPT 
009440         MOVE 'EMPTY MEMBER' TO WS-IM-REASON(WS-CX)               CPYIMPT 
009450     END-IF.                                                      CPYIMPT 
009460 3300-EXIT.                                                       CPYIMPT 
009470     EXIT.                                                        CPYIMPT 
009480*-------------------------------------------------------------    CPYIMPT 
009490*4000-CLASSIFY-ONE-MEMBER - BY NAME FIRST: OUR TEXT UNDER THE     CPYIMPT 
009500*SAME NAME IS IDENTICAL, OTHER TEXT (OR A NAME ON THE ROLL OR     CPYIMPT 
009510*IN A LIBRARY WITH NOTHING TO COMPARE) IS A CONFLICT AND IS       CPYIMPT 
009520*RENAMED.  THEN BY FINGERPRINT: OUR TEXT UNDER ANOTHER NAME,      CPYIMPT 
009530*OR AN EARLIER NEW MEMBER'S TEXT, IS A DUPLICATE AND LOADS AS     CPYIMPT 
009540*A DEPRECATED ALIAS OF THAT MASTER.  THE REST IS NEW.             CPYIMPT 
009550*-------------------------------------------------------------    CPYIMPT 
009560 4000-CLASSIFY-ONE-MEMBER.                                        CPYIMPT 
009570     IF WS-IM-CLASS(WS-IX) NOT = SPACES                           CPYIMPT 
009580         MOVE 'SKIP' TO WS-IM-ACTION(WS-IX)                       CPYIMPT 
009590         MOVE 'N/A' TO WS-IM-DECISION(WS-IX)                      CPYIMPT 
009600         ADD 1 TO WS-CNT-INVALID                                  CPYIMPT 
009610         GO TO 4000-EXIT.                                         CPYIMPT 
009620     MOVE 'PENDING' TO WS-IM-DECISION(WS-IX).                     CPYIMPT 
009630     MOVE 'N' TO WS-NAME-SEEN-SW WS-SAME-SEEN-SW.                 CPYIMPT 
009640     PERFORM 4110-MATCH-BY-NAME THRU 4110-EXIT                    CPYIMPT 
009650         VARYING WS-LX FROM 1 BY 1 UNTIL WS-LX > WS-LB-COUNT.     CPYIMPT 
009660     IF WS-SAME-SEEN-SW = 'Y'                                     CPYIMPT 
009670         MOVE 'IDENTICAL' TO WS-IM-CLASS(WS-IX)                   CPYIMPT 
009680         MOVE 'SKIP' TO WS-IM-ACTION(WS-IX)                       CPYIMPT 
009690         MOVE 'N/A' TO WS-IM-DECISION(WS-IX)                      CPYIMPT 
009700         MOVE 'ALREADY IN OUR LIBRARY' TO WS-IM-REASON(WS-IX)     CPYIMPT 
009710         ADD 1 TO WS-CNT-IDENTICAL                                CPYIMPT 
009720         GO TO 4000-EXIT.                                         CPYIMPT 
009730     IF WS-NAME-SEEN-SW = 'Y'                                     CPYIMPT 
009740         MOVE 'SAME NAME, DIFFERENT CONTENT'                      CPYIMPT 
009750             TO WS-IM-REASON(WS-IX)                               CPYIMPT 
009760         PERFORM 4200-PROPOSE-A-NAME THRU 4200-EXIT               CPYIMPT 
009770         GO TO 4000-EXIT.                                         CPYIMPT 
009780     MOVE 'N' TO WS-FOUND-SW.                                     CPYIMPT 
009790     PERFORM 4120-MATCH-ON-ROLL THRU 4120-EXIT                    CPYIMPT 
009800         VARYING WS-RX FROM 1 BY 1                                CPYIMPT 
009810         UNTIL WS-RX > WS-RL-COUNT OR WS-FOUND.                   CPYIMPT 
009820     IF WS-FOUND                                                  CPYIMPT 
009830         MOVE 'ROLL' TO WS-IM-MLIB(WS-IX)                         CPYIMPT 
009840         MOVE WS-IM-NAME(WS-IX) TO WS-IM-MASTER(WS-IX)            CPYIMPT 
009850         MOVE 'ON COPYBOOKS.LST, NO MEMBER TO COMPARE'            CPYIMPT 
009860             TO WS-IM-REASON(WS-IX)                               CPYIMPT 
009870         PERFORM 4200-PROPOSE-A-NAME THRU 4200-EXIT               CPYIMPT 
009880         GO TO 4000-EXIT.                                         CPYIMPT 
009890     MOVE 'N' TO WS-TAKEN-SW.                                     CPYIMPT 
009900     MOVE WS-IM-NAME(WS-IX) TO WS-CAND-NAME.                      CPYIMPT 
009910     PERFORM 4530-TEST-ONE-LIBRARY THRU 4530-EXIT                 CPYIMPT 
009920         VARYING CFG-LIB-IDX FROM 1 BY 1                          CPYIMPT 
009930         UNTIL CFG-LIB-IDX > CFG-LIBRARY-COUNT OR WS-TAKEN.       CPYIMPT 
009940     IF WS-TAKEN                                                  CPYIMPT 
009950         SET CFG-LIB-IDX DOWN BY 1                                CPYIMPT 
009960         MOVE CFG-LIBRARY-NAME(CFG-LIB-IDX)                       CPYIMPT 
009970             TO WS-IM-MLIB(WS-IX)                                 CPYIMPT 
009980         MOVE WS-IM-NAME(WS-IX) TO WS-IM-MASTER(WS-IX)            CPYIMPT 
009990         MOVE 'IN A LIBRARY BUT NOT ON COPYBOOKS.LST'             CPYIMPT 
010000             TO WS-IM-REASON(WS-IX)                               CPYIMPT 
010010         PERFORM 4200-PROPOSE-A-NAME THRU 4200-EXIT               CPYIMPT 
010020         GO TO 4000-EXIT.                                         CPYIMPT 
010030     MOVE 'N' TO WS-FOUND-SW.                                     CPYIMPT 
010040     PERFORM 4130-MATCH-BY-CONTENT THRU 4130-EXIT                 CPYIMPT 
010050         VARYING WS-LX FROM 1 BY 1                                CPYIMPT 
010060         UNTIL WS-LX > WS-LB-COUNT OR WS-FOUND.                   CPYIMPT 
010070     IF WS-FOUND                                                  CPYIMPT 
010080         SUBTRACT 1 FROM WS-LX                                    CPYIMPT 
010090         MOVE WS-LB-LIB(WS-LX) TO WS-IM-MLIB(WS-IX)               CPYIMPT 
010100         MOVE WS-LB-NAME(WS-LX) TO WS-IM-MASTER(WS-IX)            CPYIMPT 
010110         PERFORM 4300-PLAN-AN-ALIAS THRU 4300-EXIT                CPYIMPT 
010120         GO TO 4000-EXIT.                                         CPYIMPT 
010130     MOVE 'N' TO WS-FOUND-SW.                                     CPYIMPT 
010140     PERFORM 4140-MATCH-EARLIER-IMPORT THRU 4140-EXIT             CPYIMPT 
010150         VARYING WS-JX FROM 1 BY 1                                CPYIMPT 
010160         UNTIL WS-JX NOT < WS-IX OR WS-FOUND.                     CPYIMPT 
010170     IF WS-FOUND                                                  CPYIMPT 
010180         SUBTRACT 1 FROM WS-JX                                    CPYIMPT 
010190         MOVE 'IMPORT' TO WS-IM-MLIB(WS-IX)                       CPYIMPT 
010200         MOVE WS-IM-NAME(WS-JX) TO WS-IM-MASTER(WS-IX)            CPYIMPT 
010210         PERFORM 4300-PLAN-AN-ALIAS THRU 4300-EXIT                CPYIMPT 
010220         GO TO 4000-EXIT.                                         CPYIMPT 
010230     MOVE 'NEW' TO WS-IM-CLASS(WS-IX).                            CPYIMPT 
010240     MOVE 'LOAD' TO WS-IM-ACTION(WS-IX).                          CPYIMPT 
010250     MOVE WS-IM-NAME(WS-IX) TO WS-IM-TARGET(WS-IX).               CPYIMPT 
010260     ADD 1 TO WS-CNT-NEW.                                         CPYIMPT 
010270 4000-EXIT.                                                       CPYIMPT 
010280     EXIT.                                                        CPYIMPT 
010290*                                                                 CPYIMPT 
010300*    ANY LIBRARY WITH THE SAME TEXT MAKES IT IDENTICAL; THE       CPYIMPT 
010310*    FIRST LIBRARY IN SEARCH ORDER IS NAMED AS THE MASTER.        CPYIMPT 
010320 4110-MATCH-BY-NAME.                                              CPYIMPT 
010330     IF WS-LB-NAME(WS-LX) NOT = WS-IM-NAME(WS-IX)                 CPYIMPT 
010340         GO TO 4110-EXIT.                                         CPYIMPT 
010350     IF WS-NAME-SEEN-SW NOT = 'Y'                                 CPYIMPT 
010360         MOVE 'Y' TO WS-NAME-SEEN-SW                              CPYIMPT 
010370         MOVE WS-LB-LIB(WS-LX) TO WS-IM-MLIB(WS-IX)               CPYIMPT 
010380         MOVE WS-LB-NAME(WS-LX) TO WS-IM-MASTER(WS-IX)            CPYIMPT 
010390     END-IF.                                                      CPYIMPT 
010400     IF WS-LB-HASH(WS-LX) = WS-IM-HASH(WS-IX)                     CPYIMPT 
010410         AND WS-SAME-SEEN-SW NOT = 'Y'                            CPYIMPT 
010420         MOVE 'Y' TO WS-SAME-SEEN-SW                              CPYIMPT 
010430         MOVE WS-LB-LIB(WS-LX) TO WS-IM-MLIB(WS-IX)               CPYIMPT 
010440     END-IF.                                                      CPYIMPT 
010450 4110-EXIT.                                                       CPYIMPT 
010460     EXIT.                                                        CPYIMPT 
010470*                                                                 CPYIMPT 
010480 4120-MATCH-ON-ROLL.                                              CPYIMPT 
010490     IF WS-RL-NAME(WS-RX) = WS-IM-NAME(WS-IX)                     CPYIMPT 
010500         MOVE 'Y' TO WS-FOUND-SW                                  CPYIMPT 
010510     END-IF.                                                      CPYIMPT 
010520 4120-EXIT.                                                       CPYIMPT 
010530     EXIT.                                                        CPYIMPT 
010540*                                                                 CPYIMPT 
010550 4130-MATCH-BY-CONTENT.                                           CPYIMPT 
010560     IF WS-LB-HASH(WS-LX) = WS-IM-HASH(WS-IX)                     CPYIMPT 
010570         MOVE 'Y' TO WS-FOUND-SW                                  CPYIMPT 
010580     END-IF.                                                      CPYIMPT 
010590 4130-EXIT.                                                       CPYIMPT 
010600     EXIT.                                                        CPYIMPT 
010610*                                                                 CPYIMPT 
010620 4140-MATCH-EARLIER-IMPORT.                                       CPYIMPT 
010630     IF WS-IM-CLASS(WS-JX) = 'NEW'                                CPYIMPT 
010640         AND WS-IM-HASH(WS-JX) = WS-IM-HASH(WS-IX)                CPYIMPT 
010650         MOVE 'Y' TO WS-FOUND-SW                                  CPYIMPT 
010660     END-IF.                                                      CPYIMPT 
010670 4140-EXIT.                                                       CPYIMPT 
010680     EXIT.                                                        CPYIMPT 
010690*-------------------------------------------------------------    CPYIMPT 
010700*4200-PROPOSE-A-NAME - A CONFLICT IS RENAMED UNDER THE RENAME     CPYIMPT 
010710*PREFIX, CUT TO EIGHT; IF THAT IS TAKEN A DIGIT 1-9 IS ADDED      CPYIMPT 
010720*(OR REPLACES THE EIGHTH CHARACTER).  NO FREE NAME LEAVES THE     CPYIMPT 
010730*TARGET BLANK FOR THE LIBRARIAN TO FILL IN.                       CPYIMPT 
010740*-------------------------------------------------------------    CPYIMPT 
010750 4200-PROPOSE-A-NAME.                                             CPYIMPT 
010760     MOVE 'CONFLICT' TO WS-IM-CLASS(WS-IX).                       CPYIMPT 
010770     MOVE 'RENAME' TO WS-IM-ACTION(WS-IX).                        CPYIMPT 
010780     ADD 1 TO WS-CNT-CONFLICT.                                    CPYIMPT 
010790     MOVE SPACES TO WS-CAND-NAME.                                 CPYIMPT 
010800     MOVE 1 TO WS-PATH-PTR.                                       CPYIMPT 
010810     STRING WS-RENAME-PFX DELIMITED BY SPACE                      CPYIMPT 
010820         WS-IM-NAME(WS-IX) DELIMITED BY SPACE                     CPYIMPT 
010830         INTO WS-CAND-NAME WITH POINTER WS-PATH-PTR               CPYIMPT 
010840     END-STRING.                                                  CPYIMPT 
010850     MOVE SPACES TO WS-CAND-NAME(9:22).                           CPYIMPT 
010860     MOVE WS-IX TO WS-SELF-IX.                                    CPYIMPT 
010870     PERFORM 4500-TEST-NAME-TAKEN THRU 4500-EXIT.                 CPYIMPT 
010880     IF NOT WS-TAKEN                                              CPYIMPT 
010890         MOVE WS-CAND-NAME TO WS-IM-TARGET(WS-IX)                 CPYIMPT 
010900         GO TO 4200-EXIT.                                         CPYIMPT 
010910     IF WS-PATH-PTR > 8                                           CPYIMPT 
010920         MOVE 8 TO WS-CAND-POS                                    CPYIMPT 
010930     ELSE                                                         CPYIMPT 
010940         MOVE WS-PATH-PTR TO WS-CAND-POS                          CPYIMPT 
010950     END-IF.                                                      CPYIMPT 
010960     PERFORM 4210-TRY-ONE-DIGIT THRU 4210-EXIT                    CPYIMPT 
010970         VARYING WS-DIGIT FROM 1 BY 1                             CPYIMPT 
010980         UNTIL WS-DIGIT > 9 OR NOT WS-TAKEN.                      CPYIMPT 
010990     IF WS-TAKEN                                                  CPYIMPT 
011000         MOVE 'NO FREE NAME - SUPPLY THE TARGET'                  CPYIMPT 
011010             TO WS-IM-REASON(WS-IX)                               CPYIMPT 
011020     ELSE                                                         CPYIMPT 
011030         MOVE WS-CAND-NAME TO WS-IM-TARGET(WS-IX)                 CPYIMPT 
011040     END-IF.                                                      CPYIMPT 
011050 4200-EXIT.                                                       CPYIMPT 
011060     EXIT.                                                        CPYIMPT 
011070*                                                                 CPYIMPT 
011080 4210-TRY-ONE-DIGIT.                                              CPYIMPT 
011090     MOVE WS-DIGIT TO WS-DIGIT-X.                                 CPYIMPT 
011100     MOVE WS-DIGIT-X TO WS-CAND-NAME(WS-CAND-POS:1).              CPYIMPT 
011110     PERFORM 4500-TEST-NAME-TAKEN THRU 4500-EXIT.                 CPYIMPT 
011120 4210-EXIT.                                                       CPYIMPT 
011130     EXIT.                                                        CPYIMPT 
011140*                                                                 CPYIMPT 
011150*    THE ALIAS KEEPS THE INCOMING NAME SO THE ACQUIRED            CPYIMPT 
011160*    PROGRAMS STILL COMPILE; CPYLCY.DAT POINTS IT AT OURS.        CPYIMPT 
011170 4300-PLAN-AN-ALIAS.                                              CPYIMPT 
011180     MOVE 'DUPLICATE' TO WS-IM-CLASS(WS-IX).                      CPYIMPT 
011190     MOVE 'ALIAS' TO WS-IM-ACTION(WS-IX).                         CPYIMPT 
011200     MOVE WS-IM-NAME(WS-IX) TO WS-IM-TARGET(WS-IX).               CPYIMPT 
011210     MOVE 'SAME CONTENT AS THE MASTER - DEPRECATE'                CPYIMPT 
011220         TO WS-IM-REASON(WS-IX).                                  CPYIMPT 
011230     ADD 1 TO WS-CNT-DUPLICATE.                                   CPYIMPT 
011240 4300-EXIT.                                                       CPYIMPT 
011250     EXIT.                                                        CPYIMPT 
011260*-------------------------------------------------------------    CPYIMPT 
011270*4500-TEST-NAME-TAKEN - WS-CAND-NAME IS TAKEN IF IT IS ON THE     CPYIMPT 
011280*ROLL, A MEMBER OF ANY LIBRARY, OR ALREADY SPOKEN FOR BY          CPYIMPT 
011290*ANOTHER ROW: WHEN PLANNING ANY INCOMING NAME OR TARGET, WHEN     CPYIMPT 
011300*LOADING ANY APPROVED TARGET.                                     CPYIMPT 
011310*-------------------------------------------------------------    CPYIMPT 
011320 4500-TEST-NAME-TAKEN.                                            CPYIMPT 
011330     MOVE 'N' TO WS-TAKEN-SW.                                     CPYIMPT 
011340     PERFORM 4510-MATCH-ONE-ROLL THRU 4510-EXIT                   CPYIMPT 
011350         VARYING WS-RX FROM 1 BY 1                                CPYIMPT 
011360         UNTIL WS-RX > WS-RL-COUNT OR WS-TAKEN.                   CPYIMPT 
011370     IF WS-TAKEN                                                  CPYIMPT 
011380         GO TO 4500-EXIT.                                         CPYIMPT 
011390     PERFORM 4520-MATCH-ONE-ROW THRU 4520-EXIT                    CPYIMPT 
011400         VARYING WS-JX FROM 1 BY 1                                CPYIMPT 
011410         UNTIL WS-JX > WS-IM-COUNT OR WS-TAKEN.                   CPYIMPT 
011420     IF WS-TAKEN                                                  CPYIMPT 
011430         GO TO 4500-EXIT.                                         CPYIMPT 
011440     PERFORM 4530-TEST-ONE-LIBRARY THRU 4530-EXIT                 CPYIMPT 
011450         VARYING CFG-LIB-IDX FROM 1 BY 1                          CPYIMPT 
011460         UNTIL CFG-LIB-IDX > CFG-LIBRARY-COUNT OR WS-TAKEN.       CPYIMPT 
011470 4500-EXIT.                                                       CPYIMPT 
011480     EXIT.                                                        CPYIMPT 
011490*                                                                 CPYIMPT 
011500 4510-MATCH-ONE-ROLL.                                             CPYIMPT 
011510     IF WS-RL-NAME(WS-RX) = WS-CAND-NAME                          CPYIMPT 
011520         MOVE 'Y' TO WS-TAKEN-SW                                  CPYIMPT 
011530     END-IF.                                                      CPYIMPT 
011540 4510-EXIT.                                                       CPYIMPT 
011550     EXIT.                                                        CPYIMPT 
011560*                                                                 CPYIMPT 
011570 4520-MATCH-ONE-ROW.                                              CPYIMPT 
011580     IF WS-JX = WS-SELF-IX                                        CPYIMPT 
011590         GO TO 4520-EXIT.                                         CPYIMPT 
011600     IF WS-CHECK-MODE = 'P'                                       CPYIMPT 
011610         IF WS-IM-NAME(WS-JX) = WS-CAND-NAME                      CPYIMPT 
011620             OR WS-IM-TARGET(WS-JX) = WS-CAND-NAME(1:8)           CPYIMPT 
011630             MOVE 'Y' TO WS-TAKEN-SW                              CPYIMPT 
011640         END-IF                                                   CPYIMPT 
011650     ELSE                                                         CPYIMPT 
011660         IF WS-IM-ACCEPTED(WS-JX)                                 CPYIMPT 
011670             AND WS-IM-TARGET(WS-JX) = WS-CAND-NAME(1:8)          CPYIMPT 
011680             MOVE 'Y' TO WS-TAKEN-SW                              CPYIMPT 
011690         END-IF                                                   CPYIMPT 
011700     END-IF.                                                      CPYIMPT 
011710 4520-EXIT.                                                       CPYIMPT 
011720     EXIT.                                                        CPYIMPT 
011730*                                                                 CPYIMPT 
011740 4530-TEST-ONE-LIBRARY.                                           CPYIMPT 
011750     MOVE SPACES TO WS-SRC-FILENAME.                              CPYIMPT 
011760     STRING CFG-LIBRARY-PATH(CFG-LIB-IDX) DELIMITED BY SPACE      CPYIMPT 
011770         '/' DELIMITED BY SIZE                                    CPYIMPT 
011780         WS-CAND-NAME DELIMITED BY SPACE                          CPYIMPT 
011790         '.CPY' DELIMITED BY SIZE                                 CPYIMPT 
011800         INTO WS-SRC-FILENAME                                     CPYIMPT 
011810     END-STRING.                                                  CPYIMPT 
011820     OPEN INPUT SRC-FILE.                                         CPYIMPT 
011830     IF WS-SRC-FILE-STATUS = '00'                                 CPYIMPT 
011840         CLOSE SRC-FILE                                           CPYIMPT 
011850         MOVE 'Y' TO WS-TAKEN-SW                                  CPYIMPT 
011860     END-IF.                                                      CPYIMPT 
011870 4530-EXIT.                                                       CPYIMPT 
011880     EXIT.                                                        CPYIMPT 
011890*-------------------------------------------------------------    CPYIMPT 
011900*4600-CHECK-MEMBER-NAME - WS-NEW-NAME MUST BE A PDS MEMBER        CPYIMPT 
011910*NAME: ONE TO EIGHT LETTERS, DIGITS OR NATIONALS, NOT LEADING     CPYIMPT 
011920*WITH A DIGIT.  WS-ERR-TEXT IS LEFT BLANK WHEN IT IS.             CPYIMPT 
011930*-------------------------------------------------------------    CPYIMPT 
011940 4600-CHECK-MEMBER-NAME.                                          CPYIMPT 
011950     MOVE SPACES TO WS-ERR-TEXT.                                  CPYIMPT 
011960     MOVE 0 TO WS-TALLY.                                          CPYIMPT 
011970     INSPECT WS-NEW-NAME TALLYING WS-TALLY                        CPYIMPT 
011980         FOR ALL '-' ALL '_' ALL '.' ALL '/' ALL ','.             CPYIMPT 
011990     IF WS-NEW-NAME = SPACES                                      CPYIMPT 
012000         OR WS-NEW-NAME(9:22) NOT = SPACES                        CPYIMPT 
012010         OR WS-NEW-NAME(1:1) NUMERIC                              CPYIMPT 
012020         OR WS-TALLY > 0                                          CPYIMPT 
012030         MOVE 'NOT A VALID PDS MEMBER NAME' TO WS-ERR-TEXT        CPYIMPT 
012040     END-IF.                                                      CPYIMPT 
012050 4600-EXIT.                                                       CPYIMPT 
012060     EXIT.                                                        CPYIMPT 
012070*-------------------------------------------------------------    CPYIMPT 
012080*5000-WRITE-THE-PLAN - ONE ROW PER INCOMING MEMBER, EVERY         CPYIMPT 
012090*DECISION PENDING.  THE LIBRARIAN CHANGES PENDING TO APPROVE      CPYIMPT 
012100*(OR REJECT) AND MAY OVERTYPE THE TARGET NAME.                    CPYIMPT 
012110*-------------------------------------------------------------    CPYIMPT 
012120 5000-WRITE-THE-PLAN.                                             CPYIMPT 
012130     OPEN OUTPUT PLN-FILE.                                        CPYIMPT 
012140     MOVE SPACES TO WS-PLN-FILE-REC.                              CPYIMPT 
012150     STRING '* CPYIMPT RENAME AND MERGE PLAN '                    CPYIMPT 
012160         DELIMITED BY SIZE                                        CPYIMPT 
012170         WS-RUN-TIMESTAMP DELIMITED BY SIZE                       CPYIMPT 
012180         ' UNLOAD ' DELIMITED BY SIZE                             CPYIMPT 
012190         WS-UNL-FILENAME DELIMITED BY SPACE                       CPYIMPT 
012200         INTO WS-PLN-FILE-REC                                     CPYIMPT 
012210     END-STRING.                                                  CPYIMPT 
012220     WRITE WS-PLN-FILE-REC.                                       CPYIMPT 
012230     MOVE '* SET DECISION (COLS 36-42) TO APPROVE OR REJECT; THE' CPYIMPT 
012240         TO WS-PLN-FILE-REC.                                      CPYIMPT 
012250     MOVE ' TARGET (COLS 27-34) MAY BE CHANGED.'                  CPYIMPT 
012260         TO WS-PLN-FILE-REC(54:36).                               CPYIMPT 
012270     WRITE WS-PLN-FILE-REC.                                       CPYIMPT 
012280     MOVE '*MEMBER  CLASS     ACTION TARGET   DECIDE'             CPYIMPT 
012290         TO WS-PLN-FILE-REC.                                      CPYIMPT 
012300     MOVE 'FINGERPRT CARDS  LIBRARY  MASTER'                      CPYIMPT 
012310         TO WS-PLN-FILE-REC(44:32).                               CPYIMPT 
012320     WRITE WS-PLN-FILE-REC.                                       CPYIMPT 
012330     PERFORM 5100-WRITE-ONE-ROW THRU 5100-EXIT                    CPYIMPT 
012340         VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > WS-IM-COUNT.     CPYIMPT 
012350     CLOSE PLN-FILE.                                              CPYIMPT 
012360 5000-EXIT.                                                       CPYIMPT 
012370     EXIT.                                                        CPYIMPT 
012380*                                                                 CPYIMPT 
012390 5100-WRITE-ONE-ROW.                                              CPYIMPT 
012400     MOVE SPACES TO WS-PLN-FILE-REC.                              CPYIMPT 
012410     MOVE WS-IM-NAME(WS-IX) TO WS-PLN-FILE-REC(1:8).              CPYIMPT 
012420     MOVE WS-IM-CLASS(WS-IX) TO WS-PLN-FILE-REC(10:9).            CPYIMPT 
012430     MOVE WS-IM-ACTION(WS-IX) TO WS-PLN-FILE-REC(20:6).           CPYIMPT 
012440     MOVE WS-IM-TARGET(WS-IX) TO WS-PLN-FILE-REC(27:8).           CPYIMPT 
012450     MOVE WS-IM-DECISION(WS-IX) TO WS-PLN-FILE-REC(36:7).         CPYIMPT 
012460     MOVE WS-IM-HASH(WS-IX) TO WS-PLN-FILE-REC(44:9).             CPYIMPT 
012470     MOVE WS-IM-CARDS(WS-IX) TO WS-PLN-FILE-REC(54:6).            CPYIMPT 
012480     MOVE WS-IM-MLIB(WS-IX) TO WS-PLN-FILE-REC(61:8).             CPYIMPT 
012490     MOVE WS-IM-MASTER(WS-IX) TO WS-PLN-FILE-REC(70:30).          CPYIMPT 
012500     WRITE WS-PLN-FILE-REC.                                       CPYIMPT 
012510 5100-EXIT.                                                       CPYIMPT 
012520     EXIT.                                                        CPYIMPT 
012530*-------------------------------------------------------------    CPYIMPT 
012540*5500-REPORT-THE-PLAN - EVERY MEMBER WITH ITS CLASS, WHAT THE     CPYIMPT 
012550*PLAN PROPOSES AND WHY, THEN THE COUNT OF EACH CLASS              CPYIMPT 
012560*-------------------------------------------------------------    CPYIMPT 
012570 5500-REPORT-THE-PLAN.                                            CPYIMPT 
012580     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYIMPT 
012590     WRITE WS-RPT-FILE-REC.                                       CPYIMPT 
012600     MOVE 'MEMBER   CLASS     ACTION TARGET   MASTER'             CPYIMPT 
012610         TO WS-RPT-FILE-REC.                                      CPYIMPT 
012620     MOVE 'REMARKS' TO WS-RPT-FILE-REC(70:7).                     CPYIMPT 
012630     WRITE WS-RPT-FILE-REC.                                       CPYIMPT 
012640     PERFORM 5510-REPORT-ONE-MEMBER THRU 5510-EXIT                CPYIMPT 
012650         VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > WS-IM-COUNT.     CPYIMPT 
012660     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYIMPT 
012670     WRITE WS-RPT-FILE-REC.                                       CPYIMPT 
012680     MOVE WS-CNT-IDENTICAL TO WS-EDIT-COUNT.                      CPYIMPT 
012690     MOVE 'IDENTICAL' TO WS-RPT-FILE-REC(1:10).                   CPYIMPT 
012700     MOVE WS-EDIT-COUNT TO WS-RPT-FILE-REC(11:6).                 CPYIMPT 
012710     MOVE WS-CNT-CONFLICT TO WS-EDIT-COUNT.                       CPYIMPT 
012720     MOVE 'CONFLICT' TO WS-RPT-FILE-REC(19:10).                   CPYIMPT 
012730     MOVE WS-EDIT-COUNT TO WS-RPT-FILE-REC(29:6).                 CPYIMPT 
012740     MOVE WS-CNT-DUPLICATE TO WS-EDIT-COUNT.                      CPYIMPT 
012750     MOVE 'DUPLICATE' TO WS-RPT-FILE-REC(37:10).                  CPYIMPT 
012760     MOVE WS-EDIT-COUNT TO WS-RPT-FILE-REC(47:6).                 CPYIMPT 
012770     MOVE WS-CNT-NEW TO WS-EDIT-COUNT.                            CPYIMPT 
012780     MOVE 'NEW' TO WS-RPT-FILE-REC(55:10).                        CPYIMPT 
012790     MOVE WS-EDIT-COUNT TO WS-RPT-FILE-REC(65:6).                 CPYIMPT 
012800     MOVE WS-CNT-INVALID TO WS-EDIT-COUNT.                        CPYIMPT 
012810     MOVE 'INVALID' TO WS-RPT-FILE-REC(73:10).                    CPYIMPT 
012820     MOVE WS-EDIT-COUNT TO WS-RPT-FILE-REC(83:6).                 CPYIMPT 
012830     WRITE WS-RPT-FILE-REC.                                       CPYIMPT 
012840 5500-EXIT.                                                       CPYIMPT 
012850     EXIT.                                                        CPYIMPT 
012860*                                                                 CPYIMPT 
012870 5510-REPORT-ONE-MEMBER.                                          CPYIMPT 
012880     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYIMPT 
012890     MOVE WS-IM-NAME(WS-IX) TO WS-RPT-FILE-REC(1:8).              CPYIMPT 
012900     MOVE WS-IM-CLASS(WS-IX) TO WS-RPT-FILE-REC(10:9).            CPYIMPT 
012910     MOVE WS-IM-ACTION(WS-IX) TO WS-RPT-FILE-REC(20:6).           CPYIMPT 
012920     MOVE WS-IM-TARGET(WS-IX) TO WS-RPT-FILE-REC(27:8).           CPYIMPT 
012930     IF WS-IM-MASTER(WS-IX) NOT = SPACES                          CPYIMPT 
012940         STRING WS-IM-MLIB(WS-IX) DELIMITED BY SPACE              CPYIMPT 
012950             ' ' DELIMITED BY SIZE                                CPYIMPT 
012960             WS-IM-MASTER(WS-IX) DELIMITED BY SPACE               CPYIMPT 
012970             INTO WS-RPT-FILE-REC(36:33)                          CPYIMPT 
012980         END-STRING                                               CPYIMPT 
012990     END-IF.                                                      CPYIMPT 
013000     MOVE WS-IM-REASON(WS-IX) TO WS-RPT-FILE-REC(70:40).          CPYIMPT 
013010     IF WS-IM-CLASS(WS-IX) = 'CONFLICT'                           CPYIMPT 
013020         OR WS-IM-CLASS(WS-IX) = 'DUPLICATE'                      CPYIMPT 
013030         OR WS-IM-CLASS(WS-IX) = 'INVALID'                        CPYIMPT 
013040         MOVE '***' TO WS-RPT-FILE-REC(111:3)                     CPYIMPT 
013050     END-IF.                                                      CPYIMPT 
013060     WRITE WS-RPT-FILE-REC.                                       CPYIMPT 
013070 5510-EXIT.                                                       CPYIMPT 
013080     EXIT.                                                        CPYIMPT 
013090*-------------------------------------------------------------    CPYIMPT 
013100*6000-LOAD-THE-IMPORT - READ BACK THE APPROVED PLAN, CHECK        CPYIMPT 
013110*EVERY APPROVED ROW AGAIN, THEN LOAD AND REGISTER THEM ALL        CPYIMPT 
013120*OR NONE.                                                         CPYIMPT 
013130*-------------------------------------------------------------    CPYIMPT 
013140 6000-LOAD-THE-IMPORT.                                            CPYIMPT 
013150     PERFORM 6100-READ-THE-PLAN THRU 6100-EXIT.                   CPYIMPT 
013160     IF WS-REFUSED                                                CPYIMPT 
013170         GO TO 6000-EXIT.                                         CPYIMPT 
013180     MOVE 'L' TO WS-CHECK-MODE.                                   CPYIMPT 
013190     PERFORM 6200-CHECK-ONE-APPROVED THRU 6200-EXIT               CPYIMPT 
013200         VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > WS-IM-COUNT.     CPYIMPT 
013210     IF WS-REFUSED                                                CPYIMPT 
013220         GO TO 6000-EXIT.                                         CPYIMPT 
013230     IF WS-CNT-ACCEPTED = 0                                       CPYIMPT 
013240         MOVE 'NOTHING IN THE PLAN IS APPROVED'                   CPYIMPT 
013250             TO WS-RPT-FILE-REC                                   CPYIMPT 
013260         WRITE WS-RPT-FILE-REC                                    CPYIMPT 
013270         MOVE 4 TO WS-FINAL-RC                                    CPYIMPT 
013280         GO TO 6000-EXIT.                                         CPYIMPT 
013290     PERFORM 7000-LOAD-THE-MEMBERS THRU 7000-EXIT.                CPYIMPT 
013300 6000-EXIT.                                                       CPYIMPT 
013310     EXIT.                                                        CPYIMPT 
013320*                                                                 CPYIMPT 
013330 6100-READ-THE-PLAN.                                              CPYIMPT 
013340     OPEN INPUT PLN-FILE.                                         CPYIMPT 
013350     IF WS-PLN-FILE-STATUS NOT = '00'                             CPYIMPT 
013360         MOVE SPACES TO WS-ERR-TEXT                               CPYIMPT 
013370         STRING 'NO PLAN ' DELIMITED BY SIZE                      CPYIMPT 
013380             WS-PLN-FILENAME DELIMITED BY SPACE                   CPYIMPT 
013390             ' - RUN FUNCTION PLAN FIRST' DELIMITED BY SIZE       CPYIMPT 
013400             INTO WS-ERR-TEXT                                     CPYIMPT 
013410         END-STRING                                               CPYIMPT 
013420         PERFORM 8000-REFUSE THRU 8000-EXIT                       CPYIMPT 
013430         GO TO 6100-EXIT.                                         CPYIMPT 
013440     MOVE 'N' TO WS-EOF-SW.                                       CPYIMPT 
013450     PERFORM 6110-READ-ONE-ROW THRU 6110-EXIT UNTIL WS-EOF.       CPYIMPT 
013460     CLOSE PLN-FILE.                                              CPYIMPT 
013470     MOVE 'N' TO WS-EOF-SW.                                       CPYIMPT 
013480     IF WS-IM-OVERFLOW > 0                                        CPYIMPT 
013490         MOVE 'PLAN HAS MORE THAN 500 ROWS' TO WS-ERR-TEXT        CPYIMPT 
013500         PERFORM 8000-REFUSE THRU 8000-EXIT.                      CPYIMPT 
013510 6100-EXIT.                                                       CPYIMPT 
013520     EXIT.                                                        CPYIMPT 
013530*                                                                 CPYIMPT 
013540 6110-READ-ONE-ROW.                                               CPYIMPT 
013550     READ PLN-FILE INTO WS-PLN-FILE-REC                           CPYIMPT 
013560         AT END MOVE 'Y' TO WS-EOF-SW                             CPYIMPT 
013570     END-READ.                                                    CPYIMPT 
013580     IF WS-EOF                                                    CPYIMPT 
013590         GO TO 6110-EXIT.                                         CPYIMPT 
013600     IF WS-PLN-FILE-REC(1:1) = '*'                                CPYIMPT 
013610         OR WS-PLN-FILE-REC = SPACES                              CPYIMPT 
013620         GO TO 6110-EXIT.                                         CPYIMPT 
013630     IF WS-IM-COUNT NOT < 500                                     CPYIMPT 
013640         ADD 1 TO WS-IM-OVERFLOW                                  CPYIMPT 
013650         GO TO 6110-EXIT.                                         CPYIMPT 
013660     ADD 1 TO WS-IM-COUNT.                                        CPYIMPT 
013670     MOVE WS-IM-COUNT TO WS-IX.                                   CPYIMPT 
013680     MOVE SPACES TO WS-IM-ENT(WS-IX).                             CPYIMPT 
013690     MOVE WS-PLN-FILE-REC(1:8) TO WS-IM-NAME(WS-IX).              CPYIMPT 
013700     MOVE WS-PLN-FILE-REC(10:9) TO WS-IM-CLASS(WS-IX).            CPYIMPT 
013710     MOVE WS-PLN-FILE-REC(20:6) TO WS-IM-ACTION(WS-IX).           CPYIMPT 
013720     MOVE WS-PLN-FILE-REC(27:8) TO WS-IM-TARGET(WS-IX).           CPYIMPT 
013730     MOVE WS-PLN-FILE-REC(36:7) TO WS-IM-DECISION(WS-IX).         CPYIMPT 
013740     MOVE WS-PLN-FILE-REC(61:8) TO WS-IM-MLIB(WS-IX).             CPYIMPT 
013750     MOVE WS-PLN-FILE-REC(70:30) TO WS-IM-MASTER(WS-IX).          CPYIMPT 
013760     MOVE 0 TO WS-IM-HASH(WS-IX) WS-IM-CARDS(WS-IX).              CPYIMPT 
013770     IF WS-PLN-FILE-REC(44:9) NUMERIC                             CPYIMPT 
013780         MOVE WS-PLN-FILE-REC(44:9) TO WS-IM-HASH(WS-IX)          CPYIMPT 
013790     END-IF.                                                      CPYIMPT 
013800     IF WS-PLN-FILE-REC(54:6) NUMERIC                             CPYIMPT 
013810         MOVE WS-PLN-FILE-REC(54:6) TO WS-IM-CARDS(WS-IX)         CPYIMPT 
013820     END-IF.                                                      CPYIMPT 
013830     EVALUATE WS-IM-DECISION(WS-IX)                               CPYIMPT 
013840         WHEN 'APPROVE'                                           CPYIMPT 
013850             IF WS-IM-ACTION(WS-IX) NOT = 'SKIP'                  CPYIMPT 
013860                 MOVE 'A' TO WS-IM-STATE(WS-IX)                   CPYIMPT 
013870                 ADD 1 TO WS-CNT-ACCEPTED                         CPYIMPT 
013880             END-IF                                               CPYIMPT 
013890         WHEN 'PENDING'                                           CPYIMPT 
013900         WHEN 'REJECT'                                            CPYIMPT 
013910         WHEN 'N/A'                                               CPYIMPT 
013920             CONTINUE                                             CPYIMPT 
013930         WHEN OTHER                                               CPYIMPT 
013940             MOVE SPACES TO WS-ERR-TEXT                           CPYIMPT 
013950             STRING 'PLAN ROW ' DELIMITED BY SIZE                 CPYIMPT 
013960                 WS-IM-NAME(WS-IX) DELIMITED BY SPACE             CPYIMPT 
013970                 ' - DECISION MUST BE APPROVE, REJECT OR '        CPYIMPT 
013980                 DELIMITED BY SIZE                                CPYIMPT 
013990                 'PENDING' DELIMITED BY SIZE                      CPYIMPT 
014000                 INTO WS-ERR-TEXT                                 CPYIMPT 
014010             END-STRING                                           CPYIMPT 
014020             PERFORM 8000-REFUSE THRU 8000-EXIT                   CPYIMPT 
014030     END-EVALUATE.                                                CPYIMPT 
014040 6110-EXIT.                                                       CPYIMPT 
014050     EXIT.                                                        CPYIMPT 
014060*-------------------------------------------------------------    CPYIMPT 
014070*6200-CHECK-ONE-APPROVED - THE STAGED TEXT IS STILL WHAT WAS      CPYIMPT 
014080*PLANNED, THE TARGET IS A FREE MEMBER NAME, AND AN ALIAS'S        CPYIMPT 
014090*MASTER IS OURS OR IS BEING LOADED WITH IT.                       CPYIMPT 
014100*-------------------------------------------------------------    CPYIMPT 
014110 6200-CHECK-ONE-APPROVED.                                         CPYIMPT 
014120     IF NOT WS-IM-ACCEPTED(WS-IX)                                 CPYIMPT 
014130         GO TO 6200-EXIT.                                         CPYIMPT 
014140     IF WS-IM-ACTION(WS-IX) NOT = 'LOAD'                          CPYIMPT 
014150         AND WS-IM-ACTION(WS-IX) NOT = 'RENAME'                   CPYIMPT 
014160         AND WS-IM-ACTION(WS-IX) NOT = 'ALIAS'                    CPYIMPT 
014170         MOVE 'ACTION MUST BE LOAD, RENAME OR ALIAS'              CPYIMPT 
014180             TO WS-ERR-TEXT                                       CPYIMPT 
014190         PERFORM 6290-REFUSE-THE-ROW THRU 6290-EXIT               CPYIMPT 
014200         GO TO 6200-EXIT.                                         CPYIMPT 
014210     MOVE SPACES TO WS-SRC-FILENAME.                              CPYIMPT 
014220     STRING WS-STAGE-DIR DELIMITED BY SPACE                       CPYIMPT 
014230         WS-IM-NAME(WS-IX) DELIMITED BY SPACE                     CPYIMPT 
014240         '.CPY' DELIMITED BY SIZE                                 CPYIMPT 
014250         INTO WS-SRC-FILENAME                                     CPYIMPT 
014260     END-STRING.                                                  CPYIMPT 
014270     PERFORM 2400-HASH-THE-SOURCE THRU 2400-EXIT.                 CPYIMPT 
014280     IF WS-SRC-FILE-STATUS NOT = '00'                             CPYIMPT 
014290         MOVE 'STAGED MEMBER NOT FOUND' TO WS-ERR-TEXT            CPYIMPT 
014300         PERFORM 6290-REFUSE-THE-ROW THRU 6290-EXIT               CPYIMPT 
014310         GO TO 6200-EXIT.                                         CPYIMPT 
014320     IF WS-HASH-VALUE NOT = WS-IM-HASH(WS-IX)                     CPYIMPT 
014330         MOVE 'STAGED TEXT NO LONGER MATCHES THE PLAN'            CPYIMPT 
014340             TO WS-ERR-TEXT                                       CPYIMPT 
014350         PERFORM 6290-REFUSE-THE-ROW THRU 6290-EXIT               CPYIMPT 
014360         GO TO 6200-EXIT.                                         CPYIMPT 
014370     MOVE WS-IM-TARGET(WS-IX) TO WS-NEW-NAME.                     CPYIMPT 
014380     PERFORM 4600-CHECK-MEMBER-NAME THRU 4600-EXIT.               CPYIMPT 
014390     IF WS-ERR-TEXT NOT = SPACES                                  CPYIMPT 
014400         MOVE 'TARGET IS NOT A VALID PDS MEMBER NAME'             CPYIMPT 
014410             TO WS-ERR-TEXT                                       CPYIMPT 
014420         PERFORM 6290-REFUSE-THE-ROW THRU 6290-EXIT               CPYIMPT 
014430         GO TO 6200-EXIT.                                         CPYIMPT 
014440     MOVE WS-IM-TARGET(WS-IX) TO WS-CAND-NAME.                    CPYIMPT 
014450     MOVE WS-IX TO WS-SELF-IX.                                    CPYIMPT 
014460     PERFORM 4500-TEST-NAME-TAKEN THRU 4500-EXIT.                 CPYIMPT 
014470     IF WS-TAKEN                                                  CPYIMPT 
014480         MOVE SPACES TO WS-ERR-TEXT                               CPYIMPT 
014490         STRING 'TARGET ' DELIMITED BY SIZE                       CPYIMPT 
014500             WS-IM-TARGET(WS-IX) DELIMITED BY SPACE               CPYIMPT 
014510             ' IS ALREADY IN USE' DELIMITED BY SIZE               CPYIMPT 
014520             INTO WS-ERR-TEXT                                     CPYIMPT 
014530         END-STRING                                               CPYIMPT 
014540         PERFORM 6290-REFUSE-THE-ROW THRU 6290-EXIT               CPYIMPT 
014550         GO TO 6200-EXIT.                                         CPYIMPT 
014560     IF WS-IM-ACTION(WS-IX) NOT = 'ALIAS'                         CPYIMPT 
014570         GO TO 6200-EXIT.                                         CPYIMPT 
014580     MOVE 'N' TO WS-FOUND-SW.                                     CPYIMPT 
014590     PERFORM 6210-MATCH-ONE-MASTER THRU 6210-EXIT                 CPYIMPT 
014600         VARYING WS-LX FROM 1 BY 1                                CPYIMPT 
014610         UNTIL WS-LX > WS-LB-COUNT OR WS-FOUND.                   CPYIMPT 
014620     PERFORM 6220-MATCH-ONE-LOADED-MASTER THRU 6220-EXIT          CPYIMPT 
014630         VARYING WS-JX FROM 1 BY 1                                CPYIMPT 
014640         UNTIL WS-JX > WS-IM-COUNT OR WS-FOUND.                   CPYIMPT 
014650     IF NOT WS-FOUND                                              CPYIMPT 
014660         MOVE SPACES TO WS-ERR-TEXT                               CPYIMPT 
014670         STRING 'MASTER ' DELIMITED BY SIZE                       CPYIMPT 
014680             WS-IM-MASTER(WS-IX) DELIMITED BY SPACE               CPYIMPT 
014690             ' IS NEITHER OURS NOR APPROVED'                      CPYIMPT 
014700             DELIMITED BY SIZE                                    CPYIMPT 
014710             INTO WS-ERR-TEXT                                     CPYIMPT 
014720         END-STRING                                               CPYIMPT 
014730         PERFORM 6290-REFUSE-THE-ROW THRU 6290-EXIT               CPYIMPT 
014740     END-IF.                                                      CPYIMPT 
014750 6200-EXIT.                                                       CPYIMPT 
014760     EXIT.                                                        CPYIMPT 
014770*                                                                 CPYIMPT 
014780 6210-MATCH-ONE-MASTER.                                           CPYIMPT 
014790     IF WS-LB-NAME(WS-LX) = WS-IM-MASTER(WS-IX)                   CPYIMPT 
014800         MOVE 'Y' TO WS-FOUND-SW                                  CPYIMPT 
014810     END-IF.                                                      CPYIMPT 
014820 6210-EXIT.                                                       CPYIMPT 
014830     EXIT.                                                        CPYIMPT 
014840*                                                                 CPYIMPT 
014850 6220-MATCH-ONE-LOADED-MASTER.                                    CPYIMPT 
014860     IF WS-JX NOT = WS-IX                                         CPYIMPT 
014870         AND WS-IM-ACCEPTED(WS-JX)                                CPYIMPT 
014880         AND WS-IM-ACTION(WS-JX) NOT = 'ALIAS'                    CPYIMPT 
014890         AND WS-IM-TARGET(WS-JX) = WS-IM-MASTER(WS-IX)            CPYIMPT 
014900         MOVE 'Y' TO WS-FOUND-SW                                  CPYIMPT 
014910     END-IF.                                                      CPYIMPT 
014920 6220-EXIT.                                                       CPYIMPT 
014930     EXIT.                                                        CPYIMPT 
014940*                                                                 CPYIMPT 
014950 6290-REFUSE-THE-ROW.                                             CPYIMPT 
014960     MOVE WS-ERR-TEXT TO WS-IM-REASON(WS-IX).                     CPYIMPT 
014970     MOVE SPACES TO WS-ERR-TEXT.                                  CPYIMPT 
014980     STRING 'PLAN ROW ' DELIMITED BY SIZE                         CPYIMPT 
014990         WS-IM-NAME(WS-IX) DELIMITED BY SPACE                     CPYIMPT 
015000         ' - ' DELIMITED BY SIZE                                  CPYIMPT 
015010         WS-IM-REASON(WS-IX) DELIMITED BY SIZE                    CPYIMPT 
015020         INTO WS-ERR-TEXT                                         CPYIMPT 
015030     END-STRING.                                                  CPYIMPT 
015040     PERFORM 8000-REFUSE THRU 8000-EXIT.                          CPYIMPT 
015050 6290-EXIT.                                                       CPYIMPT 
015060     EXIT.                                                        CPYIMPT 
015070*-------------------------------------------------------------    CPYIMPT 
015080*7000-LOAD-THE-MEMBERS - STAGE ALL FOUR CONTROL FILES AS .NEW     CPYIMPT 
015090*AND WRITE THE MEMBERS TO TEST-COPYLIB; ONLY WHEN EVERY ONE       CPYIMPT 
015100*SUCCEEDS ARE THE CONTROL FILES SWAPPED IN.  ANY FAILURE          CPYIMPT 
015110*LEAVES THE CONTROL FILES AS THEY WERE AND TAKES THE MEMBERS      CPYIMPT 
015120*ALREADY WRITTEN BACK OUT.                                        CPYIMPT 
015130*-------------------------------------------------------------    CPYIMPT 
015140 7000-LOAD-THE-MEMBERS.                                           CPYIMPT 
015150     MOVE 'config/COPYBOOKS.LST' TO WS-REG-FILENAME(1).           CPYIMPT 
015160     MOVE 'ROLL' TO WS-REG-TAG(1).                                CPYIMPT 
015170     MOVE 32 TO WS-REG-VAL-COL(1).                                CPYIMPT 
015180     MOVE 'config/CPYOWN.DAT' TO WS-REG-FILENAME(2).              CPYIMPT 
015190     MOVE 'OWN' TO WS-REG-TAG(2).                                 CPYIMPT 
015200     MOVE 32 TO WS-REG-VAL-COL(2).                                CPYIMPT 
015210     MOVE 'config/CPYVERS.DAT' TO WS-REG-FILENAME(3).             CPYIMPT 
015220     MOVE 'VERS' TO WS-REG-TAG(3).                                CPYIMPT 
015230     MOVE 32 TO WS-REG-VAL-COL(3).                                CPYIMPT 
015240     MOVE 'config/CPYLCY.DAT' TO WS-REG-FILENAME(4).              CPYIMPT 
015250     MOVE 'LCY' TO WS-REG-TAG(4).                                 CPYIMPT 
015260     MOVE 32 TO WS-REG-VAL-COL(4).                                CPYIMPT 
015270     PERFORM 7100-STAGE-ONE-FILE THRU 7100-EXIT                   CPYIMPT 
015280         VARYING WS-RIX FROM 1 BY 1 UNTIL WS-RIX > 4.             CPYIMPT 
015290     IF NOT WS-REFUSED                                            CPYIMPT 
015300         PERFORM 7500-WRITE-ONE-MEMBER THRU 7500-EXIT             CPYIMPT 
015310             VARYING WS-IX FROM 1 BY 1                            CPYIMPT 
015320             UNTIL WS-IX > WS-IM-COUNT                            CPYIMPT 
015330     END-IF.                                                      CPYIMPT 
015340     IF WS-REFUSED                                                CPYIMPT 
015350         PERFORM 7300-DROP-ONE-STAGED THRU 7300-EXIT              CPYIMPT 
015360             VARYING WS-RIX FROM 1 BY 1 UNTIL WS-RIX > 4          CPYIMPT 
015370         PERFORM 7600-REMOVE-ONE-MEMBER THRU 7600-EXIT            CPYIMPT 
015380             VARYING WS-IX FROM 1 BY 1                            CPYIMPT 
015390             UNTIL WS-IX > WS-IM-COUNT                            CPYIMPT 
015400         MOVE 0 TO WS-CNT-LOADED                                  CPYIMPT 
015410         MOVE 12 TO WS-FINAL-RC                                   CPYIMPT 
015420         GO TO 7000-EXIT.                                         CPYIMPT 
015430     PERFORM 7200-SWAP-ONE-FILE THRU 7200-EXIT                    CPYIMPT 
015440         VARYING WS-RIX FROM 1 BY 1 UNTIL WS-RIX > 4.             CPYIMPT 
015450     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYIMPT 
015460     WRITE WS-RPT-FILE-REC.                                       CPYIMPT 
015470     MOVE 'LOADED   AS       ACTION REGISTRATION ENTRIES'         CPYIMPT 
015480         TO WS-RPT-FILE-REC.                                      CPYIMPT 
015490     WRITE WS-RPT-FILE-REC.                                       CPYIMPT 
015500     PERFORM 7700-REGISTER-ONE-MEMBER THRU 7700-EXIT              CPYIMPT 
015510         VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > WS-IM-COUNT.     CPYIMPT 
015520 7000-EXIT.                                                       CPYIMPT 
015530     EXIT.                                                        CPYIMPT 
015540*                                                                 CPYIMPT 
015550 7100-STAGE-ONE-FILE.                                             CPYIMPT 
015560     MOVE 'N' TO WS-REG-STAGED(WS-RIX).                           CPYIMPT 
015570     IF WS-REFUSED                                                CPYIMPT 
015580         GO TO 7100-EXIT.                                         CPYIMPT 
015590     MOVE WS-REG-FILENAME(WS-RIX) TO WS-CTL-FILENAME.             CPYIMPT 
015600     PERFORM 7110-NAME-THE-NEW-FILE THRU 7110-EXIT.               CPYIMPT 
015610     OPEN INPUT CTL-FILE.                                         CPYIMPT 
015620     IF WS-CTL-FILE-STATUS NOT = '00'                             CPYIMPT 
015630         MOVE SPACES TO WS-ERR-TEXT                               CPYIMPT 
015640         STRING 'CANNOT READ ' DELIMITED BY SIZE                  CPYIMPT 
015650             WS-CTL-FILENAME DELIMITED BY SPACE                   CPYIMPT 
015660             INTO WS-ERR-TEXT                                     CPYIMPT 
015670         END-STRING                                               CPYIMPT 
015680         PERFORM 8000-REFUSE THRU 8000-EXIT                       CPYIMPT 
015690         GO TO 7100-EXIT.                                         CPYIMPT 
015700     OPEN OUTPUT NEW-FILE.                                        CPYIMPT 
015710     IF WS-NEW-FILE-STATUS NOT = '00'                             CPYIMPT 
015720         CLOSE CTL-FILE                                           CPYIMPT 
015730         MOVE SPACES TO WS-ERR-TEXT                               CPYIMPT 
015740         STRING 'CANNOT STAGE ' DELIMITED BY SIZE                 CPYIMPT 
015750             WS-NEW-FILENAME DELIMITED BY SPACE                   CPYIMPT 
015760             INTO WS-ERR-TEXT                                     CPYIMPT 
015770         END-STRING                                               CPYIMPT 
015780         PERFORM 8000-REFUSE THRU 8000-EXIT                       CPYIMPT 
015790         GO TO 7100-EXIT.                                         CPYIMPT 
015800     MOVE 'Y' TO WS-REG-STAGED(WS-RIX).                           CPYIMPT 
015810     MOVE 'N' TO WS-EOF-SW.                                       CPYIMPT 
015820     PERFORM 7120-COPY-ONE-LINE THRU 7120-EXIT UNTIL WS-EOF.      CPYIMPT 
015830     CLOSE CTL-FILE.                                              CPYIMPT 
015840     MOVE 'N' TO WS-EOF-SW.                                       CPYIMPT 
015850     PERFORM 7130-APPEND-ONE-ENTRY THRU 7130-EXIT                 CPYIMPT 
015860         VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > WS-IM-COUNT.     CPYIMPT 
015870     CLOSE NEW-FILE.                                              CPYIMPT 
015880 7100-EXIT.                                                       CPYIMPT 
015890     EXIT.                                                        CPYIMPT 
015900*                                                                 CPYIMPT 
015910 7110-NAME-THE-NEW-FILE.                                          CPYIMPT 
015920     MOVE SPACES TO WS-NEW-FILENAME.                              CPYIMPT 
015930     STRING WS-REG-FILENAME(WS-RIX) DELIMITED BY SPACE            CPYIMPT 
015940         '.NEW' DELIMITED BY SIZE                                 CPYIMPT 
015950         INTO WS-NEW-FILENAME                                     CPYIMPT 
015960     END-STRING.                                                  CPYIMPT 
015970 7110-EXIT.                                                       CPYIMPT 
015980     EXIT.                                                        CPYIMPT 
015990*                                                                 CPYIMPT 
016000 7120-COPY-ONE-LINE.                                              CPYIMPT 
016010     READ CTL-FILE INTO WS-CTL-FILE-REC                           CPYIMPT 
016020         AT END MOVE 'Y' TO WS-EOF-SW                             CPYIMPT 
016030     END-READ.                                                    CPYIMPT 
016040     IF WS-EOF                                                    CPYIMPT 
016050         GO TO 7120-EXIT.                                         CPYIMPT 
016060     MOVE WS-CTL-FILE-REC TO WS-NEW-FILE-REC.                     CPYIMPT 
016070     WRITE WS-NEW-FILE-REC.                                       CPYIMPT 
016080 7120-EXIT.                                                       CPYIMPT 
016090     EXIT.                                                        CPYIMPT 
016100*                                                                 CPYIMPT 
016110 7130-APPEND-ONE-ENTRY.                                           CPYIMPT 
016120     IF NOT WS-IM-ACCEPTED(WS-IX)                                 CPYIMPT 
016130         GO TO 7130-EXIT.                                         CPYIMPT 
016140     IF WS-RIX = 4                                                CPYIMPT 
016150         AND WS-IM-ACTION(WS-IX) NOT = 'ALIAS'                    CPYIMPT 
016160         GO TO 7130-EXIT.                                         CPYIMPT 
016170     PERFORM 7140-BUILD-THE-ENTRY THRU 7140-EXIT.                 CPYIMPT 
016180     MOVE WS-ENTRY TO WS-NEW-FILE-REC.                            CPYIMPT 
016190     WRITE WS-NEW-FILE-REC.                                       CPYIMPT 
016200     IF WS-NEW-FILE-STATUS NOT = '00'                             CPYIMPT 
016210         AND NOT WS-REFUSED                                       CPYIMPT 
016220         MOVE SPACES TO WS-ERR-TEXT                               CPYIMPT 
016230         STRING 'CANNOT STAGE ' DELIMITED BY SIZE                 CPYIMPT 
016240             WS-NEW-FILENAME DELIMITED BY SPACE                   CPYIMPT 
016250             INTO WS-ERR-TEXT                                     CPYIMPT 
016260         END-STRING                                               CPYIMPT 
016270         PERFORM 8000-REFUSE THRU 8000-EXIT                       CPYIMPT 
016280     END-IF.                                                      CPYIMPT 
016290 7130-EXIT.                                                       CPYIMPT 
016300     EXIT.                                                        CPYIMPT 
016310*                                                                 CPYIMPT 
016320*    EACH ENTRY IN ITS OWN FILE'S LAYOUT: ROLL NAME 1-30;         CPYIMPT 
016330*    OWNER NAME, TEAM 32-41, CONTACTS 43-79; VERSION 32-41;       CPYIMPT 
016340*    LIFECYCLE STATUS 32-41, SUNSET 43-50, MASTER 52-81.          CPYIMPT 
016350 7140-BUILD-THE-ENTRY.                                            CPYIMPT 
016360     MOVE SPACES TO WS-ENTRY.                                     CPYIMPT 
016370     MOVE WS-IM-TARGET(WS-IX) TO WS-ENTRY(1:30).                  CPYIMPT 
016380     EVALUATE WS-RIX                                              CPYIMPT 
016390         WHEN 2                                                   CPYIMPT 
016400             MOVE WS-TEAM TO WS-ENTRY(32:10)                      CPYIMPT 
016410             MOVE WS-CONTACTS TO WS-ENTRY(43:37)                  CPYIMPT 
016420         WHEN 3                                                   CPYIMPT 
016430             MOVE WS-VERSION TO WS-ENTRY(32:10)                   CPYIMPT 
016440         WHEN 4                                                   CPYIMPT 
016450             MOVE 'DEPRECATED' TO WS-ENTRY(32:10)                 CPYIMPT 
016460             MOVE WS-SUNSET TO WS-ENTRY(43:8)                     CPYIMPT 
016470             MOVE WS-IM-MASTER(WS-IX) TO WS-ENTRY(52:30)          CPYIMPT 
016480     END-EVALUATE.                                                CPYIMPT 
016490 7140-EXIT.                                                       CPYIMPT 
016500     EXIT.                                                        CPYIMPT 
016510*                                                                 CPYIMPT 
016520 7200-SWAP-ONE-FILE.                                              CPYIMPT 
016530     MOVE WS-REG-FILENAME(WS-RIX) TO WS-CTL-FILENAME.             CPYIMPT 
016540     PERFORM 7110-NAME-THE-NEW-FILE THRU 7110-EXIT.               CPYIMPT 
016550     CALL 'CBL_DELETE_FILE' USING WS-CTL-FILENAME.                CPYIMPT 
016560     CALL 'CBL_RENAME_FILE' USING WS-NEW-FILENAME                 CPYIMPT 
016570         WS-CTL-FILENAME.                                         CPYIMPT 
016580     MOVE 0 TO RETURN-CODE.                                       CPYIMPT 
016590 7200-EXIT.                                                       CPYIMPT 
016600     EXIT.                                                        CPYIMPT 
016610*                                                                 CPYIMPT 
016620 7300-DROP-ONE-STAGED.                                            CPYIMPT 
016630     IF WS-REG-STAGED(WS-RIX) NOT = 'Y'                           CPYIMPT 
016640         GO TO 7300-EXIT.                                         CPYIMPT 
016650     PERFORM 7110-NAME-THE-NEW-FILE THRU 7110-EXIT.               CPYIMPT 
016660     CALL 'CBL_DELETE_FILE' USING WS-NEW-FILENAME.                CPYIMPT 
016670     MOVE 0 TO RETURN-CODE.                                       CPYIMPT 
016680 7300-EXIT.                                                       CPYIMPT 
016690     EXIT.                                                        CPYIMPT 
016700*-------------------------------------------------------------    CPYIMPT 
016710*7500-WRITE-ONE-MEMBER - THE STAGED TEXT GOES TO TEST-COPYLIB     CPYIMPT 
016720*UNDER ITS TARGET NAME, COLS 73-80 RESTAMPED WITH THAT NAME.      CPYIMPT 
016730*-------------------------------------------------------------    CPYIMPT 
016740 7500-WRITE-ONE-MEMBER.                                           CPYIMPT 
016750     IF NOT WS-IM-ACCEPTED(WS-IX)                                 CPYIMPT 
016760         OR WS-REFUSED                                            CPYIMPT 
016770         GO TO 7500-EXIT.                                         CPYIMPT 
016780     MOVE SPACES TO WS-SRC-FILENAME.                              CPYIMPT 
016790     STRING WS-STAGE-DIR DELIMITED BY SPACE                       CPYIMPT 
016800         WS-IM-NAME(WS-IX) DELIMITED BY SPACE                     CPYIMPT 
016810         '.CPY' DELIMITED BY SIZE                                 CPYIMPT 
016820         INTO WS-SRC-FILENAME                                     CPYIMPT 
016830     END-STRING.                                                  CPYIMPT 
016840     PERFORM 7510-NAME-THE-MEMBER THRU 7510-EXIT.                 CPYIMPT 
016850     MOVE WS-MEMBER-PATH TO WS-STG-FILENAME.                      CPYIMPT 
016860     OPEN INPUT SRC-FILE.                                         CPYIMPT 
016870     IF WS-SRC-FILE-STATUS NOT = '00'                             CPYIMPT 
016880         MOVE SPACES TO WS-ERR-TEXT                               CPYIMPT 
016890         STRING 'CANNOT READ ' DELIMITED BY SIZE                  CPYIMPT 
016900             WS-SRC-FILENAME DELIMITED BY SPACE                   CPYIMPT 
016910             INTO WS-ERR-TEXT                                     CPYIMPT 
016920         END-STRING                                               CPYIMPT 
016930         PERFORM 8000-REFUSE THRU 8000-EXIT                       CPYIMPT 
016940         GO TO 7500-EXIT.                                         CPYIMPT 
016950     OPEN OUTPUT STG-FILE.                                        CPYIMPT 
016960     IF WS-STG-FILE-STATUS NOT = '00'                             CPYIMPT 
016970         CLOSE SRC-FILE                                           CPYIMPT 
016980         MOVE SPACES TO WS-ERR-TEXT                               CPYIMPT 
016990         STRING 'CANNOT WRITE ' DELIMITED BY SIZE                 CPYIMPT 
017000             WS-STG-FILENAME DELIMITED BY SPACE                   CPYIMPT 
017010             INTO WS-ERR-TEXT                                     CPYIMPT 
017020         END-STRING                                               CPYIMPT 
017030         PERFORM 8000-REFUSE THRU 8000-EXIT                       CPYIMPT 
017040         GO TO 7500-EXIT.                                         CPYIMPT 
017050     MOVE 'L' TO WS-IM-STATE(WS-IX).                              CPYIMPT 
017060     ADD 1 TO WS-CNT-LOADED.                                      CPYIMPT 
017070     MOVE 'N' TO WS-SUB-EOF-SW.                                   CPYIMPT 
017080     PERFORM 7520-COPY-ONE-CARD THRU 7520-EXIT                    CPYIMPT 
017090         UNTIL WS-SUB-EOF.                                        CPYIMPT 
017100     CLOSE SRC-FILE STG-FILE.                                     CPYIMPT 
017110 7500-EXIT.                                                       CPYIMPT 
017120     EXIT.                                                        CPYIMPT 
017130*                                                                 CPYIMPT 
017140 7510-NAME-THE-MEMBER.                                            CPYIMPT 
017150     MOVE SPACES TO WS-MEMBER-PATH.                               CPYIMPT 
017160     STRING WS-TSTLIB-DIR DELIMITED BY SPACE                      CPYIMPT 
017170         WS-IM-TARGET(WS-IX) DELIMITED BY SPACE                   CPYIMPT 
017180         '.CPY' DELIMITED BY SIZE                                 CPYIMPT 
017190         INTO WS-MEMBER-PATH                                      CPYIMPT 
017200     END-STRING.                                                  CPYIMPT 
017210 7510-EXIT.                                                       CPYIMPT 
017220     EXIT.                                                        CPYIMPT 
017230*                                                                 CPYIMPT 
017240 7520-COPY-ONE-CARD.                                              CPYIMPT 
017250     READ SRC-FILE INTO WS-CARD                                   CPYIMPT 
017260         AT END MOVE 'Y' TO WS-SUB-EOF-SW                         CPYIMPT 
017270     END-READ.                                                    CPYIMPT 
017280     IF WS-SUB-EOF                                                CPYIMPT 
017290         GO TO 7520-EXIT.                                         CPYIMPT 
017300     MOVE WS-IM-TARGET(WS-IX) TO WS-CARD(73:8).                   CPYIMPT 
017310     MOVE WS-CARD TO WS-STG-FILE-REC.                             CPYIMPT 
017320     WRITE WS-STG-FILE-REC.                                       CPYIMPT 
017330     IF WS-STG-FILE-STATUS NOT = '00'                             CPYIMPT 
017340         AND NOT WS-REFUSED                                       CPYIMPT 
017350         MOVE SPACES TO WS-ERR-TEXT                               CPYIMPT 
017360         STRING 'CANNOT WRITE ' DELIMITED BY SIZE                 CPYIMPT 
017370             WS-STG-FILENAME DELIMITED BY SPACE                   CPYIMPT 
017380             INTO WS-ERR-TEXT                                     CPYIMPT 
017390         END-STRING                                               CPYIMPT 
017400         PERFORM 8000-REFUSE THRU 8000-EXIT                       CPYIMPT 
017410     END-IF.                                                      CPYIMPT 
017420 7520-EXIT.                                                       CPYIMPT 
017430     EXIT.                                                        CPYIMPT 
017440*                                                                 CPYIMPT 
017450 7600-REMOVE-ONE-MEMBER.                                          CPYIMPT 
017460     IF NOT WS-IM-LOADED(WS-IX)                                   CPYIMPT 
017470         GO TO 7600-EXIT.                                         CPYIMPT 
017480     PERFORM 7510-NAME-THE-MEMBER THRU 7510-EXIT.                 CPYIMPT 
017490     CALL 'CBL_DELETE_FILE' USING WS-MEMBER-PATH.                 CPYIMPT 
017500     MOVE 0 TO RETURN-CODE.                                       CPYIMPT 
017510     MOVE 'A' TO WS-IM-STATE(WS-IX).                              CPYIMPT 
017520 7600-EXIT.                                                       CPYIMPT 
017530     EXIT.                                                        CPYIMPT 
017540*-------------------------------------------------------------    CPYIMPT 
017550*7700-REGISTER-ONE-MEMBER - REPORT THE MEMBER AND PUT EACH OF     CPYIMPT 
017560*ITS ENTRIES ON THE MAINTENANCE HISTORY IN CPYMNT'S LAYOUT,       CPYIMPT 
017570*ACTION ADD, AS CPYMAKE DOES.                                     CPYIMPT 
017580*-------------------------------------------------------------    CPYIMPT 
017590 7700-REGISTER-ONE-MEMBER.                                        CPYIMPT 
017600     IF NOT WS-IM-LOADED(WS-IX)                                   CPYIMPT 
017610         GO TO 7700-EXIT.                                         CPYIMPT 
017620     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYIMPT 
017630     MOVE WS-IM-NAME(WS-IX) TO WS-RPT-FILE-REC(1:8).              CPYIMPT 
017640     MOVE WS-IM-TARGET(WS-IX) TO WS-RPT-FILE-REC(10:8).           CPYIMPT 
017650     MOVE WS-IM-ACTION(WS-IX) TO WS-RPT-FILE-REC(19:6).           CPYIMPT 
017660     MOVE 'ROLL OWN VERS' TO WS-RPT-FILE-REC(26:13).              CPYIMPT 
017670     IF WS-IM-ACTION(WS-IX) = 'ALIAS'                             CPYIMPT 
017680         STRING 'LCY - DEPRECATED ' DELIMITED BY SIZE             CPYIMPT 
017690             WS-SUNSET DELIMITED BY SIZE                          CPYIMPT 
017700             ' IN FAVOR OF ' DELIMITED BY SIZE                    CPYIMPT 
017710             WS-IM-MASTER(WS-IX) DELIMITED BY SPACE               CPYIMPT 
017720             INTO WS-RPT-FILE-REC(40:70)                          CPYIMPT 
017730         END-STRING                                               CPYIMPT 
017740     END-IF.                                                      CPYIMPT 
017750     WRITE WS-RPT-FILE-REC.                                       CPYIMPT 
017760     PERFORM 7710-WRITE-ONE-HISTORY THRU 7710-EXIT                CPYIMPT 
017770         VARYING WS-RIX FROM 1 BY 1 UNTIL WS-RIX > 4.             CPYIMPT 
017780 7700-EXIT.                                                       CPYIMPT 
017790     EXIT.                                                        CPYIMPT 
017800*                                                                 CPYIMPT 
017810 7710-WRITE-ONE-HISTORY.                                          CPYIMPT 
017820     IF WS-RIX = 4                                                CPYIMPT 
017830         AND WS-IM-ACTION(WS-IX) NOT = 'ALIAS'                    CPYIMPT 
017840         GO TO 7710-EXIT.                                         CPYIMPT 
017850     PERFORM 7140-BUILD-THE-ENTRY THRU 7140-EXIT.                 CPYIMPT 
017860     MOVE SPACES TO WS-HST-FILE-REC.                              CPYIMPT 
017870     MOVE WS-RUN-TIMESTAMP TO WS-HST-FILE-REC(1:15).              CPYIMPT 
017880     MOVE WS-USERID TO WS-HST-FILE-REC(17:8).                     CPYIMPT 
017890     MOVE WS-REG-TAG(WS-RIX) TO WS-HST-FILE-REC(26:6).            CPYIMPT 
017900     MOVE 'ADD' TO WS-HST-FILE-REC(33:6).                         CPYIMPT 
017910     MOVE WS-IM-TARGET(WS-IX) TO WS-HST-FILE-REC(40:16).          CPYIMPT 
017920     MOVE WS-ENTRY(WS-REG-VAL-COL(WS-RIX):40)                     CPYIMPT 
017930         TO WS-HST-FILE-REC(98:40).                               CPYIMPT 
017940     OPEN EXTEND HST-FILE.                                        CPYIMPT 
017950     IF WS-HST-FILE-STATUS = '35'                                 CPYIMPT 
017960         OPEN OUTPUT HST-FILE                                     CPYIMPT 
017970     END-IF.                                                      CPYIMPT 
017980     WRITE WS-HST-FILE-REC.                                       CPYIMPT 
017990     CLOSE HST-FILE.                                              CPYIMPT 
018000 7710-EXIT.                                                       CPYIMPT 
018010     EXIT.                                                        CPYIMPT 
018020*-------------------------------------------------------------    CPYIMPT 
018030*8000-REFUSE - ONE REPORT LINE PER REASON                         CPYIMPT 
018040*-------------------------------------------------------------    CPYIMPT 
018050 8000-REFUSE.                                                     CPYIMPT 
018060     MOVE 'Y' TO WS-REFUSED-SW.                                   CPYIMPT 
018070     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYIMPT 
018080     STRING '*** ' DELIMITED BY SIZE                              CPYIMPT 
018090         WS-ERR-TEXT DELIMITED BY SIZE                            CPYIMPT 
018100         INTO WS-RPT-FILE-REC                                     CPYIMPT 
018110     END-STRING.                                                  CPYIMPT 
018120     WRITE WS-RPT-FILE-REC.                                       CPYIMPT 
018130     DISPLAY 'CPYIMPT - ' WS-ERR-TEXT.                            CPYIMPT 
018140 8000-EXIT.                                                       CPYIMPT 
018150     EXIT.                                                        CPYIMPT 
