000010 IDENTIFICATION DIVISION.                                         CPYMAKE 
000020 PROGRAM-ID. CPYMAKE.                                             CPYMAKE 
000030 AUTHOR. R SANDOVAL.                                              CPYMAKE 
000040 INSTALLATION. DATA CENTER SERVICES - COPYBOOK TOOLING.           CPYMAKE 
000050 DATE-WRITTEN. 2026-10-15.                                        CPYMAKE 
000060 DATE-COMPILED.                                                   CPYMAKE 
000070*-------------------------------------------------------------    CPYMAKE 
000080*MODIFICATION HISTORY                                             CPYMAKE 
000090*-------------------------------------------------------------    CPYMAKE 
000100*2026-10-15 RS  NEW-COPYBOOK AUTHORING FROM A FIELD               CPYMAKE 
000110*               SPECIFICATION, SO NOBODY HAND-TYPES THE CARDS,    CPYMAKE 
000120*               THE SEQUENCE NUMBERS, THE COLUMN 73-80 STAMP OR   CPYMAKE 
000130*               THE :PREFIX: PLACEHOLDERS AGAIN.  ONE SPEC CARD   CPYMAKE 
000140*               PER ENTRY: LEVEL COLS 1-2, NAME 4-33 (WITHOUT     CPYMAKE 
000150*               THE PREFIX), TYPE 35 (X, 9, S SIGNED, P PACKED,   CPYMAKE 
000160*               B BINARY, BLANK OR G A GROUP), LENGTH 37-40,      CPYMAKE 
000170*               DECIMALS 42-43, OCCURS 45-48, 88 VALUES 50-79,    CPYMAKE 
000180*               DESCRIPTION 81-130.  THE COPYBOOK IS GENERATED    CPYMAKE 
000190*               TO STANDARD - EVERY NAME UNDER :PREFIX:, EVERY    CPYMAKE 
000200*               AMOUNT SIGNED, RESEQUENCED AND STAMPED - AND      CPYMAKE 
000210*               RUN THROUGH CPYVAL AND THE OWNING TEAM'S CODING   CPYMAKE 
000220*               STANDARDS (CPYSTDV).  PREVIEW WRITES A DRAFT TO   CPYMAKE 
000230*               registry/<NAME>.CPY AND THE PROPOSED ROLL,        CPYMAKE 
000240*               OWNERSHIP, PREFIX-STANDARD AND MANIFEST ENTRIES   CPYMAKE 
000250*               TO THE REPORT.  REGISTER, WITH AN APPROVER FROM   CPYMAKE 
000260*               THE OWNING TEAM'S CONTACTS, WRITES THE MEMBER     CPYMAKE 
000270*               TO TEST-COPYLIB AND ADDS ALL FOUR ENTRIES IN      CPYMAKE 
000280*               ONE STEP - EACH FILE IS STAGED AS <FILE>.NEW      CPYMAKE 
000290*               AND NONE IS SWAPPED UNTIL ALL ARE STAGED - SO A   CPYMAKE 
000300*               NEW COPYBOOK IS NEVER HALF-REGISTERED.  EACH      CPYMAKE 
000310*               ENTRY GOES ON THE MAINTENANCE HISTORY             CPYMAKE 
000320*               registry/CPYMNTH.DAT.  THE REQUESTER NEEDS THE    CPYMAKE 
000330*               NEWBOOK GRANT.  SYSIN KEYWORD CARDS (COLS 1-8,    CPYMAKE 
000340*               VALUE FROM COL 10): FUNCTION, COPYBOOK, SPEC,     CPYMAKE 
000350*               TEAM, CONTACTS, PREFIX, VERSION, REMARKS, USER,   CPYMAKE 
000360*               APPROVER.  REPORT: registry/CPYMAKE.RPT.  RC 0    CPYMAKE 
000370*               CLEAN, 4 STANDARDS WARNINGS, 8 REFUSED, 12 A      CPYMAKE 
000380*               CONTROL FILE COULD NOT BE STAGED.                 CPYMAKE 
000390*-------------------------------------------------------------    CPYMAKE 
000400 ENVIRONMENT DIVISION.                                            CPYMAKE 
000410 CONFIGURATION SECTION.                                           CPYMAKE 
000420 SOURCE-COMPUTER. GENERIC-COMPUTER.                               CPYMAKE 
000430 OBJECT-COMPUTER. GENERIC-COMPUTER.                               CPYMAKE 
000440 INPUT-OUTPUT SECTION.                                            CPYMAKE 
000450 FILE-CONTROL.                                                    CPYMAKE 
000460     SELECT PARM-FILE ASSIGN TO DYNAMIC WS-PARM-FILENAME          CPYMAKE 
000470         ORGANIZATION LINE SEQUENTIAL                             CPYMAKE 
000480         FILE STATUS IS WS-PARM-FILE-STATUS.                      CPYMAKE 
000490     SELECT SPC-FILE ASSIGN TO DYNAMIC WS-SPC-FILENAME            CPYMAKE 
000500         ORGANIZATION LINE SEQUENTIAL                             CPYMAKE 
000510         FILE STATUS IS WS-SPC-FILE-STATUS.                       CPYMAKE 
000520     SELECT TEAM-FILE ASSIGN TO DYNAMIC WS-TEAM-FILENAME          CPYMAKE 
000530         ORGANIZATION LINE SEQUENTIAL                             CPYMAKE 
000540         FILE STATUS IS WS-TEAM-FILE-STATUS.                      CPYMAKE 
000550     SELECT CTL-FILE ASSIGN TO DYNAMIC WS-CTL-FILENAME            CPYMAKE 
000560         ORGANIZATION LINE SEQUENTIAL                             CPYMAKE 
000570         FILE STATUS IS WS-CTL-FILE-STATUS.                       CPYMAKE 
000580     SELECT NEW-FILE ASSIGN TO DYNAMIC WS-NEW-FILENAME            CPYMAKE 
000590         ORGANIZATION LINE SEQUENTIAL                             CPYMAKE 
000600         FILE STATUS IS WS-NEW-FILE-STATUS.                       CPYMAKE 
000610     SELECT OUT-FILE ASSIGN TO DYNAMIC WS-OUT-FILENAME            CPYMAKE 
000620         ORGANIZATION LINE SEQUENTIAL                             CPYMAKE 
000630         FILE STATUS IS WS-OUT-FILE-STATUS.                       CPYMAKE 
000640     SELECT HST-FILE ASSIGN TO DYNAMIC WS-HST-FILENAME            CPYMAKE 
000650         ORGANIZATION LINE SEQUENTIAL                             CPYMAKE 
000660         FILE STATUS IS WS-HST-FILE-STATUS.                       CPYMAKE 
000670     SELECT RPT-FILE ASSIGN TO DYNAMIC WS-RPT-FILENAME            CPYMAKE 
000680         ORGANIZATION LINE SEQUENTIAL                             CPYMAKE 
000690         FILE STATUS IS WS-RPT-FILE-STATUS.                       CPYMAKE 
000700 DATA DIVISION.                                                   CPYMAKE 
000710 FILE SECTION.                                                    CPYMAKE 
000720 FD  PARM-FILE.                                                   CPYMAKE 
000730 01  WS-PARM-FILE-REC        PIC X(80).                           CPYMAKE 
000740 FD  SPC-FILE.                                                    CPYMAKE 
000750 01  WS-SPC-FILE-REC         PIC X(132).                          CPYMAKE 
000760 FD  TEAM-FILE.                                                   CPYMAKE 
000770 01  WS-TEAM-FILE-REC        PIC X(80).                           CPYMAKE 
000780 FD  CTL-FILE.                                                    CPYMAKE 
000790 01  WS-CTL-FILE-REC         PIC X(80).                           CPYMAKE 
000800 FD  NEW-FILE.                                                    CPYMAKE 
000810 01  WS-NEW-FILE-REC         PIC X(80).                           CPYMAKE 
000820 FD  OUT-FILE.                                                    CPYMAKE 
000830 01  WS-OUT-FILE-REC         PIC X(80).                           CPYMAKE 
000840 FD  HST-FILE.                                                    CPYMAKE 
000850 01  WS-HST-FILE-REC         PIC X(140).                          CPYMAKE 
000860 FD  RPT-FILE.                                                    CPYMAKE 
000870 01  WS-RPT-FILE-REC         PIC X(132).                          CPYMAKE 
000880 WORKING-STORAGE SECTION.                                         CPYMAKE 
000890*-------------------------------------------------------------    CPYMAKE 
000900*FILE STATUS AND DYNAMIC FILE NAMES                               CPYMAKE 
000910*-------------------------------------------------------------    CPYMAKE 
000920 77  WS-PARM-FILENAME        PIC X(80)                            CPYMAKE 
000930         VALUE 'jcl/CPYMAKE.SYSIN'.                               CPYMAKE 
000940 77  WS-PARM-FILE-STATUS     PIC X(02) VALUE '00'.                CPYMAKE 
000950 77  WS-SPC-FILENAME         PIC X(80) VALUE SPACES.              CPYMAKE 
000960 77  WS-SPC-FILE-STATUS      PIC X(02) VALUE '00'.                CPYMAKE 
000970 77  WS-TEAM-FILENAME        PIC X(80)                            CPYMAKE 
000980         VALUE 'config/CPYTEAM.DAT'.                              CPYMAKE 
000990 77  WS-TEAM-FILE-STATUS     PIC X(02) VALUE '00'.                CPYMAKE 
001000 77  WS-CTL-FILENAME         PIC X(80) VALUE SPACES.              CPYMAKE 
001010 77  WS-CTL-FILE-STATUS      PIC X(02) VALUE '00'.                CPYMAKE 
001020 77  WS-NEW-FILENAME         PIC X(80) VALUE SPACES.              CPYMAKE 
001030 77  WS-NEW-FILE-STATUS      PIC X(02) VALUE '00'.                CPYMAKE 
001040 77  WS-OUT-FILENAME         PIC X(80) VALUE SPACES.              CPYMAKE 
001050 77  WS-OUT-FILE-STATUS      PIC X(02) VALUE '00'.                CPYMAKE 
001060 77  WS-HST-FILENAME         PIC X(80)                            CPYMAKE 
001070         VALUE 'registry/CPYMNTH.DAT'.                            CPYMAKE 
001080 77  WS-HST-FILE-STATUS      PIC X(02) VALUE '00'.                CPYMAKE 
001090 77  WS-RPT-FILENAME         PIC X(80)                            CPYMAKE 
001100         VALUE 'registry/CPYMAKE.RPT'.                            CPYMAKE 
001110 77  WS-RPT-FILE-STATUS      PIC X(02) VALUE '00'.                CPYMAKE 
001120 77  WS-TSTLIB-DIR           PIC X(40)                            CPYMAKE 
001130         VALUE 'copybook-source/TEST-COPYLIB/'.                   CPYMAKE 
001140 77  WS-PRDLIB-DIR           PIC X(40)                            CPYMAKE 
001150         VALUE 'copybook-source/PROD-COPYLIB/'.                   CPYMAKE 
001160 77  WS-EOF-SW               PIC X(01) VALUE 'N'.                 CPYMAKE 
001170     88  WS-EOF              VALUE 'Y'.                           CPYMAKE 
001180 77  WS-FOUND-SW             PIC X(01) VALUE 'N'.                 CPYMAKE 
001190     88  WS-FOUND            VALUE 'Y'.                           CPYMAKE 
001200 77  WS-REFUSED-SW           PIC X(01) VALUE 'N'.                 CPYMAKE 
001210     88  WS-REFUSED          VALUE 'Y'.                           CPYMAKE 
001220*-------------------------------------------------------------    CPYMAKE 
001230*THE SYSIN CARDS                                                  CPYMAKE 
001240*-------------------------------------------------------------    CPYMAKE 
001250 77  WS-FUNCTION             PIC X(08) VALUE 'PREVIEW'.           CPYMAKE 
001260 77  WS-COPYBOOK-NAME        PIC X(30) VALUE SPACES.              CPYMAKE 
001270 77  WS-BOOK-ID              PIC X(08) VALUE SPACES.              CPYMAKE 
001280 77  WS-TEAM                 PIC X(10) VALUE SPACES.              CPYMAKE 
001290 77  WS-CONTACTS             PIC X(37) VALUE SPACES.              CPYMAKE 
001300 77  WS-PREFIX-STD           PIC X(16) VALUE SPACES.              CPYMAKE 
001310 77  WS-VERSION              PIC X(10) VALUE 'REL-1.0'.           CPYMAKE 
001320 77  WS-REMARKS              PIC X(40) VALUE SPACES.              CPYMAKE 
001330 77  WS-USERID               PIC X(08) VALUE SPACES.              CPYMAKE 
001340 77  WS-APPROVER             PIC X(08) VALUE SPACES.              CPYMAKE 
001350 77  WS-FINAL-RC             PIC 9(02) VALUE 0.                   CPYMAKE 
001360*-------------------------------------------------------------    CPYMAKE 
001370*THE SPECIFICATION, ONE ENTRY PER CARD                            CPYMAKE 
001380*-------------------------------------------------------------    CPYMAKE 
001390 01  WS-SPEC-TABLE.                                               CPYMAKE 
001400     05  WS-SPEC-COUNT       PIC 9(04) COMP VALUE 0.              CPYMAKE 
001410     05  WS-SPEC-ENT OCCURS 300 TIMES.                            CPYMAKE 
001420         10  WS-SPEC-CARD-NO PIC 9(04) COMP.                      CPYMAKE 
001430         10  WS-SPEC-LEVEL   PIC X(02).                           CPYMAKE 
001440         10  WS-SPEC-LEVEL-N REDEFINES WS-SPEC-LEVEL              CPYMAKE 
001450                             PIC 9(02).                           CPYMAKE 
001460         10  WS-SPEC-NAME    PIC X(30).                           CPYMAKE 
001470         10  WS-SPEC-TYPE    PIC X(01).                           CPYMAKE 
001480         10  WS-SPEC-LENGTH  PIC 9(04).                           CPYMAKE 
001490         10  WS-SPEC-DECIMALS PIC 9(02).                          CPYMAKE 
001500         10  WS-SPEC-OCCURS  PIC 9(04).                           CPYMAKE 
001510         10  WS-SPEC-VALUES  PIC X(30).                           CPYMAKE 
001520         10  WS-SPEC-DESC    PIC X(50).                           CPYMAKE 
001530 77  WS-SPEC-OVERFLOW        PIC 9(04) COMP VALUE 0.              CPYMAKE 
001540 77  WS-CARD-NO              PIC 9(04) COMP VALUE 0.              CPYMAKE 
001550 77  WS-SPEC-ERRORS          PIC 9(04) COMP VALUE 0.              CPYMAKE 
001560 77  WS-NUM-WORK             PIC X(04) VALUE SPACES.              CPYMAKE 
001570 77  WS-ERR-TEXT             PIC X(80) VALUE SPACES.              CPYMAKE 
001580*-------------------------------------------------------------    CPYMAKE 
001590*GENERATION: THE OPEN LEVELS ABOVE THE CURRENT ENTRY, THE         CPYMAKE 
001600*CODE AREA (COLS 8-72) AND THE CLAUSES BEING ASSEMBLED            CPYMAKE 
001610*-------------------------------------------------------------    CPYMAKE 
001620 01  WS-LEVEL-STACK.                                              CPYMAKE 
001630     05  WS-STACK-LEVEL      PIC 9(02) OCCURS 50 TIMES.           CPYMAKE 
001640 77  WS-DEPTH                PIC 9(02) COMP VALUE 0.              CPYMAKE 
001650 77  WS-INDENT               PIC 9(02) COMP VALUE 0.              CPYMAKE 
001660 77  WS-CODE                 PIC X(65) VALUE SPACES.              CPYMAKE 
001670 77  WS-CODE-PTR             PIC 9(03) COMP VALUE 0.              CPYMAKE 
001680 77  WS-CLAUSE               PIC X(80) VALUE SPACES.              CPYMAKE 
001690 77  WS-CLAUSE-PTR           PIC 9(03) COMP VALUE 0.              CPYMAKE 
001700 77  WS-CLAUSE-LEN           PIC 9(03) COMP VALUE 0.              CPYMAKE 
001710 77  WS-PICTURE              PIC X(30) VALUE SPACES.              CPYMAKE 
001720 77  WS-PIC-PTR              PIC 9(03) COMP VALUE 0.              CPYMAKE 
001730 77  WS-INT-DIGITS           PIC 9(04) VALUE 0.                   CPYMAKE 
001740 01  WS-FMT-AREA.                                                 CPYMAKE 
001750     05  WS-FMT-IN           PIC 9(04) VALUE 0.                   CPYMAKE 
001760     05  WS-FMT-IN-X REDEFINES WS-FMT-IN                          CPYMAKE 
001770                             PIC X(04).                           CPYMAKE 
001780 77  WS-FMT-OUT              PIC X(04) VALUE SPACES.              CPYMAKE 
001790 77  WS-FMT-ZEROS            PIC 9(02) COMP VALUE 0.              CPYMAKE 
001800 77  WS-FMT-MAX-ZEROS        PIC 9(02) COMP VALUE 2.              CPYMAKE 
001810 77  WS-OUT-SEQ              PIC 9(06) VALUE 0.                   CPYMAKE 
001820 77  WS-OUT-LINES            PIC 9(04) COMP VALUE 0.              CPYMAKE 
001830 77  WS-LONG-LINES           PIC 9(04) COMP VALUE 0.              CPYMAKE 
001840 77  WS-MEMBER-PATH          PIC X(80) VALUE SPACES.              CPYMAKE 
001850*-------------------------------------------------------------    CPYMAKE 
001860*REGISTRATION: THE FOUR CONTROL FILES, THE KEY WIDTH THEIR        CPYMAKE 
001870*ENTRIES ARE MATCHED ON, THE HISTORY TAG AND THE NEW ENTRY        CPYMAKE 
001880*-------------------------------------------------------------    CPYMAKE 
001890 01  WS-REG-TABLE.                                                CPYMAKE 
001900     05  WS-REG-ENT OCCURS 4 TIMES.                               CPYMAKE 
001910         10  WS-REG-FILENAME PIC X(40).                           CPYMAKE 
001920         10  WS-REG-KEY-LEN  PIC 9(02) COMP.                      CPYMAKE 
001930         10  WS-REG-VAL-COL  PIC 9(02) COMP.                      CPYMAKE 
001940         10  WS-REG-TAG      PIC X(06).                           CPYMAKE 
001950         10  WS-REG-ENTRY    PIC X(80).                           CPYMAKE 
001960         10  WS-REG-STAGED   PIC X(01).                           CPYMAKE 
001970 77  WS-RIX                  PIC 9(02) COMP VALUE 0.              CPYMAKE 
001980 77  WS-KEY-LEN              PIC 9(02) COMP VALUE 0.              CPYMAKE 
001990 77  WS-RUN-TIMESTAMP        PIC X(15) VALUE SPACES.              CPYMAKE 
002000 77  WS-DATE-PART            PIC X(08) VALUE SPACES.              CPYMAKE 
002010 77  WS-TIME-PART            PIC X(08) VALUE SPACES.              CPYMAKE 
002020*-------------------------------------------------------------    CPYMAKE 
002030*OWNERSHIP CHECKS                                                 CPYMAKE 
002040*-------------------------------------------------------------    CPYMAKE 
002050 77  WS-CONTACT-PTR          PIC 9(03) COMP VALUE 0.              CPYMAKE 
002060 77  WS-CONTACT-WORD         PIC X(08) VALUE SPACES.              CPYMAKE 
002070 77  WS-CONTACT-OK-SW        PIC X(01) VALUE 'N'.                 CPYMAKE 
002080 77  WS-TEAM-SEEN-SW         PIC X(01) VALUE 'N'.                 CPYMAKE 
002090 77  WS-STD-IX               PIC 9(04) COMP VALUE 0.              CPYMAKE 
002100 77  WS-EDIT-COUNT           PIC Z(05)9.                          CPYMAKE 
002110 77  WS-EDIT-CARD            PIC Z(03)9.                          CPYMAKE 
002120 COPY CPYAUT.                                                     CPYMAKE 
002130 COPY CPYVLP.                                                     CPYMAKE 
002140 COPY CPYSVP.                                                     CPYMAKE 
002150 PROCEDURE DIVISION.                                              CPYMAKE 
002160*-------------------------------------------------------------    CPYMAKE 
002170*0000-MAINLINE                                                    CPYMAKE 
002180*-------------------------------------------------------------    CPYMAKE 
002190 0000-MAINLINE.                                                   CPYMAKE 
002200     PERFORM 1000-READ-SYSIN-CARDS THRU 1000-EXIT.                CPYMAKE 
002210     OPEN OUTPUT RPT-FILE.                                        CPYMAKE 
002220     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYMAKE 
002230     STRING 'CPYMAKE NEW COPYBOOK ' DELIMITED BY SIZE             CPYMAKE 
002240         WS-COPYBOOK-NAME DELIMITED BY SPACE                      CPYMAKE 
002250         ' - ' DELIMITED BY SIZE                                  CPYMAKE 
002260         WS-FUNCTION DELIMITED BY SPACE                           CPYMAKE 
002270         ' ' DELIMITED BY SIZE                                    CPYMAKE 
002280         WS-RUN-TIMESTAMP DELIMITED BY SIZE                       CPYMAKE 
002290         INTO WS-RPT-FILE-REC                                     CPYMAKE 
002300     END-STRING.                                                  CPYMAKE 
002310     WRITE WS-RPT-FILE-REC.                                       CPYMAKE 
002320     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYMAKE 
002330     WRITE WS-RPT-FILE-REC.                                       CPYMAKE 
002340     PERFORM 1200-CHECK-THE-RUN-CARDS THRU 1200-EXIT.             CPYMAKE 
002350     IF WS-REFUSED                                                CPYMAKE 
002360         GO TO 0900-FINISH.                                       CPYMAKE 
002370     PERFORM 1300-LOAD-THE-SPEC THRU 1300-EXIT.                   CPYMAKE 
002380     PERFORM 1400-EDIT-THE-SPEC THRU 1400-EXIT.                   CPYMAKE 
002390     PERFORM 1500-CHECK-NOT-REGISTERED THRU 1500-EXIT.            CPYMAKE 
002400     PERFORM 1600-CHECK-THE-OWNERS THRU 1600-EXIT.                CPYMAKE 
002410     IF WS-FUNCTION = 'REGISTER'                                  CPYMAKE 
002420         PERFORM 1700-CHECK-AUTHORITY THRU 1700-EXIT              CPYMAKE 
002430     END-IF.                                                      CPYMAKE 
002440     IF WS-REFUSED                                                CPYMAKE 
002450         GO TO 0900-FINISH.                                       CPYMAKE 
002460     PERFORM 2000-GENERATE-COPYBOOK THRU 2000-EXIT.               CPYMAKE 
002470     IF WS-REFUSED                                                CPYMAKE 
002480         GO TO 0900-FINISH.                                       CPYMAKE 
002490     PERFORM 3000-VALIDATE-COPYBOOK THRU 3000-EXIT.               CPYMAKE 
002500     PERFORM 3500-LIST-THE-ENTRIES THRU 3500-EXIT.                CPYMAKE 
002510     IF WS-REFUSED                                                CPYMAKE 
002520         IF WS-FUNCTION = 'REGISTER'                              CPYMAKE 
002530             CALL 'CBL_DELETE_FILE' USING WS-MEMBER-PATH          CPYMAKE 
002540             MOVE 0 TO RETURN-CODE                                CPYMAKE 
002550         END-IF                                                   CPYMAKE 
002560         GO TO 0900-FINISH                                        CPYMAKE 
002570     END-IF.                                                      CPYMAKE 
002580     IF WS-FUNCTION = 'REGISTER'                                  CPYMAKE 
002590         PERFORM 4000-REGISTER-THE-COPYBOOK THRU 4000-EXIT        CPYMAKE 
002600     END-IF.                                                      CPYMAKE 
002610 0900-FINISH.                                                     CPYMAKE 
002620     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYMAKE 
002630     WRITE WS-RPT-FILE-REC.                                       CPYMAKE 
002640     IF WS-REFUSED                                                CPYMAKE 
002650         IF WS-FINAL-RC < 8                                       CPYMAKE 
002660             MOVE 8 TO WS-FINAL-RC                                CPYMAKE 
002670         END-IF                                                   CPYMAKE 
002680         STRING 'REFUSED - ' DELIMITED BY SIZE                    CPYMAKE 
002690             WS-COPYBOOK-NAME DELIMITED BY SPACE                  CPYMAKE 
002700             ' NOT REGISTERED' DELIMITED BY SIZE                  CPYMAKE 
002710             INTO WS-RPT-FILE-REC                                 CPYMAKE 
002720         END-STRING                                               CPYMAKE 
002730         IF WS-FUNCTION NOT = 'REGISTER'                          CPYMAKE 
002740             MOVE SPACES TO WS-RPT-FILE-REC                       CPYMAKE 
002750             STRING 'REFUSED - ' DELIMITED BY SIZE                CPYMAKE 
002760                 WS-COPYBOOK-NAME DELIMITED BY SPACE              CPYMAKE 
002770                 ' NOT READY TO REGISTER' DELIMITED BY SIZE       CPYMAKE 
002780                 INTO WS-RPT-FILE-REC                             CPYMAKE 
002790             END-STRING                                           CPYMAKE 
002800         END-IF                                                   CPYMAKE 
002810     ELSE                                                         CPYMAKE 
002820         IF WS-FUNCTION = 'REGISTER'                              CPYMAKE 
002830             STRING WS-COPYBOOK-NAME DELIMITED BY SPACE           CPYMAKE 
002840                 ' WRITTEN TO TEST-COPYLIB AND REGISTERED, '      CPYMAKE 
002850                 DELIMITED BY SIZE                                CPYMAKE 
002860                 'APPROVED BY ' DELIMITED BY SIZE                 CPYMAKE 
002870                 WS-APPROVER DELIMITED BY SIZE                    CPYMAKE 
002880                 INTO WS-RPT-FILE-REC                             CPYMAKE 
002890             END-STRING                                           CPYMAKE 
002900         ELSE                                                     CPYMAKE 
002910             STRING WS-COPYBOOK-NAME DELIMITED BY SPACE           CPYMAKE 
002920                 ' READY TO REGISTER - DRAFT IN '                 CPYMAKE 
002930                 DELIMITED BY SIZE                                CPYMAKE 
002940                 WS-MEMBER-PATH DELIMITED BY SPACE                CPYMAKE 
002950                 INTO WS-RPT-FILE-REC                             CPYMAKE 
002960             END-STRING                                           CPYMAKE 
002970         END-IF                                                   CPYMAKE 
002980     END-IF.                                                      CPYMAKE 
002990     WRITE WS-RPT-FILE-REC.                                       CPYMAKE 
003000     CLOSE RPT-FILE.                                              CPYMAKE 
003010     DISPLAY 'CPYMAKE ' WS-RPT-FILE-REC(1:70).                    CPYMAKE 
003020     MOVE WS-FINAL-RC TO RETURN-CODE.                             CPYMAKE 
003030     GOBACK.                                                      CPYMAKE 
003040*-------------------------------------------------------------    CPYMAKE 
003050*1000-READ-SYSIN-CARDS - KEYWORD COLS 1-8, VALUE FROM COL 10      CPYMAKE 
003060*-------------------------------------------------------------    CPYMAKE 
003070 1000-READ-SYSIN-CARDS.                                           CPYMAKE 
003080     ACCEPT WS-DATE-PART FROM DATE YYYYMMDD.                      CPYMAKE 
003090     ACCEPT WS-TIME-PART FROM TIME.                               CPYMAKE 
003100     STRING WS-DATE-PART WS-TIME-PART                             CPYMAKE 
003110         DELIMITED BY SIZE INTO WS-RUN-TIMESTAMP.                 CPYMAKE 
003120     OPEN INPUT PARM-FILE.                                        CPYMAKE 
003130     IF WS-PARM-FILE-STATUS NOT = '00'                            CPYMAKE 
003140         GO TO 1000-EXIT.                                         CPYMAKE 
003150     MOVE 'N' TO WS-EOF-SW.                                       CPYMAKE 
003160     PERFORM 1100-READ-ONE-CARD THRU 1100-EXIT UNTIL WS-EOF.      CPYMAKE 
003170     CLOSE PARM-FILE.                                             CPYMAKE 
003180     MOVE 'N' TO WS-EOF-SW.                                       CPYMAKE 
003190 1000-EXIT.                                                       CPYMAKE 
003200     EXIT.                                                        CPYMAKE 
003210*                                                                 CPYMAKE 
003220 1100-READ-ONE-CARD.                                              CPYMAKE 
003230     READ PARM-FILE INTO WS-PARM-FILE-REC                         CPYMAKE 
003240         AT END MOVE 'Y' TO WS-EOF-SW                             CPYMAKE 
003250     END-READ.                                                    CPYMAKE 
003260     IF WS-EOF                                                    CPYMAKE 
003270         GO TO 1100-EXIT.                                         CPYMAKE 
003280     IF WS-PARM-FILE-REC(1:1) = '*'                               CPYMAKE 
003290         OR WS-PARM-FILE-REC = SPACES                             CPYMAKE 
003300         GO TO 1100-EXIT.                                         CPYMAKE 
003310     EVALUATE WS-PARM-FILE-REC(1:8)                               CPYMAKE 
003320         WHEN 'FUNCTION'                                          CPYMAKE 
003330             MOVE WS-PARM-FILE-REC(10:8) TO WS-FUNCTION           CPYMAKE 
003340         WHEN 'COPYBOOK'                                          CPYMAKE 
003350             MOVE WS-PARM-FILE-REC(10:30) TO WS-COPYBOOK-NAME     CPYMAKE 
003360         WHEN 'SPEC    '                                          CPYMAKE 
003370             MOVE WS-PARM-FILE-REC(10:71) TO WS-SPC-FILENAME      CPYMAKE 
003380         WHEN 'TEAM    '                                          CPYMAKE 
003390             MOVE WS-PARM-FILE-REC(10:10) TO WS-TEAM              CPYMAKE 
003400         WHEN 'CONTACTS'                                          CPYMAKE 
003410             MOVE WS-PARM-FILE-REC(10:37) TO WS-CONTACTS          CPYMAKE 
003420         WHEN 'PREFIX  '                                          CPYMAKE 
003430             MOVE WS-PARM-FILE-REC(10:16) TO WS-PREFIX-STD        CPYMAKE 
003440         WHEN 'VERSION '                                          CPYMAKE 
003450             MOVE WS-PARM-FILE-REC(10:10) TO WS-VERSION           CPYMAKE 
003460         WHEN 'REMARKS '                                          CPYMAKE 
003470             MOVE WS-PARM-FILE-REC(10:40) TO WS-REMARKS           CPYMAKE 
003480         WHEN 'USER    '                                          CPYMAKE 
003490             MOVE WS-PARM-FILE-REC(10:8) TO WS-USERID             CPYMAKE 
003500         WHEN 'APPROVER'                                          CPYMAKE 
003510             MOVE WS-PARM-FILE-REC(10:8) TO WS-APPROVER           CPYMAKE 
003520         WHEN OTHER                                               CPYMAKE 
003530             DISPLAY 'CPYMAKE - UNRECOGNIZED CARD IGNORED: '      CPYMAKE 
003540                 WS-PARM-FILE-REC(1:8)                            CPYMAKE 
003550     END-EVALUATE.                                                CPYMAKE 
003560 1100-EXIT.                                                       CPYMAKE 
003570     EXIT.                                                        CPYMAKE 
003580*-------------------------------------------------------------    CPYMAKE 
003590*1200-CHECK-THE-RUN-CARDS - THE NAME FITS THE 8-BYTE PREFIX-      CPYMAKE 
003600*STANDARD KEY AND THE ID STAMP; TEAM, CONTACTS AND PREFIX ARE     CPYMAKE 
003610*WHAT THE REGISTRATION ENTRIES ARE MADE OF.                       CPYMAKE 
003620*-------------------------------------------------------------    CPYMAKE 
003630 1200-CHECK-THE-RUN-CARDS.                                        CPYMAKE 
003640     IF WS-FUNCTION NOT = 'PREVIEW '                              CPYMAKE 
003650         AND WS-FUNCTION NOT = 'REGISTER'                         CPYMAKE 
003660         MOVE 'FUNCTION MUST BE PREVIEW OR REGISTER'              CPYMAKE 
003670             TO WS-ERR-TEXT                                       CPYMAKE 
003680         PERFORM 8000-REFUSE THRU 8000-EXIT.                      CPYMAKE 
003690     IF WS-COPYBOOK-NAME = SPACES                                 CPYMAKE 
003700         OR WS-COPYBOOK-NAME(9:22) NOT = SPACES                   CPYMAKE 
003710         MOVE 'COPYBOOK NAME IS REQUIRED, AT MOST 8 CHARACTERS'   CPYMAKE 
003720             TO WS-ERR-TEXT                                       CPYMAKE 
003730         PERFORM 8000-REFUSE THRU 8000-EXIT.                      CPYMAKE 
003740     IF WS-TEAM = SPACES                                          CPYMAKE 
003750         MOVE 'TEAM CARD IS REQUIRED' TO WS-ERR-TEXT              CPYMAKE 
003760         PERFORM 8000-REFUSE THRU 8000-EXIT.                      CPYMAKE 
003770     IF WS-CONTACTS = SPACES                                      CPYMAKE 
003780         MOVE 'CONTACTS CARD IS REQUIRED' TO WS-ERR-TEXT          CPYMAKE 
003790         PERFORM 8000-REFUSE THRU 8000-EXIT.                      CPYMAKE 
003800     IF WS-PREFIX-STD = SPACES                                    CPYMAKE 
003810         MOVE 'PREFIX CARD IS REQUIRED' TO WS-ERR-TEXT            CPYMAKE 
003820         PERFORM 8000-REFUSE THRU 8000-EXIT.                      CPYMAKE 
003830     IF WS-VERSION = SPACES                                       CPYMAKE 
003840         MOVE 'REL-1.0' TO WS-VERSION                             CPYMAKE 
003850     END-IF.                                                      CPYMAKE 
003860     MOVE WS-COPYBOOK-NAME TO WS-BOOK-ID.                         CPYMAKE 
003870     IF WS-SPC-FILENAME = SPACES                                  CPYMAKE 
003880         STRING 'copybook-source/' DELIMITED BY SIZE              CPYMAKE 
003890             WS-COPYBOOK-NAME DELIMITED BY SPACE                  CPYMAKE 
003900             '.SPC' DELIMITED BY SIZE                             CPYMAKE 
003910             INTO WS-SPC-FILENAME                                 CPYMAKE 
003920         END-STRING                                               CPYMAKE 
003930     END-IF.                                                      CPYMAKE 
003940 1200-EXIT.                                                       CPYMAKE 
003950     EXIT.                                                        CPYMAKE 
003960*-------------------------------------------------------------    CPYMAKE 
003970*1300-LOAD-THE-SPEC - '*' CARDS AND BLANK CARDS ARE COMMENTS      CPYMAKE 
003980*-------------------------------------------------------------    CPYMAKE 
003990 1300-LOAD-THE-SPEC.                                              CPYMAKE 
004000     OPEN INPUT SPC-FILE.                                         CPYMAKE 
004010     IF WS-SPC-FILE-STATUS NOT = '00'                             CPYMAKE 
004020         MOVE SPACES TO WS-ERR-TEXT                               CPYMAKE 
004030         STRING 'NO FIELD SPECIFICATION ' DELIMITED BY SIZE       CPYMAKE 
004040             WS-SPC-FILENAME DELIMITED BY SPACE                   CPYMAKE 
004050             INTO WS-ERR-TEXT                                     CPYMAKE 
004060         END-STRING                                               CPYMAKE 
004070         PERFORM 8000-REFUSE THRU 8000-EXIT                       CPYMAKE 
004080         GO TO 1300-EXIT.                                         CPYMAKE 
004090     MOVE 'N' TO WS-EOF-SW.                                       CPYMAKE 
004100     MOVE 0 TO WS-CARD-NO.                                        CPYMAKE 
004110     PERFORM 1310-LOAD-ONE-CARD THRU 1310-EXIT UNTIL WS-EOF.      CPYMAKE 
004120     CLOSE SPC-FILE.                                              CPYMAKE 
004130     MOVE 'N' TO WS-EOF-SW.                                       CPYMAKE 
004140     IF WS-SPEC-OVERFLOW > 0                                      CPYMAKE 
004150         MOVE 'SPECIFICATION HAS MORE THAN 300 CARDS'             CPYMAKE 
004160             TO WS-ERR-TEXT                                       CPYMAKE 
004170         PERFORM 8000-REFUSE THRU 8000-EXIT.                      CPYMAKE 
004180     IF WS-SPEC-COUNT = 0                                         CPYMAKE 
004190         MOVE 'FIELD SPECIFICATION IS EMPTY' TO WS-ERR-TEXT       CPYMAKE 
004200         PERFORM 8000-REFUSE THRU 8000-EXIT.                      CPYMAKE 
004210 1300-EXIT.                                                       CPYMAKE 
004220     EXIT.                                                        CPYMAKE 
004230*                                                                 CPYMAKE 
004240 1310-LOAD-ONE-CARD.                                              CPYMAKE 
004250     READ SPC-FILE INTO WS-SPC-FILE-REC                           CPYMAKE 
004260         AT END MOVE 'Y' TO WS-EOF-SW                             CPYMAKE 
004270     END-READ.                                                    CPYMAKE 
004280     IF WS-EOF                                                    CPYMAKE 
004290         GO TO 1310-EXIT.                                         CPYMAKE 
004300     ADD 1 TO WS-CARD-NO.                                         CPYMAKE 
004310     IF WS-SPC-FILE-REC(1:1) = '*'                                CPYMAKE 
004320         OR WS-SPC-FILE-REC = SPACES                              CPYMAKE 
004330         GO TO 1310-EXIT.                                         CPYMAKE 
004340     IF WS-SPEC-COUNT NOT < 300                                   CPYMAKE 
004350         ADD 1 TO WS-SPEC-OVERFLOW                                CPYMAKE 
004360         GO TO 1310-EXIT.                                         CPYMAKE 
004370     ADD 1 TO WS-SPEC-COUNT.                                      CPYMAKE 
004380     MOVE WS-CARD-NO TO WS-SPEC-CARD-NO(WS-SPEC-COUNT).           CPYMAKE 
004390     MOVE WS-SPC-FILE-REC(1:2) TO WS-SPEC-LEVEL(WS-SPEC-COUNT).   CPYMAKE 
004400     MOVE WS-SPC-FILE-REC(4:30) TO WS-SPEC-NAME(WS-SPEC-COUNT).   CPYMAKE 
004410     MOVE WS-SPC-FILE-REC(35:1) TO WS-SPEC-TYPE(WS-SPEC-COUNT).   CPYMAKE 
004420     MOVE WS-SPC-FILE-REC(50:30)                                  CPYMAKE 
004430         TO WS-SPEC-VALUES(WS-SPEC-COUNT).                        CPYMAKE 
004440     MOVE WS-SPC-FILE-REC(81:50) TO WS-SPEC-DESC(WS-SPEC-COUNT).  CPYMAKE 
004450     IF WS-SPEC-LEVEL(WS-SPEC-COUNT)(1:1) = SPACE                 CPYMAKE 
004460         MOVE '0' TO WS-SPEC-LEVEL(WS-SPEC-COUNT)(1:1)            CPYMAKE 
004470     END-IF.                                                      CPYMAKE 
004480     MOVE 0 TO WS-SPEC-LENGTH(WS-SPEC-COUNT)                      CPYMAKE 
004490         WS-SPEC-DECIMALS(WS-SPEC-COUNT)                          CPYMAKE 
004500         WS-SPEC-OCCURS(WS-SPEC-COUNT).                           CPYMAKE 
004510*    THE COUNTS ARE RIGHT-JUSTIFIED; LEADING BLANKS READ AS       CPYMAKE 
004520*    ZEROS.  ANYTHING ELSE IS CAUGHT BY THE EDIT.                 CPYMAKE 
004530     MOVE WS-SPC-FILE-REC(37:4) TO WS-NUM-WORK.                   CPYMAKE 
004540     INSPECT WS-NUM-WORK REPLACING LEADING SPACE BY ZERO.         CPYMAKE 
004550     IF WS-NUM-WORK NUMERIC                                       CPYMAKE 
004560         MOVE WS-NUM-WORK TO WS-SPEC-LENGTH(WS-SPEC-COUNT)        CPYMAKE 
004570     ELSE                                                         CPYMAKE 
004580         MOVE 9999 TO WS-SPEC-LENGTH(WS-SPEC-COUNT)               CPYMAKE 
004590     END-IF.                                                      CPYMAKE 
004600     MOVE SPACES TO WS-NUM-WORK.                                  CPYMAKE 
004610     MOVE WS-SPC-FILE-REC(42:2) TO WS-NUM-WORK(3:2).              CPYMAKE 
004620     INSPECT WS-NUM-WORK REPLACING LEADING SPACE BY ZERO.         CPYMAKE 
004630     IF WS-NUM-WORK NUMERIC                                       CPYMAKE 
004640         MOVE WS-NUM-WORK(3:2) TO WS-SPEC-DECIMALS(WS-SPEC-COUNT) CPYMAKE 
004650     ELSE                                                         CPYMAKE 
004660         MOVE 99 TO WS-SPEC-DECIMALS(WS-SPEC-COUNT)               CPYMAKE 
004670     END-IF.                                                      CPYMAKE 
004680     MOVE WS-SPC-FILE-REC(45:4) TO WS-NUM-WORK.                   CPYMAKE 
004690     INSPECT WS-NUM-WORK REPLACING LEADING SPACE BY ZERO.         CPYMAKE 
004700     IF WS-NUM-WORK NUMERIC                                       CPYMAKE 
004710         MOVE WS-NUM-WORK TO WS-SPEC-OCCURS(WS-SPEC-COUNT)        CPYMAKE 
004720     ELSE                                                         CPYMAKE 
004730         MOVE 9999 TO WS-SPEC-OCCURS(WS-SPEC-COUNT)               CPYMAKE 
004740     END-IF.                                                      CPYMAKE 
004750 1310-EXIT.                                                       CPYMAKE 
004760     EXIT.                                                        CPYMAKE 
004770*-------------------------------------------------------------    CPYMAKE 
004780*1400-EDIT-THE-SPEC - EVERY CARD IS EDITED AND EVERY ERROR        CPYMAKE 
004790*LISTED WITH ITS CARD NUMBER BEFORE ANYTHING IS GENERATED.        CPYMAKE 
004800*STRUCTURE (GROUPS, PERIODS, PICTURES) IS CPYVAL'S JOB ONCE       CPYMAKE 
004810*THE TEXT EXISTS.                                                 CPYMAKE 
004820*-------------------------------------------------------------    CPYMAKE 
004830 1400-EDIT-THE-SPEC.                                              CPYMAKE 
004840     IF WS-SPEC-COUNT = 0                                         CPYMAKE 
004850         GO TO 1400-EXIT.                                         CPYMAKE 
004860     MOVE 'FIELD SPECIFICATION ' TO WS-RPT-FILE-REC.              CPYMAKE 
004870     MOVE WS-SPC-FILENAME TO WS-RPT-FILE-REC(21:80).              CPYMAKE 
004880     WRITE WS-RPT-FILE-REC.                                       CPYMAKE 
004890     MOVE 0 TO WS-SPEC-ERRORS.                                    CPYMAKE 
004900     IF WS-SPEC-LEVEL(1) NOT = '01'                               CPYMAKE 
004910         MOVE 1 TO WS-CARD-NO                                     CPYMAKE 
004920         MOVE 'THE FIRST ENTRY MUST BE AN 01' TO WS-ERR-TEXT      CPYMAKE 
004930         PERFORM 8100-SPEC-ERROR THRU 8100-EXIT                   CPYMAKE 
004940     END-IF.                                                      CPYMAKE 
004950     PERFORM 1410-EDIT-ONE-CARD THRU 1410-EXIT                    CPYMAKE 
004960         VARYING WS-CARD-NO FROM 1 BY 1                           CPYMAKE 
004970         UNTIL WS-CARD-NO > WS-SPEC-COUNT.                        CPYMAKE 
004980     MOVE WS-SPEC-COUNT TO WS-EDIT-COUNT.                         CPYMAKE 
004990     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYMAKE 
005000     STRING '    ' DELIMITED BY SIZE                              CPYMAKE 
005010         WS-EDIT-COUNT DELIMITED BY SIZE                          CPYMAKE 
005020         ' ENTRIES' DELIMITED BY SIZE                             CPYMAKE 
005030         INTO WS-RPT-FILE-REC                                     CPYMAKE 
005040     END-STRING.                                                  CPYMAKE 
005050     IF WS-SPEC-ERRORS > 0                                        CPYMAKE 
005060         MOVE WS-SPEC-ERRORS TO WS-EDIT-COUNT                     CPYMAKE 
005070         MOVE ', ERRORS' TO WS-RPT-FILE-REC(19:8)                 CPYMAKE 
005080         MOVE WS-EDIT-COUNT TO WS-RPT-FILE-REC(27:6)              CPYMAKE 
005090         MOVE 'Y' TO WS-REFUSED-SW                                CPYMAKE 
005100     END-IF.                                                      CPYMAKE 
005110     WRITE WS-RPT-FILE-REC.                                       CPYMAKE 
005120 1400-EXIT.                                                       CPYMAKE 
005130     EXIT.                                                        CPYMAKE 
005140*                                                                 CPYMAKE 
005150 1410-EDIT-ONE-CARD.                                              CPYMAKE 
005160     IF WS-SPEC-LEVEL-N(WS-CARD-NO) NOT NUMERIC                   CPYMAKE 
005170         MOVE 'LEVEL MUST BE 01-49 OR 88' TO WS-ERR-TEXT          CPYMAKE 
005180         PERFORM 8100-SPEC-ERROR THRU 8100-EXIT                   CPYMAKE 
005190         GO TO 1410-EXIT.                                         CPYMAKE 
005200     IF WS-SPEC-NAME(WS-CARD-NO) = SPACES                         CPYMAKE 
005210         MOVE 'NAME IS REQUIRED (FILLER FOR AN UNNAMED ITEM)'     CPYMAKE 
005220             TO WS-ERR-TEXT                                       CPYMAKE 
005230         PERFORM 8100-SPEC-ERROR THRU 8100-EXIT.                  CPYMAKE 
005240     IF WS-SPEC-NAME(WS-CARD-NO)(22:9) NOT = SPACES               CPYMAKE 
005250         MOVE 'NAME IS AT MOST 21 - :PREFIX:- TAKES THE REST'     CPYMAKE 
005260             TO WS-ERR-TEXT                                       CPYMAKE 
005270         PERFORM 8100-SPEC-ERROR THRU 8100-EXIT.                  CPYMAKE 
005280     IF WS-SPEC-LEVEL-N(WS-CARD-NO) = 88                          CPYMAKE 
005290         IF WS-SPEC-VALUES(WS-CARD-NO) = SPACES                   CPYMAKE 
005300             MOVE 'AN 88 NEEDS ITS VALUES IN COLS 50-79'          CPYMAKE 
005310                 TO WS-ERR-TEXT                                   CPYMAKE 
005320             PERFORM 8100-SPEC-ERROR THRU 8100-EXIT               CPYMAKE 
005330         END-IF                                                   CPYMAKE 
005340         IF WS-SPEC-NAME(WS-CARD-NO) = 'FILLER'                   CPYMAKE 
005350             MOVE 'AN 88 MUST HAVE A NAME' TO WS-ERR-TEXT         CPYMAKE 
005360             PERFORM 8100-SPEC-ERROR THRU 8100-EXIT               CPYMAKE 
005370         END-IF                                                   CPYMAKE 
005380         GO TO 1410-EXIT                                          CPYMAKE 
005390     END-IF.                                                      CPYMAKE 
005400     IF WS-SPEC-LEVEL-N(WS-CARD-NO) < 1                           CPYMAKE 
005410         OR WS-SPEC-LEVEL-N(WS-CARD-NO) > 49                      CPYMAKE 
005420         MOVE 'LEVEL MUST BE 01-49 OR 88' TO WS-ERR-TEXT          CPYMAKE 
005430         PERFORM 8100-SPEC-ERROR THRU 8100-EXIT                   CPYMAKE 
005440         GO TO 1410-EXIT.                                         CPYMAKE 
005450     IF WS-SPEC-LEVEL-N(WS-CARD-NO) = 1                           CPYMAKE 
005460         AND WS-SPEC-OCCURS(WS-CARD-NO) NOT = 0                   CPYMAKE 
005470         MOVE 'AN 01 MAY NOT OCCUR' TO WS-ERR-TEXT                CPYMAKE 
005480         PERFORM 8100-SPEC-ERROR THRU 8100-EXIT.                  CPYMAKE 
005490     IF WS-SPEC-OCCURS(WS-CARD-NO) = 9999                         CPYMAKE 
005500         MOVE 'OCCURS MUST BE A RIGHT-JUSTIFIED NUMBER'           CPYMAKE 
005510             TO WS-ERR-TEXT                                       CPYMAKE 
005520         PERFORM 8100-SPEC-ERROR THRU 8100-EXIT.                  CPYMAKE 
005530     IF WS-SPEC-VALUES(WS-CARD-NO) NOT = SPACES                   CPYMAKE 
005540         MOVE 'VALUES (COLS 50-79) BELONG ON 88 CARDS ONLY'       CPYMAKE 
005550             TO WS-ERR-TEXT                                       CPYMAKE 
005560         PERFORM 8100-SPEC-ERROR THRU 8100-EXIT.                  CPYMAKE 
005570     EVALUATE WS-SPEC-TYPE(WS-CARD-NO)                            CPYMAKE 
005580         WHEN SPACE                                               CPYMAKE 
005590         WHEN 'G'                                                 CPYMAKE 
005600             IF WS-SPEC-LENGTH(WS-CARD-NO) NOT = 0                CPYMAKE 
005610                 OR WS-SPEC-DECIMALS(WS-CARD-NO) NOT = 0          CPYMAKE 
005620                 MOVE 'A GROUP HAS NO LENGTH OR DECIMALS'         CPYMAKE 
005630                     TO WS-ERR-TEXT                               CPYMAKE 
005640                 PERFORM 8100-SPEC-ERROR THRU 8100-EXIT           CPYMAKE 
005650             END-IF                                               CPYMAKE 
005660         WHEN 'X'                                                 CPYMAKE 
005670             IF WS-SPEC-LENGTH(WS-CARD-NO) = 0                    CPYMAKE 
005680                 OR WS-SPEC-LENGTH(WS-CARD-NO) = 9999             CPYMAKE 
005690                 MOVE 'LENGTH MUST BE A RIGHT-JUSTIFIED NUMBER'   CPYMAKE 
005700                     TO WS-ERR-TEXT                               CPYMAKE 
005710                 PERFORM 8100-SPEC-ERROR THRU 8100-EXIT           CPYMAKE 
005720             END-IF                                               CPYMAKE 
005730             IF WS-SPEC-DECIMALS(WS-CARD-NO) NOT = 0              CPYMAKE 
005740                 MOVE 'AN ALPHANUMERIC ITEM HAS NO DECIMALS'      CPYMAKE 
005750                     TO WS-ERR-TEXT                               CPYMAKE 
005760                 PERFORM 8100-SPEC-ERROR THRU 8100-EXIT           CPYMAKE 
005770             END-IF                                               CPYMAKE 
005780         WHEN '9'                                                 CPYMAKE 
005790         WHEN 'S'                                                 CPYMAKE 
005800         WHEN 'P'                                                 CPYMAKE 
005810         WHEN 'B'                                                 CPYMAKE 
005820             IF WS-SPEC-LENGTH(WS-CARD-NO) = 0                    CPYMAKE 
005830                 OR WS-SPEC-LENGTH(WS-CARD-NO) > 18               CPYMAKE 
005840                 MOVE 'A NUMERIC LENGTH IS 1 TO 18 DIGITS'        CPYMAKE 
005850                     TO WS-ERR-TEXT                               CPYMAKE 
005860                 PERFORM 8100-SPEC-ERROR THRU 8100-EXIT           CPYMAKE 
005870             END-IF                                               CPYMAKE 
005880             IF WS-SPEC-DECIMALS(WS-CARD-NO)                      CPYMAKE 
005890                 > WS-SPEC-LENGTH(WS-CARD-NO)                     CPYMAKE 
005900                 MOVE 'DECIMALS MAY NOT EXCEED THE LENGTH'        CPYMAKE 
005910                     TO WS-ERR-TEXT                               CPYMAKE 
005920                 PERFORM 8100-SPEC-ERROR THRU 8100-EXIT           CPYMAKE 
005930             END-IF                                               CPYMAKE 
005940         WHEN OTHER                                               CPYMAKE 
005950             MOVE 'TYPE MUST BE X, 9, S, P, B, OR BLANK (GROUP)'  CPYMAKE 
005960                 TO WS-ERR-TEXT                                   CPYMAKE 
005970             PERFORM 8100-SPEC-ERROR THRU 8100-EXIT               CPYMAKE 
005980     END-EVALUATE.                                                CPYMAKE 
005990 1410-EXIT.                                                       CPYMAKE 
006000     EXIT.                                                        CPYMAKE 
006010*-------------------------------------------------------------    CPYMAKE 
006020*1500-CHECK-NOT-REGISTERED - A NEW COPYBOOK IS NEW EVERYWHERE:    CPYMAKE 
006030*NOT IN EITHER LIBRARY AND ON NONE OF THE FOUR CONTROL FILES.     CPYMAKE 
006040*-------------------------------------------------------------    CPYMAKE 
006050 1500-CHECK-NOT-REGISTERED.                                       CPYMAKE 
006060     MOVE 'config/COPYBOOKS.LST' TO WS-REG-FILENAME(1).           CPYMAKE 
006070     MOVE 30 TO WS-REG-KEY-LEN(1).                                CPYMAKE 
006080     MOVE 'ROLL' TO WS-REG-TAG(1).                                CPYMAKE 
006090     MOVE 32 TO WS-REG-VAL-COL(1).                                CPYMAKE 
006100     MOVE 'config/CPYOWN.DAT' TO WS-REG-FILENAME(2).              CPYMAKE 
006110     MOVE 30 TO WS-REG-KEY-LEN(2).                                CPYMAKE 
006120     MOVE 'OWN' TO WS-REG-TAG(2).                                 CPYMAKE 
006130     MOVE 32 TO WS-REG-VAL-COL(2).                                CPYMAKE 
006140     MOVE 'config/CPYSTD.DAT' TO WS-REG-FILENAME(3).              CPYMAKE 
006150     MOVE 8 TO WS-REG-KEY-LEN(3).                                 CPYMAKE 
006160     MOVE 'STD' TO WS-REG-TAG(3).                                 CPYMAKE 
006170     MOVE 11 TO WS-REG-VAL-COL(3).                                CPYMAKE 
006180     MOVE 'config/CPYVERS.DAT' TO WS-REG-FILENAME(4).             CPYMAKE 
006190     MOVE 30 TO WS-REG-KEY-LEN(4).                                CPYMAKE 
006200     MOVE 'VERS' TO WS-REG-TAG(4).                                CPYMAKE 
006210     MOVE 32 TO WS-REG-VAL-COL(4).                                CPYMAKE 
006220     IF WS-COPYBOOK-NAME = SPACES                                 CPYMAKE 
006230         GO TO 1500-EXIT.                                         CPYMAKE 
006240     PERFORM 1510-SCAN-ONE-FILE THRU 1510-EXIT                    CPYMAKE 
006250         VARYING WS-RIX FROM 1 BY 1 UNTIL WS-RIX > 4.             CPYMAKE 
006260     MOVE SPACES TO WS-CTL-FILENAME.                              CPYMAKE 
006270     STRING WS-TSTLIB-DIR DELIMITED BY SPACE                      CPYMAKE 
006280         WS-COPYBOOK-NAME DELIMITED BY SPACE                      CPYMAKE 
006290         '.CPY' DELIMITED BY SIZE                                 CPYMAKE 
006300         INTO WS-CTL-FILENAME                                     CPYMAKE 
006310     END-STRING.                                                  CPYMAKE 
006320     PERFORM 1530-TEST-ONE-MEMBER THRU 1530-EXIT.                 CPYMAKE 
006330     MOVE SPACES TO WS-CTL-FILENAME.                              CPYMAKE 
006340     STRING WS-PRDLIB-DIR DELIMITED BY SPACE                      CPYMAKE 
006350         WS-COPYBOOK-NAME DELIMITED BY SPACE                      CPYMAKE 
006360         '.CPY' DELIMITED BY SIZE                                 CPYMAKE 
006370         INTO WS-CTL-FILENAME                                     CPYMAKE 
006380     END-STRING.                                                  CPYMAKE 
006390     PERFORM 1530-TEST-ONE-MEMBER THRU 1530-EXIT.                 CPYMAKE 
006400 1500-EXIT.                                                       CPYMAKE 
006410     EXIT.                                                        CPYMAKE 
006420*                                                                 CPYMAKE 
006430 1510-SCAN-ONE-FILE.                                              CPYMAKE 
006440     MOVE WS-REG-FILENAME(WS-RIX) TO WS-CTL-FILENAME.             CPYMAKE 
006450     MOVE WS-REG-KEY-LEN(WS-RIX) TO WS-KEY-LEN.                   CPYMAKE 
006460     OPEN INPUT CTL-FILE.                                         CPYMAKE 
006470     IF WS-CTL-FILE-STATUS NOT = '00'                             CPYMAKE 
006480         GO TO 1510-EXIT.                                         CPYMAKE 
006490     MOVE 'N' TO WS-EOF-SW WS-FOUND-SW.                           CPYMAKE 
006500     PERFORM 1520-TEST-ONE-ENTRY THRU 1520-EXIT                   CPYMAKE 
006510         UNTIL WS-EOF OR WS-FOUND.                                CPYMAKE 
006520     CLOSE CTL-FILE.                                              CPYMAKE 
006530     MOVE 'N' TO WS-EOF-SW.                                       CPYMAKE 
006540     IF WS-FOUND                                                  CPYMAKE 
006550         MOVE SPACES TO WS-ERR-TEXT                               CPYMAKE 
006560         STRING 'ALREADY AN ENTRY IN ' DELIMITED BY SIZE          CPYMAKE 
006570             WS-CTL-FILENAME DELIMITED BY SPACE                   CPYMAKE 
006580             INTO WS-ERR-TEXT                                     CPYMAKE 
006590         END-STRING                                               CPYMAKE 
006600         PERFORM 8000-REFUSE THRU 8000-EXIT                       CPYMAKE 
006610     END-IF.                                                      CPYMAKE 
006620 1510-EXIT.                                                       CPYMAKE 
006630     EXIT.                                                        CPYMAKE 
006640*                                                                 CPYMAKE 
006650 1520-TEST-ONE-ENTRY.                                             CPYMAKE 
006660     READ CTL-FILE INTO WS-CTL-FILE-REC                           CPYMAKE 
006670         AT END MOVE 'Y' TO WS-EOF-SW                             CPYMAKE 
006680     END-READ.                                                    CPYMAKE 
006690     IF WS-EOF                                                    CPYMAKE 
006700         GO TO 1520-EXIT.                                         CPYMAKE 
006710     IF WS-CTL-FILE-REC(1:1) = '*'                                CPYMAKE 
006720         GO TO 1520-EXIT.                                         CPYMAKE 
006730     IF WS-CTL-FILE-REC(1:WS-KEY-LEN)                             CPYMAKE 
006740         = WS-COPYBOOK-NAME(1:WS-KEY-LEN)                         CPYMAKE 
006750         MOVE 'Y' TO WS-FOUND-SW                                  CPYMAKE 
006760     END-IF.                                                      CPYMAKE 
006770 1520-EXIT.                                                       CPYMAKE 
006780     EXIT.                                                        CPYMAKE 
006790*                                                                 CPYMAKE 
006800 1530-TEST-ONE-MEMBER.                                            CPYMAKE 
006810     OPEN INPUT CTL-FILE.                                         CPYMAKE 
006820     IF WS-CTL-FILE-STATUS NOT = '00'                             CPYMAKE 
006830         GO TO 1530-EXIT.                                         CPYMAKE 
006840     CLOSE CTL-FILE.                                              CPYMAKE 
006850     MOVE SPACES TO WS-ERR-TEXT.                                  CPYMAKE 
006860     STRING 'MEMBER ALREADY EXISTS: ' DELIMITED BY SIZE           CPYMAKE 
006870         WS-CTL-FILENAME DELIMITED BY SPACE                       CPYMAKE 
006880         INTO WS-ERR-TEXT                                         CPYMAKE 
006890     END-STRING.                                                  CPYMAKE 
006900     PERFORM 8000-REFUSE THRU 8000-EXIT.                          CPYMAKE 
006910 1530-EXIT.                                                       CPYMAKE 
006920     EXIT.                                                        CPYMAKE 
006930*-------------------------------------------------------------    CPYMAKE 
006940*1600-CHECK-THE-OWNERS - THE OWNING TEAM IS ON THE ROSTER         CPYMAKE 
006950*config/CPYTEAM.DAT AND EVERY CONTACT IS ONE OF ITS MEMBERS.      CPYMAKE 
006960*-------------------------------------------------------------    CPYMAKE 
006970 1600-CHECK-THE-OWNERS.                                           CPYMAKE 
006980     IF WS-TEAM = SPACES OR WS-CONTACTS = SPACES                  CPYMAKE 
006990         GO TO 1600-EXIT.                                         CPYMAKE 
007000     MOVE 'N' TO WS-TEAM-SEEN-SW.                                 CPYMAKE 
007010     MOVE SPACES TO WS-CONTACT-WORD.                              CPYMAKE 
007020     PERFORM 1620-FIND-ON-ROSTER THRU 1620-EXIT.                  CPYMAKE 
007030     IF WS-TEAM-SEEN-SW NOT = 'Y'                                 CPYMAKE 
007040         MOVE SPACES TO WS-ERR-TEXT                               CPYMAKE 
007050         STRING 'TEAM ' DELIMITED BY SIZE                         CPYMAKE 
007060             WS-TEAM DELIMITED BY SPACE                           CPYMAKE 
007070             ' IS NOT ON config/CPYTEAM.DAT' DELIMITED BY SIZE    CPYMAKE 
007080             INTO WS-ERR-TEXT                                     CPYMAKE 
007090         END-STRING                                               CPYMAKE 
007100         PERFORM 8000-REFUSE THRU 8000-EXIT                       CPYMAKE 
007110         GO TO 1600-EXIT.                                         CPYMAKE 
007120     MOVE 1 TO WS-CONTACT-PTR.                                    CPYMAKE 
007130     PERFORM 1610-CHECK-ONE-CONTACT THRU 1610-EXIT                CPYMAKE 
007140         UNTIL WS-CONTACT-PTR > 37.                               CPYMAKE 
007150 1600-EXIT.                                                       CPYMAKE 
007160     EXIT.                                                        CPYMAKE 
007170*                                                                 CPYMAKE 
007180 1610-CHECK-ONE-CONTACT.                                          CPYMAKE 
007190     MOVE SPACES TO WS-CONTACT-WORD.                              CPYMAKE 
007200     UNSTRING WS-CONTACTS DELIMITED BY ALL SPACE                  CPYMAKE 
007210         INTO WS-CONTACT-WORD                                     CPYMAKE 
007220         WITH POINTER WS-CONTACT-PTR                              CPYMAKE 
007230         NOT ON OVERFLOW MOVE 38 TO WS-CONTACT-PTR                CPYMAKE 
007240     END-UNSTRING.                                                CPYMAKE 
007250     IF WS-CONTACT-WORD = SPACES                                  CPYMAKE 
007260         GO TO 1610-EXIT.                                         CPYMAKE 
007270     MOVE 'N' TO WS-CONTACT-OK-SW.                                CPYMAKE 
007280     PERFORM 1620-FIND-ON-ROSTER THRU 1620-EXIT.                  CPYMAKE 
007290     IF WS-CONTACT-OK-SW NOT = 'Y'                                CPYMAKE 
007300         MOVE SPACES TO WS-ERR-TEXT                               CPYMAKE 
007310         STRING 'CONTACT ' DELIMITED BY SIZE                      CPYMAKE 
007320             WS-CONTACT-WORD DELIMITED BY SPACE                   CPYMAKE 
007330             ' IS NOT A MEMBER OF TEAM ' DELIMITED BY SIZE        CPYMAKE 
007340             WS-TEAM DELIMITED BY SPACE                           CPYMAKE 
007350             INTO WS-ERR-TEXT                                     CPYMAKE 
007360         END-STRING                                               CPYMAKE 
007370         PERFORM 8000-REFUSE THRU 8000-EXIT                       CPYMAKE 
007380     END-IF.                                                      CPYMAKE 
007390 1610-EXIT.                                                       CPYMAKE 
007400     EXIT.                                                        CPYMAKE 
007410*                                                                 CPYMAKE 
007420 1620-FIND-ON-ROSTER.                                             CPYMAKE 
007430     OPEN INPUT TEAM-FILE.                                        CPYMAKE 
007440     IF WS-TEAM-FILE-STATUS NOT = '00'                            CPYMAKE 
007450         GO TO 1620-EXIT.                                         CPYMAKE 
007460     MOVE 'N' TO WS-EOF-SW.                                       CPYMAKE 
007470     PERFORM 1630-TEST-ONE-ROSTER-LINE THRU 1630-EXIT             CPYMAKE 
007480         UNTIL WS-EOF.                                            CPYMAKE 
007490     CLOSE TEAM-FILE.                                             CPYMAKE 
007500     MOVE 'N' TO WS-EOF-SW.                                       CPYMAKE 
007510 1620-EXIT.                                                       CPYMAKE 
007520     EXIT.                                                        CPYMAKE 
007530*                                                                 CPYMAKE 
007540 1630-TEST-ONE-ROSTER-LINE.                                       CPYMAKE 
007550     READ TEAM-FILE INTO WS-TEAM-FILE-REC                         CPYMAKE 
007560         AT END MOVE 'Y' TO WS-EOF-SW                             CPYMAKE 
007570     END-READ.                                                    CPYMAKE 
007580     IF WS-EOF                                                    CPYMAKE 
007590         GO TO 1630-EXIT.                                         CPYMAKE 
007600     IF WS-TEAM-FILE-REC(1:1) = '*'                               CPYMAKE 
007610         OR WS-TEAM-FILE-REC(10:10) NOT = WS-TEAM                 CPYMAKE 
007620         GO TO 1630-EXIT.                                         CPYMAKE 
007630     MOVE 'Y' TO WS-TEAM-SEEN-SW.                                 CPYMAKE 
007640     IF WS-CONTACT-WORD NOT = SPACES                              CPYMAKE 
007650         AND WS-TEAM-FILE-REC(1:8) = WS-CONTACT-WORD              CPYMAKE 
007660         MOVE 'Y' TO WS-CONTACT-OK-SW                             CPYMAKE 
007670     END-IF.                                                      CPYMAKE 
007680 1630-EXIT.                                                       CPYMAKE 
007690     EXIT.                                                        CPYMAKE 
007700*-------------------------------------------------------------    CPYMAKE 
007710*1700-CHECK-AUTHORITY - THE REQUESTER HOLDS NEWBOOK; THE          CPYMAKE 
007720*APPROVER IS A SECOND PERSON AND ONE OF THE OWNING TEAM'S         CPYMAKE 
007730*CONTACTS, THE SAME RULE CPYPROM APPLIES TO A PROMOTION.          CPYMAKE 
007740*-------------------------------------------------------------    CPYMAKE 
007750 1700-CHECK-AUTHORITY.                                            CPYMAKE 
007760     MOVE WS-USERID TO AUTH-USER-ID.                              CPYMAKE 
007770     MOVE 'NEWBOOK' TO AUTH-FUNCTION.                             CPYMAKE 
007780     CALL 'CPYAUTH' USING CPYAUTH-PARMS.                          CPYMAKE 
007790     IF AUTH-BOOTSTRAP                                            CPYMAKE 
007800         DISPLAY 'CPYMAKE - AUTHORIZATION FILE ABSENT - '         CPYMAKE 
007810             'CHECK DISABLED'                                     CPYMAKE 
007820     END-IF.                                                      CPYMAKE 
007830     IF NOT AUTH-GRANTED                                          CPYMAKE 
007840         MOVE SPACES TO WS-ERR-TEXT                               CPYMAKE 
007850         STRING 'USER ' DELIMITED BY SIZE                         CPYMAKE 
007860             WS-USERID DELIMITED BY SPACE                         CPYMAKE 
007870             ' NOT AUTHORIZED FOR NEWBOOK' DELIMITED BY SIZE      CPYMAKE 
007880             INTO WS-ERR-TEXT                                     CPYMAKE 
007890         END-STRING                                               CPYMAKE 
007900         PERFORM 8000-REFUSE THRU 8000-EXIT.                      CPYMAKE 
007910     IF WS-APPROVER = SPACES                                      CPYMAKE 
007920         OR WS-APPROVER = WS-USERID                               CPYMAKE 
007930         MOVE 'A SECOND APPROVER IS REQUIRED AND MUST DIFFER'     CPYMAKE 
007940             TO WS-ERR-TEXT                                       CPYMAKE 
007950         PERFORM 8000-REFUSE THRU 8000-EXIT                       CPYMAKE 
007960         GO TO 1700-EXIT.                                         CPYMAKE 
007970     MOVE 'N' TO WS-CONTACT-OK-SW.                                CPYMAKE 
007980     MOVE 1 TO WS-CONTACT-PTR.                                    CPYMAKE 
007990     PERFORM 1710-TEST-ONE-APPROVER THRU 1710-EXIT                CPYMAKE 
008000         UNTIL WS-CONTACT-OK-SW = 'Y' OR WS-CONTACT-PTR > 37.     CPYMAKE 
008010     IF WS-CONTACT-OK-SW NOT = 'Y'                                CPYMAKE 
008020         MOVE SPACES TO WS-ERR-TEXT                               CPYMAKE 
008030         STRING 'APPROVER ' DELIMITED BY SIZE                     CPYMAKE 
008040             WS-APPROVER DELIMITED BY SPACE                       CPYMAKE 
008050             ' IS NOT ONE OF THE OWNING TEAM''S CONTACTS'         CPYMAKE 
008060             DELIMITED BY SIZE                                    CPYMAKE 
008070             INTO WS-ERR-TEXT                                     CPYMAKE 
008080         END-STRING                                               CPYMAKE 
008090         PERFORM 8000-REFUSE THRU 8000-EXIT                       CPYMAKE 
008100     END-IF.                                                      CPYMAKE 
008110 1700-EXIT.                                                       CPYMAKE 
008120     EXIT.                                                        CPYMAKE 
008130*                                                                 CPYMAKE 
008140 1710-TEST-ONE-APPROVER.                                          CPYMAKE 
008150     MOVE SPACES TO WS-CONTACT-WORD.                              CPYMAKE 
008160     UNSTRING WS-CONTACTS DELIMITED BY ALL SPACE                  CPYMAKE 
008170         INTO WS-CONTACT-WORD                                     CPYMAKE 
008180         WITH POINTER WS-CONTACT-PTR                              CPYMAKE 
008190         NOT ON OVERFLOW MOVE 38 TO WS-CONTACT-PTR                CPYMAKE 
008200     END-UNSTRING.                                                CPYMAKE 
008210     IF WS-CONTACT-WORD NOT = SPACES                              CPYMAKE 
008220         AND WS-CONTACT-WORD = WS-APPROVER                        CPYMAKE 
008230         MOVE 'Y' TO WS-CONTACT-OK-SW                             CPYMAKE 
008240     END-IF.                                                      CPYMAKE 
008250 1710-EXIT.                                                       CPYMAKE 
008260     EXIT.                                                        CPYMAKE 
008270*-------------------------------------------------------------    CPYMAKE 
008280*2000-GENERATE-COPYBOOK - PREVIEW TO registry/<NAME>.CPY,         CPYMAKE 
008290*REGISTER STRAIGHT INTO TEST-COPYLIB.  EACH SUBORDINATE LEVEL     CPYMAKE 
008300*INDENTS FOUR COLUMNS UNDER ITS PARENT, AS THE LIBRARY DOES.      CPYMAKE 
008310*-------------------------------------------------------------    CPYMAKE 
008320 2000-GENERATE-COPYBOOK.                                          CPYMAKE 
008330     MOVE SPACES TO WS-MEMBER-PATH.                               CPYMAKE 
008340     IF WS-FUNCTION = 'REGISTER'                                  CPYMAKE 
008350         STRING WS-TSTLIB-DIR DELIMITED BY SPACE                  CPYMAKE 
008360             WS-COPYBOOK-NAME DELIMITED BY SPACE                  CPYMAKE 
008370             '.CPY' DELIMITED BY SIZE                             CPYMAKE 
008380             INTO WS-MEMBER-PATH                                  CPYMAKE 
008390         END-STRING                                               CPYMAKE 
008400     ELSE                                                         CPYMAKE 
008410         STRING 'registry/' DELIMITED BY SIZE                     CPYMAKE 
008420             WS-COPYBOOK-NAME DELIMITED BY SPACE                  CPYMAKE 
008430             '.CPY' DELIMITED BY SIZE                             CPYMAKE 
008440             INTO WS-MEMBER-PATH                                  CPYMAKE 
008450         END-STRING                                               CPYMAKE 
008460     END-IF.                                                      CPYMAKE 
008470     MOVE WS-MEMBER-PATH TO WS-OUT-FILENAME.                      CPYMAKE 
008480     OPEN OUTPUT OUT-FILE.                                        CPYMAKE 
008490     IF WS-OUT-FILE-STATUS NOT = '00'                             CPYMAKE 
008500         MOVE SPACES TO WS-ERR-TEXT                               CPYMAKE 
008510         STRING 'CANNOT WRITE ' DELIMITED BY SIZE                 CPYMAKE 
008520             WS-MEMBER-PATH DELIMITED BY SPACE                    CPYMAKE 
008530             INTO WS-ERR-TEXT                                     CPYMAKE 
008540         END-STRING                                               CPYMAKE 
008550         PERFORM 8000-REFUSE THRU 8000-EXIT                       CPYMAKE 
008560         GO TO 2000-EXIT.                                         CPYMAKE 
008570     MOVE 0 TO WS-OUT-SEQ WS-OUT-LINES WS-LONG-LINES WS-DEPTH.    CPYMAKE 
008580     MOVE SPACES TO WS-CODE.                                      CPYMAKE 
008590     STRING WS-COPYBOOK-NAME DELIMITED BY SPACE                   CPYMAKE 
008600         ' -- ' DELIMITED BY SIZE                                 CPYMAKE 
008610         WS-SPEC-DESC(1) DELIMITED BY SIZE                        CPYMAKE 
008620         INTO WS-CODE                                             CPYMAKE 
008630     END-STRING.                                                  CPYMAKE 
008640     PERFORM 2220-WRITE-COMMENT-LINE THRU 2220-EXIT.              CPYMAKE 
008650     MOVE SPACES TO WS-CODE.                                      CPYMAKE 
008660     STRING 'OWNED BY ' DELIMITED BY SIZE                         CPYMAKE 
008670         WS-TEAM DELIMITED BY SPACE                               CPYMAKE 
008680         '.  :PREFIX: IS THE USING PROGRAM''S PREFIX.'            CPYMAKE 
008690         DELIMITED BY SIZE                                        CPYMAKE 
008700         INTO WS-CODE                                             CPYMAKE 
008710     END-STRING.                                                  CPYMAKE 
008720     PERFORM 2220-WRITE-COMMENT-LINE THRU 2220-EXIT.              CPYMAKE 
008730     PERFORM 2100-GENERATE-ONE-ENTRY THRU 2100-EXIT               CPYMAKE 
008740         VARYING WS-CARD-NO FROM 1 BY 1                           CPYMAKE 
008750         UNTIL WS-CARD-NO > WS-SPEC-COUNT.                        CPYMAKE 
008760     CLOSE OUT-FILE.                                              CPYMAKE 
008770     MOVE WS-OUT-LINES TO WS-EDIT-COUNT.                          CPYMAKE 
008780     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYMAKE 
008790     WRITE WS-RPT-FILE-REC.                                       CPYMAKE 
008800     STRING 'GENERATED ' DELIMITED BY SIZE                        CPYMAKE 
008810         WS-MEMBER-PATH DELIMITED BY SPACE                        CPYMAKE 
008820         ' -' DELIMITED BY SIZE                                   CPYMAKE 
008830         WS-EDIT-COUNT DELIMITED BY SIZE                          CPYMAKE 
008840         ' CARDS' DELIMITED BY SIZE                               CPYMAKE 
008850         INTO WS-RPT-FILE-REC                                     CPYMAKE 
008860     END-STRING.                                                  CPYMAKE 
008870     WRITE WS-RPT-FILE-REC.                                       CPYMAKE 
008880     IF WS-LONG-LINES > 0                                         CPYMAKE 
008890         MOVE 'A CLAUSE RUNS PAST COLUMN 72 - SHORTEN THE NAME'   CPYMAKE 
008900             TO WS-ERR-TEXT                                       CPYMAKE 
008910         PERFORM 8000-REFUSE THRU 8000-EXIT                       CPYMAKE 
008920     END-IF.                                                      CPYMAKE 
008930 2000-EXIT.                                                       CPYMAKE 
008940     EXIT.                                                        CPYMAKE 
008950*                                                                 CPYMAKE 
008960 2100-GENERATE-ONE-ENTRY.                                         CPYMAKE 
008970     IF WS-SPEC-LEVEL-N(WS-CARD-NO) = 88                          CPYMAKE 
008980         COMPUTE WS-INDENT = WS-DEPTH * 4                         CPYMAKE 
008990     ELSE                                                         CPYMAKE 
009000         PERFORM 2110-POP-ONE-LEVEL THRU 2110-EXIT                CPYMAKE 
009010             UNTIL WS-DEPTH = 0                                   CPYMAKE 
009020             OR WS-STACK-LEVEL(WS-DEPTH)                          CPYMAKE 
009030                 < WS-SPEC-LEVEL-N(WS-CARD-NO)                    CPYMAKE 
009040         COMPUTE WS-INDENT = WS-DEPTH * 4                         CPYMAKE 
009050         IF WS-DEPTH < 50                                         CPYMAKE 
009060             ADD 1 TO WS-DEPTH                                    CPYMAKE 
009070             MOVE WS-SPEC-LEVEL-N(WS-CARD-NO)                     CPYMAKE 
009080                 TO WS-STACK-LEVEL(WS-DEPTH)                      CPYMAKE 
009090         END-IF                                                   CPYMAKE 
009100     END-IF.                                                      CPYMAKE 
009110*    THE 01 CARD'S DESCRIPTION IS THE BANNER LINE ALREADY.        CPYMAKE 
009120     IF WS-SPEC-DESC(WS-CARD-NO) NOT = SPACES                     CPYMAKE 
009130         AND WS-CARD-NO > 1                                       CPYMAKE 
009140         MOVE SPACES TO WS-CODE                                   CPYMAKE 
009150         IF WS-INDENT = 0                                         CPYMAKE 
009160             MOVE WS-SPEC-DESC(WS-CARD-NO) TO WS-CODE             CPYMAKE 
009170         ELSE                                                     CPYMAKE 
009180             MOVE WS-SPEC-DESC(WS-CARD-NO)                        CPYMAKE 
009190                 TO WS-CODE(WS-INDENT:)                           CPYMAKE 
009200         END-IF                                                   CPYMAKE 
009210         PERFORM 2220-WRITE-COMMENT-LINE THRU 2220-EXIT           CPYMAKE 
009220     END-IF.                                                      CPYMAKE 
009230     MOVE SPACES TO WS-CODE.                                      CPYMAKE 
009240     COMPUTE WS-CODE-PTR = WS-INDENT + 1.                         CPYMAKE 
009250     STRING WS-SPEC-LEVEL(WS-CARD-NO) DELIMITED BY SIZE           CPYMAKE 
009260         '  ' DELIMITED BY SIZE                                   CPYMAKE 
009270         INTO WS-CODE WITH POINTER WS-CODE-PTR                    CPYMAKE 
009280     END-STRING.                                                  CPYMAKE 
009290     IF WS-SPEC-NAME(WS-CARD-NO) NOT = 'FILLER'                   CPYMAKE 
009300         STRING ':PREFIX:-' DELIMITED BY SIZE                     CPYMAKE 
009310             INTO WS-CODE WITH POINTER WS-CODE-PTR                CPYMAKE 
009320         END-STRING                                               CPYMAKE 
009330     END-IF.                                                      CPYMAKE 
009340     STRING WS-SPEC-NAME(WS-CARD-NO) DELIMITED BY SPACE           CPYMAKE 
009350         INTO WS-CODE WITH POINTER WS-CODE-PTR                    CPYMAKE 
009360         ON OVERFLOW                                              CPYMAKE 
009370             ADD 1 TO WS-LONG-LINES                               CPYMAKE 
009380             GO TO 2100-EXIT                                      CPYMAKE 
009390     END-STRING.                                                  CPYMAKE 
009400     PERFORM 2120-BUILD-THE-CLAUSES THRU 2120-EXIT.               CPYMAKE 
009410*    THE CLAUSES FOLLOW ON THE SAME CARD WHEN THEY FIT, ELSE ON   CPYMAKE 
009420*    A CONTINUATION CARD FOUR COLUMNS IN.                         CPYMAKE 
009430     IF WS-CODE-PTR + WS-CLAUSE-LEN - 1 > 65                      CPYMAKE 
009440         PERFORM 2210-WRITE-CODE-LINE THRU 2210-EXIT              CPYMAKE 
009450         MOVE SPACES TO WS-CODE                                   CPYMAKE 
009460         COMPUTE WS-CODE-PTR = WS-INDENT + 5                      CPYMAKE 
009470         IF WS-CODE-PTR + WS-CLAUSE-LEN - 2 > 65                  CPYMAKE 
009480             ADD 1 TO WS-LONG-LINES                               CPYMAKE 
009490             GO TO 2100-EXIT                                      CPYMAKE 
009500         END-IF                                                   CPYMAKE 
009510         MOVE WS-CLAUSE(2:WS-CLAUSE-LEN - 1)                      CPYMAKE 
009520             TO WS-CODE(WS-CODE-PTR:WS-CLAUSE-LEN - 1)            CPYMAKE 
009530     ELSE                                                         CPYMAKE 
009540         MOVE WS-CLAUSE(1:WS-CLAUSE-LEN)                          CPYMAKE 
009550             TO WS-CODE(WS-CODE-PTR:WS-CLAUSE-LEN)                CPYMAKE 
009560     END-IF.                                                      CPYMAKE 
009570     PERFORM 2210-WRITE-CODE-LINE THRU 2210-EXIT.                 CPYMAKE 
009580 2100-EXIT.                                                       CPYMAKE 
009590     EXIT.                                                        CPYMAKE 
009600*                                                                 CPYMAKE 
009610 2110-POP-ONE-LEVEL.                                              CPYMAKE 
009620     SUBTRACT 1 FROM WS-DEPTH.                                    CPYMAKE 
009630 2110-EXIT.                                                       CPYMAKE 
009640     EXIT.                                                        CPYMAKE 
009650*-------------------------------------------------------------    CPYMAKE 
009660*2120-BUILD-THE-CLAUSES - EVERYTHING AFTER THE NAME, WITH ITS     CPYMAKE 
009670*LEADING BLANK AND TERMINATING PERIOD.  A NUMERIC ITEM WITH       CPYMAKE 
009680*DECIMALS IS ALWAYS SIGNED AND PACKED AND BINARY ITEMS ALWAYS     CPYMAKE 
009690*SIGNED, PER THE CODING STANDARDS.                                CPYMAKE 
009700*-------------------------------------------------------------    CPYMAKE 
009710 2120-BUILD-THE-CLAUSES.                                          CPYMAKE 
009720     MOVE SPACES TO WS-CLAUSE.                                    CPYMAKE 
009730     MOVE 1 TO WS-CLAUSE-PTR.                                     CPYMAKE 
009740     IF WS-SPEC-LEVEL-N(WS-CARD-NO) = 88                          CPYMAKE 
009750         STRING ' VALUE ' DELIMITED BY SIZE                       CPYMAKE 
009760             WS-SPEC-VALUES(WS-CARD-NO) DELIMITED BY SIZE         CPYMAKE 
009770             INTO WS-CLAUSE WITH POINTER WS-CLAUSE-PTR            CPYMAKE 
009780         END-STRING                                               CPYMAKE 
009790         PERFORM 2130-TRIM-THE-CLAUSE THRU 2130-EXIT              CPYMAKE 
009800         GO TO 2120-EXIT.                                         CPYMAKE 
009810     IF WS-SPEC-TYPE(WS-CARD-NO) NOT = SPACE                      CPYMAKE 
009820         AND WS-SPEC-TYPE(WS-CARD-NO) NOT = 'G'                   CPYMAKE 
009830         PERFORM 2140-BUILD-THE-PICTURE THRU 2140-EXIT            CPYMAKE 
009840         STRING ' PIC ' DELIMITED BY SIZE                         CPYMAKE 
009850             WS-PICTURE DELIMITED BY SPACE                        CPYMAKE 
009860             INTO WS-CLAUSE WITH POINTER WS-CLAUSE-PTR            CPYMAKE 
009870         END-STRING                                               CPYMAKE 
009880     END-IF.                                                      CPYMAKE 
009890     IF WS-SPEC-TYPE(WS-CARD-NO) = 'P'                            CPYMAKE 
009900         STRING ' COMP-3' DELIMITED BY SIZE                       CPYMAKE 
009910             INTO WS-CLAUSE WITH POINTER WS-CLAUSE-PTR            CPYMAKE 
009920         END-STRING                                               CPYMAKE 
009930     END-IF.                                                      CPYMAKE 
009940     IF WS-SPEC-TYPE(WS-CARD-NO) = 'B'                            CPYMAKE 
009950         STRING ' COMP' DELIMITED BY SIZE                         CPYMAKE 
009960             INTO WS-CLAUSE WITH POINTER WS-CLAUSE-PTR            CPYMAKE 
009970         END-STRING                                               CPYMAKE 
009980     END-IF.                                                      CPYMAKE 
009990     IF WS-SPEC-OCCURS(WS-CARD-NO) NOT = 0                        CPYMAKE 
010000         MOVE WS-SPEC-OCCURS(WS-CARD-NO) TO WS-FMT-IN             CPYMAKE 
010010         MOVE 3 TO WS-FMT-MAX-ZEROS                               CPYMAKE 
010020         PERFORM 2150-FORMAT-COUNT THRU 2150-EXIT                 CPYMAKE 
010030         MOVE 2 TO WS-FMT-MAX-ZEROS                               CPYMAKE 
010040         STRING ' OCCURS ' DELIMITED BY SIZE                      CPYMAKE 
010050             WS-FMT-OUT DELIMITED BY SPACE                        CPYMAKE 
010060             ' TIMES' DELIMITED BY SIZE                           CPYMAKE 
010070             INTO WS-CLAUSE WITH POINTER WS-CLAUSE-PTR            CPYMAKE 
010080         END-STRING                                               CPYMAKE 
010090     END-IF.                                                      CPYMAKE 
010100     STRING '.' DELIMITED BY SIZE                                 CPYMAKE 
010110         INTO WS-CLAUSE WITH POINTER WS-CLAUSE-PTR                CPYMAKE 
010120     END-STRING.                                                  CPYMAKE 
010130     COMPUTE WS-CLAUSE-LEN = WS-CLAUSE-PTR - 1.                   CPYMAKE 
010140 2120-EXIT.                                                       CPYMAKE 
010150     EXIT.                                                        CPYMAKE 
010160*                                                                 CPYMAKE 
010170 2130-TRIM-THE-CLAUSE.                                            CPYMAKE 
010180     MOVE 80 TO WS-CLAUSE-LEN.                                    CPYMAKE 
010190     PERFORM 2135-BACK-UP-ONE THRU 2135-EXIT                      CPYMAKE 
010200         UNTIL WS-CLAUSE-LEN = 1                                  CPYMAKE 
010210         OR WS-CLAUSE(WS-CLAUSE-LEN:1) NOT = SPACE.               CPYMAKE 
010220     ADD 1 TO WS-CLAUSE-LEN.                                      CPYMAKE 
010230     MOVE '.' TO WS-CLAUSE(WS-CLAUSE-LEN:1).                      CPYMAKE 
010240 2130-EXIT.                                                       CPYMAKE 
010250     EXIT.                                                        CPYMAKE 
010260*                                                                 CPYMAKE 
010270 2135-BACK-UP-ONE.                                                CPYMAKE 
010280     SUBTRACT 1 FROM WS-CLAUSE-LEN.                               CPYMAKE 
010290 2135-EXIT.                                                       CPYMAKE 
010300     EXIT.                                                        CPYMAKE 
010310*                                                                 CPYMAKE 
010320 2140-BUILD-THE-PICTURE.                                          CPYMAKE 
010330     MOVE SPACES TO WS-PICTURE.                                   CPYMAKE 
010340     MOVE 1 TO WS-PIC-PTR.                                        CPYMAKE 
010350     IF WS-SPEC-TYPE(WS-CARD-NO) = 'X'                            CPYMAKE 
010360         MOVE WS-SPEC-LENGTH(WS-CARD-NO) TO WS-FMT-IN             CPYMAKE 
010370         PERFORM 2150-FORMAT-COUNT THRU 2150-EXIT                 CPYMAKE 
010380         STRING 'X(' DELIMITED BY SIZE                            CPYMAKE 
010390             WS-FMT-OUT DELIMITED BY SPACE                        CPYMAKE 
010400             ')' DELIMITED BY SIZE                                CPYMAKE 
010410             INTO WS-PICTURE WITH POINTER WS-PIC-PTR              CPYMAKE 
010420         END-STRING                                               CPYMAKE 
010430         GO TO 2140-EXIT.                                         CPYMAKE 
010440     IF WS-SPEC-TYPE(WS-CARD-NO) NOT = '9'                        CPYMAKE 
010450         OR WS-SPEC-DECIMALS(WS-CARD-NO) > 0                      CPYMAKE 
010460         STRING 'S' DELIMITED BY SIZE                             CPYMAKE 
010470             INTO WS-PICTURE WITH POINTER WS-PIC-PTR              CPYMAKE 
010480         END-STRING                                               CPYMAKE 
010490     END-IF.                                                      CPYMAKE 
010500     COMPUTE WS-INT-DIGITS = WS-SPEC-LENGTH(WS-CARD-NO)           CPYMAKE 
010510         - WS-SPEC-DECIMALS(WS-CARD-NO).                          CPYMAKE 
010520     IF WS-INT-DIGITS > 0                                         CPYMAKE 
010530         MOVE WS-INT-DIGITS TO WS-FMT-IN                          CPYMAKE 
010540         PERFORM 2150-FORMAT-COUNT THRU 2150-EXIT                 CPYMAKE 
010550         STRING '9(' DELIMITED BY SIZE                            CPYMAKE 
010560             WS-FMT-OUT DELIMITED BY SPACE                        CPYMAKE 
010570             ')' DELIMITED BY SIZE                                CPYMAKE 
010580             INTO WS-PICTURE WITH POINTER WS-PIC-PTR              CPYMAKE 
010590         END-STRING                                               CPYMAKE 
010600     END-IF.                                                      CPYMAKE 
010610     IF WS-SPEC-DECIMALS(WS-CARD-NO) > 0                          CPYMAKE 
010620         MOVE WS-SPEC-DECIMALS(WS-CARD-NO) TO WS-FMT-IN           CPYMAKE 
010630         PERFORM 2150-FORMAT-COUNT THRU 2150-EXIT                 CPYMAKE 
010640         STRING 'V9(' DELIMITED BY SIZE                           CPYMAKE 
010650             WS-FMT-OUT DELIMITED BY SPACE                        CPYMAKE 
010660             ')' DELIMITED BY SIZE                                CPYMAKE 
010670             INTO WS-PICTURE WITH POINTER WS-PIC-PTR              CPYMAKE 
010680         END-STRING                                               CPYMAKE 
010690     END-IF.                                                      CPYMAKE 
010700 2140-EXIT.                                                       CPYMAKE 
010710     EXIT.                                                        CPYMAKE 
010720*                                                                 CPYMAKE 
010730*    A PICTURE COUNT PRINTS WITH AT LEAST TWO DIGITS - X(08),     CPYMAKE 
010740*    9(05) - AND AN OCCURS COUNT AS THE PLAIN NUMBER.             CPYMAKE 
010750 2150-FORMAT-COUNT.                                               CPYMAKE 
010760     MOVE 0 TO WS-FMT-ZEROS.                                      CPYMAKE 
010770     INSPECT WS-FMT-IN TALLYING WS-FMT-ZEROS FOR LEADING ZERO.    CPYMAKE 
010780     IF WS-FMT-ZEROS > WS-FMT-MAX-ZEROS                           CPYMAKE 
010790         MOVE WS-FMT-MAX-ZEROS TO WS-FMT-ZEROS                    CPYMAKE 
010800     END-IF.                                                      CPYMAKE 
010810     MOVE SPACES TO WS-FMT-OUT.                                   CPYMAKE 
010820     MOVE WS-FMT-IN-X(WS-FMT-ZEROS + 1:4 - WS-FMT-ZEROS)          CPYMAKE 
010830         TO WS-FMT-OUT.                                           CPYMAKE 
010840 2150-EXIT.                                                       CPYMAKE 
010850     EXIT.                                                        CPYMAKE 
010860*                                                                 CPYMAKE 
010870 2210-WRITE-CODE-LINE.                                            CPYMAKE 
010880     ADD 10 TO WS-OUT-SEQ.                                        CPYMAKE 
010890     ADD 1 TO WS-OUT-LINES.                                       CPYMAKE 
010900     MOVE SPACES TO WS-OUT-FILE-REC.                              CPYMAKE 
010910     MOVE WS-OUT-SEQ TO WS-OUT-FILE-REC(1:6).                     CPYMAKE 
010920     MOVE WS-CODE TO WS-OUT-FILE-REC(8:65).                       CPYMAKE 
010930     MOVE WS-BOOK-ID TO WS-OUT-FILE-REC(73:8).                    CPYMAKE 
010940     WRITE WS-OUT-FILE-REC.                                       CPYMAKE 
010950 2210-EXIT.                                                       CPYMAKE 
010960     EXIT.                                                        CPYMAKE 
010970*                                                                 CPYMAKE 
010980 2220-WRITE-COMMENT-LINE.                                         CPYMAKE 
010990     ADD 10 TO WS-OUT-SEQ.                                        CPYMAKE 
011000     ADD 1 TO WS-OUT-LINES.                                       CPYMAKE 
011010     MOVE SPACES TO WS-OUT-FILE-REC.                              CPYMAKE 
011020     MOVE WS-OUT-SEQ TO WS-OUT-FILE-REC(1:6).                     CPYMAKE 
011030     MOVE '* ' TO WS-OUT-FILE-REC(7:2).                           CPYMAKE 
011040     MOVE WS-CODE(1:64) TO WS-OUT-FILE-REC(9:64).                 CPYMAKE 
011050     MOVE WS-BOOK-ID TO WS-OUT-FILE-REC(73:8).                    CPYMAKE 
011060     WRITE WS-OUT-FILE-REC.                                       CPYMAKE 
011070 2220-EXIT.                                                       CPYMAKE 
011080     EXIT.                                                        CPYMAKE 
011090*-------------------------------------------------------------    CPYMAKE 
011100*3000-VALIDATE-COPYBOOK - THE STRUCTURAL CHECK EVERY PROMOTION    CPYMAKE 
011110*GETS, THEN THE OWNING TEAM'S CODING STANDARDS.  AN ERROR OF      CPYMAKE 
011120*EITHER KIND REFUSES; STANDARDS WARNINGS ONLY SET RC 4.           CPYMAKE 
011130*-------------------------------------------------------------    CPYMAKE 
011140 3000-VALIDATE-COPYBOOK.                                          CPYMAKE 
011150     MOVE WS-MEMBER-PATH TO VAL-MEMBER-PATH.                      CPYMAKE 
011160     MOVE WS-COPYBOOK-NAME TO VAL-COPYBOOK-NAME.                  CPYMAKE 
011170     CALL 'CPYVAL' USING CPYVAL-PARMS.                            CPYMAKE 
011180     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYMAKE 
011190     IF VAL-CLEAN                                                 CPYMAKE 
011200         MOVE 'CPYVAL      - CLEAN' TO WS-RPT-FILE-REC            CPYMAKE 
011210         WRITE WS-RPT-FILE-REC                                    CPYMAKE 
011220     ELSE                                                         CPYMAKE 
011230         MOVE VAL-ERROR-COUNT TO WS-EDIT-COUNT                    CPYMAKE 
011240         STRING 'CPYVAL      - ' DELIMITED BY SIZE                CPYMAKE 
011250             WS-EDIT-COUNT DELIMITED BY SIZE                      CPYMAKE 
011260             ' STRUCTURAL ERROR(S) - SEE THE CONSOLE'             CPYMAKE 
011270             DELIMITED BY SIZE                                    CPYMAKE 
011280             INTO WS-RPT-FILE-REC                                 CPYMAKE 
011290         END-STRING                                               CPYMAKE 
011300         WRITE WS-RPT-FILE-REC                                    CPYMAKE 
011310         MOVE 'Y' TO WS-REFUSED-SW                                CPYMAKE 
011320     END-IF.                                                      CPYMAKE 
011330     MOVE WS-MEMBER-PATH TO STV-MEMBER-PATH.                      CPYMAKE 
011340     MOVE WS-COPYBOOK-NAME TO STV-COPYBOOK-NAME.                  CPYMAKE 
011350     MOVE WS-TEAM TO STV-TEAM.                                    CPYMAKE 
011360     MOVE 'N' TO STV-FD-LAYOUT-SW.                                CPYMAKE 
011370     CALL 'CPYSTDV' USING CPYSTDV-PARMS.                          CPYMAKE 
011380     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYMAKE 
011390     MOVE STV-ERROR-COUNT TO WS-EDIT-COUNT.                       CPYMAKE 
011400     STRING 'STANDARDS   - ERRORS ' DELIMITED BY SIZE             CPYMAKE 
011410         WS-EDIT-COUNT DELIMITED BY SIZE                          CPYMAKE 
011420         INTO WS-RPT-FILE-REC                                     CPYMAKE 
011430     END-STRING.                                                  CPYMAKE 
011440     MOVE STV-WARN-COUNT TO WS-EDIT-COUNT.                        CPYMAKE 
011450     STRING '  WARNINGS ' DELIMITED BY SIZE                       CPYMAKE 
011460         WS-EDIT-COUNT DELIMITED BY SIZE                          CPYMAKE 
011470         INTO WS-RPT-FILE-REC(28:20)                              CPYMAKE 
011480     END-STRING.                                                  CPYMAKE 
011490     MOVE STV-INFO-COUNT TO WS-EDIT-COUNT.                        CPYMAKE 
011500     STRING '  NOTES ' DELIMITED BY SIZE                          CPYMAKE 
011510         WS-EDIT-COUNT DELIMITED BY SIZE                          CPYMAKE 
011520         INTO WS-RPT-FILE-REC(45:20)                              CPYMAKE 
011530     END-STRING.                                                  CPYMAKE 
011540     WRITE WS-RPT-FILE-REC.                                       CPYMAKE 
011550     PERFORM 3100-LIST-ONE-FINDING THRU 3100-EXIT                 CPYMAKE 
011560         VARYING WS-STD-IX FROM 1 BY 1                            CPYMAKE 
011570         UNTIL WS-STD-IX > STV-FIND-COUNT.                        CPYMAKE 
011580     IF NOT STV-CLEAN                                             CPYMAKE 
011590         MOVE 'Y' TO WS-REFUSED-SW                                CPYMAKE 
011600     END-IF.                                                      CPYMAKE 
011610     IF STV-WARN-COUNT > 0 AND WS-FINAL-RC < 4                    CPYMAKE 
011620         MOVE 4 TO WS-FINAL-RC                                    CPYMAKE 
011630     END-IF.                                                      CPYMAKE 
011640 3000-EXIT.                                                       CPYMAKE 
011650     EXIT.                                                        CPYMAKE 
011660*                                                                 CPYMAKE 
011670 3100-LIST-ONE-FINDING.                                           CPYMAKE 
011680     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYMAKE 
011690     MOVE STV-FIND-LINE(WS-STD-IX) TO WS-EDIT-COUNT.              CPYMAKE 
011700     STRING '    LINE ' DELIMITED BY SIZE                         CPYMAKE 
011710         WS-EDIT-COUNT DELIMITED BY SIZE                          CPYMAKE 
011720         ' ' DELIMITED BY SIZE                                    CPYMAKE 
011730         STV-FIND-SEV(WS-STD-IX) DELIMITED BY SIZE                CPYMAKE 
011740         ' ' DELIMITED BY SIZE                                    CPYMAKE 
011750         STV-FIND-RULE(WS-STD-IX) DELIMITED BY SIZE               CPYMAKE 
011760         ' ' DELIMITED BY SIZE                                    CPYMAKE 
011770         STV-FIND-NAME(WS-STD-IX) DELIMITED BY SIZE               CPYMAKE 
011780         ' ' DELIMITED BY SIZE                                    CPYMAKE 
011790         STV-FIND-TEXT(WS-STD-IX) DELIMITED BY SIZE               CPYMAKE 
011800         INTO WS-RPT-FILE-REC                                     CPYMAKE 
011810     END-STRING.                                                  CPYMAKE 
011820     WRITE WS-RPT-FILE-REC.                                       CPYMAKE 
011830 3100-EXIT.                                                       CPYMAKE 
011840     EXIT.                                                        CPYMAKE 
011850*-------------------------------------------------------------    CPYMAKE 
011860*3500-LIST-THE-ENTRIES - THE FOUR REGISTRATION ENTRIES, BUILT     CPYMAKE 
011870*IN EACH FILE'S OWN LAYOUT, FOR THE REVIEWER TO SEE BEFORE        CPYMAKE 
011880*THEY ARE ADDED.                                                  CPYMAKE 
011890*-------------------------------------------------------------    CPYMAKE 
011900 3500-LIST-THE-ENTRIES.                                           CPYMAKE 
011910     MOVE SPACES TO WS-REG-ENTRY(1) WS-REG-ENTRY(2)               CPYMAKE 
011920         WS-REG-ENTRY(3) WS-REG-ENTRY(4).                         CPYMAKE 
011930     MOVE WS-COPYBOOK-NAME TO WS-REG-ENTRY(1).                    CPYMAKE 
011940     MOVE WS-COPYBOOK-NAME TO WS-REG-ENTRY(2)(1:30).              CPYMAKE 
011950     MOVE WS-TEAM TO WS-REG-ENTRY(2)(32:10).                      CPYMAKE 
011960     MOVE WS-CONTACTS TO WS-REG-ENTRY(2)(43:37).                  CPYMAKE 
011970     MOVE WS-COPYBOOK-NAME(1:8) TO WS-REG-ENTRY(3)(1:8).          CPYMAKE 
011980     MOVE WS-TEAM TO WS-REG-ENTRY(3)(11:10).                      CPYMAKE 
011990     MOVE WS-PREFIX-STD TO WS-REG-ENTRY(3)(21:16).                CPYMAKE 
012000     MOVE WS-REMARKS TO WS-REG-ENTRY(3)(37:40).                   CPYMAKE 
012010     MOVE WS-COPYBOOK-NAME TO WS-REG-ENTRY(4)(1:30).              CPYMAKE 
012020     MOVE WS-VERSION TO WS-REG-ENTRY(4)(32:10).                   CPYMAKE 
012030     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYMAKE 
012040     WRITE WS-RPT-FILE-REC.                                       CPYMAKE 
012050     MOVE 'REGISTRATION ENTRIES' TO WS-RPT-FILE-REC.              CPYMAKE 
012060     WRITE WS-RPT-FILE-REC.                                       CPYMAKE 
012070     PERFORM 3510-LIST-ONE-ENTRY THRU 3510-EXIT                   CPYMAKE 
012080         VARYING WS-RIX FROM 1 BY 1 UNTIL WS-RIX > 4.             CPYMAKE 
012090 3500-EXIT.                                                       CPYMAKE 
012100     EXIT.                                                        CPYMAKE 
012110*                                                                 CPYMAKE 
012120 3510-LIST-ONE-ENTRY.                                             CPYMAKE 
012130     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYMAKE 
012140     MOVE WS-REG-FILENAME(WS-RIX) TO WS-RPT-FILE-REC(5:22).       CPYMAKE 
012150     MOVE WS-REG-ENTRY(WS-RIX) TO WS-RPT-FILE-REC(28:80).         CPYMAKE 
012160     WRITE WS-RPT-FILE-REC.                                       CPYMAKE 
012170 3510-EXIT.                                                       CPYMAKE 
012180     EXIT.                                                        CPYMAKE 
012190*-------------------------------------------------------------    CPYMAKE 
012200*4000-REGISTER-THE-COPYBOOK - STAGE ALL FOUR FILES AS .NEW        CPYMAKE 
012210*FIRST; ONLY WHEN EVERY ONE IS STAGED ARE THEY SWAPPED IN.  A     CPYMAKE 
012220*FILE THAT CANNOT BE STAGED LEAVES ALL FOUR AS THEY WERE AND      CPYMAKE 
012230*TAKES THE GENERATED MEMBER BACK OUT OF TEST-COPYLIB.             CPYMAKE 
012240*-------------------------------------------------------------    CPYMAKE 
012250 4000-REGISTER-THE-COPYBOOK.                                      CPYMAKE 
012260     PERFORM 4100-STAGE-ONE-FILE THRU 4100-EXIT                   CPYMAKE 
012270         VARYING WS-RIX FROM 1 BY 1 UNTIL WS-RIX > 4.             CPYMAKE 
012280     IF WS-REFUSED                                                CPYMAKE 
012290         PERFORM 4300-DROP-ONE-STAGED THRU 4300-EXIT              CPYMAKE 
012300             VARYING WS-RIX FROM 1 BY 1 UNTIL WS-RIX > 4          CPYMAKE 
012310         CALL 'CBL_DELETE_FILE' USING WS-MEMBER-PATH              CPYMAKE 
012320         MOVE 0 TO RETURN-CODE                                    CPYMAKE 
012330         MOVE 12 TO WS-FINAL-RC                                   CPYMAKE 
012340         GO TO 4000-EXIT.                                         CPYMAKE 
012350     PERFORM 4200-SWAP-ONE-FILE THRU 4200-EXIT                    CPYMAKE 
012360         VARYING WS-RIX FROM 1 BY 1 UNTIL WS-RIX > 4.             CPYMAKE 
012370     PERFORM 4400-WRITE-ONE-HISTORY THRU 4400-EXIT                CPYMAKE 
012380         VARYING WS-RIX FROM 1 BY 1 UNTIL WS-RIX > 4.             CPYMAKE 
012390 4000-EXIT.                                                       CPYMAKE 
012400     EXIT.                                                        CPYMAKE 
012410*                                                                 CPYMAKE 
012420 4100-STAGE-ONE-FILE.                                             CPYMAKE 
012430     MOVE 'N' TO WS-REG-STAGED(WS-RIX).                           CPYMAKE 
012440     IF WS-REFUSED                                                CPYMAKE 
012450         GO TO 4100-EXIT.                                         CPYMAKE 
012460     MOVE WS-REG-FILENAME(WS-RIX) TO WS-CTL-FILENAME.             CPYMAKE 
012470     PERFORM 4110-NAME-THE-NEW-FILE THRU 4110-EXIT.               CPYMAKE 
012480     OPEN INPUT CTL-FILE.                                         CPYMAKE 
012490     IF WS-CTL-FILE-STATUS NOT = '00'                             CPYMAKE 
012500         MOVE SPACES TO WS-ERR-TEXT                               CPYMAKE 
012510         STRING 'CANNOT READ ' DELIMITED BY SIZE                  CPYMAKE 
012520             WS-CTL-FILENAME DELIMITED BY SPACE                   CPYMAKE 
012530             INTO WS-ERR-TEXT                                     CPYMAKE 
012540         END-STRING                                               CPYMAKE 
012550         PERFORM 8000-REFUSE THRU 8000-EXIT                       CPYMAKE 
012560         GO TO 4100-EXIT.                                         CPYMAKE 
012570     OPEN OUTPUT NEW-FILE.                                        CPYMAKE 
012580     IF WS-NEW-FILE-STATUS NOT = '00'                             CPYMAKE 
012590         CLOSE CTL-FILE                                           CPYMAKE 
012600         MOVE SPACES TO WS-ERR-TEXT                               CPYMAKE 
012610         STRING 'CANNOT STAGE ' DELIMITED BY SIZE                 CPYMAKE 
012620             WS-NEW-FILENAME DELIMITED BY SPACE                   CPYMAKE 
012630             INTO WS-ERR-TEXT                                     CPYMAKE 
012640         END-STRING                                               CPYMAKE 
012650         PERFORM 8000-REFUSE THRU 8000-EXIT                       CPYMAKE 
012660         GO TO 4100-EXIT.                                         CPYMAKE 
012670     MOVE 'N' TO WS-EOF-SW.                                       CPYMAKE 
012680     PERFORM 4120-COPY-ONE-LINE THRU 4120-EXIT UNTIL WS-EOF.      CPYMAKE 
012690     CLOSE CTL-FILE.                                              CPYMAKE 
012700     MOVE 'N' TO WS-EOF-SW.                                       CPYMAKE 
012710     MOVE WS-REG-ENTRY(WS-RIX) TO WS-NEW-FILE-REC.                CPYMAKE 
012720     WRITE WS-NEW-FILE-REC.                                       CPYMAKE 
012730     IF WS-NEW-FILE-STATUS NOT = '00'                             CPYMAKE 
012740         MOVE SPACES TO WS-ERR-TEXT                               CPYMAKE 
012750         STRING 'CANNOT STAGE ' DELIMITED BY SIZE                 CPYMAKE 
012760             WS-NEW-FILENAME DELIMITED BY SPACE                   CPYMAKE 
012770             INTO WS-ERR-TEXT                                     CPYMAKE 
012780         END-STRING                                               CPYMAKE 
012790         PERFORM 8000-REFUSE THRU 8000-EXIT                       CPYMAKE 
012800     END-IF.                                                      CPYMAKE 
012810     CLOSE NEW-FILE.                                              CPYMAKE 
012820     MOVE 'Y' TO WS-REG-STAGED(WS-RIX).                           CPYMAKE 
012830 4100-EXIT.                                                       CPYMAKE 
012840     EXIT.                                                        CPYMAKE 
012850*                                                                 CPYMAKE 
012860 4110-NAME-THE-NEW-FILE.                                          CPYMAKE 
012870     MOVE SPACES TO WS-NEW-FILENAME.                              CPYMAKE 
012880     STRING WS-REG-FILENAME(WS-RIX) DELIMITED BY SPACE            CPYMAKE 
012890         '.NEW' DELIMITED BY SIZE                                 CPYMAKE 
012900         INTO WS-NEW-FILENAME                                     CPYMAKE 
012910     END-STRING.                                                  CPYMAKE 
012920 4110-EXIT.                                                       CPYMAKE 
012930     EXIT.                                                        CPYMAKE 
012940*                                                                 CPYMAKE 
012950 4120-COPY-ONE-LINE.                                              CPYMAKE 
012960     READ CTL-FILE INTO WS-CTL-FILE-REC                           CPYMAKE 
012970         AT END MOVE 'Y' TO WS-EOF-SW                             CPYMAKE 
012980     END-READ.                                                    CPYMAKE 
012990     IF WS-EOF                                                    CPYMAKE 
013000         GO TO 4120-EXIT.                                         CPYMAKE 
013010     MOVE WS-CTL-FILE-REC TO WS-NEW-FILE-REC.                     CPYMAKE 
013020     WRITE WS-NEW-FILE-REC.                                       CPYMAKE 
013030 4120-EXIT.                                                       CPYMAKE 
013040     EXIT.                                                        CPYMAKE 
013050*                                                                 CPYMAKE 
013060 4200-SWAP-ONE-FILE.                                              CPYMAKE 
013070     MOVE WS-REG-FILENAME(WS-RIX) TO WS-CTL-FILENAME.             CPYMAKE 
013080     PERFORM 4110-NAME-THE-NEW-FILE THRU 4110-EXIT.               CPYMAKE 
013090     CALL 'CBL_DELETE_FILE' USING WS-CTL-FILENAME.                CPYMAKE 
013100     CALL 'CBL_RENAME_FILE' USING WS-NEW-FILENAME                 CPYMAKE 
013110         WS-CTL-FILENAME.                                         CPYMAKE 
013120     MOVE 0 TO RETURN-CODE.                                       CPYMAKE 
013130 4200-EXIT.                                                       CPYMAKE 
013140     EXIT.                                                        CPYMAKE 
013150*                                                                 CPYMAKE 
013160 4300-DROP-ONE-STAGED.                                            CPYMAKE 
013170     IF WS-REG-STAGED(WS-RIX) NOT = 'Y'                           CPYMAKE 
013180         GO TO 4300-EXIT.                                         CPYMAKE 
013190     PERFORM 4110-NAME-THE-NEW-FILE THRU 4110-EXIT.               CPYMAKE 
013200     CALL 'CBL_DELETE_FILE' USING WS-NEW-FILENAME.                CPYMAKE 
013210 4300-EXIT.                                                       CPYMAKE 
013220     EXIT.                                                        CPYMAKE 
013230*-------------------------------------------------------------    CPYMAKE 
013240*4400-WRITE-ONE-HISTORY - EACH ENTRY GOES ON THE MAINTENANCE      CPYMAKE 
013250*HISTORY IN CPYMNT'S LAYOUT, ACTION ADD, SO THE CHANGE TRAIL      CPYMAKE 
013260*OF THE CONTROL FILES STAYS IN ONE PLACE.                         CPYMAKE 
013270*-------------------------------------------------------------    CPYMAKE 
013280 4400-WRITE-ONE-HISTORY.                                          CPYMAKE 
013290     MOVE SPACES TO WS-HST-FILE-REC.                              CPYMAKE 
013300     MOVE WS-RUN-TIMESTAMP TO WS-HST-FILE-REC(1:15).              CPYMAKE 
013310     MOVE WS-USERID TO WS-HST-FILE-REC(17:8).                     CPYMAKE 
013320     MOVE WS-REG-TAG(WS-RIX) TO WS-HST-FILE-REC(26:6).            CPYMAKE 
013330     MOVE 'ADD' TO WS-HST-FILE-REC(33:6).                         CPYMAKE 
013340     MOVE WS-COPYBOOK-NAME(1:16) TO WS-HST-FILE-REC(40:16).       CPYMAKE 
013350     MOVE WS-REG-ENTRY(WS-RIX)(WS-REG-VAL-COL(WS-RIX):40)         CPYMAKE 
013360         TO WS-HST-FILE-REC(98:40).                               CPYMAKE 
013370     OPEN EXTEND HST-FILE.                                        CPYMAKE 
013380     IF WS-HST-FILE-STATUS = '35'                                 CPYMAKE 
013390         OPEN OUTPUT HST-FILE                                     CPYMAKE 
013400     END-IF.                                                      CPYMAKE 
013410     WRITE WS-HST-FILE-REC.                                       CPYMAKE 
013420     CLOSE HST-FILE.                                              CPYMAKE 
013430 4400-EXIT.                                                       CPYMAKE 
013440     EXIT.                                                        CPYMAKE 
013450*-------------------------------------------------------------    CPYMAKE 
013460*8000-REFUSE / 8100-SPEC-ERROR - ONE REPORT LINE PER REASON       CPYMAKE 
013470*-------------------------------------------------------------    CPYMAKE 
013480 8000-REFUSE.                                                     CPYMAKE 
013490     MOVE 'Y' TO WS-REFUSED-SW.                                   CPYMAKE 
013500     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYMAKE 
013510     STRING '*** ' DELIMITED BY SIZE                              CPYMAKE 
013520         WS-ERR-TEXT DELIMITED BY SIZE                            CPYMAKE 
013530         INTO WS-RPT-FILE-REC                                     CPYMAKE 
013540     END-STRING.                                                  CPYMAKE 
013550     WRITE WS-RPT-FILE-REC.                                       CPYMAKE 
013560     DISPLAY 'CPYMAKE - ' WS-ERR-TEXT.                            CPYMAKE 
013570 8000-EXIT.                                                       CPYMAKE 
013580     EXIT.                                                        CPYMAKE 
013590*                                                                 CPYMAKE 
013600 8100-SPEC-ERROR.                                                 CPYMAKE 
013610     ADD 1 TO WS-SPEC-ERRORS.                                     CPYMAKE 
013620     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYMAKE 
013630     MOVE WS-SPEC-CARD-NO(WS-CARD-NO) TO WS-EDIT-CARD.            CPYMAKE 
013640     STRING '*** CARD ' DELIMITED BY SIZE                         CPYMAKE 
013650         WS-EDIT-CARD DELIMITED BY SIZE                           CPYMAKE 
013660         ' ' DELIMITED BY SIZE                                    CPYMAKE 
013670         WS-SPEC-NAME(WS-CARD-NO) DELIMITED BY SPACE              CPYMAKE 
013680         ' - ' DELIMITED BY SIZE                                  CPYMAKE 
013690         WS-ERR-TEXT DELIMITED BY SIZE                            CPYMAKE 
013700         INTO WS-RPT-FILE-REC                                     CPYMAKE 
013710     END-STRING.                                                  CPYMAKE 
013720     WRITE WS-RPT-FILE-REC.                                       CPYMAKE 
013730 8100-EXIT.                                                       CPYMAKE 
013740     EXIT.                                                        CPYMAKE 
