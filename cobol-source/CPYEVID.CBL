000010 IDENTIFICATION DIVISION.                                         CPYEVID 
000020 PROGRAM-ID. CPYEVID.                                             CPYEVID 
000030 AUTHOR. R SANDOVAL.                                              CPYEVID 
000040 INSTALLATION. DATA CENTER SERVICES - COPYBOOK TOOLING.           CPYEVID 
000050 DATE-WRITTEN. 2026-10-15.                                        CPYEVID 
000060 DATE-COMPILED.                                                   CPYEVID 
000070*-------------------------------------------------------------    CPYEVID 
000080*MODIFICATION HISTORY                                             CPYEVID 
000090*-------------------------------------------------------------    CPYEVID 
000100*2026-10-15 RS  ANNUAL AUDIT EVIDENCE PACKAGE FOR THE COPYBOOK    CPYEVID 
000110*               CONTROL PROCESS, WHICH TOOK TWO WEEKS TO PULL     CPYEVID 
000120*               TOGETHER BY HAND EVERY YEAR.  FOR THE PERIOD ON   CPYEVID 
000130*               THE FROM AND TO CARDS (DEFAULT THE LAST           CPYEVID 
000140*               CALENDAR YEAR) registry/CPYEVID.RPT CARRIES ONE   CPYEVID 
000150*               SECTION PER CONTROL, EACH STARTING ON A NEW       CPYEVID 
000160*               PAGE AND ENDING WITH ITS TOTAL:                   CPYEVID 
000170*                 1 PROMOTIONS (registry/CPYAUD.DAT) WITH         CPYEVID 
000180*                   REQUESTER, APPROVER AND THE OUTGOING          CPYEVID 
000190*                   VERSION, PROVED AGAINST copybook-source/      CPYEVID 
000200*                   ARCHIVE/;                                     CPYEVID 
000210*                 2 FREEZE OVERRIDES (FRZOVRD) AND THEIR TWO      CPYEVID 
000220*                   USERS;                                        CPYEVID 
000230*                 3 ROLLBACKS, CHECKED AS PROMOTIONS ARE;         CPYEVID 
000240*                 4 AUTHORIZATION DENIALS (AUTHDENY ON            CPYEVID 
000250*                   registry/CPYEXC.DAT);                         CPYEVID 
000260*                 5 CONTROL-FILE CHANGES (registry/CPYMNTH.DAT);  CPYEVID 
000270*                 6 SNAPSHOT RESTORES (registry/CPYSNAP.CAT);     CPYEVID 
000280*                 7 THE CPYAUDV CHAIN VERIFICATION, RUN HERE AND  CPYEVID 
000290*                   ITS REPORT CARRIED IN WHOLE.                  CPYEVID 
000300*               EVERY EXCEPTION IS CALLED OUT UNDER THE EVENT     CPYEVID 
000310*               IT CONCERNS WITH '***'.  THE LAST PAGE IS THE     CPYEVID 
000320*               CONTROL-TOTAL PAGE THE AUDIT MANAGER SIGNS.       CPYEVID 
000330*               SYSIN (KEYWORD COLS 1-8, VALUE FROM COL 10):      CPYEVID 
000340*               FROM YYYYMMDD, TO YYYYMMDD, PREPARER USER ID.     CPYEVID 
000350*               RC 0 NO EXCEPTIONS, 4 EXCEPTIONS CALLED OUT,      CPYEVID 
000360*               8 PERIOD REFUSED.                                 CPYEVID 
000370*-------------------------------------------------------------    CPYEVID 
000380 ENVIRONMENT DIVISION.                                            CPYEVID 
000390 CONFIGURATION SECTION.                                           CPYEVID 
000400 SOURCE-COMPUTER. GENERIC-COMPUTER.                               CPYEVID 
000410 OBJECT-COMPUTER. GENERIC-COMPUTER.                               CPYEVID 
000420 INPUT-OUTPUT SECTION.                                            CPYEVID 
000430 FILE-CONTROL.                                                    CPYEVID 
000440     SELECT PARM-FILE ASSIGN TO DYNAMIC WS-PARM-FILENAME          CPYEVID 
000450         ORGANIZATION LINE SEQUENTIAL                             CPYEVID 
000460         FILE STATUS IS WS-PARM-FILE-STATUS.                      CPYEVID 
000470     SELECT AUD-FILE ASSIGN TO DYNAMIC WS-AUD-FILENAME            CPYEVID 
000480         ORGANIZATION LINE SEQUENTIAL                             CPYEVID 
000490         FILE STATUS IS WS-AUD-FILE-STATUS.                       CPYEVID 
000500     SELECT EXC-FILE ASSIGN TO DYNAMIC WS-EXC-FILENAME            CPYEVID 
000510         ORGANIZATION LINE SEQUENTIAL                             CPYEVID 
000520         FILE STATUS IS WS-EXC-FILE-STATUS.                       CPYEVID 
000530     SELECT HST-FILE ASSIGN TO DYNAMIC WS-HST-FILENAME            CPYEVID 
000540         ORGANIZATION LINE SEQUENTIAL                             CPYEVID 
000550         FILE STATUS IS WS-HST-FILE-STATUS.                       CPYEVID 
000560     SELECT CAT-FILE ASSIGN TO DYNAMIC WS-CAT-FILENAME            CPYEVID 
000570         ORGANIZATION LINE SEQUENTIAL                             CPYEVID 
000580         FILE STATUS IS WS-CAT-FILE-STATUS.                       CPYEVID 
000590     SELECT ARC-FILE ASSIGN TO DYNAMIC WS-ARC-FILENAME            CPYEVID 
000600         ORGANIZATION LINE SEQUENTIAL                             CPYEVID 
000610         FILE STATUS IS WS-ARC-FILE-STATUS.                       CPYEVID 
000620     SELECT AVR-FILE ASSIGN TO DYNAMIC WS-AVR-FILENAME            CPYEVID 
000630         ORGANIZATION LINE SEQUENTIAL                             CPYEVID 
000640         FILE STATUS IS WS-AVR-FILE-STATUS.                       CPYEVID 
000650     SELECT RPT-FILE ASSIGN TO DYNAMIC WS-RPT-FILENAME            CPYEVID 
000660         ORGANIZATION LINE SEQUENTIAL                             CPYEVID 
000670         FILE STATUS IS WS-RPT-FILE-STATUS.                       CPYEVID 
000680 DATA DIVISION.                                                   CPYEVID 
000690 FILE SECTION.                                                    CPYEVID 
000700 FD  PARM-FILE.                                                   CPYEVID 
000710 01  WS-PARM-FILE-REC        PIC X(80).                           CPYEVID 
000720 FD  AUD-FILE.                                                    CPYEVID 
000730 01  WS-AUD-FILE-REC         PIC X(520).                          CPYEVID 
000740 FD  EXC-FILE.                                                    CPYEVID 
000750 01  WS-EXC-FILE-REC         PIC X(141).                          CPYEVID 
000760 FD  HST-FILE.                                                    CPYEVID 
000770 01  WS-HST-FILE-REC         PIC X(140).                          CPYEVID 
000780 FD  CAT-FILE.                                                    CPYEVID 
000790 01  WS-CAT-FILE-REC         PIC X(80).                           CPYEVID 
000800 FD  ARC-FILE.                                                    CPYEVID 
000810 01  WS-ARC-FILE-REC         PIC X(80).                           CPYEVID 
000820 FD  AVR-FILE.                                                    CPYEVID 
000830 01  WS-AVR-FILE-REC         PIC X(132).                          CPYEVID 
000840 FD  RPT-FILE.                                                    CPYEVID 
000850 01  WS-RPT-FILE-REC         PIC X(132).                          CPYEVID 
000860 WORKING-STORAGE SECTION.                                         CPYEVID 
000870*-------------------------------------------------------------    CPYEVID 
000880*FILE STATUS AND DYNAMIC FILE NAMES                               CPYEVID 
000890*-------------------------------------------------------------    CPYEVID 
000900 77  WS-PARM-FILENAME        PIC X(80)                            CPYEVID 
000910         VALUE 'jcl/CPYEVID.SYSIN'.                               CPYEVID 
000920 77  WS-PARM-FILE-STATUS     PIC X(02) VALUE '00'.                CPYEVID 
000930 77  WS-AUD-FILENAME         PIC X(80)                            CPYEVID 
000940         VALUE 'registry/CPYAUD.DAT'.                             CPYEVID 
000950 77  WS-AUD-FILE-STATUS      PIC X(02) VALUE '00'.                CPYEVID 
000960 77  WS-EXC-FILENAME         PIC X(80)                            CPYEVID 
000970         VALUE 'registry/CPYEXC.DAT'.                             CPYEVID 
000980 77  WS-EXC-FILE-STATUS      PIC X(02) VALUE '00'.                CPYEVID 
000990 77  WS-HST-FILENAME         PIC X(80)                            CPYEVID 
001000         VALUE 'registry/CPYMNTH.DAT'.                            CPYEVID 
001010 77  WS-HST-FILE-STATUS      PIC X(02) VALUE '00'.                CPYEVID 
001020 77  WS-CAT-FILENAME         PIC X(80)                            CPYEVID 
001030         VALUE 'registry/CPYSNAP.CAT'.                            CPYEVID 
001040 77  WS-CAT-FILE-STATUS      PIC X(02) VALUE '00'.                CPYEVID 
001050 77  WS-ARC-FILENAME         PIC X(80) VALUE SPACES.              CPYEVID 
001060 77  WS-ARC-FILE-STATUS      PIC X(02) VALUE '00'.                CPYEVID 
001070 77  WS-ARCLIB-DIR           PIC X(40)                            CPYEVID 
001080         VALUE 'copybook-source/ARCHIVE/'.                        CPYEVID 
001090 77  WS-AVR-FILENAME         PIC X(80)                            CPYEVID 
001100         VALUE 'registry/CPYAUDV.RPT'.                            CPYEVID 
001110 77  WS-AVR-FILE-STATUS      PIC X(02) VALUE '00'.                CPYEVID 
001120 77  WS-RPT-FILENAME         PIC X(80)                            CPYEVID 
001130         VALUE 'registry/CPYEVID.RPT'.                            CPYEVID 
001140 77  WS-RPT-FILE-STATUS      PIC X(02) VALUE '00'.                CPYEVID 
001150 77  WS-EOF-SW               PIC X(01) VALUE 'N'.                 CPYEVID 
001160     88  WS-EOF              VALUE 'Y'.                           CPYEVID 
001170 77  WS-FOUND-SW             PIC X(01) VALUE 'N'.                 CPYEVID 
001180     88  WS-FOUND            VALUE 'Y'.                           CPYEVID 
001190*-------------------------------------------------------------    CPYEVID 
001200*THE RUN CARDS AND THE PERIOD                                     CPYEVID 
001210*-------------------------------------------------------------    CPYEVID 
001220 77  WS-FROM-DATE            PIC X(08) VALUE SPACES.              CPYEVID 
001230 77  WS-TO-DATE              PIC X(08) VALUE SPACES.              CPYEVID 
001240 77  WS-PREPARER             PIC X(08) VALUE SPACES.              CPYEVID 
001250 77  WS-CARD-ERROR-SW        PIC X(01) VALUE 'N'.                 CPYEVID 
001260 77  WS-DATE-PART            PIC X(08) VALUE SPACES.              CPYEVID 
001270 77  WS-TIME-PART            PIC X(08) VALUE SPACES.              CPYEVID 
001280 77  WS-RUN-TIMESTAMP        PIC X(15) VALUE SPACES.              CPYEVID 
001290 77  WS-LAST-YEAR            PIC 9(04) VALUE 0.                   CPYEVID 
001300 77  WS-FROM-EDIT            PIC X(10) VALUE SPACES.              CPYEVID 
001310 77  WS-TO-EDIT              PIC X(10) VALUE SPACES.              CPYEVID 
001320*-------------------------------------------------------------    CPYEVID 
001330*PAGING.  EVERY SECTION OPENS A NEW PAGE; THE HEADING REPEATS     CPYEVID 
001340*THE SECTION TITLE AND ITS COLUMN HEADINGS.                       CPYEVID 
001350*-------------------------------------------------------------    CPYEVID 
001360 77  WS-PAGE-NO              PIC 9(04) VALUE 0.                   CPYEVID 
001370 77  WS-LINE-ON-PAGE         PIC 9(02) COMP VALUE 0.              CPYEVID 
001380 77  WS-EDIT-PAGE            PIC Z(03)9.                          CPYEVID 
001390 77  WS-RPT-PTR              PIC 9(03) COMP VALUE 0.              CPYEVID 
001400 77  WS-HOLD-LINE            PIC X(132) VALUE SPACES.             CPYEVID 
001410 77  WS-SECT-NO              PIC 9(01) VALUE 0.                   CPYEVID 
001420 77  WS-SECT-COLS            PIC X(132) VALUE SPACES.             CPYEVID 
001430 77  WS-EXC-TEXT             PIC X(100) VALUE SPACES.             CPYEVID 
001440 01  WS-SECT-TABLE.                                               CPYEVID 
001450     05  WS-SECT-ENT OCCURS 7 TIMES.                              CPYEVID 
001460         10  WS-SECT-TITLE   PIC X(40).                           CPYEVID 
001470         10  WS-SECT-RECS    PIC 9(05) COMP.                      CPYEVID 
001480         10  WS-SECT-EXCS    PIC 9(05) COMP.                      CPYEVID 
001490 77  WS-SIX                  PIC 9(02) COMP VALUE 0.              CPYEVID 
001500 77  WS-TOTAL-RECS           PIC 9(06) COMP VALUE 0.              CPYEVID 
001510 77  WS-TOTAL-EXCS           PIC 9(06) COMP VALUE 0.              CPYEVID 
001520 77  WS-EDIT-RECS            PIC Z(05)9.                          CPYEVID 
001530 77  WS-EDIT-EXCS            PIC Z(05)9.                          CPYEVID 
001540 77  WS-EDIT-SMALL           PIC ZZ9.                             CPYEVID 
001550*-------------------------------------------------------------    CPYEVID 
001560*ONE EVENT'S TIMESTAMP, EDITED FOR PRINT                          CPYEVID 
001570*-------------------------------------------------------------    CPYEVID 
001580 77  WS-STAMP                PIC X(15) VALUE SPACES.              CPYEVID 
001590 01  WS-STAMP-DATE.                                               CPYEVID 
001600     05  WS-SD-YYYY          PIC X(04).                           CPYEVID 
001610     05  FILLER              PIC X(01) VALUE '-'.                 CPYEVID 
001620     05  WS-SD-MM            PIC X(02).                           CPYEVID 
001630     05  FILLER              PIC X(01) VALUE '-'.                 CPYEVID 
001640     05  WS-SD-DD            PIC X(02).                           CPYEVID 
001650 01  WS-STAMP-TIME.                                               CPYEVID 
001660     05  WS-ST-HH            PIC X(02).                           CPYEVID 
001670     05  FILLER              PIC X(01) VALUE ':'.                 CPYEVID 
001680     05  WS-ST-MI            PIC X(02).                           CPYEVID 
001690*-------------------------------------------------------------    CPYEVID 
001700*PROMOTIONS AND ROLLBACKS                                         CPYEVID 
001710*-------------------------------------------------------------    CPYEVID 
001720 77  WS-LIST-FUNC            PIC X(08) VALUE SPACES.              CPYEVID 
001730 77  WS-BOOK                 PIC X(30) VALUE SPACES.              CPYEVID 
001740 77  WS-BOOK-LEN             PIC 9(04) COMP VALUE 0.              CPYEVID 
001750 77  WS-REQUESTER            PIC X(08) VALUE SPACES.              CPYEVID 
001760 77  WS-PRIOR                PIC X(30) VALUE SPACES.              CPYEVID 
001770 77  WS-PRIOR-LEN            PIC 9(04) COMP VALUE 0.              CPYEVID 
001780 77  WS-ARC-STATUS           PIC X(14) VALUE SPACES.              CPYEVID 
001790*    THE LAST VERSION EACH COPYBOOK WAS PROMOTED OR ROLLED BACK   CPYEVID 
001800*    TO, AS THE TRAIL IS READ - THE OUTGOING VERSION FOR A        CPYEVID 
001810*    RECORD WRITTEN BEFORE THE TRAIL NAMED IT.                    CPYEVID 
001820 01  WS-LV-TABLE.                                                 CPYEVID 
001830     05  WS-LV-COUNT         PIC 9(04) COMP VALUE 0.              CPYEVID 
001840     05  WS-LV-ENT OCCURS 1000 TIMES.                             CPYEVID 
001850         10  WS-LV-BOOK      PIC X(30).                           CPYEVID 
001860         10  WS-LV-VERSION   PIC X(10).                           CPYEVID 
001870 77  WS-LVX                  PIC 9(04) COMP VALUE 0.              CPYEVID 
001880 77  WS-LV-HIT               PIC 9(04) COMP VALUE 0.              CPYEVID 
001890*    EVERY PROMOTION AND ROLLBACK IN THE PERIOD, SO EACH FREEZE   CPYEVID 
001900*    OVERRIDE CAN BE MATCHED TO THE MOVE IT LET THROUGH.          CPYEVID 
001910 01  WS-MV-TABLE.                                                 CPYEVID 
001920     05  WS-MV-COUNT         PIC 9(04) COMP VALUE 0.              CPYEVID 
001930     05  WS-MV-ENT OCCURS 2000 TIMES.                             CPYEVID 
001940         10  WS-MV-STAMP     PIC X(15).                           CPYEVID 
001950         10  WS-MV-MEMBER    PIC X(10).                           CPYEVID 
001960 77  WS-MVX                  PIC 9(04) COMP VALUE 0.              CPYEVID 
001970*-------------------------------------------------------------    CPYEVID 
001980*THE CHAIN VERIFICATION                                           CPYEVID 
001990*-------------------------------------------------------------    CPYEVID 
002000 77  WS-AUDV-RC              PIC 9(04) VALUE 0.                   CPYEVID 
002010 77  WS-EDIT-RC              PIC Z(03)9.                          CPYEVID 
002020 COPY CPYAUD.                                                     CPYEVID 
002030 COPY CPYEXC.                                                     CPYEVID 
002040 PROCEDURE DIVISION.                                              CPYEVID 
002050*-------------------------------------------------------------    CPYEVID 
002060*0000-MAINLINE                                                    CPYEVID 
002070*-------------------------------------------------------------    CPYEVID 
002080 0000-MAINLINE.                                                   CPYEVID 
002090     PERFORM 1000-READ-SYSIN-CARDS THRU 1000-EXIT.                CPYEVID 
002100     PERFORM 1200-CHECK-THE-PERIOD THRU 1200-EXIT.                CPYEVID 
002110     IF WS-CARD-ERROR-SW = 'Y'                                    CPYEVID 
002120         MOVE 8 TO RETURN-CODE                                    CPYEVID 
002130         GOBACK                                                   CPYEVID 
002140     END-IF.                                                      CPYEVID 
002150     MOVE 'PROMOTIONS' TO WS-SECT-TITLE(1).                       CPYEVID 
002160     MOVE 'FREEZE OVERRIDES' TO WS-SECT-TITLE(2).                 CPYEVID 
002170     MOVE 'ROLLBACKS' TO WS-SECT-TITLE(3).                        CPYEVID 
002180     MOVE 'AUTHORIZATION DENIALS' TO WS-SECT-TITLE(4).            CPYEVID 
002190     MOVE 'CONTROL-FILE CHANGES' TO WS-SECT-TITLE(5).             CPYEVID 
002200     MOVE 'SNAPSHOT RESTORES' TO WS-SECT-TITLE(6).                CPYEVID 
002210     MOVE 'AUDIT TRAIL CHAIN VERIFICATION' TO WS-SECT-TITLE(7).   CPYEVID 
002220     OPEN OUTPUT RPT-FILE.                                        CPYEVID 
002230     MOVE 'PROMOTE ' TO WS-LIST-FUNC.                             CPYEVID 
002240     MOVE 1 TO WS-SECT-NO.                                        CPYEVID 
002250     PERFORM 2000-LIST-THE-MOVES THRU 2000-EXIT.                  CPYEVID 
002260     MOVE 2 TO WS-SECT-NO.                                        CPYEVID 
002270     PERFORM 3000-LIST-THE-OVERRIDES THRU 3000-EXIT.              CPYEVID 
002280     MOVE 'ROLLBACK' TO WS-LIST-FUNC.                             CPYEVID 
002290     MOVE 3 TO WS-SECT-NO.                                        CPYEVID 
002300     PERFORM 2000-LIST-THE-MOVES THRU 2000-EXIT.                  CPYEVID 
002310     MOVE 4 TO WS-SECT-NO.                                        CPYEVID 
002320     PERFORM 4000-LIST-THE-DENIALS THRU 4000-EXIT.                CPYEVID 
002330     MOVE 5 TO WS-SECT-NO.                                        CPYEVID 
002340     PERFORM 5000-LIST-THE-CHANGES THRU 5000-EXIT.                CPYEVID 
002350     MOVE 6 TO WS-SECT-NO.                                        CPYEVID 
002360     PERFORM 6000-LIST-THE-RESTORES THRU 6000-EXIT.               CPYEVID 
002370     MOVE 7 TO WS-SECT-NO.                                        CPYEVID 
002380     PERFORM 6500-VERIFY-THE-CHAIN THRU 6500-EXIT.                CPYEVID 
002390     PERFORM 7000-WRITE-CONTROL-TOTALS THRU 7000-EXIT.            CPYEVID 
002400     CLOSE RPT-FILE.                                              CPYEVID 
002410     MOVE WS-TOTAL-RECS TO WS-EDIT-RECS.                          CPYEVID 
002420     MOVE WS-TOTAL-EXCS TO WS-EDIT-EXCS.                          CPYEVID 
002430     DISPLAY 'CPYEVID EVENTS ' WS-EDIT-RECS                       CPYEVID 
002440         '  EXCEPTIONS ' WS-EDIT-EXCS                             CPYEVID 
002450         '  PAGES ' WS-PAGE-NO.                                   CPYEVID 
002460     IF WS-TOTAL-EXCS > 0                                         CPYEVID 
002470         MOVE 4 TO RETURN-CODE                                    CPYEVID 
002480     ELSE                                                         CPYEVID 
002490         MOVE 0 TO RETURN-CODE                                    CPYEVID 
002500     END-IF.                                                      CPYEVID 
002510     GOBACK.                                                      CPYEVID 
002520*-------------------------------------------------------------    CPYEVID 
002530*1000-READ-SYSIN-CARDS - KEYWORD COLS 1-8, VALUE FROM COL 10.     CPYEVID 
002540*-------------------------------------------------------------    CPYEVID 
002550 1000-READ-SYSIN-CARDS.                                           CPYEVID 
002560     ACCEPT WS-DATE-PART FROM DATE YYYYMMDD.                      CPYEVID 
002570     ACCEPT WS-TIME-PART FROM TIME.                               CPYEVID 
002580     STRING WS-DATE-PART WS-TIME-PART                             CPYEVID 
002590         DELIMITED BY SIZE INTO WS-RUN-TIMESTAMP.                 CPYEVID 
002600     OPEN INPUT PARM-FILE.                                        CPYEVID 
002610     IF WS-PARM-FILE-STATUS NOT = '00'                            CPYEVID 
002620         GO TO 1000-EXIT.                                         CPYEVID 
002630     MOVE 'N' TO WS-EOF-SW.                                       CPYEVID 
002640     PERFORM 1100-READ-ONE-CARD THRU 1100-EXIT UNTIL WS-EOF.      CPYEVID 
002650     CLOSE PARM-FILE.                                             CPYEVID 
002660     MOVE 'N' TO WS-EOF-SW.                                       CPYEVID 
002670 1000-EXIT.                                                       CPYEVID 
002680     EXIT.                                                        CPYEVID 
002690*                                                                 CPYEVID 
002700 1100-READ-ONE-CARD.                                              CPYEVID 
002710     READ PARM-FILE INTO WS-PARM-FILE-REC                         CPYEVID 
002720         AT END MOVE 'Y' TO WS-EOF-SW                             CPYEVID 
002730     END-READ.                                                    CPYEVID 
002740     IF WS-EOF                                                    CPYEVID 
002750         GO TO 1100-EXIT.                                         CPYEVID 
002760     IF WS-PARM-FILE-REC(1:1) = '*'                               CPYEVID 
002770         OR WS-PARM-FILE-REC = SPACES                             CPYEVID 
002780         GO TO 1100-EXIT.                                         CPYEVID 
002790     EVALUATE WS-PARM-FILE-REC(1:8)                               CPYEVID 
002800         WHEN 'FROM    '                                          CPYEVID 
002810             MOVE WS-PARM-FILE-REC(10:8) TO WS-FROM-DATE          CPYEVID 
002820         WHEN 'TO      '                                          CPYEVID 
002830             MOVE WS-PARM-FILE-REC(10:8) TO WS-TO-DATE            CPYEVID 
002840         WHEN 'PREPARER'                                          CPYEVID 
002850             MOVE WS-PARM-FILE-REC(10:8) TO WS-PREPARER           CPYEVID 
002860         WHEN OTHER                                               CPYEVID 
002870             DISPLAY 'CPYEVID - UNRECOGNIZED CARD IGNORED: '      CPYEVID 
002880                 WS-PARM-FILE-REC(1:8)                            CPYEVID 
002890     END-EVALUATE.                                                CPYEVID 
002900 1100-EXIT.                                                       CPYEVID 
002910     EXIT.                                                        CPYEVID 
002920*-------------------------------------------------------------    CPYEVID 
002930*1200-CHECK-THE-PERIOD - AN OMITTED DATE DEFAULTS TO THE LAST     CPYEVID 
002940*CALENDAR YEAR'S END; A DATE THAT IS NOT EIGHT DIGITS, OR A       CPYEVID 
002950*PERIOD THAT ENDS BEFORE IT STARTS, IS REFUSED.                   CPYEVID 
002960*-------------------------------------------------------------    CPYEVID 
002970 1200-CHECK-THE-PERIOD.                                           CPYEVID 
002980     MOVE WS-DATE-PART(1:4) TO WS-LAST-YEAR.                      CPYEVID 
002990     SUBTRACT 1 FROM WS-LAST-YEAR.                                CPYEVID 
003000     IF WS-FROM-DATE = SPACES                                     CPYEVID 
003010         STRING WS-LAST-YEAR '0101' DELIMITED BY SIZE             CPYEVID 
003020             INTO WS-FROM-DATE                                    CPYEVID 
003030         END-STRING                                               CPYEVID 
003040     END-IF.                                                      CPYEVID 
003050     IF WS-TO-DATE = SPACES                                       CPYEVID 
003060         STRING WS-LAST-YEAR '1231' DELIMITED BY SIZE             CPYEVID 
003070             INTO WS-TO-DATE                                      CPYEVID 
003080         END-STRING                                               CPYEVID 
003090     END-IF.                                                      CPYEVID 
003100     IF WS-FROM-DATE NOT NUMERIC OR WS-TO-DATE NOT NUMERIC        CPYEVID 
003110         DISPLAY 'CPYEVID - FROM AND TO MUST BE YYYYMMDD'         CPYEVID 
003120         MOVE 'Y' TO WS-CARD-ERROR-SW                             CPYEVID 
003130         GO TO 1200-EXIT.                                         CPYEVID 
003140     IF WS-FROM-DATE > WS-TO-DATE                                 CPYEVID 
003150         DISPLAY 'CPYEVID - PERIOD ENDS BEFORE IT STARTS'         CPYEVID 
003160         MOVE 'Y' TO WS-CARD-ERROR-SW                             CPYEVID 
003170         GO TO 1200-EXIT.                                         CPYEVID 
003180     MOVE WS-FROM-DATE TO WS-STAMP.                               CPYEVID 
003190     PERFORM 8500-FORMAT-STAMP THRU 8500-EXIT.                    CPYEVID 
003200     MOVE WS-STAMP-DATE TO WS-FROM-EDIT.                          CPYEVID 
003210     MOVE WS-TO-DATE TO WS-STAMP.                                 CPYEVID 
003220     PERFORM 8500-FORMAT-STAMP THRU 8500-EXIT.                    CPYEVID 
003230     MOVE WS-STAMP-DATE TO WS-TO-EDIT.                            CPYEVID 
003240 1200-EXIT.                                                       CPYEVID 
003250     EXIT.                                                        CPYEVID 
003260*-------------------------------------------------------------    CPYEVID 
003270*2000-LIST-THE-MOVES - SECTION 1 (PROMOTE) OR 3 (ROLLBACK).       CPYEVID 
003280*THE WHOLE TRAIL UP TO THE PERIOD'S END IS READ SO EACH           CPYEVID 
003290*COPYBOOK'S LAST VERSION IS KNOWN WHEN ITS NEXT MOVE COMES.       CPYEVID 
003300*-------------------------------------------------------------    CPYEVID 
003310 2000-LIST-THE-MOVES.                                             CPYEVID 
003326     MOVE SPACES TO WS-SECT-COLS.                                 CPYEVID 
003342     MOVE 'DATE       TIME  COPYBOOK' TO WS-SECT-COLS.            CPYEVID 
003358     MOVE 'VERSION    REQUESTR APPROVER PRIOR'                    CPYEVID 
003374         TO WS-SECT-COLS(49:34).                                  CPYEVID 
003390     MOVE 'ARCHIVE' TO WS-SECT-COLS(91:7).                        CPYEVID 
003410     PERFORM 8000-START-SECTION THRU 8000-EXIT.                   CPYEVID 
003420     MOVE 0 TO WS-LV-COUNT.                                       CPYEVID 
003430     OPEN INPUT AUD-FILE.                                         CPYEVID 
003440     IF WS-AUD-FILE-STATUS NOT = '00'                             CPYEVID 
003450         MOVE 'NO AUDIT TRAIL - registry/CPYAUD.DAT NOT FOUND'    CPYEVID 
003460             TO WS-EXC-TEXT                                       CPYEVID 
003470         PERFORM 8300-CALL-OUT THRU 8300-EXIT                     CPYEVID 
003480         GO TO 2000-END.                                          CPYEVID 
003490     MOVE 'N' TO WS-EOF-SW.                                       CPYEVID 
003500     PERFORM 2100-LIST-ONE-MOVE THRU 2100-EXIT UNTIL WS-EOF.      CPYEVID 
003510     CLOSE AUD-FILE.                                              CPYEVID 
003520     MOVE 'N' TO WS-EOF-SW.                                       CPYEVID 
003530 2000-END.                                                        CPYEVID 
003540     PERFORM 8400-END-SECTION THRU 8400-EXIT.                     CPYEVID 
003550 2000-EXIT.                                                       CPYEVID 
003560     EXIT.                                                        CPYEVID 
003570*                                                                 CPYEVID 
003580 2100-LIST-ONE-MOVE.                                              CPYEVID 
003590     READ AUD-FILE INTO AUD-RECORD                                CPYEVID 
003600         AT END MOVE 'Y' TO WS-EOF-SW                             CPYEVID 
003610     END-READ.                                                    CPYEVID 
003620     IF WS-EOF                                                    CPYEVID 
003630         GO TO 2100-EXIT.                                         CPYEVID 
003640     IF AUD-FUNCTION NOT = 'PROMOTE '                             CPYEVID 
003650         AND AUD-FUNCTION NOT = 'ROLLBACK'                        CPYEVID 
003660         GO TO 2100-EXIT.                                         CPYEVID 
003670     IF AUD-TIMESTAMP(1:8) > WS-TO-DATE                           CPYEVID 
003680         GO TO 2100-EXIT.                                         CPYEVID 
003690     MOVE AUD-CB-NAME(1) TO WS-BOOK.                              CPYEVID 
003700     PERFORM 2200-FIND-LAST-VERSION THRU 2200-EXIT.               CPYEVID 
003710     IF AUD-TIMESTAMP(1:8) NOT < WS-FROM-DATE                     CPYEVID 
003720         IF AUD-FUNCTION = WS-LIST-FUNC                           CPYEVID 
003730             PERFORM 2300-LIST-THE-MOVE THRU 2300-EXIT            CPYEVID 
003740         END-IF                                                   CPYEVID 
003750         IF WS-MV-COUNT < 2000                                    CPYEVID 
003760             AND WS-SECT-NO = 1                                   CPYEVID 
003770             ADD 1 TO WS-MV-COUNT                                 CPYEVID 
003780             MOVE AUD-TIMESTAMP TO WS-MV-STAMP(WS-MV-COUNT)       CPYEVID 
003790             MOVE AUD-PROGRAM-NAME TO WS-MV-MEMBER(WS-MV-COUNT)   CPYEVID 
003800         END-IF                                                   CPYEVID 
003810     END-IF.                                                      CPYEVID 
003820     PERFORM 2500-NOTE-LAST-VERSION THRU 2500-EXIT.               CPYEVID 
003830 2100-EXIT.                                                       CPYEVID 
003840     EXIT.                                                        CPYEVID 
003850*                                                                 CPYEVID 
003860*    WS-LV-HIT IS THE TABLE ROW FOR WS-BOOK, OR ZERO.             CPYEVID 
003870 2200-FIND-LAST-VERSION.                                          CPYEVID 
003880     MOVE 0 TO WS-LV-HIT.                                         CPYEVID 
003890     PERFORM 2210-TEST-ONE-BOOK THRU 2210-EXIT                    CPYEVID 
003900         VARYING WS-LVX FROM 1 BY 1                               CPYEVID 
003910         UNTIL WS-LVX > WS-LV-COUNT OR WS-LV-HIT > 0.             CPYEVID 
003920 2200-EXIT.                                                       CPYEVID 
003930     EXIT.                                                        CPYEVID 
003940*                                                                 CPYEVID 
003950 2210-TEST-ONE-BOOK.                                              CPYEVID 
003960     IF WS-LV-BOOK(WS-LVX) = WS-BOOK                              CPYEVID 
003970         MOVE WS-LVX TO WS-LV-HIT                                 CPYEVID 
003980     END-IF.                                                      CPYEVID 
003990 2210-EXIT.                                                       CPYEVID 
004000     EXIT.                                                        CPYEVID 
004010*-------------------------------------------------------------    CPYEVID 
004020*2300-LIST-THE-MOVE - ONE PROMOTION OR ROLLBACK IN THE PERIOD.    CPYEVID 
004030*THE OUTGOING VERSION COMES FROM THE RECORD'S OWN PRIOR SLOT,     CPYEVID 
004040*OR FOR AN OLDER RECORD FROM THE TRAIL BEFORE IT, AND ITS         CPYEVID 
004050*ARCHIVE COPY MUST BE ON HAND TODAY.                              CPYEVID 
004060*-------------------------------------------------------------    CPYEVID 
004070 2300-LIST-THE-MOVE.                                              CPYEVID 
004080     ADD 1 TO WS-SECT-RECS(WS-SECT-NO).                           CPYEVID 
004090     MOVE AUD-TIMESTAMP TO WS-STAMP.                              CPYEVID 
004100     PERFORM 8500-FORMAT-STAMP THRU 8500-EXIT.                    CPYEVID 
004110     IF AUD-CB-VERSION(2) = 'REQUESTER'                           CPYEVID 
004120         MOVE AUD-CB-NAME(2)(1:8) TO WS-REQUESTER                 CPYEVID 
004130     ELSE                                                         CPYEVID 
004140         MOVE '(NONE)' TO WS-REQUESTER                            CPYEVID 
004150     END-IF.                                                      CPYEVID 
004160     IF AUD-CB-VERSION(3) = 'PRIOR'                               CPYEVID 
004170         MOVE AUD-CB-NAME(3) TO WS-PRIOR                          CPYEVID 
004180     ELSE                                                         CPYEVID 
004190         MOVE SPACES TO WS-PRIOR                                  CPYEVID 
004200         IF WS-LV-HIT > 0                                         CPYEVID 
004210             MOVE WS-LV-VERSION(WS-LV-HIT) TO WS-PRIOR            CPYEVID 
004220         END-IF                                                   CPYEVID 
004230     END-IF.                                                      CPYEVID 
004240     MOVE SPACES TO WS-EXC-TEXT.                                  CPYEVID 
004250     EVALUATE WS-PRIOR                                            CPYEVID 
004260         WHEN '(NEW MEMBER)'                                      CPYEVID 
004270             MOVE 'NEW MEMBER' TO WS-ARC-STATUS                   CPYEVID 
004280         WHEN '(UNLABELED)'                                       CPYEVID 
004290             MOVE 'NOT ARCHIVED' TO WS-ARC-STATUS                 CPYEVID 
004298             STRING 'NO ARCHIVED PRIOR VERSION - THE OUTGOING '   CPYEVID 
004306                 'COPY HAD NO MANIFEST LABEL'                     CPYEVID 
004314                 DELIMITED BY SIZE INTO WS-EXC-TEXT               CPYEVID 
004322             END-STRING                                           CPYEVID 
004330         WHEN SPACES                                              CPYEVID 
004340             MOVE 'NOT VERIFIED' TO WS-ARC-STATUS                 CPYEVID 
004350             STRING 'PRIOR VERSION NOT RECORDED ON THE TRAIL - '  CPYEVID 
004360                 'ARCHIVE COULD NOT BE VERIFIED'                  CPYEVID 
004370                 DELIMITED BY SIZE INTO WS-EXC-TEXT               CPYEVID 
004380             END-STRING                                           CPYEVID 
004390         WHEN OTHER                                               CPYEVID 
004400             PERFORM 2400-PROBE-THE-ARCHIVE THRU 2400-EXIT        CPYEVID 
004410     END-EVALUATE.                                                CPYEVID 
004420     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYEVID 
004430     MOVE WS-STAMP-DATE TO WS-RPT-FILE-REC(1:10).                 CPYEVID 
004440     MOVE WS-STAMP-TIME TO WS-RPT-FILE-REC(12:5).                 CPYEVID 
004450     MOVE AUD-CB-NAME(1) TO WS-RPT-FILE-REC(18:30).               CPYEVID 
004460     MOVE AUD-CB-VERSION(1) TO WS-RPT-FILE-REC(49:10).            CPYEVID 
004470     MOVE WS-REQUESTER TO WS-RPT-FILE-REC(60:8).                  CPYEVID 
004480     MOVE AUD-RUN-BY TO WS-RPT-FILE-REC(69:8).                    CPYEVID 
004490     MOVE WS-PRIOR(1:12) TO WS-RPT-FILE-REC(78:12).               CPYEVID 
004500     MOVE WS-ARC-STATUS TO WS-RPT-FILE-REC(91:14).                CPYEVID 
004510     PERFORM 8200-WRITE-LINE THRU 8200-EXIT.                      CPYEVID 
004520     IF WS-EXC-TEXT NOT = SPACES                                  CPYEVID 
004530         PERFORM 8300-CALL-OUT THRU 8300-EXIT                     CPYEVID 
004540     END-IF.                                                      CPYEVID 
004550     IF WS-REQUESTER = '(NONE)'                                   CPYEVID 
004560         MOVE 'REQUESTER NOT RECORDED ON THE AUDIT RECORD'        CPYEVID 
004570             TO WS-EXC-TEXT                                       CPYEVID 
004580         PERFORM 8300-CALL-OUT THRU 8300-EXIT                     CPYEVID 
004590     END-IF.                                                      CPYEVID 
004600     IF WS-REQUESTER = AUD-RUN-BY                                 CPYEVID 
004610         MOVE 'REQUESTER AND APPROVER ARE THE SAME USER'          CPYEVID 
004620             TO WS-EXC-TEXT                                       CPYEVID 
004630         PERFORM 8300-CALL-OUT THRU 8300-EXIT                     CPYEVID 
004640     END-IF.                                                      CPYEVID 
004650 2300-EXIT.                                                       CPYEVID 
004660     EXIT.                                                        CPYEVID 
004670*                                                                 CPYEVID 
004680*    copybook-source/ARCHIVE/<NAME>.<VERSION>.CPY, AS CPYPROM     CPYEVID 
004690*    CAPTURES IT.                                                 CPYEVID 
004700 2400-PROBE-THE-ARCHIVE.                                          CPYEVID 
004710     MOVE 0 TO WS-BOOK-LEN WS-PRIOR-LEN.                          CPYEVID 
004720     INSPECT WS-BOOK TALLYING WS-BOOK-LEN                         CPYEVID 
004730         FOR CHARACTERS BEFORE SPACE.                             CPYEVID 
004740     INSPECT WS-PRIOR TALLYING WS-PRIOR-LEN                       CPYEVID 
004750         FOR CHARACTERS BEFORE SPACE.                             CPYEVID 
004760     MOVE SPACES TO WS-ARC-FILENAME.                              CPYEVID 
004770     STRING WS-ARCLIB-DIR DELIMITED BY SPACE                      CPYEVID 
004780         WS-BOOK(1:WS-BOOK-LEN) DELIMITED BY SIZE                 CPYEVID 
004790         '.' DELIMITED BY SIZE                                    CPYEVID 
004800         WS-PRIOR(1:WS-PRIOR-LEN) DELIMITED BY SIZE               CPYEVID 
004810         '.CPY' DELIMITED BY SIZE                                 CPYEVID 
004820         INTO WS-ARC-FILENAME                                     CPYEVID 
004830     END-STRING.                                                  CPYEVID 
004840     OPEN INPUT ARC-FILE.                                         CPYEVID 
004850     IF WS-ARC-FILE-STATUS = '00'                                 CPYEVID 
004860         CLOSE ARC-FILE                                           CPYEVID 
004870         MOVE 'ARCHIVED' TO WS-ARC-STATUS                         CPYEVID 
004880         GO TO 2400-EXIT.                                         CPYEVID 
004890     MOVE 'MISSING' TO WS-ARC-STATUS.                             CPYEVID 
004900     STRING 'NO ARCHIVED PRIOR VERSION - ' DELIMITED BY SIZE      CPYEVID 
004910         WS-ARC-FILENAME DELIMITED BY SPACE                       CPYEVID 
004920         ' NOT FOUND' DELIMITED BY SIZE                           CPYEVID 
004930         INTO WS-EXC-TEXT                                         CPYEVID 
004940     END-STRING.                                                  CPYEVID 
004950 2400-EXIT.                                                       CPYEVID 
004960     EXIT.                                                        CPYEVID 
004970*                                                                 CPYEVID 
004980 2500-NOTE-LAST-VERSION.                                          CPYEVID 
004990     IF WS-LV-HIT = 0                                             CPYEVID 
005000         IF WS-LV-COUNT >= 1000                                   CPYEVID 
005010             GO TO 2500-EXIT                                      CPYEVID 
005020         END-IF                                                   CPYEVID 
005030         ADD 1 TO WS-LV-COUNT                                     CPYEVID 
005040         MOVE WS-LV-COUNT TO WS-LV-HIT                            CPYEVID 
005050         MOVE WS-BOOK TO WS-LV-BOOK(WS-LV-HIT)                    CPYEVID 
005060     END-IF.                                                      CPYEVID 
005070     MOVE AUD-CB-VERSION(1) TO WS-LV-VERSION(WS-LV-HIT).          CPYEVID 
005080 2500-EXIT.                                                       CPYEVID 
005090     EXIT.                                                        CPYEVID 
005100*-------------------------------------------------------------    CPYEVID 
005110*3000-LIST-THE-OVERRIDES - SECTION 2.  CPYPROM WRITES THE         CPYEVID 
005120*FRZOVRD RECORD UNDER THE SAME TIMESTAMP AND MEMBER AS THE        CPYEVID 
005130*MOVE IT LET THROUGH: FIRST USER IN RUN-BY, SECOND IN SLOT 1,     CPYEVID 
005140*THE FREEZE WINDOW IN SLOT 1'S VERSION.                           CPYEVID 
005150*-------------------------------------------------------------    CPYEVID 
005160 3000-LIST-THE-OVERRIDES.                                         CPYEVID 
005170     MOVE SPACES TO WS-SECT-COLS.                                 CPYEVID 
005180     STRING 'DATE       TIME  COPYBOOK   FIRST    SECOND   '      CPYEVID 
005190         'FREEZE WINDOW' DELIMITED BY SIZE INTO WS-SECT-COLS      CPYEVID 
005200     END-STRING.                                                  CPYEVID 
005210     PERFORM 8000-START-SECTION THRU 8000-EXIT.                   CPYEVID 
005220     OPEN INPUT AUD-FILE.                                         CPYEVID 
005230     IF WS-AUD-FILE-STATUS NOT = '00'                             CPYEVID 
005240         GO TO 3000-END.                                          CPYEVID 
005250     MOVE 'N' TO WS-EOF-SW.                                       CPYEVID 
005260     PERFORM 3100-LIST-ONE-OVERRIDE THRU 3100-EXIT UNTIL WS-EOF.  CPYEVID 
005270     CLOSE AUD-FILE.                                              CPYEVID 
005280     MOVE 'N' TO WS-EOF-SW.                                       CPYEVID 
005290 3000-END.                                                        CPYEVID 
005300     PERFORM 8400-END-SECTION THRU 8400-EXIT.                     CPYEVID 
005310 3000-EXIT.                                                       CPYEVID 
005320     EXIT.                                                        CPYEVID 
005330*                                                                 CPYEVID 
005340 3100-LIST-ONE-OVERRIDE.                                          CPYEVID 
005350     READ AUD-FILE INTO AUD-RECORD                                CPYEVID 
005360         AT END MOVE 'Y' TO WS-EOF-SW                             CPYEVID 
005370     END-READ.                                                    CPYEVID 
005380     IF WS-EOF                                                    CPYEVID 
005390         GO TO 3100-EXIT.                                         CPYEVID 
005400     IF AUD-FUNCTION NOT = 'FRZOVRD '                             CPYEVID 
005410         OR AUD-TIMESTAMP(1:8) < WS-FROM-DATE                     CPYEVID 
005420         OR AUD-TIMESTAMP(1:8) > WS-TO-DATE                       CPYEVID 
005430         GO TO 3100-EXIT.                                         CPYEVID 
005440     ADD 1 TO WS-SECT-RECS(WS-SECT-NO).                           CPYEVID 
005450     MOVE AUD-TIMESTAMP TO WS-STAMP.                              CPYEVID 
005460     PERFORM 8500-FORMAT-STAMP THRU 8500-EXIT.                    CPYEVID 
005470     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYEVID 
005480     MOVE WS-STAMP-DATE TO WS-RPT-FILE-REC(1:10).                 CPYEVID 
005490     MOVE WS-STAMP-TIME TO WS-RPT-FILE-REC(12:5).                 CPYEVID 
005500     MOVE AUD-PROGRAM-NAME TO WS-RPT-FILE-REC(18:10).             CPYEVID 
005510     MOVE AUD-RUN-BY TO WS-RPT-FILE-REC(29:8).                    CPYEVID 
005520     MOVE AUD-CB-NAME(1)(1:8) TO WS-RPT-FILE-REC(38:8).           CPYEVID 
005530     MOVE AUD-CB-VERSION(1) TO WS-RPT-FILE-REC(47:10).            CPYEVID 
005540     PERFORM 8200-WRITE-LINE THRU 8200-EXIT.                      CPYEVID 
005550     IF AUD-RUN-BY = SPACES OR AUD-CB-NAME(1) = SPACES            CPYEVID 
005560         MOVE 'OVERRIDE DOES NOT NAME TWO USERS' TO WS-EXC-TEXT   CPYEVID 
005570         PERFORM 8300-CALL-OUT THRU 8300-EXIT                     CPYEVID 
005580     ELSE                                                         CPYEVID 
005590         IF AUD-RUN-BY = AUD-CB-NAME(1)(1:8)                      CPYEVID 
005600             MOVE 'BOTH OVERRIDE USERS ARE THE SAME USER'         CPYEVID 
005610                 TO WS-EXC-TEXT                                   CPYEVID 
005620             PERFORM 8300-CALL-OUT THRU 8300-EXIT                 CPYEVID 
005630         END-IF                                                   CPYEVID 
005640     END-IF.                                                      CPYEVID 
005650     MOVE 'N' TO WS-FOUND-SW.                                     CPYEVID 
005660     PERFORM 3110-MATCH-ONE-MOVE THRU 3110-EXIT                   CPYEVID 
005670         VARYING WS-MVX FROM 1 BY 1                               CPYEVID 
005680         UNTIL WS-MVX > WS-MV-COUNT OR WS-FOUND.                  CPYEVID 
005690     IF NOT WS-FOUND                                              CPYEVID 
005700         MOVE 'NO PROMOTION OR ROLLBACK RECORDED FOR THE OVERRIDE'CPYEVID 
005710             TO WS-EXC-TEXT                                       CPYEVID 
005720         PERFORM 8300-CALL-OUT THRU 8300-EXIT                     CPYEVID 
005730     END-IF.                                                      CPYEVID 
005740 3100-EXIT.                                                       CPYEVID 
005750     EXIT.                                                        CPYEVID 
005760*                                                                 CPYEVID 
005770 3110-MATCH-ONE-MOVE.                                             CPYEVID 
005780     IF WS-MV-STAMP(WS-MVX) = AUD-TIMESTAMP                       CPYEVID 
005790         AND WS-MV-MEMBER(WS-MVX) = AUD-PROGRAM-NAME              CPYEVID 
005800         MOVE 'Y' TO WS-FOUND-SW                                  CPYEVID 
005810     END-IF.                                                      CPYEVID 
005820 3110-EXIT.                                                       CPYEVID 
005830     EXIT.                                                        CPYEVID 
005840*-------------------------------------------------------------    CPYEVID 
005850*4000-LIST-THE-DENIALS - SECTION 4.  CPYAUTH LOGS EVERY DENIAL    CPYEVID 
005860*TO THE EXCEPTION FILE, THE USER IN THE PROGRAM-NAME FIELD.       CPYEVID 
005870*ONE NOBODY HAS WORKED IN CPYEXCM (STILL NEW) IS CALLED OUT.      CPYEVID 
005880*-------------------------------------------------------------    CPYEVID 
005890 4000-LIST-THE-DENIALS.                                           CPYEVID 
005900     MOVE SPACES TO WS-SECT-COLS.                                 CPYEVID 
005910     STRING 'DATE       TIME  USER     DENIAL' DELIMITED BY SIZE  CPYEVID 
005920         INTO WS-SECT-COLS                                        CPYEVID 
005930     END-STRING.                                                  CPYEVID 
005940     MOVE 'REVIEW STATUS' TO WS-SECT-COLS(88:13).                 CPYEVID 
005950     PERFORM 8000-START-SECTION THRU 8000-EXIT.                   CPYEVID 
005960     OPEN INPUT EXC-FILE.                                         CPYEVID 
005970     IF WS-EXC-FILE-STATUS NOT = '00'                             CPYEVID 
005980         GO TO 4000-END.                                          CPYEVID 
005990     MOVE 'N' TO WS-EOF-SW.                                       CPYEVID 
006000     PERFORM 4100-LIST-ONE-DENIAL THRU 4100-EXIT UNTIL WS-EOF.    CPYEVID 
006010     CLOSE EXC-FILE.                                              CPYEVID 
006020     MOVE 'N' TO WS-EOF-SW.                                       CPYEVID 
006030 4000-END.                                                        CPYEVID 
006040     PERFORM 8400-END-SECTION THRU 8400-EXIT.                     CPYEVID 
006050 4000-EXIT.                                                       CPYEVID 
006060     EXIT.                                                        CPYEVID 
006070*                                                                 CPYEVID 
006080 4100-LIST-ONE-DENIAL.                                            CPYEVID 
006090     READ EXC-FILE INTO EXC-RECORD                                CPYEVID 
006100         AT END MOVE 'Y' TO WS-EOF-SW                             CPYEVID 
006110     END-READ.                                                    CPYEVID 
006120     IF WS-EOF                                                    CPYEVID 
006130         GO TO 4100-EXIT.                                         CPYEVID 
006140     IF EXC-REASON-CODE NOT = 'AUTHDENY'                          CPYEVID 
006150         OR EXC-TIMESTAMP(1:8) < WS-FROM-DATE                     CPYEVID 
006160         OR EXC-TIMESTAMP(1:8) > WS-TO-DATE                       CPYEVID 
006170         GO TO 4100-EXIT.                                         CPYEVID 
006180     ADD 1 TO WS-SECT-RECS(WS-SECT-NO).                           CPYEVID 
006190     MOVE EXC-TIMESTAMP TO WS-STAMP.                              CPYEVID 
006200     PERFORM 8500-FORMAT-STAMP THRU 8500-EXIT.                    CPYEVID 
006210     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYEVID 
006220     MOVE WS-STAMP-DATE TO WS-RPT-FILE-REC(1:10).                 CPYEVID 
006230     MOVE WS-STAMP-TIME TO WS-RPT-FILE-REC(12:5).                 CPYEVID 
006240     MOVE EXC-PROGRAM-NAME(1:8) TO WS-RPT-FILE-REC(18:8).         CPYEVID 
006250     MOVE EXC-REASON-TEXT TO WS-RPT-FILE-REC(27:60).              CPYEVID 
006260     IF EXC-STATUS = SPACES                                       CPYEVID 
006270         MOVE 'NEW' TO WS-RPT-FILE-REC(88:10)                     CPYEVID 
006280     ELSE                                                         CPYEVID 
006290         MOVE EXC-STATUS TO WS-RPT-FILE-REC(88:10)                CPYEVID 
006300     END-IF.                                                      CPYEVID 
006310     IF EXC-ASSIGNED-TO NOT = SPACES                              CPYEVID 
006320         MOVE EXC-ASSIGNED-TO TO WS-RPT-FILE-REC(99:8)            CPYEVID 
006330     END-IF.                                                      CPYEVID 
006340     PERFORM 8200-WRITE-LINE THRU 8200-EXIT.                      CPYEVID 
006350     IF EXC-STATUS = SPACES OR EXC-STATUS = 'NEW'                 CPYEVID 
006360         MOVE 'DENIAL NEVER REVIEWED' TO WS-EXC-TEXT              CPYEVID 
006370         PERFORM 8300-CALL-OUT THRU 8300-EXIT                     CPYEVID 
006380     END-IF.                                                      CPYEVID 
006390 4100-EXIT.                                                       CPYEVID 
006400     EXIT.                                                        CPYEVID 
006410*-------------------------------------------------------------    CPYEVID 
006420*5000-LIST-THE-CHANGES - SECTION 5.  CPYMNTH: TIMESTAMP 1-15,     CPYEVID 
006430*USER 17-24, FILE 26-31, ACTION 33-38, KEY 40-55, OLD VALUE       CPYEVID 
006440*57-96, NEW VALUE 98-137.  A CHANGE WITH NO USER, OR A USER       CPYEVID 
006450*CHANGING HIS OR HER OWN AUTHORIZATION ENTRY, IS CALLED OUT.      CPYEVID 
006460*-------------------------------------------------------------    CPYEVID 
006470 5000-LIST-THE-CHANGES.                                           CPYEVID 
006480     MOVE SPACES TO WS-SECT-COLS.                                 CPYEVID 
006490     STRING 'DATE       TIME  USER     FILE   ACTION KEY'         CPYEVID 
006500         DELIMITED BY SIZE INTO WS-SECT-COLS                      CPYEVID 
006510     END-STRING.                                                  CPYEVID 
006520     MOVE 'OLD VALUE' TO WS-SECT-COLS(58:9).                      CPYEVID 
006530     MOVE 'NEW VALUE' TO WS-SECT-COLS(95:9).                      CPYEVID 
006540     PERFORM 8000-START-SECTION THRU 8000-EXIT.                   CPYEVID 
006550     OPEN INPUT HST-FILE.                                         CPYEVID 
006560     IF WS-HST-FILE-STATUS NOT = '00'                             CPYEVID 
006570         GO TO 5000-END.                                          CPYEVID 
006580     MOVE 'N' TO WS-EOF-SW.                                       CPYEVID 
006590     PERFORM 5100-LIST-ONE-CHANGE THRU 5100-EXIT UNTIL WS-EOF.    CPYEVID 
006600     CLOSE HST-FILE.                                              CPYEVID 
006610     MOVE 'N' TO WS-EOF-SW.                                       CPYEVID 
006620 5000-END.                                                        CPYEVID 
006630     PERFORM 8400-END-SECTION THRU 8400-EXIT.                     CPYEVID 
006640 5000-EXIT.                                                       CPYEVID 
006650     EXIT.                                                        CPYEVID 
006660*                                                                 CPYEVID 
006670 5100-LIST-ONE-CHANGE.                                            CPYEVID 
006680     READ HST-FILE INTO WS-HST-FILE-REC                           CPYEVID 
006690         AT END MOVE 'Y' TO WS-EOF-SW                             CPYEVID 
006700     END-READ.                                                    CPYEVID 
006710     IF WS-EOF                                                    CPYEVID 
006720         GO TO 5100-EXIT.                                         CPYEVID 
006730     IF WS-HST-FILE-REC(1:1) = '*'                                CPYEVID 
006740         OR WS-HST-FILE-REC(1:8) < WS-FROM-DATE                   CPYEVID 
006750         OR WS-HST-FILE-REC(1:8) > WS-TO-DATE                     CPYEVID 
006760         GO TO 5100-EXIT.                                         CPYEVID 
006770     ADD 1 TO WS-SECT-RECS(WS-SECT-NO).                           CPYEVID 
006780     MOVE WS-HST-FILE-REC(1:15) TO WS-STAMP.                      CPYEVID 
006790     PERFORM 8500-FORMAT-STAMP THRU 8500-EXIT.                    CPYEVID 
006800     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYEVID 
006810     MOVE WS-STAMP-DATE TO WS-RPT-FILE-REC(1:10).                 CPYEVID 
006820     MOVE WS-STAMP-TIME TO WS-RPT-FILE-REC(12:5).                 CPYEVID 
006830     MOVE WS-HST-FILE-REC(17:8) TO WS-RPT-FILE-REC(18:8).         CPYEVID 
006840     MOVE WS-HST-FILE-REC(26:6) TO WS-RPT-FILE-REC(27:6).         CPYEVID 
006850     MOVE WS-HST-FILE-REC(33:6) TO WS-RPT-FILE-REC(34:6).         CPYEVID 
006860     MOVE WS-HST-FILE-REC(40:16) TO WS-RPT-FILE-REC(41:16).       CPYEVID 
006870     MOVE WS-HST-FILE-REC(57:36) TO WS-RPT-FILE-REC(58:36).       CPYEVID 
006880     MOVE WS-HST-FILE-REC(98:38) TO WS-RPT-FILE-REC(95:38).       CPYEVID 
006890     PERFORM 8200-WRITE-LINE THRU 8200-EXIT.                      CPYEVID 
006900     IF WS-HST-FILE-REC(17:8) = SPACES                            CPYEVID 
006910         MOVE 'CHANGE RECORDED WITH NO USER' TO WS-EXC-TEXT       CPYEVID 
006920         PERFORM 8300-CALL-OUT THRU 8300-EXIT                     CPYEVID 
006930         GO TO 5100-EXIT.                                         CPYEVID 
006940     IF WS-HST-FILE-REC(26:6) = 'AUTH'                            CPYEVID 
006950         AND WS-HST-FILE-REC(40:8) = WS-HST-FILE-REC(17:8)        CPYEVID 
006960         MOVE 'USER CHANGED HIS OR HER OWN AUTHORIZATION'         CPYEVID 
006970             TO WS-EXC-TEXT                                       CPYEVID 
006980         PERFORM 8300-CALL-OUT THRU 8300-EXIT                     CPYEVID 
006990     END-IF.                                                      CPYEVID 
007000 5100-EXIT.                                                       CPYEVID 
007010     EXIT.                                                        CPYEVID 
007020*-------------------------------------------------------------    CPYEVID 
007030*6000-LIST-THE-RESTORES - SECTION 6.  CPYSNAP CATALOGS EVERY      CPYEVID 
007040*RESTORE: NAME 1-15, TIMESTAMP 17-31, FILES 33-35, 'RESTORED'     CPYEVID 
007050*37-44, DIFFERED 46-48, USER 50-57.                               CPYEVID 
007060*-------------------------------------------------------------    CPYEVID 
007070 6000-LIST-THE-RESTORES.                                          CPYEVID 
007080     MOVE SPACES TO WS-SECT-COLS.                                 CPYEVID 
007090     STRING 'DATE       TIME  SNAPSHOT         FILES DIFFERED '   CPYEVID 
007100         'USER' DELIMITED BY SIZE INTO WS-SECT-COLS               CPYEVID 
007110     END-STRING.                                                  CPYEVID 
007120     PERFORM 8000-START-SECTION THRU 8000-EXIT.                   CPYEVID 
007130     OPEN INPUT CAT-FILE.                                         CPYEVID 
007140     IF WS-CAT-FILE-STATUS NOT = '00'                             CPYEVID 
007150         GO TO 6000-END.                                          CPYEVID 
007160     MOVE 'N' TO WS-EOF-SW.                                       CPYEVID 
007170     PERFORM 6100-LIST-ONE-RESTORE THRU 6100-EXIT UNTIL WS-EOF.   CPYEVID 
007180     CLOSE CAT-FILE.                                              CPYEVID 
007190     MOVE 'N' TO WS-EOF-SW.                                       CPYEVID 
007200 6000-END.                                                        CPYEVID 
007210     PERFORM 8400-END-SECTION THRU 8400-EXIT.                     CPYEVID 
007220 6000-EXIT.                                                       CPYEVID 
007230     EXIT.                                                        CPYEVID 
007240*                                                                 CPYEVID 
007250 6100-LIST-ONE-RESTORE.                                           CPYEVID 
007260     READ CAT-FILE INTO WS-CAT-FILE-REC                           CPYEVID 
007270         AT END MOVE 'Y' TO WS-EOF-SW                             CPYEVID 
007280     END-READ.                                                    CPYEVID 
007290     IF WS-EOF                                                    CPYEVID 
007300         GO TO 6100-EXIT.                                         CPYEVID 
007310     IF WS-CAT-FILE-REC(37:8) NOT = 'RESTORED'                    CPYEVID 
007320         OR WS-CAT-FILE-REC(17:8) < WS-FROM-DATE                  CPYEVID 
007330         OR WS-CAT-FILE-REC(17:8) > WS-TO-DATE                    CPYEVID 
007340         GO TO 6100-EXIT.                                         CPYEVID 
007350     ADD 1 TO WS-SECT-RECS(WS-SECT-NO).                           CPYEVID 
007360     MOVE WS-CAT-FILE-REC(17:15) TO WS-STAMP.                     CPYEVID 
007370     PERFORM 8500-FORMAT-STAMP THRU 8500-EXIT.                    CPYEVID 
007380     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYEVID 
007390     MOVE WS-STAMP-DATE TO WS-RPT-FILE-REC(1:10).                 CPYEVID 
007400     MOVE WS-STAMP-TIME TO WS-RPT-FILE-REC(12:5).                 CPYEVID 
007410     MOVE WS-CAT-FILE-REC(1:15) TO WS-RPT-FILE-REC(18:15).        CPYEVID 
007420     MOVE WS-CAT-FILE-REC(33:3) TO WS-RPT-FILE-REC(37:3).         CPYEVID 
007430     MOVE WS-CAT-FILE-REC(46:3) TO WS-RPT-FILE-REC(46:3).         CPYEVID 
007440     MOVE WS-CAT-FILE-REC(50:8) TO WS-RPT-FILE-REC(50:8).         CPYEVID 
007450     PERFORM 8200-WRITE-LINE THRU 8200-EXIT.                      CPYEVID 
007460     IF WS-CAT-FILE-REC(50:8) = SPACES                            CPYEVID 
007470         MOVE 'RESTORE DOES NOT NAME THE USER WHO RAN IT'         CPYEVID 
007480             TO WS-EXC-TEXT                                       CPYEVID 
007490         PERFORM 8300-CALL-OUT THRU 8300-EXIT                     CPYEVID 
007500     END-IF.                                                      CPYEVID 
007510 6100-EXIT.                                                       CPYEVID 
007520     EXIT.                                                        CPYEVID 
007530*-------------------------------------------------------------    CPYEVID 
007540*6500-VERIFY-THE-CHAIN - SECTION 7.  CPYAUDV IS RUN NOW, OVER     CPYEVID 
007550*THE WHOLE TRAIL, AND ITS REPORT CARRIED HERE LINE FOR LINE.      CPYEVID 
007560*RC 8 (A BREAK) OR 12 (NO TRAIL) IS AN EXCEPTION.                 CPYEVID 
007570*-------------------------------------------------------------    CPYEVID 
007580 6500-VERIFY-THE-CHAIN.                                           CPYEVID 
007590     MOVE SPACES TO WS-SECT-COLS.                                 CPYEVID 
007600     MOVE 'CPYAUDV REPORT (WHOLE TRAIL, NOT THE PERIOD ALONE)'    CPYEVID 
007610         TO WS-SECT-COLS.                                         CPYEVID 
007620     PERFORM 8000-START-SECTION THRU 8000-EXIT.                   CPYEVID 
007630     CALL 'CPYAUDV'.                                              CPYEVID 
007640     MOVE RETURN-CODE TO WS-AUDV-RC.                              CPYEVID 
007650     MOVE 0 TO RETURN-CODE.                                       CPYEVID 
007660     ADD 1 TO WS-SECT-RECS(WS-SECT-NO).                           CPYEVID 
007670     IF WS-AUDV-RC NOT = 12                                       CPYEVID 
007680         OPEN INPUT AVR-FILE                                      CPYEVID 
007690         IF WS-AVR-FILE-STATUS = '00'                             CPYEVID 
007700             MOVE 'N' TO WS-EOF-SW                                CPYEVID 
007710             PERFORM 6510-COPY-ONE-LINE THRU 6510-EXIT            CPYEVID 
007720                 UNTIL WS-EOF                                     CPYEVID 
007730             CLOSE AVR-FILE                                       CPYEVID 
007740             MOVE 'N' TO WS-EOF-SW                                CPYEVID 
007750         END-IF                                                   CPYEVID 
007760     END-IF.                                                      CPYEVID 
007770     MOVE WS-AUDV-RC TO WS-EDIT-RC.                               CPYEVID 
007780     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYEVID 
007790     PERFORM 8200-WRITE-LINE THRU 8200-EXIT.                      CPYEVID 
007800     STRING 'CPYAUDV RETURN CODE ' WS-EDIT-RC                     CPYEVID 
007810         DELIMITED BY SIZE INTO WS-RPT-FILE-REC                   CPYEVID 
007820     END-STRING.                                                  CPYEVID 
007830     PERFORM 8200-WRITE-LINE THRU 8200-EXIT.                      CPYEVID 
007840     EVALUATE WS-AUDV-RC                                          CPYEVID 
007850         WHEN 0                                                   CPYEVID 
007860             CONTINUE                                             CPYEVID 
007870         WHEN 12                                                  CPYEVID 
007880             MOVE 'NO AUDIT TRAIL TO VERIFY' TO WS-EXC-TEXT       CPYEVID 
007890             PERFORM 8300-CALL-OUT THRU 8300-EXIT                 CPYEVID 
007900         WHEN OTHER                                               CPYEVID 
007910             MOVE 'AUDIT TRAIL CHAIN IS BROKEN - SEE ABOVE'       CPYEVID 
007920                 TO WS-EXC-TEXT                                   CPYEVID 
007930             PERFORM 8300-CALL-OUT THRU 8300-EXIT                 CPYEVID 
007940     END-EVALUATE.                                                CPYEVID 
007950     PERFORM 8400-END-SECTION THRU 8400-EXIT.                     CPYEVID 
007960 6500-EXIT.                                                       CPYEVID 
007970     EXIT.                                                        CPYEVID 
007980*                                                                 CPYEVID 
007990 6510-COPY-ONE-LINE.                                              CPYEVID 
008000     READ AVR-FILE INTO WS-AVR-FILE-REC                           CPYEVID 
008010         AT END MOVE 'Y' TO WS-EOF-SW                             CPYEVID 
008020     END-READ.                                                    CPYEVID 
008030     IF WS-EOF                                                    CPYEVID 
008040         GO TO 6510-EXIT.                                         CPYEVID 
008050     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYEVID 
008060     MOVE WS-AVR-FILE-REC(1:128) TO WS-RPT-FILE-REC(5:128).       CPYEVID 
008070     PERFORM 8200-WRITE-LINE THRU 8200-EXIT.                      CPYEVID 
008080 6510-EXIT.                                                       CPYEVID 
008090     EXIT.                                                        CPYEVID 
008100*-------------------------------------------------------------    CPYEVID 
008110*7000-WRITE-CONTROL-TOTALS - THE PAGE THE AUDIT MANAGER SIGNS.    CPYEVID 
008120*-------------------------------------------------------------    CPYEVID 
008130 7000-WRITE-CONTROL-TOTALS.                                       CPYEVID 
008140     MOVE 0 TO WS-SECT-NO.                                        CPYEVID 
008150     MOVE SPACES TO WS-SECT-COLS.                                 CPYEVID 
008160     STRING 'SECTION                                    EVENTS'   CPYEVID 
008170         '  EXCEPTIONS' DELIMITED BY SIZE INTO WS-SECT-COLS       CPYEVID 
008180     END-STRING.                                                  CPYEVID 
008190     PERFORM 8100-PAGE-HEADING THRU 8100-EXIT.                    CPYEVID 
008200     PERFORM 7100-WRITE-ONE-TOTAL THRU 7100-EXIT                  CPYEVID 
008210         VARYING WS-SIX FROM 1 BY 1 UNTIL WS-SIX > 7.             CPYEVID 
008220     MOVE WS-TOTAL-RECS TO WS-EDIT-RECS.                          CPYEVID 
008230     MOVE WS-TOTAL-EXCS TO WS-EDIT-EXCS.                          CPYEVID 
008240     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYEVID 
008250     MOVE ALL '-' TO WS-RPT-FILE-REC(1:62).                       CPYEVID 
008260     PERFORM 8200-WRITE-LINE THRU 8200-EXIT.                      CPYEVID 
008270     MOVE 'TOTAL' TO WS-RPT-FILE-REC(1:5).                        CPYEVID 
008280     MOVE WS-EDIT-RECS TO WS-RPT-FILE-REC(44:6).                  CPYEVID 
008290     MOVE WS-EDIT-EXCS TO WS-RPT-FILE-REC(56:6).                  CPYEVID 
008300     PERFORM 8200-WRITE-LINE THRU 8200-EXIT.                      CPYEVID 
008310     PERFORM 8200-WRITE-LINE THRU 8200-EXIT.                      CPYEVID 
008320     MOVE WS-AUDV-RC TO WS-EDIT-RC.                               CPYEVID 
008330     IF WS-AUDV-RC = 0                                            CPYEVID 
008340         MOVE 'AUDIT TRAIL CHAIN VERIFIED INTACT (CPYAUDV RC 0)'  CPYEVID 
008350             TO WS-RPT-FILE-REC                                   CPYEVID 
008360     ELSE                                                         CPYEVID 
008370         STRING 'AUDIT TRAIL CHAIN NOT VERIFIED (CPYAUDV RC'      CPYEVID 
008380             WS-EDIT-RC ')' DELIMITED BY SIZE                     CPYEVID 
008390             INTO WS-RPT-FILE-REC                                 CPYEVID 
008400         END-STRING                                               CPYEVID 
008410     END-IF.                                                      CPYEVID 
008420     PERFORM 8200-WRITE-LINE THRU 8200-EXIT.                      CPYEVID 
008430     IF WS-TOTAL-EXCS > 0                                         CPYEVID 
008440         MOVE 'EVERY EXCEPTION IS CALLED OUT WITH *** UNDER THE'  CPYEVID 
008450             TO WS-RPT-FILE-REC                                   CPYEVID 
008460         MOVE ' EVENT IT CONCERNS' TO WS-RPT-FILE-REC(49:18)      CPYEVID 
008470         PERFORM 8200-WRITE-LINE THRU 8200-EXIT                   CPYEVID 
008480     END-IF.                                                      CPYEVID 
008490     PERFORM 8200-WRITE-LINE THRU 8200-EXIT.                      CPYEVID 
008500     PERFORM 8200-WRITE-LINE THRU 8200-EXIT.                      CPYEVID 
008510     STRING 'PREPARED BY ' WS-PREPARER                            CPYEVID 
008520         '     RUN ' WS-RUN-TIMESTAMP                             CPYEVID 
008530         DELIMITED BY SIZE INTO WS-RPT-FILE-REC                   CPYEVID 
008540     END-STRING.                                                  CPYEVID 
008550     PERFORM 8200-WRITE-LINE THRU 8200-EXIT.                      CPYEVID 
008560     PERFORM 8200-WRITE-LINE THRU 8200-EXIT.                      CPYEVID 
008570     PERFORM 8200-WRITE-LINE THRU 8200-EXIT.                      CPYEVID 
008580     STRING 'REVIEWED AND ACCEPTED - AUDIT MANAGER'               CPYEVID 
008590         DELIMITED BY SIZE INTO WS-RPT-FILE-REC                   CPYEVID 
008600     END-STRING.                                                  CPYEVID 
008610     PERFORM 8200-WRITE-LINE THRU 8200-EXIT.                      CPYEVID 
008620     PERFORM 8200-WRITE-LINE THRU 8200-EXIT.                      CPYEVID 
008630     PERFORM 8200-WRITE-LINE THRU 8200-EXIT.                      CPYEVID 
008640     STRING 'NAME  ______________________________   '             CPYEVID 
008650         'SIGNATURE  ______________________________   '           CPYEVID 
008660         'DATE  ____________'                                     CPYEVID 
008670         DELIMITED BY SIZE INTO WS-RPT-FILE-REC                   CPYEVID 
008680     END-STRING.                                                  CPYEVID 
008690     PERFORM 8200-WRITE-LINE THRU 8200-EXIT.                      CPYEVID 
008700 7000-EXIT.                                                       CPYEVID 
008710     EXIT.                                                        CPYEVID 
008720*                                                                 CPYEVID 
008730 7100-WRITE-ONE-TOTAL.                                            CPYEVID 
008740     MOVE WS-SIX TO WS-EDIT-SMALL.                                CPYEVID 
008750     MOVE WS-SECT-RECS(WS-SIX) TO WS-EDIT-RECS.                   CPYEVID 
008760     MOVE WS-SECT-EXCS(WS-SIX) TO WS-EDIT-EXCS.                   CPYEVID 
008770     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYEVID 
008780     MOVE WS-EDIT-SMALL(3:1) TO WS-RPT-FILE-REC(1:1).             CPYEVID 
008790     MOVE WS-SECT-TITLE(WS-SIX) TO WS-RPT-FILE-REC(4:40).         CPYEVID 
008800     MOVE WS-EDIT-RECS TO WS-RPT-FILE-REC(44:6).                  CPYEVID 
008810     MOVE WS-EDIT-EXCS TO WS-RPT-FILE-REC(56:6).                  CPYEVID 
008820     PERFORM 8200-WRITE-LINE THRU 8200-EXIT.                      CPYEVID 
008830 7100-EXIT.                                                       CPYEVID 
008840     EXIT.                                                        CPYEVID 
008850*-------------------------------------------------------------    CPYEVID 
008860*8000-START-SECTION - A NEW PAGE FOR EVERY SECTION.               CPYEVID 
008870*-------------------------------------------------------------    CPYEVID 
008880 8000-START-SECTION.                                              CPYEVID 
008890     MOVE 0 TO WS-SECT-RECS(WS-SECT-NO) WS-SECT-EXCS(WS-SECT-NO). CPYEVID 
008900     PERFORM 8100-PAGE-HEADING THRU 8100-EXIT.                    CPYEVID 
008910 8000-EXIT.                                                       CPYEVID 
008920     EXIT.                                                        CPYEVID 
008930*                                                                 CPYEVID 
008940 8100-PAGE-HEADING.                                               CPYEVID 
008950     ADD 1 TO WS-PAGE-NO.                                         CPYEVID 
008960     MOVE 0 TO WS-LINE-ON-PAGE.                                   CPYEVID 
008970     MOVE WS-PAGE-NO TO WS-EDIT-PAGE.                             CPYEVID 
008980     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYEVID 
008990     MOVE 1 TO WS-RPT-PTR.                                        CPYEVID 
009000     STRING 'CPYEVID COPYBOOK CONTROL EVIDENCE  PERIOD '          CPYEVID 
009010         WS-FROM-EDIT ' TO ' WS-TO-EDIT                           CPYEVID 
009020         '  RUN ' WS-RUN-TIMESTAMP                                CPYEVID 
009030         DELIMITED BY SIZE                                        CPYEVID 
009040         INTO WS-RPT-FILE-REC WITH POINTER WS-RPT-PTR             CPYEVID 
009050     END-STRING.                                                  CPYEVID 
009060     MOVE 'PAGE' TO WS-RPT-FILE-REC(120:4).                       CPYEVID 
009070     MOVE WS-EDIT-PAGE TO WS-RPT-FILE-REC(125:4).                 CPYEVID 
009080     WRITE WS-RPT-FILE-REC.                                       CPYEVID 
009090     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYEVID 
009100     IF WS-SECT-NO = 0                                            CPYEVID 
009110         MOVE 'CONTROL TOTALS' TO WS-RPT-FILE-REC                 CPYEVID 
009120     ELSE                                                         CPYEVID 
009130         STRING 'SECTION ' WS-SECT-NO ' - '                       CPYEVID 
009140             WS-SECT-TITLE(WS-SECT-NO)                            CPYEVID 
009150             DELIMITED BY SIZE INTO WS-RPT-FILE-REC               CPYEVID 
009160         END-STRING                                               CPYEVID 
009170     END-IF.                                                      CPYEVID 
009180     WRITE WS-RPT-FILE-REC.                                       CPYEVID 
009190     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYEVID 
009200     WRITE WS-RPT-FILE-REC.                                       CPYEVID 
009210     MOVE WS-SECT-COLS TO WS-RPT-FILE-REC.                        CPYEVID 
009220     WRITE WS-RPT-FILE-REC.                                       CPYEVID 
009230     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYEVID 
009240     WRITE WS-RPT-FILE-REC.                                       CPYEVID 
009250     MOVE 5 TO WS-LINE-ON-PAGE.                                   CPYEVID 
009260 8100-EXIT.                                                       CPYEVID 
009270     EXIT.                                                        CPYEVID 
009280*                                                                 CPYEVID 
009290*    A FULL PAGE BREAKS BEFORE THE LINE IS WRITTEN; THE LINE      CPYEVID 
009300*    IS HELD ACROSS THE HEADING.                                  CPYEVID 
009310 8200-WRITE-LINE.                                                 CPYEVID 
009320     IF WS-LINE-ON-PAGE > 54                                      CPYEVID 
009330         MOVE WS-RPT-FILE-REC TO WS-HOLD-LINE                     CPYEVID 
009340         PERFORM 8100-PAGE-HEADING THRU 8100-EXIT                 CPYEVID 
009350         MOVE WS-HOLD-LINE TO WS-RPT-FILE-REC                     CPYEVID 
009360     END-IF.                                                      CPYEVID 
009370     WRITE WS-RPT-FILE-REC.                                       CPYEVID 
009380     ADD 1 TO WS-LINE-ON-PAGE.                                    CPYEVID 
009390     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYEVID 
009400 8200-EXIT.                                                       CPYEVID 
009410     EXIT.                                                        CPYEVID 
009420*                                                                 CPYEVID 
009430 8300-CALL-OUT.                                                   CPYEVID 
009440     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYEVID 
009450     STRING '      *** EXCEPTION - ' WS-EXC-TEXT                  CPYEVID 
009460         DELIMITED BY SIZE INTO WS-RPT-FILE-REC                   CPYEVID 
009470     END-STRING.                                                  CPYEVID 
009480     PERFORM 8200-WRITE-LINE THRU 8200-EXIT.                      CPYEVID 
009490     ADD 1 TO WS-SECT-EXCS(WS-SECT-NO).                           CPYEVID 
009500     MOVE SPACES TO WS-EXC-TEXT.                                  CPYEVID 
009510 8300-EXIT.                                                       CPYEVID 
009520     EXIT.                                                        CPYEVID 
009530*                                                                 CPYEVID 
009540 8400-END-SECTION.                                                CPYEVID 
009550     IF WS-SECT-RECS(WS-SECT-NO) = 0                              CPYEVID 
009560         MOVE 'NO EVENTS IN THE PERIOD' TO WS-RPT-FILE-REC        CPYEVID 
009570         PERFORM 8200-WRITE-LINE THRU 8200-EXIT                   CPYEVID 
009580     END-IF.                                                      CPYEVID 
009590     MOVE WS-SECT-RECS(WS-SECT-NO) TO WS-EDIT-RECS.               CPYEVID 
009600     MOVE WS-SECT-EXCS(WS-SECT-NO) TO WS-EDIT-EXCS.               CPYEVID 
009610     PERFORM 8200-WRITE-LINE THRU 8200-EXIT.                      CPYEVID 
009620     STRING 'SECTION ' WS-SECT-NO ' TOTAL  EVENTS '               CPYEVID 
009630         WS-EDIT-RECS '  EXCEPTIONS ' WS-EDIT-EXCS                CPYEVID 
009640         DELIMITED BY SIZE INTO WS-RPT-FILE-REC                   CPYEVID 
009650     END-STRING.                                                  CPYEVID 
009660     PERFORM 8200-WRITE-LINE THRU 8200-EXIT.                      CPYEVID 
009670     ADD WS-SECT-RECS(WS-SECT-NO) TO WS-TOTAL-RECS.               CPYEVID 
009680     ADD WS-SECT-EXCS(WS-SECT-NO) TO WS-TOTAL-EXCS.               CPYEVID 
009690 8400-EXIT.                                                       CPYEVID 
009700     EXIT.                                                        CPYEVID 
009710*                                                                 CPYEVID 
009720*    YYYYMMDDHHMMSS.. TO YYYY-MM-DD AND HH:MM.                    CPYEVID 
009730 8500-FORMAT-STAMP.                                               CPYEVID 
009740     MOVE WS-STAMP(1:4) TO WS-SD-YYYY.                            CPYEVID 
009750     MOVE WS-STAMP(5:2) TO WS-SD-MM.                              CPYEVID 
009760     MOVE WS-STAMP(7:2) TO WS-SD-DD.                              CPYEVID 
009770     MOVE WS-STAMP(9:2) TO WS-ST-HH.                              CPYEVID 
009780     MOVE WS-STAMP(11:2) TO WS-ST-MI.                             CPYEVID 
009790 8500-EXIT.                                                       CPYEVID 
009800     EXIT.                                                        CPYEVID 
