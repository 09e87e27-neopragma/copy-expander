000010 IDENTIFICATION DIVISION.                                         CPYXLAT 
000020 PROGRAM-ID. CPYXLAT.                                             CPYXLAT 
000030 AUTHOR. R SANDOVAL.                                              CPYXLAT 
000040 INSTALLATION. DATA CENTER SERVICES - COPYBOOK TOOLING.           CPYXLAT 
000050 DATE-WRITTEN. 2026-10-14.                                        CPYXLAT 
000060 DATE-COMPILED.                                                   CPYXLAT 
000070*-------------------------------------------------------------    CPYXLAT 
000080*MODIFICATION HISTORY                                             CPYXLAT 
000090*-------------------------------------------------------------    CPYXLAT 
000100*2026-10-14 RS  LAYOUT-AWARE EBCDIC/ASCII CONVERSION OF A DATA    CPYXLAT 
000110*               FILE MOVING BETWEEN THE MAINFRAME AND THE         CPYXLAT 
000120*               OFF-PLATFORM VALIDATION RUNS.  A BLIND CODE-      CPYXLAT 
000130*               PAGE TRANSLATION CORRUPTS EVERY COMP AND COMP-3   CPYXLAT 
000140*               FIELD; THIS TRANSLATES ONLY THE DISPLAY FIELDS    CPYXLAT 
000150*               (ALPHANUMERIC, EDITED AND ZONED DECIMAL) AND      CPYXLAT 
000160*               PASSES BINARY, PACKED AND FLOATING-POINT BYTES    CPYXLAT 
000170*               THROUGH UNTOUCHED.  ZONED DECIMAL, SIGN           CPYXLAT 
000180*               OVERPUNCH INCLUDED, IS RE-ENCODED THROUGH THE     CPYXLAT 
000190*               CPYFCNV CODEC RATHER THAN TRANSLATED BYTE BY      CPYXLAT 
000200*               BYTE, SINCE NEITHER SIDE'S OVERPUNCH IS A         CPYXLAT 
000210*               CHARACTER OF THE OTHER.  TEXT GOES THROUGH THE    CPYXLAT 
000220*               SHOP CODE-PAGE TABLE config/CPYCPG.DAT; A BYTE    CPYXLAT 
000230*               WITH NO TRANSLATION IS WRITTEN AS THE TABLE'S     CPYXLAT 
000240*               SUBSTITUTE AND REPORTED BY RECORD, FIELD AND      CPYXLAT 
000250*               OFFSET.  COLUMNS COME FROM CPYLAYO.  SYSIN:       CPYXLAT 
000260*               FILE / COPYBOOK / TO (ASCII OR EBCDIC) /          CPYXLAT 
000270*               OUTPUT (DEFAULT FILE NAME PLUS .ASC OR .EBC) /    CPYXLAT 
000280*               TABLE (DEFAULT config/CPYCPG.DAT) / VIEW          CPYXLAT 
000290*               CARDS (REDEFINES TO TRANSLATE UNDER, AS FOR       CPYXLAT 
000300*               CPYUNLD).  RC 0 CLEAN, 4 UNTRANSLATABLE           CPYXLAT 
000310*               BYTES, BAD ZONED VALUES OR A SHORT LAST           CPYXLAT 
000320*               RECORD, 12 NOTHING CONVERTED.                     CPYXLAT 
000330*               REPORT: registry/CPYXLAT.RPT.                     CPYXLAT 
000340*-------------------------------------------------------------    CPYXLAT 
000350 ENVIRONMENT DIVISION.                                            CPYXLAT 
000360 CONFIGURATION SECTION.                                           CPYXLAT 
000370 SOURCE-COMPUTER. GENERIC-COMPUTER.                               CPYXLAT 
000380 OBJECT-COMPUTER. GENERIC-COMPUTER.                               CPYXLAT 
000390 INPUT-OUTPUT SECTION.                                            CPYXLAT 
000400 FILE-CONTROL.                                                    CPYXLAT 
000410     SELECT PARM-FILE ASSIGN TO DYNAMIC WS-PARM-FILENAME          CPYXLAT 
000420         ORGANIZATION LINE SEQUENTIAL                             CPYXLAT 
000430         FILE STATUS IS WS-PARM-FILE-STATUS.                      CPYXLAT 
000440     SELECT CPG-FILE ASSIGN TO DYNAMIC WS-CPG-FILENAME            CPYXLAT 
000450         ORGANIZATION LINE SEQUENTIAL                             CPYXLAT 
000460         FILE STATUS IS WS-CPG-FILE-STATUS.                       CPYXLAT 
000470     SELECT RPT-FILE ASSIGN TO DYNAMIC WS-RPT-FILENAME            CPYXLAT 
000480         ORGANIZATION LINE SEQUENTIAL                             CPYXLAT 
000490         FILE STATUS IS WS-RPT-FILE-STATUS.                       CPYXLAT 
000500 DATA DIVISION.                                                   CPYXLAT 
000510 FILE SECTION.                                                    CPYXLAT 
000520 FD  PARM-FILE.                                                   CPYXLAT 
000530 01  WS-PARM-FILE-REC        PIC X(80).                           CPYXLAT 
000540 FD  CPG-FILE.                                                    CPYXLAT 
000550 01  WS-CPG-FILE-REC         PIC X(80).                           CPYXLAT 
000560 FD  RPT-FILE.                                                    CPYXLAT 
000570 01  WS-RPT-FILE-REC         PIC X(132).                          CPYXLAT 
000580 WORKING-STORAGE SECTION.                                         CPYXLAT 
000590*-------------------------------------------------------------    CPYXLAT 
000600*FILE STATUS AND DYNAMIC FILE NAMES                               CPYXLAT 
000610*-------------------------------------------------------------    CPYXLAT 
000620 77  WS-PARM-FILENAME        PIC X(80) VALUE 'jcl/CPYXLAT.SYSIN'. CPYXLAT 
000630 77  WS-PARM-FILE-STATUS     PIC X(02) VALUE '00'.                CPYXLAT 
000640 77  WS-CPG-FILENAME         PIC X(80)                            CPYXLAT 
000650         VALUE 'config/CPYCPG.DAT'.                               CPYXLAT 
000660 77  WS-CPG-FILE-STATUS      PIC X(02) VALUE '00'.                CPYXLAT 
000670 77  WS-RPT-FILENAME         PIC X(80)                            CPYXLAT 
000680         VALUE 'registry/CPYXLAT.RPT'.                            CPYXLAT 
000690 77  WS-RPT-FILE-STATUS      PIC X(02) VALUE '00'.                CPYXLAT 
000700 77  WS-DAT-FILENAME         PIC X(80) VALUE SPACES.              CPYXLAT 
000710 77  WS-OUT-FILENAME         PIC X(80) VALUE SPACES.              CPYXLAT 
000720 77  WS-COPYBOOK-NAME        PIC X(30) VALUE SPACES.              CPYXLAT 
000730 77  WS-EOF-SW               PIC X(01) VALUE 'N'.                 CPYXLAT 
000740     88  WS-EOF              VALUE 'Y'.                           CPYXLAT 
000750 77  WS-TO-CHARSET           PIC X(06) VALUE SPACES.              CPYXLAT 
000760     88  WS-TO-ASCII         VALUE 'ASCII '.                      CPYXLAT 
000770     88  WS-TO-EBCDIC        VALUE 'EBCDIC'.                      CPYXLAT 
000780*-------------------------------------------------------------    CPYXLAT 
000790*THE DATA FILES ARE FIXED-LENGTH AND BINARY-CLEAN, SO THEY GO     CPYXLAT 
000800*THROUGH THE CBL_ FILE ROUTINES AS CPYGEN WRITES ITS TEST BEDS.   CPYXLAT 
000810*-------------------------------------------------------------    CPYXLAT 
000820 77  WS-IN-FHND              PIC 9(09) COMP-X VALUE 0.            CPYXLAT 
000830 77  WS-OUT-FHND             PIC 9(09) COMP-X VALUE 0.            CPYXLAT 
000840 77  WS-IN-OFFSET            PIC 9(18) COMP-X VALUE 0.            CPYXLAT 
000850 77  WS-OUT-OFFSET           PIC 9(18) COMP-X VALUE 0.            CPYXLAT 
000860 77  WS-FILE-SIZE            PIC 9(18) COMP-X VALUE 0.            CPYXLAT 
000870 77  WS-DAT-COUNT            PIC 9(09) COMP-X VALUE 0.            CPYXLAT 
000880 77  WS-DAT-FLAGS            PIC 9(02) COMP-X VALUE 0.            CPYXLAT 
000890 77  WS-READ-AMODE           PIC 9(02) COMP-X VALUE 1.            CPYXLAT 
000900 77  WS-WRITE-AMODE          PIC 9(02) COMP-X VALUE 2.            CPYXLAT 
000910 77  WS-DAT-DMODE            PIC 9(02) COMP-X VALUE 0.            CPYXLAT 
000920 77  WS-DAT-DEV              PIC 9(02) COMP-X VALUE 0.            CPYXLAT 
000930 77  WS-SIZE-FLAG            PIC 9(02) COMP-X VALUE 128.          CPYXLAT 
000940 01  WS-IN-BUF               PIC X(4096).                         CPYXLAT 
000950 01  WS-OUT-BUF              PIC X(4096).                         CPYXLAT 
000960*-------------------------------------------------------------    CPYXLAT 
000970*COUNTERS, SWITCHES AND EDIT FIELDS                               CPYXLAT 
000980*-------------------------------------------------------------    CPYXLAT 
000990 77  WS-REC-LEN              PIC 9(06) COMP VALUE 0.              CPYXLAT 
001000 77  WS-REC-TOTAL            PIC 9(09) COMP VALUE 0.              CPYXLAT 
001010 77  WS-REC-NO               PIC 9(09) COMP VALUE 0.              CPYXLAT 
001020 77  WS-SHORT-BYTES          PIC 9(06) COMP VALUE 0.              CPYXLAT 
001030 77  WS-BAD-BYTES            PIC 9(09) COMP VALUE 0.              CPYXLAT 
001040 77  WS-BAD-ZONED            PIC 9(09) COMP VALUE 0.              CPYXLAT 
001050 77  WS-DETAIL-LINES         PIC 9(05) COMP VALUE 0.              CPYXLAT 
001060 77  WS-DETAIL-MAX           PIC 9(05) COMP VALUE 1000.           CPYXLAT 
001070 77  WS-CIX                  PIC 9(04) COMP VALUE 0.              CPYXLAT 
001080 77  WS-BIX                  PIC 9(04) COMP VALUE 0.              CPYXLAT 
001090 77  WS-POS                  PIC 9(06) COMP VALUE 0.              CPYXLAT 
001100 77  WS-BYTE-ORD             PIC 9(03) COMP VALUE 0.              CPYXLAT 
001110 77  WS-ROW-NIB              PIC 9(02) COMP VALUE 0.              CPYXLAT 
001120 77  WS-ENT-IX               PIC 9(02) COMP VALUE 0.              CPYXLAT 
001130 77  WS-HEX-VAL              PIC 9(03) COMP VALUE 0.              CPYXLAT 
001140 77  WS-HEX-HI               PIC 9(02) COMP VALUE 0.              CPYXLAT 
001150 77  WS-HEX-LO               PIC 9(02) COMP VALUE 0.              CPYXLAT 
001160 77  WS-E-ORD                PIC 9(03) COMP VALUE 0.              CPYXLAT 
001170 77  WS-A-ORD                PIC 9(03) COMP VALUE 0.              CPYXLAT 
001180 77  WS-TALLY                PIC 9(04) COMP VALUE 0.              CPYXLAT 
001190 77  WS-ROWS-LOADED          PIC 9(02) COMP VALUE 0.              CPYXLAT 
001200 77  WS-HEX-OK-SW            PIC X(01) VALUE 'N'.                 CPYXLAT 
001210     88  WS-HEX-OK           VALUE 'Y'.                           CPYXLAT 
001220 77  WS-HEX-PAIR             PIC X(02) VALUE SPACES.              CPYXLAT 
001230 77  WS-CODEPAGE-NAME        PIC X(30) VALUE SPACES.              CPYXLAT 
001240 77  WS-EDIT-COUNT           PIC Z(08)9.                          CPYXLAT 
001250 77  WS-EDIT-REC             PIC Z(08)9.                          CPYXLAT 
001260 77  WS-EDIT-OFF             PIC Z(05)9.                          CPYXLAT 
001270 77  WS-FINAL-RC             PIC 9(02) VALUE 0.                   CPYXLAT 
001280 COPY CPYLAP.                                                     CPYXLAT 
001290 COPY CPYFCP.                                                     CPYXLAT 
001300*-------------------------------------------------------------    CPYXLAT 
001310*THE CODE-PAGE TABLE, BOTH WAYS ROUND.  EACH TABLE IS INDEXED     CPYXLAT 
001320*BY THE SOURCE BYTE'S ORDINAL; ITS -OK STRING SAYS WHETHER THAT   CPYXLAT 
001330*BYTE HAS A TRANSLATION.                                          CPYXLAT 
001340*-------------------------------------------------------------    CPYXLAT 
001350 01  WS-XLAT-TABLES.                                              CPYXLAT 
001360     05  WS-E2A-BYTES        PIC X(256) VALUE LOW-VALUES.         CPYXLAT 
001370     05  WS-E2A-OK           PIC X(256) VALUE ALL 'N'.            CPYXLAT 
001380     05  WS-A2E-BYTES        PIC X(256) VALUE LOW-VALUES.         CPYXLAT 
001390     05  WS-A2E-OK           PIC X(256) VALUE ALL 'N'.            CPYXLAT 
001400     05  WS-SUB-ASCII        PIC X(01) VALUE '?'.                 CPYXLAT 
001410     05  WS-SUB-EBCDIC       PIC X(01) VALUE X'6F'.               CPYXLAT 
001420 01  WS-HEX-DIGITS           PIC X(16) VALUE '0123456789ABCDEF'.  CPYXLAT 
001430 01  WS-HEX-OUT              PIC X(02).                           CPYXLAT 
001440 PROCEDURE DIVISION.                                              CPYXLAT 
001450*-------------------------------------------------------------    CPYXLAT 
001460*0000-MAINLINE                                                    CPYXLAT 
001470*-------------------------------------------------------------    CPYXLAT 
001480 0000-MAINLINE.                                                   CPYXLAT 
001490     MOVE 0 TO LAY-VIEW-COUNT.                                    CPYXLAT 
001500     PERFORM 1000-READ-SYSIN-CARDS THRU 1000-EXIT.                CPYXLAT 
001510     IF WS-DAT-FILENAME = SPACES                                  CPYXLAT 
001520         OR WS-COPYBOOK-NAME = SPACES                             CPYXLAT 
001530         DISPLAY 'CPYXLAT - FILE AND COPYBOOK CARDS REQUIRED'     CPYXLAT 
001540         MOVE 12 TO RETURN-CODE                                   CPYXLAT 
001550         GOBACK                                                   CPYXLAT 
001560     END-IF.                                                      CPYXLAT 
001570     IF NOT WS-TO-ASCII AND NOT WS-TO-EBCDIC                      CPYXLAT 
001580         DISPLAY 'CPYXLAT - TO CARD REQUIRED: ASCII OR EBCDIC'    CPYXLAT 
001590         MOVE 12 TO RETURN-CODE                                   CPYXLAT 
001600         GOBACK                                                   CPYXLAT 
001610     END-IF.                                                      CPYXLAT 
001620     IF WS-OUT-FILENAME = SPACES                                  CPYXLAT 
001630         IF WS-TO-ASCII                                           CPYXLAT 
001640             STRING WS-DAT-FILENAME DELIMITED BY SPACE            CPYXLAT 
001650                 '.ASC' DELIMITED BY SIZE                         CPYXLAT 
001660                 INTO WS-OUT-FILENAME                             CPYXLAT 
001670             END-STRING                                           CPYXLAT 
001680         ELSE                                                     CPYXLAT 
001690             STRING WS-DAT-FILENAME DELIMITED BY SPACE            CPYXLAT 
001700                 '.EBC' DELIMITED BY SIZE                         CPYXLAT 
001710                 INTO WS-OUT-FILENAME                             CPYXLAT 
001720             END-STRING                                           CPYXLAT 
001730         END-IF                                                   CPYXLAT 
001740     END-IF.                                                      CPYXLAT 
001750     PERFORM 1500-LOAD-CODE-PAGE THRU 1500-EXIT.                  CPYXLAT 
001760     IF WS-FINAL-RC = 12                                          CPYXLAT 
001770         MOVE 12 TO RETURN-CODE                                   CPYXLAT 
001780         GOBACK                                                   CPYXLAT 
001790     END-IF.                                                      CPYXLAT 
001800     PERFORM 2000-LOAD-LAYOUT THRU 2000-EXIT.                     CPYXLAT 
001810     IF WS-FINAL-RC = 12                                          CPYXLAT 
001820         MOVE 12 TO RETURN-CODE                                   CPYXLAT 
001830         GOBACK                                                   CPYXLAT 
001840     END-IF.                                                      CPYXLAT 
001850     OPEN OUTPUT RPT-FILE.                                        CPYXLAT 
001860     PERFORM 3000-PRINT-HEADING THRU 3000-EXIT.                   CPYXLAT 
001870     PERFORM 4000-CONVERT-THE-FILE THRU 4000-EXIT.                CPYXLAT 
001880     PERFORM 7000-PRINT-SUMMARY THRU 7000-EXIT.                   CPYXLAT 
001890     CLOSE RPT-FILE.                                              CPYXLAT 
001900     MOVE WS-REC-TOTAL TO WS-EDIT-COUNT.                          CPYXLAT 
001910     DISPLAY 'CPYXLAT CONVERTED ' WS-EDIT-COUNT ' RECORD(S) TO '  CPYXLAT 
001920         WS-OUT-FILENAME(1:40).                                   CPYXLAT 
001930     MOVE WS-FINAL-RC TO RETURN-CODE.                             CPYXLAT 
001940     GOBACK.                                                      CPYXLAT 
001950*                                                                 CPYXLAT 
001960 1000-READ-SYSIN-CARDS.                                           CPYXLAT 
001970     OPEN INPUT PARM-FILE.                                        CPYXLAT 
001980     IF WS-PARM-FILE-STATUS NOT = '00'                            CPYXLAT 
001990         GO TO 1000-EXIT.                                         CPYXLAT 
002000     MOVE 'N' TO WS-EOF-SW.                                       CPYXLAT 
002010     PERFORM 1100-READ-ONE-CARD THRU 1100-EXIT UNTIL WS-EOF.      CPYXLAT 
002020     CLOSE PARM-FILE.                                             CPYXLAT 
002030     MOVE 'N' TO WS-EOF-SW.                                       CPYXLAT 
002040 1000-EXIT.                                                       CPYXLAT 
002050     EXIT.                                                        CPYXLAT 
002060*                                                                 CPYXLAT 
002070 1100-READ-ONE-CARD.                                              CPYXLAT 
002080     READ PARM-FILE INTO WS-PARM-FILE-REC                         CPYXLAT 
002090         AT END MOVE 'Y' TO WS-EOF-SW                             CPYXLAT 
002100     END-READ.                                                    CPYXLAT 
002110     IF WS-EOF                                                    CPYXLAT 
002120         GO TO 1100-EXIT.                                         CPYXLAT 
002130     IF WS-PARM-FILE-REC(1:1) = '*'                               CPYXLAT 
002140         OR WS-PARM-FILE-REC = SPACES                             CPYXLAT 
002150         GO TO 1100-EXIT.                                         CPYXLAT 
002160     EVALUATE WS-PARM-FILE-REC(1:8)                               CPYXLAT 
002170         WHEN 'FILE    '                                          CPYXLAT 
002180             MOVE WS-PARM-FILE-REC(10:60) TO WS-DAT-FILENAME      CPYXLAT 
002190         WHEN 'COPYBOOK'                                          CPYXLAT 
002200             MOVE WS-PARM-FILE-REC(10:30) TO WS-COPYBOOK-NAME     CPYXLAT 
002210         WHEN 'OUTPUT  '                                          CPYXLAT 
002220             MOVE WS-PARM-FILE-REC(10:60) TO WS-OUT-FILENAME      CPYXLAT 
002230         WHEN 'TABLE   '                                          CPYXLAT 
002240             MOVE WS-PARM-FILE-REC(10:60) TO WS-CPG-FILENAME      CPYXLAT 
002250         WHEN 'TO      '                                          CPYXLAT 
002260             MOVE WS-PARM-FILE-REC(10:6) TO WS-TO-CHARSET         CPYXLAT 
002270         WHEN 'VIEW    '                                          CPYXLAT 
002280             IF LAY-VIEW-COUNT < 5                                CPYXLAT 
002290                 ADD 1 TO LAY-VIEW-COUNT                          CPYXLAT 
002300                 MOVE WS-PARM-FILE-REC(10:30)                     CPYXLAT 
002310                     TO LAY-VIEW-NAME(LAY-VIEW-COUNT)             CPYXLAT 
002320             ELSE                                                 CPYXLAT 
002330                 DISPLAY 'CPYXLAT - MORE THAN 5 VIEW CARDS - '    CPYXLAT 
002340                     'EXTRA IGNORED'                              CPYXLAT 
002350             END-IF                                               CPYXLAT 
002360         WHEN OTHER                                               CPYXLAT 
002370             DISPLAY 'CPYXLAT - CARD IGNORED: '                   CPYXLAT 
002380                 WS-PARM-FILE-REC(1:8)                            CPYXLAT 
002390     END-EVALUATE.                                                CPYXLAT 
002400 1100-EXIT.                                                       CPYXLAT 
002410     EXIT.                                                        CPYXLAT 
002420*                                                                 CPYXLAT 
002430*-------------------------------------------------------------    CPYXLAT 
002440*1500-LOAD-CODE-PAGE - THE SIXTEEN ROW LINES FILL THE EBCDIC      CPYXLAT 
002450*TO ASCII TABLE; EVERY MAPPED PAIR IS ALSO ENTERED THE OTHER      CPYXLAT 
002460*WAY ROUND (FIRST EBCDIC BYTE WINS IF TWO SHARE AN ASCII BYTE).   CPYXLAT 
002470*-------------------------------------------------------------    CPYXLAT 
002480 1500-LOAD-CODE-PAGE.                                             CPYXLAT 
002490     OPEN INPUT CPG-FILE.                                         CPYXLAT 
002500     IF WS-CPG-FILE-STATUS NOT = '00'                             CPYXLAT 
002510         DISPLAY 'CPYXLAT - CODE-PAGE TABLE NOT FOUND - '         CPYXLAT 
002520             WS-CPG-FILENAME(1:40)                                CPYXLAT 
002530         MOVE 12 TO WS-FINAL-RC                                   CPYXLAT 
002540         GO TO 1500-EXIT.                                         CPYXLAT 
002550     MOVE 'N' TO WS-EOF-SW.                                       CPYXLAT 
002560     PERFORM 1510-READ-ONE-TABLE-LINE THRU 1510-EXIT              CPYXLAT 
002570         UNTIL WS-EOF.                                            CPYXLAT 
002580     CLOSE CPG-FILE.                                              CPYXLAT 
002590     MOVE 'N' TO WS-EOF-SW.                                       CPYXLAT 
002600     IF WS-ROWS-LOADED < 16                                       CPYXLAT 
002610         DISPLAY 'CPYXLAT - CODE-PAGE TABLE INCOMPLETE - '        CPYXLAT 
002620             WS-CPG-FILENAME(1:40)                                CPYXLAT 
002630         MOVE 12 TO WS-FINAL-RC                                   CPYXLAT 
002640     END-IF.                                                      CPYXLAT 
002650 1500-EXIT.                                                       CPYXLAT 
002660     EXIT.                                                        CPYXLAT 
002670*                                                                 CPYXLAT 
002680 1510-READ-ONE-TABLE-LINE.                                        CPYXLAT 
002690     READ CPG-FILE INTO WS-CPG-FILE-REC                           CPYXLAT 
002700         AT END MOVE 'Y' TO WS-EOF-SW                             CPYXLAT 
002710     END-READ.                                                    CPYXLAT 
002720     IF WS-EOF                                                    CPYXLAT 
002730         GO TO 1510-EXIT.                                         CPYXLAT 
002740     IF WS-CPG-FILE-REC(1:1) = '*'                                CPYXLAT 
002750         OR WS-CPG-FILE-REC = SPACES                              CPYXLAT 
002760         GO TO 1510-EXIT.                                         CPYXLAT 
002770     IF WS-CPG-FILE-REC(1:8) = 'CODEPAGE'                         CPYXLAT 
002780         MOVE WS-CPG-FILE-REC(10:30) TO WS-CODEPAGE-NAME          CPYXLAT 
002790         GO TO 1510-EXIT.                                         CPYXLAT 
002800     IF WS-CPG-FILE-REC(1:8) = 'SUB     '                         CPYXLAT 
002810         MOVE WS-CPG-FILE-REC(10:2) TO WS-HEX-PAIR                CPYXLAT 
002820         PERFORM 1600-READ-HEX-PAIR THRU 1600-EXIT                CPYXLAT 
002830         IF WS-HEX-OK                                             CPYXLAT 
002840             MOVE FUNCTION CHAR(WS-HEX-VAL + 1) TO WS-SUB-ASCII   CPYXLAT 
002850         END-IF                                                   CPYXLAT 
002860         MOVE WS-CPG-FILE-REC(13:2) TO WS-HEX-PAIR                CPYXLAT 
002870         PERFORM 1600-READ-HEX-PAIR THRU 1600-EXIT                CPYXLAT 
002880         IF WS-HEX-OK                                             CPYXLAT 
002890             MOVE FUNCTION CHAR(WS-HEX-VAL + 1) TO WS-SUB-EBCDIC  CPYXLAT 
002900         END-IF                                                   CPYXLAT 
002910         GO TO 1510-EXIT.                                         CPYXLAT 
002920     IF WS-CPG-FILE-REC(2:1) NOT = 'x'                            CPYXLAT 
002930         DISPLAY 'CPYXLAT - TABLE LINE IGNORED: '                 CPYXLAT 
002940             WS-CPG-FILE-REC(1:20)                                CPYXLAT 
002950         GO TO 1510-EXIT.                                         CPYXLAT 
002960     MOVE SPACE TO WS-HEX-PAIR.                                   CPYXLAT 
002970     MOVE WS-CPG-FILE-REC(1:1) TO WS-HEX-PAIR(2:1).               CPYXLAT 
002980     MOVE '0' TO WS-HEX-PAIR(1:1).                                CPYXLAT 
002990     PERFORM 1600-READ-HEX-PAIR THRU 1600-EXIT.                   CPYXLAT 
003000     IF NOT WS-HEX-OK                                             CPYXLAT 
003010         GO TO 1510-EXIT.                                         CPYXLAT 
003020     MOVE WS-HEX-VAL TO WS-ROW-NIB.                               CPYXLAT 
003030     ADD 1 TO WS-ROWS-LOADED.                                     CPYXLAT 
003040     PERFORM 1520-TAKE-ONE-ENTRY THRU 1520-EXIT                   CPYXLAT 
003050         VARYING WS-ENT-IX FROM 0 BY 1 UNTIL WS-ENT-IX > 15.      CPYXLAT 
003060 1510-EXIT.                                                       CPYXLAT 
003070     EXIT.                                                        CPYXLAT 
003080*                                                                 CPYXLAT 
003090 1520-TAKE-ONE-ENTRY.                                             CPYXLAT 
003100     MOVE WS-CPG-FILE-REC(5 + WS-ENT-IX * 3:2) TO WS-HEX-PAIR.    CPYXLAT 
003110     PERFORM 1600-READ-HEX-PAIR THRU 1600-EXIT.                   CPYXLAT 
003120     IF NOT WS-HEX-OK                                             CPYXLAT 
003130         GO TO 1520-EXIT.                                         CPYXLAT 
003140     COMPUTE WS-E-ORD = WS-ROW-NIB * 16 + WS-ENT-IX + 1.          CPYXLAT 
003150     COMPUTE WS-A-ORD = WS-HEX-VAL + 1.                           CPYXLAT 
003160     MOVE FUNCTION CHAR(WS-A-ORD) TO WS-E2A-BYTES(WS-E-ORD:1).    CPYXLAT 
003170     MOVE 'Y' TO WS-E2A-OK(WS-E-ORD:1).                           CPYXLAT 
003180     IF WS-A2E-OK(WS-A-ORD:1) = 'N'                               CPYXLAT 
003190         MOVE FUNCTION CHAR(WS-E-ORD) TO WS-A2E-BYTES(WS-A-ORD:1) CPYXLAT 
003200         MOVE 'Y' TO WS-A2E-OK(WS-A-ORD:1)                        CPYXLAT 
003210     END-IF.                                                      CPYXLAT 
003220 1520-EXIT.                                                       CPYXLAT 
003230     EXIT.                                                        CPYXLAT 
003240*                                                                 CPYXLAT 
003250*    TWO HEX DIGITS IN WS-HEX-PAIR TO WS-HEX-VAL; '..' OR ANY     CPYXLAT 
003260*    OTHER NON-HEX PAIR LEAVES WS-HEX-OK OFF.                     CPYXLAT 
003270 1600-READ-HEX-PAIR.                                              CPYXLAT 
003280     MOVE 'N' TO WS-HEX-OK-SW.                                    CPYXLAT 
003290     MOVE 0 TO WS-TALLY.                                          CPYXLAT 
003300     INSPECT WS-HEX-DIGITS TALLYING WS-TALLY                      CPYXLAT 
003310         FOR CHARACTERS BEFORE INITIAL WS-HEX-PAIR(1:1).          CPYXLAT 
003320     IF WS-TALLY > 15                                             CPYXLAT 
003330         GO TO 1600-EXIT.                                         CPYXLAT 
003340     MOVE WS-TALLY TO WS-HEX-HI.                                  CPYXLAT 
003350     MOVE 0 TO WS-TALLY.                                          CPYXLAT 
003360     INSPECT WS-HEX-DIGITS TALLYING WS-TALLY                      CPYXLAT 
003370         FOR CHARACTERS BEFORE INITIAL WS-HEX-PAIR(2:1).          CPYXLAT 
003380     IF WS-TALLY > 15                                             CPYXLAT 
003390         GO TO 1600-EXIT.                                         CPYXLAT 
003400     MOVE WS-TALLY TO WS-HEX-LO.                                  CPYXLAT 
003410     COMPUTE WS-HEX-VAL = WS-HEX-HI * 16 + WS-HEX-LO.             CPYXLAT 
003420     MOVE 'Y' TO WS-HEX-OK-SW.                                    CPYXLAT 
003430 1600-EXIT.                                                       CPYXLAT 
003440     EXIT.                                                        CPYXLAT 
003450*                                                                 CPYXLAT 
003460*-------------------------------------------------------------    CPYXLAT 
003470*2000-LOAD-LAYOUT - ELEMENTARY ITEMS, OCCURS FLATTENED, BASE      CPYXLAT 
003480*LAYOUT WITH ANY CHOSEN REDEFINES VIEWS.  BYTES NO COLUMN         CPYXLAT 
003490*COVERS PASS THROUGH AS THEY ARE.                                 CPYXLAT 
003500*-------------------------------------------------------------    CPYXLAT 
003510 2000-LOAD-LAYOUT.                                                CPYXLAT 
003520     MOVE WS-COPYBOOK-NAME TO LAY-COPYBOOK-NAME.                  CPYXLAT 
003530     MOVE SPACES TO LAY-LIBRARY-DIR LAY-VIEW-MODE                 CPYXLAT 
003540         LAY-GROUPS-SW LAY-EXPAND-SW.                             CPYXLAT 
003550     CALL 'CPYLAYO' USING CPYLAYO-PARMS.                          CPYXLAT 
003560     IF LAY-NOT-FOUND OR LAY-COL-COUNT = 0                        CPYXLAT 
003570         DISPLAY 'CPYXLAT - COPYBOOK NOT FOUND - '                CPYXLAT 
003580             WS-COPYBOOK-NAME                                     CPYXLAT 
003590         MOVE 12 TO WS-FINAL-RC                                   CPYXLAT 
003600         GO TO 2000-EXIT.                                         CPYXLAT 
003610     IF LAY-TABLE-FULL                                            CPYXLAT 
003620         DISPLAY 'CPYXLAT - LAYOUT TOO LARGE - '                  CPYXLAT 
003630             WS-COPYBOOK-NAME                                     CPYXLAT 
003640         MOVE 12 TO WS-FINAL-RC                                   CPYXLAT 
003650         GO TO 2000-EXIT.                                         CPYXLAT 
003660     MOVE LAY-RECORD-LEN TO WS-REC-LEN.                           CPYXLAT 
003670     IF WS-REC-LEN > 4096                                         CPYXLAT 
003680         DISPLAY 'CPYXLAT - RECORD LONGER THAN 4096 BYTES - '     CPYXLAT 
003690             WS-COPYBOOK-NAME                                     CPYXLAT 
003700         MOVE 12 TO WS-FINAL-RC                                   CPYXLAT 
003710     END-IF.                                                      CPYXLAT 
003720 2000-EXIT.                                                       CPYXLAT 
003730     EXIT.                                                        CPYXLAT 
003740*                                                                 CPYXLAT 
003750 3000-PRINT-HEADING.                                              CPYXLAT 
003760     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYXLAT 
003770     STRING 'CPYXLAT LAYOUT-AWARE CODE-PAGE CONVERSION - '        CPYXLAT 
003780         DELIMITED BY SIZE                                        CPYXLAT 
003790         WS-DAT-FILENAME DELIMITED BY SPACE                       CPYXLAT 
003800         ' UNDER ' DELIMITED BY SIZE                              CPYXLAT 
003810         WS-COPYBOOK-NAME DELIMITED BY SPACE                      CPYXLAT 
003820         INTO WS-RPT-FILE-REC                                     CPYXLAT 
003830     END-STRING.                                                  CPYXLAT 
003840     WRITE WS-RPT-FILE-REC.                                       CPYXLAT 
003850     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYXLAT 
003860     STRING 'TO ' DELIMITED BY SIZE                               CPYXLAT 
003870         WS-TO-CHARSET DELIMITED BY SPACE                         CPYXLAT 
003880         ' USING ' DELIMITED BY SIZE                              CPYXLAT 
003890         WS-CPG-FILENAME DELIMITED BY SPACE                       CPYXLAT 
003900         ' (' DELIMITED BY SIZE                                   CPYXLAT 
003910         WS-CODEPAGE-NAME DELIMITED BY SPACE                      CPYXLAT 
003920         ')  OUTPUT ' DELIMITED BY SIZE                           CPYXLAT 
003930         WS-OUT-FILENAME DELIMITED BY SPACE                       CPYXLAT 
003940         INTO WS-RPT-FILE-REC                                     CPYXLAT 
003950     END-STRING.                                                  CPYXLAT 
003960     WRITE WS-RPT-FILE-REC.                                       CPYXLAT 
003970     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYXLAT 
003980     WRITE WS-RPT-FILE-REC.                                       CPYXLAT 
003990     MOVE 'RECORD' TO WS-RPT-FILE-REC(1:6).                       CPYXLAT 
004000     MOVE 'FIELD' TO WS-RPT-FILE-REC(12:5).                       CPYXLAT 
004010     MOVE 'OFFSET' TO WS-RPT-FILE-REC(53:6).                      CPYXLAT 
004020     MOVE 'PROBLEM' TO WS-RPT-FILE-REC(61:7).                     CPYXLAT 
004030     WRITE WS-RPT-FILE-REC.                                       CPYXLAT 
004040 3000-EXIT.                                                       CPYXLAT 
004050     EXIT.                                                        CPYXLAT 
004060*                                                                 CPYXLAT 
004070 4000-CONVERT-THE-FILE.                                           CPYXLAT 
004080     CALL 'CBL_OPEN_FILE' USING WS-DAT-FILENAME                   CPYXLAT 
004090         WS-READ-AMODE WS-DAT-DMODE WS-DAT-DEV WS-IN-FHND.        CPYXLAT 
004100     IF RETURN-CODE NOT = 0                                       CPYXLAT 
004110         DISPLAY 'CPYXLAT - DATA FILE NOT READABLE - '            CPYXLAT 
004120             WS-DAT-FILENAME(1:40)                                CPYXLAT 
004130         MOVE 12 TO WS-FINAL-RC                                   CPYXLAT 
004140         GO TO 4000-EXIT.                                         CPYXLAT 
004150     MOVE 0 TO WS-FILE-SIZE.                                      CPYXLAT 
004160     CALL 'CBL_READ_FILE' USING WS-IN-FHND WS-FILE-SIZE           CPYXLAT 
004170         WS-DAT-COUNT WS-SIZE-FLAG WS-IN-BUF.                     CPYXLAT 
004180     DIVIDE WS-FILE-SIZE BY WS-REC-LEN GIVING WS-REC-TOTAL        CPYXLAT 
004190         REMAINDER WS-SHORT-BYTES.                                CPYXLAT 
004200     CALL 'CBL_CREATE_FILE' USING WS-OUT-FILENAME                 CPYXLAT 
004210         WS-WRITE-AMODE WS-DAT-DMODE WS-DAT-DEV WS-OUT-FHND.      CPYXLAT 
004220     IF RETURN-CODE NOT = 0                                       CPYXLAT 
004230         DISPLAY 'CPYXLAT - CANNOT OPEN ' WS-OUT-FILENAME(1:40)   CPYXLAT 
004240         CALL 'CBL_CLOSE_FILE' USING WS-IN-FHND                   CPYXLAT 
004250         MOVE 12 TO WS-FINAL-RC                                   CPYXLAT 
004260         GO TO 4000-EXIT.                                         CPYXLAT 
004270     MOVE 0 TO WS-IN-OFFSET WS-OUT-OFFSET.                        CPYXLAT 
004280     PERFORM 4100-CONVERT-ONE-RECORD THRU 4100-EXIT               CPYXLAT 
004290         VARYING WS-REC-NO FROM 1 BY 1                            CPYXLAT 
004300         UNTIL WS-REC-NO > WS-REC-TOTAL.                          CPYXLAT 
004310     CALL 'CBL_CLOSE_FILE' USING WS-IN-FHND.                      CPYXLAT 
004320     CALL 'CBL_CLOSE_FILE' USING WS-OUT-FHND.                     CPYXLAT 
004330 4000-EXIT.                                                       CPYXLAT 
004340     EXIT.                                                        CPYXLAT 
004350*                                                                 CPYXLAT 
004360 4100-CONVERT-ONE-RECORD.                                         CPYXLAT 
004370     MOVE WS-REC-LEN TO WS-DAT-COUNT.                             CPYXLAT 
004380     MOVE 0 TO WS-DAT-FLAGS.                                      CPYXLAT 
004390     CALL 'CBL_READ_FILE' USING WS-IN-FHND WS-IN-OFFSET           CPYXLAT 
004400         WS-DAT-COUNT WS-DAT-FLAGS WS-IN-BUF.                     CPYXLAT 
004410     ADD WS-REC-LEN TO WS-IN-OFFSET.                              CPYXLAT 
004420     MOVE WS-IN-BUF TO WS-OUT-BUF.                                CPYXLAT 
004430     PERFORM 4200-CONVERT-ONE-FIELD THRU 4200-EXIT                CPYXLAT 
004440         VARYING WS-CIX FROM 1 BY 1                               CPYXLAT 
004450         UNTIL WS-CIX > LAY-COL-COUNT.                            CPYXLAT 
004460     CALL 'CBL_WRITE_FILE' USING WS-OUT-FHND WS-OUT-OFFSET        CPYXLAT 
004470         WS-DAT-COUNT WS-DAT-FLAGS WS-OUT-BUF.                    CPYXLAT 
004480     ADD WS-REC-LEN TO WS-OUT-OFFSET.                             CPYXLAT 
004490 4100-EXIT.                                                       CPYXLAT 
004500     EXIT.                                                        CPYXLAT 
004510*                                                                 CPYXLAT 
004520*-------------------------------------------------------------    CPYXLAT 
004530*4200-CONVERT-ONE-FIELD - BINARY, PACKED AND FLOATING POINT       CPYXLAT 
004540*PASS THROUGH; ZONED DECIMAL IS RE-ENCODED; ALL ELSE IS TEXT.     CPYXLAT 
004550*-------------------------------------------------------------    CPYXLAT 
004560 4200-CONVERT-ONE-FIELD.                                          CPYXLAT 
004570     IF LAY-COL-USAGE(WS-CIX) NOT = SPACES                        CPYXLAT 
004580         GO TO 4200-EXIT.                                         CPYXLAT 
004590     IF LAY-COL-NUMERIC(WS-CIX)                                   CPYXLAT 
004600         AND LAY-COL-LEN(WS-CIX) NOT > 32                         CPYXLAT 
004610         PERFORM 4300-CONVERT-ZONED THRU 4300-EXIT                CPYXLAT 
004620         GO TO 4200-EXIT.                                         CPYXLAT 
004630     PERFORM 4400-TRANSLATE-ONE-BYTE THRU 4400-EXIT               CPYXLAT 
004640         VARYING WS-BIX FROM 1 BY 1                               CPYXLAT 
004650         UNTIL WS-BIX > LAY-COL-LEN(WS-CIX).                      CPYXLAT 
004660 4200-EXIT.                                                       CPYXLAT 
004670     EXIT.                                                        CPYXLAT 
004680*                                                                 CPYXLAT 
004690 4300-CONVERT-ZONED.                                              CPYXLAT 
004700     MOVE 'D' TO FCV-FUNCTION.                                    CPYXLAT 
004710     MOVE SPACES TO FCV-USAGE.                                    CPYXLAT 
004720     MOVE LAY-COL-LEN(WS-CIX) TO FCV-LENGTH.                      CPYXLAT 
004730     MOVE LAY-COL-DIGITS(WS-CIX) TO FCV-DIGITS.                   CPYXLAT 
004740     MOVE LAY-COL-SCALE(WS-CIX) TO FCV-SCALE.                     CPYXLAT 
004750     MOVE LAY-COL-SIGNED(WS-CIX) TO FCV-SIGNED.                   CPYXLAT 
004760     IF WS-TO-ASCII                                               CPYXLAT 
004770         MOVE 'E' TO FCV-CHARSET                                  CPYXLAT 
004780     ELSE                                                         CPYXLAT 
004790         MOVE SPACE TO FCV-CHARSET                                CPYXLAT 
004800     END-IF.                                                      CPYXLAT 
004810     MOVE WS-IN-BUF(LAY-COL-OFF(WS-CIX) + 1:LAY-COL-LEN(WS-CIX))  CPYXLAT 
004820         TO FCV-BYTES.                                            CPYXLAT 
004830     CALL 'CPYFCNV' USING CPYFCNV-PARMS.                          CPYXLAT 
004840     IF NOT FCV-OK                                                CPYXLAT 
004850*        NOT A ZONED NUMBER ON THIS SIDE - TRANSLATE IT AS TEXT   CPYXLAT 
004860*        SO SPACES STAY SPACES, AND SAY SO.                       CPYXLAT 
004870         ADD 1 TO WS-BAD-ZONED                                    CPYXLAT 
004880         MOVE 0 TO WS-POS                                         CPYXLAT 
004890         PERFORM 6000-PRINT-DETAIL THRU 6000-EXIT                 CPYXLAT 
004900         PERFORM 4400-TRANSLATE-ONE-BYTE THRU 4400-EXIT           CPYXLAT 
004910             VARYING WS-BIX FROM 1 BY 1                           CPYXLAT 
004920             UNTIL WS-BIX > LAY-COL-LEN(WS-CIX)                   CPYXLAT 
004930         GO TO 4300-EXIT.                                         CPYXLAT 
004940     MOVE 'E' TO FCV-FUNCTION.                                    CPYXLAT 
004950     IF WS-TO-ASCII                                               CPYXLAT 
004960         MOVE SPACE TO FCV-CHARSET                                CPYXLAT 
004970     ELSE                                                         CPYXLAT 
004980         MOVE 'E' TO FCV-CHARSET                                  CPYXLAT 
004990     END-IF.                                                      CPYXLAT 
005000     CALL 'CPYFCNV' USING CPYFCNV-PARMS.                          CPYXLAT 
005010     MOVE FCV-BYTES(1:LAY-COL-LEN(WS-CIX)) TO WS-OUT-BUF          CPYXLAT 
005020         (LAY-COL-OFF(WS-CIX) + 1:LAY-COL-LEN(WS-CIX)).           CPYXLAT 
005030 4300-EXIT.                                                       CPYXLAT 
005040     EXIT.                                                        CPYXLAT 
005050*                                                                 CPYXLAT 
005060 4400-TRANSLATE-ONE-BYTE.                                         CPYXLAT 
005070     COMPUTE WS-POS = LAY-COL-OFF(WS-CIX) + WS-BIX.               CPYXLAT 
005080     COMPUTE WS-BYTE-ORD = FUNCTION ORD(WS-IN-BUF(WS-POS:1)).     CPYXLAT 
005090     IF WS-TO-ASCII                                               CPYXLAT 
005100         IF WS-E2A-OK(WS-BYTE-ORD:1) = 'Y'                        CPYXLAT 
005110             MOVE WS-E2A-BYTES(WS-BYTE-ORD:1)                     CPYXLAT 
005120                 TO WS-OUT-BUF(WS-POS:1)                          CPYXLAT 
005130             GO TO 4400-EXIT                                      CPYXLAT 
005140         END-IF                                                   CPYXLAT 
005150         MOVE WS-SUB-ASCII TO WS-OUT-BUF(WS-POS:1)                CPYXLAT 
005160     ELSE                                                         CPYXLAT 
005170         IF WS-A2E-OK(WS-BYTE-ORD:1) = 'Y'                        CPYXLAT 
005180             MOVE WS-A2E-BYTES(WS-BYTE-ORD:1)                     CPYXLAT 
005190                 TO WS-OUT-BUF(WS-POS:1)                          CPYXLAT 
005200             GO TO 4400-EXIT                                      CPYXLAT 
005210         END-IF                                                   CPYXLAT 
005220         MOVE WS-SUB-EBCDIC TO WS-OUT-BUF(WS-POS:1)               CPYXLAT 
005230     END-IF.                                                      CPYXLAT 
005240     ADD 1 TO WS-BAD-BYTES.                                       CPYXLAT 
005250     PERFORM 6000-PRINT-DETAIL THRU 6000-EXIT.                    CPYXLAT 
005260 4400-EXIT.                                                       CPYXLAT 
005270     EXIT.                                                        CPYXLAT 
005280*                                                                 CPYXLAT 
005290*-------------------------------------------------------------    CPYXLAT 
005300*6000-PRINT-DETAIL - ONE LINE PER UNTRANSLATABLE BYTE (WS-POS     CPYXLAT 
005310*SET) OR BAD ZONED FIELD (WS-POS ZERO), UP TO WS-DETAIL-MAX       CPYXLAT 
005320*LINES; THE SUMMARY CARRIES THE FULL COUNTS.                      CPYXLAT 
005330*-------------------------------------------------------------    CPYXLAT 
005340 6000-PRINT-DETAIL.                                               CPYXLAT 
005350     ADD 1 TO WS-DETAIL-LINES.                                    CPYXLAT 
005360     IF WS-DETAIL-LINES > WS-DETAIL-MAX                           CPYXLAT 
005370         GO TO 6000-EXIT.                                         CPYXLAT 
005380     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYXLAT 
005390     MOVE WS-REC-NO TO WS-EDIT-REC.                               CPYXLAT 
005400     MOVE WS-EDIT-REC TO WS-RPT-FILE-REC(1:9).                    CPYXLAT 
005410     MOVE LAY-COL-NAME(WS-CIX) TO WS-RPT-FILE-REC(12:40).         CPYXLAT 
005420     IF WS-POS = 0                                                CPYXLAT 
005430         MOVE LAY-COL-OFF(WS-CIX) TO WS-EDIT-OFF                  CPYXLAT 
005440         MOVE WS-EDIT-OFF TO WS-RPT-FILE-REC(53:6)                CPYXLAT 
005450         MOVE 'NOT ZONED DECIMAL - TRANSLATED AS TEXT'            CPYXLAT 
005460             TO WS-RPT-FILE-REC(61:38)                            CPYXLAT 
005470     ELSE                                                         CPYXLAT 
005480         COMPUTE WS-EDIT-OFF = WS-POS - 1                         CPYXLAT 
005490         MOVE WS-EDIT-OFF TO WS-RPT-FILE-REC(53:6)                CPYXLAT 
005500         COMPUTE WS-HEX-VAL = WS-BYTE-ORD - 1                     CPYXLAT 
005510         DIVIDE WS-HEX-VAL BY 16 GIVING WS-HEX-HI                 CPYXLAT 
005520             REMAINDER WS-HEX-LO                                  CPYXLAT 
005530         MOVE WS-HEX-DIGITS(WS-HEX-HI + 1:1) TO WS-HEX-OUT(1:1)   CPYXLAT 
005540         MOVE WS-HEX-DIGITS(WS-HEX-LO + 1:1) TO WS-HEX-OUT(2:1)   CPYXLAT 
005550         STRING 'UNTRANSLATABLE BYTE X''' DELIMITED BY SIZE       CPYXLAT 
005560             WS-HEX-OUT DELIMITED BY SIZE                         CPYXLAT 
005570             ''' - SUBSTITUTED' DELIMITED BY SIZE                 CPYXLAT 
005580             INTO WS-RPT-FILE-REC(61:40)                          CPYXLAT 
005590         END-STRING                                               CPYXLAT 
005600     END-IF.                                                      CPYXLAT 
005610     WRITE WS-RPT-FILE-REC.                                       CPYXLAT 
005620 6000-EXIT.                                                       CPYXLAT 
005630     EXIT.                                                        CPYXLAT 
005640*                                                                 CPYXLAT 
005650 7000-PRINT-SUMMARY.                                              CPYXLAT 
005660     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYXLAT 
005670     WRITE WS-RPT-FILE-REC.                                       CPYXLAT 
005680     IF WS-DETAIL-LINES > WS-DETAIL-MAX                           CPYXLAT 
005690         MOVE WS-DETAIL-MAX TO WS-EDIT-COUNT                      CPYXLAT 
005700         STRING '*** DETAIL STOPPED AFTER ' DELIMITED BY SIZE     CPYXLAT 
005710             WS-EDIT-COUNT DELIMITED BY SIZE                      CPYXLAT 
005720             ' LINES - COUNTS BELOW ARE COMPLETE ***'             CPYXLAT 
005730             DELIMITED BY SIZE                                    CPYXLAT 
005740             INTO WS-RPT-FILE-REC                                 CPYXLAT 
005750         END-STRING                                               CPYXLAT 
005760         WRITE WS-RPT-FILE-REC                                    CPYXLAT 
005770         MOVE SPACES TO WS-RPT-FILE-REC                           CPYXLAT 
005780     END-IF.                                                      CPYXLAT 
005790     MOVE WS-REC-TOTAL TO WS-EDIT-COUNT.                          CPYXLAT 
005800     MOVE 'RECORDS CONVERTED' TO WS-RPT-FILE-REC(1:17).           CPYXLAT 
005810     MOVE WS-EDIT-COUNT TO WS-RPT-FILE-REC(26:9).                 CPYXLAT 
005820     WRITE WS-RPT-FILE-REC.                                       CPYXLAT 
005830     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYXLAT 
005840     MOVE WS-BAD-BYTES TO WS-EDIT-COUNT.                          CPYXLAT 
005850     MOVE 'UNTRANSLATABLE BYTES' TO WS-RPT-FILE-REC(1:20).        CPYXLAT 
005860     MOVE WS-EDIT-COUNT TO WS-RPT-FILE-REC(26:9).                 CPYXLAT 
005870     WRITE WS-RPT-FILE-REC.                                       CPYXLAT 
005880     MOVE SPACES TO WS-RPT-FILE-REC.                              CPYXLAT 
005890     MOVE WS-BAD-ZONED TO WS-EDIT-COUNT.                          CPYXLAT 
005900     MOVE 'BAD ZONED VALUES' TO WS-RPT-FILE-REC(1:16).            CPYXLAT 
005910     MOVE WS-EDIT-COUNT TO WS-RPT-FILE-REC(26:9).                 CPYXLAT 
005920     WRITE WS-RPT-FILE-REC.                                       CPYXLAT 
005930     IF WS-SHORT-BYTES > 0                                        CPYXLAT 
005940         MOVE SPACES TO WS-RPT-FILE-REC                           CPYXLAT 
005950         MOVE '*** SHORT LAST RECORD NOT CONVERTED ***'           CPYXLAT 
005960             TO WS-RPT-FILE-REC                                   CPYXLAT 
005970         WRITE WS-RPT-FILE-REC                                    CPYXLAT 
005980     END-IF.                                                      CPYXLAT 
005990     IF WS-FINAL-RC < 4                                           CPYXLAT 
006000         AND (WS-BAD-BYTES > 0 OR WS-BAD-ZONED > 0                CPYXLAT 
006010              OR WS-SHORT-BYTES > 0)                              CPYXLAT 
006020         MOVE 4 TO WS-FINAL-RC                                    CPYXLAT 
006030     END-IF.                                                      CPYXLAT 
006040 7000-EXIT.                                                       CPYXLAT 
006050     EXIT.                                                        CPYXLAT 
