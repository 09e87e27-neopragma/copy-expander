000010 IDENTIFICATION DIVISION.                                         CPYFCNV 
000020 PROGRAM-ID. CPYFCNV.                                             CPYFCNV 
000030 AUTHOR. R SANDOVAL.                                              CPYFCNV 
000040 INSTALLATION. DATA CENTER SERVICES - COPYBOOK TOOLING.           CPYFCNV 
000050 DATE-WRITTEN. 2026-10-14.                                        CPYFCNV 
000060 DATE-COMPILED.                                                   CPYFCNV 
000070*-------------------------------------------------------------    CPYFCNV 
000080*MODIFICATION HISTORY                                             CPYFCNV 
000090*-------------------------------------------------------------    CPYFCNV 
000100*2026-10-14 RS  NUMERIC FIELD CODEC FOR THE LAYOUT-DRIVEN DATA    CPYFCNV 
000110*               UTILITIES.  TURNS THE BYTES OF A ZONED, COMP      CPYFCNV 
000120*               OR COMP-3 FIELD INTO AN UNSCALED VALUE AND        CPYFCNV 
000130*               BACK, RESCALES BETWEEN DECIMAL PLACES, AND        CPYFCNV 
000140*               EDITS/READS THE SIGNED TEXT FORM WITH AN          CPYFCNV 
000150*               ACTUAL DECIMAL POINT.  THE CALLER DESCRIBES       CPYFCNV 
000160*               THE FIELD FROM ITS PICTURE IN THE CPYFCP          CPYFCNV 
000170*               PARAMETER BLOCK.  BYTES ARE TAKEN APART ONE AT    CPYFCNV 
000180*               A TIME (ORD/CHAR), NEVER THROUGH A REDEFINED      CPYFCNV 
000190*               BINARY ITEM, SO THE ANSWER DOES NOT DEPEND ON     CPYFCNV 
000200*               THE BYTE ORDER THE CALLER WAS COMPILED WITH:      CPYFCNV 
000210*               COMP IS ALWAYS TAKEN AS THE MAINFRAME'S BIG-      CPYFCNV 
000220*               ENDIAN TWO'S COMPLEMENT.  PACKED SIGNS ARE        CPYFCNV 
000230*               C/F POSITIVE AND D NEGATIVE, AS CPYDVAL EDITS     CPYFCNV 
000240*               THEM.  COMP-1/COMP-2 ARE NOT CONVERTED.           CPYFCNV 
000250*-------------------------------------------------------------    CPYFCNV 
000260 ENVIRONMENT DIVISION.                                            CPYFCNV 
000270 CONFIGURATION SECTION.                                           CPYFCNV 
000280 SOURCE-COMPUTER. GENERIC-COMPUTER.                               CPYFCNV 
000290 OBJECT-COMPUTER. GENERIC-COMPUTER.                               CPYFCNV 
000300 DATA DIVISION.                                                   CPYFCNV 
000310 WORKING-STORAGE SECTION.                                         CPYFCNV 
000320 77  WS-IX                   PIC 9(04) COMP VALUE 0.              CPYFCNV 
000330 77  WS-LAST                 PIC 9(04) COMP VALUE 0.              CPYFCNV 
000340 77  WS-BYTE-VAL             PIC 9(03) COMP VALUE 0.              CPYFCNV 
000350 77  WS-HI                   PIC 9(03) COMP VALUE 0.              CPYFCNV 
000360 77  WS-LO                   PIC 9(03) COMP VALUE 0.              CPYFCNV 
000370 77  WS-DIGIT                PIC 9(01) VALUE 0.                   CPYFCNV 
000380 77  WS-POS                  PIC 9(02) COMP VALUE 0.              CPYFCNV 
000390 77  WS-SCALE-DIFF           PIC 9(02) COMP VALUE 0.              CPYFCNV 
000400 77  WS-MAG                  PIC 9(18) VALUE 0.                   CPYFCNV 
000410 77  WS-LIMIT                PIC 9(18) VALUE 0.                   CPYFCNV 
000420 77  WS-QUOT                 PIC 9(18) VALUE 0.                   CPYFCNV 
000430 77  WS-REM                  PIC 9(03) VALUE 0.                   CPYFCNV 
000440 77  WS-NEG-SW               PIC X(01) VALUE 'N'.                 CPYFCNV 
000450     88  WS-NEGATIVE         VALUE 'Y'.                           CPYFCNV 
000460 77  WS-ONE-CHAR             PIC X(01) VALUE SPACE.               CPYFCNV 
000470 77  WS-ZONED                PIC 9(18) VALUE 0.                   CPYFCNV 
000480 77  WS-LEAD                 PIC 9(02) COMP VALUE 0.              CPYFCNV 
000490 77  WS-INT-LEN              PIC 9(02) COMP VALUE 0.              CPYFCNV 
000500 77  WS-EDIT-SIGN            PIC X(01) VALUE SPACE.               CPYFCNV 
000510 77  WS-TXT-STATE            PIC X(01) VALUE 'L'.                 CPYFCNV 
000520     88  WS-TXT-LEADING      VALUE 'L'.                           CPYFCNV 
000530     88  WS-TXT-IN-NUMBER    VALUE 'N'.                           CPYFCNV 
000540     88  WS-TXT-ENDED        VALUE 'E'.                           CPYFCNV 
000550 77  WS-POINT-SW             PIC X(01) VALUE 'N'.                 CPYFCNV 
000560     88  WS-POINT-SEEN       VALUE 'Y'.                           CPYFCNV 
000570 77  WS-SIGN-SW              PIC X(01) VALUE 'N'.                 CPYFCNV 
000580     88  WS-SIGN-SEEN        VALUE 'Y'.                           CPYFCNV 
000590*ZONED LAST-BYTE ALPHABET: POSITION 0-9 PLAIN DIGITS, 10-19 THE   CPYFCNV 
000600*MAINFRAME POSITIVE OVERPUNCH, 20-29 ITS NEGATIVE OVERPUNCH,      CPYFCNV 
000610*30-39 THIS PLATFORM'S NEGATIVE OVERPUNCH.                        CPYFCNV 
000620 01  WS-SIGN-TABLE           PIC X(40) VALUE                      CPYFCNV 
000630     '0123456789{ABCDEFGHI}JKLMNOPQRpqrstuvwxy'.                  CPYFCNV 
000640 LINKAGE SECTION.                                                 CPYFCNV 
000650 COPY CPYFCP.                                                     CPYFCNV 
000660 PROCEDURE DIVISION USING CPYFCNV-PARMS.                          CPYFCNV 
000670*-------------------------------------------------------------    CPYFCNV 
000680*0000-MAINLINE                                                    CPYFCNV 
000690*-------------------------------------------------------------    CPYFCNV 
000700 0000-MAINLINE.                                                   CPYFCNV 
000710     MOVE 'Y' TO FCV-RESULT.                                      CPYFCNV 
000720     EVALUATE TRUE                                                CPYFCNV 
000730         WHEN FCV-DECODE                                          CPYFCNV 
000740             PERFORM 1000-DECODE-FIELD THRU 1000-EXIT             CPYFCNV 
000750         WHEN FCV-ENCODE                                          CPYFCNV 
000760             PERFORM 4000-ENCODE-FIELD THRU 4000-EXIT             CPYFCNV 
000770         WHEN FCV-EDIT-TEXT                                       CPYFCNV 
000780             PERFORM 7000-EDIT-VALUE-TEXT THRU 7000-EXIT          CPYFCNV 
000790         WHEN FCV-READ-TEXT                                       CPYFCNV 
000800             PERFORM 8000-READ-VALUE-TEXT THRU 8000-EXIT          CPYFCNV 
000810         WHEN OTHER                                               CPYFCNV 
000820             MOVE 'N' TO FCV-RESULT                               CPYFCNV 
000830     END-EVALUATE.                                                CPYFCNV 
000840     GOBACK.                                                      CPYFCNV 
000850*                                                                 CPYFCNV 
000860*-------------------------------------------------------------    CPYFCNV 
000870*1000-DECODE-FIELD - BYTES TO AN UNSCALED VALUE AT THE FIELD'S    CPYFCNV 
000880*OWN DECIMAL PLACES.                                              CPYFCNV 
000890*-------------------------------------------------------------    CPYFCNV 
000900 1000-DECODE-FIELD.                                               CPYFCNV 
000910     MOVE 0 TO WS-MAG FCV-VALUE.                                  CPYFCNV 
000920     MOVE FCV-SCALE TO FCV-VALUE-SCALE.                           CPYFCNV 
000930     MOVE 'N' TO WS-NEG-SW.                                       CPYFCNV 
000940     IF FCV-LENGTH = 0 OR FCV-LENGTH > 32                         CPYFCNV 
000950         MOVE 'N' TO FCV-RESULT                                   CPYFCNV 
000960         GO TO 1000-EXIT.                                         CPYFCNV 
000970     MOVE FCV-LENGTH TO WS-LAST.                                  CPYFCNV 
000980     EVALUATE FCV-USAGE                                           CPYFCNV 
000990         WHEN SPACES                                              CPYFCNV 
001000             IF FCV-CHARSET = 'E'                                 CPYFCNV 
001010                 PERFORM 1200-DECODE-EBCDIC-ZONED THRU 1200-EXIT  CPYFCNV 
001020             ELSE                                                 CPYFCNV 
001030                 PERFORM 1100-DECODE-ZONED THRU 1100-EXIT         CPYFCNV 
001040             END-IF                                               CPYFCNV 
001050         WHEN 'COMP'                                              CPYFCNV 
001060             PERFORM 2000-DECODE-BINARY THRU 2000-EXIT            CPYFCNV 
001070         WHEN 'COMP-3'                                            CPYFCNV 
001080             PERFORM 3000-DECODE-PACKED THRU 3000-EXIT            CPYFCNV 
001090         WHEN OTHER                                               CPYFCNV 
001100             MOVE 'N' TO FCV-RESULT                               CPYFCNV 
001110     END-EVALUATE.                                                CPYFCNV 
001120     IF NOT FCV-OK                                                CPYFCNV 
001130         GO TO 1000-EXIT.                                         CPYFCNV 
001140     IF WS-NEG-SW = 'Y'                                           CPYFCNV 
001150         COMPUTE FCV-VALUE = 0 - WS-MAG                           CPYFCNV 
001160     ELSE                                                         CPYFCNV 
001170         MOVE WS-MAG TO FCV-VALUE                                 CPYFCNV 
001180     END-IF.                                                      CPYFCNV 
001190 1000-EXIT.                                                       CPYFCNV 
001200     EXIT.                                                        CPYFCNV 
001210*                                                                 CPYFCNV 
001220 1100-DECODE-ZONED.                                               CPYFCNV 
001230     IF WS-LAST > 1                                               CPYFCNV 
001240         IF FCV-BYTES(1:WS-LAST - 1) NOT NUMERIC                  CPYFCNV 
001250             MOVE 'N' TO FCV-RESULT                               CPYFCNV 
001260             GO TO 1100-EXIT                                      CPYFCNV 
001270         END-IF                                                   CPYFCNV 
001280         PERFORM 1110-TAKE-ONE-ZONED-DIGIT THRU 1110-EXIT         CPYFCNV 
001290             VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX >= WS-LAST     CPYFCNV 
001300                OR NOT FCV-OK                                     CPYFCNV 
001310     END-IF.                                                      CPYFCNV 
001320     IF NOT FCV-OK                                                CPYFCNV 
001330         GO TO 1100-EXIT.                                         CPYFCNV 
001340     MOVE FCV-BYTES(WS-LAST:1) TO WS-ONE-CHAR.                    CPYFCNV 
001350     MOVE 0 TO WS-POS.                                            CPYFCNV 
001360     INSPECT WS-SIGN-TABLE TALLYING WS-POS                        CPYFCNV 
001370         FOR CHARACTERS BEFORE INITIAL WS-ONE-CHAR.               CPYFCNV 
001380     IF WS-POS > 39                                               CPYFCNV 
001390         MOVE 'N' TO FCV-RESULT                                   CPYFCNV 
001400         GO TO 1100-EXIT.                                         CPYFCNV 
001410     DIVIDE WS-POS BY 10 GIVING WS-HI REMAINDER WS-LO.            CPYFCNV 
001420     IF WS-HI > 0 AND FCV-SIGNED NOT = 'Y'                        CPYFCNV 
001430         MOVE 'S' TO FCV-RESULT                                   CPYFCNV 
001440         GO TO 1100-EXIT.                                         CPYFCNV 
001450     IF WS-HI > 1                                                 CPYFCNV 
001460         MOVE 'Y' TO WS-NEG-SW                                    CPYFCNV 
001470     END-IF.                                                      CPYFCNV 
001480     COMPUTE WS-MAG = WS-MAG * 10 + WS-LO                         CPYFCNV 
001490         ON SIZE ERROR MOVE 'O' TO FCV-RESULT                     CPYFCNV 
001500     END-COMPUTE.                                                 CPYFCNV 
001510 1100-EXIT.                                                       CPYFCNV 
001520     EXIT.                                                        CPYFCNV 
001530*                                                                 CPYFCNV 
001540 1110-TAKE-ONE-ZONED-DIGIT.                                       CPYFCNV 
001550     MOVE FCV-BYTES(WS-IX:1) TO WS-DIGIT.                         CPYFCNV 
001560     COMPUTE WS-MAG = WS-MAG * 10 + WS-DIGIT                      CPYFCNV 
001570         ON SIZE ERROR MOVE 'O' TO FCV-RESULT                     CPYFCNV 
001580     END-COMPUTE.                                                 CPYFCNV 
001590 1110-EXIT.                                                       CPYFCNV 
001600     EXIT.                                                        CPYFCNV 
001610*                                                                 CPYFCNV 
001620*-------------------------------------------------------------    CPYFCNV 
001630*1200-DECODE-EBCDIC-ZONED - X'F0'-X'F9' DIGITS, THE LAST BYTE'S   CPYFCNV 
001640*ZONE CARRYING THE SIGN (C OR F POSITIVE, D NEGATIVE).            CPYFCNV 
001650*-------------------------------------------------------------    CPYFCNV 
001660 1200-DECODE-EBCDIC-ZONED.                                        CPYFCNV 
001670     PERFORM 1210-TAKE-ONE-EBCDIC-DIGIT THRU 1210-EXIT            CPYFCNV 
001680         VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > WS-LAST          CPYFCNV 
001690            OR NOT FCV-OK.                                        CPYFCNV 
001700 1200-EXIT.                                                       CPYFCNV 
001710     EXIT.                                                        CPYFCNV 
001720*                                                                 CPYFCNV 
001730 1210-TAKE-ONE-EBCDIC-DIGIT.                                      CPYFCNV 
001740     COMPUTE WS-BYTE-VAL = FUNCTION ORD(FCV-BYTES(WS-IX:1)) - 1.  CPYFCNV 
001750     DIVIDE WS-BYTE-VAL BY 16 GIVING WS-HI REMAINDER WS-LO.       CPYFCNV 
001760     IF WS-LO > 9                                                 CPYFCNV 
001770         MOVE 'N' TO FCV-RESULT                                   CPYFCNV 
001780         GO TO 1210-EXIT.                                         CPYFCNV 
001790     IF WS-IX < WS-LAST                                           CPYFCNV 
001800         IF WS-HI NOT = 15                                        CPYFCNV 
001810             MOVE 'N' TO FCV-RESULT                               CPYFCNV 
001820             GO TO 1210-EXIT                                      CPYFCNV 
001830         END-IF                                                   CPYFCNV 
001840     ELSE                                                         CPYFCNV 
001850         EVALUATE WS-HI                                           CPYFCNV 
001860             WHEN 15                                              CPYFCNV 
001870                 CONTINUE                                         CPYFCNV 
001880             WHEN 12                                              CPYFCNV 
001890                 IF FCV-SIGNED NOT = 'Y'                          CPYFCNV 
001900                     MOVE 'S' TO FCV-RESULT                       CPYFCNV 
001910                 END-IF                                           CPYFCNV 
001920             WHEN 13                                              CPYFCNV 
001930                 IF FCV-SIGNED NOT = 'Y'                          CPYFCNV 
001940                     MOVE 'S' TO FCV-RESULT                       CPYFCNV 
001950                 ELSE                                             CPYFCNV 
001960                     MOVE 'Y' TO WS-NEG-SW                        CPYFCNV 
001970                 END-IF                                           CPYFCNV 
001980             WHEN OTHER                                           CPYFCNV 
001990                 MOVE 'S' TO FCV-RESULT                           CPYFCNV 
002000         END-EVALUATE                                             CPYFCNV 
002010     END-IF.                                                      CPYFCNV 
002020     COMPUTE WS-MAG = WS-MAG * 10 + WS-LO                         CPYFCNV 
002030         ON SIZE ERROR MOVE 'O' TO FCV-RESULT                     CPYFCNV 
002040     END-COMPUTE.                                                 CPYFCNV 
002050 1210-EXIT.                                                       CPYFCNV 
002060     EXIT.                                                        CPYFCNV 
002070*                                                                 CPYFCNV 
002080*-------------------------------------------------------------    CPYFCNV 
002090*2000-DECODE-BINARY - BIG-ENDIAN.  A SIGNED FIELD WITH ITS HIGH   CPYFCNV 
002100*BIT ON IS NEGATIVE: THE INVERTED BYTES GIVE ITS MAGNITUDE        CPYFCNV 
002110*LESS ONE, WHICH KEEPS AN EIGHT-BYTE FIELD INSIDE 18 DIGITS.      CPYFCNV 
002120*-------------------------------------------------------------    CPYFCNV 
002130 2000-DECODE-BINARY.                                              CPYFCNV 
002140     COMPUTE WS-BYTE-VAL = FUNCTION ORD(FCV-BYTES(1:1)) - 1.      CPYFCNV 
002150     IF FCV-SIGNED = 'Y' AND WS-BYTE-VAL > 127                    CPYFCNV 
002160         MOVE 'Y' TO WS-NEG-SW                                    CPYFCNV 
002170     END-IF.                                                      CPYFCNV 
002180     PERFORM 2100-TAKE-ONE-BINARY-BYTE THRU 2100-EXIT             CPYFCNV 
002190         VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > WS-LAST          CPYFCNV 
002200            OR NOT FCV-OK.                                        CPYFCNV 
002210     IF FCV-OK AND WS-NEG-SW = 'Y'                                CPYFCNV 
002220         ADD 1 TO WS-MAG                                          CPYFCNV 
002230     END-IF.                                                      CPYFCNV 
002240 2000-EXIT.                                                       CPYFCNV 
002250     EXIT.                                                        CPYFCNV 
002260*                                                                 CPYFCNV 
002270 2100-TAKE-ONE-BINARY-BYTE.                                       CPYFCNV 
002280     COMPUTE WS-BYTE-VAL = FUNCTION ORD(FCV-BYTES(WS-IX:1)) - 1.  CPYFCNV 
002290     IF WS-NEG-SW = 'Y'                                           CPYFCNV 
002300         COMPUTE WS-BYTE-VAL = 255 - WS-BYTE-VAL                  CPYFCNV 
002310     END-IF.                                                      CPYFCNV 
002320     COMPUTE WS-MAG = WS-MAG * 256 + WS-BYTE-VAL                  CPYFCNV 
002330         ON SIZE ERROR MOVE 'O' TO FCV-RESULT                     CPYFCNV 
002340     END-COMPUTE.                                                 CPYFCNV 
002350 2100-EXIT.                                                       CPYFCNV 
002360     EXIT.                                                        CPYFCNV 
002370*                                                                 CPYFCNV 
002380*-------------------------------------------------------------    CPYFCNV 
002390*3000-DECODE-PACKED - TWO DIGIT NIBBLES A BYTE, THE LAST LOW      CPYFCNV 
002400*NIBBLE THE SIGN.                                                 CPYFCNV 
002410*-------------------------------------------------------------    CPYFCNV 
002420 3000-DECODE-PACKED.                                              CPYFCNV 
002430     PERFORM 3100-TAKE-ONE-PACKED-BYTE THRU 3100-EXIT             CPYFCNV 
002440         VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > WS-LAST          CPYFCNV 
002450            OR NOT FCV-OK.                                        CPYFCNV 
002460 3000-EXIT.                                                       CPYFCNV 
002470     EXIT.                                                        CPYFCNV 
002480*                                                                 CPYFCNV 
002490 3100-TAKE-ONE-PACKED-BYTE.                                       CPYFCNV 
002500     COMPUTE WS-BYTE-VAL = FUNCTION ORD(FCV-BYTES(WS-IX:1)) - 1.  CPYFCNV 
002510     DIVIDE WS-BYTE-VAL BY 16 GIVING WS-HI REMAINDER WS-LO.       CPYFCNV 
002520     IF WS-HI > 9                                                 CPYFCNV 
002530         MOVE 'P' TO FCV-RESULT                                   CPYFCNV 
002540         GO TO 3100-EXIT.                                         CPYFCNV 
002550     IF WS-IX < WS-LAST                                           CPYFCNV 
002560         IF WS-LO > 9                                             CPYFCNV 
002570             MOVE 'P' TO FCV-RESULT                               CPYFCNV 
002580             GO TO 3100-EXIT                                      CPYFCNV 
002590         END-IF                                                   CPYFCNV 
002600         COMPUTE WS-MAG = WS-MAG * 100 + WS-HI * 10 + WS-LO       CPYFCNV 
002610             ON SIZE ERROR MOVE 'O' TO FCV-RESULT                 CPYFCNV 
002620         END-COMPUTE                                              CPYFCNV 
002630         GO TO 3100-EXIT                                          CPYFCNV 
002640     END-IF.                                                      CPYFCNV 
002650     EVALUATE WS-LO                                               CPYFCNV 
002660         WHEN 12                                                  CPYFCNV 
002670         WHEN 15                                                  CPYFCNV 
002680             CONTINUE                                             CPYFCNV 
002690         WHEN 13                                                  CPYFCNV 
002700             MOVE 'Y' TO WS-NEG-SW                                CPYFCNV 
002710         WHEN OTHER                                               CPYFCNV 
002720             MOVE 'S' TO FCV-RESULT                               CPYFCNV 
002730             GO TO 3100-EXIT                                      CPYFCNV 
002740     END-EVALUATE.                                                CPYFCNV 
002750     COMPUTE WS-MAG = WS-MAG * 10 + WS-HI                         CPYFCNV 
002760         ON SIZE ERROR MOVE 'O' TO FCV-RESULT                     CPYFCNV 
002770     END-COMPUTE.                                                 CPYFCNV 
002780 3100-EXIT.                                                       CPYFCNV 
002790     EXIT.                                                        CPYFCNV 
002800*                                                                 CPYFCNV 
002810*-------------------------------------------------------------    CPYFCNV 
002820*4000-ENCODE-FIELD - RESCALE TO THE FIELD'S DECIMAL PLACES,       CPYFCNV 
002830*DROP WHAT THE PICTURE CANNOT HOLD (FLAGGING IT), THEN LAY THE    CPYFCNV 
002840*BYTES DOWN IN THE FIELD'S USAGE.                                 CPYFCNV 
002850*-------------------------------------------------------------    CPYFCNV 
002860 4000-ENCODE-FIELD.                                               CPYFCNV 
002870     MOVE SPACES TO FCV-BYTES.                                    CPYFCNV 
002880     IF FCV-LENGTH = 0 OR FCV-LENGTH > 32                         CPYFCNV 
002890         MOVE 'N' TO FCV-RESULT                                   CPYFCNV 
002900         GO TO 4000-EXIT.                                         CPYFCNV 
002910     MOVE FCV-LENGTH TO WS-LAST.                                  CPYFCNV 
002920     MOVE 'N' TO WS-NEG-SW.                                       CPYFCNV 
002930     IF FCV-VALUE < 0                                             CPYFCNV 
002940         MOVE 'Y' TO WS-NEG-SW                                    CPYFCNV 
002950         COMPUTE WS-MAG = 0 - FCV-VALUE                           CPYFCNV 
002960     ELSE                                                         CPYFCNV 
002970         MOVE FCV-VALUE TO WS-MAG                                 CPYFCNV 
002980     END-IF.                                                      CPYFCNV 
002990     IF FCV-VALUE-SCALE < FCV-SCALE                               CPYFCNV 
003000         COMPUTE WS-SCALE-DIFF = FCV-SCALE - FCV-VALUE-SCALE      CPYFCNV 
003010         PERFORM 4100-SCALE-UP-ONE THRU 4100-EXIT                 CPYFCNV 
003020             WS-SCALE-DIFF TIMES                                  CPYFCNV 
003030     END-IF.                                                      CPYFCNV 
003040     IF FCV-VALUE-SCALE > FCV-SCALE                               CPYFCNV 
003050         COMPUTE WS-SCALE-DIFF = FCV-VALUE-SCALE - FCV-SCALE      CPYFCNV 
003060         PERFORM 4200-SCALE-DOWN-ONE THRU 4200-EXIT               CPYFCNV 
003070             WS-SCALE-DIFF TIMES                                  CPYFCNV 
003080     END-IF.                                                      CPYFCNV 
003090     IF FCV-DIGITS > 0 AND FCV-DIGITS < 18                        CPYFCNV 
003100         MOVE 1 TO WS-LIMIT                                       CPYFCNV 
003110         PERFORM 4300-RAISE-LIMIT THRU 4300-EXIT                  CPYFCNV 
003120             FCV-DIGITS TIMES                                     CPYFCNV 
003130         IF WS-MAG NOT < WS-LIMIT                                 CPYFCNV 
003140             MOVE 'O' TO FCV-RESULT                               CPYFCNV 
003150             DIVIDE WS-MAG BY WS-LIMIT GIVING WS-QUOT             CPYFCNV 
003160                 REMAINDER WS-MAG                                 CPYFCNV 
003170         END-IF                                                   CPYFCNV 
003180     END-IF.                                                      CPYFCNV 
003190     IF WS-NEG-SW = 'Y' AND FCV-SIGNED NOT = 'Y'                  CPYFCNV 
003200         MOVE 'N' TO WS-NEG-SW                                    CPYFCNV 
003210         IF FCV-OK                                                CPYFCNV 
003220             MOVE 'L' TO FCV-RESULT                               CPYFCNV 
003230         END-IF                                                   CPYFCNV 
003240     END-IF.                                                      CPYFCNV 
003250     IF WS-MAG = 0                                                CPYFCNV 
003260         MOVE 'N' TO WS-NEG-SW                                    CPYFCNV 
003270     END-IF.                                                      CPYFCNV 
003280     EVALUATE FCV-USAGE                                           CPYFCNV 
003290         WHEN SPACES                                              CPYFCNV 
003300             IF FCV-CHARSET = 'E'                                 CPYFCNV 
003310                 PERFORM 5100-ENCODE-EBCDIC-ZONED THRU 5100-EXIT  CPYFCNV 
003320             ELSE                                                 CPYFCNV 
003330                 PERFORM 5000-ENCODE-ZONED THRU 5000-EXIT         CPYFCNV 
003340             END-IF                                               CPYFCNV 
003350         WHEN 'COMP'                                              CPYFCNV 
003360             PERFORM 6000-ENCODE-BINARY THRU 6000-EXIT            CPYFCNV 
003370         WHEN 'COMP-3'                                            CPYFCNV 
003380             PERFORM 6500-ENCODE-PACKED THRU 6500-EXIT            CPYFCNV 
003390         WHEN OTHER                                               CPYFCNV 
003400             MOVE 'N' TO FCV-RESULT                               CPYFCNV 
003410     END-EVALUATE.                                                CPYFCNV 
003420 4000-EXIT.                                                       CPYFCNV 
003430     EXIT.                                                        CPYFCNV 
003440*                                                                 CPYFCNV 
003450 4100-SCALE-UP-ONE.                                               CPYFCNV 
003460     COMPUTE WS-MAG = WS-MAG * 10                                 CPYFCNV 
003470         ON SIZE ERROR MOVE 'O' TO FCV-RESULT                     CPYFCNV 
003480     END-COMPUTE.                                                 CPYFCNV 
003490 4100-EXIT.                                                       CPYFCNV 
003500     EXIT.                                                        CPYFCNV 
003510*                                                                 CPYFCNV 
003520 4200-SCALE-DOWN-ONE.                                             CPYFCNV 
003530     DIVIDE WS-MAG BY 10 GIVING WS-MAG REMAINDER WS-REM.          CPYFCNV 
003540     IF WS-REM NOT = 0 AND FCV-OK                                 CPYFCNV 
003550         MOVE 'T' TO FCV-RESULT                                   CPYFCNV 
003560     END-IF.                                                      CPYFCNV 
003570 4200-EXIT.                                                       CPYFCNV 
003580     EXIT.                                                        CPYFCNV 
003590*                                                                 CPYFCNV 
003600 4300-RAISE-LIMIT.                                                CPYFCNV 
003610     COMPUTE WS-LIMIT = WS-LIMIT * 10.                            CPYFCNV 
003620 4300-EXIT.                                                       CPYFCNV 
003630     EXIT.                                                        CPYFCNV 
003640*                                                                 CPYFCNV 
003650 5000-ENCODE-ZONED.                                               CPYFCNV 
003660     MOVE WS-MAG TO WS-ZONED.                                     CPYFCNV 
003670     IF WS-LAST > 18                                              CPYFCNV 
003680         MOVE ALL '0' TO FCV-BYTES(1:WS-LAST - 18)                CPYFCNV 
003690         MOVE WS-ZONED TO FCV-BYTES(WS-LAST - 17:18)              CPYFCNV 
003700     ELSE                                                         CPYFCNV 
003710         MOVE WS-ZONED(19 - WS-LAST:WS-LAST)                      CPYFCNV 
003720             TO FCV-BYTES(1:WS-LAST)                              CPYFCNV 
003730     END-IF.                                                      CPYFCNV 
003740     IF WS-NEG-SW = 'Y'                                           CPYFCNV 
003750         MOVE FCV-BYTES(WS-LAST:1) TO WS-DIGIT                    CPYFCNV 
003760         COMPUTE WS-POS = 31 + WS-DIGIT                           CPYFCNV 
003770         MOVE WS-SIGN-TABLE(WS-POS:1) TO FCV-BYTES(WS-LAST:1)     CPYFCNV 
003780     END-IF.                                                      CPYFCNV 
003790 5000-EXIT.                                                       CPYFCNV 
003800     EXIT.                                                        CPYFCNV 
003810*                                                                 CPYFCNV 
003820 5100-ENCODE-EBCDIC-ZONED.                                        CPYFCNV 
003830     PERFORM 5110-PUT-ONE-EBCDIC-DIGIT THRU 5110-EXIT             CPYFCNV 
003840         VARYING WS-IX FROM WS-LAST BY -1 UNTIL WS-IX < 1.        CPYFCNV 
003850 5100-EXIT.                                                       CPYFCNV 
003860     EXIT.                                                        CPYFCNV 
003870*                                                                 CPYFCNV 
003880 5110-PUT-ONE-EBCDIC-DIGIT.                                       CPYFCNV 
003890     DIVIDE WS-MAG BY 10 GIVING WS-MAG REMAINDER WS-LO.           CPYFCNV 
003900     MOVE 15 TO WS-HI.                                            CPYFCNV 
003910     IF WS-IX = WS-LAST AND FCV-SIGNED = 'Y'                      CPYFCNV 
003920         IF WS-NEG-SW = 'Y'                                       CPYFCNV 
003930             MOVE 13 TO WS-HI                                     CPYFCNV 
003940         ELSE                                                     CPYFCNV 
003950             MOVE 12 TO WS-HI                                     CPYFCNV 
003960         END-IF                                                   CPYFCNV 
003970     END-IF.                                                      CPYFCNV 
003980     COMPUTE WS-BYTE-VAL = WS-HI * 16 + WS-LO.                    CPYFCNV 
003990     MOVE FUNCTION CHAR(WS-BYTE-VAL + 1) TO FCV-BYTES(WS-IX:1).   CPYFCNV 
004000 5110-EXIT.                                                       CPYFCNV 
004010     EXIT.                                                        CPYFCNV 
004020*                                                                 CPYFCNV 
004030*-------------------------------------------------------------    CPYFCNV 
004040*6000-ENCODE-BINARY - A NEGATIVE VALUE GOES DOWN AS ITS           CPYFCNV 
004050*MAGNITUDE LESS ONE WITH EVERY BYTE INVERTED (TWO'S COMPLEMENT    CPYFCNV 
004060*WITHOUT EVER HOLDING 2**64).                                     CPYFCNV 
004070*-------------------------------------------------------------    CPYFCNV 
004080 6000-ENCODE-BINARY.                                              CPYFCNV 
004090     IF WS-NEG-SW = 'Y'                                           CPYFCNV 
004100         SUBTRACT 1 FROM WS-MAG                                   CPYFCNV 
004110     END-IF.                                                      CPYFCNV 
004120     PERFORM 6100-PUT-ONE-BINARY-BYTE THRU 6100-EXIT              CPYFCNV 
004130         VARYING WS-IX FROM WS-LAST BY -1 UNTIL WS-IX < 1.        CPYFCNV 
004140 6000-EXIT.                                                       CPYFCNV 
004150     EXIT.                                                        CPYFCNV 
004160*                                                                 CPYFCNV 
004170 6100-PUT-ONE-BINARY-BYTE.                                        CPYFCNV 
004180     DIVIDE WS-MAG BY 256 GIVING WS-MAG REMAINDER WS-BYTE-VAL.    CPYFCNV 
004190     IF WS-NEG-SW = 'Y'                                           CPYFCNV 
004200         COMPUTE WS-BYTE-VAL = 255 - WS-BYTE-VAL                  CPYFCNV 
004210     END-IF.                                                      CPYFCNV 
004220     MOVE FUNCTION CHAR(WS-BYTE-VAL + 1) TO FCV-BYTES(WS-IX:1).   CPYFCNV 
004230 6100-EXIT.                                                       CPYFCNV 
004240     EXIT.                                                        CPYFCNV 
004250*                                                                 CPYFCNV 
004260 6500-ENCODE-PACKED.                                              CPYFCNV 
004270     PERFORM 6510-PUT-ONE-PACKED-BYTE THRU 6510-EXIT              CPYFCNV 
004280         VARYING WS-IX FROM WS-LAST BY -1 UNTIL WS-IX < 1.        CPYFCNV 
004290 6500-EXIT.                                                       CPYFCNV 
004300     EXIT.                                                        CPYFCNV 
004310*                                                                 CPYFCNV 
004320 6510-PUT-ONE-PACKED-BYTE.                                        CPYFCNV 
004330     IF WS-IX = WS-LAST                                           CPYFCNV 
004340         EVALUATE TRUE                                            CPYFCNV 
004350             WHEN FCV-SIGNED NOT = 'Y'                            CPYFCNV 
004360                 MOVE 15 TO WS-LO                                 CPYFCNV 
004370             WHEN WS-NEG-SW = 'Y'                                 CPYFCNV 
004380                 MOVE 13 TO WS-LO                                 CPYFCNV 
004390             WHEN OTHER                                           CPYFCNV 
004400                 MOVE 12 TO WS-LO                                 CPYFCNV 
004410         END-EVALUATE                                             CPYFCNV 
004420     ELSE                                                         CPYFCNV 
004430         DIVIDE WS-MAG BY 10 GIVING WS-MAG REMAINDER WS-LO        CPYFCNV 
004440     END-IF.                                                      CPYFCNV 
004450     DIVIDE WS-MAG BY 10 GIVING WS-MAG REMAINDER WS-HI.           CPYFCNV 
004460     COMPUTE WS-BYTE-VAL = WS-HI * 16 + WS-LO.                    CPYFCNV 
004470     MOVE FUNCTION CHAR(WS-BYTE-VAL + 1) TO FCV-BYTES(WS-IX:1).   CPYFCNV 
004480 6510-EXIT.                                                       CPYFCNV 
004490     EXIT.                                                        CPYFCNV 
004500*                                                                 CPYFCNV 
004510*-------------------------------------------------------------    CPYFCNV 
004520*7000-EDIT-VALUE-TEXT - LEADING MINUS, NO LEADING ZEROS, ONE      CPYFCNV 
004530*INTEGER DIGIT AT LEAST, ACTUAL POINT WHEN THERE ARE DECIMALS.    CPYFCNV 
004540*-------------------------------------------------------------    CPYFCNV 
004550 7000-EDIT-VALUE-TEXT.                                            CPYFCNV 
004560     MOVE SPACES TO FCV-TEXT.                                     CPYFCNV 
004570     MOVE SPACE TO WS-EDIT-SIGN.                                  CPYFCNV 
004580     IF FCV-VALUE < 0                                             CPYFCNV 
004590         MOVE '-' TO WS-EDIT-SIGN                                 CPYFCNV 
004600         COMPUTE WS-ZONED = 0 - FCV-VALUE                         CPYFCNV 
004610     ELSE                                                         CPYFCNV 
004620         MOVE FCV-VALUE TO WS-ZONED                               CPYFCNV 
004630     END-IF.                                                      CPYFCNV 
004640     IF FCV-VALUE-SCALE > 17                                      CPYFCNV 
004650         MOVE 'N' TO FCV-RESULT                                   CPYFCNV 
004660         GO TO 7000-EXIT.                                         CPYFCNV 
004670     COMPUTE WS-INT-LEN = 18 - FCV-VALUE-SCALE.                   CPYFCNV 
004680     MOVE 0 TO WS-LEAD.                                           CPYFCNV 
004690     INSPECT WS-ZONED(1:WS-INT-LEN) TALLYING WS-LEAD              CPYFCNV 
004700         FOR LEADING '0'.                                         CPYFCNV 
004710     IF WS-LEAD = WS-INT-LEN                                      CPYFCNV 
004720         SUBTRACT 1 FROM WS-LEAD                                  CPYFCNV 
004730     END-IF.                                                      CPYFCNV 
004740     IF FCV-VALUE-SCALE = 0                                       CPYFCNV 
004750         STRING WS-EDIT-SIGN DELIMITED BY SPACE                   CPYFCNV 
004760             WS-ZONED(WS-LEAD + 1:WS-INT-LEN - WS-LEAD)           CPYFCNV 
004770                 DELIMITED BY SIZE                                CPYFCNV 
004780             INTO FCV-TEXT                                        CPYFCNV 
004790         END-STRING                                               CPYFCNV 
004800     ELSE                                                         CPYFCNV 
004810         STRING WS-EDIT-SIGN DELIMITED BY SPACE                   CPYFCNV 
004820             WS-ZONED(WS-LEAD + 1:WS-INT-LEN - WS-LEAD)           CPYFCNV 
004830                 DELIMITED BY SIZE                                CPYFCNV 
004840             '.' DELIMITED BY SIZE                                CPYFCNV 
004850             WS-ZONED(WS-INT-LEN + 1:FCV-VALUE-SCALE)             CPYFCNV 
004860                 DELIMITED BY SIZE                                CPYFCNV 
004870             INTO FCV-TEXT                                        CPYFCNV 
004880         END-STRING                                               CPYFCNV 
004890     END-IF.                                                      CPYFCNV 
004900 7000-EXIT.                                                       CPYFCNV 
004910     EXIT.                                                        CPYFCNV 
004920*                                                                 CPYFCNV 
004930*-------------------------------------------------------------    CPYFCNV 
004940*8000-READ-VALUE-TEXT - OPTIONAL SIGN (LEADING OR TRAILING),      CPYFCNV 
004950*DIGITS, AT MOST ONE POINT, SURROUNDING BLANKS.  AN ALL-BLANK     CPYFCNV 
004960*TEXT READS AS ZERO.                                              CPYFCNV 
004970*-------------------------------------------------------------    CPYFCNV 
004980 8000-READ-VALUE-TEXT.                                            CPYFCNV 
004990     MOVE 0 TO WS-MAG FCV-VALUE FCV-VALUE-SCALE.                  CPYFCNV 
005000     MOVE 'N' TO WS-NEG-SW WS-POINT-SW WS-SIGN-SW.                CPYFCNV 
005010     MOVE 'L' TO WS-TXT-STATE.                                    CPYFCNV 
005020     PERFORM 8100-READ-ONE-TEXT-CHAR THRU 8100-EXIT               CPYFCNV 
005030         VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > 40               CPYFCNV 
005040            OR NOT FCV-OK.                                        CPYFCNV 
005050     IF NOT FCV-OK                                                CPYFCNV 
005060         GO TO 8000-EXIT.                                         CPYFCNV 
005070     IF WS-NEG-SW = 'Y'                                           CPYFCNV 
005080         COMPUTE FCV-VALUE = 0 - WS-MAG                           CPYFCNV 
005090     ELSE                                                         CPYFCNV 
005100         MOVE WS-MAG TO FCV-VALUE                                 CPYFCNV 
005110     END-IF.                                                      CPYFCNV 
005120 8000-EXIT.                                                       CPYFCNV 
005130     EXIT.                                                        CPYFCNV 
005140*                                                                 CPYFCNV 
005150 8100-READ-ONE-TEXT-CHAR.                                         CPYFCNV 
005160     MOVE FCV-TEXT(WS-IX:1) TO WS-ONE-CHAR.                       CPYFCNV 
005170     EVALUATE TRUE                                                CPYFCNV 
005180         WHEN WS-ONE-CHAR = SPACE                                 CPYFCNV 
005190             IF WS-TXT-IN-NUMBER                                  CPYFCNV 
005200                 MOVE 'E' TO WS-TXT-STATE                         CPYFCNV 
005210             END-IF                                               CPYFCNV 
005220         WHEN WS-ONE-CHAR = '+' OR WS-ONE-CHAR = '-'              CPYFCNV 
005230             IF WS-SIGN-SEEN                                      CPYFCNV 
005240                 MOVE 'N' TO FCV-RESULT                           CPYFCNV 
005250                 GO TO 8100-EXIT                                  CPYFCNV 
005260             END-IF                                               CPYFCNV 
005270             MOVE 'Y' TO WS-SIGN-SW                               CPYFCNV 
005280             IF NOT WS-TXT-LEADING                                CPYFCNV 
005290                 MOVE 'E' TO WS-TXT-STATE                         CPYFCNV 
005300             END-IF                                               CPYFCNV 
005310             IF WS-ONE-CHAR = '-'                                 CPYFCNV 
005320                 MOVE 'Y' TO WS-NEG-SW                            CPYFCNV 
005330             END-IF                                               CPYFCNV 
005340         WHEN WS-ONE-CHAR NUMERIC                                 CPYFCNV 
005350             IF WS-TXT-ENDED                                      CPYFCNV 
005360                 MOVE 'N' TO FCV-RESULT                           CPYFCNV 
005370                 GO TO 8100-EXIT                                  CPYFCNV 
005380             END-IF                                               CPYFCNV 
005390             MOVE 'N' TO WS-TXT-STATE                             CPYFCNV 
005400             MOVE WS-ONE-CHAR TO WS-DIGIT                         CPYFCNV 
005410             COMPUTE WS-MAG = WS-MAG * 10 + WS-DIGIT              CPYFCNV 
005420                 ON SIZE ERROR MOVE 'O' TO FCV-RESULT             CPYFCNV 
005430             END-COMPUTE                                          CPYFCNV 
005440             IF WS-POINT-SEEN                                     CPYFCNV 
005450                 ADD 1 TO FCV-VALUE-SCALE                         CPYFCNV 
005460             END-IF                                               CPYFCNV 
005470         WHEN WS-ONE-CHAR = '.'                                   CPYFCNV 
005480             IF WS-POINT-SEEN OR WS-TXT-ENDED                     CPYFCNV 
005490                 MOVE 'N' TO FCV-RESULT                           CPYFCNV 
005500             ELSE                                                 CPYFCNV 
005510                 MOVE 'Y' TO WS-POINT-SW                          CPYFCNV 
005520                 MOVE 'N' TO WS-TXT-STATE                         CPYFCNV 
005530             END-IF                                               CPYFCNV 
005540         WHEN OTHER                                               CPYFCNV 
005550             MOVE 'N' TO FCV-RESULT                               CPYFCNV 
005560     END-EVALUATE.                                                CPYFCNV 
005570 8100-EXIT.                                                       CPYFCNV 
005580     EXIT.                                                        CPYFCNV 
