000010 IDENTIFICATION DIVISION.                                         CPYSRCF 
000020 PROGRAM-ID. CPYSRCF.                                             CPYSRCF 
000030 AUTHOR. R SANDOVAL.                                              CPYSRCF 
000040 INSTALLATION. DATA CENTER SERVICES - COPYBOOK TOOLING.           CPYSRCF 
000050 DATE-WRITTEN. 2026-10-15.                                        CPYSRCF 
000060 DATE-COMPILED.                                                   CPYSRCF 
000070*-------------------------------------------------------------    CPYSRCF 
000080*MODIFICATION HISTORY                                             CPYSRCF 
000090*-------------------------------------------------------------    CPYSRCF 
000100*2026-10-15 RS  SOURCE-FORMAT READER FOR THE COLUMN SCANNERS.     CPYSRCF 
000110*               THE ENGINE HONORS >>SOURCE FORMAT FREE|FIXED      CPYSRCF 
000120*               PER MEMBER AND PER COPYBOOK; THE PROGRAMS         CPYSRCF 
000130*               THAT READ MEMBER, COPYBOOK AND DECK TEXT BY       CPYSRCF 
000140*               COLUMN NOW CALL THIS ONE LINE AT A TIME           CPYSRCF 
000150*               (CPYSFP PARAMETER BLOCK) AND GET BACK THE         CPYSRCF 
000160*               FIXED CARD THE LINE STANDS FOR, SO THEIR          CPYSRCF 
000170*               INDICATOR-AREA AND TEXT-AREA RULES HOLD FOR       CPYSRCF 
000180*               FREE-FORMAT SOURCE TOO.  THE DIRECTIVE AND        CPYSRCF 
000190*               *> RULES ARE THE ENGINE'S (2500-2525 IN CPYXPND)  CPYSRCF 
000200*               AND CPYNORM'S.                                    CPYSRCF 
000210*-------------------------------------------------------------    CPYSRCF 
000220 ENVIRONMENT DIVISION.                                            CPYSRCF 
000230 CONFIGURATION SECTION.                                           CPYSRCF 
000240 SOURCE-COMPUTER. GENERIC-COMPUTER.                               CPYSRCF 
000250 OBJECT-COMPUTER. GENERIC-COMPUTER.                               CPYSRCF 
000260 DATA DIVISION.                                                   CPYSRCF 
000270 WORKING-STORAGE SECTION.                                         CPYSRCF 
000280*    THE LINE IS WORKED ON WITH A FEW SPARE BYTES PAST ITS        CPYSRCF 
000290*    END SO A TWO-BYTE LOOK AT THE LAST COLUMN STAYS INSIDE.      CPYSRCF 
000300 77  WS-TEXT                 PIC X(260) VALUE SPACES.             CPYSRCF 
000310 77  WS-UPPER                PIC X(260) VALUE SPACES.             CPYSRCF 
000320 77  WS-LEAD                 PIC 9(04) COMP VALUE 0.              CPYSRCF 
000330 77  WS-LAST                 PIC 9(04) COMP VALUE 0.              CPYSRCF 
000340 77  WS-POS                  PIC 9(04) COMP VALUE 0.              CPYSRCF 
000350 77  WS-CUT                  PIC 9(04) COMP VALUE 0.              CPYSRCF 
000360 77  WS-TALLY                PIC 9(04) COMP VALUE 0.              CPYSRCF 
000370 77  WS-QUOTE                PIC X(01) VALUE SPACE.               CPYSRCF 
000380 LINKAGE SECTION.                                                 CPYSRCF 
000390 COPY CPYSFP.                                                     CPYSRCF 
000400 PROCEDURE DIVISION USING CPYSRCF-PARMS.                          CPYSRCF 
000410*-------------------------------------------------------------    CPYSRCF 
000420*0000-MAINLINE - A DIRECTIVE IS TESTED FOR UNDER THE FORMAT       CPYSRCF 
000430*IN FORCE BEFORE IT; IT THEN SETS THE FORMAT FOR THE LINES        CPYSRCF 
000440*THAT FOLLOW.                                                     CPYSRCF 
000450*-------------------------------------------------------------    CPYSRCF 
000460 0000-MAINLINE.                                                   CPYSRCF 
000470     MOVE 'T' TO SRCF-TYPE.                                       CPYSRCF 
000480     MOVE 'N' TO SRCF-CUT-SW.                                     CPYSRCF 
000490     PERFORM 1000-TEST-SOURCE-DIRECTIVE THRU 1000-EXIT.           CPYSRCF 
000500     IF SRCF-DIRECTIVE                                            CPYSRCF 
000510         PERFORM 2000-DIRECTIVE-CARD THRU 2000-EXIT               CPYSRCF 
000520     ELSE                                                         CPYSRCF 
000530         IF SRCF-FREE-FORMAT                                      CPYSRCF 
000540             PERFORM 3000-FREE-LINE-CARD THRU 3000-EXIT           CPYSRCF 
000550         ELSE                                                     CPYSRCF 
000560             PERFORM 4000-FIXED-LINE-CARD THRU 4000-EXIT          CPYSRCF 
000570         END-IF                                                   CPYSRCF 
000580     END-IF.                                                      CPYSRCF 
000590     GOBACK.                                                      CPYSRCF 
000600*                                                                 CPYSRCF 
000610*    >>SOURCE FORMAT FREE (OR FIXED) AT THE FIRST NONBLANK - IN   CPYSRCF 
000620*    FIXED FORM PAST THE SEQUENCE AND INDICATOR AREAS.            CPYSRCF 
000630 1000-TEST-SOURCE-DIRECTIVE.                                      CPYSRCF 
000640     MOVE SRCF-LINE TO WS-UPPER.                                  CPYSRCF 
000650     INSPECT WS-UPPER CONVERTING                                  CPYSRCF 
000660         'abcdefghijklmnopqrstuvwxyz'                             CPYSRCF 
000670         TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.                         CPYSRCF 
000680     IF NOT SRCF-FREE-FORMAT                                      CPYSRCF 
000690         IF WS-UPPER(7:1) = '*' OR WS-UPPER(7:1) = '/'            CPYSRCF 
000700             GO TO 1000-EXIT                                      CPYSRCF 
000710         END-IF                                                   CPYSRCF 
000720         IF WS-UPPER(1:6) NUMERIC                                 CPYSRCF 
000730             MOVE SPACES TO WS-UPPER(1:7)                         CPYSRCF 
000740         END-IF                                                   CPYSRCF 
000750     END-IF.                                                      CPYSRCF 
000760     MOVE 0 TO WS-LEAD.                                           CPYSRCF 
000770     INSPECT WS-UPPER TALLYING WS-LEAD FOR LEADING SPACE.         CPYSRCF 
000780     IF WS-LEAD > 248                                             CPYSRCF 
000790         GO TO 1000-EXIT.                                         CPYSRCF 
000800     IF WS-UPPER(WS-LEAD + 1:8) NOT = '>>SOURCE'                  CPYSRCF 
000810         GO TO 1000-EXIT.                                         CPYSRCF 
000820     MOVE 'D' TO SRCF-TYPE.                                       CPYSRCF 
000830 1000-EXIT.                                                       CPYSRCF 
000840     EXIT.                                                        CPYSRCF 
000850*                                                                 CPYSRCF 
000860*-------------------------------------------------------------    CPYSRCF 
000870*2000-DIRECTIVE-CARD - THE DIRECTIVE COMES BACK AS A COMMENT      CPYSRCF 
000880*CARD CARRYING ITS TEXT, SO A SCANNER PASSES OVER IT.             CPYSRCF 
000890*-------------------------------------------------------------    CPYSRCF 
000900 2000-DIRECTIVE-CARD.                                             CPYSRCF 
000910     MOVE SPACES TO SRCF-CARD.                                    CPYSRCF 
000920     MOVE '*' TO SRCF-CARD(7:1).                                  CPYSRCF 
000930     MOVE SRCF-LINE(WS-LEAD + 1:) TO SRCF-CARD(8:65).             CPYSRCF 
000940     MOVE 0 TO WS-TALLY.                                          CPYSRCF 
000950     INSPECT WS-UPPER TALLYING WS-TALLY                           CPYSRCF 
000960         FOR ALL ' FREE'.                                         CPYSRCF 
000970     IF WS-TALLY > 0                                              CPYSRCF 
000980         MOVE 'F' TO SRCF-FORMAT                                  CPYSRCF 
000990     ELSE                                                         CPYSRCF 
001000         MOVE SPACE TO SRCF-FORMAT                                CPYSRCF 
001010     END-IF.                                                      CPYSRCF 
001020 2000-EXIT.                                                       CPYSRCF 
001030     EXIT.                                                        CPYSRCF 
001040*                                                                 CPYSRCF 
001050*-------------------------------------------------------------    CPYSRCF 
001060*3000-FREE-LINE-CARD - A *> LINE IS A COMMENT CARD AND >>D A      CPYSRCF 
001070*DEBUGGING CARD.  CODE KEEPS ITS INDENTATION WHEN THE LINE        CPYSRCF 
001080*FITS THE 65-BYTE TEXT AREA; OTHERWISE IT IS MOVED LEFT TO        CPYSRCF 
001090*COL 8, AND WHATEVER STILL OVERRUNS COL 72 IS CUT.                CPYSRCF 
001100*-------------------------------------------------------------    CPYSRCF 
001110 3000-FREE-LINE-CARD.                                             CPYSRCF 
001120     MOVE SPACES TO SRCF-CARD.                                    CPYSRCF 
001130     MOVE SRCF-LINE TO WS-TEXT.                                   CPYSRCF 
001140     MOVE 0 TO WS-LEAD.                                           CPYSRCF 
001150     INSPECT WS-TEXT TALLYING WS-LEAD FOR LEADING SPACE.          CPYSRCF 
001160     IF WS-LEAD > 255                                             CPYSRCF 
001170         GO TO 3000-EXIT.                                         CPYSRCF 
001180     IF WS-TEXT(WS-LEAD + 1:2) = '*>'                             CPYSRCF 
001190         MOVE 'C' TO SRCF-TYPE                                    CPYSRCF 
001200         MOVE '*' TO SRCF-CARD(7:1)                               CPYSRCF 
001210         MOVE WS-TEXT(WS-LEAD + 3:) TO SRCF-CARD(8:65)            CPYSRCF 
001220         GO TO 3000-EXIT.                                         CPYSRCF 
001230     PERFORM 3100-STRIP-INLINE-COMMENT THRU 3100-EXIT.            CPYSRCF 
001240     MOVE WS-TEXT TO WS-UPPER.                                    CPYSRCF 
001250     INSPECT WS-UPPER CONVERTING                                  CPYSRCF 
001260         'abcdefghijklmnopqrstuvwxyz'                             CPYSRCF 
001270         TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.                         CPYSRCF 
001280     IF WS-UPPER(WS-LEAD + 1:4) = '>>D '                          CPYSRCF 
001290         MOVE 'D' TO SRCF-CARD(7:1)                               CPYSRCF 
001300         MOVE SPACES TO WS-TEXT(WS-LEAD + 1:3)                    CPYSRCF 
001310     END-IF.                                                      CPYSRCF 
001320     MOVE 0 TO WS-LEAD.                                           CPYSRCF 
001330     INSPECT WS-TEXT TALLYING WS-LEAD FOR LEADING SPACE.          CPYSRCF 
001340     IF WS-LEAD > 255                                             CPYSRCF 
001350         GO TO 3000-EXIT.                                         CPYSRCF 
001360     MOVE 256 TO WS-LAST.                                         CPYSRCF 
001370     PERFORM 3200-STEP-BACK-ONE THRU 3200-EXIT                    CPYSRCF 
001380         UNTIL WS-TEXT(WS-LAST:1) NOT = SPACE.                    CPYSRCF 
001390     IF WS-LAST <= 65                                             CPYSRCF 
001400         MOVE WS-TEXT(1:65) TO SRCF-CARD(8:65)                    CPYSRCF 
001410         GO TO 3000-EXIT.                                         CPYSRCF 
001420     MOVE WS-TEXT(WS-LEAD + 1:) TO SRCF-CARD(8:65).               CPYSRCF 
001430     IF WS-LAST - WS-LEAD > 65                                    CPYSRCF 
001440         MOVE 'Y' TO SRCF-CUT-SW.                                 CPYSRCF 
001450 3000-EXIT.                                                       CPYSRCF 
001460     EXIT.                                                        CPYSRCF 
001470*                                                                 CPYSRCF 
001480 3100-STRIP-INLINE-COMMENT.                                       CPYSRCF 
001490     MOVE SPACE TO WS-QUOTE.                                      CPYSRCF 
001500     MOVE 0 TO WS-CUT.                                            CPYSRCF 
001510     PERFORM 3110-SCAN-COMMENT-CHAR THRU 3110-EXIT                CPYSRCF 
001520         VARYING WS-POS FROM 1 BY 1                               CPYSRCF 
001530         UNTIL WS-POS > 255 OR WS-CUT > 0.                        CPYSRCF 
001540     IF WS-CUT > 0                                                CPYSRCF 
001550         MOVE SPACES TO WS-TEXT(WS-CUT:)                          CPYSRCF 
001560     END-IF.                                                      CPYSRCF 
001570 3100-EXIT.                                                       CPYSRCF 
001580     EXIT.                                                        CPYSRCF 
001590*                                                                 CPYSRCF 
001600 3110-SCAN-COMMENT-CHAR.                                          CPYSRCF 
001610     IF WS-QUOTE NOT = SPACE                                      CPYSRCF 
001620         IF WS-TEXT(WS-POS:1) = WS-QUOTE                          CPYSRCF 
001630             MOVE SPACE TO WS-QUOTE                               CPYSRCF 
001640         END-IF                                                   CPYSRCF 
001650         GO TO 3110-EXIT.                                         CPYSRCF 
001660     IF WS-TEXT(WS-POS:1) = '"' OR "'"                            CPYSRCF 
001670         MOVE WS-TEXT(WS-POS:1) TO WS-QUOTE                       CPYSRCF 
001680         GO TO 3110-EXIT.                                         CPYSRCF 
001690     IF WS-TEXT(WS-POS:2) = '*>'                                  CPYSRCF 
001700         MOVE WS-POS TO WS-CUT.                                   CPYSRCF 
001710 3110-EXIT.                                                       CPYSRCF 
001720     EXIT.                                                        CPYSRCF 
001730*                                                                 CPYSRCF 
001740 3200-STEP-BACK-ONE.                                              CPYSRCF 
001750     SUBTRACT 1 FROM WS-LAST.                                     CPYSRCF 
001760 3200-EXIT.                                                       CPYSRCF 
001770     EXIT.                                                        CPYSRCF 
001780*                                                                 CPYSRCF 
001790*-------------------------------------------------------------    CPYSRCF 
001800*4000-FIXED-LINE-CARD - A FIXED LINE IS ALREADY ITS OWN CARD.     CPYSRCF 
001810*-------------------------------------------------------------    CPYSRCF 
001820 4000-FIXED-LINE-CARD.                                            CPYSRCF 
001830     MOVE SRCF-LINE(1:80) TO SRCF-CARD.                           CPYSRCF 
001840     IF SRCF-CARD(7:1) = '*' OR SRCF-CARD(7:1) = '/'              CPYSRCF 
001850         MOVE 'C' TO SRCF-TYPE                                    CPYSRCF 
001860     END-IF.                                                      CPYSRCF 
001870 4000-EXIT.                                                       CPYSRCF 
001880     EXIT.                                                        CPYSRCF 
