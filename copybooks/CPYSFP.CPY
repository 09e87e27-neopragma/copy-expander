000010* CPYSFP -- parameter block for CPYSRCF, the source-format        CPYSFP  
000020* reader shared by the programs that scan member, copybook and    CPYSFP  
000030* deck text by column.  The caller sets SRCF-FORMAT to SPACE as   CPYSFP  
000040* it opens each file (every file starts in fixed form), then      CPYSFP  
000050* for each record read moves it to SRCF-LINE and calls CPYSRCF.   CPYSFP  
000060* SRCF-FORMAT follows the file's >>SOURCE FORMAT directives       CPYSFP  
000070* from one call to the next.  SRCF-CARD comes back as the fixed   CPYSFP  
000080* card the line stands for, so the caller's column rules -        CPYSFP  
000090* indicator col 7, text cols 8-72 - hold for either form:         CPYSFP  
000100*   - a fixed line comes back exactly as it was read;             CPYSFP  
000110*   - a >>SOURCE directive comes back as a comment card;          CPYSFP  
000120*   - a free *> comment line comes back as a comment card;        CPYSFP  
000130*   - a free >>D line comes back as a debugging card;             CPYSFP  
000140*   - a free code line comes back with any inline *> comment      CPYSFP  
000150*     dropped and its text in cols 8-72, moved left past its      CPYSFP  
000160*     indentation when it would not fit (SRCF-TEXT-CUT when       CPYSFP  
000170*     it still did not).                                          CPYSFP  
000180* A free line's card has blank sequence and stamp areas.          CPYSFP  
000190 01  CPYSRCF-PARMS.                                               CPYSFP  
000200     05  SRCF-FORMAT             PIC X(01).                       CPYSFP  
000210         88  SRCF-FREE-FORMAT    VALUE 'F'.                       CPYSFP  
000220     05  SRCF-LINE               PIC X(256).                      CPYSFP  
000230     05  SRCF-TYPE               PIC X(01).                       CPYSFP  
000240         88  SRCF-DIRECTIVE      VALUE 'D'.                       CPYSFP  
000250         88  SRCF-COMMENT        VALUE 'C'.                       CPYSFP  
000260         88  SRCF-CODE           VALUE 'T'.                       CPYSFP  
000270     05  SRCF-CARD               PIC X(80).                       CPYSFP  
000280     05  SRCF-CUT-SW             PIC X(01).                       CPYSFP  
000290         88  SRCF-TEXT-CUT       VALUE 'Y'.                       CPYSFP  
