000010* CPYFCP -- parameter block for the CPYFCNV field codec, the      CPYFCP  
000020* one place the data utilities turn the bytes of a numeric        CPYFCP  
000030* field into a value and back.  The caller describes the field    CPYFCP  
000040* (FCV-USAGE spaces/COMP/COMP-3, FCV-LENGTH in bytes,             CPYFCP  
000050* FCV-DIGITS and FCV-SCALE from the PICTURE, FCV-SIGNED 'Y' for   CPYFCP  
000060* an S picture) and picks FCV-FUNCTION:                           CPYFCP  
000070*   'D' decode FCV-BYTES into FCV-VALUE (unscaled, at             CPYFCP  
000080*       FCV-VALUE-SCALE decimal places);                          CPYFCP  
000090*   'E' encode FCV-VALUE/FCV-VALUE-SCALE into FCV-BYTES,          CPYFCP  
000100*       rescaling to the field's own decimal places;              CPYFCP  
000110*   'T' edit FCV-VALUE/FCV-VALUE-SCALE as signed text with an     CPYFCP  
000120*       actual decimal point into FCV-TEXT;                       CPYFCP  
000130*   'R' read FCV-TEXT (sign, digits, one point) into              CPYFCP  
000140*       FCV-VALUE/FCV-VALUE-SCALE.                                CPYFCP  
000150* FCV-CHARSET 'E' takes zoned decimal in EBCDIC, otherwise the    CPYFCP  
000160* ASCII zoned form of this platform ('p'-'y' negative             CPYFCP  
000170* overpunch; '{' 'A'-'I' '}' 'J'-'R' are accepted on decode).     CPYFCP  
000180* FCV-RESULT other than 'Y' says why the field did not convert;   CPYFCP  
000190* on encode, 'O' (high-order digits lost), 'L' (sign lost) and    CPYFCP  
000200* 'T' (low-order decimals lost) still return the truncated        CPYFCP  
000210* bytes, just as a COBOL MOVE would have stored them.             CPYFCP  
000220 01  CPYFCNV-PARMS.                                               CPYFCP  
000230     05  FCV-FUNCTION            PIC X(01).                       CPYFCP  
000240         88  FCV-DECODE          VALUE 'D'.                       CPYFCP  
000250         88  FCV-ENCODE          VALUE 'E'.                       CPYFCP  
000260         88  FCV-EDIT-TEXT       VALUE 'T'.                       CPYFCP  
000270         88  FCV-READ-TEXT       VALUE 'R'.                       CPYFCP  
000280     05  FCV-USAGE               PIC X(08).                       CPYFCP  
000290     05  FCV-LENGTH              PIC 9(04) COMP.                  CPYFCP  
000300     05  FCV-DIGITS              PIC 9(03) COMP.                  CPYFCP  
000310     05  FCV-SCALE               PIC 9(02) COMP.                  CPYFCP  
000320     05  FCV-SIGNED              PIC X(01).                       CPYFCP  
000330     05  FCV-CHARSET             PIC X(01).                       CPYFCP  
000340     05  FCV-BYTES               PIC X(32).                       CPYFCP  
000350     05  FCV-VALUE               PIC S9(18).                      CPYFCP  
000360     05  FCV-VALUE-SCALE         PIC 9(02) COMP.                  CPYFCP  
000370     05  FCV-TEXT                PIC X(40).                       CPYFCP  
000380     05  FCV-RESULT              PIC X(01).                       CPYFCP  
000390         88  FCV-OK              VALUE 'Y'.                       CPYFCP  
000400         88  FCV-NOT-NUMERIC     VALUE 'N'.                       CPYFCP  
000410         88  FCV-BAD-SIGN        VALUE 'S'.                       CPYFCP  
000420         88  FCV-BAD-PACKED      VALUE 'P'.                       CPYFCP  
000430         88  FCV-OVERFLOW        VALUE 'O'.                       CPYFCP  
000440         88  FCV-SIGN-LOST       VALUE 'L'.                       CPYFCP  
000450         88  FCV-TRUNCATED       VALUE 'T'.                       CPYFCP  
