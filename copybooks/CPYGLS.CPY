000010* CPYGLS -- business glossary entry, config/CPYGLS.DAT.  One      CPYGLS  
000020* entry per (copybook, data name): what the field means in        CPYGLS  
000030* business terms, who the data steward is, and notes on its       CPYGLS  
000040* valid values.  The data name is spelled as the copybook         CPYGLS  
000050* spells it, :PREFIX: token and all.  Maintained online           CPYGLS  
000060* through CPYGLOS, which stamps who last changed the entry        CPYGLS  
000070* and keeps the before and after images in registry/              CPYGLS  
000080* CPYGLSH.DAT (COPY CPYGLH).  CPYDICT and CPYBRWS print the       CPYGLS  
000090* definition beside each field; CPYGCOV reports, per owning       CPYGLS  
000100* team, the fields that still have none.  Lines with '*' in       CPYGLS  
000110* col 1 are comments.                                             CPYGLS  
000120 01  GLS-RECORD.                                                  CPYGLS  
000130     05  GLS-COPYBOOK-NAME       PIC X(30).                       CPYGLS  
000140     05  FILLER                  PIC X(01).                       CPYGLS  
000150     05  GLS-DATA-NAME           PIC X(30).                       CPYGLS  
000160     05  FILLER                  PIC X(01).                       CPYGLS  
000170     05  GLS-STEWARD             PIC X(08).                       CPYGLS  
000180     05  FILLER                  PIC X(01).                       CPYGLS  
000190     05  GLS-DEFINITION          PIC X(56).                       CPYGLS  
000200     05  FILLER                  PIC X(01).                       CPYGLS  
000210     05  GLS-VALID-VALUES        PIC X(60).                       CPYGLS  
000220     05  FILLER                  PIC X(01).                       CPYGLS  
000230     05  GLS-UPDATED-TS          PIC X(15).                       CPYGLS  
000240     05  FILLER                  PIC X(01).                       CPYGLS  
000250     05  GLS-UPDATED-BY          PIC X(08).                       CPYGLS  
000260     05  FILLER                  PIC X(07).                       CPYGLS  
