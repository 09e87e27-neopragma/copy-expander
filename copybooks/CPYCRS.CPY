000010* CPYCRS -- compile-results record.  CPYCOMP writes               CPYCRS  
000020* registry/CPYCOMP.DAT afresh on every run: one D record per      CPYCRS  
000030* worklist deck (outcome, compiler return code, error and         CPYCRS  
000040* warning counts), each followed by one M record per              CPYCRS  
000050* diagnostic.  A diagnostic's deck line is traced through the     CPYCRS  
000060* deck's provenance side file (<deck>.PRV) to the copybook and    CPYCRS  
000070* library, or the member itself (library spaces), and the         CPYCRS  
000080* original sequence number that produced it.  Source name         CPYCRS  
000090* spaces means the line could not be traced.                      CPYCRS  
000100 01  CRS-RECORD.                                                  CPYCRS  
000110     05  CRS-RUN-TS              PIC X(15).                       CPYCRS  
000120     05  CRS-MEMBER              PIC X(10).                       CPYCRS  
000130     05  CRS-REC-TYPE            PIC X(01).                       CPYCRS  
000140         88  CRS-DECK-REC        VALUE 'D'.                       CPYCRS  
000150         88  CRS-DIAG-REC        VALUE 'M'.                       CPYCRS  
000160     05  CRS-DETAIL              PIC X(160).                      CPYCRS  
000170     05  CRS-DECK-DETAIL REDEFINES CRS-DETAIL.                    CPYCRS  
000180         10  CRS-OUTCOME         PIC X(08).                       CPYCRS  
000190         10  CRS-COMPILE-RC      PIC 9(03).                       CPYCRS  
000200         10  CRS-ERROR-COUNT     PIC 9(05).                       CPYCRS  
000210         10  CRS-WARN-COUNT      PIC 9(05).                       CPYCRS  
000220         10  CRS-FINGERPRINT     PIC X(09).                       CPYCRS  
000230         10  CRS-DECK-NAME       PIC X(80).                       CPYCRS  
000240         10  FILLER              PIC X(50).                       CPYCRS  
000250     05  CRS-DIAG-DETAIL REDEFINES CRS-DETAIL.                    CPYCRS  
000260         10  CRS-DECK-LINE       PIC 9(08).                       CPYCRS  
000270         10  CRS-SEVERITY        PIC X(01).                       CPYCRS  
000280         10  CRS-SOURCE-NAME     PIC X(30).                       CPYCRS  
000290         10  CRS-LIBRARY         PIC X(08).                       CPYCRS  
000300         10  CRS-SOURCE-SEQ      PIC X(06).                       CPYCRS  
000310         10  CRS-MESSAGE         PIC X(107).                      CPYCRS  
