000010* CPYDJN -- deck change journal record, registry/CPYDJN.DAT       CPYDJN  
000020* (registry/<env>/CPYDJN.DAT for a named environment).  The       CPYDJN  
000030* overnight sweep compares every deck it delivers against the     CPYDJN  
000040* deck that delivery replaced (<deck>.OLD) and appends, through   CPYDJN  
000050* the CPYDJNL subprogram, one M record per member - its status    CPYDJN  
000060* and line counts - followed by one D record per line added,      CPYDJN  
000070* removed or changed.  Each D record carries the copybook and     CPYDJN  
000080* version (origin C) or the member itself (origin M) that the     CPYDJN  
000090* provenance side file says produced the line: the new deck's     CPYDJN  
000100* provenance for an added or changed line, the old deck's for     CPYDJN  
000110* a removed one.  Member status:                                  CPYDJN  
000120*   NEW        first delivery - no previous deck to compare       CPYDJN  
000130*   UNCHANGED  byte-identical to the previous deck                CPYDJN  
000140*   SEQ ONLY   same text, only sequence columns differ            CPYDJN  
000150*   CHANGED    lines added, removed or changed                    CPYDJN  
000160* CPYDJNL action R prints the night's records as                  CPYDJN  
000170* registry/CPYDJN.RPT: a one-page summary by copybook for the     CPYDJN  
000180* change board, then the per-member detail.                       CPYDJN  
000190 01  DJN-RECORD.                                                  CPYDJN  
000200     05  DJN-RUN-ID              PIC X(15).                       CPYDJN  
000210     05  DJN-MEMBER              PIC X(10).                       CPYDJN  
000220     05  DJN-TYPE                PIC X(01).                       CPYDJN  
000230         88  DJN-MEMBER-REC      VALUE 'M'.                       CPYDJN  
000240         88  DJN-DETAIL-REC      VALUE 'D'.                       CPYDJN  
000250     05  DJN-STATUS              PIC X(10).                       CPYDJN  
000260     05  DJN-OLD-LINE            PIC 9(06).                       CPYDJN  
000270     05  DJN-NEW-LINE            PIC 9(06).                       CPYDJN  
000280     05  DJN-ORIGIN              PIC X(01).                       CPYDJN  
000290         88  DJN-FROM-COPYBOOK   VALUE 'C'.                       CPYDJN  
000300         88  DJN-FROM-MEMBER     VALUE 'M'.                       CPYDJN  
000310     05  DJN-SOURCE              PIC X(30).                       CPYDJN  
000320     05  DJN-LIBRARY             PIC X(08).                       CPYDJN  
000330     05  DJN-VERSION             PIC X(10).                       CPYDJN  
000340     05  DJN-COUNTS.                                              CPYDJN  
000350         10  DJN-ADDED           PIC 9(06).                       CPYDJN  
000360         10  DJN-REMOVED         PIC 9(06).                       CPYDJN  
000370         10  DJN-CHANGED         PIC 9(06).                       CPYDJN  
000380     05  DJN-NEW-TEXT            PIC X(80).                       CPYDJN  
000390     05  DJN-OLD-TEXT            PIC X(80).                       CPYDJN  
