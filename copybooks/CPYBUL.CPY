000010* CPYBUL -- promotion bulletin record.  CPYPROM appends one       CPYBUL  
000020* record per consuming team to registry/CPYBUL.DAT each time a    CPYBUL  
000030* copybook is promoted or rolled back, so every downstream team   CPYBUL  
000040* hears about the change before the next sweep delivers it.       CPYBUL  
000050* Consumers come from the usage registry (registry/CPYREG.DAT)    CPYBUL  
000060* for the copybook itself and, through the nesting edges in       CPYBUL  
000070* registry/CPYDEP.DAT, for every copybook that pulls it; the      CPYBUL  
000080* team comes from the program ownership roll config/              CPYBUL  
000090* CPYPOWN.DAT ((NONE) for a program nobody owns).  The field      CPYBUL  
000100* impact is the CPYFIMP comparison of the outgoing and incoming   CPYBUL  
000110* layouts: counts of changed, added and removed named fields      CPYBUL  
000120* and the first five such names.  A team with more than ten       CPYBUL  
000130* programs gets further records with BUL-SEQ 02, 03 ...; every    CPYBUL  
000140* record repeats the header.  BUL-PGM-VIA is spaces for a         CPYBUL  
000150* direct COPY, else the parent copybook the program pulls;        CPYBUL  
000160* BUL-PGM-FIELD-REF 'Y' means registry/CPYFXR.DAT records the     CPYBUL  
000170* program referencing one of the impacted fields.                 CPYBUL  
000180 01  BUL-RECORD.                                                  CPYBUL  
000190     05  BUL-TIMESTAMP           PIC X(15).                       CPYBUL  
000200     05  BUL-COPYBOOK-NAME       PIC X(30).                       CPYBUL  
000210     05  BUL-FUNCTION            PIC X(08).                       CPYBUL  
000220     05  BUL-OLD-VERSION         PIC X(10).                       CPYBUL  
000230     05  BUL-NEW-VERSION         PIC X(10).                       CPYBUL  
000240     05  BUL-APPROVER            PIC X(08).                       CPYBUL  
000250     05  BUL-TEAM                PIC X(10).                       CPYBUL  
000260     05  BUL-CONTACTS            PIC X(37).                       CPYBUL  
000270     05  BUL-SEQ                 PIC 9(02).                       CPYBUL  
000280     05  BUL-IMPACT-NOTE         PIC X(20).                       CPYBUL  
000290     05  BUL-FIELDS-CHANGED      PIC 9(05).                       CPYBUL  
000300     05  BUL-FIELDS-ADDED        PIC 9(05).                       CPYBUL  
000310     05  BUL-FIELDS-REMOVED      PIC 9(05).                       CPYBUL  
000320     05  BUL-IMPACT-FIELD        PIC X(30) OCCURS 5 TIMES.        CPYBUL  
000330     05  BUL-PROGRAM-COUNT       PIC 9(04).                       CPYBUL  
000340     05  BUL-PGM OCCURS 10 TIMES.                                 CPYBUL  
000350         10  BUL-PGM-NAME        PIC X(10).                       CPYBUL  
000360         10  BUL-PGM-VIA         PIC X(30).                       CPYBUL  
000370         10  BUL-PGM-FIELD-REF   PIC X(01).                       CPYBUL  
000380     05  FILLER                  PIC X(31).                       CPYBUL  
