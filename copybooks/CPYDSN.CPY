000010* CPYDSN -- dataset layout catalog entry, registry/CPYDSN.DAT.    CPYDSN  
000020* CPYDSNC rebuilds the catalog from the expanded job decks        CPYDSN  
000030* (jcl/<job>.JCL.EXP, written by CPYJCLX): one entry per DD       CPYDSN  
000040* with a DSN under an EXEC PGM= step, paired through the          CPYDSN  
000050* program's SELECT ... ASSIGN with its FD and the copybook        CPYDSN  
000060* COPYed under that FD.  The DSN is held without a member or      CPYDSN  
000070* relative generation.  DSN-LAYOUT-LEN is the copybook's          CPYDSN  
000080* record length from CPYLAYO; DSN-LRECL is the DD's coded         CPYDSN  
000090* LRECL, zero when the DD codes none.  DSN-STATUS says how        CPYDSN  
000100* far the pairing got.  CPYDVAL and CPYBRWS look a DSN up         CPYDSN  
000110* here to find its copybook.                                      CPYDSN  
000120* Lines with '*' in col 1 are comments.                           CPYDSN  
000130 01  DSN-RECORD.                                                  CPYDSN  
000140     05  DSN-DATASET-NAME        PIC X(44).                       CPYDSN  
000150     05  FILLER                  PIC X(01).                       CPYDSN  
000160     05  DSN-JOB-NAME            PIC X(08).                       CPYDSN  
000170     05  FILLER                  PIC X(01).                       CPYDSN  
000180     05  DSN-STEP-NAME           PIC X(08).                       CPYDSN  
000190     05  FILLER                  PIC X(01).                       CPYDSN  
000200     05  DSN-DD-NAME             PIC X(08).                       CPYDSN  
000210     05  FILLER                  PIC X(01).                       CPYDSN  
000220     05  DSN-PROGRAM-NAME        PIC X(08).                       CPYDSN  
000230     05  FILLER                  PIC X(01).                       CPYDSN  
000240     05  DSN-FD-NAME             PIC X(30).                       CPYDSN  
000250     05  FILLER                  PIC X(01).                       CPYDSN  
000260     05  DSN-COPYBOOK-NAME       PIC X(30).                       CPYDSN  
000270     05  FILLER                  PIC X(01).                       CPYDSN  
000280     05  DSN-LAYOUT-LEN          PIC 9(06).                       CPYDSN  
000290     05  FILLER                  PIC X(01).                       CPYDSN  
000300     05  DSN-LRECL               PIC 9(05).                       CPYDSN  
000310     05  FILLER                  PIC X(01).                       CPYDSN  
000320     05  DSN-RECFM               PIC X(04).                       CPYDSN  
000330     05  FILLER                  PIC X(01).                       CPYDSN  
000340     05  DSN-STATUS              PIC X(08).                       CPYDSN  
000350         88  DSN-PAIRED              VALUE 'OK' 'LRECL'.          CPYDSN  
000360         88  DSN-LRECL-DIFFERS       VALUE 'LRECL'.               CPYDSN  
000370         88  DSN-INLINE-LAYOUT       VALUE 'INLINE'.              CPYDSN  
000380         88  DSN-NO-SOURCE           VALUE 'NO-SRC'.              CPYDSN  
000390         88  DSN-NO-SELECT           VALUE 'NO-SEL'.              CPYDSN  
000400         88  DSN-NO-COPYBOOK         VALUE 'NO-BOOK'.             CPYDSN  
000410     05  FILLER                  PIC X(01).                       CPYDSN  
