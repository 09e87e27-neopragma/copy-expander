000010* CPYSVP -- parameter block for the CPYSTDV copybook coding-      CPYSVP  
000020* standards checker.  The caller fills STV-MEMBER-PATH with the   CPYSVP  
000030* full file path of the copybook text, STV-COPYBOOK-NAME, the     CPYSVP  
000040* owning team in STV-TEAM (blank for an unowned copybook: only    CPYSVP  
000050* the '*' cards of config/CPYRULE.DAT apply) and STV-FD-LAYOUT-SW CPYSVP  
000060* ('Y' when a program copies the member into its FILE SECTION,    CPYSVP  
000070* which brings the NOVALFD rule into play), then calls CPYSTDV.   CPYSVP  
000080* The counts come back by severity; STV-RESULT 'Y' means no       CPYSVP  
000090* error-level finding, 'N' at least one, 'U' the member file      CPYSVP  
000100* could not be opened.  The first 100 findings come back in       CPYSVP  
000110* STV-FIND; STV-FIND-FULL-SW 'Y' means there were more (the       CPYSVP  
000120* counts still cover them all).                                   CPYSVP  
000130 01  CPYSTDV-PARMS.                                               CPYSVP  
000140     05  STV-MEMBER-PATH         PIC X(80).                       CPYSVP  
000150     05  STV-COPYBOOK-NAME       PIC X(30).                       CPYSVP  
000160     05  STV-TEAM                PIC X(10).                       CPYSVP  
000170     05  STV-FD-LAYOUT-SW        PIC X(01).                       CPYSVP  
000180         88  STV-FD-LAYOUT       VALUE 'Y'.                       CPYSVP  
000190     05  STV-RESULT              PIC X(01).                       CPYSVP  
000200         88  STV-CLEAN           VALUE 'Y'.                       CPYSVP  
000210         88  STV-UNREADABLE      VALUE 'U'.                       CPYSVP  
000220     05  STV-ERROR-COUNT         PIC 9(04) COMP.                  CPYSVP  
000230     05  STV-WARN-COUNT          PIC 9(04) COMP.                  CPYSVP  
000240     05  STV-INFO-COUNT          PIC 9(04) COMP.                  CPYSVP  
000250     05  STV-FIND-FULL-SW        PIC X(01).                       CPYSVP  
000260     05  STV-FIND-COUNT          PIC 9(04) COMP.                  CPYSVP  
000270     05  STV-FIND OCCURS 100 TIMES.                               CPYSVP  
000280         10  STV-FIND-RULE       PIC X(08).                       CPYSVP  
000290         10  STV-FIND-SEV        PIC X(01).                       CPYSVP  
000300         10  STV-FIND-LINE       PIC 9(06) COMP.                  CPYSVP  
000310         10  STV-FIND-NAME       PIC X(30).                       CPYSVP  
000320         10  STV-FIND-TEXT       PIC X(40).                       CPYSVP  
