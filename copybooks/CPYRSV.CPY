000010* CPYRSV -- copybook reservation record, registry/CPYRSV.DAT.     CPYRSV  
000020* A developer checks a TEST-COPYLIB member out before changing    CPYRSV  
000030* it (CPYCKIO function CHECKOUT) and checks it back in when the   CPYRSV  
000040* change is done (CHECKIN), which runs the CPYVAL validator and   CPYRSV  
000050* captures the member's content fingerprint before the            CPYRSV  
000060* reservation is released.  A copybook carries one open           CPYRSV  
000070* reservation at a time; CPYPROM refuses to promote a member      CPYRSV  
000080* that is still checked out.  Released reservations stay in the   CPYRSV  
000090* file as the change history.  CPYRSVR reports the overdue ones   CPYRSV  
000100* each morning.                                                   CPYRSV  
000110 01  RSV-RECORD.                                                  CPYRSV  
000120     05  RSV-COPYBOOK-NAME       PIC X(30).                       CPYRSV  
000130     05  RSV-HOLDER              PIC X(08).                       CPYRSV  
000140     05  RSV-OUT-TS              PIC X(15).                       CPYRSV  
000150     05  RSV-DUE-DATE            PIC X(08).                       CPYRSV  
000160     05  RSV-REASON              PIC X(40).                       CPYRSV  
000170     05  RSV-STATUS              PIC X(01).                       CPYRSV  
000180         88  RSV-OPEN            VALUE 'O'.                       CPYRSV  
000190         88  RSV-CHECKED-IN      VALUE 'I'.                       CPYRSV  
000200         88  RSV-CANCELLED       VALUE 'C'.                       CPYRSV  
000210     05  RSV-IN-TS               PIC X(15).                       CPYRSV  
000220     05  RSV-IN-BY               PIC X(08).                       CPYRSV  
000230*    THE CPYPROM FINGERPRINT OF THE MEMBER AS CHECKED IN.         CPYRSV  
000240     05  RSV-IN-FPR              PIC 9(09).                       CPYRSV  
000250     05  FILLER                  PIC X(06).                       CPYRSV  
