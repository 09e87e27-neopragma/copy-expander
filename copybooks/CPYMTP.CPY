000010* CPYMTP -- parameter block for the CPYMNTB entry of the CPYMNT   CPYMTP  
000020* control-file maintenance transaction.  A batch caller fills in  CPYMTP  
000030* the same fields the maintenance screen carries - file, action,  CPYMTP  
000040* key, values and the user id making the change - and the         CPYMTP  
000050* request goes through the screen's MAINT check, field edits,     CPYMTP  
000060* rewrite and change-history record unchanged.  MNT-MESSAGE comes CPYMTP  
000070* back as the screen would show it; MNT-RESULT 'Y' says the       CPYMTP  
000080* change was applied and recorded in registry/CPYMNTH.DAT.        CPYMTP  
000090 01  CPYMNT-PARMS.                                                CPYMTP  
000100     05  MNT-FILE                PIC X(06).                       CPYMTP  
000110     05  MNT-ACTION              PIC X(06).                       CPYMTP  
000120     05  MNT-KEY                 PIC X(16).                       CPYMTP  
000130     05  MNT-VALUE1              PIC X(40).                       CPYMTP  
000140     05  MNT-VALUE2              PIC X(40).                       CPYMTP  
000150     05  MNT-USERID              PIC X(08).                       CPYMTP  
000160     05  MNT-MESSAGE             PIC X(60).                       CPYMTP  
000170     05  MNT-RESULT              PIC X(01).                       CPYMTP  
000180         88  MNT-APPLIED         VALUE 'Y'.                       CPYMTP  
