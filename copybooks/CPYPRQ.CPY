000010* CPYPRQ -- scheduled promotion queue record,                     CPYPRQ  
000020* registry/CPYPRQ.DAT.  A librarian files a promotion with a      CPYPRQ  
000030* requested effective date (CPYPROM function REQUEST); the        CPYPRQ  
000040* approver records approval separately (function APPROVE); the    CPYPRQ  
000050* nightly CPYPROM APPLYQ run applies every approved request       CPYPRQ  
000060* that has come due, children before parents per                  CPYPRQ  
000070* registry/CPYDEP.DAT.  A due request met by a change freeze is   CPYPRQ  
000080* held, not applied, and tried again each night until the         CPYPRQ  
000090* freeze lifts.  CPYTURN lists every request still pending,       CPYPRQ  
000100* held or refused, and those applied on the report date.          CPYPRQ  
000110* PRQ-ACTION-TS is the last APPLYQ decision on the request.       CPYPRQ  
000120 01  PRQ-RECORD.                                                  CPYPRQ  
000130     05  PRQ-FILED-TS            PIC X(15).                       CPYPRQ  
000140     05  PRQ-COPYBOOK-NAME       PIC X(30).                       CPYPRQ  
000150     05  PRQ-VERSION             PIC X(10).                       CPYPRQ  
000160     05  PRQ-REQUESTER           PIC X(08).                       CPYPRQ  
000170     05  PRQ-EFFECTIVE-DATE      PIC X(08).                       CPYPRQ  
000180     05  PRQ-APPROVER            PIC X(08).                       CPYPRQ  
000190     05  PRQ-APPROVED-TS         PIC X(15).                       CPYPRQ  
000200     05  PRQ-STATUS              PIC X(01).                       CPYPRQ  
000210         88  PRQ-PENDING         VALUE 'P'.                       CPYPRQ  
000220         88  PRQ-APPROVED        VALUE 'A'.                       CPYPRQ  
000230         88  PRQ-HELD            VALUE 'H'.                       CPYPRQ  
000240         88  PRQ-APPLIED         VALUE 'D'.                       CPYPRQ  
000250         88  PRQ-REFUSED         VALUE 'F'.                       CPYPRQ  
000260     05  PRQ-ACTION-TS           PIC X(15).                       CPYPRQ  
000270     05  PRQ-NOTE                PIC X(40).                       CPYPRQ  
000280     05  FILLER                  PIC X(10).                       CPYPRQ  
