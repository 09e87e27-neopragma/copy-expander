000010* CPYJCP -- parameter block for the CPYJCHK job-stream checker.   CPYJCP  
000020* The caller sets JCK-RUN-DATE (YYYYMMDD, blank = today) and      CPYJCP  
000030* JCK-CALLER (its own job name, which is counted as running       CPYJCP  
000040* now with an acceptable RC), calls CPYJCHK, and prints the       CPYJCP  
000050* JCK-ENT table: one line per job/step in config/CPYSCHD.DAT,     CPYJCP  
000060* judged from the latest registry/CPYJOBL.DAT record inside       CPYJCP  
000070* the night's window.  JCK-RESULT 'Y' = no findings,              CPYJCP  
000080* 'N' = findings, 'U' = no schedule file.                         CPYJCP  
000090 01  CPYJCHK-PARMS.                                               CPYJCP  
000100     05  JCK-RUN-DATE            PIC X(08).                       CPYJCP  
000110     05  JCK-CALLER              PIC X(08).                       CPYJCP  
000120     05  JCK-RESULT              PIC X(01).                       CPYJCP  
000130         88  JCK-CLEAN           VALUE 'Y'.                       CPYJCP  
000140         88  JCK-FINDINGS        VALUE 'N'.                       CPYJCP  
000150         88  JCK-NO-SCHEDULE     VALUE 'U'.                       CPYJCP  
000160     05  JCK-WINDOW-START        PIC X(15).                       CPYJCP  
000170     05  JCK-WINDOW-END          PIC X(15).                       CPYJCP  
000180     05  JCK-MISSING-COUNT       PIC 9(04) COMP.                  CPYJCP  
000190     05  JCK-FAILED-COUNT        PIC 9(04) COMP.                  CPYJCP  
000200     05  JCK-ORDER-COUNT         PIC 9(04) COMP.                  CPYJCP  
000210     05  JCK-AFTER-FAIL-COUNT    PIC 9(04) COMP.                  CPYJCP  
000220     05  JCK-ENT-COUNT           PIC 9(04) COMP.                  CPYJCP  
000230     05  JCK-ENT OCCURS 100 TIMES                                 CPYJCP  
000240             INDEXED BY JCK-IX.                                   CPYJCP  
000250         10  JCK-JOB             PIC X(08).                       CPYJCP  
000260         10  JCK-STEP            PIC X(08).                       CPYJCP  
000270         10  JCK-STATUS          PIC X(10).                       CPYJCP  
000280         10  JCK-START-TS        PIC X(15).                       CPYJCP  
000290         10  JCK-END-TS          PIC X(15).                       CPYJCP  
000300         10  JCK-RC              PIC 9(04).                       CPYJCP  
000310         10  JCK-RAN-SW          PIC X(01).                       CPYJCP  
000320             88  JCK-RAN         VALUE 'Y'.                       CPYJCP  
000330         10  JCK-NOTE            PIC X(40).                       CPYJCP  
