000010* CPYJLP -- parameter block for the CPYJLOG ledger subprogram.    CPYJLP  
000020* A stream program calls it twice: JLG-ACTION S as it starts      CPYJLP  
000030* (the start time is remembered), and E just before GOBACK        CPYJLP  
000040* with JLG-RC set to the return code it is ending with, which     CPYJLP  
000050* appends the completion record to registry/CPYJOBL.DAT.          CPYJLP  
000060* JLG-STEP may be changed between the two calls once the run's    CPYJLP  
000070* function is known.                                              CPYJLP  
000080 01  CPYJLOG-PARMS.                                               CPYJLP  
000090     05  JLG-ACTION              PIC X(01).                       CPYJLP  
000100         88  JLG-START           VALUE 'S'.                       CPYJLP  
000110         88  JLG-END             VALUE 'E'.                       CPYJLP  
000120     05  JLG-JOB                 PIC X(08).                       CPYJLP  
000130     05  JLG-STEP                PIC X(08).                       CPYJLP  
000140     05  JLG-RC                  PIC 9(04) COMP.                  CPYJLP  
