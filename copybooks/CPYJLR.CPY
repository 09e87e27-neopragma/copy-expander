000010* CPYJLR -- job-stream completion ledger record,                  CPYJLR  
000020* registry/CPYJOBL.DAT.  Every program in the nightly stream      CPYJLR  
000030* appends one record as it ends (through the CPYJLOG              CPYJLR  
000040* subprogram): the job, the step, when it started, when it        CPYJLR  
000050* ended and the return code it set.  The step is the run's        CPYJLR  
000060* function for the programs that take one (SNAPSHOT, APPLYQ,      CPYJLR  
000070* LIST, CONSUME ...) and STEP010 for the rest, as in the JCL.     CPYJLR  
000080* CPYJCHK reads the ledger against config/CPYSCHD.DAT.            CPYJLR  
000090 01  JLR-RECORD.                                                  CPYJLR  
000100     05  JLR-JOB                 PIC X(08).                       CPYJLR  
000110     05  JLR-STEP                PIC X(08).                       CPYJLR  
000120     05  JLR-START-TS            PIC X(15).                       CPYJLR  
000130     05  JLR-END-TS              PIC X(15).                       CPYJLR  
000140     05  JLR-RC                  PIC 9(04).                       CPYJLR  
000150     05  FILLER                  PIC X(10).                       CPYJLR  
