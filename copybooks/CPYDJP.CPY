000010* CPYDJP -- parameter block for the CPYDJNL change-journal        CPYDJP  
000020* subprogram.  The sweep calls it with DJP-ACTION M after each    CPYDJP  
000030* member it delivers (DJP-DECK-FILE = PRM-DELIVERED-FILE) to      CPYDJP  
000040* journal what the delivery changed, and with R once at the       CPYDJP  
000050* end of the run to print the night's journal report.  The        CPYDJP  
000060* status and counts come back on an M call.  A journal that       CPYDJP  
000070* cannot be written is reported on the console but never          CPYDJP  
000080* changes the caller's outcome.                                   CPYDJP  
000090 01  CPYDJNL-PARMS.                                               CPYDJP  
000100     05  DJP-ACTION              PIC X(01).                       CPYDJP  
000110         88  DJP-JOURNAL-MEMBER  VALUE 'M'.                       CPYDJP  
000120         88  DJP-PRINT-REPORT    VALUE 'R'.                       CPYDJP  
000130     05  DJP-RUN-ID              PIC X(15).                       CPYDJP  
000140     05  DJP-ENVIRONMENT         PIC X(08).                       CPYDJP  
000150     05  DJP-MEMBER              PIC X(10).                       CPYDJP  
000160     05  DJP-DECK-FILE           PIC X(80).                       CPYDJP  
000170     05  DJP-STATUS              PIC X(10).                       CPYDJP  
000180     05  DJP-ADDED               PIC 9(06) COMP.                  CPYDJP  
000190     05  DJP-REMOVED             PIC 9(06) COMP.                  CPYDJP  
000200     05  DJP-CHANGED             PIC 9(06) COMP.                  CPYDJP  
