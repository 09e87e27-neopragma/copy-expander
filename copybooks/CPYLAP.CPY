000010* CPYLAP -- parameter block for the CPYLAYO layout service, the   CPYLAP  
000020* one copy of the map report's field arithmetic that the          CPYLAP  
000030* data utilities (reformat, compare, unload, load, code-page      CPYLAP  
000040* conversion) call instead of each carrying its own parse.        CPYLAP  
000050* The caller fills LAY-COPYBOOK-NAME and, to read one library     CPYLAP  
000060* only, LAY-LIBRARY-DIR (no trailing slash); with the             CPYLAP  
000070* directory blank the member resolves through config/             CPYLAP  
000080* CPYLIB.CFG in search order, first library wins.  Options:       CPYLAP  
000090*   LAY-VIEW-MODE   'A' every item whatever REDEFINES it sits     CPYLAP  
000100*                   under; otherwise the base layout, with        CPYLAP  
000110*                   each REDEFINES named in LAY-VIEW-NAME         CPYLAP  
000120*                   shown in place of the item it redefines;      CPYLAP  
000130*   LAY-GROUPS-SW   'Y' also returns group items (class 'G');     CPYLAP  
000140*   LAY-EXPAND-SW   'N' returns an OCCURS item once with its      CPYLAP  
000150*                   count in LAY-COL-OCCURS; otherwise every      CPYLAP  
000160*                   occurrence is its own column, NAME-1,         CPYLAP  
000170*                   NAME-2 (NAME-1-1 for a table in a table).     CPYLAP  
000173* An OCCURS DEPENDING ON table is laid out at its maximum count   CPYLAP  
000176* and LAY-COL-ODO is 'Y' on every column in or under it.          CPYLAP  
000180* Offsets are from zero, as on the map report.  LAY-RESULT 'N'    CPYLAP  
000190* means the member was not found; 'T' means the column table      CPYLAP  
000200* filled and the layout is incomplete.                            CPYLAP  
000210 01  CPYLAYO-PARMS.                                               CPYLAP  
000220     05  LAY-COPYBOOK-NAME       PIC X(30).                       CPYLAP  
000230     05  LAY-LIBRARY-DIR         PIC X(60).                       CPYLAP  
000240     05  LAY-VIEW-MODE           PIC X(01).                       CPYLAP  
000250     05  LAY-GROUPS-SW           PIC X(01).                       CPYLAP  
000260     05  LAY-EXPAND-SW           PIC X(01).                       CPYLAP  
000270     05  LAY-VIEW-COUNT          PIC 9(02) COMP.                  CPYLAP  
000280     05  LAY-VIEW-NAME           PIC X(30) OCCURS 5 TIMES.        CPYLAP  
000290     05  LAY-RESULT              PIC X(01).                       CPYLAP  
000300         88  LAY-OK              VALUE 'Y'.                       CPYLAP  
000310         88  LAY-NOT-FOUND       VALUE 'N'.                       CPYLAP  
000320         88  LAY-TABLE-FULL      VALUE 'T'.                       CPYLAP  
000330     05  LAY-MEMBER-PATH         PIC X(80).                       CPYLAP  
000340     05  LAY-LIBRARY-NAME        PIC X(08).                       CPYLAP  
000350     05  LAY-RECORD-LEN          PIC 9(06) COMP.                  CPYLAP  
000360     05  LAY-COL-COUNT           PIC 9(04) COMP.                  CPYLAP  
000370     05  LAY-COL OCCURS 1000 TIMES INDEXED BY LAY-IX.             CPYLAP  
000380         10  LAY-COL-NAME        PIC X(40).                       CPYLAP  
000390         10  LAY-COL-BASE        PIC X(30).                       CPYLAP  
000400         10  LAY-COL-LEVEL       PIC 9(02).                       CPYLAP  
000410         10  LAY-COL-DEPTH       PIC 9(02) COMP.                  CPYLAP  
000420         10  LAY-COL-OFF         PIC 9(08) COMP.                  CPYLAP  
000430         10  LAY-COL-LEN         PIC 9(06) COMP.                  CPYLAP  
000440         10  LAY-COL-OCCURS      PIC 9(04) COMP.                  CPYLAP  
000450         10  LAY-COL-PIC         PIC X(14).                       CPYLAP  
000460         10  LAY-COL-USAGE       PIC X(08).                       CPYLAP  
000470         10  LAY-COL-DIGITS      PIC 9(03) COMP.                  CPYLAP  
000480         10  LAY-COL-SCALE       PIC 9(02) COMP.                  CPYLAP  
000490         10  LAY-COL-SIGNED      PIC X(01).                       CPYLAP  
000500         10  LAY-COL-CLASS       PIC X(01).                       CPYLAP  
000510             88  LAY-COL-NUMERIC VALUE 'N'.                       CPYLAP  
000520             88  LAY-COL-ALPHA   VALUE 'A'.                       CPYLAP  
000530             88  LAY-COL-EDITED  VALUE 'E'.                       CPYLAP  
000540             88  LAY-COL-FLOAT   VALUE 'F'.                       CPYLAP  
000550             88  LAY-COL-GROUP   VALUE 'G'.                       CPYLAP  
000560         10  LAY-COL-REDEF       PIC X(30).                       CPYLAP  
000570         10  LAY-COL-VAL-COUNT   PIC 9(02) COMP.                  CPYLAP  
000580         10  LAY-COL-VAL         PIC X(20) OCCURS 8 TIMES.        CPYLAP  
000590         10  LAY-COL-ODO         PIC X(01).                       CPYLAP  
000600             88  LAY-COL-IN-ODO  VALUE 'Y'.                       CPYLAP  
