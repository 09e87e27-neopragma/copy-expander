000010* CPYDB2 -- DB2 table usage entry, registry/CPYDB2.DAT.           CPYDB2  
000020* CPYDB2X rebuilds the file from the delivered decks on the       CPYDB2  
000030* inventory (registry/CPYINV.DAT): one entry for each table       CPYDB2  
000040* named by each EXEC SQL statement of each deck.  DB2-OPERATION   CPYDB2  
000050* is what the statement does to the table - SELECT, INSERT,       CPYDB2  
000060* UPDATE or DELETE, or DECLARE for the SELECT of a cursor         CPYDB2  
000070* declaration (DB2-CURSOR-NAME).  A table read by a subselect     CPYDB2  
000080* of an INSERT, UPDATE or DELETE is entered as a SELECT.  The     CPYDB2  
000090* table name is held without its qualifier (DB2-QUALIFIER).       CPYDB2  
000100* DB2-DECK-LINE is the line of the EXEC SQL in the expanded       CPYDB2  
000110* deck and DB2-SOURCE-NAME the member or copybook it came from    CPYDB2  
000120* (the deck's .PRV side file).  DB2-DCLGEN-NAME is the included   CPYDB2  
000130* member whose EXEC SQL DECLARE ... TABLE declares the table in   CPYDB2  
000140* that deck, spaces when there is none.  DB2-STATUS is the        CPYDB2  
000150* DCLGEN check for the program and table, the same on every       CPYDB2  
000160* entry of the pair.                                              CPYDB2  
000170* Lines with '*' in col 1 are comments.                           CPYDB2  
000180 01  DB2-RECORD.                                                  CPYDB2  
000190     05  DB2-PROGRAM-NAME        PIC X(10).                       CPYDB2  
000200     05  FILLER                  PIC X(01).                       CPYDB2  
000210     05  DB2-TABLE-NAME          PIC X(30).                       CPYDB2  
000220     05  FILLER                  PIC X(01).                       CPYDB2  
000230     05  DB2-QUALIFIER           PIC X(08).                       CPYDB2  
000240     05  FILLER                  PIC X(01).                       CPYDB2  
000250     05  DB2-OPERATION           PIC X(08).                       CPYDB2  
000260         88  DB2-OP-SELECT           VALUE 'SELECT'.              CPYDB2  
000270         88  DB2-OP-INSERT           VALUE 'INSERT'.              CPYDB2  
000280         88  DB2-OP-UPDATE           VALUE 'UPDATE'.              CPYDB2  
000290         88  DB2-OP-DELETE           VALUE 'DELETE'.              CPYDB2  
000300         88  DB2-OP-DECLARE          VALUE 'DECLARE'.             CPYDB2  
000310     05  FILLER                  PIC X(01).                       CPYDB2  
000320     05  DB2-CURSOR-NAME         PIC X(30).                       CPYDB2  
000330     05  FILLER                  PIC X(01).                       CPYDB2  
000340     05  DB2-DECK-LINE           PIC 9(08).                       CPYDB2  
000350     05  FILLER                  PIC X(01).                       CPYDB2  
000360     05  DB2-SOURCE-NAME         PIC X(30).                       CPYDB2  
000370     05  FILLER                  PIC X(01).                       CPYDB2  
000380     05  DB2-DCLGEN-NAME         PIC X(30).                       CPYDB2  
000390     05  FILLER                  PIC X(01).                       CPYDB2  
000400     05  DB2-STATUS              PIC X(08).                       CPYDB2  
000410         88  DB2-DCLGEN-OK           VALUE 'OK'.                  CPYDB2  
000420         88  DB2-NO-DCLGEN           VALUE 'NO-DCLG'.             CPYDB2  
000430         88  DB2-INLINE-DECLARE      VALUE 'INLINE'.              CPYDB2  
000440         88  DB2-HOSTVAR-MISMATCH    VALUE 'HOSTVAR'.             CPYDB2  
000450         88  DB2-NOT-CHECKED         VALUE 'NO-PRV' 'CATALOG'.    CPYDB2  
000460     05  FILLER                  PIC X(01).                       CPYDB2  
