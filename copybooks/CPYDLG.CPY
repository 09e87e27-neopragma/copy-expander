000010* CPYDLG -- report delivery log record, registry/CPYDLOG.DAT.     CPYDLG  
000020* CPYDIST appends one PACKET record for every packet it builds    CPYDLG  
000030* (report, recipient, lines carried, outcome) and then one ITEM   CPYDLG  
000040* record for each report entry the packet carried (named by       CPYDLG  
000050* its first 30 columns), so the log shows which team was sent     CPYDLG  
000060* which entry on which date.  Never rewritten, only appended.     CPYDLG  
000070 01  DLG-RECORD.                                                  CPYDLG  
000080     05  DLG-RUN-DATE            PIC X(08).                       CPYDLG  
000090     05  DLG-RUN-TIME            PIC X(06).                       CPYDLG  
000100     05  DLG-TYPE                PIC X(06).                       CPYDLG  
000110     05  DLG-REPORT              PIC X(08).                       CPYDLG  
000120     05  DLG-RECIPIENT           PIC X(10).                       CPYDLG  
000130     05  DLG-FREQUENCY           PIC X(07).                       CPYDLG  
000140     05  DLG-STATUS              PIC X(10).                       CPYDLG  
000150     05  DLG-LINES               PIC 9(05).                       CPYDLG  
000160     05  DLG-ITEM                PIC X(30).                       CPYDLG  
000170     05  DLG-PACKET              PIC X(40).                       CPYDLG  
000180     05  FILLER                  PIC X(10).                       CPYDLG  
