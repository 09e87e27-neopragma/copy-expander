000010* CPYGLH -- glossary change-history record, appended by CPYGLOS   CPYGLH  
000020* to registry/CPYGLSH.DAT for every add, change and delete of a   CPYGLH  
000030* glossary entry (COPY CPYGLS).  The old image is spaces on an    CPYGLH  
000040* add and the new image spaces on a delete, so the auditors can   CPYGLH  
000050* replay any entry's definition back to the day it was written.   CPYGLH  
000060 01  GLH-RECORD.                                                  CPYGLH  
000070     05  GLH-TIMESTAMP           PIC X(15).                       CPYGLH  
000080     05  GLH-USER-ID             PIC X(08).                       CPYGLH  
000090     05  GLH-ACTION              PIC X(06).                       CPYGLH  
000100     05  GLH-COPYBOOK-NAME       PIC X(30).                       CPYGLH  
000110     05  GLH-DATA-NAME           PIC X(30).                       CPYGLH  
000120     05  GLH-OLD-STEWARD         PIC X(08).                       CPYGLH  
000130     05  GLH-OLD-DEFINITION      PIC X(56).                       CPYGLH  
000140     05  GLH-OLD-VALID-VALUES    PIC X(60).                       CPYGLH  
000150     05  GLH-NEW-STEWARD         PIC X(08).                       CPYGLH  
000160     05  GLH-NEW-DEFINITION      PIC X(56).                       CPYGLH  
000170     05  GLH-NEW-VALID-VALUES    PIC X(60).                       CPYGLH  
