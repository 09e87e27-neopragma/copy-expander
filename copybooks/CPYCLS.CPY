000010* CPYCLS -- sensitive-field classification, config/CPYCLS.DAT.    CPYCLS  
000020* One entry per (copybook, data name) that carries personal,      CPYCLS  
000030* card-holder or otherwise confidential data.  The data name      CPYCLS  
000040* is spelled as the copybook spells it, :PREFIX: token and        CPYCLS  
000050* all.  Tagging a group covers every field subordinate to it.     CPYCLS  
000060* CPYBRWS and CPYUNLD mask tagged fields unless the user holds    CPYCLS  
000070* the UNMASK function in config/CPYAUTH.DAT; CPYSENS reports,     CPYCLS  
000080* per classification, every program exposed to the fields.        CPYCLS  
000090* Lines with '*' in col 1 are comments.                           CPYCLS  
000100 01  CLS-RECORD.                                                  CPYCLS  
000110     05  CLS-COPYBOOK-NAME       PIC X(30).                       CPYCLS  
000120     05  FILLER                  PIC X(01).                       CPYCLS  
000130     05  CLS-DATA-NAME           PIC X(30).                       CPYCLS  
000140     05  FILLER                  PIC X(01).                       CPYCLS  
000150     05  CLS-CLASS               PIC X(12).                       CPYCLS  
000160         88  CLS-PII                 VALUE 'PII'.                 CPYCLS  
000170         88  CLS-PCI                 VALUE 'PCI'.                 CPYCLS  
000180         88  CLS-CONFIDENTIAL        VALUE 'CONFIDENTIAL'.        CPYCLS  
000190         88  CLS-CLASS-VALID         VALUE 'PII' 'PCI'            CPYCLS  
000200                                           'CONFIDENTIAL'.        CPYCLS  
000210     05  FILLER                  PIC X(01).                       CPYCLS  
000220     05  CLS-NOTE                PIC X(40).                       CPYCLS  
000230     05  FILLER                  PIC X(05).                       CPYCLS  
