000010* CPYDTP -- parameter block for the CPYDATE shop date service.    CPYDTP  
000020* DTS-FUNCTION D returns in DTS-DAYS the days from DTS-FROM-DATE  CPYDTP  
000030* to DTS-TO-DATE (negative when TO is earlier); in business       CPYDTP  
000040* mode only business days after FROM up to and including TO       CPYDTP  
000050* count.  N rolls DTS-FROM-DATE forward to the first business     CPYDTP  
000060* day on or after it, returned in DTS-RESULT-DATE.  Both set      CPYDTP  
000070* DTS-NON-BUSINESS when DTS-FROM-DATE itself is not a business    CPYDTP  
000080* day.  DTS-MODE C counts calendar days, B business days from     CPYDTP  
000090* the shop calendar config/CPYCAL.DAT.  DTS-RESULT comes back     CPYDTP  
000100* 'Y' when the dates were valid.                                  CPYDTP  
000110 01  CPYDATE-PARMS.                                               CPYDTP  
000120     05  DTS-FUNCTION            PIC X(01).                       CPYDTP  
000130         88  DTS-DIFFERENCE      VALUE 'D'.                       CPYDTP  
000140         88  DTS-NEXT-BUSINESS   VALUE 'N'.                       CPYDTP  
000150     05  DTS-MODE                PIC X(01).                       CPYDTP  
000160         88  DTS-BUSINESS-MODE   VALUE 'B'.                       CPYDTP  
000170         88  DTS-CALENDAR-MODE   VALUE 'C'.                       CPYDTP  
000180     05  DTS-FROM-DATE           PIC X(08).                       CPYDTP  
000190     05  DTS-TO-DATE             PIC X(08).                       CPYDTP  
000200     05  DTS-DAYS                PIC S9(07) COMP.                 CPYDTP  
000210     05  DTS-RESULT-DATE         PIC X(08).                       CPYDTP  
000220     05  DTS-DAY-TYPE            PIC X(01).                       CPYDTP  
000230         88  DTS-BUSINESS-DAY    VALUE 'B'.                       CPYDTP  
000240         88  DTS-NON-BUSINESS    VALUE 'N'.                       CPYDTP  
000250     05  DTS-RESULT              PIC X(01).                       CPYDTP  
000260         88  DTS-OK              VALUE 'Y'.                       CPYDTP  
