000076* continuation's holds its own slot count.  Continuations         CPYAUD
000077* carry zero warning/depth/waived tallies so nothing double       CPYAUD
000078* counts; readers tallying runs must skip FUNCTION 'CONT'.        CPYAUD
000079* A PROMOTE or ROLLBACK record (2026-10) names the approver in    CPYAUD
000080* AUD-RUN-BY and the requester in the second slot's name, with    CPYAUD
000081* version 'REQUESTER', beyond AUD-COPYBOOK-COUNT (still 1).       CPYAUD
000082* The third slot's name carries the outgoing version it replaced  CPYAUD
000083* (its manifest label, or '(NEW MEMBER)' / '(UNLABELED)'), with   CPYAUD
000084* version 'PRIOR'.                                                CPYAUD
000085 01  AUD-RECORD.                                                  CPYAUD  
000090     05  AUD-TIMESTAMP           PIC X(15).                       CPYAUD  
000100     05  AUD-PROGRAM-NAME        PIC X(10).                       CPYAUD  
000110     05  AUD-FUNCTION            PIC X(08).                       CPYAUD  
