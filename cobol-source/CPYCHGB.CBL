000170*               MEASURED USE INSTEAD OF HEADCOUNT GUESSWORK.      CPYCHGB 
000180*               RUN MONTHLY ALONGSIDE CPYTRND'S CAPACITY          CPYCHGB 
000190*               TREND.  REPORT: registry/CPYCHGB.RPT.             CPYCHGB 
000193*2026-10-15 RS  CPYPURG'S PURGE RECORDS ON THE ACCOUNTING FILE    CPYCHGB 
000196*               ARE NOT EXPANDER RUNS AND ARE NO LONGER BILLED.   CPYCHGB 
000200*-------------------------------------------------------------    CPYCHGB 
000210 ENVIRONMENT DIVISION.                                            CPYCHGB 
000220 CONFIGURATION SECTION.                                           CPYCHGB 
001520         GO TO 2000-EXIT.                                         CPYCHGB 
001530     IF WS-ACT-FILE-REC(1:6) NOT NUMERIC                          CPYCHGB 
001540         GO TO 2000-EXIT.                                         CPYCHGB 
001542*    A PURGE RECORD LOGS A LIBRARIAN'S CLEAN-UP, NOT A RUN OF     CPYCHGB 
001544*    THE EXPANDER - IT IS NOT BILLED.                             CPYCHGB 
001546     IF WS-ACT-FILE-REC(26:8) = 'PURGE   '                        CPYCHGB 
001548         GO TO 2000-EXIT.                                         CPYCHGB 
001550     MOVE WS-ACT-FILE-REC(17:8) TO WS-CUR-USER.                   CPYCHGB 
001560     PERFORM 2100-FIND-THE-TEAM THRU 2100-EXIT.                   CPYCHGB 
001570     MOVE 'N' TO WS-FOUND-SW.                                     CPYCHGB 
