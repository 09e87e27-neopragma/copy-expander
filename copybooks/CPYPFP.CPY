000010* CPYPFP -- parameter block for the CPYPREFG entry of the         CPYPFP  
000020* CPYPREF configuration coherence gate.  The caller names the     CPYPFP  
000030* directory holding the CPYLIB.CFG, CPYVERS.DAT and CPYFPR.DAT    CPYPFP  
000040* to be judged (a staged environment tree, say) and the report    CPYPFP  
000050* to write; the member roll and the authorization file are        CPYPFP  
000060* shop-wide and always come from config/.  The defect count       CPYPFP  
000070* and the worst defect class (20/16/12/8, 0 = coherent) come      CPYPFP  
000080* back exactly as the scheduled run would set its RC.             CPYPFP  
000090 01  CPYPREF-PARMS.                                               CPYPFP  
000100     05  PRF-CONFIG-DIR          PIC X(40).                       CPYPFP  
000110     05  PRF-REPORT-FILENAME     PIC X(80).                       CPYPFP  
000120     05  PRF-DEFECT-COUNT        PIC 9(05) COMP.                  CPYPFP  
000130     05  PRF-WORST-RC            PIC 9(04) COMP.                  CPYPFP  
