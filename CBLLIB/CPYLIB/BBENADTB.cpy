                                          COMP-3.
           05  BBENADTB-B-AFT-YTD-AMT     PIC S9(00009)V9(00002)
                                          COMP-3.
CR4229*    WRITTEN BY THE SHARED ADJUSTMENT ROUTINE (PDDS9009) FOR      CR4229
CR4229*    PDDB0012 AND FOR THE MEDICAL CARRIER'S INTEGRATED            CR4229
CR4229*    ACCUMULATOR FILE (PDDB0049 - USER PDDB0049, REASON MDED      CR4229
CR4229*    FOR MEDICAL DEDUCTIBLE, MOOP FOR MEDICAL OUT-OF-POCKET).     CR4229
