CR4174*    RETRYABLE SQLCODE (-911/-913) BEFORE IT COMPLETED -          CR4174
CR4174*    CONTENTION TRENDING FOR THE DBAS.                            CR4174
CR4174     05  CLPERFTB-C-SQL-RETRY-CNT   PIC S9(00004) COMP.           CR4174
CR4224*    SOFTWARE VENDOR/CERTIFICATION ID AND NCPDP VERSION THE       CR4224
CR4224*    TRANSMISSION CAME IN ON (SPACES WHEN NOT SENT) AND THE       CR4224
CR4224*    CLAIM'S FINAL HEADER STATUS - VOLUME AND REJECT RATE BY      CR4224
CR4224*    SOFTWARE VENDOR (PDDR0087).                                  CR4224
CR4224     05  CLPERFTB-C-SOFT-VEND-ID    PIC  X(00010).                CR4224
CR4224     05  CLPERFTB-C-NCPDP-VERSN-NUM PIC  X(00002).                CR4224
CR4224     05  CLPERFTB-C-HDR-STAT-CD     PIC  X(00001).                CR4224
