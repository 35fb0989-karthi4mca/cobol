000110     10  WV-R0156-C-BYPASS
000120                     VALUE IS  SPACE
000130                                 PIC  X(00001).
000131     10  WV-R0156-C-PEND
000132                     VALUE IS  'P'
000133                                 PIC  X(00001).
000140     10  WV-R0156-C-REJECT
000150                     VALUE IS  'R'
000160                                 PIC  X(00001).
000380   05  WV-R0156-SEARCH-TABLE  REDEFINES
000390         WV-R0156-CODE-VALUES.
000400     10  WV-R0156-TABLE-ENTRY
000410                     OCCURS 00010 TIMES
000420                     ASCENDING KEY IS
000430           WV-R0156-R-CLM-EXC-DISP-CD
000440                     INDEXED BY WXV-R0156-TABLE-ENTRY.
000460                                 PIC  X(00001).
000470   05  WV-R0156-MAX-ENTRIES      PIC S9(04)
000480                     USAGE IS COMP-3
000490                     VALUE IS +00010.
