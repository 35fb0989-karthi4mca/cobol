CR4184     10  WV-R1737-C-HD-OVRD-APPLIED                               CR4184
CR4184                     VALUE IS  '3969'                             CR4184
CR4184                                 PIC  X(00004).                   CR4184
CR4200     10  WV-R1737-C-RX-EXPIRED                                    CR4200
CR4200                     VALUE IS  '3970'                             CR4200
CR4200                                 PIC  X(00004).                   CR4200
CR4200     10  WV-R1737-C-RFL-EXCEEDS-AUTH                              CR4200
CR4200                     VALUE IS  '3971'                             CR4200
CR4200                                 PIC  X(00004).                   CR4200
CR4200     10  WV-R1737-C-SCHED2-REFILL                                 CR4200
CR4200                     VALUE IS  '3972'                             CR4200
CR4200                                 PIC  X(00004).                   CR4200
CR4201     10  WV-R1737-C-DRUG-AGE-RSTR                                 CR4201
CR4201                     VALUE IS  '3973'                             CR4201
CR4201                                 PIC  X(00004).                   CR4201
CR4201     10  WV-R1737-C-DRUG-GENDER-RSTR                              CR4201
CR4201                     VALUE IS  '3974'                             CR4201
CR4201                                 PIC  X(00004).                   CR4201
CR4201     10  WV-R1737-C-DRUG-PREG-CONTRA                              CR4201
CR4201                     VALUE IS  '3975'                             CR4201
CR4201                                 PIC  X(00004).                   CR4201
CR4204     10  WV-R1737-C-LDD-PHRM-NOT-AUTH                             CR4204
CR4204                     VALUE IS  '3976'                             CR4204
CR4204                                 PIC  X(00004).                   CR4204
CR4205     10  WV-R1737-C-QTY-LIMIT-EXCEEDED                            CR4205
CR4205                     VALUE IS  '3977'                             CR4205
CR4205                                 PIC  X(00004).                   CR4205
CR4206     10  WV-R1737-C-PAY-TO-NOT-APPRVD                             CR4206
CR4206                     VALUE IS  '3978'                             CR4206
CR4206                                 PIC  X(00004).                   CR4206
CR4207     10  WV-R1737-C-HHLD-CAP-MET                                  CR4207
CR4207                     VALUE IS  '3979'                             CR4207
CR4207                                 PIC  X(00004).                   CR4207
CR4209     10  WV-R1737-C-CLIN-REVIEW-PEND                              CR4209
CR4209                     VALUE IS  '3980'                             CR4209
CR4209                                 PIC  X(00004).                   CR4209
CR4224     10  WV-R1737-C-SOFT-VEND-NOT-CERT                            CR4224
CR4224                     VALUE IS  '3981'                             CR4224
CR4224                                 PIC  X(00004).                   CR4224
CR4225     10  WV-R1737-C-MBR-DECEASED                                  CR4225
CR4225                     VALUE IS  '3982'                             CR4225
CR4225                                 PIC  X(00004).                   CR4225
CR4225     10  WV-R1737-C-PRSC-DECEASED                                 CR4225
CR4225                     VALUE IS  '3983'                             CR4225
CR4225                                 PIC  X(00004).                   CR4225
CR4227     10  WV-R1737-C-PHRM-LIC-EXPIRED                              CR4227
CR4227                     VALUE IS  '3984'                             CR4227
CR4227                                 PIC  X(00004).                   CR4227
CR4227     10  WV-R1737-C-PHRM-DEA-EXPIRED                              CR4227
CR4227                     VALUE IS  '3985'                             CR4227
CR4227                                 PIC  X(00004).                   CR4227
           10  WV-R1737-C-INVALID-BIN
                           VALUE IS  '4001'
                                       PIC  X(00004).
      *                    OCCURS 00316 TIMES                           CR4194
      *                    OCCURS 00317 TIMES                           CR4196
      *                    OCCURS 00319 TIMES                           CR4197
      *                    OCCURS 00319 TIMES                           DF7025
      *                    OCCURS 00322 TIMES                           CR4200
      *                    OCCURS 00325 TIMES                           CR4201
      *                    OCCURS 00326 TIMES                           CR4204
      *                    OCCURS 00327 TIMES                           CR4205
      *                    OCCURS 00328 TIMES                           CR4206
      *                    OCCURS 00329 TIMES                           CR4207
      *                    OCCURS 00330 TIMES                           CR4209
      *                    OCCURS 00331 TIMES                           CR4224
      *                    OCCURS 00333 TIMES                           CR4225
CR4227                     OCCURS 00335 TIMES                           CR4227
                           ASCENDING KEY IS
                 WV-R1737-R-CLM-EXC-CD
                           INDEXED BY WXV-R1737-TABLE-ENTRY.
      *                    VALUE IS +00316.                             CR4194
      *                    VALUE IS +00317.                             CR4196
      *                    VALUE IS +00319.                             CR4197
      *                    VALUE IS +00319.                             DF7025
      *                    VALUE IS +00322.                             CR4200
      *                    VALUE IS +00325.                             CR4201
      *                    VALUE IS +00326.                             CR4204
      *                    VALUE IS +00327.                             CR4205
      *                    VALUE IS +00328.                             CR4206
      *                    VALUE IS +00329.                             CR4207
      *                    VALUE IS +00330.                             CR4209
      *                    VALUE IS +00331.                             CR4224
      *                    VALUE IS +00333.                             CR4225
CR4227                     VALUE IS +00335.                             CR4227
