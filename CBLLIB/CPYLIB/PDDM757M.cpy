           05  FILLER REDEFINES RSNTXF.
               10  RSNTXA                  PIC  X(00001).
           05  RSNTXI                      PIC  X(00030).
           05  ACTVTSL                     PIC S9(00004) COMP.
           05  ACTVTSF                     PIC  X(00001).
           05  FILLER REDEFINES ACTVTSF.
               10  ACTVTSA                 PIC  X(00001).
           05  ACTVTSI                     PIC  X(00016).
           05  ACTCDL                      PIC S9(00004) COMP.
           05  ACTCDF                      PIC  X(00001).
           05  FILLER REDEFINES ACTCDF.
           05  FILLER                      PIC  X(00003).
           05  RSNTXO                      PIC  X(00030).
           05  FILLER                      PIC  X(00003).
           05  ACTVTSO                     PIC  X(00016).
           05  FILLER                      PIC  X(00003).
           05  ACTCDO                      PIC  X(00001).
           05  FILLER                      PIC  X(00003).
           05  MSGO                        PIC  X(00079).
