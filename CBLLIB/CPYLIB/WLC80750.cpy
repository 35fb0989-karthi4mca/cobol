      ***  CLAIM-CONTROL SIDE KEEPS A HAND-MAINTAINED DUPLICATE        CR4163
      ***  (WL380750) AND PDDR0018 POLICES THE OFFSETS.                CR4163
           05 WL-807-R-MME-DAY-LMT              PIC S9(4) COMP.         CR4163
      ***  SOURCE OF THE STATE MAC PRICE.  THE CLAIM EDIT MODULE        CR4203
      ***  (CONDU S958) LOADS WL-807-REG-SMAC-PRICE FROM THE IN-HOUSE   CR4203
      ***  STATE MAC LIST (R_STATE_MAC_TB) AND SETS 'I'; THE VENDOR     CR4203
      ***  PRICE LOOKUPS (PDDC8510/PDDC8515) LEAVE AN IN-HOUSE PRICE    CR4203
      ***  IN PLACE AND FILL THE STATE MAC ONLY WHEN THIS IS 'V' OR     CR4203
      ***  SPACE.  APPENDED AT THE END - WL380750 MUST FOLLOW.          CR4203
           05 WL-807-SMAC-SRC-CD               PIC X(01)  VALUE ' '.    CR4203
              88 WL-807-SMAC-IN-HOUSE               VALUE 'I'.          CR4203
              88 WL-807-SMAC-VENDOR                 VALUE 'V' ' '.      CR4203
062700*
005840******************************************************************
005850*                 E N D  O F  C O P Y B O O K                    *
