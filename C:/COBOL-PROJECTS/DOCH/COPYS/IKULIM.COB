      *-----------------------------------------------------------------
      *IKULIM.COB   -  REC LAYOUT SHEL KOVETZ IKULIM/SHIABUDIM
      *-----------------------------------------------------------------
      *DATE       IDNT   DESCRIPTION
      *15/10/2026 NK     STRUCTURA RISHONA - IKUL AL CHESHBON BEMAFTEACH
      *                  CHESHBON + MISPAR IKUL: SCHUM (BEMATBEA
      *                  HACHESHBON), SUG, ASMACHTA CHITZONIT, TAARICH
      *                  HATCHALA VETAARICH SHICHRUR. IKUL PAIL BEYOM
      *                  NATUN IM HATCHALA <= HAYOM VESHICHRUR EFES
      *                  (AD SHICHRUR YADANI) O ACHAREI HAYOM; IKUL
      *                  SHEPAG NOFEL MECHISHUV HAYITRA HAPNUYA.
      *-----------------------------------------------------------------
           03 IK01-MAFTEACH.
               05 IK01-CHESHBON             PIC X(05).
               05 IK01-MISPAR-IKUL          PIC 9(3).
           03 IK01-SCHUM                    PIC 9(6)V99.
           03 IK01-SUG                      PIC X(01).
             88 IK01-SUG-MUKAR                          VALUE "M" "B"
                                                              "C" "A".
             88 IK01-MISHPATI                               VALUE "M".
             88 IK01-BITACHON                               VALUE "B".
             88 IK01-CHEQUE                                 VALUE "C".
             88 IK01-ACHER                                  VALUE "A".
           03 IK01-ASMACHTA                 PIC X(12).
           03 IK01-TAARICH-HATCHALA         PIC 9(8).
           03 IK01-TAARICH-SHICHRUR         PIC 9(8).
