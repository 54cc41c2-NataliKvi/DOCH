      *-----------------------------------------------------------------
      *PIKDCH.COB   -  REC LAYOUT SHEL DCHIYOT LAKYOM LEPTICHAT PIKADON
      *-----------------------------------------------------------------
      *DATE       IDNT   DESCRIPTION
      *15/10/2026 NK     STRUCTURA RISHONA - RESHUMA ACHAT LECHOL TNUAT
      *                  CHOVA SHEL PTICHAT PIKADON (ASMACHTA PKnnnP)
      *                  SHENIDCHETA BELAKYOM: TAARICH HARITZA, PRATEI
      *                  HATNUA VESIBAT HADCHIYA, LEBITUL HAPIKADON
      *                  SHELO MUMAN BERITZAT PIKYOM BAYOM HABA.
      *-----------------------------------------------------------------
           03 PD01-TAARICH-RITZA            PIC 9(8).
           03 PD01-CHESHBON                 PIC X(05).
           03 PD01-TAARICH-ERECH            PIC 9(8).
           03 PD01-KOD-PEULA                PIC X(01).
           03 PD01-SCHUM                    PIC 9(6)V99.
           03 PD01-ASMACHTA                 PIC X(08).
           03 PD01-SIBA                     PIC X(40).
