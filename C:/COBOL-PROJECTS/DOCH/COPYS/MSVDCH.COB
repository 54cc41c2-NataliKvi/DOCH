      *-----------------------------------------------------------------
      *MSVDCH.COB   -  REC LAYOUT SHEL DCHIYOT LAKYOM LETNUOT MASAV
      *-----------------------------------------------------------------
      *DATE       IDNT   DESCRIPTION
      *15/10/2026 NK     STRUCTURA RISHONA - RESHUMA ACHAT LECHOL TNUA
      *                  MEKLITAT MASAV (ASMACHTA MV) SHENIDCHETA
      *                  BELAKYOM: TAARICH HARITZA, PRATEI HATNUA
      *                  VESIBAT HADCHIYA, LEHACHZARA LEMASAV BERITZAT
      *                  MSVKLT BAYOM HABA.
      *-----------------------------------------------------------------
           03 MV01-TAARICH-RITZA            PIC 9(8).
           03 MV01-CHESHBON                 PIC X(05).
           03 MV01-TAARICH-ERECH            PIC 9(8).
           03 MV01-KOD-PEULA                PIC X(01).
           03 MV01-SCHUM                    PIC 9(6)V99.
           03 MV01-ASMACHTA                 PIC X(08).
           03 MV01-SIBA                     PIC X(40).
