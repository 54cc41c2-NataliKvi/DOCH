      *-----------------------------------------------------------------
      *STORNO.COB   -  REC LAYOUT SHEL RESHUMAT PINKAS HASTORNO
      *-----------------------------------------------------------------
      *DATE       IDNT   DESCRIPTION
      *15/10/2026 NK     STRUCTURA RISHONA - RESHUMA ACHAT LECHOL
      *                  BAKASHAT STORNO SHEHUSHRA BELAKSTR: ASMACHTAT
      *                  HASTORNO (ST+MISPAR RATZ), TAARICH HARITZA
      *                  VEHAASMACHTA SHEL RESHUMAT HAYOMAN HAMEKORIT,
      *                  HACHESHBON VEHACHESHBON HANEGDI, VESTATUS
      *                  MAMTIN/BUTZA/NIDCHA SHEMEIDKEN LAKYOM.
      *-----------------------------------------------------------------
           03 PS01-ASMACHTA-STORNO          PIC X(08).
           03 PS01-TAARICH-BAKASHA          PIC 9(8).
           03 PS01-MAKOR-TAARICH            PIC 9(8).
           03 PS01-MAKOR-ASMACHTA           PIC X(08).
           03 PS01-CHESHBON                 PIC X(05).
           03 PS01-CHESHBON-NEGDI           PIC X(05).
           03 PS01-KOD-PEULA                PIC X(01).
           03 PS01-SCHUM                    PIC 9(6)V99.
           03 PS01-STATUS                   PIC X(01).
             88 PS01-MAMTIN                                 VALUE "P".
             88 PS01-BUTZA                                  VALUE "B".
             88 PS01-NIDCHA                                 VALUE "D".
           03 PS01-TAARICH-BITZUA           PIC 9(8).
