      *-----------------------------------------------------------------
      *TNUKLT.COB   -  REC LAYOUT SHEL MAAKAV TNUOT SHENIKLETU
      *-----------------------------------------------------------------
      *DATE       IDNT   DESCRIPTION
      *15/10/2026 NK     STRUCTURA RISHONA - RESHUMA ACHAT LECHOL TNUA
      *                  SHENIKLETA BELAKYOM, BEMAFTEACH KOVETZ KELET/
      *                  CHESHBON/ASMACHTA/SCHUM/TAARICH ERECH, LEMENIAT
      *                  KLITA KFULA VELEHEMSHECH RITZA SHENIFSEKA.
      *-----------------------------------------------------------------
           03 KL01-MAFTEACH.
               05 KL01-SHEM-KELET           PIC X(60).
               05 KL01-CHESHBON             PIC X(05).
               05 KL01-ASMACHTA             PIC X(08).
               05 KL01-SCHUM                PIC 9(6)V99.
               05 KL01-TAARICH-ERECH        PIC 9(8).
           03 KL01-TAARICH-RITZA            PIC 9(8).
           03 KL01-MISPAR-RESHUMA           PIC 9(6).
           03 KL01-KOD-PEULA                PIC X(01).
