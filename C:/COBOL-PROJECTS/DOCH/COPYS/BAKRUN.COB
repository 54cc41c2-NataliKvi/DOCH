      *                  RESHUMAT PTICHA (P) BITCHILAT HARITZA
      *                  URESHUMAT SIYUM (S) IM MONIM USTATUS, KEVASIS
      *                  LEBDIKOT SEDER HARITZA BASHARSHERET HALEILIT.
      *15/10/2026 NK     HOSAFAT OFEN RITZA BERESHUMAT SIYUM: RITZA
      *                  NEKIYA (N/RAVACH) O HEMSHECH RITZA SHENIFSEKA
      *                  (H), LEDIVUACH BEDOCHRUN.
      *-----------------------------------------------------------------
           03 RC01-TOCHNIT                  PIC X(08).
           03 RC01-TAARICH                  PIC 9(8).
           03 RC01-MONE-RESHUMOT            PIC 9(6).
           03 RC01-MONE-TAKALOT-A           PIC 9(4).
           03 RC01-MONE-TAKALOT-B           PIC 9(4).
           03 RC01-OFEN-RITZA               PIC X(01).
             88 RC01-NEKIYA                             VALUE "N" " ".
             88 RC01-HEMSHECH                               VALUE "H".
