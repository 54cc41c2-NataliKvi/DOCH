      *                  GADAL - TAUN SHICHZUR CHAD-PAAMI SHEL
      *                  HAKOVETZ (TIUN MECHADASH BESIGNON LAKCNV
      *                  O SHICHZUR MIDOR GIBUY DERECH LAKBKO).
      *15/10/2026 NK     HOSAFAT DEGEL PTOR MIMAS (Y = PATUR MENIKUY MAS
      *                  BAMAKOR AL RIBIT ZCHUT BELAKRIB); REVACH ISHAN
      *                  NECHSHAV LO PATUR. ORECH HARESHUMA GADAL -
      *                  TAUN SHICHZUR CHAD-PAAMI KAMO BEHOSAFAT MATZAV.
      *-----------------------------------------------------------------
           03 CHESHBON                     PIC X(05).
           03 SHEM                         PIC X(10).
             88 MATZAV-KAFU                          VALUE "K".
             88 MATZAV-RADUM                         VALUE "R".
             88 MATZAV-SAGUR                         VALUE "S".
           03 PTOR-MAS                     PIC X(01).
             88 PATUR-MAS                            VALUE "Y".
