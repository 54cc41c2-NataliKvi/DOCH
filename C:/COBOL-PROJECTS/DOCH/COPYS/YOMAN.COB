      *22/08/2026 NK     STRUCTURA RISHONA - RESHUMAT YOMAN ACHAT LECHOL
      *                  TNUAT KESEF SHENIKLETA, KOLLEL YITRA LIFNEI
      *                  VEACHAREI, LETZORECH BIKORET.
      *15/10/2026 NK     HOSAFAT CHESHBON NEGDI LERAGLEI HAAVARA, SUG
      *                  RESHUMA (S STORNO / M BUTLA BESTORNO) VEKISHUR
      *                  (TAARICH RITZA + ASMACHTA) LARESHUMA HAMAKBILA,
      *                  KACH SHEHAMEKOR VEHASTORNO MATZBIIM ZE AL ZE.
      *-----------------------------------------------------------------
           03 YM01-TAARICH-RITZA.
               05 YM01-RITZA-YYYY           PIC 9(4).
                                            SIGN IS LEADING SEPARATE.
           03 YM01-YITRA-ACHAREI            PIC S9(8)V99
                                            SIGN IS LEADING SEPARATE.
           03 YM01-CHESHBON-NEGDI           PIC X(05).
           03 YM01-SUG-RISHUM               PIC X(01).
             88 YM01-RAGIL                                  VALUE " ".
             88 YM01-STORNO                                 VALUE "S".
             88 YM01-MEVUTAL                                VALUE "M".
           03 YM01-KISHUR.
               05 YM01-KISHUR-TAARICH       PIC 9(8).
               05 YM01-KISHUR-ASMACHTA      PIC X(08).
