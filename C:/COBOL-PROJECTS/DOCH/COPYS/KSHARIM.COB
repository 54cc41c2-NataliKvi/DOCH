      *-----------------------------------------------------------------
      *KSHARIM.COB   -  REC LAYOUT SHEL KOVETZ KISHREI LAKOACH-CHESHBON
      *-----------------------------------------------------------------
      *DATE       IDNT   DESCRIPTION
      *15/10/2026 NK     STRUCTURA RISHONA - KISHUR BEIN LAKOACH
      *                  (MISPAR ZEHUT) LECHESHBON BEMAFTEACH ZEHUT +
      *                  CHESHBON, IM TAFKID HALAKOACH BACHESHBON:
      *                  BAALIM RASHI / SHUTAF / MURSHE CHATIMA. SEDER
      *                  HAMAFTEACH MAFSHIR KRIA RETZIFA LEFI LAKOACH.
      *-----------------------------------------------------------------
           03 KS01-MAFTEACH.
               05 KS01-MISPAR-ZEHUT         PIC X(09).
               05 KS01-CHESHBON             PIC X(05).
           03 KS01-TAFKID                   PIC X(01).
             88 KS01-TAFKID-MUKAR                       VALUE "R" "M"
                                                              "C".
             88 KS01-RASHI                                  VALUE "R".
             88 KS01-MESHUTAF                               VALUE "M".
             88 KS01-MURSHE                                 VALUE "C".
