      *-----------------------------------------------------------------
      *LAKOACH.COB   -  REC LAYOUT SHEL KOVETZ AV LAKOCHOT (ISHIM)
      *-----------------------------------------------------------------
      *DATE       IDNT   DESCRIPTION
      *15/10/2026 NK     STRUCTURA RISHONA - LAKOACH BEMAFTEACH MISPAR
      *                  ZEHUT: SHEM MALE VEKTOVET. HAKISHUR
      *                  LACHESHBONOT (BAALIM/SHUTAFIM/MURSHIM) NISHMAR
      *                  BEKSHARIM.
      *15/10/2026 NK     HOSAFAT SUG LAKOACH (P PRATI / T TAAGID / M
      *                  MALKAR) LIKVIAT SHIUR NIKUY MAS BAMAKOR AL
      *                  RIBIT ZCHUT BELAKRIB (TAVLAT MAS.DAT).
      *-----------------------------------------------------------------
           03 LC01-MISPAR-ZEHUT             PIC X(09).
           03 LC01-SHEM-MALE                PIC X(30).
           03 LC01-KTOVET                   PIC X(40).
           03 LC01-SUG-LAKOACH              PIC X(01).
             88 LC01-SUG-MUKAR                          VALUE "P" "T"
                                                              "M".
             88 LC01-PRATI                                  VALUE "P".
             88 LC01-TAAGID                                 VALUE "T".
             88 LC01-MALKAR                                 VALUE "M".
