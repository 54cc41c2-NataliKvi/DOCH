      *-----------------------------------------------------------------
      *PIKADON.COB  -  REC LAYOUT SHEL KOVETZ AV PIKADONOT
      *-----------------------------------------------------------------
      *DATE       IDNT   DESCRIPTION
      *15/10/2026 NK     STRUCTURA RISHONA - PIKADON LEZMAN KATZUV
      *                  BEMAFTEACH CHESHBON + MISPAR PIKADON: KEREN,
      *                  MATBEA, TAARICH PTICHA/PIRAON, RIBIT SHNATIT
      *                  KVUA, HORAAT CHIDUSH (R - KEREN MITCHADESHET
      *                  VEHARIBIT MESHULEMET, K - KEREN VERIBIT
      *                  MITCHADSHOT, P - PIRAON MALE) UMATZAV (P PAIL,
      *                  N NIFRA, S SHAVUR, B BUTAL - TNUAT HAPTICHA
      *                  NIDCHETA BELAKYOM VEHAKESEF LO YATZA
      *                  MEHACHESHBON). HAKESEF ZOREM LECHESHBON
      *                  HAKASHUR BETNUOT TNUKSF.
      *-----------------------------------------------------------------
           03 PK01-MAFTEACH.
               05 PK01-CHESHBON             PIC X(05).
               05 PK01-MISPAR-PIKADON       PIC 9(03).
           03 PK01-KEREN                    PIC 9(6)V99.
           03 PK01-MATBEA                   PIC X(03).
           03 PK01-TAARICH-PTICHA           PIC 9(8).
           03 PK01-TAARICH-PIRAON           PIC 9(8).
           03 PK01-RIBIT-SHANA              PIC 9(2)V9(3).
           03 PK01-HORAAT-CHIDUSH           PIC X(01).
             88 PK01-HORAA-MUKERET                      VALUE "R" "K"
                                                              "P".
             88 PK01-CHIDUSH-KEREN                          VALUE "R".
             88 PK01-CHIDUSH-KOLEL                          VALUE "K".
             88 PK01-PIRAON-MALE                            VALUE "P".
           03 PK01-MATZAV                   PIC X(01).
             88 PK01-PAIL                                   VALUE "P".
             88 PK01-NIFRA                                  VALUE "N".
             88 PK01-SHAVUR                                 VALUE "S".
             88 PK01-BUTAL                                  VALUE "B".
           03 PK01-TAARICH-SGIRA            PIC 9(8).
           03 PK01-MONE-CHIDUSHIM           PIC 9(03).
