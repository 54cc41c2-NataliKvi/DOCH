      *-----------------------------------------------------------------
      *BIKORET.COB   -  REC LAYOUT SHEL KOVETZ BIKORET HAMASTERIM
      *-----------------------------------------------------------------
      *DATE       IDNT   DESCRIPTION
      *15/10/2026 NK     STRUCTURA RISHONA - RESHUMA ACHAT LECHOL
      *                  HOSAFA/SHINUY/MECHIKA SHEL TOCHNIT TACHZUKA -
      *                  LAKMAN (LAKOCHOT), MISGMAN (MISGAROT), HORAMAN
      *                  (HORAOT), SNIFMAN (SNIFIM), IKULMAN (IKULIM),
      *                  LCHMAN (LAKOACH), KSHMAN (KSHARIM), PIKMAN
      *                  (PIKADON) VESGRCHS (LAKOCHOT BESGIRAT
      *                  CHESHBON) - IM TMUNAT HARESHUMA LIFNEI
      *                  VEACHAREI (80 TAVIM, ORECH RESHUMAT LAKOACH),
      *                  SHEM HATOCHNIT VETAARICH USHAAT HARITZA,
      *                  KEVASIS LEDOCH BIKORET YOMI (BKRDOCH).
      *-----------------------------------------------------------------
           03 BK01-TOCHNIT                  PIC X(08).
           03 BK01-TAARICH                  PIC 9(8).
           03 BK01-SHAA                     PIC 9(6).
           03 BK01-KOVETZ                   PIC X(08).
           03 BK01-PEULA                    PIC X(01).
             88 BK01-HOSAFA                                 VALUE "A".
             88 BK01-SHINUY                                 VALUE "C".
             88 BK01-MECHIKA                                VALUE "D".
           03 BK01-MAFTEACH                 PIC X(10).
           03 BK01-TMUNA-LIFNEI             PIC X(80).
           03 BK01-TMUNA-ACHAREI            PIC X(80).
