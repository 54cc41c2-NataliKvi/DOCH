      *              the two TAKALOT counters and a status - with a
      *              loud flag for a PTICHA with no matching SIYUM
      *              (abend) or a SIYUM that is not TAKIN.
      *             *A SIYUM marked as a resumed run (a rerun that
      *              picked up after an interrupted run, e.g. LAKYOM
      *              from its checkpoint) shows TAKIN-HEMSHECH and is
      *              counted on its own total line.
      *             *Compares each program's record count and elapsed
      *              time against its previous run in the file and
      *              flags a swing beyond C02-ACHUZ-SAVLANUT percent.
           03 M01-MONE-TOCHNIYOT           PIC 9(2)        VALUE ZERO.
           03 M02-MONE-ABEND               PIC 9(2)        VALUE ZERO.
           03 M03-MONE-CHARIGIM            PIC 9(2)        VALUE ZERO.
           03 M04-MONE-HEMSHECH            PIC 9(2)        VALUE ZERO.
      *-----------------------------------------------------------------
      *MHxx-MAFTECHOT-HASHVAA
      *-----------------------------------------------------------------
               05 FILLER                   PIC X(2)       VALUE SPACE.
               05 ST03-SACH                PIC X(36)      VALUE
                  ": SHINUYIM CHARIGIM MUL RITZA KODEM".
           03 ST04.
               05 FILLER                   PIC X(6)       VALUE SPACE.
               05 ST04-MONE                PIC ZZZZ9.
               05 FILLER                   PIC X(2)       VALUE SPACE.
               05 ST04-SACH                PIC X(34)      VALUE
                  ": RITZOT HEMSHECH ACHAREI HAFSAKA".
      *-----------------------------------------------------------------
      *SWxx-METAGIM
      *-----------------------------------------------------------------
               05 TV01-TAKALOT-A            PIC 9(4).
               05 TV01-TAKALOT-B            PIC 9(4).
               05 TV01-STATUS               PIC X(01).
               05 TV01-OFEN-RITZA           PIC X(01).
                 88 TV01-HEMSHECH           VALUE "H".
               05 TV01-PATUACH              PIC 9.
                 88 TV01-P-PATUACH          VALUE 1.
                 88 TV01-P-SAGUR            VALUE 0.
                                TV01-KODEM-MESHECH(TV01-IX)
                                TV01-KODEM-RESHUMOT(TV01-IX)
           MOVE SPACE        TO TV01-STATUS(TV01-IX)
                                TV01-OFEN-RITZA(TV01-IX)
           SET  TV01-P-SAGUR(TV01-IX)  TO TRUE
           SET  TV01-S-LO(TV01-IX)     TO TRUE
           SET  TV01-KP-LO(TV01-IX)    TO TRUE
           ELSE
               MOVE RC01-SHAA          TO TV01-SHAA-SIYUM(TV01-IX)
               MOVE RC01-STATUS        TO TV01-STATUS(TV01-IX)
               MOVE RC01-OFEN-RITZA    TO TV01-OFEN-RITZA(TV01-IX)
               MOVE RC01-MONE-RESHUMOT TO TV01-MONE-RESHUMOT(TV01-IX)
               MOVE RC01-MONE-TAKALOT-A TO TV01-TAKALOT-A(TV01-IX)
               MOVE RC01-MONE-TAKALOT-B TO TV01-TAKALOT-B(TV01-IX)
                      MOVE TV01-MESHECH(TV01-IX)    TO EZ03-SHNIOT
                      PERFORM W-01-ATZUV-SHAA
                      MOVE EZ06-SHAA-AVODA          TO SD01-MESHECH
                      IF TV01-HEMSHECH(TV01-IX)
                          MOVE "TAKIN-HEMSHECH" TO SD01-MATZAV
                          ADD  1 TO M04-MONE-HEMSHECH
                      ELSE
                          MOVE "TAKIN"         TO SD01-MATZAV
                      END-IF
               END-EVALUATE

               WRITE D01-SHURA FROM SD01
           WRITE D01-SHURA         FROM ST03
           AFTER ADVANCING 1 LINES

           MOVE M04-MONE-HEMSHECH  TO ST04-MONE
           WRITE D01-SHURA         FROM ST04
           AFTER ADVANCING 1 LINES

           CLOSE RC01-RUNCTL-FILE
           SET   SAGUR IN SW01-RC01 TO TRUE

