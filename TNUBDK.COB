      *              control records - transaction count and hash
      *              total of K02-YITRA against the detail records.
      *             *Checks each detail field (PEULA/CHESHBON/YITRA/
      *              SNIF/MATZAV/PTOR MAS) for format errors.
      *             *Any error rejects the entire batch: a control
      *              report is printed and the run-control record
      *              carries the error counts, so LAKMAN refuses to
                                           SIGN IS LEADING SEPARATE.
           03 K01-SNIF                     PIC X(03).
           03 K01-MATZAV                   PIC X(01).
           03 K01-PTOR-MAS                 PIC X(01).
       01 K01-ROSH-REC.
           03 FILLER                       PIC X(01).
           03 K01-MAKOR                    PIC X(08).
               MOVE "MATZAV CHESHBON LO CHUKI" TO SD01-SUG-TAKALA
               PERFORM D-HODAAT-TAKALA
               ADD  1 TO M02-MONE-TAKALOT-SADE
           END-IF

           IF (K01-HOSAFA OR K01-SHINUY)
              AND K01-PTOR-MAS NOT = SPACE
              AND K01-PTOR-MAS NOT = "Y" AND K01-PTOR-MAS NOT = "N"
               MOVE "DEGEL PTOR MAS LO CHUKI" TO SD01-SUG-TAKALA
               PERFORM D-HODAAT-TAKALA
               ADD  1 TO M02-MONE-TAKALOT-SADE
           END-IF.
       E-EXIT.
           EXIT.
