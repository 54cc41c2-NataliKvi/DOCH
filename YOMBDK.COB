      *              balance.
      *             *Prints debit/credit totals per SNIF and MATBEA so
      *              branch operations can sign off the day.
      *             *Reversal entries (YOMAN SUG RISHUM S, written for
      *              LAKSTR) enter the balance proof like any movement
      *              but are totalled apart: a separate STORNO line per
      *              SNIF and MATBEA and their own count.
      *             *PARAM-PRF.DAT may name the proof date; when the
      *              parameter file is absent or blank the run date
      *              is today.
           03 M01-MONE-TNUOT                PIC 9(6)        VALUE ZERO.
           03 M02-MONE-CHESHBONOT           PIC 9(6)        VALUE ZERO.
           03 M03-MONE-SHVARIM              PIC 9(4)        VALUE ZERO.
           03 M04-MONE-STORNO               PIC 9(6)        VALUE ZERO.
      *-----------------------------------------------------------------
      *MHxx-MAFTECHOT-HASHVAA
      *-----------------------------------------------------------------
               05 FILLER                   PIC X(2)       VALUE SPACE.
               05 ST04-SACH                PIC X(34)      VALUE
                  ": SHVARIM NIMTZEU".
           03 ST05.
               05 FILLER                   PIC X(10)      VALUE SPACE.
               05 ST05-CHOVA               PIC +99999999.99.
               05 FILLER                   PIC X(1)       VALUE SPACE.
               05 ST05-ZCHUT               PIC +99999999.99.
               05 FILLER                   PIC X(1)       VALUE SPACE.
               05 ST05-MATBEA              PIC X(3).
               05 FILLER                   PIC X(2)       VALUE SPACE.
               05 ST05-SNIF                PIC X(3).
               05 FILLER                   PIC X(2)       VALUE SPACE.
               05 ST05-SACH                PIC X(30)      VALUE
                  ":STORNO CHOVA/ZCHUT".
           03 ST06.
               05 FILLER                   PIC X(8)       VALUE SPACE.
               05 ST06-MONE                PIC ZZZZZ9.
               05 FILLER                   PIC X(2)       VALUE SPACE.
               05 ST06-SACH                PIC X(34)      VALUE
                  ": MEHEN TNUOT STORNO".
           03 SV01.
               05 FILLER                   PIC X(25)      VALUE SPACE.
               05 SV01-PSAK                PIC X(40).
                                            SIGN IS LEADING SEPARATE.
               05 TV01-SACH-CHOVA           PIC 9(8)V99.
               05 TV01-SACH-ZCHUT           PIC 9(8)V99.
               05 TV01-STORNO-CHOVA         PIC 9(8)V99.
               05 TV01-STORNO-ZCHUT         PIC 9(8)V99.

       01 TV20.
           03 TV02-MONE                    PIC 9(3)          VALUE ZERO.
               05 TV02-MATBEA               PIC X(03).
               05 TV02-SACH-CHOVA           PIC 9(8)V99.
               05 TV02-SACH-ZCHUT           PIC 9(8)V99.
               05 TV02-STORNO-CHOVA         PIC 9(8)V99.
               05 TV02-STORNO-ZCHUT         PIC 9(8)V99.
      *-----------------------------------------------------------------
       PROCEDURE                           DIVISION.
      *-----------------------------------------------------------------
               END-IF
               MOVE YM01-YITRA-ACHAREI TO
                                       TV01-YITRA-ACHRONA(TV01-IX)
               EVALUATE TRUE
                 WHEN YM01-STORNO AND YM01-KOD-PEULA = "C"
                   SUBTRACT YM01-SCHUM FROM TV01-NETO(TV01-IX)
                   ADD  YM01-SCHUM     TO TV01-STORNO-CHOVA(TV01-IX)
                   ADD  1              TO M04-MONE-STORNO
                 WHEN YM01-STORNO
                   ADD  YM01-SCHUM     TO TV01-NETO(TV01-IX)
                   ADD  YM01-SCHUM     TO TV01-STORNO-ZCHUT(TV01-IX)
                   ADD  1              TO M04-MONE-STORNO
                 WHEN YM01-KOD-PEULA = "C"
                   SUBTRACT YM01-SCHUM FROM TV01-NETO(TV01-IX)
                   ADD  YM01-SCHUM     TO TV01-SACH-CHOVA(TV01-IX)
                 WHEN OTHER
                   ADD  YM01-SCHUM     TO TV01-NETO(TV01-IX)
                   ADD  YM01-SCHUM     TO TV01-SACH-ZCHUT(TV01-IX)
               END-EVALUATE
           END-IF.
       B-EXIT.
           EXIT.
           MOVE YM01-YITRA-LIFNEI  TO TV01-YITRA-RISHONA(TV01-IX)
           MOVE ZERO               TO TV01-NETO(TV01-IX)
           MOVE ZERO               TO TV01-SACH-CHOVA(TV01-IX)
           MOVE ZERO               TO TV01-SACH-ZCHUT(TV01-IX)
           MOVE ZERO               TO TV01-STORNO-CHOVA(TV01-IX)
           MOVE ZERO               TO TV01-STORNO-ZCHUT(TV01-IX).
       E-EXIT.
           EXIT.
      *-----------------------------------------------------------------
                                             TO TV02-MATBEA(TV02-IX)
               MOVE ZERO                  TO TV02-SACH-CHOVA(TV02-IX)
               MOVE ZERO                  TO TV02-SACH-ZCHUT(TV02-IX)
               MOVE ZERO                  TO TV02-STORNO-CHOVA(TV02-IX)
               MOVE ZERO                  TO TV02-STORNO-ZCHUT(TV02-IX)
           END-IF

           ADD TV01-SACH-CHOVA(TV01-IX) TO TV02-SACH-CHOVA(TV02-IX)
           ADD TV01-SACH-ZCHUT(TV01-IX) TO TV02-SACH-ZCHUT(TV02-IX)
           ADD TV01-STORNO-CHOVA(TV01-IX) TO TV02-STORNO-CHOVA(TV02-IX)
           ADD TV01-STORNO-ZCHUT(TV01-IX) TO TV02-STORNO-ZCHUT(TV02-IX).
       I-EXIT.
           EXIT.
      *-----------------------------------------------------------------
           MOVE TV02-SNIF(TV02-IX)       TO ST01-SNIF

           WRITE D01-SHURA FROM ST01
           AFTER ADVANCING 1 LINES

           IF TV02-STORNO-CHOVA(TV02-IX) > ZERO
              OR TV02-STORNO-ZCHUT(TV02-IX) > ZERO
               MOVE TV02-STORNO-CHOVA(TV02-IX) TO ST05-CHOVA
               MOVE TV02-STORNO-ZCHUT(TV02-IX) TO ST05-ZCHUT
               MOVE TV02-MATBEA(TV02-IX)       TO ST05-MATBEA
               MOVE TV02-SNIF(TV02-IX)         TO ST05-SNIF
               WRITE D01-SHURA FROM ST05
               AFTER ADVANCING 1 LINES
           END-IF.
       L-EXIT.
           EXIT.
      *-----------------------------------------------------------------
           WRITE D01-SHURA          FROM ST02
           AFTER ADVANCING 2 LINES

           MOVE M04-MONE-STORNO     TO ST06-MONE
           WRITE D01-SHURA          FROM ST06
           AFTER ADVANCING 1 LINES

           MOVE M02-MONE-CHESHBONOT TO ST03-MONE
           WRITE D01-SHURA          FROM ST03
           AFTER ADVANCING 1 LINES
