      *              interest and fee runs that must go through. An
      *              account with no MISGAROT record has a frame of
      *              zero.
      *             *Active holds in IKULIM.DAT come off the balance
      *              first: a CHOVA movement (or the debit leg of a
      *              transfer) must leave YITRA less the active holds
      *              of the account above minus the MISGAROT frame.
      *              A hold is active from its TAARICH HATCHALA until
      *              the day before its TAARICH SHICHRUR (zero - until
      *              released), so expired holds drop off by date.
      *              The same Y flag posts such a movement anyway and
      *              lists it.
      *             *A KOD PEULA H movement is a transfer carrying the
      *              debited CHESHBON and the credited CHESHBON NEGDI;
      *              both legs post together or not at all - an
      *              mismatch or a balance out of range rejects the
      *              whole transfer and neither YITRA moves. Each leg
      *              writes its own YOMAN record.
      *             *A movement with an ASMACHTA starting ST is a
      *              reversal written by LAKSTR: it posts only while
      *              pending in the register STORNO.DAT (so an entry
      *              is never reversed twice), its YOMAN records carry
      *              the run date and ASMACHTA of the original, and at
      *              the end of the run the original YOMAN records are
      *              marked reversed with the run date and ASMACHTA of
      *              the reversal (YOMAN.DAT is rewritten through
      *              YOMAN.TMP) and the register is brought up to date
      *              (posted or rejected, through STORNO.TMP). Both
      *              legs of a transfer record the CHESHBON NEGDI in
      *              YOMAN.
      *             *Every posted movement is recorded in the indexed
      *              tracking file TNUKLT.DAT by input file, CHESHBON,
      *              ASMACHTA, amount and TAARICH ERECH; a movement
      *              already recorded there is rejected to the
      *              exception report as a duplicate and posts no
      *              second time.
      *             *Restart: a checkpoint NEKUDA-YOM.DAT holds the
      *              input file and the number of input records fully
      *              processed, rewritten after every record and marked
      *              complete at the end of the run. When the last run
      *              on the same day stopped part way through the same
      *              input file, a rerun skips the records already
      *              processed (future valued ones go back to the
      *              warehouse) and also the one record after them if
      *              TNUKLT.DAT shows it was posted before the stop
      *              (counted as skipped, not as a duplicate), extends
      *              the existing reports and
      *              marks its RUNCTL SIYUM record as a resumed run
      *              (shown by DOCHRUN).
      *             *An account closed by SGRCHS is already sagur: the
      *              closure movements themselves (ASMACHTA RB, AM, SG
      *              or MS followed by S and the closed CHESHBON) still
      *              post to that account and to no other sagur one.
      *             *A rejected movement imported from the clearing
      *              house by MSVKLT (ASMACHTA starting MV) is also
      *              written to MSVDCH.DAT with the reason, so that the
      *              next MSVKLT run returns it to the sending bank. A
      *              duplicate is not written - it was posted before.
      *             *In the same way a rejected deposit opening debit of
      *              PIKMAN (ASMACHTA PKnnnP, CHOVA) is written to
      *              PIKDCH.DAT, so that the next PIKYOM run cancels the
      *              deposit that was never funded.
      *             *The CHOVA of PIKYOM that deposits capitalized
      *              interest back into its deposit (ASMACHTA PKnnnH)
      *              only returns the ZCHUT R posted just before it, so
      *              it is not held to the MISGERET or to the holds.
      *              Neither is a withholding tax CHOVA (ASMACHTA
      *              starting MS), which only takes part of the interest
      *              credited just before it.
      *             *Records PTICHA/SIYUM in RUNCTL.DAT and refuses to
      *              run before HORAYOM has finished TAKIN on the run
      *              date, so standing instruction movements are never
             "C:\COBOL-PROJECTS\DOCH\FILES\TNUKSF-ERECH.PRN"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS  IS MH01-FILE-STS.

           SELECT PS01-STORNO-FILE
             ASSIGN       TO "C:\COBOL-PROJECTS\DOCH\FILES\STORNO.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS  IS MH01-FILE-STS.

           SELECT PS02-STORNO-OUT
             ASSIGN       TO "C:\COBOL-PROJECTS\DOCH\FILES\STORNO.TMP"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS  IS MH01-FILE-STS.

           SELECT Y02-YOMAN-OUT
             ASSIGN       TO "C:\COBOL-PROJECTS\DOCH\FILES\YOMAN.TMP"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS  IS MH01-FILE-STS.

           SELECT KL01-KLITOT-FILE
             ASSIGN       TO "C:\COBOL-PROJECTS\DOCH\FILES\TNUKLT.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS DYNAMIC
             RECORD KEY   IS KL01-MAFTEACH
             FILE STATUS  IS MH01-FILE-STS.

           SELECT IK01-IKULIM-FILE
             ASSIGN       TO "C:\COBOL-PROJECTS\DOCH\FILES\IKULIM.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS DYNAMIC
             RECORD KEY   IS IK01-MAFTEACH
             FILE STATUS  IS MH01-FILE-STS.

           SELECT NK01-NEKUDA-FILE
             ASSIGN       TO
             "C:\COBOL-PROJECTS\DOCH\FILES\NEKUDA-YOM.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS  IS MH01-FILE-STS.

           SELECT MV01-DCHIYOT-MASAV
             ASSIGN       TO "C:\COBOL-PROJECTS\DOCH\FILES\MSVDCH.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS  IS MH01-FILE-STS.

           SELECT PD01-DCHIYOT-PIKADON
             ASSIGN       TO "C:\COBOL-PROJECTS\DOCH\FILES\PIKDCH.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS  IS MH01-FILE-STS.
      *-----------------------------------------------------------------
       DATA                                DIVISION.
      *-----------------------------------------------------------------
       FD  D01-CHARIGIM-PRN
           LABEL RECORD IS OMITTED.
       01  D01-SHURA                       PIC X(80).

       FD PS01-STORNO-FILE
           RECORDING MODE F.
       01 PS01-STORNO-REC.
           COPY "C:\COBOL-PROJECTS\DOCH\COPYS\STORNO.COB".

       FD  PS02-STORNO-OUT
           RECORDING MODE F.
       01  PS02-RESHUMA                    PIC X(60).

       FD  Y02-YOMAN-OUT
           RECORDING MODE F.
       01  Y02-RESHUMA                     PIC X(82).

       FD KL01-KLITOT-FILE.
       01 KL01-KLITA-REC.
           COPY "C:\COBOL-PROJECTS\DOCH\COPYS\TNUKLT.COB".

       FD  IK01-IKULIM-FILE.
       01  IK01-IKUL-REC.
           COPY "C:\COBOL-PROJECTS\DOCH\COPYS\IKULIM.COB".

       FD  NK01-NEKUDA-FILE
           RECORDING MODE F.
       01  NK01-NEKUDA-REC.
           03 NK01-SHEM-KELET              PIC X(60).
           03 NK01-TAARICH-RITZA           PIC 9(8).
           03 NK01-MISPAR-RESHUMA          PIC 9(6).
           03 NK01-MATZAV                  PIC X(01).
             88 NK01-BAMEHALECH            VALUE "R".
             88 NK01-HUSHLAM               VALUE "T".

       FD  MV01-DCHIYOT-MASAV
           RECORDING MODE F.
       01  MV01-DCHIYA-REC.
           COPY "C:\COBOL-PROJECTS\DOCH\COPYS\MSVDCH.COB".

       FD  PD01-DCHIYOT-PIKADON
           RECORDING MODE F.
       01  PD01-DCHIYA-REC.
           COPY "C:\COBOL-PROJECTS\DOCH\COPYS\PIKDCH.COB".
      *-----------------------------------------------------------------
       WORKING-STORAGE                     SECTION.
      *-----------------------------------------------------------------
              999999.99.
           03 C03-YITRA-MIN                PIC S9(6)V99     VALUE
              -999999.99.
           03 C04-GODEL-TAVLAT-STORNO      PIC 9(3)         VALUE 500.
      *-----------------------------------------------------------------
      *EZxx-EZER
      *-----------------------------------------------------------------
              "C:\COBOL-PROJECTS\DOCH\FILES\MACHSAN.DAT".
           03 EZ18-SHEM-MACHSAN-TMP         PIC X(44)       VALUE
              "C:\COBOL-PROJECTS\DOCH\FILES\MACHSAN.TMP".
           03 EZ19-SHEM-YOMAN               PIC X(44)       VALUE
              "C:\COBOL-PROJECTS\DOCH\FILES\YOMAN.DAT".
           03 EZ20-SHEM-YOMAN-TMP           PIC X(44)       VALUE
              "C:\COBOL-PROJECTS\DOCH\FILES\YOMAN.TMP".
           03 EZ21-SHEM-STORNO              PIC X(44)       VALUE
              "C:\COBOL-PROJECTS\DOCH\FILES\STORNO.DAT".
           03 EZ22-SHEM-STORNO-TMP          PIC X(44)       VALUE
              "C:\COBOL-PROJECTS\DOCH\FILES\STORNO.TMP".
           03 EZ23-SHEM-MAKOR               PIC X(60).
           03 EZ24-MISPAR-DILUG             PIC 9(6)        VALUE ZERO.
           03 EZ25-MISPAR-NEKUDA            PIC 9(6).
           03 EZ26-MATZAV-NEKUDA            PIC X(01).
           03 EZ29-SACH-IKULIM              PIC 9(8)V99.
           03 EZ30-CHESHBON-SGIRA           PIC X(05).
      *-----------------------------------------------------------------
      *Hxx-HODAOT
      *-----------------------------------------------------------------
           03 M07-MONE-NIGNEZU              PIC 9(4)        VALUE ZERO.
           03 M08-MONE-SHUCHRERU            PIC 9(4)        VALUE ZERO.
           03 M09-MONE-ERECH-LEACHOR        PIC 9(4)        VALUE ZERO.
           03 M10-MONE-STORNO               PIC 9(4)        VALUE ZERO.
           03 M11-MONE-STORNO-NIDCHU        PIC 9(4)        VALUE ZERO.
           03 M12-MONE-DULGU                PIC 9(6)        VALUE ZERO.
           03 M13-MONE-KFULOT               PIC 9(4)        VALUE ZERO.
           03 M14-MONE-MEAL-IKULIM          PIC 9(4)        VALUE ZERO.
      *-----------------------------------------------------------------
      *MHxx-MAFTECHOT-HASHVAA
      *-----------------------------------------------------------------
               05 FILLER                   PIC X(8)       VALUE ALL '-'.
               05 FILLER                   PIC X(5)       VALUE SPACE.
               05 FILLER                   PIC X(13)      VALUE ALL '-'.
           03 SC04.
               05 FILLER                   PIC X(11)      VALUE SPACE.
               05 FILLER                   PIC X(40)      VALUE
                  "*** HEMSHECH RITZA - DULGU RESHUMOT 1 AD".
               05 FILLER                   PIC X(1)       VALUE SPACE.
               05 SC04-MISPAR              PIC ZZZZZ9.
           03 SD01.
               05 FILLER                   PIC X(12)      VALUE SPACE.
               05 SD01-KOD                 PIC X(1).
               05 FILLER                   PIC X(2)       VALUE SPACE.
               05 ST08-SACH                PIC X(30)      VALUE
                  ": TNUOT ERECH LEACHOR".
           03 ST09.
               05 FILLER                   PIC X(10)      VALUE SPACE.
               05 ST09-MONE                PIC ZZZ9.
               05 FILLER                   PIC X(2)       VALUE SPACE.
               05 ST09-SACH                PIC X(30)      VALUE
                  ": TNUOT STORNO NIKLETU".
           03 ST10.
               05 FILLER                   PIC X(10)      VALUE SPACE.
               05 ST10-MONE                PIC ZZZ9.
               05 FILLER                   PIC X(2)       VALUE SPACE.
               05 ST10-SACH                PIC X(30)      VALUE
                  ": TNUOT KFULOT NIDCHU".
           03 ST11.
               05 FILLER                   PIC X(8)       VALUE SPACE.
               05 ST11-MONE                PIC ZZZZZ9.
               05 FILLER                   PIC X(2)       VALUE SPACE.
               05 ST11-SACH                PIC X(30)      VALUE
                  ": RESHUMOT DULGU - HEMSHECH".
           03 ST12.
               05 FILLER                   PIC X(10)      VALUE SPACE.
               05 ST12-MONE                PIC ZZZ9.
               05 FILLER                   PIC X(2)       VALUE SPACE.
               05 ST12-SACH                PIC X(30)      VALUE
                  ": TNUOT MEAL IKULIM NIKLETU".
           03 SE01.
               05 FILLER                   PIC X(18)      VALUE SPACE.
               05 FILLER                   PIC X(30)      VALUE
           03 SW16-MACHSAN-KAYAM           PIC 9.
             88 SW16-KEN                   VALUE 1.
             88 SW16-LO                    VALUE 0.

           03 SW17-PS01                    PIC S9(4) BINARY VALUE 99.
           COPY "C:\COBOL-PROJECTS\DOCH\COPYS\SWK.COB".

           03 SW18-PS02                    PIC S9(4) BINARY VALUE 99.
           COPY "C:\COBOL-PROJECTS\DOCH\COPYS\SWK.COB".

           03 SW19-Y02                     PIC S9(4) BINARY VALUE 99.
           COPY "C:\COBOL-PROJECTS\DOCH\COPYS\SWK.COB".

           03 SW20-STORNO-NIMTZA           PIC 9.
             88 SW20-KEN                   VALUE 1.
             88 SW20-LO                    VALUE 0.

           03 SW21-TNUA-KFULA              PIC 9.
             88 SW21-KEN                   VALUE 1.
             88 SW21-LO                    VALUE 0.

           03 SW22-HEMSHECH-RITZA          PIC 9            VALUE 0.
             88 SW22-KEN                   VALUE 1.
             88 SW22-LO                    VALUE 0.

           03 SW23-KL01                    PIC S9(4) BINARY VALUE 99.
           COPY "C:\COBOL-PROJECTS\DOCH\COPYS\SWK.COB".

           03 SW24-NK01                    PIC S9(4) BINARY VALUE 99.
           COPY "C:\COBOL-PROJECTS\DOCH\COPYS\SWK.COB".

           03 SW25-IK01                    PIC S9(4) BINARY VALUE 99.
           COPY "C:\COBOL-PROJECTS\DOCH\COPYS\SWK.COB".

           03 SW26-IKULIM-KAYAM            PIC 9.
             88 SW26-KEN                   VALUE 1.
             88 SW26-LO                    VALUE 0.

           03 SW27-SOF-IKULIM              PIC 9.
             88 SW27-SOF                   VALUE 1.
             88 SW27-YESH                  VALUE 0.

           03 SW28-TNUAT-SGIRA             PIC 9.
             88 SW28-KEN                   VALUE 1.
             88 SW28-LO                    VALUE 0.

           03 SW29-MV01                    PIC S9(4) BINARY VALUE 99.
           COPY "C:\COBOL-PROJECTS\DOCH\COPYS\SWK.COB".

           03 SW30-PD01                    PIC S9(4) BINARY VALUE 99.
           COPY "C:\COBOL-PROJECTS\DOCH\COPYS\SWK.COB".

           03 SW31-HAFKADAT-RIBIT          PIC 9.
             88 SW31-KEN                   VALUE 1.
             88 SW31-LO                    VALUE 0.
      *-----------------------------------------------------------------
      *TVxx-TAVLAOT
      *-----------------------------------------------------------------
       01 TV00.
           03 TV01-MONE                    PIC 9(3)          VALUE ZERO.
           03 TV01-STORNO OCCURS 1 TO 500 TIMES
                            DEPENDING ON TV01-MONE
                            INDEXED BY TV01-IX.
               05 TV01-ASMACHTA-STORNO      PIC X(08).
               05 TV01-MAKOR-TAARICH        PIC 9(8).
               05 TV01-MAKOR-ASMACHTA       PIC X(08).
               05 TV01-CHESHBON             PIC X(05).
               05 TV01-CHESHBON-NEGDI       PIC X(05).
               05 TV01-STATUS               PIC X(01).
                 88 TV01-MAMTIN             VALUE "P".
                 88 TV01-BUTZA              VALUE "B".
                 88 TV01-NIDCHA             VALUE "D".
      *-----------------------------------------------------------------
       PROCEDURE                           DIVISION.
      *-----------------------------------------------------------------
      *-----------------------------------------------------------------
           USE AFTER STANDARD ERROR PROCEDURE ON D01-CHARIGIM-PRN.
       DC4-00.
           IF MH01-FILE-STS NOT = "35"
               MOVE
                 "C:\COBOL-PROJECTS\DOCH\FILES\TNUKSF-CHARIGIM.PRN"
                                                          TO SHEM-KOVETZ
               PERFORM ZT-TAKALOT
           END-IF.
       DC4-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *-----------------------------------------------------------------
           USE AFTER STANDARD ERROR PROCEDURE ON D02-ERECH-PRN.
       DC10-00.
           IF MH01-FILE-STS NOT = "35"
               MOVE "C:\COBOL-PROJECTS\DOCH\FILES\TNUKSF-ERECH.PRN" TO
                                                             SHEM-KOVETZ
               PERFORM ZT-TAKALOT
           END-IF.
       DC10-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       DC11-PS01                           SECTION.
      *-----------------------------------------------------------------
           USE AFTER STANDARD ERROR PROCEDURE ON PS01-STORNO-FILE.
       DC11-00.
           IF MH01-FILE-STS NOT = "35"
               MOVE EZ21-SHEM-STORNO TO SHEM-KOVETZ
               PERFORM ZT-TAKALOT
           END-IF.
       DC11-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       DC12-PS02                           SECTION.
      *-----------------------------------------------------------------
           USE AFTER STANDARD ERROR PROCEDURE ON PS02-STORNO-OUT.
       DC12-00.
           MOVE EZ22-SHEM-STORNO-TMP TO SHEM-KOVETZ
           PERFORM ZT-TAKALOT.
       DC12-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       DC13-Y02                            SECTION.
      *-----------------------------------------------------------------
           USE AFTER STANDARD ERROR PROCEDURE ON Y02-YOMAN-OUT.
       DC13-00.
           MOVE EZ20-SHEM-YOMAN-TMP TO SHEM-KOVETZ
           PERFORM ZT-TAKALOT.
       DC13-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       DC14-KL01                           SECTION.
      *-----------------------------------------------------------------
           USE AFTER STANDARD ERROR PROCEDURE ON KL01-KLITOT-FILE.
       DC14-00.
           IF MH01-FILE-STS NOT = "35"
               MOVE "C:\COBOL-PROJECTS\DOCH\FILES\TNUKLT.DAT" TO
                                                             SHEM-KOVETZ
               PERFORM ZT-TAKALOT
           END-IF.
       DC14-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       DC15-NK01                           SECTION.
      *-----------------------------------------------------------------
           USE AFTER STANDARD ERROR PROCEDURE ON NK01-NEKUDA-FILE.
       DC15-00.
           IF MH01-FILE-STS NOT = "35"
               MOVE "C:\COBOL-PROJECTS\DOCH\FILES\NEKUDA-YOM.DAT" TO
                                                             SHEM-KOVETZ
               PERFORM ZT-TAKALOT
           END-IF.
       DC15-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       DC16-IK01                           SECTION.
      *-----------------------------------------------------------------
           USE AFTER STANDARD ERROR PROCEDURE ON IK01-IKULIM-FILE.
       DC16-00.
           IF MH01-FILE-STS NOT = "35"
               MOVE "C:\COBOL-PROJECTS\DOCH\FILES\IKULIM.DAT" TO
                                                             SHEM-KOVETZ
               PERFORM ZT-TAKALOT
           END-IF.
       DC16-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       DC17-MV01                           SECTION.
      *-----------------------------------------------------------------
           USE AFTER STANDARD ERROR PROCEDURE ON MV01-DCHIYOT-MASAV.
       DC17-00.
           IF MH01-FILE-STS NOT = "35"
               MOVE "C:\COBOL-PROJECTS\DOCH\FILES\MSVDCH.DAT" TO
                                                             SHEM-KOVETZ
               PERFORM ZT-TAKALOT
           END-IF.
       DC17-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       DC18-PD01                           SECTION.
      *-----------------------------------------------------------------
           USE AFTER STANDARD ERROR PROCEDURE ON PD01-DCHIYOT-PIKADON.
       DC18-00.
           IF MH01-FILE-STS NOT = "35"
               MOVE "C:\COBOL-PROJECTS\DOCH\FILES\PIKDCH.DAT" TO
                                                             SHEM-KOVETZ
               PERFORM ZT-TAKALOT
           END-IF.
       DC18-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       ZT-TAKALOT                          SECTION.
      *-----------------------------------------------------------------
           PERFORM     ZA-HATCHLAT-TOCHNIT
           PERFORM UNTIL SOF IN SW02-K02
               PERFORM B-TIPUL-TNUA
               PERFORM Q-NEKUDAT-BIKORET
               PERFORM C-KRIAT-TNUA
           END-PERFORM
           PERFORM     ZZ-SYIUM-TOCHNIT
       B-00.
           MOVE "B-TIPUL-TNUA" TO SHEM-SEC

           SET SW20-LO TO TRUE
           IF TN01-ASMACHTA(1:2) = "ST"
               PERFORM K-CHIPUS-STORNO
           END-IF
           PERFORM L-BDIKAT-KFILUT

           SET SW28-LO TO TRUE
           IF (TN01-ASMACHTA(1:2) = "RB" OR "AM" OR "SG" OR "MS")
              AND TN01-ASMACHTA(3:1) = "S"
               SET  SW28-KEN            TO TRUE
               MOVE TN01-ASMACHTA(4:5)  TO EZ30-CHESHBON-SGIRA
           END-IF

           SET SW31-LO TO TRUE
           IF (TN01-ASMACHTA(1:2) = "PK" AND TN01-ASMACHTA(6:1) = "H")
              OR TN01-ASMACHTA(1:2) = "MS"
               SET  SW31-KEN            TO TRUE
           END-IF

           EVALUATE TRUE
             WHEN TN01-SCHUM NOT NUMERIC
                  MOVE "SCHUM LO NUMERI" TO EZ02-SIBAT-DCHIYA
              AND NOT TN01-HAAVARA
                  MOVE "KOD PEULA LO MUKAR" TO EZ02-SIBAT-DCHIYA
                  PERFORM J-DCHIYA
             WHEN TN01-ASMACHTA(1:2) = "ST"
              AND SW20-LO
                  MOVE "STORNO LO MAMTIN BAPINKAS - NIDCHA" TO
                                                  EZ02-SIBAT-DCHIYA
                  PERFORM J-DCHIYA
             WHEN TN01-TAARICH-ERECH > EZ14-TAARICH-RITZA
                  PERFORM G-GNIZA-LEMACHSAN
             WHEN SW21-KEN
                  IF SW20-KEN
                      SET  TV01-BUTZA(TV01-IX) TO TRUE
                      ADD  1 TO M10-MONE-STORNO
                      SET  SW20-LO TO TRUE
                  END-IF
                  MOVE "TNUA KFULA - KVAR NIKLETA BAYOMAN" TO
                                                  EZ02-SIBAT-DCHIYA
                  ADD  1 TO M13-MONE-KFULOT
                  PERFORM J-DCHIYA
             WHEN TN01-HAAVARA
              AND TN01-CHESHBON-NEGDI = SPACE
                  MOVE "CHESHBON NEGDI REIK" TO EZ02-SIBAT-DCHIYA
                                                  EZ02-SIBAT-DCHIYA
                   PERFORM J-DCHIYA
               NOT INVALID KEY
                   IF MATZAV-KAFU
                      OR (MATZAV-SAGUR AND NOT (SW28-KEN AND
                          CHESHBON IN K01-LAKOCHOT-REC =
                                                  EZ30-CHESHBON-SGIRA))
                       MOVE "CHESHBON CHIYUV KAFU O SAGUR" TO
                                                  EZ02-SIBAT-DCHIYA
                       PERFORM J-DCHIYA
           PERFORM W-SHLIFAT-MISGERET

           EVALUATE TRUE
             WHEN MATZAV-KAFU
               OR (MATZAV-SAGUR AND NOT (SW28-KEN AND
                   CHESHBON IN K01-LAKOCHOT-REC = EZ30-CHESHBON-SGIRA))
                  MOVE "CHESHBON ZIKUY KAFU O SAGUR" TO
                                                  EZ02-SIBAT-DCHIYA
                  PERFORM J-DCHIYA
                  MOVE "CHARIGA MIMISGERET ASHRAI - NIDCHETA" TO
                                                  EZ02-SIBAT-DCHIYA
                  PERFORM J-DCHIYA
             WHEN EZ09-YITRA-CHOVA-ACHAREI - EZ29-SACH-IKULIM <
                                                ZERO - EZ13-MISGERET
              AND NOT SW12-KLITA-IM-DEGEL
                  MOVE "CHARIGA MIYITRA PNUYA (IKULIM)" TO
                                                  EZ02-SIBAT-DCHIYA
                  PERFORM J-DCHIYA
             WHEN OTHER
                  IF EZ09-YITRA-CHOVA-ACHAREI < ZERO - EZ13-MISGERET
                      PERFORM J-01-RISHUM-MEAL-MISGERET
                  ELSE
                      IF EZ09-YITRA-CHOVA-ACHAREI - EZ29-SACH-IKULIM <
                                                ZERO - EZ13-MISGERET
                          PERFORM J-03-RISHUM-MEAL-IKULIM
                      END-IF
                  END-IF
                  PERFORM E-03-BITZUA-HAAVARA
           END-EVALUATE.
           PERFORM H-KTIVAT-YOMAN

           ADD 1 TO M05-MONE-HAAVAROT
           PERFORM L-01-RISHUM-KLITA

           PERFORM R-BDIKAT-ERECH-LEACHOR.
       E-03-EXIT.
                                                  EZ02-SIBAT-DCHIYA
                   PERFORM J-DCHIYA
               NOT INVALID KEY
                   IF MATZAV-KAFU
                      OR (MATZAV-SAGUR AND NOT (SW28-KEN AND
                          CHESHBON IN K01-LAKOCHOT-REC =
                                                  EZ30-CHESHBON-SGIRA))
                       MOVE "CHESHBON KAFU O SAGUR - NIDCHETA" TO
                                                  EZ02-SIBAT-DCHIYA
                       PERFORM J-DCHIYA
             WHEN TN01-CHOVA
              AND EZ05-YITRA-ACHAREI < ZERO - EZ13-MISGERET
              AND NOT SW12-KLITA-IM-DEGEL
              AND SW31-LO
                  MOVE "CHARIGA MIMISGERET ASHRAI - NIDCHETA" TO
                                                  EZ02-SIBAT-DCHIYA
                  PERFORM J-DCHIYA
             WHEN TN01-CHOVA
              AND EZ05-YITRA-ACHAREI - EZ29-SACH-IKULIM <
                                                ZERO - EZ13-MISGERET
              AND NOT SW12-KLITA-IM-DEGEL
              AND SW31-LO
                  MOVE "CHARIGA MIYITRA PNUYA (IKULIM)" TO
                                                  EZ02-SIBAT-DCHIYA
                  PERFORM J-DCHIYA
             WHEN OTHER
                  IF TN01-CHOVA AND SW31-LO
                     AND EZ05-YITRA-ACHAREI < ZERO - EZ13-MISGERET
                      PERFORM J-01-RISHUM-MEAL-MISGERET
                  ELSE
                      IF TN01-CHOVA AND SW31-LO
                         AND EZ05-YITRA-ACHAREI - EZ29-SACH-IKULIM <
                                                ZERO - EZ13-MISGERET
                          PERFORM J-03-RISHUM-MEAL-IKULIM
                      END-IF
                  END-IF
                  MOVE EZ05-YITRA-ACHAREI TO
                                          YITRA IN K01-LAKOCHOT-REC
                  ELSE
                      ADD 1 TO M02-MONE-ZCHUT
                  END-IF
                  PERFORM L-01-RISHUM-KLITA
                  PERFORM R-BDIKAT-ERECH-LEACHOR
           END-EVALUATE.
       F-01-EXIT.
           MOVE EZ04-YITRA-LIFNEI   TO YM01-YITRA-LIFNEI
           MOVE EZ05-YITRA-ACHAREI  TO YM01-YITRA-ACHAREI

           IF TN01-HAAVARA
               IF EZ11-CHESHBON-RISHUM = TN01-CHESHBON
                   MOVE TN01-CHESHBON-NEGDI TO YM01-CHESHBON-NEGDI
               ELSE
                   MOVE TN01-CHESHBON       TO YM01-CHESHBON-NEGDI
               END-IF
           ELSE
               MOVE SPACE               TO YM01-CHESHBON-NEGDI
           END-IF

           IF SW20-KEN
               SET  YM01-STORNO         TO TRUE
               MOVE TV01-MAKOR-TAARICH(TV01-IX)  TO YM01-KISHUR-TAARICH
               MOVE TV01-MAKOR-ASMACHTA(TV01-IX) TO
                                                  YM01-KISHUR-ASMACHTA
               IF NOT TV01-BUTZA(TV01-IX)
                   SET TV01-BUTZA(TV01-IX) TO TRUE
                   ADD 1 TO M10-MONE-STORNO
               END-IF
           ELSE
               SET  YM01-RAGIL          TO TRUE
               MOVE ZERO                TO YM01-KISHUR-TAARICH
               MOVE SPACE               TO YM01-KISHUR-ASMACHTA
           END-IF

           WRITE Y01-YOMAN-REC.
       H-EXIT.
           EXIT.
           WRITE D01-SHURA FROM SD01
           AFTER ADVANCING 1 LINES

           IF SW20-KEN
               SET TV01-NIDCHA(TV01-IX) TO TRUE
               ADD 1 TO M11-MONE-STORNO-NIDCHU
           END-IF

           IF TN01-ASMACHTA(1:2) = "MV" AND SW21-LO
               MOVE EZ14-TAARICH-RITZA TO MV01-TAARICH-RITZA
               MOVE TN01-CHESHBON      TO MV01-CHESHBON
               MOVE TN01-TAARICH-ERECH TO MV01-TAARICH-ERECH
               MOVE TN01-KOD-PEULA     TO MV01-KOD-PEULA
               MOVE TN01-SCHUM         TO MV01-SCHUM
               MOVE TN01-ASMACHTA      TO MV01-ASMACHTA
               MOVE EZ02-SIBAT-DCHIYA  TO MV01-SIBA
               WRITE MV01-DCHIYA-REC
           END-IF

           IF TN01-ASMACHTA(1:2) = "PK" AND TN01-ASMACHTA(6:1) = "P"
              AND TN01-KOD-PEULA = "C" AND SW21-LO
               MOVE EZ14-TAARICH-RITZA TO PD01-TAARICH-RITZA
               MOVE TN01-CHESHBON      TO PD01-CHESHBON
               MOVE TN01-TAARICH-ERECH TO PD01-TAARICH-ERECH
               MOVE TN01-KOD-PEULA     TO PD01-KOD-PEULA
               MOVE TN01-SCHUM         TO PD01-SCHUM
               MOVE TN01-ASMACHTA      TO PD01-ASMACHTA
               MOVE EZ02-SIBAT-DCHIYA  TO PD01-SIBA
               WRITE PD01-DCHIYA-REC
           END-IF

           ADD 1 TO M03-MONE-CHARIGIM.
       J-EXIT.
           EXIT.
           ADD 1 TO M06-MONE-MEAL-MISGERET.
       J-01-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       J-03-RISHUM-MEAL-IKULIM             SECTION.
      *-----------------------------------------------------------------
       J-03-00.
           MOVE TN01-KOD-PEULA    TO SD01-KOD
           MOVE TN01-CHESHBON     TO SD01-CHESHBON
           MOVE TN01-ASMACHTA     TO SD01-ASMACHTA
           MOVE "CHARIGA MIIKULIM - NIKLETA IM DEGEL" TO SD01-SIBA

           WRITE D01-SHURA FROM SD01
           AFTER ADVANCING 1 LINES

           ADD 1 TO M14-MONE-MEAL-IKULIM.
       J-03-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       G-GNIZA-LEMACHSAN                   SECTION.
      *-----------------------------------------------------------------
                   NOT INVALID KEY
                       MOVE MS01-MISGERET TO EZ13-MISGERET
               END-READ
           END-IF

           MOVE ZERO TO EZ29-SACH-IKULIM
           IF SW26-KEN
               PERFORM W-01-SICUM-IKULIM
           END-IF.
       W-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       W-01-SICUM-IKULIM                   SECTION.
      *-----------------------------------------------------------------
       W-01-00.
           MOVE "W-01-SICUM-IKULIM" TO SHEM-SEC
           SET  SW27-YESH           TO TRUE

           MOVE TN01-CHESHBON TO IK01-CHESHBON
           MOVE ZERO          TO IK01-MISPAR-IKUL

           START IK01-IKULIM-FILE KEY IS NOT LESS THAN IK01-MAFTEACH
               INVALID KEY
                   SET SW27-SOF TO TRUE
           END-START

           PERFORM W-02-KRIAT-IKUL
               UNTIL SW27-SOF.
       W-01-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       W-02-KRIAT-IKUL                     SECTION.
      *-----------------------------------------------------------------
       W-02-00.
           READ IK01-IKULIM-FILE NEXT RECORD
               AT END
                   SET SW27-SOF TO TRUE
               NOT AT END
                   IF IK01-CHESHBON NOT = TN01-CHESHBON
                       SET SW27-SOF TO TRUE
                   ELSE
                       IF IK01-TAARICH-HATCHALA NOT > EZ14-TAARICH-RITZA
                          AND (IK01-TAARICH-SHICHRUR = ZERO
                           OR  IK01-TAARICH-SHICHRUR >
                                                  EZ14-TAARICH-RITZA)
                           ADD IK01-SCHUM TO EZ29-SACH-IKULIM
                       END-IF
                   END-IF
           END-READ.
       W-02-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       K-CHIPUS-STORNO                     SECTION.
      *-----------------------------------------------------------------
       K-00.
           MOVE "K-CHIPUS-STORNO" TO SHEM-SEC
           SET  SW20-LO           TO TRUE

           IF TV01-MONE > 0
               SET  TV01-IX TO 1
               SEARCH TV01-STORNO
                   AT END
                       SET SW20-LO TO TRUE
                   WHEN TV01-ASMACHTA-STORNO(TV01-IX) = TN01-ASMACHTA
                    AND TV01-MAMTIN(TV01-IX)
                       SET SW20-KEN TO TRUE
               END-SEARCH
           END-IF.
       K-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       K-01-TAEN-STORNO                    SECTION.
      *-----------------------------------------------------------------
       K-01-00.
           MOVE "K-01-TAEN-STORNO" TO SHEM-SEC

           IF PS01-MAMTIN
               IF TV01-MONE NOT < C04-GODEL-TAVLAT-STORNO
                   MOVE "TAVLAT STORNO MELEA" TO SHEM-KOVETZ
                   PERFORM ZT-TAKALOT
               END-IF
               ADD  1                    TO TV01-MONE
               SET  TV01-IX              TO TV01-MONE
               MOVE PS01-ASMACHTA-STORNO TO
                                         TV01-ASMACHTA-STORNO(TV01-IX)
               MOVE PS01-MAKOR-TAARICH   TO TV01-MAKOR-TAARICH(TV01-IX)
               MOVE PS01-MAKOR-ASMACHTA  TO TV01-MAKOR-ASMACHTA(TV01-IX)
               MOVE PS01-CHESHBON        TO TV01-CHESHBON(TV01-IX)
               MOVE PS01-CHESHBON-NEGDI  TO TV01-CHESHBON-NEGDI(TV01-IX)
               MOVE PS01-STATUS          TO TV01-STATUS(TV01-IX)
           END-IF.
       K-01-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       K-02-KRIAT-PINKAS                   SECTION.
      *-----------------------------------------------------------------
       K-02-00.
           MOVE "K-02-KRIAT-PINKAS" TO SHEM-SEC

           READ PS01-STORNO-FILE
               AT END
                   SET SOF IN SW17-PS01 TO TRUE
           END-READ.
       K-02-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       L-BDIKAT-KFILUT                     SECTION.
      *-----------------------------------------------------------------
       L-00.
           MOVE "L-BDIKAT-KFILUT" TO SHEM-SEC
           SET  SW21-LO           TO TRUE

           IF TN01-SCHUM NUMERIC
              AND TN01-TAARICH-ERECH NUMERIC
               PERFORM L-02-BNIYAT-MAFTEACH
               READ KL01-KLITOT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET SW21-KEN TO TRUE
               END-READ
           END-IF.
       L-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       L-01-RISHUM-KLITA                   SECTION.
      *-----------------------------------------------------------------
       L-01-00.
           MOVE "L-01-RISHUM-KLITA" TO SHEM-SEC

           PERFORM L-02-BNIYAT-MAFTEACH
           MOVE EZ14-TAARICH-RITZA TO KL01-TAARICH-RITZA
           MOVE M04-MONE-RESHUMOT  TO KL01-MISPAR-RESHUMA
           MOVE TN01-KOD-PEULA     TO KL01-KOD-PEULA

           WRITE KL01-KLITA-REC
               INVALID KEY
                   CONTINUE
           END-WRITE.
       L-01-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       L-02-BNIYAT-MAFTEACH                SECTION.
      *-----------------------------------------------------------------
       L-02-00.
           MOVE EZ23-SHEM-MAKOR    TO KL01-SHEM-KELET
           MOVE TN01-CHESHBON      TO KL01-CHESHBON
           MOVE TN01-ASMACHTA      TO KL01-ASMACHTA
           MOVE TN01-SCHUM         TO KL01-SCHUM
           MOVE TN01-TAARICH-ERECH TO KL01-TAARICH-ERECH.
       L-02-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       Q-NEKUDAT-BIKORET                   SECTION.
      *-----------------------------------------------------------------
       Q-00.
           MOVE "Q-NEKUDAT-BIKORET" TO SHEM-SEC

           MOVE M04-MONE-RESHUMOT TO EZ25-MISPAR-NEKUDA
           MOVE "R"               TO EZ26-MATZAV-NEKUDA
           PERFORM Q-01-KTIVAT-NEKUDA.
       Q-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       Q-01-KTIVAT-NEKUDA                  SECTION.
      *-----------------------------------------------------------------
       Q-01-00.
           MOVE "Q-01-KTIVAT-NEKUDA" TO SHEM-SEC

           OPEN OUTPUT NK01-NEKUDA-FILE
           SET  MAMSHICH IN SW24-NK01 TO TRUE

           MOVE EZ06-SHEM-KELET    TO NK01-SHEM-KELET
           MOVE EZ14-TAARICH-RITZA TO NK01-TAARICH-RITZA
           MOVE EZ25-MISPAR-NEKUDA TO NK01-MISPAR-RESHUMA
           MOVE EZ26-MATZAV-NEKUDA TO NK01-MATZAV
           WRITE NK01-NEKUDA-REC

           CLOSE NK01-NEKUDA-FILE
           SET  SAGUR IN SW24-NK01 TO TRUE.
       Q-01-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       ZA-HATCHLAT-TOCHNIT                 SECTION.
      *-----------------------------------------------------------------
           END-IF

           PERFORM ZB-BAKARAT-RITZA
           PERFORM ZG-BDIKAT-NEKUDA

           OPEN I-O    K01-LAKOCHOT-FILE
           SET         MAMSHICH IN SW01-K01 TO TRUE

           OPEN I-O    KL01-KLITOT-FILE
           IF MH01-FILE-STS = "35"
               OPEN OUTPUT KL01-KLITOT-FILE
               CLOSE       KL01-KLITOT-FILE
               OPEN I-O    KL01-KLITOT-FILE
           END-IF
           SET         MAMSHICH IN SW23-KL01 TO TRUE

           OPEN INPUT  MS01-MISGAROT-FILE
           IF MH01-FS-TAKIN
               SET  MAMSHICH IN SW10-MS01 TO TRUE
               SET  SW11-LO               TO TRUE
           END-IF

           OPEN INPUT  IK01-IKULIM-FILE
           IF MH01-FS-TAKIN
               SET  MAMSHICH IN SW25-IK01 TO TRUE
               SET  SW26-KEN              TO TRUE
           ELSE
               SET  SW26-LO               TO TRUE
           END-IF

           OPEN EXTEND Y01-YOMAN-FILE
           IF MH01-FILE-STS = "35"
               OPEN OUTPUT Y01-YOMAN-FILE
           END-IF
           SET         MAMSHICH IN SW05-Y01 TO TRUE

           OPEN EXTEND MV01-DCHIYOT-MASAV
           IF MH01-FILE-STS = "35"
               OPEN OUTPUT MV01-DCHIYOT-MASAV
           END-IF
           SET         MAMSHICH IN SW29-MV01 TO TRUE

           OPEN EXTEND PD01-DCHIYOT-PIKADON
           IF MH01-FILE-STS = "35"
               OPEN OUTPUT PD01-DCHIYOT-PIKADON
           END-IF
           SET         MAMSHICH IN SW30-PD01 TO TRUE

           IF SW22-KEN
               OPEN EXTEND D01-CHARIGIM-PRN
               IF MH01-FILE-STS = "35"
                   OPEN OUTPUT D01-CHARIGIM-PRN
               END-IF
           ELSE
               OPEN OUTPUT D01-CHARIGIM-PRN
           END-IF
           SET         MAMSHICH IN SW03-D01 TO TRUE
           WRITE D01-SHURA FROM SC01
           AFTER ADVANCING 1 LINES
           IF SW22-KEN
               MOVE EZ24-MISPAR-DILUG TO SC04-MISPAR
               WRITE D01-SHURA FROM SC04
               AFTER ADVANCING 2 LINES
           END-IF
           WRITE D01-SHURA FROM SC02
           AFTER ADVANCING 2 LINES
           WRITE D01-SHURA FROM SC03
           AFTER ADVANCING 1 LINES

           IF SW22-KEN
               OPEN EXTEND D02-ERECH-PRN
               IF MH01-FILE-STS = "35"
                   OPEN OUTPUT D02-ERECH-PRN
               END-IF
           ELSE
               OPEN OUTPUT D02-ERECH-PRN
           END-IF
           SET         MAMSHICH IN SW15-D02 TO TRUE
           WRITE D02-SHURA FROM SE01
           AFTER ADVANCING 1 LINES
           OPEN INPUT  K02-TNUKSF-FILE
           SET         MAMSHICH IN SW02-K02 TO TRUE

           OPEN INPUT PS01-STORNO-FILE
           IF MH01-FS-TAKIN
               SET  MAMSHICH IN SW17-PS01 TO TRUE
               PERFORM K-02-KRIAT-PINKAS
               PERFORM UNTIL SOF IN SW17-PS01
                   PERFORM K-01-TAEN-STORNO
                   PERFORM K-02-KRIAT-PINKAS
               END-PERFORM
               CLOSE PS01-STORNO-FILE
               SET  SAGUR IN SW17-PS01 TO TRUE
           END-IF

           MOVE EZ17-SHEM-MACHSAN TO EZ23-SHEM-MAKOR
           PERFORM ZD-SHICHRUR-MACHSAN
           MOVE EZ06-SHEM-KELET   TO EZ23-SHEM-MAKOR

           PERFORM C-KRIAT-TNUA

           IF SW22-KEN
               PERFORM ZH-DILUG-AD-NEKUDA
           END-IF.
       ZA-EXIT.
           EXIT.
      *-----------------------------------------------------------------
           WRITE D01-SHURA        FROM ST05
           AFTER ADVANCING 1 LINES

           MOVE M14-MONE-MEAL-IKULIM TO ST12-MONE
           WRITE D01-SHURA        FROM ST12
           AFTER ADVANCING 1 LINES

           MOVE M07-MONE-NIGNEZU  TO ST06-MONE
           WRITE D01-SHURA        FROM ST06
           AFTER ADVANCING 1 LINES
           WRITE D01-SHURA        FROM ST07
           AFTER ADVANCING 1 LINES

           MOVE M10-MONE-STORNO   TO ST09-MONE
           WRITE D01-SHURA        FROM ST09
           AFTER ADVANCING 1 LINES

           MOVE M13-MONE-KFULOT   TO ST10-MONE
           WRITE D01-SHURA        FROM ST10
           AFTER ADVANCING 1 LINES

           IF SW22-KEN
               MOVE M12-MONE-DULGU TO ST11-MONE
               WRITE D01-SHURA     FROM ST11
               AFTER ADVANCING 1 LINES
           END-IF

           MOVE M09-MONE-ERECH-LEACHOR TO ST08-MONE
           WRITE D02-SHURA        FROM ST08
           AFTER ADVANCING 2 LINES
               SET   SAGUR IN SW10-MS01 TO TRUE
           END-IF

           IF SW26-KEN
               CLOSE IK01-IKULIM-FILE
               SET   SAGUR IN SW25-IK01 TO TRUE
           END-IF

           CLOSE K02-TNUKSF-FILE
           SET   SAGUR IN SW02-K02 TO TRUE

           CLOSE K01-LAKOCHOT-FILE
           SET   SAGUR IN SW01-K01 TO TRUE

           CLOSE KL01-KLITOT-FILE
           SET   SAGUR IN SW23-KL01 TO TRUE

           CLOSE MV01-DCHIYOT-MASAV
           SET   SAGUR IN SW29-MV01 TO TRUE

           CLOSE PD01-DCHIYOT-PIKADON
           SET   SAGUR IN SW30-PD01 TO TRUE

           IF M10-MONE-STORNO > ZERO
               PERFORM ZE-SIMUN-MEVUTALIM
           END-IF

           IF M10-MONE-STORNO > ZERO
              OR M11-MONE-STORNO-NIDCHU > ZERO
               PERFORM ZF-IDKUN-PINKAS
           END-IF

           MOVE M04-MONE-RESHUMOT TO EZ25-MISPAR-NEKUDA
           MOVE "T"               TO EZ26-MATZAV-NEKUDA
           PERFORM Q-01-KTIVAT-NEKUDA

           PERFORM ZC-RISHUM-SIYUM.
       ZZ-EXIT.
           EXIT.
           END-IF.
       ZD-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       ZE-SIMUN-MEVUTALIM                  SECTION.
      *-----------------------------------------------------------------
       ZE-00.
           MOVE "ZE-SIMUN-MEVUTALIM" TO SHEM-SEC

           OPEN INPUT  Y01-YOMAN-FILE
           SET  MAMSHICH IN SW05-Y01 TO TRUE
           OPEN OUTPUT Y02-YOMAN-OUT
           SET  MAMSHICH IN SW19-Y02 TO TRUE

           PERFORM ZE-02-KRIAT-YOMAN
           PERFORM UNTIL SOF IN SW05-Y01
               PERFORM ZE-01-SIMUN-RESHUMA
               WRITE Y02-RESHUMA FROM Y01-YOMAN-REC
               PERFORM ZE-02-KRIAT-YOMAN
           END-PERFORM

           CLOSE Y02-YOMAN-OUT
           SET   SAGUR IN SW19-Y02 TO TRUE
           CLOSE Y01-YOMAN-FILE
           SET   SAGUR IN SW05-Y01 TO TRUE

           CALL "CBL_DELETE_FILE" USING EZ19-SHEM-YOMAN
           CALL "CBL_RENAME_FILE" USING EZ20-SHEM-YOMAN-TMP
                                        EZ19-SHEM-YOMAN.
       ZE-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       ZE-01-SIMUN-RESHUMA                 SECTION.
      *-----------------------------------------------------------------
       ZE-01-00.
           SET  TV01-IX TO 1
           SEARCH TV01-STORNO
               AT END
                   CONTINUE
               WHEN TV01-BUTZA(TV01-IX)
                AND TV01-MAKOR-TAARICH(TV01-IX)  = YM01-TAARICH-RITZA
                AND TV01-MAKOR-ASMACHTA(TV01-IX) = YM01-ASMACHTA
                AND (TV01-CHESHBON(TV01-IX)       = YM01-CHESHBON
                 OR  TV01-CHESHBON-NEGDI(TV01-IX) = YM01-CHESHBON)
                   SET  YM01-MEVUTAL TO TRUE
                   MOVE EZ14-TAARICH-RITZA TO YM01-KISHUR-TAARICH
                   MOVE TV01-ASMACHTA-STORNO(TV01-IX) TO
                                                  YM01-KISHUR-ASMACHTA
           END-SEARCH.
       ZE-01-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       ZE-02-KRIAT-YOMAN                   SECTION.
      *-----------------------------------------------------------------
       ZE-02-00.
           READ Y01-YOMAN-FILE
               AT END
                   SET SOF IN SW05-Y01 TO TRUE
           END-READ.
       ZE-02-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       ZF-IDKUN-PINKAS                     SECTION.
      *-----------------------------------------------------------------
       ZF-00.
           MOVE "ZF-IDKUN-PINKAS" TO SHEM-SEC

           OPEN INPUT  PS01-STORNO-FILE
           SET  MAMSHICH IN SW17-PS01 TO TRUE
           OPEN OUTPUT PS02-STORNO-OUT
           SET  MAMSHICH IN SW18-PS02 TO TRUE

           PERFORM K-02-KRIAT-PINKAS
           PERFORM UNTIL SOF IN SW17-PS01
               PERFORM ZF-01-IDKUN-STATUS
               WRITE PS02-RESHUMA FROM PS01-STORNO-REC
               PERFORM K-02-KRIAT-PINKAS
           END-PERFORM

           CLOSE PS02-STORNO-OUT
           SET   SAGUR IN SW18-PS02 TO TRUE
           CLOSE PS01-STORNO-FILE
           SET   SAGUR IN SW17-PS01 TO TRUE

           CALL "CBL_DELETE_FILE" USING EZ21-SHEM-STORNO
           CALL "CBL_RENAME_FILE" USING EZ22-SHEM-STORNO-TMP
                                        EZ21-SHEM-STORNO.
       ZF-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       ZF-01-IDKUN-STATUS                  SECTION.
      *-----------------------------------------------------------------
       ZF-01-00.
           IF PS01-MAMTIN
               SET  TV01-IX TO 1
               SEARCH TV01-STORNO
                   AT END
                       CONTINUE
                   WHEN TV01-ASMACHTA-STORNO(TV01-IX) =
                                               PS01-ASMACHTA-STORNO
                    AND NOT TV01-MAMTIN(TV01-IX)
                       MOVE TV01-STATUS(TV01-IX) TO PS01-STATUS
                       MOVE EZ14-TAARICH-RITZA   TO PS01-TAARICH-BITZUA
               END-SEARCH
           END-IF.
       ZF-01-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       ZG-BDIKAT-NEKUDA                    SECTION.
      *-----------------------------------------------------------------
       ZG-00.
           MOVE "ZG-BDIKAT-NEKUDA" TO SHEM-SEC
           SET  SW22-LO            TO TRUE
           MOVE ZERO               TO EZ24-MISPAR-DILUG

           OPEN INPUT NK01-NEKUDA-FILE
           IF MH01-FS-TAKIN
               SET  MAMSHICH IN SW24-NK01 TO TRUE
               READ NK01-NEKUDA-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF NK01-BAMEHALECH
                          AND NK01-SHEM-KELET    = EZ06-SHEM-KELET
                          AND NK01-TAARICH-RITZA = EZ14-TAARICH-RITZA
                           SET  SW22-KEN TO TRUE
                           MOVE NK01-MISPAR-RESHUMA TO
                                                  EZ24-MISPAR-DILUG
                       END-IF
               END-READ
               CLOSE NK01-NEKUDA-FILE
               SET  SAGUR IN SW24-NK01 TO TRUE
           END-IF

           MOVE EZ24-MISPAR-DILUG TO EZ25-MISPAR-NEKUDA
           MOVE "R"               TO EZ26-MATZAV-NEKUDA
           PERFORM Q-01-KTIVAT-NEKUDA.
       ZG-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       ZH-DILUG-AD-NEKUDA                  SECTION.
      *-----------------------------------------------------------------
       ZH-00.
           MOVE "ZH-DILUG-AD-NEKUDA" TO SHEM-SEC

           PERFORM UNTIL SOF IN SW02-K02
                      OR M04-MONE-RESHUMOT > EZ24-MISPAR-DILUG
               PERFORM ZH-01-RESHUMA-MEDULEGET
               PERFORM C-KRIAT-TNUA
           END-PERFORM

           IF NOT SOF IN SW02-K02
               PERFORM L-BDIKAT-KFILUT
               IF SW21-KEN
                   PERFORM ZH-01-RESHUMA-MEDULEGET
                   PERFORM Q-NEKUDAT-BIKORET
                   PERFORM C-KRIAT-TNUA
               END-IF
           END-IF.
       ZH-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       ZH-01-RESHUMA-MEDULEGET             SECTION.
      *-----------------------------------------------------------------
       ZH-01-00.
           MOVE "ZH-01-RESHUMA-MEDULEGET" TO SHEM-SEC
           ADD  1 TO M12-MONE-DULGU

           SET SW20-LO TO TRUE
           IF TN01-ASMACHTA(1:2) = "ST"
               PERFORM K-CHIPUS-STORNO
           END-IF

           EVALUATE TRUE
             WHEN TN01-SCHUM NOT NUMERIC
               OR TN01-TAARICH-ERECH NOT NUMERIC
               OR (NOT TN01-CHOVA AND NOT TN01-ZCHUT
                   AND NOT TN01-HAAVARA)
                  CONTINUE
             WHEN TN01-ASMACHTA(1:2) = "ST"
              AND SW20-LO
                  CONTINUE
             WHEN TN01-TAARICH-ERECH > EZ14-TAARICH-RITZA
                  MOVE K02-TNUA-REC TO W02-RESHUMA
                  WRITE W02-RESHUMA
                  ADD  1 TO M07-MONE-NIGNEZU
             WHEN SW20-KEN
                  PERFORM L-BDIKAT-KFILUT
                  IF SW21-KEN
                      SET TV01-BUTZA(TV01-IX)  TO TRUE
                      ADD 1 TO M10-MONE-STORNO
                  ELSE
                      SET TV01-NIDCHA(TV01-IX) TO TRUE
                      ADD 1 TO M11-MONE-STORNO-NIDCHU
                  END-IF
             WHEN OTHER
                  CONTINUE
           END-EVALUATE.
       ZH-01-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       ZB-BAKARAT-RITZA                    SECTION.
      *-----------------------------------------------------------------
           MOVE M04-MONE-RESHUMOT TO RC01-MONE-RESHUMOT
           MOVE M03-MONE-CHARIGIM TO RC01-MONE-TAKALOT-A
           MOVE M07-MONE-NIGNEZU  TO RC01-MONE-TAKALOT-B
           IF SW22-KEN
               SET RC01-HEMSHECH  TO TRUE
           ELSE
               SET RC01-NEKIYA    TO TRUE
           END-IF
           WRITE RC01-BAKARA-REC

           CLOSE RC01-RUNCTL-FILE
