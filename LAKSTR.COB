      *-----------------------------------------------------------------
       IDENTIFICATION                      DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID.                         LAKSTR.
      *AUTHOR                              NATALI KVITELASHVILI.
      *DATE-WRITTEN                        15/10/2026.
      *REMARKS      Reversal (storno) request run:
      *             *Reads the day's reversal requests STRBKS.DAT -
      *              each names an original YOMAN entry by its run
      *              date, CHESHBON and ASMACHTA - and finds the entry
      *              in YOMAN.DAT.
      *             *Writes the mirror movement to STRTNU.DAT, posted
      *              by running LAKYOM with STRTNU.DAT named in
      *              PARAM-YOM.DAT, so a reversal passes every normal
      *              posting check: a CHOVA is reversed by a ZCHUT and
      *              the other way round, at the original TAARICH
      *              ERECH; a leg of a KOD PEULA H transfer is
      *              reversed by the mirror transfer, so both legs
      *              are reversed together whichever leg is named.
      *             *Every reversal gets its own ASMACHTA, ST and a
      *              running number, and is entered in the register
      *              STORNO.DAT as pending; LAKYOM links the reversal
      *              and the original YOMAN entries to each other
      *              through it when the movement posts.
      *             *Refuses an entry that is not in YOMAN, is not
      *              unique there, is itself a reversal, was already
      *              reversed or has a reversal pending (also when
      *              the same entry is asked for twice in one file).
      *             *Prints the daily reversal register STORNO.PRN
      *              with every request and either the new ASMACHTA
      *              or the reason for refusal.
      *-----------------------------------------------------------------
       ENVIRONMENT                         DIVISION.
      *-----------------------------------------------------------------
       INPUT-OUTPUT                        SECTION.
      *-----------------------------------------------------------------
       FILE-CONTROL.
           SELECT BS01-BAKASHOT-FILE
             ASSIGN       TO "C:\COBOL-PROJECTS\DOCH\FILES\STRBKS.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS  IS MH01-FILE-STS.

           SELECT Y01-YOMAN-FILE
             ASSIGN       TO "C:\COBOL-PROJECTS\DOCH\FILES\YOMAN.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS  IS MH01-FILE-STS.

           SELECT PS01-STORNO-FILE
             ASSIGN       TO "C:\COBOL-PROJECTS\DOCH\FILES\STORNO.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS  IS MH01-FILE-STS.

           SELECT T01-TNUOT-FILE
             ASSIGN       TO "C:\COBOL-PROJECTS\DOCH\FILES\STRTNU.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS  IS MH01-FILE-STS.

           SELECT D01-STORNO-PRN
             ASSIGN       TO "C:\COBOL-PROJECTS\DOCH\FILES\STORNO.PRN"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS  IS MH01-FILE-STS.

           SELECT RC01-RUNCTL-FILE
             ASSIGN       TO "C:\COBOL-PROJECTS\DOCH\FILES\RUNCTL.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS  IS MH01-FILE-STS.
      *-----------------------------------------------------------------
       DATA                                DIVISION.
      *-----------------------------------------------------------------
       FILE                                SECTION.
      *-----------------------------------------------------------------
       FD  BS01-BAKASHOT-FILE
           RECORDING MODE F.
       01  BS01-BAKASHA-REC.
           03 BS01-TAARICH-RITZA           PIC 9(8).
           03 BS01-CHESHBON                PIC X(05).
           03 BS01-ASMACHTA                PIC X(08).

       FD Y01-YOMAN-FILE
           RECORDING MODE F.
       01 Y01-YOMAN-REC.
           COPY "C:\COBOL-PROJECTS\DOCH\COPYS\YOMAN.COB".

       FD PS01-STORNO-FILE
           RECORDING MODE F.
       01 PS01-STORNO-REC.
           COPY "C:\COBOL-PROJECTS\DOCH\COPYS\STORNO.COB".

       FD T01-TNUOT-FILE
           RECORDING MODE F.
       01 T01-TNUA-REC.
           COPY "C:\COBOL-PROJECTS\DOCH\COPYS\TNUKSF.COB".

       FD  D01-STORNO-PRN
           LABEL RECORD IS OMITTED.
       01  D01-SHURA                       PIC X(80).

       FD  RC01-RUNCTL-FILE
           RECORDING MODE F.
       01  RC01-BAKARA-REC.
           COPY "C:\COBOL-PROJECTS\DOCH\COPYS\BAKRUN.COB".
      *-----------------------------------------------------------------
       WORKING-STORAGE                     SECTION.
      *-----------------------------------------------------------------
      *Cxx-KVUIM
      *-----------------------------------------------------------------
       01 C00.
           03 C01-GODEL-TAVLA               PIC 9(3)       VALUE 500.
      *-----------------------------------------------------------------
      *EZxx-EZER
      *-----------------------------------------------------------------
       01 EZ00.
           03 EZ01-TAKALOT.
           COPY "C:\COBOL-PROJECTS\DOCH\COPYS\TAKALOT.COB".

           03 EZ02-SIBAT-DCHIYA             PIC X(30).
           03 EZ03-ZMAN.
               05 EZ03-TAARICH             PIC 9(8).
               05 EZ03-SHAA                PIC 9(6).
           03 EZ04-ASMACHTA-STORNO.
               05 FILLER                   PIC X(02)      VALUE "ST".
               05 EZ04-MISPAR              PIC 9(6)       VALUE ZERO.
      *-----------------------------------------------------------------
      *Hxx-HODAOT
      *-----------------------------------------------------------------
       01 H00.
           03 H01-TAKALOT.
             05 H01-TAKALA                 PIC X(10)           VALUE
                '**TAKALA**'.
             05 H01-SHEM-TUCHNIT           PIC X(14)           VALUE
                'SHEM TUCHNIT: '.
             05 H01-STS-KOVETZ             PIC X(12)           VALUE
                'STS KOVETZ: '.
             05 H01-SHEM-KOVETZ            PIC X(13)           VALUE
                'SHEM KOVETZ: '.
             05 H01-SHEM-KETA              PIC X(11)           VALUE
                'SHEM KETA: '.
      *-----------------------------------------------------------------
      *Mxx-MONIM
      *-----------------------------------------------------------------
       01 M00.
           03 M01-MONE-BAKASHOT             PIC 9(6)        VALUE ZERO.
           03 M02-MONE-NIKLETU              PIC 9(6)        VALUE ZERO.
           03 M03-MONE-NIDCHU               PIC 9(4)        VALUE ZERO.
      *-----------------------------------------------------------------
      *MHxx-MAFTECHOT-HASHVAA
      *-----------------------------------------------------------------
       01 MH00.
           03 MH01-FILE-STS                PIC XX.
               88 MH01-FS-TAKIN                              VALUE "00".
      *-----------------------------------------------------------------
      *SXxx-SHURUT
      *-----------------------------------------------------------------
       01 S00.
           03 SC01.
               05 FILLER                   PIC X(22)      VALUE SPACE.
               05 FILLER                   PIC X(20)      VALUE
                  "PINKAS STORNO YOMI -".
               05 FILLER                   PIC X(1)       VALUE SPACE.
               05 SC01-TAARICH             PIC 9(8).
           03 SC02.
               05 FILLER                   PIC X(2)       VALUE SPACE.
               05 FILLER                   PIC X(8)       VALUE
                  "T.RITZA".
               05 FILLER                   PIC X(2)       VALUE SPACE.
               05 FILLER                   PIC X(5)       VALUE
                  "CHESH".
               05 FILLER                   PIC X(2)       VALUE SPACE.
               05 FILLER                   PIC X(8)       VALUE
                  "ASMACHTA".
               05 FILLER                   PIC X(2)       VALUE SPACE.
               05 FILLER                   PIC X(1)       VALUE
                  "K".
               05 FILLER                   PIC X(4)       VALUE SPACE.
               05 FILLER                   PIC X(5)       VALUE
                  "SCHUM".
               05 FILLER                   PIC X(5)       VALUE SPACE.
               05 FILLER                   PIC X(26)      VALUE
                  "ASMACHTA STORNO / SIBA".
           03 SC03.
               05 FILLER                   PIC X(2)       VALUE SPACE.
               05 FILLER                   PIC X(8)       VALUE ALL '-'.
               05 FILLER                   PIC X(2)       VALUE SPACE.
               05 FILLER                   PIC X(5)       VALUE ALL '-'.
               05 FILLER                   PIC X(2)       VALUE SPACE.
               05 FILLER                   PIC X(8)       VALUE ALL '-'.
               05 FILLER                   PIC X(2)       VALUE SPACE.
               05 FILLER                   PIC X(1)       VALUE ALL '-'.
               05 FILLER                   PIC X(2)       VALUE SPACE.
               05 FILLER                   PIC X(9)       VALUE ALL '-'.
               05 FILLER                   PIC X(3)       VALUE SPACE.
               05 FILLER                   PIC X(30)      VALUE ALL '-'.
           03 SD01.
               05 FILLER                   PIC X(2)       VALUE SPACE.
               05 SD01-TAARICH-RITZA       PIC X(8).
               05 FILLER                   PIC X(2)       VALUE SPACE.
               05 SD01-CHESHBON            PIC X(5).
               05 FILLER                   PIC X(2)       VALUE SPACE.
               05 SD01-ASMACHTA            PIC X(8).
               05 FILLER                   PIC X(2)       VALUE SPACE.
               05 SD01-KOD                 PIC X(1).
               05 FILLER                   PIC X(2)       VALUE SPACE.
               05 SD01-SCHUM               PIC ZZZZZ9.99.
               05 FILLER                   PIC X(3)       VALUE SPACE.
               05 SD01-HEARA               PIC X(30).
           03 SD02.
               05 SD02-ASMACHTA            PIC X(08).
               05 FILLER                   PIC X(8)       VALUE
                  " KOD -> ".
               05 SD02-KOD                 PIC X(01).
               05 FILLER                   PIC X(1)       VALUE SPACE.
               05 SD02-CHESHBON            PIC X(05).
               05 FILLER                   PIC X(1)       VALUE SPACE.
               05 SD02-CHESHBON-NEGDI      PIC X(05).
           03 ST01.
               05 FILLER                   PIC X(8)       VALUE SPACE.
               05 ST01-MONE                PIC ZZZZZ9.
               05 FILLER                   PIC X(2)       VALUE SPACE.
               05 ST01-SACH                PIC X(34)      VALUE
                  ": BAKASHOT STORNO NIKRAU".
           03 ST02.
               05 FILLER                   PIC X(8)       VALUE SPACE.
               05 ST02-MONE                PIC ZZZZZ9.
               05 FILLER                   PIC X(2)       VALUE SPACE.
               05 ST02-SACH                PIC X(34)      VALUE
                  ": TNUOT STORNO NICHTEVU".
           03 ST03.
               05 FILLER                   PIC X(8)       VALUE SPACE.
               05 ST03-MONE                PIC ZZZZZ9.
               05 FILLER                   PIC X(2)       VALUE SPACE.
               05 ST03-SACH                PIC X(34)      VALUE
                  ": BAKASHOT NIDCHU".
      *-----------------------------------------------------------------
      *SWxx-METAGIM
      *-----------------------------------------------------------------
       01 SW00.
           03 SW01-BS01                    PIC S9(4) BINARY VALUE 99.
           COPY "C:\COBOL-PROJECTS\DOCH\COPYS\SWK.COB".

           03 SW02-Y01                     PIC S9(4) BINARY VALUE 99.
           COPY "C:\COBOL-PROJECTS\DOCH\COPYS\SWK.COB".

           03 SW03-PS01                    PIC S9(4) BINARY VALUE 99.
           COPY "C:\COBOL-PROJECTS\DOCH\COPYS\SWK.COB".

           03 SW04-T01                     PIC S9(4) BINARY VALUE 99.
           COPY "C:\COBOL-PROJECTS\DOCH\COPYS\SWK.COB".

           03 SW05-D01                     PIC S9(4) BINARY VALUE 99.
           COPY "C:\COBOL-PROJECTS\DOCH\COPYS\SWK.COB".

           03 SW06-RC01                    PIC S9(4) BINARY VALUE 99.
           COPY "C:\COBOL-PROJECTS\DOCH\COPYS\SWK.COB".

           03 SW07-KFILUT                  PIC 9.
             88 SW07-KEN                   VALUE 1.
             88 SW07-LO                    VALUE 0.
      *-----------------------------------------------------------------
      *TVxx-TAVLAOT
      *-----------------------------------------------------------------
       01 TV00.
           03 TV01-MONE                    PIC 9(3)          VALUE ZERO.
           03 TV01-BAKASHOT OCCURS 1 TO 500 TIMES
                            DEPENDING ON TV01-MONE
                            INDEXED BY TV01-IX TV01-IX2.
               05 TV01-TAARICH-RITZA        PIC 9(8).
               05 TV01-CHESHBON             PIC X(05).
               05 TV01-ASMACHTA             PIC X(08).
               05 TV01-MONE-MEKOR           PIC 9(2).
               05 TV01-KOD-PEULA            PIC X(01).
               05 TV01-TAARICH-ERECH        PIC 9(8).
               05 TV01-SCHUM                PIC 9(6)V99.
               05 TV01-CHESHBON-NEGDI       PIC X(05).
               05 TV01-SUG-RISHUM           PIC X(01).
               05 TV01-BUTAL                PIC 9.
                 88 TV01-BUTAL-KEN          VALUE 1.
                 88 TV01-BUTAL-LO           VALUE 0.
               05 TV01-NIKLAT               PIC 9.
                 88 TV01-NIKLAT-KEN         VALUE 1.
                 88 TV01-NIKLAT-LO          VALUE 0.
      *-----------------------------------------------------------------
       PROCEDURE                           DIVISION.
      *-----------------------------------------------------------------
       DECLARATIVES.
      *-----------------------------------------------------------------
       DC1-BS01                            SECTION.
      *-----------------------------------------------------------------
           USE AFTER STANDARD ERROR PROCEDURE ON BS01-BAKASHOT-FILE.
       DC1-00.
           IF MH01-FILE-STS NOT = "35"
               MOVE "C:\COBOL-PROJECTS\DOCH\FILES\STRBKS.DAT" TO
                                                             SHEM-KOVETZ
               PERFORM ZT-TAKALOT
           END-IF.
       DC1-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       DC2-Y01                             SECTION.
      *-----------------------------------------------------------------
           USE AFTER STANDARD ERROR PROCEDURE ON Y01-YOMAN-FILE.
       DC2-00.
           IF MH01-FILE-STS NOT = "35"
               MOVE "C:\COBOL-PROJECTS\DOCH\FILES\YOMAN.DAT" TO
                                                             SHEM-KOVETZ
               PERFORM ZT-TAKALOT
           END-IF.
       DC2-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       DC3-PS01                            SECTION.
      *-----------------------------------------------------------------
           USE AFTER STANDARD ERROR PROCEDURE ON PS01-STORNO-FILE.
       DC3-00.
           IF MH01-FILE-STS NOT = "35"
               MOVE "C:\COBOL-PROJECTS\DOCH\FILES\STORNO.DAT" TO
                                                             SHEM-KOVETZ
               PERFORM ZT-TAKALOT
           END-IF.
       DC3-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       DC4-T01                             SECTION.
      *-----------------------------------------------------------------
           USE AFTER STANDARD ERROR PROCEDURE ON T01-TNUOT-FILE.
       DC4-00.
           MOVE "C:\COBOL-PROJECTS\DOCH\FILES\STRTNU.DAT" TO
                                                             SHEM-KOVETZ
           PERFORM ZT-TAKALOT.
       DC4-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       DC5-D01                             SECTION.
      *-----------------------------------------------------------------
           USE AFTER STANDARD ERROR PROCEDURE ON D01-STORNO-PRN.
       DC5-00.
           MOVE "C:\COBOL-PROJECTS\DOCH\FILES\STORNO.PRN" TO
                                                             SHEM-KOVETZ
           PERFORM ZT-TAKALOT.
       DC5-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       DC6-RC01                            SECTION.
      *-----------------------------------------------------------------
           USE AFTER STANDARD ERROR PROCEDURE ON RC01-RUNCTL-FILE.
       DC6-00.
           IF MH01-FILE-STS NOT = "35"
               MOVE "C:\COBOL-PROJECTS\DOCH\FILES\RUNCTL.DAT" TO
                                                             SHEM-KOVETZ
               PERFORM ZT-TAKALOT
           END-IF.
       DC6-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       ZT-TAKALOT                          SECTION.
      *-----------------------------------------------------------------
       ZT-00.
           DISPLAY H01-TAKALA
           DISPLAY H01-SHEM-TUCHNIT
                   SHEM-TUCHNIT IN EZ01-TAKALOT
           DISPLAY H01-STS-KOVETZ
                   MH01-FILE-STS
           DISPLAY H01-SHEM-KOVETZ
                   SHEM-KOVETZ
           DISPLAY H01-SHEM-KETA
                   SHEM-SEC
           STOP RUN.
      *-----------------------------------------------------------------
       END DECLARATIVES.
      *-----------------------------------------------------------------
       A-MAIN                              SECTION.
      *-----------------------------------------------------------------
       A-00.
           PERFORM     ZA-HATCHLAT-TOCHNIT
           PERFORM     B-TIPUL-BAKASHA
               VARYING TV01-IX FROM 1 BY 1
               UNTIL   TV01-IX > TV01-MONE
           PERFORM     ZZ-SYIUM-TOCHNIT
           STOP RUN.
       A-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       B-TIPUL-BAKASHA                     SECTION.
      *-----------------------------------------------------------------
       B-00.
           MOVE "B-TIPUL-BAKASHA" TO SHEM-SEC
           ADD  1                 TO M01-MONE-BAKASHOT

           PERFORM D-01-BDIKAT-KFILUT

           EVALUATE TRUE
             WHEN TV01-TAARICH-RITZA(TV01-IX) NOT NUMERIC
                  MOVE "TAARICH RITZA LO NUMERI" TO EZ02-SIBAT-DCHIYA
                  PERFORM J-DCHIYA
             WHEN TV01-MONE-MEKOR(TV01-IX) = ZERO
                  MOVE "RESHUMA LO NIMTZEA BAYOMAN" TO
                                                  EZ02-SIBAT-DCHIYA
                  PERFORM J-DCHIYA
             WHEN TV01-MONE-MEKOR(TV01-IX) > 1
                  MOVE "ASMACHTA KFULA BAYOMAN" TO EZ02-SIBAT-DCHIYA
                  PERFORM J-DCHIYA
             WHEN TV01-SUG-RISHUM(TV01-IX) = "S"
                  MOVE "RESHUMAT STORNO - LO MEVATLIM" TO
                                                  EZ02-SIBAT-DCHIYA
                  PERFORM J-DCHIYA
             WHEN TV01-SUG-RISHUM(TV01-IX) = "M"
                  MOVE "RESHUMA KVAR BUTLA" TO EZ02-SIBAT-DCHIYA
                  PERFORM J-DCHIYA
             WHEN TV01-BUTAL-KEN(TV01-IX)
                  MOVE "STORNO KAYAM/MAMTIN LARESHUMA" TO
                                                  EZ02-SIBAT-DCHIYA
                  PERFORM J-DCHIYA
             WHEN SW07-KEN
                  MOVE "BAKASHA KFULA BAKOVETZ" TO EZ02-SIBAT-DCHIYA
                  PERFORM J-DCHIYA
             WHEN OTHER
                  PERFORM E-BNIYAT-STORNO
           END-EVALUATE.
       B-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       C-KRIAT-BAKASHA                     SECTION.
      *-----------------------------------------------------------------
       C-00.
           MOVE "C-KRIAT-BAKASHA" TO SHEM-SEC

           READ BS01-BAKASHOT-FILE
               AT END
                   SET SOF IN SW01-BS01 TO TRUE
           END-READ.
       C-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       C-01-TAEN-BAKASHA                   SECTION.
      *-----------------------------------------------------------------
       C-01-00.
           MOVE "C-01-TAEN-BAKASHA" TO SHEM-SEC

           IF TV01-MONE NOT < C01-GODEL-TAVLA
               MOVE "TAVLAT BAKASHOT MELEA" TO SHEM-KOVETZ
               PERFORM ZT-TAKALOT
           END-IF

           ADD  1                  TO TV01-MONE
           SET  TV01-IX            TO TV01-MONE
           MOVE BS01-TAARICH-RITZA TO TV01-TAARICH-RITZA(TV01-IX)
           MOVE BS01-CHESHBON      TO TV01-CHESHBON(TV01-IX)
           MOVE BS01-ASMACHTA      TO TV01-ASMACHTA(TV01-IX)
           MOVE ZERO               TO TV01-MONE-MEKOR(TV01-IX)
                                      TV01-TAARICH-ERECH(TV01-IX)
                                      TV01-SCHUM(TV01-IX)
           MOVE SPACE              TO TV01-KOD-PEULA(TV01-IX)
                                      TV01-CHESHBON-NEGDI(TV01-IX)
                                      TV01-SUG-RISHUM(TV01-IX)
           SET  TV01-BUTAL-LO(TV01-IX)  TO TRUE
           SET  TV01-NIKLAT-LO(TV01-IX) TO TRUE.
       C-01-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       C-02-KRIAT-PINKAS                   SECTION.
      *-----------------------------------------------------------------
       C-02-00.
           MOVE "C-02-KRIAT-PINKAS" TO SHEM-SEC

           READ PS01-STORNO-FILE
               AT END
                   SET SOF IN SW03-PS01 TO TRUE
               NOT AT END
                   ADD 1 TO EZ04-MISPAR
           END-READ.
       C-02-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       C-03-KRIAT-YOMAN                    SECTION.
      *-----------------------------------------------------------------
       C-03-00.
           MOVE "C-03-KRIAT-YOMAN" TO SHEM-SEC

           READ Y01-YOMAN-FILE
               AT END
                   SET SOF IN SW02-Y01 TO TRUE
           END-READ.
       C-03-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       D-BDIKAT-PINKAS                     SECTION.
      *-----------------------------------------------------------------
       D-00.
           IF NOT PS01-NIDCHA
              AND PS01-MAKOR-TAARICH  = TV01-TAARICH-RITZA(TV01-IX)
              AND PS01-MAKOR-ASMACHTA = TV01-ASMACHTA(TV01-IX)
              AND (PS01-CHESHBON       = TV01-CHESHBON(TV01-IX)
               OR  PS01-CHESHBON-NEGDI = TV01-CHESHBON(TV01-IX))
               SET TV01-BUTAL-KEN(TV01-IX) TO TRUE
           END-IF.
       D-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       D-01-BDIKAT-KFILUT                  SECTION.
      *-----------------------------------------------------------------
       D-01-00.
           MOVE "D-01-BDIKAT-KFILUT" TO SHEM-SEC
           SET  SW07-LO              TO TRUE

           PERFORM D-02-HASHVAAT-BAKASHA
               VARYING TV01-IX2 FROM 1 BY 1
               UNTIL   TV01-IX2 NOT < TV01-IX.
       D-01-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       D-02-HASHVAAT-BAKASHA               SECTION.
      *-----------------------------------------------------------------
       D-02-00.
           IF TV01-NIKLAT-KEN(TV01-IX2)
              AND TV01-TAARICH-RITZA(TV01-IX2) =
                                        TV01-TAARICH-RITZA(TV01-IX)
              AND TV01-ASMACHTA(TV01-IX2) = TV01-ASMACHTA(TV01-IX)
              AND (TV01-CHESHBON(TV01-IX2) = TV01-CHESHBON(TV01-IX)
               OR  TV01-CHESHBON-NEGDI(TV01-IX2) =
                                        TV01-CHESHBON(TV01-IX))
               SET SW07-KEN TO TRUE
           END-IF.
       D-02-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       D-03-BDIKAT-YOMAN                   SECTION.
      *-----------------------------------------------------------------
       D-03-00.
           IF YM01-TAARICH-RITZA = TV01-TAARICH-RITZA(TV01-IX)
              AND YM01-CHESHBON  = TV01-CHESHBON(TV01-IX)
              AND YM01-ASMACHTA  = TV01-ASMACHTA(TV01-IX)
               ADD  1 TO TV01-MONE-MEKOR(TV01-IX)
               MOVE YM01-KOD-PEULA      TO TV01-KOD-PEULA(TV01-IX)
               MOVE YM01-TAARICH-ERECH  TO TV01-TAARICH-ERECH(TV01-IX)
               MOVE YM01-SCHUM          TO TV01-SCHUM(TV01-IX)
               MOVE YM01-CHESHBON-NEGDI TO TV01-CHESHBON-NEGDI(TV01-IX)
               MOVE YM01-SUG-RISHUM     TO TV01-SUG-RISHUM(TV01-IX)
           END-IF

           IF YM01-STORNO
              AND YM01-KISHUR-TAARICH  = TV01-TAARICH-RITZA(TV01-IX)
              AND YM01-KISHUR-ASMACHTA = TV01-ASMACHTA(TV01-IX)
              AND YM01-CHESHBON        = TV01-CHESHBON(TV01-IX)
               SET TV01-BUTAL-KEN(TV01-IX) TO TRUE
           END-IF.
       D-03-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       E-BNIYAT-STORNO                     SECTION.
      *-----------------------------------------------------------------
       E-00.
           MOVE "E-BNIYAT-STORNO" TO SHEM-SEC

           ADD  1 TO EZ04-MISPAR

           MOVE TV01-TAARICH-ERECH(TV01-IX) TO TN01-TAARICH-ERECH
           MOVE TV01-SCHUM(TV01-IX)         TO TN01-SCHUM
           MOVE EZ04-ASMACHTA-STORNO        TO TN01-ASMACHTA

           EVALUATE TRUE
             WHEN TV01-CHESHBON-NEGDI(TV01-IX) = SPACE
              AND TV01-KOD-PEULA(TV01-IX) = "C"
                  MOVE TV01-CHESHBON(TV01-IX) TO TN01-CHESHBON
                  MOVE "Z"                    TO TN01-KOD-PEULA
                  MOVE SPACE                  TO TN01-CHESHBON-NEGDI
             WHEN TV01-CHESHBON-NEGDI(TV01-IX) = SPACE
                  MOVE TV01-CHESHBON(TV01-IX) TO TN01-CHESHBON
                  MOVE "C"                    TO TN01-KOD-PEULA
                  MOVE SPACE                  TO TN01-CHESHBON-NEGDI
             WHEN TV01-KOD-PEULA(TV01-IX) = "C"
                  MOVE TV01-CHESHBON-NEGDI(TV01-IX) TO TN01-CHESHBON
                  MOVE "H"                          TO TN01-KOD-PEULA
                  MOVE TV01-CHESHBON(TV01-IX) TO TN01-CHESHBON-NEGDI
             WHEN OTHER
                  MOVE TV01-CHESHBON(TV01-IX) TO TN01-CHESHBON
                  MOVE "H"                    TO TN01-KOD-PEULA
                  MOVE TV01-CHESHBON-NEGDI(TV01-IX) TO
                                                  TN01-CHESHBON-NEGDI
           END-EVALUATE

           WRITE T01-TNUA-REC

           MOVE SPACE                        TO PS01-STORNO-REC
           MOVE EZ04-ASMACHTA-STORNO         TO PS01-ASMACHTA-STORNO
           MOVE EZ03-TAARICH                 TO PS01-TAARICH-BAKASHA
           MOVE TV01-TAARICH-RITZA(TV01-IX)  TO PS01-MAKOR-TAARICH
           MOVE TV01-ASMACHTA(TV01-IX)       TO PS01-MAKOR-ASMACHTA
           MOVE TV01-CHESHBON(TV01-IX)       TO PS01-CHESHBON
           MOVE TV01-CHESHBON-NEGDI(TV01-IX) TO PS01-CHESHBON-NEGDI
           MOVE TN01-KOD-PEULA               TO PS01-KOD-PEULA
           MOVE TN01-SCHUM                   TO PS01-SCHUM
           SET  PS01-MAMTIN                  TO TRUE
           MOVE ZERO                         TO PS01-TAARICH-BITZUA
           WRITE PS01-STORNO-REC

           SET  TV01-NIKLAT-KEN(TV01-IX) TO TRUE

           MOVE EZ04-ASMACHTA-STORNO         TO SD02-ASMACHTA
           MOVE TN01-KOD-PEULA               TO SD02-KOD
           MOVE TN01-CHESHBON                TO SD02-CHESHBON
           MOVE TN01-CHESHBON-NEGDI          TO SD02-CHESHBON-NEGDI
           MOVE SD02                         TO SD01-HEARA
           PERFORM I-RISHUM-BADOCH

           ADD  1 TO M02-MONE-NIKLETU.
       E-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       I-RISHUM-BADOCH                     SECTION.
      *-----------------------------------------------------------------
       I-00.
           MOVE "I-RISHUM-BADOCH" TO SHEM-SEC

           MOVE TV01-TAARICH-RITZA(TV01-IX) TO SD01-TAARICH-RITZA
           MOVE TV01-CHESHBON(TV01-IX)      TO SD01-CHESHBON
           MOVE TV01-ASMACHTA(TV01-IX)      TO SD01-ASMACHTA
           MOVE TV01-KOD-PEULA(TV01-IX)     TO SD01-KOD
           MOVE TV01-SCHUM(TV01-IX)         TO SD01-SCHUM

           WRITE D01-SHURA FROM SD01
           AFTER ADVANCING 1 LINES.
       I-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       J-DCHIYA                            SECTION.
      *-----------------------------------------------------------------
       J-00.
           MOVE EZ02-SIBAT-DCHIYA TO SD01-HEARA
           PERFORM I-RISHUM-BADOCH

           ADD 1 TO M03-MONE-NIDCHU.
       J-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       ZA-HATCHLAT-TOCHNIT                 SECTION.
      *-----------------------------------------------------------------
       ZA-00.
           MOVE 'LAKSTR'               TO SHEM-TUCHNIT IN EZ01-TAKALOT
           MOVE "ZA-HATCHLAT-TOCHNIT"  TO SHEM-SEC

           MOVE FUNCTION CURRENT-DATE TO EZ03-ZMAN

           PERFORM ZB-RISHUM-PTICHA

           OPEN INPUT BS01-BAKASHOT-FILE
           IF MH01-FS-TAKIN
               SET  MAMSHICH IN SW01-BS01 TO TRUE
               PERFORM C-KRIAT-BAKASHA
               PERFORM UNTIL SOF IN SW01-BS01
                   PERFORM C-01-TAEN-BAKASHA
                   PERFORM C-KRIAT-BAKASHA
               END-PERFORM
               CLOSE BS01-BAKASHOT-FILE
               SET  SAGUR IN SW01-BS01 TO TRUE
           END-IF

           OPEN INPUT PS01-STORNO-FILE
           IF MH01-FS-TAKIN
               SET  MAMSHICH IN SW03-PS01 TO TRUE
               PERFORM C-02-KRIAT-PINKAS
               PERFORM UNTIL SOF IN SW03-PS01
                   PERFORM D-BDIKAT-PINKAS
                       VARYING TV01-IX FROM 1 BY 1
                       UNTIL   TV01-IX > TV01-MONE
                   PERFORM C-02-KRIAT-PINKAS
               END-PERFORM
               CLOSE PS01-STORNO-FILE
               SET  SAGUR IN SW03-PS01 TO TRUE
           END-IF

           OPEN INPUT Y01-YOMAN-FILE
           IF MH01-FS-TAKIN
               SET  MAMSHICH IN SW02-Y01 TO TRUE
               PERFORM C-03-KRIAT-YOMAN
               PERFORM UNTIL SOF IN SW02-Y01
                   PERFORM D-03-BDIKAT-YOMAN
                       VARYING TV01-IX FROM 1 BY 1
                       UNTIL   TV01-IX > TV01-MONE
                   PERFORM C-03-KRIAT-YOMAN
               END-PERFORM
               CLOSE Y01-YOMAN-FILE
               SET  SAGUR IN SW02-Y01 TO TRUE
           END-IF

           OPEN EXTEND PS01-STORNO-FILE
           IF MH01-FILE-STS = "35"
               OPEN OUTPUT PS01-STORNO-FILE
           END-IF
           SET         MAMSHICH IN SW03-PS01 TO TRUE

           OPEN OUTPUT T01-TNUOT-FILE
           SET         MAMSHICH IN SW04-T01 TO TRUE

           OPEN OUTPUT D01-STORNO-PRN
           SET         MAMSHICH IN SW05-D01 TO TRUE
           MOVE EZ03-TAARICH TO SC01-TAARICH
           WRITE D01-SHURA FROM SC01
           AFTER ADVANCING 1 LINES
           WRITE D01-SHURA FROM SC02
           AFTER ADVANCING 2 LINES
           WRITE D01-SHURA FROM SC03
           AFTER ADVANCING 1 LINES.
       ZA-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       ZZ-SYIUM-TOCHNIT                    SECTION.
      *-----------------------------------------------------------------
       ZZ-00.
           MOVE "ZZ-SYIUM-TOCHNIT" TO SHEM-SEC

           MOVE M01-MONE-BAKASHOT TO ST01-MONE
           WRITE D01-SHURA        FROM ST01
           AFTER ADVANCING 2 LINES

           MOVE M02-MONE-NIKLETU  TO ST02-MONE
           WRITE D01-SHURA        FROM ST02
           AFTER ADVANCING 1 LINES

           MOVE M03-MONE-NIDCHU   TO ST03-MONE
           WRITE D01-SHURA        FROM ST03
           AFTER ADVANCING 1 LINES

           CLOSE D01-STORNO-PRN
           SET   SAGUR IN SW05-D01 TO TRUE

           CLOSE T01-TNUOT-FILE
           SET   SAGUR IN SW04-T01 TO TRUE

           CLOSE PS01-STORNO-FILE
           SET   SAGUR IN SW03-PS01 TO TRUE

           PERFORM ZC-RISHUM-SIYUM.
       ZZ-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       ZB-RISHUM-PTICHA                    SECTION.
      *-----------------------------------------------------------------
       ZB-00.
           MOVE "ZB-RISHUM-PTICHA" TO SHEM-SEC

           OPEN EXTEND RC01-RUNCTL-FILE
           IF MH01-FILE-STS = "35"
               OPEN OUTPUT RC01-RUNCTL-FILE
           END-IF
           SET  MAMSHICH IN SW06-RC01 TO TRUE

           MOVE SPACE             TO RC01-BAKARA-REC
           MOVE 'LAKSTR'          TO RC01-TOCHNIT
           MOVE EZ03-TAARICH      TO RC01-TAARICH
           MOVE EZ03-SHAA         TO RC01-SHAA
           SET  RC01-PTICHA       TO TRUE
           SET  RC01-RATZ         TO TRUE
           MOVE ZERO              TO RC01-MONE-RESHUMOT
                                     RC01-MONE-TAKALOT-A
                                     RC01-MONE-TAKALOT-B
           WRITE RC01-BAKARA-REC

           CLOSE RC01-RUNCTL-FILE
           SET  SAGUR IN SW06-RC01 TO TRUE.
       ZB-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       ZC-RISHUM-SIYUM                     SECTION.
      *-----------------------------------------------------------------
       ZC-00.
           MOVE "ZC-RISHUM-SIYUM" TO SHEM-SEC

           OPEN EXTEND RC01-RUNCTL-FILE
           SET  MAMSHICH IN SW06-RC01 TO TRUE

           MOVE FUNCTION CURRENT-DATE TO EZ03-ZMAN
           MOVE SPACE                TO RC01-BAKARA-REC
           MOVE 'LAKSTR'             TO RC01-TOCHNIT
           MOVE EZ03-TAARICH         TO RC01-TAARICH
           MOVE EZ03-SHAA            TO RC01-SHAA
           SET  RC01-SIYUM           TO TRUE
           SET  RC01-TAKIN           TO TRUE
           MOVE M01-MONE-BAKASHOT    TO RC01-MONE-RESHUMOT
           MOVE M03-MONE-NIDCHU      TO RC01-MONE-TAKALOT-A
           MOVE M02-MONE-NIKLETU     TO RC01-MONE-TAKALOT-B
           WRITE RC01-BAKARA-REC

           CLOSE RC01-RUNCTL-FILE
           SET  SAGUR IN SW06-RC01 TO TRUE.
       ZC-EXIT.
           EXIT.
      *-----------------------------------------------------------------
