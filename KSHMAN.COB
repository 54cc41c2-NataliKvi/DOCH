      *-----------------------------------------------------------------
       IDENTIFICATION                      DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID.                         KSHMAN.
      *AUTHOR                              NATALI KVITELASHVILI.
      *DATE-WRITTEN                        15/10/2026.
      *REMARKS      Maintenance program for the customer/account
      *             relationship file KSHARIM.DAT:
      *             *Applies KSHTNU transactions (add/change/delete)
      *              directly by MISPAR ZEHUT + CHESHBON key on the
      *              indexed file. A change replaces the TAFKID
      *              (R - primary owner, M - joint owner, C -
      *              authorized signer).
      *             *An add or change is checked against LAKOACH.DAT
      *              and LAKOCHOT.DAT so a link always joins a known
      *              customer to a known account.
      *             *Rejects bad transactions (unknown link on a
      *              change/delete, duplicate link on an add, empty
      *              keys, unknown TAFKID) to an exception report.
      *             *Writes a before/after image of every add, change
      *              and delete to the shared audit file BIKORET.DAT,
      *              stamped with the program and the run date/time.
      *-----------------------------------------------------------------
       ENVIRONMENT                         DIVISION.
      *-----------------------------------------------------------------
       INPUT-OUTPUT                        SECTION.
      *-----------------------------------------------------------------
       FILE-CONTROL.
           SELECT K01-KSHARIM-FILE
             ASSIGN       TO "C:\COBOL-PROJECTS\DOCH\FILES\KSHARIM.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS DYNAMIC
             RECORD KEY   IS KS01-MAFTEACH
             FILE STATUS  IS MH01-FILE-STS.

           SELECT K02-TNUOT-FILE
             ASSIGN       TO "C:\COBOL-PROJECTS\DOCH\FILES\KSHTNU.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS  IS MH01-FILE-STS.

           SELECT K03-LAKOCHOT-FILE
             ASSIGN       TO "C:\COBOL-PROJECTS\DOCH\FILES\LAKOCHOT.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS DYNAMIC
             RECORD KEY   IS CHESHBON
             FILE STATUS  IS MH01-FILE-STS.

           SELECT K04-LAKOACH-FILE
             ASSIGN       TO "C:\COBOL-PROJECTS\DOCH\FILES\LAKOACH.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS DYNAMIC
             RECORD KEY   IS LC01-MISPAR-ZEHUT
             FILE STATUS  IS MH01-FILE-STS.

           SELECT D01-CHARIGIM-PRN
             ASSIGN       TO
             "C:\COBOL-PROJECTS\DOCH\FILES\KSHARIM-CHARIGIM.PRN"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS  IS MH01-FILE-STS.

           SELECT BK01-BIKORET-FILE
             ASSIGN       TO "C:\COBOL-PROJECTS\DOCH\FILES\BIKORET.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS  IS MH01-FILE-STS.
      *-----------------------------------------------------------------
       DATA                                DIVISION.
      *-----------------------------------------------------------------
       FILE                                SECTION.
      *-----------------------------------------------------------------
       FD K01-KSHARIM-FILE.
       01 K01-KESHER-REC.
           COPY "C:\COBOL-PROJECTS\DOCH\COPYS\KSHARIM.COB".

       FD K02-TNUOT-FILE
           RECORDING MODE F.
       01 K02-TNUA-REC.
           03 K02-PEULA                    PIC X(01).
             88 K02-HOSAFA                                  VALUE "A".
             88 K02-SHINUY                                  VALUE "C".
             88 K02-MECHIKA                                 VALUE "D".
           03 K02-MISPAR-ZEHUT             PIC X(09).
           03 K02-CHESHBON                 PIC X(05).
           03 K02-TAFKID                   PIC X(01).
             88 K02-TAFKID-MUKAR                        VALUE "R" "M"
                                                              "C".

       FD K03-LAKOCHOT-FILE.
       01 K03-LAKOCHOT-REC.
           COPY "C:\COBOL-PROJECTS\DOCH\COPYS\LAKOCHOT.COB".

       FD K04-LAKOACH-FILE.
       01 K04-LAKOACH-REC.
           COPY "C:\COBOL-PROJECTS\DOCH\COPYS\LAKOACH.COB".

       FD  D01-CHARIGIM-PRN
           LABEL RECORD IS OMITTED.
       01  D01-SHURA                       PIC X(80).

       FD  BK01-BIKORET-FILE
           RECORDING MODE F.
       01  BK01-BIKORET-REC.
           COPY "C:\COBOL-PROJECTS\DOCH\COPYS\BIKORET.COB".
      *-----------------------------------------------------------------
       WORKING-STORAGE                     SECTION.
      *-----------------------------------------------------------------
      *EZxx-EZER
      *-----------------------------------------------------------------
       01 EZ00.
           03 EZ01-TAKALOT.
           COPY "C:\COBOL-PROJECTS\DOCH\COPYS\TAKALOT.COB".

           03 EZ02-SIBAT-DCHIYA             PIC X(40).
           03 EZ03-ZMAN.
               05 EZ03-TAARICH             PIC 9(8).
               05 EZ03-SHAA                PIC 9(6).
           03 EZ04-TMUNA-LIFNEI             PIC X(80).
           03 EZ05-TMUNA-ACHAREI            PIC X(80).
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
           03 M01-MONE-HOSAFOT              PIC 9(4)        VALUE ZERO.
           03 M02-MONE-SHINUYIM             PIC 9(4)        VALUE ZERO.
           03 M03-MONE-MECHIKOT             PIC 9(4)        VALUE ZERO.
           03 M04-MONE-CHARIGIM             PIC 9(4)        VALUE ZERO.
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
               05 FILLER                   PIC X(20)      VALUE SPACE.
               05 FILLER                   PIC X(30)      VALUE
                  "DOCH CHARIGEI TNUOT KSHARIM".
           03 SC02.
               05 FILLER                   PIC X(5)       VALUE SPACE.
               05 FILLER                   PIC X(5)       VALUE
                  "PEULA".
               05 FILLER                   PIC X(2)       VALUE SPACE.
               05 FILLER                   PIC X(11)      VALUE
                  "MISPAR ZEH.".
               05 FILLER                   PIC X(2)       VALUE SPACE.
               05 FILLER                   PIC X(8)       VALUE
                  "CHESHBON".
               05 FILLER                   PIC X(2)       VALUE SPACE.
               05 FILLER                   PIC X(13)      VALUE
                  "SIBAT DECHIYA".
           03 SC03.
               05 FILLER                   PIC X(5)       VALUE SPACE.
               05 FILLER                   PIC X(5)       VALUE ALL '-'.
               05 FILLER                   PIC X(2)       VALUE SPACE.
               05 FILLER                   PIC X(11)      VALUE ALL '-'.
               05 FILLER                   PIC X(2)       VALUE SPACE.
               05 FILLER                   PIC X(8)       VALUE ALL '-'.
               05 FILLER                   PIC X(2)       VALUE SPACE.
               05 FILLER                   PIC X(13)      VALUE ALL '-'.
           03 SD01.
               05 FILLER                   PIC X(7)       VALUE SPACE.
               05 SD01-PEULA               PIC X(1).
               05 FILLER                   PIC X(6)       VALUE SPACE.
               05 SD01-MISPAR-ZEHUT        PIC X(9).
               05 FILLER                   PIC X(4)       VALUE SPACE.
               05 SD01-CHESHBON            PIC X(5).
               05 FILLER                   PIC X(5)       VALUE SPACE.
               05 SD01-SIBA                PIC X(40).
           03 ST01.
               05 FILLER                   PIC X(10)      VALUE SPACE.
               05 ST01-MONE                PIC ZZZ9.
               05 FILLER                   PIC X(2)       VALUE SPACE.
               05 ST01-SACH                PIC X(30)      VALUE
                  ": MISPAR TNUOT CHARIGIM".
      *-----------------------------------------------------------------
      *SWxx-METAGIM
      *-----------------------------------------------------------------
       01 SW00.
           03 SW01-K01                     PIC S9(4) BINARY VALUE 99.
           COPY "C:\COBOL-PROJECTS\DOCH\COPYS\SWK.COB".

           03 SW02-K02                     PIC S9(4) BINARY VALUE 99.
           COPY "C:\COBOL-PROJECTS\DOCH\COPYS\SWK.COB".

           03 SW03-D01                     PIC S9(4) BINARY VALUE 99.
           COPY "C:\COBOL-PROJECTS\DOCH\COPYS\SWK.COB".

           03 SW04-K03                     PIC S9(4) BINARY VALUE 99.
           COPY "C:\COBOL-PROJECTS\DOCH\COPYS\SWK.COB".

           03 SW05-CHESHBON-KAYAM          PIC 9.
             88 SW05-KEN                   VALUE 1.
             88 SW05-LO                    VALUE 0.

           03 SW06-BK01                    PIC S9(4) BINARY VALUE 99.
           COPY "C:\COBOL-PROJECTS\DOCH\COPYS\SWK.COB".

           03 SW07-K04                     PIC S9(4) BINARY VALUE 99.
           COPY "C:\COBOL-PROJECTS\DOCH\COPYS\SWK.COB".

           03 SW08-LAKOACH-KAYAM           PIC 9.
             88 SW08-KEN                   VALUE 1.
             88 SW08-LO                    VALUE 0.
      *-----------------------------------------------------------------
       PROCEDURE                           DIVISION.
      *-----------------------------------------------------------------
       DECLARATIVES.
      *-----------------------------------------------------------------
       DC1-K01                              SECTION.
      *-----------------------------------------------------------------
           USE AFTER STANDARD ERROR PROCEDURE ON K01-KSHARIM-FILE.
       DC1-00.
           IF MH01-FILE-STS NOT = "35"
               MOVE "C:\COBOL-PROJECTS\DOCH\FILES\KSHARIM.DAT" TO
                                                             SHEM-KOVETZ
               PERFORM ZT-TAKALOT
           END-IF.
       DC1-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       DC2-K02                             SECTION.
      *-----------------------------------------------------------------
           USE AFTER STANDARD ERROR PROCEDURE ON K02-TNUOT-FILE.
       DC2-00.
           MOVE "C:\COBOL-PROJECTS\DOCH\FILES\KSHTNU.DAT" TO
                                                             SHEM-KOVETZ
           PERFORM ZT-TAKALOT.
       DC2-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       DC3-K03                             SECTION.
      *-----------------------------------------------------------------
           USE AFTER STANDARD ERROR PROCEDURE ON K03-LAKOCHOT-FILE.
       DC3-00.
           MOVE "C:\COBOL-PROJECTS\DOCH\FILES\LAKOCHOT.DAT" TO
                                                             SHEM-KOVETZ
           PERFORM ZT-TAKALOT.
       DC3-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       DC4-D01                             SECTION.
      *-----------------------------------------------------------------
           USE AFTER STANDARD ERROR PROCEDURE ON D01-CHARIGIM-PRN.
       DC4-00.
           MOVE "C:\COBOL-PROJECTS\DOCH\FILES\KSHARIM-CHARIGIM.PRN" TO
                                                             SHEM-KOVETZ
           PERFORM ZT-TAKALOT.
       DC4-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       DC5-BK01                            SECTION.
      *-----------------------------------------------------------------
           USE AFTER STANDARD ERROR PROCEDURE ON BK01-BIKORET-FILE.
       DC5-00.
           IF MH01-FILE-STS NOT = "35"
               MOVE "C:\COBOL-PROJECTS\DOCH\FILES\BIKORET.DAT" TO
                                                             SHEM-KOVETZ
               PERFORM ZT-TAKALOT
           END-IF.
       DC5-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       DC6-K04                             SECTION.
      *-----------------------------------------------------------------
           USE AFTER STANDARD ERROR PROCEDURE ON K04-LAKOACH-FILE.
       DC6-00.
           MOVE "C:\COBOL-PROJECTS\DOCH\FILES\LAKOACH.DAT" TO
                                                             SHEM-KOVETZ
           PERFORM ZT-TAKALOT.
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
           PERFORM UNTIL SOF IN SW02-K02
               PERFORM B-TIPUL-TNUA
               PERFORM C-KRIAT-TNUA
           END-PERFORM
           PERFORM     ZZ-SYIUM-TOCHNIT
           STOP RUN.
       A-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       B-TIPUL-TNUA                        SECTION.
      *-----------------------------------------------------------------
       B-00.
           MOVE "B-TIPUL-TNUA" TO SHEM-SEC

           EVALUATE TRUE
             WHEN K02-MISPAR-ZEHUT = SPACE
                  MOVE "MISPAR ZEHUT REIK" TO EZ02-SIBAT-DCHIYA
                  PERFORM J-DCHIYA
             WHEN K02-CHESHBON = SPACE
                  MOVE "CHESHBON REIK" TO EZ02-SIBAT-DCHIYA
                  PERFORM J-DCHIYA
             WHEN (K02-HOSAFA OR K02-SHINUY)
              AND NOT K02-TAFKID-MUKAR
                  MOVE "TAFKID LO MUKAR" TO EZ02-SIBAT-DCHIYA
                  PERFORM J-DCHIYA
             WHEN K02-HOSAFA
                  PERFORM F-HOSAFAT-SHURA
             WHEN K02-SHINUY
                  PERFORM G-SHINUY-SHURA
             WHEN K02-MECHIKA
                  PERFORM I-MECHIKAT-SHURA
             WHEN OTHER
                  MOVE "PEULA LO MUKARIT" TO EZ02-SIBAT-DCHIYA
                  PERFORM J-DCHIYA
           END-EVALUATE.
       B-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       C-KRIAT-TNUA                        SECTION.
      *-----------------------------------------------------------------
       C-00.
           MOVE "C-KRIAT-TNUA" TO SHEM-SEC

           READ K02-TNUOT-FILE
               AT END
                   SET SOF IN SW02-K02 TO TRUE
           END-READ.
       C-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       F-HOSAFAT-SHURA                     SECTION.
      *-----------------------------------------------------------------
       F-00.
           MOVE "F-HOSAFAT-SHURA" TO SHEM-SEC

           PERFORM V-BDIKAT-CHESHBON
           PERFORM W-BDIKAT-LAKOACH
           EVALUATE TRUE
             WHEN SW08-LO
                  MOVE "LAKOACH LO KAYAM BEKOVETZ LAKOACH" TO
                                                    EZ02-SIBAT-DCHIYA
                  PERFORM J-DCHIYA
             WHEN SW05-LO
                  MOVE "CHESHBON LO KAYAM BEKOVETZ LAKOCHOT" TO
                                                    EZ02-SIBAT-DCHIYA
                  PERFORM J-DCHIYA
             WHEN OTHER
                  MOVE K02-MISPAR-ZEHUT TO KS01-MISPAR-ZEHUT
                  MOVE K02-CHESHBON     TO KS01-CHESHBON
                  MOVE K02-TAFKID       TO KS01-TAFKID

                  WRITE K01-KESHER-REC
                      INVALID KEY
                          MOVE "KESHER KAYAM - HOSAFA NIDCHETA" TO
                                                    EZ02-SIBAT-DCHIYA
                          PERFORM J-DCHIYA
                      NOT INVALID KEY
                          ADD  1 TO M01-MONE-HOSAFOT
                          MOVE SPACE          TO EZ04-TMUNA-LIFNEI
                          MOVE K01-KESHER-REC TO EZ05-TMUNA-ACHAREI
                          PERFORM K-RISHUM-BIKORET
                  END-WRITE
           END-EVALUATE.
       F-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       G-SHINUY-SHURA                      SECTION.
      *-----------------------------------------------------------------
       G-00.
           MOVE "G-SHINUY-SHURA" TO SHEM-SEC

           MOVE K02-MISPAR-ZEHUT TO KS01-MISPAR-ZEHUT
           MOVE K02-CHESHBON     TO KS01-CHESHBON

           READ K01-KSHARIM-FILE
               INVALID KEY
                   MOVE "KESHER LO KAYAM - SHINUY NIDCHA" TO
                                                    EZ02-SIBAT-DCHIYA
                   PERFORM J-DCHIYA
               NOT INVALID KEY
                   MOVE K01-KESHER-REC TO EZ04-TMUNA-LIFNEI
                   MOVE K02-TAFKID     TO KS01-TAFKID
                   REWRITE K01-KESHER-REC
                   ADD  1              TO M02-MONE-SHINUYIM
                   MOVE K01-KESHER-REC TO EZ05-TMUNA-ACHAREI
                   PERFORM K-RISHUM-BIKORET
           END-READ.
       G-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       V-BDIKAT-CHESHBON                   SECTION.
      *-----------------------------------------------------------------
       V-00.
           MOVE "V-BDIKAT-CHESHBON" TO SHEM-SEC

           MOVE K02-CHESHBON TO CHESHBON IN K03-LAKOCHOT-REC

           READ K03-LAKOCHOT-FILE
               INVALID KEY
                   SET SW05-LO  TO TRUE
               NOT INVALID KEY
                   SET SW05-KEN TO TRUE
           END-READ.
       V-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       W-BDIKAT-LAKOACH                    SECTION.
      *-----------------------------------------------------------------
       W-00.
           MOVE "W-BDIKAT-LAKOACH" TO SHEM-SEC

           MOVE K02-MISPAR-ZEHUT TO LC01-MISPAR-ZEHUT

           READ K04-LAKOACH-FILE
               INVALID KEY
                   SET SW08-LO  TO TRUE
               NOT INVALID KEY
                   SET SW08-KEN TO TRUE
           END-READ.
       W-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       I-MECHIKAT-SHURA                    SECTION.
      *-----------------------------------------------------------------
       I-00.
           MOVE "I-MECHIKAT-SHURA" TO SHEM-SEC

           MOVE K02-MISPAR-ZEHUT TO KS01-MISPAR-ZEHUT
           MOVE K02-CHESHBON     TO KS01-CHESHBON

           READ K01-KSHARIM-FILE
               INVALID KEY
                   MOVE "KESHER LO KAYAM - MECHIKA NIDCHETA" TO
                                                    EZ02-SIBAT-DCHIYA
                   PERFORM J-DCHIYA
               NOT INVALID KEY
                   MOVE K01-KESHER-REC TO EZ04-TMUNA-LIFNEI
                   DELETE K01-KSHARIM-FILE
                   ADD  1 TO M03-MONE-MECHIKOT
                   MOVE SPACE          TO EZ05-TMUNA-ACHAREI
                   PERFORM K-RISHUM-BIKORET
           END-READ.
       I-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       K-RISHUM-BIKORET                    SECTION.
      *-----------------------------------------------------------------
       K-00.
           MOVE "K-RISHUM-BIKORET" TO SHEM-SEC

           MOVE SPACE              TO BK01-BIKORET-REC
           MOVE 'KSHMAN'           TO BK01-TOCHNIT
           MOVE EZ03-TAARICH       TO BK01-TAARICH
           MOVE EZ03-SHAA          TO BK01-SHAA
           MOVE 'KSHARIM'          TO BK01-KOVETZ
           MOVE K02-PEULA          TO BK01-PEULA
           MOVE KS01-MISPAR-ZEHUT  TO BK01-MAFTEACH
           MOVE EZ04-TMUNA-LIFNEI  TO BK01-TMUNA-LIFNEI
           MOVE EZ05-TMUNA-ACHAREI TO BK01-TMUNA-ACHAREI

           WRITE BK01-BIKORET-REC.
       K-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       J-DCHIYA                            SECTION.
      *-----------------------------------------------------------------
       J-00.
           MOVE K02-PEULA         TO SD01-PEULA
           MOVE K02-MISPAR-ZEHUT  TO SD01-MISPAR-ZEHUT
           MOVE K02-CHESHBON      TO SD01-CHESHBON
           MOVE EZ02-SIBAT-DCHIYA TO SD01-SIBA

           WRITE D01-SHURA FROM SD01
           AFTER ADVANCING 1 LINES

           ADD 1 TO M04-MONE-CHARIGIM.
       J-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       ZA-HATCHLAT-TOCHNIT                 SECTION.
      *-----------------------------------------------------------------
       ZA-00.
           MOVE 'KSHMAN'               TO SHEM-TUCHNIT IN EZ01-TAKALOT
           MOVE "ZA-HATCHLAT-TOCHNIT"  TO SHEM-SEC
           MOVE FUNCTION CURRENT-DATE  TO EZ03-ZMAN

           OPEN I-O    K01-KSHARIM-FILE
           IF MH01-FILE-STS = "35"
               OPEN OUTPUT K01-KSHARIM-FILE
               CLOSE K01-KSHARIM-FILE
               OPEN I-O    K01-KSHARIM-FILE
           END-IF
           SET         MAMSHICH IN SW01-K01 TO TRUE

           OPEN INPUT  K03-LAKOCHOT-FILE
           SET         MAMSHICH IN SW04-K03 TO TRUE

           OPEN INPUT  K04-LAKOACH-FILE
           SET         MAMSHICH IN SW07-K04 TO TRUE

           OPEN EXTEND BK01-BIKORET-FILE
           IF MH01-FILE-STS = "35"
               OPEN OUTPUT BK01-BIKORET-FILE
           END-IF
           SET         MAMSHICH IN SW06-BK01 TO TRUE

           OPEN OUTPUT D01-CHARIGIM-PRN
           SET         MAMSHICH IN SW03-D01 TO TRUE
           WRITE D01-SHURA FROM SC01
           AFTER ADVANCING 1 LINES
           WRITE D01-SHURA FROM SC02
           AFTER ADVANCING 2 LINES
           WRITE D01-SHURA FROM SC03
           AFTER ADVANCING 1 LINES

           OPEN INPUT  K02-TNUOT-FILE
           SET         MAMSHICH IN SW02-K02 TO TRUE
           PERFORM C-KRIAT-TNUA.
       ZA-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       ZZ-SYIUM-TOCHNIT                    SECTION.
      *-----------------------------------------------------------------
       ZZ-00.
           MOVE "ZZ-SYIUM-TOCHNIT" TO SHEM-SEC

           MOVE M04-MONE-CHARIGIM TO ST01-MONE
           WRITE D01-SHURA        FROM ST01
           AFTER ADVANCING 2 LINES

           CLOSE K02-TNUOT-FILE
           SET   SAGUR IN SW02-K02 TO TRUE

           CLOSE D01-CHARIGIM-PRN
           SET   SAGUR IN SW03-D01 TO TRUE

           CLOSE K03-LAKOCHOT-FILE
           SET   SAGUR IN SW04-K03 TO TRUE

           CLOSE K04-LAKOACH-FILE
           SET   SAGUR IN SW07-K04 TO TRUE

           CLOSE K01-KSHARIM-FILE
           SET   SAGUR IN SW01-K01 TO TRUE

           CLOSE BK01-BIKORET-FILE
           SET   SAGUR IN SW06-BK01 TO TRUE.
       ZZ-EXIT.
           EXIT.
      *-----------------------------------------------------------------
