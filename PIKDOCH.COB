      *-----------------------------------------------------------------
       IDENTIFICATION                      DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID.                         PIKDOCH.
      *AUTHOR                              NATALI KVITELASHVILI.
      *DATE-WRITTEN                        15/10/2026.
      *REMARKS      Fixed-term deposit portfolio report:
      *             *Reads every open deposit of PIKADON.DAT, takes the
      *              SNIF of its CHESHBON from LAKOCHOT.DAT and sorts
      *              by SNIF, MATBEA and TAARICH PIRAON.
      *             *For each SNIF and MATBEA lists the deposits that
      *              mature within the horizon of PARAM-PIK.DAT (days
      *              from the run date, default 30) - a deposit whose
      *              TAARICH PIRAON has already passed is marked as
      *              overdue - and totals the count and KEREN of all
      *              the open deposits and of those maturing.
      *             *Ends with the totals per MATBEA of the whole bank.
      *             *Writes PTICHA and SIYUM records to RUNCTL.DAT
      *              (RESHUMOT = open deposits, TAKALOT-A = deposits
      *              whose CHESHBON is missing from LAKOCHOT.DAT,
      *              TAKALOT-B = overdue deposits).
      *-----------------------------------------------------------------
       ENVIRONMENT                         DIVISION.
      *-----------------------------------------------------------------
       INPUT-OUTPUT                        SECTION.
      *-----------------------------------------------------------------
       FILE-CONTROL.
           SELECT K01-PIKADON-FILE
             ASSIGN       TO "C:\COBOL-PROJECTS\DOCH\FILES\PIKADON.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS SEQUENTIAL
             RECORD KEY   IS PK01-MAFTEACH
             FILE STATUS  IS MH01-FILE-STS.

           SELECT K02-LAKOCHOT-FILE
             ASSIGN       TO "C:\COBOL-PROJECTS\DOCH\FILES\LAKOCHOT.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS DYNAMIC
             RECORD KEY   IS CHESHBON
             FILE STATUS  IS MH01-FILE-STS.

           SELECT PM01-PARAM-FILE
             ASSIGN       TO
             "C:\COBOL-PROJECTS\DOCH\FILES\PARAM-PIK.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS  IS MH01-FILE-STS.

           SELECT D01-DOCH-PRN
             ASSIGN       TO "C:\COBOL-PROJECTS\DOCH\FILES\PIKDOCH.PRN"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS  IS MH01-FILE-STS.

           SELECT RC01-RUNCTL-FILE
             ASSIGN       TO "C:\COBOL-PROJECTS\DOCH\FILES\RUNCTL.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS  IS MH01-FILE-STS.

           SELECT SRT-PIK
             ASSIGN       TO "C:\COBOL-PROJECTS\DOCH\FILES\SORTWK".
      *-----------------------------------------------------------------
       DATA                                DIVISION.
      *-----------------------------------------------------------------
       FILE                                SECTION.
      *-----------------------------------------------------------------
       FD  K01-PIKADON-FILE.
       01  K01-PIKADON-REC.
           COPY "C:\COBOL-PROJECTS\DOCH\COPYS\PIKADON.COB".

       FD  K02-LAKOCHOT-FILE.
       01  K02-LAKOCHOT-REC.
           COPY "C:\COBOL-PROJECTS\DOCH\COPYS\LAKOCHOT.COB".

       FD  PM01-PARAM-FILE
           RECORDING MODE F.
       01  PM01-PARAM-REC.
           03 PM01-YAMIM-OFEK              PIC 9(3).

       FD  D01-DOCH-PRN
           LABEL RECORD IS OMITTED.
       01  D01-SHURA                       PIC X(80).

       FD  RC01-RUNCTL-FILE
           RECORDING MODE F.
       01  RC01-BAKARA-REC.
           COPY "C:\COBOL-PROJECTS\DOCH\COPYS\BAKRUN.COB".

       SD  SRT-PIK.
       01  SRT-REC.
           03 SRT-SNIF                     PIC X(03).
           03 SRT-MATBEA                   PIC X(03).
           03 SRT-TAARICH-PIRAON           PIC 9(8).
           03 SRT-CHESHBON                 PIC X(05).
           03 SRT-MISPAR-PIKADON           PIC 9(03).
           03 SRT-KEREN                    PIC 9(6)V99.
           03 SRT-RIBIT-SHANA              PIC 9(2)V9(3).
           03 SRT-HORAAT-CHIDUSH           PIC X(01).
      *-----------------------------------------------------------------
       WORKING-STORAGE                     SECTION.
      *-----------------------------------------------------------------
      *Cxx-KVUIM
      *-----------------------------------------------------------------
       01 C00.
           03 C01-YAMIM-BERIRAT-MECHDAL    PIC 9(3)       VALUE 30.
           03 C02-GODEL-TAVLAT-MATBEA      PIC 9(2)       VALUE 10.
      *-----------------------------------------------------------------
      *EZxx-EZER
      *-----------------------------------------------------------------
       01 EZ00.
           03 EZ01-TAKALOT.
           COPY "C:\COBOL-PROJECTS\DOCH\COPYS\TAKALOT.COB".

           03 EZ02-YAMIM-OFEK               PIC 9(3).
           03 EZ03-ZMAN.
               05 EZ03-TAARICH             PIC 9(8).
               05 EZ03-SHAA                PIC 9(6).
           03 EZ04-TAARICH-RITZA            PIC 9(8).
           03 EZ05-TAARICH-OFEK             PIC 9(8).
           03 EZ06-YOM-OFEK                 PIC 9(7).
           03 EZ07-SNIF-NOCHECHI            PIC X(03).
           03 EZ08-MATBEA-NOCHECHI          PIC X(03).
           03 EZ09-MONE-KVUTZA              PIC 9(5).
           03 EZ10-KEREN-KVUTZA             PIC 9(10)V99.
           03 EZ11-MONE-OFEK                PIC 9(5).
           03 EZ12-KEREN-OFEK               PIC 9(10)V99.
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
           03 M01-MONE-PEILIM               PIC 9(6)        VALUE ZERO.
           03 M02-MONE-LELO-CHESHBON        PIC 9(4)        VALUE ZERO.
           03 M03-MONE-PAG-PIRAON           PIC 9(4)        VALUE ZERO.
           03 M04-MONE-OFEK                 PIC 9(6)        VALUE ZERO.
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
               05 FILLER                   PIC X(10)      VALUE SPACE.
               05 FILLER                   PIC X(37)      VALUE
                  "DOCH TIK PIKADONOT - PIRAONOT AD ".
               05 SC01-TAARICH-OFEK        PIC 9(8).
               05 FILLER                   PIC X(10)      VALUE
                  "  TAARICH ".
               05 SC01-TAARICH             PIC 9(8).
           03 SC02.
               05 FILLER                   PIC X(8)       VALUE SPACE.
               05 FILLER                   PIC X(8)       VALUE
                  "  SNIF: ".
               05 SC02-SNIF                PIC X(3).
               05 FILLER                   PIC X(10)      VALUE
                  "  MATBEA: ".
               05 SC02-MATBEA              PIC X(3).
           03 SC03.
               05 FILLER                   PIC X(5)       VALUE SPACE.
               05 FILLER                   PIC X(8)       VALUE
                  "CHESHBON".
               05 FILLER                   PIC X(2)       VALUE SPACE.
               05 FILLER                   PIC X(3)       VALUE
                  "PIK".
               05 FILLER                   PIC X(3)       VALUE SPACE.
               05 FILLER                   PIC X(8)       VALUE
                  "PIRAON".
               05 FILLER                   PIC X(9)       VALUE SPACE.
               05 FILLER                   PIC X(5)       VALUE
                  "KEREN".
               05 FILLER                   PIC X(3)       VALUE SPACE.
               05 FILLER                   PIC X(6)       VALUE
                  "RIBIT".
               05 FILLER                   PIC X(2)       VALUE SPACE.
               05 FILLER                   PIC X(2)       VALUE
                  "HR".
               05 FILLER                   PIC X(2)       VALUE SPACE.
               05 FILLER                   PIC X(5)       VALUE
                  "HEARA".
           03 SC04.
               05 FILLER                   PIC X(5)       VALUE SPACE.
               05 FILLER                   PIC X(8)       VALUE ALL '-'.
               05 FILLER                   PIC X(2)       VALUE SPACE.
               05 FILLER                   PIC X(3)       VALUE ALL '-'.
               05 FILLER                   PIC X(3)       VALUE SPACE.
               05 FILLER                   PIC X(8)       VALUE ALL '-'.
               05 FILLER                   PIC X(2)       VALUE SPACE.
               05 FILLER                   PIC X(12)      VALUE ALL '-'.
               05 FILLER                   PIC X(2)       VALUE SPACE.
               05 FILLER                   PIC X(6)       VALUE ALL '-'.
               05 FILLER                   PIC X(2)       VALUE SPACE.
               05 FILLER                   PIC X(2)       VALUE ALL '-'.
               05 FILLER                   PIC X(2)       VALUE SPACE.
               05 FILLER                   PIC X(10)      VALUE ALL '-'.
           03 SD01.
               05 FILLER                   PIC X(8)       VALUE SPACE.
               05 SD01-CHESHBON            PIC X(5).
               05 FILLER                   PIC X(2)       VALUE SPACE.
               05 SD01-PIKADON             PIC 9(3).
               05 FILLER                   PIC X(3)       VALUE SPACE.
               05 SD01-TAARICH-PIRAON      PIC 9(8).
               05 FILLER                   PIC X(2)       VALUE SPACE.
               05 SD01-KEREN               PIC Z,ZZZ,ZZ9.99.
               05 FILLER                   PIC X(2)       VALUE SPACE.
               05 SD01-RIBIT               PIC Z9.999.
               05 FILLER                   PIC X(3)       VALUE SPACE.
               05 SD01-HORAA               PIC X(1).
               05 FILLER                   PIC X(3)       VALUE SPACE.
               05 SD01-HEARA               PIC X(10).
           03 SG01.
               05 FILLER                   PIC X(8)       VALUE SPACE.
               05 SG01-TEUR                PIC X(26).
               05 SG01-MONE                PIC ZZZZ9.
               05 FILLER                   PIC X(9)       VALUE
                  "  KEREN: ".
               05 SG01-KEREN               PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           03 SF01.
               05 FILLER                   PIC X(10)      VALUE SPACE.
               05 FILLER                   PIC X(40)      VALUE
                  "SACH KLALI PIKADONOT PEILIM LEFI MATBEA".
           03 SF02.
               05 FILLER                   PIC X(8)       VALUE SPACE.
               05 SF02-MATBEA              PIC X(3).
               05 FILLER                   PIC X(2)       VALUE SPACE.
               05 SF02-MONE                PIC ZZZZZ9.
               05 FILLER                   PIC X(2)       VALUE SPACE.
               05 SF02-KEREN               PIC ZZ,ZZZ,ZZZ,ZZ9.99.
               05 FILLER                   PIC X(11)      VALUE
                  "  BEOFEK: ".
               05 SF02-KEREN-OFEK          PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           03 ST01.
               05 FILLER                   PIC X(8)       VALUE SPACE.
               05 ST01-MONE                PIC ZZZZZ9.
               05 FILLER                   PIC X(2)       VALUE SPACE.
               05 ST01-SACH                PIC X(40)      VALUE
                  ": PIKADONOT PEILIM".
           03 ST02.
               05 FILLER                   PIC X(8)       VALUE SPACE.
               05 ST02-MONE                PIC ZZZZZ9.
               05 FILLER                   PIC X(2)       VALUE SPACE.
               05 ST02-SACH                PIC X(40)      VALUE
                  ": MEHEM BEPIRAON AD TAARICH HAOFEK".
           03 ST03.
               05 FILLER                   PIC X(8)       VALUE SPACE.
               05 ST03-MONE                PIC ZZZZZ9.
               05 FILLER                   PIC X(2)       VALUE SPACE.
               05 ST03-SACH                PIC X(40)      VALUE
                  ": MEHEM PAG PIRAONAM VELO SHULMU".
           03 ST04.
               05 FILLER                   PIC X(8)       VALUE SPACE.
               05 ST04-MONE                PIC ZZZZZ9.
               05 FILLER                   PIC X(2)       VALUE SPACE.
               05 ST04-SACH                PIC X(40)      VALUE
                  ": CHESHBON LO NIMTZA BELAKOCHOT".
      *-----------------------------------------------------------------
      *SWxx-METAGIM
      *-----------------------------------------------------------------
       01 SW00.
           03 SW01-K01                     PIC S9(4) BINARY VALUE 99.
           COPY "C:\COBOL-PROJECTS\DOCH\COPYS\SWK.COB".

           03 SW02-K02                     PIC S9(4) BINARY VALUE 99.
           COPY "C:\COBOL-PROJECTS\DOCH\COPYS\SWK.COB".

           03 SW03-PM01                    PIC S9(4) BINARY VALUE 99.
           COPY "C:\COBOL-PROJECTS\DOCH\COPYS\SWK.COB".

           03 SW04-D01                     PIC S9(4) BINARY VALUE 99.
           COPY "C:\COBOL-PROJECTS\DOCH\COPYS\SWK.COB".

           03 SW05-RC01                    PIC S9(4) BINARY VALUE 99.
           COPY "C:\COBOL-PROJECTS\DOCH\COPYS\SWK.COB".

           03 SW06-SRT                     PIC S9(4) BINARY VALUE 99.
           COPY "C:\COBOL-PROJECTS\DOCH\COPYS\SWK.COB".

           03 SW07-PIKADON-KAYAM           PIC 9.
             88 SW07-KEN                   VALUE 1.
             88 SW07-LO                    VALUE 0.

           03 SW08-KVUTZA-RISHONA          PIC 9.
             88 SW08-KEN                   VALUE 1.
             88 SW08-LO                    VALUE 0.

           03 SW09-MATBEA-NIMTZA           PIC 9.
             88 SW09-KEN                   VALUE 1.
             88 SW09-LO                    VALUE 0.
      *-----------------------------------------------------------------
      *TVxx-TAVLAOT
      *-----------------------------------------------------------------
       01 TV00.
           03 TV01-MONE-MATBEA             PIC 9(2)          VALUE ZERO.
           03 TV01-MATBAOT OCCURS 1 TO 10 TIMES
                            DEPENDING ON TV01-MONE-MATBEA
                            INDEXED BY TV01-IX.
               05 TV01-MATBEA               PIC X(03).
               05 TV01-MONE                 PIC 9(6).
               05 TV01-KEREN                PIC 9(10)V99.
               05 TV01-KEREN-OFEK           PIC 9(10)V99.
      *-----------------------------------------------------------------
       PROCEDURE                           DIVISION.
      *-----------------------------------------------------------------
       DECLARATIVES.
      *-----------------------------------------------------------------
       DC1-K01                              SECTION.
      *-----------------------------------------------------------------
           USE AFTER STANDARD ERROR PROCEDURE ON K01-PIKADON-FILE.
       DC1-00.
           IF MH01-FILE-STS NOT = "35"
               MOVE "C:\COBOL-PROJECTS\DOCH\FILES\PIKADON.DAT" TO
                                                             SHEM-KOVETZ
               PERFORM ZT-TAKALOT
           END-IF.
       DC1-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       DC2-K02                             SECTION.
      *-----------------------------------------------------------------
           USE AFTER STANDARD ERROR PROCEDURE ON K02-LAKOCHOT-FILE.
       DC2-00.
           MOVE "C:\COBOL-PROJECTS\DOCH\FILES\LAKOCHOT.DAT" TO
                                                             SHEM-KOVETZ
           PERFORM ZT-TAKALOT.
       DC2-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       DC3-PM01                            SECTION.
      *-----------------------------------------------------------------
           USE AFTER STANDARD ERROR PROCEDURE ON PM01-PARAM-FILE.
       DC3-00.
           IF MH01-FILE-STS NOT = "35"
               MOVE "C:\COBOL-PROJECTS\DOCH\FILES\PARAM-PIK.DAT" TO
                                                             SHEM-KOVETZ
               PERFORM ZT-TAKALOT
           END-IF.
       DC3-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       DC4-D01                             SECTION.
      *-----------------------------------------------------------------
           USE AFTER STANDARD ERROR PROCEDURE ON D01-DOCH-PRN.
       DC4-00.
           MOVE "C:\COBOL-PROJECTS\DOCH\FILES\PIKDOCH.PRN" TO
                                                             SHEM-KOVETZ
           PERFORM ZT-TAKALOT.
       DC4-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       DC5-RC01                            SECTION.
      *-----------------------------------------------------------------
           USE AFTER STANDARD ERROR PROCEDURE ON RC01-RUNCTL-FILE.
       DC5-00.
           IF MH01-FILE-STS NOT = "35"
               MOVE "C:\COBOL-PROJECTS\DOCH\FILES\RUNCTL.DAT" TO
                                                             SHEM-KOVETZ
               PERFORM ZT-TAKALOT
           END-IF.
       DC5-EXIT.
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

           SORT SRT-PIK
               ON ASCENDING  KEY SRT-SNIF
                                 SRT-MATBEA
                                 SRT-TAARICH-PIRAON
                                 SRT-CHESHBON
                                 SRT-MISPAR-PIKADON
               INPUT  PROCEDURE IS G-BCHIRAT-PIKADONOT
               OUTPUT PROCEDURE IS B-HAFAKAT-DOCH

           PERFORM     ZZ-SYIUM-TOCHNIT
           STOP RUN.
       A-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       G-BCHIRAT-PIKADONOT                 SECTION.
      *-----------------------------------------------------------------
       G-00.
           MOVE "G-BCHIRAT-PIKADONOT" TO SHEM-SEC

           IF SW07-KEN
               PERFORM G-02-KRIAT-PIKADON
               PERFORM UNTIL SOF IN SW01-K01
                   IF PK01-PAIL
                       PERFORM G-01-SHICHRUR-PIKADON
                   END-IF
                   PERFORM G-02-KRIAT-PIKADON
               END-PERFORM
           END-IF.
       G-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       G-01-SHICHRUR-PIKADON               SECTION.
      *-----------------------------------------------------------------
       G-01-00.
           MOVE "G-01-SHICHRUR-PIKADON" TO SHEM-SEC
           ADD  1                       TO M01-MONE-PEILIM

           MOVE PK01-CHESHBON TO CHESHBON IN K02-LAKOCHOT-REC
           READ K02-LAKOCHOT-FILE
               INVALID KEY
                   MOVE "???"  TO SRT-SNIF
                   ADD  1      TO M02-MONE-LELO-CHESHBON
               NOT INVALID KEY
                   MOVE SNIF IN K02-LAKOCHOT-REC TO SRT-SNIF
           END-READ

           MOVE PK01-MATBEA          TO SRT-MATBEA
           MOVE PK01-TAARICH-PIRAON  TO SRT-TAARICH-PIRAON
           MOVE PK01-CHESHBON        TO SRT-CHESHBON
           MOVE PK01-MISPAR-PIKADON  TO SRT-MISPAR-PIKADON
           MOVE PK01-KEREN           TO SRT-KEREN
           MOVE PK01-RIBIT-SHANA     TO SRT-RIBIT-SHANA
           MOVE PK01-HORAAT-CHIDUSH  TO SRT-HORAAT-CHIDUSH

           RELEASE SRT-REC.
       G-01-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       G-02-KRIAT-PIKADON                  SECTION.
      *-----------------------------------------------------------------
       G-02-00.
           MOVE "G-02-KRIAT-PIKADON" TO SHEM-SEC

           READ K01-PIKADON-FILE
               AT END
                   SET SOF IN SW01-K01 TO TRUE
           END-READ.
       G-02-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       B-HAFAKAT-DOCH                      SECTION.
      *-----------------------------------------------------------------
       B-00.
           MOVE "B-HAFAKAT-DOCH" TO SHEM-SEC
           SET  SW08-KEN         TO TRUE

           SET  MAMSHICH IN SW06-SRT TO TRUE
           PERFORM C-HACHZARAT-RESHUMA
           PERFORM UNTIL SOF IN SW06-SRT
               PERFORM D-TIPUL-RESHUMA
               PERFORM C-HACHZARAT-RESHUMA
           END-PERFORM

           IF SW08-LO
               PERFORM F-SIYUM-KVUTZA
           END-IF.
       B-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       C-HACHZARAT-RESHUMA                 SECTION.
      *-----------------------------------------------------------------
       C-00.
           MOVE "C-HACHZARAT-RESHUMA" TO SHEM-SEC

           RETURN SRT-PIK
               AT END
                   SET SOF IN SW06-SRT TO TRUE
           END-RETURN.
       C-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       D-TIPUL-RESHUMA                     SECTION.
      *-----------------------------------------------------------------
       D-00.
           MOVE "D-TIPUL-RESHUMA" TO SHEM-SEC

           EVALUATE TRUE
             WHEN SW08-KEN
                  PERFORM E-PTICHAT-KVUTZA
             WHEN SRT-SNIF   NOT = EZ07-SNIF-NOCHECHI
               OR SRT-MATBEA NOT = EZ08-MATBEA-NOCHECHI
                  PERFORM F-SIYUM-KVUTZA
                  PERFORM E-PTICHAT-KVUTZA
             WHEN OTHER
                  CONTINUE
           END-EVALUATE

           ADD  1          TO EZ09-MONE-KVUTZA
                              TV01-MONE(TV01-IX)
           ADD  SRT-KEREN  TO EZ10-KEREN-KVUTZA
                              TV01-KEREN(TV01-IX)

           IF SRT-TAARICH-PIRAON NOT > EZ05-TAARICH-OFEK
               ADD  1          TO EZ11-MONE-OFEK
                                  M04-MONE-OFEK
               ADD  SRT-KEREN  TO EZ12-KEREN-OFEK
                                  TV01-KEREN-OFEK(TV01-IX)

               MOVE SRT-CHESHBON        TO SD01-CHESHBON
               MOVE SRT-MISPAR-PIKADON  TO SD01-PIKADON
               MOVE SRT-TAARICH-PIRAON  TO SD01-TAARICH-PIRAON
               MOVE SRT-KEREN           TO SD01-KEREN
               MOVE SRT-RIBIT-SHANA     TO SD01-RIBIT
               MOVE SRT-HORAAT-CHIDUSH  TO SD01-HORAA
               IF SRT-TAARICH-PIRAON < EZ04-TAARICH-RITZA
                   MOVE "PAG PIRAON" TO SD01-HEARA
                   ADD  1            TO M03-MONE-PAG-PIRAON
               ELSE
                   MOVE SPACE        TO SD01-HEARA
               END-IF

               WRITE D01-SHURA FROM SD01
               AFTER ADVANCING 1 LINES
           END-IF.
       D-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       E-PTICHAT-KVUTZA                    SECTION.
      *-----------------------------------------------------------------
       E-00.
           MOVE "E-PTICHAT-KVUTZA" TO SHEM-SEC
           SET  SW08-LO            TO TRUE

           MOVE SRT-SNIF   TO EZ07-SNIF-NOCHECHI
           MOVE SRT-MATBEA TO EZ08-MATBEA-NOCHECHI
           MOVE ZERO       TO EZ09-MONE-KVUTZA
                              EZ10-KEREN-KVUTZA
                              EZ11-MONE-OFEK
                              EZ12-KEREN-OFEK

           PERFORM X-CHIPUS-MATBEA

           MOVE EZ07-SNIF-NOCHECHI   TO SC02-SNIF
           MOVE EZ08-MATBEA-NOCHECHI TO SC02-MATBEA
           WRITE D01-SHURA FROM SC02
           AFTER ADVANCING 3 LINES
           WRITE D01-SHURA FROM SC03
           AFTER ADVANCING 2 LINES
           WRITE D01-SHURA FROM SC04
           AFTER ADVANCING 1 LINES.
       E-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       F-SIYUM-KVUTZA                      SECTION.
      *-----------------------------------------------------------------
       F-00.
           MOVE "F-SIYUM-KVUTZA" TO SHEM-SEC

           MOVE "SACH PIKADONOT PEILIM:"   TO SG01-TEUR
           MOVE EZ09-MONE-KVUTZA           TO SG01-MONE
           MOVE EZ10-KEREN-KVUTZA          TO SG01-KEREN
           WRITE D01-SHURA FROM SG01
           AFTER ADVANCING 2 LINES

           MOVE "MEHEM BEPIRAON KAROV:"    TO SG01-TEUR
           MOVE EZ11-MONE-OFEK             TO SG01-MONE
           MOVE EZ12-KEREN-OFEK            TO SG01-KEREN
           WRITE D01-SHURA FROM SG01
           AFTER ADVANCING 1 LINES.
       F-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       H-SIYUM-MATBEA                      SECTION.
      *-----------------------------------------------------------------
       H-00.
           MOVE "H-SIYUM-MATBEA" TO SHEM-SEC

           MOVE TV01-MATBEA(TV01-IX)     TO SF02-MATBEA
           MOVE TV01-MONE(TV01-IX)       TO SF02-MONE
           MOVE TV01-KEREN(TV01-IX)      TO SF02-KEREN
           MOVE TV01-KEREN-OFEK(TV01-IX) TO SF02-KEREN-OFEK
           WRITE D01-SHURA FROM SF02
           AFTER ADVANCING 1 LINES.
       H-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       X-CHIPUS-MATBEA                     SECTION.
      *-----------------------------------------------------------------
       X-00.
           MOVE "X-CHIPUS-MATBEA" TO SHEM-SEC
           SET  SW09-LO           TO TRUE

           IF TV01-MONE-MATBEA > 0
               SET  TV01-IX TO 1
               SEARCH TV01-MATBAOT
                   AT END
                       SET SW09-LO TO TRUE
                   WHEN TV01-MATBEA(TV01-IX) = EZ08-MATBEA-NOCHECHI
                       SET SW09-KEN TO TRUE
               END-SEARCH
           END-IF

           IF SW09-LO
               IF TV01-MONE-MATBEA NOT < C02-GODEL-TAVLAT-MATBEA
                   MOVE "TAVLAT MATBAOT MELEA" TO SHEM-KOVETZ
                   PERFORM ZT-TAKALOT
               END-IF
               ADD  1                    TO TV01-MONE-MATBEA
               SET  TV01-IX              TO TV01-MONE-MATBEA
               MOVE EZ08-MATBEA-NOCHECHI TO TV01-MATBEA(TV01-IX)
               MOVE 0                    TO TV01-MONE(TV01-IX)
               MOVE 0                    TO TV01-KEREN(TV01-IX)
               MOVE 0                    TO TV01-KEREN-OFEK(TV01-IX)
           END-IF.
       X-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       ZA-HATCHLAT-TOCHNIT                 SECTION.
      *-----------------------------------------------------------------
       ZA-00.
           MOVE 'PIKDOCH'              TO SHEM-TUCHNIT IN EZ01-TAKALOT
           MOVE "ZA-HATCHLAT-TOCHNIT"  TO SHEM-SEC

           MOVE FUNCTION CURRENT-DATE  TO EZ03-ZMAN
           MOVE EZ03-TAARICH           TO EZ04-TAARICH-RITZA
           MOVE C01-YAMIM-BERIRAT-MECHDAL TO EZ02-YAMIM-OFEK

           OPEN INPUT PM01-PARAM-FILE
           IF MH01-FS-TAKIN
               SET  MAMSHICH IN SW03-PM01 TO TRUE
               READ PM01-PARAM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PM01-YAMIM-OFEK NUMERIC
                          AND PM01-YAMIM-OFEK NOT = ZERO
                           MOVE PM01-YAMIM-OFEK TO EZ02-YAMIM-OFEK
                       END-IF
               END-READ
               CLOSE PM01-PARAM-FILE
               SET  SAGUR IN SW03-PM01 TO TRUE
           END-IF

           COMPUTE EZ06-YOM-OFEK =
                   FUNCTION INTEGER-OF-DATE(EZ04-TAARICH-RITZA)
                 + EZ02-YAMIM-OFEK
           COMPUTE EZ05-TAARICH-OFEK =
                   FUNCTION DATE-OF-INTEGER(EZ06-YOM-OFEK)

           PERFORM ZB-RISHUM-PTICHA

           OPEN INPUT  K01-PIKADON-FILE
           IF MH01-FS-TAKIN
               SET  SW07-KEN TO TRUE
               SET  MAMSHICH IN SW01-K01 TO TRUE
           ELSE
               SET  SW07-LO  TO TRUE
           END-IF

           OPEN INPUT  K02-LAKOCHOT-FILE
           SET         MAMSHICH IN SW02-K02 TO TRUE

           OPEN OUTPUT D01-DOCH-PRN
           SET         MAMSHICH IN SW04-D01 TO TRUE

           MOVE EZ05-TAARICH-OFEK  TO SC01-TAARICH-OFEK
           MOVE EZ04-TAARICH-RITZA TO SC01-TAARICH
           WRITE D01-SHURA FROM SC01
           AFTER ADVANCING 1 LINES.
       ZA-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       ZZ-SYIUM-TOCHNIT                    SECTION.
      *-----------------------------------------------------------------
       ZZ-00.
           MOVE "ZZ-SYIUM-TOCHNIT" TO SHEM-SEC

           WRITE D01-SHURA FROM SF01
           AFTER ADVANCING 3 LINES
           PERFORM H-SIYUM-MATBEA
               VARYING TV01-IX FROM 1 BY 1
               UNTIL TV01-IX > TV01-MONE-MATBEA

           MOVE M01-MONE-PEILIM        TO ST01-MONE
           WRITE D01-SHURA             FROM ST01
           AFTER ADVANCING 3 LINES

           MOVE M04-MONE-OFEK          TO ST02-MONE
           WRITE D01-SHURA             FROM ST02
           AFTER ADVANCING 1 LINES

           MOVE M03-MONE-PAG-PIRAON    TO ST03-MONE
           WRITE D01-SHURA             FROM ST03
           AFTER ADVANCING 1 LINES

           MOVE M02-MONE-LELO-CHESHBON TO ST04-MONE
           WRITE D01-SHURA             FROM ST04
           AFTER ADVANCING 1 LINES

           IF SW07-KEN
               CLOSE K01-PIKADON-FILE
               SET   SAGUR IN SW01-K01 TO TRUE
           END-IF

           CLOSE K02-LAKOCHOT-FILE
           SET   SAGUR IN SW02-K02 TO TRUE

           CLOSE D01-DOCH-PRN
           SET   SAGUR IN SW04-D01 TO TRUE

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
           SET  MAMSHICH IN SW05-RC01 TO TRUE

           MOVE SPACE             TO RC01-BAKARA-REC
           MOVE 'PIKDOCH'         TO RC01-TOCHNIT
           MOVE EZ03-TAARICH      TO RC01-TAARICH
           MOVE EZ03-SHAA         TO RC01-SHAA
           SET  RC01-PTICHA       TO TRUE
           SET  RC01-RATZ         TO TRUE
           MOVE ZERO              TO RC01-MONE-RESHUMOT
                                     RC01-MONE-TAKALOT-A
                                     RC01-MONE-TAKALOT-B
           WRITE RC01-BAKARA-REC

           CLOSE RC01-RUNCTL-FILE
           SET  SAGUR IN SW05-RC01 TO TRUE.
       ZB-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       ZC-RISHUM-SIYUM                     SECTION.
      *-----------------------------------------------------------------
       ZC-00.
           MOVE "ZC-RISHUM-SIYUM" TO SHEM-SEC

           OPEN EXTEND RC01-RUNCTL-FILE
           SET  MAMSHICH IN SW05-RC01 TO TRUE

           MOVE FUNCTION CURRENT-DATE  TO EZ03-ZMAN
           MOVE SPACE                  TO RC01-BAKARA-REC
           MOVE 'PIKDOCH'              TO RC01-TOCHNIT
           MOVE EZ03-TAARICH           TO RC01-TAARICH
           MOVE EZ03-SHAA              TO RC01-SHAA
           SET  RC01-SIYUM             TO TRUE
           SET  RC01-TAKIN             TO TRUE
           MOVE M01-MONE-PEILIM        TO RC01-MONE-RESHUMOT
           MOVE M02-MONE-LELO-CHESHBON TO RC01-MONE-TAKALOT-A
           MOVE M03-MONE-PAG-PIRAON    TO RC01-MONE-TAKALOT-B
           WRITE RC01-BAKARA-REC

           CLOSE RC01-RUNCTL-FILE
           SET  SAGUR IN SW05-RC01 TO TRUE.
       ZC-EXIT.
           EXIT.
      *-----------------------------------------------------------------
