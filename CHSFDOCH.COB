      *-----------------------------------------------------------------
       IDENTIFICATION                      DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID.                         CHSFDOCH.
      *AUTHOR                              NATALI KVITELASHVILI.
      *DATE-WRITTEN                        15/10/2026.
      *REMARKS      Consolidated exposure report per customer:
      *             *Reads KSHARIM.DAT in MISPAR ZEHUT order and, for
      *              each customer of LAKOACH.DAT, lists every account
      *              linked to the customer (any SNIF, MATBEA, TAFKID)
      *              with its YITRA, its YITRA valued in NIS and its
      *              MISGAROT.DAT frame valued in NIS.
      *             *An account the customer only signs on (TAFKID C,
      *              murshe chatima) is listed and marked MURSHE, but
      *              its balance and frame are the owners' exposure:
      *              it is left out of the customer's totals and of
      *              the overdraft test.
      *             *NIS values take, per MATBEA, the rate effective
      *              on the report date from the dated SHAARIM.DAT
      *              history; an account in a MATBEA without a rate
      *              is marked and left out of the NIS totals.
      *             *Per customer: total balance, total frames and
      *              total debit balance, all in NIS. A customer whose
      *              total debit balance passes the overdraft limit
      *              in PARAM-CHSF.DAT is flagged on the report.
      *             *PARAM-CHSF.DAT holds the report date (default -
      *              the run date) and the limit in NIS (zero - no
      *              flagging). Writes PTICHA and SIYUM records to
      *              RUNCTL.DAT (TAKALOT-A = customers flagged,
      *              TAKALOT-B = links to a missing account or
      *              customer).
      *-----------------------------------------------------------------
       ENVIRONMENT                         DIVISION.
      *-----------------------------------------------------------------
       INPUT-OUTPUT                        SECTION.
      *-----------------------------------------------------------------
       FILE-CONTROL.
           SELECT KS01-KSHARIM-FILE
             ASSIGN       TO "C:\COBOL-PROJECTS\DOCH\FILES\KSHARIM.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS SEQUENTIAL
             RECORD KEY   IS KS01-MAFTEACH
             FILE STATUS  IS MH01-FILE-STS.

           SELECT LC01-LAKOACH-FILE
             ASSIGN       TO "C:\COBOL-PROJECTS\DOCH\FILES\LAKOACH.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS DYNAMIC
             RECORD KEY   IS LC01-MISPAR-ZEHUT
             FILE STATUS  IS MH01-FILE-STS.

           SELECT K01-LAKOCHOT-FILE
             ASSIGN       TO "C:\COBOL-PROJECTS\DOCH\FILES\LAKOCHOT.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS DYNAMIC
             RECORD KEY   IS CHESHBON
             FILE STATUS  IS MH01-FILE-STS.

           SELECT MS01-MISGAROT-FILE
             ASSIGN       TO "C:\COBOL-PROJECTS\DOCH\FILES\MISGAROT.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS DYNAMIC
             RECORD KEY   IS MS01-CHESHBON
             FILE STATUS  IS MH01-FILE-STS.

           SELECT SR01-SHAARIM-FILE
             ASSIGN       TO "C:\COBOL-PROJECTS\DOCH\FILES\SHAARIM.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS DYNAMIC
             RECORD KEY   IS SR01-MAFTEACH
             FILE STATUS  IS MH01-FILE-STS.

           SELECT PM01-PARAM-FILE
             ASSIGN       TO
             "C:\COBOL-PROJECTS\DOCH\FILES\PARAM-CHSF.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS  IS MH01-FILE-STS.

           SELECT D01-CHASIFA-PRN
             ASSIGN       TO "C:\COBOL-PROJECTS\DOCH\FILES\CHASIFA.PRN"
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
       FD  KS01-KSHARIM-FILE.
       01  KS01-KESHER-REC.
           COPY "C:\COBOL-PROJECTS\DOCH\COPYS\KSHARIM.COB".

       FD  LC01-LAKOACH-FILE.
       01  LC01-LAKOACH-REC.
           COPY "C:\COBOL-PROJECTS\DOCH\COPYS\LAKOACH.COB".

       FD  K01-LAKOCHOT-FILE.
       01  K01-LAKOCHOT-REC.
           COPY "C:\COBOL-PROJECTS\DOCH\COPYS\LAKOCHOT.COB".

       FD  MS01-MISGAROT-FILE.
       01  MS01-MISGERET-REC.
           COPY "C:\COBOL-PROJECTS\DOCH\COPYS\MISGROT.COB".

       FD  SR01-SHAARIM-FILE.
       01  SR01-SHAAR-REC.
           COPY "C:\COBOL-PROJECTS\DOCH\COPYS\SHAARIM.COB".

       FD  PM01-PARAM-FILE
           RECORDING MODE F.
       01  PM01-PARAM-REC.
           03 PM01-TAARICH                 PIC 9(8).
           03 PM01-TIKRAT-CHOVA            PIC 9(8)V99.

       FD  D01-CHASIFA-PRN
           LABEL RECORD IS OMITTED.
       01  D01-SHURA                       PIC X(80).

       FD  RC01-RUNCTL-FILE
           RECORDING MODE F.
       01  RC01-BAKARA-REC.
           COPY "C:\COBOL-PROJECTS\DOCH\COPYS\BAKRUN.COB".
      *-----------------------------------------------------------------
       WORKING-STORAGE                     SECTION.
      *-----------------------------------------------------------------
      *EZxx-EZER
      *-----------------------------------------------------------------
       01 EZ00.
           03 EZ01-TAKALOT.
           COPY "C:\COBOL-PROJECTS\DOCH\COPYS\TAKALOT.COB".

           03 EZ02-TAARICH-DOCH             PIC 9(8).
           03 EZ03-ZMAN.
               05 EZ03-TAARICH             PIC 9(8).
               05 EZ03-SHAA                PIC 9(6).
           03 EZ04-ZEHUT-NOCHECHI           PIC X(09).
           03 EZ05-TIKRAT-CHOVA             PIC 9(8)V99.
           03 EZ06-YITRA-NIS                PIC S9(10)V99.
           03 EZ07-MISGERET-NIS             PIC 9(10)V99.
           03 EZ08-MISGERET                 PIC 9(6)V99.
           03 EZ09-SACH-YITRA-NIS           PIC S9(10)V99.
           03 EZ10-SACH-MISGAROT-NIS        PIC 9(10)V99.
           03 EZ11-SACH-CHOVA-NIS           PIC 9(10)V99.
           03 EZ12-MATBEA-CHIPUS            PIC X(03).
           03 EZ13-SHAAR-TOKEF              PIC 9(4)V9(4).
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
           03 M01-MONE-LAKOCHOT             PIC 9(6)        VALUE ZERO.
           03 M02-MONE-KSHARIM              PIC 9(6)        VALUE ZERO.
           03 M03-MONE-MEAL-TIKRA           PIC 9(6)        VALUE ZERO.
           03 M04-MONE-LELO-CHESHBON        PIC 9(6)        VALUE ZERO.
           03 M05-MONE-LELO-SHAAR           PIC 9(6)        VALUE ZERO.
           03 M06-MONE-LELO-LAKOACH         PIC 9(6)        VALUE ZERO.
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
               05 FILLER                   PIC X(14)      VALUE SPACE.
               05 FILLER                   PIC X(38)      VALUE
                  "DOCH CHASIFA MEUCHEDET LEFI LAKOACH - ".
               05 SC01-TAARICH             PIC 9(8).
           03 SC02.
               05 FILLER                   PIC X(2)       VALUE SPACE.
               05 FILLER                   PIC X(9)       VALUE
                  "LAKOACH: ".
               05 SC02-MISPAR-ZEHUT        PIC X(9).
               05 FILLER                   PIC X(2)       VALUE SPACE.
               05 SC02-SHEM-MALE           PIC X(30).
           03 SC05.
               05 FILLER                   PIC X(11)      VALUE SPACE.
               05 FILLER                   PIC X(8)       VALUE
                  "KTOVET: ".
               05 SC05-KTOVET              PIC X(40).
           03 SC03.
               05 FILLER                   PIC X(2)       VALUE SPACE.
               05 FILLER                   PIC X(6)       VALUE
                  "CHSBN".
               05 FILLER                   PIC X(11)      VALUE
                  "SHEM".
               05 FILLER                   PIC X(4)       VALUE
                  "SNF".
               05 FILLER                   PIC X(4)       VALUE
                  "MTB".
               05 FILLER                   PIC X(2)       VALUE
                  "T".
               05 FILLER                   PIC X(12)      VALUE
                  "      YITRA".
               05 FILLER                   PIC X(15)      VALUE
                  "     YITRA NIS".
               05 FILLER                   PIC X(14)      VALUE
                  " MISGERET NIS".
               05 FILLER                   PIC X(10)      VALUE
                  "HEARA".
           03 SC04.
               05 FILLER                   PIC X(2)       VALUE SPACE.
               05 FILLER                   PIC X(5)       VALUE ALL '-'.
               05 FILLER                   PIC X(1)       VALUE SPACE.
               05 FILLER                   PIC X(10)      VALUE ALL '-'.
               05 FILLER                   PIC X(1)       VALUE SPACE.
               05 FILLER                   PIC X(3)       VALUE ALL '-'.
               05 FILLER                   PIC X(1)       VALUE SPACE.
               05 FILLER                   PIC X(3)       VALUE ALL '-'.
               05 FILLER                   PIC X(1)       VALUE SPACE.
               05 FILLER                   PIC X(1)       VALUE ALL '-'.
               05 FILLER                   PIC X(1)       VALUE SPACE.
               05 FILLER                   PIC X(11)      VALUE ALL '-'.
               05 FILLER                   PIC X(1)       VALUE SPACE.
               05 FILLER                   PIC X(14)      VALUE ALL '-'.
               05 FILLER                   PIC X(1)       VALUE SPACE.
               05 FILLER                   PIC X(13)      VALUE ALL '-'.
               05 FILLER                   PIC X(1)       VALUE SPACE.
               05 FILLER                   PIC X(10)      VALUE ALL '-'.
           03 SD01.
               05 FILLER                   PIC X(2)       VALUE SPACE.
               05 SD01-CHESHBON            PIC X(5).
               05 FILLER                   PIC X(1)       VALUE SPACE.
               05 SD01-SHEM                PIC X(10).
               05 FILLER                   PIC X(1)       VALUE SPACE.
               05 SD01-SNIF                PIC X(3).
               05 FILLER                   PIC X(1)       VALUE SPACE.
               05 SD01-MATBEA              PIC X(3).
               05 FILLER                   PIC X(1)       VALUE SPACE.
               05 SD01-TAFKID              PIC X(1).
               05 FILLER                   PIC X(1)       VALUE SPACE.
               05 SD01-YITRA               PIC -ZZZ,ZZ9.99.
               05 FILLER                   PIC X(1)       VALUE SPACE.
               05 SD01-YITRA-NIS           PIC -ZZ,ZZZ,ZZ9.99.
               05 FILLER                   PIC X(1)       VALUE SPACE.
               05 SD01-MISGERET-NIS        PIC ZZ,ZZZ,ZZ9.99.
               05 FILLER                   PIC X(1)       VALUE SPACE.
               05 SD01-HEARA               PIC X(10).
           03 SL01.
               05 FILLER                   PIC X(10)      VALUE SPACE.
               05 SL01-TEUR                PIC X(34).
               05 SL01-SCHUM               PIC -Z,ZZZ,ZZZ,ZZ9.99.
               05 FILLER                   PIC X(4)       VALUE
                  " NIS".
           03 SL02.
               05 FILLER                   PIC X(10)      VALUE SPACE.
               05 FILLER                   PIC X(41)      VALUE
                  "*** CHOVA MESHULEVET ORELET AL HATIKRA (".
               05 SL02-TIKRA               PIC ZZ,ZZZ,ZZ9.99.
               05 FILLER                   PIC X(8)       VALUE
                  " NIS)***".
           03 ST01.
               05 FILLER                   PIC X(6)       VALUE SPACE.
               05 ST01-MONE                PIC ZZZZZ9.
               05 FILLER                   PIC X(2)       VALUE SPACE.
               05 ST01-SACH                PIC X(40)      VALUE
                  ": LAKOCHOT BADOCH".
           03 ST02.
               05 FILLER                   PIC X(6)       VALUE SPACE.
               05 ST02-MONE                PIC ZZZZZ9.
               05 FILLER                   PIC X(2)       VALUE SPACE.
               05 ST02-SACH                PIC X(40)      VALUE
                  ": KSHAREI LAKOACH-CHESHBON".
           03 ST03.
               05 FILLER                   PIC X(6)       VALUE SPACE.
               05 ST03-MONE                PIC ZZZZZ9.
               05 FILLER                   PIC X(2)       VALUE SPACE.
               05 ST03-SACH                PIC X(40)      VALUE
                  ": LAKOCHOT MEAL TIKRAT HACHOVA".
           03 ST04.
               05 FILLER                   PIC X(6)       VALUE SPACE.
               05 ST04-MONE                PIC ZZZZZ9.
               05 FILLER                   PIC X(2)       VALUE SPACE.
               05 ST04-SACH                PIC X(40)      VALUE
                  ": KSHARIM LECHESHBON LO KAYAM".
           03 ST05.
               05 FILLER                   PIC X(6)       VALUE SPACE.
               05 ST05-MONE                PIC ZZZZZ9.
               05 FILLER                   PIC X(2)       VALUE SPACE.
               05 ST05-SACH                PIC X(40)      VALUE
                  ": CHESHBONOT LELO SHAAR - LO SHUARCHU".
           03 ST06.
               05 FILLER                   PIC X(6)       VALUE SPACE.
               05 ST06-MONE                PIC ZZZZZ9.
               05 FILLER                   PIC X(2)       VALUE SPACE.
               05 ST06-SACH                PIC X(40)      VALUE
                  ": LAKOCHOT LO KAYAMIM BEKOVETZ LAKOACH".
      *-----------------------------------------------------------------
      *SWxx-METAGIM
      *-----------------------------------------------------------------
       01 SW00.
           03 SW01-KS01                    PIC S9(4) BINARY VALUE 99.
           COPY "C:\COBOL-PROJECTS\DOCH\COPYS\SWK.COB".

           03 SW02-LC01                    PIC S9(4) BINARY VALUE 99.
           COPY "C:\COBOL-PROJECTS\DOCH\COPYS\SWK.COB".

           03 SW03-K01                     PIC S9(4) BINARY VALUE 99.
           COPY "C:\COBOL-PROJECTS\DOCH\COPYS\SWK.COB".

           03 SW04-MS01                    PIC S9(4) BINARY VALUE 99.
           COPY "C:\COBOL-PROJECTS\DOCH\COPYS\SWK.COB".

           03 SW05-SR01                    PIC S9(4) BINARY VALUE 99.
           COPY "C:\COBOL-PROJECTS\DOCH\COPYS\SWK.COB".

           03 SW06-PM01                    PIC S9(4) BINARY VALUE 99.
           COPY "C:\COBOL-PROJECTS\DOCH\COPYS\SWK.COB".

           03 SW07-D01                     PIC S9(4) BINARY VALUE 99.
           COPY "C:\COBOL-PROJECTS\DOCH\COPYS\SWK.COB".

           03 SW08-RC01                    PIC S9(4) BINARY VALUE 99.
           COPY "C:\COBOL-PROJECTS\DOCH\COPYS\SWK.COB".

           03 SW09-KSHARIM-KAYAM           PIC 9.
             88 SW09-KEN                   VALUE 1.
             88 SW09-LO                    VALUE 0.

           03 SW10-MISGAROT-KAYAM          PIC 9.
             88 SW10-KEN                   VALUE 1.
             88 SW10-LO                    VALUE 0.

           03 SW11-SHAARIM-KAYAM           PIC 9.
             88 SW11-KEN                   VALUE 1.
             88 SW11-LO                    VALUE 0.

           03 SW12-LAKOACH-KAYAM           PIC 9.
             88 SW12-KEN                   VALUE 1.
             88 SW12-LO                    VALUE 0.

           03 SW19-SHAAR-NIMTZA            PIC 9.
             88 SW19-KEN                   VALUE 1.
             88 SW19-LO                    VALUE 0.

           03 SW20-SOF-SHAARIM             PIC 9.
             88 SW20-SOF                   VALUE 1.
             88 SW20-YESH                  VALUE 0.
      *-----------------------------------------------------------------
       PROCEDURE                           DIVISION.
      *-----------------------------------------------------------------
       DECLARATIVES.
      *-----------------------------------------------------------------
       DC1-KS01                             SECTION.
      *-----------------------------------------------------------------
           USE AFTER STANDARD ERROR PROCEDURE ON KS01-KSHARIM-FILE.
       DC1-00.
           IF MH01-FILE-STS NOT = "35"
               MOVE "C:\COBOL-PROJECTS\DOCH\FILES\KSHARIM.DAT" TO
                                                             SHEM-KOVETZ
               PERFORM ZT-TAKALOT
           END-IF.
       DC1-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       DC2-LC01                            SECTION.
      *-----------------------------------------------------------------
           USE AFTER STANDARD ERROR PROCEDURE ON LC01-LAKOACH-FILE.
       DC2-00.
           IF MH01-FILE-STS NOT = "35"
               MOVE "C:\COBOL-PROJECTS\DOCH\FILES\LAKOACH.DAT" TO
                                                             SHEM-KOVETZ
               PERFORM ZT-TAKALOT
           END-IF.
       DC2-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       DC3-K01                             SECTION.
      *-----------------------------------------------------------------
           USE AFTER STANDARD ERROR PROCEDURE ON K01-LAKOCHOT-FILE.
       DC3-00.
           MOVE "C:\COBOL-PROJECTS\DOCH\FILES\LAKOCHOT.DAT" TO
                                                             SHEM-KOVETZ
           PERFORM ZT-TAKALOT.
       DC3-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       DC4-MS01                            SECTION.
      *-----------------------------------------------------------------
           USE AFTER STANDARD ERROR PROCEDURE ON MS01-MISGAROT-FILE.
       DC4-00.
           IF MH01-FILE-STS NOT = "35"
               MOVE "C:\COBOL-PROJECTS\DOCH\FILES\MISGAROT.DAT" TO
                                                             SHEM-KOVETZ
               PERFORM ZT-TAKALOT
           END-IF.
       DC4-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       DC5-SR01                            SECTION.
      *-----------------------------------------------------------------
           USE AFTER STANDARD ERROR PROCEDURE ON SR01-SHAARIM-FILE.
       DC5-00.
           IF MH01-FILE-STS NOT = "35"
               MOVE "C:\COBOL-PROJECTS\DOCH\FILES\SHAARIM.DAT" TO
                                                             SHEM-KOVETZ
               PERFORM ZT-TAKALOT
           END-IF.
       DC5-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       DC6-PM01                            SECTION.
      *-----------------------------------------------------------------
           USE AFTER STANDARD ERROR PROCEDURE ON PM01-PARAM-FILE.
       DC6-00.
           IF MH01-FILE-STS NOT = "35"
               MOVE "C:\COBOL-PROJECTS\DOCH\FILES\PARAM-CHSF.DAT" TO
                                                             SHEM-KOVETZ
               PERFORM ZT-TAKALOT
           END-IF.
       DC6-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       DC7-D01                             SECTION.
      *-----------------------------------------------------------------
           USE AFTER STANDARD ERROR PROCEDURE ON D01-CHASIFA-PRN.
       DC7-00.
           MOVE "C:\COBOL-PROJECTS\DOCH\FILES\CHASIFA.PRN" TO
                                                             SHEM-KOVETZ
           PERFORM ZT-TAKALOT.
       DC7-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       DC8-RC01                            SECTION.
      *-----------------------------------------------------------------
           USE AFTER STANDARD ERROR PROCEDURE ON RC01-RUNCTL-FILE.
       DC8-00.
           IF MH01-FILE-STS NOT = "35"
               MOVE "C:\COBOL-PROJECTS\DOCH\FILES\RUNCTL.DAT" TO
                                                             SHEM-KOVETZ
               PERFORM ZT-TAKALOT
           END-IF.
       DC8-EXIT.
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
           PERFORM UNTIL SOF IN SW01-KS01
               PERFORM B-TIPUL-LAKOACH
           END-PERFORM
           PERFORM     ZZ-SYIUM-TOCHNIT
           STOP RUN.
       A-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       B-TIPUL-LAKOACH                     SECTION.
      *-----------------------------------------------------------------
       B-00.
           MOVE "B-TIPUL-LAKOACH" TO SHEM-SEC
           ADD  1                 TO M01-MONE-LAKOCHOT

           MOVE KS01-MISPAR-ZEHUT TO EZ04-ZEHUT-NOCHECHI
           MOVE ZERO              TO EZ09-SACH-YITRA-NIS
                                     EZ10-SACH-MISGAROT-NIS
                                     EZ11-SACH-CHOVA-NIS

           PERFORM F-KOTERET-LAKOACH

           PERFORM UNTIL SOF IN SW01-KS01
                      OR KS01-MISPAR-ZEHUT NOT = EZ04-ZEHUT-NOCHECHI
               PERFORM D-TIPUL-CHESHBON
               PERFORM C-KRIAT-KESHER
           END-PERFORM

           PERFORM E-SIKUM-LAKOACH.
       B-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       C-KRIAT-KESHER                      SECTION.
      *-----------------------------------------------------------------
       C-00.
           MOVE "C-KRIAT-KESHER" TO SHEM-SEC

           READ KS01-KSHARIM-FILE
               AT END
                   SET SOF IN SW01-KS01 TO TRUE
           END-READ.
       C-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       D-TIPUL-CHESHBON                    SECTION.
      *-----------------------------------------------------------------
       D-00.
           MOVE "D-TIPUL-CHESHBON" TO SHEM-SEC
           ADD  1                  TO M02-MONE-KSHARIM

           MOVE SPACE              TO SD01-HEARA
           MOVE KS01-CHESHBON      TO SD01-CHESHBON
           MOVE KS01-TAFKID        TO SD01-TAFKID
           MOVE KS01-CHESHBON      TO CHESHBON IN K01-LAKOCHOT-REC

           READ K01-LAKOCHOT-FILE
               INVALID KEY
                   MOVE "*LO KAYAM*" TO SD01-SHEM
                   MOVE SPACE        TO SD01-SNIF
                                        SD01-MATBEA
                   MOVE ZERO         TO SD01-YITRA
                                        SD01-YITRA-NIS
                                        SD01-MISGERET-NIS
                   ADD  1 TO M04-MONE-LELO-CHESHBON
               NOT INVALID KEY
                   PERFORM D-01-SHIARUCH-CHESHBON
           END-READ

           WRITE D01-SHURA FROM SD01
           AFTER ADVANCING 1 LINES.
       D-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       D-01-SHIARUCH-CHESHBON              SECTION.
      *-----------------------------------------------------------------
       D-01-00.
           MOVE "D-01-SHIARUCH-CHESHBON" TO SHEM-SEC

           MOVE SHEM   IN K01-LAKOCHOT-REC TO SD01-SHEM
           MOVE SNIF   IN K01-LAKOCHOT-REC TO SD01-SNIF
           MOVE MATBEA IN K01-LAKOCHOT-REC TO SD01-MATBEA
           MOVE YITRA  IN K01-LAKOCHOT-REC TO SD01-YITRA

           MOVE ZERO TO EZ08-MISGERET
           IF SW10-KEN
               MOVE KS01-CHESHBON TO MS01-CHESHBON
               READ MS01-MISGAROT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE MS01-MISGERET TO EZ08-MISGERET
               END-READ
           END-IF

           MOVE MATBEA IN K01-LAKOCHOT-REC TO EZ12-MATBEA-CHIPUS
           PERFORM ZS-CHIPUS-SHAAR-TOKEF
           IF SW19-LO AND EZ12-MATBEA-CHIPUS = "NIS"
               MOVE 1        TO EZ13-SHAAR-TOKEF
               SET  SW19-KEN TO TRUE
           END-IF

           IF SW19-KEN
               COMPUTE EZ06-YITRA-NIS ROUNDED =
                       YITRA IN K01-LAKOCHOT-REC * EZ13-SHAAR-TOKEF
               COMPUTE EZ07-MISGERET-NIS ROUNDED =
                       EZ08-MISGERET * EZ13-SHAAR-TOKEF
               IF KS01-MURSHE
                   MOVE "MURSHE"          TO SD01-HEARA
               END-IF
               IF KS01-RASHI OR KS01-MESHUTAF
                   ADD  EZ06-YITRA-NIS    TO EZ09-SACH-YITRA-NIS
                   ADD  EZ07-MISGERET-NIS TO EZ10-SACH-MISGAROT-NIS
                   IF EZ06-YITRA-NIS < ZERO
                       SUBTRACT EZ06-YITRA-NIS FROM EZ11-SACH-CHOVA-NIS
                   END-IF
               END-IF
               MOVE EZ06-YITRA-NIS    TO SD01-YITRA-NIS
               MOVE EZ07-MISGERET-NIS TO SD01-MISGERET-NIS
           ELSE
               MOVE ZERO              TO SD01-YITRA-NIS
                                         SD01-MISGERET-NIS
               MOVE "LELO SHAAR"      TO SD01-HEARA
               ADD  1 TO M05-MONE-LELO-SHAAR
           END-IF.
       D-01-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       E-SIKUM-LAKOACH                     SECTION.
      *-----------------------------------------------------------------
       E-00.
           MOVE "E-SIKUM-LAKOACH" TO SHEM-SEC

           MOVE "SACH YITROT"            TO SL01-TEUR
           MOVE EZ09-SACH-YITRA-NIS      TO SL01-SCHUM
           WRITE D01-SHURA FROM SL01
           AFTER ADVANCING 2 LINES

           MOVE "SACH MISGAROT ASHRAI"   TO SL01-TEUR
           MOVE EZ10-SACH-MISGAROT-NIS   TO SL01-SCHUM
           WRITE D01-SHURA FROM SL01
           AFTER ADVANCING 1 LINES

           MOVE "SACH YITROT CHOVA"      TO SL01-TEUR
           MOVE EZ11-SACH-CHOVA-NIS      TO SL01-SCHUM
           WRITE D01-SHURA FROM SL01
           AFTER ADVANCING 1 LINES

           IF EZ05-TIKRAT-CHOVA > ZERO
              AND EZ11-SACH-CHOVA-NIS > EZ05-TIKRAT-CHOVA
               MOVE EZ05-TIKRAT-CHOVA TO SL02-TIKRA
               WRITE D01-SHURA FROM SL02
               AFTER ADVANCING 1 LINES
               ADD  1 TO M03-MONE-MEAL-TIKRA
           END-IF.
       E-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       F-KOTERET-LAKOACH                   SECTION.
      *-----------------------------------------------------------------
       F-00.
           MOVE "F-KOTERET-LAKOACH" TO SHEM-SEC

           MOVE EZ04-ZEHUT-NOCHECHI TO SC02-MISPAR-ZEHUT
           MOVE SPACE               TO SC02-SHEM-MALE
                                       SC05-KTOVET
           MOVE EZ04-ZEHUT-NOCHECHI TO LC01-MISPAR-ZEHUT

           IF SW12-KEN
               READ LC01-LAKOACH-FILE
                   INVALID KEY
                       MOVE "*LAKOACH LO KAYAM*" TO SC02-SHEM-MALE
                       ADD  1 TO M06-MONE-LELO-LAKOACH
                   NOT INVALID KEY
                       MOVE LC01-SHEM-MALE TO SC02-SHEM-MALE
                       MOVE LC01-KTOVET    TO SC05-KTOVET
               END-READ
           ELSE
               MOVE "*LAKOACH LO KAYAM*" TO SC02-SHEM-MALE
               ADD  1 TO M06-MONE-LELO-LAKOACH
           END-IF

           WRITE D01-SHURA FROM SC02
           AFTER ADVANCING 3 LINES
           WRITE D01-SHURA FROM SC05
           AFTER ADVANCING 1 LINES
           WRITE D01-SHURA FROM SC03
           AFTER ADVANCING 2 LINES
           WRITE D01-SHURA FROM SC04
           AFTER ADVANCING 1 LINES.
       F-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       ZA-HATCHLAT-TOCHNIT                 SECTION.
      *-----------------------------------------------------------------
       ZA-00.
           MOVE 'CHSFDOCH'             TO SHEM-TUCHNIT IN EZ01-TAKALOT
           MOVE "ZA-HATCHLAT-TOCHNIT"  TO SHEM-SEC

           MOVE FUNCTION CURRENT-DATE TO EZ03-ZMAN
           MOVE EZ03-TAARICH          TO EZ02-TAARICH-DOCH
           MOVE ZERO                  TO EZ05-TIKRAT-CHOVA

           OPEN INPUT PM01-PARAM-FILE
           IF MH01-FS-TAKIN
               SET  MAMSHICH IN SW06-PM01 TO TRUE
               READ PM01-PARAM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PM01-TAARICH NUMERIC
                          AND PM01-TAARICH NOT = ZERO
                           MOVE PM01-TAARICH TO EZ02-TAARICH-DOCH
                       END-IF
                       IF PM01-TIKRAT-CHOVA NUMERIC
                           MOVE PM01-TIKRAT-CHOVA TO EZ05-TIKRAT-CHOVA
                       END-IF
               END-READ
               CLOSE PM01-PARAM-FILE
               SET  SAGUR IN SW06-PM01 TO TRUE
           END-IF

           PERFORM ZB-RISHUM-PTICHA

           OPEN INPUT  LC01-LAKOACH-FILE
           IF MH01-FS-TAKIN
               SET  SW12-KEN TO TRUE
               SET  MAMSHICH IN SW02-LC01 TO TRUE
           ELSE
               SET  SW12-LO  TO TRUE
           END-IF

           OPEN INPUT  K01-LAKOCHOT-FILE
           SET         MAMSHICH IN SW03-K01 TO TRUE

           OPEN INPUT  MS01-MISGAROT-FILE
           IF MH01-FS-TAKIN
               SET  SW10-KEN TO TRUE
               SET  MAMSHICH IN SW04-MS01 TO TRUE
           ELSE
               SET  SW10-LO  TO TRUE
           END-IF

           OPEN INPUT  SR01-SHAARIM-FILE
           IF MH01-FS-TAKIN
               SET  SW11-KEN TO TRUE
               SET  MAMSHICH IN SW05-SR01 TO TRUE
           ELSE
               SET  SW11-LO  TO TRUE
           END-IF

           OPEN OUTPUT D01-CHASIFA-PRN
           SET         MAMSHICH IN SW07-D01 TO TRUE
           MOVE EZ02-TAARICH-DOCH TO SC01-TAARICH
           WRITE D01-SHURA FROM SC01
           AFTER ADVANCING 1 LINES

           OPEN INPUT  KS01-KSHARIM-FILE
           IF MH01-FS-TAKIN
               SET  SW09-KEN TO TRUE
               SET  MAMSHICH IN SW01-KS01 TO TRUE
               PERFORM C-KRIAT-KESHER
           ELSE
               SET  SW09-LO  TO TRUE
               SET  SOF IN SW01-KS01 TO TRUE
           END-IF.
       ZA-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       ZZ-SYIUM-TOCHNIT                    SECTION.
      *-----------------------------------------------------------------
       ZZ-00.
           MOVE "ZZ-SYIUM-TOCHNIT" TO SHEM-SEC

           MOVE M01-MONE-LAKOCHOT       TO ST01-MONE
           WRITE D01-SHURA              FROM ST01
           AFTER ADVANCING 3 LINES

           MOVE M02-MONE-KSHARIM        TO ST02-MONE
           WRITE D01-SHURA              FROM ST02
           AFTER ADVANCING 1 LINES

           MOVE M03-MONE-MEAL-TIKRA     TO ST03-MONE
           WRITE D01-SHURA              FROM ST03
           AFTER ADVANCING 1 LINES

           MOVE M04-MONE-LELO-CHESHBON  TO ST04-MONE
           WRITE D01-SHURA              FROM ST04
           AFTER ADVANCING 1 LINES

           MOVE M05-MONE-LELO-SHAAR     TO ST05-MONE
           WRITE D01-SHURA              FROM ST05
           AFTER ADVANCING 1 LINES

           MOVE M06-MONE-LELO-LAKOACH   TO ST06-MONE
           WRITE D01-SHURA              FROM ST06
           AFTER ADVANCING 1 LINES

           IF SW09-KEN
               CLOSE KS01-KSHARIM-FILE
               SET   SAGUR IN SW01-KS01 TO TRUE
           END-IF

           IF SW12-KEN
               CLOSE LC01-LAKOACH-FILE
               SET   SAGUR IN SW02-LC01 TO TRUE
           END-IF

           CLOSE K01-LAKOCHOT-FILE
           SET   SAGUR IN SW03-K01 TO TRUE

           IF SW10-KEN
               CLOSE MS01-MISGAROT-FILE
               SET   SAGUR IN SW04-MS01 TO TRUE
           END-IF

           IF SW11-KEN
               CLOSE SR01-SHAARIM-FILE
               SET   SAGUR IN SW05-SR01 TO TRUE
           END-IF

           CLOSE D01-CHASIFA-PRN
           SET   SAGUR IN SW07-D01 TO TRUE

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
           SET  MAMSHICH IN SW08-RC01 TO TRUE

           MOVE SPACE             TO RC01-BAKARA-REC
           MOVE 'CHSFDOCH'        TO RC01-TOCHNIT
           MOVE EZ03-TAARICH      TO RC01-TAARICH
           MOVE EZ03-SHAA         TO RC01-SHAA
           SET  RC01-PTICHA       TO TRUE
           SET  RC01-RATZ         TO TRUE
           MOVE ZERO              TO RC01-MONE-RESHUMOT
                                     RC01-MONE-TAKALOT-A
                                     RC01-MONE-TAKALOT-B
           WRITE RC01-BAKARA-REC

           CLOSE RC01-RUNCTL-FILE
           SET  SAGUR IN SW08-RC01 TO TRUE.
       ZB-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       ZC-RISHUM-SIYUM                     SECTION.
      *-----------------------------------------------------------------
       ZC-00.
           MOVE "ZC-RISHUM-SIYUM" TO SHEM-SEC

           OPEN EXTEND RC01-RUNCTL-FILE
           SET  MAMSHICH IN SW08-RC01 TO TRUE

           MOVE FUNCTION CURRENT-DATE  TO EZ03-ZMAN
           MOVE SPACE                  TO RC01-BAKARA-REC
           MOVE 'CHSFDOCH'             TO RC01-TOCHNIT
           MOVE EZ03-TAARICH           TO RC01-TAARICH
           MOVE EZ03-SHAA              TO RC01-SHAA
           SET  RC01-SIYUM             TO TRUE
           SET  RC01-TAKIN             TO TRUE
           MOVE M01-MONE-LAKOCHOT      TO RC01-MONE-RESHUMOT
           MOVE M03-MONE-MEAL-TIKRA    TO RC01-MONE-TAKALOT-A
           COMPUTE RC01-MONE-TAKALOT-B =
                   M04-MONE-LELO-CHESHBON + M06-MONE-LELO-LAKOACH
           WRITE RC01-BAKARA-REC

           CLOSE RC01-RUNCTL-FILE
           SET  SAGUR IN SW08-RC01 TO TRUE.
       ZC-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       ZS-CHIPUS-SHAAR-TOKEF                SECTION.
      *-----------------------------------------------------------------
       ZS-00.
           MOVE "ZS-CHIPUS-SHAAR-TOKEF" TO SHEM-SEC
           SET  SW19-LO                 TO TRUE
           SET  SW20-YESH               TO TRUE

           IF SW11-LO
               SET SW20-SOF TO TRUE
           ELSE
               MOVE EZ12-MATBEA-CHIPUS TO SR01-MATBEA
               MOVE ZERO               TO SR01-TAARICH-TOKEF

               START SR01-SHAARIM-FILE
                   KEY IS NOT LESS THAN SR01-MAFTEACH
                   INVALID KEY
                       SET SW20-SOF TO TRUE
               END-START
           END-IF

           PERFORM ZS-01-KRIAT-SHAAR
               UNTIL SW20-SOF.
       ZS-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       ZS-01-KRIAT-SHAAR                    SECTION.
      *-----------------------------------------------------------------
       ZS-01-00.
           READ SR01-SHAARIM-FILE NEXT RECORD
               AT END
                   SET SW20-SOF TO TRUE
               NOT AT END
                   IF SR01-MATBEA NOT = EZ12-MATBEA-CHIPUS
                      OR SR01-TAARICH-TOKEF > EZ02-TAARICH-DOCH
                       SET SW20-SOF TO TRUE
                   ELSE
                       MOVE SR01-SHAAR TO EZ13-SHAAR-TOKEF
                       SET  SW19-KEN   TO TRUE
                   END-IF
           END-READ.
       ZS-01-EXIT.
           EXIT.
      *-----------------------------------------------------------------
