      *-----------------------------------------------------------------
       IDENTIFICATION                      DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID.                         IKLDOCH.
      *AUTHOR                              NATALI KVITELASHVILI.
      *DATE-WRITTEN                        15/10/2026.
      *REMARKS      Daily report of the holds/liens on accounts, from
      *             IKULIM.DAT:
      *             *Lists every hold active on the report date by
      *              SNIF and MATBEA of the account (from LAKOCHOT.DAT,
      *              SNIF name from SNIFIM.DAT), with the hold number,
      *              SUG, ASMACHTA, amount, start and release dates,
      *              and a count/amount total per SNIF and MATBEA.
      *             *After the holds of each account prints the account
      *              YITRA, the total of its active holds and the
      *              available balance (YITRA less active holds, as
      *              LAKYOM takes it for the hold check).
      *             *A hold is active from its TAARICH HATCHALA until
      *              the day before its TAARICH SHICHRUR (zero - until
      *              released); expired holds and holds not yet started
      *              are not listed, only counted on the summary.
      *             *PARAM-IKL.DAT may name the report date; by
      *              default the run date is taken. Writes PTICHA and
      *              SIYUM records to RUNCTL.DAT (TAKALOT-A = holds on
      *              an account missing from LAKOCHOT, TAKALOT-B =
      *              expired holds still on file).
      *-----------------------------------------------------------------
       ENVIRONMENT                         DIVISION.
      *-----------------------------------------------------------------
       INPUT-OUTPUT                        SECTION.
      *-----------------------------------------------------------------
       FILE-CONTROL.
           SELECT IK01-IKULIM-FILE
             ASSIGN       TO "C:\COBOL-PROJECTS\DOCH\FILES\IKULIM.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS SEQUENTIAL
             RECORD KEY   IS IK01-MAFTEACH
             FILE STATUS  IS MH01-FILE-STS.

           SELECT K01-LAKOCHOT-FILE
             ASSIGN       TO "C:\COBOL-PROJECTS\DOCH\FILES\LAKOCHOT.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS DYNAMIC
             RECORD KEY   IS CHESHBON
             FILE STATUS  IS MH01-FILE-STS.

           SELECT SF01-SNIFIM-FILE
             ASSIGN       TO "C:\COBOL-PROJECTS\DOCH\FILES\SNIFIM.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS DYNAMIC
             RECORD KEY   IS SN01-KOD
             FILE STATUS  IS MH01-FILE-STS.

           SELECT PM01-PARAM-FILE
             ASSIGN       TO
             "C:\COBOL-PROJECTS\DOCH\FILES\PARAM-IKL.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS  IS MH01-FILE-STS.

           SELECT D01-IKULIM-PRN
             ASSIGN       TO "C:\COBOL-PROJECTS\DOCH\FILES\IKULIM.PRN"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS  IS MH01-FILE-STS.

           SELECT RC01-RUNCTL-FILE
             ASSIGN       TO "C:\COBOL-PROJECTS\DOCH\FILES\RUNCTL.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS  IS MH01-FILE-STS.

           SELECT SRT-AVODA
             ASSIGN       TO "C:\COBOL-PROJECTS\DOCH\FILES\SORTWK".
      *-----------------------------------------------------------------
       DATA                                DIVISION.
      *-----------------------------------------------------------------
       FILE                                SECTION.
      *-----------------------------------------------------------------
       FD  IK01-IKULIM-FILE.
       01  IK01-IKUL-REC.
           COPY "C:\COBOL-PROJECTS\DOCH\COPYS\IKULIM.COB".

       FD  K01-LAKOCHOT-FILE.
       01  K01-LAKOCHOT-REC.
           COPY "C:\COBOL-PROJECTS\DOCH\COPYS\LAKOCHOT.COB".

       FD  SF01-SNIFIM-FILE.
       01  SF01-SNIF-REC.
           COPY "C:\COBOL-PROJECTS\DOCH\COPYS\SNIFIM.COB".

       FD  PM01-PARAM-FILE
           RECORDING MODE F.
       01  PM01-PARAM-REC.
           03 PM01-TAARICH                 PIC 9(8).

       FD  D01-IKULIM-PRN
           LABEL RECORD IS OMITTED.
       01  D01-SHURA                       PIC X(80).

       FD  RC01-RUNCTL-FILE
           RECORDING MODE F.
       01  RC01-BAKARA-REC.
           COPY "C:\COBOL-PROJECTS\DOCH\COPYS\BAKRUN.COB".

       SD  SRT-AVODA.
       01  SRT-REC.
           03 SRT-SNIF                     PIC X(03).
           03 SRT-MATBEA                   PIC X(03).
           03 SRT-CHESHBON                 PIC X(05).
           03 SRT-MISPAR-IKUL              PIC 9(3).
           03 SRT-SHEM                     PIC X(10).
           03 SRT-SCHUM                    PIC 9(6)V99.
           03 SRT-SUG                      PIC X(01).
           03 SRT-ASMACHTA                 PIC X(12).
           03 SRT-TAARICH-HATCHALA         PIC 9(8).
           03 SRT-TAARICH-SHICHRUR         PIC 9(8).
           03 SRT-YITRA                    PIC S9(6)V99.
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
           03 EZ04-SNIF-NOCHECHI            PIC X(03).
           03 EZ05-MATBEA-NOCHECHI          PIC X(03).
           03 EZ06-SACH-KVUTZA              PIC 9(8)V99.
           03 EZ07-MONE-KVUTZA              PIC 9(4).
           03 EZ08-CHESHBON-NOCHECHI        PIC X(05).
           03 EZ09-YITRA-CHESHBON           PIC S9(6)V99.
           03 EZ10-IKULIM-CHESHBON          PIC 9(8)V99.
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
           03 M01-MONE-IKULIM               PIC 9(6)        VALUE ZERO.
           03 M02-MONE-PAILIM               PIC 9(6)        VALUE ZERO.
           03 M03-MONE-SHEPAGU              PIC 9(6)        VALUE ZERO.
           03 M04-MONE-ATIDIIM              PIC 9(6)        VALUE ZERO.
           03 M05-MONE-LELO-CHESHBON        PIC 9(4)        VALUE ZERO.
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
               05 FILLER                   PIC X(16)      VALUE SPACE.
               05 FILLER                   PIC X(32)      VALUE
                  "DOCH IKULIM PAILIM LEFI SNIF - ".
               05 SC01-TAARICH             PIC 9(8).
           03 SC02.
               05 FILLER                   PIC X(2)       VALUE SPACE.
               05 FILLER                   PIC X(6)       VALUE
                  "SNIF: ".
               05 SC02-SNIF                PIC X(3).
               05 FILLER                   PIC X(2)       VALUE SPACE.
               05 SC02-SHEM-SNIF           PIC X(20).
           03 SC03.
               05 FILLER                   PIC X(2)       VALUE SPACE.
               05 FILLER                   PIC X(8)       VALUE
                  "CHESHBON".
               05 FILLER                   PIC X(12)      VALUE
                  "SHEM".
               05 FILLER                   PIC X(6)       VALUE
                  "IKUL".
               05 FILLER                   PIC X(4)       VALUE
                  "SUG".
               05 FILLER                   PIC X(14)      VALUE
                  "ASMACHTA".
               05 FILLER                   PIC X(5)       VALUE
                  "MTB".
               05 FILLER                   PIC X(11)      VALUE
                  "SCHUM IKUL".
               05 FILLER                   PIC X(10)      VALUE
                  "HATCHALA".
               05 FILLER                   PIC X(8)       VALUE
                  "SHICHRUR".
           03 SC04.
               05 FILLER                   PIC X(2)       VALUE SPACE.
               05 FILLER                   PIC X(5)       VALUE ALL '-'.
               05 FILLER                   PIC X(3)       VALUE SPACE.
               05 FILLER                   PIC X(10)      VALUE ALL '-'.
               05 FILLER                   PIC X(2)       VALUE SPACE.
               05 FILLER                   PIC X(3)       VALUE ALL '-'.
               05 FILLER                   PIC X(3)       VALUE SPACE.
               05 FILLER                   PIC X(1)       VALUE ALL '-'.
               05 FILLER                   PIC X(3)       VALUE SPACE.
               05 FILLER                   PIC X(12)      VALUE ALL '-'.
               05 FILLER                   PIC X(2)       VALUE SPACE.
               05 FILLER                   PIC X(3)       VALUE ALL '-'.
               05 FILLER                   PIC X(2)       VALUE SPACE.
               05 FILLER                   PIC X(9)       VALUE ALL '-'.
               05 FILLER                   PIC X(2)       VALUE SPACE.
               05 FILLER                   PIC X(8)       VALUE ALL '-'.
               05 FILLER                   PIC X(2)       VALUE SPACE.
               05 FILLER                   PIC X(8)       VALUE ALL '-'.
           03 SD01.
               05 FILLER                   PIC X(2)       VALUE SPACE.
               05 SD01-CHESHBON            PIC X(5).
               05 FILLER                   PIC X(3)       VALUE SPACE.
               05 SD01-SHEM                PIC X(10).
               05 FILLER                   PIC X(2)       VALUE SPACE.
               05 SD01-MISPAR-IKUL         PIC ZZ9.
               05 FILLER                   PIC X(3)       VALUE SPACE.
               05 SD01-SUG                 PIC X(1).
               05 FILLER                   PIC X(3)       VALUE SPACE.
               05 SD01-ASMACHTA            PIC X(12).
               05 FILLER                   PIC X(2)       VALUE SPACE.
               05 SD01-MATBEA              PIC X(3).
               05 FILLER                   PIC X(2)       VALUE SPACE.
               05 SD01-SCHUM               PIC ZZZZZ9.99.
               05 FILLER                   PIC X(2)       VALUE SPACE.
               05 SD01-TAARICH-HATCHALA    PIC 9(8).
               05 FILLER                   PIC X(2)       VALUE SPACE.
               05 SD01-TAARICH-SHICHRUR    PIC X(8).
           03 SD02.
               05 FILLER                   PIC X(6)       VALUE SPACE.
               05 FILLER                   PIC X(10)      VALUE
                  "SACH SNIF ".
               05 SD02-SNIF                PIC X(3).
               05 FILLER                   PIC X(8)       VALUE
                  " MATBEA ".
               05 SD02-MATBEA              PIC X(3).
               05 FILLER                   PIC X(2)       VALUE ": ".
               05 SD02-MONE                PIC ZZZ9.
               05 FILLER                   PIC X(16)      VALUE
                  " IKULIM, SCHUM ".
               05 SD02-SCHUM               PIC ZZ,ZZZ,ZZ9.99.
           03 SD03.
               05 FILLER                   PIC X(6)       VALUE SPACE.
               05 FILLER                   PIC X(7)       VALUE
                  "YITRA: ".
               05 SD03-YITRA               PIC -ZZ,ZZZ,ZZ9.99.
               05 FILLER                   PIC X(10)      VALUE
                  "  IKULIM: ".
               05 SD03-IKULIM              PIC ZZ,ZZZ,ZZ9.99.
               05 FILLER                   PIC X(9)       VALUE
                  "  PNUYA: ".
               05 SD03-PNUYA               PIC -ZZ,ZZZ,ZZ9.99.
           03 SE01.
               05 FILLER                   PIC X(12)      VALUE SPACE.
               05 FILLER                   PIC X(40)      VALUE
                  "AIN IKULIM PAILIM LETAARICH HADOCH".
           03 ST01.
               05 FILLER                   PIC X(6)       VALUE SPACE.
               05 ST01-MONE                PIC ZZZZZ9.
               05 FILLER                   PIC X(2)       VALUE SPACE.
               05 ST01-SACH                PIC X(40)      VALUE
                  ": IKULIM BEKOVETZ".
           03 ST02.
               05 FILLER                   PIC X(6)       VALUE SPACE.
               05 ST02-MONE                PIC ZZZZZ9.
               05 FILLER                   PIC X(2)       VALUE SPACE.
               05 ST02-SACH                PIC X(40)      VALUE
                  ": IKULIM PAILIM (BADOCH)".
           03 ST03.
               05 FILLER                   PIC X(6)       VALUE SPACE.
               05 ST03-MONE                PIC ZZZZZ9.
               05 FILLER                   PIC X(2)       VALUE SPACE.
               05 ST03-SACH                PIC X(40)      VALUE
                  ": IKULIM SHEPAGU (TAARICH SHICHRUR AVAR)".
           03 ST04.
               05 FILLER                   PIC X(6)       VALUE SPACE.
               05 ST04-MONE                PIC ZZZZZ9.
               05 FILLER                   PIC X(2)       VALUE SPACE.
               05 ST04-SACH                PIC X(40)      VALUE
                  ": IKULIM ATIDIIM (TEREM HECHELU)".
           03 ST05.
               05 FILLER                   PIC X(6)       VALUE SPACE.
               05 ST05-MONE                PIC ZZZZZ9.
               05 FILLER                   PIC X(2)       VALUE SPACE.
               05 ST05-SACH                PIC X(40)      VALUE
                  ": MEHEM AL CHESHBON LO KAYAM".
      *-----------------------------------------------------------------
      *SWxx-METAGIM
      *-----------------------------------------------------------------
       01 SW00.
           03 SW01-IK01                    PIC S9(4) BINARY VALUE 99.
           COPY "C:\COBOL-PROJECTS\DOCH\COPYS\SWK.COB".

           03 SW02-K01                     PIC S9(4) BINARY VALUE 99.
           COPY "C:\COBOL-PROJECTS\DOCH\COPYS\SWK.COB".

           03 SW03-SF01                    PIC S9(4) BINARY VALUE 99.
           COPY "C:\COBOL-PROJECTS\DOCH\COPYS\SWK.COB".

           03 SW04-PM01                    PIC S9(4) BINARY VALUE 99.
           COPY "C:\COBOL-PROJECTS\DOCH\COPYS\SWK.COB".

           03 SW05-D01                     PIC S9(4) BINARY VALUE 99.
           COPY "C:\COBOL-PROJECTS\DOCH\COPYS\SWK.COB".

           03 SW06-RC01                    PIC S9(4) BINARY VALUE 99.
           COPY "C:\COBOL-PROJECTS\DOCH\COPYS\SWK.COB".

           03 SW07-SRT                     PIC S9(4) BINARY VALUE 99.
           COPY "C:\COBOL-PROJECTS\DOCH\COPYS\SWK.COB".

           03 SW08-IKULIM-KAYAM            PIC 9.
             88 SW08-KEN                   VALUE 1.
             88 SW08-LO                    VALUE 0.

           03 SW09-SNIFIM-KAYAM            PIC 9.
             88 SW09-KEN                   VALUE 1.
             88 SW09-LO                    VALUE 0.

           03 SW10-KVUTZA-RISHONA          PIC 9.
             88 SW10-KEN                   VALUE 1.
             88 SW10-LO                    VALUE 0.
      *-----------------------------------------------------------------
       PROCEDURE                           DIVISION.
      *-----------------------------------------------------------------
       DECLARATIVES.
      *-----------------------------------------------------------------
       DC1-IK01                             SECTION.
      *-----------------------------------------------------------------
           USE AFTER STANDARD ERROR PROCEDURE ON IK01-IKULIM-FILE.
       DC1-00.
           IF MH01-FILE-STS NOT = "35"
               MOVE "C:\COBOL-PROJECTS\DOCH\FILES\IKULIM.DAT" TO
                                                             SHEM-KOVETZ
               PERFORM ZT-TAKALOT
           END-IF.
       DC1-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       DC2-K01                             SECTION.
      *-----------------------------------------------------------------
           USE AFTER STANDARD ERROR PROCEDURE ON K01-LAKOCHOT-FILE.
       DC2-00.
           MOVE "C:\COBOL-PROJECTS\DOCH\FILES\LAKOCHOT.DAT" TO
                                                             SHEM-KOVETZ
           PERFORM ZT-TAKALOT.
       DC2-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       DC3-SF01                            SECTION.
      *-----------------------------------------------------------------
           USE AFTER STANDARD ERROR PROCEDURE ON SF01-SNIFIM-FILE.
       DC3-00.
           IF MH01-FILE-STS NOT = "35"
               MOVE "C:\COBOL-PROJECTS\DOCH\FILES\SNIFIM.DAT" TO
                                                             SHEM-KOVETZ
               PERFORM ZT-TAKALOT
           END-IF.
       DC3-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       DC4-PM01                            SECTION.
      *-----------------------------------------------------------------
           USE AFTER STANDARD ERROR PROCEDURE ON PM01-PARAM-FILE.
       DC4-00.
           IF MH01-FILE-STS NOT = "35"
               MOVE "C:\COBOL-PROJECTS\DOCH\FILES\PARAM-IKL.DAT" TO
                                                             SHEM-KOVETZ
               PERFORM ZT-TAKALOT
           END-IF.
       DC4-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       DC5-D01                             SECTION.
      *-----------------------------------------------------------------
           USE AFTER STANDARD ERROR PROCEDURE ON D01-IKULIM-PRN.
       DC5-00.
           MOVE "C:\COBOL-PROJECTS\DOCH\FILES\IKULIM.PRN" TO
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

           SORT SRT-AVODA
               ON ASCENDING KEY SRT-SNIF
                                SRT-MATBEA
                                SRT-CHESHBON
                                SRT-MISPAR-IKUL
               INPUT  PROCEDURE IS G-BCHIRAT-IKULIM
               OUTPUT PROCEDURE IS B-IBUD-MEMUYAN

           PERFORM     ZZ-SYIUM-TOCHNIT
           STOP RUN.
       A-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       G-BCHIRAT-IKULIM                    SECTION.
      *-----------------------------------------------------------------
       G-00.
           MOVE "G-BCHIRAT-IKULIM" TO SHEM-SEC

           IF SW08-KEN
               PERFORM G-02-KRIAT-IKUL
               PERFORM UNTIL SOF IN SW01-IK01
                   PERFORM G-01-SIVUG-IKUL
                   PERFORM G-02-KRIAT-IKUL
               END-PERFORM
           END-IF.
       G-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       G-01-SIVUG-IKUL                     SECTION.
      *-----------------------------------------------------------------
       G-01-00.
           MOVE "G-01-SIVUG-IKUL" TO SHEM-SEC
           ADD  1                 TO M01-MONE-IKULIM

           EVALUATE TRUE
             WHEN IK01-TAARICH-HATCHALA > EZ02-TAARICH-DOCH
                  ADD 1 TO M04-MONE-ATIDIIM
             WHEN IK01-TAARICH-SHICHRUR NOT = ZERO
              AND IK01-TAARICH-SHICHRUR NOT > EZ02-TAARICH-DOCH
                  ADD 1 TO M03-MONE-SHEPAGU
             WHEN OTHER
                  PERFORM G-03-SHICHRUR-LAMIYUN
           END-EVALUATE.
       G-01-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       G-02-KRIAT-IKUL                     SECTION.
      *-----------------------------------------------------------------
       G-02-00.
           MOVE "G-02-KRIAT-IKUL" TO SHEM-SEC

           READ IK01-IKULIM-FILE
               AT END
                   SET SOF IN SW01-IK01 TO TRUE
           END-READ.
       G-02-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       G-03-SHICHRUR-LAMIYUN               SECTION.
      *-----------------------------------------------------------------
       G-03-00.
           MOVE "G-03-SHICHRUR-LAMIYUN" TO SHEM-SEC

           MOVE IK01-CHESHBON TO CHESHBON IN K01-LAKOCHOT-REC

           READ K01-LAKOCHOT-FILE
               INVALID KEY
                   MOVE "???"          TO SRT-SNIF
                   MOVE "???"          TO SRT-MATBEA
                   MOVE "*LO KAYAM*"   TO SRT-SHEM
                   MOVE ZERO           TO SRT-YITRA
                   ADD  1 TO M05-MONE-LELO-CHESHBON
               NOT INVALID KEY
                   MOVE SNIF   IN K01-LAKOCHOT-REC TO SRT-SNIF
                   MOVE MATBEA IN K01-LAKOCHOT-REC TO SRT-MATBEA
                   MOVE SHEM   IN K01-LAKOCHOT-REC TO SRT-SHEM
                   MOVE YITRA  IN K01-LAKOCHOT-REC TO SRT-YITRA
           END-READ

           MOVE IK01-CHESHBON         TO SRT-CHESHBON
           MOVE IK01-MISPAR-IKUL      TO SRT-MISPAR-IKUL
           MOVE IK01-SCHUM            TO SRT-SCHUM
           MOVE IK01-SUG              TO SRT-SUG
           MOVE IK01-ASMACHTA         TO SRT-ASMACHTA
           MOVE IK01-TAARICH-HATCHALA TO SRT-TAARICH-HATCHALA
           MOVE IK01-TAARICH-SHICHRUR TO SRT-TAARICH-SHICHRUR

           RELEASE SRT-REC
           ADD  1 TO M02-MONE-PAILIM.
       G-03-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       B-IBUD-MEMUYAN                      SECTION.
      *-----------------------------------------------------------------
       B-00.
           MOVE "B-IBUD-MEMUYAN" TO SHEM-SEC
           SET  SW10-KEN         TO TRUE
           MOVE SPACE            TO EZ08-CHESHBON-NOCHECHI

           SET  MAMSHICH IN SW07-SRT TO TRUE
           PERFORM C-HACHZARAT-RESHUMA
           PERFORM UNTIL SOF IN SW07-SRT
               PERFORM D-TIPUL-RESHUMA
               PERFORM C-HACHZARAT-RESHUMA
           END-PERFORM

           IF SW10-KEN
               WRITE D01-SHURA FROM SE01
               AFTER ADVANCING 2 LINES
           ELSE
               PERFORM H-SIYUM-CHESHBON
               PERFORM E-SIYUM-KVUTZA
           END-IF.
       B-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       C-HACHZARAT-RESHUMA                 SECTION.
      *-----------------------------------------------------------------
       C-00.
           MOVE "C-HACHZARAT-RESHUMA" TO SHEM-SEC

           RETURN SRT-AVODA
               AT END
                   SET SOF IN SW07-SRT TO TRUE
           END-RETURN.
       C-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       D-TIPUL-RESHUMA                     SECTION.
      *-----------------------------------------------------------------
       D-00.
           MOVE "D-TIPUL-RESHUMA" TO SHEM-SEC

           IF SW10-LO
              AND SRT-CHESHBON NOT = EZ08-CHESHBON-NOCHECHI
               PERFORM H-SIYUM-CHESHBON
           END-IF

           EVALUATE TRUE
             WHEN SW10-KEN
                  PERFORM F-KOTERET-SNIF
             WHEN SRT-SNIF NOT = EZ04-SNIF-NOCHECHI
                  PERFORM E-SIYUM-KVUTZA
                  PERFORM F-KOTERET-SNIF
             WHEN SRT-MATBEA NOT = EZ05-MATBEA-NOCHECHI
                  PERFORM E-SIYUM-KVUTZA
                  MOVE SRT-MATBEA TO EZ05-MATBEA-NOCHECHI
             WHEN OTHER
                  CONTINUE
           END-EVALUATE

           IF SRT-CHESHBON NOT = EZ08-CHESHBON-NOCHECHI
               MOVE SRT-CHESHBON TO EZ08-CHESHBON-NOCHECHI
               MOVE SRT-YITRA    TO EZ09-YITRA-CHESHBON
               MOVE ZERO         TO EZ10-IKULIM-CHESHBON
           END-IF

           MOVE SRT-CHESHBON        TO SD01-CHESHBON
           MOVE SRT-SHEM            TO SD01-SHEM
           MOVE SRT-MISPAR-IKUL     TO SD01-MISPAR-IKUL
           MOVE SRT-SUG             TO SD01-SUG
           MOVE SRT-ASMACHTA        TO SD01-ASMACHTA
           MOVE SRT-MATBEA          TO SD01-MATBEA
           MOVE SRT-SCHUM           TO SD01-SCHUM
           MOVE SRT-TAARICH-HATCHALA TO SD01-TAARICH-HATCHALA
           IF SRT-TAARICH-SHICHRUR = ZERO
               MOVE SPACE                TO SD01-TAARICH-SHICHRUR
           ELSE
               MOVE SRT-TAARICH-SHICHRUR TO SD01-TAARICH-SHICHRUR
           END-IF
           WRITE D01-SHURA FROM SD01
           AFTER ADVANCING 1 LINES

           ADD  1         TO EZ07-MONE-KVUTZA
           ADD  SRT-SCHUM TO EZ06-SACH-KVUTZA
                             EZ10-IKULIM-CHESHBON.
       D-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       E-SIYUM-KVUTZA                      SECTION.
      *-----------------------------------------------------------------
       E-00.
           MOVE "E-SIYUM-KVUTZA" TO SHEM-SEC

           MOVE EZ04-SNIF-NOCHECHI   TO SD02-SNIF
           MOVE EZ05-MATBEA-NOCHECHI TO SD02-MATBEA
           MOVE EZ07-MONE-KVUTZA     TO SD02-MONE
           MOVE EZ06-SACH-KVUTZA     TO SD02-SCHUM
           WRITE D01-SHURA FROM SD02
           AFTER ADVANCING 2 LINES

           MOVE ZERO TO EZ06-SACH-KVUTZA
                        EZ07-MONE-KVUTZA.
       E-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       F-KOTERET-SNIF                      SECTION.
      *-----------------------------------------------------------------
       F-00.
           MOVE "F-KOTERET-SNIF" TO SHEM-SEC
           SET  SW10-LO          TO TRUE

           MOVE SRT-SNIF   TO EZ04-SNIF-NOCHECHI
           MOVE SRT-MATBEA TO EZ05-MATBEA-NOCHECHI
           MOVE ZERO       TO EZ06-SACH-KVUTZA
                              EZ07-MONE-KVUTZA

           MOVE SRT-SNIF   TO SC02-SNIF
           MOVE SPACE      TO SC02-SHEM-SNIF
           IF SW09-KEN
               MOVE SRT-SNIF TO SN01-KOD
               READ SF01-SNIFIM-FILE
                   INVALID KEY
                       MOVE "*SNIF LO MUKAR*" TO SC02-SHEM-SNIF
                   NOT INVALID KEY
                       MOVE SN01-SHEM TO SC02-SHEM-SNIF
               END-READ
           END-IF

           WRITE D01-SHURA FROM SC02
           AFTER ADVANCING 3 LINES
           WRITE D01-SHURA FROM SC03
           AFTER ADVANCING 2 LINES
           WRITE D01-SHURA FROM SC04
           AFTER ADVANCING 1 LINES.
       F-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       H-SIYUM-CHESHBON                    SECTION.
      *-----------------------------------------------------------------
       H-00.
           MOVE "H-SIYUM-CHESHBON" TO SHEM-SEC

           MOVE EZ09-YITRA-CHESHBON  TO SD03-YITRA
           MOVE EZ10-IKULIM-CHESHBON TO SD03-IKULIM
           COMPUTE SD03-PNUYA = EZ09-YITRA-CHESHBON
                              - EZ10-IKULIM-CHESHBON
           WRITE D01-SHURA FROM SD03
           AFTER ADVANCING 1 LINES.
       H-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       ZA-HATCHLAT-TOCHNIT                 SECTION.
      *-----------------------------------------------------------------
       ZA-00.
           MOVE 'IKLDOCH'              TO SHEM-TUCHNIT IN EZ01-TAKALOT
           MOVE "ZA-HATCHLAT-TOCHNIT"  TO SHEM-SEC

           MOVE FUNCTION CURRENT-DATE TO EZ03-ZMAN
           MOVE EZ03-TAARICH          TO EZ02-TAARICH-DOCH

           OPEN INPUT PM01-PARAM-FILE
           IF MH01-FS-TAKIN
               SET  MAMSHICH IN SW04-PM01 TO TRUE
               READ PM01-PARAM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PM01-TAARICH NUMERIC
                          AND PM01-TAARICH NOT = ZERO
                           MOVE PM01-TAARICH TO EZ02-TAARICH-DOCH
                       END-IF
               END-READ
               CLOSE PM01-PARAM-FILE
               SET  SAGUR IN SW04-PM01 TO TRUE
           END-IF

           PERFORM ZB-RISHUM-PTICHA

           OPEN INPUT  IK01-IKULIM-FILE
           IF MH01-FS-TAKIN
               SET  SW08-KEN TO TRUE
               SET  MAMSHICH IN SW01-IK01 TO TRUE
           ELSE
               SET  SW08-LO  TO TRUE
           END-IF

           OPEN INPUT  K01-LAKOCHOT-FILE
           SET         MAMSHICH IN SW02-K01 TO TRUE

           OPEN INPUT  SF01-SNIFIM-FILE
           IF MH01-FS-TAKIN
               SET  SW09-KEN TO TRUE
               SET  MAMSHICH IN SW03-SF01 TO TRUE
           ELSE
               SET  SW09-LO  TO TRUE
           END-IF

           OPEN OUTPUT D01-IKULIM-PRN
           SET         MAMSHICH IN SW05-D01 TO TRUE
           MOVE EZ02-TAARICH-DOCH TO SC01-TAARICH
           WRITE D01-SHURA FROM SC01
           AFTER ADVANCING 1 LINES.
       ZA-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       ZZ-SYIUM-TOCHNIT                    SECTION.
      *-----------------------------------------------------------------
       ZZ-00.
           MOVE "ZZ-SYIUM-TOCHNIT" TO SHEM-SEC

           MOVE M01-MONE-IKULIM         TO ST01-MONE
           WRITE D01-SHURA              FROM ST01
           AFTER ADVANCING 3 LINES

           MOVE M02-MONE-PAILIM         TO ST02-MONE
           WRITE D01-SHURA              FROM ST02
           AFTER ADVANCING 1 LINES

           MOVE M03-MONE-SHEPAGU        TO ST03-MONE
           WRITE D01-SHURA              FROM ST03
           AFTER ADVANCING 1 LINES

           MOVE M04-MONE-ATIDIIM        TO ST04-MONE
           WRITE D01-SHURA              FROM ST04
           AFTER ADVANCING 1 LINES

           MOVE M05-MONE-LELO-CHESHBON  TO ST05-MONE
           WRITE D01-SHURA              FROM ST05
           AFTER ADVANCING 1 LINES

           IF SW08-KEN
               CLOSE IK01-IKULIM-FILE
               SET   SAGUR IN SW01-IK01 TO TRUE
           END-IF

           CLOSE K01-LAKOCHOT-FILE
           SET   SAGUR IN SW02-K01 TO TRUE

           IF SW09-KEN
               CLOSE SF01-SNIFIM-FILE
               SET   SAGUR IN SW03-SF01 TO TRUE
           END-IF

           CLOSE D01-IKULIM-PRN
           SET   SAGUR IN SW05-D01 TO TRUE

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
           MOVE 'IKLDOCH'         TO RC01-TOCHNIT
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

           MOVE FUNCTION CURRENT-DATE  TO EZ03-ZMAN
           MOVE SPACE                  TO RC01-BAKARA-REC
           MOVE 'IKLDOCH'              TO RC01-TOCHNIT
           MOVE EZ03-TAARICH           TO RC01-TAARICH
           MOVE EZ03-SHAA              TO RC01-SHAA
           SET  RC01-SIYUM             TO TRUE
           SET  RC01-TAKIN             TO TRUE
           MOVE M01-MONE-IKULIM        TO RC01-MONE-RESHUMOT
           MOVE M05-MONE-LELO-CHESHBON TO RC01-MONE-TAKALOT-A
           MOVE M03-MONE-SHEPAGU       TO RC01-MONE-TAKALOT-B
           WRITE RC01-BAKARA-REC

           CLOSE RC01-RUNCTL-FILE
           SET  SAGUR IN SW06-RC01 TO TRUE.
       ZC-EXIT.
           EXIT.
      *-----------------------------------------------------------------
