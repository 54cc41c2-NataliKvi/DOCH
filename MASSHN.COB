      *-----------------------------------------------------------------
       IDENTIFICATION                      DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID.                         MASSHN.
      *AUTHOR                              NATALI KVITELASHVILI.
      *DATE-WRITTEN                        15/10/2026.
      *REMARKS      Year end withholding tax certificates:
      *             *Reads YOMAN.DAT for the tax year of PARAM-MAS.DAT
      *              (default: the year before the run date) by
      *              TAARICH ERECH, and takes the credit interest
      *              postings (ASMACHTA RB, ZCHUT) and the deposit
      *              interest paid by PIKYOM/PIKMAN (ASMACHTA PKnnnR,
      *              ZCHUT - capitalized interest included, which
      *              PIKYOM deposits back by a CHOVA PKnnnH) as gross
      *              and the withholding tax postings of LAKRIB
      *              (ASMACHTA MS, CHOVA) as tax. Reversed movements
      *              and their storno legs are left out.
      *             *Values each movement in NIS at the SHAARIM.DAT
      *              rate effective on its TAARICH ERECH.
      *             *Prints one certificate per CHESHBON (ISHUR-MAS.PRN,
      *              a page each): gross, tax and net, in the account
      *              MATBEA and in NIS, with the owner from KSHARIM.DAT
      *              (role R, else M) and LAKOACH.DAT.
      *             *Writes the annual filing extract MASRSH.DAT for the
      *              tax authority (header H, detail D per CHESHBON with
      *              MISPAR ZEHUT, trailer T with count and NIS totals).
      *             *Writes PTICHA and SIYUM records to RUNCTL.DAT
      *              (RESHUMOT = movements taken, TAKALOT-A =
      *              certificates with no owner on file, TAKALOT-B =
      *              movements without a rate).
      *-----------------------------------------------------------------
       ENVIRONMENT                         DIVISION.
      *-----------------------------------------------------------------
       INPUT-OUTPUT                        SECTION.
      *-----------------------------------------------------------------
       FILE-CONTROL.
           SELECT Y01-YOMAN-FILE
             ASSIGN       TO "C:\COBOL-PROJECTS\DOCH\FILES\YOMAN.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS  IS MH01-FILE-STS.

           SELECT K01-LAKOCHOT-FILE
             ASSIGN       TO "C:\COBOL-PROJECTS\DOCH\FILES\LAKOCHOT.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS DYNAMIC
             RECORD KEY   IS CHESHBON
             FILE STATUS  IS MH01-FILE-STS.

           SELECT SR01-SHAARIM-FILE
             ASSIGN       TO "C:\COBOL-PROJECTS\DOCH\FILES\SHAARIM.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS DYNAMIC
             RECORD KEY   IS SR01-MAFTEACH
             FILE STATUS  IS MH01-FILE-STS.

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

           SELECT PM01-PARAM-FILE
             ASSIGN       TO
             "C:\COBOL-PROJECTS\DOCH\FILES\PARAM-MAS.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS  IS MH01-FILE-STS.

           SELECT D01-ISHUR-PRN
             ASSIGN       TO
             "C:\COBOL-PROJECTS\DOCH\FILES\ISHUR-MAS.PRN"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS  IS MH01-FILE-STS.

           SELECT E01-DIVUACH-FILE
             ASSIGN       TO "C:\COBOL-PROJECTS\DOCH\FILES\MASRSH.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS  IS MH01-FILE-STS.

           SELECT RC01-RUNCTL-FILE
             ASSIGN       TO "C:\COBOL-PROJECTS\DOCH\FILES\RUNCTL.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS  IS MH01-FILE-STS.

           SELECT SRT-MAS
             ASSIGN       TO "C:\COBOL-PROJECTS\DOCH\FILES\SORTWK".
      *-----------------------------------------------------------------
       DATA                                DIVISION.
      *-----------------------------------------------------------------
       FILE                                SECTION.
      *-----------------------------------------------------------------
       FD  Y01-YOMAN-FILE
           RECORDING MODE F.
       01  Y01-YOMAN-REC.
           COPY "C:\COBOL-PROJECTS\DOCH\COPYS\YOMAN.COB".

       FD  K01-LAKOCHOT-FILE.
       01  K01-LAKOCHOT-REC.
           COPY "C:\COBOL-PROJECTS\DOCH\COPYS\LAKOCHOT.COB".

       FD  SR01-SHAARIM-FILE.
       01  SR01-SHAAR-REC.
           COPY "C:\COBOL-PROJECTS\DOCH\COPYS\SHAARIM.COB".

       FD  KS01-KSHARIM-FILE.
       01  KS01-KESHER-REC.
           COPY "C:\COBOL-PROJECTS\DOCH\COPYS\KSHARIM.COB".

       FD  LC01-LAKOACH-FILE.
       01  LC01-LAKOACH-REC.
           COPY "C:\COBOL-PROJECTS\DOCH\COPYS\LAKOACH.COB".

       FD  PM01-PARAM-FILE
           RECORDING MODE F.
       01  PM01-PARAM-REC.
           03 PM01-SHNAT-MAS               PIC 9(4).

       FD  D01-ISHUR-PRN
           LABEL RECORD IS OMITTED.
       01  D01-SHURA                       PIC X(80).

       FD  E01-DIVUACH-FILE
           RECORDING MODE F.
       01  E01-KOTERET.
           03 E01-K-SUG-RESHUMA            PIC X(01).
           03 E01-K-SHNAT-MAS              PIC 9(4).
           03 E01-K-TAARICH-HAFAKA         PIC 9(8).
           03 FILLER                       PIC X(67).
       01  E01-PRAT.
           03 E01-P-SUG-RESHUMA            PIC X(01).
           03 E01-P-SHNAT-MAS              PIC 9(4).
           03 E01-P-MISPAR-ZEHUT           PIC X(09).
           03 E01-P-CHESHBON               PIC X(05).
           03 E01-P-SNIF                   PIC X(03).
           03 E01-P-MATBEA                 PIC X(03).
           03 E01-P-BRUTO                  PIC 9(8)V99.
           03 E01-P-MAS                    PIC 9(8)V99.
           03 E01-P-BRUTO-NIS              PIC 9(10)V99.
           03 E01-P-MAS-NIS                PIC 9(10)V99.
           03 FILLER                       PIC X(11).
       01  E01-SIYUM.
           03 E01-S-SUG-RESHUMA            PIC X(01).
           03 E01-S-MONE                   PIC 9(6).
           03 E01-S-SACH-BRUTO-NIS         PIC 9(14)V99.
           03 E01-S-SACH-MAS-NIS           PIC 9(14)V99.
           03 FILLER                       PIC X(41).

       FD  RC01-RUNCTL-FILE
           RECORDING MODE F.
       01  RC01-BAKARA-REC.
           COPY "C:\COBOL-PROJECTS\DOCH\COPYS\BAKRUN.COB".

       SD  SRT-MAS.
       01  SRT-REC.
           03 SRT-CHESHBON                 PIC X(05).
           03 SRT-SUG-RESHUMA              PIC X(01).
             88 SRT-BAAL                                    VALUE "1".
             88 SRT-TNUA                                    VALUE "2".
           03 SRT-TAFKID                   PIC X(01).
           03 SRT-MISPAR-ZEHUT             PIC X(09).
           03 SRT-TAARICH-ERECH            PIC 9(8).
           03 SRT-SUG-SCHUM                PIC X(01).
             88 SRT-BRUTO                                   VALUE "B".
             88 SRT-NIKUY                                   VALUE "M".
           03 SRT-SCHUM                    PIC 9(6)V99.
           03 SRT-SCHUM-NIS                PIC 9(10)V99.
           03 SRT-SHAAR                    PIC X(01).
             88 SRT-YESH-SHAAR                              VALUE "Y".
             88 SRT-LELO-SHAAR                              VALUE "N".
      *-----------------------------------------------------------------
       WORKING-STORAGE                     SECTION.
      *-----------------------------------------------------------------
      *Cxx-KVUIM
      *-----------------------------------------------------------------
       01 C00.
           03 C01-ROSH-SHANA               PIC 9(4)       VALUE 0101.
           03 C02-SOF-SHANA                PIC 9(4)       VALUE 1231.
      *-----------------------------------------------------------------
      *EZxx-EZER
      *-----------------------------------------------------------------
       01 EZ00.
           03 EZ01-TAKALOT.
           COPY "C:\COBOL-PROJECTS\DOCH\COPYS\TAKALOT.COB".

           03 EZ02-SHNAT-MAS                PIC 9(4).
           03 EZ03-ZMAN.
               05 EZ03-TAARICH.
                   07 EZ03-YYYY            PIC 9(4).
                   07 EZ03-MMDD            PIC 9(4).
               05 EZ03-SHAA                PIC 9(6).
           03 EZ04-TAARICH-MI               PIC 9(8).
           03 EZ05-TAARICH-AD               PIC 9(8).
           03 EZ06-KIDOMET-ASMACHTA         PIC X(02).
           03 EZ07-CHESHBON-NOCHECHI        PIC X(05).
           03 EZ08-TAARICH-SHAAR            PIC 9(8).
           03 EZ09-MISPAR-ZEHUT             PIC X(09).
           03 EZ10-SHEM                     PIC X(10).
           03 EZ11-SNIF                     PIC X(03).
           03 EZ12-MATBEA-CHIPUS            PIC X(03).
           03 EZ13-SHAAR-TOKEF              PIC 9(4)V9(4).
           03 EZ14-BRUTO                    PIC 9(8)V99.
           03 EZ15-MAS                      PIC 9(8)V99.
           03 EZ16-BRUTO-NIS                PIC 9(10)V99.
           03 EZ17-MAS-NIS                  PIC 9(10)V99.
           03 EZ18-NETO                     PIC S9(8)V99.
           03 EZ19-NETO-NIS                 PIC S9(10)V99.
           03 EZ20-SACH-BRUTO-NIS           PIC 9(14)V99.
           03 EZ21-SACH-MAS-NIS             PIC 9(14)V99.
           03 EZ22-MATBEA                   PIC X(03).
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
           03 M01-MONE-NIKRAU               PIC 9(7)        VALUE ZERO.
           03 M02-MONE-NIVCHARU             PIC 9(7)        VALUE ZERO.
           03 M03-MONE-ISHURIM              PIC 9(6)        VALUE ZERO.
           03 M04-MONE-LELO-BAALIM          PIC 9(6)        VALUE ZERO.
           03 M05-MONE-LELO-SHAAR           PIC 9(6)        VALUE ZERO.
           03 M06-MONE-LELO-SHAAR-CHESHBON  PIC 9(6)        VALUE ZERO.
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
           03 SI01.
               05 FILLER                   PIC X(10)      VALUE SPACE.
               05 FILLER                   PIC X(48)      VALUE
                  "ISHUR NIKUY MAS BAMAKOR AL RIBIT - SHNAT MAS ".
               05 SI01-SHNAT-MAS           PIC 9(4).
           03 SI02.
               05 FILLER                   PIC X(8)       VALUE SPACE.
               05 FILLER                   PIC X(10)      VALUE
                  "CHESHBON: ".
               05 SI02-CHESHBON            PIC X(5).
               05 FILLER                   PIC X(8)       VALUE
                  "  SHEM: ".
               05 SI02-SHEM                PIC X(10).
               05 FILLER                   PIC X(8)       VALUE
                  "  SNIF: ".
               05 SI02-SNIF                PIC X(3).
               05 FILLER                   PIC X(10)      VALUE
                  "  MATBEA: ".
               05 SI02-MATBEA              PIC X(3).
           03 SI03.
               05 FILLER                   PIC X(8)       VALUE SPACE.
               05 SI03-TEUR                PIC X(16).
               05 SI03-MELEL               PIC X(40).
           03 SI04.
               05 FILLER                   PIC X(24)      VALUE SPACE.
               05 FILLER                   PIC X(18)      VALUE
                  "        BEMATBEA ".
               05 SI04-MATBEA              PIC X(3).
               05 FILLER                   PIC X(18)      VALUE
                  "            BENIS".
           03 SI05.
               05 FILLER                   PIC X(8)       VALUE SPACE.
               05 SI05-TEUR                PIC X(16).
               05 FILLER                   PIC X(4)       VALUE SPACE.
               05 SI05-SCHUM               PIC -ZZ,ZZZ,ZZ9.99.
               05 FILLER                   PIC X(6)       VALUE SPACE.
               05 SI05-SCHUM-NIS           PIC -Z,ZZZ,ZZZ,ZZ9.99.
           03 SI06.
               05 FILLER                   PIC X(8)       VALUE SPACE.
               05 FILLER                   PIC X(20)      VALUE
                  "TAARICH HAFAKA: ".
               05 SI06-TAARICH             PIC 9(8).
           03 SC01.
               05 FILLER                   PIC X(10)      VALUE SPACE.
               05 FILLER                   PIC X(48)      VALUE
                  "SIKUM ISHUREI NIKUY MAS BAMAKOR - SHNAT MAS ".
               05 SC01-SHNAT-MAS           PIC 9(4).
           03 ST01.
               05 FILLER                   PIC X(6)       VALUE SPACE.
               05 ST01-MONE                PIC ZZZZZZ9.
               05 FILLER                   PIC X(2)       VALUE SPACE.
               05 ST01-SACH                PIC X(40)      VALUE
                  ": RESHUMOT NIKRAU BEYOMAN".
           03 ST02.
               05 FILLER                   PIC X(6)       VALUE SPACE.
               05 ST02-MONE                PIC ZZZZZZ9.
               05 FILLER                   PIC X(2)       VALUE SPACE.
               05 ST02-SACH                PIC X(40)      VALUE
                  ": TNUOT RIBIT UMAS BESHNAT HAMAS".
           03 ST03.
               05 FILLER                   PIC X(6)       VALUE SPACE.
               05 ST03-MONE                PIC ZZZZZZ9.
               05 FILLER                   PIC X(2)       VALUE SPACE.
               05 ST03-SACH                PIC X(40)      VALUE
                  ": ISHURIM HUFKU".
           03 ST04.
               05 FILLER                   PIC X(6)       VALUE SPACE.
               05 ST04-MONE                PIC ZZZZZZ9.
               05 FILLER                   PIC X(2)       VALUE SPACE.
               05 ST04-SACH                PIC X(40)      VALUE
                  ": ISHURIM LELO BAAL CHESHBON BAKOVETZ".
           03 ST05.
               05 FILLER                   PIC X(6)       VALUE SPACE.
               05 ST05-MONE                PIC ZZZZZZ9.
               05 FILLER                   PIC X(2)       VALUE SPACE.
               05 ST05-SACH                PIC X(40)      VALUE
                  ": TNUOT LELO SHAAR - LO SHUARCHU".
           03 ST06.
               05 FILLER                   PIC X(6)       VALUE SPACE.
               05 FILLER                   PIC X(24)      VALUE
                  "SACH RIBIT BRUTO NIS: ".
               05 ST06-SCHUM               PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
           03 ST07.
               05 FILLER                   PIC X(6)       VALUE SPACE.
               05 FILLER                   PIC X(24)      VALUE
                  "SACH MAS SHENUKA NIS: ".
               05 ST07-SCHUM               PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
      *-----------------------------------------------------------------
      *SWxx-METAGIM
      *-----------------------------------------------------------------
       01 SW00.
           03 SW01-Y01                     PIC S9(4) BINARY VALUE 99.
           COPY "C:\COBOL-PROJECTS\DOCH\COPYS\SWK.COB".

           03 SW02-K01                     PIC S9(4) BINARY VALUE 99.
           COPY "C:\COBOL-PROJECTS\DOCH\COPYS\SWK.COB".

           03 SW03-SR01                    PIC S9(4) BINARY VALUE 99.
           COPY "C:\COBOL-PROJECTS\DOCH\COPYS\SWK.COB".

           03 SW04-KS01                    PIC S9(4) BINARY VALUE 99.
           COPY "C:\COBOL-PROJECTS\DOCH\COPYS\SWK.COB".

           03 SW05-LC01                    PIC S9(4) BINARY VALUE 99.
           COPY "C:\COBOL-PROJECTS\DOCH\COPYS\SWK.COB".

           03 SW06-PM01                    PIC S9(4) BINARY VALUE 99.
           COPY "C:\COBOL-PROJECTS\DOCH\COPYS\SWK.COB".

           03 SW07-D01                     PIC S9(4) BINARY VALUE 99.
           COPY "C:\COBOL-PROJECTS\DOCH\COPYS\SWK.COB".

           03 SW08-E01                     PIC S9(4) BINARY VALUE 99.
           COPY "C:\COBOL-PROJECTS\DOCH\COPYS\SWK.COB".

           03 SW09-RC01                    PIC S9(4) BINARY VALUE 99.
           COPY "C:\COBOL-PROJECTS\DOCH\COPYS\SWK.COB".

           03 SW10-SRT                     PIC S9(4) BINARY VALUE 99.
           COPY "C:\COBOL-PROJECTS\DOCH\COPYS\SWK.COB".

           03 SW11-SHAARIM-KAYAM           PIC 9.
             88 SW11-KEN                   VALUE 1.
             88 SW11-LO                    VALUE 0.

           03 SW12-KSHARIM-KAYAM           PIC 9.
             88 SW12-KEN                   VALUE 1.
             88 SW12-LO                    VALUE 0.

           03 SW13-LAKOACH-KAYAM           PIC 9.
             88 SW13-KEN                   VALUE 1.
             88 SW13-LO                    VALUE 0.

           03 SW14-CHESHBON-RISHON         PIC 9.
             88 SW14-KEN                   VALUE 1.
             88 SW14-LO                    VALUE 0.

           03 SW15-LELO-SHAAR              PIC 9.
             88 SW15-KEN                   VALUE 1.
             88 SW15-LO                    VALUE 0.

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
       DC1-Y01                              SECTION.
      *-----------------------------------------------------------------
           USE AFTER STANDARD ERROR PROCEDURE ON Y01-YOMAN-FILE.
       DC1-00.
           MOVE "C:\COBOL-PROJECTS\DOCH\FILES\YOMAN.DAT" TO SHEM-KOVETZ
           PERFORM ZT-TAKALOT.
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
       DC3-SR01                            SECTION.
      *-----------------------------------------------------------------
           USE AFTER STANDARD ERROR PROCEDURE ON SR01-SHAARIM-FILE.
       DC3-00.
           IF MH01-FILE-STS NOT = "35"
               MOVE "C:\COBOL-PROJECTS\DOCH\FILES\SHAARIM.DAT" TO
                                                             SHEM-KOVETZ
               PERFORM ZT-TAKALOT
           END-IF.
       DC3-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       DC4-KS01                            SECTION.
      *-----------------------------------------------------------------
           USE AFTER STANDARD ERROR PROCEDURE ON KS01-KSHARIM-FILE.
       DC4-00.
           IF MH01-FILE-STS NOT = "35"
               MOVE "C:\COBOL-PROJECTS\DOCH\FILES\KSHARIM.DAT" TO
                                                             SHEM-KOVETZ
               PERFORM ZT-TAKALOT
           END-IF.
       DC4-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       DC5-LC01                            SECTION.
      *-----------------------------------------------------------------
           USE AFTER STANDARD ERROR PROCEDURE ON LC01-LAKOACH-FILE.
       DC5-00.
           IF MH01-FILE-STS NOT = "35"
               MOVE "C:\COBOL-PROJECTS\DOCH\FILES\LAKOACH.DAT" TO
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
               MOVE "C:\COBOL-PROJECTS\DOCH\FILES\PARAM-MAS.DAT" TO
                                                             SHEM-KOVETZ
               PERFORM ZT-TAKALOT
           END-IF.
       DC6-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       DC7-D01                             SECTION.
      *-----------------------------------------------------------------
           USE AFTER STANDARD ERROR PROCEDURE ON D01-ISHUR-PRN.
       DC7-00.
           MOVE "C:\COBOL-PROJECTS\DOCH\FILES\ISHUR-MAS.PRN" TO
                                                             SHEM-KOVETZ
           PERFORM ZT-TAKALOT.
       DC7-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       DC8-E01                             SECTION.
      *-----------------------------------------------------------------
           USE AFTER STANDARD ERROR PROCEDURE ON E01-DIVUACH-FILE.
       DC8-00.
           MOVE "C:\COBOL-PROJECTS\DOCH\FILES\MASRSH.DAT" TO SHEM-KOVETZ
           PERFORM ZT-TAKALOT.
       DC8-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       DC9-RC01                            SECTION.
      *-----------------------------------------------------------------
           USE AFTER STANDARD ERROR PROCEDURE ON RC01-RUNCTL-FILE.
       DC9-00.
           IF MH01-FILE-STS NOT = "35"
               MOVE "C:\COBOL-PROJECTS\DOCH\FILES\RUNCTL.DAT" TO
                                                             SHEM-KOVETZ
               PERFORM ZT-TAKALOT
           END-IF.
       DC9-EXIT.
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

           SORT SRT-MAS
               ON ASCENDING  KEY SRT-CHESHBON
                                 SRT-SUG-RESHUMA
               ON DESCENDING KEY SRT-TAFKID
               ON ASCENDING  KEY SRT-TAARICH-ERECH
               INPUT  PROCEDURE IS G-BCHIRAT-TNUOT
               OUTPUT PROCEDURE IS B-HAFAKAT-ISHURIM

           PERFORM     ZZ-SYIUM-TOCHNIT
           STOP RUN.
       A-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       G-BCHIRAT-TNUOT                     SECTION.
      *-----------------------------------------------------------------
       G-00.
           MOVE "G-BCHIRAT-TNUOT" TO SHEM-SEC

           IF SW12-KEN
               PERFORM G-04-KRIAT-KESHER
               PERFORM UNTIL SOF IN SW04-KS01
                   IF KS01-RASHI OR KS01-MESHUTAF
                       PERFORM G-05-SHICHRUR-BAAL
                   END-IF
                   PERFORM G-04-KRIAT-KESHER
               END-PERFORM
           END-IF

           OPEN INPUT  Y01-YOMAN-FILE
           SET         MAMSHICH IN SW01-Y01 TO TRUE

           PERFORM G-02-KRIAT-YOMAN
           PERFORM UNTIL SOF IN SW01-Y01
               PERFORM G-01-SINUN-TNUA
               PERFORM G-02-KRIAT-YOMAN
           END-PERFORM

           CLOSE Y01-YOMAN-FILE
           SET   SAGUR IN SW01-Y01 TO TRUE.
       G-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       G-01-SINUN-TNUA                     SECTION.
      *-----------------------------------------------------------------
       G-01-00.
           MOVE "G-01-SINUN-TNUA" TO SHEM-SEC

           MOVE YM01-ASMACHTA(1:2)    TO EZ06-KIDOMET-ASMACHTA

           EVALUATE TRUE
             WHEN YM01-TAARICH-ERECH < EZ04-TAARICH-MI
               OR YM01-TAARICH-ERECH > EZ05-TAARICH-AD
                  CONTINUE
             WHEN YM01-STORNO OR YM01-MEVUTAL
                  CONTINUE
             WHEN EZ06-KIDOMET-ASMACHTA = "RB"
              AND YM01-KOD-PEULA = "Z"
                  MOVE "B" TO SRT-SUG-SCHUM
                  PERFORM G-03-SHICHRUR-TNUA
             WHEN EZ06-KIDOMET-ASMACHTA = "PK"
              AND YM01-ASMACHTA(6:1) = "R"
              AND YM01-KOD-PEULA = "Z"
                  MOVE "B" TO SRT-SUG-SCHUM
                  PERFORM G-03-SHICHRUR-TNUA
             WHEN EZ06-KIDOMET-ASMACHTA = "MS"
              AND YM01-KOD-PEULA = "C"
                  MOVE "M" TO SRT-SUG-SCHUM
                  PERFORM G-03-SHICHRUR-TNUA
             WHEN OTHER
                  CONTINUE
           END-EVALUATE.
       G-01-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       G-02-KRIAT-YOMAN                    SECTION.
      *-----------------------------------------------------------------
       G-02-00.
           MOVE "G-02-KRIAT-YOMAN" TO SHEM-SEC

           READ Y01-YOMAN-FILE
               AT END
                   SET SOF IN SW01-Y01 TO TRUE
               NOT AT END
                   ADD 1 TO M01-MONE-NIKRAU
           END-READ.
       G-02-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       G-03-SHICHRUR-TNUA                  SECTION.
      *-----------------------------------------------------------------
       G-03-00.
           MOVE "G-03-SHICHRUR-TNUA" TO SHEM-SEC
           ADD  1                    TO M02-MONE-NIVCHARU

           MOVE YM01-CHESHBON      TO SRT-CHESHBON
           SET  SRT-TNUA           TO TRUE
           MOVE SPACE              TO SRT-TAFKID
                                      SRT-MISPAR-ZEHUT
           MOVE YM01-TAARICH-ERECH TO SRT-TAARICH-ERECH
           MOVE YM01-SCHUM         TO SRT-SCHUM

           MOVE YM01-CHESHBON TO CHESHBON IN K01-LAKOCHOT-REC
           READ K01-LAKOCHOT-FILE
               INVALID KEY
                   MOVE "???"  TO EZ12-MATBEA-CHIPUS
               NOT INVALID KEY
                   MOVE MATBEA IN K01-LAKOCHOT-REC TO
                                                  EZ12-MATBEA-CHIPUS
           END-READ

           MOVE YM01-TAARICH-ERECH TO EZ08-TAARICH-SHAAR
           PERFORM ZS-CHIPUS-SHAAR-TOKEF
           IF SW19-LO AND EZ12-MATBEA-CHIPUS = "NIS"
               MOVE 1        TO EZ13-SHAAR-TOKEF
               SET  SW19-KEN TO TRUE
           END-IF

           IF SW19-KEN
               COMPUTE SRT-SCHUM-NIS ROUNDED =
                       YM01-SCHUM * EZ13-SHAAR-TOKEF
               SET  SRT-YESH-SHAAR TO TRUE
           ELSE
               MOVE ZERO           TO SRT-SCHUM-NIS
               SET  SRT-LELO-SHAAR TO TRUE
               ADD  1 TO M05-MONE-LELO-SHAAR
           END-IF

           RELEASE SRT-REC.
       G-03-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       G-04-KRIAT-KESHER                   SECTION.
      *-----------------------------------------------------------------
       G-04-00.
           MOVE "G-04-KRIAT-KESHER" TO SHEM-SEC

           READ KS01-KSHARIM-FILE
               AT END
                   SET SOF IN SW04-KS01 TO TRUE
           END-READ.
       G-04-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       G-05-SHICHRUR-BAAL                  SECTION.
      *-----------------------------------------------------------------
       G-05-00.
           MOVE "G-05-SHICHRUR-BAAL" TO SHEM-SEC

           MOVE KS01-CHESHBON      TO SRT-CHESHBON
           SET  SRT-BAAL           TO TRUE
           MOVE KS01-TAFKID        TO SRT-TAFKID
           MOVE KS01-MISPAR-ZEHUT  TO SRT-MISPAR-ZEHUT
           MOVE ZERO               TO SRT-TAARICH-ERECH
                                      SRT-SCHUM
                                      SRT-SCHUM-NIS
           MOVE SPACE              TO SRT-SUG-SCHUM
                                      SRT-SHAAR

           RELEASE SRT-REC.
       G-05-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       B-HAFAKAT-ISHURIM                   SECTION.
      *-----------------------------------------------------------------
       B-00.
           MOVE "B-HAFAKAT-ISHURIM" TO SHEM-SEC
           SET  SW14-KEN            TO TRUE

           SET  MAMSHICH IN SW10-SRT TO TRUE
           PERFORM C-HACHZARAT-RESHUMA
           PERFORM UNTIL SOF IN SW10-SRT
               PERFORM D-TIPUL-RESHUMA
               PERFORM C-HACHZARAT-RESHUMA
           END-PERFORM

           IF SW14-LO
               PERFORM F-SIYUM-CHESHBON
           END-IF.
       B-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       C-HACHZARAT-RESHUMA                 SECTION.
      *-----------------------------------------------------------------
       C-00.
           MOVE "C-HACHZARAT-RESHUMA" TO SHEM-SEC

           RETURN SRT-MAS
               AT END
                   SET SOF IN SW10-SRT TO TRUE
           END-RETURN.
       C-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       D-TIPUL-RESHUMA                     SECTION.
      *-----------------------------------------------------------------
       D-00.
           MOVE "D-TIPUL-RESHUMA" TO SHEM-SEC

           EVALUATE TRUE
             WHEN SW14-KEN
                  PERFORM E-PTICHAT-CHESHBON
             WHEN SRT-CHESHBON NOT = EZ07-CHESHBON-NOCHECHI
                  PERFORM F-SIYUM-CHESHBON
                  PERFORM E-PTICHAT-CHESHBON
             WHEN OTHER
                  CONTINUE
           END-EVALUATE

           EVALUATE TRUE
             WHEN SRT-BAAL
                  IF EZ09-MISPAR-ZEHUT = SPACE
                      MOVE SRT-MISPAR-ZEHUT TO EZ09-MISPAR-ZEHUT
                  END-IF
             WHEN SRT-BRUTO
                  ADD SRT-SCHUM     TO EZ14-BRUTO
                  ADD SRT-SCHUM-NIS TO EZ16-BRUTO-NIS
             WHEN SRT-NIKUY
                  ADD SRT-SCHUM     TO EZ15-MAS
                  ADD SRT-SCHUM-NIS TO EZ17-MAS-NIS
           END-EVALUATE

           IF SRT-TNUA AND SRT-LELO-SHAAR
               SET SW15-KEN TO TRUE
           END-IF.
       D-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       E-PTICHAT-CHESHBON                  SECTION.
      *-----------------------------------------------------------------
       E-00.
           MOVE "E-PTICHAT-CHESHBON" TO SHEM-SEC
           SET  SW14-LO              TO TRUE
           SET  SW15-LO              TO TRUE

           MOVE SRT-CHESHBON TO EZ07-CHESHBON-NOCHECHI
           MOVE SPACE        TO EZ09-MISPAR-ZEHUT
           MOVE ZERO         TO EZ14-BRUTO
                                EZ15-MAS
                                EZ16-BRUTO-NIS
                                EZ17-MAS-NIS.
       E-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       F-SIYUM-CHESHBON                    SECTION.
      *-----------------------------------------------------------------
       F-00.
           MOVE "F-SIYUM-CHESHBON" TO SHEM-SEC

           IF EZ14-BRUTO > ZERO OR EZ15-MAS > ZERO
               MOVE EZ07-CHESHBON-NOCHECHI TO
                                           CHESHBON IN K01-LAKOCHOT-REC
               READ K01-LAKOCHOT-FILE
                   INVALID KEY
                       MOVE SPACE TO EZ10-SHEM
                       MOVE "???" TO EZ11-SNIF
                                     EZ22-MATBEA
                   NOT INVALID KEY
                       MOVE SHEM   IN K01-LAKOCHOT-REC TO EZ10-SHEM
                       MOVE SNIF   IN K01-LAKOCHOT-REC TO EZ11-SNIF
                       MOVE MATBEA IN K01-LAKOCHOT-REC TO EZ22-MATBEA
               END-READ

               COMPUTE EZ18-NETO     = EZ14-BRUTO     - EZ15-MAS
               COMPUTE EZ19-NETO-NIS = EZ16-BRUTO-NIS - EZ17-MAS-NIS

               PERFORM H-HADPASAT-ISHUR
               PERFORM I-KTIVAT-DIVUACH

               ADD  EZ16-BRUTO-NIS TO EZ20-SACH-BRUTO-NIS
               ADD  EZ17-MAS-NIS   TO EZ21-SACH-MAS-NIS
               ADD  1              TO M03-MONE-ISHURIM
               IF EZ09-MISPAR-ZEHUT = SPACE
                   ADD 1 TO M04-MONE-LELO-BAALIM
               END-IF
               IF SW15-KEN
                   ADD 1 TO M06-MONE-LELO-SHAAR-CHESHBON
               END-IF
           END-IF.
       F-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       H-HADPASAT-ISHUR                    SECTION.
      *-----------------------------------------------------------------
       H-00.
           MOVE "H-HADPASAT-ISHUR" TO SHEM-SEC

           MOVE EZ02-SHNAT-MAS        TO SI01-SHNAT-MAS
           WRITE D01-SHURA FROM SI01
           AFTER ADVANCING PAGE

           MOVE EZ07-CHESHBON-NOCHECHI TO SI02-CHESHBON
           MOVE EZ10-SHEM              TO SI02-SHEM
           MOVE EZ11-SNIF              TO SI02-SNIF
           MOVE EZ22-MATBEA            TO SI02-MATBEA
           WRITE D01-SHURA FROM SI02
           AFTER ADVANCING 3 LINES

           IF EZ09-MISPAR-ZEHUT = SPACE
               MOVE "BAAL CHESHBON"               TO SI03-TEUR
               MOVE "LO NIMTZA BEKOVETZ KSHARIM"  TO SI03-MELEL
               WRITE D01-SHURA FROM SI03
               AFTER ADVANCING 2 LINES
           ELSE
               MOVE "MISPAR ZEHUT"    TO SI03-TEUR
               MOVE EZ09-MISPAR-ZEHUT TO SI03-MELEL
               WRITE D01-SHURA FROM SI03
               AFTER ADVANCING 2 LINES

               MOVE SPACE TO LC01-SHEM-MALE
                             LC01-KTOVET
               IF SW13-KEN
                   MOVE EZ09-MISPAR-ZEHUT TO LC01-MISPAR-ZEHUT
                   READ LC01-LAKOACH-FILE
                       INVALID KEY
                           MOVE "*LAKOACH LO NIMTZA*" TO
                                                      LC01-SHEM-MALE
                   END-READ
               END-IF

               MOVE "SHEM"            TO SI03-TEUR
               MOVE LC01-SHEM-MALE    TO SI03-MELEL
               WRITE D01-SHURA FROM SI03
               AFTER ADVANCING 1 LINES

               MOVE "KTOVET"          TO SI03-TEUR
               MOVE LC01-KTOVET       TO SI03-MELEL
               WRITE D01-SHURA FROM SI03
               AFTER ADVANCING 1 LINES
           END-IF

           MOVE EZ22-MATBEA TO SI04-MATBEA
           WRITE D01-SHURA FROM SI04
           AFTER ADVANCING 3 LINES

           MOVE "RIBIT BRUTO"   TO SI05-TEUR
           MOVE EZ14-BRUTO      TO SI05-SCHUM
           MOVE EZ16-BRUTO-NIS  TO SI05-SCHUM-NIS
           WRITE D01-SHURA FROM SI05
           AFTER ADVANCING 2 LINES

           MOVE "MAS SHENUKA"   TO SI05-TEUR
           MOVE EZ15-MAS        TO SI05-SCHUM
           MOVE EZ17-MAS-NIS    TO SI05-SCHUM-NIS
           WRITE D01-SHURA FROM SI05
           AFTER ADVANCING 1 LINES

           MOVE "RIBIT NETO"    TO SI05-TEUR
           MOVE EZ18-NETO       TO SI05-SCHUM
           MOVE EZ19-NETO-NIS   TO SI05-SCHUM-NIS
           WRITE D01-SHURA FROM SI05
           AFTER ADVANCING 2 LINES

           IF SW15-KEN
               MOVE "HEARA"                           TO SI03-TEUR
               MOVE "YESH TNUOT LELO SHAAR - NIS CHELKI" TO SI03-MELEL
               WRITE D01-SHURA FROM SI03
               AFTER ADVANCING 2 LINES
           END-IF

           MOVE EZ03-TAARICH TO SI06-TAARICH
           WRITE D01-SHURA FROM SI06
           AFTER ADVANCING 3 LINES.
       H-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       I-KTIVAT-DIVUACH                    SECTION.
      *-----------------------------------------------------------------
       I-00.
           MOVE "I-KTIVAT-DIVUACH" TO SHEM-SEC

           MOVE SPACE                  TO E01-PRAT
           MOVE "D"                    TO E01-P-SUG-RESHUMA
           MOVE EZ02-SHNAT-MAS         TO E01-P-SHNAT-MAS
           MOVE EZ09-MISPAR-ZEHUT      TO E01-P-MISPAR-ZEHUT
           MOVE EZ07-CHESHBON-NOCHECHI TO E01-P-CHESHBON
           MOVE EZ11-SNIF              TO E01-P-SNIF
           MOVE EZ22-MATBEA            TO E01-P-MATBEA
           MOVE EZ14-BRUTO             TO E01-P-BRUTO
           MOVE EZ15-MAS               TO E01-P-MAS
           MOVE EZ16-BRUTO-NIS         TO E01-P-BRUTO-NIS
           MOVE EZ17-MAS-NIS           TO E01-P-MAS-NIS
           WRITE E01-PRAT.
       I-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       ZA-HATCHLAT-TOCHNIT                 SECTION.
      *-----------------------------------------------------------------
       ZA-00.
           MOVE 'MASSHN'               TO SHEM-TUCHNIT IN EZ01-TAKALOT
           MOVE "ZA-HATCHLAT-TOCHNIT"  TO SHEM-SEC

           MOVE FUNCTION CURRENT-DATE  TO EZ03-ZMAN
           COMPUTE EZ02-SHNAT-MAS = EZ03-YYYY - 1

           OPEN INPUT PM01-PARAM-FILE
           IF MH01-FS-TAKIN
               SET  MAMSHICH IN SW06-PM01 TO TRUE
               READ PM01-PARAM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PM01-SHNAT-MAS NUMERIC
                          AND PM01-SHNAT-MAS NOT = ZERO
                           MOVE PM01-SHNAT-MAS TO EZ02-SHNAT-MAS
                       END-IF
               END-READ
               CLOSE PM01-PARAM-FILE
               SET  SAGUR IN SW06-PM01 TO TRUE
           END-IF

           COMPUTE EZ04-TAARICH-MI = EZ02-SHNAT-MAS * 10000
                                   + C01-ROSH-SHANA
           COMPUTE EZ05-TAARICH-AD = EZ02-SHNAT-MAS * 10000
                                   + C02-SOF-SHANA

           PERFORM ZB-RISHUM-PTICHA

           OPEN INPUT  K01-LAKOCHOT-FILE
           SET         MAMSHICH IN SW02-K01 TO TRUE

           OPEN INPUT  SR01-SHAARIM-FILE
           IF MH01-FS-TAKIN
               SET  SW11-KEN TO TRUE
               SET  MAMSHICH IN SW03-SR01 TO TRUE
           ELSE
               SET  SW11-LO  TO TRUE
           END-IF

           OPEN INPUT  KS01-KSHARIM-FILE
           IF MH01-FS-TAKIN
               SET  SW12-KEN TO TRUE
               SET  MAMSHICH IN SW04-KS01 TO TRUE
           ELSE
               SET  SW12-LO  TO TRUE
           END-IF

           OPEN INPUT  LC01-LAKOACH-FILE
           IF MH01-FS-TAKIN
               SET  SW13-KEN TO TRUE
               SET  MAMSHICH IN SW05-LC01 TO TRUE
           ELSE
               SET  SW13-LO  TO TRUE
           END-IF

           OPEN OUTPUT D01-ISHUR-PRN
           SET         MAMSHICH IN SW07-D01 TO TRUE

           OPEN OUTPUT E01-DIVUACH-FILE
           SET         MAMSHICH IN SW08-E01 TO TRUE
           MOVE SPACE            TO E01-KOTERET
           MOVE "H"              TO E01-K-SUG-RESHUMA
           MOVE EZ02-SHNAT-MAS   TO E01-K-SHNAT-MAS
           MOVE EZ03-TAARICH     TO E01-K-TAARICH-HAFAKA
           WRITE E01-KOTERET.
       ZA-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       ZZ-SYIUM-TOCHNIT                    SECTION.
      *-----------------------------------------------------------------
       ZZ-00.
           MOVE "ZZ-SYIUM-TOCHNIT" TO SHEM-SEC

           MOVE EZ02-SHNAT-MAS          TO SC01-SHNAT-MAS
           WRITE D01-SHURA              FROM SC01
           AFTER ADVANCING PAGE

           MOVE M01-MONE-NIKRAU         TO ST01-MONE
           WRITE D01-SHURA              FROM ST01
           AFTER ADVANCING 3 LINES

           MOVE M02-MONE-NIVCHARU       TO ST02-MONE
           WRITE D01-SHURA              FROM ST02
           AFTER ADVANCING 1 LINES

           MOVE M03-MONE-ISHURIM        TO ST03-MONE
           WRITE D01-SHURA              FROM ST03
           AFTER ADVANCING 1 LINES

           MOVE M04-MONE-LELO-BAALIM    TO ST04-MONE
           WRITE D01-SHURA              FROM ST04
           AFTER ADVANCING 1 LINES

           MOVE M05-MONE-LELO-SHAAR     TO ST05-MONE
           WRITE D01-SHURA              FROM ST05
           AFTER ADVANCING 1 LINES

           MOVE EZ20-SACH-BRUTO-NIS     TO ST06-SCHUM
           WRITE D01-SHURA              FROM ST06
           AFTER ADVANCING 2 LINES

           MOVE EZ21-SACH-MAS-NIS       TO ST07-SCHUM
           WRITE D01-SHURA              FROM ST07
           AFTER ADVANCING 1 LINES

           MOVE SPACE                   TO E01-SIYUM
           MOVE "T"                     TO E01-S-SUG-RESHUMA
           MOVE M03-MONE-ISHURIM        TO E01-S-MONE
           MOVE EZ20-SACH-BRUTO-NIS     TO E01-S-SACH-BRUTO-NIS
           MOVE EZ21-SACH-MAS-NIS       TO E01-S-SACH-MAS-NIS
           WRITE E01-SIYUM

           CLOSE K01-LAKOCHOT-FILE
           SET   SAGUR IN SW02-K01 TO TRUE

           IF SW11-KEN
               CLOSE SR01-SHAARIM-FILE
               SET   SAGUR IN SW03-SR01 TO TRUE
           END-IF

           IF SW12-KEN
               CLOSE KS01-KSHARIM-FILE
               SET   SAGUR IN SW04-KS01 TO TRUE
           END-IF

           IF SW13-KEN
               CLOSE LC01-LAKOACH-FILE
               SET   SAGUR IN SW05-LC01 TO TRUE
           END-IF

           CLOSE D01-ISHUR-PRN
           SET   SAGUR IN SW07-D01 TO TRUE

           CLOSE E01-DIVUACH-FILE
           SET   SAGUR IN SW08-E01 TO TRUE

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
           SET  MAMSHICH IN SW09-RC01 TO TRUE

           MOVE SPACE             TO RC01-BAKARA-REC
           MOVE 'MASSHN'          TO RC01-TOCHNIT
           MOVE EZ03-TAARICH      TO RC01-TAARICH
           MOVE EZ03-SHAA         TO RC01-SHAA
           SET  RC01-PTICHA       TO TRUE
           SET  RC01-RATZ         TO TRUE
           MOVE ZERO              TO RC01-MONE-RESHUMOT
                                     RC01-MONE-TAKALOT-A
                                     RC01-MONE-TAKALOT-B
           WRITE RC01-BAKARA-REC

           CLOSE RC01-RUNCTL-FILE
           SET  SAGUR IN SW09-RC01 TO TRUE.
       ZB-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       ZC-RISHUM-SIYUM                     SECTION.
      *-----------------------------------------------------------------
       ZC-00.
           MOVE "ZC-RISHUM-SIYUM" TO SHEM-SEC

           OPEN EXTEND RC01-RUNCTL-FILE
           SET  MAMSHICH IN SW09-RC01 TO TRUE

           MOVE FUNCTION CURRENT-DATE  TO EZ03-ZMAN
           MOVE SPACE                  TO RC01-BAKARA-REC
           MOVE 'MASSHN'               TO RC01-TOCHNIT
           MOVE EZ03-TAARICH           TO RC01-TAARICH
           MOVE EZ03-SHAA              TO RC01-SHAA
           SET  RC01-SIYUM             TO TRUE
           SET  RC01-TAKIN             TO TRUE
           MOVE M02-MONE-NIVCHARU      TO RC01-MONE-RESHUMOT
           MOVE M04-MONE-LELO-BAALIM   TO RC01-MONE-TAKALOT-A
           MOVE M05-MONE-LELO-SHAAR    TO RC01-MONE-TAKALOT-B
           WRITE RC01-BAKARA-REC

           CLOSE RC01-RUNCTL-FILE
           SET  SAGUR IN SW09-RC01 TO TRUE.
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
                      OR SR01-TAARICH-TOKEF > EZ08-TAARICH-SHAAR
                       SET SW20-SOF TO TRUE
                   ELSE
                       MOVE SR01-SHAAR TO EZ13-SHAAR-TOKEF
                       SET  SW19-KEN   TO TRUE
                   END-IF
           END-READ.
       ZS-01-EXIT.
           EXIT.
      *-----------------------------------------------------------------
