      *-----------------------------------------------------------------
       IDENTIFICATION                      DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID.                         SGRCHS.
      *AUTHOR                              NATALI KVITELASHVILI.
      *DATE-WRITTEN                        15/10/2026.
      *REMARKS      Account closure settlement run:
      *             *Reads the closure requests SGRBKS.DAT (CHESHBON,
      *              TAARICH SGIRA - zero for the run date, OFEN
      *              TASHLUM H transfer / M cash / C cheque, and the
      *              target CHESHBON YAAD for a transfer).
      *             *Refuses, to the exception report with the reason,
      *              an unknown, kafu or already sagur account, a
      *              future or bad closing date, a bad target account
      *              (missing, kafu or sagur, other MATBEA), an
      *              account with an active hold in IKULIM.DAT, an
      *              account with an open (MATZAV P) fixed-term deposit
      *              in PIKADON.DAT and an account with a movement
      *              still waiting in the warehouse MACHSAN.DAT (either
      *              side).
      *             *Computes interest on YITRA pro rata from the first
      *              of the closing month to the closing date with the
      *              LAKRIB rate table RIBIT.DAT (the monthly rate
      *              times the days elapsed over the days in the
      *              month), and the closing fee AMLAT SGIRA of the
      *              account's MATBEA from AMLOT.DAT.
      *             *Withholds tax (nikuy mas bamakor) from credit
      *              interest the way LAKRIB does: the rate comes from
      *              MAS.DAT by SUG LAKOACH of the account's owner
      *              (KSHARIM.DAT role R, else M, then LAKOACH.DAT; no
      *              owner on file counts as P prati), an account
      *              flagged PTOR MAS in LAKOCHOT.DAT is exempt, and a
      *              SUG LAKOACH missing from MAS.DAT is noted on the
      *              certificate and not taxed. The tax comes off the
      *              final balance.
      *             *Writes the movements that bring YITRA to zero to
      *              SGRTNU.DAT, posted by running LAKYOM with
      *              SGRTNU.DAT named in PARAM-YOM.DAT: credits first
      *              (credit interest, each followed at once by its tax,
      *              the sweep in of a debit balance), then debits
      *              (debit interest, fee, the sweep out of a credit
      *              balance), so no step goes below zero. The sweep is
      *              a transfer H with the target account or a
      *              CHOVA/ZCHUT for a cash or cheque payout. ASMACHTA
      *              is RB/MS/AM/SG, then S and
      *              the closed CHESHBON - LAKYOM lets exactly these
      *              post to the now sagur account.
      *             *Deletes the account's standing orders (HORAOT.DAT)
      *              and its frame (MISGAROT.DAT), sets MATZAV S in
      *              LAKOCHOT.DAT, and writes every one of these
      *              changes to the audit file BIKORET.DAT.
      *             *Prints a closure certificate per account
      *              (ISHUR-SGIRA.PRN) and the refusals with a run
      *              summary (SGIROT-CHARIGIM.PRN). Writes PTICHA and
      *              SIYUM records to RUNCTL.DAT (TAKALOT-A = refused,
      *              TAKALOT-B = closed with no interest rate or fee
      *              tariff for the MATBEA).
      *-----------------------------------------------------------------
       ENVIRONMENT                         DIVISION.
      *-----------------------------------------------------------------
       INPUT-OUTPUT                        SECTION.
      *-----------------------------------------------------------------
       FILE-CONTROL.
           SELECT K01-LAKOCHOT-FILE
             ASSIGN       TO "C:\COBOL-PROJECTS\DOCH\FILES\LAKOCHOT.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS DYNAMIC
             RECORD KEY   IS CHESHBON
             FILE STATUS  IS MH01-FILE-STS.

           SELECT K02-BAKASHOT-FILE
             ASSIGN       TO "C:\COBOL-PROJECTS\DOCH\FILES\SGRBKS.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS  IS MH01-FILE-STS.

           SELECT R01-RIBIT-FILE
             ASSIGN       TO "C:\COBOL-PROJECTS\DOCH\FILES\RIBIT.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS  IS MH01-FILE-STS.

           SELECT A01-AMLOT-FILE
             ASSIGN       TO "C:\COBOL-PROJECTS\DOCH\FILES\AMLOT.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS  IS MH01-FILE-STS.

           SELECT HK01-HORAOT-FILE
             ASSIGN       TO "C:\COBOL-PROJECTS\DOCH\FILES\HORAOT.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS DYNAMIC
             RECORD KEY   IS HK01-MAFTEACH
             FILE STATUS  IS MH01-FILE-STS.

           SELECT MS01-MISGAROT-FILE
             ASSIGN       TO "C:\COBOL-PROJECTS\DOCH\FILES\MISGAROT.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS DYNAMIC
             RECORD KEY   IS MS01-CHESHBON
             FILE STATUS  IS MH01-FILE-STS.

           SELECT IK01-IKULIM-FILE
             ASSIGN       TO "C:\COBOL-PROJECTS\DOCH\FILES\IKULIM.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS DYNAMIC
             RECORD KEY   IS IK01-MAFTEACH
             FILE STATUS  IS MH01-FILE-STS.

           SELECT PK01-PIKADON-FILE
             ASSIGN       TO "C:\COBOL-PROJECTS\DOCH\FILES\PIKADON.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS DYNAMIC
             RECORD KEY   IS PK01-MAFTEACH
             FILE STATUS  IS MH01-FILE-STS.

           SELECT MA01-MAS-FILE
             ASSIGN       TO "C:\COBOL-PROJECTS\DOCH\FILES\MAS.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
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

           SELECT W01-MACHSAN-FILE
             ASSIGN       TO "C:\COBOL-PROJECTS\DOCH\FILES\MACHSAN.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS  IS MH01-FILE-STS.

           SELECT T01-TNUOT-FILE
             ASSIGN       TO "C:\COBOL-PROJECTS\DOCH\FILES\SGRTNU.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS  IS MH01-FILE-STS.

           SELECT D01-ISHUR-PRN
             ASSIGN       TO
             "C:\COBOL-PROJECTS\DOCH\FILES\ISHUR-SGIRA.PRN"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS  IS MH01-FILE-STS.

           SELECT D02-CHARIGIM-PRN
             ASSIGN       TO
             "C:\COBOL-PROJECTS\DOCH\FILES\SGIROT-CHARIGIM.PRN"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS  IS MH01-FILE-STS.

           SELECT BK01-BIKORET-FILE
             ASSIGN       TO "C:\COBOL-PROJECTS\DOCH\FILES\BIKORET.DAT"
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
       FD K01-LAKOCHOT-FILE.
       01 K01-LAKOCHOT-REC.
           COPY "C:\COBOL-PROJECTS\DOCH\COPYS\LAKOCHOT.COB".

       FD K02-BAKASHOT-FILE
           RECORDING MODE F.
       01 K02-BAKASHA-REC.
           03 K02-CHESHBON                 PIC X(05).
           03 K02-TAARICH-SGIRA            PIC 9(8).
           03 K02-OFEN-TASHLUM             PIC X(01).
             88 K02-OFEN-MUKAR                       VALUE "H" "M" "C".
             88 K02-HAAVARA                                 VALUE "H".
             88 K02-MEZUMAN                                 VALUE "M".
             88 K02-CHEQUE                                  VALUE "C".
           03 K02-CHESHBON-YAAD            PIC X(05).

       FD R01-RIBIT-FILE
           RECORDING MODE F.
       01 R01-RIBIT-REC.
           03 R01-MATBEA                   PIC X(03).
           03 R01-SUG                      PIC X(01).
           03 R01-SCHUM-AD                 PIC 9(8)V99.
           03 R01-ACHUZ-SHANA              PIC 9(2)V9(3).

       FD A01-AMLOT-FILE
           RECORDING MODE F.
       01 A01-AMLA-REC.
           03 A01-MATBEA                   PIC X(03).
           03 A01-AMLA-KVUA                PIC 9(4)V99.
           03 A01-AMLA-TNUA                PIC 9(2)V99.
           03 A01-SAF-PTOR                 PIC 9(6)V99.
           03 A01-AMLAT-SGIRA              PIC 9(4)V99.

       FD HK01-HORAOT-FILE.
       01 HK01-HORAA-REC.
           COPY "C:\COBOL-PROJECTS\DOCH\COPYS\HORAOT.COB".

       FD MS01-MISGAROT-FILE.
       01 MS01-MISGERET-REC.
           COPY "C:\COBOL-PROJECTS\DOCH\COPYS\MISGROT.COB".

       FD IK01-IKULIM-FILE.
       01 IK01-IKUL-REC.
           COPY "C:\COBOL-PROJECTS\DOCH\COPYS\IKULIM.COB".

       FD PK01-PIKADON-FILE.
       01 PK01-PIKADON-REC.
           COPY "C:\COBOL-PROJECTS\DOCH\COPYS\PIKADON.COB".

       FD MA01-MAS-FILE
           RECORDING MODE F.
       01 MA01-MAS-REC.
           03 MA01-SUG-LAKOACH             PIC X(01).
           03 MA01-ACHUZ-MAS               PIC 9(2)V99.

       FD KS01-KSHARIM-FILE.
       01 KS01-KESHER-REC.
           COPY "C:\COBOL-PROJECTS\DOCH\COPYS\KSHARIM.COB".

       FD LC01-LAKOACH-FILE.
       01 LC01-LAKOACH-REC.
           COPY "C:\COBOL-PROJECTS\DOCH\COPYS\LAKOACH.COB".

       FD W01-MACHSAN-FILE
           RECORDING MODE F.
       01 W01-TNUA-REC.
           03 W01-CHESHBON                 PIC X(05).
           03 FILLER                       PIC X(30).
           03 W01-CHESHBON-NEGDI           PIC X(05).

       FD T01-TNUOT-FILE
           RECORDING MODE F.
       01 T01-TNUA-REC.
           COPY "C:\COBOL-PROJECTS\DOCH\COPYS\TNUKSF.COB".

       FD  D01-ISHUR-PRN
           LABEL RECORD IS OMITTED.
       01  D01-SHURA                       PIC X(80).

       FD  D02-CHARIGIM-PRN
           LABEL RECORD IS OMITTED.
       01  D02-SHURA                       PIC X(80).

       FD  BK01-BIKORET-FILE
           RECORDING MODE F.
       01  BK01-BIKORET-REC.
           COPY "C:\COBOL-PROJECTS\DOCH\COPYS\BIKORET.COB".

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
           03 C01-GODEL-TAVLAT-RIBIT       PIC 9(2)         VALUE 50.
           03 C02-GODEL-TAVLAT-AMLOT       PIC 9(2)         VALUE 10.
           03 C03-SUG-BRIRAT-MECHDAL       PIC X(01)        VALUE "P".
           03 C04-GODEL-TAVLAT-MAS         PIC 9(2)         VALUE 10.
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
           03 EZ06-TAARICH-SGIRA.
               05 EZ06-YYYY                PIC 9(4).
               05 EZ06-MM                  PIC 99.
               05 EZ06-DD                  PIC 99.
           03 EZ07-TCHILAT-CHODESH.
               05 EZ07-YYYY                PIC 9(4).
               05 EZ07-MM                  PIC 99.
               05 EZ07-DD                  PIC 99.
           03 EZ07-TCHILAT-CHODESH-N REDEFINES EZ07-TCHILAT-CHODESH
                                            PIC 9(8).
           03 EZ08-CHODESH-HABA.
               05 EZ08-YYYY                PIC 9(4).
               05 EZ08-MM                  PIC 99.
               05 EZ08-DD                  PIC 99.
           03 EZ08-CHODESH-HABA-N REDEFINES EZ08-CHODESH-HABA
                                            PIC 9(8).
           03 EZ09-YEMEI-CHODESH            PIC 9(2).
           03 EZ10-CHESHBON-SGIRA           PIC X(05).
           03 EZ11-SHEM                     PIC X(10).
           03 EZ12-SNIF                     PIC X(03).
           03 EZ13-MATBEA                   PIC X(03).
           03 EZ14-YITRA                    PIC S9(6)V99
                                            SIGN IS LEADING SEPARATE.
           03 EZ15-YITRA-MUCHLETET          PIC 9(6)V99.
           03 EZ16-SUG-RIBIT                PIC X(01).
           03 EZ17-SCHUM-RIBIT              PIC 9(6)V99.
           03 EZ18-ACHUZ-RIBIT              PIC 9(2)V9(3).
           03 EZ19-AMLAT-SGIRA              PIC 9(4)V99.
           03 EZ20-YITRA-SOFIT              PIC S9(8)V99
                                            SIGN IS LEADING SEPARATE.
           03 EZ21-SCHUM-SILUK              PIC 9(8)V99.
           03 EZ22-ASMACHTA.
               05 EZ22-KIDOMET             PIC X(02).
               05 FILLER                   PIC X(01)      VALUE "S".
               05 EZ22-CHESHBON            PIC X(05).
           03 EZ23-IX-SHAAR                 PIC 9(2).
           03 EZ24-IX-NIVCHAR               PIC 9(2).
           03 EZ25-SCHUM-AD-NIVCHAR         PIC 9(8)V99.
           03 EZ26-MISGERET-BUTLA           PIC 9(6)V99.
           03 EZ27-MONE-HORAOT-BUTLU        PIC 9(3).
           03 EZ28-KOVETZ-BIKORET           PIC X(08).
           03 EZ29-PEULA-BIKORET            PIC X(01).
           03 EZ30-MAFTEACH-BIKORET         PIC X(10).
           03 EZ31-PTOR-MAS                 PIC X(01).
             88 EZ31-PATUR                                 VALUE "Y".
           03 EZ32-SCHUM-MAS                PIC 9(6)V99.
           03 EZ33-SUG-LAKOACH              PIC X(01).
           03 EZ34-ZEHUT-BAAL               PIC X(09).
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
           03 M01-MONE-BAKASHOT             PIC 9(5)        VALUE ZERO.
           03 M02-MONE-NISGERU              PIC 9(5)        VALUE ZERO.
           03 M03-MONE-NIDCHU               PIC 9(5)        VALUE ZERO.
           03 M04-MONE-HORAOT               PIC 9(5)        VALUE ZERO.
           03 M05-MONE-MISGAROT             PIC 9(5)        VALUE ZERO.
           03 M06-MONE-TNUOT                PIC 9(5)        VALUE ZERO.
           03 M07-MONE-LELO-TAARIF          PIC 9(5)        VALUE ZERO.
           03 M08-MONE-MAS                  PIC 9(5)        VALUE ZERO.
           03 M09-MONE-PTURIM               PIC 9(5)        VALUE ZERO.
           03 M10-MONE-LELO-SHIUR           PIC 9(5)        VALUE ZERO.
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
               05 FILLER                   PIC X(34)      VALUE
                  "DOCH BAKASHOT SGIRA SHENIDCHU     ".
               05 SC01-TAARICH             PIC 9(8).
           03 SC02.
               05 FILLER                   PIC X(11)      VALUE SPACE.
               05 FILLER                   PIC X(8)       VALUE
                  "CHESHBON".
               05 FILLER                   PIC X(3)       VALUE SPACE.
               05 FILLER                   PIC X(8)       VALUE
                  "T.SGIRA".
               05 FILLER                   PIC X(3)       VALUE SPACE.
               05 FILLER                   PIC X(13)      VALUE
                  "SIBAT DECHIYA".
           03 SC03.
               05 FILLER                   PIC X(11)      VALUE SPACE.
               05 FILLER                   PIC X(8)       VALUE ALL '-'.
               05 FILLER                   PIC X(3)       VALUE SPACE.
               05 FILLER                   PIC X(8)       VALUE ALL '-'.
               05 FILLER                   PIC X(3)       VALUE SPACE.
               05 FILLER                   PIC X(40)      VALUE ALL '-'.
           03 SD01.
               05 FILLER                   PIC X(11)      VALUE SPACE.
               05 SD01-CHESHBON            PIC X(5).
               05 FILLER                   PIC X(6)       VALUE SPACE.
               05 SD01-TAARICH-SGIRA       PIC X(8).
               05 FILLER                   PIC X(3)       VALUE SPACE.
               05 SD01-SIBA                PIC X(40).
           03 SI01.
               05 FILLER                   PIC X(20)      VALUE SPACE.
               05 FILLER                   PIC X(30)      VALUE
                  "ISHUR SGIRAT CHESHBON".
               05 FILLER                   PIC X(8)       VALUE
                  "TAARICH ".
               05 SI01-TAARICH             PIC 9(8).
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
               05 SI03-TEUR                PIC X(36).
               05 SI03-SCHUM               PIC -ZZ,ZZZ,ZZ9.99.
           03 SI04.
               05 FILLER                   PIC X(8)       VALUE SPACE.
               05 SI04-TEUR                PIC X(36).
               05 SI04-MELEL               PIC X(34).
           03 SI05.
               05 FILLER                   PIC X(8)       VALUE SPACE.
               05 FILLER                   PIC X(22)      VALUE
                  "RIBIT PRO RATA - YAMIM".
               05 SI05-YAMIM               PIC ZZ9.
               05 FILLER                   PIC X(3)       VALUE
                  " / ".
               05 SI05-YEMEI-CHODESH       PIC Z9.
               05 FILLER                   PIC X(11)      VALUE
                  "  ACHUZ:   ".
               05 SI05-ACHUZ               PIC Z9.999.
           03 ST01.
               05 FILLER                   PIC X(10)      VALUE SPACE.
               05 ST01-MONE                PIC ZZZZ9.
               05 FILLER                   PIC X(2)       VALUE SPACE.
               05 ST01-SACH                PIC X(40)      VALUE
                  ": BAKASHOT SGIRA NIKRAU".
           03 ST02.
               05 FILLER                   PIC X(10)      VALUE SPACE.
               05 ST02-MONE                PIC ZZZZ9.
               05 FILLER                   PIC X(2)       VALUE SPACE.
               05 ST02-SACH                PIC X(40)      VALUE
                  ": CHESHBONOT NISGERU".
           03 ST03.
               05 FILLER                   PIC X(10)      VALUE SPACE.
               05 ST03-MONE                PIC ZZZZ9.
               05 FILLER                   PIC X(2)       VALUE SPACE.
               05 ST03-SACH                PIC X(40)      VALUE
                  ": BAKASHOT SHENIDCHU".
           03 ST04.
               05 FILLER                   PIC X(10)      VALUE SPACE.
               05 ST04-MONE                PIC ZZZZ9.
               05 FILLER                   PIC X(2)       VALUE SPACE.
               05 ST04-SACH                PIC X(40)      VALUE
                  ": HORAOT KEVA SHEBUTLU".
           03 ST05.
               05 FILLER                   PIC X(10)      VALUE SPACE.
               05 ST05-MONE                PIC ZZZZ9.
               05 FILLER                   PIC X(2)       VALUE SPACE.
               05 ST05-SACH                PIC X(40)      VALUE
                  ": MISGROT ASHRAI SHEBUTLU".
           03 ST06.
               05 FILLER                   PIC X(10)      VALUE SPACE.
               05 ST06-MONE                PIC ZZZZ9.
               05 FILLER                   PIC X(2)       VALUE SPACE.
               05 ST06-SACH                PIC X(40)      VALUE
                  ": TNUOT NICHTEVU LESGRTNU".
           03 ST07.
               05 FILLER                   PIC X(10)      VALUE SPACE.
               05 ST07-MONE                PIC ZZZZ9.
               05 FILLER                   PIC X(2)       VALUE SPACE.
               05 ST07-SACH                PIC X(40)      VALUE
                  ": NISGERU LELO SHAAR RIBIT O TAARIF".
           03 ST08.
               05 FILLER                   PIC X(10)      VALUE SPACE.
               05 ST08-MONE                PIC ZZZZ9.
               05 FILLER                   PIC X(2)       VALUE SPACE.
               05 ST08-SACH                PIC X(40)      VALUE
                  ": TNUOT NIKUY MAS BAMAKOR".
           03 ST09.
               05 FILLER                   PIC X(10)      VALUE SPACE.
               05 ST09-MONE                PIC ZZZZ9.
               05 FILLER                   PIC X(2)       VALUE SPACE.
               05 ST09-SACH                PIC X(40)      VALUE
                  ": CHESHBONOT PTURIM MIMAS".
           03 ST10.
               05 FILLER                   PIC X(10)      VALUE SPACE.
               05 ST10-MONE                PIC ZZZZ9.
               05 FILLER                   PIC X(2)       VALUE SPACE.
               05 ST10-SACH                PIC X(40)      VALUE
                  ": LELO SHIUR MAS LESUG HALAKOACH".
      *-----------------------------------------------------------------
      *SWxx-METAGIM
      *-----------------------------------------------------------------
       01 SW00.
           03 SW01-K01                     PIC S9(4) BINARY VALUE 99.
           COPY "C:\COBOL-PROJECTS\DOCH\COPYS\SWK.COB".

           03 SW02-K02                     PIC S9(4) BINARY VALUE 99.
           COPY "C:\COBOL-PROJECTS\DOCH\COPYS\SWK.COB".

           03 SW03-R01                     PIC S9(4) BINARY VALUE 99.
           COPY "C:\COBOL-PROJECTS\DOCH\COPYS\SWK.COB".

           03 SW04-A01                     PIC S9(4) BINARY VALUE 99.
           COPY "C:\COBOL-PROJECTS\DOCH\COPYS\SWK.COB".

           03 SW05-HK01                    PIC S9(4) BINARY VALUE 99.
           COPY "C:\COBOL-PROJECTS\DOCH\COPYS\SWK.COB".

           03 SW06-MS01                    PIC S9(4) BINARY VALUE 99.
           COPY "C:\COBOL-PROJECTS\DOCH\COPYS\SWK.COB".

           03 SW07-IK01                    PIC S9(4) BINARY VALUE 99.
           COPY "C:\COBOL-PROJECTS\DOCH\COPYS\SWK.COB".

           03 SW08-W01                     PIC S9(4) BINARY VALUE 99.
           COPY "C:\COBOL-PROJECTS\DOCH\COPYS\SWK.COB".

           03 SW09-T01                     PIC S9(4) BINARY VALUE 99.
           COPY "C:\COBOL-PROJECTS\DOCH\COPYS\SWK.COB".

           03 SW10-D01                     PIC S9(4) BINARY VALUE 99.
           COPY "C:\COBOL-PROJECTS\DOCH\COPYS\SWK.COB".

           03 SW11-D02                     PIC S9(4) BINARY VALUE 99.
           COPY "C:\COBOL-PROJECTS\DOCH\COPYS\SWK.COB".

           03 SW12-BK01                    PIC S9(4) BINARY VALUE 99.
           COPY "C:\COBOL-PROJECTS\DOCH\COPYS\SWK.COB".

           03 SW13-RC01                    PIC S9(4) BINARY VALUE 99.
           COPY "C:\COBOL-PROJECTS\DOCH\COPYS\SWK.COB".

           03 SW14-HORAOT-KAYAM            PIC 9.
             88 SW14-KEN                   VALUE 1.
             88 SW14-LO                    VALUE 0.

           03 SW15-MISGAROT-KAYAM          PIC 9.
             88 SW15-KEN                   VALUE 1.
             88 SW15-LO                    VALUE 0.

           03 SW16-IKULIM-KAYAM            PIC 9.
             88 SW16-KEN                   VALUE 1.
             88 SW16-LO                    VALUE 0.

           03 SW17-SOF-SRIKA               PIC 9.
             88 SW17-SOF                   VALUE 1.
             88 SW17-YESH                  VALUE 0.

           03 SW18-NIMTZA                  PIC 9.
             88 SW18-KEN                   VALUE 1.
             88 SW18-LO                    VALUE 0.

           03 SW19-SHAAR-RIBIT             PIC 9.
             88 SW19-KEN                   VALUE 1.
             88 SW19-LO                    VALUE 0.

           03 SW20-TAARIF-AMLA             PIC 9.
             88 SW20-KEN                   VALUE 1.
             88 SW20-LO                    VALUE 0.

           03 SW21-PK01                    PIC S9(4) BINARY VALUE 99.
           COPY "C:\COBOL-PROJECTS\DOCH\COPYS\SWK.COB".

           03 SW22-PIKADON-KAYAM           PIC 9.
             88 SW22-KEN                   VALUE 1.
             88 SW22-LO                    VALUE 0.

           03 SW23-MA01                    PIC S9(4) BINARY VALUE 99.
           COPY "C:\COBOL-PROJECTS\DOCH\COPYS\SWK.COB".

           03 SW24-KS01                    PIC S9(4) BINARY VALUE 99.
           COPY "C:\COBOL-PROJECTS\DOCH\COPYS\SWK.COB".

           03 SW25-LC01                    PIC S9(4) BINARY VALUE 99.
           COPY "C:\COBOL-PROJECTS\DOCH\COPYS\SWK.COB".

           03 SW26-LAKOACH-KAYAM           PIC 9.
             88 SW26-KEN                   VALUE 1.
             88 SW26-LO                    VALUE 0.

           03 SW27-SHIUR-NIMTZA            PIC 9.
             88 SW27-KEN                   VALUE 1.
             88 SW27-LO                    VALUE 0.
      *-----------------------------------------------------------------
      *TVxx-TAVLAOT
      *-----------------------------------------------------------------
       01 TV20.
           03 TV02-MONE-RIBIT              PIC 9(2)          VALUE ZERO.
           03 TV02-SHAAREI-RIBIT OCCURS 1 TO 50 TIMES
                            DEPENDING ON TV02-MONE-RIBIT
                            INDEXED BY TV02-IX.
               05 TV02-MATBEA               PIC X(03).
               05 TV02-SUG                  PIC X(01).
               05 TV02-SCHUM-AD             PIC 9(8)V99.
               05 TV02-ACHUZ-SHANA          PIC 9(2)V9(3).

       01 TV30.
           03 TV03-MONE-AMLOT              PIC 9(2)          VALUE ZERO.
           03 TV03-AMLOT OCCURS 1 TO 10 TIMES
                            DEPENDING ON TV03-MONE-AMLOT
                            INDEXED BY TV03-IX.
               05 TV03-MATBEA               PIC X(03).
               05 TV03-AMLAT-SGIRA          PIC 9(4)V99.

       01 TV40.
           03 TV04-MONE-MAS                PIC 9(2)          VALUE ZERO.
           03 TV04-SHIUREI-MAS OCCURS 1 TO 10 TIMES
                            DEPENDING ON TV04-MONE-MAS
                            INDEXED BY TV04-IX.
               05 TV04-SUG-LAKOACH          PIC X(01).
               05 TV04-ACHUZ-MAS            PIC 9(2)V99.
      *-----------------------------------------------------------------
       PROCEDURE                           DIVISION.
      *-----------------------------------------------------------------
       DECLARATIVES.
      *-----------------------------------------------------------------
       DC1-K01                              SECTION.
      *-----------------------------------------------------------------
           USE AFTER STANDARD ERROR PROCEDURE ON K01-LAKOCHOT-FILE.
       DC1-00.
           MOVE "C:\COBOL-PROJECTS\DOCH\FILES\LAKOCHOT.DAT" TO
                                                             SHEM-KOVETZ
           PERFORM ZT-TAKALOT.
       DC1-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       DC2-K02                             SECTION.
      *-----------------------------------------------------------------
           USE AFTER STANDARD ERROR PROCEDURE ON K02-BAKASHOT-FILE.
       DC2-00.
           MOVE "C:\COBOL-PROJECTS\DOCH\FILES\SGRBKS.DAT" TO SHEM-KOVETZ
           PERFORM ZT-TAKALOT.
       DC2-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       DC3-R01                             SECTION.
      *-----------------------------------------------------------------
           USE AFTER STANDARD ERROR PROCEDURE ON R01-RIBIT-FILE.
       DC3-00.
           MOVE "C:\COBOL-PROJECTS\DOCH\FILES\RIBIT.DAT" TO SHEM-KOVETZ
           PERFORM ZT-TAKALOT.
       DC3-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       DC4-A01                             SECTION.
      *-----------------------------------------------------------------
           USE AFTER STANDARD ERROR PROCEDURE ON A01-AMLOT-FILE.
       DC4-00.
           MOVE "C:\COBOL-PROJECTS\DOCH\FILES\AMLOT.DAT" TO SHEM-KOVETZ
           PERFORM ZT-TAKALOT.
       DC4-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       DC5-HK01                            SECTION.
      *-----------------------------------------------------------------
           USE AFTER STANDARD ERROR PROCEDURE ON HK01-HORAOT-FILE.
       DC5-00.
           IF MH01-FILE-STS NOT = "35"
               MOVE "C:\COBOL-PROJECTS\DOCH\FILES\HORAOT.DAT" TO
                                                             SHEM-KOVETZ
               PERFORM ZT-TAKALOT
           END-IF.
       DC5-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       DC6-MS01                            SECTION.
      *-----------------------------------------------------------------
           USE AFTER STANDARD ERROR PROCEDURE ON MS01-MISGAROT-FILE.
       DC6-00.
           IF MH01-FILE-STS NOT = "35"
               MOVE "C:\COBOL-PROJECTS\DOCH\FILES\MISGAROT.DAT" TO
                                                             SHEM-KOVETZ
               PERFORM ZT-TAKALOT
           END-IF.
       DC6-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       DC7-IK01                            SECTION.
      *-----------------------------------------------------------------
           USE AFTER STANDARD ERROR PROCEDURE ON IK01-IKULIM-FILE.
       DC7-00.
           IF MH01-FILE-STS NOT = "35"
               MOVE "C:\COBOL-PROJECTS\DOCH\FILES\IKULIM.DAT" TO
                                                             SHEM-KOVETZ
               PERFORM ZT-TAKALOT
           END-IF.
       DC7-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       DC8-W01                             SECTION.
      *-----------------------------------------------------------------
           USE AFTER STANDARD ERROR PROCEDURE ON W01-MACHSAN-FILE.
       DC8-00.
           IF MH01-FILE-STS NOT = "35"
               MOVE "C:\COBOL-PROJECTS\DOCH\FILES\MACHSAN.DAT" TO
                                                             SHEM-KOVETZ
               PERFORM ZT-TAKALOT
           END-IF.
       DC8-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       DC9-T01                             SECTION.
      *-----------------------------------------------------------------
           USE AFTER STANDARD ERROR PROCEDURE ON T01-TNUOT-FILE.
       DC9-00.
           MOVE "C:\COBOL-PROJECTS\DOCH\FILES\SGRTNU.DAT" TO SHEM-KOVETZ
           PERFORM ZT-TAKALOT.
       DC9-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       DC10-D01                            SECTION.
      *-----------------------------------------------------------------
           USE AFTER STANDARD ERROR PROCEDURE ON D01-ISHUR-PRN.
       DC10-00.
           MOVE "C:\COBOL-PROJECTS\DOCH\FILES\ISHUR-SGIRA.PRN" TO
                                                             SHEM-KOVETZ
           PERFORM ZT-TAKALOT.
       DC10-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       DC11-D02                            SECTION.
      *-----------------------------------------------------------------
           USE AFTER STANDARD ERROR PROCEDURE ON D02-CHARIGIM-PRN.
       DC11-00.
           MOVE "C:\COBOL-PROJECTS\DOCH\FILES\SGIROT-CHARIGIM.PRN" TO
                                                             SHEM-KOVETZ
           PERFORM ZT-TAKALOT.
       DC11-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       DC12-BK01                           SECTION.
      *-----------------------------------------------------------------
           USE AFTER STANDARD ERROR PROCEDURE ON BK01-BIKORET-FILE.
       DC12-00.
           IF MH01-FILE-STS NOT = "35"
               MOVE "C:\COBOL-PROJECTS\DOCH\FILES\BIKORET.DAT" TO
                                                             SHEM-KOVETZ
               PERFORM ZT-TAKALOT
           END-IF.
       DC12-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       DC13-RC01                           SECTION.
      *-----------------------------------------------------------------
           USE AFTER STANDARD ERROR PROCEDURE ON RC01-RUNCTL-FILE.
       DC13-00.
           IF MH01-FILE-STS NOT = "35"
               MOVE "C:\COBOL-PROJECTS\DOCH\FILES\RUNCTL.DAT" TO
                                                             SHEM-KOVETZ
               PERFORM ZT-TAKALOT
           END-IF.
       DC13-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       DC14-PK01                           SECTION.
      *-----------------------------------------------------------------
           USE AFTER STANDARD ERROR PROCEDURE ON PK01-PIKADON-FILE.
       DC14-00.
           IF MH01-FILE-STS NOT = "35"
               MOVE "C:\COBOL-PROJECTS\DOCH\FILES\PIKADON.DAT" TO
                                                             SHEM-KOVETZ
               PERFORM ZT-TAKALOT
           END-IF.
       DC14-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       DC15-MA01                           SECTION.
      *-----------------------------------------------------------------
           USE AFTER STANDARD ERROR PROCEDURE ON MA01-MAS-FILE.
       DC15-00.
           IF MH01-FILE-STS NOT = "35"
               MOVE "C:\COBOL-PROJECTS\DOCH\FILES\MAS.DAT" TO
                                                             SHEM-KOVETZ
               PERFORM ZT-TAKALOT
           END-IF.
       DC15-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       DC16-KS01                           SECTION.
      *-----------------------------------------------------------------
           USE AFTER STANDARD ERROR PROCEDURE ON KS01-KSHARIM-FILE.
       DC16-00.
           IF MH01-FILE-STS NOT = "35"
               MOVE "C:\COBOL-PROJECTS\DOCH\FILES\KSHARIM.DAT" TO
                                                             SHEM-KOVETZ
               PERFORM ZT-TAKALOT
           END-IF.
       DC16-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       DC17-LC01                           SECTION.
      *-----------------------------------------------------------------
           USE AFTER STANDARD ERROR PROCEDURE ON LC01-LAKOACH-FILE.
       DC17-00.
           IF MH01-FILE-STS NOT = "35"
               MOVE "C:\COBOL-PROJECTS\DOCH\FILES\LAKOACH.DAT" TO
                                                             SHEM-KOVETZ
               PERFORM ZT-TAKALOT
           END-IF.
       DC17-EXIT.
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
               PERFORM B-TIPUL-BAKASHA
               PERFORM C-KRIAT-BAKASHA
           END-PERFORM
           PERFORM     ZZ-SYIUM-TOCHNIT
           STOP RUN.
       A-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       B-TIPUL-BAKASHA                     SECTION.
      *-----------------------------------------------------------------
       B-00.
           MOVE "B-TIPUL-BAKASHA" TO SHEM-SEC

           IF K02-TAARICH-SGIRA NUMERIC
              AND K02-TAARICH-SGIRA NOT = ZERO
               MOVE K02-TAARICH-SGIRA TO EZ06-TAARICH-SGIRA
           ELSE
               MOVE EZ03-TAARICH      TO EZ06-TAARICH-SGIRA
           END-IF

           MOVE K02-CHESHBON TO CHESHBON IN K01-LAKOCHOT-REC

           READ K01-LAKOCHOT-FILE
               INVALID KEY
                   MOVE "CHESHBON LO KAYAM" TO EZ02-SIBAT-DCHIYA
                   PERFORM J-DCHIYA
               NOT INVALID KEY
                   PERFORM D-BDIKAT-BAKASHA
           END-READ.
       B-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       C-KRIAT-BAKASHA                     SECTION.
      *-----------------------------------------------------------------
       C-00.
           MOVE "C-KRIAT-BAKASHA" TO SHEM-SEC

           READ K02-BAKASHOT-FILE
               AT END
                   SET SOF IN SW02-K02 TO TRUE
               NOT AT END
                   ADD 1 TO M01-MONE-BAKASHOT
           END-READ.
       C-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       D-BDIKAT-BAKASHA                    SECTION.
      *-----------------------------------------------------------------
       D-00.
           MOVE "D-BDIKAT-BAKASHA" TO SHEM-SEC

           MOVE CHESHBON IN K01-LAKOCHOT-REC TO EZ10-CHESHBON-SGIRA
           MOVE SHEM     IN K01-LAKOCHOT-REC TO EZ11-SHEM
           MOVE SNIF     IN K01-LAKOCHOT-REC TO EZ12-SNIF
           MOVE MATBEA   IN K01-LAKOCHOT-REC TO EZ13-MATBEA
           MOVE YITRA    IN K01-LAKOCHOT-REC TO EZ14-YITRA
           MOVE PTOR-MAS IN K01-LAKOCHOT-REC TO EZ31-PTOR-MAS

           EVALUATE TRUE
             WHEN MATZAV-SAGUR
                  MOVE "CHESHBON KVAR SAGUR" TO EZ02-SIBAT-DCHIYA
                  PERFORM J-DCHIYA
             WHEN MATZAV-KAFU
                  MOVE "CHESHBON KAFU - SGIRA ASURA" TO
                                                     EZ02-SIBAT-DCHIYA
                  PERFORM J-DCHIYA
             WHEN K02-TAARICH-SGIRA NOT NUMERIC
                  MOVE "TAARICH SGIRA LO NUMERI" TO EZ02-SIBAT-DCHIYA
                  PERFORM J-DCHIYA
             WHEN EZ06-TAARICH-SGIRA > EZ03-TAARICH
                  MOVE "TAARICH SGIRA ATIDI" TO EZ02-SIBAT-DCHIYA
                  PERFORM J-DCHIYA
             WHEN EZ06-MM < 1 OR EZ06-MM > 12
               OR EZ06-DD < 1 OR EZ06-DD > 31
                  MOVE "TAARICH SGIRA LO CHUKI" TO EZ02-SIBAT-DCHIYA
                  PERFORM J-DCHIYA
             WHEN NOT K02-OFEN-MUKAR
                  MOVE "OFEN TASHLUM LO MUKAR" TO EZ02-SIBAT-DCHIYA
                  PERFORM J-DCHIYA
             WHEN K02-HAAVARA
              AND K02-CHESHBON-YAAD = SPACE
                  MOVE "CHESHBON YAAD CHASER" TO EZ02-SIBAT-DCHIYA
                  PERFORM J-DCHIYA
             WHEN K02-HAAVARA
              AND K02-CHESHBON-YAAD = K02-CHESHBON
                  MOVE "CHESHBON YAAD ZEHE LACHESHBON" TO
                                                     EZ02-SIBAT-DCHIYA
                  PERFORM J-DCHIYA
             WHEN K02-HAAVARA
                  PERFORM E-BDIKAT-YAAD
             WHEN OTHER
                  PERFORM G-BDIKAT-IKULIM
           END-EVALUATE.
       D-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       E-BDIKAT-YAAD                       SECTION.
      *-----------------------------------------------------------------
       E-00.
           MOVE "E-BDIKAT-YAAD" TO SHEM-SEC

           MOVE K02-CHESHBON-YAAD TO CHESHBON IN K01-LAKOCHOT-REC

           READ K01-LAKOCHOT-FILE
               INVALID KEY
                   MOVE "CHESHBON YAAD LO KAYAM" TO EZ02-SIBAT-DCHIYA
                   PERFORM J-DCHIYA
               NOT INVALID KEY
                   EVALUATE TRUE
                     WHEN MATZAV-KAFU OR MATZAV-SAGUR
                          MOVE "CHESHBON YAAD KAFU O SAGUR" TO
                                                     EZ02-SIBAT-DCHIYA
                          PERFORM J-DCHIYA
                     WHEN MATBEA IN K01-LAKOCHOT-REC NOT = EZ13-MATBEA
                          MOVE "MATBEA CHESHBON YAAD SHONE" TO
                                                     EZ02-SIBAT-DCHIYA
                          PERFORM J-DCHIYA
                     WHEN OTHER
                          PERFORM G-BDIKAT-IKULIM
                   END-EVALUATE
           END-READ.
       E-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       G-BDIKAT-IKULIM                     SECTION.
      *-----------------------------------------------------------------
       G-00.
           MOVE "G-BDIKAT-IKULIM" TO SHEM-SEC
           SET  SW18-LO           TO TRUE

           IF SW16-KEN
               SET  SW17-YESH         TO TRUE
               MOVE EZ10-CHESHBON-SGIRA TO IK01-CHESHBON
               MOVE ZERO                TO IK01-MISPAR-IKUL

               START IK01-IKULIM-FILE
                   KEY IS NOT LESS THAN IK01-MAFTEACH
                   INVALID KEY
                       SET SW17-SOF TO TRUE
               END-START

               PERFORM G-01-KRIAT-IKUL
                   UNTIL SW17-SOF
           END-IF

           IF SW18-KEN
               MOVE "YESH IKULIM PEILIM AL HACHESHBON" TO
                                                     EZ02-SIBAT-DCHIYA
               PERFORM J-DCHIYA
           ELSE
               PERFORM F-BDIKAT-PIKADON
           END-IF.
       G-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       G-01-KRIAT-IKUL                     SECTION.
      *-----------------------------------------------------------------
       G-01-00.
           READ IK01-IKULIM-FILE NEXT RECORD
               AT END
                   SET SW17-SOF TO TRUE
               NOT AT END
                   IF IK01-CHESHBON NOT = EZ10-CHESHBON-SGIRA
                       SET SW17-SOF TO TRUE
                   ELSE
                       IF IK01-TAARICH-HATCHALA NOT > EZ03-TAARICH
                          AND (IK01-TAARICH-SHICHRUR = ZERO
                           OR  IK01-TAARICH-SHICHRUR > EZ03-TAARICH)
                           SET SW18-KEN TO TRUE
                           SET SW17-SOF TO TRUE
                       END-IF
                   END-IF
           END-READ.
       G-01-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       F-BDIKAT-PIKADON                    SECTION.
      *-----------------------------------------------------------------
       F-00.
           MOVE "F-BDIKAT-PIKADON" TO SHEM-SEC
           SET  SW18-LO            TO TRUE

           IF SW22-KEN
               SET  SW17-YESH           TO TRUE
               MOVE EZ10-CHESHBON-SGIRA TO PK01-CHESHBON
               MOVE ZERO                TO PK01-MISPAR-PIKADON

               START PK01-PIKADON-FILE
                   KEY IS NOT LESS THAN PK01-MAFTEACH
                   INVALID KEY
                       SET SW17-SOF TO TRUE
               END-START

               PERFORM F-01-KRIAT-PIKADON
                   UNTIL SW17-SOF
           END-IF

           IF SW18-KEN
               MOVE "YESH PIKADON PAIL AL HACHESHBON" TO
                                                     EZ02-SIBAT-DCHIYA
               PERFORM J-DCHIYA
           ELSE
               PERFORM H-BDIKAT-MACHSAN
           END-IF.
       F-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       F-01-KRIAT-PIKADON                  SECTION.
      *-----------------------------------------------------------------
       F-01-00.
           READ PK01-PIKADON-FILE NEXT RECORD
               AT END
                   SET SW17-SOF TO TRUE
               NOT AT END
                   IF PK01-CHESHBON NOT = EZ10-CHESHBON-SGIRA
                       SET SW17-SOF TO TRUE
                   ELSE
                       IF PK01-PAIL
                           SET SW18-KEN TO TRUE
                           SET SW17-SOF TO TRUE
                       END-IF
                   END-IF
           END-READ.
       F-01-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       H-BDIKAT-MACHSAN                    SECTION.
      *-----------------------------------------------------------------
       H-00.
           MOVE "H-BDIKAT-MACHSAN" TO SHEM-SEC
           SET  SW18-LO            TO TRUE

           OPEN INPUT W01-MACHSAN-FILE
           IF MH01-FS-TAKIN
               SET  MAMSHICH IN SW08-W01 TO TRUE
               SET  SW17-YESH            TO TRUE
               PERFORM H-01-KRIAT-MACHSAN
                   UNTIL SW17-SOF
               CLOSE W01-MACHSAN-FILE
               SET  SAGUR IN SW08-W01 TO TRUE
           END-IF

           IF SW18-KEN
               MOVE "YESH TNUA PTUCHA BEMACHSAN" TO EZ02-SIBAT-DCHIYA
               PERFORM J-DCHIYA
           ELSE
               PERFORM I-BITZUA-SGIRA
           END-IF.
       H-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       H-01-KRIAT-MACHSAN                  SECTION.
      *-----------------------------------------------------------------
       H-01-00.
           READ W01-MACHSAN-FILE
               AT END
                   SET SW17-SOF TO TRUE
               NOT AT END
                   IF W01-CHESHBON       = EZ10-CHESHBON-SGIRA
                      OR W01-CHESHBON-NEGDI = EZ10-CHESHBON-SGIRA
                       SET SW18-KEN TO TRUE
                       SET SW17-SOF TO TRUE
                   END-IF
           END-READ.
       H-01-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       I-BITZUA-SGIRA                      SECTION.
      *-----------------------------------------------------------------
       I-00.
           MOVE "I-BITZUA-SGIRA" TO SHEM-SEC

           PERFORM I-01-CHISHUV-RIBIT
           PERFORM I-02-CHISHUV-AMLA

           MOVE ZERO     TO EZ32-SCHUM-MAS
           MOVE SPACE    TO EZ33-SUG-LAKOACH
           SET  SW27-KEN TO TRUE
           IF EZ16-SUG-RIBIT = "Z" AND EZ17-SCHUM-RIBIT > ZERO
               PERFORM M-CHISHUV-MAS
           END-IF

           COMPUTE EZ20-YITRA-SOFIT = EZ14-YITRA - EZ19-AMLAT-SGIRA
           IF EZ16-SUG-RIBIT = "Z"
               ADD      EZ17-SCHUM-RIBIT TO   EZ20-YITRA-SOFIT
               SUBTRACT EZ32-SCHUM-MAS   FROM EZ20-YITRA-SOFIT
           ELSE
               SUBTRACT EZ17-SCHUM-RIBIT FROM EZ20-YITRA-SOFIT
           END-IF

           IF EZ20-YITRA-SOFIT < ZERO
               COMPUTE EZ21-SCHUM-SILUK = ZERO - EZ20-YITRA-SOFIT
           ELSE
               MOVE EZ20-YITRA-SOFIT TO EZ21-SCHUM-SILUK
           END-IF

           PERFORM I-03-KTIVAT-TNUOT
           PERFORM I-04-BITUL-HORAOT
           PERFORM I-05-BITUL-MISGERET
           PERFORM I-06-SGIRAT-CHESHBON
           PERFORM I-07-HADPASAT-ISHUR

           IF SW19-LO OR SW20-LO
               ADD 1 TO M07-MONE-LELO-TAARIF
           END-IF
           ADD 1 TO M02-MONE-NISGERU.
       I-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       I-01-CHISHUV-RIBIT                  SECTION.
      *-----------------------------------------------------------------
       I-01-00.
           MOVE "I-01-CHISHUV-RIBIT" TO SHEM-SEC
           MOVE ZERO                 TO EZ17-SCHUM-RIBIT
                                        EZ18-ACHUZ-RIBIT
           SET  SW19-KEN             TO TRUE

           MOVE EZ06-YYYY TO EZ07-YYYY
           MOVE EZ06-MM   TO EZ07-MM
           MOVE 1         TO EZ07-DD
           MOVE 1         TO EZ08-DD
           IF EZ06-MM = 12
               COMPUTE EZ08-YYYY = EZ06-YYYY + 1
               MOVE 1         TO EZ08-MM
           ELSE
               MOVE EZ06-YYYY TO EZ08-YYYY
               COMPUTE EZ08-MM = EZ06-MM + 1
           END-IF
           COMPUTE EZ09-YEMEI-CHODESH =
                   FUNCTION INTEGER-OF-DATE(EZ08-CHODESH-HABA-N)
                 - FUNCTION INTEGER-OF-DATE(EZ07-TCHILAT-CHODESH-N)

           EVALUATE TRUE
             WHEN EZ14-YITRA > ZERO
                  MOVE "Z" TO EZ16-SUG-RIBIT
                  MOVE EZ14-YITRA TO EZ15-YITRA-MUCHLETET
             WHEN EZ14-YITRA < ZERO
                  MOVE "C" TO EZ16-SUG-RIBIT
                  COMPUTE EZ15-YITRA-MUCHLETET = ZERO - EZ14-YITRA
             WHEN OTHER
                  MOVE SPACE TO EZ16-SUG-RIBIT
                  MOVE ZERO  TO EZ15-YITRA-MUCHLETET
           END-EVALUATE

           IF EZ15-YITRA-MUCHLETET > ZERO
               PERFORM X-CHIPUS-SHAAR
               IF SW19-KEN
                   MOVE TV02-ACHUZ-SHANA(TV02-IX) TO EZ18-ACHUZ-RIBIT
                   COMPUTE EZ17-SCHUM-RIBIT ROUNDED =
                           EZ15-YITRA-MUCHLETET * EZ18-ACHUZ-RIBIT
                         * EZ06-DD / (1200 * EZ09-YEMEI-CHODESH)
               END-IF
           END-IF.
       I-01-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       I-02-CHISHUV-AMLA                   SECTION.
      *-----------------------------------------------------------------
       I-02-00.
           MOVE "I-02-CHISHUV-AMLA" TO SHEM-SEC
           MOVE ZERO                TO EZ19-AMLAT-SGIRA
           SET  SW20-LO             TO TRUE

           PERFORM VARYING TV03-IX FROM 1 BY 1
                   UNTIL TV03-IX > TV03-MONE-AMLOT OR SW20-KEN
               IF TV03-MATBEA(TV03-IX) = EZ13-MATBEA
                   MOVE TV03-AMLAT-SGIRA(TV03-IX) TO EZ19-AMLAT-SGIRA
                   SET  SW20-KEN TO TRUE
               END-IF
           END-PERFORM.
       I-02-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       I-03-KTIVAT-TNUOT                   SECTION.
      *-----------------------------------------------------------------
       I-03-00.
           MOVE "I-03-KTIVAT-TNUOT" TO SHEM-SEC
           MOVE EZ10-CHESHBON-SGIRA TO EZ22-CHESHBON

           IF EZ16-SUG-RIBIT = "Z" AND EZ17-SCHUM-RIBIT > ZERO
               MOVE "RB"                TO EZ22-KIDOMET
               MOVE EZ10-CHESHBON-SGIRA TO TN01-CHESHBON
               MOVE "Z"                 TO TN01-KOD-PEULA
               MOVE EZ17-SCHUM-RIBIT    TO TN01-SCHUM
               MOVE SPACE               TO TN01-CHESHBON-NEGDI
               PERFORM I-08-KTIVAT-TNUA
           END-IF

           IF EZ32-SCHUM-MAS > ZERO
               MOVE "MS"                TO EZ22-KIDOMET
               MOVE EZ10-CHESHBON-SGIRA TO TN01-CHESHBON
               MOVE "C"                 TO TN01-KOD-PEULA
               MOVE EZ32-SCHUM-MAS      TO TN01-SCHUM
               MOVE SPACE               TO TN01-CHESHBON-NEGDI
               PERFORM I-08-KTIVAT-TNUA
               ADD  1 TO M08-MONE-MAS
           END-IF

           IF EZ20-YITRA-SOFIT < ZERO
               MOVE "SG"                TO EZ22-KIDOMET
               MOVE EZ21-SCHUM-SILUK    TO TN01-SCHUM
               IF K02-HAAVARA
                   MOVE K02-CHESHBON-YAAD   TO TN01-CHESHBON
                   MOVE "H"                 TO TN01-KOD-PEULA
                   MOVE EZ10-CHESHBON-SGIRA TO TN01-CHESHBON-NEGDI
               ELSE
                   MOVE EZ10-CHESHBON-SGIRA TO TN01-CHESHBON
                   MOVE "Z"                 TO TN01-KOD-PEULA
                   MOVE SPACE               TO TN01-CHESHBON-NEGDI
               END-IF
               PERFORM I-08-KTIVAT-TNUA
           END-IF

           IF EZ16-SUG-RIBIT = "C" AND EZ17-SCHUM-RIBIT > ZERO
               MOVE "RB"                TO EZ22-KIDOMET
               MOVE EZ10-CHESHBON-SGIRA TO TN01-CHESHBON
               MOVE "C"                 TO TN01-KOD-PEULA
               MOVE EZ17-SCHUM-RIBIT    TO TN01-SCHUM
               MOVE SPACE               TO TN01-CHESHBON-NEGDI
               PERFORM I-08-KTIVAT-TNUA
           END-IF

           IF EZ19-AMLAT-SGIRA > ZERO
               MOVE "AM"                TO EZ22-KIDOMET
               MOVE EZ10-CHESHBON-SGIRA TO TN01-CHESHBON
               MOVE "C"                 TO TN01-KOD-PEULA
               MOVE EZ19-AMLAT-SGIRA    TO TN01-SCHUM
               MOVE SPACE               TO TN01-CHESHBON-NEGDI
               PERFORM I-08-KTIVAT-TNUA
           END-IF

           IF EZ20-YITRA-SOFIT > ZERO
               MOVE "SG"                TO EZ22-KIDOMET
               MOVE EZ10-CHESHBON-SGIRA TO TN01-CHESHBON
               MOVE EZ21-SCHUM-SILUK    TO TN01-SCHUM
               IF K02-HAAVARA
                   MOVE "H"                 TO TN01-KOD-PEULA
                   MOVE K02-CHESHBON-YAAD   TO TN01-CHESHBON-NEGDI
               ELSE
                   MOVE "C"                 TO TN01-KOD-PEULA
                   MOVE SPACE               TO TN01-CHESHBON-NEGDI
               END-IF
               PERFORM I-08-KTIVAT-TNUA
           END-IF.
       I-03-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       I-04-BITUL-HORAOT                   SECTION.
      *-----------------------------------------------------------------
       I-04-00.
           MOVE "I-04-BITUL-HORAOT" TO SHEM-SEC
           MOVE ZERO                TO EZ27-MONE-HORAOT-BUTLU

           IF SW14-KEN
               SET  SW17-YESH           TO TRUE
               MOVE EZ10-CHESHBON-SGIRA TO HK01-CHESHBON
               MOVE ZERO                TO HK01-MISPAR-HORAA

               START HK01-HORAOT-FILE
                   KEY IS NOT LESS THAN HK01-MAFTEACH
                   INVALID KEY
                       SET SW17-SOF TO TRUE
               END-START

               PERFORM I-04-01-MECHIKAT-HORAA
                   UNTIL SW17-SOF
           END-IF.
       I-04-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       I-04-01-MECHIKAT-HORAA              SECTION.
      *-----------------------------------------------------------------
       I-04-01-00.
           READ HK01-HORAOT-FILE NEXT RECORD
               AT END
                   SET SW17-SOF TO TRUE
               NOT AT END
                   IF HK01-CHESHBON NOT = EZ10-CHESHBON-SGIRA
                       SET SW17-SOF TO TRUE
                   ELSE
                       MOVE HK01-HORAA-REC TO EZ04-TMUNA-LIFNEI
                       DELETE HK01-HORAOT-FILE
                       ADD  1              TO EZ27-MONE-HORAOT-BUTLU
                                              M04-MONE-HORAOT
                       MOVE SPACE          TO EZ05-TMUNA-ACHAREI
                       MOVE 'HORAOT'       TO EZ28-KOVETZ-BIKORET
                       MOVE "D"            TO EZ29-PEULA-BIKORET
                       MOVE HK01-MAFTEACH  TO EZ30-MAFTEACH-BIKORET
                       PERFORM K-RISHUM-BIKORET
                   END-IF
           END-READ.
       I-04-01-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       I-05-BITUL-MISGERET                 SECTION.
      *-----------------------------------------------------------------
       I-05-00.
           MOVE "I-05-BITUL-MISGERET" TO SHEM-SEC
           MOVE ZERO                  TO EZ26-MISGERET-BUTLA

           IF SW15-KEN
               MOVE EZ10-CHESHBON-SGIRA TO MS01-CHESHBON
               READ MS01-MISGAROT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE MS01-MISGERET-REC TO EZ04-TMUNA-LIFNEI
                       MOVE MS01-MISGERET     TO EZ26-MISGERET-BUTLA
                       DELETE MS01-MISGAROT-FILE
                       ADD  1                 TO M05-MONE-MISGAROT
                       MOVE SPACE             TO EZ05-TMUNA-ACHAREI
                       MOVE 'MISGAROT'        TO EZ28-KOVETZ-BIKORET
                       MOVE "D"               TO EZ29-PEULA-BIKORET
                       MOVE MS01-CHESHBON     TO EZ30-MAFTEACH-BIKORET
                       PERFORM K-RISHUM-BIKORET
               END-READ
           END-IF.
       I-05-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       I-06-SGIRAT-CHESHBON                SECTION.
      *-----------------------------------------------------------------
       I-06-00.
           MOVE "I-06-SGIRAT-CHESHBON" TO SHEM-SEC

           MOVE EZ10-CHESHBON-SGIRA TO CHESHBON IN K01-LAKOCHOT-REC
           READ K01-LAKOCHOT-FILE

           MOVE K01-LAKOCHOT-REC TO EZ04-TMUNA-LIFNEI
           SET  MATZAV-SAGUR     TO TRUE
           REWRITE K01-LAKOCHOT-REC
           MOVE K01-LAKOCHOT-REC TO EZ05-TMUNA-ACHAREI

           MOVE 'LAKOCHOT'          TO EZ28-KOVETZ-BIKORET
           MOVE "C"                 TO EZ29-PEULA-BIKORET
           MOVE EZ10-CHESHBON-SGIRA TO EZ30-MAFTEACH-BIKORET
           PERFORM K-RISHUM-BIKORET.
       I-06-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       I-07-HADPASAT-ISHUR                 SECTION.
      *-----------------------------------------------------------------
       I-07-00.
           MOVE "I-07-HADPASAT-ISHUR" TO SHEM-SEC

           MOVE EZ03-TAARICH        TO SI01-TAARICH
           WRITE D01-SHURA FROM SI01
           AFTER ADVANCING PAGE

           MOVE EZ10-CHESHBON-SGIRA TO SI02-CHESHBON
           MOVE EZ11-SHEM           TO SI02-SHEM
           MOVE EZ12-SNIF           TO SI02-SNIF
           MOVE EZ13-MATBEA         TO SI02-MATBEA
           WRITE D01-SHURA FROM SI02
           AFTER ADVANCING 2 LINES

           MOVE "TAARICH SGIRA"     TO SI04-TEUR
           MOVE EZ06-TAARICH-SGIRA  TO SI04-MELEL
           WRITE D01-SHURA FROM SI04
           AFTER ADVANCING 2 LINES

           MOVE "YITRA LIFNEI SGIRA" TO SI03-TEUR
           MOVE EZ14-YITRA           TO SI03-SCHUM
           WRITE D01-SHURA FROM SI03
           AFTER ADVANCING 2 LINES

           IF EZ16-SUG-RIBIT = "C"
               MOVE "RIBIT CHOVA AD YOM HASGIRA" TO SI03-TEUR
               COMPUTE SI03-SCHUM = ZERO - EZ17-SCHUM-RIBIT
           ELSE
               MOVE "RIBIT ZCHUT AD YOM HASGIRA" TO SI03-TEUR
               MOVE EZ17-SCHUM-RIBIT TO SI03-SCHUM
           END-IF
           WRITE D01-SHURA FROM SI03
           AFTER ADVANCING 1 LINES

           MOVE EZ06-DD            TO SI05-YAMIM
           MOVE EZ09-YEMEI-CHODESH TO SI05-YEMEI-CHODESH
           MOVE EZ18-ACHUZ-RIBIT   TO SI05-ACHUZ
           WRITE D01-SHURA FROM SI05
           AFTER ADVANCING 1 LINES

           IF EZ32-SCHUM-MAS > ZERO
               MOVE "NIKUY MAS BAMAKOR" TO SI03-TEUR
               COMPUTE SI03-SCHUM = ZERO - EZ32-SCHUM-MAS
               WRITE D01-SHURA FROM SI03
               AFTER ADVANCING 1 LINES
           END-IF

           MOVE "AMLAT SGIRA"       TO SI03-TEUR
           COMPUTE SI03-SCHUM = ZERO - EZ19-AMLAT-SGIRA
           WRITE D01-SHURA FROM SI03
           AFTER ADVANCING 1 LINES

           MOVE "YITRA SOFIT LESILUK" TO SI03-TEUR
           MOVE EZ20-YITRA-SOFIT      TO SI03-SCHUM
           WRITE D01-SHURA FROM SI03
           AFTER ADVANCING 2 LINES

           MOVE SPACE TO SI04-MELEL
           EVALUATE TRUE
             WHEN EZ20-YITRA-SOFIT = ZERO
                  MOVE "LO NIDRASH SILUK" TO SI04-MELEL
             WHEN K02-HAAVARA AND EZ20-YITRA-SOFIT > ZERO
                  STRING "HAAVARA LECHESHBON " K02-CHESHBON-YAAD
                         DELIMITED BY SIZE INTO SI04-MELEL
             WHEN K02-HAAVARA
                  STRING "CHIYUV CHESHBON " K02-CHESHBON-YAAD
                         DELIMITED BY SIZE INTO SI04-MELEL
             WHEN K02-MEZUMAN AND EZ20-YITRA-SOFIT > ZERO
                  MOVE "TASHLUM BEMEZUMAN LALAKOACH" TO SI04-MELEL
             WHEN K02-CHEQUE AND EZ20-YITRA-SOFIT > ZERO
                  MOVE "TASHLUM BECHEQUE LALAKOACH" TO SI04-MELEL
             WHEN OTHER
                  MOVE "GVIYA MEHALAKOACH" TO SI04-MELEL
           END-EVALUATE
           MOVE "OFEN SILUK"        TO SI04-TEUR
           WRITE D01-SHURA FROM SI04
           AFTER ADVANCING 1 LINES

           MOVE "HORAOT KEVA SHEBUTLU" TO SI03-TEUR
           MOVE EZ27-MONE-HORAOT-BUTLU TO SI03-SCHUM
           WRITE D01-SHURA FROM SI03
           AFTER ADVANCING 2 LINES

           MOVE "MISGERET ASHRAI SHEBUTLA" TO SI03-TEUR
           MOVE EZ26-MISGERET-BUTLA        TO SI03-SCHUM
           WRITE D01-SHURA FROM SI03
           AFTER ADVANCING 1 LINES

           IF SW19-LO
               MOVE "HEARA"                       TO SI04-TEUR
               MOVE "LO NIMTZA SHAAR RIBIT MATIM" TO SI04-MELEL
               WRITE D01-SHURA FROM SI04
               AFTER ADVANCING 2 LINES
           END-IF

           IF SW20-LO
               MOVE "HEARA"                       TO SI04-TEUR
               MOVE "LO NIMTZA TAARIF AMLA LAMATBEA" TO SI04-MELEL
               WRITE D01-SHURA FROM SI04
               AFTER ADVANCING 1 LINES
           END-IF

           IF SW27-LO
               MOVE "HEARA"                       TO SI04-TEUR
               MOVE SPACE                         TO SI04-MELEL
               STRING "LO NIMTZA SHIUR MAS LESUG " EZ33-SUG-LAKOACH
                      DELIMITED BY SIZE INTO SI04-MELEL
               WRITE D01-SHURA FROM SI04
               AFTER ADVANCING 1 LINES
           END-IF.
       I-07-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       I-08-KTIVAT-TNUA                    SECTION.
      *-----------------------------------------------------------------
       I-08-00.
           MOVE "I-08-KTIVAT-TNUA" TO SHEM-SEC

           MOVE EZ06-TAARICH-SGIRA TO TN01-TAARICH-ERECH
           MOVE EZ22-ASMACHTA      TO TN01-ASMACHTA
           WRITE T01-TNUA-REC
           ADD  1 TO M06-MONE-TNUOT.
       I-08-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       J-DCHIYA                            SECTION.
      *-----------------------------------------------------------------
       J-00.
           MOVE K02-CHESHBON      TO SD01-CHESHBON
           MOVE K02-TAARICH-SGIRA TO SD01-TAARICH-SGIRA
           MOVE EZ02-SIBAT-DCHIYA TO SD01-SIBA

           WRITE D02-SHURA FROM SD01
           AFTER ADVANCING 1 LINES

           ADD 1 TO M03-MONE-NIDCHU.
       J-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       K-RISHUM-BIKORET                    SECTION.
      *-----------------------------------------------------------------
       K-00.
           MOVE "K-RISHUM-BIKORET" TO SHEM-SEC

           MOVE SPACE                 TO BK01-BIKORET-REC
           MOVE 'SGRCHS'              TO BK01-TOCHNIT
           MOVE EZ03-TAARICH          TO BK01-TAARICH
           MOVE EZ03-SHAA             TO BK01-SHAA
           MOVE EZ28-KOVETZ-BIKORET   TO BK01-KOVETZ
           MOVE EZ29-PEULA-BIKORET    TO BK01-PEULA
           MOVE EZ30-MAFTEACH-BIKORET TO BK01-MAFTEACH
           MOVE EZ04-TMUNA-LIFNEI     TO BK01-TMUNA-LIFNEI
           MOVE EZ05-TMUNA-ACHAREI    TO BK01-TMUNA-ACHAREI

           WRITE BK01-BIKORET-REC.
       K-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       M-CHISHUV-MAS                       SECTION.
      *-----------------------------------------------------------------
       M-00.
           MOVE "M-CHISHUV-MAS" TO SHEM-SEC

           IF EZ31-PATUR
               ADD 1 TO M09-MONE-PTURIM
           ELSE
               PERFORM N-SUG-LAKOACH
               PERFORM O-CHIPUS-SHIUR-MAS
               IF SW27-LO
                   ADD 1 TO M10-MONE-LELO-SHIUR
               ELSE
                   COMPUTE EZ32-SCHUM-MAS ROUNDED =
                           EZ17-SCHUM-RIBIT
                         * TV04-ACHUZ-MAS(TV04-IX) / 100
               END-IF
           END-IF.
       M-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       N-SUG-LAKOACH                       SECTION.
      *-----------------------------------------------------------------
       N-00.
           MOVE "N-SUG-LAKOACH"        TO SHEM-SEC
           MOVE C03-SUG-BRIRAT-MECHDAL TO EZ33-SUG-LAKOACH
           MOVE SPACE                  TO EZ34-ZEHUT-BAAL

           OPEN INPUT KS01-KSHARIM-FILE
           IF MH01-FS-TAKIN
               SET  MAMSHICH IN SW24-KS01 TO TRUE
               SET  SW17-YESH            TO TRUE
               PERFORM N-01-KRIAT-KESHER
                   UNTIL SW17-SOF
               CLOSE KS01-KSHARIM-FILE
               SET  SAGUR IN SW24-KS01 TO TRUE
           END-IF

           IF EZ34-ZEHUT-BAAL NOT = SPACE
              AND SW26-KEN
               MOVE EZ34-ZEHUT-BAAL TO LC01-MISPAR-ZEHUT
               READ LC01-LAKOACH-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF LC01-SUG-MUKAR
                           MOVE LC01-SUG-LAKOACH TO EZ33-SUG-LAKOACH
                       END-IF
               END-READ
           END-IF.
       N-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       N-01-KRIAT-KESHER                   SECTION.
      *-----------------------------------------------------------------
       N-01-00.
           READ KS01-KSHARIM-FILE
               AT END
                   SET SW17-SOF TO TRUE
               NOT AT END
                   IF KS01-CHESHBON = EZ10-CHESHBON-SGIRA
                       EVALUATE TRUE
                         WHEN KS01-RASHI
                              MOVE KS01-MISPAR-ZEHUT TO EZ34-ZEHUT-BAAL
                              SET  SW17-SOF          TO TRUE
                         WHEN KS01-MESHUTAF
                          AND EZ34-ZEHUT-BAAL = SPACE
                              MOVE KS01-MISPAR-ZEHUT TO EZ34-ZEHUT-BAAL
                       END-EVALUATE
                   END-IF
           END-READ.
       N-01-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       O-CHIPUS-SHIUR-MAS                  SECTION.
      *-----------------------------------------------------------------
       O-00.
           MOVE "O-CHIPUS-SHIUR-MAS" TO SHEM-SEC
           SET  SW27-LO              TO TRUE

           IF TV04-MONE-MAS > 0
               SET  TV04-IX TO 1
               SEARCH TV04-SHIUREI-MAS
                   AT END
                       SET SW27-LO TO TRUE
                   WHEN TV04-SUG-LAKOACH(TV04-IX) = EZ33-SUG-LAKOACH
                       SET SW27-KEN TO TRUE
               END-SEARCH
           END-IF.
       O-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       X-CHIPUS-SHAAR                      SECTION.
      *-----------------------------------------------------------------
       X-00.
           MOVE "X-CHIPUS-SHAAR" TO SHEM-SEC
           SET  SW19-LO          TO TRUE
           MOVE ZERO             TO EZ24-IX-NIVCHAR

           PERFORM X-01-BDIKAT-SHURAT-SHAAR
               VARYING EZ23-IX-SHAAR FROM 1 BY 1
               UNTIL EZ23-IX-SHAAR > TV02-MONE-RIBIT

           IF EZ24-IX-NIVCHAR > ZERO
               SET TV02-IX  TO EZ24-IX-NIVCHAR
               SET SW19-KEN TO TRUE
           END-IF.
       X-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       X-01-BDIKAT-SHURAT-SHAAR            SECTION.
      *-----------------------------------------------------------------
       X-01-00.
           IF TV02-MATBEA(EZ23-IX-SHAAR) = EZ13-MATBEA
              AND TV02-SUG(EZ23-IX-SHAAR) = EZ16-SUG-RIBIT
              AND EZ15-YITRA-MUCHLETET NOT >
                                        TV02-SCHUM-AD(EZ23-IX-SHAAR)
               IF EZ24-IX-NIVCHAR = ZERO
                  OR TV02-SCHUM-AD(EZ23-IX-SHAAR) NOT >
                                        EZ25-SCHUM-AD-NIVCHAR
                   MOVE EZ23-IX-SHAAR TO EZ24-IX-NIVCHAR
                   MOVE TV02-SCHUM-AD(EZ23-IX-SHAAR) TO
                                        EZ25-SCHUM-AD-NIVCHAR
               END-IF
           END-IF.
       X-01-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       ZA-HATCHLAT-TOCHNIT                 SECTION.
      *-----------------------------------------------------------------
       ZA-00.
           MOVE 'SGRCHS'               TO SHEM-TUCHNIT IN EZ01-TAKALOT
           MOVE "ZA-HATCHLAT-TOCHNIT"  TO SHEM-SEC
           MOVE FUNCTION CURRENT-DATE  TO EZ03-ZMAN

           PERFORM ZB-RISHUM-PTICHA

           OPEN INPUT  R01-RIBIT-FILE
           SET         MAMSHICH IN SW03-R01 TO TRUE
           PERFORM ZA-01-KRIAT-RIBIT
           PERFORM UNTIL SOF IN SW03-R01
               IF TV02-MONE-RIBIT NOT < C01-GODEL-TAVLAT-RIBIT
                   MOVE "TAVLAT RIBIT MELEA" TO SHEM-KOVETZ
                   PERFORM ZT-TAKALOT
               END-IF
               ADD  1                 TO TV02-MONE-RIBIT
               SET  TV02-IX           TO TV02-MONE-RIBIT
               MOVE R01-MATBEA        TO TV02-MATBEA(TV02-IX)
               MOVE R01-SUG           TO TV02-SUG(TV02-IX)
               MOVE R01-SCHUM-AD      TO TV02-SCHUM-AD(TV02-IX)
               MOVE R01-ACHUZ-SHANA   TO TV02-ACHUZ-SHANA(TV02-IX)
               PERFORM ZA-01-KRIAT-RIBIT
           END-PERFORM
           CLOSE R01-RIBIT-FILE
           SET   SAGUR IN SW03-R01 TO TRUE

           OPEN INPUT  A01-AMLOT-FILE
           SET         MAMSHICH IN SW04-A01 TO TRUE
           PERFORM ZA-02-KRIAT-AMLA
           PERFORM UNTIL SOF IN SW04-A01
               IF TV03-MONE-AMLOT NOT < C02-GODEL-TAVLAT-AMLOT
                   MOVE "TAVLAT AMLOT MELEA" TO SHEM-KOVETZ
                   PERFORM ZT-TAKALOT
               END-IF
               ADD  1                 TO TV03-MONE-AMLOT
               SET  TV03-IX           TO TV03-MONE-AMLOT
               MOVE A01-MATBEA        TO TV03-MATBEA(TV03-IX)
               IF A01-AMLAT-SGIRA NUMERIC
                   MOVE A01-AMLAT-SGIRA TO TV03-AMLAT-SGIRA(TV03-IX)
               ELSE
                   MOVE ZERO            TO TV03-AMLAT-SGIRA(TV03-IX)
               END-IF
               PERFORM ZA-02-KRIAT-AMLA
           END-PERFORM
           CLOSE A01-AMLOT-FILE
           SET   SAGUR IN SW04-A01 TO TRUE

           OPEN INPUT  MA01-MAS-FILE
           IF MH01-FS-TAKIN
               SET  MAMSHICH IN SW23-MA01 TO TRUE
               PERFORM ZA-03-KRIAT-MAS
               PERFORM UNTIL SOF IN SW23-MA01
                   PERFORM ZA-04-TAEN-MAS
                   PERFORM ZA-03-KRIAT-MAS
               END-PERFORM
               CLOSE MA01-MAS-FILE
               SET  SAGUR IN SW23-MA01 TO TRUE
           END-IF

           OPEN INPUT  LC01-LAKOACH-FILE
           IF MH01-FS-TAKIN
               SET  SW26-KEN TO TRUE
               SET  MAMSHICH IN SW25-LC01 TO TRUE
           ELSE
               SET  SW26-LO  TO TRUE
           END-IF

           OPEN I-O    K01-LAKOCHOT-FILE
           SET         MAMSHICH IN SW01-K01 TO TRUE

           OPEN I-O    HK01-HORAOT-FILE
           IF MH01-FS-TAKIN
               SET  SW14-KEN TO TRUE
               SET  MAMSHICH IN SW05-HK01 TO TRUE
           ELSE
               SET  SW14-LO  TO TRUE
           END-IF

           OPEN I-O    MS01-MISGAROT-FILE
           IF MH01-FS-TAKIN
               SET  SW15-KEN TO TRUE
               SET  MAMSHICH IN SW06-MS01 TO TRUE
           ELSE
               SET  SW15-LO  TO TRUE
           END-IF

           OPEN INPUT  IK01-IKULIM-FILE
           IF MH01-FS-TAKIN
               SET  SW16-KEN TO TRUE
               SET  MAMSHICH IN SW07-IK01 TO TRUE
           ELSE
               SET  SW16-LO  TO TRUE
           END-IF

           OPEN INPUT  PK01-PIKADON-FILE
           IF MH01-FS-TAKIN
               SET  SW22-KEN TO TRUE
               SET  MAMSHICH IN SW21-PK01 TO TRUE
           ELSE
               SET  SW22-LO  TO TRUE
           END-IF

           OPEN EXTEND BK01-BIKORET-FILE
           IF MH01-FILE-STS = "35"
               OPEN OUTPUT BK01-BIKORET-FILE
           END-IF
           SET         MAMSHICH IN SW12-BK01 TO TRUE

           OPEN OUTPUT T01-TNUOT-FILE
           SET         MAMSHICH IN SW09-T01 TO TRUE

           OPEN OUTPUT D01-ISHUR-PRN
           SET         MAMSHICH IN SW10-D01 TO TRUE

           OPEN OUTPUT D02-CHARIGIM-PRN
           SET         MAMSHICH IN SW11-D02 TO TRUE
           MOVE EZ03-TAARICH TO SC01-TAARICH
           WRITE D02-SHURA FROM SC01
           AFTER ADVANCING 1 LINES
           WRITE D02-SHURA FROM SC02
           AFTER ADVANCING 2 LINES
           WRITE D02-SHURA FROM SC03
           AFTER ADVANCING 1 LINES

           OPEN INPUT  K02-BAKASHOT-FILE
           SET         MAMSHICH IN SW02-K02 TO TRUE
           PERFORM C-KRIAT-BAKASHA.
       ZA-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       ZA-01-KRIAT-RIBIT                   SECTION.
      *-----------------------------------------------------------------
       ZA-01-00.
           READ R01-RIBIT-FILE
               AT END
                   SET SOF IN SW03-R01 TO TRUE
           END-READ.
       ZA-01-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       ZA-02-KRIAT-AMLA                    SECTION.
      *-----------------------------------------------------------------
       ZA-02-00.
           READ A01-AMLOT-FILE
               AT END
                   SET SOF IN SW04-A01 TO TRUE
           END-READ.
       ZA-02-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       ZA-03-KRIAT-MAS                     SECTION.
      *-----------------------------------------------------------------
       ZA-03-00.
           READ MA01-MAS-FILE
               AT END
                   SET SOF IN SW23-MA01 TO TRUE
           END-READ.
       ZA-03-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       ZA-04-TAEN-MAS                      SECTION.
      *-----------------------------------------------------------------
       ZA-04-00.
           IF TV04-MONE-MAS NOT < C04-GODEL-TAVLAT-MAS
               MOVE "TAVLAT MAS MELEA" TO SHEM-KOVETZ
               PERFORM ZT-TAKALOT
           END-IF

           ADD  1                 TO TV04-MONE-MAS
           SET  TV04-IX           TO TV04-MONE-MAS
           MOVE MA01-SUG-LAKOACH  TO TV04-SUG-LAKOACH(TV04-IX)
           IF MA01-ACHUZ-MAS NUMERIC
               MOVE MA01-ACHUZ-MAS TO TV04-ACHUZ-MAS(TV04-IX)
           ELSE
               MOVE ZERO           TO TV04-ACHUZ-MAS(TV04-IX)
           END-IF.
       ZA-04-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       ZZ-SYIUM-TOCHNIT                    SECTION.
      *-----------------------------------------------------------------
       ZZ-00.
           MOVE "ZZ-SYIUM-TOCHNIT" TO SHEM-SEC

           MOVE M01-MONE-BAKASHOT    TO ST01-MONE
           WRITE D02-SHURA           FROM ST01
           AFTER ADVANCING 3 LINES

           MOVE M02-MONE-NISGERU     TO ST02-MONE
           WRITE D02-SHURA           FROM ST02
           AFTER ADVANCING 1 LINES

           MOVE M03-MONE-NIDCHU      TO ST03-MONE
           WRITE D02-SHURA           FROM ST03
           AFTER ADVANCING 1 LINES

           MOVE M04-MONE-HORAOT      TO ST04-MONE
           WRITE D02-SHURA           FROM ST04
           AFTER ADVANCING 1 LINES

           MOVE M05-MONE-MISGAROT    TO ST05-MONE
           WRITE D02-SHURA           FROM ST05
           AFTER ADVANCING 1 LINES

           MOVE M06-MONE-TNUOT       TO ST06-MONE
           WRITE D02-SHURA           FROM ST06
           AFTER ADVANCING 1 LINES

           MOVE M07-MONE-LELO-TAARIF TO ST07-MONE
           WRITE D02-SHURA           FROM ST07
           AFTER ADVANCING 1 LINES

           MOVE M08-MONE-MAS         TO ST08-MONE
           WRITE D02-SHURA           FROM ST08
           AFTER ADVANCING 1 LINES

           MOVE M09-MONE-PTURIM      TO ST09-MONE
           WRITE D02-SHURA           FROM ST09
           AFTER ADVANCING 1 LINES

           MOVE M10-MONE-LELO-SHIUR  TO ST10-MONE
           WRITE D02-SHURA           FROM ST10
           AFTER ADVANCING 1 LINES

           CLOSE K02-BAKASHOT-FILE
           SET   SAGUR IN SW02-K02 TO TRUE

           CLOSE K01-LAKOCHOT-FILE
           SET   SAGUR IN SW01-K01 TO TRUE

           IF SW14-KEN
               CLOSE HK01-HORAOT-FILE
               SET   SAGUR IN SW05-HK01 TO TRUE
           END-IF

           IF SW15-KEN
               CLOSE MS01-MISGAROT-FILE
               SET   SAGUR IN SW06-MS01 TO TRUE
           END-IF

           IF SW16-KEN
               CLOSE IK01-IKULIM-FILE
               SET   SAGUR IN SW07-IK01 TO TRUE
           END-IF

           IF SW22-KEN
               CLOSE PK01-PIKADON-FILE
               SET   SAGUR IN SW21-PK01 TO TRUE
           END-IF

           IF SW26-KEN
               CLOSE LC01-LAKOACH-FILE
               SET   SAGUR IN SW25-LC01 TO TRUE
           END-IF

           CLOSE BK01-BIKORET-FILE
           SET   SAGUR IN SW12-BK01 TO TRUE

           CLOSE T01-TNUOT-FILE
           SET   SAGUR IN SW09-T01 TO TRUE

           CLOSE D01-ISHUR-PRN
           SET   SAGUR IN SW10-D01 TO TRUE

           CLOSE D02-CHARIGIM-PRN
           SET   SAGUR IN SW11-D02 TO TRUE

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
           SET  MAMSHICH IN SW13-RC01 TO TRUE

           MOVE SPACE             TO RC01-BAKARA-REC
           MOVE 'SGRCHS'          TO RC01-TOCHNIT
           MOVE EZ03-TAARICH      TO RC01-TAARICH
           MOVE EZ03-SHAA         TO RC01-SHAA
           SET  RC01-PTICHA       TO TRUE
           SET  RC01-RATZ         TO TRUE
           MOVE ZERO              TO RC01-MONE-RESHUMOT
                                     RC01-MONE-TAKALOT-A
                                     RC01-MONE-TAKALOT-B
           WRITE RC01-BAKARA-REC

           CLOSE RC01-RUNCTL-FILE
           SET  SAGUR IN SW13-RC01 TO TRUE.
       ZB-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       ZC-RISHUM-SIYUM                     SECTION.
      *-----------------------------------------------------------------
       ZC-00.
           MOVE "ZC-RISHUM-SIYUM" TO SHEM-SEC

           OPEN EXTEND RC01-RUNCTL-FILE
           SET  MAMSHICH IN SW13-RC01 TO TRUE

           MOVE FUNCTION CURRENT-DATE  TO EZ03-ZMAN
           MOVE SPACE                  TO RC01-BAKARA-REC
           MOVE 'SGRCHS'               TO RC01-TOCHNIT
           MOVE EZ03-TAARICH           TO RC01-TAARICH
           MOVE EZ03-SHAA              TO RC01-SHAA
           SET  RC01-SIYUM             TO TRUE
           SET  RC01-TAKIN             TO TRUE
           MOVE M01-MONE-BAKASHOT      TO RC01-MONE-RESHUMOT
           MOVE M03-MONE-NIDCHU        TO RC01-MONE-TAKALOT-A
           MOVE M07-MONE-LELO-TAARIF   TO RC01-MONE-TAKALOT-B
           WRITE RC01-BAKARA-REC

           CLOSE RC01-RUNCTL-FILE
           SET  SAGUR IN SW13-RC01 TO TRUE.
       ZC-EXIT.
           EXIT.
      *-----------------------------------------------------------------
