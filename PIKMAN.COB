      *-----------------------------------------------------------------
       IDENTIFICATION                      DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID.                         PIKMAN.
      *AUTHOR                              NATALI KVITELASHVILI.
      *DATE-WRITTEN                        15/10/2026.
      *REMARKS      Maintenance program for the fixed-term deposit
      *             master PIKADON.DAT:
      *             *Applies PIKTNU transactions directly by CHESHBON
      *              + MISPAR PIKADON key on the indexed master:
      *              A - open a deposit, C - change the rollover
      *              instruction of an open deposit, S - break an
      *              open deposit before maturity, D - delete a
      *              deposit that is already paid out or broken.
      *             *An opening is checked against LAKOCHOT.DAT (the
      *              linked CHESHBON exists, is not sagur or kafu and
      *              has the deposit's MATBEA) and must be covered by
      *              the available balance: YITRA less the holds of
      *              IKULIM.DAT active today, less the KEREN of the
      *              openings of the CHESHBON already waiting in
      *              PIKMTN.DAT (earlier runs of today and this run),
      *              which LAKYOM has not yet debited. The opening
      *              is confirmed only when LAKYOM posts it; a debit
      *              LAKYOM rejects is listed in PIKDCH.DAT and the
      *              deposit is cancelled by the next PIKYOM.
      *             *A break is refused while the deposit's opening is
      *              still waiting in PIKMTN.DAT or is listed in
      *              PIKDCH.DAT as rejected, so no KEREN is paid out
      *              of a deposit that was never funded.
      *              A zero RIBIT on the transaction takes
      *              the deposit rate of RIBIT.DAT (SUG P, else the
      *              credit rate SUG Z) for the MATBEA and KEREN.
      *             *The opening writes a TNUKSF CHOVA movement of the
      *              KEREN on the linked CHESHBON; a break writes the
      *              KEREN back as ZCHUT plus the interest earned so
      *              far at the penalty rate of RIBIT.DAT (SUG K; no
      *              such rate means no interest). ASMACHTA is PK +
      *              MISPAR PIKADON + P (opening), K (keren) or R
      *              (ribit). The movements are added to PIKMTN.DAT,
      *              which the nightly PIKYOM passes on to LAKYOM.
      *             *Withholds tax (nikuy mas bamakor) from the interest
      *              of a break the way LAKRIB does: the rate comes from
      *              MAS.DAT by SUG LAKOACH of the owner of the linked
      *              CHESHBON (KSHARIM.DAT role R, else M, then
      *              LAKOACH.DAT; no owner on file counts as P prati),
      *              an account flagged PTOR MAS in LAKOCHOT.DAT is
      *              exempt, and a SUG LAKOACH missing from MAS.DAT is
      *              listed on the exception report and not taxed. The
      *              tax is a CHOVA written right after the ZCHUT R,
      *              ASMACHTA MS + MISPAR PIKADON + R.
      *             *Rejects bad transactions (unknown key, duplicate
      *              key on an opening, bad amounts, dates or
      *              instruction, an account that cannot take the
      *              deposit, a deposit that is not open) to an
      *              exception report.
      *             *Writes a before/after image of every add, change
      *              and delete to the shared audit file BIKORET.DAT,
      *              stamped with the program and the run date/time;
      *              a break is audited as a change.
      *-----------------------------------------------------------------
       ENVIRONMENT                         DIVISION.
      *-----------------------------------------------------------------
       INPUT-OUTPUT                        SECTION.
      *-----------------------------------------------------------------
       FILE-CONTROL.
           SELECT K01-PIKADON-FILE
             ASSIGN       TO "C:\COBOL-PROJECTS\DOCH\FILES\PIKADON.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS DYNAMIC
             RECORD KEY   IS PK01-MAFTEACH
             FILE STATUS  IS MH01-FILE-STS.

           SELECT K02-TNUOT-FILE
             ASSIGN       TO "C:\COBOL-PROJECTS\DOCH\FILES\PIKTNU.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS  IS MH01-FILE-STS.

           SELECT K03-LAKOCHOT-FILE
             ASSIGN       TO "C:\COBOL-PROJECTS\DOCH\FILES\LAKOCHOT.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS DYNAMIC
             RECORD KEY   IS CHESHBON
             FILE STATUS  IS MH01-FILE-STS.

           SELECT K04-RIBIT-FILE
             ASSIGN       TO "C:\COBOL-PROJECTS\DOCH\FILES\RIBIT.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS  IS MH01-FILE-STS.

           SELECT IK01-IKULIM-FILE
             ASSIGN       TO "C:\COBOL-PROJECTS\DOCH\FILES\IKULIM.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS DYNAMIC
             RECORD KEY   IS IK01-MAFTEACH
             FILE STATUS  IS MH01-FILE-STS.

           SELECT PD01-DCHIYOT-PIKADON
             ASSIGN       TO "C:\COBOL-PROJECTS\DOCH\FILES\PIKDCH.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS  IS MH01-FILE-STS.

           SELECT MS01-MAS-FILE
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

           SELECT T01-TNUOT-OUT
             ASSIGN       TO "C:\COBOL-PROJECTS\DOCH\FILES\PIKMTN.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS  IS MH01-FILE-STS.

           SELECT D01-CHARIGIM-PRN
             ASSIGN       TO
             "C:\COBOL-PROJECTS\DOCH\FILES\PIKADON-CHARIGIM.PRN"
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
       FD K01-PIKADON-FILE.
       01 K01-PIKADON-REC.
           COPY "C:\COBOL-PROJECTS\DOCH\COPYS\PIKADON.COB".

       FD K02-TNUOT-FILE
           RECORDING MODE F.
       01 K02-TNUA-REC.
           03 K02-PEULA                    PIC X(01).
             88 K02-HOSAFA                                  VALUE "A".
             88 K02-SHINUY                                  VALUE "C".
             88 K02-MECHIKA                                 VALUE "D".
             88 K02-SHVIRA                                  VALUE "S".
           03 K02-CHESHBON                 PIC X(05).
           03 K02-MISPAR-PIKADON           PIC 9(03).
           03 K02-KEREN                    PIC 9(6)V99.
           03 K02-MATBEA                   PIC X(03).
           03 K02-TAARICH-PIRAON           PIC 9(8).
           03 K02-RIBIT-SHANA              PIC 9(2)V9(3).
           03 K02-HORAAT-CHIDUSH           PIC X(01).
             88 K02-HORAA-MUKERET                       VALUE "R" "K"
                                                              "P".

       FD K03-LAKOCHOT-FILE.
       01 K03-LAKOCHOT-REC.
           COPY "C:\COBOL-PROJECTS\DOCH\COPYS\LAKOCHOT.COB".

       FD K04-RIBIT-FILE
           RECORDING MODE F.
       01 K04-RIBIT-REC.
           03 K04-MATBEA                   PIC X(03).
           03 K04-SUG                      PIC X(01).
           03 K04-SCHUM-AD                 PIC 9(8)V99.
           03 K04-ACHUZ-SHANA              PIC 9(2)V9(3).

       FD  IK01-IKULIM-FILE.
       01  IK01-IKUL-REC.
           COPY "C:\COBOL-PROJECTS\DOCH\COPYS\IKULIM.COB".

       FD PD01-DCHIYOT-PIKADON
           RECORDING MODE F.
       01 PD01-DCHIYA-REC.
           COPY "C:\COBOL-PROJECTS\DOCH\COPYS\PIKDCH.COB".

       FD MS01-MAS-FILE
           RECORDING MODE F.
       01 MS01-MAS-REC.
           03 MS01-SUG-LAKOACH             PIC X(01).
           03 MS01-ACHUZ-MAS               PIC 9(2)V99.

       FD KS01-KSHARIM-FILE.
       01 KS01-KESHER-REC.
           COPY "C:\COBOL-PROJECTS\DOCH\COPYS\KSHARIM.COB".

       FD LC01-LAKOACH-FILE.
       01 LC01-LAKOACH-REC.
           COPY "C:\COBOL-PROJECTS\DOCH\COPYS\LAKOACH.COB".

       FD T01-TNUOT-OUT
           RECORDING MODE F.
       01 T01-TNUA-REC.
           COPY "C:\COBOL-PROJECTS\DOCH\COPYS\TNUKSF.COB".

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
      *Cxx-KVUIM
      *-----------------------------------------------------------------
       01 C00.
           03 C01-GODEL-TAVLAT-RIBIT       PIC 9(2)         VALUE 50.
           03 C02-GODEL-TAVLAT-PTICHOT     PIC 9(4)         VALUE 2000.
           03 C03-GODEL-TAVLAT-MEMTINOT    PIC 9(4)         VALUE 2000.
           03 C04-SUG-BRIRAT-MECHDAL       PIC X(01)        VALUE "P".
           03 C05-GODEL-TAVLAT-MAS         PIC 9(2)         VALUE 10.
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
           03 EZ06-ASMACHTA.
               05 EZ06-KIDOMET             PIC X(02)       VALUE "PK".
               05 EZ06-MISPAR-PIKADON      PIC 9(03).
               05 EZ06-SUG                 PIC X(01).
               05 FILLER                   PIC X(02)       VALUE SPACE.
           03 EZ07-KOD-PEULA                PIC X(01).
           03 EZ08-SCHUM                    PIC 9(6)V99.
           03 EZ09-SUG-MEVUKASH             PIC X(01).
           03 EZ10-MATBEA-CHIPUS            PIC X(03).
           03 EZ11-SCHUM-CHIPUS             PIC 9(8)V99.
           03 EZ12-SHAAR-NIVCHAR            PIC 9(2)V9(3).
           03 EZ13-IX-SHAAR                 PIC 9(2).
           03 EZ14-IX-NIVCHAR               PIC 9(2).
           03 EZ15-SCHUM-AD-NIVCHAR         PIC 9(8)V99.
           03 EZ16-YAMIM                    PIC S9(7).
           03 EZ17-SCHUM-RIBIT              PIC 9(6)V99.
           03 EZ18-SACH-IKULIM              PIC 9(8)V99.
           03 EZ19-KEREN-MEMTINA            PIC 9(8)V99.
           03 EZ20-YITRA-PNUYA              PIC S9(8)V99.
           03 EZ21-CHESHBON-PTICHA          PIC X(05).
           03 EZ22-KEREN-PTICHA             PIC 9(6)V99.
           03 EZ23-MISPAR-PTICHA            PIC 9(03).
           03 EZ24-MAKOR-PTICHA             PIC X(01).
           03 EZ25-SCHUM-MAS                PIC 9(6)V99.
           03 EZ26-SUG-LAKOACH              PIC X(01).
           03 EZ27-ZEHUT-BAAL               PIC X(09).
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
           03 M05-MONE-SHVIROT              PIC 9(4)        VALUE ZERO.
           03 M06-MONE-TNUOT                PIC 9(6)        VALUE ZERO.
           03 M07-MONE-MAS                  PIC 9(4)        VALUE ZERO.
           03 M08-MONE-PTURIM               PIC 9(4)        VALUE ZERO.
           03 M09-MONE-LELO-SHIUR           PIC 9(4)        VALUE ZERO.
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
                  "DOCH CHARIGEI TNUOT PIKADONOT".
           03 SC02.
               05 FILLER                   PIC X(11)      VALUE SPACE.
               05 FILLER                   PIC X(5)       VALUE
                  "PEULA".
               05 FILLER                   PIC X(5)       VALUE SPACE.
               05 FILLER                   PIC X(8)       VALUE
                  "CHESHBON".
               05 FILLER                   PIC X(4)       VALUE SPACE.
               05 FILLER                   PIC X(6)       VALUE
                  "PIKADN".
               05 FILLER                   PIC X(4)       VALUE SPACE.
               05 FILLER                   PIC X(13)      VALUE
                  "SIBAT DECHIYA".
           03 SC03.
               05 FILLER                   PIC X(11)      VALUE SPACE.
               05 FILLER                   PIC X(5)       VALUE ALL '-'.
               05 FILLER                   PIC X(5)       VALUE SPACE.
               05 FILLER                   PIC X(8)       VALUE ALL '-'.
               05 FILLER                   PIC X(4)       VALUE SPACE.
               05 FILLER                   PIC X(6)       VALUE ALL '-'.
               05 FILLER                   PIC X(4)       VALUE SPACE.
               05 FILLER                   PIC X(13)      VALUE ALL '-'.
           03 SD01.
               05 FILLER                   PIC X(10)      VALUE SPACE.
               05 SD01-PEULA               PIC X(1).
               05 FILLER                   PIC X(9)       VALUE SPACE.
               05 SD01-CHESHBON            PIC X(5).
               05 FILLER                   PIC X(8)       VALUE SPACE.
               05 SD01-PIKADON             PIC X(3).
               05 FILLER                   PIC X(7)       VALUE SPACE.
               05 SD01-SIBA                PIC X(37).
           03 ST01.
               05 FILLER                   PIC X(10)      VALUE SPACE.
               05 ST01-MONE                PIC ZZZ9.
               05 FILLER                   PIC X(2)       VALUE SPACE.
               05 ST01-SACH                PIC X(30)      VALUE
                  ": MISPAR TNUOT CHARIGIM".
           03 ST02.
               05 FILLER                   PIC X(10)      VALUE SPACE.
               05 ST02-MONE                PIC ZZZ9.
               05 FILLER                   PIC X(2)       VALUE SPACE.
               05 ST02-SACH                PIC X(30)      VALUE
                  ": PIKADONOT NIFTECHU".
           03 ST03.
               05 FILLER                   PIC X(10)      VALUE SPACE.
               05 ST03-MONE                PIC ZZZ9.
               05 FILLER                   PIC X(2)       VALUE SPACE.
               05 ST03-SACH                PIC X(30)      VALUE
                  ": PIKADONOT NISHBERU".
           03 ST04.
               05 FILLER                   PIC X(8)       VALUE SPACE.
               05 ST04-MONE                PIC ZZZZZ9.
               05 FILLER                   PIC X(2)       VALUE SPACE.
               05 ST04-SACH                PIC X(30)      VALUE
                  ": TNUOT NIRSHEMU LEPIKMTN".
           03 ST05.
               05 FILLER                   PIC X(10)      VALUE SPACE.
               05 ST05-MONE                PIC ZZZ9.
               05 FILLER                   PIC X(2)       VALUE SPACE.
               05 ST05-SACH                PIC X(30)      VALUE
                  ": TNUOT NIKUY MAS BAMAKOR".
           03 ST06.
               05 FILLER                   PIC X(10)      VALUE SPACE.
               05 ST06-MONE                PIC ZZZ9.
               05 FILLER                   PIC X(2)       VALUE SPACE.
               05 ST06-SACH                PIC X(30)      VALUE
                  ": SHVIROT PTUROT MIMAS".
           03 ST07.
               05 FILLER                   PIC X(10)      VALUE SPACE.
               05 ST07-MONE                PIC ZZZ9.
               05 FILLER                   PIC X(2)       VALUE SPACE.
               05 ST07-SACH                PIC X(30)      VALUE
                  ": LELO SHIUR MAS LESUG LAKOACH".
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

           03 SW04-BK01                    PIC S9(4) BINARY VALUE 99.
           COPY "C:\COBOL-PROJECTS\DOCH\COPYS\SWK.COB".

           03 SW05-K03                     PIC S9(4) BINARY VALUE 99.
           COPY "C:\COBOL-PROJECTS\DOCH\COPYS\SWK.COB".

           03 SW06-K04                     PIC S9(4) BINARY VALUE 99.
           COPY "C:\COBOL-PROJECTS\DOCH\COPYS\SWK.COB".

           03 SW07-T01                     PIC S9(4) BINARY VALUE 99.
           COPY "C:\COBOL-PROJECTS\DOCH\COPYS\SWK.COB".

           03 SW08-CHESHBON-ZAMIN          PIC 9.
             88 SW08-KEN                   VALUE 1.
             88 SW08-LO                    VALUE 0.

           03 SW09-SHAAR-NIMTZA            PIC 9.
             88 SW09-KEN                   VALUE 1.
             88 SW09-LO                    VALUE 0.

           03 SW10-IK01                    PIC S9(4) BINARY VALUE 99.
           COPY "C:\COBOL-PROJECTS\DOCH\COPYS\SWK.COB".

           03 SW11-IKULIM-KAYAM            PIC 9.
             88 SW11-KEN                   VALUE 1.
             88 SW11-LO                    VALUE 0.

           03 SW12-SOF-IKULIM              PIC 9.
             88 SW12-SOF                   VALUE 1.
             88 SW12-YESH                  VALUE 0.

           03 SW13-PTICHA-NIMTZA           PIC 9.
             88 SW13-KEN                   VALUE 1.
             88 SW13-LO                    VALUE 0.

           03 SW14-PTICHA-MEMTINA          PIC 9.
             88 SW14-KEN                   VALUE 1.
             88 SW14-LO                    VALUE 0.

           03 SW15-PD01                    PIC S9(4) BINARY VALUE 99.
           COPY "C:\COBOL-PROJECTS\DOCH\COPYS\SWK.COB".

           03 SW16-MS01                    PIC S9(4) BINARY VALUE 99.
           COPY "C:\COBOL-PROJECTS\DOCH\COPYS\SWK.COB".

           03 SW17-KS01                    PIC S9(4) BINARY VALUE 99.
           COPY "C:\COBOL-PROJECTS\DOCH\COPYS\SWK.COB".

           03 SW18-LC01                    PIC S9(4) BINARY VALUE 99.
           COPY "C:\COBOL-PROJECTS\DOCH\COPYS\SWK.COB".

           03 SW19-LAKOACH-KAYAM           PIC 9.
             88 SW19-KEN                   VALUE 1.
             88 SW19-LO                    VALUE 0.

           03 SW20-SHIUR-NIMTZA            PIC 9.
             88 SW20-KEN                   VALUE 1.
             88 SW20-LO                    VALUE 0.

           03 SW21-SOF-KSHARIM             PIC 9.
             88 SW21-SOF                   VALUE 1.
             88 SW21-YESH                  VALUE 0.
      *-----------------------------------------------------------------
      *TVxx-TAVLAOT
      *-----------------------------------------------------------------
       01 TV00.
           03 TV01-MONE-RIBIT              PIC 9(2)          VALUE ZERO.
           03 TV01-SHAAREI-RIBIT OCCURS 1 TO 50 TIMES
                            DEPENDING ON TV01-MONE-RIBIT
                            INDEXED BY TV01-IX.
               05 TV01-MATBEA               PIC X(03).
               05 TV01-SUG                  PIC X(01).
               05 TV01-SCHUM-AD             PIC 9(8)V99.
               05 TV01-ACHUZ-SHANA          PIC 9(2)V9(3).

       01 TV20.
           03 TV02-MONE-PTICHOT            PIC 9(4)          VALUE ZERO.
           03 TV02-PTICHOT OCCURS 1 TO 2000 TIMES
                            DEPENDING ON TV02-MONE-PTICHOT
                            INDEXED BY TV02-IX.
               05 TV02-CHESHBON             PIC X(05).
               05 TV02-KEREN                PIC 9(8)V99.

       01 TV30.
           03 TV03-MONE-MEMTINOT           PIC 9(4)          VALUE ZERO.
           03 TV03-MEMTINOT OCCURS 1 TO 2000 TIMES
                            DEPENDING ON TV03-MONE-MEMTINOT
                            INDEXED BY TV03-IX.
               05 TV03-CHESHBON             PIC X(05).
               05 TV03-MISPAR-PIKADON       PIC 9(03).
               05 TV03-MAKOR                PIC X(01).
                 88 TV03-MEMTINA                            VALUE "M".
                 88 TV03-NIDCHETA                           VALUE "D".

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
           USE AFTER STANDARD ERROR PROCEDURE ON K02-TNUOT-FILE.
       DC2-00.
           MOVE "C:\COBOL-PROJECTS\DOCH\FILES\PIKTNU.DAT" TO
                                                             SHEM-KOVETZ
           PERFORM ZT-TAKALOT.
       DC2-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       DC3-D01                             SECTION.
      *-----------------------------------------------------------------
           USE AFTER STANDARD ERROR PROCEDURE ON D01-CHARIGIM-PRN.
       DC3-00.
           MOVE "C:\COBOL-PROJECTS\DOCH\FILES\PIKADON-CHARIGIM.PRN" TO
                                                             SHEM-KOVETZ
           PERFORM ZT-TAKALOT.
       DC3-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       DC4-BK01                            SECTION.
      *-----------------------------------------------------------------
           USE AFTER STANDARD ERROR PROCEDURE ON BK01-BIKORET-FILE.
       DC4-00.
           IF MH01-FILE-STS NOT = "35"
               MOVE "C:\COBOL-PROJECTS\DOCH\FILES\BIKORET.DAT" TO
                                                             SHEM-KOVETZ
               PERFORM ZT-TAKALOT
           END-IF.
       DC4-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       DC5-K03                             SECTION.
      *-----------------------------------------------------------------
           USE AFTER STANDARD ERROR PROCEDURE ON K03-LAKOCHOT-FILE.
       DC5-00.
           MOVE "C:\COBOL-PROJECTS\DOCH\FILES\LAKOCHOT.DAT" TO
                                                             SHEM-KOVETZ
           PERFORM ZT-TAKALOT.
       DC5-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       DC6-K04                             SECTION.
      *-----------------------------------------------------------------
           USE AFTER STANDARD ERROR PROCEDURE ON K04-RIBIT-FILE.
       DC6-00.
           IF MH01-FILE-STS NOT = "35"
               MOVE "C:\COBOL-PROJECTS\DOCH\FILES\RIBIT.DAT" TO
                                                             SHEM-KOVETZ
               PERFORM ZT-TAKALOT
           END-IF.
       DC6-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       DC7-T01                             SECTION.
      *-----------------------------------------------------------------
           USE AFTER STANDARD ERROR PROCEDURE ON T01-TNUOT-OUT.
       DC7-00.
           IF MH01-FILE-STS NOT = "35"
               MOVE "C:\COBOL-PROJECTS\DOCH\FILES\PIKMTN.DAT" TO
                                                             SHEM-KOVETZ
               PERFORM ZT-TAKALOT
           END-IF.
       DC7-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       DC8-IK01                            SECTION.
      *-----------------------------------------------------------------
           USE AFTER STANDARD ERROR PROCEDURE ON IK01-IKULIM-FILE.
       DC8-00.
           IF MH01-FILE-STS NOT = "35"
               MOVE "C:\COBOL-PROJECTS\DOCH\FILES\IKULIM.DAT" TO
                                                             SHEM-KOVETZ
               PERFORM ZT-TAKALOT
           END-IF.
       DC8-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       DC9-PD01                            SECTION.
      *-----------------------------------------------------------------
           USE AFTER STANDARD ERROR PROCEDURE ON PD01-DCHIYOT-PIKADON.
       DC9-00.
           IF MH01-FILE-STS NOT = "35"
               MOVE "C:\COBOL-PROJECTS\DOCH\FILES\PIKDCH.DAT" TO
                                                             SHEM-KOVETZ
               PERFORM ZT-TAKALOT
           END-IF.
       DC9-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       DC10-MS01                           SECTION.
      *-----------------------------------------------------------------
           USE AFTER STANDARD ERROR PROCEDURE ON MS01-MAS-FILE.
       DC10-00.
           IF MH01-FILE-STS NOT = "35"
               MOVE "C:\COBOL-PROJECTS\DOCH\FILES\MAS.DAT" TO
                                                             SHEM-KOVETZ
               PERFORM ZT-TAKALOT
           END-IF.
       DC10-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       DC11-KS01                           SECTION.
      *-----------------------------------------------------------------
           USE AFTER STANDARD ERROR PROCEDURE ON KS01-KSHARIM-FILE.
       DC11-00.
           IF MH01-FILE-STS NOT = "35"
               MOVE "C:\COBOL-PROJECTS\DOCH\FILES\KSHARIM.DAT" TO
                                                             SHEM-KOVETZ
               PERFORM ZT-TAKALOT
           END-IF.
       DC11-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       DC12-LC01                           SECTION.
      *-----------------------------------------------------------------
           USE AFTER STANDARD ERROR PROCEDURE ON LC01-LAKOACH-FILE.
       DC12-00.
           IF MH01-FILE-STS NOT = "35"
               MOVE "C:\COBOL-PROJECTS\DOCH\FILES\LAKOACH.DAT" TO
                                                             SHEM-KOVETZ
               PERFORM ZT-TAKALOT
           END-IF.
       DC12-EXIT.
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
             WHEN K02-CHESHBON = SPACE
                  MOVE "CHESHBON REIK" TO EZ02-SIBAT-DCHIYA
                  PERFORM J-DCHIYA
             WHEN K02-MISPAR-PIKADON NOT NUMERIC
                  MOVE "MISPAR PIKADON LO NUMERI" TO EZ02-SIBAT-DCHIYA
                  PERFORM J-DCHIYA
             WHEN K02-HOSAFA
              AND (K02-KEREN NOT NUMERIC OR K02-KEREN = ZERO)
                  MOVE "KEREN LO NUMERIT O EFES" TO EZ02-SIBAT-DCHIYA
                  PERFORM J-DCHIYA
             WHEN K02-HOSAFA
              AND K02-TAARICH-PIRAON NOT NUMERIC
                  MOVE "TAARICH PIRAON LO NUMERI" TO EZ02-SIBAT-DCHIYA
                  PERFORM J-DCHIYA
             WHEN K02-HOSAFA
              AND K02-TAARICH-PIRAON NOT > EZ03-TAARICH
                  MOVE "TAARICH PIRAON LO ACHAREI HAYOM" TO
                                                     EZ02-SIBAT-DCHIYA
                  PERFORM J-DCHIYA
             WHEN K02-HOSAFA
              AND K02-RIBIT-SHANA NOT NUMERIC
                  MOVE "RIBIT LO NUMERIT" TO EZ02-SIBAT-DCHIYA
                  PERFORM J-DCHIYA
             WHEN (K02-HOSAFA OR K02-SHINUY)
              AND NOT K02-HORAA-MUKERET
                  MOVE "HORAAT CHIDUSH LO MUKERET" TO EZ02-SIBAT-DCHIYA
                  PERFORM J-DCHIYA
             WHEN K02-HOSAFA
                  PERFORM F-PTICHAT-PIKADON
             WHEN K02-SHINUY
                  PERFORM G-SHINUY-HORAA
             WHEN K02-SHVIRA
                  PERFORM H-SHVIRAT-PIKADON
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
       D-KRIAT-RIBIT                       SECTION.
      *-----------------------------------------------------------------
       D-00.
           MOVE "D-KRIAT-RIBIT" TO SHEM-SEC

           READ K04-RIBIT-FILE
               AT END
                   SET SOF IN SW06-K04 TO TRUE
           END-READ.
       D-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       E-TAEN-RIBIT                        SECTION.
      *-----------------------------------------------------------------
       E-00.
           MOVE "E-TAEN-RIBIT" TO SHEM-SEC

           IF TV01-MONE-RIBIT NOT < C01-GODEL-TAVLAT-RIBIT
               MOVE "TAVLAT RIBIT MELEA" TO SHEM-KOVETZ
               PERFORM ZT-TAKALOT
           END-IF

           ADD  1                 TO TV01-MONE-RIBIT
           SET  TV01-IX           TO TV01-MONE-RIBIT
           MOVE K04-MATBEA        TO TV01-MATBEA(TV01-IX)
           MOVE K04-SUG           TO TV01-SUG(TV01-IX)
           MOVE K04-SCHUM-AD      TO TV01-SCHUM-AD(TV01-IX)
           MOVE K04-ACHUZ-SHANA   TO TV01-ACHUZ-SHANA(TV01-IX).
       E-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       F-PTICHAT-PIKADON                   SECTION.
      *-----------------------------------------------------------------
       F-00.
           MOVE "F-PTICHAT-PIKADON" TO SHEM-SEC

           PERFORM V-BDIKAT-CHESHBON

           IF SW08-KEN AND K02-MATBEA = SPACE
               MOVE MATBEA IN K03-LAKOCHOT-REC TO K02-MATBEA
           END-IF

           IF SW08-KEN
               PERFORM W-YITRA-PNUYA
           END-IF

           IF SW08-KEN
               MOVE K02-RIBIT-SHANA TO EZ12-SHAAR-NIVCHAR
               SET  SW09-KEN        TO TRUE
               IF K02-RIBIT-SHANA = ZERO
                   MOVE K02-MATBEA  TO EZ10-MATBEA-CHIPUS
                   MOVE K02-KEREN   TO EZ11-SCHUM-CHIPUS
                   MOVE "P"         TO EZ09-SUG-MEVUKASH
                   PERFORM R-CHIPUS-SHAAR
                   IF SW09-LO
                       MOVE "Z"     TO EZ09-SUG-MEVUKASH
                       PERFORM R-CHIPUS-SHAAR
                   END-IF
               END-IF
           END-IF

           EVALUATE TRUE
             WHEN SW08-LO
                  CONTINUE
             WHEN MATBEA IN K03-LAKOCHOT-REC NOT = K02-MATBEA
                  MOVE "MATBEA LO TOEM LACHESHBON" TO
                                                    EZ02-SIBAT-DCHIYA
                  PERFORM J-DCHIYA
             WHEN EZ20-YITRA-PNUYA < K02-KEREN
                  MOVE "YITRA PNUYA LO MASPIKA LEPIKADON" TO
                                                    EZ02-SIBAT-DCHIYA
                  PERFORM J-DCHIYA
             WHEN SW09-LO
                  MOVE "LO NIMTZA SHAAR RIBIT LEPIKADON" TO
                                                    EZ02-SIBAT-DCHIYA
                  PERFORM J-DCHIYA
             WHEN OTHER
                  MOVE K02-CHESHBON       TO PK01-CHESHBON
                  MOVE K02-MISPAR-PIKADON TO PK01-MISPAR-PIKADON
                  MOVE K02-KEREN          TO PK01-KEREN
                  MOVE K02-MATBEA         TO PK01-MATBEA
                  MOVE EZ03-TAARICH       TO PK01-TAARICH-PTICHA
                  MOVE K02-TAARICH-PIRAON TO PK01-TAARICH-PIRAON
                  MOVE EZ12-SHAAR-NIVCHAR TO PK01-RIBIT-SHANA
                  MOVE K02-HORAAT-CHIDUSH TO PK01-HORAAT-CHIDUSH
                  SET  PK01-PAIL          TO TRUE
                  MOVE ZERO               TO PK01-TAARICH-SGIRA
                                             PK01-MONE-CHIDUSHIM

                  WRITE K01-PIKADON-REC
                      INVALID KEY
                          MOVE "PIKADON KAYAM - PTICHA NIDCHETA" TO
                                                    EZ02-SIBAT-DCHIYA
                          PERFORM J-DCHIYA
                      NOT INVALID KEY
                          ADD  1 TO M01-MONE-HOSAFOT
                          MOVE "C"        TO EZ07-KOD-PEULA
                          MOVE PK01-KEREN TO EZ08-SCHUM
                          MOVE "P"        TO EZ06-SUG
                          PERFORM L-KTIVAT-TNUA
                          MOVE PK01-CHESHBON TO EZ21-CHESHBON-PTICHA
                          MOVE PK01-KEREN    TO EZ22-KEREN-PTICHA
                          PERFORM N-01-HOSAFAT-PTICHA
                          MOVE PK01-MISPAR-PIKADON TO
                                                 EZ23-MISPAR-PTICHA
                          MOVE "M"           TO EZ24-MAKOR-PTICHA
                          PERFORM O-RISHUM-MEMTINA
                          MOVE SPACE           TO EZ04-TMUNA-LIFNEI
                          MOVE K01-PIKADON-REC TO EZ05-TMUNA-ACHAREI
                          PERFORM K-RISHUM-BIKORET
                  END-WRITE
           END-EVALUATE.
       F-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       G-SHINUY-HORAA                      SECTION.
      *-----------------------------------------------------------------
       G-00.
           MOVE "G-SHINUY-HORAA" TO SHEM-SEC

           MOVE K02-CHESHBON       TO PK01-CHESHBON
           MOVE K02-MISPAR-PIKADON TO PK01-MISPAR-PIKADON

           READ K01-PIKADON-FILE
               INVALID KEY
                   MOVE "PIKADON LO KAYAM - SHINUY NIDCHA" TO
                                                    EZ02-SIBAT-DCHIYA
                   PERFORM J-DCHIYA
               NOT INVALID KEY
                   IF NOT PK01-PAIL
                       MOVE "PIKADON LO PAIL - SHINUY NIDCHA" TO
                                                    EZ02-SIBAT-DCHIYA
                       PERFORM J-DCHIYA
                   ELSE
                       MOVE K01-PIKADON-REC    TO EZ04-TMUNA-LIFNEI
                       MOVE K02-HORAAT-CHIDUSH TO PK01-HORAAT-CHIDUSH
                       REWRITE K01-PIKADON-REC
                       ADD  1                  TO M02-MONE-SHINUYIM
                       MOVE K01-PIKADON-REC    TO EZ05-TMUNA-ACHAREI
                       PERFORM K-RISHUM-BIKORET
                   END-IF
           END-READ.
       G-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       H-SHVIRAT-PIKADON                   SECTION.
      *-----------------------------------------------------------------
       H-00.
           MOVE "H-SHVIRAT-PIKADON" TO SHEM-SEC

           MOVE K02-CHESHBON       TO PK01-CHESHBON
           MOVE K02-MISPAR-PIKADON TO PK01-MISPAR-PIKADON

           READ K01-PIKADON-FILE
               INVALID KEY
                   MOVE "PIKADON LO KAYAM - SHVIRA NIDCHETA" TO
                                                    EZ02-SIBAT-DCHIYA
                   PERFORM J-DCHIYA
               NOT INVALID KEY
                   PERFORM H-01-BITZUA-SHVIRA
           END-READ.
       H-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       H-01-BITZUA-SHVIRA                  SECTION.
      *-----------------------------------------------------------------
       H-01-00.
           MOVE "H-01-BITZUA-SHVIRA" TO SHEM-SEC

           IF PK01-PAIL
               MOVE PK01-CHESHBON TO K02-CHESHBON
               PERFORM V-BDIKAT-CHESHBON
           END-IF
           PERFORM O-01-CHIPUS-MEMTINA

           EVALUATE TRUE
             WHEN NOT PK01-PAIL
                  MOVE "PIKADON LO PAIL - SHVIRA NIDCHETA" TO
                                                    EZ02-SIBAT-DCHIYA
                  PERFORM J-DCHIYA
             WHEN PK01-TAARICH-PIRAON NOT > EZ03-TAARICH
                  MOVE "HIGIA LEPIRAON - YEPARE BERITZAT LAILA" TO
                                                    EZ02-SIBAT-DCHIYA
                  PERFORM J-DCHIYA
             WHEN SW08-LO
                  CONTINUE
             WHEN SW14-KEN AND TV03-MEMTINA(TV03-IX)
                  MOVE "PTICHA TEREM NIKLETA - LO NISHBAR" TO
                                                    EZ02-SIBAT-DCHIYA
                  PERFORM J-DCHIYA
             WHEN SW14-KEN
                  MOVE "PTICHA NIDCHETA BELAKYOM - LO NISHBAR" TO
                                                    EZ02-SIBAT-DCHIYA
                  PERFORM J-DCHIYA
             WHEN OTHER
                  MOVE PK01-MATBEA TO EZ10-MATBEA-CHIPUS
                  MOVE PK01-KEREN  TO EZ11-SCHUM-CHIPUS
                  MOVE "K"         TO EZ09-SUG-MEVUKASH
                  PERFORM R-CHIPUS-SHAAR
                  IF SW09-LO
                      MOVE ZERO    TO EZ12-SHAAR-NIVCHAR
                  END-IF

                  COMPUTE EZ16-YAMIM =
                          FUNCTION INTEGER-OF-DATE(EZ03-TAARICH)
                        - FUNCTION INTEGER-OF-DATE(PK01-TAARICH-PTICHA)
                  IF EZ16-YAMIM < ZERO
                      MOVE ZERO    TO EZ16-YAMIM
                  END-IF
                  COMPUTE EZ17-SCHUM-RIBIT ROUNDED =
                          PK01-KEREN * EZ12-SHAAR-NIVCHAR
                        * EZ16-YAMIM / 36500

                  MOVE K01-PIKADON-REC TO EZ04-TMUNA-LIFNEI

                  MOVE ZERO            TO EZ25-SCHUM-MAS
                  SET  SW20-KEN        TO TRUE
                  IF EZ17-SCHUM-RIBIT > ZERO
                      PERFORM S-CHISHUV-MAS
                  END-IF

                  MOVE "Z"             TO EZ07-KOD-PEULA
                  MOVE PK01-KEREN      TO EZ08-SCHUM
                  MOVE "K"             TO EZ06-SUG
                  PERFORM L-KTIVAT-TNUA
                  IF EZ17-SCHUM-RIBIT > ZERO
                      MOVE EZ17-SCHUM-RIBIT TO EZ08-SCHUM
                      MOVE "R"              TO EZ06-SUG
                      PERFORM L-KTIVAT-TNUA
                  END-IF
                  IF EZ25-SCHUM-MAS > ZERO
                      MOVE "MS"             TO EZ06-KIDOMET
                      MOVE "C"              TO EZ07-KOD-PEULA
                      MOVE EZ25-SCHUM-MAS   TO EZ08-SCHUM
                      MOVE "R"              TO EZ06-SUG
                      PERFORM L-KTIVAT-TNUA
                      MOVE "PK"             TO EZ06-KIDOMET
                      ADD  1                TO M07-MONE-MAS
                  END-IF

                  SET  PK01-SHAVUR     TO TRUE
                  MOVE EZ03-TAARICH    TO PK01-TAARICH-SGIRA
                  REWRITE K01-PIKADON-REC
                  ADD  1               TO M05-MONE-SHVIROT
                  MOVE K01-PIKADON-REC TO EZ05-TMUNA-ACHAREI
                  PERFORM K-RISHUM-BIKORET
           END-EVALUATE.
       H-01-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       I-MECHIKAT-SHURA                    SECTION.
      *-----------------------------------------------------------------
       I-00.
           MOVE "I-MECHIKAT-SHURA" TO SHEM-SEC

           MOVE K02-CHESHBON       TO PK01-CHESHBON
           MOVE K02-MISPAR-PIKADON TO PK01-MISPAR-PIKADON

           READ K01-PIKADON-FILE
               INVALID KEY
                   MOVE "PIKADON LO KAYAM - MECHIKA NIDCHETA" TO
                                                    EZ02-SIBAT-DCHIYA
                   PERFORM J-DCHIYA
               NOT INVALID KEY
                   IF PK01-PAIL
                       MOVE "PIKADON PAIL - MECHIKA NIDCHETA" TO
                                                    EZ02-SIBAT-DCHIYA
                       PERFORM J-DCHIYA
                   ELSE
                       MOVE K01-PIKADON-REC TO EZ04-TMUNA-LIFNEI
                       DELETE K01-PIKADON-FILE
                       ADD  1 TO M03-MONE-MECHIKOT
                       MOVE SPACE           TO EZ05-TMUNA-ACHAREI
                       PERFORM K-RISHUM-BIKORET
                   END-IF
           END-READ.
       I-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       K-RISHUM-BIKORET                    SECTION.
      *-----------------------------------------------------------------
       K-00.
           MOVE "K-RISHUM-BIKORET" TO SHEM-SEC

           MOVE SPACE              TO BK01-BIKORET-REC
           MOVE 'PIKMAN'           TO BK01-TOCHNIT
           MOVE EZ03-TAARICH       TO BK01-TAARICH
           MOVE EZ03-SHAA          TO BK01-SHAA
           MOVE 'PIKADON'          TO BK01-KOVETZ
           IF K02-SHVIRA
               SET  BK01-SHINUY    TO TRUE
           ELSE
               MOVE K02-PEULA      TO BK01-PEULA
           END-IF
           MOVE PK01-MAFTEACH      TO BK01-MAFTEACH
           MOVE EZ04-TMUNA-LIFNEI  TO BK01-TMUNA-LIFNEI
           MOVE EZ05-TMUNA-ACHAREI TO BK01-TMUNA-ACHAREI

           WRITE BK01-BIKORET-REC.
       K-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       J-DCHIYA                            SECTION.
      *-----------------------------------------------------------------
       J-00.
           MOVE K02-PEULA          TO SD01-PEULA
           MOVE K02-CHESHBON       TO SD01-CHESHBON
           MOVE K02-MISPAR-PIKADON TO SD01-PIKADON
           MOVE EZ02-SIBAT-DCHIYA  TO SD01-SIBA

           WRITE D01-SHURA FROM SD01
           AFTER ADVANCING 1 LINES

           ADD 1 TO M04-MONE-CHARIGIM.
       J-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       L-KTIVAT-TNUA                       SECTION.
      *-----------------------------------------------------------------
       L-00.
           MOVE "L-KTIVAT-TNUA" TO SHEM-SEC

           MOVE PK01-MISPAR-PIKADON TO EZ06-MISPAR-PIKADON

           MOVE PK01-CHESHBON       TO TN01-CHESHBON
           MOVE EZ03-TAARICH        TO TN01-TAARICH-ERECH
           MOVE EZ07-KOD-PEULA      TO TN01-KOD-PEULA
           MOVE EZ08-SCHUM          TO TN01-SCHUM
           MOVE EZ06-ASMACHTA       TO TN01-ASMACHTA
           MOVE SPACE               TO TN01-CHESHBON-NEGDI

           WRITE T01-TNUA-REC
           ADD  1 TO M06-MONE-TNUOT.
       L-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       M-KRIAT-MEMTINA                     SECTION.
      *-----------------------------------------------------------------
       M-00.
           MOVE "M-KRIAT-MEMTINA" TO SHEM-SEC

           READ T01-TNUOT-OUT
               AT END
                   SET SOF IN SW07-T01 TO TRUE
           END-READ.
       M-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       M-01-TAEN-PTICHA                    SECTION.
      *-----------------------------------------------------------------
       M-01-00.
           MOVE "M-01-TAEN-PTICHA" TO SHEM-SEC

           IF TN01-ASMACHTA(1:2) = "PK"
              AND TN01-ASMACHTA(6:1) = "P"
              AND TN01-CHOVA
               MOVE TN01-CHESHBON TO EZ21-CHESHBON-PTICHA
               MOVE TN01-SCHUM    TO EZ22-KEREN-PTICHA
               PERFORM N-01-HOSAFAT-PTICHA
               IF TN01-ASMACHTA(3:3) NUMERIC
                   MOVE TN01-ASMACHTA(3:3) TO EZ23-MISPAR-PTICHA
                   MOVE "M"                TO EZ24-MAKOR-PTICHA
                   PERFORM O-RISHUM-MEMTINA
               END-IF
           END-IF.
       M-01-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       N-CHIPUS-PTICHOT                    SECTION.
      *-----------------------------------------------------------------
       N-00.
           MOVE "N-CHIPUS-PTICHOT" TO SHEM-SEC
           SET  SW13-LO            TO TRUE

           IF TV02-MONE-PTICHOT > ZERO
               SET TV02-IX TO 1
               SEARCH TV02-PTICHOT
                   AT END
                       SET SW13-LO TO TRUE
                   WHEN TV02-CHESHBON(TV02-IX) = EZ21-CHESHBON-PTICHA
                       SET SW13-KEN TO TRUE
               END-SEARCH
           END-IF.
       N-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       N-01-HOSAFAT-PTICHA                 SECTION.
      *-----------------------------------------------------------------
       N-01-00.
           MOVE "N-01-HOSAFAT-PTICHA" TO SHEM-SEC

           PERFORM N-CHIPUS-PTICHOT

           IF SW13-LO
               IF TV02-MONE-PTICHOT NOT < C02-GODEL-TAVLAT-PTICHOT
                   MOVE "TAVLAT PTICHOT MELEA" TO SHEM-KOVETZ
                   PERFORM ZT-TAKALOT
               END-IF
               ADD  1            TO TV02-MONE-PTICHOT
               SET  TV02-IX      TO TV02-MONE-PTICHOT
               MOVE EZ21-CHESHBON-PTICHA TO TV02-CHESHBON(TV02-IX)
               MOVE ZERO                 TO TV02-KEREN(TV02-IX)
           END-IF

           ADD EZ22-KEREN-PTICHA TO TV02-KEREN(TV02-IX).
       N-01-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       O-RISHUM-MEMTINA                    SECTION.
      *-----------------------------------------------------------------
       O-00.
           MOVE "O-RISHUM-MEMTINA" TO SHEM-SEC

           IF TV03-MONE-MEMTINOT NOT < C03-GODEL-TAVLAT-MEMTINOT
               MOVE "TAVLAT PTICHOT MEMTINOT MELEA" TO SHEM-KOVETZ
               PERFORM ZT-TAKALOT
           END-IF

           ADD  1                    TO TV03-MONE-MEMTINOT
           SET  TV03-IX              TO TV03-MONE-MEMTINOT
           MOVE EZ21-CHESHBON-PTICHA TO TV03-CHESHBON(TV03-IX)
           MOVE EZ23-MISPAR-PTICHA   TO TV03-MISPAR-PIKADON(TV03-IX)
           MOVE EZ24-MAKOR-PTICHA    TO TV03-MAKOR(TV03-IX).
       O-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       O-01-CHIPUS-MEMTINA                 SECTION.
      *-----------------------------------------------------------------
       O-01-00.
           MOVE "O-01-CHIPUS-MEMTINA" TO SHEM-SEC
           SET  SW14-LO               TO TRUE

           IF TV03-MONE-MEMTINOT > ZERO
               SET TV03-IX TO 1
               SEARCH TV03-MEMTINOT
                   AT END
                       SET SW14-LO TO TRUE
                   WHEN TV03-CHESHBON(TV03-IX)       = PK01-CHESHBON
                    AND TV03-MISPAR-PIKADON(TV03-IX) =
                                                   PK01-MISPAR-PIKADON
                       SET SW14-KEN TO TRUE
               END-SEARCH
           END-IF.
       O-01-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       P-KRIAT-DCHIYA                      SECTION.
      *-----------------------------------------------------------------
       P-00.
           MOVE "P-KRIAT-DCHIYA" TO SHEM-SEC

           READ PD01-DCHIYOT-PIKADON
               AT END
                   SET SOF IN SW15-PD01 TO TRUE
           END-READ.
       P-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       P-01-TAEN-DCHIYA                    SECTION.
      *-----------------------------------------------------------------
       P-01-00.
           MOVE "P-01-TAEN-DCHIYA" TO SHEM-SEC

           IF PD01-ASMACHTA(1:2) = "PK"
              AND PD01-ASMACHTA(6:1) = "P"
              AND PD01-ASMACHTA(3:3) NUMERIC
               MOVE PD01-CHESHBON      TO EZ21-CHESHBON-PTICHA
               MOVE PD01-ASMACHTA(3:3) TO EZ23-MISPAR-PTICHA
               MOVE "D"                TO EZ24-MAKOR-PTICHA
               PERFORM O-RISHUM-MEMTINA
           END-IF.
       P-01-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       R-CHIPUS-SHAAR                      SECTION.
      *-----------------------------------------------------------------
       R-00.
           MOVE "R-CHIPUS-SHAAR" TO SHEM-SEC
           SET  SW09-LO          TO TRUE
           MOVE ZERO             TO EZ14-IX-NIVCHAR

           PERFORM R-01-BDIKAT-SHURAT-SHAAR
               VARYING EZ13-IX-SHAAR FROM 1 BY 1
               UNTIL EZ13-IX-SHAAR > TV01-MONE-RIBIT

           IF EZ14-IX-NIVCHAR > ZERO
               SET  TV01-IX TO EZ14-IX-NIVCHAR
               MOVE TV01-ACHUZ-SHANA(TV01-IX) TO EZ12-SHAAR-NIVCHAR
               SET  SW09-KEN TO TRUE
           END-IF.
       R-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       R-01-BDIKAT-SHURAT-SHAAR            SECTION.
      *-----------------------------------------------------------------
       R-01-00.
           IF TV01-MATBEA(EZ13-IX-SHAAR) = EZ10-MATBEA-CHIPUS
              AND TV01-SUG(EZ13-IX-SHAAR) = EZ09-SUG-MEVUKASH
              AND EZ11-SCHUM-CHIPUS NOT >
                                        TV01-SCHUM-AD(EZ13-IX-SHAAR)
               IF EZ14-IX-NIVCHAR = ZERO
                  OR TV01-SCHUM-AD(EZ13-IX-SHAAR) NOT >
                                        EZ15-SCHUM-AD-NIVCHAR
                   MOVE EZ13-IX-SHAAR TO EZ14-IX-NIVCHAR
                   MOVE TV01-SCHUM-AD(EZ13-IX-SHAAR) TO
                                        EZ15-SCHUM-AD-NIVCHAR
               END-IF
           END-IF.
       R-01-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       S-CHISHUV-MAS                       SECTION.
      *-----------------------------------------------------------------
       S-00.
           MOVE "S-CHISHUV-MAS" TO SHEM-SEC

           IF PATUR-MAS IN K03-LAKOCHOT-REC
               ADD 1 TO M08-MONE-PTURIM
           ELSE
               PERFORM T-SUG-LAKOACH
               PERFORM U-CHIPUS-SHIUR-MAS
               IF SW20-LO
                   ADD 1 TO M09-MONE-LELO-SHIUR
                   MOVE SPACE TO EZ02-SIBAT-DCHIYA
                   STRING "LO NIMTZA SHIUR MAS LESUG "
                          EZ26-SUG-LAKOACH
                          DELIMITED BY SIZE INTO EZ02-SIBAT-DCHIYA
                   MOVE K02-PEULA          TO SD01-PEULA
                   MOVE PK01-CHESHBON      TO SD01-CHESHBON
                   MOVE K02-MISPAR-PIKADON TO SD01-PIKADON
                   MOVE EZ02-SIBAT-DCHIYA  TO SD01-SIBA
                   WRITE D01-SHURA FROM SD01
                   AFTER ADVANCING 1 LINES
               ELSE
                   COMPUTE EZ25-SCHUM-MAS ROUNDED =
                           EZ17-SCHUM-RIBIT
                         * TV04-ACHUZ-MAS(TV04-IX) / 100
               END-IF
           END-IF.
       S-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       T-SUG-LAKOACH                       SECTION.
      *-----------------------------------------------------------------
       T-00.
           MOVE "T-SUG-LAKOACH"        TO SHEM-SEC
           MOVE C04-SUG-BRIRAT-MECHDAL TO EZ26-SUG-LAKOACH
           MOVE SPACE                  TO EZ27-ZEHUT-BAAL

           OPEN INPUT KS01-KSHARIM-FILE
           IF MH01-FS-TAKIN
               SET  MAMSHICH IN SW17-KS01 TO TRUE
               SET  SW21-YESH            TO TRUE
               PERFORM T-01-KRIAT-KESHER
                   UNTIL SW21-SOF
               CLOSE KS01-KSHARIM-FILE
               SET  SAGUR IN SW17-KS01 TO TRUE
           END-IF

           IF EZ27-ZEHUT-BAAL NOT = SPACE
              AND SW19-KEN
               MOVE EZ27-ZEHUT-BAAL TO LC01-MISPAR-ZEHUT
               READ LC01-LAKOACH-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF LC01-SUG-MUKAR
                           MOVE LC01-SUG-LAKOACH TO EZ26-SUG-LAKOACH
                       END-IF
               END-READ
           END-IF.
       T-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       T-01-KRIAT-KESHER                   SECTION.
      *-----------------------------------------------------------------
       T-01-00.
           READ KS01-KSHARIM-FILE
               AT END
                   SET SW21-SOF TO TRUE
               NOT AT END
                   IF KS01-CHESHBON = PK01-CHESHBON
                       EVALUATE TRUE
                         WHEN KS01-RASHI
                              MOVE KS01-MISPAR-ZEHUT TO EZ27-ZEHUT-BAAL
                              SET  SW21-SOF          TO TRUE
                         WHEN KS01-MESHUTAF
                          AND EZ27-ZEHUT-BAAL = SPACE
                              MOVE KS01-MISPAR-ZEHUT TO EZ27-ZEHUT-BAAL
                       END-EVALUATE
                   END-IF
           END-READ.
       T-01-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       U-CHIPUS-SHIUR-MAS                  SECTION.
      *-----------------------------------------------------------------
       U-00.
           MOVE "U-CHIPUS-SHIUR-MAS" TO SHEM-SEC
           SET  SW20-LO              TO TRUE

           IF TV04-MONE-MAS > 0
               SET  TV04-IX TO 1
               SEARCH TV04-SHIUREI-MAS
                   AT END
                       SET SW20-LO TO TRUE
                   WHEN TV04-SUG-LAKOACH(TV04-IX) = EZ26-SUG-LAKOACH
                       SET SW20-KEN TO TRUE
               END-SEARCH
           END-IF.
       U-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       V-BDIKAT-CHESHBON                   SECTION.
      *-----------------------------------------------------------------
       V-00.
           MOVE "V-BDIKAT-CHESHBON" TO SHEM-SEC

           MOVE K02-CHESHBON TO CHESHBON IN K03-LAKOCHOT-REC

           READ K03-LAKOCHOT-FILE
               INVALID KEY
                   SET  SW08-LO  TO TRUE
                   MOVE "CHESHBON LO KAYAM BEKOVETZ LAKOCHOT" TO
                                                    EZ02-SIBAT-DCHIYA
                   PERFORM J-DCHIYA
               NOT INVALID KEY
                   IF MATZAV-SAGUR OR MATZAV-KAFU
                       SET  SW08-LO  TO TRUE
                       MOVE "CHESHBON SAGUR O KAFU" TO
                                                    EZ02-SIBAT-DCHIYA
                       PERFORM J-DCHIYA
                   ELSE
                       SET  SW08-KEN TO TRUE
                   END-IF
           END-READ.
       V-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       W-YITRA-PNUYA                       SECTION.
      *-----------------------------------------------------------------
       W-00.
           MOVE "W-YITRA-PNUYA" TO SHEM-SEC

           MOVE ZERO TO EZ18-SACH-IKULIM
                        EZ19-KEREN-MEMTINA
           IF SW11-KEN
               PERFORM W-01-SICUM-IKULIM
           END-IF

           MOVE K02-CHESHBON TO EZ21-CHESHBON-PTICHA
           PERFORM N-CHIPUS-PTICHOT
           IF SW13-KEN
               MOVE TV02-KEREN(TV02-IX) TO EZ19-KEREN-MEMTINA
           END-IF

           COMPUTE EZ20-YITRA-PNUYA = YITRA IN K03-LAKOCHOT-REC
                                    - EZ18-SACH-IKULIM
                                    - EZ19-KEREN-MEMTINA.
       W-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       W-01-SICUM-IKULIM                   SECTION.
      *-----------------------------------------------------------------
       W-01-00.
           MOVE "W-01-SICUM-IKULIM" TO SHEM-SEC
           SET  SW12-YESH           TO TRUE

           MOVE K02-CHESHBON TO IK01-CHESHBON
           MOVE ZERO         TO IK01-MISPAR-IKUL

           START IK01-IKULIM-FILE KEY IS NOT LESS THAN IK01-MAFTEACH
               INVALID KEY
                   SET SW12-SOF TO TRUE
           END-START

           PERFORM W-02-KRIAT-IKUL
               UNTIL SW12-SOF.
       W-01-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       W-02-KRIAT-IKUL                     SECTION.
      *-----------------------------------------------------------------
       W-02-00.
           READ IK01-IKULIM-FILE NEXT RECORD
               AT END
                   SET SW12-SOF TO TRUE
               NOT AT END
                   IF IK01-CHESHBON NOT = K02-CHESHBON
                       SET SW12-SOF TO TRUE
                   ELSE
                       IF IK01-TAARICH-HATCHALA NOT > EZ03-TAARICH
                          AND (IK01-TAARICH-SHICHRUR = ZERO
                           OR  IK01-TAARICH-SHICHRUR > EZ03-TAARICH)
                           ADD IK01-SCHUM TO EZ18-SACH-IKULIM
                       END-IF
                   END-IF
           END-READ.
       W-02-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       ZA-HATCHLAT-TOCHNIT                 SECTION.
      *-----------------------------------------------------------------
       ZA-00.
           MOVE 'PIKMAN'               TO SHEM-TUCHNIT IN EZ01-TAKALOT
           MOVE "ZA-HATCHLAT-TOCHNIT"  TO SHEM-SEC
           MOVE FUNCTION CURRENT-DATE  TO EZ03-ZMAN

           OPEN INPUT  K04-RIBIT-FILE
           IF MH01-FS-TAKIN
               SET     MAMSHICH IN SW06-K04 TO TRUE
               PERFORM D-KRIAT-RIBIT
               PERFORM UNTIL SOF IN SW06-K04
                   PERFORM E-TAEN-RIBIT
                   PERFORM D-KRIAT-RIBIT
               END-PERFORM
               CLOSE K04-RIBIT-FILE
               SET     SAGUR IN SW06-K04 TO TRUE
           END-IF

           OPEN I-O    K01-PIKADON-FILE
           IF MH01-FILE-STS = "35"
               OPEN OUTPUT K01-PIKADON-FILE
               CLOSE K01-PIKADON-FILE
               OPEN I-O    K01-PIKADON-FILE
           END-IF
           SET         MAMSHICH IN SW01-K01 TO TRUE

           OPEN INPUT  K03-LAKOCHOT-FILE
           SET         MAMSHICH IN SW05-K03 TO TRUE

           OPEN INPUT  MS01-MAS-FILE
           IF MH01-FS-TAKIN
               SET  MAMSHICH IN SW16-MS01 TO TRUE
               PERFORM ZA-01-KRIAT-MAS
               PERFORM UNTIL SOF IN SW16-MS01
                   PERFORM ZA-02-TAEN-MAS
                   PERFORM ZA-01-KRIAT-MAS
               END-PERFORM
               CLOSE MS01-MAS-FILE
               SET  SAGUR IN SW16-MS01 TO TRUE
           END-IF

           OPEN INPUT  LC01-LAKOACH-FILE
           IF MH01-FS-TAKIN
               SET  SW19-KEN TO TRUE
               SET  MAMSHICH IN SW18-LC01 TO TRUE
           ELSE
               SET  SW19-LO  TO TRUE
           END-IF

           OPEN INPUT  IK01-IKULIM-FILE
           IF MH01-FS-TAKIN
               SET  MAMSHICH IN SW10-IK01 TO TRUE
               SET  SW11-KEN              TO TRUE
           ELSE
               SET  SW11-LO               TO TRUE
           END-IF

           OPEN INPUT  T01-TNUOT-OUT
           IF MH01-FS-TAKIN
               SET     MAMSHICH IN SW07-T01 TO TRUE
               PERFORM M-KRIAT-MEMTINA
               PERFORM UNTIL SOF IN SW07-T01
                   PERFORM M-01-TAEN-PTICHA
                   PERFORM M-KRIAT-MEMTINA
               END-PERFORM
               CLOSE T01-TNUOT-OUT
               SET     SAGUR IN SW07-T01 TO TRUE
           END-IF

           OPEN INPUT  PD01-DCHIYOT-PIKADON
           IF MH01-FS-TAKIN
               SET     MAMSHICH IN SW15-PD01 TO TRUE
               PERFORM P-KRIAT-DCHIYA
               PERFORM UNTIL SOF IN SW15-PD01
                   PERFORM P-01-TAEN-DCHIYA
                   PERFORM P-KRIAT-DCHIYA
               END-PERFORM
               CLOSE PD01-DCHIYOT-PIKADON
               SET     SAGUR IN SW15-PD01 TO TRUE
           END-IF

           OPEN EXTEND T01-TNUOT-OUT
           IF MH01-FILE-STS = "35"
               OPEN OUTPUT T01-TNUOT-OUT
           END-IF
           SET         MAMSHICH IN SW07-T01 TO TRUE

           OPEN EXTEND BK01-BIKORET-FILE
           IF MH01-FILE-STS = "35"
               OPEN OUTPUT BK01-BIKORET-FILE
           END-IF
           SET         MAMSHICH IN SW04-BK01 TO TRUE

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
       ZA-01-KRIAT-MAS                     SECTION.
      *-----------------------------------------------------------------
       ZA-01-00.
           READ MS01-MAS-FILE
               AT END
                   SET SOF IN SW16-MS01 TO TRUE
           END-READ.
       ZA-01-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       ZA-02-TAEN-MAS                      SECTION.
      *-----------------------------------------------------------------
       ZA-02-00.
           IF TV04-MONE-MAS NOT < C05-GODEL-TAVLAT-MAS
               MOVE "TAVLAT MAS MELEA" TO SHEM-KOVETZ
               PERFORM ZT-TAKALOT
           END-IF

           ADD  1                 TO TV04-MONE-MAS
           SET  TV04-IX           TO TV04-MONE-MAS
           MOVE MS01-SUG-LAKOACH  TO TV04-SUG-LAKOACH(TV04-IX)
           IF MS01-ACHUZ-MAS NUMERIC
               MOVE MS01-ACHUZ-MAS TO TV04-ACHUZ-MAS(TV04-IX)
           ELSE
               MOVE ZERO           TO TV04-ACHUZ-MAS(TV04-IX)
           END-IF.
       ZA-02-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       ZZ-SYIUM-TOCHNIT                    SECTION.
      *-----------------------------------------------------------------
       ZZ-00.
           MOVE "ZZ-SYIUM-TOCHNIT" TO SHEM-SEC

           MOVE M04-MONE-CHARIGIM TO ST01-MONE
           WRITE D01-SHURA        FROM ST01
           AFTER ADVANCING 2 LINES

           MOVE M01-MONE-HOSAFOT  TO ST02-MONE
           WRITE D01-SHURA        FROM ST02
           AFTER ADVANCING 1 LINES

           MOVE M05-MONE-SHVIROT  TO ST03-MONE
           WRITE D01-SHURA        FROM ST03
           AFTER ADVANCING 1 LINES

           MOVE M06-MONE-TNUOT    TO ST04-MONE
           WRITE D01-SHURA        FROM ST04
           AFTER ADVANCING 1 LINES

           MOVE M07-MONE-MAS      TO ST05-MONE
           WRITE D01-SHURA        FROM ST05
           AFTER ADVANCING 1 LINES

           MOVE M08-MONE-PTURIM   TO ST06-MONE
           WRITE D01-SHURA        FROM ST06
           AFTER ADVANCING 1 LINES

           MOVE M09-MONE-LELO-SHIUR TO ST07-MONE
           WRITE D01-SHURA        FROM ST07
           AFTER ADVANCING 1 LINES

           CLOSE K02-TNUOT-FILE
           SET   SAGUR IN SW02-K02 TO TRUE

           CLOSE D01-CHARIGIM-PRN
           SET   SAGUR IN SW03-D01 TO TRUE

           CLOSE K03-LAKOCHOT-FILE
           SET   SAGUR IN SW05-K03 TO TRUE

           IF SW19-KEN
               CLOSE LC01-LAKOACH-FILE
               SET   SAGUR IN SW18-LC01 TO TRUE
           END-IF

           IF SW11-KEN
               CLOSE IK01-IKULIM-FILE
               SET   SAGUR IN SW10-IK01 TO TRUE
           END-IF

           CLOSE T01-TNUOT-OUT
           SET   SAGUR IN SW07-T01 TO TRUE

           CLOSE K01-PIKADON-FILE
           SET   SAGUR IN SW01-K01 TO TRUE

           CLOSE BK01-BIKORET-FILE
           SET   SAGUR IN SW04-BK01 TO TRUE.
       ZZ-EXIT.
           EXIT.
      *-----------------------------------------------------------------
