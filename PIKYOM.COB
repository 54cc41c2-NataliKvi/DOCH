      *-----------------------------------------------------------------
       IDENTIFICATION                      DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID.                         PIKYOM.
      *AUTHOR                              NATALI KVITELASHVILI.
      *DATE-WRITTEN                        15/10/2026.
      *REMARKS      Nightly maturity run of the fixed-term deposits,
      *             to be run before LAKYOM:
      *             *Starts PIKKSF.DAT, the night's deposit movements
      *              in the TNUKSF layout, with the openings and breaks
      *              PIKMAN added to PIKMTN.DAT since the last run, and
      *              deletes PIKMTN.DAT as soon as it is copied. LAKYOM
      *              posts PIKKSF.DAT when it is named in PARAM-YOM.DAT.
      *             *Before copying PIKMTN.DAT, cancels (MATZAV B) every
      *              deposit whose opening debit LAKYOM rejected, as
      *              listed in PIKDCH.DAT, then deletes PIKDCH.DAT;
      *              such a deposit was never funded and is not paid.
      *              A break of such a deposit still waiting in
      *              PIKMTN.DAT is cancelled with it: K, R and MS
      *              movements of a deposit in MATZAV B are not
      *              copied. A deposit whose opening was only copied to
      *              PIKKSF.DAT in this run is not paid out before
      *              LAKYOM has posted that opening.
      *             *Scans PIKADON.DAT for every open deposit whose
      *              TAARICH PIRAON has arrived on the run date and
      *              computes its interest for the term at the fixed
      *              RIBIT of the deposit (KEREN * RIBIT * days /
      *              36500).
      *             *By the rollover instruction: R - the interest is
      *              paid as ZCHUT to the linked CHESHBON and the KEREN
      *              rolls over; K - the interest is added to the KEREN
      *              and the whole rolls over - the interest is still
      *              paid as ZCHUT R and deposited back at once by a
      *              CHOVA H, so it is reported as interest in the year
      *              it is earned; P - KEREN and interest are paid as
      *              ZCHUT and the deposit is closed (nifra). ASMACHTA
      *              is PK + MISPAR PIKADON + K (keren), R (ribit) or H
      *              (hafkadat ribit).
      *             *Withholds tax (nikuy mas bamakor) from the interest
      *              the way LAKRIB does: the rate comes from MAS.DAT by
      *              SUG LAKOACH of the owner of the linked CHESHBON
      *              (KSHARIM.DAT role R, else M, then LAKOACH.DAT; no
      *              owner on file counts as P prati), an account
      *              flagged PTOR MAS in LAKOCHOT.DAT is exempt, and a
      *              SUG LAKOACH missing from MAS.DAT is listed and not
      *              taxed. The tax is a CHOVA written right after the
      *              ZCHUT R, ASMACHTA MS + MISPAR PIKADON + R; under K
      *              only the interest net of tax is deposited back and
      *              added to the KEREN.
      *             *A rollover runs for the same number of days from
      *              the old TAARICH PIRAON, at the current deposit
      *              rate of RIBIT.DAT (SUG P, else the credit rate SUG
      *              Z) for the MATBEA and new KEREN; with no rate for
      *              the MATBEA the old RIBIT is kept and the deposit
      *              is listed.
      *             *A deposit due whose CHESHBON is missing from
      *              LAKOCHOT.DAT, sagur or kafu is left open and
      *              listed, whatever its instruction; the next run
      *              pays or renews it.
      *             *Prints the register PIKYOM.PRN and records PTICHA
      *              and SIYUM in RUNCTL.DAT (RESHUMOT = deposits
      *              matured, TAKALOT-A = payments deferred, TAKALOT-B
      *              = rollovers without a current rate). Refuses to
      *              run a second time on a run date it has already
      *              finished TAKIN, so the night's PIKKSF.DAT is never
      *              overwritten before LAKYOM posts it. A rerun after
      *              a run of the same date that did not finish
      *              extends PIKKSF.DAT and the register instead of
      *              starting them again, and marks its SIYUM record
      *              as a resumed run.
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

           SELECT K02-LAKOCHOT-FILE
             ASSIGN       TO "C:\COBOL-PROJECTS\DOCH\FILES\LAKOCHOT.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS DYNAMIC
             RECORD KEY   IS CHESHBON
             FILE STATUS  IS MH01-FILE-STS.

           SELECT K03-RIBIT-FILE
             ASSIGN       TO "C:\COBOL-PROJECTS\DOCH\FILES\RIBIT.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS  IS MH01-FILE-STS.

           SELECT K04-MEMTINOT-FILE
             ASSIGN       TO "C:\COBOL-PROJECTS\DOCH\FILES\PIKMTN.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
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

           SELECT W01-BAALIM-FILE
             ASSIGN       TO "C:\COBOL-PROJECTS\DOCH\FILES\PIKBAL.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS  IS MH01-FILE-STS.

           SELECT SRT-BAALIM
             ASSIGN       TO "C:\COBOL-PROJECTS\DOCH\FILES\SORTWK".

           SELECT T01-TNUOT-FILE
             ASSIGN       TO "C:\COBOL-PROJECTS\DOCH\FILES\PIKKSF.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS  IS MH01-FILE-STS.

           SELECT D01-REGISTER-PRN
             ASSIGN       TO "C:\COBOL-PROJECTS\DOCH\FILES\PIKYOM.PRN"
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
       FD K01-PIKADON-FILE.
       01 K01-PIKADON-REC.
           COPY "C:\COBOL-PROJECTS\DOCH\COPYS\PIKADON.COB".

       FD K02-LAKOCHOT-FILE.
       01 K02-LAKOCHOT-REC.
           COPY "C:\COBOL-PROJECTS\DOCH\COPYS\LAKOCHOT.COB".

       FD K03-RIBIT-FILE
           RECORDING MODE F.
       01 K03-RIBIT-REC.
           03 K03-MATBEA                   PIC X(03).
           03 K03-SUG                      PIC X(01).
           03 K03-SCHUM-AD                 PIC 9(8)V99.
           03 K03-ACHUZ-SHANA              PIC 9(2)V9(3).

       FD K04-MEMTINOT-FILE
           RECORDING MODE F.
       01 K04-MEMTINA-REC                  PIC X(35).

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

       FD W01-BAALIM-FILE
           RECORDING MODE F.
       01 W01-BAAL-REC.
           03 W01-MISPAR-ZEHUT             PIC X(09).
           03 W01-CHESHBON                 PIC X(05).
           03 W01-TAFKID                   PIC X(01).
             88 W01-BAALIM                              VALUE "R" "M".

       SD SRT-BAALIM.
       01 SRB-REC.
           03 SRB-MISPAR-ZEHUT             PIC X(09).
           03 SRB-CHESHBON                 PIC X(05).
           03 SRB-TAFKID                   PIC X(01).

       FD T01-TNUOT-FILE
           RECORDING MODE F.
       01 T01-TNUA-REC.
           COPY "C:\COBOL-PROJECTS\DOCH\COPYS\TNUKSF.COB".

       FD  D01-REGISTER-PRN
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
           03 C01-GODEL-TAVLAT-RIBIT       PIC 9(2)         VALUE 50.
           03 C02-GODEL-TAVLAT-PTICHOT     PIC 9(4)         VALUE 2000.
           03 C03-SUG-BRIRAT-MECHDAL       PIC X(01)        VALUE "P".
           03 C04-GODEL-TAVLAT-MAS         PIC 9(2)         VALUE 10.
      *-----------------------------------------------------------------
      *EZxx-EZER
      *-----------------------------------------------------------------
       01 EZ00.
           03 EZ01-TAKALOT.
           COPY "C:\COBOL-PROJECTS\DOCH\COPYS\TAKALOT.COB".

           03 EZ02-TOTZAA                   PIC X(30).
           03 EZ03-ZMAN.
               05 EZ03-TAARICH             PIC 9(8).
               05 EZ03-SHAA                PIC 9(6).
           03 EZ04-TAARICH-RITZA            PIC 9(8).
           03 EZ05-ASMACHTA.
               05 EZ05-KIDOMET             PIC X(02)       VALUE "PK".
               05 EZ05-MISPAR-PIKADON      PIC 9(03).
               05 EZ05-SUG                 PIC X(01).
               05 FILLER                   PIC X(02)       VALUE SPACE.
           03 EZ06-SCHUM                    PIC 9(6)V99.
           03 EZ07-YAMIM                    PIC S9(7).
           03 EZ08-SCHUM-RIBIT              PIC 9(6)V99.
           03 EZ09-SUG-MEVUKASH             PIC X(01).
           03 EZ10-MATBEA-CHIPUS            PIC X(03).
           03 EZ11-SCHUM-CHIPUS             PIC 9(8)V99.
           03 EZ12-SHAAR-NIVCHAR            PIC 9(2)V9(3).
           03 EZ13-IX-SHAAR                 PIC 9(2).
           03 EZ14-IX-NIVCHAR               PIC 9(2).
           03 EZ15-SCHUM-AD-NIVCHAR         PIC 9(8)V99.
           03 EZ16-YOM-PIRAON               PIC 9(7).
           03 EZ17-SHEM-MEMTINOT            PIC X(44)       VALUE
              "C:\COBOL-PROJECTS\DOCH\FILES\PIKMTN.DAT".
           03 EZ18-SHEM-DCHIYOT             PIC X(44)       VALUE
              "C:\COBOL-PROJECTS\DOCH\FILES\PIKDCH.DAT".
           03 EZ19-SCHUM-MAS                PIC 9(6)V99.
           03 EZ20-SUG-LAKOACH              PIC X(01).
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
           03 H02-BAKARAT-RITZA.
             05 H02-PIKYOM-KVAR            PIC X(44)           VALUE
                'PIKYOM KVAR HUSTAYEM HAYOM BETAKIN BERUNCTL'.
             05 H02-PIKYOM-NECHSAM         PIC X(44)           VALUE
                'PIKYOM LO YURATZ - PIKKSF LO YIDARES'.
      *-----------------------------------------------------------------
      *Mxx-MONIM
      *-----------------------------------------------------------------
       01 M00.
           03 M01-MONE-PIRAONOT             PIC 9(6)        VALUE ZERO.
           03 M02-MONE-NIDCHU               PIC 9(4)        VALUE ZERO.
           03 M03-MONE-LELO-SHAAR           PIC 9(4)        VALUE ZERO.
           03 M04-MONE-MEPIKMAN             PIC 9(6)        VALUE ZERO.
           03 M05-MONE-TNUOT                PIC 9(6)        VALUE ZERO.
           03 M06-MONE-CHUDSHU              PIC 9(6)        VALUE ZERO.
           03 M07-MONE-NIFRU                PIC 9(6)        VALUE ZERO.
           03 M08-SACH-RIBIT                PIC 9(9)V99     VALUE ZERO.
           03 M09-MONE-BUTLU                PIC 9(4)        VALUE ZERO.
           03 M10-MONE-TEREM-MUMAN          PIC 9(4)        VALUE ZERO.
           03 M11-MONE-LO-HUAVRU            PIC 9(4)        VALUE ZERO.
           03 M12-MONE-MAS                  PIC 9(6)        VALUE ZERO.
           03 M13-SACH-MAS                  PIC 9(9)V99     VALUE ZERO.
           03 M14-MONE-PTURIM               PIC 9(6)        VALUE ZERO.
           03 M15-MONE-LELO-SHIUR           PIC 9(4)        VALUE ZERO.
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
                  "DOCH PIRAON PIKADONOT".
           03 SC02.
               05 FILLER                   PIC X(2)       VALUE SPACE.
               05 FILLER                   PIC X(8)       VALUE
                  "CHESHBON".
               05 FILLER                   PIC X(1)       VALUE SPACE.
               05 FILLER                   PIC X(3)       VALUE
                  "PIK".
               05 FILLER                   PIC X(2)       VALUE SPACE.
               05 FILLER                   PIC X(2)       VALUE
                  "HR".
               05 FILLER                   PIC X(2)       VALUE SPACE.
               05 FILLER                   PIC X(3)       VALUE
                  "MTB".
               05 FILLER                   PIC X(6)       VALUE SPACE.
               05 FILLER                   PIC X(5)       VALUE
                  "KEREN".
               05 FILLER                   PIC X(6)       VALUE SPACE.
               05 FILLER                   PIC X(5)       VALUE
                  "RIBIT".
               05 FILLER                   PIC X(2)       VALUE SPACE.
               05 FILLER                   PIC X(6)       VALUE
                  "TOTZAA".
           03 SC03.
               05 FILLER                   PIC X(5)       VALUE SPACE.
               05 FILLER                   PIC X(5)       VALUE ALL '-'.
               05 FILLER                   PIC X(1)       VALUE SPACE.
               05 FILLER                   PIC X(3)       VALUE ALL '-'.
               05 FILLER                   PIC X(2)       VALUE SPACE.
               05 FILLER                   PIC X(2)       VALUE ALL '-'.
               05 FILLER                   PIC X(2)       VALUE SPACE.
               05 FILLER                   PIC X(3)       VALUE ALL '-'.
               05 FILLER                   PIC X(2)       VALUE SPACE.
               05 FILLER                   PIC X(9)       VALUE ALL '-'.
               05 FILLER                   PIC X(2)       VALUE SPACE.
               05 FILLER                   PIC X(9)       VALUE ALL '-'.
               05 FILLER                   PIC X(2)       VALUE SPACE.
               05 FILLER                   PIC X(30)      VALUE ALL '-'.
           03 SD01.
               05 FILLER                   PIC X(5)       VALUE SPACE.
               05 SD01-CHESHBON            PIC X(5).
               05 FILLER                   PIC X(1)       VALUE SPACE.
               05 SD01-PIKADON             PIC 9(3).
               05 FILLER                   PIC X(3)       VALUE SPACE.
               05 SD01-HORAA               PIC X(1).
               05 FILLER                   PIC X(3)       VALUE SPACE.
               05 SD01-MATBEA              PIC X(3).
               05 FILLER                   PIC X(2)       VALUE SPACE.
               05 SD01-KEREN               PIC 999999.99.
               05 FILLER                   PIC X(2)       VALUE SPACE.
               05 SD01-RIBIT               PIC 999999.99.
               05 FILLER                   PIC X(2)       VALUE SPACE.
               05 SD01-TOTZAA              PIC X(30).
           03 ST01.
               05 FILLER                   PIC X(8)       VALUE SPACE.
               05 ST01-MONE                PIC ZZZZZ9.
               05 FILLER                   PIC X(2)       VALUE SPACE.
               05 ST01-SACH                PIC X(40)      VALUE
                  ": PIKADONOT HIGIU LEPIRAON".
           03 ST02.
               05 FILLER                   PIC X(8)       VALUE SPACE.
               05 ST02-MONE                PIC ZZZZZ9.
               05 FILLER                   PIC X(2)       VALUE SPACE.
               05 ST02-SACH                PIC X(40)      VALUE
                  ": PIKADONOT CHUDSHU".
           03 ST03.
               05 FILLER                   PIC X(8)       VALUE SPACE.
               05 ST03-MONE                PIC ZZZZZ9.
               05 FILLER                   PIC X(2)       VALUE SPACE.
               05 ST03-SACH                PIC X(40)      VALUE
                  ": PIKADONOT NIFRU".
           03 ST04.
               05 FILLER                   PIC X(8)       VALUE SPACE.
               05 ST04-MONE                PIC ZZZZZ9.
               05 FILLER                   PIC X(2)       VALUE SPACE.
               05 ST04-SACH                PIC X(40)      VALUE
                  ": TASHLUMIM NIDCHU - CHESHBON LO ZAMIN".
           03 ST05.
               05 FILLER                   PIC X(8)       VALUE SPACE.
               05 ST05-MONE                PIC ZZZZZ9.
               05 FILLER                   PIC X(2)       VALUE SPACE.
               05 ST05-SACH                PIC X(40)      VALUE
                  ": CHUDSHU BERIBIT KODEMET - EIN SHAAR".
           03 ST06.
               05 FILLER                   PIC X(8)       VALUE SPACE.
               05 ST06-MONE                PIC ZZZZZ9.
               05 FILLER                   PIC X(2)       VALUE SPACE.
               05 ST06-SACH                PIC X(40)      VALUE
                  ": TNUOT MIPIKMAN HUAVRU LEPIKKSF".
           03 ST07.
               05 FILLER                   PIC X(8)       VALUE SPACE.
               05 ST07-MONE                PIC ZZZZZ9.
               05 FILLER                   PIC X(2)       VALUE SPACE.
               05 ST07-SACH                PIC X(40)      VALUE
                  ": SACH TNUOT BEPIKKSF".
           03 ST08.
               05 FILLER                   PIC X(2)       VALUE SPACE.
               05 ST08-SCHUM               PIC ZZZZZZZZ9.99.
               05 FILLER                   PIC X(2)       VALUE SPACE.
               05 ST08-SACH                PIC X(40)      VALUE
                  ": SACH RIBIT PIKADONOT".
           03 ST09.
               05 FILLER                   PIC X(8)       VALUE SPACE.
               05 ST09-MONE                PIC ZZZZZ9.
               05 FILLER                   PIC X(2)       VALUE SPACE.
               05 ST09-SACH                PIC X(40)      VALUE
                  ": PIKADONOT BUTLU - PTICHA NIDCHETA".
           03 ST10.
               05 FILLER                   PIC X(8)       VALUE SPACE.
               05 ST10-MONE                PIC ZZZZZ9.
               05 FILLER                   PIC X(2)       VALUE SPACE.
               05 ST10-SACH                PIC X(40)      VALUE
                  ": PIRAON NIDCHA - PTICHA TEREM NIKLETA".
           03 ST11.
               05 FILLER                   PIC X(8)       VALUE SPACE.
               05 ST11-MONE                PIC ZZZZZ9.
               05 FILLER                   PIC X(2)       VALUE SPACE.
               05 ST11-SACH                PIC X(40)      VALUE
                  ": TNUOT PIKMAN SHELO HUAVRU - BUTAL".
           03 ST12.
               05 FILLER                   PIC X(8)       VALUE SPACE.
               05 ST12-MONE                PIC ZZZZZ9.
               05 FILLER                   PIC X(2)       VALUE SPACE.
               05 ST12-SACH                PIC X(40)      VALUE
                  ": TNUOT NIKUY MAS BAMAKOR".
           03 ST13.
               05 FILLER                   PIC X(2)       VALUE SPACE.
               05 ST13-SCHUM               PIC ZZZZZZZZ9.99.
               05 FILLER                   PIC X(2)       VALUE SPACE.
               05 ST13-SACH                PIC X(40)      VALUE
                  ": SACH NIKUY MAS BAMAKOR".
           03 ST14.
               05 FILLER                   PIC X(8)       VALUE SPACE.
               05 ST14-MONE                PIC ZZZZZ9.
               05 FILLER                   PIC X(2)       VALUE SPACE.
               05 ST14-SACH                PIC X(40)      VALUE
                  ": PIKADONOT PTURIM MIMAS".
           03 ST15.
               05 FILLER                   PIC X(8)       VALUE SPACE.
               05 ST15-MONE                PIC ZZZZZ9.
               05 FILLER                   PIC X(2)       VALUE SPACE.
               05 ST15-SACH                PIC X(40)      VALUE
                  ": LELO SHIUR MAS LESUG HALAKOACH".
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

           03 SW04-T01                     PIC S9(4) BINARY VALUE 99.
           COPY "C:\COBOL-PROJECTS\DOCH\COPYS\SWK.COB".

           03 SW05-RC01                    PIC S9(4) BINARY VALUE 99.
           COPY "C:\COBOL-PROJECTS\DOCH\COPYS\SWK.COB".

           03 SW06-K03                     PIC S9(4) BINARY VALUE 99.
           COPY "C:\COBOL-PROJECTS\DOCH\COPYS\SWK.COB".

           03 SW07-K04                     PIC S9(4) BINARY VALUE 99.
           COPY "C:\COBOL-PROJECTS\DOCH\COPYS\SWK.COB".

           03 SW08-CHESHBON-ZAMIN          PIC 9.
             88 SW08-KEN                   VALUE 1.
             88 SW08-LO                    VALUE 0.

           03 SW09-SHAAR-NIMTZA            PIC 9.
             88 SW09-KEN                   VALUE 1.
             88 SW09-LO                    VALUE 0.

           03 SW10-PIKYOM-TAKIN            PIC 9.
             88 SW10-KEN                   VALUE 1.
             88 SW10-LO                    VALUE 0.

           03 SW11-PD01                    PIC S9(4) BINARY VALUE 99.
           COPY "C:\COBOL-PROJECTS\DOCH\COPYS\SWK.COB".

           03 SW12-HEMSHECH-RITZA          PIC 9            VALUE 0.
             88 SW12-KEN                   VALUE 1.
             88 SW12-LO                    VALUE 0.

           03 SW13-PIKADON-NIMTZA          PIC 9.
             88 SW13-KEN                   VALUE 1.
             88 SW13-LO                    VALUE 0.

           03 SW14-TEREM-MUMAN             PIC 9.
             88 SW14-KEN                   VALUE 1.
             88 SW14-LO                    VALUE 0.

           03 SW15-PIKADON-BUTAL           PIC 9.
             88 SW15-KEN                   VALUE 1.
             88 SW15-LO                    VALUE 0.

           03 SW16-MS01                    PIC S9(4) BINARY VALUE 99.
           COPY "C:\COBOL-PROJECTS\DOCH\COPYS\SWK.COB".

           03 SW17-KS01                    PIC S9(4) BINARY VALUE 99.
           COPY "C:\COBOL-PROJECTS\DOCH\COPYS\SWK.COB".

           03 SW18-LC01                    PIC S9(4) BINARY VALUE 99.
           COPY "C:\COBOL-PROJECTS\DOCH\COPYS\SWK.COB".

           03 SW19-W01                     PIC S9(4) BINARY VALUE 99.
           COPY "C:\COBOL-PROJECTS\DOCH\COPYS\SWK.COB".

           03 SW20-LAKOACH-KAYAM           PIC 9.
             88 SW20-KEN                   VALUE 1.
             88 SW20-LO                    VALUE 0.

           03 SW21-SHIUR-NIMTZA            PIC 9.
             88 SW21-KEN                   VALUE 1.
             88 SW21-LO                    VALUE 0.

           03 SW22-BAALIM-KAYAM            PIC 9.
             88 SW22-KEN                   VALUE 1.
             88 SW22-LO                    VALUE 0.
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
               05 TV02-MISPAR-PIKADON       PIC 9(03).

       01 TV30.
           03 TV03-MONE-MAS                PIC 9(2)          VALUE ZERO.
           03 TV03-SHIUREI-MAS OCCURS 1 TO 10 TIMES
                            DEPENDING ON TV03-MONE-MAS
                            INDEXED BY TV03-IX.
               05 TV03-SUG-LAKOACH          PIC X(01).
               05 TV03-ACHUZ-MAS            PIC 9(2)V99.
      *-----------------------------------------------------------------
       PROCEDURE                           DIVISION.
      *-----------------------------------------------------------------
       DECLARATIVES.
      *-----------------------------------------------------------------
       DC1-K01                             SECTION.
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
       DC3-T01                             SECTION.
      *-----------------------------------------------------------------
           USE AFTER STANDARD ERROR PROCEDURE ON T01-TNUOT-FILE.
       DC3-00.
           IF MH01-FILE-STS NOT = "35"
               MOVE "C:\COBOL-PROJECTS\DOCH\FILES\PIKKSF.DAT" TO
                                                             SHEM-KOVETZ
               PERFORM ZT-TAKALOT
           END-IF.
       DC3-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       DC4-D01                             SECTION.
      *-----------------------------------------------------------------
           USE AFTER STANDARD ERROR PROCEDURE ON D01-REGISTER-PRN.
       DC4-00.
           IF MH01-FILE-STS NOT = "35"
               MOVE "C:\COBOL-PROJECTS\DOCH\FILES\PIKYOM.PRN" TO
                                                             SHEM-KOVETZ
               PERFORM ZT-TAKALOT
           END-IF.
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
       DC6-K03                             SECTION.
      *-----------------------------------------------------------------
           USE AFTER STANDARD ERROR PROCEDURE ON K03-RIBIT-FILE.
       DC6-00.
           IF MH01-FILE-STS NOT = "35"
               MOVE "C:\COBOL-PROJECTS\DOCH\FILES\RIBIT.DAT" TO
                                                             SHEM-KOVETZ
               PERFORM ZT-TAKALOT
           END-IF.
       DC6-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       DC7-K04                             SECTION.
      *-----------------------------------------------------------------
           USE AFTER STANDARD ERROR PROCEDURE ON K04-MEMTINOT-FILE.
       DC7-00.
           IF MH01-FILE-STS NOT = "35"
               MOVE "C:\COBOL-PROJECTS\DOCH\FILES\PIKMTN.DAT" TO
                                                             SHEM-KOVETZ
               PERFORM ZT-TAKALOT
           END-IF.
       DC7-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       DC8-PD01                            SECTION.
      *-----------------------------------------------------------------
           USE AFTER STANDARD ERROR PROCEDURE ON PD01-DCHIYOT-PIKADON.
       DC8-00.
           IF MH01-FILE-STS NOT = "35"
               MOVE "C:\COBOL-PROJECTS\DOCH\FILES\PIKDCH.DAT" TO
                                                             SHEM-KOVETZ
               PERFORM ZT-TAKALOT
           END-IF.
       DC8-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       DC9-MS01                            SECTION.
      *-----------------------------------------------------------------
           USE AFTER STANDARD ERROR PROCEDURE ON MS01-MAS-FILE.
       DC9-00.
           IF MH01-FILE-STS NOT = "35"
               MOVE "C:\COBOL-PROJECTS\DOCH\FILES\MAS.DAT" TO
                                                             SHEM-KOVETZ
               PERFORM ZT-TAKALOT
           END-IF.
       DC9-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       DC10-KS01                           SECTION.
      *-----------------------------------------------------------------
           USE AFTER STANDARD ERROR PROCEDURE ON KS01-KSHARIM-FILE.
       DC10-00.
           IF MH01-FILE-STS NOT = "35"
               MOVE "C:\COBOL-PROJECTS\DOCH\FILES\KSHARIM.DAT" TO
                                                             SHEM-KOVETZ
               PERFORM ZT-TAKALOT
           END-IF.
       DC10-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       DC11-LC01                           SECTION.
      *-----------------------------------------------------------------
           USE AFTER STANDARD ERROR PROCEDURE ON LC01-LAKOACH-FILE.
       DC11-00.
           IF MH01-FILE-STS NOT = "35"
               MOVE "C:\COBOL-PROJECTS\DOCH\FILES\LAKOACH.DAT" TO
                                                             SHEM-KOVETZ
               PERFORM ZT-TAKALOT
           END-IF.
       DC11-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       DC12-W01                            SECTION.
      *-----------------------------------------------------------------
           USE AFTER STANDARD ERROR PROCEDURE ON W01-BAALIM-FILE.
       DC12-00.
           MOVE "C:\COBOL-PROJECTS\DOCH\FILES\PIKBAL.DAT" TO
                                                             SHEM-KOVETZ
           PERFORM ZT-TAKALOT.
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
           PERFORM UNTIL SOF IN SW01-K01
               PERFORM B-TIPUL-PIKADON
               PERFORM C-KRIA
           END-PERFORM
           PERFORM     ZZ-SYIUM-TOCHNIT
           STOP RUN.
       A-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       B-TIPUL-PIKADON                     SECTION.
      *-----------------------------------------------------------------
       B-00.
           MOVE "B-TIPUL-PIKADON" TO SHEM-SEC

           IF PK01-PAIL
              AND PK01-TAARICH-PIRAON NOT > EZ04-TAARICH-RITZA
               COMPUTE EZ07-YAMIM =
                       FUNCTION INTEGER-OF-DATE(PK01-TAARICH-PIRAON)
                     - FUNCTION INTEGER-OF-DATE(PK01-TAARICH-PTICHA)
               IF EZ07-YAMIM < ZERO
                   MOVE ZERO TO EZ07-YAMIM
               END-IF
               COMPUTE EZ08-SCHUM-RIBIT ROUNDED =
                       PK01-KEREN * PK01-RIBIT-SHANA
                     * EZ07-YAMIM / 36500

               PERFORM D-BDIKAT-CHESHBON
               PERFORM D-01-BDIKAT-MIMUN

               EVALUATE TRUE
                 WHEN SW14-KEN
                      MOVE "NIDCHA - PTICHA TEREM NIKLETA" TO
                                                      EZ02-TOTZAA
                      PERFORM J-KTIVAT-REGISTER
                      ADD  1 TO M10-MONE-TEREM-MUMAN
                 WHEN SW08-LO
                      MOVE "NIDCHA - CHESHBON LO ZAMIN" TO
                                                      EZ02-TOTZAA
                      PERFORM J-KTIVAT-REGISTER
                      ADD  1 TO M02-MONE-NIDCHU
                 WHEN PK01-PIRAON-MALE
                      PERFORM G-PIRAON-MALE
                 WHEN OTHER
                      PERFORM F-CHIDUSH-PIKADON
               END-EVALUATE
           END-IF.
       B-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       C-KRIA                              SECTION.
      *-----------------------------------------------------------------
       C-00.
           MOVE "C-KRIA" TO SHEM-SEC

           READ K01-PIKADON-FILE NEXT RECORD
               AT END
                   SET SOF IN SW01-K01 TO TRUE
           END-READ.
       C-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       D-BDIKAT-CHESHBON                   SECTION.
      *-----------------------------------------------------------------
       D-00.
           MOVE "D-BDIKAT-CHESHBON" TO SHEM-SEC

           MOVE PK01-CHESHBON TO CHESHBON IN K02-LAKOCHOT-REC

           READ K02-LAKOCHOT-FILE
               INVALID KEY
                   SET SW08-LO  TO TRUE
               NOT INVALID KEY
                   IF MATZAV-SAGUR OR MATZAV-KAFU
                       SET SW08-LO  TO TRUE
                   ELSE
                       SET SW08-KEN TO TRUE
                   END-IF
           END-READ.
       D-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       D-01-BDIKAT-MIMUN                   SECTION.
      *-----------------------------------------------------------------
       D-01-00.
           MOVE "D-01-BDIKAT-MIMUN" TO SHEM-SEC
           SET  SW14-LO             TO TRUE

           IF TV02-MONE-PTICHOT > ZERO
               SET TV02-IX TO 1
               SEARCH TV02-PTICHOT
                   AT END
                       CONTINUE
                   WHEN TV02-CHESHBON(TV02-IX)       = PK01-CHESHBON
                    AND TV02-MISPAR-PIKADON(TV02-IX) =
                                                   PK01-MISPAR-PIKADON
                       SET SW14-KEN TO TRUE
               END-SEARCH
           END-IF.
       D-01-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       E-KRIAT-RIBIT                       SECTION.
      *-----------------------------------------------------------------
       E-00.
           MOVE "E-KRIAT-RIBIT" TO SHEM-SEC

           READ K03-RIBIT-FILE
               AT END
                   SET SOF IN SW06-K03 TO TRUE
           END-READ.
       E-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       E-01-TAEN-RIBIT                     SECTION.
      *-----------------------------------------------------------------
       E-01-00.
           MOVE "E-01-TAEN-RIBIT" TO SHEM-SEC

           IF TV01-MONE-RIBIT NOT < C01-GODEL-TAVLAT-RIBIT
               MOVE "TAVLAT RIBIT MELEA" TO SHEM-KOVETZ
               PERFORM ZT-TAKALOT
           END-IF

           ADD  1                 TO TV01-MONE-RIBIT
           SET  TV01-IX           TO TV01-MONE-RIBIT
           MOVE K03-MATBEA        TO TV01-MATBEA(TV01-IX)
           MOVE K03-SUG           TO TV01-SUG(TV01-IX)
           MOVE K03-SCHUM-AD      TO TV01-SCHUM-AD(TV01-IX)
           MOVE K03-ACHUZ-SHANA   TO TV01-ACHUZ-SHANA(TV01-IX)

           PERFORM E-KRIAT-RIBIT.
       E-01-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       F-CHIDUSH-PIKADON                   SECTION.
      *-----------------------------------------------------------------
       F-00.
           MOVE "F-CHIDUSH-PIKADON" TO SHEM-SEC

           MOVE ZERO     TO EZ19-SCHUM-MAS
           SET  SW21-KEN TO TRUE
           IF EZ08-SCHUM-RIBIT > ZERO
               PERFORM M-CHISHUV-MAS
           END-IF

           IF PK01-CHIDUSH-KOLEL
               IF EZ08-SCHUM-RIBIT > ZERO
                   MOVE EZ08-SCHUM-RIBIT TO EZ06-SCHUM
                   MOVE "R"              TO EZ05-SUG
                   PERFORM H-KTIVAT-TNUA
                   PERFORM H-01-KTIVAT-MAS
                   COMPUTE EZ06-SCHUM = EZ08-SCHUM-RIBIT
                                      - EZ19-SCHUM-MAS
                   IF EZ06-SCHUM > ZERO
                       MOVE "H"          TO EZ05-SUG
                       PERFORM H-KTIVAT-TNUA
                   END-IF
               END-IF
               COMPUTE PK01-KEREN = PK01-KEREN + EZ08-SCHUM-RIBIT
                                  - EZ19-SCHUM-MAS
               MOVE "CHUDASH - RIBIT NIVLAA BAKEREN" TO EZ02-TOTZAA
           ELSE
               IF EZ08-SCHUM-RIBIT > ZERO
                   MOVE EZ08-SCHUM-RIBIT TO EZ06-SCHUM
                   MOVE "R"              TO EZ05-SUG
                   PERFORM H-KTIVAT-TNUA
                   PERFORM H-01-KTIVAT-MAS
               END-IF
               MOVE "CHUDASH - RIBIT SHULMA" TO EZ02-TOTZAA
           END-IF

           MOVE PK01-MATBEA TO EZ10-MATBEA-CHIPUS
           MOVE PK01-KEREN  TO EZ11-SCHUM-CHIPUS
           MOVE "P"         TO EZ09-SUG-MEVUKASH
           PERFORM R-CHIPUS-SHAAR
           IF SW09-LO
               MOVE "Z"     TO EZ09-SUG-MEVUKASH
               PERFORM R-CHIPUS-SHAAR
           END-IF

           COMPUTE EZ16-YOM-PIRAON =
                   FUNCTION INTEGER-OF-DATE(PK01-TAARICH-PIRAON)
                 + EZ07-YAMIM
           MOVE PK01-TAARICH-PIRAON TO PK01-TAARICH-PTICHA
           COMPUTE PK01-TAARICH-PIRAON =
                   FUNCTION DATE-OF-INTEGER(EZ16-YOM-PIRAON)
           IF SW09-KEN
               MOVE EZ12-SHAAR-NIVCHAR TO PK01-RIBIT-SHANA
           END-IF
           ADD  1 TO PK01-MONE-CHIDUSHIM

           REWRITE K01-PIKADON-REC
           ADD  1 TO M01-MONE-PIRAONOT
                     M06-MONE-CHUDSHU
           ADD  EZ08-SCHUM-RIBIT TO M08-SACH-RIBIT
           PERFORM J-KTIVAT-REGISTER
           PERFORM J-01-RISHUM-MAS

           IF SW09-LO
               MOVE "CHUDASH BERIBIT KODEMET" TO EZ02-TOTZAA
               PERFORM J-KTIVAT-REGISTER
               ADD  1 TO M03-MONE-LELO-SHAAR
           END-IF.
       F-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       G-PIRAON-MALE                       SECTION.
      *-----------------------------------------------------------------
       G-00.
           MOVE "G-PIRAON-MALE" TO SHEM-SEC

           MOVE ZERO     TO EZ19-SCHUM-MAS
           SET  SW21-KEN TO TRUE
           IF EZ08-SCHUM-RIBIT > ZERO
               PERFORM M-CHISHUV-MAS
           END-IF

           MOVE PK01-KEREN       TO EZ06-SCHUM
           MOVE "K"              TO EZ05-SUG
           PERFORM H-KTIVAT-TNUA

           IF EZ08-SCHUM-RIBIT > ZERO
               MOVE EZ08-SCHUM-RIBIT TO EZ06-SCHUM
               MOVE "R"              TO EZ05-SUG
               PERFORM H-KTIVAT-TNUA
               PERFORM H-01-KTIVAT-MAS
           END-IF

           SET  PK01-NIFRA         TO TRUE
           MOVE EZ04-TAARICH-RITZA TO PK01-TAARICH-SGIRA
           REWRITE K01-PIKADON-REC
           ADD  1 TO M01-MONE-PIRAONOT
                     M07-MONE-NIFRU
           ADD  EZ08-SCHUM-RIBIT TO M08-SACH-RIBIT

           MOVE "NIFRA - KEREN VERIBIT SHULMU" TO EZ02-TOTZAA
           PERFORM J-KTIVAT-REGISTER
           PERFORM J-01-RISHUM-MAS.
       G-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       H-KTIVAT-TNUA                       SECTION.
      *-----------------------------------------------------------------
       H-00.
           MOVE "H-KTIVAT-TNUA" TO SHEM-SEC

           MOVE PK01-MISPAR-PIKADON TO EZ05-MISPAR-PIKADON

           MOVE PK01-CHESHBON       TO TN01-CHESHBON
           MOVE EZ04-TAARICH-RITZA  TO TN01-TAARICH-ERECH
           IF EZ05-SUG = "H" OR EZ05-KIDOMET = "MS"
               MOVE "C"             TO TN01-KOD-PEULA
           ELSE
               MOVE "Z"             TO TN01-KOD-PEULA
           END-IF
           MOVE EZ06-SCHUM          TO TN01-SCHUM
           MOVE EZ05-ASMACHTA       TO TN01-ASMACHTA
           MOVE SPACE               TO TN01-CHESHBON-NEGDI

           WRITE T01-TNUA-REC
           ADD  1 TO M05-MONE-TNUOT.
       H-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       H-01-KTIVAT-MAS                     SECTION.
      *-----------------------------------------------------------------
       H-01-00.
           MOVE "H-01-KTIVAT-MAS" TO SHEM-SEC

           IF EZ19-SCHUM-MAS > ZERO
               MOVE "MS"             TO EZ05-KIDOMET
               MOVE "R"              TO EZ05-SUG
               MOVE EZ19-SCHUM-MAS   TO EZ06-SCHUM
               PERFORM H-KTIVAT-TNUA
               MOVE "PK"             TO EZ05-KIDOMET
               ADD  1                TO M12-MONE-MAS
               ADD  EZ19-SCHUM-MAS   TO M13-SACH-MAS
           END-IF.
       H-01-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       I-HAAVARAT-MEMTINOT                 SECTION.
      *-----------------------------------------------------------------
       I-00.
           MOVE "I-HAAVARAT-MEMTINOT" TO SHEM-SEC

           OPEN INPUT K04-MEMTINOT-FILE
           IF MH01-FS-TAKIN
               SET  MAMSHICH IN SW07-K04  TO TRUE
               PERFORM I-01-KRIAT-MEMTINA
               PERFORM UNTIL SOF IN SW07-K04
                   MOVE K04-MEMTINA-REC TO T01-TNUA-REC
                   PERFORM I-03-BDIKAT-BITUL
                   IF SW15-KEN
                       PERFORM I-04-RISHUM-DILUG
                   ELSE
                       IF TN01-ASMACHTA(1:2) = "PK"
                          AND TN01-ASMACHTA(6:1) = "P"
                          AND TN01-CHOVA
                           PERFORM I-02-RISHUM-PTICHA
                       END-IF
                       WRITE T01-TNUA-REC
                       ADD  1 TO M04-MONE-MEPIKMAN
                                 M05-MONE-TNUOT
                   END-IF
                   PERFORM I-01-KRIAT-MEMTINA
               END-PERFORM
               CLOSE K04-MEMTINOT-FILE
               SET  SAGUR IN SW07-K04     TO TRUE

               CLOSE T01-TNUOT-FILE
               OPEN EXTEND T01-TNUOT-FILE
               CALL "CBL_DELETE_FILE" USING EZ17-SHEM-MEMTINOT
           END-IF.
       I-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       I-01-KRIAT-MEMTINA                  SECTION.
      *-----------------------------------------------------------------
       I-01-00.
           READ K04-MEMTINOT-FILE
               AT END
                   SET SOF IN SW07-K04 TO TRUE
           END-READ.
       I-01-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       I-02-RISHUM-PTICHA                  SECTION.
      *-----------------------------------------------------------------
       I-02-00.
           MOVE "I-02-RISHUM-PTICHA" TO SHEM-SEC

           IF TV02-MONE-PTICHOT NOT < C02-GODEL-TAVLAT-PTICHOT
               MOVE "TAVLAT PTICHOT MELEA" TO SHEM-KOVETZ
               PERFORM ZT-TAKALOT
           END-IF

           IF TN01-ASMACHTA(3:3) NUMERIC
               ADD  1                  TO TV02-MONE-PTICHOT
               SET  TV02-IX            TO TV02-MONE-PTICHOT
               MOVE TN01-CHESHBON      TO TV02-CHESHBON(TV02-IX)
               MOVE TN01-ASMACHTA(3:3) TO TV02-MISPAR-PIKADON(TV02-IX)
           END-IF.
       I-02-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       I-03-BDIKAT-BITUL                   SECTION.
      *-----------------------------------------------------------------
       I-03-00.
           MOVE "I-03-BDIKAT-BITUL" TO SHEM-SEC
           SET  SW15-LO             TO TRUE

           IF ((TN01-ASMACHTA(1:2) = "PK"
                AND (TN01-ASMACHTA(6:1) = "K" OR "R"))
               OR (TN01-ASMACHTA(1:2) = "MS"
                AND TN01-ASMACHTA(6:1) = "R"))
              AND TN01-ASMACHTA(3:3) NUMERIC
               MOVE TN01-CHESHBON      TO PK01-CHESHBON
               MOVE TN01-ASMACHTA(3:3) TO PK01-MISPAR-PIKADON
               READ K01-PIKADON-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PK01-BUTAL
                           SET SW15-KEN TO TRUE
                       END-IF
               END-READ
           END-IF.
       I-03-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       I-04-RISHUM-DILUG                   SECTION.
      *-----------------------------------------------------------------
       I-04-00.
           MOVE "I-04-RISHUM-DILUG" TO SHEM-SEC

           MOVE TN01-CHESHBON      TO SD01-CHESHBON
           MOVE TN01-ASMACHTA(3:3) TO SD01-PIKADON
           MOVE SPACE              TO SD01-HORAA
                                      SD01-MATBEA
           IF TN01-ASMACHTA(6:1) = "R"
               MOVE ZERO           TO SD01-KEREN
               MOVE TN01-SCHUM     TO SD01-RIBIT
           ELSE
               MOVE TN01-SCHUM     TO SD01-KEREN
               MOVE ZERO           TO SD01-RIBIT
           END-IF
           MOVE "TNUA BUTLA - PIKADON BUTAL" TO SD01-TOTZAA

           WRITE D01-SHURA FROM SD01
           AFTER ADVANCING 1 LINES

           ADD  1 TO M11-MONE-LO-HUAVRU.
       I-04-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       J-KTIVAT-REGISTER                   SECTION.
      *-----------------------------------------------------------------
       J-00.
           MOVE "J-KTIVAT-REGISTER" TO SHEM-SEC
           MOVE PK01-CHESHBON       TO SD01-CHESHBON
           MOVE PK01-MISPAR-PIKADON TO SD01-PIKADON
           MOVE PK01-HORAAT-CHIDUSH TO SD01-HORAA
           MOVE PK01-MATBEA         TO SD01-MATBEA
           MOVE PK01-KEREN          TO SD01-KEREN
           MOVE EZ08-SCHUM-RIBIT    TO SD01-RIBIT
           MOVE EZ02-TOTZAA         TO SD01-TOTZAA

           WRITE D01-SHURA FROM SD01
           AFTER ADVANCING 1 LINES.
       J-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       J-01-RISHUM-MAS                     SECTION.
      *-----------------------------------------------------------------
       J-01-00.
           MOVE "J-01-RISHUM-MAS" TO SHEM-SEC

           IF EZ19-SCHUM-MAS > ZERO OR SW21-LO
               MOVE PK01-CHESHBON       TO SD01-CHESHBON
               MOVE PK01-MISPAR-PIKADON TO SD01-PIKADON
               MOVE PK01-HORAAT-CHIDUSH TO SD01-HORAA
               MOVE PK01-MATBEA         TO SD01-MATBEA
               MOVE PK01-KEREN          TO SD01-KEREN
               MOVE EZ19-SCHUM-MAS      TO SD01-RIBIT
               IF SW21-LO
                   MOVE SPACE           TO SD01-TOTZAA
                   STRING "LO NIMTZA SHIUR MAS LESUG "
                          EZ20-SUG-LAKOACH
                          DELIMITED BY SIZE INTO SD01-TOTZAA
               ELSE
                   MOVE "NIKUY MAS BAMAKOR" TO SD01-TOTZAA
               END-IF
               WRITE D01-SHURA FROM SD01
               AFTER ADVANCING 1 LINES
           END-IF.
       J-01-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       K-BITUL-LO-MUMANIM                  SECTION.
      *-----------------------------------------------------------------
       K-00.
           MOVE "K-BITUL-LO-MUMANIM" TO SHEM-SEC

           OPEN INPUT PD01-DCHIYOT-PIKADON
           IF MH01-FS-TAKIN
               SET  MAMSHICH IN SW11-PD01 TO TRUE
               PERFORM K-01-KRIAT-DCHIYA
               PERFORM UNTIL SOF IN SW11-PD01
                   PERFORM K-02-BITUL-PIKADON
                   PERFORM K-01-KRIAT-DCHIYA
               END-PERFORM
               CLOSE PD01-DCHIYOT-PIKADON
               SET  SAGUR IN SW11-PD01    TO TRUE
               CALL "CBL_DELETE_FILE" USING EZ18-SHEM-DCHIYOT
           END-IF.
       K-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       K-01-KRIAT-DCHIYA                   SECTION.
      *-----------------------------------------------------------------
       K-01-00.
           READ PD01-DCHIYOT-PIKADON
               AT END
                   SET SOF IN SW11-PD01 TO TRUE
           END-READ.
       K-01-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       K-02-BITUL-PIKADON                  SECTION.
      *-----------------------------------------------------------------
       K-02-00.
           MOVE "K-02-BITUL-PIKADON" TO SHEM-SEC
           SET  SW13-LO              TO TRUE
           MOVE ZERO                 TO EZ08-SCHUM-RIBIT

           IF PD01-ASMACHTA(3:3) NUMERIC
               MOVE PD01-CHESHBON      TO PK01-CHESHBON
               MOVE PD01-ASMACHTA(3:3) TO PK01-MISPAR-PIKADON
               READ K01-PIKADON-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET SW13-KEN TO TRUE
               END-READ
           END-IF

           EVALUATE TRUE
             WHEN SW13-LO
                  MOVE SPACE         TO K01-PIKADON-REC
                  MOVE PD01-CHESHBON TO PK01-CHESHBON
                  MOVE ZERO          TO PK01-MISPAR-PIKADON
                  MOVE PD01-SCHUM    TO PK01-KEREN
                  MOVE "PTICHA NIDCHETA - LO NIMTZA" TO EZ02-TOTZAA
             WHEN (PK01-PAIL OR PK01-SHAVUR)
              AND PK01-MONE-CHIDUSHIM = ZERO
                  SET  PK01-BUTAL         TO TRUE
                  MOVE EZ04-TAARICH-RITZA TO PK01-TAARICH-SGIRA
                  REWRITE K01-PIKADON-REC
                  ADD  1 TO M09-MONE-BUTLU
                  MOVE "BUTAL - PTICHA NIDCHETA" TO EZ02-TOTZAA
             WHEN OTHER
                  MOVE "PTICHA NIDCHETA - LO PAIL" TO EZ02-TOTZAA
           END-EVALUATE

           PERFORM J-KTIVAT-REGISTER.
       K-02-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       M-CHISHUV-MAS                       SECTION.
      *-----------------------------------------------------------------
       M-00.
           MOVE "M-CHISHUV-MAS" TO SHEM-SEC

           IF PATUR-MAS IN K02-LAKOCHOT-REC
               ADD 1 TO M14-MONE-PTURIM
           ELSE
               PERFORM N-SUG-LAKOACH
               PERFORM O-CHIPUS-SHIUR-MAS
               IF SW21-LO
                   ADD 1 TO M15-MONE-LELO-SHIUR
               ELSE
                   COMPUTE EZ19-SCHUM-MAS ROUNDED =
                           EZ08-SCHUM-RIBIT
                         * TV03-ACHUZ-MAS(TV03-IX) / 100
               END-IF
           END-IF.
       M-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       N-SUG-LAKOACH                       SECTION.
      *-----------------------------------------------------------------
       N-00.
           MOVE "N-SUG-LAKOACH"        TO SHEM-SEC
           MOVE C03-SUG-BRIRAT-MECHDAL TO EZ20-SUG-LAKOACH

           PERFORM N-01-KRIAT-BAAL
               UNTIL SOF IN SW19-W01
                  OR W01-CHESHBON NOT < PK01-CHESHBON

           IF NOT SOF IN SW19-W01
              AND W01-CHESHBON = PK01-CHESHBON
              AND W01-BAALIM
              AND SW20-KEN
               MOVE W01-MISPAR-ZEHUT TO LC01-MISPAR-ZEHUT
               READ LC01-LAKOACH-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF LC01-SUG-MUKAR
                           MOVE LC01-SUG-LAKOACH TO EZ20-SUG-LAKOACH
                       END-IF
               END-READ
           END-IF.
       N-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       N-01-KRIAT-BAAL                     SECTION.
      *-----------------------------------------------------------------
       N-01-00.
           IF W01-CHESHBON < PK01-CHESHBON
               READ W01-BAALIM-FILE
                   AT END
                       SET SOF IN SW19-W01 TO TRUE
               END-READ
           END-IF.
       N-01-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       O-CHIPUS-SHIUR-MAS                  SECTION.
      *-----------------------------------------------------------------
       O-00.
           MOVE "O-CHIPUS-SHIUR-MAS" TO SHEM-SEC
           SET  SW21-LO              TO TRUE

           IF TV03-MONE-MAS > 0
               SET  TV03-IX TO 1
               SEARCH TV03-SHIUREI-MAS
                   AT END
                       SET SW21-LO TO TRUE
                   WHEN TV03-SUG-LAKOACH(TV03-IX) = EZ20-SUG-LAKOACH
                       SET SW21-KEN TO TRUE
               END-SEARCH
           END-IF.
       O-EXIT.
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
       ZA-HATCHLAT-TOCHNIT                 SECTION.
      *-----------------------------------------------------------------
       ZA-00.
           MOVE 'PIKYOM'               TO SHEM-TUCHNIT IN EZ01-TAKALOT
           MOVE "ZA-HATCHLAT-TOCHNIT"  TO SHEM-SEC

           MOVE FUNCTION CURRENT-DATE TO EZ03-ZMAN
           MOVE EZ03-TAARICH          TO EZ04-TAARICH-RITZA

           PERFORM ZB-RISHUM-PTICHA

           OPEN INPUT  K03-RIBIT-FILE
           IF MH01-FS-TAKIN
               SET     MAMSHICH IN SW06-K03 TO TRUE
               PERFORM E-KRIAT-RIBIT
               PERFORM E-01-TAEN-RIBIT
                   UNTIL SOF IN SW06-K03
               CLOSE K03-RIBIT-FILE
               SET     SAGUR IN SW06-K03 TO TRUE
           END-IF

           OPEN I-O    K01-PIKADON-FILE
           IF MH01-FILE-STS = "35"
               OPEN OUTPUT K01-PIKADON-FILE
               CLOSE K01-PIKADON-FILE
               OPEN I-O    K01-PIKADON-FILE
           END-IF
           SET         MAMSHICH IN SW01-K01 TO TRUE

           OPEN INPUT  K02-LAKOCHOT-FILE
           SET         MAMSHICH IN SW02-K02 TO TRUE

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

           SET  SW22-LO TO TRUE
           OPEN INPUT  KS01-KSHARIM-FILE
           IF MH01-FS-TAKIN
               CLOSE KS01-KSHARIM-FILE
               SET  SW22-KEN TO TRUE
               SORT SRT-BAALIM
                   ON ASCENDING  KEY SRB-CHESHBON
                   ON DESCENDING KEY SRB-TAFKID
                   USING  KS01-KSHARIM-FILE
                   GIVING W01-BAALIM-FILE
           END-IF

           IF SW22-KEN
               OPEN INPUT W01-BAALIM-FILE
               SET  MAMSHICH IN SW19-W01 TO TRUE
               READ W01-BAALIM-FILE
                   AT END
                       SET SOF IN SW19-W01 TO TRUE
               END-READ
           ELSE
               SET  SOF IN SW19-W01 TO TRUE
           END-IF

           OPEN INPUT  LC01-LAKOACH-FILE
           IF MH01-FS-TAKIN
               SET  SW20-KEN TO TRUE
               SET  MAMSHICH IN SW18-LC01 TO TRUE
           ELSE
               SET  SW20-LO  TO TRUE
           END-IF

           IF SW12-KEN
               OPEN EXTEND D01-REGISTER-PRN
               IF MH01-FILE-STS = "35"
                   OPEN OUTPUT D01-REGISTER-PRN
               END-IF
           ELSE
               OPEN OUTPUT D01-REGISTER-PRN
           END-IF
           SET         MAMSHICH IN SW03-D01 TO TRUE
           WRITE D01-SHURA FROM SC01
           AFTER ADVANCING 1 LINES
           WRITE D01-SHURA FROM SC02
           AFTER ADVANCING 2 LINES
           WRITE D01-SHURA FROM SC03
           AFTER ADVANCING 1 LINES

           PERFORM K-BITUL-LO-MUMANIM

           IF SW12-KEN
               OPEN EXTEND T01-TNUOT-FILE
               IF MH01-FILE-STS = "35"
                   OPEN OUTPUT T01-TNUOT-FILE
               END-IF
           ELSE
               OPEN OUTPUT T01-TNUOT-FILE
           END-IF
           SET         MAMSHICH IN SW04-T01 TO TRUE
           PERFORM I-HAAVARAT-MEMTINOT

           MOVE LOW-VALUES TO PK01-MAFTEACH
           START K01-PIKADON-FILE
               KEY IS NOT LESS THAN PK01-MAFTEACH
               INVALID KEY
                   SET SOF IN SW01-K01 TO TRUE
           END-START

           IF NOT SOF IN SW01-K01
               PERFORM C-KRIA
           END-IF.
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
           IF TV03-MONE-MAS NOT < C04-GODEL-TAVLAT-MAS
               MOVE "TAVLAT MAS MELEA" TO SHEM-KOVETZ
               PERFORM ZT-TAKALOT
           END-IF

           ADD  1                 TO TV03-MONE-MAS
           SET  TV03-IX           TO TV03-MONE-MAS
           MOVE MS01-SUG-LAKOACH  TO TV03-SUG-LAKOACH(TV03-IX)
           IF MS01-ACHUZ-MAS NUMERIC
               MOVE MS01-ACHUZ-MAS TO TV03-ACHUZ-MAS(TV03-IX)
           ELSE
               MOVE ZERO           TO TV03-ACHUZ-MAS(TV03-IX)
           END-IF.
       ZA-02-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       ZZ-SYIUM-TOCHNIT                    SECTION.
      *-----------------------------------------------------------------
       ZZ-00.
           MOVE "ZZ-SYIUM-TOCHNIT" TO SHEM-SEC

           MOVE M01-MONE-PIRAONOT  TO ST01-MONE
           WRITE D01-SHURA         FROM ST01
           AFTER ADVANCING 2 LINES

           MOVE M06-MONE-CHUDSHU   TO ST02-MONE
           WRITE D01-SHURA         FROM ST02
           AFTER ADVANCING 1 LINES

           MOVE M07-MONE-NIFRU     TO ST03-MONE
           WRITE D01-SHURA         FROM ST03
           AFTER ADVANCING 1 LINES

           MOVE M02-MONE-NIDCHU    TO ST04-MONE
           WRITE D01-SHURA         FROM ST04
           AFTER ADVANCING 1 LINES

           MOVE M03-MONE-LELO-SHAAR TO ST05-MONE
           WRITE D01-SHURA         FROM ST05
           AFTER ADVANCING 1 LINES

           MOVE M04-MONE-MEPIKMAN  TO ST06-MONE
           WRITE D01-SHURA         FROM ST06
           AFTER ADVANCING 1 LINES

           MOVE M05-MONE-TNUOT     TO ST07-MONE
           WRITE D01-SHURA         FROM ST07
           AFTER ADVANCING 1 LINES

           MOVE M08-SACH-RIBIT     TO ST08-SCHUM
           WRITE D01-SHURA         FROM ST08
           AFTER ADVANCING 1 LINES

           MOVE M09-MONE-BUTLU     TO ST09-MONE
           WRITE D01-SHURA         FROM ST09
           AFTER ADVANCING 1 LINES

           MOVE M10-MONE-TEREM-MUMAN TO ST10-MONE
           WRITE D01-SHURA         FROM ST10
           AFTER ADVANCING 1 LINES

           MOVE M11-MONE-LO-HUAVRU TO ST11-MONE
           WRITE D01-SHURA         FROM ST11
           AFTER ADVANCING 1 LINES

           MOVE M12-MONE-MAS       TO ST12-MONE
           WRITE D01-SHURA         FROM ST12
           AFTER ADVANCING 1 LINES

           MOVE M13-SACH-MAS       TO ST13-SCHUM
           WRITE D01-SHURA         FROM ST13
           AFTER ADVANCING 1 LINES

           MOVE M14-MONE-PTURIM    TO ST14-MONE
           WRITE D01-SHURA         FROM ST14
           AFTER ADVANCING 1 LINES

           MOVE M15-MONE-LELO-SHIUR TO ST15-MONE
           WRITE D01-SHURA         FROM ST15
           AFTER ADVANCING 1 LINES

           CLOSE K01-PIKADON-FILE
           SET   SAGUR IN SW01-K01 TO TRUE

           CLOSE K02-LAKOCHOT-FILE
           SET   SAGUR IN SW02-K02 TO TRUE

           IF SW22-KEN
               CLOSE W01-BAALIM-FILE
               SET   SAGUR IN SW19-W01 TO TRUE
           END-IF

           IF SW20-KEN
               CLOSE LC01-LAKOACH-FILE
               SET   SAGUR IN SW18-LC01 TO TRUE
           END-IF

           CLOSE T01-TNUOT-FILE
           SET   SAGUR IN SW04-T01 TO TRUE

           CLOSE D01-REGISTER-PRN
           SET   SAGUR IN SW03-D01 TO TRUE

           PERFORM ZC-RISHUM-SIYUM.
       ZZ-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       ZB-RISHUM-PTICHA                    SECTION.
      *-----------------------------------------------------------------
       ZB-00.
           MOVE "ZB-RISHUM-PTICHA" TO SHEM-SEC

           SET  SW10-LO TO TRUE
           SET  SW12-LO TO TRUE

           OPEN INPUT RC01-RUNCTL-FILE
           IF MH01-FS-TAKIN
               SET  MAMSHICH IN SW05-RC01 TO TRUE
               PERFORM ZB-02-KRIAT-BAKARA
               PERFORM ZB-01-BDIKAT-PIKYOM
                   UNTIL SOF IN SW05-RC01
               CLOSE RC01-RUNCTL-FILE
               SET  SAGUR IN SW05-RC01 TO TRUE
           END-IF

           IF SW10-KEN
               DISPLAY H02-PIKYOM-KVAR
               DISPLAY H02-PIKYOM-NECHSAM
               STOP RUN
           END-IF

           OPEN EXTEND RC01-RUNCTL-FILE
           IF MH01-FILE-STS = "35"
               OPEN OUTPUT RC01-RUNCTL-FILE
           END-IF
           SET  MAMSHICH IN SW05-RC01 TO TRUE

           MOVE SPACE             TO RC01-BAKARA-REC
           MOVE 'PIKYOM'          TO RC01-TOCHNIT
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
       ZB-01-BDIKAT-PIKYOM                 SECTION.
      *-----------------------------------------------------------------
       ZB-01-00.
           IF RC01-TOCHNIT = 'PIKYOM'
              AND RC01-TAARICH = EZ03-TAARICH
               IF RC01-PTICHA
                   SET SW12-KEN TO TRUE
               END-IF
               IF RC01-SIYUM AND RC01-TAKIN
                   SET SW10-KEN TO TRUE
                   SET SW12-LO  TO TRUE
               END-IF
           END-IF

           PERFORM ZB-02-KRIAT-BAKARA.
       ZB-01-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       ZB-02-KRIAT-BAKARA                  SECTION.
      *-----------------------------------------------------------------
       ZB-02-00.
           READ RC01-RUNCTL-FILE
               AT END
                   SET SOF IN SW05-RC01 TO TRUE
           END-READ.
       ZB-02-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       ZC-RISHUM-SIYUM                     SECTION.
      *-----------------------------------------------------------------
       ZC-00.
           MOVE "ZC-RISHUM-SIYUM" TO SHEM-SEC

           OPEN EXTEND RC01-RUNCTL-FILE
           SET  MAMSHICH IN SW05-RC01 TO TRUE

           MOVE FUNCTION CURRENT-DATE TO EZ03-ZMAN
           MOVE SPACE               TO RC01-BAKARA-REC
           MOVE 'PIKYOM'            TO RC01-TOCHNIT
           MOVE EZ03-TAARICH        TO RC01-TAARICH
           MOVE EZ03-SHAA           TO RC01-SHAA
           SET  RC01-SIYUM          TO TRUE
           SET  RC01-TAKIN          TO TRUE
           MOVE M01-MONE-PIRAONOT   TO RC01-MONE-RESHUMOT
           MOVE M02-MONE-NIDCHU     TO RC01-MONE-TAKALOT-A
           MOVE M03-MONE-LELO-SHAAR TO RC01-MONE-TAKALOT-B
           IF SW12-KEN
               SET RC01-HEMSHECH    TO TRUE
           ELSE
               SET RC01-NEKIYA      TO TRUE
           END-IF
           WRITE RC01-BAKARA-REC

           CLOSE RC01-RUNCTL-FILE
           SET  SAGUR IN SW05-RC01 TO TRUE.
       ZC-EXIT.
           EXIT.
      *-----------------------------------------------------------------
