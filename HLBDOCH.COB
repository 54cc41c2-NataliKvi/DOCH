      *-----------------------------------------------------------------
       IDENTIFICATION                      DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID.                         HLBDOCH.
      *AUTHOR                              NATALI KVITELASHVILI.
      *DATE-WRITTEN                        15/10/2026.
      *REMARKS      Periodic money laundering (halbanat hon) scan of
      *             YOMAN.DAT for the compliance officer:
      *             *Takes the movements posted (TAARICH RITZA) within
      *              the date range of PARAM-HLB.DAT. Reversed
      *              movements and their storno legs, and the bank's
      *              own interest (RB), fee (AM) and withholding tax
      *              (MS) postings, are left out.
      *             *Values each movement in NIS at the SHAARIM.DAT
      *              rate effective on its TAARICH ERECH (MATBEA of
      *              the account from LAKOCHOT.DAT).
      *             *Flags: G - a single movement above the reporting
      *              threshold; P - structuring: two or more
      *              movements on one CHESHBON within N days, each
      *              under the threshold, that together pass it; R -
      *              any movement on an account whose MATZAV is R
      *              (radum, set by LAKRDM).
      *             *Prints the flags per SNIF (HALBANA.PRN) and
      *              writes the fixed-format regulator extract
      *              HLBDIV.DAT (header H, detail D, trailer T with
      *              count and total NIS).
      *             *PARAM-HLB.DAT: date from/to, threshold in NIS and
      *              N days (defaults: the run date, 50,000.00 NIS and
      *              3 days). Writes PTICHA and SIYUM records to
      *              RUNCTL.DAT (TAKALOT-A = flags reported,
      *              TAKALOT-B = movements without a rate).
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

           SELECT SF01-SNIFIM-FILE
             ASSIGN       TO "C:\COBOL-PROJECTS\DOCH\FILES\SNIFIM.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS DYNAMIC
             RECORD KEY   IS SN01-KOD
             FILE STATUS  IS MH01-FILE-STS.

           SELECT PM01-PARAM-FILE
             ASSIGN       TO
             "C:\COBOL-PROJECTS\DOCH\FILES\PARAM-HLB.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS  IS MH01-FILE-STS.

           SELECT T01-ZMANI-FILE
             ASSIGN       TO "C:\COBOL-PROJECTS\DOCH\FILES\HLBZMANI.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS  IS MH01-FILE-STS.

           SELECT D01-HALBANA-PRN
             ASSIGN       TO "C:\COBOL-PROJECTS\DOCH\FILES\HALBANA.PRN"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS  IS MH01-FILE-STS.

           SELECT E01-DIVUACH-FILE
             ASSIGN       TO "C:\COBOL-PROJECTS\DOCH\FILES\HLBDIV.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS  IS MH01-FILE-STS.

           SELECT RC01-RUNCTL-FILE
             ASSIGN       TO "C:\COBOL-PROJECTS\DOCH\FILES\RUNCTL.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS  IS MH01-FILE-STS.

           SELECT SRT-TNUOT
             ASSIGN       TO "C:\COBOL-PROJECTS\DOCH\FILES\SORTWK".

           SELECT SRT-DIVUCHIM
             ASSIGN       TO "C:\COBOL-PROJECTS\DOCH\FILES\SORTWK2".
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

       FD  SF01-SNIFIM-FILE.
       01  SF01-SNIF-REC.
           COPY "C:\COBOL-PROJECTS\DOCH\COPYS\SNIFIM.COB".

       FD  PM01-PARAM-FILE
           RECORDING MODE F.
       01  PM01-PARAM-REC.
           03 PM01-TAARICH-MI              PIC 9(8).
           03 PM01-TAARICH-AD              PIC 9(8).
           03 PM01-SAF-DIVUACH             PIC 9(8)V99.
           03 PM01-YAMIM                   PIC 9(3).

       FD  T01-ZMANI-FILE
           RECORDING MODE F.
       01  T01-ZMANI-REC                   PIC X(65).

       FD  D01-HALBANA-PRN
           LABEL RECORD IS OMITTED.
       01  D01-SHURA                       PIC X(80).

       FD  E01-DIVUACH-FILE
           RECORDING MODE F.
       01  E01-KOTERET.
           03 E01-K-SUG-RESHUMA            PIC X(01).
           03 E01-K-TAARICH-HAFAKA         PIC 9(8).
           03 E01-K-TAARICH-MI             PIC 9(8).
           03 E01-K-TAARICH-AD             PIC 9(8).
           03 E01-K-SAF-DIVUACH            PIC 9(8)V99.
           03 FILLER                       PIC X(45).
       01  E01-PRAT.
           03 E01-P-SUG-RESHUMA            PIC X(01).
           03 E01-P-SUG-DIVUACH            PIC X(01).
           03 E01-P-SNIF                   PIC X(03).
           03 E01-P-CHESHBON               PIC X(05).
           03 E01-P-TAARICH-MI             PIC 9(8).
           03 E01-P-TAARICH-AD             PIC 9(8).
           03 E01-P-KOD-PEULA              PIC X(01).
           03 E01-P-MATBEA                 PIC X(03).
           03 E01-P-SCHUM                  PIC 9(8)V99.
           03 E01-P-SCHUM-NIS              PIC 9(12)V99.
           03 E01-P-MONE-TNUOT             PIC 9(4).
           03 E01-P-ASMACHTA               PIC X(08).
           03 FILLER                       PIC X(14).
       01  E01-SIYUM.
           03 E01-S-SUG-RESHUMA            PIC X(01).
           03 E01-S-MONE                   PIC 9(6).
           03 E01-S-SACH-NIS               PIC 9(14)V99.
           03 FILLER                       PIC X(57).

       FD  RC01-RUNCTL-FILE
           RECORDING MODE F.
       01  RC01-BAKARA-REC.
           COPY "C:\COBOL-PROJECTS\DOCH\COPYS\BAKRUN.COB".

       SD  SRT-TNUOT.
       01  SRT-REC.
           03 SRT-CHESHBON                 PIC X(05).
           03 SRT-TAARICH-ERECH            PIC 9(8).
           03 SRT-TAARICH-RITZA            PIC 9(8).
           03 SRT-SNIF                     PIC X(03).
           03 SRT-MATBEA                   PIC X(03).
           03 SRT-MATZAV                   PIC X(01).
             88 SRT-RADUM                                   VALUE "R".
           03 SRT-KOD-PEULA                PIC X(01).
           03 SRT-SCHUM                    PIC 9(6)V99.
           03 SRT-SCHUM-NIS                PIC 9(10)V99.
           03 SRT-ASMACHTA                 PIC X(08).
           03 SRT-SHAAR                    PIC X(01).
             88 SRT-YESH-SHAAR                              VALUE "Y".
             88 SRT-LELO-SHAAR                              VALUE "N".

       SD  SRT-DIVUCHIM.
       01  SRD-REC.
           03 SRD-SNIF                     PIC X(03).
           03 SRD-CHESHBON                 PIC X(05).
           03 SRD-TAARICH-MI               PIC 9(8).
           03 SRD-SUG                      PIC X(01).
           03 SRD-TAARICH-AD               PIC 9(8).
           03 SRD-KOD-PEULA                PIC X(01).
           03 SRD-MATBEA                   PIC X(03).
           03 SRD-SCHUM                    PIC 9(8)V99.
           03 SRD-SCHUM-NIS                PIC 9(12)V99.
           03 SRD-MONE-TNUOT               PIC 9(4).
           03 SRD-ASMACHTA                 PIC X(08).
      *-----------------------------------------------------------------
       WORKING-STORAGE                     SECTION.
      *-----------------------------------------------------------------
      *Cxx-KVUIM
      *-----------------------------------------------------------------
       01 C00.
           03 C01-SAF-BRIRAT-MECHDAL       PIC 9(8)V99    VALUE 50000.
           03 C02-YAMIM-BRIRAT-MECHDAL     PIC 9(3)       VALUE 3.
           03 C03-GODEL-CHALON             PIC 9(2)       VALUE 50.
      *-----------------------------------------------------------------
      *EZxx-EZER
      *-----------------------------------------------------------------
       01 EZ00.
           03 EZ01-TAKALOT.
           COPY "C:\COBOL-PROJECTS\DOCH\COPYS\TAKALOT.COB".

           03 EZ02-TAARICH-MI               PIC 9(8).
           03 EZ03-ZMAN.
               05 EZ03-TAARICH             PIC 9(8).
               05 EZ03-SHAA                PIC 9(6).
           03 EZ04-TAARICH-AD               PIC 9(8).
           03 EZ05-SAF-DIVUACH              PIC 9(8)V99.
           03 EZ06-YAMIM                    PIC 9(3).
           03 EZ07-TAARICH-RITZA            PIC 9(8).
           03 EZ08-TAARICH-SHAAR            PIC 9(8).
           03 EZ09-KIDOMET-ASMACHTA         PIC X(02).
           03 EZ10-CHESHBON-NOCHECHI        PIC X(05).
           03 EZ11-YOM                      PIC 9(7).
           03 EZ12-MATBEA-CHIPUS            PIC X(03).
           03 EZ13-SHAAR-TOKEF              PIC 9(4)V9(4).
           03 EZ14-GVUL-CHALON              PIC S9(7).
           03 EZ15-SACH-CHALON              PIC 9(8)V99.
           03 EZ16-SACH-CHALON-NIS          PIC 9(12)V99.
           03 EZ17-SNIF-NOCHECHI            PIC X(03).
           03 EZ18-SACH-DIVUACH-NIS         PIC 9(14)V99.
      *-----------------------------------------------------------------
      *DVxx-DIVUACH
      *-----------------------------------------------------------------
       01 DV00.
           03 DV01-DIVUACH.
               05 DV01-SNIF                PIC X(03).
               05 DV01-CHESHBON            PIC X(05).
               05 DV01-TAARICH-MI          PIC 9(8).
               05 DV01-SUG                 PIC X(01).
                 88 DV01-GADOL                              VALUE "G".
                 88 DV01-PITZUL                             VALUE "P".
                 88 DV01-RADUM                              VALUE "R".
               05 DV01-TAARICH-AD          PIC 9(8).
               05 DV01-KOD-PEULA           PIC X(01).
               05 DV01-MATBEA              PIC X(03).
               05 DV01-SCHUM               PIC 9(8)V99.
               05 DV01-SCHUM-NIS           PIC 9(12)V99.
               05 DV01-MONE-TNUOT          PIC 9(4).
               05 DV01-ASMACHTA            PIC X(08).
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
           03 M02-MONE-NIVDEKU              PIC 9(7)        VALUE ZERO.
           03 M03-MONE-GDOLOT               PIC 9(6)        VALUE ZERO.
           03 M04-MONE-PITZULIM             PIC 9(6)        VALUE ZERO.
           03 M05-MONE-RADUMIM              PIC 9(6)        VALUE ZERO.
           03 M06-MONE-LELO-SHAAR           PIC 9(6)        VALUE ZERO.
           03 M07-MONE-DIVUCHIM             PIC 9(6)        VALUE ZERO.
           03 M08-MONE-SNIF                 PIC 9(6)        VALUE ZERO.
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
               05 FILLER                   PIC X(8)       VALUE SPACE.
               05 FILLER                   PIC X(40)      VALUE
                  "DOCH HALBANAT HON - TNUOT LEDIVUACH ".
               05 SC01-TAARICH-MI          PIC 9(8).
               05 FILLER                   PIC X(3)       VALUE
                  " - ".
               05 SC01-TAARICH-AD          PIC 9(8).
           03 SC02.
               05 FILLER                   PIC X(8)       VALUE SPACE.
               05 FILLER                   PIC X(13)      VALUE
                  "SAF DIVUACH: ".
               05 SC02-SAF                 PIC ZZ,ZZZ,ZZ9.99.
               05 FILLER                   PIC X(22)      VALUE
                  " NIS   CHALON PITZUL: ".
               05 SC02-YAMIM               PIC ZZ9.
               05 FILLER                   PIC X(6)       VALUE
                  " YAMIM".
           03 SC05.
               05 FILLER                   PIC X(2)       VALUE SPACE.
               05 FILLER                   PIC X(6)       VALUE
                  "SNIF: ".
               05 SC05-SNIF                PIC X(3).
               05 FILLER                   PIC X(2)       VALUE SPACE.
               05 SC05-SHEM-SNIF           PIC X(20).
           03 SC03.
               05 FILLER                   PIC X(2)       VALUE SPACE.
               05 FILLER                   PIC X(9)       VALUE
                  "SUG".
               05 FILLER                   PIC X(6)       VALUE
                  "CHSBN".
               05 FILLER                   PIC X(9)       VALUE
                  "ERECH MI".
               05 FILLER                   PIC X(9)       VALUE
                  "ERECH AD".
               05 FILLER                   PIC X(2)       VALUE
                  "K".
               05 FILLER                   PIC X(4)       VALUE
                  "MTB".
               05 FILLER                   PIC X(11)      VALUE
                  "     SCHUM".
               05 FILLER                   PIC X(14)      VALUE
                  "    SCHUM NIS".
               05 FILLER                   PIC X(5)       VALUE
                  "MONE".
               05 FILLER                   PIC X(8)       VALUE
                  "ASMACHTA".
           03 SC04.
               05 FILLER                   PIC X(2)       VALUE SPACE.
               05 FILLER                   PIC X(8)       VALUE ALL '-'.
               05 FILLER                   PIC X(1)       VALUE SPACE.
               05 FILLER                   PIC X(5)       VALUE ALL '-'.
               05 FILLER                   PIC X(1)       VALUE SPACE.
               05 FILLER                   PIC X(8)       VALUE ALL '-'.
               05 FILLER                   PIC X(1)       VALUE SPACE.
               05 FILLER                   PIC X(8)       VALUE ALL '-'.
               05 FILLER                   PIC X(1)       VALUE SPACE.
               05 FILLER                   PIC X(1)       VALUE ALL '-'.
               05 FILLER                   PIC X(1)       VALUE SPACE.
               05 FILLER                   PIC X(3)       VALUE ALL '-'.
               05 FILLER                   PIC X(1)       VALUE SPACE.
               05 FILLER                   PIC X(10)      VALUE ALL '-'.
               05 FILLER                   PIC X(1)       VALUE SPACE.
               05 FILLER                   PIC X(13)      VALUE ALL '-'.
               05 FILLER                   PIC X(1)       VALUE SPACE.
               05 FILLER                   PIC X(4)       VALUE ALL '-'.
               05 FILLER                   PIC X(1)       VALUE SPACE.
               05 FILLER                   PIC X(8)       VALUE ALL '-'.
           03 SD01.
               05 FILLER                   PIC X(2)       VALUE SPACE.
               05 SD01-SUG                 PIC X(8).
               05 FILLER                   PIC X(1)       VALUE SPACE.
               05 SD01-CHESHBON            PIC X(5).
               05 FILLER                   PIC X(1)       VALUE SPACE.
               05 SD01-TAARICH-MI          PIC 9(8).
               05 FILLER                   PIC X(1)       VALUE SPACE.
               05 SD01-TAARICH-AD          PIC X(8).
               05 FILLER                   PIC X(1)       VALUE SPACE.
               05 SD01-KOD-PEULA           PIC X(1).
               05 FILLER                   PIC X(1)       VALUE SPACE.
               05 SD01-MATBEA              PIC X(3).
               05 FILLER                   PIC X(1)       VALUE SPACE.
               05 SD01-SCHUM               PIC ZZZ,ZZ9.99.
               05 FILLER                   PIC X(1)       VALUE SPACE.
               05 SD01-SCHUM-NIS           PIC ZZ,ZZZ,ZZ9.99.
               05 FILLER                   PIC X(1)       VALUE SPACE.
               05 SD01-MONE-TNUOT          PIC ZZZ9.
               05 FILLER                   PIC X(1)       VALUE SPACE.
               05 SD01-ASMACHTA            PIC X(8).
           03 SD02.
               05 FILLER                   PIC X(6)       VALUE SPACE.
               05 FILLER                   PIC X(15)      VALUE
                  "SACH DIVUCHIM ".
               05 FILLER                   PIC X(5)       VALUE
                  "SNIF ".
               05 SD02-SNIF                PIC X(3).
               05 FILLER                   PIC X(2)       VALUE ": ".
               05 SD02-MONE                PIC ZZZZZ9.
           03 SE01.
               05 FILLER                   PIC X(12)      VALUE SPACE.
               05 FILLER                   PIC X(40)      VALUE
                  "AIN TNUOT LEDIVUACH BETKUFA".
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
                  ": TNUOT BETKUFA SHENIVDEKU".
           03 ST03.
               05 FILLER                   PIC X(6)       VALUE SPACE.
               05 ST03-MONE                PIC ZZZZZZ9.
               05 FILLER                   PIC X(2)       VALUE SPACE.
               05 ST03-SACH                PIC X(40)      VALUE
                  ": G - TNUOT MEAL SAF HADIVUACH".
           03 ST04.
               05 FILLER                   PIC X(6)       VALUE SPACE.
               05 ST04-MONE                PIC ZZZZZZ9.
               05 FILLER                   PIC X(2)       VALUE SPACE.
               05 ST04-SACH                PIC X(40)      VALUE
                  ": P - CHASHAD PITZUL TNUOT".
           03 ST05.
               05 FILLER                   PIC X(6)       VALUE SPACE.
               05 ST05-MONE                PIC ZZZZZZ9.
               05 FILLER                   PIC X(2)       VALUE SPACE.
               05 ST05-SACH                PIC X(40)      VALUE
                  ": R - PEILUT BECHESHBON RADUM".
           03 ST06.
               05 FILLER                   PIC X(6)       VALUE SPACE.
               05 ST06-MONE                PIC ZZZZZZ9.
               05 FILLER                   PIC X(2)       VALUE SPACE.
               05 ST06-SACH                PIC X(40)      VALUE
                  ": TNUOT LELO SHAAR - LO SHUARCHU".
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

           03 SW04-SF01                    PIC S9(4) BINARY VALUE 99.
           COPY "C:\COBOL-PROJECTS\DOCH\COPYS\SWK.COB".

           03 SW05-PM01                    PIC S9(4) BINARY VALUE 99.
           COPY "C:\COBOL-PROJECTS\DOCH\COPYS\SWK.COB".

           03 SW06-T01                     PIC S9(4) BINARY VALUE 99.
           COPY "C:\COBOL-PROJECTS\DOCH\COPYS\SWK.COB".

           03 SW07-D01                     PIC S9(4) BINARY VALUE 99.
           COPY "C:\COBOL-PROJECTS\DOCH\COPYS\SWK.COB".

           03 SW08-E01                     PIC S9(4) BINARY VALUE 99.
           COPY "C:\COBOL-PROJECTS\DOCH\COPYS\SWK.COB".

           03 SW09-RC01                    PIC S9(4) BINARY VALUE 99.
           COPY "C:\COBOL-PROJECTS\DOCH\COPYS\SWK.COB".

           03 SW10-SRT                     PIC S9(4) BINARY VALUE 99.
           COPY "C:\COBOL-PROJECTS\DOCH\COPYS\SWK.COB".

           03 SW11-SRD                     PIC S9(4) BINARY VALUE 99.
           COPY "C:\COBOL-PROJECTS\DOCH\COPYS\SWK.COB".

           03 SW12-SHAARIM-KAYAM           PIC 9.
             88 SW12-KEN                   VALUE 1.
             88 SW12-LO                    VALUE 0.

           03 SW13-SNIFIM-KAYAM            PIC 9.
             88 SW13-KEN                   VALUE 1.
             88 SW13-LO                    VALUE 0.

           03 SW14-SNIF-RISHON             PIC 9.
             88 SW14-KEN                   VALUE 1.
             88 SW14-LO                    VALUE 0.

           03 SW19-SHAAR-NIMTZA            PIC 9.
             88 SW19-KEN                   VALUE 1.
             88 SW19-LO                    VALUE 0.

           03 SW20-SOF-SHAARIM             PIC 9.
             88 SW20-SOF                   VALUE 1.
             88 SW20-YESH                  VALUE 0.
      *-----------------------------------------------------------------
      *TVxx-TAVLAOT
      *-----------------------------------------------------------------
       01 TV00.
           03 TV01-MONE-CHALON             PIC 9(2)          VALUE ZERO.
           03 TV01-CHALON OCCURS 50 TIMES
                          INDEXED BY TV01-IX.
               05 TV01-YOM                  PIC 9(7).
               05 TV01-TAARICH-ERECH        PIC 9(8).
               05 TV01-SCHUM                PIC 9(6)V99.
               05 TV01-SCHUM-NIS            PIC 9(10)V99.
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
       DC4-SF01                            SECTION.
      *-----------------------------------------------------------------
           USE AFTER STANDARD ERROR PROCEDURE ON SF01-SNIFIM-FILE.
       DC4-00.
           IF MH01-FILE-STS NOT = "35"
               MOVE "C:\COBOL-PROJECTS\DOCH\FILES\SNIFIM.DAT" TO
                                                             SHEM-KOVETZ
               PERFORM ZT-TAKALOT
           END-IF.
       DC4-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       DC5-PM01                            SECTION.
      *-----------------------------------------------------------------
           USE AFTER STANDARD ERROR PROCEDURE ON PM01-PARAM-FILE.
       DC5-00.
           IF MH01-FILE-STS NOT = "35"
               MOVE "C:\COBOL-PROJECTS\DOCH\FILES\PARAM-HLB.DAT" TO
                                                             SHEM-KOVETZ
               PERFORM ZT-TAKALOT
           END-IF.
       DC5-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       DC6-T01                             SECTION.
      *-----------------------------------------------------------------
           USE AFTER STANDARD ERROR PROCEDURE ON T01-ZMANI-FILE.
       DC6-00.
           MOVE "C:\COBOL-PROJECTS\DOCH\FILES\HLBZMANI.DAT" TO
                                                             SHEM-KOVETZ
           PERFORM ZT-TAKALOT.
       DC6-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       DC7-D01                             SECTION.
      *-----------------------------------------------------------------
           USE AFTER STANDARD ERROR PROCEDURE ON D01-HALBANA-PRN.
       DC7-00.
           MOVE "C:\COBOL-PROJECTS\DOCH\FILES\HALBANA.PRN" TO
                                                             SHEM-KOVETZ
           PERFORM ZT-TAKALOT.
       DC7-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       DC8-E01                             SECTION.
      *-----------------------------------------------------------------
           USE AFTER STANDARD ERROR PROCEDURE ON E01-DIVUACH-FILE.
       DC8-00.
           MOVE "C:\COBOL-PROJECTS\DOCH\FILES\HLBDIV.DAT" TO SHEM-KOVETZ
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

           SORT SRT-TNUOT
               ON ASCENDING KEY SRT-CHESHBON
                                SRT-TAARICH-ERECH
                                SRT-TAARICH-RITZA
               INPUT  PROCEDURE IS G-BCHIRAT-TNUOT
               OUTPUT PROCEDURE IS B-ZIHUY-DFUSIM

           CLOSE T01-ZMANI-FILE
           SET   SAGUR IN SW06-T01 TO TRUE

           SORT SRT-DIVUCHIM
               ON ASCENDING KEY SRD-SNIF
                                SRD-CHESHBON
                                SRD-TAARICH-MI
                                SRD-SUG
               USING  T01-ZMANI-FILE
               OUTPUT PROCEDURE IS H-HAFAKAT-DOCH

           PERFORM     ZZ-SYIUM-TOCHNIT
           STOP RUN.
       A-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       G-BCHIRAT-TNUOT                     SECTION.
      *-----------------------------------------------------------------
       G-00.
           MOVE "G-BCHIRAT-TNUOT" TO SHEM-SEC

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

           MOVE YM01-TAARICH-RITZA    TO EZ07-TAARICH-RITZA
           MOVE YM01-ASMACHTA(1:2)    TO EZ09-KIDOMET-ASMACHTA

           EVALUATE TRUE
             WHEN EZ07-TAARICH-RITZA < EZ02-TAARICH-MI
               OR EZ07-TAARICH-RITZA > EZ04-TAARICH-AD
                  CONTINUE
             WHEN YM01-STORNO OR YM01-MEVUTAL
                  CONTINUE
             WHEN EZ09-KIDOMET-ASMACHTA = "RB" OR "AM" OR "MS"
                  CONTINUE
             WHEN OTHER
                  PERFORM G-03-SHICHRUR-LAMIYUN
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
       G-03-SHICHRUR-LAMIYUN               SECTION.
      *-----------------------------------------------------------------
       G-03-00.
           MOVE "G-03-SHICHRUR-LAMIYUN" TO SHEM-SEC
           ADD  1                       TO M02-MONE-NIVDEKU

           MOVE YM01-CHESHBON      TO SRT-CHESHBON
           MOVE YM01-TAARICH-ERECH TO SRT-TAARICH-ERECH
           MOVE EZ07-TAARICH-RITZA TO SRT-TAARICH-RITZA
           MOVE YM01-KOD-PEULA     TO SRT-KOD-PEULA
           MOVE YM01-SCHUM         TO SRT-SCHUM
           MOVE YM01-ASMACHTA      TO SRT-ASMACHTA

           MOVE YM01-CHESHBON TO CHESHBON IN K01-LAKOCHOT-REC
           READ K01-LAKOCHOT-FILE
               INVALID KEY
                   MOVE "???"   TO SRT-SNIF
                                   SRT-MATBEA
                   MOVE SPACE   TO SRT-MATZAV
               NOT INVALID KEY
                   MOVE SNIF   IN K01-LAKOCHOT-REC TO SRT-SNIF
                   MOVE MATBEA IN K01-LAKOCHOT-REC TO SRT-MATBEA
                   MOVE MATZAV IN K01-LAKOCHOT-REC TO SRT-MATZAV
           END-READ

           MOVE SRT-MATBEA         TO EZ12-MATBEA-CHIPUS
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
               ADD  1 TO M06-MONE-LELO-SHAAR
           END-IF

           RELEASE SRT-REC.
       G-03-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       B-ZIHUY-DFUSIM                      SECTION.
      *-----------------------------------------------------------------
       B-00.
           MOVE "B-ZIHUY-DFUSIM" TO SHEM-SEC

           MOVE SPACE TO EZ10-CHESHBON-NOCHECHI
           SET  MAMSHICH IN SW10-SRT TO TRUE
           PERFORM C-HACHZARAT-TNUA
           PERFORM UNTIL SOF IN SW10-SRT
               PERFORM D-BDIKAT-TNUA
               PERFORM C-HACHZARAT-TNUA
           END-PERFORM.
       B-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       C-HACHZARAT-TNUA                    SECTION.
      *-----------------------------------------------------------------
       C-00.
           MOVE "C-HACHZARAT-TNUA" TO SHEM-SEC

           RETURN SRT-TNUOT
               AT END
                   SET SOF IN SW10-SRT TO TRUE
           END-RETURN.
       C-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       D-BDIKAT-TNUA                       SECTION.
      *-----------------------------------------------------------------
       D-00.
           MOVE "D-BDIKAT-TNUA" TO SHEM-SEC

           IF SRT-CHESHBON NOT = EZ10-CHESHBON-NOCHECHI
               MOVE SRT-CHESHBON TO EZ10-CHESHBON-NOCHECHI
               PERFORM D-05-IPUS-CHALON
           END-IF

           EVALUATE TRUE
             WHEN SRT-LELO-SHAAR
                  CONTINUE
             WHEN SRT-SCHUM-NIS > EZ05-SAF-DIVUACH
                  PERFORM D-01-DIVUACH-GADOL
             WHEN OTHER
                  PERFORM D-02-BDIKAT-PITZUL
           END-EVALUATE

           IF SRT-RADUM
               PERFORM D-03-DIVUACH-RADUM
           END-IF.
       D-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       D-01-DIVUACH-GADOL                  SECTION.
      *-----------------------------------------------------------------
       D-01-00.
           MOVE "D-01-DIVUACH-GADOL" TO SHEM-SEC

           PERFORM D-08-MILUY-TNUA-BODEDET
           SET  DV01-GADOL        TO TRUE
           PERFORM D-09-KTIVAT-DIVUACH
           ADD  1 TO M03-MONE-GDOLOT.
       D-01-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       D-02-BDIKAT-PITZUL                  SECTION.
      *-----------------------------------------------------------------
       D-02-00.
           MOVE "D-02-BDIKAT-PITZUL" TO SHEM-SEC

           COMPUTE EZ11-YOM =
                   FUNCTION INTEGER-OF-DATE(SRT-TAARICH-ERECH)
           COMPUTE EZ14-GVUL-CHALON = EZ11-YOM - EZ06-YAMIM + 1

           PERFORM UNTIL TV01-MONE-CHALON = ZERO
                      OR TV01-YOM(1) NOT < EZ14-GVUL-CHALON
               PERFORM D-04-HOTZAAT-RISHONA
           END-PERFORM

           IF TV01-MONE-CHALON = C03-GODEL-CHALON
               PERFORM D-04-HOTZAAT-RISHONA
           END-IF

           ADD  1                 TO TV01-MONE-CHALON
           SET  TV01-IX           TO TV01-MONE-CHALON
           MOVE EZ11-YOM          TO TV01-YOM(TV01-IX)
           MOVE SRT-TAARICH-ERECH TO TV01-TAARICH-ERECH(TV01-IX)
           MOVE SRT-SCHUM         TO TV01-SCHUM(TV01-IX)
           MOVE SRT-SCHUM-NIS     TO TV01-SCHUM-NIS(TV01-IX)
           ADD  SRT-SCHUM         TO EZ15-SACH-CHALON
           ADD  SRT-SCHUM-NIS     TO EZ16-SACH-CHALON-NIS

           IF TV01-MONE-CHALON > 1
              AND EZ16-SACH-CHALON-NIS > EZ05-SAF-DIVUACH
               MOVE SRT-SNIF              TO DV01-SNIF
               MOVE SRT-CHESHBON          TO DV01-CHESHBON
               MOVE TV01-TAARICH-ERECH(1) TO DV01-TAARICH-MI
               MOVE SRT-TAARICH-ERECH     TO DV01-TAARICH-AD
               MOVE SPACE                 TO DV01-KOD-PEULA
               MOVE SRT-MATBEA            TO DV01-MATBEA
               MOVE EZ15-SACH-CHALON      TO DV01-SCHUM
               MOVE EZ16-SACH-CHALON-NIS  TO DV01-SCHUM-NIS
               MOVE TV01-MONE-CHALON      TO DV01-MONE-TNUOT
               MOVE SRT-ASMACHTA          TO DV01-ASMACHTA
               SET  DV01-PITZUL           TO TRUE
               PERFORM D-09-KTIVAT-DIVUACH
               ADD  1 TO M04-MONE-PITZULIM
               PERFORM D-05-IPUS-CHALON
           END-IF.
       D-02-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       D-03-DIVUACH-RADUM                  SECTION.
      *-----------------------------------------------------------------
       D-03-00.
           MOVE "D-03-DIVUACH-RADUM" TO SHEM-SEC

           PERFORM D-08-MILUY-TNUA-BODEDET
           SET  DV01-RADUM        TO TRUE
           PERFORM D-09-KTIVAT-DIVUACH
           ADD  1 TO M05-MONE-RADUMIM.
       D-03-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       D-04-HOTZAAT-RISHONA                SECTION.
      *-----------------------------------------------------------------
       D-04-00.
           MOVE "D-04-HOTZAAT-RISHONA" TO SHEM-SEC

           SUBTRACT TV01-SCHUM(1)     FROM EZ15-SACH-CHALON
           SUBTRACT TV01-SCHUM-NIS(1) FROM EZ16-SACH-CHALON-NIS

           PERFORM VARYING TV01-IX FROM 1 BY 1
                   UNTIL TV01-IX NOT < TV01-MONE-CHALON
               MOVE TV01-CHALON(TV01-IX + 1) TO TV01-CHALON(TV01-IX)
           END-PERFORM

           SUBTRACT 1 FROM TV01-MONE-CHALON.
       D-04-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       D-05-IPUS-CHALON                    SECTION.
      *-----------------------------------------------------------------
       D-05-00.
           MOVE "D-05-IPUS-CHALON" TO SHEM-SEC

           MOVE ZERO TO TV01-MONE-CHALON
                        EZ15-SACH-CHALON
                        EZ16-SACH-CHALON-NIS.
       D-05-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       D-08-MILUY-TNUA-BODEDET             SECTION.
      *-----------------------------------------------------------------
       D-08-00.
           MOVE "D-08-MILUY-TNUA-BODEDET" TO SHEM-SEC

           MOVE SRT-SNIF          TO DV01-SNIF
           MOVE SRT-CHESHBON      TO DV01-CHESHBON
           MOVE SRT-TAARICH-ERECH TO DV01-TAARICH-MI
           MOVE ZERO              TO DV01-TAARICH-AD
           MOVE SRT-KOD-PEULA     TO DV01-KOD-PEULA
           MOVE SRT-MATBEA        TO DV01-MATBEA
           MOVE SRT-SCHUM         TO DV01-SCHUM
           MOVE SRT-SCHUM-NIS     TO DV01-SCHUM-NIS
           MOVE 1                 TO DV01-MONE-TNUOT
           MOVE SRT-ASMACHTA      TO DV01-ASMACHTA.
       D-08-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       D-09-KTIVAT-DIVUACH                 SECTION.
      *-----------------------------------------------------------------
       D-09-00.
           MOVE "D-09-KTIVAT-DIVUACH" TO SHEM-SEC

           WRITE T01-ZMANI-REC FROM DV01-DIVUACH
           ADD   1 TO M07-MONE-DIVUCHIM.
       D-09-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       H-HAFAKAT-DOCH                      SECTION.
      *-----------------------------------------------------------------
       H-00.
           MOVE "H-HAFAKAT-DOCH" TO SHEM-SEC
           SET  SW14-KEN         TO TRUE

           SET  MAMSHICH IN SW11-SRD TO TRUE
           PERFORM I-HACHZARAT-DIVUACH
           PERFORM UNTIL SOF IN SW11-SRD
               PERFORM J-HADPASAT-DIVUACH
               PERFORM I-HACHZARAT-DIVUACH
           END-PERFORM

           IF SW14-KEN
               WRITE D01-SHURA FROM SE01
               AFTER ADVANCING 2 LINES
           ELSE
               PERFORM K-SIYUM-SNIF
           END-IF.
       H-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       I-HACHZARAT-DIVUACH                 SECTION.
      *-----------------------------------------------------------------
       I-00.
           MOVE "I-HACHZARAT-DIVUACH" TO SHEM-SEC

           RETURN SRT-DIVUCHIM
               AT END
                   SET SOF IN SW11-SRD TO TRUE
           END-RETURN.
       I-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       J-HADPASAT-DIVUACH                  SECTION.
      *-----------------------------------------------------------------
       J-00.
           MOVE "J-HADPASAT-DIVUACH" TO SHEM-SEC

           EVALUATE TRUE
             WHEN SW14-KEN
                  PERFORM L-KOTERET-SNIF
             WHEN SRD-SNIF NOT = EZ17-SNIF-NOCHECHI
                  PERFORM K-SIYUM-SNIF
                  PERFORM L-KOTERET-SNIF
             WHEN OTHER
                  CONTINUE
           END-EVALUATE

           EVALUATE SRD-SUG
             WHEN "G"
                  MOVE "GADOL"  TO SD01-SUG
             WHEN "P"
                  MOVE "PITZUL" TO SD01-SUG
             WHEN OTHER
                  MOVE "RADUM"  TO SD01-SUG
           END-EVALUATE
           MOVE SRD-CHESHBON       TO SD01-CHESHBON
           MOVE SRD-TAARICH-MI     TO SD01-TAARICH-MI
           IF SRD-TAARICH-AD = ZERO
               MOVE SPACE          TO SD01-TAARICH-AD
           ELSE
               MOVE SRD-TAARICH-AD TO SD01-TAARICH-AD
           END-IF
           MOVE SRD-KOD-PEULA      TO SD01-KOD-PEULA
           MOVE SRD-MATBEA         TO SD01-MATBEA
           MOVE SRD-SCHUM          TO SD01-SCHUM
           MOVE SRD-SCHUM-NIS      TO SD01-SCHUM-NIS
           MOVE SRD-MONE-TNUOT     TO SD01-MONE-TNUOT
           MOVE SRD-ASMACHTA       TO SD01-ASMACHTA
           WRITE D01-SHURA FROM SD01
           AFTER ADVANCING 1 LINES
           ADD  1 TO M08-MONE-SNIF

           MOVE SPACE              TO E01-PRAT
           MOVE "D"                TO E01-P-SUG-RESHUMA
           MOVE SRD-SUG            TO E01-P-SUG-DIVUACH
           MOVE SRD-SNIF           TO E01-P-SNIF
           MOVE SRD-CHESHBON       TO E01-P-CHESHBON
           MOVE SRD-TAARICH-MI     TO E01-P-TAARICH-MI
           MOVE SRD-TAARICH-AD     TO E01-P-TAARICH-AD
           MOVE SRD-KOD-PEULA      TO E01-P-KOD-PEULA
           MOVE SRD-MATBEA         TO E01-P-MATBEA
           MOVE SRD-SCHUM          TO E01-P-SCHUM
           MOVE SRD-SCHUM-NIS      TO E01-P-SCHUM-NIS
           MOVE SRD-MONE-TNUOT     TO E01-P-MONE-TNUOT
           MOVE SRD-ASMACHTA       TO E01-P-ASMACHTA
           WRITE E01-PRAT
           ADD  SRD-SCHUM-NIS      TO EZ18-SACH-DIVUACH-NIS.
       J-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       K-SIYUM-SNIF                        SECTION.
      *-----------------------------------------------------------------
       K-00.
           MOVE "K-SIYUM-SNIF" TO SHEM-SEC

           MOVE EZ17-SNIF-NOCHECHI TO SD02-SNIF
           MOVE M08-MONE-SNIF      TO SD02-MONE
           WRITE D01-SHURA FROM SD02
           AFTER ADVANCING 2 LINES

           MOVE ZERO TO M08-MONE-SNIF.
       K-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       L-KOTERET-SNIF                      SECTION.
      *-----------------------------------------------------------------
       L-00.
           MOVE "L-KOTERET-SNIF" TO SHEM-SEC
           SET  SW14-LO          TO TRUE

           MOVE SRD-SNIF   TO EZ17-SNIF-NOCHECHI
           MOVE ZERO       TO M08-MONE-SNIF

           MOVE SRD-SNIF   TO SC05-SNIF
           MOVE SPACE      TO SC05-SHEM-SNIF
           IF SW13-KEN
               MOVE SRD-SNIF TO SN01-KOD
               READ SF01-SNIFIM-FILE
                   INVALID KEY
                       MOVE "*SNIF LO MUKAR*" TO SC05-SHEM-SNIF
                   NOT INVALID KEY
                       MOVE SN01-SHEM TO SC05-SHEM-SNIF
               END-READ
           END-IF

           WRITE D01-SHURA FROM SC05
           AFTER ADVANCING 3 LINES
           WRITE D01-SHURA FROM SC03
           AFTER ADVANCING 2 LINES
           WRITE D01-SHURA FROM SC04
           AFTER ADVANCING 1 LINES.
       L-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       ZA-HATCHLAT-TOCHNIT                 SECTION.
      *-----------------------------------------------------------------
       ZA-00.
           MOVE 'HLBDOCH'              TO SHEM-TUCHNIT IN EZ01-TAKALOT
           MOVE "ZA-HATCHLAT-TOCHNIT"  TO SHEM-SEC

           MOVE FUNCTION CURRENT-DATE   TO EZ03-ZMAN
           MOVE EZ03-TAARICH            TO EZ02-TAARICH-MI
                                           EZ04-TAARICH-AD
           MOVE C01-SAF-BRIRAT-MECHDAL   TO EZ05-SAF-DIVUACH
           MOVE C02-YAMIM-BRIRAT-MECHDAL TO EZ06-YAMIM

           OPEN INPUT PM01-PARAM-FILE
           IF MH01-FS-TAKIN
               SET  MAMSHICH IN SW05-PM01 TO TRUE
               READ PM01-PARAM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM ZA-01-KLITAT-PARAMETRIM
               END-READ
               CLOSE PM01-PARAM-FILE
               SET  SAGUR IN SW05-PM01 TO TRUE
           END-IF

           PERFORM ZB-RISHUM-PTICHA

           OPEN INPUT  K01-LAKOCHOT-FILE
           SET         MAMSHICH IN SW02-K01 TO TRUE

           OPEN INPUT  SR01-SHAARIM-FILE
           IF MH01-FS-TAKIN
               SET  SW12-KEN TO TRUE
               SET  MAMSHICH IN SW03-SR01 TO TRUE
           ELSE
               SET  SW12-LO  TO TRUE
           END-IF

           OPEN INPUT  SF01-SNIFIM-FILE
           IF MH01-FS-TAKIN
               SET  SW13-KEN TO TRUE
               SET  MAMSHICH IN SW04-SF01 TO TRUE
           ELSE
               SET  SW13-LO  TO TRUE
           END-IF

           OPEN OUTPUT T01-ZMANI-FILE
           SET         MAMSHICH IN SW06-T01 TO TRUE

           OPEN OUTPUT D01-HALBANA-PRN
           SET         MAMSHICH IN SW07-D01 TO TRUE
           MOVE EZ02-TAARICH-MI  TO SC01-TAARICH-MI
           MOVE EZ04-TAARICH-AD  TO SC01-TAARICH-AD
           MOVE EZ05-SAF-DIVUACH TO SC02-SAF
           MOVE EZ06-YAMIM       TO SC02-YAMIM
           WRITE D01-SHURA FROM SC01
           AFTER ADVANCING 1 LINES
           WRITE D01-SHURA FROM SC02
           AFTER ADVANCING 1 LINES

           OPEN OUTPUT E01-DIVUACH-FILE
           SET         MAMSHICH IN SW08-E01 TO TRUE
           MOVE SPACE            TO E01-KOTERET
           MOVE "H"              TO E01-K-SUG-RESHUMA
           MOVE EZ03-TAARICH     TO E01-K-TAARICH-HAFAKA
           MOVE EZ02-TAARICH-MI  TO E01-K-TAARICH-MI
           MOVE EZ04-TAARICH-AD  TO E01-K-TAARICH-AD
           MOVE EZ05-SAF-DIVUACH TO E01-K-SAF-DIVUACH
           WRITE E01-KOTERET.
       ZA-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       ZA-01-KLITAT-PARAMETRIM             SECTION.
      *-----------------------------------------------------------------
       ZA-01-00.
           MOVE "ZA-01-KLITAT-PARAMETRIM" TO SHEM-SEC

           IF PM01-TAARICH-MI NUMERIC
              AND PM01-TAARICH-MI NOT = ZERO
               MOVE PM01-TAARICH-MI TO EZ02-TAARICH-MI
           END-IF

           IF PM01-TAARICH-AD NUMERIC
              AND PM01-TAARICH-AD NOT = ZERO
               MOVE PM01-TAARICH-AD TO EZ04-TAARICH-AD
           END-IF

           IF PM01-SAF-DIVUACH NUMERIC
              AND PM01-SAF-DIVUACH NOT = ZERO
               MOVE PM01-SAF-DIVUACH TO EZ05-SAF-DIVUACH
           END-IF

           IF PM01-YAMIM NUMERIC
              AND PM01-YAMIM NOT = ZERO
               MOVE PM01-YAMIM TO EZ06-YAMIM
           END-IF.
       ZA-01-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       ZZ-SYIUM-TOCHNIT                    SECTION.
      *-----------------------------------------------------------------
       ZZ-00.
           MOVE "ZZ-SYIUM-TOCHNIT" TO SHEM-SEC

           MOVE M01-MONE-NIKRAU         TO ST01-MONE
           WRITE D01-SHURA              FROM ST01
           AFTER ADVANCING 3 LINES

           MOVE M02-MONE-NIVDEKU        TO ST02-MONE
           WRITE D01-SHURA              FROM ST02
           AFTER ADVANCING 1 LINES

           MOVE M03-MONE-GDOLOT         TO ST03-MONE
           WRITE D01-SHURA              FROM ST03
           AFTER ADVANCING 1 LINES

           MOVE M04-MONE-PITZULIM       TO ST04-MONE
           WRITE D01-SHURA              FROM ST04
           AFTER ADVANCING 1 LINES

           MOVE M05-MONE-RADUMIM        TO ST05-MONE
           WRITE D01-SHURA              FROM ST05
           AFTER ADVANCING 1 LINES

           MOVE M06-MONE-LELO-SHAAR     TO ST06-MONE
           WRITE D01-SHURA              FROM ST06
           AFTER ADVANCING 1 LINES

           MOVE SPACE                   TO E01-SIYUM
           MOVE "T"                     TO E01-S-SUG-RESHUMA
           MOVE M07-MONE-DIVUCHIM       TO E01-S-MONE
           MOVE EZ18-SACH-DIVUACH-NIS   TO E01-S-SACH-NIS
           WRITE E01-SIYUM

           CLOSE K01-LAKOCHOT-FILE
           SET   SAGUR IN SW02-K01 TO TRUE

           IF SW12-KEN
               CLOSE SR01-SHAARIM-FILE
               SET   SAGUR IN SW03-SR01 TO TRUE
           END-IF

           IF SW13-KEN
               CLOSE SF01-SNIFIM-FILE
               SET   SAGUR IN SW04-SF01 TO TRUE
           END-IF

           CLOSE D01-HALBANA-PRN
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
           MOVE 'HLBDOCH'         TO RC01-TOCHNIT
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
           MOVE 'HLBDOCH'              TO RC01-TOCHNIT
           MOVE EZ03-TAARICH           TO RC01-TAARICH
           MOVE EZ03-SHAA              TO RC01-SHAA
           SET  RC01-SIYUM             TO TRUE
           SET  RC01-TAKIN             TO TRUE
           MOVE M02-MONE-NIVDEKU       TO RC01-MONE-RESHUMOT
           MOVE M07-MONE-DIVUCHIM      TO RC01-MONE-TAKALOT-A
           MOVE M06-MONE-LELO-SHAAR    TO RC01-MONE-TAKALOT-B
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

           IF SW12-LO
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
