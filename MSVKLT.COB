      *-----------------------------------------------------------------
       IDENTIFICATION                      DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID.                         MSVKLT.
      *AUTHOR                              NATALI KVITELASHVILI.
      *DATE-WRITTEN                        15/10/2026.
      *REMARKS      Import of the interbank clearing file (MASAV) and
      *             the reject return file, to be run before LAKYOM:
      *             *First answers the previous night: every rejection
      *              LAKYOM wrote to MSVDCH.DAT for an imported item is
      *              matched in the register MSVRSM.DAT to its clearing
      *              item and goes to the return file MSVHZR.DAT with
      *              the standard reason code. Register items whose
      *              TAARICH ERECH is still ahead (held in MACHSAN by
      *              LAKYOM) are carried forward; the others posted
      *              and are dropped.
      *             *Proves MASAV.DAT in the TNUBDK manner - one header
      *              (H) first, one trailer (T) last, item count and
      *              the credit and debit totals of the trailer against
      *              the detail items (D). A batch that does not prove
      *              is not imported: every item is returned with code
      *              99.
      *             *Checks each item of a proved batch against
      *              LAKOCHOT.DAT (CHESHBON exists, MATZAV not sagur or
      *              kafu, MATBEA as on the account) and writes the
      *              good ones to MSVTNU.DAT in the TNUKSF layout, for
      *              LAKYOM through PARAM-YOM.DAT, with ASMACHTA MV and
      *              a running number kept in the register. The rest
      *              go to the return file.
      *             *Refuses to run when the batch in MASAV.DAT is the
      *              last batch already imported (same MOSAD and
      *              MISPAR ATZVA), so nothing is imported twice.
      *             *Renames MASAV.DAT to MASAV.OLD once the batch has
      *              been answered, so a night with no new batch runs
      *              as "no file" and still returns the LAKYOM
      *              rejections.
      *             *Prints the reconciliation report MSVKLT.PRN:
      *              items received, sent for posting and returned,
      *              with amounts, and the LAKYOM returns.
      *             *Writes PTICHA and SIYUM records to RUNCTL.DAT
      *              (RESHUMOT = items received, TAKALOT-A = items
      *              returned, TAKALOT-B = batch control errors).
      *-----------------------------------------------------------------
       ENVIRONMENT                         DIVISION.
      *-----------------------------------------------------------------
       INPUT-OUTPUT                        SECTION.
      *-----------------------------------------------------------------
       FILE-CONTROL.
           SELECT MS01-MASAV-FILE
             ASSIGN       TO "C:\COBOL-PROJECTS\DOCH\FILES\MASAV.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS  IS MH01-FILE-STS.

           SELECT K01-LAKOCHOT-FILE
             ASSIGN       TO "C:\COBOL-PROJECTS\DOCH\FILES\LAKOCHOT.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS DYNAMIC
             RECORD KEY   IS CHESHBON
             FILE STATUS  IS MH01-FILE-STS.

           SELECT T01-TNUOT-OUT
             ASSIGN       TO "C:\COBOL-PROJECTS\DOCH\FILES\MSVTNU.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS  IS MH01-FILE-STS.

           SELECT R01-HACHZAROT-FILE
             ASSIGN       TO "C:\COBOL-PROJECTS\DOCH\FILES\MSVHZR.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS  IS MH01-FILE-STS.

           SELECT MV01-DCHIYOT-MASAV
             ASSIGN       TO "C:\COBOL-PROJECTS\DOCH\FILES\MSVDCH.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS  IS MH01-FILE-STS.

           SELECT RS01-RISHUM-IN
             ASSIGN       TO "C:\COBOL-PROJECTS\DOCH\FILES\MSVRSM.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS  IS MH01-FILE-STS.

           SELECT RS02-RISHUM-OUT
             ASSIGN       TO "C:\COBOL-PROJECTS\DOCH\FILES\MSVRSM.TMP"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS  IS MH01-FILE-STS.

           SELECT D01-DOCH-PRN
             ASSIGN       TO
             "C:\COBOL-PROJECTS\DOCH\FILES\MSVKLT.PRN"
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
       FD  MS01-MASAV-FILE
           RECORDING MODE F.
       01  MS01-PRIT-REC.
           03 MS01-SUG-RESHUMA             PIC X(01).
             88 MS01-ROSH                                   VALUE "H".
             88 MS01-PRIT                                   VALUE "D".
             88 MS01-ZANAV                                  VALUE "T".
           03 MS01-MISPAR-PRIT             PIC 9(6).
           03 MS01-CHESHBON                PIC X(05).
           03 MS01-KOD-PEULA               PIC X(01).
             88 MS01-CHOVA                                  VALUE "C".
             88 MS01-ZCHUT                                  VALUE "Z".
           03 MS01-SCHUM                   PIC 9(6)V99.
           03 MS01-MATBEA                  PIC X(03).
           03 MS01-ASMACHTA-CHIZONIT       PIC X(10).
           03 MS01-SHEM-NEGDI              PIC X(10).
           03 FILLER                       PIC X(36).
       01  MS01-ROSH-REC.
           03 FILLER                       PIC X(01).
           03 MS01-MOSAD                   PIC X(08).
           03 MS01-MISPAR-ATZVA            PIC 9(6).
           03 MS01-TAARICH-ERECH           PIC 9(8).
           03 FILLER                       PIC X(57).
       01  MS01-ZANAV-REC.
           03 FILLER                       PIC X(01).
           03 MS01-Z-MONE-PRITIM           PIC 9(6).
           03 MS01-Z-SACH-ZCHUT            PIC 9(10)V99.
           03 MS01-Z-SACH-CHOVA            PIC 9(10)V99.
           03 FILLER                       PIC X(49).

       FD  K01-LAKOCHOT-FILE.
       01  K01-LAKOCHOT-REC.
           COPY "C:\COBOL-PROJECTS\DOCH\COPYS\LAKOCHOT.COB".

       FD  T01-TNUOT-OUT
           RECORDING MODE F.
       01  T01-TNUA-REC.
           COPY "C:\COBOL-PROJECTS\DOCH\COPYS\TNUKSF.COB".

       FD  R01-HACHZAROT-FILE
           RECORDING MODE F.
       01  R01-KOTERET.
           03 R01-K-SUG-RESHUMA            PIC X(01).
           03 R01-K-TAARICH-HAFAKA         PIC 9(8).
           03 FILLER                       PIC X(71).
       01  R01-PRAT.
           03 R01-P-SUG-RESHUMA            PIC X(01).
           03 R01-P-MOSAD                  PIC X(08).
           03 R01-P-MISPAR-ATZVA           PIC 9(6).
           03 R01-P-MISPAR-PRIT            PIC 9(6).
           03 R01-P-CHESHBON               PIC X(05).
           03 R01-P-KOD-PEULA              PIC X(01).
           03 R01-P-SCHUM                  PIC 9(6)V99.
           03 R01-P-ASMACHTA-CHIZONIT      PIC X(10).
           03 R01-P-KOD-SIBA               PIC X(02).
           03 R01-P-MAKOR                  PIC X(01).
             88 R01-P-KLITA                                 VALUE "K".
             88 R01-P-LAKYOM                                VALUE "Y".
           03 FILLER                       PIC X(32).
       01  R01-SIYUM.
           03 R01-S-SUG-RESHUMA            PIC X(01).
           03 R01-S-MONE                   PIC 9(6).
           03 R01-S-SACH                   PIC 9(10)V99.
           03 FILLER                       PIC X(61).

       FD  MV01-DCHIYOT-MASAV
           RECORDING MODE F.
       01  MV01-DCHIYA-REC.
           COPY "C:\COBOL-PROJECTS\DOCH\COPYS\MSVDCH.COB".

       FD  RS01-RISHUM-IN
           RECORDING MODE F.
       01  RS01-PRAT.
           03 RS01-SUG-RESHUMA             PIC X(01).
             88 RS01-D                                      VALUE "D".
             88 RS01-T                                      VALUE "T".
           03 RS01-ASMACHTA                PIC X(08).
           03 RS01-CHESHBON                PIC X(05).
           03 RS01-TAARICH-ERECH           PIC 9(8).
           03 RS01-KOD-PEULA               PIC X(01).
           03 RS01-SCHUM                   PIC 9(6)V99.
           03 RS01-MOSAD                   PIC X(08).
           03 RS01-MISPAR-ATZVA            PIC 9(6).
           03 RS01-MISPAR-PRIT             PIC 9(6).
           03 RS01-ASMACHTA-CHIZONIT       PIC X(10).
           03 FILLER                       PIC X(19).
       01  RS01-SIYUM.
           03 FILLER                       PIC X(01).
           03 RS01-MISPAR-ACHARON          PIC 9(6).
           03 RS01-T-MOSAD                 PIC X(08).
           03 RS01-T-MISPAR-ATZVA          PIC 9(6).
           03 FILLER                       PIC X(59).

       FD  RS02-RISHUM-OUT
           RECORDING MODE F.
       01  RS02-PRAT.
           03 RS02-SUG-RESHUMA             PIC X(01).
           03 RS02-ASMACHTA                PIC X(08).
           03 RS02-CHESHBON                PIC X(05).
           03 RS02-TAARICH-ERECH           PIC 9(8).
           03 RS02-KOD-PEULA               PIC X(01).
           03 RS02-SCHUM                   PIC 9(6)V99.
           03 RS02-MOSAD                   PIC X(08).
           03 RS02-MISPAR-ATZVA            PIC 9(6).
           03 RS02-MISPAR-PRIT             PIC 9(6).
           03 RS02-ASMACHTA-CHIZONIT       PIC X(10).
           03 FILLER                       PIC X(19).
       01  RS02-SIYUM.
           03 RS02-T-SUG-RESHUMA           PIC X(01).
           03 RS02-MISPAR-ACHARON          PIC 9(6).
           03 RS02-T-MOSAD                 PIC X(08).
           03 RS02-T-MISPAR-ATZVA          PIC 9(6).
           03 FILLER                       PIC X(59).

       FD  D01-DOCH-PRN
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
           03 C01-SIBA-LO-KAYAM            PIC X(02)       VALUE "01".
           03 C02-SIBA-SAGUR               PIC X(02)       VALUE "02".
           03 C03-SIBA-KAFU                PIC X(02)       VALUE "03".
           03 C04-SIBA-MATBEA              PIC X(02)       VALUE "04".
           03 C05-SIBA-PRATIM              PIC X(02)       VALUE "05".
           03 C06-SIBA-KISUY               PIC X(02)       VALUE "06".
           03 C07-SIBA-KLITA               PIC X(02)       VALUE "07".
           03 C08-SIBA-ATZVA               PIC X(02)       VALUE "99".
           03 C09-GODEL-TAVLAT-DCHIYOT     PIC 9(3)        VALUE 500.
           03 C10-KIDOMET-ASMACHTA         PIC X(02)       VALUE "MV".
      *-----------------------------------------------------------------
      *EZxx-EZER
      *-----------------------------------------------------------------
       01 EZ00.
           03 EZ01-TAKALOT.
           COPY "C:\COBOL-PROJECTS\DOCH\COPYS\TAKALOT.COB".

           03 EZ02-ZMAN.
               05 EZ02-TAARICH             PIC 9(8).
               05 EZ02-SHAA                PIC 9(6).
           03 EZ03-MISPAR-ACHARON           PIC 9(6)        VALUE ZERO.
           03 EZ04-MOSAD-ACHARON            PIC X(08)       VALUE SPACE.
           03 EZ05-ATZVA-ACHARONA           PIC 9(6)        VALUE ZERO.
           03 EZ06-MOSAD                    PIC X(08)       VALUE SPACE.
           03 EZ07-MISPAR-ATZVA             PIC 9(6)        VALUE ZERO.
           03 EZ08-TAARICH-ERECH            PIC 9(8)        VALUE ZERO.
           03 EZ09-ASMACHTA.
               05 EZ09-KIDOMET             PIC X(02).
               05 EZ09-MISPAR              PIC 9(6).
           03 EZ10-KOD-SIBA                 PIC X(02).
           03 EZ11-TEUR-SIBA                PIC X(30).
           03 EZ12-SCHUM                    PIC 9(6)V99.
           03 EZ13-SACH-ZCHUT-BFOAL         PIC 9(10)V99    VALUE ZERO.
           03 EZ14-SACH-CHOVA-BFOAL         PIC 9(10)V99    VALUE ZERO.
           03 EZ15-MONE-TZAFUY              PIC 9(6)        VALUE ZERO.
           03 EZ16-ZCHUT-TZAFUY             PIC 9(10)V99    VALUE ZERO.
           03 EZ17-CHOVA-TZAFUY             PIC 9(10)V99    VALUE ZERO.
           03 EZ18-SCHUM-HITKABLU           PIC 9(10)V99    VALUE ZERO.
           03 EZ19-SCHUM-NISHLACHU          PIC 9(10)V99    VALUE ZERO.
           03 EZ20-SCHUM-HUCHZERU           PIC 9(10)V99    VALUE ZERO.
           03 EZ21-SCHUM-LAKYOM             PIC 9(10)V99    VALUE ZERO.
           03 EZ22-SACH-HACHZAROT           PIC 9(10)V99    VALUE ZERO.
           03 EZ23-SHEM-RISHUM              PIC X(44)       VALUE
              "C:\COBOL-PROJECTS\DOCH\FILES\MSVRSM.DAT".
           03 EZ24-SHEM-RISHUM-TMP          PIC X(44)       VALUE
              "C:\COBOL-PROJECTS\DOCH\FILES\MSVRSM.TMP".
           03 EZ25-SHEM-DCHIYOT             PIC X(44)       VALUE
              "C:\COBOL-PROJECTS\DOCH\FILES\MSVDCH.DAT".
           03 EZ26-CHESHBON                 PIC X(05).
           03 EZ27-MISPAR-PRIT              PIC 9(6).
           03 EZ28-SHEM-MASAV               PIC X(44)       VALUE
              "C:\COBOL-PROJECTS\DOCH\FILES\MASAV.DAT".
           03 EZ29-SHEM-MASAV-OLD           PIC X(44)       VALUE
              "C:\COBOL-PROJECTS\DOCH\FILES\MASAV.OLD".
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
             05 H02-ATZVA-KFULA            PIC X(44)           VALUE
                'ATZVAT MASAV ZU KVAR NIKLETA BERITZA KODEMET'.
             05 H02-MSVKLT-NECHSAM         PIC X(44)           VALUE
                'MSVKLT LO YURATZ - BDOK ET MASAV.DAT'.
      *-----------------------------------------------------------------
      *Mxx-MONIM
      *-----------------------------------------------------------------
       01 M00.
           03 M01-MONE-PRITIM               PIC 9(6)        VALUE ZERO.
           03 M02-MONE-TAKALOT-SADE         PIC 9(4)        VALUE ZERO.
           03 M03-MONE-TAKALOT-BATCH        PIC 9(4)        VALUE ZERO.
           03 M04-MONE-ROSH                 PIC 9(4)        VALUE ZERO.
           03 M05-MONE-ZANAV                PIC 9(4)        VALUE ZERO.
           03 M06-MONE-NISHLACHU            PIC 9(6)        VALUE ZERO.
           03 M07-MONE-HUCHZERU             PIC 9(6)        VALUE ZERO.
           03 M08-MONE-HACHZAROT-LAKYOM     PIC 9(6)        VALUE ZERO.
           03 M09-MONE-MAMTINIM             PIC 9(6)        VALUE ZERO.
           03 M10-MONE-LELO-RISHUM          PIC 9(4)        VALUE ZERO.
           03 M11-MONE-HACHZAROT            PIC 9(6)        VALUE ZERO.
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
               05 FILLER                   PIC X(18)      VALUE SPACE.
               05 FILLER                   PIC X(40)      VALUE
                  "DOCH KLITAT MASAV VEHATAMAT HACHZAROT".
               05 SC01-TAARICH             PIC 9(8).
           03 SC02.
               05 FILLER                   PIC X(6)       VALUE SPACE.
               05 SC02-KOTERET             PIC X(50).
           03 SC03.
               05 FILLER                   PIC X(6)       VALUE SPACE.
               05 FILLER                   PIC X(6)       VALUE
                  "PRIT/".
               05 FILLER                   PIC X(10)      VALUE
                  "CHESHBON".
               05 FILLER                   PIC X(2)       VALUE
                  "K".
               05 FILLER                   PIC X(13)      VALUE
                  "       SCHUM".
               05 FILLER                   PIC X(4)       VALUE
                  "  KS".
               05 FILLER                   PIC X(30)      VALUE
                  " SIBA".
           03 SC04.
               05 FILLER                   PIC X(6)       VALUE SPACE.
               05 FILLER                   PIC X(74)      VALUE ALL '-'.
           03 SC05.
               05 FILLER                   PIC X(6)       VALUE SPACE.
               05 FILLER                   PIC X(8)       VALUE
                  "MOSAD: ".
               05 SC05-MOSAD               PIC X(8).
               05 FILLER                   PIC X(10)      VALUE
                  "  ATZVA: ".
               05 SC05-MISPAR-ATZVA        PIC 9(6).
               05 FILLER                   PIC X(18)      VALUE
                  "  TAARICH ERECH: ".
               05 SC05-TAARICH-ERECH       PIC 9(8).
           03 SD01.
               05 FILLER                   PIC X(6)       VALUE SPACE.
               05 SD01-MEZAHE              PIC X(8).
               05 FILLER                   PIC X(1)       VALUE SPACE.
               05 SD01-CHESHBON            PIC X(5).
               05 FILLER                   PIC X(2)       VALUE SPACE.
               05 SD01-KOD                 PIC X(1).
               05 FILLER                   PIC X(1)       VALUE SPACE.
               05 SD01-SCHUM               PIC ZZZ,ZZ9.99.
               05 FILLER                   PIC X(2)       VALUE SPACE.
               05 SD01-KOD-SIBA            PIC X(2).
               05 FILLER                   PIC X(2)       VALUE SPACE.
               05 SD01-SIBA                PIC X(36).
           03 SB01.
               05 FILLER                   PIC X(6)       VALUE SPACE.
               05 SB01-TEUR                PIC X(14).
               05 FILLER                   PIC X(9)       VALUE
                  "TZAFUY:".
               05 SB01-TZAFUY              PIC Z,ZZZ,ZZZ,ZZ9.99.
               05 FILLER                   PIC X(4)       VALUE SPACE.
               05 FILLER                   PIC X(8)       VALUE
                  "BFOAL:".
               05 SB01-BFOAL               PIC Z,ZZZ,ZZZ,ZZ9.99.
           03 ST01.
               05 FILLER                   PIC X(6)       VALUE SPACE.
               05 ST01-MONE                PIC ZZZZZ9.
               05 FILLER                   PIC X(2)       VALUE SPACE.
               05 ST01-SACH                PIC X(36).
               05 ST01-SCHUM               PIC Z,ZZZ,ZZZ,ZZ9.99.
           03 SV01.
               05 FILLER                   PIC X(20)      VALUE SPACE.
               05 SV01-PSAK                PIC X(50).
      *-----------------------------------------------------------------
      *SWxx-METAGIM
      *-----------------------------------------------------------------
       01 SW00.
           03 SW01-MS01                    PIC S9(4) BINARY VALUE 99.
           COPY "C:\COBOL-PROJECTS\DOCH\COPYS\SWK.COB".

           03 SW02-K01                     PIC S9(4) BINARY VALUE 99.
           COPY "C:\COBOL-PROJECTS\DOCH\COPYS\SWK.COB".

           03 SW03-T01                     PIC S9(4) BINARY VALUE 99.
           COPY "C:\COBOL-PROJECTS\DOCH\COPYS\SWK.COB".

           03 SW04-R01                     PIC S9(4) BINARY VALUE 99.
           COPY "C:\COBOL-PROJECTS\DOCH\COPYS\SWK.COB".

           03 SW05-MV01                    PIC S9(4) BINARY VALUE 99.
           COPY "C:\COBOL-PROJECTS\DOCH\COPYS\SWK.COB".

           03 SW06-RS01                    PIC S9(4) BINARY VALUE 99.
           COPY "C:\COBOL-PROJECTS\DOCH\COPYS\SWK.COB".

           03 SW07-RS02                    PIC S9(4) BINARY VALUE 99.
           COPY "C:\COBOL-PROJECTS\DOCH\COPYS\SWK.COB".

           03 SW08-D01                     PIC S9(4) BINARY VALUE 99.
           COPY "C:\COBOL-PROJECTS\DOCH\COPYS\SWK.COB".

           03 SW09-RC01                    PIC S9(4) BINARY VALUE 99.
           COPY "C:\COBOL-PROJECTS\DOCH\COPYS\SWK.COB".

           03 SW10-MASAV-KAYAM             PIC 9.
             88 SW10-KEN                   VALUE 1.
             88 SW10-LO                    VALUE 0.

           03 SW11-RISHUM-KAYAM            PIC 9.
             88 SW11-KEN                   VALUE 1.
             88 SW11-LO                    VALUE 0.

           03 SW12-DCHIYOT-KAYAM           PIC 9.
             88 SW12-KEN                   VALUE 1.
             88 SW12-LO                    VALUE 0.

           03 SW13-ZANAV-OVER              PIC 9.
             88 SW13-KEN                   VALUE 1.
             88 SW13-LO                    VALUE 0.

           03 SW14-ATZVA-TKINA             PIC 9.
             88 SW14-KEN                   VALUE 1.
             88 SW14-LO                    VALUE 0.
      *-----------------------------------------------------------------
      *TVxx-TAVLAOT
      *-----------------------------------------------------------------
       01 TV00.
           03 TV01-MONE                    PIC 9(3)          VALUE ZERO.
           03 TV01-DCHIYA OCCURS 1 TO 500 TIMES
                            DEPENDING ON TV01-MONE
                            INDEXED BY TV01-IX.
               05 TV01-ASMACHTA             PIC X(08).
               05 TV01-CHESHBON             PIC X(05).
               05 TV01-TAARICH-ERECH        PIC 9(8).
               05 TV01-KOD-PEULA            PIC X(01).
               05 TV01-SCHUM                PIC 9(6)V99.
               05 TV01-SIBA                 PIC X(40).
               05 TV01-STATUS               PIC X(01).
                 88 TV01-MAMTIN             VALUE "P".
                 88 TV01-HUCHZAR            VALUE "H".
      *-----------------------------------------------------------------
       PROCEDURE                           DIVISION.
      *-----------------------------------------------------------------
       DECLARATIVES.
      *-----------------------------------------------------------------
       DC1-MS01                             SECTION.
      *-----------------------------------------------------------------
           USE AFTER STANDARD ERROR PROCEDURE ON MS01-MASAV-FILE.
       DC1-00.
           IF MH01-FILE-STS NOT = "35"
               MOVE "C:\COBOL-PROJECTS\DOCH\FILES\MASAV.DAT" TO
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
       DC3-T01                             SECTION.
      *-----------------------------------------------------------------
           USE AFTER STANDARD ERROR PROCEDURE ON T01-TNUOT-OUT.
       DC3-00.
           MOVE "C:\COBOL-PROJECTS\DOCH\FILES\MSVTNU.DAT" TO
                                                             SHEM-KOVETZ
           PERFORM ZT-TAKALOT.
       DC3-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       DC4-R01                             SECTION.
      *-----------------------------------------------------------------
           USE AFTER STANDARD ERROR PROCEDURE ON R01-HACHZAROT-FILE.
       DC4-00.
           MOVE "C:\COBOL-PROJECTS\DOCH\FILES\MSVHZR.DAT" TO
                                                             SHEM-KOVETZ
           PERFORM ZT-TAKALOT.
       DC4-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       DC5-MV01                            SECTION.
      *-----------------------------------------------------------------
           USE AFTER STANDARD ERROR PROCEDURE ON MV01-DCHIYOT-MASAV.
       DC5-00.
           IF MH01-FILE-STS NOT = "35"
               MOVE "C:\COBOL-PROJECTS\DOCH\FILES\MSVDCH.DAT" TO
                                                             SHEM-KOVETZ
               PERFORM ZT-TAKALOT
           END-IF.
       DC5-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       DC6-RS01                            SECTION.
      *-----------------------------------------------------------------
           USE AFTER STANDARD ERROR PROCEDURE ON RS01-RISHUM-IN.
       DC6-00.
           IF MH01-FILE-STS NOT = "35"
               MOVE "C:\COBOL-PROJECTS\DOCH\FILES\MSVRSM.DAT" TO
                                                             SHEM-KOVETZ
               PERFORM ZT-TAKALOT
           END-IF.
       DC6-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       DC7-RS02                            SECTION.
      *-----------------------------------------------------------------
           USE AFTER STANDARD ERROR PROCEDURE ON RS02-RISHUM-OUT.
       DC7-00.
           MOVE "C:\COBOL-PROJECTS\DOCH\FILES\MSVRSM.TMP" TO
                                                             SHEM-KOVETZ
           PERFORM ZT-TAKALOT.
       DC7-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       DC8-D01                             SECTION.
      *-----------------------------------------------------------------
           USE AFTER STANDARD ERROR PROCEDURE ON D01-DOCH-PRN.
       DC8-00.
           MOVE "C:\COBOL-PROJECTS\DOCH\FILES\MSVKLT.PRN" TO
                                                             SHEM-KOVETZ
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
           PERFORM     L-DCHIYOT-LAKYOM

           IF SW10-KEN
               PERFORM P-HOCHACHAT-ATZVA
               PERFORM Q-KLITAT-PRITIM
           ELSE
               MOVE "*** LO HITKABEL KOVETZ MASAV HALAYLA ***" TO
                                                             SV01-PSAK
               WRITE D01-SHURA FROM SV01
               AFTER ADVANCING 3 LINES
           END-IF

           PERFORM     ZZ-SYIUM-TOCHNIT
           STOP RUN.
       A-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       B-TIPUL-PRIT                        SECTION.
      *-----------------------------------------------------------------
       B-00.
           MOVE "B-TIPUL-PRIT" TO SHEM-SEC

           MOVE SPACE TO EZ10-KOD-SIBA
           IF MS01-SCHUM NUMERIC
               MOVE MS01-SCHUM TO EZ12-SCHUM
           ELSE
               MOVE ZERO      TO EZ12-SCHUM
           END-IF
           ADD  EZ12-SCHUM    TO EZ18-SCHUM-HITKABLU

           EVALUATE TRUE
             WHEN SW14-LO
                  MOVE C08-SIBA-ATZVA  TO EZ10-KOD-SIBA
             WHEN MS01-CHESHBON = SPACE
               OR MS01-MISPAR-PRIT NOT NUMERIC
                  MOVE C05-SIBA-PRATIM TO EZ10-KOD-SIBA
             WHEN OTHER
                  PERFORM E-BDIKAT-CHESHBON
           END-EVALUATE

           IF EZ10-KOD-SIBA = SPACE
               PERFORM F-KTIVAT-TNUA
           ELSE
               PERFORM J-HACHZARAT-PRIT
           END-IF.
       B-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       C-KRIAT-MASAV                       SECTION.
      *-----------------------------------------------------------------
       C-00.
           MOVE "C-KRIAT-MASAV" TO SHEM-SEC

           READ MS01-MASAV-FILE
               AT END
                   SET SOF IN SW01-MS01 TO TRUE
           END-READ.
       C-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       D-HODAAT-TAKALA                     SECTION.
      *-----------------------------------------------------------------
       D-00.
           WRITE D01-SHURA FROM SD01
           AFTER ADVANCING 1 LINES.
       D-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       E-BDIKAT-CHESHBON                   SECTION.
      *-----------------------------------------------------------------
       E-00.
           MOVE "E-BDIKAT-CHESHBON" TO SHEM-SEC

           MOVE MS01-CHESHBON TO CHESHBON IN K01-LAKOCHOT-REC
           READ K01-LAKOCHOT-FILE
               INVALID KEY
                   MOVE C01-SIBA-LO-KAYAM TO EZ10-KOD-SIBA
               NOT INVALID KEY
                   EVALUATE TRUE
                     WHEN MATZAV-SAGUR
                          MOVE C02-SIBA-SAGUR  TO EZ10-KOD-SIBA
                     WHEN MATZAV-KAFU
                          MOVE C03-SIBA-KAFU   TO EZ10-KOD-SIBA
                     WHEN MATBEA IN K01-LAKOCHOT-REC NOT = MS01-MATBEA
                          MOVE C04-SIBA-MATBEA TO EZ10-KOD-SIBA
                     WHEN OTHER
                          CONTINUE
                   END-EVALUATE
           END-READ.
       E-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       F-KTIVAT-TNUA                       SECTION.
      *-----------------------------------------------------------------
       F-00.
           MOVE "F-KTIVAT-TNUA" TO SHEM-SEC

           IF EZ03-MISPAR-ACHARON = 999999
               MOVE 1 TO EZ03-MISPAR-ACHARON
           ELSE
               ADD  1 TO EZ03-MISPAR-ACHARON
           END-IF
           MOVE C10-KIDOMET-ASMACHTA TO EZ09-KIDOMET
           MOVE EZ03-MISPAR-ACHARON  TO EZ09-MISPAR

           MOVE MS01-CHESHBON       TO TN01-CHESHBON
           MOVE EZ08-TAARICH-ERECH TO TN01-TAARICH-ERECH
           MOVE MS01-KOD-PEULA      TO TN01-KOD-PEULA
           MOVE MS01-SCHUM          TO TN01-SCHUM
           MOVE EZ09-ASMACHTA      TO TN01-ASMACHTA
           MOVE SPACE              TO TN01-CHESHBON-NEGDI
           WRITE T01-TNUA-REC

           MOVE SPACE                 TO RS02-PRAT
           MOVE "D"                   TO RS02-SUG-RESHUMA
           MOVE EZ09-ASMACHTA         TO RS02-ASMACHTA
           MOVE MS01-CHESHBON          TO RS02-CHESHBON
           MOVE EZ08-TAARICH-ERECH    TO RS02-TAARICH-ERECH
           MOVE MS01-KOD-PEULA         TO RS02-KOD-PEULA
           MOVE MS01-SCHUM             TO RS02-SCHUM
           MOVE EZ06-MOSAD            TO RS02-MOSAD
           MOVE EZ07-MISPAR-ATZVA     TO RS02-MISPAR-ATZVA
           MOVE MS01-MISPAR-PRIT       TO RS02-MISPAR-PRIT
           MOVE MS01-ASMACHTA-CHIZONIT TO RS02-ASMACHTA-CHIZONIT
           WRITE RS02-PRAT

           ADD  1          TO M06-MONE-NISHLACHU
           ADD  MS01-SCHUM  TO EZ19-SCHUM-NISHLACHU.
       F-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       G-TEUR-SIBA                         SECTION.
      *-----------------------------------------------------------------
       G-00.
           EVALUATE EZ10-KOD-SIBA
             WHEN C01-SIBA-LO-KAYAM
                  MOVE "CHESHBON LO KAYAM"         TO EZ11-TEUR-SIBA
             WHEN C02-SIBA-SAGUR
                  MOVE "CHESHBON SAGUR"            TO EZ11-TEUR-SIBA
             WHEN C03-SIBA-KAFU
                  MOVE "CHESHBON KAFU"             TO EZ11-TEUR-SIBA
             WHEN C04-SIBA-MATBEA
                  MOVE "MATBEA LO TOEM LACHESHBON" TO EZ11-TEUR-SIBA
             WHEN C05-SIBA-PRATIM
                  MOVE "PRATEI PRIT SHGUIIM"       TO EZ11-TEUR-SIBA
             WHEN C06-SIBA-KISUY
                  MOVE "EIN KISUY BACHESHBON"      TO EZ11-TEUR-SIBA
             WHEN C07-SIBA-KLITA
                  MOVE "NIDCHA BEKLITA"            TO EZ11-TEUR-SIBA
             WHEN C08-SIBA-ATZVA
                  MOVE "ATZVA NIDCHETA BEHOCHACHA" TO EZ11-TEUR-SIBA
             WHEN OTHER
                  MOVE SPACE                       TO EZ11-TEUR-SIBA
           END-EVALUATE.
       G-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       J-HACHZARAT-PRIT                    SECTION.
      *-----------------------------------------------------------------
       J-00.
           MOVE "J-HACHZARAT-PRIT" TO SHEM-SEC

           MOVE SPACE                 TO R01-PRAT
           MOVE "D"                   TO R01-P-SUG-RESHUMA
           MOVE EZ06-MOSAD            TO R01-P-MOSAD
           MOVE EZ07-MISPAR-ATZVA     TO R01-P-MISPAR-ATZVA
           IF MS01-MISPAR-PRIT NUMERIC
               MOVE MS01-MISPAR-PRIT   TO R01-P-MISPAR-PRIT
           ELSE
               MOVE ZERO              TO R01-P-MISPAR-PRIT
           END-IF
           MOVE MS01-CHESHBON          TO R01-P-CHESHBON
           MOVE MS01-KOD-PEULA         TO R01-P-KOD-PEULA
           MOVE EZ12-SCHUM            TO R01-P-SCHUM
           MOVE MS01-ASMACHTA-CHIZONIT TO R01-P-ASMACHTA-CHIZONIT
           MOVE EZ10-KOD-SIBA         TO R01-P-KOD-SIBA
           SET  R01-P-KLITA           TO TRUE
           WRITE R01-PRAT

           PERFORM G-TEUR-SIBA
           MOVE R01-P-MISPAR-PRIT TO EZ27-MISPAR-PRIT
           MOVE EZ27-MISPAR-PRIT  TO SD01-MEZAHE
           MOVE MS01-CHESHBON      TO SD01-CHESHBON
           MOVE MS01-KOD-PEULA     TO SD01-KOD
           MOVE EZ12-SCHUM        TO SD01-SCHUM
           MOVE EZ10-KOD-SIBA     TO SD01-KOD-SIBA
           MOVE EZ11-TEUR-SIBA    TO SD01-SIBA
           IF SW14-KEN
               PERFORM D-HODAAT-TAKALA
           END-IF

           ADD  1          TO M07-MONE-HUCHZERU
                              M11-MONE-HACHZAROT
           ADD  EZ12-SCHUM TO EZ20-SCHUM-HUCHZERU
                              EZ22-SACH-HACHZAROT.
       J-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       L-DCHIYOT-LAKYOM                    SECTION.
      *-----------------------------------------------------------------
       L-00.
           MOVE "L-DCHIYOT-LAKYOM" TO SHEM-SEC

           MOVE "HACHZAROT MIDCHIYOT LAKYOM (ASMACHTA/CHESHBON)" TO
                                                         SC02-KOTERET
           WRITE D01-SHURA FROM SC02
           AFTER ADVANCING 3 LINES
           WRITE D01-SHURA FROM SC03
           AFTER ADVANCING 2 LINES
           WRITE D01-SHURA FROM SC04
           AFTER ADVANCING 1 LINES

           OPEN INPUT MV01-DCHIYOT-MASAV
           IF MH01-FS-TAKIN
               SET  SW12-KEN             TO TRUE
               SET  MAMSHICH IN SW05-MV01 TO TRUE
               PERFORM L-01-KRIAT-DCHIYA
               PERFORM UNTIL SOF IN SW05-MV01
                   PERFORM L-02-TAEN-DCHIYA
                   PERFORM L-01-KRIAT-DCHIYA
               END-PERFORM
               CLOSE MV01-DCHIYOT-MASAV
               SET  SAGUR IN SW05-MV01 TO TRUE
           ELSE
               SET  SW12-LO              TO TRUE
           END-IF

           IF SW11-KEN
               OPEN INPUT RS01-RISHUM-IN
               SET  MAMSHICH IN SW06-RS01 TO TRUE
               PERFORM L-03-KRIAT-RISHUM
               PERFORM UNTIL SOF IN SW06-RS01
                   IF RS01-D
                       PERFORM L-04-TIPUL-RISHUM
                   END-IF
                   PERFORM L-03-KRIAT-RISHUM
               END-PERFORM
               CLOSE RS01-RISHUM-IN
               SET  SAGUR IN SW06-RS01 TO TRUE
           END-IF

           PERFORM VARYING TV01-IX FROM 1 BY 1
                     UNTIL TV01-IX > TV01-MONE
               IF TV01-MAMTIN(TV01-IX)
                   MOVE TV01-ASMACHTA(TV01-IX) TO SD01-MEZAHE
                   MOVE TV01-CHESHBON(TV01-IX) TO SD01-CHESHBON
                   MOVE TV01-KOD-PEULA(TV01-IX) TO SD01-KOD
                   MOVE TV01-SCHUM(TV01-IX)    TO SD01-SCHUM
                   MOVE SPACE                  TO SD01-KOD-SIBA
                   MOVE "*DCHIYA LELO PRIT BARISHUM - LO HUCHZRA*" TO
                                                         SD01-SIBA
                   PERFORM D-HODAAT-TAKALA
                   ADD  1 TO M10-MONE-LELO-RISHUM
               END-IF
           END-PERFORM.
       L-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       L-01-KRIAT-DCHIYA                   SECTION.
      *-----------------------------------------------------------------
       L-01-00.
           MOVE "L-01-KRIAT-DCHIYA" TO SHEM-SEC

           READ MV01-DCHIYOT-MASAV
               AT END
                   SET SOF IN SW05-MV01 TO TRUE
           END-READ.
       L-01-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       L-02-TAEN-DCHIYA                    SECTION.
      *-----------------------------------------------------------------
       L-02-00.
           MOVE "L-02-TAEN-DCHIYA" TO SHEM-SEC

           IF TV01-MONE NOT < C09-GODEL-TAVLAT-DCHIYOT
               MOVE "TAVLAT DCHIYOT LAKYOM MELEA" TO SHEM-KOVETZ
               PERFORM ZT-TAKALOT
           END-IF
           ADD  1                  TO TV01-MONE
           SET  TV01-IX            TO TV01-MONE
           MOVE MV01-ASMACHTA      TO TV01-ASMACHTA(TV01-IX)
           MOVE MV01-CHESHBON      TO TV01-CHESHBON(TV01-IX)
           MOVE MV01-TAARICH-ERECH TO TV01-TAARICH-ERECH(TV01-IX)
           MOVE MV01-KOD-PEULA     TO TV01-KOD-PEULA(TV01-IX)
           MOVE MV01-SCHUM         TO TV01-SCHUM(TV01-IX)
           MOVE MV01-SIBA          TO TV01-SIBA(TV01-IX)
           SET  TV01-MAMTIN(TV01-IX) TO TRUE.
       L-02-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       L-03-KRIAT-RISHUM                   SECTION.
      *-----------------------------------------------------------------
       L-03-00.
           MOVE "L-03-KRIAT-RISHUM" TO SHEM-SEC

           READ RS01-RISHUM-IN
               AT END
                   SET SOF IN SW06-RS01 TO TRUE
           END-READ.
       L-03-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       L-04-TIPUL-RISHUM                   SECTION.
      *-----------------------------------------------------------------
       L-04-00.
           MOVE "L-04-TIPUL-RISHUM" TO SHEM-SEC

           SET  TV01-IX TO 1
           SEARCH TV01-DCHIYA
               AT END
                   IF RS01-TAARICH-ERECH NOT < EZ02-TAARICH
                       WRITE RS02-PRAT FROM RS01-PRAT
                       ADD  1 TO M09-MONE-MAMTINIM
                   END-IF
               WHEN TV01-MAMTIN(TV01-IX)
                AND TV01-ASMACHTA(TV01-IX) = RS01-ASMACHTA
                AND TV01-CHESHBON(TV01-IX) = RS01-CHESHBON
                   SET  TV01-HUCHZAR(TV01-IX) TO TRUE
                   PERFORM L-05-KOD-SIBA-LAKYOM
                   PERFORM L-06-HACHZARAT-LAKYOM
           END-SEARCH.
       L-04-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       L-05-KOD-SIBA-LAKYOM                SECTION.
      *-----------------------------------------------------------------
       L-05-00.
           EVALUATE TV01-SIBA(TV01-IX)
             WHEN "CHESHBON LO KAYAM - TNUA NIDCHETA"
                  MOVE C01-SIBA-LO-KAYAM TO EZ10-KOD-SIBA
             WHEN "CHESHBON KAFU O SAGUR - NIDCHETA"
                  MOVE C03-SIBA-KAFU     TO EZ10-KOD-SIBA
             WHEN "CHARIGA MIMISGERET ASHRAI - NIDCHETA"
             WHEN "CHARIGA MIYITRA PNUYA (IKULIM)"
                  MOVE C06-SIBA-KISUY    TO EZ10-KOD-SIBA
             WHEN "SCHUM LO NUMERI"
             WHEN "TAARICH ERECH LO NUMERI"
             WHEN "KOD PEULA LO MUKAR"
                  MOVE C05-SIBA-PRATIM   TO EZ10-KOD-SIBA
             WHEN OTHER
                  MOVE C07-SIBA-KLITA    TO EZ10-KOD-SIBA
           END-EVALUATE.
       L-05-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       L-06-HACHZARAT-LAKYOM               SECTION.
      *-----------------------------------------------------------------
       L-06-00.
           MOVE "L-06-HACHZARAT-LAKYOM" TO SHEM-SEC

           MOVE SPACE                  TO R01-PRAT
           MOVE "D"                    TO R01-P-SUG-RESHUMA
           MOVE RS01-MOSAD             TO R01-P-MOSAD
           MOVE RS01-MISPAR-ATZVA      TO R01-P-MISPAR-ATZVA
           MOVE RS01-MISPAR-PRIT       TO R01-P-MISPAR-PRIT
           MOVE RS01-CHESHBON          TO R01-P-CHESHBON
           MOVE RS01-KOD-PEULA         TO R01-P-KOD-PEULA
           MOVE RS01-SCHUM             TO R01-P-SCHUM
           MOVE RS01-ASMACHTA-CHIZONIT TO R01-P-ASMACHTA-CHIZONIT
           MOVE EZ10-KOD-SIBA          TO R01-P-KOD-SIBA
           SET  R01-P-LAKYOM           TO TRUE
           WRITE R01-PRAT

           MOVE RS01-ASMACHTA          TO SD01-MEZAHE
           MOVE RS01-CHESHBON          TO SD01-CHESHBON
           MOVE RS01-KOD-PEULA         TO SD01-KOD
           MOVE RS01-SCHUM             TO SD01-SCHUM
           MOVE EZ10-KOD-SIBA          TO SD01-KOD-SIBA
           MOVE TV01-SIBA(TV01-IX)     TO SD01-SIBA
           PERFORM D-HODAAT-TAKALA

           ADD  1          TO M08-MONE-HACHZAROT-LAKYOM
                              M11-MONE-HACHZAROT
           ADD  RS01-SCHUM TO EZ21-SCHUM-LAKYOM
                              EZ22-SACH-HACHZAROT.
       L-06-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       P-HOCHACHAT-ATZVA                   SECTION.
      *-----------------------------------------------------------------
       P-00.
           MOVE "P-HOCHACHAT-ATZVA" TO SHEM-SEC

           MOVE "HOCHACHAT ATZVAT MASAV (PRIT/SUG TAKALA)" TO
                                                         SC02-KOTERET
           WRITE D01-SHURA FROM SC02
           AFTER ADVANCING 3 LINES
           WRITE D01-SHURA FROM SC04
           AFTER ADVANCING 1 LINES

           OPEN INPUT  MS01-MASAV-FILE
           SET         MAMSHICH IN SW01-MS01 TO TRUE
           SET         SW13-LO              TO TRUE

           PERFORM C-KRIAT-MASAV
           PERFORM UNTIL SOF IN SW01-MS01
               PERFORM P-01-BDIKAT-RESHUMA
               PERFORM C-KRIAT-MASAV
           END-PERFORM

           CLOSE MS01-MASAV-FILE
           SET   SAGUR IN SW01-MS01 TO TRUE

           MOVE SPACE TO SD01
           IF M04-MONE-ROSH = ZERO
               MOVE "RESHUMAT ROSH CHASERA" TO SD01-SIBA
               PERFORM D-HODAAT-TAKALA
               ADD  1 TO M03-MONE-TAKALOT-BATCH
           END-IF

           IF M05-MONE-ZANAV = ZERO
               MOVE "RESHUMAT ZANAV CHASERA" TO SD01-SIBA
               PERFORM D-HODAAT-TAKALA
               ADD  1 TO M03-MONE-TAKALOT-BATCH
           ELSE
               IF EZ15-MONE-TZAFUY NOT = M01-MONE-PRITIM
                   MOVE "MONE PRITIM LO TOEM ZANAV" TO SD01-SIBA
                   PERFORM D-HODAAT-TAKALA
                   ADD  1 TO M03-MONE-TAKALOT-BATCH
               END-IF
               IF EZ16-ZCHUT-TZAFUY NOT = EZ13-SACH-ZCHUT-BFOAL
                   MOVE "SACH ZCHUT LO TOEM ZANAV" TO SD01-SIBA
                   PERFORM D-HODAAT-TAKALA
                   ADD  1 TO M03-MONE-TAKALOT-BATCH
               END-IF
               IF EZ17-CHOVA-TZAFUY NOT = EZ14-SACH-CHOVA-BFOAL
                   MOVE "SACH CHOVA LO TOEM ZANAV" TO SD01-SIBA
                   PERFORM D-HODAAT-TAKALA
                   ADD  1 TO M03-MONE-TAKALOT-BATCH
               END-IF
           END-IF

           MOVE EZ06-MOSAD         TO SC05-MOSAD
           MOVE EZ07-MISPAR-ATZVA  TO SC05-MISPAR-ATZVA
           MOVE EZ08-TAARICH-ERECH TO SC05-TAARICH-ERECH
           WRITE D01-SHURA FROM SC05
           AFTER ADVANCING 2 LINES

           MOVE "MONE PRITIM"      TO SB01-TEUR
           MOVE EZ15-MONE-TZAFUY   TO SB01-TZAFUY
           MOVE M01-MONE-PRITIM    TO SB01-BFOAL
           WRITE D01-SHURA FROM SB01
           AFTER ADVANCING 2 LINES

           MOVE "SACH ZCHUT"       TO SB01-TEUR
           MOVE EZ16-ZCHUT-TZAFUY  TO SB01-TZAFUY
           MOVE EZ13-SACH-ZCHUT-BFOAL TO SB01-BFOAL
           WRITE D01-SHURA FROM SB01
           AFTER ADVANCING 1 LINES

           MOVE "SACH CHOVA"       TO SB01-TEUR
           MOVE EZ17-CHOVA-TZAFUY  TO SB01-TZAFUY
           MOVE EZ14-SACH-CHOVA-BFOAL TO SB01-BFOAL
           WRITE D01-SHURA FROM SB01
           AFTER ADVANCING 1 LINES

           IF M02-MONE-TAKALOT-SADE = ZERO
              AND M03-MONE-TAKALOT-BATCH = ZERO
               SET  SW14-KEN TO TRUE
               MOVE "*** ATZVA HUCHCHA - PRITIM NIKLATIM ***" TO
                                                         SV01-PSAK
           ELSE
               SET  SW14-LO  TO TRUE
               MOVE "*** ATZVA LO HUCHCHA - KOL HAPRITIM MUCHZARIM ***"
                                                      TO SV01-PSAK
           END-IF
           WRITE D01-SHURA FROM SV01
           AFTER ADVANCING 2 LINES.
       P-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       P-01-BDIKAT-RESHUMA                 SECTION.
      *-----------------------------------------------------------------
       P-01-00.
           MOVE "P-01-BDIKAT-RESHUMA" TO SHEM-SEC
           MOVE SPACE                 TO SD01

           IF SW13-KEN
               MOVE "RESHUMA ACHAREI RESHUMAT HAZANAV" TO SD01-SIBA
               PERFORM D-HODAAT-TAKALA
               ADD  1 TO M03-MONE-TAKALOT-BATCH
           ELSE
               EVALUATE TRUE
                 WHEN MS01-ROSH
                      PERFORM P-02-BDIKAT-ROSH
                 WHEN MS01-ZANAV
                      PERFORM P-03-BDIKAT-ZANAV
                 WHEN MS01-PRIT
                      PERFORM P-04-BDIKAT-PRIT
                 WHEN OTHER
                      MOVE "SUG RESHUMA LO MUKAR" TO SD01-SIBA
                      PERFORM D-HODAAT-TAKALA
                      ADD  1 TO M03-MONE-TAKALOT-BATCH
               END-EVALUATE
           END-IF.
       P-01-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       P-02-BDIKAT-ROSH                    SECTION.
      *-----------------------------------------------------------------
       P-02-00.
           MOVE "P-02-BDIKAT-ROSH" TO SHEM-SEC
           ADD  1                  TO M04-MONE-ROSH

           IF M04-MONE-ROSH > 1
               MOVE "YOTER MERESHUMAT ROSH ACHAT" TO SD01-SIBA
               PERFORM D-HODAAT-TAKALA
               ADD  1 TO M03-MONE-TAKALOT-BATCH
           END-IF

           IF M01-MONE-PRITIM > 0
               MOVE "RESHUMAT ROSH LO BATCHILA" TO SD01-SIBA
               PERFORM D-HODAAT-TAKALA
               ADD  1 TO M03-MONE-TAKALOT-BATCH
           END-IF

           IF MS01-MOSAD = SPACE
               MOVE "MOSAD SHOLEACH REIK BAROSH" TO SD01-SIBA
               PERFORM D-HODAAT-TAKALA
               ADD  1 TO M02-MONE-TAKALOT-SADE
           END-IF

           IF MS01-MISPAR-ATZVA NOT NUMERIC
              OR MS01-TAARICH-ERECH NOT NUMERIC
               MOVE "ATZVA/TAARICH ERECH LO NUMERI BAROSH" TO
                                                         SD01-SIBA
               PERFORM D-HODAAT-TAKALA
               ADD  1 TO M02-MONE-TAKALOT-SADE
           END-IF.
       P-02-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       P-03-BDIKAT-ZANAV                   SECTION.
      *-----------------------------------------------------------------
       P-03-00.
           MOVE "P-03-BDIKAT-ZANAV" TO SHEM-SEC
           ADD  1                   TO M05-MONE-ZANAV
           SET  SW13-KEN            TO TRUE

           IF MS01-Z-MONE-PRITIM NOT NUMERIC
              OR MS01-Z-SACH-ZCHUT NOT NUMERIC
              OR MS01-Z-SACH-CHOVA NOT NUMERIC
               MOVE "SDOT BAKARA LO NUMERIM BAZANAV" TO SD01-SIBA
               PERFORM D-HODAAT-TAKALA
               ADD  1 TO M03-MONE-TAKALOT-BATCH
           ELSE
               MOVE MS01-Z-MONE-PRITIM TO EZ15-MONE-TZAFUY
               MOVE MS01-Z-SACH-ZCHUT  TO EZ16-ZCHUT-TZAFUY
               MOVE MS01-Z-SACH-CHOVA  TO EZ17-CHOVA-TZAFUY
           END-IF.
       P-03-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       P-04-BDIKAT-PRIT                    SECTION.
      *-----------------------------------------------------------------
       P-04-00.
           MOVE "P-04-BDIKAT-PRIT" TO SHEM-SEC
           ADD  1                  TO M01-MONE-PRITIM
           MOVE MS01-CHESHBON       TO SD01-CHESHBON
           IF MS01-MISPAR-PRIT NUMERIC
               MOVE MS01-MISPAR-PRIT TO EZ27-MISPAR-PRIT
               MOVE EZ27-MISPAR-PRIT TO SD01-MEZAHE
           END-IF

           IF M04-MONE-ROSH = ZERO AND M01-MONE-PRITIM = 1
               MOVE "PRIT LIFNEI RESHUMAT ROSH" TO SD01-SIBA
               PERFORM D-HODAAT-TAKALA
               ADD  1 TO M03-MONE-TAKALOT-BATCH
           END-IF

           IF MS01-SCHUM NOT NUMERIC
               MOVE "SCHUM LO NUMERI" TO SD01-SIBA
               PERFORM D-HODAAT-TAKALA
               ADD  1 TO M02-MONE-TAKALOT-SADE
           ELSE
               EVALUATE TRUE
                 WHEN MS01-ZCHUT
                      ADD  MS01-SCHUM TO EZ13-SACH-ZCHUT-BFOAL
                 WHEN MS01-CHOVA
                      ADD  MS01-SCHUM TO EZ14-SACH-CHOVA-BFOAL
                 WHEN OTHER
                      MOVE "KOD PEULA LO MUKAR" TO SD01-SIBA
                      PERFORM D-HODAAT-TAKALA
                      ADD  1 TO M02-MONE-TAKALOT-SADE
               END-EVALUATE
           END-IF.
       P-04-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       Q-KLITAT-PRITIM                     SECTION.
      *-----------------------------------------------------------------
       Q-00.
           MOVE "Q-KLITAT-PRITIM" TO SHEM-SEC

           MOVE "PRITIM MUCHZARIM (PRIT/CHESHBON)" TO SC02-KOTERET
           WRITE D01-SHURA FROM SC02
           AFTER ADVANCING 3 LINES
           WRITE D01-SHURA FROM SC03
           AFTER ADVANCING 2 LINES
           WRITE D01-SHURA FROM SC04
           AFTER ADVANCING 1 LINES

           IF EZ08-TAARICH-ERECH = ZERO
               MOVE EZ02-TAARICH TO EZ08-TAARICH-ERECH
           END-IF

           OPEN INPUT  MS01-MASAV-FILE
           SET         MAMSHICH IN SW01-MS01 TO TRUE

           PERFORM C-KRIAT-MASAV
           PERFORM UNTIL SOF IN SW01-MS01
               IF MS01-PRIT
                   PERFORM B-TIPUL-PRIT
               END-IF
               PERFORM C-KRIAT-MASAV
           END-PERFORM

           CLOSE MS01-MASAV-FILE
           SET   SAGUR IN SW01-MS01 TO TRUE

           IF SW14-KEN
               MOVE EZ06-MOSAD        TO EZ04-MOSAD-ACHARON
               MOVE EZ07-MISPAR-ATZVA TO EZ05-ATZVA-ACHARONA
           END-IF.
       Q-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       ZA-HATCHLAT-TOCHNIT                 SECTION.
      *-----------------------------------------------------------------
       ZA-00.
           MOVE 'MSVKLT'               TO SHEM-TUCHNIT IN EZ01-TAKALOT
           MOVE "ZA-HATCHLAT-TOCHNIT"  TO SHEM-SEC

           MOVE FUNCTION CURRENT-DATE  TO EZ02-ZMAN

           PERFORM ZD-BDIKAT-ATZVA

           PERFORM ZB-RISHUM-PTICHA

           OPEN INPUT  K01-LAKOCHOT-FILE
           SET         MAMSHICH IN SW02-K01 TO TRUE

           OPEN OUTPUT T01-TNUOT-OUT
           SET         MAMSHICH IN SW03-T01 TO TRUE

           OPEN OUTPUT RS02-RISHUM-OUT
           SET         MAMSHICH IN SW07-RS02 TO TRUE

           OPEN OUTPUT R01-HACHZAROT-FILE
           SET         MAMSHICH IN SW04-R01 TO TRUE
           MOVE SPACE           TO R01-KOTERET
           MOVE "H"             TO R01-K-SUG-RESHUMA
           MOVE EZ02-TAARICH    TO R01-K-TAARICH-HAFAKA
           WRITE R01-KOTERET

           OPEN OUTPUT D01-DOCH-PRN
           SET         MAMSHICH IN SW08-D01 TO TRUE
           MOVE EZ02-TAARICH    TO SC01-TAARICH
           WRITE D01-SHURA FROM SC01
           AFTER ADVANCING 1 LINES.
       ZA-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       ZD-BDIKAT-ATZVA                     SECTION.
      *-----------------------------------------------------------------
       ZD-00.
           MOVE "ZD-BDIKAT-ATZVA" TO SHEM-SEC

           OPEN INPUT RS01-RISHUM-IN
           IF MH01-FS-TAKIN
               SET  SW11-KEN              TO TRUE
               SET  MAMSHICH IN SW06-RS01 TO TRUE
               PERFORM L-03-KRIAT-RISHUM
               PERFORM UNTIL SOF IN SW06-RS01
                   IF RS01-T
                       MOVE RS01-MISPAR-ACHARON TO EZ03-MISPAR-ACHARON
                       MOVE RS01-T-MOSAD        TO EZ04-MOSAD-ACHARON
                       MOVE RS01-T-MISPAR-ATZVA TO EZ05-ATZVA-ACHARONA
                   END-IF
                   PERFORM L-03-KRIAT-RISHUM
               END-PERFORM
               CLOSE RS01-RISHUM-IN
               SET  SAGUR IN SW06-RS01 TO TRUE
           ELSE
               SET  SW11-LO               TO TRUE
           END-IF

           OPEN INPUT MS01-MASAV-FILE
           IF MH01-FS-TAKIN
               SET  SW10-KEN              TO TRUE
               SET  MAMSHICH IN SW01-MS01 TO TRUE
               PERFORM C-KRIAT-MASAV
               IF NOT SOF IN SW01-MS01 AND MS01-ROSH
                   MOVE MS01-MOSAD         TO EZ06-MOSAD
                   IF MS01-MISPAR-ATZVA NUMERIC
                       MOVE MS01-MISPAR-ATZVA  TO EZ07-MISPAR-ATZVA
                   END-IF
                   IF MS01-TAARICH-ERECH NUMERIC
                       MOVE MS01-TAARICH-ERECH TO EZ08-TAARICH-ERECH
                   END-IF
               END-IF
               CLOSE MS01-MASAV-FILE
               SET  SAGUR IN SW01-MS01    TO TRUE
           ELSE
               SET  SW10-LO               TO TRUE
           END-IF

           IF SW10-KEN
              AND EZ06-MOSAD NOT = SPACE
              AND EZ06-MOSAD = EZ04-MOSAD-ACHARON
              AND EZ07-MISPAR-ATZVA = EZ05-ATZVA-ACHARONA
               DISPLAY H02-ATZVA-KFULA
               DISPLAY H02-MSVKLT-NECHSAM
               STOP RUN
           END-IF.
       ZD-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       ZZ-SYIUM-TOCHNIT                    SECTION.
      *-----------------------------------------------------------------
       ZZ-00.
           MOVE "ZZ-SYIUM-TOCHNIT" TO SHEM-SEC

           MOVE "HATAMAT PRITIM VESCHUMIM" TO SC02-KOTERET
           WRITE D01-SHURA FROM SC02
           AFTER ADVANCING 3 LINES
           WRITE D01-SHURA FROM SC04
           AFTER ADVANCING 1 LINES

           MOVE M01-MONE-PRITIM          TO ST01-MONE
           MOVE ": PRITIM HITKABLU BEMASAV" TO ST01-SACH
           MOVE EZ18-SCHUM-HITKABLU      TO ST01-SCHUM
           WRITE D01-SHURA               FROM ST01
           AFTER ADVANCING 2 LINES

           MOVE M06-MONE-NISHLACHU       TO ST01-MONE
           MOVE ": PRITIM NISHLECHU LEKLITA (MSVTNU)" TO ST01-SACH
           MOVE EZ19-SCHUM-NISHLACHU     TO ST01-SCHUM
           WRITE D01-SHURA               FROM ST01
           AFTER ADVANCING 1 LINES

           MOVE M07-MONE-HUCHZERU        TO ST01-MONE
           MOVE ": PRITIM HUCHZERU BEKLITA" TO ST01-SACH
           MOVE EZ20-SCHUM-HUCHZERU      TO ST01-SCHUM
           WRITE D01-SHURA               FROM ST01
           AFTER ADVANCING 1 LINES

           MOVE M08-MONE-HACHZAROT-LAKYOM TO ST01-MONE
           MOVE ": DCHIYOT LAKYOM HUCHZERU" TO ST01-SACH
           MOVE EZ21-SCHUM-LAKYOM        TO ST01-SCHUM
           WRITE D01-SHURA               FROM ST01
           AFTER ADVANCING 1 LINES

           MOVE M11-MONE-HACHZAROT       TO ST01-MONE
           MOVE ": SACH BEKOVETZ HACHZAROT MSVHZR" TO ST01-SACH
           MOVE EZ22-SACH-HACHZAROT      TO ST01-SCHUM
           WRITE D01-SHURA               FROM ST01
           AFTER ADVANCING 2 LINES

           MOVE M09-MONE-MAMTINIM        TO ST01-MONE
           MOVE ": PRITIM MAMTINIM (ERECH ATIDI)" TO ST01-SACH
           MOVE ZERO                     TO ST01-SCHUM
           WRITE D01-SHURA               FROM ST01
           AFTER ADVANCING 1 LINES

           MOVE M10-MONE-LELO-RISHUM     TO ST01-MONE
           MOVE ": DCHIYOT LAKYOM LELO PRIT BARISHUM" TO ST01-SACH
           MOVE ZERO                     TO ST01-SCHUM
           WRITE D01-SHURA               FROM ST01
           AFTER ADVANCING 1 LINES

           IF M01-MONE-PRITIM = M06-MONE-NISHLACHU + M07-MONE-HUCHZERU
              AND EZ18-SCHUM-HITKABLU =
                  EZ19-SCHUM-NISHLACHU + EZ20-SCHUM-HUCHZERU
               MOVE "*** HITKABLU = NISHLECHU + HUCHZERU - MEUZAN ***"
                                                      TO SV01-PSAK
           ELSE
               MOVE "*** HATAMA LO MEUZENET - LEVARER ***" TO SV01-PSAK
           END-IF
           WRITE D01-SHURA FROM SV01
           AFTER ADVANCING 2 LINES

           MOVE SPACE                 TO R01-SIYUM
           MOVE "T"                   TO R01-S-SUG-RESHUMA
           MOVE M11-MONE-HACHZAROT    TO R01-S-MONE
           MOVE EZ22-SACH-HACHZAROT   TO R01-S-SACH
           WRITE R01-SIYUM

           MOVE SPACE                 TO RS02-SIYUM
           MOVE "T"                   TO RS02-T-SUG-RESHUMA
           MOVE EZ03-MISPAR-ACHARON   TO RS02-MISPAR-ACHARON
           MOVE EZ04-MOSAD-ACHARON    TO RS02-T-MOSAD
           MOVE EZ05-ATZVA-ACHARONA   TO RS02-T-MISPAR-ATZVA
           WRITE RS02-SIYUM

           CLOSE K01-LAKOCHOT-FILE
           SET   SAGUR IN SW02-K01 TO TRUE

           CLOSE T01-TNUOT-OUT
           SET   SAGUR IN SW03-T01 TO TRUE

           CLOSE R01-HACHZAROT-FILE
           SET   SAGUR IN SW04-R01 TO TRUE

           CLOSE D01-DOCH-PRN
           SET   SAGUR IN SW08-D01 TO TRUE

           CLOSE RS02-RISHUM-OUT
           SET   SAGUR IN SW07-RS02 TO TRUE

           IF SW11-KEN
               CALL "CBL_DELETE_FILE" USING EZ23-SHEM-RISHUM
           END-IF
           CALL "CBL_RENAME_FILE" USING EZ24-SHEM-RISHUM-TMP
                                        EZ23-SHEM-RISHUM

           IF SW12-KEN
               CALL "CBL_DELETE_FILE" USING EZ25-SHEM-DCHIYOT
           END-IF

           IF SW10-KEN
               CALL "CBL_DELETE_FILE" USING EZ29-SHEM-MASAV-OLD
               CALL "CBL_RENAME_FILE" USING EZ28-SHEM-MASAV
                                            EZ29-SHEM-MASAV-OLD
           END-IF

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
           MOVE 'MSVKLT'          TO RC01-TOCHNIT
           MOVE EZ02-TAARICH      TO RC01-TAARICH
           MOVE EZ02-SHAA         TO RC01-SHAA
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

           MOVE FUNCTION CURRENT-DATE  TO EZ02-ZMAN
           MOVE SPACE                  TO RC01-BAKARA-REC
           MOVE 'MSVKLT'               TO RC01-TOCHNIT
           MOVE EZ02-TAARICH           TO RC01-TAARICH
           MOVE EZ02-SHAA              TO RC01-SHAA
           SET  RC01-SIYUM             TO TRUE
           SET  RC01-TAKIN             TO TRUE
           MOVE M01-MONE-PRITIM        TO RC01-MONE-RESHUMOT
           MOVE M11-MONE-HACHZAROT     TO RC01-MONE-TAKALOT-A
           MOVE M03-MONE-TAKALOT-BATCH TO RC01-MONE-TAKALOT-B
           WRITE RC01-BAKARA-REC

           CLOSE RC01-RUNCTL-FILE
           SET  SAGUR IN SW09-RC01 TO TRUE.
       ZC-EXIT.
           EXIT.
      *-----------------------------------------------------------------
