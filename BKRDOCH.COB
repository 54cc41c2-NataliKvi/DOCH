      *-----------------------------------------------------------------
       IDENTIFICATION                      DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID.                         BKRDOCH.
      *AUTHOR                              NATALI KVITELASHVILI.
      *DATE-WRITTEN                        15/10/2026.
      *REMARKS      Daily master maintenance audit report from
      *             BIKORET.DAT:
      *             *Lists first, under its own heading, every YITRA
      *              change made outside LAKYOM - an add with an
      *              opening YITRA, a change that overwrote YITRA or a
      *              delete of a LAKOCHOT record - with the YITRA
      *              before, after and the difference; such a change
      *              has no YOMAN record behind it.
      *             *Then lists every add/change/delete of the day on
      *              LAKOCHOT, MISGAROT, HORAOT, SNIFIM, IKULIM,
      *              LAKOACH, KSHARIM and PIKADON (written by LAKMAN,
      *              MISGMAN, HORAMAN, SNIFMAN, IKULMAN, LCHMAN,
      *              KSHMAN, PIKMAN and SGRCHS) with the program, time,
      *              key and the 80-byte before/after images.
      *             *PARAM-BKR.DAT may name the day to report; by
      *              default the run date is taken. Writes PTICHA and
      *              SIYUM records to RUNCTL.DAT (TAKALOT-A = number
      *              of YITRA changes outside LAKYOM).
      *-----------------------------------------------------------------
       ENVIRONMENT                         DIVISION.
      *-----------------------------------------------------------------
       INPUT-OUTPUT                        SECTION.
      *-----------------------------------------------------------------
       FILE-CONTROL.
           SELECT BK01-BIKORET-FILE
             ASSIGN       TO "C:\COBOL-PROJECTS\DOCH\FILES\BIKORET.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS  IS MH01-FILE-STS.

           SELECT PM01-PARAM-FILE
             ASSIGN       TO
             "C:\COBOL-PROJECTS\DOCH\FILES\PARAM-BKR.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS  IS MH01-FILE-STS.

           SELECT D01-BIKORET-PRN
             ASSIGN       TO "C:\COBOL-PROJECTS\DOCH\FILES\BIKORET.PRN"
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
       FD  BK01-BIKORET-FILE
           RECORDING MODE F.
       01  BK01-BIKORET-REC.
           COPY "C:\COBOL-PROJECTS\DOCH\COPYS\BIKORET.COB".

       FD  PM01-PARAM-FILE
           RECORDING MODE F.
       01  PM01-PARAM-REC.
           03 PM01-TAARICH                 PIC 9(8).

       FD  D01-BIKORET-PRN
           LABEL RECORD IS OMITTED.
       01  D01-SHURA                       PIC X(95).

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
           03 EZ04-YITRA-LIFNEI             PIC S9(8)V99.
           03 EZ05-YITRA-ACHAREI            PIC S9(8)V99.
           03 EZ06-HEFRESH                  PIC S9(8)V99.
      *-----------------------------------------------------------------
      *TMxx-TMUNOT
      *-----------------------------------------------------------------
       01 TM01-LIFNEI.
           COPY "C:\COBOL-PROJECTS\DOCH\COPYS\LAKOCHOT.COB".

       01 TM02-ACHAREI.
           COPY "C:\COBOL-PROJECTS\DOCH\COPYS\LAKOCHOT.COB".
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
           03 M01-MONE-RESHUMOT             PIC 9(6)        VALUE ZERO.
           03 M02-MONE-SHINUY-YITRA         PIC 9(4)        VALUE ZERO.
           03 M03-MONE-HOSAFOT              PIC 9(6)        VALUE ZERO.
           03 M04-MONE-SHINUYIM             PIC 9(6)        VALUE ZERO.
           03 M05-MONE-MECHIKOT             PIC 9(6)        VALUE ZERO.
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
               05 FILLER                   PIC X(30)      VALUE
                  "DOCH BIKORET MASTERIM YOMI - ".
               05 SC01-TAARICH             PIC 9(8).
           03 SC02.
               05 FILLER                   PIC X(2)       VALUE SPACE.
               05 FILLER                   PIC X(50)      VALUE
                  "*** SHINUYEI YITRA MICHUTZ LELAKYOM (LELO YOMAN)".
           03 SC03.
               05 FILLER                   PIC X(2)       VALUE SPACE.
               05 FILLER                   PIC X(8)       VALUE
                  "TOCHNIT".
               05 FILLER                   PIC X(2)       VALUE SPACE.
               05 FILLER                   PIC X(6)       VALUE
                  "SHAA".
               05 FILLER                   PIC X(2)       VALUE SPACE.
               05 FILLER                   PIC X(5)       VALUE
                  "PEULA".
               05 FILLER                   PIC X(2)       VALUE SPACE.
               05 FILLER                   PIC X(8)       VALUE
                  "CHESHBON".
               05 FILLER                   PIC X(2)       VALUE SPACE.
               05 FILLER                   PIC X(12)      VALUE
                  "YITRA LIFNEI".
               05 FILLER                   PIC X(2)       VALUE SPACE.
               05 FILLER                   PIC X(12)      VALUE
                  "YITRA ACHREI".
               05 FILLER                   PIC X(2)       VALUE SPACE.
               05 FILLER                   PIC X(12)      VALUE
                  "     HEFRESH".
           03 SC04.
               05 FILLER                   PIC X(2)       VALUE SPACE.
               05 FILLER                   PIC X(8)       VALUE ALL '-'.
               05 FILLER                   PIC X(2)       VALUE SPACE.
               05 FILLER                   PIC X(6)       VALUE ALL '-'.
               05 FILLER                   PIC X(2)       VALUE SPACE.
               05 FILLER                   PIC X(5)       VALUE ALL '-'.
               05 FILLER                   PIC X(2)       VALUE SPACE.
               05 FILLER                   PIC X(8)       VALUE ALL '-'.
               05 FILLER                   PIC X(2)       VALUE SPACE.
               05 FILLER                   PIC X(12)      VALUE ALL '-'.
               05 FILLER                   PIC X(2)       VALUE SPACE.
               05 FILLER                   PIC X(12)      VALUE ALL '-'.
               05 FILLER                   PIC X(2)       VALUE SPACE.
               05 FILLER                   PIC X(12)      VALUE ALL '-'.
           03 SC05.
               05 FILLER                   PIC X(2)       VALUE SPACE.
               05 FILLER                   PIC X(50)      VALUE
                  "*** KOL SHINUYEI HAMASTERIM".
           03 SC06.
               05 FILLER                   PIC X(2)       VALUE SPACE.
               05 FILLER                   PIC X(8)       VALUE
                  "TOCHNIT".
               05 FILLER                   PIC X(2)       VALUE SPACE.
               05 FILLER                   PIC X(6)       VALUE
                  "SHAA".
               05 FILLER                   PIC X(2)       VALUE SPACE.
               05 FILLER                   PIC X(8)       VALUE
                  "KOVETZ".
               05 FILLER                   PIC X(2)       VALUE SPACE.
               05 FILLER                   PIC X(5)       VALUE
                  "PEULA".
               05 FILLER                   PIC X(2)       VALUE SPACE.
               05 FILLER                   PIC X(10)      VALUE
                  "MAFTEACH".
           03 SC07.
               05 FILLER                   PIC X(2)       VALUE SPACE.
               05 FILLER                   PIC X(8)       VALUE ALL '-'.
               05 FILLER                   PIC X(2)       VALUE SPACE.
               05 FILLER                   PIC X(6)       VALUE ALL '-'.
               05 FILLER                   PIC X(2)       VALUE SPACE.
               05 FILLER                   PIC X(8)       VALUE ALL '-'.
               05 FILLER                   PIC X(2)       VALUE SPACE.
               05 FILLER                   PIC X(5)       VALUE ALL '-'.
               05 FILLER                   PIC X(2)       VALUE SPACE.
               05 FILLER                   PIC X(10)      VALUE ALL '-'.
           03 SD01.
               05 FILLER                   PIC X(2)       VALUE SPACE.
               05 SD01-TOCHNIT             PIC X(8).
               05 FILLER                   PIC X(2)       VALUE SPACE.
               05 SD01-SHAA                PIC 9(6).
               05 FILLER                   PIC X(4)       VALUE SPACE.
               05 SD01-PEULA               PIC X(1).
               05 FILLER                   PIC X(4)       VALUE SPACE.
               05 SD01-CHESHBON            PIC X(5).
               05 FILLER                   PIC X(3)       VALUE SPACE.
               05 SD01-YITRA-LIFNEI        PIC -ZZZZZZZ9.99.
               05 FILLER                   PIC X(2)       VALUE SPACE.
               05 SD01-YITRA-ACHAREI       PIC -ZZZZZZZ9.99.
               05 FILLER                   PIC X(2)       VALUE SPACE.
               05 SD01-HEFRESH             PIC -ZZZZZZZ9.99.
           03 SD02.
               05 FILLER                   PIC X(2)       VALUE SPACE.
               05 SD02-TOCHNIT             PIC X(8).
               05 FILLER                   PIC X(2)       VALUE SPACE.
               05 SD02-SHAA                PIC 9(6).
               05 FILLER                   PIC X(2)       VALUE SPACE.
               05 SD02-KOVETZ              PIC X(8).
               05 FILLER                   PIC X(4)       VALUE SPACE.
               05 SD02-PEULA               PIC X(1).
               05 FILLER                   PIC X(4)       VALUE SPACE.
               05 SD02-MAFTEACH            PIC X(10).
           03 SD03.
               05 FILLER                   PIC X(6)       VALUE SPACE.
               05 FILLER                   PIC X(9)       VALUE
                  "LIFNEI : ".
               05 SD03-TMUNA               PIC X(80).
           03 SD04.
               05 FILLER                   PIC X(6)       VALUE SPACE.
               05 FILLER                   PIC X(9)       VALUE
                  "ACHAREI: ".
               05 SD04-TMUNA               PIC X(80).
           03 SE01.
               05 FILLER                   PIC X(12)      VALUE SPACE.
               05 FILLER                   PIC X(40)      VALUE
                  "AIN SHINUYEI YITRA MICHUTZ LELAKYOM".
           03 ST01.
               05 FILLER                   PIC X(6)       VALUE SPACE.
               05 ST01-MONE                PIC ZZZZZ9.
               05 FILLER                   PIC X(2)       VALUE SPACE.
               05 ST01-SACH                PIC X(40)      VALUE
                  ": RESHUMOT BIKORET LAYOM".
           03 ST02.
               05 FILLER                   PIC X(6)       VALUE SPACE.
               05 ST02-MONE                PIC ZZZZZ9.
               05 FILLER                   PIC X(2)       VALUE SPACE.
               05 ST02-SACH                PIC X(40)      VALUE
                  ": SHINUYEI YITRA MICHUTZ LELAKYOM".
           03 ST03.
               05 FILLER                   PIC X(6)       VALUE SPACE.
               05 ST03-MONE                PIC ZZZZZ9.
               05 FILLER                   PIC X(2)       VALUE SPACE.
               05 ST03-SACH                PIC X(40)      VALUE
                  ": HOSAFOT".
           03 ST04.
               05 FILLER                   PIC X(6)       VALUE SPACE.
               05 ST04-MONE                PIC ZZZZZ9.
               05 FILLER                   PIC X(2)       VALUE SPACE.
               05 ST04-SACH                PIC X(40)      VALUE
                  ": SHINUYIM".
           03 ST05.
               05 FILLER                   PIC X(6)       VALUE SPACE.
               05 ST05-MONE                PIC ZZZZZ9.
               05 FILLER                   PIC X(2)       VALUE SPACE.
               05 ST05-SACH                PIC X(40)      VALUE
                  ": MECHIKOT".
      *-----------------------------------------------------------------
      *SWxx-METAGIM
      *-----------------------------------------------------------------
       01 SW00.
           03 SW01-BK01                    PIC S9(4) BINARY VALUE 99.
           COPY "C:\COBOL-PROJECTS\DOCH\COPYS\SWK.COB".

           03 SW02-D01                     PIC S9(4) BINARY VALUE 99.
           COPY "C:\COBOL-PROJECTS\DOCH\COPYS\SWK.COB".

           03 SW03-PM01                    PIC S9(4) BINARY VALUE 99.
           COPY "C:\COBOL-PROJECTS\DOCH\COPYS\SWK.COB".

           03 SW04-RC01                    PIC S9(4) BINARY VALUE 99.
           COPY "C:\COBOL-PROJECTS\DOCH\COPYS\SWK.COB".

           03 SW05-BIKORET-KAYAM           PIC 9.
             88 SW05-KEN                   VALUE 1.
             88 SW05-LO                    VALUE 0.
      *-----------------------------------------------------------------
       PROCEDURE                           DIVISION.
      *-----------------------------------------------------------------
       DECLARATIVES.
      *-----------------------------------------------------------------
       DC1-BK01                             SECTION.
      *-----------------------------------------------------------------
           USE AFTER STANDARD ERROR PROCEDURE ON BK01-BIKORET-FILE.
       DC1-00.
           IF MH01-FILE-STS NOT = "35"
               MOVE "C:\COBOL-PROJECTS\DOCH\FILES\BIKORET.DAT" TO
                                                             SHEM-KOVETZ
               PERFORM ZT-TAKALOT
           END-IF.
       DC1-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       DC2-PM01                            SECTION.
      *-----------------------------------------------------------------
           USE AFTER STANDARD ERROR PROCEDURE ON PM01-PARAM-FILE.
       DC2-00.
           IF MH01-FILE-STS NOT = "35"
               MOVE "C:\COBOL-PROJECTS\DOCH\FILES\PARAM-BKR.DAT" TO
                                                             SHEM-KOVETZ
               PERFORM ZT-TAKALOT
           END-IF.
       DC2-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       DC3-D01                             SECTION.
      *-----------------------------------------------------------------
           USE AFTER STANDARD ERROR PROCEDURE ON D01-BIKORET-PRN.
       DC3-00.
           MOVE "C:\COBOL-PROJECTS\DOCH\FILES\BIKORET.PRN" TO
                                                             SHEM-KOVETZ
           PERFORM ZT-TAKALOT.
       DC3-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       DC4-RC01                            SECTION.
      *-----------------------------------------------------------------
           USE AFTER STANDARD ERROR PROCEDURE ON RC01-RUNCTL-FILE.
       DC4-00.
           IF MH01-FILE-STS NOT = "35"
               MOVE "C:\COBOL-PROJECTS\DOCH\FILES\RUNCTL.DAT" TO
                                                             SHEM-KOVETZ
               PERFORM ZT-TAKALOT
           END-IF.
       DC4-EXIT.
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
           PERFORM UNTIL SOF IN SW01-BK01
               PERFORM B-BDIKAT-YITRA
               PERFORM C-KRIA
           END-PERFORM
           PERFORM     ZD-MAAVAR-LEKOL-HASHINUYIM
           PERFORM UNTIL SOF IN SW01-BK01
               PERFORM D-RISHUM-SHINUY
               PERFORM C-KRIA
           END-PERFORM
           PERFORM     ZZ-SYIUM-TOCHNIT
           STOP RUN.
       A-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       B-BDIKAT-YITRA                      SECTION.
      *-----------------------------------------------------------------
       B-00.
           MOVE "B-BDIKAT-YITRA" TO SHEM-SEC

           IF BK01-TAARICH = EZ02-TAARICH-DOCH
              AND BK01-KOVETZ = 'LAKOCHOT'
              AND BK01-TOCHNIT NOT = 'LAKYOM'
               PERFORM E-CHILUTZ-YITROT
               IF EZ04-YITRA-LIFNEI NOT = EZ05-YITRA-ACHAREI
                   PERFORM F-RISHUM-SHINUY-YITRA
               END-IF
           END-IF.
       B-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       C-KRIA                              SECTION.
      *-----------------------------------------------------------------
       C-00.
           MOVE "C-KRIA" TO SHEM-SEC

           READ BK01-BIKORET-FILE
               AT END
                   SET SOF IN SW01-BK01 TO TRUE
           END-READ.
       C-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       D-RISHUM-SHINUY                     SECTION.
      *-----------------------------------------------------------------
       D-00.
           MOVE "D-RISHUM-SHINUY" TO SHEM-SEC

           IF BK01-TAARICH = EZ02-TAARICH-DOCH
               ADD  1 TO M01-MONE-RESHUMOT
               EVALUATE TRUE
                 WHEN BK01-HOSAFA
                      ADD 1 TO M03-MONE-HOSAFOT
                 WHEN BK01-SHINUY
                      ADD 1 TO M04-MONE-SHINUYIM
                 WHEN BK01-MECHIKA
                      ADD 1 TO M05-MONE-MECHIKOT
               END-EVALUATE

               MOVE BK01-TOCHNIT       TO SD02-TOCHNIT
               MOVE BK01-SHAA          TO SD02-SHAA
               MOVE BK01-KOVETZ        TO SD02-KOVETZ
               MOVE BK01-PEULA         TO SD02-PEULA
               MOVE BK01-MAFTEACH      TO SD02-MAFTEACH
               WRITE D01-SHURA FROM SD02
               AFTER ADVANCING 2 LINES

               MOVE BK01-TMUNA-LIFNEI  TO SD03-TMUNA
               WRITE D01-SHURA FROM SD03
               AFTER ADVANCING 1 LINES

               MOVE BK01-TMUNA-ACHAREI TO SD04-TMUNA
               WRITE D01-SHURA FROM SD04
               AFTER ADVANCING 1 LINES
           END-IF.
       D-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       E-CHILUTZ-YITROT                    SECTION.
      *-----------------------------------------------------------------
       E-00.
           MOVE "E-CHILUTZ-YITROT" TO SHEM-SEC

           MOVE BK01-TMUNA-LIFNEI  TO TM01-LIFNEI
           MOVE BK01-TMUNA-ACHAREI TO TM02-ACHAREI
           MOVE ZERO               TO EZ04-YITRA-LIFNEI
                                      EZ05-YITRA-ACHAREI

           IF YITRA IN TM01-LIFNEI NUMERIC
               MOVE YITRA IN TM01-LIFNEI  TO EZ04-YITRA-LIFNEI
           END-IF
           IF YITRA IN TM02-ACHAREI NUMERIC
               MOVE YITRA IN TM02-ACHAREI TO EZ05-YITRA-ACHAREI
           END-IF.
       E-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       F-RISHUM-SHINUY-YITRA               SECTION.
      *-----------------------------------------------------------------
       F-00.
           MOVE "F-RISHUM-SHINUY-YITRA" TO SHEM-SEC

           COMPUTE EZ06-HEFRESH = EZ05-YITRA-ACHAREI - EZ04-YITRA-LIFNEI

           MOVE BK01-TOCHNIT       TO SD01-TOCHNIT
           MOVE BK01-SHAA          TO SD01-SHAA
           MOVE BK01-PEULA         TO SD01-PEULA
           MOVE BK01-MAFTEACH      TO SD01-CHESHBON
           MOVE EZ04-YITRA-LIFNEI  TO SD01-YITRA-LIFNEI
           MOVE EZ05-YITRA-ACHAREI TO SD01-YITRA-ACHAREI
           MOVE EZ06-HEFRESH       TO SD01-HEFRESH

           WRITE D01-SHURA FROM SD01
           AFTER ADVANCING 1 LINES

           ADD  1 TO M02-MONE-SHINUY-YITRA.
       F-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       ZA-HATCHLAT-TOCHNIT                 SECTION.
      *-----------------------------------------------------------------
       ZA-00.
           MOVE 'BKRDOCH'              TO SHEM-TUCHNIT IN EZ01-TAKALOT
           MOVE "ZA-HATCHLAT-TOCHNIT"  TO SHEM-SEC

           MOVE FUNCTION CURRENT-DATE TO EZ03-ZMAN
           MOVE EZ03-TAARICH          TO EZ02-TAARICH-DOCH

           OPEN INPUT PM01-PARAM-FILE
           IF MH01-FS-TAKIN
               SET  MAMSHICH IN SW03-PM01 TO TRUE
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
               SET  SAGUR IN SW03-PM01 TO TRUE
           END-IF

           PERFORM ZB-RISHUM-PTICHA

           OPEN OUTPUT D01-BIKORET-PRN
           SET         MAMSHICH IN SW02-D01 TO TRUE
           MOVE EZ02-TAARICH-DOCH TO SC01-TAARICH
           WRITE D01-SHURA FROM SC01
           AFTER ADVANCING 1 LINES
           WRITE D01-SHURA FROM SC02
           AFTER ADVANCING 2 LINES
           WRITE D01-SHURA FROM SC03
           AFTER ADVANCING 2 LINES
           WRITE D01-SHURA FROM SC04
           AFTER ADVANCING 1 LINES

           OPEN INPUT  BK01-BIKORET-FILE
           IF MH01-FS-TAKIN
               SET  SW05-KEN TO TRUE
               SET  MAMSHICH IN SW01-BK01 TO TRUE
               PERFORM C-KRIA
           ELSE
               SET  SW05-LO  TO TRUE
               SET  SOF IN SW01-BK01 TO TRUE
           END-IF.
       ZA-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       ZD-MAAVAR-LEKOL-HASHINUYIM          SECTION.
      *-----------------------------------------------------------------
       ZD-00.
           MOVE "ZD-MAAVAR-LEKOL-HASHINUYIM" TO SHEM-SEC

           IF M02-MONE-SHINUY-YITRA = ZERO
               WRITE D01-SHURA FROM SE01
               AFTER ADVANCING 1 LINES
           END-IF

           WRITE D01-SHURA FROM SC05
           AFTER ADVANCING 3 LINES
           WRITE D01-SHURA FROM SC06
           AFTER ADVANCING 2 LINES
           WRITE D01-SHURA FROM SC07
           AFTER ADVANCING 1 LINES

           IF SW05-KEN
               CLOSE BK01-BIKORET-FILE
               OPEN INPUT BK01-BIKORET-FILE
               SET  MAMSHICH IN SW01-BK01 TO TRUE
               PERFORM C-KRIA
           END-IF.
       ZD-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       ZZ-SYIUM-TOCHNIT                    SECTION.
      *-----------------------------------------------------------------
       ZZ-00.
           MOVE "ZZ-SYIUM-TOCHNIT" TO SHEM-SEC

           MOVE M01-MONE-RESHUMOT     TO ST01-MONE
           WRITE D01-SHURA            FROM ST01
           AFTER ADVANCING 3 LINES

           MOVE M02-MONE-SHINUY-YITRA TO ST02-MONE
           WRITE D01-SHURA            FROM ST02
           AFTER ADVANCING 1 LINES

           MOVE M03-MONE-HOSAFOT      TO ST03-MONE
           WRITE D01-SHURA            FROM ST03
           AFTER ADVANCING 1 LINES

           MOVE M04-MONE-SHINUYIM     TO ST04-MONE
           WRITE D01-SHURA            FROM ST04
           AFTER ADVANCING 1 LINES

           MOVE M05-MONE-MECHIKOT     TO ST05-MONE
           WRITE D01-SHURA            FROM ST05
           AFTER ADVANCING 1 LINES

           IF SW05-KEN
               CLOSE BK01-BIKORET-FILE
           END-IF
           SET   SAGUR IN SW01-BK01 TO TRUE

           CLOSE D01-BIKORET-PRN
           SET   SAGUR IN SW02-D01 TO TRUE

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
           SET  MAMSHICH IN SW04-RC01 TO TRUE

           MOVE SPACE             TO RC01-BAKARA-REC
           MOVE 'BKRDOCH'         TO RC01-TOCHNIT
           MOVE EZ03-TAARICH      TO RC01-TAARICH
           MOVE EZ03-SHAA         TO RC01-SHAA
           SET  RC01-PTICHA       TO TRUE
           SET  RC01-RATZ         TO TRUE
           MOVE ZERO              TO RC01-MONE-RESHUMOT
                                     RC01-MONE-TAKALOT-A
                                     RC01-MONE-TAKALOT-B
           WRITE RC01-BAKARA-REC

           CLOSE RC01-RUNCTL-FILE
           SET  SAGUR IN SW04-RC01 TO TRUE.
       ZB-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       ZC-RISHUM-SIYUM                     SECTION.
      *-----------------------------------------------------------------
       ZC-00.
           MOVE "ZC-RISHUM-SIYUM" TO SHEM-SEC

           OPEN EXTEND RC01-RUNCTL-FILE
           SET  MAMSHICH IN SW04-RC01 TO TRUE

           MOVE FUNCTION CURRENT-DATE TO EZ03-ZMAN
           MOVE SPACE                 TO RC01-BAKARA-REC
           MOVE 'BKRDOCH'             TO RC01-TOCHNIT
           MOVE EZ03-TAARICH          TO RC01-TAARICH
           MOVE EZ03-SHAA             TO RC01-SHAA
           SET  RC01-SIYUM            TO TRUE
           SET  RC01-TAKIN            TO TRUE
           MOVE M01-MONE-RESHUMOT     TO RC01-MONE-RESHUMOT
           MOVE M02-MONE-SHINUY-YITRA TO RC01-MONE-TAKALOT-A
           MOVE ZERO                  TO RC01-MONE-TAKALOT-B
           WRITE RC01-BAKARA-REC

           CLOSE RC01-RUNCTL-FILE
           SET  SAGUR IN SW04-RC01 TO TRUE.
       ZC-EXIT.
           EXIT.
      *-----------------------------------------------------------------
