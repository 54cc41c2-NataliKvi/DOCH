      *              interest amount, with per-branch and per-currency
      *              totals; a currency/side with no rate on file is
      *              listed as an exception.
      *             *Withholds tax (nikuy mas bamakor) from credit
      *              interest: the rate comes from MAS.DAT by SUG
      *              LAKOACH of the account's owner (KSHARIM.DAT role
      *              R, else M, then LAKOACH.DAT; no owner on file
      *              counts as P prati). An account flagged PTOR MAS
      *              in LAKOCHOT.DAT is exempt. The tax is written as
      *              its own CHOVA movement right after the interest,
      *              with ASMACHTA MS + YYYYMM, so YOMGLI routes it to
      *              the tax liability line and MASSHN finds it for
      *              the year end certificates. A SUG with no rate in
      *              MAS.DAT is listed as an exception and not taxed.
      *-----------------------------------------------------------------
       ENVIRONMENT                         DIVISION.
      *-----------------------------------------------------------------
             ASSIGN       TO "C:\COBOL-PROJECTS\DOCH\FILES\RIBIT.PRN"
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
             ASSIGN       TO "C:\COBOL-PROJECTS\DOCH\FILES\RIBBAL.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS  IS MH01-FILE-STS.

           SELECT SRT-BAALIM
             ASSIGN       TO "C:\COBOL-PROJECTS\DOCH\FILES\SORTWK".
      *-----------------------------------------------------------------
       DATA                                DIVISION.
      *-----------------------------------------------------------------
       FD  D01-RIBIT-PRN
           LABEL RECORD IS OMITTED.
       01  D01-SHURA                       PIC X(80).

       FD  MS01-MAS-FILE
           RECORDING MODE F.
       01  MS01-MAS-REC.
           03 MS01-SUG-LAKOACH              PIC X(01).
           03 MS01-ACHUZ-MAS                PIC 9(2)V99.

       FD  KS01-KSHARIM-FILE.
       01  KS01-KESHER-REC.
           COPY "C:\COBOL-PROJECTS\DOCH\COPYS\KSHARIM.COB".

       FD  LC01-LAKOACH-FILE.
       01  LC01-LAKOACH-REC.
           COPY "C:\COBOL-PROJECTS\DOCH\COPYS\LAKOACH.COB".

       FD  W01-BAALIM-FILE
           RECORDING MODE F.
       01  W01-BAAL-REC.
           03 W01-MISPAR-ZEHUT              PIC X(09).
           03 W01-CHESHBON                  PIC X(05).
           03 W01-TAFKID                    PIC X(01).
             88 W01-BAALIM                              VALUE "R" "M".

       SD  SRT-BAALIM.
       01  SRB-REC.
           03 SRB-MISPAR-ZEHUT              PIC X(09).
           03 SRB-CHESHBON                  PIC X(05).
           03 SRB-TAFKID                    PIC X(01).
      *-----------------------------------------------------------------
       WORKING-STORAGE                     SECTION.
      *-----------------------------------------------------------------
       01 C00.
           03 C01-GODEL-TAVLAT-RIBIT       PIC 9(2)         VALUE 50.
           03 C02-GODEL-DAF                PIC 99           VALUE 56.
           03 C03-SUG-BRIRAT-MECHDAL       PIC X(01)        VALUE "P".
           03 C04-GODEL-TAVLAT-MAS         PIC 9(2)         VALUE 10.
      *-----------------------------------------------------------------
      *EZxx-EZER
      *-----------------------------------------------------------------
           03 EZ07-IX-SHAAR                 PIC 9(2).
           03 EZ08-IX-NIVCHAR               PIC 9(2).
           03 EZ09-SCHUM-AD-NIVCHAR         PIC 9(8)V99.
           03 EZ10-SCHUM-MAS                PIC 9(6)V99.
           03 EZ11-SUG-LAKOACH              PIC X(01).
           03 EZ12-ASMACHTA-MAS.
               05 FILLER                   PIC X(02)      VALUE "MS".
               05 EZ12-YYYY                PIC 9(4).
               05 EZ12-MM                  PIC 99.
      *-----------------------------------------------------------------
      *Hxx-HODAOT
      *-----------------------------------------------------------------
           03 M02-MONE-CHOVA                PIC 9(6)        VALUE ZERO.
           03 M03-MONE-LELO-SHAAR           PIC 9(4)        VALUE ZERO.
           03 M04-SHUROT                    PIC 9(3)        VALUE ZERO.
           03 M05-MONE-MAS                  PIC 9(6)        VALUE ZERO.
           03 M06-MONE-PTURIM               PIC 9(6)        VALUE ZERO.
           03 M07-MONE-LELO-SHIUR           PIC 9(4)        VALUE ZERO.
      *-----------------------------------------------------------------
      *MHxx-MAFTECHOT-HASHVAA
      *-----------------------------------------------------------------
               05 FILLER                   PIC X(6)       VALUE SPACE.
               05 FILLER                   PIC X(5)       VALUE
                  "RIBIT".
               05 FILLER                   PIC X(7)       VALUE SPACE.
               05 FILLER                   PIC X(3)       VALUE
                  "MAS".
           03 SH03.
               05 FILLER                   PIC X(9)       VALUE SPACE.
               05 FILLER                   PIC X(8)       VALUE ALL '-'.
               05 FILLER                   PIC X(3)       VALUE ALL '-'.
               05 FILLER                   PIC X(3)       VALUE SPACE.
               05 FILLER                   PIC X(11)      VALUE ALL '-'.
               05 FILLER                   PIC X(1)       VALUE SPACE.
               05 FILLER                   PIC X(6)       VALUE ALL '-'.
           03 SD01.
               05 FILLER                   PIC X(9)       VALUE SPACE.
               05 SD01-CHESHBON            PIC X(5).
               05 SD01-SUG                 PIC X(1).
               05 FILLER                   PIC X(4)       VALUE SPACE.
               05 SD01-RIBIT               PIC +999999.99.
               05 FILLER                   PIC X(2)       VALUE SPACE.
               05 SD01-MAS                 PIC ZZZZ9.99.
           03 SD02.
               05 FILLER                   PIC X(9)       VALUE SPACE.
               05 SD02-CHESHBON            PIC X(5).
               05 FILLER                   PIC X(5)       VALUE SPACE.
               05 FILLER                   PIC X(30)      VALUE
                  "LO NIMTZA SHAAR RIBIT MATIM".
           03 SD03.
               05 FILLER                   PIC X(9)       VALUE SPACE.
               05 SD03-CHESHBON            PIC X(5).
               05 FILLER                   PIC X(5)       VALUE SPACE.
               05 FILLER                   PIC X(30)      VALUE
                  "LO NIMTZA SHIUR MAS LESUG".
               05 SD03-SUG-LAKOACH         PIC X(1).
           03 ST01.
               05 FILLER                   PIC X(10)      VALUE SPACE.
               05 ST01-SCHUM               PIC +99999999.99.
               05 FILLER                   PIC X(2)       VALUE SPACE.
               05 ST05-SACH                PIC X(34)      VALUE
                  ": CHESHBONOT LELO SHAAR RIBIT".
           03 ST06.
               05 FILLER                   PIC X(8)       VALUE SPACE.
               05 ST06-MONE                PIC ZZZZZ9.
               05 FILLER                   PIC X(2)       VALUE SPACE.
               05 ST06-SACH                PIC X(34)      VALUE
                  ": TNUOT NIKUY MAS NIRSHEMU".
           03 ST07.
               05 FILLER                   PIC X(8)       VALUE SPACE.
               05 ST07-MONE                PIC ZZZZZ9.
               05 FILLER                   PIC X(2)       VALUE SPACE.
               05 ST07-SACH                PIC X(34)      VALUE
                  ": CHESHBONOT PTURIM MIMAS".
           03 ST08.
               05 FILLER                   PIC X(8)       VALUE SPACE.
               05 ST08-MONE                PIC ZZZZZ9.
               05 FILLER                   PIC X(2)       VALUE SPACE.
               05 ST08-SACH                PIC X(34)      VALUE
                  ": CHESHBONOT LELO SHIUR MAS".
      *-----------------------------------------------------------------
      *SWxx-METAGIM
      *-----------------------------------------------------------------
           03 SW07-MATBEA-NIMTZA           PIC 9.
             88 SW07-KEN                   VALUE 1.
             88 SW07-LO                    VALUE 0.

           03 SW08-MS01                    PIC S9(4) BINARY VALUE 99.
           COPY "C:\COBOL-PROJECTS\DOCH\COPYS\SWK.COB".

           03 SW09-KS01                    PIC S9(4) BINARY VALUE 99.
           COPY "C:\COBOL-PROJECTS\DOCH\COPYS\SWK.COB".

           03 SW10-LC01                    PIC S9(4) BINARY VALUE 99.
           COPY "C:\COBOL-PROJECTS\DOCH\COPYS\SWK.COB".

           03 SW11-W01                     PIC S9(4) BINARY VALUE 99.
           COPY "C:\COBOL-PROJECTS\DOCH\COPYS\SWK.COB".

           03 SW12-LAKOACH-KAYAM           PIC 9.
             88 SW12-KEN                   VALUE 1.
             88 SW12-LO                    VALUE 0.

           03 SW13-SHIUR-NIMTZA            PIC 9.
             88 SW13-KEN                   VALUE 1.
             88 SW13-LO                    VALUE 0.

           03 SW14-BAALIM-KAYAM            PIC 9.
             88 SW14-KEN                   VALUE 1.
             88 SW14-LO                    VALUE 0.
      *-----------------------------------------------------------------
      *TVxx-TAVLAOT
      *-----------------------------------------------------------------
               05 TV01-CHOVA-SNIF           PIC 9(8)V99  VALUE ZERO.
               05 TV01-ZCHUT-KLALI          PIC 9(8)V99  VALUE ZERO.
               05 TV01-CHOVA-KLALI          PIC 9(8)V99  VALUE ZERO.
               05 TV01-MAS-SNIF             PIC 9(8)V99  VALUE ZERO.
               05 TV01-MAS-KLALI            PIC 9(8)V99  VALUE ZERO.

       01 TV20.
           03 TV02-MONE-RIBIT              PIC 9(2)          VALUE ZERO.
               05 TV02-SUG                  PIC X(01).
               05 TV02-SCHUM-AD             PIC 9(8)V99.
               05 TV02-ACHUZ-SHANA          PIC 9(2)V9(3).

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
           PERFORM ZT-TAKALOT.
       DC5-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       DC6-MS01                            SECTION.
      *-----------------------------------------------------------------
           USE AFTER STANDARD ERROR PROCEDURE ON MS01-MAS-FILE.
       DC6-00.
           IF MH01-FILE-STS NOT = "35"
               MOVE "C:\COBOL-PROJECTS\DOCH\FILES\MAS.DAT" TO
                                                             SHEM-KOVETZ
               PERFORM ZT-TAKALOT
           END-IF.
       DC6-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       DC7-KS01                            SECTION.
      *-----------------------------------------------------------------
           USE AFTER STANDARD ERROR PROCEDURE ON KS01-KSHARIM-FILE.
       DC7-00.
           IF MH01-FILE-STS NOT = "35"
               MOVE "C:\COBOL-PROJECTS\DOCH\FILES\KSHARIM.DAT" TO
                                                             SHEM-KOVETZ
               PERFORM ZT-TAKALOT
           END-IF.
       DC7-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       DC8-LC01                            SECTION.
      *-----------------------------------------------------------------
           USE AFTER STANDARD ERROR PROCEDURE ON LC01-LAKOACH-FILE.
       DC8-00.
           IF MH01-FILE-STS NOT = "35"
               MOVE "C:\COBOL-PROJECTS\DOCH\FILES\LAKOACH.DAT" TO
                                                             SHEM-KOVETZ
               PERFORM ZT-TAKALOT
           END-IF.
       DC8-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       DC9-W01                             SECTION.
      *-----------------------------------------------------------------
           USE AFTER STANDARD ERROR PROCEDURE ON W01-BAALIM-FILE.
       DC9-00.
           MOVE "C:\COBOL-PROJECTS\DOCH\FILES\RIBBAL.DAT" TO
                                                             SHEM-KOVETZ
           PERFORM ZT-TAKALOT.
       DC9-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       ZT-TAKALOT                          SECTION.
      *-----------------------------------------------------------------
                     * TV02-ACHUZ-SHANA(TV02-IX) / 1200

               IF EZ04-SCHUM-RIBIT > ZERO
                   MOVE ZERO TO EZ10-SCHUM-MAS
                   SET  SW13-KEN TO TRUE
                   IF EZ05-SUG-MEVUKASH = "Z"
                       PERFORM M-CHISHUV-MAS
                   END-IF
                   PERFORM H-KTIVAT-TNUA
                   PERFORM I-RISHUM-BADOCH
               END-IF
               ADD 1 TO M01-MONE-ZCHUT
           ELSE
               ADD 1 TO M02-MONE-CHOVA
           END-IF

           IF EZ10-SCHUM-MAS > ZERO
               MOVE "C"             TO TN01-KOD-PEULA
               MOVE EZ10-SCHUM-MAS  TO TN01-SCHUM
               MOVE EZ12-ASMACHTA-MAS TO TN01-ASMACHTA
               WRITE T01-TNUA-REC
               ADD  1 TO M05-MONE-MAS
           END-IF.
       H-EXIT.
           EXIT.
           MOVE TV02-ACHUZ-SHANA(TV02-IX)    TO SD01-ACHUZ
           MOVE EZ05-SUG-MEVUKASH            TO SD01-SUG
           MOVE EZ04-SCHUM-RIBIT             TO SD01-RIBIT
           MOVE EZ10-SCHUM-MAS               TO SD01-MAS

           PERFORM L-KTIVAT-SHURA-BADOCH
           WRITE D01-SHURA FROM SD01
           AFTER ADVANCING 1 LINES
           ADD  1 TO M04-SHUROT

           IF SW13-LO
               MOVE CHESHBON IN K01-LAKOCHOT-REC TO SD03-CHESHBON
               MOVE EZ11-SUG-LAKOACH             TO SD03-SUG-LAKOACH
               PERFORM L-KTIVAT-SHURA-BADOCH
               WRITE D01-SHURA FROM SD03
               AFTER ADVANCING 1 LINES
               ADD  1 TO M04-SHUROT
           END-IF

           PERFORM X-CHIPUS-MATBEA

           IF EZ05-SUG-MEVUKASH = "Z"
           ELSE
               ADD EZ04-SCHUM-RIBIT TO TV01-CHOVA-SNIF(TV01-IX)
               ADD EZ04-SCHUM-RIBIT TO TV01-CHOVA-KLALI(TV01-IX)
           END-IF

           ADD EZ10-SCHUM-MAS TO TV01-MAS-SNIF(TV01-IX)
           ADD EZ10-SCHUM-MAS TO TV01-MAS-KLALI(TV01-IX).
       I-EXIT.
           EXIT.
      *-----------------------------------------------------------------
           END-IF.
       L-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       M-CHISHUV-MAS                       SECTION.
      *-----------------------------------------------------------------
       M-00.
           MOVE "M-CHISHUV-MAS" TO SHEM-SEC

           IF PATUR-MAS IN K01-LAKOCHOT-REC
               ADD 1 TO M06-MONE-PTURIM
           ELSE
               PERFORM N-SUG-LAKOACH
               PERFORM O-CHIPUS-SHIUR-MAS
               IF SW13-LO
                   ADD 1 TO M07-MONE-LELO-SHIUR
               ELSE
                   COMPUTE EZ10-SCHUM-MAS ROUNDED =
                           EZ04-SCHUM-RIBIT
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
           MOVE C03-SUG-BRIRAT-MECHDAL TO EZ11-SUG-LAKOACH

           PERFORM N-01-KRIAT-BAAL
               UNTIL SOF IN SW11-W01
                  OR W01-CHESHBON NOT < CHESHBON IN K01-LAKOCHOT-REC

           IF NOT SOF IN SW11-W01
              AND W01-CHESHBON = CHESHBON IN K01-LAKOCHOT-REC
              AND W01-BAALIM
              AND SW12-KEN
               MOVE W01-MISPAR-ZEHUT TO LC01-MISPAR-ZEHUT
               READ LC01-LAKOACH-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF LC01-SUG-MUKAR
                           MOVE LC01-SUG-LAKOACH TO EZ11-SUG-LAKOACH
                       END-IF
               END-READ
           END-IF.
       N-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       N-01-KRIAT-BAAL                     SECTION.
      *-----------------------------------------------------------------
       N-01-00.
           IF W01-CHESHBON < CHESHBON IN K01-LAKOCHOT-REC
               READ W01-BAALIM-FILE
                   AT END
                       SET SOF IN SW11-W01 TO TRUE
               END-READ
           END-IF.
       N-01-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       O-CHIPUS-SHIUR-MAS                  SECTION.
      *-----------------------------------------------------------------
       O-00.
           MOVE "O-CHIPUS-SHIUR-MAS" TO SHEM-SEC
           SET  SW13-LO              TO TRUE

           IF TV03-MONE-MAS > 0
               SET  TV03-IX TO 1
               SEARCH TV03-SHIUREI-MAS
                   AT END
                       SET SW13-LO TO TRUE
                   WHEN TV03-SUG-LAKOACH(TV03-IX) = EZ11-SUG-LAKOACH
                       SET SW13-KEN TO TRUE
               END-SEARCH
           END-IF.
       O-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       T-SNIF-SIYUM                        SECTION.
      *-----------------------------------------------------------------
               AFTER ADVANCING 2 LINES
               ADD  2 TO M04-SHUROT
               MOVE ZERO TO TV01-CHOVA-SNIF(TV01-IX)
           END-IF

           IF TV01-MAS-SNIF(TV01-IX) > ZERO
               MOVE TV01-MAS-SNIF(TV01-IX)   TO ST01-SCHUM
               MOVE TV01-MATBEA(TV01-IX)     TO ST01-MATBEA
               MOVE "M"                      TO ST01-SUG
               PERFORM L-KTIVAT-SHURA-BADOCH
               WRITE D01-SHURA   FROM ST01
               AFTER ADVANCING 2 LINES
               ADD  2 TO M04-SHUROT
               MOVE ZERO TO TV01-MAS-SNIF(TV01-IX)
           END-IF.
       T-01-EXIT.
           EXIT.
               MOVE ZERO                     TO TV01-CHOVA-SNIF(TV01-IX)
               MOVE ZERO                  TO TV01-ZCHUT-KLALI(TV01-IX)
               MOVE ZERO                  TO TV01-CHOVA-KLALI(TV01-IX)
               MOVE ZERO                     TO TV01-MAS-SNIF(TV01-IX)
               MOVE ZERO                     TO TV01-MAS-KLALI(TV01-IX)
           END-IF.
       X-EXIT.
           EXIT.
           CLOSE PM01-PARAM-FILE

           MOVE PM01-YYYY TO EZ06-YYYY
                             EZ12-YYYY
           MOVE PM01-MM   TO EZ06-MM
                             EZ12-MM
           MOVE PM01-MM   TO SH01-MM
           MOVE PM01-YYYY TO SH01-YYYY

           CLOSE K02-RIBIT-FILE
           SET   SAGUR IN SW02-K02 TO TRUE

           OPEN INPUT  MS01-MAS-FILE
           IF MH01-FS-TAKIN
               SET  MAMSHICH IN SW08-MS01 TO TRUE
               PERFORM ZA-01-KRIAT-MAS
               PERFORM UNTIL SOF IN SW08-MS01
                   PERFORM ZA-02-TAEN-MAS
                   PERFORM ZA-01-KRIAT-MAS
               END-PERFORM
               CLOSE MS01-MAS-FILE
               SET  SAGUR IN SW08-MS01 TO TRUE
           END-IF

           SET  SW14-LO TO TRUE
           OPEN INPUT  KS01-KSHARIM-FILE
           IF MH01-FS-TAKIN
               CLOSE KS01-KSHARIM-FILE
               SET  SW14-KEN TO TRUE
               SORT SRT-BAALIM
                   ON ASCENDING  KEY SRB-CHESHBON
                   ON DESCENDING KEY SRB-TAFKID
                   USING  KS01-KSHARIM-FILE
                   GIVING W01-BAALIM-FILE
           END-IF

           IF SW14-KEN
               OPEN INPUT W01-BAALIM-FILE
               SET  MAMSHICH IN SW11-W01 TO TRUE
               READ W01-BAALIM-FILE
                   AT END
                       SET SOF IN SW11-W01 TO TRUE
               END-READ
           ELSE
               SET  SOF IN SW11-W01 TO TRUE
           END-IF

           OPEN INPUT  LC01-LAKOACH-FILE
           IF MH01-FS-TAKIN
               SET  SW12-KEN TO TRUE
               SET  MAMSHICH IN SW10-LC01 TO TRUE
           ELSE
               SET  SW12-LO  TO TRUE
           END-IF

           OPEN OUTPUT T01-TNUOT-FILE
           SET         MAMSHICH IN SW04-T01 TO TRUE

           END-IF.
       ZA-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       ZA-01-KRIAT-MAS                     SECTION.
      *-----------------------------------------------------------------
       ZA-01-00.
           READ MS01-MAS-FILE
               AT END
                   SET SOF IN SW08-MS01 TO TRUE
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
           WRITE D01-SHURA          FROM ST05
           AFTER ADVANCING 1 LINES

           MOVE M05-MONE-MAS        TO ST06-MONE
           WRITE D01-SHURA          FROM ST06
           AFTER ADVANCING 1 LINES

           MOVE M06-MONE-PTURIM     TO ST07-MONE
           WRITE D01-SHURA          FROM ST07
           AFTER ADVANCING 1 LINES

           MOVE M07-MONE-LELO-SHIUR TO ST08-MONE
           WRITE D01-SHURA          FROM ST08
           AFTER ADVANCING 1 LINES

           CLOSE K01-LAKOCHOT-FILE
           SET   SAGUR IN SW01-K01 TO TRUE

           SET   SAGUR IN SW04-T01 TO TRUE

           CLOSE D01-RIBIT-PRN
           SET   SAGUR IN SW03-D01 TO TRUE

           IF SW14-KEN
               CLOSE W01-BAALIM-FILE
               SET   SAGUR IN SW11-W01 TO TRUE
           END-IF

           IF SW12-KEN
               CLOSE LC01-LAKOACH-FILE
               SET   SAGUR IN SW10-LC01 TO TRUE
           END-IF.
       ZZ-EXIT.
           EXIT.
      *-----------------------------------------------------------------
               MOVE "C"                       TO ST02-SUG
               WRITE D01-SHURA   FROM ST02
               AFTER ADVANCING 2 LINES
           END-IF

           IF TV01-MAS-KLALI(TV01-IX) > ZERO
               MOVE TV01-MAS-KLALI(TV01-IX)   TO ST02-SCHUM
               MOVE TV01-MATBEA(TV01-IX)      TO ST02-MATBEA
               MOVE "M"                       TO ST02-SUG
               WRITE D01-SHURA   FROM ST02
               AFTER ADVANCING 2 LINES
           END-IF.
       ZZ-01-EXIT.
           EXIT.
