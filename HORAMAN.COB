      *              change/delete, duplicate key on an add, bad KOD
      *              PEULA, non numeric or zero SCHUM, bad TADIRUT,
      *              non numeric dates) to an exception report.
      *             *Writes a before/after image of every add, change
      *              and delete to the shared audit file BIKORET.DAT,
      *              stamped with the program and the run date/time.
      *-----------------------------------------------------------------
       ENVIRONMENT                         DIVISION.
      *-----------------------------------------------------------------
             "C:\COBOL-PROJECTS\DOCH\FILES\HORAOT-CHARIGIM.PRN"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS  IS MH01-FILE-STS.

           SELECT BK01-BIKORET-FILE
             ASSIGN       TO "C:\COBOL-PROJECTS\DOCH\FILES\BIKORET.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS  IS MH01-FILE-STS.
      *-----------------------------------------------------------------
       DATA                                DIVISION.
      *-----------------------------------------------------------------
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
           COPY "C:\COBOL-PROJECTS\DOCH\COPYS\TAKALOT.COB".

           03 EZ02-SIBAT-DCHIYA             PIC X(40).
           03 EZ03-ZMAN.
               05 EZ03-TAARICH             PIC 9(8).
               05 EZ03-SHAA                PIC 9(6).
           03 EZ04-TMUNA-LIFNEI             PIC X(80).
           03 EZ05-TMUNA-ACHAREI            PIC X(80).
      *-----------------------------------------------------------------
      *Hxx-HODAOT
      *-----------------------------------------------------------------

           03 SW03-D01                     PIC S9(4) BINARY VALUE 99.
           COPY "C:\COBOL-PROJECTS\DOCH\COPYS\SWK.COB".

           03 SW04-BK01                    PIC S9(4) BINARY VALUE 99.
           COPY "C:\COBOL-PROJECTS\DOCH\COPYS\SWK.COB".
      *-----------------------------------------------------------------
       PROCEDURE                           DIVISION.
      *-----------------------------------------------------------------
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
       ZT-TAKALOT                          SECTION.
      *-----------------------------------------------------------------
                   PERFORM J-DCHIYA
               NOT INVALID KEY
                   ADD  1 TO M01-MONE-HOSAFOT
                   MOVE SPACE                 TO EZ04-TMUNA-LIFNEI
                   MOVE K01-HORAA-REC         TO EZ05-TMUNA-ACHAREI
                   PERFORM K-RISHUM-BIKORET
           END-WRITE.
       F-EXIT.
           EXIT.
                                                    EZ02-SIBAT-DCHIYA
                   PERFORM J-DCHIYA
               NOT INVALID KEY
                   MOVE K01-HORAA-REC         TO EZ04-TMUNA-LIFNEI
                   MOVE K02-KOD-PEULA         TO HK01-KOD-PEULA
                   MOVE K02-SCHUM             TO HK01-SCHUM
                   MOVE K02-TADIRUT           TO HK01-TADIRUT
                   MOVE K02-ASMACHTA          TO HK01-ASMACHTA
                   REWRITE K01-HORAA-REC
                   ADD  1                     TO M02-MONE-SHINUYIM
                   MOVE K01-HORAA-REC         TO EZ05-TMUNA-ACHAREI
                   PERFORM K-RISHUM-BIKORET
           END-READ.
       G-EXIT.
           EXIT.
           MOVE K02-CHESHBON     TO HK01-CHESHBON
           MOVE K02-MISPAR-HORAA TO HK01-MISPAR-HORAA

           READ K01-HORAOT-FILE
               INVALID KEY
                   MOVE "HORAA LO KAYEMET - MECHIKA NIDCHETA" TO
                                                    EZ02-SIBAT-DCHIYA
                   PERFORM J-DCHIYA
               NOT INVALID KEY
                   MOVE K01-HORAA-REC TO EZ04-TMUNA-LIFNEI
                   DELETE K01-HORAOT-FILE
                   ADD  1 TO M03-MONE-MECHIKOT
                   MOVE SPACE         TO EZ05-TMUNA-ACHAREI
                   PERFORM K-RISHUM-BIKORET
           END-READ.
       I-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       K-RISHUM-BIKORET                    SECTION.
      *-----------------------------------------------------------------
       K-00.
           MOVE "K-RISHUM-BIKORET" TO SHEM-SEC

           MOVE SPACE              TO BK01-BIKORET-REC
           MOVE 'HORAMAN'          TO BK01-TOCHNIT
           MOVE EZ03-TAARICH       TO BK01-TAARICH
           MOVE EZ03-SHAA          TO BK01-SHAA
           MOVE 'HORAOT'           TO BK01-KOVETZ
           MOVE K02-PEULA          TO BK01-PEULA
           MOVE HK01-MAFTEACH      TO BK01-MAFTEACH
           MOVE EZ04-TMUNA-LIFNEI  TO BK01-TMUNA-LIFNEI
           MOVE EZ05-TMUNA-ACHAREI TO BK01-TMUNA-ACHAREI

           WRITE BK01-BIKORET-REC.
       K-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       J-DCHIYA                            SECTION.
      *-----------------------------------------------------------------
       ZA-00.
           MOVE 'HORAMAN'              TO SHEM-TUCHNIT IN EZ01-TAKALOT
           MOVE "ZA-HATCHLAT-TOCHNIT"  TO SHEM-SEC
           MOVE FUNCTION CURRENT-DATE  TO EZ03-ZMAN

           OPEN I-O    K01-HORAOT-FILE
           IF MH01-FILE-STS = "35"
           END-IF
           SET         MAMSHICH IN SW01-K01 TO TRUE

           OPEN EXTEND BK01-BIKORET-FILE
           IF MH01-FILE-STS = "35"
               OPEN OUTPUT BK01-BIKORET-FILE
           END-IF
           SET         MAMSHICH IN SW04-BK01 TO TRUE

           OPEN OUTPUT D01-CHARIGIM-PRN
           SET         MAMSHICH IN SW03-D01 TO TRUE
           WRITE D01-SHURA FROM SC01
           SET   SAGUR IN SW03-D01 TO TRUE

           CLOSE K01-HORAOT-FILE
           SET   SAGUR IN SW01-K01 TO TRUE

           CLOSE BK01-BIKORET-FILE
           SET   SAGUR IN SW04-BK01 TO TRUE.
       ZZ-EXIT.
           EXIT.
      *-----------------------------------------------------------------
