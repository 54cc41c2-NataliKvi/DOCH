      *              change with a non blank MATZAV sets it, and a
      *              delete is refused while the account YITRA is
      *              not zero.
      *             *Carries the PTOR MAS flag (Y - the account is
      *              exempt from withholding tax on credit interest in
      *              LAKRIB): an add defaults to N, a change with a
      *              non blank flag sets it.
      *             *Writes a before/after image of every add, change
      *              and delete to the shared audit file BIKORET.DAT,
      *              stamped with the program and the run date/time
      *              (a change of YITRA here bypasses LAKYOM and
      *              YOMAN, and is listed first by BKRDOCH).
      *-----------------------------------------------------------------
       ENVIRONMENT                         DIVISION.
      *-----------------------------------------------------------------
             ASSIGN       TO "C:\COBOL-PROJECTS\DOCH\FILES\GENCTL.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS  IS MH01-FILE-STS.

           SELECT BK01-BIKORET-FILE
             ASSIGN       TO "C:\COBOL-PROJECTS\DOCH\FILES\BIKORET.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS  IS MH01-FILE-STS.
      *-----------------------------------------------------------------
       DATA                                DIVISION.
      *-----------------------------------------------------------------
                                           SIGN IS LEADING SEPARATE.
           03 K02-SNIF                     PIC X(03).
           03 K02-MATZAV                   PIC X(01).
           03 K02-PTOR-MAS                 PIC X(01).

       FD  D01-CHARIGIM-PRN
           LABEL RECORD IS OMITTED.
           03 G01-SNIF                     PIC X(03).
           03 G01-MATBEA                   PIC X(03).
           03 G01-MATZAV                   PIC X(01).
           03 G01-PTOR-MAS                 PIC X(01).

       FD  GC01-GENCTL-FILE
           RECORDING MODE F.
       01  GC01-GENCTL-REC.
           03 GC01-TAARICH-DOR             PIC 9(8).

       FD  BK01-BIKORET-FILE
           RECORDING MODE F.
       01  BK01-BIKORET-REC.
           COPY "C:\COBOL-PROJECTS\DOCH\COPYS\BIKORET.COB".
      *-----------------------------------------------------------------
       WORKING-STORAGE                     SECTION.
      *-----------------------------------------------------------------
           03 EZ06-IX-DOR                   PIC 9(2).
           03 EZ07-SUG-LAKMAN-ACHARON       PIC X(01).
             88 EZ07-PTICHA-TLUYA                          VALUE "P".
           03 EZ08-TMUNA-LIFNEI             PIC X(80).
           03 EZ09-TMUNA-ACHAREI            PIC X(80).
      *-----------------------------------------------------------------
      *Hxx-HODAOT
      *-----------------------------------------------------------------

           03 SW12-GC01                    PIC S9(4) BINARY VALUE 99.
           COPY "C:\COBOL-PROJECTS\DOCH\COPYS\SWK.COB".

           03 SW14-BK01                    PIC S9(4) BINARY VALUE 99.
           COPY "C:\COBOL-PROJECTS\DOCH\COPYS\SWK.COB".
      *-----------------------------------------------------------------
      *TVxx-TAVLAOT
      *-----------------------------------------------------------------
           END-IF.
       DC8-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       DC9-BK01                            SECTION.
      *-----------------------------------------------------------------
           USE AFTER STANDARD ERROR PROCEDURE ON BK01-BIKORET-FILE.
       DC9-00.
           IF MH01-FILE-STS NOT = "35"
               MOVE "C:\COBOL-PROJECTS\DOCH\FILES\BIKORET.DAT" TO
                                                             SHEM-KOVETZ
               PERFORM ZT-TAKALOT
           END-IF.
       DC9-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       ZT-TAKALOT                          SECTION.
      *-----------------------------------------------------------------
               ELSE
                   MOVE K02-MATZAV  TO MATZAV   IN K01-LAKOCHOT-REC
               END-IF
               IF K02-PTOR-MAS = SPACE
                   MOVE "N"         TO PTOR-MAS IN K01-LAKOCHOT-REC
               ELSE
                   MOVE K02-PTOR-MAS TO PTOR-MAS IN K01-LAKOCHOT-REC
               END-IF

               WRITE K01-LAKOCHOT-REC
                   INVALID KEY
                       PERFORM J-DCHIYA
                   NOT INVALID KEY
                       ADD  1 TO M01-MONE-HOSAFOT
                       MOVE SPACE            TO EZ08-TMUNA-LIFNEI
                       MOVE K01-LAKOCHOT-REC TO EZ09-TMUNA-ACHAREI
                       PERFORM K-RISHUM-BIKORET
               END-WRITE
           END-IF.
       F-EXIT.
                                                    EZ02-SIBAT-DCHIYA
                       PERFORM J-DCHIYA
                   NOT INVALID KEY
                       MOVE K01-LAKOCHOT-REC TO EZ08-TMUNA-LIFNEI
                       MOVE K02-SHEM  TO SHEM  IN K01-LAKOCHOT-REC
                       MOVE K02-YITRA TO YITRA IN K01-LAKOCHOT-REC
                       MOVE K02-SNIF  TO SNIF  IN K01-LAKOCHOT-REC
                           MOVE K02-MATZAV TO
                                           MATZAV IN K01-LAKOCHOT-REC
                       END-IF
                       IF K02-PTOR-MAS NOT = SPACE
                           MOVE K02-PTOR-MAS TO
                                         PTOR-MAS IN K01-LAKOCHOT-REC
                       END-IF
                       REWRITE K01-LAKOCHOT-REC
                       ADD  1         TO M02-MONE-SHINUYIM
                       MOVE K01-LAKOCHOT-REC TO EZ09-TMUNA-ACHAREI
                       PERFORM K-RISHUM-BIKORET
               END-READ
           END-IF.
       G-EXIT.
                                                    EZ02-SIBAT-DCHIYA
                       PERFORM J-DCHIYA
                   ELSE
                       MOVE K01-LAKOCHOT-REC TO EZ08-TMUNA-LIFNEI
                       DELETE K01-LAKOCHOT-FILE
                       ADD  1 TO M03-MONE-MECHIKOT
                       MOVE SPACE            TO EZ09-TMUNA-ACHAREI
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
           MOVE 'LAKMAN'           TO BK01-TOCHNIT
           MOVE EZ03-TAARICH       TO BK01-TAARICH
           MOVE EZ03-SHAA          TO BK01-SHAA
           MOVE 'LAKOCHOT'         TO BK01-KOVETZ
           MOVE K02-PEULA          TO BK01-PEULA
           MOVE K02-CHESHBON       TO BK01-MAFTEACH
           MOVE EZ08-TMUNA-LIFNEI  TO BK01-TMUNA-LIFNEI
           MOVE EZ09-TMUNA-ACHAREI TO BK01-TMUNA-ACHAREI

           WRITE BK01-BIKORET-REC.
       K-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       J-DCHIYA                            SECTION.
      *-----------------------------------------------------------------
           OPEN INPUT  SF01-SNIFIM-FILE
           SET         MAMSHICH IN SW08-SF01 TO TRUE

           OPEN EXTEND BK01-BIKORET-FILE
           IF MH01-FILE-STS = "35"
               OPEN OUTPUT BK01-BIKORET-FILE
           END-IF
           SET         MAMSHICH IN SW14-BK01 TO TRUE

           OPEN OUTPUT D01-CHARIGIM-PRN
           SET         MAMSHICH IN SW03-D01 TO TRUE
           WRITE D01-SHURA FROM SC01
           CLOSE SF01-SNIFIM-FILE
           SET   SAGUR IN SW08-SF01 TO TRUE

           CLOSE BK01-BIKORET-FILE
           SET   SAGUR IN SW14-BK01 TO TRUE

           PERFORM ZC-RISHUM-SIYUM.
       ZZ-EXIT.
           EXIT.
