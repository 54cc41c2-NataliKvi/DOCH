      *             *The NIS valuation takes, per MATBEA, the rate
      *              effective on the report date from the dated
      *              SHAARIM.DAT history.
      *             *Adds, per MATBEA, the KEREN of the open fixed-term
      *              deposits of PIKADON.DAT (when the file exists) to
      *              the general totals - deposits alone and accounts
      *              plus deposits - and takes the deposits into the
      *              NIS total.
      *-----------------------------------------------------------------
       ENVIRONMENT                         DIVISION.
      *-----------------------------------------------------------------
             ACCESS MODE  IS DYNAMIC
             RECORD KEY   IS SN01-KOD
             FILE STATUS  IS MH01-FILE-STS.

           SELECT K02-PIKADON-FILE
             ASSIGN       TO "C:\COBOL-PROJECTS\DOCH\FILES\PIKADON.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS SEQUENTIAL
             RECORD KEY   IS PK01-MAFTEACH
             FILE STATUS  IS MH01-FILE-STS.
      *-----------------------------------------------------------------
       DATA                                DIVISION.
      *-----------------------------------------------------------------
       FD  SF01-SNIFIM-FILE.
       01  SF01-SNIF-REC.
           COPY "C:\COBOL-PROJECTS\DOCH\COPYS\SNIFIM.COB".

       FD  K02-PIKADON-FILE.
       01  K02-PIKADON-REC.
           COPY "C:\COBOL-PROJECTS\DOCH\COPYS\PIKADON.COB".
      *-----------------------------------------------------------------
       WORKING-STORAGE                     SECTION.
      *-----------------------------------------------------------------
           03 EZ12-MATBEA-CHIPUS            PIC X(03).
           03 EZ13-SHAAR-TOKEF              PIC 9(4)V9(4).
           03 EZ14-TAARICH-DOCH             PIC 9(8).
           03 EZ15-SCHUM-KOLEL              PIC S9(10)V99.
      *-----------------------------------------------------------------
      *Hxx-HODAOT
      *-----------------------------------------------------------------
               05 FILLER                   PIC X(26)      VALUE SPACE.
               05 FILLER                   PIC X(28)      VALUE
                  ":SACH HAKOL KLALI BESHEKEL".
           03 ST07.
               05 FILLER                   PIC X(10)      VALUE SPACE.
               05 ST07-SP                  PIC +9999999999.99.
               05 FILLER                   PIC X(1)       VALUE SPACE.
               05 ST07-MATBEA              PIC X(3).
               05 FILLER                   PIC X(30)      VALUE SPACE.
               05 ST07-SACH                PIC X(22)      VALUE
                  ":SACH PIKADONOT".
           03 ST08.
               05 FILLER                   PIC X(10)      VALUE SPACE.
               05 ST08-SKP                 PIC +9999999999.99.
               05 FILLER                   PIC X(1)       VALUE SPACE.
               05 ST08-MATBEA              PIC X(3).
               05 FILLER                   PIC X(30)      VALUE SPACE.
               05 ST08-SACH                PIC X(22)      VALUE
                  ":SACH KOLEL PIKADONOT".
           03 SM01.
               05 FILLER                   PIC X(10)      VALUE SPACE.
               05 FILLER                   PIC X(11)      VALUE
           03 SW20-SOF-SHAARIM             PIC 9.
             88 SW20-SOF                   VALUE 1.
             88 SW20-YESH                  VALUE 0.

           03 SW21-K02                     PIC S9(4) BINARY VALUE 99.
           COPY "C:\COBOL-PROJECTS\DOCH\COPYS\SWK.COB".

           03 SW22-MATBEA-PIK-NIMTZA       PIC 9.
             88 SW22-KEN                   VALUE 1.
             88 SW22-LO                    VALUE 0.
      *-----------------------------------------------------------------
      *TVxx-TAVLAOT
      *-----------------------------------------------------------------
               05 TV02-SCHUM-EZOR           PIC S9(8)V99
                                            SIGN IS LEADING SEPARATE
                                                             VALUE ZERO.

       01 TV30.
           03 TV03-MONE-MATBEA             PIC 9(2)          VALUE ZERO.
           03 TV03-PIKADONOT OCCURS 1 TO 10 TIMES
                            DEPENDING ON TV03-MONE-MATBEA
                            INDEXED BY TV03-IX.
               05 TV03-MATBEA               PIC X(03).
               05 TV03-SCHUM-PIKADON        PIC S9(10)V99.
      *-----------------------------------------------------------------
       PROCEDURE                           DIVISION.
      *-----------------------------------------------------------------
           PERFORM ZT-TAKALOT.
       DC11-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       DC12-K02                            SECTION.
      *-----------------------------------------------------------------
           USE AFTER STANDARD ERROR PROCEDURE ON K02-PIKADON-FILE.
       DC12-00.
           IF MH01-FILE-STS NOT = "35"
               MOVE "C:\COBOL-PROJECTS\DOCH\FILES\PIKADON.DAT" TO
                                                             SHEM-KOVETZ
               PERFORM ZT-TAKALOT
           END-IF.
       DC12-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       ZT-TAKALOT                          SECTION.
      *-----------------------------------------------------------------
               VARYING TV01-IX FROM 1 BY 1
               UNTIL TV01-IX > TV01-MONE-MATBEA

           PERFORM ZZ-04-SACH-PIKADONOT

           MOVE  M09-SACH-NIS TO ST05-SN
           WRITE D01-SHURA    FROM ST05
           AFTER ADVANCING 2 LINES
           AFTER ADVANCING 2 LINES.
       ZZ-03-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       ZZ-04-SACH-PIKADONOT                 SECTION.
      *-----------------------------------------------------------------
       ZZ-04-00.
           MOVE "ZZ-04-SACH-PIKADONOT" TO SHEM-SEC
           MOVE 0                      TO TV03-MONE-MATBEA

           OPEN INPUT K02-PIKADON-FILE
           IF MH01-FS-TAKIN
               SET  MAMSHICH IN SW21-K02 TO TRUE
               PERFORM ZZ-05-KRIAT-PIKADON
               PERFORM UNTIL SOF IN SW21-K02
                   IF PK01-PAIL
                       PERFORM ZZ-06-TAEN-PIKADON
                   END-IF
                   PERFORM ZZ-05-KRIAT-PIKADON
               END-PERFORM
               CLOSE K02-PIKADON-FILE
               SET  SAGUR IN SW21-K02 TO TRUE
           END-IF

           PERFORM ZZ-07-PIKADON-MATBEA-SIYUM
               VARYING TV03-IX FROM 1 BY 1
               UNTIL TV03-IX > TV03-MONE-MATBEA.
       ZZ-04-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       ZZ-05-KRIAT-PIKADON                  SECTION.
      *-----------------------------------------------------------------
       ZZ-05-00.
           READ K02-PIKADON-FILE
               AT END
                   SET SOF IN SW21-K02 TO TRUE
           END-READ.
       ZZ-05-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       ZZ-06-TAEN-PIKADON                  SECTION.
      *-----------------------------------------------------------------
       ZZ-06-00.
           MOVE "ZZ-06-TAEN-PIKADON" TO SHEM-SEC
           SET  SW22-LO           TO TRUE

           IF TV03-MONE-MATBEA > 0
               SET  TV03-IX TO 1
               SEARCH TV03-PIKADONOT
                   AT END
                       SET SW22-LO TO TRUE
                   WHEN TV03-MATBEA(TV03-IX) = PK01-MATBEA
                       SET SW22-KEN TO TRUE
               END-SEARCH
           END-IF

           IF SW22-LO
               IF TV03-MONE-MATBEA NOT < 10
                   MOVE "TAVLAT PIKADONOT MELEA" TO SHEM-KOVETZ
                   PERFORM ZT-TAKALOT
               END-IF
               ADD  1                   TO TV03-MONE-MATBEA
               SET  TV03-IX             TO TV03-MONE-MATBEA
               MOVE PK01-MATBEA         TO TV03-MATBEA(TV03-IX)
               MOVE 0                   TO TV03-SCHUM-PIKADON(TV03-IX)
           END-IF

           ADD  PK01-KEREN TO TV03-SCHUM-PIKADON(TV03-IX).
       ZZ-06-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       ZZ-07-PIKADON-MATBEA-SIYUM           SECTION.
      *-----------------------------------------------------------------
       ZZ-07-00.
           MOVE "ZZ-07-PIKADON-MATBEA-SIYUM" TO SHEM-SEC

           MOVE TV03-SCHUM-PIKADON(TV03-IX) TO ST07-SP
                                               EZ15-SCHUM-KOLEL
           MOVE TV03-MATBEA(TV03-IX)        TO ST07-MATBEA
           WRITE D01-SHURA         FROM ST07
           AFTER ADVANCING 2 LINES

           IF TV01-MONE-MATBEA > 0
               SET  TV01-IX TO 1
               SEARCH TV01-MATBAOT
                   AT END
                       CONTINUE
                   WHEN TV01-MATBEA(TV01-IX) = TV03-MATBEA(TV03-IX)
                       ADD TV01-SCHUM-KLALI(TV01-IX) TO
                                                   EZ15-SCHUM-KOLEL
               END-SEARCH
           END-IF

           MOVE EZ15-SCHUM-KOLEL            TO ST08-SKP
           MOVE TV03-MATBEA(TV03-IX)        TO ST08-MATBEA
           WRITE D01-SHURA         FROM ST08
           AFTER ADVANCING 1 LINES

           MOVE TV03-MATBEA(TV03-IX) TO EZ12-MATBEA-CHIPUS
           PERFORM ZS-CHIPUS-SHAAR-TOKEF

           IF SW19-KEN
               COMPUTE M09-SACH-NIS ROUNDED = M09-SACH-NIS
                     + TV03-SCHUM-PIKADON(TV03-IX) * EZ13-SHAAR-TOKEF
           ELSE
               IF TV03-MATBEA(TV03-IX) = "NIS"
                   ADD TV03-SCHUM-PIKADON(TV03-IX) TO M09-SACH-NIS
               ELSE
                   MOVE TV03-MATBEA(TV03-IX) TO SM01-MATBEA
                   WRITE D01-SHURA FROM SM01
                   AFTER ADVANCING 1 LINES
               END-IF
           END-IF.
       ZZ-07-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       ZZ-02-SHIARUCH-NIS                   SECTION.
      *-----------------------------------------------------------------
