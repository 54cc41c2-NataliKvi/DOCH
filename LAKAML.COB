      *              listed as PTOR and charged nothing, a MATBEA
      *              with no tariff is listed as an exception, and a
      *              kafu or sagur account is skipped.
      *             *A last tariff column, AMLAT SGIRA, is the one-off
      *              closing fee charged by the account closure run
      *              SGRCHS; it takes no part in this run.
      *-----------------------------------------------------------------
       ENVIRONMENT                         DIVISION.
      *-----------------------------------------------------------------
           03 K02-AMLA-KVUA                PIC 9(4)V99.
           03 K02-AMLA-TNUA                PIC 9(2)V99.
           03 K02-SAF-PTOR                 PIC 9(6)V99.
           03 K02-AMLAT-SGIRA              PIC 9(4)V99.

       FD Y01-YOMAN-FILE
           RECORDING MODE F.
