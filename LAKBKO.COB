           03 G01-SNIF                     PIC X(03).
           03 G01-MATBEA                   PIC X(03).
           03 G01-MATZAV                   PIC X(01).
           03 G01-PTOR-MAS                 PIC X(01).

       FD  PM01-PARAM-FILE
           RECORDING MODE F.
