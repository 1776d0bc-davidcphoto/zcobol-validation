               10  EXT-HIRE-ANO         PIC 9(04).
               10  EXT-HIRE-MES         PIC 9(02).
               10  EXT-HIRE-DIA         PIC 9(02).
           05  EXT-EMPLOYEE-EMPRESA     PIC X(05).

       FD  RELATORIO-TEMPO-CASA.
       01  REG-RELATORIO-TENR       PIC X(100).
