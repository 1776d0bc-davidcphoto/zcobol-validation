           05  EXT-EMPLOYEE-AGENCIA     PIC X(05).
           05  EXT-EMPLOYEE-CONTA       PIC X(12).
           05  EXT-EMPLOYEE-HIRE-DATE   PIC 9(08).
           05  EXT-EMPLOYEE-EMPRESA     PIC X(05).

       FD  LISTA-CORRECAO.
       01  REG-LISTA-CORRECAO.
