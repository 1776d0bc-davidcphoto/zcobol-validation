           05  EXT-EMPLOYEE-AGENCIA     PIC X(05).
           05  EXT-EMPLOYEE-CONTA       PIC X(12).
           05  EXT-EMPLOYEE-HIRE-DATE   PIC 9(08).
           05  EXT-EMPLOYEE-EMPRESA     PIC X(05).

       FD  EXTRATO-ANTERIOR.
       01  REG-EXTRATO-ANTERIOR.
           05  ANT-EMPLOYEE-AGENCIA     PIC X(05).
           05  ANT-EMPLOYEE-CONTA       PIC X(12).
           05  ANT-EMPLOYEE-HIRE-DATE   PIC 9(08).
           05  ANT-EMPLOYEE-EMPRESA     PIC X(05).

       FD  EXTRATO-INATIVOS.
       01  REG-EXTRATO-INATIVO.
