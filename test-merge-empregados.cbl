           05  EXT-EMPLOYEE-AGENCIA     PIC X(05).
           05  EXT-EMPLOYEE-CONTA       PIC X(12).
           05  EXT-EMPLOYEE-HIRE-DATE   PIC 9(08).
           05  EXT-EMPLOYEE-EMPRESA     PIC X(05).

       FD  EXTRATO-ORDENADO.
       01  REG-EXTRATO-ORDENADO.
           05  ORD-EMPLOYEE-AGENCIA     PIC X(05).
           05  ORD-EMPLOYEE-CONTA       PIC X(12).
           05  ORD-EMPLOYEE-HIRE-DATE   PIC 9(08).
           05  ORD-EMPLOYEE-EMPRESA     PIC X(05).

       SD  SORT-EMPREGADOS.
       01  SORT-REG-EMPREGADO.
           05  SORT-EMPLOYEE-AGENCIA    PIC X(05).
           05  SORT-EMPLOYEE-CONTA      PIC X(12).
           05  SORT-EMPLOYEE-HIRE-DATE   PIC 9(08).
           05  SORT-EMPLOYEE-EMPRESA     PIC X(05).

      *    Chave de 10 posicoes usada para acesso indexado; os 90
      *    bytes restantes preservam o conteudo original do
