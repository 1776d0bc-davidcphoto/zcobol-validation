           05  EXT-EMPLOYEE-AGENCIA     PIC X(05).
           05  EXT-EMPLOYEE-CONTA       PIC X(12).
           05  EXT-EMPLOYEE-HIRE-DATE   PIC 9(08).
           05  EXT-EMPLOYEE-EMPRESA     PIC X(05).

       FD  SAIDA-EXTRATO-ANON.
       01  REG-EXTRATO-ANON.
           05  ANE-EMPLOYEE-AGENCIA     PIC X(05).
           05  ANE-EMPLOYEE-CONTA       PIC X(12).
           05  ANE-EMPLOYEE-HIRE-DATE   PIC 9(08).
           05  ANE-EMPLOYEE-EMPRESA     PIC X(05).

       FD  ARQUIVO-COMPLETO.
       01  REG-COMPLETO.
               10  WS-BUF-AGENCIA   PIC X(05).
               10  WS-BUF-CONTA     PIC X(12).
               10  WS-BUF-HIRE      PIC 9(08).
               10  WS-BUF-EMPRESA   PIC X(05).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
                           TO WS-BUF-CONTA (WS-QTD-DEPTO-BUFFER)
                       MOVE EXT-EMPLOYEE-HIRE-DATE
                           TO WS-BUF-HIRE (WS-QTD-DEPTO-BUFFER)
                       MOVE EXT-EMPLOYEE-EMPRESA
                           TO WS-BUF-EMPRESA (WS-QTD-DEPTO-BUFFER)
                       ADD EXT-EMPLOYEE-SALARY TO WS-TOTAL-DEPTO
                   END-IF
                END-IF
           MOVE WS-CAMPO-CIFRA (1:12) TO ANE-EMPLOYEE-CONTA.
           MOVE WS-BUF-HIRE (WS-IDX-BUFFER)
               TO ANE-EMPLOYEE-HIRE-DATE.
           MOVE WS-BUF-EMPRESA (WS-IDX-BUFFER)
               TO ANE-EMPLOYEE-EMPRESA.

           WRITE REG-EXTRATO-ANON.
           ADD 1 TO WS-QTD-EXT-ANON.
