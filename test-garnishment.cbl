               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-DEMONSTRATIVO.

           COPY PERISEL.

           COPY EXCPSEL.

       DATA DIVISION.
           05  EXT-EMPLOYEE-AGENCIA     PIC X(05).
           05  EXT-EMPLOYEE-CONTA       PIC X(12).
           05  EXT-EMPLOYEE-HIRE-DATE   PIC 9(08).
           05  EXT-EMPLOYEE-EMPRESA     PIC X(05).

       FD  EXTRATO-LIQUIDO-TESTE.
       01  REG-EXTRATO-LIQ-TESTE        PIC X(104).

       FD  REGISTRO-ORDENS.
       01  REG-ORDEM-JUDICIAL.
           05  POS-EMPLOYEE-AGENCIA     PIC X(05).
           05  POS-EMPLOYEE-CONTA       PIC X(12).
           05  POS-EMPLOYEE-HIRE-DATE   PIC 9(08).
           05  POS-EMPLOYEE-EMPRESA     PIC X(05).

      *    Creditos dos beneficiarios ja no layout 'D' de
      *    BANKPAY.DAT - TESTBANK os inclui no arquivo e no
      *    trailer como registros proprios. GPB-EMPRESA e a
      *    empresa empregadora do devedor (a que paga o credito).
       FD  CREDITOS-BENEFICIARIOS.
       01  REG-CREDITO-BENEF.
           05  GPB-TIPO             PIC X(01).
           05  GPB-AGENCIA          PIC X(05).
           05  GPB-CONTA            PIC X(12).
           05  GPB-VALOR            PIC 9(11)V99.
           05  GPB-EMPRESA          PIC X(05).
           05  FILLER               PIC X(09).

       FD  DEMONSTRATIVO-ORDENS.
       01  REG-DEMONSTRATIVO-GARN   PIC X(90).

       COPY PERIFD.

       COPY EXCPFD.

       WORKING-STORAGE SECTION.
       COPY EXTVWS.
       COPY EXCPWS.
       COPY PERIWS.

       01  WS-STATUS-FONTE          PIC XX.
       01  WS-STATUS-LIQUIDO        PIC XX.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 0 TO RETURN-CODE.
           MOVE 'TESTGARN' TO WS-PER-PROGRAMA.
           PERFORM VERIFICAR-PERIODO-ABERTO THRU
                   VERIFICAR-PERIODO-ABERTO-EXIT.
           IF PERIODO-FECHADO
               STOP RUN
           END-IF.
           PERFORM VERIFICAR-EXTRATO-LIQUIDO THRU
                   VERIFICAR-EXTRATO-LIQUIDO-EXIT.
           PERFORM CARREGAR-REGISTRO-ORDENS.
           MOVE EXT-EMPLOYEE-AGENCIA    TO POS-EMPLOYEE-AGENCIA.
           MOVE EXT-EMPLOYEE-CONTA      TO POS-EMPLOYEE-CONTA.
           MOVE EXT-EMPLOYEE-HIRE-DATE  TO POS-EMPLOYEE-HIRE-DATE.
           MOVE EXT-EMPLOYEE-EMPRESA    TO POS-EMPLOYEE-EMPRESA.
           WRITE REG-EXTRATO-POS.

       APLICAR-ORDENS-EMPREGADO-EXIT.
           MOVE WS-ORD-BENEF-AG (WS-IDX-ORDEM)   TO GPB-AGENCIA.
           MOVE WS-ORD-BENEF-CTA (WS-IDX-ORDEM)  TO GPB-CONTA.
           MOVE WS-VALOR-ORDEM TO GPB-VALOR.
           MOVE EXT-EMPLOYEE-EMPRESA TO GPB-EMPRESA.
           WRITE REG-CREDITO-BENEF.
           ADD 1 TO WS-QTD-CREDITOS.

       GRAVAR-CREDITO-BENEFICIARIO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    VERIFICAR-PERIODO-ABERTO                                 *
      *    Trava de competencia fechada compartilhada (PERIPRC).    *
      *----------------------------------------------------------*
       COPY PERIPRC.

      *----------------------------------------------------------*
      *    GRAVAR-EXCECAO-GERAL                                    *
      *    Log de excecoes compartilhado (EXCPPRC).                 *
