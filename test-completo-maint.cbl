               88  OPERACAO-EXCLUSAO  VALUE 'E'.
           05  TRN-CHAVE            PIC X(10).
           05  TRN-CAMPO            PIC X(90).
      *    Operador que digitou a transacao (maker). Feeds antigos
      *    terminam na coluna 101 e chegam com o campo em branco.
           05  TRN-OPERADOR         PIC X(08).

       FD  ARQUIVO-COMPLETO.
       01  REG-COMPLETO.
               10  COMPLETO-RESTANTE      PIC X(59).

       FD  LOG-AUDITORIA-MANUT.
       01  REG-LOG-AUDITORIA-MANUT PIC X(150).

       FD  CARTAO-LIMITE-APROVACAO.
       01  REG-CARTAO-LIMITE-APR.
           05  PEN-TRANSACAO        PIC X(101).
           05  PEN-OPERADOR-DECISAO PIC X(08).
           05  FILLER               PIC X(02).
           05  PEN-OPERADOR-ENTRADA PIC X(08).

       FD  FILA-APROVADAS.
       01  REG-FILA-APROVADA.
           05  APR-TRANSACAO        PIC X(101).
           05  APR-OPERADOR-ENTRADA PIC X(08).
           05  APR-OPERADOR-APROVACAO PIC X(08).
           05  FILLER               PIC X(03).

       COPY CMPJFD.

       01  WS-APROVACAO-ATIVA       PIC X VALUE 'N'.
       01  WS-APLICANDO-APROVADA    PIC X VALUE 'N'.
       01  WS-VALOR-LIMITE          PIC 9(09)V99 VALUE ZEROS.
      *    Quem aprovou a transacao em aplicacao (branco quando
      *    aplicada direto, sem passar pela fila).
       01  WS-OPERADOR-APROVACAO    PIC X(08) VALUE SPACES.
       01  WS-QTD-ESTACIONADAS      PIC 9(05) VALUE ZEROS.
       01  WS-QTD-APROVADAS-APL     PIC 9(05) VALUE ZEROS.
       01  WS-VALOR-TRANSACAO      PIC X(11).
           05  MNT-EVENTO           PIC X(10).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  MNT-IMAGEM           PIC X(100).
      *    Maker e checker da mudanca, para a varredura de
      *    segregacao de funcoes (TESTSODV).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  MNT-OPERADOR         PIC X(08).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  MNT-APROVADOR        PIC X(08).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 'P'                 TO PEN-SITUACAO.
           MOVE WS-DATA-ATUAL       TO PEN-DATA.
           MOVE REG-TRANSACAO-MANUT TO PEN-TRANSACAO.
           MOVE TRN-OPERADOR        TO PEN-OPERADOR-ENTRADA.
           WRITE REG-FILA-PENDENTE.
           CLOSE FILA-PENDENTES.
           DISPLAY 'TESTMNT TRANSACAO ESTACIONADA P/ APROVACAO '
           PERFORM LER-TRANSACAO-APROVADA
               UNTIL WS-EOF-APROVADAS = 'S'.
           MOVE 'N' TO WS-APLICANDO-APROVADA.
           MOVE SPACES TO WS-OPERADOR-APROVACAO.
           CLOSE FILA-APROVADAS.
           OPEN OUTPUT FILA-APROVADAS.
           CLOSE FILA-APROVADAS.
                   IF APR-TRANSACAO NOT = SPACES
                       ADD 1 TO WS-QTD-APROVADAS-APL
                       MOVE APR-TRANSACAO TO REG-TRANSACAO-MANUT
                       MOVE APR-OPERADOR-ENTRADA TO TRN-OPERADOR
                       MOVE APR-OPERADOR-APROVACAO
                           TO WS-OPERADOR-APROVACAO
                       PERFORM APLICAR-TRANSACAO THRU
                               APLICAR-TRANSACAO-EXIT
                   END-IF
           MOVE WS-DATA-ATUAL  TO MNT-DATA.
           MOVE WS-HORA-ATUAL  TO MNT-HORA.
           MOVE TRN-OPERACAO   TO MNT-OPERACAO.
           MOVE TRN-OPERADOR   TO MNT-OPERADOR.
           MOVE WS-OPERADOR-APROVACAO TO MNT-APROVADOR.

           MOVE 'ANTES'        TO MNT-EVENTO.
           MOVE WS-IMAGEM-ANTES TO MNT-IMAGEM.
           MOVE WS-DATA-ATUAL TO MNT-DATA.
           MOVE WS-HORA-ATUAL TO MNT-HORA.
           MOVE TRN-OPERACAO  TO MNT-OPERACAO.
           MOVE TRN-OPERADOR  TO MNT-OPERADOR.
           MOVE WS-OPERADOR-APROVACAO TO MNT-APROVADOR.
           MOVE 'REJEITADA'   TO MNT-EVENTO.
           MOVE REG-TRANSACAO-MANUT TO MNT-IMAGEM.
           WRITE REG-LOG-AUDITORIA-MANUT
