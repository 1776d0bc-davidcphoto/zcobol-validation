      *    'E' (efetivada) ou 'R' (recusada - chave incompativel   *
      *    com a operacao). O relatorio de promocao sai em         *
      *    TPROREPT.DAT.                                           *
      *    O cartao opcional TPROAUT.DAT traz o operador que       *
      *    autoriza a promocao da noite: ele passa pelo TESTSGON   *
      *    com a funcao PROMOVE e vai para TABAUD.DAT como         *
      *    promotor. Operador recusado = nada e promovido, RC 8.   *
      *    Sem o cartao o promotor fica em branco.                 *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-DATA-NEG.

           SELECT OPTIONAL CARTAO-AUTORIZACAO
               ASSIGN TO "TPROAUT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-AUTORIZACAO.

           SELECT RELATORIO-PROMOCAO
               ASSIGN TO "TPROREPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
           05  FILLER               PIC X(65).

       FD  LOG-AUDITORIA-TABELAS.
       01  REG-LOG-AUDITORIA-TAB    PIC X(130).

       FD  CARTAO-DATA-NEGOCIO.
       01  REG-CARTAO-DATA-NEG.
           05  DATA-NEGOCIO-CARTAO  PIC 9(08).
           05  FILLER               PIC X(72).

       FD  CARTAO-AUTORIZACAO.
       01  REG-CARTAO-AUTORIZACAO.
           05  AUT-OPERADOR         PIC X(08).
           05  FILLER               PIC X(72).

       FD  RELATORIO-PROMOCAO.
       01  REG-RELATORIO-PROMO      PIC X(100).

       01  WS-STATUS-AUDITORIA      PIC XX.
       01  WS-STATUS-DATA-NEG       PIC XX.
       01  WS-STATUS-RELATORIO      PIC XX.
       01  WS-STATUS-AUTORIZACAO    PIC XX.
       01  WS-EOF-PEND-TAB          PIC X VALUE 'N'.

       01  WS-DATA-NEGOCIO          PIC 9(08).
       01  WS-EXISTE-REGISTRO       PIC X VALUE 'N'.
       01  WS-IMAGEM-ANTES          PIC X(80).
       01  WS-IMAGEM-DEPOIS         PIC X(80).
       01  WS-OPERADOR-PROMOCAO     PIC X(08) VALUE SPACES.
       01  WS-PROMOCAO-AUTORIZADA   PIC X VALUE 'S'.
      *    Area de sign-on do modulo compartilhado TESTSGON
       01  WS-AREA-SIGNON.
           05  SGN-FUNCAO           PIC X(08).
           05  SGN-OPERADOR         PIC X(08).
           05  SGN-DATA             PIC 9(08).
           05  SGN-HORA             PIC 9(08).
           05  SGN-RESULTADO        PIC X(01).

       01  WS-QTD-PEND-TAB          PIC 9(04) VALUE ZEROS.
       01  WS-IDX-PEND-TAB          PIC 9(04) VALUE ZEROS.
           05  TAB-EVENTO           PIC X(06).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  TAB-IMAGEM           PIC X(80).
      *    Quem autorizou a promocao (TPROAUT.DAT), para a
      *    varredura de segregacao de funcoes (TESTSODV).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  TAB-PROMOTOR         PIC X(08).

       01  WS-CABECALHO-PROMOCAO.
           05  FILLER               PIC X(40) VALUE
               STOP RUN
           END-IF.

           PERFORM AUTORIZAR-PROMOCAO.
           IF WS-PROMOCAO-AUTORIZADA NOT = 'S'
               DISPLAY 'TESTPROM PROMOCAO NAO AUTORIZADA PARA '
                       WS-OPERADOR-PROMOCAO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN EXTEND LOG-AUDITORIA-TABELAS.
           IF WS-STATUS-AUDITORIA NOT = '00'
               CLOSE LOG-AUDITORIA-TABELAS
       OBTER-DATA-NEGOCIO-PROMO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    AUTORIZAR-PROMOCAO                                       *
      *    Com TPROAUT.DAT o operador informado precisa da funcao   *
      *    PROMOVE no TESTSGON; sem o cartao a promocao segue como  *
      *    sempre, sem promotor.                                    *
      *----------------------------------------------------------*
       AUTORIZAR-PROMOCAO.
           OPEN INPUT CARTAO-AUTORIZACAO.
           IF WS-STATUS-AUTORIZACAO = '00'
               READ CARTAO-AUTORIZACAO
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE AUT-OPERADOR TO WS-OPERADOR-PROMOCAO
               END-READ
           END-IF.
           CLOSE CARTAO-AUTORIZACAO.

           IF WS-OPERADOR-PROMOCAO NOT = SPACES
               MOVE 'PROMOVE'            TO SGN-FUNCAO
               MOVE WS-OPERADOR-PROMOCAO TO SGN-OPERADOR
               CALL 'TESTSGON' USING WS-AREA-SIGNON
               IF SGN-RESULTADO NOT = 'S'
                   MOVE 'N' TO WS-PROMOCAO-AUTORIZADA
               END-IF
           END-IF.

       AUTORIZAR-PROMOCAO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    CARREGAR-FILA-PEND-TAB / REESCREVER-FILA-PEND-TAB        *
      *----------------------------------------------------------*
           MOVE WS-HORA-ATUAL       TO TAB-HORA.
           MOVE WS-PDT-TABELA (WS-IDX-PEND-TAB)   TO TAB-TABELA.
           MOVE WS-PDT-OPERACAO (WS-IDX-PEND-TAB) TO TAB-OPERACAO.
           MOVE WS-OPERADOR-PROMOCAO TO TAB-PROMOTOR.

           MOVE 'ANTES'  TO TAB-EVENTO.
           MOVE WS-IMAGEM-ANTES TO TAB-IMAGEM.
