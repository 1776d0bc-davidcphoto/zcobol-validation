      *    da mudanca, e o relatorio de envelhecimento             *
      *    WFAGING.DAT lista os itens parados em P ou A alem do    *
      *    limite de dias do cartao WFAGCTL.DAT (default 7).       *
      *    O operador da transicao, quando informado, passa a ser  *
      *    o responsavel pelo item. Item cujo responsavel teve o   *
      *    id revogado no desligamento (TESTRVOG) sai no relatorio *
      *    marcado ate que outro operador assuma.                  *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05  WF-CODIGO            PIC X(10).
           05  WF-ESTADO            PIC X(01).
           05  WF-DATA-ESTADO       PIC 9(08).
      *    Operador responsavel; sinalizacao 'R' = responsavel
      *    revogado no desligamento, aguardando reatribuicao.
           05  WF-RESPONSAVEL       PIC X(08).
           05  WF-SINALIZACAO       PIC X(01).
           05  FILLER               PIC X(52).

       FD  ARQUIVO-TRANSICOES.
       01  REG-TRANSICAO.
           05  TRN-CODIGO           PIC X(10).
           05  TRN-NOVO-ESTADO      PIC X(01).
           05  TRN-OPERADOR         PIC X(08).
           05  FILLER               PIC X(61).

       FD  ARQUIVO-REJEICOES.
       01  REG-REJEICAO             PIC X(80).
               10  WS-ITEM-CODIGO       PIC X(10).
               10  WS-ITEM-ESTADO       PIC X(01).
               10  WS-ITEM-DATA-ESTADO  PIC 9(08).
               10  WS-ITEM-RESPONSAVEL  PIC X(08).
               10  WS-ITEM-SINALIZACAO  PIC X(01).

       01  WS-QTD-APLICADAS         PIC 9(05) VALUE ZEROS.
       01  WS-QTD-REJEITADAS        PIC 9(05) VALUE ZEROS.
           05  AGE-ESTADO           PIC X(01).
           05  FILLER               PIC X(14) VALUE ' DIAS PARADO: '.
           05  AGE-DIAS             PIC ZZZZZZ9.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  AGE-RESPONSAVEL      PIC X(08).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  AGE-SINALIZACAO      PIC X(20).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
                           MOVE ZEROS
                               TO WS-ITEM-DATA-ESTADO (WS-QTD-ITENS)
                       END-IF
                       MOVE WF-RESPONSAVEL
                           TO WS-ITEM-RESPONSAVEL (WS-QTD-ITENS)
                       MOVE WF-SINALIZACAO
                           TO WS-ITEM-SINALIZACAO (WS-QTD-ITENS)
                   END-IF
           END-READ.

       EFETIVAR-TRANSICAO.
           MOVE TRN-NOVO-ESTADO TO WS-ITEM-ESTADO (WS-IDX-ITEM).
           MOVE WS-DATA-HOJE TO WS-ITEM-DATA-ESTADO (WS-IDX-ITEM).
           IF TRN-OPERADOR NOT = SPACES
               MOVE TRN-OPERADOR TO WS-ITEM-RESPONSAVEL (WS-IDX-ITEM)
               MOVE SPACE TO WS-ITEM-SINALIZACAO (WS-IDX-ITEM)
           END-IF.
           ADD 1 TO WS-QTD-APLICADAS.

       EFETIVAR-TRANSICAO-EXIT.
           MOVE WS-ITEM-CODIGO (WS-IDX-ITEM)      TO WF-CODIGO.
           MOVE WS-ITEM-ESTADO (WS-IDX-ITEM)      TO WF-ESTADO.
           MOVE WS-ITEM-DATA-ESTADO (WS-IDX-ITEM) TO WF-DATA-ESTADO.
           MOVE WS-ITEM-RESPONSAVEL (WS-IDX-ITEM) TO WF-RESPONSAVEL.
           MOVE WS-ITEM-SINALIZACAO (WS-IDX-ITEM) TO WF-SINALIZACAO.
           WRITE REG-WORKFLOW.

       GRAVAR-ITEM-WORKFLOW-EXIT.
               MOVE WS-ITEM-CODIGO (WS-IDX-ITEM) TO AGE-CODIGO
               MOVE WS-ITEM-ESTADO (WS-IDX-ITEM) TO AGE-ESTADO
               MOVE WS-DIAS-PARADO TO AGE-DIAS
               MOVE WS-ITEM-RESPONSAVEL (WS-IDX-ITEM)
                   TO AGE-RESPONSAVEL
               IF WS-ITEM-SINALIZACAO (WS-IDX-ITEM) = 'R'
                   MOVE '** RESP. REVOGADO **' TO AGE-SINALIZACAO
               ELSE
                   MOVE SPACES TO AGE-SINALIZACAO
               END-IF
               WRITE REG-ENVELHECIMENTO FROM WS-LINHA-AGING
           END-IF.

