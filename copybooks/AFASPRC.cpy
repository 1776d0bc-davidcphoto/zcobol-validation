      *----------------------------------------------------------*
      *    AFASPRC - carga do registro de afastamentos e contagem   *
      *    de dias fora da folha. Requer AFASSEL (FILE-CONTROL),    *
      *    AFASFD (FILE SECTION), AFASWS (WORKING-STORAGE) e        *
      *    EXCPPRC. Dias fora da folha = dias nao pagos pela        *
      *    empresa: a licenca nao remunerada inteira e, em doenca   *
      *    ou acidente, o que passa dos 15 primeiros dias (parte    *
      *    do INSS). Sao os mesmos dias que suspendem a aquisicao   *
      *    de ferias; a licenca-maternidade nao tira da folha nem   *
      *    suspende ferias.                                         *
      *----------------------------------------------------------*
       CARREGAR-AFASTAMENTOS.
           OPEN INPUT REGISTRO-AFASTAMENTOS.
           IF WS-STATUS-AFASTAMENTOS = '00'
               PERFORM LER-AFASTAMENTO THRU LER-AFASTAMENTO-EXIT
                   UNTIL WS-EOF-AFASTAMENTOS = 'S'
           END-IF.
           CLOSE REGISTRO-AFASTAMENTOS.
           IF WS-QTD-AFAST-INVALIDOS > ZEROS
               MOVE WS-AFS-PROGRAMA     TO WS-EXC-PROGRAMA
               MOVE 'CARREGAR-AFASTAMENTOS' TO WS-EXC-PARAGRAFO
               MOVE WS-QTD-AFAST-INVALIDOS TO WS-EXC-CODIGO
               MOVE 'AFASTREG.DAT: LINHAS INVALIDAS IGNORADAS'
                   TO WS-EXC-MENSAGEM
               MOVE 3 TO WS-EXC-SEVERIDADE
               PERFORM GRAVAR-EXCECAO-GERAL
           END-IF.

       CARREGAR-AFASTAMENTOS-EXIT.
           EXIT.

       LER-AFASTAMENTO.
           READ REGISTRO-AFASTAMENTOS
               AT END
                   MOVE 'S' TO WS-EOF-AFASTAMENTOS
                   GO TO LER-AFASTAMENTO-EXIT
           END-READ.
           IF AFA-MATRICULA IS NOT NUMERIC
                  OR NOT AFA-TIPO-VALIDO
                  OR AFA-RETORNO-PREVISTO IS NOT NUMERIC
                  OR AFA-RETORNO-EFETIVO IS NOT NUMERIC
               ADD 1 TO WS-QTD-AFAST-INVALIDOS
               GO TO LER-AFASTAMENTO-EXIT
           END-IF.
           MOVE AFA-DATA-INICIO TO WS-AFS-DATA-VALIDAR.
           PERFORM VALIDAR-DATA-AFASTAMENTO.
           IF WS-AFS-DATA-OK = 'S'
                  AND AFA-RETORNO-PREVISTO NOT = ZEROS
               MOVE AFA-RETORNO-PREVISTO TO WS-AFS-DATA-VALIDAR
               PERFORM VALIDAR-DATA-AFASTAMENTO
           END-IF.
           IF WS-AFS-DATA-OK = 'S'
                  AND AFA-RETORNO-EFETIVO NOT = ZEROS
               MOVE AFA-RETORNO-EFETIVO TO WS-AFS-DATA-VALIDAR
               PERFORM VALIDAR-DATA-AFASTAMENTO
           END-IF.
           IF WS-AFS-DATA-OK = 'N'
               ADD 1 TO WS-QTD-AFAST-INVALIDOS
               GO TO LER-AFASTAMENTO-EXIT
           END-IF.
           IF WS-QTD-AFASTAMENTOS >= 2000
               ADD 1 TO WS-QTD-AFAST-INVALIDOS
               GO TO LER-AFASTAMENTO-EXIT
           END-IF.
           ADD 1 TO WS-QTD-AFASTAMENTOS.
           MOVE AFA-MATRICULA
               TO WS-AFT-MATRICULA (WS-QTD-AFASTAMENTOS).
           MOVE AFA-TIPO
               TO WS-AFT-TIPO (WS-QTD-AFASTAMENTOS).
           MOVE AFA-DATA-INICIO
               TO WS-AFT-INICIO (WS-QTD-AFASTAMENTOS).
           MOVE AFA-RETORNO-PREVISTO
               TO WS-AFT-RETORNO-PREV (WS-QTD-AFASTAMENTOS).
           MOVE AFA-RETORNO-EFETIVO
               TO WS-AFT-RETORNO-EFET (WS-QTD-AFASTAMENTOS).

       LER-AFASTAMENTO-EXIT.
           EXIT.

       VALIDAR-DATA-AFASTAMENTO.
           MOVE 'N' TO WS-AFS-DATA-OK.
           IF WS-AFS-DATA-VALIDAR IS NUMERIC
               IF FUNCTION TEST-DATE-YYYYMMDD (WS-AFS-DATA-VALIDAR)
                      = ZERO
                   MOVE 'S' TO WS-AFS-DATA-OK
               END-IF
           END-IF.

       VALIDAR-DATA-AFASTAMENTO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    CONTAR-DIAS-SEM-REMUNERACAO                              *
      *    Soma, para WS-AFS-MATRICULA, os dias fora da folha que   *
      *    caem dentro da janela; o retorno efetivo prevalece       *
      *    sobre o previsto e, sem nenhum dos dois, o afastamento   *
      *    cobre a janela ate o fim. Afastamentos sobrepostos nao   *
      *    passam do tamanho da janela.                             *
      *----------------------------------------------------------*
       CONTAR-DIAS-SEM-REMUNERACAO.
           MOVE ZEROS TO WS-AFS-DIAS-FORA.
           IF WS-QTD-AFASTAMENTOS = ZEROS
               GO TO CONTAR-DIAS-SEM-REMUNERACAO-EXIT
           END-IF.
           COMPUTE WS-AFS-JAN-INI =
               FUNCTION INTEGER-OF-DATE (WS-AFS-JANELA-INICIO).
           COMPUTE WS-AFS-JAN-FIM =
               FUNCTION INTEGER-OF-DATE (WS-AFS-JANELA-FIM).
           IF WS-AFS-JAN-FIM < WS-AFS-JAN-INI
               GO TO CONTAR-DIAS-SEM-REMUNERACAO-EXIT
           END-IF.
           PERFORM SOMAR-DIAS-AFASTAMENTO THRU
                   SOMAR-DIAS-AFASTAMENTO-EXIT
               VARYING WS-IDX-AFASTAMENTO FROM 1 BY 1
               UNTIL WS-IDX-AFASTAMENTO > WS-QTD-AFASTAMENTOS.
           IF WS-AFS-DIAS-FORA > WS-AFS-JAN-FIM - WS-AFS-JAN-INI + 1
               COMPUTE WS-AFS-DIAS-FORA =
                   WS-AFS-JAN-FIM - WS-AFS-JAN-INI + 1
           END-IF.

       CONTAR-DIAS-SEM-REMUNERACAO-EXIT.
           EXIT.

       SOMAR-DIAS-AFASTAMENTO.
           IF WS-AFT-MATRICULA (WS-IDX-AFASTAMENTO)
                  NOT = WS-AFS-MATRICULA
                  OR WS-AFT-REMUNERADO (WS-IDX-AFASTAMENTO)
               GO TO SOMAR-DIAS-AFASTAMENTO-EXIT
           END-IF.
           COMPUTE WS-AFS-SEG-INI = FUNCTION INTEGER-OF-DATE
               (WS-AFT-INICIO (WS-IDX-AFASTAMENTO)).
           IF WS-AFT-EMPRESA-PAGA-15 (WS-IDX-AFASTAMENTO)
               ADD 15 TO WS-AFS-SEG-INI
           END-IF.
           EVALUATE TRUE
               WHEN WS-AFT-RETORNO-EFET (WS-IDX-AFASTAMENTO)
                       NOT = ZEROS
                   COMPUTE WS-AFS-SEG-FIM = FUNCTION INTEGER-OF-DATE
                       (WS-AFT-RETORNO-EFET (WS-IDX-AFASTAMENTO)) - 1
               WHEN WS-AFT-RETORNO-PREV (WS-IDX-AFASTAMENTO)
                       NOT = ZEROS
                   COMPUTE WS-AFS-SEG-FIM = FUNCTION INTEGER-OF-DATE
                       (WS-AFT-RETORNO-PREV (WS-IDX-AFASTAMENTO)) - 1
               WHEN OTHER
                   MOVE WS-AFS-JAN-FIM TO WS-AFS-SEG-FIM
           END-EVALUATE.
           IF WS-AFS-SEG-INI < WS-AFS-JAN-INI
               MOVE WS-AFS-JAN-INI TO WS-AFS-SEG-INI
           END-IF.
           IF WS-AFS-SEG-FIM > WS-AFS-JAN-FIM
               MOVE WS-AFS-JAN-FIM TO WS-AFS-SEG-FIM
           END-IF.
           IF WS-AFS-SEG-FIM >= WS-AFS-SEG-INI
               COMPUTE WS-AFS-DIAS-FORA = WS-AFS-DIAS-FORA
                   + WS-AFS-SEG-FIM - WS-AFS-SEG-INI + 1
           END-IF.

       SOMAR-DIAS-AFASTAMENTO-EXIT.
           EXIT.
