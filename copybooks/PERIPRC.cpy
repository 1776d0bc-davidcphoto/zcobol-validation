      *----------------------------------------------------------*
      *    PERIPRC - trava de gravacao em competencia fechada.     *
      *    Requer PERISEL, PERIFD, PERIWS e EXCPPRC. A competencia *
      *    do run e o ano/mes da data de negocio de DATACTL.DAT:   *
      *    reprocessar um mes ja pago (regravando PAYHIST.DAT,     *
      *    DEDUC.DAT, BANKPAY.DAT...) exige antes a reabertura     *
      *    controlada por TESTFECH.                                *
      *----------------------------------------------------------*
       VERIFICAR-PERIODO-ABERTO.
           PERFORM OBTER-DATA-NEGOCIO-PERIODO THRU
                   OBTER-DATA-NEGOCIO-PERIODO-EXIT.
           MOVE WS-PER-ANO-MES-NEGOCIO TO WS-PER-COMPETENCIA.
           PERFORM CONSULTAR-SITUACAO-PERIODO THRU
                   CONSULTAR-SITUACAO-PERIODO-EXIT.
           IF PERIODO-ABERTO
               GO TO VERIFICAR-PERIODO-ABERTO-EXIT
           END-IF.

           DISPLAY WS-PER-PROGRAMA ' COMPETENCIA ' WS-PER-COMPETENCIA
                   ' FECHADA EM ' WS-PER-DATA-ACAO
                   ' - GRAVACAO RECUSADA'.
           MOVE WS-PER-PROGRAMA            TO WS-EXC-PROGRAMA.
           MOVE 'VERIFICAR-PERIODO-ABERTO' TO WS-EXC-PARAGRAFO.
           MOVE 8                          TO WS-EXC-CODIGO.
           MOVE SPACES                     TO WS-EXC-MENSAGEM.
           STRING 'COMPETENCIA ' WS-PER-COMPETENCIA
                  ' FECHADA - RUN RECUSADO' DELIMITED BY SIZE
               INTO WS-EXC-MENSAGEM
           END-STRING.
           MOVE 2 TO WS-EXC-SEVERIDADE.
           PERFORM GRAVAR-EXCECAO-GERAL.
           MOVE 8 TO RETURN-CODE.

       VERIFICAR-PERIODO-ABERTO-EXIT.
           EXIT.

      *    Vale a ultima acao registrada para a competencia; sem
      *    registro (ou sem PERFECH.DAT) a competencia esta aberta.
       CONSULTAR-SITUACAO-PERIODO.
           MOVE 'A'    TO WS-PER-SITUACAO.
           MOVE ZEROS  TO WS-PER-DATA-ACAO.
           MOVE SPACES TO WS-PER-SOLICITANTE.
           MOVE 'N'    TO WS-PER-EOF.
           OPEN INPUT REGISTRO-PERIODOS.
           IF WS-STATUS-PERIODOS NOT = '00'
               GO TO CONSULTAR-SITUACAO-PERIODO-FECHAR
           END-IF.
           PERFORM LER-REGISTRO-PERIODO THRU
                   LER-REGISTRO-PERIODO-EXIT
               UNTIL WS-PER-EOF = 'S'.

       CONSULTAR-SITUACAO-PERIODO-FECHAR.
           CLOSE REGISTRO-PERIODOS.

       CONSULTAR-SITUACAO-PERIODO-EXIT.
           EXIT.

       LER-REGISTRO-PERIODO.
           READ REGISTRO-PERIODOS
               AT END
                   MOVE 'S' TO WS-PER-EOF
                   GO TO LER-REGISTRO-PERIODO-EXIT
           END-READ.
           IF PRD-COMPETENCIA NOT = WS-PER-COMPETENCIA
               GO TO LER-REGISTRO-PERIODO-EXIT
           END-IF.
           IF PRD-FECHAMENTO
               MOVE 'F' TO WS-PER-SITUACAO
           ELSE
               IF PRD-REABERTURA
                   MOVE 'A' TO WS-PER-SITUACAO
               ELSE
                   GO TO LER-REGISTRO-PERIODO-EXIT
               END-IF
           END-IF.
           MOVE PRD-DATA        TO WS-PER-DATA-ACAO.
           MOVE PRD-SOLICITANTE TO WS-PER-SOLICITANTE.

       LER-REGISTRO-PERIODO-EXIT.
           EXIT.

       OBTER-DATA-NEGOCIO-PERIODO.
           ACCEPT WS-PER-DATA-NEGOCIO FROM DATE YYYYMMDD.
           OPEN INPUT CARTAO-DATA-NEG-PERIODO.
           IF WS-STATUS-DATA-PERIODO = '00'
               READ CARTAO-DATA-NEG-PERIODO
                   AT END
                       CONTINUE
                   NOT AT END
                       IF DATA-NEG-PERIODO-CARTAO IS NUMERIC
                              AND DATA-NEG-PERIODO-CARTAO > ZEROS
                           MOVE DATA-NEG-PERIODO-CARTAO
                               TO WS-PER-DATA-NEGOCIO
                       END-IF
               END-READ
           END-IF.
           CLOSE CARTAO-DATA-NEG-PERIODO.

       OBTER-DATA-NEGOCIO-PERIODO-EXIT.
           EXIT.
