      *----------------------------------------------------------*
      *    LIBPPRC - situacao da liberacao financeira do arquivo   *
      *    de pagamento corrente. Requer LIBPSEL, LIBPFD e LIBPWS. *
      *    O run corrente e o do header de LIBPGTO.DAT; a situacao *
      *    e a ultima decisao gravada para aquele id em            *
      *    LIBDECIS.DAT - sem decisao, o arquivo segue retido.     *
      *----------------------------------------------------------*
       CONSULTAR-LIBERACAO-PAGAMENTO.
           MOVE 'N' TO WS-LIB-TEM-PACOTE.
           MOVE 'R' TO WS-LIB-SITUACAO.
           MOVE SPACES TO WS-LIB-OPERADOR-DECISAO.
           MOVE ZEROS TO WS-LIB-DATA-DECISAO.
           MOVE SPACES TO WS-LIB-MOTIVO-DECISAO.
           OPEN INPUT PACOTE-LIBERACAO.
           IF WS-STATUS-PACOTE-LIB NOT = '00'
               CLOSE PACOTE-LIBERACAO
               GO TO CONSULTAR-LIBERACAO-PAGAMENTO-EXIT
           END-IF.
           READ PACOTE-LIBERACAO
               AT END
                   MOVE SPACES TO REG-PACOTE-LIBERACAO
           END-READ.
           IF LBP-TIPO = 'H' AND LBP-ID-RUN IS NUMERIC
               MOVE 'S'                TO WS-LIB-TEM-PACOTE
               MOVE LBP-ID-RUN         TO WS-LIB-ID-RUN
               MOVE LBP-OPERADOR-RUN   TO WS-LIB-OPERADOR-RUN
               MOVE LBP-QTD-PAGAMENTOS TO WS-LIB-QTD-PAGAMENTOS
               MOVE LBP-VALOR-TOTAL    TO WS-LIB-VALOR-TOTAL
               MOVE LBP-QTD-RETIDOS    TO WS-LIB-QTD-RETIDOS
           END-IF.
           CLOSE PACOTE-LIBERACAO.
           IF WS-LIB-TEM-PACOTE = 'N'
               GO TO CONSULTAR-LIBERACAO-PAGAMENTO-EXIT
           END-IF.

           OPEN INPUT REGISTRO-LIBERACOES.
           IF WS-STATUS-DECISOES-LIB = '00'
               MOVE 'N' TO WS-EOF-DECISOES-LIB
               PERFORM LER-DECISAO-LIBERACAO THRU
                       LER-DECISAO-LIBERACAO-EXIT
                   UNTIL WS-EOF-DECISOES-LIB = 'S'
           END-IF.
           CLOSE REGISTRO-LIBERACOES.

       CONSULTAR-LIBERACAO-PAGAMENTO-EXIT.
           EXIT.

       LER-DECISAO-LIBERACAO.
           READ REGISTRO-LIBERACOES
               AT END
                   MOVE 'S' TO WS-EOF-DECISOES-LIB
                   GO TO LER-DECISAO-LIBERACAO-EXIT
           END-READ.
           IF LBD-ID-RUN = WS-LIB-ID-RUN
                  AND (LBD-DECISAO = 'L' OR 'J' OR 'T')
               MOVE LBD-DECISAO  TO WS-LIB-SITUACAO
               MOVE LBD-OPERADOR TO WS-LIB-OPERADOR-DECISAO
               MOVE LBD-DATA     TO WS-LIB-DATA-DECISAO
               MOVE LBD-MOTIVO   TO WS-LIB-MOTIVO-DECISAO
           END-IF.

       LER-DECISAO-LIBERACAO-EXIT.
           EXIT.

      *    Apende a decisao para o run corrente, com data e hora.
       REGISTRAR-DECISAO-LIBERACAO.
           OPEN EXTEND REGISTRO-LIBERACOES.
           IF WS-STATUS-DECISOES-LIB NOT = '00'
               CLOSE REGISTRO-LIBERACOES
               OPEN OUTPUT REGISTRO-LIBERACOES
           END-IF.
           MOVE SPACES               TO REG-DECISAO-LIBERACAO.
           MOVE WS-LIB-ID-RUN        TO LBD-ID-RUN.
           MOVE WS-LIB-NOVA-DECISAO  TO LBD-DECISAO.
           MOVE WS-LIB-NOVO-OPERADOR TO LBD-OPERADOR.
           ACCEPT WS-LIB-DATA-DECISAO FROM DATE YYYYMMDD.
           MOVE WS-LIB-DATA-DECISAO  TO LBD-DATA.
           ACCEPT LBD-HORA FROM TIME.
           MOVE WS-LIB-NOVO-MOTIVO   TO LBD-MOTIVO.
           WRITE REG-DECISAO-LIBERACAO.
           CLOSE REGISTRO-LIBERACOES.
           MOVE WS-LIB-NOVA-DECISAO  TO WS-LIB-SITUACAO.
           MOVE WS-LIB-NOVO-OPERADOR TO WS-LIB-OPERADOR-DECISAO.
           MOVE WS-LIB-NOVO-MOTIVO   TO WS-LIB-MOTIVO-DECISAO.

       REGISTRAR-DECISAO-LIBERACAO-EXIT.
           EXIT.
