      *----------------------------------------------------------*
      *    ESTBPRC - carga do registro de estabilidades e dos       *
      *    cartoes de liberacao do Juridico, e consulta de          *
      *    estabilidade vigente numa data. Requer ESTBSEL           *
      *    (FILE-CONTROL), ESTBFD (FILE SECTION), ESTBWS (WORKING-  *
      *    STORAGE) e EXCPPRC.                                      *
      *----------------------------------------------------------*
       CARREGAR-ESTABILIDADES.
           OPEN INPUT REGISTRO-ESTABILIDADES.
           IF WS-STATUS-ESTABILIDADES = '00'
               PERFORM LER-ESTABILIDADE THRU LER-ESTABILIDADE-EXIT
                   UNTIL WS-EOF-ESTABILIDADES = 'S'
           END-IF.
           CLOSE REGISTRO-ESTABILIDADES.
           IF WS-QTD-ESTAB-INVALIDAS > ZEROS
               MOVE WS-EST-PROGRAMA     TO WS-EXC-PROGRAMA
               MOVE 'CARREGAR-ESTABILIDADES' TO WS-EXC-PARAGRAFO
               MOVE WS-QTD-ESTAB-INVALIDAS TO WS-EXC-CODIGO
               MOVE 'ESTABREG.DAT: LINHAS INVALIDAS IGNORADAS'
                   TO WS-EXC-MENSAGEM
               MOVE 3 TO WS-EXC-SEVERIDADE
               PERFORM GRAVAR-EXCECAO-GERAL
           END-IF.

           OPEN INPUT CARTAO-LIBERACAO-ESTAB.
           IF WS-STATUS-LIBERACAO-EST = '00'
               PERFORM LER-LIBERACAO-ESTAB
                   UNTIL WS-EOF-LIBERACAO-EST = 'S'
           END-IF.
           CLOSE CARTAO-LIBERACAO-ESTAB.

       CARREGAR-ESTABILIDADES-EXIT.
           EXIT.

       LER-ESTABILIDADE.
           READ REGISTRO-ESTABILIDADES
               AT END
                   MOVE 'S' TO WS-EOF-ESTABILIDADES
                   GO TO LER-ESTABILIDADE-EXIT
           END-READ.
           IF EST-MATRICULA IS NOT NUMERIC
                  OR NOT EST-MOTIVO-VALIDO
                  OR EST-DATA-FIM IS NOT NUMERIC
               ADD 1 TO WS-QTD-ESTAB-INVALIDAS
               GO TO LER-ESTABILIDADE-EXIT
           END-IF.
           MOVE EST-DATA-INICIO TO WS-EST-DATA-VALIDAR.
           PERFORM VALIDAR-DATA-ESTABILIDADE.
           IF WS-EST-DATA-OK = 'S' AND EST-DATA-FIM NOT = ZEROS
               MOVE EST-DATA-FIM TO WS-EST-DATA-VALIDAR
               PERFORM VALIDAR-DATA-ESTABILIDADE
               IF EST-DATA-FIM < EST-DATA-INICIO
                   MOVE 'N' TO WS-EST-DATA-OK
               END-IF
           END-IF.
           IF WS-EST-DATA-OK = 'N'
               ADD 1 TO WS-QTD-ESTAB-INVALIDAS
               GO TO LER-ESTABILIDADE-EXIT
           END-IF.
           IF WS-QTD-ESTABILIDADES >= 2000
               ADD 1 TO WS-QTD-ESTAB-INVALIDAS
               GO TO LER-ESTABILIDADE-EXIT
           END-IF.
           ADD 1 TO WS-QTD-ESTABILIDADES.
           MOVE EST-MATRICULA
               TO WS-ETB-MATRICULA (WS-QTD-ESTABILIDADES).
           MOVE EST-MOTIVO
               TO WS-ETB-MOTIVO (WS-QTD-ESTABILIDADES).
           MOVE EST-DATA-INICIO
               TO WS-ETB-INICIO (WS-QTD-ESTABILIDADES).
           MOVE EST-DATA-FIM
               TO WS-ETB-FIM (WS-QTD-ESTABILIDADES).
           MOVE EST-OBSERVACAO
               TO WS-ETB-OBSERVACAO (WS-QTD-ESTABILIDADES).

       LER-ESTABILIDADE-EXIT.
           EXIT.

       VALIDAR-DATA-ESTABILIDADE.
           MOVE 'N' TO WS-EST-DATA-OK.
           IF WS-EST-DATA-VALIDAR IS NUMERIC
               IF FUNCTION TEST-DATE-YYYYMMDD (WS-EST-DATA-VALIDAR)
                      = ZERO
                   MOVE 'S' TO WS-EST-DATA-OK
               END-IF
           END-IF.

       VALIDAR-DATA-ESTABILIDADE-EXIT.
           EXIT.

       LER-LIBERACAO-ESTAB.
           READ CARTAO-LIBERACAO-ESTAB
               AT END
                   MOVE 'S' TO WS-EOF-LIBERACAO-EST
               NOT AT END
                   IF OVE-MATRICULA IS NUMERIC
                          AND OVE-APROVADOR NOT = SPACES
                          AND OVE-MOTIVO NOT = SPACES
                          AND WS-QTD-LIBERACOES-EST < 100
                       ADD 1 TO WS-QTD-LIBERACOES-EST
                       MOVE OVE-MATRICULA TO
                           WS-LBE-MATRICULA (WS-QTD-LIBERACOES-EST)
                       MOVE OVE-APROVADOR TO
                           WS-LBE-APROVADOR (WS-QTD-LIBERACOES-EST)
                   END-IF
           END-READ.

       LER-LIBERACAO-ESTAB-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    VERIFICAR-ESTABILIDADE                                   *
      *    WS-EST-PROTEGIDO = 'S' se WS-EST-MATRICULA tem periodo   *
      *    de estabilidade cobrindo WS-EST-DATA-REF, com o motivo   *
      *    e o fim do periodo vigente; WS-EST-LIBERADO = 'S' se ha  *
      *    cartao de liberacao do Juridico para a matricula.        *
      *----------------------------------------------------------*
       VERIFICAR-ESTABILIDADE.
           MOVE 'N'    TO WS-EST-PROTEGIDO.
           MOVE 'N'    TO WS-EST-LIBERADO.
           MOVE SPACES TO WS-EST-MOTIVO-VIGENTE.
           MOVE ZEROS  TO WS-EST-FIM-VIGENTE.
           MOVE SPACES TO WS-EST-APROVADOR.
           PERFORM AVALIAR-PERIODO-ESTABILIDADE
               VARYING WS-IDX-ESTABILIDADE FROM 1 BY 1
               UNTIL WS-IDX-ESTABILIDADE > WS-QTD-ESTABILIDADES.
           IF WS-EST-PROTEGIDO = 'N'
               GO TO VERIFICAR-ESTABILIDADE-EXIT
           END-IF.
           PERFORM PROCURAR-LIBERACAO-ESTAB
               VARYING WS-IDX-LIBERACAO-EST FROM 1 BY 1
               UNTIL WS-IDX-LIBERACAO-EST > WS-QTD-LIBERACOES-EST
                  OR WS-EST-LIBERADO = 'S'.

       VERIFICAR-ESTABILIDADE-EXIT.
           EXIT.

       AVALIAR-PERIODO-ESTABILIDADE.
           IF WS-ETB-MATRICULA (WS-IDX-ESTABILIDADE)
                  = WS-EST-MATRICULA
                  AND WS-ETB-INICIO (WS-IDX-ESTABILIDADE)
                      NOT > WS-EST-DATA-REF
                  AND (WS-ETB-FIM (WS-IDX-ESTABILIDADE) = ZEROS
                       OR WS-ETB-FIM (WS-IDX-ESTABILIDADE)
                          NOT < WS-EST-DATA-REF)
               IF WS-EST-PROTEGIDO = 'N'
                      OR WS-ETB-FIM (WS-IDX-ESTABILIDADE) = ZEROS
                      OR (WS-EST-FIM-VIGENTE NOT = ZEROS
                          AND WS-ETB-FIM (WS-IDX-ESTABILIDADE)
                              > WS-EST-FIM-VIGENTE)
                   MOVE WS-ETB-MOTIVO (WS-IDX-ESTABILIDADE)
                       TO WS-EST-MOTIVO-VIGENTE
                   MOVE WS-ETB-FIM (WS-IDX-ESTABILIDADE)
                       TO WS-EST-FIM-VIGENTE
               END-IF
               MOVE 'S' TO WS-EST-PROTEGIDO
           END-IF.

       AVALIAR-PERIODO-ESTABILIDADE-EXIT.
           EXIT.

       PROCURAR-LIBERACAO-ESTAB.
           IF WS-LBE-MATRICULA (WS-IDX-LIBERACAO-EST)
                  = WS-EST-MATRICULA
               MOVE 'S' TO WS-EST-LIBERADO
               MOVE WS-LBE-APROVADOR (WS-IDX-LIBERACAO-EST)
                   TO WS-EST-APROVADOR
           END-IF.

       PROCURAR-LIBERACAO-ESTAB-EXIT.
           EXIT.
