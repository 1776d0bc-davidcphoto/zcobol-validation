      *----------------------------------------------------------*
      *    SODRPRC - regras de segregacao de funcoes. Requer       *
      *    SODRSEL, SODRFD e SODRWS.                               *
      *    CARREGAR-REGRAS-CONFLITO le SODRULES.DAT; regra com     *
      *    funcao desconhecida ou com as duas funcoes iguais e     *
      *    ignorada e contada em WS-SOD-QTD-INVALIDAS. Sem regra   *
      *    valida, carrega as regras da casa:                      *
      *      MANUTENC x APROVA   quem digita manutencao de         *
      *                          COMPLETO.DAT nao a aprova         *
      *      RH       x LIBERA   quem mantem a RH nao libera o     *
      *                          pagamento                         *
      *      TABELAS  x PROMOVE  quem mantem tabela nao a promove  *
      *    VERIFICAR-CONFLITOS-PERFIL confronta WS-SOD-NIVEIS com  *
      *    as regras.                                              *
      *----------------------------------------------------------*
       CARREGAR-REGRAS-CONFLITO.
           MOVE ZEROS TO WS-SOD-QTD-REGRAS.
           MOVE ZEROS TO WS-SOD-QTD-INVALIDAS.
           MOVE 'N' TO WS-EOF-SOD-REGRAS.
           OPEN INPUT TABELA-CONFLITOS.
           IF WS-STATUS-SOD-REGRAS = '00'
               PERFORM LER-REGRA-CONFLITO THRU
                       LER-REGRA-CONFLITO-EXIT
                   UNTIL WS-EOF-SOD-REGRAS = 'S'
           END-IF.
           CLOSE TABELA-CONFLITOS.

           IF WS-SOD-QTD-REGRAS = ZEROS
               MOVE 'MANUTENC' TO WS-SOD-ENT-FUNCAO-A
               MOVE 'APROVA'   TO WS-SOD-ENT-FUNCAO-B
               MOVE 'DIGITAR E APROVAR MANUTENCAO COMPLETO'
                   TO WS-SOD-ENT-DESCRICAO
               PERFORM GUARDAR-REGRA-CONFLITO THRU
                       GUARDAR-REGRA-CONFLITO-EXIT
               MOVE 'RH'       TO WS-SOD-ENT-FUNCAO-A
               MOVE 'LIBERA'   TO WS-SOD-ENT-FUNCAO-B
               MOVE 'MANTER RH E LIBERAR PAGAMENTO'
                   TO WS-SOD-ENT-DESCRICAO
               PERFORM GUARDAR-REGRA-CONFLITO THRU
                       GUARDAR-REGRA-CONFLITO-EXIT
               MOVE 'TABELAS'  TO WS-SOD-ENT-FUNCAO-A
               MOVE 'PROMOVE'  TO WS-SOD-ENT-FUNCAO-B
               MOVE 'MANTER E PROMOVER TABELAS'
                   TO WS-SOD-ENT-DESCRICAO
               PERFORM GUARDAR-REGRA-CONFLITO THRU
                       GUARDAR-REGRA-CONFLITO-EXIT
           END-IF.

       CARREGAR-REGRAS-CONFLITO-EXIT.
           EXIT.

       LER-REGRA-CONFLITO.
           READ TABELA-CONFLITOS
               AT END
                   MOVE 'S' TO WS-EOF-SOD-REGRAS
                   GO TO LER-REGRA-CONFLITO-EXIT
           END-READ.
           IF REG-REGRA-CONFLITO = SPACES
                  OR REG-REGRA-CONFLITO (1:1) = '*'
               GO TO LER-REGRA-CONFLITO-EXIT
           END-IF.
           MOVE SDR-FUNCAO-A  TO WS-SOD-ENT-FUNCAO-A.
           MOVE SDR-FUNCAO-B  TO WS-SOD-ENT-FUNCAO-B.
           MOVE SDR-DESCRICAO TO WS-SOD-ENT-DESCRICAO.
           PERFORM GUARDAR-REGRA-CONFLITO THRU
                   GUARDAR-REGRA-CONFLITO-EXIT.

       LER-REGRA-CONFLITO-EXIT.
           EXIT.

       GUARDAR-REGRA-CONFLITO.
           IF WS-SOD-QTD-REGRAS >= 100
               ADD 1 TO WS-SOD-QTD-INVALIDAS
               GO TO GUARDAR-REGRA-CONFLITO-EXIT
           END-IF.
           MOVE WS-SOD-ENT-FUNCAO-A TO WS-SOD-FUNCAO-PROCURADA.
           PERFORM LOCALIZAR-FUNCAO-SOD.
           IF WS-SOD-POS-FUNCAO = ZEROS
               ADD 1 TO WS-SOD-QTD-INVALIDAS
               DISPLAY 'SODRULES FUNCAO DESCONHECIDA: '
                       WS-SOD-ENT-FUNCAO-A
               GO TO GUARDAR-REGRA-CONFLITO-EXIT
           END-IF.
           ADD 1 TO WS-SOD-QTD-REGRAS.
           MOVE WS-SOD-POS-FUNCAO
               TO WS-SOD-RGR-POS-A (WS-SOD-QTD-REGRAS).
           MOVE WS-SOD-ENT-FUNCAO-B TO WS-SOD-FUNCAO-PROCURADA.
           PERFORM LOCALIZAR-FUNCAO-SOD.
           IF WS-SOD-POS-FUNCAO = ZEROS
                  OR WS-SOD-POS-FUNCAO =
                     WS-SOD-RGR-POS-A (WS-SOD-QTD-REGRAS)
               SUBTRACT 1 FROM WS-SOD-QTD-REGRAS
               ADD 1 TO WS-SOD-QTD-INVALIDAS
               DISPLAY 'SODRULES REGRA INVALIDA: ' WS-SOD-ENT-FUNCAO-A
                       ' X ' WS-SOD-ENT-FUNCAO-B
               GO TO GUARDAR-REGRA-CONFLITO-EXIT
           END-IF.
           MOVE WS-SOD-POS-FUNCAO
               TO WS-SOD-RGR-POS-B (WS-SOD-QTD-REGRAS).
           MOVE WS-SOD-ENT-FUNCAO-A
               TO WS-SOD-RGR-FUNCAO-A (WS-SOD-QTD-REGRAS).
           MOVE WS-SOD-ENT-FUNCAO-B
               TO WS-SOD-RGR-FUNCAO-B (WS-SOD-QTD-REGRAS).
           MOVE WS-SOD-ENT-DESCRICAO
               TO WS-SOD-RGR-DESCRICAO (WS-SOD-QTD-REGRAS).

       GUARDAR-REGRA-CONFLITO-EXIT.
           EXIT.

       LOCALIZAR-FUNCAO-SOD.
           MOVE ZEROS TO WS-SOD-POS-FUNCAO.
           PERFORM COMPARAR-FUNCAO-SOD
               VARYING WS-SOD-IDX-FUNCAO FROM 1 BY 1
               UNTIL WS-SOD-IDX-FUNCAO > WS-SOD-QTD-FUNCOES
                  OR WS-SOD-POS-FUNCAO > ZEROS.

       LOCALIZAR-FUNCAO-SOD-EXIT.
           EXIT.

       COMPARAR-FUNCAO-SOD.
           IF WS-SOD-FUNCAO (WS-SOD-IDX-FUNCAO) =
                  WS-SOD-FUNCAO-PROCURADA
               MOVE WS-SOD-IDX-FUNCAO TO WS-SOD-POS-FUNCAO
           END-IF.

       COMPARAR-FUNCAO-SOD-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    VERIFICAR-CONFLITOS-PERFIL                               *
      *    Funcao detida = nivel numerico maior que zero.           *
      *----------------------------------------------------------*
       VERIFICAR-CONFLITOS-PERFIL.
           MOVE ZEROS TO WS-SOD-QTD-CONFLITOS.
           PERFORM TESTAR-REGRA-CONFLITO
               VARYING WS-SOD-IDX-REGRA FROM 1 BY 1
               UNTIL WS-SOD-IDX-REGRA > WS-SOD-QTD-REGRAS.

       VERIFICAR-CONFLITOS-PERFIL-EXIT.
           EXIT.

       TESTAR-REGRA-CONFLITO.
           MOVE WS-SOD-RGR-POS-A (WS-SOD-IDX-REGRA) TO WS-SOD-POS-A.
           MOVE WS-SOD-RGR-POS-B (WS-SOD-IDX-REGRA) TO WS-SOD-POS-B.
           IF WS-SOD-NIVEL (WS-SOD-POS-A) IS NUMERIC
                  AND WS-SOD-NIVEL (WS-SOD-POS-A) > '0'
                  AND WS-SOD-NIVEL (WS-SOD-POS-B) IS NUMERIC
                  AND WS-SOD-NIVEL (WS-SOD-POS-B) > '0'
               ADD 1 TO WS-SOD-QTD-CONFLITOS
               MOVE WS-SOD-IDX-REGRA
                   TO WS-SOD-CONFLITO (WS-SOD-QTD-CONFLITOS)
           END-IF.

       TESTAR-REGRA-CONFLITO-EXIT.
           EXIT.
