      *----------------------------------------------------------*
      *    EMPRPRC - carga do cadastro de empresas empregadoras e   *
      *    localizacao da empresa de um empregado. Requer EMPRSEL   *
      *    (FILE-CONTROL), EMPRFD (FILE SECTION), EMPRWS            *
      *    (WORKING-STORAGE) e EXCPPRC. Sem EMPRESA.DAT o grupo e   *
      *    uma empresa so, a 'ACME' historica, sem identificacao.   *
      *    Codigo repetido fica com o primeiro cartao; cadastro     *
      *    acima de 20 empresas derruba o passo com RC=8 - separar  *
      *    a folha por empresa com parte do grupo de fora nao e     *
      *    uma degradacao aceitavel.                                *
      *----------------------------------------------------------*
       CARREGAR-EMPRESAS.
           MOVE ZEROS TO WS-QTD-EMPRESAS-CAD.
           MOVE 'N'   TO WS-EOF-CAD-EMPRESAS.
           OPEN INPUT CADASTRO-EMPRESAS.
           IF WS-STATUS-CAD-EMPRESAS = '00'
               PERFORM LER-CARTAO-EMPRESA-CAD THRU
                       LER-CARTAO-EMPRESA-CAD-EXIT
                   UNTIL WS-EOF-CAD-EMPRESAS = 'S'
           END-IF.
           CLOSE CADASTRO-EMPRESAS.
           IF WS-QTD-EMPRESAS-CAD = ZEROS
               MOVE 1       TO WS-QTD-EMPRESAS-CAD
               MOVE 'ACME ' TO WS-EPR-CODIGO (1)
               MOVE SPACES  TO WS-EPR-CNPJ (1)
               MOVE SPACES  TO WS-EPR-RAZAO (1)
               MOVE SPACES  TO WS-EPR-CONVENIO (1)
               MOVE ZEROS   TO WS-EPR-QTD (1)
               MOVE ZEROS   TO WS-EPR-VALOR-1 (1)
               MOVE ZEROS   TO WS-EPR-VALOR-2 (1)
               MOVE ZEROS   TO WS-EPR-VALOR-3 (1)
               DISPLAY WS-EPR-PROGRAMA ' EMPRESA.DAT SEM EMPRESAS - '
                       'FOLHA DE EMPRESA UNICA'
           END-IF.
           MOVE ZEROS TO WS-EPR-QTD-DESCONHECIDAS.

       CARREGAR-EMPRESAS-EXIT.
           EXIT.

       LER-CARTAO-EMPRESA-CAD.
           READ CADASTRO-EMPRESAS
               AT END
                   MOVE 'S' TO WS-EOF-CAD-EMPRESAS
                   GO TO LER-CARTAO-EMPRESA-CAD-EXIT
           END-READ.
           IF CEM-CODIGO = SPACES
               GO TO LER-CARTAO-EMPRESA-CAD-EXIT
           END-IF.
           MOVE CEM-CODIGO TO WS-EPR-CODIGO-BUSCA.
           MOVE ZEROS TO WS-EPR-IDX-ACHADO.
           PERFORM PROCURAR-EMPRESA-CAD
               VARYING WS-EPR-IDX FROM 1 BY 1
               UNTIL WS-EPR-IDX > WS-QTD-EMPRESAS-CAD
                  OR WS-EPR-IDX-ACHADO > ZEROS.
           IF WS-EPR-IDX-ACHADO > ZEROS
               DISPLAY WS-EPR-PROGRAMA ' EMPRESA.DAT CODIGO '
                       'REPETIDO IGNORADO: ' CEM-CODIGO
               GO TO LER-CARTAO-EMPRESA-CAD-EXIT
           END-IF.
           IF WS-QTD-EMPRESAS-CAD >= 20
               DISPLAY WS-EPR-PROGRAMA ' EMPRESA.DAT EXCEDE A '
                       'CAPACIDADE DA TABELA (20) - RUN RECUSADO'
               MOVE WS-EPR-PROGRAMA     TO WS-EXC-PROGRAMA
               MOVE 'LER-CARTAO-EMPRESA-CAD' TO WS-EXC-PARAGRAFO
               MOVE 8                   TO WS-EXC-CODIGO
               MOVE 'TABELA DE EMPRESAS ESTOURADA'
                   TO WS-EXC-MENSAGEM
               MOVE 2 TO WS-EXC-SEVERIDADE
               PERFORM GRAVAR-EXCECAO-GERAL
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-QTD-EMPRESAS-CAD.
           MOVE WS-QTD-EMPRESAS-CAD TO WS-EPR-IDX.
           MOVE CEM-CODIGO          TO WS-EPR-CODIGO (WS-EPR-IDX).
           MOVE CEM-CNPJ            TO WS-EPR-CNPJ (WS-EPR-IDX).
           MOVE CEM-RAZAO-SOCIAL    TO WS-EPR-RAZAO (WS-EPR-IDX).
           MOVE CEM-CONVENIO-BANCO  TO WS-EPR-CONVENIO (WS-EPR-IDX).
           MOVE ZEROS               TO WS-EPR-QTD (WS-EPR-IDX).
           MOVE ZEROS               TO WS-EPR-VALOR-1 (WS-EPR-IDX).
           MOVE ZEROS               TO WS-EPR-VALOR-2 (WS-EPR-IDX).
           MOVE ZEROS               TO WS-EPR-VALOR-3 (WS-EPR-IDX).

       LER-CARTAO-EMPRESA-CAD-EXIT.
           EXIT.

      *    Indice da empresa de WS-EPR-CODIGO-BUSCA em
      *    WS-EPR-IDX-ACHADO (principal quando em branco ou fora
      *    do cadastro).
       LOCALIZAR-EMPRESA.
           MOVE ZEROS TO WS-EPR-IDX-ACHADO.
           IF WS-EPR-CODIGO-BUSCA = SPACES
               MOVE 1 TO WS-EPR-IDX-ACHADO
               GO TO LOCALIZAR-EMPRESA-EXIT
           END-IF.
           PERFORM PROCURAR-EMPRESA-CAD
               VARYING WS-EPR-IDX FROM 1 BY 1
               UNTIL WS-EPR-IDX > WS-QTD-EMPRESAS-CAD
                  OR WS-EPR-IDX-ACHADO > ZEROS.
           IF WS-EPR-IDX-ACHADO = ZEROS
               MOVE 1 TO WS-EPR-IDX-ACHADO
               ADD 1 TO WS-EPR-QTD-DESCONHECIDAS
           END-IF.

       LOCALIZAR-EMPRESA-EXIT.
           EXIT.

       PROCURAR-EMPRESA-CAD.
           IF WS-EPR-CODIGO (WS-EPR-IDX) = WS-EPR-CODIGO-BUSCA
               MOVE WS-EPR-IDX TO WS-EPR-IDX-ACHADO
           END-IF.

       PROCURAR-EMPRESA-CAD-EXIT.
           EXIT.

      *    Empregados com empresa fora do cadastro foram tratados
      *    como da principal: aviso no log e RC=4 para a RH
      *    corrigir o cadastro do empregado.
       AVISAR-EMPRESAS-DESCONHECIDAS.
           IF WS-EPR-QTD-DESCONHECIDAS = ZEROS
               GO TO AVISAR-EMPRESAS-DESCONHECIDAS-EXIT
           END-IF.
           DISPLAY WS-EPR-PROGRAMA ' REGISTROS COM EMPRESA FORA DE '
                   'EMPRESA.DAT (LEVADOS A PRINCIPAL): '
                   WS-EPR-QTD-DESCONHECIDAS.
           MOVE WS-EPR-PROGRAMA     TO WS-EXC-PROGRAMA.
           MOVE 'AVISAR-EMPRESAS-DESCONHECIDAS' TO WS-EXC-PARAGRAFO.
           MOVE 4                   TO WS-EXC-CODIGO.
           MOVE 'EMPRESA DO EMPREGADO FORA DE EMPRESA.DAT'
               TO WS-EXC-MENSAGEM.
           MOVE 3 TO WS-EXC-SEVERIDADE.
           PERFORM GRAVAR-EXCECAO-GERAL.
           IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.

       AVISAR-EMPRESAS-DESCONHECIDAS-EXIT.
           EXIT.
