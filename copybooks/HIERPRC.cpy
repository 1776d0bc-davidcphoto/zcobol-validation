      *----------------------------------------------------------*
      *    HIERPRC - hierarquia de departamentos para as edicoes    *
      *    consolidadas por nivel. Requer DEPTSEL (FILE-CONTROL),   *
      *    DEPTFD (FILE SECTION), DEPTWS, HIERWS e EXCPWS           *
      *    (WORKING-STORAGE) e EXCPPRC. DEPT-MASTER tem de estar    *
      *    fechado na chamada de CARREGAR-HIERARQUIA. Sem o         *
      *    cadastro, WS-HIE-DISPONIVEL fica 'N' e cada departamento *
      *    acumulado vira um no de topo. Pai inexistente no         *
      *    cadastro (orfao) e tratado como topo; a profundidade e   *
      *    limitada a 8 niveis, o que tambem corta um eventual      *
      *    ciclo que TESTDPTL nao tenha barrado.                    *
      *----------------------------------------------------------*
       CARREGAR-HIERARQUIA.
           MOVE ZEROS TO WS-HIE-QTD-NOS.
           MOVE ZEROS TO WS-HIE-QTD-ORFAOS.
           MOVE ZEROS TO WS-HIE-TOTAL (1).
           MOVE ZEROS TO WS-HIE-TOTAL (2).
           MOVE ZEROS TO WS-HIE-TOTAL (3).
           MOVE 'N' TO WS-HIE-DISPONIVEL.
           MOVE 'N' TO WS-HIE-EOF-MESTRE.
           OPEN INPUT DEPT-MASTER.
           IF WS-STATUS-DEPT-MASTER NOT = '00'
               MOVE WS-HIE-PROGRAMA     TO WS-EXC-PROGRAMA
               MOVE 'CARREGAR-HIERARQUIA' TO WS-EXC-PARAGRAFO
               MOVE 4                   TO WS-EXC-CODIGO
               MOVE 'DEPTMST.DAT INDISPONIVEL - SEM HIERARQUIA'
                   TO WS-EXC-MENSAGEM
               MOVE 3 TO WS-EXC-SEVERIDADE
               PERFORM GRAVAR-EXCECAO-GERAL
               GO TO CARREGAR-HIERARQUIA-EXIT
           END-IF.
           PERFORM LER-NO-HIERARQUIA THRU
                   LER-NO-HIERARQUIA-EXIT
               UNTIL WS-HIE-EOF-MESTRE = 'S'.
           CLOSE DEPT-MASTER.
           MOVE 'S' TO WS-HIE-DISPONIVEL.

           PERFORM LIGAR-NO-HIERARQUIA
               VARYING WS-HIE-IDX FROM 1 BY 1
               UNTIL WS-HIE-IDX > WS-HIE-QTD-NOS.
           PERFORM MONTAR-CHAVE-HIERARQUIA
               VARYING WS-HIE-IDX FROM 1 BY 1
               UNTIL WS-HIE-IDX > WS-HIE-QTD-NOS.

       CARREGAR-HIERARQUIA-EXIT.
           EXIT.

       LER-NO-HIERARQUIA.
           READ DEPT-MASTER NEXT RECORD
               AT END
                   MOVE 'S' TO WS-HIE-EOF-MESTRE
                   GO TO LER-NO-HIERARQUIA-EXIT
           END-READ.
           MOVE DPM-CODIGO TO WS-HIE-CODIGO-BUSCA.
           PERFORM INCLUIR-NO-HIERARQUIA THRU
                   INCLUIR-NO-HIERARQUIA-EXIT.
           MOVE DPM-NOME            TO WS-HIE-NOME (WS-HIE-IDX).
           MOVE DPM-DEPTO-PAI       TO WS-HIE-PAI (WS-HIE-IDX).
           MOVE DPM-ORCAMENTO-ANUAL TO WS-HIE-ORCAMENTO (WS-HIE-IDX).

       LER-NO-HIERARQUIA-EXIT.
           EXIT.

      *    Inclui WS-HIE-CODIGO-BUSCA como no de topo zerado e
      *    posiciona WS-HIE-IDX nele. Estouro da tabela recusa o
      *    relatorio (RC=8): subtotal faltando nao se percebe.
       INCLUIR-NO-HIERARQUIA.
           IF WS-HIE-QTD-NOS >= 500
               DISPLAY WS-HIE-PROGRAMA ' HIERARQUIA EXCEDE A '
                       'CAPACIDADE DA TABELA (500) - RECUSADO'
               MOVE WS-HIE-PROGRAMA     TO WS-EXC-PROGRAMA
               MOVE 'INCLUIR-NO-HIERARQUIA' TO WS-EXC-PARAGRAFO
               MOVE 8                   TO WS-EXC-CODIGO
               MOVE 'TABELA DE HIERARQUIA ESTOURADA'
                   TO WS-EXC-MENSAGEM
               MOVE 2 TO WS-EXC-SEVERIDADE
               PERFORM GRAVAR-EXCECAO-GERAL
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-HIE-QTD-NOS.
           MOVE WS-HIE-QTD-NOS TO WS-HIE-IDX.
           MOVE WS-HIE-CODIGO-BUSCA TO WS-HIE-CODIGO (WS-HIE-IDX).
           MOVE SPACES TO WS-HIE-NOME (WS-HIE-IDX).
           MOVE SPACES TO WS-HIE-PAI (WS-HIE-IDX).
           MOVE ZEROS  TO WS-HIE-ORCAMENTO (WS-HIE-IDX).
           MOVE ZEROS  TO WS-HIE-IDX-PAI (WS-HIE-IDX).
           MOVE 1      TO WS-HIE-NIVEL (WS-HIE-IDX).
           MOVE WS-HIE-CODIGO-BUSCA TO WS-HIE-CHAVE (WS-HIE-IDX).
           MOVE ZEROS  TO WS-HIE-ACUM (WS-HIE-IDX, 1).
           MOVE ZEROS  TO WS-HIE-ACUM (WS-HIE-IDX, 2).
           MOVE ZEROS  TO WS-HIE-ACUM (WS-HIE-IDX, 3).
           MOVE WS-HIE-IDX TO WS-HIE-ORDEM (WS-HIE-IDX).

       INCLUIR-NO-HIERARQUIA-EXIT.
           EXIT.

      *    Posiciona WS-HIE-IDX em WS-HIE-CODIGO-BUSCA
      *    (WS-HIE-ACHADO = 'N' quando ausente).
       LOCALIZAR-NO-HIERARQUIA.
           MOVE 'N' TO WS-HIE-ACHADO.
           PERFORM PROCURAR-NO-HIERARQUIA
               VARYING WS-HIE-IDX FROM 1 BY 1
               UNTIL WS-HIE-IDX > WS-HIE-QTD-NOS
                  OR WS-HIE-ACHADO = 'S'.
           IF WS-HIE-ACHADO = 'S'
               SUBTRACT 1 FROM WS-HIE-IDX
           END-IF.

       LOCALIZAR-NO-HIERARQUIA-EXIT.
           EXIT.

       PROCURAR-NO-HIERARQUIA.
           IF WS-HIE-CODIGO (WS-HIE-IDX) = WS-HIE-CODIGO-BUSCA
               MOVE 'S' TO WS-HIE-ACHADO
           END-IF.

       PROCURAR-NO-HIERARQUIA-EXIT.
           EXIT.

      *    Resolve o indice do pai; pai ausente do cadastro (ou o
      *    proprio no) fica como topo.
       LIGAR-NO-HIERARQUIA.
           MOVE ZEROS TO WS-HIE-IDX-PAI (WS-HIE-IDX).
           IF WS-HIE-PAI (WS-HIE-IDX) NOT = SPACES
               MOVE WS-HIE-PAI (WS-HIE-IDX) TO WS-HIE-CODIGO-BUSCA
               MOVE WS-HIE-IDX TO WS-HIE-IDX-TROCA
               PERFORM LOCALIZAR-NO-HIERARQUIA THRU
                       LOCALIZAR-NO-HIERARQUIA-EXIT
               IF WS-HIE-ACHADO = 'S'
                      AND WS-HIE-IDX NOT = WS-HIE-IDX-TROCA
                   MOVE WS-HIE-IDX
                       TO WS-HIE-IDX-PAI (WS-HIE-IDX-TROCA)
               ELSE
                   ADD 1 TO WS-HIE-QTD-ORFAOS
               END-IF
               MOVE WS-HIE-IDX-TROCA TO WS-HIE-IDX
           END-IF.

       LIGAR-NO-HIERARQUIA-EXIT.
           EXIT.

      *    Chave de ordenacao = codigos do topo ate o no, 10
      *    posicoes por nivel: o pai e prefixo dos filhos e vem
      *    antes deles na ordem alfanumerica.
       MONTAR-CHAVE-HIERARQUIA.
           MOVE WS-HIE-IDX TO WS-HIE-IDX-CAMINHO.
           MOVE ZEROS TO WS-HIE-PROF.
           PERFORM SUBIR-CADEIA-HIERARQUIA
               UNTIL WS-HIE-IDX-CAMINHO = ZEROS
                  OR WS-HIE-PROF >= 8.
           MOVE SPACES TO WS-HIE-CHAVE (WS-HIE-IDX).
           PERFORM COMPOR-CHAVE-HIERARQUIA
               VARYING WS-HIE-K FROM 1 BY 1
               UNTIL WS-HIE-K > WS-HIE-PROF.
           MOVE WS-HIE-PROF TO WS-HIE-NIVEL (WS-HIE-IDX).

       MONTAR-CHAVE-HIERARQUIA-EXIT.
           EXIT.

       SUBIR-CADEIA-HIERARQUIA.
           ADD 1 TO WS-HIE-PROF.
           MOVE WS-HIE-CODIGO (WS-HIE-IDX-CAMINHO)
               TO WS-HIE-CADEIA (WS-HIE-PROF).
           MOVE WS-HIE-IDX-PAI (WS-HIE-IDX-CAMINHO)
               TO WS-HIE-IDX-CAMINHO.

       SUBIR-CADEIA-HIERARQUIA-EXIT.
           EXIT.

       COMPOR-CHAVE-HIERARQUIA.
           COMPUTE WS-HIE-POSICAO = (WS-HIE-K - 1) * 10 + 1.
           MOVE WS-HIE-CADEIA (WS-HIE-PROF - WS-HIE-K + 1)
               TO WS-HIE-CHAVE (WS-HIE-IDX) (WS-HIE-POSICAO:10).

       COMPOR-CHAVE-HIERARQUIA-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    ACUMULAR-HIERARQUIA                                      *
      *    Soma WS-HIE-VALOR (1) a (3) no no de                     *
      *    WS-HIE-CODIGO-BUSCA, em cada superior dele e no total da *
      *    empresa. Departamento fora do cadastro entra como topo.  *
      *----------------------------------------------------------*
       ACUMULAR-HIERARQUIA.
           PERFORM LOCALIZAR-NO-HIERARQUIA THRU
                   LOCALIZAR-NO-HIERARQUIA-EXIT.
           IF WS-HIE-ACHADO = 'N'
               PERFORM INCLUIR-NO-HIERARQUIA THRU
                       INCLUIR-NO-HIERARQUIA-EXIT
           END-IF.
           MOVE WS-HIE-IDX TO WS-HIE-IDX-CAMINHO.
           MOVE ZEROS TO WS-HIE-PROF.
           PERFORM SOMAR-NO-HIERARQUIA
               UNTIL WS-HIE-IDX-CAMINHO = ZEROS
                  OR WS-HIE-PROF >= 8.
           ADD WS-HIE-VALOR (1) TO WS-HIE-TOTAL (1).
           ADD WS-HIE-VALOR (2) TO WS-HIE-TOTAL (2).
           ADD WS-HIE-VALOR (3) TO WS-HIE-TOTAL (3).

       ACUMULAR-HIERARQUIA-EXIT.
           EXIT.

       SOMAR-NO-HIERARQUIA.
           ADD 1 TO WS-HIE-PROF.
           ADD WS-HIE-VALOR (1)
               TO WS-HIE-ACUM (WS-HIE-IDX-CAMINHO, 1).
           ADD WS-HIE-VALOR (2)
               TO WS-HIE-ACUM (WS-HIE-IDX-CAMINHO, 2).
           ADD WS-HIE-VALOR (3)
               TO WS-HIE-ACUM (WS-HIE-IDX-CAMINHO, 3).
           MOVE WS-HIE-IDX-PAI (WS-HIE-IDX-CAMINHO)
               TO WS-HIE-IDX-CAMINHO.

       SOMAR-NO-HIERARQUIA-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    ORDENAR-HIERARQUIA                                       *
      *    Ordena WS-HIE-ORDEM pela chave do no (cada no seguido    *
      *    de toda a sua subarvore).                                *
      *----------------------------------------------------------*
       ORDENAR-HIERARQUIA.
           PERFORM TROCAR-ORDEM-HIERARQUIA
               VARYING WS-HIE-IDX FROM 1 BY 1
               UNTIL WS-HIE-IDX > WS-HIE-QTD-NOS
               AFTER WS-HIE-IDX-B FROM 1 BY 1
               UNTIL WS-HIE-IDX-B > WS-HIE-QTD-NOS.

       ORDENAR-HIERARQUIA-EXIT.
           EXIT.

       TROCAR-ORDEM-HIERARQUIA.
           IF WS-HIE-IDX-B > WS-HIE-IDX
                  AND WS-HIE-CHAVE (WS-HIE-ORDEM (WS-HIE-IDX-B))
                    < WS-HIE-CHAVE (WS-HIE-ORDEM (WS-HIE-IDX))
               MOVE WS-HIE-ORDEM (WS-HIE-IDX) TO WS-HIE-IDX-TROCA
               MOVE WS-HIE-ORDEM (WS-HIE-IDX-B)
                   TO WS-HIE-ORDEM (WS-HIE-IDX)
               MOVE WS-HIE-IDX-TROCA TO WS-HIE-ORDEM (WS-HIE-IDX-B)
           END-IF.

       TROCAR-ORDEM-HIERARQUIA-EXIT.
           EXIT.

      *    Rotulo do no WS-HIE-IDX: codigo recuado 2 posicoes por
      *    nivel, seguido do nome do cadastro.
       PREPARAR-ROTULO-HIERARQUIA.
           MOVE SPACES TO WS-HIE-ROTULO.
           COMPUTE WS-HIE-POSICAO =
               (WS-HIE-NIVEL (WS-HIE-IDX) - 1) * 2 + 1.
           MOVE WS-HIE-CODIGO (WS-HIE-IDX)
               TO WS-HIE-ROTULO (WS-HIE-POSICAO:10).
           ADD 11 TO WS-HIE-POSICAO.
           MOVE WS-HIE-NOME (WS-HIE-IDX)
               TO WS-HIE-ROTULO (WS-HIE-POSICAO:).

       PREPARAR-ROTULO-HIERARQUIA-EXIT.
           EXIT.
