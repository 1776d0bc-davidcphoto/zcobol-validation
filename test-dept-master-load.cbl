      *    TESTCURSOR e no orcado x realizado. Codigos duplicados  *
      *    no arquivo de entrada sao reportados e ignorados (vale  *
      *    a primeira ocorrencia).                                 *
      *    O cartao traz o departamento pai (CRD-DEPTO-PAI, em     *
      *    branco = topo, direto sob a empresa). Os cartoes sao    *
      *    carregados em tabela e a hierarquia e conferida antes   *
      *    de gravar o mestre: pai inexistente no arquivo (orfao)  *
      *    ou pai que, subindo a cadeia, volta ao proprio          *
      *    departamento (ciclo) e reportado e o departamento e     *
      *    gravado como topo - o codigo continua valido para a     *
      *    folha, so a ligacao e descartada. Orfao ou ciclo        *
      *    devolve RC=4.                                           *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05  CRD-GESTOR           PIC X(30).
           05  CRD-CENTRO-CUSTO     PIC X(08).
           05  CRD-ORCAMENTO-ANUAL  PIC 9(11)V99.
           05  CRD-DEPTO-PAI        PIC X(10).

       COPY DEPTFD.

       01  WS-QTD-LIDOS             PIC 9(05) VALUE ZEROS.
       01  WS-QTD-CARREGADOS        PIC 9(05) VALUE ZEROS.
       01  WS-QTD-DUPLICADOS        PIC 9(05) VALUE ZEROS.
       01  WS-QTD-ORFAOS            PIC 9(05) VALUE ZEROS.
       01  WS-QTD-CICLOS            PIC 9(05) VALUE ZEROS.

      *    Cartoes validos (primeira ocorrencia de cada codigo),
      *    na ordem de leitura.
       01  WS-QTD-CARTOES           PIC 9(04) VALUE ZEROS.
       01  WS-IDX-CARTAO            PIC 9(04) VALUE ZEROS.
       01  WS-IDX-BUSCA             PIC 9(04) VALUE ZEROS.
       01  WS-IDX-CAMINHO           PIC 9(04) VALUE ZEROS.
       01  WS-PASSOS-CADEIA         PIC 9(04) VALUE ZEROS.
       01  WS-CARTAO-ACHADO         PIC X VALUE 'N'.
       01  WS-CICLO-ACHADO          PIC X VALUE 'N'.
       01  WS-CODIGO-BUSCA          PIC X(10) VALUE SPACES.
       01  WS-TABELA-CARTOES.
           05  WS-CARTAO OCCURS 1000 TIMES.
               10  WS-CRT-CODIGO        PIC X(10).
               10  WS-CRT-NOME          PIC X(30).
               10  WS-CRT-GESTOR        PIC X(30).
               10  WS-CRT-CENTRO-CUSTO  PIC X(08).
               10  WS-CRT-ORCAMENTO     PIC 9(11)V99.
               10  WS-CRT-PAI           PIC X(10).
               10  WS-CRT-IDX-PAI       PIC 9(04).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
               STOP RUN
           END-IF.

           PERFORM UNTIL WS-EOF-CARTOES = 'S'
               READ CARTOES-DEPARTAMENTO
                   AT END
                       MOVE 'S' TO WS-EOF-CARTOES
                   NOT AT END
                       ADD 1 TO WS-QTD-LIDOS
                       PERFORM GUARDAR-CARTAO THRU
                               GUARDAR-CARTAO-EXIT
               END-READ
           END-PERFORM.
           CLOSE CARTOES-DEPARTAMENTO.

           PERFORM CONFERIR-PAI
               VARYING WS-IDX-CARTAO FROM 1 BY 1
               UNTIL WS-IDX-CARTAO > WS-QTD-CARTOES.
           PERFORM CONFERIR-CICLO THRU
                   CONFERIR-CICLO-EXIT
               VARYING WS-IDX-CARTAO FROM 1 BY 1
               UNTIL WS-IDX-CARTAO > WS-QTD-CARTOES.

           OPEN OUTPUT DEPT-MASTER.
           IF WS-STATUS-DEPT-MASTER NOT = '00'
               DISPLAY 'TESTDPTL ERRO ABERTURA DEPTMST.DAT STATUS='
               STOP RUN
           END-IF.

           PERFORM CARREGAR-DEPARTAMENTO
               VARYING WS-IDX-CARTAO FROM 1 BY 1
               UNTIL WS-IDX-CARTAO > WS-QTD-CARTOES.
           CLOSE DEPT-MASTER.

           DISPLAY 'TESTDPTL CARTOES LIDOS....: ' WS-QTD-LIDOS.
           DISPLAY 'TESTDPTL CARREGADOS.......: ' WS-QTD-CARREGADOS.
           DISPLAY 'TESTDPTL DUPLICADOS.......: ' WS-QTD-DUPLICADOS.
           DISPLAY 'TESTDPTL PAI INEXISTENTE..: ' WS-QTD-ORFAOS.
           DISPLAY 'TESTDPTL CICLOS DESFEITOS.: ' WS-QTD-CICLOS.

           IF WS-QTD-DUPLICADOS > 0 OR WS-QTD-ORFAOS > 0
                  OR WS-QTD-CICLOS > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

           STOP RUN.

      *----------------------------------------------------------*
      *    GUARDAR-CARTAO                                           *
      *    Duplicado: vale a primeira ocorrencia do codigo.         *
      *----------------------------------------------------------*
       GUARDAR-CARTAO.
           IF CRD-CODIGO = SPACES
               GO TO GUARDAR-CARTAO-EXIT
           END-IF.
           MOVE CRD-CODIGO TO WS-CODIGO-BUSCA.
           PERFORM LOCALIZAR-CARTAO THRU
                   LOCALIZAR-CARTAO-EXIT.
           IF WS-CARTAO-ACHADO = 'S'
               ADD 1 TO WS-QTD-DUPLICADOS
               DISPLAY 'TESTDPTL CODIGO DUPLICADO IGNORADO: '
                       CRD-CODIGO
               GO TO GUARDAR-CARTAO-EXIT
           END-IF.
           IF WS-QTD-CARTOES >= 1000
               DISPLAY 'TESTDPTL CARTOES EXCEDEM A CAPACIDADE DA '
                       'TABELA (1000) - CARGA RECUSADA'
               MOVE 'TESTDPTL'          TO WS-EXC-PROGRAMA
               MOVE 'GUARDAR-CARTAO'    TO WS-EXC-PARAGRAFO
               MOVE 8                   TO WS-EXC-CODIGO
               MOVE 'TABELA DE DEPARTAMENTOS ESTOURADA'
                   TO WS-EXC-MENSAGEM
               MOVE 2 TO WS-EXC-SEVERIDADE
               PERFORM GRAVAR-EXCECAO-GERAL
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-QTD-CARTOES.
           MOVE CRD-CODIGO          TO WS-CRT-CODIGO (WS-QTD-CARTOES).
           MOVE CRD-NOME            TO WS-CRT-NOME (WS-QTD-CARTOES).
           MOVE CRD-GESTOR          TO WS-CRT-GESTOR (WS-QTD-CARTOES).
           MOVE CRD-CENTRO-CUSTO
               TO WS-CRT-CENTRO-CUSTO (WS-QTD-CARTOES).
           MOVE CRD-ORCAMENTO-ANUAL
               TO WS-CRT-ORCAMENTO (WS-QTD-CARTOES).
           MOVE CRD-DEPTO-PAI       TO WS-CRT-PAI (WS-QTD-CARTOES).
           MOVE ZEROS TO WS-CRT-IDX-PAI (WS-QTD-CARTOES).

       GUARDAR-CARTAO-EXIT.
           EXIT.

       LOCALIZAR-CARTAO.
           MOVE 'N' TO WS-CARTAO-ACHADO.
           PERFORM PROCURAR-CARTAO
               VARYING WS-IDX-BUSCA FROM 1 BY 1
               UNTIL WS-IDX-BUSCA > WS-QTD-CARTOES
                  OR WS-CARTAO-ACHADO = 'S'.
           IF WS-CARTAO-ACHADO = 'S'
               SUBTRACT 1 FROM WS-IDX-BUSCA
           END-IF.

       LOCALIZAR-CARTAO-EXIT.
           EXIT.

       PROCURAR-CARTAO.
           IF WS-CRT-CODIGO (WS-IDX-BUSCA) = WS-CODIGO-BUSCA
               MOVE 'S' TO WS-CARTAO-ACHADO
           END-IF.

       PROCURAR-CARTAO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    CONFERIR-PAI                                             *
      *    Pai em branco = topo. Pai ausente do arquivo de cartoes  *
      *    = orfao: reportado e gravado como topo.                  *
      *----------------------------------------------------------*
       CONFERIR-PAI.
           IF WS-CRT-PAI (WS-IDX-CARTAO) NOT = SPACES
               MOVE WS-CRT-PAI (WS-IDX-CARTAO) TO WS-CODIGO-BUSCA
               PERFORM LOCALIZAR-CARTAO THRU
                       LOCALIZAR-CARTAO-EXIT
               IF WS-CARTAO-ACHADO = 'S'
                   MOVE WS-IDX-BUSCA
                       TO WS-CRT-IDX-PAI (WS-IDX-CARTAO)
               ELSE
                   ADD 1 TO WS-QTD-ORFAOS
                   DISPLAY 'TESTDPTL PAI INEXISTENTE - '
                           WS-CRT-CODIGO (WS-IDX-CARTAO)
                           ' GRAVADO COMO TOPO (PAI '
                           WS-CRT-PAI (WS-IDX-CARTAO) ')'
                   MOVE 'TESTDPTL'      TO WS-EXC-PROGRAMA
                   MOVE 'CONFERIR-PAI'  TO WS-EXC-PARAGRAFO
                   MOVE 4               TO WS-EXC-CODIGO
                   MOVE SPACES          TO WS-EXC-MENSAGEM
                   STRING 'PAI INEXISTENTE - DEPTO '
                          WS-CRT-CODIGO (WS-IDX-CARTAO)
                          DELIMITED BY SIZE
                          INTO WS-EXC-MENSAGEM
                   END-STRING
                   MOVE 3 TO WS-EXC-SEVERIDADE
                   PERFORM GRAVAR-EXCECAO-GERAL
                   MOVE SPACES TO WS-CRT-PAI (WS-IDX-CARTAO)
               END-IF
           END-IF.

       CONFERIR-PAI-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    CONFERIR-CICLO                                           *
      *    Sobe a cadeia de pais a partir do departamento; voltar   *
      *    a ele e ciclo (inclui o pai igual ao proprio codigo).    *
      *    A ligacao do departamento e descartada, o que desfaz o   *
      *    ciclo para os demais membros dele.                       *
      *----------------------------------------------------------*
       CONFERIR-CICLO.
           IF WS-CRT-IDX-PAI (WS-IDX-CARTAO) = ZEROS
               GO TO CONFERIR-CICLO-EXIT
           END-IF.
           MOVE 'N' TO WS-CICLO-ACHADO.
           MOVE WS-CRT-IDX-PAI (WS-IDX-CARTAO) TO WS-IDX-CAMINHO.
           MOVE ZEROS TO WS-PASSOS-CADEIA.
           PERFORM SUBIR-CADEIA
               UNTIL WS-IDX-CAMINHO = ZEROS
                  OR WS-CICLO-ACHADO = 'S'
                  OR WS-PASSOS-CADEIA > WS-QTD-CARTOES.
           IF WS-CICLO-ACHADO = 'N'
               GO TO CONFERIR-CICLO-EXIT
           END-IF.
           ADD 1 TO WS-QTD-CICLOS.
           DISPLAY 'TESTDPTL CICLO NA HIERARQUIA - '
                   WS-CRT-CODIGO (WS-IDX-CARTAO)
                   ' GRAVADO COMO TOPO (PAI '
                   WS-CRT-PAI (WS-IDX-CARTAO) ')'.
           MOVE 'TESTDPTL'          TO WS-EXC-PROGRAMA.
           MOVE 'CONFERIR-CICLO'    TO WS-EXC-PARAGRAFO.
           MOVE 4                   TO WS-EXC-CODIGO.
           MOVE SPACES              TO WS-EXC-MENSAGEM.
           STRING 'CICLO NA HIERARQUIA - DEPTO '
                  WS-CRT-CODIGO (WS-IDX-CARTAO)
                  DELIMITED BY SIZE
                  INTO WS-EXC-MENSAGEM
           END-STRING.
           MOVE 3 TO WS-EXC-SEVERIDADE.
           PERFORM GRAVAR-EXCECAO-GERAL.
           MOVE SPACES TO WS-CRT-PAI (WS-IDX-CARTAO).
           MOVE ZEROS  TO WS-CRT-IDX-PAI (WS-IDX-CARTAO).

       CONFERIR-CICLO-EXIT.
           EXIT.

       SUBIR-CADEIA.
           ADD 1 TO WS-PASSOS-CADEIA.
           IF WS-IDX-CAMINHO = WS-IDX-CARTAO
               MOVE 'S' TO WS-CICLO-ACHADO
           ELSE
               MOVE WS-CRT-IDX-PAI (WS-IDX-CAMINHO) TO WS-IDX-CAMINHO
           END-IF.

       SUBIR-CADEIA-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    CARREGAR-DEPARTAMENTO                                    *
      *----------------------------------------------------------*
       CARREGAR-DEPARTAMENTO.
           MOVE WS-CRT-CODIGO (WS-IDX-CARTAO)   TO DPM-CODIGO.
           MOVE WS-CRT-NOME (WS-IDX-CARTAO)     TO DPM-NOME.
           MOVE WS-CRT-GESTOR (WS-IDX-CARTAO)   TO DPM-GESTOR.
           MOVE WS-CRT-CENTRO-CUSTO (WS-IDX-CARTAO)
               TO DPM-CENTRO-CUSTO.
           MOVE WS-CRT-ORCAMENTO (WS-IDX-CARTAO)
               TO DPM-ORCAMENTO-ANUAL.
           MOVE WS-CRT-PAI (WS-IDX-CARTAO)      TO DPM-DEPTO-PAI.
           WRITE REG-DEPT-MASTER
               INVALID KEY
                   ADD 1 TO WS-QTD-DUPLICADOS
                   DISPLAY 'TESTDPTL CODIGO DUPLICADO IGNORADO: '
                           DPM-CODIGO
               NOT INVALID KEY
                   ADD 1 TO WS-QTD-CARREGADOS
           END-WRITE.
