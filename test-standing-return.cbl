       IDENTIFICATION DIVISION.
       PROGRAM-ID. TESTIPMR.

      *----------------------------------------------------------*
      *    TESTIPMR                                                *
      *    Retorno das instrucoes permanentes: roda depois de      *
      *    TESTPOSM e devolve a cada instrucao o destino dos       *
      *    movimentos que TESTIPMG gerou para ela na data de       *
      *    negocio (IPMGEN.DAT):                                   *
      *      REJEITADA     a referencia esta em POSREJ.DAT - a     *
      *                    instrucao soma uma falha seguida, com   *
      *                    data e motivo (IPM-QTD-FALHAS etc.);    *
      *      ACEITA        a referencia esta no diario POSMOV.DAT  *
      *                    - as falhas seguidas sao zeradas (salvo *
      *                    se outro movimento dela foi rejeitado   *
      *                    no mesmo dia);                          *
      *      NAO PROCESSADA  nem um nem outro (TESTPOSM nao rodou  *
      *                    ou nao chegou nela) - nada muda.        *
      *    IPMRET.DAT lista as rejeitadas e nao processadas com a  *
      *    origem, destino, quantidade, motivo e falhas seguidas,  *
      *    para o operador repetir ('RP') ou suspender ('SU') em   *
      *    INSTTRAN.DAT (TESTIPMM). Qualquer uma delas = RC=4.     *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY IPRMSEL.

           SELECT OPTIONAL LOG-GERACAO-IPM
               ASSIGN TO "IPMGEN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-LOG-GERACAO.

           SELECT OPTIONAL ARQUIVO-REJEICOES-POS
               ASSIGN TO "POSREJ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-REJEICOES-POS.

           SELECT DIARIO-MOVIMENTOS
               ASSIGN TO "POSMOV.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PMV-REFERENCIA
               FILE STATUS IS WS-STATUS-DIARIO.

           SELECT RELATORIO-RETORNO-IPM
               ASSIGN TO "IPMRET.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RELATORIO.

           COPY LOCKSEL.

           COPY STPCSEL.

           COPY RUNRSEL.

           COPY EXCPSEL.

       DATA DIVISION.
       FILE SECTION.
       COPY IPRMFD.

       FD  LOG-GERACAO-IPM.
       01  REG-LOG-GERACAO-IPM.
           05  GEN-DATA             PIC 9(08).
           05  GEN-REFERENCIA       PIC 9(05).
           05  GEN-INSTRUCAO        PIC X(08).
           05  GEN-TIPO             PIC X(01).
           05  GEN-ORIGEM           PIC X(10).
           05  GEN-DESTINO          PIC X(10).
           05  GEN-QUANTIDADE       PIC 9(05).
           05  FILLER               PIC X(33).

      *    Linha de POSREJ.DAT: a transacao de TRANPROG.DAT como
      *    lida, um espaco e o motivo (ver REJEITAR-TRANSACAO-POS).
       FD  ARQUIVO-REJEICOES-POS.
       01  REG-REJEICAO-POS.
           05  RJP-TIPO             PIC X(02).
           05  RJP-REFERENCIA       PIC X(05).
           05  FILLER               PIC X(73).
           05  FILLER               PIC X(01).
           05  RJP-MOTIVO           PIC X(35).

       FD  DIARIO-MOVIMENTOS.
       01  REG-MOVIMENTO.
           05  PMV-REFERENCIA       PIC 9(05).
           05  PMV-CODIGO           PIC X(10).
           05  PMV-DESTINO          PIC X(10).
           05  PMV-QUANTIDADE       PIC 9(05).
           05  PMV-SITUACAO         PIC X(01).
           05  FILLER               PIC X(49).

       FD  RELATORIO-RETORNO-IPM.
       01  REG-RELATORIO-RETORNO    PIC X(80).

       COPY LOCKFD.

       COPY STPCFD.

       COPY RUNRFD.

       COPY EXCPFD.

       WORKING-STORAGE SECTION.
       COPY IPRMWS.
       COPY EXCPWS.
       COPY RUNRWS.
       COPY STPCWS.
       COPY LOCKWS.

       01  WS-STATUS-LOG-GERACAO    PIC XX.
       01  WS-STATUS-REJEICOES-POS  PIC XX.
       01  WS-STATUS-DIARIO         PIC XX.
       01  WS-STATUS-RELATORIO      PIC XX.
       01  WS-EOF-LOG-GERACAO       PIC X VALUE 'N'.
       01  WS-EOF-REJEICOES-POS     PIC X VALUE 'N'.
       01  WS-DIARIO-DISPONIVEL     PIC X VALUE 'N'.

       01  WS-DATA-NEGOCIO          PIC 9(08).
       01  WS-REFERENCIA-REJEITADA  PIC 9(05).

      *    Movimentos gerados na data de negocio (IPMGEN.DAT).
       01  WS-QTD-GERADOS           PIC 9(03) VALUE ZEROS.
       01  WS-IDX-GERADO            PIC 9(03) VALUE ZEROS.
       01  WS-GERADO-ACHADO         PIC X VALUE 'N'.
       01  WS-TABELA-GERADOS.
           05  WS-GERADO OCCURS 500 TIMES.
               10  WS-GER-REFERENCIA    PIC 9(05).
               10  WS-GER-INSTRUCAO     PIC X(08).
               10  WS-GER-ORIGEM        PIC X(10).
               10  WS-GER-DESTINO       PIC X(10).
               10  WS-GER-QUANTIDADE    PIC 9(05).
               10  WS-GER-SITUACAO      PIC X(01).
                   88  WS-GER-ACEITA        VALUE 'A'.
                   88  WS-GER-REJEITADA     VALUE 'R'.
                   88  WS-GER-NAO-PROCESSADA VALUE 'N'.
               10  WS-GER-MOTIVO        PIC X(35).
               10  WS-GER-FALHAS        PIC 9(03).

       01  WS-QTD-ACEITAS           PIC 9(05) VALUE ZEROS.
       01  WS-QTD-REJEITADAS        PIC 9(05) VALUE ZEROS.
       01  WS-QTD-NAO-PROCESSADAS   PIC 9(05) VALUE ZEROS.
       01  WS-QTD-FORA-DO-LOG       PIC 9(05) VALUE ZEROS.

       01  WS-CABECALHO-RETORNO.
           05  FILLER               PIC X(44) VALUE
               'INSTRUCOES PERMANENTES - RETORNO TESTPOSM - '.
           05  RRT-CAB-DATA         PIC 9(08).
       01  WS-CABECALHO-COLUNAS-RET.
           05  FILLER               PIC X(46) VALUE
               'INSTRUC. REF.  ORIGEM     DESTINO      QTDE'.
           05  FILLER               PIC X(20) VALUE
               'SITUACAO     FALHAS'.
       01  WS-LINHA-RETORNO.
           05  RRT-INSTRUCAO        PIC X(08).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RRT-REFERENCIA       PIC 9(05).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RRT-ORIGEM           PIC X(10).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RRT-DESTINO          PIC X(10).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RRT-QUANTIDADE       PIC ZZZZ9.
           05  FILLER               PIC X(04) VALUE SPACES.
           05  RRT-SITUACAO         PIC X(14).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RRT-FALHAS           PIC ZZ9.
       01  WS-LINHA-MOTIVO-RET.
           05  FILLER               PIC X(15) VALUE
               '         MOTIVO'.
           05  FILLER               PIC X(02) VALUE ': '.
           05  RRT-MOTIVO           PIC X(35).
       01  WS-LINHA-ORIENTACAO-RET  PIC X(80) VALUE
           'REPETIR: RP / SUSPENDER: SU EM INSTTRAN.DAT (TESTIPMM)'.
       01  WS-LINHA-TOTAL-RET.
           05  FILLER               PIC X(11) VALUE 'GERADOS...:'.
           05  RRT-TOT-GERADOS      PIC ZZZZ9.
           05  FILLER               PIC X(12) VALUE '  ACEITOS..:'.
           05  RRT-TOT-ACEITAS      PIC ZZZZ9.
           05  FILLER               PIC X(14) VALUE '  REJEITADOS.:'.
           05  RRT-TOT-REJEITADAS   PIC ZZZZ9.
           05  FILLER               PIC X(17) VALUE
               '  NAO PROCESSAD.:'.
           05  RRT-TOT-NAO-PROC     PIC ZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 0 TO RETURN-CODE.
           PERFORM VERIFICAR-TRAVA-RUN THRU
                   VERIFICAR-TRAVA-RUN-EXIT.
           MOVE 'TESTIPMR' TO WS-RUN-PROGRAMA.
           PERFORM REGISTRAR-INICIO-EXECUCAO.
           MOVE 'TESTIPMR' TO WS-STEP-PROGRAMA.
           PERFORM VERIFICAR-STEP-CONCLUIDO THRU
                   VERIFICAR-STEP-CONCLUIDO-EXIT.
           IF STEP-JA-CONCLUIDO
               DISPLAY 'TESTIPMR JA CONCLUIDO PARA A DATA DE '
                       'NEGOCIO - PASSO IGNORADO'
               STOP RUN
           END-IF.
           MOVE WS-STEP-DATA-NEGOCIO TO WS-DATA-NEGOCIO.

           PERFORM CARREGAR-MOVIMENTOS-GERADOS.
           IF WS-QTD-GERADOS = ZEROS
               DISPLAY 'TESTIPMR NENHUM MOVIMENTO DE INSTRUCAO '
                       'PERMANENTE GERADO NA DATA'
               PERFORM REGISTRAR-FIM-EXECUCAO
               PERFORM GRAVAR-STEP-CONCLUIDO THRU
                       GRAVAR-STEP-CONCLUIDO-EXIT
               STOP RUN
           END-IF.

           PERFORM CONFERIR-REJEICOES-POS.
           PERFORM CONFERIR-DIARIO-MOVIMENTOS.
           PERFORM ATUALIZAR-INSTRUCOES THRU
                   ATUALIZAR-INSTRUCOES-EXIT.
           PERFORM EMITIR-RELATORIO-RETORNO.

           DISPLAY 'TESTIPMR MOVIMENTOS GERADOS...: ' WS-QTD-GERADOS.
           DISPLAY 'TESTIPMR ACEITOS..............: ' WS-QTD-ACEITAS.
           DISPLAY 'TESTIPMR REJEITADOS...........: '
                   WS-QTD-REJEITADAS.
           DISPLAY 'TESTIPMR NAO PROCESSADOS......: '
                   WS-QTD-NAO-PROCESSADAS.
           IF WS-QTD-FORA-DO-LOG > ZEROS
               DISPLAY 'TESTIPMR REJEICOES NA FAIXA SEM GERACAO NA '
                       'DATA: ' WS-QTD-FORA-DO-LOG
           END-IF.

           IF (WS-QTD-REJEITADAS > 0 OR WS-QTD-NAO-PROCESSADAS > 0)
                  AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.

           PERFORM REGISTRAR-FIM-EXECUCAO.
           PERFORM GRAVAR-STEP-CONCLUIDO THRU
                   GRAVAR-STEP-CONCLUIDO-EXIT.
           STOP RUN.

      *----------------------------------------------------------*
      *    CARREGAR-MOVIMENTOS-GERADOS                              *
      *    So os movimentos gerados na data de negocio - o log e    *
      *    acumulativo.                                             *
      *----------------------------------------------------------*
       CARREGAR-MOVIMENTOS-GERADOS.
           OPEN INPUT LOG-GERACAO-IPM.
           IF WS-STATUS-LOG-GERACAO = '00'
               PERFORM LER-LOG-GERACAO
                   UNTIL WS-EOF-LOG-GERACAO = 'S'
           END-IF.
           CLOSE LOG-GERACAO-IPM.

       CARREGAR-MOVIMENTOS-GERADOS-EXIT.
           EXIT.

       LER-LOG-GERACAO.
           READ LOG-GERACAO-IPM
               AT END
                   MOVE 'S' TO WS-EOF-LOG-GERACAO
               NOT AT END
                   IF GEN-DATA = WS-DATA-NEGOCIO
                          AND WS-QTD-GERADOS < 500
                       ADD 1 TO WS-QTD-GERADOS
                       MOVE GEN-REFERENCIA
                           TO WS-GER-REFERENCIA (WS-QTD-GERADOS)
                       MOVE GEN-INSTRUCAO
                           TO WS-GER-INSTRUCAO (WS-QTD-GERADOS)
                       MOVE GEN-ORIGEM
                           TO WS-GER-ORIGEM (WS-QTD-GERADOS)
                       MOVE GEN-DESTINO
                           TO WS-GER-DESTINO (WS-QTD-GERADOS)
                       MOVE GEN-QUANTIDADE
                           TO WS-GER-QUANTIDADE (WS-QTD-GERADOS)
                       MOVE 'N' TO WS-GER-SITUACAO (WS-QTD-GERADOS)
                       MOVE SPACES TO WS-GER-MOTIVO (WS-QTD-GERADOS)
                       MOVE ZEROS TO WS-GER-FALHAS (WS-QTD-GERADOS)
                   END-IF
           END-READ.

       LER-LOG-GERACAO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    CONFERIR-REJEICOES-POS                                   *
      *    'MV' rejeitado por TESTPOSM com referencia da faixa das  *
      *    instrucoes: marca o movimento gerado correspondente.     *
      *----------------------------------------------------------*
       CONFERIR-REJEICOES-POS.
           OPEN INPUT ARQUIVO-REJEICOES-POS.
           IF WS-STATUS-REJEICOES-POS = '00'
               PERFORM LER-REJEICAO-POS
                   UNTIL WS-EOF-REJEICOES-POS = 'S'
           END-IF.
           CLOSE ARQUIVO-REJEICOES-POS.

       CONFERIR-REJEICOES-POS-EXIT.
           EXIT.

       LER-REJEICAO-POS.
           READ ARQUIVO-REJEICOES-POS
               AT END
                   MOVE 'S' TO WS-EOF-REJEICOES-POS
               NOT AT END
                   PERFORM MARCAR-REJEICAO-GERADO THRU
                           MARCAR-REJEICAO-GERADO-EXIT
           END-READ.

       LER-REJEICAO-POS-EXIT.
           EXIT.

       MARCAR-REJEICAO-GERADO.
           IF RJP-TIPO NOT = 'MV' OR RJP-REFERENCIA IS NOT NUMERIC
               GO TO MARCAR-REJEICAO-GERADO-EXIT
           END-IF.
           MOVE RJP-REFERENCIA TO WS-REFERENCIA-REJEITADA.
           IF WS-REFERENCIA-REJEITADA < WS-IPM-REF-INICIAL
               GO TO MARCAR-REJEICAO-GERADO-EXIT
           END-IF.
           MOVE 'N' TO WS-GERADO-ACHADO.
           PERFORM PROCURAR-REFERENCIA-GERADA
               VARYING WS-IDX-GERADO FROM 1 BY 1
               UNTIL WS-IDX-GERADO > WS-QTD-GERADOS
                  OR WS-GERADO-ACHADO = 'S'.
           IF WS-GERADO-ACHADO = 'N'
               ADD 1 TO WS-QTD-FORA-DO-LOG
               GO TO MARCAR-REJEICAO-GERADO-EXIT
           END-IF.
           SUBTRACT 1 FROM WS-IDX-GERADO.
           MOVE 'R'        TO WS-GER-SITUACAO (WS-IDX-GERADO).
           MOVE RJP-MOTIVO TO WS-GER-MOTIVO (WS-IDX-GERADO).

       MARCAR-REJEICAO-GERADO-EXIT.
           EXIT.

       PROCURAR-REFERENCIA-GERADA.
           IF WS-GER-REFERENCIA (WS-IDX-GERADO)
                  = WS-REFERENCIA-REJEITADA
               MOVE 'S' TO WS-GERADO-ACHADO
           END-IF.

       PROCURAR-REFERENCIA-GERADA-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    CONFERIR-DIARIO-MOVIMENTOS                               *
      *    Movimento nao rejeitado e presente no diario de          *
      *    TESTPOSM foi aceito.                                     *
      *----------------------------------------------------------*
       CONFERIR-DIARIO-MOVIMENTOS.
           OPEN INPUT DIARIO-MOVIMENTOS.
           IF WS-STATUS-DIARIO = '00'
               MOVE 'S' TO WS-DIARIO-DISPONIVEL
               PERFORM CONFERIR-GERADO-DIARIO THRU
                       CONFERIR-GERADO-DIARIO-EXIT
                   VARYING WS-IDX-GERADO FROM 1 BY 1
                   UNTIL WS-IDX-GERADO > WS-QTD-GERADOS
               CLOSE DIARIO-MOVIMENTOS
           END-IF.

       CONFERIR-DIARIO-MOVIMENTOS-EXIT.
           EXIT.

       CONFERIR-GERADO-DIARIO.
           IF WS-GER-REJEITADA (WS-IDX-GERADO)
               GO TO CONFERIR-GERADO-DIARIO-EXIT
           END-IF.
           MOVE WS-GER-REFERENCIA (WS-IDX-GERADO) TO PMV-REFERENCIA.
           READ DIARIO-MOVIMENTOS
               KEY IS PMV-REFERENCIA
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'A' TO WS-GER-SITUACAO (WS-IDX-GERADO)
           END-READ.

       CONFERIR-GERADO-DIARIO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    ATUALIZAR-INSTRUCOES                                     *
      *    Primeiro zera as falhas das instrucoes aceitas, depois   *
      *    soma as rejeicoes - instrucao com um movimento aceito e  *
      *    outro rejeitado no mesmo dia fica com a falha.           *
      *----------------------------------------------------------*
       ATUALIZAR-INSTRUCOES.
           OPEN I-O INSTRUCOES-PERMANENTES.
           IF WS-STATUS-INSTRUCOES NOT = '00'
               MOVE 'TESTIPMR'          TO WS-EXC-PROGRAMA
               MOVE 'ATUALIZAR-INSTRUCOES' TO WS-EXC-PARAGRAFO
               MOVE WS-STATUS-INSTRUCOES TO WS-EXC-CODIGO
               MOVE 'ERRO ABERTURA INSTPERM.DAT' TO WS-EXC-MENSAGEM
               MOVE 2 TO WS-EXC-SEVERIDADE
               PERFORM GRAVAR-EXCECAO-GERAL
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
               GO TO ATUALIZAR-INSTRUCOES-EXIT
           END-IF.
           PERFORM REGISTRAR-ACEITE-INSTRUCAO THRU
                   REGISTRAR-ACEITE-INSTRUCAO-EXIT
               VARYING WS-IDX-GERADO FROM 1 BY 1
               UNTIL WS-IDX-GERADO > WS-QTD-GERADOS.
           PERFORM REGISTRAR-FALHA-INSTRUCAO THRU
                   REGISTRAR-FALHA-INSTRUCAO-EXIT
               VARYING WS-IDX-GERADO FROM 1 BY 1
               UNTIL WS-IDX-GERADO > WS-QTD-GERADOS.
           CLOSE INSTRUCOES-PERMANENTES.

       ATUALIZAR-INSTRUCOES-EXIT.
           EXIT.

       REGISTRAR-ACEITE-INSTRUCAO.
           IF NOT WS-GER-ACEITA (WS-IDX-GERADO)
               GO TO REGISTRAR-ACEITE-INSTRUCAO-EXIT
           END-IF.
           ADD 1 TO WS-QTD-ACEITAS.
           MOVE WS-GER-INSTRUCAO (WS-IDX-GERADO) TO IPM-CODIGO.
           READ INSTRUCOES-PERMANENTES
               KEY IS IPM-CODIGO
               INVALID KEY
                   GO TO REGISTRAR-ACEITE-INSTRUCAO-EXIT
           END-READ.
           IF IPM-QTD-FALHAS = ZEROS
               GO TO REGISTRAR-ACEITE-INSTRUCAO-EXIT
           END-IF.
           MOVE ZEROS TO IPM-QTD-FALHAS.
           REWRITE REG-INSTRUCAO-PERMANENTE
               INVALID KEY
                   CONTINUE
           END-REWRITE.

       REGISTRAR-ACEITE-INSTRUCAO-EXIT.
           EXIT.

       REGISTRAR-FALHA-INSTRUCAO.
           EVALUATE TRUE
               WHEN WS-GER-REJEITADA (WS-IDX-GERADO)
                   ADD 1 TO WS-QTD-REJEITADAS
               WHEN WS-GER-NAO-PROCESSADA (WS-IDX-GERADO)
                   ADD 1 TO WS-QTD-NAO-PROCESSADAS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           MOVE WS-GER-INSTRUCAO (WS-IDX-GERADO) TO IPM-CODIGO.
           READ INSTRUCOES-PERMANENTES
               KEY IS IPM-CODIGO
               INVALID KEY
                   GO TO REGISTRAR-FALHA-INSTRUCAO-EXIT
           END-READ.
           IF NOT WS-GER-REJEITADA (WS-IDX-GERADO)
               MOVE IPM-QTD-FALHAS TO WS-GER-FALHAS (WS-IDX-GERADO)
               GO TO REGISTRAR-FALHA-INSTRUCAO-EXIT
           END-IF.
           IF IPM-QTD-FALHAS < 999
               ADD 1 TO IPM-QTD-FALHAS
           END-IF.
           MOVE WS-DATA-NEGOCIO TO IPM-DATA-ULT-FALHA.
           MOVE WS-GER-MOTIVO (WS-IDX-GERADO)
               TO IPM-MOTIVO-ULT-FALHA.
           MOVE IPM-QTD-FALHAS TO WS-GER-FALHAS (WS-IDX-GERADO).
           REWRITE REG-INSTRUCAO-PERMANENTE
               INVALID KEY
                   CONTINUE
           END-REWRITE.

       REGISTRAR-FALHA-INSTRUCAO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    EMITIR-RELATORIO-RETORNO                                 *
      *    IPMRET.DAT: so o que pede decisao do operador, e os      *
      *    totais do dia.                                           *
      *----------------------------------------------------------*
       EMITIR-RELATORIO-RETORNO.
           OPEN OUTPUT RELATORIO-RETORNO-IPM.
           MOVE WS-DATA-NEGOCIO TO RRT-CAB-DATA.
           WRITE REG-RELATORIO-RETORNO FROM WS-CABECALHO-RETORNO.
           IF WS-DIARIO-DISPONIVEL = 'N'
               MOVE 'DIARIO POSMOV.DAT AUSENTE - ACEITES NAO CONFERIDOS'
                   TO REG-RELATORIO-RETORNO
               WRITE REG-RELATORIO-RETORNO
           END-IF.
           MOVE SPACES TO REG-RELATORIO-RETORNO.
           WRITE REG-RELATORIO-RETORNO.
           WRITE REG-RELATORIO-RETORNO FROM WS-CABECALHO-COLUNAS-RET.
           PERFORM IMPRIMIR-LINHA-RETORNO THRU
                   IMPRIMIR-LINHA-RETORNO-EXIT
               VARYING WS-IDX-GERADO FROM 1 BY 1
               UNTIL WS-IDX-GERADO > WS-QTD-GERADOS.
           MOVE SPACES TO REG-RELATORIO-RETORNO.
           WRITE REG-RELATORIO-RETORNO.
           MOVE WS-QTD-GERADOS         TO RRT-TOT-GERADOS.
           MOVE WS-QTD-ACEITAS         TO RRT-TOT-ACEITAS.
           MOVE WS-QTD-REJEITADAS      TO RRT-TOT-REJEITADAS.
           MOVE WS-QTD-NAO-PROCESSADAS TO RRT-TOT-NAO-PROC.
           WRITE REG-RELATORIO-RETORNO FROM WS-LINHA-TOTAL-RET.
           IF WS-QTD-REJEITADAS > ZEROS
               WRITE REG-RELATORIO-RETORNO
                   FROM WS-LINHA-ORIENTACAO-RET
           END-IF.
           CLOSE RELATORIO-RETORNO-IPM.

       EMITIR-RELATORIO-RETORNO-EXIT.
           EXIT.

       IMPRIMIR-LINHA-RETORNO.
           IF WS-GER-ACEITA (WS-IDX-GERADO)
               GO TO IMPRIMIR-LINHA-RETORNO-EXIT
           END-IF.
           MOVE WS-GER-INSTRUCAO  (WS-IDX-GERADO) TO RRT-INSTRUCAO.
           MOVE WS-GER-REFERENCIA (WS-IDX-GERADO) TO RRT-REFERENCIA.
           MOVE WS-GER-ORIGEM     (WS-IDX-GERADO) TO RRT-ORIGEM.
           MOVE WS-GER-DESTINO    (WS-IDX-GERADO) TO RRT-DESTINO.
           MOVE WS-GER-QUANTIDADE (WS-IDX-GERADO) TO RRT-QUANTIDADE.
           MOVE WS-GER-FALHAS     (WS-IDX-GERADO) TO RRT-FALHAS.
           IF WS-GER-REJEITADA (WS-IDX-GERADO)
               MOVE 'REJEITADA'      TO RRT-SITUACAO
           ELSE
               MOVE 'NAO PROCESSADA' TO RRT-SITUACAO
           END-IF.
           WRITE REG-RELATORIO-RETORNO FROM WS-LINHA-RETORNO.
           IF WS-GER-REJEITADA (WS-IDX-GERADO)
               MOVE WS-GER-MOTIVO (WS-IDX-GERADO) TO RRT-MOTIVO
               WRITE REG-RELATORIO-RETORNO FROM WS-LINHA-MOTIVO-RET
           END-IF.

       IMPRIMIR-LINHA-RETORNO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    GRAVAR-EXCECAO-GERAL                                    *
      *    Log de excecoes compartilhado (EXCPPRC).                 *
      *----------------------------------------------------------*
       COPY EXCPPRC.

      *----------------------------------------------------------*
      *    REGISTRAR-INICIO-EXECUCAO / REGISTRAR-FIM-EXECUCAO      *
      *    Registro compartilhado de execucoes (RUNRPRC).          *
      *----------------------------------------------------------*
       COPY RUNRPRC.

      *----------------------------------------------------------*
      *    VERIFICAR-STEP-CONCLUIDO / GRAVAR-STEP-CONCLUIDO        *
      *    Reinicio automatico por step (STPCPRC).                 *
      *----------------------------------------------------------*
       COPY STPCPRC.

      *----------------------------------------------------------*
      *    TRAVA DE EXECUCAO DA ESTEIRA (LOCKPRC)                  *
      *----------------------------------------------------------*
       COPY LOCKPRC.
