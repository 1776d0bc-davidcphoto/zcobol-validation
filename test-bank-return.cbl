      *    empregado podia ficar dias sem o salario creditado.     *
      *    Devolucao sem detalhe correspondente no arquivo         *
      *    transmitido e apontada como divergencia (RC=4).         *
      *    As devolucoes do canal PIX (PIXRET.DAT, mesmo layout,   *
      *    chave inexistente ou de outro titular) entram no mesmo  *
      *    ciclo: casadas contra BANKPAY.DAT, que consolida os     *
      *    creditos PIX, e repagas em BANKPAY2.DAT depois da       *
      *    correcao da chave ou da conta pela RH.                  *
      *    Banco no layout FEBRABAN CNAB 240 (ver CNABWS) devolve  *
      *    o retorno no mesmo layout, reconhecido registro a       *
      *    registro (o BANKRET.DAT junta os retornos de todos os   *
      *    bancos, cada um no seu layout - BANKLAYO.DAT): cada     *
      *    segmento A traz a matricula no "seu numero" e o codigo  *
      *    de ocorrencia do banco. Credito efetuado ou agendado so *
      *    e contado; ocorrencia de rejeicao entra no ciclo de     *
      *    devolucao acima, com a descricao da ocorrencia como     *
      *    motivo.                                                 *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    BANKRET.DAT (creditos em conta) e PIXRET.DAT (canal
      *    PIX), processados um apos o outro.
           SELECT ARQUIVO-RETORNO
               ASSIGN TO WS-NOME-ARQ-RETORNO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RETORNO.

           05  RET-VALOR            PIC 9(11)V99.
           05  RET-MOTIVO           PIC X(30).
           05  FILLER               PIC X(31).
      *    Retorno de banco no layout CNAB 240.
       01  REG-RETORNO-CNAB         PIC X(240).

       FD  ARQUIVO-PAGAMENTO.
       01  REG-PAGAMENTO.

       WORKING-STORAGE SECTION.
       COPY EXCPWS.
       COPY CNABWS.

       01  WS-STATUS-RETORNO        PIC XX.
       01  WS-STATUS-PAGAMENTO      PIC XX.
       01  WS-STATUS-RELATORIO      PIC XX.
       01  WS-EOF-RETORNO           PIC X VALUE 'N'.
       01  WS-EOF-PAGAMENTO         PIC X VALUE 'N'.
       01  WS-NOME-ARQ-RETORNO      PIC X(12) VALUE 'BANKRET.DAT'.
       01  WS-CANAL-RETORNO         PIC X(05) VALUE SPACES.
           88  RETORNO-PIX          VALUE 'PIX'.

       01  WS-DATA-RUN              PIC 9(08).
       01  WS-QTD-DETALHES-PAGOS    PIC 9(09) VALUE ZEROS.
       01  WS-QTD-SEM-CASAMENTO     PIC 9(09) VALUE ZEROS.
       01  WS-QTD-REPAGAMENTOS      PIC 9(09) VALUE ZEROS.
       01  WS-TOTAL-REPAGAMENTOS    PIC 9(13)V99 VALUE ZEROS.
       01  WS-QTD-CNAB-CREDITADOS   PIC 9(09) VALUE ZEROS.
       01  WS-QTD-CNAB-AGENDADOS    PIC 9(09) VALUE ZEROS.
       01  WS-QTD-CNAB-SEM-OCORR    PIC 9(09) VALUE ZEROS.

      *    Detalhes do arquivo transmitido, carregados em tabela
      *    para o casamento por matricula e valor com o retorno.
           05  DEV-VALOR            PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  DEV-MOTIVO           PIC X(30).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  DEV-CANAL            PIC X(05).

       01  WS-LINHA-DIVERGENCIA.
           05  FILLER               PIC X(14) VALUE
                   WS-QTD-SEM-CASAMENTO.
           DISPLAY 'TESTBRET REPAGAMENTOS GERADOS.: '
                   WS-QTD-REPAGAMENTOS.
           IF WS-QTD-CNAB-CREDITADOS > ZEROS
                  OR WS-QTD-CNAB-AGENDADOS > ZEROS
                  OR WS-QTD-CNAB-SEM-OCORR > ZEROS
               DISPLAY 'TESTBRET CNAB 240 CREDITADOS..: '
                       WS-QTD-CNAB-CREDITADOS
               DISPLAY 'TESTBRET CNAB 240 AGENDADOS...: '
                       WS-QTD-CNAB-AGENDADOS
               DISPLAY 'TESTBRET CNAB 240 SEM OCORR...: '
                       WS-QTD-CNAB-SEM-OCORR
           END-IF.

           IF (WS-QTD-DEVOLUCOES > 0 OR WS-QTD-SEM-CASAMENTO > 0)
                  AND RETURN-CODE < 4
      *    detalhe correspondente e divergencia.                    *
      *----------------------------------------------------------*
       PROCESSAR-RETORNO.
           OPEN OUTPUT RELATORIO-DEVOLUCOES.
           WRITE REG-RELATORIO-DEVOL FROM WS-CABECALHO-DEVOL.

           MOVE 'BANKRET.DAT' TO WS-NOME-ARQ-RETORNO.
           MOVE SPACES        TO WS-CANAL-RETORNO.
           PERFORM PROCESSAR-ARQUIVO-RETORNO THRU
                   PROCESSAR-ARQUIVO-RETORNO-EXIT.
           MOVE 'PIXRET.DAT'  TO WS-NOME-ARQ-RETORNO.
           MOVE 'PIX'         TO WS-CANAL-RETORNO.
           PERFORM PROCESSAR-ARQUIVO-RETORNO THRU
                   PROCESSAR-ARQUIVO-RETORNO-EXIT.

           PERFORM IMPRIMIR-CONTAGEM-DEVOL.
           CLOSE RELATORIO-DEVOLUCOES.

       PROCESSAR-RETORNO-EXIT.
           EXIT.

       PROCESSAR-ARQUIVO-RETORNO.
           OPEN INPUT ARQUIVO-RETORNO.
           IF WS-STATUS-RETORNO NOT = '00'
               DISPLAY 'TESTBRET ' WS-NOME-ARQ-RETORNO
                       ' AUSENTE - SEM DEVOLUCOES A PROCESSAR'
               GO TO PROCESSAR-ARQUIVO-RETORNO-EXIT
           END-IF.
           MOVE 'N' TO WS-EOF-RETORNO.
           PERFORM LER-REGISTRO-RETORNO
               UNTIL WS-EOF-RETORNO = 'S'.
           CLOSE ARQUIVO-RETORNO.

       PROCESSAR-ARQUIVO-RETORNO-EXIT.
           EXIT.

       LER-REGISTRO-RETORNO.
           READ ARQUIVO-RETORNO
               AT END
                   MOVE 'S' TO WS-EOF-RETORNO
               NOT AT END
                   MOVE REG-RETORNO-CNAB TO WS-CNAB-REGISTRO
                   PERFORM VERIFICAR-REGISTRO-CNAB THRU
                           VERIFICAR-REGISTRO-CNAB-EXIT
                   IF REGISTRO-CNAB-240
                       PERFORM TRATAR-RETORNO-CNAB THRU
                               TRATAR-RETORNO-CNAB-EXIT
                   ELSE
                       IF RETORNO-DETALHE
                           PERFORM CASAR-DEVOLUCAO THRU
                                   CASAR-DEVOLUCAO-EXIT
                       END-IF
                   END-IF
           END-READ.

       LER-REGISTRO-RETORNO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    TRATAR-RETORNO-CNAB                                      *
      *    Segmento A do retorno CNAB 240: a primeira ocorrencia    *
      *    (posicoes 231-232) decide. Rejeicao vai para o           *
      *    casamento com matricula, valor e motivo montados no      *
      *    registro do layout proprio.                              *
      *----------------------------------------------------------*
       TRATAR-RETORNO-CNAB.
           MOVE REG-RETORNO-CNAB TO WS-CNAB-REGISTRO.
           IF NOT CNB-DETALHE OR NOT CNB-SEGMENTO-A
               GO TO TRATAR-RETORNO-CNAB-EXIT
           END-IF.
           MOVE REG-RETORNO-CNAB TO WS-CNAB-SEGMENTO-A.
           MOVE CSA-OCORRENCIA-1 TO WS-CNB-OCORRENCIA.
           PERFORM CLASSIFICAR-OCORRENCIA-CNAB THRU
                   CLASSIFICAR-OCORRENCIA-CNAB-EXIT.
           EVALUATE TRUE
               WHEN CNB-CREDITADO
                   ADD 1 TO WS-QTD-CNAB-CREDITADOS
               WHEN CNB-AGENDADO
                   ADD 1 TO WS-QTD-CNAB-AGENDADOS
               WHEN CNB-SEM-OCORRENCIA
                   ADD 1 TO WS-QTD-CNAB-SEM-OCORR
               WHEN OTHER
                   MOVE SPACES           TO REG-RETORNO
                   MOVE 'D'              TO RET-TIPO
                   MOVE CSA-SN-MATRICULA TO RET-MATRICULA
                   MOVE CSA-VALOR        TO RET-VALOR
                   MOVE WS-CNB-MOTIVO    TO RET-MOTIVO
                   PERFORM CASAR-DEVOLUCAO THRU
                           CASAR-DEVOLUCAO-EXIT
           END-EVALUATE.

       TRATAR-RETORNO-CNAB-EXIT.
           EXIT.

       CASAR-DEVOLUCAO.
           MOVE 'N' TO WS-PAGO-ACHADO.
           PERFORM PROCURAR-PAGAMENTO
           MOVE WS-PAGO-NOME (WS-IDX-PAGO) TO DEV-NOME.
           MOVE RET-VALOR     TO DEV-VALOR.
           MOVE RET-MOTIVO    TO DEV-MOTIVO.
           MOVE WS-CANAL-RETORNO TO DEV-CANAL.
           WRITE REG-RELATORIO-DEVOL FROM WS-LINHA-DEVOLUCAO.

           MOVE 'TESTBRET'          TO WS-EXC-PROGRAMA.
           MOVE 'CASAR-DEVOLUCAO'   TO WS-EXC-PARAGRAFO.
           MOVE 4                   TO WS-EXC-CODIGO.
           MOVE SPACES              TO WS-EXC-MENSAGEM.
           IF RETORNO-PIX
               STRING 'PIX DEVOLVIDO MATR ' RET-MATRICULA
                      ' ' RET-MOTIVO (1:15)
                   DELIMITED BY SIZE
                   INTO WS-EXC-MENSAGEM
               END-STRING
           ELSE
               STRING 'CREDITO DEVOLVIDO MATR ' RET-MATRICULA
                      ' ' RET-MOTIVO (1:12)
                   DELIMITED BY SIZE
                   INTO WS-EXC-MENSAGEM
               END-STRING
           END-IF.
           MOVE 3 TO WS-EXC-SEVERIDADE.
           PERFORM GRAVAR-EXCECAO-GERAL.

       GRAVAR-DETALHE-REPAGAMENTO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    LAYOUT FEBRABAN CNAB 240 (CNABPRC)                       *
      *----------------------------------------------------------*
       COPY CNABPRC.

      *----------------------------------------------------------*
      *    GRAVAR-EXCECAO-GERAL                                    *
      *    Log de excecoes compartilhado (EXCPPRC).                 *
