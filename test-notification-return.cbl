       IDENTIFICATION DIVISION.
       PROGRAM-ID. TESTNRET.

      *----------------------------------------------------------*
      *    TESTNRET                                                *
      *    Situacao de entrega devolvida pelo gateway de           *
      *    e-mail/SMS para os avisos enfileirados por TESTNOTF:    *
      *    cada linha de NOTIFSIT.DAT identifica o aviso pela      *
      *    chave (tipo + matricula + referencia) e pela data do    *
      *    envio, e traz a situacao - E entregue, com o canal      *
      *    usado, ou F nao entregue, com o motivo (contato         *
      *    inexistente, caixa cheia, numero invalido etc.). O      *
      *    registro NOTIFREG.DAT e atualizado; situacao repetida   *
      *    ou de aviso ja encerrado e ignorada, e situacao sem     *
      *    aviso correspondente sai como nao conciliada. O         *
      *    relatorio NOTIFPEN.DAT lista, para a RH procurar o      *
      *    empregado por outro meio, os avisos nao entregues nos   *
      *    ultimos 30 dias e os enviados sem situacao ha mais de   *
      *    3 dias (ATRASADO). RC=4 quando chega aviso nao          *
      *    entregue ou ha atrasado ou nao conciliado.              *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SITUACAO-NOTIFICACOES
               ASSIGN TO "NOTIFSIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-SITUACAO.

           COPY NOTFSEL.

           SELECT RELATORIO-NAO-ENTREGUES
               ASSIGN TO "NOTIFPEN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RELATORIO.

           COPY EXCPSEL.

       DATA DIVISION.
       FILE SECTION.
       FD  SITUACAO-NOTIFICACOES.
       01  REG-SITUACAO-NOTIFICACAO.
           05  SIT-CHAVE.
               10  SIT-TIPO         PIC X(04).
               10  SIT-MATRICULA    PIC 9(05).
               10  SIT-REFERENCIA   PIC X(10).
           05  SIT-DATA-ENVIO       PIC 9(08).
           05  SIT-SITUACAO         PIC X(01).
               88  SIT-ENTREGUE     VALUE 'E'.
               88  SIT-NAO-ENTREGUE VALUE 'F'.
           05  SIT-CANAL            PIC X(05).
           05  SIT-MOTIVO           PIC X(30).

       COPY NOTFFD.

       FD  RELATORIO-NAO-ENTREGUES.
       01  REG-RELATORIO-NAO-ENTREG PIC X(100).

       COPY EXCPFD.

       WORKING-STORAGE SECTION.
       COPY EXCPWS.
       COPY NOTFWS.

       01  WS-STATUS-SITUACAO       PIC XX.
       01  WS-STATUS-RELATORIO      PIC XX.
       01  WS-EOF-SITUACAO          PIC X VALUE 'N'.

       01  WS-DATA-EXECUCAO         PIC 9(08).
       01  WS-DIA-JULIANO-RUN       PIC S9(09) COMP.
       01  WS-DIAS-DECORRIDOS       PIC S9(05) VALUE ZEROS.
       01  WS-PRAZO-SITUACAO        PIC 9(02) VALUE 3.
       01  WS-JANELA-NAO-ENTREGUES  PIC 9(02) VALUE 30.

       01  WS-QTD-SITUACOES-LIDAS   PIC 9(07) VALUE ZEROS.
       01  WS-QTD-SIT-ENTREGUES     PIC 9(07) VALUE ZEROS.
       01  WS-QTD-SIT-NAO-ENTREGUES PIC 9(07) VALUE ZEROS.
       01  WS-QTD-SIT-IGNORADAS     PIC 9(07) VALUE ZEROS.
       01  WS-QTD-NAO-CONCILIADAS   PIC 9(07) VALUE ZEROS.

       01  WS-QTD-ENTREGUES         PIC 9(07) VALUE ZEROS.
       01  WS-QTD-PENDENTES         PIC 9(07) VALUE ZEROS.
       01  WS-QTD-ATRASADOS         PIC 9(07) VALUE ZEROS.
       01  WS-QTD-NAO-ENTREGUES     PIC 9(07) VALUE ZEROS.

       01  WS-CABECALHO-NAO-ENTREG.
           05  FILLER               PIC X(40) VALUE
               'AVISOS AO EMPREGADO NAO ENTREGUES - RUN '.
           05  NEN-CAB-DATA         PIC 9(08).

       01  WS-TITULO-NAO-CONCILIADAS PIC X(50) VALUE
               'SITUACOES SEM AVISO CORRESPONDENTE EM NOTIFREG.DAT'.

       01  WS-TITULO-NAO-ENTREGUES  PIC X(50) VALUE
               'AVISOS NAO ENTREGUES E SEM SITUACAO DO GATEWAY'.

       01  WS-LINHA-NAO-CONCILIADA.
           05  NCS-TIPO             PIC X(04).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  NCS-MATRICULA        PIC X(05).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  NCS-REFERENCIA       PIC X(10).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  NCS-DATA-ENVIO       PIC X(08).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  NCS-SITUACAO         PIC X(01).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  NCS-CANAL            PIC X(05).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  NCS-MOTIVO           PIC X(30).

       01  WS-LINHA-NAO-ENTREGUE.
           05  NEN-TIPO             PIC X(04).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  NEN-MATRICULA        PIC ZZZZ9.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  NEN-REFERENCIA       PIC X(10).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  NEN-DATA-ENVIO       PIC 9(08).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  NEN-DIAS             PIC ----9.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  NEN-SITUACAO         PIC X(12).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  NEN-CANAL            PIC X(05).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  NEN-MOTIVO           PIC X(30).

       01  WS-LINHA-TOTAL-NAO-ENTREG.
           05  FILLER               PIC X(11) VALUE 'ENTREGUES.:'.
           05  NEN-TOT-ENTREGUES    PIC ZZZZZZ9.
           05  FILLER               PIC X(14) VALUE '  PENDENTES..:'.
           05  NEN-TOT-PENDENTES    PIC ZZZZZZ9.
           05  FILLER               PIC X(14) VALUE '  ATRASADOS..:'.
           05  NEN-TOT-ATRASADOS    PIC ZZZZZZ9.
           05  FILLER               PIC X(14) VALUE '  NAO ENTREG.:'.
           05  NEN-TOT-NAO-ENTREGUES PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 0 TO RETURN-CODE.
           ACCEPT WS-DATA-EXECUCAO FROM DATE YYYYMMDD.
           COMPUTE WS-DIA-JULIANO-RUN =
               FUNCTION INTEGER-OF-DATE (WS-DATA-EXECUCAO).

           OPEN I-O REGISTRO-NOTIFICACOES.
           IF WS-STATUS-NOTIFICACOES = '05'
                  OR WS-STATUS-NOTIFICACOES = '35'
               DISPLAY 'TESTNRET NOTIFREG.DAT AUSENTE - NENHUM AVISO '
                       'ENVIADO'
               CLOSE REGISTRO-NOTIFICACOES
               STOP RUN
           END-IF.
           IF WS-STATUS-NOTIFICACOES NOT = '00'
               MOVE 'TESTNRET'          TO WS-EXC-PROGRAMA
               MOVE 'MAIN-PROCEDURE'    TO WS-EXC-PARAGRAFO
               MOVE WS-STATUS-NOTIFICACOES TO WS-EXC-CODIGO
               MOVE 'ERRO ABERTURA NOTIFREG.DAT' TO WS-EXC-MENSAGEM
               MOVE 1 TO WS-EXC-SEVERIDADE
               PERFORM GRAVAR-EXCECAO-GERAL
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT RELATORIO-NAO-ENTREGUES.
           MOVE WS-DATA-EXECUCAO TO NEN-CAB-DATA.
           WRITE REG-RELATORIO-NAO-ENTREG FROM WS-CABECALHO-NAO-ENTREG.
           MOVE SPACES TO REG-RELATORIO-NAO-ENTREG.
           WRITE REG-RELATORIO-NAO-ENTREG.
           WRITE REG-RELATORIO-NAO-ENTREG
               FROM WS-TITULO-NAO-CONCILIADAS.

           PERFORM PROCESSAR-SITUACAO-GATEWAY THRU
                   PROCESSAR-SITUACAO-GATEWAY-EXIT.
           CLOSE REGISTRO-NOTIFICACOES.

           MOVE SPACES TO REG-RELATORIO-NAO-ENTREG.
           WRITE REG-RELATORIO-NAO-ENTREG.
           WRITE REG-RELATORIO-NAO-ENTREG FROM WS-TITULO-NAO-ENTREGUES.
           PERFORM LISTAR-NAO-ENTREGUES THRU
                   LISTAR-NAO-ENTREGUES-EXIT.

           MOVE SPACES TO REG-RELATORIO-NAO-ENTREG.
           WRITE REG-RELATORIO-NAO-ENTREG.
           MOVE WS-QTD-ENTREGUES     TO NEN-TOT-ENTREGUES.
           MOVE WS-QTD-PENDENTES     TO NEN-TOT-PENDENTES.
           MOVE WS-QTD-ATRASADOS     TO NEN-TOT-ATRASADOS.
           MOVE WS-QTD-NAO-ENTREGUES TO NEN-TOT-NAO-ENTREGUES.
           WRITE REG-RELATORIO-NAO-ENTREG
               FROM WS-LINHA-TOTAL-NAO-ENTREG.
           CLOSE RELATORIO-NAO-ENTREGUES.

           DISPLAY 'TESTNRET SITUACOES LIDAS.....: '
                   WS-QTD-SITUACOES-LIDAS.
           DISPLAY 'TESTNRET SITUACOES ENTREGUES.: '
                   WS-QTD-SIT-ENTREGUES.
           DISPLAY 'TESTNRET SITUACOES NAO ENTREG: '
                   WS-QTD-SIT-NAO-ENTREGUES.
           DISPLAY 'TESTNRET SITUACOES IGNORADAS.: '
                   WS-QTD-SIT-IGNORADAS.
           DISPLAY 'TESTNRET NAO CONCILIADAS.....: '
                   WS-QTD-NAO-CONCILIADAS.
           DISPLAY 'TESTNRET AVISOS PENDENTES....: ' WS-QTD-PENDENTES.
           DISPLAY 'TESTNRET AVISOS ATRASADOS....: ' WS-QTD-ATRASADOS.
           DISPLAY 'TESTNRET AVISOS NAO ENTREGUES: '
                   WS-QTD-NAO-ENTREGUES.

           IF WS-QTD-SIT-NAO-ENTREGUES > 0
               MOVE 'TESTNRET'          TO WS-EXC-PROGRAMA
               MOVE 'MAIN-PROCEDURE'    TO WS-EXC-PARAGRAFO
               MOVE 4                   TO WS-EXC-CODIGO
               MOVE SPACES TO WS-EXC-MENSAGEM
               STRING 'AVISOS NAO ENTREGUES PELO GATEWAY: '
                          DELIMITED BY SIZE
                      WS-QTD-SIT-NAO-ENTREGUES DELIMITED BY SIZE
                   INTO WS-EXC-MENSAGEM
               END-STRING
               MOVE 3 TO WS-EXC-SEVERIDADE
               PERFORM GRAVAR-EXCECAO-GERAL
           END-IF.

           IF (WS-QTD-SIT-NAO-ENTREGUES > 0 OR WS-QTD-ATRASADOS > 0
                  OR WS-QTD-NAO-CONCILIADAS > 0)
                  AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.

           STOP RUN.

      *----------------------------------------------------------*
      *    PROCESSAR-SITUACAO-GATEWAY                               *
      *    Sem NOTIFSIT.DAT o run so lista as pendencias.           *
      *----------------------------------------------------------*
       PROCESSAR-SITUACAO-GATEWAY.
           OPEN INPUT SITUACAO-NOTIFICACOES.
           IF WS-STATUS-SITUACAO NOT = '00'
               DISPLAY 'TESTNRET NOTIFSIT.DAT AUSENTE - SO '
                       'PENDENCIAS'
               CLOSE SITUACAO-NOTIFICACOES
               GO TO PROCESSAR-SITUACAO-GATEWAY-EXIT
           END-IF.
           PERFORM LER-SITUACAO-GATEWAY THRU
                   LER-SITUACAO-GATEWAY-EXIT
               UNTIL WS-EOF-SITUACAO = 'S'.
           CLOSE SITUACAO-NOTIFICACOES.

       PROCESSAR-SITUACAO-GATEWAY-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    LER-SITUACAO-GATEWAY                                     *
      *    So atualiza aviso pendente do MESMO envio: situacao      *
      *    repetida (arquivo reprocessado) ou de aviso ja           *
      *    encerrado e ignorada.                                    *
      *----------------------------------------------------------*
       LER-SITUACAO-GATEWAY.
           READ SITUACAO-NOTIFICACOES
               AT END
                   MOVE 'S' TO WS-EOF-SITUACAO
                   GO TO LER-SITUACAO-GATEWAY-EXIT
           END-READ.
           ADD 1 TO WS-QTD-SITUACOES-LIDAS.

           IF SIT-MATRICULA IS NOT NUMERIC
                  OR SIT-DATA-ENVIO IS NOT NUMERIC
                  OR NOT (SIT-ENTREGUE OR SIT-NAO-ENTREGUE)
               PERFORM LISTAR-NAO-CONCILIADA THRU
                       LISTAR-NAO-CONCILIADA-EXIT
               GO TO LER-SITUACAO-GATEWAY-EXIT
           END-IF.

           MOVE SIT-CHAVE TO NTF-CHAVE.
           READ REGISTRO-NOTIFICACOES
               INVALID KEY
                   PERFORM LISTAR-NAO-CONCILIADA THRU
                           LISTAR-NAO-CONCILIADA-EXIT
                   GO TO LER-SITUACAO-GATEWAY-EXIT
           END-READ.

           IF NOT NTF-PENDENTE
                  OR SIT-DATA-ENVIO NOT = NTF-DATA-ENVIO
               ADD 1 TO WS-QTD-SIT-IGNORADAS
               GO TO LER-SITUACAO-GATEWAY-EXIT
           END-IF.

           MOVE SIT-SITUACAO     TO NTF-SITUACAO.
           MOVE SIT-CANAL        TO NTF-CANAL.
           MOVE WS-DATA-EXECUCAO TO NTF-DATA-RETORNO.
           IF SIT-ENTREGUE
               MOVE SPACES       TO NTF-MOTIVO
               ADD 1 TO WS-QTD-SIT-ENTREGUES
           ELSE
               MOVE SIT-MOTIVO   TO NTF-MOTIVO
               ADD 1 TO WS-QTD-SIT-NAO-ENTREGUES
           END-IF.
           REWRITE REG-NOTIFICACAO.
           IF WS-STATUS-NOTIFICACOES NOT = '00'
               MOVE 'TESTNRET'             TO WS-EXC-PROGRAMA
               MOVE 'LER-SITUACAO-GATEWAY' TO WS-EXC-PARAGRAFO
               MOVE WS-STATUS-NOTIFICACOES TO WS-EXC-CODIGO
               MOVE SPACES TO WS-EXC-MENSAGEM
               STRING 'NOTIFREG.DAT ERRO REGRAVACAO ' DELIMITED BY SIZE
                      SIT-TIPO ' ' DELIMITED BY SIZE
                      SIT-MATRICULA DELIMITED BY SIZE
                   INTO WS-EXC-MENSAGEM
               END-STRING
               MOVE 1 TO WS-EXC-SEVERIDADE
               PERFORM GRAVAR-EXCECAO-GERAL
               MOVE 12 TO RETURN-CODE
           END-IF.

       LER-SITUACAO-GATEWAY-EXIT.
           EXIT.

       LISTAR-NAO-CONCILIADA.
           ADD 1 TO WS-QTD-NAO-CONCILIADAS.
           MOVE SIT-TIPO         TO NCS-TIPO.
           MOVE SIT-CHAVE (5:5)  TO NCS-MATRICULA.
           MOVE SIT-REFERENCIA   TO NCS-REFERENCIA.
           MOVE REG-SITUACAO-NOTIFICACAO (20:8) TO NCS-DATA-ENVIO.
           MOVE SIT-SITUACAO     TO NCS-SITUACAO.
           MOVE SIT-CANAL        TO NCS-CANAL.
           MOVE SIT-MOTIVO       TO NCS-MOTIVO.
           WRITE REG-RELATORIO-NAO-ENTREG
               FROM WS-LINHA-NAO-CONCILIADA.

       LISTAR-NAO-CONCILIADA-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    LISTAR-NAO-ENTREGUES                                     *
      *    Leitura sequencial de NOTIFREG.DAT inteiro: entregues    *
      *    so entram na contagem; nao entregues ha ate 30 dias e    *
      *    pendentes sao listados (a RH busca o empregado por       *
      *    telefone ou pessoalmente).                               *
      *----------------------------------------------------------*
       LISTAR-NAO-ENTREGUES.
           OPEN INPUT REGISTRO-NOTIFICACOES.
           IF WS-STATUS-NOTIFICACOES NOT = '00'
               CLOSE REGISTRO-NOTIFICACOES
               GO TO LISTAR-NAO-ENTREGUES-EXIT
           END-IF.
           PERFORM LER-NOTIFICACAO-REGISTRO THRU
                   LER-NOTIFICACAO-REGISTRO-EXIT
               UNTIL WS-EOF-NOTIFICACOES = 'S'.
           CLOSE REGISTRO-NOTIFICACOES.

       LISTAR-NAO-ENTREGUES-EXIT.
           EXIT.

       LER-NOTIFICACAO-REGISTRO.
           READ REGISTRO-NOTIFICACOES NEXT RECORD
               AT END
                   MOVE 'S' TO WS-EOF-NOTIFICACOES
                   GO TO LER-NOTIFICACAO-REGISTRO-EXIT
           END-READ.
           IF NTF-ENTREGUE
               ADD 1 TO WS-QTD-ENTREGUES
               GO TO LER-NOTIFICACAO-REGISTRO-EXIT
           END-IF.

           COMPUTE WS-DIAS-DECORRIDOS = WS-DIA-JULIANO-RUN -
               FUNCTION INTEGER-OF-DATE (NTF-DATA-ENVIO).
           IF NTF-NAO-ENTREGUE
               ADD 1 TO WS-QTD-NAO-ENTREGUES
               IF WS-DIA-JULIANO-RUN -
                      FUNCTION INTEGER-OF-DATE (NTF-DATA-RETORNO)
                      > WS-JANELA-NAO-ENTREGUES
                   GO TO LER-NOTIFICACAO-REGISTRO-EXIT
               END-IF
               MOVE 'NAO ENTREGUE' TO NEN-SITUACAO
               MOVE NTF-CANAL      TO NEN-CANAL
               MOVE NTF-MOTIVO     TO NEN-MOTIVO
           ELSE
               ADD 1 TO WS-QTD-PENDENTES
               MOVE SPACES         TO NEN-CANAL
               MOVE SPACES         TO NEN-MOTIVO
               IF WS-DIAS-DECORRIDOS > WS-PRAZO-SITUACAO
                   MOVE 'ATRASADO'   TO NEN-SITUACAO
                   ADD 1 TO WS-QTD-ATRASADOS
               ELSE
                   MOVE 'AGUARDANDO' TO NEN-SITUACAO
               END-IF
           END-IF.
           MOVE NTF-TIPO           TO NEN-TIPO.
           MOVE NTF-MATRICULA      TO NEN-MATRICULA.
           MOVE NTF-REFERENCIA     TO NEN-REFERENCIA.
           MOVE NTF-DATA-ENVIO     TO NEN-DATA-ENVIO.
           MOVE WS-DIAS-DECORRIDOS TO NEN-DIAS.
           WRITE REG-RELATORIO-NAO-ENTREG FROM WS-LINHA-NAO-ENTREGUE.

       LER-NOTIFICACAO-REGISTRO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    GRAVAR-EXCECAO-GERAL                                    *
      *    Log de excecoes compartilhado (EXCPPRC).                 *
      *----------------------------------------------------------*
       COPY EXCPPRC.
