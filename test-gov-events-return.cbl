       IDENTIFICATION DIVISION.
       PROGRAM-ID. TESTERET.

      *----------------------------------------------------------*
      *    TESTERET                                                *
      *    Retorno do governo para os eventos do empregado         *
      *    enviados por TESTESOC: cada linha do recibo/retorno     *
      *    ESOCRET.DAT identifica o evento pela chave (tipo +      *
      *    matricula + referencia) e pela data do envio a que      *
      *    responde, e traz a situacao - A aceito, com o numero    *
      *    do recibo, ou R rejeitado, com codigo e mensagem do     *
      *    erro. O registro ESOCREG.DAT e atualizado; retorno de   *
      *    um envio anterior (evento ja reenviado) e ignorado, e   *
      *    retorno sem evento correspondente sai como nao          *
      *    conciliado. O relatorio ESOCPEND.DAT lista os eventos   *
      *    rejeitados (serao reenviados por TESTESOC depois de     *
      *    corrigida a origem) e os enviados ainda sem retorno -   *
      *    sem retorno ha mais de 7 dias sai como ATRASADO.        *
      *    RC=4 quando ha rejeitado, atrasado ou nao conciliado.   *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RETORNO-EVENTOS-GOV
               ASSIGN TO "ESOCRET.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RETORNO.

           COPY ESOCSEL.

           SELECT RELATORIO-PENDENCIAS
               ASSIGN TO "ESOCPEND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RELATORIO.

           COPY EXCPSEL.

       DATA DIVISION.
       FILE SECTION.
       FD  RETORNO-EVENTOS-GOV.
       01  REG-RETORNO-EVENTO.
           05  RET-CHAVE.
               10  RET-TIPO         PIC X(04).
               10  RET-MATRICULA    PIC 9(05).
               10  RET-REFERENCIA   PIC 9(08).
           05  RET-DATA-ENVIO       PIC 9(08).
           05  RET-SITUACAO         PIC X(01).
               88  RET-ACEITO       VALUE 'A'.
               88  RET-REJEITADO    VALUE 'R'.
           05  RET-RECIBO           PIC X(20).
           05  RET-CODIGO-ERRO      PIC X(04).
           05  RET-MENSAGEM         PIC X(30).

       COPY ESOCFD.

       FD  RELATORIO-PENDENCIAS.
       01  REG-RELATORIO-PENDENCIAS PIC X(100).

       COPY EXCPFD.

       WORKING-STORAGE SECTION.
       COPY EXCPWS.
       COPY ESOCWS.

       01  WS-STATUS-RETORNO        PIC XX.
       01  WS-STATUS-RELATORIO      PIC XX.
       01  WS-EOF-RETORNO           PIC X VALUE 'N'.

       01  WS-DATA-EXECUCAO         PIC 9(08).
       01  WS-DIA-JULIANO-RUN       PIC S9(09) COMP.
       01  WS-DIAS-SEM-RETORNO      PIC S9(05) VALUE ZEROS.
       01  WS-PRAZO-RETORNO         PIC 9(02) VALUE 7.

       01  WS-QTD-RETORNOS-LIDOS    PIC 9(07) VALUE ZEROS.
       01  WS-QTD-RET-ACEITOS       PIC 9(07) VALUE ZEROS.
       01  WS-QTD-RET-REJEITADOS    PIC 9(07) VALUE ZEROS.
       01  WS-QTD-RET-IGNORADOS     PIC 9(07) VALUE ZEROS.
       01  WS-QTD-NAO-CONCILIADOS   PIC 9(07) VALUE ZEROS.

       01  WS-QTD-ACEITOS           PIC 9(07) VALUE ZEROS.
       01  WS-QTD-PENDENTES         PIC 9(07) VALUE ZEROS.
       01  WS-QTD-ATRASADOS         PIC 9(07) VALUE ZEROS.
       01  WS-QTD-REJEITADOS        PIC 9(07) VALUE ZEROS.

       01  WS-CABECALHO-PENDENCIAS.
           05  FILLER               PIC X(39) VALUE
               'EVENTOS AO GOVERNO PENDENTES - RUN DE '.
           05  PND-CAB-DATA         PIC 9(08).

       01  WS-TITULO-NAO-CONCILIADOS PIC X(50) VALUE
               'RETORNOS SEM EVENTO CORRESPONDENTE EM ESOCREG.DAT'.

       01  WS-TITULO-PENDENCIAS     PIC X(50) VALUE
               'EVENTOS REJEITADOS E SEM RETORNO'.

       01  WS-LINHA-NAO-CONCILIADO.
           05  NCR-TIPO             PIC X(04).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  NCR-MATRICULA        PIC X(05).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  NCR-REFERENCIA       PIC X(08).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  NCR-DATA-ENVIO       PIC X(08).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  NCR-SITUACAO         PIC X(01).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  NCR-CODIGO-ERRO      PIC X(04).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  NCR-MENSAGEM         PIC X(30).

       01  WS-LINHA-PENDENCIA.
           05  PND-TIPO             PIC X(04).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  PND-MATRICULA        PIC ZZZZ9.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  PND-REFERENCIA       PIC 9(08).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  PND-DATA-ENVIO       PIC 9(08).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  PND-ENVIOS           PIC Z9.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  PND-DIAS             PIC ----9.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  PND-SITUACAO         PIC X(10).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  PND-CODIGO-ERRO      PIC X(04).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  PND-MENSAGEM         PIC X(30).

       01  WS-LINHA-TOTAL-PENDENCIAS.
           05  FILLER               PIC X(11) VALUE 'ACEITOS...:'.
           05  PND-TOT-ACEITOS      PIC ZZZZZZ9.
           05  FILLER               PIC X(14) VALUE '  PENDENTES..:'.
           05  PND-TOT-PENDENTES    PIC ZZZZZZ9.
           05  FILLER               PIC X(14) VALUE '  ATRASADOS..:'.
           05  PND-TOT-ATRASADOS    PIC ZZZZZZ9.
           05  FILLER               PIC X(14) VALUE '  REJEITADOS.:'.
           05  PND-TOT-REJEITADOS   PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 0 TO RETURN-CODE.
           ACCEPT WS-DATA-EXECUCAO FROM DATE YYYYMMDD.
           COMPUTE WS-DIA-JULIANO-RUN =
               FUNCTION INTEGER-OF-DATE (WS-DATA-EXECUCAO).

           OPEN I-O REGISTRO-EVENTOS-GOV.
           IF WS-STATUS-EVENTOS-GOV = '05'
                  OR WS-STATUS-EVENTOS-GOV = '35'
               DISPLAY 'TESTERET ESOCREG.DAT AUSENTE - NENHUM EVENTO '
                       'ENVIADO'
               CLOSE REGISTRO-EVENTOS-GOV
               STOP RUN
           END-IF.
           IF WS-STATUS-EVENTOS-GOV NOT = '00'
               MOVE 'TESTERET'          TO WS-EXC-PROGRAMA
               MOVE 'MAIN-PROCEDURE'    TO WS-EXC-PARAGRAFO
               MOVE WS-STATUS-EVENTOS-GOV TO WS-EXC-CODIGO
               MOVE 'ERRO ABERTURA ESOCREG.DAT' TO WS-EXC-MENSAGEM
               MOVE 1 TO WS-EXC-SEVERIDADE
               PERFORM GRAVAR-EXCECAO-GERAL
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT RELATORIO-PENDENCIAS.
           MOVE WS-DATA-EXECUCAO TO PND-CAB-DATA.
           WRITE REG-RELATORIO-PENDENCIAS FROM WS-CABECALHO-PENDENCIAS.
           MOVE SPACES TO REG-RELATORIO-PENDENCIAS.
           WRITE REG-RELATORIO-PENDENCIAS.
           WRITE REG-RELATORIO-PENDENCIAS
               FROM WS-TITULO-NAO-CONCILIADOS.

           PERFORM PROCESSAR-RETORNO-GOV THRU
                   PROCESSAR-RETORNO-GOV-EXIT.
           CLOSE REGISTRO-EVENTOS-GOV.

           MOVE SPACES TO REG-RELATORIO-PENDENCIAS.
           WRITE REG-RELATORIO-PENDENCIAS.
           WRITE REG-RELATORIO-PENDENCIAS FROM WS-TITULO-PENDENCIAS.
           PERFORM LISTAR-PENDENCIAS THRU
                   LISTAR-PENDENCIAS-EXIT.

           MOVE SPACES TO REG-RELATORIO-PENDENCIAS.
           WRITE REG-RELATORIO-PENDENCIAS.
           MOVE WS-QTD-ACEITOS    TO PND-TOT-ACEITOS.
           MOVE WS-QTD-PENDENTES  TO PND-TOT-PENDENTES.
           MOVE WS-QTD-ATRASADOS  TO PND-TOT-ATRASADOS.
           MOVE WS-QTD-REJEITADOS TO PND-TOT-REJEITADOS.
           WRITE REG-RELATORIO-PENDENCIAS
               FROM WS-LINHA-TOTAL-PENDENCIAS.
           CLOSE RELATORIO-PENDENCIAS.

           DISPLAY 'TESTERET RETORNOS LIDOS......: '
                   WS-QTD-RETORNOS-LIDOS.
           DISPLAY 'TESTERET RETORNOS ACEITOS....: '
                   WS-QTD-RET-ACEITOS.
           DISPLAY 'TESTERET RETORNOS REJEITADOS.: '
                   WS-QTD-RET-REJEITADOS.
           DISPLAY 'TESTERET RETORNOS IGNORADOS..: '
                   WS-QTD-RET-IGNORADOS.
           DISPLAY 'TESTERET NAO CONCILIADOS.....: '
                   WS-QTD-NAO-CONCILIADOS.
           DISPLAY 'TESTERET EVENTOS PENDENTES...: ' WS-QTD-PENDENTES.
           DISPLAY 'TESTERET EVENTOS ATRASADOS...: ' WS-QTD-ATRASADOS.
           DISPLAY 'TESTERET EVENTOS REJEITADOS..: '
                   WS-QTD-REJEITADOS.

           IF WS-QTD-REJEITADOS > 0
               MOVE 'TESTERET'          TO WS-EXC-PROGRAMA
               MOVE 'MAIN-PROCEDURE'    TO WS-EXC-PARAGRAFO
               MOVE 4                   TO WS-EXC-CODIGO
               MOVE SPACES TO WS-EXC-MENSAGEM
               STRING 'EVENTOS REJEITADOS PELO GOVERNO: '
                          DELIMITED BY SIZE
                      WS-QTD-REJEITADOS DELIMITED BY SIZE
                   INTO WS-EXC-MENSAGEM
               END-STRING
               MOVE 3 TO WS-EXC-SEVERIDADE
               PERFORM GRAVAR-EXCECAO-GERAL
           END-IF.

           IF (WS-QTD-REJEITADOS > 0 OR WS-QTD-ATRASADOS > 0
                  OR WS-QTD-NAO-CONCILIADOS > 0)
                  AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.

           STOP RUN.

      *----------------------------------------------------------*
      *    PROCESSAR-RETORNO-GOV                                    *
      *    Sem ESOCRET.DAT o run so lista as pendencias.            *
      *----------------------------------------------------------*
       PROCESSAR-RETORNO-GOV.
           OPEN INPUT RETORNO-EVENTOS-GOV.
           IF WS-STATUS-RETORNO NOT = '00'
               DISPLAY 'TESTERET ESOCRET.DAT AUSENTE - SO '
                       'PENDENCIAS'
               CLOSE RETORNO-EVENTOS-GOV
               GO TO PROCESSAR-RETORNO-GOV-EXIT
           END-IF.
           PERFORM LER-RETORNO-GOV THRU LER-RETORNO-GOV-EXIT
               UNTIL WS-EOF-RETORNO = 'S'.
           CLOSE RETORNO-EVENTOS-GOV.

       PROCESSAR-RETORNO-GOV-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    LER-RETORNO-GOV                                          *
      *    So atualiza evento pendente do MESMO envio: retorno de   *
      *    envio anterior (evento rejeitado e ja reenviado) ou      *
      *    repetido (arquivo reprocessado) e ignorado.              *
      *----------------------------------------------------------*
       LER-RETORNO-GOV.
           READ RETORNO-EVENTOS-GOV
               AT END
                   MOVE 'S' TO WS-EOF-RETORNO
                   GO TO LER-RETORNO-GOV-EXIT
           END-READ.
           ADD 1 TO WS-QTD-RETORNOS-LIDOS.

           IF RET-MATRICULA IS NOT NUMERIC
                  OR RET-REFERENCIA IS NOT NUMERIC
                  OR RET-DATA-ENVIO IS NOT NUMERIC
                  OR NOT (RET-ACEITO OR RET-REJEITADO)
               PERFORM LISTAR-NAO-CONCILIADO THRU
                       LISTAR-NAO-CONCILIADO-EXIT
               GO TO LER-RETORNO-GOV-EXIT
           END-IF.

           MOVE RET-CHAVE TO EVS-CHAVE.
           READ REGISTRO-EVENTOS-GOV
               INVALID KEY
                   PERFORM LISTAR-NAO-CONCILIADO THRU
                           LISTAR-NAO-CONCILIADO-EXIT
                   GO TO LER-RETORNO-GOV-EXIT
           END-READ.

           IF NOT EVS-PENDENTE
                  OR RET-DATA-ENVIO NOT = EVS-DATA-ENVIO
               ADD 1 TO WS-QTD-RET-IGNORADOS
               GO TO LER-RETORNO-GOV-EXIT
           END-IF.

           MOVE RET-SITUACAO     TO EVS-SITUACAO.
           MOVE WS-DATA-EXECUCAO TO EVS-DATA-RETORNO.
           IF RET-ACEITO
               MOVE RET-RECIBO   TO EVS-RECIBO
               MOVE SPACES       TO EVS-CODIGO-ERRO
               MOVE SPACES       TO EVS-MENSAGEM-ERRO
               ADD 1 TO WS-QTD-RET-ACEITOS
           ELSE
               MOVE SPACES          TO EVS-RECIBO
               MOVE RET-CODIGO-ERRO TO EVS-CODIGO-ERRO
               MOVE RET-MENSAGEM    TO EVS-MENSAGEM-ERRO
               ADD 1 TO WS-QTD-RET-REJEITADOS
           END-IF.
           REWRITE REG-EVENTO-GOV.
           IF WS-STATUS-EVENTOS-GOV NOT = '00'
               MOVE 'TESTERET'          TO WS-EXC-PROGRAMA
               MOVE 'LER-RETORNO-GOV'   TO WS-EXC-PARAGRAFO
               MOVE WS-STATUS-EVENTOS-GOV TO WS-EXC-CODIGO
               MOVE SPACES TO WS-EXC-MENSAGEM
               STRING 'ESOCREG.DAT ERRO REGRAVACAO ' DELIMITED BY SIZE
                      RET-TIPO ' ' DELIMITED BY SIZE
                      RET-MATRICULA DELIMITED BY SIZE
                   INTO WS-EXC-MENSAGEM
               END-STRING
               MOVE 1 TO WS-EXC-SEVERIDADE
               PERFORM GRAVAR-EXCECAO-GERAL
               MOVE 12 TO RETURN-CODE
           END-IF.

       LER-RETORNO-GOV-EXIT.
           EXIT.

       LISTAR-NAO-CONCILIADO.
           ADD 1 TO WS-QTD-NAO-CONCILIADOS.
           MOVE RET-TIPO        TO NCR-TIPO.
           MOVE RET-CHAVE (5:5) TO NCR-MATRICULA.
           MOVE RET-CHAVE (10:8) TO NCR-REFERENCIA.
           MOVE REG-RETORNO-EVENTO (18:8) TO NCR-DATA-ENVIO.
           MOVE RET-SITUACAO    TO NCR-SITUACAO.
           MOVE RET-CODIGO-ERRO TO NCR-CODIGO-ERRO.
           MOVE RET-MENSAGEM    TO NCR-MENSAGEM.
           WRITE REG-RELATORIO-PENDENCIAS
               FROM WS-LINHA-NAO-CONCILIADO.

       LISTAR-NAO-CONCILIADO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    LISTAR-PENDENCIAS                                        *
      *    Leitura sequencial de ESOCREG.DAT inteiro: aceitos so    *
      *    entram na contagem; rejeitados e pendentes sao listados. *
      *----------------------------------------------------------*
       LISTAR-PENDENCIAS.
           OPEN INPUT REGISTRO-EVENTOS-GOV.
           IF WS-STATUS-EVENTOS-GOV NOT = '00'
               CLOSE REGISTRO-EVENTOS-GOV
               GO TO LISTAR-PENDENCIAS-EXIT
           END-IF.
           PERFORM LER-EVENTO-REGISTRO THRU LER-EVENTO-REGISTRO-EXIT
               UNTIL WS-EOF-EVENTOS-GOV = 'S'.
           CLOSE REGISTRO-EVENTOS-GOV.

       LISTAR-PENDENCIAS-EXIT.
           EXIT.

       LER-EVENTO-REGISTRO.
           READ REGISTRO-EVENTOS-GOV NEXT RECORD
               AT END
                   MOVE 'S' TO WS-EOF-EVENTOS-GOV
                   GO TO LER-EVENTO-REGISTRO-EXIT
           END-READ.
           IF EVS-ACEITO
               ADD 1 TO WS-QTD-ACEITOS
               GO TO LER-EVENTO-REGISTRO-EXIT
           END-IF.

           MOVE EVS-TIPO        TO PND-TIPO.
           MOVE EVS-MATRICULA   TO PND-MATRICULA.
           MOVE EVS-REFERENCIA  TO PND-REFERENCIA.
           MOVE EVS-DATA-ENVIO  TO PND-DATA-ENVIO.
           MOVE EVS-QTD-ENVIOS  TO PND-ENVIOS.
           COMPUTE WS-DIAS-SEM-RETORNO = WS-DIA-JULIANO-RUN -
               FUNCTION INTEGER-OF-DATE (EVS-DATA-ENVIO).
           MOVE WS-DIAS-SEM-RETORNO TO PND-DIAS.
           IF EVS-REJEITADO
               MOVE 'REJEITADO'       TO PND-SITUACAO
               MOVE EVS-CODIGO-ERRO   TO PND-CODIGO-ERRO
               MOVE EVS-MENSAGEM-ERRO TO PND-MENSAGEM
               ADD 1 TO WS-QTD-REJEITADOS
           ELSE
               MOVE SPACES            TO PND-CODIGO-ERRO
               MOVE SPACES            TO PND-MENSAGEM
               ADD 1 TO WS-QTD-PENDENTES
               IF WS-DIAS-SEM-RETORNO > WS-PRAZO-RETORNO
                   MOVE 'ATRASADO'    TO PND-SITUACAO
                   ADD 1 TO WS-QTD-ATRASADOS
               ELSE
                   MOVE 'AGUARDANDO'  TO PND-SITUACAO
               END-IF
           END-IF.
           WRITE REG-RELATORIO-PENDENCIAS FROM WS-LINHA-PENDENCIA.

       LER-EVENTO-REGISTRO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    GRAVAR-EXCECAO-GERAL                                    *
      *    Log de excecoes compartilhado (EXCPPRC).                 *
      *----------------------------------------------------------*
       COPY EXCPPRC.
