       IDENTIFICATION DIVISION.
       PROGRAM-ID. TESTBTRN.

      *----------------------------------------------------------*
      *    TESTBTRN                                                *
      *    Transmissao do arquivo de pagamento: entrega ao banco   *
      *    (area de transmissao BANKTRM.DAT, BNKTRMn.DAT e         *
      *    PIXTRM.DAT) o BANKPAY.DAT, os arquivos por banco e o    *
      *    arquivo do canal PIX (BNKPIX.DAT) do run corrente SO    *
      *    depois da liberacao da Financas em TESTLIBF para aquele *
      *    id de run (LIBDECIS.DAT):                               *
      *      retido    - nada sai; RC=4 e o passo e resubmetido    *
      *                  apos a liberacao                          *
      *      rejeitado - nada sai; RC=8                            *
      *      liberado  - o trailer de BANKPAY.DAT tem de fechar    *
      *                  com o pacote aprovado (arquivo regerado   *
      *                  depois da aprovacao nao sai, RC=8); a     *
      *                  entrega e registrada como decisao 'T'     *
      *      ja transmitido - nada a fazer                         *
      *    Arquivo de banco no layout CNAB 240 (registros de 240   *
      *    posicoes, ver CNABWS) e entregue na largura inteira.    *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ARQUIVO-ORIGEM
               ASSIGN TO WS-NOME-ARQ-ORIGEM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-ORIGEM.

           SELECT ARQUIVO-DESTINO
               ASSIGN TO WS-NOME-ARQ-DESTINO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-DESTINO.

           COPY LIBPSEL.

           COPY EXCPSEL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQUIVO-ORIGEM.
       01  REG-ORIGEM.
           05  ORI-TIPO             PIC X(01).
           05  ORI-CAMPOS           PIC X(79).
           05  ORI-HEADER REDEFINES ORI-CAMPOS.
               10  ORI-HDR-DATA     PIC 9(08).
               10  FILLER           PIC X(71).
           05  ORI-TRAILER REDEFINES ORI-CAMPOS.
               10  ORI-TRL-QTD      PIC 9(09).
               10  ORI-TRL-VALOR    PIC 9(13)V99.
               10  FILLER           PIC X(55).
      *    BNKPIX.DAT tem registro de 150 posicoes (chave PIX).
       01  REG-ORIGEM-PIX           PIC X(150).
      *    BNKPAYn.DAT de banco no layout CNAB 240.
       01  REG-ORIGEM-CNAB          PIC X(240).

       FD  ARQUIVO-DESTINO.
       01  REG-DESTINO              PIC X(80).
       01  REG-DESTINO-PIX          PIC X(150).
       01  REG-DESTINO-CNAB         PIC X(240).

       COPY LIBPFD.

       COPY EXCPFD.

       WORKING-STORAGE SECTION.
       COPY EXCPWS.
       COPY LIBPWS.
       COPY CNABWS.

       01  WS-STATUS-ORIGEM         PIC XX.
       01  WS-STATUS-DESTINO        PIC XX.
       01  WS-EOF-ORIGEM            PIC X VALUE 'N'.
       01  WS-NOME-ARQ-ORIGEM       PIC X(12) VALUE SPACES.
       01  WS-NOME-ARQ-DESTINO      PIC X(12) VALUE SPACES.
       01  WS-IDX-BANCO             PIC 9(01) VALUE ZEROS.
       01  WS-ENTREGA-PIX           PIC X VALUE 'N'.

       01  WS-TEM-TRAILER           PIC X VALUE 'N'.
       01  WS-DATA-ARQUIVO          PIC 9(08) VALUE ZEROS.
       01  WS-QTD-ARQUIVO           PIC 9(09) VALUE ZEROS.
       01  WS-VALOR-ARQUIVO         PIC 9(13)V99 VALUE ZEROS.
       01  WS-QTD-REGISTROS         PIC 9(09) VALUE ZEROS.
       01  WS-QTD-ARQ-ENTREGUES     PIC 9(01) VALUE ZEROS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 0 TO RETURN-CODE.
           MOVE 'TESTBTRN'       TO WS-EXC-PROGRAMA.
           MOVE 'MAIN-PROCEDURE' TO WS-EXC-PARAGRAFO.
           PERFORM CONSULTAR-LIBERACAO-PAGAMENTO THRU
                   CONSULTAR-LIBERACAO-PAGAMENTO-EXIT.

           IF WS-LIB-TEM-PACOTE = 'N'
               DISPLAY 'TESTBTRN SEM PACOTE DE LIBERACAO (LIBPGTO.DAT)'
                       ' - NADA TRANSMITIDO'
               MOVE 8 TO WS-EXC-CODIGO
               MOVE 'SEM PACOTE DE LIBERACAO - NAO TRANSMITIDO'
                   TO WS-EXC-MENSAGEM
               MOVE 2 TO WS-EXC-SEVERIDADE
               PERFORM GRAVAR-EXCECAO-GERAL
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           EVALUATE TRUE
               WHEN LIB-TRANSMITIDO
                   DISPLAY 'TESTBTRN RUN ' WS-LIB-ID-RUN
                           ' JA TRANSMITIDO EM ' WS-LIB-DATA-DECISAO
                   STOP RUN
               WHEN LIB-REJEITADO
                   DISPLAY 'TESTBTRN RUN ' WS-LIB-ID-RUN
                           ' REJEITADO POR ' WS-LIB-OPERADOR-DECISAO
                           ': ' WS-LIB-MOTIVO-DECISAO
                   MOVE 8 TO WS-EXC-CODIGO
                   MOVE SPACES TO WS-EXC-MENSAGEM
                   STRING 'PAGAMENTO ' WS-LIB-ID-DATA
                          ' REJEITADO - NAO TRANSMITIDO'
                          DELIMITED BY SIZE
                       INTO WS-EXC-MENSAGEM
                   END-STRING
                   MOVE 2 TO WS-EXC-SEVERIDADE
                   PERFORM GRAVAR-EXCECAO-GERAL
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               WHEN LIB-RETIDO
                   DISPLAY 'TESTBTRN RUN ' WS-LIB-ID-RUN
                           ' RETIDO AGUARDANDO LIBERACAO DA FINANCAS'
                           ' (TESTLIBF)'
                   MOVE 4 TO WS-EXC-CODIGO
                   MOVE SPACES TO WS-EXC-MENSAGEM
                   STRING 'PAGAMENTO ' WS-LIB-ID-DATA
                          ' RETIDO AGUARDANDO LIBERACAO'
                          DELIMITED BY SIZE
                       INTO WS-EXC-MENSAGEM
                   END-STRING
                   MOVE 3 TO WS-EXC-SEVERIDADE
                   PERFORM GRAVAR-EXCECAO-GERAL
                   MOVE 4 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

           PERFORM CONFERIR-ARQUIVO-LIBERADO THRU
                   CONFERIR-ARQUIVO-LIBERADO-EXIT.

           MOVE 'BANKPAY.DAT' TO WS-NOME-ARQ-ORIGEM.
           MOVE 'BANKTRM.DAT' TO WS-NOME-ARQ-DESTINO.
           PERFORM ENTREGAR-ARQUIVO THRU ENTREGAR-ARQUIVO-EXIT.
           PERFORM ENTREGAR-ARQUIVO-BANCO THRU
                   ENTREGAR-ARQUIVO-BANCO-EXIT
               VARYING WS-IDX-BANCO FROM 1 BY 1
               UNTIL WS-IDX-BANCO > 3.
           MOVE 'BNKPIX.DAT' TO WS-NOME-ARQ-ORIGEM.
           MOVE 'PIXTRM.DAT' TO WS-NOME-ARQ-DESTINO.
           MOVE 'S' TO WS-ENTREGA-PIX.
           PERFORM ENTREGAR-ARQUIVO THRU ENTREGAR-ARQUIVO-EXIT.
           MOVE 'N' TO WS-ENTREGA-PIX.

           MOVE 'T'        TO WS-LIB-NOVA-DECISAO.
           MOVE 'TESTBTRN' TO WS-LIB-NOVO-OPERADOR.
           MOVE SPACES     TO WS-LIB-NOVO-MOTIVO.
           STRING 'LIBERADO POR ' WS-LIB-OPERADOR-DECISAO
                  DELIMITED BY SIZE
               INTO WS-LIB-NOVO-MOTIVO
           END-STRING.
           PERFORM REGISTRAR-DECISAO-LIBERACAO THRU
                   REGISTRAR-DECISAO-LIBERACAO-EXIT.

           DISPLAY 'TESTBTRN RUN ' WS-LIB-ID-RUN ' TRANSMITIDO - '
                   WS-QTD-ARQ-ENTREGUES ' ARQUIVO(S)'.
           STOP RUN.

      *----------------------------------------------------------*
      *    CONFERIR-ARQUIVO-LIBERADO                                *
      *    BANKPAY.DAT tem de ser o mesmo arquivo que a Financas    *
      *    aprovou: data do header = data do id do run e trailer =  *
      *    totais do pacote.                                        *
      *----------------------------------------------------------*
       CONFERIR-ARQUIVO-LIBERADO.
           MOVE 'BANKPAY.DAT' TO WS-NOME-ARQ-ORIGEM.
           OPEN INPUT ARQUIVO-ORIGEM.
           IF WS-STATUS-ORIGEM = '00'
               MOVE 'N' TO WS-EOF-ORIGEM
               PERFORM LER-CONTROLE-ORIGEM THRU
                       LER-CONTROLE-ORIGEM-EXIT
                   UNTIL WS-EOF-ORIGEM = 'S'
           END-IF.
           CLOSE ARQUIVO-ORIGEM.

           IF WS-TEM-TRAILER = 'S'
                  AND WS-DATA-ARQUIVO = WS-LIB-ID-DATA
                  AND WS-QTD-ARQUIVO = WS-LIB-QTD-PAGAMENTOS
                  AND WS-VALOR-ARQUIVO = WS-LIB-VALOR-TOTAL
               GO TO CONFERIR-ARQUIVO-LIBERADO-EXIT
           END-IF.

           DISPLAY 'TESTBTRN BANKPAY.DAT DIFERE DO PACOTE LIBERADO '
                   '- NADA TRANSMITIDO'.
           DISPLAY 'TESTBTRN ARQUIVO: ' WS-DATA-ARQUIVO ' '
                   WS-QTD-ARQUIVO ' ' WS-VALOR-ARQUIVO.
           DISPLAY 'TESTBTRN PACOTE.: ' WS-LIB-ID-DATA ' '
                   WS-LIB-QTD-PAGAMENTOS ' ' WS-LIB-VALOR-TOTAL.
           MOVE 'CONFERIR-ARQUIVO-LIBERADO' TO WS-EXC-PARAGRAFO.
           MOVE 8 TO WS-EXC-CODIGO.
           MOVE 'BANKPAY.DAT DIFERE DO PACOTE LIBERADO'
               TO WS-EXC-MENSAGEM.
           MOVE 2 TO WS-EXC-SEVERIDADE.
           PERFORM GRAVAR-EXCECAO-GERAL.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.

       CONFERIR-ARQUIVO-LIBERADO-EXIT.
           EXIT.

       LER-CONTROLE-ORIGEM.
           READ ARQUIVO-ORIGEM
               AT END
                   MOVE 'S' TO WS-EOF-ORIGEM
                   GO TO LER-CONTROLE-ORIGEM-EXIT
           END-READ.
           IF ORI-TIPO = 'H' AND ORI-HDR-DATA IS NUMERIC
               MOVE ORI-HDR-DATA TO WS-DATA-ARQUIVO
           END-IF.
           IF ORI-TIPO = 'T' AND ORI-TRL-QTD IS NUMERIC
                  AND ORI-TRL-VALOR IS NUMERIC
               MOVE 'S'           TO WS-TEM-TRAILER
               MOVE ORI-TRL-QTD   TO WS-QTD-ARQUIVO
               MOVE ORI-TRL-VALOR TO WS-VALOR-ARQUIVO
           END-IF.

       LER-CONTROLE-ORIGEM-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    ENTREGAR-ARQUIVO-BANCO / ENTREGAR-ARQUIVO                *
      *    Copia registro a registro para a area de transmissao.    *
      *    Arquivo por banco (ou PIX) ausente e simplesmente        *
      *    pulado.                                                  *
      *----------------------------------------------------------*
       ENTREGAR-ARQUIVO-BANCO.
           MOVE SPACES TO WS-NOME-ARQ-ORIGEM.
           STRING 'BNKPAY' WS-IDX-BANCO '.DAT' DELIMITED BY SIZE
               INTO WS-NOME-ARQ-ORIGEM
           END-STRING.
           MOVE SPACES TO WS-NOME-ARQ-DESTINO.
           STRING 'BNKTRM' WS-IDX-BANCO '.DAT' DELIMITED BY SIZE
               INTO WS-NOME-ARQ-DESTINO
           END-STRING.
           PERFORM ENTREGAR-ARQUIVO THRU ENTREGAR-ARQUIVO-EXIT.

       ENTREGAR-ARQUIVO-BANCO-EXIT.
           EXIT.

       ENTREGAR-ARQUIVO.
           OPEN INPUT ARQUIVO-ORIGEM.
           IF WS-STATUS-ORIGEM NOT = '00'
               CLOSE ARQUIVO-ORIGEM
               GO TO ENTREGAR-ARQUIVO-EXIT
           END-IF.
           OPEN OUTPUT ARQUIVO-DESTINO.
           IF WS-STATUS-DESTINO NOT = '00'
               CLOSE ARQUIVO-ORIGEM
               DISPLAY 'TESTBTRN ERRO ABERTURA ' WS-NOME-ARQ-DESTINO
                       ' STATUS=' WS-STATUS-DESTINO
               MOVE 'ENTREGAR-ARQUIVO' TO WS-EXC-PARAGRAFO
               MOVE 12 TO WS-EXC-CODIGO
               MOVE SPACES TO WS-EXC-MENSAGEM
               STRING 'ERRO ABERTURA ' WS-NOME-ARQ-DESTINO
                      DELIMITED BY SIZE
                   INTO WS-EXC-MENSAGEM
               END-STRING
               MOVE 1 TO WS-EXC-SEVERIDADE
               PERFORM GRAVAR-EXCECAO-GERAL
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE ZEROS TO WS-QTD-REGISTROS.
           MOVE 'N' TO WS-EOF-ORIGEM.
           PERFORM COPIAR-REGISTRO THRU COPIAR-REGISTRO-EXIT
               UNTIL WS-EOF-ORIGEM = 'S'.
           CLOSE ARQUIVO-ORIGEM.
           CLOSE ARQUIVO-DESTINO.
           ADD 1 TO WS-QTD-ARQ-ENTREGUES.
           DISPLAY 'TESTBTRN ' WS-NOME-ARQ-ORIGEM ' -> '
                   WS-NOME-ARQ-DESTINO ' REGISTROS: '
                   WS-QTD-REGISTROS.

       ENTREGAR-ARQUIVO-EXIT.
           EXIT.

       COPIAR-REGISTRO.
           READ ARQUIVO-ORIGEM
               AT END
                   MOVE 'S' TO WS-EOF-ORIGEM
                   GO TO COPIAR-REGISTRO-EXIT
           END-READ.
           IF WS-QTD-REGISTROS = ZEROS
               MOVE REG-ORIGEM-CNAB TO WS-CNAB-REGISTRO
               PERFORM VERIFICAR-LAYOUT-CNAB THRU
                       VERIFICAR-LAYOUT-CNAB-EXIT
           END-IF.
           EVALUATE TRUE
               WHEN WS-ENTREGA-PIX = 'S'
                   WRITE REG-DESTINO-PIX FROM REG-ORIGEM-PIX
               WHEN LAYOUT-CNAB-240
                   WRITE REG-DESTINO-CNAB FROM REG-ORIGEM-CNAB
               WHEN OTHER
                   WRITE REG-DESTINO FROM REG-ORIGEM
           END-EVALUATE.
           ADD 1 TO WS-QTD-REGISTROS.

       COPIAR-REGISTRO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    LIBERACAO FINANCEIRA DO PAGAMENTO (LIBPPRC)             *
      *----------------------------------------------------------*
       COPY LIBPPRC.

      *----------------------------------------------------------*
      *    LAYOUT FEBRABAN CNAB 240 (CNABPRC)                       *
      *----------------------------------------------------------*
       COPY CNABPRC.

      *----------------------------------------------------------*
      *    GRAVAR-EXCECAO-GERAL                                    *
      *    Log de excecoes compartilhado (EXCPPRC).                 *
      *----------------------------------------------------------*
       COPY EXCPPRC.
