       IDENTIFICATION DIVISION.
       PROGRAM-ID. TESTFECH.

      *----------------------------------------------------------*
      *    TESTFECH                                                *
      *    Fechamento e reabertura de competencia da folha. O      *
      *    cartao FECHPER.DAT diz a acao:                          *
      *      F - fecha a competencia AAAAMM, depois de conferir    *
      *          que o retorno do banco esta liquidado (ultimo     *
      *          BANKPAY2.DAT de TESTBRET sem creditos devolvidos  *
      *          a repagar) e que GLPOST.DAT foi gerado para a     *
      *          competencia (header do lote de TESTGLPO);         *
      *      R - reabre uma competencia fechada: exige motivo e    *
      *          aprovador diferente do solicitante.               *
      *    Toda acao aceita e apendada em PERFECH.DAT (ver         *
      *    PERIFD), que e o log e a situacao da competencia, e     *
      *    registrada no log de excecoes. Com a competencia        *
      *    fechada, os programas de folha recusam o run (PERIPRC). *
      *    Cartao invalido ou conferencia nao atendida: RC=8.      *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CARTAO-FECHAMENTO
               ASSIGN TO "FECHPER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CARTAO.

           SELECT OPTIONAL ARQUIVO-REPAGAMENTO
               ASSIGN TO "BANKPAY2.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-REPAGAMENTO.

           SELECT OPTIONAL ARQUIVO-LANCAMENTOS
               ASSIGN TO "GLPOST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-LANCAMENTOS.

           COPY PERISEL.

           COPY EXCPSEL.

       DATA DIVISION.
       FILE SECTION.
       FD  CARTAO-FECHAMENTO.
       01  REG-CARTAO-FECHAMENTO.
           05  FPC-ACAO             PIC X(01).
               88  FPC-FECHAR       VALUE 'F'.
               88  FPC-REABRIR      VALUE 'R'.
           05  FPC-COMPETENCIA      PIC X(06).
           05  FPC-COMPETENCIA-N REDEFINES FPC-COMPETENCIA
                                    PIC 9(06).
           05  FPC-SOLICITANTE      PIC X(10).
           05  FPC-APROVADOR        PIC X(10).
           05  FPC-MOTIVO           PIC X(40).
           05  FILLER               PIC X(13).

      *    Layout H/D/T gravado por TESTBRET; so o trailer importa.
       FD  ARQUIVO-REPAGAMENTO.
       01  REG-REPAGAMENTO.
           05  RPG-TIPO             PIC X(01).
           05  RPG-TRL-QTD          PIC 9(09).
           05  RPG-TRL-VALOR        PIC 9(13)V99.
           05  FILLER               PIC X(55).

      *    Lote gravado por TESTGLPO: header com a competencia.
       FD  ARQUIVO-LANCAMENTOS.
       01  REG-LANCAMENTO.
           05  LCT-TIPO             PIC X(01).
           05  LCT-DATA             PIC 9(08).
           05  FILLER               PIC X(06).
           05  LCT-COMPETENCIA      PIC 9(08).
           05  FILLER               PIC X(57).

       COPY PERIFD.

       COPY EXCPFD.

       WORKING-STORAGE SECTION.
       COPY EXCPWS.
       COPY PERIWS.

       01  WS-STATUS-CARTAO         PIC XX.
       01  WS-STATUS-REPAGAMENTO    PIC XX.
       01  WS-STATUS-LANCAMENTOS    PIC XX.
       01  WS-EOF-REPAGAMENTO       PIC X VALUE 'N'.
       01  WS-EOF-LANCAMENTOS       PIC X VALUE 'N'.
       01  WS-CARTAO-LIDO           PIC X VALUE 'N'.

       01  WS-DATA-EXECUCAO         PIC 9(08).
       01  WS-HORA-EXECUCAO         PIC 9(08).

       01  WS-REPAG-ACHADO          PIC X VALUE 'N'.
       01  WS-QTD-REPAGAR           PIC 9(09) VALUE ZEROS.
       01  WS-GLPOST-ACHADO         PIC X VALUE 'N'.
       01  WS-COMPETENCIA-GLPOST    PIC 9(06) VALUE ZEROS.
       01  WS-MOTIVO-RECUSA         PIC X(40) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 0 TO RETURN-CODE.
           ACCEPT WS-DATA-EXECUCAO FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-EXECUCAO FROM TIME.

           OPEN INPUT CARTAO-FECHAMENTO.
           IF WS-STATUS-CARTAO = '00'
               READ CARTAO-FECHAMENTO
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE 'S' TO WS-CARTAO-LIDO
               END-READ
           END-IF.
           CLOSE CARTAO-FECHAMENTO.
           IF WS-CARTAO-LIDO = 'N'
               DISPLAY 'TESTFECH FECHPER.DAT AUSENTE - NADA A FECHAR '
                       'OU REABRIR'
               STOP RUN
           END-IF.

           IF FPC-COMPETENCIA IS NOT NUMERIC
                  OR FPC-COMPETENCIA (5:2) < '01'
                  OR FPC-COMPETENCIA (5:2) > '12'
               MOVE 'COMPETENCIA INVALIDA NO CARTAO'
                   TO WS-MOTIVO-RECUSA
               PERFORM RECUSAR-CARTAO THRU RECUSAR-CARTAO-EXIT
           END-IF.
           IF FPC-SOLICITANTE = SPACES
               MOVE 'SOLICITANTE NAO INFORMADO'
                   TO WS-MOTIVO-RECUSA
               PERFORM RECUSAR-CARTAO THRU RECUSAR-CARTAO-EXIT
           END-IF.

           MOVE FPC-COMPETENCIA-N TO WS-PER-COMPETENCIA.
           PERFORM CONSULTAR-SITUACAO-PERIODO THRU
                   CONSULTAR-SITUACAO-PERIODO-EXIT.

           EVALUATE TRUE
               WHEN FPC-FECHAR
                   PERFORM FECHAR-COMPETENCIA THRU
                           FECHAR-COMPETENCIA-EXIT
               WHEN FPC-REABRIR
                   PERFORM REABRIR-COMPETENCIA THRU
                           REABRIR-COMPETENCIA-EXIT
               WHEN OTHER
                   MOVE 'ACAO DO CARTAO DEVE SER F OU R'
                       TO WS-MOTIVO-RECUSA
                   PERFORM RECUSAR-CARTAO THRU RECUSAR-CARTAO-EXIT
           END-EVALUATE.

           STOP RUN.

      *----------------------------------------------------------*
      *    FECHAR-COMPETENCIA                                       *
      *    Competencia ja fechada e so aviso (RC=4); as duas        *
      *    conferencias precisam passar para o fechamento entrar.   *
      *----------------------------------------------------------*
       FECHAR-COMPETENCIA.
           IF PERIODO-FECHADO
               DISPLAY 'TESTFECH COMPETENCIA ' WS-PER-COMPETENCIA
                       ' JA FECHADA EM ' WS-PER-DATA-ACAO
               MOVE 4 TO RETURN-CODE
               GO TO FECHAR-COMPETENCIA-EXIT
           END-IF.

           PERFORM CONFERIR-RETORNO-BANCO THRU
                   CONFERIR-RETORNO-BANCO-EXIT.
           IF WS-REPAG-ACHADO = 'N'
               MOVE 'RETORNO DO BANCO NAO PROCESSADO'
                   TO WS-MOTIVO-RECUSA
               PERFORM RECUSAR-CARTAO THRU RECUSAR-CARTAO-EXIT
           END-IF.
           IF WS-QTD-REPAGAR > 0
               MOVE 'CREDITOS DEVOLVIDOS AINDA A REPAGAR'
                   TO WS-MOTIVO-RECUSA
               PERFORM RECUSAR-CARTAO THRU RECUSAR-CARTAO-EXIT
           END-IF.

           PERFORM CONFERIR-LANCAMENTOS-GL THRU
                   CONFERIR-LANCAMENTOS-GL-EXIT.
           IF WS-GLPOST-ACHADO = 'N'
               MOVE 'GLPOST.DAT NAO GERADO PARA A COMPETENCIA'
                   TO WS-MOTIVO-RECUSA
               PERFORM RECUSAR-CARTAO THRU RECUSAR-CARTAO-EXIT
           END-IF.

           PERFORM GRAVAR-ACAO-PERIODO THRU
                   GRAVAR-ACAO-PERIODO-EXIT.
           DISPLAY 'TESTFECH COMPETENCIA ' WS-PER-COMPETENCIA
                   ' FECHADA POR ' FPC-SOLICITANTE.
           MOVE 'TESTFECH'           TO WS-EXC-PROGRAMA.
           MOVE 'FECHAR-COMPETENCIA' TO WS-EXC-PARAGRAFO.
           MOVE 0                    TO WS-EXC-CODIGO.
           MOVE SPACES               TO WS-EXC-MENSAGEM.
           STRING 'COMPETENCIA ' WS-PER-COMPETENCIA
                  ' FECHADA POR ' FPC-SOLICITANTE
                  DELIMITED BY SIZE
               INTO WS-EXC-MENSAGEM
           END-STRING.
           MOVE 4 TO WS-EXC-SEVERIDADE.
           PERFORM GRAVAR-EXCECAO-GERAL.

       FECHAR-COMPETENCIA-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    REABRIR-COMPETENCIA                                      *
      *    Reabertura e excecao: motivo obrigatorio e aprovador     *
      *    que nao seja o proprio solicitante.                      *
      *----------------------------------------------------------*
       REABRIR-COMPETENCIA.
           IF PERIODO-ABERTO
               DISPLAY 'TESTFECH COMPETENCIA ' WS-PER-COMPETENCIA
                       ' NAO ESTA FECHADA - NADA A REABRIR'
               MOVE 4 TO RETURN-CODE
               GO TO REABRIR-COMPETENCIA-EXIT
           END-IF.
           IF FPC-MOTIVO = SPACES
               MOVE 'REABERTURA SEM MOTIVO'
                   TO WS-MOTIVO-RECUSA
               PERFORM RECUSAR-CARTAO THRU RECUSAR-CARTAO-EXIT
           END-IF.
           IF FPC-APROVADOR = SPACES
               MOVE 'REABERTURA SEM APROVADOR'
                   TO WS-MOTIVO-RECUSA
               PERFORM RECUSAR-CARTAO THRU RECUSAR-CARTAO-EXIT
           END-IF.
           IF FPC-APROVADOR = FPC-SOLICITANTE
               MOVE 'APROVADOR IGUAL AO SOLICITANTE'
                   TO WS-MOTIVO-RECUSA
               PERFORM RECUSAR-CARTAO THRU RECUSAR-CARTAO-EXIT
           END-IF.

           PERFORM GRAVAR-ACAO-PERIODO THRU
                   GRAVAR-ACAO-PERIODO-EXIT.
           DISPLAY 'TESTFECH COMPETENCIA ' WS-PER-COMPETENCIA
                   ' REABERTA POR ' FPC-SOLICITANTE
                   ' APROVADOR ' FPC-APROVADOR.
           DISPLAY 'TESTFECH MOTIVO: ' FPC-MOTIVO.
           MOVE 'TESTFECH'            TO WS-EXC-PROGRAMA.
           MOVE 'REABRIR-COMPETENCIA' TO WS-EXC-PARAGRAFO.
           MOVE 4                     TO WS-EXC-CODIGO.
           MOVE SPACES                TO WS-EXC-MENSAGEM.
           STRING 'COMPETENCIA ' WS-PER-COMPETENCIA
                  ' REABERTA APROV ' FPC-APROVADOR
                  DELIMITED BY SIZE
               INTO WS-EXC-MENSAGEM
           END-STRING.
           MOVE 3 TO WS-EXC-SEVERIDADE.
           PERFORM GRAVAR-EXCECAO-GERAL.

       REABRIR-COMPETENCIA-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    CONFERIR-RETORNO-BANCO                                   *
      *    BANKPAY2.DAT e regravado a cada processamento do         *
      *    retorno; trailer com quantidade zero = nada devolvido    *
      *    pendente de repagamento.                                 *
      *----------------------------------------------------------*
       CONFERIR-RETORNO-BANCO.
           OPEN INPUT ARQUIVO-REPAGAMENTO.
           IF WS-STATUS-REPAGAMENTO NOT = '00'
               CLOSE ARQUIVO-REPAGAMENTO
               GO TO CONFERIR-RETORNO-BANCO-EXIT
           END-IF.
           PERFORM LER-REPAGAMENTO THRU LER-REPAGAMENTO-EXIT
               UNTIL WS-EOF-REPAGAMENTO = 'S'.
           CLOSE ARQUIVO-REPAGAMENTO.

       CONFERIR-RETORNO-BANCO-EXIT.
           EXIT.

       LER-REPAGAMENTO.
           READ ARQUIVO-REPAGAMENTO
               AT END
                   MOVE 'S' TO WS-EOF-REPAGAMENTO
                   GO TO LER-REPAGAMENTO-EXIT
           END-READ.
           IF RPG-TIPO = 'T' AND RPG-TRL-QTD IS NUMERIC
               MOVE 'S'         TO WS-REPAG-ACHADO
               MOVE RPG-TRL-QTD TO WS-QTD-REPAGAR
           END-IF.

       LER-REPAGAMENTO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    CONFERIR-LANCAMENTOS-GL                                  *
      *    O lote de GLPOST.DAT tem de ser da competencia a fechar  *
      *    e estar completo (trailer presente).                     *
      *----------------------------------------------------------*
       CONFERIR-LANCAMENTOS-GL.
           OPEN INPUT ARQUIVO-LANCAMENTOS.
           IF WS-STATUS-LANCAMENTOS NOT = '00'
               CLOSE ARQUIVO-LANCAMENTOS
               GO TO CONFERIR-LANCAMENTOS-GL-EXIT
           END-IF.
           PERFORM LER-LANCAMENTO THRU LER-LANCAMENTO-EXIT
               UNTIL WS-EOF-LANCAMENTOS = 'S'.
           CLOSE ARQUIVO-LANCAMENTOS.

       CONFERIR-LANCAMENTOS-GL-EXIT.
           EXIT.

       LER-LANCAMENTO.
           READ ARQUIVO-LANCAMENTOS
               AT END
                   MOVE 'S' TO WS-EOF-LANCAMENTOS
                   GO TO LER-LANCAMENTO-EXIT
           END-READ.
           IF LCT-TIPO = 'H' AND LCT-COMPETENCIA IS NUMERIC
               MOVE LCT-COMPETENCIA (1:6) TO WS-COMPETENCIA-GLPOST
           END-IF.
           IF LCT-TIPO = 'T'
                  AND WS-COMPETENCIA-GLPOST = WS-PER-COMPETENCIA
               MOVE 'S' TO WS-GLPOST-ACHADO
           END-IF.

       LER-LANCAMENTO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    GRAVAR-ACAO-PERIODO                                      *
      *    Apenda a acao do cartao em PERFECH.DAT.                  *
      *----------------------------------------------------------*
       GRAVAR-ACAO-PERIODO.
           OPEN EXTEND REGISTRO-PERIODOS.
           IF WS-STATUS-PERIODOS NOT = '00'
                  AND WS-STATUS-PERIODOS NOT = '05'
               MOVE 'TESTFECH'            TO WS-EXC-PROGRAMA
               MOVE 'GRAVAR-ACAO-PERIODO' TO WS-EXC-PARAGRAFO
               MOVE WS-STATUS-PERIODOS    TO WS-EXC-CODIGO
               MOVE 'ERRO ABERTURA PERFECH.DAT' TO WS-EXC-MENSAGEM
               MOVE 1 TO WS-EXC-SEVERIDADE
               PERFORM GRAVAR-EXCECAO-GERAL
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES             TO REG-PERIODO.
           MOVE WS-PER-COMPETENCIA TO PRD-COMPETENCIA.
           MOVE FPC-ACAO           TO PRD-ACAO.
           MOVE WS-DATA-EXECUCAO   TO PRD-DATA.
           MOVE WS-HORA-EXECUCAO   TO PRD-HORA.
           MOVE FPC-SOLICITANTE    TO PRD-SOLICITANTE.
           MOVE FPC-APROVADOR      TO PRD-APROVADOR.
           MOVE FPC-MOTIVO         TO PRD-MOTIVO.
           WRITE REG-PERIODO.
           CLOSE REGISTRO-PERIODOS.

       GRAVAR-ACAO-PERIODO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    RECUSAR-CARTAO                                           *
      *    Acao recusada: log de excecoes e RC=8, nada gravado.     *
      *----------------------------------------------------------*
       RECUSAR-CARTAO.
           DISPLAY 'TESTFECH CARTAO RECUSADO: ' WS-MOTIVO-RECUSA.
           MOVE 'TESTFECH'        TO WS-EXC-PROGRAMA.
           MOVE 'RECUSAR-CARTAO'  TO WS-EXC-PARAGRAFO.
           MOVE 8                 TO WS-EXC-CODIGO.
           MOVE WS-MOTIVO-RECUSA  TO WS-EXC-MENSAGEM.
           MOVE 2 TO WS-EXC-SEVERIDADE.
           PERFORM GRAVAR-EXCECAO-GERAL.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.

       RECUSAR-CARTAO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    VERIFICAR-PERIODO-ABERTO / CONSULTAR-SITUACAO-PERIODO    *
      *    Registro de fechamento compartilhado (PERIPRC).          *
      *----------------------------------------------------------*
       COPY PERIPRC.

      *----------------------------------------------------------*
      *    GRAVAR-EXCECAO-GERAL                                    *
      *    Log de excecoes compartilhado (EXCPPRC).                 *
      *----------------------------------------------------------*
       COPY EXCPPRC.
