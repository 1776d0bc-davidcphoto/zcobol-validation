       IDENTIFICATION DIVISION.
       PROGRAM-ID. TESTQUAD.

      *----------------------------------------------------------*
      *    TESTQUAD                                                *
      *    Manutencao batch do quadro autorizado de vagas por      *
      *    departamento QUADAUT.DAT (ver QUADFD), nos codigos do   *
      *    cadastro mestre DEPTMST.DAT. O arquivo de manutencao    *
      *    QUADTRAN.DAT traz um movimento por linha:               *
      *      'IN' inclui o quadro de um departamento;              *
      *      'AL' altera o numero de posicoes autorizadas;         *
      *      'EX' exclui o quadro - o departamento deixa de ter    *
      *           controle de vagas na admissao.                   *
      *    O departamento precisa existir em DEPTMST.DAT e o       *
      *    movimento deve trazer o aprovador. Movimento invalido   *
      *    sai em QUADREJ.DAT com o motivo, e o run devolve RC=4.  *
      *    O controle na admissao e feito por TESTEMNT e o         *
      *    relatorio de vagas por TESTVAGA.                        *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ARQUIVO-MOVIMENTOS
               ASSIGN TO "QUADTRAN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-MOVIMENTOS.

           COPY QUADSEL.

           COPY DEPTSEL.

           SELECT ARQUIVO-REJEICOES-QDA
               ASSIGN TO "QUADREJ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-REJEICOES.

           COPY EXCPSEL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQUIVO-MOVIMENTOS.
       01  REG-MOVIMENTO-QDA.
           05  MVQ-TIPO             PIC X(02).
               88  MOVIMENTO-INCLUSAO   VALUE 'IN'.
               88  MOVIMENTO-ALTERACAO  VALUE 'AL'.
               88  MOVIMENTO-EXCLUSAO   VALUE 'EX'.
           05  MVQ-DEPARTAMENTO     PIC X(10).
           05  MVQ-AUTORIZADO       PIC X(05).
           05  MVQ-AUTORIZADO-NUM REDEFINES MVQ-AUTORIZADO
                                    PIC 9(05).
           05  MVQ-APROVADOR        PIC X(10).
           05  FILLER               PIC X(53).

       COPY QUADFD.

       COPY DEPTFD.

       FD  ARQUIVO-REJEICOES-QDA.
       01  REG-REJEICAO-QDA         PIC X(116).

       COPY EXCPFD.

       WORKING-STORAGE SECTION.
       COPY QUADWS.
       COPY DEPTWS.
       COPY EXCPWS.

       01  WS-STATUS-MOVIMENTOS     PIC XX.
       01  WS-STATUS-REJEICOES      PIC XX.
       01  WS-EOF-MOVIMENTOS        PIC X VALUE 'N'.

       01  WS-DATA-RUN              PIC 9(08).
       01  WS-QTD-LIDOS             PIC 9(05) VALUE ZEROS.
       01  WS-QTD-INCLUIDOS         PIC 9(05) VALUE ZEROS.
       01  WS-QTD-ALTERADOS         PIC 9(05) VALUE ZEROS.
       01  WS-QTD-EXCLUIDOS         PIC 9(05) VALUE ZEROS.
       01  WS-QTD-REJEITADOS        PIC 9(05) VALUE ZEROS.
       01  WS-DADOS-VALIDOS         PIC X VALUE 'N'.

       01  WS-MOTIVO-REJEICAO       PIC X(35).
       01  WS-LINHA-REJEICAO-QDA.
           05  RJQ-REGISTRO         PIC X(80).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RJQ-MOTIVO           PIC X(35).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 0 TO RETURN-CODE.
           ACCEPT WS-DATA-RUN FROM DATE YYYYMMDD.

           OPEN INPUT ARQUIVO-MOVIMENTOS.
           IF WS-STATUS-MOVIMENTOS NOT = '00'
               DISPLAY 'TESTQUAD QUADTRAN.DAT AUSENTE - NADA A '
                       'MANTER'
               CLOSE ARQUIVO-MOVIMENTOS
               STOP RUN
           END-IF.

           OPEN INPUT DEPT-MASTER.
           IF WS-STATUS-DEPT-MASTER NOT = '00'
               MOVE 'TESTQUAD'          TO WS-EXC-PROGRAMA
               MOVE 'MAIN-PROCEDURE'    TO WS-EXC-PARAGRAFO
               MOVE WS-STATUS-DEPT-MASTER TO WS-EXC-CODIGO
               MOVE 'ERRO ABERTURA DEPTMST.DAT' TO WS-EXC-MENSAGEM
               MOVE 1 TO WS-EXC-SEVERIDADE
               PERFORM GRAVAR-EXCECAO-GERAL
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN I-O QUADRO-AUTORIZADO.
           IF WS-STATUS-QUADRO = '05'
                  OR WS-STATUS-QUADRO = '35'
               CLOSE QUADRO-AUTORIZADO
               OPEN OUTPUT QUADRO-AUTORIZADO
               CLOSE QUADRO-AUTORIZADO
               OPEN I-O QUADRO-AUTORIZADO
           END-IF.
           IF WS-STATUS-QUADRO NOT = '00'
               MOVE 'TESTQUAD'          TO WS-EXC-PROGRAMA
               MOVE 'MAIN-PROCEDURE'    TO WS-EXC-PARAGRAFO
               MOVE WS-STATUS-QUADRO    TO WS-EXC-CODIGO
               MOVE 'ERRO ABERTURA QUADAUT.DAT' TO WS-EXC-MENSAGEM
               MOVE 1 TO WS-EXC-SEVERIDADE
               PERFORM GRAVAR-EXCECAO-GERAL
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT ARQUIVO-REJEICOES-QDA.

           PERFORM UNTIL WS-EOF-MOVIMENTOS = 'S'
               READ ARQUIVO-MOVIMENTOS
                   AT END
                       MOVE 'S' TO WS-EOF-MOVIMENTOS
                   NOT AT END
                       ADD 1 TO WS-QTD-LIDOS
                       PERFORM DESPACHAR-MOVIMENTO-QDA THRU
                               DESPACHAR-MOVIMENTO-QDA-EXIT
               END-READ
           END-PERFORM.

           CLOSE ARQUIVO-MOVIMENTOS.
           CLOSE QUADRO-AUTORIZADO.
           CLOSE DEPT-MASTER.
           CLOSE ARQUIVO-REJEICOES-QDA.

           DISPLAY 'TESTQUAD MOVIMENTOS LIDOS: ' WS-QTD-LIDOS.
           DISPLAY 'TESTQUAD INCLUIDOS.......: ' WS-QTD-INCLUIDOS.
           DISPLAY 'TESTQUAD ALTERADOS.......: ' WS-QTD-ALTERADOS.
           DISPLAY 'TESTQUAD EXCLUIDOS.......: ' WS-QTD-EXCLUIDOS.
           DISPLAY 'TESTQUAD REJEITADOS......: ' WS-QTD-REJEITADOS.

           IF WS-QTD-REJEITADOS > 0 AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.

           STOP RUN.

      *----------------------------------------------------------*
      *    DESPACHAR-MOVIMENTO-QDA                                  *
      *----------------------------------------------------------*
       DESPACHAR-MOVIMENTO-QDA.
           IF MVQ-DEPARTAMENTO = SPACES
               MOVE 'DEPARTAMENTO EM BRANCO'
                   TO WS-MOTIVO-REJEICAO
               PERFORM REJEITAR-MOVIMENTO-QDA
               GO TO DESPACHAR-MOVIMENTO-QDA-EXIT
           END-IF.
           MOVE MVQ-DEPARTAMENTO TO QDA-DEPARTAMENTO.

           EVALUATE TRUE
               WHEN MOVIMENTO-INCLUSAO
                   PERFORM INCLUIR-QUADRO THRU
                           INCLUIR-QUADRO-EXIT
               WHEN MOVIMENTO-ALTERACAO
                   PERFORM ALTERAR-QUADRO THRU
                           ALTERAR-QUADRO-EXIT
               WHEN MOVIMENTO-EXCLUSAO
                   PERFORM EXCLUIR-QUADRO THRU
                           EXCLUIR-QUADRO-EXIT
               WHEN OTHER
                   MOVE 'TIPO DESCONHECIDO' TO WS-MOTIVO-REJEICAO
                   PERFORM REJEITAR-MOVIMENTO-QDA
           END-EVALUATE.

       DESPACHAR-MOVIMENTO-QDA-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    INCLUIR-QUADRO ('IN')                                    *
      *----------------------------------------------------------*
       INCLUIR-QUADRO.
           PERFORM VALIDAR-DADOS-QUADRO THRU
                   VALIDAR-DADOS-QUADRO-EXIT.
           IF WS-DADOS-VALIDOS = 'N'
               GO TO INCLUIR-QUADRO-EXIT
           END-IF.

           READ QUADRO-AUTORIZADO
               KEY IS QDA-DEPARTAMENTO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'QUADRO JA CADASTRADO'
                       TO WS-MOTIVO-REJEICAO
                   PERFORM REJEITAR-MOVIMENTO-QDA
                   GO TO INCLUIR-QUADRO-EXIT
           END-READ.

           PERFORM MONTAR-REGISTRO-QUADRO.
           WRITE REG-QUADRO-AUTORIZADO
               INVALID KEY
                   MOVE 'ERRO GRAVACAO QUADAUT'
                       TO WS-MOTIVO-REJEICAO
                   PERFORM REJEITAR-MOVIMENTO-QDA
               NOT INVALID KEY
                   ADD 1 TO WS-QTD-INCLUIDOS
           END-WRITE.

       INCLUIR-QUADRO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    ALTERAR-QUADRO ('AL')                                    *
      *    Reduzir o quadro abaixo das posicoes ja ocupadas e       *
      *    permitido: o excesso aparece no relatorio de vagas       *
      *    (TESTVAGA) e novas admissoes ficam bloqueadas.           *
      *----------------------------------------------------------*
       ALTERAR-QUADRO.
           PERFORM VALIDAR-DADOS-QUADRO THRU
                   VALIDAR-DADOS-QUADRO-EXIT.
           IF WS-DADOS-VALIDOS = 'N'
               GO TO ALTERAR-QUADRO-EXIT
           END-IF.

           READ QUADRO-AUTORIZADO
               KEY IS QDA-DEPARTAMENTO
               INVALID KEY
                   MOVE 'QUADRO INEXISTENTE'
                       TO WS-MOTIVO-REJEICAO
                   PERFORM REJEITAR-MOVIMENTO-QDA
                   GO TO ALTERAR-QUADRO-EXIT
           END-READ.

           PERFORM MONTAR-REGISTRO-QUADRO.
           REWRITE REG-QUADRO-AUTORIZADO
               INVALID KEY
                   MOVE 'ERRO REGRAVACAO QUADAUT'
                       TO WS-MOTIVO-REJEICAO
                   PERFORM REJEITAR-MOVIMENTO-QDA
               NOT INVALID KEY
                   ADD 1 TO WS-QTD-ALTERADOS
           END-REWRITE.

       ALTERAR-QUADRO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    EXCLUIR-QUADRO ('EX')                                    *
      *----------------------------------------------------------*
       EXCLUIR-QUADRO.
           READ QUADRO-AUTORIZADO
               KEY IS QDA-DEPARTAMENTO
               INVALID KEY
                   MOVE 'QUADRO INEXISTENTE'
                       TO WS-MOTIVO-REJEICAO
                   PERFORM REJEITAR-MOVIMENTO-QDA
                   GO TO EXCLUIR-QUADRO-EXIT
           END-READ.

           DELETE QUADRO-AUTORIZADO
               INVALID KEY
                   MOVE 'ERRO EXCLUSAO QUADAUT'
                       TO WS-MOTIVO-REJEICAO
                   PERFORM REJEITAR-MOVIMENTO-QDA
               NOT INVALID KEY
                   ADD 1 TO WS-QTD-EXCLUIDOS
           END-DELETE.

       EXCLUIR-QUADRO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    VALIDAR-DADOS-QUADRO                                     *
      *    Departamento cadastrado em DEPTMST.DAT, quantidade       *
      *    autorizada numerica e aprovador informado.               *
      *----------------------------------------------------------*
       VALIDAR-DADOS-QUADRO.
           MOVE 'N' TO WS-DADOS-VALIDOS.
           MOVE MVQ-DEPARTAMENTO TO DPM-CODIGO.
           READ DEPT-MASTER
               KEY IS DPM-CODIGO
               INVALID KEY
                   MOVE 'DEPARTAMENTO NAO CADASTRADO'
                       TO WS-MOTIVO-REJEICAO
                   PERFORM REJEITAR-MOVIMENTO-QDA
                   GO TO VALIDAR-DADOS-QUADRO-EXIT
           END-READ.
           IF MVQ-AUTORIZADO IS NOT NUMERIC
               MOVE 'QUANTIDADE AUTORIZADA INVALIDA'
                   TO WS-MOTIVO-REJEICAO
               PERFORM REJEITAR-MOVIMENTO-QDA
               GO TO VALIDAR-DADOS-QUADRO-EXIT
           END-IF.
           IF MVQ-APROVADOR = SPACES
               MOVE 'APROVADOR AUSENTE' TO WS-MOTIVO-REJEICAO
               PERFORM REJEITAR-MOVIMENTO-QDA
               GO TO VALIDAR-DADOS-QUADRO-EXIT
           END-IF.
           MOVE 'S' TO WS-DADOS-VALIDOS.

       VALIDAR-DADOS-QUADRO-EXIT.
           EXIT.

       MONTAR-REGISTRO-QUADRO.
           MOVE SPACES              TO REG-QUADRO-AUTORIZADO.
           MOVE MVQ-DEPARTAMENTO    TO QDA-DEPARTAMENTO.
           MOVE MVQ-AUTORIZADO-NUM  TO QDA-AUTORIZADO.
           MOVE MVQ-APROVADOR       TO QDA-APROVADOR.
           MOVE WS-DATA-RUN         TO QDA-DATA-APROVACAO.
           MOVE WS-DATA-RUN         TO QDA-DATA-ATUALIZACAO.

       MONTAR-REGISTRO-QUADRO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    REJEITAR-MOVIMENTO-QDA                                   *
      *----------------------------------------------------------*
       REJEITAR-MOVIMENTO-QDA.
           ADD 1 TO WS-QTD-REJEITADOS.
           MOVE REG-MOVIMENTO-QDA  TO RJQ-REGISTRO.
           MOVE WS-MOTIVO-REJEICAO TO RJQ-MOTIVO.
           WRITE REG-REJEICAO-QDA FROM WS-LINHA-REJEICAO-QDA.

       REJEITAR-MOVIMENTO-QDA-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    GRAVAR-EXCECAO-GERAL                                    *
      *    Log de excecoes compartilhado (EXCPPRC).                 *
      *----------------------------------------------------------*
       COPY EXCPPRC.
