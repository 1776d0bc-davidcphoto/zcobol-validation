       IDENTIFICATION DIVISION.
       PROGRAM-ID. TESTCARG.

      *----------------------------------------------------------*
      *    TESTCARG                                                *
      *    Manutencao batch do catalogo de cargos CARGOMST.DAT     *
      *    (ver CARGFD): codigo, CBO, titulo, faixa salarial e     *
      *    adicional de insalubridade/periculosidade. O arquivo    *
      *    de manutencao CARGTRAN.DAT traz um movimento por linha: *
      *      'IN' inclui o cargo;                                  *
      *      'AL' substitui os dados de um cargo existente (e      *
      *           reativa cargo excluido);                         *
      *      'EX' exclui o cargo - logicamente (CRG-ATIVO = 'N'),  *
      *           pois empregados podem continuar atribuidos a ele *
      *           e o relatorio de faixas precisa do registro.     *
      *    Movimento invalido ou sem o registro esperado no        *
      *    catalogo sai em CARGREJ.DAT com o motivo, e o run       *
      *    devolve RC=4. Sem CARGTRAN.DAT nao ha o que manter.     *
      *    A atribuicao de cargo ao empregado e feita por TESTEMNT *
      *    (transacao 'CG' de HRTRANS.DAT).                        *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ARQUIVO-MOVIMENTOS
               ASSIGN TO "CARGTRAN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-MOVIMENTOS.

           COPY CARGSEL.

           SELECT ARQUIVO-REJEICOES-CRG
               ASSIGN TO "CARGREJ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-REJEICOES.

           COPY EXCPSEL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQUIVO-MOVIMENTOS.
       01  REG-MOVIMENTO-CRG.
           05  MVC-TIPO             PIC X(02).
               88  MOVIMENTO-INCLUSAO   VALUE 'IN'.
               88  MOVIMENTO-ALTERACAO  VALUE 'AL'.
               88  MOVIMENTO-EXCLUSAO   VALUE 'EX'.
           05  MVC-CODIGO           PIC X(06).
           05  MVC-CBO              PIC X(06).
           05  MVC-CBO-NUM REDEFINES MVC-CBO
                                    PIC 9(06).
           05  MVC-TITULO           PIC X(30).
           05  MVC-SALARIO-MIN      PIC X(09).
           05  MVC-SALARIO-MIN-NUM REDEFINES MVC-SALARIO-MIN
                                    PIC 9(07)V99.
           05  MVC-SALARIO-MAX      PIC X(09).
           05  MVC-SALARIO-MAX-NUM REDEFINES MVC-SALARIO-MAX
                                    PIC 9(07)V99.
           05  MVC-ADICIONAL        PIC X(01).
           05  FILLER               PIC X(17).

       COPY CARGFD.

       FD  ARQUIVO-REJEICOES-CRG.
       01  REG-REJEICAO-CRG         PIC X(116).

       COPY EXCPFD.

       WORKING-STORAGE SECTION.
       COPY CARGWS.
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
       01  WS-LINHA-REJEICAO-CRG.
           05  RJC-REGISTRO         PIC X(80).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RJC-MOTIVO           PIC X(35).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 0 TO RETURN-CODE.
           ACCEPT WS-DATA-RUN FROM DATE YYYYMMDD.

           OPEN INPUT ARQUIVO-MOVIMENTOS.
           IF WS-STATUS-MOVIMENTOS NOT = '00'
               DISPLAY 'TESTCARG CARGTRAN.DAT AUSENTE - NADA A '
                       'MANTER'
               CLOSE ARQUIVO-MOVIMENTOS
               STOP RUN
           END-IF.

           OPEN I-O CARGOS-MASTER.
           IF WS-STATUS-CARGOS = '05'
                  OR WS-STATUS-CARGOS = '35'
               CLOSE CARGOS-MASTER
               OPEN OUTPUT CARGOS-MASTER
               CLOSE CARGOS-MASTER
               OPEN I-O CARGOS-MASTER
           END-IF.
           IF WS-STATUS-CARGOS NOT = '00'
               MOVE 'TESTCARG'          TO WS-EXC-PROGRAMA
               MOVE 'MAIN-PROCEDURE'    TO WS-EXC-PARAGRAFO
               MOVE WS-STATUS-CARGOS    TO WS-EXC-CODIGO
               MOVE 'ERRO ABERTURA CARGOMST.DAT' TO WS-EXC-MENSAGEM
               MOVE 1 TO WS-EXC-SEVERIDADE
               PERFORM GRAVAR-EXCECAO-GERAL
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT ARQUIVO-REJEICOES-CRG.

           PERFORM UNTIL WS-EOF-MOVIMENTOS = 'S'
               READ ARQUIVO-MOVIMENTOS
                   AT END
                       MOVE 'S' TO WS-EOF-MOVIMENTOS
                   NOT AT END
                       ADD 1 TO WS-QTD-LIDOS
                       PERFORM DESPACHAR-MOVIMENTO-CRG THRU
                               DESPACHAR-MOVIMENTO-CRG-EXIT
               END-READ
           END-PERFORM.

           CLOSE ARQUIVO-MOVIMENTOS.
           CLOSE CARGOS-MASTER.
           CLOSE ARQUIVO-REJEICOES-CRG.

           DISPLAY 'TESTCARG MOVIMENTOS LIDOS: ' WS-QTD-LIDOS.
           DISPLAY 'TESTCARG INCLUIDOS.......: ' WS-QTD-INCLUIDOS.
           DISPLAY 'TESTCARG ALTERADOS.......: ' WS-QTD-ALTERADOS.
           DISPLAY 'TESTCARG EXCLUIDOS.......: ' WS-QTD-EXCLUIDOS.
           DISPLAY 'TESTCARG REJEITADOS......: ' WS-QTD-REJEITADOS.

           IF WS-QTD-REJEITADOS > 0 AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.

           STOP RUN.

      *----------------------------------------------------------*
      *    DESPACHAR-MOVIMENTO-CRG                                  *
      *----------------------------------------------------------*
       DESPACHAR-MOVIMENTO-CRG.
           IF MVC-CODIGO = SPACES
               MOVE 'CODIGO DO CARGO EM BRANCO'
                   TO WS-MOTIVO-REJEICAO
               PERFORM REJEITAR-MOVIMENTO-CRG
               GO TO DESPACHAR-MOVIMENTO-CRG-EXIT
           END-IF.
           MOVE MVC-CODIGO TO CRG-CODIGO.

           EVALUATE TRUE
               WHEN MOVIMENTO-INCLUSAO
                   PERFORM INCLUIR-CARGO THRU
                           INCLUIR-CARGO-EXIT
               WHEN MOVIMENTO-ALTERACAO
                   PERFORM ALTERAR-CARGO THRU
                           ALTERAR-CARGO-EXIT
               WHEN MOVIMENTO-EXCLUSAO
                   PERFORM EXCLUIR-CARGO THRU
                           EXCLUIR-CARGO-EXIT
               WHEN OTHER
                   MOVE 'TIPO DESCONHECIDO' TO WS-MOTIVO-REJEICAO
                   PERFORM REJEITAR-MOVIMENTO-CRG
           END-EVALUATE.

       DESPACHAR-MOVIMENTO-CRG-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    INCLUIR-CARGO ('IN')                                     *
      *----------------------------------------------------------*
       INCLUIR-CARGO.
           PERFORM VALIDAR-DADOS-CARGO THRU
                   VALIDAR-DADOS-CARGO-EXIT.
           IF WS-DADOS-VALIDOS = 'N'
               GO TO INCLUIR-CARGO-EXIT
           END-IF.

           READ CARGOS-MASTER
               KEY IS CRG-CODIGO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'CARGO JA CADASTRADO'
                       TO WS-MOTIVO-REJEICAO
                   PERFORM REJEITAR-MOVIMENTO-CRG
                   GO TO INCLUIR-CARGO-EXIT
           END-READ.

           PERFORM MONTAR-REGISTRO-CARGO.
           WRITE REG-CARGO
               INVALID KEY
                   MOVE 'ERRO GRAVACAO CARGOMST'
                       TO WS-MOTIVO-REJEICAO
                   PERFORM REJEITAR-MOVIMENTO-CRG
               NOT INVALID KEY
                   ADD 1 TO WS-QTD-INCLUIDOS
           END-WRITE.

       INCLUIR-CARGO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    ALTERAR-CARGO ('AL')                                     *
      *    Substitui todos os dados do cargo - o movimento traz o   *
      *    registro completo, como na inclusao.                     *
      *----------------------------------------------------------*
       ALTERAR-CARGO.
           PERFORM VALIDAR-DADOS-CARGO THRU
                   VALIDAR-DADOS-CARGO-EXIT.
           IF WS-DADOS-VALIDOS = 'N'
               GO TO ALTERAR-CARGO-EXIT
           END-IF.

           READ CARGOS-MASTER
               KEY IS CRG-CODIGO
               INVALID KEY
                   MOVE 'CARGO INEXISTENTE'
                       TO WS-MOTIVO-REJEICAO
                   PERFORM REJEITAR-MOVIMENTO-CRG
                   GO TO ALTERAR-CARGO-EXIT
           END-READ.

           PERFORM MONTAR-REGISTRO-CARGO.
           REWRITE REG-CARGO
               INVALID KEY
                   MOVE 'ERRO REGRAVACAO CARGOMST'
                       TO WS-MOTIVO-REJEICAO
                   PERFORM REJEITAR-MOVIMENTO-CRG
               NOT INVALID KEY
                   ADD 1 TO WS-QTD-ALTERADOS
           END-REWRITE.

       ALTERAR-CARGO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    EXCLUIR-CARGO ('EX')                                     *
      *----------------------------------------------------------*
       EXCLUIR-CARGO.
           READ CARGOS-MASTER
               KEY IS CRG-CODIGO
               INVALID KEY
                   MOVE 'CARGO INEXISTENTE'
                       TO WS-MOTIVO-REJEICAO
                   PERFORM REJEITAR-MOVIMENTO-CRG
                   GO TO EXCLUIR-CARGO-EXIT
           END-READ.
           IF NOT CRG-CARGO-ATIVO
               MOVE 'CARGO JA EXCLUIDO' TO WS-MOTIVO-REJEICAO
               PERFORM REJEITAR-MOVIMENTO-CRG
               GO TO EXCLUIR-CARGO-EXIT
           END-IF.

           MOVE 'N'         TO CRG-ATIVO.
           MOVE WS-DATA-RUN TO CRG-DATA-ATUALIZACAO.
           REWRITE REG-CARGO
               INVALID KEY
                   MOVE 'ERRO REGRAVACAO CARGOMST'
                       TO WS-MOTIVO-REJEICAO
                   PERFORM REJEITAR-MOVIMENTO-CRG
               NOT INVALID KEY
                   ADD 1 TO WS-QTD-EXCLUIDOS
           END-REWRITE.

       EXCLUIR-CARGO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    VALIDAR-DADOS-CARGO                                      *
      *    CBO numerico, titulo, faixa salarial numerica com        *
      *    minimo nao maior que o maximo, adicional 'I'/'P'/'N'.    *
      *----------------------------------------------------------*
       VALIDAR-DADOS-CARGO.
           MOVE 'N' TO WS-DADOS-VALIDOS.
           IF MVC-CBO IS NOT NUMERIC OR MVC-CBO-NUM = ZEROS
               MOVE 'CODIGO CBO INVALIDO' TO WS-MOTIVO-REJEICAO
               PERFORM REJEITAR-MOVIMENTO-CRG
               GO TO VALIDAR-DADOS-CARGO-EXIT
           END-IF.
           IF MVC-TITULO = SPACES
               MOVE 'TITULO DO CARGO AUSENTE' TO WS-MOTIVO-REJEICAO
               PERFORM REJEITAR-MOVIMENTO-CRG
               GO TO VALIDAR-DADOS-CARGO-EXIT
           END-IF.
           IF MVC-SALARIO-MIN IS NOT NUMERIC
                  OR MVC-SALARIO-MAX IS NOT NUMERIC
                  OR MVC-SALARIO-MAX-NUM = ZEROS
                  OR MVC-SALARIO-MIN-NUM > MVC-SALARIO-MAX-NUM
               MOVE 'FAIXA SALARIAL INVALIDA' TO WS-MOTIVO-REJEICAO
               PERFORM REJEITAR-MOVIMENTO-CRG
               GO TO VALIDAR-DADOS-CARGO-EXIT
           END-IF.
           IF MVC-ADICIONAL NOT = 'I' AND NOT = 'P' AND NOT = 'N'
               MOVE 'INDICADOR DE ADICIONAL INVALIDO'
                   TO WS-MOTIVO-REJEICAO
               PERFORM REJEITAR-MOVIMENTO-CRG
               GO TO VALIDAR-DADOS-CARGO-EXIT
           END-IF.
           MOVE 'S' TO WS-DADOS-VALIDOS.

       VALIDAR-DADOS-CARGO-EXIT.
           EXIT.

       MONTAR-REGISTRO-CARGO.
           MOVE SPACES              TO REG-CARGO.
           MOVE MVC-CODIGO          TO CRG-CODIGO.
           MOVE MVC-CBO-NUM         TO CRG-CBO.
           MOVE MVC-TITULO          TO CRG-TITULO.
           MOVE MVC-SALARIO-MIN-NUM TO CRG-SALARIO-MIN.
           MOVE MVC-SALARIO-MAX-NUM TO CRG-SALARIO-MAX.
           MOVE MVC-ADICIONAL       TO CRG-ADICIONAL.
           MOVE 'S'                 TO CRG-ATIVO.
           MOVE WS-DATA-RUN         TO CRG-DATA-ATUALIZACAO.

       MONTAR-REGISTRO-CARGO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    REJEITAR-MOVIMENTO-CRG                                   *
      *----------------------------------------------------------*
       REJEITAR-MOVIMENTO-CRG.
           ADD 1 TO WS-QTD-REJEITADOS.
           MOVE REG-MOVIMENTO-CRG  TO RJC-REGISTRO.
           MOVE WS-MOTIVO-REJEICAO TO RJC-MOTIVO.
           WRITE REG-REJEICAO-CRG FROM WS-LINHA-REJEICAO-CRG.

       REJEITAR-MOVIMENTO-CRG-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    GRAVAR-EXCECAO-GERAL                                    *
      *    Log de excecoes compartilhado (EXCPPRC).                 *
      *----------------------------------------------------------*
       COPY EXCPPRC.
