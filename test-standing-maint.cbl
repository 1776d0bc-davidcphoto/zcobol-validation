       IDENTIFICATION DIVISION.
       PROGRAM-ID. TESTIPMM.

      *----------------------------------------------------------*
      *    TESTIPMM                                                *
      *    Manutencao batch do cadastro de instrucoes permanentes  *
      *    INSTPERM.DAT (ver IPRMFD) - os movimentos 'MV' que se   *
      *    repetem todo periodo no mestre de posicoes e que        *
      *    TESTIPMG gera em TRANPROG.DAT. O arquivo de manutencao  *
      *    INSTTRAN.DAT traz um movimento por linha:               *
      *      'IN' inclui a instrucao (origem, destino, quantidade, *
      *           frequencia, inicio e fim);                       *
      *      'AL' substitui os dados de uma instrucao existente;   *
      *      'EX' exclui a instrucao;                              *
      *      'SU' suspende - nada e gerado ate a reativacao;       *
      *      'RA' reativa a partir da proxima ocorrencia (as       *
      *           perdidas na suspensao nao sao recuperadas) e     *
      *           zera as falhas seguidas;                         *
      *      'RP' pede a repeticao do movimento rejeitado por      *
      *           TESTPOSM (ver TESTIPMR) no proximo run.          *
      *    Inclusao, alteracao e reativacao recalculam a proxima   *
      *    ocorrencia a partir da data do run. Movimento invalido  *
      *    ou sem o registro esperado no cadastro sai em           *
      *    INSTREJ.DAT com o motivo, e o run devolve RC=4. Sem     *
      *    INSTTRAN.DAT nao ha o que manter.                       *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ARQUIVO-MOVIMENTOS
               ASSIGN TO "INSTTRAN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-MOVIMENTOS.

           COPY IPRMSEL.

           SELECT ARQUIVO-REJEICOES-IPM
               ASSIGN TO "INSTREJ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-REJEICOES.

           COPY EXCPSEL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQUIVO-MOVIMENTOS.
       01  REG-MOVIMENTO-IPM.
           05  MVI-TIPO             PIC X(02).
               88  MOVIMENTO-INCLUSAO      VALUE 'IN'.
               88  MOVIMENTO-ALTERACAO     VALUE 'AL'.
               88  MOVIMENTO-EXCLUSAO      VALUE 'EX'.
               88  MOVIMENTO-SUSPENSAO     VALUE 'SU'.
               88  MOVIMENTO-REATIVACAO    VALUE 'RA'.
               88  MOVIMENTO-REPROCESSO    VALUE 'RP'.
           05  MVI-CODIGO           PIC X(08).
           05  MVI-ORIGEM           PIC X(10).
           05  MVI-DESTINO          PIC X(10).
           05  MVI-QUANTIDADE       PIC 9(05).
           05  MVI-FREQUENCIA       PIC X(01).
           05  MVI-DATA-INICIO      PIC 9(08).
           05  MVI-DATA-FIM         PIC 9(08).
           05  FILLER               PIC X(28).

       COPY IPRMFD.

       FD  ARQUIVO-REJEICOES-IPM.
       01  REG-REJEICAO-IPM         PIC X(116).

       COPY EXCPFD.

       WORKING-STORAGE SECTION.
       COPY IPRMWS.
       COPY EXCPWS.

       01  WS-STATUS-MOVIMENTOS     PIC XX.
       01  WS-STATUS-REJEICOES      PIC XX.
       01  WS-EOF-MOVIMENTOS        PIC X VALUE 'N'.

       01  WS-DATA-RUN              PIC 9(08).
       01  WS-QTD-LIDOS             PIC 9(05) VALUE ZEROS.
       01  WS-QTD-INCLUIDOS         PIC 9(05) VALUE ZEROS.
       01  WS-QTD-ALTERADOS         PIC 9(05) VALUE ZEROS.
       01  WS-QTD-EXCLUIDOS         PIC 9(05) VALUE ZEROS.
       01  WS-QTD-SUSPENSOS         PIC 9(05) VALUE ZEROS.
       01  WS-QTD-REATIVADOS        PIC 9(05) VALUE ZEROS.
       01  WS-QTD-REPROCESSOS       PIC 9(05) VALUE ZEROS.
       01  WS-QTD-REJEITADOS        PIC 9(05) VALUE ZEROS.
       01  WS-DADOS-VALIDOS         PIC X VALUE 'N'.

       01  WS-MOTIVO-REJEICAO       PIC X(35).
       01  WS-LINHA-REJEICAO-IPM.
           05  RJI-REGISTRO         PIC X(80).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RJI-MOTIVO           PIC X(35).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 0 TO RETURN-CODE.
           ACCEPT WS-DATA-RUN FROM DATE YYYYMMDD.

           OPEN INPUT ARQUIVO-MOVIMENTOS.
           IF WS-STATUS-MOVIMENTOS NOT = '00'
               DISPLAY 'TESTIPMM INSTTRAN.DAT AUSENTE - NADA A '
                       'MANTER'
               CLOSE ARQUIVO-MOVIMENTOS
               STOP RUN
           END-IF.

           OPEN I-O INSTRUCOES-PERMANENTES.
           IF WS-STATUS-INSTRUCOES = '05'
                  OR WS-STATUS-INSTRUCOES = '35'
               CLOSE INSTRUCOES-PERMANENTES
               OPEN OUTPUT INSTRUCOES-PERMANENTES
               CLOSE INSTRUCOES-PERMANENTES
               OPEN I-O INSTRUCOES-PERMANENTES
           END-IF.
           IF WS-STATUS-INSTRUCOES NOT = '00'
               MOVE 'TESTIPMM'          TO WS-EXC-PROGRAMA
               MOVE 'MAIN-PROCEDURE'    TO WS-EXC-PARAGRAFO
               MOVE WS-STATUS-INSTRUCOES TO WS-EXC-CODIGO
               MOVE 'ERRO ABERTURA INSTPERM.DAT' TO WS-EXC-MENSAGEM
               MOVE 1 TO WS-EXC-SEVERIDADE
               PERFORM GRAVAR-EXCECAO-GERAL
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT ARQUIVO-REJEICOES-IPM.

           PERFORM UNTIL WS-EOF-MOVIMENTOS = 'S'
               READ ARQUIVO-MOVIMENTOS
                   AT END
                       MOVE 'S' TO WS-EOF-MOVIMENTOS
                   NOT AT END
                       ADD 1 TO WS-QTD-LIDOS
                       PERFORM DESPACHAR-MOVIMENTO-IPM THRU
                               DESPACHAR-MOVIMENTO-IPM-EXIT
               END-READ
           END-PERFORM.

           CLOSE ARQUIVO-MOVIMENTOS.
           CLOSE INSTRUCOES-PERMANENTES.
           CLOSE ARQUIVO-REJEICOES-IPM.

           DISPLAY 'TESTIPMM MOVIMENTOS LIDOS: ' WS-QTD-LIDOS.
           DISPLAY 'TESTIPMM INCLUIDAS.......: ' WS-QTD-INCLUIDOS.
           DISPLAY 'TESTIPMM ALTERADAS.......: ' WS-QTD-ALTERADOS.
           DISPLAY 'TESTIPMM EXCLUIDAS.......: ' WS-QTD-EXCLUIDOS.
           DISPLAY 'TESTIPMM SUSPENSAS.......: ' WS-QTD-SUSPENSOS.
           DISPLAY 'TESTIPMM REATIVADAS......: ' WS-QTD-REATIVADOS.
           DISPLAY 'TESTIPMM REPROCESSOS.....: ' WS-QTD-REPROCESSOS.
           DISPLAY 'TESTIPMM REJEITADOS......: ' WS-QTD-REJEITADOS.

           IF WS-QTD-REJEITADOS > 0 AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.

           STOP RUN.

      *----------------------------------------------------------*
      *    DESPACHAR-MOVIMENTO-IPM                                  *
      *----------------------------------------------------------*
       DESPACHAR-MOVIMENTO-IPM.
           IF MVI-CODIGO = SPACES
               MOVE 'CODIGO DA INSTRUCAO AUSENTE'
                   TO WS-MOTIVO-REJEICAO
               PERFORM REJEITAR-MOVIMENTO-IPM
               GO TO DESPACHAR-MOVIMENTO-IPM-EXIT
           END-IF.
           MOVE MVI-CODIGO TO IPM-CODIGO.

           EVALUATE TRUE
               WHEN MOVIMENTO-INCLUSAO
                   PERFORM INCLUIR-INSTRUCAO THRU
                           INCLUIR-INSTRUCAO-EXIT
               WHEN MOVIMENTO-ALTERACAO
                   PERFORM ALTERAR-INSTRUCAO THRU
                           ALTERAR-INSTRUCAO-EXIT
               WHEN MOVIMENTO-EXCLUSAO
                   PERFORM EXCLUIR-INSTRUCAO THRU
                           EXCLUIR-INSTRUCAO-EXIT
               WHEN MOVIMENTO-SUSPENSAO
               WHEN MOVIMENTO-REATIVACAO
               WHEN MOVIMENTO-REPROCESSO
                   PERFORM MUDAR-SITUACAO-INSTRUCAO THRU
                           MUDAR-SITUACAO-INSTRUCAO-EXIT
               WHEN OTHER
                   MOVE 'TIPO DESCONHECIDO' TO WS-MOTIVO-REJEICAO
                   PERFORM REJEITAR-MOVIMENTO-IPM
           END-EVALUATE.

       DESPACHAR-MOVIMENTO-IPM-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    INCLUIR-INSTRUCAO ('IN')                                 *
      *----------------------------------------------------------*
       INCLUIR-INSTRUCAO.
           PERFORM VALIDAR-DADOS-INSTRUCAO THRU
                   VALIDAR-DADOS-INSTRUCAO-EXIT.
           IF WS-DADOS-VALIDOS = 'N'
               GO TO INCLUIR-INSTRUCAO-EXIT
           END-IF.

           READ INSTRUCOES-PERMANENTES
               KEY IS IPM-CODIGO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'INSTRUCAO JA CADASTRADA'
                       TO WS-MOTIVO-REJEICAO
                   PERFORM REJEITAR-MOVIMENTO-IPM
                   GO TO INCLUIR-INSTRUCAO-EXIT
           END-READ.

           MOVE SPACES      TO REG-INSTRUCAO-PERMANENTE.
           MOVE MVI-CODIGO  TO IPM-CODIGO.
           MOVE 'A'         TO IPM-SITUACAO.
           MOVE 'N'         TO IPM-REPROCESSAR.
           MOVE ZEROS       TO IPM-DATA-ULT-GERACAO.
           MOVE ZEROS       TO IPM-ULT-REFERENCIA.
           MOVE ZEROS       TO IPM-QTD-FALHAS.
           MOVE ZEROS       TO IPM-DATA-ULT-FALHA.
           PERFORM MONTAR-REGISTRO-INSTRUCAO THRU
                   MONTAR-REGISTRO-INSTRUCAO-EXIT.
           WRITE REG-INSTRUCAO-PERMANENTE
               INVALID KEY
                   MOVE 'ERRO GRAVACAO INSTPERM'
                       TO WS-MOTIVO-REJEICAO
                   PERFORM REJEITAR-MOVIMENTO-IPM
               NOT INVALID KEY
                   ADD 1 TO WS-QTD-INCLUIDOS
           END-WRITE.

       INCLUIR-INSTRUCAO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    ALTERAR-INSTRUCAO ('AL')                                 *
      *    Substitui os dados da instrucao - o movimento traz o     *
      *    registro completo, como na inclusao. Situacao, falhas e  *
      *    ultima geracao sao preservados.                          *
      *----------------------------------------------------------*
       ALTERAR-INSTRUCAO.
           PERFORM VALIDAR-DADOS-INSTRUCAO THRU
                   VALIDAR-DADOS-INSTRUCAO-EXIT.
           IF WS-DADOS-VALIDOS = 'N'
               GO TO ALTERAR-INSTRUCAO-EXIT
           END-IF.

           READ INSTRUCOES-PERMANENTES
               KEY IS IPM-CODIGO
               INVALID KEY
                   MOVE 'INSTRUCAO INEXISTENTE'
                       TO WS-MOTIVO-REJEICAO
                   PERFORM REJEITAR-MOVIMENTO-IPM
                   GO TO ALTERAR-INSTRUCAO-EXIT
           END-READ.

           PERFORM MONTAR-REGISTRO-INSTRUCAO THRU
                   MONTAR-REGISTRO-INSTRUCAO-EXIT.
           REWRITE REG-INSTRUCAO-PERMANENTE
               INVALID KEY
                   MOVE 'ERRO REGRAVACAO INSTPERM'
                       TO WS-MOTIVO-REJEICAO
                   PERFORM REJEITAR-MOVIMENTO-IPM
               NOT INVALID KEY
                   ADD 1 TO WS-QTD-ALTERADOS
           END-REWRITE.

       ALTERAR-INSTRUCAO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    EXCLUIR-INSTRUCAO ('EX')                                 *
      *----------------------------------------------------------*
       EXCLUIR-INSTRUCAO.
           READ INSTRUCOES-PERMANENTES
               KEY IS IPM-CODIGO
               INVALID KEY
                   MOVE 'INSTRUCAO INEXISTENTE'
                       TO WS-MOTIVO-REJEICAO
                   PERFORM REJEITAR-MOVIMENTO-IPM
                   GO TO EXCLUIR-INSTRUCAO-EXIT
           END-READ.

           DELETE INSTRUCOES-PERMANENTES
               INVALID KEY
                   MOVE 'ERRO EXCLUSAO INSTPERM'
                       TO WS-MOTIVO-REJEICAO
                   PERFORM REJEITAR-MOVIMENTO-IPM
               NOT INVALID KEY
                   ADD 1 TO WS-QTD-EXCLUIDOS
           END-DELETE.

       EXCLUIR-INSTRUCAO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    MUDAR-SITUACAO-INSTRUCAO ('SU' / 'RA' / 'RP')            *
      *    So o codigo da instrucao e lido do movimento. Repetir    *
      *    exige a instrucao ativa - suspensa, primeiro 'RA'.       *
      *----------------------------------------------------------*
       MUDAR-SITUACAO-INSTRUCAO.
           READ INSTRUCOES-PERMANENTES
               KEY IS IPM-CODIGO
               INVALID KEY
                   MOVE 'INSTRUCAO INEXISTENTE'
                       TO WS-MOTIVO-REJEICAO
                   PERFORM REJEITAR-MOVIMENTO-IPM
                   GO TO MUDAR-SITUACAO-INSTRUCAO-EXIT
           END-READ.

           EVALUATE TRUE
               WHEN MOVIMENTO-SUSPENSAO
                   IF IPM-SUSPENSA
                       MOVE 'INSTRUCAO JA SUSPENSA'
                           TO WS-MOTIVO-REJEICAO
                       PERFORM REJEITAR-MOVIMENTO-IPM
                       GO TO MUDAR-SITUACAO-INSTRUCAO-EXIT
                   END-IF
                   MOVE 'S' TO IPM-SITUACAO
                   MOVE 'N' TO IPM-REPROCESSAR
               WHEN MOVIMENTO-REATIVACAO
                   IF IPM-ATIVA
                       MOVE 'INSTRUCAO JA ATIVA'
                           TO WS-MOTIVO-REJEICAO
                       PERFORM REJEITAR-MOVIMENTO-IPM
                       GO TO MUDAR-SITUACAO-INSTRUCAO-EXIT
                   END-IF
                   MOVE 'A'   TO IPM-SITUACAO
                   MOVE ZEROS TO IPM-QTD-FALHAS
                   MOVE WS-DATA-RUN TO WS-IPM-DATA-REFERENCIA
                   PERFORM CALCULAR-PROXIMA-OCORRENCIA THRU
                           CALCULAR-PROXIMA-OCORRENCIA-EXIT
               WHEN OTHER
                   IF NOT IPM-ATIVA
                       MOVE 'INSTRUCAO SUSPENSA - REATIVAR'
                           TO WS-MOTIVO-REJEICAO
                       PERFORM REJEITAR-MOVIMENTO-IPM
                       GO TO MUDAR-SITUACAO-INSTRUCAO-EXIT
                   END-IF
                   MOVE 'S' TO IPM-REPROCESSAR
           END-EVALUATE.
           MOVE WS-DATA-RUN TO IPM-DATA-ATUALIZACAO.

           REWRITE REG-INSTRUCAO-PERMANENTE
               INVALID KEY
                   MOVE 'ERRO REGRAVACAO INSTPERM'
                       TO WS-MOTIVO-REJEICAO
                   PERFORM REJEITAR-MOVIMENTO-IPM
                   GO TO MUDAR-SITUACAO-INSTRUCAO-EXIT
           END-REWRITE.
           EVALUATE TRUE
               WHEN MOVIMENTO-SUSPENSAO
                   ADD 1 TO WS-QTD-SUSPENSOS
               WHEN MOVIMENTO-REATIVACAO
                   ADD 1 TO WS-QTD-REATIVADOS
               WHEN OTHER
                   ADD 1 TO WS-QTD-REPROCESSOS
           END-EVALUATE.

       MUDAR-SITUACAO-INSTRUCAO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    VALIDAR-DADOS-INSTRUCAO                                  *
      *    Origem e destino preenchidos e diferentes, quantidade    *
      *    positiva, frequencia conhecida, inicio valido e fim      *
      *    zerado ou valido e nao anterior ao inicio.               *
      *----------------------------------------------------------*
       VALIDAR-DADOS-INSTRUCAO.
           MOVE 'N' TO WS-DADOS-VALIDOS.
           IF MVI-ORIGEM = SPACES OR MVI-DESTINO = SPACES
               MOVE 'ORIGEM/DESTINO AUSENTE' TO WS-MOTIVO-REJEICAO
               PERFORM REJEITAR-MOVIMENTO-IPM
               GO TO VALIDAR-DADOS-INSTRUCAO-EXIT
           END-IF.
           IF MVI-ORIGEM = MVI-DESTINO
               MOVE 'ORIGEM IGUAL AO DESTINO' TO WS-MOTIVO-REJEICAO
               PERFORM REJEITAR-MOVIMENTO-IPM
               GO TO VALIDAR-DADOS-INSTRUCAO-EXIT
           END-IF.
           IF MVI-QUANTIDADE IS NOT NUMERIC
                  OR MVI-QUANTIDADE = ZEROS
               MOVE 'QUANTIDADE INVALIDA' TO WS-MOTIVO-REJEICAO
               PERFORM REJEITAR-MOVIMENTO-IPM
               GO TO VALIDAR-DADOS-INSTRUCAO-EXIT
           END-IF.
           IF MVI-FREQUENCIA NOT = 'D' AND NOT = 'S' AND NOT = 'M'
               MOVE 'FREQUENCIA INVALIDA' TO WS-MOTIVO-REJEICAO
               PERFORM REJEITAR-MOVIMENTO-IPM
               GO TO VALIDAR-DADOS-INSTRUCAO-EXIT
           END-IF.
           IF MVI-DATA-INICIO IS NOT NUMERIC
               MOVE 'DATA DE INICIO INVALIDA' TO WS-MOTIVO-REJEICAO
               PERFORM REJEITAR-MOVIMENTO-IPM
               GO TO VALIDAR-DADOS-INSTRUCAO-EXIT
           END-IF.
           IF FUNCTION TEST-DATE-YYYYMMDD (MVI-DATA-INICIO) NOT = 0
               MOVE 'DATA DE INICIO INVALIDA' TO WS-MOTIVO-REJEICAO
               PERFORM REJEITAR-MOVIMENTO-IPM
               GO TO VALIDAR-DADOS-INSTRUCAO-EXIT
           END-IF.
           IF MVI-DATA-FIM IS NOT NUMERIC
               MOVE 'DATA DE FIM INVALIDA' TO WS-MOTIVO-REJEICAO
               PERFORM REJEITAR-MOVIMENTO-IPM
               GO TO VALIDAR-DADOS-INSTRUCAO-EXIT
           END-IF.
           IF MVI-DATA-FIM NOT = ZEROS
               IF FUNCTION TEST-DATE-YYYYMMDD (MVI-DATA-FIM) NOT = 0
                      OR MVI-DATA-FIM < MVI-DATA-INICIO
                   MOVE 'DATA DE FIM INVALIDA' TO WS-MOTIVO-REJEICAO
                   PERFORM REJEITAR-MOVIMENTO-IPM
                   GO TO VALIDAR-DADOS-INSTRUCAO-EXIT
               END-IF
           END-IF.
           MOVE 'S' TO WS-DADOS-VALIDOS.

       VALIDAR-DADOS-INSTRUCAO-EXIT.
           EXIT.

       MONTAR-REGISTRO-INSTRUCAO.
           MOVE MVI-ORIGEM          TO IPM-ORIGEM.
           MOVE MVI-DESTINO         TO IPM-DESTINO.
           MOVE MVI-QUANTIDADE      TO IPM-QUANTIDADE.
           MOVE MVI-FREQUENCIA      TO IPM-FREQUENCIA.
           MOVE MVI-DATA-INICIO     TO IPM-DATA-INICIO.
           MOVE MVI-DATA-FIM        TO IPM-DATA-FIM.
           MOVE WS-DATA-RUN         TO IPM-DATA-ATUALIZACAO.
           MOVE WS-DATA-RUN         TO WS-IPM-DATA-REFERENCIA.
           PERFORM CALCULAR-PROXIMA-OCORRENCIA THRU
                   CALCULAR-PROXIMA-OCORRENCIA-EXIT.

       MONTAR-REGISTRO-INSTRUCAO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    REJEITAR-MOVIMENTO-IPM                                   *
      *----------------------------------------------------------*
       REJEITAR-MOVIMENTO-IPM.
           ADD 1 TO WS-QTD-REJEITADOS.
           MOVE REG-MOVIMENTO-IPM  TO RJI-REGISTRO.
           MOVE WS-MOTIVO-REJEICAO TO RJI-MOTIVO.
           WRITE REG-REJEICAO-IPM FROM WS-LINHA-REJEICAO-IPM.

       REJEITAR-MOVIMENTO-IPM-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    CALCULAR-PROXIMA-OCORRENCIA                             *
      *    Proxima ocorrencia da instrucao (IPRMPRC).               *
      *----------------------------------------------------------*
       COPY IPRMPRC.

      *----------------------------------------------------------*
      *    GRAVAR-EXCECAO-GERAL                                    *
      *    Log de excecoes compartilhado (EXCPPRC).                 *
      *----------------------------------------------------------*
       COPY EXCPPRC.
