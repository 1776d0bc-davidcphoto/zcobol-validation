       IDENTIFICATION DIVISION.
       PROGRAM-ID. TESTDPND.

      *----------------------------------------------------------*
      *    TESTDPND                                                *
      *    Manutencao batch do cadastro de dependentes             *
      *    DEPNMST.DAT (ver DPNDFD), base da deducao de IRRF por   *
      *    dependente de TESTDEDU. O arquivo de manutencao         *
      *    DEPNTRAN.DAT traz um movimento por linha:               *
      *      'IN' inclui o dependente matricula + sequencia;       *
      *      'AL' substitui os dados de um dependente existente;   *
      *      'EX' exclui o dependente.                             *
      *    Movimento invalido (matricula, parentesco, data de      *
      *    nascimento, indicadores) ou sem o registro esperado no  *
      *    cadastro sai em DEPNREJ.DAT com o motivo, e o run       *
      *    devolve RC=4. Sem DEPNTRAN.DAT nao ha o que manter.     *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ARQUIVO-MOVIMENTOS
               ASSIGN TO "DEPNTRAN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-MOVIMENTOS.

           COPY DPNDSEL.

           SELECT ARQUIVO-REJEICOES-DPN
               ASSIGN TO "DEPNREJ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-REJEICOES.

           COPY EXCPSEL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQUIVO-MOVIMENTOS.
       01  REG-MOVIMENTO-DPN.
           05  MVD-TIPO             PIC X(02).
               88  MOVIMENTO-INCLUSAO   VALUE 'IN'.
               88  MOVIMENTO-ALTERACAO  VALUE 'AL'.
               88  MOVIMENTO-EXCLUSAO   VALUE 'EX'.
           05  MVD-MATRICULA        PIC 9(05).
           05  MVD-SEQUENCIA        PIC 9(02).
           05  MVD-NOME             PIC X(30).
           05  MVD-PARENTESCO       PIC X(02).
           05  MVD-DATA-NASCIMENTO  PIC 9(08).
           05  MVD-DATA-NASC-R REDEFINES MVD-DATA-NASCIMENTO.
               10  MVD-NASC-ANO         PIC 9(04).
               10  MVD-NASC-MES         PIC 9(02).
               10  MVD-NASC-DIA         PIC 9(02).
           05  MVD-ELEGIVEL-IR      PIC X(01).
           05  MVD-UNIVERSITARIO    PIC X(01).
           05  FILLER               PIC X(29).

       COPY DPNDFD.

       FD  ARQUIVO-REJEICOES-DPN.
       01  REG-REJEICAO-DPN         PIC X(116).

       COPY EXCPFD.

       WORKING-STORAGE SECTION.
       COPY DPNDWS.
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
       01  WS-LINHA-REJEICAO-DPN.
           05  RJD-REGISTRO         PIC X(80).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RJD-MOTIVO           PIC X(35).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 0 TO RETURN-CODE.
           ACCEPT WS-DATA-RUN FROM DATE YYYYMMDD.

           OPEN INPUT ARQUIVO-MOVIMENTOS.
           IF WS-STATUS-MOVIMENTOS NOT = '00'
               DISPLAY 'TESTDPND DEPNTRAN.DAT AUSENTE - NADA A '
                       'MANTER'
               CLOSE ARQUIVO-MOVIMENTOS
               STOP RUN
           END-IF.

           OPEN I-O DEPENDENTES-MASTER.
           IF WS-STATUS-DEPENDENTES = '05'
                  OR WS-STATUS-DEPENDENTES = '35'
               CLOSE DEPENDENTES-MASTER
               OPEN OUTPUT DEPENDENTES-MASTER
               CLOSE DEPENDENTES-MASTER
               OPEN I-O DEPENDENTES-MASTER
           END-IF.
           IF WS-STATUS-DEPENDENTES NOT = '00'
               MOVE 'TESTDPND'          TO WS-EXC-PROGRAMA
               MOVE 'MAIN-PROCEDURE'    TO WS-EXC-PARAGRAFO
               MOVE WS-STATUS-DEPENDENTES TO WS-EXC-CODIGO
               MOVE 'ERRO ABERTURA DEPNMST.DAT' TO WS-EXC-MENSAGEM
               MOVE 1 TO WS-EXC-SEVERIDADE
               PERFORM GRAVAR-EXCECAO-GERAL
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT ARQUIVO-REJEICOES-DPN.

           PERFORM UNTIL WS-EOF-MOVIMENTOS = 'S'
               READ ARQUIVO-MOVIMENTOS
                   AT END
                       MOVE 'S' TO WS-EOF-MOVIMENTOS
                   NOT AT END
                       ADD 1 TO WS-QTD-LIDOS
                       PERFORM DESPACHAR-MOVIMENTO-DPN THRU
                               DESPACHAR-MOVIMENTO-DPN-EXIT
               END-READ
           END-PERFORM.

           CLOSE ARQUIVO-MOVIMENTOS.
           CLOSE DEPENDENTES-MASTER.
           CLOSE ARQUIVO-REJEICOES-DPN.

           DISPLAY 'TESTDPND MOVIMENTOS LIDOS: ' WS-QTD-LIDOS.
           DISPLAY 'TESTDPND INCLUIDOS.......: ' WS-QTD-INCLUIDOS.
           DISPLAY 'TESTDPND ALTERADOS.......: ' WS-QTD-ALTERADOS.
           DISPLAY 'TESTDPND EXCLUIDOS.......: ' WS-QTD-EXCLUIDOS.
           DISPLAY 'TESTDPND REJEITADOS......: ' WS-QTD-REJEITADOS.

           IF WS-QTD-REJEITADOS > 0 AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.

           STOP RUN.

      *----------------------------------------------------------*
      *    DESPACHAR-MOVIMENTO-DPN                                  *
      *----------------------------------------------------------*
       DESPACHAR-MOVIMENTO-DPN.
           IF MVD-MATRICULA IS NOT NUMERIC
                  OR MVD-MATRICULA = ZEROS
                  OR MVD-SEQUENCIA IS NOT NUMERIC
               MOVE 'MATRICULA/SEQUENCIA INVALIDA'
                   TO WS-MOTIVO-REJEICAO
               PERFORM REJEITAR-MOVIMENTO-DPN
               GO TO DESPACHAR-MOVIMENTO-DPN-EXIT
           END-IF.
           MOVE MVD-MATRICULA TO DPN-MATRICULA.
           MOVE MVD-SEQUENCIA TO DPN-SEQUENCIA.

           EVALUATE TRUE
               WHEN MOVIMENTO-INCLUSAO
                   PERFORM INCLUIR-DEPENDENTE THRU
                           INCLUIR-DEPENDENTE-EXIT
               WHEN MOVIMENTO-ALTERACAO
                   PERFORM ALTERAR-DEPENDENTE THRU
                           ALTERAR-DEPENDENTE-EXIT
               WHEN MOVIMENTO-EXCLUSAO
                   PERFORM EXCLUIR-DEPENDENTE THRU
                           EXCLUIR-DEPENDENTE-EXIT
               WHEN OTHER
                   MOVE 'TIPO DESCONHECIDO' TO WS-MOTIVO-REJEICAO
                   PERFORM REJEITAR-MOVIMENTO-DPN
           END-EVALUATE.

       DESPACHAR-MOVIMENTO-DPN-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    INCLUIR-DEPENDENTE ('IN')                                *
      *----------------------------------------------------------*
       INCLUIR-DEPENDENTE.
           PERFORM VALIDAR-DADOS-DEPENDENTE THRU
                   VALIDAR-DADOS-DEPENDENTE-EXIT.
           IF WS-DADOS-VALIDOS = 'N'
               GO TO INCLUIR-DEPENDENTE-EXIT
           END-IF.

           READ DEPENDENTES-MASTER
               KEY IS DPN-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'DEPENDENTE JA CADASTRADO'
                       TO WS-MOTIVO-REJEICAO
                   PERFORM REJEITAR-MOVIMENTO-DPN
                   GO TO INCLUIR-DEPENDENTE-EXIT
           END-READ.

           PERFORM MONTAR-REGISTRO-DEPENDENTE.
           WRITE REG-DEPENDENTE
               INVALID KEY
                   MOVE 'ERRO GRAVACAO DEPNMST'
                       TO WS-MOTIVO-REJEICAO
                   PERFORM REJEITAR-MOVIMENTO-DPN
               NOT INVALID KEY
                   ADD 1 TO WS-QTD-INCLUIDOS
           END-WRITE.

       INCLUIR-DEPENDENTE-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    ALTERAR-DEPENDENTE ('AL')                                *
      *    Substitui todos os dados do dependente - o movimento     *
      *    traz o registro completo, como na inclusao.              *
      *----------------------------------------------------------*
       ALTERAR-DEPENDENTE.
           PERFORM VALIDAR-DADOS-DEPENDENTE THRU
                   VALIDAR-DADOS-DEPENDENTE-EXIT.
           IF WS-DADOS-VALIDOS = 'N'
               GO TO ALTERAR-DEPENDENTE-EXIT
           END-IF.

           READ DEPENDENTES-MASTER
               KEY IS DPN-CHAVE
               INVALID KEY
                   MOVE 'DEPENDENTE INEXISTENTE'
                       TO WS-MOTIVO-REJEICAO
                   PERFORM REJEITAR-MOVIMENTO-DPN
                   GO TO ALTERAR-DEPENDENTE-EXIT
           END-READ.

           PERFORM MONTAR-REGISTRO-DEPENDENTE.
           REWRITE REG-DEPENDENTE
               INVALID KEY
                   MOVE 'ERRO REGRAVACAO DEPNMST'
                       TO WS-MOTIVO-REJEICAO
                   PERFORM REJEITAR-MOVIMENTO-DPN
               NOT INVALID KEY
                   ADD 1 TO WS-QTD-ALTERADOS
           END-REWRITE.

       ALTERAR-DEPENDENTE-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    EXCLUIR-DEPENDENTE ('EX')                                *
      *----------------------------------------------------------*
       EXCLUIR-DEPENDENTE.
           READ DEPENDENTES-MASTER
               KEY IS DPN-CHAVE
               INVALID KEY
                   MOVE 'DEPENDENTE INEXISTENTE'
                       TO WS-MOTIVO-REJEICAO
                   PERFORM REJEITAR-MOVIMENTO-DPN
                   GO TO EXCLUIR-DEPENDENTE-EXIT
           END-READ.

           DELETE DEPENDENTES-MASTER
               INVALID KEY
                   MOVE 'ERRO EXCLUSAO DEPNMST'
                       TO WS-MOTIVO-REJEICAO
                   PERFORM REJEITAR-MOVIMENTO-DPN
               NOT INVALID KEY
                   ADD 1 TO WS-QTD-EXCLUIDOS
           END-DELETE.

       EXCLUIR-DEPENDENTE-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    VALIDAR-DADOS-DEPENDENTE                                 *
      *    Nome, parentesco conhecido, data de nascimento valida e  *
      *    nao futura, indicador de IR 'S'/'N' e de universitario   *
      *    'S'/'N'/branco.                                          *
      *----------------------------------------------------------*
       VALIDAR-DADOS-DEPENDENTE.
           MOVE 'N' TO WS-DADOS-VALIDOS.
           IF MVD-NOME = SPACES
               MOVE 'NOME DO DEPENDENTE AUSENTE'
                   TO WS-MOTIVO-REJEICAO
               PERFORM REJEITAR-MOVIMENTO-DPN
               GO TO VALIDAR-DADOS-DEPENDENTE-EXIT
           END-IF.
           IF MVD-PARENTESCO NOT = 'FI' AND NOT = 'CJ'
                  AND NOT = 'PA' AND NOT = 'OU'
               MOVE 'PARENTESCO INVALIDO' TO WS-MOTIVO-REJEICAO
               PERFORM REJEITAR-MOVIMENTO-DPN
               GO TO VALIDAR-DADOS-DEPENDENTE-EXIT
           END-IF.
           IF MVD-DATA-NASCIMENTO IS NOT NUMERIC
                  OR MVD-NASC-MES < 1 OR MVD-NASC-MES > 12
                  OR MVD-NASC-DIA < 1 OR MVD-NASC-DIA > 31
                  OR MVD-DATA-NASCIMENTO > WS-DATA-RUN
               MOVE 'DATA DE NASCIMENTO INVALIDA'
                   TO WS-MOTIVO-REJEICAO
               PERFORM REJEITAR-MOVIMENTO-DPN
               GO TO VALIDAR-DADOS-DEPENDENTE-EXIT
           END-IF.
           IF MVD-ELEGIVEL-IR NOT = 'S' AND NOT = 'N'
               MOVE 'INDICADOR DE IR INVALIDO' TO WS-MOTIVO-REJEICAO
               PERFORM REJEITAR-MOVIMENTO-DPN
               GO TO VALIDAR-DADOS-DEPENDENTE-EXIT
           END-IF.
           IF MVD-UNIVERSITARIO NOT = 'S' AND NOT = 'N'
                  AND NOT = SPACE
               MOVE 'INDICADOR UNIVERSITARIO INVALIDO'
                   TO WS-MOTIVO-REJEICAO
               PERFORM REJEITAR-MOVIMENTO-DPN
               GO TO VALIDAR-DADOS-DEPENDENTE-EXIT
           END-IF.
           MOVE 'S' TO WS-DADOS-VALIDOS.

       VALIDAR-DADOS-DEPENDENTE-EXIT.
           EXIT.

       MONTAR-REGISTRO-DEPENDENTE.
           MOVE SPACES              TO REG-DEPENDENTE.
           MOVE MVD-MATRICULA       TO DPN-MATRICULA.
           MOVE MVD-SEQUENCIA       TO DPN-SEQUENCIA.
           MOVE MVD-NOME            TO DPN-NOME.
           MOVE MVD-PARENTESCO      TO DPN-PARENTESCO.
           MOVE MVD-DATA-NASCIMENTO TO DPN-DATA-NASCIMENTO.
           MOVE MVD-ELEGIVEL-IR     TO DPN-ELEGIVEL-IR.
           IF MVD-UNIVERSITARIO = 'S'
               MOVE 'S' TO DPN-UNIVERSITARIO
           ELSE
               MOVE 'N' TO DPN-UNIVERSITARIO
           END-IF.
           MOVE WS-DATA-RUN         TO DPN-DATA-ATUALIZACAO.

       MONTAR-REGISTRO-DEPENDENTE-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    REJEITAR-MOVIMENTO-DPN                                   *
      *----------------------------------------------------------*
       REJEITAR-MOVIMENTO-DPN.
           ADD 1 TO WS-QTD-REJEITADOS.
           MOVE REG-MOVIMENTO-DPN  TO RJD-REGISTRO.
           MOVE WS-MOTIVO-REJEICAO TO RJD-MOTIVO.
           WRITE REG-REJEICAO-DPN FROM WS-LINHA-REJEICAO-DPN.

       REJEITAR-MOVIMENTO-DPN-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    GRAVAR-EXCECAO-GERAL                                    *
      *    Log de excecoes compartilhado (EXCPPRC).                 *
      *----------------------------------------------------------*
       COPY EXCPPRC.
