
           COPY EXCPSEL.

           COPY RUNRSEL.

       DATA DIVISION.
       FILE SECTION.
       FD  CADASTRO-OPERADORES.
      *    posicao de TESTSGON; cadastros antigos trazem espaco,
      *    que vale 0).
           05  OPR-NIVEL-APROVACAO  PIC X(01).
      *    Nivel da liberacao financeira da folha (idem).
           05  OPR-NIVEL-LIBERACAO  PIC X(01).
      *    Perfil RH e nivel de auditor (idem).
           05  OPR-NIVEL-RH         PIC X(01).
           05  OPR-NIVEL-AUDITORIA  PIC X(01).
      *    Digitacao de manutencao e promocao de tabelas (idem).
           05  OPR-NIVEL-MANUTENCAO PIC X(01).
           05  OPR-NIVEL-PROMOCAO   PIC X(01).
      *    Matricula e revogacao no desligamento (idem).
           05  OPR-MATRICULA        PIC 9(05).
           05  OPR-SITUACAO         PIC X(01).
               88  OPR-REVOGADO         VALUE 'R'.
           05  OPR-DATA-REVOGACAO   PIC 9(08).
           05  FILLER               PIC X(18).

       FD  LOG-SIGNON.
       01  REG-LOG-SIGNON.
           05  FILLER               PIC X(77).

       FD  RELATORIO-RECERT.
       01  REG-RELATORIO-RECERT     PIC X(110).

       COPY EXCPFD.

       COPY RUNRFD.

       WORKING-STORAGE SECTION.
       COPY RUNRWS.
       COPY EXCPWS.

       01  WS-STATUS-OPERADORES     PIC XX.
           05  RCR-OPERADOR         PIC X(08).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RCR-NOME             PIC X(30).
           05  FILLER               PIC X(18) VALUE
               ' C/T/O/A/L/R/U/M/P'.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RCR-NIVEL-CONSULTA   PIC 9(01).
           05  RCR-NIVEL-TABELAS    PIC 9(01).
           05  RCR-NIVEL-OPCOES     PIC 9(01).
           05  RCR-NIVEL-APROVACAO  PIC X(01).
           05  RCR-NIVEL-LIBERACAO  PIC X(01).
           05  RCR-NIVEL-RH         PIC X(01).
           05  RCR-NIVEL-AUDITORIA  PIC X(01).
           05  RCR-NIVEL-MANUTENCAO PIC X(01).
           05  RCR-NIVEL-PROMOCAO   PIC X(01).
           05  FILLER               PIC X(10) VALUE ' ULT USO: '.
           05  RCR-ULTIMO-USO       PIC 9(08).
           05  FILLER               PIC X(01) VALUE SPACE.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 0 TO RETURN-CODE.
           MOVE 'TESTRCRT' TO WS-RUN-PROGRAMA.
           PERFORM REGISTRAR-INICIO-EXECUCAO.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-AGORA FROM TIME.
           PERFORM LER-CARTAO-LIMITE-RECERT.
               MOVE 4 TO RETURN-CODE
           END-IF.

           PERFORM REGISTRAR-FIM-EXECUCAO.
           STOP RUN.

      *----------------------------------------------------------*
           ELSE
               MOVE '0' TO RCR-NIVEL-APROVACAO
           END-IF.
           IF OPR-NIVEL-LIBERACAO IS NUMERIC
               MOVE OPR-NIVEL-LIBERACAO TO RCR-NIVEL-LIBERACAO
           ELSE
               MOVE '0' TO RCR-NIVEL-LIBERACAO
           END-IF.
           IF OPR-NIVEL-RH IS NUMERIC
               MOVE OPR-NIVEL-RH TO RCR-NIVEL-RH
           ELSE
               MOVE '0' TO RCR-NIVEL-RH
           END-IF.
           IF OPR-NIVEL-AUDITORIA IS NUMERIC
               MOVE OPR-NIVEL-AUDITORIA TO RCR-NIVEL-AUDITORIA
           ELSE
               MOVE '0' TO RCR-NIVEL-AUDITORIA
           END-IF.
           IF OPR-NIVEL-MANUTENCAO IS NUMERIC
               MOVE OPR-NIVEL-MANUTENCAO TO RCR-NIVEL-MANUTENCAO
           ELSE
               MOVE '0' TO RCR-NIVEL-MANUTENCAO
           END-IF.
           IF OPR-NIVEL-PROMOCAO IS NUMERIC
               MOVE OPR-NIVEL-PROMOCAO TO RCR-NIVEL-PROMOCAO
           ELSE
               MOVE '0' TO RCR-NIVEL-PROMOCAO
           END-IF.
           MOVE WS-ULTIMO-USO      TO RCR-ULTIMO-USO.

           IF WS-DIAS-SEM-USO > WS-LIMITE-DIAS
                       OR OPR-NIVEL-TABELAS > 0
                       OR OPR-NIVEL-OPCOES > 0
                       OR (OPR-NIVEL-APROVACAO IS NUMERIC
                           AND OPR-NIVEL-APROVACAO > '0')
                       OR (OPR-NIVEL-LIBERACAO IS NUMERIC
                           AND OPR-NIVEL-LIBERACAO > '0')
                       OR (OPR-NIVEL-RH IS NUMERIC
                           AND OPR-NIVEL-RH > '0')
                       OR (OPR-NIVEL-AUDITORIA IS NUMERIC
                           AND OPR-NIVEL-AUDITORIA > '0')
                       OR (OPR-NIVEL-MANUTENCAO IS NUMERIC
                           AND OPR-NIVEL-MANUTENCAO > '0')
                       OR (OPR-NIVEL-PROMOCAO IS NUMERIC
                           AND OPR-NIVEL-PROMOCAO > '0'))
               PERFORM DESATIVAR-OPERADOR
               MOVE '** DESATIVADO **' TO RCR-SITUACAO
           ELSE
                      AND OPR-NIVEL-OPCOES = 0
                      AND (OPR-NIVEL-APROVACAO IS NOT NUMERIC
                           OR OPR-NIVEL-APROVACAO = '0')
                      AND (OPR-NIVEL-LIBERACAO IS NOT NUMERIC
                           OR OPR-NIVEL-LIBERACAO = '0')
                      AND (OPR-NIVEL-RH IS NOT NUMERIC
                           OR OPR-NIVEL-RH = '0')
                      AND (OPR-NIVEL-AUDITORIA IS NOT NUMERIC
                           OR OPR-NIVEL-AUDITORIA = '0')
                      AND (OPR-NIVEL-MANUTENCAO IS NOT NUMERIC
                           OR OPR-NIVEL-MANUTENCAO = '0')
                      AND (OPR-NIVEL-PROMOCAO IS NOT NUMERIC
                           OR OPR-NIVEL-PROMOCAO = '0')
                   MOVE 'SEM ACESSOS' TO RCR-SITUACAO
               ELSE
                   MOVE 'ATIVO' TO RCR-SITUACAO
               END-IF
           END-IF.
           IF OPR-REVOGADO
               MOVE 'REVOGADO DESLIGAMENTO' TO RCR-SITUACAO
           END-IF.

           WRITE REG-RELATORIO-RECERT FROM WS-LINHA-RECERT.

           MOVE 0 TO OPR-NIVEL-TABELAS.
           MOVE 0 TO OPR-NIVEL-OPCOES.
           MOVE '0' TO OPR-NIVEL-APROVACAO.
           MOVE '0' TO OPR-NIVEL-LIBERACAO.
           MOVE '0' TO OPR-NIVEL-RH.
           MOVE '0' TO OPR-NIVEL-AUDITORIA.
           MOVE '0' TO OPR-NIVEL-MANUTENCAO.
           MOVE '0' TO OPR-NIVEL-PROMOCAO.
           REWRITE REG-OPERADOR
               INVALID KEY
                   DISPLAY 'TESTRCRT ERRO REGRAVACAO OPERADOR '
      *    Log de excecoes compartilhado (EXCPPRC).                 *
      *----------------------------------------------------------*
       COPY EXCPPRC.

      *----------------------------------------------------------*
      *    REGISTRAR-INICIO-EXECUCAO / REGISTRAR-FIM-EXECUCAO      *
      *    Registro compartilhado de execucoes (RUNRPRC), insumo   *
      *    do relatorio de capacidade TESTCAPR e do controle de    *
      *    jobs periodicos TESTAGND.                               *
      *----------------------------------------------------------*
       COPY RUNRPRC.
