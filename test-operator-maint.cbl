       IDENTIFICATION DIVISION.
       PROGRAM-ID. TESTOPMT.

      *----------------------------------------------------------*
      *    TESTOPMT                                                *
      *    Manutencao em lote do cadastro de operadores            *
      *    OPERMST.DAT a partir de OPERTRAN.DAT (I inclui, A       *
      *    altera, E exclui). Antes de gravar, o perfil            *
      *    resultante - somado aos niveis de qualquer outro id     *
      *    com o mesmo nome, que e a mesma pessoa - e confrontado  *
      *    com as regras de segregacao de funcoes de SODRULES.DAT  *
      *    (SODRPRC): perfil em conflito e recusado e nada muda    *
      *    no cadastro. Cada manutencao aplicada ou recusada por   *
      *    conflito fica em SGONAUD.DAT (funcao PERFIL); o         *
      *    relatorio sai em OPMTREPT.DAT. RC 4 quando alguma       *
      *    transacao foi recusada.                                 *
      *    Na alteracao, nome ou nivel em branco mantem o valor    *
      *    do cadastro; na inclusao, nivel em branco vale 0.       *
      *    A matricula vincula o id ao empregado (TESTRVOG revoga  *
      *    o id no desligamento); em branco na alteracao mantem a  *
      *    do cadastro. Id revogado nao e alterado: exclua-o e     *
      *    inclua um novo id se a pessoa voltar.                   *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADASTRO-OPERADORES
               ASSIGN TO "OPERMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPR-ID
               FILE STATUS IS WS-STATUS-OPERADORES.

           SELECT OPTIONAL TRANSACOES-OPERADOR
               ASSIGN TO "OPERTRAN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-TRANSACOES.

           SELECT OPTIONAL LOG-SIGNON
               ASSIGN TO "SGONAUD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-LOG-SIGNON.

           SELECT RELATORIO-MANUT-OPER
               ASSIGN TO "OPMTREPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RELATORIO.

           COPY SODRSEL.

           COPY EXCPSEL.

           COPY RUNRSEL.

       DATA DIVISION.
       FILE SECTION.
       FD  CADASTRO-OPERADORES.
       01  REG-OPERADOR.
           05  OPR-ID               PIC X(08).
           05  OPR-NOME             PIC X(30).
      *    Niveis na ordem de TESTSGON, que e a mesma de
      *    WS-SOD-NIVEIS (SODRWS).
           05  OPR-NIVEIS.
               10  OPR-NIVEL-CONSULTA   PIC 9(01).
               10  OPR-NIVEL-TABELAS    PIC 9(01).
               10  OPR-NIVEL-OPCOES     PIC 9(01).
               10  OPR-NIVEL-APROVACAO  PIC X(01).
               10  OPR-NIVEL-LIBERACAO  PIC X(01).
               10  OPR-NIVEL-RH         PIC X(01).
               10  OPR-NIVEL-AUDITORIA  PIC X(01).
               10  OPR-NIVEL-MANUTENCAO PIC X(01).
               10  OPR-NIVEL-PROMOCAO   PIC X(01).
           05  OPR-MATRICULA        PIC 9(05).
           05  OPR-SITUACAO         PIC X(01).
               88  OPR-REVOGADO         VALUE 'R'.
           05  OPR-DATA-REVOGACAO   PIC 9(08).
           05  FILLER               PIC X(18).

      *    Transacao de perfil. Niveis na ordem C/T/O/A/L/R/U/M/P
      *    (consulta, tabelas, opcoes, aprovacao, liberacao, RH,
      *    auditoria, manutencao, promocao).
       FD  TRANSACOES-OPERADOR.
       01  REG-TRANSACAO-OPER.
           05  OPT-OPERACAO         PIC X(01).
           05  FILLER               PIC X(01).
           05  OPT-ID               PIC X(08).
           05  FILLER               PIC X(01).
           05  OPT-NOME             PIC X(30).
           05  FILLER               PIC X(01).
           05  OPT-NIVEIS.
               10  OPT-NIVEL OCCURS 9 TIMES PIC X(01).
           05  FILLER               PIC X(01).
           05  OPT-MATRICULA        PIC X(05).
           05  FILLER               PIC X(23).

       FD  LOG-SIGNON.
       01  REG-LOG-SIGNON.
           05  SGN-LOG-OPERADOR     PIC X(08).
           05  FILLER               PIC X(01).
           05  SGN-LOG-FUNCAO       PIC X(08).
           05  FILLER               PIC X(01).
           05  SGN-LOG-DATA         PIC 9(08).
           05  FILLER               PIC X(01).
           05  SGN-LOG-HORA         PIC 9(08).
           05  FILLER               PIC X(01).
           05  SGN-LOG-RESULTADO    PIC X(25).

       FD  RELATORIO-MANUT-OPER.
       01  REG-RELATORIO-MANUT      PIC X(110).

       COPY SODRFD.

       COPY EXCPFD.

       COPY RUNRFD.

       WORKING-STORAGE SECTION.
       COPY RUNRWS.
       COPY EXCPWS.
       COPY SODRWS.

       01  WS-STATUS-OPERADORES     PIC XX.
       01  WS-STATUS-TRANSACOES     PIC XX.
       01  WS-STATUS-LOG-SIGNON     PIC XX.
       01  WS-STATUS-RELATORIO      PIC XX.
       01  WS-EOF-OPERADORES        PIC X VALUE 'N'.
       01  WS-EOF-TRANSACOES        PIC X VALUE 'N'.

       01  WS-DATA-HOJE             PIC 9(08).
       01  WS-HORA-AGORA            PIC 9(08).

       01  WS-QTD-TRANSACOES        PIC 9(05) VALUE ZEROS.
       01  WS-QTD-APLICADAS         PIC 9(05) VALUE ZEROS.
       01  WS-QTD-RECUSADAS         PIC 9(05) VALUE ZEROS.
       01  WS-QTD-RECUSADAS-SOD     PIC 9(05) VALUE ZEROS.

      *    Copia do cadastro em memoria: permite somar os niveis de
      *    todos os ids de uma mesma pessoa sem reler OPERMST.DAT.
       01  WS-QTD-CADASTRO          PIC 9(04) VALUE ZEROS.
       01  WS-IDX-CADASTRO          PIC 9(04) VALUE ZEROS.
       01  WS-POS-CADASTRO          PIC 9(04) VALUE ZEROS.
       01  WS-TABELA-CADASTRO.
           05  WS-CADASTRO OCCURS 1000 TIMES.
               10  WS-CAD-ID        PIC X(08).
               10  WS-CAD-NOME      PIC X(30).
               10  WS-CAD-NIVEIS    PIC X(09).
      *            'A' ativo, 'E' excluido nesta execucao.
               10  WS-CAD-SITUACAO  PIC X(01).

      *    Perfil resultante da transacao em exame.
       01  WS-NOVO-ID               PIC X(08).
       01  WS-NOVO-NOME             PIC X(30).
       01  WS-NOVO-PERFIL.
           05  WS-NOVO-NIVEL OCCURS 9 TIMES PIC X(01).
       01  WS-OUTRO-PERFIL.
           05  WS-OUTRO-NIVEL OCCURS 9 TIMES PIC X(01).
       01  WS-IDX-NIVEL             PIC 9(02) VALUE ZEROS.
       01  WS-QTD-OUTROS-IDS        PIC 9(03) VALUE ZEROS.

       01  WS-MOTIVO-RECUSA         PIC X(40) VALUE SPACES.
       01  WS-RESULTADO-SIGNON      PIC X(25) VALUE SPACES.

       01  WS-CABECALHO-MANUT.
           05  FILLER               PIC X(44) VALUE
               'MANUTENCAO DE PERFIS DE OPERADOR - DATA    '.
           05  OPM-CAB-DATA         PIC 9(08).

       01  WS-CABECALHO-COLUNAS.
           05  FILLER               PIC X(50) VALUE
               'O ID       NOME                           C/T/O/A/'.
           05  FILLER               PIC X(30) VALUE
               'L/R/U/M/P RESULT.  MOTIVO     '.

       01  WS-LINHA-MANUT.
           05  OPM-OPERACAO         PIC X(01).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  OPM-ID               PIC X(08).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  OPM-NOME             PIC X(30).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  OPM-NIVEIS           PIC X(09).
           05  FILLER               PIC X(09) VALUE SPACES.
           05  OPM-RESULTADO        PIC X(08).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  OPM-MOTIVO           PIC X(40).

       01  WS-LINHA-CONFLITO.
           05  FILLER               PIC X(14) VALUE
               '    CONFLITO: '.
           05  OCF-FUNCAO-A         PIC X(08).
           05  FILLER               PIC X(03) VALUE ' X '.
           05  OCF-FUNCAO-B         PIC X(08).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  OCF-DESCRICAO        PIC X(40).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  OCF-OUTROS-IDS       PIC X(25).

       01  WS-LINHA-TOTAL-MANUT.
           05  FILLER               PIC X(14) VALUE
               'TRANSACOES..: '.
           05  OPM-TOT-TRANSACOES   PIC ZZZZ9.
           05  FILLER               PIC X(14) VALUE
               '  APLICADAS: '.
           05  OPM-TOT-APLICADAS    PIC ZZZZ9.
           05  FILLER               PIC X(14) VALUE
               '  RECUSADAS: '.
           05  OPM-TOT-RECUSADAS    PIC ZZZZ9.
           05  FILLER               PIC X(18) VALUE
               '  POR CONFLITO: '.
           05  OPM-TOT-RECUSADAS-SOD PIC ZZZZ9.

       01  WS-LINHA-LOG-PERFIL.
           05  PFL-OPERADOR         PIC X(08).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  FILLER               PIC X(08) VALUE 'PERFIL  '.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  PFL-DATA             PIC 9(08).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  PFL-HORA             PIC 9(08).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  PFL-RESULTADO        PIC X(25).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 0 TO RETURN-CODE.
           MOVE 'TESTOPMT' TO WS-RUN-PROGRAMA.
           PERFORM REGISTRAR-INICIO-EXECUCAO.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-AGORA FROM TIME.
           PERFORM CARREGAR-REGRAS-CONFLITO THRU
                   CARREGAR-REGRAS-CONFLITO-EXIT.

           OPEN I-O CADASTRO-OPERADORES.
           IF WS-STATUS-OPERADORES NOT = '00'
               DISPLAY 'TESTOPMT OPERMST.DAT INDISPONIVEL STATUS='
                       WS-STATUS-OPERADORES
               MOVE 'TESTOPMT'          TO WS-EXC-PROGRAMA
               MOVE 'MAIN-PROCEDURE'    TO WS-EXC-PARAGRAFO
               MOVE WS-STATUS-OPERADORES TO WS-EXC-CODIGO
               MOVE 'ERRO ABERTURA OPERMST.DAT' TO WS-EXC-MENSAGEM
               MOVE 1 TO WS-EXC-SEVERIDADE
               PERFORM GRAVAR-EXCECAO-GERAL
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM CARREGAR-CADASTRO-OPERADOR
               UNTIL WS-EOF-OPERADORES = 'S'.

           OPEN OUTPUT RELATORIO-MANUT-OPER.
           MOVE WS-DATA-HOJE TO OPM-CAB-DATA.
           WRITE REG-RELATORIO-MANUT FROM WS-CABECALHO-MANUT.
           WRITE REG-RELATORIO-MANUT FROM WS-CABECALHO-COLUNAS.

           OPEN INPUT TRANSACOES-OPERADOR.
           IF WS-STATUS-TRANSACOES = '00'
               PERFORM PROCESSAR-TRANSACAO-OPER THRU
                       PROCESSAR-TRANSACAO-OPER-EXIT
                   UNTIL WS-EOF-TRANSACOES = 'S'
           END-IF.
           CLOSE TRANSACOES-OPERADOR.

           MOVE SPACES TO REG-RELATORIO-MANUT.
           WRITE REG-RELATORIO-MANUT.
           MOVE WS-QTD-TRANSACOES    TO OPM-TOT-TRANSACOES.
           MOVE WS-QTD-APLICADAS     TO OPM-TOT-APLICADAS.
           MOVE WS-QTD-RECUSADAS     TO OPM-TOT-RECUSADAS.
           MOVE WS-QTD-RECUSADAS-SOD TO OPM-TOT-RECUSADAS-SOD.
           WRITE REG-RELATORIO-MANUT FROM WS-LINHA-TOTAL-MANUT.

           CLOSE CADASTRO-OPERADORES.
           CLOSE RELATORIO-MANUT-OPER.

           DISPLAY 'TESTOPMT TRANSACOES: ' WS-QTD-TRANSACOES
                   ' APLICADAS: ' WS-QTD-APLICADAS
                   ' RECUSADAS: ' WS-QTD-RECUSADAS.
           IF WS-SOD-QTD-INVALIDAS > 0
               DISPLAY 'TESTOPMT REGRAS SODRULES IGNORADAS: '
                       WS-SOD-QTD-INVALIDAS
           END-IF.

           IF WS-QTD-RECUSADAS > 0 AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.

           PERFORM REGISTRAR-FIM-EXECUCAO.
           STOP RUN.

      *----------------------------------------------------------*
      *    CARREGAR-CADASTRO-OPERADOR                               *
      *    Leitura sequencial de OPERMST.DAT para a tabela.         *
      *----------------------------------------------------------*
       CARREGAR-CADASTRO-OPERADOR.
           READ CADASTRO-OPERADORES NEXT RECORD
               AT END
                   MOVE 'S' TO WS-EOF-OPERADORES
               NOT AT END
                   IF WS-QTD-CADASTRO < 1000
                       ADD 1 TO WS-QTD-CADASTRO
                       MOVE OPR-ID
                           TO WS-CAD-ID (WS-QTD-CADASTRO)
                       MOVE OPR-NOME
                           TO WS-CAD-NOME (WS-QTD-CADASTRO)
                       MOVE OPR-NIVEIS
                           TO WS-CAD-NIVEIS (WS-QTD-CADASTRO)
                       MOVE 'A'
                           TO WS-CAD-SITUACAO (WS-QTD-CADASTRO)
                   ELSE
                       DISPLAY 'TESTOPMT CADASTRO ACIMA DE 1000 IDS'
                   END-IF
           END-READ.

       CARREGAR-CADASTRO-OPERADOR-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    PROCESSAR-TRANSACAO-OPER                                 *
      *----------------------------------------------------------*
       PROCESSAR-TRANSACAO-OPER.
           READ TRANSACOES-OPERADOR
               AT END
                   MOVE 'S' TO WS-EOF-TRANSACOES
                   GO TO PROCESSAR-TRANSACAO-OPER-EXIT
           END-READ.
           IF REG-TRANSACAO-OPER = SPACES
                  OR REG-TRANSACAO-OPER (1:1) = '*'
               GO TO PROCESSAR-TRANSACAO-OPER-EXIT
           END-IF.

           ADD 1 TO WS-QTD-TRANSACOES.
           MOVE SPACES TO WS-MOTIVO-RECUSA.
           MOVE SPACES TO WS-NOVO-PERFIL.
           MOVE OPT-NOME TO WS-NOVO-NOME.
           MOVE ZEROS  TO WS-SOD-QTD-CONFLITOS.
           MOVE ZEROS  TO WS-QTD-OUTROS-IDS.

           PERFORM VALIDAR-TRANSACAO-OPER THRU
                   VALIDAR-TRANSACAO-OPER-EXIT.

           IF WS-MOTIVO-RECUSA = SPACES
               EVALUATE OPT-OPERACAO
                   WHEN 'I'
                       PERFORM INCLUIR-OPERADOR THRU
                               INCLUIR-OPERADOR-EXIT
                   WHEN 'A'
                       PERFORM ALTERAR-OPERADOR THRU
                               ALTERAR-OPERADOR-EXIT
                   WHEN 'E'
                       PERFORM EXCLUIR-OPERADOR THRU
                               EXCLUIR-OPERADOR-EXIT
               END-EVALUATE
           END-IF.

           PERFORM IMPRIMIR-TRANSACAO-OPER.

       PROCESSAR-TRANSACAO-OPER-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    VALIDAR-TRANSACAO-OPER                                   *
      *----------------------------------------------------------*
       VALIDAR-TRANSACAO-OPER.
           IF OPT-OPERACAO NOT = 'I' AND NOT = 'A' AND NOT = 'E'
               MOVE 'OPERACAO INVALIDA' TO WS-MOTIVO-RECUSA
               GO TO VALIDAR-TRANSACAO-OPER-EXIT
           END-IF.
           IF OPT-ID = SPACES
               MOVE 'ID DO OPERADOR EM BRANCO' TO WS-MOTIVO-RECUSA
               GO TO VALIDAR-TRANSACAO-OPER-EXIT
           END-IF.

           PERFORM VALIDAR-NIVEL-TRANSACAO
               VARYING WS-IDX-NIVEL FROM 1 BY 1
               UNTIL WS-IDX-NIVEL > 9.
           IF WS-MOTIVO-RECUSA NOT = SPACES
               GO TO VALIDAR-TRANSACAO-OPER-EXIT
           END-IF.

           IF OPT-MATRICULA NOT = SPACES
                  AND (OPT-MATRICULA IS NOT NUMERIC
                       OR OPT-MATRICULA = '00000')
               MOVE 'MATRICULA INVALIDA' TO WS-MOTIVO-RECUSA
               GO TO VALIDAR-TRANSACAO-OPER-EXIT
           END-IF.

           PERFORM LOCALIZAR-ID-CADASTRO.
           IF OPT-OPERACAO = 'I'
               IF WS-POS-CADASTRO > ZEROS
                   MOVE 'ID JA CADASTRADO' TO WS-MOTIVO-RECUSA
               ELSE
                   IF OPT-NOME = SPACES
                       MOVE 'NOME DO OPERADOR EM BRANCO'
                           TO WS-MOTIVO-RECUSA
                   END-IF
               END-IF
           ELSE
               IF WS-POS-CADASTRO = ZEROS
                   MOVE 'ID NAO CADASTRADO' TO WS-MOTIVO-RECUSA
               END-IF
           END-IF.

       VALIDAR-TRANSACAO-OPER-EXIT.
           EXIT.

       VALIDAR-NIVEL-TRANSACAO.
           IF OPT-NIVEL (WS-IDX-NIVEL) NOT = SPACE
                  AND OPT-NIVEL (WS-IDX-NIVEL) IS NOT NUMERIC
               MOVE 'NIVEL DE AUTORIZACAO INVALIDO'
                   TO WS-MOTIVO-RECUSA
           END-IF.

       VALIDAR-NIVEL-TRANSACAO-EXIT.
           EXIT.

       LOCALIZAR-ID-CADASTRO.
           MOVE ZEROS TO WS-POS-CADASTRO.
           PERFORM COMPARAR-ID-CADASTRO
               VARYING WS-IDX-CADASTRO FROM 1 BY 1
               UNTIL WS-IDX-CADASTRO > WS-QTD-CADASTRO
                  OR WS-POS-CADASTRO > ZEROS.

       LOCALIZAR-ID-CADASTRO-EXIT.
           EXIT.

       COMPARAR-ID-CADASTRO.
           IF WS-CAD-ID (WS-IDX-CADASTRO) = OPT-ID
                  AND WS-CAD-SITUACAO (WS-IDX-CADASTRO) = 'A'
               MOVE WS-IDX-CADASTRO TO WS-POS-CADASTRO
           END-IF.

       COMPARAR-ID-CADASTRO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    INCLUIR-OPERADOR                                         *
      *----------------------------------------------------------*
       INCLUIR-OPERADOR.
           MOVE OPT-ID   TO WS-NOVO-ID.
           MOVE OPT-NOME TO WS-NOVO-NOME.
           MOVE ALL '0'  TO WS-NOVO-PERFIL.
           PERFORM APLICAR-NIVEL-TRANSACAO
               VARYING WS-IDX-NIVEL FROM 1 BY 1
               UNTIL WS-IDX-NIVEL > 9.

           PERFORM CONFERIR-SEGREGACAO.
           IF WS-SOD-QTD-CONFLITOS > ZEROS
               PERFORM RECUSAR-POR-CONFLITO
               GO TO INCLUIR-OPERADOR-EXIT
           END-IF.

           MOVE SPACES         TO REG-OPERADOR.
           MOVE WS-NOVO-ID     TO OPR-ID.
           MOVE WS-NOVO-NOME   TO OPR-NOME.
           MOVE WS-NOVO-PERFIL TO OPR-NIVEIS.
           MOVE ZEROS          TO OPR-MATRICULA.
           IF OPT-MATRICULA NOT = SPACES
               MOVE OPT-MATRICULA TO OPR-MATRICULA
           END-IF.
           MOVE ZEROS          TO OPR-DATA-REVOGACAO.
           WRITE REG-OPERADOR
               INVALID KEY
                   MOVE 'ERRO NA GRAVACAO DE OPERMST.DAT'
                       TO WS-MOTIVO-RECUSA
                   GO TO INCLUIR-OPERADOR-EXIT
           END-WRITE.

           IF WS-QTD-CADASTRO < 1000
               ADD 1 TO WS-QTD-CADASTRO
               MOVE WS-NOVO-ID     TO WS-CAD-ID (WS-QTD-CADASTRO)
               MOVE WS-NOVO-NOME   TO WS-CAD-NOME (WS-QTD-CADASTRO)
               MOVE WS-NOVO-PERFIL
                   TO WS-CAD-NIVEIS (WS-QTD-CADASTRO)
               MOVE 'A' TO WS-CAD-SITUACAO (WS-QTD-CADASTRO)
           END-IF.
           MOVE 'PERFIL INCLUIDO' TO WS-RESULTADO-SIGNON.
           PERFORM REGISTRAR-MANUTENCAO-PERFIL.

       INCLUIR-OPERADOR-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    ALTERAR-OPERADOR                                         *
      *----------------------------------------------------------*
       ALTERAR-OPERADOR.
           MOVE OPT-ID TO OPR-ID.
           READ CADASTRO-OPERADORES
               INVALID KEY
                   MOVE 'ID NAO CADASTRADO' TO WS-MOTIVO-RECUSA
                   GO TO ALTERAR-OPERADOR-EXIT
           END-READ.
           IF OPR-REVOGADO
               MOVE 'ID REVOGADO POR DESLIGAMENTO' TO WS-MOTIVO-RECUSA
               GO TO ALTERAR-OPERADOR-EXIT
           END-IF.

           MOVE OPR-ID TO WS-NOVO-ID.
           IF OPT-NOME = SPACES
               MOVE OPR-NOME TO WS-NOVO-NOME
           ELSE
               MOVE OPT-NOME TO WS-NOVO-NOME
           END-IF.
           MOVE OPR-NIVEIS TO WS-NOVO-PERFIL.
           PERFORM APLICAR-NIVEL-TRANSACAO
               VARYING WS-IDX-NIVEL FROM 1 BY 1
               UNTIL WS-IDX-NIVEL > 9.

           PERFORM CONFERIR-SEGREGACAO.
           IF WS-SOD-QTD-CONFLITOS > ZEROS
               PERFORM RECUSAR-POR-CONFLITO
               GO TO ALTERAR-OPERADOR-EXIT
           END-IF.

           MOVE WS-NOVO-NOME   TO OPR-NOME.
           MOVE WS-NOVO-PERFIL TO OPR-NIVEIS.
           IF OPT-MATRICULA NOT = SPACES
               MOVE OPT-MATRICULA TO OPR-MATRICULA
           END-IF.
           REWRITE REG-OPERADOR
               INVALID KEY
                   MOVE 'ERRO NA REGRAVACAO DE OPERMST.DAT'
                       TO WS-MOTIVO-RECUSA
                   GO TO ALTERAR-OPERADOR-EXIT
           END-REWRITE.

           MOVE WS-NOVO-NOME   TO WS-CAD-NOME (WS-POS-CADASTRO).
           MOVE WS-NOVO-PERFIL TO WS-CAD-NIVEIS (WS-POS-CADASTRO).
           MOVE 'PERFIL ALTERADO' TO WS-RESULTADO-SIGNON.
           PERFORM REGISTRAR-MANUTENCAO-PERFIL.

       ALTERAR-OPERADOR-EXIT.
           EXIT.

       APLICAR-NIVEL-TRANSACAO.
           IF OPT-NIVEL (WS-IDX-NIVEL) NOT = SPACE
               MOVE OPT-NIVEL (WS-IDX-NIVEL)
                   TO WS-NOVO-NIVEL (WS-IDX-NIVEL)
           END-IF.

       APLICAR-NIVEL-TRANSACAO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    EXCLUIR-OPERADOR                                         *
      *    Tirar acesso nunca cria conflito: exclui sem conferir.   *
      *----------------------------------------------------------*
       EXCLUIR-OPERADOR.
           MOVE OPT-ID TO OPR-ID.
           DELETE CADASTRO-OPERADORES
               INVALID KEY
                   MOVE 'ERRO NA EXCLUSAO EM OPERMST.DAT'
                       TO WS-MOTIVO-RECUSA
                   GO TO EXCLUIR-OPERADOR-EXIT
           END-DELETE.

           MOVE OPT-ID TO WS-NOVO-ID.
           MOVE WS-CAD-NOME (WS-POS-CADASTRO) TO WS-NOVO-NOME.
           MOVE 'E' TO WS-CAD-SITUACAO (WS-POS-CADASTRO).
           MOVE 'PERFIL EXCLUIDO' TO WS-RESULTADO-SIGNON.
           PERFORM REGISTRAR-MANUTENCAO-PERFIL.

       EXCLUIR-OPERADOR-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    CONFERIR-SEGREGACAO                                      *
      *    Perfil novo somado aos niveis dos outros ids ativos com  *
      *    o mesmo nome (mesma pessoa) e confrontado com as regras. *
      *----------------------------------------------------------*
       CONFERIR-SEGREGACAO.
           MOVE WS-NOVO-PERFIL TO WS-SOD-NIVEIS.
           PERFORM SOMAR-OUTRO-ID
               VARYING WS-IDX-CADASTRO FROM 1 BY 1
               UNTIL WS-IDX-CADASTRO > WS-QTD-CADASTRO.
           PERFORM VERIFICAR-CONFLITOS-PERFIL.

       CONFERIR-SEGREGACAO-EXIT.
           EXIT.

       SOMAR-OUTRO-ID.
           IF WS-CAD-SITUACAO (WS-IDX-CADASTRO) = 'A'
                  AND WS-CAD-ID (WS-IDX-CADASTRO) NOT = WS-NOVO-ID
                  AND WS-CAD-NOME (WS-IDX-CADASTRO) = WS-NOVO-NOME
               ADD 1 TO WS-QTD-OUTROS-IDS
               MOVE WS-CAD-NIVEIS (WS-IDX-CADASTRO)
                   TO WS-OUTRO-PERFIL
               PERFORM SOMAR-NIVEL-OUTRO-ID
                   VARYING WS-IDX-NIVEL FROM 1 BY 1
                   UNTIL WS-IDX-NIVEL > 9
           END-IF.

       SOMAR-OUTRO-ID-EXIT.
           EXIT.

       SOMAR-NIVEL-OUTRO-ID.
           IF WS-OUTRO-NIVEL (WS-IDX-NIVEL) IS NUMERIC
                  AND WS-OUTRO-NIVEL (WS-IDX-NIVEL) > '0'
                  AND (WS-SOD-NIVEL (WS-IDX-NIVEL) IS NOT NUMERIC
                       OR WS-SOD-NIVEL (WS-IDX-NIVEL) = '0')
               MOVE WS-OUTRO-NIVEL (WS-IDX-NIVEL)
                   TO WS-SOD-NIVEL (WS-IDX-NIVEL)
           END-IF.

       SOMAR-NIVEL-OUTRO-ID-EXIT.
           EXIT.

       RECUSAR-POR-CONFLITO.
           MOVE 'CONFLITO DE SEGREGACAO DE FUNCOES'
               TO WS-MOTIVO-RECUSA.
           ADD 1 TO WS-QTD-RECUSADAS-SOD.
           MOVE 'PERFIL RECUSADO SOD' TO WS-RESULTADO-SIGNON.
           PERFORM REGISTRAR-MANUTENCAO-PERFIL.

           MOVE 'TESTOPMT'             TO WS-EXC-PROGRAMA.
           MOVE 'CONFERIR-SEGREGACAO'  TO WS-EXC-PARAGRAFO.
           MOVE 8                      TO WS-EXC-CODIGO.
           MOVE SPACES                 TO WS-EXC-MENSAGEM.
           STRING 'PERFIL RECUSADO CONFLITO SOD ' WS-NOVO-ID
               DELIMITED BY SIZE
               INTO WS-EXC-MENSAGEM
           END-STRING.
           MOVE 2 TO WS-EXC-SEVERIDADE.
           PERFORM GRAVAR-EXCECAO-GERAL.

       RECUSAR-POR-CONFLITO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    REGISTRAR-MANUTENCAO-PERFIL                              *
      *    Linha em SGONAUD.DAT com o id mantido, funcao PERFIL.    *
      *----------------------------------------------------------*
       REGISTRAR-MANUTENCAO-PERFIL.
           MOVE WS-NOVO-ID          TO PFL-OPERADOR.
           MOVE WS-DATA-HOJE        TO PFL-DATA.
           MOVE WS-HORA-AGORA       TO PFL-HORA.
           MOVE WS-RESULTADO-SIGNON TO PFL-RESULTADO.
           OPEN EXTEND LOG-SIGNON.
           IF WS-STATUS-LOG-SIGNON NOT = '00'
               CLOSE LOG-SIGNON
               OPEN OUTPUT LOG-SIGNON
           END-IF.
           WRITE REG-LOG-SIGNON FROM WS-LINHA-LOG-PERFIL.
           CLOSE LOG-SIGNON.

       REGISTRAR-MANUTENCAO-PERFIL-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    IMPRIMIR-TRANSACAO-OPER                                  *
      *    Linha da transacao e, se recusada por conflito, uma      *
      *    linha por regra violada.                                 *
      *----------------------------------------------------------*
       IMPRIMIR-TRANSACAO-OPER.
           MOVE OPT-OPERACAO   TO OPM-OPERACAO.
           MOVE OPT-ID         TO OPM-ID.
           MOVE WS-NOVO-NOME   TO OPM-NOME.
           MOVE WS-NOVO-PERFIL TO OPM-NIVEIS.
           IF WS-MOTIVO-RECUSA = SPACES
               MOVE 'APLICADA' TO OPM-RESULTADO
               ADD 1 TO WS-QTD-APLICADAS
           ELSE
               MOVE 'RECUSADA' TO OPM-RESULTADO
               ADD 1 TO WS-QTD-RECUSADAS
           END-IF.
           MOVE WS-MOTIVO-RECUSA TO OPM-MOTIVO.
           WRITE REG-RELATORIO-MANUT FROM WS-LINHA-MANUT.

           IF WS-MOTIVO-RECUSA NOT = SPACES
               PERFORM IMPRIMIR-CONFLITO-PERFIL
                   VARYING WS-IDX-CADASTRO FROM 1 BY 1
                   UNTIL WS-IDX-CADASTRO > WS-SOD-QTD-CONFLITOS
           END-IF.

       IMPRIMIR-TRANSACAO-OPER-EXIT.
           EXIT.

       IMPRIMIR-CONFLITO-PERFIL.
           MOVE WS-SOD-CONFLITO (WS-IDX-CADASTRO) TO WS-SOD-IDX-REGRA.
           MOVE WS-SOD-RGR-FUNCAO-A (WS-SOD-IDX-REGRA)
               TO OCF-FUNCAO-A.
           MOVE WS-SOD-RGR-FUNCAO-B (WS-SOD-IDX-REGRA)
               TO OCF-FUNCAO-B.
           MOVE WS-SOD-RGR-DESCRICAO (WS-SOD-IDX-REGRA)
               TO OCF-DESCRICAO.
           IF WS-QTD-OUTROS-IDS > ZEROS
               MOVE 'SOMANDO OUTROS IDS' TO OCF-OUTROS-IDS
           ELSE
               MOVE SPACES TO OCF-OUTROS-IDS
           END-IF.
           WRITE REG-RELATORIO-MANUT FROM WS-LINHA-CONFLITO.

       IMPRIMIR-CONFLITO-PERFIL-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    CARREGAR-REGRAS-CONFLITO / VERIFICAR-CONFLITOS-PERFIL   *
      *    Regras de segregacao de funcoes compartilhadas          *
      *    (SODRPRC), tambem usadas pela varredura TESTSODV.       *
      *----------------------------------------------------------*
       COPY SODRPRC.

      *----------------------------------------------------------*
      *    GRAVAR-EXCECAO-GERAL                                    *
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
