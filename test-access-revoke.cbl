       IDENTIFICATION DIVISION.
       PROGRAM-ID. TESTRVOG.

      *----------------------------------------------------------*
      *    TESTRVOG                                                *
      *    Revogacao noturna do acesso de quem foi desligado:      *
      *    cruza os ids de OPERMST.DAT vinculados a uma matricula  *
      *    (OPR-MATRICULA, mantida em TESTOPMT) com o historico    *
      *    DLTHIST.DAT de TESTDELT. Quando o ultimo evento da      *
      *    matricula ate hoje e um desligamento 'D' (transferencia *
      *    'T' entre empresas do grupo nao conta), o id tem os     *
      *    niveis zerados e fica com situacao 'R' e a data do      *
      *    desligamento - TESTSGON passa a recusa-lo. Cada         *
      *    revogacao fica em SGONAUD.DAT (funcao DESLIGAM) e no    *
      *    log de excecoes. Os itens em aberto do id revogado:     *
      *      WORKFLOW.DAT  item em P ou A sob sua responsabilidade *
      *                    passa ao substituto do cartao           *
      *                    RVOGSUBS.DAT (id revogado + id          *
      *                    substituto) ou, sem substituto, fica    *
      *                    sinalizado 'R' para TESTWFLW;           *
      *      MNTPEND.DAT   transacao pendente digitada por ele     *
      *                    fica sinalizada 'R' para o aprovador    *
      *                    (TESTAPPR).                             *
      *    O relatorio RVOGREPT.DAT traz as revogacoes, os itens   *
      *    tratados e a lista de excecao dos ids ativos sem        *
      *    empregado ativo correspondente em EMPEXTR.DAT (sem      *
      *    matricula ou com matricula fora do extrato). RC 4       *
      *    quando houve revogacao, item sinalizado ou excecao.     *
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

           SELECT OPTIONAL HISTORICO-MOVIMENTACAO
               ASSIGN TO "DLTHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-HIST-MOV.

           SELECT OPTIONAL EXTRATO-EMPREGADOS
               ASSIGN TO "EMPEXTR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-EXTRATO.

           SELECT OPTIONAL CARTAO-SUBSTITUTOS
               ASSIGN TO "RVOGSUBS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-SUBSTITUTOS.

           SELECT OPTIONAL ARQUIVO-WORKFLOW
               ASSIGN TO "WORKFLOW.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-WORKFLOW.

           SELECT OPTIONAL FILA-PENDENTES
               ASSIGN TO "MNTPEND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-PENDENTES.

           SELECT OPTIONAL LOG-SIGNON
               ASSIGN TO "SGONAUD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-LOG-SIGNON.

           SELECT RELATORIO-REVOGACAO
               ASSIGN TO "RVOGREPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RELATORIO.

           COPY EXCPSEL.

           COPY RUNRSEL.

       DATA DIVISION.
       FILE SECTION.
       FD  CADASTRO-OPERADORES.
       01  REG-OPERADOR.
           05  OPR-ID               PIC X(08).
           05  OPR-NOME             PIC X(30).
           05  OPR-NIVEL-CONSULTA   PIC 9(01).
           05  OPR-NIVEL-TABELAS    PIC 9(01).
           05  OPR-NIVEL-OPCOES     PIC 9(01).
           05  OPR-NIVEL-APROVACAO  PIC X(01).
           05  OPR-NIVEL-LIBERACAO  PIC X(01).
           05  OPR-NIVEL-RH         PIC X(01).
           05  OPR-NIVEL-AUDITORIA  PIC X(01).
           05  OPR-NIVEL-MANUTENCAO PIC X(01).
           05  OPR-NIVEL-PROMOCAO   PIC X(01).
           05  OPR-MATRICULA        PIC 9(05).
           05  OPR-SITUACAO         PIC X(01).
               88  OPR-REVOGADO         VALUE 'R'.
           05  OPR-DATA-REVOGACAO   PIC 9(08).
           05  FILLER               PIC X(18).

       FD  HISTORICO-MOVIMENTACAO.
       01  REG-HISTORICO-MOV.
           05  HMV-DATA                PIC 9(08).
           05  HMV-TIPO                PIC X(01).
           05  HMV-EMPLOYEE-ID         PIC 9(05).
           05  HMV-EMPLOYEE-NAME       PIC X(50).
           05  HMV-EMPLOYEE-SALARY     PIC 9(07)V99.
           05  HMV-EMPLOYEE-DEPARTMENT PIC X(10).
           05  HMV-EMPLOYEE-AGENCIA    PIC X(05).
           05  HMV-EMPLOYEE-CONTA      PIC X(12).
           05  HMV-EMPLOYEE-EMPRESA    PIC X(05).
           05  HMV-MOTIVO              PIC X(01).

       FD  EXTRATO-EMPREGADOS.
       01  REG-EXTRATO-EMPREGADO.
           05  EXT-EMPLOYEE-ID          PIC 9(05).
           05  EXT-EMPLOYEE-NAME        PIC X(50).
           05  EXT-EMPLOYEE-SALARY      PIC 9(07)V99.
           05  EXT-EMPLOYEE-DEPARTMENT  PIC X(10).
           05  EXT-EMPLOYEE-AGENCIA     PIC X(05).
           05  EXT-EMPLOYEE-CONTA       PIC X(12).
           05  EXT-EMPLOYEE-HIRE-DATE   PIC 9(08).
           05  EXT-EMPLOYEE-EMPRESA     PIC X(05).

      *    Substituto que assume os itens de workflow de um id
      *    revogado.
       FD  CARTAO-SUBSTITUTOS.
       01  REG-CARTAO-SUBSTITUTO.
           05  SUB-OPERADOR         PIC X(08).
           05  FILLER               PIC X(01).
           05  SUB-SUBSTITUTO       PIC X(08).
           05  FILLER               PIC X(63).

       FD  ARQUIVO-WORKFLOW.
       01  REG-WORKFLOW.
           05  WF-CODIGO            PIC X(10).
           05  WF-ESTADO            PIC X(01).
           05  WF-DATA-ESTADO       PIC 9(08).
           05  WF-RESPONSAVEL       PIC X(08).
           05  WF-SINALIZACAO       PIC X(01).
           05  FILLER               PIC X(52).

       FD  FILA-PENDENTES.
       01  REG-FILA-PENDENTE.
           05  PEN-SITUACAO         PIC X(01).
           05  PEN-DATA             PIC 9(08).
           05  PEN-TRANSACAO        PIC X(101).
           05  PEN-OPERADOR-DECISAO PIC X(08).
           05  PEN-SINALIZACAO      PIC X(01).
           05  FILLER               PIC X(01).
           05  PEN-OPERADOR-ENTRADA PIC X(08).

       FD  LOG-SIGNON.
       01  REG-LOG-SIGNON           PIC X(60).

       FD  RELATORIO-REVOGACAO.
       01  REG-RELATORIO-REVOGACAO  PIC X(110).

       COPY EXCPFD.

       COPY RUNRFD.

       WORKING-STORAGE SECTION.
       COPY RUNRWS.
       COPY EXCPWS.
       COPY EXTVWS.

       01  WS-STATUS-OPERADORES     PIC XX.
       01  WS-STATUS-HIST-MOV       PIC XX.
       01  WS-STATUS-EXTRATO        PIC XX.
       01  WS-STATUS-SUBSTITUTOS    PIC XX.
       01  WS-STATUS-WORKFLOW       PIC XX.
       01  WS-STATUS-PENDENTES      PIC XX.
       01  WS-STATUS-LOG-SIGNON     PIC XX.
       01  WS-STATUS-RELATORIO      PIC XX.
       01  WS-EOF-OPERADORES        PIC X VALUE 'N'.
       01  WS-EOF-HIST-MOV          PIC X VALUE 'N'.
       01  WS-EOF-EXTRATO           PIC X VALUE 'N'.
       01  WS-EOF-SUBSTITUTOS       PIC X VALUE 'N'.
       01  WS-EOF-WORKFLOW          PIC X VALUE 'N'.
       01  WS-EOF-PENDENTES         PIC X VALUE 'N'.
      *    Sem EMPEXTR.DAT nao ha como dizer quem esta ativo - a
      *    lista de excecao e omitida em vez de listar todo mundo.
       01  WS-EXTRATO-DISPONIVEL    PIC X VALUE 'N'.

       01  WS-DATA-HOJE             PIC 9(08).
       01  WS-HORA-AGORA            PIC 9(08).

       01  WS-QTD-REVOGADOS         PIC 9(04) VALUE ZEROS.
       01  WS-QTD-SEM-VINCULO       PIC 9(04) VALUE ZEROS.
       01  WS-QTD-WF-REATRIBUIDOS   PIC 9(05) VALUE ZEROS.
       01  WS-QTD-WF-SINALIZADOS    PIC 9(05) VALUE ZEROS.
       01  WS-QTD-PEN-SINALIZADOS   PIC 9(05) VALUE ZEROS.
       01  WS-QTD-IDS-REVOGADOS     PIC 9(04) VALUE ZEROS.

      *    Cadastro em memoria com o ultimo evento de DLTHIST.DAT
      *    da matricula vinculada e a presenca no extrato.
       01  WS-CADASTRO-ESTOUROU     PIC X VALUE 'N'.
       01  WS-QTD-CADASTRO          PIC 9(04) VALUE ZEROS.
       01  WS-IDX-CADASTRO          PIC 9(04) VALUE ZEROS.
       01  WS-POS-CADASTRO          PIC 9(04) VALUE ZEROS.
       01  WS-ID-PROCURADO          PIC X(08).
       01  WS-TABELA-CADASTRO.
           05  WS-CADASTRO OCCURS 1000 TIMES.
               10  WS-CAD-ID        PIC X(08).
               10  WS-CAD-NOME      PIC X(30).
               10  WS-CAD-MATRICULA PIC 9(05).
               10  WS-CAD-SITUACAO  PIC X(01).
               10  WS-CAD-ULT-TIPO  PIC X(01).
               10  WS-CAD-ULT-MOTIVO PIC X(01).
               10  WS-CAD-ULT-DATA  PIC 9(08).
               10  WS-CAD-NO-EXTRATO PIC X(01).

      *    Substitutos validos: o substituto tem de ser id ativo.
       01  WS-QTD-SUBSTITUTOS       PIC 9(03) VALUE ZEROS.
       01  WS-IDX-SUBSTITUTO        PIC 9(03) VALUE ZEROS.
       01  WS-SUBSTITUTO-ACHADO     PIC X(08).
       01  WS-TABELA-SUBSTITUTOS.
           05  WS-SUBSTITUTO OCCURS 200 TIMES.
               10  WS-SUB-OPERADOR  PIC X(08).
               10  WS-SUB-SUBSTITUTO PIC X(08).

      *    WORKFLOW.DAT e MNTPEND.DAT sao reescritos inteiros; a
      *    tabela guarda o registro completo. Estouro da tabela
      *    impede a reescrita para nao perder itens.
       01  WS-QTD-ITENS-WF          PIC 9(04) VALUE ZEROS.
       01  WS-IDX-ITEM-WF           PIC 9(04) VALUE ZEROS.
       01  WS-WF-ESTOUROU           PIC X VALUE 'N'.
       01  WS-WF-ALTERADO           PIC X VALUE 'N'.
       01  WS-TABELA-WORKFLOW.
           05  WS-ITEM-WF OCCURS 2000 TIMES PIC X(80).

       01  WS-QTD-PENDENTES         PIC 9(04) VALUE ZEROS.
       01  WS-IDX-PENDENTE          PIC 9(04) VALUE ZEROS.
       01  WS-PEN-ESTOUROU          PIC X VALUE 'N'.
       01  WS-PEN-ALTERADA          PIC X VALUE 'N'.
       01  WS-TABELA-PENDENTES.
           05  WS-PENDENTE OCCURS 2000 TIMES PIC X(128).

       01  WS-CABECALHO-REVOGACAO.
           05  FILLER               PIC X(44) VALUE
               'REVOGACAO DE ACESSO POR DESLIGAMENTO - DATA '.
           05  RVG-CAB-DATA         PIC 9(08).

       01  WS-TITULO-SECAO          PIC X(60).

       01  WS-LINHA-REVOGADO.
           05  RVG-OPERADOR         PIC X(08).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RVG-NOME             PIC X(30).
           05  FILLER               PIC X(12) VALUE
               ' MATRICULA: '.
           05  RVG-MATRICULA        PIC 9(05).
           05  FILLER               PIC X(15) VALUE
               ' DESLIGADO EM: '.
           05  RVG-DATA-DESLIG      PIC 9(08).

       01  WS-LINHA-ITEM-ABERTO.
           05  ITA-ARQUIVO          PIC X(08).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  ITA-ITEM             PIC X(10).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  ITA-ESTADO           PIC X(01).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  ITA-DATA             PIC 9(08).
           05  FILLER               PIC X(07) VALUE ' ID:   '.
           05  ITA-OPERADOR         PIC X(08).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  ITA-ACAO             PIC X(30).

       01  WS-LINHA-SEM-VINCULO.
           05  SVN-OPERADOR         PIC X(08).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  SVN-NOME             PIC X(30).
           05  FILLER               PIC X(12) VALUE
               ' MATRICULA: '.
           05  SVN-MATRICULA        PIC X(05).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  SVN-MOTIVO           PIC X(35).

       01  WS-LINHA-TOTAL-REVOGACAO.
           05  FILLER               PIC X(13) VALUE
               'REVOGADOS: '.
           05  RVG-TOT-REVOGADOS    PIC ZZZ9.
           05  FILLER               PIC X(16) VALUE
               '  WF REATRIB.: '.
           05  RVG-TOT-WF-REATRIB   PIC ZZZZ9.
           05  FILLER               PIC X(15) VALUE
               '  WF SINALIZ.: '.
           05  RVG-TOT-WF-SINALIZ   PIC ZZZZ9.
           05  FILLER               PIC X(16) VALUE
               '  PEND. SINAL.: '.
           05  RVG-TOT-PEN-SINALIZ  PIC ZZZZ9.
           05  FILLER               PIC X(16) VALUE
               '  SEM VINCULO: '.
           05  RVG-TOT-SEM-VINCULO  PIC ZZZ9.

       01  WS-LINHA-LOG-REVOGACAO.
           05  RVL-OPERADOR         PIC X(08).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  FILLER               PIC X(08) VALUE 'DESLIGAM'.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RVL-DATA             PIC 9(08).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RVL-HORA             PIC 9(08).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  FILLER               PIC X(25) VALUE
               'REVOGADO DESLIGAMENTO'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 0 TO RETURN-CODE.
           MOVE 'TESTRVOG' TO WS-RUN-PROGRAMA.
           PERFORM REGISTRAR-INICIO-EXECUCAO.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-AGORA FROM TIME.

           OPEN I-O CADASTRO-OPERADORES.
           IF WS-STATUS-OPERADORES NOT = '00'
               DISPLAY 'TESTRVOG OPERMST.DAT INDISPONIVEL STATUS='
                       WS-STATUS-OPERADORES
               MOVE 'TESTRVOG'          TO WS-EXC-PROGRAMA
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
           PERFORM CARREGAR-HISTORICO-MOV.
           PERFORM CARREGAR-EXTRATO.

           OPEN OUTPUT RELATORIO-REVOGACAO.
           MOVE WS-DATA-HOJE TO RVG-CAB-DATA.
           WRITE REG-RELATORIO-REVOGACAO FROM WS-CABECALHO-REVOGACAO.

           MOVE SPACES TO REG-RELATORIO-REVOGACAO.
           WRITE REG-RELATORIO-REVOGACAO.
           MOVE 'IDS REVOGADOS NESTA EXECUCAO' TO WS-TITULO-SECAO.
           WRITE REG-RELATORIO-REVOGACAO FROM WS-TITULO-SECAO.
           PERFORM AVALIAR-DESLIGAMENTO THRU
                   AVALIAR-DESLIGAMENTO-EXIT
               VARYING WS-IDX-CADASTRO FROM 1 BY 1
               UNTIL WS-IDX-CADASTRO > WS-QTD-CADASTRO.
           CLOSE CADASTRO-OPERADORES.

           MOVE SPACES TO REG-RELATORIO-REVOGACAO.
           WRITE REG-RELATORIO-REVOGACAO.
           MOVE 'ITENS EM ABERTO DE IDS REVOGADOS' TO WS-TITULO-SECAO.
           WRITE REG-RELATORIO-REVOGACAO FROM WS-TITULO-SECAO.
           IF WS-QTD-IDS-REVOGADOS > ZEROS
               PERFORM CARREGAR-SUBSTITUTOS
               PERFORM TRATAR-WORKFLOW THRU TRATAR-WORKFLOW-EXIT
               PERFORM TRATAR-PENDENTES THRU TRATAR-PENDENTES-EXIT
           END-IF.

           MOVE SPACES TO REG-RELATORIO-REVOGACAO.
           WRITE REG-RELATORIO-REVOGACAO.
           MOVE 'IDS ATIVOS SEM EMPREGADO ATIVO CORRESPONDENTE'
               TO WS-TITULO-SECAO.
           WRITE REG-RELATORIO-REVOGACAO FROM WS-TITULO-SECAO.
           IF WS-EXTRATO-DISPONIVEL = 'S'
               PERFORM LISTAR-SEM-VINCULO
                   VARYING WS-IDX-CADASTRO FROM 1 BY 1
                   UNTIL WS-IDX-CADASTRO > WS-QTD-CADASTRO
           ELSE
               MOVE '  EMPEXTR.DAT AUSENTE - LISTA NAO EMITIDA'
                   TO WS-TITULO-SECAO
               WRITE REG-RELATORIO-REVOGACAO FROM WS-TITULO-SECAO
           END-IF.

           MOVE SPACES TO REG-RELATORIO-REVOGACAO.
           WRITE REG-RELATORIO-REVOGACAO.
           MOVE WS-QTD-REVOGADOS       TO RVG-TOT-REVOGADOS.
           MOVE WS-QTD-WF-REATRIBUIDOS TO RVG-TOT-WF-REATRIB.
           MOVE WS-QTD-WF-SINALIZADOS  TO RVG-TOT-WF-SINALIZ.
           MOVE WS-QTD-PEN-SINALIZADOS TO RVG-TOT-PEN-SINALIZ.
           MOVE WS-QTD-SEM-VINCULO     TO RVG-TOT-SEM-VINCULO.
           WRITE REG-RELATORIO-REVOGACAO FROM WS-LINHA-TOTAL-REVOGACAO.
           CLOSE RELATORIO-REVOGACAO.

           DISPLAY 'TESTRVOG IDS REVOGADOS.......: ' WS-QTD-REVOGADOS.
           DISPLAY 'TESTRVOG WORKFLOW REATRIBUIDO: '
                   WS-QTD-WF-REATRIBUIDOS
                   ' SINALIZADO: ' WS-QTD-WF-SINALIZADOS.
           DISPLAY 'TESTRVOG MNTPEND SINALIZADAS.: '
                   WS-QTD-PEN-SINALIZADOS.
           DISPLAY 'TESTRVOG IDS SEM VINCULO.....: '
                   WS-QTD-SEM-VINCULO.

           IF (WS-QTD-REVOGADOS > 0
                  OR WS-QTD-WF-SINALIZADOS > 0
                  OR WS-QTD-PEN-SINALIZADOS > 0
                  OR WS-QTD-SEM-VINCULO > 0
                  OR WS-CADASTRO-ESTOUROU = 'S')
                  AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.

           PERFORM REGISTRAR-FIM-EXECUCAO.
           STOP RUN.

      *----------------------------------------------------------*
      *    CARREGAR-CADASTRO-OPERADOR                               *
      *    Matricula nao numerica (cadastro antigo) vale zeros -    *
      *    id sem vinculo.                                          *
      *----------------------------------------------------------*
       CARREGAR-CADASTRO-OPERADOR.
           READ CADASTRO-OPERADORES NEXT RECORD
               AT END
                   MOVE 'S' TO WS-EOF-OPERADORES
               NOT AT END
                   IF WS-QTD-CADASTRO < 1000
                       ADD 1 TO WS-QTD-CADASTRO
                       PERFORM GUARDAR-OPERADOR
                   ELSE
                       IF WS-CADASTRO-ESTOUROU = 'N'
                           DISPLAY 'TESTRVOG CADASTRO ACIMA DE 1000 '
                                   'IDS - EXCEDENTES NAO AVALIADOS'
                           MOVE 'TESTRVOG'    TO WS-EXC-PROGRAMA
                           MOVE 'CARREGAR-CADASTRO-OPERADOR'
                               TO WS-EXC-PARAGRAFO
                           MOVE 1000          TO WS-EXC-CODIGO
                           MOVE 'OPERMST.DAT ACIMA DE 1000 IDS'
                               TO WS-EXC-MENSAGEM
                           MOVE 2 TO WS-EXC-SEVERIDADE
                           PERFORM GRAVAR-EXCECAO-GERAL
                       END-IF
                       MOVE 'S' TO WS-CADASTRO-ESTOUROU
                   END-IF
           END-READ.

       CARREGAR-CADASTRO-OPERADOR-EXIT.
           EXIT.

       GUARDAR-OPERADOR.
           MOVE OPR-ID   TO WS-CAD-ID (WS-QTD-CADASTRO).
           MOVE OPR-NOME TO WS-CAD-NOME (WS-QTD-CADASTRO).
           IF OPR-MATRICULA IS NUMERIC
               MOVE OPR-MATRICULA
                   TO WS-CAD-MATRICULA (WS-QTD-CADASTRO)
           ELSE
               MOVE ZEROS TO WS-CAD-MATRICULA (WS-QTD-CADASTRO)
           END-IF.
           IF OPR-REVOGADO
               MOVE 'R' TO WS-CAD-SITUACAO (WS-QTD-CADASTRO)
               ADD 1 TO WS-QTD-IDS-REVOGADOS
           ELSE
               MOVE 'A' TO WS-CAD-SITUACAO (WS-QTD-CADASTRO)
           END-IF.
           MOVE SPACE TO WS-CAD-ULT-TIPO (WS-QTD-CADASTRO).
           MOVE SPACE TO WS-CAD-ULT-MOTIVO (WS-QTD-CADASTRO).
           MOVE ZEROS TO WS-CAD-ULT-DATA (WS-QTD-CADASTRO).
           MOVE 'N'   TO WS-CAD-NO-EXTRATO (WS-QTD-CADASTRO).

       GUARDAR-OPERADOR-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    CARREGAR-HISTORICO-MOV                                   *
      *    DLTHIST.DAT e gravado em ordem de data; para cada id     *
      *    vinculado fica o ultimo evento ate hoje. No mesmo dia    *
      *    vale o ultimo gravado (a transferencia grava D e A).     *
      *----------------------------------------------------------*
       CARREGAR-HISTORICO-MOV.
           OPEN INPUT HISTORICO-MOVIMENTACAO.
           IF WS-STATUS-HIST-MOV = '00'
               PERFORM LER-HISTORICO-MOV
                   UNTIL WS-EOF-HIST-MOV = 'S'
           ELSE
               DISPLAY 'TESTRVOG DLTHIST.DAT AUSENTE - NENHUM '
                       'DESLIGAMENTO A TRATAR'
           END-IF.
           CLOSE HISTORICO-MOVIMENTACAO.

       CARREGAR-HISTORICO-MOV-EXIT.
           EXIT.

       LER-HISTORICO-MOV.
           READ HISTORICO-MOVIMENTACAO
               AT END
                   MOVE 'S' TO WS-EOF-HIST-MOV
               NOT AT END
                   IF HMV-EMPLOYEE-ID IS NUMERIC
                          AND HMV-EMPLOYEE-ID > ZEROS
                          AND HMV-DATA IS NUMERIC
                          AND HMV-DATA NOT > WS-DATA-HOJE
                       PERFORM APLICAR-EVENTO-OPERADOR
                           VARYING WS-IDX-CADASTRO FROM 1 BY 1
                           UNTIL WS-IDX-CADASTRO > WS-QTD-CADASTRO
                   END-IF
           END-READ.

       LER-HISTORICO-MOV-EXIT.
           EXIT.

       APLICAR-EVENTO-OPERADOR.
           IF WS-CAD-MATRICULA (WS-IDX-CADASTRO) = HMV-EMPLOYEE-ID
                  AND HMV-DATA NOT < WS-CAD-ULT-DATA (WS-IDX-CADASTRO)
               MOVE HMV-TIPO   TO WS-CAD-ULT-TIPO (WS-IDX-CADASTRO)
               MOVE HMV-MOTIVO TO WS-CAD-ULT-MOTIVO (WS-IDX-CADASTRO)
               MOVE HMV-DATA   TO WS-CAD-ULT-DATA (WS-IDX-CADASTRO)
           END-IF.

       APLICAR-EVENTO-OPERADOR-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    CARREGAR-EXTRATO                                         *
      *    Marca os ids cuja matricula esta no extrato de ativos.   *
      *    Header de versao divergente (ver EXTVWS) para o passo    *
      *    com RC=8 antes de qualquer revogacao.                    *
      *----------------------------------------------------------*
       CARREGAR-EXTRATO.
           OPEN INPUT EXTRATO-EMPREGADOS.
           IF WS-STATUS-EXTRATO = '00'
               MOVE 'S' TO WS-EXTRATO-DISPONIVEL
               PERFORM LER-EXTRATO
                   UNTIL WS-EOF-EXTRATO = 'S'
           ELSE
               DISPLAY 'TESTRVOG EMPEXTR.DAT AUSENTE - LISTA DE '
                       'IDS SEM VINCULO NAO EMITIDA'
           END-IF.
           CLOSE EXTRATO-EMPREGADOS.

       CARREGAR-EXTRATO-EXIT.
           EXIT.

       LER-EXTRATO.
           READ EXTRATO-EMPREGADOS
               AT END
                   MOVE 'S' TO WS-EOF-EXTRATO
               NOT AT END
                   IF REG-EXTRATO-EMPREGADO (1:6) = 'VERSAO'
                       PERFORM CONFERIR-VERSAO-EXTRATO THRU
                               CONFERIR-VERSAO-EXTRATO-EXIT
                   END-IF
                   IF EXT-EMPLOYEE-ID IS NUMERIC
                          AND EXT-EMPLOYEE-ID > ZEROS
                       PERFORM MARCAR-NO-EXTRATO
                           VARYING WS-IDX-CADASTRO FROM 1 BY 1
                           UNTIL WS-IDX-CADASTRO > WS-QTD-CADASTRO
                   END-IF
           END-READ.

       LER-EXTRATO-EXIT.
           EXIT.

       MARCAR-NO-EXTRATO.
           IF WS-CAD-MATRICULA (WS-IDX-CADASTRO) = EXT-EMPLOYEE-ID
               MOVE 'S' TO WS-CAD-NO-EXTRATO (WS-IDX-CADASTRO)
           END-IF.

       MARCAR-NO-EXTRATO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    CONFERIR-VERSAO-EXTRATO                                  *
      *    Header de versao de layout do extrato (ver EXTVWS).      *
      *----------------------------------------------------------*
       CONFERIR-VERSAO-EXTRATO.
           MOVE REG-EXTRATO-EMPREGADO (7:2)
               TO WS-VERSAO-EXTRATO-LIDA.
           IF WS-VERSAO-EXTRATO-LIDA NOT = WS-VERSAO-EXTRATO-ATUAL
               DISPLAY 'TESTRVOG VERSAO DO EXTRATO '
                       WS-VERSAO-EXTRATO-LIDA
                       ' INCOMPATIVEL - ESPERADA '
                       WS-VERSAO-EXTRATO-ATUAL
               MOVE 'TESTRVOG'          TO WS-EXC-PROGRAMA
               MOVE 'CONFERIR-VERSAO-EXTRATO' TO WS-EXC-PARAGRAFO
               MOVE 8                   TO WS-EXC-CODIGO
               MOVE 'VERSAO DE LAYOUT DO EXTRATO INCOMPATIVEL'
                   TO WS-EXC-MENSAGEM
               MOVE 2 TO WS-EXC-SEVERIDADE
               PERFORM GRAVAR-EXCECAO-GERAL
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY 'TESTRVOG VERSAO DO EXTRATO.....: '
                   WS-VERSAO-EXTRATO-LIDA.

       CONFERIR-VERSAO-EXTRATO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    AVALIAR-DESLIGAMENTO                                     *
      *    Id ainda nao revogado cujo ultimo evento da matricula e  *
      *    desligamento que nao seja transferencia do grupo.        *
      *----------------------------------------------------------*
       AVALIAR-DESLIGAMENTO.
           IF WS-CAD-SITUACAO (WS-IDX-CADASTRO) = 'R'
                  OR WS-CAD-MATRICULA (WS-IDX-CADASTRO) = ZEROS
                  OR WS-CAD-ULT-TIPO (WS-IDX-CADASTRO) NOT = 'D'
                  OR WS-CAD-ULT-MOTIVO (WS-IDX-CADASTRO) = 'T'
               GO TO AVALIAR-DESLIGAMENTO-EXIT
           END-IF.

           MOVE WS-CAD-ID (WS-IDX-CADASTRO) TO OPR-ID.
           READ CADASTRO-OPERADORES
               KEY IS OPR-ID
               INVALID KEY
                   DISPLAY 'TESTRVOG OPERADOR NAO RELIDO ' OPR-ID
                   GO TO AVALIAR-DESLIGAMENTO-EXIT
           END-READ.

           MOVE 0 TO OPR-NIVEL-CONSULTA.
           MOVE 0 TO OPR-NIVEL-TABELAS.
           MOVE 0 TO OPR-NIVEL-OPCOES.
           MOVE '0' TO OPR-NIVEL-APROVACAO.
           MOVE '0' TO OPR-NIVEL-LIBERACAO.
           MOVE '0' TO OPR-NIVEL-RH.
           MOVE '0' TO OPR-NIVEL-AUDITORIA.
           MOVE '0' TO OPR-NIVEL-MANUTENCAO.
           MOVE '0' TO OPR-NIVEL-PROMOCAO.
           MOVE 'R' TO OPR-SITUACAO.
           MOVE WS-CAD-ULT-DATA (WS-IDX-CADASTRO)
               TO OPR-DATA-REVOGACAO.
           REWRITE REG-OPERADOR
               INVALID KEY
                   DISPLAY 'TESTRVOG ERRO REGRAVACAO OPERADOR '
                           OPR-ID
                   MOVE 'TESTRVOG'          TO WS-EXC-PROGRAMA
                   MOVE 'AVALIAR-DESLIGAMENTO' TO WS-EXC-PARAGRAFO
                   MOVE WS-STATUS-OPERADORES TO WS-EXC-CODIGO
                   MOVE SPACES              TO WS-EXC-MENSAGEM
                   STRING 'ERRO NA REVOGACAO DO OPERADOR ' OPR-ID
                       DELIMITED BY SIZE
                       INTO WS-EXC-MENSAGEM
                   END-STRING
                   MOVE 1 TO WS-EXC-SEVERIDADE
                   PERFORM GRAVAR-EXCECAO-GERAL
                   MOVE 8 TO RETURN-CODE
                   GO TO AVALIAR-DESLIGAMENTO-EXIT
           END-REWRITE.

           MOVE 'R' TO WS-CAD-SITUACAO (WS-IDX-CADASTRO).
           ADD 1 TO WS-QTD-REVOGADOS.
           ADD 1 TO WS-QTD-IDS-REVOGADOS.
           PERFORM REGISTRAR-REVOGACAO.

           MOVE WS-CAD-ID (WS-IDX-CADASTRO)        TO RVG-OPERADOR.
           MOVE WS-CAD-NOME (WS-IDX-CADASTRO)      TO RVG-NOME.
           MOVE WS-CAD-MATRICULA (WS-IDX-CADASTRO) TO RVG-MATRICULA.
           MOVE WS-CAD-ULT-DATA (WS-IDX-CADASTRO)  TO RVG-DATA-DESLIG.
           WRITE REG-RELATORIO-REVOGACAO FROM WS-LINHA-REVOGADO.

       AVALIAR-DESLIGAMENTO-EXIT.
           EXIT.

       REGISTRAR-REVOGACAO.
           MOVE OPR-ID        TO RVL-OPERADOR.
           MOVE WS-DATA-HOJE  TO RVL-DATA.
           MOVE WS-HORA-AGORA TO RVL-HORA.
           OPEN EXTEND LOG-SIGNON.
           IF WS-STATUS-LOG-SIGNON NOT = '00'
               CLOSE LOG-SIGNON
               OPEN OUTPUT LOG-SIGNON
           END-IF.
           WRITE REG-LOG-SIGNON FROM WS-LINHA-LOG-REVOGACAO.
           CLOSE LOG-SIGNON.

           MOVE 'TESTRVOG'          TO WS-EXC-PROGRAMA.
           MOVE 'AVALIAR-DESLIGAMENTO' TO WS-EXC-PARAGRAFO.
           MOVE 4                   TO WS-EXC-CODIGO.
           MOVE SPACES              TO WS-EXC-MENSAGEM.
           STRING 'OPERADOR REVOGADO POR DESLIGAMENTO ' OPR-ID
               DELIMITED BY SIZE
               INTO WS-EXC-MENSAGEM
           END-STRING.
           MOVE 3 TO WS-EXC-SEVERIDADE.
           PERFORM GRAVAR-EXCECAO-GERAL.

       REGISTRAR-REVOGACAO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    LOCALIZAR-OPERADOR                                       *
      *    Posicao de WS-ID-PROCURADO na tabela (zeros se nao ha).  *
      *----------------------------------------------------------*
       LOCALIZAR-OPERADOR.
           MOVE ZEROS TO WS-POS-CADASTRO.
           PERFORM COMPARAR-OPERADOR
               VARYING WS-IDX-CADASTRO FROM 1 BY 1
               UNTIL WS-IDX-CADASTRO > WS-QTD-CADASTRO
                  OR WS-POS-CADASTRO > ZEROS.

       LOCALIZAR-OPERADOR-EXIT.
           EXIT.

       COMPARAR-OPERADOR.
           IF WS-CAD-ID (WS-IDX-CADASTRO) = WS-ID-PROCURADO
               MOVE WS-IDX-CADASTRO TO WS-POS-CADASTRO
           END-IF.

       COMPARAR-OPERADOR-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    CARREGAR-SUBSTITUTOS                                     *
      *    So vale linha de id revogado com substituto ativo.       *
      *----------------------------------------------------------*
       CARREGAR-SUBSTITUTOS.
           OPEN INPUT CARTAO-SUBSTITUTOS.
           IF WS-STATUS-SUBSTITUTOS = '00'
               PERFORM LER-SUBSTITUTO THRU LER-SUBSTITUTO-EXIT
                   UNTIL WS-EOF-SUBSTITUTOS = 'S'
           END-IF.
           CLOSE CARTAO-SUBSTITUTOS.

       CARREGAR-SUBSTITUTOS-EXIT.
           EXIT.

       LER-SUBSTITUTO.
           READ CARTAO-SUBSTITUTOS
               AT END
                   MOVE 'S' TO WS-EOF-SUBSTITUTOS
                   GO TO LER-SUBSTITUTO-EXIT
           END-READ.
           IF REG-CARTAO-SUBSTITUTO = SPACES
                  OR REG-CARTAO-SUBSTITUTO (1:1) = '*'
               GO TO LER-SUBSTITUTO-EXIT
           END-IF.

           MOVE SUB-SUBSTITUTO TO WS-ID-PROCURADO.
           PERFORM LOCALIZAR-OPERADOR.
           IF WS-POS-CADASTRO = ZEROS
               DISPLAY 'TESTRVOG SUBSTITUTO INEXISTENTE IGNORADO: '
                       SUB-OPERADOR ' ' SUB-SUBSTITUTO
               GO TO LER-SUBSTITUTO-EXIT
           END-IF.
           IF WS-CAD-SITUACAO (WS-POS-CADASTRO) = 'R'
               DISPLAY 'TESTRVOG SUBSTITUTO REVOGADO IGNORADO: '
                       SUB-OPERADOR ' ' SUB-SUBSTITUTO
               GO TO LER-SUBSTITUTO-EXIT
           END-IF.

           IF WS-QTD-SUBSTITUTOS < 200
               ADD 1 TO WS-QTD-SUBSTITUTOS
               MOVE SUB-OPERADOR
                   TO WS-SUB-OPERADOR (WS-QTD-SUBSTITUTOS)
               MOVE SUB-SUBSTITUTO
                   TO WS-SUB-SUBSTITUTO (WS-QTD-SUBSTITUTOS)
           ELSE
               DISPLAY 'TESTRVOG RVOGSUBS.DAT ACIMA DE 200 LINHAS'
           END-IF.

       LER-SUBSTITUTO-EXIT.
           EXIT.

       PROCURAR-SUBSTITUTO.
           IF WS-SUB-OPERADOR (WS-IDX-SUBSTITUTO) = WS-ID-PROCURADO
               MOVE WS-SUB-SUBSTITUTO (WS-IDX-SUBSTITUTO)
                   TO WS-SUBSTITUTO-ACHADO
           END-IF.

       PROCURAR-SUBSTITUTO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    TRATAR-WORKFLOW                                          *
      *    Item em aberto (estado que nao seja S) de responsavel    *
      *    revogado: passa ao substituto ou fica sinalizado 'R'.    *
      *----------------------------------------------------------*
       TRATAR-WORKFLOW.
           OPEN INPUT ARQUIVO-WORKFLOW.
           IF WS-STATUS-WORKFLOW NOT = '00'
               CLOSE ARQUIVO-WORKFLOW
               GO TO TRATAR-WORKFLOW-EXIT
           END-IF.
           PERFORM LER-ITEM-WORKFLOW UNTIL WS-EOF-WORKFLOW = 'S'.
           CLOSE ARQUIVO-WORKFLOW.

           IF WS-WF-ESTOUROU = 'S'
               DISPLAY 'TESTRVOG WORKFLOW.DAT EXCEDE A CAPACIDADE '
                       'DA TABELA (2000 ITENS) - ITENS NAO TRATADOS'
               MOVE 'TESTRVOG'          TO WS-EXC-PROGRAMA
               MOVE 'TRATAR-WORKFLOW'   TO WS-EXC-PARAGRAFO
               MOVE 2000                TO WS-EXC-CODIGO
               MOVE 'WORKFLOW.DAT ACIMA DA TABELA - NAO TRATADO'
                   TO WS-EXC-MENSAGEM
               MOVE 2 TO WS-EXC-SEVERIDADE
               PERFORM GRAVAR-EXCECAO-GERAL
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
               GO TO TRATAR-WORKFLOW-EXIT
           END-IF.

           PERFORM AVALIAR-ITEM-WORKFLOW THRU
                   AVALIAR-ITEM-WORKFLOW-EXIT
               VARYING WS-IDX-ITEM-WF FROM 1 BY 1
               UNTIL WS-IDX-ITEM-WF > WS-QTD-ITENS-WF.

           IF WS-WF-ALTERADO = 'S'
               OPEN OUTPUT ARQUIVO-WORKFLOW
               PERFORM GRAVAR-ITEM-WORKFLOW
                   VARYING WS-IDX-ITEM-WF FROM 1 BY 1
                   UNTIL WS-IDX-ITEM-WF > WS-QTD-ITENS-WF
               CLOSE ARQUIVO-WORKFLOW
           END-IF.

       TRATAR-WORKFLOW-EXIT.
           EXIT.

       LER-ITEM-WORKFLOW.
           READ ARQUIVO-WORKFLOW
               AT END
                   MOVE 'S' TO WS-EOF-WORKFLOW
               NOT AT END
                   IF WS-QTD-ITENS-WF < 2000
                       ADD 1 TO WS-QTD-ITENS-WF
                       MOVE REG-WORKFLOW
                           TO WS-ITEM-WF (WS-QTD-ITENS-WF)
                   ELSE
                       MOVE 'S' TO WS-WF-ESTOUROU
                   END-IF
           END-READ.

       LER-ITEM-WORKFLOW-EXIT.
           EXIT.

       AVALIAR-ITEM-WORKFLOW.
           MOVE WS-ITEM-WF (WS-IDX-ITEM-WF) TO REG-WORKFLOW.
           IF WF-ESTADO = 'S' OR WF-RESPONSAVEL = SPACES
               GO TO AVALIAR-ITEM-WORKFLOW-EXIT
           END-IF.
           MOVE WF-RESPONSAVEL TO WS-ID-PROCURADO.
           PERFORM LOCALIZAR-OPERADOR.
           IF WS-POS-CADASTRO = ZEROS
               GO TO AVALIAR-ITEM-WORKFLOW-EXIT
           END-IF.
           IF WS-CAD-SITUACAO (WS-POS-CADASTRO) NOT = 'R'
               GO TO AVALIAR-ITEM-WORKFLOW-EXIT
           END-IF.

           MOVE 'WORKFLOW'     TO ITA-ARQUIVO.
           MOVE WF-CODIGO      TO ITA-ITEM.
           MOVE WF-ESTADO      TO ITA-ESTADO.
           IF WF-DATA-ESTADO IS NUMERIC
               MOVE WF-DATA-ESTADO TO ITA-DATA
           ELSE
               MOVE ZEROS TO ITA-DATA
           END-IF.
           MOVE WF-RESPONSAVEL TO ITA-OPERADOR.

           MOVE SPACES TO WS-SUBSTITUTO-ACHADO.
           PERFORM PROCURAR-SUBSTITUTO
               VARYING WS-IDX-SUBSTITUTO FROM 1 BY 1
               UNTIL WS-IDX-SUBSTITUTO > WS-QTD-SUBSTITUTOS
                  OR WS-SUBSTITUTO-ACHADO NOT = SPACES.

           IF WS-SUBSTITUTO-ACHADO NOT = SPACES
               MOVE WS-SUBSTITUTO-ACHADO TO WF-RESPONSAVEL
               MOVE SPACE TO WF-SINALIZACAO
               ADD 1 TO WS-QTD-WF-REATRIBUIDOS
               MOVE SPACES TO ITA-ACAO
               STRING 'REATRIBUIDO A ' WS-SUBSTITUTO-ACHADO
                   DELIMITED BY SIZE
                   INTO ITA-ACAO
               END-STRING
           ELSE
               IF WF-SINALIZACAO = 'R'
                   GO TO AVALIAR-ITEM-WORKFLOW-EXIT
               END-IF
               MOVE 'R' TO WF-SINALIZACAO
               ADD 1 TO WS-QTD-WF-SINALIZADOS
               MOVE 'SINALIZADO - SEM SUBSTITUTO' TO ITA-ACAO
           END-IF.

           MOVE REG-WORKFLOW TO WS-ITEM-WF (WS-IDX-ITEM-WF).
           MOVE 'S' TO WS-WF-ALTERADO.
           WRITE REG-RELATORIO-REVOGACAO FROM WS-LINHA-ITEM-ABERTO.

       AVALIAR-ITEM-WORKFLOW-EXIT.
           EXIT.

       GRAVAR-ITEM-WORKFLOW.
           MOVE WS-ITEM-WF (WS-IDX-ITEM-WF) TO REG-WORKFLOW.
           WRITE REG-WORKFLOW.

       GRAVAR-ITEM-WORKFLOW-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    TRATAR-PENDENTES                                         *
      *    Transacao pendente 'P' digitada por id revogado fica     *
      *    sinalizada para o aprovador; a decisao continua dele.    *
      *----------------------------------------------------------*
       TRATAR-PENDENTES.
           OPEN INPUT FILA-PENDENTES.
           IF WS-STATUS-PENDENTES NOT = '00'
               CLOSE FILA-PENDENTES
               GO TO TRATAR-PENDENTES-EXIT
           END-IF.
           PERFORM LER-PENDENTE UNTIL WS-EOF-PENDENTES = 'S'.
           CLOSE FILA-PENDENTES.

           IF WS-PEN-ESTOUROU = 'S'
               DISPLAY 'TESTRVOG MNTPEND.DAT EXCEDE A CAPACIDADE '
                       'DA TABELA (2000 ITENS) - ITENS NAO TRATADOS'
               MOVE 'TESTRVOG'          TO WS-EXC-PROGRAMA
               MOVE 'TRATAR-PENDENTES'  TO WS-EXC-PARAGRAFO
               MOVE 2000                TO WS-EXC-CODIGO
               MOVE 'MNTPEND.DAT ACIMA DA TABELA - NAO TRATADO'
                   TO WS-EXC-MENSAGEM
               MOVE 2 TO WS-EXC-SEVERIDADE
               PERFORM GRAVAR-EXCECAO-GERAL
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
               GO TO TRATAR-PENDENTES-EXIT
           END-IF.

           PERFORM AVALIAR-PENDENTE THRU AVALIAR-PENDENTE-EXIT
               VARYING WS-IDX-PENDENTE FROM 1 BY 1
               UNTIL WS-IDX-PENDENTE > WS-QTD-PENDENTES.

           IF WS-PEN-ALTERADA = 'S'
               OPEN OUTPUT FILA-PENDENTES
               PERFORM GRAVAR-PENDENTE
                   VARYING WS-IDX-PENDENTE FROM 1 BY 1
                   UNTIL WS-IDX-PENDENTE > WS-QTD-PENDENTES
               CLOSE FILA-PENDENTES
           END-IF.

       TRATAR-PENDENTES-EXIT.
           EXIT.

       LER-PENDENTE.
           READ FILA-PENDENTES
               AT END
                   MOVE 'S' TO WS-EOF-PENDENTES
               NOT AT END
                   IF WS-QTD-PENDENTES < 2000
                       ADD 1 TO WS-QTD-PENDENTES
                       MOVE REG-FILA-PENDENTE
                           TO WS-PENDENTE (WS-QTD-PENDENTES)
                   ELSE
                       MOVE 'S' TO WS-PEN-ESTOUROU
                   END-IF
           END-READ.

       LER-PENDENTE-EXIT.
           EXIT.

       AVALIAR-PENDENTE.
           MOVE WS-PENDENTE (WS-IDX-PENDENTE) TO REG-FILA-PENDENTE.
           IF PEN-SITUACAO NOT = 'P'
                  OR PEN-SINALIZACAO = 'R'
                  OR PEN-OPERADOR-ENTRADA = SPACES
               GO TO AVALIAR-PENDENTE-EXIT
           END-IF.
           MOVE PEN-OPERADOR-ENTRADA TO WS-ID-PROCURADO.
           PERFORM LOCALIZAR-OPERADOR.
           IF WS-POS-CADASTRO = ZEROS
               GO TO AVALIAR-PENDENTE-EXIT
           END-IF.
           IF WS-CAD-SITUACAO (WS-POS-CADASTRO) NOT = 'R'
               GO TO AVALIAR-PENDENTE-EXIT
           END-IF.

           MOVE 'R' TO PEN-SINALIZACAO.
           MOVE REG-FILA-PENDENTE TO WS-PENDENTE (WS-IDX-PENDENTE).
           MOVE 'S' TO WS-PEN-ALTERADA.
           ADD 1 TO WS-QTD-PEN-SINALIZADOS.

           MOVE 'MNTPEND'            TO ITA-ARQUIVO.
           MOVE PEN-TRANSACAO (1:10) TO ITA-ITEM.
           MOVE PEN-SITUACAO         TO ITA-ESTADO.
           IF PEN-DATA IS NUMERIC
               MOVE PEN-DATA TO ITA-DATA
           ELSE
               MOVE ZEROS TO ITA-DATA
           END-IF.
           MOVE PEN-OPERADOR-ENTRADA TO ITA-OPERADOR.
           MOVE 'SINALIZADA PARA O APROVADOR' TO ITA-ACAO.
           WRITE REG-RELATORIO-REVOGACAO FROM WS-LINHA-ITEM-ABERTO.

       AVALIAR-PENDENTE-EXIT.
           EXIT.

       GRAVAR-PENDENTE.
           MOVE WS-PENDENTE (WS-IDX-PENDENTE) TO REG-FILA-PENDENTE.
           WRITE REG-FILA-PENDENTE.

       GRAVAR-PENDENTE-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    LISTAR-SEM-VINCULO                                       *
      *    Lista de excecao: id nao revogado sem matricula ou com   *
      *    matricula fora do extrato de ativos.                     *
      *----------------------------------------------------------*
       LISTAR-SEM-VINCULO.
           IF WS-CAD-SITUACAO (WS-IDX-CADASTRO) NOT = 'R'
               IF WS-CAD-MATRICULA (WS-IDX-CADASTRO) = ZEROS
                   MOVE SPACES TO SVN-MATRICULA
                   MOVE 'SEM MATRICULA VINCULADA' TO SVN-MOTIVO
                   PERFORM IMPRIMIR-SEM-VINCULO
               ELSE
                   IF WS-CAD-NO-EXTRATO (WS-IDX-CADASTRO) = 'N'
                       MOVE WS-CAD-MATRICULA (WS-IDX-CADASTRO)
                           TO SVN-MATRICULA
                       MOVE 'MATRICULA FORA DO EXTRATO DE ATIVOS'
                           TO SVN-MOTIVO
                       PERFORM IMPRIMIR-SEM-VINCULO
                   END-IF
               END-IF
           END-IF.

       LISTAR-SEM-VINCULO-EXIT.
           EXIT.

       IMPRIMIR-SEM-VINCULO.
           ADD 1 TO WS-QTD-SEM-VINCULO.
           MOVE WS-CAD-ID (WS-IDX-CADASTRO)   TO SVN-OPERADOR.
           MOVE WS-CAD-NOME (WS-IDX-CADASTRO) TO SVN-NOME.
           WRITE REG-RELATORIO-REVOGACAO FROM WS-LINHA-SEM-VINCULO.

       IMPRIMIR-SEM-VINCULO-EXIT.
           EXIT.

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
