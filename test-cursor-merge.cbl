       IDENTIFICATION DIVISION.
       PROGRAM-ID. TESTCMRG.

      *----------------------------------------------------------*
      *    TESTCMRG                                                *
      *    Passo de combinacao da passada de folha particionada:   *
      *    no fim de mes TESTCURSOR roda como varias instancias    *
      *    em paralelo (uma por faixa de departamentos, cartao     *
      *    CURSPART.DAT de cada instancia) e este passo junta as   *
      *    pecas de volta nas saidas unicas que os passos          *
      *    seguintes esperam:                                      *
      *      EMPEXTR.DAT  um header de versao + os detalhes das    *
      *                   particoes, na ordem das faixas;          *
      *      SALBASE.DAT / EMPPIX.DAT  na mesma ordem do extrato;  *
      *      EMPREPT.DAT  (e EMPREPTR.DAT, com PERFIL.DAT 'R')     *
      *                   as paginas das particoes renumeradas e   *
      *                   UM total geral, com os encargos          *
      *                   recalculados de ENCARGOS.DAT sobre o     *
      *                   total da empresa, e a participacao;      *
      *      CURSCTL.DAT  o headcount combinado para TESTRECO;     *
      *      PAYHIST.DAT  o snapshot por departamento somado;      *
      *      FOLHROLL.DAT a edicao por nivel da hierarquia;        *
      *    e reconcilia o total com PAYCTL.DAT, como a passada     *
      *    nao particionada. A quantidade de particoes vem de      *
      *    CURSPCTL.DAT (1 a 4, default 2).                        *
      *    Antes de gravar qualquer coisa, TODAS as particoes sao  *
      *    conferidas: controle CCTLPn.DAT ausente ou vazio        *
      *    (instancia que nao rodou ou nao terminou), de outro     *
      *    run, com RC>=8, faixas que nao cobrem a empresa inteira *
      *    sem sobreposicao, ou pecas ausentes / com contagem      *
      *    diferente do controle recusam a combinacao com RC=8 e   *
      *    as saidas anteriores ficam intocadas.                   *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CARTAO-QTD-PARTICOES
               ASSIGN TO "CURSPCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CARTAO.

      *    Controle de cada particao (CCTLPn.DAT), por nome
      *    dinamico.
           COPY FPARSEL.

      *    Pecas das particoes (RELFPn, RELRPn, EXTRPn, SALBPn,
      *    PIXPn), abertas uma de cada vez por nome dinamico.
           SELECT OPTIONAL PECA-PARTICAO
               ASSIGN TO WS-NOME-PECA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-PECA.

           SELECT EXTRATO-EMPREGADOS
               ASSIGN TO "EMPEXTR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-EXTRATO.

           SELECT EXTRATO-SALARIO-BASE
               ASSIGN TO "SALBASE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-SAL-BASE.

           COPY CPIXSEL.

           SELECT RELATORIO-EMPREGADOS
               ASSIGN TO "EMPREPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RELATORIO.

           SELECT RELATORIO-RESTRITO
               ASSIGN TO "EMPREPTR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RESTRITO.

      *    Mesmo cartao de perfil de TESTCURSOR: 'R' na coluna 1
      *    pede tambem a edicao restrita.
           SELECT OPTIONAL CARTAO-PERFIL
               ASSIGN TO "PERFIL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-PERFIL.

      *    Encargos patronais vigentes, aplicados sobre o total
      *    geral combinado (as instancias imprimem os encargos so
      *    nos subtotais de departamento).
           SELECT OPTIONAL TABELA-ENCARGOS
               ASSIGN TO "ENCARGOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-ENCARGOS.

           SELECT CONTROLE-CURSOR
               ASSIGN TO "CURSCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CONTROLE-CURSOR.

           SELECT OPTIONAL CARTAO-SEQ-RUN
               ASSIGN TO "RUNSEQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-SEQ-RUN.

           SELECT HISTORICO-FOLHA
               ASSIGN TO "PAYHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-HISTORICO.

           SELECT OPTIONAL CARTAO-CONTROLE-FOLHA
               ASSIGN TO "PAYCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CONTROLE-FOLHA.

           SELECT RELATORIO-FOLHA-NIVEL
               ASSIGN TO "FOLHROLL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-FOLHA-NIVEL.

           COPY DEPTSEL.

           COPY LOCKSEL.

           COPY STPCSEL.

           COPY RUNRSEL.

           COPY EXCPSEL.

       DATA DIVISION.
       FILE SECTION.
       FD  CARTAO-QTD-PARTICOES.
       01  REG-CARTAO-QTD-PARTICOES.
           05  CPQ-QTD-PARTICOES    PIC 9(01).
           05  FILLER               PIC X(79).

       COPY FPARFD.

       FD  PECA-PARTICAO.
       01  REG-PECA-PARTICAO        PIC X(120).

       FD  EXTRATO-EMPREGADOS.
       01  REG-EXTRATO-EMPREGADO    PIC X(104).

       FD  EXTRATO-SALARIO-BASE.
       01  REG-SALARIO-BASE         PIC X(80).

       COPY CPIXFD.

       FD  RELATORIO-EMPREGADOS.
       01  REG-RELATORIO            PIC X(80).

       FD  RELATORIO-RESTRITO.
       01  REG-RELATORIO-RESTRITO   PIC X(80).

       FD  CARTAO-PERFIL.
       01  REG-CARTAO-PERFIL.
           05  PERFIL-EDICAO        PIC X(01).
           05  FILLER               PIC X(79).

       FD  TABELA-ENCARGOS.
       01  REG-TABELA-ENCARGOS.
           05  ENC-CODIGO           PIC X(04).
           05  ENC-PERCENTUAL       PIC 9(03)V99.
           05  ENC-DATA-VIGENCIA    PIC 9(08).
           05  FILLER               PIC X(63).

       FD  CONTROLE-CURSOR.
       01  REG-CONTROLE-CURSOR.
           05  CTL-CURSOR-IDENTIFICADOR PIC X(15).
           05  CTL-CURSOR-QTD-EMPREG    PIC 9(05).
           05  CTL-CURSOR-DATA-RUN      PIC 9(08).
           05  CTL-CURSOR-SEQ-RUN       PIC 9(02).
           05  FILLER                   PIC X(50).

       FD  CARTAO-SEQ-RUN.
       01  REG-CARTAO-SEQ-RUN.
           05  SEQ-RUN-CARTAO       PIC 9(02).
           05  FILLER               PIC X(78).

       FD  HISTORICO-FOLHA.
       01  REG-HISTORICO-FOLHA.
           05  HIST-DATA                PIC 9(08).
           05  HIST-DEPARTAMENTO        PIC X(10).
           05  HIST-QTD-EMPREGADOS      PIC 9(05).
           05  HIST-TOTAL-FOLHA         PIC 9(09)V99.
           05  FILLER                   PIC X(46).

       FD  CARTAO-CONTROLE-FOLHA.
       01  REG-CONTROLE-FOLHA.
           05  PAY-TOTAL-ESPERADO      PIC 9(09)V99.
           05  PAY-TOLERANCIA          PIC 9(07)V99.
           05  FILLER                  PIC X(62).

       FD  RELATORIO-FOLHA-NIVEL.
       01  REG-RELATORIO-FOLHA-NIVEL   PIC X(80).

       COPY DEPTFD.

       COPY LOCKFD.

       COPY STPCFD.

       COPY RUNRFD.

       COPY EXCPFD.

       WORKING-STORAGE SECTION.
       COPY EXTVWS.
       COPY EXCPWS.
       COPY DEPTWS.
       COPY HIERWS.
       COPY RUNRWS.
       COPY STPCWS.
       COPY LOCKWS.
       01  WS-STATUS-SEQ-RUN        PIC XX.
       01  WS-DATA-RUN-CTL          PIC 9(08) VALUE ZEROS.
       01  WS-SEQ-RUN-CTL           PIC 9(02) VALUE 01.

       01  WS-STATUS-CARTAO         PIC XX.
       01  WS-STATUS-CTL-PARTICAO   PIC XX.
       01  WS-STATUS-PECA           PIC XX.
       01  WS-STATUS-EXTRATO        PIC XX.
       01  WS-STATUS-SAL-BASE       PIC XX.
       01  WS-STATUS-CHAVES-PIX     PIC XX.
       01  WS-STATUS-RELATORIO      PIC XX.
       01  WS-STATUS-RESTRITO       PIC XX.
       01  WS-STATUS-PERFIL         PIC XX.
       01  WS-STATUS-ENCARGOS       PIC XX.
       01  WS-STATUS-CONTROLE-CURSOR PIC XX.
       01  WS-STATUS-HISTORICO      PIC XX.
       01  WS-STATUS-CONTROLE-FOLHA PIC XX.
       01  WS-STATUS-FOLHA-NIVEL    PIC XX.

       01  WS-NOME-CTL-PARTICAO     PIC X(12) VALUE SPACES.
       01  WS-NOME-PECA             PIC X(12) VALUE SPACES.
       01  WS-NOME-CHAVES-PIX       PIC X(12) VALUE 'EMPPIX.DAT'.
       01  WS-PREFIXO-PECA          PIC X(05) VALUE SPACES.

       01  WS-QTD-PARTICOES         PIC 9(01) VALUE 2.
       01  WS-PARTICAO-ATUAL        PIC 9(01) VALUE ZEROS.
       01  WS-FIM-FAIXA-ANTERIOR    PIC X(10) VALUE SPACES.
       01  WS-MAIOR-RETORNO-PARTICAO PIC 9(02) VALUE ZEROS.

      *    Conferencia das particoes: qualquer motivo de recusa
      *    liga WS-COMBINACAO-RECUSADA e nada e gravado.
       01  WS-COMBINACAO-RECUSADA   PIC X VALUE 'N'.
           88  COMBINACAO-RECUSADA  VALUE 'S'.
       01  WS-MOTIVO-RECUSA         PIC X(28) VALUE SPACES.
       01  WS-EOF-CTL-PARTICAO      PIC X VALUE 'N'.
       01  WS-QTD-CONTROLE-PARTICAO PIC 9(05) VALUE ZEROS.

      *    Contagem de uma peca: detalhes lidos (o header de versao
      *    do extrato nao conta) e presenca do arquivo.
       01  WS-EOF-PECA              PIC X VALUE 'N'.
       01  WS-PECA-PRESENTE         PIC X VALUE 'N'.
       01  WS-QTD-PECA              PIC 9(09) VALUE ZEROS.
      *    Destino da copia da peca corrente: 'E' extrato, 'S'
      *    salario base, 'P' chaves PIX, 'R' relatorio, 'T' edicao
      *    restrita.
       01  WS-TIPO-PECA             PIC X(01) VALUE SPACE.
       01  WS-PAGINA-RELATORIO      PIC 9(03) VALUE ZEROS.
       01  WS-PAGINA-RESTRITO       PIC 9(03) VALUE ZEROS.
       01  WS-PAGINA-EDITADA        PIC ZZ9.

       01  WS-QTD-EMPREGADOS-TOTAL  PIC 9(05) VALUE ZEROS.
       01  WS-TOTAL-GERAL           PIC 9(09)V99 VALUE ZEROS.
       01  WS-QTD-EXTRATO-TOTAL     PIC 9(09) VALUE ZEROS.

       01  WS-EDICAO-RESTRITA       PIC X VALUE 'N'.
           88  GERAR-EDICAO-RESTRITA VALUE 'S'.

      *    Tabela de subtotais por departamento somada das
      *    particoes (um departamento de origem de transferencia
      *    pode aparecer em mais de uma particao).
       01  WS-DATA-EXECUCAO         PIC 9(08).
       01  WS-QTD-DEPTOS-TABELA     PIC 9(03) VALUE ZEROS.
       01  WS-IDX-DEPTO             PIC 9(03) VALUE ZEROS.
       01  WS-DEPTO-ACHADO          PIC X VALUE 'N'.
       01  WS-TABELA-DEPARTAMENTOS.
           05  WS-DEPTO-ENTRADA OCCURS 200 TIMES.
               10  WS-DEPTO-NOME    PIC X(10).
               10  WS-DEPTO-QTD     PIC 9(05).
               10  WS-DEPTO-TOTAL   PIC 9(09)V99.

       01  WS-LINHA-TOTAL-GERAL.
           05  FILLER               PIC X(20) VALUE
               'TOTAL GERAL .......:'.
           05  WS-TOT-VALOR         PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(15) VALUE
               '   EMPREGADOS: '.
           05  WS-TOT-QTD           PIC ZZ9.

       01  WS-LINHA-TOTAL-RESTR.
           05  FILLER               PIC X(20) VALUE
               'TOTAL GERAL .......:'.
           05  FILLER               PIC X(14) VALUE
               '    **********'.
           05  FILLER               PIC X(15) VALUE
               '   EMPREGADOS: '.
           05  WS-TOTR-QTD          PIC ZZ9.

      *    Encargos patronais vigentes (mesma regra de vigencia de
      *    CARREGAR-TABELA-ENCARGOS em TESTCURSOR).
       01  WS-EOF-ENCARGOS          PIC X VALUE 'N'.
       01  WS-QTD-ENCARGOS          PIC 9(02) VALUE ZEROS.
       01  WS-IDX-ENCARGO           PIC 9(02) VALUE ZEROS.
       01  WS-ENC-JA-EXISTE         PIC X VALUE 'N'.
       01  WS-TABELA-ENCARGOS-WS.
           05  WS-ENCARGO OCCURS 20 TIMES.
               10  WS-ENC-CODIGO    PIC X(04).
               10  WS-ENC-PCT       PIC 9(03)V99.
               10  WS-ENC-VIGENCIA  PIC 9(08).
       01  WS-ENC-VALOR             PIC 9(09)V99 VALUE ZEROS.
       01  WS-ENC-CARREGADO         PIC 9(10)V99 VALUE ZEROS.

       01  WS-LINHA-ENCARGO.
           05  FILLER               PIC X(10) VALUE '  ENCARGO '.
           05  ENC-LIN-CODIGO       PIC X(04).
           05  FILLER               PIC X(02) VALUE ' ('.
           05  ENC-LIN-PCT          PIC ZZ9.99.
           05  FILLER               PIC X(05) VALUE ' %): '.
           05  ENC-LIN-VALOR        PIC ZZZ,ZZZ,ZZ9.99.

       01  WS-LINHA-CARREGADO.
           05  FILLER               PIC X(20) VALUE
               'TOTAL COM ENCARGOS.:'.
           05  ENC-LIN-TOTAL        PIC Z,ZZZ,ZZZ,ZZ9.99.

       01  WS-CABECALHO-PARTICIPACAO PIC X(42) VALUE
           'RESUMO GERAL - PARTICIPACAO NA FOLHA (%)'.
       01  WS-PCT-PARTICIPACAO      PIC 9(03)V99 VALUE ZEROS.
       01  WS-LINHA-PARTICIPACAO.
           05  PART-DEPARTAMENTO    PIC X(10).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  PART-VALOR           PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  PART-PCT             PIC ZZ9.99.
           05  FILLER               PIC X(02) VALUE ' %'.

       01  WS-IDX-NO-FOLHA          PIC 9(03) VALUE ZEROS.
       01  WS-CABECALHO-FOLHA-NIVEL PIC X(50) VALUE
           'FOLHA CONSOLIDADA POR NIVEL DA HIERARQUIA'.
       01  WS-CABECALHO-COLUNAS-FNIV.
           05  FILLER               PIC X(41) VALUE
               'DEPARTAMENTO / NIVEL'.
           05  FILLER               PIC X(06) VALUE 'EMPREG'.
           05  FILLER               PIC X(15) VALUE
               '          FOLHA'.
           05  FILLER               PIC X(08) VALUE '  PART.%'.
       01  WS-LINHA-FOLHA-NIVEL.
           05  FNV-ROTULO           PIC X(40).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  FNV-QTD              PIC ZZZZZ9.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  FNV-VALOR            PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  FNV-PCT              PIC ZZ9.99.

       01  WS-EXISTE-CONTROLE-FOLHA PIC X VALUE 'N'.
       01  WS-PAY-TOTAL-ESPERADO    PIC 9(09)V99 VALUE ZEROS.
       01  WS-PAY-TOLERANCIA        PIC 9(07)V99 VALUE 100.00.
       01  WS-PAY-VARIANCIA         PIC S9(09)V99 VALUE ZEROS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 0 TO RETURN-CODE.
           PERFORM VERIFICAR-TRAVA-RUN THRU
                   VERIFICAR-TRAVA-RUN-EXIT.
           MOVE 'TESTCMRG' TO WS-RUN-PROGRAMA.
           PERFORM REGISTRAR-INICIO-EXECUCAO.
           MOVE 'TESTCMRG' TO WS-STEP-PROGRAMA.
           PERFORM VERIFICAR-STEP-CONCLUIDO THRU
                   VERIFICAR-STEP-CONCLUIDO-EXIT.
           IF STEP-JA-CONCLUIDO
               DISPLAY 'TESTCMRG JA CONCLUIDO PARA A DATA DE '
                       'NEGOCIO - PASSO IGNORADO'
               STOP RUN
           END-IF.
           PERFORM LER-CARTAO-QTD-PARTICOES.
           PERFORM OBTER-IDENTIFICACAO-RUN THRU
                   OBTER-IDENTIFICACAO-RUN-EXIT.
           PERFORM LER-PERFIL-DESTINATARIO.

      *    Primeiro confere TODAS as particoes; so entao grava.
           PERFORM CONFERIR-PARTICAO THRU
                   CONFERIR-PARTICAO-EXIT
               VARYING WS-PARTICAO-ATUAL FROM 1 BY 1
               UNTIL WS-PARTICAO-ATUAL > WS-QTD-PARTICOES.
           IF COMBINACAO-RECUSADA
               DISPLAY 'TESTCMRG COMBINACAO RECUSADA - NENHUMA SAIDA '
                       'GRAVADA; RODAR DE NOVO AS PARTICOES ACIMA'
               MOVE 8 TO RETURN-CODE
               PERFORM REGISTRAR-FIM-EXECUCAO
               STOP RUN
           END-IF.

           PERFORM CARREGAR-TABELA-ENCARGOS.
           PERFORM COMBINAR-PECAS.
           PERFORM IMPRIMIR-FOLHA-POR-NIVEL THRU
                   IMPRIMIR-FOLHA-POR-NIVEL-EXIT.
           PERFORM GRAVAR-CONTROLE-CURSOR.
           PERFORM GRAVAR-HISTORICO-FOLHA THRU
                   GRAVAR-HISTORICO-FOLHA-EXIT.
           PERFORM RECONCILIAR-FOLHA-DIA THRU
                   RECONCILIAR-FOLHA-DIA-EXIT.

           DISPLAY 'TESTCMRG PARTICOES COMBINADAS...: '
                   WS-QTD-PARTICOES.
           DISPLAY 'TESTCMRG EMPREGADOS COMBINADOS..: '
                   WS-QTD-EMPREGADOS-TOTAL.
           DISPLAY 'TESTCMRG TOTAL GERAL DA FOLHA...: '
                   WS-TOTAL-GERAL.

      *    Aviso de alguma particao (RC=4) sobe para o passo.
           IF RETURN-CODE < 4 AND WS-MAIOR-RETORNO-PARTICAO >= 4
               MOVE 4 TO RETURN-CODE
           END-IF.

           PERFORM REGISTRAR-FIM-EXECUCAO.
           PERFORM GRAVAR-STEP-CONCLUIDO THRU
                   GRAVAR-STEP-CONCLUIDO-EXIT.
           STOP RUN.

      *----------------------------------------------------------*
      *    LER-CARTAO-QTD-PARTICOES                                 *
      *    Quantidade de instancias de TESTCURSOR do caminho        *
      *    particionado (1 a 4). Sem o cartao, 2.                   *
      *----------------------------------------------------------*
       LER-CARTAO-QTD-PARTICOES.
           OPEN INPUT CARTAO-QTD-PARTICOES.
           IF WS-STATUS-CARTAO = '00'
               READ CARTAO-QTD-PARTICOES
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CPQ-QTD-PARTICOES IS NUMERIC
                              AND CPQ-QTD-PARTICOES >= 1
                              AND CPQ-QTD-PARTICOES <= 4
                           MOVE CPQ-QTD-PARTICOES TO WS-QTD-PARTICOES
                       END-IF
               END-READ
           END-IF.
           CLOSE CARTAO-QTD-PARTICOES.

       LER-CARTAO-QTD-PARTICOES-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    LER-PERFIL-DESTINATARIO                                  *
      *    Mesmo cartao de TESTCURSOR: com 'R' as particoes gravaram*
      *    tambem a edicao restrita, que e combinada aqui.          *
      *----------------------------------------------------------*
       LER-PERFIL-DESTINATARIO.
           OPEN INPUT CARTAO-PERFIL.
           IF WS-STATUS-PERFIL = '00'
               READ CARTAO-PERFIL
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PERFIL-EDICAO = 'R'
                           MOVE 'S' TO WS-EDICAO-RESTRITA
                       END-IF
               END-READ
           END-IF.
           CLOSE CARTAO-PERFIL.

       LER-PERFIL-DESTINATARIO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    CONFERIR-PARTICAO                                        *
      *    Confere o controle CCTLPn.DAT da particao corrente -     *
      *    existe e foi gravado no fim da instancia, e deste run,   *
      *    a instancia nao terminou com erro e a faixa continua     *
      *    exatamente onde a anterior parou - e as pecas: extrato,  *
      *    salario base e PIX com um detalhe por empregado do       *
      *    controle, relatorio (e edicao restrita) presentes.       *
      *    Acumula headcount, total e a tabela de departamentos.    *
      *----------------------------------------------------------*
       CONFERIR-PARTICAO.
           MOVE SPACES TO WS-NOME-CTL-PARTICAO.
           STRING 'CCTLP' WS-PARTICAO-ATUAL '.DAT'
               DELIMITED BY SIZE INTO WS-NOME-CTL-PARTICAO
           END-STRING.
           MOVE 'N' TO WS-EOF-CTL-PARTICAO.
           OPEN INPUT CONTROLE-PARTICAO-FOLHA.
           IF WS-STATUS-CTL-PARTICAO NOT = '00'
               CLOSE CONTROLE-PARTICAO-FOLHA
               MOVE 'SEM CONTROLE (NAO RODOU)' TO WS-MOTIVO-RECUSA
               PERFORM RECUSAR-PARTICAO
               GO TO CONFERIR-PARTICAO-EXIT
           END-IF.
           READ CONTROLE-PARTICAO-FOLHA
               AT END
                   MOVE SPACES TO REG-CTL-PARTICAO
                   MOVE 'S' TO WS-EOF-CTL-PARTICAO
           END-READ.

           MOVE SPACES TO WS-MOTIVO-RECUSA.
           EVALUATE TRUE
               WHEN NOT CPF-REGISTRO-CONTROLE
                 OR CPF-IDENTIFICADOR NOT = 'CURSOR-PARTICAO'
                   MOVE 'NAO TERMINOU (CTL VAZIO)'
                       TO WS-MOTIVO-RECUSA
               WHEN CPF-PARTICAO NOT = WS-PARTICAO-ATUAL
                   MOVE 'CONTROLE DE OUTRA PARTICAO'
                       TO WS-MOTIVO-RECUSA
               WHEN CPF-DATA-RUN NOT = WS-DATA-RUN-CTL
                 OR CPF-SEQ-RUN NOT = WS-SEQ-RUN-CTL
                   MOVE 'CONTROLE DE OUTRO RUN' TO WS-MOTIVO-RECUSA
               WHEN CPF-RETORNO >= 8
                   MOVE 'TERMINOU COM ERRO (RC>=8)'
                       TO WS-MOTIVO-RECUSA
               WHEN WS-PARTICAO-ATUAL = 1
                AND CPF-DEPTO-INICIO NOT = SPACES
                   MOVE 'FAIXA NAO COMECA NO INICIO'
                       TO WS-MOTIVO-RECUSA
               WHEN WS-PARTICAO-ATUAL > 1
                AND CPF-DEPTO-INICIO NOT = WS-FIM-FAIXA-ANTERIOR
                   MOVE 'FAIXA NAO CONTINUA ANTERIOR'
                       TO WS-MOTIVO-RECUSA
               WHEN WS-PARTICAO-ATUAL = WS-QTD-PARTICOES
                AND CPF-DEPTO-FIM NOT = SPACES
                   MOVE 'FAIXA NAO VAI ATE O FIM' TO WS-MOTIVO-RECUSA
               WHEN WS-PARTICAO-ATUAL < WS-QTD-PARTICOES
                AND CPF-DEPTO-FIM = SPACES
                   MOVE 'FAIXA SEM LIMITE FINAL' TO WS-MOTIVO-RECUSA
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      *    A faixa seguinte e conferida contra esta mesmo quando
      *    esta e recusada, para nao acusar a seguinte a toa.
           IF CPF-REGISTRO-CONTROLE
               MOVE CPF-DEPTO-FIM TO WS-FIM-FAIXA-ANTERIOR
           END-IF.
           IF WS-MOTIVO-RECUSA NOT = SPACES
               CLOSE CONTROLE-PARTICAO-FOLHA
               PERFORM RECUSAR-PARTICAO
               GO TO CONFERIR-PARTICAO-EXIT
           END-IF.

           MOVE CPF-QTD-EMPREG TO WS-QTD-CONTROLE-PARTICAO.
           ADD CPF-QTD-EMPREG  TO WS-QTD-EMPREGADOS-TOTAL.
           ADD CPF-TOTAL-FOLHA TO WS-TOTAL-GERAL.
           IF CPF-RETORNO > WS-MAIOR-RETORNO-PARTICAO
               MOVE CPF-RETORNO TO WS-MAIOR-RETORNO-PARTICAO
           END-IF.
           PERFORM LER-DEPTO-CTL-PARTICAO
               UNTIL WS-EOF-CTL-PARTICAO = 'S'.
           CLOSE CONTROLE-PARTICAO-FOLHA.

           MOVE 'EXTRP' TO WS-PREFIXO-PECA.
           PERFORM CONTAR-PECA-PARTICAO THRU
                   CONTAR-PECA-PARTICAO-EXIT.
           IF WS-PECA-PRESENTE = 'N'
                  OR WS-QTD-PECA NOT = WS-QTD-CONTROLE-PARTICAO
               MOVE 'EXTRATO AUSENTE OU DIVERGE' TO WS-MOTIVO-RECUSA
               PERFORM RECUSAR-PARTICAO
           END-IF.
           MOVE 'SALBP' TO WS-PREFIXO-PECA.
           PERFORM CONTAR-PECA-PARTICAO THRU
                   CONTAR-PECA-PARTICAO-EXIT.
           IF WS-PECA-PRESENTE = 'N'
                  OR WS-QTD-PECA NOT = WS-QTD-CONTROLE-PARTICAO
               MOVE 'SALBASE AUSENTE OU DIVERGE' TO WS-MOTIVO-RECUSA
               PERFORM RECUSAR-PARTICAO
           END-IF.
           MOVE 'PIXP'  TO WS-PREFIXO-PECA.
           PERFORM CONTAR-PECA-PARTICAO THRU
                   CONTAR-PECA-PARTICAO-EXIT.
           IF WS-PECA-PRESENTE = 'N'
                  OR WS-QTD-PECA NOT = WS-QTD-CONTROLE-PARTICAO
               MOVE 'PIX AUSENTE OU DIVERGE' TO WS-MOTIVO-RECUSA
               PERFORM RECUSAR-PARTICAO
           END-IF.
           MOVE 'RELFP' TO WS-PREFIXO-PECA.
           PERFORM CONTAR-PECA-PARTICAO THRU
                   CONTAR-PECA-PARTICAO-EXIT.
           IF WS-PECA-PRESENTE = 'N'
               MOVE 'RELATORIO AUSENTE' TO WS-MOTIVO-RECUSA
               PERFORM RECUSAR-PARTICAO
           END-IF.
           IF GERAR-EDICAO-RESTRITA
               MOVE 'RELRP' TO WS-PREFIXO-PECA
               PERFORM CONTAR-PECA-PARTICAO THRU
                       CONTAR-PECA-PARTICAO-EXIT
               IF WS-PECA-PRESENTE = 'N'
                   MOVE 'EDICAO RESTRITA AUSENTE'
                       TO WS-MOTIVO-RECUSA
                   PERFORM RECUSAR-PARTICAO
               END-IF
           END-IF.

       CONFERIR-PARTICAO-EXIT.
           EXIT.

       LER-DEPTO-CTL-PARTICAO.
           READ CONTROLE-PARTICAO-FOLHA
               AT END
                   MOVE 'S' TO WS-EOF-CTL-PARTICAO
               NOT AT END
                   IF CPD-TIPO = 'D'
                       PERFORM ACUMULAR-DEPTO-PARTICAO THRU
                               ACUMULAR-DEPTO-PARTICAO-EXIT
                   END-IF
           END-READ.

       LER-DEPTO-CTL-PARTICAO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    ACUMULAR-DEPTO-PARTICAO                                  *
      *    Soma a entrada 'D' na tabela combinada pelo nome do      *
      *    departamento (criando a entrada na primeira vez).        *
      *----------------------------------------------------------*
       ACUMULAR-DEPTO-PARTICAO.
           MOVE 'N' TO WS-DEPTO-ACHADO.
           PERFORM PROCURAR-DEPTO-TABELA
               VARYING WS-IDX-DEPTO FROM 1 BY 1
               UNTIL WS-IDX-DEPTO > WS-QTD-DEPTOS-TABELA
                  OR WS-DEPTO-ACHADO = 'S'.
           IF WS-DEPTO-ACHADO = 'S'
               SUBTRACT 1 FROM WS-IDX-DEPTO
               ADD CPD-QTD-EMPREG  TO WS-DEPTO-QTD (WS-IDX-DEPTO)
               ADD CPD-TOTAL-FOLHA TO WS-DEPTO-TOTAL (WS-IDX-DEPTO)
               GO TO ACUMULAR-DEPTO-PARTICAO-EXIT
           END-IF.
           IF WS-QTD-DEPTOS-TABELA < 200
               ADD 1 TO WS-QTD-DEPTOS-TABELA
               MOVE CPD-DEPARTAMENTO
                   TO WS-DEPTO-NOME (WS-QTD-DEPTOS-TABELA)
               MOVE CPD-QTD-EMPREG
                   TO WS-DEPTO-QTD (WS-QTD-DEPTOS-TABELA)
               MOVE CPD-TOTAL-FOLHA
                   TO WS-DEPTO-TOTAL (WS-QTD-DEPTOS-TABELA)
           END-IF.

       ACUMULAR-DEPTO-PARTICAO-EXIT.
           EXIT.

       PROCURAR-DEPTO-TABELA.
           IF WS-DEPTO-NOME (WS-IDX-DEPTO) = CPD-DEPARTAMENTO
               MOVE 'S' TO WS-DEPTO-ACHADO
           END-IF.

       PROCURAR-DEPTO-TABELA-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    CONTAR-PECA-PARTICAO                                     *
      *    Conta os detalhes da peca WS-PREFIXO-PECA da particao    *
      *    corrente (o header de versao do extrato nao conta).      *
      *----------------------------------------------------------*
       CONTAR-PECA-PARTICAO.
           PERFORM MONTAR-NOME-PECA.
           MOVE ZEROS TO WS-QTD-PECA.
           MOVE 'N'   TO WS-PECA-PRESENTE.
           MOVE 'N'   TO WS-EOF-PECA.
           OPEN INPUT PECA-PARTICAO.
           IF WS-STATUS-PECA NOT = '00'
               CLOSE PECA-PARTICAO
               GO TO CONTAR-PECA-PARTICAO-EXIT
           END-IF.
           MOVE 'S' TO WS-PECA-PRESENTE.
           PERFORM LER-PECA-CONTAGEM
               UNTIL WS-EOF-PECA = 'S'.
           CLOSE PECA-PARTICAO.

       CONTAR-PECA-PARTICAO-EXIT.
           EXIT.

       LER-PECA-CONTAGEM.
           READ PECA-PARTICAO
               AT END
                   MOVE 'S' TO WS-EOF-PECA
               NOT AT END
                   IF REG-PECA-PARTICAO (1:6) NOT = 'VERSAO'
                       ADD 1 TO WS-QTD-PECA
                   END-IF
           END-READ.

       LER-PECA-CONTAGEM-EXIT.
           EXIT.

       MONTAR-NOME-PECA.
           MOVE SPACES TO WS-NOME-PECA.
           STRING WS-PREFIXO-PECA DELIMITED BY SPACE
                  WS-PARTICAO-ATUAL DELIMITED BY SIZE
                  '.DAT' DELIMITED BY SIZE
               INTO WS-NOME-PECA
           END-STRING.

       MONTAR-NOME-PECA-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    RECUSAR-PARTICAO                                         *
      *    Registra o motivo da recusa da particao corrente; a      *
      *    conferencia segue nas demais para o operador ver todos   *
      *    os problemas de uma vez.                                 *
      *----------------------------------------------------------*
       RECUSAR-PARTICAO.
           MOVE 'S' TO WS-COMBINACAO-RECUSADA.
           DISPLAY 'TESTCMRG PARTICAO ' WS-PARTICAO-ATUAL
                   ' RECUSADA: ' WS-MOTIVO-RECUSA.
           MOVE 'TESTCMRG'          TO WS-EXC-PROGRAMA.
           MOVE 'CONFERIR-PARTICAO' TO WS-EXC-PARAGRAFO.
           MOVE 8                   TO WS-EXC-CODIGO.
           MOVE SPACES              TO WS-EXC-MENSAGEM.
           STRING 'PARTICAO ' WS-PARTICAO-ATUAL ' '
                  WS-MOTIVO-RECUSA
               DELIMITED BY SIZE
               INTO WS-EXC-MENSAGEM
           END-STRING.
           MOVE 2 TO WS-EXC-SEVERIDADE.
           PERFORM GRAVAR-EXCECAO-GERAL.

       RECUSAR-PARTICAO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    COMBINAR-PECAS                                           *
      *    Grava as saidas unicas: um header de versao no extrato,  *
      *    as pecas de cada particao na ordem das faixas (o extrato *
      *    sai na mesma ordem DEPARTMENT, EMPLOYEE_ID da passada    *
      *    nao particionada), o total geral unico e a participacao. *
      *----------------------------------------------------------*
       COMBINAR-PECAS.
           OPEN OUTPUT EXTRATO-EMPREGADOS.
           OPEN OUTPUT EXTRATO-SALARIO-BASE.
           OPEN OUTPUT EXTRATO-CHAVES-PIX.
           OPEN OUTPUT RELATORIO-EMPREGADOS.
           IF GERAR-EDICAO-RESTRITA
               OPEN OUTPUT RELATORIO-RESTRITO
           END-IF.
           MOVE WS-VERSAO-EXTRATO-ATUAL TO VRS-NUMERO.
           WRITE REG-EXTRATO-EMPREGADO FROM WS-REG-VERSAO-EXTRATO.

           PERFORM COMBINAR-PARTICAO
               VARYING WS-PARTICAO-ATUAL FROM 1 BY 1
               UNTIL WS-PARTICAO-ATUAL > WS-QTD-PARTICOES.

           PERFORM IMPRIMIR-TOTAL-GERAL.
           PERFORM IMPRIMIR-PARTICIPACAO-DEPTOS.

           CLOSE EXTRATO-EMPREGADOS.
           CLOSE EXTRATO-SALARIO-BASE.
           CLOSE EXTRATO-CHAVES-PIX.
           CLOSE RELATORIO-EMPREGADOS.
           IF GERAR-EDICAO-RESTRITA
               CLOSE RELATORIO-RESTRITO
           END-IF.

       COMBINAR-PECAS-EXIT.
           EXIT.

       COMBINAR-PARTICAO.
           MOVE 'EXTRP' TO WS-PREFIXO-PECA.
           MOVE 'E'     TO WS-TIPO-PECA.
           PERFORM COPIAR-PECA-PARTICAO.
           MOVE 'SALBP' TO WS-PREFIXO-PECA.
           MOVE 'S'     TO WS-TIPO-PECA.
           PERFORM COPIAR-PECA-PARTICAO.
           MOVE 'PIXP'  TO WS-PREFIXO-PECA.
           MOVE 'P'     TO WS-TIPO-PECA.
           PERFORM COPIAR-PECA-PARTICAO.
           MOVE 'RELFP' TO WS-PREFIXO-PECA.
           MOVE 'R'     TO WS-TIPO-PECA.
           PERFORM COPIAR-PECA-PARTICAO.
           IF GERAR-EDICAO-RESTRITA
               MOVE 'RELRP' TO WS-PREFIXO-PECA
               MOVE 'T'     TO WS-TIPO-PECA
               PERFORM COPIAR-PECA-PARTICAO
           END-IF.

       COMBINAR-PARTICAO-EXIT.
           EXIT.

       COPIAR-PECA-PARTICAO.
           PERFORM MONTAR-NOME-PECA.
           MOVE 'N' TO WS-EOF-PECA.
           OPEN INPUT PECA-PARTICAO.
           PERFORM COPIAR-REGISTRO-PECA THRU
                   COPIAR-REGISTRO-PECA-EXIT
               UNTIL WS-EOF-PECA = 'S'.
           CLOSE PECA-PARTICAO.

       COPIAR-PECA-PARTICAO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    COPIAR-REGISTRO-PECA                                     *
      *    Copia um registro da peca para a saida do tipo corrente. *
      *    O header de versao de cada extrato parcial e descartado  *
      *    (a saida ja tem o seu); nos relatorios, o cabecalho de   *
      *    pagina e renumerado em sequencia unica.                  *
      *----------------------------------------------------------*
       COPIAR-REGISTRO-PECA.
           READ PECA-PARTICAO
               AT END
                   MOVE 'S' TO WS-EOF-PECA
                   GO TO COPIAR-REGISTRO-PECA-EXIT
           END-READ.
           EVALUATE WS-TIPO-PECA
               WHEN 'E'
                   IF REG-PECA-PARTICAO (1:6) NOT = 'VERSAO'
                       WRITE REG-EXTRATO-EMPREGADO
                           FROM REG-PECA-PARTICAO (1:104)
                       ADD 1 TO WS-QTD-EXTRATO-TOTAL
                   END-IF
               WHEN 'S'
                   WRITE REG-SALARIO-BASE
                       FROM REG-PECA-PARTICAO (1:80)
               WHEN 'P'
                   WRITE REG-CHAVE-PIX
                       FROM REG-PECA-PARTICAO (1:99)
               WHEN 'R'
                   IF REG-PECA-PARTICAO (1:20)
                          = 'RELATORIO DE FOLHA -'
                       ADD 1 TO WS-PAGINA-RELATORIO
                       MOVE WS-PAGINA-RELATORIO TO WS-PAGINA-EDITADA
                       MOVE WS-PAGINA-EDITADA
                           TO REG-PECA-PARTICAO (42:3)
                   END-IF
                   WRITE REG-RELATORIO
                       FROM REG-PECA-PARTICAO (1:80)
               WHEN 'T'
                   IF REG-PECA-PARTICAO (1:20)
                          = 'RELATORIO DE FOLHA -'
                       ADD 1 TO WS-PAGINA-RESTRITO
                       MOVE WS-PAGINA-RESTRITO TO WS-PAGINA-EDITADA
                       MOVE WS-PAGINA-EDITADA
                           TO REG-PECA-PARTICAO (42:3)
                   END-IF
                   WRITE REG-RELATORIO-RESTRITO
                       FROM REG-PECA-PARTICAO (1:80)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       COPIAR-REGISTRO-PECA-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    IMPRIMIR-TOTAL-GERAL                                     *
      *    O total unico da empresa, no mesmo formato da passada    *
      *    nao particionada, com os encargos sobre o total.         *
      *----------------------------------------------------------*
       IMPRIMIR-TOTAL-GERAL.
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WS-TOTAL-GERAL          TO WS-TOT-VALOR.
           MOVE WS-QTD-EMPREGADOS-TOTAL TO WS-TOT-QTD.
           WRITE REG-RELATORIO FROM WS-LINHA-TOTAL-GERAL.
           IF WS-QTD-ENCARGOS > ZEROS
               MOVE WS-TOTAL-GERAL TO WS-ENC-CARREGADO
               PERFORM IMPRIMIR-LINHA-ENCARGO
                   VARYING WS-IDX-ENCARGO FROM 1 BY 1
                   UNTIL WS-IDX-ENCARGO > WS-QTD-ENCARGOS
               MOVE WS-ENC-CARREGADO TO ENC-LIN-TOTAL
               WRITE REG-RELATORIO FROM WS-LINHA-CARREGADO
           END-IF.
           IF GERAR-EDICAO-RESTRITA
               MOVE SPACES TO REG-RELATORIO-RESTRITO
               WRITE REG-RELATORIO-RESTRITO
               MOVE WS-QTD-EMPREGADOS-TOTAL TO WS-TOTR-QTD
               WRITE REG-RELATORIO-RESTRITO FROM WS-LINHA-TOTAL-RESTR
           END-IF.

       IMPRIMIR-TOTAL-GERAL-EXIT.
           EXIT.

       IMPRIMIR-LINHA-ENCARGO.
           COMPUTE WS-ENC-VALOR ROUNDED =
               WS-TOTAL-GERAL * WS-ENC-PCT (WS-IDX-ENCARGO) / 100.
           ADD WS-ENC-VALOR TO WS-ENC-CARREGADO.
           MOVE WS-ENC-CODIGO (WS-IDX-ENCARGO) TO ENC-LIN-CODIGO.
           MOVE WS-ENC-PCT    (WS-IDX-ENCARGO) TO ENC-LIN-PCT.
           MOVE WS-ENC-VALOR  TO ENC-LIN-VALOR.
           WRITE REG-RELATORIO FROM WS-LINHA-ENCARGO.

       IMPRIMIR-LINHA-ENCARGO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    IMPRIMIR-PARTICIPACAO-DEPTOS                             *
      *    Pagina de resumo geral: as particoes cobrem a empresa    *
      *    inteira, entao o relatorio combinado e a visao           *
      *    consolidada e leva a participacao de cada departamento.  *
      *----------------------------------------------------------*
       IMPRIMIR-PARTICIPACAO-DEPTOS.
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           WRITE REG-RELATORIO FROM WS-CABECALHO-PARTICIPACAO.
           PERFORM IMPRIMIR-LINHA-PARTICIPACAO
               VARYING WS-IDX-DEPTO FROM 1 BY 1
               UNTIL WS-IDX-DEPTO > WS-QTD-DEPTOS-TABELA.

       IMPRIMIR-PARTICIPACAO-DEPTOS-EXIT.
           EXIT.

       IMPRIMIR-LINHA-PARTICIPACAO.
           MOVE WS-DEPTO-NOME  (WS-IDX-DEPTO) TO PART-DEPARTAMENTO.
           MOVE WS-DEPTO-TOTAL (WS-IDX-DEPTO) TO PART-VALOR.
           IF WS-TOTAL-GERAL > ZEROS
               COMPUTE WS-PCT-PARTICIPACAO ROUNDED =
                   WS-DEPTO-TOTAL (WS-IDX-DEPTO) * 100
                   / WS-TOTAL-GERAL
           ELSE
               MOVE ZEROS TO WS-PCT-PARTICIPACAO
           END-IF.
           MOVE WS-PCT-PARTICIPACAO TO PART-PCT.
           WRITE REG-RELATORIO FROM WS-LINHA-PARTICIPACAO.

       IMPRIMIR-LINHA-PARTICIPACAO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    IMPRIMIR-FOLHA-POR-NIVEL                                 *
      *    FOLHROLL.DAT da tabela combinada, como a visao '*TODOS'  *
      *    de TESTCURSOR (HIERPRC).                                 *
      *----------------------------------------------------------*
       IMPRIMIR-FOLHA-POR-NIVEL.
           MOVE 'TESTCMRG' TO WS-HIE-PROGRAMA.
           PERFORM CARREGAR-HIERARQUIA THRU
                   CARREGAR-HIERARQUIA-EXIT.
           PERFORM ACUMULAR-FOLHA-NIVEL
               VARYING WS-IDX-DEPTO FROM 1 BY 1
               UNTIL WS-IDX-DEPTO > WS-QTD-DEPTOS-TABELA.
           PERFORM ORDENAR-HIERARQUIA THRU
                   ORDENAR-HIERARQUIA-EXIT.

           OPEN OUTPUT RELATORIO-FOLHA-NIVEL.
           IF WS-STATUS-FOLHA-NIVEL NOT = '00'
               MOVE 'TESTCMRG'          TO WS-EXC-PROGRAMA
               MOVE 'IMPRIMIR-FOLHA-POR-NIVEL' TO WS-EXC-PARAGRAFO
               MOVE WS-STATUS-FOLHA-NIVEL TO WS-EXC-CODIGO
               MOVE 'ERRO ABERTURA FOLHROLL.DAT' TO WS-EXC-MENSAGEM
               MOVE 3 TO WS-EXC-SEVERIDADE
               PERFORM GRAVAR-EXCECAO-GERAL
               GO TO IMPRIMIR-FOLHA-POR-NIVEL-EXIT
           END-IF.
           WRITE REG-RELATORIO-FOLHA-NIVEL
               FROM WS-CABECALHO-FOLHA-NIVEL.
           WRITE REG-RELATORIO-FOLHA-NIVEL
               FROM WS-CABECALHO-COLUNAS-FNIV.
           PERFORM IMPRIMIR-LINHA-FOLHA-NIVEL
               VARYING WS-IDX-NO-FOLHA FROM 1 BY 1
               UNTIL WS-IDX-NO-FOLHA > WS-HIE-QTD-NOS.
           MOVE SPACES TO REG-RELATORIO-FOLHA-NIVEL.
           WRITE REG-RELATORIO-FOLHA-NIVEL.
           MOVE 'TOTAL DA EMPRESA' TO FNV-ROTULO.
           MOVE WS-HIE-TOTAL (2)   TO FNV-QTD.
           MOVE WS-HIE-TOTAL (1)   TO FNV-VALOR.
           MOVE 100                TO FNV-PCT.
           WRITE REG-RELATORIO-FOLHA-NIVEL FROM WS-LINHA-FOLHA-NIVEL.
           CLOSE RELATORIO-FOLHA-NIVEL.

       IMPRIMIR-FOLHA-POR-NIVEL-EXIT.
           EXIT.

       ACUMULAR-FOLHA-NIVEL.
           MOVE WS-DEPTO-NOME (WS-IDX-DEPTO)  TO WS-HIE-CODIGO-BUSCA.
           MOVE WS-DEPTO-TOTAL (WS-IDX-DEPTO) TO WS-HIE-VALOR (1).
           MOVE WS-DEPTO-QTD (WS-IDX-DEPTO)   TO WS-HIE-VALOR (2).
           MOVE ZEROS                         TO WS-HIE-VALOR (3).
           PERFORM ACUMULAR-HIERARQUIA THRU
                   ACUMULAR-HIERARQUIA-EXIT.

       ACUMULAR-FOLHA-NIVEL-EXIT.
           EXIT.

       IMPRIMIR-LINHA-FOLHA-NIVEL.
           MOVE WS-HIE-ORDEM (WS-IDX-NO-FOLHA) TO WS-HIE-IDX.
           PERFORM PREPARAR-ROTULO-HIERARQUIA THRU
                   PREPARAR-ROTULO-HIERARQUIA-EXIT.
           MOVE WS-HIE-ROTULO TO FNV-ROTULO.
           MOVE WS-HIE-ACUM (WS-HIE-IDX, 2) TO FNV-QTD.
           MOVE WS-HIE-ACUM (WS-HIE-IDX, 1) TO FNV-VALOR.
           IF WS-TOTAL-GERAL > ZEROS
               COMPUTE WS-PCT-PARTICIPACAO ROUNDED =
                   WS-HIE-ACUM (WS-HIE-IDX, 1) * 100
                   / WS-TOTAL-GERAL
           ELSE
               MOVE ZEROS TO WS-PCT-PARTICIPACAO
           END-IF.
           MOVE WS-PCT-PARTICIPACAO TO FNV-PCT.
           WRITE REG-RELATORIO-FOLHA-NIVEL FROM WS-LINHA-FOLHA-NIVEL.

       IMPRIMIR-LINHA-FOLHA-NIVEL-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    CARREGAR-TABELA-ENCARGOS                                 *
      *    Por codigo vale a linha com a vigencia mais recente ja   *
      *    em vigor na data do run. Sem ENCARGOS.DAT o total sai    *
      *    somente com o bruto.                                     *
      *----------------------------------------------------------*
       CARREGAR-TABELA-ENCARGOS.
           ACCEPT WS-DATA-EXECUCAO FROM DATE YYYYMMDD.
           MOVE 'N' TO WS-EOF-ENCARGOS.
           OPEN INPUT TABELA-ENCARGOS.
           IF WS-STATUS-ENCARGOS = '00'
               PERFORM LER-ENCARGO
                   UNTIL WS-EOF-ENCARGOS = 'S'
           END-IF.
           CLOSE TABELA-ENCARGOS.

       CARREGAR-TABELA-ENCARGOS-EXIT.
           EXIT.

       LER-ENCARGO.
           READ TABELA-ENCARGOS
               AT END
                   MOVE 'S' TO WS-EOF-ENCARGOS
               NOT AT END
                   PERFORM GUARDAR-ENCARGO THRU
                           GUARDAR-ENCARGO-EXIT
           END-READ.

       LER-ENCARGO-EXIT.
           EXIT.

       GUARDAR-ENCARGO.
           IF ENC-PERCENTUAL IS NOT NUMERIC
                  OR ENC-DATA-VIGENCIA IS NOT NUMERIC
                  OR ENC-DATA-VIGENCIA > WS-DATA-EXECUCAO
               GO TO GUARDAR-ENCARGO-EXIT
           END-IF.
           MOVE 'N' TO WS-ENC-JA-EXISTE.
           PERFORM ATUALIZAR-ENCARGO-EXISTENTE
               VARYING WS-IDX-ENCARGO FROM 1 BY 1
               UNTIL WS-IDX-ENCARGO > WS-QTD-ENCARGOS
                  OR WS-ENC-JA-EXISTE = 'S'.
           IF WS-ENC-JA-EXISTE = 'N' AND WS-QTD-ENCARGOS < 20
               ADD 1 TO WS-QTD-ENCARGOS
               MOVE ENC-CODIGO        TO
                   WS-ENC-CODIGO (WS-QTD-ENCARGOS)
               MOVE ENC-PERCENTUAL    TO
                   WS-ENC-PCT (WS-QTD-ENCARGOS)
               MOVE ENC-DATA-VIGENCIA TO
                   WS-ENC-VIGENCIA (WS-QTD-ENCARGOS)
           END-IF.

       GUARDAR-ENCARGO-EXIT.
           EXIT.

       ATUALIZAR-ENCARGO-EXISTENTE.
           IF WS-ENC-CODIGO (WS-IDX-ENCARGO) = ENC-CODIGO
               MOVE 'S' TO WS-ENC-JA-EXISTE
               IF ENC-DATA-VIGENCIA >=
                       WS-ENC-VIGENCIA (WS-IDX-ENCARGO)
                   MOVE ENC-PERCENTUAL
                       TO WS-ENC-PCT (WS-IDX-ENCARGO)
                   MOVE ENC-DATA-VIGENCIA
                       TO WS-ENC-VIGENCIA (WS-IDX-ENCARGO)
               END-IF
           END-IF.

       ATUALIZAR-ENCARGO-EXISTENTE-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    GRAVAR-CONTROLE-CURSOR                                   *
      *    CURSCTL.DAT combinado, na mesma convencao da passada     *
      *    nao particionada, para TESTRECO.                         *
      *----------------------------------------------------------*
       GRAVAR-CONTROLE-CURSOR.
           OPEN OUTPUT CONTROLE-CURSOR.
           MOVE SPACES TO REG-CONTROLE-CURSOR.
           MOVE 'CURSOR-COMPLETO' TO CTL-CURSOR-IDENTIFICADOR.
           MOVE WS-QTD-EMPREGADOS-TOTAL TO CTL-CURSOR-QTD-EMPREG.
           MOVE WS-DATA-RUN-CTL TO CTL-CURSOR-DATA-RUN.
           MOVE WS-SEQ-RUN-CTL  TO CTL-CURSOR-SEQ-RUN.
           WRITE REG-CONTROLE-CURSOR.
           CLOSE CONTROLE-CURSOR.

       GRAVAR-CONTROLE-CURSOR-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    GRAVAR-HISTORICO-FOLHA                                   *
      *    Snapshot datado por departamento em PAYHIST.DAT, uma     *
      *    vez so para o run inteiro (as particoes nao apendam).    *
      *----------------------------------------------------------*
       GRAVAR-HISTORICO-FOLHA.
           IF WS-QTD-DEPTOS-TABELA = ZEROS
               GO TO GRAVAR-HISTORICO-FOLHA-EXIT
           END-IF.
           ACCEPT WS-DATA-EXECUCAO FROM DATE YYYYMMDD.
           OPEN EXTEND HISTORICO-FOLHA.
           IF WS-STATUS-HISTORICO = '05' OR '35'
               OPEN OUTPUT HISTORICO-FOLHA
           END-IF.
           PERFORM GRAVAR-SNAPSHOT-DEPARTAMENTO
               VARYING WS-IDX-DEPTO FROM 1 BY 1
               UNTIL WS-IDX-DEPTO > WS-QTD-DEPTOS-TABELA.
           CLOSE HISTORICO-FOLHA.

       GRAVAR-HISTORICO-FOLHA-EXIT.
           EXIT.

       GRAVAR-SNAPSHOT-DEPARTAMENTO.
           MOVE SPACES           TO REG-HISTORICO-FOLHA.
           MOVE WS-DATA-EXECUCAO TO HIST-DATA.
           MOVE WS-DEPTO-NOME  (WS-IDX-DEPTO) TO HIST-DEPARTAMENTO.
           MOVE WS-DEPTO-QTD   (WS-IDX-DEPTO) TO HIST-QTD-EMPREGADOS.
           MOVE WS-DEPTO-TOTAL (WS-IDX-DEPTO) TO HIST-TOTAL-FOLHA.
           WRITE REG-HISTORICO-FOLHA.

       GRAVAR-SNAPSHOT-DEPARTAMENTO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    OBTER-IDENTIFICACAO-RUN                                  *
      *    Data de negocio (STPCPRC) mais a sequencia de RUNSEQ.DAT *
      *    - o mesmo carimbo que as instancias gravaram nos seus    *
      *    controles; controle com outro carimbo e de outro run.    *
      *----------------------------------------------------------*
       OBTER-IDENTIFICACAO-RUN.
           PERFORM OBTER-DATA-NEGOCIO THRU
                   OBTER-DATA-NEGOCIO-EXIT.
           MOVE WS-STEP-DATA-NEGOCIO TO WS-DATA-RUN-CTL.
           OPEN INPUT CARTAO-SEQ-RUN.
           IF WS-STATUS-SEQ-RUN = '00'
               READ CARTAO-SEQ-RUN
                   AT END
                       CONTINUE
                   NOT AT END
                       IF SEQ-RUN-CARTAO IS NUMERIC
                              AND SEQ-RUN-CARTAO > ZEROS
                           MOVE SEQ-RUN-CARTAO TO WS-SEQ-RUN-CTL
                       END-IF
               END-READ
           END-IF.
           CLOSE CARTAO-SEQ-RUN.

       OBTER-IDENTIFICACAO-RUN-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    RECONCILIAR-FOLHA-DIA                                    *
      *    Confere o total geral combinado contra PAYCTL.DAT, com a *
      *    mesma regra de RECONCILIAR-FOLHA-DIA de TESTCURSOR       *
      *    (divergencia acima da tolerancia = RC=4).                *
      *----------------------------------------------------------*
       RECONCILIAR-FOLHA-DIA.
           MOVE 'N' TO WS-EXISTE-CONTROLE-FOLHA.
           OPEN INPUT CARTAO-CONTROLE-FOLHA.
           IF WS-STATUS-CONTROLE-FOLHA = '00'
               READ CARTAO-CONTROLE-FOLHA
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE 'S' TO WS-EXISTE-CONTROLE-FOLHA
                       MOVE PAY-TOTAL-ESPERADO TO WS-PAY-TOTAL-ESPERADO
                       IF PAY-TOLERANCIA NOT = ZEROS
                           MOVE PAY-TOLERANCIA TO WS-PAY-TOLERANCIA
                       END-IF
               END-READ
           END-IF.
           CLOSE CARTAO-CONTROLE-FOLHA.

           IF WS-EXISTE-CONTROLE-FOLHA = 'N'
               DISPLAY 'TESTCMRG SEM PAYCTL.DAT - RECONCILIACAO '
                       'DE FOLHA NAO EXECUTADA'
               GO TO RECONCILIAR-FOLHA-DIA-EXIT
           END-IF.
           COMPUTE WS-PAY-VARIANCIA =
               WS-TOTAL-GERAL - WS-PAY-TOTAL-ESPERADO.
           IF WS-PAY-VARIANCIA < 0
               COMPUTE WS-PAY-VARIANCIA = WS-PAY-VARIANCIA * -1
           END-IF.
           IF WS-PAY-VARIANCIA > WS-PAY-TOLERANCIA
               DISPLAY 'TESTCMRG DIVERGENCIA DE FOLHA - '
                       'PARTICOES=' WS-TOTAL-GERAL
                       ' PAYROLL=' WS-PAY-TOTAL-ESPERADO
                       ' VARIANCIA=' WS-PAY-VARIANCIA
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               DISPLAY 'TESTCMRG RECONCILIACAO DE FOLHA OK - '
                       'VARIANCIA=' WS-PAY-VARIANCIA
           END-IF.

       RECONCILIAR-FOLHA-DIA-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    GRAVAR-EXCECAO-GERAL                                    *
      *    Log de excecoes compartilhado (EXCPPRC).                 *
      *----------------------------------------------------------*
       COPY EXCPPRC.

      *----------------------------------------------------------*
      *    HIERARQUIA DE DEPARTAMENTOS (HIERPRC)                   *
      *----------------------------------------------------------*
       COPY HIERPRC.

      *----------------------------------------------------------*
      *    REGISTRAR-INICIO-EXECUCAO / REGISTRAR-FIM-EXECUCAO      *
      *    Registro compartilhado de execucoes (RUNRPRC).          *
      *----------------------------------------------------------*
       COPY RUNRPRC.

      *----------------------------------------------------------*
      *    VERIFICAR-STEP-CONCLUIDO / GRAVAR-STEP-CONCLUIDO        *
      *    Reinicio automatico por step (STPCPRC).                 *
      *----------------------------------------------------------*
       COPY STPCPRC.

      *----------------------------------------------------------*
      *    TRAVA DE EXECUCAO DA ESTEIRA (LOCKPRC)                  *
      *----------------------------------------------------------*
       COPY LOCKPRC.
