       IDENTIFICATION DIVISION.
       PROGRAM-ID. TESTLGPD.

      *----------------------------------------------------------*
      *    TESTLGPD                                                *
      *    Relatorio de acesso do titular (LGPD): a partir do      *
      *    cartao LGPDCARD.DAT (matricula, solicitante e data do   *
      *    pedido) reune em LGPDREL.DAT, num unico relatorio       *
      *    legivel, tudo o que o sistema guarda sobre o empregado  *
      *    ou ex-empregado:                                        *
      *      - cadastro corrente (EMPEXTR.DAT);                    *
      *      - historico de inativos (INATEXT.DAT);                *
      *      - admissoes e desligamentos (DLTHIST.DAT);            *
      *      - imagens ANTES/DEPOIS de manutencao (EMPAUD.DAT);    *
      *      - descontos e creditos da folha (DEDUC.DAT);          *
      *      - periodos aquisitivos de ferias (FERIAS.DAT);        *
      *      - ordens judiciais (GARNREG.DAT);                     *
      *      - itens de workflow da matricula (WORKFLOW.DAT);      *
      *      - competencias do historico de folha (PAYHIST.DAT)    *
      *        nos departamentos em que o titular esteve - o       *
      *        historico e agregado por departamento e nao tem     *
      *        dado individual.                                    *
      *    Arquivo ausente sai no relatorio como NAO DISPONIVEL,   *
      *    para o encarregado saber que a busca nao foi feita.     *
      *    Cada atendimento e registrado em LGPDLOG.DAT (quem      *
      *    pediu, data do pedido, data e hora da emissao, dias     *
      *    corridos e situacao frente ao prazo legal de 15 dias).  *
      *    Emissao fora do prazo sai com RC=4 e aviso no log de    *
      *    excecoes. Substitui a busca manual arquivo a arquivo.   *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CARTAO-LGPD
               ASSIGN TO "LGPDCARD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CARTAO.

           SELECT OPTIONAL EXTRATO-EMPREGADOS
               ASSIGN TO "EMPEXTR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-EXTRATO.

           SELECT OPTIONAL EXTRATO-INATIVOS
               ASSIGN TO "INATEXT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-INATIVOS.

           SELECT OPTIONAL HISTORICO-MOVIMENTACAO
               ASSIGN TO "DLTHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-HIST-MOV.

           SELECT OPTIONAL LOG-AUDITORIA-EMP
               ASSIGN TO "EMPAUD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-AUDITORIA.

           SELECT OPTIONAL ARQUIVO-DESCONTOS
               ASSIGN TO "DEDUC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-DESCONTOS.

           SELECT OPTIONAL RAZAO-FERIAS
               ASSIGN TO "FERIAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-FERIAS.

           SELECT OPTIONAL REGISTRO-ORDENS
               ASSIGN TO "GARNREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-ORDENS.

           SELECT OPTIONAL ARQUIVO-WORKFLOW
               ASSIGN TO "WORKFLOW.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-WORKFLOW.

           SELECT OPTIONAL HISTORICO-FOLHA
               ASSIGN TO "PAYHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-HISTORICO.

           SELECT RELATORIO-LGPD
               ASSIGN TO "LGPDREL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RELATORIO.

           SELECT LOG-ATENDIMENTOS-LGPD
               ASSIGN TO "LGPDLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-LOG-LGPD.

           COPY EXCPSEL.

       DATA DIVISION.
       FILE SECTION.
       FD  CARTAO-LGPD.
       01  REG-CARTAO-LGPD.
           05  LGC-MATRICULA        PIC 9(05).
           05  LGC-SOLICITANTE      PIC X(30).
           05  LGC-DATA-PEDIDO      PIC 9(08).
           05  FILLER               PIC X(37).

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

       FD  EXTRATO-INATIVOS.
       01  REG-EXTRATO-INATIVO.
           05  INAT-DATA-EXTRACAO       PIC 9(08).
           05  INAT-EMPLOYEE-ID         PIC 9(05).
           05  INAT-EMPLOYEE-NAME       PIC X(50).
           05  INAT-EMPLOYEE-SALARY     PIC 9(07)V99.
           05  INAT-EMPLOYEE-DEPARTMENT PIC X(10).

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

      *    Linha de EMPAUD.DAT como TESTEMNT grava: carimbo,
      *    operacao, evento e a imagem da linha de EMPLOYEES.
       FD  LOG-AUDITORIA-EMP.
       01  REG-AUDITORIA-EMP.
           05  EMA-DATA             PIC 9(08).
           05  FILLER               PIC X(01).
           05  EMA-HORA             PIC 9(08).
           05  FILLER               PIC X(01).
           05  EMA-OPERACAO         PIC X(02).
           05  FILLER               PIC X(01).
           05  EMA-EVENTO           PIC X(06).
           05  FILLER               PIC X(01).
           05  EMA-IMAGEM.
               10  IMG-EMPLOYEE-ID      PIC X(05).
               10  FILLER               PIC X(01).
               10  IMG-EMPLOYEE-NAME    PIC X(50).
               10  FILLER               PIC X(01).
               10  IMG-EMPLOYEE-SALARY  PIC 9(07)V99.
               10  FILLER               PIC X(01).
               10  IMG-DEPARTMENT       PIC X(10).
               10  FILLER               PIC X(01).
               10  IMG-AGENCIA          PIC X(05).
               10  FILLER               PIC X(01).
               10  IMG-CONTA            PIC X(12).
               10  FILLER               PIC X(01).
               10  IMG-ACTIVE           PIC X(01).
               10  FILLER               PIC X(01).
               10  IMG-CARGO            PIC X(06).
               10  FILLER               PIC X(01).
               10  IMG-PIX-TIPO         PIC X(01).
               10  FILLER               PIC X(01).
               10  IMG-PIX-CHAVE        PIC X(77).

       FD  ARQUIVO-DESCONTOS.
       01  REG-DESCONTO.
           05  DSC-TIPO             PIC X(01).
           05  DSC-MATRICULA        PIC 9(05).
           05  DSC-CODIGO           PIC X(04).
           05  DSC-PCT              PIC 9(03)V99.
           05  DSC-VALOR            PIC 9(09)V99.
           05  DSC-VALOR-2          PIC 9(09)V99.
           05  DSC-QTD-DEPENDENTES  PIC 9(02).
           05  FILLER               PIC X(41).

       FD  RAZAO-FERIAS.
       01  REG-RAZAO-FERIAS.
           05  FER-MATRICULA        PIC 9(05).
           05  FER-INICIO-PERIODO   PIC 9(08).
           05  FER-DATA-ATUALIZACAO PIC 9(08).
           05  FER-DIAS-ADQUIRIDOS  PIC 9(03)V9.
           05  FER-DIAS-GOZADOS     PIC 9(03)V9.
           05  FER-SITUACAO         PIC X(01).
           05  FILLER               PIC X(49).

       FD  REGISTRO-ORDENS.
       01  REG-ORDEM-JUDICIAL.
           05  GRN-MATRICULA        PIC 9(05).
           05  GRN-ORDEM            PIC X(10).
           05  GRN-TIPO             PIC X(01).
               88  ORDEM-PERCENTUAL VALUE 'P'.
               88  ORDEM-VALOR-FIXO VALUE 'F'.
           05  GRN-VALOR            PIC 9(07)V99.
           05  GRN-PRIORIDADE       PIC 9(02).
           05  GRN-BENEF-NOME       PIC X(30).
           05  GRN-BENEF-AGENCIA    PIC X(05).
           05  GRN-BENEF-CONTA      PIC X(12).
           05  FILLER               PIC X(06).

       FD  ARQUIVO-WORKFLOW.
       01  REG-WORKFLOW.
           05  WF-CODIGO            PIC X(10).
           05  WF-ESTADO            PIC X(01).
           05  WF-DATA-ESTADO       PIC 9(08).
           05  FILLER               PIC X(61).

       FD  HISTORICO-FOLHA.
       01  REG-HISTORICO-FOLHA.
           05  HIST-DATA                PIC 9(08).
           05  HIST-DEPARTAMENTO        PIC X(10).
           05  HIST-QTD-EMPREGADOS      PIC 9(05).
           05  HIST-TOTAL-FOLHA         PIC 9(09)V99.
           05  FILLER                   PIC X(46).

       FD  RELATORIO-LGPD.
       01  REG-RELATORIO-LGPD       PIC X(132).

       FD  LOG-ATENDIMENTOS-LGPD.
       01  REG-LOG-LGPD.
           05  LGL-DATA-PEDIDO      PIC 9(08).
           05  LGL-DATA-EMISSAO     PIC 9(08).
           05  LGL-HORA-EMISSAO     PIC 9(08).
           05  LGL-MATRICULA        PIC 9(05).
           05  LGL-SOLICITANTE      PIC X(30).
           05  LGL-QTD-REGISTROS    PIC 9(05).
           05  LGL-DIAS-CORRIDOS    PIC 9(04).
           05  LGL-SITUACAO         PIC X(08).
           05  FILLER               PIC X(04).

       COPY EXCPFD.

       WORKING-STORAGE SECTION.
       COPY EXCPWS.
       COPY EXTVWS.

       01  WS-STATUS-CARTAO         PIC XX.
       01  WS-STATUS-EXTRATO        PIC XX.
       01  WS-STATUS-INATIVOS       PIC XX.
       01  WS-STATUS-HIST-MOV       PIC XX.
       01  WS-STATUS-AUDITORIA      PIC XX.
       01  WS-STATUS-DESCONTOS      PIC XX.
       01  WS-STATUS-FERIAS         PIC XX.
       01  WS-STATUS-ORDENS         PIC XX.
       01  WS-STATUS-WORKFLOW       PIC XX.
       01  WS-STATUS-HISTORICO      PIC XX.
       01  WS-STATUS-RELATORIO      PIC XX.
       01  WS-STATUS-LOG-LGPD       PIC XX.
       01  WS-EOF-ARQUIVO           PIC X VALUE 'N'.

       01  WS-DATA-RUN              PIC 9(08).
       01  WS-HORA-RUN              PIC 9(08).

      *    Prazo legal de resposta ao titular, em dias corridos
      *    contados da data do pedido.
       01  WS-PRAZO-LEGAL-DIAS      PIC 9(03) VALUE 15.
       01  WS-DIAS-CORRIDOS         PIC S9(05) VALUE ZEROS.
       01  WS-SITUACAO-PRAZO        PIC X(08) VALUE SPACES.

       01  WS-MATRICULA-TITULAR     PIC 9(05) VALUE ZEROS.
       01  WS-MATRICULA-TITULAR-X REDEFINES WS-MATRICULA-TITULAR
                                    PIC X(05).
       01  WS-SOLICITANTE           PIC X(30) VALUE SPACES.
       01  WS-DATA-PEDIDO           PIC 9(08) VALUE ZEROS.

       01  WS-QTD-SECAO             PIC 9(05) VALUE ZEROS.
       01  WS-QTD-REGISTROS         PIC 9(05) VALUE ZEROS.
       01  WS-QTD-FONTES-AUSENTES   PIC 9(02) VALUE ZEROS.

      *    Departamentos em que o titular aparece (cadastro,
      *    inativos, movimentacao e auditoria), para a secao do
      *    historico de folha.
       01  WS-QTD-DEPTOS-TITULAR    PIC 9(02) VALUE ZEROS.
       01  WS-IDX-DEPTO             PIC 9(02) VALUE ZEROS.
       01  WS-DEPTO-ACHADO          PIC X VALUE 'N'.
       01  WS-DEPTO-PROCURADO       PIC X(10) VALUE SPACES.
       01  WS-TABELA-DEPTOS-TITULAR.
           05  WS-DEPTO-TITULAR OCCURS 20 TIMES PIC X(10).

       01  WS-LINHA-BRANCA          PIC X(01) VALUE SPACE.
       01  WS-LINHA-SEPARADORA      PIC X(100) VALUE ALL '='.

       01  WS-LINHA-TITULO          PIC X(60) VALUE
           'RELATORIO DE DADOS PESSOAIS - ACESSO DO TITULAR (LGPD)'.

       01  WS-LINHA-IDENTIFICACAO.
           05  FILLER               PIC X(11) VALUE 'MATRICULA: '.
           05  IDT-MATRICULA        PIC 9(05).
           05  FILLER               PIC X(16) VALUE
               '   SOLICITANTE: '.
           05  IDT-SOLICITANTE      PIC X(30).
           05  FILLER               PIC X(11) VALUE '   PEDIDO: '.
           05  IDT-DATA-PEDIDO      PIC 9(08).
           05  FILLER               PIC X(12) VALUE '   EMISSAO: '.
           05  IDT-DATA-EMISSAO     PIC 9(08).

       01  WS-LINHA-SECAO.
           05  FILLER               PIC X(04) VALUE '--- '.
           05  SEC-TITULO           PIC X(40).
           05  FILLER               PIC X(08) VALUE 'FONTE: '.
           05  SEC-ARQUIVO          PIC X(12).

       01  WS-LINHA-SEM-REGISTRO    PIC X(40) VALUE
           '  NENHUM REGISTRO PARA A MATRICULA'.
       01  WS-LINHA-NAO-DISPONIVEL  PIC X(60) VALUE
           '  ARQUIVO NAO DISPONIVEL - BUSCA NAO REALIZADA'.
       01  WS-LINHA-NOTA-FOLHA      PIC X(60) VALUE
           '  (HISTORICO AGREGADO POR DEPARTAMENTO - SEM DADO PESSOAL)'.

       01  WS-LINHA-CAMPO.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  CPO-ROTULO           PIC X(20).
           05  CPO-VALOR            PIC X(60).

       01  WS-VALOR-EDITADO         PIC ZZZ,ZZZ,ZZ9.99.

       01  WS-LINHA-INATIVO.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  INA-DATA             PIC 9(08).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  INA-NOME             PIC X(50).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  INA-SALARIO          PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  INA-DEPARTAMENTO     PIC X(10).

       01  WS-LINHA-MOVIMENTO.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  MOV-DATA             PIC 9(08).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  MOV-TIPO             PIC X(12).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  MOV-NOME             PIC X(50).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  MOV-SALARIO          PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  MOV-DEPARTAMENTO     PIC X(10).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  MOV-AGENCIA          PIC X(05).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  MOV-CONTA            PIC X(12).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  MOV-EMPRESA          PIC X(05).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  MOV-MOTIVO           PIC X(01).

       01  WS-LINHA-AUDITORIA-1.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  AU1-DATA             PIC 9(08).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  AU1-HORA             PIC 9(08).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  AU1-OPERACAO         PIC X(02).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  AU1-EVENTO           PIC X(06).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  AU1-NOME             PIC X(50).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  AU1-SALARIO          PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  AU1-DEPARTAMENTO     PIC X(10).

       01  WS-LINHA-AUDITORIA-2.
           05  FILLER               PIC X(29) VALUE SPACES.
           05  FILLER               PIC X(04) VALUE 'AG: '.
           05  AU2-AGENCIA          PIC X(05).
           05  FILLER               PIC X(08) VALUE '  CONTA '.
           05  AU2-CONTA            PIC X(12).
           05  FILLER               PIC X(08) VALUE '  ATIVO '.
           05  AU2-ATIVO            PIC X(01).
           05  FILLER               PIC X(08) VALUE '  CARGO '.
           05  AU2-CARGO            PIC X(06).
           05  FILLER               PIC X(06) VALUE '  PIX '.
           05  AU2-PIX-TIPO         PIC X(01).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  AU2-PIX-CHAVE        PIC X(40).

       01  WS-LINHA-DESCONTO.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  DES-TIPO             PIC X(10).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  DES-CODIGO           PIC X(04).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  DES-PCT              PIC ZZ9.99.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  DES-VALOR            PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  DES-VALOR-2          PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(06) VALUE ' DEP: '.
           05  DES-DEPENDENTES      PIC Z9.

       01  WS-LINHA-FERIAS.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  FILLER               PIC X(08) VALUE 'PERIODO '.
           05  FRL-INICIO           PIC 9(08).
           05  FILLER               PIC X(12) VALUE '  ATUALIZ. '.
           05  FRL-ATUALIZACAO      PIC 9(08).
           05  FILLER               PIC X(13) VALUE '  ADQUIRIDOS '.
           05  FRL-ADQUIRIDOS       PIC ZZ9.9.
           05  FILLER               PIC X(10) VALUE '  GOZADOS '.
           05  FRL-GOZADOS          PIC ZZ9.9.
           05  FILLER               PIC X(11) VALUE '  SITUACAO '.
           05  FRL-SITUACAO         PIC X(01).

       01  WS-LINHA-ORDEM.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  ORL-ORDEM            PIC X(10).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  ORL-TIPO             PIC X(11).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  ORL-VALOR            PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(07) VALUE '  PRIO '.
           05  ORL-PRIORIDADE       PIC Z9.
           05  FILLER               PIC X(15) VALUE
               '  BENEFICIARIO '.
           05  ORL-BENEF-NOME       PIC X(30).

       01  WS-LINHA-WORKFLOW.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WFL-CODIGO           PIC X(10).
           05  FILLER               PIC X(10) VALUE '  ESTADO '.
           05  WFL-ESTADO           PIC X(01).
           05  FILLER               PIC X(08) VALUE '  DESDE '.
           05  WFL-DATA             PIC 9(08).

       01  WS-LINHA-FOLHA.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  FLH-DATA             PIC 9(08).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  FLH-DEPARTAMENTO     PIC X(10).

       01  WS-LINHA-TOTAL.
           05  FILLER               PIC X(33) VALUE
               'TOTAL DE REGISTROS LOCALIZADOS: '.
           05  TOT-REGISTROS        PIC ZZZZ9.

       01  WS-LINHA-PRAZO.
           05  FILLER               PIC X(33) VALUE
               'DIAS CORRIDOS DESDE O PEDIDO...: '.
           05  PRZ-DIAS             PIC ZZZ9.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  PRZ-SITUACAO         PIC X(08).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 0 TO RETURN-CODE.
           ACCEPT WS-DATA-RUN FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-RUN FROM TIME.

           PERFORM LER-CARTAO-LGPD THRU
                   LER-CARTAO-LGPD-EXIT.
           IF RETURN-CODE > 4
               STOP RUN
           END-IF.

           OPEN OUTPUT RELATORIO-LGPD.
           IF WS-STATUS-RELATORIO NOT = '00'
               DISPLAY 'TESTLGPD ERRO AO ABRIR LGPDREL.DAT: '
                       WS-STATUS-RELATORIO
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM IMPRIMIR-CABECALHO.

           PERFORM RELATAR-CADASTRO THRU
                   RELATAR-CADASTRO-EXIT.
           PERFORM RELATAR-INATIVOS THRU
                   RELATAR-INATIVOS-EXIT.
           PERFORM RELATAR-MOVIMENTACAO THRU
                   RELATAR-MOVIMENTACAO-EXIT.
           PERFORM RELATAR-AUDITORIA THRU
                   RELATAR-AUDITORIA-EXIT.
           PERFORM RELATAR-DESCONTOS THRU
                   RELATAR-DESCONTOS-EXIT.
           PERFORM RELATAR-FERIAS THRU
                   RELATAR-FERIAS-EXIT.
           PERFORM RELATAR-ORDENS THRU
                   RELATAR-ORDENS-EXIT.
           PERFORM RELATAR-WORKFLOW THRU
                   RELATAR-WORKFLOW-EXIT.
           PERFORM RELATAR-FOLHA THRU
                   RELATAR-FOLHA-EXIT.

           PERFORM APURAR-PRAZO.
           PERFORM IMPRIMIR-RODAPE.
           CLOSE RELATORIO-LGPD.

           PERFORM REGISTRAR-ATENDIMENTO.

           DISPLAY 'TESTLGPD MATRICULA..............: '
                   WS-MATRICULA-TITULAR.
           DISPLAY 'TESTLGPD REGISTROS LOCALIZADOS..: '
                   WS-QTD-REGISTROS.
           DISPLAY 'TESTLGPD FONTES NAO DISPONIVEIS.: '
                   WS-QTD-FONTES-AUSENTES.
           DISPLAY 'TESTLGPD DIAS DESDE O PEDIDO....: '
                   WS-DIAS-CORRIDOS ' ' WS-SITUACAO-PRAZO.
           STOP RUN.

      *----------------------------------------------------------*
      *    LER-CARTAO-LGPD                                          *
      *    Matricula e solicitante sao obrigatorios. Data do pedido *
      *    em branco vale a data do run; data futura e recusada.    *
      *----------------------------------------------------------*
       LER-CARTAO-LGPD.
           OPEN INPUT CARTAO-LGPD.
           IF WS-STATUS-CARTAO NOT = '00'
               CLOSE CARTAO-LGPD
               MOVE 'CARTAO LGPDCARD.DAT AUSENTE' TO WS-EXC-MENSAGEM
               GO TO LER-CARTAO-LGPD-ERRO
           END-IF.
           READ CARTAO-LGPD
               AT END
                   MOVE SPACES TO REG-CARTAO-LGPD
           END-READ.
           CLOSE CARTAO-LGPD.

           IF LGC-MATRICULA NOT NUMERIC OR LGC-MATRICULA = ZEROS
               MOVE 'MATRICULA INVALIDA NO CARTAO LGPD'
                   TO WS-EXC-MENSAGEM
               GO TO LER-CARTAO-LGPD-ERRO
           END-IF.
           IF LGC-SOLICITANTE = SPACES
               MOVE 'SOLICITANTE NAO INFORMADO NO CARTAO LGPD'
                   TO WS-EXC-MENSAGEM
               GO TO LER-CARTAO-LGPD-ERRO
           END-IF.
           MOVE LGC-MATRICULA   TO WS-MATRICULA-TITULAR.
           MOVE LGC-SOLICITANTE TO WS-SOLICITANTE.

           IF LGC-DATA-PEDIDO NOT NUMERIC OR LGC-DATA-PEDIDO = ZEROS
               MOVE WS-DATA-RUN TO WS-DATA-PEDIDO
           ELSE
               MOVE LGC-DATA-PEDIDO TO WS-DATA-PEDIDO
           END-IF.
           IF WS-DATA-PEDIDO > WS-DATA-RUN
               MOVE 'DATA DO PEDIDO LGPD POSTERIOR AO RUN'
                   TO WS-EXC-MENSAGEM
               GO TO LER-CARTAO-LGPD-ERRO
           END-IF.
           GO TO LER-CARTAO-LGPD-EXIT.

       LER-CARTAO-LGPD-ERRO.
           DISPLAY 'TESTLGPD ' WS-EXC-MENSAGEM.
           MOVE 'TESTLGPD'          TO WS-EXC-PROGRAMA.
           MOVE 'LER-CARTAO-LGPD'   TO WS-EXC-PARAGRAFO.
           MOVE 8                   TO WS-EXC-CODIGO.
           MOVE 2                   TO WS-EXC-SEVERIDADE.
           PERFORM GRAVAR-EXCECAO-GERAL.
           MOVE 8 TO RETURN-CODE.

       LER-CARTAO-LGPD-EXIT.
           EXIT.

       IMPRIMIR-CABECALHO.
           WRITE REG-RELATORIO-LGPD FROM WS-LINHA-TITULO.
           MOVE WS-MATRICULA-TITULAR TO IDT-MATRICULA.
           MOVE WS-SOLICITANTE       TO IDT-SOLICITANTE.
           MOVE WS-DATA-PEDIDO       TO IDT-DATA-PEDIDO.
           MOVE WS-DATA-RUN          TO IDT-DATA-EMISSAO.
           WRITE REG-RELATORIO-LGPD FROM WS-LINHA-IDENTIFICACAO.
           WRITE REG-RELATORIO-LGPD FROM WS-LINHA-SEPARADORA.

       IMPRIMIR-CABECALHO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    ABRIR-SECAO / FECHAR-SECAO                               *
      *    Titulo da secao antes da busca; ao final, a linha de     *
      *    "nenhum registro" quando a busca nada achou.             *
      *----------------------------------------------------------*
       ABRIR-SECAO.
           WRITE REG-RELATORIO-LGPD FROM WS-LINHA-BRANCA.
           WRITE REG-RELATORIO-LGPD FROM WS-LINHA-SECAO.
           MOVE ZEROS TO WS-QTD-SECAO.
           MOVE 'N'   TO WS-EOF-ARQUIVO.

       ABRIR-SECAO-EXIT.
           EXIT.

       FECHAR-SECAO.
           IF WS-QTD-SECAO = 0
               WRITE REG-RELATORIO-LGPD FROM WS-LINHA-SEM-REGISTRO
           END-IF.
           ADD WS-QTD-SECAO TO WS-QTD-REGISTROS.

       FECHAR-SECAO-EXIT.
           EXIT.

       SECAO-NAO-DISPONIVEL.
           WRITE REG-RELATORIO-LGPD FROM WS-LINHA-NAO-DISPONIVEL.
           ADD 1 TO WS-QTD-FONTES-AUSENTES.

       SECAO-NAO-DISPONIVEL-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    RELATAR-CADASTRO                                         *
      *    Registro do titular no extrato corrente, campo a campo.  *
      *----------------------------------------------------------*
       RELATAR-CADASTRO.
           MOVE 'CADASTRO CORRENTE' TO SEC-TITULO.
           MOVE 'EMPEXTR.DAT'       TO SEC-ARQUIVO.
           PERFORM ABRIR-SECAO.
           OPEN INPUT EXTRATO-EMPREGADOS.
           IF WS-STATUS-EXTRATO NOT = '00'
               CLOSE EXTRATO-EMPREGADOS
               PERFORM SECAO-NAO-DISPONIVEL
               GO TO RELATAR-CADASTRO-EXIT
           END-IF.
           PERFORM LER-CADASTRO UNTIL WS-EOF-ARQUIVO = 'S'.
           CLOSE EXTRATO-EMPREGADOS.
           PERFORM FECHAR-SECAO.

       RELATAR-CADASTRO-EXIT.
           EXIT.

       LER-CADASTRO.
           READ EXTRATO-EMPREGADOS
               AT END
                   MOVE 'S' TO WS-EOF-ARQUIVO
               NOT AT END
                IF REG-EXTRATO-EMPREGADO (1:6) = 'VERSAO'
                    PERFORM CONFERIR-VERSAO-EXTRATO THRU
                            CONFERIR-VERSAO-EXTRATO-EXIT
                ELSE
                   IF EXT-EMPLOYEE-ID = WS-MATRICULA-TITULAR
                       PERFORM IMPRIMIR-CADASTRO
                   END-IF
                END-IF
           END-READ.

       LER-CADASTRO-EXIT.
           EXIT.

       IMPRIMIR-CADASTRO.
           ADD 1 TO WS-QTD-SECAO.
           MOVE 'NOME'                  TO CPO-ROTULO.
           MOVE EXT-EMPLOYEE-NAME       TO CPO-VALOR.
           WRITE REG-RELATORIO-LGPD FROM WS-LINHA-CAMPO.
           MOVE 'SALARIO'               TO CPO-ROTULO.
           MOVE EXT-EMPLOYEE-SALARY     TO WS-VALOR-EDITADO.
           MOVE WS-VALOR-EDITADO        TO CPO-VALOR.
           WRITE REG-RELATORIO-LGPD FROM WS-LINHA-CAMPO.
           MOVE 'DEPARTAMENTO'          TO CPO-ROTULO.
           MOVE EXT-EMPLOYEE-DEPARTMENT TO CPO-VALOR.
           WRITE REG-RELATORIO-LGPD FROM WS-LINHA-CAMPO.
           MOVE 'AGENCIA'               TO CPO-ROTULO.
           MOVE EXT-EMPLOYEE-AGENCIA    TO CPO-VALOR.
           WRITE REG-RELATORIO-LGPD FROM WS-LINHA-CAMPO.
           MOVE 'CONTA'                 TO CPO-ROTULO.
           MOVE EXT-EMPLOYEE-CONTA      TO CPO-VALOR.
           WRITE REG-RELATORIO-LGPD FROM WS-LINHA-CAMPO.
           MOVE 'DATA DE ADMISSAO'      TO CPO-ROTULO.
           MOVE EXT-EMPLOYEE-HIRE-DATE  TO CPO-VALOR.
           WRITE REG-RELATORIO-LGPD FROM WS-LINHA-CAMPO.
           MOVE 'EMPRESA'               TO CPO-ROTULO.
           MOVE EXT-EMPLOYEE-EMPRESA    TO CPO-VALOR.
           WRITE REG-RELATORIO-LGPD FROM WS-LINHA-CAMPO.
           MOVE EXT-EMPLOYEE-DEPARTMENT TO WS-DEPTO-PROCURADO.
           PERFORM GUARDAR-DEPTO-TITULAR.

       IMPRIMIR-CADASTRO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    RELATAR-INATIVOS                                         *
      *----------------------------------------------------------*
       RELATAR-INATIVOS.
           MOVE 'HISTORICO DE INATIVOS' TO SEC-TITULO.
           MOVE 'INATEXT.DAT'           TO SEC-ARQUIVO.
           PERFORM ABRIR-SECAO.
           OPEN INPUT EXTRATO-INATIVOS.
           IF WS-STATUS-INATIVOS NOT = '00'
               CLOSE EXTRATO-INATIVOS
               PERFORM SECAO-NAO-DISPONIVEL
               GO TO RELATAR-INATIVOS-EXIT
           END-IF.
           PERFORM LER-INATIVO UNTIL WS-EOF-ARQUIVO = 'S'.
           CLOSE EXTRATO-INATIVOS.
           PERFORM FECHAR-SECAO.

       RELATAR-INATIVOS-EXIT.
           EXIT.

       LER-INATIVO.
           READ EXTRATO-INATIVOS
               AT END
                   MOVE 'S' TO WS-EOF-ARQUIVO
               NOT AT END
                   IF INAT-EMPLOYEE-ID = WS-MATRICULA-TITULAR
                       ADD 1 TO WS-QTD-SECAO
                       MOVE INAT-DATA-EXTRACAO   TO INA-DATA
                       MOVE INAT-EMPLOYEE-NAME   TO INA-NOME
                       MOVE INAT-EMPLOYEE-SALARY TO INA-SALARIO
                       MOVE INAT-EMPLOYEE-DEPARTMENT
                           TO INA-DEPARTAMENTO
                       WRITE REG-RELATORIO-LGPD
                           FROM WS-LINHA-INATIVO
                       MOVE INAT-EMPLOYEE-DEPARTMENT
                           TO WS-DEPTO-PROCURADO
                       PERFORM GUARDAR-DEPTO-TITULAR
                   END-IF
           END-READ.

       LER-INATIVO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    RELATAR-MOVIMENTACAO                                     *
      *    Admissoes e desligamentos (com o motivo) do historico    *
      *    de movimentacao de TESTDELT.                             *
      *----------------------------------------------------------*
       RELATAR-MOVIMENTACAO.
           MOVE 'ADMISSOES E DESLIGAMENTOS' TO SEC-TITULO.
           MOVE 'DLTHIST.DAT'               TO SEC-ARQUIVO.
           PERFORM ABRIR-SECAO.
           OPEN INPUT HISTORICO-MOVIMENTACAO.
           IF WS-STATUS-HIST-MOV NOT = '00'
               CLOSE HISTORICO-MOVIMENTACAO
               PERFORM SECAO-NAO-DISPONIVEL
               GO TO RELATAR-MOVIMENTACAO-EXIT
           END-IF.
           PERFORM LER-MOVIMENTACAO UNTIL WS-EOF-ARQUIVO = 'S'.
           CLOSE HISTORICO-MOVIMENTACAO.
           PERFORM FECHAR-SECAO.

       RELATAR-MOVIMENTACAO-EXIT.
           EXIT.

       LER-MOVIMENTACAO.
           READ HISTORICO-MOVIMENTACAO
               AT END
                   MOVE 'S' TO WS-EOF-ARQUIVO
               NOT AT END
                   IF HMV-EMPLOYEE-ID = WS-MATRICULA-TITULAR
                       PERFORM IMPRIMIR-MOVIMENTACAO
                   END-IF
           END-READ.

       LER-MOVIMENTACAO-EXIT.
           EXIT.

       IMPRIMIR-MOVIMENTACAO.
           ADD 1 TO WS-QTD-SECAO.
           MOVE HMV-DATA TO MOV-DATA.
           EVALUATE HMV-TIPO
               WHEN 'A'
                   MOVE 'ADMISSAO'     TO MOV-TIPO
               WHEN 'D'
                   MOVE 'DESLIGAMENTO' TO MOV-TIPO
               WHEN OTHER
                   MOVE HMV-TIPO       TO MOV-TIPO
           END-EVALUATE.
           MOVE HMV-EMPLOYEE-NAME       TO MOV-NOME.
           MOVE HMV-EMPLOYEE-SALARY     TO MOV-SALARIO.
           MOVE HMV-EMPLOYEE-DEPARTMENT TO MOV-DEPARTAMENTO.
           MOVE HMV-EMPLOYEE-AGENCIA    TO MOV-AGENCIA.
           MOVE HMV-EMPLOYEE-CONTA      TO MOV-CONTA.
           MOVE HMV-EMPLOYEE-EMPRESA    TO MOV-EMPRESA.
           MOVE HMV-MOTIVO              TO MOV-MOTIVO.
           WRITE REG-RELATORIO-LGPD FROM WS-LINHA-MOVIMENTO.
           MOVE HMV-EMPLOYEE-DEPARTMENT TO WS-DEPTO-PROCURADO.
           PERFORM GUARDAR-DEPTO-TITULAR.

       IMPRIMIR-MOVIMENTACAO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    RELATAR-AUDITORIA                                        *
      *    Imagens ANTES/DEPOIS de TESTEMNT, em duas linhas: dados  *
      *    pessoais e salariais; dados bancarios, cargo e PIX.      *
      *----------------------------------------------------------*
       RELATAR-AUDITORIA.
           MOVE 'HISTORICO DE MANUTENCAO CADASTRAL' TO SEC-TITULO.
           MOVE 'EMPAUD.DAT'                        TO SEC-ARQUIVO.
           PERFORM ABRIR-SECAO.
           OPEN INPUT LOG-AUDITORIA-EMP.
           IF WS-STATUS-AUDITORIA NOT = '00'
               CLOSE LOG-AUDITORIA-EMP
               PERFORM SECAO-NAO-DISPONIVEL
               GO TO RELATAR-AUDITORIA-EXIT
           END-IF.
           PERFORM LER-AUDITORIA UNTIL WS-EOF-ARQUIVO = 'S'.
           CLOSE LOG-AUDITORIA-EMP.
           PERFORM FECHAR-SECAO.

       RELATAR-AUDITORIA-EXIT.
           EXIT.

       LER-AUDITORIA.
           READ LOG-AUDITORIA-EMP
               AT END
                   MOVE 'S' TO WS-EOF-ARQUIVO
               NOT AT END
                   IF IMG-EMPLOYEE-ID = WS-MATRICULA-TITULAR-X
                       PERFORM IMPRIMIR-AUDITORIA
                   END-IF
           END-READ.

       LER-AUDITORIA-EXIT.
           EXIT.

       IMPRIMIR-AUDITORIA.
           ADD 1 TO WS-QTD-SECAO.
           MOVE EMA-DATA            TO AU1-DATA.
           MOVE EMA-HORA            TO AU1-HORA.
           MOVE EMA-OPERACAO        TO AU1-OPERACAO.
           MOVE EMA-EVENTO          TO AU1-EVENTO.
           MOVE IMG-EMPLOYEE-NAME   TO AU1-NOME.
           IF IMG-EMPLOYEE-SALARY NUMERIC
               MOVE IMG-EMPLOYEE-SALARY TO AU1-SALARIO
           ELSE
               MOVE ZEROS TO AU1-SALARIO
           END-IF.
           MOVE IMG-DEPARTMENT      TO AU1-DEPARTAMENTO.
           WRITE REG-RELATORIO-LGPD FROM WS-LINHA-AUDITORIA-1.
           MOVE IMG-AGENCIA         TO AU2-AGENCIA.
           MOVE IMG-CONTA           TO AU2-CONTA.
           MOVE IMG-ACTIVE          TO AU2-ATIVO.
           MOVE IMG-CARGO           TO AU2-CARGO.
           MOVE IMG-PIX-TIPO        TO AU2-PIX-TIPO.
           MOVE IMG-PIX-CHAVE       TO AU2-PIX-CHAVE.
           WRITE REG-RELATORIO-LGPD FROM WS-LINHA-AUDITORIA-2.
           MOVE IMG-DEPARTMENT      TO WS-DEPTO-PROCURADO.
           PERFORM GUARDAR-DEPTO-TITULAR.

       IMPRIMIR-AUDITORIA-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    RELATAR-DESCONTOS                                        *
      *    Linhas 'D' (desconto), 'C' (credito) e 'T' (totais) do   *
      *    arquivo de descontos da folha corrente.                  *
      *----------------------------------------------------------*
       RELATAR-DESCONTOS.
           MOVE 'DESCONTOS E CREDITOS DA FOLHA' TO SEC-TITULO.
           MOVE 'DEDUC.DAT'                     TO SEC-ARQUIVO.
           PERFORM ABRIR-SECAO.
           OPEN INPUT ARQUIVO-DESCONTOS.
           IF WS-STATUS-DESCONTOS NOT = '00'
               CLOSE ARQUIVO-DESCONTOS
               PERFORM SECAO-NAO-DISPONIVEL
               GO TO RELATAR-DESCONTOS-EXIT
           END-IF.
           PERFORM LER-DESCONTO UNTIL WS-EOF-ARQUIVO = 'S'.
           CLOSE ARQUIVO-DESCONTOS.
           PERFORM FECHAR-SECAO.

       RELATAR-DESCONTOS-EXIT.
           EXIT.

       LER-DESCONTO.
           READ ARQUIVO-DESCONTOS
               AT END
                   MOVE 'S' TO WS-EOF-ARQUIVO
               NOT AT END
                   IF DSC-MATRICULA = WS-MATRICULA-TITULAR
                       PERFORM IMPRIMIR-DESCONTO
                   END-IF
           END-READ.

       LER-DESCONTO-EXIT.
           EXIT.

       IMPRIMIR-DESCONTO.
           ADD 1 TO WS-QTD-SECAO.
           EVALUATE DSC-TIPO
               WHEN 'D'
                   MOVE 'DESCONTO' TO DES-TIPO
               WHEN 'C'
                   MOVE 'CREDITO'  TO DES-TIPO
               WHEN 'T'
                   MOVE 'TOTAIS'   TO DES-TIPO
               WHEN OTHER
                   MOVE DSC-TIPO   TO DES-TIPO
           END-EVALUATE.
           MOVE DSC-CODIGO          TO DES-CODIGO.
           MOVE DSC-PCT             TO DES-PCT.
           MOVE DSC-VALOR           TO DES-VALOR.
           MOVE DSC-VALOR-2         TO DES-VALOR-2.
           MOVE DSC-QTD-DEPENDENTES TO DES-DEPENDENTES.
           WRITE REG-RELATORIO-LGPD FROM WS-LINHA-DESCONTO.

       IMPRIMIR-DESCONTO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    RELATAR-FERIAS                                           *
      *----------------------------------------------------------*
       RELATAR-FERIAS.
           MOVE 'PERIODOS AQUISITIVOS DE FERIAS' TO SEC-TITULO.
           MOVE 'FERIAS.DAT'                     TO SEC-ARQUIVO.
           PERFORM ABRIR-SECAO.
           OPEN INPUT RAZAO-FERIAS.
           IF WS-STATUS-FERIAS NOT = '00'
               CLOSE RAZAO-FERIAS
               PERFORM SECAO-NAO-DISPONIVEL
               GO TO RELATAR-FERIAS-EXIT
           END-IF.
           PERFORM LER-FERIAS UNTIL WS-EOF-ARQUIVO = 'S'.
           CLOSE RAZAO-FERIAS.
           PERFORM FECHAR-SECAO.

       RELATAR-FERIAS-EXIT.
           EXIT.

       LER-FERIAS.
           READ RAZAO-FERIAS
               AT END
                   MOVE 'S' TO WS-EOF-ARQUIVO
               NOT AT END
                   IF FER-MATRICULA = WS-MATRICULA-TITULAR
                       ADD 1 TO WS-QTD-SECAO
                       MOVE FER-INICIO-PERIODO   TO FRL-INICIO
                       MOVE FER-DATA-ATUALIZACAO TO FRL-ATUALIZACAO
                       MOVE FER-DIAS-ADQUIRIDOS  TO FRL-ADQUIRIDOS
                       MOVE FER-DIAS-GOZADOS     TO FRL-GOZADOS
                       MOVE FER-SITUACAO         TO FRL-SITUACAO
                       WRITE REG-RELATORIO-LGPD
                           FROM WS-LINHA-FERIAS
                   END-IF
           END-READ.

       LER-FERIAS-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    RELATAR-ORDENS                                           *
      *    Ordens judiciais que recaem sobre o titular. Os dados    *
      *    bancarios do beneficiario (terceiro) nao sao impressos.  *
      *----------------------------------------------------------*
       RELATAR-ORDENS.
           MOVE 'ORDENS JUDICIAIS' TO SEC-TITULO.
           MOVE 'GARNREG.DAT'      TO SEC-ARQUIVO.
           PERFORM ABRIR-SECAO.
           OPEN INPUT REGISTRO-ORDENS.
           IF WS-STATUS-ORDENS NOT = '00'
               CLOSE REGISTRO-ORDENS
               PERFORM SECAO-NAO-DISPONIVEL
               GO TO RELATAR-ORDENS-EXIT
           END-IF.
           PERFORM LER-ORDEM UNTIL WS-EOF-ARQUIVO = 'S'.
           CLOSE REGISTRO-ORDENS.
           PERFORM FECHAR-SECAO.

       RELATAR-ORDENS-EXIT.
           EXIT.

       LER-ORDEM.
           READ REGISTRO-ORDENS
               AT END
                   MOVE 'S' TO WS-EOF-ARQUIVO
               NOT AT END
                   IF GRN-MATRICULA = WS-MATRICULA-TITULAR
                       PERFORM IMPRIMIR-ORDEM
                   END-IF
           END-READ.

       LER-ORDEM-EXIT.
           EXIT.

       IMPRIMIR-ORDEM.
           ADD 1 TO WS-QTD-SECAO.
           MOVE GRN-ORDEM TO ORL-ORDEM.
           IF ORDEM-PERCENTUAL
               MOVE 'PERCENTUAL'  TO ORL-TIPO
           ELSE
               MOVE 'VALOR FIXO'  TO ORL-TIPO
           END-IF.
           MOVE GRN-VALOR         TO ORL-VALOR.
           MOVE GRN-PRIORIDADE    TO ORL-PRIORIDADE.
           MOVE GRN-BENEF-NOME    TO ORL-BENEF-NOME.
           WRITE REG-RELATORIO-LGPD FROM WS-LINHA-ORDEM.

       IMPRIMIR-ORDEM-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    RELATAR-WORKFLOW                                         *
      *    Itens de workflow cujo codigo comeca pela matricula      *
      *    ('nnnnn-xxx', como os itens de admissao de TESTONBD).    *
      *----------------------------------------------------------*
       RELATAR-WORKFLOW.
           MOVE 'ITENS DE WORKFLOW' TO SEC-TITULO.
           MOVE 'WORKFLOW.DAT'      TO SEC-ARQUIVO.
           PERFORM ABRIR-SECAO.
           OPEN INPUT ARQUIVO-WORKFLOW.
           IF WS-STATUS-WORKFLOW NOT = '00'
               CLOSE ARQUIVO-WORKFLOW
               PERFORM SECAO-NAO-DISPONIVEL
               GO TO RELATAR-WORKFLOW-EXIT
           END-IF.
           PERFORM LER-WORKFLOW UNTIL WS-EOF-ARQUIVO = 'S'.
           CLOSE ARQUIVO-WORKFLOW.
           PERFORM FECHAR-SECAO.

       RELATAR-WORKFLOW-EXIT.
           EXIT.

       LER-WORKFLOW.
           READ ARQUIVO-WORKFLOW
               AT END
                   MOVE 'S' TO WS-EOF-ARQUIVO
               NOT AT END
                   IF WF-CODIGO (1:5) = WS-MATRICULA-TITULAR-X
                      AND WF-CODIGO (6:1) = '-'
                       ADD 1 TO WS-QTD-SECAO
                       MOVE WF-CODIGO      TO WFL-CODIGO
                       MOVE WF-ESTADO      TO WFL-ESTADO
                       MOVE WF-DATA-ESTADO TO WFL-DATA
                       WRITE REG-RELATORIO-LGPD
                           FROM WS-LINHA-WORKFLOW
                   END-IF
           END-READ.

       LER-WORKFLOW-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    RELATAR-FOLHA                                            *
      *    PAYHIST.DAT e agregado por departamento: lista as        *
      *    competencias dos departamentos em que o titular esteve,  *
      *    sem os totais (que sao de terceiros).                    *
      *----------------------------------------------------------*
       RELATAR-FOLHA.
           MOVE 'HISTORICO DE FOLHA DOS DEPARTAMENTOS' TO SEC-TITULO.
           MOVE 'PAYHIST.DAT'                          TO SEC-ARQUIVO.
           PERFORM ABRIR-SECAO.
           OPEN INPUT HISTORICO-FOLHA.
           IF WS-STATUS-HISTORICO NOT = '00'
               CLOSE HISTORICO-FOLHA
               PERFORM SECAO-NAO-DISPONIVEL
               GO TO RELATAR-FOLHA-EXIT
           END-IF.
           WRITE REG-RELATORIO-LGPD FROM WS-LINHA-NOTA-FOLHA.
           PERFORM LER-FOLHA UNTIL WS-EOF-ARQUIVO = 'S'.
           CLOSE HISTORICO-FOLHA.
           PERFORM FECHAR-SECAO.

       RELATAR-FOLHA-EXIT.
           EXIT.

       LER-FOLHA.
           READ HISTORICO-FOLHA
               AT END
                   MOVE 'S' TO WS-EOF-ARQUIVO
               NOT AT END
                   MOVE 'N' TO WS-DEPTO-ACHADO
                   MOVE HIST-DEPARTAMENTO TO WS-DEPTO-PROCURADO
                   PERFORM PROCURAR-DEPTO-TITULAR
                       VARYING WS-IDX-DEPTO FROM 1 BY 1
                       UNTIL WS-IDX-DEPTO > WS-QTD-DEPTOS-TITULAR
                          OR WS-DEPTO-ACHADO = 'S'
                   IF WS-DEPTO-ACHADO = 'S'
                       ADD 1 TO WS-QTD-SECAO
                       MOVE HIST-DATA         TO FLH-DATA
                       MOVE HIST-DEPARTAMENTO TO FLH-DEPARTAMENTO
                       WRITE REG-RELATORIO-LGPD
                           FROM WS-LINHA-FOLHA
                   END-IF
           END-READ.

       LER-FOLHA-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    GUARDAR-DEPTO-TITULAR                                    *
      *    Acrescenta WS-DEPTO-PROCURADO a lista de departamentos   *
      *    do titular, sem repetir.                                 *
      *----------------------------------------------------------*
       GUARDAR-DEPTO-TITULAR.
           MOVE 'N' TO WS-DEPTO-ACHADO.
           IF WS-DEPTO-PROCURADO = SPACES
               MOVE 'S' TO WS-DEPTO-ACHADO
           END-IF.
           PERFORM PROCURAR-DEPTO-TITULAR
               VARYING WS-IDX-DEPTO FROM 1 BY 1
               UNTIL WS-IDX-DEPTO > WS-QTD-DEPTOS-TITULAR
                  OR WS-DEPTO-ACHADO = 'S'.
           IF WS-DEPTO-ACHADO = 'N' AND WS-QTD-DEPTOS-TITULAR < 20
               ADD 1 TO WS-QTD-DEPTOS-TITULAR
               MOVE WS-DEPTO-PROCURADO
                   TO WS-DEPTO-TITULAR (WS-QTD-DEPTOS-TITULAR)
           END-IF.

       GUARDAR-DEPTO-TITULAR-EXIT.
           EXIT.

       PROCURAR-DEPTO-TITULAR.
           IF WS-DEPTO-TITULAR (WS-IDX-DEPTO) = WS-DEPTO-PROCURADO
               MOVE 'S' TO WS-DEPTO-ACHADO
           END-IF.

       PROCURAR-DEPTO-TITULAR-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    APURAR-PRAZO                                             *
      *    Dias corridos do pedido a emissao contra o prazo legal;  *
      *    fora do prazo, aviso no log de excecoes e RC=4.          *
      *----------------------------------------------------------*
       APURAR-PRAZO.
           COMPUTE WS-DIAS-CORRIDOS =
               FUNCTION INTEGER-OF-DATE (WS-DATA-RUN)
               - FUNCTION INTEGER-OF-DATE (WS-DATA-PEDIDO).
           IF WS-DIAS-CORRIDOS > WS-PRAZO-LEGAL-DIAS
               MOVE 'VENCIDO'      TO WS-SITUACAO-PRAZO
               MOVE 'TESTLGPD'     TO WS-EXC-PROGRAMA
               MOVE 'APURAR-PRAZO' TO WS-EXC-PARAGRAFO
               MOVE 4              TO WS-EXC-CODIGO
               MOVE 'RELATORIO LGPD EMITIDO FORA DO PRAZO'
                   TO WS-EXC-MENSAGEM
               MOVE 3              TO WS-EXC-SEVERIDADE
               PERFORM GRAVAR-EXCECAO-GERAL
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               MOVE 'NO PRAZO' TO WS-SITUACAO-PRAZO
           END-IF.

       APURAR-PRAZO-EXIT.
           EXIT.

       IMPRIMIR-RODAPE.
           WRITE REG-RELATORIO-LGPD FROM WS-LINHA-BRANCA.
           WRITE REG-RELATORIO-LGPD FROM WS-LINHA-SEPARADORA.
           MOVE WS-QTD-REGISTROS TO TOT-REGISTROS.
           WRITE REG-RELATORIO-LGPD FROM WS-LINHA-TOTAL.
           MOVE WS-DIAS-CORRIDOS TO PRZ-DIAS.
           MOVE WS-SITUACAO-PRAZO TO PRZ-SITUACAO.
           WRITE REG-RELATORIO-LGPD FROM WS-LINHA-PRAZO.

       IMPRIMIR-RODAPE-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    REGISTRAR-ATENDIMENTO                                    *
      *    Uma linha por relatorio emitido em LGPDLOG.DAT, aberto   *
      *    em EXTEND (criado na primeira emissao).                  *
      *----------------------------------------------------------*
       REGISTRAR-ATENDIMENTO.
           OPEN EXTEND LOG-ATENDIMENTOS-LGPD.
           IF WS-STATUS-LOG-LGPD = '05' OR '35'
               OPEN OUTPUT LOG-ATENDIMENTOS-LGPD
           END-IF.
           MOVE SPACES               TO REG-LOG-LGPD.
           MOVE WS-DATA-PEDIDO       TO LGL-DATA-PEDIDO.
           MOVE WS-DATA-RUN          TO LGL-DATA-EMISSAO.
           MOVE WS-HORA-RUN          TO LGL-HORA-EMISSAO.
           MOVE WS-MATRICULA-TITULAR TO LGL-MATRICULA.
           MOVE WS-SOLICITANTE       TO LGL-SOLICITANTE.
           MOVE WS-QTD-REGISTROS     TO LGL-QTD-REGISTROS.
           MOVE WS-DIAS-CORRIDOS     TO LGL-DIAS-CORRIDOS.
           MOVE WS-SITUACAO-PRAZO    TO LGL-SITUACAO.
           WRITE REG-LOG-LGPD.
           CLOSE LOG-ATENDIMENTOS-LGPD.

       REGISTRAR-ATENDIMENTO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    CONFERIR-VERSAO-EXTRATO                                  *
      *    Header de versao de layout do extrato (ver EXTVWS):      *
      *    versao diferente da esperada para o passo com RC=8.      *
      *----------------------------------------------------------*
       CONFERIR-VERSAO-EXTRATO.
           MOVE REG-EXTRATO-EMPREGADO (7:2)
               TO WS-VERSAO-EXTRATO-LIDA.
           IF WS-VERSAO-EXTRATO-LIDA NOT = WS-VERSAO-EXTRATO-ATUAL
               DISPLAY 'TESTLGPD VERSAO DO EXTRATO '
                       WS-VERSAO-EXTRATO-LIDA
                       ' INCOMPATIVEL - ESPERADA '
                       WS-VERSAO-EXTRATO-ATUAL
               MOVE 'TESTLGPD'          TO WS-EXC-PROGRAMA
               MOVE 'CONFERIR-VERSAO-EXTRATO' TO WS-EXC-PARAGRAFO
               MOVE 8                   TO WS-EXC-CODIGO
               MOVE 'VERSAO DE LAYOUT DO EXTRATO INCOMPATIVEL'
                   TO WS-EXC-MENSAGEM
               MOVE 2 TO WS-EXC-SEVERIDADE
               PERFORM GRAVAR-EXCECAO-GERAL
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       CONFERIR-VERSAO-EXTRATO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    GRAVAR-EXCECAO-GERAL                                    *
      *    Log de excecoes compartilhado (EXCPPRC).                 *
      *----------------------------------------------------------*
       COPY EXCPPRC.
