       IDENTIFICATION DIVISION.
       PROGRAM-ID. TESTPLRS.

      *----------------------------------------------------------*
      *    TESTPLRS                                                *
      *    Run semestral da participacao nos lucros (PLR), fora    *
      *    da esteira noturna como TESTGRAT. O cartao PLRCARD.DAT  *
      *    traz o ano e a parcela (semestre 1 = meses 01-06,       *
      *    semestre 2 = meses 07-12), a data de corte de           *
      *    elegibilidade (admitido ate a data), a regra de rateio  *
      *    e a verba: global na linha 'H' ou por departamento nas  *
      *    linhas 'D' (havendo 'D', so departamento com verba      *
      *    participa). Regras de rateio:                           *
      *      M - proporcional aos meses trabalhados no semestre;   *
      *      S - proporcional a salario x meses trabalhados;       *
      *      I - cota igual para todo elegivel com meses.          *
      *    Os meses trabalhados vem de PAYHIST.DAT como em         *
      *    TESTGRAT (meses com folha no semestre, a partir do mes  *
      *    de admissao do extrato). A retencao usa a tabela        *
      *    exclusiva da PLR (PLRTAB.DAT), separada do IRRF mensal  *
      *    de DEDTAB.DAT, sobre o acumulado do ano: na segunda     *
      *    parcela o imposto da tabela sobre as duas parcelas      *
      *    menos o ja retido na primeira (registro PLRHIST.DAT).   *
      *    O liquido sai no layout H/D/T de BANKPAY.DAT com o      *
      *    literal 'PLR' no header (PLRPAY.DAT) e roteado por      *
      *    banco recebedor como em TESTBANK (PLRPAY1/2/3.DAT).     *
      *    Demonstrativo por empregado em PLRDEMO.DAT, controle    *
      *    por departamento em PLRREPT.DAT e totais da parcela     *
      *    em PLRTOT.DAT para a guia de IRRF de TESTREMS. Retido   *
      *    em PAYHOLD.DAT ou sem agencia/conta nao e pago (RC=4).  *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXTRATO-EMPREGADOS
               ASSIGN TO "EMPEXTR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-EXTRATO.

           SELECT HISTORICO-FOLHA
               ASSIGN TO "PAYHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-HISTORICO.

           SELECT OPTIONAL HISTORICO-ANUAL
               ASSIGN TO WS-NOME-ARQ-HIST-ANUAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-HIST-ANUAL.

           SELECT OPTIONAL CARTAO-PLR
               ASSIGN TO "PLRCARD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CARTAO.

           SELECT OPTIONAL TABELA-IRRF-PLR
               ASSIGN TO "PLRTAB.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-TABELA.

           SELECT OPTIONAL LISTA-RETENCAO-PAG
               ASSIGN TO "PAYHOLD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RETENCAO.

           SELECT OPTIONAL CARTAO-ROTEAMENTO
               ASSIGN TO "BANKROTA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-ROTEAMENTO.

           SELECT ARQUIVO-PAGAMENTO-PLR
               ASSIGN TO "PLRPAY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-PAGAMENTO.

           SELECT ARQUIVO-BANCO-1
               ASSIGN TO "PLRPAY1.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-BANCO-1.

           SELECT ARQUIVO-BANCO-2
               ASSIGN TO "PLRPAY2.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-BANCO-2.

           SELECT ARQUIVO-BANCO-3
               ASSIGN TO "PLRPAY3.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-BANCO-3.

           SELECT DEMONSTRATIVO-PLR
               ASSIGN TO "PLRDEMO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-DEMONSTRATIVO.

           SELECT RELATORIO-PLR
               ASSIGN TO "PLRREPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RELATORIO.

           SELECT TOTAIS-PLR
               ASSIGN TO "PLRTOT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-TOTAIS.

           SELECT HISTORICO-PLR-TRABALHO
               ASSIGN TO "PLRWRK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-TRABALHO.

           SELECT OPTIONAL CARTAO-DATA-NEGOCIO
               ASSIGN TO "DATACTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-DATA-NEG.

           COPY PLRHSEL.

           COPY PERISEL.

           COPY EXCPSEL.

       DATA DIVISION.
       FILE SECTION.
       FD  EXTRATO-EMPREGADOS.
       01  REG-EXTRATO-EMPREGADO.
           05  EXT-EMPLOYEE-ID          PIC 9(05).
           05  EXT-EMPLOYEE-NAME        PIC X(50).
           05  EXT-EMPLOYEE-SALARY      PIC 9(07)V99.
           05  EXT-EMPLOYEE-DEPARTMENT  PIC X(10).
           05  EXT-EMPLOYEE-AGENCIA     PIC X(05).
           05  EXT-EMPLOYEE-CONTA       PIC X(12).
           05  EXT-EMPLOYEE-HIRE-DATE   PIC 9(08).
           05  EXT-HIRE-DATE-R REDEFINES EXT-EMPLOYEE-HIRE-DATE.
               10  EXT-HIRE-ANO         PIC 9(04).
               10  EXT-HIRE-MES         PIC 9(02).
               10  EXT-HIRE-DIA         PIC 9(02).
           05  EXT-EMPLOYEE-EMPRESA     PIC X(05).

       FD  HISTORICO-FOLHA.
       01  REG-HISTORICO-FOLHA.
           05  HIST-DATA                PIC 9(08).
           05  HIST-DATA-R REDEFINES HIST-DATA.
               10  HIST-ANO             PIC 9(04).
               10  HIST-MES             PIC 9(02).
               10  HIST-DIA             PIC 9(02).
           05  HIST-DEPARTAMENTO        PIC X(10).
           05  HIST-QTD-EMPREGADOS      PIC 9(05).
           05  HIST-TOTAL-FOLHA         PIC 9(09)V99.
           05  FILLER                   PIC X(46).

      *    Arquivo anual PAYHaaaa.DAT gravado por TESTVIRA na
      *    virada do ano: mesmo layout de PAYHIST.DAT.
       FD  HISTORICO-ANUAL.
       01  REG-HISTORICO-ANUAL.
           05  HAN-DATA                 PIC 9(08).
           05  HAN-DATA-R REDEFINES HAN-DATA.
               10  HAN-ANO              PIC 9(04).
               10  HAN-MES              PIC 9(02).
               10  HAN-DIA              PIC 9(02).
           05  HAN-DEPARTAMENTO         PIC X(10).
           05  HAN-QTD-EMPREGADOS       PIC 9(05).
           05  HAN-TOTAL-FOLHA          PIC 9(09)V99.
           05  FILLER                   PIC X(46).

      *    Linha 'H' (uma): ano, semestre, data de corte de
      *    elegibilidade (zeros = ultimo dia do semestre), regra
      *    de rateio (branco = 'M'), verba global e data de
      *    pagamento (zeros = data de negocio). Linhas 'D': verba
      *    por departamento.
       FD  CARTAO-PLR.
       01  REG-CARTAO-PLR.
           05  PLC-TIPO                 PIC X(01).
           05  PLC-ANO                  PIC 9(04).
           05  PLC-SEMESTRE             PIC 9(01).
           05  PLC-DATA-ELEGIBILIDADE   PIC 9(08).
           05  PLC-REGRA                PIC X(01).
           05  PLC-VALOR-VERBA          PIC 9(11)V99.
           05  PLC-DATA-PAGAMENTO       PIC 9(08).
           05  FILLER                   PIC X(44).
       01  REG-CARTAO-PLR-DEPTO REDEFINES REG-CARTAO-PLR.
           05  PLD-TIPO                 PIC X(01).
           05  PLD-DEPARTAMENTO         PIC X(10).
           05  PLD-VALOR-VERBA          PIC 9(11)V99.
           05  FILLER                   PIC X(56).

      *    Tabela exclusiva da PLR: faixas em ordem crescente de
      *    limite (limite zeros = ultima faixa, sem teto), com
      *    aliquota e parcela a deduzir; vale o conjunto de faixas
      *    da vigencia mais recente ate a data de pagamento.
       FD  TABELA-IRRF-PLR.
       01  REG-TABELA-IRRF-PLR.
           05  PTB-LIMITE               PIC 9(09)V99.
           05  PTB-ALIQUOTA             PIC 9(03)V99.
           05  PTB-DEDUCAO              PIC 9(09)V99.
           05  PTB-VIGENCIA             PIC 9(08).
           05  FILLER                   PIC X(45).

       FD  LISTA-RETENCAO-PAG.
       01  REG-LISTA-RETENCAO-PAG.
           05  HLD-MATRICULA            PIC 9(05).
           05  FILLER                   PIC X(01).
           05  HLD-MOTIVO               PIC X(35).
           05  FILLER                   PIC X(39).

       FD  CARTAO-ROTEAMENTO.
       01  REG-CARTAO-ROTEAMENTO.
           05  ROTA-PREFIXO             PIC X(01).
           05  ROTA-BANCO               PIC 9(01).
           05  FILLER                   PIC X(78).

       FD  ARQUIVO-PAGAMENTO-PLR.
       01  REG-PAGAMENTO-PLR            PIC X(80).

       FD  ARQUIVO-BANCO-1.
       01  REG-BANCO-1                  PIC X(80).

       FD  ARQUIVO-BANCO-2.
       01  REG-BANCO-2                  PIC X(80).

       FD  ARQUIVO-BANCO-3.
       01  REG-BANCO-3                  PIC X(80).

       FD  DEMONSTRATIVO-PLR.
       01  REG-DEMONSTRATIVO-PLR        PIC X(80).

       FD  RELATORIO-PLR.
       01  REG-RELATORIO-PLR            PIC X(110).

      *    Totais da parcela para TESTREMS (guia do IRRF da PLR).
       FD  TOTAIS-PLR.
       01  REG-TOTAIS-PLR.
           05  TPL-ANO                  PIC 9(04).
           05  TPL-SEMESTRE             PIC 9(01).
           05  TPL-DATA-PAGAMENTO       PIC 9(08).
           05  TPL-QTD-PAGOS            PIC 9(05).
           05  TPL-VALOR-BRUTO          PIC 9(11)V99.
           05  TPL-VALOR-IRRF           PIC 9(11)V99.
           05  TPL-VALOR-LIQUIDO        PIC 9(11)V99.
           05  TPL-QTD-NAO-PAGOS        PIC 9(05).
           05  FILLER                   PIC X(18).

       FD  HISTORICO-PLR-TRABALHO.
       01  REG-PLR-TRABALHO             PIC X(80).

       FD  CARTAO-DATA-NEGOCIO.
       01  REG-CARTAO-DATA-NEG.
           05  DATA-NEGOCIO-CARTAO      PIC 9(08).
           05  FILLER                   PIC X(72).

       COPY PLRHFD.

       COPY PERIFD.

       COPY EXCPFD.

       WORKING-STORAGE SECTION.
       COPY EXTVWS.
       COPY EXCPWS.
       COPY PERIWS.

       01  WS-STATUS-EXTRATO        PIC XX.
       01  WS-STATUS-HISTORICO      PIC XX.
       01  WS-STATUS-HIST-ANUAL     PIC XX.
       01  WS-NOME-ARQ-HIST-ANUAL   PIC X(12) VALUE SPACES.
       01  WS-STATUS-CARTAO         PIC XX.
       01  WS-STATUS-TABELA         PIC XX.
       01  WS-STATUS-RETENCAO       PIC XX.
       01  WS-STATUS-ROTEAMENTO     PIC XX.
       01  WS-STATUS-PAGAMENTO      PIC XX.
       01  WS-STATUS-BANCO-1        PIC XX.
       01  WS-STATUS-BANCO-2        PIC XX.
       01  WS-STATUS-BANCO-3        PIC XX.
       01  WS-STATUS-DEMONSTRATIVO  PIC XX.
       01  WS-STATUS-RELATORIO      PIC XX.
       01  WS-STATUS-TOTAIS         PIC XX.
       01  WS-STATUS-TRABALHO       PIC XX.
       01  WS-STATUS-REGISTRO-PLR   PIC XX.
       01  WS-STATUS-DATA-NEG       PIC XX.
       01  WS-EOF-EXTRATO           PIC X VALUE 'N'.
       01  WS-EOF-HISTORICO         PIC X VALUE 'N'.
       01  WS-EOF-CARTAO            PIC X VALUE 'N'.
       01  WS-EOF-TABELA            PIC X VALUE 'N'.
       01  WS-EOF-RETENCAO          PIC X VALUE 'N'.
       01  WS-EOF-ROTEAMENTO        PIC X VALUE 'N'.
       01  WS-EOF-REGISTRO-PLR      PIC X VALUE 'N'.
       01  WS-EOF-TRABALHO          PIC X VALUE 'N'.

       01  WS-DATA-PAGAMENTO        PIC 9(08) VALUE ZEROS.

      *    Parametros do cartao.
       01  WS-CARTAO-HEADER-LIDO    PIC X VALUE 'N'.
       01  WS-CARTAO-INVALIDO       PIC X VALUE 'N'.
       01  WS-MOTIVO-CARTAO         PIC X(40) VALUE SPACES.
       01  WS-ANO-REFERENCIA        PIC 9(04) VALUE ZEROS.
       01  WS-SEMESTRE              PIC 9(01) VALUE ZEROS.
       01  WS-DATA-ELEGIBILIDADE    PIC 9(08) VALUE ZEROS.
       01  WS-REGRA-RATEIO          PIC X(01) VALUE 'M'.
           88  RATEIO-MESES         VALUE 'M'.
           88  RATEIO-SALARIO       VALUE 'S'.
           88  RATEIO-IGUAL         VALUE 'I'.
       01  WS-VERBA-GLOBAL          PIC 9(11)V99 VALUE ZEROS.
       01  WS-RATEIO-POR-DEPTO      PIC X VALUE 'N'.
       01  WS-MES-INICIAL           PIC 9(02) VALUE ZEROS.
       01  WS-MES-FINAL             PIC 9(02) VALUE ZEROS.

      *    Verbas de rateio: uma por departamento do cartao ou uma
      *    so (departamento em branco) quando a verba e global.
       01  WS-QTD-VERBAS            PIC 9(03) VALUE ZEROS.
       01  WS-IDX-VERBA             PIC 9(03) VALUE ZEROS.
       01  WS-VERBA-ACHADA          PIC X VALUE 'N'.
       01  WS-TABELA-VERBAS.
           05  WS-VERBA OCCURS 200 TIMES.
               10  WS-VRB-DEPARTAMENTO PIC X(10).
               10  WS-VRB-VALOR        PIC 9(11)V99.
               10  WS-VRB-SOMA-PESOS   PIC 9(13)V99.
               10  WS-VRB-QTD          PIC 9(05).
               10  WS-VRB-DISTRIBUIDO  PIC 9(11)V99.

      *    Faixas vigentes da tabela exclusiva da PLR.
       01  WS-VIGENCIA-TABELA       PIC 9(08) VALUE ZEROS.
       01  WS-QTD-FAIXAS            PIC 9(02) VALUE ZEROS.
       01  WS-IDX-FAIXA             PIC 9(02) VALUE ZEROS.
       01  WS-FAIXA-ACHADA          PIC X VALUE 'N'.
       01  WS-TABELA-FAIXAS.
           05  WS-FAIXA OCCURS 10 TIMES.
               10  WS-FXA-LIMITE    PIC 9(09)V99.
               10  WS-FXA-ALIQUOTA  PIC 9(03)V99.
               10  WS-FXA-DEDUCAO   PIC 9(09)V99.

      *    Meses do ano com folha, de PAYHIST.DAT.
       01  WS-IDX-MES               PIC 9(02) VALUE ZEROS.
       01  WS-TABELA-MESES.
           05  WS-MES-COM-FOLHA OCCURS 12 TIMES PIC X(01).

      *    Retencoes antifraude de PAYHOLD.DAT (mesma capacidade
      *    de TESTBANK).
       01  WS-QTD-RETENCOES         PIC 9(04) VALUE ZEROS.
       01  WS-IDX-RETENCAO          PIC 9(04) VALUE ZEROS.
       01  WS-RETENCOES-ESTOURARAM  PIC X VALUE 'N'.
       01  WS-PAGAMENTO-RETIDO      PIC X VALUE 'N'.
       01  WS-TABELA-RETENCOES.
           05  WS-RETENCAO-MATR OCCURS 5000 TIMES PIC 9(05).

      *    Roteamento por banco recebedor (ver TESTBANK).
       01  WS-BANCO-DESTINO         PIC 9(01) VALUE 1.
       01  WS-IDX-ROTA              PIC 9(02) VALUE ZEROS.
       01  WS-QTD-ROTAS             PIC 9(02) VALUE ZEROS.
       01  WS-ROTA-ACHADA           PIC X VALUE 'N'.
       01  WS-TABELA-ROTAS.
           05  WS-ROTA OCCURS 10 TIMES.
               10  WS-ROTA-PREFIXO  PIC X(01).
               10  WS-ROTA-BANCO    PIC 9(01).
       01  WS-CONTADORES-BANCO.
           05  WS-BANCO OCCURS 3 TIMES.
               10  WS-BCO-QTD       PIC 9(09) VALUE ZEROS.
               10  WS-BCO-VALOR     PIC 9(13)V99 VALUE ZEROS.

      *    PLR ja paga no ano em parcela anterior (PLRHIST.DAT,
      *    situacao 'P'), por matricula.
       01  WS-QTD-ANTERIORES        PIC 9(04) VALUE ZEROS.
       01  WS-IDX-ANTERIOR          PIC 9(04) VALUE ZEROS.
       01  WS-ANTERIOR-ACHADO       PIC X VALUE 'N'.
       01  WS-TABELA-ANTERIORES.
           05  WS-ANTERIOR OCCURS 5000 TIMES.
               10  WS-ANT-MATRICULA PIC 9(05).
               10  WS-ANT-BRUTO     PIC 9(09)V99.
               10  WS-ANT-IRRF      PIC 9(09)V99.

      *    Elegiveis do extrato com o peso de rateio; estouro
      *    recusa o run (o rateio ficaria errado para todos).
       01  WS-QTD-ELEGIVEIS         PIC 9(04) VALUE ZEROS.
       01  WS-IDX-ELEGIVEL          PIC 9(04) VALUE ZEROS.
       01  WS-TABELA-ELEGIVEIS.
           05  WS-ELEGIVEL OCCURS 5000 TIMES.
               10  WS-ELG-MATRICULA PIC 9(05).
               10  WS-ELG-NOME      PIC X(30).
               10  WS-ELG-DEPTO     PIC X(10).
               10  WS-ELG-AGENCIA   PIC X(05).
               10  WS-ELG-CONTA     PIC X(12).
               10  WS-ELG-MESES     PIC 9(02).
               10  WS-ELG-PESO      PIC 9(09)V99.
               10  WS-ELG-IDX-VERBA PIC 9(03).

       01  WS-MESES-EMPREGADO       PIC 9(02) VALUE ZEROS.
       01  WS-PESO-EMPREGADO        PIC 9(09)V99 VALUE ZEROS.
       01  WS-MOTIVO-NAO-ELEGIVEL   PIC X(20) VALUE SPACES.
       01  WS-VALOR-BRUTO           PIC 9(09)V99 VALUE ZEROS.
       01  WS-BRUTO-ANTERIOR        PIC 9(09)V99 VALUE ZEROS.
       01  WS-IRRF-ANTERIOR         PIC 9(09)V99 VALUE ZEROS.
       01  WS-BASE-ACUMULADA        PIC 9(09)V99 VALUE ZEROS.
       01  WS-IRRF-ACUMULADO        PIC S9(09)V99 VALUE ZEROS.
       01  WS-VALOR-IRRF            PIC S9(09)V99 VALUE ZEROS.
       01  WS-VALOR-LIQUIDO         PIC 9(09)V99 VALUE ZEROS.
       01  WS-SITUACAO-PLR          PIC X(01) VALUE SPACE.
           88  PLR-PAGA             VALUE 'P'.
           88  PLR-RETIDA           VALUE 'R'.
           88  PLR-SEM-CONTA        VALUE 'C'.

       01  WS-QTD-NAO-ELEGIVEIS     PIC 9(05) VALUE ZEROS.
       01  WS-QTD-PAGAMENTOS        PIC 9(09) VALUE ZEROS.
       01  WS-TOTAL-PAGAMENTOS      PIC 9(13)V99 VALUE ZEROS.
       01  WS-TOTAL-BRUTO-PAGO      PIC 9(11)V99 VALUE ZEROS.
       01  WS-TOTAL-IRRF-PAGO       PIC 9(11)V99 VALUE ZEROS.
       01  WS-QTD-RETIDOS           PIC 9(05) VALUE ZEROS.
       01  WS-QTD-SEM-CONTA         PIC 9(05) VALUE ZEROS.
       01  WS-QTD-NAO-PAGOS         PIC 9(05) VALUE ZEROS.

       01  WS-REG-HEADER.
           05  FILLER               PIC X(01) VALUE 'H'.
           05  HDR-DATA             PIC 9(08).
           05  FILLER               PIC X(12) VALUE 'PLR'.
           05  HDR-SEMESTRE         PIC 9(01).
           05  FILLER               PIC X(58) VALUE SPACES.

       01  WS-REG-DETALHE.
           05  FILLER               PIC X(01) VALUE 'D'.
           05  DET-MATRICULA        PIC 9(05).
           05  DET-NOME             PIC X(30).
           05  DET-AGENCIA          PIC X(05).
           05  DET-CONTA            PIC X(12).
           05  DET-VALOR            PIC 9(11)V99.
           05  FILLER               PIC X(14) VALUE SPACES.

       01  WS-REG-TRAILER.
           05  FILLER               PIC X(01) VALUE 'T'.
           05  TRL-QTD              PIC 9(09).
           05  TRL-VALOR            PIC 9(13)V99.
           05  FILLER               PIC X(55) VALUE SPACES.

      *    Formatos de detalhe dos bancos 2 e 3 (ver TESTBANK).
       01  WS-REG-DETALHE-BCO2.
           05  FILLER               PIC X(01) VALUE 'D'.
           05  DT2-AGENCIA          PIC X(05).
           05  DT2-CONTA            PIC X(12).
           05  DT2-MATRICULA        PIC 9(05).
           05  DT2-VALOR            PIC 9(11)V99.
           05  DT2-NOME             PIC X(30).
           05  FILLER               PIC X(14) VALUE SPACES.

       01  WS-REG-DETALHE-BCO3.
           05  FILLER               PIC X(01) VALUE 'D'.
           05  DT3-VALOR            PIC 9(11)V99.
           05  DT3-MATRICULA        PIC 9(05).
           05  DT3-CONTA            PIC X(12).
           05  DT3-AGENCIA          PIC X(05).
           05  DT3-NOME             PIC X(20).
           05  FILLER               PIC X(24) VALUE SPACES.

       01  WS-REG-HEADER-BANCO.
           05  FILLER               PIC X(01) VALUE 'H'.
           05  HDB-DATA             PIC 9(08).
           05  FILLER               PIC X(05) VALUE ' BCO '.
           05  HDB-BANCO            PIC 9(01).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  FILLER               PIC X(12) VALUE 'PLR'.
           05  FILLER               PIC X(52) VALUE SPACES.

       01  WS-REG-TRAILER-BANCO.
           05  FILLER               PIC X(01) VALUE 'T'.
           05  TRB-QTD              PIC 9(09).
           05  TRB-VALOR            PIC 9(13)V99.
           05  FILLER               PIC X(55) VALUE SPACES.

      *    Demonstrativo por empregado.
       01  WS-LINHA-SEPARADORA      PIC X(60) VALUE ALL '='.

       01  WS-CABECALHO-DEMONSTRATIVO.
           05  FILLER               PIC X(27) VALUE
               'DEMONSTRATIVO DE PLR - ANO '.
           05  DEM-CAB-ANO          PIC 9(04).
           05  FILLER               PIC X(09) VALUE ' PARCELA '.
           05  DEM-CAB-SEMESTRE     PIC 9(01).
           05  FILLER               PIC X(13) VALUE ' - PAGAMENTO '.
           05  DEM-CAB-DATA         PIC 9(08).

       01  WS-LINHA-EMPREGADO-DEM.
           05  FILLER               PIC X(05) VALUE 'MATR '.
           05  DEM-MATRICULA        PIC ZZZZ9.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  DEM-NOME             PIC X(30).
           05  FILLER               PIC X(07) VALUE ' DEPTO '.
           05  DEM-DEPTO            PIC X(10).

       01  WS-LINHA-MESES-DEM.
           05  FILLER               PIC X(26) VALUE
               '  MESES NO SEMESTRE.....: '.
           05  DEM-MESES            PIC Z9.
           05  FILLER               PIC X(10) VALUE '  RATEIO: '.
           05  DEM-REGRA            PIC X(20).

       01  WS-LINHA-VALOR-DEM.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  DEM-DESCRICAO        PIC X(24).
           05  DEM-VALOR            PIC ZZZ,ZZZ,ZZ9.99.

       01  WS-LINHA-SITUACAO-DEM.
           05  FILLER               PIC X(26) VALUE
               '  SITUACAO..............: '.
           05  DEM-SITUACAO         PIC X(20).

      *    Controle da parcela.
       01  WS-CABECALHO-RELATORIO.
           05  FILLER               PIC X(22) VALUE
               'CONTROLE DA PLR - ANO '.
           05  REL-CAB-ANO          PIC 9(04).
           05  FILLER               PIC X(09) VALUE ' PARCELA '.
           05  REL-CAB-SEMESTRE     PIC 9(01).
           05  FILLER               PIC X(08) VALUE ' RATEIO '.
           05  REL-CAB-REGRA        PIC X(01).
           05  FILLER               PIC X(07) VALUE ' CORTE '.
           05  REL-CAB-CORTE        PIC 9(08).

       01  WS-LINHA-RELATORIO.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  REL-MATRICULA        PIC ZZZZ9.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  REL-NOME             PIC X(30).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  REL-DEPTO            PIC X(10).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  REL-MESES            PIC Z9.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  REL-BRUTO            PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  REL-IRRF             PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  REL-SITUACAO         PIC X(20).

       01  WS-LINHA-VERBA-REL.
           05  FILLER               PIC X(08) VALUE 'VERBA   '.
           05  VRL-DEPTO            PIC X(10).
           05  FILLER               PIC X(08) VALUE ' CARTAO '.
           05  VRL-VALOR            PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(13) VALUE ' DISTRIBUIDO '.
           05  VRL-DISTRIBUIDO      PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(06) VALUE ' QTD. '.
           05  VRL-QTD              PIC ZZZZ9.

       01  WS-LINHA-TOTAL-REL.
           05  FILLER               PIC X(20) VALUE
               'TOTAL PAGO BRUTO...:'.
           05  TRL-REL-BRUTO        PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(12) VALUE '   IRRF....:'.
           05  TRL-REL-IRRF         PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(15) VALUE
               '   EMPREGADOS: '.
           05  TRL-REL-QTD          PIC ZZZZ9.

       01  WS-LINHA-NAO-PAGOS-REL.
           05  FILLER               PIC X(20) VALUE
               'NAO PAGOS..........:'.
           05  TRL-REL-NAO-PAGOS    PIC ZZZZ9.
           05  FILLER               PIC X(18) VALUE
               '   NAO ELEGIVEIS: '.
           05  TRL-REL-NAO-ELEG     PIC ZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 0 TO RETURN-CODE.
           MOVE 'TESTPLRS' TO WS-PER-PROGRAMA.
           PERFORM VERIFICAR-PERIODO-ABERTO THRU
                   VERIFICAR-PERIODO-ABERTO-EXIT.
           IF PERIODO-FECHADO
               STOP RUN
           END-IF.
           PERFORM OBTER-DATA-NEGOCIO-PLR.
           PERFORM LER-CARTAO-PLR THRU
                   LER-CARTAO-PLR-EXIT.
           PERFORM CARREGAR-TABELA-IRRF-PLR THRU
                   CARREGAR-TABELA-IRRF-PLR-EXIT.
           PERFORM MARCAR-MESES-COM-FOLHA THRU
                   MARCAR-MESES-COM-FOLHA-EXIT.
           PERFORM CARREGAR-RETENCOES-FRAUDE THRU
                   CARREGAR-RETENCOES-FRAUDE-EXIT.
           PERFORM LER-CARTAO-ROTEAMENTO THRU
                   LER-CARTAO-ROTEAMENTO-EXIT.
           PERFORM SEPARAR-HISTORICO-PLR THRU
                   SEPARAR-HISTORICO-PLR-EXIT.

           OPEN INPUT EXTRATO-EMPREGADOS.
           IF WS-STATUS-EXTRATO NOT = '00'
               MOVE 'TESTPLRS'          TO WS-EXC-PROGRAMA
               MOVE 'MAIN-PROCEDURE'    TO WS-EXC-PARAGRAFO
               MOVE WS-STATUS-EXTRATO   TO WS-EXC-CODIGO
               MOVE 'ERRO ABERTURA EMPEXTR.DAT' TO WS-EXC-MENSAGEM
               MOVE 1 TO WS-EXC-SEVERIDADE
               PERFORM GRAVAR-EXCECAO-GERAL
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT RELATORIO-PLR.
           MOVE WS-ANO-REFERENCIA     TO REL-CAB-ANO.
           MOVE WS-SEMESTRE           TO REL-CAB-SEMESTRE.
           MOVE WS-REGRA-RATEIO       TO REL-CAB-REGRA.
           MOVE WS-DATA-ELEGIBILIDADE TO REL-CAB-CORTE.
           WRITE REG-RELATORIO-PLR FROM WS-CABECALHO-RELATORIO.

           PERFORM LER-EMPREGADO-EXTRATO
               UNTIL WS-EOF-EXTRATO = 'S'.
           CLOSE EXTRATO-EMPREGADOS.

           OPEN OUTPUT ARQUIVO-PAGAMENTO-PLR.
           OPEN OUTPUT ARQUIVO-BANCO-1.
           OPEN OUTPUT ARQUIVO-BANCO-2.
           OPEN OUTPUT ARQUIVO-BANCO-3.
           OPEN OUTPUT DEMONSTRATIVO-PLR.
           PERFORM REGRAVAR-HISTORICO-PLR THRU
                   REGRAVAR-HISTORICO-PLR-EXIT.

           MOVE WS-DATA-PAGAMENTO TO HDR-DATA.
           MOVE WS-SEMESTRE       TO HDR-SEMESTRE.
           WRITE REG-PAGAMENTO-PLR FROM WS-REG-HEADER.
           MOVE WS-DATA-PAGAMENTO TO HDB-DATA.
           MOVE 1 TO HDB-BANCO.
           WRITE REG-BANCO-1 FROM WS-REG-HEADER-BANCO.
           MOVE 2 TO HDB-BANCO.
           WRITE REG-BANCO-2 FROM WS-REG-HEADER-BANCO.
           MOVE 3 TO HDB-BANCO.
           WRITE REG-BANCO-3 FROM WS-REG-HEADER-BANCO.

           PERFORM CALCULAR-PLR-EMPREGADO THRU
                   CALCULAR-PLR-EMPREGADO-EXIT
               VARYING WS-IDX-ELEGIVEL FROM 1 BY 1
               UNTIL WS-IDX-ELEGIVEL > WS-QTD-ELEGIVEIS.

           MOVE WS-QTD-PAGAMENTOS   TO TRL-QTD.
           MOVE WS-TOTAL-PAGAMENTOS TO TRL-VALOR.
           WRITE REG-PAGAMENTO-PLR FROM WS-REG-TRAILER.
           MOVE WS-BCO-QTD   (1) TO TRB-QTD.
           MOVE WS-BCO-VALOR (1) TO TRB-VALOR.
           WRITE REG-BANCO-1 FROM WS-REG-TRAILER-BANCO.
           MOVE WS-BCO-QTD   (2) TO TRB-QTD.
           MOVE WS-BCO-VALOR (2) TO TRB-VALOR.
           WRITE REG-BANCO-2 FROM WS-REG-TRAILER-BANCO.
           MOVE WS-BCO-QTD   (3) TO TRB-QTD.
           MOVE WS-BCO-VALOR (3) TO TRB-VALOR.
           WRITE REG-BANCO-3 FROM WS-REG-TRAILER-BANCO.

           MOVE SPACES TO REG-RELATORIO-PLR.
           WRITE REG-RELATORIO-PLR.
           PERFORM IMPRIMIR-VERBA
               VARYING WS-IDX-VERBA FROM 1 BY 1
               UNTIL WS-IDX-VERBA > WS-QTD-VERBAS.
           COMPUTE WS-QTD-NAO-PAGOS =
               WS-QTD-RETIDOS + WS-QTD-SEM-CONTA.
           MOVE WS-TOTAL-BRUTO-PAGO TO TRL-REL-BRUTO.
           MOVE WS-TOTAL-IRRF-PAGO  TO TRL-REL-IRRF.
           MOVE WS-QTD-PAGAMENTOS   TO TRL-REL-QTD.
           WRITE REG-RELATORIO-PLR FROM WS-LINHA-TOTAL-REL.
           MOVE WS-QTD-NAO-PAGOS     TO TRL-REL-NAO-PAGOS.
           MOVE WS-QTD-NAO-ELEGIVEIS TO TRL-REL-NAO-ELEG.
           WRITE REG-RELATORIO-PLR FROM WS-LINHA-NAO-PAGOS-REL.

           OPEN OUTPUT TOTAIS-PLR.
           MOVE SPACES              TO REG-TOTAIS-PLR.
           MOVE WS-ANO-REFERENCIA   TO TPL-ANO.
           MOVE WS-SEMESTRE         TO TPL-SEMESTRE.
           MOVE WS-DATA-PAGAMENTO   TO TPL-DATA-PAGAMENTO.
           MOVE WS-QTD-PAGAMENTOS   TO TPL-QTD-PAGOS.
           MOVE WS-TOTAL-BRUTO-PAGO TO TPL-VALOR-BRUTO.
           MOVE WS-TOTAL-IRRF-PAGO  TO TPL-VALOR-IRRF.
           MOVE WS-TOTAL-PAGAMENTOS TO TPL-VALOR-LIQUIDO.
           MOVE WS-QTD-NAO-PAGOS    TO TPL-QTD-NAO-PAGOS.
           WRITE REG-TOTAIS-PLR.
           CLOSE TOTAIS-PLR.

           CLOSE ARQUIVO-PAGAMENTO-PLR.
           CLOSE ARQUIVO-BANCO-1.
           CLOSE ARQUIVO-BANCO-2.
           CLOSE ARQUIVO-BANCO-3.
           CLOSE DEMONSTRATIVO-PLR.
           CLOSE RELATORIO-PLR.
           CLOSE REGISTRO-PLR.

           DISPLAY 'TESTPLRS ANO/PARCELA..........: '
                   WS-ANO-REFERENCIA '/' WS-SEMESTRE.
           DISPLAY 'TESTPLRS ELEGIVEIS.............: '
                   WS-QTD-ELEGIVEIS.
           DISPLAY 'TESTPLRS PAGOS.................: '
                   WS-QTD-PAGAMENTOS.
           DISPLAY 'TESTPLRS PLR BRUTA PAGA........: '
                   WS-TOTAL-BRUTO-PAGO.
           DISPLAY 'TESTPLRS IRRF EXCLUSIVO PLR....: '
                   WS-TOTAL-IRRF-PAGO.
           DISPLAY 'TESTPLRS VALOR LIQUIDO PAGO....: '
                   WS-TOTAL-PAGAMENTOS.
           DISPLAY 'TESTPLRS RETIDOS (PAYHOLD).....: '
                   WS-QTD-RETIDOS.
           DISPLAY 'TESTPLRS SEM AGENCIA/CONTA.....: '
                   WS-QTD-SEM-CONTA.

           IF WS-QTD-NAO-PAGOS > ZEROS AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.

           STOP RUN.

      *----------------------------------------------------------*
      *    OBTER-DATA-NEGOCIO-PLR                                   *
      *    Data de pagamento padrao = data de negocio de            *
      *    DATACTL.DAT; sem o cartao vale a data corrente.          *
      *----------------------------------------------------------*
       OBTER-DATA-NEGOCIO-PLR.
           ACCEPT WS-DATA-PAGAMENTO FROM DATE YYYYMMDD.
           OPEN INPUT CARTAO-DATA-NEGOCIO.
           IF WS-STATUS-DATA-NEG = '00'
               READ CARTAO-DATA-NEGOCIO
                   AT END
                       CONTINUE
                   NOT AT END
                       IF DATA-NEGOCIO-CARTAO IS NUMERIC
                              AND DATA-NEGOCIO-CARTAO > ZEROS
                           MOVE DATA-NEGOCIO-CARTAO
                               TO WS-DATA-PAGAMENTO
                       END-IF
               END-READ
           END-IF.
           CLOSE CARTAO-DATA-NEGOCIO.

       OBTER-DATA-NEGOCIO-PLR-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    LER-CARTAO-PLR                                           *
      *    Sem cartao, sem linha 'H' valida, sem verba ou com       *
      *    linha 'D' invalida o run e recusado com RC=8 antes de    *
      *    qualquer saida: PLR nao se paga por padrao.              *
      *----------------------------------------------------------*
       LER-CARTAO-PLR.
           OPEN INPUT CARTAO-PLR.
           IF WS-STATUS-CARTAO = '00'
               PERFORM LER-LINHA-CARTAO-PLR THRU
                       LER-LINHA-CARTAO-PLR-EXIT
                   UNTIL WS-EOF-CARTAO = 'S'
           END-IF.
           CLOSE CARTAO-PLR.

           IF WS-CARTAO-INVALIDO = 'N'
                  AND WS-CARTAO-HEADER-LIDO = 'N'
               MOVE 'S' TO WS-CARTAO-INVALIDO
               MOVE 'PLRCARD.DAT SEM LINHA H VALIDA'
                   TO WS-MOTIVO-CARTAO
           END-IF.
           IF WS-CARTAO-INVALIDO = 'N'
                  AND WS-QTD-VERBAS = ZEROS
                  AND WS-VERBA-GLOBAL = ZEROS
               MOVE 'S' TO WS-CARTAO-INVALIDO
               MOVE 'PLRCARD.DAT SEM VERBA A DISTRIBUIR'
                   TO WS-MOTIVO-CARTAO
           END-IF.
           IF WS-CARTAO-INVALIDO = 'S'
               DISPLAY 'TESTPLRS ' WS-MOTIVO-CARTAO
                       ' - RUN RECUSADO'
               MOVE 'TESTPLRS'          TO WS-EXC-PROGRAMA
               MOVE 'LER-CARTAO-PLR'    TO WS-EXC-PARAGRAFO
               MOVE 8                   TO WS-EXC-CODIGO
               MOVE WS-MOTIVO-CARTAO    TO WS-EXC-MENSAGEM
               MOVE 2 TO WS-EXC-SEVERIDADE
               PERFORM GRAVAR-EXCECAO-GERAL
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    Verba global: uma unica verba sem departamento. Com
      *    linhas 'D' a verba global da linha 'H' e ignorada.
           IF WS-QTD-VERBAS = ZEROS
               MOVE 1 TO WS-QTD-VERBAS
               MOVE SPACES          TO WS-VRB-DEPARTAMENTO (1)
               MOVE WS-VERBA-GLOBAL TO WS-VRB-VALOR (1)
               MOVE ZEROS           TO WS-VRB-SOMA-PESOS (1)
               MOVE ZEROS           TO WS-VRB-QTD (1)
               MOVE ZEROS           TO WS-VRB-DISTRIBUIDO (1)
           ELSE
               MOVE 'S' TO WS-RATEIO-POR-DEPTO
           END-IF.

           IF WS-SEMESTRE = 1
               MOVE 01 TO WS-MES-INICIAL
               MOVE 06 TO WS-MES-FINAL
           ELSE
               MOVE 07 TO WS-MES-INICIAL
               MOVE 12 TO WS-MES-FINAL
           END-IF.
           IF WS-DATA-ELEGIBILIDADE = ZEROS
               IF WS-SEMESTRE = 1
                   COMPUTE WS-DATA-ELEGIBILIDADE =
                       WS-ANO-REFERENCIA * 10000 + 0630
               ELSE
                   COMPUTE WS-DATA-ELEGIBILIDADE =
                       WS-ANO-REFERENCIA * 10000 + 1231
               END-IF
           END-IF.

       LER-CARTAO-PLR-EXIT.
           EXIT.

       LER-LINHA-CARTAO-PLR.
           READ CARTAO-PLR
               AT END
                   MOVE 'S' TO WS-EOF-CARTAO
                   GO TO LER-LINHA-CARTAO-PLR-EXIT
           END-READ.
           IF WS-CARTAO-INVALIDO = 'S'
               GO TO LER-LINHA-CARTAO-PLR-EXIT
           END-IF.
           EVALUATE PLC-TIPO
               WHEN 'H'
                   PERFORM GUARDAR-HEADER-CARTAO THRU
                           GUARDAR-HEADER-CARTAO-EXIT
               WHEN 'D'
                   PERFORM GUARDAR-VERBA-DEPTO THRU
                           GUARDAR-VERBA-DEPTO-EXIT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       LER-LINHA-CARTAO-PLR-EXIT.
           EXIT.

       GUARDAR-HEADER-CARTAO.
           IF WS-CARTAO-HEADER-LIDO = 'S'
               GO TO GUARDAR-HEADER-CARTAO-EXIT
           END-IF.
           IF PLC-ANO IS NOT NUMERIC OR PLC-ANO = ZEROS
                  OR PLC-SEMESTRE IS NOT NUMERIC
                  OR (PLC-SEMESTRE NOT = 1 AND PLC-SEMESTRE NOT = 2)
               MOVE 'S' TO WS-CARTAO-INVALIDO
               MOVE 'PLRCARD.DAT ANO/SEMESTRE INVALIDO'
                   TO WS-MOTIVO-CARTAO
               GO TO GUARDAR-HEADER-CARTAO-EXIT
           END-IF.
           IF PLC-REGRA NOT = SPACE AND PLC-REGRA NOT = 'M'
                  AND PLC-REGRA NOT = 'S' AND PLC-REGRA NOT = 'I'
               MOVE 'S' TO WS-CARTAO-INVALIDO
               MOVE 'PLRCARD.DAT REGRA DE RATEIO INVALIDA'
                   TO WS-MOTIVO-CARTAO
               GO TO GUARDAR-HEADER-CARTAO-EXIT
           END-IF.
           MOVE 'S'          TO WS-CARTAO-HEADER-LIDO.
           MOVE PLC-ANO      TO WS-ANO-REFERENCIA.
           MOVE PLC-SEMESTRE TO WS-SEMESTRE.
           IF PLC-REGRA NOT = SPACE
               MOVE PLC-REGRA TO WS-REGRA-RATEIO
           END-IF.
           IF PLC-DATA-ELEGIBILIDADE IS NUMERIC
               MOVE PLC-DATA-ELEGIBILIDADE TO WS-DATA-ELEGIBILIDADE
           END-IF.
           IF PLC-VALOR-VERBA IS NUMERIC
               MOVE PLC-VALOR-VERBA TO WS-VERBA-GLOBAL
           END-IF.
           IF PLC-DATA-PAGAMENTO IS NUMERIC
                  AND PLC-DATA-PAGAMENTO > ZEROS
               MOVE PLC-DATA-PAGAMENTO TO WS-DATA-PAGAMENTO
           END-IF.

       GUARDAR-HEADER-CARTAO-EXIT.
           EXIT.

       GUARDAR-VERBA-DEPTO.
           IF PLD-DEPARTAMENTO = SPACES
                  OR PLD-VALOR-VERBA IS NOT NUMERIC
                  OR PLD-VALOR-VERBA = ZEROS
               MOVE 'S' TO WS-CARTAO-INVALIDO
               MOVE 'PLRCARD.DAT LINHA D INVALIDA'
                   TO WS-MOTIVO-CARTAO
               GO TO GUARDAR-VERBA-DEPTO-EXIT
           END-IF.
           MOVE 'N' TO WS-VERBA-ACHADA.
           PERFORM PROCURAR-VERBA-CARTAO
               VARYING WS-IDX-VERBA FROM 1 BY 1
               UNTIL WS-IDX-VERBA > WS-QTD-VERBAS
                  OR WS-VERBA-ACHADA = 'S'.
           IF WS-VERBA-ACHADA = 'S'
               MOVE 'S' TO WS-CARTAO-INVALIDO
               MOVE 'PLRCARD.DAT DEPARTAMENTO REPETIDO'
                   TO WS-MOTIVO-CARTAO
               GO TO GUARDAR-VERBA-DEPTO-EXIT
           END-IF.
           IF WS-QTD-VERBAS >= 200
               MOVE 'S' TO WS-CARTAO-INVALIDO
               MOVE 'PLRCARD.DAT EXCEDE 200 DEPARTAMENTOS'
                   TO WS-MOTIVO-CARTAO
               GO TO GUARDAR-VERBA-DEPTO-EXIT
           END-IF.
           ADD 1 TO WS-QTD-VERBAS.
           MOVE PLD-DEPARTAMENTO
               TO WS-VRB-DEPARTAMENTO (WS-QTD-VERBAS).
           MOVE PLD-VALOR-VERBA TO WS-VRB-VALOR (WS-QTD-VERBAS).
           MOVE ZEROS TO WS-VRB-SOMA-PESOS (WS-QTD-VERBAS).
           MOVE ZEROS TO WS-VRB-QTD (WS-QTD-VERBAS).
           MOVE ZEROS TO WS-VRB-DISTRIBUIDO (WS-QTD-VERBAS).

       GUARDAR-VERBA-DEPTO-EXIT.
           EXIT.

       PROCURAR-VERBA-CARTAO.
           IF WS-VRB-DEPARTAMENTO (WS-IDX-VERBA) = PLD-DEPARTAMENTO
               MOVE 'S' TO WS-VERBA-ACHADA
           END-IF.

       PROCURAR-VERBA-CARTAO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    CARREGAR-TABELA-IRRF-PLR                                 *
      *    Duas passadas sobre PLRTAB.DAT: a primeira acha a        *
      *    vigencia mais recente ate a data de pagamento, a         *
      *    segunda carrega as faixas dessa vigencia. Sem faixa      *
      *    vigente nao ha como reter - run recusado com RC=8.       *
      *----------------------------------------------------------*
       CARREGAR-TABELA-IRRF-PLR.
           OPEN INPUT TABELA-IRRF-PLR.
           IF WS-STATUS-TABELA = '00'
               PERFORM LER-VIGENCIA-TABELA
                   UNTIL WS-EOF-TABELA = 'S'
           END-IF.
           CLOSE TABELA-IRRF-PLR.

           IF WS-VIGENCIA-TABELA > ZEROS
               MOVE 'N' TO WS-EOF-TABELA
               OPEN INPUT TABELA-IRRF-PLR
               PERFORM LER-FAIXA-TABELA
                   UNTIL WS-EOF-TABELA = 'S'
               CLOSE TABELA-IRRF-PLR
           END-IF.

           IF WS-QTD-FAIXAS = ZEROS
               DISPLAY 'TESTPLRS PLRTAB.DAT SEM FAIXAS VIGENTES - '
                       'RUN RECUSADO'
               MOVE 'TESTPLRS'          TO WS-EXC-PROGRAMA
               MOVE 'CARREGAR-TABELA-IRRF-PLR' TO WS-EXC-PARAGRAFO
               MOVE 8                   TO WS-EXC-CODIGO
               MOVE 'TABELA EXCLUSIVA DA PLR SEM FAIXAS VIGENTES'
                   TO WS-EXC-MENSAGEM
               MOVE 2 TO WS-EXC-SEVERIDADE
               PERFORM GRAVAR-EXCECAO-GERAL
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       CARREGAR-TABELA-IRRF-PLR-EXIT.
           EXIT.

       LER-VIGENCIA-TABELA.
           READ TABELA-IRRF-PLR
               AT END
                   MOVE 'S' TO WS-EOF-TABELA
               NOT AT END
                   IF PTB-VIGENCIA IS NUMERIC
                          AND PTB-VIGENCIA <= WS-DATA-PAGAMENTO
                          AND PTB-VIGENCIA > WS-VIGENCIA-TABELA
                       MOVE PTB-VIGENCIA TO WS-VIGENCIA-TABELA
                   END-IF
           END-READ.

       LER-VIGENCIA-TABELA-EXIT.
           EXIT.

       LER-FAIXA-TABELA.
           READ TABELA-IRRF-PLR
               AT END
                   MOVE 'S' TO WS-EOF-TABELA
               NOT AT END
                   IF PTB-VIGENCIA = WS-VIGENCIA-TABELA
                          AND PTB-LIMITE IS NUMERIC
                          AND PTB-ALIQUOTA IS NUMERIC
                          AND PTB-DEDUCAO IS NUMERIC
                          AND WS-QTD-FAIXAS < 10
                       ADD 1 TO WS-QTD-FAIXAS
                       MOVE PTB-LIMITE
                           TO WS-FXA-LIMITE (WS-QTD-FAIXAS)
                       MOVE PTB-ALIQUOTA
                           TO WS-FXA-ALIQUOTA (WS-QTD-FAIXAS)
                       MOVE PTB-DEDUCAO
                           TO WS-FXA-DEDUCAO (WS-QTD-FAIXAS)
                   END-IF
           END-READ.

       LER-FAIXA-TABELA-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    MARCAR-MESES-COM-FOLHA                                   *
      *    Meses do ano de referencia com folha em PAYHIST.DAT      *
      *    (e no arquivo anual PAYHaaaa.DAT, ano ja virado), como   *
      *    em TESTGRAT.                                             *
      *----------------------------------------------------------*
       MARCAR-MESES-COM-FOLHA.
           MOVE ALL 'N' TO WS-TABELA-MESES.
           OPEN INPUT HISTORICO-FOLHA.
           IF WS-STATUS-HISTORICO NOT = '00'
               DISPLAY 'TESTPLRS PAYHIST.DAT INDISPONIVEL - '
                       'RUN RECUSADO'
               MOVE 'TESTPLRS'          TO WS-EXC-PROGRAMA
               MOVE 'MARCAR-MESES-COM-FOLHA' TO WS-EXC-PARAGRAFO
               MOVE 8                   TO WS-EXC-CODIGO
               MOVE 'PAYHIST.DAT INDISPONIVEL' TO WS-EXC-MENSAGEM
               MOVE 2 TO WS-EXC-SEVERIDADE
               PERFORM GRAVAR-EXCECAO-GERAL
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LER-SNAPSHOT-FOLHA
               UNTIL WS-EOF-HISTORICO = 'S'.
           CLOSE HISTORICO-FOLHA.

           MOVE SPACES TO WS-NOME-ARQ-HIST-ANUAL.
           STRING 'PAYH' WS-ANO-REFERENCIA '.DAT' DELIMITED BY SIZE
               INTO WS-NOME-ARQ-HIST-ANUAL
           END-STRING.
           OPEN INPUT HISTORICO-ANUAL.
           IF WS-STATUS-HIST-ANUAL = '00'
               MOVE 'N' TO WS-EOF-HISTORICO
               PERFORM LER-SNAPSHOT-ANUAL
                   UNTIL WS-EOF-HISTORICO = 'S'
           END-IF.
           CLOSE HISTORICO-ANUAL.

       MARCAR-MESES-COM-FOLHA-EXIT.
           EXIT.

       LER-SNAPSHOT-FOLHA.
           READ HISTORICO-FOLHA
               AT END
                   MOVE 'S' TO WS-EOF-HISTORICO
               NOT AT END
                   IF HIST-ANO = WS-ANO-REFERENCIA
                          AND HIST-MES >= 01 AND HIST-MES <= 12
                       MOVE 'S' TO WS-MES-COM-FOLHA (HIST-MES)
                   END-IF
           END-READ.

       LER-SNAPSHOT-FOLHA-EXIT.
           EXIT.

       LER-SNAPSHOT-ANUAL.
           READ HISTORICO-ANUAL
               AT END
                   MOVE 'S' TO WS-EOF-HISTORICO
               NOT AT END
                   IF HAN-ANO = WS-ANO-REFERENCIA
                          AND HAN-MES >= 01 AND HAN-MES <= 12
                       MOVE 'S' TO WS-MES-COM-FOLHA (HAN-MES)
                   END-IF
           END-READ.

       LER-SNAPSHOT-ANUAL-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    CARREGAR-RETENCOES-FRAUDE                                *
      *    Mesma lista de retencao que TESTBANK respeita; estouro   *
      *    da tabela recusa o run.                                  *
      *----------------------------------------------------------*
       CARREGAR-RETENCOES-FRAUDE.
           OPEN INPUT LISTA-RETENCAO-PAG.
           IF WS-STATUS-RETENCAO = '00'
               PERFORM LER-LINHA-RETENCAO
                   UNTIL WS-EOF-RETENCAO = 'S'
           END-IF.
           CLOSE LISTA-RETENCAO-PAG.
           IF WS-RETENCOES-ESTOURARAM = 'S'
               DISPLAY 'TESTPLRS PAYHOLD.DAT EXCEDE A CAPACIDADE '
                       'DA TABELA (5000) - PAGAMENTO RECUSADO'
               MOVE 'TESTPLRS'          TO WS-EXC-PROGRAMA
               MOVE 'CARREGAR-RETENCOES-FRAUDE'
                   TO WS-EXC-PARAGRAFO
               MOVE 8                   TO WS-EXC-CODIGO
               MOVE 'LISTA DE RETENCAO ANTIFRAUDE ESTOURADA'
                   TO WS-EXC-MENSAGEM
               MOVE 2 TO WS-EXC-SEVERIDADE
               PERFORM GRAVAR-EXCECAO-GERAL
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       CARREGAR-RETENCOES-FRAUDE-EXIT.
           EXIT.

       LER-LINHA-RETENCAO.
           READ LISTA-RETENCAO-PAG
               AT END
                   MOVE 'S' TO WS-EOF-RETENCAO
               NOT AT END
                   IF HLD-MATRICULA IS NUMERIC
                          AND HLD-MATRICULA > ZEROS
                       IF WS-QTD-RETENCOES < 5000
                           ADD 1 TO WS-QTD-RETENCOES
                           MOVE HLD-MATRICULA
                               TO WS-RETENCAO-MATR
                                   (WS-QTD-RETENCOES)
                       ELSE
                           MOVE 'S' TO WS-RETENCOES-ESTOURARAM
                       END-IF
                   END-IF
           END-READ.

       LER-LINHA-RETENCAO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    LER-CARTAO-ROTEAMENTO                                    *
      *    Mesmo mapeamento prefixo -> banco de TESTBANK; sem       *
      *    BANKROTA.DAT valem os prefixos '1'/'2'/'3'.              *
      *----------------------------------------------------------*
       LER-CARTAO-ROTEAMENTO.
           OPEN INPUT CARTAO-ROTEAMENTO.
           IF WS-STATUS-ROTEAMENTO = '00'
               PERFORM LER-LINHA-ROTEAMENTO
                   UNTIL WS-EOF-ROTEAMENTO = 'S'
           END-IF.
           CLOSE CARTAO-ROTEAMENTO.
           IF WS-QTD-ROTAS = ZEROS
               MOVE 3 TO WS-QTD-ROTAS
               MOVE '1' TO WS-ROTA-PREFIXO (1)
               MOVE 1   TO WS-ROTA-BANCO (1)
               MOVE '2' TO WS-ROTA-PREFIXO (2)
               MOVE 2   TO WS-ROTA-BANCO (2)
               MOVE '3' TO WS-ROTA-PREFIXO (3)
               MOVE 3   TO WS-ROTA-BANCO (3)
           END-IF.

       LER-CARTAO-ROTEAMENTO-EXIT.
           EXIT.

       LER-LINHA-ROTEAMENTO.
           READ CARTAO-ROTEAMENTO
               AT END
                   MOVE 'S' TO WS-EOF-ROTEAMENTO
               NOT AT END
                   IF ROTA-BANCO >= 1 AND ROTA-BANCO <= 3
                          AND WS-QTD-ROTAS < 10
                       ADD 1 TO WS-QTD-ROTAS
                       MOVE ROTA-PREFIXO
                           TO WS-ROTA-PREFIXO (WS-QTD-ROTAS)
                       MOVE ROTA-BANCO
                           TO WS-ROTA-BANCO (WS-QTD-ROTAS)
                   END-IF
           END-READ.

       LER-LINHA-ROTEAMENTO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    SEPARAR-HISTORICO-PLR                                    *
      *    Copia PLRHIST.DAT para PLRWRK.DAT sem as linhas da       *
      *    parcela do run (o rerun substitui a parcela) e soma a    *
      *    PLR paga em parcela anterior do mesmo ano, por           *
      *    matricula, para a retencao acumulada.                    *
      *----------------------------------------------------------*
       SEPARAR-HISTORICO-PLR.
           OPEN OUTPUT HISTORICO-PLR-TRABALHO.
           OPEN INPUT REGISTRO-PLR.
           IF WS-STATUS-REGISTRO-PLR = '00'
               PERFORM LER-HISTORICO-PLR THRU
                       LER-HISTORICO-PLR-EXIT
                   UNTIL WS-EOF-REGISTRO-PLR = 'S'
           END-IF.
           CLOSE REGISTRO-PLR.
           CLOSE HISTORICO-PLR-TRABALHO.

       SEPARAR-HISTORICO-PLR-EXIT.
           EXIT.

       LER-HISTORICO-PLR.
           READ REGISTRO-PLR
               AT END
                   MOVE 'S' TO WS-EOF-REGISTRO-PLR
                   GO TO LER-HISTORICO-PLR-EXIT
           END-READ.
           IF PLH-ANO = WS-ANO-REFERENCIA
                  AND PLH-SEMESTRE = WS-SEMESTRE
               GO TO LER-HISTORICO-PLR-EXIT
           END-IF.
           WRITE REG-PLR-TRABALHO FROM REG-PLR-HISTORICO.
           IF PLH-ANO NOT = WS-ANO-REFERENCIA
                  OR PLH-SEMESTRE NOT < WS-SEMESTRE
                  OR PLH-SITUACAO NOT = 'P'
               GO TO LER-HISTORICO-PLR-EXIT
           END-IF.

           MOVE 'N' TO WS-ANTERIOR-ACHADO.
           PERFORM PROCURAR-ANTERIOR-HISTORICO
               VARYING WS-IDX-ANTERIOR FROM 1 BY 1
               UNTIL WS-IDX-ANTERIOR > WS-QTD-ANTERIORES
                  OR WS-ANTERIOR-ACHADO = 'S'.
           IF WS-ANTERIOR-ACHADO = 'S'
               SUBTRACT 1 FROM WS-IDX-ANTERIOR
           ELSE
               IF WS-QTD-ANTERIORES >= 5000
                   DISPLAY 'TESTPLRS PLRHIST.DAT EXCEDE A CAPACIDADE '
                           'DA TABELA (5000) - RUN RECUSADO'
                   MOVE 'TESTPLRS'          TO WS-EXC-PROGRAMA
                   MOVE 'LER-HISTORICO-PLR' TO WS-EXC-PARAGRAFO
                   MOVE 8                   TO WS-EXC-CODIGO
                   MOVE 'PLR ANTERIOR DO ANO ESTOUROU A TABELA'
                       TO WS-EXC-MENSAGEM
                   MOVE 2 TO WS-EXC-SEVERIDADE
                   PERFORM GRAVAR-EXCECAO-GERAL
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-QTD-ANTERIORES
               MOVE WS-QTD-ANTERIORES TO WS-IDX-ANTERIOR
               MOVE PLH-MATRICULA
                   TO WS-ANT-MATRICULA (WS-IDX-ANTERIOR)
               MOVE ZEROS TO WS-ANT-BRUTO (WS-IDX-ANTERIOR)
               MOVE ZEROS TO WS-ANT-IRRF (WS-IDX-ANTERIOR)
           END-IF.
           ADD PLH-VALOR-BRUTO TO WS-ANT-BRUTO (WS-IDX-ANTERIOR).
           ADD PLH-VALOR-IRRF  TO WS-ANT-IRRF (WS-IDX-ANTERIOR).

       LER-HISTORICO-PLR-EXIT.
           EXIT.

       PROCURAR-ANTERIOR-HISTORICO.
           IF WS-ANT-MATRICULA (WS-IDX-ANTERIOR) = PLH-MATRICULA
               MOVE 'S' TO WS-ANTERIOR-ACHADO
           END-IF.

       PROCURAR-ANTERIOR-HISTORICO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    REGRAVAR-HISTORICO-PLR                                   *
      *    PLRHIST.DAT volta a ser as demais parcelas (PLRWRK.DAT); *
      *    as linhas da parcela do run sao acrescentadas em         *
      *    CALCULAR-PLR-EMPREGADO. Fica aberto ate o fim do run.    *
      *----------------------------------------------------------*
       REGRAVAR-HISTORICO-PLR.
           OPEN OUTPUT REGISTRO-PLR.
           OPEN INPUT HISTORICO-PLR-TRABALHO.
           PERFORM COPIAR-HISTORICO-TRABALHO
               UNTIL WS-EOF-TRABALHO = 'S'.
           CLOSE HISTORICO-PLR-TRABALHO.

       REGRAVAR-HISTORICO-PLR-EXIT.
           EXIT.

       COPIAR-HISTORICO-TRABALHO.
           READ HISTORICO-PLR-TRABALHO
               AT END
                   MOVE 'S' TO WS-EOF-TRABALHO
               NOT AT END
                   WRITE REG-PLR-HISTORICO FROM REG-PLR-TRABALHO
           END-READ.

       COPIAR-HISTORICO-TRABALHO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    LER-EMPREGADO-EXTRATO                                    *
      *----------------------------------------------------------*
       LER-EMPREGADO-EXTRATO.
           READ EXTRATO-EMPREGADOS
               AT END
                   MOVE 'S' TO WS-EOF-EXTRATO
               NOT AT END
                   IF REG-EXTRATO-EMPREGADO (1:6) = 'VERSAO'
                       PERFORM CONFERIR-VERSAO-EXTRATO THRU
                               CONFERIR-VERSAO-EXTRATO-EXIT
                   ELSE
                       PERFORM AVALIAR-ELEGIBILIDADE THRU
                               AVALIAR-ELEGIBILIDADE-EXIT
                   END-IF
           END-READ.

       LER-EMPREGADO-EXTRATO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    AVALIAR-ELEGIBILIDADE                                    *
      *    Elegivel: admitido ate a data de corte (admissao         *
      *    ausente no extrato nao exclui), com meses trabalhados    *
      *    no semestre e, no rateio por departamento, com verba     *
      *    para o seu departamento. O peso entra na soma da verba;  *
      *    o valor so e apurado depois de lido o extrato inteiro.   *
      *----------------------------------------------------------*
       AVALIAR-ELEGIBILIDADE.
           MOVE SPACES TO WS-MOTIVO-NAO-ELEGIVEL.
           MOVE ZEROS  TO WS-MESES-EMPREGADO.
           IF EXT-EMPLOYEE-HIRE-DATE IS NUMERIC
                  AND EXT-EMPLOYEE-HIRE-DATE > WS-DATA-ELEGIBILIDADE
               MOVE 'ADMITIDO APOS CORTE' TO WS-MOTIVO-NAO-ELEGIVEL
               GO TO AVALIAR-ELEGIBILIDADE-NAO
           END-IF.

           PERFORM CONTAR-MES-EMPREGADO
               VARYING WS-IDX-MES FROM WS-MES-INICIAL BY 1
               UNTIL WS-IDX-MES > WS-MES-FINAL.
           IF WS-MESES-EMPREGADO = ZEROS
               MOVE 'SEM MESES NO PERIODO' TO WS-MOTIVO-NAO-ELEGIVEL
               GO TO AVALIAR-ELEGIBILIDADE-NAO
           END-IF.

           IF WS-RATEIO-POR-DEPTO = 'S'
               MOVE 'N' TO WS-VERBA-ACHADA
               PERFORM PROCURAR-VERBA-EMPREGADO
                   VARYING WS-IDX-VERBA FROM 1 BY 1
                   UNTIL WS-IDX-VERBA > WS-QTD-VERBAS
                      OR WS-VERBA-ACHADA = 'S'
               IF WS-VERBA-ACHADA = 'N'
                   MOVE 'DEPTO SEM VERBA' TO WS-MOTIVO-NAO-ELEGIVEL
                   GO TO AVALIAR-ELEGIBILIDADE-NAO
               END-IF
               SUBTRACT 1 FROM WS-IDX-VERBA
           ELSE
               MOVE 1 TO WS-IDX-VERBA
           END-IF.

           EVALUATE TRUE
               WHEN RATEIO-SALARIO
                   COMPUTE WS-PESO-EMPREGADO =
                       EXT-EMPLOYEE-SALARY * WS-MESES-EMPREGADO
               WHEN RATEIO-IGUAL
                   MOVE 1 TO WS-PESO-EMPREGADO
               WHEN OTHER
                   MOVE WS-MESES-EMPREGADO TO WS-PESO-EMPREGADO
           END-EVALUATE.

           IF WS-QTD-ELEGIVEIS >= 5000
               DISPLAY 'TESTPLRS EMPEXTR.DAT EXCEDE A CAPACIDADE '
                       'DA TABELA (5000) - RUN RECUSADO'
               MOVE 'TESTPLRS'          TO WS-EXC-PROGRAMA
               MOVE 'AVALIAR-ELEGIBILIDADE' TO WS-EXC-PARAGRAFO
               MOVE 8                   TO WS-EXC-CODIGO
               MOVE 'TABELA DE ELEGIVEIS DA PLR ESTOURADA'
                   TO WS-EXC-MENSAGEM
               MOVE 2 TO WS-EXC-SEVERIDADE
               PERFORM GRAVAR-EXCECAO-GERAL
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-QTD-ELEGIVEIS.
           MOVE EXT-EMPLOYEE-ID
               TO WS-ELG-MATRICULA (WS-QTD-ELEGIVEIS).
           MOVE EXT-EMPLOYEE-NAME
               TO WS-ELG-NOME (WS-QTD-ELEGIVEIS).
           MOVE EXT-EMPLOYEE-DEPARTMENT
               TO WS-ELG-DEPTO (WS-QTD-ELEGIVEIS).
           MOVE EXT-EMPLOYEE-AGENCIA
               TO WS-ELG-AGENCIA (WS-QTD-ELEGIVEIS).
           MOVE EXT-EMPLOYEE-CONTA
               TO WS-ELG-CONTA (WS-QTD-ELEGIVEIS).
           MOVE WS-MESES-EMPREGADO
               TO WS-ELG-MESES (WS-QTD-ELEGIVEIS).
           MOVE WS-PESO-EMPREGADO
               TO WS-ELG-PESO (WS-QTD-ELEGIVEIS).
           MOVE WS-IDX-VERBA
               TO WS-ELG-IDX-VERBA (WS-QTD-ELEGIVEIS).
           ADD WS-PESO-EMPREGADO TO WS-VRB-SOMA-PESOS (WS-IDX-VERBA).
           ADD 1 TO WS-VRB-QTD (WS-IDX-VERBA).
           GO TO AVALIAR-ELEGIBILIDADE-EXIT.

       AVALIAR-ELEGIBILIDADE-NAO.
           ADD 1 TO WS-QTD-NAO-ELEGIVEIS.
           MOVE EXT-EMPLOYEE-ID         TO REL-MATRICULA.
           MOVE EXT-EMPLOYEE-NAME       TO REL-NOME.
           MOVE EXT-EMPLOYEE-DEPARTMENT TO REL-DEPTO.
           MOVE WS-MESES-EMPREGADO      TO REL-MESES.
           MOVE ZEROS                   TO REL-BRUTO.
           MOVE ZEROS                   TO REL-IRRF.
           MOVE WS-MOTIVO-NAO-ELEGIVEL  TO REL-SITUACAO.
           WRITE REG-RELATORIO-PLR FROM WS-LINHA-RELATORIO.

       AVALIAR-ELEGIBILIDADE-EXIT.
           EXIT.

      *    Mes com folha no semestre, a partir do mes de admissao
      *    quando o empregado foi admitido no ano de referencia.
       CONTAR-MES-EMPREGADO.
           IF WS-MES-COM-FOLHA (WS-IDX-MES) = 'S'
               IF EXT-EMPLOYEE-HIRE-DATE IS NOT NUMERIC
                      OR EXT-HIRE-ANO < WS-ANO-REFERENCIA
                      OR (EXT-HIRE-ANO = WS-ANO-REFERENCIA
                          AND EXT-HIRE-MES <= WS-IDX-MES)
                   ADD 1 TO WS-MESES-EMPREGADO
               END-IF
           END-IF.

       CONTAR-MES-EMPREGADO-EXIT.
           EXIT.

       PROCURAR-VERBA-EMPREGADO.
           IF WS-VRB-DEPARTAMENTO (WS-IDX-VERBA)
                  = EXT-EMPLOYEE-DEPARTMENT
               MOVE 'S' TO WS-VERBA-ACHADA
           END-IF.

       PROCURAR-VERBA-EMPREGADO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    CALCULAR-PLR-EMPREGADO                                   *
      *    Cota = verba x peso / soma dos pesos da verba. IRRF      *
      *    exclusivo = tabela da PLR sobre o acumulado do ano       *
      *    (parcelas anteriores pagas + esta) menos o ja retido.    *
      *    Retido em PAYHOLD.DAT ou sem conta: registrado, sem      *
      *    pagamento.                                               *
      *----------------------------------------------------------*
       CALCULAR-PLR-EMPREGADO.
           MOVE WS-ELG-IDX-VERBA (WS-IDX-ELEGIVEL) TO WS-IDX-VERBA.
           IF WS-VRB-SOMA-PESOS (WS-IDX-VERBA) = ZEROS
               MOVE ZEROS TO WS-VALOR-BRUTO
           ELSE
               COMPUTE WS-VALOR-BRUTO ROUNDED =
                   WS-VRB-VALOR (WS-IDX-VERBA)
                   * WS-ELG-PESO (WS-IDX-ELEGIVEL)
                   / WS-VRB-SOMA-PESOS (WS-IDX-VERBA)
           END-IF.
           ADD WS-VALOR-BRUTO TO WS-VRB-DISTRIBUIDO (WS-IDX-VERBA).

           MOVE ZEROS TO WS-BRUTO-ANTERIOR.
           MOVE ZEROS TO WS-IRRF-ANTERIOR.
           MOVE 'N' TO WS-ANTERIOR-ACHADO.
           PERFORM PROCURAR-ANTERIOR-EMPREGADO
               VARYING WS-IDX-ANTERIOR FROM 1 BY 1
               UNTIL WS-IDX-ANTERIOR > WS-QTD-ANTERIORES
                  OR WS-ANTERIOR-ACHADO = 'S'.

           COMPUTE WS-BASE-ACUMULADA =
               WS-BRUTO-ANTERIOR + WS-VALOR-BRUTO.
           MOVE 'N' TO WS-FAIXA-ACHADA.
           PERFORM PROCURAR-FAIXA-IRRF
               VARYING WS-IDX-FAIXA FROM 1 BY 1
               UNTIL WS-IDX-FAIXA > WS-QTD-FAIXAS
                  OR WS-FAIXA-ACHADA = 'S'.
           IF WS-FAIXA-ACHADA = 'S'
               SUBTRACT 1 FROM WS-IDX-FAIXA
           ELSE
               MOVE WS-QTD-FAIXAS TO WS-IDX-FAIXA
           END-IF.
           COMPUTE WS-IRRF-ACUMULADO ROUNDED =
               WS-BASE-ACUMULADA * WS-FXA-ALIQUOTA (WS-IDX-FAIXA)
               / 100 - WS-FXA-DEDUCAO (WS-IDX-FAIXA).
           IF WS-IRRF-ACUMULADO < ZEROS
               MOVE ZEROS TO WS-IRRF-ACUMULADO
           END-IF.
           COMPUTE WS-VALOR-IRRF =
               WS-IRRF-ACUMULADO - WS-IRRF-ANTERIOR.
           IF WS-VALOR-IRRF < ZEROS
               MOVE ZEROS TO WS-VALOR-IRRF
           END-IF.
           IF WS-VALOR-IRRF > WS-VALOR-BRUTO
               MOVE WS-VALOR-BRUTO TO WS-VALOR-IRRF
           END-IF.
           COMPUTE WS-VALOR-LIQUIDO = WS-VALOR-BRUTO - WS-VALOR-IRRF.

           MOVE 'N' TO WS-PAGAMENTO-RETIDO.
           PERFORM PROCURAR-RETENCAO
               VARYING WS-IDX-RETENCAO FROM 1 BY 1
               UNTIL WS-IDX-RETENCAO > WS-QTD-RETENCOES
                  OR WS-PAGAMENTO-RETIDO = 'S'.

           EVALUATE TRUE
               WHEN WS-PAGAMENTO-RETIDO = 'S'
                   MOVE 'R' TO WS-SITUACAO-PLR
                   ADD 1 TO WS-QTD-RETIDOS
                   MOVE 'NAO PAGO-PAYHOLD' TO REL-SITUACAO
               WHEN WS-ELG-AGENCIA (WS-IDX-ELEGIVEL) = SPACES
                 OR WS-ELG-CONTA (WS-IDX-ELEGIVEL) = SPACES
                   MOVE 'C' TO WS-SITUACAO-PLR
                   ADD 1 TO WS-QTD-SEM-CONTA
                   MOVE 'NAO PAGO-SEM CONTA' TO REL-SITUACAO
               WHEN OTHER
                   MOVE 'P' TO WS-SITUACAO-PLR
                   MOVE 'PAGO' TO REL-SITUACAO
           END-EVALUATE.

           IF PLR-PAGA
               PERFORM GRAVAR-PAGAMENTO-PLR THRU
                       GRAVAR-PAGAMENTO-PLR-EXIT
           ELSE
               PERFORM SINALIZAR-NAO-PAGO
           END-IF.

           PERFORM IMPRIMIR-DEMONSTRATIVO THRU
                   IMPRIMIR-DEMONSTRATIVO-EXIT.

           MOVE WS-ELG-MATRICULA (WS-IDX-ELEGIVEL) TO REL-MATRICULA.
           MOVE WS-ELG-NOME (WS-IDX-ELEGIVEL)      TO REL-NOME.
           MOVE WS-ELG-DEPTO (WS-IDX-ELEGIVEL)     TO REL-DEPTO.
           MOVE WS-ELG-MESES (WS-IDX-ELEGIVEL)     TO REL-MESES.
           MOVE WS-VALOR-BRUTO                     TO REL-BRUTO.
           MOVE WS-VALOR-IRRF                      TO REL-IRRF.
           WRITE REG-RELATORIO-PLR FROM WS-LINHA-RELATORIO.

           MOVE SPACES TO REG-PLR-HISTORICO.
           MOVE WS-ELG-MATRICULA (WS-IDX-ELEGIVEL) TO PLH-MATRICULA.
           MOVE WS-ANO-REFERENCIA                  TO PLH-ANO.
           MOVE WS-SEMESTRE                        TO PLH-SEMESTRE.
           MOVE WS-DATA-PAGAMENTO          TO PLH-DATA-PAGAMENTO.
           MOVE WS-VALOR-BRUTO                     TO PLH-VALOR-BRUTO.
           MOVE WS-VALOR-IRRF                      TO PLH-VALOR-IRRF.
           MOVE WS-SITUACAO-PLR                    TO PLH-SITUACAO.
           MOVE WS-ELG-DEPTO (WS-IDX-ELEGIVEL)   TO PLH-DEPARTAMENTO.
           WRITE REG-PLR-HISTORICO.

       CALCULAR-PLR-EMPREGADO-EXIT.
           EXIT.

       PROCURAR-ANTERIOR-EMPREGADO.
           IF WS-ANT-MATRICULA (WS-IDX-ANTERIOR)
                  = WS-ELG-MATRICULA (WS-IDX-ELEGIVEL)
               MOVE 'S' TO WS-ANTERIOR-ACHADO
               MOVE WS-ANT-BRUTO (WS-IDX-ANTERIOR)
                   TO WS-BRUTO-ANTERIOR
               MOVE WS-ANT-IRRF (WS-IDX-ANTERIOR)
                   TO WS-IRRF-ANTERIOR
           END-IF.

       PROCURAR-ANTERIOR-EMPREGADO-EXIT.
           EXIT.

      *    Primeira faixa cujo limite cobre a base; limite zeros e
      *    a faixa sem teto.
       PROCURAR-FAIXA-IRRF.
           IF WS-FXA-LIMITE (WS-IDX-FAIXA) = ZEROS
                  OR WS-BASE-ACUMULADA <= WS-FXA-LIMITE (WS-IDX-FAIXA)
               MOVE 'S' TO WS-FAIXA-ACHADA
           END-IF.

       PROCURAR-FAIXA-IRRF-EXIT.
           EXIT.

       PROCURAR-RETENCAO.
           IF WS-RETENCAO-MATR (WS-IDX-RETENCAO)
                  = WS-ELG-MATRICULA (WS-IDX-ELEGIVEL)
               MOVE 'S' TO WS-PAGAMENTO-RETIDO
           END-IF.

       PROCURAR-RETENCAO-EXIT.
           EXIT.

       SINALIZAR-NAO-PAGO.
           MOVE 'TESTPLRS'            TO WS-EXC-PROGRAMA.
           MOVE 'CALCULAR-PLR-EMPREGADO' TO WS-EXC-PARAGRAFO.
           MOVE 4                     TO WS-EXC-CODIGO.
           MOVE SPACES                TO WS-EXC-MENSAGEM.
           STRING 'PLR NAO PAGA MATR '
                  WS-ELG-MATRICULA (WS-IDX-ELEGIVEL)
                  ' (' WS-SITUACAO-PLR ')'
               DELIMITED BY SIZE
               INTO WS-EXC-MENSAGEM
           END-STRING.
           MOVE 3 TO WS-EXC-SEVERIDADE.
           PERFORM GRAVAR-EXCECAO-GERAL.

       SINALIZAR-NAO-PAGO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    GRAVAR-PAGAMENTO-PLR                                     *
      *    Liquido no consolidado e no arquivo do banco recebedor,  *
      *    roteado pelo prefixo de agencia como em TESTBANK.        *
      *----------------------------------------------------------*
       GRAVAR-PAGAMENTO-PLR.
           ADD WS-VALOR-BRUTO TO WS-TOTAL-BRUTO-PAGO.
           ADD WS-VALOR-IRRF  TO WS-TOTAL-IRRF-PAGO.
           IF WS-VALOR-LIQUIDO = ZEROS
               GO TO GRAVAR-PAGAMENTO-PLR-EXIT
           END-IF.

           MOVE WS-ELG-MATRICULA (WS-IDX-ELEGIVEL) TO DET-MATRICULA.
           MOVE WS-ELG-NOME (WS-IDX-ELEGIVEL)      TO DET-NOME.
           MOVE WS-ELG-AGENCIA (WS-IDX-ELEGIVEL)   TO DET-AGENCIA.
           MOVE WS-ELG-CONTA (WS-IDX-ELEGIVEL)     TO DET-CONTA.
           MOVE WS-VALOR-LIQUIDO                   TO DET-VALOR.
           WRITE REG-PAGAMENTO-PLR FROM WS-REG-DETALHE.
           ADD 1 TO WS-QTD-PAGAMENTOS.
           ADD WS-VALOR-LIQUIDO TO WS-TOTAL-PAGAMENTOS.

           MOVE 1 TO WS-BANCO-DESTINO.
           MOVE 'N' TO WS-ROTA-ACHADA.
           PERFORM PROCURAR-ROTA-BANCO
               VARYING WS-IDX-ROTA FROM 1 BY 1
               UNTIL WS-IDX-ROTA > WS-QTD-ROTAS
                  OR WS-ROTA-ACHADA = 'S'.

           EVALUATE WS-BANCO-DESTINO
               WHEN 2
                   MOVE WS-ELG-AGENCIA (WS-IDX-ELEGIVEL)
                       TO DT2-AGENCIA
                   MOVE WS-ELG-CONTA (WS-IDX-ELEGIVEL)
                       TO DT2-CONTA
                   MOVE WS-ELG-MATRICULA (WS-IDX-ELEGIVEL)
                       TO DT2-MATRICULA
                   MOVE WS-VALOR-LIQUIDO TO DT2-VALOR
                   MOVE WS-ELG-NOME (WS-IDX-ELEGIVEL)
                       TO DT2-NOME
                   WRITE REG-BANCO-2 FROM WS-REG-DETALHE-BCO2
               WHEN 3
                   MOVE WS-VALOR-LIQUIDO TO DT3-VALOR
                   MOVE WS-ELG-MATRICULA (WS-IDX-ELEGIVEL)
                       TO DT3-MATRICULA
                   MOVE WS-ELG-CONTA (WS-IDX-ELEGIVEL)
                       TO DT3-CONTA
                   MOVE WS-ELG-AGENCIA (WS-IDX-ELEGIVEL)
                       TO DT3-AGENCIA
                   MOVE WS-ELG-NOME (WS-IDX-ELEGIVEL)
                       TO DT3-NOME
                   WRITE REG-BANCO-3 FROM WS-REG-DETALHE-BCO3
               WHEN OTHER
                   WRITE REG-BANCO-1 FROM WS-REG-DETALHE
           END-EVALUATE.

           ADD 1 TO WS-BCO-QTD (WS-BANCO-DESTINO).
           ADD WS-VALOR-LIQUIDO TO WS-BCO-VALOR (WS-BANCO-DESTINO).

       GRAVAR-PAGAMENTO-PLR-EXIT.
           EXIT.

       PROCURAR-ROTA-BANCO.
           IF WS-ROTA-PREFIXO (WS-IDX-ROTA)
                  = WS-ELG-AGENCIA (WS-IDX-ELEGIVEL) (1:1)
               MOVE WS-ROTA-BANCO (WS-IDX-ROTA) TO WS-BANCO-DESTINO
               MOVE 'S' TO WS-ROTA-ACHADA
           END-IF.

       PROCURAR-ROTA-BANCO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    IMPRIMIR-DEMONSTRATIVO                                   *
      *    Bloco do demonstrativo do empregado: meses, PLR bruta,   *
      *    PLR ja paga no ano, IRRF exclusivo e liquido.            *
      *----------------------------------------------------------*
       IMPRIMIR-DEMONSTRATIVO.
           WRITE REG-DEMONSTRATIVO-PLR FROM WS-LINHA-SEPARADORA.
           MOVE WS-ANO-REFERENCIA TO DEM-CAB-ANO.
           MOVE WS-SEMESTRE       TO DEM-CAB-SEMESTRE.
           MOVE WS-DATA-PAGAMENTO TO DEM-CAB-DATA.
           WRITE REG-DEMONSTRATIVO-PLR FROM WS-CABECALHO-DEMONSTRATIVO.
           MOVE WS-ELG-MATRICULA (WS-IDX-ELEGIVEL) TO DEM-MATRICULA.
           MOVE WS-ELG-NOME (WS-IDX-ELEGIVEL)      TO DEM-NOME.
           MOVE WS-ELG-DEPTO (WS-IDX-ELEGIVEL)     TO DEM-DEPTO.
           WRITE REG-DEMONSTRATIVO-PLR FROM WS-LINHA-EMPREGADO-DEM.
           MOVE WS-ELG-MESES (WS-IDX-ELEGIVEL)     TO DEM-MESES.
           EVALUATE TRUE
               WHEN RATEIO-SALARIO
                   MOVE 'SALARIO X MESES' TO DEM-REGRA
               WHEN RATEIO-IGUAL
                   MOVE 'COTA IGUAL' TO DEM-REGRA
               WHEN OTHER
                   MOVE 'MESES TRABALHADOS' TO DEM-REGRA
           END-EVALUATE.
           WRITE REG-DEMONSTRATIVO-PLR FROM WS-LINHA-MESES-DEM.
           MOVE 'PLR BRUTA.............: ' TO DEM-DESCRICAO.
           MOVE WS-VALOR-BRUTO TO DEM-VALOR.
           WRITE REG-DEMONSTRATIVO-PLR FROM WS-LINHA-VALOR-DEM.
           IF WS-BRUTO-ANTERIOR > ZEROS
               MOVE 'PLR JA PAGA NO ANO....: ' TO DEM-DESCRICAO
               MOVE WS-BRUTO-ANTERIOR TO DEM-VALOR
               WRITE REG-DEMONSTRATIVO-PLR FROM WS-LINHA-VALOR-DEM
               MOVE 'IRRF JA RETIDO NO ANO.: ' TO DEM-DESCRICAO
               MOVE WS-IRRF-ANTERIOR TO DEM-VALOR
               WRITE REG-DEMONSTRATIVO-PLR FROM WS-LINHA-VALOR-DEM
           END-IF.
           MOVE 'IRRF EXCLUSIVO PLR....: ' TO DEM-DESCRICAO.
           MOVE WS-VALOR-IRRF TO DEM-VALOR.
           WRITE REG-DEMONSTRATIVO-PLR FROM WS-LINHA-VALOR-DEM.
           MOVE 'VALOR LIQUIDO.........: ' TO DEM-DESCRICAO.
           MOVE WS-VALOR-LIQUIDO TO DEM-VALOR.
           WRITE REG-DEMONSTRATIVO-PLR FROM WS-LINHA-VALOR-DEM.
           MOVE REL-SITUACAO TO DEM-SITUACAO.
           WRITE REG-DEMONSTRATIVO-PLR FROM WS-LINHA-SITUACAO-DEM.

       IMPRIMIR-DEMONSTRATIVO-EXIT.
           EXIT.

      *    Verba do cartao contra o distribuido (a diferenca e o
      *    arredondamento das cotas).
       IMPRIMIR-VERBA.
           MOVE WS-VRB-DEPARTAMENTO (WS-IDX-VERBA) TO VRL-DEPTO.
           IF WS-RATEIO-POR-DEPTO = 'N'
               MOVE 'GLOBAL' TO VRL-DEPTO
           END-IF.
           MOVE WS-VRB-VALOR (WS-IDX-VERBA)       TO VRL-VALOR.
           MOVE WS-VRB-DISTRIBUIDO (WS-IDX-VERBA) TO VRL-DISTRIBUIDO.
           MOVE WS-VRB-QTD (WS-IDX-VERBA)         TO VRL-QTD.
           WRITE REG-RELATORIO-PLR FROM WS-LINHA-VERBA-REL.

       IMPRIMIR-VERBA-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    CONFERIR-VERSAO-EXTRATO                                  *
      *    Header de versao de layout do extrato (ver EXTVWS).      *
      *----------------------------------------------------------*
       CONFERIR-VERSAO-EXTRATO.
           MOVE REG-EXTRATO-EMPREGADO (7:2)
               TO WS-VERSAO-EXTRATO-LIDA.
           IF WS-VERSAO-EXTRATO-LIDA NOT = WS-VERSAO-EXTRATO-ATUAL
               DISPLAY 'TESTPLRS VERSAO DO EXTRATO '
                       WS-VERSAO-EXTRATO-LIDA
                       ' INCOMPATIVEL - ESPERADA '
                       WS-VERSAO-EXTRATO-ATUAL
               MOVE 'TESTPLRS'          TO WS-EXC-PROGRAMA
               MOVE 'CONFERIR-VERSAO-EXTRATO' TO WS-EXC-PARAGRAFO
               MOVE 8                   TO WS-EXC-CODIGO
               MOVE 'VERSAO DE LAYOUT DO EXTRATO INCOMPATIVEL'
                   TO WS-EXC-MENSAGEM
               MOVE 2 TO WS-EXC-SEVERIDADE
               PERFORM GRAVAR-EXCECAO-GERAL
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY 'TESTPLRS VERSAO DO EXTRATO.....: '
                   WS-VERSAO-EXTRATO-LIDA.

       CONFERIR-VERSAO-EXTRATO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    VERIFICAR-PERIODO-ABERTO                                 *
      *    Trava de competencia fechada compartilhada (PERIPRC).    *
      *----------------------------------------------------------*
       COPY PERIPRC.

      *----------------------------------------------------------*
      *    GRAVAR-EXCECAO-GERAL                                    *
      *    Log de excecoes compartilhado (EXCPPRC).                 *
      *----------------------------------------------------------*
       COPY EXCPPRC.
