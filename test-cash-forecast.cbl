       IDENTIFICATION DIVISION.
       PROGRAM-ID. TESTCAIX.

      *----------------------------------------------------------*
      *    TESTCAIX                                                *
      *    Previsao de caixa da folha para a Tesouraria: projeta   *
      *    as saidas dos proximos 60 dias (cartao CAIXCTL.DAT:     *
      *    horizonte ate 90 dias, dia util do pagamento, dia das   *
      *    guias e dia do adiantamento), cada uma na sua data de   *
      *    vencimento em dia util pelo CALENDAR.DAT:               *
      *      LIQUIDO   liquido de EMPLIQ.DAT menos as ordens       *
      *                judiciais, no N-esimo dia util do mes       *
      *                (default 5o);                               *
      *      PENSOES   ordens de GARNREG.DAT sobre o liquido de    *
      *                cada empregado, teto de 50% (TESTGARN), no  *
      *                dia do pagamento;                           *
      *      ENCARGOS  percentuais vigentes de ENCARGOS.DAT sobre  *
      *                a base do ultimo snapshot de PAYHIST.DAT    *
      *                (como TESTREMS), no dia das guias (20);     *
      *      RESCISAO  detalhes de RESCPAY.DAT, no prazo legal de  *
      *                10 dias da data do header;                  *
      *      13O SAL   metade do bruto de EMPEXTR.DAT em cada      *
      *                parcela (30/11 e 20/12);                    *
      *      PLR       verba do cartao PLRCARD.DAT na data de      *
      *                pagamento do cartao;                        *
      *      ADIANTAM  percentual dos optantes de ADTOELEG.DAT     *
      *                (como TESTADTO) no dia 20, ou na data do    *
      *                cartao ADTOCARD.DAT no mes do cartao.       *
      *    Vencimento em dia nao util e antecipado para o dia      *
      *    util anterior, salvo o liquido, que ja cai em dia util. *
      *    Data ausente do calendario conta como util, exceto      *
      *    sabado e domingo. O relatorio CAIXREPT.DAT traz a       *
      *    agenda diaria, o subtotal por semana (segunda a         *
      *    domingo) e o confronto com o realizado no mes anterior: *
      *    ultima transmissao de BNKHIST.DAT (liquido + pensoes),  *
      *    adiantamentos pagos em ADTOLAN.DAT e PLR paga em        *
      *    PLRTOT.DAT. Sem EMPLIQ.DAT a previsao sai sem a folha   *
      *    e RC=4.                                                 *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL EXTRATO-LIQUIDO
               ASSIGN TO "EMPLIQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-LIQUIDO.

           SELECT OPTIONAL EXTRATO-EMPREGADOS
               ASSIGN TO "EMPEXTR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-EXTRATO.

           SELECT OPTIONAL REGISTRO-ORDENS
               ASSIGN TO "GARNREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-ORDENS.

           SELECT OPTIONAL HISTORICO-FOLHA
               ASSIGN TO "PAYHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-HISTORICO.

           SELECT OPTIONAL TABELA-ENCARGOS
               ASSIGN TO "ENCARGOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-ENCARGOS.

           SELECT OPTIONAL PAGAMENTO-RESCISAO
               ASSIGN TO "RESCPAY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RESCISAO.

           SELECT OPTIONAL CARTAO-PLR
               ASSIGN TO "PLRCARD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CARTAO-PLR.

           SELECT OPTIONAL TOTAIS-PLR
               ASSIGN TO "PLRTOT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-TOTAIS-PLR.

           SELECT OPTIONAL CADASTRO-OPTANTES
               ASSIGN TO "ADTOELEG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-OPTANTES.

           SELECT OPTIONAL CARTAO-ADIANTAMENTO
               ASSIGN TO "ADTOCARD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CARTAO-ADTO.

           SELECT OPTIONAL RAZAO-ADIANTAMENTO
               ASSIGN TO "ADTOLAN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RAZAO-ADTO.

           SELECT OPTIONAL HISTORICO-TRANSMISSAO
               ASSIGN TO "BNKHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-BNKHIST.

           SELECT OPTIONAL ARQUIVO-CALENDARIO
               ASSIGN TO "CALENDAR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CALENDARIO.

           SELECT OPTIONAL CARTAO-PREVISAO
               ASSIGN TO "CAIXCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CARTAO.

           SELECT RELATORIO-CAIXA
               ASSIGN TO "CAIXREPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RELATORIO.

           COPY EXCPSEL.

           COPY RUNRSEL.

       DATA DIVISION.
       FILE SECTION.
      *    Extrato liquido de TESTDEDU (layout de EMPEXTR.DAT).
       FD  EXTRATO-LIQUIDO.
       01  REG-EXTRATO-LIQUIDO.
           05  LIQ-EMPLOYEE-ID          PIC 9(05).
           05  LIQ-EMPLOYEE-NAME        PIC X(50).
           05  LIQ-EMPLOYEE-SALARY      PIC 9(07)V99.
           05  LIQ-EMPLOYEE-DEPARTMENT  PIC X(10).
           05  LIQ-EMPLOYEE-AGENCIA     PIC X(05).
           05  LIQ-EMPLOYEE-CONTA       PIC X(12).
           05  LIQ-EMPLOYEE-HIRE-DATE   PIC 9(08).
           05  LIQ-EMPLOYEE-EMPRESA     PIC X(05).

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

      *    Mesmo layout de TESTGARN.
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

       FD  HISTORICO-FOLHA.
       01  REG-HISTORICO-FOLHA.
           05  HIST-DATA                PIC 9(08).
           05  HIST-DEPARTAMENTO        PIC X(10).
           05  HIST-QTD-EMPREGADOS      PIC 9(05).
           05  HIST-TOTAL-FOLHA         PIC 9(09)V99.
           05  FILLER                   PIC X(46).

       FD  TABELA-ENCARGOS.
       01  REG-TABELA-ENCARGOS.
           05  ENC-CODIGO              PIC X(04).
           05  ENC-PERCENTUAL          PIC 9(03)V99.
           05  ENC-DATA-VIGENCIA       PIC 9(08).
           05  FILLER                  PIC X(63).

      *    Layout H/D/T de TESTRESC (como em TESTESOC).
       FD  PAGAMENTO-RESCISAO.
       01  REG-RESCISAO-DETALHE.
           05  RSC-TIPO             PIC X(01).
           05  RSC-MATRICULA        PIC 9(05).
           05  RSC-NOME             PIC X(30).
           05  RSC-AGENCIA          PIC X(05).
           05  RSC-CONTA            PIC X(12).
           05  RSC-VALOR            PIC 9(11)V99.
           05  FILLER               PIC X(14).
       01  REG-RESCISAO-HEADER.
           05  FILLER               PIC X(01).
           05  RSC-HDR-DATA         PIC 9(08).
           05  FILLER               PIC X(71).

      *    Cartao de TESTPLRS: linha 'H' com a data de pagamento e
      *    a verba global, linhas 'D' com a verba por departamento.
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

      *    Totais da ultima parcela de PLR (layout de TESTPLRS).
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

       FD  CADASTRO-OPTANTES.
       01  REG-OPTANTE.
           05  OPT-MATRICULA            PIC 9(05).
           05  OPT-PERCENTUAL           PIC 9(03)V99.
           05  FILLER                   PIC X(70).

       FD  CARTAO-ADIANTAMENTO.
       01  REG-CARTAO-ADTO.
           05  ADC-DATA-PAGAMENTO       PIC 9(08).
           05  ADC-PERCENTUAL           PIC 9(03)V99.
           05  FILLER                   PIC X(67).

       FD  RAZAO-ADIANTAMENTO.
       01  REG-RAZAO-ADTO.
           05  LAN-MATRICULA            PIC 9(05).
           05  LAN-COMPETENCIA          PIC 9(06).
           05  LAN-VALOR                PIC 9(07)V99.
           05  LAN-SITUACAO             PIC X(01).
           05  LAN-DATA-PAGAMENTO       PIC 9(08).
           05  FILLER                   PIC X(51).

      *    Historico de transmissoes de TESTBVAR.
       FD  HISTORICO-TRANSMISSAO.
       01  REG-HISTORICO-TRANSMISSAO.
           05  BHT-DATA             PIC 9(08).
           05  BHT-QTD              PIC 9(09).
           05  BHT-VALOR            PIC 9(13)V99.
           05  FILLER               PIC X(48).

       FD  ARQUIVO-CALENDARIO.
       01  REG-CALENDARIO.
           05  CAL-DATA             PIC 9(08).
           05  CAL-TIPO             PIC X(01).
               88  CAL-DIA-UTIL         VALUE 'U'.
               88  CAL-FECHAMENTO-MES   VALUE 'M'.
               88  CAL-NAO-UTIL         VALUE 'F'.
           05  FILLER               PIC X(71).

       FD  CARTAO-PREVISAO.
       01  REG-CARTAO-PREVISAO.
           05  CXC-HORIZONTE-DIAS   PIC 9(03).
           05  CXC-DIA-UTIL-PAGTO   PIC 9(02).
           05  CXC-DIA-ENCARGOS     PIC 9(02).
           05  CXC-DIA-ADTO         PIC 9(02).
           05  FILLER               PIC X(71).

       FD  RELATORIO-CAIXA.
       01  REG-RELATORIO-CAIXA      PIC X(132).

       COPY EXCPFD.

       COPY RUNRFD.

       WORKING-STORAGE SECTION.
       COPY RUNRWS.
       COPY EXCPWS.
       COPY EXTVWS.

       01  WS-STATUS-LIQUIDO        PIC XX.
       01  WS-STATUS-EXTRATO        PIC XX.
       01  WS-STATUS-ORDENS         PIC XX.
       01  WS-STATUS-HISTORICO      PIC XX.
       01  WS-STATUS-ENCARGOS       PIC XX.
       01  WS-STATUS-RESCISAO       PIC XX.
       01  WS-STATUS-CARTAO-PLR     PIC XX.
       01  WS-STATUS-TOTAIS-PLR     PIC XX.
       01  WS-STATUS-OPTANTES       PIC XX.
       01  WS-STATUS-CARTAO-ADTO    PIC XX.
       01  WS-STATUS-RAZAO-ADTO     PIC XX.
       01  WS-STATUS-BNKHIST        PIC XX.
       01  WS-STATUS-CALENDARIO     PIC XX.
       01  WS-STATUS-CARTAO         PIC XX.
       01  WS-STATUS-RELATORIO      PIC XX.
       01  WS-EOF-LIQUIDO           PIC X VALUE 'N'.
       01  WS-EOF-EXTRATO           PIC X VALUE 'N'.
       01  WS-EOF-ORDENS            PIC X VALUE 'N'.
       01  WS-EOF-HISTORICO         PIC X VALUE 'N'.
       01  WS-EOF-ENCARGOS          PIC X VALUE 'N'.
       01  WS-EOF-RESCISAO          PIC X VALUE 'N'.
       01  WS-EOF-CARTAO-PLR        PIC X VALUE 'N'.
       01  WS-EOF-TOTAIS-PLR        PIC X VALUE 'N'.
       01  WS-EOF-OPTANTES          PIC X VALUE 'N'.
       01  WS-EOF-RAZAO-ADTO        PIC X VALUE 'N'.
       01  WS-EOF-BNKHIST           PIC X VALUE 'N'.
       01  WS-EOF-CALENDARIO        PIC X VALUE 'N'.

      *    Parametros do cartao CAIXCTL.DAT.
       01  WS-HORIZONTE-DIAS        PIC 9(03) VALUE 60.
       01  WS-DIA-UTIL-PAGTO        PIC 9(02) VALUE 5.
       01  WS-DIA-ENCARGOS          PIC 9(02) VALUE 20.
       01  WS-DIA-ADTO              PIC 9(02) VALUE 20.

       01  WS-DATA-HOJE             PIC 9(08).
       01  WS-DATA-FIM              PIC 9(08).
       01  WS-INT-HOJE              PIC S9(09) VALUE ZEROS.
       01  WS-INT-FIM               PIC S9(09) VALUE ZEROS.
       01  WS-INT-CAL-INICIO        PIC S9(09) VALUE ZEROS.
       01  WS-INT-CAL-FIM           PIC S9(09) VALUE ZEROS.
       01  WS-DATA-CAL-INICIO       PIC 9(08).
       01  WS-DATA-CAL-FIM          PIC 9(08).

      *    Mes anterior ao run, para o confronto com o realizado.
       01  WS-MES-ANTERIOR          PIC 9(06).
       01  WS-MES-ANTERIOR-R REDEFINES WS-MES-ANTERIOR.
           05  WS-MAN-ANO           PIC 9(04).
           05  WS-MAN-MES           PIC 9(02).

      *    Mes em projecao, do mes do run ao mes do fim do
      *    horizonte.
       01  WS-MES-PROJ              PIC 9(06).
       01  WS-MES-PROJ-R REDEFINES WS-MES-PROJ.
           05  WS-MPR-ANO           PIC 9(04).
           05  WS-MPR-MES           PIC 9(02).
       01  WS-MES-FIM               PIC 9(06).

      *    Data em teste nas rotinas de dia util.
       01  WS-DATA-TESTE            PIC 9(08).
       01  WS-DATA-TESTE-R REDEFINES WS-DATA-TESTE.
           05  WS-DTE-ANO-MES       PIC 9(06).
           05  WS-DTE-DIA           PIC 9(02).
       01  WS-INT-TESTE             PIC S9(09) VALUE ZEROS.
       01  WS-QUOCIENTE             PIC S9(09) VALUE ZEROS.
       01  WS-DIA-SEMANA            PIC 9(01) VALUE ZEROS.
       01  WS-E-DIA-UTIL            PIC X VALUE 'S'.
       01  WS-DATA-ACHADA           PIC X VALUE 'N'.
       01  WS-QTD-UTEIS             PIC 9(02) VALUE ZEROS.
       01  WS-QTD-DIAS-TESTADOS     PIC 9(02) VALUE ZEROS.

      *    Dias do calendario ao redor do horizonte.
       01  WS-QTD-CALENDARIO        PIC 9(03) VALUE ZEROS.
       01  WS-IDX-CALENDARIO        PIC 9(03) VALUE ZEROS.
       01  WS-TABELA-CALENDARIO.
           05  WS-CALENDARIO-ENT OCCURS 400 TIMES.
               10  WS-CLD-DATA      PIC 9(08).
               10  WS-CLD-TIPO      PIC X(01).

      *    Agenda diaria do horizonte: um valor por categoria.
       01  WS-IDX-DIA               PIC 9(03) VALUE ZEROS.
       01  WS-IDX-CATEGORIA         PIC 9(01) VALUE ZEROS.
       01  WS-TABELA-DIAS.
           05  WS-DIA OCCURS 90 TIMES.
               10  WS-DIA-DATA      PIC 9(08).
               10  WS-DIA-UTIL      PIC X(01).
               10  WS-DIA-SEMANA-D  PIC 9(01).
               10  WS-DIA-VALOR     PIC 9(11)V99 OCCURS 7 TIMES.

       01  WS-NOMES-CATEGORIAS-V.
           05  FILLER               PIC X(08) VALUE 'LIQUIDO '.
           05  FILLER               PIC X(08) VALUE 'PENSOES '.
           05  FILLER               PIC X(08) VALUE 'ENCARGOS'.
           05  FILLER               PIC X(08) VALUE 'RESCISAO'.
           05  FILLER               PIC X(08) VALUE '13O SAL '.
           05  FILLER               PIC X(08) VALUE 'PLR     '.
           05  FILLER               PIC X(08) VALUE 'ADIANTAM'.
       01  WS-NOMES-CATEGORIAS REDEFINES WS-NOMES-CATEGORIAS-V.
           05  WS-NOME-CATEGORIA    PIC X(08) OCCURS 7 TIMES.

      *    Resto de INTEGER-OF-DATE por 7: 0 domingo ... 6 sabado.
       01  WS-NOMES-SEMANA-V        PIC X(21) VALUE
               'DOMSEGTERQUAQUISEXSAB'.
       01  WS-NOMES-SEMANA REDEFINES WS-NOMES-SEMANA-V.
           05  WS-NOME-DIA-SEMANA   PIC X(03) OCCURS 7 TIMES.

      *    Lancamento em preparo.
       01  WS-DATA-LANCAMENTO       PIC 9(08).
       01  WS-CATEGORIA-LANC        PIC 9(01).
       01  WS-VALOR-LANCAMENTO      PIC 9(11)V99.
       01  WS-QTD-LANCAMENTOS       PIC 9(05) VALUE ZEROS.
       01  WS-QTD-FORA-HORIZONTE    PIC 9(05) VALUE ZEROS.

      *    Ordens judiciais, como em TESTGARN.
       01  WS-QTD-ORDENS            PIC 9(03) VALUE ZEROS.
       01  WS-IDX-ORDEM             PIC 9(03) VALUE ZEROS.
       01  WS-TABELA-ORDENS.
           05  WS-ORDEM OCCURS 500 TIMES.
               10  WS-ORD-MATRICULA  PIC 9(05).
               10  WS-ORD-TIPO       PIC X(01).
               10  WS-ORD-VALOR      PIC 9(07)V99.

      *    Optantes do adiantamento, como em TESTADTO.
       01  WS-QTD-OPTANTES          PIC 9(04) VALUE ZEROS.
       01  WS-IDX-OPTANTE           PIC 9(04) VALUE ZEROS.
       01  WS-OPTANTE-ACHADO        PIC X VALUE 'N'.
       01  WS-PCT-ADTO-RUN          PIC 9(03)V99 VALUE 40.
       01  WS-PCT-ADTO-EMPREGADO    PIC 9(03)V99 VALUE ZEROS.
       01  WS-DATA-CARTAO-ADTO      PIC 9(08) VALUE ZEROS.
       01  WS-DATA-CARTAO-ADTO-R REDEFINES WS-DATA-CARTAO-ADTO.
           05  WS-CAD-ANO-MES       PIC 9(06).
           05  WS-CAD-DIA           PIC 9(02).
       01  WS-TABELA-OPTANTES.
           05  WS-OPTANTE OCCURS 2000 TIMES.
               10  WS-OPT-MATRICULA PIC 9(05).
               10  WS-OPT-PCT       PIC 9(03)V99.

      *    Encargos vigentes, como em TESTREMS.
       01  WS-QTD-ENCARGOS          PIC 9(02) VALUE ZEROS.
       01  WS-IDX-ENCARGO           PIC 9(02) VALUE ZEROS.
       01  WS-ENC-JA-EXISTE         PIC X VALUE 'N'.
       01  WS-TABELA-ENCARGOS-WS.
           05  WS-ENCARGO OCCURS 20 TIMES.
               10  WS-ENC-CODIGO    PIC X(04).
               10  WS-ENC-PCT       PIC 9(03)V99.
               10  WS-ENC-VIGENCIA  PIC 9(08).
       01  WS-DATA-MAIS-RECENTE     PIC 9(08) VALUE ZEROS.
       01  WS-BASE-ENCARGOS         PIC 9(11)V99 VALUE ZEROS.

      *    Valores por ciclo mensal e avulsos.
       01  WS-LIQUIDO-EMPREGADO     PIC 9(07)V99 VALUE ZEROS.
       01  WS-PENSAO-EMPREGADO      PIC 9(09)V99 VALUE ZEROS.
       01  WS-VALOR-ORDEM           PIC 9(09)V99 VALUE ZEROS.
       01  WS-TETO-LEGAL            PIC 9(09)V99 VALUE ZEROS.
       01  WS-QTD-LIQUIDOS          PIC 9(05) VALUE ZEROS.
       01  WS-TOTAL-LIQUIDO         PIC 9(11)V99 VALUE ZEROS.
       01  WS-TOTAL-PENSOES         PIC 9(11)V99 VALUE ZEROS.
       01  WS-LIQUIDO-SEM-PENSOES   PIC 9(11)V99 VALUE ZEROS.
       01  WS-TOTAL-ENCARGOS        PIC 9(11)V99 VALUE ZEROS.
       01  WS-TOTAL-BRUTO           PIC 9(11)V99 VALUE ZEROS.
       01  WS-VALOR-PARCELA-13      PIC 9(11)V99 VALUE ZEROS.
       01  WS-TOTAL-ADTO            PIC 9(11)V99 VALUE ZEROS.
       01  WS-VALOR-ADTO-EMPREGADO  PIC 9(09)V99 VALUE ZEROS.
       01  WS-TOTAL-RESCISAO        PIC 9(11)V99 VALUE ZEROS.
       01  WS-DATA-HDR-RESCISAO     PIC 9(08) VALUE ZEROS.
       01  WS-QTD-RESCISOES         PIC 9(05) VALUE ZEROS.
       01  WS-VERBA-PLR-GLOBAL      PIC 9(11)V99 VALUE ZEROS.
       01  WS-VERBA-PLR-DEPTOS      PIC 9(11)V99 VALUE ZEROS.
       01  WS-DATA-PLR              PIC 9(08) VALUE ZEROS.

      *    Realizado no mes anterior.
       01  WS-DATA-ULT-TRANSMISSAO  PIC 9(08) VALUE ZEROS.
       01  WS-REAL-FOLHA            PIC 9(13)V99 VALUE ZEROS.
       01  WS-REAL-ADTO             PIC 9(13)V99 VALUE ZEROS.
       01  WS-REAL-PLR              PIC 9(13)V99 VALUE ZEROS.
       01  WS-PREV-PLR              PIC 9(13)V99 VALUE ZEROS.
       01  WS-VALOR-REALIZADO       PIC 9(13)V99 VALUE ZEROS.
       01  WS-VALOR-PREVISTO        PIC 9(13)V99 VALUE ZEROS.
       01  WS-DIFERENCA             PIC S9(13)V99 VALUE ZEROS.
       01  WS-DIFERENCA-PCT         PIC S9(05)V99 VALUE ZEROS.

      *    Acumuladores da semana e do horizonte.
       01  WS-NUM-SEMANA            PIC 9(02) VALUE ZEROS.
       01  WS-SEMANA-ABERTA         PIC X VALUE 'N'.
       01  WS-TOTAL-DIA             PIC 9(13)V99 VALUE ZEROS.
       01  WS-TOTAIS-SEMANA.
           05  WS-SEM-VALOR         PIC 9(13)V99 OCCURS 8 TIMES.
       01  WS-TOTAIS-HORIZONTE.
           05  WS-HOR-VALOR         PIC 9(13)V99 OCCURS 8 TIMES.

       01  WS-CABECALHO-CAIXA.
           05  FILLER               PIC X(36) VALUE
               'PREVISAO DE CAIXA DA FOLHA - RUN EM '.
           05  CXA-CAB-DATA         PIC 9(08).
           05  FILLER               PIC X(12) VALUE '  HORIZONTE '.
           05  CXA-CAB-INICIO       PIC 9(08).
           05  FILLER               PIC X(03) VALUE ' A '.
           05  CXA-CAB-FIM          PIC 9(08).

       01  WS-CABECALHO-PARAMETROS.
           05  FILLER               PIC X(25) VALUE
               'PAGAMENTO NO DIA UTIL...:'.
           05  CXA-PAR-DIA-UTIL     PIC Z9.
           05  FILLER               PIC X(20) VALUE
               '  GUIAS NO DIA.....:'.
           05  CXA-PAR-DIA-ENC      PIC Z9.
           05  FILLER               PIC X(20) VALUE
               '  ADIANTAMENTO DIA.:'.
           05  CXA-PAR-DIA-ADTO     PIC Z9.

       01  WS-CABECALHO-COLUNAS.
           05  FILLER               PIC X(13) VALUE 'DATA     DIA'.
           05  CXA-COL-ENT OCCURS 8 TIMES.
               10  FILLER           PIC X(06) VALUE SPACES.
               10  CXA-COL-NOME     PIC X(08).

       01  WS-LINHA-DIA.
           05  CXA-DIA-DATA         PIC 9(08).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  CXA-DIA-SEMANA       PIC X(03).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  CXA-DIA-ENT OCCURS 8 TIMES.
               10  FILLER           PIC X(01) VALUE SPACE.
               10  CXA-DIA-VALOR    PIC ZZZZZZZZZ9.99.

       01  WS-LINHA-SEMANA.
           05  FILLER               PIC X(07) VALUE 'SEMANA '.
           05  CXA-SEM-NUMERO       PIC Z9.
           05  FILLER               PIC X(04) VALUE ' ...'.
           05  CXA-SEM-ENT OCCURS 8 TIMES.
               10  FILLER           PIC X(01) VALUE SPACE.
               10  CXA-SEM-VALOR    PIC ZZZZZZZZZ9.99.

       01  WS-LINHA-HORIZONTE.
           05  FILLER               PIC X(13) VALUE 'TOTAL HORIZ.'.
           05  CXA-HOR-ENT OCCURS 8 TIMES.
               10  FILLER           PIC X(01) VALUE SPACE.
               10  CXA-HOR-VALOR    PIC ZZZZZZZZZ9.99.

       01  WS-CABECALHO-CONFRONTO.
           05  FILLER               PIC X(35) VALUE
               'CONFRONTO COM O REALIZADO NO MES '.
           05  CXA-CNF-MES          PIC 9(06).

       01  WS-CABECALHO-CONFRONTO-COL.
           05  FILLER               PIC X(17) VALUE 'CATEGORIA'.
           05  FILLER               PIC X(17) VALUE
               '   REALIZADO ANT.'.
           05  FILLER               PIC X(17) VALUE
               '        PREVISTO '.
           05  FILLER               PIC X(17) VALUE
               '       DIFERENCA '.
           05  FILLER               PIC X(08) VALUE '   VAR %'.

       01  WS-LINHA-CONFRONTO.
           05  CXA-CNF-CATEGORIA    PIC X(16).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  CXA-CNF-REALIZADO    PIC ZZZZZZZZZZZZ9.99.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  CXA-CNF-PREVISTO     PIC ZZZZZZZZZZZZ9.99.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  CXA-CNF-DIFERENCA    PIC -ZZZZZZZZZZZ9.99.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  CXA-CNF-PCT          PIC -ZZZ9.99.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  CXA-CNF-OBSERVACAO   PIC X(30).

       01  WS-LINHA-NOTA-CAIXA.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  CXA-NOTA-TEXTO       PIC X(100).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 0 TO RETURN-CODE.
           MOVE 'TESTCAIX' TO WS-RUN-PROGRAMA.
           PERFORM REGISTRAR-INICIO-EXECUCAO.
           PERFORM LER-CARTAO-PREVISAO.
           PERFORM MONTAR-HORIZONTE.

           PERFORM CARREGAR-REGISTRO-ORDENS.
           PERFORM CARREGAR-OPTANTES.
           PERFORM PROJETAR-LIQUIDO THRU PROJETAR-LIQUIDO-EXIT.
           PERFORM PROJETAR-BRUTO-E-ADTO.
           PERFORM CARREGAR-BASE-ENCARGOS.
           PERFORM CARREGAR-TABELA-ENCARGOS.
           PERFORM CALCULAR-TOTAL-ENCARGOS
               VARYING WS-IDX-ENCARGO FROM 1 BY 1
               UNTIL WS-IDX-ENCARGO > WS-QTD-ENCARGOS.

           MOVE WS-DATA-HOJE (1:6) TO WS-MES-PROJ.
           PERFORM PROJETAR-MES THRU PROJETAR-MES-EXIT
               UNTIL WS-MES-PROJ > WS-MES-FIM.

           PERFORM PROJETAR-RESCISOES.
           PERFORM PROJETAR-PLR THRU PROJETAR-PLR-EXIT.

           PERFORM CARREGAR-REALIZADO.
           PERFORM GERAR-RELATORIO-CAIXA.

           DISPLAY 'TESTCAIX HORIZONTE.....: ' WS-DATA-HOJE
                   ' A ' WS-DATA-FIM.
           DISPLAY 'TESTCAIX LANCAMENTOS...: ' WS-QTD-LANCAMENTOS
                   ' FORA DO HORIZONTE: ' WS-QTD-FORA-HORIZONTE.
           DISPLAY 'TESTCAIX TOTAL PREVISTO: ' WS-HOR-VALOR (8).

           PERFORM REGISTRAR-FIM-EXECUCAO.
           STOP RUN.

      *----------------------------------------------------------*
      *    LER-CARTAO-PREVISAO                                      *
      *    Horizonte (1 a 90 dias), dia util do pagamento do        *
      *    liquido e dias das guias e do adiantamento (1 a 28).     *
      *----------------------------------------------------------*
       LER-CARTAO-PREVISAO.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           OPEN INPUT CARTAO-PREVISAO.
           IF WS-STATUS-CARTAO = '00'
               READ CARTAO-PREVISAO
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CXC-HORIZONTE-DIAS IS NUMERIC
                              AND CXC-HORIZONTE-DIAS > ZEROS
                              AND CXC-HORIZONTE-DIAS NOT > 90
                           MOVE CXC-HORIZONTE-DIAS
                               TO WS-HORIZONTE-DIAS
                       END-IF
                       IF CXC-DIA-UTIL-PAGTO IS NUMERIC
                              AND CXC-DIA-UTIL-PAGTO > ZEROS
                              AND CXC-DIA-UTIL-PAGTO NOT > 20
                           MOVE CXC-DIA-UTIL-PAGTO
                               TO WS-DIA-UTIL-PAGTO
                       END-IF
                       IF CXC-DIA-ENCARGOS IS NUMERIC
                              AND CXC-DIA-ENCARGOS > ZEROS
                              AND CXC-DIA-ENCARGOS NOT > 28
                           MOVE CXC-DIA-ENCARGOS TO WS-DIA-ENCARGOS
                       END-IF
                       IF CXC-DIA-ADTO IS NUMERIC
                              AND CXC-DIA-ADTO > ZEROS
                              AND CXC-DIA-ADTO NOT > 28
                           MOVE CXC-DIA-ADTO TO WS-DIA-ADTO
                       END-IF
               END-READ
           END-IF.
           CLOSE CARTAO-PREVISAO.

       LER-CARTAO-PREVISAO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    MONTAR-HORIZONTE                                         *
      *    Carrega o calendario de um mes antes a um mes depois     *
      *    do horizonte (as antecipacoes recuam ate la) e monta a   *
      *    agenda dia a dia com a marca de dia util.                *
      *----------------------------------------------------------*
       MONTAR-HORIZONTE.
           COMPUTE WS-INT-HOJE =
               FUNCTION INTEGER-OF-DATE (WS-DATA-HOJE).
           COMPUTE WS-INT-FIM = WS-INT-HOJE + WS-HORIZONTE-DIAS - 1.
           COMPUTE WS-DATA-FIM = FUNCTION DATE-OF-INTEGER (WS-INT-FIM).
           MOVE WS-DATA-FIM (1:6) TO WS-MES-FIM.
           COMPUTE WS-INT-CAL-INICIO = WS-INT-HOJE - 31.
           COMPUTE WS-INT-CAL-FIM = WS-INT-FIM + 31.
           COMPUTE WS-DATA-CAL-INICIO =
               FUNCTION DATE-OF-INTEGER (WS-INT-CAL-INICIO).
           COMPUTE WS-DATA-CAL-FIM =
               FUNCTION DATE-OF-INTEGER (WS-INT-CAL-FIM).

           MOVE WS-DATA-HOJE (1:6) TO WS-MES-ANTERIOR.
           IF WS-MAN-MES = 1
               MOVE 12 TO WS-MAN-MES
               SUBTRACT 1 FROM WS-MAN-ANO
           ELSE
               SUBTRACT 1 FROM WS-MAN-MES
           END-IF.

           OPEN INPUT ARQUIVO-CALENDARIO.
           IF WS-STATUS-CALENDARIO = '00'
               PERFORM LER-DIA-CALENDARIO
                   UNTIL WS-EOF-CALENDARIO = 'S'
           ELSE
               DISPLAY 'TESTCAIX CALENDAR.DAT AUSENTE - SO FIM DE '
                       'SEMANA COMO NAO UTIL'
           END-IF.
           CLOSE ARQUIVO-CALENDARIO.

           PERFORM MONTAR-DIA-AGENDA
               VARYING WS-IDX-DIA FROM 1 BY 1
               UNTIL WS-IDX-DIA > WS-HORIZONTE-DIAS.

       MONTAR-HORIZONTE-EXIT.
           EXIT.

       LER-DIA-CALENDARIO.
           READ ARQUIVO-CALENDARIO
               AT END
                   MOVE 'S' TO WS-EOF-CALENDARIO
               NOT AT END
                   IF CAL-DATA IS NUMERIC
                          AND CAL-DATA NOT < WS-DATA-CAL-INICIO
                          AND CAL-DATA NOT > WS-DATA-CAL-FIM
                          AND WS-QTD-CALENDARIO < 400
                       ADD 1 TO WS-QTD-CALENDARIO
                       MOVE CAL-DATA
                           TO WS-CLD-DATA (WS-QTD-CALENDARIO)
                       MOVE CAL-TIPO
                           TO WS-CLD-TIPO (WS-QTD-CALENDARIO)
                   END-IF
           END-READ.

       LER-DIA-CALENDARIO-EXIT.
           EXIT.

       MONTAR-DIA-AGENDA.
           COMPUTE WS-INT-TESTE = WS-INT-HOJE + WS-IDX-DIA - 1.
           COMPUTE WS-DATA-TESTE =
               FUNCTION DATE-OF-INTEGER (WS-INT-TESTE).
           PERFORM VERIFICAR-DIA-UTIL.
           MOVE WS-DATA-TESTE TO WS-DIA-DATA (WS-IDX-DIA).
           MOVE WS-E-DIA-UTIL TO WS-DIA-UTIL (WS-IDX-DIA).
           MOVE WS-DIA-SEMANA TO WS-DIA-SEMANA-D (WS-IDX-DIA).
           PERFORM ZERAR-VALOR-DIA
               VARYING WS-IDX-CATEGORIA FROM 1 BY 1
               UNTIL WS-IDX-CATEGORIA > 7.

       MONTAR-DIA-AGENDA-EXIT.
           EXIT.

       ZERAR-VALOR-DIA.
           MOVE ZEROS TO WS-DIA-VALOR (WS-IDX-DIA, WS-IDX-CATEGORIA).

       ZERAR-VALOR-DIA-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    VERIFICAR-DIA-UTIL                                       *
      *    WS-DATA-TESTE -> WS-E-DIA-UTIL e WS-DIA-SEMANA. Vale o   *
      *    tipo do calendario; data ausente e util salvo sabado e   *
      *    domingo.                                                 *
      *----------------------------------------------------------*
       VERIFICAR-DIA-UTIL.
           COMPUTE WS-INT-TESTE =
               FUNCTION INTEGER-OF-DATE (WS-DATA-TESTE).
           DIVIDE WS-INT-TESTE BY 7 GIVING WS-QUOCIENTE
               REMAINDER WS-DIA-SEMANA.
           MOVE 'N' TO WS-DATA-ACHADA.
           PERFORM PROCURAR-DATA-CALENDARIO
               VARYING WS-IDX-CALENDARIO FROM 1 BY 1
               UNTIL WS-IDX-CALENDARIO > WS-QTD-CALENDARIO
                  OR WS-DATA-ACHADA = 'S'.
           IF WS-DATA-ACHADA = 'N'
               IF WS-DIA-SEMANA = 0 OR WS-DIA-SEMANA = 6
                   MOVE 'N' TO WS-E-DIA-UTIL
               ELSE
                   MOVE 'S' TO WS-E-DIA-UTIL
               END-IF
           END-IF.

       VERIFICAR-DIA-UTIL-EXIT.
           EXIT.

       PROCURAR-DATA-CALENDARIO.
           IF WS-CLD-DATA (WS-IDX-CALENDARIO) = WS-DATA-TESTE
               MOVE 'S' TO WS-DATA-ACHADA
               IF WS-CLD-TIPO (WS-IDX-CALENDARIO) = 'U'
                      OR WS-CLD-TIPO (WS-IDX-CALENDARIO) = 'M'
                   MOVE 'S' TO WS-E-DIA-UTIL
               ELSE
                   MOVE 'N' TO WS-E-DIA-UTIL
               END-IF
           END-IF.

       PROCURAR-DATA-CALENDARIO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    ANTECIPAR-DIA-UTIL                                       *
      *    Vencimento em WS-DATA-TESTE recua ate o dia util         *
      *    anterior (no maximo 15 dias).                            *
      *----------------------------------------------------------*
       ANTECIPAR-DIA-UTIL.
           PERFORM VERIFICAR-DIA-UTIL.
           MOVE ZEROS TO WS-QTD-DIAS-TESTADOS.
           PERFORM RECUAR-UM-DIA
               UNTIL WS-E-DIA-UTIL = 'S'
                  OR WS-QTD-DIAS-TESTADOS > 15.

       ANTECIPAR-DIA-UTIL-EXIT.
           EXIT.

       RECUAR-UM-DIA.
           SUBTRACT 1 FROM WS-INT-TESTE.
           COMPUTE WS-DATA-TESTE =
               FUNCTION DATE-OF-INTEGER (WS-INT-TESTE).
           PERFORM VERIFICAR-DIA-UTIL.
           ADD 1 TO WS-QTD-DIAS-TESTADOS.

       RECUAR-UM-DIA-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    CALCULAR-DIA-PAGAMENTO                                   *
      *    N-esimo dia util (WS-DIA-UTIL-PAGTO) do mes              *
      *    WS-MES-PROJ, devolvido em WS-DATA-TESTE.                 *
      *----------------------------------------------------------*
       CALCULAR-DIA-PAGAMENTO.
           COMPUTE WS-DATA-TESTE = WS-MES-PROJ * 100 + 1.
           COMPUTE WS-INT-TESTE =
               FUNCTION INTEGER-OF-DATE (WS-DATA-TESTE).
           MOVE ZEROS TO WS-QTD-UTEIS.
           MOVE ZEROS TO WS-QTD-DIAS-TESTADOS.
           PERFORM CONTAR-DIA-UTIL
               UNTIL WS-QTD-UTEIS = WS-DIA-UTIL-PAGTO
                  OR WS-QTD-DIAS-TESTADOS > 40.

       CALCULAR-DIA-PAGAMENTO-EXIT.
           EXIT.

       CONTAR-DIA-UTIL.
           COMPUTE WS-DATA-TESTE =
               FUNCTION DATE-OF-INTEGER (WS-INT-TESTE).
           PERFORM VERIFICAR-DIA-UTIL.
           IF WS-E-DIA-UTIL = 'S'
               ADD 1 TO WS-QTD-UTEIS
           END-IF.
           IF WS-QTD-UTEIS < WS-DIA-UTIL-PAGTO
               ADD 1 TO WS-INT-TESTE
           END-IF.
           ADD 1 TO WS-QTD-DIAS-TESTADOS.

       CONTAR-DIA-UTIL-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    LANCAR-SAIDA                                             *
      *    Soma WS-VALOR-LANCAMENTO na categoria WS-CATEGORIA-LANC  *
      *    do dia WS-DATA-LANCAMENTO. Data antes de hoje ja foi     *
      *    paga; data depois do horizonte fica fora da previsao.    *
      *----------------------------------------------------------*
       LANCAR-SAIDA.
           IF WS-VALOR-LANCAMENTO = ZEROS
               GO TO LANCAR-SAIDA-EXIT
           END-IF.
           IF WS-DATA-LANCAMENTO < WS-DATA-HOJE
               GO TO LANCAR-SAIDA-EXIT
           END-IF.
           IF WS-DATA-LANCAMENTO > WS-DATA-FIM
               ADD 1 TO WS-QTD-FORA-HORIZONTE
               GO TO LANCAR-SAIDA-EXIT
           END-IF.
           COMPUTE WS-IDX-DIA =
               FUNCTION INTEGER-OF-DATE (WS-DATA-LANCAMENTO)
               - WS-INT-HOJE + 1.
           ADD WS-VALOR-LANCAMENTO
               TO WS-DIA-VALOR (WS-IDX-DIA, WS-CATEGORIA-LANC).
           ADD 1 TO WS-QTD-LANCAMENTOS.

       LANCAR-SAIDA-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    CARREGAR-REGISTRO-ORDENS                                 *
      *----------------------------------------------------------*
       CARREGAR-REGISTRO-ORDENS.
           OPEN INPUT REGISTRO-ORDENS.
           IF WS-STATUS-ORDENS = '00'
               PERFORM LER-ORDEM-JUDICIAL
                   UNTIL WS-EOF-ORDENS = 'S'
           END-IF.
           CLOSE REGISTRO-ORDENS.

       CARREGAR-REGISTRO-ORDENS-EXIT.
           EXIT.

       LER-ORDEM-JUDICIAL.
           READ REGISTRO-ORDENS
               AT END
                   MOVE 'S' TO WS-EOF-ORDENS
               NOT AT END
                   IF GRN-MATRICULA IS NUMERIC
                          AND GRN-MATRICULA > ZEROS
                          AND GRN-VALOR IS NUMERIC
                          AND (ORDEM-PERCENTUAL
                               OR ORDEM-VALOR-FIXO)
                          AND WS-QTD-ORDENS < 500
                       ADD 1 TO WS-QTD-ORDENS
                       MOVE GRN-MATRICULA
                           TO WS-ORD-MATRICULA (WS-QTD-ORDENS)
                       MOVE GRN-TIPO
                           TO WS-ORD-TIPO (WS-QTD-ORDENS)
                       MOVE GRN-VALOR
                           TO WS-ORD-VALOR (WS-QTD-ORDENS)
                   END-IF
           END-READ.

       LER-ORDEM-JUDICIAL-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    CARREGAR-OPTANTES                                        *
      *    Optantes de ADTOELEG.DAT e cartao ADTOCARD.DAT           *
      *    (data e percentual do proximo run de TESTADTO).          *
      *----------------------------------------------------------*
       CARREGAR-OPTANTES.
           OPEN INPUT CADASTRO-OPTANTES.
           IF WS-STATUS-OPTANTES = '00'
               PERFORM LER-OPTANTE
                   UNTIL WS-EOF-OPTANTES = 'S'
           END-IF.
           CLOSE CADASTRO-OPTANTES.

           OPEN INPUT CARTAO-ADIANTAMENTO.
           IF WS-STATUS-CARTAO-ADTO = '00'
               READ CARTAO-ADIANTAMENTO
                   AT END
                       CONTINUE
                   NOT AT END
                       IF ADC-DATA-PAGAMENTO IS NUMERIC
                           MOVE ADC-DATA-PAGAMENTO
                               TO WS-DATA-CARTAO-ADTO
                       END-IF
                       IF ADC-PERCENTUAL IS NUMERIC
                              AND ADC-PERCENTUAL > ZEROS
                           MOVE ADC-PERCENTUAL TO WS-PCT-ADTO-RUN
                       END-IF
               END-READ
           END-IF.
           CLOSE CARTAO-ADIANTAMENTO.

       CARREGAR-OPTANTES-EXIT.
           EXIT.

       LER-OPTANTE.
           READ CADASTRO-OPTANTES
               AT END
                   MOVE 'S' TO WS-EOF-OPTANTES
               NOT AT END
                   IF OPT-MATRICULA IS NUMERIC
                          AND OPT-MATRICULA > ZEROS
                          AND WS-QTD-OPTANTES < 2000
                       ADD 1 TO WS-QTD-OPTANTES
                       MOVE OPT-MATRICULA
                           TO WS-OPT-MATRICULA (WS-QTD-OPTANTES)
                       IF OPT-PERCENTUAL IS NUMERIC
                           MOVE OPT-PERCENTUAL
                               TO WS-OPT-PCT (WS-QTD-OPTANTES)
                       ELSE
                           MOVE ZEROS
                               TO WS-OPT-PCT (WS-QTD-OPTANTES)
                       END-IF
                   END-IF
           END-READ.

       LER-OPTANTE-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    PROJETAR-LIQUIDO                                         *
      *    Liquido de EMPLIQ.DAT e ordens judiciais de cada         *
      *    empregado (teto de 50% do liquido, como TESTGARN).       *
      *----------------------------------------------------------*
       PROJETAR-LIQUIDO.
           OPEN INPUT EXTRATO-LIQUIDO.
           IF WS-STATUS-LIQUIDO NOT = '00'
               CLOSE EXTRATO-LIQUIDO
               DISPLAY 'TESTCAIX EMPLIQ.DAT AUSENTE - PREVISAO SEM '
                       'O LIQUIDO DA FOLHA'
               MOVE 'TESTCAIX'          TO WS-EXC-PROGRAMA
               MOVE 'PROJETAR-LIQUIDO'  TO WS-EXC-PARAGRAFO
               MOVE 4                   TO WS-EXC-CODIGO
               MOVE 'EMPLIQ.DAT AUSENTE - PREVISAO SEM FOLHA'
                   TO WS-EXC-MENSAGEM
               MOVE 2 TO WS-EXC-SEVERIDADE
               PERFORM GRAVAR-EXCECAO-GERAL
               MOVE 4 TO RETURN-CODE
               GO TO PROJETAR-LIQUIDO-EXIT
           END-IF.
           PERFORM LER-EMPREGADO-LIQUIDO
               UNTIL WS-EOF-LIQUIDO = 'S'.
           CLOSE EXTRATO-LIQUIDO.
           COMPUTE WS-LIQUIDO-SEM-PENSOES =
               WS-TOTAL-LIQUIDO - WS-TOTAL-PENSOES.

       PROJETAR-LIQUIDO-EXIT.
           EXIT.

       LER-EMPREGADO-LIQUIDO.
           READ EXTRATO-LIQUIDO
               AT END
                   MOVE 'S' TO WS-EOF-LIQUIDO
               NOT AT END
                   IF REG-EXTRATO-LIQUIDO (1:6) = 'VERSAO'
                       MOVE REG-EXTRATO-LIQUIDO (7:2)
                           TO WS-VERSAO-EXTRATO-LIDA
                       PERFORM CONFERIR-VERSAO-EXTRATO
                   ELSE
                       IF LIQ-EMPLOYEE-SALARY IS NUMERIC
                           ADD 1 TO WS-QTD-LIQUIDOS
                           MOVE LIQ-EMPLOYEE-SALARY
                               TO WS-LIQUIDO-EMPREGADO
                           ADD WS-LIQUIDO-EMPREGADO
                               TO WS-TOTAL-LIQUIDO
                           PERFORM CALCULAR-PENSOES-EMPREGADO
                       END-IF
                   END-IF
           END-READ.

       LER-EMPREGADO-LIQUIDO-EXIT.
           EXIT.

       CALCULAR-PENSOES-EMPREGADO.
           MOVE ZEROS TO WS-PENSAO-EMPREGADO.
           PERFORM SOMAR-ORDEM-EMPREGADO
               VARYING WS-IDX-ORDEM FROM 1 BY 1
               UNTIL WS-IDX-ORDEM > WS-QTD-ORDENS.
           COMPUTE WS-TETO-LEGAL ROUNDED = WS-LIQUIDO-EMPREGADO / 2.
           IF WS-PENSAO-EMPREGADO > WS-TETO-LEGAL
               MOVE WS-TETO-LEGAL TO WS-PENSAO-EMPREGADO
           END-IF.
           ADD WS-PENSAO-EMPREGADO TO WS-TOTAL-PENSOES.

       CALCULAR-PENSOES-EMPREGADO-EXIT.
           EXIT.

       SOMAR-ORDEM-EMPREGADO.
           IF WS-ORD-MATRICULA (WS-IDX-ORDEM) = LIQ-EMPLOYEE-ID
               IF WS-ORD-TIPO (WS-IDX-ORDEM) = 'P'
                   COMPUTE WS-VALOR-ORDEM ROUNDED =
                       WS-LIQUIDO-EMPREGADO
                       * WS-ORD-VALOR (WS-IDX-ORDEM) / 100
               ELSE
                   MOVE WS-ORD-VALOR (WS-IDX-ORDEM) TO WS-VALOR-ORDEM
               END-IF
               ADD WS-VALOR-ORDEM TO WS-PENSAO-EMPREGADO
           END-IF.

       SOMAR-ORDEM-EMPREGADO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    CONFERIR-VERSAO-EXTRATO                                  *
      *    Header de versao de layout (ver EXTVWS).                 *
      *----------------------------------------------------------*
       CONFERIR-VERSAO-EXTRATO.
           IF WS-VERSAO-EXTRATO-LIDA NOT = WS-VERSAO-EXTRATO-ATUAL
               DISPLAY 'TESTCAIX VERSAO DO EXTRATO '
                       WS-VERSAO-EXTRATO-LIDA
                       ' INCOMPATIVEL - ESPERADA '
                       WS-VERSAO-EXTRATO-ATUAL
               MOVE 'TESTCAIX'          TO WS-EXC-PROGRAMA
               MOVE 'CONFERIR-VERSAO-EXTRATO' TO WS-EXC-PARAGRAFO
               MOVE 8                   TO WS-EXC-CODIGO
               MOVE 'VERSAO DE LAYOUT DO EXTRATO INCOMPATIVEL'
                   TO WS-EXC-MENSAGEM
               MOVE 2 TO WS-EXC-SEVERIDADE
               PERFORM GRAVAR-EXCECAO-GERAL
               MOVE 8 TO RETURN-CODE
               PERFORM REGISTRAR-FIM-EXECUCAO
               STOP RUN
           END-IF.

       CONFERIR-VERSAO-EXTRATO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    PROJETAR-BRUTO-E-ADTO                                    *
      *    Bruto de EMPEXTR.DAT (base das parcelas do 13o) e        *
      *    adiantamento dos optantes pelo percentual proprio ou     *
      *    do run.                                                  *
      *----------------------------------------------------------*
       PROJETAR-BRUTO-E-ADTO.
           OPEN INPUT EXTRATO-EMPREGADOS.
           IF WS-STATUS-EXTRATO = '00'
               PERFORM LER-EMPREGADO-BRUTO
                   UNTIL WS-EOF-EXTRATO = 'S'
           ELSE
               DISPLAY 'TESTCAIX EMPEXTR.DAT AUSENTE - SEM 13O E '
                       'ADIANTAMENTO'
           END-IF.
           CLOSE EXTRATO-EMPREGADOS.
           COMPUTE WS-VALOR-PARCELA-13 ROUNDED = WS-TOTAL-BRUTO / 2.

       PROJETAR-BRUTO-E-ADTO-EXIT.
           EXIT.

       LER-EMPREGADO-BRUTO.
           READ EXTRATO-EMPREGADOS
               AT END
                   MOVE 'S' TO WS-EOF-EXTRATO
               NOT AT END
                   IF REG-EXTRATO-EMPREGADO (1:6) = 'VERSAO'
                       MOVE REG-EXTRATO-EMPREGADO (7:2)
                           TO WS-VERSAO-EXTRATO-LIDA
                       PERFORM CONFERIR-VERSAO-EXTRATO
                   ELSE
                       IF EXT-EMPLOYEE-SALARY IS NUMERIC
                           ADD EXT-EMPLOYEE-SALARY TO WS-TOTAL-BRUTO
                           PERFORM CALCULAR-ADTO-EMPREGADO
                       END-IF
                   END-IF
           END-READ.

       LER-EMPREGADO-BRUTO-EXIT.
           EXIT.

       CALCULAR-ADTO-EMPREGADO.
           MOVE 'N' TO WS-OPTANTE-ACHADO.
           PERFORM PROCURAR-OPTANTE
               VARYING WS-IDX-OPTANTE FROM 1 BY 1
               UNTIL WS-IDX-OPTANTE > WS-QTD-OPTANTES
                  OR WS-OPTANTE-ACHADO = 'S'.
           IF WS-OPTANTE-ACHADO = 'S'
               IF WS-PCT-ADTO-EMPREGADO = ZEROS
                   MOVE WS-PCT-ADTO-RUN TO WS-PCT-ADTO-EMPREGADO
               END-IF
               COMPUTE WS-VALOR-ADTO-EMPREGADO ROUNDED =
                   EXT-EMPLOYEE-SALARY * WS-PCT-ADTO-EMPREGADO / 100
               ADD WS-VALOR-ADTO-EMPREGADO TO WS-TOTAL-ADTO
           END-IF.

       CALCULAR-ADTO-EMPREGADO-EXIT.
           EXIT.

       PROCURAR-OPTANTE.
           IF WS-OPT-MATRICULA (WS-IDX-OPTANTE) = EXT-EMPLOYEE-ID
               MOVE 'S' TO WS-OPTANTE-ACHADO
               MOVE WS-OPT-PCT (WS-IDX-OPTANTE)
                   TO WS-PCT-ADTO-EMPREGADO
           END-IF.

       PROCURAR-OPTANTE-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    CARREGAR-BASE-ENCARGOS                                   *
      *    Base = soma dos departamentos do snapshot mais recente   *
      *    de PAYHIST.DAT.                                          *
      *----------------------------------------------------------*
       CARREGAR-BASE-ENCARGOS.
           OPEN INPUT HISTORICO-FOLHA.
           IF WS-STATUS-HISTORICO = '00'
               PERFORM LER-SNAPSHOT-FOLHA
                   UNTIL WS-EOF-HISTORICO = 'S'
           ELSE
               DISPLAY 'TESTCAIX PAYHIST.DAT AUSENTE - SEM ENCARGOS'
           END-IF.
           CLOSE HISTORICO-FOLHA.

       CARREGAR-BASE-ENCARGOS-EXIT.
           EXIT.

       LER-SNAPSHOT-FOLHA.
           READ HISTORICO-FOLHA
               AT END
                   MOVE 'S' TO WS-EOF-HISTORICO
               NOT AT END
                   IF HIST-DATA IS NUMERIC
                          AND HIST-TOTAL-FOLHA IS NUMERIC
                       IF HIST-DATA > WS-DATA-MAIS-RECENTE
                           MOVE HIST-DATA TO WS-DATA-MAIS-RECENTE
                           MOVE HIST-TOTAL-FOLHA
                               TO WS-BASE-ENCARGOS
                       ELSE
                           IF HIST-DATA = WS-DATA-MAIS-RECENTE
                               ADD HIST-TOTAL-FOLHA
                                   TO WS-BASE-ENCARGOS
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       LER-SNAPSHOT-FOLHA-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    CARREGAR-TABELA-ENCARGOS                                 *
      *    Por codigo vale a linha com a vigencia mais recente ja   *
      *    em vigor na data do run (mesma regra de TESTREMS).       *
      *----------------------------------------------------------*
       CARREGAR-TABELA-ENCARGOS.
           OPEN INPUT TABELA-ENCARGOS.
           IF WS-STATUS-ENCARGOS = '00'
               PERFORM LER-LINHA-ENCARGO
                   UNTIL WS-EOF-ENCARGOS = 'S'
           END-IF.
           CLOSE TABELA-ENCARGOS.

       CARREGAR-TABELA-ENCARGOS-EXIT.
           EXIT.

       LER-LINHA-ENCARGO.
           READ TABELA-ENCARGOS
               AT END
                   MOVE 'S' TO WS-EOF-ENCARGOS
               NOT AT END
                   PERFORM GUARDAR-ENCARGO THRU
                           GUARDAR-ENCARGO-EXIT
           END-READ.

       LER-LINHA-ENCARGO-EXIT.
           EXIT.

       GUARDAR-ENCARGO.
           IF ENC-PERCENTUAL IS NOT NUMERIC
                  OR ENC-DATA-VIGENCIA IS NOT NUMERIC
                  OR ENC-DATA-VIGENCIA > WS-DATA-HOJE
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

       CALCULAR-TOTAL-ENCARGOS.
           COMPUTE WS-TOTAL-ENCARGOS ROUNDED =
               WS-TOTAL-ENCARGOS
               + WS-BASE-ENCARGOS * WS-ENC-PCT (WS-IDX-ENCARGO) / 100.

       CALCULAR-TOTAL-ENCARGOS-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    PROJETAR-MES                                             *
      *    Saidas recorrentes do mes WS-MES-PROJ: liquido e         *
      *    pensoes no dia do pagamento, guias, adiantamento e, na   *
      *    temporada, as parcelas do 13o.                           *
      *----------------------------------------------------------*
       PROJETAR-MES.
           PERFORM CALCULAR-DIA-PAGAMENTO.
           MOVE WS-DATA-TESTE TO WS-DATA-LANCAMENTO.
           MOVE 1 TO WS-CATEGORIA-LANC.
           MOVE WS-LIQUIDO-SEM-PENSOES TO WS-VALOR-LANCAMENTO.
           PERFORM LANCAR-SAIDA THRU LANCAR-SAIDA-EXIT.
           MOVE 2 TO WS-CATEGORIA-LANC.
           MOVE WS-TOTAL-PENSOES TO WS-VALOR-LANCAMENTO.
           PERFORM LANCAR-SAIDA THRU LANCAR-SAIDA-EXIT.

           COMPUTE WS-DATA-TESTE = WS-MES-PROJ * 100 + WS-DIA-ENCARGOS.
           PERFORM ANTECIPAR-DIA-UTIL.
           MOVE WS-DATA-TESTE TO WS-DATA-LANCAMENTO.
           MOVE 3 TO WS-CATEGORIA-LANC.
           MOVE WS-TOTAL-ENCARGOS TO WS-VALOR-LANCAMENTO.
           PERFORM LANCAR-SAIDA THRU LANCAR-SAIDA-EXIT.

           IF WS-CAD-ANO-MES = WS-MES-PROJ
                  AND WS-CAD-DIA > ZEROS
               MOVE WS-DATA-CARTAO-ADTO TO WS-DATA-TESTE
           ELSE
               COMPUTE WS-DATA-TESTE =
                   WS-MES-PROJ * 100 + WS-DIA-ADTO
           END-IF.
           PERFORM ANTECIPAR-DIA-UTIL.
           MOVE WS-DATA-TESTE TO WS-DATA-LANCAMENTO.
           MOVE 7 TO WS-CATEGORIA-LANC.
           MOVE WS-TOTAL-ADTO TO WS-VALOR-LANCAMENTO.
           PERFORM LANCAR-SAIDA THRU LANCAR-SAIDA-EXIT.

           IF WS-MPR-MES = 11 OR WS-MPR-MES = 12
               IF WS-MPR-MES = 11
                   COMPUTE WS-DATA-TESTE = WS-MES-PROJ * 100 + 30
               ELSE
                   COMPUTE WS-DATA-TESTE = WS-MES-PROJ * 100 + 20
               END-IF
               PERFORM ANTECIPAR-DIA-UTIL
               MOVE WS-DATA-TESTE TO WS-DATA-LANCAMENTO
               MOVE 5 TO WS-CATEGORIA-LANC
               MOVE WS-VALOR-PARCELA-13 TO WS-VALOR-LANCAMENTO
               PERFORM LANCAR-SAIDA THRU LANCAR-SAIDA-EXIT
           END-IF.

           IF WS-MPR-MES = 12
               MOVE 1 TO WS-MPR-MES
               ADD 1 TO WS-MPR-ANO
           ELSE
               ADD 1 TO WS-MPR-MES
           END-IF.

       PROJETAR-MES-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    PROJETAR-RESCISOES                                       *
      *    Cada lote de RESCPAY.DAT vence 10 dias apos a data do    *
      *    header (prazo legal da rescisao), antecipado para dia    *
      *    util. Prazo ja vencido conta como pago.                  *
      *----------------------------------------------------------*
       PROJETAR-RESCISOES.
           OPEN INPUT PAGAMENTO-RESCISAO.
           IF WS-STATUS-RESCISAO = '00'
               PERFORM LER-PAGAMENTO-RESCISAO
                   UNTIL WS-EOF-RESCISAO = 'S'
               PERFORM LANCAR-LOTE-RESCISAO
           END-IF.
           CLOSE PAGAMENTO-RESCISAO.

       PROJETAR-RESCISOES-EXIT.
           EXIT.

       LER-PAGAMENTO-RESCISAO.
           READ PAGAMENTO-RESCISAO
               AT END
                   MOVE 'S' TO WS-EOF-RESCISAO
               NOT AT END
                   EVALUATE RSC-TIPO
                       WHEN 'H'
                           PERFORM LANCAR-LOTE-RESCISAO
                           IF RSC-HDR-DATA IS NUMERIC
                               MOVE RSC-HDR-DATA
                                   TO WS-DATA-HDR-RESCISAO
                           END-IF
                       WHEN 'D'
                           IF RSC-VALOR IS NUMERIC
                               ADD RSC-VALOR TO WS-TOTAL-RESCISAO
                               ADD 1 TO WS-QTD-RESCISOES
                           END-IF
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.

       LER-PAGAMENTO-RESCISAO-EXIT.
           EXIT.

       LANCAR-LOTE-RESCISAO.
           IF WS-TOTAL-RESCISAO > ZEROS
                  AND WS-DATA-HDR-RESCISAO > ZEROS
               COMPUTE WS-INT-TESTE =
                   FUNCTION INTEGER-OF-DATE (WS-DATA-HDR-RESCISAO)
                   + 10
               COMPUTE WS-DATA-TESTE =
                   FUNCTION DATE-OF-INTEGER (WS-INT-TESTE)
               PERFORM ANTECIPAR-DIA-UTIL
               MOVE WS-DATA-TESTE TO WS-DATA-LANCAMENTO
               MOVE 4 TO WS-CATEGORIA-LANC
               MOVE WS-TOTAL-RESCISAO TO WS-VALOR-LANCAMENTO
               PERFORM LANCAR-SAIDA THRU LANCAR-SAIDA-EXIT
           END-IF.
           MOVE ZEROS TO WS-TOTAL-RESCISAO.
           MOVE ZEROS TO WS-DATA-HDR-RESCISAO.

       LANCAR-LOTE-RESCISAO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    PROJETAR-PLR                                             *
      *    Verba do cartao PLRCARD.DAT (soma das linhas 'D'         *
      *    quando houver, senao a global da 'H') na data de         *
      *    pagamento do cartao, antecipada para dia util.           *
      *----------------------------------------------------------*
       PROJETAR-PLR.
           OPEN INPUT CARTAO-PLR.
           IF WS-STATUS-CARTAO-PLR NOT = '00'
               CLOSE CARTAO-PLR
               GO TO PROJETAR-PLR-EXIT
           END-IF.
           PERFORM LER-CARTAO-PLR
               UNTIL WS-EOF-CARTAO-PLR = 'S'.
           CLOSE CARTAO-PLR.

           IF WS-DATA-PLR = ZEROS
               GO TO PROJETAR-PLR-EXIT
           END-IF.
           MOVE WS-DATA-PLR TO WS-DATA-TESTE.
           PERFORM ANTECIPAR-DIA-UTIL.
           MOVE WS-DATA-TESTE TO WS-DATA-LANCAMENTO.
           MOVE 6 TO WS-CATEGORIA-LANC.
           IF WS-VERBA-PLR-DEPTOS > ZEROS
               MOVE WS-VERBA-PLR-DEPTOS TO WS-VALOR-LANCAMENTO
           ELSE
               MOVE WS-VERBA-PLR-GLOBAL TO WS-VALOR-LANCAMENTO
           END-IF.
           PERFORM LANCAR-SAIDA THRU LANCAR-SAIDA-EXIT.

       PROJETAR-PLR-EXIT.
           EXIT.

       LER-CARTAO-PLR.
           READ CARTAO-PLR
               AT END
                   MOVE 'S' TO WS-EOF-CARTAO-PLR
               NOT AT END
                   IF PLC-TIPO = 'H'
                       IF PLC-DATA-PAGAMENTO IS NUMERIC
                           MOVE PLC-DATA-PAGAMENTO TO WS-DATA-PLR
                       END-IF
                       IF PLC-VALOR-VERBA IS NUMERIC
                           MOVE PLC-VALOR-VERBA
                               TO WS-VERBA-PLR-GLOBAL
                       END-IF
                   END-IF
                   IF PLD-TIPO = 'D' AND PLD-VALOR-VERBA IS NUMERIC
                       ADD PLD-VALOR-VERBA TO WS-VERBA-PLR-DEPTOS
                   END-IF
           END-READ.

       LER-CARTAO-PLR-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    CARREGAR-REALIZADO                                       *
      *    Pago no mes anterior: ultima transmissao de BNKHIST.DAT  *
      *    (liquido + pensoes), adiantamentos 'P' de ADTOLAN.DAT e  *
      *    PLR liquida de PLRTOT.DAT.                               *
      *----------------------------------------------------------*
       CARREGAR-REALIZADO.
           OPEN INPUT HISTORICO-TRANSMISSAO.
           IF WS-STATUS-BNKHIST = '00'
               PERFORM LER-TRANSMISSAO
                   UNTIL WS-EOF-BNKHIST = 'S'
           END-IF.
           CLOSE HISTORICO-TRANSMISSAO.

           OPEN INPUT RAZAO-ADIANTAMENTO.
           IF WS-STATUS-RAZAO-ADTO = '00'
               PERFORM LER-LANCAMENTO-ADTO
                   UNTIL WS-EOF-RAZAO-ADTO = 'S'
           END-IF.
           CLOSE RAZAO-ADIANTAMENTO.

           OPEN INPUT TOTAIS-PLR.
           IF WS-STATUS-TOTAIS-PLR = '00'
               PERFORM LER-TOTAIS-PLR
                   UNTIL WS-EOF-TOTAIS-PLR = 'S'
           END-IF.
           CLOSE TOTAIS-PLR.

       CARREGAR-REALIZADO-EXIT.
           EXIT.

       LER-TRANSMISSAO.
           READ HISTORICO-TRANSMISSAO
               AT END
                   MOVE 'S' TO WS-EOF-BNKHIST
               NOT AT END
                   IF BHT-DATA IS NUMERIC
                          AND BHT-VALOR IS NUMERIC
                          AND BHT-DATA (1:6) = WS-MES-ANTERIOR
                          AND BHT-DATA NOT < WS-DATA-ULT-TRANSMISSAO
                       MOVE BHT-DATA  TO WS-DATA-ULT-TRANSMISSAO
                       MOVE BHT-VALOR TO WS-REAL-FOLHA
                   END-IF
           END-READ.

       LER-TRANSMISSAO-EXIT.
           EXIT.

       LER-LANCAMENTO-ADTO.
           READ RAZAO-ADIANTAMENTO
               AT END
                   MOVE 'S' TO WS-EOF-RAZAO-ADTO
               NOT AT END
                   IF LAN-SITUACAO = 'P'
                          AND LAN-VALOR IS NUMERIC
                          AND LAN-DATA-PAGAMENTO IS NUMERIC
                          AND LAN-DATA-PAGAMENTO (1:6)
                              = WS-MES-ANTERIOR
                       ADD LAN-VALOR TO WS-REAL-ADTO
                   END-IF
           END-READ.

       LER-LANCAMENTO-ADTO-EXIT.
           EXIT.

       LER-TOTAIS-PLR.
           READ TOTAIS-PLR
               AT END
                   MOVE 'S' TO WS-EOF-TOTAIS-PLR
               NOT AT END
                   IF TPL-DATA-PAGAMENTO IS NUMERIC
                          AND TPL-VALOR-LIQUIDO IS NUMERIC
                          AND TPL-DATA-PAGAMENTO (1:6)
                              = WS-MES-ANTERIOR
                       ADD TPL-VALOR-LIQUIDO TO WS-REAL-PLR
                   END-IF
           END-READ.

       LER-TOTAIS-PLR-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    GERAR-RELATORIO-CAIXA                                    *
      *    Agenda diaria (so dias com saida), subtotal de cada      *
      *    semana de segunda a domingo, total do horizonte e o      *
      *    confronto com o realizado no mes anterior.               *
      *----------------------------------------------------------*
       GERAR-RELATORIO-CAIXA.
           OPEN OUTPUT RELATORIO-CAIXA.
           MOVE WS-DATA-HOJE TO CXA-CAB-DATA.
           MOVE WS-DATA-HOJE TO CXA-CAB-INICIO.
           MOVE WS-DATA-FIM  TO CXA-CAB-FIM.
           WRITE REG-RELATORIO-CAIXA FROM WS-CABECALHO-CAIXA.
           MOVE WS-DIA-UTIL-PAGTO TO CXA-PAR-DIA-UTIL.
           MOVE WS-DIA-ENCARGOS   TO CXA-PAR-DIA-ENC.
           MOVE WS-DIA-ADTO       TO CXA-PAR-DIA-ADTO.
           WRITE REG-RELATORIO-CAIXA FROM WS-CABECALHO-PARAMETROS.
           MOVE SPACES TO REG-RELATORIO-CAIXA.
           WRITE REG-RELATORIO-CAIXA.

           PERFORM PREPARAR-COLUNA
               VARYING WS-IDX-CATEGORIA FROM 1 BY 1
               UNTIL WS-IDX-CATEGORIA > 7.
           MOVE '   TOTAL' TO CXA-COL-NOME (8).
           WRITE REG-RELATORIO-CAIXA FROM WS-CABECALHO-COLUNAS.

           INITIALIZE WS-TOTAIS-SEMANA.
           INITIALIZE WS-TOTAIS-HORIZONTE.
           MOVE 1 TO WS-NUM-SEMANA.
           PERFORM IMPRIMIR-DIA
               VARYING WS-IDX-DIA FROM 1 BY 1
               UNTIL WS-IDX-DIA > WS-HORIZONTE-DIAS.

           PERFORM PREPARAR-TOTAL-HORIZONTE
               VARYING WS-IDX-CATEGORIA FROM 1 BY 1
               UNTIL WS-IDX-CATEGORIA > 8.
           WRITE REG-RELATORIO-CAIXA FROM WS-LINHA-HORIZONTE.

           PERFORM IMPRIMIR-CONFRONTO.
           CLOSE RELATORIO-CAIXA.

       GERAR-RELATORIO-CAIXA-EXIT.
           EXIT.

       PREPARAR-COLUNA.
           MOVE WS-NOME-CATEGORIA (WS-IDX-CATEGORIA)
               TO CXA-COL-NOME (WS-IDX-CATEGORIA).

       PREPARAR-COLUNA-EXIT.
           EXIT.

       IMPRIMIR-DIA.
           MOVE ZEROS TO WS-TOTAL-DIA.
           PERFORM SOMAR-CATEGORIA-DIA
               VARYING WS-IDX-CATEGORIA FROM 1 BY 1
               UNTIL WS-IDX-CATEGORIA > 7.
           IF WS-TOTAL-DIA > ZEROS
               MOVE WS-DIA-DATA (WS-IDX-DIA) TO CXA-DIA-DATA
               COMPUTE WS-IDX-CATEGORIA =
                   WS-DIA-SEMANA-D (WS-IDX-DIA) + 1
               MOVE WS-NOME-DIA-SEMANA (WS-IDX-CATEGORIA)
                   TO CXA-DIA-SEMANA
               MOVE WS-TOTAL-DIA TO CXA-DIA-VALOR (8)
               WRITE REG-RELATORIO-CAIXA FROM WS-LINHA-DIA
           END-IF.
           ADD WS-TOTAL-DIA TO WS-SEM-VALOR (8).
           ADD WS-TOTAL-DIA TO WS-HOR-VALOR (8).

           IF WS-DIA-SEMANA-D (WS-IDX-DIA) = 0
                  OR WS-IDX-DIA = WS-HORIZONTE-DIAS
               PERFORM IMPRIMIR-SEMANA
           END-IF.

       IMPRIMIR-DIA-EXIT.
           EXIT.

       SOMAR-CATEGORIA-DIA.
           MOVE WS-DIA-VALOR (WS-IDX-DIA, WS-IDX-CATEGORIA)
               TO CXA-DIA-VALOR (WS-IDX-CATEGORIA).
           ADD WS-DIA-VALOR (WS-IDX-DIA, WS-IDX-CATEGORIA)
               TO WS-TOTAL-DIA.
           ADD WS-DIA-VALOR (WS-IDX-DIA, WS-IDX-CATEGORIA)
               TO WS-SEM-VALOR (WS-IDX-CATEGORIA).
           ADD WS-DIA-VALOR (WS-IDX-DIA, WS-IDX-CATEGORIA)
               TO WS-HOR-VALOR (WS-IDX-CATEGORIA).

       SOMAR-CATEGORIA-DIA-EXIT.
           EXIT.

       IMPRIMIR-SEMANA.
           MOVE WS-NUM-SEMANA TO CXA-SEM-NUMERO.
           PERFORM PREPARAR-VALOR-SEMANA
               VARYING WS-IDX-CATEGORIA FROM 1 BY 1
               UNTIL WS-IDX-CATEGORIA > 8.
           WRITE REG-RELATORIO-CAIXA FROM WS-LINHA-SEMANA.
           MOVE SPACES TO REG-RELATORIO-CAIXA.
           WRITE REG-RELATORIO-CAIXA.
           INITIALIZE WS-TOTAIS-SEMANA.
           ADD 1 TO WS-NUM-SEMANA.

       IMPRIMIR-SEMANA-EXIT.
           EXIT.

       PREPARAR-VALOR-SEMANA.
           MOVE WS-SEM-VALOR (WS-IDX-CATEGORIA)
               TO CXA-SEM-VALOR (WS-IDX-CATEGORIA).

       PREPARAR-VALOR-SEMANA-EXIT.
           EXIT.

       PREPARAR-TOTAL-HORIZONTE.
           MOVE WS-HOR-VALOR (WS-IDX-CATEGORIA)
               TO CXA-HOR-VALOR (WS-IDX-CATEGORIA).

       PREPARAR-TOTAL-HORIZONTE-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    IMPRIMIR-CONFRONTO                                       *
      *    Folha (liquido + pensoes) e adiantamento por ciclo       *
      *    mensal contra o pago no mes anterior; PLR do horizonte   *
      *    contra a PLR paga no mes anterior. Variacao acima de     *
      *    10% sai apontada.                                        *
      *----------------------------------------------------------*
       IMPRIMIR-CONFRONTO.
           MOVE SPACES TO REG-RELATORIO-CAIXA.
           WRITE REG-RELATORIO-CAIXA.
           MOVE WS-MES-ANTERIOR TO CXA-CNF-MES.
           WRITE REG-RELATORIO-CAIXA FROM WS-CABECALHO-CONFRONTO.
           WRITE REG-RELATORIO-CAIXA FROM WS-CABECALHO-CONFRONTO-COL.

           MOVE 'FOLHA LIQ+PENS.' TO CXA-CNF-CATEGORIA.
           MOVE WS-REAL-FOLHA     TO WS-VALOR-REALIZADO.
           MOVE WS-TOTAL-LIQUIDO  TO WS-VALOR-PREVISTO.
           PERFORM IMPRIMIR-LINHA-CONFRONTO.

           MOVE 'ADIANTAMENTO'    TO CXA-CNF-CATEGORIA.
           MOVE WS-REAL-ADTO      TO WS-VALOR-REALIZADO.
           MOVE WS-TOTAL-ADTO     TO WS-VALOR-PREVISTO.
           PERFORM IMPRIMIR-LINHA-CONFRONTO.

           MOVE 'PLR'             TO CXA-CNF-CATEGORIA.
           MOVE WS-REAL-PLR       TO WS-VALOR-REALIZADO.
           MOVE WS-HOR-VALOR (6)  TO WS-VALOR-PREVISTO.
           PERFORM IMPRIMIR-LINHA-CONFRONTO.

           MOVE 'PREVISTO: FOLHA E ADIANTAMENTO POR CICLO MENSAL'
               TO CXA-NOTA-TEXTO.
           WRITE REG-RELATORIO-CAIXA FROM WS-LINHA-NOTA-CAIXA.
           MOVE 'PREVISTO DA PLR: VERBA DO CARTAO NO HORIZONTE'
               TO CXA-NOTA-TEXTO.
           WRITE REG-RELATORIO-CAIXA FROM WS-LINHA-NOTA-CAIXA.
           MOVE 'ENCARGOS, RESCISAO E 13O: SO NA AGENDA'
               TO CXA-NOTA-TEXTO.
           WRITE REG-RELATORIO-CAIXA FROM WS-LINHA-NOTA-CAIXA.

       IMPRIMIR-CONFRONTO-EXIT.
           EXIT.

       IMPRIMIR-LINHA-CONFRONTO.
           MOVE WS-VALOR-REALIZADO TO CXA-CNF-REALIZADO.
           MOVE WS-VALOR-PREVISTO  TO CXA-CNF-PREVISTO.
           COMPUTE WS-DIFERENCA =
               WS-VALOR-PREVISTO - WS-VALOR-REALIZADO.
           MOVE WS-DIFERENCA TO CXA-CNF-DIFERENCA.
           MOVE SPACES TO CXA-CNF-OBSERVACAO.
           IF WS-VALOR-REALIZADO > ZEROS
               COMPUTE WS-DIFERENCA-PCT ROUNDED =
                   WS-DIFERENCA * 100 / WS-VALOR-REALIZADO
                   ON SIZE ERROR
                       MOVE 9999.99 TO WS-DIFERENCA-PCT
               END-COMPUTE
               IF WS-DIFERENCA-PCT > 10 OR WS-DIFERENCA-PCT < -10
                   MOVE '** VARIACAO ACIMA DE 10% **'
                       TO CXA-CNF-OBSERVACAO
               END-IF
           ELSE
               MOVE ZEROS TO WS-DIFERENCA-PCT
               MOVE 'SEM PAGAMENTO NO MES ANTERIOR'
                   TO CXA-CNF-OBSERVACAO
           END-IF.
           MOVE WS-DIFERENCA-PCT TO CXA-CNF-PCT.
           WRITE REG-RELATORIO-CAIXA FROM WS-LINHA-CONFRONTO.

       IMPRIMIR-LINHA-CONFRONTO-EXIT.
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
