       IDENTIFICATION DIVISION.
       PROGRAM-ID. TESTRCLC.

      *----------------------------------------------------------*
      *    TESTRCLC                                                *
      *    Auditoria de recalculo independente da folha sobre uma  *
      *    amostra de empregados: sorteia N matriculas do extrato  *
      *    EMPEXTR.DAT (cartao RECALCTL.DAT - tamanho e semente;   *
      *    sem cartao, 20 empregados e semente do relogio), soma   *
      *    as matriculas pedidas no cartao e, para cada uma,       *
      *    refaz por conta propria, a partir das tabelas e         *
      *    registros de origem:                                    *
      *      - o bruto: salario base (SALBASE.DAT) + horas extras  *
      *        e faltas do ponto (PONTOADJ.DAT) - afastamentos     *
      *        (AFASTREG.DAT), com as regras da passada de folha;  *
      *      - os descontos de DEDTAB.DAT (IRRF com a deducao por  *
      *        dependente de DEPNMST.DAT/IRDEPVAL.DAT e a          *
      *        contribuicao informada a previdencia privada);      *
      *      - as ordens judiciais de GARNREG.DAT;                 *
      *      - os encargos patronais de ENCARGOS.DAT.              *
      *    O recalculado e conferido campo a campo contra o que a  *
      *    esteira gravou: bruto do extrato, linhas 'D' e 'T' de   *
      *    DEDUC.DAT, liquido de EMPLIQ.DAT e as linhas do         *
      *    contracheque CONTRACH.DAT (bruto, ordens, encargos e    *
      *    liquido creditado). Descontos calculados fora das       *
      *    tabelas (beneficios, adiantamento, consignado) e        *
      *    reembolsos entram no liquido como informados, sem       *
      *    recalculo. Cada divergencia sai no relatorio            *
      *    RECALREP.DAT e no log de excecoes com severidade 1; o   *
      *    passo termina com RC=8. Fonte ausente (esteira parcial) *
      *    nao e conferida e gera aviso (RC=4). A semente usada    *
      *    sai no cabecalho: repetida no cartao, refaz a mesma     *
      *    amostra.                                                *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXTRATO-EMPREGADOS
               ASSIGN TO "EMPEXTR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-EXTRATO.

      *    Cartao da auditoria: linha 'A' com tamanho da amostra
      *    e semente; uma linha 'M' por matricula a incluir.
           SELECT OPTIONAL CARTAO-RECALCULO
               ASSIGN TO "RECALCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CARTAO.

           SELECT OPTIONAL EXTRATO-SALARIO-BASE
               ASSIGN TO "SALBASE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-SAL-BASE.

           SELECT OPTIONAL ARQUIVO-AJUSTES-PONTO
               ASSIGN TO "PONTOADJ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-AJUSTES-PONTO.

           COPY AFASSEL.

           SELECT OPTIONAL TABELA-DEDUCOES
               ASSIGN TO "DEDTAB.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-DEDUCOES.

           COPY DPNDSEL.

           SELECT OPTIONAL TABELA-VALOR-DEPENDENTE
               ASSIGN TO "IRDEPVAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-VALOR-DEP.

           SELECT OPTIONAL TABELA-ENCARGOS
               ASSIGN TO "ENCARGOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-ENCARGOS.

           SELECT OPTIONAL REGISTRO-ORDENS
               ASSIGN TO "GARNREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-ORDENS.

           SELECT OPTIONAL ARQUIVO-DESCONTOS
               ASSIGN TO "DEDUC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-DESCONTOS.

           SELECT OPTIONAL EXTRATO-LIQUIDO
               ASSIGN TO "EMPLIQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-LIQUIDO.

           SELECT OPTIONAL ARQUIVO-CONTRACHEQUE
               ASSIGN TO "CONTRACH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CONTRACHEQUE.

           SELECT RELATORIO-RECALCULO
               ASSIGN TO "RECALREP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RELATORIO.

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
           05  EXT-EMPLOYEE-EMPRESA     PIC X(05).

       FD  CARTAO-RECALCULO.
       01  REG-CARTAO-RECALCULO.
           05  RCC-TIPO             PIC X(01).
               88  RCC-AMOSTRA          VALUE 'A'.
               88  RCC-MATRICULA-PEDIDA VALUE 'M'.
           05  RCC-DADOS            PIC X(79).
           05  RCC-DADOS-AMOSTRA REDEFINES RCC-DADOS.
               10  RCC-TAMANHO      PIC 9(03).
               10  RCC-SEMENTE      PIC 9(08).
               10  FILLER           PIC X(68).
           05  RCC-DADOS-MATRICULA REDEFINES RCC-DADOS.
               10  RCC-MATRICULA    PIC 9(05).
               10  FILLER           PIC X(74).

      *    Mesmo layout de SALBASE.DAT gravado por TESTCURSOR.
       FD  EXTRATO-SALARIO-BASE.
       01  REG-SALARIO-BASE.
           05  SBS-MATRICULA        PIC 9(05).
           05  SBS-SALARIO-BASE     PIC 9(07)V99.
           05  SBS-NOME             PIC X(30).
           05  FILLER               PIC X(36).

       FD  ARQUIVO-AJUSTES-PONTO.
       01  REG-AJUSTE-PONTO.
           05  ADJ-MATRICULA        PIC 9(05).
           05  ADJ-HORAS-50         PIC 9(04)V9.
           05  ADJ-HORAS-100        PIC 9(04)V9.
           05  ADJ-DIAS-FALTA       PIC 9(03).
           05  FILLER               PIC X(62).

       COPY AFASFD.

       FD  TABELA-DEDUCOES.
       01  REG-TABELA-DEDUCOES.
           05  DED-CODIGO              PIC X(04).
           05  DED-PERCENTUAL          PIC 9(03)V99.
           05  DED-DATA-VIGENCIA       PIC 9(08).
           05  FILLER                  PIC X(63).

       COPY DPNDFD.

       FD  TABELA-VALOR-DEPENDENTE.
       01  REG-VALOR-DEPENDENTE.
           05  VDP-VALOR               PIC 9(05)V99.
           05  VDP-DATA-VIGENCIA       PIC 9(08).
           05  FILLER                  PIC X(65).

       FD  TABELA-ENCARGOS.
       01  REG-TABELA-ENCARGOS.
           05  ENC-CODIGO              PIC X(04).
           05  ENC-PERCENTUAL          PIC 9(03)V99.
           05  ENC-DATA-VIGENCIA       PIC 9(08).
           05  FILLER                  PIC X(63).

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

       FD  ARQUIVO-CONTRACHEQUE.
       01  REG-CONTRACHEQUE         PIC X(80).

       FD  RELATORIO-RECALCULO.
       01  REG-RELATORIO-RECALCULO  PIC X(100).

       COPY EXCPFD.

       WORKING-STORAGE SECTION.
       COPY EXTVWS.
       COPY EXCPWS.
       COPY AFASWS.
       COPY DPNDWS.

       01  WS-STATUS-EXTRATO        PIC XX.
       01  WS-STATUS-CARTAO         PIC XX.
       01  WS-STATUS-SAL-BASE       PIC XX.
       01  WS-STATUS-AJUSTES-PONTO  PIC XX.
       01  WS-STATUS-DEDUCOES       PIC XX.
       01  WS-STATUS-VALOR-DEP      PIC XX.
       01  WS-STATUS-ENCARGOS       PIC XX.
       01  WS-STATUS-ORDENS         PIC XX.
       01  WS-STATUS-DESCONTOS      PIC XX.
       01  WS-STATUS-LIQUIDO        PIC XX.
       01  WS-STATUS-CONTRACHEQUE   PIC XX.
       01  WS-STATUS-RELATORIO      PIC XX.

       01  WS-EOF-EXTRATO           PIC X VALUE 'N'.
       01  WS-EOF-CARTAO            PIC X VALUE 'N'.
       01  WS-EOF-SAL-BASE          PIC X VALUE 'N'.
       01  WS-EOF-AJUSTES-PONTO     PIC X VALUE 'N'.
       01  WS-EOF-DEDUCOES          PIC X VALUE 'N'.
       01  WS-EOF-VALOR-DEP         PIC X VALUE 'N'.
       01  WS-EOF-ENCARGOS          PIC X VALUE 'N'.
       01  WS-EOF-ORDENS            PIC X VALUE 'N'.
       01  WS-EOF-DESCONTOS         PIC X VALUE 'N'.
       01  WS-EOF-LIQUIDO           PIC X VALUE 'N'.
       01  WS-EOF-CONTRACHEQUE      PIC X VALUE 'N'.

      *    Fontes gravadas pela esteira presentes no run ('S'):
      *    fonte ausente nao e conferida (aviso, RC=4).
       01  WS-TEM-SAL-BASE          PIC X VALUE 'N'.
       01  WS-TEM-DESCONTOS         PIC X VALUE 'N'.
       01  WS-TEM-LIQUIDO           PIC X VALUE 'N'.
       01  WS-TEM-CONTRACHEQUE      PIC X VALUE 'N'.
       01  WS-TEM-DEPENDENTES       PIC X VALUE 'N'.

       01  WS-DATA-EXECUCAO         PIC 9(08).
       01  WS-HORA-EXECUCAO         PIC 9(08).
       01  WS-ANOMES-EXECUCAO       PIC 9(06) VALUE ZEROS.

      *    Amostra: tamanho e semente (cartao 'A' ou default) e a
      *    selecao sequencial - cada empregado do extrato entra
      *    com probabilidade (faltam sortear) / (faltam percorrer),
      *    o que da exatamente o tamanho pedido numa passada so.
       01  WS-TAMANHO-AMOSTRA       PIC 9(03) VALUE 20.
       01  WS-SEMENTE               PIC 9(08) VALUE ZEROS.
       01  WS-ALEATORIO             PIC V9(09) VALUE ZEROS.
       01  WS-LIMIAR-SORTEIO        PIC 9(07)V9(09) VALUE ZEROS.
       01  WS-QTD-UNIVERSO          PIC 9(07) VALUE ZEROS.
       01  WS-QTD-PERCORRIDOS       PIC 9(07) VALUE ZEROS.
       01  WS-QTD-SORTEADOS         PIC 9(03) VALUE ZEROS.
       01  WS-QTD-PEDIDOS-CARTAO    PIC 9(03) VALUE ZEROS.
       01  WS-QTD-CARTAO-FORA       PIC 9(03) VALUE ZEROS.
       01  WS-SORTEADO              PIC X VALUE 'N'.

       01  WS-QTD-AMOSTRA           PIC 9(03) VALUE ZEROS.
       01  WS-IDX-AMOSTRA           PIC 9(03) VALUE ZEROS.
       01  WS-IDX-AMOSTRA-ACHADO    PIC 9(03) VALUE ZEROS.
       01  WS-IDX-BUSCA             PIC 9(03) VALUE ZEROS.
       01  WS-VAGAS-AMOSTRA         PIC 9(03) VALUE ZEROS.
       01  WS-MATRICULA-BUSCA       PIC 9(05) VALUE ZEROS.
       01  WS-TABELA-AMOSTRA.
           05  WS-AMOSTRA OCCURS 200 TIMES.
               10  WS-AMO-MATRICULA     PIC 9(05).
               10  WS-AMO-ORIGEM        PIC X(01).
               10  WS-AMO-NO-EXTRATO    PIC X(01).
               10  WS-AMO-NOME          PIC X(30).
               10  WS-AMO-BRUTO-EXT     PIC 9(07)V99.
               10  WS-AMO-TEM-BASE      PIC X(01).
               10  WS-AMO-BASE          PIC 9(07)V99.
               10  WS-AMO-TEM-TOTAL     PIC X(01).
               10  WS-AMO-T-DESCONTOS   PIC 9(09)V99.
               10  WS-AMO-T-LIQUIDO     PIC 9(09)V99.
               10  WS-AMO-OUTROS-DESC   PIC 9(09)V99.
               10  WS-AMO-CONSIGNADO    PIC 9(09)V99.
               10  WS-AMO-PREVIDENCIA   PIC 9(09)V99.
               10  WS-AMO-REEMBOLSO     PIC 9(09)V99.
               10  WS-AMO-TEM-LIQ       PIC X(01).
               10  WS-AMO-LIQ-EMPLIQ    PIC 9(07)V99.
               10  WS-AMO-TEM-SLP       PIC X(01).
               10  WS-AMO-SLP-BRUTO     PIC 9(09)V99.
               10  WS-AMO-SLP-ORDENS    PIC 9(09)V99.
               10  WS-AMO-SLP-LIQUIDO   PIC 9(09)V99.

      *    Valores por codigo gravados pela esteira para as
      *    matriculas da amostra: 'D' linha de desconto de tabela
      *    em DEDUC.DAT, 'E' linha de encargo do contracheque.
       01  WS-QTD-INFORMADOS        PIC 9(04) VALUE ZEROS.
       01  WS-IDX-INFORMADO         PIC 9(04) VALUE ZEROS.
       01  WS-IDX-INFORMADO-ACHADO  PIC 9(04) VALUE ZEROS.
       01  WS-INF-FONTE-BUSCA       PIC X(01).
       01  WS-INF-CODIGO-BUSCA      PIC X(04).
       01  WS-INF-VALOR-BUSCA       PIC 9(09)V99.
       01  WS-INFORMADOS-ESTOURARAM PIC X VALUE 'N'.
       01  WS-TABELA-INFORMADOS.
           05  WS-INFORMADO OCCURS 8000 TIMES.
               10  WS-INF-IDX-AMOSTRA   PIC 9(03).
               10  WS-INF-FONTE         PIC X(01).
               10  WS-INF-CODIGO        PIC X(04).
               10  WS-INF-VALOR         PIC 9(09)V99.

      *    Tabelas de calculo (mesmas regras de vigencia da
      *    esteira: por codigo vale a linha mais recente em vigor).
       01  WS-QTD-DEDUCOES          PIC 9(02) VALUE ZEROS.
       01  WS-IDX-DEDUCAO           PIC 9(02) VALUE ZEROS.
       01  WS-DED-JA-EXISTE         PIC X VALUE 'N'.
       01  WS-TABELA-DEDUCOES-WS.
           05  WS-DEDUCAO OCCURS 20 TIMES.
               10  WS-DED-CODIGO    PIC X(04).
               10  WS-DED-PCT       PIC 9(03)V99.
               10  WS-DED-VIGENCIA  PIC 9(08).

       01  WS-QTD-ENCARGOS          PIC 9(02) VALUE ZEROS.
       01  WS-IDX-ENCARGO           PIC 9(02) VALUE ZEROS.
       01  WS-ENC-JA-EXISTE         PIC X VALUE 'N'.
       01  WS-TABELA-ENCARGOS-WS.
           05  WS-ENCARGO OCCURS 20 TIMES.
               10  WS-ENC-CODIGO    PIC X(04).
               10  WS-ENC-PCT       PIC 9(03)V99.
               10  WS-ENC-VIGENCIA  PIC 9(08).

       01  WS-VALOR-POR-DEPENDENTE  PIC 9(05)V99 VALUE 189.59.
       01  WS-VIGENCIA-VALOR-DEP    PIC 9(08) VALUE ZEROS.
       01  WS-QTD-DEPENDENTES-IR    PIC 9(02) VALUE ZEROS.
       01  WS-ANOMES-LIMITE         PIC 9(06) VALUE ZEROS.
       01  WS-IDADE-LIMITE          PIC 9(02) VALUE ZEROS.
       01  WS-DATA-NASC-TRAB        PIC 9(08) VALUE ZEROS.
       01  WS-DATA-NASC-TRAB-R REDEFINES WS-DATA-NASC-TRAB.
           05  WS-NASC-ANO          PIC 9(04).
           05  WS-NASC-MES          PIC 9(02).
           05  WS-NASC-DIA          PIC 9(02).

       01  WS-QTD-AJUSTES-PONTO     PIC 9(04) VALUE ZEROS.
       01  WS-IDX-AJUSTE-PONTO      PIC 9(04) VALUE ZEROS.
       01  WS-AJUSTE-ACHADO         PIC X VALUE 'N'.
       01  WS-TABELA-AJUSTES-PONTO.
           05  WS-AJUSTE-PONTO OCCURS 3000 TIMES.
               10  WS-AJP-MATRICULA PIC 9(05).
               10  WS-AJP-HORAS-50  PIC 9(04)V9.
               10  WS-AJP-HORAS-100 PIC 9(04)V9.
               10  WS-AJP-FALTAS    PIC 9(03).

       01  WS-QTD-ORDENS            PIC 9(03) VALUE ZEROS.
       01  WS-IDX-ORDEM             PIC 9(03) VALUE ZEROS.
       01  WS-PRIORIDADE-ALVO       PIC 9(03) VALUE ZEROS.
       01  WS-TABELA-ORDENS.
           05  WS-ORDEM OCCURS 500 TIMES.
               10  WS-ORD-MATRICULA  PIC 9(05).
               10  WS-ORD-TIPO       PIC X(01).
               10  WS-ORD-VALOR      PIC 9(07)V99.
               10  WS-ORD-PRIORIDADE PIC 9(02).

      *    Competencia do run (mes da data do run), como na
      *    passada de folha, para o pro-rata de afastamentos.
       01  WS-DATA-COMPETENCIA      PIC 9(08) VALUE ZEROS.
       01  WS-DATA-COMPETENCIA-R REDEFINES WS-DATA-COMPETENCIA.
           05  WS-CMP-ANO           PIC 9(04).
           05  WS-CMP-MES           PIC 9(02).
           05  WS-CMP-DIA           PIC 9(02).
       01  WS-INICIO-COMPETENCIA    PIC 9(08) VALUE ZEROS.
       01  WS-FIM-COMPETENCIA       PIC 9(08) VALUE ZEROS.
       01  WS-DIAS-COMPETENCIA      PIC 9(03) VALUE ZEROS.
       01  WS-DIA-JULIANO-CMP       PIC S9(09) COMP.
       01  WS-DIAS-AFASTAMENTO      PIC 9(03) VALUE ZEROS.

      *    Valores recalculados do empregado corrente.
       01  WS-REC-BASE              PIC 9(07)V99 VALUE ZEROS.
       01  WS-REC-VALOR-HORA        PIC 9(05)V99 VALUE ZEROS.
       01  WS-REC-ACRESCIMOS        PIC 9(07)V99 VALUE ZEROS.
       01  WS-REC-REDUCOES          PIC 9(07)V99 VALUE ZEROS.
       01  WS-REC-RED-AFASTAMENTO   PIC 9(07)V99 VALUE ZEROS.
       01  WS-REC-BRUTO             PIC 9(07)V99 VALUE ZEROS.
       01  WS-REC-BASE-IRRF         PIC 9(09)V99 VALUE ZEROS.
       01  WS-REC-DEDUCAO-DEPEND    PIC 9(09)V99 VALUE ZEROS.
       01  WS-REC-BASE-CALCULO      PIC 9(09)V99 VALUE ZEROS.
       01  WS-REC-DESCONTO          PIC 9(09)V99 VALUE ZEROS.
       01  WS-REC-DESC-TABELA       PIC 9(09)V99 VALUE ZEROS.
       01  WS-REC-TOTAL-DESCONTOS   PIC 9(09)V99 VALUE ZEROS.
       01  WS-REC-LIQUIDO           PIC 9(09)V99 VALUE ZEROS.
       01  WS-REC-LIQUIDO-ORDENS    PIC 9(09)V99 VALUE ZEROS.
       01  WS-REC-TETO-ORDENS       PIC 9(09)V99 VALUE ZEROS.
       01  WS-REC-MARGEM-ORDENS     PIC 9(09)V99 VALUE ZEROS.
       01  WS-REC-VALOR-ORDEM       PIC 9(09)V99 VALUE ZEROS.
       01  WS-REC-ORDENS            PIC 9(09)V99 VALUE ZEROS.
       01  WS-REC-ENCARGO           PIC 9(09)V99 VALUE ZEROS.
       01  WS-REC-CREDITADO         PIC 9(09)V99 VALUE ZEROS.
       01  WS-REC-SALDO             PIC S9(09)V99 VALUE ZEROS.

      *    Divergencia a registrar: fonte, campo e os dois valores.
       01  WS-DIV-FONTE             PIC X(08).
       01  WS-DIV-CAMPO             PIC X(10).
       01  WS-DIV-RECALCULADO       PIC 9(09)V99 VALUE ZEROS.
       01  WS-DIV-INFORMADO         PIC 9(09)V99 VALUE ZEROS.
       01  WS-DIV-DIFERENCA         PIC S9(09)V99 VALUE ZEROS.

      *    Divergencias do empregado corrente, guardadas para sair
      *    no relatorio logo abaixo da linha do empregado.
       01  WS-QTD-DIV-EMPREGADO     PIC 9(03) VALUE ZEROS.
       01  WS-IDX-DIV-EMPREGADO     PIC 9(03) VALUE ZEROS.
       01  WS-TABELA-DIV-EMPREGADO.
           05  WS-DIV-EMP OCCURS 60 TIMES.
               10  WS-DVE-FONTE         PIC X(08).
               10  WS-DVE-CAMPO         PIC X(10).
               10  WS-DVE-RECALCULADO   PIC 9(09)V99.
               10  WS-DVE-INFORMADO     PIC 9(09)V99.

       01  WS-QTD-AUDITADOS         PIC 9(03) VALUE ZEROS.
       01  WS-QTD-COM-DIVERGENCIA   PIC 9(03) VALUE ZEROS.
       01  WS-QTD-DIVERGENCIAS      PIC 9(05) VALUE ZEROS.
       01  WS-QTD-FONTES-AUSENTES   PIC 9(02) VALUE ZEROS.
       01  WS-NOME-FONTE-AUSENTE    PIC X(12).

      *    Linha lida do contracheque impresso, com as visoes dos
      *    campos editados (desedicao por MOVE para numerico).
       01  WS-SLP-LIDA              PIC X(80).
       01  WS-SLP-LIDA-MATR REDEFINES WS-SLP-LIDA.
           05  FILLER               PIC X(06).
           05  SLL-MATRICULA        PIC ZZZZ9.
           05  FILLER               PIC X(69).
       01  WS-SLP-LIDA-VALOR REDEFINES WS-SLP-LIDA.
           05  FILLER               PIC X(24).
           05  SLL-VALOR            PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(42).
       01  WS-SLP-LIDA-ENCARGO REDEFINES WS-SLP-LIDA.
           05  FILLER               PIC X(11).
           05  SLL-ENC-CODIGO       PIC X(04).
           05  FILLER               PIC X(13).
           05  SLL-ENC-VALOR        PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(38).
       01  WS-SLP-MATRICULA         PIC 9(05) VALUE ZEROS.
       01  WS-SLP-VALOR             PIC 9(09)V99 VALUE ZEROS.
       01  WS-SLP-IDX-PAGINA        PIC 9(03) VALUE ZEROS.

       01  WS-CABECALHO-RECALCULO.
           05  FILLER               PIC X(40) VALUE
               'AUDITORIA DE RECALCULO DA FOLHA - DATA: '.
           05  CRC-DATA             PIC 9(08).

       01  WS-LINHA-PARAMETROS.
           05  FILLER               PIC X(11) VALUE 'UNIVERSO: '.
           05  PRM-UNIVERSO         PIC ZZZZZZ9.
           05  FILLER               PIC X(12) VALUE '  SORTEADOS:'.
           05  PRM-SORTEADOS        PIC ZZ9.
           05  FILLER               PIC X(10) VALUE '  CARTAO: '.
           05  PRM-CARTAO           PIC ZZ9.
           05  FILLER               PIC X(11) VALUE '  SEMENTE: '.
           05  PRM-SEMENTE          PIC 9(08).

       01  WS-CABECALHO-COLUNAS.
           05  FILLER               PIC X(39) VALUE
               'MATR  O NOME'.
           05  FILLER               PIC X(15) VALUE
               '  BRUTO RECALC.'.
           05  FILLER               PIC X(16) VALUE
               '  LIQUIDO RECAL.'.
           05  FILLER               PIC X(10) VALUE
               '  SITUACAO'.

       01  WS-LINHA-EMPREGADO-AUD.
           05  LEA-MATRICULA        PIC 9(05).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  LEA-ORIGEM           PIC X(01).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  LEA-NOME             PIC X(30).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  LEA-BRUTO            PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  LEA-LIQUIDO          PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  LEA-SITUACAO         PIC X(20).

       01  WS-LINHA-DIVERGENCIA.
           05  FILLER               PIC X(08) VALUE '    DIV '.
           05  LDV-FONTE            PIC X(08).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  LDV-CAMPO            PIC X(10).
           05  FILLER               PIC X(07) VALUE ' RECALC'.
           05  LDV-RECALCULADO      PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(05) VALUE ' INF '.
           05  LDV-INFORMADO        PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(05) VALUE ' DIF '.
           05  LDV-DIFERENCA        PIC -,---,---,--9.99.

       01  WS-LINHA-FONTE-AUSENTE.
           05  FILLER               PIC X(20) VALUE
               'FONTE NAO CONFERIDA:'.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  LFA-NOME             PIC X(12).
           05  FILLER               PIC X(18) VALUE
               ' (AUSENTE NO RUN)'.

       01  WS-LINHA-TOTAL-RECALCULO.
           05  FILLER               PIC X(12) VALUE 'AUDITADOS: '.
           05  TRC-AUDITADOS        PIC ZZ9.
           05  FILLER               PIC X(20) VALUE
               '  COM DIVERGENCIA: '.
           05  TRC-COM-DIVERGENCIA  PIC ZZ9.
           05  FILLER               PIC X(16) VALUE
               '  DIVERGENCIAS: '.
           05  TRC-DIVERGENCIAS     PIC ZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 0 TO RETURN-CODE.
           ACCEPT WS-DATA-EXECUCAO FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-EXECUCAO FROM TIME.
           COMPUTE WS-ANOMES-EXECUCAO = WS-DATA-EXECUCAO / 100.
           MOVE WS-HORA-EXECUCAO TO WS-SEMENTE.

           PERFORM LER-CARTAO-RECALCULO THRU
                   LER-CARTAO-RECALCULO-EXIT.
           PERFORM CONTAR-UNIVERSO THRU CONTAR-UNIVERSO-EXIT.
           PERFORM SORTEAR-AMOSTRA THRU SORTEAR-AMOSTRA-EXIT.

           OPEN OUTPUT RELATORIO-RECALCULO.
           MOVE WS-DATA-EXECUCAO TO CRC-DATA.
           WRITE REG-RELATORIO-RECALCULO FROM WS-CABECALHO-RECALCULO.
           MOVE WS-QTD-UNIVERSO       TO PRM-UNIVERSO.
           MOVE WS-QTD-SORTEADOS      TO PRM-SORTEADOS.
           MOVE WS-QTD-PEDIDOS-CARTAO TO PRM-CARTAO.
           MOVE WS-SEMENTE            TO PRM-SEMENTE.
           WRITE REG-RELATORIO-RECALCULO FROM WS-LINHA-PARAMETROS.

           PERFORM CARREGAR-TABELA-DEDUCOES.
           PERFORM CARREGAR-VALOR-DEPENDENTE.
           PERFORM CARREGAR-TABELA-ENCARGOS.
           PERFORM CARREGAR-AJUSTES-PONTO.
           PERFORM CARREGAR-REGISTRO-ORDENS.
           MOVE 'TESTRCLC' TO WS-AFS-PROGRAMA.
           PERFORM CARREGAR-AFASTAMENTOS THRU
                   CARREGAR-AFASTAMENTOS-EXIT.
           PERFORM PREPARAR-COMPETENCIA.
           OPEN INPUT DEPENDENTES-MASTER.
           IF WS-STATUS-DEPENDENTES = '00'
               MOVE 'S' TO WS-TEM-DEPENDENTES
           END-IF.

           PERFORM CARREGAR-SALARIOS-BASE THRU
                   CARREGAR-SALARIOS-BASE-EXIT.
           PERFORM CARREGAR-DESCONTOS-INFORMADOS THRU
                   CARREGAR-DESCONTOS-INFORMADOS-EXIT.
           PERFORM CARREGAR-LIQUIDOS-INFORMADOS THRU
                   CARREGAR-LIQUIDOS-INFORMADOS-EXIT.
           PERFORM CARREGAR-CONTRACHEQUES THRU
                   CARREGAR-CONTRACHEQUES-EXIT.

           MOVE SPACES TO REG-RELATORIO-RECALCULO.
           WRITE REG-RELATORIO-RECALCULO.
           WRITE REG-RELATORIO-RECALCULO FROM WS-CABECALHO-COLUNAS.
           PERFORM AUDITAR-EMPREGADO THRU AUDITAR-EMPREGADO-EXIT
               VARYING WS-IDX-AMOSTRA FROM 1 BY 1
               UNTIL WS-IDX-AMOSTRA > WS-QTD-AMOSTRA.

           MOVE SPACES TO REG-RELATORIO-RECALCULO.
           WRITE REG-RELATORIO-RECALCULO.
           MOVE WS-QTD-AUDITADOS       TO TRC-AUDITADOS.
           MOVE WS-QTD-COM-DIVERGENCIA TO TRC-COM-DIVERGENCIA.
           MOVE WS-QTD-DIVERGENCIAS    TO TRC-DIVERGENCIAS.
           WRITE REG-RELATORIO-RECALCULO
               FROM WS-LINHA-TOTAL-RECALCULO.
           CLOSE RELATORIO-RECALCULO.
           IF WS-TEM-DEPENDENTES = 'S'
               CLOSE DEPENDENTES-MASTER
           END-IF.

           DISPLAY 'TESTRCLC UNIVERSO DO EXTRATO...: '
                   WS-QTD-UNIVERSO.
           DISPLAY 'TESTRCLC SEMENTE DA AMOSTRA....: ' WS-SEMENTE.
           DISPLAY 'TESTRCLC EMPREGADOS AUDITADOS..: '
                   WS-QTD-AUDITADOS.
           DISPLAY 'TESTRCLC COM DIVERGENCIA.......: '
                   WS-QTD-COM-DIVERGENCIA.
           DISPLAY 'TESTRCLC DIVERGENCIAS..........: '
                   WS-QTD-DIVERGENCIAS.

           IF WS-QTD-DIVERGENCIAS > ZEROS
               MOVE 8 TO RETURN-CODE
           END-IF.
           IF (WS-QTD-FONTES-AUSENTES > ZEROS
                  OR WS-QTD-CARTAO-FORA > ZEROS)
                  AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.

           STOP RUN.

      *----------------------------------------------------------*
      *    LER-CARTAO-RECALCULO                                     *
      *    Linha 'A': tamanho da amostra e semente (zeros mantem    *
      *    o default). Linhas 'M': matriculas pedidas, auditadas    *
      *    alem do sorteio. Sem cartao vale o default.              *
      *----------------------------------------------------------*
       LER-CARTAO-RECALCULO.
           OPEN INPUT CARTAO-RECALCULO.
           IF WS-STATUS-CARTAO = '00'
               PERFORM LER-LINHA-CARTAO THRU LER-LINHA-CARTAO-EXIT
                   UNTIL WS-EOF-CARTAO = 'S'
           END-IF.
           CLOSE CARTAO-RECALCULO.

       LER-CARTAO-RECALCULO-EXIT.
           EXIT.

       LER-LINHA-CARTAO.
           READ CARTAO-RECALCULO
               AT END
                   MOVE 'S' TO WS-EOF-CARTAO
                   GO TO LER-LINHA-CARTAO-EXIT
           END-READ.
           IF RCC-AMOSTRA
               IF RCC-TAMANHO IS NUMERIC AND RCC-TAMANHO > ZEROS
                   MOVE RCC-TAMANHO TO WS-TAMANHO-AMOSTRA
               END-IF
               IF RCC-SEMENTE IS NUMERIC AND RCC-SEMENTE > ZEROS
                   MOVE RCC-SEMENTE TO WS-SEMENTE
               END-IF
               GO TO LER-LINHA-CARTAO-EXIT
           END-IF.
           IF NOT RCC-MATRICULA-PEDIDA
                  OR RCC-MATRICULA IS NOT NUMERIC
               GO TO LER-LINHA-CARTAO-EXIT
           END-IF.
           MOVE RCC-MATRICULA TO WS-MATRICULA-BUSCA.
           PERFORM PROCURAR-NA-AMOSTRA THRU PROCURAR-NA-AMOSTRA-EXIT.
           IF WS-IDX-AMOSTRA-ACHADO > ZEROS
               GO TO LER-LINHA-CARTAO-EXIT
           END-IF.
           IF WS-QTD-AMOSTRA >= 200
               DISPLAY 'TESTRCLC CARTAO EXCEDE 200 MATRICULAS - '
                       'IGNORADA ' RCC-MATRICULA
               GO TO LER-LINHA-CARTAO-EXIT
           END-IF.
           PERFORM INCLUIR-NA-AMOSTRA.
           MOVE 'C' TO WS-AMO-ORIGEM (WS-QTD-AMOSTRA).
           ADD 1 TO WS-QTD-PEDIDOS-CARTAO.

       LER-LINHA-CARTAO-EXIT.
           EXIT.

       INCLUIR-NA-AMOSTRA.
           ADD 1 TO WS-QTD-AMOSTRA.
           INITIALIZE WS-AMOSTRA (WS-QTD-AMOSTRA).
           MOVE WS-MATRICULA-BUSCA TO WS-AMO-MATRICULA (WS-QTD-AMOSTRA).
           MOVE 'S' TO WS-AMO-ORIGEM    (WS-QTD-AMOSTRA).
           MOVE 'N' TO WS-AMO-NO-EXTRATO (WS-QTD-AMOSTRA).
           MOVE 'N' TO WS-AMO-TEM-BASE  (WS-QTD-AMOSTRA).
           MOVE 'N' TO WS-AMO-TEM-TOTAL (WS-QTD-AMOSTRA).
           MOVE 'N' TO WS-AMO-TEM-LIQ   (WS-QTD-AMOSTRA).
           MOVE 'N' TO WS-AMO-TEM-SLP   (WS-QTD-AMOSTRA).

       INCLUIR-NA-AMOSTRA-EXIT.
           EXIT.

      *    Devolve em WS-IDX-AMOSTRA-ACHADO a posicao de
      *    WS-MATRICULA-BUSCA na amostra (zeros se nao esta).
       PROCURAR-NA-AMOSTRA.
           MOVE ZEROS TO WS-IDX-AMOSTRA-ACHADO.
           PERFORM COMPARAR-MATRICULA-AMOSTRA
               VARYING WS-IDX-BUSCA FROM 1 BY 1
               UNTIL WS-IDX-BUSCA > WS-QTD-AMOSTRA
                  OR WS-IDX-AMOSTRA-ACHADO > ZEROS.

       PROCURAR-NA-AMOSTRA-EXIT.
           EXIT.

       COMPARAR-MATRICULA-AMOSTRA.
           IF WS-AMO-MATRICULA (WS-IDX-BUSCA) = WS-MATRICULA-BUSCA
               MOVE WS-IDX-BUSCA TO WS-IDX-AMOSTRA-ACHADO
           END-IF.

       COMPARAR-MATRICULA-AMOSTRA-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    CONTAR-UNIVERSO                                          *
      *    Primeira passada no extrato: confere a versao do layout  *
      *    e conta os empregados, base do sorteio. O tamanho pedido *
      *    e limitado ao universo e as vagas da tabela da amostra.  *
      *----------------------------------------------------------*
       CONTAR-UNIVERSO.
           OPEN INPUT EXTRATO-EMPREGADOS.
           IF WS-STATUS-EXTRATO NOT = '00'
               MOVE 'TESTRCLC'          TO WS-EXC-PROGRAMA
               MOVE 'CONTAR-UNIVERSO'   TO WS-EXC-PARAGRAFO
               MOVE WS-STATUS-EXTRATO   TO WS-EXC-CODIGO
               MOVE 'ERRO ABERTURA EMPEXTR.DAT' TO WS-EXC-MENSAGEM
               MOVE 1 TO WS-EXC-SEVERIDADE
               PERFORM GRAVAR-EXCECAO-GERAL
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LER-EXTRATO-CONTAGEM
               UNTIL WS-EOF-EXTRATO = 'S'.
           CLOSE EXTRATO-EMPREGADOS.

           IF WS-TAMANHO-AMOSTRA > WS-QTD-UNIVERSO
               MOVE WS-QTD-UNIVERSO TO WS-TAMANHO-AMOSTRA
           END-IF.
           COMPUTE WS-VAGAS-AMOSTRA = 200 - WS-QTD-AMOSTRA.
           IF WS-TAMANHO-AMOSTRA > WS-VAGAS-AMOSTRA
               DISPLAY 'TESTRCLC AMOSTRA LIMITADA A '
                       WS-VAGAS-AMOSTRA ' SORTEADOS'
               MOVE WS-VAGAS-AMOSTRA TO WS-TAMANHO-AMOSTRA
           END-IF.

       CONTAR-UNIVERSO-EXIT.
           EXIT.

       LER-EXTRATO-CONTAGEM.
           READ EXTRATO-EMPREGADOS
               AT END
                   MOVE 'S' TO WS-EOF-EXTRATO
               NOT AT END
                   IF REG-EXTRATO-EMPREGADO (1:6) = 'VERSAO'
                       PERFORM CONFERIR-VERSAO-EXTRATO THRU
                               CONFERIR-VERSAO-EXTRATO-EXIT
                   ELSE
                       ADD 1 TO WS-QTD-UNIVERSO
                   END-IF
           END-READ.

       LER-EXTRATO-CONTAGEM-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    CONFERIR-VERSAO-EXTRATO                                  *
      *    Header de versao de layout (ver EXTVWS): versao          *
      *    diferente da esperada para o passo com RC=8.             *
      *----------------------------------------------------------*
       CONFERIR-VERSAO-EXTRATO.
           MOVE REG-EXTRATO-EMPREGADO (7:2)
               TO WS-VERSAO-EXTRATO-LIDA.
           IF WS-VERSAO-EXTRATO-LIDA NOT = WS-VERSAO-EXTRATO-ATUAL
               DISPLAY 'TESTRCLC VERSAO DO EXTRATO '
                       WS-VERSAO-EXTRATO-LIDA
                       ' INCOMPATIVEL - ESPERADA '
                       WS-VERSAO-EXTRATO-ATUAL
               MOVE 'TESTRCLC'          TO WS-EXC-PROGRAMA
               MOVE 'CONFERIR-VERSAO-EXTRATO' TO WS-EXC-PARAGRAFO
               MOVE 8                   TO WS-EXC-CODIGO
               MOVE 'VERSAO DE LAYOUT DO EXTRATO INCOMPATIVEL'
                   TO WS-EXC-MENSAGEM
               MOVE 2 TO WS-EXC-SEVERIDADE
               PERFORM GRAVAR-EXCECAO-GERAL
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY 'TESTRCLC VERSAO DO EXTRATO.....: '
                   WS-VERSAO-EXTRATO-LIDA.

       CONFERIR-VERSAO-EXTRATO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    SORTEAR-AMOSTRA                                          *
      *    Segunda passada: selecao sequencial a partir da semente  *
      *    - o empregado entra quando o aleatorio vezes os que      *
      *    faltam percorrer fica abaixo dos que faltam sortear;     *
      *    sai exatamente o tamanho pedido, sem repeticao. Os       *
      *    pedidos do cartao recebem aqui os dados do extrato;      *
      *    pedido que nao esta no extrato vira aviso.               *
      *----------------------------------------------------------*
       SORTEAR-AMOSTRA.
           COMPUTE WS-ALEATORIO = FUNCTION RANDOM (WS-SEMENTE).
           MOVE 'N' TO WS-EOF-EXTRATO.
           OPEN INPUT EXTRATO-EMPREGADOS.
           PERFORM LER-EXTRATO-SORTEIO THRU LER-EXTRATO-SORTEIO-EXIT
               UNTIL WS-EOF-EXTRATO = 'S'.
           CLOSE EXTRATO-EMPREGADOS.
           PERFORM AVISAR-PEDIDO-FORA-EXTRATO THRU
                   AVISAR-PEDIDO-FORA-EXTRATO-EXIT
               VARYING WS-IDX-AMOSTRA FROM 1 BY 1
               UNTIL WS-IDX-AMOSTRA > WS-QTD-AMOSTRA.

       SORTEAR-AMOSTRA-EXIT.
           EXIT.

       LER-EXTRATO-SORTEIO.
           READ EXTRATO-EMPREGADOS
               AT END
                   MOVE 'S' TO WS-EOF-EXTRATO
                   GO TO LER-EXTRATO-SORTEIO-EXIT
           END-READ.
           IF REG-EXTRATO-EMPREGADO (1:6) = 'VERSAO'
               GO TO LER-EXTRATO-SORTEIO-EXIT
           END-IF.
           MOVE 'N' TO WS-SORTEADO.
           IF WS-QTD-SORTEADOS < WS-TAMANHO-AMOSTRA
                  AND WS-QTD-PERCORRIDOS < WS-QTD-UNIVERSO
               COMPUTE WS-ALEATORIO = FUNCTION RANDOM
               COMPUTE WS-LIMIAR-SORTEIO = WS-ALEATORIO
                   * (WS-QTD-UNIVERSO - WS-QTD-PERCORRIDOS)
               IF WS-LIMIAR-SORTEIO <
                      WS-TAMANHO-AMOSTRA - WS-QTD-SORTEADOS
                   MOVE 'S' TO WS-SORTEADO
                   ADD 1 TO WS-QTD-SORTEADOS
               END-IF
           END-IF.
           ADD 1 TO WS-QTD-PERCORRIDOS.

           MOVE EXT-EMPLOYEE-ID TO WS-MATRICULA-BUSCA.
           PERFORM PROCURAR-NA-AMOSTRA THRU PROCURAR-NA-AMOSTRA-EXIT.
           IF WS-IDX-AMOSTRA-ACHADO = ZEROS
               IF WS-SORTEADO = 'N'
                   GO TO LER-EXTRATO-SORTEIO-EXIT
               END-IF
               PERFORM INCLUIR-NA-AMOSTRA
               MOVE WS-QTD-AMOSTRA TO WS-IDX-AMOSTRA-ACHADO
           END-IF.
           MOVE 'S' TO WS-AMO-NO-EXTRATO (WS-IDX-AMOSTRA-ACHADO).
           MOVE EXT-EMPLOYEE-NAME
               TO WS-AMO-NOME (WS-IDX-AMOSTRA-ACHADO).
           MOVE EXT-EMPLOYEE-SALARY
               TO WS-AMO-BRUTO-EXT (WS-IDX-AMOSTRA-ACHADO).

       LER-EXTRATO-SORTEIO-EXIT.
           EXIT.

       AVISAR-PEDIDO-FORA-EXTRATO.
           IF WS-AMO-NO-EXTRATO (WS-IDX-AMOSTRA) = 'S'
               GO TO AVISAR-PEDIDO-FORA-EXTRATO-EXIT
           END-IF.
           ADD 1 TO WS-QTD-CARTAO-FORA.
           DISPLAY 'TESTRCLC MATRICULA DO CARTAO FORA DO EXTRATO: '
                   WS-AMO-MATRICULA (WS-IDX-AMOSTRA).
           MOVE 'TESTRCLC'          TO WS-EXC-PROGRAMA.
           MOVE 'AVISAR-PEDIDO-FORA-EXTRATO' TO WS-EXC-PARAGRAFO.
           MOVE 4                   TO WS-EXC-CODIGO.
           MOVE SPACES TO WS-EXC-MENSAGEM.
           STRING 'RECALC MATR ' WS-AMO-MATRICULA (WS-IDX-AMOSTRA)
                  ' FORA DO EXTRATO' DELIMITED BY SIZE
               INTO WS-EXC-MENSAGEM
           END-STRING.
           MOVE 3 TO WS-EXC-SEVERIDADE.
           PERFORM GRAVAR-EXCECAO-GERAL.

       AVISAR-PEDIDO-FORA-EXTRATO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    CARREGAR-TABELA-DEDUCOES                                 *
      *    Mesma regra de vigencia da passada de descontos: por     *
      *    codigo vale a linha mais recente ja em vigor.            *
      *----------------------------------------------------------*
       CARREGAR-TABELA-DEDUCOES.
           OPEN INPUT TABELA-DEDUCOES.
           IF WS-STATUS-DEDUCOES = '00'
               PERFORM LER-LINHA-DEDUCAO
                   UNTIL WS-EOF-DEDUCOES = 'S'
           ELSE
               DISPLAY 'TESTRCLC DEDTAB.DAT INDISPONIVEL - '
                       'RECALCULO SEM DESCONTOS DE TABELA'
           END-IF.
           CLOSE TABELA-DEDUCOES.

       CARREGAR-TABELA-DEDUCOES-EXIT.
           EXIT.

       LER-LINHA-DEDUCAO.
           READ TABELA-DEDUCOES
               AT END
                   MOVE 'S' TO WS-EOF-DEDUCOES
               NOT AT END
                   PERFORM GUARDAR-DEDUCAO THRU
                           GUARDAR-DEDUCAO-EXIT
           END-READ.

       LER-LINHA-DEDUCAO-EXIT.
           EXIT.

       GUARDAR-DEDUCAO.
           IF DED-PERCENTUAL IS NOT NUMERIC
                  OR DED-DATA-VIGENCIA IS NOT NUMERIC
                  OR DED-DATA-VIGENCIA > WS-DATA-EXECUCAO
               GO TO GUARDAR-DEDUCAO-EXIT
           END-IF.
           MOVE 'N' TO WS-DED-JA-EXISTE.
           PERFORM ATUALIZAR-DEDUCAO-EXISTENTE
               VARYING WS-IDX-DEDUCAO FROM 1 BY 1
               UNTIL WS-IDX-DEDUCAO > WS-QTD-DEDUCOES
                  OR WS-DED-JA-EXISTE = 'S'.
           IF WS-DED-JA-EXISTE = 'N' AND WS-QTD-DEDUCOES < 20
               ADD 1 TO WS-QTD-DEDUCOES
               MOVE DED-CODIGO        TO
                   WS-DED-CODIGO (WS-QTD-DEDUCOES)
               MOVE DED-PERCENTUAL    TO
                   WS-DED-PCT (WS-QTD-DEDUCOES)
               MOVE DED-DATA-VIGENCIA TO
                   WS-DED-VIGENCIA (WS-QTD-DEDUCOES)
           END-IF.

       GUARDAR-DEDUCAO-EXIT.
           EXIT.

       ATUALIZAR-DEDUCAO-EXISTENTE.
           IF WS-DED-CODIGO (WS-IDX-DEDUCAO) = DED-CODIGO
               MOVE 'S' TO WS-DED-JA-EXISTE
               IF DED-DATA-VIGENCIA >=
                       WS-DED-VIGENCIA (WS-IDX-DEDUCAO)
                   MOVE DED-PERCENTUAL
                       TO WS-DED-PCT (WS-IDX-DEDUCAO)
                   MOVE DED-DATA-VIGENCIA
                       TO WS-DED-VIGENCIA (WS-IDX-DEDUCAO)
               END-IF
           END-IF.

       ATUALIZAR-DEDUCAO-EXISTENTE-EXIT.
           EXIT.

      *    Codigo de DSC-CODIGO e da tabela DEDTAB.DAT?
      *    (WS-DED-JA-EXISTE = 'S' e WS-IDX-DEDUCAO apontando).
       PROCURAR-CODIGO-DEDUCAO.
           MOVE 'N' TO WS-DED-JA-EXISTE.
           PERFORM COMPARAR-CODIGO-DEDUCAO
               VARYING WS-IDX-DEDUCAO FROM 1 BY 1
               UNTIL WS-IDX-DEDUCAO > WS-QTD-DEDUCOES
                  OR WS-DED-JA-EXISTE = 'S'.

       PROCURAR-CODIGO-DEDUCAO-EXIT.
           EXIT.

       COMPARAR-CODIGO-DEDUCAO.
           IF WS-DED-CODIGO (WS-IDX-DEDUCAO) = DSC-CODIGO
               MOVE 'S' TO WS-DED-JA-EXISTE
           END-IF.

       COMPARAR-CODIGO-DEDUCAO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    CARREGAR-VALOR-DEPENDENTE                                *
      *    Mesma regra de vigencia de DEDTAB.DAT. Sem IRDEPVAL.DAT  *
      *    vale o valor legal padrao de WS-VALOR-POR-DEPENDENTE.    *
      *----------------------------------------------------------*
       CARREGAR-VALOR-DEPENDENTE.
           OPEN INPUT TABELA-VALOR-DEPENDENTE.
           IF WS-STATUS-VALOR-DEP = '00'
               PERFORM LER-LINHA-VALOR-DEP
                   UNTIL WS-EOF-VALOR-DEP = 'S'
           END-IF.
           CLOSE TABELA-VALOR-DEPENDENTE.

       CARREGAR-VALOR-DEPENDENTE-EXIT.
           EXIT.

       LER-LINHA-VALOR-DEP.
           READ TABELA-VALOR-DEPENDENTE
               AT END
                   MOVE 'S' TO WS-EOF-VALOR-DEP
               NOT AT END
                   IF VDP-VALOR IS NUMERIC
                          AND VDP-DATA-VIGENCIA IS NUMERIC
                          AND VDP-DATA-VIGENCIA <= WS-DATA-EXECUCAO
                          AND VDP-DATA-VIGENCIA >=
                              WS-VIGENCIA-VALOR-DEP
                       MOVE VDP-VALOR TO WS-VALOR-POR-DEPENDENTE
                       MOVE VDP-DATA-VIGENCIA
                           TO WS-VIGENCIA-VALOR-DEP
                   END-IF
           END-READ.

       LER-LINHA-VALOR-DEP-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    CARREGAR-TABELA-ENCARGOS                                 *
      *    Mesma regra de vigencia do contracheque.                 *
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
      *    CARREGAR-AJUSTES-PONTO                                   *
      *    Horas extras e faltas do mes, como na passada de folha.  *
      *----------------------------------------------------------*
       CARREGAR-AJUSTES-PONTO.
           OPEN INPUT ARQUIVO-AJUSTES-PONTO.
           IF WS-STATUS-AJUSTES-PONTO = '00'
               PERFORM LER-AJUSTE-PONTO
                   UNTIL WS-EOF-AJUSTES-PONTO = 'S'
           END-IF.
           CLOSE ARQUIVO-AJUSTES-PONTO.

       CARREGAR-AJUSTES-PONTO-EXIT.
           EXIT.

       LER-AJUSTE-PONTO.
           READ ARQUIVO-AJUSTES-PONTO
               AT END
                   MOVE 'S' TO WS-EOF-AJUSTES-PONTO
               NOT AT END
                   IF ADJ-MATRICULA IS NUMERIC
                          AND WS-QTD-AJUSTES-PONTO < 3000
                       ADD 1 TO WS-QTD-AJUSTES-PONTO
                       MOVE ADJ-MATRICULA TO
                           WS-AJP-MATRICULA (WS-QTD-AJUSTES-PONTO)
                       MOVE ADJ-HORAS-50 TO
                           WS-AJP-HORAS-50 (WS-QTD-AJUSTES-PONTO)
                       MOVE ADJ-HORAS-100 TO
                           WS-AJP-HORAS-100 (WS-QTD-AJUSTES-PONTO)
                       MOVE ADJ-DIAS-FALTA TO
                           WS-AJP-FALTAS (WS-QTD-AJUSTES-PONTO)
                   END-IF
           END-READ.

       LER-AJUSTE-PONTO-EXIT.
           EXIT.

       PROCURAR-AJUSTE-PONTO.
           IF WS-AJP-MATRICULA (WS-IDX-AJUSTE-PONTO)
                  = WS-AMO-MATRICULA (WS-IDX-AMOSTRA)
               MOVE 'S' TO WS-AJUSTE-ACHADO
           END-IF.

       PROCURAR-AJUSTE-PONTO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    CARREGAR-REGISTRO-ORDENS                                 *
      *    Ordens judiciais validas, como na passada de ordens.     *
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
                       MOVE GRN-PRIORIDADE
                           TO WS-ORD-PRIORIDADE (WS-QTD-ORDENS)
                   END-IF
           END-READ.

       LER-ORDEM-JUDICIAL-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    PREPARAR-COMPETENCIA                                     *
      *    Janela do mes do run (primeiro ao ultimo dia) para os    *
      *    dias fora da folha, como na passada de folha.            *
      *----------------------------------------------------------*
       PREPARAR-COMPETENCIA.
           MOVE WS-DATA-EXECUCAO TO WS-DATA-COMPETENCIA.
           MOVE 01 TO WS-CMP-DIA.
           MOVE WS-DATA-COMPETENCIA TO WS-INICIO-COMPETENCIA.
           IF WS-CMP-MES = 12
               ADD 1 TO WS-CMP-ANO
               MOVE 01 TO WS-CMP-MES
           ELSE
               ADD 1 TO WS-CMP-MES
           END-IF.
           COMPUTE WS-DIA-JULIANO-CMP =
               FUNCTION INTEGER-OF-DATE (WS-DATA-COMPETENCIA) - 1.
           COMPUTE WS-FIM-COMPETENCIA =
               FUNCTION DATE-OF-INTEGER (WS-DIA-JULIANO-CMP).
           MOVE WS-FIM-COMPETENCIA TO WS-DATA-COMPETENCIA.
           MOVE WS-CMP-DIA TO WS-DIAS-COMPETENCIA.

       PREPARAR-COMPETENCIA-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    REGISTRAR-FONTE-AUSENTE                                  *
      *    Arquivo da esteira ausente no run: a fonte nao e         *
      *    conferida, com linha no relatorio e aviso no log.        *
      *----------------------------------------------------------*
       REGISTRAR-FONTE-AUSENTE.
           ADD 1 TO WS-QTD-FONTES-AUSENTES.
           MOVE WS-NOME-FONTE-AUSENTE TO LFA-NOME.
           WRITE REG-RELATORIO-RECALCULO FROM WS-LINHA-FONTE-AUSENTE.
           DISPLAY 'TESTRCLC ' WS-NOME-FONTE-AUSENTE
                   ' AUSENTE - FONTE NAO CONFERIDA'.
           MOVE 'TESTRCLC'          TO WS-EXC-PROGRAMA.
           MOVE 'REGISTRAR-FONTE-AUSENTE' TO WS-EXC-PARAGRAFO.
           MOVE 4                   TO WS-EXC-CODIGO.
           MOVE SPACES TO WS-EXC-MENSAGEM.
           STRING WS-NOME-FONTE-AUSENTE DELIMITED BY SPACE
                  ' AUSENTE - NAO CONFERIDA' DELIMITED BY SIZE
               INTO WS-EXC-MENSAGEM
           END-STRING.
           MOVE 3 TO WS-EXC-SEVERIDADE.
           PERFORM GRAVAR-EXCECAO-GERAL.

       REGISTRAR-FONTE-AUSENTE-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    CARREGAR-SALARIOS-BASE                                   *
      *    Salario base (antes do ponto) das matriculas da          *
      *    amostra, em qualquer ordem do arquivo.                   *
      *----------------------------------------------------------*
       CARREGAR-SALARIOS-BASE.
           OPEN INPUT EXTRATO-SALARIO-BASE.
           IF WS-STATUS-SAL-BASE NOT = '00'
               CLOSE EXTRATO-SALARIO-BASE
               MOVE 'SALBASE.DAT' TO WS-NOME-FONTE-AUSENTE
               PERFORM REGISTRAR-FONTE-AUSENTE
               GO TO CARREGAR-SALARIOS-BASE-EXIT
           END-IF.
           MOVE 'S' TO WS-TEM-SAL-BASE.
           PERFORM LER-SALARIO-BASE
               UNTIL WS-EOF-SAL-BASE = 'S'.
           CLOSE EXTRATO-SALARIO-BASE.

       CARREGAR-SALARIOS-BASE-EXIT.
           EXIT.

       LER-SALARIO-BASE.
           READ EXTRATO-SALARIO-BASE
               AT END
                   MOVE 'S' TO WS-EOF-SAL-BASE
               NOT AT END
                   IF SBS-MATRICULA IS NUMERIC
                          AND SBS-SALARIO-BASE IS NUMERIC
                       MOVE SBS-MATRICULA TO WS-MATRICULA-BUSCA
                       PERFORM PROCURAR-NA-AMOSTRA THRU
                               PROCURAR-NA-AMOSTRA-EXIT
                       IF WS-IDX-AMOSTRA-ACHADO > ZEROS
                           MOVE 'S' TO
                               WS-AMO-TEM-BASE (WS-IDX-AMOSTRA-ACHADO)
                           MOVE SBS-SALARIO-BASE TO
                               WS-AMO-BASE (WS-IDX-AMOSTRA-ACHADO)
                       END-IF
                   END-IF
           END-READ.

       LER-SALARIO-BASE-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    CARREGAR-DESCONTOS-INFORMADOS                            *
      *    Abertura DEDUC.DAT das matriculas da amostra: linhas 'D' *
      *    de codigo da tabela guardadas por codigo para conferir;  *
      *    consignado e demais descontos (beneficios,              *
      *    adiantamento) e reembolsos 'C' somados como informados;  *
      *    linha 'T' com o total de descontos e o liquido.          *
      *----------------------------------------------------------*
       CARREGAR-DESCONTOS-INFORMADOS.
           OPEN INPUT ARQUIVO-DESCONTOS.
           IF WS-STATUS-DESCONTOS NOT = '00'
               CLOSE ARQUIVO-DESCONTOS
               MOVE 'DEDUC.DAT' TO WS-NOME-FONTE-AUSENTE
               PERFORM REGISTRAR-FONTE-AUSENTE
               GO TO CARREGAR-DESCONTOS-INFORMADOS-EXIT
           END-IF.
           MOVE 'S' TO WS-TEM-DESCONTOS.
           PERFORM LER-DESCONTO-INFORMADO THRU
                   LER-DESCONTO-INFORMADO-EXIT
               UNTIL WS-EOF-DESCONTOS = 'S'.
           CLOSE ARQUIVO-DESCONTOS.

       CARREGAR-DESCONTOS-INFORMADOS-EXIT.
           EXIT.

       LER-DESCONTO-INFORMADO.
           READ ARQUIVO-DESCONTOS
               AT END
                   MOVE 'S' TO WS-EOF-DESCONTOS
                   GO TO LER-DESCONTO-INFORMADO-EXIT
           END-READ.
           IF DSC-MATRICULA IS NOT NUMERIC
                  OR DSC-VALOR IS NOT NUMERIC
               GO TO LER-DESCONTO-INFORMADO-EXIT
           END-IF.
           MOVE DSC-MATRICULA TO WS-MATRICULA-BUSCA.
           PERFORM PROCURAR-NA-AMOSTRA THRU PROCURAR-NA-AMOSTRA-EXIT.
           IF WS-IDX-AMOSTRA-ACHADO = ZEROS
               GO TO LER-DESCONTO-INFORMADO-EXIT
           END-IF.
           EVALUATE DSC-TIPO
               WHEN 'D'
                   PERFORM CLASSIFICAR-DESCONTO-INFORMADO THRU
                           CLASSIFICAR-DESCONTO-INFORMADO-EXIT
               WHEN 'C'
                   ADD DSC-VALOR TO
                       WS-AMO-REEMBOLSO (WS-IDX-AMOSTRA-ACHADO)
               WHEN 'T'
                   MOVE 'S' TO
                       WS-AMO-TEM-TOTAL (WS-IDX-AMOSTRA-ACHADO)
                   MOVE DSC-VALOR TO
                       WS-AMO-T-DESCONTOS (WS-IDX-AMOSTRA-ACHADO)
                   MOVE DSC-VALOR-2 TO
                       WS-AMO-T-LIQUIDO (WS-IDX-AMOSTRA-ACHADO)
           END-EVALUATE.

       LER-DESCONTO-INFORMADO-EXIT.
           EXIT.

       CLASSIFICAR-DESCONTO-INFORMADO.
           IF DSC-CODIGO = 'CONS'
               ADD DSC-VALOR TO
                   WS-AMO-CONSIGNADO (WS-IDX-AMOSTRA-ACHADO)
               GO TO CLASSIFICAR-DESCONTO-INFORMADO-EXIT
           END-IF.
           IF DSC-CODIGO = 'PREV'
               ADD DSC-VALOR TO
                   WS-AMO-PREVIDENCIA (WS-IDX-AMOSTRA-ACHADO)
           END-IF.
           PERFORM PROCURAR-CODIGO-DEDUCAO THRU
                   PROCURAR-CODIGO-DEDUCAO-EXIT.
           IF WS-DED-JA-EXISTE = 'N'
               ADD DSC-VALOR TO
                   WS-AMO-OUTROS-DESC (WS-IDX-AMOSTRA-ACHADO)
               GO TO CLASSIFICAR-DESCONTO-INFORMADO-EXIT
           END-IF.
           MOVE 'D'        TO WS-INF-FONTE-BUSCA.
           MOVE DSC-CODIGO TO WS-INF-CODIGO-BUSCA.
           MOVE DSC-VALOR  TO WS-INF-VALOR-BUSCA.
           PERFORM ACUMULAR-INFORMADO THRU ACUMULAR-INFORMADO-EXIT.

       CLASSIFICAR-DESCONTO-INFORMADO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    ACUMULAR-INFORMADO / PROCURAR-INFORMADO                  *
      *    Valor por codigo da matricula WS-IDX-AMOSTRA-ACHADO na   *
      *    fonte WS-INF-FONTE-BUSCA; codigo repetido soma.          *
      *----------------------------------------------------------*
       ACUMULAR-INFORMADO.
           PERFORM PROCURAR-INFORMADO THRU PROCURAR-INFORMADO-EXIT.
           IF WS-IDX-INFORMADO-ACHADO > ZEROS
               ADD WS-INF-VALOR-BUSCA
                   TO WS-INF-VALOR (WS-IDX-INFORMADO-ACHADO)
               GO TO ACUMULAR-INFORMADO-EXIT
           END-IF.
           IF WS-QTD-INFORMADOS >= 8000
               MOVE 'S' TO WS-INFORMADOS-ESTOURARAM
               GO TO ACUMULAR-INFORMADO-EXIT
           END-IF.
           ADD 1 TO WS-QTD-INFORMADOS.
           MOVE WS-IDX-AMOSTRA-ACHADO
               TO WS-INF-IDX-AMOSTRA (WS-QTD-INFORMADOS).
           MOVE WS-INF-FONTE-BUSCA
               TO WS-INF-FONTE (WS-QTD-INFORMADOS).
           MOVE WS-INF-CODIGO-BUSCA
               TO WS-INF-CODIGO (WS-QTD-INFORMADOS).
           MOVE WS-INF-VALOR-BUSCA
               TO WS-INF-VALOR (WS-QTD-INFORMADOS).

       ACUMULAR-INFORMADO-EXIT.
           EXIT.

       PROCURAR-INFORMADO.
           MOVE ZEROS TO WS-IDX-INFORMADO-ACHADO.
           PERFORM COMPARAR-INFORMADO
               VARYING WS-IDX-INFORMADO FROM 1 BY 1
               UNTIL WS-IDX-INFORMADO > WS-QTD-INFORMADOS
                  OR WS-IDX-INFORMADO-ACHADO > ZEROS.

       PROCURAR-INFORMADO-EXIT.
           EXIT.

       COMPARAR-INFORMADO.
           IF WS-INF-IDX-AMOSTRA (WS-IDX-INFORMADO)
                  = WS-IDX-AMOSTRA-ACHADO
                  AND WS-INF-FONTE (WS-IDX-INFORMADO)
                      = WS-INF-FONTE-BUSCA
                  AND WS-INF-CODIGO (WS-IDX-INFORMADO)
                      = WS-INF-CODIGO-BUSCA
               MOVE WS-IDX-INFORMADO TO WS-IDX-INFORMADO-ACHADO
           END-IF.

       COMPARAR-INFORMADO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    CARREGAR-LIQUIDOS-INFORMADOS                             *
      *    Liquido de EMPLIQ.DAT das matriculas da amostra. O       *
      *    header de versao e o do proprio extrato, ja conferido.   *
      *----------------------------------------------------------*
       CARREGAR-LIQUIDOS-INFORMADOS.
           OPEN INPUT EXTRATO-LIQUIDO.
           IF WS-STATUS-LIQUIDO NOT = '00'
               CLOSE EXTRATO-LIQUIDO
               MOVE 'EMPLIQ.DAT' TO WS-NOME-FONTE-AUSENTE
               PERFORM REGISTRAR-FONTE-AUSENTE
               GO TO CARREGAR-LIQUIDOS-INFORMADOS-EXIT
           END-IF.
           MOVE 'S' TO WS-TEM-LIQUIDO.
           PERFORM LER-LIQUIDO-INFORMADO
               UNTIL WS-EOF-LIQUIDO = 'S'.
           CLOSE EXTRATO-LIQUIDO.

       CARREGAR-LIQUIDOS-INFORMADOS-EXIT.
           EXIT.

       LER-LIQUIDO-INFORMADO.
           READ EXTRATO-LIQUIDO
               AT END
                   MOVE 'S' TO WS-EOF-LIQUIDO
               NOT AT END
                   IF REG-EXTRATO-LIQUIDO (1:6) NOT = 'VERSAO'
                          AND LIQ-EMPLOYEE-ID IS NUMERIC
                       MOVE LIQ-EMPLOYEE-ID TO WS-MATRICULA-BUSCA
                       PERFORM PROCURAR-NA-AMOSTRA THRU
                               PROCURAR-NA-AMOSTRA-EXIT
                       IF WS-IDX-AMOSTRA-ACHADO > ZEROS
                           MOVE 'S' TO
                               WS-AMO-TEM-LIQ (WS-IDX-AMOSTRA-ACHADO)
                           MOVE LIQ-EMPLOYEE-SALARY TO
                               WS-AMO-LIQ-EMPLIQ (WS-IDX-AMOSTRA-ACHADO)
                       END-IF
                   END-IF
           END-READ.

       LER-LIQUIDO-INFORMADO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    CARREGAR-CONTRACHEQUES                                   *
      *    Le as paginas impressas de CONTRACH.DAT: a linha 'MATR'  *
      *    abre a pagina, bruto/ordens/encargos sao guardados com   *
      *    desedicao dos valores e o liquido creditado fecha a      *
      *    pagina. Pagina de matricula fora da amostra e pulada.    *
      *----------------------------------------------------------*
       CARREGAR-CONTRACHEQUES.
           OPEN INPUT ARQUIVO-CONTRACHEQUE.
           IF WS-STATUS-CONTRACHEQUE NOT = '00'
               CLOSE ARQUIVO-CONTRACHEQUE
               MOVE 'CONTRACH.DAT' TO WS-NOME-FONTE-AUSENTE
               PERFORM REGISTRAR-FONTE-AUSENTE
               GO TO CARREGAR-CONTRACHEQUES-EXIT
           END-IF.
           MOVE 'S' TO WS-TEM-CONTRACHEQUE.
           PERFORM LER-LINHA-CONTRACHEQUE THRU
                   LER-LINHA-CONTRACHEQUE-EXIT
               UNTIL WS-EOF-CONTRACHEQUE = 'S'.
           CLOSE ARQUIVO-CONTRACHEQUE.

       CARREGAR-CONTRACHEQUES-EXIT.
           EXIT.

       LER-LINHA-CONTRACHEQUE.
           READ ARQUIVO-CONTRACHEQUE INTO WS-SLP-LIDA
               AT END
                   MOVE 'S' TO WS-EOF-CONTRACHEQUE
                   GO TO LER-LINHA-CONTRACHEQUE-EXIT
           END-READ.
           EVALUATE TRUE
               WHEN WS-SLP-LIDA (1:5) = 'MATR '
                   MOVE SLL-MATRICULA TO WS-SLP-MATRICULA
                   MOVE WS-SLP-MATRICULA TO WS-MATRICULA-BUSCA
                   PERFORM PROCURAR-NA-AMOSTRA THRU
                           PROCURAR-NA-AMOSTRA-EXIT
                   MOVE WS-IDX-AMOSTRA-ACHADO TO WS-SLP-IDX-PAGINA
                   IF WS-SLP-IDX-PAGINA > ZEROS
                       MOVE 'S' TO WS-AMO-TEM-SLP (WS-SLP-IDX-PAGINA)
                       MOVE ZEROS TO
                           WS-AMO-SLP-ORDENS (WS-SLP-IDX-PAGINA)
                   END-IF
               WHEN WS-SLP-IDX-PAGINA = ZEROS
                   CONTINUE
               WHEN WS-SLP-LIDA (1:13) = 'SALARIO BRUTO'
                   MOVE SLL-VALOR TO WS-SLP-VALOR
                   MOVE WS-SLP-VALOR TO
                       WS-AMO-SLP-BRUTO (WS-SLP-IDX-PAGINA)
               WHEN WS-SLP-LIDA (1:18) = '  ORDENS JUDICIAIS'
                   MOVE SLL-VALOR TO WS-SLP-VALOR
                   MOVE WS-SLP-VALOR TO
                       WS-AMO-SLP-ORDENS (WS-SLP-IDX-PAGINA)
               WHEN WS-SLP-LIDA (1:11) = '  ENCARGO  '
                   MOVE SLL-ENC-VALOR TO WS-SLP-VALOR
                   MOVE WS-SLP-IDX-PAGINA TO WS-IDX-AMOSTRA-ACHADO
                   MOVE 'E'            TO WS-INF-FONTE-BUSCA
                   MOVE SLL-ENC-CODIGO TO WS-INF-CODIGO-BUSCA
                   MOVE WS-SLP-VALOR   TO WS-INF-VALOR-BUSCA
                   PERFORM ACUMULAR-INFORMADO THRU
                           ACUMULAR-INFORMADO-EXIT
               WHEN WS-SLP-LIDA (1:17) = 'LIQUIDO CREDITADO'
                   MOVE SLL-VALOR TO WS-SLP-VALOR
                   MOVE WS-SLP-VALOR TO
                       WS-AMO-SLP-LIQUIDO (WS-SLP-IDX-PAGINA)
                   MOVE ZEROS TO WS-SLP-IDX-PAGINA
           END-EVALUATE.

       LER-LINHA-CONTRACHEQUE-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    AUDITAR-EMPREGADO                                        *
      *    Recalcula o empregado da amostra e confere cada fonte    *
      *    presente no run; a linha do empregado sai com a          *
      *    situacao e, abaixo dela, uma linha por divergencia.      *
      *----------------------------------------------------------*
       AUDITAR-EMPREGADO.
           MOVE ZEROS TO WS-QTD-DIV-EMPREGADO.
           MOVE WS-AMO-MATRICULA (WS-IDX-AMOSTRA) TO LEA-MATRICULA.
           MOVE WS-AMO-ORIGEM    (WS-IDX-AMOSTRA) TO LEA-ORIGEM.
           MOVE WS-AMO-NOME      (WS-IDX-AMOSTRA) TO LEA-NOME.
           IF WS-AMO-NO-EXTRATO (WS-IDX-AMOSTRA) = 'N'
               MOVE ZEROS TO LEA-BRUTO
               MOVE ZEROS TO LEA-LIQUIDO
               MOVE 'FORA DO EXTRATO' TO LEA-SITUACAO
               WRITE REG-RELATORIO-RECALCULO
                   FROM WS-LINHA-EMPREGADO-AUD
               GO TO AUDITAR-EMPREGADO-EXIT
           END-IF.
           ADD 1 TO WS-QTD-AUDITADOS.

           PERFORM RECALCULAR-BRUTO THRU RECALCULAR-BRUTO-EXIT.
           PERFORM RECALCULAR-DESCONTOS THRU
                   RECALCULAR-DESCONTOS-EXIT.
           PERFORM RECALCULAR-ORDENS THRU RECALCULAR-ORDENS-EXIT.
           PERFORM CONFERIR-CONTRACHEQUE THRU
                   CONFERIR-CONTRACHEQUE-EXIT.

           MOVE WS-REC-BRUTO     TO LEA-BRUTO.
           MOVE WS-REC-CREDITADO TO LEA-LIQUIDO.
           IF WS-QTD-DIV-EMPREGADO = ZEROS
               MOVE 'CONFERE' TO LEA-SITUACAO
           ELSE
               ADD 1 TO WS-QTD-COM-DIVERGENCIA
               MOVE 'DIVERGENTE' TO LEA-SITUACAO
           END-IF.
           WRITE REG-RELATORIO-RECALCULO FROM WS-LINHA-EMPREGADO-AUD.
           PERFORM IMPRIMIR-DIVERGENCIA
               VARYING WS-IDX-DIV-EMPREGADO FROM 1 BY 1
               UNTIL WS-IDX-DIV-EMPREGADO > WS-QTD-DIV-EMPREGADO.

       AUDITAR-EMPREGADO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    RECALCULAR-BRUTO                                         *
      *    Base + extras - faltas do ponto (hora = base/220, extra  *
      *    50% a 1,5x e 100% a 2x, falta 1/30 por dia) - dias fora  *
      *    da folha no mes (1/30 por dia, mes cheio = 30). Sem o    *
      *    salario base nao ha como recalcular: o bruto do extrato  *
      *    segue para as demais conferencias.                       *
      *----------------------------------------------------------*
       RECALCULAR-BRUTO.
           MOVE WS-AMO-BRUTO-EXT (WS-IDX-AMOSTRA) TO WS-REC-BRUTO.
           IF WS-TEM-SAL-BASE = 'N'
               GO TO RECALCULAR-BRUTO-EXIT
           END-IF.
           IF WS-AMO-TEM-BASE (WS-IDX-AMOSTRA) = 'N'
               MOVE 'SALBASE'    TO WS-DIV-FONTE
               MOVE 'REGISTRO'   TO WS-DIV-CAMPO
               MOVE WS-REC-BRUTO TO WS-DIV-RECALCULADO
               MOVE ZEROS        TO WS-DIV-INFORMADO
               PERFORM REGISTRAR-DIVERGENCIA THRU
                       REGISTRAR-DIVERGENCIA-EXIT
               GO TO RECALCULAR-BRUTO-EXIT
           END-IF.

           MOVE WS-AMO-BASE (WS-IDX-AMOSTRA) TO WS-REC-BASE.
           MOVE ZEROS TO WS-REC-ACRESCIMOS.
           MOVE ZEROS TO WS-REC-REDUCOES.
           MOVE 'N' TO WS-AJUSTE-ACHADO.
           PERFORM PROCURAR-AJUSTE-PONTO
               VARYING WS-IDX-AJUSTE-PONTO FROM 1 BY 1
               UNTIL WS-IDX-AJUSTE-PONTO > WS-QTD-AJUSTES-PONTO
                  OR WS-AJUSTE-ACHADO = 'S'.
           IF WS-AJUSTE-ACHADO = 'S'
               SUBTRACT 1 FROM WS-IDX-AJUSTE-PONTO
               COMPUTE WS-REC-VALOR-HORA ROUNDED =
                   WS-REC-BASE / 220
               COMPUTE WS-REC-ACRESCIMOS ROUNDED =
                   WS-AJP-HORAS-50 (WS-IDX-AJUSTE-PONTO)
                       * WS-REC-VALOR-HORA * 1.5
                   + WS-AJP-HORAS-100 (WS-IDX-AJUSTE-PONTO)
                       * WS-REC-VALOR-HORA * 2
               COMPUTE WS-REC-REDUCOES ROUNDED =
                   WS-AJP-FALTAS (WS-IDX-AJUSTE-PONTO)
                   * WS-REC-BASE / 30
               IF WS-REC-REDUCOES > WS-REC-BASE
                   MOVE WS-REC-BASE TO WS-REC-REDUCOES
               END-IF
           END-IF.
           COMPUTE WS-REC-BRUTO =
               WS-REC-BASE + WS-REC-ACRESCIMOS - WS-REC-REDUCOES.

           MOVE ZEROS TO WS-REC-RED-AFASTAMENTO.
           MOVE WS-AMO-MATRICULA (WS-IDX-AMOSTRA) TO WS-AFS-MATRICULA.
           MOVE WS-INICIO-COMPETENCIA TO WS-AFS-JANELA-INICIO.
           MOVE WS-FIM-COMPETENCIA    TO WS-AFS-JANELA-FIM.
           PERFORM CONTAR-DIAS-SEM-REMUNERACAO THRU
                   CONTAR-DIAS-SEM-REMUNERACAO-EXIT.
           IF WS-AFS-DIAS-FORA > ZEROS
               IF WS-AFS-DIAS-FORA >= WS-DIAS-COMPETENCIA
                      OR WS-AFS-DIAS-FORA > 30
                   MOVE 30 TO WS-DIAS-AFASTAMENTO
               ELSE
                   MOVE WS-AFS-DIAS-FORA TO WS-DIAS-AFASTAMENTO
               END-IF
               COMPUTE WS-REC-RED-AFASTAMENTO ROUNDED =
                   WS-REC-BASE * WS-DIAS-AFASTAMENTO / 30
               IF WS-REC-RED-AFASTAMENTO > WS-REC-BRUTO
                   MOVE WS-REC-BRUTO TO WS-REC-RED-AFASTAMENTO
               END-IF
               SUBTRACT WS-REC-RED-AFASTAMENTO FROM WS-REC-BRUTO
           END-IF.

           MOVE 'EMPEXTR'    TO WS-DIV-FONTE.
           MOVE 'BRUTO'      TO WS-DIV-CAMPO.
           MOVE WS-REC-BRUTO TO WS-DIV-RECALCULADO.
           MOVE WS-AMO-BRUTO-EXT (WS-IDX-AMOSTRA) TO WS-DIV-INFORMADO.
           PERFORM REGISTRAR-DIVERGENCIA THRU
                   REGISTRAR-DIVERGENCIA-EXIT.

       RECALCULAR-BRUTO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    RECALCULAR-DESCONTOS                                     *
      *    Cada codigo de DEDTAB.DAT sobre o bruto recalculado      *
      *    (IRRF sobre o bruto menos a deducao por dependente e     *
      *    menos a previdencia privada 'PREV' informada),           *
      *    conferido com a linha 'D' do codigo; total de descontos  *
      *    e liquido conferidos com a linha 'T' e com EMPLIQ.DAT.   *
      *    Descontos fora da tabela entram como informados.         *
      *----------------------------------------------------------*
       RECALCULAR-DESCONTOS.
           PERFORM CONTAR-DEPENDENTES-IR THRU
                   CONTAR-DEPENDENTES-IR-EXIT.
           COMPUTE WS-REC-DEDUCAO-DEPEND =
               WS-QTD-DEPENDENTES-IR * WS-VALOR-POR-DEPENDENTE.
           IF WS-REC-DEDUCAO-DEPEND >= WS-REC-BRUTO
               MOVE ZEROS TO WS-REC-BASE-IRRF
           ELSE
               COMPUTE WS-REC-BASE-IRRF =
                   WS-REC-BRUTO - WS-REC-DEDUCAO-DEPEND
           END-IF.
           IF WS-AMO-PREVIDENCIA (WS-IDX-AMOSTRA) >= WS-REC-BASE-IRRF
               MOVE ZEROS TO WS-REC-BASE-IRRF
           ELSE
               SUBTRACT WS-AMO-PREVIDENCIA (WS-IDX-AMOSTRA)
                   FROM WS-REC-BASE-IRRF
           END-IF.

           MOVE ZEROS TO WS-REC-DESC-TABELA.
           PERFORM CONFERIR-DESCONTO-TABELA THRU
                   CONFERIR-DESCONTO-TABELA-EXIT
               VARYING WS-IDX-DEDUCAO FROM 1 BY 1
               UNTIL WS-IDX-DEDUCAO > WS-QTD-DEDUCOES.

           COMPUTE WS-REC-TOTAL-DESCONTOS = WS-REC-DESC-TABELA
               + WS-AMO-OUTROS-DESC (WS-IDX-AMOSTRA)
               + WS-AMO-CONSIGNADO  (WS-IDX-AMOSTRA).
           COMPUTE WS-REC-SALDO =
               WS-REC-BRUTO - WS-REC-TOTAL-DESCONTOS.
           IF WS-REC-SALDO < ZEROS
               MOVE ZEROS TO WS-REC-LIQUIDO
           ELSE
               MOVE WS-REC-SALDO TO WS-REC-LIQUIDO
           END-IF.

           IF WS-TEM-DESCONTOS = 'S'
               MOVE 'DEDUC' TO WS-DIV-FONTE
               IF WS-AMO-TEM-TOTAL (WS-IDX-AMOSTRA) = 'N'
                   MOVE 'LINHA T'      TO WS-DIV-CAMPO
                   MOVE WS-REC-LIQUIDO TO WS-DIV-RECALCULADO
                   MOVE ZEROS          TO WS-DIV-INFORMADO
                   PERFORM REGISTRAR-DIVERGENCIA THRU
                           REGISTRAR-DIVERGENCIA-EXIT
               ELSE
                   MOVE 'TOTAL DESC' TO WS-DIV-CAMPO
                   MOVE WS-REC-TOTAL-DESCONTOS TO WS-DIV-RECALCULADO
                   MOVE WS-AMO-T-DESCONTOS (WS-IDX-AMOSTRA)
                       TO WS-DIV-INFORMADO
                   PERFORM REGISTRAR-DIVERGENCIA THRU
                           REGISTRAR-DIVERGENCIA-EXIT
                   MOVE 'DEDUC'        TO WS-DIV-FONTE
                   MOVE 'LIQUIDO'      TO WS-DIV-CAMPO
                   MOVE WS-REC-LIQUIDO TO WS-DIV-RECALCULADO
                   MOVE WS-AMO-T-LIQUIDO (WS-IDX-AMOSTRA)
                       TO WS-DIV-INFORMADO
                   PERFORM REGISTRAR-DIVERGENCIA THRU
                           REGISTRAR-DIVERGENCIA-EXIT
               END-IF
           END-IF.

           IF WS-TEM-LIQUIDO = 'S'
               MOVE 'EMPLIQ'       TO WS-DIV-FONTE
               MOVE WS-REC-LIQUIDO TO WS-DIV-RECALCULADO
               IF WS-AMO-TEM-LIQ (WS-IDX-AMOSTRA) = 'N'
                   MOVE 'REGISTRO' TO WS-DIV-CAMPO
                   MOVE ZEROS      TO WS-DIV-INFORMADO
               ELSE
                   MOVE 'LIQUIDO'  TO WS-DIV-CAMPO
                   MOVE WS-AMO-LIQ-EMPLIQ (WS-IDX-AMOSTRA)
                       TO WS-DIV-INFORMADO
               END-IF
               PERFORM REGISTRAR-DIVERGENCIA THRU
                       REGISTRAR-DIVERGENCIA-EXIT
           END-IF.

       RECALCULAR-DESCONTOS-EXIT.
           EXIT.

       CONFERIR-DESCONTO-TABELA.
           IF WS-DED-CODIGO (WS-IDX-DEDUCAO) = 'IRRF'
               MOVE WS-REC-BASE-IRRF TO WS-REC-BASE-CALCULO
           ELSE
               MOVE WS-REC-BRUTO     TO WS-REC-BASE-CALCULO
           END-IF.
           COMPUTE WS-REC-DESCONTO ROUNDED =
               WS-REC-BASE-CALCULO
               * WS-DED-PCT (WS-IDX-DEDUCAO) / 100.
           ADD WS-REC-DESCONTO TO WS-REC-DESC-TABELA.
           IF WS-TEM-DESCONTOS = 'N'
               GO TO CONFERIR-DESCONTO-TABELA-EXIT
           END-IF.
           MOVE WS-IDX-AMOSTRA TO WS-IDX-AMOSTRA-ACHADO.
           MOVE 'D' TO WS-INF-FONTE-BUSCA.
           MOVE WS-DED-CODIGO (WS-IDX-DEDUCAO) TO WS-INF-CODIGO-BUSCA.
           PERFORM PROCURAR-INFORMADO THRU PROCURAR-INFORMADO-EXIT.
           IF WS-IDX-INFORMADO-ACHADO > ZEROS
               MOVE WS-INF-VALOR (WS-IDX-INFORMADO-ACHADO)
                   TO WS-DIV-INFORMADO
           ELSE
               MOVE ZEROS TO WS-DIV-INFORMADO
           END-IF.
           MOVE 'DEDUC' TO WS-DIV-FONTE.
           MOVE WS-DED-CODIGO (WS-IDX-DEDUCAO) TO WS-DIV-CAMPO.
           MOVE WS-REC-DESCONTO TO WS-DIV-RECALCULADO.
           PERFORM REGISTRAR-DIVERGENCIA THRU
                   REGISTRAR-DIVERGENCIA-EXIT.

       CONFERIR-DESCONTO-TABELA-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    CONTAR-DEPENDENTES-IR                                    *
      *    Dependentes que deduzem IR no mes do run: filho(a) ate   *
      *    o mes anterior aos 21 anos (24 se universitario).        *
      *----------------------------------------------------------*
       CONTAR-DEPENDENTES-IR.
           MOVE ZEROS TO WS-QTD-DEPENDENTES-IR.
           IF WS-TEM-DEPENDENTES = 'N'
               GO TO CONTAR-DEPENDENTES-IR-EXIT
           END-IF.
           MOVE WS-AMO-MATRICULA (WS-IDX-AMOSTRA) TO DPN-MATRICULA.
           MOVE ZEROS TO DPN-SEQUENCIA.
           MOVE 'N' TO WS-EOF-DEPENDENTES.
           START DEPENDENTES-MASTER KEY IS NOT LESS THAN DPN-CHAVE
               INVALID KEY
                   GO TO CONTAR-DEPENDENTES-IR-EXIT
           END-START.
           PERFORM LER-DEPENDENTE-EMPREGADO
               UNTIL WS-EOF-DEPENDENTES = 'S'.

       CONTAR-DEPENDENTES-IR-EXIT.
           EXIT.

       LER-DEPENDENTE-EMPREGADO.
           READ DEPENDENTES-MASTER NEXT RECORD
               AT END
                   MOVE 'S' TO WS-EOF-DEPENDENTES
               NOT AT END
                   IF DPN-MATRICULA NOT =
                          WS-AMO-MATRICULA (WS-IDX-AMOSTRA)
                       MOVE 'S' TO WS-EOF-DEPENDENTES
                   ELSE
                       PERFORM AVALIAR-DEPENDENTE-IR THRU
                               AVALIAR-DEPENDENTE-IR-EXIT
                   END-IF
           END-READ.

       LER-DEPENDENTE-EMPREGADO-EXIT.
           EXIT.

       AVALIAR-DEPENDENTE-IR.
           IF NOT DPN-DEDUZ-IR
               GO TO AVALIAR-DEPENDENTE-IR-EXIT
           END-IF.
           IF DPN-FILHO AND DPN-DATA-NASCIMENTO IS NUMERIC
               IF DPN-UNIVERSITARIO = 'S'
                   MOVE 24 TO WS-IDADE-LIMITE
               ELSE
                   MOVE 21 TO WS-IDADE-LIMITE
               END-IF
               MOVE DPN-DATA-NASCIMENTO TO WS-DATA-NASC-TRAB
               COMPUTE WS-ANOMES-LIMITE =
                   (WS-NASC-ANO + WS-IDADE-LIMITE) * 100
                   + WS-NASC-MES
               IF WS-ANOMES-LIMITE <= WS-ANOMES-EXECUCAO
                   GO TO AVALIAR-DEPENDENTE-IR-EXIT
               END-IF
           END-IF.
           IF WS-QTD-DEPENDENTES-IR < 99
               ADD 1 TO WS-QTD-DEPENDENTES-IR
           END-IF.

       AVALIAR-DEPENDENTE-IR-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    RECALCULAR-ORDENS                                        *
      *    Ordens judiciais sobre o liquido antes do consignado,    *
      *    por prioridade (1 a 99) ate o teto de 50%: percentual    *
      *    sobre esse liquido ou valor fixo, limitado a margem que  *
      *    sobra. Liquido creditado = liquido - ordens + reembolsos.*
      *----------------------------------------------------------*
       RECALCULAR-ORDENS.
           COMPUTE WS-REC-SALDO = WS-REC-BRUTO - WS-REC-DESC-TABELA
               - WS-AMO-OUTROS-DESC (WS-IDX-AMOSTRA).
           IF WS-REC-SALDO < ZEROS
               MOVE ZEROS TO WS-REC-LIQUIDO-ORDENS
           ELSE
               MOVE WS-REC-SALDO TO WS-REC-LIQUIDO-ORDENS
           END-IF.
           COMPUTE WS-REC-TETO-ORDENS ROUNDED =
               WS-REC-LIQUIDO-ORDENS / 2.
           MOVE ZEROS TO WS-REC-ORDENS.
           IF WS-QTD-ORDENS > ZEROS
               PERFORM APLICAR-PRIORIDADE
                   VARYING WS-PRIORIDADE-ALVO FROM 1 BY 1
                   UNTIL WS-PRIORIDADE-ALVO > 99
           END-IF.

           COMPUTE WS-REC-SALDO = WS-REC-LIQUIDO - WS-REC-ORDENS
               + WS-AMO-REEMBOLSO (WS-IDX-AMOSTRA).
           IF WS-REC-SALDO < ZEROS
               MOVE ZEROS TO WS-REC-CREDITADO
           ELSE
               MOVE WS-REC-SALDO TO WS-REC-CREDITADO
           END-IF.

       RECALCULAR-ORDENS-EXIT.
           EXIT.

       APLICAR-PRIORIDADE.
           PERFORM APLICAR-ORDEM-SE-CASAR THRU
                   APLICAR-ORDEM-SE-CASAR-EXIT
               VARYING WS-IDX-ORDEM FROM 1 BY 1
               UNTIL WS-IDX-ORDEM > WS-QTD-ORDENS.

       APLICAR-PRIORIDADE-EXIT.
           EXIT.

       APLICAR-ORDEM-SE-CASAR.
           IF WS-ORD-MATRICULA (WS-IDX-ORDEM)
                  NOT = WS-AMO-MATRICULA (WS-IDX-AMOSTRA)
                  OR WS-ORD-PRIORIDADE (WS-IDX-ORDEM)
                     NOT = WS-PRIORIDADE-ALVO
               GO TO APLICAR-ORDEM-SE-CASAR-EXIT
           END-IF.
           IF WS-ORD-TIPO (WS-IDX-ORDEM) = 'P'
               COMPUTE WS-REC-VALOR-ORDEM ROUNDED =
                   WS-REC-LIQUIDO-ORDENS
                   * WS-ORD-VALOR (WS-IDX-ORDEM) / 100
           ELSE
               MOVE WS-ORD-VALOR (WS-IDX-ORDEM) TO WS-REC-VALOR-ORDEM
           END-IF.
           IF WS-REC-ORDENS >= WS-REC-TETO-ORDENS
               GO TO APLICAR-ORDEM-SE-CASAR-EXIT
           END-IF.
           COMPUTE WS-REC-MARGEM-ORDENS =
               WS-REC-TETO-ORDENS - WS-REC-ORDENS.
           IF WS-REC-VALOR-ORDEM > WS-REC-MARGEM-ORDENS
               MOVE WS-REC-MARGEM-ORDENS TO WS-REC-VALOR-ORDEM
           END-IF.
           ADD WS-REC-VALOR-ORDEM TO WS-REC-ORDENS.

       APLICAR-ORDEM-SE-CASAR-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    CONFERIR-CONTRACHEQUE                                    *
      *    Pagina impressa do empregado: bruto, ordens judiciais,   *
      *    cada encargo patronal (percentual sobre o bruto) e o     *
      *    liquido creditado.                                       *
      *----------------------------------------------------------*
       CONFERIR-CONTRACHEQUE.
           IF WS-TEM-CONTRACHEQUE = 'N'
               GO TO CONFERIR-CONTRACHEQUE-EXIT
           END-IF.
           MOVE 'CONTRACH' TO WS-DIV-FONTE.
           IF WS-AMO-TEM-SLP (WS-IDX-AMOSTRA) = 'N'
               MOVE 'PAGINA'         TO WS-DIV-CAMPO
               MOVE WS-REC-CREDITADO TO WS-DIV-RECALCULADO
               MOVE ZEROS            TO WS-DIV-INFORMADO
               PERFORM REGISTRAR-DIVERGENCIA THRU
                       REGISTRAR-DIVERGENCIA-EXIT
               GO TO CONFERIR-CONTRACHEQUE-EXIT
           END-IF.

           MOVE 'BRUTO'      TO WS-DIV-CAMPO.
           MOVE WS-REC-BRUTO TO WS-DIV-RECALCULADO.
           MOVE WS-AMO-SLP-BRUTO (WS-IDX-AMOSTRA) TO WS-DIV-INFORMADO.
           PERFORM REGISTRAR-DIVERGENCIA THRU
                   REGISTRAR-DIVERGENCIA-EXIT.

           MOVE 'ORDENS'      TO WS-DIV-CAMPO.
           MOVE WS-REC-ORDENS TO WS-DIV-RECALCULADO.
           MOVE WS-AMO-SLP-ORDENS (WS-IDX-AMOSTRA) TO WS-DIV-INFORMADO.
           PERFORM REGISTRAR-DIVERGENCIA THRU
                   REGISTRAR-DIVERGENCIA-EXIT.

           PERFORM CONFERIR-ENCARGO THRU CONFERIR-ENCARGO-EXIT
               VARYING WS-IDX-ENCARGO FROM 1 BY 1
               UNTIL WS-IDX-ENCARGO > WS-QTD-ENCARGOS.

           MOVE 'CONTRACH'       TO WS-DIV-FONTE.
           MOVE 'LIQUIDO'        TO WS-DIV-CAMPO.
           MOVE WS-REC-CREDITADO TO WS-DIV-RECALCULADO.
           MOVE WS-AMO-SLP-LIQUIDO (WS-IDX-AMOSTRA)
               TO WS-DIV-INFORMADO.
           PERFORM REGISTRAR-DIVERGENCIA THRU
                   REGISTRAR-DIVERGENCIA-EXIT.

       CONFERIR-CONTRACHEQUE-EXIT.
           EXIT.

       CONFERIR-ENCARGO.
           COMPUTE WS-REC-ENCARGO ROUNDED =
               WS-REC-BRUTO * WS-ENC-PCT (WS-IDX-ENCARGO) / 100.
           MOVE WS-IDX-AMOSTRA TO WS-IDX-AMOSTRA-ACHADO.
           MOVE 'E' TO WS-INF-FONTE-BUSCA.
           MOVE WS-ENC-CODIGO (WS-IDX-ENCARGO) TO WS-INF-CODIGO-BUSCA.
           PERFORM PROCURAR-INFORMADO THRU PROCURAR-INFORMADO-EXIT.
           IF WS-IDX-INFORMADO-ACHADO > ZEROS
               MOVE WS-INF-VALOR (WS-IDX-INFORMADO-ACHADO)
                   TO WS-DIV-INFORMADO
           ELSE
               MOVE ZEROS TO WS-DIV-INFORMADO
           END-IF.
           MOVE 'CONTRACH' TO WS-DIV-FONTE.
           MOVE WS-ENC-CODIGO (WS-IDX-ENCARGO) TO WS-DIV-CAMPO.
           MOVE WS-REC-ENCARGO TO WS-DIV-RECALCULADO.
           PERFORM REGISTRAR-DIVERGENCIA THRU
                   REGISTRAR-DIVERGENCIA-EXIT.

       CONFERIR-ENCARGO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    REGISTRAR-DIVERGENCIA                                    *
      *    Recalculado diferente do informado: guarda a linha do    *
      *    relatorio e grava excecao de severidade 1 no log.        *
      *----------------------------------------------------------*
       REGISTRAR-DIVERGENCIA.
           IF WS-DIV-RECALCULADO = WS-DIV-INFORMADO
               GO TO REGISTRAR-DIVERGENCIA-EXIT
           END-IF.
           ADD 1 TO WS-QTD-DIVERGENCIAS.
           IF WS-QTD-DIV-EMPREGADO < 60
               ADD 1 TO WS-QTD-DIV-EMPREGADO
               MOVE WS-DIV-FONTE
                   TO WS-DVE-FONTE (WS-QTD-DIV-EMPREGADO)
               MOVE WS-DIV-CAMPO
                   TO WS-DVE-CAMPO (WS-QTD-DIV-EMPREGADO)
               MOVE WS-DIV-RECALCULADO
                   TO WS-DVE-RECALCULADO (WS-QTD-DIV-EMPREGADO)
               MOVE WS-DIV-INFORMADO
                   TO WS-DVE-INFORMADO (WS-QTD-DIV-EMPREGADO)
           END-IF.
           MOVE 'TESTRCLC'          TO WS-EXC-PROGRAMA.
           MOVE 'REGISTRAR-DIVERGENCIA' TO WS-EXC-PARAGRAFO.
           MOVE 8                   TO WS-EXC-CODIGO.
           MOVE SPACES TO WS-EXC-MENSAGEM.
           STRING 'RECALC MATR ' WS-AMO-MATRICULA (WS-IDX-AMOSTRA)
                  ' ' DELIMITED BY SIZE
                  WS-DIV-FONTE DELIMITED BY SPACE
                  ' ' WS-DIV-CAMPO DELIMITED BY SIZE
               INTO WS-EXC-MENSAGEM
           END-STRING.
           MOVE 1 TO WS-EXC-SEVERIDADE.
           PERFORM GRAVAR-EXCECAO-GERAL.

       REGISTRAR-DIVERGENCIA-EXIT.
           EXIT.

       IMPRIMIR-DIVERGENCIA.
           MOVE WS-DVE-FONTE (WS-IDX-DIV-EMPREGADO) TO LDV-FONTE.
           MOVE WS-DVE-CAMPO (WS-IDX-DIV-EMPREGADO) TO LDV-CAMPO.
           MOVE WS-DVE-RECALCULADO (WS-IDX-DIV-EMPREGADO)
               TO LDV-RECALCULADO.
           MOVE WS-DVE-INFORMADO (WS-IDX-DIV-EMPREGADO)
               TO LDV-INFORMADO.
           COMPUTE WS-DIV-DIFERENCA =
               WS-DVE-RECALCULADO (WS-IDX-DIV-EMPREGADO)
               - WS-DVE-INFORMADO (WS-IDX-DIV-EMPREGADO).
           MOVE WS-DIV-DIFERENCA TO LDV-DIFERENCA.
           WRITE REG-RELATORIO-RECALCULO FROM WS-LINHA-DIVERGENCIA.

       IMPRIMIR-DIVERGENCIA-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    CARREGAR-AFASTAMENTOS / CONTAR-DIAS-SEM-REMUNERACAO     *
      *----------------------------------------------------------*
       COPY AFASPRC.

      *----------------------------------------------------------*
      *    GRAVAR-EXCECAO-GERAL                                     *
      *----------------------------------------------------------*
       COPY EXCPPRC.
