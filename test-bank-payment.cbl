      *    Registros sem agencia/conta nao podem ser pagos: saem   *
      *    do arquivo, vao para o log de excecoes e o passo        *
      *    termina com RC=4 para a operacao investigar.            *
      *    Empregado com chave PIX cadastrada (EMPPIX.DAT) e pago  *
      *    pelo canal PIX: o detalhe vai para BNKPIX.DAT, com      *
      *    header/trailer proprios, no lugar do arquivo do banco   *
      *    da agencia - e dispensa agencia/conta. BANKPAY.DAT      *
      *    segue consolidando todos os canais.                     *
      *    Reembolsos de despesa (linhas 'C' que TESTDEDU grava    *
      *    em DEDUC.DAT) sao somados ao credito do proprio         *
      *    empregado, no mesmo detalhe do liquido.                 *
      *    O arquivo gerado nasce RETIDO: o pacote de liberacao    *
      *    LIBPGTO.DAT (id do run, operador que rodou a folha -    *
      *    cartao FOLHAOPR.DAT -, totais e um total por            *
      *    departamento) vai para a aprovacao da Financas em       *
      *    TESTLIBF, e a transmissao (TESTBTRN) so entrega o       *
      *    arquivo ao banco depois da liberacao daquele id.        *
      *    Folha por empresa empregadora (EMPRESA.DAT, ver EMPRWS):*
      *    cada detalhe leva a empresa que paga (DET-EMPRESA) e    *
      *    BNKEMPR.DAT traz um lote por empresa - header com       *
      *    codigo, CNPJ, razao social e convenio, os detalhes da   *
      *    empresa e trailer com quantidade e valor dela. A soma   *
      *    dos lotes fecha com o trailer de BANKPAY.DAT, que segue *
      *    consolidado; BNKROUTE.DAT traz tambem a linha de cada   *
      *    empresa.                                                *
      *    Layout do arquivo de cada banco recebedor (cartao       *
      *    BANKLAYO.DAT): o layout proprio acima ou o padrao       *
      *    FEBRABAN CNAB 240 (ver CNABWS) - header de arquivo,     *
      *    um lote por empresa pagadora com segmentos A e B por    *
      *    credito, trailers de lote e de arquivo (ver             *
      *    GERAR-ARQUIVOS-CNAB). Sem o cartao todos os bancos      *
      *    seguem no layout proprio; BANKPAY.DAT, BNKPIX.DAT e     *
      *    BNKEMPR.DAT nao mudam.                                  *
      *    Data de credito (data valor) pela regra de dia de       *
      *    pagamento do salario (DIAPAGTO.DAT, padrao 5o dia util  *
      *    do mes seguinte a competencia) sobre o CALENDAR.DAT -   *
      *    ver DPAGPRC. Vai no header e em cada detalhe de todos   *
      *    os arquivos (e na data de pagamento do CNAB); run tarde *
      *    demais para o prazo legal gera aviso e RC=4.            *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CREDITOS.

      *    Abertura de TESTDEDU: as linhas 'C' de reembolso de
      *    despesa entram no credito do empregado (ver
      *    CARREGAR-REEMBOLSOS).
           SELECT OPTIONAL ABERTURA-DESCONTOS
               ASSIGN TO "DEDUC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-DESCONTOS.

           SELECT ARQUIVO-PAGAMENTO
               ASSIGN TO "BANKPAY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-BANCO-3.

      *    Layout por banco recebedor: uma linha por banco com 'C'
      *    (CNAB 240) ou 'P' (layout proprio) e, para o CNAB, o
      *    codigo de compensacao e a conta debitada. Os creditos
      *    de banco CNAB ficam em BNKCNAB.DAT durante a passada e
      *    o BNKPAYn.DAT daquele banco e regravado no fim, em
      *    lotes por empresa (ver GERAR-ARQUIVOS-CNAB).
           SELECT OPTIONAL CARTAO-LAYOUT-BANCOS
               ASSIGN TO "BANKLAYO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-LAYOUT.

           SELECT PENDENTES-CNAB
               ASSIGN TO "BNKCNAB.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-PENDENTES-CNAB.

           SELECT ARQUIVO-CNAB
               ASSIGN TO WS-NOME-ARQ-CNAB
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-ARQ-CNAB.

      *    Lista de retencao antifraude gravada por TESTFRAU:
      *    matricula presente na lista fica FORA do arquivo de
      *    pagamento ate ser liberada por override revisado
      *    (ver VERIFICAR-RETENCAO-PAGAMENTO).
      *    Canal PIX: chaves do extrato (CPIXSEL) e arquivo de
      *    pagamento instantaneo no layout do banco (ver
      *    ROTEAR-PAGAMENTO-PIX).
           COPY CPIXSEL.

           SELECT ARQUIVO-PIX
               ASSIGN TO "BNKPIX.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-PIX.

           SELECT OPTIONAL LISTA-RETENCAO-PAG
               ASSIGN TO "PAYHOLD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RESUMO.

      *    Operador que submeteu o run da folha - quem roda nao
      *    pode liberar o proprio pagamento (ver TESTLIBF).
           SELECT OPTIONAL CARTAO-OPERADOR-FOLHA
               ASSIGN TO "FOLHAOPR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-OPERADOR-FOLHA.

      *    Lotes por empresa empregadora (ver GRAVAR-LOTES-EMPRESA)
      *    e o cadastro de empresas do grupo (EMPRSEL).
           SELECT ARQUIVO-LOTES-EMPRESA
               ASSIGN TO "BNKEMPR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-LOTES-EMPRESA.

           COPY EMPRSEL.

           COPY LIBPSEL.

           COPY LOCKSEL.

           COPY PERISEL.

           COPY EXCPSEL.

           COPY DPAGSEL.

       DATA DIVISION.
       FILE SECTION.
       FD  EXTRATO-EMPREGADOS.
           05  EXT-EMPLOYEE-AGENCIA     PIC X(05).
           05  EXT-EMPLOYEE-CONTA       PIC X(12).
           05  EXT-EMPLOYEE-HIRE-DATE   PIC 9(08).
           05  EXT-EMPLOYEE-EMPRESA     PIC X(05).

       FD  EXTRATO-LIQUIDO-TESTE.
       01  REG-EXTRATO-LIQ-TESTE        PIC X(104).

       FD  EXTRATO-POS-ORDENS-TESTE.
       01  REG-EXTRATO-POS-TESTE        PIC X(104).

       FD  CREDITOS-BENEFICIARIOS.
       01  REG-CREDITO-BENEF.
           05  GPB-AGENCIA              PIC X(05).
           05  GPB-CONTA                PIC X(12).
           05  GPB-VALOR                PIC 9(11)V99.
           05  GPB-EMPRESA              PIC X(05).
           05  FILLER                   PIC X(09).

       FD  ABERTURA-DESCONTOS.
       01  REG-DESCONTO.
           05  DSC-TIPO                 PIC X(01).
           05  DSC-MATRICULA            PIC 9(05).
           05  DSC-CODIGO               PIC X(04).
           05  DSC-PCT                  PIC 9(03)V99.
           05  DSC-VALOR                PIC 9(09)V99.
           05  DSC-VALOR-2              PIC 9(09)V99.
           05  DSC-QTD-DEPENDENTES      PIC 9(02).
           05  FILLER                   PIC X(41).

       FD  ARQUIVO-PAGAMENTO.
       01  REG-PAGAMENTO                PIC X(80).
       FD  ARQUIVO-BANCO-3.
       01  REG-BANCO-3                  PIC X(80).

       FD  CARTAO-LAYOUT-BANCOS.
       01  REG-CARTAO-LAYOUT.
           05  LAY-BANCO                PIC 9(01).
           05  LAY-FORMATO              PIC X(01).
               88  LAY-FORMATO-VALIDO   VALUE 'C' 'P'.
               88  LAY-FORMATO-CNAB     VALUE 'C'.
           05  LAY-CODIGO-COMPE         PIC 9(03).
           05  LAY-AGENCIA              PIC 9(05).
           05  LAY-AGENCIA-DV           PIC X(01).
           05  LAY-CONTA                PIC 9(12).
           05  LAY-CONTA-DV             PIC X(01).
           05  LAY-NOME-BANCO           PIC X(30).
           05  FILLER                   PIC X(26).

      *    Credito de banco CNAB guardado para a montagem dos lotes.
       FD  PENDENTES-CNAB.
       01  REG-PENDENTE-CNAB.
           05  PCN-BANCO                PIC 9(01).
           05  PCN-EMPRESA              PIC X(05).
           05  PCN-MATRICULA            PIC 9(05).
           05  PCN-NOME                 PIC X(30).
           05  PCN-AGENCIA              PIC X(05).
           05  PCN-CONTA                PIC X(12).
           05  PCN-VALOR                PIC 9(11)V99.
           05  FILLER                   PIC X(09).

       FD  ARQUIVO-CNAB.
       01  REG-ARQUIVO-CNAB             PIC X(240).

       COPY CPIXFD.

      *    Registro PIX mais largo que o dos bancos: a chave de
      *    e-mail chega a 77 posicoes.
       FD  ARQUIVO-PIX.
       01  REG-PIX                      PIC X(150).

       FD  LISTA-RETENCAO-PAG.
       01  REG-LISTA-RETENCAO-PAG.
           05  HLD-MATRICULA            PIC 9(05).
       FD  RESUMO-ROTEAMENTO.
       01  REG-RESUMO-ROTEAMENTO        PIC X(80).

       FD  CARTAO-OPERADOR-FOLHA.
       01  REG-CARTAO-OPERADOR-FOLHA.
           05  FOP-OPERADOR             PIC X(08).
           05  FILLER                   PIC X(72).

       FD  ARQUIVO-LOTES-EMPRESA.
       01  REG-LOTE-EMPRESA             PIC X(80).

       COPY EMPRFD.

       COPY LIBPFD.

       COPY LOCKFD.

       COPY PERIFD.

       COPY EXCPFD.

       COPY DPAGFD.

       WORKING-STORAGE SECTION.
       COPY EXTVWS.
       COPY EXCPWS.
       COPY PERIWS.
       COPY LOCKWS.
       COPY LIBPWS.
       COPY EMPRWS.
       COPY CNABWS.
       COPY DPAGWS.

       01  WS-STATUS-EXTRATO        PIC XX.
       01  WS-STATUS-LIQUIDO        PIC XX.
       01  WS-NOME-ARQ-EXTRATO      PIC X(12) VALUE 'EMPEXTR.DAT'.

       01  WS-DATA-RUN              PIC 9(08).
       01  WS-HORA-RUN              PIC 9(08).
       01  WS-QTD-PAGAMENTOS        PIC 9(09) VALUE ZEROS.
       01  WS-TOTAL-PAGAMENTOS      PIC 9(13)V99 VALUE ZEROS.
       01  WS-QTD-SEM-CONTA         PIC 9(05) VALUE ZEROS.

      *    Reembolsos de despesa por matricula (soma das linhas
      *    'C' de DEDUC.DAT). Estouro derruba o run, como na lista
      *    de retencao: credito aprovado nao pode sumir do arquivo.
       01  WS-STATUS-DESCONTOS      PIC XX.
       01  WS-EOF-DESCONTOS         PIC X VALUE 'N'.
       01  WS-QTD-REEMBOLSOS        PIC 9(04) VALUE ZEROS.
       01  WS-IDX-REEMBOLSO         PIC 9(04) VALUE ZEROS.
       01  WS-REEMBOLSO-ACHADO      PIC X VALUE 'N'.
       01  WS-REEMBOLSOS-ESTOURARAM PIC X VALUE 'N'.
       01  WS-TABELA-REEMBOLSOS.
           05  WS-REEMBOLSO OCCURS 5000 TIMES.
               10  WS-RBS-MATRICULA PIC 9(05).
               10  WS-RBS-VALOR     PIC 9(09)V99.
       01  WS-VALOR-REEMBOLSO       PIC 9(09)V99 VALUE ZEROS.
       01  WS-VALOR-PAGAMENTO       PIC 9(11)V99 VALUE ZEROS.
       01  WS-QTD-REEMB-PAGOS       PIC 9(05) VALUE ZEROS.
       01  WS-TOTAL-REEMB-PAGOS     PIC 9(11)V99 VALUE ZEROS.

       01  WS-REG-HEADER.
           05  FILLER               PIC X(01) VALUE 'H'.
           05  HDR-DATA             PIC 9(08).
           05  HDR-DATA-CREDITO     PIC 9(08).
           05  FILLER               PIC X(63) VALUE SPACES.

       01  WS-REG-DETALHE.
           05  FILLER               PIC X(01) VALUE 'D'.
           05  DET-AGENCIA          PIC X(05).
           05  DET-CONTA            PIC X(12).
           05  DET-VALOR            PIC 9(11)V99.
           05  DET-EMPRESA          PIC X(05).
           05  DET-DATA-CREDITO     PIC 9(08).
           05  FILLER               PIC X(01) VALUE SPACES.

       01  WS-REG-TRAILER.
           05  FILLER               PIC X(01) VALUE 'T'.
           05  WS-ROTA OCCURS 10 TIMES.
               10  WS-ROTA-PREFIXO  PIC X(01).
               10  WS-ROTA-BANCO    PIC 9(01).

      *    Chaves PIX do extrato, carregadas de EMPPIX.DAT (so as
      *    matriculas com chave). Estouro derruba o run, como na
      *    lista de retencao: pagar em conta quem pediu PIX nao e
      *    uma degradacao aceitavel.
       01  WS-STATUS-CHAVES-PIX     PIC XX.
       01  WS-NOME-CHAVES-PIX       PIC X(12) VALUE 'EMPPIX.DAT'.
       01  WS-STATUS-PIX            PIC XX.
       01  WS-EOF-CHAVES-PIX        PIC X VALUE 'N'.
       01  WS-QTD-CHAVES-PIX        PIC 9(04) VALUE ZEROS.
       01  WS-IDX-CHAVE-PIX         PIC 9(04) VALUE ZEROS.
       01  WS-CHAVES-PIX-ESTOURARAM PIC X VALUE 'N'.
       01  WS-CHAVE-PIX-ACHADA      PIC X VALUE 'N'.
       01  WS-QTD-PIX               PIC 9(09) VALUE ZEROS.
       01  WS-VALOR-PIX             PIC 9(13)V99 VALUE ZEROS.
       01  WS-TABELA-CHAVES-PIX.
           05  WS-CHAVE-PIX OCCURS 5000 TIMES.
               10  WS-CPX-MATRICULA PIC 9(05).
               10  WS-CPX-TIPO      PIC X(01).
               10  WS-CPX-CHAVE     PIC X(77).

       01  WS-CONTADORES-BANCO.
           05  WS-BANCO OCCURS 3 TIMES.
               10  WS-BCO-QTD       PIC 9(09) VALUE ZEROS.
               10  WS-BCO-VALOR     PIC 9(13)V99 VALUE ZEROS.

      *    Layout de cada banco (BANKLAYO.DAT) e controle da
      *    montagem dos arquivos CNAB 240.
       01  WS-STATUS-LAYOUT         PIC XX.
       01  WS-STATUS-PENDENTES-CNAB PIC XX.
       01  WS-STATUS-ARQ-CNAB       PIC XX.
       01  WS-EOF-LAYOUT            PIC X VALUE 'N'.
       01  WS-EOF-PENDENTES-CNAB    PIC X VALUE 'N'.
       01  WS-NOME-ARQ-CNAB         PIC X(12) VALUE SPACES.
       01  WS-TABELA-LAYOUTS.
           05  WS-LAYOUT-BANCO OCCURS 3 TIMES.
               10  WS-LAY-FORMATO   PIC X(01) VALUE 'P'.
                   88  BANCO-EM-CNAB VALUE 'C'.
               10  WS-LAY-COMPE     PIC 9(03) VALUE ZEROS.
               10  WS-LAY-AGENCIA   PIC 9(05) VALUE ZEROS.
               10  WS-LAY-AGENCIA-DV PIC X(01) VALUE SPACE.
               10  WS-LAY-CONTA     PIC 9(12) VALUE ZEROS.
               10  WS-LAY-CONTA-DV  PIC X(01) VALUE SPACE.
               10  WS-LAY-NOME-BANCO PIC X(30) VALUE SPACES.
       01  WS-QTD-BANCOS-CNAB       PIC 9(01) VALUE ZEROS.
       01  WS-DATA-PAGAMENTO-CNAB   PIC 9(08) VALUE ZEROS.
       01  WS-LINHA-LAYOUT-OK       PIC X VALUE 'S'.
       01  WS-DATA-GERACAO-CNAB     PIC 9(08) VALUE ZEROS.
       01  WS-LOTE-CNAB-ABERTO      PIC X VALUE 'N'.
       01  WS-QTD-LOTES-CNAB        PIC 9(06) VALUE ZEROS.
       01  WS-QTD-REG-ARQ-CNAB      PIC 9(06) VALUE ZEROS.
       01  WS-QTD-REG-LOTE-CNAB     PIC 9(06) VALUE ZEROS.
       01  WS-SEQ-LOTE-CNAB         PIC 9(05) VALUE ZEROS.
       01  WS-VALOR-LOTE-CNAB       PIC 9(16)V99 VALUE ZEROS.

      *    Formato do banco 2: agencia e conta na frente, nome
      *    reduzido - layout exigido pelo recebedor.
       01  WS-REG-DETALHE-BCO2.
           05  DT2-MATRICULA        PIC 9(05).
           05  DT2-VALOR            PIC 9(11)V99.
           05  DT2-NOME             PIC X(30).
           05  DT2-DATA-CREDITO     PIC 9(08).
           05  FILLER               PIC X(06) VALUE SPACES.

      *    Formato do banco 3: registro compacto, valor na frente.
       01  WS-REG-DETALHE-BCO3.
           05  DT3-CONTA            PIC X(12).
           05  DT3-AGENCIA          PIC X(05).
           05  DT3-NOME             PIC X(20).
           05  DT3-DATA-CREDITO     PIC 9(08).
           05  FILLER               PIC X(16) VALUE SPACES.

       01  WS-REG-HEADER-BANCO.
           05  FILLER               PIC X(01) VALUE 'H'.
           05  HDB-DATA             PIC 9(08).
           05  FILLER               PIC X(05) VALUE ' BCO '.
           05  HDB-BANCO            PIC 9(01).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  HDB-DATA-CREDITO     PIC 9(08).
           05  FILLER               PIC X(56) VALUE SPACES.

       01  WS-REG-TRAILER-BANCO.
           05  FILLER               PIC X(01) VALUE 'T'.
           05  TRB-VALOR            PIC 9(13)V99.
           05  FILLER               PIC X(55) VALUE SPACES.

      *    Layout PIX do banco: tipo e chave no lugar de agencia/
      *    conta.
       01  WS-REG-DETALHE-PIX.
           05  FILLER               PIC X(01) VALUE 'D'.
           05  DTP-MATRICULA        PIC 9(05).
           05  DTP-NOME             PIC X(30).
           05  DTP-TIPO-CHAVE       PIC X(01).
           05  DTP-CHAVE            PIC X(77).
           05  DTP-VALOR            PIC 9(11)V99.
           05  DTP-DATA-CREDITO     PIC 9(08).
           05  FILLER               PIC X(15) VALUE SPACES.

       01  WS-REG-HEADER-PIX.
           05  FILLER               PIC X(01) VALUE 'H'.
           05  HDP-DATA             PIC 9(08).
           05  FILLER               PIC X(04) VALUE ' PIX'.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  HDP-DATA-CREDITO     PIC 9(08).
           05  FILLER               PIC X(128) VALUE SPACES.

       01  WS-REG-TRAILER-PIX.
           05  FILLER               PIC X(01) VALUE 'T'.
           05  TRP-QTD              PIC 9(09).
           05  TRP-VALOR            PIC 9(13)V99.
           05  FILLER               PIC X(125) VALUE SPACES.

       01  WS-LINHA-RESUMO-ROTA.
           05  FILLER               PIC X(06) VALUE 'BANCO '.
           05  RES-BANCO            PIC 9(01).
           05  FILLER               PIC X(09) VALUE ' VALOR: '.
           05  RES-VALOR            PIC Z,ZZZ,ZZZ,ZZ9.99.

      *    Totais por departamento do pacote de liberacao. Os
      *    creditos de ordens judiciais somam em 'ORDENS JUD'; a
      *    ultima posicao acumula o excedente da tabela.
       01  WS-STATUS-OPERADOR-FOLHA PIC XX.
       01  WS-DEPTO-LIBERACAO       PIC X(10) VALUE SPACES.
       01  WS-VALOR-LIBERACAO       PIC 9(11)V99 VALUE ZEROS.
       01  WS-QTD-DEPTOS-LIB        PIC 9(03) VALUE ZEROS.
       01  WS-IDX-DEPTO-LIB         PIC 9(03) VALUE ZEROS.
       01  WS-DEPTO-LIB-ACHADO      PIC 9(03) VALUE ZEROS.
       01  WS-TABELA-DEPTOS-LIB.
           05  WS-DEPTO-LIB OCCURS 200 TIMES.
               10  WS-DLB-CODIGO    PIC X(10).
               10  WS-DLB-QTD       PIC 9(07).
               10  WS-DLB-VALOR     PIC 9(13)V99.

       01  WS-LINHA-RESUMO-PIX.
           05  FILLER               PIC X(07) VALUE 'PIX    '.
           05  FILLER               PIC X(07) VALUE ' QTD: '.
           05  RPX-QTD              PIC ZZZZZZZZ9.
           05  FILLER               PIC X(09) VALUE ' VALOR: '.
           05  RPX-VALOR            PIC Z,ZZZ,ZZZ,ZZ9.99.

       01  WS-LINHA-RESUMO-TOTAL.
           05  FILLER               PIC X(07) VALUE 'TOTAL '.
           05  FILLER               PIC X(07) VALUE ' QTD: '.
           05  FILLER               PIC X(09) VALUE ' VALOR: '.
           05  RST-VALOR            PIC Z,ZZZ,ZZZ,ZZ9.99.

      *    Lotes por empresa de BNKEMPR.DAT: header com a
      *    identificacao da empresa pagadora, os detalhes 'D' dela
      *    (mesmo layout de BANKPAY.DAT) e trailer de controle.
       01  WS-STATUS-LOTES-EMPRESA  PIC XX.
       01  WS-EOF-RELEITURA-PAG     PIC X VALUE 'N'.
       01  WS-REG-HEADER-EMPRESA.
           05  FILLER               PIC X(01) VALUE 'H'.
           05  HDE-DATA             PIC 9(08).
           05  HDE-EMPRESA          PIC X(05).
           05  HDE-CNPJ             PIC X(14).
           05  HDE-RAZAO-SOCIAL     PIC X(40).
           05  HDE-CONVENIO         PIC X(10).
           05  FILLER               PIC X(02) VALUE SPACES.

       01  WS-REG-TRAILER-EMPRESA.
           05  FILLER               PIC X(01) VALUE 'T'.
           05  TRE-QTD              PIC 9(09).
           05  TRE-VALOR            PIC 9(13)V99.
           05  TRE-EMPRESA          PIC X(05).
           05  FILLER               PIC X(50) VALUE SPACES.

       01  WS-LINHA-RESUMO-EMPRESA.
           05  FILLER               PIC X(08) VALUE 'EMPRESA '.
           05  REM-EMPRESA          PIC X(05).
           05  FILLER               PIC X(06) VALUE ' QTD: '.
           05  REM-QTD              PIC ZZZZZZZZ9.
           05  FILLER               PIC X(08) VALUE ' VALOR: '.
           05  REM-VALOR            PIC Z,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 0 TO RETURN-CODE.
           MOVE 'TESTBANK' TO WS-PER-PROGRAMA.
           PERFORM VERIFICAR-PERIODO-ABERTO THRU
                   VERIFICAR-PERIODO-ABERTO-EXIT.
           IF PERIODO-FECHADO
               STOP RUN
           END-IF.
      *    Verificacao da trava da esteira (ver LOCKPRC).
           PERFORM VERIFICAR-TRAVA-RUN THRU
                   VERIFICAR-TRAVA-RUN-EXIT.
           ACCEPT WS-DATA-RUN FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-RUN FROM TIME.
           PERFORM APURAR-DATA-CREDITO-FOLHA THRU
                   APURAR-DATA-CREDITO-FOLHA-EXIT.
           MOVE 'TESTBANK' TO WS-EPR-PROGRAMA.
           PERFORM CARREGAR-EMPRESAS THRU CARREGAR-EMPRESAS-EXIT.
           PERFORM VERIFICAR-EXTRATO-LIQUIDO THRU
                   VERIFICAR-EXTRATO-LIQUIDO-EXIT.


           PERFORM LER-CARTAO-ROTEAMENTO THRU
                   LER-CARTAO-ROTEAMENTO-EXIT.
           PERFORM LER-CARTAO-LAYOUT THRU
                   LER-CARTAO-LAYOUT-EXIT.
           PERFORM CARREGAR-RETENCOES-FRAUDE THRU
                   CARREGAR-RETENCOES-FRAUDE-EXIT.
           PERFORM CARREGAR-CHAVES-PIX THRU
                   CARREGAR-CHAVES-PIX-EXIT.
           PERFORM CARREGAR-REEMBOLSOS THRU
                   CARREGAR-REEMBOLSOS-EXIT.

           OPEN OUTPUT ARQUIVO-PAGAMENTO.
           MOVE WS-DATA-RUN TO HDR-DATA.
           OPEN OUTPUT ARQUIVO-BANCO-1.
           OPEN OUTPUT ARQUIVO-BANCO-2.
           OPEN OUTPUT ARQUIVO-BANCO-3.
           OPEN OUTPUT PENDENTES-CNAB.
           MOVE WS-DATA-RUN TO HDB-DATA.
           IF NOT BANCO-EM-CNAB (1)
               MOVE 1 TO HDB-BANCO
               WRITE REG-BANCO-1 FROM WS-REG-HEADER-BANCO
           END-IF.
           IF NOT BANCO-EM-CNAB (2)
               MOVE 2 TO HDB-BANCO
               WRITE REG-BANCO-2 FROM WS-REG-HEADER-BANCO
           END-IF.
           IF NOT BANCO-EM-CNAB (3)
               MOVE 3 TO HDB-BANCO
               WRITE REG-BANCO-3 FROM WS-REG-HEADER-BANCO
           END-IF.
           OPEN OUTPUT ARQUIVO-PIX.
           MOVE WS-DATA-RUN TO HDP-DATA.
           WRITE REG-PIX FROM WS-REG-HEADER-PIX.

           PERFORM UNTIL WS-EOF-EXTRATO = 'S'
               READ EXTRATO-EMPREGADOS
           MOVE WS-TOTAL-PAGAMENTOS TO TRL-VALOR.
           WRITE REG-PAGAMENTO FROM WS-REG-TRAILER.

           IF NOT BANCO-EM-CNAB (1)
               MOVE WS-BCO-QTD   (1) TO TRB-QTD
               MOVE WS-BCO-VALOR (1) TO TRB-VALOR
               WRITE REG-BANCO-1 FROM WS-REG-TRAILER-BANCO
           END-IF.
           IF NOT BANCO-EM-CNAB (2)
               MOVE WS-BCO-QTD   (2) TO TRB-QTD
               MOVE WS-BCO-VALOR (2) TO TRB-VALOR
               WRITE REG-BANCO-2 FROM WS-REG-TRAILER-BANCO
           END-IF.
           IF NOT BANCO-EM-CNAB (3)
               MOVE WS-BCO-QTD   (3) TO TRB-QTD
               MOVE WS-BCO-VALOR (3) TO TRB-VALOR
               WRITE REG-BANCO-3 FROM WS-REG-TRAILER-BANCO
           END-IF.
           MOVE WS-QTD-PIX   TO TRP-QTD.
           MOVE WS-VALOR-PIX TO TRP-VALOR.
           WRITE REG-PIX FROM WS-REG-TRAILER-PIX.

           CLOSE EXTRATO-EMPREGADOS.
           CLOSE ARQUIVO-PAGAMENTO.
           CLOSE ARQUIVO-BANCO-1.
           CLOSE ARQUIVO-BANCO-2.
           CLOSE ARQUIVO-BANCO-3.
           CLOSE ARQUIVO-PIX.
           CLOSE PENDENTES-CNAB.

           PERFORM GERAR-ARQUIVOS-CNAB THRU
                   GERAR-ARQUIVOS-CNAB-EXIT.
           PERFORM GRAVAR-LOTES-EMPRESA THRU
                   GRAVAR-LOTES-EMPRESA-EXIT.
           PERFORM GRAVAR-RESUMO-ROTEAMENTO.
           PERFORM GRAVAR-PACOTE-LIBERACAO THRU
                   GRAVAR-PACOTE-LIBERACAO-EXIT.

           DISPLAY 'TESTBANK PAGAMENTOS GRAVADOS: ' WS-QTD-PAGAMENTOS.
           DISPLAY 'TESTBANK VALOR TOTAL........: '
                   WS-TOTAL-PAGAMENTOS.
           DISPLAY 'TESTBANK PAGOS POR PIX......: ' WS-QTD-PIX.
           DISPLAY 'TESTBANK REEMBOLSOS PAGOS...: '
                   WS-QTD-REEMB-PAGOS ' ' WS-TOTAL-REEMB-PAGOS.
           DISPLAY 'TESTBANK SEM AGENCIA/CONTA..: ' WS-QTD-SEM-CONTA.
           DISPLAY 'TESTBANK EMPRESAS PAGADORAS.: '
                   WS-QTD-EMPRESAS-CAD.
           DISPLAY 'TESTBANK DATA DE CREDITO....: '
                   WS-DPG-DATA-CREDITO.
           PERFORM AVISAR-EMPRESAS-DESCONHECIDAS THRU
                   AVISAR-EMPRESAS-DESCONHECIDAS-EXIT.

           IF WS-QTD-SEM-CONTA > 0 AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE

           STOP RUN.

      *----------------------------------------------------------*
      *    APURAR-DATA-CREDITO-FOLHA                                *
      *    Data de credito do salario da competencia do run (ver    *
      *    DPAGPRC), carimbada de uma vez nos headers e nos         *
      *    detalhes de todos os arquivos gerados.                   *
      *----------------------------------------------------------*
       APURAR-DATA-CREDITO-FOLHA.
           MOVE 'TESTBANK'         TO WS-DPG-PROGRAMA.
           MOVE 'SAL'              TO WS-DPG-TIPO-PAGAMENTO.
           MOVE WS-DATA-RUN        TO WS-DPG-DATA-RUN.
           MOVE WS-PER-COMPETENCIA TO WS-DPG-COMPETENCIA.
           MOVE WS-PER-COMPETENCIA TO WS-DPG-REFERENCIA.
           PERFORM APURAR-DATA-CREDITO THRU
                   APURAR-DATA-CREDITO-EXIT.
           IF DPG-FORA-DO-PRAZO
               PERFORM AVISAR-PRAZO-LEGAL THRU
                       AVISAR-PRAZO-LEGAL-EXIT
           END-IF.
           MOVE WS-DPG-DATA-CREDITO TO HDR-DATA-CREDITO.
           MOVE WS-DPG-DATA-CREDITO TO DET-DATA-CREDITO.
           MOVE WS-DPG-DATA-CREDITO TO DT2-DATA-CREDITO.
           MOVE WS-DPG-DATA-CREDITO TO DT3-DATA-CREDITO.
           MOVE WS-DPG-DATA-CREDITO TO HDB-DATA-CREDITO.
           MOVE WS-DPG-DATA-CREDITO TO DTP-DATA-CREDITO.
           MOVE WS-DPG-DATA-CREDITO TO HDP-DATA-CREDITO.

       APURAR-DATA-CREDITO-FOLHA-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    VERIFICAR-EXTRATO-LIQUIDO                                *
      *    Quando TESTDEDU gerou o extrato liquido EMPLIQ.DAT com   *

      *----------------------------------------------------------*
      *    GRAVAR-PAGAMENTO                                         *
      *    Um registro 'D' por empregado com dados bancarios ou     *
      *    chave PIX; sem nenhum dos dois nao ha como pagar -       *
      *    registro excluido do arquivo e apontado no log de        *
      *    excecoes.                                                *
      *----------------------------------------------------------*
       GRAVAR-PAGAMENTO.
           PERFORM VERIFICAR-RETENCAO-PAGAMENTO THRU
           IF WS-PAGAMENTO-RETIDO = 'S'
               GO TO GRAVAR-PAGAMENTO-EXIT
           END-IF.
           MOVE 'N' TO WS-CHAVE-PIX-ACHADA.
           PERFORM PROCURAR-CHAVE-PIX
               VARYING WS-IDX-CHAVE-PIX FROM 1 BY 1
               UNTIL WS-IDX-CHAVE-PIX > WS-QTD-CHAVES-PIX
                  OR WS-CHAVE-PIX-ACHADA = 'S'.
           PERFORM APURAR-VALOR-PAGAMENTO THRU
                   APURAR-VALOR-PAGAMENTO-EXIT.
           IF WS-CHAVE-PIX-ACHADA = 'N'
                  AND (EXT-EMPLOYEE-AGENCIA = SPACES
                       OR EXT-EMPLOYEE-CONTA = SPACES)
               ADD 1 TO WS-QTD-SEM-CONTA
               MOVE 'TESTBANK'          TO WS-EXC-PROGRAMA
               MOVE 'GRAVAR-PAGAMENTO'  TO WS-EXC-PARAGRAFO
               MOVE 4                   TO WS-EXC-CODIGO
               MOVE SPACES              TO WS-EXC-MENSAGEM
               STRING 'SEM AGENCIA/CONTA/PIX MATR ' EXT-EMPLOYEE-ID
                   DELIMITED BY SIZE
                   INTO WS-EXC-MENSAGEM
               END-STRING
               MOVE EXT-EMPLOYEE-NAME    TO DET-NOME
               MOVE EXT-EMPLOYEE-AGENCIA TO DET-AGENCIA
               MOVE EXT-EMPLOYEE-CONTA   TO DET-CONTA
               MOVE WS-VALOR-PAGAMENTO   TO DET-VALOR
               MOVE EXT-EMPLOYEE-EMPRESA TO WS-EPR-CODIGO-BUSCA
               PERFORM ACUMULAR-EMPRESA-PAGADORA THRU
                       ACUMULAR-EMPRESA-PAGADORA-EXIT
               WRITE REG-PAGAMENTO FROM WS-REG-DETALHE
               ADD 1 TO WS-QTD-PAGAMENTOS
               ADD WS-VALOR-PAGAMENTO TO WS-TOTAL-PAGAMENTOS
               IF WS-VALOR-REEMBOLSO > ZEROS
                   ADD 1 TO WS-QTD-REEMB-PAGOS
                   ADD WS-VALOR-REEMBOLSO TO WS-TOTAL-REEMB-PAGOS
               END-IF
               MOVE EXT-EMPLOYEE-DEPARTMENT TO WS-DEPTO-LIBERACAO
               MOVE WS-VALOR-PAGAMENTO      TO WS-VALOR-LIBERACAO
               PERFORM ACUMULAR-DEPTO-LIBERACAO THRU
                       ACUMULAR-DEPTO-LIBERACAO-EXIT
               IF WS-CHAVE-PIX-ACHADA = 'S'
                   PERFORM ROTEAR-PAGAMENTO-PIX THRU
                           ROTEAR-PAGAMENTO-PIX-EXIT
               ELSE
                   PERFORM ROTEAR-PAGAMENTO THRU
                           ROTEAR-PAGAMENTO-EXIT
               END-IF
           END-IF.

       GRAVAR-PAGAMENTO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    APURAR-VALOR-PAGAMENTO                                   *
      *    Credito do empregado: liquido do extrato mais os         *
      *    reembolsos de despesa da matricula.                      *
      *----------------------------------------------------------*
       APURAR-VALOR-PAGAMENTO.
           MOVE ZEROS TO WS-VALOR-REEMBOLSO.
           MOVE 'N' TO WS-REEMBOLSO-ACHADO.
           PERFORM PROCURAR-REEMBOLSO
               VARYING WS-IDX-REEMBOLSO FROM 1 BY 1
               UNTIL WS-IDX-REEMBOLSO > WS-QTD-REEMBOLSOS
                  OR WS-REEMBOLSO-ACHADO = 'S'.
           IF WS-REEMBOLSO-ACHADO = 'S'
               SUBTRACT 1 FROM WS-IDX-REEMBOLSO
               MOVE WS-RBS-VALOR (WS-IDX-REEMBOLSO)
                   TO WS-VALOR-REEMBOLSO
           END-IF.
           COMPUTE WS-VALOR-PAGAMENTO =
               EXT-EMPLOYEE-SALARY + WS-VALOR-REEMBOLSO.

       APURAR-VALOR-PAGAMENTO-EXIT.
           EXIT.

       PROCURAR-REEMBOLSO.
           IF WS-RBS-MATRICULA (WS-IDX-REEMBOLSO) = EXT-EMPLOYEE-ID
               MOVE 'S' TO WS-REEMBOLSO-ACHADO
           END-IF.

       PROCURAR-REEMBOLSO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    CARREGAR-REEMBOLSOS                                      *
      *    Linhas 'C' da abertura de TESTDEDU, somadas por          *
      *    matricula. So quando o pagamento sai de um extrato       *
      *    liquido (EMPLIQ.DAT/GARNLIQ.DAT): pagando pelo bruto     *
      *    historico a abertura nao e do run.                       *
      *----------------------------------------------------------*
       CARREGAR-REEMBOLSOS.
           IF WS-NOME-ARQ-EXTRATO = 'EMPEXTR.DAT'
               GO TO CARREGAR-REEMBOLSOS-EXIT
           END-IF.
           OPEN INPUT ABERTURA-DESCONTOS.
           IF WS-STATUS-DESCONTOS = '00'
               PERFORM LER-LINHA-REEMBOLSO THRU
                       LER-LINHA-REEMBOLSO-EXIT
                   UNTIL WS-EOF-DESCONTOS = 'S'
           END-IF.
           CLOSE ABERTURA-DESCONTOS.
           IF WS-REEMBOLSOS-ESTOURARAM = 'S'
               DISPLAY 'TESTBANK DEDUC.DAT EXCEDE A CAPACIDADE '
                       'DA TABELA DE REEMBOLSOS (5000) - PAGAMENTO '
                       'RECUSADO'
               MOVE 'TESTBANK'          TO WS-EXC-PROGRAMA
               MOVE 'CARREGAR-REEMBOLSOS' TO WS-EXC-PARAGRAFO
               MOVE 8                   TO WS-EXC-CODIGO
               MOVE 'TABELA DE REEMBOLSOS ESTOURADA'
                   TO WS-EXC-MENSAGEM
               MOVE 2 TO WS-EXC-SEVERIDADE
               PERFORM GRAVAR-EXCECAO-GERAL
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       CARREGAR-REEMBOLSOS-EXIT.
           EXIT.

       LER-LINHA-REEMBOLSO.
           READ ABERTURA-DESCONTOS
               AT END
                   MOVE 'S' TO WS-EOF-DESCONTOS
                   GO TO LER-LINHA-REEMBOLSO-EXIT
           END-READ.
           IF DSC-TIPO NOT = 'C' OR DSC-VALOR IS NOT NUMERIC
               GO TO LER-LINHA-REEMBOLSO-EXIT
           END-IF.
           MOVE 'N' TO WS-REEMBOLSO-ACHADO.
           PERFORM PROCURAR-REEMBOLSO-CARGA
               VARYING WS-IDX-REEMBOLSO FROM 1 BY 1
               UNTIL WS-IDX-REEMBOLSO > WS-QTD-REEMBOLSOS
                  OR WS-REEMBOLSO-ACHADO = 'S'.
           IF WS-REEMBOLSO-ACHADO = 'S'
               SUBTRACT 1 FROM WS-IDX-REEMBOLSO
           ELSE
               IF WS-QTD-REEMBOLSOS < 5000
                   ADD 1 TO WS-QTD-REEMBOLSOS
                   MOVE WS-QTD-REEMBOLSOS TO WS-IDX-REEMBOLSO
                   MOVE DSC-MATRICULA
                       TO WS-RBS-MATRICULA (WS-IDX-REEMBOLSO)
                   MOVE ZEROS TO WS-RBS-VALOR (WS-IDX-REEMBOLSO)
               ELSE
                   MOVE 'S' TO WS-REEMBOLSOS-ESTOURARAM
                   GO TO LER-LINHA-REEMBOLSO-EXIT
               END-IF
           END-IF.
           ADD DSC-VALOR TO WS-RBS-VALOR (WS-IDX-REEMBOLSO).

       LER-LINHA-REEMBOLSO-EXIT.
           EXIT.

       PROCURAR-REEMBOLSO-CARGA.
           IF WS-RBS-MATRICULA (WS-IDX-REEMBOLSO) = DSC-MATRICULA
               MOVE 'S' TO WS-REEMBOLSO-ACHADO
           END-IF.

       PROCURAR-REEMBOLSO-CARGA-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    INCLUIR-CREDITOS-BENEFICIARIOS                           *
      *    Os creditos das ordens judiciais (GARNPAY.DAT, gerados   *
                       MOVE GPB-AGENCIA   TO DET-AGENCIA
                       MOVE GPB-CONTA     TO DET-CONTA
                       MOVE GPB-VALOR     TO DET-VALOR
                       MOVE GPB-EMPRESA   TO WS-EPR-CODIGO-BUSCA
                       PERFORM ACUMULAR-EMPRESA-PAGADORA THRU
                               ACUMULAR-EMPRESA-PAGADORA-EXIT
                       WRITE REG-PAGAMENTO FROM WS-REG-DETALHE
                       ADD 1 TO WS-QTD-PAGAMENTOS
                       ADD GPB-VALOR TO WS-TOTAL-PAGAMENTOS
                       MOVE 'ORDENS JUD' TO WS-DEPTO-LIBERACAO
                       MOVE GPB-VALOR    TO WS-VALOR-LIBERACAO
                       PERFORM ACUMULAR-DEPTO-LIBERACAO THRU
                               ACUMULAR-DEPTO-LIBERACAO-EXIT
                       PERFORM ROTEAR-CREDITO-BENEFICIARIO THRU
                               ROTEAR-CREDITO-BENEFICIARIO-EXIT
                   END-IF
               UNTIL WS-IDX-ROTA > WS-QTD-ROTAS
                  OR WS-ROTA-ACHADA = 'S'.

           EVALUATE TRUE
               WHEN BANCO-EM-CNAB (WS-BANCO-DESTINO)
                   PERFORM GUARDAR-CREDITO-CNAB
               WHEN WS-BANCO-DESTINO = 2
                   MOVE GPB-AGENCIA   TO DT2-AGENCIA
                   MOVE GPB-CONTA     TO DT2-CONTA
                   MOVE GPB-MATRICULA TO DT2-MATRICULA
                   MOVE GPB-VALOR     TO DT2-VALOR
                   MOVE GPB-NOME      TO DT2-NOME
                   WRITE REG-BANCO-2 FROM WS-REG-DETALHE-BCO2
               WHEN WS-BANCO-DESTINO = 3
                   MOVE GPB-VALOR     TO DT3-VALOR
                   MOVE GPB-MATRICULA TO DT3-MATRICULA
                   MOVE GPB-CONTA     TO DT3-CONTA
       LER-LINHA-ROTEAMENTO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    LER-CARTAO-LAYOUT                                        *
      *    Layout do arquivo de cada banco, uma linha por banco em  *
      *    BANKLAYO.DAT. Linha invalida vai para o log de excecoes  *
      *    com RC=4 e o banco dela segue no layout proprio - um     *
      *    arquivo CNAB sem conta de debito ou codigo de            *
      *    compensacao seria recusado pelo banco.                   *
      *----------------------------------------------------------*
       LER-CARTAO-LAYOUT.
           OPEN INPUT CARTAO-LAYOUT-BANCOS.
           IF WS-STATUS-LAYOUT = '00'
               PERFORM LER-LINHA-LAYOUT THRU LER-LINHA-LAYOUT-EXIT
                   UNTIL WS-EOF-LAYOUT = 'S'
           END-IF.
           CLOSE CARTAO-LAYOUT-BANCOS.
           PERFORM CONTAR-BANCO-CNAB
               VARYING WS-IDX-BANCO FROM 1 BY 1
               UNTIL WS-IDX-BANCO > 3.
           IF WS-QTD-BANCOS-CNAB > ZEROS
               DISPLAY 'TESTBANK BANCOS NO LAYOUT CNAB 240: '
                       WS-QTD-BANCOS-CNAB
           END-IF.

       LER-CARTAO-LAYOUT-EXIT.
           EXIT.

       LER-LINHA-LAYOUT.
           READ CARTAO-LAYOUT-BANCOS
               AT END
                   MOVE 'S' TO WS-EOF-LAYOUT
                   GO TO LER-LINHA-LAYOUT-EXIT
           END-READ.
           IF REG-CARTAO-LAYOUT = SPACES
               GO TO LER-LINHA-LAYOUT-EXIT
           END-IF.
           MOVE 'S' TO WS-LINHA-LAYOUT-OK.
           IF LAY-BANCO IS NOT NUMERIC OR NOT LAY-FORMATO-VALIDO
               MOVE 'N' TO WS-LINHA-LAYOUT-OK
           ELSE
               IF LAY-BANCO < 1 OR LAY-BANCO > 3
                   MOVE 'N' TO WS-LINHA-LAYOUT-OK
               END-IF
           END-IF.
           IF WS-LINHA-LAYOUT-OK = 'S' AND LAY-FORMATO-CNAB
               IF LAY-CODIGO-COMPE IS NOT NUMERIC
                      OR LAY-AGENCIA IS NOT NUMERIC
                      OR LAY-CONTA IS NOT NUMERIC
                   MOVE 'N' TO WS-LINHA-LAYOUT-OK
               ELSE
                   IF LAY-CODIGO-COMPE = ZEROS
                       MOVE 'N' TO WS-LINHA-LAYOUT-OK
                   END-IF
               END-IF
           END-IF.
           IF WS-LINHA-LAYOUT-OK = 'N'
               DISPLAY 'TESTBANK LINHA INVALIDA EM BANKLAYO.DAT: '
                       REG-CARTAO-LAYOUT (1:25)
               MOVE 'TESTBANK'          TO WS-EXC-PROGRAMA
               MOVE 'LER-LINHA-LAYOUT'  TO WS-EXC-PARAGRAFO
               MOVE 4                   TO WS-EXC-CODIGO
               MOVE SPACES              TO WS-EXC-MENSAGEM
               STRING 'LINHA INVALIDA NO BANKLAYO.DAT: '
                      REG-CARTAO-LAYOUT (1:8)
                   DELIMITED BY SIZE
                   INTO WS-EXC-MENSAGEM
               END-STRING
               MOVE 3 TO WS-EXC-SEVERIDADE
               PERFORM GRAVAR-EXCECAO-GERAL
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
               GO TO LER-LINHA-LAYOUT-EXIT
           END-IF.
           MOVE LAY-FORMATO      TO WS-LAY-FORMATO (LAY-BANCO).
           IF LAY-FORMATO-CNAB
               MOVE LAY-CODIGO-COMPE TO WS-LAY-COMPE (LAY-BANCO)
               MOVE LAY-AGENCIA      TO WS-LAY-AGENCIA (LAY-BANCO)
               MOVE LAY-AGENCIA-DV   TO WS-LAY-AGENCIA-DV (LAY-BANCO)
               MOVE LAY-CONTA        TO WS-LAY-CONTA (LAY-BANCO)
               MOVE LAY-CONTA-DV     TO WS-LAY-CONTA-DV (LAY-BANCO)
               MOVE LAY-NOME-BANCO   TO WS-LAY-NOME-BANCO (LAY-BANCO)
           END-IF.

       LER-LINHA-LAYOUT-EXIT.
           EXIT.

       CONTAR-BANCO-CNAB.
           IF BANCO-EM-CNAB (WS-IDX-BANCO)
               ADD 1 TO WS-QTD-BANCOS-CNAB
           END-IF.

       CONTAR-BANCO-CNAB-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    ROTEAR-PAGAMENTO                                         *
      *    Deriva o banco recebedor do prefixo de agencia e grava   *
      *    o detalhe no arquivo daquele banco, no formato que ele   *
      *    exige. Prefixo sem rota vai para o banco 1. Banco no     *
      *    layout CNAB 240 recebe o credito depois, nos lotes de    *
      *    GERAR-ARQUIVOS-CNAB.                                     *
      *----------------------------------------------------------*
       ROTEAR-PAGAMENTO.
           MOVE 1 TO WS-BANCO-DESTINO.
               UNTIL WS-IDX-ROTA > WS-QTD-ROTAS
                  OR WS-ROTA-ACHADA = 'S'.

           EVALUATE TRUE
               WHEN BANCO-EM-CNAB (WS-BANCO-DESTINO)
                   PERFORM GUARDAR-CREDITO-CNAB
               WHEN WS-BANCO-DESTINO = 2
                   MOVE EXT-EMPLOYEE-AGENCIA TO DT2-AGENCIA
                   MOVE EXT-EMPLOYEE-CONTA   TO DT2-CONTA
                   MOVE EXT-EMPLOYEE-ID      TO DT2-MATRICULA
                   MOVE WS-VALOR-PAGAMENTO   TO DT2-VALOR
                   MOVE EXT-EMPLOYEE-NAME    TO DT2-NOME
                   WRITE REG-BANCO-2 FROM WS-REG-DETALHE-BCO2
               WHEN WS-BANCO-DESTINO = 3
                   MOVE WS-VALOR-PAGAMENTO   TO DT3-VALOR
                   MOVE EXT-EMPLOYEE-ID      TO DT3-MATRICULA
                   MOVE EXT-EMPLOYEE-CONTA   TO DT3-CONTA
                   MOVE EXT-EMPLOYEE-AGENCIA TO DT3-AGENCIA
           END-EVALUATE.

           ADD 1 TO WS-BCO-QTD (WS-BANCO-DESTINO).
           ADD WS-VALOR-PAGAMENTO
               TO WS-BCO-VALOR (WS-BANCO-DESTINO).

       ROTEAR-PAGAMENTO-EXIT.
       PROCURAR-ROTA-BANCO-EXIT.
           EXIT.

      *    Credito de banco no layout CNAB 240: guardado com a
      *    empresa ja resolvida para a montagem dos lotes.
       GUARDAR-CREDITO-CNAB.
           MOVE SPACES           TO REG-PENDENTE-CNAB.
           MOVE WS-BANCO-DESTINO TO PCN-BANCO.
           MOVE DET-EMPRESA      TO PCN-EMPRESA.
           MOVE DET-MATRICULA    TO PCN-MATRICULA.
           MOVE DET-NOME         TO PCN-NOME.
           MOVE DET-AGENCIA      TO PCN-AGENCIA.
           MOVE DET-CONTA        TO PCN-CONTA.
           MOVE DET-VALOR        TO PCN-VALOR.
           WRITE REG-PENDENTE-CNAB.

       GUARDAR-CREDITO-CNAB-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    ROTEAR-PAGAMENTO-PIX                                     *
      *    Detalhe no arquivo PIX com a chave do empregado; a       *
      *    PROCURAR-CHAVE-PIX deixa o indice um alem do achado.     *
      *----------------------------------------------------------*
       ROTEAR-PAGAMENTO-PIX.
           SUBTRACT 1 FROM WS-IDX-CHAVE-PIX.
           MOVE EXT-EMPLOYEE-ID     TO DTP-MATRICULA.
           MOVE EXT-EMPLOYEE-NAME   TO DTP-NOME.
           MOVE WS-CPX-TIPO (WS-IDX-CHAVE-PIX)  TO DTP-TIPO-CHAVE.
           MOVE WS-CPX-CHAVE (WS-IDX-CHAVE-PIX) TO DTP-CHAVE.
           MOVE WS-VALOR-PAGAMENTO  TO DTP-VALOR.
           WRITE REG-PIX FROM WS-REG-DETALHE-PIX.
           ADD 1 TO WS-QTD-PIX.
           ADD WS-VALOR-PAGAMENTO  TO WS-VALOR-PIX.

       ROTEAR-PAGAMENTO-PIX-EXIT.
           EXIT.

       PROCURAR-CHAVE-PIX.
           IF WS-CPX-MATRICULA (WS-IDX-CHAVE-PIX) = EXT-EMPLOYEE-ID
               MOVE 'S' TO WS-CHAVE-PIX-ACHADA
           END-IF.

       PROCURAR-CHAVE-PIX-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    CARREGAR-CHAVES-PIX                                      *
      *    Chaves do extrato de TESTCURSOR; registro sem chave      *
      *    (pagamento em conta) nao entra na tabela. Matricula      *
      *    repetida fica com a ultima chave lida.                   *
      *----------------------------------------------------------*
       CARREGAR-CHAVES-PIX.
           OPEN INPUT EXTRATO-CHAVES-PIX.
           IF WS-STATUS-CHAVES-PIX = '00'
               PERFORM LER-CHAVE-PIX THRU LER-CHAVE-PIX-EXIT
                   UNTIL WS-EOF-CHAVES-PIX = 'S'
           END-IF.
           CLOSE EXTRATO-CHAVES-PIX.
           IF WS-CHAVES-PIX-ESTOURARAM = 'S'
               DISPLAY 'TESTBANK EMPPIX.DAT EXCEDE A CAPACIDADE '
                       'DA TABELA (5000) - PAGAMENTO RECUSADO'
               MOVE 'TESTBANK'          TO WS-EXC-PROGRAMA
               MOVE 'CARREGAR-CHAVES-PIX' TO WS-EXC-PARAGRAFO
               MOVE 8                   TO WS-EXC-CODIGO
               MOVE 'TABELA DE CHAVES PIX ESTOURADA'
                   TO WS-EXC-MENSAGEM
               MOVE 2 TO WS-EXC-SEVERIDADE
               PERFORM GRAVAR-EXCECAO-GERAL
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-QTD-CHAVES-PIX > ZEROS
               DISPLAY 'TESTBANK EMPREGADOS COM CHAVE PIX: '
                       WS-QTD-CHAVES-PIX
           END-IF.

       CARREGAR-CHAVES-PIX-EXIT.
           EXIT.

       LER-CHAVE-PIX.
           READ EXTRATO-CHAVES-PIX
               AT END
                   MOVE 'S' TO WS-EOF-CHAVES-PIX
                   GO TO LER-CHAVE-PIX-EXIT
           END-READ.
           IF NOT CPX-TIPO-VALIDO OR CPX-CHAVE = SPACES
                  OR CPX-MATRICULA IS NOT NUMERIC
               GO TO LER-CHAVE-PIX-EXIT
           END-IF.
           MOVE 'N' TO WS-CHAVE-PIX-ACHADA.
           PERFORM PROCURAR-CHAVE-CARGA
               VARYING WS-IDX-CHAVE-PIX FROM 1 BY 1
               UNTIL WS-IDX-CHAVE-PIX > WS-QTD-CHAVES-PIX
                  OR WS-CHAVE-PIX-ACHADA = 'S'.
           IF WS-CHAVE-PIX-ACHADA = 'S'
               SUBTRACT 1 FROM WS-IDX-CHAVE-PIX
           ELSE
               IF WS-QTD-CHAVES-PIX < 5000
                   ADD 1 TO WS-QTD-CHAVES-PIX
                   MOVE WS-QTD-CHAVES-PIX TO WS-IDX-CHAVE-PIX
               ELSE
                   MOVE 'S' TO WS-CHAVES-PIX-ESTOURARAM
                   GO TO LER-CHAVE-PIX-EXIT
               END-IF
           END-IF.
           MOVE CPX-MATRICULA  TO WS-CPX-MATRICULA (WS-IDX-CHAVE-PIX).
           MOVE CPX-TIPO-CHAVE TO WS-CPX-TIPO (WS-IDX-CHAVE-PIX).
           MOVE CPX-CHAVE      TO WS-CPX-CHAVE (WS-IDX-CHAVE-PIX).

       LER-CHAVE-PIX-EXIT.
           EXIT.

       PROCURAR-CHAVE-CARGA.
           IF WS-CPX-MATRICULA (WS-IDX-CHAVE-PIX) = CPX-MATRICULA
               MOVE 'S' TO WS-CHAVE-PIX-ACHADA
           END-IF.

       PROCURAR-CHAVE-CARGA-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    GRAVAR-RESUMO-ROTEAMENTO                                 *
      *    Contagem e valor por banco e pelo canal PIX, e o total   *
      *    geral - tem de fechar com o trailer do arquivo           *
      *    consolidado.                                             *
      *----------------------------------------------------------*
       GRAVAR-RESUMO-ROTEAMENTO.
           OPEN OUTPUT RESUMO-ROTEAMENTO.
           PERFORM GRAVAR-LINHA-RESUMO
               VARYING WS-IDX-BANCO FROM 1 BY 1
               UNTIL WS-IDX-BANCO > 3.
           MOVE WS-QTD-PIX   TO RPX-QTD.
           MOVE WS-VALOR-PIX TO RPX-VALOR.
           WRITE REG-RESUMO-ROTEAMENTO FROM WS-LINHA-RESUMO-PIX.
           MOVE WS-QTD-PAGAMENTOS   TO RST-QTD.
           MOVE WS-TOTAL-PAGAMENTOS TO RST-VALOR.
           WRITE REG-RESUMO-ROTEAMENTO FROM WS-LINHA-RESUMO-TOTAL.
           PERFORM GRAVAR-LINHA-RESUMO-EMPRESA
               VARYING WS-EPR-IDX FROM 1 BY 1
               UNTIL WS-EPR-IDX > WS-QTD-EMPRESAS-CAD.
           CLOSE RESUMO-ROTEAMENTO.

       GRAVAR-RESUMO-ROTEAMENTO-EXIT.
       GRAVAR-LINHA-RESUMO-EXIT.
           EXIT.

       GRAVAR-LINHA-RESUMO-EMPRESA.
           MOVE WS-EPR-CODIGO (WS-EPR-IDX)  TO REM-EMPRESA.
           MOVE WS-EPR-QTD (WS-EPR-IDX)     TO REM-QTD.
           MOVE WS-EPR-VALOR-1 (WS-EPR-IDX) TO REM-VALOR.
           WRITE REG-RESUMO-ROTEAMENTO FROM WS-LINHA-RESUMO-EMPRESA.

       GRAVAR-LINHA-RESUMO-EMPRESA-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    ACUMULAR-EMPRESA-PAGADORA                                *
      *    Resolve a empresa do credito (em branco ou fora do       *
      *    cadastro = principal), grava o codigo resolvido no       *
      *    detalhe e soma na quantidade/valor da empresa. DET-VALOR *
      *    ja deve estar preenchido.                                *
      *----------------------------------------------------------*
       ACUMULAR-EMPRESA-PAGADORA.
           PERFORM LOCALIZAR-EMPRESA THRU LOCALIZAR-EMPRESA-EXIT.
           MOVE WS-EPR-CODIGO (WS-EPR-IDX-ACHADO) TO DET-EMPRESA.
           ADD 1 TO WS-EPR-QTD (WS-EPR-IDX-ACHADO).
           ADD DET-VALOR TO WS-EPR-VALOR-1 (WS-EPR-IDX-ACHADO).

       ACUMULAR-EMPRESA-PAGADORA-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    GRAVAR-LOTES-EMPRESA                                     *
      *    Um lote por empresa do cadastro em BNKEMPR.DAT, relendo  *
      *    o BANKPAY.DAT recem-fechado uma vez por empresa. Empresa *
      *    sem credito no run nao gera lote.                        *
      *----------------------------------------------------------*
       GRAVAR-LOTES-EMPRESA.
           OPEN OUTPUT ARQUIVO-LOTES-EMPRESA.
           PERFORM GRAVAR-LOTE-UMA-EMPRESA THRU
                   GRAVAR-LOTE-UMA-EMPRESA-EXIT
               VARYING WS-EPR-IDX FROM 1 BY 1
               UNTIL WS-EPR-IDX > WS-QTD-EMPRESAS-CAD.
           CLOSE ARQUIVO-LOTES-EMPRESA.

       GRAVAR-LOTES-EMPRESA-EXIT.
           EXIT.

       GRAVAR-LOTE-UMA-EMPRESA.
           IF WS-EPR-QTD (WS-EPR-IDX) = ZEROS
               GO TO GRAVAR-LOTE-UMA-EMPRESA-EXIT
           END-IF.
           MOVE WS-DATA-RUN                TO HDE-DATA.
           MOVE WS-EPR-CODIGO (WS-EPR-IDX)   TO HDE-EMPRESA.
           MOVE WS-EPR-CNPJ (WS-EPR-IDX)     TO HDE-CNPJ.
           MOVE WS-EPR-RAZAO (WS-EPR-IDX)    TO HDE-RAZAO-SOCIAL.
           MOVE WS-EPR-CONVENIO (WS-EPR-IDX) TO HDE-CONVENIO.
           WRITE REG-LOTE-EMPRESA FROM WS-REG-HEADER-EMPRESA.
           MOVE 'N' TO WS-EOF-RELEITURA-PAG.
           OPEN INPUT ARQUIVO-PAGAMENTO.
           PERFORM COPIAR-DETALHE-EMPRESA THRU
                   COPIAR-DETALHE-EMPRESA-EXIT
               UNTIL WS-EOF-RELEITURA-PAG = 'S'.
           CLOSE ARQUIVO-PAGAMENTO.
           MOVE WS-EPR-QTD (WS-EPR-IDX)     TO TRE-QTD.
           MOVE WS-EPR-VALOR-1 (WS-EPR-IDX) TO TRE-VALOR.
           MOVE WS-EPR-CODIGO (WS-EPR-IDX)  TO TRE-EMPRESA.
           WRITE REG-LOTE-EMPRESA FROM WS-REG-TRAILER-EMPRESA.

       GRAVAR-LOTE-UMA-EMPRESA-EXIT.
           EXIT.

       COPIAR-DETALHE-EMPRESA.
           READ ARQUIVO-PAGAMENTO
               AT END
                   MOVE 'S' TO WS-EOF-RELEITURA-PAG
                   GO TO COPIAR-DETALHE-EMPRESA-EXIT
           END-READ.
           IF REG-PAGAMENTO (1:1) NOT = 'D'
               GO TO COPIAR-DETALHE-EMPRESA-EXIT
           END-IF.
           MOVE REG-PAGAMENTO TO WS-REG-DETALHE.
           IF DET-EMPRESA = WS-EPR-CODIGO (WS-EPR-IDX)
               WRITE REG-LOTE-EMPRESA FROM WS-REG-DETALHE
           END-IF.

       COPIAR-DETALHE-EMPRESA-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    GERAR-ARQUIVOS-CNAB                                      *
      *    Regrava o BNKPAYn.DAT de cada banco no layout CNAB 240   *
      *    a partir dos creditos guardados em BNKCNAB.DAT: header   *
      *    de arquivo com a empresa principal e a conta de debito   *
      *    do cartao, um lote por empresa pagadora com credito no   *
      *    banco (segmento A com o favorecido e o valor, segmento   *
      *    B complementar) e os trailers de lote e de arquivo. A    *
      *    matricula segue no "seu numero" do segmento A, para o    *
      *    retorno do banco voltar casado ao empregado.             *
      *----------------------------------------------------------*
       GERAR-ARQUIVOS-CNAB.
           IF WS-QTD-BANCOS-CNAB = ZEROS
               GO TO GERAR-ARQUIVOS-CNAB-EXIT
           END-IF.
           MOVE WS-DATA-RUN TO WS-CNB-DATA-AAAAMMDD.
           PERFORM CONVERTER-DATA-PARA-CNAB THRU
                   CONVERTER-DATA-PARA-CNAB-EXIT.
           MOVE WS-CNB-DATA-DDMMAAAA TO WS-DATA-GERACAO-CNAB.
           MOVE WS-DPG-DATA-CREDITO TO WS-CNB-DATA-AAAAMMDD.
           PERFORM CONVERTER-DATA-PARA-CNAB THRU
                   CONVERTER-DATA-PARA-CNAB-EXIT.
           MOVE WS-CNB-DATA-DDMMAAAA TO WS-DATA-PAGAMENTO-CNAB.
           PERFORM GERAR-ARQUIVO-CNAB-BANCO THRU
                   GERAR-ARQUIVO-CNAB-BANCO-EXIT
               VARYING WS-IDX-BANCO FROM 1 BY 1
               UNTIL WS-IDX-BANCO > 3.

       GERAR-ARQUIVOS-CNAB-EXIT.
           EXIT.

       GERAR-ARQUIVO-CNAB-BANCO.
           IF NOT BANCO-EM-CNAB (WS-IDX-BANCO)
               GO TO GERAR-ARQUIVO-CNAB-BANCO-EXIT
           END-IF.
           MOVE SPACES TO WS-NOME-ARQ-CNAB.
           STRING 'BNKPAY' WS-IDX-BANCO '.DAT'
               DELIMITED BY SIZE
               INTO WS-NOME-ARQ-CNAB
           END-STRING.
           OPEN OUTPUT ARQUIVO-CNAB.
           MOVE WS-LAY-COMPE (WS-IDX-BANCO)   TO CHA-BANCO.
           IF WS-EPR-CNPJ (1) IS NUMERIC
               MOVE WS-EPR-CNPJ (1) TO CHA-CNPJ
           ELSE
               MOVE ZEROS TO CHA-CNPJ
           END-IF.
           MOVE WS-EPR-CONVENIO (1)           TO CHA-CONVENIO.
           MOVE WS-LAY-AGENCIA (WS-IDX-BANCO)    TO CHA-AGENCIA.
           MOVE WS-LAY-AGENCIA-DV (WS-IDX-BANCO) TO CHA-AGENCIA-DV.
           MOVE WS-LAY-CONTA (WS-IDX-BANCO)      TO CHA-CONTA.
           MOVE WS-LAY-CONTA-DV (WS-IDX-BANCO)   TO CHA-CONTA-DV.
           MOVE WS-EPR-RAZAO (1)              TO CHA-NOME-EMPRESA.
           MOVE WS-LAY-NOME-BANCO (WS-IDX-BANCO) TO CHA-NOME-BANCO.
           MOVE '1'                           TO CHA-REMESSA-RETORNO.
           MOVE WS-DATA-GERACAO-CNAB          TO CHA-DATA-GERACAO.
           MOVE WS-HORA-RUN (1:6)             TO CHA-HORA-GERACAO.
           MOVE WS-DATA-RUN (3:6)             TO CHA-SEQUENCIAL-ARQUIVO.
           WRITE REG-ARQUIVO-CNAB FROM WS-CNAB-HEADER-ARQUIVO.
           MOVE 1     TO WS-QTD-REG-ARQ-CNAB.
           MOVE ZEROS TO WS-QTD-LOTES-CNAB.
           PERFORM GERAR-LOTE-CNAB-EMPRESA THRU
                   GERAR-LOTE-CNAB-EMPRESA-EXIT
               VARYING WS-EPR-IDX FROM 1 BY 1
               UNTIL WS-EPR-IDX > WS-QTD-EMPRESAS-CAD.
           ADD 1 TO WS-QTD-REG-ARQ-CNAB.
           MOVE WS-LAY-COMPE (WS-IDX-BANCO) TO CTA-BANCO.
           MOVE WS-QTD-LOTES-CNAB           TO CTA-QTD-LOTES.
           MOVE WS-QTD-REG-ARQ-CNAB         TO CTA-QTD-REGISTROS.
           WRITE REG-ARQUIVO-CNAB FROM WS-CNAB-TRAILER-ARQUIVO.
           CLOSE ARQUIVO-CNAB.
           DISPLAY 'TESTBANK ' WS-NOME-ARQ-CNAB ' CNAB 240 - LOTES: '
                   WS-QTD-LOTES-CNAB ' REGISTROS: '
                   WS-QTD-REG-ARQ-CNAB.

       GERAR-ARQUIVO-CNAB-BANCO-EXIT.
           EXIT.

      *    Um lote por empresa com credito no banco; o header do
      *    lote so e gravado no primeiro credito achado.
       GERAR-LOTE-CNAB-EMPRESA.
           IF WS-EPR-QTD (WS-EPR-IDX) = ZEROS
               GO TO GERAR-LOTE-CNAB-EMPRESA-EXIT
           END-IF.
           MOVE 'N' TO WS-LOTE-CNAB-ABERTO.
           MOVE 'N' TO WS-EOF-PENDENTES-CNAB.
           OPEN INPUT PENDENTES-CNAB.
           PERFORM GRAVAR-CREDITO-CNAB THRU
                   GRAVAR-CREDITO-CNAB-EXIT
               UNTIL WS-EOF-PENDENTES-CNAB = 'S'.
           CLOSE PENDENTES-CNAB.
           IF WS-LOTE-CNAB-ABERTO = 'N'
               GO TO GERAR-LOTE-CNAB-EMPRESA-EXIT
           END-IF.
           ADD 1 TO WS-QTD-REG-LOTE-CNAB.
           ADD 1 TO WS-QTD-REG-ARQ-CNAB.
           MOVE WS-LAY-COMPE (WS-IDX-BANCO) TO CTL-BANCO.
           MOVE WS-QTD-LOTES-CNAB           TO CTL-LOTE.
           MOVE WS-QTD-REG-LOTE-CNAB        TO CTL-QTD-REGISTROS.
           MOVE WS-VALOR-LOTE-CNAB          TO CTL-VALOR.
           WRITE REG-ARQUIVO-CNAB FROM WS-CNAB-TRAILER-LOTE.

       GERAR-LOTE-CNAB-EMPRESA-EXIT.
           EXIT.

       ABRIR-LOTE-CNAB.
           ADD 1 TO WS-QTD-LOTES-CNAB.
           MOVE WS-LAY-COMPE (WS-IDX-BANCO)   TO CHL-BANCO.
           MOVE WS-QTD-LOTES-CNAB             TO CHL-LOTE.
           IF WS-EPR-CNPJ (WS-EPR-IDX) IS NUMERIC
               MOVE WS-EPR-CNPJ (WS-EPR-IDX) TO CHL-CNPJ
           ELSE
               MOVE ZEROS TO CHL-CNPJ
           END-IF.
           MOVE WS-EPR-CONVENIO (WS-EPR-IDX)  TO CHL-CONVENIO.
           MOVE WS-LAY-AGENCIA (WS-IDX-BANCO)    TO CHL-AGENCIA.
           MOVE WS-LAY-AGENCIA-DV (WS-IDX-BANCO) TO CHL-AGENCIA-DV.
           MOVE WS-LAY-CONTA (WS-IDX-BANCO)      TO CHL-CONTA.
           MOVE WS-LAY-CONTA-DV (WS-IDX-BANCO)   TO CHL-CONTA-DV.
           MOVE WS-EPR-RAZAO (WS-EPR-IDX)     TO CHL-NOME-EMPRESA.
           WRITE REG-ARQUIVO-CNAB FROM WS-CNAB-HEADER-LOTE.
           MOVE 'S'   TO WS-LOTE-CNAB-ABERTO.
           MOVE ZEROS TO WS-SEQ-LOTE-CNAB.
           MOVE 1     TO WS-QTD-REG-LOTE-CNAB.
           MOVE ZEROS TO WS-VALOR-LOTE-CNAB.
           ADD 1 TO WS-QTD-REG-ARQ-CNAB.

       ABRIR-LOTE-CNAB-EXIT.
           EXIT.

      *    Segmentos A e B de um credito guardado do banco e da
      *    empresa do lote corrente. A conta do cadastro traz o
      *    digito verificador na ultima posicao.
       GRAVAR-CREDITO-CNAB.
           READ PENDENTES-CNAB
               AT END
                   MOVE 'S' TO WS-EOF-PENDENTES-CNAB
                   GO TO GRAVAR-CREDITO-CNAB-EXIT
           END-READ.
           IF PCN-BANCO NOT = WS-IDX-BANCO
                  OR PCN-EMPRESA NOT = WS-EPR-CODIGO (WS-EPR-IDX)
               GO TO GRAVAR-CREDITO-CNAB-EXIT
           END-IF.
           IF WS-LOTE-CNAB-ABERTO = 'N'
               PERFORM ABRIR-LOTE-CNAB
           END-IF.
           ADD 1 TO WS-SEQ-LOTE-CNAB.
           MOVE WS-LAY-COMPE (WS-IDX-BANCO) TO CSA-BANCO.
           MOVE WS-QTD-LOTES-CNAB           TO CSA-LOTE.
           MOVE WS-SEQ-LOTE-CNAB            TO CSA-SEQUENCIAL.
           MOVE WS-LAY-COMPE (WS-IDX-BANCO) TO CSA-BANCO-FAVORECIDO.
           MOVE PCN-AGENCIA                 TO CSA-AGENCIA.
           MOVE ZEROS                       TO CSA-CONTA.
           MOVE PCN-CONTA (1:11)            TO CSA-CONTA (2:11).
           MOVE PCN-CONTA (12:1)            TO CSA-CONTA-DV.
           MOVE PCN-NOME                    TO CSA-NOME.
           MOVE PCN-MATRICULA               TO CSA-SN-MATRICULA.
           MOVE WS-DATA-RUN                 TO CSA-SN-DATA.
           MOVE WS-DATA-PAGAMENTO-CNAB      TO CSA-DATA-PAGAMENTO.
           MOVE PCN-VALOR                   TO CSA-VALOR.
           WRITE REG-ARQUIVO-CNAB FROM WS-CNAB-SEGMENTO-A.
           ADD 1 TO WS-SEQ-LOTE-CNAB.
           MOVE WS-LAY-COMPE (WS-IDX-BANCO) TO CSB-BANCO.
           MOVE WS-QTD-LOTES-CNAB           TO CSB-LOTE.
           MOVE WS-SEQ-LOTE-CNAB            TO CSB-SEQUENCIAL.
           MOVE WS-DATA-PAGAMENTO-CNAB      TO CSB-DATA-VENCIMENTO.
           MOVE PCN-VALOR                   TO CSB-VALOR-DOCUMENTO.
           MOVE PCN-MATRICULA               TO CSB-DOCUMENTO-FAVORECIDO.
           WRITE REG-ARQUIVO-CNAB FROM WS-CNAB-SEGMENTO-B.
           ADD 2 TO WS-QTD-REG-LOTE-CNAB.
           ADD 2 TO WS-QTD-REG-ARQ-CNAB.
           ADD PCN-VALOR TO WS-VALOR-LOTE-CNAB.

       GRAVAR-CREDITO-CNAB-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    ACUMULAR-DEPTO-LIBERACAO                                 *
      *----------------------------------------------------------*
       ACUMULAR-DEPTO-LIBERACAO.
           MOVE ZEROS TO WS-DEPTO-LIB-ACHADO.
           PERFORM PROCURAR-DEPTO-LIBERACAO
               VARYING WS-IDX-DEPTO-LIB FROM 1 BY 1
               UNTIL WS-IDX-DEPTO-LIB > WS-QTD-DEPTOS-LIB
                  OR WS-DEPTO-LIB-ACHADO > ZEROS.
           IF WS-DEPTO-LIB-ACHADO = ZEROS
               IF WS-QTD-DEPTOS-LIB < 200
                   ADD 1 TO WS-QTD-DEPTOS-LIB
                   MOVE WS-QTD-DEPTOS-LIB TO WS-DEPTO-LIB-ACHADO
                   MOVE WS-DEPTO-LIBERACAO
                       TO WS-DLB-CODIGO (WS-DEPTO-LIB-ACHADO)
                   MOVE ZEROS TO WS-DLB-QTD (WS-DEPTO-LIB-ACHADO)
                   MOVE ZEROS TO WS-DLB-VALOR (WS-DEPTO-LIB-ACHADO)
               ELSE
                   MOVE 200 TO WS-DEPTO-LIB-ACHADO
                   MOVE '*OUTROS*' TO WS-DLB-CODIGO (200)
               END-IF
           END-IF.
           ADD 1 TO WS-DLB-QTD (WS-DEPTO-LIB-ACHADO).
           ADD WS-VALOR-LIBERACAO
               TO WS-DLB-VALOR (WS-DEPTO-LIB-ACHADO).

       ACUMULAR-DEPTO-LIBERACAO-EXIT.
           EXIT.

       PROCURAR-DEPTO-LIBERACAO.
           IF WS-DLB-CODIGO (WS-IDX-DEPTO-LIB) = WS-DEPTO-LIBERACAO
               MOVE WS-IDX-DEPTO-LIB TO WS-DEPTO-LIB-ACHADO
           END-IF.

       PROCURAR-DEPTO-LIBERACAO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    GRAVAR-PACOTE-LIBERACAO                                  *
      *    Regrava LIBPGTO.DAT para o arquivo recem-gerado: novo    *
      *    id de run, sem decisao - retido ate TESTLIBF.            *
      *----------------------------------------------------------*
       GRAVAR-PACOTE-LIBERACAO.
           MOVE SPACES TO WS-LIB-OPERADOR-RUN.
           OPEN INPUT CARTAO-OPERADOR-FOLHA.
           IF WS-STATUS-OPERADOR-FOLHA = '00'
               READ CARTAO-OPERADOR-FOLHA
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE FOP-OPERADOR TO WS-LIB-OPERADOR-RUN
               END-READ
           END-IF.
           CLOSE CARTAO-OPERADOR-FOLHA.
           IF WS-LIB-OPERADOR-RUN = SPACES
               DISPLAY 'TESTBANK FOLHAOPR.DAT SEM OPERADOR - A '
                       'LIBERACAO SERA RECUSADA'
               MOVE 'TESTBANK'          TO WS-EXC-PROGRAMA
               MOVE 'GRAVAR-PACOTE-LIBERACAO' TO WS-EXC-PARAGRAFO
               MOVE 4                   TO WS-EXC-CODIGO
               MOVE 'OPERADOR DO RUN NAO INFORMADO (FOLHAOPR)'
                   TO WS-EXC-MENSAGEM
               MOVE 3 TO WS-EXC-SEVERIDADE
               PERFORM GRAVAR-EXCECAO-GERAL
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

           OPEN OUTPUT PACOTE-LIBERACAO.
           MOVE SPACES                TO REG-PACOTE-LIBERACAO.
           MOVE 'H'                   TO LBP-TIPO.
           MOVE WS-DATA-RUN           TO LBP-ID-DATA.
           MOVE WS-HORA-RUN           TO LBP-ID-HORA.
           MOVE WS-LIB-OPERADOR-RUN   TO LBP-OPERADOR-RUN.
           MOVE WS-QTD-PAGAMENTOS     TO LBP-QTD-PAGAMENTOS.
           MOVE WS-TOTAL-PAGAMENTOS   TO LBP-VALOR-TOTAL.
           MOVE WS-QTD-RETIDOS-FRAUDE TO LBP-QTD-RETIDOS.
           WRITE REG-PACOTE-LIBERACAO.
           PERFORM GRAVAR-DEPTO-LIBERACAO
               VARYING WS-IDX-DEPTO-LIB FROM 1 BY 1
               UNTIL WS-IDX-DEPTO-LIB > WS-QTD-DEPTOS-LIB.
           CLOSE PACOTE-LIBERACAO.
           DISPLAY 'TESTBANK ARQUIVO RETIDO AGUARDANDO LIBERACAO '
                   'DA FINANCAS - RUN ' WS-DATA-RUN WS-HORA-RUN.

       GRAVAR-PACOTE-LIBERACAO-EXIT.
           EXIT.

       GRAVAR-DEPTO-LIBERACAO.
           MOVE SPACES TO REG-PACOTE-LIBERACAO.
           MOVE 'D'    TO LBP-TIPO.
           MOVE WS-DLB-CODIGO (WS-IDX-DEPTO-LIB) TO LBP-DEP-CODIGO.
           MOVE WS-DLB-QTD (WS-IDX-DEPTO-LIB)    TO LBP-DEP-QTD.
           MOVE WS-DLB-VALOR (WS-IDX-DEPTO-LIB)  TO LBP-DEP-VALOR.
           WRITE REG-PACOTE-LIBERACAO.

       GRAVAR-DEPTO-LIBERACAO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    VERIFICAR-PERIODO-ABERTO                                 *
      *    Trava de competencia fechada compartilhada (PERIPRC).    *
      *----------------------------------------------------------*
       COPY PERIPRC.

      *----------------------------------------------------------*
      *    GRAVAR-EXCECAO-GERAL                                    *
      *    Log de excecoes compartilhado (EXCPPRC).                 *
      *    TRAVA DE EXECUCAO DA ESTEIRA (LOCKPRC)                  *
      *----------------------------------------------------------*
       COPY LOCKPRC.

      *----------------------------------------------------------*
      *    CADASTRO DE EMPRESAS EMPREGADORAS (EMPRPRC)              *
      *----------------------------------------------------------*
       COPY EMPRPRC.

      *----------------------------------------------------------*
      *    LAYOUT FEBRABAN CNAB 240 (CNABPRC)                       *
      *----------------------------------------------------------*
       COPY CNABPRC.

      *----------------------------------------------------------*
      *    DIA DE PAGAMENTO PELO CALENDARIO (DPAGPRC)               *
      *----------------------------------------------------------*
       COPY DPAGPRC.
