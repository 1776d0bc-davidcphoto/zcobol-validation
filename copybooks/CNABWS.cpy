      *----------------------------------------------------------*
      *    CNABWS - layout FEBRABAN CNAB 240 dos arquivos de       *
      *    pagamento de salarios por banco (remessa) e do retorno  *
      *    do banco. Incluir dentro de WORKING-STORAGE; ver        *
      *    CNABPRC. Registros de 240 posicoes:                     *
      *      0 header de arquivo       (WS-CNAB-HEADER-ARQUIVO)    *
      *      1 header de lote          (WS-CNAB-HEADER-LOTE)       *
      *      3 detalhe segmento A      (WS-CNAB-SEGMENTO-A)        *
      *      3 detalhe segmento B      (WS-CNAB-SEGMENTO-B)        *
      *      5 trailer de lote         (WS-CNAB-TRAILER-LOTE)      *
      *      9 trailer de arquivo      (WS-CNAB-TRAILER-ARQUIVO)   *
      *    Servico 30 (pagamento de salarios), forma 01 (credito   *
      *    em conta corrente), layout de arquivo 089 e de lote     *
      *    045. Datas no formato DDMMAAAA; valores com 2 decimais  *
      *    implicitas. Um lote por empresa pagadora. O segmento A  *
      *    leva a matricula no "seu numero" (CSA-SN-MATRICULA),    *
      *    que o banco devolve no retorno, com a ocorrencia nas    *
      *    posicoes 231-240 (CSA-OCORRENCIA-1 = a primeira).       *
      *    WS-CNAB-REGISTRO e a visao generica para identificar o  *
      *    tipo de registro de um arquivo lido; arquivo CNAB 240   *
      *    comeca pelo header de arquivo (banco numerico, lote     *
      *    0000, tipo 0) - ver VERIFICAR-LAYOUT-CNAB; cada         *
      *    registro CNAB tem banco e lote numericos e o tipo no    *
      *    byte 8 - ver VERIFICAR-REGISTRO-CNAB.                   *
      *----------------------------------------------------------*
      *    Visao generica de um registro lido.
       01  WS-CNAB-REGISTRO.
           05  CNB-BANCO            PIC X(03).
           05  CNB-LOTE             PIC X(04).
           05  CNB-TIPO-REGISTRO    PIC X(01).
               88  CNB-HEADER-ARQUIVO VALUE '0'.
               88  CNB-HEADER-LOTE VALUE '1'.
               88  CNB-DETALHE VALUE '3'.
               88  CNB-TRAILER-LOTE VALUE '5'.
               88  CNB-TRAILER-ARQUIVO VALUE '9'.
           05  CNB-SEQUENCIAL       PIC X(05).
           05  CNB-SEGMENTO         PIC X(01).
               88  CNB-SEGMENTO-A VALUE 'A'.
               88  CNB-SEGMENTO-B VALUE 'B'.
           05  FILLER               PIC X(226).

       01  WS-CNAB-HEADER-ARQUIVO.
           05  CHA-BANCO            PIC 9(03).
           05  FILLER               PIC X(04) VALUE '0000'.
           05  FILLER               PIC X(01) VALUE '0'.
           05  FILLER               PIC X(09) VALUE SPACES.
           05  CHA-TIPO-INSCRICAO   PIC 9(01) VALUE 2.
           05  CHA-CNPJ             PIC X(14).
           05  CHA-CONVENIO         PIC X(20).
           05  CHA-AGENCIA          PIC 9(05).
           05  CHA-AGENCIA-DV       PIC X(01).
           05  CHA-CONTA            PIC 9(12).
           05  CHA-CONTA-DV         PIC X(01).
           05  CHA-AGENCIA-CONTA-DV PIC X(01) VALUE SPACE.
           05  CHA-NOME-EMPRESA     PIC X(30).
           05  CHA-NOME-BANCO       PIC X(30).
           05  FILLER               PIC X(10) VALUE SPACES.
           05  CHA-REMESSA-RETORNO  PIC X(01) VALUE '1'.
               88  CHA-REMESSA VALUE '1'.
               88  CHA-RETORNO VALUE '2'.
           05  CHA-DATA-GERACAO     PIC 9(08).
           05  CHA-HORA-GERACAO     PIC 9(06).
           05  CHA-SEQUENCIAL-ARQUIVO PIC 9(06).
           05  FILLER               PIC X(03) VALUE '089'.
           05  FILLER               PIC X(05) VALUE '01600'.
           05  FILLER               PIC X(20) VALUE SPACES.
           05  FILLER               PIC X(20) VALUE SPACES.
           05  FILLER               PIC X(29) VALUE SPACES.

       01  WS-CNAB-HEADER-LOTE.
           05  CHL-BANCO            PIC 9(03).
           05  CHL-LOTE             PIC 9(04).
           05  FILLER               PIC X(01) VALUE '1'.
           05  FILLER               PIC X(01) VALUE 'C'.
           05  FILLER               PIC X(02) VALUE '30'.
           05  FILLER               PIC X(02) VALUE '01'.
           05  FILLER               PIC X(03) VALUE '045'.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  CHL-TIPO-INSCRICAO   PIC 9(01) VALUE 2.
           05  CHL-CNPJ             PIC X(14).
           05  CHL-CONVENIO         PIC X(20).
           05  CHL-AGENCIA          PIC 9(05).
           05  CHL-AGENCIA-DV       PIC X(01).
           05  CHL-CONTA            PIC 9(12).
           05  CHL-CONTA-DV         PIC X(01).
           05  CHL-AGENCIA-CONTA-DV PIC X(01) VALUE SPACE.
           05  CHL-NOME-EMPRESA     PIC X(30).
           05  FILLER               PIC X(40) VALUE SPACES.
           05  FILLER               PIC X(30) VALUE SPACES.
           05  FILLER               PIC 9(05) VALUE ZEROS.
           05  FILLER               PIC X(15) VALUE SPACES.
           05  FILLER               PIC X(20) VALUE SPACES.
           05  FILLER               PIC 9(05) VALUE ZEROS.
           05  FILLER               PIC X(03) VALUE '000'.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  FILLER               PIC X(02) VALUE '01'.
           05  FILLER               PIC X(06) VALUE SPACES.
           05  CHL-OCORRENCIAS      PIC X(10) VALUE SPACES.

       01  WS-CNAB-SEGMENTO-A.
           05  CSA-BANCO            PIC 9(03).
           05  CSA-LOTE             PIC 9(04).
           05  FILLER               PIC X(01) VALUE '3'.
           05  CSA-SEQUENCIAL       PIC 9(05).
           05  FILLER               PIC X(01) VALUE 'A'.
           05  FILLER               PIC X(01) VALUE '0'.
           05  FILLER               PIC X(02) VALUE '00'.
           05  FILLER               PIC X(03) VALUE '000'.
           05  CSA-BANCO-FAVORECIDO PIC 9(03).
           05  CSA-AGENCIA          PIC X(05).
           05  CSA-AGENCIA-DV       PIC X(01) VALUE SPACE.
           05  CSA-CONTA            PIC X(12).
           05  CSA-CONTA-DV         PIC X(01).
           05  CSA-AGENCIA-CONTA-DV PIC X(01) VALUE SPACE.
           05  CSA-NOME             PIC X(30).
           05  CSA-SEU-NUMERO.
               10  CSA-SN-MATRICULA PIC 9(05).
               10  CSA-SN-DATA      PIC 9(08).
               10  FILLER           PIC X(07) VALUE SPACES.
           05  CSA-DATA-PAGAMENTO   PIC 9(08).
           05  FILLER               PIC X(03) VALUE 'BRL'.
           05  FILLER               PIC 9(15) VALUE ZEROS.
           05  CSA-VALOR            PIC 9(13)V99.
           05  CSA-NOSSO-NUMERO     PIC X(20) VALUE SPACES.
           05  CSA-DATA-EFETIVACAO  PIC 9(08) VALUE ZEROS.
           05  CSA-VALOR-EFETIVADO  PIC 9(13)V99 VALUE ZEROS.
           05  FILLER               PIC X(40) VALUE SPACES.
           05  FILLER               PIC X(09) VALUE SPACES.
           05  FILLER               PIC X(03) VALUE SPACES.
           05  FILLER               PIC X(01) VALUE '0'.
           05  CSA-OCORRENCIAS.
               10  CSA-OCORRENCIA-1 PIC X(02) VALUE SPACES.
               10  FILLER           PIC X(08) VALUE SPACES.

       01  WS-CNAB-SEGMENTO-B.
           05  CSB-BANCO            PIC 9(03).
           05  CSB-LOTE             PIC 9(04).
           05  FILLER               PIC X(01) VALUE '3'.
           05  CSB-SEQUENCIAL       PIC 9(05).
           05  FILLER               PIC X(01) VALUE 'B'.
           05  FILLER               PIC X(03) VALUE SPACES.
           05  FILLER               PIC X(01) VALUE '0'.
           05  FILLER               PIC 9(14) VALUE ZEROS.
           05  FILLER               PIC X(30) VALUE SPACES.
           05  FILLER               PIC 9(05) VALUE ZEROS.
           05  FILLER               PIC X(15) VALUE SPACES.
           05  FILLER               PIC X(15) VALUE SPACES.
           05  FILLER               PIC X(20) VALUE SPACES.
           05  FILLER               PIC 9(05) VALUE ZEROS.
           05  FILLER               PIC X(03) VALUE '000'.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  CSB-DATA-VENCIMENTO  PIC 9(08).
           05  CSB-VALOR-DOCUMENTO  PIC 9(13)V99.
           05  FILLER               PIC 9(15) VALUE ZEROS.
           05  FILLER               PIC 9(15) VALUE ZEROS.
           05  FILLER               PIC 9(15) VALUE ZEROS.
           05  FILLER               PIC 9(15) VALUE ZEROS.
           05  CSB-DOCUMENTO-FAVORECIDO PIC X(15).
           05  FILLER               PIC X(01) VALUE '0'.
           05  FILLER               PIC 9(06) VALUE ZEROS.
           05  FILLER               PIC X(08) VALUE SPACES.

       01  WS-CNAB-TRAILER-LOTE.
           05  CTL-BANCO            PIC 9(03).
           05  CTL-LOTE             PIC 9(04).
           05  FILLER               PIC X(01) VALUE '5'.
           05  FILLER               PIC X(09) VALUE SPACES.
           05  CTL-QTD-REGISTROS    PIC 9(06).
           05  CTL-VALOR            PIC 9(16)V99.
           05  FILLER               PIC 9(18) VALUE ZEROS.
           05  FILLER               PIC 9(06) VALUE ZEROS.
           05  FILLER               PIC X(165) VALUE SPACES.
           05  CTL-OCORRENCIAS      PIC X(10) VALUE SPACES.

       01  WS-CNAB-TRAILER-ARQUIVO.
           05  CTA-BANCO            PIC 9(03).
           05  FILLER               PIC X(04) VALUE '9999'.
           05  FILLER               PIC X(01) VALUE '9'.
           05  FILLER               PIC X(09) VALUE SPACES.
           05  CTA-QTD-LOTES        PIC 9(06).
           05  CTA-QTD-REGISTROS    PIC 9(06).
           05  FILLER               PIC 9(06) VALUE ZEROS.
           05  FILLER               PIC X(205) VALUE SPACES.

      *    Layout de um arquivo lido (ver VERIFICAR-LAYOUT-CNAB).
       01  WS-CNB-LAYOUT-ARQUIVO    PIC X(01) VALUE 'P'.
           88  LAYOUT-CNAB-240      VALUE 'C'.
           88  LAYOUT-PROPRIO       VALUE 'P'.

      *    Layout de um registro lido (ver VERIFICAR-REGISTRO-CNAB):
      *    retorno com os arquivos de varios bancos concatenados
      *    mistura CNAB 240 e layout proprio no mesmo arquivo.
       01  WS-CNB-LAYOUT-REGISTRO   PIC X(01) VALUE 'P'.
           88  REGISTRO-CNAB-240    VALUE 'C'.
           88  REGISTRO-PROPRIO     VALUE 'P'.

      *    Conversao de datas AAAAMMDD <-> DDMMAAAA (ver
      *    CONVERTER-DATA-PARA-CNAB e CONVERTER-DATA-DO-CNAB).
       01  WS-CNB-DATA-AAAAMMDD     PIC 9(08) VALUE ZEROS.
       01  WS-CNB-DATA-AAAAMMDD-R REDEFINES WS-CNB-DATA-AAAAMMDD.
           05  WS-CNB-AAAA          PIC 9(04).
           05  WS-CNB-MM            PIC 9(02).
           05  WS-CNB-DD            PIC 9(02).
       01  WS-CNB-DATA-DDMMAAAA     PIC 9(08) VALUE ZEROS.
       01  WS-CNB-DATA-DDMMAAAA-R REDEFINES WS-CNB-DATA-DDMMAAAA.
           05  WS-CNB-DIA           PIC 9(02).
           05  WS-CNB-MES           PIC 9(02).
           05  WS-CNB-ANO           PIC 9(04).

      *    Ocorrencias do retorno (ver CLASSIFICAR-OCORRENCIA-CNAB):
      *    situacao P credito efetuado, G agendado pelo banco,
      *    D rejeitado/devolvido, I sem ocorrencia informada.
      *    Codigo fora da tabela e rejeicao, com o proprio codigo
      *    como motivo.
       01  WS-CNB-OCORRENCIA        PIC X(02) VALUE SPACES.
       01  WS-CNB-SITUACAO          PIC X(01) VALUE SPACE.
           88  CNB-CREDITADO        VALUE 'P'.
           88  CNB-AGENDADO         VALUE 'G'.
           88  CNB-REJEITADO        VALUE 'D'.
           88  CNB-SEM-OCORRENCIA   VALUE 'I'.
       01  WS-CNB-MOTIVO            PIC X(30) VALUE SPACES.
       01  WS-CNB-IDX               PIC 9(02) VALUE ZEROS.
       01  WS-CNB-OCORRENCIA-ACHADA PIC X VALUE 'N'.
       01  WS-TABELA-OCORRENCIAS-CNAB.
           05  FILLER PIC X(33) VALUE
               '00PCREDITO EFETUADO'.
           05  FILLER PIC X(33) VALUE
               'BDGPAGAMENTO AGENDADO'.
           05  FILLER PIC X(33) VALUE
               '01DINSUFICIENCIA DE FUNDOS'.
           05  FILLER PIC X(33) VALUE
               '02DCREDITO CANCELADO PELO PAGADOR'.
           05  FILLER PIC X(33) VALUE
               'AEDTIPO/NUMERO INSCRICAO INVALIDO'.
           05  FILLER PIC X(33) VALUE
               'AGDAGENCIA/CONTA/DV INVALIDO'.
           05  FILLER PIC X(33) VALUE
               'AKDCAMARA CENTRALIZADORA INVALIDA'.
           05  FILLER PIC X(33) VALUE
               'ALDBANCO DO FAVORECIDO INVALIDO'.
           05  FILLER PIC X(33) VALUE
               'AMDAGENCIA FAVORECIDO INVALIDA'.
           05  FILLER PIC X(33) VALUE
               'ANDCONTA/DV FAVORECIDO INVALIDO'.
           05  FILLER PIC X(33) VALUE
               'AODNOME FAVORECIDO NAO INFORMADO'.
           05  FILLER PIC X(33) VALUE
               'APDDATA DO LANCAMENTO INVALIDA'.
           05  FILLER PIC X(33) VALUE
               'ARDVALOR DO LANCAMENTO INVALIDO'.
           05  FILLER PIC X(33) VALUE
               'HADLOTE NAO ACEITO'.
           05  FILLER PIC X(33) VALUE
               'HFDSALDO INSUFICIENTE NA CONTA'.
           05  FILLER PIC X(33) VALUE
               'TADLOTE NAO ACEITO - TOTAIS'.
       01  WS-TABELA-OCORRENCIAS-CNAB-R
               REDEFINES WS-TABELA-OCORRENCIAS-CNAB.
           05  WS-OCORRENCIA-CNAB OCCURS 16 TIMES.
               10  WS-OCR-CODIGO    PIC X(02).
               10  WS-OCR-SITUACAO  PIC X(01).
               10  WS-OCR-DESCRICAO PIC X(30).
       01  WS-QTD-OCORRENCIAS-CNAB  PIC 9(02) VALUE 16.
