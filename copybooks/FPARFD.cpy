      *----------------------------------------------------------*
      *    FPARFD - registros do controle de particao da passada   *
      *    de folha. Incluir dentro de FILE SECTION.               *
      *      'C' um por particao: faixa de departamentos do        *
      *          cartao, headcount e total da folha da faixa,      *
      *          carimbo do run e RETURN-CODE da instancia;        *
      *      'D' um por departamento da tabela de subtotais (o     *
      *          insumo de PAYHIST.DAT e da participacao).         *
      *    O arquivo e esvaziado no inicio da instancia: controle  *
      *    vazio ou ausente = particao que nao terminou.           *
      *----------------------------------------------------------*
       FD  CONTROLE-PARTICAO-FOLHA.
       01  REG-CTL-PARTICAO.
           05  CPF-TIPO             PIC X(01).
               88  CPF-REGISTRO-CONTROLE VALUE 'C'.
               88  CPF-REGISTRO-DEPTO    VALUE 'D'.
           05  CPF-IDENTIFICADOR    PIC X(15).
           05  CPF-PARTICAO         PIC 9(01).
           05  CPF-DEPTO-INICIO     PIC X(10).
           05  CPF-DEPTO-FIM        PIC X(10).
           05  CPF-QTD-EMPREG       PIC 9(05).
           05  CPF-TOTAL-FOLHA      PIC 9(09)V99.
           05  CPF-DATA-RUN         PIC 9(08).
           05  CPF-SEQ-RUN          PIC 9(02).
           05  CPF-RETORNO          PIC 9(02).
           05  FILLER               PIC X(15).
       01  REG-CTL-PARTICAO-DEPTO.
           05  CPD-TIPO             PIC X(01).
           05  CPD-DEPARTAMENTO     PIC X(10).
           05  CPD-QTD-EMPREG       PIC 9(05).
           05  CPD-TOTAL-FOLHA      PIC 9(09)V99.
           05  FILLER               PIC X(53).
