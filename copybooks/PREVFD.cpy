      *----------------------------------------------------------*
      *    PREVFD - registros da previdencia privada. Incluir      *
      *    dentro de FILE SECTION, junto com PREVSEL.              *
      *    PREVPLN.DAT:                                            *
      *      'R' regra do plano - contrapartida patronal em % da   *
      *          contribuicao do empregado, teto da contrapartida  *
      *          em % do salario e faixa permitida do percentual   *
      *          do empregado (minimo/maximo);                     *
      *      'V' escala de aquisicao (vesting) - anos completos no *
      *          plano e % do saldo patronal adquirido a partir    *
      *          deles (vale a maior faixa atingida; sem faixa     *
      *          atingida, nada adquirido).                        *
      *    PREVSALD.DAT: um registro por participante - data de    *
      *    adesao, saldos acumulados do empregado e patronal e a   *
      *    ultima competencia lancada com os valores dela (rerun   *
      *    da mesma competencia substitui, nao soma de novo).      *
      *----------------------------------------------------------*
       FD  TABELA-PLANO-PREV.
       01  REG-PLANO-PREV.
           05  PPL-TIPO                 PIC X(01).
               88  PPL-REGRA                VALUE 'R'.
               88  PPL-VESTING              VALUE 'V'.
           05  PPL-DADOS                PIC X(79).
           05  PPL-DADOS-REGRA REDEFINES PPL-DADOS.
               10  PPL-PCT-CONTRAPARTIDA    PIC 9(03)V99.
               10  PPL-TETO-PCT-SALARIO     PIC 9(03)V99.
               10  PPL-PCT-MINIMO           PIC 9(02)V99.
               10  PPL-PCT-MAXIMO           PIC 9(02)V99.
               10  FILLER                   PIC X(61).
           05  PPL-DADOS-VESTING REDEFINES PPL-DADOS.
               10  PPL-ANOS                 PIC 9(02).
               10  PPL-PCT-ADQUIRIDO        PIC 9(03)V99.
               10  FILLER                   PIC X(72).

       FD  RAZAO-SALDOS-PREV.
       01  REG-SALDO-PREV.
           05  SLP-MATRICULA            PIC 9(05).
           05  SLP-DATA-ADESAO          PIC 9(08).
           05  SLP-SALDO-EMPREGADO      PIC 9(09)V99.
           05  SLP-SALDO-PATRONAL       PIC 9(09)V99.
           05  SLP-ULT-COMPETENCIA      PIC 9(06).
           05  SLP-ULT-EMPREGADO        PIC 9(07)V99.
           05  SLP-ULT-PATRONAL         PIC 9(07)V99.
           05  FILLER                   PIC X(21).
