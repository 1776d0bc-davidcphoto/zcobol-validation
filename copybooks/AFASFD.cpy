      *----------------------------------------------------------*
      *    AFASFD - registro de afastamento                         *
      *    Incluir dentro de FILE SECTION, logo apos os FDs do      *
      *    programa. Tipos:                                         *
      *      'DO' doenca        - empresa paga os 15 primeiros      *
      *                           dias, depois o INSS;              *
      *      'AT' acidente de trabalho - idem;                      *
      *      'MA' licenca-maternidade - paga pela folha (o INSS     *
      *                           compensa na guia);                *
      *      'NR' licenca nao remunerada.                           *
      *    AFA-RETORNO-EFETIVO zerado = ainda afastado;             *
      *    AFA-RETORNO-PREVISTO zerado = sem previsao de retorno.   *
      *    As datas de retorno sao o primeiro dia de volta ao       *
      *    trabalho.                                                *
      *----------------------------------------------------------*
       FD  REGISTRO-AFASTAMENTOS.
       01  REG-AFASTAMENTO.
           05  AFA-MATRICULA        PIC 9(05).
           05  AFA-TIPO             PIC X(02).
               88  AFA-TIPO-VALIDO      VALUE 'DO' 'AT' 'MA' 'NR'.
           05  AFA-DATA-INICIO      PIC 9(08).
           05  AFA-RETORNO-PREVISTO PIC 9(08).
           05  AFA-RETORNO-EFETIVO  PIC 9(08).
           05  FILLER               PIC X(49).
