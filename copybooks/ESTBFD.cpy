      *----------------------------------------------------------*
      *    ESTBFD - registro de estabilidade e cartao de liberacao  *
      *    Incluir dentro de FILE SECTION, logo apos os FDs do      *
      *    programa. Motivos:                                       *
      *      'GE' gestante - da confirmacao da gravidez ate 5       *
      *                      meses apos o parto;                    *
      *      'SI' dirigente sindical - do registro da candidatura   *
      *                      ate 1 ano apos o fim do mandato;       *
      *      'AT' acidente de trabalho - 12 meses a partir do       *
      *                      retorno do afastamento (AFASTREG.DAT); *
      *      'CI' membro da CIPA - do registro da candidatura ate   *
      *                      1 ano apos o fim do mandato.           *
      *    EST-DATA-FIM zerado = fim ainda nao conhecido (gestante  *
      *    antes do parto, mandato em curso): protegido ate a RH    *
      *    informar a data. As datas sao inclusive.                 *
      *    O cartao de liberacao autoriza, por matricula, o         *
      *    desligamento de empregado com estabilidade (decisao do   *
      *    Juridico: justa causa, acordo homologado...); sem        *
      *    aprovador ou sem motivo nao vale.                        *
      *----------------------------------------------------------*
       FD  REGISTRO-ESTABILIDADES.
       01  REG-ESTABILIDADE.
           05  EST-MATRICULA        PIC 9(05).
           05  EST-MOTIVO           PIC X(02).
               88  EST-MOTIVO-VALIDO    VALUE 'GE' 'SI' 'AT' 'CI'.
           05  EST-DATA-INICIO      PIC 9(08).
           05  EST-DATA-FIM         PIC 9(08).
           05  EST-OBSERVACAO       PIC X(30).
           05  FILLER               PIC X(27).

       FD  CARTAO-LIBERACAO-ESTAB.
       01  REG-LIBERACAO-ESTAB.
           05  OVE-MATRICULA        PIC 9(05).
           05  OVE-APROVADOR        PIC X(10).
           05  OVE-MOTIVO           PIC X(40).
           05  FILLER               PIC X(25).
