      *----------------------------------------------------------*
      *    PLRHFD - registro de pagamento da PLR                   *
      *    Incluir dentro de FILE SECTION. Situacao 'P' paga,      *
      *    'R' retida (PAYHOLD.DAT), 'C' sem agencia/conta - so    *
      *    'P' conta como rendimento e como IRRF ja retido. O      *
      *    rerun de uma parcela substitui as linhas dela.          *
      *----------------------------------------------------------*
       FD  REGISTRO-PLR.
       01  REG-PLR-HISTORICO.
           05  PLH-MATRICULA        PIC 9(05).
           05  PLH-ANO              PIC 9(04).
           05  PLH-SEMESTRE         PIC 9(01).
           05  PLH-DATA-PAGAMENTO   PIC 9(08).
           05  PLH-VALOR-BRUTO      PIC 9(09)V99.
           05  PLH-VALOR-IRRF       PIC 9(09)V99.
           05  PLH-SITUACAO         PIC X(01).
           05  PLH-DEPARTAMENTO     PIC X(10).
           05  FILLER               PIC X(29).
