      *----------------------------------------------------------*
      *    PERIFD - registro de fechamento de competencia.         *
      *    Incluir dentro de FILE SECTION. PERFECH.DAT e apendado  *
      *    a cada fechamento ('F') e reabertura ('R') - e ao mesmo *
      *    tempo o log das acoes e a situacao da competencia: vale *
      *    a ULTIMA linha da competencia.                          *
      *----------------------------------------------------------*
       FD  REGISTRO-PERIODOS.
       01  REG-PERIODO.
           05  PRD-COMPETENCIA      PIC 9(06).
           05  PRD-ACAO             PIC X(01).
               88  PRD-FECHAMENTO   VALUE 'F'.
               88  PRD-REABERTURA   VALUE 'R'.
           05  PRD-DATA             PIC 9(08).
           05  PRD-HORA             PIC 9(08).
           05  PRD-SOLICITANTE      PIC X(10).
           05  PRD-APROVADOR        PIC X(10).
           05  PRD-MOTIVO           PIC X(40).
           05  FILLER               PIC X(17).

       FD  CARTAO-DATA-NEG-PERIODO.
       01  REG-CARTAO-DATA-PERIODO.
           05  DATA-NEG-PERIODO-CARTAO PIC 9(08).
           05  FILLER                  PIC X(72).
