      *----------------------------------------------------------*
      *    QUADFD - registro do quadro autorizado por departamento *
      *    Incluir dentro de FILE SECTION, logo apos os FDs do     *
      *    programa. Chave: QDA-DEPARTAMENTO (= DPM-CODIGO).       *
      *    QDA-AUTORIZADO e o numero de posicoes aprovado pelo     *
      *    financeiro; departamento sem registro nao tem controle  *
      *    de vagas.                                               *
      *----------------------------------------------------------*
       FD  QUADRO-AUTORIZADO.
       01  REG-QUADRO-AUTORIZADO.
           05  QDA-DEPARTAMENTO     PIC X(10).
           05  QDA-AUTORIZADO       PIC 9(05).
           05  QDA-APROVADOR        PIC X(10).
           05  QDA-DATA-APROVACAO   PIC 9(08).
           05  QDA-DATA-ATUALIZACAO PIC 9(08).
           05  FILLER               PIC X(39).
