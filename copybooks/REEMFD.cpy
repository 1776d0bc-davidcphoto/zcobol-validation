      *----------------------------------------------------------*
      *    REEMFD - registro de reembolso de despesa aceito        *
      *    Incluir dentro de FILE SECTION. O centro de custo e o   *
      *    codigo do departamento que arca com a despesa (validado *
      *    contra DEPTMST.DAT); a conta contabil e o centro de     *
      *    custo do mestre desse departamento, resolvida por       *
      *    TESTREEM. O registro de aprovacoes pagas REEMBREG.DAT   *
      *    usa o mesmo layout.                                     *
      *----------------------------------------------------------*
       FD  REEMBOLSOS-ACEITOS.
       01  REG-REEMBOLSO.
           05  REE-MATRICULA        PIC 9(05).
           05  REE-TIPO-DESPESA     PIC X(04).
           05  REE-VALOR            PIC 9(07)V99.
           05  REE-CENTRO-CUSTO     PIC X(10).
           05  REE-CONTA-CONTABIL   PIC X(08).
           05  REE-ID-APROVACAO     PIC X(12).
           05  REE-DATA-PAGAMENTO   PIC 9(08).
           05  FILLER               PIC X(24).
