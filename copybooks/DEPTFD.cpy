      *----------------------------------------------------------*
      *    DEPTFD - registro do cadastro mestre de departamentos   *
      *    Incluir dentro de FILE SECTION, logo apos os FDs do     *
      *    programa. Chave: DPM-CODIGO. DPM-DEPTO-PAI aponta o     *
      *    departamento superior (diretoria/divisao); em branco =  *
      *    topo da hierarquia, subordinado direto a empresa.       *
      *----------------------------------------------------------*
       FD  DEPT-MASTER.
       01  REG-DEPT-MASTER.
           05  DPM-GESTOR           PIC X(30).
           05  DPM-CENTRO-CUSTO     PIC X(08).
           05  DPM-ORCAMENTO-ANUAL  PIC 9(11)V99.
           05  DPM-DEPTO-PAI        PIC X(10).
