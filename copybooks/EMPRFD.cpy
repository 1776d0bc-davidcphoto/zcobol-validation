      *----------------------------------------------------------*
      *    EMPRFD - cartao do cadastro de empresas (EMPRESA.DAT)    *
      *    Incluir dentro de FILE SECTION. Mesmo layout do cartao   *
      *    de TEST-CONSTANTS/TESTESOC (codigo + CNPJ + razao        *
      *    social), mais o convenio da empresa junto ao banco       *
      *    pagador, usado no header do lote de pagamento.           *
      *----------------------------------------------------------*
       FD  CADASTRO-EMPRESAS.
       01  REG-CADASTRO-EMPRESA.
           05  CEM-CODIGO           PIC X(05).
           05  CEM-CNPJ             PIC X(14).
           05  CEM-RAZAO-SOCIAL     PIC X(40).
           05  CEM-CONVENIO-BANCO   PIC X(10).
           05  FILLER               PIC X(11).
