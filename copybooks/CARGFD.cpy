      *----------------------------------------------------------*
      *    CARGFD - registro do catalogo de cargos                 *
      *    Incluir dentro de FILE SECTION, logo apos os FDs do     *
      *    programa. Chave: CRG-CODIGO. CRG-CBO e o codigo da      *
      *    ocupacao na Classificacao Brasileira de Ocupacoes.      *
      *    Faixa salarial: CRG-SALARIO-MIN a CRG-SALARIO-MAX.      *
      *    Adicional do cargo: 'I' insalubridade, 'P'              *
      *    periculosidade, 'N' nenhum. Cargo excluido fica com     *
      *    CRG-ATIVO = 'N' (empregados podem continuar nele).      *
      *----------------------------------------------------------*
       FD  CARGOS-MASTER.
       01  REG-CARGO.
           05  CRG-CODIGO           PIC X(06).
           05  CRG-CBO              PIC 9(06).
           05  CRG-TITULO           PIC X(30).
           05  CRG-SALARIO-MIN      PIC 9(07)V99.
           05  CRG-SALARIO-MAX      PIC 9(07)V99.
           05  CRG-ADICIONAL        PIC X(01).
               88  CRG-INSALUBRIDADE    VALUE 'I'.
               88  CRG-PERICULOSIDADE   VALUE 'P'.
               88  CRG-SEM-ADICIONAL    VALUE 'N'.
               88  CRG-ADICIONAL-OK     VALUE 'I' 'P' 'N'.
           05  CRG-ATIVO            PIC X(01).
               88  CRG-CARGO-ATIVO      VALUE 'S'.
           05  CRG-DATA-ATUALIZACAO PIC 9(08).
           05  FILLER               PIC X(10).
