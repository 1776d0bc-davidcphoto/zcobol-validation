      *----------------------------------------------------------*
      *    DPNDFD - registro do cadastro de dependentes            *
      *    Incluir dentro de FILE SECTION, logo apos os FDs do     *
      *    programa. Chave: DPN-CHAVE (matricula + sequencia) -    *
      *    os dependentes de uma matricula ficam contiguos.        *
      *    Parentesco: 'FI' filho(a)/enteado(a), 'CJ' conjuge ou   *
      *    companheiro(a), 'PA' pai/mae, 'OU' outros. Filho(a)     *
      *    deixa de ser dependente de IR aos 21 anos, ou aos 24    *
      *    quando DPN-UNIVERSITARIO = 'S'.                         *
      *----------------------------------------------------------*
       FD  DEPENDENTES-MASTER.
       01  REG-DEPENDENTE.
           05  DPN-CHAVE.
               10  DPN-MATRICULA        PIC 9(05).
               10  DPN-SEQUENCIA        PIC 9(02).
           05  DPN-NOME             PIC X(30).
           05  DPN-PARENTESCO       PIC X(02).
               88  DPN-FILHO            VALUE 'FI'.
               88  DPN-CONJUGE          VALUE 'CJ'.
               88  DPN-PAIS             VALUE 'PA'.
               88  DPN-OUTROS           VALUE 'OU'.
               88  DPN-PARENTESCO-OK    VALUE 'FI' 'CJ' 'PA' 'OU'.
           05  DPN-DATA-NASCIMENTO  PIC 9(08).
           05  DPN-ELEGIVEL-IR      PIC X(01).
               88  DPN-DEDUZ-IR         VALUE 'S'.
           05  DPN-UNIVERSITARIO    PIC X(01).
           05  DPN-DATA-ATUALIZACAO PIC 9(08).
           05  FILLER               PIC X(23).
