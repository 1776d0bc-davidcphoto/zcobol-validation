      *----------------------------------------------------------*
      *    CPIXFD - registro do extrato de chaves PIX               *
      *    Incluir dentro de FILE SECTION. Tipos de chave (coluna   *
      *    PIX_KEY_TYPE de EMPLOYEES, mantida pela transacao 'PX'   *
      *    de TESTEMNT):                                            *
      *      'C' CPF            - 11 digitos;                       *
      *      'E' e-mail;                                            *
      *      'T' telefone       - '+55' + DDD + numero;             *
      *      'A' chave aleatoria - 36 posicoes com hifens;          *
      *      ' ' sem chave      - pago em conta, como sempre.       *
      *----------------------------------------------------------*
       FD  EXTRATO-CHAVES-PIX.
       01  REG-CHAVE-PIX.
           05  CPX-MATRICULA        PIC 9(05).
           05  CPX-TIPO-CHAVE       PIC X(01).
               88  CPX-SEM-CHAVE        VALUE SPACE.
               88  CPX-TIPO-VALIDO      VALUE 'C' 'E' 'T' 'A'.
           05  CPX-CHAVE            PIC X(77).
           05  FILLER               PIC X(16).
