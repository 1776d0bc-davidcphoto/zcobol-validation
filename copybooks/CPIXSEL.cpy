      *----------------------------------------------------------*
      *    CPIXSEL - SELECT do extrato de chaves PIX (EMPPIX.DAT,   *
      *    gravado por TESTCURSOR ao lado de EMPEXTR.DAT: um        *
      *    registro por detalhe do extrato, na mesma ordem, com a   *
      *    chave em branco para quem nao recebe por PIX - e o que   *
      *    permite corta-lo no checkpoint pelo mesmo limite do      *
      *    extrato de salario base). Lido por TESTBANK para o       *
      *    roteamento ao canal PIX. Incluir dentro de FILE-CONTROL, *
      *    junto com CPIXFD. Sem o arquivo, ninguem recebe por PIX. *
      *    O chamador define WS-NOME-CHAVES-PIX PIC X(12) (VALUE    *
      *    'EMPPIX.DAT'; a instancia particionada de TESTCURSOR     *
      *    troca pela peca da particao) e WS-STATUS-CHAVES-PIX.     *
      *----------------------------------------------------------*
           SELECT OPTIONAL EXTRATO-CHAVES-PIX
               ASSIGN TO WS-NOME-CHAVES-PIX
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CHAVES-PIX.
