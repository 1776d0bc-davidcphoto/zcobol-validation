      *----------------------------------------------------------*
      *    FPARSEL - SELECT do controle de particao da passada de   *
      *    folha (CCTLPn.DAT), gravado por cada instancia          *
      *    particionada de TESTCURSOR ao terminar bem e conferido  *
      *    pelo passo de combinacao TESTCMRG. O chamador define    *
      *    WS-NOME-CTL-PARTICAO PIC X(12) e WS-STATUS-CTL-PARTICAO *
      *    PIC XX. Incluir dentro de FILE-CONTROL, junto com       *
      *    FPARFD. Pecas da particao n (mesma convencao nos dois   *
      *    programas):                                             *
      *      RELFPn.DAT  relatorio de folha (sem o total geral);   *
      *      RELRPn.DAT  edicao restrita do relatorio;             *
      *      EXTRPn.DAT  extrato de empregados (com header);       *
      *      SALBPn.DAT  extrato de salario base;                  *
      *      PIXPn.DAT   chaves PIX;                               *
      *      CCTLPn.DAT  este controle.                            *
      *----------------------------------------------------------*
           SELECT OPTIONAL CONTROLE-PARTICAO-FOLHA
               ASSIGN TO WS-NOME-CTL-PARTICAO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CTL-PARTICAO.
