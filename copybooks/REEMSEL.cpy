      *----------------------------------------------------------*
      *    REEMSEL - SELECT dos reembolsos de despesa aceitos para *
      *    o run (REEMBACE.DAT, regravado por TESTREEM a cada      *
      *    execucao - vazio quando nao ha reembolso a pagar). Lido *
      *    por TESTDEDU (credito nao tributavel na abertura        *
      *    DEDUC.DAT) e por TESTGLPO (debito da despesa no centro  *
      *    de custo). Incluir dentro de FILE-CONTROL, junto com    *
      *    REEMFD.                                                 *
      *----------------------------------------------------------*
           SELECT OPTIONAL REEMBOLSOS-ACEITOS
               ASSIGN TO "REEMBACE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-REEMBOLSOS.
