      *----------------------------------------------------------*
      *    PREVSEL - SELECTs da previdencia privada: regras do     *
      *    plano (PREVPLN.DAT) e razao de saldos por participante  *
      *    (PREVSALD.DAT, regravado por TESTPREV a cada fechamento *
      *    mensal). Lidos por TESTPREV (contribuicao e             *
      *    contrapartida do mes) e por TESTRESC (saldo patronal    *
      *    adquirido e perdido no desligamento). Incluir dentro de *
      *    FILE-CONTROL, junto com PREVFD.                         *
      *----------------------------------------------------------*
           SELECT OPTIONAL TABELA-PLANO-PREV
               ASSIGN TO "PREVPLN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-PLANO-PREV.

           SELECT OPTIONAL RAZAO-SALDOS-PREV
               ASSIGN TO "PREVSALD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-SALDOS-PREV.
