      *----------------------------------------------------------*
      *    PRVRSEL - SELECT do arquivo de contribuicoes enviado a  *
      *    administradora da previdencia privada (PREVREM.DAT,     *
      *    gravado por TESTPREV no fechamento mensal). Lido por    *
      *    TESTGLPO para o lancamento da contrapartida patronal.   *
      *    Incluir dentro de FILE-CONTROL, junto com PRVRFD.       *
      *----------------------------------------------------------*
           SELECT OPTIONAL REMESSA-PREVIDENCIA
               ASSIGN TO "PREVREM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-REMESSA-PREV.
