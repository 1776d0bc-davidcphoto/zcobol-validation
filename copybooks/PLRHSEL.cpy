      *----------------------------------------------------------*
      *    PLRHSEL - SELECT do registro de pagamentos da PLR       *
      *    (PLRHIST.DAT): uma linha por empregado e parcela        *
      *    semestral, gravada por TESTPLRS. Base da retencao       *
      *    acumulada do ano na segunda parcela e do informe de     *
      *    rendimentos de TESTINFR (tributacao exclusiva).         *
      *    Incluir dentro de FILE-CONTROL, junto com PLRHFD.       *
      *----------------------------------------------------------*
           SELECT OPTIONAL REGISTRO-PLR
               ASSIGN TO "PLRHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-REGISTRO-PLR.
