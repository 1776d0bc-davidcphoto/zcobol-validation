      *----------------------------------------------------------*
      *    DPAGSEL - SELECTs das regras de dia de pagamento por    *
      *    tipo de credito (cartao DIAPAGTO.DAT) e do calendario   *
      *    de dias uteis (CALENDAR.DAT, mantido por TESTCALD).     *
      *    Incluir dentro de FILE-CONTROL, junto com DPAGFD,       *
      *    DPAGWS e DPAGPRC.                                       *
      *----------------------------------------------------------*
           SELECT OPTIONAL CARTAO-DIA-PAGAMENTO
               ASSIGN TO "DIAPAGTO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-DIA-PAGAMENTO.

           SELECT OPTIONAL CALENDARIO-PAGAMENTO
               ASSIGN TO "CALENDAR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CALEND-PAGTO.
