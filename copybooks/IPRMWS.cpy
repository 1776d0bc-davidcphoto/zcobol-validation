      *----------------------------------------------------------*
      *    IPRMWS - campos de working-storage do cadastro de       *
      *    instrucoes permanentes. Incluir dentro de               *
      *    WORKING-STORAGE. Os movimentos gerados usam a faixa     *
      *    propria de referencias WS-IPM-REF-INICIAL a             *
      *    WS-IPM-REF-FINAL de TRANS-CONTADOR - transacoes         *
      *    digitadas em TRANPROG.DAT ficam abaixo dela.            *
      *----------------------------------------------------------*
       01  WS-STATUS-INSTRUCOES     PIC XX.
       01  WS-EOF-INSTRUCOES        PIC X VALUE 'N'.
       01  WS-IPM-REF-INICIAL       PIC 9(05) VALUE 90000.
       01  WS-IPM-REF-FINAL         PIC 9(05) VALUE 99999.

      *    Calculo da proxima ocorrencia (IPRMPRC): primeira data
      *    da frequencia >= WS-IPM-DATA-REFERENCIA.
       01  WS-IPM-DATA-REFERENCIA   PIC 9(08).
       01  WS-IPM-DATA-CALC         PIC 9(08).
       01  WS-IPM-DATA-CALC-R REDEFINES WS-IPM-DATA-CALC.
           05  WS-IPM-CALC-ANO      PIC 9(04).
           05  WS-IPM-CALC-MES      PIC 9(02).
           05  WS-IPM-CALC-DIA      PIC 9(02).
       01  WS-IPM-DATA-AUX          PIC 9(08).
       01  WS-IPM-DATA-AUX-R REDEFINES WS-IPM-DATA-AUX.
           05  WS-IPM-AUX-ANO       PIC 9(04).
           05  WS-IPM-AUX-MES       PIC 9(02).
           05  WS-IPM-AUX-DIA       PIC 9(02).
       01  WS-IPM-DIA-ANCORA        PIC 9(02).
       01  WS-IPM-ULTIMO-DIA        PIC 9(02).
       01  WS-IPM-DIAS              PIC S9(07).
       01  WS-IPM-SEMANAS           PIC 9(07).
       01  WS-IPM-RESTO             PIC 9(07).
