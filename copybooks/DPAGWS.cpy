      *----------------------------------------------------------*
      *    DPAGWS - campos de working-storage do dia de pagamento. *
      *    Incluir em WORKING-STORAGE. O programa move o tipo de   *
      *    credito, a data do run, a competencia (e, na rescisao,  *
      *    a data do desligamento) para os campos de entrada e     *
      *    executa PERFORM APURAR-DATA-CREDITO THRU -EXIT; a data  *
      *    de credito a gravar nos arquivos do banco volta em      *
      *    WS-DPG-DATA-CREDITO. Credito apos o prazo legal         *
      *    (WS-DPG-FORA-DO-PRAZO) e avisado por                    *
      *    AVISAR-PRAZO-LEGAL.                                     *
      *----------------------------------------------------------*
       01  WS-STATUS-DIA-PAGAMENTO  PIC XX.
       01  WS-STATUS-CALEND-PAGTO   PIC XX.
       01  WS-DPG-EOF               PIC X VALUE 'N'.
       01  WS-DPG-REGRAS-CARREGADAS PIC X VALUE 'N'.

      *    Entrada.
       01  WS-DPG-PROGRAMA          PIC X(10) VALUE SPACES.
       01  WS-DPG-TIPO-PAGAMENTO    PIC X(03) VALUE SPACES.
       01  WS-DPG-DATA-RUN          PIC 9(08) VALUE ZEROS.
       01  WS-DPG-COMPETENCIA       PIC 9(06) VALUE ZEROS.
       01  WS-DPG-DATA-EVENTO       PIC 9(08) VALUE ZEROS.
      *    Data fixada pelo proprio run (cartao do adiantamento):
      *    substitui a regra, mas segue sujeita a antecedencia.
       01  WS-DPG-DATA-INFORMADA    PIC 9(08) VALUE ZEROS.
       01  WS-DPG-REFERENCIA        PIC X(10) VALUE SPACES.

      *    Saida. Limite em zeros = tipo sem prazo legal.
       01  WS-DPG-DATA-CREDITO      PIC 9(08) VALUE ZEROS.
       01  WS-DPG-DATA-LIMITE       PIC 9(08) VALUE ZEROS.
       01  WS-DPG-DATA-REGRA        PIC 9(08) VALUE ZEROS.
       01  WS-DPG-DATA-MINIMA       PIC 9(08) VALUE ZEROS.
       01  WS-DPG-ADIADO            PIC X VALUE 'N'.
       01  WS-DPG-SITUACAO-PRAZO    PIC X VALUE 'N'.
           88  DPG-NO-PRAZO         VALUE 'N'.
           88  DPG-FORA-DO-PRAZO    VALUE 'S'.

      *    Regras padrao por tipo (tipo, regra, numero, mes,
      *    antecedencia), substituiveis por DIAPAGTO.DAT.
       01  WS-DPG-REGRAS-PADRAO.
           05  FILLER               PIC X(08) VALUE 'SALU05S1'.
           05  FILLER               PIC X(08) VALUE 'ADTD20C1'.
           05  FILLER               PIC X(08) VALUE '13AD30C1'.
           05  FILLER               PIC X(08) VALUE '13BD20C1'.
           05  FILLER               PIC X(08) VALUE 'RESP10C1'.
       01  WS-DPG-TABELA-REGRAS REDEFINES WS-DPG-REGRAS-PADRAO.
           05  WS-DPG-REGRA-TIPO OCCURS 5 TIMES.
               10  WS-DPG-RGR-TIPO      PIC X(03).
               10  WS-DPG-RGR-REGRA     PIC X(01).
               10  WS-DPG-RGR-NUMERO    PIC 9(02).
               10  WS-DPG-RGR-MES       PIC X(01).
               10  WS-DPG-RGR-ANTECED   PIC 9(01).

      *    Prazos legais (CLT): salario ate o 5o dia util do mes
      *    seguinte; 13o 1a parcela ate 30/11 e 2a ate 20/12;
      *    rescisao em 10 dias do desligamento. Adiantamento ('N')
      *    nao tem prazo legal. Prazo em dia nao util e antecipado.
       01  WS-DPG-PRAZOS-LEGAIS.
           05  FILLER               PIC X(08) VALUE 'SALU05S0'.
           05  FILLER               PIC X(08) VALUE 'ADTN00C0'.
           05  FILLER               PIC X(08) VALUE '13AD30C0'.
           05  FILLER               PIC X(08) VALUE '13BD20C0'.
           05  FILLER               PIC X(08) VALUE 'RESP10C0'.
       01  WS-DPG-TABELA-PRAZOS REDEFINES WS-DPG-PRAZOS-LEGAIS.
           05  WS-DPG-PRAZO-TIPO OCCURS 5 TIMES.
               10  WS-DPG-PRZ-TIPO      PIC X(03).
               10  WS-DPG-PRZ-REGRA     PIC X(01).
               10  WS-DPG-PRZ-NUMERO    PIC 9(02).
               10  WS-DPG-PRZ-MES       PIC X(01).
               10  FILLER               PIC 9(01).

       01  WS-DPG-IDX-REGRA         PIC 9(01) VALUE ZEROS.
       01  WS-DPG-REGRA-ACHADA      PIC X VALUE 'N'.

      *    Regra em calculo.
       01  WS-DPG-CALC-REGRA        PIC X(01) VALUE 'N'.
       01  WS-DPG-CALC-NUMERO       PIC 9(02) VALUE ZEROS.
       01  WS-DPG-CALC-MES          PIC X(01) VALUE 'C'.
       01  WS-DPG-CALC-ANTECED      PIC 9(01) VALUE 1.
       01  WS-DPG-DATA-CALC         PIC 9(08) VALUE ZEROS.
       01  WS-DPG-MES-REF           PIC 9(06) VALUE ZEROS.
       01  WS-DPG-MES-REF-R REDEFINES WS-DPG-MES-REF.
           05  WS-DPG-MRF-ANO       PIC 9(04).
           05  WS-DPG-MRF-MES       PIC 9(02).
       01  WS-DPG-MES-SEGUINTE      PIC 9(06) VALUE ZEROS.
       01  WS-DPG-MES-SEGUINTE-R REDEFINES WS-DPG-MES-SEGUINTE.
           05  WS-DPG-MSG-ANO       PIC 9(04).
           05  WS-DPG-MSG-MES       PIC 9(02).
       01  WS-DPG-ULTIMO-DIA        PIC 9(02) VALUE ZEROS.

      *    Data em teste nas rotinas de dia util (como TESTCAIX).
       01  WS-DPG-DATA-TESTE        PIC 9(08) VALUE ZEROS.
       01  WS-DPG-INT-TESTE         PIC S9(09) VALUE ZEROS.
       01  WS-DPG-INT-AUX           PIC S9(09) VALUE ZEROS.
       01  WS-DPG-QUOCIENTE         PIC S9(09) VALUE ZEROS.
       01  WS-DPG-DIA-SEMANA        PIC 9(01) VALUE ZEROS.
       01  WS-DPG-E-DIA-UTIL        PIC X VALUE 'S'.
       01  WS-DPG-DATA-ACHADA       PIC X VALUE 'N'.
       01  WS-DPG-QTD-UTEIS         PIC 9(02) VALUE ZEROS.
       01  WS-DPG-QTD-ALVO          PIC 9(02) VALUE ZEROS.
       01  WS-DPG-QTD-TESTADOS      PIC 9(02) VALUE ZEROS.

      *    Dias do calendario de 45 dias antes a 150 dias depois
      *    do run.
       01  WS-DPG-DATA-CAL-INICIO   PIC 9(08) VALUE ZEROS.
       01  WS-DPG-DATA-CAL-FIM      PIC 9(08) VALUE ZEROS.
       01  WS-DPG-QTD-CALENDARIO    PIC 9(03) VALUE ZEROS.
       01  WS-DPG-IDX-CALENDARIO    PIC 9(03) VALUE ZEROS.
       01  WS-DPG-TABELA-CALENDARIO.
           05  WS-DPG-CALENDARIO-ENT OCCURS 400 TIMES.
               10  WS-DPG-CLD-DATA  PIC 9(08).
               10  WS-DPG-CLD-TIPO  PIC X(01).
