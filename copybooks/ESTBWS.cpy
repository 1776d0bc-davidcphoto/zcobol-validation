      *----------------------------------------------------------*
      *    ESTBWS - campos de working-storage do registro de        *
      *    estabilidades. Incluir dentro de WORKING-STORAGE. O      *
      *    chamador move WS-EST-PROGRAMA (para o log de excecoes),  *
      *    executa CARREGAR-ESTABILIDADES uma vez e, por            *
      *    desligamento, move WS-EST-MATRICULA e WS-EST-DATA-REF    *
      *    (AAAAMMDD) e executa PERFORM VERIFICAR-ESTABILIDADE THRU *
      *    VERIFICAR-ESTABILIDADE-EXIT (ver ESTBPRC).               *
      *----------------------------------------------------------*
       01  WS-STATUS-ESTABILIDADES  PIC XX.
       01  WS-STATUS-LIBERACAO-EST  PIC XX.
       01  WS-EST-PROGRAMA          PIC X(10) VALUE SPACES.
       01  WS-EOF-ESTABILIDADES     PIC X VALUE 'N'.
       01  WS-EOF-LIBERACAO-EST     PIC X VALUE 'N'.
       01  WS-QTD-ESTABILIDADES     PIC 9(04) VALUE ZEROS.
       01  WS-QTD-ESTAB-INVALIDAS   PIC 9(04) VALUE ZEROS.
       01  WS-IDX-ESTABILIDADE      PIC 9(04) VALUE ZEROS.
       01  WS-TABELA-ESTABILIDADES.
           05  WS-ESTABILIDADE OCCURS 2000 TIMES.
               10  WS-ETB-MATRICULA     PIC 9(05).
               10  WS-ETB-MOTIVO        PIC X(02).
               10  WS-ETB-INICIO        PIC 9(08).
               10  WS-ETB-FIM           PIC 9(08).
               10  WS-ETB-OBSERVACAO    PIC X(30).

       01  WS-QTD-LIBERACOES-EST    PIC 9(03) VALUE ZEROS.
       01  WS-IDX-LIBERACAO-EST     PIC 9(03) VALUE ZEROS.
       01  WS-TABELA-LIBERACOES-EST.
           05  WS-LIBERACAO-EST OCCURS 100 TIMES.
               10  WS-LBE-MATRICULA     PIC 9(05).
               10  WS-LBE-APROVADOR     PIC X(10).

      *    Parametros e resultado de VERIFICAR-ESTABILIDADE: com
      *    mais de um periodo vigente, vale o que termina por
      *    ultimo (fim zerado = sem fim conhecido).
       01  WS-EST-MATRICULA         PIC 9(05) VALUE ZEROS.
       01  WS-EST-DATA-REF          PIC 9(08) VALUE ZEROS.
       01  WS-EST-PROTEGIDO         PIC X VALUE 'N'.
       01  WS-EST-MOTIVO-VIGENTE    PIC X(02) VALUE SPACES.
       01  WS-EST-FIM-VIGENTE       PIC 9(08) VALUE ZEROS.
       01  WS-EST-LIBERADO          PIC X VALUE 'N'.
       01  WS-EST-APROVADOR         PIC X(10) VALUE SPACES.

       01  WS-EST-DATA-VALIDAR      PIC 9(08) VALUE ZEROS.
       01  WS-EST-DATA-OK           PIC X VALUE 'N'.
