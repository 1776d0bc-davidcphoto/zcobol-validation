      *----------------------------------------------------------*
      *    PERIWS - campos de working-storage do fechamento de     *
      *    competencia. Incluir em WORKING-STORAGE. O programa de  *
      *    folha move o seu nome para WS-PER-PROGRAMA e executa    *
      *    PERFORM VERIFICAR-PERIODO-ABERTO THRU -EXIT antes de    *
      *    abrir qualquer saida, encerrando o run quando           *
      *    PERIODO-FECHADO (RC=8 ja posto pela rotina).            *
      *    TESTFECH usa CONSULTAR-SITUACAO-PERIODO direto, com a   *
      *    competencia do cartao em WS-PER-COMPETENCIA.            *
      *----------------------------------------------------------*
       01  WS-STATUS-PERIODOS       PIC XX.
       01  WS-STATUS-DATA-PERIODO   PIC XX.
       01  WS-PER-PROGRAMA          PIC X(10).
       01  WS-PER-DATA-NEGOCIO      PIC 9(08) VALUE ZEROS.
       01  WS-PER-DATA-NEGOCIO-R REDEFINES WS-PER-DATA-NEGOCIO.
           05  WS-PER-ANO-MES-NEGOCIO PIC 9(06).
           05  FILLER               PIC 9(02).
       01  WS-PER-COMPETENCIA       PIC 9(06) VALUE ZEROS.
       01  WS-PER-EOF               PIC X VALUE 'N'.
       01  WS-PER-SITUACAO          PIC X VALUE 'A'.
           88  PERIODO-ABERTO       VALUE 'A'.
           88  PERIODO-FECHADO      VALUE 'F'.
       01  WS-PER-DATA-ACAO         PIC 9(08) VALUE ZEROS.
       01  WS-PER-SOLICITANTE       PIC X(10) VALUE SPACES.
