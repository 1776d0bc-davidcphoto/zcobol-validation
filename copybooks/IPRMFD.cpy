      *----------------------------------------------------------*
      *    IPRMFD - registro do cadastro de instrucoes permanentes *
      *    Incluir dentro de FILE SECTION, logo apos os FDs do     *
      *    programa. Cada instrucao gera um movimento 'MV' de      *
      *    TRANPROG.DAT (IPM-QUANTIDADE de IPM-ORIGEM para         *
      *    IPM-DESTINO) em cada ocorrencia da frequencia:          *
      *      'D' todo dia de processamento;                        *
      *      'S' semanal, no dia da semana de IPM-DATA-INICIO;     *
      *      'M' mensal, no dia do mes de IPM-DATA-INICIO (no      *
      *          ultimo dia, nos meses mais curtos).               *
      *    IPM-DATA-FIM zerada = sem termino. IPM-PROXIMA-DATA e   *
      *    a proxima ocorrencia ainda nao gerada (99999999 = nao   *
      *    ha mais). IPM-REPROCESSAR = 'S' pede uma geracao extra  *
      *    no proximo run (movimento rejeitado em TESTPOSM que o   *
      *    operador mandou repetir). Os campos de falha acumulam   *
      *    as rejeicoes seguidas devolvidas por TESTIPMR.          *
      *----------------------------------------------------------*
       FD  INSTRUCOES-PERMANENTES.
       01  REG-INSTRUCAO-PERMANENTE.
           05  IPM-CODIGO           PIC X(08).
           05  IPM-ORIGEM           PIC X(10).
           05  IPM-DESTINO          PIC X(10).
           05  IPM-QUANTIDADE       PIC 9(05).
           05  IPM-FREQUENCIA       PIC X(01).
               88  IPM-DIARIA           VALUE 'D'.
               88  IPM-SEMANAL          VALUE 'S'.
               88  IPM-MENSAL           VALUE 'M'.
               88  IPM-FREQUENCIA-OK    VALUE 'D' 'S' 'M'.
           05  IPM-DATA-INICIO      PIC 9(08).
           05  IPM-DATA-FIM         PIC 9(08).
           05  IPM-SITUACAO         PIC X(01).
               88  IPM-ATIVA            VALUE 'A'.
               88  IPM-SUSPENSA         VALUE 'S'.
           05  IPM-PROXIMA-DATA     PIC 9(08).
           05  IPM-REPROCESSAR      PIC X(01).
               88  IPM-REPROCESSAMENTO-PEDIDO VALUE 'S'.
           05  IPM-DATA-ULT-GERACAO PIC 9(08).
           05  IPM-ULT-REFERENCIA   PIC 9(05).
           05  IPM-QTD-FALHAS       PIC 9(03).
           05  IPM-DATA-ULT-FALHA   PIC 9(08).
           05  IPM-MOTIVO-ULT-FALHA PIC X(35).
           05  IPM-DATA-ATUALIZACAO PIC 9(08).
           05  FILLER               PIC X(23).
