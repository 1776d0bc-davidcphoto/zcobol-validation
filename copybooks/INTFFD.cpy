      *----------------------------------------------------------*
      *    INTFFD - registro de interfaces de saida: um registro   *
      *    por arquivo entregue a um recebedor externo (banco,     *
      *    contabilidade, data warehouse, agente arrecadador,      *
      *    assinantes de SAIDA.DAT). Incluir dentro de FILE        *
      *    SECTION, logo apos os FDs do programa. Chave INT-CHAVE  *
      *    = nome do arquivo + data do envio; o id do run e a      *
      *    data e hora do registro do envio. Totais de controle:   *
      *    quantidade de detalhes, soma dos valores e hash total   *
      *    (soma do campo de identificacao de cada detalhe).       *
      *    Situacao:                                               *
      *      E enviado, aguardando a confirmacao do recebedor      *
      *      C confirmado com os mesmos totais                     *
      *      D confirmado com totais divergentes                   *
      *      R recusado pelo recebedor (com o motivo)              *
      *      A atrasado - sem confirmacao na data limite; a        *
      *        confirmacao que chegar depois ainda e aceita        *
      *----------------------------------------------------------*
       FD  REGISTRO-INTERFACES.
       01  REG-INTERFACE.
           05  INT-CHAVE.
               10  INT-ARQUIVO      PIC X(12).
               10  INT-DATA-ENVIO   PIC 9(08).
           05  INT-ID-RUN.
               10  INT-ID-DATA      PIC 9(08).
               10  INT-ID-HORA      PIC 9(08).
           05  INT-RECEPTOR         PIC X(08).
           05  INT-QTD-REGISTROS    PIC 9(09).
           05  INT-VALOR-TOTAL      PIC 9(13)V99.
           05  INT-HASH-TOTAL       PIC 9(15).
           05  INT-DATA-LIMITE      PIC 9(08).
           05  INT-SITUACAO         PIC X(01).
               88  INT-ENVIADO      VALUE 'E'.
               88  INT-CONFIRMADO   VALUE 'C'.
               88  INT-DIVERGENTE   VALUE 'D'.
               88  INT-RECUSADO     VALUE 'R'.
               88  INT-ATRASADO     VALUE 'A'.
           05  INT-DATA-ACK         PIC 9(08).
           05  INT-QTD-ACK          PIC 9(09).
           05  INT-VALOR-ACK        PIC 9(13)V99.
           05  INT-MOTIVO-ACK       PIC X(30).
           05  FILLER               PIC X(06).
