      *----------------------------------------------------------*
      *    LIBPFD - registros do pacote de liberacao e do registro *
      *    de decisoes. Incluir dentro de FILE SECTION.            *
      *    O pacote tem um header 'H' com o id do run (data e hora *
      *    da geracao do arquivo de pagamento), o operador que     *
      *    rodou a folha e os totais do trailer de BANKPAY.DAT,    *
      *    seguido de uma linha 'D' por departamento.              *
      *    Decisoes por id de run (vale a ultima):                 *
      *      L liberado pela Financas (TESTLIBF)                   *
      *      J rejeitado pela Financas (TESTLIBF)                  *
      *      T entregue a transmissao (TESTBTRN)                   *
      *    Run sem decisao esta retido.                            *
      *----------------------------------------------------------*
       FD  PACOTE-LIBERACAO.
       01  REG-PACOTE-LIBERACAO.
           05  LBP-TIPO             PIC X(01).
           05  LBP-CAMPOS           PIC X(79).
           05  LBP-HEADER REDEFINES LBP-CAMPOS.
               10  LBP-ID-RUN.
                   15  LBP-ID-DATA  PIC 9(08).
                   15  LBP-ID-HORA  PIC 9(08).
               10  LBP-OPERADOR-RUN PIC X(08).
               10  LBP-QTD-PAGAMENTOS PIC 9(09).
               10  LBP-VALOR-TOTAL  PIC 9(13)V99.
               10  LBP-QTD-RETIDOS  PIC 9(05).
               10  FILLER           PIC X(26).
           05  LBP-DEPARTAMENTO REDEFINES LBP-CAMPOS.
               10  LBP-DEP-CODIGO   PIC X(10).
               10  LBP-DEP-QTD      PIC 9(07).
               10  LBP-DEP-VALOR    PIC 9(13)V99.
               10  FILLER           PIC X(47).

       FD  REGISTRO-LIBERACOES.
       01  REG-DECISAO-LIBERACAO.
           05  LBD-ID-RUN.
               10  LBD-ID-DATA      PIC 9(08).
               10  LBD-ID-HORA      PIC 9(08).
           05  LBD-DECISAO          PIC X(01).
           05  LBD-OPERADOR         PIC X(08).
           05  LBD-DATA             PIC 9(08).
           05  LBD-HORA             PIC 9(08).
           05  LBD-MOTIVO           PIC X(30).
           05  FILLER               PIC X(09).
