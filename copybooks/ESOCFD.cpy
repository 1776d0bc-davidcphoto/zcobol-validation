      *----------------------------------------------------------*
      *    ESOCFD - registro de eventos do empregado enviados ao   *
      *    governo. Incluir dentro de FILE SECTION, logo apos os   *
      *    FDs do programa. Chave EVS-CHAVE = tipo do evento +     *
      *    matricula + referencia:                                 *
      *      ADMS admissao        referencia = data da admissao    *
      *      DESL desligamento    referencia = data do deslig.     *
      *      TRNF transferencia   referencia = data da admissao na *
      *           entre empresas  empresa de destino               *
      *      RESC verbas rescis.  referencia = data do RESCPAY     *
      *      REMU remuneracao     referencia = AAAAMM00 da compet. *
      *    A mesma chave e o identificador do evento no arquivo    *
      *    enviado e no arquivo de retorno do governo.             *
      *    Situacao: P enviado aguardando retorno, A aceito (com   *
      *    recibo), R rejeitado (com codigo/mensagem do erro) -    *
      *    evento rejeitado volta a ser enviado no proximo run de  *
      *    TESTESOC, ja com os dados corrigidos na origem.         *
      *----------------------------------------------------------*
       FD  REGISTRO-EVENTOS-GOV.
       01  REG-EVENTO-GOV.
           05  EVS-CHAVE.
               10  EVS-TIPO         PIC X(04).
                   88  EVS-TIPO-ADMISSAO     VALUE 'ADMS'.
                   88  EVS-TIPO-DESLIGAMENTO VALUE 'DESL'.
                   88  EVS-TIPO-TRANSFERENCIA VALUE 'TRNF'.
                   88  EVS-TIPO-RESCISAO     VALUE 'RESC'.
                   88  EVS-TIPO-REMUNERACAO  VALUE 'REMU'.
               10  EVS-MATRICULA    PIC 9(05).
               10  EVS-REFERENCIA   PIC 9(08).
           05  EVS-SITUACAO         PIC X(01).
               88  EVS-PENDENTE     VALUE 'P'.
               88  EVS-ACEITO       VALUE 'A'.
               88  EVS-REJEITADO    VALUE 'R'.
           05  EVS-DATA-ENVIO       PIC 9(08).
           05  EVS-QTD-ENVIOS       PIC 9(02).
           05  EVS-VALOR            PIC 9(11)V99.
           05  EVS-RECIBO           PIC X(20).
           05  EVS-CODIGO-ERRO      PIC X(04).
           05  EVS-MENSAGEM-ERRO    PIC X(30).
           05  EVS-DATA-RETORNO     PIC 9(08).
           05  FILLER               PIC X(17).
