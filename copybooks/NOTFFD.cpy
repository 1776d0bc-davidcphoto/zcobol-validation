      *----------------------------------------------------------*
      *    NOTFFD - registro de notificacoes ao empregado          *
      *    enviadas ao gateway de e-mail/SMS. Incluir dentro de    *
      *    FILE SECTION, logo apos os FDs do programa. Chave       *
      *    NTF-CHAVE = tipo da notificacao + matricula +           *
      *    referencia:                                             *
      *      CTRA contracheque disp.  referencia = competencia     *
      *      FERI ferias a vencer     referencia = inicio periodo  *
      *      GARN ordem judicial      referencia = numero da ordem *
      *      DEVB credito devolvido   referencia = data do retorno *
      *      DPIX PIX devolvido       referencia = data do retorno *
      *    A mesma chave identifica a notificacao na fila enviada  *
      *    (NOTIFQ.DAT) e no arquivo de situacao do gateway.       *
      *    Situacao: P enviada aguardando situacao, E entregue     *
      *    (com o canal usado), F nao entregue (com o motivo) -    *
      *    notificacao nao entregue nao e reenviada: a RH procura  *
      *    o empregado por outro meio (lista de TESTNRET).         *
      *----------------------------------------------------------*
       FD  REGISTRO-NOTIFICACOES.
       01  REG-NOTIFICACAO.
           05  NTF-CHAVE.
               10  NTF-TIPO         PIC X(04).
                   88  NTF-TIPO-CONTRACHEQUE VALUE 'CTRA'.
                   88  NTF-TIPO-FERIAS       VALUE 'FERI'.
                   88  NTF-TIPO-ORDEM        VALUE 'GARN'.
                   88  NTF-TIPO-DEVOLUCAO    VALUE 'DEVB'.
                   88  NTF-TIPO-DEVOLUCAO-PIX VALUE 'DPIX'.
               10  NTF-MATRICULA    PIC 9(05).
               10  NTF-REFERENCIA   PIC X(10).
           05  NTF-SITUACAO         PIC X(01).
               88  NTF-PENDENTE     VALUE 'P'.
               88  NTF-ENTREGUE     VALUE 'E'.
               88  NTF-NAO-ENTREGUE VALUE 'F'.
           05  NTF-DATA-ENVIO       PIC 9(08).
           05  NTF-CANAL            PIC X(05).
           05  NTF-MOTIVO           PIC X(30).
           05  NTF-DATA-RETORNO     PIC 9(08).
           05  FILLER               PIC X(09).
