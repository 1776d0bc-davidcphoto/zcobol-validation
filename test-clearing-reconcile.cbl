       IDENTIFICATION DIVISION.
       PROGRAM-ID. TESTCTRN.

      *----------------------------------------------------------*
      *    TESTCTRN                                                *
      *    Conciliacao da conta transitoria de pagamento de        *
      *    salarios contra o extrato bancario (EXTBANCO.DAT). O    *
      *    registro de pendencias CONCPEND.DAT (ver FD) guarda     *
      *    cada valor que deve sair da conta e cada divergencia:   *
      *      - todo arquivo por banco BNKPAYn.DAT de TESTBANK (e   *
      *        o do canal PIX, BNKPIX.DAT) com valor vira um       *
      *        debito esperado (FAL) da data do header, ate o      *
      *        debito aparecer no extrato;                         *
      *      - debito do extrato baixa o esperado pelo documento   *
      *        (BNKPAYn/BNKPIX) ou, sem documento, pelo valor      *
      *        exato; valor diferente vira divergencia (DIF) e     *
      *        debito sem esperado vira debito nao esperado (DNE); *
      *      - BANKPAY.DAT tem de fechar com a soma dos BNKPAYn    *
      *        mais o BNKPIX (DIF 'BANKPAY') e o credito de        *
      *        salarios a pagar do lote GLPOST.DAT de TESTGLPO     *
      *        com o BANKPAY.DAT que ele contabilizou (GL          *
      *        'GLPOST'); os creditos de ordens judiciais          *
      *        (GARNPAY.DAT) estao dentro desses totais e saem     *
      *        destacados no relatorio.                            *
      *    Pendencia so sai do registro pela baixa automatica ou   *
      *    pela baixa manual do cartao CONCBAIX.DAT (referencia +  *
      *    data de origem + responsavel + motivo). O relatorio     *
      *    CONCTRAN.DAT lista todo dia as pendencias abertas por   *
      *    idade; com pendencia aberta o passo termina com RC=4.   *
      *    Extrato de uma data so e aplicado uma vez (marca EXT).  *
      *    BNKPAYn.DAT no layout CNAB 240 (ver CNABWS): data do    *
      *    header de arquivo e valor = soma dos trailers de lote.  *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL EXTRATO-BANCARIO
               ASSIGN TO "EXTBANCO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-EXTRATO-BCO.

           SELECT OPTIONAL ARQUIVO-PAGAMENTO
               ASSIGN TO "BANKPAY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-PAGAMENTO.

           SELECT OPTIONAL ARQUIVO-BANCO
               ASSIGN TO WS-NOME-ARQ-BANCO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-BANCO.

           SELECT OPTIONAL CREDITOS-BENEFICIARIOS
               ASSIGN TO "GARNPAY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CREDITOS.

           SELECT OPTIONAL ARQUIVO-LANCAMENTOS
               ASSIGN TO "GLPOST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-LANCAMENTOS.

           SELECT OPTIONAL REGISTRO-PENDENCIAS
               ASSIGN TO "CONCPEND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-PENDENCIAS.

           SELECT OPTIONAL CARTAO-BAIXA
               ASSIGN TO "CONCBAIX.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-BAIXA.

           SELECT RELATORIO-CONCILIACAO
               ASSIGN TO "CONCTRAN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RELATORIO.

           COPY EXCPSEL.

       DATA DIVISION.
       FILE SECTION.
      *    Extrato da conta transitoria: header com a data do
      *    extrato e um lancamento por linha.
       FD  EXTRATO-BANCARIO.
       01  REG-EXTRATO-BANCARIO.
           05  EXB-TIPO             PIC X(01).
           05  EXB-CAMPOS           PIC X(79).
           05  EXB-HEADER REDEFINES EXB-CAMPOS.
               10  EXB-HDR-DATA     PIC 9(08).
               10  EXB-HDR-CONTA    PIC X(12).
               10  FILLER           PIC X(59).
           05  EXB-LANCAMENTO REDEFINES EXB-CAMPOS.
               10  EXB-DATA         PIC 9(08).
               10  EXB-NATUREZA     PIC X(01).
               10  EXB-VALOR        PIC 9(13)V99.
               10  EXB-DOCUMENTO    PIC X(10).
               10  EXB-HISTORICO    PIC X(30).
               10  FILLER           PIC X(15).

      *    BANKPAY.DAT, BNKPAYn.DAT e BNKPIX.DAT: so header e
      *    trailer importam.
       FD  ARQUIVO-PAGAMENTO.
       01  REG-PAGAMENTO.
           05  PAG-TIPO             PIC X(01).
           05  PAG-CAMPOS           PIC X(79).
           05  PAG-HEADER REDEFINES PAG-CAMPOS.
               10  PAG-HDR-DATA     PIC 9(08).
               10  FILLER           PIC X(71).
           05  PAG-TRAILER REDEFINES PAG-CAMPOS.
               10  PAG-TRL-QTD      PIC 9(09).
               10  PAG-TRL-VALOR    PIC 9(13)V99.
               10  FILLER           PIC X(55).

       FD  ARQUIVO-BANCO.
       01  REG-BANCO.
           05  BCO-TIPO             PIC X(01).
           05  BCO-CAMPOS           PIC X(79).
           05  BCO-HEADER REDEFINES BCO-CAMPOS.
               10  BCO-HDR-DATA     PIC 9(08).
               10  FILLER           PIC X(71).
           05  BCO-TRAILER REDEFINES BCO-CAMPOS.
               10  BCO-TRL-QTD      PIC 9(09).
               10  BCO-TRL-VALOR    PIC 9(13)V99.
               10  FILLER           PIC X(55).
      *    BNKPIX.DAT tem registro de 150 posicoes.
       01  REG-BANCO-PIX            PIC X(150).
      *    BNKPAYn.DAT de banco no layout CNAB 240.
       01  REG-BANCO-CNAB           PIC X(240).

       FD  CREDITOS-BENEFICIARIOS.
       01  REG-CREDITO-BENEF.
           05  GPB-TIPO                 PIC X(01).
           05  GPB-MATRICULA            PIC 9(05).
           05  GPB-NOME                 PIC X(30).
           05  GPB-AGENCIA              PIC X(05).
           05  GPB-CONTA                PIC X(12).
           05  GPB-VALOR                PIC 9(11)V99.
           05  FILLER                   PIC X(14).

      *    Lote de TESTGLPO: header com a data e linhas L.
       FD  ARQUIVO-LANCAMENTOS.
       01  REG-LANCAMENTO.
           05  LCT-TIPO             PIC X(01).
           05  LCT-DATA             PIC 9(08).
           05  FILLER               PIC X(71).
       01  REG-LANCAMENTO-LINHA.
           05  FILLER               PIC X(01).
           05  LCT-CONTA            PIC X(08).
           05  LCT-NATUREZA         PIC X(01).
           05  LCT-VALOR            PIC 9(11)V99.
           05  FILLER               PIC X(57).

      *    Uma pendencia por registro. ITM-TIPO:
      *      FAL - debito esperado ainda nao ocorrido
      *      DNE - debito do extrato sem esperado
      *      DIF - valor debitado difere do esperado / BANKPAY
      *            diferente da soma dos arquivos por banco
      *      GL  - credito de salarios a pagar do GLPOST.DAT
      *            diferente do BANKPAY.DAT
      *      EXT - marca de extrato ja aplicado (sempre baixada)
      *    Baixadas ficam 60 dias no registro e depois saem.
       FD  REGISTRO-PENDENCIAS.
       01  REG-PENDENCIA.
           05  ITM-TIPO             PIC X(03).
           05  ITM-REFERENCIA       PIC X(10).
           05  ITM-DATA-ORIGEM      PIC 9(08).
           05  ITM-VALOR-ESPERADO   PIC 9(13)V99.
           05  ITM-VALOR-DEBITADO   PIC 9(13)V99.
           05  ITM-SITUACAO         PIC X(01).
               88  ITM-ABERTA       VALUE 'A'.
               88  ITM-BAIXA-AUTO   VALUE 'B'.
               88  ITM-BAIXA-MANUAL VALUE 'M'.
           05  ITM-DATA-BAIXA       PIC 9(08).
           05  ITM-RESPONSAVEL      PIC X(10).
           05  FILLER               PIC X(10).

       FD  CARTAO-BAIXA.
       01  REG-CARTAO-BAIXA.
           05  BXA-REFERENCIA       PIC X(10).
           05  BXA-DATA-ORIGEM      PIC 9(08).
           05  BXA-RESPONSAVEL      PIC X(10).
           05  BXA-MOTIVO           PIC X(40).
           05  FILLER               PIC X(12).

       FD  RELATORIO-CONCILIACAO.
       01  REG-RELATORIO-CONC       PIC X(100).

       COPY EXCPFD.

       WORKING-STORAGE SECTION.
       COPY EXCPWS.
       COPY CNABWS.

       01  WS-STATUS-EXTRATO-BCO    PIC XX.
       01  WS-STATUS-PAGAMENTO      PIC XX.
       01  WS-STATUS-BANCO          PIC XX.
       01  WS-QTD-REG-CANAL         PIC 9(09) VALUE ZEROS.
       01  WS-STATUS-CREDITOS       PIC XX.
       01  WS-STATUS-LANCAMENTOS    PIC XX.
       01  WS-STATUS-PENDENCIAS     PIC XX.
       01  WS-STATUS-BAIXA          PIC XX.
       01  WS-STATUS-RELATORIO      PIC XX.
       01  WS-EOF-ARQUIVO           PIC X VALUE 'N'.
       01  WS-NOME-ARQ-BANCO        PIC X(12) VALUE SPACES.

       01  WS-DATA-EXECUCAO         PIC 9(08).
       01  WS-DIA-JULIANO-RUN       PIC 9(07) VALUE ZEROS.
       01  WS-IDADE-DIAS            PIC 9(05) VALUE ZEROS.

      *    Totais do dia.
       01  WS-DATA-BANKPAY          PIC 9(08) VALUE ZEROS.
       01  WS-TOTAL-BANKPAY         PIC 9(13)V99 VALUE ZEROS.
       01  WS-TEM-BANKPAY           PIC X VALUE 'N'.
       01  WS-IDX-BANCO             PIC 9(01) VALUE ZEROS.
       01  WS-DATA-BANCO            PIC 9(08) VALUE ZEROS.
       01  WS-TOTAL-BANCO           PIC 9(13)V99 VALUE ZEROS.
       01  WS-SOMA-BANCOS           PIC 9(13)V99 VALUE ZEROS.
       01  WS-QTD-ARQ-BANCO         PIC 9(01) VALUE ZEROS.
       01  WS-TOTAL-GARNPAY         PIC 9(13)V99 VALUE ZEROS.
       01  WS-DATA-GLPOST           PIC 9(08) VALUE ZEROS.
       01  WS-CREDITO-GLPOST        PIC 9(13)V99 VALUE ZEROS.
       01  WS-TEM-GLPOST            PIC X VALUE 'N'.
       01  WS-DATA-EXTRATO          PIC 9(08) VALUE ZEROS.
       01  WS-EXTRATO-JA-APLICADO   PIC X VALUE 'N'.

       01  WS-QTD-DEBITOS-EXTRATO   PIC 9(05) VALUE ZEROS.
       01  WS-QTD-BAIXAS-AUTO       PIC 9(05) VALUE ZEROS.
       01  WS-QTD-BAIXAS-MANUAIS    PIC 9(05) VALUE ZEROS.
       01  WS-QTD-ABERTAS           PIC 9(05) VALUE ZEROS.
       01  WS-VALOR-ABERTO          PIC S9(13)V99 VALUE ZEROS.

      *    Registro de pendencias em memoria.
       01  WS-QTD-ITENS             PIC 9(04) VALUE ZEROS.
       01  WS-IDX-ITEM              PIC 9(04) VALUE ZEROS.
       01  WS-ITEM-ACHADO           PIC 9(04) VALUE ZEROS.
       01  WS-TABELA-PENDENCIAS.
           05  WS-ITEM OCCURS 2000 TIMES.
               10  WS-ITM-TIPO          PIC X(03).
               10  WS-ITM-REFERENCIA    PIC X(10).
               10  WS-ITM-DATA-ORIGEM   PIC 9(08).
               10  WS-ITM-ESPERADO      PIC 9(13)V99.
               10  WS-ITM-DEBITADO      PIC 9(13)V99.
               10  WS-ITM-SITUACAO      PIC X(01).
               10  WS-ITM-DATA-BAIXA    PIC 9(08).
               10  WS-ITM-RESPONSAVEL   PIC X(10).

      *    Pendencia a incluir (so entra se a chave tipo +
      *    referencia + data de origem ainda nao existir).
       01  WS-NOVO-TIPO             PIC X(03) VALUE SPACES.
       01  WS-NOVA-REFERENCIA       PIC X(10) VALUE SPACES.
       01  WS-NOVA-DATA-ORIGEM      PIC 9(08) VALUE ZEROS.
       01  WS-NOVO-ESPERADO         PIC 9(13)V99 VALUE ZEROS.
       01  WS-NOVO-DEBITADO         PIC 9(13)V99 VALUE ZEROS.
       01  WS-NOVA-SITUACAO         PIC X(01) VALUE SPACES.

       01  WS-CABECALHO-CONC.
           05  FILLER               PIC X(43) VALUE
               'CONCILIACAO DA CONTA TRANSITORIA DE FOLHA -'.
           05  FILLER               PIC X(05) VALUE ' RUN '.
           05  CNC-CAB-DATA         PIC 9(08).
           05  FILLER               PIC X(10) VALUE ' EXTRATO: '.
           05  CNC-CAB-EXTRATO      PIC X(08).

       01  WS-LINHA-TOTAL-CONC.
           05  CNT-ROTULO           PIC X(32).
           05  CNT-VALOR            PIC -,---,---,---,--9.99.

       01  WS-CABECALHO-PENDENCIAS.
           05  FILLER               PIC X(50) VALUE
               'TIPO REFERENCIA DATA ORIG IDADE FAIXA        ESPER'.
           05  FILLER               PIC X(50) VALUE
               'ADO          DEBITADO     DIFERENCA               '.

       01  WS-LINHA-PENDENCIA.
           05  CNP-TIPO             PIC X(03).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  CNP-REFERENCIA       PIC X(10).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  CNP-DATA-ORIGEM      PIC 9(08).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  CNP-IDADE            PIC ZZZZ9.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  CNP-FAIXA            PIC X(09).
           05  CNP-ESPERADO         PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  CNP-DEBITADO         PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  CNP-DIFERENCA        PIC -,---,---,--9.99.

       01  WS-LINHA-RODAPE-CONC.
           05  FILLER               PIC X(20) VALUE
               'PENDENCIAS ABERTAS: '.
           05  CNR-QTD              PIC ZZZZ9.
           05  FILLER               PIC X(09) VALUE ' VALOR:  '.
           05  CNR-VALOR            PIC -,---,---,---,--9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 0 TO RETURN-CODE.
           ACCEPT WS-DATA-EXECUCAO FROM DATE YYYYMMDD.
           COMPUTE WS-DIA-JULIANO-RUN =
               FUNCTION INTEGER-OF-DATE (WS-DATA-EXECUCAO).

           PERFORM CARREGAR-PENDENCIAS THRU
                   CARREGAR-PENDENCIAS-EXIT.
           PERFORM REGISTRAR-ESPERADOS-BANCO THRU
                   REGISTRAR-ESPERADOS-BANCO-EXIT.
           PERFORM CONFERIR-LOTE-CONTABIL THRU
                   CONFERIR-LOTE-CONTABIL-EXIT.
           PERFORM APLICAR-EXTRATO-BANCARIO THRU
                   APLICAR-EXTRATO-BANCARIO-EXIT.
           PERFORM APLICAR-BAIXAS-MANUAIS THRU
                   APLICAR-BAIXAS-MANUAIS-EXIT.
           PERFORM IMPRIMIR-CONCILIACAO THRU
                   IMPRIMIR-CONCILIACAO-EXIT.
           PERFORM REESCREVER-PENDENCIAS THRU
                   REESCREVER-PENDENCIAS-EXIT.

           DISPLAY 'TESTCTRN DEBITOS NO EXTRATO....: '
                   WS-QTD-DEBITOS-EXTRATO.
           DISPLAY 'TESTCTRN BAIXAS AUTOMATICAS....: '
                   WS-QTD-BAIXAS-AUTO.
           DISPLAY 'TESTCTRN BAIXAS MANUAIS........: '
                   WS-QTD-BAIXAS-MANUAIS.
           DISPLAY 'TESTCTRN PENDENCIAS ABERTAS....: '
                   WS-QTD-ABERTAS.
           IF WS-QTD-ABERTAS > ZEROS AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

      *----------------------------------------------------------*
      *    CARREGAR-PENDENCIAS                                      *
      *    Estouro da tabela recusa o run - regravar o registro     *
      *    com carga incompleta perderia pendencias.                *
      *----------------------------------------------------------*
       CARREGAR-PENDENCIAS.
           OPEN INPUT REGISTRO-PENDENCIAS.
           IF WS-STATUS-PENDENCIAS NOT = '00'
               GO TO CARREGAR-PENDENCIAS-FECHAR
           END-IF.
           MOVE 'N' TO WS-EOF-ARQUIVO.
           PERFORM LER-PENDENCIA THRU LER-PENDENCIA-EXIT
               UNTIL WS-EOF-ARQUIVO = 'S'.

       CARREGAR-PENDENCIAS-FECHAR.
           CLOSE REGISTRO-PENDENCIAS.

       CARREGAR-PENDENCIAS-EXIT.
           EXIT.

       LER-PENDENCIA.
           READ REGISTRO-PENDENCIAS
               AT END
                   MOVE 'S' TO WS-EOF-ARQUIVO
                   GO TO LER-PENDENCIA-EXIT
           END-READ.
           IF WS-QTD-ITENS >= 2000
               DISPLAY 'TESTCTRN REGISTRO DE PENDENCIAS ESGOTADO '
                       '(2000) - RUN RECUSADO'
               MOVE 'TESTCTRN'       TO WS-EXC-PROGRAMA
               MOVE 'LER-PENDENCIA'  TO WS-EXC-PARAGRAFO
               MOVE 12               TO WS-EXC-CODIGO
               MOVE 'TABELA DE PENDENCIAS ESGOTADA'
                   TO WS-EXC-MENSAGEM
               MOVE 1 TO WS-EXC-SEVERIDADE
               PERFORM GRAVAR-EXCECAO-GERAL
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-QTD-ITENS.
           MOVE ITM-TIPO           TO WS-ITM-TIPO (WS-QTD-ITENS).
           MOVE ITM-REFERENCIA     TO WS-ITM-REFERENCIA (WS-QTD-ITENS).
           MOVE ITM-DATA-ORIGEM
               TO WS-ITM-DATA-ORIGEM (WS-QTD-ITENS).
           MOVE ITM-VALOR-ESPERADO TO WS-ITM-ESPERADO (WS-QTD-ITENS).
           MOVE ITM-VALOR-DEBITADO TO WS-ITM-DEBITADO (WS-QTD-ITENS).
           MOVE ITM-SITUACAO       TO WS-ITM-SITUACAO (WS-QTD-ITENS).
           MOVE ITM-DATA-BAIXA     TO WS-ITM-DATA-BAIXA (WS-QTD-ITENS).
           MOVE ITM-RESPONSAVEL
               TO WS-ITM-RESPONSAVEL (WS-QTD-ITENS).

       LER-PENDENCIA-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    REGISTRAR-ESPERADOS-BANCO                                *
      *    Um debito esperado por arquivo BNKPAYn.DAT/BNKPIX.DAT    *
      *    com valor, e a prova BANKPAY.DAT = soma dos arquivos     *
      *    por banco e do canal PIX.                                *
      *----------------------------------------------------------*
       REGISTRAR-ESPERADOS-BANCO.
           OPEN INPUT ARQUIVO-PAGAMENTO.
           IF WS-STATUS-PAGAMENTO = '00'
               MOVE 'N' TO WS-EOF-ARQUIVO
               PERFORM LER-PAGAMENTO THRU LER-PAGAMENTO-EXIT
                   UNTIL WS-EOF-ARQUIVO = 'S'
           END-IF.
           CLOSE ARQUIVO-PAGAMENTO.
           IF WS-TEM-BANKPAY = 'N'
               GO TO REGISTRAR-ESPERADOS-BANCO-EXIT
           END-IF.

           PERFORM LER-ARQUIVO-BANCO THRU LER-ARQUIVO-BANCO-EXIT
               VARYING WS-IDX-BANCO FROM 1 BY 1
               UNTIL WS-IDX-BANCO > 3.
           MOVE 'BNKPIX.DAT' TO WS-NOME-ARQ-BANCO.
           PERFORM REGISTRAR-ARQUIVO-CANAL THRU
                   REGISTRAR-ARQUIVO-CANAL-EXIT.

           OPEN INPUT CREDITOS-BENEFICIARIOS.
           IF WS-STATUS-CREDITOS = '00'
               MOVE 'N' TO WS-EOF-ARQUIVO
               PERFORM LER-CREDITO-BENEFICIARIO THRU
                       LER-CREDITO-BENEFICIARIO-EXIT
                   UNTIL WS-EOF-ARQUIVO = 'S'
           END-IF.
           CLOSE CREDITOS-BENEFICIARIOS.

           IF WS-QTD-ARQ-BANCO > ZEROS
                  AND WS-SOMA-BANCOS NOT = WS-TOTAL-BANKPAY
               MOVE 'DIF'            TO WS-NOVO-TIPO
               MOVE 'BANKPAY'        TO WS-NOVA-REFERENCIA
               MOVE WS-DATA-BANKPAY  TO WS-NOVA-DATA-ORIGEM
               MOVE WS-TOTAL-BANKPAY TO WS-NOVO-ESPERADO
               MOVE WS-SOMA-BANCOS   TO WS-NOVO-DEBITADO
               MOVE 'A'              TO WS-NOVA-SITUACAO
               PERFORM INCLUIR-PENDENCIA THRU
                       INCLUIR-PENDENCIA-EXIT
           END-IF.

       REGISTRAR-ESPERADOS-BANCO-EXIT.
           EXIT.

       LER-PAGAMENTO.
           READ ARQUIVO-PAGAMENTO
               AT END
                   MOVE 'S' TO WS-EOF-ARQUIVO
                   GO TO LER-PAGAMENTO-EXIT
           END-READ.
           IF PAG-TIPO = 'H' AND PAG-HDR-DATA IS NUMERIC
               MOVE PAG-HDR-DATA TO WS-DATA-BANKPAY
           END-IF.
           IF PAG-TIPO = 'T' AND PAG-TRL-VALOR IS NUMERIC
               MOVE PAG-TRL-VALOR TO WS-TOTAL-BANKPAY
               MOVE 'S' TO WS-TEM-BANKPAY
           END-IF.

       LER-PAGAMENTO-EXIT.
           EXIT.

       LER-ARQUIVO-BANCO.
           MOVE SPACES TO WS-NOME-ARQ-BANCO.
           STRING 'BNKPAY' WS-IDX-BANCO '.DAT' DELIMITED BY SIZE
               INTO WS-NOME-ARQ-BANCO
           END-STRING.
           PERFORM REGISTRAR-ARQUIVO-CANAL THRU
                   REGISTRAR-ARQUIVO-CANAL-EXIT.

       LER-ARQUIVO-BANCO-EXIT.
           EXIT.

      *    Arquivo de um canal (banco n ou PIX) em
      *    WS-NOME-ARQ-BANCO; a referencia do esperado e o nome
      *    sem a extensao.
       REGISTRAR-ARQUIVO-CANAL.
           MOVE ZEROS TO WS-DATA-BANCO.
           MOVE ZEROS TO WS-TOTAL-BANCO.
           MOVE ZEROS TO WS-QTD-REG-CANAL.
           OPEN INPUT ARQUIVO-BANCO.
           IF WS-STATUS-BANCO NOT = '00'
               CLOSE ARQUIVO-BANCO
               GO TO REGISTRAR-ARQUIVO-CANAL-EXIT
           END-IF.
           ADD 1 TO WS-QTD-ARQ-BANCO.
           MOVE 'N' TO WS-EOF-ARQUIVO.
           PERFORM LER-REGISTRO-BANCO THRU LER-REGISTRO-BANCO-EXIT
               UNTIL WS-EOF-ARQUIVO = 'S'.
           CLOSE ARQUIVO-BANCO.
           ADD WS-TOTAL-BANCO TO WS-SOMA-BANCOS.
           IF WS-TOTAL-BANCO = ZEROS
               GO TO REGISTRAR-ARQUIVO-CANAL-EXIT
           END-IF.
           MOVE 'FAL'          TO WS-NOVO-TIPO.
           MOVE SPACES         TO WS-NOVA-REFERENCIA.
           STRING WS-NOME-ARQ-BANCO DELIMITED BY '.'
               INTO WS-NOVA-REFERENCIA
           END-STRING.
           MOVE WS-DATA-BANCO  TO WS-NOVA-DATA-ORIGEM.
           MOVE WS-TOTAL-BANCO TO WS-NOVO-ESPERADO.
           MOVE ZEROS          TO WS-NOVO-DEBITADO.
           MOVE 'A'            TO WS-NOVA-SITUACAO.
           PERFORM INCLUIR-PENDENCIA THRU INCLUIR-PENDENCIA-EXIT.

       REGISTRAR-ARQUIVO-CANAL-EXIT.
           EXIT.

       LER-REGISTRO-BANCO.
           READ ARQUIVO-BANCO
               AT END
                   MOVE 'S' TO WS-EOF-ARQUIVO
                   GO TO LER-REGISTRO-BANCO-EXIT
           END-READ.
           MOVE REG-BANCO-CNAB TO WS-CNAB-REGISTRO.
           IF WS-QTD-REG-CANAL = ZEROS
               PERFORM VERIFICAR-LAYOUT-CNAB THRU
                       VERIFICAR-LAYOUT-CNAB-EXIT
           END-IF.
           ADD 1 TO WS-QTD-REG-CANAL.
           IF LAYOUT-CNAB-240
               PERFORM LER-REGISTRO-CNAB THRU LER-REGISTRO-CNAB-EXIT
               GO TO LER-REGISTRO-BANCO-EXIT
           END-IF.
           IF BCO-TIPO = 'H' AND BCO-HDR-DATA IS NUMERIC
               MOVE BCO-HDR-DATA TO WS-DATA-BANCO
           END-IF.
           IF BCO-TIPO = 'T' AND BCO-TRL-VALOR IS NUMERIC
               MOVE BCO-TRL-VALOR TO WS-TOTAL-BANCO
           END-IF.

       LER-REGISTRO-BANCO-EXIT.
           EXIT.

       LER-REGISTRO-CNAB.
           IF CNB-HEADER-ARQUIVO
               MOVE REG-BANCO-CNAB TO WS-CNAB-HEADER-ARQUIVO
               MOVE CHA-DATA-GERACAO TO WS-CNB-DATA-DDMMAAAA
               PERFORM CONVERTER-DATA-DO-CNAB THRU
                       CONVERTER-DATA-DO-CNAB-EXIT
               MOVE WS-CNB-DATA-AAAAMMDD TO WS-DATA-BANCO
           END-IF.
           IF CNB-TRAILER-LOTE
               MOVE REG-BANCO-CNAB TO WS-CNAB-TRAILER-LOTE
               IF CTL-VALOR IS NUMERIC
                   ADD CTL-VALOR TO WS-TOTAL-BANCO
               END-IF
           END-IF.

       LER-REGISTRO-CNAB-EXIT.
           EXIT.

       LER-CREDITO-BENEFICIARIO.
           READ CREDITOS-BENEFICIARIOS
               AT END
                   MOVE 'S' TO WS-EOF-ARQUIVO
                   GO TO LER-CREDITO-BENEFICIARIO-EXIT
           END-READ.
           IF GPB-TIPO = 'D' AND GPB-VALOR IS NUMERIC
               ADD GPB-VALOR TO WS-TOTAL-GARNPAY
           END-IF.

       LER-CREDITO-BENEFICIARIO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    CONFERIR-LOTE-CONTABIL                                   *
      *    Credito de salarios a pagar (21010001) do lote de        *
      *    TESTGLPO contra o total do BANKPAY.DAT. Cada lote e      *
      *    conferido uma vez (pendencia GL da data do lote, aberta  *
      *    se divergir, baixada se fechar).                         *
      *----------------------------------------------------------*
       CONFERIR-LOTE-CONTABIL.
           IF WS-TEM-BANKPAY = 'N'
               GO TO CONFERIR-LOTE-CONTABIL-EXIT
           END-IF.
           OPEN INPUT ARQUIVO-LANCAMENTOS.
           IF WS-STATUS-LANCAMENTOS NOT = '00'
               CLOSE ARQUIVO-LANCAMENTOS
               GO TO CONFERIR-LOTE-CONTABIL-EXIT
           END-IF.
           MOVE 'N' TO WS-EOF-ARQUIVO.
           PERFORM LER-LANCAMENTO THRU LER-LANCAMENTO-EXIT
               UNTIL WS-EOF-ARQUIVO = 'S'.
           CLOSE ARQUIVO-LANCAMENTOS.
           IF WS-TEM-GLPOST = 'N'
               GO TO CONFERIR-LOTE-CONTABIL-EXIT
           END-IF.

           MOVE 'GL '             TO WS-NOVO-TIPO.
           MOVE 'GLPOST'          TO WS-NOVA-REFERENCIA.
           MOVE WS-DATA-GLPOST    TO WS-NOVA-DATA-ORIGEM.
           MOVE WS-TOTAL-BANKPAY  TO WS-NOVO-ESPERADO.
           MOVE WS-CREDITO-GLPOST TO WS-NOVO-DEBITADO.
           IF WS-CREDITO-GLPOST = WS-TOTAL-BANKPAY
               MOVE 'B' TO WS-NOVA-SITUACAO
           ELSE
               MOVE 'A' TO WS-NOVA-SITUACAO
           END-IF.
           PERFORM INCLUIR-PENDENCIA THRU INCLUIR-PENDENCIA-EXIT.

       CONFERIR-LOTE-CONTABIL-EXIT.
           EXIT.

       LER-LANCAMENTO.
           READ ARQUIVO-LANCAMENTOS
               AT END
                   MOVE 'S' TO WS-EOF-ARQUIVO
                   GO TO LER-LANCAMENTO-EXIT
           END-READ.
           IF LCT-TIPO = 'H' AND LCT-DATA IS NUMERIC
               MOVE LCT-DATA TO WS-DATA-GLPOST
           END-IF.
           IF LCT-TIPO = 'L' AND LCT-CONTA = '21010001'
                  AND LCT-NATUREZA = 'C' AND LCT-VALOR IS NUMERIC
               ADD LCT-VALOR TO WS-CREDITO-GLPOST
               MOVE 'S' TO WS-TEM-GLPOST
           END-IF.

       LER-LANCAMENTO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    APLICAR-EXTRATO-BANCARIO                                 *
      *    Cada debito procura o esperado aberto pelo documento e,  *
      *    sem documento reconhecido, pelo valor exato (o mais      *
      *    antigo primeiro). Creditos nao entram: devolucoes sao    *
      *    tratadas por TESTBRET.                                   *
      *----------------------------------------------------------*
       APLICAR-EXTRATO-BANCARIO.
           OPEN INPUT EXTRATO-BANCARIO.
           IF WS-STATUS-EXTRATO-BCO NOT = '00'
               CLOSE EXTRATO-BANCARIO
               DISPLAY 'TESTCTRN EXTBANCO.DAT AUSENTE - SO AGING'
               GO TO APLICAR-EXTRATO-BANCARIO-EXIT
           END-IF.
           READ EXTRATO-BANCARIO
               AT END
                   MOVE SPACES TO REG-EXTRATO-BANCARIO
           END-READ.
           IF EXB-TIPO NOT = 'H' OR EXB-HDR-DATA IS NOT NUMERIC
               CLOSE EXTRATO-BANCARIO
               DISPLAY 'TESTCTRN EXTBANCO.DAT SEM HEADER - IGNORADO'
               MOVE 'TESTCTRN'                 TO WS-EXC-PROGRAMA
               MOVE 'APLICAR-EXTRATO-BANCARIO' TO WS-EXC-PARAGRAFO
               MOVE 4                          TO WS-EXC-CODIGO
               MOVE 'EXTBANCO.DAT SEM HEADER - NAO APLICADO'
                   TO WS-EXC-MENSAGEM
               MOVE 3 TO WS-EXC-SEVERIDADE
               PERFORM GRAVAR-EXCECAO-GERAL
               MOVE 4 TO RETURN-CODE
               GO TO APLICAR-EXTRATO-BANCARIO-EXIT
           END-IF.
           MOVE EXB-HDR-DATA TO WS-DATA-EXTRATO.

           MOVE 'EXT'           TO WS-NOVO-TIPO.
           MOVE 'EXTRATO'       TO WS-NOVA-REFERENCIA.
           MOVE WS-DATA-EXTRATO TO WS-NOVA-DATA-ORIGEM.
           PERFORM PROCURAR-PENDENCIA THRU PROCURAR-PENDENCIA-EXIT.
           IF WS-ITEM-ACHADO > ZEROS
               CLOSE EXTRATO-BANCARIO
               MOVE 'S' TO WS-EXTRATO-JA-APLICADO
               DISPLAY 'TESTCTRN EXTRATO DE ' WS-DATA-EXTRATO
                       ' JA APLICADO - SO AGING'
               GO TO APLICAR-EXTRATO-BANCARIO-EXIT
           END-IF.

           MOVE 'N' TO WS-EOF-ARQUIVO.
           PERFORM LER-LANCAMENTO-EXTRATO THRU
                   LER-LANCAMENTO-EXTRATO-EXIT
               UNTIL WS-EOF-ARQUIVO = 'S'.
           CLOSE EXTRATO-BANCARIO.

           MOVE 'EXT'           TO WS-NOVO-TIPO.
           MOVE 'EXTRATO'       TO WS-NOVA-REFERENCIA.
           MOVE WS-DATA-EXTRATO TO WS-NOVA-DATA-ORIGEM.
           MOVE ZEROS           TO WS-NOVO-ESPERADO.
           MOVE ZEROS           TO WS-NOVO-DEBITADO.
           MOVE 'B'             TO WS-NOVA-SITUACAO.
           PERFORM INCLUIR-PENDENCIA THRU INCLUIR-PENDENCIA-EXIT.

       APLICAR-EXTRATO-BANCARIO-EXIT.
           EXIT.

       LER-LANCAMENTO-EXTRATO.
           READ EXTRATO-BANCARIO
               AT END
                   MOVE 'S' TO WS-EOF-ARQUIVO
                   GO TO LER-LANCAMENTO-EXTRATO-EXIT
           END-READ.
           IF EXB-TIPO NOT = 'L' OR EXB-NATUREZA NOT = 'D'
                  OR EXB-VALOR IS NOT NUMERIC
               GO TO LER-LANCAMENTO-EXTRATO-EXIT
           END-IF.
           ADD 1 TO WS-QTD-DEBITOS-EXTRATO.

           MOVE ZEROS TO WS-ITEM-ACHADO.
           IF EXB-DOCUMENTO NOT = SPACES
               PERFORM PROCURAR-ESPERADO-DOCUMENTO
                   VARYING WS-IDX-ITEM FROM 1 BY 1
                   UNTIL WS-IDX-ITEM > WS-QTD-ITENS
                      OR WS-ITEM-ACHADO > ZEROS
           END-IF.
           IF WS-ITEM-ACHADO = ZEROS
               PERFORM PROCURAR-ESPERADO-VALOR
                   VARYING WS-IDX-ITEM FROM 1 BY 1
                   UNTIL WS-IDX-ITEM > WS-QTD-ITENS
                      OR WS-ITEM-ACHADO > ZEROS
           END-IF.

           IF WS-ITEM-ACHADO = ZEROS
               MOVE 'DNE'          TO WS-NOVO-TIPO
               MOVE EXB-DOCUMENTO  TO WS-NOVA-REFERENCIA
               IF EXB-DOCUMENTO = SPACES
                   MOVE 'SEM DOCTO' TO WS-NOVA-REFERENCIA
               END-IF
               MOVE EXB-DATA       TO WS-NOVA-DATA-ORIGEM
               MOVE ZEROS          TO WS-NOVO-ESPERADO
               MOVE EXB-VALOR      TO WS-NOVO-DEBITADO
               MOVE 'A'            TO WS-NOVA-SITUACAO
               PERFORM INCLUIR-PENDENCIA THRU INCLUIR-PENDENCIA-EXIT
               GO TO LER-LANCAMENTO-EXTRATO-EXIT
           END-IF.

           MOVE EXB-VALOR TO WS-ITM-DEBITADO (WS-ITEM-ACHADO).
           MOVE EXB-DATA  TO WS-ITM-DATA-BAIXA (WS-ITEM-ACHADO).
           IF EXB-VALOR = WS-ITM-ESPERADO (WS-ITEM-ACHADO)
               MOVE 'B' TO WS-ITM-SITUACAO (WS-ITEM-ACHADO)
               MOVE 'TESTCTRN' TO WS-ITM-RESPONSAVEL (WS-ITEM-ACHADO)
               ADD 1 TO WS-QTD-BAIXAS-AUTO
           ELSE
               MOVE 'DIF' TO WS-ITM-TIPO (WS-ITEM-ACHADO)
           END-IF.

       LER-LANCAMENTO-EXTRATO-EXIT.
           EXIT.

       PROCURAR-ESPERADO-DOCUMENTO.
           IF WS-ITM-TIPO (WS-IDX-ITEM) = 'FAL'
                  AND WS-ITM-SITUACAO (WS-IDX-ITEM) = 'A'
                  AND WS-ITM-REFERENCIA (WS-IDX-ITEM) = EXB-DOCUMENTO
               MOVE WS-IDX-ITEM TO WS-ITEM-ACHADO
           END-IF.

       PROCURAR-ESPERADO-DOCUMENTO-EXIT.
           EXIT.

       PROCURAR-ESPERADO-VALOR.
           IF WS-ITM-TIPO (WS-IDX-ITEM) = 'FAL'
                  AND WS-ITM-SITUACAO (WS-IDX-ITEM) = 'A'
                  AND WS-ITM-ESPERADO (WS-IDX-ITEM) = EXB-VALOR
               MOVE WS-IDX-ITEM TO WS-ITEM-ACHADO
           END-IF.

       PROCURAR-ESPERADO-VALOR-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    APLICAR-BAIXAS-MANUAIS                                   *
      *    Cartao sem responsavel ou motivo e recusado; referencia  *
      *    nao encontrada aberta vai para o log como aviso.         *
      *----------------------------------------------------------*
       APLICAR-BAIXAS-MANUAIS.
           OPEN INPUT CARTAO-BAIXA.
           IF WS-STATUS-BAIXA NOT = '00'
               CLOSE CARTAO-BAIXA
               GO TO APLICAR-BAIXAS-MANUAIS-EXIT
           END-IF.
           MOVE 'N' TO WS-EOF-ARQUIVO.
           PERFORM LER-CARTAO-BAIXA THRU LER-CARTAO-BAIXA-EXIT
               UNTIL WS-EOF-ARQUIVO = 'S'.
           CLOSE CARTAO-BAIXA.

       APLICAR-BAIXAS-MANUAIS-EXIT.
           EXIT.

       LER-CARTAO-BAIXA.
           READ CARTAO-BAIXA
               AT END
                   MOVE 'S' TO WS-EOF-ARQUIVO
                   GO TO LER-CARTAO-BAIXA-EXIT
           END-READ.
           MOVE 'TESTCTRN'         TO WS-EXC-PROGRAMA.
           MOVE 'LER-CARTAO-BAIXA' TO WS-EXC-PARAGRAFO.
           IF BXA-RESPONSAVEL = SPACES OR BXA-MOTIVO = SPACES
               MOVE 8 TO WS-EXC-CODIGO
               MOVE SPACES TO WS-EXC-MENSAGEM
               STRING 'BAIXA SEM RESPONSAVEL/MOTIVO: '
                      BXA-REFERENCIA DELIMITED BY SIZE
                   INTO WS-EXC-MENSAGEM
               END-STRING
               MOVE 3 TO WS-EXC-SEVERIDADE
               PERFORM GRAVAR-EXCECAO-GERAL
               GO TO LER-CARTAO-BAIXA-EXIT
           END-IF.

           MOVE ZEROS TO WS-ITEM-ACHADO.
           PERFORM PROCURAR-ABERTA-CARTAO
               VARYING WS-IDX-ITEM FROM 1 BY 1
               UNTIL WS-IDX-ITEM > WS-QTD-ITENS
                  OR WS-ITEM-ACHADO > ZEROS.
           IF WS-ITEM-ACHADO = ZEROS
               MOVE 4 TO WS-EXC-CODIGO
               MOVE SPACES TO WS-EXC-MENSAGEM
               STRING 'BAIXA SEM PENDENCIA ABERTA: '
                      BXA-REFERENCIA DELIMITED BY SIZE
                   INTO WS-EXC-MENSAGEM
               END-STRING
               MOVE 3 TO WS-EXC-SEVERIDADE
               PERFORM GRAVAR-EXCECAO-GERAL
               GO TO LER-CARTAO-BAIXA-EXIT
           END-IF.

           MOVE 'M' TO WS-ITM-SITUACAO (WS-ITEM-ACHADO).
           MOVE WS-DATA-EXECUCAO TO WS-ITM-DATA-BAIXA (WS-ITEM-ACHADO).
           MOVE BXA-RESPONSAVEL
               TO WS-ITM-RESPONSAVEL (WS-ITEM-ACHADO).
           ADD 1 TO WS-QTD-BAIXAS-MANUAIS.
           MOVE 0 TO WS-EXC-CODIGO.
           MOVE SPACES TO WS-EXC-MENSAGEM.
           STRING 'BAIXA ' WS-ITM-TIPO (WS-ITEM-ACHADO) ' '
                  BXA-REFERENCIA ' POR ' BXA-RESPONSAVEL
                  DELIMITED BY SIZE
               INTO WS-EXC-MENSAGEM
           END-STRING.
           MOVE 4 TO WS-EXC-SEVERIDADE.
           PERFORM GRAVAR-EXCECAO-GERAL.
           DISPLAY 'TESTCTRN BAIXA MANUAL ' BXA-REFERENCIA ' '
                   BXA-DATA-ORIGEM ' POR ' BXA-RESPONSAVEL
                   ': ' BXA-MOTIVO.

       LER-CARTAO-BAIXA-EXIT.
           EXIT.

       PROCURAR-ABERTA-CARTAO.
           IF WS-ITM-SITUACAO (WS-IDX-ITEM) = 'A'
                  AND WS-ITM-REFERENCIA (WS-IDX-ITEM) = BXA-REFERENCIA
                  AND WS-ITM-DATA-ORIGEM (WS-IDX-ITEM)
                      = BXA-DATA-ORIGEM
               MOVE WS-IDX-ITEM TO WS-ITEM-ACHADO
           END-IF.

       PROCURAR-ABERTA-CARTAO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    INCLUIR-PENDENCIA / PROCURAR-PENDENCIA                   *
      *    Chave tipo + referencia + data de origem: o rerun do     *
      *    mesmo dia nao duplica pendencias.                        *
      *----------------------------------------------------------*
       INCLUIR-PENDENCIA.
           PERFORM PROCURAR-PENDENCIA THRU PROCURAR-PENDENCIA-EXIT.
           IF WS-ITEM-ACHADO > ZEROS
               GO TO INCLUIR-PENDENCIA-EXIT
           END-IF.
           IF WS-QTD-ITENS >= 2000
               MOVE 'TESTCTRN'          TO WS-EXC-PROGRAMA
               MOVE 'INCLUIR-PENDENCIA' TO WS-EXC-PARAGRAFO
               MOVE 8                   TO WS-EXC-CODIGO
               MOVE 'TABELA DE PENDENCIAS ESGOTADA'
                   TO WS-EXC-MENSAGEM
               MOVE 2 TO WS-EXC-SEVERIDADE
               PERFORM GRAVAR-EXCECAO-GERAL
               MOVE 8 TO RETURN-CODE
               GO TO INCLUIR-PENDENCIA-EXIT
           END-IF.
           ADD 1 TO WS-QTD-ITENS.
           MOVE WS-NOVO-TIPO        TO WS-ITM-TIPO (WS-QTD-ITENS).
           MOVE WS-NOVA-REFERENCIA
               TO WS-ITM-REFERENCIA (WS-QTD-ITENS).
           MOVE WS-NOVA-DATA-ORIGEM
               TO WS-ITM-DATA-ORIGEM (WS-QTD-ITENS).
           MOVE WS-NOVO-ESPERADO    TO WS-ITM-ESPERADO (WS-QTD-ITENS).
           MOVE WS-NOVO-DEBITADO    TO WS-ITM-DEBITADO (WS-QTD-ITENS).
           MOVE WS-NOVA-SITUACAO    TO WS-ITM-SITUACAO (WS-QTD-ITENS).
           MOVE SPACES TO WS-ITM-RESPONSAVEL (WS-QTD-ITENS).
           IF WS-NOVA-SITUACAO = 'A'
               MOVE ZEROS TO WS-ITM-DATA-BAIXA (WS-QTD-ITENS)
           ELSE
               MOVE WS-DATA-EXECUCAO
                   TO WS-ITM-DATA-BAIXA (WS-QTD-ITENS)
               MOVE 'TESTCTRN' TO WS-ITM-RESPONSAVEL (WS-QTD-ITENS)
           END-IF.

       INCLUIR-PENDENCIA-EXIT.
           EXIT.

      *    Um FAL que virou DIF continua sendo o mesmo esperado.
       PROCURAR-PENDENCIA.
           MOVE ZEROS TO WS-ITEM-ACHADO.
           PERFORM COMPARAR-CHAVE-PENDENCIA
               VARYING WS-IDX-ITEM FROM 1 BY 1
               UNTIL WS-IDX-ITEM > WS-QTD-ITENS
                  OR WS-ITEM-ACHADO > ZEROS.

       PROCURAR-PENDENCIA-EXIT.
           EXIT.

       COMPARAR-CHAVE-PENDENCIA.
           IF WS-ITM-REFERENCIA (WS-IDX-ITEM) = WS-NOVA-REFERENCIA
                  AND WS-ITM-DATA-ORIGEM (WS-IDX-ITEM)
                      = WS-NOVA-DATA-ORIGEM
               IF WS-ITM-TIPO (WS-IDX-ITEM) = WS-NOVO-TIPO
                      OR (WS-NOVO-TIPO = 'FAL'
                          AND WS-ITM-TIPO (WS-IDX-ITEM) = 'DIF')
                   MOVE WS-IDX-ITEM TO WS-ITEM-ACHADO
               END-IF
           END-IF.

       COMPARAR-CHAVE-PENDENCIA-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    IMPRIMIR-CONCILIACAO                                     *
      *    CONCTRAN.DAT: prova do dia (arquivos do banco, ordens    *
      *    judiciais, GL) e as pendencias abertas com idade e faixa.*
      *----------------------------------------------------------*
       IMPRIMIR-CONCILIACAO.
           OPEN OUTPUT RELATORIO-CONCILIACAO.
           MOVE WS-DATA-EXECUCAO TO CNC-CAB-DATA.
           IF WS-DATA-EXTRATO > ZEROS
               MOVE WS-DATA-EXTRATO TO CNC-CAB-EXTRATO
           ELSE
               MOVE 'AUSENTE' TO CNC-CAB-EXTRATO
           END-IF.
           WRITE REG-RELATORIO-CONC FROM WS-CABECALHO-CONC.
           MOVE SPACES TO REG-RELATORIO-CONC.
           WRITE REG-RELATORIO-CONC.

           MOVE 'BANKPAY.DAT - TOTAL ENVIADO....:' TO CNT-ROTULO.
           MOVE WS-TOTAL-BANKPAY TO CNT-VALOR.
           WRITE REG-RELATORIO-CONC FROM WS-LINHA-TOTAL-CONC.
           MOVE '  SOMA BNKPAYn + BNKPIX........:' TO CNT-ROTULO.
           MOVE WS-SOMA-BANCOS TO CNT-VALOR.
           WRITE REG-RELATORIO-CONC FROM WS-LINHA-TOTAL-CONC.
           MOVE '  CREDITOS DE ORDENS (GARNPAY).:' TO CNT-ROTULO.
           MOVE WS-TOTAL-GARNPAY TO CNT-VALOR.
           WRITE REG-RELATORIO-CONC FROM WS-LINHA-TOTAL-CONC.
           MOVE '  LIQUIDO DE EMPREGADOS........:' TO CNT-ROTULO.
           COMPUTE CNT-VALOR = WS-TOTAL-BANKPAY - WS-TOTAL-GARNPAY.
           WRITE REG-RELATORIO-CONC FROM WS-LINHA-TOTAL-CONC.
           IF WS-TEM-GLPOST = 'S'
               MOVE 'GLPOST.DAT - SALARIOS A PAGAR..:' TO CNT-ROTULO
               MOVE WS-CREDITO-GLPOST TO CNT-VALOR
               WRITE REG-RELATORIO-CONC FROM WS-LINHA-TOTAL-CONC
           END-IF.

           MOVE SPACES TO REG-RELATORIO-CONC.
           WRITE REG-RELATORIO-CONC.
           WRITE REG-RELATORIO-CONC FROM WS-CABECALHO-PENDENCIAS.
           PERFORM IMPRIMIR-PENDENCIA THRU IMPRIMIR-PENDENCIA-EXIT
               VARYING WS-IDX-ITEM FROM 1 BY 1
               UNTIL WS-IDX-ITEM > WS-QTD-ITENS.
           MOVE SPACES TO REG-RELATORIO-CONC.
           WRITE REG-RELATORIO-CONC.
           MOVE WS-QTD-ABERTAS  TO CNR-QTD.
           MOVE WS-VALOR-ABERTO TO CNR-VALOR.
           WRITE REG-RELATORIO-CONC FROM WS-LINHA-RODAPE-CONC.
           CLOSE RELATORIO-CONCILIACAO.

       IMPRIMIR-CONCILIACAO-EXIT.
           EXIT.

       IMPRIMIR-PENDENCIA.
           IF WS-ITM-SITUACAO (WS-IDX-ITEM) NOT = 'A'
               GO TO IMPRIMIR-PENDENCIA-EXIT
           END-IF.
           ADD 1 TO WS-QTD-ABERTAS.
           COMPUTE WS-VALOR-ABERTO = WS-VALOR-ABERTO
               + WS-ITM-ESPERADO (WS-IDX-ITEM)
               - WS-ITM-DEBITADO (WS-IDX-ITEM).
           MOVE ZEROS TO WS-IDADE-DIAS.
           IF WS-ITM-DATA-ORIGEM (WS-IDX-ITEM) > ZEROS
                  AND FUNCTION TEST-DATE-YYYYMMDD
                      (WS-ITM-DATA-ORIGEM (WS-IDX-ITEM)) = ZEROS
                  AND WS-ITM-DATA-ORIGEM (WS-IDX-ITEM)
                      < WS-DATA-EXECUCAO
               COMPUTE WS-IDADE-DIAS = WS-DIA-JULIANO-RUN
                   - FUNCTION INTEGER-OF-DATE
                         (WS-ITM-DATA-ORIGEM (WS-IDX-ITEM))
           END-IF.
           EVALUATE TRUE
               WHEN WS-IDADE-DIAS <= 2
                   MOVE '0-2 DIAS' TO CNP-FAIXA
               WHEN WS-IDADE-DIAS <= 7
                   MOVE '3-7 DIAS' TO CNP-FAIXA
               WHEN WS-IDADE-DIAS <= 30
                   MOVE '8-30 DIAS' TO CNP-FAIXA
               WHEN OTHER
                   MOVE '+30 DIAS' TO CNP-FAIXA
           END-EVALUATE.
           MOVE WS-ITM-TIPO (WS-IDX-ITEM)        TO CNP-TIPO.
           MOVE WS-ITM-REFERENCIA (WS-IDX-ITEM)  TO CNP-REFERENCIA.
           MOVE WS-ITM-DATA-ORIGEM (WS-IDX-ITEM) TO CNP-DATA-ORIGEM.
           MOVE WS-IDADE-DIAS                    TO CNP-IDADE.
           MOVE WS-ITM-ESPERADO (WS-IDX-ITEM)    TO CNP-ESPERADO.
           MOVE WS-ITM-DEBITADO (WS-IDX-ITEM)    TO CNP-DEBITADO.
           COMPUTE CNP-DIFERENCA = WS-ITM-ESPERADO (WS-IDX-ITEM)
               - WS-ITM-DEBITADO (WS-IDX-ITEM).
           WRITE REG-RELATORIO-CONC FROM WS-LINHA-PENDENCIA.

       IMPRIMIR-PENDENCIA-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    REESCREVER-PENDENCIAS                                    *
      *    Abertas sempre; baixadas ate 60 dias apos a baixa.       *
      *----------------------------------------------------------*
       REESCREVER-PENDENCIAS.
           OPEN OUTPUT REGISTRO-PENDENCIAS.
           PERFORM GRAVAR-PENDENCIA THRU GRAVAR-PENDENCIA-EXIT
               VARYING WS-IDX-ITEM FROM 1 BY 1
               UNTIL WS-IDX-ITEM > WS-QTD-ITENS.
           CLOSE REGISTRO-PENDENCIAS.

       REESCREVER-PENDENCIAS-EXIT.
           EXIT.

       GRAVAR-PENDENCIA.
           IF WS-ITM-SITUACAO (WS-IDX-ITEM) NOT = 'A'
                  AND WS-ITM-DATA-BAIXA (WS-IDX-ITEM) > ZEROS
                  AND FUNCTION TEST-DATE-YYYYMMDD
                      (WS-ITM-DATA-BAIXA (WS-IDX-ITEM)) = ZEROS
               IF WS-DIA-JULIANO-RUN - FUNCTION INTEGER-OF-DATE
                      (WS-ITM-DATA-BAIXA (WS-IDX-ITEM)) > 60
                   GO TO GRAVAR-PENDENCIA-EXIT
               END-IF
           END-IF.
           MOVE SPACES TO REG-PENDENCIA.
           MOVE WS-ITM-TIPO (WS-IDX-ITEM)        TO ITM-TIPO.
           MOVE WS-ITM-REFERENCIA (WS-IDX-ITEM)  TO ITM-REFERENCIA.
           MOVE WS-ITM-DATA-ORIGEM (WS-IDX-ITEM) TO ITM-DATA-ORIGEM.
           MOVE WS-ITM-ESPERADO (WS-IDX-ITEM)    TO ITM-VALOR-ESPERADO.
           MOVE WS-ITM-DEBITADO (WS-IDX-ITEM)    TO ITM-VALOR-DEBITADO.
           MOVE WS-ITM-SITUACAO (WS-IDX-ITEM)    TO ITM-SITUACAO.
           MOVE WS-ITM-DATA-BAIXA (WS-IDX-ITEM)  TO ITM-DATA-BAIXA.
           MOVE WS-ITM-RESPONSAVEL (WS-IDX-ITEM) TO ITM-RESPONSAVEL.
           WRITE REG-PENDENCIA.

       GRAVAR-PENDENCIA-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    LAYOUT FEBRABAN CNAB 240 (CNABPRC)                       *
      *----------------------------------------------------------*
       COPY CNABPRC.

      *----------------------------------------------------------*
      *    GRAVAR-EXCECAO-GERAL                                    *
      *    Log de excecoes compartilhado (EXCPPRC).                 *
      *----------------------------------------------------------*
       COPY EXCPPRC.
