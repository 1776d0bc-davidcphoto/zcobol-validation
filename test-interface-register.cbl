       IDENTIFICATION DIVISION.
       PROGRAM-ID. TESTINTF.

      *----------------------------------------------------------*
      *    TESTINTF                                                *
      *    Registro das interfaces de saida e das confirmacoes     *
      *    dos recebedores. Cada arquivo entregue a um recebedor   *
      *    externo no run - BANKPAY.DAT e BNKPAYn/BNKPIX.DAT       *
      *    (bancos), GLPOST.DAT (contabilidade), DWEXTR.DAT (data  *
      *    warehouse), as guias REMcccc.DAT de TESTREMS (agente    *
      *    arrecadador) e os extratos dos assinantes de TESTDIST   *
      *    (SUBSCTAB.DAT) - e lido e registrado em INTFREG.DAT com *
      *    o id do run, a quantidade de detalhes, a soma dos       *
      *    valores e o hash total, e com a data limite para a      *
      *    confirmacao (prazo acordado com o recebedor, em dias;   *
      *    INTFPRAZ.DAT altera o prazo padrao da tabela por        *
      *    arquivo ou por recebedor). O arquivo de confirmacoes    *
      *    INTFACK.DAT devolvido pelos recebedores e conciliado    *
      *    contra o registro: mesmos totais confirmam o envio,     *
      *    totais diferentes ou recusa do recebedor geram excecao  *
      *    de severidade 1. Envio sem confirmacao vencida a data   *
      *    limite passa a ATRASADO e gera excecao de severidade 1  *
      *    a cada run ate ser confirmado - TESTALRT a leva para    *
      *    OPALERT.DAT. O relatorio diario INTFREPT.DAT lista os   *
      *    envios do dia, as confirmacoes processadas, os envios   *
      *    aguardando e os atrasados. Arquivo que nao e do run     *
      *    (data do header diferente da data de execucao) nao e    *
      *    registrado de novo.                                     *
      *    RC=4 com atrasado, divergente, recusado, confirmacao    *
      *    nao conciliada ou tabela de interfaces cheia; RC=8 com  *
      *    erro de leitura de um arquivo de saida.                 *
      *    Arquivo de banco no layout CNAB 240 (ver CNABWS) e      *
      *    reconhecido pelo header de arquivo: data de geracao do  *
      *    header, detalhes = segmentos A, valor do credito e      *
      *    hash da matricula ("seu numero") do segmento A.         *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ARQUIVO-INTERFACE
               ASSIGN TO WS-NOME-ARQ-INTERFACE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-ARQUIVO.

           SELECT OPTIONAL CONFIRMACOES-RECEBEDORES
               ASSIGN TO "INTFACK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CONFIRMACOES.

           SELECT OPTIONAL PRAZOS-INTERFACES
               ASSIGN TO "INTFPRAZ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-PRAZOS.

           SELECT OPTIONAL TABELA-ENCARGOS
               ASSIGN TO "ENCARGOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-ENCARGOS.

           SELECT OPTIONAL TABELA-ASSINANTES
               ASSIGN TO "SUBSCTAB.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-ASSINANTES.

           COPY INTFSEL.

           SELECT RELATORIO-INTERFACES
               ASSIGN TO "INTFREPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RELATORIO.

           COPY EXCPSEL.

       DATA DIVISION.
       FILE SECTION.
      *    Maior registro entre os arquivos de saida (BNKPAYn.DAT
      *    no layout CNAB 240).
       FD  ARQUIVO-INTERFACE.
       01  REG-ARQUIVO-INTERFACE    PIC X(240).

      *    Uma linha por arquivo confirmado ou recusado, no layout
      *    combinado com os recebedores: nome do arquivo e data do
      *    envio como estao no registro, o recebedor, a situacao
      *    (A aceito, R recusado) e os totais que o recebedor
      *    contou.
       FD  CONFIRMACOES-RECEBEDORES.
       01  REG-CONFIRMACAO.
           05  ACK-ARQUIVO          PIC X(12).
           05  ACK-DATA-ENVIO       PIC 9(08).
           05  ACK-RECEPTOR         PIC X(08).
           05  ACK-SITUACAO         PIC X(01).
               88  ACK-ACEITO       VALUE 'A'.
               88  ACK-RECUSADO     VALUE 'R'.
           05  ACK-QTD-REGISTROS    PIC 9(09).
           05  ACK-VALOR-TOTAL      PIC 9(13)V99.
           05  ACK-MOTIVO           PIC X(30).

      *    Prazo acordado: por arquivo (PRZ-ARQUIVO preenchido) ou
      *    para todos os arquivos de um recebedor (PRZ-ARQUIVO em
      *    branco). O prazo do arquivo prevalece sobre o do
      *    recebedor.
       FD  PRAZOS-INTERFACES.
       01  REG-PRAZO-INTERFACE.
           05  PRZ-ARQUIVO          PIC X(12).
           05  PRZ-RECEPTOR         PIC X(08).
           05  PRZ-DIAS             PIC 9(02).
           05  FILLER               PIC X(58).

       FD  TABELA-ENCARGOS.
       01  REG-TABELA-ENCARGOS.
           05  ENC-CODIGO              PIC X(04).
           05  ENC-PERCENTUAL          PIC 9(03)V99.
           05  ENC-DATA-VIGENCIA       PIC 9(08).
           05  FILLER                  PIC X(63).

       FD  TABELA-ASSINANTES.
       01  REG-ASSINANTE.
           05  ASS-CONSUMIDOR       PIC X(08).
           05  ASS-FILTRO-TIPO      PIC X(02).
           05  ASS-FILTRO-DEPTO     PIC X(10).
           05  ASS-NOME-ARQUIVO     PIC X(12).
           05  FILLER               PIC X(48).

       COPY INTFFD.

       FD  RELATORIO-INTERFACES.
       01  REG-RELATORIO-INTERFACES PIC X(150).

       COPY EXCPFD.

       WORKING-STORAGE SECTION.
       COPY EXCPWS.
       COPY INTFWS.
       COPY CNABWS.

       01  WS-STATUS-ARQUIVO        PIC XX.
       01  WS-STATUS-CONFIRMACOES   PIC XX.
       01  WS-STATUS-PRAZOS         PIC XX.
       01  WS-STATUS-ENCARGOS       PIC XX.
       01  WS-STATUS-ASSINANTES     PIC XX.
       01  WS-STATUS-RELATORIO      PIC XX.
       01  WS-EOF-ARQUIVO           PIC X VALUE 'N'.
       01  WS-EOF-CONFIRMACOES      PIC X VALUE 'N'.
       01  WS-EOF-PRAZOS            PIC X VALUE 'N'.
       01  WS-EOF-ENCARGOS          PIC X VALUE 'N'.
       01  WS-EOF-ASSINANTES        PIC X VALUE 'N'.

       01  WS-DATA-EXECUCAO         PIC 9(08).
       01  WS-HORA-EXECUCAO         PIC 9(08).
       01  WS-DIA-JULIANO-RUN       PIC S9(09) COMP.
       01  WS-NOME-ARQ-INTERFACE    PIC X(12).

       01  WS-NOME-ARQ-REMESSA.
           05  FILLER               PIC X(03) VALUE 'REM'.
           05  REM-NOME-CODIGO      PIC X(04).
           05  FILLER               PIC X(04) VALUE '.DAT'.
           05  FILLER               PIC X(01) VALUE SPACE.

      *    Interfaces conhecidas e o layout de cada uma, na ordem:
      *    arquivo, recebedor, prazo padrao em dias, posicao da
      *    data no primeiro registro (0 = arquivo sem header de
      *    data), posicao, conteudo e tamanho da marca de tipo de
      *    registro, regra da marca (I = so os registros com a
      *    marca sao detalhes, E = todos menos os com a marca),
      *    posicao/tamanho do valor (2 decimais implicitas; 0 =
      *    sem valor) e posicao/tamanho do campo do hash total.
      *    Os modelos '*REMESSA' (uma guia por codigo de
      *    ENCARGOS.DAT, mais a guia do IRRF da PLR) e
      *    '*ASSINANTE' (um extrato por linha de SUBSCTAB.DAT, com
      *    o consumidor como recebedor) sao expandidos no run.
       01  WS-TABELA-MODELOS.
           05  FILLER PIC X(47) VALUE
               'BANKPAY.DAT BANCO   01002001D      1I0541300205'.
           05  FILLER PIC X(47) VALUE
               'BNKPAY1.DAT BANCO1  01002001D      1I0541300205'.
           05  FILLER PIC X(47) VALUE
               'BNKPAY2.DAT BANCO2  01002001D      1I0241301905'.
           05  FILLER PIC X(47) VALUE
               'BNKPAY3.DAT BANCO3  01002001D      1I0021301505'.
           05  FILLER PIC X(47) VALUE
               'BNKPIX.DAT  BANCOPIX01002001D      1I1151300205'.
           05  FILLER PIC X(47) VALUE
               'GLPOST.DAT  CONTABIL01002001L      1I0111300208'.
           05  FILLER PIC X(47) VALUE
               'DWEXTR.DAT  DW      01000001EMPLOYE7E0000000105'.
           05  FILLER PIC X(47) VALUE
               '*REMESSA    ARRECAD 02002001D      1I0241301113'.
           05  FILLER PIC X(47) VALUE
               '*ASSINANTE          01000001TRAILER7E0191101108'.
       01  WS-TABELA-MODELOS-R REDEFINES WS-TABELA-MODELOS.
           05  WS-MODELO OCCURS 9 TIMES PIC X(47).
       01  WS-QTD-MODELOS           PIC 9(02) VALUE 9.
       01  WS-IDX-MODELO            PIC 9(02) VALUE ZEROS.
      *    Marca, valor e hash do arquivo de banco em CNAB 240, no
      *    lugar dos do modelo (a partir de IFC-POS-MARCA).
       01  WS-LAYOUT-INTF-CNAB      PIC X(22) VALUE
               '014A      1I1201507405'.

       01  WS-INTERFACE-CORRENTE.
           05  IFC-DEFINICAO.
               10  IFC-ARQUIVO      PIC X(12).
               10  IFC-RECEPTOR     PIC X(08).
               10  IFC-PRAZO        PIC 9(02).
               10  IFC-POS-DATA     PIC 9(03).
               10  IFC-POS-MARCA    PIC 9(03).
               10  IFC-MARCA        PIC X(07).
               10  IFC-TAM-MARCA    PIC 9(01).
               10  IFC-REGRA        PIC X(01).
                   88  IFC-MARCA-INCLUI VALUE 'I'.
                   88  IFC-MARCA-EXCLUI VALUE 'E'.
               10  IFC-POS-VALOR    PIC 9(03).
               10  IFC-TAM-VALOR    PIC 9(02).
               10  IFC-POS-HASH     PIC 9(03).
               10  IFC-TAM-HASH     PIC 9(02).
           05  IFC-PRAZO-DO-ARQUIVO PIC X(01).

       01  WS-QTD-INTERFACES        PIC 9(02) VALUE ZEROS.
       01  WS-IDX-INTERFACE         PIC 9(02) VALUE ZEROS.
       01  WS-INTERFACE-ACHADA      PIC X VALUE 'N'.
       01  WS-INTERFACES-ESTOURARAM PIC X VALUE 'N'.
       01  WS-TABELA-INTERFACES.
           05  WS-INTERFACE OCCURS 60 TIMES PIC X(48).

      *    Totais de controle do arquivo corrente. Valor e hash sao
      *    montados alinhados a direita em campos de 15 posicoes.
       01  WS-ARQUIVO-DO-RUN        PIC X VALUE 'S'.
       01  WS-PRIMEIRO-REGISTRO     PIC X VALUE 'S'.
       01  WS-REGISTRO-DETALHE      PIC X VALUE 'N'.
       01  WS-QTD-DETALHES          PIC 9(09) VALUE ZEROS.
       01  WS-SOMA-VALOR            PIC 9(13)V99 VALUE ZEROS.
       01  WS-SOMA-HASH             PIC 9(18) VALUE ZEROS.
       01  WS-QTD-CAMPOS-INVALIDOS  PIC 9(07) VALUE ZEROS.
       01  WS-CAMPO-VALOR           PIC X(15).
       01  WS-CAMPO-VALOR-N REDEFINES WS-CAMPO-VALOR
                                    PIC 9(13)V99.
       01  WS-CAMPO-HASH            PIC X(15).
       01  WS-CAMPO-HASH-N REDEFINES WS-CAMPO-HASH
                                    PIC 9(15).
       01  WS-POS-ALINHADA          PIC 9(02) VALUE ZEROS.

      *    Texto das excecoes de severidade 1 (vira alerta em
      *    TESTALRT): texto + arquivo + data do envio, estavel
      *    enquanto a condicao estiver aberta.
       01  WS-TEXTO-ALERTA          PIC X(16).
       01  WS-PARAGRAFO-ALERTA      PIC X(30).

       01  WS-QTD-ENVIOS-REGISTRADOS PIC 9(05) VALUE ZEROS.
       01  WS-QTD-ENVIOS-ATUALIZADOS PIC 9(05) VALUE ZEROS.
       01  WS-QTD-NAO-GERADOS       PIC 9(05) VALUE ZEROS.
       01  WS-QTD-FORA-DO-RUN       PIC 9(05) VALUE ZEROS.
       01  WS-QTD-ERROS-LEITURA     PIC 9(05) VALUE ZEROS.
       01  WS-QTD-ACKS-LIDOS        PIC 9(07) VALUE ZEROS.
       01  WS-QTD-ACKS-IGNORADOS    PIC 9(07) VALUE ZEROS.
       01  WS-QTD-NAO-CONCILIADOS   PIC 9(07) VALUE ZEROS.

       01  WS-QTD-ENVIADOS-HOJE     PIC 9(07) VALUE ZEROS.
       01  WS-QTD-AGUARDANDO        PIC 9(07) VALUE ZEROS.
       01  WS-QTD-CONFIRMADOS-HOJE  PIC 9(07) VALUE ZEROS.
       01  WS-QTD-DIVERGENTES-HOJE  PIC 9(07) VALUE ZEROS.
       01  WS-QTD-RECUSADOS-HOJE    PIC 9(07) VALUE ZEROS.
       01  WS-QTD-ATRASADOS         PIC 9(07) VALUE ZEROS.

       01  WS-CABECALHO-INTERFACES.
           05  FILLER               PIC X(41) VALUE
               'REGISTRO DE INTERFACES DE SAIDA - RUN DE '.
           05  RIN-CAB-DATA         PIC 9(08).

       01  WS-TITULO-NAO-CONCILIADOS PIC X(50) VALUE
               'CONFIRMACOES SEM ENVIO CORRESPONDENTE EM INTFREG'.

       01  WS-TITULO-REGISTRO       PIC X(50) VALUE
               'ENVIOS DO DIA, RESPOSTAS DO DIA E PENDENTES'.

       01  WS-COLUNAS-REGISTRO.
           05  FILLER               PIC X(41) VALUE
               'ARQUIVO      RECEPTOR ENVIO    HORA RUN Q'.
           05  FILLER               PIC X(48) VALUE
               'TD DETAL          VALOR TOTAL      HASH TOTAL LI'.
           05  FILLER               PIC X(33) VALUE
               'MITE   SITUACAO   CONFIRM. MOTIVO'.

       01  WS-LINHA-NAO-CONCILIADO.
           05  NCI-ARQUIVO          PIC X(12).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  NCI-DATA-ENVIO       PIC X(08).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  NCI-RECEPTOR         PIC X(08).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  NCI-SITUACAO         PIC X(01).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  NCI-QTD              PIC X(09).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  NCI-MOTIVO           PIC X(30).

       01  WS-LINHA-REGISTRO.
           05  RIN-ARQUIVO          PIC X(12).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RIN-RECEPTOR         PIC X(08).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RIN-DATA-ENVIO       PIC 9(08).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RIN-HORA-RUN         PIC 9(08).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RIN-QTD              PIC ZZZZZZZZ9.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RIN-VALOR            PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RIN-HASH             PIC 9(15).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RIN-LIMITE           PIC 9(08).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RIN-SITUACAO         PIC X(10).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RIN-DATA-ACK         PIC X(08).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RIN-MOTIVO           PIC X(30).

       01  WS-LINHA-TOTAL-INTERFACES.
           05  FILLER               PIC X(14) VALUE 'ENVIADOS.....:'.
           05  RIN-TOT-ENVIADOS     PIC ZZZZZZ9.
           05  FILLER               PIC X(14) VALUE '  AGUARDANDO:'.
           05  RIN-TOT-AGUARDANDO   PIC ZZZZZZ9.
           05  FILLER               PIC X(14) VALUE '  CONFIRMADOS:'.
           05  RIN-TOT-CONFIRMADOS  PIC ZZZZZZ9.
           05  FILLER               PIC X(14) VALUE '  DIVERGENTES:'.
           05  RIN-TOT-DIVERGENTES  PIC ZZZZZZ9.
           05  FILLER               PIC X(14) VALUE '  RECUSADOS..:'.
           05  RIN-TOT-RECUSADOS    PIC ZZZZZZ9.
           05  FILLER               PIC X(14) VALUE '  ATRASADOS..:'.
           05  RIN-TOT-ATRASADOS    PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 0 TO RETURN-CODE.
           ACCEPT WS-DATA-EXECUCAO FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-EXECUCAO FROM TIME.
           COMPUTE WS-DIA-JULIANO-RUN =
               FUNCTION INTEGER-OF-DATE (WS-DATA-EXECUCAO).

           PERFORM MONTAR-TABELA-INTERFACES THRU
                   MONTAR-TABELA-INTERFACES-EXIT.
           PERFORM CARREGAR-PRAZOS THRU CARREGAR-PRAZOS-EXIT.

           OPEN I-O REGISTRO-INTERFACES.
           IF WS-STATUS-INTERFACES = '05'
                  OR WS-STATUS-INTERFACES = '35'
               CLOSE REGISTRO-INTERFACES
               OPEN OUTPUT REGISTRO-INTERFACES
               CLOSE REGISTRO-INTERFACES
               OPEN I-O REGISTRO-INTERFACES
           END-IF.
           IF WS-STATUS-INTERFACES NOT = '00'
               MOVE 'TESTINTF'          TO WS-EXC-PROGRAMA
               MOVE 'MAIN-PROCEDURE'    TO WS-EXC-PARAGRAFO
               MOVE WS-STATUS-INTERFACES TO WS-EXC-CODIGO
               MOVE 'ERRO ABERTURA INTFREG.DAT' TO WS-EXC-MENSAGEM
               MOVE 1 TO WS-EXC-SEVERIDADE
               PERFORM GRAVAR-EXCECAO-GERAL
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT RELATORIO-INTERFACES.
           MOVE WS-DATA-EXECUCAO TO RIN-CAB-DATA.
           WRITE REG-RELATORIO-INTERFACES FROM WS-CABECALHO-INTERFACES.
           MOVE SPACES TO REG-RELATORIO-INTERFACES.
           WRITE REG-RELATORIO-INTERFACES.
           WRITE REG-RELATORIO-INTERFACES
               FROM WS-TITULO-NAO-CONCILIADOS.

      *    Confirmacoes primeiro: respondem a envios de runs
      *    anteriores; o envio de hoje so tem prazo a partir de
      *    hoje.
           PERFORM PROCESSAR-CONFIRMACOES THRU
                   PROCESSAR-CONFIRMACOES-EXIT.

           PERFORM REGISTRAR-ENVIO THRU REGISTRAR-ENVIO-EXIT
               VARYING WS-IDX-INTERFACE FROM 1 BY 1
               UNTIL WS-IDX-INTERFACE > WS-QTD-INTERFACES.

           MOVE SPACES TO REG-RELATORIO-INTERFACES.
           WRITE REG-RELATORIO-INTERFACES.
           WRITE REG-RELATORIO-INTERFACES FROM WS-TITULO-REGISTRO.
           WRITE REG-RELATORIO-INTERFACES FROM WS-COLUNAS-REGISTRO.
           PERFORM LISTAR-REGISTRO THRU LISTAR-REGISTRO-EXIT.
           CLOSE REGISTRO-INTERFACES.

           MOVE SPACES TO REG-RELATORIO-INTERFACES.
           WRITE REG-RELATORIO-INTERFACES.
           MOVE WS-QTD-ENVIADOS-HOJE    TO RIN-TOT-ENVIADOS.
           MOVE WS-QTD-AGUARDANDO       TO RIN-TOT-AGUARDANDO.
           MOVE WS-QTD-CONFIRMADOS-HOJE TO RIN-TOT-CONFIRMADOS.
           MOVE WS-QTD-DIVERGENTES-HOJE TO RIN-TOT-DIVERGENTES.
           MOVE WS-QTD-RECUSADOS-HOJE   TO RIN-TOT-RECUSADOS.
           MOVE WS-QTD-ATRASADOS        TO RIN-TOT-ATRASADOS.
           WRITE REG-RELATORIO-INTERFACES
               FROM WS-LINHA-TOTAL-INTERFACES.
           CLOSE RELATORIO-INTERFACES.

           DISPLAY 'TESTINTF INTERFACES NA TABELA..: '
                   WS-QTD-INTERFACES.
           DISPLAY 'TESTINTF ENVIOS REGISTRADOS....: '
                   WS-QTD-ENVIOS-REGISTRADOS.
           DISPLAY 'TESTINTF ENVIOS ATUALIZADOS....: '
                   WS-QTD-ENVIOS-ATUALIZADOS.
           DISPLAY 'TESTINTF ARQUIVOS NAO GERADOS..: '
                   WS-QTD-NAO-GERADOS.
           DISPLAY 'TESTINTF ARQUIVOS FORA DO RUN..: '
                   WS-QTD-FORA-DO-RUN.
           DISPLAY 'TESTINTF CAMPOS NAO NUMERICOS..: '
                   WS-QTD-CAMPOS-INVALIDOS.
           DISPLAY 'TESTINTF CONFIRMACOES LIDAS....: '
                   WS-QTD-ACKS-LIDOS.
           DISPLAY 'TESTINTF CONFIRMACOES IGNORADAS: '
                   WS-QTD-ACKS-IGNORADOS.
           DISPLAY 'TESTINTF NAO CONCILIADAS.......: '
                   WS-QTD-NAO-CONCILIADOS.
           DISPLAY 'TESTINTF CONFIRMADOS HOJE......: '
                   WS-QTD-CONFIRMADOS-HOJE.
           DISPLAY 'TESTINTF AGUARDANDO............: '
                   WS-QTD-AGUARDANDO.
           DISPLAY 'TESTINTF ATRASADOS.............: '
                   WS-QTD-ATRASADOS.

           IF (WS-QTD-ATRASADOS > 0 OR WS-QTD-DIVERGENTES-HOJE > 0
                  OR WS-QTD-RECUSADOS-HOJE > 0
                  OR WS-QTD-NAO-CONCILIADOS > 0
                  OR WS-INTERFACES-ESTOURARAM = 'S')
                  AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF WS-QTD-ERROS-LEITURA > 0 AND RETURN-CODE < 8
               MOVE 8 TO RETURN-CODE
           END-IF.

           STOP RUN.

      *----------------------------------------------------------*
      *    MONTAR-TABELA-INTERFACES                                 *
      *    Copia as interfaces fixas e expande os modelos das guias *
      *    de TESTREMS e dos extratos de TESTDIST. Arquivo repetido *
      *    entra uma vez so.                                        *
      *----------------------------------------------------------*
       MONTAR-TABELA-INTERFACES.
           PERFORM EXPANDIR-MODELO THRU EXPANDIR-MODELO-EXIT
               VARYING WS-IDX-MODELO FROM 1 BY 1
               UNTIL WS-IDX-MODELO > WS-QTD-MODELOS.

       MONTAR-TABELA-INTERFACES-EXIT.
           EXIT.

       EXPANDIR-MODELO.
           MOVE WS-MODELO (WS-IDX-MODELO) TO IFC-DEFINICAO.
           MOVE 'N' TO IFC-PRAZO-DO-ARQUIVO.
           EVALUATE IFC-ARQUIVO
               WHEN '*REMESSA'
                   PERFORM EXPANDIR-REMESSAS THRU
                           EXPANDIR-REMESSAS-EXIT
               WHEN '*ASSINANTE'
                   PERFORM EXPANDIR-ASSINANTES THRU
                           EXPANDIR-ASSINANTES-EXIT
               WHEN OTHER
                   PERFORM INCLUIR-INTERFACE THRU
                           INCLUIR-INTERFACE-EXIT
           END-EVALUATE.

       EXPANDIR-MODELO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    EXPANDIR-REMESSAS                                        *
      *    Uma guia REMcccc.DAT por codigo de ENCARGOS.DAT (mesma   *
      *    regra de nome de TESTREMS) e a guia REMIRPL.DAT do IRRF  *
      *    da PLR. Guia que nao foi gerada no run fica de fora no   *
      *    registro do envio.                                       *
      *----------------------------------------------------------*
       EXPANDIR-REMESSAS.
           OPEN INPUT TABELA-ENCARGOS.
           IF WS-STATUS-ENCARGOS = '00'
               MOVE 'N' TO WS-EOF-ENCARGOS
               PERFORM LER-ENCARGO THRU LER-ENCARGO-EXIT
                   UNTIL WS-EOF-ENCARGOS = 'S'
           END-IF.
           CLOSE TABELA-ENCARGOS.
           MOVE 'IRPL' TO REM-NOME-CODIGO.
           MOVE WS-NOME-ARQ-REMESSA TO IFC-ARQUIVO.
           PERFORM INCLUIR-INTERFACE THRU INCLUIR-INTERFACE-EXIT.

       EXPANDIR-REMESSAS-EXIT.
           EXIT.

       LER-ENCARGO.
           READ TABELA-ENCARGOS
               AT END
                   MOVE 'S' TO WS-EOF-ENCARGOS
                   GO TO LER-ENCARGO-EXIT
           END-READ.
           IF ENC-CODIGO = SPACES
               GO TO LER-ENCARGO-EXIT
           END-IF.
           MOVE ENC-CODIGO TO REM-NOME-CODIGO.
           MOVE WS-NOME-ARQ-REMESSA TO IFC-ARQUIVO.
           PERFORM INCLUIR-INTERFACE THRU INCLUIR-INTERFACE-EXIT.

       LER-ENCARGO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    EXPANDIR-ASSINANTES                                      *
      *    Um extrato por assinante de SUBSCTAB.DAT; o consumidor   *
      *    e o recebedor que confirma o extrato.                    *
      *----------------------------------------------------------*
       EXPANDIR-ASSINANTES.
           OPEN INPUT TABELA-ASSINANTES.
           IF WS-STATUS-ASSINANTES = '00'
               MOVE 'N' TO WS-EOF-ASSINANTES
               PERFORM LER-ASSINANTE THRU LER-ASSINANTE-EXIT
                   UNTIL WS-EOF-ASSINANTES = 'S'
           END-IF.
           CLOSE TABELA-ASSINANTES.

       EXPANDIR-ASSINANTES-EXIT.
           EXIT.

       LER-ASSINANTE.
           READ TABELA-ASSINANTES
               AT END
                   MOVE 'S' TO WS-EOF-ASSINANTES
                   GO TO LER-ASSINANTE-EXIT
           END-READ.
           IF ASS-CONSUMIDOR = SPACES OR ASS-NOME-ARQUIVO = SPACES
               GO TO LER-ASSINANTE-EXIT
           END-IF.
           MOVE ASS-NOME-ARQUIVO TO IFC-ARQUIVO.
           MOVE ASS-CONSUMIDOR   TO IFC-RECEPTOR.
           PERFORM INCLUIR-INTERFACE THRU INCLUIR-INTERFACE-EXIT.

       LER-ASSINANTE-EXIT.
           EXIT.

       INCLUIR-INTERFACE.
           MOVE 'N' TO WS-INTERFACE-ACHADA.
           PERFORM PROCURAR-INTERFACE
               VARYING WS-IDX-INTERFACE FROM 1 BY 1
               UNTIL WS-IDX-INTERFACE > WS-QTD-INTERFACES
                  OR WS-INTERFACE-ACHADA = 'S'.
           IF WS-INTERFACE-ACHADA = 'S'
               GO TO INCLUIR-INTERFACE-EXIT
           END-IF.
           IF WS-QTD-INTERFACES NOT < 60
               DISPLAY 'TESTINTF TABELA DE INTERFACES CHEIA - '
                       IFC-ARQUIVO ' NAO REGISTRADO'
               MOVE 'S' TO WS-INTERFACES-ESTOURARAM
               GO TO INCLUIR-INTERFACE-EXIT
           END-IF.
           ADD 1 TO WS-QTD-INTERFACES.
           MOVE WS-INTERFACE-CORRENTE
               TO WS-INTERFACE (WS-QTD-INTERFACES).

       INCLUIR-INTERFACE-EXIT.
           EXIT.

       PROCURAR-INTERFACE.
           IF WS-INTERFACE (WS-IDX-INTERFACE) (1:12) = IFC-ARQUIVO
               MOVE 'S' TO WS-INTERFACE-ACHADA
           END-IF.

       PROCURAR-INTERFACE-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    CARREGAR-PRAZOS                                          *
      *    Sem INTFPRAZ.DAT valem os prazos padrao da tabela.       *
      *----------------------------------------------------------*
       CARREGAR-PRAZOS.
           OPEN INPUT PRAZOS-INTERFACES.
           IF WS-STATUS-PRAZOS NOT = '00'
               CLOSE PRAZOS-INTERFACES
               GO TO CARREGAR-PRAZOS-EXIT
           END-IF.
           PERFORM LER-PRAZO THRU LER-PRAZO-EXIT
               UNTIL WS-EOF-PRAZOS = 'S'.
           CLOSE PRAZOS-INTERFACES.

       CARREGAR-PRAZOS-EXIT.
           EXIT.

       LER-PRAZO.
           READ PRAZOS-INTERFACES
               AT END
                   MOVE 'S' TO WS-EOF-PRAZOS
                   GO TO LER-PRAZO-EXIT
           END-READ.
           IF PRZ-DIAS IS NOT NUMERIC
                  OR (PRZ-ARQUIVO = SPACES AND PRZ-RECEPTOR = SPACES)
               DISPLAY 'TESTINTF PRAZO INVALIDO IGNORADO: '
                       REG-PRAZO-INTERFACE (1:22)
               GO TO LER-PRAZO-EXIT
           END-IF.
           PERFORM APLICAR-PRAZO
               VARYING WS-IDX-INTERFACE FROM 1 BY 1
               UNTIL WS-IDX-INTERFACE > WS-QTD-INTERFACES.

       LER-PRAZO-EXIT.
           EXIT.

       APLICAR-PRAZO.
           MOVE WS-INTERFACE (WS-IDX-INTERFACE)
               TO WS-INTERFACE-CORRENTE.
           IF PRZ-ARQUIVO NOT = SPACES
               IF PRZ-ARQUIVO = IFC-ARQUIVO
                   MOVE PRZ-DIAS TO IFC-PRAZO
                   MOVE 'S'      TO IFC-PRAZO-DO-ARQUIVO
               END-IF
           ELSE
               IF PRZ-RECEPTOR = IFC-RECEPTOR
                      AND IFC-PRAZO-DO-ARQUIVO NOT = 'S'
                   MOVE PRZ-DIAS TO IFC-PRAZO
               END-IF
           END-IF.
           MOVE WS-INTERFACE-CORRENTE
               TO WS-INTERFACE (WS-IDX-INTERFACE).

       APLICAR-PRAZO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    PROCESSAR-CONFIRMACOES                                   *
      *    Sem INTFACK.DAT o run so registra e lista.               *
      *----------------------------------------------------------*
       PROCESSAR-CONFIRMACOES.
           OPEN INPUT CONFIRMACOES-RECEBEDORES.
           IF WS-STATUS-CONFIRMACOES NOT = '00'
               DISPLAY 'TESTINTF INTFACK.DAT AUSENTE - SEM '
                       'CONFIRMACOES'
               CLOSE CONFIRMACOES-RECEBEDORES
               GO TO PROCESSAR-CONFIRMACOES-EXIT
           END-IF.
           PERFORM LER-CONFIRMACAO THRU LER-CONFIRMACAO-EXIT
               UNTIL WS-EOF-CONFIRMACOES = 'S'.
           CLOSE CONFIRMACOES-RECEBEDORES.

       PROCESSAR-CONFIRMACOES-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    LER-CONFIRMACAO                                          *
      *    So atualiza envio ainda sem resposta (enviado ou         *
      *    atrasado); confirmacao repetida e ignorada, e a de outro *
      *    recebedor ou sem envio no registro sai como nao          *
      *    conciliada.                                              *
      *----------------------------------------------------------*
       LER-CONFIRMACAO.
           READ CONFIRMACOES-RECEBEDORES
               AT END
                   MOVE 'S' TO WS-EOF-CONFIRMACOES
                   GO TO LER-CONFIRMACAO-EXIT
           END-READ.
           ADD 1 TO WS-QTD-ACKS-LIDOS.

           IF ACK-DATA-ENVIO IS NOT NUMERIC
                  OR NOT (ACK-ACEITO OR ACK-RECUSADO)
                  OR (ACK-ACEITO AND
                      (ACK-QTD-REGISTROS IS NOT NUMERIC
                       OR ACK-VALOR-TOTAL IS NOT NUMERIC))
               PERFORM LISTAR-NAO-CONCILIADO THRU
                       LISTAR-NAO-CONCILIADO-EXIT
               GO TO LER-CONFIRMACAO-EXIT
           END-IF.

           MOVE ACK-ARQUIVO    TO INT-ARQUIVO.
           MOVE ACK-DATA-ENVIO TO INT-DATA-ENVIO.
           READ REGISTRO-INTERFACES
               INVALID KEY
                   PERFORM LISTAR-NAO-CONCILIADO THRU
                           LISTAR-NAO-CONCILIADO-EXIT
                   GO TO LER-CONFIRMACAO-EXIT
           END-READ.
           IF ACK-RECEPTOR NOT = SPACES
                  AND ACK-RECEPTOR NOT = INT-RECEPTOR
               PERFORM LISTAR-NAO-CONCILIADO THRU
                       LISTAR-NAO-CONCILIADO-EXIT
               GO TO LER-CONFIRMACAO-EXIT
           END-IF.
           IF NOT (INT-ENVIADO OR INT-ATRASADO)
               ADD 1 TO WS-QTD-ACKS-IGNORADOS
               GO TO LER-CONFIRMACAO-EXIT
           END-IF.

           MOVE WS-DATA-EXECUCAO TO INT-DATA-ACK.
           IF ACK-RECUSADO
               MOVE 'R'         TO INT-SITUACAO
               MOVE ZEROS       TO INT-QTD-ACK
               MOVE ZEROS       TO INT-VALOR-ACK
               MOVE ACK-MOTIVO  TO INT-MOTIVO-ACK
               MOVE 'ACK RECUSADO'      TO WS-TEXTO-ALERTA
           ELSE
               MOVE ACK-QTD-REGISTROS TO INT-QTD-ACK
               MOVE ACK-VALOR-TOTAL   TO INT-VALOR-ACK
               IF ACK-QTD-REGISTROS = INT-QTD-REGISTROS
                      AND ACK-VALOR-TOTAL = INT-VALOR-TOTAL
                   MOVE 'C'     TO INT-SITUACAO
                   MOVE SPACES  TO INT-MOTIVO-ACK
               ELSE
                   MOVE 'D'     TO INT-SITUACAO
                   MOVE 'TOTAIS DO RECEBEDOR DIVERGEM'
                       TO INT-MOTIVO-ACK
                   MOVE 'ACK DIVERGENTE'    TO WS-TEXTO-ALERTA
               END-IF
           END-IF.
           REWRITE REG-INTERFACE.
           IF WS-STATUS-INTERFACES NOT = '00'
               MOVE 'TESTINTF'          TO WS-EXC-PROGRAMA
               MOVE 'LER-CONFIRMACAO'   TO WS-EXC-PARAGRAFO
               MOVE WS-STATUS-INTERFACES TO WS-EXC-CODIGO
               MOVE SPACES TO WS-EXC-MENSAGEM
               STRING 'INTFREG.DAT ERRO REGRAVACAO ' DELIMITED BY SIZE
                      INT-ARQUIVO DELIMITED BY SIZE
                   INTO WS-EXC-MENSAGEM
               END-STRING
               MOVE 1 TO WS-EXC-SEVERIDADE
               PERFORM GRAVAR-EXCECAO-GERAL
               MOVE 12 TO RETURN-CODE
               GO TO LER-CONFIRMACAO-EXIT
           END-IF.
           IF INT-DIVERGENTE OR INT-RECUSADO
               MOVE 'LER-CONFIRMACAO' TO WS-PARAGRAFO-ALERTA
               PERFORM GRAVAR-ALERTA-INTERFACE THRU
                       GRAVAR-ALERTA-INTERFACE-EXIT
           END-IF.

       LER-CONFIRMACAO-EXIT.
           EXIT.

       LISTAR-NAO-CONCILIADO.
           ADD 1 TO WS-QTD-NAO-CONCILIADOS.
           MOVE ACK-ARQUIVO              TO NCI-ARQUIVO.
           MOVE REG-CONFIRMACAO (13:8)   TO NCI-DATA-ENVIO.
           MOVE ACK-RECEPTOR             TO NCI-RECEPTOR.
           MOVE ACK-SITUACAO             TO NCI-SITUACAO.
           MOVE REG-CONFIRMACAO (30:9)   TO NCI-QTD.
           MOVE ACK-MOTIVO               TO NCI-MOTIVO.
           WRITE REG-RELATORIO-INTERFACES
               FROM WS-LINHA-NAO-CONCILIADO.

       LISTAR-NAO-CONCILIADO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    REGISTRAR-ENVIO                                          *
      *    Le o arquivo de saida da interface e apura os totais de  *
      *    controle. Arquivo ausente nao foi gerado no run; arquivo *
      *    com header de outra data sobrou de um run anterior.      *
      *----------------------------------------------------------*
       REGISTRAR-ENVIO.
           MOVE WS-INTERFACE (WS-IDX-INTERFACE)
               TO WS-INTERFACE-CORRENTE.
           MOVE IFC-ARQUIVO TO WS-NOME-ARQ-INTERFACE.
           OPEN INPUT ARQUIVO-INTERFACE.
           IF WS-STATUS-ARQUIVO = '05' OR WS-STATUS-ARQUIVO = '35'
               ADD 1 TO WS-QTD-NAO-GERADOS
               CLOSE ARQUIVO-INTERFACE
               GO TO REGISTRAR-ENVIO-EXIT
           END-IF.
           IF WS-STATUS-ARQUIVO NOT = '00'
               MOVE 'TESTINTF'          TO WS-EXC-PROGRAMA
               MOVE 'REGISTRAR-ENVIO'   TO WS-EXC-PARAGRAFO
               MOVE WS-STATUS-ARQUIVO   TO WS-EXC-CODIGO
               MOVE SPACES TO WS-EXC-MENSAGEM
               STRING 'ERRO ABERTURA ' DELIMITED BY SIZE
                      IFC-ARQUIVO DELIMITED BY SIZE
                   INTO WS-EXC-MENSAGEM
               END-STRING
               MOVE 2 TO WS-EXC-SEVERIDADE
               PERFORM GRAVAR-EXCECAO-GERAL
               ADD 1 TO WS-QTD-ERROS-LEITURA
               GO TO REGISTRAR-ENVIO-EXIT
           END-IF.

           MOVE 'N'   TO WS-EOF-ARQUIVO.
           MOVE 'S'   TO WS-PRIMEIRO-REGISTRO.
           MOVE 'S'   TO WS-ARQUIVO-DO-RUN.
           MOVE ZEROS TO WS-QTD-DETALHES.
           MOVE ZEROS TO WS-SOMA-VALOR.
           MOVE ZEROS TO WS-SOMA-HASH.
           PERFORM LER-REGISTRO-SAIDA THRU LER-REGISTRO-SAIDA-EXIT
               UNTIL WS-EOF-ARQUIVO = 'S'.
           CLOSE ARQUIVO-INTERFACE.

           IF WS-ARQUIVO-DO-RUN = 'N'
               DISPLAY 'TESTINTF ' IFC-ARQUIVO
                       ' NAO E DO RUN - NAO REGISTRADO'
               ADD 1 TO WS-QTD-FORA-DO-RUN
               GO TO REGISTRAR-ENVIO-EXIT
           END-IF.
           PERFORM GRAVAR-ENVIO THRU GRAVAR-ENVIO-EXIT.

       REGISTRAR-ENVIO-EXIT.
           EXIT.

       LER-REGISTRO-SAIDA.
           READ ARQUIVO-INTERFACE
               AT END
                   MOVE 'S' TO WS-EOF-ARQUIVO
                   GO TO LER-REGISTRO-SAIDA-EXIT
           END-READ.
           IF WS-PRIMEIRO-REGISTRO = 'S'
               MOVE 'N' TO WS-PRIMEIRO-REGISTRO
               MOVE REG-ARQUIVO-INTERFACE TO WS-CNAB-REGISTRO
               PERFORM VERIFICAR-LAYOUT-CNAB THRU
                       VERIFICAR-LAYOUT-CNAB-EXIT
               IF LAYOUT-CNAB-240
                   PERFORM CONFERIR-HEADER-CNAB THRU
                           CONFERIR-HEADER-CNAB-EXIT
                   GO TO LER-REGISTRO-SAIDA-EXIT
               END-IF
               IF IFC-POS-DATA > 0
                   IF REG-ARQUIVO-INTERFACE (IFC-POS-DATA:8)
                          NOT = WS-DATA-EXECUCAO
                       MOVE 'N' TO WS-ARQUIVO-DO-RUN
                       MOVE 'S' TO WS-EOF-ARQUIVO
                       GO TO LER-REGISTRO-SAIDA-EXIT
                   END-IF
               END-IF
           END-IF.

           MOVE 'N' TO WS-REGISTRO-DETALHE.
           IF REG-ARQUIVO-INTERFACE (IFC-POS-MARCA:IFC-TAM-MARCA)
                  = IFC-MARCA (1:IFC-TAM-MARCA)
               IF IFC-MARCA-INCLUI
                   MOVE 'S' TO WS-REGISTRO-DETALHE
               END-IF
           ELSE
               IF IFC-MARCA-EXCLUI
                   MOVE 'S' TO WS-REGISTRO-DETALHE
               END-IF
           END-IF.
           IF WS-REGISTRO-DETALHE = 'N'
               GO TO LER-REGISTRO-SAIDA-EXIT
           END-IF.
           ADD 1 TO WS-QTD-DETALHES.

           IF IFC-POS-VALOR > 0
               MOVE ZEROS TO WS-CAMPO-VALOR
               COMPUTE WS-POS-ALINHADA = 16 - IFC-TAM-VALOR
               MOVE REG-ARQUIVO-INTERFACE (IFC-POS-VALOR:IFC-TAM-VALOR)
                   TO WS-CAMPO-VALOR (WS-POS-ALINHADA:IFC-TAM-VALOR)
               IF WS-CAMPO-VALOR IS NUMERIC
                   ADD WS-CAMPO-VALOR-N TO WS-SOMA-VALOR
               ELSE
                   ADD 1 TO WS-QTD-CAMPOS-INVALIDOS
               END-IF
           END-IF.

           IF IFC-POS-HASH > 0
               MOVE ZEROS TO WS-CAMPO-HASH
               COMPUTE WS-POS-ALINHADA = 16 - IFC-TAM-HASH
               MOVE REG-ARQUIVO-INTERFACE (IFC-POS-HASH:IFC-TAM-HASH)
                   TO WS-CAMPO-HASH (WS-POS-ALINHADA:IFC-TAM-HASH)
               IF WS-CAMPO-HASH IS NUMERIC
                   ADD WS-CAMPO-HASH-N TO WS-SOMA-HASH
               ELSE
                   ADD 1 TO WS-QTD-CAMPOS-INVALIDOS
               END-IF
           END-IF.

       LER-REGISTRO-SAIDA-EXIT.
           EXIT.

      *    Header de arquivo CNAB 240: data de geracao DDMMAAAA e
      *    posicoes de marca, valor e hash do segmento A.
       CONFERIR-HEADER-CNAB.
           MOVE REG-ARQUIVO-INTERFACE TO WS-CNAB-HEADER-ARQUIVO.
           MOVE CHA-DATA-GERACAO TO WS-CNB-DATA-DDMMAAAA.
           PERFORM CONVERTER-DATA-DO-CNAB THRU
                   CONVERTER-DATA-DO-CNAB-EXIT.
           IF WS-CNB-DATA-AAAAMMDD NOT = WS-DATA-EXECUCAO
               MOVE 'N' TO WS-ARQUIVO-DO-RUN
               MOVE 'S' TO WS-EOF-ARQUIVO
               GO TO CONFERIR-HEADER-CNAB-EXIT
           END-IF.
           MOVE WS-LAYOUT-INTF-CNAB TO IFC-DEFINICAO (26:22).

       CONFERIR-HEADER-CNAB-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    GRAVAR-ENVIO                                             *
      *    Um envio por arquivo e data. Reexecucao no mesmo dia     *
      *    atualiza os totais do envio ainda sem resposta (arquivo  *
      *    regerado); envio ja respondido nao e alterado.           *
      *----------------------------------------------------------*
       GRAVAR-ENVIO.
           MOVE IFC-ARQUIVO      TO INT-ARQUIVO.
           MOVE WS-DATA-EXECUCAO TO INT-DATA-ENVIO.
           READ REGISTRO-INTERFACES
               INVALID KEY
                   MOVE 'N' TO WS-INTERFACE-ACHADA
               NOT INVALID KEY
                   MOVE 'S' TO WS-INTERFACE-ACHADA
           END-READ.

           IF WS-INTERFACE-ACHADA = 'S'
               IF NOT INT-ENVIADO
                   DISPLAY 'TESTINTF ' IFC-ARQUIVO
                           ' JA RESPONDIDO HOJE - NAO ATUALIZADO'
                   GO TO GRAVAR-ENVIO-EXIT
               END-IF
           ELSE
               MOVE SPACES           TO REG-INTERFACE
               MOVE IFC-ARQUIVO      TO INT-ARQUIVO
               MOVE WS-DATA-EXECUCAO TO INT-DATA-ENVIO
               MOVE 'E'              TO INT-SITUACAO
               MOVE ZEROS            TO INT-DATA-ACK
               MOVE ZEROS            TO INT-QTD-ACK
               MOVE ZEROS            TO INT-VALOR-ACK
           END-IF.

           MOVE WS-DATA-EXECUCAO TO INT-ID-DATA.
           MOVE WS-HORA-EXECUCAO TO INT-ID-HORA.
           MOVE IFC-RECEPTOR     TO INT-RECEPTOR.
           MOVE WS-QTD-DETALHES  TO INT-QTD-REGISTROS.
           MOVE WS-SOMA-VALOR    TO INT-VALOR-TOTAL.
           MOVE WS-SOMA-HASH     TO INT-HASH-TOTAL.
           COMPUTE INT-DATA-LIMITE = FUNCTION DATE-OF-INTEGER
               (WS-DIA-JULIANO-RUN + IFC-PRAZO).

           IF WS-INTERFACE-ACHADA = 'S'
               REWRITE REG-INTERFACE
               ADD 1 TO WS-QTD-ENVIOS-ATUALIZADOS
           ELSE
               WRITE REG-INTERFACE
               ADD 1 TO WS-QTD-ENVIOS-REGISTRADOS
           END-IF.
           IF WS-STATUS-INTERFACES NOT = '00'
               MOVE 'TESTINTF'          TO WS-EXC-PROGRAMA
               MOVE 'GRAVAR-ENVIO'      TO WS-EXC-PARAGRAFO
               MOVE WS-STATUS-INTERFACES TO WS-EXC-CODIGO
               MOVE SPACES TO WS-EXC-MENSAGEM
               STRING 'INTFREG.DAT ERRO GRAVACAO ' DELIMITED BY SIZE
                      IFC-ARQUIVO DELIMITED BY SIZE
                   INTO WS-EXC-MENSAGEM
               END-STRING
               MOVE 1 TO WS-EXC-SEVERIDADE
               PERFORM GRAVAR-EXCECAO-GERAL
               MOVE 12 TO RETURN-CODE
           END-IF.

       GRAVAR-ENVIO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    LISTAR-REGISTRO                                          *
      *    Leitura sequencial de INTFREG.DAT inteiro. Envio sem     *
      *    resposta vencido passa a ATRASADO e gera a excecao de    *
      *    alerta em todo run ate ser confirmado. Entram na lista   *
      *    os envios do dia, os respondidos hoje, os aguardando e   *
      *    os atrasados; respondidos em runs anteriores so contam   *
      *    no historico.                                            *
      *----------------------------------------------------------*
       LISTAR-REGISTRO.
           MOVE LOW-VALUES TO INT-CHAVE.
           START REGISTRO-INTERFACES KEY IS NOT LESS THAN INT-CHAVE
               INVALID KEY
                   GO TO LISTAR-REGISTRO-EXIT
           END-START.
           MOVE 'N' TO WS-EOF-INTERFACES.
           PERFORM LER-ENVIO-REGISTRO THRU LER-ENVIO-REGISTRO-EXIT
               UNTIL WS-EOF-INTERFACES = 'S'.

       LISTAR-REGISTRO-EXIT.
           EXIT.

       LER-ENVIO-REGISTRO.
           READ REGISTRO-INTERFACES NEXT RECORD
               AT END
                   MOVE 'S' TO WS-EOF-INTERFACES
                   GO TO LER-ENVIO-REGISTRO-EXIT
           END-READ.

           IF INT-ENVIADO AND WS-DATA-EXECUCAO > INT-DATA-LIMITE
               MOVE 'A' TO INT-SITUACAO
               REWRITE REG-INTERFACE
               IF WS-STATUS-INTERFACES NOT = '00'
                   MOVE 'TESTINTF'          TO WS-EXC-PROGRAMA
                   MOVE 'LER-ENVIO-REGISTRO' TO WS-EXC-PARAGRAFO
                   MOVE WS-STATUS-INTERFACES TO WS-EXC-CODIGO
                   MOVE SPACES TO WS-EXC-MENSAGEM
                   STRING 'INTFREG.DAT ERRO REGRAVACAO '
                              DELIMITED BY SIZE
                          INT-ARQUIVO DELIMITED BY SIZE
                       INTO WS-EXC-MENSAGEM
                   END-STRING
                   MOVE 1 TO WS-EXC-SEVERIDADE
                   PERFORM GRAVAR-EXCECAO-GERAL
                   MOVE 12 TO RETURN-CODE
               END-IF
           END-IF.

           MOVE SPACES TO RIN-MOTIVO.
           EVALUATE TRUE
               WHEN INT-ATRASADO
                   MOVE 'ATRASADO'   TO RIN-SITUACAO
                   ADD 1 TO WS-QTD-ATRASADOS
                   MOVE 'SEM ACK NO PRAZO' TO WS-TEXTO-ALERTA
                   MOVE 'LER-ENVIO-REGISTRO' TO WS-PARAGRAFO-ALERTA
                   PERFORM GRAVAR-ALERTA-INTERFACE THRU
                           GRAVAR-ALERTA-INTERFACE-EXIT
               WHEN INT-ENVIADO
                   IF INT-DATA-ENVIO = WS-DATA-EXECUCAO
                       MOVE 'ENVIADO'    TO RIN-SITUACAO
                       ADD 1 TO WS-QTD-ENVIADOS-HOJE
                   ELSE
                       MOVE 'AGUARDANDO' TO RIN-SITUACAO
                       ADD 1 TO WS-QTD-AGUARDANDO
                   END-IF
               WHEN INT-DATA-ACK NOT = WS-DATA-EXECUCAO
                   GO TO LER-ENVIO-REGISTRO-EXIT
               WHEN INT-CONFIRMADO
                   MOVE 'CONFIRMADO' TO RIN-SITUACAO
                   ADD 1 TO WS-QTD-CONFIRMADOS-HOJE
                   IF INT-DATA-ACK > INT-DATA-LIMITE
                       MOVE 'CONFIRMADO COM ATRASO' TO RIN-MOTIVO
                   END-IF
               WHEN INT-DIVERGENTE
                   MOVE 'DIVERGENTE' TO RIN-SITUACAO
                   MOVE INT-MOTIVO-ACK TO RIN-MOTIVO
                   ADD 1 TO WS-QTD-DIVERGENTES-HOJE
               WHEN OTHER
                   MOVE 'RECUSADO'   TO RIN-SITUACAO
                   MOVE INT-MOTIVO-ACK TO RIN-MOTIVO
                   ADD 1 TO WS-QTD-RECUSADOS-HOJE
           END-EVALUATE.

           MOVE INT-ARQUIVO       TO RIN-ARQUIVO.
           MOVE INT-RECEPTOR      TO RIN-RECEPTOR.
           MOVE INT-DATA-ENVIO    TO RIN-DATA-ENVIO.
           MOVE INT-ID-HORA       TO RIN-HORA-RUN.
           MOVE INT-QTD-REGISTROS TO RIN-QTD.
           MOVE INT-VALOR-TOTAL   TO RIN-VALOR.
           MOVE INT-HASH-TOTAL    TO RIN-HASH.
           MOVE INT-DATA-LIMITE   TO RIN-LIMITE.
           IF INT-DATA-ACK = ZEROS
               MOVE SPACES        TO RIN-DATA-ACK
           ELSE
               MOVE INT-DATA-ACK  TO RIN-DATA-ACK
           END-IF.
           WRITE REG-RELATORIO-INTERFACES FROM WS-LINHA-REGISTRO.

       LER-ENVIO-REGISTRO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    GRAVAR-ALERTA-INTERFACE                                  *
      *    Excecao de severidade 1 com texto + arquivo + data do    *
      *    envio: a mesma mensagem enquanto a condicao persistir,   *
      *    para TESTALRT somar ocorrencias no alerta ja aberto.     *
      *----------------------------------------------------------*
       GRAVAR-ALERTA-INTERFACE.
           MOVE 'TESTINTF'          TO WS-EXC-PROGRAMA.
           MOVE WS-PARAGRAFO-ALERTA TO WS-EXC-PARAGRAFO.
           MOVE 4                   TO WS-EXC-CODIGO.
           MOVE SPACES TO WS-EXC-MENSAGEM.
           STRING WS-TEXTO-ALERTA  DELIMITED BY '  '
                  ' '              DELIMITED BY SIZE
                  INT-ARQUIVO      DELIMITED BY SPACE
                  ' '              DELIMITED BY SIZE
                  INT-DATA-ENVIO   DELIMITED BY SIZE
               INTO WS-EXC-MENSAGEM
           END-STRING.
           MOVE 1 TO WS-EXC-SEVERIDADE.
           PERFORM GRAVAR-EXCECAO-GERAL.

       GRAVAR-ALERTA-INTERFACE-EXIT.
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
