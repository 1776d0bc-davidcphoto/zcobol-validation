       IDENTIFICATION DIVISION.
       PROGRAM-ID. TESTBENF.

      *----------------------------------------------------------*
      *    TESTBENF                                                *
      *    Vale-refeicao/alimentacao (VR/VA) e vale-transporte     *
      *    (VT) do mes, rodando no fechamento mensal (RUNMODE.DAT  *
      *    = 'M') antes de TESTDEDU. O cadastro BENEFREG.DAT,      *
      *    mantido pela RH, traz uma linha por matricula e         *
      *    beneficio: tipo, fornecedor, valor unitario e           *
      *    quantidade diaria (VT: passagens por dia; VR/VA: 1).    *
      *    Dias do beneficio = dias uteis ('U'/'M') da competencia *
      *    no calendario CALENDAR.DAT menos as faltas de           *
      *    PONTOADJ.DAT. Saidas:                                   *
      *      - um arquivo de pedido por fornecedor, BNFxxxx.DAT,   *
      *        'H' data + fornecedor, 'D' por empregado/beneficio, *
      *        'T' quantidade, valor total e total de controle     *
      *        (soma das matriculas) - o layout que os             *
      *        fornecedores recebem;                               *
      *      - BENFDESC.DAT: desconto legal do VT (6% do salario,  *
      *        limitado ao custo do VT) por matricula, que         *
      *        TESTDEDU aplica como desconto 'VT' na mesma noite;  *
      *      - o relatorio BENFREPT.DAT.                           *
      *    Fora do fechamento mensal o passo nao faz nada.         *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXTRATO-EMPREGADOS
               ASSIGN TO "EMPEXTR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-EXTRATO.

           SELECT OPTIONAL CADASTRO-BENEFICIOS
               ASSIGN TO "BENEFREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CADASTRO.

           SELECT OPTIONAL ARQUIVO-CALENDARIO
               ASSIGN TO "CALENDAR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CALENDARIO.

           SELECT OPTIONAL ARQUIVO-AJUSTES-PONTO
               ASSIGN TO "PONTOADJ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-AJUSTES-PONTO.

           SELECT PEDIDO-FORNECEDOR
               ASSIGN TO WS-NOME-ARQ-PEDIDO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-PEDIDO.

           SELECT DESCONTOS-BENEFICIOS
               ASSIGN TO "BENFDESC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-DESCONTOS.

           SELECT RELATORIO-BENEFICIOS
               ASSIGN TO "BENFREPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RELATORIO.

           COPY RUNMDSEL.

           SELECT OPTIONAL CARTAO-DATA-NEGOCIO
               ASSIGN TO "DATACTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-DATA-NEG.

           COPY PERISEL.

           COPY EXCPSEL.

       DATA DIVISION.
       FILE SECTION.
       FD  EXTRATO-EMPREGADOS.
       01  REG-EXTRATO-EMPREGADO.
           05  EXT-EMPLOYEE-ID          PIC 9(05).
           05  EXT-EMPLOYEE-NAME        PIC X(50).
           05  EXT-EMPLOYEE-SALARY      PIC 9(07)V99.
           05  EXT-EMPLOYEE-DEPARTMENT  PIC X(10).
           05  EXT-EMPLOYEE-AGENCIA     PIC X(05).
           05  EXT-EMPLOYEE-CONTA       PIC X(12).
           05  EXT-EMPLOYEE-HIRE-DATE   PIC 9(08).
           05  EXT-EMPLOYEE-EMPRESA     PIC X(05).

       FD  CADASTRO-BENEFICIOS.
       01  REG-CADASTRO-BENEFICIO.
           05  BNF-MATRICULA            PIC 9(05).
           05  BNF-TIPO                 PIC X(02).
               88  BNF-REFEICAO             VALUE 'VR'.
               88  BNF-ALIMENTACAO          VALUE 'VA'.
               88  BNF-TRANSPORTE           VALUE 'VT'.
               88  BNF-TIPO-OK              VALUE 'VR' 'VA' 'VT'.
           05  BNF-FORNECEDOR           PIC X(04).
           05  BNF-VALOR-UNITARIO       PIC 9(05)V99.
           05  BNF-QTD-DIARIA           PIC 9(02).
           05  FILLER                   PIC X(60).

       FD  ARQUIVO-CALENDARIO.
       01  REG-CALENDARIO.
           05  CAL-DATA             PIC 9(08).
           05  CAL-TIPO             PIC X(01).
               88  CAL-DIA-UTIL         VALUE 'U'.
               88  CAL-FECHAMENTO-MES   VALUE 'M'.
               88  CAL-NAO-UTIL         VALUE 'F'.
           05  FILLER               PIC X(71).

       FD  ARQUIVO-AJUSTES-PONTO.
       01  REG-AJUSTE-PONTO.
           05  ADJ-MATRICULA        PIC 9(05).
           05  ADJ-HORAS-50         PIC 9(04)V9.
           05  ADJ-HORAS-100        PIC 9(04)V9.
           05  ADJ-DIAS-FALTA       PIC 9(03).
           05  FILLER               PIC X(62).

       FD  PEDIDO-FORNECEDOR.
       01  REG-PEDIDO-FORNECEDOR.
           05  PED-TIPO             PIC X(01).
           05  PED-DADOS            PIC X(99).
           05  PED-DADOS-HEADER REDEFINES PED-DADOS.
               10  PED-HDR-DATA         PIC 9(08).
               10  PED-HDR-FORNECEDOR   PIC X(04).
               10  PED-HDR-COMPETENCIA  PIC 9(06).
               10  FILLER               PIC X(81).
           05  PED-DADOS-DETALHE REDEFINES PED-DADOS.
               10  PED-DET-MATRICULA    PIC 9(05).
               10  PED-DET-NOME         PIC X(30).
               10  PED-DET-BENEFICIO    PIC X(02).
               10  PED-DET-QUANTIDADE   PIC 9(04).
               10  PED-DET-VALOR-UNIT   PIC 9(05)V99.
               10  PED-DET-VALOR        PIC 9(09)V99.
               10  FILLER               PIC X(40).
           05  PED-DADOS-TRAILER REDEFINES PED-DADOS.
               10  PED-TRL-QTD          PIC 9(07).
               10  PED-TRL-VALOR        PIC 9(11)V99.
               10  PED-TRL-CONTROLE     PIC 9(12).
               10  FILLER               PIC X(67).

      *    Desconto do VT por matricula, lido por TESTDEDU.
       FD  DESCONTOS-BENEFICIOS.
       01  REG-DESCONTO-BENEFICIO.
           05  BDS-MATRICULA        PIC 9(05).
           05  BDS-COMPETENCIA      PIC 9(06).
           05  BDS-CODIGO           PIC X(04).
           05  BDS-PCT              PIC 9(03)V99.
           05  BDS-VALOR            PIC 9(07)V99.
           05  FILLER               PIC X(51).

       FD  RELATORIO-BENEFICIOS.
       01  REG-RELATORIO-BENEFICIOS PIC X(100).

       COPY RUNMDFD.

       FD  CARTAO-DATA-NEGOCIO.
       01  REG-CARTAO-DATA-NEG.
           05  DATA-NEGOCIO-CARTAO  PIC 9(08).
           05  FILLER               PIC X(72).

       COPY PERIFD.

       COPY EXCPFD.

       WORKING-STORAGE SECTION.
       COPY EXTVWS.
       COPY EXCPWS.
       COPY PERIWS.
       COPY RUNMDWS.

       01  WS-STATUS-EXTRATO        PIC XX.
       01  WS-STATUS-CADASTRO       PIC XX.
       01  WS-STATUS-CALENDARIO     PIC XX.
       01  WS-STATUS-AJUSTES-PONTO  PIC XX.
       01  WS-STATUS-PEDIDO         PIC XX.
       01  WS-STATUS-DESCONTOS      PIC XX.
       01  WS-STATUS-RELATORIO      PIC XX.
       01  WS-STATUS-DATA-NEG       PIC XX.
       01  WS-EOF-EXTRATO           PIC X VALUE 'N'.
       01  WS-EOF-CADASTRO          PIC X VALUE 'N'.
       01  WS-EOF-CALENDARIO        PIC X VALUE 'N'.
       01  WS-EOF-AJUSTES-PONTO     PIC X VALUE 'N'.

       01  WS-NOME-ARQ-PEDIDO       PIC X(12) VALUE SPACES.
       01  WS-DATA-NEGOCIO          PIC 9(08) VALUE ZEROS.
       01  WS-COMPETENCIA           PIC 9(06) VALUE ZEROS.
       01  WS-CAL-COMPETENCIA       PIC 9(06) VALUE ZEROS.

      *    Dias uteis da competencia; sem o mes no calendario vale
      *    o padrao de 22 dias, com aviso.
       01  WS-DIAS-UTEIS            PIC 9(02) VALUE ZEROS.
       01  WS-DIAS-UTEIS-PADRAO     PIC 9(02) VALUE 22.
       01  WS-DIAS-BENEFICIO        PIC 9(02) VALUE ZEROS.
       01  WS-FALTAS-EMPREGADO      PIC 9(03) VALUE ZEROS.
       01  WS-PCT-DESCONTO-VT       PIC 9(03)V99 VALUE 6.00.

      *    Cadastro de beneficios em tabela.
       01  WS-QTD-INSCRICOES        PIC 9(04) VALUE ZEROS.
       01  WS-IDX-INSCRICAO         PIC 9(04) VALUE ZEROS.
       01  WS-QTD-INVALIDAS         PIC 9(05) VALUE ZEROS.
       01  WS-TABELA-INSCRICOES.
           05  WS-INSCRICAO OCCURS 5000 TIMES.
               10  WS-INS-MATRICULA     PIC 9(05).
               10  WS-INS-TIPO          PIC X(02).
               10  WS-INS-FORNECEDOR    PIC X(04).
               10  WS-INS-VALOR-UNIT    PIC 9(05)V99.
               10  WS-INS-QTD-DIARIA    PIC 9(02).
               10  WS-INS-NOME          PIC X(30).
               10  WS-INS-QUANTIDADE    PIC 9(04).
               10  WS-INS-VALOR         PIC 9(09)V99.
               10  WS-INS-PEDIDO        PIC X(01).

      *    Faltas por matricula de PONTOADJ.DAT.
       01  WS-QTD-FALTAS            PIC 9(04) VALUE ZEROS.
       01  WS-IDX-FALTA             PIC 9(04) VALUE ZEROS.
       01  WS-TABELA-FALTAS.
           05  WS-FALTA OCCURS 3000 TIMES.
               10  WS-FLT-MATRICULA PIC 9(05).
               10  WS-FLT-DIAS      PIC 9(03).

      *    Fornecedores com pedido no run.
       01  WS-QTD-FORNECEDORES      PIC 9(03) VALUE ZEROS.
       01  WS-IDX-FORNECEDOR        PIC 9(03) VALUE ZEROS.
       01  WS-FORNECEDOR-JA-EXISTE  PIC X VALUE 'N'.
       01  WS-TABELA-FORNECEDORES.
           05  WS-FORNECEDOR-RUN OCCURS 50 TIMES PIC X(04).
       01  WS-FORNECEDOR-ATUAL      PIC X(04) VALUE SPACES.
       01  WS-QTD-PEDIDO            PIC 9(07) VALUE ZEROS.
       01  WS-TOTAL-PEDIDO          PIC 9(11)V99 VALUE ZEROS.
       01  WS-CONTROLE-PEDIDO       PIC 9(12) VALUE ZEROS.

       01  WS-CUSTO-VT-EMPREGADO    PIC 9(09)V99 VALUE ZEROS.
       01  WS-DESCONTO-VT           PIC 9(09)V99 VALUE ZEROS.
       01  WS-QTD-EMPREGADOS        PIC 9(05) VALUE ZEROS.
       01  WS-QTD-ITENS             PIC 9(05) VALUE ZEROS.
       01  WS-QTD-ITENS-ANTES       PIC 9(05) VALUE ZEROS.
       01  WS-TOTAL-BENEFICIOS      PIC 9(11)V99 VALUE ZEROS.
       01  WS-QTD-DESCONTOS-VT      PIC 9(05) VALUE ZEROS.
       01  WS-TOTAL-DESCONTOS-VT    PIC 9(11)V99 VALUE ZEROS.

       01  WS-CABECALHO-BENEF.
           05  FILLER               PIC X(33) VALUE
               'BENEFICIOS VR/VA/VT - COMPETENCIA'.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  CBN-COMPETENCIA      PIC 9(06).
           05  FILLER               PIC X(15) VALUE
               ' - DIAS UTEIS: '.
           05  CBN-DIAS-UTEIS       PIC Z9.

       01  WS-LINHA-BENEF.
           05  LBN-MATRICULA        PIC ZZZZ9.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  LBN-NOME             PIC X(30).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  LBN-TIPO             PIC X(02).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  LBN-FORNECEDOR       PIC X(04).
           05  FILLER               PIC X(06) VALUE ' DIAS '.
           05  LBN-DIAS             PIC Z9.
           05  FILLER               PIC X(05) VALUE ' QTD '.
           05  LBN-QUANTIDADE       PIC ZZZ9.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  LBN-VALOR            PIC ZZZ,ZZZ,ZZ9.99.

       01  WS-LINHA-DESCONTO-VT.
           05  FILLER               PIC X(07) VALUE SPACES.
           05  FILLER               PIC X(29) VALUE
               'DESCONTO VT (6% DO SALARIO): '.
           05  LDV-VALOR            PIC ZZZ,ZZZ,ZZ9.99.

       01  WS-LINHA-TOTAL-BENEF.
           05  FILLER               PIC X(24) VALUE
               'TOTAL DOS PEDIDOS......:'.
           05  TBN-VALOR            PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(18) VALUE
               '   DESCONTOS VT: '.
           05  TBN-DESCONTOS        PIC Z,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 0 TO RETURN-CODE.
           MOVE 'TESTBENF' TO WS-PER-PROGRAMA.
           PERFORM VERIFICAR-PERIODO-ABERTO THRU
                   VERIFICAR-PERIODO-ABERTO-EXIT.
           IF PERIODO-FECHADO
               STOP RUN
           END-IF.
           PERFORM LER-MODO-EXECUCAO.
           IF NOT MODO-FIM-DE-MES
               DISPLAY 'TESTBENF FORA DO FECHAMENTO MENSAL - SEM '
                       'PEDIDO DE BENEFICIOS'
               STOP RUN
           END-IF.
           PERFORM OBTER-DATA-NEGOCIO-BENF.
           PERFORM CONTAR-DIAS-UTEIS THRU
                   CONTAR-DIAS-UTEIS-EXIT.
           PERFORM CARREGAR-FALTAS.
           PERFORM CARREGAR-INSCRICOES THRU
                   CARREGAR-INSCRICOES-EXIT.

           OPEN INPUT EXTRATO-EMPREGADOS.
           IF WS-STATUS-EXTRATO NOT = '00'
               MOVE 'TESTBENF'          TO WS-EXC-PROGRAMA
               MOVE 'MAIN-PROCEDURE'    TO WS-EXC-PARAGRAFO
               MOVE WS-STATUS-EXTRATO   TO WS-EXC-CODIGO
               MOVE 'ERRO ABERTURA EMPEXTR.DAT' TO WS-EXC-MENSAGEM
               MOVE 1 TO WS-EXC-SEVERIDADE
               PERFORM GRAVAR-EXCECAO-GERAL
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT DESCONTOS-BENEFICIOS.
           OPEN OUTPUT RELATORIO-BENEFICIOS.
           MOVE WS-COMPETENCIA TO CBN-COMPETENCIA.
           MOVE WS-DIAS-UTEIS  TO CBN-DIAS-UTEIS.
           WRITE REG-RELATORIO-BENEFICIOS FROM WS-CABECALHO-BENEF.

           PERFORM LER-EMPREGADO-EXTRATO
               UNTIL WS-EOF-EXTRATO = 'S'.

           CLOSE EXTRATO-EMPREGADOS.
           CLOSE DESCONTOS-BENEFICIOS.

           PERFORM GERAR-PEDIDOS-FORNECEDORES.

           MOVE SPACES TO REG-RELATORIO-BENEFICIOS.
           WRITE REG-RELATORIO-BENEFICIOS.
           MOVE WS-TOTAL-BENEFICIOS   TO TBN-VALOR.
           MOVE WS-TOTAL-DESCONTOS-VT TO TBN-DESCONTOS.
           WRITE REG-RELATORIO-BENEFICIOS FROM WS-LINHA-TOTAL-BENEF.
           CLOSE RELATORIO-BENEFICIOS.

           DISPLAY 'TESTBENF COMPETENCIA...........: '
                   WS-COMPETENCIA.
           DISPLAY 'TESTBENF DIAS UTEIS............: '
                   WS-DIAS-UTEIS.
           DISPLAY 'TESTBENF EMPREGADOS COM BENEF..: '
                   WS-QTD-EMPREGADOS.
           DISPLAY 'TESTBENF ITENS PEDIDOS.........: '
                   WS-QTD-ITENS.
           DISPLAY 'TESTBENF TOTAL DOS PEDIDOS.....: '
                   WS-TOTAL-BENEFICIOS.
           DISPLAY 'TESTBENF DESCONTOS DE VT.......: '
                   WS-QTD-DESCONTOS-VT ' ' WS-TOTAL-DESCONTOS-VT.
           DISPLAY 'TESTBENF INSCRICOES INVALIDAS..: '
                   WS-QTD-INVALIDAS.

           IF WS-QTD-INVALIDAS > ZEROS AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.

           STOP RUN.

      *----------------------------------------------------------*
      *    OBTER-DATA-NEGOCIO-BENF                                  *
      *    Competencia = ano/mes da data de negocio (DATACTL.DAT).  *
      *----------------------------------------------------------*
       OBTER-DATA-NEGOCIO-BENF.
           ACCEPT WS-DATA-NEGOCIO FROM DATE YYYYMMDD.
           OPEN INPUT CARTAO-DATA-NEGOCIO.
           IF WS-STATUS-DATA-NEG = '00'
               READ CARTAO-DATA-NEGOCIO
                   AT END
                       CONTINUE
                   NOT AT END
                       IF DATA-NEGOCIO-CARTAO IS NUMERIC
                              AND DATA-NEGOCIO-CARTAO > ZEROS
                           MOVE DATA-NEGOCIO-CARTAO
                               TO WS-DATA-NEGOCIO
                       END-IF
               END-READ
           END-IF.
           CLOSE CARTAO-DATA-NEGOCIO.
           COMPUTE WS-COMPETENCIA = WS-DATA-NEGOCIO / 100.

       OBTER-DATA-NEGOCIO-BENF-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    CONTAR-DIAS-UTEIS                                        *
      *    Dias 'U' e 'M' da competencia em CALENDAR.DAT.           *
      *----------------------------------------------------------*
       CONTAR-DIAS-UTEIS.
           OPEN INPUT ARQUIVO-CALENDARIO.
           IF WS-STATUS-CALENDARIO = '00'
               PERFORM LER-DIA-CALENDARIO
                   UNTIL WS-EOF-CALENDARIO = 'S'
           END-IF.
           CLOSE ARQUIVO-CALENDARIO.
           IF WS-DIAS-UTEIS = ZEROS
               MOVE WS-DIAS-UTEIS-PADRAO TO WS-DIAS-UTEIS
               DISPLAY 'TESTBENF COMPETENCIA SEM DIAS NO CALENDARIO '
                       '- ASSUMIDOS ' WS-DIAS-UTEIS ' DIAS UTEIS'
               MOVE 'TESTBENF'          TO WS-EXC-PROGRAMA
               MOVE 'CONTAR-DIAS-UTEIS' TO WS-EXC-PARAGRAFO
               MOVE 4                   TO WS-EXC-CODIGO
               MOVE 'CALENDARIO SEM A COMPETENCIA - 22 DIAS'
                   TO WS-EXC-MENSAGEM
               MOVE 3 TO WS-EXC-SEVERIDADE
               PERFORM GRAVAR-EXCECAO-GERAL
               MOVE 4 TO RETURN-CODE
           END-IF.

       CONTAR-DIAS-UTEIS-EXIT.
           EXIT.

       LER-DIA-CALENDARIO.
           READ ARQUIVO-CALENDARIO
               AT END
                   MOVE 'S' TO WS-EOF-CALENDARIO
               NOT AT END
                   IF CAL-DATA IS NUMERIC
                       COMPUTE WS-CAL-COMPETENCIA = CAL-DATA / 100
                       IF WS-CAL-COMPETENCIA = WS-COMPETENCIA
                              AND (CAL-DIA-UTIL OR CAL-FECHAMENTO-MES)
                           ADD 1 TO WS-DIAS-UTEIS
                       END-IF
                   END-IF
           END-READ.

       LER-DIA-CALENDARIO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    CARREGAR-FALTAS                                          *
      *    Dias de falta por matricula, agregados por TESTTIME.     *
      *----------------------------------------------------------*
       CARREGAR-FALTAS.
           OPEN INPUT ARQUIVO-AJUSTES-PONTO.
           IF WS-STATUS-AJUSTES-PONTO = '00'
               PERFORM LER-AJUSTE-PONTO
                   UNTIL WS-EOF-AJUSTES-PONTO = 'S'
           END-IF.
           CLOSE ARQUIVO-AJUSTES-PONTO.

       CARREGAR-FALTAS-EXIT.
           EXIT.

       LER-AJUSTE-PONTO.
           READ ARQUIVO-AJUSTES-PONTO
               AT END
                   MOVE 'S' TO WS-EOF-AJUSTES-PONTO
               NOT AT END
                   IF ADJ-DIAS-FALTA IS NUMERIC
                          AND ADJ-DIAS-FALTA > ZEROS
                          AND WS-QTD-FALTAS < 3000
                       ADD 1 TO WS-QTD-FALTAS
                       MOVE ADJ-MATRICULA
                           TO WS-FLT-MATRICULA (WS-QTD-FALTAS)
                       MOVE ADJ-DIAS-FALTA
                           TO WS-FLT-DIAS (WS-QTD-FALTAS)
                   END-IF
           END-READ.

       LER-AJUSTE-PONTO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    CARREGAR-INSCRICOES                                      *
      *    Linha invalida (tipo, fornecedor ou valores) fica fora   *
      *    do pedido e vai para o log de excecoes (RC=4).           *
      *----------------------------------------------------------*
       CARREGAR-INSCRICOES.
           OPEN INPUT CADASTRO-BENEFICIOS.
           IF WS-STATUS-CADASTRO NOT = '00'
               DISPLAY 'TESTBENF BENEFREG.DAT AUSENTE - NENHUM '
                       'BENEFICIO NO MES'
               CLOSE CADASTRO-BENEFICIOS
               GO TO CARREGAR-INSCRICOES-EXIT
           END-IF.
           PERFORM LER-INSCRICAO-BENEFICIO
               UNTIL WS-EOF-CADASTRO = 'S'.
           CLOSE CADASTRO-BENEFICIOS.

       CARREGAR-INSCRICOES-EXIT.
           EXIT.

       LER-INSCRICAO-BENEFICIO.
           READ CADASTRO-BENEFICIOS
               AT END
                   MOVE 'S' TO WS-EOF-CADASTRO
               NOT AT END
                   PERFORM GUARDAR-INSCRICAO THRU
                           GUARDAR-INSCRICAO-EXIT
           END-READ.

       LER-INSCRICAO-BENEFICIO-EXIT.
           EXIT.

       GUARDAR-INSCRICAO.
           IF BNF-MATRICULA IS NOT NUMERIC
                  OR NOT BNF-TIPO-OK
                  OR BNF-FORNECEDOR = SPACES
                  OR BNF-VALOR-UNITARIO IS NOT NUMERIC
                  OR BNF-VALOR-UNITARIO = ZEROS
                  OR BNF-QTD-DIARIA IS NOT NUMERIC
               ADD 1 TO WS-QTD-INVALIDAS
               MOVE 'TESTBENF'          TO WS-EXC-PROGRAMA
               MOVE 'GUARDAR-INSCRICAO' TO WS-EXC-PARAGRAFO
               MOVE 4                   TO WS-EXC-CODIGO
               MOVE SPACES              TO WS-EXC-MENSAGEM
               STRING 'INSCRICAO INVALIDA: '
                      REG-CADASTRO-BENEFICIO (1:20)
                   DELIMITED BY SIZE
                   INTO WS-EXC-MENSAGEM
               END-STRING
               MOVE 3 TO WS-EXC-SEVERIDADE
               PERFORM GRAVAR-EXCECAO-GERAL
               GO TO GUARDAR-INSCRICAO-EXIT
           END-IF.
           IF WS-QTD-INSCRICOES NOT < 5000
               ADD 1 TO WS-QTD-INVALIDAS
               DISPLAY 'TESTBENF BENEFREG.DAT EXCEDE 5000 LINHAS - '
                       'IGNORADA: ' REG-CADASTRO-BENEFICIO (1:11)
               GO TO GUARDAR-INSCRICAO-EXIT
           END-IF.
           ADD 1 TO WS-QTD-INSCRICOES.
           MOVE BNF-MATRICULA  TO WS-INS-MATRICULA (WS-QTD-INSCRICOES).
           MOVE BNF-TIPO       TO WS-INS-TIPO (WS-QTD-INSCRICOES).
           MOVE BNF-FORNECEDOR TO WS-INS-FORNECEDOR (WS-QTD-INSCRICOES).
           MOVE BNF-VALOR-UNITARIO
               TO WS-INS-VALOR-UNIT (WS-QTD-INSCRICOES).
           IF BNF-QTD-DIARIA = ZEROS
               MOVE 1 TO WS-INS-QTD-DIARIA (WS-QTD-INSCRICOES)
           ELSE
               MOVE BNF-QTD-DIARIA
                   TO WS-INS-QTD-DIARIA (WS-QTD-INSCRICOES)
           END-IF.
           MOVE SPACES TO WS-INS-NOME (WS-QTD-INSCRICOES).
           MOVE ZEROS  TO WS-INS-QUANTIDADE (WS-QTD-INSCRICOES).
           MOVE ZEROS  TO WS-INS-VALOR (WS-QTD-INSCRICOES).
           MOVE 'N'    TO WS-INS-PEDIDO (WS-QTD-INSCRICOES).

       GUARDAR-INSCRICAO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    LER-EMPREGADO-EXTRATO                                    *
      *    So empregados no extrato do dia recebem beneficio -      *
      *    inscricao de desligado fica de fora do pedido.           *
      *----------------------------------------------------------*
       LER-EMPREGADO-EXTRATO.
           READ EXTRATO-EMPREGADOS
               AT END
                   MOVE 'S' TO WS-EOF-EXTRATO
               NOT AT END
                   IF REG-EXTRATO-EMPREGADO (1:6) = 'VERSAO'
                       PERFORM CONFERIR-VERSAO-EXTRATO THRU
                               CONFERIR-VERSAO-EXTRATO-EXIT
                   ELSE
                       PERFORM CALCULAR-BENEFICIOS-EMPREGADO THRU
                               CALCULAR-BENEFICIOS-EMPREGADO-EXIT
                   END-IF
           END-READ.

       LER-EMPREGADO-EXTRATO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    CALCULAR-BENEFICIOS-EMPREGADO                            *
      *    Dias = uteis - faltas. Desconto do VT = 6% do salario,   *
      *    limitado ao custo do VT do mes.                          *
      *----------------------------------------------------------*
       CALCULAR-BENEFICIOS-EMPREGADO.
           MOVE ZEROS TO WS-FALTAS-EMPREGADO.
           PERFORM PROCURAR-FALTAS
               VARYING WS-IDX-FALTA FROM 1 BY 1
               UNTIL WS-IDX-FALTA > WS-QTD-FALTAS.
           IF WS-FALTAS-EMPREGADO >= WS-DIAS-UTEIS
               MOVE ZEROS TO WS-DIAS-BENEFICIO
           ELSE
               COMPUTE WS-DIAS-BENEFICIO =
                   WS-DIAS-UTEIS - WS-FALTAS-EMPREGADO
           END-IF.

           MOVE ZEROS TO WS-CUSTO-VT-EMPREGADO.
           MOVE WS-QTD-ITENS TO WS-QTD-ITENS-ANTES.
           PERFORM CALCULAR-ITEM-BENEFICIO THRU
                   CALCULAR-ITEM-BENEFICIO-EXIT
               VARYING WS-IDX-INSCRICAO FROM 1 BY 1
               UNTIL WS-IDX-INSCRICAO > WS-QTD-INSCRICOES.
           IF WS-QTD-ITENS > WS-QTD-ITENS-ANTES
               ADD 1 TO WS-QTD-EMPREGADOS
           END-IF.

           IF WS-CUSTO-VT-EMPREGADO = ZEROS
               GO TO CALCULAR-BENEFICIOS-EMPREGADO-EXIT
           END-IF.
           COMPUTE WS-DESCONTO-VT ROUNDED =
               EXT-EMPLOYEE-SALARY * WS-PCT-DESCONTO-VT / 100.
           IF WS-DESCONTO-VT > WS-CUSTO-VT-EMPREGADO
               MOVE WS-CUSTO-VT-EMPREGADO TO WS-DESCONTO-VT
           END-IF.
           MOVE SPACES             TO REG-DESCONTO-BENEFICIO.
           MOVE EXT-EMPLOYEE-ID    TO BDS-MATRICULA.
           MOVE WS-COMPETENCIA     TO BDS-COMPETENCIA.
           MOVE 'VT'               TO BDS-CODIGO.
           MOVE WS-PCT-DESCONTO-VT TO BDS-PCT.
           MOVE WS-DESCONTO-VT     TO BDS-VALOR.
           WRITE REG-DESCONTO-BENEFICIO.
           ADD 1 TO WS-QTD-DESCONTOS-VT.
           ADD WS-DESCONTO-VT TO WS-TOTAL-DESCONTOS-VT.
           MOVE WS-DESCONTO-VT TO LDV-VALOR.
           WRITE REG-RELATORIO-BENEFICIOS FROM WS-LINHA-DESCONTO-VT.

       CALCULAR-BENEFICIOS-EMPREGADO-EXIT.
           EXIT.

       PROCURAR-FALTAS.
           IF WS-FLT-MATRICULA (WS-IDX-FALTA) = EXT-EMPLOYEE-ID
               ADD WS-FLT-DIAS (WS-IDX-FALTA) TO WS-FALTAS-EMPREGADO
           END-IF.

       PROCURAR-FALTAS-EXIT.
           EXIT.

       CALCULAR-ITEM-BENEFICIO.
           IF WS-INS-MATRICULA (WS-IDX-INSCRICAO) NOT = EXT-EMPLOYEE-ID
                  OR WS-DIAS-BENEFICIO = ZEROS
               GO TO CALCULAR-ITEM-BENEFICIO-EXIT
           END-IF.
           MOVE EXT-EMPLOYEE-NAME TO WS-INS-NOME (WS-IDX-INSCRICAO).
           COMPUTE WS-INS-QUANTIDADE (WS-IDX-INSCRICAO) =
               WS-DIAS-BENEFICIO * WS-INS-QTD-DIARIA (WS-IDX-INSCRICAO).
           COMPUTE WS-INS-VALOR (WS-IDX-INSCRICAO) =
               WS-INS-QUANTIDADE (WS-IDX-INSCRICAO)
               * WS-INS-VALOR-UNIT (WS-IDX-INSCRICAO).
           MOVE 'S' TO WS-INS-PEDIDO (WS-IDX-INSCRICAO).
           ADD 1 TO WS-QTD-ITENS.
           ADD WS-INS-VALOR (WS-IDX-INSCRICAO) TO WS-TOTAL-BENEFICIOS.
           IF WS-INS-TIPO (WS-IDX-INSCRICAO) = 'VT'
               ADD WS-INS-VALOR (WS-IDX-INSCRICAO)
                   TO WS-CUSTO-VT-EMPREGADO
           END-IF.
           PERFORM REGISTRAR-FORNECEDOR-RUN.

           MOVE EXT-EMPLOYEE-ID   TO LBN-MATRICULA.
           MOVE EXT-EMPLOYEE-NAME TO LBN-NOME.
           MOVE WS-INS-TIPO (WS-IDX-INSCRICAO) TO LBN-TIPO.
           MOVE WS-INS-FORNECEDOR (WS-IDX-INSCRICAO)
               TO LBN-FORNECEDOR.
           MOVE WS-DIAS-BENEFICIO TO LBN-DIAS.
           MOVE WS-INS-QUANTIDADE (WS-IDX-INSCRICAO)
               TO LBN-QUANTIDADE.
           MOVE WS-INS-VALOR (WS-IDX-INSCRICAO) TO LBN-VALOR.
           WRITE REG-RELATORIO-BENEFICIOS FROM WS-LINHA-BENEF.

       CALCULAR-ITEM-BENEFICIO-EXIT.
           EXIT.

       REGISTRAR-FORNECEDOR-RUN.
           MOVE 'N' TO WS-FORNECEDOR-JA-EXISTE.
           PERFORM CONFERIR-FORNECEDOR-RUN
               VARYING WS-IDX-FORNECEDOR FROM 1 BY 1
               UNTIL WS-IDX-FORNECEDOR > WS-QTD-FORNECEDORES
                  OR WS-FORNECEDOR-JA-EXISTE = 'S'.
           IF WS-FORNECEDOR-JA-EXISTE = 'N'
                  AND WS-QTD-FORNECEDORES < 50
               ADD 1 TO WS-QTD-FORNECEDORES
               MOVE WS-INS-FORNECEDOR (WS-IDX-INSCRICAO)
                   TO WS-FORNECEDOR-RUN (WS-QTD-FORNECEDORES)
           END-IF.

       REGISTRAR-FORNECEDOR-RUN-EXIT.
           EXIT.

       CONFERIR-FORNECEDOR-RUN.
           IF WS-FORNECEDOR-RUN (WS-IDX-FORNECEDOR) =
                  WS-INS-FORNECEDOR (WS-IDX-INSCRICAO)
               MOVE 'S' TO WS-FORNECEDOR-JA-EXISTE
           END-IF.

       CONFERIR-FORNECEDOR-RUN-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    GERAR-PEDIDOS-FORNECEDORES                               *
      *    Um arquivo BNFxxxx.DAT por fornecedor: 'H', um 'D' por   *
      *    empregado/beneficio e 'T' com quantidade, valor e total  *
      *    de controle (soma das matriculas do pedido).             *
      *----------------------------------------------------------*
       GERAR-PEDIDOS-FORNECEDORES.
           PERFORM GERAR-PEDIDO-FORNECEDOR THRU
                   GERAR-PEDIDO-FORNECEDOR-EXIT
               VARYING WS-IDX-FORNECEDOR FROM 1 BY 1
               UNTIL WS-IDX-FORNECEDOR > WS-QTD-FORNECEDORES.

       GERAR-PEDIDOS-FORNECEDORES-EXIT.
           EXIT.

       GERAR-PEDIDO-FORNECEDOR.
           MOVE WS-FORNECEDOR-RUN (WS-IDX-FORNECEDOR)
               TO WS-FORNECEDOR-ATUAL.
           MOVE SPACES TO WS-NOME-ARQ-PEDIDO.
           STRING 'BNF' WS-FORNECEDOR-ATUAL '.DAT'
               DELIMITED BY SPACE
               INTO WS-NOME-ARQ-PEDIDO
           END-STRING.
           OPEN OUTPUT PEDIDO-FORNECEDOR.
           IF WS-STATUS-PEDIDO NOT = '00'
               MOVE 'TESTBENF'                TO WS-EXC-PROGRAMA
               MOVE 'GERAR-PEDIDO-FORNECEDOR' TO WS-EXC-PARAGRAFO
               MOVE WS-STATUS-PEDIDO          TO WS-EXC-CODIGO
               MOVE SPACES                    TO WS-EXC-MENSAGEM
               STRING 'ERRO ABERTURA ' WS-NOME-ARQ-PEDIDO
                   DELIMITED BY SIZE
                   INTO WS-EXC-MENSAGEM
               END-STRING
               MOVE 1 TO WS-EXC-SEVERIDADE
               PERFORM GRAVAR-EXCECAO-GERAL
               MOVE 12 TO RETURN-CODE
               GO TO GERAR-PEDIDO-FORNECEDOR-EXIT
           END-IF.
           MOVE ZEROS TO WS-QTD-PEDIDO.
           MOVE ZEROS TO WS-TOTAL-PEDIDO.
           MOVE ZEROS TO WS-CONTROLE-PEDIDO.

           MOVE SPACES              TO REG-PEDIDO-FORNECEDOR.
           MOVE 'H'                 TO PED-TIPO.
           MOVE WS-DATA-NEGOCIO     TO PED-HDR-DATA.
           MOVE WS-FORNECEDOR-ATUAL TO PED-HDR-FORNECEDOR.
           MOVE WS-COMPETENCIA      TO PED-HDR-COMPETENCIA.
           WRITE REG-PEDIDO-FORNECEDOR.

           PERFORM GRAVAR-DETALHE-PEDIDO
               VARYING WS-IDX-INSCRICAO FROM 1 BY 1
               UNTIL WS-IDX-INSCRICAO > WS-QTD-INSCRICOES.

           MOVE SPACES             TO REG-PEDIDO-FORNECEDOR.
           MOVE 'T'                TO PED-TIPO.
           MOVE WS-QTD-PEDIDO      TO PED-TRL-QTD.
           MOVE WS-TOTAL-PEDIDO    TO PED-TRL-VALOR.
           MOVE WS-CONTROLE-PEDIDO TO PED-TRL-CONTROLE.
           WRITE REG-PEDIDO-FORNECEDOR.
           CLOSE PEDIDO-FORNECEDOR.
           DISPLAY 'TESTBENF PEDIDO ' WS-NOME-ARQ-PEDIDO ': '
                   WS-QTD-PEDIDO ' ITENS ' WS-TOTAL-PEDIDO.

       GERAR-PEDIDO-FORNECEDOR-EXIT.
           EXIT.

       GRAVAR-DETALHE-PEDIDO.
           IF WS-INS-FORNECEDOR (WS-IDX-INSCRICAO) = WS-FORNECEDOR-ATUAL
                  AND WS-INS-PEDIDO (WS-IDX-INSCRICAO) = 'S'
               MOVE SPACES TO REG-PEDIDO-FORNECEDOR
               MOVE 'D'    TO PED-TIPO
               MOVE WS-INS-MATRICULA (WS-IDX-INSCRICAO)
                   TO PED-DET-MATRICULA
               MOVE WS-INS-NOME (WS-IDX-INSCRICAO) TO PED-DET-NOME
               MOVE WS-INS-TIPO (WS-IDX-INSCRICAO)
                   TO PED-DET-BENEFICIO
               MOVE WS-INS-QUANTIDADE (WS-IDX-INSCRICAO)
                   TO PED-DET-QUANTIDADE
               MOVE WS-INS-VALOR-UNIT (WS-IDX-INSCRICAO)
                   TO PED-DET-VALOR-UNIT
               MOVE WS-INS-VALOR (WS-IDX-INSCRICAO) TO PED-DET-VALOR
               WRITE REG-PEDIDO-FORNECEDOR
               ADD 1 TO WS-QTD-PEDIDO
               ADD WS-INS-VALOR (WS-IDX-INSCRICAO) TO WS-TOTAL-PEDIDO
               ADD WS-INS-MATRICULA (WS-IDX-INSCRICAO)
                   TO WS-CONTROLE-PEDIDO
           END-IF.

       GRAVAR-DETALHE-PEDIDO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    CONFERIR-VERSAO-EXTRATO                                  *
      *    Header de versao de layout do extrato (ver EXTVWS).      *
      *----------------------------------------------------------*
       CONFERIR-VERSAO-EXTRATO.
           MOVE REG-EXTRATO-EMPREGADO (7:2)
               TO WS-VERSAO-EXTRATO-LIDA.
           IF WS-VERSAO-EXTRATO-LIDA NOT = WS-VERSAO-EXTRATO-ATUAL
               DISPLAY 'TESTBENF VERSAO DO EXTRATO '
                       WS-VERSAO-EXTRATO-LIDA
                       ' INCOMPATIVEL - ESPERADA '
                       WS-VERSAO-EXTRATO-ATUAL
               MOVE 'TESTBENF'          TO WS-EXC-PROGRAMA
               MOVE 'CONFERIR-VERSAO-EXTRATO' TO WS-EXC-PARAGRAFO
               MOVE 8                   TO WS-EXC-CODIGO
               MOVE 'VERSAO DE LAYOUT DO EXTRATO INCOMPATIVEL'
                   TO WS-EXC-MENSAGEM
               MOVE 2 TO WS-EXC-SEVERIDADE
               PERFORM GRAVAR-EXCECAO-GERAL
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       CONFERIR-VERSAO-EXTRATO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    LER-MODO-EXECUCAO                                       *
      *    Cartao de modo de execucao compartilhado (RUNMDPRC).    *
      *----------------------------------------------------------*
       COPY RUNMDPRC.

      *----------------------------------------------------------*
      *    VERIFICAR-PERIODO-ABERTO                                 *
      *    Trava de competencia fechada compartilhada (PERIPRC).    *
      *----------------------------------------------------------*
       COPY PERIPRC.

      *----------------------------------------------------------*
      *    GRAVAR-EXCECAO-GERAL                                    *
      *    Log de excecoes compartilhado (EXCPPRC).                 *
      *----------------------------------------------------------*
       COPY EXCPPRC.
