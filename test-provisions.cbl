       IDENTIFICATION DIVISION.
       PROGRAM-ID. TESTPROV.

      *----------------------------------------------------------*
      *    TESTPROV                                                *
      *    Provisao mensal de ferias (+ 1/3) e de 13o salario,     *
      *    com encargos, contabilizada por centro de custo. Roda   *
      *    no fechamento do mes, depois de TESTFERI e (em nov/dez) *
      *    de TESTGRAT, sobre a competencia da data de negocio:    *
      *      - ferias: saldo exigido = dias em aberto de           *
      *        FERIAS.DAT x salario/30 x 4/3; os dias gozados no   *
      *        mes (FERTRANS.DAT) baixam a provisao consumida e a  *
      *        constituicao e a diferenca ate o saldo exigido;     *
      *      - 13o: constitui salario/12 por mes; o pago na        *
      *        competencia (GRATPAY.DAT de TESTGRAT) baixa a       *
      *        provisao, e em dezembro o residuo e estornado;      *
      *      - encargos: percentuais vigentes de ENCARGOS.DAT      *
      *        sobre constituicao e baixa;                         *
      *      - empregado fora do extrato tem a provisao inteira    *
      *        baixada (quitada na rescisao).                      *
      *    Saldos por empregado em PROVSALD.DAT (ver FD): rerun    *
      *    na mesma competencia parte do saldo anterior gravado.   *
      *    O lote PROVPOST.DAT sai no layout H/L/T de GLPOST.DAT   *
      *    (TESTGLPO), com despesa no centro de custo do mestre    *
      *    DEPTMST.DAT e contrapartida nas contas de provisao;     *
      *    desbalanceado derruba o passo com RC=8. A contabilidade *
      *    calculava a provisao fora do sistema.                   *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXTRATO-EMPREGADOS
               ASSIGN TO "EMPEXTR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-EXTRATO.

           SELECT OPTIONAL RAZAO-FERIAS
               ASSIGN TO "FERIAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-FERIAS.

           SELECT OPTIONAL TRANSACOES-FERIAS
               ASSIGN TO "FERTRANS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-TRANSACOES.

           SELECT OPTIONAL PAGAMENTO-GRATIFICACAO
               ASSIGN TO "GRATPAY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-GRATIFICACAO.

           SELECT TABELA-ENCARGOS
               ASSIGN TO "ENCARGOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-ENCARGOS.

           SELECT OPTIONAL SALDOS-PROVISAO
               ASSIGN TO "PROVSALD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-SALDOS.

           SELECT ARQUIVO-LANCAMENTOS
               ASSIGN TO "PROVPOST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-LANCAMENTOS.

           COPY DEPTSEL.

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

       FD  RAZAO-FERIAS.
       01  REG-RAZAO-FERIAS.
           05  FER-MATRICULA        PIC 9(05).
           05  FER-INICIO-PERIODO   PIC 9(08).
           05  FER-DATA-ATUALIZACAO PIC 9(08).
           05  FER-DIAS-ADQUIRIDOS  PIC 9(03)V9.
           05  FER-DIAS-GOZADOS     PIC 9(03)V9.
           05  FER-SITUACAO         PIC X(01).
           05  FILLER               PIC X(49).

       FD  TRANSACOES-FERIAS.
       01  REG-TRANSACAO-FERIAS.
           05  FTR-MATRICULA        PIC 9(05).
           05  FTR-DIAS-GOZADOS     PIC 9(03).
           05  FILLER               PIC X(72).

      *    Layout H/D/T de BANKPAY.DAT gravado por TESTGRAT.
       FD  PAGAMENTO-GRATIFICACAO.
       01  REG-PAGAMENTO-GRAT.
           05  GPG-TIPO             PIC X(01).
           05  GPG-CAMPOS           PIC X(79).
           05  GPG-HEADER REDEFINES GPG-CAMPOS.
               10  GPG-HDR-DATA     PIC 9(08).
               10  FILLER           PIC X(71).
           05  GPG-DETALHE REDEFINES GPG-CAMPOS.
               10  GPG-MATRICULA    PIC 9(05).
               10  FILLER           PIC X(47).
               10  GPG-VALOR        PIC 9(11)V99.
               10  FILLER           PIC X(14).

       FD  TABELA-ENCARGOS.
       01  REG-TABELA-ENCARGOS.
           05  ENC-CODIGO              PIC X(04).
           05  ENC-PERCENTUAL          PIC 9(03)V99.
           05  ENC-DATA-VIGENCIA       PIC 9(08).
           05  FILLER                  PIC X(63).

      *    Um registro por empregado provisionado. PVS-COMPETENCIA
      *    e a do ultimo run; os saldos ANTERIOR sao os de abertura
      *    dessa competencia e os ATUAL os de fechamento.
       FD  SALDOS-PROVISAO.
       01  REG-SALDO-PROVISAO.
           05  PVS-MATRICULA        PIC 9(05).
           05  PVS-DEPARTAMENTO     PIC X(10).
           05  PVS-COMPETENCIA      PIC 9(06).
           05  PVS-FERIAS-ANTERIOR  PIC 9(09)V99.
           05  PVS-13-ANTERIOR      PIC 9(09)V99.
           05  PVS-FERIAS-ATUAL     PIC 9(09)V99.
           05  PVS-13-ATUAL         PIC 9(09)V99.
           05  FILLER               PIC X(15).

       FD  ARQUIVO-LANCAMENTOS.
       01  REG-LANCAMENTO           PIC X(80).

       COPY DEPTFD.

       COPY PERIFD.

       COPY EXCPFD.

       WORKING-STORAGE SECTION.
       COPY EXTVWS.
       COPY DEPTWS.
       COPY EXCPWS.
       COPY PERIWS.

       01  WS-STATUS-EXTRATO        PIC XX.
       01  WS-STATUS-FERIAS         PIC XX.
       01  WS-STATUS-TRANSACOES     PIC XX.
       01  WS-STATUS-GRATIFICACAO   PIC XX.
       01  WS-STATUS-ENCARGOS       PIC XX.
       01  WS-STATUS-SALDOS         PIC XX.
       01  WS-STATUS-LANCAMENTOS    PIC XX.
       01  WS-EOF-EXTRATO           PIC X VALUE 'N'.
       01  WS-EOF-FERIAS            PIC X VALUE 'N'.
       01  WS-EOF-TRANSACOES        PIC X VALUE 'N'.
       01  WS-EOF-GRATIFICACAO      PIC X VALUE 'N'.
       01  WS-EOF-ENCARGOS          PIC X VALUE 'N'.
       01  WS-EOF-SALDOS            PIC X VALUE 'N'.

       01  WS-DATA-EXECUCAO         PIC 9(08).
       01  WS-COMPETENCIA           PIC 9(06) VALUE ZEROS.
       01  WS-COMPETENCIA-R REDEFINES WS-COMPETENCIA.
           05  WS-COMP-ANO          PIC 9(04).
           05  WS-COMP-MES          PIC 9(02).
       01  WS-GRATPAY-DO-MES        PIC X VALUE 'N'.
       01  WS-PCT-ENCARGOS          PIC 9(05)V99 VALUE ZEROS.

      *    Provisao por empregado: abertura do ledger, dados do mes
      *    e saldo de fechamento.
       01  WS-QTD-EMPREGADOS        PIC 9(04) VALUE ZEROS.
       01  WS-IDX-EMPREGADO         PIC 9(04) VALUE ZEROS.
       01  WS-EMP-ACHADO            PIC X VALUE 'N'.
       01  WS-TABELA-PROVISOES.
           05  WS-PROVISAO OCCURS 3000 TIMES.
               10  WS-PRV-MATRICULA      PIC 9(05).
               10  WS-PRV-DEPARTAMENTO   PIC X(10).
               10  WS-PRV-ATIVO          PIC X(01).
               10  WS-PRV-SALARIO        PIC 9(07)V99.
               10  WS-PRV-SALDO-DIAS     PIC 9(05)V9.
               10  WS-PRV-DIAS-GOZADOS   PIC 9(05).
               10  WS-PRV-PAGO-13        PIC 9(09)V99.
               10  WS-PRV-FER-ABERTURA   PIC 9(09)V99.
               10  WS-PRV-13-ABERTURA    PIC 9(09)V99.
               10  WS-PRV-FER-SALDO      PIC 9(09)V99.
               10  WS-PRV-13-SALDO       PIC 9(09)V99.

       01  WS-VALOR-DIARIO          PIC 9(07)V9(04) VALUE ZEROS.
       01  WS-FER-EXIGIDO           PIC 9(09)V99 VALUE ZEROS.
       01  WS-FER-CONSUMO           PIC 9(09)V99 VALUE ZEROS.
       01  WS-FER-CONSTITUICAO      PIC S9(09)V99 VALUE ZEROS.
       01  WS-13-CONSUMO            PIC 9(09)V99 VALUE ZEROS.
       01  WS-13-CONSTITUICAO       PIC S9(09)V99 VALUE ZEROS.
       01  WS-ENC-CONSTITUICAO      PIC S9(09)V99 VALUE ZEROS.
       01  WS-ENC-CONSUMO           PIC S9(09)V99 VALUE ZEROS.

      *    Movimento por centro de custo: constituicao (com sinal)
      *    e baixa por consumo de ferias, 13o e encargos.
       01  WS-QTD-CENTROS           PIC 9(03) VALUE ZEROS.
       01  WS-IDX-CENTRO            PIC 9(03) VALUE ZEROS.
       01  WS-CENTRO-ACHADO         PIC X VALUE 'N'.
       01  WS-CENTRO-CUSTO          PIC X(08) VALUE SPACES.
       01  WS-TABELA-CENTROS.
           05  WS-CENTRO OCCURS 200 TIMES.
               10  WS-CTR-CODIGO        PIC X(08).
               10  WS-CTR-CONST-FERIAS  PIC S9(11)V99.
               10  WS-CTR-CONST-13      PIC S9(11)V99.
               10  WS-CTR-CONST-ENC     PIC S9(11)V99.
               10  WS-CTR-BAIXA-FERIAS  PIC S9(11)V99.
               10  WS-CTR-BAIXA-13      PIC S9(11)V99.
               10  WS-CTR-BAIXA-ENC     PIC S9(11)V99.

      *    Totais por conta de provisao (contrapartida).
       01  WS-TOT-CONST-FERIAS      PIC S9(11)V99 VALUE ZEROS.
       01  WS-TOT-CONST-13          PIC S9(11)V99 VALUE ZEROS.
       01  WS-TOT-CONST-ENC         PIC S9(11)V99 VALUE ZEROS.
       01  WS-TOT-BAIXA-FERIAS      PIC S9(11)V99 VALUE ZEROS.
       01  WS-TOT-BAIXA-13          PIC S9(11)V99 VALUE ZEROS.
       01  WS-TOT-BAIXA-ENC         PIC S9(11)V99 VALUE ZEROS.

      *    Lancamento a incluir: valor com sinal na natureza
      *    informada (negativo inverte a natureza).
       01  WS-NOVA-CONTA            PIC X(08) VALUE SPACES.
       01  WS-NOVA-NATUREZA         PIC X(01) VALUE SPACES.
       01  WS-NOVO-VALOR            PIC S9(11)V99 VALUE ZEROS.
       01  WS-NOVA-DESCRICAO        PIC X(20) VALUE SPACES.

       01  WS-TOTAL-DEBITOS         PIC 9(13)V99 VALUE ZEROS.
       01  WS-TOTAL-CREDITOS        PIC 9(13)V99 VALUE ZEROS.

      *    Lancamentos montados em tabela e so gravados depois da
      *    prova de balanceamento (como TESTGLPO).
       01  WS-QTD-LANCAMENTOS       PIC 9(04) VALUE ZEROS.
       01  WS-IDX-LANCAMENTO        PIC 9(04) VALUE ZEROS.
       01  WS-TABELA-LANCAMENTOS.
           05  WS-LANCAMENTO OCCURS 1300 TIMES.
               10  WS-LCT-CONTA     PIC X(08).
               10  WS-LCT-NATUREZA  PIC X(01).
               10  WS-LCT-VALOR     PIC 9(11)V99.
               10  WS-LCT-DESCRICAO PIC X(20).

      *    Encargos vigentes.
       01  WS-QTD-ENCARGOS          PIC 9(02) VALUE ZEROS.
       01  WS-IDX-ENCARGO           PIC 9(02) VALUE ZEROS.
       01  WS-ENC-JA-EXISTE         PIC X VALUE 'N'.
       01  WS-TABELA-ENCARGOS-WS.
           05  WS-ENCARGO OCCURS 20 TIMES.
               10  WS-ENC-CODIGO    PIC X(04).
               10  WS-ENC-PCT       PIC 9(03)V99.
               10  WS-ENC-VIGENCIA  PIC 9(08).

       01  WS-REG-LOTE-HEADER.
           05  FILLER               PIC X(01) VALUE 'H'.
           05  LOT-DATA             PIC 9(08).
           05  FILLER               PIC X(06) VALUE ' PROVS'.
           05  LOT-COMPETENCIA      PIC 9(08).
           05  FILLER               PIC X(57) VALUE SPACES.

       01  WS-REG-LOTE-LINHA.
           05  FILLER               PIC X(01) VALUE 'L'.
           05  LOT-CONTA            PIC X(08).
           05  LOT-NATUREZA         PIC X(01).
           05  LOT-VALOR            PIC 9(11)V99.
           05  LOT-DESCRICAO        PIC X(20).
           05  FILLER               PIC X(37) VALUE SPACES.

       01  WS-REG-LOTE-TRAILER.
           05  FILLER               PIC X(01) VALUE 'T'.
           05  LOT-TRL-DEBITOS      PIC 9(13)V99.
           05  LOT-TRL-CREDITOS     PIC 9(13)V99.
           05  FILLER               PIC X(49) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 0 TO RETURN-CODE.
           MOVE 'TESTPROV' TO WS-PER-PROGRAMA.
           PERFORM VERIFICAR-PERIODO-ABERTO THRU
                   VERIFICAR-PERIODO-ABERTO-EXIT.
           IF PERIODO-FECHADO
               STOP RUN
           END-IF.
           ACCEPT WS-DATA-EXECUCAO FROM DATE YYYYMMDD.
           MOVE WS-PER-ANO-MES-NEGOCIO TO WS-COMPETENCIA.

           PERFORM CARREGAR-TABELA-ENCARGOS.
           PERFORM CARREGAR-SALDOS-PROVISAO THRU
                   CARREGAR-SALDOS-PROVISAO-EXIT.
           PERFORM CARREGAR-EXTRATO THRU
                   CARREGAR-EXTRATO-EXIT.
           PERFORM CARREGAR-SALDO-FERIAS THRU
                   CARREGAR-SALDO-FERIAS-EXIT.
           PERFORM CARREGAR-FERIAS-GOZADAS THRU
                   CARREGAR-FERIAS-GOZADAS-EXIT.
           PERFORM CARREGAR-PAGAMENTO-13 THRU
                   CARREGAR-PAGAMENTO-13-EXIT.

           OPEN INPUT DEPT-MASTER.
           PERFORM CALCULAR-PROVISAO THRU CALCULAR-PROVISAO-EXIT
               VARYING WS-IDX-EMPREGADO FROM 1 BY 1
               UNTIL WS-IDX-EMPREGADO > WS-QTD-EMPREGADOS.
           CLOSE DEPT-MASTER.

           PERFORM MONTAR-LANCAMENTOS THRU
                   MONTAR-LANCAMENTOS-EXIT.
           PERFORM CONFERIR-BALANCEAMENTO THRU
                   CONFERIR-BALANCEAMENTO-EXIT.
           PERFORM GRAVAR-LOTE-CONTABIL THRU
                   GRAVAR-LOTE-CONTABIL-EXIT.
           PERFORM REESCREVER-SALDOS-PROVISAO THRU
                   REESCREVER-SALDOS-PROVISAO-EXIT.

           DISPLAY 'TESTPROV COMPETENCIA.......: ' WS-COMPETENCIA.
           DISPLAY 'TESTPROV EMPREGADOS........: ' WS-QTD-EMPREGADOS.
           DISPLAY 'TESTPROV CONSTITUICAO FER..: ' WS-TOT-CONST-FERIAS.
           DISPLAY 'TESTPROV CONSTITUICAO 13O..: ' WS-TOT-CONST-13.
           DISPLAY 'TESTPROV BAIXA FERIAS......: ' WS-TOT-BAIXA-FERIAS.
           DISPLAY 'TESTPROV BAIXA 13O.........: ' WS-TOT-BAIXA-13.
           DISPLAY 'TESTPROV LANCAMENTOS.......: ' WS-QTD-LANCAMENTOS.
           DISPLAY 'TESTPROV DEBITOS TOTAIS....: ' WS-TOTAL-DEBITOS.
           DISPLAY 'TESTPROV CREDITOS TOTAIS...: ' WS-TOTAL-CREDITOS.
           STOP RUN.

      *----------------------------------------------------------*
      *    CARREGAR-TABELA-ENCARGOS (regra de vigencia padrao)      *
      *    A provisao leva a soma dos percentuais vigentes.         *
      *----------------------------------------------------------*
       CARREGAR-TABELA-ENCARGOS.
           OPEN INPUT TABELA-ENCARGOS.
           IF WS-STATUS-ENCARGOS = '00'
               PERFORM LER-LINHA-ENCARGO
                   UNTIL WS-EOF-ENCARGOS = 'S'
               CLOSE TABELA-ENCARGOS
           END-IF.
           MOVE ZEROS TO WS-PCT-ENCARGOS.
           PERFORM SOMAR-PERCENTUAL-ENCARGO
               VARYING WS-IDX-ENCARGO FROM 1 BY 1
               UNTIL WS-IDX-ENCARGO > WS-QTD-ENCARGOS.

       CARREGAR-TABELA-ENCARGOS-EXIT.
           EXIT.

       LER-LINHA-ENCARGO.
           READ TABELA-ENCARGOS
               AT END
                   MOVE 'S' TO WS-EOF-ENCARGOS
               NOT AT END
                   PERFORM GUARDAR-ENCARGO THRU
                           GUARDAR-ENCARGO-EXIT
           END-READ.

       LER-LINHA-ENCARGO-EXIT.
           EXIT.

       GUARDAR-ENCARGO.
           IF ENC-PERCENTUAL IS NOT NUMERIC
                  OR ENC-DATA-VIGENCIA IS NOT NUMERIC
                  OR ENC-DATA-VIGENCIA > WS-DATA-EXECUCAO
               GO TO GUARDAR-ENCARGO-EXIT
           END-IF.
           MOVE 'N' TO WS-ENC-JA-EXISTE.
           PERFORM ATUALIZAR-ENCARGO-EXISTENTE
               VARYING WS-IDX-ENCARGO FROM 1 BY 1
               UNTIL WS-IDX-ENCARGO > WS-QTD-ENCARGOS
                  OR WS-ENC-JA-EXISTE = 'S'.
           IF WS-ENC-JA-EXISTE = 'N' AND WS-QTD-ENCARGOS < 20
               ADD 1 TO WS-QTD-ENCARGOS
               MOVE ENC-CODIGO        TO
                   WS-ENC-CODIGO (WS-QTD-ENCARGOS)
               MOVE ENC-PERCENTUAL    TO
                   WS-ENC-PCT (WS-QTD-ENCARGOS)
               MOVE ENC-DATA-VIGENCIA TO
                   WS-ENC-VIGENCIA (WS-QTD-ENCARGOS)
           END-IF.

       GUARDAR-ENCARGO-EXIT.
           EXIT.

       ATUALIZAR-ENCARGO-EXISTENTE.
           IF WS-ENC-CODIGO (WS-IDX-ENCARGO) = ENC-CODIGO
               MOVE 'S' TO WS-ENC-JA-EXISTE
               IF ENC-DATA-VIGENCIA >=
                       WS-ENC-VIGENCIA (WS-IDX-ENCARGO)
                   MOVE ENC-PERCENTUAL
                       TO WS-ENC-PCT (WS-IDX-ENCARGO)
                   MOVE ENC-DATA-VIGENCIA
                       TO WS-ENC-VIGENCIA (WS-IDX-ENCARGO)
               END-IF
           END-IF.

       ATUALIZAR-ENCARGO-EXISTENTE-EXIT.
           EXIT.

       SOMAR-PERCENTUAL-ENCARGO.
           ADD WS-ENC-PCT (WS-IDX-ENCARGO) TO WS-PCT-ENCARGOS.

       SOMAR-PERCENTUAL-ENCARGO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    CARREGAR-SALDOS-PROVISAO                                 *
      *    Abertura de cada empregado: saldo ATUAL do ultimo run,   *
      *    ou o ANTERIOR se o ultimo run ja foi desta competencia.  *
      *    Estouro da tabela recusa o run - regravar o ledger com   *
      *    carga incompleta apagaria saldos.                        *
      *----------------------------------------------------------*
       CARREGAR-SALDOS-PROVISAO.
           OPEN INPUT SALDOS-PROVISAO.
           IF WS-STATUS-SALDOS NOT = '00'
               GO TO CARREGAR-SALDOS-PROVISAO-FECHAR
           END-IF.
           PERFORM LER-SALDO-PROVISAO THRU LER-SALDO-PROVISAO-EXIT
               UNTIL WS-EOF-SALDOS = 'S'.

       CARREGAR-SALDOS-PROVISAO-FECHAR.
           CLOSE SALDOS-PROVISAO.

       CARREGAR-SALDOS-PROVISAO-EXIT.
           EXIT.

       LER-SALDO-PROVISAO.
           READ SALDOS-PROVISAO
               AT END
                   MOVE 'S' TO WS-EOF-SALDOS
                   GO TO LER-SALDO-PROVISAO-EXIT
           END-READ.
           IF WS-QTD-EMPREGADOS >= 3000
               PERFORM RECUSAR-ESTOURO-TABELA THRU
                       RECUSAR-ESTOURO-TABELA-EXIT
           END-IF.
           ADD 1 TO WS-QTD-EMPREGADOS.
           MOVE WS-QTD-EMPREGADOS TO WS-IDX-EMPREGADO.
           PERFORM INICIAR-EMPREGADO.
           MOVE PVS-MATRICULA    TO WS-PRV-MATRICULA (WS-IDX-EMPREGADO).
           MOVE PVS-DEPARTAMENTO
               TO WS-PRV-DEPARTAMENTO (WS-IDX-EMPREGADO).
           IF PVS-COMPETENCIA = WS-COMPETENCIA
               MOVE PVS-FERIAS-ANTERIOR
                   TO WS-PRV-FER-ABERTURA (WS-IDX-EMPREGADO)
               MOVE PVS-13-ANTERIOR
                   TO WS-PRV-13-ABERTURA (WS-IDX-EMPREGADO)
           ELSE
               MOVE PVS-FERIAS-ATUAL
                   TO WS-PRV-FER-ABERTURA (WS-IDX-EMPREGADO)
               MOVE PVS-13-ATUAL
                   TO WS-PRV-13-ABERTURA (WS-IDX-EMPREGADO)
           END-IF.

       LER-SALDO-PROVISAO-EXIT.
           EXIT.

       INICIAR-EMPREGADO.
           MOVE ZEROS  TO WS-PRV-MATRICULA    (WS-IDX-EMPREGADO).
           MOVE SPACES TO WS-PRV-DEPARTAMENTO (WS-IDX-EMPREGADO).
           MOVE 'N'    TO WS-PRV-ATIVO        (WS-IDX-EMPREGADO).
           MOVE ZEROS  TO WS-PRV-SALARIO      (WS-IDX-EMPREGADO).
           MOVE ZEROS  TO WS-PRV-SALDO-DIAS   (WS-IDX-EMPREGADO).
           MOVE ZEROS  TO WS-PRV-DIAS-GOZADOS (WS-IDX-EMPREGADO).
           MOVE ZEROS  TO WS-PRV-PAGO-13      (WS-IDX-EMPREGADO).
           MOVE ZEROS  TO WS-PRV-FER-ABERTURA (WS-IDX-EMPREGADO).
           MOVE ZEROS  TO WS-PRV-13-ABERTURA  (WS-IDX-EMPREGADO).
           MOVE ZEROS  TO WS-PRV-FER-SALDO    (WS-IDX-EMPREGADO).
           MOVE ZEROS  TO WS-PRV-13-SALDO     (WS-IDX-EMPREGADO).

       INICIAR-EMPREGADO-EXIT.
           EXIT.

       RECUSAR-ESTOURO-TABELA.
           DISPLAY 'TESTPROV TABELA DE EMPREGADOS ESGOTADA (3000) - '
                   'RUN RECUSADO'.
           MOVE 'TESTPROV'               TO WS-EXC-PROGRAMA.
           MOVE 'RECUSAR-ESTOURO-TABELA' TO WS-EXC-PARAGRAFO.
           MOVE 12                       TO WS-EXC-CODIGO.
           MOVE 'TABELA DE EMPREGADOS ESGOTADA' TO WS-EXC-MENSAGEM.
           MOVE 1 TO WS-EXC-SEVERIDADE.
           PERFORM GRAVAR-EXCECAO-GERAL.
           MOVE 12 TO RETURN-CODE.
           STOP RUN.

       RECUSAR-ESTOURO-TABELA-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    CARREGAR-EXTRATO                                         *
      *    Empregado do extrato e ativo: salario e departamento do  *
      *    dia; quem nao tem saldo ainda entra com abertura zero.   *
      *----------------------------------------------------------*
       CARREGAR-EXTRATO.
           OPEN INPUT EXTRATO-EMPREGADOS.
           IF WS-STATUS-EXTRATO NOT = '00'
               MOVE 'TESTPROV'          TO WS-EXC-PROGRAMA
               MOVE 'CARREGAR-EXTRATO'  TO WS-EXC-PARAGRAFO
               MOVE WS-STATUS-EXTRATO   TO WS-EXC-CODIGO
               MOVE 'ERRO ABERTURA EMPEXTR.DAT' TO WS-EXC-MENSAGEM
               MOVE 1 TO WS-EXC-SEVERIDADE
               PERFORM GRAVAR-EXCECAO-GERAL
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LER-EMPREGADO-EXTRATO THRU
                   LER-EMPREGADO-EXTRATO-EXIT
               UNTIL WS-EOF-EXTRATO = 'S'.
           CLOSE EXTRATO-EMPREGADOS.

       CARREGAR-EXTRATO-EXIT.
           EXIT.

       LER-EMPREGADO-EXTRATO.
           READ EXTRATO-EMPREGADOS
               AT END
                   MOVE 'S' TO WS-EOF-EXTRATO
                   GO TO LER-EMPREGADO-EXTRATO-EXIT
           END-READ.
           IF REG-EXTRATO-EMPREGADO (1:6) = 'VERSAO'
               PERFORM CONFERIR-VERSAO-EXTRATO THRU
                       CONFERIR-VERSAO-EXTRATO-EXIT
               GO TO LER-EMPREGADO-EXTRATO-EXIT
           END-IF.
           MOVE EXT-EMPLOYEE-ID TO PVS-MATRICULA.
           PERFORM LOCALIZAR-EMPREGADO THRU
                   LOCALIZAR-EMPREGADO-EXIT.
           IF WS-EMP-ACHADO = 'N'
               IF WS-QTD-EMPREGADOS >= 3000
                   PERFORM RECUSAR-ESTOURO-TABELA THRU
                           RECUSAR-ESTOURO-TABELA-EXIT
               END-IF
               ADD 1 TO WS-QTD-EMPREGADOS
               MOVE WS-QTD-EMPREGADOS TO WS-IDX-EMPREGADO
               PERFORM INICIAR-EMPREGADO
               MOVE EXT-EMPLOYEE-ID
                   TO WS-PRV-MATRICULA (WS-IDX-EMPREGADO)
           END-IF.
           MOVE 'S' TO WS-PRV-ATIVO (WS-IDX-EMPREGADO).
           MOVE EXT-EMPLOYEE-SALARY
               TO WS-PRV-SALARIO (WS-IDX-EMPREGADO).
           MOVE EXT-EMPLOYEE-DEPARTMENT
               TO WS-PRV-DEPARTAMENTO (WS-IDX-EMPREGADO).

       LER-EMPREGADO-EXTRATO-EXIT.
           EXIT.

      *    Procura a matricula de PVS-MATRICULA na tabela; achada,
      *    WS-IDX-EMPREGADO aponta para ela.
       LOCALIZAR-EMPREGADO.
           MOVE 'N' TO WS-EMP-ACHADO.
           PERFORM COMPARAR-MATRICULA
               VARYING WS-IDX-EMPREGADO FROM 1 BY 1
               UNTIL WS-IDX-EMPREGADO > WS-QTD-EMPREGADOS
                  OR WS-EMP-ACHADO = 'S'.
           IF WS-EMP-ACHADO = 'S'
               SUBTRACT 1 FROM WS-IDX-EMPREGADO
           END-IF.

       LOCALIZAR-EMPREGADO-EXIT.
           EXIT.

       COMPARAR-MATRICULA.
           IF WS-PRV-MATRICULA (WS-IDX-EMPREGADO) = PVS-MATRICULA
               MOVE 'S' TO WS-EMP-ACHADO
           END-IF.

       COMPARAR-MATRICULA-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    CARREGAR-SALDO-FERIAS                                    *
      *    Dias em aberto (adquiridos - gozados) dos periodos de    *
      *    FERIAS.DAT, somados por matricula ativa.                 *
      *----------------------------------------------------------*
       CARREGAR-SALDO-FERIAS.
           OPEN INPUT RAZAO-FERIAS.
           IF WS-STATUS-FERIAS NOT = '00'
               GO TO CARREGAR-SALDO-FERIAS-FECHAR
           END-IF.
           PERFORM LER-PERIODO-FERIAS THRU LER-PERIODO-FERIAS-EXIT
               UNTIL WS-EOF-FERIAS = 'S'.

       CARREGAR-SALDO-FERIAS-FECHAR.
           CLOSE RAZAO-FERIAS.

       CARREGAR-SALDO-FERIAS-EXIT.
           EXIT.

       LER-PERIODO-FERIAS.
           READ RAZAO-FERIAS
               AT END
                   MOVE 'S' TO WS-EOF-FERIAS
                   GO TO LER-PERIODO-FERIAS-EXIT
           END-READ.
           IF FER-DIAS-GOZADOS NOT < FER-DIAS-ADQUIRIDOS
               GO TO LER-PERIODO-FERIAS-EXIT
           END-IF.
           MOVE FER-MATRICULA TO PVS-MATRICULA.
           PERFORM LOCALIZAR-EMPREGADO THRU
                   LOCALIZAR-EMPREGADO-EXIT.
           IF WS-EMP-ACHADO = 'S'
               COMPUTE WS-PRV-SALDO-DIAS (WS-IDX-EMPREGADO) =
                   WS-PRV-SALDO-DIAS (WS-IDX-EMPREGADO)
                   + FER-DIAS-ADQUIRIDOS - FER-DIAS-GOZADOS
           END-IF.

       LER-PERIODO-FERIAS-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    CARREGAR-FERIAS-GOZADAS                                  *
      *    Dias gozados no mes, de FERTRANS.DAT.                    *
      *----------------------------------------------------------*
       CARREGAR-FERIAS-GOZADAS.
           OPEN INPUT TRANSACOES-FERIAS.
           IF WS-STATUS-TRANSACOES NOT = '00'
               GO TO CARREGAR-FERIAS-GOZADAS-FECHAR
           END-IF.
           PERFORM LER-TRANSACAO-FERIAS THRU
                   LER-TRANSACAO-FERIAS-EXIT
               UNTIL WS-EOF-TRANSACOES = 'S'.

       CARREGAR-FERIAS-GOZADAS-FECHAR.
           CLOSE TRANSACOES-FERIAS.

       CARREGAR-FERIAS-GOZADAS-EXIT.
           EXIT.

       LER-TRANSACAO-FERIAS.
           READ TRANSACOES-FERIAS
               AT END
                   MOVE 'S' TO WS-EOF-TRANSACOES
                   GO TO LER-TRANSACAO-FERIAS-EXIT
           END-READ.
           IF FTR-DIAS-GOZADOS IS NOT NUMERIC
               GO TO LER-TRANSACAO-FERIAS-EXIT
           END-IF.
           MOVE FTR-MATRICULA TO PVS-MATRICULA.
           PERFORM LOCALIZAR-EMPREGADO THRU
                   LOCALIZAR-EMPREGADO-EXIT.
           IF WS-EMP-ACHADO = 'S'
               ADD FTR-DIAS-GOZADOS
                   TO WS-PRV-DIAS-GOZADOS (WS-IDX-EMPREGADO)
           END-IF.

       LER-TRANSACAO-FERIAS-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    CARREGAR-PAGAMENTO-13                                    *
      *    GRATPAY.DAT so conta se o header for desta competencia   *
      *    (arquivo de parcela de outro mes ja foi baixado).        *
      *----------------------------------------------------------*
       CARREGAR-PAGAMENTO-13.
           OPEN INPUT PAGAMENTO-GRATIFICACAO.
           IF WS-STATUS-GRATIFICACAO NOT = '00'
               GO TO CARREGAR-PAGAMENTO-13-FECHAR
           END-IF.
           PERFORM LER-PAGAMENTO-13 THRU LER-PAGAMENTO-13-EXIT
               UNTIL WS-EOF-GRATIFICACAO = 'S'.

       CARREGAR-PAGAMENTO-13-FECHAR.
           CLOSE PAGAMENTO-GRATIFICACAO.

       CARREGAR-PAGAMENTO-13-EXIT.
           EXIT.

       LER-PAGAMENTO-13.
           READ PAGAMENTO-GRATIFICACAO
               AT END
                   MOVE 'S' TO WS-EOF-GRATIFICACAO
                   GO TO LER-PAGAMENTO-13-EXIT
           END-READ.
           IF GPG-TIPO = 'H'
               IF GPG-HDR-DATA IS NUMERIC
                      AND GPG-HDR-DATA (1:6) = WS-COMPETENCIA
                   MOVE 'S' TO WS-GRATPAY-DO-MES
               ELSE
                   MOVE 'N' TO WS-GRATPAY-DO-MES
               END-IF
               GO TO LER-PAGAMENTO-13-EXIT
           END-IF.
           IF GPG-TIPO NOT = 'D' OR WS-GRATPAY-DO-MES = 'N'
                  OR GPG-VALOR IS NOT NUMERIC
               GO TO LER-PAGAMENTO-13-EXIT
           END-IF.
           MOVE GPG-MATRICULA TO PVS-MATRICULA.
           PERFORM LOCALIZAR-EMPREGADO THRU
                   LOCALIZAR-EMPREGADO-EXIT.
           IF WS-EMP-ACHADO = 'S'
               ADD GPG-VALOR TO WS-PRV-PAGO-13 (WS-IDX-EMPREGADO)
           END-IF.

       LER-PAGAMENTO-13-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    CALCULAR-PROVISAO                                        *
      *    Baixa = consumo do mes (limitado ao saldo); constituicao *
      *    = o que falta para o saldo exigido (negativa estorna).   *
      *    Inativo: toda a abertura e baixada.                      *
      *----------------------------------------------------------*
       CALCULAR-PROVISAO.
           IF WS-PRV-ATIVO (WS-IDX-EMPREGADO) = 'N'
               MOVE WS-PRV-FER-ABERTURA (WS-IDX-EMPREGADO)
                   TO WS-FER-CONSUMO
               MOVE WS-PRV-13-ABERTURA (WS-IDX-EMPREGADO)
                   TO WS-13-CONSUMO
               MOVE ZEROS TO WS-FER-CONSTITUICAO
               MOVE ZEROS TO WS-13-CONSTITUICAO
               GO TO CALCULAR-PROVISAO-LANCAR
           END-IF.

           COMPUTE WS-VALOR-DIARIO =
               WS-PRV-SALARIO (WS-IDX-EMPREGADO) / 30.

           COMPUTE WS-FER-EXIGIDO ROUNDED =
               WS-PRV-SALDO-DIAS (WS-IDX-EMPREGADO)
               * WS-VALOR-DIARIO * 4 / 3.
           COMPUTE WS-FER-CONSUMO ROUNDED =
               WS-PRV-DIAS-GOZADOS (WS-IDX-EMPREGADO)
               * WS-VALOR-DIARIO * 4 / 3.
           IF WS-FER-CONSUMO > WS-PRV-FER-ABERTURA (WS-IDX-EMPREGADO)
               MOVE WS-PRV-FER-ABERTURA (WS-IDX-EMPREGADO)
                   TO WS-FER-CONSUMO
           END-IF.
           COMPUTE WS-FER-CONSTITUICAO =
               WS-FER-EXIGIDO
               - (WS-PRV-FER-ABERTURA (WS-IDX-EMPREGADO)
                  - WS-FER-CONSUMO).

           COMPUTE WS-13-CONSTITUICAO ROUNDED =
               WS-PRV-SALARIO (WS-IDX-EMPREGADO) / 12.
           MOVE WS-PRV-PAGO-13 (WS-IDX-EMPREGADO) TO WS-13-CONSUMO.
           IF WS-13-CONSUMO > WS-PRV-13-ABERTURA (WS-IDX-EMPREGADO)
                              + WS-13-CONSTITUICAO
               COMPUTE WS-13-CONSUMO =
                   WS-PRV-13-ABERTURA (WS-IDX-EMPREGADO)
                   + WS-13-CONSTITUICAO
           END-IF.
           IF WS-COMP-MES = 12
               COMPUTE WS-13-CONSTITUICAO =
                   WS-13-CONSUMO - WS-PRV-13-ABERTURA (WS-IDX-EMPREGADO)
           END-IF.

       CALCULAR-PROVISAO-LANCAR.
           COMPUTE WS-PRV-FER-SALDO (WS-IDX-EMPREGADO) =
               WS-PRV-FER-ABERTURA (WS-IDX-EMPREGADO)
               + WS-FER-CONSTITUICAO - WS-FER-CONSUMO.
           COMPUTE WS-PRV-13-SALDO (WS-IDX-EMPREGADO) =
               WS-PRV-13-ABERTURA (WS-IDX-EMPREGADO)
               + WS-13-CONSTITUICAO - WS-13-CONSUMO.
           COMPUTE WS-ENC-CONSTITUICAO ROUNDED =
               (WS-FER-CONSTITUICAO + WS-13-CONSTITUICAO)
               * WS-PCT-ENCARGOS / 100.
           COMPUTE WS-ENC-CONSUMO ROUNDED =
               (WS-FER-CONSUMO + WS-13-CONSUMO)
               * WS-PCT-ENCARGOS / 100.

           PERFORM LOCALIZAR-CENTRO-CUSTO THRU
                   LOCALIZAR-CENTRO-CUSTO-EXIT.
           ADD WS-FER-CONSTITUICAO
               TO WS-CTR-CONST-FERIAS (WS-IDX-CENTRO)
                  WS-TOT-CONST-FERIAS.
           ADD WS-13-CONSTITUICAO
               TO WS-CTR-CONST-13 (WS-IDX-CENTRO)
                  WS-TOT-CONST-13.
           ADD WS-ENC-CONSTITUICAO
               TO WS-CTR-CONST-ENC (WS-IDX-CENTRO)
                  WS-TOT-CONST-ENC.
           ADD WS-FER-CONSUMO
               TO WS-CTR-BAIXA-FERIAS (WS-IDX-CENTRO)
                  WS-TOT-BAIXA-FERIAS.
           ADD WS-13-CONSUMO
               TO WS-CTR-BAIXA-13 (WS-IDX-CENTRO)
                  WS-TOT-BAIXA-13.
           ADD WS-ENC-CONSUMO
               TO WS-CTR-BAIXA-ENC (WS-IDX-CENTRO)
                  WS-TOT-BAIXA-ENC.

       CALCULAR-PROVISAO-EXIT.
           EXIT.

      *    Centro de custo do departamento no mestre (CCDESCON se
      *    o departamento nao estiver la, como TESTGLPO); a ultima
      *    posicao da tabela recebe o excedente de centros.
       LOCALIZAR-CENTRO-CUSTO.
           MOVE WS-PRV-DEPARTAMENTO (WS-IDX-EMPREGADO) TO DPM-CODIGO.
           READ DEPT-MASTER
               KEY IS DPM-CODIGO
               INVALID KEY
                   MOVE 'CCDESCON' TO WS-CENTRO-CUSTO
               NOT INVALID KEY
                   MOVE DPM-CENTRO-CUSTO TO WS-CENTRO-CUSTO
           END-READ.
           MOVE 'N' TO WS-CENTRO-ACHADO.
           PERFORM COMPARAR-CENTRO-CUSTO
               VARYING WS-IDX-CENTRO FROM 1 BY 1
               UNTIL WS-IDX-CENTRO > WS-QTD-CENTROS
                  OR WS-CENTRO-ACHADO = 'S'.
           IF WS-CENTRO-ACHADO = 'S'
               SUBTRACT 1 FROM WS-IDX-CENTRO
               GO TO LOCALIZAR-CENTRO-CUSTO-EXIT
           END-IF.
           IF WS-QTD-CENTROS >= 200
               MOVE 200 TO WS-IDX-CENTRO
               GO TO LOCALIZAR-CENTRO-CUSTO-EXIT
           END-IF.
           ADD 1 TO WS-QTD-CENTROS.
           MOVE WS-QTD-CENTROS  TO WS-IDX-CENTRO.
           MOVE WS-CENTRO-CUSTO TO WS-CTR-CODIGO (WS-IDX-CENTRO).
           MOVE ZEROS TO WS-CTR-CONST-FERIAS (WS-IDX-CENTRO).
           MOVE ZEROS TO WS-CTR-CONST-13     (WS-IDX-CENTRO).
           MOVE ZEROS TO WS-CTR-CONST-ENC    (WS-IDX-CENTRO).
           MOVE ZEROS TO WS-CTR-BAIXA-FERIAS (WS-IDX-CENTRO).
           MOVE ZEROS TO WS-CTR-BAIXA-13     (WS-IDX-CENTRO).
           MOVE ZEROS TO WS-CTR-BAIXA-ENC    (WS-IDX-CENTRO).

       LOCALIZAR-CENTRO-CUSTO-EXIT.
           EXIT.

       COMPARAR-CENTRO-CUSTO.
           IF WS-CTR-CODIGO (WS-IDX-CENTRO) = WS-CENTRO-CUSTO
               MOVE 'S' TO WS-CENTRO-ACHADO
           END-IF.

       COMPARAR-CENTRO-CUSTO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    MONTAR-LANCAMENTOS                                       *
      *    Por centro de custo: despesa de constituicao a debito e  *
      *    baixa por consumo a credito (a despesa efetiva ja foi    *
      *    lancada por TESTGLPO). Contrapartida nas contas de       *
      *    provisao: 21030001 ferias, 21030002 13o salario,         *
      *    21030003 encargos sobre provisoes.                       *
      *----------------------------------------------------------*
       MONTAR-LANCAMENTOS.
           PERFORM MONTAR-LANCAMENTOS-CENTRO THRU
                   MONTAR-LANCAMENTOS-CENTRO-EXIT
               VARYING WS-IDX-CENTRO FROM 1 BY 1
               UNTIL WS-IDX-CENTRO > WS-QTD-CENTROS.

           MOVE '21030001'          TO WS-NOVA-CONTA.
           MOVE 'C'                 TO WS-NOVA-NATUREZA.
           MOVE WS-TOT-CONST-FERIAS TO WS-NOVO-VALOR.
           MOVE 'PROVISAO FERIAS'   TO WS-NOVA-DESCRICAO.
           PERFORM INCLUIR-LANCAMENTO THRU INCLUIR-LANCAMENTO-EXIT.
           MOVE 'D'                 TO WS-NOVA-NATUREZA.
           MOVE WS-TOT-BAIXA-FERIAS TO WS-NOVO-VALOR.
           MOVE 'BAIXA PROV FERIAS' TO WS-NOVA-DESCRICAO.
           PERFORM INCLUIR-LANCAMENTO THRU INCLUIR-LANCAMENTO-EXIT.

           MOVE '21030002'          TO WS-NOVA-CONTA.
           MOVE 'C'                 TO WS-NOVA-NATUREZA.
           MOVE WS-TOT-CONST-13     TO WS-NOVO-VALOR.
           MOVE 'PROVISAO 13O SAL'  TO WS-NOVA-DESCRICAO.
           PERFORM INCLUIR-LANCAMENTO THRU INCLUIR-LANCAMENTO-EXIT.
           MOVE 'D'                 TO WS-NOVA-NATUREZA.
           MOVE WS-TOT-BAIXA-13     TO WS-NOVO-VALOR.
           MOVE 'BAIXA PROV 13O'    TO WS-NOVA-DESCRICAO.
           PERFORM INCLUIR-LANCAMENTO THRU INCLUIR-LANCAMENTO-EXIT.

           MOVE '21030003'          TO WS-NOVA-CONTA.
           MOVE 'C'                 TO WS-NOVA-NATUREZA.
           MOVE WS-TOT-CONST-ENC    TO WS-NOVO-VALOR.
           MOVE 'PROVISAO ENCARGOS' TO WS-NOVA-DESCRICAO.
           PERFORM INCLUIR-LANCAMENTO THRU INCLUIR-LANCAMENTO-EXIT.
           MOVE 'D'                 TO WS-NOVA-NATUREZA.
           MOVE WS-TOT-BAIXA-ENC    TO WS-NOVO-VALOR.
           MOVE 'BAIXA PROV ENCARGOS' TO WS-NOVA-DESCRICAO.
           PERFORM INCLUIR-LANCAMENTO THRU INCLUIR-LANCAMENTO-EXIT.

       MONTAR-LANCAMENTOS-EXIT.
           EXIT.

       MONTAR-LANCAMENTOS-CENTRO.
           MOVE WS-CTR-CODIGO (WS-IDX-CENTRO) TO WS-NOVA-CONTA.
           MOVE 'D' TO WS-NOVA-NATUREZA.
           MOVE WS-CTR-CONST-FERIAS (WS-IDX-CENTRO) TO WS-NOVO-VALOR.
           MOVE 'PROV FERIAS + 1/3'  TO WS-NOVA-DESCRICAO.
           PERFORM INCLUIR-LANCAMENTO THRU INCLUIR-LANCAMENTO-EXIT.
           MOVE WS-CTR-CONST-13 (WS-IDX-CENTRO) TO WS-NOVO-VALOR.
           MOVE 'PROV 13O SALARIO'   TO WS-NOVA-DESCRICAO.
           PERFORM INCLUIR-LANCAMENTO THRU INCLUIR-LANCAMENTO-EXIT.
           MOVE WS-CTR-CONST-ENC (WS-IDX-CENTRO) TO WS-NOVO-VALOR.
           MOVE 'PROV ENCARGOS'      TO WS-NOVA-DESCRICAO.
           PERFORM INCLUIR-LANCAMENTO THRU INCLUIR-LANCAMENTO-EXIT.

           MOVE 'C' TO WS-NOVA-NATUREZA.
           MOVE WS-CTR-BAIXA-FERIAS (WS-IDX-CENTRO) TO WS-NOVO-VALOR.
           MOVE 'BAIXA PROV FERIAS'  TO WS-NOVA-DESCRICAO.
           PERFORM INCLUIR-LANCAMENTO THRU INCLUIR-LANCAMENTO-EXIT.
           MOVE WS-CTR-BAIXA-13 (WS-IDX-CENTRO) TO WS-NOVO-VALOR.
           MOVE 'BAIXA PROV 13O'     TO WS-NOVA-DESCRICAO.
           PERFORM INCLUIR-LANCAMENTO THRU INCLUIR-LANCAMENTO-EXIT.
           MOVE WS-CTR-BAIXA-ENC (WS-IDX-CENTRO) TO WS-NOVO-VALOR.
           MOVE 'BAIXA PROV ENCARGOS' TO WS-NOVA-DESCRICAO.
           PERFORM INCLUIR-LANCAMENTO THRU INCLUIR-LANCAMENTO-EXIT.

       MONTAR-LANCAMENTOS-CENTRO-EXIT.
           EXIT.

      *    Valor zero nao gera linha; valor negativo sai com a
      *    natureza invertida.
       INCLUIR-LANCAMENTO.
           IF WS-NOVO-VALOR = ZEROS
               GO TO INCLUIR-LANCAMENTO-EXIT
           END-IF.
           IF WS-QTD-LANCAMENTOS >= 1300
               GO TO INCLUIR-LANCAMENTO-EXIT
           END-IF.
           ADD 1 TO WS-QTD-LANCAMENTOS.
           MOVE WS-NOVA-CONTA TO WS-LCT-CONTA (WS-QTD-LANCAMENTOS).
           MOVE WS-NOVA-DESCRICAO
               TO WS-LCT-DESCRICAO (WS-QTD-LANCAMENTOS).
           IF WS-NOVO-VALOR < ZEROS
               COMPUTE WS-NOVO-VALOR = WS-NOVO-VALOR * -1
               IF WS-NOVA-NATUREZA = 'D'
                   MOVE 'C' TO WS-LCT-NATUREZA (WS-QTD-LANCAMENTOS)
               ELSE
                   MOVE 'D' TO WS-LCT-NATUREZA (WS-QTD-LANCAMENTOS)
               END-IF
           ELSE
               MOVE WS-NOVA-NATUREZA
                   TO WS-LCT-NATUREZA (WS-QTD-LANCAMENTOS)
           END-IF.
           MOVE WS-NOVO-VALOR TO WS-LCT-VALOR (WS-QTD-LANCAMENTOS).
           IF WS-LCT-NATUREZA (WS-QTD-LANCAMENTOS) = 'D'
               ADD WS-NOVO-VALOR TO WS-TOTAL-DEBITOS
           ELSE
               ADD WS-NOVO-VALOR TO WS-TOTAL-CREDITOS
           END-IF.

       INCLUIR-LANCAMENTO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    CONFERIR-BALANCEAMENTO                                   *
      *    Lote desbalanceado nao sai do programa e os saldos de    *
      *    PROVSALD.DAT nao sao regravados.                         *
      *----------------------------------------------------------*
       CONFERIR-BALANCEAMENTO.
           IF WS-TOTAL-DEBITOS NOT = WS-TOTAL-CREDITOS
               DISPLAY 'TESTPROV LOTE DESBALANCEADO - DEBITOS='
                       WS-TOTAL-DEBITOS
                       ' CREDITOS=' WS-TOTAL-CREDITOS
               MOVE 'TESTPROV'          TO WS-EXC-PROGRAMA
               MOVE 'CONFERIR-BALANCEAMENTO' TO WS-EXC-PARAGRAFO
               MOVE 8                   TO WS-EXC-CODIGO
               MOVE 'LOTE DE PROVISAO DESBALANCEADO - NAO EMITIDO'
                   TO WS-EXC-MENSAGEM
               MOVE 2 TO WS-EXC-SEVERIDADE
               PERFORM GRAVAR-EXCECAO-GERAL
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       CONFERIR-BALANCEAMENTO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    GRAVAR-LOTE-CONTABIL                                     *
      *----------------------------------------------------------*
       GRAVAR-LOTE-CONTABIL.
           OPEN OUTPUT ARQUIVO-LANCAMENTOS.
           MOVE WS-DATA-EXECUCAO    TO LOT-DATA.
           MOVE WS-PER-DATA-NEGOCIO TO LOT-COMPETENCIA.
           WRITE REG-LANCAMENTO FROM WS-REG-LOTE-HEADER.
           PERFORM GRAVAR-LINHA-LOTE
               VARYING WS-IDX-LANCAMENTO FROM 1 BY 1
               UNTIL WS-IDX-LANCAMENTO > WS-QTD-LANCAMENTOS.
           MOVE WS-TOTAL-DEBITOS  TO LOT-TRL-DEBITOS.
           MOVE WS-TOTAL-CREDITOS TO LOT-TRL-CREDITOS.
           WRITE REG-LANCAMENTO FROM WS-REG-LOTE-TRAILER.
           CLOSE ARQUIVO-LANCAMENTOS.

       GRAVAR-LOTE-CONTABIL-EXIT.
           EXIT.

       GRAVAR-LINHA-LOTE.
           MOVE WS-LCT-CONTA     (WS-IDX-LANCAMENTO) TO LOT-CONTA.
           MOVE WS-LCT-NATUREZA  (WS-IDX-LANCAMENTO)
               TO LOT-NATUREZA.
           MOVE WS-LCT-VALOR     (WS-IDX-LANCAMENTO) TO LOT-VALOR.
           MOVE WS-LCT-DESCRICAO (WS-IDX-LANCAMENTO)
               TO LOT-DESCRICAO.
           WRITE REG-LANCAMENTO FROM WS-REG-LOTE-LINHA.

       GRAVAR-LINHA-LOTE-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    REESCREVER-SALDOS-PROVISAO                               *
      *    Ativos e baixados nesta competencia (para que o rerun    *
      *    refaca a baixa); baixado em competencia anterior sai.    *
      *----------------------------------------------------------*
       REESCREVER-SALDOS-PROVISAO.
           OPEN OUTPUT SALDOS-PROVISAO.
           PERFORM GRAVAR-SALDO-PROVISAO THRU
                   GRAVAR-SALDO-PROVISAO-EXIT
               VARYING WS-IDX-EMPREGADO FROM 1 BY 1
               UNTIL WS-IDX-EMPREGADO > WS-QTD-EMPREGADOS.
           CLOSE SALDOS-PROVISAO.

       REESCREVER-SALDOS-PROVISAO-EXIT.
           EXIT.

       GRAVAR-SALDO-PROVISAO.
           IF WS-PRV-ATIVO (WS-IDX-EMPREGADO) = 'N'
                  AND WS-PRV-FER-ABERTURA (WS-IDX-EMPREGADO) = ZEROS
                  AND WS-PRV-13-ABERTURA (WS-IDX-EMPREGADO) = ZEROS
               GO TO GRAVAR-SALDO-PROVISAO-EXIT
           END-IF.
           MOVE SPACES TO REG-SALDO-PROVISAO.
           MOVE WS-PRV-MATRICULA (WS-IDX-EMPREGADO) TO PVS-MATRICULA.
           MOVE WS-PRV-DEPARTAMENTO (WS-IDX-EMPREGADO)
               TO PVS-DEPARTAMENTO.
           MOVE WS-COMPETENCIA TO PVS-COMPETENCIA.
           MOVE WS-PRV-FER-ABERTURA (WS-IDX-EMPREGADO)
               TO PVS-FERIAS-ANTERIOR.
           MOVE WS-PRV-13-ABERTURA (WS-IDX-EMPREGADO)
               TO PVS-13-ANTERIOR.
           MOVE WS-PRV-FER-SALDO (WS-IDX-EMPREGADO)
               TO PVS-FERIAS-ATUAL.
           MOVE WS-PRV-13-SALDO (WS-IDX-EMPREGADO) TO PVS-13-ATUAL.
           WRITE REG-SALDO-PROVISAO.

       GRAVAR-SALDO-PROVISAO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    CONFERIR-VERSAO-EXTRATO                                  *
      *    Header 'VERSAO' do extrato contra a versao esperada      *
      *    (EXTVWS).                                                *
      *----------------------------------------------------------*
       CONFERIR-VERSAO-EXTRATO.
           MOVE REG-EXTRATO-EMPREGADO (7:2)
               TO WS-VERSAO-EXTRATO-LIDA.
           IF WS-VERSAO-EXTRATO-LIDA NOT = WS-VERSAO-EXTRATO-ATUAL
               DISPLAY 'TESTPROV VERSAO DO EXTRATO '
                       WS-VERSAO-EXTRATO-LIDA
                       ' INCOMPATIVEL - ESPERADA '
                       WS-VERSAO-EXTRATO-ATUAL
               MOVE 'TESTPROV'          TO WS-EXC-PROGRAMA
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
      *    VERIFICAR-PERIODO-ABERTO                                 *
      *    Trava de competencia fechada compartilhada (PERIPRC).    *
      *----------------------------------------------------------*
       COPY PERIPRC.

      *----------------------------------------------------------*
      *    GRAVAR-EXCECAO-GERAL                                    *
      *    Log de excecoes compartilhado (EXCPPRC).                 *
      *----------------------------------------------------------*
       COPY EXCPPRC.
