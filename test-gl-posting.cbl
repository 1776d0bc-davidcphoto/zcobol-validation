      *      - debito de despesa por codigo de encargo             *
      *        (percentuais vigentes de ENCARGOS.DAT sobre a       *
      *        base);                                              *
      *      - debito de despesa de reembolsos (REEMBACE.DAT de    *
      *        TESTREEM) na conta do centro de custo que arca com  *
      *        a despesa - nao no do departamento do empregado;    *
      *      - credito de salarios a pagar pelo total liquido do   *
      *        trailer de BANKPAY.DAT (que ja traz os reembolsos), *
      *        credito de retencoes pela diferenca bruto mais      *
      *        reembolsos menos liquido e credito de encargos a    *
      *        recolher.                                           *
      *    O lote so e gravado se debitos = creditos: lote         *
      *    desbalanceado derruba o passo com RC=8 e NADA e         *
      *    emitido. A contabilidade redigitava a folha todo mes.   *
      *    Folha por empresa empregadora (EMPRESA.DAT, ver EMPRWS):*
      *    GLPOST.DAT segue consolidado e GLEMPR.DAT traz um lote  *
      *    balanceado por empresa, com o codigo e o CNPJ no        *
      *    header - salarios por departamento e encargos sobre o   *
      *    bruto da empresa (somado do extrato EMPEXTR.DAT),       *
      *    reembolsos dos empregados dela e liquido pelos          *
      *    detalhes de BANKPAY.DAT da empresa. EMPRRES.DAT e o     *
      *    resumo entre empresas (quadro, bruto, liquido e         *
      *    encargos de cada uma e do grupo), com a prova de que a  *
      *    soma dos brutos fecha com a base de PAYHIST.DAT -       *
      *    divergencia sai com aviso e RC=4. Qualquer lote de      *
      *    empresa desbalanceado tambem impede a emissao de tudo.  *
      *    No fechamento mensal (RUNMODE.DAT = 'M') entra a        *
      *    contrapartida patronal da previdencia privada (detalhes *
      *    'D' de PREVREM.DAT, gravado por TESTPREV): debito de    *
      *    despesa 31030001 e credito de previdencia a repassar    *
      *    21020002, no consolidado e na empresa de cada           *
      *    participante.                                           *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-LANCAMENTOS.

      *    Extrato do run: empresa, departamento e bruto de cada
      *    empregado, para a divisao dos lancamentos por empresa.
           SELECT OPTIONAL EXTRATO-EMPREGADOS
               ASSIGN TO "EMPEXTR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-EXTRATO.

           SELECT LANCAMENTOS-EMPRESA
               ASSIGN TO "GLEMPR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-LANCAMENTOS-EMP.

           SELECT RESUMO-EMPRESAS
               ASSIGN TO "EMPRRES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RESUMO-EMP.

           COPY EMPRSEL.

           COPY REEMSEL.

           COPY PRVRSEL.

           COPY RUNMDSEL.

           COPY DEPTSEL.

           COPY PERISEL.

           COPY EXCPSEL.

       DATA DIVISION.
               10  PAG-TRL-QTD      PIC 9(09).
               10  PAG-TRL-VALOR    PIC 9(13)V99.
               10  FILLER           PIC X(55).
           05  PAG-CAMPO-DET REDEFINES PAG-CAMPO.
               10  FILLER           PIC X(53).
               10  PAG-DET-VALOR    PIC 9(11)V99.
               10  PAG-DET-EMPRESA  PIC X(05).
               10  FILLER           PIC X(09).

       FD  ARQUIVO-LANCAMENTOS.
       01  REG-LANCAMENTO           PIC X(80).

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

       FD  LANCAMENTOS-EMPRESA.
       01  REG-LANCAMENTO-EMPRESA   PIC X(80).

       FD  RESUMO-EMPRESAS.
       01  REG-RESUMO-EMPRESAS      PIC X(80).

       COPY EMPRFD.

       COPY REEMFD.

       COPY PRVRFD.

       COPY RUNMDFD.

       COPY DEPTFD.

       COPY PERIFD.

       COPY EXCPFD.

       WORKING-STORAGE SECTION.
       COPY DEPTWS.
       COPY EXCPWS.
       COPY PERIWS.
       COPY EXTVWS.
       COPY EMPRWS.
       COPY RUNMDWS.

       01  WS-STATUS-HISTORICO      PIC XX.
       01  WS-STATUS-ENCARGOS       PIC XX.
               10  WS-DGL-DEPARTAMENTO PIC X(10).
               10  WS-DGL-TOTAL        PIC 9(09)V99.

      *    Reembolsos de despesa do run somados por centro de
      *    custo. Estouro derruba o passo (o lote nao fecharia).
       01  WS-STATUS-REEMBOLSOS     PIC XX.
       01  WS-EOF-REEMBOLSOS        PIC X VALUE 'N'.
       01  WS-TOTAL-REEMBOLSOS      PIC 9(11)V99 VALUE ZEROS.
       01  WS-QTD-REEMB-GL          PIC 9(03) VALUE ZEROS.
       01  WS-IDX-REEMB-GL          PIC 9(03) VALUE ZEROS.
       01  WS-REEMB-GL-ACHADO       PIC X VALUE 'N'.
       01  WS-TABELA-REEMB-GL.
           05  WS-REEMB-GL OCCURS 200 TIMES.
               10  WS-RGL-CENTRO-CUSTO PIC X(10).
               10  WS-RGL-CONTA        PIC X(08).
               10  WS-RGL-VALOR        PIC 9(11)V99.

      *    Contrapartida patronal da previdencia privada do mes
      *    (PREVREM.DAT), total e por empresa do participante
      *    (mesmo indice do cadastro de EMPRWS).
       01  WS-STATUS-REMESSA-PREV   PIC XX.
       01  WS-EOF-REMESSA-PREV      PIC X VALUE 'N'.
       01  WS-TOTAL-PREV-PATRONAL   PIC 9(11)V99 VALUE ZEROS.
       01  WS-TABELA-PREV-EMPRESA.
           05  WS-PREV-EMPRESA OCCURS 20 TIMES
                                    PIC 9(11)V99.

      *    Encargos vigentes.
       01  WS-QTD-ENCARGOS          PIC 9(02) VALUE ZEROS.
       01  WS-IDX-ENCARGO           PIC 9(02) VALUE ZEROS.
               10  WS-ENC-PCT       PIC 9(03)V99.
               10  WS-ENC-VIGENCIA  PIC 9(08).

      *    Divisao por empresa. Acumuladores do cadastro (EMPRWS):
      *    VALOR-1 = bruto, VALOR-2 = liquido pago (BANKPAY.DAT),
      *    VALOR-3 = reembolsos; QTD = quadro. Salarios por
      *    empresa + departamento, empresa de cada matricula (para
      *    os reembolsos) e reembolsos por empresa + centro de
      *    custo: estouro de qualquer tabela derruba o passo - o
      *    lote da empresa nao fecharia.
       01  WS-STATUS-EXTRATO        PIC XX.
       01  WS-STATUS-LANCAMENTOS-EMP PIC XX.
       01  WS-STATUS-RESUMO-EMP     PIC XX.
       01  WS-EOF-EXTRATO           PIC X VALUE 'N'.
       01  WS-TEM-EXTRATO           PIC X VALUE 'N'.
       01  WS-QTD-EMPREG-BASE       PIC 9(07) VALUE ZEROS.
       01  WS-GRAVAR-LOTE-EMP       PIC X VALUE 'N'.
       01  WS-TABELA-ESTOURADA      PIC X(30) VALUE SPACES.

       01  WS-QTD-DEPTO-EMP         PIC 9(03) VALUE ZEROS.
       01  WS-IDX-DEPTO-EMP         PIC 9(03) VALUE ZEROS.
       01  WS-DEPTO-EMP-ACHADO      PIC X VALUE 'N'.
       01  WS-TABELA-DEPTO-EMP.
           05  WS-DEPTO-EMP OCCURS 500 TIMES.
               10  WS-DEM-EMPRESA      PIC 9(02).
               10  WS-DEM-DEPARTAMENTO PIC X(10).
               10  WS-DEM-TOTAL        PIC 9(11)V99.

       01  WS-QTD-MATR-EMP          PIC 9(05) VALUE ZEROS.
       01  WS-IDX-MATR-EMP          PIC 9(05) VALUE ZEROS.
       01  WS-MATR-EMP-ACHADA       PIC X VALUE 'N'.
       01  WS-TABELA-MATR-EMP.
           05  WS-MATR-EMP OCCURS 10000 TIMES.
               10  WS-MEM-MATRICULA    PIC 9(05).
               10  WS-MEM-EMPRESA      PIC 9(02).

       01  WS-QTD-REEMB-EMP         PIC 9(03) VALUE ZEROS.
       01  WS-IDX-REEMB-EMP         PIC 9(03) VALUE ZEROS.
       01  WS-REEMB-EMP-ACHADO      PIC X VALUE 'N'.
       01  WS-TABELA-REEMB-EMP.
           05  WS-REEMB-EMP OCCURS 400 TIMES.
               10  WS-REM-EMPRESA      PIC 9(02).
               10  WS-REM-CENTRO-CUSTO PIC X(10).
               10  WS-REM-CONTA        PIC X(08).
               10  WS-REM-VALOR        PIC 9(11)V99.

      *    Lote de uma empresa, montado e conferido como o
      *    consolidado.
       01  WS-BASE-EMPRESA          PIC 9(11)V99 VALUE ZEROS.
       01  WS-LIQUIDO-EMPRESA       PIC 9(13)V99 VALUE ZEROS.
       01  WS-REEMB-EMPRESA         PIC 9(11)V99 VALUE ZEROS.
       01  WS-ENCARGOS-EMPRESA      PIC 9(11)V99 VALUE ZEROS.
       01  WS-RETENCOES-EMPRESA     PIC S9(11)V99 VALUE ZEROS.
       01  WS-DEBITOS-EMPRESA       PIC 9(13)V99 VALUE ZEROS.
       01  WS-CREDITOS-EMPRESA      PIC 9(13)V99 VALUE ZEROS.
       01  WS-QTD-LOTES-EMPRESA     PIC 9(02) VALUE ZEROS.
       01  WS-CREDITO-EMPRESA.
           05  WS-CRE-CONTA         PIC X(08).
           05  WS-CRE-VALOR         PIC 9(11)V99.
           05  WS-CRE-DESCRICAO     PIC X(20).
       01  WS-QTD-LCT-EMP           PIC 9(03) VALUE ZEROS.
       01  WS-IDX-LCT-EMP           PIC 9(03) VALUE ZEROS.
       01  WS-TABELA-LCT-EMPRESA.
           05  WS-LCT-EMP OCCURS 250 TIMES.
               10  WS-LCE-CONTA     PIC X(08).
               10  WS-LCE-NATUREZA  PIC X(01).
               10  WS-LCE-VALOR     PIC 9(11)V99.
               10  WS-LCE-DESCRICAO PIC X(20).

      *    Totais do grupo para o resumo entre empresas.
       01  WS-GRUPO-QTD             PIC 9(07) VALUE ZEROS.
       01  WS-GRUPO-BRUTO           PIC 9(13)V99 VALUE ZEROS.
       01  WS-GRUPO-LIQUIDO         PIC 9(13)V99 VALUE ZEROS.
       01  WS-GRUPO-ENCARGOS        PIC 9(13)V99 VALUE ZEROS.

       01  WS-REG-LOTE-HEADER-EMP.
           05  FILLER               PIC X(01) VALUE 'H'.
           05  LTE-DATA             PIC 9(08).
           05  FILLER               PIC X(06) VALUE ' FOLHA'.
           05  LTE-COMPETENCIA      PIC 9(08).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  LTE-EMPRESA          PIC X(05).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  LTE-CNPJ             PIC X(14).
           05  FILLER               PIC X(36) VALUE SPACES.

       01  WS-CABECALHO-RESUMO-EMP.
           05  FILLER               PIC X(42) VALUE
               'RESUMO DA FOLHA POR EMPRESA - COMPETENCIA '.
           05  CRE-COMPETENCIA      PIC 9(08).
           05  FILLER               PIC X(30) VALUE SPACES.

       01  WS-COLUNAS-RESUMO-EMP.
           05  FILLER               PIC X(40) VALUE
               'EMPR  CNPJ           QUADRO            B'.
           05  FILLER               PIC X(40) VALUE
               'RUTO          LIQUIDO         ENCARGOS'.

       01  WS-LINHA-RESUMO-EMP.
           05  RSE-EMPRESA          PIC X(05).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RSE-CNPJ             PIC X(14).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RSE-QTD              PIC ZZZZZ9.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RSE-BRUTO            PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RSE-LIQUIDO          PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RSE-ENCARGOS         PIC Z,ZZZ,ZZZ,ZZ9.99.

       01  WS-LINHA-CONFERE-EMP.
           05  FILLER               PIC X(22) VALUE
               'BASE PAYHIST.DAT.....:'.
           05  RCF-BASE             PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RCF-SITUACAO         PIC X(30).
           05  FILLER               PIC X(11) VALUE SPACES.

       01  WS-REG-LOTE-HEADER.
           05  FILLER               PIC X(01) VALUE 'H'.
           05  LOT-DATA             PIC 9(08).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 0 TO RETURN-CODE.
           MOVE 'TESTGLPO' TO WS-PER-PROGRAMA.
           PERFORM VERIFICAR-PERIODO-ABERTO THRU
                   VERIFICAR-PERIODO-ABERTO-EXIT.
           IF PERIODO-FECHADO
               STOP RUN
           END-IF.
           ACCEPT WS-DATA-EXECUCAO FROM DATE YYYYMMDD.
           MOVE 'TESTGLPO' TO WS-EPR-PROGRAMA.
           PERFORM CARREGAR-EMPRESAS THRU CARREGAR-EMPRESAS-EXIT.

           PERFORM CARREGAR-SNAPSHOTS-FOLHA THRU
                   CARREGAR-SNAPSHOTS-FOLHA-EXIT.
           PERFORM CARREGAR-EXTRATO-EMPRESAS THRU
                   CARREGAR-EXTRATO-EMPRESAS-EXIT.
           PERFORM CARREGAR-TABELA-ENCARGOS.
           PERFORM CARREGAR-REEMBOLSOS THRU
                   CARREGAR-REEMBOLSOS-EXIT.
           PERFORM LER-MODO-EXECUCAO.
           PERFORM CARREGAR-PREVIDENCIA-PATRONAL THRU
                   CARREGAR-PREVIDENCIA-PATRONAL-EXIT.
           PERFORM LER-TOTAL-BANKPAY THRU
                   LER-TOTAL-BANKPAY-EXIT.

                   MONTAR-LANCAMENTOS-EXIT.
           PERFORM CONFERIR-BALANCEAMENTO THRU
                   CONFERIR-BALANCEAMENTO-EXIT.
      *    Primeira passada so confere os lotes por empresa; nada
      *    e gravado se algum deles nao fechar.
           MOVE 'N' TO WS-GRAVAR-LOTE-EMP.
           PERFORM PROCESSAR-LOTES-EMPRESA THRU
                   PROCESSAR-LOTES-EMPRESA-EXIT.
           PERFORM GRAVAR-LOTE-CONTABIL.
           MOVE 'S' TO WS-GRAVAR-LOTE-EMP.
           PERFORM PROCESSAR-LOTES-EMPRESA THRU
                   PROCESSAR-LOTES-EMPRESA-EXIT.
           PERFORM AVISAR-EMPRESAS-DESCONHECIDAS THRU
                   AVISAR-EMPRESAS-DESCONHECIDAS-EXIT.

           DISPLAY 'TESTGLPO LANCAMENTOS.......: '
                   WS-QTD-LANCAMENTOS.
                   WS-TOTAL-DEBITOS.
           DISPLAY 'TESTGLPO CREDITOS TOTAIS...: '
                   WS-TOTAL-CREDITOS.
           DISPLAY 'TESTGLPO LOTES POR EMPRESA.: '
                   WS-QTD-LOTES-EMPRESA.
           STOP RUN.

      *----------------------------------------------------------*
                       MOVE HIST-TOTAL-FOLHA
                           TO WS-DGL-TOTAL (WS-QTD-DEPTOS)
                       ADD HIST-TOTAL-FOLHA TO WS-BASE-FOLHA
                       ADD HIST-QTD-EMPREGADOS TO WS-QTD-EMPREG-BASE
                   END-IF
           END-READ.

       ATUALIZAR-ENCARGO-EXISTENTE-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    CARREGAR-REEMBOLSOS                                      *
      *    Reembolsos aceitos por TESTREEM, somados por centro de   *
      *    custo da despesa. Sem REEMBACE.DAT nao ha reembolso.     *
      *----------------------------------------------------------*
       CARREGAR-REEMBOLSOS.
           OPEN INPUT REEMBOLSOS-ACEITOS.
           IF WS-STATUS-REEMBOLSOS = '00'
               PERFORM LER-REEMBOLSO-ACEITO THRU
                       LER-REEMBOLSO-ACEITO-EXIT
                   UNTIL WS-EOF-REEMBOLSOS = 'S'
           END-IF.
           CLOSE REEMBOLSOS-ACEITOS.

       CARREGAR-REEMBOLSOS-EXIT.
           EXIT.

       LER-REEMBOLSO-ACEITO.
           READ REEMBOLSOS-ACEITOS
               AT END
                   MOVE 'S' TO WS-EOF-REEMBOLSOS
                   GO TO LER-REEMBOLSO-ACEITO-EXIT
           END-READ.
           IF REE-VALOR IS NOT NUMERIC
               GO TO LER-REEMBOLSO-ACEITO-EXIT
           END-IF.
           MOVE 'N' TO WS-REEMB-GL-ACHADO.
           PERFORM PROCURAR-REEMBOLSO-GL
               VARYING WS-IDX-REEMB-GL FROM 1 BY 1
               UNTIL WS-IDX-REEMB-GL > WS-QTD-REEMB-GL
                  OR WS-REEMB-GL-ACHADO = 'S'.
           IF WS-REEMB-GL-ACHADO = 'S'
               SUBTRACT 1 FROM WS-IDX-REEMB-GL
           ELSE
               IF WS-QTD-REEMB-GL >= 200
                   DISPLAY 'TESTGLPO REEMBACE.DAT EXCEDE 200 CENTROS '
                           'DE CUSTO - LOTE NAO EMITIDO'
                   MOVE 'TESTGLPO'          TO WS-EXC-PROGRAMA
                   MOVE 'LER-REEMBOLSO-ACEITO' TO WS-EXC-PARAGRAFO
                   MOVE 8                   TO WS-EXC-CODIGO
                   MOVE 'TABELA DE REEMBOLSOS POR CC ESTOURADA'
                       TO WS-EXC-MENSAGEM
                   MOVE 2 TO WS-EXC-SEVERIDADE
                   PERFORM GRAVAR-EXCECAO-GERAL
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-QTD-REEMB-GL
               MOVE WS-QTD-REEMB-GL TO WS-IDX-REEMB-GL
               MOVE REE-CENTRO-CUSTO
                   TO WS-RGL-CENTRO-CUSTO (WS-IDX-REEMB-GL)
               MOVE REE-CONTA-CONTABIL
                   TO WS-RGL-CONTA (WS-IDX-REEMB-GL)
               MOVE ZEROS TO WS-RGL-VALOR (WS-IDX-REEMB-GL)
           END-IF.
           ADD REE-VALOR TO WS-RGL-VALOR (WS-IDX-REEMB-GL).
           ADD REE-VALOR TO WS-TOTAL-REEMBOLSOS.
           PERFORM ACUMULAR-REEMBOLSO-EMPRESA THRU
                   ACUMULAR-REEMBOLSO-EMPRESA-EXIT.

       LER-REEMBOLSO-ACEITO-EXIT.
           EXIT.

       PROCURAR-REEMBOLSO-GL.
           IF WS-RGL-CENTRO-CUSTO (WS-IDX-REEMB-GL) = REE-CENTRO-CUSTO
               MOVE 'S' TO WS-REEMB-GL-ACHADO
           END-IF.

       PROCURAR-REEMBOLSO-GL-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    CARREGAR-PREVIDENCIA-PATRONAL                            *
      *    So no fechamento mensal: contrapartida patronal de cada  *
      *    participante de PREVREM.DAT, somada no total e na        *
      *    empresa do empregado (matricula fora do extrato fica na  *
      *    principal). Sem o arquivo nao ha lancamento.             *
      *----------------------------------------------------------*
       CARREGAR-PREVIDENCIA-PATRONAL.
           MOVE ZEROS TO WS-TABELA-PREV-EMPRESA.
           IF NOT MODO-FIM-DE-MES
               GO TO CARREGAR-PREVIDENCIA-PATRONAL-EXIT
           END-IF.
           OPEN INPUT REMESSA-PREVIDENCIA.
           IF WS-STATUS-REMESSA-PREV = '00'
               PERFORM LER-REMESSA-PREVIDENCIA THRU
                       LER-REMESSA-PREVIDENCIA-EXIT
                   UNTIL WS-EOF-REMESSA-PREV = 'S'
           END-IF.
           CLOSE REMESSA-PREVIDENCIA.

       CARREGAR-PREVIDENCIA-PATRONAL-EXIT.
           EXIT.

       LER-REMESSA-PREVIDENCIA.
           READ REMESSA-PREVIDENCIA
               AT END
                   MOVE 'S' TO WS-EOF-REMESSA-PREV
                   GO TO LER-REMESSA-PREVIDENCIA-EXIT
           END-READ.
           IF RMP-TIPO NOT = 'D'
                  OR RMP-DET-PATRONAL IS NOT NUMERIC
               GO TO LER-REMESSA-PREVIDENCIA-EXIT
           END-IF.
           MOVE 'N' TO WS-MATR-EMP-ACHADA.
           PERFORM PROCURAR-MATRICULA-PREV
               VARYING WS-IDX-MATR-EMP FROM 1 BY 1
               UNTIL WS-IDX-MATR-EMP > WS-QTD-MATR-EMP
                  OR WS-MATR-EMP-ACHADA = 'S'.
           IF WS-MATR-EMP-ACHADA = 'S'
               SUBTRACT 1 FROM WS-IDX-MATR-EMP
               MOVE WS-MEM-EMPRESA (WS-IDX-MATR-EMP)
                   TO WS-EPR-IDX-ACHADO
           ELSE
               MOVE 1 TO WS-EPR-IDX-ACHADO
           END-IF.
           ADD RMP-DET-PATRONAL TO WS-PREV-EMPRESA (WS-EPR-IDX-ACHADO).
           ADD RMP-DET-PATRONAL TO WS-TOTAL-PREV-PATRONAL.

       LER-REMESSA-PREVIDENCIA-EXIT.
           EXIT.

       PROCURAR-MATRICULA-PREV.
           IF WS-MEM-MATRICULA (WS-IDX-MATR-EMP) = RMP-DET-MATRICULA
               MOVE 'S' TO WS-MATR-EMP-ACHADA
           END-IF.

       PROCURAR-MATRICULA-PREV-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    LER-TOTAL-BANKPAY                                        *
      *    Total liquido do trailer 'T' de BANKPAY.DAT. Sem o       *
           END-IF.

       LER-TOTAL-BANKPAY-AVISO.
           COMPUTE WS-TOTAL-LIQUIDO =
               WS-BASE-FOLHA + WS-TOTAL-REEMBOLSOS.
           MOVE 'TESTGLPO'          TO WS-EXC-PROGRAMA.
           MOVE 'LER-TOTAL-BANKPAY' TO WS-EXC-PARAGRAFO.
           MOVE 4                   TO WS-EXC-CODIGO.
                       MOVE PAG-TRL-VALOR TO WS-TOTAL-LIQUIDO
                       MOVE 'S' TO WS-TEM-BANKPAY
                   END-IF
                   IF PAG-TIPO = 'D' AND PAG-DET-VALOR IS NUMERIC
                       MOVE PAG-DET-EMPRESA TO WS-EPR-CODIGO-BUSCA
                       PERFORM LOCALIZAR-EMPRESA THRU
                               LOCALIZAR-EMPRESA-EXIT
                       ADD PAG-DET-VALOR
                           TO WS-EPR-VALOR-2 (WS-EPR-IDX-ACHADO)
                   END-IF
           END-READ.

       LER-REGISTRO-BANKPAY-EXIT.
      *----------------------------------------------------------*
       MONTAR-LANCAMENTOS.
           OPEN INPUT DEPT-MASTER.
           PERFORM MONTAR-DEBITO-DEPTO THRU MONTAR-DEBITO-DEPTO-EXIT
               VARYING WS-IDX-DEPTO FROM 1 BY 1
               UNTIL WS-IDX-DEPTO > WS-QTD-DEPTOS.
           CLOSE DEPT-MASTER.

           PERFORM MONTAR-DEBITO-ENCARGO THRU MONTAR-DEBITO-ENCARGO-EXIT
               VARYING WS-IDX-ENCARGO FROM 1 BY 1
               UNTIL WS-IDX-ENCARGO > WS-QTD-ENCARGOS.

           PERFORM MONTAR-DEBITO-REEMBOLSO THRU
                   MONTAR-DEBITO-REEMBOLSO-EXIT
               VARYING WS-IDX-REEMB-GL FROM 1 BY 1
               UNTIL WS-IDX-REEMB-GL > WS-QTD-REEMB-GL.

           PERFORM MONTAR-PREVIDENCIA-PATRONAL THRU
                   MONTAR-PREVIDENCIA-PATRONAL-EXIT.

           COMPUTE WS-VALOR-RETENCOES =
               WS-BASE-FOLHA + WS-TOTAL-REEMBOLSOS - WS-TOTAL-LIQUIDO.
           IF WS-VALOR-RETENCOES < ZEROS
               MOVE ZEROS TO WS-VALOR-RETENCOES
               COMPUTE WS-TOTAL-LIQUIDO =
                   WS-BASE-FOLHA + WS-TOTAL-REEMBOLSOS
           END-IF.

           PERFORM INCLUIR-LANCAMENTO-FIXO.
       MONTAR-DEBITO-ENCARGO-EXIT.
           EXIT.

      *    Debito de reembolso na conta contabil do centro de
      *    custo resolvida por TESTREEM.
       MONTAR-DEBITO-REEMBOLSO.
           IF WS-QTD-LANCAMENTOS >= 250
               GO TO MONTAR-DEBITO-REEMBOLSO-EXIT
           END-IF.
           ADD 1 TO WS-QTD-LANCAMENTOS.
           MOVE WS-RGL-CONTA (WS-IDX-REEMB-GL)
               TO WS-LCT-CONTA (WS-QTD-LANCAMENTOS).
           MOVE 'D' TO WS-LCT-NATUREZA (WS-QTD-LANCAMENTOS).
           MOVE WS-RGL-VALOR (WS-IDX-REEMB-GL)
               TO WS-LCT-VALOR (WS-QTD-LANCAMENTOS).
           MOVE SPACES TO WS-LCT-DESCRICAO (WS-QTD-LANCAMENTOS).
           STRING 'REEMBOLSO '
                  WS-RGL-CENTRO-CUSTO (WS-IDX-REEMB-GL)
               DELIMITED BY SIZE
               INTO WS-LCT-DESCRICAO (WS-QTD-LANCAMENTOS)
           END-STRING.
           ADD WS-RGL-VALOR (WS-IDX-REEMB-GL) TO WS-TOTAL-DEBITOS.

       MONTAR-DEBITO-REEMBOLSO-EXIT.
           EXIT.

      *    Contrapartida patronal da previdencia privada: despesa
      *    contra a obrigacao de repasse a administradora.
       MONTAR-PREVIDENCIA-PATRONAL.
           IF WS-TOTAL-PREV-PATRONAL = ZEROS
                  OR WS-QTD-LANCAMENTOS >= 249
               GO TO MONTAR-PREVIDENCIA-PATRONAL-EXIT
           END-IF.
           ADD 1 TO WS-QTD-LANCAMENTOS.
           MOVE '31030001' TO WS-LCT-CONTA (WS-QTD-LANCAMENTOS).
           MOVE 'D' TO WS-LCT-NATUREZA (WS-QTD-LANCAMENTOS).
           MOVE WS-TOTAL-PREV-PATRONAL
               TO WS-LCT-VALOR (WS-QTD-LANCAMENTOS).
           MOVE 'PREVIDENCIA PATRONAL'
               TO WS-LCT-DESCRICAO (WS-QTD-LANCAMENTOS).
           ADD WS-TOTAL-PREV-PATRONAL TO WS-TOTAL-DEBITOS.

           ADD 1 TO WS-QTD-LANCAMENTOS.
           MOVE '21020002' TO WS-LCT-CONTA (WS-QTD-LANCAMENTOS).
           MOVE 'C' TO WS-LCT-NATUREZA (WS-QTD-LANCAMENTOS).
           MOVE WS-TOTAL-PREV-PATRONAL
               TO WS-LCT-VALOR (WS-QTD-LANCAMENTOS).
           MOVE 'PREVIDENCIA REPASSAR'
               TO WS-LCT-DESCRICAO (WS-QTD-LANCAMENTOS).
           ADD WS-TOTAL-PREV-PATRONAL TO WS-TOTAL-CREDITOS.

       MONTAR-PREVIDENCIA-PATRONAL-EXIT.
           EXIT.

       INCLUIR-LANCAMENTO-FIXO.
           ADD 1 TO WS-QTD-LANCAMENTOS.
           MOVE '21010001' TO WS-LCT-CONTA (WS-QTD-LANCAMENTOS).
       GRAVAR-LINHA-LOTE-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    CARREGAR-EXTRATO-EMPRESAS                                *
      *    Bruto, quadro e departamentos de cada empresa, e a       *
      *    empresa de cada matricula, a partir de EMPEXTR.DAT. Sem  *
      *    o extrato o grupo e lancado todo na empresa principal,   *
      *    pelos departamentos do snapshot de PAYHIST.DAT.          *
      *----------------------------------------------------------*
       CARREGAR-EXTRATO-EMPRESAS.
           OPEN INPUT EXTRATO-EMPREGADOS.
           IF WS-STATUS-EXTRATO = '00'
               PERFORM LER-EXTRATO-EMPRESA THRU
                       LER-EXTRATO-EMPRESA-EXIT
                   UNTIL WS-EOF-EXTRATO = 'S'
           END-IF.
           CLOSE EXTRATO-EMPREGADOS.
           IF WS-TEM-EXTRATO = 'S'
               GO TO CARREGAR-EXTRATO-EMPRESAS-EXIT
           END-IF.
           DISPLAY 'TESTGLPO EMPEXTR.DAT INDISPONIVEL - FOLHA '
                   'LANCADA NA EMPRESA PRINCIPAL'.
           MOVE WS-QTD-EMPREG-BASE TO WS-EPR-QTD (1).
           MOVE WS-BASE-FOLHA      TO WS-EPR-VALOR-1 (1).
           PERFORM COPIAR-DEPTO-PRINCIPAL
               VARYING WS-IDX-DEPTO FROM 1 BY 1
               UNTIL WS-IDX-DEPTO > WS-QTD-DEPTOS.

       CARREGAR-EXTRATO-EMPRESAS-EXIT.
           EXIT.

       COPIAR-DEPTO-PRINCIPAL.
           ADD 1 TO WS-QTD-DEPTO-EMP.
           MOVE 1 TO WS-DEM-EMPRESA (WS-QTD-DEPTO-EMP).
           MOVE WS-DGL-DEPARTAMENTO (WS-IDX-DEPTO)
               TO WS-DEM-DEPARTAMENTO (WS-QTD-DEPTO-EMP).
           MOVE WS-DGL-TOTAL (WS-IDX-DEPTO)
               TO WS-DEM-TOTAL (WS-QTD-DEPTO-EMP).

       COPIAR-DEPTO-PRINCIPAL-EXIT.
           EXIT.

       LER-EXTRATO-EMPRESA.
           READ EXTRATO-EMPREGADOS
               AT END
                   MOVE 'S' TO WS-EOF-EXTRATO
                   GO TO LER-EXTRATO-EMPRESA-EXIT
           END-READ.
           IF REG-EXTRATO-EMPREGADO (1:6) = 'VERSAO'
               MOVE REG-EXTRATO-EMPREGADO (7:2)
                   TO WS-VERSAO-EXTRATO-LIDA
               IF WS-VERSAO-EXTRATO-LIDA
                      NOT = WS-VERSAO-EXTRATO-ATUAL
                   DISPLAY 'TESTGLPO VERSAO DO EXTRATO '
                           WS-VERSAO-EXTRATO-LIDA
                           ' INCOMPATIVEL - ESPERADA '
                           WS-VERSAO-EXTRATO-ATUAL
                   MOVE 'TESTGLPO'          TO WS-EXC-PROGRAMA
                   MOVE 'LER-EXTRATO-EMPRESA' TO WS-EXC-PARAGRAFO
                   MOVE 8                   TO WS-EXC-CODIGO
                   MOVE 'VERSAO DE LAYOUT DO EXTRATO INCOMPATIVEL'
                       TO WS-EXC-MENSAGEM
                   MOVE 2 TO WS-EXC-SEVERIDADE
                   PERFORM GRAVAR-EXCECAO-GERAL
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               GO TO LER-EXTRATO-EMPRESA-EXIT
           END-IF.
           MOVE 'S' TO WS-TEM-EXTRATO.
           MOVE EXT-EMPLOYEE-EMPRESA TO WS-EPR-CODIGO-BUSCA.
           PERFORM LOCALIZAR-EMPRESA THRU LOCALIZAR-EMPRESA-EXIT.
           ADD 1 TO WS-EPR-QTD (WS-EPR-IDX-ACHADO).
           ADD EXT-EMPLOYEE-SALARY
               TO WS-EPR-VALOR-1 (WS-EPR-IDX-ACHADO).

           IF WS-QTD-MATR-EMP >= 10000
               MOVE 'MATRICULA X EMPRESA' TO WS-TABELA-ESTOURADA
               PERFORM RECUSAR-TABELA-ESTOURADA
           END-IF.
           ADD 1 TO WS-QTD-MATR-EMP.
           MOVE EXT-EMPLOYEE-ID TO WS-MEM-MATRICULA (WS-QTD-MATR-EMP).
           MOVE WS-EPR-IDX-ACHADO TO WS-MEM-EMPRESA (WS-QTD-MATR-EMP).

           MOVE 'N' TO WS-DEPTO-EMP-ACHADO.
           PERFORM PROCURAR-DEPTO-EMPRESA
               VARYING WS-IDX-DEPTO-EMP FROM 1 BY 1
               UNTIL WS-IDX-DEPTO-EMP > WS-QTD-DEPTO-EMP
                  OR WS-DEPTO-EMP-ACHADO = 'S'.
           IF WS-DEPTO-EMP-ACHADO = 'S'
               SUBTRACT 1 FROM WS-IDX-DEPTO-EMP
           ELSE
               IF WS-QTD-DEPTO-EMP >= 500
                   MOVE 'EMPRESA X DEPARTAMENTO' TO WS-TABELA-ESTOURADA
                   PERFORM RECUSAR-TABELA-ESTOURADA
               END-IF
               ADD 1 TO WS-QTD-DEPTO-EMP
               MOVE WS-QTD-DEPTO-EMP TO WS-IDX-DEPTO-EMP
               MOVE WS-EPR-IDX-ACHADO
                   TO WS-DEM-EMPRESA (WS-IDX-DEPTO-EMP)
               MOVE EXT-EMPLOYEE-DEPARTMENT
                   TO WS-DEM-DEPARTAMENTO (WS-IDX-DEPTO-EMP)
               MOVE ZEROS TO WS-DEM-TOTAL (WS-IDX-DEPTO-EMP)
           END-IF.
           ADD EXT-EMPLOYEE-SALARY TO WS-DEM-TOTAL (WS-IDX-DEPTO-EMP).

       LER-EXTRATO-EMPRESA-EXIT.
           EXIT.

       PROCURAR-DEPTO-EMPRESA.
           IF WS-DEM-EMPRESA (WS-IDX-DEPTO-EMP) = WS-EPR-IDX-ACHADO
                  AND WS-DEM-DEPARTAMENTO (WS-IDX-DEPTO-EMP)
                      = EXT-EMPLOYEE-DEPARTMENT
               MOVE 'S' TO WS-DEPTO-EMP-ACHADO
           END-IF.

       PROCURAR-DEPTO-EMPRESA-EXIT.
           EXIT.

      *    Estouro de tabela da divisao por empresa: nenhum lote e
      *    emitido.
       RECUSAR-TABELA-ESTOURADA.
           DISPLAY 'TESTGLPO TABELA ' WS-TABELA-ESTOURADA
                   ' ESTOURADA - LOTE NAO EMITIDO'.
           MOVE 'TESTGLPO'          TO WS-EXC-PROGRAMA.
           MOVE 'RECUSAR-TABELA-ESTOURADA' TO WS-EXC-PARAGRAFO.
           MOVE 8                   TO WS-EXC-CODIGO.
           MOVE SPACES              TO WS-EXC-MENSAGEM.
           STRING 'TABELA ESTOURADA: ' WS-TABELA-ESTOURADA
               DELIMITED BY SIZE
               INTO WS-EXC-MENSAGEM
           END-STRING.
           MOVE 2 TO WS-EXC-SEVERIDADE.
           PERFORM GRAVAR-EXCECAO-GERAL.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.

       RECUSAR-TABELA-ESTOURADA-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    ACUMULAR-REEMBOLSO-EMPRESA                               *
      *    Reembolso na empresa do empregado reembolsado (matricula *
      *    fora do extrato fica na principal), por centro de custo. *
      *----------------------------------------------------------*
       ACUMULAR-REEMBOLSO-EMPRESA.
           MOVE 'N' TO WS-MATR-EMP-ACHADA.
           PERFORM PROCURAR-MATRICULA-EMPRESA
               VARYING WS-IDX-MATR-EMP FROM 1 BY 1
               UNTIL WS-IDX-MATR-EMP > WS-QTD-MATR-EMP
                  OR WS-MATR-EMP-ACHADA = 'S'.
           IF WS-MATR-EMP-ACHADA = 'S'
               SUBTRACT 1 FROM WS-IDX-MATR-EMP
               MOVE WS-MEM-EMPRESA (WS-IDX-MATR-EMP)
                   TO WS-EPR-IDX-ACHADO
           ELSE
               MOVE 1 TO WS-EPR-IDX-ACHADO
           END-IF.
           ADD REE-VALOR TO WS-EPR-VALOR-3 (WS-EPR-IDX-ACHADO).

           MOVE 'N' TO WS-REEMB-EMP-ACHADO.
           PERFORM PROCURAR-REEMBOLSO-EMPRESA
               VARYING WS-IDX-REEMB-EMP FROM 1 BY 1
               UNTIL WS-IDX-REEMB-EMP > WS-QTD-REEMB-EMP
                  OR WS-REEMB-EMP-ACHADO = 'S'.
           IF WS-REEMB-EMP-ACHADO = 'S'
               SUBTRACT 1 FROM WS-IDX-REEMB-EMP
           ELSE
               IF WS-QTD-REEMB-EMP >= 400
                   MOVE 'REEMBOLSOS POR EMPRESA' TO WS-TABELA-ESTOURADA
                   PERFORM RECUSAR-TABELA-ESTOURADA
               END-IF
               ADD 1 TO WS-QTD-REEMB-EMP
               MOVE WS-QTD-REEMB-EMP TO WS-IDX-REEMB-EMP
               MOVE WS-EPR-IDX-ACHADO
                   TO WS-REM-EMPRESA (WS-IDX-REEMB-EMP)
               MOVE REE-CENTRO-CUSTO
                   TO WS-REM-CENTRO-CUSTO (WS-IDX-REEMB-EMP)
               MOVE REE-CONTA-CONTABIL
                   TO WS-REM-CONTA (WS-IDX-REEMB-EMP)
               MOVE ZEROS TO WS-REM-VALOR (WS-IDX-REEMB-EMP)
           END-IF.
           ADD REE-VALOR TO WS-REM-VALOR (WS-IDX-REEMB-EMP).

       ACUMULAR-REEMBOLSO-EMPRESA-EXIT.
           EXIT.

       PROCURAR-MATRICULA-EMPRESA.
           IF WS-MEM-MATRICULA (WS-IDX-MATR-EMP) = REE-MATRICULA
               MOVE 'S' TO WS-MATR-EMP-ACHADA
           END-IF.

       PROCURAR-MATRICULA-EMPRESA-EXIT.
           EXIT.

       PROCURAR-REEMBOLSO-EMPRESA.
           IF WS-REM-EMPRESA (WS-IDX-REEMB-EMP) = WS-EPR-IDX-ACHADO
                  AND WS-REM-CENTRO-CUSTO (WS-IDX-REEMB-EMP)
                      = REE-CENTRO-CUSTO
               MOVE 'S' TO WS-REEMB-EMP-ACHADO
           END-IF.

       PROCURAR-REEMBOLSO-EMPRESA-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    PROCESSAR-LOTES-EMPRESA                                  *
      *    Monta e confere o lote de cada empresa do cadastro. Com  *
      *    WS-GRAVAR-LOTE-EMP = 'S' grava os lotes em GLEMPR.DAT e  *
      *    o resumo entre empresas EMPRRES.DAT. Empresa sem folha   *
      *    nem reembolso no run nao gera lote.                      *
      *----------------------------------------------------------*
       PROCESSAR-LOTES-EMPRESA.
           IF WS-GRAVAR-LOTE-EMP = 'S'
               OPEN OUTPUT LANCAMENTOS-EMPRESA
               OPEN OUTPUT RESUMO-EMPRESAS
               MOVE WS-DATA-MAIS-RECENTE TO CRE-COMPETENCIA
               WRITE REG-RESUMO-EMPRESAS FROM WS-CABECALHO-RESUMO-EMP
               WRITE REG-RESUMO-EMPRESAS FROM WS-COLUNAS-RESUMO-EMP
           END-IF.
           OPEN INPUT DEPT-MASTER.
           PERFORM MONTAR-LOTE-EMPRESA THRU MONTAR-LOTE-EMPRESA-EXIT
               VARYING WS-EPR-IDX FROM 1 BY 1
               UNTIL WS-EPR-IDX > WS-QTD-EMPRESAS-CAD.
           CLOSE DEPT-MASTER.
           IF WS-GRAVAR-LOTE-EMP = 'S'
               PERFORM GRAVAR-TOTAL-RESUMO-EMPRESAS THRU
                       GRAVAR-TOTAL-RESUMO-EMPRESAS-EXIT
               CLOSE LANCAMENTOS-EMPRESA
               CLOSE RESUMO-EMPRESAS
           END-IF.

       PROCESSAR-LOTES-EMPRESA-EXIT.
           EXIT.

       MONTAR-LOTE-EMPRESA.
           MOVE WS-EPR-VALOR-1 (WS-EPR-IDX) TO WS-BASE-EMPRESA.
           MOVE WS-EPR-VALOR-3 (WS-EPR-IDX) TO WS-REEMB-EMPRESA.
           IF WS-TEM-BANKPAY = 'S'
               MOVE WS-EPR-VALOR-2 (WS-EPR-IDX) TO WS-LIQUIDO-EMPRESA
           ELSE
               COMPUTE WS-LIQUIDO-EMPRESA =
                   WS-BASE-EMPRESA + WS-REEMB-EMPRESA
           END-IF.
           IF WS-BASE-EMPRESA = ZEROS AND WS-REEMB-EMPRESA = ZEROS
                  AND WS-LIQUIDO-EMPRESA = ZEROS
               GO TO MONTAR-LOTE-EMPRESA-EXIT
           END-IF.
           MOVE ZEROS TO WS-QTD-LCT-EMP.
           MOVE ZEROS TO WS-DEBITOS-EMPRESA.
           MOVE ZEROS TO WS-CREDITOS-EMPRESA.
           MOVE ZEROS TO WS-ENCARGOS-EMPRESA.

           PERFORM MONTAR-DEBITO-DEPTO-EMP THRU
                   MONTAR-DEBITO-DEPTO-EMP-EXIT
               VARYING WS-IDX-DEPTO-EMP FROM 1 BY 1
               UNTIL WS-IDX-DEPTO-EMP > WS-QTD-DEPTO-EMP.
           PERFORM MONTAR-DEBITO-ENCARGO-EMP THRU
                   MONTAR-DEBITO-ENCARGO-EMP-EXIT
               VARYING WS-IDX-ENCARGO FROM 1 BY 1
               UNTIL WS-IDX-ENCARGO > WS-QTD-ENCARGOS.
           PERFORM MONTAR-DEBITO-REEMBOLSO-EMP THRU
                   MONTAR-DEBITO-REEMBOLSO-EMP-EXIT
               VARYING WS-IDX-REEMB-EMP FROM 1 BY 1
               UNTIL WS-IDX-REEMB-EMP > WS-QTD-REEMB-EMP.
           PERFORM MONTAR-PREVIDENCIA-EMP THRU
                   MONTAR-PREVIDENCIA-EMP-EXIT.

           COMPUTE WS-RETENCOES-EMPRESA =
               WS-BASE-EMPRESA + WS-REEMB-EMPRESA - WS-LIQUIDO-EMPRESA.
           IF WS-RETENCOES-EMPRESA < ZEROS
               MOVE ZEROS TO WS-RETENCOES-EMPRESA
               COMPUTE WS-LIQUIDO-EMPRESA =
                   WS-BASE-EMPRESA + WS-REEMB-EMPRESA
           END-IF.
           MOVE '21010001'         TO WS-CRE-CONTA.
           MOVE WS-LIQUIDO-EMPRESA TO WS-CRE-VALOR.
           MOVE 'SALARIOS A PAGAR' TO WS-CRE-DESCRICAO.
           PERFORM INCLUIR-CREDITO-EMPRESA THRU
                   INCLUIR-CREDITO-EMPRESA-EXIT.
           MOVE '21010002'           TO WS-CRE-CONTA.
           MOVE WS-RETENCOES-EMPRESA TO WS-CRE-VALOR.
           MOVE 'RETENCOES DA FOLHA' TO WS-CRE-DESCRICAO.
           PERFORM INCLUIR-CREDITO-EMPRESA THRU
                   INCLUIR-CREDITO-EMPRESA-EXIT.
           MOVE '21020001'            TO WS-CRE-CONTA.
           MOVE WS-ENCARGOS-EMPRESA   TO WS-CRE-VALOR.
           MOVE 'ENCARGOS A RECOLHER' TO WS-CRE-DESCRICAO.
           PERFORM INCLUIR-CREDITO-EMPRESA THRU
                   INCLUIR-CREDITO-EMPRESA-EXIT.

           IF WS-DEBITOS-EMPRESA NOT = WS-CREDITOS-EMPRESA
               DISPLAY 'TESTGLPO LOTE DA EMPRESA '
                       WS-EPR-CODIGO (WS-EPR-IDX)
                       ' DESBALANCEADO - DEBITOS=' WS-DEBITOS-EMPRESA
                       ' CREDITOS=' WS-CREDITOS-EMPRESA
               MOVE 'TESTGLPO'          TO WS-EXC-PROGRAMA
               MOVE 'MONTAR-LOTE-EMPRESA' TO WS-EXC-PARAGRAFO
               MOVE 8                   TO WS-EXC-CODIGO
               MOVE SPACES              TO WS-EXC-MENSAGEM
               STRING 'LOTE DESBALANCEADO EMPRESA '
                      WS-EPR-CODIGO (WS-EPR-IDX)
                   DELIMITED BY SIZE
                   INTO WS-EXC-MENSAGEM
               END-STRING
               MOVE 2 TO WS-EXC-SEVERIDADE
               PERFORM GRAVAR-EXCECAO-GERAL
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF WS-GRAVAR-LOTE-EMP = 'S'
               PERFORM GRAVAR-LOTE-EMPRESA THRU
                       GRAVAR-LOTE-EMPRESA-EXIT
           END-IF.

       MONTAR-LOTE-EMPRESA-EXIT.
           EXIT.

      *    Credito fixo da empresa (conta/valor/descricao em
      *    WS-CREDITO-EMPRESA).
       INCLUIR-CREDITO-EMPRESA.
           IF WS-QTD-LCT-EMP >= 250
               GO TO INCLUIR-CREDITO-EMPRESA-EXIT
           END-IF.
           ADD 1 TO WS-QTD-LCT-EMP.
           MOVE WS-CRE-CONTA     TO WS-LCE-CONTA (WS-QTD-LCT-EMP).
           MOVE 'C'              TO WS-LCE-NATUREZA (WS-QTD-LCT-EMP).
           MOVE WS-CRE-VALOR     TO WS-LCE-VALOR (WS-QTD-LCT-EMP).
           MOVE WS-CRE-DESCRICAO TO WS-LCE-DESCRICAO (WS-QTD-LCT-EMP).
           ADD WS-CRE-VALOR TO WS-CREDITOS-EMPRESA.

       INCLUIR-CREDITO-EMPRESA-EXIT.
           EXIT.

       MONTAR-DEBITO-DEPTO-EMP.
           IF WS-DEM-EMPRESA (WS-IDX-DEPTO-EMP) NOT = WS-EPR-IDX
                  OR WS-QTD-LCT-EMP >= 250
               GO TO MONTAR-DEBITO-DEPTO-EMP-EXIT
           END-IF.
           ADD 1 TO WS-QTD-LCT-EMP.
           MOVE WS-DEM-DEPARTAMENTO (WS-IDX-DEPTO-EMP) TO DPM-CODIGO.
           READ DEPT-MASTER
               KEY IS DPM-CODIGO
               INVALID KEY
                   MOVE 'CCDESCON'
                       TO WS-LCE-CONTA (WS-QTD-LCT-EMP)
               NOT INVALID KEY
                   MOVE DPM-CENTRO-CUSTO
                       TO WS-LCE-CONTA (WS-QTD-LCT-EMP)
           END-READ.
           MOVE 'D' TO WS-LCE-NATUREZA (WS-QTD-LCT-EMP).
           MOVE WS-DEM-TOTAL (WS-IDX-DEPTO-EMP)
               TO WS-LCE-VALOR (WS-QTD-LCT-EMP).
           MOVE SPACES TO WS-LCE-DESCRICAO (WS-QTD-LCT-EMP).
           STRING 'SALARIOS '
                  WS-DEM-DEPARTAMENTO (WS-IDX-DEPTO-EMP)
               DELIMITED BY SIZE
               INTO WS-LCE-DESCRICAO (WS-QTD-LCT-EMP)
           END-STRING.
           ADD WS-DEM-TOTAL (WS-IDX-DEPTO-EMP) TO WS-DEBITOS-EMPRESA.

       MONTAR-DEBITO-DEPTO-EMP-EXIT.
           EXIT.

       MONTAR-DEBITO-ENCARGO-EMP.
           IF WS-QTD-LCT-EMP >= 250
               GO TO MONTAR-DEBITO-ENCARGO-EMP-EXIT
           END-IF.
           COMPUTE WS-VALOR-ENCARGO ROUNDED =
               WS-BASE-EMPRESA * WS-ENC-PCT (WS-IDX-ENCARGO) / 100.
           ADD 1 TO WS-QTD-LCT-EMP.
           MOVE SPACES TO WS-LCE-CONTA (WS-QTD-LCT-EMP).
           STRING '3102' WS-ENC-CODIGO (WS-IDX-ENCARGO)
               DELIMITED BY SIZE
               INTO WS-LCE-CONTA (WS-QTD-LCT-EMP)
           END-STRING.
           MOVE 'D' TO WS-LCE-NATUREZA (WS-QTD-LCT-EMP).
           MOVE WS-VALOR-ENCARGO TO WS-LCE-VALOR (WS-QTD-LCT-EMP).
           MOVE SPACES TO WS-LCE-DESCRICAO (WS-QTD-LCT-EMP).
           STRING 'ENCARGO ' WS-ENC-CODIGO (WS-IDX-ENCARGO)
               DELIMITED BY SIZE
               INTO WS-LCE-DESCRICAO (WS-QTD-LCT-EMP)
           END-STRING.
           ADD WS-VALOR-ENCARGO TO WS-DEBITOS-EMPRESA.
           ADD WS-VALOR-ENCARGO TO WS-ENCARGOS-EMPRESA.

       MONTAR-DEBITO-ENCARGO-EMP-EXIT.
           EXIT.

       MONTAR-DEBITO-REEMBOLSO-EMP.
           IF WS-REM-EMPRESA (WS-IDX-REEMB-EMP) NOT = WS-EPR-IDX
                  OR WS-QTD-LCT-EMP >= 250
               GO TO MONTAR-DEBITO-REEMBOLSO-EMP-EXIT
           END-IF.
           ADD 1 TO WS-QTD-LCT-EMP.
           MOVE WS-REM-CONTA (WS-IDX-REEMB-EMP)
               TO WS-LCE-CONTA (WS-QTD-LCT-EMP).
           MOVE 'D' TO WS-LCE-NATUREZA (WS-QTD-LCT-EMP).
           MOVE WS-REM-VALOR (WS-IDX-REEMB-EMP)
               TO WS-LCE-VALOR (WS-QTD-LCT-EMP).
           MOVE SPACES TO WS-LCE-DESCRICAO (WS-QTD-LCT-EMP).
           STRING 'REEMBOLSO '
                  WS-REM-CENTRO-CUSTO (WS-IDX-REEMB-EMP)
               DELIMITED BY SIZE
               INTO WS-LCE-DESCRICAO (WS-QTD-LCT-EMP)
           END-STRING.
           ADD WS-REM-VALOR (WS-IDX-REEMB-EMP) TO WS-DEBITOS-EMPRESA.

       MONTAR-DEBITO-REEMBOLSO-EMP-EXIT.
           EXIT.

       MONTAR-PREVIDENCIA-EMP.
           IF WS-PREV-EMPRESA (WS-EPR-IDX) = ZEROS
                  OR WS-QTD-LCT-EMP >= 249
               GO TO MONTAR-PREVIDENCIA-EMP-EXIT
           END-IF.
           ADD 1 TO WS-QTD-LCT-EMP.
           MOVE '31030001' TO WS-LCE-CONTA (WS-QTD-LCT-EMP).
           MOVE 'D' TO WS-LCE-NATUREZA (WS-QTD-LCT-EMP).
           MOVE WS-PREV-EMPRESA (WS-EPR-IDX)
               TO WS-LCE-VALOR (WS-QTD-LCT-EMP).
           MOVE 'PREVIDENCIA PATRONAL'
               TO WS-LCE-DESCRICAO (WS-QTD-LCT-EMP).
           ADD WS-PREV-EMPRESA (WS-EPR-IDX) TO WS-DEBITOS-EMPRESA.

           MOVE '21020002'             TO WS-CRE-CONTA.
           MOVE WS-PREV-EMPRESA (WS-EPR-IDX) TO WS-CRE-VALOR.
           MOVE 'PREVIDENCIA REPASSAR' TO WS-CRE-DESCRICAO.
           PERFORM INCLUIR-CREDITO-EMPRESA THRU
                   INCLUIR-CREDITO-EMPRESA-EXIT.

       MONTAR-PREVIDENCIA-EMP-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    GRAVAR-LOTE-EMPRESA                                      *
      *    Lote da empresa em GLEMPR.DAT (header com codigo e CNPJ, *
      *    mesmo layout de linha e trailer de GLPOST.DAT) e sua     *
      *    linha no resumo entre empresas.                          *
      *----------------------------------------------------------*
       GRAVAR-LOTE-EMPRESA.
           MOVE WS-DATA-EXECUCAO            TO LTE-DATA.
           MOVE WS-DATA-MAIS-RECENTE        TO LTE-COMPETENCIA.
           MOVE WS-EPR-CODIGO (WS-EPR-IDX)  TO LTE-EMPRESA.
           MOVE WS-EPR-CNPJ (WS-EPR-IDX)    TO LTE-CNPJ.
           WRITE REG-LANCAMENTO-EMPRESA FROM WS-REG-LOTE-HEADER-EMP.
           PERFORM GRAVAR-LINHA-LOTE-EMP
               VARYING WS-IDX-LCT-EMP FROM 1 BY 1
               UNTIL WS-IDX-LCT-EMP > WS-QTD-LCT-EMP.
           MOVE WS-DEBITOS-EMPRESA  TO LOT-TRL-DEBITOS.
           MOVE WS-CREDITOS-EMPRESA TO LOT-TRL-CREDITOS.
           WRITE REG-LANCAMENTO-EMPRESA FROM WS-REG-LOTE-TRAILER.
           ADD 1 TO WS-QTD-LOTES-EMPRESA.

           MOVE WS-EPR-CODIGO (WS-EPR-IDX) TO RSE-EMPRESA.
           MOVE WS-EPR-CNPJ (WS-EPR-IDX)   TO RSE-CNPJ.
           MOVE WS-EPR-QTD (WS-EPR-IDX)    TO RSE-QTD.
           MOVE WS-BASE-EMPRESA            TO RSE-BRUTO.
           MOVE WS-LIQUIDO-EMPRESA         TO RSE-LIQUIDO.
           MOVE WS-ENCARGOS-EMPRESA        TO RSE-ENCARGOS.
           WRITE REG-RESUMO-EMPRESAS FROM WS-LINHA-RESUMO-EMP.
           ADD WS-EPR-QTD (WS-EPR-IDX) TO WS-GRUPO-QTD.
           ADD WS-BASE-EMPRESA         TO WS-GRUPO-BRUTO.
           ADD WS-LIQUIDO-EMPRESA      TO WS-GRUPO-LIQUIDO.
           ADD WS-ENCARGOS-EMPRESA     TO WS-GRUPO-ENCARGOS.

       GRAVAR-LOTE-EMPRESA-EXIT.
           EXIT.

       GRAVAR-LINHA-LOTE-EMP.
           MOVE WS-LCE-CONTA     (WS-IDX-LCT-EMP) TO LOT-CONTA.
           MOVE WS-LCE-NATUREZA  (WS-IDX-LCT-EMP) TO LOT-NATUREZA.
           MOVE WS-LCE-VALOR     (WS-IDX-LCT-EMP) TO LOT-VALOR.
           MOVE WS-LCE-DESCRICAO (WS-IDX-LCT-EMP) TO LOT-DESCRICAO.
           WRITE REG-LANCAMENTO-EMPRESA FROM WS-REG-LOTE-LINHA.

       GRAVAR-LINHA-LOTE-EMP-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    GRAVAR-TOTAL-RESUMO-EMPRESAS                             *
      *    Linha do grupo e prova da soma dos brutos contra a base  *
      *    do snapshot de PAYHIST.DAT usada no lote consolidado.    *
      *----------------------------------------------------------*
       GRAVAR-TOTAL-RESUMO-EMPRESAS.
           MOVE 'GRUPO'           TO RSE-EMPRESA.
           MOVE SPACES            TO RSE-CNPJ.
           MOVE WS-GRUPO-QTD      TO RSE-QTD.
           MOVE WS-GRUPO-BRUTO    TO RSE-BRUTO.
           MOVE WS-GRUPO-LIQUIDO  TO RSE-LIQUIDO.
           MOVE WS-GRUPO-ENCARGOS TO RSE-ENCARGOS.
           WRITE REG-RESUMO-EMPRESAS FROM WS-LINHA-RESUMO-EMP.
           MOVE WS-BASE-FOLHA TO RCF-BASE.
           IF WS-GRUPO-BRUTO = WS-BASE-FOLHA
               MOVE 'CONFERE COM A SOMA DAS EMPRESAS' TO RCF-SITUACAO
               WRITE REG-RESUMO-EMPRESAS FROM WS-LINHA-CONFERE-EMP
               GO TO GRAVAR-TOTAL-RESUMO-EMPRESAS-EXIT
           END-IF.
           MOVE 'DIVERGE DA SOMA DAS EMPRESAS' TO RCF-SITUACAO.
           WRITE REG-RESUMO-EMPRESAS FROM WS-LINHA-CONFERE-EMP.
           DISPLAY 'TESTGLPO SOMA DOS BRUTOS POR EMPRESA '
                   WS-GRUPO-BRUTO ' DIVERGE DA BASE PAYHIST '
                   WS-BASE-FOLHA.
           MOVE 'TESTGLPO'          TO WS-EXC-PROGRAMA.
           MOVE 'GRAVAR-TOTAL-RESUMO-EMPRESAS' TO WS-EXC-PARAGRAFO.
           MOVE 4                   TO WS-EXC-CODIGO.
           MOVE 'BRUTO POR EMPRESA DIVERGE DE PAYHIST.DAT'
               TO WS-EXC-MENSAGEM.
           MOVE 3 TO WS-EXC-SEVERIDADE.
           PERFORM GRAVAR-EXCECAO-GERAL.
           IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.

       GRAVAR-TOTAL-RESUMO-EMPRESAS-EXIT.
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

      *----------------------------------------------------------*
      *    CADASTRO DE EMPRESAS EMPREGADORAS (EMPRPRC)              *
      *----------------------------------------------------------*
       COPY EMPRPRC.
