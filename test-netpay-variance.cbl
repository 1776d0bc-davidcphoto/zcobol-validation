       IDENTIFICATION DIVISION.
       PROGRAM-ID. TESTLVAR.

      *----------------------------------------------------------*
      *    TESTLVAR                                                *
      *    Variacao do liquido por empregado, mes contra mes: para *
      *    cada matricula da folha da competencia (mes da data de  *
      *    negocio de DATACTL.DAT) monta os componentes do         *
      *    liquido a partir do que a esteira gravou                *
      *      SALARIO BASE   SALBASE.DAT de TESTCURSOR              *
      *      HE/FALTAS      bruto menos salario base (horas e      *
      *                     dias de PONTOADJ.DAT ao lado)          *
      *      DESCONTOS      linha 'T' de DEDUC.DAT                 *
      *      ORDENS JUD.    liquido de DEDUC.DAT menos o liquido   *
      *                     pos-ordens de GARNLIQ.DAT              *
      *      OUTROS CRED.   linhas 'C' de DEDUC.DAT (reembolsos)   *
      *    e compara com o retrato da competencia anterior. Quem   *
      *    variou alem do limite do cartao LVARCTL.DAT (percentual *
      *    e valor minimo, default 10% e 100,00) sai no relatorio  *
      *    LVARREPT.DAT com a diferenca atribuida a cada           *
      *    componente - a soma dos efeitos fecha com a diferenca   *
      *    do liquido. Admitidos e ausentes saem em secao propria  *
      *    e o resumo por departamento traz a folha de PAYHIST.DAT *
      *    dos dois meses. O retrato fica em LIQCOMP.DAT; na       *
      *    virada do mes o retrato antigo e copiado sobre          *
      *    LIQCOMPA.DAT, base de comparacao do mes inteiro.        *
      *    Informativo: RC 4 so quando falta DEDUC.DAT ou o        *
      *    retrato nao pode ser gravado.                           *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ARQUIVO-DESCONTOS
               ASSIGN TO "DEDUC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-DESCONTOS.

           SELECT OPTIONAL EXTRATO-LIQUIDO
               ASSIGN TO "EMPLIQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-LIQUIDO.

           SELECT OPTIONAL EXTRATO-POS-ORDENS
               ASSIGN TO "GARNLIQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-POS-ORDENS.

           SELECT OPTIONAL EXTRATO-SALARIO-BASE
               ASSIGN TO "SALBASE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-SAL-BASE.

           SELECT OPTIONAL ARQUIVO-AJUSTES-PONTO
               ASSIGN TO "PONTOADJ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-AJUSTES-PONTO.

           SELECT OPTIONAL HISTORICO-FOLHA
               ASSIGN TO "PAYHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-HISTORICO.

           SELECT OPTIONAL RETRATO-COMPONENTES
               ASSIGN TO "LIQCOMP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RETRATO.

           SELECT OPTIONAL RETRATO-ANTERIOR
               ASSIGN TO "LIQCOMPA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RETRATO-ANT.

           SELECT OPTIONAL CARTAO-LIMITE-VARIACAO
               ASSIGN TO "LVARCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CARTAO.

           SELECT OPTIONAL CARTAO-DATA-NEGOCIO
               ASSIGN TO "DATACTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-DATA-NEG.

           SELECT RELATORIO-VARIACAO
               ASSIGN TO "LVARREPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RELATORIO.

           COPY EXCPSEL.

           COPY RUNRSEL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQUIVO-DESCONTOS.
       01  REG-DESCONTO.
           05  DSC-TIPO             PIC X(01).
           05  DSC-MATRICULA        PIC 9(05).
           05  DSC-CODIGO           PIC X(04).
           05  DSC-PCT              PIC 9(03)V99.
           05  DSC-VALOR            PIC 9(09)V99.
           05  DSC-VALOR-2          PIC 9(09)V99.
           05  DSC-QTD-DEPENDENTES  PIC 9(02).
           05  FILLER               PIC X(41).

       FD  EXTRATO-LIQUIDO.
       01  REG-EXTRATO-LIQUIDO.
           05  LIQ-EMPLOYEE-ID          PIC 9(05).
           05  LIQ-EMPLOYEE-NAME        PIC X(50).
           05  LIQ-EMPLOYEE-SALARY      PIC 9(07)V99.
           05  LIQ-EMPLOYEE-DEPARTMENT  PIC X(10).
           05  LIQ-EMPLOYEE-AGENCIA     PIC X(05).
           05  LIQ-EMPLOYEE-CONTA       PIC X(12).
           05  LIQ-EMPLOYEE-HIRE-DATE   PIC 9(08).
           05  LIQ-EMPLOYEE-EMPRESA     PIC X(05).

      *    Mesmo layout de EMPLIQ.DAT, com o liquido pos-ordens.
       FD  EXTRATO-POS-ORDENS.
       01  REG-EXTRATO-POS-ORDENS.
           05  GLQ-EMPLOYEE-ID          PIC 9(05).
           05  GLQ-EMPLOYEE-NAME        PIC X(50).
           05  GLQ-EMPLOYEE-SALARY      PIC 9(07)V99.
           05  GLQ-EMPLOYEE-DEPARTMENT  PIC X(10).
           05  GLQ-EMPLOYEE-AGENCIA     PIC X(05).
           05  GLQ-EMPLOYEE-CONTA       PIC X(12).
           05  GLQ-EMPLOYEE-HIRE-DATE   PIC 9(08).
           05  GLQ-EMPLOYEE-EMPRESA     PIC X(05).

      *    Mesmo layout de SALBASE.DAT gravado por TESTCURSOR.
       FD  EXTRATO-SALARIO-BASE.
       01  REG-SALARIO-BASE.
           05  SBS-MATRICULA        PIC 9(05).
           05  SBS-SALARIO-BASE     PIC 9(07)V99.
           05  SBS-NOME             PIC X(30).
           05  FILLER               PIC X(36).

       FD  ARQUIVO-AJUSTES-PONTO.
       01  REG-AJUSTE-PONTO.
           05  ADJ-MATRICULA        PIC 9(05).
           05  ADJ-HORAS-50         PIC 9(04)V9.
           05  ADJ-HORAS-100        PIC 9(04)V9.
           05  ADJ-DIAS-FALTA       PIC 9(03).
           05  FILLER               PIC X(62).

       FD  HISTORICO-FOLHA.
       01  REG-HISTORICO-FOLHA.
           05  HIST-DATA                PIC 9(08).
           05  HIST-DATA-R REDEFINES HIST-DATA.
               10  HIST-ANO-MES         PIC 9(06).
               10  HIST-DIA             PIC 9(02).
           05  HIST-DEPARTAMENTO        PIC X(10).
           05  HIST-QTD-EMPREGADOS      PIC 9(05).
           05  HIST-TOTAL-FOLHA         PIC 9(09)V99.
           05  FILLER                   PIC X(46).

      *    Retrato dos componentes do liquido por matricula; o
      *    mesmo layout serve a LIQCOMPA.DAT.
       FD  RETRATO-COMPONENTES.
       01  REG-RETRATO.
           05  LQC-COMPETENCIA      PIC 9(06).
           05  LQC-MATRICULA        PIC 9(05).
           05  LQC-NOME             PIC X(30).
           05  LQC-DEPARTAMENTO     PIC X(10).
           05  LQC-BASE             PIC 9(07)V99.
           05  LQC-BRUTO            PIC 9(07)V99.
           05  LQC-DESCONTOS        PIC 9(07)V99.
           05  LQC-ORDENS           PIC 9(07)V99.
           05  LQC-CREDITOS         PIC 9(07)V99.
           05  LQC-LIQUIDO          PIC 9(07)V99.
           05  LQC-HORAS-50         PIC 9(04)V9.
           05  LQC-HORAS-100        PIC 9(04)V9.
           05  LQC-DIAS-FALTA       PIC 9(03).
           05  FILLER               PIC X(02).

       FD  RETRATO-ANTERIOR.
       01  REG-RETRATO-ANTERIOR     PIC X(120).

       FD  CARTAO-LIMITE-VARIACAO.
       01  REG-CARTAO-LIMITE.
           05  LVC-PERCENTUAL       PIC 9(03)V99.
           05  LVC-VALOR-MINIMO     PIC 9(07)V99.
           05  FILLER               PIC X(66).

       FD  CARTAO-DATA-NEGOCIO.
       01  REG-CARTAO-DATA-NEG.
           05  DATA-NEGOCIO-CARTAO      PIC 9(08).
           05  FILLER                   PIC X(72).

       FD  RELATORIO-VARIACAO.
       01  REG-RELATORIO-VARIACAO   PIC X(132).

       COPY EXCPFD.

       COPY RUNRFD.

       WORKING-STORAGE SECTION.
       COPY RUNRWS.
       COPY EXCPWS.
       COPY EXTVWS.

       01  WS-STATUS-DESCONTOS      PIC XX.
       01  WS-STATUS-LIQUIDO        PIC XX.
       01  WS-STATUS-POS-ORDENS     PIC XX.
       01  WS-STATUS-SAL-BASE       PIC XX.
       01  WS-STATUS-AJUSTES-PONTO  PIC XX.
       01  WS-STATUS-HISTORICO      PIC XX.
       01  WS-STATUS-RETRATO        PIC XX.
       01  WS-STATUS-RETRATO-ANT    PIC XX.
       01  WS-STATUS-CARTAO         PIC XX.
       01  WS-STATUS-DATA-NEG       PIC XX.
       01  WS-STATUS-RELATORIO      PIC XX.
       01  WS-EOF-ARQUIVO           PIC X VALUE 'N'.

       01  WS-DATA-NEGOCIO          PIC 9(08) VALUE ZEROS.
       01  WS-DATA-NEGOCIO-R REDEFINES WS-DATA-NEGOCIO.
           05  WS-COMPETENCIA       PIC 9(06).
           05  FILLER               PIC 9(02).
       01  WS-COMPETENCIA-ANT       PIC 9(06) VALUE ZEROS.
       01  WS-COMPETENCIA-RETRATO   PIC 9(06) VALUE ZEROS.

      *    Limite de variacao: percentual sobre o liquido anterior
      *    E valor minimo absoluto - os dois precisam ser
      *    ultrapassados para o empregado sair detalhado.
       01  WS-LIMITE-PCT            PIC 9(03)V99 VALUE 10.00.
       01  WS-LIMITE-VALOR          PIC 9(07)V99 VALUE 100.00.

      *    'S' quando LIQCOMP.DAT traz competencia anterior e deve
      *    ser copiado sobre LIQCOMPA.DAT antes da regravacao.
       01  WS-ROLAR-RETRATO         PIC X VALUE 'N'.
      *    'N' quando o retrato nao deve ser regravado (sem DEDUC,
      *    tabela estourada ou retrato de competencia futura).
       01  WS-GRAVAR-RETRATO        PIC X VALUE 'S'.

       01  WS-QTD-COMPARADOS        PIC 9(05) VALUE ZEROS.
       01  WS-QTD-ACIMA-LIMITE      PIC 9(05) VALUE ZEROS.
       01  WS-QTD-NOVOS             PIC 9(05) VALUE ZEROS.
       01  WS-QTD-AUSENTES          PIC 9(05) VALUE ZEROS.
       01  WS-TOTAL-LIQ-ANT         PIC 9(11)V99 VALUE ZEROS.
       01  WS-TOTAL-LIQ-ATU         PIC 9(11)V99 VALUE ZEROS.

      *    Um empregado por linha, com os componentes dos dois
      *    meses. O retrato anterior entra primeiro; a folha da
      *    competencia completa ou cria a linha.
       01  WS-QTD-EMPREGADOS        PIC 9(05) VALUE ZEROS.
       01  WS-IDX-EMPREGADO         PIC 9(05) VALUE ZEROS.
       01  WS-POS-EMPREGADO         PIC 9(05) VALUE ZEROS.
       01  WS-MATRICULA-PROCURADA   PIC 9(05) VALUE ZEROS.
       01  WS-TABELA-ESTOUROU       PIC X VALUE 'N'.
       01  WS-TABELA-EMPREGADOS.
           05  WS-EMPREGADO OCCURS 6000 TIMES.
               10  WS-EMP-MATRICULA     PIC 9(05).
               10  WS-EMP-NOME          PIC X(30).
               10  WS-EMP-DEPARTAMENTO  PIC X(10).
               10  WS-EMP-TEM-ANT       PIC X(01).
               10  WS-EMP-TEM-ATU       PIC X(01).
               10  WS-EMP-ANT.
                   15  WS-ANT-BASE      PIC 9(07)V99.
                   15  WS-ANT-BRUTO     PIC 9(07)V99.
                   15  WS-ANT-DESCONTOS PIC 9(07)V99.
                   15  WS-ANT-ORDENS    PIC 9(07)V99.
                   15  WS-ANT-CREDITOS  PIC 9(07)V99.
                   15  WS-ANT-LIQUIDO   PIC 9(07)V99.
                   15  WS-ANT-HORAS-50  PIC 9(04)V9.
                   15  WS-ANT-HORAS-100 PIC 9(04)V9.
                   15  WS-ANT-DIAS-FALTA PIC 9(03).
               10  WS-EMP-ATU.
                   15  WS-ATU-BASE      PIC 9(07)V99.
                   15  WS-ATU-BRUTO     PIC 9(07)V99.
                   15  WS-ATU-DESCONTOS PIC 9(07)V99.
                   15  WS-ATU-ORDENS    PIC 9(07)V99.
                   15  WS-ATU-CREDITOS  PIC 9(07)V99.
                   15  WS-ATU-LIQUIDO   PIC 9(07)V99.
                   15  WS-ATU-HORAS-50  PIC 9(04)V9.
                   15  WS-ATU-HORAS-100 PIC 9(04)V9.
                   15  WS-ATU-DIAS-FALTA PIC 9(03).
      *                Liquido de DEDUC.DAT antes das ordens e
      *                presenca da matricula em SALBASE.DAT.
               10  WS-ATU-LIQ-DEDUC     PIC 9(07)V99.
               10  WS-ATU-TEM-BASE      PIC X(01).
               10  WS-EMP-ACIMA-LIMITE  PIC X(01).

      *    Folha por departamento de PAYHIST.DAT: ultimo retrato de
      *    cada mes.
       01  WS-QTD-DEPTOS            PIC 9(03) VALUE ZEROS.
       01  WS-IDX-DEPTO             PIC 9(03) VALUE ZEROS.
       01  WS-POS-DEPTO             PIC 9(03) VALUE ZEROS.
       01  WS-DEPTO-PROCURADO       PIC X(10).
       01  WS-TABELA-DEPTOS.
           05  WS-DEPTO OCCURS 200 TIMES.
               10  WS-DEP-CODIGO        PIC X(10).
               10  WS-DEP-DATA-ANT      PIC 9(08).
               10  WS-DEP-FOLHA-ANT     PIC 9(09)V99.
               10  WS-DEP-QTD-ANT       PIC 9(05).
               10  WS-DEP-DATA-ATU      PIC 9(08).
               10  WS-DEP-FOLHA-ATU     PIC 9(09)V99.
               10  WS-DEP-QTD-ATU       PIC 9(05).
               10  WS-DEP-ACIMA-LIMITE  PIC 9(05).

      *    Calculo da variacao e dos efeitos por componente (sinal
      *    = efeito sobre o liquido).
       01  WS-DIFERENCA             PIC S9(09)V99 VALUE ZEROS.
       01  WS-DIFERENCA-ABS         PIC 9(09)V99 VALUE ZEROS.
       01  WS-VARIACAO-PCT          PIC S9(05)V99 VALUE ZEROS.
       01  WS-VARIACAO-PCT-ABS      PIC 9(05)V99 VALUE ZEROS.
       01  WS-HE-FALTA-ANT          PIC S9(09)V99 VALUE ZEROS.
       01  WS-HE-FALTA-ATU          PIC S9(09)V99 VALUE ZEROS.
       01  WS-EFEITO                PIC S9(09)V99 VALUE ZEROS.

       01  WS-CABECALHO-1.
           05  FILLER               PIC X(48) VALUE
               'VARIACAO DO LIQUIDO POR EMPREGADO - COMPETENCIA '.
           05  LVR-CAB-COMPETENCIA  PIC 9(06).
           05  FILLER               PIC X(21) VALUE
               ' CONTRA A ANTERIOR   '.
           05  LVR-CAB-COMP-ANT     PIC 9(06).

       01  WS-CABECALHO-2.
           05  FILLER               PIC X(27) VALUE
               'DETALHADOS: VARIACAO ACIMA '.
           05  FILLER               PIC X(03) VALUE 'DE '.
           05  LVR-CAB-PCT          PIC ZZ9.99.
           05  FILLER               PIC X(10) VALUE '% E ACIMA '.
           05  FILLER               PIC X(03) VALUE 'DE '.
           05  LVR-CAB-VALOR        PIC ZZZZZZ9.99.

       01  WS-CABECALHO-COLUNAS.
           05  FILLER               PIC X(50) VALUE
               'MATRIC NOME                           DEPARTAMEN  '.
           05  FILLER               PIC X(50) VALUE
               'LIQ. ANTERIOR    LIQ. ATUAL     DIFERENCA      PCT'.

       01  WS-TITULO-SECAO          PIC X(80).

       01  WS-LINHA-EMPREGADO.
           05  LVR-MATRICULA        PIC 9(05).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  LVR-NOME             PIC X(30).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  LVR-DEPARTAMENTO     PIC X(10).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  LVR-LIQ-ANT          PIC ZZZZZZZZZ9.99.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  LVR-LIQ-ATU          PIC ZZZZZZZZZ9.99.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  LVR-DIFERENCA        PIC -ZZZZZZZZ9.99.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  LVR-PCT              PIC -ZZZ9.99.

       01  WS-LINHA-COMPONENTE.
           05  FILLER               PIC X(07) VALUE SPACES.
           05  LVC-COMPONENTE       PIC X(41).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  LVC-VALOR-ANT        PIC -ZZZZZZZZ9.99.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  LVC-VALOR-ATU        PIC -ZZZZZZZZ9.99.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  LVC-EFEITO           PIC -ZZZZZZZZ9.99.

       01  WS-LINHA-PONTO.
           05  FILLER               PIC X(07) VALUE SPACES.
           05  FILLER               PIC X(13) VALUE 'PONTO: HE 50%'.
           05  LVP-HORAS-50-ANT     PIC ZZZ9.9.
           05  FILLER               PIC X(04) VALUE ' -> '.
           05  LVP-HORAS-50-ATU     PIC ZZZ9.9.
           05  FILLER               PIC X(10) VALUE '  HE 100% '.
           05  LVP-HORAS-100-ANT    PIC ZZZ9.9.
           05  FILLER               PIC X(04) VALUE ' -> '.
           05  LVP-HORAS-100-ATU    PIC ZZZ9.9.
           05  FILLER               PIC X(09) VALUE '  FALTAS '.
           05  LVP-FALTAS-ANT       PIC ZZ9.
           05  FILLER               PIC X(04) VALUE ' -> '.
           05  LVP-FALTAS-ATU       PIC ZZ9.

       01  WS-LINHA-DEPTO.
           05  LVD-DEPARTAMENTO     PIC X(10).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  LVD-QTD-ANT          PIC ZZZZ9.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  LVD-QTD-ATU          PIC ZZZZ9.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  LVD-FOLHA-ANT        PIC ZZZZZZZZZ9.99.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  LVD-FOLHA-ATU        PIC ZZZZZZZZZ9.99.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  LVD-PCT              PIC -ZZZ9.99.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  LVD-ACIMA-LIMITE     PIC ZZZZ9.

       01  WS-CABECALHO-DEPTO.
           05  FILLER               PIC X(50) VALUE
               'DEPARTAMEN   EMPR. EMPR.  FOLHA ANTER.   FOLHA ATU'.
           05  FILLER               PIC X(20) VALUE
               'AL      PCT DETALH  '.

       01  WS-LINHA-TOTAL-1.
           05  FILLER               PIC X(24) VALUE
               'EMPREGADOS COMPARADOS.: '.
           05  LVT-COMPARADOS       PIC ZZZZ9.
           05  FILLER               PIC X(19) VALUE
               '  ACIMA DO LIMITE: '.
           05  LVT-ACIMA-LIMITE     PIC ZZZZ9.
           05  FILLER               PIC X(10) VALUE
               '  NOVOS: '.
           05  LVT-NOVOS            PIC ZZZZ9.
           05  FILLER               PIC X(13) VALUE
               '  AUSENTES: '.
           05  LVT-AUSENTES         PIC ZZZZ9.

       01  WS-LINHA-TOTAL-2.
           05  FILLER               PIC X(24) VALUE
               'LIQUIDO TOTAL ANTERIOR: '.
           05  LVT-LIQ-ANT          PIC ZZZZZZZZZZ9.99.
           05  FILLER               PIC X(10) VALUE
               '  ATUAL: '.
           05  LVT-LIQ-ATU          PIC ZZZZZZZZZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 0 TO RETURN-CODE.
           MOVE 'TESTLVAR' TO WS-RUN-PROGRAMA.
           PERFORM REGISTRAR-INICIO-EXECUCAO.
           PERFORM OBTER-DATA-NEGOCIO.
           PERFORM LER-CARTAO-LIMITE.

           PERFORM CARREGAR-RETRATO-ANTERIOR THRU
                   CARREGAR-RETRATO-ANTERIOR-EXIT.
           PERFORM CARREGAR-FOLHA-ATUAL THRU
                   CARREGAR-FOLHA-ATUAL-EXIT.
           PERFORM CARREGAR-HISTORICO-FOLHA.

           PERFORM GERAR-RELATORIO-VARIACAO.

           IF WS-TABELA-ESTOUROU = 'S'
               MOVE 'N' TO WS-GRAVAR-RETRATO
           END-IF.
           IF WS-GRAVAR-RETRATO = 'S'
               PERFORM GRAVAR-RETRATO-ATUAL THRU
                       GRAVAR-RETRATO-ATUAL-EXIT
           ELSE
               DISPLAY 'TESTLVAR RETRATO LIQCOMP.DAT NAO REGRAVADO'
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

           DISPLAY 'TESTLVAR COMPETENCIA.........: ' WS-COMPETENCIA
                   ' CONTRA ' WS-COMPETENCIA-ANT.
           DISPLAY 'TESTLVAR EMPREGADOS COMPARADOS: '
                   WS-QTD-COMPARADOS
                   ' ACIMA DO LIMITE: ' WS-QTD-ACIMA-LIMITE.
           DISPLAY 'TESTLVAR NOVOS: ' WS-QTD-NOVOS
                   ' AUSENTES: ' WS-QTD-AUSENTES.

           PERFORM REGISTRAR-FIM-EXECUCAO.
           STOP RUN.

      *----------------------------------------------------------*
      *    OBTER-DATA-NEGOCIO                                      *
      *    Competencia = mes da data de negocio de DATACTL.DAT;    *
      *    sem o cartao vale a data corrente.                      *
      *----------------------------------------------------------*
       OBTER-DATA-NEGOCIO.
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

       OBTER-DATA-NEGOCIO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    LER-CARTAO-LIMITE                                       *
      *----------------------------------------------------------*
       LER-CARTAO-LIMITE.
           OPEN INPUT CARTAO-LIMITE-VARIACAO.
           IF WS-STATUS-CARTAO = '00'
               READ CARTAO-LIMITE-VARIACAO
                   AT END
                       CONTINUE
                   NOT AT END
                       IF LVC-PERCENTUAL IS NUMERIC
                              AND LVC-PERCENTUAL > ZEROS
                           MOVE LVC-PERCENTUAL TO WS-LIMITE-PCT
                       END-IF
                       IF LVC-VALOR-MINIMO IS NUMERIC
                           MOVE LVC-VALOR-MINIMO TO WS-LIMITE-VALOR
                       END-IF
               END-READ
           END-IF.
           CLOSE CARTAO-LIMITE-VARIACAO.

       LER-CARTAO-LIMITE-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    CARREGAR-RETRATO-ANTERIOR                               *
      *    LIQCOMP.DAT de competencia anterior e a base (e sera    *
      *    rolado para LIQCOMPA.DAT); da mesma competencia, o run  *
      *    de hoje e reprocessamento do mes e a base e             *
      *    LIQCOMPA.DAT.                                           *
      *----------------------------------------------------------*
       CARREGAR-RETRATO-ANTERIOR.
           OPEN INPUT RETRATO-COMPONENTES.
           IF WS-STATUS-RETRATO = '00'
               READ RETRATO-COMPONENTES
                   AT END
                       CONTINUE
                   NOT AT END
                       IF LQC-COMPETENCIA IS NUMERIC
                           MOVE LQC-COMPETENCIA
                               TO WS-COMPETENCIA-RETRATO
                       END-IF
               END-READ
           END-IF.
           CLOSE RETRATO-COMPONENTES.

           IF WS-COMPETENCIA-RETRATO > WS-COMPETENCIA
               DISPLAY 'TESTLVAR LIQCOMP.DAT DA COMPETENCIA '
                       WS-COMPETENCIA-RETRATO
                       ' POSTERIOR A DO RUN - SEM COMPARACAO'
               MOVE 'N' TO WS-GRAVAR-RETRATO
               GO TO CARREGAR-RETRATO-ANTERIOR-EXIT
           END-IF.

           IF WS-COMPETENCIA-RETRATO > ZEROS
                  AND WS-COMPETENCIA-RETRATO < WS-COMPETENCIA
               MOVE 'S' TO WS-ROLAR-RETRATO
               MOVE WS-COMPETENCIA-RETRATO TO WS-COMPETENCIA-ANT
               MOVE 'N' TO WS-EOF-ARQUIVO
               OPEN INPUT RETRATO-COMPONENTES
               PERFORM LER-RETRATO-COMPONENTES
                   UNTIL WS-EOF-ARQUIVO = 'S'
               CLOSE RETRATO-COMPONENTES
           ELSE
               MOVE 'N' TO WS-EOF-ARQUIVO
               OPEN INPUT RETRATO-ANTERIOR
               IF WS-STATUS-RETRATO-ANT = '00'
                   PERFORM LER-RETRATO-ANTERIOR
                       UNTIL WS-EOF-ARQUIVO = 'S'
               END-IF
               CLOSE RETRATO-ANTERIOR
           END-IF.

           IF WS-COMPETENCIA-ANT = ZEROS
               DISPLAY 'TESTLVAR SEM RETRATO DE COMPETENCIA ANTERIOR'
                       ' - TODOS SAEM COMO NOVOS'
           END-IF.

       CARREGAR-RETRATO-ANTERIOR-EXIT.
           EXIT.

       LER-RETRATO-COMPONENTES.
           READ RETRATO-COMPONENTES
               AT END
                   MOVE 'S' TO WS-EOF-ARQUIVO
               NOT AT END
                   PERFORM GUARDAR-RETRATO-ANTERIOR THRU
                           GUARDAR-RETRATO-ANTERIOR-EXIT
           END-READ.

       LER-RETRATO-COMPONENTES-EXIT.
           EXIT.

      *    LIQCOMPA.DAT e lido pela area do retrato (mesmo layout).
       LER-RETRATO-ANTERIOR.
           READ RETRATO-ANTERIOR
               AT END
                   MOVE 'S' TO WS-EOF-ARQUIVO
               NOT AT END
                   MOVE REG-RETRATO-ANTERIOR TO REG-RETRATO
                   IF LQC-COMPETENCIA IS NUMERIC
                          AND LQC-COMPETENCIA < WS-COMPETENCIA
                       MOVE LQC-COMPETENCIA TO WS-COMPETENCIA-ANT
                       PERFORM GUARDAR-RETRATO-ANTERIOR THRU
                               GUARDAR-RETRATO-ANTERIOR-EXIT
                   END-IF
           END-READ.

       LER-RETRATO-ANTERIOR-EXIT.
           EXIT.

       GUARDAR-RETRATO-ANTERIOR.
           IF LQC-MATRICULA IS NOT NUMERIC
                  OR LQC-LIQUIDO IS NOT NUMERIC
               GO TO GUARDAR-RETRATO-ANTERIOR-EXIT
           END-IF.
           MOVE LQC-MATRICULA TO WS-MATRICULA-PROCURADA.
           PERFORM OBTER-EMPREGADO.
           IF WS-POS-EMPREGADO = ZEROS
               GO TO GUARDAR-RETRATO-ANTERIOR-EXIT
           END-IF.
           MOVE 'S'              TO WS-EMP-TEM-ANT (WS-POS-EMPREGADO).
           MOVE LQC-NOME         TO WS-EMP-NOME (WS-POS-EMPREGADO).
           MOVE LQC-DEPARTAMENTO
               TO WS-EMP-DEPARTAMENTO (WS-POS-EMPREGADO).
           MOVE LQC-BASE         TO WS-ANT-BASE (WS-POS-EMPREGADO).
           MOVE LQC-BRUTO        TO WS-ANT-BRUTO (WS-POS-EMPREGADO).
           MOVE LQC-DESCONTOS
               TO WS-ANT-DESCONTOS (WS-POS-EMPREGADO).
           MOVE LQC-ORDENS       TO WS-ANT-ORDENS (WS-POS-EMPREGADO).
           MOVE LQC-CREDITOS
               TO WS-ANT-CREDITOS (WS-POS-EMPREGADO).
           MOVE LQC-LIQUIDO      TO WS-ANT-LIQUIDO (WS-POS-EMPREGADO).
           MOVE LQC-HORAS-50
               TO WS-ANT-HORAS-50 (WS-POS-EMPREGADO).
           MOVE LQC-HORAS-100
               TO WS-ANT-HORAS-100 (WS-POS-EMPREGADO).
           MOVE LQC-DIAS-FALTA
               TO WS-ANT-DIAS-FALTA (WS-POS-EMPREGADO).

       GUARDAR-RETRATO-ANTERIOR-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    OBTER-EMPREGADO                                         *
      *    Posicao da matricula na tabela, incluindo linha nova    *
      *    quando nao ha; zeros se a tabela estourou.              *
      *----------------------------------------------------------*
       OBTER-EMPREGADO.
           PERFORM LOCALIZAR-EMPREGADO.
           IF WS-POS-EMPREGADO = ZEROS
               IF WS-QTD-EMPREGADOS < 6000
                   ADD 1 TO WS-QTD-EMPREGADOS
                   MOVE WS-QTD-EMPREGADOS TO WS-POS-EMPREGADO
                   INITIALIZE WS-EMPREGADO (WS-POS-EMPREGADO)
                   MOVE WS-MATRICULA-PROCURADA
                       TO WS-EMP-MATRICULA (WS-POS-EMPREGADO)
                   MOVE 'N' TO WS-EMP-TEM-ANT (WS-POS-EMPREGADO)
                   MOVE 'N' TO WS-EMP-TEM-ATU (WS-POS-EMPREGADO)
                   MOVE 'N' TO WS-ATU-TEM-BASE (WS-POS-EMPREGADO)
                   MOVE 'N' TO WS-EMP-ACIMA-LIMITE (WS-POS-EMPREGADO)
               ELSE
                   IF WS-TABELA-ESTOUROU = 'N'
                       DISPLAY 'TESTLVAR MAIS DE 6000 MATRICULAS - '
                               'EXCEDENTES FORA DA COMPARACAO'
                   END-IF
                   MOVE 'S' TO WS-TABELA-ESTOUROU
               END-IF
           END-IF.

       OBTER-EMPREGADO-EXIT.
           EXIT.

       LOCALIZAR-EMPREGADO.
           MOVE ZEROS TO WS-POS-EMPREGADO.
           PERFORM COMPARAR-EMPREGADO
               VARYING WS-IDX-EMPREGADO FROM 1 BY 1
               UNTIL WS-IDX-EMPREGADO > WS-QTD-EMPREGADOS
                  OR WS-POS-EMPREGADO > ZEROS.

       LOCALIZAR-EMPREGADO-EXIT.
           EXIT.

       COMPARAR-EMPREGADO.
           IF WS-EMP-MATRICULA (WS-IDX-EMPREGADO)
                  = WS-MATRICULA-PROCURADA
               MOVE WS-IDX-EMPREGADO TO WS-POS-EMPREGADO
           END-IF.

       COMPARAR-EMPREGADO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    CARREGAR-FOLHA-ATUAL                                    *
      *    DEDUC.DAT define quem esta na folha da competencia;     *
      *    os demais arquivos so completam as linhas existentes.   *
      *----------------------------------------------------------*
       CARREGAR-FOLHA-ATUAL.
           MOVE 'N' TO WS-EOF-ARQUIVO.
           OPEN INPUT ARQUIVO-DESCONTOS.
           IF WS-STATUS-DESCONTOS NOT = '00'
               CLOSE ARQUIVO-DESCONTOS
               DISPLAY 'TESTLVAR DEDUC.DAT AUSENTE - SEM FOLHA PARA '
                       'COMPARAR'
               MOVE 'TESTLVAR'          TO WS-EXC-PROGRAMA
               MOVE 'CARREGAR-FOLHA-ATUAL' TO WS-EXC-PARAGRAFO
               MOVE 4                   TO WS-EXC-CODIGO
               MOVE 'DEDUC.DAT AUSENTE - VARIACAO NAO APURADA'
                   TO WS-EXC-MENSAGEM
               MOVE 2 TO WS-EXC-SEVERIDADE
               PERFORM GRAVAR-EXCECAO-GERAL
               MOVE 4 TO RETURN-CODE
               MOVE 'N' TO WS-GRAVAR-RETRATO
               GO TO CARREGAR-FOLHA-ATUAL-EXIT
           END-IF.
           PERFORM LER-DESCONTO UNTIL WS-EOF-ARQUIVO = 'S'.
           CLOSE ARQUIVO-DESCONTOS.

           MOVE 'N' TO WS-EOF-ARQUIVO.
           OPEN INPUT EXTRATO-LIQUIDO.
           IF WS-STATUS-LIQUIDO = '00'
               PERFORM LER-EMPREGADO-LIQUIDO
                   UNTIL WS-EOF-ARQUIVO = 'S'
           END-IF.
           CLOSE EXTRATO-LIQUIDO.

           MOVE 'N' TO WS-EOF-ARQUIVO.
           OPEN INPUT EXTRATO-POS-ORDENS.
           IF WS-STATUS-POS-ORDENS = '00'
               PERFORM LER-EMPREGADO-POS-ORDENS
                   UNTIL WS-EOF-ARQUIVO = 'S'
           END-IF.
           CLOSE EXTRATO-POS-ORDENS.

           MOVE 'N' TO WS-EOF-ARQUIVO.
           OPEN INPUT EXTRATO-SALARIO-BASE.
           IF WS-STATUS-SAL-BASE = '00'
               PERFORM LER-SALARIO-BASE
                   UNTIL WS-EOF-ARQUIVO = 'S'
           ELSE
               DISPLAY 'TESTLVAR SALBASE.DAT AUSENTE - BRUTO VALE '
                       'COMO SALARIO BASE'
           END-IF.
           CLOSE EXTRATO-SALARIO-BASE.

           MOVE 'N' TO WS-EOF-ARQUIVO.
           OPEN INPUT ARQUIVO-AJUSTES-PONTO.
           IF WS-STATUS-AJUSTES-PONTO = '00'
               PERFORM LER-AJUSTE-PONTO
                   UNTIL WS-EOF-ARQUIVO = 'S'
           END-IF.
           CLOSE ARQUIVO-AJUSTES-PONTO.

           PERFORM FECHAR-COMPONENTES-ATUAIS
               VARYING WS-IDX-EMPREGADO FROM 1 BY 1
               UNTIL WS-IDX-EMPREGADO > WS-QTD-EMPREGADOS.

       CARREGAR-FOLHA-ATUAL-EXIT.
           EXIT.

      *    Linha 'T': descontos e liquido (bruto = soma dos dois);
      *    linha 'C': credito de reembolso fora do liquido.
       LER-DESCONTO.
           READ ARQUIVO-DESCONTOS
               AT END
                   MOVE 'S' TO WS-EOF-ARQUIVO
               NOT AT END
                   IF (DSC-TIPO = 'T' OR DSC-TIPO = 'C')
                          AND DSC-MATRICULA IS NUMERIC
                          AND DSC-VALOR IS NUMERIC
                       MOVE DSC-MATRICULA TO WS-MATRICULA-PROCURADA
                       PERFORM OBTER-EMPREGADO
                       IF WS-POS-EMPREGADO > ZEROS
                           PERFORM GUARDAR-DESCONTO
                       END-IF
                   END-IF
           END-READ.

       LER-DESCONTO-EXIT.
           EXIT.

       GUARDAR-DESCONTO.
           MOVE 'S' TO WS-EMP-TEM-ATU (WS-POS-EMPREGADO).
           IF DSC-TIPO = 'C'
               ADD DSC-VALOR TO WS-ATU-CREDITOS (WS-POS-EMPREGADO)
           ELSE
               MOVE DSC-VALOR TO WS-ATU-DESCONTOS (WS-POS-EMPREGADO)
               IF DSC-VALOR-2 IS NUMERIC
                   MOVE DSC-VALOR-2
                       TO WS-ATU-LIQ-DEDUC (WS-POS-EMPREGADO)
               END-IF
               COMPUTE WS-ATU-BRUTO (WS-POS-EMPREGADO) =
                   WS-ATU-DESCONTOS (WS-POS-EMPREGADO)
                   + WS-ATU-LIQ-DEDUC (WS-POS-EMPREGADO)
           END-IF.

       GUARDAR-DESCONTO-EXIT.
           EXIT.

       LER-EMPREGADO-LIQUIDO.
           READ EXTRATO-LIQUIDO
               AT END
                   MOVE 'S' TO WS-EOF-ARQUIVO
               NOT AT END
                   IF REG-EXTRATO-LIQUIDO (1:6) = 'VERSAO'
                       MOVE REG-EXTRATO-LIQUIDO (7:2)
                           TO WS-VERSAO-EXTRATO-LIDA
                       PERFORM CONFERIR-VERSAO-EXTRATO
                   ELSE
                       IF LIQ-EMPLOYEE-ID IS NUMERIC
                           MOVE LIQ-EMPLOYEE-ID
                               TO WS-MATRICULA-PROCURADA
                           PERFORM LOCALIZAR-EMPREGADO
                           IF WS-POS-EMPREGADO > ZEROS
                               MOVE LIQ-EMPLOYEE-NAME
                                   TO WS-EMP-NOME (WS-POS-EMPREGADO)
                               MOVE LIQ-EMPLOYEE-DEPARTMENT
                                   TO WS-EMP-DEPARTAMENTO
                                      (WS-POS-EMPREGADO)
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       LER-EMPREGADO-LIQUIDO-EXIT.
           EXIT.

      *    Ordens = liquido de DEDUC.DAT menos o pos-ordens.
       LER-EMPREGADO-POS-ORDENS.
           READ EXTRATO-POS-ORDENS
               AT END
                   MOVE 'S' TO WS-EOF-ARQUIVO
               NOT AT END
                   IF REG-EXTRATO-POS-ORDENS (1:6) = 'VERSAO'
                       MOVE REG-EXTRATO-POS-ORDENS (7:2)
                           TO WS-VERSAO-EXTRATO-LIDA
                       PERFORM CONFERIR-VERSAO-EXTRATO
                   ELSE
                       IF GLQ-EMPLOYEE-ID IS NUMERIC
                              AND GLQ-EMPLOYEE-SALARY IS NUMERIC
                           MOVE GLQ-EMPLOYEE-ID
                               TO WS-MATRICULA-PROCURADA
                           PERFORM LOCALIZAR-EMPREGADO
                           IF WS-POS-EMPREGADO > ZEROS
                               PERFORM GUARDAR-ORDENS
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       LER-EMPREGADO-POS-ORDENS-EXIT.
           EXIT.

       GUARDAR-ORDENS.
           IF WS-ATU-LIQ-DEDUC (WS-POS-EMPREGADO)
                  > GLQ-EMPLOYEE-SALARY
               COMPUTE WS-ATU-ORDENS (WS-POS-EMPREGADO) =
                   WS-ATU-LIQ-DEDUC (WS-POS-EMPREGADO)
                   - GLQ-EMPLOYEE-SALARY
           ELSE
               MOVE ZEROS TO WS-ATU-ORDENS (WS-POS-EMPREGADO)
           END-IF.

       GUARDAR-ORDENS-EXIT.
           EXIT.

       LER-SALARIO-BASE.
           READ EXTRATO-SALARIO-BASE
               AT END
                   MOVE 'S' TO WS-EOF-ARQUIVO
               NOT AT END
                   IF SBS-MATRICULA IS NUMERIC
                          AND SBS-SALARIO-BASE IS NUMERIC
                       MOVE SBS-MATRICULA TO WS-MATRICULA-PROCURADA
                       PERFORM LOCALIZAR-EMPREGADO
                       IF WS-POS-EMPREGADO > ZEROS
                           MOVE SBS-SALARIO-BASE
                               TO WS-ATU-BASE (WS-POS-EMPREGADO)
                           MOVE 'S'
                               TO WS-ATU-TEM-BASE (WS-POS-EMPREGADO)
                       END-IF
                   END-IF
           END-READ.

       LER-SALARIO-BASE-EXIT.
           EXIT.

       LER-AJUSTE-PONTO.
           READ ARQUIVO-AJUSTES-PONTO
               AT END
                   MOVE 'S' TO WS-EOF-ARQUIVO
               NOT AT END
                   IF ADJ-MATRICULA IS NUMERIC
                       MOVE ADJ-MATRICULA TO WS-MATRICULA-PROCURADA
                       PERFORM LOCALIZAR-EMPREGADO
                       IF WS-POS-EMPREGADO > ZEROS
                           PERFORM GUARDAR-AJUSTE-PONTO
                       END-IF
                   END-IF
           END-READ.

       LER-AJUSTE-PONTO-EXIT.
           EXIT.

       GUARDAR-AJUSTE-PONTO.
           IF ADJ-HORAS-50 IS NUMERIC
               ADD ADJ-HORAS-50 TO WS-ATU-HORAS-50 (WS-POS-EMPREGADO)
           END-IF.
           IF ADJ-HORAS-100 IS NUMERIC
               ADD ADJ-HORAS-100
                   TO WS-ATU-HORAS-100 (WS-POS-EMPREGADO)
           END-IF.
           IF ADJ-DIAS-FALTA IS NUMERIC
               ADD ADJ-DIAS-FALTA
                   TO WS-ATU-DIAS-FALTA (WS-POS-EMPREGADO)
           END-IF.

       GUARDAR-AJUSTE-PONTO-EXIT.
           EXIT.

      *    Liquido creditado = bruto - descontos - ordens +
      *    creditos; sem SALBASE.DAT o bruto inteiro e base.
       FECHAR-COMPONENTES-ATUAIS.
           IF WS-EMP-TEM-ATU (WS-IDX-EMPREGADO) = 'S'
               IF WS-ATU-TEM-BASE (WS-IDX-EMPREGADO) = 'N'
                   MOVE WS-ATU-BRUTO (WS-IDX-EMPREGADO)
                       TO WS-ATU-BASE (WS-IDX-EMPREGADO)
               END-IF
               COMPUTE WS-ATU-LIQUIDO (WS-IDX-EMPREGADO) =
                   WS-ATU-BRUTO (WS-IDX-EMPREGADO)
                   - WS-ATU-DESCONTOS (WS-IDX-EMPREGADO)
                   - WS-ATU-ORDENS (WS-IDX-EMPREGADO)
                   + WS-ATU-CREDITOS (WS-IDX-EMPREGADO)
           END-IF.

       FECHAR-COMPONENTES-ATUAIS-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    CONFERIR-VERSAO-EXTRATO                                 *
      *    Header de versao de layout (ver EXTVWS).                *
      *----------------------------------------------------------*
       CONFERIR-VERSAO-EXTRATO.
           IF WS-VERSAO-EXTRATO-LIDA NOT = WS-VERSAO-EXTRATO-ATUAL
               DISPLAY 'TESTLVAR VERSAO DO EXTRATO '
                       WS-VERSAO-EXTRATO-LIDA
                       ' INCOMPATIVEL - ESPERADA '
                       WS-VERSAO-EXTRATO-ATUAL
               MOVE 'TESTLVAR'          TO WS-EXC-PROGRAMA
               MOVE 'CONFERIR-VERSAO-EXTRATO' TO WS-EXC-PARAGRAFO
               MOVE 8                   TO WS-EXC-CODIGO
               MOVE 'VERSAO DE LAYOUT DO EXTRATO INCOMPATIVEL'
                   TO WS-EXC-MENSAGEM
               MOVE 2 TO WS-EXC-SEVERIDADE
               PERFORM GRAVAR-EXCECAO-GERAL
               MOVE 8 TO RETURN-CODE
               PERFORM REGISTRAR-FIM-EXECUCAO
               STOP RUN
           END-IF.

       CONFERIR-VERSAO-EXTRATO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    CARREGAR-HISTORICO-FOLHA                                *
      *    Ultimo retrato de PAYHIST.DAT de cada departamento nas  *
      *    duas competencias comparadas.                           *
      *----------------------------------------------------------*
       CARREGAR-HISTORICO-FOLHA.
           MOVE 'N' TO WS-EOF-ARQUIVO.
           OPEN INPUT HISTORICO-FOLHA.
           IF WS-STATUS-HISTORICO = '00'
               PERFORM LER-HISTORICO-FOLHA
                   UNTIL WS-EOF-ARQUIVO = 'S'
           END-IF.
           CLOSE HISTORICO-FOLHA.

       CARREGAR-HISTORICO-FOLHA-EXIT.
           EXIT.

       LER-HISTORICO-FOLHA.
           READ HISTORICO-FOLHA
               AT END
                   MOVE 'S' TO WS-EOF-ARQUIVO
               NOT AT END
                   IF HIST-DATA IS NUMERIC
                          AND HIST-TOTAL-FOLHA IS NUMERIC
                          AND HIST-QTD-EMPREGADOS IS NUMERIC
                          AND (HIST-ANO-MES = WS-COMPETENCIA
                               OR HIST-ANO-MES = WS-COMPETENCIA-ANT)
                       MOVE HIST-DEPARTAMENTO TO WS-DEPTO-PROCURADO
                       PERFORM OBTER-DEPARTAMENTO
                       IF WS-POS-DEPTO > ZEROS
                           PERFORM GUARDAR-HISTORICO-DEPTO
                       END-IF
                   END-IF
           END-READ.

       LER-HISTORICO-FOLHA-EXIT.
           EXIT.

       GUARDAR-HISTORICO-DEPTO.
           IF HIST-ANO-MES = WS-COMPETENCIA
               IF HIST-DATA NOT < WS-DEP-DATA-ATU (WS-POS-DEPTO)
                   MOVE HIST-DATA TO WS-DEP-DATA-ATU (WS-POS-DEPTO)
                   MOVE HIST-TOTAL-FOLHA
                       TO WS-DEP-FOLHA-ATU (WS-POS-DEPTO)
                   MOVE HIST-QTD-EMPREGADOS
                       TO WS-DEP-QTD-ATU (WS-POS-DEPTO)
               END-IF
           ELSE
               IF HIST-DATA NOT < WS-DEP-DATA-ANT (WS-POS-DEPTO)
                   MOVE HIST-DATA TO WS-DEP-DATA-ANT (WS-POS-DEPTO)
                   MOVE HIST-TOTAL-FOLHA
                       TO WS-DEP-FOLHA-ANT (WS-POS-DEPTO)
                   MOVE HIST-QTD-EMPREGADOS
                       TO WS-DEP-QTD-ANT (WS-POS-DEPTO)
               END-IF
           END-IF.

       GUARDAR-HISTORICO-DEPTO-EXIT.
           EXIT.

       OBTER-DEPARTAMENTO.
           MOVE ZEROS TO WS-POS-DEPTO.
           PERFORM COMPARAR-DEPARTAMENTO
               VARYING WS-IDX-DEPTO FROM 1 BY 1
               UNTIL WS-IDX-DEPTO > WS-QTD-DEPTOS
                  OR WS-POS-DEPTO > ZEROS.
           IF WS-POS-DEPTO = ZEROS AND WS-QTD-DEPTOS < 200
               ADD 1 TO WS-QTD-DEPTOS
               MOVE WS-QTD-DEPTOS TO WS-POS-DEPTO
               INITIALIZE WS-DEPTO (WS-POS-DEPTO)
               MOVE WS-DEPTO-PROCURADO TO WS-DEP-CODIGO (WS-POS-DEPTO)
           END-IF.

       OBTER-DEPARTAMENTO-EXIT.
           EXIT.

       COMPARAR-DEPARTAMENTO.
           IF WS-DEP-CODIGO (WS-IDX-DEPTO) = WS-DEPTO-PROCURADO
               MOVE WS-IDX-DEPTO TO WS-POS-DEPTO
           END-IF.

       COMPARAR-DEPARTAMENTO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    GERAR-RELATORIO-VARIACAO                                *
      *----------------------------------------------------------*
       GERAR-RELATORIO-VARIACAO.
           OPEN OUTPUT RELATORIO-VARIACAO.
           MOVE WS-COMPETENCIA     TO LVR-CAB-COMPETENCIA.
           MOVE WS-COMPETENCIA-ANT TO LVR-CAB-COMP-ANT.
           WRITE REG-RELATORIO-VARIACAO FROM WS-CABECALHO-1.
           MOVE WS-LIMITE-PCT      TO LVR-CAB-PCT.
           MOVE WS-LIMITE-VALOR    TO LVR-CAB-VALOR.
           WRITE REG-RELATORIO-VARIACAO FROM WS-CABECALHO-2.

           MOVE SPACES TO REG-RELATORIO-VARIACAO.
           WRITE REG-RELATORIO-VARIACAO.
           MOVE 'VARIACAO ACIMA DO LIMITE - ATRIBUICAO POR COMPONENTE'
               TO WS-TITULO-SECAO.
           WRITE REG-RELATORIO-VARIACAO FROM WS-TITULO-SECAO.
           WRITE REG-RELATORIO-VARIACAO FROM WS-CABECALHO-COLUNAS.
           PERFORM AVALIAR-EMPREGADO THRU AVALIAR-EMPREGADO-EXIT
               VARYING WS-IDX-EMPREGADO FROM 1 BY 1
               UNTIL WS-IDX-EMPREGADO > WS-QTD-EMPREGADOS.

           MOVE SPACES TO REG-RELATORIO-VARIACAO.
           WRITE REG-RELATORIO-VARIACAO.
           MOVE 'SEM LIQUIDO NA COMPETENCIA ANTERIOR (NOVOS)'
               TO WS-TITULO-SECAO.
           WRITE REG-RELATORIO-VARIACAO FROM WS-TITULO-SECAO.
           PERFORM LISTAR-NOVO
               VARYING WS-IDX-EMPREGADO FROM 1 BY 1
               UNTIL WS-IDX-EMPREGADO > WS-QTD-EMPREGADOS.

           MOVE SPACES TO REG-RELATORIO-VARIACAO.
           WRITE REG-RELATORIO-VARIACAO.
           MOVE 'SEM LIQUIDO NESTA COMPETENCIA (AUSENTES)'
               TO WS-TITULO-SECAO.
           WRITE REG-RELATORIO-VARIACAO FROM WS-TITULO-SECAO.
           PERFORM LISTAR-AUSENTE
               VARYING WS-IDX-EMPREGADO FROM 1 BY 1
               UNTIL WS-IDX-EMPREGADO > WS-QTD-EMPREGADOS.

           MOVE SPACES TO REG-RELATORIO-VARIACAO.
           WRITE REG-RELATORIO-VARIACAO.
           MOVE 'FOLHA POR DEPARTAMENTO (PAYHIST.DAT)'
               TO WS-TITULO-SECAO.
           WRITE REG-RELATORIO-VARIACAO FROM WS-TITULO-SECAO.
           WRITE REG-RELATORIO-VARIACAO FROM WS-CABECALHO-DEPTO.
           PERFORM IMPRIMIR-DEPARTAMENTO
               VARYING WS-IDX-DEPTO FROM 1 BY 1
               UNTIL WS-IDX-DEPTO > WS-QTD-DEPTOS.

           MOVE SPACES TO REG-RELATORIO-VARIACAO.
           WRITE REG-RELATORIO-VARIACAO.
           MOVE WS-QTD-COMPARADOS   TO LVT-COMPARADOS.
           MOVE WS-QTD-ACIMA-LIMITE TO LVT-ACIMA-LIMITE.
           MOVE WS-QTD-NOVOS        TO LVT-NOVOS.
           MOVE WS-QTD-AUSENTES     TO LVT-AUSENTES.
           WRITE REG-RELATORIO-VARIACAO FROM WS-LINHA-TOTAL-1.
           MOVE WS-TOTAL-LIQ-ANT    TO LVT-LIQ-ANT.
           MOVE WS-TOTAL-LIQ-ATU    TO LVT-LIQ-ATU.
           WRITE REG-RELATORIO-VARIACAO FROM WS-LINHA-TOTAL-2.
           CLOSE RELATORIO-VARIACAO.

       GERAR-RELATORIO-VARIACAO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    AVALIAR-EMPREGADO                                       *
      *    So quem tem liquido nos dois meses e comparado.         *
      *----------------------------------------------------------*
       AVALIAR-EMPREGADO.
           IF WS-EMP-TEM-ANT (WS-IDX-EMPREGADO) = 'S'
               ADD WS-ANT-LIQUIDO (WS-IDX-EMPREGADO)
                   TO WS-TOTAL-LIQ-ANT
           END-IF.
           IF WS-EMP-TEM-ATU (WS-IDX-EMPREGADO) = 'S'
               ADD WS-ATU-LIQUIDO (WS-IDX-EMPREGADO)
                   TO WS-TOTAL-LIQ-ATU
           END-IF.
           IF WS-EMP-TEM-ANT (WS-IDX-EMPREGADO) NOT = 'S'
                  OR WS-EMP-TEM-ATU (WS-IDX-EMPREGADO) NOT = 'S'
               GO TO AVALIAR-EMPREGADO-EXIT
           END-IF.

           ADD 1 TO WS-QTD-COMPARADOS.
           COMPUTE WS-DIFERENCA =
               WS-ATU-LIQUIDO (WS-IDX-EMPREGADO)
               - WS-ANT-LIQUIDO (WS-IDX-EMPREGADO).
           IF WS-DIFERENCA < ZEROS
               COMPUTE WS-DIFERENCA-ABS = ZEROS - WS-DIFERENCA
           ELSE
               MOVE WS-DIFERENCA TO WS-DIFERENCA-ABS
           END-IF.
           IF WS-ANT-LIQUIDO (WS-IDX-EMPREGADO) > ZEROS
               COMPUTE WS-VARIACAO-PCT ROUNDED =
                   WS-DIFERENCA * 100
                   / WS-ANT-LIQUIDO (WS-IDX-EMPREGADO)
                   ON SIZE ERROR
                       MOVE 99999.99 TO WS-VARIACAO-PCT
               END-COMPUTE
           ELSE
               MOVE 99999.99 TO WS-VARIACAO-PCT
           END-IF.
           IF WS-VARIACAO-PCT < ZEROS
               COMPUTE WS-VARIACAO-PCT-ABS = ZEROS - WS-VARIACAO-PCT
           ELSE
               MOVE WS-VARIACAO-PCT TO WS-VARIACAO-PCT-ABS
           END-IF.

           IF WS-DIFERENCA-ABS NOT > WS-LIMITE-VALOR
                  OR WS-VARIACAO-PCT-ABS NOT > WS-LIMITE-PCT
               GO TO AVALIAR-EMPREGADO-EXIT
           END-IF.

           ADD 1 TO WS-QTD-ACIMA-LIMITE.
           MOVE 'S' TO WS-EMP-ACIMA-LIMITE (WS-IDX-EMPREGADO).
           MOVE WS-EMP-DEPARTAMENTO (WS-IDX-EMPREGADO)
               TO WS-DEPTO-PROCURADO.
           PERFORM OBTER-DEPARTAMENTO.
           IF WS-POS-DEPTO > ZEROS
               ADD 1 TO WS-DEP-ACIMA-LIMITE (WS-POS-DEPTO)
           END-IF.

           MOVE SPACES TO REG-RELATORIO-VARIACAO.
           WRITE REG-RELATORIO-VARIACAO.
           PERFORM MONTAR-LINHA-EMPREGADO.
           MOVE WS-DIFERENCA    TO LVR-DIFERENCA.
           MOVE WS-VARIACAO-PCT TO LVR-PCT.
           WRITE REG-RELATORIO-VARIACAO FROM WS-LINHA-EMPREGADO.
           PERFORM IMPRIMIR-ATRIBUICAO.

       AVALIAR-EMPREGADO-EXIT.
           EXIT.

       MONTAR-LINHA-EMPREGADO.
           MOVE WS-EMP-MATRICULA (WS-IDX-EMPREGADO) TO LVR-MATRICULA.
           MOVE WS-EMP-NOME (WS-IDX-EMPREGADO)      TO LVR-NOME.
           MOVE WS-EMP-DEPARTAMENTO (WS-IDX-EMPREGADO)
               TO LVR-DEPARTAMENTO.
           MOVE WS-ANT-LIQUIDO (WS-IDX-EMPREGADO)   TO LVR-LIQ-ANT.
           MOVE WS-ATU-LIQUIDO (WS-IDX-EMPREGADO)   TO LVR-LIQ-ATU.
           MOVE ZEROS TO LVR-DIFERENCA.
           MOVE ZEROS TO LVR-PCT.

       MONTAR-LINHA-EMPREGADO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    IMPRIMIR-ATRIBUICAO                                     *
      *    Efeito de cada componente sobre o liquido: base, HE/    *
      *    faltas e creditos somam; descontos e ordens subtraem.   *
      *----------------------------------------------------------*
       IMPRIMIR-ATRIBUICAO.
           MOVE 'SALARIO BASE' TO LVC-COMPONENTE.
           MOVE WS-ANT-BASE (WS-IDX-EMPREGADO) TO LVC-VALOR-ANT.
           MOVE WS-ATU-BASE (WS-IDX-EMPREGADO) TO LVC-VALOR-ATU.
           COMPUTE WS-EFEITO =
               WS-ATU-BASE (WS-IDX-EMPREGADO)
               - WS-ANT-BASE (WS-IDX-EMPREGADO).
           MOVE WS-EFEITO TO LVC-EFEITO.
           WRITE REG-RELATORIO-VARIACAO FROM WS-LINHA-COMPONENTE.

           COMPUTE WS-HE-FALTA-ANT =
               WS-ANT-BRUTO (WS-IDX-EMPREGADO)
               - WS-ANT-BASE (WS-IDX-EMPREGADO).
           COMPUTE WS-HE-FALTA-ATU =
               WS-ATU-BRUTO (WS-IDX-EMPREGADO)
               - WS-ATU-BASE (WS-IDX-EMPREGADO).
           MOVE 'HORAS EXTRAS / FALTAS / AFASTAMENTOS'
               TO LVC-COMPONENTE.
           MOVE WS-HE-FALTA-ANT TO LVC-VALOR-ANT.
           MOVE WS-HE-FALTA-ATU TO LVC-VALOR-ATU.
           COMPUTE WS-EFEITO = WS-HE-FALTA-ATU - WS-HE-FALTA-ANT.
           MOVE WS-EFEITO TO LVC-EFEITO.
           WRITE REG-RELATORIO-VARIACAO FROM WS-LINHA-COMPONENTE.

           MOVE WS-ANT-HORAS-50 (WS-IDX-EMPREGADO)
               TO LVP-HORAS-50-ANT.
           MOVE WS-ATU-HORAS-50 (WS-IDX-EMPREGADO)
               TO LVP-HORAS-50-ATU.
           MOVE WS-ANT-HORAS-100 (WS-IDX-EMPREGADO)
               TO LVP-HORAS-100-ANT.
           MOVE WS-ATU-HORAS-100 (WS-IDX-EMPREGADO)
               TO LVP-HORAS-100-ATU.
           MOVE WS-ANT-DIAS-FALTA (WS-IDX-EMPREGADO)
               TO LVP-FALTAS-ANT.
           MOVE WS-ATU-DIAS-FALTA (WS-IDX-EMPREGADO)
               TO LVP-FALTAS-ATU.
           WRITE REG-RELATORIO-VARIACAO FROM WS-LINHA-PONTO.

           MOVE 'DESCONTOS' TO LVC-COMPONENTE.
           MOVE WS-ANT-DESCONTOS (WS-IDX-EMPREGADO) TO LVC-VALOR-ANT.
           MOVE WS-ATU-DESCONTOS (WS-IDX-EMPREGADO) TO LVC-VALOR-ATU.
           COMPUTE WS-EFEITO =
               WS-ANT-DESCONTOS (WS-IDX-EMPREGADO)
               - WS-ATU-DESCONTOS (WS-IDX-EMPREGADO).
           MOVE WS-EFEITO TO LVC-EFEITO.
           WRITE REG-RELATORIO-VARIACAO FROM WS-LINHA-COMPONENTE.

           MOVE 'ORDENS JUDICIAIS' TO LVC-COMPONENTE.
           MOVE WS-ANT-ORDENS (WS-IDX-EMPREGADO) TO LVC-VALOR-ANT.
           MOVE WS-ATU-ORDENS (WS-IDX-EMPREGADO) TO LVC-VALOR-ATU.
           COMPUTE WS-EFEITO =
               WS-ANT-ORDENS (WS-IDX-EMPREGADO)
               - WS-ATU-ORDENS (WS-IDX-EMPREGADO).
           MOVE WS-EFEITO TO LVC-EFEITO.
           WRITE REG-RELATORIO-VARIACAO FROM WS-LINHA-COMPONENTE.

           MOVE 'OUTROS CREDITOS (REEMBOLSOS)' TO LVC-COMPONENTE.
           MOVE WS-ANT-CREDITOS (WS-IDX-EMPREGADO) TO LVC-VALOR-ANT.
           MOVE WS-ATU-CREDITOS (WS-IDX-EMPREGADO) TO LVC-VALOR-ATU.
           COMPUTE WS-EFEITO =
               WS-ATU-CREDITOS (WS-IDX-EMPREGADO)
               - WS-ANT-CREDITOS (WS-IDX-EMPREGADO).
           MOVE WS-EFEITO TO LVC-EFEITO.
           WRITE REG-RELATORIO-VARIACAO FROM WS-LINHA-COMPONENTE.

       IMPRIMIR-ATRIBUICAO-EXIT.
           EXIT.

       LISTAR-NOVO.
           IF WS-EMP-TEM-ATU (WS-IDX-EMPREGADO) = 'S'
                  AND WS-EMP-TEM-ANT (WS-IDX-EMPREGADO) NOT = 'S'
               ADD 1 TO WS-QTD-NOVOS
               PERFORM MONTAR-LINHA-EMPREGADO
               WRITE REG-RELATORIO-VARIACAO FROM WS-LINHA-EMPREGADO
           END-IF.

       LISTAR-NOVO-EXIT.
           EXIT.

       LISTAR-AUSENTE.
           IF WS-EMP-TEM-ANT (WS-IDX-EMPREGADO) = 'S'
                  AND WS-EMP-TEM-ATU (WS-IDX-EMPREGADO) NOT = 'S'
               ADD 1 TO WS-QTD-AUSENTES
               PERFORM MONTAR-LINHA-EMPREGADO
               WRITE REG-RELATORIO-VARIACAO FROM WS-LINHA-EMPREGADO
           END-IF.

       LISTAR-AUSENTE-EXIT.
           EXIT.

       IMPRIMIR-DEPARTAMENTO.
           MOVE WS-DEP-CODIGO (WS-IDX-DEPTO)    TO LVD-DEPARTAMENTO.
           MOVE WS-DEP-QTD-ANT (WS-IDX-DEPTO)   TO LVD-QTD-ANT.
           MOVE WS-DEP-QTD-ATU (WS-IDX-DEPTO)   TO LVD-QTD-ATU.
           MOVE WS-DEP-FOLHA-ANT (WS-IDX-DEPTO) TO LVD-FOLHA-ANT.
           MOVE WS-DEP-FOLHA-ATU (WS-IDX-DEPTO) TO LVD-FOLHA-ATU.
           IF WS-DEP-FOLHA-ANT (WS-IDX-DEPTO) > ZEROS
               COMPUTE WS-VARIACAO-PCT ROUNDED =
                   (WS-DEP-FOLHA-ATU (WS-IDX-DEPTO)
                    - WS-DEP-FOLHA-ANT (WS-IDX-DEPTO)) * 100
                   / WS-DEP-FOLHA-ANT (WS-IDX-DEPTO)
                   ON SIZE ERROR
                       MOVE 99999.99 TO WS-VARIACAO-PCT
               END-COMPUTE
           ELSE
               MOVE ZEROS TO WS-VARIACAO-PCT
           END-IF.
           MOVE WS-VARIACAO-PCT TO LVD-PCT.
           MOVE WS-DEP-ACIMA-LIMITE (WS-IDX-DEPTO) TO LVD-ACIMA-LIMITE.
           WRITE REG-RELATORIO-VARIACAO FROM WS-LINHA-DEPTO.

       IMPRIMIR-DEPARTAMENTO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    GRAVAR-RETRATO-ATUAL                                    *
      *    Na virada do mes o retrato antigo vai para LIQCOMPA.DAT *
      *    (copia registro a registro) antes de LIQCOMP.DAT ser    *
      *    regravado com a competencia do run.                     *
      *----------------------------------------------------------*
       GRAVAR-RETRATO-ATUAL.
           IF WS-ROLAR-RETRATO = 'S'
               MOVE 'N' TO WS-EOF-ARQUIVO
               OPEN INPUT RETRATO-COMPONENTES
               OPEN OUTPUT RETRATO-ANTERIOR
               PERFORM COPIAR-RETRATO UNTIL WS-EOF-ARQUIVO = 'S'
               CLOSE RETRATO-COMPONENTES
               CLOSE RETRATO-ANTERIOR
           END-IF.

           OPEN OUTPUT RETRATO-COMPONENTES.
           IF WS-STATUS-RETRATO NOT = '00'
               DISPLAY 'TESTLVAR ERRO ABERTURA LIQCOMP.DAT STATUS='
                       WS-STATUS-RETRATO
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
               GO TO GRAVAR-RETRATO-ATUAL-EXIT
           END-IF.
           PERFORM GRAVAR-LINHA-RETRATO
               VARYING WS-IDX-EMPREGADO FROM 1 BY 1
               UNTIL WS-IDX-EMPREGADO > WS-QTD-EMPREGADOS.
           CLOSE RETRATO-COMPONENTES.

       GRAVAR-RETRATO-ATUAL-EXIT.
           EXIT.

       COPIAR-RETRATO.
           READ RETRATO-COMPONENTES
               AT END
                   MOVE 'S' TO WS-EOF-ARQUIVO
               NOT AT END
                   MOVE REG-RETRATO TO REG-RETRATO-ANTERIOR
                   WRITE REG-RETRATO-ANTERIOR
           END-READ.

       COPIAR-RETRATO-EXIT.
           EXIT.

       GRAVAR-LINHA-RETRATO.
           IF WS-EMP-TEM-ATU (WS-IDX-EMPREGADO) = 'S'
               MOVE SPACES TO REG-RETRATO
               MOVE WS-COMPETENCIA TO LQC-COMPETENCIA
               MOVE WS-EMP-MATRICULA (WS-IDX-EMPREGADO)
                   TO LQC-MATRICULA
               MOVE WS-EMP-NOME (WS-IDX-EMPREGADO) TO LQC-NOME
               MOVE WS-EMP-DEPARTAMENTO (WS-IDX-EMPREGADO)
                   TO LQC-DEPARTAMENTO
               MOVE WS-ATU-BASE (WS-IDX-EMPREGADO)  TO LQC-BASE
               MOVE WS-ATU-BRUTO (WS-IDX-EMPREGADO) TO LQC-BRUTO
               MOVE WS-ATU-DESCONTOS (WS-IDX-EMPREGADO)
                   TO LQC-DESCONTOS
               MOVE WS-ATU-ORDENS (WS-IDX-EMPREGADO) TO LQC-ORDENS
               MOVE WS-ATU-CREDITOS (WS-IDX-EMPREGADO)
                   TO LQC-CREDITOS
               MOVE WS-ATU-LIQUIDO (WS-IDX-EMPREGADO)
                   TO LQC-LIQUIDO
               MOVE WS-ATU-HORAS-50 (WS-IDX-EMPREGADO)
                   TO LQC-HORAS-50
               MOVE WS-ATU-HORAS-100 (WS-IDX-EMPREGADO)
                   TO LQC-HORAS-100
               MOVE WS-ATU-DIAS-FALTA (WS-IDX-EMPREGADO)
                   TO LQC-DIAS-FALTA
               WRITE REG-RETRATO
           END-IF.

       GRAVAR-LINHA-RETRATO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    GRAVAR-EXCECAO-GERAL                                    *
      *    Log de excecoes compartilhado (EXCPPRC).                 *
      *----------------------------------------------------------*
       COPY EXCPPRC.

      *----------------------------------------------------------*
      *    REGISTRAR-INICIO-EXECUCAO / REGISTRAR-FIM-EXECUCAO      *
      *    Registro compartilhado de execucoes (RUNRPRC), insumo   *
      *    do relatorio de capacidade TESTCAPR e do controle de    *
      *    jobs periodicos TESTAGND.                               *
      *----------------------------------------------------------*
       COPY RUNRPRC.
