      *    literal '13SALARIO' e a parcela no header, para o banco *
      *    distinguir da folha mensal. Antes, o 13o era calculado  *
      *    em planilha fora do sistema.                            *
      *    Data de credito pela regra de dia de pagamento da       *
      *    parcela (DIAPAGTO.DAT, tipos 13A/13B; padrao 30/11 e    *
      *    20/12 antecipados ao dia util) sobre o CALENDAR.DAT -   *
      *    ver DPAGPRC. Vai no header e em cada detalhe; run tarde *
      *    demais para o prazo legal da parcela gera aviso e RC=4. *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-HISTORICO.

           SELECT OPTIONAL HISTORICO-ANUAL
               ASSIGN TO WS-NOME-ARQ-HIST-ANUAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-HIST-ANUAL.

           SELECT OPTIONAL HISTORICO-MOVIMENTACAO
               ASSIGN TO "DLTHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RELATORIO.

           COPY PERISEL.

           COPY EXCPSEL.

           COPY RUNRSEL.

           COPY DPAGSEL.

       DATA DIVISION.
       FILE SECTION.
       FD  EXTRATO-EMPREGADOS.
           05  EXT-EMPLOYEE-AGENCIA     PIC X(05).
           05  EXT-EMPLOYEE-CONTA       PIC X(12).
           05  EXT-EMPLOYEE-HIRE-DATE   PIC 9(08).
           05  EXT-EMPLOYEE-EMPRESA     PIC X(05).

       FD  HISTORICO-FOLHA.
       01  REG-HISTORICO-FOLHA.
           05  HIST-TOTAL-FOLHA         PIC 9(09)V99.
           05  FILLER                   PIC X(46).

      *    Arquivo anual PAYHaaaa.DAT gravado por TESTVIRA na
      *    virada do ano: mesmo layout de PAYHIST.DAT.
       FD  HISTORICO-ANUAL.
       01  REG-HISTORICO-ANUAL.
           05  HAN-DATA                 PIC 9(08).
           05  HAN-DATA-R REDEFINES HAN-DATA.
               10  HAN-ANO              PIC 9(04).
               10  HAN-MES              PIC 9(02).
               10  HAN-DIA              PIC 9(02).
           05  HAN-DEPARTAMENTO         PIC X(10).
           05  HAN-QTD-EMPREGADOS       PIC 9(05).
           05  HAN-TOTAL-FOLHA          PIC 9(09)V99.
           05  FILLER                   PIC X(46).

       FD  HISTORICO-MOVIMENTACAO.
       01  REG-HISTORICO-MOV.
           05  HMV-DATA                PIC 9(08).
           05  HMV-EMPLOYEE-DEPARTMENT PIC X(10).
           05  HMV-EMPLOYEE-AGENCIA    PIC X(05).
           05  HMV-EMPLOYEE-CONTA      PIC X(12).
           05  HMV-EMPLOYEE-EMPRESA    PIC X(05).
           05  HMV-MOTIVO              PIC X(01).

       FD  CARTAO-GRATIFICACAO.
       01  REG-CARTAO-GRAT.
       FD  RELATORIO-GRATIFICACAO.
       01  REG-RELATORIO-GRAT       PIC X(80).

       COPY PERIFD.

       COPY EXCPFD.

       COPY RUNRFD.

       COPY DPAGFD.

       WORKING-STORAGE SECTION.
       COPY RUNRWS.
       COPY EXTVWS.
       COPY EXCPWS.
       COPY PERIWS.
       COPY DPAGWS.

       01  WS-STATUS-EXTRATO        PIC XX.
       01  WS-STATUS-HISTORICO      PIC XX.
       01  WS-STATUS-HIST-ANUAL     PIC XX.
       01  WS-NOME-ARQ-HIST-ANUAL   PIC X(12) VALUE SPACES.
       01  WS-STATUS-HIST-MOV       PIC XX.
       01  WS-STATUS-CARTAO         PIC XX.
       01  WS-STATUS-PAGAMENTO      PIC XX.
           05  HDR-DATA             PIC 9(08).
           05  FILLER               PIC X(09) VALUE '13SALARIO'.
           05  HDR-PARCELA          PIC 9(01).
           05  HDR-DATA-CREDITO     PIC 9(08).
           05  FILLER               PIC X(53) VALUE SPACES.

       01  WS-REG-DETALHE.
           05  FILLER               PIC X(01) VALUE 'D'.
           05  DET-AGENCIA          PIC X(05).
           05  DET-CONTA            PIC X(12).
           05  DET-VALOR            PIC 9(11)V99.
           05  DET-DATA-CREDITO     PIC 9(08).
           05  FILLER               PIC X(06) VALUE SPACES.

       01  WS-REG-TRAILER.
           05  FILLER               PIC X(01) VALUE 'T'.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 0 TO RETURN-CODE.
           MOVE 'TESTGRAT' TO WS-RUN-PROGRAMA.
           PERFORM REGISTRAR-INICIO-EXECUCAO.
           MOVE 'TESTGRAT' TO WS-PER-PROGRAMA.
           PERFORM VERIFICAR-PERIODO-ABERTO THRU
                   VERIFICAR-PERIODO-ABERTO-EXIT.
           IF PERIODO-FECHADO
               STOP RUN
           END-IF.
           ACCEPT WS-DATA-RUN FROM DATE YYYYMMDD.
           MOVE WS-RUN-ANO TO WS-ANO-REFERENCIA.
           PERFORM LER-CARTAO-GRATIFICACAO.
           PERFORM APURAR-DATA-CREDITO-GRAT THRU
                   APURAR-DATA-CREDITO-GRAT-EXIT.
           PERFORM MARCAR-MESES-COM-FOLHA THRU
                   MARCAR-MESES-COM-FOLHA-EXIT.
           PERFORM CARREGAR-ADMISSOES-ANO.
                   ' EMPREGADOS: ' WS-QTD-PAGAMENTOS.
           DISPLAY 'TESTGRAT VALOR TOTAL........: '
                   WS-TOTAL-PAGAMENTOS.
           DISPLAY 'TESTGRAT DATA DE CREDITO....: '
                   WS-DPG-DATA-CREDITO.
           PERFORM REGISTRAR-FIM-EXECUCAO.
           STOP RUN.

      *----------------------------------------------------------*
       LER-CARTAO-GRATIFICACAO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    APURAR-DATA-CREDITO-GRAT                                 *
      *    Data de credito da parcela (ver DPAGPRC): 1a parcela na  *
      *    competencia novembro, 2a em dezembro do ano de           *
      *    referencia.                                              *
      *----------------------------------------------------------*
       APURAR-DATA-CREDITO-GRAT.
           MOVE 'TESTGRAT' TO WS-DPG-PROGRAMA.
           MOVE WS-DATA-RUN TO WS-DPG-DATA-RUN.
           IF WS-PARCELA = 1
               MOVE '13A' TO WS-DPG-TIPO-PAGAMENTO
               COMPUTE WS-DPG-COMPETENCIA =
                   WS-ANO-REFERENCIA * 100 + 11
           ELSE
               MOVE '13B' TO WS-DPG-TIPO-PAGAMENTO
               COMPUTE WS-DPG-COMPETENCIA =
                   WS-ANO-REFERENCIA * 100 + 12
           END-IF.
           MOVE WS-ANO-REFERENCIA TO WS-DPG-REFERENCIA.
           PERFORM APURAR-DATA-CREDITO THRU
                   APURAR-DATA-CREDITO-EXIT.
           IF DPG-FORA-DO-PRAZO
               PERFORM AVISAR-PRAZO-LEGAL THRU
                       AVISAR-PRAZO-LEGAL-EXIT
           END-IF.
           MOVE WS-DPG-DATA-CREDITO TO HDR-DATA-CREDITO.
           MOVE WS-DPG-DATA-CREDITO TO DET-DATA-CREDITO.

       APURAR-DATA-CREDITO-GRAT-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    MARCAR-MESES-COM-FOLHA                                   *
      *    Marca os meses do ano de referencia em que PAYHIST.DAT   *
      *    registra folha - o teto de meses trabalhados de          *
      *    qualquer empregado no ano. Ano ja virado por TESTVIRA:   *
      *    os snapshots estao no arquivo anual PAYHaaaa.DAT.        *
      *----------------------------------------------------------*
       MARCAR-MESES-COM-FOLHA.
           MOVE ALL 'N' TO WS-TABELA-MESES.
               UNTIL WS-EOF-HISTORICO = 'S'.
           CLOSE HISTORICO-FOLHA.

           MOVE SPACES TO WS-NOME-ARQ-HIST-ANUAL.
           STRING 'PAYH' WS-ANO-REFERENCIA '.DAT' DELIMITED BY SIZE
               INTO WS-NOME-ARQ-HIST-ANUAL
           END-STRING.
           OPEN INPUT HISTORICO-ANUAL.
           IF WS-STATUS-HIST-ANUAL = '00'
               MOVE 'N' TO WS-EOF-HISTORICO
               PERFORM LER-SNAPSHOT-ANUAL
                   UNTIL WS-EOF-HISTORICO = 'S'
           END-IF.
           CLOSE HISTORICO-ANUAL.

           MOVE ZEROS TO WS-MESES-COM-FOLHA.
           PERFORM CONTAR-MES-COM-FOLHA
               VARYING WS-IDX-MES FROM 1 BY 1
       LER-SNAPSHOT-FOLHA-EXIT.
           EXIT.

       LER-SNAPSHOT-ANUAL.
           READ HISTORICO-ANUAL
               AT END
                   MOVE 'S' TO WS-EOF-HISTORICO
               NOT AT END
                   IF HAN-ANO = WS-ANO-REFERENCIA
                          AND HAN-MES >= 01 AND HAN-MES <= 12
                       MOVE 'S' TO WS-MES-COM-FOLHA (HAN-MES)
                   END-IF
           END-READ.

       LER-SNAPSHOT-ANUAL-EXIT.
           EXIT.

       CONTAR-MES-COM-FOLHA.
           IF WS-MES-COM-FOLHA (WS-IDX-MES) = 'S'
               ADD 1 TO WS-MESES-COM-FOLHA
                   MOVE 'S' TO WS-EOF-HIST-MOV
               NOT AT END
                   IF HMV-TIPO = 'A'
                          AND HMV-MOTIVO NOT = 'T'
                          AND HMV-ANO = WS-ANO-REFERENCIA
                          AND WS-QTD-ADMISSOES < 2000
                       ADD 1 TO WS-QTD-ADMISSOES
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

      *----------------------------------------------------------*
      *    REGISTRAR-INICIO-EXECUCAO / REGISTRAR-FIM-EXECUCAO      *
      *    Registro compartilhado de execucoes (RUNRPRC), insumo   *
      *    do relatorio de capacidade TESTCAPR e do controle de    *
      *    jobs periodicos TESTAGND.                               *
      *----------------------------------------------------------*
       COPY RUNRPRC.

      *----------------------------------------------------------*
      *    APURAR-DATA-CREDITO / AVISAR-PRAZO-LEGAL                 *
      *    Dia de pagamento pelo calendario (DPAGPRC).              *
      *----------------------------------------------------------*
       COPY DPAGPRC.
