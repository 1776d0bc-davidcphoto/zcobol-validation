       IDENTIFICATION DIVISION.
       PROGRAM-ID. TESTTURN.

      *----------------------------------------------------------*
      *    TESTTURN                                                *
      *    Turnover e retencao mensais por departamento e da       *
      *    empresa, em janela movel de 12 meses terminando no mes  *
      *    da data de negocio (DATACTL.DAT):                       *
      *      - admissoes e desligamentos do historico de           *
      *        movimentacao DLTHIST.DAT (TESTDELT);                *
      *      - headcount do mes = ultimo snapshot do mes em        *
      *        PAYHIST.DAT (TESTCURSOR), como em TESTTRND;         *
      *      - turnover do mes = ((admissoes + desligamentos) / 2) *
      *        / headcount x 100; o de 12 meses usa o headcount    *
      *        medio dos meses com snapshot;                       *
      *      - saida precoce = desligamento ate 90 dias depois da  *
      *        admissao 'A' mais recente da mesma matricula no     *
      *        historico (admissao anterior ao historico nao       *
      *        conta).                                             *
      *    Relatorio em TURNREP.DAT; a linha 'TURNOVER 12M         *
      *    EMPRESA' fecha o relatorio e e levada por TESTSUMM ao   *
      *    resumo executivo OPSUMM.DAT. Sem headcount na janela    *
      *    (PAYHIST.DAT ausente) o relatorio sai sem taxas, RC=4.  *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL HISTORICO-MOVIMENTACAO
               ASSIGN TO "DLTHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-HIST-MOV.

           SELECT OPTIONAL HISTORICO-FOLHA
               ASSIGN TO "PAYHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-HISTORICO.

           SELECT RELATORIO-TURNOVER
               ASSIGN TO "TURNREP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RELATORIO.

           SELECT OPTIONAL CARTAO-DATA-NEGOCIO
               ASSIGN TO "DATACTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-DATA-NEG.

           COPY EXCPSEL.

       DATA DIVISION.
       FILE SECTION.
       FD  HISTORICO-MOVIMENTACAO.
       01  REG-HISTORICO-MOV.
           05  HMV-DATA                PIC 9(08).
           05  HMV-DATA-R REDEFINES HMV-DATA.
               10  HMV-ANO-MES         PIC 9(06).
               10  HMV-DIA             PIC 9(02).
           05  HMV-TIPO                PIC X(01).
           05  HMV-EMPLOYEE-ID         PIC 9(05).
           05  HMV-EMPLOYEE-NAME       PIC X(50).
           05  HMV-EMPLOYEE-SALARY     PIC 9(07)V99.
           05  HMV-EMPLOYEE-DEPARTMENT PIC X(10).
           05  HMV-EMPLOYEE-AGENCIA    PIC X(05).
           05  HMV-EMPLOYEE-CONTA      PIC X(12).
           05  HMV-EMPLOYEE-EMPRESA    PIC X(05).
           05  HMV-MOTIVO              PIC X(01).

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

       FD  RELATORIO-TURNOVER.
       01  REG-RELATORIO-TURNOVER   PIC X(80).

       FD  CARTAO-DATA-NEGOCIO.
       01  REG-CARTAO-DATA-NEG.
           05  DATA-NEGOCIO-CARTAO      PIC 9(08).
           05  FILLER                   PIC X(72).

       COPY EXCPFD.

       WORKING-STORAGE SECTION.
       COPY EXCPWS.

       01  WS-STATUS-HIST-MOV       PIC XX.
       01  WS-STATUS-HISTORICO      PIC XX.
       01  WS-STATUS-RELATORIO      PIC XX.
       01  WS-STATUS-DATA-NEG       PIC XX.
       01  WS-EOF-HIST-MOV          PIC X VALUE 'N'.
       01  WS-EOF-HISTORICO         PIC X VALUE 'N'.

       01  WS-DATA-NEGOCIO          PIC 9(08) VALUE ZEROS.
       01  WS-DATA-NEGOCIO-R REDEFINES WS-DATA-NEGOCIO.
           05  WS-ANO-NEGOCIO       PIC 9(04).
           05  WS-MES-NEGOCIO       PIC 9(02).
           05  FILLER               PIC 9(02).

      *    Janela movel: posicao 12 = mes da data de negocio,
      *    posicao 1 = onze meses antes. O indice de um AAAAMM e
      *    12 - (distancia em meses ate o mes de referencia).
       01  WS-MESES-REFERENCIA      PIC 9(06) VALUE ZEROS.
       01  WS-MESES-LIDO            PIC 9(06) VALUE ZEROS.
       01  WS-ANO-MES-LIDO          PIC 9(06) VALUE ZEROS.
       01  WS-ANO-MES-LIDO-R REDEFINES WS-ANO-MES-LIDO.
           05  WS-ANO-LIDO          PIC 9(04).
           05  WS-MES-LIDO          PIC 9(02).
       01  WS-DISTANCIA-MESES       PIC S9(06) VALUE ZEROS.
       01  WS-IDX-MES               PIC 9(02) VALUE ZEROS.
       01  WS-MES-NA-JANELA         PIC X VALUE 'N'.
       01  WS-TABELA-JANELA.
           05  WS-JANELA-MES OCCURS 12 TIMES PIC 9(06).
       01  WS-ANO-JANELA            PIC 9(04) VALUE ZEROS.
       01  WS-MES-JANELA            PIC 9(02) VALUE ZEROS.

      *    Departamento x mes da janela.
       01  WS-QTD-DEPTOS            PIC 9(03) VALUE ZEROS.
       01  WS-IDX-DEPTO             PIC 9(03) VALUE ZEROS.
       01  WS-DEPTO-ACHADO          PIC X VALUE 'N'.
       01  WS-DEPARTAMENTO-BUSCA    PIC X(10) VALUE SPACES.
       01  WS-TABELA-DEPTOS.
           05  WS-DEPTO OCCURS 200 TIMES.
               10  WS-DEP-CODIGO        PIC X(10).
               10  WS-DEP-MES OCCURS 12 TIMES.
                   15  WS-DEP-HEADCOUNT     PIC 9(05).
                   15  WS-DEP-DATA-FOTO     PIC 9(08).
                   15  WS-DEP-ADMISSOES     PIC 9(05).
                   15  WS-DEP-DESLIGAMENTOS PIC 9(05).
                   15  WS-DEP-PRECOCES      PIC 9(05).

      *    Admissao mais recente por matricula (readmissao
      *    substitui a anterior).
       01  WS-QTD-ADMISSOES-HIST    PIC 9(05) VALUE ZEROS.
       01  WS-IDX-ADMISSAO          PIC 9(05) VALUE ZEROS.
       01  WS-ADMISSAO-ACHADA       PIC X VALUE 'N'.
       01  WS-TABELA-ADMISSOES.
           05  WS-ADMISSAO-HIST OCCURS 10000 TIMES.
               10  WS-ADH-MATRICULA     PIC 9(05).
               10  WS-ADH-DATA          PIC 9(08).
       01  WS-DIAS-DE-CASA          PIC S9(07) VALUE ZEROS.
       01  WS-LIMITE-PRECOCE        PIC 9(03) VALUE 90.

      *    Acumuladores de linha (departamento ou empresa).
       01  WS-LIN-HEADCOUNT         PIC 9(07) VALUE ZEROS.
       01  WS-LIN-ADMISSOES         PIC 9(07) VALUE ZEROS.
       01  WS-LIN-DESLIGAMENTOS     PIC 9(07) VALUE ZEROS.
       01  WS-LIN-PRECOCES          PIC 9(07) VALUE ZEROS.
       01  WS-ACU-HEADCOUNT         PIC 9(09) VALUE ZEROS.
       01  WS-ACU-MESES-FOTO        PIC 9(02) VALUE ZEROS.
       01  WS-ACU-ADMISSOES         PIC 9(07) VALUE ZEROS.
       01  WS-ACU-DESLIGAMENTOS     PIC 9(07) VALUE ZEROS.
       01  WS-ACU-PRECOCES          PIC 9(07) VALUE ZEROS.
       01  WS-HEADCOUNT-MEDIO       PIC 9(07)V99 VALUE ZEROS.
       01  WS-TAXA-TURNOVER         PIC 9(05)V99 VALUE ZEROS.
       01  WS-TEM-HEADCOUNT         PIC X VALUE 'N'.

       01  WS-CABECALHO-TURNOVER.
           05  FILLER               PIC X(35) VALUE
               'TURNOVER E RETENCAO - 12 MESES ATE '.
           05  TUC-MES              PIC 9(06).

       01  WS-CABECALHO-COLUNAS-TURN.
           05  FILLER               PIC X(11) VALUE 'DEPTO      '.
           05  FILLER               PIC X(08) VALUE 'MES     '.
           05  FILLER               PIC X(09) VALUE 'HEADCOUNT'.
           05  FILLER               PIC X(07) VALUE '    ADM'.
           05  FILLER               PIC X(07) VALUE '   DESL'.
           05  FILLER               PIC X(11) VALUE ' TURNOVER %'.
           05  FILLER               PIC X(10) VALUE '  PRECOCES'.

       01  WS-LINHA-TURNOVER.
           05  TUR-DEPARTAMENTO     PIC X(10).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  TUR-MES              PIC X(06).
           05  FILLER               PIC X(04) VALUE SPACES.
           05  TUR-HEADCOUNT        PIC ZZZZZZ9.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  TUR-ADMISSOES        PIC ZZZZ9.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  TUR-DESLIGAMENTOS    PIC ZZZZ9.
           05  FILLER               PIC X(03) VALUE SPACES.
           05  TUR-TAXA             PIC ZZZZ9.99.
           05  FILLER               PIC X(05) VALUE SPACES.
           05  TUR-PRECOCES         PIC ZZZZ9.

       01  WS-LINHA-RESUMO-TURN.
           05  FILLER               PIC X(22) VALUE
               'TURNOVER 12M EMPRESA: '.
           05  TRS-TAXA             PIC ZZZ9.99.
           05  FILLER               PIC X(08) VALUE '%  ADM: '.
           05  TRS-ADMISSOES        PIC ZZZZ9.
           05  FILLER               PIC X(08) VALUE '  DESL: '.
           05  TRS-DESLIGAMENTOS    PIC ZZZZ9.
           05  FILLER               PIC X(13) VALUE '  PRECOCES: '.
           05  TRS-PRECOCES         PIC ZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 0 TO RETURN-CODE.
           PERFORM OBTER-DATA-NEGOCIO-TURN.
           PERFORM MONTAR-JANELA-MESES.
           PERFORM CARREGAR-HEADCOUNT.
           PERFORM CARREGAR-MOVIMENTACAO.

           OPEN OUTPUT RELATORIO-TURNOVER.
           IF WS-STATUS-RELATORIO NOT = '00'
               MOVE 'TESTTURN'          TO WS-EXC-PROGRAMA
               MOVE 'MAIN-PROCEDURE'    TO WS-EXC-PARAGRAFO
               MOVE WS-STATUS-RELATORIO TO WS-EXC-CODIGO
               MOVE 'ERRO ABERTURA TURNREP.DAT' TO WS-EXC-MENSAGEM
               MOVE 1 TO WS-EXC-SEVERIDADE
               PERFORM GRAVAR-EXCECAO-GERAL
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-JANELA-MES (12) TO TUC-MES.
           WRITE REG-RELATORIO-TURNOVER FROM WS-CABECALHO-TURNOVER.
           WRITE REG-RELATORIO-TURNOVER FROM WS-CABECALHO-COLUNAS-TURN.

           PERFORM IMPRIMIR-DEPTO-TURN
               VARYING WS-IDX-DEPTO FROM 1 BY 1
               UNTIL WS-IDX-DEPTO > WS-QTD-DEPTOS.
           PERFORM IMPRIMIR-EMPRESA-TURN.

           CLOSE RELATORIO-TURNOVER.

           DISPLAY 'TESTTURN JANELA ATE...........: '
                   WS-JANELA-MES (12).
           DISPLAY 'TESTTURN DEPARTAMENTOS........: ' WS-QTD-DEPTOS.
           DISPLAY 'TESTTURN ADMISSOES 12M........: '
                   WS-ACU-ADMISSOES.
           DISPLAY 'TESTTURN DESLIGAMENTOS 12M....: '
                   WS-ACU-DESLIGAMENTOS.
           DISPLAY 'TESTTURN SAIDAS PRECOCES 12M..: '
                   WS-ACU-PRECOCES.
           DISPLAY 'TESTTURN TURNOVER 12M EMPRESA.: '
                   WS-TAXA-TURNOVER.

           IF WS-TEM-HEADCOUNT = 'N'
               DISPLAY 'TESTTURN SEM HEADCOUNT NA JANELA '
                       '(PAYHIST.DAT) - TAXAS NAO CALCULADAS'
               MOVE 'TESTTURN'          TO WS-EXC-PROGRAMA
               MOVE 'MAIN-PROCEDURE'    TO WS-EXC-PARAGRAFO
               MOVE 4                   TO WS-EXC-CODIGO
               MOVE 'SEM HEADCOUNT - TURNOVER NAO CALCULADO'
                   TO WS-EXC-MENSAGEM
               MOVE 3 TO WS-EXC-SEVERIDADE
               PERFORM GRAVAR-EXCECAO-GERAL
               MOVE 4 TO RETURN-CODE
           END-IF.

           STOP RUN.

      *----------------------------------------------------------*
      *    OBTER-DATA-NEGOCIO-TURN                                  *
      *    Mes de referencia = mes da data de negocio de            *
      *    DATACTL.DAT; sem o cartao vale a data corrente.          *
      *----------------------------------------------------------*
       OBTER-DATA-NEGOCIO-TURN.
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

       OBTER-DATA-NEGOCIO-TURN-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    MONTAR-JANELA-MESES                                      *
      *----------------------------------------------------------*
       MONTAR-JANELA-MESES.
           COMPUTE WS-MESES-REFERENCIA =
               WS-ANO-NEGOCIO * 12 + WS-MES-NEGOCIO.
           MOVE WS-ANO-NEGOCIO TO WS-ANO-JANELA.
           MOVE WS-MES-NEGOCIO TO WS-MES-JANELA.
           PERFORM PREENCHER-MES-JANELA
               VARYING WS-IDX-MES FROM 12 BY -1
               UNTIL WS-IDX-MES < 1.

       MONTAR-JANELA-MESES-EXIT.
           EXIT.

       PREENCHER-MES-JANELA.
           COMPUTE WS-JANELA-MES (WS-IDX-MES) =
               WS-ANO-JANELA * 100 + WS-MES-JANELA.
           IF WS-MES-JANELA = 1
               MOVE 12 TO WS-MES-JANELA
               SUBTRACT 1 FROM WS-ANO-JANELA
           ELSE
               SUBTRACT 1 FROM WS-MES-JANELA
           END-IF.

       PREENCHER-MES-JANELA-EXIT.
           EXIT.

      *    Posiciona WS-IDX-MES no AAAAMM de WS-ANO-MES-LIDO;
      *    WS-MES-NA-JANELA = 'N' quando fora dos 12 meses.
       LOCALIZAR-MES-JANELA.
           MOVE 'N' TO WS-MES-NA-JANELA.
           IF WS-MES-LIDO < 1 OR WS-MES-LIDO > 12
               GO TO LOCALIZAR-MES-JANELA-EXIT
           END-IF.
           COMPUTE WS-MESES-LIDO = WS-ANO-LIDO * 12 + WS-MES-LIDO.
           COMPUTE WS-DISTANCIA-MESES =
               WS-MESES-REFERENCIA - WS-MESES-LIDO.
           IF WS-DISTANCIA-MESES < 0 OR WS-DISTANCIA-MESES > 11
               GO TO LOCALIZAR-MES-JANELA-EXIT
           END-IF.
           COMPUTE WS-IDX-MES = 12 - WS-DISTANCIA-MESES.
           MOVE 'S' TO WS-MES-NA-JANELA.

       LOCALIZAR-MES-JANELA-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    CARREGAR-HEADCOUNT                                       *
      *    Headcount e foto: vale o ultimo snapshot do mes.         *
      *----------------------------------------------------------*
       CARREGAR-HEADCOUNT.
           OPEN INPUT HISTORICO-FOLHA.
           IF WS-STATUS-HISTORICO = '00'
               PERFORM LER-SNAPSHOT-FOLHA
                   UNTIL WS-EOF-HISTORICO = 'S'
           END-IF.
           CLOSE HISTORICO-FOLHA.

       CARREGAR-HEADCOUNT-EXIT.
           EXIT.

       LER-SNAPSHOT-FOLHA.
           READ HISTORICO-FOLHA
               AT END
                   MOVE 'S' TO WS-EOF-HISTORICO
               NOT AT END
                   PERFORM REGISTRAR-SNAPSHOT THRU
                           REGISTRAR-SNAPSHOT-EXIT
           END-READ.

       LER-SNAPSHOT-FOLHA-EXIT.
           EXIT.

       REGISTRAR-SNAPSHOT.
           IF HIST-DATA IS NOT NUMERIC
                  OR HIST-QTD-EMPREGADOS IS NOT NUMERIC
               GO TO REGISTRAR-SNAPSHOT-EXIT
           END-IF.
           MOVE HIST-ANO-MES TO WS-ANO-MES-LIDO.
           PERFORM LOCALIZAR-MES-JANELA THRU
                   LOCALIZAR-MES-JANELA-EXIT.
           IF WS-MES-NA-JANELA = 'N'
               GO TO REGISTRAR-SNAPSHOT-EXIT
           END-IF.
           MOVE HIST-DEPARTAMENTO TO WS-DEPARTAMENTO-BUSCA.
           PERFORM LOCALIZAR-DEPTO THRU
                   LOCALIZAR-DEPTO-EXIT.
           IF HIST-DATA >= WS-DEP-DATA-FOTO (WS-IDX-DEPTO, WS-IDX-MES)
               MOVE HIST-DATA
                   TO WS-DEP-DATA-FOTO (WS-IDX-DEPTO, WS-IDX-MES)
               MOVE HIST-QTD-EMPREGADOS
                   TO WS-DEP-HEADCOUNT (WS-IDX-DEPTO, WS-IDX-MES)
           END-IF.

       REGISTRAR-SNAPSHOT-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    CARREGAR-MOVIMENTACAO                                    *
      *    DLTHIST.DAT e apendado em ordem de data: cada admissao   *
      *    'A' atualiza a data de admissao da matricula antes de    *
      *    qualquer desligamento 'D' posterior dela.                *
      *----------------------------------------------------------*
       CARREGAR-MOVIMENTACAO.
           OPEN INPUT HISTORICO-MOVIMENTACAO.
           IF WS-STATUS-HIST-MOV = '00'
               PERFORM LER-MOVIMENTACAO
                   UNTIL WS-EOF-HIST-MOV = 'S'
           END-IF.
           CLOSE HISTORICO-MOVIMENTACAO.

       CARREGAR-MOVIMENTACAO-EXIT.
           EXIT.

       LER-MOVIMENTACAO.
           READ HISTORICO-MOVIMENTACAO
               AT END
                   MOVE 'S' TO WS-EOF-HIST-MOV
               NOT AT END
                   IF HMV-DATA IS NUMERIC
                          AND HMV-EMPLOYEE-ID IS NUMERIC
                       PERFORM REGISTRAR-MOVIMENTACAO THRU
                               REGISTRAR-MOVIMENTACAO-EXIT
                   END-IF
           END-READ.

       LER-MOVIMENTACAO-EXIT.
           EXIT.

       REGISTRAR-MOVIMENTACAO.
           IF HMV-TIPO NOT = 'A' AND HMV-TIPO NOT = 'D'
               GO TO REGISTRAR-MOVIMENTACAO-EXIT
           END-IF.
      *    Transferencia entre empresas do grupo nao e rotatividade.
           IF HMV-MOTIVO = 'T'
               GO TO REGISTRAR-MOVIMENTACAO-EXIT
           END-IF.
           PERFORM LOCALIZAR-ADMISSAO THRU
                   LOCALIZAR-ADMISSAO-EXIT.
           IF HMV-TIPO = 'A'
               PERFORM GUARDAR-ADMISSAO THRU
                       GUARDAR-ADMISSAO-EXIT
           END-IF.

           MOVE HMV-ANO-MES TO WS-ANO-MES-LIDO.
           PERFORM LOCALIZAR-MES-JANELA THRU
                   LOCALIZAR-MES-JANELA-EXIT.
           IF WS-MES-NA-JANELA = 'N'
               GO TO REGISTRAR-MOVIMENTACAO-EXIT
           END-IF.
           MOVE HMV-EMPLOYEE-DEPARTMENT TO WS-DEPARTAMENTO-BUSCA.
           PERFORM LOCALIZAR-DEPTO THRU
                   LOCALIZAR-DEPTO-EXIT.
           IF HMV-TIPO = 'A'
               ADD 1 TO WS-DEP-ADMISSOES (WS-IDX-DEPTO, WS-IDX-MES)
               GO TO REGISTRAR-MOVIMENTACAO-EXIT
           END-IF.

           ADD 1 TO WS-DEP-DESLIGAMENTOS (WS-IDX-DEPTO, WS-IDX-MES).
           IF WS-ADMISSAO-ACHADA = 'S'
                  AND WS-ADH-DATA (WS-IDX-ADMISSAO) <= HMV-DATA
               COMPUTE WS-DIAS-DE-CASA =
                   FUNCTION INTEGER-OF-DATE (HMV-DATA)
                   - FUNCTION INTEGER-OF-DATE
                       (WS-ADH-DATA (WS-IDX-ADMISSAO))
               IF WS-DIAS-DE-CASA <= WS-LIMITE-PRECOCE
                   ADD 1 TO WS-DEP-PRECOCES (WS-IDX-DEPTO, WS-IDX-MES)
               END-IF
           END-IF.

       REGISTRAR-MOVIMENTACAO-EXIT.
           EXIT.

       LOCALIZAR-ADMISSAO.
           MOVE 'N' TO WS-ADMISSAO-ACHADA.
           PERFORM PROCURAR-ADMISSAO
               VARYING WS-IDX-ADMISSAO FROM 1 BY 1
               UNTIL WS-IDX-ADMISSAO > WS-QTD-ADMISSOES-HIST
                  OR WS-ADMISSAO-ACHADA = 'S'.
           IF WS-ADMISSAO-ACHADA = 'S'
               SUBTRACT 1 FROM WS-IDX-ADMISSAO
           END-IF.

       LOCALIZAR-ADMISSAO-EXIT.
           EXIT.

       PROCURAR-ADMISSAO.
           IF WS-ADH-MATRICULA (WS-IDX-ADMISSAO) = HMV-EMPLOYEE-ID
               MOVE 'S' TO WS-ADMISSAO-ACHADA
           END-IF.

       PROCURAR-ADMISSAO-EXIT.
           EXIT.

      *    Estouro recusa o relatorio: admissao perdida deixaria de
      *    apontar saida precoce.
       GUARDAR-ADMISSAO.
           IF WS-ADMISSAO-ACHADA = 'S'
               MOVE HMV-DATA TO WS-ADH-DATA (WS-IDX-ADMISSAO)
               GO TO GUARDAR-ADMISSAO-EXIT
           END-IF.
           IF WS-QTD-ADMISSOES-HIST >= 10000
               DISPLAY 'TESTTURN ADMISSOES EXCEDEM A CAPACIDADE '
                       'DA TABELA (10000) - RELATORIO RECUSADO'
               MOVE 'TESTTURN'          TO WS-EXC-PROGRAMA
               MOVE 'GUARDAR-ADMISSAO'  TO WS-EXC-PARAGRAFO
               MOVE 8                   TO WS-EXC-CODIGO
               MOVE 'TABELA DE ADMISSOES ESTOURADA'
                   TO WS-EXC-MENSAGEM
               MOVE 2 TO WS-EXC-SEVERIDADE
               PERFORM GRAVAR-EXCECAO-GERAL
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-QTD-ADMISSOES-HIST.
           MOVE WS-QTD-ADMISSOES-HIST TO WS-IDX-ADMISSAO.
           MOVE HMV-EMPLOYEE-ID TO WS-ADH-MATRICULA (WS-IDX-ADMISSAO).
           MOVE HMV-DATA        TO WS-ADH-DATA (WS-IDX-ADMISSAO).
           MOVE 'S' TO WS-ADMISSAO-ACHADA.

       GUARDAR-ADMISSAO-EXIT.
           EXIT.

      *    Posiciona WS-IDX-DEPTO no departamento (inclui se novo);
      *    estouro da tabela recusa o relatorio (RC=8).
       LOCALIZAR-DEPTO.
           MOVE 'N' TO WS-DEPTO-ACHADO.
           PERFORM PROCURAR-DEPTO
               VARYING WS-IDX-DEPTO FROM 1 BY 1
               UNTIL WS-IDX-DEPTO > WS-QTD-DEPTOS
                  OR WS-DEPTO-ACHADO = 'S'.
           IF WS-DEPTO-ACHADO = 'S'
               SUBTRACT 1 FROM WS-IDX-DEPTO
               GO TO LOCALIZAR-DEPTO-EXIT
           END-IF.
           IF WS-QTD-DEPTOS >= 200
               DISPLAY 'TESTTURN DEPARTAMENTOS EXCEDEM A CAPACIDADE '
                       'DA TABELA (200) - RELATORIO RECUSADO'
               MOVE 'TESTTURN'          TO WS-EXC-PROGRAMA
               MOVE 'LOCALIZAR-DEPTO'   TO WS-EXC-PARAGRAFO
               MOVE 8                   TO WS-EXC-CODIGO
               MOVE 'TABELA DE DEPARTAMENTOS ESTOURADA'
                   TO WS-EXC-MENSAGEM
               MOVE 2 TO WS-EXC-SEVERIDADE
               PERFORM GRAVAR-EXCECAO-GERAL
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-QTD-DEPTOS.
           MOVE WS-QTD-DEPTOS TO WS-IDX-DEPTO.
           INITIALIZE WS-DEPTO (WS-IDX-DEPTO).
           MOVE WS-DEPARTAMENTO-BUSCA TO WS-DEP-CODIGO (WS-IDX-DEPTO).

       LOCALIZAR-DEPTO-EXIT.
           EXIT.

       PROCURAR-DEPTO.
           IF WS-DEP-CODIGO (WS-IDX-DEPTO) = WS-DEPARTAMENTO-BUSCA
               MOVE 'S' TO WS-DEPTO-ACHADO
           END-IF.

       PROCURAR-DEPTO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    IMPRIMIR-DEPTO-TURN                                      *
      *    Doze linhas mensais e a linha de 12 meses do depto.      *
      *----------------------------------------------------------*
       IMPRIMIR-DEPTO-TURN.
           PERFORM ZERAR-ACUMULADORES-TURN.
           MOVE WS-DEP-CODIGO (WS-IDX-DEPTO) TO TUR-DEPARTAMENTO.
           PERFORM IMPRIMIR-MES-DEPTO
               VARYING WS-IDX-MES FROM 1 BY 1
               UNTIL WS-IDX-MES > 12.
           PERFORM IMPRIMIR-LINHA-12M.
           MOVE SPACES TO REG-RELATORIO-TURNOVER.
           WRITE REG-RELATORIO-TURNOVER.

       IMPRIMIR-DEPTO-TURN-EXIT.
           EXIT.

       IMPRIMIR-MES-DEPTO.
           MOVE WS-DEP-HEADCOUNT (WS-IDX-DEPTO, WS-IDX-MES)
               TO WS-LIN-HEADCOUNT.
           MOVE WS-DEP-ADMISSOES (WS-IDX-DEPTO, WS-IDX-MES)
               TO WS-LIN-ADMISSOES.
           MOVE WS-DEP-DESLIGAMENTOS (WS-IDX-DEPTO, WS-IDX-MES)
               TO WS-LIN-DESLIGAMENTOS.
           MOVE WS-DEP-PRECOCES (WS-IDX-DEPTO, WS-IDX-MES)
               TO WS-LIN-PRECOCES.
           PERFORM IMPRIMIR-LINHA-MES.

       IMPRIMIR-MES-DEPTO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    IMPRIMIR-EMPRESA-TURN                                    *
      *    Soma dos departamentos mes a mes e a linha-resumo que    *
      *    TESTSUMM leva ao OPSUMM.DAT.                             *
      *----------------------------------------------------------*
       IMPRIMIR-EMPRESA-TURN.
           PERFORM ZERAR-ACUMULADORES-TURN.
           MOVE 'EMPRESA' TO TUR-DEPARTAMENTO.
           PERFORM IMPRIMIR-MES-EMPRESA
               VARYING WS-IDX-MES FROM 1 BY 1
               UNTIL WS-IDX-MES > 12.
           PERFORM IMPRIMIR-LINHA-12M.
           MOVE SPACES TO REG-RELATORIO-TURNOVER.
           WRITE REG-RELATORIO-TURNOVER.
           MOVE WS-TAXA-TURNOVER     TO TRS-TAXA.
           MOVE WS-ACU-ADMISSOES     TO TRS-ADMISSOES.
           MOVE WS-ACU-DESLIGAMENTOS TO TRS-DESLIGAMENTOS.
           MOVE WS-ACU-PRECOCES      TO TRS-PRECOCES.
           WRITE REG-RELATORIO-TURNOVER FROM WS-LINHA-RESUMO-TURN.

       IMPRIMIR-EMPRESA-TURN-EXIT.
           EXIT.

       IMPRIMIR-MES-EMPRESA.
           MOVE ZEROS TO WS-LIN-HEADCOUNT.
           MOVE ZEROS TO WS-LIN-ADMISSOES.
           MOVE ZEROS TO WS-LIN-DESLIGAMENTOS.
           MOVE ZEROS TO WS-LIN-PRECOCES.
           PERFORM SOMAR-DEPTO-MES
               VARYING WS-IDX-DEPTO FROM 1 BY 1
               UNTIL WS-IDX-DEPTO > WS-QTD-DEPTOS.
           PERFORM IMPRIMIR-LINHA-MES.

       IMPRIMIR-MES-EMPRESA-EXIT.
           EXIT.

       SOMAR-DEPTO-MES.
           ADD WS-DEP-HEADCOUNT (WS-IDX-DEPTO, WS-IDX-MES)
               TO WS-LIN-HEADCOUNT.
           ADD WS-DEP-ADMISSOES (WS-IDX-DEPTO, WS-IDX-MES)
               TO WS-LIN-ADMISSOES.
           ADD WS-DEP-DESLIGAMENTOS (WS-IDX-DEPTO, WS-IDX-MES)
               TO WS-LIN-DESLIGAMENTOS.
           ADD WS-DEP-PRECOCES (WS-IDX-DEPTO, WS-IDX-MES)
               TO WS-LIN-PRECOCES.

       SOMAR-DEPTO-MES-EXIT.
           EXIT.

       ZERAR-ACUMULADORES-TURN.
           MOVE ZEROS TO WS-ACU-HEADCOUNT.
           MOVE ZEROS TO WS-ACU-MESES-FOTO.
           MOVE ZEROS TO WS-ACU-ADMISSOES.
           MOVE ZEROS TO WS-ACU-DESLIGAMENTOS.
           MOVE ZEROS TO WS-ACU-PRECOCES.

       ZERAR-ACUMULADORES-TURN-EXIT.
           EXIT.

      *    Linha mensal a partir de WS-LIN-*, acumulando o 12M.
       IMPRIMIR-LINHA-MES.
           MOVE WS-JANELA-MES (WS-IDX-MES) TO TUR-MES.
           MOVE ZEROS TO WS-TAXA-TURNOVER.
           IF WS-LIN-HEADCOUNT > ZEROS
               MOVE 'S' TO WS-TEM-HEADCOUNT
               ADD WS-LIN-HEADCOUNT TO WS-ACU-HEADCOUNT
               ADD 1 TO WS-ACU-MESES-FOTO
               COMPUTE WS-TAXA-TURNOVER ROUNDED =
                   (WS-LIN-ADMISSOES + WS-LIN-DESLIGAMENTOS) / 2
                   * 100 / WS-LIN-HEADCOUNT
           END-IF.
           ADD WS-LIN-ADMISSOES     TO WS-ACU-ADMISSOES.
           ADD WS-LIN-DESLIGAMENTOS TO WS-ACU-DESLIGAMENTOS.
           ADD WS-LIN-PRECOCES      TO WS-ACU-PRECOCES.
           MOVE WS-LIN-HEADCOUNT     TO TUR-HEADCOUNT.
           MOVE WS-LIN-ADMISSOES     TO TUR-ADMISSOES.
           MOVE WS-LIN-DESLIGAMENTOS TO TUR-DESLIGAMENTOS.
           MOVE WS-TAXA-TURNOVER     TO TUR-TAXA.
           MOVE WS-LIN-PRECOCES      TO TUR-PRECOCES.
           WRITE REG-RELATORIO-TURNOVER FROM WS-LINHA-TURNOVER.

       IMPRIMIR-LINHA-MES-EXIT.
           EXIT.

      *    Linha de 12 meses: headcount medio dos meses com foto.
       IMPRIMIR-LINHA-12M.
           MOVE '12M'  TO TUR-MES.
           MOVE ZEROS TO WS-HEADCOUNT-MEDIO.
           MOVE ZEROS TO WS-TAXA-TURNOVER.
           IF WS-ACU-MESES-FOTO > ZEROS
               COMPUTE WS-HEADCOUNT-MEDIO ROUNDED =
                   WS-ACU-HEADCOUNT / WS-ACU-MESES-FOTO
           END-IF.
           IF WS-HEADCOUNT-MEDIO > ZEROS
               COMPUTE WS-TAXA-TURNOVER ROUNDED =
                   (WS-ACU-ADMISSOES + WS-ACU-DESLIGAMENTOS) / 2
                   * 100 / WS-HEADCOUNT-MEDIO
           END-IF.
           MOVE WS-HEADCOUNT-MEDIO   TO TUR-HEADCOUNT.
           MOVE WS-ACU-ADMISSOES     TO TUR-ADMISSOES.
           MOVE WS-ACU-DESLIGAMENTOS TO TUR-DESLIGAMENTOS.
           MOVE WS-TAXA-TURNOVER     TO TUR-TAXA.
           MOVE WS-ACU-PRECOCES      TO TUR-PRECOCES.
           WRITE REG-RELATORIO-TURNOVER FROM WS-LINHA-TURNOVER.

       IMPRIMIR-LINHA-12M-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    GRAVAR-EXCECAO-GERAL                                    *
      *    Log de excecoes compartilhado (EXCPPRC).                 *
      *----------------------------------------------------------*
       COPY EXCPPRC.
