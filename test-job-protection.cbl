       IDENTIFICATION DIVISION.
       PROGRAM-ID. TESTESTB.

      *----------------------------------------------------------*
      *    TESTESTB                                                *
      *    Relatorio mensal das estabilidades a vencer: a partir   *
      *    do registro ESTABREG.DAT (ver ESTBFD) lista em          *
      *    ESTBREPT.DAT os periodos de estabilidade que terminam   *
      *    entre a data de negocio (DATACTL.DAT) e os proximos 30  *
      *    dias (cartao ESTBCTL.DAT), com nome e departamento do   *
      *    extrato EMPEXTR.DAT e os dias que faltam, para a RH e o *
      *    Juridico prepararem o fim da protecao. Em secao propria *
      *    saem as estabilidades vigentes sem data de fim (a RH    *
      *    precisa informar a data) e, no total, as vigentes por   *
      *    motivo. Agendado mensalmente em JOBSCHED.DAT            *
      *    (TESTAGND). Sem ESTABREG.DAT, RC=4.                     *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY ESTBSEL.

           SELECT OPTIONAL EXTRATO-EMPREGADOS
               ASSIGN TO "EMPEXTR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-EXTRATO.

           SELECT OPTIONAL CARTAO-JANELA-ESTAB
               ASSIGN TO "ESTBCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CARTAO.

           SELECT OPTIONAL CARTAO-DATA-NEGOCIO
               ASSIGN TO "DATACTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-DATA-NEG.

           SELECT RELATORIO-ESTABILIDADES
               ASSIGN TO "ESTBREPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RELATORIO.

           COPY EXCPSEL.

           COPY RUNRSEL.

       DATA DIVISION.
       FILE SECTION.
       COPY ESTBFD.

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

       FD  CARTAO-JANELA-ESTAB.
       01  REG-CARTAO-JANELA.
           05  JNE-DIAS             PIC 9(03).
           05  FILLER               PIC X(77).

       FD  CARTAO-DATA-NEGOCIO.
       01  REG-CARTAO-DATA-NEG.
           05  DATA-NEGOCIO-CARTAO      PIC 9(08).
           05  FILLER                   PIC X(72).

       FD  RELATORIO-ESTABILIDADES.
       01  REG-RELATORIO-ESTAB      PIC X(132).

       COPY EXCPFD.

       COPY RUNRFD.

       WORKING-STORAGE SECTION.
       COPY RUNRWS.
       COPY EXCPWS.
       COPY EXTVWS.
       COPY ESTBWS.

       01  WS-STATUS-EXTRATO        PIC XX.
       01  WS-STATUS-CARTAO         PIC XX.
       01  WS-STATUS-DATA-NEG       PIC XX.
       01  WS-STATUS-RELATORIO      PIC XX.
       01  WS-EOF-EXTRATO           PIC X VALUE 'N'.
       01  WS-EXTRATO-DISPONIVEL    PIC X VALUE 'N'.

       01  WS-DATA-NEGOCIO          PIC 9(08) VALUE ZEROS.
       01  WS-DIAS-JANELA           PIC 9(03) VALUE 30.
       01  WS-DATA-LIMITE           PIC 9(08) VALUE ZEROS.
       01  WS-DIA-NEGOCIO           PIC S9(09) COMP.
       01  WS-DIA-FIM               PIC S9(09) COMP.
       01  WS-DIAS-RESTANTES        PIC 9(05) VALUE ZEROS.

      *    Nome e departamento do extrato, na mesma posicao do
      *    periodo na tabela de ESTBWS.
       01  WS-TABELA-NOMES-ESTAB.
           05  WS-NOME-ESTAB OCCURS 2000 TIMES.
               10  WS-NME-NOME          PIC X(30).
               10  WS-NME-DEPARTAMENTO  PIC X(10).
               10  WS-NME-NO-EXTRATO    PIC X(01).

      *    Vigentes, a vencer e sem fim por motivo: GE/SI/AT/CI.
       01  WS-IDX-MOTIVO            PIC 9(01) VALUE ZEROS.
       01  WS-POS-MOTIVO            PIC 9(01) VALUE ZEROS.
       01  WS-TABELA-MOTIVOS-DEF.
           05  FILLER               PIC X(24) VALUE
               'GEGESTANTE              '.
           05  FILLER               PIC X(24) VALUE
               'SIDIRIGENTE SINDICAL    '.
           05  FILLER               PIC X(24) VALUE
               'ATRETORNO ACID. TRABALHO'.
           05  FILLER               PIC X(24) VALUE
               'CIMEMBRO DA CIPA        '.
       01  WS-TABELA-MOTIVOS REDEFINES WS-TABELA-MOTIVOS-DEF.
           05  WS-MOTIVO-EST OCCURS 4 TIMES.
               10  WS-MTV-CODIGO        PIC X(02).
               10  WS-MTV-DESCRICAO     PIC X(22).
       01  WS-CONTADORES-MOTIVO.
           05  WS-CONT-MOTIVO OCCURS 4 TIMES.
               10  WS-CNT-VIGENTES      PIC 9(05).
               10  WS-CNT-A-VENCER      PIC 9(05).
               10  WS-CNT-SEM-FIM       PIC 9(05).
       01  WS-QTD-VIGENTES          PIC 9(05) VALUE ZEROS.
       01  WS-QTD-A-VENCER          PIC 9(05) VALUE ZEROS.
       01  WS-QTD-SEM-FIM           PIC 9(05) VALUE ZEROS.

       01  WS-CABECALHO-1.
           05  FILLER               PIC X(30) VALUE
               'ESTABILIDADES A VENCER EM ATE '.
           05  EBR-CAB-DIAS         PIC ZZ9.
           05  FILLER               PIC X(19) VALUE
               ' DIAS - DATA BASE: '.
           05  EBR-CAB-DATA         PIC 9(08).
           05  FILLER               PIC X(05) VALUE ' ATE '.
           05  EBR-CAB-LIMITE       PIC 9(08).

       01  WS-CABECALHO-COLUNAS.
           05  FILLER               PIC X(50) VALUE
               'MATRIC NOME                           DEPARTAMEN  '.
           05  FILLER               PIC X(50) VALUE
               'MOTIVO                  INICIO   FIM       DIAS  O'.
           05  FILLER               PIC X(08) VALUE
               'BSERVAC '.

       01  WS-TITULO-SECAO          PIC X(80).

       01  WS-LINHA-ESTABILIDADE.
           05  EBR-MATRICULA        PIC 9(05).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  EBR-NOME             PIC X(30).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  EBR-DEPARTAMENTO     PIC X(10).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  EBR-MOTIVO           PIC X(22).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  EBR-INICIO           PIC 9(08).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  EBR-FIM              PIC 9(08).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  EBR-DIAS             PIC ZZZZ9.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  EBR-OBSERVACAO       PIC X(30).

       01  WS-LINHA-SEM-EXTRATO     PIC X(60) VALUE
           '  (MATRICULA FORA DO EXTRATO DE ATIVOS)'.

       01  WS-LINHA-NENHUMA         PIC X(20) VALUE '  NENHUMA'.

       01  WS-LINHA-MOTIVO.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  EBM-DESCRICAO        PIC X(22).
           05  FILLER               PIC X(11) VALUE ' VIGENTES: '.
           05  EBM-VIGENTES         PIC ZZZZ9.
           05  FILLER               PIC X(13) VALUE '  A VENCER: '.
           05  EBM-A-VENCER         PIC ZZZZ9.
           05  FILLER               PIC X(12) VALUE '  SEM FIM: '.
           05  EBM-SEM-FIM          PIC ZZZZ9.

       01  WS-LINHA-TOTAL.
           05  FILLER               PIC X(24) VALUE
               'TOTAL                   '.
           05  FILLER               PIC X(11) VALUE ' VIGENTES: '.
           05  EBT-VIGENTES         PIC ZZZZ9.
           05  FILLER               PIC X(13) VALUE '  A VENCER: '.
           05  EBT-A-VENCER         PIC ZZZZ9.
           05  FILLER               PIC X(12) VALUE '  SEM FIM: '.
           05  EBT-SEM-FIM          PIC ZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 0 TO RETURN-CODE.
           MOVE 'TESTESTB' TO WS-RUN-PROGRAMA.
           PERFORM REGISTRAR-INICIO-EXECUCAO.
           PERFORM OBTER-DATA-NEGOCIO.
           PERFORM LER-CARTAO-JANELA.
           COMPUTE WS-DIA-NEGOCIO =
               FUNCTION INTEGER-OF-DATE (WS-DATA-NEGOCIO).
           COMPUTE WS-DATA-LIMITE = FUNCTION DATE-OF-INTEGER
               (WS-DIA-NEGOCIO + WS-DIAS-JANELA).

           MOVE 'TESTESTB' TO WS-EST-PROGRAMA.
           PERFORM CARREGAR-ESTABILIDADES THRU
                   CARREGAR-ESTABILIDADES-EXIT.
           IF WS-STATUS-ESTABILIDADES NOT = '00'
               DISPLAY 'TESTESTB ESTABREG.DAT AUSENTE - SEM '
                       'ESTABILIDADES A LISTAR'
               MOVE 4 TO RETURN-CODE
           END-IF.
           INITIALIZE WS-TABELA-NOMES-ESTAB.
           INITIALIZE WS-CONTADORES-MOTIVO.
           PERFORM CARREGAR-EXTRATO.

           OPEN OUTPUT RELATORIO-ESTABILIDADES.
           MOVE WS-DIAS-JANELA  TO EBR-CAB-DIAS.
           MOVE WS-DATA-NEGOCIO TO EBR-CAB-DATA.
           MOVE WS-DATA-LIMITE  TO EBR-CAB-LIMITE.
           WRITE REG-RELATORIO-ESTAB FROM WS-CABECALHO-1.

           MOVE SPACES TO REG-RELATORIO-ESTAB.
           WRITE REG-RELATORIO-ESTAB.
           MOVE 'ESTABILIDADES QUE TERMINAM NA JANELA'
               TO WS-TITULO-SECAO.
           WRITE REG-RELATORIO-ESTAB FROM WS-TITULO-SECAO.
           WRITE REG-RELATORIO-ESTAB FROM WS-CABECALHO-COLUNAS.
           PERFORM LISTAR-A-VENCER THRU LISTAR-A-VENCER-EXIT
               VARYING WS-IDX-ESTABILIDADE FROM 1 BY 1
               UNTIL WS-IDX-ESTABILIDADE > WS-QTD-ESTABILIDADES.
           IF WS-QTD-A-VENCER = ZEROS
               WRITE REG-RELATORIO-ESTAB FROM WS-LINHA-NENHUMA
           END-IF.

           MOVE SPACES TO REG-RELATORIO-ESTAB.
           WRITE REG-RELATORIO-ESTAB.
           MOVE 'ESTABILIDADES VIGENTES SEM DATA DE FIM (INFORMAR)'
               TO WS-TITULO-SECAO.
           WRITE REG-RELATORIO-ESTAB FROM WS-TITULO-SECAO.
           WRITE REG-RELATORIO-ESTAB FROM WS-CABECALHO-COLUNAS.
           PERFORM LISTAR-SEM-FIM THRU LISTAR-SEM-FIM-EXIT
               VARYING WS-IDX-ESTABILIDADE FROM 1 BY 1
               UNTIL WS-IDX-ESTABILIDADE > WS-QTD-ESTABILIDADES.
           IF WS-QTD-SEM-FIM = ZEROS
               WRITE REG-RELATORIO-ESTAB FROM WS-LINHA-NENHUMA
           END-IF.

           MOVE SPACES TO REG-RELATORIO-ESTAB.
           WRITE REG-RELATORIO-ESTAB.
           MOVE 'ESTABILIDADES POR MOTIVO' TO WS-TITULO-SECAO.
           WRITE REG-RELATORIO-ESTAB FROM WS-TITULO-SECAO.
           PERFORM IMPRIMIR-MOTIVO
               VARYING WS-IDX-MOTIVO FROM 1 BY 1
               UNTIL WS-IDX-MOTIVO > 4.
           MOVE WS-QTD-VIGENTES TO EBT-VIGENTES.
           MOVE WS-QTD-A-VENCER TO EBT-A-VENCER.
           MOVE WS-QTD-SEM-FIM  TO EBT-SEM-FIM.
           WRITE REG-RELATORIO-ESTAB FROM WS-LINHA-TOTAL.
           CLOSE RELATORIO-ESTABILIDADES.

           DISPLAY 'TESTESTB ESTABILIDADES VIGENTES: ' WS-QTD-VIGENTES.
           DISPLAY 'TESTESTB A VENCER EM ' WS-DIAS-JANELA
                   ' DIAS.......: ' WS-QTD-A-VENCER.
           DISPLAY 'TESTESTB VIGENTES SEM DATA FIM: ' WS-QTD-SEM-FIM.

           PERFORM REGISTRAR-FIM-EXECUCAO.
           STOP RUN.

      *----------------------------------------------------------*
      *    OBTER-DATA-NEGOCIO                                       *
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
      *    LER-CARTAO-JANELA                                        *
      *----------------------------------------------------------*
       LER-CARTAO-JANELA.
           OPEN INPUT CARTAO-JANELA-ESTAB.
           IF WS-STATUS-CARTAO = '00'
               READ CARTAO-JANELA-ESTAB
                   AT END
                       CONTINUE
                   NOT AT END
                       IF JNE-DIAS IS NUMERIC AND JNE-DIAS > ZEROS
                           MOVE JNE-DIAS TO WS-DIAS-JANELA
                       END-IF
               END-READ
           END-IF.
           CLOSE CARTAO-JANELA-ESTAB.

       LER-CARTAO-JANELA-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    CARREGAR-EXTRATO                                         *
      *    Nome e departamento de cada matricula do registro.       *
      *----------------------------------------------------------*
       CARREGAR-EXTRATO.
           OPEN INPUT EXTRATO-EMPREGADOS.
           IF WS-STATUS-EXTRATO = '00'
               MOVE 'S' TO WS-EXTRATO-DISPONIVEL
               PERFORM LER-EXTRATO
                   UNTIL WS-EOF-EXTRATO = 'S'
           ELSE
               DISPLAY 'TESTESTB EMPEXTR.DAT AUSENTE - RELATORIO '
                       'SEM NOMES'
           END-IF.
           CLOSE EXTRATO-EMPREGADOS.

       CARREGAR-EXTRATO-EXIT.
           EXIT.

       LER-EXTRATO.
           READ EXTRATO-EMPREGADOS
               AT END
                   MOVE 'S' TO WS-EOF-EXTRATO
               NOT AT END
                   IF REG-EXTRATO-EMPREGADO (1:6) = 'VERSAO'
                       MOVE REG-EXTRATO-EMPREGADO (7:2)
                           TO WS-VERSAO-EXTRATO-LIDA
                       PERFORM CONFERIR-VERSAO-EXTRATO
                   ELSE
                       IF EXT-EMPLOYEE-ID IS NUMERIC
                           PERFORM GUARDAR-NOME-ESTAB
                               VARYING WS-IDX-ESTABILIDADE FROM 1 BY 1
                               UNTIL WS-IDX-ESTABILIDADE
                                     > WS-QTD-ESTABILIDADES
                       END-IF
                   END-IF
           END-READ.

       LER-EXTRATO-EXIT.
           EXIT.

       GUARDAR-NOME-ESTAB.
           IF WS-ETB-MATRICULA (WS-IDX-ESTABILIDADE) = EXT-EMPLOYEE-ID
               MOVE EXT-EMPLOYEE-NAME
                   TO WS-NME-NOME (WS-IDX-ESTABILIDADE)
               MOVE EXT-EMPLOYEE-DEPARTMENT
                   TO WS-NME-DEPARTAMENTO (WS-IDX-ESTABILIDADE)
               MOVE 'S' TO WS-NME-NO-EXTRATO (WS-IDX-ESTABILIDADE)
           END-IF.

       GUARDAR-NOME-ESTAB-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    CONFERIR-VERSAO-EXTRATO                                  *
      *    Header de versao de layout (ver EXTVWS).                 *
      *----------------------------------------------------------*
       CONFERIR-VERSAO-EXTRATO.
           IF WS-VERSAO-EXTRATO-LIDA NOT = WS-VERSAO-EXTRATO-ATUAL
               DISPLAY 'TESTESTB VERSAO DO EXTRATO '
                       WS-VERSAO-EXTRATO-LIDA
                       ' INCOMPATIVEL - ESPERADA '
                       WS-VERSAO-EXTRATO-ATUAL
               MOVE 'TESTESTB'          TO WS-EXC-PROGRAMA
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
      *    LISTAR-A-VENCER                                          *
      *    Periodo vigente na data base (e os que comecam dentro    *
      *    da janela nao contam) com fim ate a data limite.         *
      *----------------------------------------------------------*
       LISTAR-A-VENCER.
           IF WS-ETB-INICIO (WS-IDX-ESTABILIDADE) > WS-DATA-NEGOCIO
               GO TO LISTAR-A-VENCER-EXIT
           END-IF.
           IF WS-ETB-FIM (WS-IDX-ESTABILIDADE) NOT = ZEROS
                  AND WS-ETB-FIM (WS-IDX-ESTABILIDADE)
                      < WS-DATA-NEGOCIO
               GO TO LISTAR-A-VENCER-EXIT
           END-IF.
           PERFORM LOCALIZAR-MOTIVO.
           ADD 1 TO WS-QTD-VIGENTES.
           IF WS-POS-MOTIVO NOT > 4
               ADD 1 TO WS-CNT-VIGENTES (WS-POS-MOTIVO)
           END-IF.
           IF WS-ETB-FIM (WS-IDX-ESTABILIDADE) = ZEROS
                  OR WS-ETB-FIM (WS-IDX-ESTABILIDADE) > WS-DATA-LIMITE
               GO TO LISTAR-A-VENCER-EXIT
           END-IF.

           ADD 1 TO WS-QTD-A-VENCER.
           IF WS-POS-MOTIVO NOT > 4
               ADD 1 TO WS-CNT-A-VENCER (WS-POS-MOTIVO)
           END-IF.
           COMPUTE WS-DIA-FIM = FUNCTION INTEGER-OF-DATE
               (WS-ETB-FIM (WS-IDX-ESTABILIDADE)).
           COMPUTE WS-DIAS-RESTANTES = WS-DIA-FIM - WS-DIA-NEGOCIO.
           PERFORM IMPRIMIR-ESTABILIDADE.

       LISTAR-A-VENCER-EXIT.
           EXIT.

       LISTAR-SEM-FIM.
           IF WS-ETB-FIM (WS-IDX-ESTABILIDADE) NOT = ZEROS
                  OR WS-ETB-INICIO (WS-IDX-ESTABILIDADE)
                      > WS-DATA-NEGOCIO
               GO TO LISTAR-SEM-FIM-EXIT
           END-IF.
           ADD 1 TO WS-QTD-SEM-FIM.
           PERFORM LOCALIZAR-MOTIVO.
           IF WS-POS-MOTIVO NOT > 4
               ADD 1 TO WS-CNT-SEM-FIM (WS-POS-MOTIVO)
           END-IF.
           MOVE ZEROS TO WS-DIAS-RESTANTES.
           PERFORM IMPRIMIR-ESTABILIDADE.

       LISTAR-SEM-FIM-EXIT.
           EXIT.

      *    WS-POS-MOTIVO = 5 quando o codigo nao esta na tabela.
       LOCALIZAR-MOTIVO.
           MOVE 5 TO WS-POS-MOTIVO.
           PERFORM COMPARAR-MOTIVO
               VARYING WS-IDX-MOTIVO FROM 1 BY 1
               UNTIL WS-IDX-MOTIVO > 4
                  OR WS-POS-MOTIVO NOT > 4.

       LOCALIZAR-MOTIVO-EXIT.
           EXIT.

       COMPARAR-MOTIVO.
           IF WS-MTV-CODIGO (WS-IDX-MOTIVO)
                  = WS-ETB-MOTIVO (WS-IDX-ESTABILIDADE)
               MOVE WS-IDX-MOTIVO TO WS-POS-MOTIVO
           END-IF.

       COMPARAR-MOTIVO-EXIT.
           EXIT.

       IMPRIMIR-ESTABILIDADE.
           MOVE WS-ETB-MATRICULA (WS-IDX-ESTABILIDADE)
               TO EBR-MATRICULA.
           MOVE WS-NME-NOME (WS-IDX-ESTABILIDADE) TO EBR-NOME.
           MOVE WS-NME-DEPARTAMENTO (WS-IDX-ESTABILIDADE)
               TO EBR-DEPARTAMENTO.
           IF WS-POS-MOTIVO NOT > 4
               MOVE WS-MTV-DESCRICAO (WS-POS-MOTIVO) TO EBR-MOTIVO
           ELSE
               MOVE WS-ETB-MOTIVO (WS-IDX-ESTABILIDADE) TO EBR-MOTIVO
           END-IF.
           MOVE WS-ETB-INICIO (WS-IDX-ESTABILIDADE) TO EBR-INICIO.
           MOVE WS-ETB-FIM (WS-IDX-ESTABILIDADE)    TO EBR-FIM.
           MOVE WS-DIAS-RESTANTES                   TO EBR-DIAS.
           MOVE WS-ETB-OBSERVACAO (WS-IDX-ESTABILIDADE)
               TO EBR-OBSERVACAO.
           WRITE REG-RELATORIO-ESTAB FROM WS-LINHA-ESTABILIDADE.
           IF WS-EXTRATO-DISPONIVEL = 'S'
                  AND WS-NME-NO-EXTRATO (WS-IDX-ESTABILIDADE) NOT = 'S'
               WRITE REG-RELATORIO-ESTAB FROM WS-LINHA-SEM-EXTRATO
           END-IF.

       IMPRIMIR-ESTABILIDADE-EXIT.
           EXIT.

       IMPRIMIR-MOTIVO.
           MOVE WS-MTV-DESCRICAO (WS-IDX-MOTIVO) TO EBM-DESCRICAO.
           MOVE WS-CNT-VIGENTES (WS-IDX-MOTIVO)  TO EBM-VIGENTES.
           MOVE WS-CNT-A-VENCER (WS-IDX-MOTIVO)  TO EBM-A-VENCER.
           MOVE WS-CNT-SEM-FIM (WS-IDX-MOTIVO)   TO EBM-SEM-FIM.
           WRITE REG-RELATORIO-ESTAB FROM WS-LINHA-MOTIVO.

       IMPRIMIR-MOTIVO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    CARREGAR-ESTABILIDADES                                   *
      *    Registro de estabilidades compartilhado (ESTBPRC).       *
      *----------------------------------------------------------*
       COPY ESTBPRC.

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
