       IDENTIFICATION DIVISION.
       PROGRAM-ID. TESTAGND.

      *----------------------------------------------------------*
      *    TESTAGND                                                *
      *    Agenda dos jobs que nao rodam toda noite (13o, informe  *
      *    de rendimentos, recertificacao de operadores, expurgos, *
      *    rescisao...): roda logo apos TESTCALD e, a partir da    *
      *    tabela JOBSCHED.DAT (programa, regra de frequencia,     *
      *    meses, dia util, pre-requisitos) e do calendario de     *
      *    negocio CALENDAR.DAT, emite em JOBDUE.DAT a lista dos   *
      *    jobs devidos na data de negocio (DATACTL.DAT) com a     *
      *    situacao de cada um:                                    *
      *      LIBERADO         pre-requisitos atendidos;            *
      *      AGUARDA PRE-REQ  programa pre-requisito sem execucao  *
      *                       com RC < 8 no mes;                   *
      *      SEM INSUMO       arquivo pre-requisito ausente/vazio. *
      *    Regras (SCH-REGRA):                                     *
      *      'D' todo dia util;                                    *
      *      'I' n-esimo dia util do mes (SCH-DIA-UTIL);           *
      *      'F' n-esimo dia util contado do fim do mes (1 ou      *
      *          zero = ultimo dia util);                          *
      *      'E' por evento - devido no dia util em que o arquivo  *
      *          pre-requisito tiver registros.                    *
      *    SCH-MESES marca com 'S' os meses em que a regra vale    *
      *    (em branco = todos). Na segunda parte do relatorio, o   *
      *    registro de execucoes RUNREG.DAT aponta os jobs que     *
      *    estavam devidos na ultima data devida anterior e nao    *
      *    rodaram desde entao (regra 'I'/'F': qualquer execucao   *
      *    no mes da data devida vale) - cada um vira excecao      *
      *    severidade 2 e o run devolve RC=4. Jobs por evento nao  *
      *    tem data devida passada a conferir.                     *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ARQUIVO-CALENDARIO
               ASSIGN TO "CALENDAR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CALENDARIO.

           SELECT OPTIONAL CARTAO-DATA-NEGOCIO
               ASSIGN TO "DATACTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-DATA-NEG.

           SELECT OPTIONAL TABELA-AGENDA
               ASSIGN TO "JOBSCHED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-AGENDA.

           SELECT OPTIONAL REGISTRO-EXECUCOES
               ASSIGN TO "RUNREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-REGISTRO-EXEC.

           SELECT OPTIONAL ARQUIVO-INSUMO
               ASSIGN TO WS-NOME-ARQ-INSUMO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-INSUMO.

           SELECT RELATORIO-AGENDA
               ASSIGN TO "JOBDUE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RELATORIO.

           COPY EXCPSEL.

       DATA DIVISION.
       FILE SECTION.
      *    Mesmo layout lido por TESTCALD.
       FD  ARQUIVO-CALENDARIO.
       01  REG-CALENDARIO.
           05  CAL-DATA             PIC 9(08).
           05  CAL-TIPO             PIC X(01).
               88  CAL-DIA-UTIL         VALUE 'U'.
               88  CAL-FECHAMENTO-MES   VALUE 'M'.
               88  CAL-NAO-UTIL         VALUE 'F'.
           05  FILLER               PIC X(71).

       FD  CARTAO-DATA-NEGOCIO.
       01  REG-CARTAO-DATA-NEG.
           05  DATA-NEGOCIO-CARTAO  PIC 9(08).
           05  FILLER               PIC X(72).

       FD  TABELA-AGENDA.
       01  REG-AGENDA.
           05  SCH-PROGRAMA         PIC X(10).
           05  SCH-REGRA            PIC X(01).
               88  SCH-REGRA-DIARIA     VALUE 'D'.
               88  SCH-REGRA-INICIO-MES VALUE 'I'.
               88  SCH-REGRA-FIM-MES    VALUE 'F'.
               88  SCH-REGRA-EVENTO     VALUE 'E'.
           05  SCH-DIA-UTIL         PIC 9(02).
           05  SCH-MESES            PIC X(12).
           05  SCH-PRE-PROGRAMA     PIC X(10).
           05  SCH-PRE-ARQUIVO      PIC X(12).
           05  SCH-INICIO-VIGENCIA  PIC 9(08).
           05  SCH-DESCRICAO        PIC X(30).

       COPY RUNRFD.

       FD  ARQUIVO-INSUMO.
       01  REG-ARQUIVO-INSUMO       PIC X(256).

       FD  RELATORIO-AGENDA.
       01  REG-RELATORIO-AGENDA     PIC X(132).

       COPY EXCPFD.

       WORKING-STORAGE SECTION.
       COPY EXCPWS.

       01  WS-STATUS-CALENDARIO     PIC XX.
       01  WS-STATUS-DATA-NEG       PIC XX.
       01  WS-STATUS-AGENDA         PIC XX.
       01  WS-STATUS-REGISTRO-EXEC  PIC XX.
       01  WS-STATUS-INSUMO         PIC XX.
       01  WS-STATUS-RELATORIO      PIC XX.
       01  WS-EOF-CALENDARIO        PIC X VALUE 'N'.
       01  WS-EOF-AGENDA            PIC X VALUE 'N'.
       01  WS-EOF-REGISTRO-EXEC     PIC X VALUE 'N'.

       01  WS-NOME-ARQ-INSUMO       PIC X(12) VALUE SPACES.
       01  WS-INSUMO-COM-DADOS      PIC X VALUE 'N'.

       01  WS-DATA-HOJE             PIC 9(08).
       01  WS-DATA-HOJE-R REDEFINES WS-DATA-HOJE.
           05  WS-HOJE-ANO          PIC 9(04).
           05  WS-HOJE-MES          PIC 9(02).
           05  WS-HOJE-DIA          PIC 9(02).
       01  WS-INICIO-MES-HOJE       PIC 9(08).
       01  WS-INICIO-JANELA         PIC 9(08).
       01  WS-FIM-JANELA            PIC 9(08).
       01  WS-DATA-ANTERIOR-CAL     PIC 9(08) VALUE ZEROS.

       01  WS-CALENDARIO-AUSENTE    PIC X VALUE 'N'.
       01  WS-HOJE-NO-CALENDARIO    PIC X VALUE 'N'.
       01  WS-HOJE-NAO-UTIL         PIC X VALUE 'N'.
       01  WS-IDX-HOJE              PIC 9(04) VALUE ZEROS.
       01  WS-QTD-ANTERIORES        PIC 9(04) VALUE ZEROS.

      *    Dias uteis ('U'/'M') do ano anterior e do ano corrente,
      *    em ordem, com a posicao de cada um no seu mes contada do
      *    inicio e do fim - base das regras 'I' e 'F'.
       01  WS-QTD-DIAS-UTEIS        PIC 9(04) VALUE ZEROS.
       01  WS-IDX-CAL               PIC 9(04) VALUE ZEROS.
       01  WS-IDX-CAL-VIZINHO       PIC 9(04) VALUE ZEROS.
       01  WS-POSICAO-ACHADA        PIC X VALUE 'N'.
       01  WS-TABELA-CALENDARIO.
           05  WS-CAL-ENTRADA OCCURS 800 TIMES.
               10  WS-CAL-DATA      PIC 9(08).
               10  WS-CAL-DATA-R REDEFINES WS-CAL-DATA.
                   15  WS-CAL-ANO   PIC 9(04).
                   15  WS-CAL-MES   PIC 9(02).
                   15  WS-CAL-DIA   PIC 9(02).
               10  WS-CAL-ORD-INICIO PIC 9(02).
               10  WS-CAL-ORD-FIM   PIC 9(02).

      *    Tabela de agenda carregada de JOBSCHED.DAT, acrescida da
      *    ultima execucao do programa e da ultima execucao com
      *    RC < 8 do programa pre-requisito (RUNREG.DAT).
       01  WS-QTD-AGENDA            PIC 9(02) VALUE ZEROS.
       01  WS-IDX-AGENDA            PIC 9(02) VALUE ZEROS.
       01  WS-IDX-AGENDA-PRE        PIC 9(02) VALUE ZEROS.
       01  WS-TABELA-AGENDA.
           05  WS-AGD-ENTRADA OCCURS 50 TIMES.
               10  WS-AGD-PROGRAMA      PIC X(10).
               10  WS-AGD-REGRA         PIC X(01).
               10  WS-AGD-DIA-UTIL      PIC 9(02).
               10  WS-AGD-MESES         PIC X(12).
               10  WS-AGD-MES-FLAG REDEFINES WS-AGD-MESES
                                        PIC X(01) OCCURS 12 TIMES.
               10  WS-AGD-PRE-PROGRAMA  PIC X(10).
               10  WS-AGD-PRE-ARQUIVO   PIC X(12).
               10  WS-AGD-INICIO-VIGENCIA PIC 9(08).
               10  WS-AGD-DESCRICAO     PIC X(30).
               10  WS-AGD-ULTIMA-EXEC   PIC 9(08).
               10  WS-AGD-PRE-ULTIMA-OK PIC 9(08).
               10  WS-AGD-DEVIDO-HOJE   PIC X(01).

      *    Avaliacao de uma entrada da agenda numa data do calendario.
       01  WS-DEVIDO                PIC X VALUE 'N'.
       01  WS-DATA-DEVIDA           PIC 9(08) VALUE ZEROS.
       01  WS-DATA-DEVIDA-R REDEFINES WS-DATA-DEVIDA.
           05  WS-DEVIDA-ANO        PIC 9(04).
           05  WS-DEVIDA-MES        PIC 9(02).
           05  WS-DEVIDA-DIA        PIC 9(02).
       01  WS-DATA-MINIMA-EXEC      PIC 9(08) VALUE ZEROS.
       01  WS-ORDEM-FIM-REGRA       PIC 9(02) VALUE ZEROS.
       01  WS-PRE-DEVIDO-HOJE       PIC X VALUE 'N'.

       01  WS-SITUACAO-JOB          PIC X(16).
       01  WS-OBSERVACAO-JOB        PIC X(40).

       01  WS-QTD-DEVIDOS           PIC 9(03) VALUE ZEROS.
       01  WS-QTD-LIBERADOS         PIC 9(03) VALUE ZEROS.
       01  WS-QTD-PENDENTES         PIC 9(03) VALUE ZEROS.
       01  WS-QTD-PERDIDOS          PIC 9(03) VALUE ZEROS.
       01  WS-QTD-INVALIDOS         PIC 9(03) VALUE ZEROS.

       01  WS-CABECALHO-AGENDA.
           05  FILLER               PIC X(43) VALUE
               'AGENDA DE JOBS PERIODICOS - DATA DE NEGOCIO'.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  AGC-DATA             PIC 9(08).
           05  FILLER               PIC X(18) VALUE
               '  DIA UTIL DO MES:'.
           05  AGC-ORD-INICIO       PIC Z9.
           05  FILLER               PIC X(18) VALUE
               '  A PARTIR DO FIM:'.
           05  AGC-ORD-FIM          PIC Z9.
           05  AGC-AVISO            PIC X(30).

       01  WS-TITULO-DEVIDOS.
           05  FILLER               PIC X(40) VALUE
               'JOBS DEVIDOS NA DATA DE NEGOCIO'.

       01  WS-TITULO-INVALIDOS.
           05  FILLER               PIC X(50) VALUE
               'CARTOES INVALIDOS EM JOBSCHED.DAT (NAO AVALIADOS)'.

       01  WS-TITULO-PERDIDOS.
           05  FILLER               PIC X(50) VALUE
               'JOBS DEVIDOS E NAO EXECUTADOS (RUNREG.DAT)'.

       01  WS-LINHA-DEVIDO.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  AGD-PROGRAMA         PIC X(10).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  AGD-REGRA            PIC X(01).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  AGD-DESCRICAO        PIC X(30).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  AGD-SITUACAO         PIC X(16).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  AGD-OBSERVACAO       PIC X(40).

       01  WS-LINHA-PERDIDO.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  PRD-PROGRAMA         PIC X(10).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  PRD-REGRA            PIC X(01).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  PRD-DESCRICAO        PIC X(30).
           05  FILLER               PIC X(11) VALUE ' DEVIDO EM '.
           05  PRD-DATA-DEVIDA      PIC 9(08).
           05  FILLER               PIC X(18) VALUE
               '  ULTIMA EXECUCAO '.
           05  PRD-ULTIMA-EXEC      PIC X(08).

       01  WS-LINHA-INVALIDO.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  INV-PROGRAMA         PIC X(10).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  INV-REGRA            PIC X(01).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  INV-DESCRICAO        PIC X(30).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  INV-MOTIVO           PIC X(40).

       01  WS-LINHA-NENHUM.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  FILLER               PIC X(10) VALUE '(NENHUM)'.

       01  WS-LINHA-TOTAL-AGENDA.
           05  FILLER               PIC X(09) VALUE 'DEVIDOS: '.
           05  AGT-DEVIDOS          PIC ZZ9.
           05  FILLER               PIC X(13) VALUE '  LIBERADOS: '.
           05  AGT-LIBERADOS        PIC ZZ9.
           05  FILLER               PIC X(13) VALUE '  PENDENTES: '.
           05  AGT-PENDENTES        PIC ZZ9.
           05  FILLER               PIC X(18) VALUE
               '  NAO EXECUTADOS: '.
           05  AGT-PERDIDOS         PIC ZZ9.
           05  FILLER               PIC X(21) VALUE
               '  CARTOES INVALIDOS: '.
           05  AGT-INVALIDOS        PIC ZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 0 TO RETURN-CODE.
           PERFORM OBTER-DATA-NEGOCIO.

           PERFORM CARREGAR-AGENDA THRU CARREGAR-AGENDA-EXIT.
           IF RETURN-CODE = 8
               STOP RUN
           END-IF.

           PERFORM CARREGAR-CALENDARIO THRU CARREGAR-CALENDARIO-EXIT.
           PERFORM CARREGAR-EXECUCOES THRU CARREGAR-EXECUCOES-EXIT.

           OPEN OUTPUT RELATORIO-AGENDA.
           PERFORM IMPRIMIR-CABECALHO-AGENDA.

           PERFORM LISTAR-DEVIDOS-HOJE THRU LISTAR-DEVIDOS-HOJE-EXIT.
           PERFORM LISTAR-NAO-EXECUTADOS THRU
                   LISTAR-NAO-EXECUTADOS-EXIT.

           MOVE SPACES TO REG-RELATORIO-AGENDA.
           WRITE REG-RELATORIO-AGENDA.
           MOVE WS-QTD-DEVIDOS   TO AGT-DEVIDOS.
           MOVE WS-QTD-LIBERADOS TO AGT-LIBERADOS.
           MOVE WS-QTD-PENDENTES TO AGT-PENDENTES.
           MOVE WS-QTD-PERDIDOS  TO AGT-PERDIDOS.
           MOVE WS-QTD-INVALIDOS TO AGT-INVALIDOS.
           WRITE REG-RELATORIO-AGENDA FROM WS-LINHA-TOTAL-AGENDA.
           CLOSE RELATORIO-AGENDA.

           DISPLAY 'TESTAGND DATA DE NEGOCIO....: ' WS-DATA-HOJE.
           DISPLAY 'TESTAGND JOBS DEVIDOS.......: ' WS-QTD-DEVIDOS.
           DISPLAY 'TESTAGND JOBS LIBERADOS.....: ' WS-QTD-LIBERADOS.
           DISPLAY 'TESTAGND JOBS PENDENTES.....: ' WS-QTD-PENDENTES.
           DISPLAY 'TESTAGND JOBS NAO EXECUTADOS: ' WS-QTD-PERDIDOS.

           IF (WS-QTD-PERDIDOS > 0 OR WS-QTD-INVALIDOS > 0
                  OR WS-CALENDARIO-AUSENTE = 'S')
                  AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.

           STOP RUN.

      *----------------------------------------------------------*
      *    OBTER-DATA-NEGOCIO                                       *
      *    Data gravada por TESTCALD em DATACTL.DAT; sem o cartao,  *
      *    a data do sistema.                                       *
      *----------------------------------------------------------*
       OBTER-DATA-NEGOCIO.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           OPEN INPUT CARTAO-DATA-NEGOCIO.
           IF WS-STATUS-DATA-NEG = '00'
               READ CARTAO-DATA-NEGOCIO
                   AT END
                       CONTINUE
                   NOT AT END
                       IF DATA-NEGOCIO-CARTAO IS NUMERIC
                          AND DATA-NEGOCIO-CARTAO > ZEROS
                           MOVE DATA-NEGOCIO-CARTAO TO WS-DATA-HOJE
                       END-IF
               END-READ
           END-IF.
           CLOSE CARTAO-DATA-NEGOCIO.

           MOVE WS-DATA-HOJE TO WS-INICIO-MES-HOJE.
           MOVE '01'         TO WS-INICIO-MES-HOJE (7:2).
           COMPUTE WS-INICIO-JANELA = (WS-HOJE-ANO - 1) * 10000
                                    + 0101.
           COMPUTE WS-FIM-JANELA = WS-HOJE-ANO * 10000 + 1231.

       OBTER-DATA-NEGOCIO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    CARREGAR-AGENDA                                          *
      *    Sem JOBSCHED.DAT nao ha agenda a conferir: RC=8.         *
      *    Cartao com regra desconhecida, dia util fora de faixa    *
      *    ou evento sem arquivo pre-requisito vai para a lista     *
      *    de invalidos do relatorio e nao e avaliado.              *
      *----------------------------------------------------------*
       CARREGAR-AGENDA.
           OPEN INPUT TABELA-AGENDA.
           IF WS-STATUS-AGENDA NOT = '00'
               DISPLAY 'TESTAGND JOBSCHED.DAT AUSENTE - AGENDA NAO '
                       'CONFERIDA'
               MOVE 'TESTAGND'          TO WS-EXC-PROGRAMA
               MOVE 'CARREGAR-AGENDA'   TO WS-EXC-PARAGRAFO
               MOVE WS-STATUS-AGENDA    TO WS-EXC-CODIGO
               MOVE 'JOBSCHED.DAT AUSENTE' TO WS-EXC-MENSAGEM
               MOVE 2 TO WS-EXC-SEVERIDADE
               PERFORM GRAVAR-EXCECAO-GERAL
               CLOSE TABELA-AGENDA
               MOVE 8 TO RETURN-CODE
               GO TO CARREGAR-AGENDA-EXIT
           END-IF.

           PERFORM LER-CARTAO-AGENDA UNTIL WS-EOF-AGENDA = 'S'.
           CLOSE TABELA-AGENDA.

       CARREGAR-AGENDA-EXIT.
           EXIT.

       LER-CARTAO-AGENDA.
           READ TABELA-AGENDA
               AT END
                   MOVE 'S' TO WS-EOF-AGENDA
               NOT AT END
                   IF SCH-PROGRAMA NOT = SPACES
                       PERFORM GUARDAR-CARTAO-AGENDA
                   END-IF
           END-READ.

       LER-CARTAO-AGENDA-EXIT.
           EXIT.

       GUARDAR-CARTAO-AGENDA.
           IF WS-QTD-AGENDA >= 50
               DISPLAY 'TESTAGND TABELA DE AGENDA CHEIA - CARTAO '
                       'IGNORADO: ' SCH-PROGRAMA
               MOVE 'TESTAGND'          TO WS-EXC-PROGRAMA
               MOVE 'GUARDAR-CARTAO-AGENDA' TO WS-EXC-PARAGRAFO
               MOVE 4                   TO WS-EXC-CODIGO
               MOVE 'TABELA DE AGENDA CHEIA' TO WS-EXC-MENSAGEM
               MOVE 3 TO WS-EXC-SEVERIDADE
               PERFORM GRAVAR-EXCECAO-GERAL
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               ADD 1 TO WS-QTD-AGENDA
               MOVE SCH-PROGRAMA
                   TO WS-AGD-PROGRAMA (WS-QTD-AGENDA)
               MOVE SCH-REGRA
                   TO WS-AGD-REGRA (WS-QTD-AGENDA)
               MOVE SCH-DIA-UTIL
                   TO WS-AGD-DIA-UTIL (WS-QTD-AGENDA)
               MOVE SCH-MESES
                   TO WS-AGD-MESES (WS-QTD-AGENDA)
               MOVE SCH-PRE-PROGRAMA
                   TO WS-AGD-PRE-PROGRAMA (WS-QTD-AGENDA)
               MOVE SCH-PRE-ARQUIVO
                   TO WS-AGD-PRE-ARQUIVO (WS-QTD-AGENDA)
               MOVE SCH-INICIO-VIGENCIA
                   TO WS-AGD-INICIO-VIGENCIA (WS-QTD-AGENDA)
               IF SCH-INICIO-VIGENCIA NOT NUMERIC
                   MOVE ZEROS
                       TO WS-AGD-INICIO-VIGENCIA (WS-QTD-AGENDA)
               END-IF
               MOVE SCH-DESCRICAO
                   TO WS-AGD-DESCRICAO (WS-QTD-AGENDA)
               MOVE ZEROS TO WS-AGD-ULTIMA-EXEC (WS-QTD-AGENDA)
               MOVE ZEROS TO WS-AGD-PRE-ULTIMA-OK (WS-QTD-AGENDA)
               MOVE 'N'   TO WS-AGD-DEVIDO-HOJE (WS-QTD-AGENDA)
           END-IF.

       GUARDAR-CARTAO-AGENDA-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    CARREGAR-CALENDARIO                                      *
      *    CALENDAR.DAT em ordem cronologica (data fora de ordem    *
      *    e ignorada com aviso). Como em TESTCALD, data de         *
      *    negocio ausente do calendario conta como dia util -      *
      *    entra na tabela na sua posicao; dia 'F' (run por         *
      *    override) nao tem jobs devidos. Sem CALENDAR.DAT so as   *
      *    regras 'D' e 'E' sao avaliadas e nao ha conferencia de   *
      *    jobs nao executados.                                     *
      *----------------------------------------------------------*
       CARREGAR-CALENDARIO.
           OPEN INPUT ARQUIVO-CALENDARIO.
           IF WS-STATUS-CALENDARIO NOT = '00'
               DISPLAY 'TESTAGND CALENDAR.DAT AUSENTE - SO REGRAS '
                       'DIARIAS E POR EVENTO AVALIADAS'
               MOVE 'TESTAGND'          TO WS-EXC-PROGRAMA
               MOVE 'CARREGAR-CALENDARIO' TO WS-EXC-PARAGRAFO
               MOVE 4                   TO WS-EXC-CODIGO
               MOVE 'CALENDAR.DAT AUSENTE' TO WS-EXC-MENSAGEM
               MOVE 3 TO WS-EXC-SEVERIDADE
               PERFORM GRAVAR-EXCECAO-GERAL
               CLOSE ARQUIVO-CALENDARIO
               MOVE 'S' TO WS-CALENDARIO-AUSENTE
               MOVE ZEROS TO WS-QTD-DIAS-UTEIS
               PERFORM INCLUIR-HOJE-CALENDARIO
               MOVE 1 TO WS-IDX-HOJE
               MOVE ZEROS TO WS-CAL-ORD-INICIO (1)
               MOVE ZEROS TO WS-CAL-ORD-FIM (1)
               GO TO CARREGAR-CALENDARIO-EXIT
           END-IF.

           PERFORM LER-DIA-CALENDARIO UNTIL WS-EOF-CALENDARIO = 'S'.
           CLOSE ARQUIVO-CALENDARIO.

           IF WS-HOJE-NO-CALENDARIO = 'N'
               PERFORM INCLUIR-HOJE-CALENDARIO
           END-IF.

           PERFORM NUMERAR-DIA-INICIO
               VARYING WS-IDX-CAL FROM 1 BY 1
               UNTIL WS-IDX-CAL > WS-QTD-DIAS-UTEIS.
           PERFORM NUMERAR-DIA-FIM
               VARYING WS-IDX-CAL FROM WS-QTD-DIAS-UTEIS BY -1
               UNTIL WS-IDX-CAL < 1.

           MOVE ZEROS TO WS-QTD-ANTERIORES.
           MOVE ZEROS TO WS-IDX-HOJE.
           PERFORM LOCALIZAR-HOJE
               VARYING WS-IDX-CAL FROM 1 BY 1
               UNTIL WS-IDX-CAL > WS-QTD-DIAS-UTEIS.

       CARREGAR-CALENDARIO-EXIT.
           EXIT.

       LER-DIA-CALENDARIO.
           READ ARQUIVO-CALENDARIO
               AT END
                   MOVE 'S' TO WS-EOF-CALENDARIO
               NOT AT END
                   PERFORM GUARDAR-DIA-CALENDARIO THRU
                           GUARDAR-DIA-CALENDARIO-EXIT
           END-READ.

       LER-DIA-CALENDARIO-EXIT.
           EXIT.

       GUARDAR-DIA-CALENDARIO.
           IF CAL-DATA NOT NUMERIC
               GO TO GUARDAR-DIA-CALENDARIO-EXIT
           END-IF.
           IF CAL-DATA = WS-DATA-HOJE
               MOVE 'S' TO WS-HOJE-NO-CALENDARIO
               IF CAL-NAO-UTIL
                   MOVE 'S' TO WS-HOJE-NAO-UTIL
               END-IF
           END-IF.
           IF NOT CAL-DIA-UTIL AND NOT CAL-FECHAMENTO-MES
               GO TO GUARDAR-DIA-CALENDARIO-EXIT
           END-IF.
           IF CAL-DATA < WS-INICIO-JANELA OR CAL-DATA > WS-FIM-JANELA
               GO TO GUARDAR-DIA-CALENDARIO-EXIT
           END-IF.
           IF CAL-DATA <= WS-DATA-ANTERIOR-CAL
               DISPLAY 'TESTAGND CALENDAR.DAT FORA DE ORDEM EM '
                       CAL-DATA ' - DATA IGNORADA'
               MOVE 'TESTAGND'          TO WS-EXC-PROGRAMA
               MOVE 'GUARDAR-DIA-CALENDARIO' TO WS-EXC-PARAGRAFO
               MOVE 4                   TO WS-EXC-CODIGO
               MOVE 'CALENDAR.DAT FORA DE ORDEM' TO WS-EXC-MENSAGEM
               MOVE 3 TO WS-EXC-SEVERIDADE
               PERFORM GRAVAR-EXCECAO-GERAL
               GO TO GUARDAR-DIA-CALENDARIO-EXIT
           END-IF.
           IF WS-QTD-DIAS-UTEIS >= 800
               GO TO GUARDAR-DIA-CALENDARIO-EXIT
           END-IF.
           ADD 1 TO WS-QTD-DIAS-UTEIS.
           MOVE CAL-DATA TO WS-CAL-DATA (WS-QTD-DIAS-UTEIS).
           MOVE CAL-DATA TO WS-DATA-ANTERIOR-CAL.

       GUARDAR-DIA-CALENDARIO-EXIT.
           EXIT.

      *    Data de negocio fora do calendario: desloca os dias
      *    posteriores e insere a data na sua posicao.
       INCLUIR-HOJE-CALENDARIO.
           IF WS-QTD-DIAS-UTEIS >= 800
               SUBTRACT 1 FROM WS-QTD-DIAS-UTEIS
           END-IF.
           MOVE WS-QTD-DIAS-UTEIS TO WS-IDX-CAL.
           MOVE 'N' TO WS-POSICAO-ACHADA.
           PERFORM DESLOCAR-DIA-CALENDARIO THRU
                   DESLOCAR-DIA-CALENDARIO-EXIT
               UNTIL WS-IDX-CAL < 1 OR WS-POSICAO-ACHADA = 'S'.
           ADD 1 TO WS-IDX-CAL.
           MOVE WS-DATA-HOJE TO WS-CAL-DATA (WS-IDX-CAL).
           ADD 1 TO WS-QTD-DIAS-UTEIS.

       INCLUIR-HOJE-CALENDARIO-EXIT.
           EXIT.

       DESLOCAR-DIA-CALENDARIO.
           IF WS-CAL-DATA (WS-IDX-CAL) < WS-DATA-HOJE
               MOVE 'S' TO WS-POSICAO-ACHADA
               GO TO DESLOCAR-DIA-CALENDARIO-EXIT
           END-IF.
           COMPUTE WS-IDX-CAL-VIZINHO = WS-IDX-CAL + 1.
           MOVE WS-CAL-DATA (WS-IDX-CAL)
               TO WS-CAL-DATA (WS-IDX-CAL-VIZINHO).
           SUBTRACT 1 FROM WS-IDX-CAL.

       DESLOCAR-DIA-CALENDARIO-EXIT.
           EXIT.

       NUMERAR-DIA-INICIO.
           COMPUTE WS-IDX-CAL-VIZINHO = WS-IDX-CAL - 1.
           IF WS-IDX-CAL = 1
               MOVE 1 TO WS-CAL-ORD-INICIO (WS-IDX-CAL)
           ELSE
               IF WS-CAL-ANO (WS-IDX-CAL) =
                      WS-CAL-ANO (WS-IDX-CAL-VIZINHO)
                  AND WS-CAL-MES (WS-IDX-CAL) =
                      WS-CAL-MES (WS-IDX-CAL-VIZINHO)
                   COMPUTE WS-CAL-ORD-INICIO (WS-IDX-CAL) =
                       WS-CAL-ORD-INICIO (WS-IDX-CAL-VIZINHO) + 1
               ELSE
                   MOVE 1 TO WS-CAL-ORD-INICIO (WS-IDX-CAL)
               END-IF
           END-IF.

       NUMERAR-DIA-INICIO-EXIT.
           EXIT.

       NUMERAR-DIA-FIM.
           COMPUTE WS-IDX-CAL-VIZINHO = WS-IDX-CAL + 1.
           IF WS-IDX-CAL = WS-QTD-DIAS-UTEIS
               MOVE 1 TO WS-CAL-ORD-FIM (WS-IDX-CAL)
           ELSE
               IF WS-CAL-ANO (WS-IDX-CAL) =
                      WS-CAL-ANO (WS-IDX-CAL-VIZINHO)
                  AND WS-CAL-MES (WS-IDX-CAL) =
                      WS-CAL-MES (WS-IDX-CAL-VIZINHO)
                   COMPUTE WS-CAL-ORD-FIM (WS-IDX-CAL) =
                       WS-CAL-ORD-FIM (WS-IDX-CAL-VIZINHO) + 1
               ELSE
                   MOVE 1 TO WS-CAL-ORD-FIM (WS-IDX-CAL)
               END-IF
           END-IF.

       NUMERAR-DIA-FIM-EXIT.
           EXIT.

       LOCALIZAR-HOJE.
           IF WS-CAL-DATA (WS-IDX-CAL) < WS-DATA-HOJE
               ADD 1 TO WS-QTD-ANTERIORES
           END-IF.
           IF WS-CAL-DATA (WS-IDX-CAL) = WS-DATA-HOJE
               MOVE WS-IDX-CAL TO WS-IDX-HOJE
           END-IF.

       LOCALIZAR-HOJE-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    CARREGAR-EXECUCOES                                       *
      *    Uma passada em RUNREG.DAT guarda, por entrada da         *
      *    agenda, a ultima execucao do programa e a ultima         *
      *    execucao com RC < 8 do programa pre-requisito. Sem o     *
      *    registro (primeiro dia) nada consta como executado.      *
      *----------------------------------------------------------*
       CARREGAR-EXECUCOES.
           OPEN INPUT REGISTRO-EXECUCOES.
           IF WS-STATUS-REGISTRO-EXEC NOT = '00'
               DISPLAY 'TESTAGND RUNREG.DAT AUSENTE - NENHUMA '
                       'EXECUCAO REGISTRADA'
               CLOSE REGISTRO-EXECUCOES
               GO TO CARREGAR-EXECUCOES-EXIT
           END-IF.

           PERFORM LER-EXECUCAO UNTIL WS-EOF-REGISTRO-EXEC = 'S'.
           CLOSE REGISTRO-EXECUCOES.

       CARREGAR-EXECUCOES-EXIT.
           EXIT.

       LER-EXECUCAO.
           READ REGISTRO-EXECUCOES
               AT END
                   MOVE 'S' TO WS-EOF-REGISTRO-EXEC
               NOT AT END
                   IF RUN-DATA IS NUMERIC
                      AND RUN-RETURN-CODE IS NUMERIC
                       PERFORM ANOTAR-EXECUCAO
                           VARYING WS-IDX-AGENDA FROM 1 BY 1
                           UNTIL WS-IDX-AGENDA > WS-QTD-AGENDA
                   END-IF
           END-READ.

       LER-EXECUCAO-EXIT.
           EXIT.

       ANOTAR-EXECUCAO.
           IF RUN-PROGRAMA = WS-AGD-PROGRAMA (WS-IDX-AGENDA)
              AND RUN-DATA > WS-AGD-ULTIMA-EXEC (WS-IDX-AGENDA)
               MOVE RUN-DATA TO WS-AGD-ULTIMA-EXEC (WS-IDX-AGENDA)
           END-IF.
           IF WS-AGD-PRE-PROGRAMA (WS-IDX-AGENDA) NOT = SPACES
              AND RUN-PROGRAMA = WS-AGD-PRE-PROGRAMA (WS-IDX-AGENDA)
              AND RUN-RETURN-CODE < 8
              AND RUN-DATA > WS-AGD-PRE-ULTIMA-OK (WS-IDX-AGENDA)
               MOVE RUN-DATA TO WS-AGD-PRE-ULTIMA-OK (WS-IDX-AGENDA)
           END-IF.

       ANOTAR-EXECUCAO-EXIT.
           EXIT.

       IMPRIMIR-CABECALHO-AGENDA.
           MOVE WS-DATA-HOJE TO AGC-DATA.
           MOVE SPACES       TO AGC-AVISO.
           IF WS-IDX-HOJE > 0
               MOVE WS-CAL-ORD-INICIO (WS-IDX-HOJE) TO AGC-ORD-INICIO
               MOVE WS-CAL-ORD-FIM (WS-IDX-HOJE)    TO AGC-ORD-FIM
           ELSE
               MOVE ZEROS TO AGC-ORD-INICIO
               MOVE ZEROS TO AGC-ORD-FIM
           END-IF.
           IF WS-HOJE-NAO-UTIL = 'S'
               MOVE '  (DIA NAO UTIL)' TO AGC-AVISO
           END-IF.
           IF WS-CALENDARIO-AUSENTE = 'S'
               MOVE '  (SEM CALENDAR.DAT)' TO AGC-AVISO
           END-IF.
           WRITE REG-RELATORIO-AGENDA FROM WS-CABECALHO-AGENDA.
           MOVE SPACES TO REG-RELATORIO-AGENDA.
           WRITE REG-RELATORIO-AGENDA.

       IMPRIMIR-CABECALHO-AGENDA-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    LISTAR-DEVIDOS-HOJE                                      *
      *    Primeiro marca todas as entradas devidas na data (um     *
      *    pre-requisito devido na mesma noite libera o job, que    *
      *    roda depois dele); depois imprime cada uma com a         *
      *    situacao.                                                *
      *----------------------------------------------------------*
       LISTAR-DEVIDOS-HOJE.
           PERFORM VALIDAR-ENTRADA-AGENDA THRU
                   VALIDAR-ENTRADA-AGENDA-EXIT
               VARYING WS-IDX-AGENDA FROM 1 BY 1
               UNTIL WS-IDX-AGENDA > WS-QTD-AGENDA.
           IF WS-QTD-INVALIDOS > 0
               MOVE SPACES TO REG-RELATORIO-AGENDA
               WRITE REG-RELATORIO-AGENDA
           END-IF.

           WRITE REG-RELATORIO-AGENDA FROM WS-TITULO-DEVIDOS.

           IF WS-HOJE-NAO-UTIL = 'N'
               PERFORM MARCAR-DEVIDO-HOJE
                   VARYING WS-IDX-AGENDA FROM 1 BY 1
                   UNTIL WS-IDX-AGENDA > WS-QTD-AGENDA
           END-IF.

           PERFORM IMPRIMIR-DEVIDO-HOJE THRU
                   IMPRIMIR-DEVIDO-HOJE-EXIT
               VARYING WS-IDX-AGENDA FROM 1 BY 1
               UNTIL WS-IDX-AGENDA > WS-QTD-AGENDA.

           IF WS-QTD-DEVIDOS = 0
               WRITE REG-RELATORIO-AGENDA FROM WS-LINHA-NENHUM
           END-IF.

       LISTAR-DEVIDOS-HOJE-EXIT.
           EXIT.

       VALIDAR-ENTRADA-AGENDA.
           MOVE SPACES TO INV-MOTIVO.
           EVALUATE WS-AGD-REGRA (WS-IDX-AGENDA)
               WHEN 'D'
                   CONTINUE
               WHEN 'I'
                   IF WS-AGD-DIA-UTIL (WS-IDX-AGENDA) NOT NUMERIC
                      OR WS-AGD-DIA-UTIL (WS-IDX-AGENDA) = 0
                      OR WS-AGD-DIA-UTIL (WS-IDX-AGENDA) > 23
                       MOVE 'DIA UTIL FORA DA FAIXA 1-23'
                           TO INV-MOTIVO
                   END-IF
               WHEN 'F'
                   IF WS-AGD-DIA-UTIL (WS-IDX-AGENDA) NOT NUMERIC
                      OR WS-AGD-DIA-UTIL (WS-IDX-AGENDA) > 23
                       MOVE 'DIA UTIL FORA DA FAIXA 0-23'
                           TO INV-MOTIVO
                   END-IF
               WHEN 'E'
                   IF WS-AGD-PRE-ARQUIVO (WS-IDX-AGENDA) = SPACES
                       MOVE 'EVENTO SEM ARQUIVO PRE-REQUISITO'
                           TO INV-MOTIVO
                   END-IF
               WHEN OTHER
                   MOVE 'REGRA DESCONHECIDA' TO INV-MOTIVO
           END-EVALUATE.
           IF INV-MOTIVO = SPACES
               GO TO VALIDAR-ENTRADA-AGENDA-EXIT
           END-IF.

           MOVE 'X' TO WS-AGD-REGRA (WS-IDX-AGENDA).
           ADD 1 TO WS-QTD-INVALIDOS.
           IF WS-QTD-INVALIDOS = 1
               WRITE REG-RELATORIO-AGENDA FROM WS-TITULO-INVALIDOS
           END-IF.
           MOVE WS-AGD-PROGRAMA (WS-IDX-AGENDA)   TO INV-PROGRAMA.
           MOVE 'X'                               TO INV-REGRA.
           MOVE WS-AGD-DESCRICAO (WS-IDX-AGENDA)  TO INV-DESCRICAO.
           WRITE REG-RELATORIO-AGENDA FROM WS-LINHA-INVALIDO.
           MOVE 'TESTAGND'               TO WS-EXC-PROGRAMA.
           MOVE 'VALIDAR-ENTRADA-AGENDA' TO WS-EXC-PARAGRAFO.
           MOVE 8                        TO WS-EXC-CODIGO.
           MOVE SPACES                   TO WS-EXC-MENSAGEM.
           STRING 'CARTAO JOBSCHED INVALIDO '
                  WS-AGD-PROGRAMA (WS-IDX-AGENDA)
                  DELIMITED BY SIZE INTO WS-EXC-MENSAGEM
           END-STRING.
           MOVE 2 TO WS-EXC-SEVERIDADE.
           PERFORM GRAVAR-EXCECAO-GERAL.

       VALIDAR-ENTRADA-AGENDA-EXIT.
           EXIT.

       MARCAR-DEVIDO-HOJE.
           IF WS-AGD-REGRA (WS-IDX-AGENDA) = 'E'
               PERFORM VERIFICAR-INSUMO THRU VERIFICAR-INSUMO-EXIT
               IF WS-INSUMO-COM-DADOS = 'S'
                  AND WS-DATA-HOJE >=
                      WS-AGD-INICIO-VIGENCIA (WS-IDX-AGENDA)
                  AND (WS-AGD-MESES (WS-IDX-AGENDA) = SPACES
                       OR WS-AGD-MES-FLAG (WS-IDX-AGENDA, WS-HOJE-MES)
                          = 'S')
                   MOVE 'S' TO WS-AGD-DEVIDO-HOJE (WS-IDX-AGENDA)
               END-IF
           ELSE
               MOVE WS-IDX-HOJE TO WS-IDX-CAL
               PERFORM AVALIAR-DATA-DEVIDA THRU
                       AVALIAR-DATA-DEVIDA-EXIT
               MOVE WS-DEVIDO TO WS-AGD-DEVIDO-HOJE (WS-IDX-AGENDA)
           END-IF.

       MARCAR-DEVIDO-HOJE-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    AVALIAR-DATA-DEVIDA                                      *
      *    A entrada WS-IDX-AGENDA (regra 'D', 'I' ou 'F') esta     *
      *    devida no dia util WS-IDX-CAL da tabela? Sem calendario  *
      *    as regras 'I' e 'F' nao sao avaliadas.                   *
      *----------------------------------------------------------*
       AVALIAR-DATA-DEVIDA.
           MOVE 'N' TO WS-DEVIDO.
           IF WS-IDX-CAL = 0
               GO TO AVALIAR-DATA-DEVIDA-EXIT
           END-IF.
           MOVE WS-CAL-DATA (WS-IDX-CAL) TO WS-DATA-DEVIDA.
           IF WS-DATA-DEVIDA < WS-AGD-INICIO-VIGENCIA (WS-IDX-AGENDA)
               GO TO AVALIAR-DATA-DEVIDA-EXIT
           END-IF.
           IF WS-AGD-MESES (WS-IDX-AGENDA) NOT = SPACES
              AND WS-AGD-MES-FLAG (WS-IDX-AGENDA, WS-DEVIDA-MES)
                  NOT = 'S'
               GO TO AVALIAR-DATA-DEVIDA-EXIT
           END-IF.

           EVALUATE WS-AGD-REGRA (WS-IDX-AGENDA)
               WHEN 'D'
                   MOVE 'S' TO WS-DEVIDO
               WHEN 'I'
                   IF WS-CALENDARIO-AUSENTE = 'N'
                      AND WS-CAL-ORD-INICIO (WS-IDX-CAL) =
                          WS-AGD-DIA-UTIL (WS-IDX-AGENDA)
                       MOVE 'S' TO WS-DEVIDO
                   END-IF
               WHEN 'F'
                   MOVE WS-AGD-DIA-UTIL (WS-IDX-AGENDA)
                       TO WS-ORDEM-FIM-REGRA
                   IF WS-ORDEM-FIM-REGRA = 0
                       MOVE 1 TO WS-ORDEM-FIM-REGRA
                   END-IF
                   IF WS-CALENDARIO-AUSENTE = 'N'
                      AND WS-CAL-ORD-FIM (WS-IDX-CAL) =
                          WS-ORDEM-FIM-REGRA
                       MOVE 'S' TO WS-DEVIDO
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       AVALIAR-DATA-DEVIDA-EXIT.
           EXIT.

      *    Arquivo pre-requisito presente e com ao menos um registro.
       VERIFICAR-INSUMO.
           MOVE 'N' TO WS-INSUMO-COM-DADOS.
           MOVE WS-AGD-PRE-ARQUIVO (WS-IDX-AGENDA)
               TO WS-NOME-ARQ-INSUMO.
           OPEN INPUT ARQUIVO-INSUMO.
           IF WS-STATUS-INSUMO NOT = '00'
               CLOSE ARQUIVO-INSUMO
               GO TO VERIFICAR-INSUMO-EXIT
           END-IF.
           READ ARQUIVO-INSUMO
               AT END
                   CONTINUE
               NOT AT END
                   MOVE 'S' TO WS-INSUMO-COM-DADOS
           END-READ.
           CLOSE ARQUIVO-INSUMO.

       VERIFICAR-INSUMO-EXIT.
           EXIT.

       IMPRIMIR-DEVIDO-HOJE.
           IF WS-AGD-DEVIDO-HOJE (WS-IDX-AGENDA) NOT = 'S'
               GO TO IMPRIMIR-DEVIDO-HOJE-EXIT
           END-IF.
           ADD 1 TO WS-QTD-DEVIDOS.
           MOVE 'LIBERADO' TO WS-SITUACAO-JOB.
           MOVE SPACES     TO WS-OBSERVACAO-JOB.

           IF WS-AGD-PRE-PROGRAMA (WS-IDX-AGENDA) NOT = SPACES
               PERFORM CONFERIR-PROGRAMA-PRE THRU
                       CONFERIR-PROGRAMA-PRE-EXIT
           END-IF.

           IF WS-AGD-PRE-ARQUIVO (WS-IDX-AGENDA) NOT = SPACES
              AND WS-SITUACAO-JOB = 'LIBERADO'
               PERFORM VERIFICAR-INSUMO THRU VERIFICAR-INSUMO-EXIT
               IF WS-INSUMO-COM-DADOS = 'N'
                   MOVE 'SEM INSUMO' TO WS-SITUACAO-JOB
                   MOVE SPACES       TO WS-OBSERVACAO-JOB
                   STRING WS-AGD-PRE-ARQUIVO (WS-IDX-AGENDA)
                          DELIMITED BY SPACE
                          ' AUSENTE OU VAZIO'
                          DELIMITED BY SIZE
                          INTO WS-OBSERVACAO-JOB
                   END-STRING
               END-IF
           END-IF.

           IF WS-SITUACAO-JOB = 'LIBERADO'
               ADD 1 TO WS-QTD-LIBERADOS
           ELSE
               ADD 1 TO WS-QTD-PENDENTES
           END-IF.

           MOVE WS-AGD-PROGRAMA (WS-IDX-AGENDA)  TO AGD-PROGRAMA.
           MOVE WS-AGD-REGRA (WS-IDX-AGENDA)     TO AGD-REGRA.
           MOVE WS-AGD-DESCRICAO (WS-IDX-AGENDA) TO AGD-DESCRICAO.
           MOVE WS-SITUACAO-JOB                  TO AGD-SITUACAO.
           MOVE WS-OBSERVACAO-JOB                TO AGD-OBSERVACAO.
           WRITE REG-RELATORIO-AGENDA FROM WS-LINHA-DEVIDO.

       IMPRIMIR-DEVIDO-HOJE-EXIT.
           EXIT.

      *    Pre-requisito atendido se o programa rodou com RC < 8 no
      *    mes da data de negocio, ou se esta devido na mesma noite.
       CONFERIR-PROGRAMA-PRE.
           IF WS-AGD-PRE-ULTIMA-OK (WS-IDX-AGENDA) >=
                  WS-INICIO-MES-HOJE
               GO TO CONFERIR-PROGRAMA-PRE-EXIT
           END-IF.

           MOVE 'N' TO WS-PRE-DEVIDO-HOJE.
           PERFORM PROCURAR-PRE-DEVIDO
               VARYING WS-IDX-AGENDA-PRE FROM 1 BY 1
               UNTIL WS-IDX-AGENDA-PRE > WS-QTD-AGENDA
                  OR WS-PRE-DEVIDO-HOJE = 'S'.
           IF WS-PRE-DEVIDO-HOJE = 'S'
               STRING 'APOS ' DELIMITED BY SIZE
                      WS-AGD-PRE-PROGRAMA (WS-IDX-AGENDA)
                      DELIMITED BY SPACE
                      ' (DEVIDO NA MESMA DATA)'
                      DELIMITED BY SIZE
                      INTO WS-OBSERVACAO-JOB
               END-STRING
               GO TO CONFERIR-PROGRAMA-PRE-EXIT
           END-IF.

           MOVE 'AGUARDA PRE-REQ' TO WS-SITUACAO-JOB.
           STRING WS-AGD-PRE-PROGRAMA (WS-IDX-AGENDA)
                  DELIMITED BY SPACE
                  ' SEM EXECUCAO OK NO MES'
                  DELIMITED BY SIZE
                  INTO WS-OBSERVACAO-JOB
           END-STRING.

       CONFERIR-PROGRAMA-PRE-EXIT.
           EXIT.

       PROCURAR-PRE-DEVIDO.
           IF WS-AGD-PROGRAMA (WS-IDX-AGENDA-PRE) =
                  WS-AGD-PRE-PROGRAMA (WS-IDX-AGENDA)
              AND WS-AGD-DEVIDO-HOJE (WS-IDX-AGENDA-PRE) = 'S'
               MOVE 'S' TO WS-PRE-DEVIDO-HOJE
           END-IF.

       PROCURAR-PRE-DEVIDO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    LISTAR-NAO-EXECUTADOS                                    *
      *    Para cada entrada 'D'/'I'/'F', a ultima data devida      *
      *    anterior a data de negocio; se RUNREG.DAT nao tem        *
      *    execucao do programa desde entao (regras mensais:        *
      *    desde o inicio do mes da data devida), o job foi         *
      *    perdido - o aviso se repete a cada noite ate o job       *
      *    rodar.                                                   *
      *----------------------------------------------------------*
       LISTAR-NAO-EXECUTADOS.
           MOVE SPACES TO REG-RELATORIO-AGENDA.
           WRITE REG-RELATORIO-AGENDA.
           WRITE REG-RELATORIO-AGENDA FROM WS-TITULO-PERDIDOS.

           IF WS-CALENDARIO-AUSENTE = 'N'
               PERFORM CONFERIR-EXECUCAO-ANTERIOR THRU
                       CONFERIR-EXECUCAO-ANTERIOR-EXIT
                   VARYING WS-IDX-AGENDA FROM 1 BY 1
                   UNTIL WS-IDX-AGENDA > WS-QTD-AGENDA
           END-IF.

           IF WS-QTD-PERDIDOS = 0
               WRITE REG-RELATORIO-AGENDA FROM WS-LINHA-NENHUM
           END-IF.

       LISTAR-NAO-EXECUTADOS-EXIT.
           EXIT.

       CONFERIR-EXECUCAO-ANTERIOR.
           IF WS-AGD-REGRA (WS-IDX-AGENDA) NOT = 'D'
              AND WS-AGD-REGRA (WS-IDX-AGENDA) NOT = 'I'
              AND WS-AGD-REGRA (WS-IDX-AGENDA) NOT = 'F'
               GO TO CONFERIR-EXECUCAO-ANTERIOR-EXIT
           END-IF.

           MOVE 'N' TO WS-DEVIDO.
           MOVE WS-QTD-ANTERIORES TO WS-IDX-CAL.
           PERFORM RECUAR-DATA-DEVIDA THRU RECUAR-DATA-DEVIDA-EXIT
               UNTIL WS-IDX-CAL < 1 OR WS-DEVIDO = 'S'.
           IF WS-DEVIDO = 'N'
               GO TO CONFERIR-EXECUCAO-ANTERIOR-EXIT
           END-IF.

           MOVE WS-DATA-DEVIDA TO WS-DATA-MINIMA-EXEC.
           IF WS-AGD-REGRA (WS-IDX-AGENDA) NOT = 'D'
               MOVE '01' TO WS-DATA-MINIMA-EXEC (7:2)
           END-IF.
           IF WS-AGD-ULTIMA-EXEC (WS-IDX-AGENDA) >= WS-DATA-MINIMA-EXEC
               GO TO CONFERIR-EXECUCAO-ANTERIOR-EXIT
           END-IF.

           ADD 1 TO WS-QTD-PERDIDOS.
           MOVE WS-AGD-PROGRAMA (WS-IDX-AGENDA)  TO PRD-PROGRAMA.
           MOVE WS-AGD-REGRA (WS-IDX-AGENDA)     TO PRD-REGRA.
           MOVE WS-AGD-DESCRICAO (WS-IDX-AGENDA) TO PRD-DESCRICAO.
           MOVE WS-DATA-DEVIDA                   TO PRD-DATA-DEVIDA.
           IF WS-AGD-ULTIMA-EXEC (WS-IDX-AGENDA) = ZEROS
               MOVE 'NUNCA' TO PRD-ULTIMA-EXEC
           ELSE
               MOVE WS-AGD-ULTIMA-EXEC (WS-IDX-AGENDA)
                   TO PRD-ULTIMA-EXEC
           END-IF.
           WRITE REG-RELATORIO-AGENDA FROM WS-LINHA-PERDIDO.

           DISPLAY 'TESTAGND JOB NAO EXECUTADO: '
                   WS-AGD-PROGRAMA (WS-IDX-AGENDA)
                   ' DEVIDO EM ' WS-DATA-DEVIDA.
           MOVE 'TESTAGND'                   TO WS-EXC-PROGRAMA.
           MOVE 'CONFERIR-EXECUCAO-ANTERIOR' TO WS-EXC-PARAGRAFO.
           MOVE 4                            TO WS-EXC-CODIGO.
           MOVE SPACES                       TO WS-EXC-MENSAGEM.
           STRING 'JOB NAO EXECUTADO ' DELIMITED BY SIZE
                  WS-AGD-PROGRAMA (WS-IDX-AGENDA) DELIMITED BY SPACE
                  ' ' WS-DATA-DEVIDA DELIMITED BY SIZE
                  INTO WS-EXC-MENSAGEM
           END-STRING.
           MOVE 2 TO WS-EXC-SEVERIDADE.
           PERFORM GRAVAR-EXCECAO-GERAL.

       CONFERIR-EXECUCAO-ANTERIOR-EXIT.
           EXIT.

       RECUAR-DATA-DEVIDA.
           PERFORM AVALIAR-DATA-DEVIDA THRU AVALIAR-DATA-DEVIDA-EXIT.
           IF WS-DEVIDO = 'N'
               SUBTRACT 1 FROM WS-IDX-CAL
           END-IF.

       RECUAR-DATA-DEVIDA-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    GRAVAR-EXCECAO-GERAL                                    *
      *    Log de excecoes compartilhado (EXCPPRC).                 *
      *----------------------------------------------------------*
       COPY EXCPPRC.
