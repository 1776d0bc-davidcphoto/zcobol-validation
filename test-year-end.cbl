       IDENTIFICATION DIVISION.
       PROGRAM-ID. TESTVIRA.

      *----------------------------------------------------------*
      *    TESTVIRA                                                *
      *    Virada de ano da folha, rodada sob demanda em janeiro   *
      *    depois do fechamento de dezembro. O cartao VIRACARD.DAT *
      *    traz o ano a encerrar (em branco: o ano anterior ao da  *
      *    data de negocio de DATACTL.DAT) e o responsavel.        *
      *      PAYHIST.DAT - os snapshots do ano encerrado (e de     *
      *          anos anteriores ainda presentes) vao para o       *
      *          arquivo anual PAYHaaaa.DAT; PAYHIST.DAT fica so   *
      *          com o ano novo, zerando o acumulado do ano que    *
      *          TESTINFR e TESTGRAT apuram (o ano encerrado       *
      *          continua legivel por eles no arquivo anual);      *
      *      FERIAS.DAT  - periodos esgotados (situacao 'E') vao   *
      *          para FERIaaaa.DAT; periodos abertos seguem com o  *
      *          saldo de dias para o ano novo;                    *
      *      GARNREG.DAT - ordens baixadas (valor zero) vao para   *
      *          GARNaaaa.DAT; as vigentes seguem para o ano novo. *
      *    O relatorio VIRAREP.DAT traz, por razao, abertura,      *
      *    arquivado e saldo transportado, com a linha de visto    *
      *    de Financas. Cada razao e regravado pelo arquivo de     *
      *    trabalho VIRAWRK.DAT so depois de separado por inteiro. *
      *    Dezembro nao fechado em TESTFECH ou cartao invalido:    *
      *    RC=8. Ano ja virado (PAYHaaaa.DAT existe): RC=4.        *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CARTAO-VIRADA
               ASSIGN TO "VIRACARD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CARTAO.

           SELECT HISTORICO-FOLHA
               ASSIGN TO "PAYHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-HISTORICO.

           SELECT OPTIONAL HISTORICO-ANUAL
               ASSIGN TO WS-NOME-ARQ-HIST-ANUAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-HIST-ANUAL.

           SELECT OPTIONAL RAZAO-FERIAS
               ASSIGN TO "FERIAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-FERIAS.

           SELECT FERIAS-ANUAL
               ASSIGN TO WS-NOME-ARQ-FERIAS-ANUAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-FERIAS-ANUAL.

           SELECT OPTIONAL REGISTRO-ORDENS
               ASSIGN TO "GARNREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-ORDENS.

           SELECT ORDENS-ANUAL
               ASSIGN TO WS-NOME-ARQ-ORDENS-ANUAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-ORDENS-ANUAL.

           SELECT ARQUIVO-TRABALHO-VIRADA
               ASSIGN TO "VIRAWRK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-TRABALHO.

           SELECT RELATORIO-VIRADA
               ASSIGN TO "VIRAREP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RELATORIO.

           COPY PERISEL.

           COPY EXCPSEL.

       DATA DIVISION.
       FILE SECTION.
       FD  CARTAO-VIRADA.
       01  REG-CARTAO-VIRADA.
           05  VIR-ANO              PIC X(04).
           05  VIR-ANO-N REDEFINES VIR-ANO
                                    PIC 9(04).
           05  VIR-RESPONSAVEL      PIC X(10).
           05  FILLER               PIC X(66).

       FD  HISTORICO-FOLHA.
       01  REG-HISTORICO-FOLHA.
           05  HIST-DATA                PIC 9(08).
           05  HIST-DATA-R REDEFINES HIST-DATA.
               10  HIST-ANO             PIC 9(04).
               10  HIST-MES             PIC 9(02).
               10  HIST-DIA             PIC 9(02).
           05  HIST-DEPARTAMENTO        PIC X(10).
           05  HIST-QTD-EMPREGADOS      PIC 9(05).
           05  HIST-TOTAL-FOLHA         PIC 9(09)V99.
           05  FILLER                   PIC X(46).

       FD  HISTORICO-ANUAL.
       01  REG-HISTORICO-ANUAL      PIC X(80).

       FD  RAZAO-FERIAS.
       01  REG-RAZAO-FERIAS.
           05  FER-MATRICULA        PIC 9(05).
           05  FER-INICIO-PERIODO   PIC 9(08).
           05  FER-DATA-ATUALIZACAO PIC 9(08).
           05  FER-DIAS-ADQUIRIDOS  PIC 9(03)V9.
           05  FER-DIAS-GOZADOS     PIC 9(03)V9.
           05  FER-SITUACAO         PIC X(01).
               88  FER-ESGOTADO     VALUE 'E'.
           05  FILLER               PIC X(49).

       FD  FERIAS-ANUAL.
       01  REG-FERIAS-ANUAL         PIC X(79).

       FD  REGISTRO-ORDENS.
       01  REG-ORDEM-JUDICIAL.
           05  GRN-MATRICULA        PIC 9(05).
           05  GRN-ORDEM            PIC X(10).
           05  GRN-TIPO             PIC X(01).
               88  ORDEM-PERCENTUAL VALUE 'P'.
               88  ORDEM-VALOR-FIXO VALUE 'F'.
           05  GRN-VALOR            PIC 9(07)V99.
           05  GRN-PRIORIDADE       PIC 9(02).
           05  GRN-BENEF-NOME       PIC X(30).
           05  GRN-BENEF-AGENCIA    PIC X(05).
           05  GRN-BENEF-CONTA      PIC X(12).
           05  FILLER               PIC X(06).

       FD  ORDENS-ANUAL.
       01  REG-ORDENS-ANUAL         PIC X(80).

       FD  ARQUIVO-TRABALHO-VIRADA.
       01  REG-TRABALHO-VIRADA      PIC X(80).

       FD  RELATORIO-VIRADA.
       01  REG-RELATORIO-VIRADA     PIC X(80).

       COPY PERIFD.

       COPY EXCPFD.

       WORKING-STORAGE SECTION.
       COPY EXCPWS.
       COPY PERIWS.

       01  WS-STATUS-CARTAO         PIC XX.
       01  WS-STATUS-HISTORICO      PIC XX.
       01  WS-STATUS-HIST-ANUAL     PIC XX.
       01  WS-STATUS-FERIAS         PIC XX.
       01  WS-STATUS-FERIAS-ANUAL   PIC XX.
       01  WS-STATUS-ORDENS         PIC XX.
       01  WS-STATUS-ORDENS-ANUAL   PIC XX.
       01  WS-STATUS-TRABALHO       PIC XX.
       01  WS-STATUS-RELATORIO      PIC XX.
       01  WS-EOF-RAZAO             PIC X VALUE 'N'.
       01  WS-EOF-TRABALHO          PIC X VALUE 'N'.
       01  WS-CARTAO-LIDO           PIC X VALUE 'N'.

       01  WS-DATA-EXECUCAO         PIC 9(08).
       01  WS-ANO-NEGOCIO           PIC 9(04) VALUE ZEROS.
       01  WS-ANO-VIRADA            PIC 9(04) VALUE ZEROS.
       01  WS-ANO-NOVO              PIC 9(04) VALUE ZEROS.
       01  WS-RESPONSAVEL           PIC X(10) VALUE SPACES.
       01  WS-MOTIVO-RECUSA         PIC X(40) VALUE SPACES.

       01  WS-NOME-ARQ-HIST-ANUAL   PIC X(12) VALUE SPACES.
       01  WS-NOME-ARQ-FERIAS-ANUAL PIC X(12) VALUE SPACES.
       01  WS-NOME-ARQ-ORDENS-ANUAL PIC X(12) VALUE SPACES.
       01  WS-NOME-ARQ-RAZAO        PIC X(12) VALUE SPACES.

      *    Abertura, arquivado e saldo transportado de cada razao
      *    (1 PAYHIST, 2 FERIAS, 3 GARNREG). Em FERIAS o valor e
      *    o saldo de dias (adquiridos - gozados); em GARNREG, o
      *    desconto mensal comprometido nas ordens de valor fixo.
       01  WS-TABELA-RAZOES.
           05  WS-RAZAO OCCURS 3 TIMES.
               10  WS-RZ-QTD-ABERTURA   PIC 9(07) VALUE ZEROS.
               10  WS-RZ-VLR-ABERTURA   PIC S9(13)V99 VALUE ZEROS.
               10  WS-RZ-QTD-ARQUIVADA  PIC 9(07) VALUE ZEROS.
               10  WS-RZ-VLR-ARQUIVADO  PIC S9(13)V99 VALUE ZEROS.
               10  WS-RZ-QTD-SALDO      PIC 9(07) VALUE ZEROS.
               10  WS-RZ-VLR-SALDO      PIC S9(13)V99 VALUE ZEROS.
       01  WS-IDX-RAZAO             PIC 9(01) VALUE ZEROS.
       01  WS-SALDO-DIAS            PIC S9(03)V9 VALUE ZEROS.
       01  WS-FOLHA-ANO-VIRADA      PIC 9(13)V99 VALUE ZEROS.

       01  WS-CABECALHO-VIRADA.
           05  FILLER               PIC X(28) VALUE
               'VIRADA DE ANO DA FOLHA - ANO'.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  VRC-ANO              PIC 9(04).
           05  FILLER               PIC X(05) VALUE ' RUN '.
           05  VRC-DATA             PIC 9(08).
           05  FILLER               PIC X(14) VALUE
               ' RESPONSAVEL: '.
           05  VRC-RESPONSAVEL      PIC X(10).

       01  WS-TITULO-RAZAO.
           05  FILLER               PIC X(06) VALUE 'RAZAO '.
           05  VRT-NOME             PIC X(40).

       01  WS-CABECALHO-COLUNAS.
           05  FILLER               PIC X(24) VALUE SPACES.
           05  FILLER               PIC X(09) VALUE 'REGISTROS'.
           05  FILLER               PIC X(04) VALUE SPACES.
           05  VRK-ROTULO-VALOR     PIC X(17).

       01  WS-LINHA-VIRADA.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  VRL-ROTULO           PIC X(21).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  VRL-QTD              PIC Z,ZZZ,ZZ9.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  VRL-VALOR            PIC -Z,ZZZ,ZZZ,ZZ9.99.

       01  WS-LINHA-ACUMULADO.
           05  VRA-ROTULO           PIC X(36).
           05  VRA-VALOR            PIC -Z,ZZZ,ZZZ,ZZ9.99.

       01  WS-LINHA-VISTO.
           05  FILLER               PIC X(40) VALUE
               'VISTO FINANCAS: ________________________'.
           05  FILLER               PIC X(20) VALUE
               '  DATA: ___/___/____'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 0 TO RETURN-CODE.
           ACCEPT WS-DATA-EXECUCAO FROM DATE YYYYMMDD.
           PERFORM OBTER-DATA-NEGOCIO-PERIODO THRU
                   OBTER-DATA-NEGOCIO-PERIODO-EXIT.
           COMPUTE WS-ANO-NEGOCIO = WS-PER-ANO-MES-NEGOCIO / 100.
           COMPUTE WS-ANO-VIRADA = WS-ANO-NEGOCIO - 1.

           OPEN INPUT CARTAO-VIRADA.
           IF WS-STATUS-CARTAO = '00'
               READ CARTAO-VIRADA
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE 'S' TO WS-CARTAO-LIDO
               END-READ
           END-IF.
           CLOSE CARTAO-VIRADA.
           IF WS-CARTAO-LIDO = 'S'
               MOVE VIR-RESPONSAVEL TO WS-RESPONSAVEL
               IF VIR-ANO NOT = SPACES
                   IF VIR-ANO IS NOT NUMERIC
                       MOVE 'ANO INVALIDO NO CARTAO'
                           TO WS-MOTIVO-RECUSA
                       PERFORM RECUSAR-VIRADA THRU
                               RECUSAR-VIRADA-EXIT
                   END-IF
                   MOVE VIR-ANO-N TO WS-ANO-VIRADA
               END-IF
           END-IF.
           IF WS-ANO-VIRADA NOT < WS-ANO-NEGOCIO
               MOVE 'ANO A ENCERRAR NAO TERMINOU'
                   TO WS-MOTIVO-RECUSA
               PERFORM RECUSAR-VIRADA THRU RECUSAR-VIRADA-EXIT
           END-IF.
           COMPUTE WS-ANO-NOVO = WS-ANO-VIRADA + 1.

      *    Dezembro fechado: nenhum programa de folha grava mais
      *    no ano que vai para o arquivo.
           COMPUTE WS-PER-COMPETENCIA = WS-ANO-VIRADA * 100 + 12.
           PERFORM CONSULTAR-SITUACAO-PERIODO THRU
                   CONSULTAR-SITUACAO-PERIODO-EXIT.
           IF PERIODO-ABERTO
               MOVE SPACES TO WS-MOTIVO-RECUSA
               STRING 'COMPETENCIA ' WS-PER-COMPETENCIA
                      ' NAO FECHADA' DELIMITED BY SIZE
                   INTO WS-MOTIVO-RECUSA
               END-STRING
               PERFORM RECUSAR-VIRADA THRU RECUSAR-VIRADA-EXIT
           END-IF.

           STRING 'PAYH' WS-ANO-VIRADA '.DAT' DELIMITED BY SIZE
               INTO WS-NOME-ARQ-HIST-ANUAL
           END-STRING.
           STRING 'FERI' WS-ANO-VIRADA '.DAT' DELIMITED BY SIZE
               INTO WS-NOME-ARQ-FERIAS-ANUAL
           END-STRING.
           STRING 'GARN' WS-ANO-VIRADA '.DAT' DELIMITED BY SIZE
               INTO WS-NOME-ARQ-ORDENS-ANUAL
           END-STRING.

           OPEN INPUT HISTORICO-ANUAL.
           IF WS-STATUS-HIST-ANUAL = '00'
               CLOSE HISTORICO-ANUAL
               DISPLAY 'TESTVIRA ANO ' WS-ANO-VIRADA ' JA VIRADO - '
                       WS-NOME-ARQ-HIST-ANUAL ' EXISTE'
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.
           CLOSE HISTORICO-ANUAL.

           PERFORM VIRAR-HISTORICO-FOLHA THRU
                   VIRAR-HISTORICO-FOLHA-EXIT.
           PERFORM VIRAR-RAZAO-FERIAS THRU
                   VIRAR-RAZAO-FERIAS-EXIT.
           PERFORM VIRAR-REGISTRO-ORDENS THRU
                   VIRAR-REGISTRO-ORDENS-EXIT.
           PERFORM IMPRIMIR-RELATORIO-VIRADA THRU
                   IMPRIMIR-RELATORIO-VIRADA-EXIT.

           DISPLAY 'TESTVIRA ANO ' WS-ANO-VIRADA ' ENCERRADO - '
                   'VER VIRAREP.DAT'.
           MOVE 'TESTVIRA'            TO WS-EXC-PROGRAMA.
           MOVE 'MAIN-PROCEDURE'      TO WS-EXC-PARAGRAFO.
           MOVE 0                     TO WS-EXC-CODIGO.
           MOVE SPACES                TO WS-EXC-MENSAGEM.
           STRING 'ANO ' WS-ANO-VIRADA ' ENCERRADO POR '
                  WS-RESPONSAVEL DELIMITED BY SIZE
               INTO WS-EXC-MENSAGEM
           END-STRING.
           MOVE 4 TO WS-EXC-SEVERIDADE.
           PERFORM GRAVAR-EXCECAO-GERAL.

           STOP RUN.

      *----------------------------------------------------------*
      *    VIRAR-HISTORICO-FOLHA                                    *
      *    Snapshots ate o ano encerrado vao para PAYHaaaa.DAT; os  *
      *    do ano novo (run de janeiro ja gravado) ficam em         *
      *    PAYHIST.DAT.                                             *
      *----------------------------------------------------------*
       VIRAR-HISTORICO-FOLHA.
           MOVE 1 TO WS-IDX-RAZAO.
           OPEN INPUT HISTORICO-FOLHA.
           IF WS-STATUS-HISTORICO NOT = '00'
               MOVE 'PAYHIST.DAT' TO WS-NOME-ARQ-RAZAO
               MOVE WS-STATUS-HISTORICO TO WS-EXC-CODIGO
               PERFORM ABORTAR-VIRADA THRU ABORTAR-VIRADA-EXIT
           END-IF.
           OPEN OUTPUT HISTORICO-ANUAL.
           OPEN OUTPUT ARQUIVO-TRABALHO-VIRADA.
           MOVE 'N' TO WS-EOF-RAZAO.
           PERFORM SEPARAR-SNAPSHOT-FOLHA THRU
                   SEPARAR-SNAPSHOT-FOLHA-EXIT
               UNTIL WS-EOF-RAZAO = 'S'.
           CLOSE HISTORICO-FOLHA.
           CLOSE HISTORICO-ANUAL.
           CLOSE ARQUIVO-TRABALHO-VIRADA.

           OPEN INPUT ARQUIVO-TRABALHO-VIRADA.
           OPEN OUTPUT HISTORICO-FOLHA.
           MOVE 'N' TO WS-EOF-TRABALHO.
           PERFORM DEVOLVER-TRABALHO-HISTORICO THRU
                   DEVOLVER-TRABALHO-HISTORICO-EXIT
               UNTIL WS-EOF-TRABALHO = 'S'.
           CLOSE ARQUIVO-TRABALHO-VIRADA.
           CLOSE HISTORICO-FOLHA.

       VIRAR-HISTORICO-FOLHA-EXIT.
           EXIT.

       SEPARAR-SNAPSHOT-FOLHA.
           READ HISTORICO-FOLHA
               AT END
                   MOVE 'S' TO WS-EOF-RAZAO
                   GO TO SEPARAR-SNAPSHOT-FOLHA-EXIT
           END-READ.
           ADD 1                TO WS-RZ-QTD-ABERTURA (1).
           ADD HIST-TOTAL-FOLHA TO WS-RZ-VLR-ABERTURA (1).
           IF HIST-ANO > WS-ANO-VIRADA
               MOVE REG-HISTORICO-FOLHA TO REG-TRABALHO-VIRADA
               WRITE REG-TRABALHO-VIRADA
               ADD 1                TO WS-RZ-QTD-SALDO (1)
               ADD HIST-TOTAL-FOLHA TO WS-RZ-VLR-SALDO (1)
           ELSE
               MOVE REG-HISTORICO-FOLHA TO REG-HISTORICO-ANUAL
               WRITE REG-HISTORICO-ANUAL
               ADD 1                TO WS-RZ-QTD-ARQUIVADA (1)
               ADD HIST-TOTAL-FOLHA TO WS-RZ-VLR-ARQUIVADO (1)
               IF HIST-ANO = WS-ANO-VIRADA
                   ADD HIST-TOTAL-FOLHA TO WS-FOLHA-ANO-VIRADA
               END-IF
           END-IF.

       SEPARAR-SNAPSHOT-FOLHA-EXIT.
           EXIT.

       DEVOLVER-TRABALHO-HISTORICO.
           READ ARQUIVO-TRABALHO-VIRADA
               AT END
                   MOVE 'S' TO WS-EOF-TRABALHO
                   GO TO DEVOLVER-TRABALHO-HISTORICO-EXIT
           END-READ.
           MOVE REG-TRABALHO-VIRADA TO REG-HISTORICO-FOLHA.
           WRITE REG-HISTORICO-FOLHA.

       DEVOLVER-TRABALHO-HISTORICO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    VIRAR-RAZAO-FERIAS                                       *
      *    Periodo esgotado nao tem saldo a transportar: vai para   *
      *    FERIaaaa.DAT. Sem FERIAS.DAT, nada a virar.              *
      *----------------------------------------------------------*
       VIRAR-RAZAO-FERIAS.
           MOVE 2 TO WS-IDX-RAZAO.
           OPEN INPUT RAZAO-FERIAS.
           IF WS-STATUS-FERIAS NOT = '00'
               CLOSE RAZAO-FERIAS
               GO TO VIRAR-RAZAO-FERIAS-EXIT
           END-IF.
           OPEN OUTPUT FERIAS-ANUAL.
           OPEN OUTPUT ARQUIVO-TRABALHO-VIRADA.
           MOVE 'N' TO WS-EOF-RAZAO.
           PERFORM SEPARAR-PERIODO-FERIAS THRU
                   SEPARAR-PERIODO-FERIAS-EXIT
               UNTIL WS-EOF-RAZAO = 'S'.
           CLOSE RAZAO-FERIAS.
           CLOSE FERIAS-ANUAL.
           CLOSE ARQUIVO-TRABALHO-VIRADA.

           OPEN INPUT ARQUIVO-TRABALHO-VIRADA.
           OPEN OUTPUT RAZAO-FERIAS.
           MOVE 'N' TO WS-EOF-TRABALHO.
           PERFORM DEVOLVER-TRABALHO-FERIAS THRU
                   DEVOLVER-TRABALHO-FERIAS-EXIT
               UNTIL WS-EOF-TRABALHO = 'S'.
           CLOSE ARQUIVO-TRABALHO-VIRADA.
           CLOSE RAZAO-FERIAS.

       VIRAR-RAZAO-FERIAS-EXIT.
           EXIT.

       SEPARAR-PERIODO-FERIAS.
           READ RAZAO-FERIAS
               AT END
                   MOVE 'S' TO WS-EOF-RAZAO
                   GO TO SEPARAR-PERIODO-FERIAS-EXIT
           END-READ.
           COMPUTE WS-SALDO-DIAS =
               FER-DIAS-ADQUIRIDOS - FER-DIAS-GOZADOS.
           ADD 1             TO WS-RZ-QTD-ABERTURA (2).
           ADD WS-SALDO-DIAS TO WS-RZ-VLR-ABERTURA (2).
           IF FER-ESGOTADO
               MOVE REG-RAZAO-FERIAS TO REG-FERIAS-ANUAL
               WRITE REG-FERIAS-ANUAL
               ADD 1             TO WS-RZ-QTD-ARQUIVADA (2)
               ADD WS-SALDO-DIAS TO WS-RZ-VLR-ARQUIVADO (2)
           ELSE
               MOVE REG-RAZAO-FERIAS TO REG-TRABALHO-VIRADA
               WRITE REG-TRABALHO-VIRADA
               ADD 1             TO WS-RZ-QTD-SALDO (2)
               ADD WS-SALDO-DIAS TO WS-RZ-VLR-SALDO (2)
           END-IF.

       SEPARAR-PERIODO-FERIAS-EXIT.
           EXIT.

       DEVOLVER-TRABALHO-FERIAS.
           READ ARQUIVO-TRABALHO-VIRADA
               AT END
                   MOVE 'S' TO WS-EOF-TRABALHO
                   GO TO DEVOLVER-TRABALHO-FERIAS-EXIT
           END-READ.
           MOVE REG-TRABALHO-VIRADA TO REG-RAZAO-FERIAS.
           WRITE REG-RAZAO-FERIAS.

       DEVOLVER-TRABALHO-FERIAS-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    VIRAR-REGISTRO-ORDENS                                    *
      *    Ordem com valor zero foi baixada e nao desconta mais:    *
      *    vai para GARNaaaa.DAT. As vigentes seguem em GARNREG.    *
      *----------------------------------------------------------*
       VIRAR-REGISTRO-ORDENS.
           MOVE 3 TO WS-IDX-RAZAO.
           OPEN INPUT REGISTRO-ORDENS.
           IF WS-STATUS-ORDENS NOT = '00'
               CLOSE REGISTRO-ORDENS
               GO TO VIRAR-REGISTRO-ORDENS-EXIT
           END-IF.
           OPEN OUTPUT ORDENS-ANUAL.
           OPEN OUTPUT ARQUIVO-TRABALHO-VIRADA.
           MOVE 'N' TO WS-EOF-RAZAO.
           PERFORM SEPARAR-ORDEM-JUDICIAL THRU
                   SEPARAR-ORDEM-JUDICIAL-EXIT
               UNTIL WS-EOF-RAZAO = 'S'.
           CLOSE REGISTRO-ORDENS.
           CLOSE ORDENS-ANUAL.
           CLOSE ARQUIVO-TRABALHO-VIRADA.

           OPEN INPUT ARQUIVO-TRABALHO-VIRADA.
           OPEN OUTPUT REGISTRO-ORDENS.
           MOVE 'N' TO WS-EOF-TRABALHO.
           PERFORM DEVOLVER-TRABALHO-ORDENS THRU
                   DEVOLVER-TRABALHO-ORDENS-EXIT
               UNTIL WS-EOF-TRABALHO = 'S'.
           CLOSE ARQUIVO-TRABALHO-VIRADA.
           CLOSE REGISTRO-ORDENS.

       VIRAR-REGISTRO-ORDENS-EXIT.
           EXIT.

       SEPARAR-ORDEM-JUDICIAL.
           READ REGISTRO-ORDENS
               AT END
                   MOVE 'S' TO WS-EOF-RAZAO
                   GO TO SEPARAR-ORDEM-JUDICIAL-EXIT
           END-READ.
           ADD 1 TO WS-RZ-QTD-ABERTURA (3).
           IF ORDEM-VALOR-FIXO
               ADD GRN-VALOR TO WS-RZ-VLR-ABERTURA (3)
           END-IF.
           IF GRN-VALOR = ZEROS
               MOVE REG-ORDEM-JUDICIAL TO REG-ORDENS-ANUAL
               WRITE REG-ORDENS-ANUAL
               ADD 1 TO WS-RZ-QTD-ARQUIVADA (3)
           ELSE
               MOVE REG-ORDEM-JUDICIAL TO REG-TRABALHO-VIRADA
               WRITE REG-TRABALHO-VIRADA
               ADD 1 TO WS-RZ-QTD-SALDO (3)
               IF ORDEM-VALOR-FIXO
                   ADD GRN-VALOR TO WS-RZ-VLR-SALDO (3)
               END-IF
           END-IF.

       SEPARAR-ORDEM-JUDICIAL-EXIT.
           EXIT.

       DEVOLVER-TRABALHO-ORDENS.
           READ ARQUIVO-TRABALHO-VIRADA
               AT END
                   MOVE 'S' TO WS-EOF-TRABALHO
                   GO TO DEVOLVER-TRABALHO-ORDENS-EXIT
           END-READ.
           MOVE REG-TRABALHO-VIRADA TO REG-ORDEM-JUDICIAL.
           WRITE REG-ORDEM-JUDICIAL.

       DEVOLVER-TRABALHO-ORDENS-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    IMPRIMIR-RELATORIO-VIRADA                                *
      *    VIRAREP.DAT: abertura / arquivado / saldo transportado   *
      *    por razao, o acumulado anual zerado e o visto.           *
      *----------------------------------------------------------*
       IMPRIMIR-RELATORIO-VIRADA.
           OPEN OUTPUT RELATORIO-VIRADA.
           MOVE WS-ANO-VIRADA    TO VRC-ANO.
           MOVE WS-DATA-EXECUCAO TO VRC-DATA.
           MOVE WS-RESPONSAVEL   TO VRC-RESPONSAVEL.
           WRITE REG-RELATORIO-VIRADA FROM WS-CABECALHO-VIRADA.

           MOVE SPACES TO REG-RELATORIO-VIRADA.
           WRITE REG-RELATORIO-VIRADA.
           MOVE 'PAYHIST.DAT - HISTORICO DA FOLHA' TO VRT-NOME.
           MOVE '   TOTAL DA FOLHA' TO VRK-ROTULO-VALOR.
           MOVE 1 TO WS-IDX-RAZAO.
           PERFORM IMPRIMIR-RAZAO-VIRADA THRU
                   IMPRIMIR-RAZAO-VIRADA-EXIT.

           MOVE 'FERIAS.DAT - DIREITO DE FERIAS' TO VRT-NOME.
           MOVE '    SALDO EM DIAS' TO VRK-ROTULO-VALOR.
           MOVE 2 TO WS-IDX-RAZAO.
           PERFORM IMPRIMIR-RAZAO-VIRADA THRU
                   IMPRIMIR-RAZAO-VIRADA-EXIT.

           MOVE 'GARNREG.DAT - ORDENS JUDICIAIS' TO VRT-NOME.
           MOVE '  DESCONTO FIXO' TO VRK-ROTULO-VALOR.
           MOVE 3 TO WS-IDX-RAZAO.
           PERFORM IMPRIMIR-RAZAO-VIRADA THRU
                   IMPRIMIR-RAZAO-VIRADA-EXIT.

           MOVE SPACES TO REG-RELATORIO-VIRADA.
           WRITE REG-RELATORIO-VIRADA.
           MOVE SPACES TO VRA-ROTULO.
           STRING 'FOLHA DO ANO ' WS-ANO-VIRADA ' ARQUIVADA.......:'
                  DELIMITED BY SIZE
               INTO VRA-ROTULO
           END-STRING.
           MOVE WS-FOLHA-ANO-VIRADA TO VRA-VALOR.
           WRITE REG-RELATORIO-VIRADA FROM WS-LINHA-ACUMULADO.
           MOVE SPACES TO VRA-ROTULO.
           STRING 'ACUMULADO DO ANO ' WS-ANO-NOVO ' EM PAYHIST..:'
                  DELIMITED BY SIZE
               INTO VRA-ROTULO
           END-STRING.
           MOVE WS-RZ-VLR-SALDO (1) TO VRA-VALOR.
           WRITE REG-RELATORIO-VIRADA FROM WS-LINHA-ACUMULADO.

           MOVE SPACES TO REG-RELATORIO-VIRADA.
           WRITE REG-RELATORIO-VIRADA.
           WRITE REG-RELATORIO-VIRADA FROM WS-LINHA-VISTO.
           CLOSE RELATORIO-VIRADA.

       IMPRIMIR-RELATORIO-VIRADA-EXIT.
           EXIT.

       IMPRIMIR-RAZAO-VIRADA.
           MOVE SPACES TO REG-RELATORIO-VIRADA.
           WRITE REG-RELATORIO-VIRADA.
           WRITE REG-RELATORIO-VIRADA FROM WS-TITULO-RAZAO.
           WRITE REG-RELATORIO-VIRADA FROM WS-CABECALHO-COLUNAS.
           MOVE 'ABERTURA............:' TO VRL-ROTULO.
           MOVE WS-RZ-QTD-ABERTURA (WS-IDX-RAZAO)  TO VRL-QTD.
           MOVE WS-RZ-VLR-ABERTURA (WS-IDX-RAZAO)  TO VRL-VALOR.
           WRITE REG-RELATORIO-VIRADA FROM WS-LINHA-VIRADA.
           MOVE 'ARQUIVADO...........:' TO VRL-ROTULO.
           MOVE WS-RZ-QTD-ARQUIVADA (WS-IDX-RAZAO) TO VRL-QTD.
           MOVE WS-RZ-VLR-ARQUIVADO (WS-IDX-RAZAO) TO VRL-VALOR.
           WRITE REG-RELATORIO-VIRADA FROM WS-LINHA-VIRADA.
           MOVE 'SALDO TRANSPORTADO..:' TO VRL-ROTULO.
           MOVE WS-RZ-QTD-SALDO (WS-IDX-RAZAO)     TO VRL-QTD.
           MOVE WS-RZ-VLR-SALDO (WS-IDX-RAZAO)     TO VRL-VALOR.
           WRITE REG-RELATORIO-VIRADA FROM WS-LINHA-VIRADA.

       IMPRIMIR-RAZAO-VIRADA-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    RECUSAR-VIRADA                                           *
      *    Virada recusada antes de tocar em qualquer razao: log    *
      *    de excecoes e RC=8.                                      *
      *----------------------------------------------------------*
       RECUSAR-VIRADA.
           DISPLAY 'TESTVIRA VIRADA RECUSADA: ' WS-MOTIVO-RECUSA.
           MOVE 'TESTVIRA'        TO WS-EXC-PROGRAMA.
           MOVE 'RECUSAR-VIRADA'  TO WS-EXC-PARAGRAFO.
           MOVE 8                 TO WS-EXC-CODIGO.
           MOVE WS-MOTIVO-RECUSA  TO WS-EXC-MENSAGEM.
           MOVE 2 TO WS-EXC-SEVERIDADE.
           PERFORM GRAVAR-EXCECAO-GERAL.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.

       RECUSAR-VIRADA-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    ABORTAR-VIRADA                                           *
      *    Razao obrigatorio ilegivel: RC=12.                       *
      *----------------------------------------------------------*
       ABORTAR-VIRADA.
           DISPLAY 'TESTVIRA ERRO ABERTURA ' WS-NOME-ARQ-RAZAO
                   ' STATUS ' WS-EXC-CODIGO.
           MOVE 'TESTVIRA'        TO WS-EXC-PROGRAMA.
           MOVE 'ABORTAR-VIRADA'  TO WS-EXC-PARAGRAFO.
           MOVE SPACES            TO WS-EXC-MENSAGEM.
           STRING 'ERRO ABERTURA ' WS-NOME-ARQ-RAZAO
                  DELIMITED BY SIZE
               INTO WS-EXC-MENSAGEM
           END-STRING.
           MOVE 1 TO WS-EXC-SEVERIDADE.
           PERFORM GRAVAR-EXCECAO-GERAL.
           MOVE 12 TO RETURN-CODE.
           STOP RUN.

       ABORTAR-VIRADA-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    CONSULTAR-SITUACAO-PERIODO / OBTER-DATA-NEGOCIO-PERIODO  *
      *    Registro de fechamento compartilhado (PERIPRC).          *
      *----------------------------------------------------------*
       COPY PERIPRC.

      *----------------------------------------------------------*
      *    GRAVAR-EXCECAO-GERAL                                    *
      *    Log de excecoes compartilhado (EXCPPRC).                 *
      *----------------------------------------------------------*
       COPY EXCPPRC.
