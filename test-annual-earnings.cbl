      *    soma dos brutos individuais contra a soma das entradas  *
      *    do ano em PAYHIST.DAT e aponta a diferenca - e os       *
      *    empregados que nao pode apurar por falta de dados.      *
      *    A PLR paga no ano (PLRHIST.DAT de TESTPLRS, pela data   *
      *    de pagamento) sai em linhas proprias de tributacao      *
      *    exclusiva, fora do bruto e do fechamento contra         *
      *    PAYHIST.DAT.                                            *
      *    Todo janeiro a RH montava estes totais a mao.           *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-HISTORICO.

           SELECT OPTIONAL HISTORICO-ANUAL
               ASSIGN TO WS-NOME-ARQ-HIST-ANUAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-HIST-ANUAL.

           SELECT OPTIONAL TABELA-DEDUCOES
               ASSIGN TO "DEDTAB.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-INFORMES.

           COPY PLRHSEL.

           COPY EXCPSEL.

           COPY RUNRSEL.

       DATA DIVISION.
       FILE SECTION.
       FD  EXTRATO-EMPREGADOS.
           05  EXT-EMPLOYEE-AGENCIA     PIC X(05).
           05  EXT-EMPLOYEE-CONTA       PIC X(12).
           05  EXT-EMPLOYEE-HIRE-DATE   PIC 9(08).
           05  EXT-EMPLOYEE-EMPRESA     PIC X(05).

       FD  EXTRATO-INATIVOS.
       01  REG-EXTRATO-INATIVO.
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

       FD  TABELA-DEDUCOES.
       01  REG-TABELA-DEDUCOES.
           05  DED-CODIGO              PIC X(04).
       FD  ARQUIVO-INFORMES.
       01  REG-INFORME              PIC X(80).

       COPY PLRHFD.

       COPY EXCPFD.

       COPY RUNRFD.

       WORKING-STORAGE SECTION.
       COPY RUNRWS.
       COPY EXTVWS.
       COPY EXCPWS.

       01  WS-STATUS-EXTRATO        PIC XX.
       01  WS-STATUS-INATIVOS       PIC XX.
       01  WS-STATUS-HISTORICO      PIC XX.
       01  WS-STATUS-HIST-ANUAL     PIC XX.
       01  WS-NOME-ARQ-HIST-ANUAL   PIC X(12) VALUE SPACES.
       01  WS-STATUS-DEDUCOES       PIC XX.
       01  WS-STATUS-CARTAO         PIC XX.
       01  WS-STATUS-INFORMES       PIC XX.
       01  WS-STATUS-REGISTRO-PLR   PIC XX.
       01  WS-EOF-EXTRATO           PIC X VALUE 'N'.
       01  WS-EOF-INATIVOS          PIC X VALUE 'N'.
       01  WS-EOF-HISTORICO         PIC X VALUE 'N'.
       01  WS-EOF-DEDUCOES          PIC X VALUE 'N'.
       01  WS-EOF-REGISTRO-PLR      PIC X VALUE 'N'.

       01  WS-DATA-RUN              PIC 9(08).
       01  WS-DATA-RUN-R REDEFINES WS-DATA-RUN.
       01  WS-TABELA-INFORMADOS.
           05  WS-INFORMADO OCCURS 5000 TIMES PIC 9(05).

      *    PLR paga no ano por matricula (tributacao exclusiva).
       01  WS-QTD-PLR               PIC 9(04) VALUE ZEROS.
       01  WS-IDX-PLR               PIC 9(04) VALUE ZEROS.
       01  WS-PLR-ACHADA            PIC X VALUE 'N'.
       01  WS-TABELA-PLR.
           05  WS-PLR-EMPREGADO OCCURS 5000 TIMES.
               10  WS-PLR-MATRICULA PIC 9(05).
               10  WS-PLR-BRUTO     PIC 9(09)V99.
               10  WS-PLR-IRRF      PIC 9(09)V99.

       01  WS-LINHA-SEPARADORA      PIC X(60) VALUE ALL '='.

       01  WS-CABECALHO-INFORME.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 0 TO RETURN-CODE.
           MOVE 'TESTINFR' TO WS-RUN-PROGRAMA.
           PERFORM REGISTRAR-INICIO-EXECUCAO.
           ACCEPT WS-DATA-RUN FROM DATE YYYYMMDD.
           MOVE WS-RUN-ANO TO WS-ANO-REFERENCIA.
           PERFORM LER-CARTAO-INFORME.
           PERFORM APURAR-HISTORICO-ANO THRU
                   APURAR-HISTORICO-ANO-EXIT.
           PERFORM CARREGAR-PCT-RETENCAO.
           PERFORM CARREGAR-PLR-ANO THRU
                   CARREGAR-PLR-ANO-EXIT.

           OPEN OUTPUT ARQUIVO-INFORMES.
           MOVE WS-ANO-REFERENCIA TO INF-CAB-ANO.
               MOVE 4 TO RETURN-CODE
           END-IF.

           PERFORM REGISTRAR-FIM-EXECUCAO.
           STOP RUN.

      *----------------------------------------------------------*
      *----------------------------------------------------------*
      *    APURAR-HISTORICO-ANO                                     *
      *    Total pago no ano e os meses com folha, de PAYHIST.DAT.  *
      *    Ano ja virado por TESTVIRA: os snapshots estao no        *
      *    arquivo anual PAYHaaaa.DAT, lido em seguida.             *
      *----------------------------------------------------------*
       APURAR-HISTORICO-ANO.
           MOVE ALL 'N' TO WS-TABELA-MESES.
           PERFORM LER-SNAPSHOT-ANO UNTIL WS-EOF-HISTORICO = 'S'.
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
       LER-SNAPSHOT-ANO-EXIT.
           EXIT.

       LER-SNAPSHOT-ANUAL.
           READ HISTORICO-ANUAL
               AT END
                   MOVE 'S' TO WS-EOF-HISTORICO
               NOT AT END
                   IF HAN-ANO = WS-ANO-REFERENCIA
                       ADD HAN-TOTAL-FOLHA
                           TO WS-TOTAL-ANO-HISTORICO
                       IF HAN-MES >= 01 AND HAN-MES <= 12
                           MOVE 'S' TO WS-MES-COM-FOLHA (HAN-MES)
                       END-IF
                   END-IF
           END-READ.

       LER-SNAPSHOT-ANUAL-EXIT.
           EXIT.

       CONTAR-MES-COM-FOLHA.
           IF WS-MES-COM-FOLHA (WS-IDX-MES) = 'S'
               ADD 1 TO WS-MESES-COM-FOLHA
           MOVE '13O SALARIO.........: ' TO INF-DESCRICAO.
           MOVE WS-DECIMO-TERCEIRO TO INF-VALOR.
           WRITE REG-INFORME FROM WS-LINHA-VALOR-INF.
           MOVE 'N' TO WS-PLR-ACHADA.
           PERFORM PROCURAR-PLR-EMPREGADO
               VARYING WS-IDX-PLR FROM 1 BY 1
               UNTIL WS-IDX-PLR > WS-QTD-PLR
                  OR WS-PLR-ACHADA = 'S'.
           IF WS-PLR-ACHADA = 'S'
               SUBTRACT 1 FROM WS-IDX-PLR
               MOVE 'PLR TRIB.EXCLUSIVA..: ' TO INF-DESCRICAO
               MOVE WS-PLR-BRUTO (WS-IDX-PLR) TO INF-VALOR
               WRITE REG-INFORME FROM WS-LINHA-VALOR-INF
               MOVE 'IRRF S/ PLR.........: ' TO INF-DESCRICAO
               MOVE WS-PLR-IRRF (WS-IDX-PLR) TO INF-VALOR
               WRITE REG-INFORME FROM WS-LINHA-VALOR-INF
           END-IF.

           ADD 1 TO WS-QTD-INFORMES.
           ADD WS-BRUTO-ANUAL TO WS-SOMA-BRUTOS-INFORME.
       GRAVAR-INFORME-EMPREGADO-EXIT.
           EXIT.

       PROCURAR-PLR-EMPREGADO.
           IF WS-PLR-MATRICULA (WS-IDX-PLR) = WS-MATRICULA-CORRENTE
               MOVE 'S' TO WS-PLR-ACHADA
           END-IF.

       PROCURAR-PLR-EMPREGADO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    CARREGAR-PLR-ANO                                         *
      *    PLR efetivamente paga (situacao 'P') com data de         *
      *    pagamento no ano do informe, somada por matricula.       *
      *    Estouro da tabela recusa o informe (RC=8).               *
      *----------------------------------------------------------*
       CARREGAR-PLR-ANO.
           OPEN INPUT REGISTRO-PLR.
           IF WS-STATUS-REGISTRO-PLR NOT = '00'
               CLOSE REGISTRO-PLR
               GO TO CARREGAR-PLR-ANO-EXIT
           END-IF.
           PERFORM LER-REGISTRO-PLR THRU
                   LER-REGISTRO-PLR-EXIT
               UNTIL WS-EOF-REGISTRO-PLR = 'S'.
           CLOSE REGISTRO-PLR.

       CARREGAR-PLR-ANO-EXIT.
           EXIT.

       LER-REGISTRO-PLR.
           READ REGISTRO-PLR
               AT END
                   MOVE 'S' TO WS-EOF-REGISTRO-PLR
                   GO TO LER-REGISTRO-PLR-EXIT
           END-READ.
           IF PLH-SITUACAO NOT = 'P'
                  OR PLH-DATA-PAGAMENTO (1:4) NOT = WS-ANO-REFERENCIA
               GO TO LER-REGISTRO-PLR-EXIT
           END-IF.
           MOVE PLH-MATRICULA TO WS-MATRICULA-CORRENTE.
           MOVE 'N' TO WS-PLR-ACHADA.
           PERFORM PROCURAR-PLR-EMPREGADO
               VARYING WS-IDX-PLR FROM 1 BY 1
               UNTIL WS-IDX-PLR > WS-QTD-PLR
                  OR WS-PLR-ACHADA = 'S'.
           IF WS-PLR-ACHADA = 'S'
               SUBTRACT 1 FROM WS-IDX-PLR
           ELSE
               IF WS-QTD-PLR >= 5000
                   DISPLAY 'TESTINFR PLRHIST.DAT EXCEDE A CAPACIDADE '
                           'DA TABELA (5000) - INFORME RECUSADO'
                   MOVE 'TESTINFR'          TO WS-EXC-PROGRAMA
                   MOVE 'LER-REGISTRO-PLR'  TO WS-EXC-PARAGRAFO
                   MOVE 8                   TO WS-EXC-CODIGO
                   MOVE 'PLR DO ANO ESTOUROU A TABELA'
                       TO WS-EXC-MENSAGEM
                   MOVE 2 TO WS-EXC-SEVERIDADE
                   PERFORM GRAVAR-EXCECAO-GERAL
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-QTD-PLR
               MOVE WS-QTD-PLR TO WS-IDX-PLR
               MOVE PLH-MATRICULA TO WS-PLR-MATRICULA (WS-IDX-PLR)
               MOVE ZEROS TO WS-PLR-BRUTO (WS-IDX-PLR)
               MOVE ZEROS TO WS-PLR-IRRF (WS-IDX-PLR)
           END-IF.
           ADD PLH-VALOR-BRUTO TO WS-PLR-BRUTO (WS-IDX-PLR).
           ADD PLH-VALOR-IRRF  TO WS-PLR-IRRF (WS-IDX-PLR).

       LER-REGISTRO-PLR-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    CONFERIR-VERSAO-EXTRATO                                  *
      *    Header de versao de layout do extrato (ver EXTVWS):      *
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
