      *    codigo do encargo). O relatorio de controle REMCTL.DAT  *
      *    amarra cada guia a base e ao TOTAL COM ENCARGOS de      *
      *    EMPREPT.DAT. Antes, as guias eram preparadas a mao a    *
      *    partir do relatorio impresso. A PLR paga no mes da      *
      *    folha (PLRTOT.DAT de TESTPLRS) nao sofre encargos: sai  *
      *    em linha propria no controle, fora do TOTAL COM         *
      *    ENCARGOS, e o IRRF exclusivo retido gera a guia         *
      *    REMIRPL.DAT.                                            *
      *    Folha por empresa empregadora (EMPRESA.DAT, ver EMPRWS):*
      *    cada REMcccc.DAT traz um documento H/D/T por empresa,   *
      *    com codigo e CNPJ no header e a base da propria empresa *
      *    (bruto do extrato EMPEXTR.DAT somado por empresa); o    *
      *    controle traz a base e a guia de cada empresa. Base das *
      *    empresas que nao fecha com PAYHIST.DAT sai apontada no  *
      *    controle com RC=4. A guia do IRRF da PLR sai em nome da *
      *    empresa principal (PLRTOT.DAT nao abre por empresa).    *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CONTROLE.

           SELECT OPTIONAL TOTAIS-PLR
               ASSIGN TO "PLRTOT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-TOTAIS-PLR.

      *    Extrato do run: bruto de cada empregado e sua empresa.
           SELECT OPTIONAL EXTRATO-EMPREGADOS
               ASSIGN TO "EMPEXTR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-EXTRATO.

           COPY EMPRSEL.

           COPY EXCPSEL.

       DATA DIVISION.
       FD  RELATORIO-CONTROLE-REM.
       01  REG-CONTROLE-REM         PIC X(80).

      *    Totais da ultima parcela de PLR (layout de TESTPLRS).
       FD  TOTAIS-PLR.
       01  REG-TOTAIS-PLR.
           05  TPL-ANO                  PIC 9(04).
           05  TPL-SEMESTRE             PIC 9(01).
           05  TPL-DATA-PAGAMENTO       PIC 9(08).
           05  TPL-QTD-PAGOS            PIC 9(05).
           05  TPL-VALOR-BRUTO          PIC 9(11)V99.
           05  TPL-VALOR-IRRF           PIC 9(11)V99.
           05  TPL-VALOR-LIQUIDO        PIC 9(11)V99.
           05  TPL-QTD-NAO-PAGOS        PIC 9(05).
           05  FILLER                   PIC X(18).

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

       COPY EMPRFD.

       COPY EXCPFD.

       WORKING-STORAGE SECTION.
       COPY EXCPWS.
       COPY EXTVWS.
      *    Acumuladores do cadastro de empresas: VALOR-1 = base da
      *    empresa, VALOR-2 = guia do encargo corrente, VALOR-3 =
      *    total recolhido pela empresa.
       COPY EMPRWS.

       01  WS-STATUS-HISTORICO      PIC XX.
       01  WS-STATUS-ENCARGOS       PIC XX.
       01  WS-STATUS-REMESSA        PIC XX.
       01  WS-STATUS-CONTROLE       PIC XX.
       01  WS-STATUS-TOTAIS-PLR     PIC XX.
       01  WS-EOF-HISTORICO         PIC X VALUE 'N'.
       01  WS-EOF-ENCARGOS          PIC X VALUE 'N'.

       01  WS-TOTAL-CARREGADO       PIC 9(12)V99 VALUE ZEROS.
       01  WS-VALOR-GUIA            PIC 9(11)V99 VALUE ZEROS.
       01  WS-QTD-GUIAS             PIC 9(02) VALUE ZEROS.
       01  WS-PLR-BRUTO             PIC 9(11)V99 VALUE ZEROS.
       01  WS-PLR-IRRF              PIC 9(11)V99 VALUE ZEROS.
       01  WS-STATUS-EXTRATO        PIC XX.
       01  WS-EOF-EXTRATO           PIC X VALUE 'N'.
       01  WS-TEM-EXTRATO           PIC X VALUE 'N'.
       01  WS-BASE-EMPRESAS         PIC 9(11)V99 VALUE ZEROS.
       01  WS-DIFERENCA-BASE        PIC S9(11)V99 VALUE ZEROS.

       01  WS-NOME-ARQ-REMESSA.
           05  FILLER               PIC X(03) VALUE 'REM'.
           05  GUI-HDR-DATA         PIC 9(08).
           05  FILLER               PIC X(09) VALUE ' ENCARGO '.
           05  GUI-HDR-CODIGO       PIC X(04).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  GUI-HDR-EMPRESA      PIC X(05).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  GUI-HDR-CNPJ         PIC X(14).
           05  FILLER               PIC X(37) VALUE SPACES.

       01  WS-REG-GUIA-DETALHE.
           05  FILLER               PIC X(01) VALUE 'D'.
               'TOTAL COM ENCARGOS.:'.
           05  CTT-VALOR            PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       01  WS-LINHA-CONTROLE-PLR.
           05  FILLER               PIC X(20) VALUE
               'PLR PAGA S/ENCARGOS:'.
           05  CTP-VALOR            PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(10) VALUE '  PARCELA '.
           05  CTP-ANO              PIC 9(04).
           05  FILLER               PIC X(01) VALUE '/'.
           05  CTP-SEMESTRE         PIC 9(01).

       01  WS-LINHA-CONTROLE-EMPRESA.
           05  FILLER               PIC X(10) VALUE '  EMPRESA '.
           05  CTE-EMPRESA          PIC X(05).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  CTE-CNPJ             PIC X(14).
           05  FILLER               PIC X(02) VALUE ': '.
           05  CTE-VALOR            PIC Z,ZZZ,ZZZ,ZZ9.99.

       01  WS-LINHA-CONTROLE-DIFER.
           05  FILLER               PIC X(20) VALUE
               'BASE DAS EMPRESAS..:'.
           05  CTD-VALOR            PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(22) VALUE
               ' DIVERGE DE PAYHIST  '.
           05  CTD-DIFERENCA        PIC -,---,---,--9.99.

       01  WS-LINHA-CONTROLE-IRPL.
           05  FILLER               PIC X(20) VALUE
               'GUIA IRRF PLR (IRPL)'.
           05  CTI-VALOR            PIC Z,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 0 TO RETURN-CODE.
           ACCEPT WS-DATA-EXECUCAO FROM DATE YYYYMMDD.
           MOVE 'TESTREMS' TO WS-EPR-PROGRAMA.
           PERFORM CARREGAR-EMPRESAS THRU CARREGAR-EMPRESAS-EXIT.

           PERFORM APURAR-BASE-FOLHA THRU
                   APURAR-BASE-FOLHA-EXIT.
           PERFORM APURAR-BASE-EMPRESAS THRU
                   APURAR-BASE-EMPRESAS-EXIT.
           PERFORM CARREGAR-TABELA-ENCARGOS.

           IF WS-QTD-ENCARGOS = ZEROS
           WRITE REG-CONTROLE-REM FROM WS-CABECALHO-CONTROLE.
           MOVE WS-BASE-FOLHA TO CTB-VALOR.
           WRITE REG-CONTROLE-REM FROM WS-LINHA-CONTROLE-BASE.
           PERFORM GRAVAR-CONTROLE-EMPRESA
               VARYING WS-EPR-IDX FROM 1 BY 1
               UNTIL WS-EPR-IDX > WS-QTD-EMPRESAS-CAD.
           IF WS-DIFERENCA-BASE NOT = ZEROS
               MOVE WS-BASE-EMPRESAS  TO CTD-VALOR
               MOVE WS-DIFERENCA-BASE TO CTD-DIFERENCA
               WRITE REG-CONTROLE-REM FROM WS-LINHA-CONTROLE-DIFER
           END-IF.

           PERFORM GERAR-GUIA-ENCARGO
               VARYING WS-IDX-ENCARGO FROM 1 BY 1
               WS-BASE-FOLHA + WS-TOTAL-ENCARGOS.
           MOVE WS-TOTAL-CARREGADO TO CTT-VALOR.
           WRITE REG-CONTROLE-REM FROM WS-LINHA-CONTROLE-TOTAL.
           PERFORM GERAR-GUIA-IRRF-PLR THRU
                   GERAR-GUIA-IRRF-PLR-EXIT.
           CLOSE RELATORIO-CONTROLE-REM.

           DISPLAY 'TESTREMS GUIAS GERADAS.....: ' WS-QTD-GUIAS.
           DISPLAY 'TESTREMS TOTAL RECOLHIMENTO: '
                   WS-TOTAL-ENCARGOS.
           IF WS-PLR-IRRF > ZEROS
               DISPLAY 'TESTREMS GUIA IRRF PLR.....: ' WS-PLR-IRRF
           END-IF.
           PERFORM AVISAR-EMPRESAS-DESCONHECIDAS THRU
                   AVISAR-EMPRESAS-DESCONHECIDAS-EXIT.
           STOP RUN.

      *----------------------------------------------------------*
       SOMAR-BASE-SNAPSHOT-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    APURAR-BASE-EMPRESAS                                     *
      *    Bruto do extrato do run somado por empresa. Sem o        *
      *    extrato a base inteira e da empresa principal. Soma das  *
      *    empresas diferente da base de PAYHIST.DAT: aviso no log, *
      *    linha no controle e RC=4 - cada guia segue com a base da *
      *    propria empresa.                                         *
      *----------------------------------------------------------*
       APURAR-BASE-EMPRESAS.
           OPEN INPUT EXTRATO-EMPREGADOS.
           IF WS-STATUS-EXTRATO = '00'
               PERFORM LER-EXTRATO-EMPRESA THRU
                       LER-EXTRATO-EMPRESA-EXIT
                   UNTIL WS-EOF-EXTRATO = 'S'
           END-IF.
           CLOSE EXTRATO-EMPREGADOS.
           IF WS-TEM-EXTRATO = 'N'
               DISPLAY 'TESTREMS EMPEXTR.DAT INDISPONIVEL - GUIAS '
                       'NA EMPRESA PRINCIPAL'
               MOVE WS-BASE-FOLHA TO WS-EPR-VALOR-1 (1)
               MOVE WS-BASE-FOLHA TO WS-BASE-EMPRESAS
               GO TO APURAR-BASE-EMPRESAS-EXIT
           END-IF.
           COMPUTE WS-DIFERENCA-BASE =
               WS-BASE-EMPRESAS - WS-BASE-FOLHA.
           IF WS-DIFERENCA-BASE = ZEROS
               GO TO APURAR-BASE-EMPRESAS-EXIT
           END-IF.
           DISPLAY 'TESTREMS BASE DAS EMPRESAS ' WS-BASE-EMPRESAS
                   ' DIVERGE DA BASE PAYHIST ' WS-BASE-FOLHA.
           MOVE 'TESTREMS'          TO WS-EXC-PROGRAMA.
           MOVE 'APURAR-BASE-EMPRESAS' TO WS-EXC-PARAGRAFO.
           MOVE 4                   TO WS-EXC-CODIGO.
           MOVE 'BASE POR EMPRESA DIVERGE DE PAYHIST.DAT'
               TO WS-EXC-MENSAGEM.
           MOVE 3 TO WS-EXC-SEVERIDADE.
           PERFORM GRAVAR-EXCECAO-GERAL.
           IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.

       APURAR-BASE-EMPRESAS-EXIT.
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
                   DISPLAY 'TESTREMS VERSAO DO EXTRATO '
                           WS-VERSAO-EXTRATO-LIDA
                           ' INCOMPATIVEL - ESPERADA '
                           WS-VERSAO-EXTRATO-ATUAL
                   MOVE 'TESTREMS'          TO WS-EXC-PROGRAMA
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
           ADD EXT-EMPLOYEE-SALARY TO WS-BASE-EMPRESAS.

       LER-EXTRATO-EMPRESA-EXIT.
           EXIT.

       GRAVAR-CONTROLE-EMPRESA.
           MOVE WS-EPR-CODIGO (WS-EPR-IDX)  TO CTE-EMPRESA.
           MOVE WS-EPR-CNPJ (WS-EPR-IDX)    TO CTE-CNPJ.
           MOVE WS-EPR-VALOR-1 (WS-EPR-IDX) TO CTE-VALOR.
           WRITE REG-CONTROLE-REM FROM WS-LINHA-CONTROLE-EMPRESA.

       GRAVAR-CONTROLE-EMPRESA-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    CARREGAR-TABELA-ENCARGOS                                 *
      *    Por codigo vale a linha com a vigencia mais recente ja   *

      *----------------------------------------------------------*
      *    GERAR-GUIA-ENCARGO                                       *
      *    Um arquivo-documento REMcccc.DAT por codigo de encargo,  *
      *    com um documento H/D/T por empresa com base no run, e    *
      *    as linhas correspondentes no controle (total do codigo   *
      *    e guia de cada empresa).                                 *
      *----------------------------------------------------------*
       GERAR-GUIA-ENCARGO.
           MOVE ZEROS TO WS-VALOR-GUIA.
           MOVE WS-ENC-CODIGO (WS-IDX-ENCARGO) TO REM-NOME-CODIGO.
           OPEN OUTPUT DOCUMENTO-REMESSA.
           PERFORM GERAR-DOCUMENTO-EMPRESA THRU
                   GERAR-DOCUMENTO-EMPRESA-EXIT
               VARYING WS-EPR-IDX FROM 1 BY 1
               UNTIL WS-EPR-IDX > WS-QTD-EMPRESAS-CAD.
           CLOSE DOCUMENTO-REMESSA.
           ADD WS-VALOR-GUIA TO WS-TOTAL-ENCARGOS.
           ADD 1 TO WS-QTD-GUIAS.

           MOVE WS-ENC-CODIGO (WS-IDX-ENCARGO) TO CTG-CODIGO.
           MOVE WS-ENC-PCT    (WS-IDX-ENCARGO) TO CTG-PCT.
           MOVE WS-VALOR-GUIA TO CTG-VALOR.
           WRITE REG-CONTROLE-REM FROM WS-LINHA-CONTROLE-GUIA.
           PERFORM GRAVAR-CONTROLE-GUIA-EMPRESA THRU
                   GRAVAR-CONTROLE-GUIA-EMPRESA-EXIT
               VARYING WS-EPR-IDX FROM 1 BY 1
               UNTIL WS-EPR-IDX > WS-QTD-EMPRESAS-CAD.

       GERAR-GUIA-ENCARGO-EXIT.
           EXIT.

       GERAR-DOCUMENTO-EMPRESA.
           MOVE ZEROS TO WS-EPR-VALOR-2 (WS-EPR-IDX).
           IF WS-EPR-VALOR-1 (WS-EPR-IDX) = ZEROS
               GO TO GERAR-DOCUMENTO-EMPRESA-EXIT
           END-IF.
           COMPUTE WS-EPR-VALOR-2 (WS-EPR-IDX) ROUNDED =
               WS-EPR-VALOR-1 (WS-EPR-IDX)
                   * WS-ENC-PCT (WS-IDX-ENCARGO) / 100.
           ADD WS-EPR-VALOR-2 (WS-EPR-IDX) TO WS-VALOR-GUIA.
           ADD WS-EPR-VALOR-2 (WS-EPR-IDX)
               TO WS-EPR-VALOR-3 (WS-EPR-IDX).

           MOVE WS-DATA-EXECUCAO TO GUI-HDR-DATA.
           MOVE WS-ENC-CODIGO (WS-IDX-ENCARGO) TO GUI-HDR-CODIGO.
           MOVE WS-EPR-CODIGO (WS-EPR-IDX) TO GUI-HDR-EMPRESA.
           MOVE WS-EPR-CNPJ (WS-EPR-IDX)   TO GUI-HDR-CNPJ.
           WRITE REG-DOCUMENTO-REMESSA FROM WS-REG-GUIA-HEADER.
           MOVE WS-ENC-CODIGO (WS-IDX-ENCARGO) TO GUI-DET-CODIGO.
           MOVE WS-ENC-PCT    (WS-IDX-ENCARGO) TO GUI-DET-PCT.
           MOVE WS-EPR-VALOR-1 (WS-EPR-IDX) TO GUI-DET-BASE.
           MOVE WS-EPR-VALOR-2 (WS-EPR-IDX) TO GUI-DET-VALOR.
           WRITE REG-DOCUMENTO-REMESSA FROM WS-REG-GUIA-DETALHE.
           MOVE WS-EPR-VALOR-2 (WS-EPR-IDX) TO GUI-TRL-VALOR.
           WRITE REG-DOCUMENTO-REMESSA FROM WS-REG-GUIA-TRAILER.

       GERAR-DOCUMENTO-EMPRESA-EXIT.
           EXIT.

       GRAVAR-CONTROLE-GUIA-EMPRESA.
           IF WS-EPR-VALOR-1 (WS-EPR-IDX) = ZEROS
               GO TO GRAVAR-CONTROLE-GUIA-EMPRESA-EXIT
           END-IF.
           MOVE WS-EPR-CODIGO (WS-EPR-IDX)  TO CTE-EMPRESA.
           MOVE WS-EPR-CNPJ (WS-EPR-IDX)    TO CTE-CNPJ.
           MOVE WS-EPR-VALOR-2 (WS-EPR-IDX) TO CTE-VALOR.
           WRITE REG-CONTROLE-REM FROM WS-LINHA-CONTROLE-EMPRESA.

       GRAVAR-CONTROLE-GUIA-EMPRESA-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    GERAR-GUIA-IRRF-PLR                                      *
      *    PLR paga no mesmo mes do snapshot da base: linha de      *
      *    controle da PLR (sem encargos) e, havendo IRRF           *
      *    exclusivo retido, a guia REMIRPL.DAT (base = PLR bruta   *
      *    paga, valor = IRRF retido).                              *
      *----------------------------------------------------------*
       GERAR-GUIA-IRRF-PLR.
           OPEN INPUT TOTAIS-PLR.
           IF WS-STATUS-TOTAIS-PLR NOT = '00'
               CLOSE TOTAIS-PLR
               GO TO GERAR-GUIA-IRRF-PLR-EXIT
           END-IF.
           READ TOTAIS-PLR
               AT END
                   CLOSE TOTAIS-PLR
                   GO TO GERAR-GUIA-IRRF-PLR-EXIT
           END-READ.
           CLOSE TOTAIS-PLR.
           IF TPL-DATA-PAGAMENTO IS NOT NUMERIC
                  OR TPL-DATA-PAGAMENTO (1:6)
                     NOT = WS-DATA-MAIS-RECENTE (1:6)
               GO TO GERAR-GUIA-IRRF-PLR-EXIT
           END-IF.

           MOVE TPL-VALOR-BRUTO TO WS-PLR-BRUTO.
           MOVE TPL-VALOR-IRRF  TO WS-PLR-IRRF.
           MOVE WS-PLR-BRUTO    TO CTP-VALOR.
           MOVE TPL-ANO         TO CTP-ANO.
           MOVE TPL-SEMESTRE    TO CTP-SEMESTRE.
           WRITE REG-CONTROLE-REM FROM WS-LINHA-CONTROLE-PLR.
           IF WS-PLR-IRRF = ZEROS
               GO TO GERAR-GUIA-IRRF-PLR-EXIT
           END-IF.

           MOVE 'IRPL' TO REM-NOME-CODIGO.
           OPEN OUTPUT DOCUMENTO-REMESSA.
           MOVE WS-DATA-EXECUCAO TO GUI-HDR-DATA.
           MOVE 'IRPL'           TO GUI-HDR-CODIGO.
           MOVE WS-EPR-CODIGO (1) TO GUI-HDR-EMPRESA.
           MOVE WS-EPR-CNPJ (1)   TO GUI-HDR-CNPJ.
           WRITE REG-DOCUMENTO-REMESSA FROM WS-REG-GUIA-HEADER.
           MOVE 'IRPL'           TO GUI-DET-CODIGO.
           MOVE ZEROS            TO GUI-DET-PCT.
           MOVE WS-PLR-BRUTO     TO GUI-DET-BASE.
           MOVE WS-PLR-IRRF      TO GUI-DET-VALOR.
           WRITE REG-DOCUMENTO-REMESSA FROM WS-REG-GUIA-DETALHE.
           MOVE WS-PLR-IRRF      TO GUI-TRL-VALOR.
           WRITE REG-DOCUMENTO-REMESSA FROM WS-REG-GUIA-TRAILER.
           CLOSE DOCUMENTO-REMESSA.
           ADD 1 TO WS-QTD-GUIAS.
           MOVE WS-PLR-IRRF TO CTI-VALOR.
           WRITE REG-CONTROLE-REM FROM WS-LINHA-CONTROLE-IRPL.

       GERAR-GUIA-IRRF-PLR-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    Log de excecoes compartilhado (EXCPPRC).                 *
      *----------------------------------------------------------*
       COPY EXCPPRC.

      *----------------------------------------------------------*
      *    CADASTRO DE EMPRESAS EMPREGADORAS (EMPRPRC)              *
      *----------------------------------------------------------*
       COPY EMPRPRC.
