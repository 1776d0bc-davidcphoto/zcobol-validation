       IDENTIFICATION DIVISION.
       PROGRAM-ID. TESTELIM.

      *----------------------------------------------------------*
      *    TESTELIM                                                *
      *    Eliminacao por prazo de retencao dos dados pessoais de  *
      *    ex-empregados no historico de producao. No run de fim   *
      *    de mes (RUNMODE.DAT = 'M') localiza em DLTHIST.DAT os   *
      *    desligados cujo ultimo desligamento e anterior ao prazo *
      *    de retencao (anos, cartao ELIMCTL.DAT, default 5) e que *
      *    nao foram readmitidos nem constam do extrato corrente,  *
      *    e anonimiza nos arquivos de historico                   *
      *      DLTHIST.DAT  INATEXT.DAT  EMPAUD.DAT  FERIAS.DAT      *
      *      WORKFLOW.DAT                                          *
      *    o nome, os dados bancarios, a chave PIX e a matricula,  *
      *    mantendo datas, dias e valores - os totais financeiros  *
      *    continuam batendo. Registro anonimizado fica com        *
      *    matricula zero e nao e reprocessado.                    *
      *    Nao sao eliminados (relatorio ELIMREL.DAT, RC=4):       *
      *      - quem tem ordem judicial no registro GARNREG.DAT;    *
      *      - quem tem retencao legal aberta em LEGALHLD.DAT      *
      *        (matricula, processo, inicio, fim - fim zero ou     *
      *        futuro = retencao em vigor);                        *
      *      - quem tem evento de verbas rescisorias ainda nao     *
      *        aceito pelo governo no registro ESOCREG.DAT.        *
      *    Cada eliminado ganha uma linha no certificado           *
      *    ELIMCERT.DAT (aberto em EXTEND): data da eliminacao,    *
      *    matricula, data do desligamento, registros alterados e  *
      *    os arquivos tocados. A reescrita de cada arquivo passa  *
      *    pelo arquivo de trabalho ELIMWORK.DAT, como TESTEXPG    *
      *    faz com o log de excecoes.                              *
      *    O extrato corrente EMPEXTR.DAT e a unica protecao dos   *
      *    empregados ativos: ausente, sem header de versao ou com *
      *    versao de layout divergente (ver EXTVWS) o passo para   *
      *    com RC=8 antes de qualquer regravacao.                  *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CARTAO-ELIMINACAO
               ASSIGN TO "ELIMCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CARTAO.

           SELECT OPTIONAL HISTORICO-MOVIMENTACAO
               ASSIGN TO "DLTHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-HIST-MOV.

           SELECT OPTIONAL EXTRATO-EMPREGADOS
               ASSIGN TO "EMPEXTR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-EXTRATO.

           SELECT OPTIONAL REGISTRO-ORDENS
               ASSIGN TO "GARNREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-ORDENS.

           SELECT OPTIONAL RETENCOES-LEGAIS
               ASSIGN TO "LEGALHLD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RETENCOES.

           COPY ESOCSEL.

           SELECT OPTIONAL EXTRATO-INATIVOS
               ASSIGN TO "INATEXT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-INATIVOS.

           SELECT OPTIONAL LOG-AUDITORIA-EMP
               ASSIGN TO "EMPAUD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-AUDITORIA.

           SELECT OPTIONAL RAZAO-FERIAS
               ASSIGN TO "FERIAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-FERIAS.

           SELECT OPTIONAL ARQUIVO-WORKFLOW
               ASSIGN TO "WORKFLOW.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-WORKFLOW.

           SELECT ARQUIVO-TRABALHO
               ASSIGN TO "ELIMWORK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-TRABALHO.

           SELECT CERTIFICADO-ELIMINACAO
               ASSIGN TO "ELIMCERT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CERTIFICADO.

           SELECT RELATORIO-ELIMINACAO
               ASSIGN TO "ELIMREL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RELATORIO.

           COPY RUNMDSEL.

           COPY EXCPSEL.

       DATA DIVISION.
       FILE SECTION.
       FD  CARTAO-ELIMINACAO.
       01  REG-CARTAO-ELIMINACAO.
           05  ELC-ANOS-RETENCAO    PIC 9(02).
           05  FILLER               PIC X(78).

       FD  HISTORICO-MOVIMENTACAO.
       01  REG-HISTORICO-MOV.
           05  HMV-DATA                PIC 9(08).
           05  HMV-TIPO                PIC X(01).
           05  HMV-EMPLOYEE-ID         PIC 9(05).
           05  HMV-EMPLOYEE-NAME       PIC X(50).
           05  HMV-EMPLOYEE-SALARY     PIC 9(07)V99.
           05  HMV-EMPLOYEE-DEPARTMENT PIC X(10).
           05  HMV-EMPLOYEE-AGENCIA    PIC X(05).
           05  HMV-EMPLOYEE-CONTA      PIC X(12).
           05  HMV-EMPLOYEE-EMPRESA    PIC X(05).
           05  HMV-MOTIVO              PIC X(01).

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

       FD  REGISTRO-ORDENS.
       01  REG-ORDEM-JUDICIAL.
           05  GRN-MATRICULA        PIC 9(05).
           05  GRN-ORDEM            PIC X(10).
           05  GRN-TIPO             PIC X(01).
           05  GRN-VALOR            PIC 9(07)V99.
           05  GRN-PRIORIDADE       PIC 9(02).
           05  GRN-BENEF-NOME       PIC X(30).
           05  GRN-BENEF-AGENCIA    PIC X(05).
           05  GRN-BENEF-CONTA      PIC X(12).
           05  FILLER               PIC X(06).

       FD  RETENCOES-LEGAIS.
       01  REG-RETENCAO-LEGAL.
           05  LHD-MATRICULA        PIC 9(05).
           05  LHD-PROCESSO         PIC X(20).
           05  LHD-DATA-INICIO      PIC 9(08).
           05  LHD-DATA-FIM         PIC 9(08).
           05  FILLER               PIC X(39).

       FD  EXTRATO-INATIVOS.
       01  REG-EXTRATO-INATIVO.
           05  INAT-DATA-EXTRACAO       PIC 9(08).
           05  INAT-EMPLOYEE-ID         PIC 9(05).
           05  INAT-EMPLOYEE-NAME       PIC X(50).
           05  INAT-EMPLOYEE-SALARY     PIC 9(07)V99.
           05  INAT-EMPLOYEE-DEPARTMENT PIC X(10).

      *    Linha de EMPAUD.DAT como TESTEMNT grava.
       FD  LOG-AUDITORIA-EMP.
       01  REG-AUDITORIA-EMP.
           05  EMA-CARIMBO          PIC X(28).
           05  EMA-IMAGEM.
               10  IMG-EMPLOYEE-ID      PIC X(05).
               10  FILLER               PIC X(01).
               10  IMG-EMPLOYEE-NAME    PIC X(50).
               10  FILLER               PIC X(01).
               10  IMG-EMPLOYEE-SALARY  PIC X(09).
               10  FILLER               PIC X(01).
               10  IMG-DEPARTMENT       PIC X(10).
               10  FILLER               PIC X(01).
               10  IMG-AGENCIA          PIC X(05).
               10  FILLER               PIC X(01).
               10  IMG-CONTA            PIC X(12).
               10  FILLER               PIC X(01).
               10  IMG-ACTIVE           PIC X(01).
               10  FILLER               PIC X(01).
               10  IMG-CARGO            PIC X(06).
               10  FILLER               PIC X(01).
               10  IMG-PIX-TIPO         PIC X(01).
               10  FILLER               PIC X(01).
               10  IMG-PIX-CHAVE        PIC X(77).
               10  FILLER               PIC X(05).
           05  FILLER               PIC X(03).
           05  EMA-OPERADOR         PIC X(08).
           05  FILLER               PIC X(01).
           05  EMA-CONTRATO         PIC X(10).

       FD  RAZAO-FERIAS.
       01  REG-RAZAO-FERIAS.
           05  FER-MATRICULA        PIC 9(05).
           05  FER-RESTANTE         PIC X(75).

       FD  ARQUIVO-WORKFLOW.
       01  REG-WORKFLOW.
           05  WF-CODIGO.
               10  WF-CODIGO-MATRICULA  PIC X(05).
               10  WF-CODIGO-SEPARADOR  PIC X(01).
               10  WF-CODIGO-ITEM       PIC X(04).
           05  WF-ESTADO            PIC X(01).
           05  WF-DATA-ESTADO       PIC 9(08).
           05  FILLER               PIC X(61).

       FD  ARQUIVO-TRABALHO.
       01  REG-TRABALHO             PIC X(240).

       FD  CERTIFICADO-ELIMINACAO.
       01  REG-CERTIFICADO.
           05  CRT-DATA-ELIMINACAO  PIC 9(08).
           05  CRT-MATRICULA        PIC 9(05).
           05  CRT-DATA-DESLIGAMENTO PIC 9(08).
           05  CRT-QTD-REGISTROS    PIC 9(05).
           05  CRT-ARQUIVOS         PIC X(54).

       FD  RELATORIO-ELIMINACAO.
       01  REG-RELATORIO-ELIM       PIC X(80).

       COPY ESOCFD.

       COPY RUNMDFD.

       COPY EXCPFD.

       WORKING-STORAGE SECTION.
       COPY EXCPWS.
       COPY ESOCWS.
       COPY RUNMDWS.
       COPY EXTVWS.

       01  WS-STATUS-CARTAO         PIC XX.
       01  WS-STATUS-HIST-MOV       PIC XX.
       01  WS-STATUS-EXTRATO        PIC XX.
       01  WS-STATUS-ORDENS         PIC XX.
       01  WS-STATUS-RETENCOES      PIC XX.
       01  WS-STATUS-INATIVOS       PIC XX.
       01  WS-STATUS-AUDITORIA      PIC XX.
       01  WS-STATUS-FERIAS         PIC XX.
       01  WS-STATUS-WORKFLOW       PIC XX.
       01  WS-STATUS-TRABALHO       PIC XX.
       01  WS-STATUS-CERTIFICADO    PIC XX.
       01  WS-STATUS-RELATORIO      PIC XX.
       01  WS-EOF-ARQUIVO           PIC X VALUE 'N'.
       01  WS-EOF-TRABALHO          PIC X VALUE 'N'.

       01  WS-DATA-RUN              PIC 9(08).
       01  WS-DATA-CORTE            PIC 9(08).
       01  WS-DATA-CORTE-R REDEFINES WS-DATA-CORTE.
           05  WS-CORTE-ANO         PIC 9(04).
           05  WS-CORTE-MES-DIA     PIC 9(04).
       01  WS-ANOS-RETENCAO         PIC 9(02) VALUE 5.

      *    Identidade que substitui a do titular eliminado.
       01  WS-NOME-ANONIMO          PIC X(50) VALUE
           'TITULAR ANONIMIZADO'.
       01  WS-AGENCIA-ANONIMA       PIC X(05) VALUE '00000'.
       01  WS-CONTA-ANONIMA         PIC X(12) VALUE '000000000000'.
       01  WS-MATRICULA-ANONIMA     PIC 9(05) VALUE ZEROS.

      *    Ex-empregados do historico de movimentacao: ultimo
      *    desligamento e ultima admissao por matricula, situacao
      *    apurada e o que foi alterado em cada arquivo.
      *    Arquivos: 1 DLTHIST, 2 INATEXT, 3 EMPAUD, 4 FERIAS,
      *    5 WORKFLOW.
       01  WS-QTD-EX-EMPREGADOS     PIC 9(04) VALUE ZEROS.
       01  WS-IDX-EX                PIC 9(04) VALUE ZEROS.
       01  WS-EX-ACHADO             PIC X VALUE 'N'.
       01  WS-MATRICULA-PROCURADA   PIC 9(05) VALUE ZEROS.
       01  WS-MATRICULA-PROCURADA-X REDEFINES WS-MATRICULA-PROCURADA
                                    PIC X(05).
       01  WS-IDX-ARQUIVO           PIC 9(01) VALUE ZEROS.
       01  WS-TABELA-EX-EMPREGADOS.
           05  WS-EX-EMPREGADO OCCURS 5000 TIMES.
               10  WS-EXE-MATRICULA     PIC 9(05).
               10  WS-EXE-DATA-DESLIG   PIC 9(08).
               10  WS-EXE-DATA-ADMISSAO PIC 9(08).
               10  WS-EXE-SITUACAO      PIC X(01).
                   88  EXE-ELIMINAR     VALUE 'E'.
                   88  EXE-BLOQUEADO    VALUE 'B'.
                   88  EXE-NO-PRAZO     VALUE 'P'.
                   88  EXE-ATIVO        VALUE 'A'.
               10  WS-EXE-MOTIVO        PIC X(40).
               10  WS-EXE-QTD-REGISTROS PIC 9(05).
               10  WS-EXE-ARQUIVO OCCURS 5 TIMES PIC X(01).

       01  WS-NOMES-ARQUIVOS.
           05  FILLER               PIC X(10) VALUE 'DLTHIST'.
           05  FILLER               PIC X(10) VALUE 'INATEXT'.
           05  FILLER               PIC X(10) VALUE 'EMPAUD'.
           05  FILLER               PIC X(10) VALUE 'FERIAS'.
           05  FILLER               PIC X(10) VALUE 'WORKFLOW'.
       01  WS-NOMES-ARQUIVOS-R REDEFINES WS-NOMES-ARQUIVOS.
           05  WS-NOME-ARQUIVO OCCURS 5 TIMES PIC X(10).

       01  WS-QTD-A-ELIMINAR        PIC 9(05) VALUE ZEROS.
       01  WS-QTD-BLOQUEADOS        PIC 9(05) VALUE ZEROS.
       01  WS-QTD-NO-PRAZO          PIC 9(05) VALUE ZEROS.
       01  WS-QTD-ALTERADOS-ARQ     PIC 9(07) VALUE ZEROS.
       01  WS-QTD-ALTERADOS-TOTAL   PIC 9(07) VALUE ZEROS.
       01  WS-PONTEIRO-ARQUIVOS     PIC 9(03) VALUE ZEROS.

       01  WS-CABECALHO-ELIM.
           05  FILLER               PIC X(36) VALUE
               'ELIMINACAO POR RETENCAO - EXECUCAO '.
           05  CAB-DATA-RUN         PIC 9(08).
           05  FILLER               PIC X(08) VALUE '  CORTE '.
           05  CAB-DATA-CORTE       PIC 9(08).

       01  WS-LINHA-SEPARADORA      PIC X(80) VALUE ALL '-'.

       01  WS-LINHA-ELIMINADO.
           05  FILLER               PIC X(12) VALUE 'ELIMINADO   '.
           05  ELM-MATRICULA        PIC 9(05).
           05  FILLER               PIC X(07) VALUE '  DESL '.
           05  ELM-DATA-DESLIG      PIC 9(08).
           05  FILLER               PIC X(07) VALUE '  REGS '.
           05  ELM-QTD-REGISTROS    PIC ZZZZ9.

       01  WS-LINHA-BLOQUEADO.
           05  FILLER               PIC X(12) VALUE 'NAO ELIMIN. '.
           05  BLQ-MATRICULA        PIC 9(05).
           05  FILLER               PIC X(07) VALUE '  DESL '.
           05  BLQ-DATA-DESLIG      PIC 9(08).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  BLQ-MOTIVO           PIC X(40).

       01  WS-LINHA-TOTAIS.
           05  FILLER               PIC X(12) VALUE 'ELIMINADOS: '.
           05  TOT-ELIMINADOS       PIC ZZZZ9.
           05  FILLER               PIC X(18) VALUE
               '  NAO ELIMINADOS: '.
           05  TOT-BLOQUEADOS       PIC ZZZZ9.
           05  FILLER               PIC X(14) VALUE
               '  REGISTROS: '.
           05  TOT-REGISTROS        PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 0 TO RETURN-CODE.
           PERFORM LER-MODO-EXECUCAO.
           IF NOT MODO-FIM-DE-MES
               DISPLAY 'TESTELIM FORA DO FECHAMENTO MENSAL - SEM '
                       'ELIMINACAO POR RETENCAO'
               STOP RUN
           END-IF.
           ACCEPT WS-DATA-RUN FROM DATE YYYYMMDD.
           PERFORM LER-CARTAO-ELIMINACAO.

           PERFORM CARREGAR-DESLIGAMENTOS THRU
                   CARREGAR-DESLIGAMENTOS-EXIT.
           PERFORM CLASSIFICAR-EX-EMPREGADO
               VARYING WS-IDX-EX FROM 1 BY 1
               UNTIL WS-IDX-EX > WS-QTD-EX-EMPREGADOS.
           PERFORM MARCAR-ATIVOS THRU
                   MARCAR-ATIVOS-EXIT.
           PERFORM MARCAR-ORDENS-JUDICIAIS THRU
                   MARCAR-ORDENS-JUDICIAIS-EXIT.
           PERFORM MARCAR-RETENCOES-LEGAIS THRU
                   MARCAR-RETENCOES-LEGAIS-EXIT.
           PERFORM MARCAR-RESCISOES-PENDENTES THRU
                   MARCAR-RESCISOES-PENDENTES-EXIT.
           PERFORM CONTAR-SITUACAO
               VARYING WS-IDX-EX FROM 1 BY 1
               UNTIL WS-IDX-EX > WS-QTD-EX-EMPREGADOS.

           IF WS-QTD-A-ELIMINAR > 0
               PERFORM ANONIMIZAR-MOVIMENTACAO THRU
                       ANONIMIZAR-MOVIMENTACAO-EXIT
               PERFORM ANONIMIZAR-INATIVOS THRU
                       ANONIMIZAR-INATIVOS-EXIT
               PERFORM ANONIMIZAR-AUDITORIA THRU
                       ANONIMIZAR-AUDITORIA-EXIT
               PERFORM ANONIMIZAR-FERIAS THRU
                       ANONIMIZAR-FERIAS-EXIT
               PERFORM ANONIMIZAR-WORKFLOW THRU
                       ANONIMIZAR-WORKFLOW-EXIT
               PERFORM GRAVAR-CERTIFICADO
           END-IF.
           PERFORM IMPRIMIR-RELATORIO.

           DISPLAY 'TESTELIM DATA DE CORTE.........: '
                   WS-DATA-CORTE.
           DISPLAY 'TESTELIM EX-EMPREGADOS ELIMINADOS: '
                   WS-QTD-A-ELIMINAR.
           DISPLAY 'TESTELIM NAO ELIMINADOS (BLOQ.)..: '
                   WS-QTD-BLOQUEADOS.
           DISPLAY 'TESTELIM AINDA NO PRAZO..........: '
                   WS-QTD-NO-PRAZO.
           DISPLAY 'TESTELIM REGISTROS ANONIMIZADOS..: '
                   WS-QTD-ALTERADOS-TOTAL.

           IF WS-QTD-BLOQUEADOS > 0 AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

      *----------------------------------------------------------*
      *    LER-CARTAO-ELIMINACAO                                    *
      *    Prazo de retencao em anos contados do desligamento; a    *
      *    data de corte e a data do run recuada esses anos.        *
      *----------------------------------------------------------*
       LER-CARTAO-ELIMINACAO.
           OPEN INPUT CARTAO-ELIMINACAO.
           IF WS-STATUS-CARTAO = '00'
               READ CARTAO-ELIMINACAO
                   AT END
                       CONTINUE
                   NOT AT END
                       IF ELC-ANOS-RETENCAO IS NUMERIC
                              AND ELC-ANOS-RETENCAO > 0
                           MOVE ELC-ANOS-RETENCAO
                               TO WS-ANOS-RETENCAO
                       END-IF
               END-READ
           END-IF.
           CLOSE CARTAO-ELIMINACAO.

           MOVE WS-DATA-RUN TO WS-DATA-CORTE.
           SUBTRACT WS-ANOS-RETENCAO FROM WS-CORTE-ANO.
           IF WS-CORTE-MES-DIA = 0229
               MOVE 0228 TO WS-CORTE-MES-DIA
           END-IF.

       LER-CARTAO-ELIMINACAO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    CARREGAR-DESLIGAMENTOS                                   *
      *    Ultimo desligamento e ultima admissao por matricula.     *
      *    Sem DLTHIST.DAT nao ha ex-empregado a tratar.            *
      *----------------------------------------------------------*
       CARREGAR-DESLIGAMENTOS.
           OPEN INPUT HISTORICO-MOVIMENTACAO.
           IF WS-STATUS-HIST-MOV NOT = '00'
               DISPLAY 'TESTELIM DLTHIST.DAT AUSENTE - SEM '
                       'EX-EMPREGADOS A TRATAR'
               CLOSE HISTORICO-MOVIMENTACAO
               GO TO CARREGAR-DESLIGAMENTOS-EXIT
           END-IF.
           MOVE 'N' TO WS-EOF-ARQUIVO.
           PERFORM LER-MOVIMENTACAO-ELIM UNTIL WS-EOF-ARQUIVO = 'S'.
           CLOSE HISTORICO-MOVIMENTACAO.

       CARREGAR-DESLIGAMENTOS-EXIT.
           EXIT.

       LER-MOVIMENTACAO-ELIM.
           READ HISTORICO-MOVIMENTACAO
               AT END
                   MOVE 'S' TO WS-EOF-ARQUIVO
               NOT AT END
                   IF HMV-EMPLOYEE-ID IS NUMERIC
                          AND HMV-EMPLOYEE-ID NOT = ZEROS
                       PERFORM REGISTRAR-MOVIMENTACAO-EX THRU
                               REGISTRAR-MOVIMENTACAO-EX-EXIT
                   END-IF
           END-READ.

       LER-MOVIMENTACAO-ELIM-EXIT.
           EXIT.

       REGISTRAR-MOVIMENTACAO-EX.
           MOVE HMV-EMPLOYEE-ID TO WS-MATRICULA-PROCURADA.
           PERFORM LOCALIZAR-EX-EMPREGADO.
           IF WS-EX-ACHADO = 'N'
               IF WS-QTD-EX-EMPREGADOS >= 5000
                   DISPLAY 'TESTELIM TABELA DE EX-EMPREGADOS CHEIA '
                           '- MATRICULA ' HMV-EMPLOYEE-ID
                           ' FICA PARA O PROXIMO RUN'
                   GO TO REGISTRAR-MOVIMENTACAO-EX-EXIT
               END-IF
               ADD 1 TO WS-QTD-EX-EMPREGADOS
               MOVE WS-QTD-EX-EMPREGADOS TO WS-IDX-EX
               MOVE HMV-EMPLOYEE-ID TO WS-EXE-MATRICULA (WS-IDX-EX)
               MOVE ZEROS  TO WS-EXE-DATA-DESLIG (WS-IDX-EX)
                              WS-EXE-DATA-ADMISSAO (WS-IDX-EX)
                              WS-EXE-QTD-REGISTROS (WS-IDX-EX)
               MOVE SPACES TO WS-EXE-MOTIVO (WS-IDX-EX)
               MOVE 'N'    TO WS-EXE-ARQUIVO (WS-IDX-EX, 1)
                              WS-EXE-ARQUIVO (WS-IDX-EX, 2)
                              WS-EXE-ARQUIVO (WS-IDX-EX, 3)
                              WS-EXE-ARQUIVO (WS-IDX-EX, 4)
                              WS-EXE-ARQUIVO (WS-IDX-EX, 5)
           END-IF.
      *    O 'D' de transferencia entre empresas do grupo (motivo
      *    'T', par do 'A' na mesma data) nao e desligamento.
           IF HMV-TIPO = 'D'
                  AND HMV-MOTIVO NOT = 'T'
                  AND HMV-DATA > WS-EXE-DATA-DESLIG (WS-IDX-EX)
               MOVE HMV-DATA TO WS-EXE-DATA-DESLIG (WS-IDX-EX)
           END-IF.
           IF HMV-TIPO = 'A'
                  AND HMV-DATA > WS-EXE-DATA-ADMISSAO (WS-IDX-EX)
               MOVE HMV-DATA TO WS-EXE-DATA-ADMISSAO (WS-IDX-EX)
           END-IF.

       REGISTRAR-MOVIMENTACAO-EX-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    LOCALIZAR-EX-EMPREGADO                                   *
      *    WS-MATRICULA-PROCURADA na tabela; achado, WS-IDX-EX      *
      *    aponta a entrada.                                        *
      *----------------------------------------------------------*
       LOCALIZAR-EX-EMPREGADO.
           MOVE 'N' TO WS-EX-ACHADO.
           PERFORM PROCURAR-EX-EMPREGADO
               VARYING WS-IDX-EX FROM 1 BY 1
               UNTIL WS-IDX-EX > WS-QTD-EX-EMPREGADOS
                  OR WS-EX-ACHADO = 'S'.
           IF WS-EX-ACHADO = 'S'
               SUBTRACT 1 FROM WS-IDX-EX
           END-IF.

       LOCALIZAR-EX-EMPREGADO-EXIT.
           EXIT.

       PROCURAR-EX-EMPREGADO.
           IF WS-EXE-MATRICULA (WS-IDX-EX) = WS-MATRICULA-PROCURADA
               MOVE 'S' TO WS-EX-ACHADO
           END-IF.

       PROCURAR-EX-EMPREGADO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    CLASSIFICAR-EX-EMPREGADO                                 *
      *    Sem desligamento, ou readmitido depois dele: ativo.      *
      *    Desligado depois da data de corte: ainda no prazo.       *
      *----------------------------------------------------------*
       CLASSIFICAR-EX-EMPREGADO.
           EVALUATE TRUE
               WHEN WS-EXE-DATA-DESLIG (WS-IDX-EX) = ZEROS
                   MOVE 'A' TO WS-EXE-SITUACAO (WS-IDX-EX)
               WHEN WS-EXE-DATA-ADMISSAO (WS-IDX-EX)
                    > WS-EXE-DATA-DESLIG (WS-IDX-EX)
                   MOVE 'A' TO WS-EXE-SITUACAO (WS-IDX-EX)
               WHEN WS-EXE-DATA-DESLIG (WS-IDX-EX) > WS-DATA-CORTE
                   MOVE 'P' TO WS-EXE-SITUACAO (WS-IDX-EX)
               WHEN OTHER
                   MOVE 'E' TO WS-EXE-SITUACAO (WS-IDX-EX)
           END-EVALUATE.

       CLASSIFICAR-EX-EMPREGADO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    MARCAR-ATIVOS                                            *
      *    Matricula no extrato corrente nao e ex-empregado. Sem    *
      *    o extrato, ou com extrato de outra versao de layout,     *
      *    nao ha como saber quem esta ativo: o passo para com      *
      *    RC=8 antes de qualquer regravacao.                       *
      *----------------------------------------------------------*
       MARCAR-ATIVOS.
           OPEN INPUT EXTRATO-EMPREGADOS.
           IF WS-STATUS-EXTRATO NOT = '00'
               DISPLAY 'TESTELIM EMPEXTR.DAT INDISPONIVEL STATUS='
                       WS-STATUS-EXTRATO
                       ' - ELIMINACAO NAO EXECUTADA'
               MOVE 'TESTELIM'          TO WS-EXC-PROGRAMA
               MOVE 'MARCAR-ATIVOS'     TO WS-EXC-PARAGRAFO
               MOVE WS-STATUS-EXTRATO   TO WS-EXC-CODIGO
               MOVE 'EMPEXTR.DAT INDISPONIVEL - SEM ELIMINACAO'
                   TO WS-EXC-MENSAGEM
               MOVE 2 TO WS-EXC-SEVERIDADE
               PERFORM GRAVAR-EXCECAO-GERAL
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ EXTRATO-EMPREGADOS
               AT END
                   MOVE SPACES TO REG-EXTRATO-EMPREGADO
           END-READ.
           PERFORM CONFERIR-VERSAO-EXTRATO THRU
                   CONFERIR-VERSAO-EXTRATO-EXIT.
           MOVE 'N' TO WS-EOF-ARQUIVO.
           PERFORM LER-ATIVO-ELIM UNTIL WS-EOF-ARQUIVO = 'S'.
           CLOSE EXTRATO-EMPREGADOS.

       MARCAR-ATIVOS-EXIT.
           EXIT.

       LER-ATIVO-ELIM.
           READ EXTRATO-EMPREGADOS
               AT END
                   MOVE 'S' TO WS-EOF-ARQUIVO
               NOT AT END
                   IF EXT-EMPLOYEE-ID IS NUMERIC
                       MOVE EXT-EMPLOYEE-ID TO WS-MATRICULA-PROCURADA
                       PERFORM LOCALIZAR-EX-EMPREGADO
                       IF WS-EX-ACHADO = 'S'
                           MOVE 'A' TO WS-EXE-SITUACAO (WS-IDX-EX)
                       END-IF
                   END-IF
           END-READ.

       LER-ATIVO-ELIM-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    CONFERIR-VERSAO-EXTRATO                                  *
      *    O primeiro registro tem de ser o header de versao de     *
      *    layout (ver EXTVWS) na versao esperada. Aqui o extrato   *
      *    sem header nao segue com aviso: eliminacao nao se        *
      *    desfaz, e conta como versao divergente.                  *
      *----------------------------------------------------------*
       CONFERIR-VERSAO-EXTRATO.
           IF REG-EXTRATO-EMPREGADO (1:6) = 'VERSAO'
               MOVE REG-EXTRATO-EMPREGADO (7:2)
                   TO WS-VERSAO-EXTRATO-LIDA
           ELSE
               MOVE SPACES TO WS-VERSAO-EXTRATO-LIDA
           END-IF.
           IF WS-VERSAO-EXTRATO-LIDA NOT = WS-VERSAO-EXTRATO-ATUAL
               DISPLAY 'TESTELIM VERSAO DO EXTRATO '
                       WS-VERSAO-EXTRATO-LIDA
                       ' INCOMPATIVEL - ESPERADA '
                       WS-VERSAO-EXTRATO-ATUAL
               MOVE 'TESTELIM'          TO WS-EXC-PROGRAMA
               MOVE 'CONFERIR-VERSAO-EXTRATO' TO WS-EXC-PARAGRAFO
               MOVE 8                   TO WS-EXC-CODIGO
               MOVE 'VERSAO DE LAYOUT DO EXTRATO INCOMPATIVEL'
                   TO WS-EXC-MENSAGEM
               MOVE 2 TO WS-EXC-SEVERIDADE
               PERFORM GRAVAR-EXCECAO-GERAL
               CLOSE EXTRATO-EMPREGADOS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY 'TESTELIM VERSAO DO EXTRATO.....: '
                   WS-VERSAO-EXTRATO-LIDA.

       CONFERIR-VERSAO-EXTRATO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    MARCAR-ORDENS-JUDICIAIS                                  *
      *    Ordem no registro GARNREG.DAT ainda em vigor bloqueia a  *
      *    eliminacao.                                              *
      *----------------------------------------------------------*
       MARCAR-ORDENS-JUDICIAIS.
           OPEN INPUT REGISTRO-ORDENS.
           IF WS-STATUS-ORDENS NOT = '00'
               CLOSE REGISTRO-ORDENS
               GO TO MARCAR-ORDENS-JUDICIAIS-EXIT
           END-IF.
           MOVE 'N' TO WS-EOF-ARQUIVO.
           PERFORM LER-ORDEM-ELIM UNTIL WS-EOF-ARQUIVO = 'S'.
           CLOSE REGISTRO-ORDENS.

       MARCAR-ORDENS-JUDICIAIS-EXIT.
           EXIT.

       LER-ORDEM-ELIM.
           READ REGISTRO-ORDENS
               AT END
                   MOVE 'S' TO WS-EOF-ARQUIVO
               NOT AT END
                   IF GRN-MATRICULA IS NUMERIC
                       MOVE GRN-MATRICULA TO WS-MATRICULA-PROCURADA
                       PERFORM LOCALIZAR-EX-EMPREGADO
                       IF WS-EX-ACHADO = 'S'
                           IF EXE-ELIMINAR (WS-IDX-EX)
                               MOVE 'B' TO WS-EXE-SITUACAO (WS-IDX-EX)
                               MOVE 'ORDEM JUDICIAL EM ABERTO'
                                   TO WS-EXE-MOTIVO (WS-IDX-EX)
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       LER-ORDEM-ELIM-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    MARCAR-RETENCOES-LEGAIS                                  *
      *    Retencao legal (processo trabalhista, fiscalizacao) em   *
      *    vigor na data do run: fim zero ou ainda nao alcancado.   *
      *----------------------------------------------------------*
       MARCAR-RETENCOES-LEGAIS.
           OPEN INPUT RETENCOES-LEGAIS.
           IF WS-STATUS-RETENCOES NOT = '00'
               CLOSE RETENCOES-LEGAIS
               GO TO MARCAR-RETENCOES-LEGAIS-EXIT
           END-IF.
           MOVE 'N' TO WS-EOF-ARQUIVO.
           PERFORM LER-RETENCAO-LEGAL UNTIL WS-EOF-ARQUIVO = 'S'.
           CLOSE RETENCOES-LEGAIS.

       MARCAR-RETENCOES-LEGAIS-EXIT.
           EXIT.

       LER-RETENCAO-LEGAL.
           READ RETENCOES-LEGAIS
               AT END
                   MOVE 'S' TO WS-EOF-ARQUIVO
               NOT AT END
                   IF LHD-MATRICULA IS NUMERIC
                          AND LHD-DATA-FIM IS NUMERIC
                          AND (LHD-DATA-FIM = ZEROS
                               OR LHD-DATA-FIM >= WS-DATA-RUN)
                       MOVE LHD-MATRICULA TO WS-MATRICULA-PROCURADA
                       PERFORM LOCALIZAR-EX-EMPREGADO
                       IF WS-EX-ACHADO = 'S'
                           IF EXE-ELIMINAR (WS-IDX-EX)
                               MOVE 'B' TO WS-EXE-SITUACAO (WS-IDX-EX)
                               MOVE SPACES
                                   TO WS-EXE-MOTIVO (WS-IDX-EX)
                               STRING 'RETENCAO LEGAL '
                                      LHD-PROCESSO
                                      DELIMITED BY SIZE
                                      INTO WS-EXE-MOTIVO (WS-IDX-EX)
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       LER-RETENCAO-LEGAL-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    MARCAR-RESCISOES-PENDENTES                               *
      *    Evento RESC do registro ESOCREG.DAT enviado e ainda nao  *
      *    aceito (pendente ou rejeitado): a rescisao nao esta      *
      *    encerrada e os dados ainda serao necessarios.            *
      *----------------------------------------------------------*
       MARCAR-RESCISOES-PENDENTES.
           OPEN INPUT REGISTRO-EVENTOS-GOV.
           IF WS-STATUS-EVENTOS-GOV NOT = '00'
               GO TO MARCAR-RESCISOES-PENDENTES-EXIT
           END-IF.
           MOVE 'N' TO WS-EOF-EVENTOS-GOV.
           PERFORM LER-EVENTO-RESCISAO
               UNTIL WS-EOF-EVENTOS-GOV = 'S'.
           CLOSE REGISTRO-EVENTOS-GOV.

       MARCAR-RESCISOES-PENDENTES-EXIT.
           EXIT.

       LER-EVENTO-RESCISAO.
           READ REGISTRO-EVENTOS-GOV NEXT RECORD
               AT END
                   MOVE 'S' TO WS-EOF-EVENTOS-GOV
               NOT AT END
                   IF EVS-TIPO-RESCISAO AND NOT EVS-ACEITO
                       MOVE EVS-MATRICULA TO WS-MATRICULA-PROCURADA
                       PERFORM LOCALIZAR-EX-EMPREGADO
                       IF WS-EX-ACHADO = 'S'
                           IF EXE-ELIMINAR (WS-IDX-EX)
                               MOVE 'B' TO WS-EXE-SITUACAO (WS-IDX-EX)
                               MOVE 'RESCISAO PENDENTE NO ESOCIAL'
                                   TO WS-EXE-MOTIVO (WS-IDX-EX)
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       LER-EVENTO-RESCISAO-EXIT.
           EXIT.

       CONTAR-SITUACAO.
           EVALUATE TRUE
               WHEN EXE-ELIMINAR (WS-IDX-EX)
                   ADD 1 TO WS-QTD-A-ELIMINAR
               WHEN EXE-BLOQUEADO (WS-IDX-EX)
                   ADD 1 TO WS-QTD-BLOQUEADOS
               WHEN EXE-NO-PRAZO (WS-IDX-EX)
                   ADD 1 TO WS-QTD-NO-PRAZO
           END-EVALUATE.

       CONTAR-SITUACAO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    VERIFICAR-ELIMINACAO                                     *
      *    WS-MATRICULA-PROCURADA e de titular a eliminar? Se for,  *
      *    conta o registro e marca o arquivo WS-IDX-ARQUIVO.       *
      *----------------------------------------------------------*
       VERIFICAR-ELIMINACAO.
           IF WS-MATRICULA-PROCURADA = ZEROS
               MOVE 'N' TO WS-EX-ACHADO
           ELSE
               PERFORM LOCALIZAR-EX-EMPREGADO
               IF WS-EX-ACHADO = 'S'
                   IF EXE-ELIMINAR (WS-IDX-EX)
                       ADD 1 TO WS-EXE-QTD-REGISTROS (WS-IDX-EX)
                       MOVE 'S'
                           TO WS-EXE-ARQUIVO (WS-IDX-EX, WS-IDX-ARQUIVO)
                       ADD 1 TO WS-QTD-ALTERADOS-ARQ
                   ELSE
                       MOVE 'N' TO WS-EX-ACHADO
                   END-IF
               END-IF
           END-IF.

       VERIFICAR-ELIMINACAO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    ANONIMIZAR-MOVIMENTACAO                                  *
      *    Cada arquivo de historico: copia anonimizada no arquivo  *
      *    de trabalho e, havendo alteracao, devolucao ao arquivo   *
      *    original.                                                *
      *----------------------------------------------------------*
       ANONIMIZAR-MOVIMENTACAO.
           MOVE 1 TO WS-IDX-ARQUIVO.
           MOVE ZEROS TO WS-QTD-ALTERADOS-ARQ.
           OPEN INPUT HISTORICO-MOVIMENTACAO.
           IF WS-STATUS-HIST-MOV NOT = '00'
               CLOSE HISTORICO-MOVIMENTACAO
               GO TO ANONIMIZAR-MOVIMENTACAO-EXIT
           END-IF.
           OPEN OUTPUT ARQUIVO-TRABALHO.
           MOVE 'N' TO WS-EOF-ARQUIVO.
           PERFORM COPIAR-MOVIMENTACAO UNTIL WS-EOF-ARQUIVO = 'S'.
           CLOSE HISTORICO-MOVIMENTACAO.
           CLOSE ARQUIVO-TRABALHO.
           IF WS-QTD-ALTERADOS-ARQ > 0
               OPEN INPUT ARQUIVO-TRABALHO
               OPEN OUTPUT HISTORICO-MOVIMENTACAO
               MOVE 'N' TO WS-EOF-TRABALHO
               PERFORM DEVOLVER-MOVIMENTACAO
                   UNTIL WS-EOF-TRABALHO = 'S'
               CLOSE ARQUIVO-TRABALHO
               CLOSE HISTORICO-MOVIMENTACAO
               ADD WS-QTD-ALTERADOS-ARQ TO WS-QTD-ALTERADOS-TOTAL
           END-IF.

       ANONIMIZAR-MOVIMENTACAO-EXIT.
           EXIT.

       COPIAR-MOVIMENTACAO.
           READ HISTORICO-MOVIMENTACAO
               AT END
                   MOVE 'S' TO WS-EOF-ARQUIVO
               NOT AT END
                   MOVE ZEROS TO WS-MATRICULA-PROCURADA
                   IF HMV-EMPLOYEE-ID IS NUMERIC
                       MOVE HMV-EMPLOYEE-ID TO WS-MATRICULA-PROCURADA
                   END-IF
                   PERFORM VERIFICAR-ELIMINACAO
                   IF WS-EX-ACHADO = 'S'
                       MOVE WS-MATRICULA-ANONIMA TO HMV-EMPLOYEE-ID
                       MOVE WS-NOME-ANONIMO      TO HMV-EMPLOYEE-NAME
                       MOVE WS-AGENCIA-ANONIMA
                           TO HMV-EMPLOYEE-AGENCIA
                       MOVE WS-CONTA-ANONIMA     TO HMV-EMPLOYEE-CONTA
                   END-IF
                   WRITE REG-TRABALHO FROM REG-HISTORICO-MOV
           END-READ.

       COPIAR-MOVIMENTACAO-EXIT.
           EXIT.

       DEVOLVER-MOVIMENTACAO.
           READ ARQUIVO-TRABALHO
               AT END
                   MOVE 'S' TO WS-EOF-TRABALHO
               NOT AT END
                   WRITE REG-HISTORICO-MOV FROM REG-TRABALHO
           END-READ.

       DEVOLVER-MOVIMENTACAO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    ANONIMIZAR-INATIVOS                                      *
      *----------------------------------------------------------*
       ANONIMIZAR-INATIVOS.
           MOVE 2 TO WS-IDX-ARQUIVO.
           MOVE ZEROS TO WS-QTD-ALTERADOS-ARQ.
           OPEN INPUT EXTRATO-INATIVOS.
           IF WS-STATUS-INATIVOS NOT = '00'
               CLOSE EXTRATO-INATIVOS
               GO TO ANONIMIZAR-INATIVOS-EXIT
           END-IF.
           OPEN OUTPUT ARQUIVO-TRABALHO.
           MOVE 'N' TO WS-EOF-ARQUIVO.
           PERFORM COPIAR-INATIVO UNTIL WS-EOF-ARQUIVO = 'S'.
           CLOSE EXTRATO-INATIVOS.
           CLOSE ARQUIVO-TRABALHO.
           IF WS-QTD-ALTERADOS-ARQ > 0
               OPEN INPUT ARQUIVO-TRABALHO
               OPEN OUTPUT EXTRATO-INATIVOS
               MOVE 'N' TO WS-EOF-TRABALHO
               PERFORM DEVOLVER-INATIVO
                   UNTIL WS-EOF-TRABALHO = 'S'
               CLOSE ARQUIVO-TRABALHO
               CLOSE EXTRATO-INATIVOS
               ADD WS-QTD-ALTERADOS-ARQ TO WS-QTD-ALTERADOS-TOTAL
           END-IF.

       ANONIMIZAR-INATIVOS-EXIT.
           EXIT.

       COPIAR-INATIVO.
           READ EXTRATO-INATIVOS
               AT END
                   MOVE 'S' TO WS-EOF-ARQUIVO
               NOT AT END
                   MOVE ZEROS TO WS-MATRICULA-PROCURADA
                   IF INAT-EMPLOYEE-ID IS NUMERIC
                       MOVE INAT-EMPLOYEE-ID TO WS-MATRICULA-PROCURADA
                   END-IF
                   PERFORM VERIFICAR-ELIMINACAO
                   IF WS-EX-ACHADO = 'S'
                       MOVE WS-MATRICULA-ANONIMA TO INAT-EMPLOYEE-ID
                       MOVE WS-NOME-ANONIMO TO INAT-EMPLOYEE-NAME
                   END-IF
                   WRITE REG-TRABALHO FROM REG-EXTRATO-INATIVO
           END-READ.

       COPIAR-INATIVO-EXIT.
           EXIT.

       DEVOLVER-INATIVO.
           READ ARQUIVO-TRABALHO
               AT END
                   MOVE 'S' TO WS-EOF-TRABALHO
               NOT AT END
                   WRITE REG-EXTRATO-INATIVO FROM REG-TRABALHO
           END-READ.

       DEVOLVER-INATIVO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    ANONIMIZAR-AUDITORIA                                     *
      *    Imagens ANTES/DEPOIS: matricula, nome, agencia/conta e   *
      *    chave PIX; carimbo, operacao, salario e cargo ficam.     *
      *----------------------------------------------------------*
       ANONIMIZAR-AUDITORIA.
           MOVE 3 TO WS-IDX-ARQUIVO.
           MOVE ZEROS TO WS-QTD-ALTERADOS-ARQ.
           OPEN INPUT LOG-AUDITORIA-EMP.
           IF WS-STATUS-AUDITORIA NOT = '00'
               CLOSE LOG-AUDITORIA-EMP
               GO TO ANONIMIZAR-AUDITORIA-EXIT
           END-IF.
           OPEN OUTPUT ARQUIVO-TRABALHO.
           MOVE 'N' TO WS-EOF-ARQUIVO.
           PERFORM COPIAR-AUDITORIA UNTIL WS-EOF-ARQUIVO = 'S'.
           CLOSE LOG-AUDITORIA-EMP.
           CLOSE ARQUIVO-TRABALHO.
           IF WS-QTD-ALTERADOS-ARQ > 0
               OPEN INPUT ARQUIVO-TRABALHO
               OPEN OUTPUT LOG-AUDITORIA-EMP
               MOVE 'N' TO WS-EOF-TRABALHO
               PERFORM DEVOLVER-AUDITORIA
                   UNTIL WS-EOF-TRABALHO = 'S'
               CLOSE ARQUIVO-TRABALHO
               CLOSE LOG-AUDITORIA-EMP
               ADD WS-QTD-ALTERADOS-ARQ TO WS-QTD-ALTERADOS-TOTAL
           END-IF.

       ANONIMIZAR-AUDITORIA-EXIT.
           EXIT.

       COPIAR-AUDITORIA.
           READ LOG-AUDITORIA-EMP
               AT END
                   MOVE 'S' TO WS-EOF-ARQUIVO
               NOT AT END
                   MOVE ZEROS TO WS-MATRICULA-PROCURADA
                   IF IMG-EMPLOYEE-ID IS NUMERIC
                       MOVE IMG-EMPLOYEE-ID
                           TO WS-MATRICULA-PROCURADA-X
                   END-IF
                   PERFORM VERIFICAR-ELIMINACAO
                   IF WS-EX-ACHADO = 'S'
                       MOVE WS-MATRICULA-ANONIMA TO IMG-EMPLOYEE-ID
                       MOVE WS-NOME-ANONIMO    TO IMG-EMPLOYEE-NAME
                       MOVE WS-AGENCIA-ANONIMA TO IMG-AGENCIA
                       MOVE WS-CONTA-ANONIMA   TO IMG-CONTA
                       MOVE SPACES TO IMG-PIX-TIPO
                       MOVE SPACES TO IMG-PIX-CHAVE
                   END-IF
                   WRITE REG-TRABALHO FROM REG-AUDITORIA-EMP
           END-READ.

       COPIAR-AUDITORIA-EXIT.
           EXIT.

       DEVOLVER-AUDITORIA.
           READ ARQUIVO-TRABALHO
               AT END
                   MOVE 'S' TO WS-EOF-TRABALHO
               NOT AT END
                   WRITE REG-AUDITORIA-EMP FROM REG-TRABALHO
           END-READ.

       DEVOLVER-AUDITORIA-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    ANONIMIZAR-FERIAS                                        *
      *    Periodos aquisitivos: so a matricula identifica.         *
      *----------------------------------------------------------*
       ANONIMIZAR-FERIAS.
           MOVE 4 TO WS-IDX-ARQUIVO.
           MOVE ZEROS TO WS-QTD-ALTERADOS-ARQ.
           OPEN INPUT RAZAO-FERIAS.
           IF WS-STATUS-FERIAS NOT = '00'
               CLOSE RAZAO-FERIAS
               GO TO ANONIMIZAR-FERIAS-EXIT
           END-IF.
           OPEN OUTPUT ARQUIVO-TRABALHO.
           MOVE 'N' TO WS-EOF-ARQUIVO.
           PERFORM COPIAR-FERIAS UNTIL WS-EOF-ARQUIVO = 'S'.
           CLOSE RAZAO-FERIAS.
           CLOSE ARQUIVO-TRABALHO.
           IF WS-QTD-ALTERADOS-ARQ > 0
               OPEN INPUT ARQUIVO-TRABALHO
               OPEN OUTPUT RAZAO-FERIAS
               MOVE 'N' TO WS-EOF-TRABALHO
               PERFORM DEVOLVER-FERIAS
                   UNTIL WS-EOF-TRABALHO = 'S'
               CLOSE ARQUIVO-TRABALHO
               CLOSE RAZAO-FERIAS
               ADD WS-QTD-ALTERADOS-ARQ TO WS-QTD-ALTERADOS-TOTAL
           END-IF.

       ANONIMIZAR-FERIAS-EXIT.
           EXIT.

       COPIAR-FERIAS.
           READ RAZAO-FERIAS
               AT END
                   MOVE 'S' TO WS-EOF-ARQUIVO
               NOT AT END
                   MOVE ZEROS TO WS-MATRICULA-PROCURADA
                   IF FER-MATRICULA IS NUMERIC
                       MOVE FER-MATRICULA TO WS-MATRICULA-PROCURADA
                   END-IF
                   PERFORM VERIFICAR-ELIMINACAO
                   IF WS-EX-ACHADO = 'S'
                       MOVE WS-MATRICULA-ANONIMA TO FER-MATRICULA
                   END-IF
                   WRITE REG-TRABALHO FROM REG-RAZAO-FERIAS
           END-READ.

       COPIAR-FERIAS-EXIT.
           EXIT.

       DEVOLVER-FERIAS.
           READ ARQUIVO-TRABALHO
               AT END
                   MOVE 'S' TO WS-EOF-TRABALHO
               NOT AT END
                   WRITE REG-RAZAO-FERIAS FROM REG-TRABALHO
           END-READ.

       DEVOLVER-FERIAS-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    ANONIMIZAR-WORKFLOW                                      *
      *    Itens 'nnnnn-xxx' da matricula: o prefixo vira zeros.    *
      *----------------------------------------------------------*
       ANONIMIZAR-WORKFLOW.
           MOVE 5 TO WS-IDX-ARQUIVO.
           MOVE ZEROS TO WS-QTD-ALTERADOS-ARQ.
           OPEN INPUT ARQUIVO-WORKFLOW.
           IF WS-STATUS-WORKFLOW NOT = '00'
               CLOSE ARQUIVO-WORKFLOW
               GO TO ANONIMIZAR-WORKFLOW-EXIT
           END-IF.
           OPEN OUTPUT ARQUIVO-TRABALHO.
           MOVE 'N' TO WS-EOF-ARQUIVO.
           PERFORM COPIAR-WORKFLOW UNTIL WS-EOF-ARQUIVO = 'S'.
           CLOSE ARQUIVO-WORKFLOW.
           CLOSE ARQUIVO-TRABALHO.
           IF WS-QTD-ALTERADOS-ARQ > 0
               OPEN INPUT ARQUIVO-TRABALHO
               OPEN OUTPUT ARQUIVO-WORKFLOW
               MOVE 'N' TO WS-EOF-TRABALHO
               PERFORM DEVOLVER-WORKFLOW
                   UNTIL WS-EOF-TRABALHO = 'S'
               CLOSE ARQUIVO-TRABALHO
               CLOSE ARQUIVO-WORKFLOW
               ADD WS-QTD-ALTERADOS-ARQ TO WS-QTD-ALTERADOS-TOTAL
           END-IF.

       ANONIMIZAR-WORKFLOW-EXIT.
           EXIT.

       COPIAR-WORKFLOW.
           READ ARQUIVO-WORKFLOW
               AT END
                   MOVE 'S' TO WS-EOF-ARQUIVO
               NOT AT END
                   MOVE ZEROS TO WS-MATRICULA-PROCURADA
                   IF WF-CODIGO-MATRICULA IS NUMERIC
                          AND WF-CODIGO-SEPARADOR = '-'
                       MOVE WF-CODIGO-MATRICULA
                           TO WS-MATRICULA-PROCURADA-X
                   END-IF
                   PERFORM VERIFICAR-ELIMINACAO
                   IF WS-EX-ACHADO = 'S'
                       MOVE WS-MATRICULA-ANONIMA
                           TO WS-MATRICULA-PROCURADA
                       MOVE WS-MATRICULA-PROCURADA-X
                           TO WF-CODIGO-MATRICULA
                   END-IF
                   WRITE REG-TRABALHO FROM REG-WORKFLOW
           END-READ.

       COPIAR-WORKFLOW-EXIT.
           EXIT.

       DEVOLVER-WORKFLOW.
           READ ARQUIVO-TRABALHO
               AT END
                   MOVE 'S' TO WS-EOF-TRABALHO
               NOT AT END
                   WRITE REG-WORKFLOW FROM REG-TRABALHO
           END-READ.

       DEVOLVER-WORKFLOW-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    GRAVAR-CERTIFICADO                                       *
      *    Uma linha por titular eliminado em ELIMCERT.DAT, que so  *
      *    cresce - e a prova da eliminacao para o encarregado.     *
      *----------------------------------------------------------*
       GRAVAR-CERTIFICADO.
           OPEN EXTEND CERTIFICADO-ELIMINACAO.
           IF WS-STATUS-CERTIFICADO = '05' OR '35'
               OPEN OUTPUT CERTIFICADO-ELIMINACAO
           END-IF.
           PERFORM CERTIFICAR-ELIMINADO
               VARYING WS-IDX-EX FROM 1 BY 1
               UNTIL WS-IDX-EX > WS-QTD-EX-EMPREGADOS.
           CLOSE CERTIFICADO-ELIMINACAO.

       GRAVAR-CERTIFICADO-EXIT.
           EXIT.

       CERTIFICAR-ELIMINADO.
           IF EXE-ELIMINAR (WS-IDX-EX)
               MOVE SPACES TO REG-CERTIFICADO
               MOVE WS-DATA-RUN TO CRT-DATA-ELIMINACAO
               MOVE WS-EXE-MATRICULA (WS-IDX-EX) TO CRT-MATRICULA
               MOVE WS-EXE-DATA-DESLIG (WS-IDX-EX)
                   TO CRT-DATA-DESLIGAMENTO
               MOVE WS-EXE-QTD-REGISTROS (WS-IDX-EX)
                   TO CRT-QTD-REGISTROS
               MOVE 1 TO WS-PONTEIRO-ARQUIVOS
               PERFORM LISTAR-ARQUIVO-TOCADO
                   VARYING WS-IDX-ARQUIVO FROM 1 BY 1
                   UNTIL WS-IDX-ARQUIVO > 5
               WRITE REG-CERTIFICADO
           END-IF.

       CERTIFICAR-ELIMINADO-EXIT.
           EXIT.

       LISTAR-ARQUIVO-TOCADO.
           IF WS-EXE-ARQUIVO (WS-IDX-EX, WS-IDX-ARQUIVO) = 'S'
               STRING WS-NOME-ARQUIVO (WS-IDX-ARQUIVO)
                          DELIMITED BY SPACE
                      ' ' DELIMITED BY SIZE
                      INTO CRT-ARQUIVOS
                      WITH POINTER WS-PONTEIRO-ARQUIVOS
           END-IF.

       LISTAR-ARQUIVO-TOCADO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    IMPRIMIR-RELATORIO                                       *
      *    Eliminados e nao eliminados com o motivo do bloqueio.    *
      *----------------------------------------------------------*
       IMPRIMIR-RELATORIO.
           OPEN OUTPUT RELATORIO-ELIMINACAO.
           MOVE WS-DATA-RUN   TO CAB-DATA-RUN.
           MOVE WS-DATA-CORTE TO CAB-DATA-CORTE.
           WRITE REG-RELATORIO-ELIM FROM WS-CABECALHO-ELIM.
           WRITE REG-RELATORIO-ELIM FROM WS-LINHA-SEPARADORA.
           PERFORM IMPRIMIR-EX-EMPREGADO
               VARYING WS-IDX-EX FROM 1 BY 1
               UNTIL WS-IDX-EX > WS-QTD-EX-EMPREGADOS.
           WRITE REG-RELATORIO-ELIM FROM WS-LINHA-SEPARADORA.
           MOVE WS-QTD-A-ELIMINAR      TO TOT-ELIMINADOS.
           MOVE WS-QTD-BLOQUEADOS      TO TOT-BLOQUEADOS.
           MOVE WS-QTD-ALTERADOS-TOTAL TO TOT-REGISTROS.
           WRITE REG-RELATORIO-ELIM FROM WS-LINHA-TOTAIS.
           CLOSE RELATORIO-ELIMINACAO.

       IMPRIMIR-RELATORIO-EXIT.
           EXIT.

       IMPRIMIR-EX-EMPREGADO.
           EVALUATE TRUE
               WHEN EXE-ELIMINAR (WS-IDX-EX)
                   MOVE WS-EXE-MATRICULA (WS-IDX-EX) TO ELM-MATRICULA
                   MOVE WS-EXE-DATA-DESLIG (WS-IDX-EX)
                       TO ELM-DATA-DESLIG
                   MOVE WS-EXE-QTD-REGISTROS (WS-IDX-EX)
                       TO ELM-QTD-REGISTROS
                   WRITE REG-RELATORIO-ELIM FROM WS-LINHA-ELIMINADO
               WHEN EXE-BLOQUEADO (WS-IDX-EX)
                   MOVE WS-EXE-MATRICULA (WS-IDX-EX) TO BLQ-MATRICULA
                   MOVE WS-EXE-DATA-DESLIG (WS-IDX-EX)
                       TO BLQ-DATA-DESLIG
                   MOVE WS-EXE-MOTIVO (WS-IDX-EX) TO BLQ-MOTIVO
                   WRITE REG-RELATORIO-ELIM FROM WS-LINHA-BLOQUEADO
                   MOVE 'TESTELIM'              TO WS-EXC-PROGRAMA
                   MOVE 'IMPRIMIR-EX-EMPREGADO' TO WS-EXC-PARAGRAFO
                   MOVE 4                       TO WS-EXC-CODIGO
                   MOVE SPACES TO WS-EXC-MENSAGEM
                   STRING 'ELIMINACAO BLOQUEADA MATR '
                          WS-EXE-MATRICULA (WS-IDX-EX)
                          DELIMITED BY SIZE
                          INTO WS-EXC-MENSAGEM
                   MOVE 3 TO WS-EXC-SEVERIDADE
                   PERFORM GRAVAR-EXCECAO-GERAL
           END-EVALUATE.

       IMPRIMIR-EX-EMPREGADO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    LER-MODO-EXECUCAO                                       *
      *    Cartao de modo de execucao compartilhado (RUNMDPRC).    *
      *----------------------------------------------------------*
       COPY RUNMDPRC.

      *----------------------------------------------------------*
      *    GRAVAR-EXCECAO-GERAL                                    *
      *    Log de excecoes compartilhado (EXCPPRC).                 *
      *----------------------------------------------------------*
       COPY EXCPPRC.
