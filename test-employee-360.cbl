       IDENTIFICATION DIVISION.
       PROGRAM-ID. TESTFICH.

      *----------------------------------------------------------*
      *    TESTFICH                                                *
      *    Ficha do empregado para a RH: consulta interativa, no   *
      *    mesmo loop de ACCEPT de TESTINQ e atras do sign-on de   *
      *    TESTSGON (funcao FICHA), em que o operador informa uma  *
      *    matricula e ve numa unica tela:                         *
      *      - o cadastro corrente (EMPEXTR.DAT);                  *
      *      - os tres ultimos contracheques - CONTRACH.DAT do     *
      *        run e as copias catalogadas em RPTCAT.DAT por       *
      *        TESTRCAT (bruto e liquido por competencia);         *
      *      - o saldo dos periodos de ferias em aberto            *
      *        (FERIAS.DAT);                                       *
      *      - as ordens judiciais vigentes (GARNREG.DAT);         *
      *      - os itens de workflow em aberto da matricula         *
      *        (WORKFLOW.DAT, estados P e A);                      *
      *      - as ultimas movimentacoes (DLTHIST.DAT).             *
      *    Salario, bruto e liquido saem mascarados para quem nao  *
      *    tem o perfil RH em OPERMST.DAT (funcao SALARIO de       *
      *    TESTSGON). Cada consulta e gravada em FICHAUD.DAT como  *
      *    INQAUD.DAT faz para COMPLETO.DAT - operador, data/hora, *
      *    matricula e resultado - mais a visao exibida.           *
      *    Extrato com header de versao de layout divergente (ver  *
      *    EXTVWS) encerra a consulta com RC=8 logo apos o sign-on.*
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL EXTRATO-EMPREGADOS
               ASSIGN TO "EMPEXTR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-EXTRATO.

      *    CONTRACH.DAT do run e as copias RPTnnnn.DAT catalogadas,
      *    lidas uma apos a outra.
           SELECT OPTIONAL ARQUIVO-CONTRACHEQUES
               ASSIGN TO WS-NOME-ARQ-CONTRACHEQUE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CONTRACHEQUES.

           SELECT OPTIONAL CATALOGO-RELATORIOS
               ASSIGN TO "RPTCAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CATALOGO.

           SELECT OPTIONAL RAZAO-FERIAS
               ASSIGN TO "FERIAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-FERIAS.

           SELECT OPTIONAL REGISTRO-ORDENS
               ASSIGN TO "GARNREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-ORDENS.

           SELECT OPTIONAL ARQUIVO-WORKFLOW
               ASSIGN TO "WORKFLOW.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-WORKFLOW.

           SELECT OPTIONAL HISTORICO-MOVIMENTACAO
               ASSIGN TO "DLTHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-HIST-MOV.

           SELECT LOG-AUDITORIA-FICHA
               ASSIGN TO "FICHAUD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-AUDITORIA.

       DATA DIVISION.
       FILE SECTION.
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

      *    Pagina de TESTSLIP: cabecalho com a competencia, linha
      *    'MATR ', e as linhas de bruto e de liquido.
       FD  ARQUIVO-CONTRACHEQUES.
       01  REG-CONTRACHEQUE         PIC X(80).
       01  REG-CONTRACHEQUE-CAB.
           05  CTR-CAB-TITULO       PIC X(26).
           05  FILLER               PIC X(01).
           05  CTR-CAB-DATA         PIC X(08).
           05  FILLER               PIC X(45).
       01  REG-CONTRACHEQUE-MATR.
           05  CTR-ROTULO           PIC X(06).
           05  CTR-MATRICULA        PIC X(05).
           05  FILLER               PIC X(69).
       01  REG-CONTRACHEQUE-VALOR.
           05  CTR-ROTULO-VALOR     PIC X(24).
           05  CTR-VALOR            PIC X(14).
           05  FILLER               PIC X(42).

      *    Mesmo layout gravado por TESTRCAT.
       FD  CATALOGO-RELATORIOS.
       01  REG-CATALOGO-RELATORIO.
           05  RPC-NOME             PIC X(12).
           05  RPC-DATA-NEGOCIO     PIC 9(08).
           05  RPC-GERACAO          PIC 9(04).
           05  RPC-ARQ-COPIA        PIC X(12).
           05  RPC-SITUACAO         PIC X(07).
           05  FILLER               PIC X(37).

       FD  RAZAO-FERIAS.
       01  REG-RAZAO-FERIAS.
           05  FER-MATRICULA        PIC 9(05).
           05  FER-INICIO-PERIODO   PIC 9(08).
           05  FER-DATA-ATUALIZACAO PIC 9(08).
           05  FER-DIAS-ADQUIRIDOS  PIC 9(03)V9.
           05  FER-DIAS-GOZADOS     PIC 9(03)V9.
           05  FER-SITUACAO         PIC X(01).
           05  FILLER               PIC X(49).

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

       FD  ARQUIVO-WORKFLOW.
       01  REG-WORKFLOW.
           05  WF-CODIGO            PIC X(10).
           05  WF-ESTADO            PIC X(01).
           05  WF-DATA-ESTADO       PIC 9(08).
           05  FILLER               PIC X(61).

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

       FD  LOG-AUDITORIA-FICHA.
       01  REG-LOG-AUDITORIA        PIC X(60).

       WORKING-STORAGE SECTION.
       COPY EXTVWS.

       01  WS-STATUS-EXTRATO        PIC XX.
       01  WS-STATUS-CONTRACHEQUES  PIC XX.
       01  WS-STATUS-CATALOGO       PIC XX.
       01  WS-STATUS-FERIAS         PIC XX.
       01  WS-STATUS-ORDENS         PIC XX.
       01  WS-STATUS-WORKFLOW       PIC XX.
       01  WS-STATUS-HIST-MOV       PIC XX.
       01  WS-STATUS-AUDITORIA      PIC XX.
       01  WS-EOF-ARQUIVO           PIC X VALUE 'N'.

       01  WS-OPERADOR              PIC X(08) VALUE SPACES.
      *    Area de sign-on do modulo compartilhado TESTSGON.
       01  WS-AREA-SIGNON.
           05  SGN-FUNCAO           PIC X(08).
           05  SGN-OPERADOR         PIC X(08).
           05  SGN-DATA             PIC 9(08).
           05  SGN-HORA             PIC 9(08).
           05  SGN-RESULTADO        PIC X(01).

      *    Perfil RH do operador: salario sem mascara.
       01  WS-VE-SALARIO            PIC X VALUE 'N'.
           88  OPERADOR-PERFIL-RH   VALUE 'S'.
       01  WS-MASCARA-VALOR         PIC X(14) VALUE
               '    **********'.

       01  WS-COMANDO               PIC X(10) VALUE SPACES.
       01  WS-FIM-CONSULTA          PIC X VALUE 'N'.
           88  CONSULTA-ENCERRADA   VALUE 'S'.
       01  WS-RESULTADO-CONSULTA    PIC X(12).

       01  WS-MATRICULA-FICHA       PIC 9(05) VALUE ZEROS.
       01  WS-MATRICULA-FICHA-X REDEFINES WS-MATRICULA-FICHA
                                    PIC X(05).
       01  WS-ACHOU-CADASTRO        PIC X VALUE 'N'.
       01  WS-QTD-SECAO             PIC 9(03) VALUE ZEROS.

       01  WS-DATA-ATUAL            PIC 9(08).
       01  WS-HORA-ATUAL            PIC 9(08).

       01  WS-VALOR-EDITADO         PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-VALOR-EXIBIDO         PIC X(14).
       01  WS-DIAS-EDITADO          PIC ZZ9.9.
       01  WS-SALDO-FERIAS          PIC S9(03)V9 VALUE ZEROS.

      *    Contracheques da matricula ja encontrados (o mais
      *    recente primeiro); competencia repetida entre o run e
      *    as copias catalogadas entra uma vez so.
       01  WS-NOME-ARQ-CONTRACHEQUE PIC X(12) VALUE 'CONTRACH.DAT'.
       01  WS-MAX-CONTRACHEQUES     PIC 9(01) VALUE 3.
       01  WS-QTD-CONTRACHEQUES     PIC 9(01) VALUE ZEROS.
       01  WS-IDX-CTR               PIC 9(01) VALUE ZEROS.
       01  WS-COMPETENCIA-REPETIDA  PIC X VALUE 'N'.
       01  WS-COMPETENCIA-LIDA      PIC X(08) VALUE SPACES.
       01  WS-NA-PAGINA-FICHA       PIC X VALUE 'N'.
       01  WS-MATR-CONTRACHEQUE     PIC X(05) VALUE SPACES.
       01  WS-BRUTO-LIDO            PIC X(14) VALUE SPACES.
       01  WS-TABELA-CONTRACHEQUES.
           05  WS-CTR-ENTRADA OCCURS 3 TIMES.
               10  WS-CTR-COMPETENCIA PIC X(08).
               10  WS-CTR-BRUTO       PIC X(14).
               10  WS-CTR-LIQUIDO     PIC X(14).

      *    Ultimas copias de CONTRACH.DAT catalogadas em
      *    RPTCAT.DAT (o catalogo e gravado em ordem de run).
       01  WS-MAX-COPIAS            PIC 9(02) VALUE 12.
       01  WS-QTD-COPIAS            PIC 9(02) VALUE ZEROS.
       01  WS-IDX-COPIA             PIC 9(02) VALUE ZEROS.
       01  WS-TABELA-COPIAS.
           05  WS-COPIA-ARQUIVO OCCURS 12 TIMES PIC X(12).

      *    Ultimas movimentacoes da matricula em DLTHIST.DAT.
       01  WS-MAX-MOVIMENTOS        PIC 9(01) VALUE 5.
       01  WS-QTD-MOVIMENTOS        PIC 9(01) VALUE ZEROS.
       01  WS-IDX-MOV               PIC 9(01) VALUE ZEROS.
       01  WS-TABELA-MOVIMENTOS.
           05  WS-MOV-ENTRADA OCCURS 5 TIMES.
               10  WS-MOV-DATA        PIC 9(08).
               10  WS-MOV-TIPO        PIC X(01).
               10  WS-MOV-MOTIVO      PIC X(01).
               10  WS-MOV-DEPTO       PIC X(10).
               10  WS-MOV-SALARIO     PIC 9(07)V99.

       01  WS-LINHA-AUDITORIA.
           05  AUD-OPERADOR         PIC X(08).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  AUD-DATA             PIC 9(08).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  AUD-HORA             PIC 9(08).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  AUD-COMANDO          PIC X(10).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  AUD-RESULTADO        PIC X(12).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  AUD-VISAO            PIC X(08).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE 0 TO RETURN-CODE.

      *    Sign-on obrigatorio via modulo compartilhado TESTSGON
      *    (a propria recusa fica registrada em SGONAUD.DAT).
           DISPLAY 'INFORME O OPERADOR: '.
           ACCEPT SGN-OPERADOR.
           MOVE 'FICHA' TO SGN-FUNCAO.
           CALL 'TESTSGON' USING WS-AREA-SIGNON.
           IF SGN-RESULTADO NOT = 'S'
               DISPLAY 'SIGN-ON RECUSADO - CONSULTA ENCERRADA'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SGN-OPERADOR TO WS-OPERADOR.

      *    Perfil RH: segunda verificacao, tambem registrada em
      *    SGONAUD.DAT - sem o perfil os valores saem mascarados.
           MOVE 'SALARIO' TO SGN-FUNCAO.
           CALL 'TESTSGON' USING WS-AREA-SIGNON.
           IF SGN-RESULTADO = 'S'
               MOVE 'S' TO WS-VE-SALARIO
           ELSE
               DISPLAY 'OPERADOR SEM PERFIL RH - VALORES MASCARADOS'
           END-IF.

           PERFORM CONFERIR-VERSAO-EXTRATO THRU
                   CONFERIR-VERSAO-EXTRATO-EXIT.

           OPEN EXTEND LOG-AUDITORIA-FICHA.
           IF WS-STATUS-AUDITORIA NOT = '00'
               CLOSE LOG-AUDITORIA-FICHA
               OPEN OUTPUT LOG-AUDITORIA-FICHA
           END-IF.

           PERFORM ATENDER-CONSULTA
               UNTIL CONSULTA-ENCERRADA.

           CLOSE LOG-AUDITORIA-FICHA.
           DISPLAY 'CONSULTA ENCERRADA'.
           STOP RUN.

      *----------------------------------------------------------*
      *    CONFERIR-VERSAO-EXTRATO                                  *
      *    Header de versao de layout do extrato (ver EXTVWS),      *
      *    conferido uma vez antes da primeira consulta: ficha      *
      *    montada sobre layout diferente mostraria lixo. Extrato   *
      *    ausente fica para EXIBIR-CADASTRO.                       *
      *----------------------------------------------------------*
       CONFERIR-VERSAO-EXTRATO.
           OPEN INPUT EXTRATO-EMPREGADOS.
           IF WS-STATUS-EXTRATO NOT = '00'
               CLOSE EXTRATO-EMPREGADOS
               GO TO CONFERIR-VERSAO-EXTRATO-EXIT
           END-IF.
           READ EXTRATO-EMPREGADOS
               AT END
                   CLOSE EXTRATO-EMPREGADOS
                   GO TO CONFERIR-VERSAO-EXTRATO-EXIT
           END-READ.
           CLOSE EXTRATO-EMPREGADOS.
           IF REG-EXTRATO-EMPREGADO (1:6) NOT = 'VERSAO'
               GO TO CONFERIR-VERSAO-EXTRATO-EXIT
           END-IF.
           MOVE REG-EXTRATO-EMPREGADO (7:2)
               TO WS-VERSAO-EXTRATO-LIDA.
           IF WS-VERSAO-EXTRATO-LIDA NOT = WS-VERSAO-EXTRATO-ATUAL
               DISPLAY 'TESTFICH VERSAO DO EXTRATO '
                       WS-VERSAO-EXTRATO-LIDA
                       ' INCOMPATIVEL - ESPERADA '
                       WS-VERSAO-EXTRATO-ATUAL
               DISPLAY 'CONSULTA ENCERRADA'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       CONFERIR-VERSAO-EXTRATO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    ATENDER-CONSULTA                                         *
      *    Um ciclo de atendimento: le a matricula (5 digitos) e    *
      *    monta a ficha.                                           *
      *----------------------------------------------------------*
       ATENDER-CONSULTA.
           DISPLAY 'INFORME A MATRICULA (*FIM): '.
           ACCEPT WS-COMANDO.

           EVALUATE TRUE
               WHEN WS-COMANDO = '*FIM'
                   MOVE 'S' TO WS-FIM-CONSULTA
               WHEN WS-COMANDO = SPACES
                   DISPLAY 'INFORME UMA MATRICULA OU *FIM'
               WHEN WS-COMANDO (1:5) IS NOT NUMERIC
                      OR WS-COMANDO (6:5) NOT = SPACES
                   DISPLAY 'MATRICULA INVALIDA (5 DIGITOS): '
                           WS-COMANDO
                   MOVE 'INVALIDA' TO WS-RESULTADO-CONSULTA
                   PERFORM GRAVAR-AUDITORIA-CONSULTA
               WHEN OTHER
                   MOVE WS-COMANDO (1:5) TO WS-MATRICULA-FICHA-X
                   PERFORM EXIBIR-FICHA
                   PERFORM GRAVAR-AUDITORIA-CONSULTA
           END-EVALUATE.

       ATENDER-CONSULTA-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    EXIBIR-FICHA                                             *
      *    Matricula fora do cadastro corrente (ex-empregado) ainda *
      *    mostra o historico das demais fontes.                    *
      *----------------------------------------------------------*
       EXIBIR-FICHA.
           DISPLAY '=============================================='
                   '=================='.
           DISPLAY 'FICHA DO EMPREGADO - MATRICULA '
                   WS-MATRICULA-FICHA.
           PERFORM EXIBIR-CADASTRO THRU EXIBIR-CADASTRO-EXIT.
           IF WS-ACHOU-CADASTRO = 'S'
               MOVE 'ENCONTRADO' TO WS-RESULTADO-CONSULTA
           ELSE
               MOVE 'NAO ENCONTR' TO WS-RESULTADO-CONSULTA
           END-IF.
           PERFORM EXIBIR-CONTRACHEQUES THRU
                   EXIBIR-CONTRACHEQUES-EXIT.
           PERFORM EXIBIR-FERIAS THRU EXIBIR-FERIAS-EXIT.
           PERFORM EXIBIR-ORDENS THRU EXIBIR-ORDENS-EXIT.
           PERFORM EXIBIR-WORKFLOW THRU EXIBIR-WORKFLOW-EXIT.
           PERFORM EXIBIR-MOVIMENTACOES THRU
                   EXIBIR-MOVIMENTACOES-EXIT.
           DISPLAY '=============================================='
                   '=================='.

       EXIBIR-FICHA-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    EDITAR-VALOR                                             *
      *    WS-VALOR-EDITADO -> WS-VALOR-EXIBIDO, mascarado para     *
      *    operador sem perfil RH.                                  *
      *----------------------------------------------------------*
       EDITAR-VALOR.
           IF OPERADOR-PERFIL-RH
               MOVE WS-VALOR-EDITADO TO WS-VALOR-EXIBIDO
           ELSE
               MOVE WS-MASCARA-VALOR TO WS-VALOR-EXIBIDO
           END-IF.

       EDITAR-VALOR-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    EXIBIR-CADASTRO                                          *
      *    Dados correntes de EMPEXTR.DAT (header de versao de      *
      *    layout ignorado).                                        *
      *----------------------------------------------------------*
       EXIBIR-CADASTRO.
           MOVE 'N' TO WS-ACHOU-CADASTRO.
           DISPLAY '--- CADASTRO CORRENTE (EMPEXTR.DAT)'.
           OPEN INPUT EXTRATO-EMPREGADOS.
           IF WS-STATUS-EXTRATO NOT = '00'
               DISPLAY '  ARQUIVO NAO DISPONIVEL'
               CLOSE EXTRATO-EMPREGADOS
               GO TO EXIBIR-CADASTRO-EXIT
           END-IF.
           MOVE 'N' TO WS-EOF-ARQUIVO.
           PERFORM LER-CADASTRO
               UNTIL WS-EOF-ARQUIVO = 'S'
                  OR WS-ACHOU-CADASTRO = 'S'.
           CLOSE EXTRATO-EMPREGADOS.
           IF WS-ACHOU-CADASTRO = 'N'
               DISPLAY '  MATRICULA FORA DO CADASTRO CORRENTE'
           END-IF.

       EXIBIR-CADASTRO-EXIT.
           EXIT.

       LER-CADASTRO.
           READ EXTRATO-EMPREGADOS
               AT END
                   MOVE 'S' TO WS-EOF-ARQUIVO
               NOT AT END
                   IF REG-EXTRATO-EMPREGADO (1:6) NOT = 'VERSAO'
                          AND EXT-EMPLOYEE-ID = WS-MATRICULA-FICHA
                       MOVE 'S' TO WS-ACHOU-CADASTRO
                       PERFORM MOSTRAR-CADASTRO
                   END-IF
           END-READ.

       LER-CADASTRO-EXIT.
           EXIT.

       MOSTRAR-CADASTRO.
           DISPLAY '  NOME........: ' EXT-EMPLOYEE-NAME.
           DISPLAY '  DEPARTAMENTO: ' EXT-EMPLOYEE-DEPARTMENT
                   '  EMPRESA: ' EXT-EMPLOYEE-EMPRESA.
           DISPLAY '  ADMISSAO....: ' EXT-EMPLOYEE-HIRE-DATE.
           DISPLAY '  AGENCIA/CTA.: ' EXT-EMPLOYEE-AGENCIA
                   ' / ' EXT-EMPLOYEE-CONTA.
           MOVE EXT-EMPLOYEE-SALARY TO WS-VALOR-EDITADO.
           PERFORM EDITAR-VALOR.
           DISPLAY '  SALARIO.....: ' WS-VALOR-EXIBIDO.

       MOSTRAR-CADASTRO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    EXIBIR-CONTRACHEQUES                                     *
      *    CONTRACH.DAT do run primeiro; depois as copias           *
      *    catalogadas, da mais nova para a mais antiga, ate        *
      *    completar tres competencias.                             *
      *----------------------------------------------------------*
       EXIBIR-CONTRACHEQUES.
           DISPLAY '--- ULTIMOS CONTRACHEQUES (CONTRACH.DAT/RPTCAT)'.
           MOVE ZEROS TO WS-QTD-CONTRACHEQUES.
           MOVE 'CONTRACH.DAT' TO WS-NOME-ARQ-CONTRACHEQUE.
           PERFORM VARRER-CONTRACHEQUES THRU
                   VARRER-CONTRACHEQUES-EXIT.

           PERFORM CARREGAR-COPIAS-CATALOGO THRU
                   CARREGAR-COPIAS-CATALOGO-EXIT.
           MOVE WS-QTD-COPIAS TO WS-IDX-COPIA.
           PERFORM VARRER-COPIA-CONTRACHEQUE
               UNTIL WS-IDX-COPIA = ZEROS
                  OR WS-QTD-CONTRACHEQUES = WS-MAX-CONTRACHEQUES.

           IF WS-QTD-CONTRACHEQUES = ZEROS
               DISPLAY '  NENHUM CONTRACHEQUE PARA A MATRICULA'
               GO TO EXIBIR-CONTRACHEQUES-EXIT
           END-IF.
           PERFORM MOSTRAR-CONTRACHEQUE
               VARYING WS-IDX-CTR FROM 1 BY 1
               UNTIL WS-IDX-CTR > WS-QTD-CONTRACHEQUES.

       EXIBIR-CONTRACHEQUES-EXIT.
           EXIT.

       VARRER-COPIA-CONTRACHEQUE.
           MOVE WS-COPIA-ARQUIVO (WS-IDX-COPIA)
               TO WS-NOME-ARQ-CONTRACHEQUE.
           PERFORM VARRER-CONTRACHEQUES THRU
                   VARRER-CONTRACHEQUES-EXIT.
           SUBTRACT 1 FROM WS-IDX-COPIA.

       VARRER-COPIA-CONTRACHEQUE-EXIT.
           EXIT.

       VARRER-CONTRACHEQUES.
           OPEN INPUT ARQUIVO-CONTRACHEQUES.
           IF WS-STATUS-CONTRACHEQUES NOT = '00'
               CLOSE ARQUIVO-CONTRACHEQUES
               GO TO VARRER-CONTRACHEQUES-EXIT
           END-IF.
           MOVE 'N'    TO WS-EOF-ARQUIVO.
           MOVE 'N'    TO WS-NA-PAGINA-FICHA.
           MOVE SPACES TO WS-COMPETENCIA-LIDA.
           PERFORM LER-CONTRACHEQUE
               UNTIL WS-EOF-ARQUIVO = 'S'
                  OR WS-QTD-CONTRACHEQUES = WS-MAX-CONTRACHEQUES.
           CLOSE ARQUIVO-CONTRACHEQUES.

       VARRER-CONTRACHEQUES-EXIT.
           EXIT.

       LER-CONTRACHEQUE.
           READ ARQUIVO-CONTRACHEQUES
               AT END
                   MOVE 'S' TO WS-EOF-ARQUIVO
               NOT AT END
                   PERFORM TRATAR-LINHA-CONTRACHEQUE
           END-READ.

       LER-CONTRACHEQUE-EXIT.
           EXIT.

       TRATAR-LINHA-CONTRACHEQUE.
           EVALUATE TRUE
               WHEN CTR-CAB-TITULO = 'CONTRACHEQUE - COMPETENCIA'
                   MOVE CTR-CAB-DATA TO WS-COMPETENCIA-LIDA
                   MOVE 'N' TO WS-NA-PAGINA-FICHA
               WHEN CTR-ROTULO = 'MATR '
                   IF CTR-MATRICULA = SPACES
                       MOVE 'N' TO WS-NA-PAGINA-FICHA
                   ELSE
                       MOVE CTR-MATRICULA TO WS-MATR-CONTRACHEQUE
                       INSPECT WS-MATR-CONTRACHEQUE
                           REPLACING LEADING SPACES BY ZEROS
                       IF WS-MATR-CONTRACHEQUE = WS-MATRICULA-FICHA-X
                           MOVE 'S' TO WS-NA-PAGINA-FICHA
                       ELSE
                           MOVE 'N' TO WS-NA-PAGINA-FICHA
                       END-IF
                   END-IF
               WHEN WS-NA-PAGINA-FICHA NOT = 'S'
                   CONTINUE
               WHEN CTR-ROTULO-VALOR = 'SALARIO BRUTO.........: '
                   MOVE CTR-VALOR TO WS-BRUTO-LIDO
               WHEN CTR-ROTULO-VALOR = 'LIQUIDO CREDITADO.....: '
                   PERFORM GUARDAR-CONTRACHEQUE
                   MOVE 'N' TO WS-NA-PAGINA-FICHA
           END-EVALUATE.

       TRATAR-LINHA-CONTRACHEQUE-EXIT.
           EXIT.

       GUARDAR-CONTRACHEQUE.
           MOVE 'N' TO WS-COMPETENCIA-REPETIDA.
           PERFORM CONFERIR-COMPETENCIA
               VARYING WS-IDX-CTR FROM 1 BY 1
               UNTIL WS-IDX-CTR > WS-QTD-CONTRACHEQUES.
           IF WS-COMPETENCIA-REPETIDA = 'N'
               ADD 1 TO WS-QTD-CONTRACHEQUES
               MOVE WS-COMPETENCIA-LIDA
                   TO WS-CTR-COMPETENCIA (WS-QTD-CONTRACHEQUES)
               MOVE WS-BRUTO-LIDO
                   TO WS-CTR-BRUTO (WS-QTD-CONTRACHEQUES)
               MOVE CTR-VALOR
                   TO WS-CTR-LIQUIDO (WS-QTD-CONTRACHEQUES)
           END-IF.
           MOVE SPACES TO WS-BRUTO-LIDO.

       GUARDAR-CONTRACHEQUE-EXIT.
           EXIT.

       CONFERIR-COMPETENCIA.
           IF WS-CTR-COMPETENCIA (WS-IDX-CTR) = WS-COMPETENCIA-LIDA
               MOVE 'S' TO WS-COMPETENCIA-REPETIDA
           END-IF.

       CONFERIR-COMPETENCIA-EXIT.
           EXIT.

       MOSTRAR-CONTRACHEQUE.
           IF OPERADOR-PERFIL-RH
               DISPLAY '  COMPETENCIA '
                       WS-CTR-COMPETENCIA (WS-IDX-CTR)
                       '  BRUTO ' WS-CTR-BRUTO (WS-IDX-CTR)
                       '  LIQUIDO ' WS-CTR-LIQUIDO (WS-IDX-CTR)
           ELSE
               DISPLAY '  COMPETENCIA '
                       WS-CTR-COMPETENCIA (WS-IDX-CTR)
                       '  BRUTO ' WS-MASCARA-VALOR
                       '  LIQUIDO ' WS-MASCARA-VALOR
           END-IF.

       MOSTRAR-CONTRACHEQUE-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    CARREGAR-COPIAS-CATALOGO                                 *
      *    Guarda as ultimas 12 copias de CONTRACH.DAT do catalogo  *
      *    (as mais antigas saem da tabela pelo deslocamento).      *
      *----------------------------------------------------------*
       CARREGAR-COPIAS-CATALOGO.
           MOVE ZEROS TO WS-QTD-COPIAS.
           OPEN INPUT CATALOGO-RELATORIOS.
           IF WS-STATUS-CATALOGO NOT = '00'
               CLOSE CATALOGO-RELATORIOS
               GO TO CARREGAR-COPIAS-CATALOGO-EXIT
           END-IF.
           MOVE 'N' TO WS-EOF-ARQUIVO.
           PERFORM LER-CATALOGO UNTIL WS-EOF-ARQUIVO = 'S'.
           CLOSE CATALOGO-RELATORIOS.

       CARREGAR-COPIAS-CATALOGO-EXIT.
           EXIT.

       LER-CATALOGO.
           READ CATALOGO-RELATORIOS
               AT END
                   MOVE 'S' TO WS-EOF-ARQUIVO
               NOT AT END
                   IF RPC-NOME = 'CONTRACH.DAT'
                          AND RPC-ARQ-COPIA NOT = SPACES
                       PERFORM GUARDAR-COPIA
                   END-IF
           END-READ.

       LER-CATALOGO-EXIT.
           EXIT.

       GUARDAR-COPIA.
           IF WS-QTD-COPIAS = WS-MAX-COPIAS
               PERFORM DESLOCAR-COPIA
                   VARYING WS-IDX-COPIA FROM 1 BY 1
                   UNTIL WS-IDX-COPIA = WS-MAX-COPIAS
           ELSE
               ADD 1 TO WS-QTD-COPIAS
           END-IF.
           MOVE RPC-ARQ-COPIA TO WS-COPIA-ARQUIVO (WS-QTD-COPIAS).

       GUARDAR-COPIA-EXIT.
           EXIT.

       DESLOCAR-COPIA.
           MOVE WS-COPIA-ARQUIVO (WS-IDX-COPIA + 1)
               TO WS-COPIA-ARQUIVO (WS-IDX-COPIA).

       DESLOCAR-COPIA-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    EXIBIR-FERIAS                                            *
      *    Periodos em aberto ('A') com o saldo de dias.            *
      *----------------------------------------------------------*
       EXIBIR-FERIAS.
           DISPLAY '--- FERIAS EM ABERTO (FERIAS.DAT)'.
           OPEN INPUT RAZAO-FERIAS.
           IF WS-STATUS-FERIAS NOT = '00'
               DISPLAY '  ARQUIVO NAO DISPONIVEL'
               CLOSE RAZAO-FERIAS
               GO TO EXIBIR-FERIAS-EXIT
           END-IF.
           MOVE ZEROS TO WS-QTD-SECAO.
           MOVE 'N' TO WS-EOF-ARQUIVO.
           PERFORM LER-FERIAS UNTIL WS-EOF-ARQUIVO = 'S'.
           CLOSE RAZAO-FERIAS.
           IF WS-QTD-SECAO = ZEROS
               DISPLAY '  NENHUM PERIODO EM ABERTO'
           END-IF.

       EXIBIR-FERIAS-EXIT.
           EXIT.

       LER-FERIAS.
           READ RAZAO-FERIAS
               AT END
                   MOVE 'S' TO WS-EOF-ARQUIVO
               NOT AT END
                   IF FER-MATRICULA = WS-MATRICULA-FICHA
                          AND FER-SITUACAO = 'A'
                          AND FER-DIAS-ADQUIRIDOS IS NUMERIC
                          AND FER-DIAS-GOZADOS IS NUMERIC
                       PERFORM MOSTRAR-FERIAS
                   END-IF
           END-READ.

       LER-FERIAS-EXIT.
           EXIT.

       MOSTRAR-FERIAS.
           ADD 1 TO WS-QTD-SECAO.
           COMPUTE WS-SALDO-FERIAS =
               FER-DIAS-ADQUIRIDOS - FER-DIAS-GOZADOS.
           IF WS-SALDO-FERIAS < ZEROS
               MOVE ZEROS TO WS-SALDO-FERIAS
           END-IF.
           MOVE WS-SALDO-FERIAS TO WS-DIAS-EDITADO.
           DISPLAY '  PERIODO ' FER-INICIO-PERIODO
                   '  SALDO ' WS-DIAS-EDITADO ' DIAS'.

       MOSTRAR-FERIAS-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    EXIBIR-ORDENS                                            *
      *    Ordens judiciais vigentes (sem os dados bancarios do     *
      *    beneficiario).                                           *
      *----------------------------------------------------------*
       EXIBIR-ORDENS.
           DISPLAY '--- ORDENS JUDICIAIS (GARNREG.DAT)'.
           OPEN INPUT REGISTRO-ORDENS.
           IF WS-STATUS-ORDENS NOT = '00'
               DISPLAY '  ARQUIVO NAO DISPONIVEL'
               CLOSE REGISTRO-ORDENS
               GO TO EXIBIR-ORDENS-EXIT
           END-IF.
           MOVE ZEROS TO WS-QTD-SECAO.
           MOVE 'N' TO WS-EOF-ARQUIVO.
           PERFORM LER-ORDEM UNTIL WS-EOF-ARQUIVO = 'S'.
           CLOSE REGISTRO-ORDENS.
           IF WS-QTD-SECAO = ZEROS
               DISPLAY '  NENHUMA ORDEM VIGENTE'
           END-IF.

       EXIBIR-ORDENS-EXIT.
           EXIT.

       LER-ORDEM.
           READ REGISTRO-ORDENS
               AT END
                   MOVE 'S' TO WS-EOF-ARQUIVO
               NOT AT END
                   IF GRN-MATRICULA = WS-MATRICULA-FICHA
                       PERFORM MOSTRAR-ORDEM
                   END-IF
           END-READ.

       LER-ORDEM-EXIT.
           EXIT.

       MOSTRAR-ORDEM.
           ADD 1 TO WS-QTD-SECAO.
           MOVE ZEROS TO WS-VALOR-EDITADO.
           IF GRN-VALOR IS NUMERIC
               MOVE GRN-VALOR TO WS-VALOR-EDITADO
           END-IF.
           DISPLAY '  ORDEM ' GRN-ORDEM '  TIPO ' GRN-TIPO
                   '  PRIO ' GRN-PRIORIDADE
                   '  VALOR/PCT ' WS-VALOR-EDITADO.

       MOSTRAR-ORDEM-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    EXIBIR-WORKFLOW                                          *
      *    Itens da matricula (codigo 'nnnnn-') pendentes ou em     *
      *    andamento.                                               *
      *----------------------------------------------------------*
       EXIBIR-WORKFLOW.
           DISPLAY '--- WORKFLOW EM ABERTO (WORKFLOW.DAT)'.
           OPEN INPUT ARQUIVO-WORKFLOW.
           IF WS-STATUS-WORKFLOW NOT = '00'
               DISPLAY '  ARQUIVO NAO DISPONIVEL'
               CLOSE ARQUIVO-WORKFLOW
               GO TO EXIBIR-WORKFLOW-EXIT
           END-IF.
           MOVE ZEROS TO WS-QTD-SECAO.
           MOVE 'N' TO WS-EOF-ARQUIVO.
           PERFORM LER-WORKFLOW UNTIL WS-EOF-ARQUIVO = 'S'.
           CLOSE ARQUIVO-WORKFLOW.
           IF WS-QTD-SECAO = ZEROS
               DISPLAY '  NENHUM ITEM EM ABERTO'
           END-IF.

       EXIBIR-WORKFLOW-EXIT.
           EXIT.

       LER-WORKFLOW.
           READ ARQUIVO-WORKFLOW
               AT END
                   MOVE 'S' TO WS-EOF-ARQUIVO
               NOT AT END
                   IF WF-CODIGO (1:5) = WS-MATRICULA-FICHA-X
                          AND WF-CODIGO (6:1) = '-'
                          AND WF-ESTADO NOT = 'S'
                       ADD 1 TO WS-QTD-SECAO
                       DISPLAY '  ITEM ' WF-CODIGO
                               '  ESTADO ' WF-ESTADO
                               '  DESDE ' WF-DATA-ESTADO
                   END-IF
           END-READ.

       LER-WORKFLOW-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    EXIBIR-MOVIMENTACOES                                     *
      *    As cinco ultimas linhas da matricula em DLTHIST.DAT      *
      *    (historico gravado em ordem de data).                    *
      *----------------------------------------------------------*
       EXIBIR-MOVIMENTACOES.
           DISPLAY '--- ULTIMAS MOVIMENTACOES (DLTHIST.DAT)'.
           OPEN INPUT HISTORICO-MOVIMENTACAO.
           IF WS-STATUS-HIST-MOV NOT = '00'
               DISPLAY '  ARQUIVO NAO DISPONIVEL'
               CLOSE HISTORICO-MOVIMENTACAO
               GO TO EXIBIR-MOVIMENTACOES-EXIT
           END-IF.
           MOVE ZEROS TO WS-QTD-MOVIMENTOS.
           MOVE 'N' TO WS-EOF-ARQUIVO.
           PERFORM LER-MOVIMENTACAO UNTIL WS-EOF-ARQUIVO = 'S'.
           CLOSE HISTORICO-MOVIMENTACAO.
           IF WS-QTD-MOVIMENTOS = ZEROS
               DISPLAY '  NENHUMA MOVIMENTACAO'
               GO TO EXIBIR-MOVIMENTACOES-EXIT
           END-IF.
           PERFORM MOSTRAR-MOVIMENTACAO
               VARYING WS-IDX-MOV FROM WS-QTD-MOVIMENTOS BY -1
               UNTIL WS-IDX-MOV = ZEROS.

       EXIBIR-MOVIMENTACOES-EXIT.
           EXIT.

       LER-MOVIMENTACAO.
           READ HISTORICO-MOVIMENTACAO
               AT END
                   MOVE 'S' TO WS-EOF-ARQUIVO
               NOT AT END
                   IF HMV-EMPLOYEE-ID IS NUMERIC
                          AND HMV-EMPLOYEE-ID = WS-MATRICULA-FICHA
                       PERFORM GUARDAR-MOVIMENTACAO
                   END-IF
           END-READ.

       LER-MOVIMENTACAO-EXIT.
           EXIT.

       GUARDAR-MOVIMENTACAO.
           IF WS-QTD-MOVIMENTOS = WS-MAX-MOVIMENTOS
               PERFORM DESLOCAR-MOVIMENTACAO
                   VARYING WS-IDX-MOV FROM 1 BY 1
                   UNTIL WS-IDX-MOV = WS-MAX-MOVIMENTOS
           ELSE
               ADD 1 TO WS-QTD-MOVIMENTOS
           END-IF.
           MOVE HMV-DATA    TO WS-MOV-DATA (WS-QTD-MOVIMENTOS).
           MOVE HMV-TIPO    TO WS-MOV-TIPO (WS-QTD-MOVIMENTOS).
           MOVE HMV-MOTIVO  TO WS-MOV-MOTIVO (WS-QTD-MOVIMENTOS).
           MOVE HMV-EMPLOYEE-DEPARTMENT
               TO WS-MOV-DEPTO (WS-QTD-MOVIMENTOS).
           MOVE ZEROS TO WS-MOV-SALARIO (WS-QTD-MOVIMENTOS).
           IF HMV-EMPLOYEE-SALARY IS NUMERIC
               MOVE HMV-EMPLOYEE-SALARY
                   TO WS-MOV-SALARIO (WS-QTD-MOVIMENTOS)
           END-IF.

       GUARDAR-MOVIMENTACAO-EXIT.
           EXIT.

       DESLOCAR-MOVIMENTACAO.
           MOVE WS-MOV-ENTRADA (WS-IDX-MOV + 1)
               TO WS-MOV-ENTRADA (WS-IDX-MOV).

       DESLOCAR-MOVIMENTACAO-EXIT.
           EXIT.

       MOSTRAR-MOVIMENTACAO.
           MOVE WS-MOV-SALARIO (WS-IDX-MOV) TO WS-VALOR-EDITADO.
           PERFORM EDITAR-VALOR.
           DISPLAY '  ' WS-MOV-DATA (WS-IDX-MOV)
                   '  TIPO ' WS-MOV-TIPO (WS-IDX-MOV)
                   '  MOTIVO ' WS-MOV-MOTIVO (WS-IDX-MOV)
                   '  DEPTO ' WS-MOV-DEPTO (WS-IDX-MOV)
                   '  SALARIO ' WS-VALOR-EXIBIDO.

       MOSTRAR-MOVIMENTACAO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    GRAVAR-AUDITORIA-CONSULTA                                *
      *    Quem olhou o que: operador, data/hora, matricula,        *
      *    resultado e a visao exibida (COMPLETA para o perfil RH,  *
      *    MASCARA para os demais).                                 *
      *----------------------------------------------------------*
       GRAVAR-AUDITORIA-CONSULTA.
           ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-ATUAL FROM TIME.
           MOVE SPACES               TO REG-LOG-AUDITORIA.
           MOVE WS-OPERADOR          TO AUD-OPERADOR.
           MOVE WS-DATA-ATUAL        TO AUD-DATA.
           MOVE WS-HORA-ATUAL        TO AUD-HORA.
           MOVE WS-COMANDO           TO AUD-COMANDO.
           MOVE WS-RESULTADO-CONSULTA TO AUD-RESULTADO.
           IF OPERADOR-PERFIL-RH
               MOVE 'COMPLETA' TO AUD-VISAO
           ELSE
               MOVE 'MASCARA'  TO AUD-VISAO
           END-IF.
           WRITE REG-LOG-AUDITORIA FROM WS-LINHA-AUDITORIA.

       GRAVAR-AUDITORIA-CONSULTA-EXIT.
           EXIT.
