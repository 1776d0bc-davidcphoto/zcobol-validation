       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Nomes de arquivo dinamicos (defaults historicos em
      *    WORKING-STORAGE): o cartao de particao CURSPART.DAT
      *    permite rodar a passada de folha do fim de mes como
      *    varias instancias em paralelo, cada uma com uma faixa
      *    de departamentos e suas proprias pecas de relatorio,
      *    extratos e checkpoint, combinadas depois por TESTCMRG
      *    (ver LER-CARTAO-PARTICAO-FOLHA e FPARSEL).
           SELECT RELATORIO-EMPREGADOS
               ASSIGN TO WS-NOME-REL-FOLHA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RELATORIO.

      *    o cartao de perfil de destinatario pede (ver
      *    LER-PERFIL-DESTINATARIO).
           SELECT RELATORIO-RESTRITO
               ASSIGN TO WS-NOME-REL-RESTRITO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RESTRITO.

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-AJUSTES-PONTO.

      *    Registro de afastamentos da RH (AFASTREG.DAT): os dias
      *    do mes fora da folha (licenca nao remunerada; doenca e
      *    acidente alem dos 15 dias pagos pela empresa) reduzem
      *    o salario pro-rata (ver APLICAR-AFASTAMENTOS).
           COPY AFASSEL.

      *    Deteccao de transferencia no meio do mes: o extrato do
      *    run anterior (EMPEXTRA.DAT, o mesmo par que TESTDELT
      *    compara) da o departamento de ontem de cada matricula;
      *    salario AJUSTADO do extrato confundiria hora extra e
      *    falta do dia com edicao de salario.
           SELECT EXTRATO-SALARIO-BASE
               ASSIGN TO WS-NOME-SAL-BASE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-SAL-BASE.

      *    Chave PIX de cada detalhe do extrato (EMPPIX.DAT), para
      *    TESTBANK rotear ao canal PIX quem tem chave cadastrada.
           COPY CPIXSEL.

      *    Arquivo de trabalho do corte de retomada: na volta de
      *    um abend/retry, EMPEXTR.DAT e SALBASE.DAT sao cortados
      *    de volta ao ponto do ultimo COMMIT antes do EXTEND -
      *    sem o corte, as linhas gravadas depois do COMMIT
      *    seriam extraidas de novo e o banco pagaria em dobro.
           SELECT ARQUIVO-CORTE-EXTRATO
               ASSIGN TO WS-NOME-CORTE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CORTE.

      *    vez de refazer a noite inteira (ver
      *    LER-CHECKPOINT-FOLHA / GRAVAR-CHECKPOINT-FOLHA).
           SELECT OPTIONAL ARQUIVO-CHECKPOINT-FOLHA
               ASSIGN TO WS-NOME-CKPT-FOLHA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CKPT-FOLHA.

      *    Cartao de particao da passada de folha: numero da
      *    particao (1 a 4) e a faixa de departamentos [inicio,
      *    fim) - inicio incluso, fim excluso; em branco = sem
      *    limite naquele lado. Sem o cartao (ou em branco), a
      *    passada roda inteira como sempre.
           SELECT OPTIONAL CARTAO-PARTICAO-FOLHA
               ASSIGN TO "CURSPART.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-PARTICAO-FOLHA.

      *    Controle da particao (CCTLPn.DAT) para TESTCMRG.
           COPY FPARSEL.

           COPY LOCKSEL.

           COPY STPCSEL.

           COPY RUNRSEL.

           COPY PERISEL.

           COPY EXCPSEL.

      *    Cadastro mestre de departamentos (codigo, nome, gestor,
      *    partir de CURSOR-COMPLETO, para o cruzamento por chave
      *    com ARQUIVO-COMPLETO de TESTFILE (ver TEST-MERGE-EMPREGADOS).
           SELECT EXTRATO-EMPREGADOS
               ASSIGN TO WS-NOME-EXTRATO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-EXTRATO.

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CONTROLE-FOLHA.

      *    Edicao consolidada por nivel da visao '*TODOS': folha e
      *    empregados somados pela hierarquia de DEPTMST.DAT (ver
      *    IMPRIMIR-FOLHA-POR-NIVEL).
           SELECT RELATORIO-FOLHA-NIVEL
               ASSIGN TO "FOLHROLL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-FOLHA-NIVEL.

       DATA DIVISION.
       FILE SECTION.
       FD  RELATORIO-EMPREGADOS.
           05  ANT-EMPLOYEE-AGENCIA     PIC X(05).
           05  ANT-EMPLOYEE-CONTA       PIC X(12).
           05  ANT-EMPLOYEE-HIRE-DATE   PIC 9(08).
           05  ANT-EMPLOYEE-EMPRESA     PIC X(05).

       FD  REGISTRO-TRANSFERENCIAS.
       01  REG-TRANSFERENCIA.
           05  SBS-NOME             PIC X(30).
           05  FILLER               PIC X(36).

       COPY CPIXFD.

       FD  ARQUIVO-CORTE-EXTRATO.
       01  REG-CORTE-EXTRATO        PIC X(104).

      *    Registro 'C' com o estado escalar da passada; registros
      *    'D' com cada entrada ja quebrada da tabela de
           05  CKP-QTD-EXTRATO      PIC 9(09).
           05  FILLER               PIC X(14).

       FD  CARTAO-PARTICAO-FOLHA.
       01  REG-CARTAO-PARTICAO-FOLHA.
           05  CPT-PARTICAO         PIC 9(01).
           05  CPT-DEPTO-INICIO     PIC X(10).
           05  CPT-DEPTO-FIM        PIC X(10).
           05  FILLER               PIC X(59).

       COPY FPARFD.

       COPY LOCKFD.

       COPY STPCFD.

       COPY RUNRFD.

       COPY PERIFD.

       COPY EXCPFD.

       COPY DEPTFD.

       COPY AFASFD.

       FD  HISTORICO-FOLHA.
       01  REG-HISTORICO-FOLHA.
           05  HIST-DATA                PIC 9(08).
           05  EXT-EMPLOYEE-AGENCIA     PIC X(05).
           05  EXT-EMPLOYEE-CONTA       PIC X(12).
           05  EXT-EMPLOYEE-HIRE-DATE   PIC 9(08).
           05  EXT-EMPLOYEE-EMPRESA     PIC X(05).

       FD  EXTRATO-INATIVOS.
       01  REG-EXTRATO-INATIVO.
           05  PAY-TOLERANCIA          PIC 9(07)V99.
           05  FILLER                  PIC X(62).

       FD  RELATORIO-FOLHA-NIVEL.
       01  REG-RELATORIO-FOLHA-NIVEL   PIC X(80).

       WORKING-STORAGE SECTION.
       COPY EXTVWS.
       COPY EXCPWS.
       COPY PERIWS.
       COPY DEPTWS.
       COPY HIERWS.
       COPY RUNRWS.
       COPY STPCWS.
       COPY LOCKWS.
       COPY AFASWS.
       01  WS-STATUS-SEQ-RUN        PIC XX.
       01  WS-DATA-RUN-CTL          PIC 9(08) VALUE ZEROS.
       01  WS-SEQ-RUN-CTL           PIC 9(02) VALUE 01.

      *    Nomes efetivos das saidas da passada de folha - os
      *    defaults preservam o comportamento historico quando
      *    CURSPART.DAT nao existe (execucao nao particionada).
       01  WS-NOME-REL-FOLHA        PIC X(12) VALUE 'EMPREPT.DAT'.
       01  WS-NOME-REL-RESTRITO     PIC X(12) VALUE 'EMPREPTR.DAT'.
       01  WS-NOME-EXTRATO          PIC X(12) VALUE 'EMPEXTR.DAT'.
       01  WS-NOME-SAL-BASE         PIC X(12) VALUE 'SALBASE.DAT'.
       01  WS-NOME-CHAVES-PIX       PIC X(12) VALUE 'EMPPIX.DAT'.
       01  WS-NOME-CORTE            PIC X(12) VALUE 'CURSWRK.DAT'.
       01  WS-NOME-CKPT-FOLHA       PIC X(12) VALUE 'CURSCKPT.DAT'.
       01  WS-NOME-CTL-PARTICAO     PIC X(12) VALUE SPACES.
       01  WS-STATUS-CTL-PARTICAO   PIC XX.
       01  WS-STATUS-PARTICAO-FOLHA PIC XX.
      *    Ligado por um CURSPART.DAT valido: a instancia roda so a
      *    sua faixa de departamentos (CURSOR-FAIXA), fica fora do
      *    controle de conclusao por step e deixa total geral,
      *    participacao, CURSCTL.DAT, PAYHIST.DAT e a
      *    reconciliacao com PAYCTL.DAT para TESTCMRG. Listagem de
      *    departamentos e inativos (empresa inteira) saem so na
      *    particao 1.
       01  WS-EXECUCAO-PARTICIONADA PIC X VALUE 'N'.
           88  EXECUCAO-PARTICIONADA VALUE 'S'.
       01  WS-PARTICAO-FOLHA        PIC 9(01) VALUE ZEROS.
       01  WS-FAIXA-DEPTO-INICIO    PIC X(10) VALUE LOW-VALUES.
       01  WS-FAIXA-DEPTO-FIM       PIC X(10) VALUE HIGH-VALUES.

       01  WS-STATUS-EXTRATO        PIC XX.
       01  WS-EMPLOYEE-ID           PIC 9(05).
       01  WS-EMPLOYEE-NAME         PIC X(50).
       01  WS-EMPLOYEE-AGENCIA      PIC X(05).
       01  WS-EMPLOYEE-CONTA        PIC X(12).
       01  WS-EMPLOYEE-HIRE-DATE    PIC 9(08).
       01  WS-EMPLOYEE-PIX-TIPO     PIC X(01).
       01  WS-EMPLOYEE-PIX-CHAVE    PIC X(77).
      *    Empresa empregadora (codigo do cadastro EMPRESA.DAT);
      *    em branco = empresa principal, a primeira do cadastro.
       01  WS-EMPLOYEE-EMPRESA      PIC X(05).
       01  WS-SQLCODE               PIC S9(09) COMP.
       01  WS-EOF                   PIC X VALUE 'N'.
       01  WS-STATUS-RELATORIO      PIC XX.
       01  WS-REDUCOES-PONTO        PIC 9(07)V99 VALUE ZEROS.
       01  WS-SALARIO-AJUSTADO      PIC 9(07)V99 VALUE ZEROS.

      *    Competencia da passada (mes da data do run) para o
      *    pro-rata de afastamentos: salario/30 por dia fora da
      *    folha; mes inteiro fora = 30 dias, qualquer que seja o
      *    tamanho do mes.
       01  WS-DATA-COMPETENCIA      PIC 9(08) VALUE ZEROS.
       01  WS-DATA-COMPETENCIA-R REDEFINES WS-DATA-COMPETENCIA.
           05  WS-CMP-ANO           PIC 9(04).
           05  WS-CMP-MES           PIC 9(02).
           05  WS-CMP-DIA           PIC 9(02).
       01  WS-INICIO-COMPETENCIA    PIC 9(08) VALUE ZEROS.
       01  WS-FIM-COMPETENCIA       PIC 9(08) VALUE ZEROS.
       01  WS-DIAS-COMPETENCIA      PIC 9(03) VALUE ZEROS.
       01  WS-DIA-JULIANO-CMP       PIC S9(09) COMP.
       01  WS-DIAS-AFASTAMENTO      PIC 9(03) VALUE ZEROS.
       01  WS-REDUCOES-AFASTAMENTO  PIC 9(07)V99 VALUE ZEROS.
       01  WS-QTD-AFASTADOS-FOLHA   PIC 9(05) VALUE ZEROS.

      *    Estado do checkpoint/retomada da passada de folha (ver
      *    SELECT de CURSCKPT.DAT). Em retomada, os cursores -RST
      *    reposicionam ALEM de (WS-CKP-DEPARTAMENTO,
       01  WS-CKP-EMPLOYEE-ID       PIC 9(05) VALUE ZEROS.
       01  WS-CKP-DEPARTAMENTO      PIC X(10) VALUE SPACES.
       01  WS-STATUS-SAL-BASE       PIC XX.
       01  WS-STATUS-CHAVES-PIX     PIC XX.
       01  WS-STATUS-CORTE          PIC XX.
       01  WS-EOF-CORTE             PIC X VALUE 'N'.
      *    Registros ja gravados no extrato (header incluso) - o
           05  PART-PCT             PIC ZZ9.99.
           05  FILLER               PIC X(02) VALUE ' %'.

      *    Edicao consolidada por nivel (FOLHROLL.DAT): valor 1 =
      *    folha, valor 2 = empregados na tabela de HIERWS.
       01  WS-STATUS-FOLHA-NIVEL    PIC XX.
       01  WS-IDX-NO-FOLHA          PIC 9(03) VALUE ZEROS.
       01  WS-CABECALHO-FOLHA-NIVEL PIC X(50) VALUE
           'FOLHA CONSOLIDADA POR NIVEL DA HIERARQUIA'.
       01  WS-CABECALHO-COLUNAS-FNIV.
           05  FILLER               PIC X(41) VALUE
               'DEPARTAMENTO / NIVEL'.
           05  FILLER               PIC X(06) VALUE 'EMPREG'.
           05  FILLER               PIC X(15) VALUE
               '          FOLHA'.
           05  FILLER               PIC X(08) VALUE '  PART.%'.
       01  WS-LINHA-FOLHA-NIVEL.
           05  FNV-ROTULO           PIC X(40).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  FNV-QTD              PIC ZZZZZ9.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  FNV-VALOR            PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  FNV-PCT              PIC ZZ9.99.

      *    Cursor completo - tem OPEN, FETCH e CLOSE
      *    Ordenado por DEPARTMENT para permitir quebra de subtotal
      *    no relatorio de folha (ver PROCESSAR-CURSOR-COMPLETO).
           EXEC SQL
               DECLARE CURSOR-COMPLETO CURSOR WITH HOLD FOR
               SELECT EMPLOYEE_ID, EMPLOYEE_NAME, SALARY, DEPARTMENT,
                      BRANCH_CODE, ACCOUNT_NUMBER, HIRE_DATE,
                      COALESCE(PIX_KEY_TYPE, ' '),
                      COALESCE(PIX_KEY, ' '),
                      COALESCE(COMPANY_CODE, ' ')
               FROM EMPLOYEES
               WHERE DEPARTMENT = :WS-DEPARTAMENTO-PARM
               ORDER BY DEPARTMENT, EMPLOYEE_ID
           EXEC SQL
               DECLARE CURSOR-CONSOLIDADO CURSOR WITH HOLD FOR
               SELECT EMPLOYEE_ID, EMPLOYEE_NAME, SALARY, DEPARTMENT,
                      BRANCH_CODE, ACCOUNT_NUMBER, HIRE_DATE,
                      COALESCE(PIX_KEY_TYPE, ' '),
                      COALESCE(PIX_KEY, ' '),
                      COALESCE(COMPANY_CODE, ' ')
               FROM EMPLOYEES
               ORDER BY DEPARTMENT, EMPLOYEE_ID
           END-EXEC.
           EXEC SQL
               DECLARE CURSOR-COMPLETO-RST CURSOR WITH HOLD FOR
               SELECT EMPLOYEE_ID, EMPLOYEE_NAME, SALARY, DEPARTMENT,
                      BRANCH_CODE, ACCOUNT_NUMBER, HIRE_DATE,
                      COALESCE(PIX_KEY_TYPE, ' '),
                      COALESCE(PIX_KEY, ' '),
                      COALESCE(COMPANY_CODE, ' ')
               FROM EMPLOYEES
               WHERE DEPARTMENT = :WS-DEPARTAMENTO-PARM
                 AND (DEPARTMENT > :WS-CKP-DEPARTAMENTO
           EXEC SQL
               DECLARE CURSOR-CONSOLIDADO-RST CURSOR WITH HOLD FOR
               SELECT EMPLOYEE_ID, EMPLOYEE_NAME, SALARY, DEPARTMENT,
                      BRANCH_CODE, ACCOUNT_NUMBER, HIRE_DATE,
                      COALESCE(PIX_KEY_TYPE, ' '),
                      COALESCE(PIX_KEY, ' '),
                      COALESCE(COMPANY_CODE, ' ')
               FROM EMPLOYEES
               WHERE DEPARTMENT > :WS-CKP-DEPARTAMENTO
                  OR (DEPARTMENT = :WS-CKP-DEPARTAMENTO
               ORDER BY DEPARTMENT, EMPLOYEE_ID
           END-EXEC.

      *    Cursor de faixa - mesma projecao e ordenacao, restrito a
      *    faixa [inicio, fim) de departamentos da instancia
      *    particionada (cartao CURSPART.DAT), e sua variante de
      *    retomada.
           EXEC SQL
               DECLARE CURSOR-FAIXA CURSOR WITH HOLD FOR
               SELECT EMPLOYEE_ID, EMPLOYEE_NAME, SALARY, DEPARTMENT,
                      BRANCH_CODE, ACCOUNT_NUMBER, HIRE_DATE,
                      COALESCE(PIX_KEY_TYPE, ' '),
                      COALESCE(PIX_KEY, ' '),
                      COALESCE(COMPANY_CODE, ' ')
               FROM EMPLOYEES
               WHERE DEPARTMENT >= :WS-FAIXA-DEPTO-INICIO
                 AND DEPARTMENT <  :WS-FAIXA-DEPTO-FIM
               ORDER BY DEPARTMENT, EMPLOYEE_ID
           END-EXEC.

           EXEC SQL
               DECLARE CURSOR-FAIXA-RST CURSOR WITH HOLD FOR
               SELECT EMPLOYEE_ID, EMPLOYEE_NAME, SALARY, DEPARTMENT,
                      BRANCH_CODE, ACCOUNT_NUMBER, HIRE_DATE,
                      COALESCE(PIX_KEY_TYPE, ' '),
                      COALESCE(PIX_KEY, ' '),
                      COALESCE(COMPANY_CODE, ' ')
               FROM EMPLOYEES
               WHERE DEPARTMENT >= :WS-FAIXA-DEPTO-INICIO
                 AND DEPARTMENT <  :WS-FAIXA-DEPTO-FIM
                 AND (DEPARTMENT > :WS-CKP-DEPARTAMENTO
                      OR (DEPARTMENT = :WS-CKP-DEPARTAMENTO
                          AND EMPLOYEE_ID > :WS-CKP-EMPLOYEE-ID))
               ORDER BY DEPARTMENT, EMPLOYEE_ID
           END-EXEC.

      *    Cursor sem FETCH - só tem OPEN e CLOSE
           EXEC SQL
               DECLARE CURSOR-SEM-FETCH CURSOR FOR

           PERFORM VERIFICAR-TRAVA-RUN THRU
                   VERIFICAR-TRAVA-RUN-EXIT.
      *    O cartao de particao e lido antes do controle de step:
      *    as instancias particionadas registram a execucao com o
      *    numero da particao (TESTCURSP1..TESTCURSP4) e nao gravam
      *    conclusao de step - quem conclui o caminho particionado
      *    e TESTCMRG.
           PERFORM LER-CARTAO-PARTICAO-FOLHA THRU
                   LER-CARTAO-PARTICAO-FOLHA-EXIT.
           IF EXECUCAO-PARTICIONADA
               MOVE SPACES TO WS-RUN-PROGRAMA
               STRING 'TESTCURSP' WS-PARTICAO-FOLHA
                   DELIMITED BY SIZE
                   INTO WS-RUN-PROGRAMA
               END-STRING
           ELSE
               MOVE 'TESTCURSOR' TO WS-RUN-PROGRAMA
           END-IF.
           PERFORM REGISTRAR-INICIO-EXECUCAO.
           IF NOT EXECUCAO-PARTICIONADA
               MOVE 'TESTCURSOR' TO WS-STEP-PROGRAMA
               PERFORM VERIFICAR-STEP-CONCLUIDO THRU
                       VERIFICAR-STEP-CONCLUIDO-EXIT
               IF STEP-JA-CONCLUIDO
                   DISPLAY 'TESTCURSOR JA CONCLUIDO PARA A DATA DE '
                           'NEGOCIO - PASSO IGNORADO'
                   STOP RUN
               END-IF
           END-IF.
           MOVE 'TESTCURSOR' TO WS-PER-PROGRAMA.
           PERFORM VERIFICAR-PERIODO-ABERTO THRU
                   VERIFICAR-PERIODO-ABERTO-EXIT.
           IF PERIODO-FECHADO
               STOP RUN
           END-IF.
           PERFORM LER-PARAMETRO-DEPARTAMENTO.
           PERFORM LER-PERFIL-DESTINATARIO.
           PERFORM CARREGAR-TABELA-ENCARGOS.
           PERFORM CARREGAR-AJUSTES-PONTO.
           MOVE 'TESTCURSOR' TO WS-AFS-PROGRAMA.
           PERFORM CARREGAR-AFASTAMENTOS THRU
                   CARREGAR-AFASTAMENTOS-EXIT.
           PERFORM PREPARAR-COMPETENCIA-AFAST.
           PERFORM CARREGAR-DEPTOS-ANTERIORES.
           PERFORM ESTIMAR-QTD-EMPREGADOS.
           PERFORM PROCESSAR-CURSOR-COMPLETO THRU
                   PROCESSAR-CURSOR-COMPLETO-EXIT.
           IF NOT EXECUCAO-PARTICIONADA OR WS-PARTICAO-FOLHA = 1
               PERFORM PROCESSAR-CURSOR-SEM-OPEN
               PERFORM PROCESSAR-CURSOR-INATIVOS
           END-IF.

      *    CURSOR-SEM-FETCH - falta FETCH
           EXEC SQL
      *    CURSOR-SEM-NADA - ver ESTIMAR-QTD-EMPREGADOS, chamado no
      *    inicio de MAIN-PROCEDURE.

      *    O controle da particao e a ultima coisa gravada: so uma
      *    instancia que chegou ate aqui e combinavel.
           IF EXECUCAO-PARTICIONADA
               PERFORM GRAVAR-CONTROLE-PARTICAO
           END-IF.

           PERFORM REGISTRAR-FIM-EXECUCAO.
           IF NOT EXECUCAO-PARTICIONADA
               PERFORM GRAVAR-STEP-CONCLUIDO THRU
                       GRAVAR-STEP-CONCLUIDO-EXIT
           END-IF.
           STOP RUN.

      *----------------------------------------------------------*
       LER-PARAMETRO-DEPARTAMENTO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    LER-CARTAO-PARTICAO-FOLHA                                *
      *    Com CURSPART.DAT valido, a instancia passa a rodar so a  *
      *    sua faixa de departamentos, com as pecas da particao     *
      *    (RELFPn, RELRPn, EXTRPn, SALBPn, PIXPn, checkpoint e     *
      *    trabalho proprios) no lugar das saidas historicas. O     *
      *    controle CCTLPn.DAT e esvaziado ja aqui: uma instancia   *
      *    que nao chegar ao fim deixa o controle vazio e TESTCMRG  *
      *    recusa a combinacao. Cartao invalido derruba o passo     *
      *    com RC=8 - rodar a empresa inteira no lugar de uma faixa *
      *    duplicaria o pagamento das outras particoes.             *
      *----------------------------------------------------------*
       LER-CARTAO-PARTICAO-FOLHA.
           OPEN INPUT CARTAO-PARTICAO-FOLHA.
           IF WS-STATUS-PARTICAO-FOLHA NOT = '00'
               CLOSE CARTAO-PARTICAO-FOLHA
               GO TO LER-CARTAO-PARTICAO-FOLHA-EXIT
           END-IF.
           READ CARTAO-PARTICAO-FOLHA
               AT END
                   MOVE SPACES TO REG-CARTAO-PARTICAO-FOLHA
           END-READ.
           CLOSE CARTAO-PARTICAO-FOLHA.
           IF REG-CARTAO-PARTICAO-FOLHA = SPACES
               GO TO LER-CARTAO-PARTICAO-FOLHA-EXIT
           END-IF.

           IF CPT-PARTICAO IS NOT NUMERIC
                  OR CPT-PARTICAO < 1
                  OR CPT-PARTICAO > 4
                  OR (CPT-DEPTO-FIM NOT = SPACES
                      AND CPT-DEPTO-INICIO NOT < CPT-DEPTO-FIM)
               DISPLAY 'TESTCURSOR CARTAO CURSPART.DAT INVALIDO: '
                       REG-CARTAO-PARTICAO-FOLHA (1:21)
               MOVE 'TESTCURSOR'        TO WS-EXC-PROGRAMA
               MOVE 'LER-CARTAO-PARTICAO-FOLHA' TO WS-EXC-PARAGRAFO
               MOVE 8                   TO WS-EXC-CODIGO
               MOVE 'CARTAO CURSPART.DAT INVALIDO'
                   TO WS-EXC-MENSAGEM
               MOVE 2 TO WS-EXC-SEVERIDADE
               PERFORM GRAVAR-EXCECAO-GERAL
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE 'S'          TO WS-EXECUCAO-PARTICIONADA.
           MOVE CPT-PARTICAO TO WS-PARTICAO-FOLHA.
           IF CPT-DEPTO-INICIO NOT = SPACES
               MOVE CPT-DEPTO-INICIO TO WS-FAIXA-DEPTO-INICIO
           END-IF.
           IF CPT-DEPTO-FIM NOT = SPACES
               MOVE CPT-DEPTO-FIM TO WS-FAIXA-DEPTO-FIM
           END-IF.

           MOVE SPACES TO WS-NOME-REL-FOLHA.
           STRING 'RELFP' WS-PARTICAO-FOLHA '.DAT'
               DELIMITED BY SIZE INTO WS-NOME-REL-FOLHA
           END-STRING.
           MOVE SPACES TO WS-NOME-REL-RESTRITO.
           STRING 'RELRP' WS-PARTICAO-FOLHA '.DAT'
               DELIMITED BY SIZE INTO WS-NOME-REL-RESTRITO
           END-STRING.
           MOVE SPACES TO WS-NOME-EXTRATO.
           STRING 'EXTRP' WS-PARTICAO-FOLHA '.DAT'
               DELIMITED BY SIZE INTO WS-NOME-EXTRATO
           END-STRING.
           MOVE SPACES TO WS-NOME-SAL-BASE.
           STRING 'SALBP' WS-PARTICAO-FOLHA '.DAT'
               DELIMITED BY SIZE INTO WS-NOME-SAL-BASE
           END-STRING.
           MOVE SPACES TO WS-NOME-CHAVES-PIX.
           STRING 'PIXP' WS-PARTICAO-FOLHA '.DAT'
               DELIMITED BY SIZE INTO WS-NOME-CHAVES-PIX
           END-STRING.
           MOVE SPACES TO WS-NOME-CORTE.
           STRING 'CWRKP' WS-PARTICAO-FOLHA '.DAT'
               DELIMITED BY SIZE INTO WS-NOME-CORTE
           END-STRING.
           MOVE SPACES TO WS-NOME-CKPT-FOLHA.
           STRING 'CKPFP' WS-PARTICAO-FOLHA '.DAT'
               DELIMITED BY SIZE INTO WS-NOME-CKPT-FOLHA
           END-STRING.
           MOVE SPACES TO WS-NOME-CTL-PARTICAO.
           STRING 'CCTLP' WS-PARTICAO-FOLHA '.DAT'
               DELIMITED BY SIZE INTO WS-NOME-CTL-PARTICAO
           END-STRING.

           OPEN OUTPUT CONTROLE-PARTICAO-FOLHA.
           CLOSE CONTROLE-PARTICAO-FOLHA.

           DISPLAY 'TESTCURSOR PARTICAO ' WS-PARTICAO-FOLHA
                   ' - DEPARTAMENTOS DE [' CPT-DEPTO-INICIO
                   '] ATE [' CPT-DEPTO-FIM '] (FIM EXCLUSIVO)'.

       LER-CARTAO-PARTICAO-FOLHA-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    VALIDAR-DEPARTAMENTO-MESTRE                              *
      *    Valida o departamento pedido contra o cadastro mestre   *
      *    para departamento inexistente falha rapido com RC=8 e    *
      *    mensagem clara, em vez de produzir um EMPREPT.DAT vazio  *
      *    que so e notado na manha seguinte. A visao consolidada   *
      *    ('*TODOS') e a instancia particionada (faixa do cartao   *
      *    CURSPART.DAT) nao tem departamento unico a validar. Sem  *
      *    o cadastro mestre disponivel a validacao e pulada com    *
      *    registro no log de excecoes (nao ha contra o que         *
      *    validar).                                                *
      *----------------------------------------------------------*
       VALIDAR-DEPARTAMENTO-MESTRE.
           IF RELATORIO-CONSOLIDADO OR EXECUCAO-PARTICIONADA
               GO TO VALIDAR-DEPARTAMENTO-MESTRE-EXIT
           END-IF.
           OPEN INPUT DEPT-MASTER.
               OPEN EXTEND RELATORIO-EMPREGADOS
               OPEN EXTEND EXTRATO-EMPREGADOS
               OPEN EXTEND EXTRATO-SALARIO-BASE
               OPEN EXTEND EXTRATO-CHAVES-PIX
               IF GERAR-EDICAO-RESTRITA
                   OPEN EXTEND RELATORIO-RESTRITO
               END-IF
               OPEN OUTPUT RELATORIO-EMPREGADOS
               OPEN OUTPUT EXTRATO-EMPREGADOS
               OPEN OUTPUT EXTRATO-SALARIO-BASE
               OPEN OUTPUT EXTRATO-CHAVES-PIX
      *    Primeiro registro do extrato: o header de versao de
      *    layout (ver EXTVWS) que todo consumidor confere.
               MOVE WS-VERSAO-EXTRATO-ATUAL TO VRS-NUMERO
               END-IF
           END-IF.

           PERFORM ABRIR-CURSOR-FOLHA THRU
                   ABRIR-CURSOR-FOLHA-EXIT.

           PERFORM UNTIL WS-EOF = 'S'
               PERFORM FETCH-CURSOR-FOLHA THRU
                       FETCH-CURSOR-FOLHA-EXIT

               EVALUATE TRUE
                   WHEN SQLCODE = 0
           END-PERFORM.

           IF SQL-RETRY-PENDENTE
               PERFORM FECHAR-CURSOR-FOLHA THRU
                       FECHAR-CURSOR-FOLHA-EXIT
               CLOSE RELATORIO-EMPREGADOS
               CLOSE EXTRATO-EMPREGADOS
               CLOSE EXTRATO-SALARIO-BASE
               CLOSE EXTRATO-CHAVES-PIX
               IF GERAR-EDICAO-RESTRITA
                   CLOSE RELATORIO-RESTRITO
               END-IF
               VARYING WS-IDX-TRANSFERENCIA FROM 1 BY 1
               UNTIL WS-IDX-TRANSFERENCIA > WS-QTD-TRANSFERENCIAS.

      *    A instancia particionada para aqui: o total geral, a
      *    participacao, CURSCTL.DAT, PAYHIST.DAT e a reconciliacao
      *    sao da empresa inteira e saem uma vez so, em TESTCMRG.
           IF EXECUCAO-PARTICIONADA
               IF WS-QTD-AFASTADOS-FOLHA > ZEROS
                   DISPLAY 'TESTCURSOR EMPREGADOS COM AFASTAMENTO NO '
                           'MES: ' WS-QTD-AFASTADOS-FOLHA
               END-IF
               GO TO PROCESSAR-CURSOR-COMPLETO-FIM
           END-IF.
           PERFORM IMPRIMIR-TOTAL-GERAL.
           IF WS-QTD-AFASTADOS-FOLHA > ZEROS
               DISPLAY 'TESTCURSOR EMPREGADOS COM AFASTAMENTO NO MES: '
                       WS-QTD-AFASTADOS-FOLHA
           END-IF.
           IF RELATORIO-CONSOLIDADO
               PERFORM IMPRIMIR-PARTICIPACAO-DEPTOS
               PERFORM IMPRIMIR-FOLHA-POR-NIVEL THRU
                       IMPRIMIR-FOLHA-POR-NIVEL-EXIT
           END-IF.
           PERFORM GRAVAR-CONTROLE-CURSOR.
           PERFORM GRAVAR-HISTORICO-FOLHA THRU
                   GRAVAR-HISTORICO-FOLHA-EXIT.
           PERFORM RECONCILIAR-FOLHA-DIA.

       PROCESSAR-CURSOR-COMPLETO-FIM.
      *    Passada concluida - o checkpoint morre aqui, para o
      *    proximo run normal nao "retomar" uma noite ja fechada.
           PERFORM LIMPAR-CHECKPOINT-FOLHA.

           PERFORM FECHAR-CURSOR-FOLHA THRU
                   FECHAR-CURSOR-FOLHA-EXIT.

           CLOSE RELATORIO-EMPREGADOS.
           CLOSE EXTRATO-EMPREGADOS.
           CLOSE EXTRATO-SALARIO-BASE.
           CLOSE EXTRATO-CHAVES-PIX.
           IF GERAR-EDICAO-RESTRITA
               CLOSE RELATORIO-RESTRITO
           END-IF.
       PROCESSAR-CURSOR-COMPLETO-ABEND.
      *    Erro real de DB2 (nao fim de cursor) - encerra o
      *    relatorio parcial e aborta o passo com RC distinto.
           PERFORM FECHAR-CURSOR-FOLHA THRU
                   FECHAR-CURSOR-FOLHA-EXIT.
           CLOSE RELATORIO-EMPREGADOS.
           CLOSE EXTRATO-EMPREGADOS.
           CLOSE EXTRATO-SALARIO-BASE.
           CLOSE EXTRATO-CHAVES-PIX.
           IF GERAR-EDICAO-RESTRITA
               CLOSE RELATORIO-RESTRITO
           END-IF.
      *    departamento, comportamento historico) ou sobre          *
      *    CURSOR-CONSOLIDADO (empresa inteira, cartao '*TODOS') -  *
      *    a projecao e a ordenacao sao as mesmas, entao todo o     *
      *    resto da passada nao muda. A instancia particionada      *
      *    roda sobre CURSOR-FAIXA (faixa de CURSPART.DAT).         *
      *----------------------------------------------------------*
       ABRIR-CURSOR-FOLHA.
           IF EXECUCAO-PARTICIONADA
               IF PASSADA-RETOMADA
                   EXEC SQL
                       OPEN CURSOR-FAIXA-RST
                   END-EXEC
               ELSE
                   EXEC SQL
                       OPEN CURSOR-FAIXA
                   END-EXEC
               END-IF
               GO TO ABRIR-CURSOR-FOLHA-EXIT
           END-IF.
           IF PASSADA-RETOMADA
               IF RELATORIO-CONSOLIDADO
                   EXEC SQL
           EXIT.

       FETCH-CURSOR-FOLHA.
           IF EXECUCAO-PARTICIONADA
               IF PASSADA-RETOMADA
                   EXEC SQL
                       FETCH CURSOR-FAIXA-RST
                       INTO :WS-EMPLOYEE-ID,
                            :WS-EMPLOYEE-NAME,
                            :WS-EMPLOYEE-SALARY,
                            :WS-EMPLOYEE-DEPARTMENT,
                            :WS-EMPLOYEE-AGENCIA,
                            :WS-EMPLOYEE-CONTA,
                            :WS-EMPLOYEE-HIRE-DATE,
                            :WS-EMPLOYEE-PIX-TIPO,
                            :WS-EMPLOYEE-PIX-CHAVE,
                            :WS-EMPLOYEE-EMPRESA
                   END-EXEC
               ELSE
                   EXEC SQL
                       FETCH CURSOR-FAIXA
                       INTO :WS-EMPLOYEE-ID,
                            :WS-EMPLOYEE-NAME,
                            :WS-EMPLOYEE-SALARY,
                            :WS-EMPLOYEE-DEPARTMENT,
                            :WS-EMPLOYEE-AGENCIA,
                            :WS-EMPLOYEE-CONTA,
                            :WS-EMPLOYEE-HIRE-DATE,
                            :WS-EMPLOYEE-PIX-TIPO,
                            :WS-EMPLOYEE-PIX-CHAVE,
                            :WS-EMPLOYEE-EMPRESA
                   END-EXEC
               END-IF
               GO TO FETCH-CURSOR-FOLHA-EXIT
           END-IF.
           IF PASSADA-RETOMADA
               IF RELATORIO-CONSOLIDADO
                   EXEC SQL
                            :WS-EMPLOYEE-DEPARTMENT,
                            :WS-EMPLOYEE-AGENCIA,
                            :WS-EMPLOYEE-CONTA,
                            :WS-EMPLOYEE-HIRE-DATE,
                            :WS-EMPLOYEE-PIX-TIPO,
                            :WS-EMPLOYEE-PIX-CHAVE,
                            :WS-EMPLOYEE-EMPRESA
                   END-EXEC
               ELSE
                   EXEC SQL
                            :WS-EMPLOYEE-DEPARTMENT,
                            :WS-EMPLOYEE-AGENCIA,
                            :WS-EMPLOYEE-CONTA,
                            :WS-EMPLOYEE-HIRE-DATE,
                            :WS-EMPLOYEE-PIX-TIPO,
                            :WS-EMPLOYEE-PIX-CHAVE,
                            :WS-EMPLOYEE-EMPRESA
                   END-EXEC
               END-IF
               GO TO FETCH-CURSOR-FOLHA-EXIT
                        :WS-EMPLOYEE-DEPARTMENT,
                        :WS-EMPLOYEE-AGENCIA,
                        :WS-EMPLOYEE-CONTA,
                        :WS-EMPLOYEE-HIRE-DATE,
                        :WS-EMPLOYEE-PIX-TIPO,
                        :WS-EMPLOYEE-PIX-CHAVE,
                        :WS-EMPLOYEE-EMPRESA
               END-EXEC
           ELSE
               EXEC SQL
                        :WS-EMPLOYEE-DEPARTMENT,
                        :WS-EMPLOYEE-AGENCIA,
                        :WS-EMPLOYEE-CONTA,
                        :WS-EMPLOYEE-HIRE-DATE,
                        :WS-EMPLOYEE-PIX-TIPO,
                        :WS-EMPLOYEE-PIX-CHAVE,
                        :WS-EMPLOYEE-EMPRESA
               END-EXEC
           END-IF.

           EXIT.

       FECHAR-CURSOR-FOLHA.
           IF EXECUCAO-PARTICIONADA
               IF PASSADA-RETOMADA
                   EXEC SQL
                       CLOSE CURSOR-FAIXA-RST
                   END-EXEC
               ELSE
                   EXEC SQL
                       CLOSE CURSOR-FAIXA
                   END-EXEC
               END-IF
               GO TO FECHAR-CURSOR-FOLHA-EXIT
           END-IF.
           IF PASSADA-RETOMADA
               IF RELATORIO-CONSOLIDADO
                   EXEC SQL
       IMPRIMIR-LINHA-PARTICIPACAO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    IMPRIMIR-FOLHA-POR-NIVEL                                 *
      *    Edicao consolidada por nivel da visao '*TODOS': a tabela *
      *    de subtotais por departamento somada pela hierarquia do  *
      *    cadastro mestre (HIERPRC) - subtotal e participacao em   *
      *    cada diretoria/divisao e o total da empresa no fim.      *
      *----------------------------------------------------------*
       IMPRIMIR-FOLHA-POR-NIVEL.
           MOVE 'TESTCURS' TO WS-HIE-PROGRAMA.
           PERFORM CARREGAR-HIERARQUIA THRU
                   CARREGAR-HIERARQUIA-EXIT.
           PERFORM ACUMULAR-FOLHA-NIVEL
               VARYING WS-IDX-DEPTO FROM 1 BY 1
               UNTIL WS-IDX-DEPTO > WS-QTD-DEPTOS-TABELA.
           PERFORM ORDENAR-HIERARQUIA THRU
                   ORDENAR-HIERARQUIA-EXIT.

           OPEN OUTPUT RELATORIO-FOLHA-NIVEL.
           IF WS-STATUS-FOLHA-NIVEL NOT = '00'
               MOVE 'TESTCURSOR'        TO WS-EXC-PROGRAMA
               MOVE 'IMPRIMIR-FOLHA-POR-NIVEL' TO WS-EXC-PARAGRAFO
               MOVE WS-STATUS-FOLHA-NIVEL TO WS-EXC-CODIGO
               MOVE 'ERRO ABERTURA FOLHROLL.DAT' TO WS-EXC-MENSAGEM
               MOVE 3 TO WS-EXC-SEVERIDADE
               PERFORM GRAVAR-EXCECAO-GERAL
               GO TO IMPRIMIR-FOLHA-POR-NIVEL-EXIT
           END-IF.
           WRITE REG-RELATORIO-FOLHA-NIVEL
               FROM WS-CABECALHO-FOLHA-NIVEL.
           WRITE REG-RELATORIO-FOLHA-NIVEL
               FROM WS-CABECALHO-COLUNAS-FNIV.
           PERFORM IMPRIMIR-LINHA-FOLHA-NIVEL
               VARYING WS-IDX-NO-FOLHA FROM 1 BY 1
               UNTIL WS-IDX-NO-FOLHA > WS-HIE-QTD-NOS.
           MOVE SPACES TO REG-RELATORIO-FOLHA-NIVEL.
           WRITE REG-RELATORIO-FOLHA-NIVEL.
           MOVE 'TOTAL DA EMPRESA' TO FNV-ROTULO.
           MOVE WS-HIE-TOTAL (2)   TO FNV-QTD.
           MOVE WS-HIE-TOTAL (1)   TO FNV-VALOR.
           MOVE 100                TO FNV-PCT.
           WRITE REG-RELATORIO-FOLHA-NIVEL FROM WS-LINHA-FOLHA-NIVEL.
           CLOSE RELATORIO-FOLHA-NIVEL.

       IMPRIMIR-FOLHA-POR-NIVEL-EXIT.
           EXIT.

       ACUMULAR-FOLHA-NIVEL.
           MOVE WS-DEPTO-NOME (WS-IDX-DEPTO)  TO WS-HIE-CODIGO-BUSCA.
           MOVE WS-DEPTO-TOTAL (WS-IDX-DEPTO) TO WS-HIE-VALOR (1).
           MOVE WS-DEPTO-QTD (WS-IDX-DEPTO)   TO WS-HIE-VALOR (2).
           MOVE ZEROS                         TO WS-HIE-VALOR (3).
           PERFORM ACUMULAR-HIERARQUIA THRU
                   ACUMULAR-HIERARQUIA-EXIT.

       ACUMULAR-FOLHA-NIVEL-EXIT.
           EXIT.

       IMPRIMIR-LINHA-FOLHA-NIVEL.
           MOVE WS-HIE-ORDEM (WS-IDX-NO-FOLHA) TO WS-HIE-IDX.
           PERFORM PREPARAR-ROTULO-HIERARQUIA THRU
                   PREPARAR-ROTULO-HIERARQUIA-EXIT.
           MOVE WS-HIE-ROTULO TO FNV-ROTULO.
           MOVE WS-HIE-ACUM (WS-HIE-IDX, 2) TO FNV-QTD.
           MOVE WS-HIE-ACUM (WS-HIE-IDX, 1) TO FNV-VALOR.
           IF WS-TOTAL-GERAL > ZEROS
               COMPUTE WS-PCT-PARTICIPACAO ROUNDED =
                   WS-HIE-ACUM (WS-HIE-IDX, 1) * 100
                   / WS-TOTAL-GERAL
           ELSE
               MOVE ZEROS TO WS-PCT-PARTICIPACAO
           END-IF.
           MOVE WS-PCT-PARTICIPACAO TO FNV-PCT.
           WRITE REG-RELATORIO-FOLHA-NIVEL FROM WS-LINHA-FOLHA-NIVEL.

       IMPRIMIR-LINHA-FOLHA-NIVEL-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    ACUMULAR-LINHA-RELATORIO                                *
      *    Detecta quebra de departamento, imprime cabecalho e    *

           PERFORM APLICAR-AJUSTES-PONTO THRU
                   APLICAR-AJUSTES-PONTO-EXIT.
           PERFORM APLICAR-AFASTAMENTOS THRU
                   APLICAR-AFASTAMENTOS-EXIT.
           PERFORM TRATAR-TRANSFERENCIA-DEPTO THRU
                   TRATAR-TRANSFERENCIA-DEPTO-EXIT.

           MOVE WS-EMPLOYEE-NAME     TO WS-DET-NOME
           MOVE WS-EMPLOYEE-SALARY   TO WS-DET-SALARIO
           MOVE WS-ACRESCIMOS-PONTO  TO WS-DET-ADICIONAL
           COMPUTE WS-DET-REDUCAO =
               WS-REDUCOES-PONTO + WS-REDUCOES-AFASTAMENTO
           MOVE WS-SALARIO-AJUSTADO  TO WS-DET-AJUSTADO
           WRITE REG-RELATORIO FROM WS-LINHA-DETALHE.
           IF GERAR-EDICAO-RESTRITA
           MOVE WS-EMPLOYEE-AGENCIA    TO EXT-EMPLOYEE-AGENCIA.
           MOVE WS-EMPLOYEE-CONTA      TO EXT-EMPLOYEE-CONTA.
           MOVE WS-EMPLOYEE-HIRE-DATE  TO EXT-EMPLOYEE-HIRE-DATE.
           MOVE WS-EMPLOYEE-EMPRESA    TO EXT-EMPLOYEE-EMPRESA.
           WRITE REG-EXTRATO-EMPREGADO.
           ADD 1 TO WS-QTD-EXTRATO-GRAVADOS.

           MOVE WS-EMPLOYEE-NAME (1:30) TO SBS-NOME.
           WRITE REG-SALARIO-BASE.

      *    Chave PIX do mesmo detalhe - em branco para quem recebe
      *    em conta (ver CPIXSEL).
           MOVE SPACES TO REG-CHAVE-PIX.
           MOVE WS-EMPLOYEE-ID        TO CPX-MATRICULA.
           MOVE WS-EMPLOYEE-PIX-TIPO  TO CPX-TIPO-CHAVE.
           MOVE WS-EMPLOYEE-PIX-CHAVE TO CPX-CHAVE.
           WRITE REG-CHAVE-PIX.

      *    Transferido no meio do mes: o subtotal do departamento
      *    atual recebe so a parcela pro-rata de destino; a
      *    parcela de origem fica parada e e creditada ao
       PROCURAR-AJUSTE-PONTO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    PREPARAR-COMPETENCIA-AFAST                               *
      *    Janela do mes corrente (primeiro ao ultimo dia) para a   *
      *    contagem de dias fora da folha.                          *
      *----------------------------------------------------------*
       PREPARAR-COMPETENCIA-AFAST.
      *    O mes e o da DATA DE NEGOCIO de DATACTL.DAT, como em
      *    OBTER-IDENTIFICACAO-RUN - run que passa da meia-noite
      *    da virada do mes prorrateia a competencia certa.
           PERFORM OBTER-DATA-NEGOCIO THRU
                   OBTER-DATA-NEGOCIO-EXIT.
           MOVE WS-STEP-DATA-NEGOCIO TO WS-DATA-COMPETENCIA.
           MOVE 01 TO WS-CMP-DIA.
           MOVE WS-DATA-COMPETENCIA TO WS-INICIO-COMPETENCIA.
           IF WS-CMP-MES = 12
               ADD 1 TO WS-CMP-ANO
               MOVE 01 TO WS-CMP-MES
           ELSE
               ADD 1 TO WS-CMP-MES
           END-IF.
           COMPUTE WS-DIA-JULIANO-CMP =
               FUNCTION INTEGER-OF-DATE (WS-DATA-COMPETENCIA) - 1.
           COMPUTE WS-FIM-COMPETENCIA =
               FUNCTION DATE-OF-INTEGER (WS-DIA-JULIANO-CMP).
           MOVE WS-FIM-COMPETENCIA TO WS-DATA-COMPETENCIA.
           MOVE WS-CMP-DIA TO WS-DIAS-COMPETENCIA.
           IF WS-QTD-AFASTAMENTOS > ZEROS
               DISPLAY 'TESTCURSOR AFASTAMENTOS CARREGADOS: '
                       WS-QTD-AFASTAMENTOS
           END-IF.

       PREPARAR-COMPETENCIA-AFAST-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    APLICAR-AFASTAMENTOS                                     *
      *    Dias do mes fora da folha descontam 1/30 do salario      *
      *    base por dia; o ajustado nao fica negativo.              *
      *----------------------------------------------------------*
       APLICAR-AFASTAMENTOS.
           MOVE ZEROS TO WS-REDUCOES-AFASTAMENTO.
           MOVE WS-EMPLOYEE-ID        TO WS-AFS-MATRICULA.
           MOVE WS-INICIO-COMPETENCIA TO WS-AFS-JANELA-INICIO.
           MOVE WS-FIM-COMPETENCIA    TO WS-AFS-JANELA-FIM.
           PERFORM CONTAR-DIAS-SEM-REMUNERACAO THRU
                   CONTAR-DIAS-SEM-REMUNERACAO-EXIT.
           IF WS-AFS-DIAS-FORA = ZEROS
               GO TO APLICAR-AFASTAMENTOS-EXIT
           END-IF.
           ADD 1 TO WS-QTD-AFASTADOS-FOLHA.

           IF WS-AFS-DIAS-FORA >= WS-DIAS-COMPETENCIA
                  OR WS-AFS-DIAS-FORA > 30
               MOVE 30 TO WS-DIAS-AFASTAMENTO
           ELSE
               MOVE WS-AFS-DIAS-FORA TO WS-DIAS-AFASTAMENTO
           END-IF.
           COMPUTE WS-REDUCOES-AFASTAMENTO ROUNDED =
               WS-EMPLOYEE-SALARY * WS-DIAS-AFASTAMENTO / 30.
           IF WS-REDUCOES-AFASTAMENTO > WS-SALARIO-AJUSTADO
               MOVE WS-SALARIO-AJUSTADO TO WS-REDUCOES-AFASTAMENTO
           END-IF.
           SUBTRACT WS-REDUCOES-AFASTAMENTO FROM WS-SALARIO-AJUSTADO.

       APLICAR-AFASTAMENTOS-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    CARREGAR-DEPTOS-ANTERIORES                               *
      *    Departamento de cada matricula no extrato do run         *
      *----------------------------------------------------------*
      *    CORTAR-SAIDAS-CHECKPOINT                                 *
      *    Reduz EMPEXTR.DAT aos WS-QTD-EXTRATO-GRAVADOS            *
      *    primeiros registros (header incluso) e SALBASE.DAT e     *
      *    EMPPIX.DAT aos detalhes correspondentes, copiando via    *
      *    CURSWRK.DAT - a mesma disciplina do checkpoint de        *
      *    TESTFILE: o que veio depois do ultimo COMMIT sera        *
      *    refeito pelo cursor reposicionado, nao duplicado.        *
      *----------------------------------------------------------*
       CORTAR-SAIDAS-CHECKPOINT.
           MOVE WS-QTD-EXTRATO-GRAVADOS TO WS-LIMITE-CORTE.
                   COPIAR-BASE-PARA-CORTE-EXIT.
           PERFORM DEVOLVER-CORTE-A-BASE THRU
                   DEVOLVER-CORTE-A-BASE-EXIT.
           PERFORM COPIAR-PIX-PARA-CORTE THRU
                   COPIAR-PIX-PARA-CORTE-EXIT.
           PERFORM DEVOLVER-CORTE-A-PIX THRU
                   DEVOLVER-CORTE-A-PIX-EXIT.

           DISPLAY 'TESTCURSOR EXTRATO CORTADO NO CHECKPOINT: '
                   WS-QTD-EXTRATO-GRAVADOS ' REGISTROS'.
       LER-CORTE-PARA-BASE-EXIT.
           EXIT.

       COPIAR-PIX-PARA-CORTE.
           MOVE 'N' TO WS-EOF-CORTE.
           MOVE ZEROS TO WS-QTD-CORTE-COPIADOS.
           OPEN INPUT EXTRATO-CHAVES-PIX.
           OPEN OUTPUT ARQUIVO-CORTE-EXTRATO.
           IF WS-STATUS-CHAVES-PIX = '00'
               PERFORM LER-PIX-PARA-CORTE
                   UNTIL WS-EOF-CORTE = 'S'
                      OR WS-QTD-CORTE-COPIADOS >= WS-LIMITE-CORTE
           END-IF.
           CLOSE EXTRATO-CHAVES-PIX.
           CLOSE ARQUIVO-CORTE-EXTRATO.

       COPIAR-PIX-PARA-CORTE-EXIT.
           EXIT.

       LER-PIX-PARA-CORTE.
           READ EXTRATO-CHAVES-PIX
               AT END
                   MOVE 'S' TO WS-EOF-CORTE
               NOT AT END
                   MOVE REG-CHAVE-PIX TO REG-CORTE-EXTRATO
                   WRITE REG-CORTE-EXTRATO
                   ADD 1 TO WS-QTD-CORTE-COPIADOS
           END-READ.

       LER-PIX-PARA-CORTE-EXIT.
           EXIT.

       DEVOLVER-CORTE-A-PIX.
           MOVE 'N' TO WS-EOF-CORTE.
           OPEN INPUT ARQUIVO-CORTE-EXTRATO.
           OPEN OUTPUT EXTRATO-CHAVES-PIX.
           PERFORM LER-CORTE-PARA-PIX
               UNTIL WS-EOF-CORTE = 'S'.
           CLOSE ARQUIVO-CORTE-EXTRATO.
           CLOSE EXTRATO-CHAVES-PIX.

       DEVOLVER-CORTE-A-PIX-EXIT.
           EXIT.

       LER-CORTE-PARA-PIX.
           READ ARQUIVO-CORTE-EXTRATO
               AT END
                   MOVE 'S' TO WS-EOF-CORTE
               NOT AT END
                   MOVE REG-CORTE-EXTRATO TO REG-CHAVE-PIX
                   WRITE REG-CHAVE-PIX
           END-READ.

       LER-CORTE-PARA-PIX-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    CLASSIFICAR-ERRO-SQL                                    *
      *    Separa os SQLCODEs transientes (deadlock/timeout das    *
       GRAVAR-CONTROLE-CURSOR-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    GRAVAR-CONTROLE-PARTICAO                                 *
      *    Fecha a instancia particionada: grava em CCTLPn.DAT a    *
      *    faixa, o headcount e o total da folha da faixa, o        *
      *    carimbo do run e o RETURN-CODE ('C'), e a tabela de      *
      *    subtotais por departamento ('D') - tudo o que TESTCMRG   *
      *    precisa para conferir as pecas e emitir o total unico.   *
      *----------------------------------------------------------*
       GRAVAR-CONTROLE-PARTICAO.
           PERFORM OBTER-IDENTIFICACAO-RUN THRU
                   OBTER-IDENTIFICACAO-RUN-EXIT.
           OPEN OUTPUT CONTROLE-PARTICAO-FOLHA.
           MOVE SPACES TO REG-CTL-PARTICAO.
           MOVE 'C'                     TO CPF-TIPO.
           MOVE 'CURSOR-PARTICAO'       TO CPF-IDENTIFICADOR.
           MOVE WS-PARTICAO-FOLHA       TO CPF-PARTICAO.
           IF WS-FAIXA-DEPTO-INICIO NOT = LOW-VALUES
               MOVE WS-FAIXA-DEPTO-INICIO TO CPF-DEPTO-INICIO
           END-IF.
           IF WS-FAIXA-DEPTO-FIM NOT = HIGH-VALUES
               MOVE WS-FAIXA-DEPTO-FIM  TO CPF-DEPTO-FIM
           END-IF.
           MOVE WS-QTD-EMPREGADOS-TOTAL TO CPF-QTD-EMPREG.
           MOVE WS-TOTAL-GERAL          TO CPF-TOTAL-FOLHA.
           MOVE WS-DATA-RUN-CTL         TO CPF-DATA-RUN.
           MOVE WS-SEQ-RUN-CTL          TO CPF-SEQ-RUN.
           MOVE RETURN-CODE             TO CPF-RETORNO.
           WRITE REG-CTL-PARTICAO.
           PERFORM GRAVAR-DEPTO-CTL-PARTICAO
               VARYING WS-IDX-DEPTO FROM 1 BY 1
               UNTIL WS-IDX-DEPTO > WS-QTD-DEPTOS-TABELA.
           CLOSE CONTROLE-PARTICAO-FOLHA.
           DISPLAY 'TESTCURSOR PARTICAO ' WS-PARTICAO-FOLHA
                   ' CONCLUIDA - EMPREGADOS: '
                   WS-QTD-EMPREGADOS-TOTAL.

       GRAVAR-CONTROLE-PARTICAO-EXIT.
           EXIT.

       GRAVAR-DEPTO-CTL-PARTICAO.
           MOVE SPACES TO REG-CTL-PARTICAO-DEPTO.
           MOVE 'D' TO CPD-TIPO.
           MOVE WS-DEPTO-NOME  (WS-IDX-DEPTO) TO CPD-DEPARTAMENTO.
           MOVE WS-DEPTO-QTD   (WS-IDX-DEPTO) TO CPD-QTD-EMPREG.
           MOVE WS-DEPTO-TOTAL (WS-IDX-DEPTO) TO CPD-TOTAL-FOLHA.
           WRITE REG-CTL-PARTICAO-DEPTO.

       GRAVAR-DEPTO-CTL-PARTICAO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    GUARDAR-SUBTOTAL-TABELA                                  *
      *    Guarda o subtotal do departamento que acabou de quebrar  *
       RECONCILIAR-FOLHA-DIA-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    VERIFICAR-PERIODO-ABERTO                                 *
      *    Trava de competencia fechada compartilhada (PERIPRC).    *
      *----------------------------------------------------------*
       COPY PERIPRC.

      *----------------------------------------------------------*
      *    GRAVAR-EXCECAO-GERAL                                    *
      *    Log de excecoes compartilhado (EXCPPRC) entre           *
      *----------------------------------------------------------*
       COPY EXCPPRC.

      *----------------------------------------------------------*
      *    HIERARQUIA DE DEPARTAMENTOS (HIERPRC)                   *
      *----------------------------------------------------------*
       COPY HIERPRC.

      *----------------------------------------------------------*
      *    CARREGAR-AFASTAMENTOS / CONTAR-DIAS-SEM-REMUNERACAO     *
      *    Registro de afastamentos compartilhado (AFASPRC).       *
      *----------------------------------------------------------*
       COPY AFASPRC.

      *----------------------------------------------------------*
      *    REGISTRAR-INICIO-EXECUCAO / REGISTRAR-FIM-EXECUCAO      *
      *    Registro compartilhado de execucoes (RUNRPRC), insumo   *
