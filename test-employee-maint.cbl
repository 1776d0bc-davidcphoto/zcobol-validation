      *    da RH (HRTRANS.DAT), com codigos de operacao            *
      *      'AD' admissao        'SA' alteracao de salario        *
      *      'TR' transferencia   'CT' alteracao de conta          *
      *      'DE' desativacao     'CG' atribuicao de cargo         *
      *      'PX' chave PIX (cadastro, troca ou remocao)            *
      *      'CN' tipo e fim do contrato de trabalho                *
      *    Cada campo e validado antes do SQL; transacao invalida  *
      *    ou sem linha correspondente e rejeitada em HRREJ.DAT    *
      *    com o motivo. Toda mudanca aplicada grava imagem ANTES  *
      *    default 100), como MARCAR-EMPREGADO-REPORTADO faz.      *
      *    Substitui o SQL ad-hoc que a RH rodava direto na tabela *
      *    que toda a esteira le.                                  *
      *    O cargo ('CG', ou opcional na admissao) tem de existir  *
      *    e estar ativo no catalogo CARGOMST.DAT (TESTCARG) e vai *
      *    para a coluna JOB_CODE.                                 *
      *    A admissao respeita o quadro autorizado do departamento *
      *    (QUADAUT.DAT, TESTQUAD): com as posicoes ocupadas ja no *
      *    limite, o 'AD' e rejeitado, salvo cartao de excecao em  *
      *    QUADOVR.DAT para o departamento (aprovador, motivo,     *
      *    quantidade de vagas extras e data limite de validade),  *
      *    que fica registrado no log de excecoes. Cada admissao   *
      *    acima do quadro consome uma vaga do cartao; no fim do   *
      *    run QUADOVR.DAT e regravado com o saldo, sem os cartoes *
      *    esgotados ou vencidos. Departamento sem quadro          *
      *    cadastrado nao tem controle de vagas.                   *
      *    A chave PIX ('PX': tipo + chave; tipo em branco remove) *
      *    vai para PIX_KEY_TYPE/PIX_KEY e leva o empregado ao     *
      *    canal de pagamento PIX de TESTBANK (ver CPIXFD).        *
      *    A desativacao ('DE') de empregado com estabilidade      *
      *    vigente no registro ESTABREG.DAT (gestante, dirigente   *
      *    sindical, retorno de acidente de trabalho, CIPA - ver   *
      *    ESTBFD) e rejeitada, salvo cartao de liberacao do       *
      *    Juridico em ESTBOVR.DAT para a matricula, que fica      *
      *    registrado no log de excecoes.                          *
      *    O contrato de trabalho ('CN', ou na admissao) vai para  *
      *    CONTRACT_TYPE/CONTRACT_END_DATE: 'P' indeterminado (sem *
      *    data fim), 'E' estagio, 'A' aprendizagem, 'D' prazo     *
      *    determinado e 'T' temporario, estes com data fim        *
      *    obrigatoria, posterior a admissao e dentro do prazo     *
      *    legal (2 anos; temporario 270 dias). O vencimento e     *
      *    acompanhado por TESTVCTO.                               *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-AUDITORIA.

           COPY CARGSEL.

           COPY QUADSEL.

           COPY ESTBSEL.

           SELECT OPTIONAL CARTAO-EXCECAO-QUADRO
               ASSIGN TO "QUADOVR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-EXCECAO-QDA.

           SELECT OPTIONAL CARTAO-PARM-RH
               ASSIGN TO "HRPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               88  RH-TRANSFERENCIA     VALUE 'TR'.
               88  RH-CONTA             VALUE 'CT'.
               88  RH-DESATIVACAO       VALUE 'DE'.
               88  RH-CARGO             VALUE 'CG'.
               88  RH-CHAVE-PIX         VALUE 'PX'.
               88  RH-CONTRATO          VALUE 'CN'.
           05  HRT-MATRICULA        PIC X(05).
           05  HRT-MATRICULA-NUM REDEFINES HRT-MATRICULA
                                    PIC 9(05).
               10  ADM-DATA-ADMISSAO    PIC X(08).
               10  ADM-DATA-ADMISSAO-N REDEFINES ADM-DATA-ADMISSAO
                                        PIC 9(08).
      *    Cargo inicial (opcional) - ver CARGFD.
               10  ADM-CARGO            PIC X(06).
      *    Tipo de contrato (em branco = indeterminado); a data fim
      *    dos contratos a prazo vem em HRT-FIM-CONTRATO-ADM.
               10  ADM-TIPO-CONTRATO    PIC X(01).
           05  HRT-DADOS-SALARIO REDEFINES HRT-DADOS.
               10  SAL-NOVO             PIC X(09).
               10  SAL-NOVO-NUM REDEFINES SAL-NOVO
               10  CTA-AGENCIA          PIC X(05).
               10  CTA-CONTA            PIC X(12).
               10  FILLER               PIC X(84).
           05  HRT-DADOS-CARGO REDEFINES HRT-DADOS.
               10  CGO-CARGO            PIC X(06).
               10  FILLER               PIC X(95).
           05  HRT-DADOS-PIX REDEFINES HRT-DADOS.
               10  PIX-TIPO-CHAVE       PIC X(01).
               10  PIX-CHAVE            PIC X(77).
               10  FILLER               PIC X(23).
           05  HRT-DADOS-CONTRATO REDEFINES HRT-DADOS.
               10  CTR-TIPO             PIC X(01).
               10  CTR-DATA-FIM         PIC X(08).
               10  FILLER               PIC X(92).
      *    Operador da RH que digitou a transacao; feeds antigos
      *    terminam na coluna 108 e chegam com o campo em branco.
           05  HRT-OPERADOR         PIC X(08).
      *    Fim do contrato a prazo na admissao ('AD'); feeds sem o
      *    contrato terminam na coluna 116.
           05  HRT-FIM-CONTRATO-ADM PIC X(08).

       FD  ARQUIVO-REJEICOES-RH.
       01  REG-REJEICAO-RH          PIC X(155).

       FD  LOG-AUDITORIA-EMP.
       01  REG-LOG-AUDITORIA-EMP    PIC X(240).

       COPY CARGFD.

       COPY QUADFD.

       COPY ESTBFD.

      *    Cartao de excecao ao quadro: um departamento por linha,
      *    com as vagas extras ainda nao usadas e o ultimo dia em
      *    que o cartao vale (AAAAMMDD).
       FD  CARTAO-EXCECAO-QUADRO.
       01  REG-CARTAO-EXCECAO-QDA.
           05  OVQ-DEPARTAMENTO      PIC X(10).
           05  OVQ-APROVADOR         PIC X(10).
           05  OVQ-MOTIVO            PIC X(40).
           05  OVQ-VAGAS             PIC 9(03).
           05  OVQ-VALIDADE          PIC 9(08).
           05  FILLER                PIC X(09).

       FD  CARTAO-PARM-RH.
       01  REG-CARTAO-PARM-RH.

       WORKING-STORAGE SECTION.
       COPY EXCPWS.
       COPY CARGWS.
       COPY QUADWS.
       COPY ESTBWS.

       01  WS-STATUS-TRANSACOES     PIC XX.
       01  WS-STATUS-REJEICOES      PIC XX.
       01  WS-QTD-TRANSACOES        PIC 9(05) VALUE ZEROS.
       01  WS-QTD-APLICADAS         PIC 9(05) VALUE ZEROS.
       01  WS-QTD-REJEITADAS        PIC 9(05) VALUE ZEROS.
       01  WS-QTD-DESLIG-LIBERADOS  PIC 9(05) VALUE ZEROS.
       01  WS-ESTABILIDADE-VALIDA   PIC X VALUE 'N'.
       01  WS-CONTRATO-VALIDO       PIC X VALUE 'N'.
       01  WS-INTERVALO-COMMIT      PIC 9(05) VALUE 100.
       01  WS-QTD-DESDE-COMMIT      PIC 9(05) VALUE ZEROS.

      *    para o motivo do rejeitado.
       01  WS-SQLCODE-EDITADO       PIC -9(09).
       01  WS-LINHA-REJEICAO-RH.
           05  REJ-REGISTRO         PIC X(124).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  REJ-MOTIVO           PIC X(30).

       01  WS-DATA-ATUAL            PIC 9(08).
       01  WS-HORA-ATUAL            PIC 9(08).
       01  WS-IMAGEM-EMPREGADO      PIC X(190).
       01  WS-LINHA-AUDITORIA-EMP.
           05  EMA-DATA             PIC 9(08).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  EMA-EVENTO           PIC X(06).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  EMA-IMAGEM           PIC X(190).
      *    Quem digitou, para a varredura de segregacao de funcoes
      *    (TESTSODV).
           05  FILLER               PIC X(03) VALUE SPACES.
           05  EMA-OPERADOR         PIC X(08).
      *    Contrato da imagem, depois do operador para nao deslocar
      *    os leitores da linha.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  EMA-CONTRATO         PIC X(10).

      *    Linha corrente de EMPLOYEES (imagem ANTES/DEPOIS).
       01  WS-EMPLOYEE-ID           PIC 9(05).
       01  WS-EMPLOYEE-AGENCIA      PIC X(05).
       01  WS-EMPLOYEE-CONTA        PIC X(12).
       01  WS-EMPLOYEE-ACTIVE       PIC X(01).
       01  WS-EMPLOYEE-CARGO        PIC X(06).
       01  WS-EMPLOYEE-PIX-TIPO     PIC X(01).
       01  WS-EMPLOYEE-PIX-CHAVE    PIC X(77).
       01  WS-EMPLOYEE-HIRE-DATE    PIC 9(08).
       01  WS-EMPLOYEE-CTR-TIPO     PIC X(01).
       01  WS-EMPLOYEE-CTR-FIM      PIC 9(08).
       01  WS-EXISTE-LINHA          PIC X VALUE 'N'.
       01  WS-CATALOGO-ABERTO       PIC X VALUE 'N'.
       01  WS-CARGO-VALIDO          PIC X VALUE 'N'.
       01  WS-CHAVE-PIX-VALIDA      PIC X VALUE 'N'.
       01  WS-QTD-ARROBA            PIC 9(03) VALUE ZEROS.
       01  WS-QTD-BRANCOS-CHAVE     PIC 9(03) VALUE ZEROS.

      *    Contrato em validacao (admissao ou 'CN'): tipo, data fim
      *    e o prazo maximo do tipo em dias.
       01  WS-CTR-TIPO              PIC X(01).
           88  CTR-TIPO-VALIDO      VALUE 'P' 'E' 'A' 'D' 'T'.
           88  CTR-INDETERMINADO    VALUE 'P'.
           88  CTR-TEMPORARIO       VALUE 'T'.
       01  WS-CTR-FIM-X             PIC X(08).
       01  WS-CTR-FIM REDEFINES WS-CTR-FIM-X
                                    PIC 9(08).
       01  WS-CTR-INICIO            PIC 9(08).
       01  WS-CTR-PRAZO-MAXIMO      PIC 9(05).
       01  WS-CTR-DIAS-CONTRATO     PIC S9(09) COMP.

      *    Quadro autorizado e cartoes de excecao (QUADOVR.DAT).
       01  WS-STATUS-EXCECAO-QDA    PIC XX.
       01  WS-EOF-EXCECAO-QDA       PIC X VALUE 'N'.
       01  WS-QUADRO-ABERTO         PIC X VALUE 'N'.
       01  WS-QUADRO-VALIDO         PIC X VALUE 'N'.
       01  WS-QTD-OCUPADAS          PIC S9(09) COMP.
       01  WS-QTD-ACIMA-QUADRO      PIC 9(05) VALUE ZEROS.
       01  WS-QTD-EXCECOES-QDA      PIC 9(03) VALUE ZEROS.
       01  WS-IDX-EXCECAO-QDA       PIC 9(03) VALUE ZEROS.
       01  WS-EXCECAO-ACHADA        PIC X VALUE 'N'.
       01  WS-IDX-EXCECAO-USADA     PIC 9(03) VALUE ZEROS.
       01  WS-EXCECOES-ALTERADAS    PIC X VALUE 'N'.
       01  WS-DATA-REF-EXCECAO      PIC 9(08) VALUE ZEROS.
       01  WS-QTD-EXCECOES-BAIXADAS PIC 9(03) VALUE ZEROS.
      *    Todos os cartoes lidos, para a regravacao; WS-EXQ-VALIDO
      *    = 'N' para o cartao incompleto (volta como veio).
       01  WS-TABELA-EXCECOES-QDA.
           05  WS-EXCECAO-QDA OCCURS 50 TIMES.
               10  WS-EXQ-DEPARTAMENTO  PIC X(10).
               10  WS-EXQ-APROVADOR     PIC X(10).
               10  WS-EXQ-VAGAS         PIC 9(03).
               10  WS-EXQ-VALIDADE      PIC 9(08).
               10  WS-EXQ-VALIDO        PIC X(01).
               10  WS-EXQ-IMAGEM        PIC X(80).

       01  WS-IMAGEM-MONTADA.
           05  IMG-EMPLOYEE-ID      PIC 9(05).
           05  IMG-CONTA            PIC X(12).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  IMG-ACTIVE           PIC X(01).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  IMG-CARGO            PIC X(06).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  IMG-PIX-TIPO         PIC X(01).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  IMG-PIX-CHAVE        PIC X(77).

       01  WS-CONTRATO-MONTADO.
           05  IMG-CTR-TIPO         PIC X(01).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  IMG-CTR-FIM          PIC 9(08).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           END-IF.

           OPEN OUTPUT ARQUIVO-REJEICOES-RH.
           OPEN INPUT CARGOS-MASTER.
           IF WS-STATUS-CARGOS = '00'
               MOVE 'S' TO WS-CATALOGO-ABERTO
           END-IF.
           OPEN INPUT QUADRO-AUTORIZADO.
           IF WS-STATUS-QUADRO = '00'
               MOVE 'S' TO WS-QUADRO-ABERTO
           END-IF.
           PERFORM CARREGAR-EXCECOES-QUADRO.
           MOVE 'TESTEMNT' TO WS-EST-PROGRAMA.
           PERFORM CARREGAR-ESTABILIDADES THRU
                   CARREGAR-ESTABILIDADES-EXIT.
           OPEN EXTEND LOG-AUDITORIA-EMP.
           IF WS-STATUS-AUDITORIA NOT = '00'
               CLOSE LOG-AUDITORIA-EMP
           CLOSE TRANSACOES-RH.
           CLOSE ARQUIVO-REJEICOES-RH.
           CLOSE LOG-AUDITORIA-EMP.
           IF WS-CATALOGO-ABERTO = 'S'
               CLOSE CARGOS-MASTER
           END-IF.
           IF WS-QUADRO-ABERTO = 'S'
               CLOSE QUADRO-AUTORIZADO
           END-IF.
           PERFORM REGRAVAR-EXCECOES-QUADRO THRU
                   REGRAVAR-EXCECOES-QUADRO-EXIT.

           DISPLAY 'TESTEMNT TRANSACOES LIDAS..: ' WS-QTD-TRANSACOES.
           DISPLAY 'TESTEMNT APLICADAS.........: ' WS-QTD-APLICADAS.
           DISPLAY 'TESTEMNT REJEITADAS........: ' WS-QTD-REJEITADAS.
           DISPLAY 'TESTEMNT ADMISSOES ACIMA DO QUADRO (EXCECAO): '
                   WS-QTD-ACIMA-QUADRO.
           DISPLAY 'TESTEMNT DESLIGAMENTOS COM ESTABILIDADE LIBERADOS: '
                   WS-QTD-DESLIG-LIBERADOS.

           IF WS-QTD-REJEITADAS > 0 AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
               WHEN RH-DESATIVACAO
                   PERFORM DESATIVAR-EMPREGADO THRU
                           DESATIVAR-EMPREGADO-EXIT
               WHEN RH-CARGO
                   PERFORM ATRIBUIR-CARGO THRU
                           ATRIBUIR-CARGO-EXIT
               WHEN RH-CHAVE-PIX
                   PERFORM ALTERAR-CHAVE-PIX THRU
                           ALTERAR-CHAVE-PIX-EXIT
               WHEN RH-CONTRATO
                   PERFORM ALTERAR-CONTRATO THRU
                           ALTERAR-CONTRATO-EXIT
               WHEN OTHER
                   MOVE 'TIPO DESCONHECIDO' TO WS-MOTIVO-REJEICAO
                   PERFORM REJEITAR-TRANSACAO-RH
           MOVE HRT-MATRICULA-NUM TO WS-EMPLOYEE-ID.
           EXEC SQL
               SELECT EMPLOYEE_NAME, SALARY, DEPARTMENT,
                      BRANCH_CODE, ACCOUNT_NUMBER, ACTIVE,
                      COALESCE(JOB_CODE, ' '),
                      COALESCE(PIX_KEY_TYPE, ' '),
                      COALESCE(PIX_KEY, ' '),
                      COALESCE(HIRE_DATE, 0),
                      COALESCE(CONTRACT_TYPE, 'P'),
                      COALESCE(CONTRACT_END_DATE, 0)
                 INTO :WS-EMPLOYEE-NAME, :WS-EMPLOYEE-SALARY,
                      :WS-EMPLOYEE-DEPARTMENT, :WS-EMPLOYEE-AGENCIA,
                      :WS-EMPLOYEE-CONTA, :WS-EMPLOYEE-ACTIVE,
                      :WS-EMPLOYEE-CARGO, :WS-EMPLOYEE-PIX-TIPO,
                      :WS-EMPLOYEE-PIX-CHAVE, :WS-EMPLOYEE-HIRE-DATE,
                      :WS-EMPLOYEE-CTR-TIPO, :WS-EMPLOYEE-CTR-FIM
                 FROM EMPLOYEES
                WHERE EMPLOYEE_ID = :WS-EMPLOYEE-ID
           END-EXEC.
               PERFORM REJEITAR-TRANSACAO-RH
               GO TO ADMITIR-EMPREGADO-EXIT
           END-IF.
           IF ADM-CARGO NOT = SPACES
               MOVE ADM-CARGO TO CRG-CODIGO
               PERFORM VALIDAR-CARGO THRU
                       VALIDAR-CARGO-EXIT
               IF WS-CARGO-VALIDO = 'N'
                   GO TO ADMITIR-EMPREGADO-EXIT
               END-IF
           END-IF.
           IF ADM-TIPO-CONTRATO = SPACE
               MOVE 'P' TO WS-CTR-TIPO
           ELSE
               MOVE ADM-TIPO-CONTRATO TO WS-CTR-TIPO
           END-IF.
           MOVE HRT-FIM-CONTRATO-ADM TO WS-CTR-FIM-X.
           MOVE ADM-DATA-ADMISSAO-N  TO WS-CTR-INICIO.
           PERFORM VALIDAR-CONTRATO THRU
                   VALIDAR-CONTRATO-EXIT.
           IF WS-CONTRATO-VALIDO = 'N'
               GO TO ADMITIR-EMPREGADO-EXIT
           END-IF.
           PERFORM VALIDAR-QUADRO-AUTORIZADO THRU
                   VALIDAR-QUADRO-AUTORIZADO-EXIT.
           IF WS-QUADRO-VALIDO = 'N'
               GO TO ADMITIR-EMPREGADO-EXIT
           END-IF.

           PERFORM GRAVAR-AUDITORIA-ANTES.
           EXEC SQL
               INSERT INTO EMPLOYEES
                      (EMPLOYEE_ID, EMPLOYEE_NAME, SALARY,
                       DEPARTMENT, BRANCH_CODE, ACCOUNT_NUMBER,
                       HIRE_DATE, ACTIVE, JOB_CODE,
                       CONTRACT_TYPE, CONTRACT_END_DATE)
               VALUES (:WS-EMPLOYEE-ID, :ADM-NOME,
                       :ADM-SALARIO-NUM, :ADM-DEPARTAMENTO,
                       :ADM-AGENCIA, :ADM-CONTA,
                       :ADM-DATA-ADMISSAO-N, 'Y', :ADM-CARGO,
                       :WS-CTR-TIPO, :WS-CTR-FIM)
           END-EXEC.
           IF SQLCODE = 0
               MOVE ADM-NOME         TO WS-EMPLOYEE-NAME
               MOVE ADM-AGENCIA      TO WS-EMPLOYEE-AGENCIA
               MOVE ADM-CONTA        TO WS-EMPLOYEE-CONTA
               MOVE 'Y'              TO WS-EMPLOYEE-ACTIVE
               MOVE ADM-CARGO        TO WS-EMPLOYEE-CARGO
               MOVE SPACES           TO WS-EMPLOYEE-PIX-TIPO
               MOVE SPACES           TO WS-EMPLOYEE-PIX-CHAVE
               MOVE ADM-DATA-ADMISSAO-N TO WS-EMPLOYEE-HIRE-DATE
               MOVE WS-CTR-TIPO      TO WS-EMPLOYEE-CTR-TIPO
               MOVE WS-CTR-FIM       TO WS-EMPLOYEE-CTR-FIM
               PERFORM CONFIRMAR-APLICACAO
               PERFORM CONSUMIR-EXCECAO-QUADRO THRU
                       CONSUMIR-EXCECAO-QUADRO-EXIT
           ELSE
               PERFORM TRATAR-ERRO-SQL-RH
           END-IF.
               PERFORM REJEITAR-TRANSACAO-RH
               GO TO DESATIVAR-EMPREGADO-EXIT
           END-IF.
           PERFORM VALIDAR-ESTABILIDADE THRU
                   VALIDAR-ESTABILIDADE-EXIT.
           IF WS-ESTABILIDADE-VALIDA = 'N'
               GO TO DESATIVAR-EMPREGADO-EXIT
           END-IF.

           PERFORM GRAVAR-AUDITORIA-ANTES.
           EXEC SQL
       DESATIVAR-EMPREGADO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    VALIDAR-ESTABILIDADE                                     *
      *    Estabilidade vigente na data do run impede o             *
      *    desligamento; com cartao de liberacao do Juridico passa  *
      *    e fica no log de excecoes.                               *
      *----------------------------------------------------------*
       VALIDAR-ESTABILIDADE.
           MOVE 'N' TO WS-ESTABILIDADE-VALIDA.
           ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD.
           MOVE WS-EMPLOYEE-ID TO WS-EST-MATRICULA.
           MOVE WS-DATA-ATUAL  TO WS-EST-DATA-REF.
           PERFORM VERIFICAR-ESTABILIDADE THRU
                   VERIFICAR-ESTABILIDADE-EXIT.
           IF WS-EST-PROTEGIDO = 'N'
               MOVE 'S' TO WS-ESTABILIDADE-VALIDA
               GO TO VALIDAR-ESTABILIDADE-EXIT
           END-IF.
           IF WS-EST-LIBERADO = 'N'
               MOVE SPACES TO WS-MOTIVO-REJEICAO
               IF WS-EST-FIM-VIGENTE = ZEROS
                   STRING 'ESTABILIDADE ' WS-EST-MOTIVO-VIGENTE
                          ' SEM DATA FIM'
                       DELIMITED BY SIZE
                       INTO WS-MOTIVO-REJEICAO
                   END-STRING
               ELSE
                   STRING 'ESTABILIDADE ' WS-EST-MOTIVO-VIGENTE
                          ' ATE ' WS-EST-FIM-VIGENTE
                       DELIMITED BY SIZE
                       INTO WS-MOTIVO-REJEICAO
                   END-STRING
               END-IF
               PERFORM REJEITAR-TRANSACAO-RH
               GO TO VALIDAR-ESTABILIDADE-EXIT
           END-IF.

           ADD 1 TO WS-QTD-DESLIG-LIBERADOS.
           MOVE 'TESTEMNT'          TO WS-EXC-PROGRAMA.
           MOVE 'VALIDAR-ESTABILIDADE' TO WS-EXC-PARAGRAFO.
           MOVE 0                   TO WS-EXC-CODIGO.
           MOVE SPACES              TO WS-EXC-MENSAGEM.
           STRING 'DESL.ESTAB ' DELIMITED BY SIZE
                  WS-EST-MOTIVO-VIGENTE DELIMITED BY SIZE
                  ' MATR ' DELIMITED BY SIZE
                  WS-EMPLOYEE-ID DELIMITED BY SIZE
                  ' LIB ' DELIMITED BY SIZE
                  WS-EST-APROVADOR DELIMITED BY SPACE
                  INTO WS-EXC-MENSAGEM
           END-STRING.
           MOVE 3 TO WS-EXC-SEVERIDADE.
           PERFORM GRAVAR-EXCECAO-GERAL.
           MOVE 'S' TO WS-ESTABILIDADE-VALIDA.

       VALIDAR-ESTABILIDADE-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    ATRIBUIR-CARGO ('CG')                                    *
      *    Atribui ou troca o cargo do empregado.                   *
      *----------------------------------------------------------*
       ATRIBUIR-CARGO.
           IF WS-EXISTE-LINHA = 'N'
               MOVE 'MATRICULA INEXISTENTE' TO WS-MOTIVO-REJEICAO
               PERFORM REJEITAR-TRANSACAO-RH
               GO TO ATRIBUIR-CARGO-EXIT
           END-IF.
           IF CGO-CARGO = SPACES
               MOVE 'CARGO EM BRANCO' TO WS-MOTIVO-REJEICAO
               PERFORM REJEITAR-TRANSACAO-RH
               GO TO ATRIBUIR-CARGO-EXIT
           END-IF.
           IF CGO-CARGO = WS-EMPLOYEE-CARGO
               MOVE 'CARGO JA ATRIBUIDO' TO WS-MOTIVO-REJEICAO
               PERFORM REJEITAR-TRANSACAO-RH
               GO TO ATRIBUIR-CARGO-EXIT
           END-IF.
           MOVE CGO-CARGO TO CRG-CODIGO.
           PERFORM VALIDAR-CARGO THRU
                   VALIDAR-CARGO-EXIT.
           IF WS-CARGO-VALIDO = 'N'
               GO TO ATRIBUIR-CARGO-EXIT
           END-IF.

           PERFORM GRAVAR-AUDITORIA-ANTES.
           EXEC SQL
               UPDATE EMPLOYEES
                  SET JOB_CODE = :CGO-CARGO
                WHERE EMPLOYEE_ID = :WS-EMPLOYEE-ID
           END-EXEC.
           IF SQLCODE = 0
               MOVE CGO-CARGO TO WS-EMPLOYEE-CARGO
               PERFORM CONFIRMAR-APLICACAO
           ELSE
               PERFORM TRATAR-ERRO-SQL-RH
           END-IF.

       ATRIBUIR-CARGO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    ALTERAR-CHAVE-PIX ('PX')                                 *
      *    Cadastra ou troca a chave PIX; tipo em branco (com a     *
      *    chave em branco) remove e o empregado volta a receber    *
      *    em conta.                                                *
      *----------------------------------------------------------*
       ALTERAR-CHAVE-PIX.
           IF WS-EXISTE-LINHA = 'N'
               MOVE 'MATRICULA INEXISTENTE' TO WS-MOTIVO-REJEICAO
               PERFORM REJEITAR-TRANSACAO-RH
               GO TO ALTERAR-CHAVE-PIX-EXIT
           END-IF.
           PERFORM VALIDAR-CHAVE-PIX THRU
                   VALIDAR-CHAVE-PIX-EXIT.
           IF WS-CHAVE-PIX-VALIDA = 'N'
               GO TO ALTERAR-CHAVE-PIX-EXIT
           END-IF.
           IF PIX-TIPO-CHAVE = WS-EMPLOYEE-PIX-TIPO
                  AND PIX-CHAVE = WS-EMPLOYEE-PIX-CHAVE
               MOVE 'CHAVE PIX JA CADASTRADA' TO WS-MOTIVO-REJEICAO
               PERFORM REJEITAR-TRANSACAO-RH
               GO TO ALTERAR-CHAVE-PIX-EXIT
           END-IF.

           PERFORM GRAVAR-AUDITORIA-ANTES.
           EXEC SQL
               UPDATE EMPLOYEES
                  SET PIX_KEY_TYPE = :PIX-TIPO-CHAVE,
                      PIX_KEY = :PIX-CHAVE
                WHERE EMPLOYEE_ID = :WS-EMPLOYEE-ID
           END-EXEC.
           IF SQLCODE = 0
               MOVE PIX-TIPO-CHAVE TO WS-EMPLOYEE-PIX-TIPO
               MOVE PIX-CHAVE      TO WS-EMPLOYEE-PIX-CHAVE
               PERFORM CONFIRMAR-APLICACAO
           ELSE
               PERFORM TRATAR-ERRO-SQL-RH
           END-IF.

       ALTERAR-CHAVE-PIX-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    VALIDAR-CHAVE-PIX                                        *
      *    Formato da chave conforme o tipo:                        *
      *      'C' CPF - 11 digitos;                                  *
      *      'T' telefone - '+55' + DDD + 8 ou 9 digitos;           *
      *      'E' e-mail - um unico '@', nao no inicio, sem brancos; *
      *      'A' aleatoria - 36 posicoes, hifens em 9/14/19/24;     *
      *      ' ' remocao - chave em branco.                         *
      *----------------------------------------------------------*
       VALIDAR-CHAVE-PIX.
           MOVE 'N' TO WS-CHAVE-PIX-VALIDA.
           MOVE 'CHAVE PIX INVALIDA' TO WS-MOTIVO-REJEICAO.
           EVALUATE PIX-TIPO-CHAVE
               WHEN SPACE
                   IF PIX-CHAVE NOT = SPACES
                       GO TO VALIDAR-CHAVE-PIX-REJEITA
                   END-IF
                   IF WS-EMPLOYEE-PIX-TIPO = SPACE
                       MOVE 'SEM CHAVE PIX A REMOVER'
                           TO WS-MOTIVO-REJEICAO
                       GO TO VALIDAR-CHAVE-PIX-REJEITA
                   END-IF
               WHEN 'C'
                   IF PIX-CHAVE (1:11) IS NOT NUMERIC
                          OR PIX-CHAVE (12:66) NOT = SPACES
                       GO TO VALIDAR-CHAVE-PIX-REJEITA
                   END-IF
               WHEN 'T'
                   IF PIX-CHAVE (1:3) NOT = '+55'
                          OR PIX-CHAVE (4:10) IS NOT NUMERIC
                          OR PIX-CHAVE (15:63) NOT = SPACES
                       GO TO VALIDAR-CHAVE-PIX-REJEITA
                   END-IF
                   IF PIX-CHAVE (14:1) NOT = SPACE
                          AND PIX-CHAVE (14:1) IS NOT NUMERIC
                       GO TO VALIDAR-CHAVE-PIX-REJEITA
                   END-IF
               WHEN 'E'
                   MOVE ZEROS TO WS-QTD-ARROBA
                   MOVE ZEROS TO WS-QTD-BRANCOS-CHAVE
                   INSPECT PIX-CHAVE TALLYING WS-QTD-ARROBA
                       FOR ALL '@'
                   INSPECT PIX-CHAVE TALLYING WS-QTD-BRANCOS-CHAVE
                       FOR CHARACTERS BEFORE INITIAL SPACE
                   IF WS-QTD-ARROBA NOT = 1
                          OR PIX-CHAVE (1:1) = '@'
                          OR PIX-CHAVE (1:1) = SPACE
                       GO TO VALIDAR-CHAVE-PIX-REJEITA
                   END-IF
                   IF WS-QTD-BRANCOS-CHAVE < 77
                       IF PIX-CHAVE (WS-QTD-BRANCOS-CHAVE + 1:)
                              NOT = SPACES
                           GO TO VALIDAR-CHAVE-PIX-REJEITA
                       END-IF
                   END-IF
               WHEN 'A'
                   MOVE ZEROS TO WS-QTD-BRANCOS-CHAVE
                   INSPECT PIX-CHAVE (1:36) TALLYING
                       WS-QTD-BRANCOS-CHAVE FOR ALL SPACE
                   IF WS-QTD-BRANCOS-CHAVE > ZEROS
                          OR PIX-CHAVE (37:41) NOT = SPACES
                          OR PIX-CHAVE (9:1) NOT = '-'
                          OR PIX-CHAVE (14:1) NOT = '-'
                          OR PIX-CHAVE (19:1) NOT = '-'
                          OR PIX-CHAVE (24:1) NOT = '-'
                       GO TO VALIDAR-CHAVE-PIX-REJEITA
                   END-IF
               WHEN OTHER
                   MOVE 'TIPO DE CHAVE PIX INVALIDO'
                       TO WS-MOTIVO-REJEICAO
                   GO TO VALIDAR-CHAVE-PIX-REJEITA
           END-EVALUATE.
           MOVE 'S' TO WS-CHAVE-PIX-VALIDA.
           GO TO VALIDAR-CHAVE-PIX-EXIT.

       VALIDAR-CHAVE-PIX-REJEITA.
           PERFORM REJEITAR-TRANSACAO-RH.

       VALIDAR-CHAVE-PIX-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    ALTERAR-CONTRATO ('CN')                                  *
      *    Troca o tipo ou prorroga/antecipa o fim do contrato do   *
      *    empregado ativo; a admissao da linha e o inicio do       *
      *    prazo legal.                                             *
      *----------------------------------------------------------*
       ALTERAR-CONTRATO.
           IF WS-EXISTE-LINHA = 'N'
               MOVE 'MATRICULA INEXISTENTE' TO WS-MOTIVO-REJEICAO
               PERFORM REJEITAR-TRANSACAO-RH
               GO TO ALTERAR-CONTRATO-EXIT
           END-IF.
           IF WS-EMPLOYEE-ACTIVE = 'N'
               MOVE 'EMPREGADO INATIVO' TO WS-MOTIVO-REJEICAO
               PERFORM REJEITAR-TRANSACAO-RH
               GO TO ALTERAR-CONTRATO-EXIT
           END-IF.
           MOVE CTR-TIPO              TO WS-CTR-TIPO.
           MOVE CTR-DATA-FIM          TO WS-CTR-FIM-X.
           MOVE WS-EMPLOYEE-HIRE-DATE TO WS-CTR-INICIO.
           PERFORM VALIDAR-CONTRATO THRU
                   VALIDAR-CONTRATO-EXIT.
           IF WS-CONTRATO-VALIDO = 'N'
               GO TO ALTERAR-CONTRATO-EXIT
           END-IF.
           IF WS-CTR-TIPO = WS-EMPLOYEE-CTR-TIPO
                  AND WS-CTR-FIM = WS-EMPLOYEE-CTR-FIM
               MOVE 'CONTRATO JA CADASTRADO' TO WS-MOTIVO-REJEICAO
               PERFORM REJEITAR-TRANSACAO-RH
               GO TO ALTERAR-CONTRATO-EXIT
           END-IF.

           PERFORM GRAVAR-AUDITORIA-ANTES.
           EXEC SQL
               UPDATE EMPLOYEES
                  SET CONTRACT_TYPE = :WS-CTR-TIPO,
                      CONTRACT_END_DATE = :WS-CTR-FIM
                WHERE EMPLOYEE_ID = :WS-EMPLOYEE-ID
           END-EXEC.
           IF SQLCODE = 0
               MOVE WS-CTR-TIPO TO WS-EMPLOYEE-CTR-TIPO
               MOVE WS-CTR-FIM  TO WS-EMPLOYEE-CTR-FIM
               PERFORM CONFIRMAR-APLICACAO
           ELSE
               PERFORM TRATAR-ERRO-SQL-RH
           END-IF.

       ALTERAR-CONTRATO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    VALIDAR-CONTRATO                                         *
      *    Tipo WS-CTR-TIPO e fim WS-CTR-FIM-X, desde WS-CTR-INICIO:*
      *      'P' indeterminado - data fim em branco ou zeros;       *
      *      'E' 'A' 'D' - data fim valida, apos o inicio, em ate   *
      *          2 anos (730 dias);                                 *
      *      'T' temporario - idem, em ate 270 dias (180 + 90 de    *
      *          prorrogacao).                                      *
      *----------------------------------------------------------*
       VALIDAR-CONTRATO.
           MOVE 'N' TO WS-CONTRATO-VALIDO.
           IF NOT CTR-TIPO-VALIDO
               MOVE 'TIPO DE CONTRATO INVALIDO' TO WS-MOTIVO-REJEICAO
               GO TO VALIDAR-CONTRATO-REJEITA
           END-IF.
           IF CTR-INDETERMINADO
               IF WS-CTR-FIM-X NOT = SPACES
                      AND WS-CTR-FIM-X NOT = ZEROS
                   MOVE 'INDETERMINADO COM DATA FIM'
                       TO WS-MOTIVO-REJEICAO
                   GO TO VALIDAR-CONTRATO-REJEITA
               END-IF
               MOVE ZEROS TO WS-CTR-FIM
               MOVE 'S' TO WS-CONTRATO-VALIDO
               GO TO VALIDAR-CONTRATO-EXIT
           END-IF.

           MOVE 'DATA FIM DE CONTRATO INVALIDA' TO WS-MOTIVO-REJEICAO.
           IF WS-CTR-FIM-X IS NOT NUMERIC
               GO TO VALIDAR-CONTRATO-REJEITA
           END-IF.
           IF FUNCTION TEST-DATE-YYYYMMDD (WS-CTR-FIM) NOT = ZERO
               GO TO VALIDAR-CONTRATO-REJEITA
           END-IF.
           IF WS-CTR-INICIO = ZEROS
               MOVE 'SEM DATA DE ADMISSAO' TO WS-MOTIVO-REJEICAO
               GO TO VALIDAR-CONTRATO-REJEITA
           END-IF.
           IF WS-CTR-FIM NOT > WS-CTR-INICIO
               MOVE 'FIM DE CONTRATO ANTES DA ADMISSAO'
                   TO WS-MOTIVO-REJEICAO
               GO TO VALIDAR-CONTRATO-REJEITA
           END-IF.
           IF CTR-TEMPORARIO
               MOVE 270 TO WS-CTR-PRAZO-MAXIMO
           ELSE
               MOVE 730 TO WS-CTR-PRAZO-MAXIMO
           END-IF.
           COMPUTE WS-CTR-DIAS-CONTRATO =
               FUNCTION INTEGER-OF-DATE (WS-CTR-FIM)
               - FUNCTION INTEGER-OF-DATE (WS-CTR-INICIO).
           IF WS-CTR-DIAS-CONTRATO > WS-CTR-PRAZO-MAXIMO
               MOVE 'CONTRATO ACIMA DO PRAZO LEGAL'
                   TO WS-MOTIVO-REJEICAO
               GO TO VALIDAR-CONTRATO-REJEITA
           END-IF.
           MOVE 'S' TO WS-CONTRATO-VALIDO.
           GO TO VALIDAR-CONTRATO-EXIT.

       VALIDAR-CONTRATO-REJEITA.
           PERFORM REJEITAR-TRANSACAO-RH.

       VALIDAR-CONTRATO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    VALIDAR-CARGO                                            *
      *    CRG-CODIGO tem de existir e estar ativo no catalogo;     *
      *    senao a transacao e rejeitada.                           *
      *----------------------------------------------------------*
       VALIDAR-CARGO.
           MOVE 'N' TO WS-CARGO-VALIDO.
           IF WS-CATALOGO-ABERTO = 'N'
               MOVE 'CATALOGO DE CARGOS INDISPONIVEL'
                   TO WS-MOTIVO-REJEICAO
               PERFORM REJEITAR-TRANSACAO-RH
               GO TO VALIDAR-CARGO-EXIT
           END-IF.
           READ CARGOS-MASTER
               KEY IS CRG-CODIGO
               INVALID KEY
                   MOVE 'CARGO INEXISTENTE' TO WS-MOTIVO-REJEICAO
                   PERFORM REJEITAR-TRANSACAO-RH
                   GO TO VALIDAR-CARGO-EXIT
           END-READ.
           IF NOT CRG-CARGO-ATIVO
               MOVE 'CARGO EXCLUIDO DO CATALOGO'
                   TO WS-MOTIVO-REJEICAO
               PERFORM REJEITAR-TRANSACAO-RH
               GO TO VALIDAR-CARGO-EXIT
           END-IF.
           MOVE 'S' TO WS-CARGO-VALIDO.

       VALIDAR-CARGO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    VALIDAR-QUADRO-AUTORIZADO                                *
      *    Conta os ativos do departamento em EMPLOYEES (inclusive  *
      *    as admissoes ainda nao confirmadas deste run) e compara  *
      *    com QDA-AUTORIZADO. Sem vaga aberta, so passa com        *
      *    cartao de excecao do departamento ainda valido e com     *
      *    vaga extra; a vaga so e consumida quando o INSERT passa  *
      *    (CONSUMIR-EXCECAO-QUADRO).                               *
      *----------------------------------------------------------*
       VALIDAR-QUADRO-AUTORIZADO.
           MOVE 'N' TO WS-QUADRO-VALIDO.
           MOVE ZEROS TO WS-IDX-EXCECAO-USADA.
           IF WS-QUADRO-ABERTO = 'N'
               MOVE 'S' TO WS-QUADRO-VALIDO
               GO TO VALIDAR-QUADRO-AUTORIZADO-EXIT
           END-IF.
           MOVE ADM-DEPARTAMENTO TO QDA-DEPARTAMENTO.
           READ QUADRO-AUTORIZADO
               KEY IS QDA-DEPARTAMENTO
               INVALID KEY
                   MOVE 'S' TO WS-QUADRO-VALIDO
                   GO TO VALIDAR-QUADRO-AUTORIZADO-EXIT
           END-READ.

           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-QTD-OCUPADAS
                 FROM EMPLOYEES
                WHERE DEPARTMENT = :ADM-DEPARTAMENTO
                  AND ACTIVE = 'Y'
           END-EXEC.
           IF SQLCODE NOT = 0
               PERFORM TRATAR-ERRO-SQL-RH
               GO TO VALIDAR-QUADRO-AUTORIZADO-EXIT
           END-IF.
           IF WS-QTD-OCUPADAS < QDA-AUTORIZADO
               MOVE 'S' TO WS-QUADRO-VALIDO
               GO TO VALIDAR-QUADRO-AUTORIZADO-EXIT
           END-IF.

           MOVE 'N' TO WS-EXCECAO-ACHADA.
           PERFORM PROCURAR-EXCECAO-QUADRO
               VARYING WS-IDX-EXCECAO-QDA FROM 1 BY 1
               UNTIL WS-IDX-EXCECAO-QDA > WS-QTD-EXCECOES-QDA
                  OR WS-EXCECAO-ACHADA = 'S'.
           IF WS-EXCECAO-ACHADA = 'N'
               MOVE 'QUADRO AUTORIZADO ESGOTADO'
                   TO WS-MOTIVO-REJEICAO
               PERFORM REJEITAR-TRANSACAO-RH
               GO TO VALIDAR-QUADRO-AUTORIZADO-EXIT
           END-IF.
           SUBTRACT 1 FROM WS-IDX-EXCECAO-QDA.
           MOVE WS-IDX-EXCECAO-QDA TO WS-IDX-EXCECAO-USADA.
           MOVE 'S' TO WS-QUADRO-VALIDO.

       VALIDAR-QUADRO-AUTORIZADO-EXIT.
           EXIT.

       PROCURAR-EXCECAO-QUADRO.
           IF WS-EXQ-DEPARTAMENTO(WS-IDX-EXCECAO-QDA)
                  = ADM-DEPARTAMENTO
              AND WS-EXQ-VALIDO(WS-IDX-EXCECAO-QDA) = 'S'
              AND WS-EXQ-VAGAS(WS-IDX-EXCECAO-QDA) > ZEROS
              AND WS-EXQ-VALIDADE(WS-IDX-EXCECAO-QDA)
                  >= WS-DATA-REF-EXCECAO
               MOVE 'S' TO WS-EXCECAO-ACHADA
           END-IF.

      *----------------------------------------------------------*
      *    CONSUMIR-EXCECAO-QUADRO                                  *
      *    Admissao acima do quadro gravada: baixa uma vaga do      *
      *    cartao usado e registra no log de excecoes.              *
      *----------------------------------------------------------*
       CONSUMIR-EXCECAO-QUADRO.
           IF WS-IDX-EXCECAO-USADA = ZEROS
               GO TO CONSUMIR-EXCECAO-QUADRO-EXIT
           END-IF.
           SUBTRACT 1 FROM WS-EXQ-VAGAS(WS-IDX-EXCECAO-USADA).
           MOVE 'S' TO WS-EXCECOES-ALTERADAS.
           ADD 1 TO WS-QTD-ACIMA-QUADRO.
           MOVE 'TESTEMNT'          TO WS-EXC-PROGRAMA.
           MOVE 'CONSUMIR-EXCECAO-QUADRO' TO WS-EXC-PARAGRAFO.
           MOVE 0                   TO WS-EXC-CODIGO.
           MOVE SPACES              TO WS-EXC-MENSAGEM.
           STRING 'ADMISSAO ACIMA QUADRO ' DELIMITED BY SIZE
                  ADM-DEPARTAMENTO DELIMITED BY SPACE
                  ' APROV ' DELIMITED BY SIZE
                  WS-EXQ-APROVADOR(WS-IDX-EXCECAO-USADA)
                      DELIMITED BY SPACE
                  ' RESTAM ' DELIMITED BY SIZE
                  WS-EXQ-VAGAS(WS-IDX-EXCECAO-USADA)
                      DELIMITED BY SIZE
                  INTO WS-EXC-MENSAGEM
           END-STRING.
           MOVE 3 TO WS-EXC-SEVERIDADE.
           PERFORM GRAVAR-EXCECAO-GERAL.
           MOVE ZEROS TO WS-IDX-EXCECAO-USADA.

       CONSUMIR-EXCECAO-QUADRO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    CARREGAR-EXCECOES-QUADRO                                 *
      *    QUADOVR.DAT e opcional; cartao sem aprovador, sem        *
      *    motivo, sem vagas ou sem validade nao vale como excecao  *
      *    (e volta como veio na regravacao). Vale ate o dia da     *
      *    validade, inclusive. Mais de 50 cartoes derruba o run -  *
      *    a regravacao perderia os que nao couberam.               *
      *----------------------------------------------------------*
       CARREGAR-EXCECOES-QUADRO.
           ACCEPT WS-DATA-REF-EXCECAO FROM DATE YYYYMMDD.
           OPEN INPUT CARTAO-EXCECAO-QUADRO.
           IF WS-STATUS-EXCECAO-QDA = '00'
               PERFORM UNTIL WS-EOF-EXCECAO-QDA = 'S'
                   READ CARTAO-EXCECAO-QUADRO
                       AT END
                           MOVE 'S' TO WS-EOF-EXCECAO-QDA
                       NOT AT END
                           PERFORM GUARDAR-EXCECAO-QUADRO THRU
                                   GUARDAR-EXCECAO-QUADRO-EXIT
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE CARTAO-EXCECAO-QUADRO.

       GUARDAR-EXCECAO-QUADRO.
           IF REG-CARTAO-EXCECAO-QDA = SPACES
               GO TO GUARDAR-EXCECAO-QUADRO-EXIT
           END-IF.
           IF WS-QTD-EXCECOES-QDA >= 50
               DISPLAY 'TESTEMNT QUADOVR.DAT EXCEDE 50 CARTOES - '
                       'RUN RECUSADO'
               MOVE 'TESTEMNT'               TO WS-EXC-PROGRAMA
               MOVE 'GUARDAR-EXCECAO-QUADRO' TO WS-EXC-PARAGRAFO
               MOVE 8                        TO WS-EXC-CODIGO
               MOVE 'TABELA DE EXCECOES AO QUADRO ESTOURADA'
                   TO WS-EXC-MENSAGEM
               MOVE 2 TO WS-EXC-SEVERIDADE
               PERFORM GRAVAR-EXCECAO-GERAL
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-QTD-EXCECOES-QDA.
           MOVE REG-CARTAO-EXCECAO-QDA
               TO WS-EXQ-IMAGEM(WS-QTD-EXCECOES-QDA).
           MOVE OVQ-DEPARTAMENTO
               TO WS-EXQ-DEPARTAMENTO(WS-QTD-EXCECOES-QDA).
           MOVE OVQ-APROVADOR TO WS-EXQ-APROVADOR(WS-QTD-EXCECOES-QDA).
           MOVE 'N' TO WS-EXQ-VALIDO(WS-QTD-EXCECOES-QDA).
           MOVE ZEROS TO WS-EXQ-VAGAS(WS-QTD-EXCECOES-QDA).
           MOVE ZEROS TO WS-EXQ-VALIDADE(WS-QTD-EXCECOES-QDA).
           IF OVQ-DEPARTAMENTO NOT = SPACES
              AND OVQ-APROVADOR NOT = SPACES
              AND OVQ-MOTIVO NOT = SPACES
              AND OVQ-VAGAS IS NUMERIC
              AND OVQ-VALIDADE IS NUMERIC
              AND OVQ-VALIDADE > ZEROS
               MOVE 'S' TO WS-EXQ-VALIDO(WS-QTD-EXCECOES-QDA)
               MOVE OVQ-VAGAS TO WS-EXQ-VAGAS(WS-QTD-EXCECOES-QDA)
               MOVE OVQ-VALIDADE
                   TO WS-EXQ-VALIDADE(WS-QTD-EXCECOES-QDA)
               IF OVQ-VALIDADE < WS-DATA-REF-EXCECAO
                      OR OVQ-VAGAS = ZEROS
                   MOVE 'S' TO WS-EXCECOES-ALTERADAS
               END-IF
           END-IF.

       GUARDAR-EXCECAO-QUADRO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    REGRAVAR-EXCECOES-QUADRO                                 *
      *    QUADOVR.DAT volta com o saldo de vagas de cada cartao;   *
      *    cartao esgotado ou vencido sai do arquivo (o uso ficou   *
      *    no log de excecoes). Sem vaga consumida nem cartao a     *
      *    baixar o arquivo fica como esta.                         *
      *----------------------------------------------------------*
       REGRAVAR-EXCECOES-QUADRO.
           IF WS-EXCECOES-ALTERADAS = 'N'
               GO TO REGRAVAR-EXCECOES-QUADRO-EXIT
           END-IF.
           OPEN OUTPUT CARTAO-EXCECAO-QUADRO.
           PERFORM REGRAVAR-CARTAO-EXCECAO THRU
                   REGRAVAR-CARTAO-EXCECAO-EXIT
               VARYING WS-IDX-EXCECAO-QDA FROM 1 BY 1
               UNTIL WS-IDX-EXCECAO-QDA > WS-QTD-EXCECOES-QDA.
           CLOSE CARTAO-EXCECAO-QUADRO.
           DISPLAY 'TESTEMNT QUADOVR.DAT REGRAVADO - CARTOES '
                   'BAIXADOS (ESGOTADOS/VENCIDOS): '
                   WS-QTD-EXCECOES-BAIXADAS.

       REGRAVAR-EXCECOES-QUADRO-EXIT.
           EXIT.

       REGRAVAR-CARTAO-EXCECAO.
           MOVE WS-EXQ-IMAGEM(WS-IDX-EXCECAO-QDA)
               TO REG-CARTAO-EXCECAO-QDA.
           IF WS-EXQ-VALIDO(WS-IDX-EXCECAO-QDA) = 'S'
               IF WS-EXQ-VAGAS(WS-IDX-EXCECAO-QDA) = ZEROS
                  OR WS-EXQ-VALIDADE(WS-IDX-EXCECAO-QDA)
                      < WS-DATA-REF-EXCECAO
                   ADD 1 TO WS-QTD-EXCECOES-BAIXADAS
                   GO TO REGRAVAR-CARTAO-EXCECAO-EXIT
               END-IF
               MOVE WS-EXQ-VAGAS(WS-IDX-EXCECAO-QDA) TO OVQ-VAGAS
           END-IF.
           WRITE REG-CARTAO-EXCECAO-QDA.

       REGRAVAR-CARTAO-EXCECAO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    CONFIRMAR-APLICACAO                                      *
      *    Imagem DEPOIS, contadores e COMMIT periodico.            *
           PERFORM MONTAR-IMAGEM-EMPREGADO.
           MOVE 'DEPOIS' TO EMA-EVENTO.
           MOVE WS-IMAGEM-MONTADA TO EMA-IMAGEM.
           MOVE WS-CONTRATO-MONTADO TO EMA-CONTRATO.
           PERFORM GRAVAR-LINHA-AUDITORIA-EMP.

           ADD 1 TO WS-QTD-DESDE-COMMIT.
               PERFORM MONTAR-IMAGEM-EMPREGADO
           ELSE
               MOVE SPACES TO WS-IMAGEM-MONTADA
               MOVE SPACES TO WS-CONTRATO-MONTADO
           END-IF.
           MOVE 'ANTES' TO EMA-EVENTO.
           MOVE WS-IMAGEM-MONTADA TO EMA-IMAGEM.
           MOVE WS-CONTRATO-MONTADO TO EMA-CONTRATO.
           PERFORM GRAVAR-LINHA-AUDITORIA-EMP.

       GRAVAR-AUDITORIA-ANTES-EXIT.
           MOVE WS-EMPLOYEE-AGENCIA    TO IMG-AGENCIA.
           MOVE WS-EMPLOYEE-CONTA      TO IMG-CONTA.
           MOVE WS-EMPLOYEE-ACTIVE     TO IMG-ACTIVE.
           MOVE WS-EMPLOYEE-CARGO      TO IMG-CARGO.
           MOVE WS-EMPLOYEE-PIX-TIPO   TO IMG-PIX-TIPO.
           MOVE WS-EMPLOYEE-PIX-CHAVE  TO IMG-PIX-CHAVE.
           MOVE WS-EMPLOYEE-CTR-TIPO   TO IMG-CTR-TIPO.
           MOVE WS-EMPLOYEE-CTR-FIM    TO IMG-CTR-FIM.

       MONTAR-IMAGEM-EMPREGADO-EXIT.
           EXIT.
           MOVE WS-DATA-ATUAL TO EMA-DATA.
           MOVE WS-HORA-ATUAL TO EMA-HORA.
           MOVE HRT-TIPO      TO EMA-OPERACAO.
           MOVE HRT-OPERADOR  TO EMA-OPERADOR.
           WRITE REG-LOG-AUDITORIA-EMP FROM WS-LINHA-AUDITORIA-EMP.

       GRAVAR-LINHA-AUDITORIA-EMP-EXIT.
       TRATAR-ERRO-SQL-RH-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    CARREGAR-ESTABILIDADES / VERIFICAR-ESTABILIDADE          *
      *    Registro de estabilidades compartilhado (ESTBPRC).       *
      *----------------------------------------------------------*
       COPY ESTBPRC.

      *----------------------------------------------------------*
      *    GRAVAR-EXCECAO-GERAL                                    *
      *    Log de excecoes compartilhado (EXCPPRC).                 *
