       IDENTIFICATION DIVISION.
       PROGRAM-ID. TESTDISS.

      *----------------------------------------------------------*
      *    TESTDISS                                                *
      *    Run do dissidio coletivo: aplica o reajuste da          *
      *    convencao sobre o extrato EMPEXTR.DAT e gera as         *
      *    transacoes 'SA' que TESTEMNT aplica na tabela           *
      *    EMPLOYEES - acabou a digitacao de centenas de 'SA' em   *
      *    HRTRANS.DAT a cada data-base. O cartao DISSCARD.DAT     *
      *    traz:                                                   *
      *      'H' + data efetiva + teto do aumento (valor; zero =   *
      *            sem teto) + identificacao da convencao          *
      *      'R' + departamento + rotulo de banda + percentual     *
      *            (departamento/banda em branco = qualquer um)    *
      *    A banda de cada empregado vem de BANDTAB.DAT (mesma     *
      *    tabela de TESTBAND); vale a regra mais especifica:      *
      *    departamento+banda, departamento, banda, geral.         *
      *    Sem o cartao de aprovacao DISSAPRV.DAT ('S' + operador) *
      *    o run e so a previa DISSREPT.DAT (salario atual/novo    *
      *    por empregado e totais por departamento). Aprovado, o   *
      *    run APENDA as 'SA' em HRTRANS.DAT e, quando a data      *
      *    efetiva e anterior a data de negocio, o cartao 'E' de   *
      *    RETROCRD.DAT com o salario anterior, para que TESTRETR  *
      *    pague a diferenca retroativa sem redigitacao.           *
      *    Com data efetiva futura o cartao fica em espera (so a   *
      *    previa) ate a data de negocio alcancar a data efetiva.  *
      *    Cada convencao aplicada (identificacao + data efetiva)  *
      *    vai para DISSAPLI.DAT; um novo run com os mesmos        *
      *    cartoes em disco nao gera as 'SA' nem os creditos de    *
      *    novo - o reajuste nunca e aplicado duas vezes.          *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARTAO-DISSIDIO
               ASSIGN TO "DISSCARD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CARTAO.

           SELECT OPTIONAL CARTAO-APROVACAO
               ASSIGN TO "DISSAPRV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-APROVACAO.

           SELECT EXTRATO-EMPREGADOS
               ASSIGN TO "EMPEXTR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-EXTRATO.

           SELECT OPTIONAL TABELA-BANDAS
               ASSIGN TO "BANDTAB.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-BANDAS.

           SELECT RELATORIO-DISSIDIO
               ASSIGN TO "DISSREPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RELATORIO.

           SELECT TRANSACOES-RH
               ASSIGN TO "HRTRANS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-TRANSACOES.

           SELECT CARTAO-RETROATIVO
               ASSIGN TO "RETROCRD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RETRO.

           SELECT OPTIONAL CARTAO-DATA-NEGOCIO
               ASSIGN TO "DATACTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-DATA-NEG.

           SELECT OPTIONAL REGISTRO-DISSIDIOS
               ASSIGN TO "DISSAPLI.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-APLICADOS.

           COPY EXCPSEL.

       DATA DIVISION.
       FILE SECTION.
       FD  CARTAO-DISSIDIO.
       01  REG-CARTAO-DISSIDIO.
           05  DIS-TIPO             PIC X(01).
               88  DIS-CABECALHO        VALUE 'H'.
               88  DIS-REGRA            VALUE 'R'.
           05  DIS-DADOS            PIC X(79).
           05  DIS-DADOS-CABECALHO REDEFINES DIS-DADOS.
               10  DIS-DATA-EFETIVA     PIC 9(08).
               10  DIS-TETO-AUMENTO     PIC 9(07)V99.
               10  DIS-ID-CONVENCAO     PIC X(10).
               10  FILLER               PIC X(52).
           05  DIS-DADOS-REGRA REDEFINES DIS-DADOS.
               10  DIS-DEPARTAMENTO     PIC X(10).
               10  DIS-BANDA            PIC X(20).
               10  DIS-PERCENTUAL       PIC 9(03)V99.
               10  FILLER               PIC X(44).

       FD  CARTAO-APROVACAO.
       01  REG-CARTAO-APROVACAO.
           05  APR-CONFIRMACAO      PIC X(01).
           05  APR-OPERADOR         PIC X(08).
           05  FILLER               PIC X(71).

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

       FD  TABELA-BANDAS.
       01  REG-TABELA-BANDAS.
           05  BAND-PISO                PIC 9(07)V99.
           05  BAND-TETO                PIC 9(07)V99.
           05  BAND-ROTULO              PIC X(20).
           05  FILLER                   PIC X(42).

       FD  RELATORIO-DISSIDIO.
       01  REG-RELATORIO-DISSIDIO   PIC X(100).

      *    Mesmo layout de REG-TRANSACAO-RH de TESTEMNT (124
      *    bytes): tipo + matricula + dados do 'SA' + operador +
      *    fim de contrato (so da admissao, aqui em branco).
       FD  TRANSACOES-RH.
       01  REG-TRANSACAO-RH.
           05  HRT-TIPO             PIC X(02).
           05  HRT-MATRICULA        PIC 9(05).
           05  HRT-DADOS            PIC X(101).
           05  HRT-DADOS-SALARIO REDEFINES HRT-DADOS.
               10  HRT-SAL-NOVO     PIC 9(07)V99.
               10  FILLER           PIC X(92).
           05  HRT-OPERADOR         PIC X(08).
           05  HRT-FIM-CONTRATO-ADM PIC X(08).

      *    Mesmo layout de REG-CARTAO-RETRO de TESTRETR.
       FD  CARTAO-RETROATIVO.
       01  REG-CARTAO-RETRO.
           05  RET-TIPO             PIC X(01).
           05  RET-MATRICULA        PIC 9(05).
           05  FILLER               PIC X(05).
           05  RET-DATA-EFETIVA     PIC 9(08).
           05  RET-VALOR-CORRIGIDO  PIC 9(09)V99.
           05  RET-SALARIO-ANTERIOR PIC 9(07)V99.
           05  FILLER               PIC X(41).

       FD  CARTAO-DATA-NEGOCIO.
       01  REG-CARTAO-DATA-NEG.
           05  DATA-NEGOCIO-CARTAO  PIC 9(08).
           05  FILLER               PIC X(72).

      *    Uma linha por convencao aplicada.
       FD  REGISTRO-DISSIDIOS.
       01  REG-DISSIDIO-APLICADO.
           05  DAP-ID-CONVENCAO     PIC X(10).
           05  DAP-DATA-EFETIVA     PIC 9(08).
           05  DAP-DATA-APLICACAO   PIC 9(08).
           05  DAP-OPERADOR         PIC X(08).
           05  DAP-QTD-TRANSACOES   PIC 9(05).
           05  DAP-QTD-RETROATIVOS  PIC 9(05).
           05  FILLER               PIC X(36).

       COPY EXCPFD.

       WORKING-STORAGE SECTION.
       COPY EXTVWS.
       COPY EXCPWS.

       01  WS-STATUS-CARTAO         PIC XX.
       01  WS-STATUS-APROVACAO      PIC XX.
       01  WS-STATUS-EXTRATO        PIC XX.
       01  WS-STATUS-BANDAS         PIC XX.
       01  WS-STATUS-RELATORIO      PIC XX.
       01  WS-STATUS-TRANSACOES     PIC XX.
       01  WS-STATUS-RETRO          PIC XX.
       01  WS-STATUS-DATA-NEG       PIC XX.
       01  WS-STATUS-APLICADOS      PIC XX.
       01  WS-EOF-CARTAO            PIC X VALUE 'N'.
       01  WS-EOF-APLICADOS         PIC X VALUE 'N'.
       01  WS-EOF-EXTRATO           PIC X VALUE 'N'.
       01  WS-EOF-BANDAS            PIC X VALUE 'N'.

       01  WS-DATA-NEGOCIO          PIC 9(08) VALUE ZEROS.
       01  WS-DATA-EFETIVA          PIC 9(08) VALUE ZEROS.
       01  WS-TETO-AUMENTO          PIC 9(07)V99 VALUE ZEROS.
       01  WS-ID-CONVENCAO          PIC X(10) VALUE SPACES.
       01  WS-TEM-CABECALHO         PIC X VALUE 'N'.
       01  WS-APROVADO              PIC X VALUE 'N'.
           88  DISSIDIO-APROVADO    VALUE 'S'.
       01  WS-OPERADOR-APROVACAO    PIC X(08) VALUE SPACES.
       01  WS-GERA-RETROATIVO       PIC X VALUE 'N'.
      *    Aprovado, ja efetivo e ainda nao aplicado: so entao as
      *    'SA' e os cartoes 'E' sao gravados.
       01  WS-GERA-TRANSACOES       PIC X VALUE 'N'.
           88  DISSIDIO-A-APLICAR   VALUE 'S'.
       01  WS-JA-APLICADO           PIC X VALUE 'N'.
           88  DISSIDIO-JA-APLICADO VALUE 'S'.
       01  WS-DATA-JA-APLICADO      PIC 9(08) VALUE ZEROS.

      *    Regras do cartao: departamento/banda em branco casam
      *    com qualquer valor; a especificidade (2 = departamento,
      *    1 = banda) decide o empate.
       01  WS-QTD-REGRAS            PIC 9(03) VALUE ZEROS.
       01  WS-IDX-REGRA             PIC 9(03) VALUE ZEROS.
       01  WS-TABELA-REGRAS.
           05  WS-REGRA OCCURS 200 TIMES.
               10  WS-RGR-DEPTO     PIC X(10).
               10  WS-RGR-BANDA     PIC X(20).
               10  WS-RGR-PCT       PIC 9(03)V99.
       01  WS-PESO-REGRA            PIC 9(01) VALUE ZEROS.
       01  WS-PESO-MELHOR           PIC 9(01) VALUE ZEROS.
       01  WS-REGRA-ACHADA          PIC X VALUE 'N'.
       01  WS-PCT-APLICADO          PIC 9(03)V99 VALUE ZEROS.

       01  WS-QTD-BANDAS            PIC 9(02) VALUE ZEROS.
       01  WS-IDX-BANDA             PIC 9(02) VALUE ZEROS.
       01  WS-TABELA-BANDAS-WS.
           05  WS-BANDA OCCURS 50 TIMES.
               10  WS-BANDA-PISO    PIC 9(07)V99.
               10  WS-BANDA-TETO    PIC 9(07)V99.
               10  WS-BANDA-ROTULO  PIC X(20).
       01  WS-BANDA-EMPREGADO       PIC X(20) VALUE SPACES.

       01  WS-SALARIO-NOVO          PIC 9(07)V99 VALUE ZEROS.
       01  WS-AUMENTO               PIC 9(07)V99 VALUE ZEROS.
       01  WS-AUMENTO-LIMITADO      PIC X VALUE 'N'.

       01  WS-DEPTO-ANTERIOR        PIC X(10) VALUE SPACES.
       01  WS-PRIMEIRO-REGISTRO     PIC X VALUE 'S'.
       01  WS-QTD-DEPTO             PIC 9(05) VALUE ZEROS.
       01  WS-ATUAL-DEPTO           PIC 9(11)V99 VALUE ZEROS.
       01  WS-NOVO-DEPTO            PIC 9(11)V99 VALUE ZEROS.
       01  WS-QTD-TOTAL             PIC 9(07) VALUE ZEROS.
       01  WS-ATUAL-TOTAL           PIC 9(13)V99 VALUE ZEROS.
       01  WS-NOVO-TOTAL            PIC 9(13)V99 VALUE ZEROS.
       01  WS-QTD-SEM-REGRA         PIC 9(05) VALUE ZEROS.
       01  WS-QTD-TETO              PIC 9(05) VALUE ZEROS.
       01  WS-QTD-TRANSACOES        PIC 9(05) VALUE ZEROS.
       01  WS-QTD-RETROATIVOS       PIC 9(05) VALUE ZEROS.

       01  WS-CABECALHO-DISSIDIO.
           05  FILLER               PIC X(32) VALUE
               'DISSIDIO COLETIVO - EFETIVO EM '.
           05  CAB-DATA-EFETIVA     PIC 9(08).
           05  FILLER               PIC X(03) VALUE ' - '.
           05  CAB-SITUACAO         PIC X(30).

       01  WS-CABECALHO-COLUNAS.
           05  FILLER               PIC X(06) VALUE 'MATR'.
           05  FILLER               PIC X(31) VALUE 'NOME'.
           05  FILLER               PIC X(21) VALUE 'BANDA'.
           05  FILLER               PIC X(07) VALUE '  PCT'.
           05  FILLER               PIC X(14) VALUE '        ATUAL'.
           05  FILLER               PIC X(14) VALUE '         NOVO'.

       01  WS-LINHA-DEPTO.
           05  FILLER               PIC X(14) VALUE
               'DEPARTAMENTO: '.
           05  DLN-DEPARTAMENTO     PIC X(10).

       01  WS-LINHA-EMPREGADO.
           05  DLE-MATRICULA        PIC ZZZZ9.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  DLE-NOME             PIC X(30).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  DLE-BANDA            PIC X(20).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  DLE-PCT              PIC ZZ9.99.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  DLE-ATUAL            PIC Z,ZZZ,ZZ9.99.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  DLE-NOVO             PIC Z,ZZZ,ZZ9.99.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  DLE-OBSERVACAO       PIC X(08).

       01  WS-LINHA-TOTAL-DEPTO.
           05  FILLER               PIC X(17) VALUE
               '  TOTAL DEPTO  - '.
           05  DTD-QTD              PIC ZZZZ9.
           05  FILLER               PIC X(08) VALUE ' EMPR.  '.
           05  DTD-ATUAL            PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(03) VALUE ' > '.
           05  DTD-NOVO             PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       01  WS-LINHA-TOTAL-EMPRESA.
           05  FILLER               PIC X(17) VALUE
               'TOTAL EMPRESA - '.
           05  DTE-QTD              PIC ZZZZZZ9.
           05  FILLER               PIC X(06) VALUE ' EMPR.'.
           05  DTE-ATUAL            PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(03) VALUE ' > '.
           05  DTE-NOVO             PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.

       01  WS-LINHA-RODAPE.
           05  FILLER               PIC X(20) VALUE
               'SEM REGRA.........: '.
           05  DRD-SEM-REGRA        PIC ZZZZ9.
           05  FILLER               PIC X(23) VALUE
               '   LIMITADOS AO TETO: '.
           05  DRD-TETO             PIC ZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 0 TO RETURN-CODE.
           PERFORM OBTER-DATA-NEGOCIO-DISS.
           PERFORM CARREGAR-CARTAO-DISSIDIO THRU
                   CARREGAR-CARTAO-DISSIDIO-EXIT.
           PERFORM CARREGAR-TABELA-BANDAS.
           PERFORM LER-CARTAO-APROVACAO.
           PERFORM CONFERIR-DISSIDIO-APLICADO THRU
                   CONFERIR-DISSIDIO-APLICADO-EXIT.

           OPEN INPUT EXTRATO-EMPREGADOS.
           IF WS-STATUS-EXTRATO NOT = '00'
               MOVE 'TESTDISS'          TO WS-EXC-PROGRAMA
               MOVE 'MAIN-PROCEDURE'    TO WS-EXC-PARAGRAFO
               MOVE WS-STATUS-EXTRATO   TO WS-EXC-CODIGO
               MOVE 'ERRO ABERTURA EMPEXTR.DAT' TO WS-EXC-MENSAGEM
               MOVE 1 TO WS-EXC-SEVERIDADE
               PERFORM GRAVAR-EXCECAO-GERAL
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT RELATORIO-DISSIDIO.
           MOVE WS-DATA-EFETIVA TO CAB-DATA-EFETIVA.
           MOVE SPACES TO CAB-SITUACAO.
           EVALUATE TRUE
               WHEN DISSIDIO-JA-APLICADO
                   STRING 'JA APLICADO EM ' WS-DATA-JA-APLICADO
                       DELIMITED BY SIZE
                       INTO CAB-SITUACAO
                   END-STRING
               WHEN WS-DATA-EFETIVA > WS-DATA-NEGOCIO
                   MOVE 'AGUARDANDO DATA EFETIVA'
                       TO CAB-SITUACAO
               WHEN DISSIDIO-APROVADO
                   STRING 'APROVADO POR ' WS-OPERADOR-APROVACAO
                       DELIMITED BY SIZE
                       INTO CAB-SITUACAO
                   END-STRING
                   MOVE 'S' TO WS-GERA-TRANSACOES
                   PERFORM ABRIR-SAIDAS-APROVADAS
               WHEN OTHER
                   MOVE 'PREVIA - SEM APROVACAO' TO CAB-SITUACAO
           END-EVALUATE.
           WRITE REG-RELATORIO-DISSIDIO FROM WS-CABECALHO-DISSIDIO.
           WRITE REG-RELATORIO-DISSIDIO FROM WS-CABECALHO-COLUNAS.

           PERFORM LER-EMPREGADO-EXTRATO
               UNTIL WS-EOF-EXTRATO = 'S'.

           IF WS-PRIMEIRO-REGISTRO = 'N'
               PERFORM IMPRIMIR-TOTAL-DEPTO
           END-IF.
           MOVE WS-QTD-TOTAL   TO DTE-QTD.
           MOVE WS-ATUAL-TOTAL TO DTE-ATUAL.
           MOVE WS-NOVO-TOTAL  TO DTE-NOVO.
           WRITE REG-RELATORIO-DISSIDIO FROM WS-LINHA-TOTAL-EMPRESA.
           MOVE WS-QTD-SEM-REGRA TO DRD-SEM-REGRA.
           MOVE WS-QTD-TETO      TO DRD-TETO.
           WRITE REG-RELATORIO-DISSIDIO FROM WS-LINHA-RODAPE.

           CLOSE EXTRATO-EMPREGADOS.
           CLOSE RELATORIO-DISSIDIO.
           IF DISSIDIO-A-APLICAR
               CLOSE TRANSACOES-RH
               CLOSE CARTAO-RETROATIVO
               PERFORM REGISTRAR-DISSIDIO-APLICADO
           END-IF.

           DISPLAY 'TESTDISS EMPREGADOS AVALIADOS.: ' WS-QTD-TOTAL.
           DISPLAY 'TESTDISS FOLHA ATUAL..........: ' WS-ATUAL-TOTAL.
           DISPLAY 'TESTDISS FOLHA REAJUSTADA.....: ' WS-NOVO-TOTAL.
           DISPLAY 'TESTDISS SEM REGRA APLICAVEL..: ' WS-QTD-SEM-REGRA.
           EVALUATE TRUE
               WHEN DISSIDIO-A-APLICAR
                   DISPLAY 'TESTDISS TRANSACOES SA GERADAS: '
                           WS-QTD-TRANSACOES
                   DISPLAY 'TESTDISS CARTOES RETROATIVOS..: '
                           WS-QTD-RETROATIVOS
               WHEN DISSIDIO-JA-APLICADO
                   DISPLAY 'TESTDISS CONVENCAO ' WS-ID-CONVENCAO
                           ' DE ' WS-DATA-EFETIVA
                           ' JA APLICADA EM ' WS-DATA-JA-APLICADO
                           ' - NENHUMA TRANSACAO FOI GERADA'
               WHEN WS-DATA-EFETIVA > WS-DATA-NEGOCIO
                   DISPLAY 'TESTDISS DATA EFETIVA ' WS-DATA-EFETIVA
                           ' FUTURA - CARTAO EM ESPERA, '
                           'NENHUMA TRANSACAO FOI GERADA'
               WHEN OTHER
                   DISPLAY 'TESTDISS PREVIA SOMENTE - SEM '
                           'DISSAPRV.DAT NENHUMA TRANSACAO FOI GERADA'
           END-EVALUATE.

           IF WS-QTD-SEM-REGRA > ZEROS AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.

           STOP RUN.

      *----------------------------------------------------------*
      *    OBTER-DATA-NEGOCIO-DISS                                  *
      *    Data de aplicacao = data de negocio de DATACTL.DAT; sem  *
      *    o cartao vale a data corrente.                           *
      *----------------------------------------------------------*
       OBTER-DATA-NEGOCIO-DISS.
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

       OBTER-DATA-NEGOCIO-DISS-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    CARREGAR-CARTAO-DISSIDIO                                 *
      *    Sem cartao, sem cabecalho valido ou sem nenhuma regra    *
      *    nao ha o que reajustar - RC=8.                           *
      *----------------------------------------------------------*
       CARREGAR-CARTAO-DISSIDIO.
           OPEN INPUT CARTAO-DISSIDIO.
           IF WS-STATUS-CARTAO NOT = '00'
               DISPLAY 'TESTDISS DISSCARD.DAT AUSENTE - NADA A '
                       'REAJUSTAR'
               MOVE 'DISSCARD.DAT AUSENTE' TO WS-EXC-MENSAGEM
               GO TO CARREGAR-CARTAO-DISSIDIO-ERRO
           END-IF.
           PERFORM LER-LINHA-CARTAO UNTIL WS-EOF-CARTAO = 'S'.
           CLOSE CARTAO-DISSIDIO.

           IF WS-TEM-CABECALHO = 'N'
               DISPLAY 'TESTDISS DISSCARD.DAT SEM CABECALHO H '
                       'VALIDO (DATA EFETIVA)'
               MOVE 'DISSCARD.DAT SEM DATA EFETIVA'
                   TO WS-EXC-MENSAGEM
               GO TO CARREGAR-CARTAO-DISSIDIO-ERRO
           END-IF.
           IF WS-QTD-REGRAS = ZEROS
               DISPLAY 'TESTDISS DISSCARD.DAT SEM REGRAS R'
               MOVE 'DISSCARD.DAT SEM REGRAS DE REAJUSTE'
                   TO WS-EXC-MENSAGEM
               GO TO CARREGAR-CARTAO-DISSIDIO-ERRO
           END-IF.
           IF WS-DATA-EFETIVA < WS-DATA-NEGOCIO
               MOVE 'S' TO WS-GERA-RETROATIVO
           END-IF.
           GO TO CARREGAR-CARTAO-DISSIDIO-EXIT.

       CARREGAR-CARTAO-DISSIDIO-ERRO.
           MOVE 'TESTDISS'               TO WS-EXC-PROGRAMA.
           MOVE 'CARREGAR-CARTAO-DISSIDIO' TO WS-EXC-PARAGRAFO.
           MOVE 8                        TO WS-EXC-CODIGO.
           MOVE 2 TO WS-EXC-SEVERIDADE.
           PERFORM GRAVAR-EXCECAO-GERAL.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.

       CARREGAR-CARTAO-DISSIDIO-EXIT.
           EXIT.

       LER-LINHA-CARTAO.
           READ CARTAO-DISSIDIO
               AT END
                   MOVE 'S' TO WS-EOF-CARTAO
               NOT AT END
                   EVALUATE TRUE
                       WHEN DIS-CABECALHO
                           IF DIS-DATA-EFETIVA IS NUMERIC
                                  AND DIS-DATA-EFETIVA > ZEROS
                               MOVE 'S' TO WS-TEM-CABECALHO
                               MOVE DIS-DATA-EFETIVA
                                   TO WS-DATA-EFETIVA
                               MOVE DIS-ID-CONVENCAO
                                   TO WS-ID-CONVENCAO
                               IF DIS-TETO-AUMENTO IS NUMERIC
                                   MOVE DIS-TETO-AUMENTO
                                       TO WS-TETO-AUMENTO
                               END-IF
                           END-IF
                       WHEN DIS-REGRA
                           IF DIS-PERCENTUAL IS NUMERIC
                                  AND WS-QTD-REGRAS < 200
                               ADD 1 TO WS-QTD-REGRAS
                               MOVE DIS-DEPARTAMENTO
                                   TO WS-RGR-DEPTO (WS-QTD-REGRAS)
                               MOVE DIS-BANDA
                                   TO WS-RGR-BANDA (WS-QTD-REGRAS)
                               MOVE DIS-PERCENTUAL
                                   TO WS-RGR-PCT (WS-QTD-REGRAS)
                           END-IF
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.

       LER-LINHA-CARTAO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    CARREGAR-TABELA-BANDAS                                   *
      *    Sem BANDTAB.DAT so as regras sem banda se aplicam.       *
      *----------------------------------------------------------*
       CARREGAR-TABELA-BANDAS.
           OPEN INPUT TABELA-BANDAS.
           IF WS-STATUS-BANDAS = '00'
               PERFORM LER-LINHA-BANDA UNTIL WS-EOF-BANDAS = 'S'
           ELSE
               DISPLAY 'TESTDISS BANDTAB.DAT AUSENTE - REGRAS POR '
                       'BANDA NAO SE APLICAM'
           END-IF.
           CLOSE TABELA-BANDAS.

       CARREGAR-TABELA-BANDAS-EXIT.
           EXIT.

       LER-LINHA-BANDA.
           READ TABELA-BANDAS
               AT END
                   MOVE 'S' TO WS-EOF-BANDAS
               NOT AT END
                   IF BAND-PISO IS NUMERIC AND BAND-TETO IS NUMERIC
                          AND WS-QTD-BANDAS < 50
                       ADD 1 TO WS-QTD-BANDAS
                       MOVE BAND-PISO   TO
                           WS-BANDA-PISO (WS-QTD-BANDAS)
                       MOVE BAND-TETO   TO
                           WS-BANDA-TETO (WS-QTD-BANDAS)
                       MOVE BAND-ROTULO TO
                           WS-BANDA-ROTULO (WS-QTD-BANDAS)
                   END-IF
           END-READ.

       LER-LINHA-BANDA-EXIT.
           EXIT.

       LER-CARTAO-APROVACAO.
           MOVE 'N' TO WS-APROVADO.
           OPEN INPUT CARTAO-APROVACAO.
           IF WS-STATUS-APROVACAO = '00'
               READ CARTAO-APROVACAO
                   AT END
                       CONTINUE
                   NOT AT END
                       IF APR-CONFIRMACAO = 'S'
                              AND APR-OPERADOR NOT = SPACES
                           MOVE 'S' TO WS-APROVADO
                           MOVE APR-OPERADOR TO WS-OPERADOR-APROVACAO
                       END-IF
               END-READ
           END-IF.
           CLOSE CARTAO-APROVACAO.

       LER-CARTAO-APROVACAO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    ABRIR-SAIDAS-APROVADAS                                   *
      *    HRTRANS.DAT e RETROCRD.DAT podem ja trazer transacoes    *
      *    digitadas pela RH para a mesma noite - as do dissidio    *
      *    sao APENDADAS, nunca sobrepostas.                        *
      *----------------------------------------------------------*
       ABRIR-SAIDAS-APROVADAS.
           OPEN EXTEND TRANSACOES-RH.
           IF WS-STATUS-TRANSACOES = '05' OR '35'
               OPEN OUTPUT TRANSACOES-RH
           END-IF.
           OPEN EXTEND CARTAO-RETROATIVO.
           IF WS-STATUS-RETRO = '05' OR '35'
               OPEN OUTPUT CARTAO-RETROATIVO
           END-IF.
           MOVE 'TESTDISS'               TO WS-EXC-PROGRAMA.
           MOVE 'ABRIR-SAIDAS-APROVADAS' TO WS-EXC-PARAGRAFO.
           MOVE 0                        TO WS-EXC-CODIGO.
           MOVE SPACES                   TO WS-EXC-MENSAGEM.
           STRING 'DISSIDIO APROVADO POR ' WS-OPERADOR-APROVACAO
               DELIMITED BY SIZE
               INTO WS-EXC-MENSAGEM
           END-STRING.
           MOVE 4 TO WS-EXC-SEVERIDADE.
           PERFORM GRAVAR-EXCECAO-GERAL.

       ABRIR-SAIDAS-APROVADAS-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    CONFERIR-DISSIDIO-APLICADO                               *
      *    Procura a convencao do cartao (identificacao + data      *
      *    efetiva) entre as ja aplicadas.                          *
      *----------------------------------------------------------*
       CONFERIR-DISSIDIO-APLICADO.
           MOVE 'N' TO WS-JA-APLICADO.
           OPEN INPUT REGISTRO-DISSIDIOS.
           IF WS-STATUS-APLICADOS NOT = '00'
               CLOSE REGISTRO-DISSIDIOS
               GO TO CONFERIR-DISSIDIO-APLICADO-EXIT
           END-IF.
           PERFORM LER-DISSIDIO-APLICADO
               UNTIL WS-EOF-APLICADOS = 'S'
                  OR DISSIDIO-JA-APLICADO.
           CLOSE REGISTRO-DISSIDIOS.

       CONFERIR-DISSIDIO-APLICADO-EXIT.
           EXIT.

       LER-DISSIDIO-APLICADO.
           READ REGISTRO-DISSIDIOS
               AT END
                   MOVE 'S' TO WS-EOF-APLICADOS
               NOT AT END
                   IF DAP-ID-CONVENCAO = WS-ID-CONVENCAO
                          AND DAP-DATA-EFETIVA = WS-DATA-EFETIVA
                       MOVE 'S' TO WS-JA-APLICADO
                       MOVE DAP-DATA-APLICACAO
                           TO WS-DATA-JA-APLICADO
                   END-IF
           END-READ.

       LER-DISSIDIO-APLICADO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    REGISTRAR-DISSIDIO-APLICADO                              *
      *    Gravado depois de fechar HRTRANS.DAT e RETROCRD.DAT.     *
      *----------------------------------------------------------*
       REGISTRAR-DISSIDIO-APLICADO.
           OPEN EXTEND REGISTRO-DISSIDIOS.
           IF WS-STATUS-APLICADOS = '05' OR '35'
               OPEN OUTPUT REGISTRO-DISSIDIOS
           END-IF.
           MOVE SPACES                TO REG-DISSIDIO-APLICADO.
           MOVE WS-ID-CONVENCAO       TO DAP-ID-CONVENCAO.
           MOVE WS-DATA-EFETIVA       TO DAP-DATA-EFETIVA.
           MOVE WS-DATA-NEGOCIO       TO DAP-DATA-APLICACAO.
           MOVE WS-OPERADOR-APROVACAO TO DAP-OPERADOR.
           MOVE WS-QTD-TRANSACOES     TO DAP-QTD-TRANSACOES.
           MOVE WS-QTD-RETROATIVOS    TO DAP-QTD-RETROATIVOS.
           WRITE REG-DISSIDIO-APLICADO.
           CLOSE REGISTRO-DISSIDIOS.

       REGISTRAR-DISSIDIO-APLICADO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    LER-EMPREGADO-EXTRATO                                    *
      *----------------------------------------------------------*
       LER-EMPREGADO-EXTRATO.
           READ EXTRATO-EMPREGADOS
               AT END
                   MOVE 'S' TO WS-EOF-EXTRATO
               NOT AT END
                   IF REG-EXTRATO-EMPREGADO (1:6) = 'VERSAO'
                       PERFORM CONFERIR-VERSAO-EXTRATO THRU
                               CONFERIR-VERSAO-EXTRATO-EXIT
                   ELSE
                       PERFORM REAJUSTAR-EMPREGADO THRU
                               REAJUSTAR-EMPREGADO-EXIT
                   END-IF
           END-READ.

       LER-EMPREGADO-EXTRATO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    REAJUSTAR-EMPREGADO                                      *
      *    O extrato vem ordenado por departamento (cursor de       *
      *    TESTCURSOR), o que permite a quebra direta.              *
      *----------------------------------------------------------*
       REAJUSTAR-EMPREGADO.
           IF WS-PRIMEIRO-REGISTRO = 'S'
               MOVE 'N' TO WS-PRIMEIRO-REGISTRO
               PERFORM INICIAR-DEPTO
           ELSE
               IF EXT-EMPLOYEE-DEPARTMENT NOT = WS-DEPTO-ANTERIOR
                   PERFORM IMPRIMIR-TOTAL-DEPTO
                   PERFORM INICIAR-DEPTO
               END-IF
           END-IF.

           PERFORM CLASSIFICAR-BANDA.
           PERFORM ESCOLHER-REGRA.

           MOVE SPACES TO DLE-OBSERVACAO.
           MOVE 'N' TO WS-AUMENTO-LIMITADO.
           IF WS-REGRA-ACHADA = 'N'
               ADD 1 TO WS-QTD-SEM-REGRA
               MOVE ZEROS TO WS-PCT-APLICADO
               MOVE ZEROS TO WS-AUMENTO
               MOVE 'SEMREGRA' TO DLE-OBSERVACAO
           ELSE
               COMPUTE WS-AUMENTO ROUNDED =
                   EXT-EMPLOYEE-SALARY * WS-PCT-APLICADO / 100
               IF WS-TETO-AUMENTO > ZEROS
                      AND WS-AUMENTO > WS-TETO-AUMENTO
                   MOVE WS-TETO-AUMENTO TO WS-AUMENTO
                   MOVE 'S' TO WS-AUMENTO-LIMITADO
                   ADD 1 TO WS-QTD-TETO
                   MOVE 'TETO' TO DLE-OBSERVACAO
               END-IF
           END-IF.
           COMPUTE WS-SALARIO-NOVO =
               EXT-EMPLOYEE-SALARY + WS-AUMENTO.

           MOVE EXT-EMPLOYEE-ID     TO DLE-MATRICULA.
           MOVE EXT-EMPLOYEE-NAME   TO DLE-NOME.
           MOVE WS-BANDA-EMPREGADO  TO DLE-BANDA.
           MOVE WS-PCT-APLICADO     TO DLE-PCT.
           MOVE EXT-EMPLOYEE-SALARY TO DLE-ATUAL.
           MOVE WS-SALARIO-NOVO     TO DLE-NOVO.
           WRITE REG-RELATORIO-DISSIDIO FROM WS-LINHA-EMPREGADO.

           ADD 1                   TO WS-QTD-DEPTO WS-QTD-TOTAL.
           ADD EXT-EMPLOYEE-SALARY TO WS-ATUAL-DEPTO WS-ATUAL-TOTAL.
           ADD WS-SALARIO-NOVO     TO WS-NOVO-DEPTO WS-NOVO-TOTAL.

           IF DISSIDIO-A-APLICAR AND WS-AUMENTO > ZEROS
               PERFORM GRAVAR-TRANSACAO-SALARIO
           END-IF.

       REAJUSTAR-EMPREGADO-EXIT.
           EXIT.

       INICIAR-DEPTO.
           MOVE EXT-EMPLOYEE-DEPARTMENT TO WS-DEPTO-ANTERIOR.
           MOVE ZEROS TO WS-QTD-DEPTO.
           MOVE ZEROS TO WS-ATUAL-DEPTO.
           MOVE ZEROS TO WS-NOVO-DEPTO.
           MOVE EXT-EMPLOYEE-DEPARTMENT TO DLN-DEPARTAMENTO.
           WRITE REG-RELATORIO-DISSIDIO FROM WS-LINHA-DEPTO.

       INICIAR-DEPTO-EXIT.
           EXIT.

       IMPRIMIR-TOTAL-DEPTO.
           MOVE WS-QTD-DEPTO   TO DTD-QTD.
           MOVE WS-ATUAL-DEPTO TO DTD-ATUAL.
           MOVE WS-NOVO-DEPTO  TO DTD-NOVO.
           WRITE REG-RELATORIO-DISSIDIO FROM WS-LINHA-TOTAL-DEPTO.

       IMPRIMIR-TOTAL-DEPTO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    CLASSIFICAR-BANDA                                        *
      *    Primeira banda cujo intervalo contem o salario atual.    *
      *----------------------------------------------------------*
       CLASSIFICAR-BANDA.
           MOVE SPACES TO WS-BANDA-EMPREGADO.
           PERFORM TESTAR-BANDA
               VARYING WS-IDX-BANDA FROM 1 BY 1
               UNTIL WS-IDX-BANDA > WS-QTD-BANDAS
                  OR WS-BANDA-EMPREGADO NOT = SPACES.

       CLASSIFICAR-BANDA-EXIT.
           EXIT.

       TESTAR-BANDA.
           IF EXT-EMPLOYEE-SALARY >= WS-BANDA-PISO (WS-IDX-BANDA)
                  AND EXT-EMPLOYEE-SALARY <=
                      WS-BANDA-TETO (WS-IDX-BANDA)
               MOVE WS-BANDA-ROTULO (WS-IDX-BANDA)
                   TO WS-BANDA-EMPREGADO
           END-IF.

       TESTAR-BANDA-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    ESCOLHER-REGRA                                           *
      *    Regra mais especifica que casa com o departamento e a    *
      *    banda do empregado: peso 3 (departamento+banda),         *
      *    2 (departamento), 1 (banda), 0 (geral).                  *
      *----------------------------------------------------------*
       ESCOLHER-REGRA.
           MOVE 'N'   TO WS-REGRA-ACHADA.
           MOVE ZEROS TO WS-PESO-MELHOR.
           MOVE ZEROS TO WS-PCT-APLICADO.
           PERFORM AVALIAR-REGRA THRU
                   AVALIAR-REGRA-EXIT
               VARYING WS-IDX-REGRA FROM 1 BY 1
               UNTIL WS-IDX-REGRA > WS-QTD-REGRAS.

       ESCOLHER-REGRA-EXIT.
           EXIT.

       AVALIAR-REGRA.
           IF WS-RGR-DEPTO (WS-IDX-REGRA) NOT = SPACES
                  AND WS-RGR-DEPTO (WS-IDX-REGRA)
                      NOT = EXT-EMPLOYEE-DEPARTMENT
               GO TO AVALIAR-REGRA-EXIT
           END-IF.
           IF WS-RGR-BANDA (WS-IDX-REGRA) NOT = SPACES
                  AND WS-RGR-BANDA (WS-IDX-REGRA)
                      NOT = WS-BANDA-EMPREGADO
               GO TO AVALIAR-REGRA-EXIT
           END-IF.
           MOVE ZEROS TO WS-PESO-REGRA.
           IF WS-RGR-DEPTO (WS-IDX-REGRA) NOT = SPACES
               ADD 2 TO WS-PESO-REGRA
           END-IF.
           IF WS-RGR-BANDA (WS-IDX-REGRA) NOT = SPACES
               ADD 1 TO WS-PESO-REGRA
           END-IF.
           IF WS-REGRA-ACHADA = 'N'
                  OR WS-PESO-REGRA > WS-PESO-MELHOR
               MOVE 'S' TO WS-REGRA-ACHADA
               MOVE WS-PESO-REGRA TO WS-PESO-MELHOR
               MOVE WS-RGR-PCT (WS-IDX-REGRA) TO WS-PCT-APLICADO
           END-IF.

       AVALIAR-REGRA-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    GRAVAR-TRANSACAO-SALARIO                                 *
      *    'SA' para TESTEMNT com o salario reajustado e, se a      *
      *    data efetiva ja passou, o cartao 'E' de TESTRETR com o   *
      *    salario anterior - a diferenca retroativa nao depende    *
      *    de qual salario o extrato trara no dia do TESTRETR.      *
      *----------------------------------------------------------*
       GRAVAR-TRANSACAO-SALARIO.
           MOVE SPACES          TO REG-TRANSACAO-RH.
           MOVE 'SA'            TO HRT-TIPO.
           MOVE EXT-EMPLOYEE-ID TO HRT-MATRICULA.
           MOVE WS-SALARIO-NOVO TO HRT-SAL-NOVO.
           MOVE WS-OPERADOR-APROVACAO TO HRT-OPERADOR.
           WRITE REG-TRANSACAO-RH.
           ADD 1 TO WS-QTD-TRANSACOES.

           IF WS-GERA-RETROATIVO = 'S'
               MOVE SPACES              TO REG-CARTAO-RETRO
               MOVE 'E'                 TO RET-TIPO
               MOVE EXT-EMPLOYEE-ID     TO RET-MATRICULA
               MOVE WS-DATA-EFETIVA     TO RET-DATA-EFETIVA
               MOVE WS-SALARIO-NOVO     TO RET-VALOR-CORRIGIDO
               MOVE EXT-EMPLOYEE-SALARY TO RET-SALARIO-ANTERIOR
               WRITE REG-CARTAO-RETRO
               ADD 1 TO WS-QTD-RETROATIVOS
           END-IF.

       GRAVAR-TRANSACAO-SALARIO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    CONFERIR-VERSAO-EXTRATO                                  *
      *    Header de versao de layout do extrato (ver EXTVWS).      *
      *----------------------------------------------------------*
       CONFERIR-VERSAO-EXTRATO.
           MOVE REG-EXTRATO-EMPREGADO (7:2)
               TO WS-VERSAO-EXTRATO-LIDA.
           IF WS-VERSAO-EXTRATO-LIDA NOT = WS-VERSAO-EXTRATO-ATUAL
               DISPLAY 'TESTDISS VERSAO DO EXTRATO '
                       WS-VERSAO-EXTRATO-LIDA
                       ' INCOMPATIVEL - ESPERADA '
                       WS-VERSAO-EXTRATO-ATUAL
               MOVE 'TESTDISS'          TO WS-EXC-PROGRAMA
               MOVE 'CONFERIR-VERSAO-EXTRATO' TO WS-EXC-PARAGRAFO
               MOVE 8                   TO WS-EXC-CODIGO
               MOVE 'VERSAO DE LAYOUT DO EXTRATO INCOMPATIVEL'
                   TO WS-EXC-MENSAGEM
               MOVE 2 TO WS-EXC-SEVERIDADE
               PERFORM GRAVAR-EXCECAO-GERAL
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       CONFERIR-VERSAO-EXTRATO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    GRAVAR-EXCECAO-GERAL                                    *
      *    Log de excecoes compartilhado (EXCPPRC).                 *
      *----------------------------------------------------------*
       COPY EXCPPRC.
