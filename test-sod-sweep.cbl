       IDENTIFICATION DIVISION.
       PROGRAM-ID. TESTSODV.

      *----------------------------------------------------------*
      *    TESTSODV                                                *
      *    Varredura noturna de segregacao de funcoes: confronta   *
      *    as regras de SODRULES.DAT (SODRPRC) com                 *
      *      PERFIL  um id de OPERMST.DAT com as duas funcoes      *
      *      MULTIID a mesma pessoa (ids com o mesmo nome) com as  *
      *              duas funcoes so somando ids diferentes        *
      *      ACAO    a mesma pessoa exerceu de fato as duas        *
      *              funcoes na janela do cartao SODVCTL.DAT       *
      *              (dias, default 30), pelas trilhas:            *
      *                MNTAUD.DAT   digitador (MANUTENC) e         *
      *                             aprovador (APROVA)             *
      *                TABAUD.DAT   operador (TABELAS) e           *
      *                             promotor (PROMOVE)             *
      *                EMPAUD.DAT   operador da RH (RH)            *
      *                LIBDECIS.DAT liberacao 'L' (LIBERA)         *
      *              id fora de OPERMST.DAT conta como pessoa      *
      *              propria.                                      *
      *    Violacoes saem em SODREPT.DAT e cada uma grava excecao  *
      *    severidade 1, que TESTALRT leva a OPALERT.DAT. RC 4     *
      *    quando ha violacao.                                     *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADASTRO-OPERADORES
               ASSIGN TO "OPERMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPR-ID
               FILE STATUS IS WS-STATUS-OPERADORES.

           SELECT OPTIONAL LOG-AUDITORIA-MANUT
               ASSIGN TO "MNTAUD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-AUD-MANUT.

           SELECT OPTIONAL LOG-AUDITORIA-TABELAS
               ASSIGN TO "TABAUD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-AUD-TABELAS.

           SELECT OPTIONAL LOG-AUDITORIA-EMP
               ASSIGN TO "EMPAUD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-AUD-EMP.

           SELECT OPTIONAL CARTAO-JANELA-SOD
               ASSIGN TO "SODVCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CARTAO.

           SELECT RELATORIO-SOD
               ASSIGN TO "SODREPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RELATORIO.

           COPY LIBPSEL.

           COPY SODRSEL.

           COPY EXCPSEL.

           COPY RUNRSEL.

       DATA DIVISION.
       FILE SECTION.
       FD  CADASTRO-OPERADORES.
       01  REG-OPERADOR.
           05  OPR-ID               PIC X(08).
           05  OPR-NOME             PIC X(30).
      *    Niveis na ordem de TESTSGON, que e a mesma de
      *    WS-SOD-NIVEIS (SODRWS).
           05  OPR-NIVEIS           PIC X(09).
           05  OPR-MATRICULA        PIC 9(05).
           05  OPR-SITUACAO         PIC X(01).
               88  OPR-REVOGADO         VALUE 'R'.
           05  OPR-DATA-REVOGACAO   PIC 9(08).
           05  FILLER               PIC X(18).

      *    Linha de TESTMNT (data, hora, operacao, evento, imagem,
      *    digitador e aprovador).
       FD  LOG-AUDITORIA-MANUT.
       01  REG-AUDITORIA-MANUT.
           05  MNT-DATA             PIC 9(08).
           05  FILLER               PIC X(123).
           05  FILLER               PIC X(01).
           05  MNT-OPERADOR         PIC X(08).
           05  FILLER               PIC X(01).
           05  MNT-APROVADOR        PIC X(08).
           05  FILLER               PIC X(01).

      *    Linha de TESTTMNT / TESTPROM (operador, data, ...,
      *    imagem e promotor).
       FD  LOG-AUDITORIA-TABELAS.
       01  REG-AUDITORIA-TABELAS.
           05  TAB-OPERADOR         PIC X(08).
           05  FILLER               PIC X(01).
           05  TAB-DATA             PIC 9(08).
           05  FILLER               PIC X(101).
           05  FILLER               PIC X(01).
           05  TAB-PROMOTOR         PIC X(08).
           05  FILLER               PIC X(03).

      *    Linha de TESTEMNT (carimbo, imagem e operador).
       FD  LOG-AUDITORIA-EMP.
       01  REG-AUDITORIA-EMP.
           05  EMA-DATA             PIC 9(08).
           05  FILLER               PIC X(210).
           05  FILLER               PIC X(03).
           05  EMA-OPERADOR         PIC X(08).
           05  FILLER               PIC X(01).

       FD  CARTAO-JANELA-SOD.
       01  REG-CARTAO-JANELA.
           05  SVC-JANELA-DIAS      PIC 9(03).
           05  FILLER               PIC X(77).

       FD  RELATORIO-SOD.
       01  REG-RELATORIO-SOD        PIC X(132).

       COPY LIBPFD.

       COPY SODRFD.

       COPY EXCPFD.

       COPY RUNRFD.

       WORKING-STORAGE SECTION.
       COPY RUNRWS.
       COPY EXCPWS.
       COPY LIBPWS.
       COPY SODRWS.

       01  WS-STATUS-OPERADORES     PIC XX.
       01  WS-STATUS-AUD-MANUT      PIC XX.
       01  WS-STATUS-AUD-TABELAS    PIC XX.
       01  WS-STATUS-AUD-EMP        PIC XX.
       01  WS-STATUS-CARTAO         PIC XX.
       01  WS-STATUS-RELATORIO      PIC XX.
       01  WS-EOF-OPERADORES        PIC X VALUE 'N'.
       01  WS-EOF-TRILHA            PIC X VALUE 'N'.

       01  WS-DATA-HOJE             PIC 9(08).
       01  WS-JANELA-DIAS           PIC 9(03) VALUE 30.
       01  WS-DIAS-INTEIROS         PIC 9(07).
       01  WS-DATA-INICIO-JANELA    PIC 9(08).

      *    Posicao de cada funcao em WS-SOD-NIVEIS.
       01  WS-POS-APROVA            PIC 9(02) VALUE 4.
       01  WS-POS-LIBERA            PIC 9(02) VALUE 5.
       01  WS-POS-RH                PIC 9(02) VALUE 6.
       01  WS-POS-TABELAS           PIC 9(02) VALUE 2.
       01  WS-POS-MANUTENC          PIC 9(02) VALUE 8.
       01  WS-POS-PROMOVE           PIC 9(02) VALUE 9.

      *    Ids de OPERMST.DAT e de que pessoa cada um e.
       01  WS-QTD-IDS               PIC 9(04) VALUE ZEROS.
       01  WS-IDX-ID                PIC 9(04) VALUE ZEROS.
       01  WS-POS-ID                PIC 9(04) VALUE ZEROS.
       01  WS-TABELA-IDS.
           05  WS-IDOP OCCURS 1000 TIMES.
               10  WS-IDO-ID        PIC X(08).
               10  WS-IDO-PESSOA    PIC 9(04).
               10  WS-IDO-PERFIL.
                   15  WS-IDO-NIVEL OCCURS 9 TIMES PIC X(01).

      *    Pessoas: nome de OPERMST.DAT, ou o proprio id quando o
      *    nome esta em branco ou o id nao esta no cadastro.
       01  WS-QTD-PESSOAS           PIC 9(04) VALUE ZEROS.
       01  WS-IDX-PESSOA            PIC 9(04) VALUE ZEROS.
       01  WS-POS-PESSOA            PIC 9(04) VALUE ZEROS.
       01  WS-TABELA-PESSOAS.
           05  WS-PESSOA OCCURS 1000 TIMES.
               10  WS-PES-CHAVE     PIC X(30).
               10  WS-PES-CADASTRADA PIC X(01).
               10  WS-PES-QTD-IDS   PIC 9(03).
               10  WS-PES-PERFIL.
                   15  WS-PES-NIVEL OCCURS 9 TIMES PIC X(01).
               10  WS-PES-IDS-NIVEL.
                   15  WS-PES-ID-NIVEL OCCURS 9 TIMES PIC X(08).
               10  WS-PES-ACOES.
                   15  WS-PES-ACAO OCCURS 9 TIMES PIC X(01).
               10  WS-PES-IDS-ACAO.
                   15  WS-PES-ID-ACAO OCCURS 9 TIMES PIC X(08).

       01  WS-PESSOA-PROCURADA      PIC X(30).
       01  WS-ID-PROCURADO          PIC X(08).
       01  WS-ID-ACAO               PIC X(08).
       01  WS-POS-FUNCAO-ACAO       PIC 9(02) VALUE ZEROS.
       01  WS-DATA-ACAO             PIC 9(08).
       01  WS-IDX-NIVEL             PIC 9(02) VALUE ZEROS.
       01  WS-IDX-CONFLITO          PIC 9(03) VALUE ZEROS.
       01  WS-REGRA-EM-UM-ID        PIC X VALUE 'N'.

      *    Violacao em exame.
       01  WS-VIO-TIPO              PIC X(07).
       01  WS-VIO-PESSOA            PIC X(30).
       01  WS-VIO-ID-A              PIC X(08).
       01  WS-VIO-ID-B              PIC X(08).

       01  WS-QTD-ACOES-LIDAS       PIC 9(07) VALUE ZEROS.
       01  WS-QTD-VIOLACOES         PIC 9(05) VALUE ZEROS.
       01  WS-QTD-VIO-PERFIL        PIC 9(05) VALUE ZEROS.
       01  WS-QTD-VIO-MULTIID       PIC 9(05) VALUE ZEROS.
       01  WS-QTD-VIO-ACAO          PIC 9(05) VALUE ZEROS.

       01  WS-CABECALHO-SOD.
           05  FILLER               PIC X(40) VALUE
               'SEGREGACAO DE FUNCOES - VARREDURA DATA  '.
           05  SDV-CAB-DATA         PIC 9(08).
           05  FILLER               PIC X(21) VALUE
               '  ACOES DESDE       '.
           05  SDV-CAB-INICIO       PIC 9(08).
           05  FILLER               PIC X(10) VALUE '  REGRAS: '.
           05  SDV-CAB-REGRAS       PIC ZZ9.

       01  WS-CABECALHO-COLUNAS.
           05  FILLER               PIC X(50) VALUE
               'TIPO    FUNCAO A   FUNCAO B PESSOA                '.
           05  FILLER               PIC X(50) VALUE
               '         ID A     ID B     REGRA                  '.

       01  WS-LINHA-SOD.
           05  SDV-TIPO             PIC X(07).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  SDV-FUNCAO-A         PIC X(08).
           05  FILLER               PIC X(03) VALUE ' X '.
           05  SDV-FUNCAO-B         PIC X(08).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  SDV-PESSOA           PIC X(30).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  SDV-ID-A             PIC X(08).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  SDV-ID-B             PIC X(08).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  SDV-DESCRICAO        PIC X(40).

       01  WS-LINHA-TOTAL-SOD.
           05  FILLER               PIC X(13) VALUE 'VIOLACOES..: '.
           05  SDV-TOT-VIOLACOES    PIC ZZZZ9.
           05  FILLER               PIC X(11) VALUE '  PERFIL: '.
           05  SDV-TOT-PERFIL       PIC ZZZZ9.
           05  FILLER               PIC X(12) VALUE '  MULTIID: '.
           05  SDV-TOT-MULTIID      PIC ZZZZ9.
           05  FILLER               PIC X(09) VALUE '  ACAO: '.
           05  SDV-TOT-ACAO         PIC ZZZZ9.
           05  FILLER               PIC X(17) VALUE
               '  ACOES LIDAS: '.
           05  SDV-TOT-ACOES        PIC Z(06)9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 0 TO RETURN-CODE.
           MOVE 'TESTSODV' TO WS-RUN-PROGRAMA.
           PERFORM REGISTRAR-INICIO-EXECUCAO.
           PERFORM LER-CARTAO-JANELA-SOD.
           PERFORM CARREGAR-REGRAS-CONFLITO THRU
                   CARREGAR-REGRAS-CONFLITO-EXIT.

           OPEN INPUT CADASTRO-OPERADORES.
           IF WS-STATUS-OPERADORES NOT = '00'
               DISPLAY 'TESTSODV OPERMST.DAT INDISPONIVEL STATUS='
                       WS-STATUS-OPERADORES
               MOVE 'TESTSODV'          TO WS-EXC-PROGRAMA
               MOVE 'MAIN-PROCEDURE'    TO WS-EXC-PARAGRAFO
               MOVE WS-STATUS-OPERADORES TO WS-EXC-CODIGO
               MOVE 'ERRO ABERTURA OPERMST.DAT' TO WS-EXC-MENSAGEM
               MOVE 1 TO WS-EXC-SEVERIDADE
               PERFORM GRAVAR-EXCECAO-GERAL
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM CARREGAR-OPERADOR
               UNTIL WS-EOF-OPERADORES = 'S'.
           CLOSE CADASTRO-OPERADORES.

           PERFORM CARREGAR-ACOES-MANUTENCAO.
           PERFORM CARREGAR-ACOES-TABELAS.
           PERFORM CARREGAR-ACOES-RH.
           PERFORM CARREGAR-ACOES-LIBERACAO.

           OPEN OUTPUT RELATORIO-SOD.
           MOVE WS-DATA-HOJE          TO SDV-CAB-DATA.
           MOVE WS-DATA-INICIO-JANELA TO SDV-CAB-INICIO.
           MOVE WS-SOD-QTD-REGRAS     TO SDV-CAB-REGRAS.
           WRITE REG-RELATORIO-SOD FROM WS-CABECALHO-SOD.
           WRITE REG-RELATORIO-SOD FROM WS-CABECALHO-COLUNAS.

           PERFORM VERIFICAR-PERFIL-ID
               VARYING WS-IDX-ID FROM 1 BY 1
               UNTIL WS-IDX-ID > WS-QTD-IDS.
           PERFORM VERIFICAR-PESSOA
               VARYING WS-IDX-PESSOA FROM 1 BY 1
               UNTIL WS-IDX-PESSOA > WS-QTD-PESSOAS.

           MOVE SPACES TO REG-RELATORIO-SOD.
           WRITE REG-RELATORIO-SOD.
           MOVE WS-QTD-VIOLACOES   TO SDV-TOT-VIOLACOES.
           MOVE WS-QTD-VIO-PERFIL  TO SDV-TOT-PERFIL.
           MOVE WS-QTD-VIO-MULTIID TO SDV-TOT-MULTIID.
           MOVE WS-QTD-VIO-ACAO    TO SDV-TOT-ACAO.
           MOVE WS-QTD-ACOES-LIDAS TO SDV-TOT-ACOES.
           WRITE REG-RELATORIO-SOD FROM WS-LINHA-TOTAL-SOD.
           CLOSE RELATORIO-SOD.

           DISPLAY 'TESTSODV IDS: ' WS-QTD-IDS
                   ' PESSOAS: ' WS-QTD-PESSOAS
                   ' VIOLACOES: ' WS-QTD-VIOLACOES.
           IF WS-SOD-QTD-INVALIDAS > 0
               DISPLAY 'TESTSODV REGRAS SODRULES IGNORADAS: '
                       WS-SOD-QTD-INVALIDAS
           END-IF.

           IF WS-QTD-VIOLACOES > 0 AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.

           PERFORM REGISTRAR-FIM-EXECUCAO.
           STOP RUN.

      *----------------------------------------------------------*
      *    LER-CARTAO-JANELA-SOD                                    *
      *    Janela das acoes = hoje menos SODVCTL.DAT dias.          *
      *----------------------------------------------------------*
       LER-CARTAO-JANELA-SOD.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           OPEN INPUT CARTAO-JANELA-SOD.
           IF WS-STATUS-CARTAO = '00'
               READ CARTAO-JANELA-SOD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF SVC-JANELA-DIAS IS NUMERIC
                              AND SVC-JANELA-DIAS > ZEROS
                           MOVE SVC-JANELA-DIAS TO WS-JANELA-DIAS
                       END-IF
               END-READ
           END-IF.
           CLOSE CARTAO-JANELA-SOD.
           COMPUTE WS-DIAS-INTEIROS =
               FUNCTION INTEGER-OF-DATE (WS-DATA-HOJE)
               - WS-JANELA-DIAS.
           COMPUTE WS-DATA-INICIO-JANELA =
               FUNCTION DATE-OF-INTEGER (WS-DIAS-INTEIROS).

       LER-CARTAO-JANELA-SOD-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    CARREGAR-OPERADOR                                        *
      *    Cada id entra na tabela de ids e soma seus niveis aos    *
      *    da pessoa (mesmo nome).                                  *
      *----------------------------------------------------------*
       CARREGAR-OPERADOR.
           READ CADASTRO-OPERADORES NEXT RECORD
               AT END
                   MOVE 'S' TO WS-EOF-OPERADORES
               NOT AT END
                   PERFORM GUARDAR-OPERADOR THRU
                           GUARDAR-OPERADOR-EXIT
           END-READ.

       CARREGAR-OPERADOR-EXIT.
           EXIT.

       GUARDAR-OPERADOR.
           IF WS-QTD-IDS >= 1000
               DISPLAY 'TESTSODV CADASTRO ACIMA DE 1000 IDS'
               GO TO GUARDAR-OPERADOR-EXIT
           END-IF.
           IF OPR-NOME = SPACES
               MOVE OPR-ID TO WS-PESSOA-PROCURADA
           ELSE
               MOVE OPR-NOME TO WS-PESSOA-PROCURADA
           END-IF.
           PERFORM OBTER-PESSOA THRU OBTER-PESSOA-EXIT.
           IF WS-POS-PESSOA = ZEROS
               GO TO GUARDAR-OPERADOR-EXIT
           END-IF.
           MOVE 'S' TO WS-PES-CADASTRADA (WS-POS-PESSOA).
           ADD 1 TO WS-PES-QTD-IDS (WS-POS-PESSOA).

           ADD 1 TO WS-QTD-IDS.
           MOVE OPR-ID        TO WS-IDO-ID (WS-QTD-IDS).
           MOVE WS-POS-PESSOA TO WS-IDO-PESSOA (WS-QTD-IDS).
           MOVE OPR-NIVEIS    TO WS-IDO-PERFIL (WS-QTD-IDS).
           PERFORM SOMAR-NIVEL-PESSOA
               VARYING WS-IDX-NIVEL FROM 1 BY 1
               UNTIL WS-IDX-NIVEL > 9.

       GUARDAR-OPERADOR-EXIT.
           EXIT.

       SOMAR-NIVEL-PESSOA.
           IF WS-IDO-NIVEL (WS-QTD-IDS, WS-IDX-NIVEL) IS NUMERIC
                  AND WS-IDO-NIVEL (WS-QTD-IDS, WS-IDX-NIVEL) > '0'
                  AND WS-PES-NIVEL (WS-POS-PESSOA, WS-IDX-NIVEL)
                      NOT > '0'
               MOVE WS-IDO-NIVEL (WS-QTD-IDS, WS-IDX-NIVEL)
                   TO WS-PES-NIVEL (WS-POS-PESSOA, WS-IDX-NIVEL)
               MOVE OPR-ID
                   TO WS-PES-ID-NIVEL (WS-POS-PESSOA, WS-IDX-NIVEL)
           END-IF.

       SOMAR-NIVEL-PESSOA-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    OBTER-PESSOA                                             *
      *    Localiza WS-PESSOA-PROCURADA; se nao existe, inclui.     *
      *    WS-POS-PESSOA zero = tabela cheia.                       *
      *----------------------------------------------------------*
       OBTER-PESSOA.
           MOVE ZEROS TO WS-POS-PESSOA.
           PERFORM COMPARAR-PESSOA
               VARYING WS-IDX-PESSOA FROM 1 BY 1
               UNTIL WS-IDX-PESSOA > WS-QTD-PESSOAS
                  OR WS-POS-PESSOA > ZEROS.
           IF WS-POS-PESSOA > ZEROS
               GO TO OBTER-PESSOA-EXIT
           END-IF.
           IF WS-QTD-PESSOAS >= 1000
               DISPLAY 'TESTSODV TABELA DE PESSOAS CHEIA'
               GO TO OBTER-PESSOA-EXIT
           END-IF.
           ADD 1 TO WS-QTD-PESSOAS.
           MOVE WS-QTD-PESSOAS TO WS-POS-PESSOA.
           MOVE WS-PESSOA-PROCURADA
               TO WS-PES-CHAVE (WS-POS-PESSOA).
           MOVE 'N'    TO WS-PES-CADASTRADA (WS-POS-PESSOA).
           MOVE ZEROS  TO WS-PES-QTD-IDS (WS-POS-PESSOA).
           MOVE ALL '0' TO WS-PES-PERFIL (WS-POS-PESSOA).
           MOVE SPACES TO WS-PES-IDS-NIVEL (WS-POS-PESSOA).
           MOVE ALL '0' TO WS-PES-ACOES (WS-POS-PESSOA).
           MOVE SPACES TO WS-PES-IDS-ACAO (WS-POS-PESSOA).

       OBTER-PESSOA-EXIT.
           EXIT.

       COMPARAR-PESSOA.
           IF WS-PES-CHAVE (WS-IDX-PESSOA) = WS-PESSOA-PROCURADA
               MOVE WS-IDX-PESSOA TO WS-POS-PESSOA
           END-IF.

       COMPARAR-PESSOA-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    CARREGAR-ACOES-MANUTENCAO                                *
      *    MNTAUD.DAT: digitador = MANUTENC, aprovador = APROVA.    *
      *----------------------------------------------------------*
       CARREGAR-ACOES-MANUTENCAO.
           MOVE 'N' TO WS-EOF-TRILHA.
           OPEN INPUT LOG-AUDITORIA-MANUT.
           IF WS-STATUS-AUD-MANUT = '00'
               PERFORM LER-ACAO-MANUTENCAO
                   UNTIL WS-EOF-TRILHA = 'S'
           END-IF.
           CLOSE LOG-AUDITORIA-MANUT.

       CARREGAR-ACOES-MANUTENCAO-EXIT.
           EXIT.

       LER-ACAO-MANUTENCAO.
           READ LOG-AUDITORIA-MANUT
               AT END
                   MOVE 'S' TO WS-EOF-TRILHA
               NOT AT END
                   IF MNT-DATA IS NUMERIC
                          AND MNT-DATA NOT < WS-DATA-INICIO-JANELA
                       MOVE MNT-DATA        TO WS-DATA-ACAO
                       MOVE MNT-OPERADOR    TO WS-ID-ACAO
                       MOVE WS-POS-MANUTENC TO WS-POS-FUNCAO-ACAO
                       PERFORM REGISTRAR-ACAO THRU
                               REGISTRAR-ACAO-EXIT
                       MOVE MNT-APROVADOR   TO WS-ID-ACAO
                       MOVE WS-POS-APROVA   TO WS-POS-FUNCAO-ACAO
                       PERFORM REGISTRAR-ACAO THRU
                               REGISTRAR-ACAO-EXIT
                   END-IF
           END-READ.

       LER-ACAO-MANUTENCAO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    CARREGAR-ACOES-TABELAS                                   *
      *    TABAUD.DAT: operador = TABELAS, promotor = PROMOVE.      *
      *----------------------------------------------------------*
       CARREGAR-ACOES-TABELAS.
           MOVE 'N' TO WS-EOF-TRILHA.
           OPEN INPUT LOG-AUDITORIA-TABELAS.
           IF WS-STATUS-AUD-TABELAS = '00'
               PERFORM LER-ACAO-TABELAS
                   UNTIL WS-EOF-TRILHA = 'S'
           END-IF.
           CLOSE LOG-AUDITORIA-TABELAS.

       CARREGAR-ACOES-TABELAS-EXIT.
           EXIT.

       LER-ACAO-TABELAS.
           READ LOG-AUDITORIA-TABELAS
               AT END
                   MOVE 'S' TO WS-EOF-TRILHA
               NOT AT END
                   IF TAB-DATA IS NUMERIC
                          AND TAB-DATA NOT < WS-DATA-INICIO-JANELA
                       MOVE TAB-OPERADOR    TO WS-ID-ACAO
                       MOVE WS-POS-TABELAS  TO WS-POS-FUNCAO-ACAO
                       PERFORM REGISTRAR-ACAO THRU
                               REGISTRAR-ACAO-EXIT
                       MOVE TAB-PROMOTOR    TO WS-ID-ACAO
                       MOVE WS-POS-PROMOVE  TO WS-POS-FUNCAO-ACAO
                       PERFORM REGISTRAR-ACAO THRU
                               REGISTRAR-ACAO-EXIT
                   END-IF
           END-READ.

       LER-ACAO-TABELAS-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    CARREGAR-ACOES-RH                                        *
      *    EMPAUD.DAT: operador que digitou a transacao = RH.       *
      *----------------------------------------------------------*
       CARREGAR-ACOES-RH.
           MOVE 'N' TO WS-EOF-TRILHA.
           OPEN INPUT LOG-AUDITORIA-EMP.
           IF WS-STATUS-AUD-EMP = '00'
               PERFORM LER-ACAO-RH
                   UNTIL WS-EOF-TRILHA = 'S'
           END-IF.
           CLOSE LOG-AUDITORIA-EMP.

       CARREGAR-ACOES-RH-EXIT.
           EXIT.

       LER-ACAO-RH.
           READ LOG-AUDITORIA-EMP
               AT END
                   MOVE 'S' TO WS-EOF-TRILHA
               NOT AT END
                   IF EMA-DATA IS NUMERIC
                          AND EMA-DATA NOT < WS-DATA-INICIO-JANELA
                       MOVE EMA-OPERADOR    TO WS-ID-ACAO
                       MOVE WS-POS-RH       TO WS-POS-FUNCAO-ACAO
                       PERFORM REGISTRAR-ACAO THRU
                               REGISTRAR-ACAO-EXIT
                   END-IF
           END-READ.

       LER-ACAO-RH-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    CARREGAR-ACOES-LIBERACAO                                 *
      *    LIBDECIS.DAT: decisao 'L' (TESTLIBF) = LIBERA.           *
      *----------------------------------------------------------*
       CARREGAR-ACOES-LIBERACAO.
           MOVE 'N' TO WS-EOF-DECISOES-LIB.
           OPEN INPUT REGISTRO-LIBERACOES.
           IF WS-STATUS-DECISOES-LIB = '00'
               PERFORM LER-ACAO-LIBERACAO
                   UNTIL WS-EOF-DECISOES-LIB = 'S'
           END-IF.
           CLOSE REGISTRO-LIBERACOES.

       CARREGAR-ACOES-LIBERACAO-EXIT.
           EXIT.

       LER-ACAO-LIBERACAO.
           READ REGISTRO-LIBERACOES
               AT END
                   MOVE 'S' TO WS-EOF-DECISOES-LIB
               NOT AT END
                   IF LBD-DECISAO = 'L'
                          AND LBD-DATA IS NUMERIC
                          AND LBD-DATA NOT < WS-DATA-INICIO-JANELA
                       MOVE LBD-OPERADOR    TO WS-ID-ACAO
                       MOVE WS-POS-LIBERA   TO WS-POS-FUNCAO-ACAO
                       PERFORM REGISTRAR-ACAO THRU
                               REGISTRAR-ACAO-EXIT
                   END-IF
           END-READ.

       LER-ACAO-LIBERACAO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    REGISTRAR-ACAO                                           *
      *    Marca a funcao WS-POS-FUNCAO-ACAO como exercida pela     *
      *    pessoa do id WS-ID-ACAO (id em branco e ignorado).       *
      *----------------------------------------------------------*
       REGISTRAR-ACAO.
           IF WS-ID-ACAO = SPACES
               GO TO REGISTRAR-ACAO-EXIT
           END-IF.
           ADD 1 TO WS-QTD-ACOES-LIDAS.
           MOVE WS-ID-ACAO TO WS-ID-PROCURADO.
           PERFORM LOCALIZAR-ID.
           IF WS-POS-ID > ZEROS
               MOVE WS-IDO-PESSOA (WS-POS-ID) TO WS-POS-PESSOA
           ELSE
               MOVE WS-ID-ACAO TO WS-PESSOA-PROCURADA
               PERFORM OBTER-PESSOA THRU OBTER-PESSOA-EXIT
               IF WS-POS-PESSOA = ZEROS
                   GO TO REGISTRAR-ACAO-EXIT
               END-IF
           END-IF.
           MOVE '1' TO
               WS-PES-ACAO (WS-POS-PESSOA, WS-POS-FUNCAO-ACAO).
           MOVE WS-ID-ACAO TO
               WS-PES-ID-ACAO (WS-POS-PESSOA, WS-POS-FUNCAO-ACAO).

       REGISTRAR-ACAO-EXIT.
           EXIT.

       LOCALIZAR-ID.
           MOVE ZEROS TO WS-POS-ID.
           PERFORM COMPARAR-ID
               VARYING WS-IDX-ID FROM 1 BY 1
               UNTIL WS-IDX-ID > WS-QTD-IDS
                  OR WS-POS-ID > ZEROS.

       LOCALIZAR-ID-EXIT.
           EXIT.

       COMPARAR-ID.
           IF WS-IDO-ID (WS-IDX-ID) = WS-ID-PROCURADO
               MOVE WS-IDX-ID TO WS-POS-ID
           END-IF.

       COMPARAR-ID-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    VERIFICAR-PERFIL-ID                                      *
      *    Um unico id com as duas funcoes da regra.                *
      *----------------------------------------------------------*
       VERIFICAR-PERFIL-ID.
           MOVE WS-IDO-PERFIL (WS-IDX-ID) TO WS-SOD-NIVEIS.
           PERFORM VERIFICAR-CONFLITOS-PERFIL.
           MOVE WS-IDO-PESSOA (WS-IDX-ID) TO WS-POS-PESSOA.
           MOVE 'PERFIL' TO WS-VIO-TIPO.
           MOVE WS-PES-CHAVE (WS-POS-PESSOA) TO WS-VIO-PESSOA.
           MOVE WS-IDO-ID (WS-IDX-ID) TO WS-VIO-ID-A.
           MOVE WS-IDO-ID (WS-IDX-ID) TO WS-VIO-ID-B.
           PERFORM REGISTRAR-VIOLACAO
               VARYING WS-IDX-CONFLITO FROM 1 BY 1
               UNTIL WS-IDX-CONFLITO > WS-SOD-QTD-CONFLITOS.

       VERIFICAR-PERFIL-ID-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    VERIFICAR-PESSOA                                         *
      *    MULTIID: a soma dos ids da pessoa fecha a regra, mas     *
      *    nenhum id sozinho (esse ja saiu como PERFIL).            *
      *    ACAO: a pessoa exerceu as duas funcoes na janela.        *
      *----------------------------------------------------------*
       VERIFICAR-PESSOA.
           MOVE WS-IDX-PESSOA TO WS-POS-PESSOA.
           IF WS-PES-CADASTRADA (WS-POS-PESSOA) = 'S'
               MOVE SPACES TO WS-VIO-PESSOA
               MOVE WS-PES-CHAVE (WS-POS-PESSOA) TO WS-VIO-PESSOA
           ELSE
               MOVE '(ID FORA DE OPERMST.DAT)' TO WS-VIO-PESSOA
           END-IF.

           IF WS-PES-QTD-IDS (WS-POS-PESSOA) > 1
               MOVE WS-PES-PERFIL (WS-POS-PESSOA) TO WS-SOD-NIVEIS
               PERFORM VERIFICAR-CONFLITOS-PERFIL
               MOVE 'MULTIID' TO WS-VIO-TIPO
               PERFORM AVALIAR-CONFLITO-MULTIID THRU
                       AVALIAR-CONFLITO-MULTIID-EXIT
                   VARYING WS-IDX-CONFLITO FROM 1 BY 1
                   UNTIL WS-IDX-CONFLITO > WS-SOD-QTD-CONFLITOS
           END-IF.

           MOVE WS-PES-ACOES (WS-POS-PESSOA) TO WS-SOD-NIVEIS.
           PERFORM VERIFICAR-CONFLITOS-PERFIL.
           MOVE 'ACAO' TO WS-VIO-TIPO.
           PERFORM AVALIAR-CONFLITO-ACAO
               VARYING WS-IDX-CONFLITO FROM 1 BY 1
               UNTIL WS-IDX-CONFLITO > WS-SOD-QTD-CONFLITOS.

       VERIFICAR-PESSOA-EXIT.
           EXIT.

       AVALIAR-CONFLITO-MULTIID.
           MOVE WS-SOD-CONFLITO (WS-IDX-CONFLITO) TO WS-SOD-IDX-REGRA.
           MOVE WS-SOD-RGR-POS-A (WS-SOD-IDX-REGRA) TO WS-SOD-POS-A.
           MOVE WS-SOD-RGR-POS-B (WS-SOD-IDX-REGRA) TO WS-SOD-POS-B.
           MOVE 'N' TO WS-REGRA-EM-UM-ID.
           PERFORM TESTAR-REGRA-NO-ID
               VARYING WS-IDX-ID FROM 1 BY 1
               UNTIL WS-IDX-ID > WS-QTD-IDS
                  OR WS-REGRA-EM-UM-ID = 'S'.
           IF WS-REGRA-EM-UM-ID = 'S'
               GO TO AVALIAR-CONFLITO-MULTIID-EXIT
           END-IF.
           MOVE WS-PES-ID-NIVEL (WS-POS-PESSOA, WS-SOD-POS-A)
               TO WS-VIO-ID-A.
           MOVE WS-PES-ID-NIVEL (WS-POS-PESSOA, WS-SOD-POS-B)
               TO WS-VIO-ID-B.
           PERFORM REGISTRAR-VIOLACAO.

       AVALIAR-CONFLITO-MULTIID-EXIT.
           EXIT.

       TESTAR-REGRA-NO-ID.
           IF WS-IDO-PESSOA (WS-IDX-ID) = WS-POS-PESSOA
                  AND WS-IDO-NIVEL (WS-IDX-ID, WS-SOD-POS-A) IS NUMERIC
                  AND WS-IDO-NIVEL (WS-IDX-ID, WS-SOD-POS-A) > '0'
                  AND WS-IDO-NIVEL (WS-IDX-ID, WS-SOD-POS-B) IS NUMERIC
                  AND WS-IDO-NIVEL (WS-IDX-ID, WS-SOD-POS-B) > '0'
               MOVE 'S' TO WS-REGRA-EM-UM-ID
           END-IF.

       TESTAR-REGRA-NO-ID-EXIT.
           EXIT.

       AVALIAR-CONFLITO-ACAO.
           MOVE WS-SOD-CONFLITO (WS-IDX-CONFLITO) TO WS-SOD-IDX-REGRA.
           MOVE WS-SOD-RGR-POS-A (WS-SOD-IDX-REGRA) TO WS-SOD-POS-A.
           MOVE WS-SOD-RGR-POS-B (WS-SOD-IDX-REGRA) TO WS-SOD-POS-B.
           MOVE WS-PES-ID-ACAO (WS-POS-PESSOA, WS-SOD-POS-A)
               TO WS-VIO-ID-A.
           MOVE WS-PES-ID-ACAO (WS-POS-PESSOA, WS-SOD-POS-B)
               TO WS-VIO-ID-B.
           PERFORM REGISTRAR-VIOLACAO.

       AVALIAR-CONFLITO-ACAO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    REGISTRAR-VIOLACAO                                       *
      *    Linha no relatorio e excecao severidade 1 (alerta de     *
      *    TESTALRT), uma por regra violada.                        *
      *----------------------------------------------------------*
       REGISTRAR-VIOLACAO.
           MOVE WS-SOD-CONFLITO (WS-IDX-CONFLITO) TO WS-SOD-IDX-REGRA.
           MOVE WS-VIO-TIPO   TO SDV-TIPO.
           MOVE WS-SOD-RGR-FUNCAO-A (WS-SOD-IDX-REGRA)
               TO SDV-FUNCAO-A.
           MOVE WS-SOD-RGR-FUNCAO-B (WS-SOD-IDX-REGRA)
               TO SDV-FUNCAO-B.
           MOVE WS-VIO-PESSOA TO SDV-PESSOA.
           MOVE WS-VIO-ID-A   TO SDV-ID-A.
           MOVE WS-VIO-ID-B   TO SDV-ID-B.
           MOVE WS-SOD-RGR-DESCRICAO (WS-SOD-IDX-REGRA)
               TO SDV-DESCRICAO.
           WRITE REG-RELATORIO-SOD FROM WS-LINHA-SOD.

           ADD 1 TO WS-QTD-VIOLACOES.
           EVALUATE WS-VIO-TIPO
               WHEN 'PERFIL'
                   ADD 1 TO WS-QTD-VIO-PERFIL
               WHEN 'MULTIID'
                   ADD 1 TO WS-QTD-VIO-MULTIID
               WHEN OTHER
                   ADD 1 TO WS-QTD-VIO-ACAO
           END-EVALUATE.

           MOVE 'TESTSODV'            TO WS-EXC-PROGRAMA.
           MOVE 'REGISTRAR-VIOLACAO'  TO WS-EXC-PARAGRAFO.
           MOVE 4                     TO WS-EXC-CODIGO.
           MOVE SPACES                TO WS-EXC-MENSAGEM.
           STRING 'SOD '              DELIMITED BY SIZE
                  WS-VIO-TIPO         DELIMITED BY SPACE
                  ' '                 DELIMITED BY SIZE
                  SDV-FUNCAO-A        DELIMITED BY SPACE
                  '+'                 DELIMITED BY SIZE
                  SDV-FUNCAO-B        DELIMITED BY SPACE
                  ' '                 DELIMITED BY SIZE
                  WS-VIO-ID-A         DELIMITED BY SPACE
               INTO WS-EXC-MENSAGEM
           END-STRING.
           MOVE 1 TO WS-EXC-SEVERIDADE.
           PERFORM GRAVAR-EXCECAO-GERAL.

       REGISTRAR-VIOLACAO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    CARREGAR-REGRAS-CONFLITO / VERIFICAR-CONFLITOS-PERFIL   *
      *    Regras de segregacao de funcoes compartilhadas          *
      *    (SODRPRC), tambem usadas na manutencao TESTOPMT.        *
      *----------------------------------------------------------*
       COPY SODRPRC.

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
