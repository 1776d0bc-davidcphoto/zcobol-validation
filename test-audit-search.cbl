       IDENTIFICATION DIVISION.
       PROGRAM-ID. TESTAUDS.

      *----------------------------------------------------------*
      *    TESTAUDS                                                *
      *    Busca consolidada nas trilhas de auditoria: a partir do *
      *    cartao AUDSCARD.DAT (operador, periodo e/ou chave) le   *
      *    todas as trilhas e imprime em AUDSREL.DAT um unico      *
      *    relatorio em ordem de data e hora:                      *
      *      MNTAUD.DAT   manutencao de COMPLETO.DAT (TESTMNT)     *
      *      EMPAUD.DAT   manutencao de EMPLOYEES (TESTEMNT)       *
      *      TABAUD.DAT   tabelas externas (TESTTMNT/TESTPROM)     *
      *      TPDAUD.DAT   opcoes interativas (TEST-PROTECTED-      *
      *                   DISPLAYS)                                *
      *      SGONAUD.DAT  sign-on e recertificacao (TESTSGON/      *
      *                   TESTRCRT)                                *
      *      INQAUD.DAT   consultas a COMPLETO.DAT (TESTINQ)       *
      *      FICHAUD.DAT  fichas do empregado (TESTFICH)           *
      *    Cada linha traz a trilha de origem, o operador, a acao, *
      *    a chave e, onde a trilha guarda, a imagem ANTES/DEPOIS. *
      *    Linha de MNTAUD ou EMPAUD sem o operador que digitou    *
      *    (feeds de lote) sai como '(LOTE)' e so entra em busca   *
      *    sem filtro de operador. ANTES de inclusao e DEPOIS de   *
      *    exclusao herdam a chave do par, para a busca por chave  *
      *    trazer as duas imagens. Linha de TABAUD promovida traz  *
      *    o promotor no resumo e entra tambem na busca pelo       *
      *    operador que a promoveu. Trilha ausente sai no rodape   *
      *    como NAO DISPONIVEL. Roda sob demanda ou chamado pela   *
      *    tela TESTAUDQ, que grava o cartao e mostra o relatorio. *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CARTAO-BUSCA
               ASSIGN TO "AUDSCARD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CARTAO.

           SELECT OPTIONAL LOG-AUDITORIA-MANUT
               ASSIGN TO "MNTAUD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-TRILHA.

           SELECT OPTIONAL LOG-AUDITORIA-EMP
               ASSIGN TO "EMPAUD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-TRILHA.

           SELECT OPTIONAL LOG-AUDITORIA-TABELAS
               ASSIGN TO "TABAUD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-TRILHA.

           SELECT OPTIONAL LOG-AUDITORIA-STATUS
               ASSIGN TO "TPDAUD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-TRILHA.

           SELECT OPTIONAL LOG-SIGNON
               ASSIGN TO "SGONAUD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-TRILHA.

      *    INQAUD.DAT e FICHAUD.DAT tem o mesmo layout (TESTFICH
      *    acrescenta a visao no fim): um SELECT so, com o nome
      *    trocado entre as duas leituras.
           SELECT OPTIONAL LOG-AUDITORIA-CONSULTA
               ASSIGN TO WS-NOME-ARQ-CONSULTA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-TRILHA.

           SELECT SORT-TRILHAS
               ASSIGN TO "AUDSWORK.DAT".

           SELECT RELATORIO-BUSCA
               ASSIGN TO "AUDSREL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RELATORIO.

           COPY EXCPSEL.

       DATA DIVISION.
       FILE SECTION.
      *    Criterios: em branco = qualquer. Data final em branco
      *    vale a data do run.
       FD  CARTAO-BUSCA.
       01  REG-CARTAO-BUSCA.
           05  AUC-OPERADOR         PIC X(08).
           05  AUC-DATA-INICIO      PIC X(08).
           05  AUC-DATA-INICIO-N REDEFINES AUC-DATA-INICIO
                                    PIC 9(08).
           05  AUC-DATA-FIM         PIC X(08).
           05  AUC-DATA-FIM-N REDEFINES AUC-DATA-FIM
                                    PIC 9(08).
           05  AUC-CHAVE            PIC X(10).
           05  FILLER               PIC X(46).

      *    Linha de MNTAUD.DAT como TESTMNT grava.
       FD  LOG-AUDITORIA-MANUT.
       01  REG-AUDITORIA-MANUT.
           05  MNT-DATA             PIC X(08).
           05  MNT-DATA-N REDEFINES MNT-DATA
                                    PIC 9(08).
           05  FILLER               PIC X(01).
           05  MNT-HORA             PIC 9(08).
           05  FILLER               PIC X(01).
           05  MNT-OPERACAO         PIC X(01).
           05  FILLER               PIC X(01).
           05  MNT-EVENTO           PIC X(10).
           05  FILLER               PIC X(01).
           05  MNT-IMAGEM           PIC X(100).
           05  FILLER               PIC X(01).
           05  MNT-OPERADOR         PIC X(08).
           05  FILLER               PIC X(01).
           05  MNT-APROVADOR        PIC X(08).

      *    Linha de EMPAUD.DAT como TESTEMNT grava.
       FD  LOG-AUDITORIA-EMP.
       01  REG-AUDITORIA-EMP.
           05  EMA-DATA             PIC X(08).
           05  EMA-DATA-N REDEFINES EMA-DATA
                                    PIC 9(08).
           05  FILLER               PIC X(01).
           05  EMA-HORA             PIC 9(08).
           05  FILLER               PIC X(01).
           05  EMA-OPERACAO         PIC X(02).
           05  FILLER               PIC X(01).
           05  EMA-EVENTO           PIC X(06).
           05  FILLER               PIC X(01).
           05  EMA-IMAGEM           PIC X(190).
           05  FILLER               PIC X(03).
           05  EMA-OPERADOR         PIC X(08).

      *    Linha de TABAUD.DAT como TESTTMNT/TESTPROM gravam.
       FD  LOG-AUDITORIA-TABELAS.
       01  REG-AUDITORIA-TAB.
           05  TAB-OPERADOR         PIC X(08).
           05  FILLER               PIC X(01).
           05  TAB-DATA             PIC X(08).
           05  TAB-DATA-N REDEFINES TAB-DATA
                                    PIC 9(08).
           05  FILLER               PIC X(01).
           05  TAB-HORA             PIC 9(08).
           05  FILLER               PIC X(01).
           05  TAB-TABELA           PIC X(01).
           05  FILLER               PIC X(01).
           05  TAB-OPERACAO         PIC X(01).
           05  FILLER               PIC X(01).
           05  TAB-EVENTO           PIC X(06).
           05  FILLER               PIC X(01).
           05  TAB-IMAGEM           PIC X(80).
           05  FILLER               PIC X(01).
      *    Quem autorizou a promocao (TESTPROM); em branco nas
      *    linhas de TESTTMNT.
           05  TAB-PROMOTOR         PIC X(08).
           05  FILLER               PIC X(03).

      *    Linha de TPDAUD.DAT como TEST-PROTECTED-DISPLAYS grava.
       FD  LOG-AUDITORIA-STATUS.
       01  REG-AUDITORIA-STATUS.
           05  TPD-PROGRAMA         PIC X(20).
           05  FILLER               PIC X(01).
           05  TPD-EVENTO           PIC X(18).
           05  FILLER               PIC X(01).
           05  TPD-OPERADOR         PIC X(08).
           05  FILLER               PIC X(01).
           05  TPD-DATA             PIC X(08).
           05  TPD-DATA-N REDEFINES TPD-DATA
                                    PIC 9(08).
           05  FILLER               PIC X(01).
           05  TPD-HORA             PIC 9(08).
           05  FILLER               PIC X(01).
           05  TPD-STATUS           PIC X(01).
           05  FILLER               PIC X(01).
           05  TPD-OPCAO            PIC X(01).

      *    Linha de SGONAUD.DAT como TESTSGON/TESTRCRT gravam.
       FD  LOG-SIGNON.
       01  REG-LOG-SIGNON.
           05  SGN-LOG-OPERADOR     PIC X(08).
           05  FILLER               PIC X(01).
           05  SGN-LOG-FUNCAO       PIC X(08).
           05  FILLER               PIC X(01).
           05  SGN-LOG-DATA         PIC X(08).
           05  SGN-LOG-DATA-N REDEFINES SGN-LOG-DATA
                                    PIC 9(08).
           05  FILLER               PIC X(01).
           05  SGN-LOG-HORA         PIC 9(08).
           05  FILLER               PIC X(01).
           05  SGN-LOG-RESULTADO    PIC X(25).

      *    Linha de INQAUD.DAT (TESTINQ) / FICHAUD.DAT (TESTFICH).
       FD  LOG-AUDITORIA-CONSULTA.
       01  REG-AUDITORIA-CONSULTA.
           05  CNS-OPERADOR         PIC X(08).
           05  FILLER               PIC X(01).
           05  CNS-DATA             PIC X(08).
           05  CNS-DATA-N REDEFINES CNS-DATA
                                    PIC 9(08).
           05  FILLER               PIC X(01).
           05  CNS-HORA             PIC 9(08).
           05  FILLER               PIC X(01).
           05  CNS-COMANDO          PIC X(10).
           05  FILLER               PIC X(01).
           05  CNS-RESULTADO        PIC X(12).
           05  FILLER               PIC X(01).
           05  CNS-VISAO            PIC X(08).
           05  FILLER               PIC X(01).

       SD  SORT-TRILHAS.
       01  REG-SORT-TRILHA.
           05  SRT-DATA             PIC 9(08).
           05  SRT-HORA             PIC 9(08).
           05  SRT-SEQUENCIA        PIC 9(07).
           05  SRT-CONTEUDO         PIC X(283).

       FD  RELATORIO-BUSCA.
       01  REG-RELATORIO-BUSCA      PIC X(132).

       COPY EXCPFD.

       WORKING-STORAGE SECTION.
       COPY EXCPWS.

       01  WS-STATUS-CARTAO         PIC XX.
       01  WS-STATUS-TRILHA         PIC XX.
       01  WS-STATUS-RELATORIO      PIC XX.
       01  WS-EOF-ARQUIVO           PIC X VALUE 'N'.
       01  WS-FIM-SORT              PIC X VALUE 'N'.
       01  WS-NOME-ARQ-CONSULTA     PIC X(12) VALUE SPACES.

       01  WS-DATA-RUN              PIC 9(08).
       01  WS-HORA-RUN              PIC 9(08).

      *    Criterios da busca.
       01  WS-FILTRO-OPERADOR       PIC X(08) VALUE SPACES.
       01  WS-FILTRO-DATA-INICIO    PIC 9(08) VALUE ZEROS.
       01  WS-FILTRO-DATA-FIM       PIC 9(08) VALUE ZEROS.
       01  WS-FILTRO-CHAVE          PIC X(10) VALUE SPACES.

       01  WS-SEQUENCIA             PIC 9(07) VALUE ZEROS.
       01  WS-QTD-ENCONTRADAS       PIC 9(07) VALUE ZEROS.
       01  WS-QTD-FONTES-AUSENTES   PIC 9(02) VALUE ZEROS.

      *    Trilhas lidas, na ordem de leitura, com a contagem de
      *    linhas que atenderam aos criterios.
       01  WS-IDX-FONTE             PIC 9(02) VALUE ZEROS.
       01  WS-TABELA-FONTES.
           05  FILLER               PIC X(12) VALUE 'MNTAUD.DAT'.
           05  FILLER               PIC X(12) VALUE 'EMPAUD.DAT'.
           05  FILLER               PIC X(12) VALUE 'TABAUD.DAT'.
           05  FILLER               PIC X(12) VALUE 'TPDAUD.DAT'.
           05  FILLER               PIC X(12) VALUE 'SGONAUD.DAT'.
           05  FILLER               PIC X(12) VALUE 'INQAUD.DAT'.
           05  FILLER               PIC X(12) VALUE 'FICHAUD.DAT'.
       01  WS-TABELA-FONTES-R REDEFINES WS-TABELA-FONTES.
           05  WS-FONTE-ARQUIVO OCCURS 7 TIMES PIC X(12).
       01  WS-TABELA-CONTAGENS.
           05  WS-FONTE-CONTAGEM OCCURS 7 TIMES.
               10  WS-FONTE-QTD       PIC 9(07).
               10  WS-FONTE-SITUACAO  PIC X(14).

      *    Linha normalizada de qualquer trilha (o conteudo do
      *    registro de SORT). WS-PENDENTE guarda a imagem ANTES ate
      *    chegar o DEPOIS do mesmo par.
       01  WS-CANDIDATO.
           05  CND-DATA             PIC 9(08).
           05  CND-HORA             PIC 9(08).
           05  CND-CONTEUDO.
               10  CND-ORIGEM       PIC X(08).
               10  CND-OPERADOR     PIC X(08).
               10  CND-ACAO         PIC X(18).
               10  CND-CHAVE        PIC X(10).
               10  CND-EVENTO       PIC X(09).
               10  CND-RESUMO       PIC X(40).
               10  CND-IMAGEM       PIC X(190).

       01  WS-TEM-PENDENTE          PIC X VALUE 'N'.
       01  WS-PENDENTE.
           05  PND-DATA             PIC 9(08).
           05  PND-HORA             PIC 9(08).
           05  PND-CONTEUDO.
               10  PND-ORIGEM       PIC X(08).
               10  PND-OPERADOR     PIC X(08).
               10  PND-ACAO         PIC X(18).
               10  PND-CHAVE        PIC X(10).
               10  PND-EVENTO       PIC X(09).
               10  PND-RESUMO       PIC X(40).
               10  PND-IMAGEM       PIC X(190).
       01  WS-CANDIDATO-SALVO       PIC X(299).

      *    Tamanho da chave no inicio da imagem de cada tabela de
      *    TESTTMNT (1 CTLTABF, 2 STATTABF, 3 DECMTRXF, 4 REFTAB).
       01  WS-TAMANHOS-CHAVE-TAB.
           05  FILLER               PIC 9(02) VALUE 05.
           05  FILLER               PIC 9(02) VALUE 01.
           05  FILLER               PIC 9(02) VALUE 04.
           05  FILLER               PIC 9(02) VALUE 10.
       01  WS-TAMANHOS-CHAVE-TAB-R REDEFINES WS-TAMANHOS-CHAVE-TAB.
           05  WS-TAM-CHAVE-TAB OCCURS 4 TIMES PIC 9(02).
       01  WS-IDX-TABELA            PIC 9(01) VALUE ZEROS.

       01  WS-LINHA-BRANCA          PIC X(01) VALUE SPACE.
       01  WS-LINHA-SEPARADORA      PIC X(132) VALUE ALL '='.

       01  WS-LINHA-TITULO          PIC X(60) VALUE
           'BUSCA CONSOLIDADA NAS TRILHAS DE AUDITORIA'.

       01  WS-LINHA-CRITERIOS.
           05  FILLER               PIC X(10) VALUE 'OPERADOR: '.
           05  CRT-OPERADOR         PIC X(08).
           05  FILLER               PIC X(12) VALUE '   PERIODO: '.
           05  CRT-DATA-INICIO      PIC 9(08).
           05  FILLER               PIC X(03) VALUE ' A '.
           05  CRT-DATA-FIM         PIC 9(08).
           05  FILLER               PIC X(10) VALUE '   CHAVE: '.
           05  CRT-CHAVE            PIC X(10).
           05  FILLER               PIC X(12) VALUE '   EMISSAO: '.
           05  CRT-DATA-EMISSAO     PIC 9(08).

       01  WS-LINHA-NOTA-LOTE.
           05  FILLER               PIC X(42) VALUE
               'MNTAUD/EMPAUD SEM OPERADOR SAO DE LOTE (LO'.
           05  FILLER               PIC X(42) VALUE
               'TE) - SO ENTRAM SEM FILTRO DE OPERADOR'.

       01  WS-LINHA-COLUNAS.
           05  FILLER               PIC X(18) VALUE
               'DATA     HORA    '.
           05  FILLER               PIC X(18) VALUE
               'TRILHA   OPERADOR '.
           05  FILLER               PIC X(19) VALUE 'ACAO'.
           05  FILLER               PIC X(11) VALUE 'CHAVE'.
           05  FILLER               PIC X(10) VALUE 'EVENTO'.
           05  FILLER               PIC X(40) VALUE 'DETALHE'.

       01  WS-LINHA-DETALHE.
           05  DET-DATA             PIC 9(08).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  DET-HORA             PIC 9(08).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  DET-ORIGEM           PIC X(08).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  DET-OPERADOR         PIC X(08).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  DET-ACAO             PIC X(18).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  DET-CHAVE            PIC X(10).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  DET-EVENTO           PIC X(09).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  DET-RESUMO           PIC X(40).

      *    Imagem ANTES/DEPOIS em ate duas linhas de 110.
       01  WS-LINHA-IMAGEM.
           05  FILLER               PIC X(18) VALUE SPACES.
           05  IMG-ROTULO           PIC X(04).
           05  IMG-TRECHO           PIC X(110).

       01  WS-LINHA-SEM-REGISTRO    PIC X(50) VALUE
           '  NENHUM REGISTRO ATENDE AOS CRITERIOS'.

       01  WS-LINHA-FONTE.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  FNL-ARQUIVO          PIC X(12).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  FNL-QTD              PIC ZZZ,ZZ9.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  FNL-SITUACAO         PIC X(14).

       01  WS-LINHA-TOTAL.
           05  FILLER               PIC X(33) VALUE
               'TOTAL DE REGISTROS LOCALIZADOS: '.
           05  TOT-REGISTROS        PIC Z,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 0 TO RETURN-CODE.
           ACCEPT WS-DATA-RUN FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-RUN FROM TIME.

           PERFORM LER-CARTAO-BUSCA THRU
                   LER-CARTAO-BUSCA-EXIT.
           IF RETURN-CODE > 4
               GOBACK
           END-IF.

           OPEN OUTPUT RELATORIO-BUSCA.
           IF WS-STATUS-RELATORIO NOT = '00'
               DISPLAY 'TESTAUDS ERRO AO ABRIR AUDSREL.DAT: '
                       WS-STATUS-RELATORIO
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM IMPRIMIR-CABECALHO.

           SORT SORT-TRILHAS
               ON ASCENDING KEY SRT-DATA
                                SRT-HORA
                                SRT-SEQUENCIA
               INPUT PROCEDURE IS LIBERAR-TRILHAS THRU
                                  LIBERAR-TRILHAS-EXIT
               OUTPUT PROCEDURE IS IMPRIMIR-TRILHAS THRU
                                   IMPRIMIR-TRILHAS-EXIT.

           PERFORM IMPRIMIR-RODAPE.
           CLOSE RELATORIO-BUSCA.

           DISPLAY 'TESTAUDS REGISTROS LOCALIZADOS..: '
                   WS-QTD-ENCONTRADAS.
           DISPLAY 'TESTAUDS TRILHAS NAO DISPONIVEIS: '
                   WS-QTD-FONTES-AUSENTES.
           GOBACK.

      *----------------------------------------------------------*
      *    LER-CARTAO-BUSCA                                         *
      *    Pelo menos um criterio e obrigatorio - busca sem nenhum  *
      *    despejaria todas as trilhas. Datas nao numericas ou      *
      *    periodo invertido sao recusados.                         *
      *----------------------------------------------------------*
       LER-CARTAO-BUSCA.
           OPEN INPUT CARTAO-BUSCA.
           IF WS-STATUS-CARTAO NOT = '00'
               CLOSE CARTAO-BUSCA
               MOVE 'CARTAO AUDSCARD.DAT AUSENTE' TO WS-EXC-MENSAGEM
               GO TO LER-CARTAO-BUSCA-ERRO
           END-IF.
           READ CARTAO-BUSCA
               AT END
                   MOVE SPACES TO REG-CARTAO-BUSCA
           END-READ.
           CLOSE CARTAO-BUSCA.

           IF AUC-OPERADOR = SPACES
                  AND AUC-DATA-INICIO = SPACES
                  AND AUC-DATA-FIM = SPACES
                  AND AUC-CHAVE = SPACES
               MOVE 'NENHUM CRITERIO NO CARTAO DE BUSCA'
                   TO WS-EXC-MENSAGEM
               GO TO LER-CARTAO-BUSCA-ERRO
           END-IF.
           MOVE AUC-OPERADOR TO WS-FILTRO-OPERADOR.
           MOVE AUC-CHAVE    TO WS-FILTRO-CHAVE.

           IF AUC-DATA-INICIO = SPACES
               MOVE ZEROS TO WS-FILTRO-DATA-INICIO
           ELSE
               IF AUC-DATA-INICIO IS NOT NUMERIC
                   MOVE 'DATA INICIAL INVALIDA NO CARTAO'
                       TO WS-EXC-MENSAGEM
                   GO TO LER-CARTAO-BUSCA-ERRO
               END-IF
               MOVE AUC-DATA-INICIO-N TO WS-FILTRO-DATA-INICIO
           END-IF.
           IF AUC-DATA-FIM = SPACES
               MOVE WS-DATA-RUN TO WS-FILTRO-DATA-FIM
           ELSE
               IF AUC-DATA-FIM IS NOT NUMERIC
                   MOVE 'DATA FINAL INVALIDA NO CARTAO'
                       TO WS-EXC-MENSAGEM
                   GO TO LER-CARTAO-BUSCA-ERRO
               END-IF
               MOVE AUC-DATA-FIM-N TO WS-FILTRO-DATA-FIM
           END-IF.
           IF WS-FILTRO-DATA-INICIO > WS-FILTRO-DATA-FIM
               MOVE 'PERIODO INVERTIDO NO CARTAO DE BUSCA'
                   TO WS-EXC-MENSAGEM
               GO TO LER-CARTAO-BUSCA-ERRO
           END-IF.
           GO TO LER-CARTAO-BUSCA-EXIT.

       LER-CARTAO-BUSCA-ERRO.
           DISPLAY 'TESTAUDS ' WS-EXC-MENSAGEM.
           MOVE 'TESTAUDS'          TO WS-EXC-PROGRAMA.
           MOVE 'LER-CARTAO-BUSCA'  TO WS-EXC-PARAGRAFO.
           MOVE 8                   TO WS-EXC-CODIGO.
           MOVE 2                   TO WS-EXC-SEVERIDADE.
           PERFORM GRAVAR-EXCECAO-GERAL.
           MOVE 8 TO RETURN-CODE.

       LER-CARTAO-BUSCA-EXIT.
           EXIT.

       IMPRIMIR-CABECALHO.
           WRITE REG-RELATORIO-BUSCA FROM WS-LINHA-TITULO.
           IF WS-FILTRO-OPERADOR = SPACES
               MOVE '(TODOS)' TO CRT-OPERADOR
           ELSE
               MOVE WS-FILTRO-OPERADOR TO CRT-OPERADOR
           END-IF.
           MOVE WS-FILTRO-DATA-INICIO TO CRT-DATA-INICIO.
           MOVE WS-FILTRO-DATA-FIM    TO CRT-DATA-FIM.
           IF WS-FILTRO-CHAVE = SPACES
               MOVE '(TODAS)' TO CRT-CHAVE
           ELSE
               MOVE WS-FILTRO-CHAVE TO CRT-CHAVE
           END-IF.
           MOVE WS-DATA-RUN TO CRT-DATA-EMISSAO.
           WRITE REG-RELATORIO-BUSCA FROM WS-LINHA-CRITERIOS.
           WRITE REG-RELATORIO-BUSCA FROM WS-LINHA-NOTA-LOTE.
           WRITE REG-RELATORIO-BUSCA FROM WS-LINHA-SEPARADORA.
           WRITE REG-RELATORIO-BUSCA FROM WS-LINHA-COLUNAS.
           WRITE REG-RELATORIO-BUSCA FROM WS-LINHA-BRANCA.

       IMPRIMIR-CABECALHO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    LIBERAR-TRILHAS                                          *
      *    INPUT PROCEDURE do SORT: le cada trilha, normaliza a     *
      *    linha em WS-CANDIDATO e libera as que atendem aos        *
      *    criterios. A sequencia de leitura desempata linhas do    *
      *    mesmo instante (ANTES sempre antes do DEPOIS).           *
      *----------------------------------------------------------*
       LIBERAR-TRILHAS.
           PERFORM LIBERAR-MNTAUD THRU LIBERAR-MNTAUD-EXIT.
           PERFORM LIBERAR-EMPAUD THRU LIBERAR-EMPAUD-EXIT.
           PERFORM LIBERAR-TABAUD THRU LIBERAR-TABAUD-EXIT.
           PERFORM LIBERAR-TPDAUD THRU LIBERAR-TPDAUD-EXIT.
           PERFORM LIBERAR-SGONAUD THRU LIBERAR-SGONAUD-EXIT.
           MOVE 6 TO WS-IDX-FONTE.
           MOVE 'INQAUD.DAT'  TO WS-NOME-ARQ-CONSULTA.
           PERFORM LIBERAR-CONSULTAS THRU LIBERAR-CONSULTAS-EXIT.
           MOVE 7 TO WS-IDX-FONTE.
           MOVE 'FICHAUD.DAT' TO WS-NOME-ARQ-CONSULTA.
           PERFORM LIBERAR-CONSULTAS THRU LIBERAR-CONSULTAS-EXIT.

       LIBERAR-TRILHAS-EXIT.
           EXIT.

       INICIAR-FONTE.
           MOVE ZEROS  TO WS-FONTE-QTD (WS-IDX-FONTE).
           MOVE 'LIDO' TO WS-FONTE-SITUACAO (WS-IDX-FONTE).
           MOVE 'N'    TO WS-EOF-ARQUIVO.
           MOVE 'N'    TO WS-TEM-PENDENTE.

       INICIAR-FONTE-EXIT.
           EXIT.

       FONTE-NAO-DISPONIVEL.
           MOVE 'NAO DISPONIVEL' TO WS-FONTE-SITUACAO (WS-IDX-FONTE).
           ADD 1 TO WS-QTD-FONTES-AUSENTES.

       FONTE-NAO-DISPONIVEL-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    TRATAR-PAR-IMAGENS                                       *
      *    Trilhas com imagem ANTES/DEPOIS (MNTAUD, EMPAUD,         *
      *    TABAUD): o ANTES espera o DEPOIS seguinte para que os    *
      *    dois compartilhem a chave - em inclusao o ANTES e vazio  *
      *    e em exclusao fisica o DEPOIS pode vir vazio. Qualquer   *
      *    outra linha descarrega o ANTES que ficou sem par.        *
      *----------------------------------------------------------*
       TRATAR-PAR-IMAGENS.
           EVALUATE TRUE
               WHEN CND-EVENTO = 'ANTES'
                   PERFORM DESCARREGAR-PENDENTE
                   MOVE WS-CANDIDATO TO WS-PENDENTE
                   MOVE 'S' TO WS-TEM-PENDENTE
               WHEN CND-EVENTO = 'DEPOIS' AND WS-TEM-PENDENTE = 'S'
                   IF PND-CHAVE = SPACES
                       MOVE CND-CHAVE TO PND-CHAVE
                   END-IF
                   IF CND-CHAVE = SPACES
                       MOVE PND-CHAVE TO CND-CHAVE
                   END-IF
                   PERFORM DESCARREGAR-PENDENTE
                   PERFORM FILTRAR-E-LIBERAR THRU
                           FILTRAR-E-LIBERAR-EXIT
               WHEN OTHER
                   PERFORM DESCARREGAR-PENDENTE
                   PERFORM FILTRAR-E-LIBERAR THRU
                           FILTRAR-E-LIBERAR-EXIT
           END-EVALUATE.

       TRATAR-PAR-IMAGENS-EXIT.
           EXIT.

       DESCARREGAR-PENDENTE.
           IF WS-TEM-PENDENTE = 'S'
               MOVE WS-CANDIDATO TO WS-CANDIDATO-SALVO
               MOVE WS-PENDENTE  TO WS-CANDIDATO
               PERFORM FILTRAR-E-LIBERAR THRU
                       FILTRAR-E-LIBERAR-EXIT
               MOVE WS-CANDIDATO-SALVO TO WS-CANDIDATO
               MOVE 'N' TO WS-TEM-PENDENTE
           END-IF.

       DESCARREGAR-PENDENTE-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    FILTRAR-E-LIBERAR                                        *
      *    Aplica operador, periodo e chave e libera para o SORT.   *
      *----------------------------------------------------------*
       FILTRAR-E-LIBERAR.
           IF WS-FILTRO-OPERADOR NOT = SPACES
                  AND CND-OPERADOR NOT = WS-FILTRO-OPERADOR
                  AND (CND-ORIGEM NOT = 'TABAUD'
                   OR CND-RESUMO (1:14) NOT = 'PROMOVIDO POR '
                   OR CND-RESUMO (15:8) NOT = WS-FILTRO-OPERADOR)
               GO TO FILTRAR-E-LIBERAR-EXIT
           END-IF.
           IF CND-DATA < WS-FILTRO-DATA-INICIO
                  OR CND-DATA > WS-FILTRO-DATA-FIM
               GO TO FILTRAR-E-LIBERAR-EXIT
           END-IF.
           IF WS-FILTRO-CHAVE NOT = SPACES
                  AND CND-CHAVE NOT = WS-FILTRO-CHAVE
               GO TO FILTRAR-E-LIBERAR-EXIT
           END-IF.
           ADD 1 TO WS-SEQUENCIA.
           ADD 1 TO WS-FONTE-QTD (WS-IDX-FONTE).
           MOVE CND-DATA     TO SRT-DATA.
           MOVE CND-HORA     TO SRT-HORA.
           MOVE WS-SEQUENCIA TO SRT-SEQUENCIA.
           MOVE CND-CONTEUDO TO SRT-CONTEUDO.
           RELEASE REG-SORT-TRILHA.

       FILTRAR-E-LIBERAR-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    LIBERAR-MNTAUD                                           *
      *    Chave de COMPLETO.DAT no inicio da imagem; na linha      *
      *    REJEITADA a imagem e a transacao (operacao + chave).     *
      *----------------------------------------------------------*
       LIBERAR-MNTAUD.
           MOVE 1 TO WS-IDX-FONTE.
           PERFORM INICIAR-FONTE.
           OPEN INPUT LOG-AUDITORIA-MANUT.
           IF WS-STATUS-TRILHA NOT = '00'
               CLOSE LOG-AUDITORIA-MANUT
               PERFORM FONTE-NAO-DISPONIVEL
               GO TO LIBERAR-MNTAUD-EXIT
           END-IF.
           PERFORM LER-MNTAUD UNTIL WS-EOF-ARQUIVO = 'S'.
           PERFORM DESCARREGAR-PENDENTE.
           CLOSE LOG-AUDITORIA-MANUT.

       LIBERAR-MNTAUD-EXIT.
           EXIT.

       LER-MNTAUD.
           READ LOG-AUDITORIA-MANUT
               AT END
                   MOVE 'S' TO WS-EOF-ARQUIVO
               NOT AT END
                   IF MNT-DATA IS NUMERIC
                       PERFORM NORMALIZAR-MNTAUD
                       PERFORM TRATAR-PAR-IMAGENS THRU
                               TRATAR-PAR-IMAGENS-EXIT
                   END-IF
           END-READ.

       LER-MNTAUD-EXIT.
           EXIT.

       NORMALIZAR-MNTAUD.
           MOVE SPACES        TO CND-CONTEUDO.
           MOVE MNT-DATA-N    TO CND-DATA.
           MOVE MNT-HORA      TO CND-HORA.
           MOVE 'MNTAUD'      TO CND-ORIGEM.
           IF MNT-OPERADOR = SPACES
               MOVE '(LOTE)'      TO CND-OPERADOR
           ELSE
               MOVE MNT-OPERADOR  TO CND-OPERADOR
           END-IF.
           EVALUATE MNT-OPERACAO
               WHEN 'I'
                   MOVE 'INCLUSAO'  TO CND-ACAO
               WHEN 'A'
                   MOVE 'ALTERACAO' TO CND-ACAO
               WHEN 'E'
                   MOVE 'EXCLUSAO'  TO CND-ACAO
               WHEN OTHER
                   MOVE 'OPERACAO ' TO CND-ACAO
                   MOVE MNT-OPERACAO TO CND-ACAO (10:1)
           END-EVALUATE.
           MOVE MNT-EVENTO    TO CND-EVENTO.
           IF MNT-EVENTO = 'REJEITADA'
               MOVE MNT-IMAGEM (2:10) TO CND-CHAVE
           ELSE
               MOVE MNT-IMAGEM (1:10) TO CND-CHAVE
           END-IF.
           MOVE MNT-IMAGEM    TO CND-IMAGEM.
           IF MNT-IMAGEM = SPACES
               MOVE '(IMAGEM VAZIA)' TO CND-RESUMO
           END-IF.

       NORMALIZAR-MNTAUD-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    LIBERAR-EMPAUD                                           *
      *    Matricula nos 5 primeiros bytes da imagem de EMPLOYEES.  *
      *----------------------------------------------------------*
       LIBERAR-EMPAUD.
           MOVE 2 TO WS-IDX-FONTE.
           PERFORM INICIAR-FONTE.
           OPEN INPUT LOG-AUDITORIA-EMP.
           IF WS-STATUS-TRILHA NOT = '00'
               CLOSE LOG-AUDITORIA-EMP
               PERFORM FONTE-NAO-DISPONIVEL
               GO TO LIBERAR-EMPAUD-EXIT
           END-IF.
           PERFORM LER-EMPAUD UNTIL WS-EOF-ARQUIVO = 'S'.
           PERFORM DESCARREGAR-PENDENTE.
           CLOSE LOG-AUDITORIA-EMP.

       LIBERAR-EMPAUD-EXIT.
           EXIT.

       LER-EMPAUD.
           READ LOG-AUDITORIA-EMP
               AT END
                   MOVE 'S' TO WS-EOF-ARQUIVO
               NOT AT END
                   IF EMA-DATA IS NUMERIC
                       PERFORM NORMALIZAR-EMPAUD
                       PERFORM TRATAR-PAR-IMAGENS THRU
                               TRATAR-PAR-IMAGENS-EXIT
                   END-IF
           END-READ.

       LER-EMPAUD-EXIT.
           EXIT.

       NORMALIZAR-EMPAUD.
           MOVE SPACES        TO CND-CONTEUDO.
           MOVE EMA-DATA-N    TO CND-DATA.
           MOVE EMA-HORA      TO CND-HORA.
           MOVE 'EMPAUD'      TO CND-ORIGEM.
           IF EMA-OPERADOR = SPACES
               MOVE '(LOTE)'      TO CND-OPERADOR
           ELSE
               MOVE EMA-OPERADOR  TO CND-OPERADOR
           END-IF.
           EVALUATE EMA-OPERACAO
               WHEN 'AD'
                   MOVE 'ADMISSAO'      TO CND-ACAO
               WHEN 'SA'
                   MOVE 'SALARIO'       TO CND-ACAO
               WHEN 'TR'
                   MOVE 'TRANSFERENCIA' TO CND-ACAO
               WHEN 'CT'
                   MOVE 'CONTA'         TO CND-ACAO
               WHEN 'DE'
                   MOVE 'DESATIVACAO'   TO CND-ACAO
               WHEN 'CG'
                   MOVE 'CARGO'         TO CND-ACAO
               WHEN 'PX'
                   MOVE 'CHAVE PIX'     TO CND-ACAO
               WHEN OTHER
                   MOVE 'TIPO '         TO CND-ACAO
                   MOVE EMA-OPERACAO    TO CND-ACAO (6:2)
           END-EVALUATE.
           MOVE EMA-EVENTO    TO CND-EVENTO.
           MOVE EMA-IMAGEM (1:5) TO CND-CHAVE.
           MOVE EMA-IMAGEM    TO CND-IMAGEM.
           IF EMA-IMAGEM = SPACES
               MOVE '(IMAGEM VAZIA)' TO CND-RESUMO
           END-IF.

       NORMALIZAR-EMPAUD-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    LIBERAR-TABAUD                                           *
      *    A chave ocupa o inicio da imagem, com o tamanho da       *
      *    tabela mudada.                                           *
      *----------------------------------------------------------*
       LIBERAR-TABAUD.
           MOVE 3 TO WS-IDX-FONTE.
           PERFORM INICIAR-FONTE.
           OPEN INPUT LOG-AUDITORIA-TABELAS.
           IF WS-STATUS-TRILHA NOT = '00'
               CLOSE LOG-AUDITORIA-TABELAS
               PERFORM FONTE-NAO-DISPONIVEL
               GO TO LIBERAR-TABAUD-EXIT
           END-IF.
           PERFORM LER-TABAUD UNTIL WS-EOF-ARQUIVO = 'S'.
           PERFORM DESCARREGAR-PENDENTE.
           CLOSE LOG-AUDITORIA-TABELAS.

       LIBERAR-TABAUD-EXIT.
           EXIT.

       LER-TABAUD.
           READ LOG-AUDITORIA-TABELAS
               AT END
                   MOVE 'S' TO WS-EOF-ARQUIVO
               NOT AT END
                   IF TAB-DATA IS NUMERIC
                       PERFORM NORMALIZAR-TABAUD
                       PERFORM TRATAR-PAR-IMAGENS THRU
                               TRATAR-PAR-IMAGENS-EXIT
                   END-IF
           END-READ.

       LER-TABAUD-EXIT.
           EXIT.

       NORMALIZAR-TABAUD.
           MOVE SPACES        TO CND-CONTEUDO.
           MOVE TAB-DATA-N    TO CND-DATA.
           MOVE TAB-HORA      TO CND-HORA.
           MOVE 'TABAUD'      TO CND-ORIGEM.
           MOVE TAB-OPERADOR  TO CND-OPERADOR.
           EVALUATE TAB-OPERACAO
               WHEN 'I'
                   MOVE 'INCLUI'  TO CND-ACAO (10:9)
               WHEN 'A'
                   MOVE 'ALTERA'  TO CND-ACAO (10:9)
               WHEN 'E'
                   MOVE 'EXCLUI'  TO CND-ACAO (10:9)
               WHEN OTHER
                   MOVE TAB-OPERACAO TO CND-ACAO (10:9)
           END-EVALUATE.
           MOVE 'TABELA '     TO CND-ACAO (1:7).
           MOVE TAB-TABELA    TO CND-ACAO (8:1).
           MOVE TAB-EVENTO    TO CND-EVENTO.
           IF TAB-TABELA >= '1' AND TAB-TABELA <= '4'
               MOVE TAB-TABELA TO WS-IDX-TABELA
               MOVE TAB-IMAGEM (1:WS-TAM-CHAVE-TAB (WS-IDX-TABELA))
                   TO CND-CHAVE
           END-IF.
           MOVE TAB-IMAGEM    TO CND-IMAGEM.
      *    Linha de promocao sai com quem autorizou, e a busca por
      *    operador tambem a encontra pelo promotor.
           IF TAB-PROMOTOR NOT = SPACES
               MOVE 'PROMOVIDO POR ' TO CND-RESUMO (1:14)
               MOVE TAB-PROMOTOR     TO CND-RESUMO (15:8)
           END-IF.
           IF TAB-IMAGEM = SPACES
               MOVE '(IMAGEM VAZIA)' TO CND-RESUMO (24:14)
           END-IF.

       NORMALIZAR-TABAUD-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    LIBERAR-TPDAUD                                           *
      *    Evento de opcao interativa, com status e opcao.          *
      *----------------------------------------------------------*
       LIBERAR-TPDAUD.
           MOVE 4 TO WS-IDX-FONTE.
           PERFORM INICIAR-FONTE.
           OPEN INPUT LOG-AUDITORIA-STATUS.
           IF WS-STATUS-TRILHA NOT = '00'
               CLOSE LOG-AUDITORIA-STATUS
               PERFORM FONTE-NAO-DISPONIVEL
               GO TO LIBERAR-TPDAUD-EXIT
           END-IF.
           PERFORM LER-TPDAUD UNTIL WS-EOF-ARQUIVO = 'S'.
           CLOSE LOG-AUDITORIA-STATUS.

       LIBERAR-TPDAUD-EXIT.
           EXIT.

       LER-TPDAUD.
           READ LOG-AUDITORIA-STATUS
               AT END
                   MOVE 'S' TO WS-EOF-ARQUIVO
               NOT AT END
                   IF TPD-DATA IS NUMERIC
                       PERFORM NORMALIZAR-TPDAUD
                       PERFORM FILTRAR-E-LIBERAR THRU
                               FILTRAR-E-LIBERAR-EXIT
                   END-IF
           END-READ.

       LER-TPDAUD-EXIT.
           EXIT.

       NORMALIZAR-TPDAUD.
           MOVE SPACES        TO CND-CONTEUDO.
           MOVE TPD-DATA-N    TO CND-DATA.
           MOVE TPD-HORA      TO CND-HORA.
           MOVE 'TPDAUD'      TO CND-ORIGEM.
           MOVE TPD-OPERADOR  TO CND-OPERADOR.
           MOVE TPD-EVENTO    TO CND-ACAO.
           STRING 'STATUS ' TPD-STATUS ' OPCAO ' TPD-OPCAO
                  ' ' TPD-PROGRAMA
               DELIMITED BY SIZE
               INTO CND-RESUMO
           END-STRING.

       NORMALIZAR-TPDAUD-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    LIBERAR-SGONAUD                                          *
      *    Sign-on autorizado ou recusado (com o motivo) e as       *
      *    desativacoes da recertificacao.                          *
      *----------------------------------------------------------*
       LIBERAR-SGONAUD.
           MOVE 5 TO WS-IDX-FONTE.
           PERFORM INICIAR-FONTE.
           OPEN INPUT LOG-SIGNON.
           IF WS-STATUS-TRILHA NOT = '00'
               CLOSE LOG-SIGNON
               PERFORM FONTE-NAO-DISPONIVEL
               GO TO LIBERAR-SGONAUD-EXIT
           END-IF.
           PERFORM LER-SGONAUD UNTIL WS-EOF-ARQUIVO = 'S'.
           CLOSE LOG-SIGNON.

       LIBERAR-SGONAUD-EXIT.
           EXIT.

       LER-SGONAUD.
           READ LOG-SIGNON
               AT END
                   MOVE 'S' TO WS-EOF-ARQUIVO
               NOT AT END
                   IF SGN-LOG-DATA IS NUMERIC
                       PERFORM NORMALIZAR-SGONAUD
                       PERFORM FILTRAR-E-LIBERAR THRU
                               FILTRAR-E-LIBERAR-EXIT
                   END-IF
           END-READ.

       LER-SGONAUD-EXIT.
           EXIT.

       NORMALIZAR-SGONAUD.
           MOVE SPACES           TO CND-CONTEUDO.
           MOVE SGN-LOG-DATA-N   TO CND-DATA.
           MOVE SGN-LOG-HORA     TO CND-HORA.
           MOVE 'SGONAUD'        TO CND-ORIGEM.
           MOVE SGN-LOG-OPERADOR TO CND-OPERADOR.
           MOVE 'SIGN-ON '       TO CND-ACAO.
           MOVE SGN-LOG-FUNCAO   TO CND-ACAO (9:8).
           MOVE SGN-LOG-RESULTADO TO CND-RESUMO.

       NORMALIZAR-SGONAUD-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    LIBERAR-CONSULTAS                                        *
      *    INQAUD.DAT ou FICHAUD.DAT (WS-NOME-ARQ-CONSULTA): a      *
      *    chave consultada e o resultado; na ficha, tambem a       *
      *    visao exibida (COMPLETA/MASCARA).                        *
      *----------------------------------------------------------*
       LIBERAR-CONSULTAS.
           PERFORM INICIAR-FONTE.
           OPEN INPUT LOG-AUDITORIA-CONSULTA.
           IF WS-STATUS-TRILHA NOT = '00'
               CLOSE LOG-AUDITORIA-CONSULTA
               PERFORM FONTE-NAO-DISPONIVEL
               GO TO LIBERAR-CONSULTAS-EXIT
           END-IF.
           PERFORM LER-CONSULTA UNTIL WS-EOF-ARQUIVO = 'S'.
           CLOSE LOG-AUDITORIA-CONSULTA.

       LIBERAR-CONSULTAS-EXIT.
           EXIT.

       LER-CONSULTA.
           MOVE SPACES TO REG-AUDITORIA-CONSULTA.
           READ LOG-AUDITORIA-CONSULTA
               AT END
                   MOVE 'S' TO WS-EOF-ARQUIVO
               NOT AT END
                   IF CNS-DATA IS NUMERIC
                       PERFORM NORMALIZAR-CONSULTA
                       PERFORM FILTRAR-E-LIBERAR THRU
                               FILTRAR-E-LIBERAR-EXIT
                   END-IF
           END-READ.

       LER-CONSULTA-EXIT.
           EXIT.

       NORMALIZAR-CONSULTA.
           MOVE SPACES        TO CND-CONTEUDO.
           MOVE CNS-DATA-N    TO CND-DATA.
           MOVE CNS-HORA      TO CND-HORA.
           MOVE CNS-OPERADOR  TO CND-OPERADOR.
           IF WS-IDX-FONTE = 7
               MOVE 'FICHAUD'  TO CND-ORIGEM
               MOVE 'FICHA'    TO CND-ACAO
           ELSE
               MOVE 'INQAUD'   TO CND-ORIGEM
               MOVE 'CONSULTA' TO CND-ACAO
           END-IF.
           MOVE CNS-COMANDO   TO CND-CHAVE.
           STRING CNS-RESULTADO ' ' CNS-VISAO
               DELIMITED BY SIZE
               INTO CND-RESUMO
           END-STRING.

       NORMALIZAR-CONSULTA-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    IMPRIMIR-TRILHAS                                         *
      *    OUTPUT PROCEDURE do SORT: uma linha por registro e, onde *
      *    a trilha guarda imagem, a imagem em ate duas linhas.     *
      *----------------------------------------------------------*
       IMPRIMIR-TRILHAS.
           MOVE 'N' TO WS-FIM-SORT.
           PERFORM RECEBER-TRILHA UNTIL WS-FIM-SORT = 'S'.
           IF WS-QTD-ENCONTRADAS = ZEROS
               WRITE REG-RELATORIO-BUSCA FROM WS-LINHA-SEM-REGISTRO
           END-IF.

       IMPRIMIR-TRILHAS-EXIT.
           EXIT.

       RECEBER-TRILHA.
           RETURN SORT-TRILHAS
               AT END
                   MOVE 'S' TO WS-FIM-SORT
               NOT AT END
                   PERFORM IMPRIMIR-LINHA-TRILHA
           END-RETURN.

       RECEBER-TRILHA-EXIT.
           EXIT.

       IMPRIMIR-LINHA-TRILHA.
           ADD 1 TO WS-QTD-ENCONTRADAS.
           MOVE SRT-DATA     TO CND-DATA.
           MOVE SRT-HORA     TO CND-HORA.
           MOVE SRT-CONTEUDO TO CND-CONTEUDO.
           MOVE CND-DATA     TO DET-DATA.
           MOVE CND-HORA     TO DET-HORA.
           MOVE CND-ORIGEM   TO DET-ORIGEM.
           MOVE CND-OPERADOR TO DET-OPERADOR.
           MOVE CND-ACAO     TO DET-ACAO.
           MOVE CND-CHAVE    TO DET-CHAVE.
           MOVE CND-EVENTO   TO DET-EVENTO.
           MOVE CND-RESUMO   TO DET-RESUMO.
           WRITE REG-RELATORIO-BUSCA FROM WS-LINHA-DETALHE.
           IF CND-IMAGEM NOT = SPACES
               MOVE 'IMG:' TO IMG-ROTULO
               MOVE CND-IMAGEM (1:110) TO IMG-TRECHO
               WRITE REG-RELATORIO-BUSCA FROM WS-LINHA-IMAGEM
               IF CND-IMAGEM (111:80) NOT = SPACES
                   MOVE SPACES TO IMG-ROTULO
                   MOVE CND-IMAGEM (111:80) TO IMG-TRECHO
                   WRITE REG-RELATORIO-BUSCA FROM WS-LINHA-IMAGEM
               END-IF
           END-IF.

       IMPRIMIR-LINHA-TRILHA-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    IMPRIMIR-RODAPE                                          *
      *    Contagem por trilha e as que nao puderam ser lidas.      *
      *----------------------------------------------------------*
       IMPRIMIR-RODAPE.
           WRITE REG-RELATORIO-BUSCA FROM WS-LINHA-BRANCA.
           WRITE REG-RELATORIO-BUSCA FROM WS-LINHA-SEPARADORA.
           PERFORM IMPRIMIR-LINHA-FONTE
               VARYING WS-IDX-FONTE FROM 1 BY 1
               UNTIL WS-IDX-FONTE > 7.
           MOVE WS-QTD-ENCONTRADAS TO TOT-REGISTROS.
           WRITE REG-RELATORIO-BUSCA FROM WS-LINHA-TOTAL.

       IMPRIMIR-RODAPE-EXIT.
           EXIT.

       IMPRIMIR-LINHA-FONTE.
           MOVE WS-FONTE-ARQUIVO (WS-IDX-FONTE)  TO FNL-ARQUIVO.
           MOVE WS-FONTE-QTD (WS-IDX-FONTE)      TO FNL-QTD.
           MOVE WS-FONTE-SITUACAO (WS-IDX-FONTE) TO FNL-SITUACAO.
           WRITE REG-RELATORIO-BUSCA FROM WS-LINHA-FONTE.

       IMPRIMIR-LINHA-FONTE-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    GRAVAR-EXCECAO-GERAL                                    *
      *    Log de excecoes compartilhado (EXCPPRC).                 *
      *----------------------------------------------------------*
       COPY EXCPPRC.
