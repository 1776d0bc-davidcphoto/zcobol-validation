       IDENTIFICATION DIVISION.
       PROGRAM-ID. TESTVCTO.

      *----------------------------------------------------------*
      *    TESTVCTO                                                *
      *    Acompanhamento diario dos contratos de trabalho a prazo *
      *    (estagio, aprendizagem, prazo determinado, temporario)  *
      *    gravados em CONTRACT_TYPE/CONTRACT_END_DATE por         *
      *    TESTEMNT. Sobre os ativos de EMPLOYEES, lista em        *
      *    VCTOREPT.DAT:                                           *
      *      - contratos ja vencidos com o empregado ainda ativo   *
      *        (na folha) - cada um levanta excecao de             *
      *        severidade 2 e o run devolve RC=4;                  *
      *      - contratos que vencem entre a data de negocio        *
      *        (DATACTL.DAT) e os proximos 30 dias, com os dias    *
      *        que faltam;                                         *
      *      - o quadro ativo por tipo de contrato e a cota de     *
      *        aprendizes: minimo de 5% (arredondado para cima) e  *
      *        maximo de 15% da base - ativos menos aprendizes,    *
      *        estagiarios e temporarios - obrigatoria a partir de *
      *        7 empregados na base. Abaixo do minimo, excecao de  *
      *        severidade 3 e RC=4.                                *
      *    Janela, percentual minimo (5 a 15) e base minima vem do *
      *    cartao opcional VCTOCTL.DAT.                            *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CARTAO-CONTRATOS
               ASSIGN TO "VCTOCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CARTAO.

           SELECT OPTIONAL CARTAO-DATA-NEGOCIO
               ASSIGN TO "DATACTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-DATA-NEG.

           SELECT RELATORIO-CONTRATOS
               ASSIGN TO "VCTOREPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RELATORIO.

           COPY EXCPSEL.

           COPY RUNRSEL.

       DATA DIVISION.
       FILE SECTION.
       FD  CARTAO-CONTRATOS.
       01  REG-CARTAO-CONTRATOS.
           05  VCC-DIAS-JANELA      PIC 9(03).
           05  VCC-PCT-COTA         PIC 9(02)V99.
           05  VCC-BASE-MINIMA      PIC 9(03).
           05  FILLER               PIC X(70).

       FD  CARTAO-DATA-NEGOCIO.
       01  REG-CARTAO-DATA-NEG.
           05  DATA-NEGOCIO-CARTAO      PIC 9(08).
           05  FILLER                   PIC X(72).

       FD  RELATORIO-CONTRATOS.
       01  REG-RELATORIO-CONTRATOS  PIC X(132).

       COPY EXCPFD.

       COPY RUNRFD.

       WORKING-STORAGE SECTION.
       COPY RUNRWS.
       COPY EXCPWS.

       01  WS-STATUS-CARTAO         PIC XX.
       01  WS-STATUS-DATA-NEG       PIC XX.
       01  WS-STATUS-RELATORIO      PIC XX.
       01  WS-EOF-DB2               PIC X VALUE 'N'.

      *    Linha corrente de EMPLOYEES.
       01  WS-EMPLOYEE-ID           PIC 9(05).
       01  WS-EMPLOYEE-NAME         PIC X(50).
       01  WS-EMPLOYEE-DEPARTMENT   PIC X(10).
       01  WS-CONTRACT-TYPE         PIC X(01).
       01  WS-CONTRACT-END-DATE     PIC 9(08).

       01  WS-DATA-NEGOCIO          PIC 9(08) VALUE ZEROS.
       01  WS-DIAS-JANELA           PIC 9(03) VALUE 30.
       01  WS-PCT-COTA              PIC 9(02)V99 VALUE 5.
       01  WS-PCT-COTA-MAXIMA       PIC 9(02)V99 VALUE 15.
       01  WS-BASE-MINIMA           PIC 9(03) VALUE 7.
       01  WS-DATA-LIMITE           PIC 9(08) VALUE ZEROS.
       01  WS-DIA-NEGOCIO           PIC S9(09) COMP.
       01  WS-DIA-FIM               PIC S9(09) COMP.
       01  WS-DIAS-CONTRATO         PIC 9(05) VALUE ZEROS.
       01  WS-SECAO-A-VENCER        PIC X VALUE 'N'.

       01  WS-QTD-ATIVOS            PIC 9(05) VALUE ZEROS.
       01  WS-QTD-VENCIDOS          PIC 9(05) VALUE ZEROS.
       01  WS-QTD-A-VENCER          PIC 9(05) VALUE ZEROS.
       01  WS-QTD-SEM-FIM           PIC 9(05) VALUE ZEROS.

      *    Cota de aprendizes sobre a base.
       01  WS-BASE-COTA             PIC 9(05) VALUE ZEROS.
       01  WS-COTA-EXATA            PIC 9(05)V9999 VALUE ZEROS.
       01  WS-COTA-MINIMA           PIC 9(05) VALUE ZEROS.
       01  WS-COTA-MAXIMA           PIC 9(05) VALUE ZEROS.

      *    Ativos por tipo de contrato: P/E/A/D/T (6 = fora da
      *    tabela).
       01  WS-IDX-TIPO              PIC 9(01) VALUE ZEROS.
       01  WS-POS-TIPO              PIC 9(01) VALUE ZEROS.
       01  WS-TABELA-TIPOS-DEF.
           05  FILLER               PIC X(19) VALUE
               'PINDETERMINADO     '.
           05  FILLER               PIC X(19) VALUE
               'EESTAGIO           '.
           05  FILLER               PIC X(19) VALUE
               'AAPRENDIZAGEM      '.
           05  FILLER               PIC X(19) VALUE
               'DPRAZO DETERMINADO '.
           05  FILLER               PIC X(19) VALUE
               'TTEMPORARIO        '.
       01  WS-TABELA-TIPOS REDEFINES WS-TABELA-TIPOS-DEF.
           05  WS-TIPO-CONTRATO OCCURS 5 TIMES.
               10  WS-TPC-CODIGO        PIC X(01).
               10  WS-TPC-DESCRICAO     PIC X(18).
       01  WS-CONTADORES-TIPO.
           05  WS-CNT-TIPO          PIC 9(05) OCCURS 6 TIMES.

       01  WS-CABECALHO-1.
           05  FILLER               PIC X(36) VALUE
               'CONTRATOS DE TRABALHO A PRAZO - DATA'.
           05  FILLER               PIC X(07) VALUE ' BASE: '.
           05  VCR-CAB-DATA         PIC 9(08).
           05  FILLER               PIC X(10) VALUE ' JANELA: '.
           05  VCR-CAB-DIAS         PIC ZZ9.
           05  FILLER               PIC X(10) VALUE ' DIAS ATE '.
           05  VCR-CAB-LIMITE       PIC 9(08).

       01  WS-CABECALHO-COLUNAS.
           05  FILLER               PIC X(50) VALUE
               'MATRIC NOME                           DEPARTAMEN  '.
           05  FILLER               PIC X(35) VALUE
               'TIPO DE CONTRATO    FIM        DIAS'.

       01  WS-TITULO-SECAO          PIC X(80).

       01  WS-LINHA-CONTRATO.
           05  VCR-MATRICULA        PIC 9(05).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  VCR-NOME             PIC X(30).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  VCR-DEPARTAMENTO     PIC X(10).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  VCR-TIPO             PIC X(18).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  VCR-FIM              PIC 9(08).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  VCR-DIAS             PIC ZZZZ9.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  VCR-SITUACAO         PIC X(12).

       01  WS-LINHA-NENHUM          PIC X(20) VALUE '  NENHUM'.

       01  WS-LINHA-TIPO.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  VCT-DESCRICAO        PIC X(18).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  VCT-QUANTIDADE       PIC ZZ,ZZ9.

       01  WS-LINHA-COTA.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  VCQ-ROTULO           PIC X(38).
           05  VCQ-VALOR            PIC ZZ,ZZ9.

       01  WS-LINHA-COTA-PCT.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  FILLER               PIC X(38) VALUE
               'PERCENTUAL MINIMO DA COTA (%)'.
           05  VCQ-PCT              PIC Z9.99.

       01  WS-LINHA-COTA-SITUACAO.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  FILLER               PIC X(10) VALUE 'SITUACAO: '.
           05  VCQ-SITUACAO         PIC X(40).

      *    Ativos com o tipo e o fim de contrato, em ordem de fim:
      *    os vencidos saem antes dos que vencem na janela.
           EXEC SQL
               DECLARE CURSOR-CONTRATOS CURSOR FOR
               SELECT EMPLOYEE_ID, EMPLOYEE_NAME, DEPARTMENT,
                      COALESCE(CONTRACT_TYPE, 'P'),
                      COALESCE(CONTRACT_END_DATE, 0)
               FROM EMPLOYEES
               WHERE ACTIVE = 'Y'
               ORDER BY 5, EMPLOYEE_ID
           END-EXEC.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 0 TO RETURN-CODE.
           MOVE 'TESTVCTO' TO WS-RUN-PROGRAMA.
           PERFORM REGISTRAR-INICIO-EXECUCAO.
           PERFORM OBTER-DATA-NEGOCIO.
           PERFORM LER-CARTAO-CONTRATOS.
           COMPUTE WS-DIA-NEGOCIO =
               FUNCTION INTEGER-OF-DATE (WS-DATA-NEGOCIO).
           COMPUTE WS-DATA-LIMITE = FUNCTION DATE-OF-INTEGER
               (WS-DIA-NEGOCIO + WS-DIAS-JANELA).
           INITIALIZE WS-CONTADORES-TIPO.

           OPEN OUTPUT RELATORIO-CONTRATOS.
           MOVE WS-DATA-NEGOCIO TO VCR-CAB-DATA.
           MOVE WS-DIAS-JANELA  TO VCR-CAB-DIAS.
           MOVE WS-DATA-LIMITE  TO VCR-CAB-LIMITE.
           WRITE REG-RELATORIO-CONTRATOS FROM WS-CABECALHO-1.
           MOVE SPACES TO REG-RELATORIO-CONTRATOS.
           WRITE REG-RELATORIO-CONTRATOS.
           MOVE 'CONTRATOS VENCIDOS COM O EMPREGADO AINDA ATIVO'
               TO WS-TITULO-SECAO.
           WRITE REG-RELATORIO-CONTRATOS FROM WS-TITULO-SECAO.
           WRITE REG-RELATORIO-CONTRATOS FROM WS-CABECALHO-COLUNAS.

           PERFORM PERCORRER-CONTRATOS THRU
                   PERCORRER-CONTRATOS-EXIT.
           PERFORM ABRIR-SECAO-A-VENCER.
           IF WS-QTD-A-VENCER = ZEROS
               WRITE REG-RELATORIO-CONTRATOS FROM WS-LINHA-NENHUM
           END-IF.

           PERFORM IMPRIMIR-QUADRO-TIPOS.
           PERFORM APURAR-COTA-APRENDIZES THRU
                   APURAR-COTA-APRENDIZES-EXIT.
           CLOSE RELATORIO-CONTRATOS.

           IF WS-QTD-SEM-FIM > ZEROS
               MOVE 'TESTVCTO'          TO WS-EXC-PROGRAMA
               MOVE 'MAIN-PROCEDURE'    TO WS-EXC-PARAGRAFO
               MOVE WS-QTD-SEM-FIM      TO WS-EXC-CODIGO
               MOVE 'CONTRATOS A PRAZO SEM DATA FIM'
                   TO WS-EXC-MENSAGEM
               MOVE 3 TO WS-EXC-SEVERIDADE
               PERFORM GRAVAR-EXCECAO-GERAL
           END-IF.
           IF WS-QTD-VENCIDOS > ZEROS AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.

           DISPLAY 'TESTVCTO EMPREGADOS ATIVOS......: ' WS-QTD-ATIVOS.
           DISPLAY 'TESTVCTO CONTRATOS VENCIDOS.....: '
                   WS-QTD-VENCIDOS.
           DISPLAY 'TESTVCTO A VENCER EM ' WS-DIAS-JANELA
                   ' DIAS.......: ' WS-QTD-A-VENCER.
           DISPLAY 'TESTVCTO A PRAZO SEM DATA FIM...: ' WS-QTD-SEM-FIM.
           DISPLAY 'TESTVCTO APRENDIZES / MINIMO....: '
                   WS-CNT-TIPO (3) ' / ' WS-COTA-MINIMA.

           PERFORM REGISTRAR-FIM-EXECUCAO.
           STOP RUN.

      *----------------------------------------------------------*
      *    OBTER-DATA-NEGOCIO                                       *
      *----------------------------------------------------------*
       OBTER-DATA-NEGOCIO.
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

       OBTER-DATA-NEGOCIO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    LER-CARTAO-CONTRATOS                                     *
      *    Campo zerado ou invalido fica no default; percentual     *
      *    fora da faixa legal (5 a 15) e ignorado.                 *
      *----------------------------------------------------------*
       LER-CARTAO-CONTRATOS.
           OPEN INPUT CARTAO-CONTRATOS.
           IF WS-STATUS-CARTAO = '00'
               READ CARTAO-CONTRATOS
                   AT END
                       CONTINUE
                   NOT AT END
                       IF VCC-DIAS-JANELA IS NUMERIC
                              AND VCC-DIAS-JANELA > ZEROS
                           MOVE VCC-DIAS-JANELA TO WS-DIAS-JANELA
                       END-IF
                       IF VCC-PCT-COTA IS NUMERIC
                              AND VCC-PCT-COTA NOT < 5
                              AND VCC-PCT-COTA NOT > 15
                           MOVE VCC-PCT-COTA TO WS-PCT-COTA
                       END-IF
                       IF VCC-BASE-MINIMA IS NUMERIC
                              AND VCC-BASE-MINIMA > ZEROS
                           MOVE VCC-BASE-MINIMA TO WS-BASE-MINIMA
                       END-IF
               END-READ
           END-IF.
           CLOSE CARTAO-CONTRATOS.

       LER-CARTAO-CONTRATOS-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    PERCORRER-CONTRATOS                                      *
      *----------------------------------------------------------*
       PERCORRER-CONTRATOS.
           EXEC SQL
               OPEN CURSOR-CONTRATOS
           END-EXEC.
           IF SQLCODE NOT = 0
               PERFORM TRATAR-ERRO-SQL-VCTO
               GO TO PERCORRER-CONTRATOS-EXIT
           END-IF.

           PERFORM LER-CONTRATO-DB2 THRU LER-CONTRATO-DB2-EXIT
               UNTIL WS-EOF-DB2 = 'S'.

           EXEC SQL
               CLOSE CURSOR-CONTRATOS
           END-EXEC.

       PERCORRER-CONTRATOS-EXIT.
           EXIT.

       LER-CONTRATO-DB2.
           EXEC SQL
               FETCH CURSOR-CONTRATOS
               INTO :WS-EMPLOYEE-ID, :WS-EMPLOYEE-NAME,
                    :WS-EMPLOYEE-DEPARTMENT, :WS-CONTRACT-TYPE,
                    :WS-CONTRACT-END-DATE
           END-EXEC.
           EVALUATE TRUE
               WHEN SQLCODE = 0
                   PERFORM AVALIAR-CONTRATO THRU
                           AVALIAR-CONTRATO-EXIT
               WHEN SQLCODE = 100
                   MOVE 'S' TO WS-EOF-DB2
               WHEN OTHER
                   PERFORM TRATAR-ERRO-SQL-VCTO
                   MOVE 'S' TO WS-EOF-DB2
           END-EVALUATE.

       LER-CONTRATO-DB2-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    AVALIAR-CONTRATO                                         *
      *    Conta o ativo no tipo; contrato a prazo com fim antes    *
      *    da data base e vencido (o ultimo dia do contrato ainda   *
      *    e trabalhado), com fim ate a data limite e a vencer.     *
      *----------------------------------------------------------*
       AVALIAR-CONTRATO.
           ADD 1 TO WS-QTD-ATIVOS.
           PERFORM LOCALIZAR-TIPO.
           ADD 1 TO WS-CNT-TIPO (WS-POS-TIPO).
           IF WS-CONTRACT-TYPE = 'P'
               GO TO AVALIAR-CONTRATO-EXIT
           END-IF.
           IF WS-CONTRACT-END-DATE = ZEROS
               ADD 1 TO WS-QTD-SEM-FIM
               GO TO AVALIAR-CONTRATO-EXIT
           END-IF.
           IF WS-CONTRACT-END-DATE > WS-DATA-LIMITE
               GO TO AVALIAR-CONTRATO-EXIT
           END-IF.

           COMPUTE WS-DIA-FIM =
               FUNCTION INTEGER-OF-DATE (WS-CONTRACT-END-DATE).
           IF WS-CONTRACT-END-DATE < WS-DATA-NEGOCIO
               ADD 1 TO WS-QTD-VENCIDOS
               COMPUTE WS-DIAS-CONTRATO = WS-DIA-NEGOCIO - WS-DIA-FIM
               MOVE 'VENCIDO' TO VCR-SITUACAO
               PERFORM IMPRIMIR-CONTRATO
               PERFORM REGISTRAR-CONTRATO-VENCIDO
               GO TO AVALIAR-CONTRATO-EXIT
           END-IF.

           PERFORM ABRIR-SECAO-A-VENCER.
           ADD 1 TO WS-QTD-A-VENCER.
           COMPUTE WS-DIAS-CONTRATO = WS-DIA-FIM - WS-DIA-NEGOCIO.
           IF WS-DIAS-CONTRATO = ZEROS
               MOVE 'VENCE HOJE' TO VCR-SITUACAO
           ELSE
               MOVE SPACES TO VCR-SITUACAO
           END-IF.
           PERFORM IMPRIMIR-CONTRATO.

       AVALIAR-CONTRATO-EXIT.
           EXIT.

      *    WS-POS-TIPO = 6 quando o codigo nao esta na tabela.
       LOCALIZAR-TIPO.
           MOVE 6 TO WS-POS-TIPO.
           PERFORM COMPARAR-TIPO
               VARYING WS-IDX-TIPO FROM 1 BY 1
               UNTIL WS-IDX-TIPO > 5
                  OR WS-POS-TIPO NOT > 5.

       LOCALIZAR-TIPO-EXIT.
           EXIT.

       COMPARAR-TIPO.
           IF WS-TPC-CODIGO (WS-IDX-TIPO) = WS-CONTRACT-TYPE
               MOVE WS-IDX-TIPO TO WS-POS-TIPO
           END-IF.

       COMPARAR-TIPO-EXIT.
           EXIT.

      *    Fecha a secao de vencidos e abre a dos que vencem na
      *    janela, uma unica vez.
       ABRIR-SECAO-A-VENCER.
           IF WS-SECAO-A-VENCER = 'N'
               MOVE 'S' TO WS-SECAO-A-VENCER
               IF WS-QTD-VENCIDOS = ZEROS
                   WRITE REG-RELATORIO-CONTRATOS FROM WS-LINHA-NENHUM
               END-IF
               MOVE SPACES TO REG-RELATORIO-CONTRATOS
               WRITE REG-RELATORIO-CONTRATOS
               MOVE 'CONTRATOS QUE VENCEM NA JANELA'
                   TO WS-TITULO-SECAO
               WRITE REG-RELATORIO-CONTRATOS FROM WS-TITULO-SECAO
               WRITE REG-RELATORIO-CONTRATOS
                   FROM WS-CABECALHO-COLUNAS
           END-IF.

       ABRIR-SECAO-A-VENCER-EXIT.
           EXIT.

       IMPRIMIR-CONTRATO.
           MOVE WS-EMPLOYEE-ID         TO VCR-MATRICULA.
           MOVE WS-EMPLOYEE-NAME       TO VCR-NOME.
           MOVE WS-EMPLOYEE-DEPARTMENT TO VCR-DEPARTAMENTO.
           IF WS-POS-TIPO NOT > 5
               MOVE WS-TPC-DESCRICAO (WS-POS-TIPO) TO VCR-TIPO
           ELSE
               MOVE WS-CONTRACT-TYPE TO VCR-TIPO
           END-IF.
           MOVE WS-CONTRACT-END-DATE   TO VCR-FIM.
           MOVE WS-DIAS-CONTRATO       TO VCR-DIAS.
           WRITE REG-RELATORIO-CONTRATOS FROM WS-LINHA-CONTRATO.

       IMPRIMIR-CONTRATO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    REGISTRAR-CONTRATO-VENCIDO                               *
      *    Empregado na folha sem contrato vigente: a RH tem de     *
      *    prorrogar ('CN'), efetivar ou desligar.                  *
      *----------------------------------------------------------*
       REGISTRAR-CONTRATO-VENCIDO.
           MOVE 'TESTVCTO'          TO WS-EXC-PROGRAMA.
           MOVE 'AVALIAR-CONTRATO'  TO WS-EXC-PARAGRAFO.
           MOVE 4                   TO WS-EXC-CODIGO.
           MOVE SPACES              TO WS-EXC-MENSAGEM.
           STRING 'CONTRATO VENCIDO MATR ' DELIMITED BY SIZE
                  WS-EMPLOYEE-ID DELIMITED BY SIZE
                  ' FIM ' DELIMITED BY SIZE
                  WS-CONTRACT-END-DATE DELIMITED BY SIZE
                  INTO WS-EXC-MENSAGEM
           END-STRING.
           MOVE 2 TO WS-EXC-SEVERIDADE.
           PERFORM GRAVAR-EXCECAO-GERAL.

       REGISTRAR-CONTRATO-VENCIDO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    IMPRIMIR-QUADRO-TIPOS                                    *
      *----------------------------------------------------------*
       IMPRIMIR-QUADRO-TIPOS.
           MOVE SPACES TO REG-RELATORIO-CONTRATOS.
           WRITE REG-RELATORIO-CONTRATOS.
           MOVE 'QUADRO ATIVO POR TIPO DE CONTRATO' TO WS-TITULO-SECAO.
           WRITE REG-RELATORIO-CONTRATOS FROM WS-TITULO-SECAO.
           PERFORM IMPRIMIR-TIPO
               VARYING WS-IDX-TIPO FROM 1 BY 1
               UNTIL WS-IDX-TIPO > 5.
           IF WS-CNT-TIPO (6) > ZEROS
               MOVE 'TIPO DESCONHECIDO' TO VCT-DESCRICAO
               MOVE WS-CNT-TIPO (6)     TO VCT-QUANTIDADE
               WRITE REG-RELATORIO-CONTRATOS FROM WS-LINHA-TIPO
           END-IF.
           MOVE 'TOTAL DE ATIVOS'   TO VCT-DESCRICAO.
           MOVE WS-QTD-ATIVOS       TO VCT-QUANTIDADE.
           WRITE REG-RELATORIO-CONTRATOS FROM WS-LINHA-TIPO.

       IMPRIMIR-QUADRO-TIPOS-EXIT.
           EXIT.

       IMPRIMIR-TIPO.
           MOVE WS-TPC-DESCRICAO (WS-IDX-TIPO) TO VCT-DESCRICAO.
           MOVE WS-CNT-TIPO (WS-IDX-TIPO)      TO VCT-QUANTIDADE.
           WRITE REG-RELATORIO-CONTRATOS FROM WS-LINHA-TIPO.

       IMPRIMIR-TIPO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    APURAR-COTA-APRENDIZES                                   *
      *    Base = ativos menos aprendizes, estagiarios e            *
      *    temporarios. Minimo = base x percentual, fracao          *
      *    arredondada para cima; maximo = 15% da base, truncado.   *
      *----------------------------------------------------------*
       APURAR-COTA-APRENDIZES.
           MOVE SPACES TO REG-RELATORIO-CONTRATOS.
           WRITE REG-RELATORIO-CONTRATOS.
           MOVE 'COTA LEGAL DE APRENDIZES' TO WS-TITULO-SECAO.
           WRITE REG-RELATORIO-CONTRATOS FROM WS-TITULO-SECAO.

           COMPUTE WS-BASE-COTA = WS-QTD-ATIVOS - WS-CNT-TIPO (2)
               - WS-CNT-TIPO (3) - WS-CNT-TIPO (5).
           COMPUTE WS-COTA-EXATA = WS-BASE-COTA * WS-PCT-COTA / 100.
           MOVE WS-COTA-EXATA TO WS-COTA-MINIMA.
           IF WS-COTA-EXATA > WS-COTA-MINIMA
               ADD 1 TO WS-COTA-MINIMA
           END-IF.
           COMPUTE WS-COTA-MAXIMA =
               WS-BASE-COTA * WS-PCT-COTA-MAXIMA / 100.
           IF WS-BASE-COTA < WS-BASE-MINIMA
               MOVE ZEROS TO WS-COTA-MINIMA
           END-IF.

           MOVE 'BASE DE CALCULO (EMPREGADOS)' TO VCQ-ROTULO.
           MOVE WS-BASE-COTA    TO VCQ-VALOR.
           WRITE REG-RELATORIO-CONTRATOS FROM WS-LINHA-COTA.
           MOVE WS-PCT-COTA     TO VCQ-PCT.
           WRITE REG-RELATORIO-CONTRATOS FROM WS-LINHA-COTA-PCT.
           MOVE 'APRENDIZES ATIVOS' TO VCQ-ROTULO.
           MOVE WS-CNT-TIPO (3) TO VCQ-VALOR.
           WRITE REG-RELATORIO-CONTRATOS FROM WS-LINHA-COTA.
           MOVE 'MINIMO EXIGIDO' TO VCQ-ROTULO.
           MOVE WS-COTA-MINIMA  TO VCQ-VALOR.
           WRITE REG-RELATORIO-CONTRATOS FROM WS-LINHA-COTA.
           MOVE 'MAXIMO LEGAL (15%)' TO VCQ-ROTULO.
           MOVE WS-COTA-MAXIMA  TO VCQ-VALOR.
           WRITE REG-RELATORIO-CONTRATOS FROM WS-LINHA-COTA.

           IF WS-BASE-COTA < WS-BASE-MINIMA
               MOVE 'DISPENSADO - BASE ABAIXO DO MINIMO'
                   TO VCQ-SITUACAO
               WRITE REG-RELATORIO-CONTRATOS
                   FROM WS-LINHA-COTA-SITUACAO
               GO TO APURAR-COTA-APRENDIZES-EXIT
           END-IF.
           IF WS-CNT-TIPO (3) > WS-COTA-MAXIMA
               MOVE 'ACIMA DO MAXIMO LEGAL' TO VCQ-SITUACAO
               WRITE REG-RELATORIO-CONTRATOS
                   FROM WS-LINHA-COTA-SITUACAO
               GO TO APURAR-COTA-APRENDIZES-EXIT
           END-IF.
           IF WS-CNT-TIPO (3) NOT < WS-COTA-MINIMA
               MOVE 'COTA CUMPRIDA' TO VCQ-SITUACAO
               WRITE REG-RELATORIO-CONTRATOS
                   FROM WS-LINHA-COTA-SITUACAO
               GO TO APURAR-COTA-APRENDIZES-EXIT
           END-IF.

           MOVE 'ABAIXO DA COTA MINIMA' TO VCQ-SITUACAO.
           WRITE REG-RELATORIO-CONTRATOS FROM WS-LINHA-COTA-SITUACAO.
           MOVE 'TESTVCTO'          TO WS-EXC-PROGRAMA.
           MOVE 'APURAR-COTA-APRENDIZES' TO WS-EXC-PARAGRAFO.
           MOVE 4                   TO WS-EXC-CODIGO.
           MOVE SPACES              TO WS-EXC-MENSAGEM.
           STRING 'COTA APRENDIZ ABAIXO: ' DELIMITED BY SIZE
                  WS-CNT-TIPO (3) DELIMITED BY SIZE
                  ' DE ' DELIMITED BY SIZE
                  WS-COTA-MINIMA DELIMITED BY SIZE
                  INTO WS-EXC-MENSAGEM
           END-STRING.
           MOVE 3 TO WS-EXC-SEVERIDADE.
           PERFORM GRAVAR-EXCECAO-GERAL.
           IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.

       APURAR-COTA-APRENDIZES-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    TRATAR-ERRO-SQL-VCTO                                     *
      *    Relatorio parcial nao serve para a RH: RC=8 e fim.       *
      *----------------------------------------------------------*
       TRATAR-ERRO-SQL-VCTO.
           MOVE 'TESTVCTO'          TO WS-EXC-PROGRAMA.
           MOVE 'PERCORRER-CONTRATOS' TO WS-EXC-PARAGRAFO.
           MOVE 8                   TO WS-EXC-CODIGO.
           MOVE 'ERRO SQL CURSOR-CONTRATOS' TO WS-EXC-MENSAGEM.
           MOVE 2 TO WS-EXC-SEVERIDADE.
           PERFORM GRAVAR-EXCECAO-GERAL.
           CLOSE RELATORIO-CONTRATOS.
           MOVE 8 TO RETURN-CODE.
           PERFORM REGISTRAR-FIM-EXECUCAO.
           STOP RUN.

       TRATAR-ERRO-SQL-VCTO-EXIT.
           EXIT.

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
