       IDENTIFICATION DIVISION.
       PROGRAM-ID. TESTHEOR.

      *----------------------------------------------------------*
      *    TESTHEOR                                                *
      *    Hora extra x orcamento de hora extra por departamento:  *
      *    valoriza as horas que TESTTIME liberou em PONTOADJ.DAT  *
      *    pela mesma regra da passada de folha de TESTCURSOR      *
      *    (hora normal = salario/220 do extrato, 50% a 1,5x e     *
      *    100% a 2x) e compara o gasto de cada departamento com   *
      *    o orcamento mensal de HEORC.DAT (departamento, periodo  *
      *    AAAAMM da data de negocio, valor). As horas ainda       *
      *    retidas em HEPEND.DAT aguardando o gestor saem          *
      *    valorizadas ao lado, como exposicao. Departamento       *
      *    acima do orcamento ou com gasto sem orcamento = RC=4.   *
      *    Relatorio em HEORCREP.DAT.                              *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXTRATO-EMPREGADOS
               ASSIGN TO "EMPEXTR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-EXTRATO.

           SELECT OPTIONAL ARQUIVO-AJUSTES-PONTO
               ASSIGN TO "PONTOADJ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-AJUSTES.

           SELECT OPTIONAL PENDENCIAS-HE
               ASSIGN TO "HEPEND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-PENDENCIAS.

           SELECT OPTIONAL ORCAMENTO-HE
               ASSIGN TO "HEORC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-ORCAMENTO.

           SELECT RELATORIO-ORCAMENTO-HE
               ASSIGN TO "HEORCREP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RELATORIO.

           SELECT OPTIONAL CARTAO-DATA-NEGOCIO
               ASSIGN TO "DATACTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-DATA-NEG.

           COPY EXCPSEL.

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

       FD  ARQUIVO-AJUSTES-PONTO.
       01  REG-AJUSTE-PONTO.
           05  ADJ-MATRICULA        PIC 9(05).
           05  ADJ-HORAS-50         PIC 9(04)V9.
           05  ADJ-HORAS-100        PIC 9(04)V9.
           05  ADJ-DIAS-FALTA       PIC 9(03).
           05  FILLER               PIC X(62).

      *    Registro de pendencias de TESTTIME.
       FD  PENDENCIAS-HE.
       01  REG-PENDENCIA-HE.
           05  PEN-MATRICULA        PIC 9(05).
           05  PEN-PERIODO          PIC 9(06).
           05  PEN-HORAS-50         PIC 9(04)V9.
           05  PEN-HORAS-100        PIC 9(04)V9.
           05  PEN-DATA-INCLUSAO    PIC 9(08).
           05  FILLER               PIC X(51).

      *    Orcamento mensal de hora extra por departamento.
       FD  ORCAMENTO-HE.
       01  REG-ORCAMENTO-HE.
           05  HOR-DEPARTAMENTO     PIC X(10).
           05  HOR-PERIODO          PIC 9(06).
           05  HOR-VALOR            PIC 9(09)V99.
           05  FILLER               PIC X(53).

       FD  RELATORIO-ORCAMENTO-HE.
       01  REG-RELATORIO-ORCAMENTO-HE PIC X(100).

       FD  CARTAO-DATA-NEGOCIO.
       01  REG-CARTAO-DATA-NEG.
           05  DATA-NEGOCIO-CARTAO      PIC 9(08).
           05  FILLER                   PIC X(72).

       COPY EXCPFD.

       WORKING-STORAGE SECTION.
       COPY EXTVWS.
       COPY EXCPWS.

       01  WS-STATUS-EXTRATO        PIC XX.
       01  WS-STATUS-AJUSTES        PIC XX.
       01  WS-STATUS-PENDENCIAS     PIC XX.
       01  WS-STATUS-ORCAMENTO      PIC XX.
       01  WS-STATUS-RELATORIO      PIC XX.
       01  WS-STATUS-DATA-NEG       PIC XX.
       01  WS-EOF-EXTRATO           PIC X VALUE 'N'.
       01  WS-EOF-AJUSTES           PIC X VALUE 'N'.
       01  WS-EOF-PENDENCIAS        PIC X VALUE 'N'.
       01  WS-EOF-ORCAMENTO         PIC X VALUE 'N'.

       01  WS-DATA-NEGOCIO          PIC 9(08) VALUE ZEROS.
       01  WS-DATA-NEGOCIO-R REDEFINES WS-DATA-NEGOCIO.
           05  WS-PERIODO-NEGOCIO   PIC 9(06).
           05  FILLER               PIC 9(02).

      *    Horas liberadas (PONTOADJ.DAT) e retidas (HEPEND.DAT)
      *    por matricula.
       01  WS-QTD-HORAS             PIC 9(04) VALUE ZEROS.
       01  WS-IDX-HORAS             PIC 9(04) VALUE ZEROS.
       01  WS-HORAS-ACHADA          PIC X VALUE 'N'.
       01  WS-MATRICULA-HORAS       PIC 9(05) VALUE ZEROS.
       01  WS-TABELA-HORAS.
           05  WS-HORAS OCCURS 3000 TIMES.
               10  WS-HRS-MATRICULA     PIC 9(05).
               10  WS-HRS-PAGAS-50      PIC 9(04)V9.
               10  WS-HRS-PAGAS-100     PIC 9(04)V9.
               10  WS-HRS-RETIDAS-50    PIC 9(04)V9.
               10  WS-HRS-RETIDAS-100   PIC 9(04)V9.

      *    Departamentos: orcamento do periodo, gasto e exposicao.
       01  WS-QTD-DEPTOS            PIC 9(03) VALUE ZEROS.
       01  WS-IDX-DEPTO             PIC 9(03) VALUE ZEROS.
       01  WS-DEPTO-ACHADO          PIC X VALUE 'N'.
       01  WS-DEPARTAMENTO-BUSCA    PIC X(10) VALUE SPACES.
       01  WS-TABELA-DEPTOS.
           05  WS-DEPTO OCCURS 200 TIMES.
               10  WS-DEP-CODIGO        PIC X(10).
               10  WS-DEP-ORCAMENTO     PIC 9(09)V99.
               10  WS-DEP-TEM-ORCAMENTO PIC X(01).
               10  WS-DEP-GASTO         PIC 9(09)V99.
               10  WS-DEP-RETIDO        PIC 9(09)V99.
               10  WS-DEP-QTD-EMPREG    PIC 9(05).

       01  WS-VALOR-HORA            PIC 9(05)V99 VALUE ZEROS.
       01  WS-VALOR-PAGO            PIC 9(07)V99 VALUE ZEROS.
       01  WS-VALOR-RETIDO          PIC 9(07)V99 VALUE ZEROS.
       01  WS-SALDO-ORCAMENTO       PIC S9(09)V99 VALUE ZEROS.
       01  WS-PCT-CONSUMIDO         PIC 9(05)V99 VALUE ZEROS.
       01  WS-QTD-ESTOURADOS        PIC 9(03) VALUE ZEROS.
       01  WS-QTD-SEM-ORCAMENTO     PIC 9(03) VALUE ZEROS.
       01  WS-TOTAL-ORCAMENTO       PIC 9(11)V99 VALUE ZEROS.
       01  WS-TOTAL-GASTO           PIC 9(11)V99 VALUE ZEROS.
       01  WS-TOTAL-RETIDO          PIC 9(11)V99 VALUE ZEROS.

       01  WS-CABECALHO-HE.
           05  FILLER               PIC X(40) VALUE
               'HORA EXTRA X ORCAMENTO - PERIODO '.
           05  HEC-PERIODO          PIC 9(06).

       01  WS-CABECALHO-COLUNAS-HE.
           05  FILLER               PIC X(11) VALUE 'DEPTO      '.
           05  FILLER               PIC X(15) VALUE
               '      ORCAMENTO'.
           05  FILLER               PIC X(15) VALUE
               '          GASTO'.
           05  FILLER               PIC X(16) VALUE
               '           SALDO'.
           05  FILLER               PIC X(09) VALUE '  CONSUM%'.
           05  FILLER               PIC X(15) VALUE
               '   RETIDO GEST.'.

       01  WS-LINHA-HE.
           05  HEL-DEPARTAMENTO     PIC X(10).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  HEL-ORCAMENTO        PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  HEL-GASTO            PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  HEL-SALDO            PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  HEL-PCT              PIC ZZZZ9.99.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  HEL-RETIDO           PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  HEL-FLAG             PIC X(14).

       01  WS-LINHA-TOTAL-HE.
           05  FILLER               PIC X(11) VALUE 'TOTAL      '.
           05  HET-ORCAMENTO        PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  HET-GASTO            PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(26) VALUE SPACES.
           05  HET-RETIDO           PIC ZZZ,ZZZ,ZZ9.99.

       01  WS-LINHA-CONTAGEM-HE.
           05  FILLER               PIC X(22) VALUE
               'DEPARTAMENTOS.......: '.
           05  HET-DEPTOS           PIC ZZ9.
           05  FILLER               PIC X(15) VALUE
               '  ESTOURADOS...'.
           05  HET-ESTOURADOS       PIC ZZ9.
           05  FILLER               PIC X(15) VALUE
               '  SEM ORCAMENTO'.
           05  HET-SEM-ORC          PIC ZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 0 TO RETURN-CODE.
           PERFORM OBTER-DATA-NEGOCIO-HE.
           PERFORM CARREGAR-HORAS-PAGAS.
           PERFORM CARREGAR-HORAS-RETIDAS.
           PERFORM CARREGAR-ORCAMENTO-HE.

           OPEN INPUT EXTRATO-EMPREGADOS.
           IF WS-STATUS-EXTRATO NOT = '00'
               MOVE 'TESTHEOR'          TO WS-EXC-PROGRAMA
               MOVE 'MAIN-PROCEDURE'    TO WS-EXC-PARAGRAFO
               MOVE WS-STATUS-EXTRATO   TO WS-EXC-CODIGO
               MOVE 'ERRO ABERTURA EMPEXTR.DAT' TO WS-EXC-MENSAGEM
               MOVE 1 TO WS-EXC-SEVERIDADE
               PERFORM GRAVAR-EXCECAO-GERAL
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LER-EMPREGADO-EXTRATO
               UNTIL WS-EOF-EXTRATO = 'S'.
           CLOSE EXTRATO-EMPREGADOS.

           OPEN OUTPUT RELATORIO-ORCAMENTO-HE.
           MOVE WS-PERIODO-NEGOCIO TO HEC-PERIODO.
           WRITE REG-RELATORIO-ORCAMENTO-HE FROM WS-CABECALHO-HE.
           WRITE REG-RELATORIO-ORCAMENTO-HE
               FROM WS-CABECALHO-COLUNAS-HE.
           PERFORM IMPRIMIR-DEPTO-HE
               VARYING WS-IDX-DEPTO FROM 1 BY 1
               UNTIL WS-IDX-DEPTO > WS-QTD-DEPTOS.
           MOVE SPACES TO REG-RELATORIO-ORCAMENTO-HE.
           WRITE REG-RELATORIO-ORCAMENTO-HE.
           MOVE WS-TOTAL-ORCAMENTO TO HET-ORCAMENTO.
           MOVE WS-TOTAL-GASTO     TO HET-GASTO.
           MOVE WS-TOTAL-RETIDO    TO HET-RETIDO.
           WRITE REG-RELATORIO-ORCAMENTO-HE FROM WS-LINHA-TOTAL-HE.
           MOVE WS-QTD-DEPTOS        TO HET-DEPTOS.
           MOVE WS-QTD-ESTOURADOS    TO HET-ESTOURADOS.
           MOVE WS-QTD-SEM-ORCAMENTO TO HET-SEM-ORC.
           WRITE REG-RELATORIO-ORCAMENTO-HE FROM WS-LINHA-CONTAGEM-HE.
           CLOSE RELATORIO-ORCAMENTO-HE.

           DISPLAY 'TESTHEOR PERIODO..............: '
                   WS-PERIODO-NEGOCIO.
           DISPLAY 'TESTHEOR GASTO COM HORA EXTRA.: ' WS-TOTAL-GASTO.
           DISPLAY 'TESTHEOR ORCAMENTO DO PERIODO.: '
                   WS-TOTAL-ORCAMENTO.
           DISPLAY 'TESTHEOR DEPTOS ESTOURADOS....: '
                   WS-QTD-ESTOURADOS.
           DISPLAY 'TESTHEOR DEPTOS SEM ORCAMENTO.: '
                   WS-QTD-SEM-ORCAMENTO.

           IF (WS-QTD-ESTOURADOS > 0 OR WS-QTD-SEM-ORCAMENTO > 0)
                  AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.

           STOP RUN.

      *----------------------------------------------------------*
      *    OBTER-DATA-NEGOCIO-HE                                    *
      *    Periodo do orcamento = mes da data de negocio de         *
      *    DATACTL.DAT; sem o cartao vale a data corrente.          *
      *----------------------------------------------------------*
       OBTER-DATA-NEGOCIO-HE.
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

       OBTER-DATA-NEGOCIO-HE-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    CARREGAR-HORAS-PAGAS / CARREGAR-HORAS-RETIDAS            *
      *----------------------------------------------------------*
       CARREGAR-HORAS-PAGAS.
           OPEN INPUT ARQUIVO-AJUSTES-PONTO.
           IF WS-STATUS-AJUSTES = '00'
               PERFORM LER-AJUSTE-PONTO
                   UNTIL WS-EOF-AJUSTES = 'S'
           END-IF.
           CLOSE ARQUIVO-AJUSTES-PONTO.

       CARREGAR-HORAS-PAGAS-EXIT.
           EXIT.

       LER-AJUSTE-PONTO.
           READ ARQUIVO-AJUSTES-PONTO
               AT END
                   MOVE 'S' TO WS-EOF-AJUSTES
               NOT AT END
                   IF ADJ-MATRICULA IS NUMERIC
                       MOVE ADJ-MATRICULA TO WS-MATRICULA-HORAS
                       PERFORM LOCALIZAR-HORAS THRU
                               LOCALIZAR-HORAS-EXIT
                       ADD ADJ-HORAS-50
                           TO WS-HRS-PAGAS-50 (WS-IDX-HORAS)
                       ADD ADJ-HORAS-100
                           TO WS-HRS-PAGAS-100 (WS-IDX-HORAS)
                   END-IF
           END-READ.

       LER-AJUSTE-PONTO-EXIT.
           EXIT.

       CARREGAR-HORAS-RETIDAS.
           OPEN INPUT PENDENCIAS-HE.
           IF WS-STATUS-PENDENCIAS = '00'
               PERFORM LER-PENDENCIA-HE
                   UNTIL WS-EOF-PENDENCIAS = 'S'
           END-IF.
           CLOSE PENDENCIAS-HE.

       CARREGAR-HORAS-RETIDAS-EXIT.
           EXIT.

       LER-PENDENCIA-HE.
           READ PENDENCIAS-HE
               AT END
                   MOVE 'S' TO WS-EOF-PENDENCIAS
               NOT AT END
                   IF PEN-MATRICULA IS NUMERIC
                       MOVE PEN-MATRICULA TO WS-MATRICULA-HORAS
                       PERFORM LOCALIZAR-HORAS THRU
                               LOCALIZAR-HORAS-EXIT
                       ADD PEN-HORAS-50
                           TO WS-HRS-RETIDAS-50 (WS-IDX-HORAS)
                       ADD PEN-HORAS-100
                           TO WS-HRS-RETIDAS-100 (WS-IDX-HORAS)
                   END-IF
           END-READ.

       LER-PENDENCIA-HE-EXIT.
           EXIT.

      *    Posiciona WS-IDX-HORAS na matricula (inclui se nova).
      *    Estouro recusa o relatorio: gasto faltando mascararia
      *    um departamento estourado.
       LOCALIZAR-HORAS.
           MOVE 'N' TO WS-HORAS-ACHADA.
           PERFORM PROCURAR-HORAS
               VARYING WS-IDX-HORAS FROM 1 BY 1
               UNTIL WS-IDX-HORAS > WS-QTD-HORAS
                  OR WS-HORAS-ACHADA = 'S'.
           IF WS-HORAS-ACHADA = 'S'
               SUBTRACT 1 FROM WS-IDX-HORAS
               GO TO LOCALIZAR-HORAS-EXIT
           END-IF.
           IF WS-QTD-HORAS >= 3000
               DISPLAY 'TESTHEOR HORAS EXCEDEM A CAPACIDADE '
                       'DA TABELA (3000) - RELATORIO RECUSADO'
               MOVE 'TESTHEOR'          TO WS-EXC-PROGRAMA
               MOVE 'LOCALIZAR-HORAS'   TO WS-EXC-PARAGRAFO
               MOVE 8                   TO WS-EXC-CODIGO
               MOVE 'TABELA DE HORAS EXTRAS ESTOURADA'
                   TO WS-EXC-MENSAGEM
               MOVE 2 TO WS-EXC-SEVERIDADE
               PERFORM GRAVAR-EXCECAO-GERAL
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-QTD-HORAS.
           MOVE WS-QTD-HORAS TO WS-IDX-HORAS.
           MOVE WS-MATRICULA-HORAS TO WS-HRS-MATRICULA (WS-IDX-HORAS).
           MOVE ZEROS TO WS-HRS-PAGAS-50 (WS-IDX-HORAS).
           MOVE ZEROS TO WS-HRS-PAGAS-100 (WS-IDX-HORAS).
           MOVE ZEROS TO WS-HRS-RETIDAS-50 (WS-IDX-HORAS).
           MOVE ZEROS TO WS-HRS-RETIDAS-100 (WS-IDX-HORAS).

       LOCALIZAR-HORAS-EXIT.
           EXIT.

       PROCURAR-HORAS.
           IF WS-HRS-MATRICULA (WS-IDX-HORAS) = WS-MATRICULA-HORAS
               MOVE 'S' TO WS-HORAS-ACHADA
           END-IF.

       PROCURAR-HORAS-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    CARREGAR-ORCAMENTO-HE                                    *
      *    Linhas de HEORC.DAT do periodo corrente (linhas do       *
      *    mesmo departamento somam).                               *
      *----------------------------------------------------------*
       CARREGAR-ORCAMENTO-HE.
           OPEN INPUT ORCAMENTO-HE.
           IF WS-STATUS-ORCAMENTO = '00'
               PERFORM LER-ORCAMENTO-HE
                   UNTIL WS-EOF-ORCAMENTO = 'S'
           END-IF.
           CLOSE ORCAMENTO-HE.

       CARREGAR-ORCAMENTO-HE-EXIT.
           EXIT.

       LER-ORCAMENTO-HE.
           READ ORCAMENTO-HE
               AT END
                   MOVE 'S' TO WS-EOF-ORCAMENTO
               NOT AT END
                   IF HOR-PERIODO IS NUMERIC
                          AND HOR-PERIODO = WS-PERIODO-NEGOCIO
                          AND HOR-VALOR IS NUMERIC
                       MOVE HOR-DEPARTAMENTO TO WS-DEPARTAMENTO-BUSCA
                       PERFORM LOCALIZAR-DEPTO THRU
                               LOCALIZAR-DEPTO-EXIT
                       ADD HOR-VALOR TO WS-DEP-ORCAMENTO (WS-IDX-DEPTO)
                       MOVE 'S'
                           TO WS-DEP-TEM-ORCAMENTO (WS-IDX-DEPTO)
                   END-IF
           END-READ.

       LER-ORCAMENTO-HE-EXIT.
           EXIT.

      *    Posiciona WS-IDX-DEPTO no departamento (inclui se novo);
      *    estouro da tabela recusa o relatorio (RC=8).
       LOCALIZAR-DEPTO.
           MOVE 'N' TO WS-DEPTO-ACHADO.
           PERFORM PROCURAR-DEPTO
               VARYING WS-IDX-DEPTO FROM 1 BY 1
               UNTIL WS-IDX-DEPTO > WS-QTD-DEPTOS
                  OR WS-DEPTO-ACHADO = 'S'.
           IF WS-DEPTO-ACHADO = 'S'
               SUBTRACT 1 FROM WS-IDX-DEPTO
               GO TO LOCALIZAR-DEPTO-EXIT
           END-IF.
           IF WS-QTD-DEPTOS >= 200
               DISPLAY 'TESTHEOR DEPARTAMENTOS EXCEDEM A CAPACIDADE '
                       'DA TABELA (200) - RELATORIO RECUSADO'
               MOVE 'TESTHEOR'          TO WS-EXC-PROGRAMA
               MOVE 'LOCALIZAR-DEPTO'   TO WS-EXC-PARAGRAFO
               MOVE 8                   TO WS-EXC-CODIGO
               MOVE 'TABELA DE DEPARTAMENTOS ESTOURADA'
                   TO WS-EXC-MENSAGEM
               MOVE 2 TO WS-EXC-SEVERIDADE
               PERFORM GRAVAR-EXCECAO-GERAL
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-QTD-DEPTOS.
           MOVE WS-QTD-DEPTOS TO WS-IDX-DEPTO.
           MOVE WS-DEPARTAMENTO-BUSCA TO WS-DEP-CODIGO (WS-IDX-DEPTO).
           MOVE ZEROS TO WS-DEP-ORCAMENTO (WS-IDX-DEPTO).
           MOVE 'N'   TO WS-DEP-TEM-ORCAMENTO (WS-IDX-DEPTO).
           MOVE ZEROS TO WS-DEP-GASTO (WS-IDX-DEPTO).
           MOVE ZEROS TO WS-DEP-RETIDO (WS-IDX-DEPTO).
           MOVE ZEROS TO WS-DEP-QTD-EMPREG (WS-IDX-DEPTO).

       LOCALIZAR-DEPTO-EXIT.
           EXIT.

       PROCURAR-DEPTO.
           IF WS-DEP-CODIGO (WS-IDX-DEPTO) = WS-DEPARTAMENTO-BUSCA
               MOVE 'S' TO WS-DEPTO-ACHADO
           END-IF.

       PROCURAR-DEPTO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    LER-EMPREGADO-EXTRATO                                    *
      *    Valoriza as horas do empregado pela regra de             *
      *    APLICAR-AJUSTES-PONTO de TESTCURSOR e acumula no         *
      *    departamento do extrato.                                 *
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
                       PERFORM VALORIZAR-HORAS-EMPREGADO THRU
                               VALORIZAR-HORAS-EMPREGADO-EXIT
                   END-IF
           END-READ.

       LER-EMPREGADO-EXTRATO-EXIT.
           EXIT.

       VALORIZAR-HORAS-EMPREGADO.
           MOVE EXT-EMPLOYEE-ID TO WS-MATRICULA-HORAS.
           MOVE 'N' TO WS-HORAS-ACHADA.
           PERFORM PROCURAR-HORAS
               VARYING WS-IDX-HORAS FROM 1 BY 1
               UNTIL WS-IDX-HORAS > WS-QTD-HORAS
                  OR WS-HORAS-ACHADA = 'S'.
           IF WS-HORAS-ACHADA = 'N'
               GO TO VALORIZAR-HORAS-EMPREGADO-EXIT
           END-IF.
           SUBTRACT 1 FROM WS-IDX-HORAS.

           COMPUTE WS-VALOR-HORA ROUNDED =
               EXT-EMPLOYEE-SALARY / 220.
           COMPUTE WS-VALOR-PAGO ROUNDED =
               WS-HRS-PAGAS-50 (WS-IDX-HORAS) * WS-VALOR-HORA * 1.5
               + WS-HRS-PAGAS-100 (WS-IDX-HORAS) * WS-VALOR-HORA * 2.
           COMPUTE WS-VALOR-RETIDO ROUNDED =
               WS-HRS-RETIDAS-50 (WS-IDX-HORAS) * WS-VALOR-HORA * 1.5
               + WS-HRS-RETIDAS-100 (WS-IDX-HORAS)
                 * WS-VALOR-HORA * 2.
           IF WS-VALOR-PAGO = ZEROS AND WS-VALOR-RETIDO = ZEROS
               GO TO VALORIZAR-HORAS-EMPREGADO-EXIT
           END-IF.

           MOVE EXT-EMPLOYEE-DEPARTMENT TO WS-DEPARTAMENTO-BUSCA.
           PERFORM LOCALIZAR-DEPTO THRU
                   LOCALIZAR-DEPTO-EXIT.
           ADD WS-VALOR-PAGO   TO WS-DEP-GASTO (WS-IDX-DEPTO).
           ADD WS-VALOR-RETIDO TO WS-DEP-RETIDO (WS-IDX-DEPTO).
           ADD 1 TO WS-DEP-QTD-EMPREG (WS-IDX-DEPTO).

       VALORIZAR-HORAS-EMPREGADO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    IMPRIMIR-DEPTO-HE                                        *
      *----------------------------------------------------------*
       IMPRIMIR-DEPTO-HE.
           MOVE WS-DEP-CODIGO (WS-IDX-DEPTO)    TO HEL-DEPARTAMENTO.
           MOVE WS-DEP-ORCAMENTO (WS-IDX-DEPTO) TO HEL-ORCAMENTO.
           MOVE WS-DEP-GASTO (WS-IDX-DEPTO)     TO HEL-GASTO.
           MOVE WS-DEP-RETIDO (WS-IDX-DEPTO)    TO HEL-RETIDO.
           COMPUTE WS-SALDO-ORCAMENTO =
               WS-DEP-ORCAMENTO (WS-IDX-DEPTO)
               - WS-DEP-GASTO (WS-IDX-DEPTO).
           MOVE WS-SALDO-ORCAMENTO TO HEL-SALDO.
           MOVE ZEROS TO WS-PCT-CONSUMIDO.
           IF WS-DEP-ORCAMENTO (WS-IDX-DEPTO) > ZEROS
               COMPUTE WS-PCT-CONSUMIDO ROUNDED =
                   WS-DEP-GASTO (WS-IDX-DEPTO) * 100
                   / WS-DEP-ORCAMENTO (WS-IDX-DEPTO)
           END-IF.
           MOVE WS-PCT-CONSUMIDO TO HEL-PCT.
           EVALUATE TRUE
               WHEN WS-DEP-TEM-ORCAMENTO (WS-IDX-DEPTO) = 'N'
                   MOVE 'SEM ORCAMENTO' TO HEL-FLAG
                   ADD 1 TO WS-QTD-SEM-ORCAMENTO
               WHEN WS-SALDO-ORCAMENTO < ZEROS
                   MOVE '*** ESTOURADO' TO HEL-FLAG
                   ADD 1 TO WS-QTD-ESTOURADOS
               WHEN OTHER
                   MOVE SPACES TO HEL-FLAG
           END-EVALUATE.
           WRITE REG-RELATORIO-ORCAMENTO-HE FROM WS-LINHA-HE.
           ADD WS-DEP-ORCAMENTO (WS-IDX-DEPTO) TO WS-TOTAL-ORCAMENTO.
           ADD WS-DEP-GASTO (WS-IDX-DEPTO)     TO WS-TOTAL-GASTO.
           ADD WS-DEP-RETIDO (WS-IDX-DEPTO)    TO WS-TOTAL-RETIDO.

       IMPRIMIR-DEPTO-HE-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    CONFERIR-VERSAO-EXTRATO                                  *
      *    Header de versao de layout do extrato (ver EXTVWS).      *
      *----------------------------------------------------------*
       CONFERIR-VERSAO-EXTRATO.
           MOVE REG-EXTRATO-EMPREGADO (7:2)
               TO WS-VERSAO-EXTRATO-LIDA.
           IF WS-VERSAO-EXTRATO-LIDA NOT = WS-VERSAO-EXTRATO-ATUAL
               DISPLAY 'TESTHEOR VERSAO DO EXTRATO '
                       WS-VERSAO-EXTRATO-LIDA
                       ' INCOMPATIVEL - ESPERADA '
                       WS-VERSAO-EXTRATO-ATUAL
               MOVE 'TESTHEOR'          TO WS-EXC-PROGRAMA
               MOVE 'CONFERIR-VERSAO-EXTRATO' TO WS-EXC-PARAGRAFO
               MOVE 8                   TO WS-EXC-CODIGO
               MOVE 'VERSAO DE LAYOUT DO EXTRATO INCOMPATIVEL'
                   TO WS-EXC-MENSAGEM
               MOVE 2 TO WS-EXC-SEVERIDADE
               PERFORM GRAVAR-EXCECAO-GERAL
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY 'TESTHEOR VERSAO DO EXTRATO.....: '
                   WS-VERSAO-EXTRATO-LIDA.

       CONFERIR-VERSAO-EXTRATO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    GRAVAR-EXCECAO-GERAL                                    *
      *    Log de excecoes compartilhado (EXCPPRC).                 *
      *----------------------------------------------------------*
       COPY EXCPPRC.
