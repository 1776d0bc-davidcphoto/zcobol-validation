      *    de TESTCURSOR nao deixam ver (unidades organizacionais  *
      *    abertas apos reestruturacao). Departamentos com efetivo *
      *    zero saem marcados de forma distinta.                   *
      *    Edicao consolidada por nivel em STAFROLL.DAT: efetivo,  *
      *    departamentos e departamentos sem efetivo somados pela  *
      *    hierarquia do cadastro mestre DEPTMST.DAT (ver          *
      *    HIERPRC), com subtotal em cada diretoria/divisao e o    *
      *    total da empresa no fim.                                *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RELATORIO.

           SELECT RELATORIO-QUADRO-NIVEL
               ASSIGN TO "STAFROLL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-ROLLUP.

           COPY DEPTSEL.

           COPY EXCPSEL.

       DATA DIVISION.
       FD  RELATORIO-QUADRO.
       01  REG-RELATORIO-QUADRO     PIC X(80).

       FD  RELATORIO-QUADRO-NIVEL.
       01  REG-RELATORIO-QUADRO-NIV PIC X(80).

       COPY DEPTFD.

       COPY EXCPFD.

       WORKING-STORAGE SECTION.
       COPY DEPTWS.
       COPY HIERWS.
       COPY EXCPWS.

       01  WS-STATUS-RELATORIO      PIC XX.
       01  WS-STATUS-ROLLUP         PIC XX.
       01  WS-IDX-NO                PIC 9(03) VALUE ZEROS.
       01  WS-EOF-QUADRO            PIC X VALUE 'N'.
       01  WS-DEPARTMENT-NAME       PIC X(30).
       01  WS-EMPLOYEE-ID-LIDO      PIC 9(05).
               '  ATIVOS TOTAIS:'.
           05  QDR-TOT-ATIVOS       PIC ZZZZZZ9.

      *    Edicao consolidada por nivel (valor 1 = efetivo, 2 =
      *    departamentos, 3 = departamentos sem efetivo).
       01  WS-CABECALHO-QUADRO-NIVEL PIC X(50) VALUE
           'QUADRO DE PESSOAL ATIVO CONSOLIDADO POR NIVEL'.

       01  WS-CABECALHO-COLUNAS-NIVEL.
           05  FILLER               PIC X(41) VALUE
               'DEPARTAMENTO / NIVEL'.
           05  FILLER               PIC X(09) VALUE 'EFETIVO  '.
           05  FILLER               PIC X(08) VALUE 'DEPTOS  '.
           05  FILLER               PIC X(11) VALUE 'SEM EFETIVO'.

       01  WS-LINHA-QUADRO-NIVEL.
           05  QNV-ROTULO           PIC X(40).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  QNV-EFETIVO          PIC ZZZZZZ9.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  QNV-DEPTOS           PIC ZZZZ9.
           05  FILLER               PIC X(06) VALUE SPACES.
           05  QNV-VAZIOS           PIC ZZZZ9.

      *    Junta DEPARTMENTS a EMPLOYEES pelos ativos, preservando
      *    os departamentos sem nenhum empregado (LEFT OUTER JOIN -
      *    o lado de EMPLOYEES volta com COALESCE zero). Uma linha
       MAIN-PROCEDURE.
           MOVE 0 TO RETURN-CODE.
           ACCEPT WS-DATA-RUN FROM DATE YYYYMMDD.
           MOVE 'TESTSTAF' TO WS-HIE-PROGRAMA.
           PERFORM CARREGAR-HIERARQUIA THRU
                   CARREGAR-HIERARQUIA-EXIT.
           PERFORM PROCESSAR-CURSOR-QUADRO THRU
                   PROCESSAR-CURSOR-QUADRO-EXIT.
           STOP RUN.

           PERFORM IMPRIMIR-TOTAL-QUADRO.
           CLOSE RELATORIO-QUADRO.
           PERFORM IMPRIMIR-EDICAO-NIVEL.

           DISPLAY 'TESTSTAF DEPARTAMENTOS.......: '
                   WS-QTD-DEPARTAMENTOS.
           ADD 1 TO WS-QTD-DEPARTAMENTOS.
           ADD WS-QTD-ATIVOS TO WS-QTD-ATIVOS-TOTAL.

           MOVE WS-DEPTO-CORRENTE (1:10) TO WS-HIE-CODIGO-BUSCA.
           MOVE WS-QTD-ATIVOS TO WS-HIE-VALOR (1).
           MOVE 1             TO WS-HIE-VALOR (2).
           IF WS-QTD-ATIVOS = ZEROS
               MOVE 1     TO WS-HIE-VALOR (3)
           ELSE
               MOVE ZEROS TO WS-HIE-VALOR (3)
           END-IF.
           PERFORM ACUMULAR-HIERARQUIA THRU
                   ACUMULAR-HIERARQUIA-EXIT.

       IMPRIMIR-LINHA-QUADRO-EXIT.
           EXIT.

       IMPRIMIR-TOTAL-QUADRO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    IMPRIMIR-EDICAO-NIVEL                                    *
      *    STAFROLL.DAT: um no da hierarquia por linha, cada um     *
      *    seguido de seus subordinados, e o total da empresa.      *
      *----------------------------------------------------------*
       IMPRIMIR-EDICAO-NIVEL.
           OPEN OUTPUT RELATORIO-QUADRO-NIVEL.
           IF WS-STATUS-ROLLUP NOT = '00'
               MOVE 'TESTSTAF'          TO WS-EXC-PROGRAMA
               MOVE 'IMPRIMIR-EDICAO-NIVEL' TO WS-EXC-PARAGRAFO
               MOVE WS-STATUS-ROLLUP    TO WS-EXC-CODIGO
               MOVE 'ERRO ABERTURA STAFROLL.DAT' TO WS-EXC-MENSAGEM
               MOVE 1 TO WS-EXC-SEVERIDADE
               PERFORM GRAVAR-EXCECAO-GERAL
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           WRITE REG-RELATORIO-QUADRO-NIV
               FROM WS-CABECALHO-QUADRO-NIVEL.
           WRITE REG-RELATORIO-QUADRO-NIV
               FROM WS-CABECALHO-COLUNAS-NIVEL.
           PERFORM ORDENAR-HIERARQUIA THRU
                   ORDENAR-HIERARQUIA-EXIT.
           PERFORM IMPRIMIR-LINHA-NIVEL
               VARYING WS-IDX-NO FROM 1 BY 1
               UNTIL WS-IDX-NO > WS-HIE-QTD-NOS.
           MOVE SPACES TO REG-RELATORIO-QUADRO-NIV.
           WRITE REG-RELATORIO-QUADRO-NIV.
           MOVE 'TOTAL DA EMPRESA' TO QNV-ROTULO.
           MOVE WS-HIE-TOTAL (1)   TO QNV-EFETIVO.
           MOVE WS-HIE-TOTAL (2)   TO QNV-DEPTOS.
           MOVE WS-HIE-TOTAL (3)   TO QNV-VAZIOS.
           WRITE REG-RELATORIO-QUADRO-NIV FROM WS-LINHA-QUADRO-NIVEL.
           CLOSE RELATORIO-QUADRO-NIVEL.

       IMPRIMIR-EDICAO-NIVEL-EXIT.
           EXIT.

       IMPRIMIR-LINHA-NIVEL.
           MOVE WS-HIE-ORDEM (WS-IDX-NO) TO WS-HIE-IDX.
           PERFORM PREPARAR-ROTULO-HIERARQUIA THRU
                   PREPARAR-ROTULO-HIERARQUIA-EXIT.
           MOVE WS-HIE-ROTULO TO QNV-ROTULO.
           MOVE WS-HIE-ACUM (WS-HIE-IDX, 1) TO QNV-EFETIVO.
           MOVE WS-HIE-ACUM (WS-HIE-IDX, 2) TO QNV-DEPTOS.
           MOVE WS-HIE-ACUM (WS-HIE-IDX, 3) TO QNV-VAZIOS.
           WRITE REG-RELATORIO-QUADRO-NIV FROM WS-LINHA-QUADRO-NIVEL.

       IMPRIMIR-LINHA-NIVEL-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    HIERARQUIA DE DEPARTAMENTOS (HIERPRC)                   *
      *----------------------------------------------------------*
       COPY HIERPRC.

      *----------------------------------------------------------*
      *    TRATAR-ERRO-SQL-QUADRO                                   *
      *    Erro real de DB2 na FETCH loop - registra no log de      *
