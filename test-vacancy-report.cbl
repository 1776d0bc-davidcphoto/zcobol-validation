       IDENTIFICATION DIVISION.
       PROGRAM-ID. TESTVAGA.

      *----------------------------------------------------------*
      *    TESTVAGA                                                *
      *    Relatorio de vagas por departamento (VAGAREPT.DAT):     *
      *    para cada departamento do mestre DEPTMST.DAT, o quadro  *
      *    autorizado (QUADAUT.DAT, TESTQUAD), as posicoes         *
      *    ocupadas (empregados ativos em EMPLOYEES do DB2), as    *
      *    vagas abertas e o excesso sobre o quadro. Departamento  *
      *    sem quadro cadastrado sai marcado SEM QUADRO; codigo    *
      *    com ativos no DB2 mas ausente do mestre sai marcado     *
      *    FORA DO MESTRE. Qualquer departamento acima do quadro   *
      *    levanta excecao de severidade 3 e o run devolve RC=4.   *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RELATORIO-VAGAS
               ASSIGN TO "VAGAREPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RELATORIO.

           COPY DEPTSEL.

           COPY QUADSEL.

           COPY EXCPSEL.

       DATA DIVISION.
       FILE SECTION.
       FD  RELATORIO-VAGAS.
       01  REG-RELATORIO-VAGAS      PIC X(100).

       COPY DEPTFD.

       COPY QUADFD.

       COPY EXCPFD.

       WORKING-STORAGE SECTION.
       COPY DEPTWS.
       COPY QUADWS.
       COPY EXCPWS.

       01  WS-STATUS-RELATORIO      PIC XX.
       01  WS-EOF-DB2               PIC X VALUE 'N'.
       01  WS-EOF-MESTRE            PIC X VALUE 'N'.
       01  WS-QUADRO-ABERTO         PIC X VALUE 'N'.
       01  WS-DEPARTMENT            PIC X(10).
       01  WS-QTD-ATIVOS-DB2        PIC S9(09) COMP.

      *    Distingue fim normal de cursor (SQLCODE = 100) de um
      *    erro real do DB2 (SQLCODE negativo) na FETCH loop.
       01  WS-SQL-ABEND             PIC X VALUE 'N'.
           88  SQL-ABEND-OCORRIDO   VALUE 'Y'.

      *    Ativos por departamento, carregados do DB2 para o
      *    casamento com o mestre.
       01  WS-QTD-DEPTOS-DB2        PIC 9(03) VALUE ZEROS.
       01  WS-IDX-DEPTO             PIC 9(03) VALUE ZEROS.
       01  WS-DEPTO-ACHADO          PIC X VALUE 'N'.
       01  WS-TABELA-OCUPACAO.
           05  WS-OCUPACAO-DB2 OCCURS 500 TIMES.
               10  WS-OCP-DEPARTAMENTO  PIC X(10).
               10  WS-OCP-ATIVOS        PIC 9(05).
               10  WS-OCP-NO-MESTRE     PIC X(01).

       01  WS-AUTORIZADO            PIC 9(05) VALUE ZEROS.
       01  WS-OCUPADAS              PIC 9(05) VALUE ZEROS.
       01  WS-ABERTAS               PIC 9(05) VALUE ZEROS.
       01  WS-EXCESSO               PIC 9(05) VALUE ZEROS.

       01  WS-TOT-AUTORIZADO        PIC 9(07) VALUE ZEROS.
       01  WS-TOT-OCUPADAS          PIC 9(07) VALUE ZEROS.
       01  WS-TOT-ABERTAS           PIC 9(07) VALUE ZEROS.
       01  WS-TOT-EXCESSO           PIC 9(07) VALUE ZEROS.
       01  WS-QTD-DEPTOS-EXCESSO    PIC 9(03) VALUE ZEROS.
       01  WS-QTD-SEM-QUADRO        PIC 9(03) VALUE ZEROS.

       01  WS-CABECALHO-VAGA-1      PIC X(48) VALUE
           'QUADRO AUTORIZADO X OCUPACAO POR DEPARTAMENTO'.
       01  WS-CABECALHO-VAGA-2.
           05  FILLER               PIC X(11) VALUE 'DEPTO'.
           05  FILLER               PIC X(31) VALUE 'NOME'.
           05  FILLER               PIC X(07) VALUE ' AUTOR'.
           05  FILLER               PIC X(07) VALUE ' OCUP'.
           05  FILLER               PIC X(07) VALUE ' ABERT'.
           05  FILLER               PIC X(07) VALUE ' EXCES'.
           05  FILLER               PIC X(14) VALUE ' SITUACAO'.

       01  WS-LINHA-VAGA.
           05  VGA-DEPARTAMENTO     PIC X(10).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  VGA-NOME             PIC X(30).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  VGA-AUTORIZADO       PIC ZZ,ZZ9.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  VGA-OCUPADAS         PIC ZZ,ZZ9.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  VGA-ABERTAS          PIC ZZ,ZZ9.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  VGA-EXCESSO          PIC ZZ,ZZ9.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  VGA-SITUACAO         PIC X(14).

       01  WS-LINHA-TOTAL-VAGA.
           05  FILLER               PIC X(42) VALUE
               'TOTAL GERAL (DEPARTAMENTOS COM QUADRO)'.
           05  VGT-AUTORIZADO       PIC Z,ZZZ,ZZ9.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  VGT-OCUPADAS         PIC Z,ZZZ,ZZ9.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  VGT-ABERTAS          PIC Z,ZZZ,ZZ9.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  VGT-EXCESSO          PIC Z,ZZZ,ZZ9.

      *    Ativos agrupados por departamento.
           EXEC SQL
               DECLARE CURSOR-OCUPACAO CURSOR FOR
               SELECT DEPARTMENT, COUNT(*)
               FROM EMPLOYEES
               WHERE ACTIVE = 'Y'
               GROUP BY DEPARTMENT
               ORDER BY DEPARTMENT
           END-EXEC.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 0 TO RETURN-CODE.

           PERFORM CARREGAR-OCUPACAO-DB2 THRU
                   CARREGAR-OCUPACAO-DB2-EXIT.

           OPEN INPUT QUADRO-AUTORIZADO.
           IF WS-STATUS-QUADRO = '00'
               MOVE 'S' TO WS-QUADRO-ABERTO
           ELSE
               DISPLAY 'TESTVAGA QUADAUT.DAT INDISPONIVEL STATUS='
                       WS-STATUS-QUADRO ' - TODOS SEM QUADRO'
           END-IF.

           OPEN OUTPUT RELATORIO-VAGAS.
           WRITE REG-RELATORIO-VAGAS FROM WS-CABECALHO-VAGA-1.
           WRITE REG-RELATORIO-VAGAS FROM WS-CABECALHO-VAGA-2.

           PERFORM PERCORRER-MESTRE THRU
                   PERCORRER-MESTRE-EXIT.
           PERFORM REPORTAR-FORA-DO-MESTRE
               VARYING WS-IDX-DEPTO FROM 1 BY 1
               UNTIL WS-IDX-DEPTO > WS-QTD-DEPTOS-DB2.

           MOVE SPACES TO REG-RELATORIO-VAGAS.
           WRITE REG-RELATORIO-VAGAS.
           MOVE WS-TOT-AUTORIZADO TO VGT-AUTORIZADO.
           MOVE WS-TOT-OCUPADAS   TO VGT-OCUPADAS.
           MOVE WS-TOT-ABERTAS    TO VGT-ABERTAS.
           MOVE WS-TOT-EXCESSO    TO VGT-EXCESSO.
           WRITE REG-RELATORIO-VAGAS FROM WS-LINHA-TOTAL-VAGA.
           CLOSE RELATORIO-VAGAS.
           IF WS-QUADRO-ABERTO = 'S'
               CLOSE QUADRO-AUTORIZADO
           END-IF.

           IF WS-QTD-DEPTOS-EXCESSO > 0
               MOVE 'TESTVAGA'          TO WS-EXC-PROGRAMA
               MOVE 'MAIN-PROCEDURE'    TO WS-EXC-PARAGRAFO
               MOVE 4                   TO WS-EXC-CODIGO
               MOVE 'DEPARTAMENTOS ACIMA DO QUADRO AUTORIZADO'
                   TO WS-EXC-MENSAGEM
               MOVE 3 TO WS-EXC-SEVERIDADE
               PERFORM GRAVAR-EXCECAO-GERAL
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

           DISPLAY 'TESTVAGA POSICOES AUTORIZADAS: ' WS-TOT-AUTORIZADO.
           DISPLAY 'TESTVAGA POSICOES OCUPADAS...: ' WS-TOT-OCUPADAS.
           DISPLAY 'TESTVAGA VAGAS ABERTAS.......: ' WS-TOT-ABERTAS.
           DISPLAY 'TESTVAGA EXCESSO SOBRE QUADRO: ' WS-TOT-EXCESSO.
           DISPLAY 'TESTVAGA DEPTOS SEM QUADRO...: ' WS-QTD-SEM-QUADRO.
           STOP RUN.

      *----------------------------------------------------------*
      *    CARREGAR-OCUPACAO-DB2                                    *
      *----------------------------------------------------------*
       CARREGAR-OCUPACAO-DB2.
           EXEC SQL
               OPEN CURSOR-OCUPACAO
           END-EXEC.

           PERFORM UNTIL WS-EOF-DB2 = 'S'
               EXEC SQL
                   FETCH CURSOR-OCUPACAO
                   INTO :WS-DEPARTMENT, :WS-QTD-ATIVOS-DB2
               END-EXEC

               EVALUATE TRUE
                   WHEN SQLCODE = 0
                       IF WS-QTD-DEPTOS-DB2 < 500
                           ADD 1 TO WS-QTD-DEPTOS-DB2
                           MOVE WS-DEPARTMENT
                               TO WS-OCP-DEPARTAMENTO
                                   (WS-QTD-DEPTOS-DB2)
                           MOVE WS-QTD-ATIVOS-DB2
                               TO WS-OCP-ATIVOS (WS-QTD-DEPTOS-DB2)
                           MOVE 'N'
                               TO WS-OCP-NO-MESTRE
                                   (WS-QTD-DEPTOS-DB2)
                       END-IF
                   WHEN SQLCODE = 100
                       MOVE 'S' TO WS-EOF-DB2
                   WHEN OTHER
                       PERFORM TRATAR-ERRO-SQL-VAGA
                       MOVE 'S' TO WS-EOF-DB2
               END-EVALUATE
           END-PERFORM.

           EXEC SQL
               CLOSE CURSOR-OCUPACAO
           END-EXEC.

           IF SQL-ABEND-OCORRIDO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       CARREGAR-OCUPACAO-DB2-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    PERCORRER-MESTRE                                         *
      *    Uma linha por departamento do mestre, em ordem de chave. *
      *----------------------------------------------------------*
       PERCORRER-MESTRE.
           OPEN INPUT DEPT-MASTER.
           IF WS-STATUS-DEPT-MASTER NOT = '00'
               DISPLAY 'TESTVAGA DEPTMST.DAT INDISPONIVEL STATUS='
                       WS-STATUS-DEPT-MASTER
               MOVE 'TESTVAGA'          TO WS-EXC-PROGRAMA
               MOVE 'PERCORRER-MESTRE'  TO WS-EXC-PARAGRAFO
               MOVE WS-STATUS-DEPT-MASTER TO WS-EXC-CODIGO
               MOVE 'ERRO ABERTURA DEPTMST.DAT' TO WS-EXC-MENSAGEM
               MOVE 1 TO WS-EXC-SEVERIDADE
               PERFORM GRAVAR-EXCECAO-GERAL
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LER-DEPTO-MESTRE UNTIL WS-EOF-MESTRE = 'S'.
           CLOSE DEPT-MASTER.

       PERCORRER-MESTRE-EXIT.
           EXIT.

       LER-DEPTO-MESTRE.
           READ DEPT-MASTER NEXT RECORD
               AT END
                   MOVE 'S' TO WS-EOF-MESTRE
               NOT AT END
                   PERFORM AVALIAR-DEPARTAMENTO THRU
                           AVALIAR-DEPARTAMENTO-EXIT
           END-READ.

       LER-DEPTO-MESTRE-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    AVALIAR-DEPARTAMENTO                                     *
      *    Abertas = autorizado - ocupadas; excesso = ocupadas -    *
      *    autorizado (um dos dois e sempre zero).                  *
      *----------------------------------------------------------*
       AVALIAR-DEPARTAMENTO.
           MOVE ZEROS TO WS-OCUPADAS.
           MOVE 'N' TO WS-DEPTO-ACHADO.
           PERFORM PROCURAR-OCUPACAO
               VARYING WS-IDX-DEPTO FROM 1 BY 1
               UNTIL WS-IDX-DEPTO > WS-QTD-DEPTOS-DB2
                  OR WS-DEPTO-ACHADO = 'S'.

           MOVE DPM-CODIGO  TO VGA-DEPARTAMENTO.
           MOVE DPM-NOME    TO VGA-NOME.
           MOVE WS-OCUPADAS TO VGA-OCUPADAS.

           MOVE 'N' TO WS-DEPTO-ACHADO.
           IF WS-QUADRO-ABERTO = 'S'
               MOVE DPM-CODIGO TO QDA-DEPARTAMENTO
               READ QUADRO-AUTORIZADO
                   KEY IS QDA-DEPARTAMENTO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'S' TO WS-DEPTO-ACHADO
               END-READ
           END-IF.
           IF WS-DEPTO-ACHADO = 'N'
               ADD 1 TO WS-QTD-SEM-QUADRO
               MOVE ZEROS        TO VGA-AUTORIZADO
               MOVE ZEROS        TO VGA-ABERTAS
               MOVE ZEROS        TO VGA-EXCESSO
               MOVE 'SEM QUADRO' TO VGA-SITUACAO
               WRITE REG-RELATORIO-VAGAS FROM WS-LINHA-VAGA
               GO TO AVALIAR-DEPARTAMENTO-EXIT
           END-IF.

           MOVE QDA-AUTORIZADO TO WS-AUTORIZADO.
           MOVE ZEROS TO WS-ABERTAS.
           MOVE ZEROS TO WS-EXCESSO.
           IF WS-OCUPADAS > WS-AUTORIZADO
               SUBTRACT WS-AUTORIZADO FROM WS-OCUPADAS
                   GIVING WS-EXCESSO
               ADD 1 TO WS-QTD-DEPTOS-EXCESSO
               MOVE 'ACIMA QUADRO' TO VGA-SITUACAO
           ELSE
               SUBTRACT WS-OCUPADAS FROM WS-AUTORIZADO
                   GIVING WS-ABERTAS
               IF WS-ABERTAS = ZEROS
                   MOVE 'COMPLETO' TO VGA-SITUACAO
               ELSE
                   MOVE SPACES TO VGA-SITUACAO
               END-IF
           END-IF.

           ADD WS-AUTORIZADO TO WS-TOT-AUTORIZADO.
           ADD WS-OCUPADAS   TO WS-TOT-OCUPADAS.
           ADD WS-ABERTAS    TO WS-TOT-ABERTAS.
           ADD WS-EXCESSO    TO WS-TOT-EXCESSO.

           MOVE WS-AUTORIZADO TO VGA-AUTORIZADO.
           MOVE WS-ABERTAS    TO VGA-ABERTAS.
           MOVE WS-EXCESSO    TO VGA-EXCESSO.
           WRITE REG-RELATORIO-VAGAS FROM WS-LINHA-VAGA.

       AVALIAR-DEPARTAMENTO-EXIT.
           EXIT.

       PROCURAR-OCUPACAO.
           IF WS-OCP-DEPARTAMENTO (WS-IDX-DEPTO) = DPM-CODIGO
               MOVE 'S' TO WS-DEPTO-ACHADO
               MOVE 'S' TO WS-OCP-NO-MESTRE (WS-IDX-DEPTO)
               MOVE WS-OCP-ATIVOS (WS-IDX-DEPTO) TO WS-OCUPADAS
           END-IF.

       PROCURAR-OCUPACAO-EXIT.
           EXIT.

       REPORTAR-FORA-DO-MESTRE.
           IF WS-OCP-NO-MESTRE (WS-IDX-DEPTO) = 'N'
               MOVE WS-OCP-DEPARTAMENTO (WS-IDX-DEPTO)
                   TO VGA-DEPARTAMENTO
               MOVE SPACES TO VGA-NOME
               MOVE ZEROS  TO VGA-AUTORIZADO
               MOVE WS-OCP-ATIVOS (WS-IDX-DEPTO) TO VGA-OCUPADAS
               MOVE ZEROS  TO VGA-ABERTAS
               MOVE ZEROS  TO VGA-EXCESSO
               MOVE 'FORA DO MESTRE' TO VGA-SITUACAO
               WRITE REG-RELATORIO-VAGAS FROM WS-LINHA-VAGA
           END-IF.

       REPORTAR-FORA-DO-MESTRE-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    TRATAR-ERRO-SQL-VAGA                                     *
      *----------------------------------------------------------*
       TRATAR-ERRO-SQL-VAGA.
           MOVE 'Y' TO WS-SQL-ABEND.
           MOVE 'TESTVAGA'          TO WS-EXC-PROGRAMA.
           MOVE 'CARREGAR-OCUPACAO-DB2' TO WS-EXC-PARAGRAFO.
           MOVE 8                   TO WS-EXC-CODIGO.
           MOVE 'ERRO SQL CURSOR-OCUPACAO' TO WS-EXC-MENSAGEM.
           MOVE 2 TO WS-EXC-SEVERIDADE
           PERFORM GRAVAR-EXCECAO-GERAL.

       TRATAR-ERRO-SQL-VAGA-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    GRAVAR-EXCECAO-GERAL                                    *
      *    Log de excecoes compartilhado (EXCPPRC).                 *
      *----------------------------------------------------------*
       COPY EXCPPRC.
