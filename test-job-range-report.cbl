       IDENTIFICATION DIVISION.
       PROGRAM-ID. TESTCRGR.

      *----------------------------------------------------------*
      *    TESTCRGR                                                *
      *    Relatorio noturno de aderencia a faixa salarial do      *
      *    cargo para a RH: le os empregados ativos de EMPLOYEES   *
      *    (salario base e JOB_CODE, atribuido por TESTEMNT) e     *
      *    confronta com o catalogo de cargos CARGOMST.DAT         *
      *    (TESTCARG). Sai em CARGFAIX.DAT todo empregado          *
      *      - sem cargo atribuido;                                *
      *      - com cargo fora do catalogo ou excluido dele;        *
      *      - pago abaixo do minimo ou acima do maximo da faixa.  *
      *    Qualquer ocorrencia devolve RC=4 para visto da RH.      *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CARGSEL.

           SELECT RELATORIO-FAIXAS
               ASSIGN TO "CARGFAIX.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RELATORIO.

           COPY EXCPSEL.

       DATA DIVISION.
       FILE SECTION.
       COPY CARGFD.

       FD  RELATORIO-FAIXAS.
       01  REG-RELATORIO-FAIXAS     PIC X(120).

       COPY EXCPFD.

       WORKING-STORAGE SECTION.
       COPY CARGWS.
       COPY EXCPWS.

       01  WS-STATUS-RELATORIO      PIC XX.
       01  WS-EOF-EMPREGADOS        PIC X VALUE 'N'.
       01  WS-DATA-RUN              PIC 9(08).

       01  WS-EMPLOYEE-ID           PIC 9(05).
       01  WS-EMPLOYEE-NAME         PIC X(50).
       01  WS-EMPLOYEE-SALARY       PIC 9(07)V99.
       01  WS-EMPLOYEE-CARGO        PIC X(06).

       01  WS-QTD-ATIVOS            PIC 9(05) VALUE ZEROS.
       01  WS-QTD-SEM-CARGO         PIC 9(05) VALUE ZEROS.
       01  WS-QTD-CARGO-INVALIDO    PIC 9(05) VALUE ZEROS.
       01  WS-QTD-ABAIXO            PIC 9(05) VALUE ZEROS.
       01  WS-QTD-ACIMA             PIC 9(05) VALUE ZEROS.

      *    Distingue fim normal de cursor (SQLCODE = 100) de um
      *    erro real do DB2 (SQLCODE negativo) na FETCH loop.
       01  WS-SQL-ABEND             PIC X VALUE 'N'.
           88  SQL-ABEND-OCORRIDO   VALUE 'Y'.

       01  WS-CABECALHO-FAIXAS.
           05  FILLER               PIC X(44) VALUE
               'EMPREGADOS FORA DA FAIXA SALARIAL DO CARGO -'.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  CFX-DATA             PIC 9(08).

       01  WS-CABECALHO-COLUNAS.
           05  FILLER               PIC X(06) VALUE 'MATR.'.
           05  FILLER               PIC X(31) VALUE 'NOME'.
           05  FILLER               PIC X(07) VALUE 'CARGO'.
           05  FILLER               PIC X(14) VALUE '      SALARIO'.
           05  FILLER               PIC X(14) VALUE '       MINIMO'.
           05  FILLER               PIC X(14) VALUE '       MAXIMO'.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  FILLER               PIC X(20) VALUE 'SITUACAO'.

       01  WS-LINHA-FAIXA.
           05  LFX-MATRICULA        PIC 9(05).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  LFX-NOME             PIC X(30).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  LFX-CARGO            PIC X(06).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  LFX-SALARIO          PIC Z,ZZZ,ZZ9.99.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  LFX-MINIMO           PIC Z,ZZZ,ZZ9.99.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  LFX-MAXIMO           PIC Z,ZZZ,ZZ9.99.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  LFX-SITUACAO         PIC X(20).

       01  WS-LINHA-TOTAL-FAIXAS.
           05  FILLER               PIC X(08) VALUE 'ATIVOS:'.
           05  TFX-ATIVOS           PIC ZZZZ9.
           05  FILLER               PIC X(12) VALUE '  SEM CARGO:'.
           05  TFX-SEM-CARGO        PIC ZZZZ9.
           05  FILLER               PIC X(18) VALUE
               '  CARGO INVALIDO:'.
           05  TFX-CARGO-INVALIDO   PIC ZZZZ9.
           05  FILLER               PIC X(09) VALUE '  ABAIXO:'.
           05  TFX-ABAIXO           PIC ZZZZ9.
           05  FILLER               PIC X(08) VALUE '  ACIMA:'.
           05  TFX-ACIMA            PIC ZZZZ9.

           EXEC SQL
               DECLARE CURSOR-CARGOS CURSOR FOR
               SELECT EMPLOYEE_ID, EMPLOYEE_NAME, SALARY,
                      COALESCE(JOB_CODE, ' ')
               FROM EMPLOYEES
               WHERE ACTIVE = 'Y'
               ORDER BY EMPLOYEE_ID
           END-EXEC.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 0 TO RETURN-CODE.
           ACCEPT WS-DATA-RUN FROM DATE YYYYMMDD.
           PERFORM PROCESSAR-CURSOR-CARGOS THRU
                   PROCESSAR-CURSOR-CARGOS-EXIT.
           STOP RUN.

      *----------------------------------------------------------*
      *    PROCESSAR-CURSOR-CARGOS                                  *
      *----------------------------------------------------------*
       PROCESSAR-CURSOR-CARGOS.
           OPEN INPUT CARGOS-MASTER.
           IF WS-STATUS-CARGOS NOT = '00'
               DISPLAY 'TESTCRGR CARGOMST.DAT INDISPONIVEL - STATUS '
                       WS-STATUS-CARGOS
               MOVE 'TESTCRGR'              TO WS-EXC-PROGRAMA
               MOVE 'PROCESSAR-CURSOR-CARGOS' TO WS-EXC-PARAGRAFO
               MOVE WS-STATUS-CARGOS        TO WS-EXC-CODIGO
               MOVE 'ERRO ABERTURA CARGOMST.DAT' TO WS-EXC-MENSAGEM
               MOVE 2 TO WS-EXC-SEVERIDADE
               PERFORM GRAVAR-EXCECAO-GERAL
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT RELATORIO-FAIXAS.
           IF WS-STATUS-RELATORIO NOT = '00'
               MOVE 'TESTCRGR'              TO WS-EXC-PROGRAMA
               MOVE 'PROCESSAR-CURSOR-CARGOS' TO WS-EXC-PARAGRAFO
               MOVE WS-STATUS-RELATORIO     TO WS-EXC-CODIGO
               MOVE 'ERRO ABERTURA CARGFAIX.DAT' TO WS-EXC-MENSAGEM
               MOVE 1 TO WS-EXC-SEVERIDADE
               PERFORM GRAVAR-EXCECAO-GERAL
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE WS-DATA-RUN TO CFX-DATA.
           WRITE REG-RELATORIO-FAIXAS FROM WS-CABECALHO-FAIXAS.
           WRITE REG-RELATORIO-FAIXAS FROM WS-CABECALHO-COLUNAS.

           EXEC SQL
               OPEN CURSOR-CARGOS
           END-EXEC.

           PERFORM UNTIL WS-EOF-EMPREGADOS = 'S'
               EXEC SQL
                   FETCH CURSOR-CARGOS
                   INTO :WS-EMPLOYEE-ID,
                        :WS-EMPLOYEE-NAME,
                        :WS-EMPLOYEE-SALARY,
                        :WS-EMPLOYEE-CARGO
               END-EXEC

               EVALUATE TRUE
                   WHEN SQLCODE = 0
                       PERFORM CONFERIR-FAIXA-EMPREGADO THRU
                               CONFERIR-FAIXA-EMPREGADO-EXIT
                   WHEN SQLCODE = 100
                       MOVE 'S' TO WS-EOF-EMPREGADOS
                   WHEN OTHER
                       PERFORM TRATAR-ERRO-SQL-CARGOS
                       MOVE 'S' TO WS-EOF-EMPREGADOS
               END-EVALUATE
           END-PERFORM.

           EXEC SQL
               CLOSE CURSOR-CARGOS
           END-EXEC.
           CLOSE CARGOS-MASTER.

           IF SQL-ABEND-OCORRIDO
               CLOSE RELATORIO-FAIXAS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE SPACES TO REG-RELATORIO-FAIXAS.
           WRITE REG-RELATORIO-FAIXAS.
           MOVE WS-QTD-ATIVOS         TO TFX-ATIVOS.
           MOVE WS-QTD-SEM-CARGO      TO TFX-SEM-CARGO.
           MOVE WS-QTD-CARGO-INVALIDO TO TFX-CARGO-INVALIDO.
           MOVE WS-QTD-ABAIXO         TO TFX-ABAIXO.
           MOVE WS-QTD-ACIMA          TO TFX-ACIMA.
           WRITE REG-RELATORIO-FAIXAS FROM WS-LINHA-TOTAL-FAIXAS.
           CLOSE RELATORIO-FAIXAS.

           DISPLAY 'TESTCRGR EMPREGADOS ATIVOS...: ' WS-QTD-ATIVOS.
           DISPLAY 'TESTCRGR SEM CARGO...........: '
                   WS-QTD-SEM-CARGO.
           DISPLAY 'TESTCRGR CARGO INVALIDO......: '
                   WS-QTD-CARGO-INVALIDO.
           DISPLAY 'TESTCRGR ABAIXO DA FAIXA.....: ' WS-QTD-ABAIXO.
           DISPLAY 'TESTCRGR ACIMA DA FAIXA......: ' WS-QTD-ACIMA.

           IF (WS-QTD-SEM-CARGO > ZEROS
                  OR WS-QTD-CARGO-INVALIDO > ZEROS
                  OR WS-QTD-ABAIXO > ZEROS
                  OR WS-QTD-ACIMA > ZEROS)
                  AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.

       PROCESSAR-CURSOR-CARGOS-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    CONFERIR-FAIXA-EMPREGADO                                 *
      *    Cargo do empregado contra o catalogo e a faixa do cargo. *
      *----------------------------------------------------------*
       CONFERIR-FAIXA-EMPREGADO.
           ADD 1 TO WS-QTD-ATIVOS.
           MOVE WS-EMPLOYEE-ID     TO LFX-MATRICULA.
           MOVE WS-EMPLOYEE-NAME   TO LFX-NOME.
           MOVE WS-EMPLOYEE-CARGO  TO LFX-CARGO.
           MOVE WS-EMPLOYEE-SALARY TO LFX-SALARIO.
           MOVE ZEROS              TO LFX-MINIMO.
           MOVE ZEROS              TO LFX-MAXIMO.

           IF WS-EMPLOYEE-CARGO = SPACES
               ADD 1 TO WS-QTD-SEM-CARGO
               MOVE 'SEM CARGO' TO LFX-SITUACAO
               WRITE REG-RELATORIO-FAIXAS FROM WS-LINHA-FAIXA
               GO TO CONFERIR-FAIXA-EMPREGADO-EXIT
           END-IF.

           MOVE WS-EMPLOYEE-CARGO TO CRG-CODIGO.
           READ CARGOS-MASTER
               KEY IS CRG-CODIGO
               INVALID KEY
                   ADD 1 TO WS-QTD-CARGO-INVALIDO
                   MOVE 'CARGO INEXISTENTE' TO LFX-SITUACAO
                   WRITE REG-RELATORIO-FAIXAS FROM WS-LINHA-FAIXA
                   GO TO CONFERIR-FAIXA-EMPREGADO-EXIT
           END-READ.
           MOVE CRG-SALARIO-MIN TO LFX-MINIMO.
           MOVE CRG-SALARIO-MAX TO LFX-MAXIMO.
           IF NOT CRG-CARGO-ATIVO
               ADD 1 TO WS-QTD-CARGO-INVALIDO
               MOVE 'CARGO EXCLUIDO' TO LFX-SITUACAO
               WRITE REG-RELATORIO-FAIXAS FROM WS-LINHA-FAIXA
           END-IF.

           IF WS-EMPLOYEE-SALARY < CRG-SALARIO-MIN
               ADD 1 TO WS-QTD-ABAIXO
               MOVE 'ABAIXO DA FAIXA' TO LFX-SITUACAO
               WRITE REG-RELATORIO-FAIXAS FROM WS-LINHA-FAIXA
           END-IF.
           IF WS-EMPLOYEE-SALARY > CRG-SALARIO-MAX
               ADD 1 TO WS-QTD-ACIMA
               MOVE 'ACIMA DA FAIXA' TO LFX-SITUACAO
               WRITE REG-RELATORIO-FAIXAS FROM WS-LINHA-FAIXA
           END-IF.

       CONFERIR-FAIXA-EMPREGADO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    TRATAR-ERRO-SQL-CARGOS                                   *
      *    Erro real de DB2 na FETCH loop - registra no log de      *
      *    excecoes compartilhado e liga o flag de abend.           *
      *----------------------------------------------------------*
       TRATAR-ERRO-SQL-CARGOS.
           MOVE 'Y' TO WS-SQL-ABEND.
           MOVE 'TESTCRGR'               TO WS-EXC-PROGRAMA.
           MOVE 'PROCESSAR-CURSOR-CARGOS' TO WS-EXC-PARAGRAFO.
           MOVE 8                        TO WS-EXC-CODIGO.
           MOVE 'ERRO SQL CURSOR-CARGOS' TO WS-EXC-MENSAGEM.
           MOVE 2 TO WS-EXC-SEVERIDADE
           PERFORM GRAVAR-EXCECAO-GERAL.

       TRATAR-ERRO-SQL-CARGOS-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    GRAVAR-EXCECAO-GERAL                                    *
      *    Log de excecoes compartilhado (EXCPPRC).                 *
      *----------------------------------------------------------*
       COPY EXCPPRC.
