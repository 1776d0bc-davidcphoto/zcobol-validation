       IDENTIFICATION DIVISION.
       PROGRAM-ID. TESTAFAS.

      *----------------------------------------------------------*
      *    TESTAFAS                                                *
      *    Lista diaria de retornos de afastamento para a RH       *
      *    (AFASRETO.DAT): empregados do registro AFASTREG.DAT     *
      *    (ver AFASFD) ainda sem retorno efetivo e com retorno    *
      *    previsto nos proximos 7 dias, com nome e departamento   *
      *    do extrato do dia. Afastamento com retorno previsto ja  *
      *    vencido e sem retorno efetivo informado sai marcado     *
      *    RETORNO VENCIDO - a RH precisa lancar a volta ou        *
      *    prorrogar - e o run devolve RC=4.                       *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL EXTRATO-EMPREGADOS
               ASSIGN TO "EMPEXTR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-EXTRATO.

           COPY AFASSEL.

           SELECT LISTA-RETORNOS
               ASSIGN TO "AFASRETO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-LISTA.

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

       COPY AFASFD.

       FD  LISTA-RETORNOS.
       01  REG-LISTA-RETORNOS       PIC X(100).

       COPY EXCPFD.

       WORKING-STORAGE SECTION.
       COPY EXTVWS.
       COPY EXCPWS.
       COPY AFASWS.

       01  WS-STATUS-EXTRATO        PIC XX.
       01  WS-STATUS-LISTA          PIC XX.
       01  WS-EOF-EXTRATO           PIC X VALUE 'N'.

       01  WS-DATA-RUN              PIC 9(08).
       01  WS-DATA-LIMITE           PIC 9(08).
       01  WS-DIA-JULIANO-RUN       PIC S9(09) COMP.
       01  WS-DIAS-PARA-RETORNO     PIC S9(05) VALUE ZEROS.
       01  WS-JANELA-RETORNO        PIC 9(02) VALUE 7.

      *    Nome e departamento do extrato do dia por matricula.
       01  WS-QTD-EMPREGADOS        PIC 9(05) VALUE ZEROS.
       01  WS-IDX-EMPREGADO         PIC 9(05) VALUE ZEROS.
       01  WS-EMPREGADO-ACHADO      PIC X VALUE 'N'.
       01  WS-TABELA-EMPREGADOS.
           05  WS-EMPREGADO-EXT OCCURS 5000 TIMES.
               10  WS-EMP-MATRICULA PIC 9(05).
               10  WS-EMP-NOME      PIC X(30).
               10  WS-EMP-DEPTO     PIC X(10).

       01  WS-QTD-RETORNANDO        PIC 9(04) VALUE ZEROS.
       01  WS-QTD-VENCIDOS          PIC 9(04) VALUE ZEROS.

       01  WS-CABECALHO-RETORNO.
           05  FILLER               PIC X(37) VALUE
               'RETORNOS DE AFASTAMENTO PREVISTOS DE '.
           05  RET-CAB-DATA         PIC 9(08).
           05  FILLER               PIC X(05) VALUE ' ATE '.
           05  RET-CAB-LIMITE       PIC 9(08).

       01  WS-LINHA-RETORNO.
           05  RET-MATRICULA        PIC ZZZZ9.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RET-NOME             PIC X(30).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RET-DEPTO            PIC X(10).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RET-TIPO             PIC X(02).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RET-INICIO           PIC 9(08).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RET-PREVISTO         PIC 9(08).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RET-DIAS             PIC ----9.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RET-SITUACAO         PIC X(15).

       01  WS-LINHA-TOTAL-RETORNO.
           05  FILLER               PIC X(21) VALUE
               'RETORNANDO.........: '.
           05  RET-TOT-RETORNANDO   PIC ZZZ9.
           05  FILLER               PIC X(21) VALUE
               '  RETORNO VENCIDO..: '.
           05  RET-TOT-VENCIDOS     PIC ZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 0 TO RETURN-CODE.
           ACCEPT WS-DATA-RUN FROM DATE YYYYMMDD.
           COMPUTE WS-DIA-JULIANO-RUN =
               FUNCTION INTEGER-OF-DATE (WS-DATA-RUN).
           COMPUTE WS-DATA-LIMITE = FUNCTION DATE-OF-INTEGER
               (WS-DIA-JULIANO-RUN + WS-JANELA-RETORNO).

           MOVE 'TESTAFAS' TO WS-AFS-PROGRAMA.
           PERFORM CARREGAR-AFASTAMENTOS THRU
                   CARREGAR-AFASTAMENTOS-EXIT.
           PERFORM CARREGAR-EMPREGADOS THRU
                   CARREGAR-EMPREGADOS-EXIT.

           OPEN OUTPUT LISTA-RETORNOS.
           MOVE WS-DATA-RUN    TO RET-CAB-DATA.
           MOVE WS-DATA-LIMITE TO RET-CAB-LIMITE.
           WRITE REG-LISTA-RETORNOS FROM WS-CABECALHO-RETORNO.
           PERFORM AVALIAR-AFASTAMENTO THRU
                   AVALIAR-AFASTAMENTO-EXIT
               VARYING WS-IDX-AFASTAMENTO FROM 1 BY 1
               UNTIL WS-IDX-AFASTAMENTO > WS-QTD-AFASTAMENTOS.
           MOVE SPACES TO REG-LISTA-RETORNOS.
           WRITE REG-LISTA-RETORNOS.
           MOVE WS-QTD-RETORNANDO TO RET-TOT-RETORNANDO.
           MOVE WS-QTD-VENCIDOS   TO RET-TOT-VENCIDOS.
           WRITE REG-LISTA-RETORNOS FROM WS-LINHA-TOTAL-RETORNO.
           CLOSE LISTA-RETORNOS.

           DISPLAY 'TESTAFAS AFASTAMENTOS NO REGISTRO: '
                   WS-QTD-AFASTAMENTOS.
           DISPLAY 'TESTAFAS RETORNANDO EM 7 DIAS....: '
                   WS-QTD-RETORNANDO.
           DISPLAY 'TESTAFAS RETORNO VENCIDO.........: '
                   WS-QTD-VENCIDOS.

           IF WS-QTD-VENCIDOS > 0 AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.

           STOP RUN.

      *----------------------------------------------------------*
      *    CARREGAR-EMPREGADOS                                      *
      *    Sem extrato a lista sai sem nome e departamento.         *
      *----------------------------------------------------------*
       CARREGAR-EMPREGADOS.
           OPEN INPUT EXTRATO-EMPREGADOS.
           IF WS-STATUS-EXTRATO NOT = '00'
               DISPLAY 'TESTAFAS EMPEXTR.DAT AUSENTE - LISTA SEM '
                       'NOMES'
               CLOSE EXTRATO-EMPREGADOS
               GO TO CARREGAR-EMPREGADOS-EXIT
           END-IF.
           PERFORM LER-EMPREGADO-EXTRATO
               UNTIL WS-EOF-EXTRATO = 'S'.
           CLOSE EXTRATO-EMPREGADOS.

       CARREGAR-EMPREGADOS-EXIT.
           EXIT.

       LER-EMPREGADO-EXTRATO.
           READ EXTRATO-EMPREGADOS
               AT END
                   MOVE 'S' TO WS-EOF-EXTRATO
               NOT AT END
                   IF REG-EXTRATO-EMPREGADO (1:6) = 'VERSAO'
                       PERFORM CONFERIR-VERSAO-EXTRATO THRU
                               CONFERIR-VERSAO-EXTRATO-EXIT
                   ELSE
                       IF WS-QTD-EMPREGADOS < 5000
                           ADD 1 TO WS-QTD-EMPREGADOS
                           MOVE EXT-EMPLOYEE-ID TO
                               WS-EMP-MATRICULA (WS-QTD-EMPREGADOS)
                           MOVE EXT-EMPLOYEE-NAME TO
                               WS-EMP-NOME (WS-QTD-EMPREGADOS)
                           MOVE EXT-EMPLOYEE-DEPARTMENT TO
                               WS-EMP-DEPTO (WS-QTD-EMPREGADOS)
                       END-IF
                   END-IF
           END-READ.

       LER-EMPREGADO-EXTRATO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    AVALIAR-AFASTAMENTO                                      *
      *    So afastamento em aberto (sem retorno efetivo) e com     *
      *    retorno previsto ate o limite da janela.                 *
      *----------------------------------------------------------*
       AVALIAR-AFASTAMENTO.
           IF WS-AFT-RETORNO-EFET (WS-IDX-AFASTAMENTO) NOT = ZEROS
                  OR WS-AFT-RETORNO-PREV (WS-IDX-AFASTAMENTO) = ZEROS
               GO TO AVALIAR-AFASTAMENTO-EXIT
           END-IF.
           IF WS-AFT-RETORNO-PREV (WS-IDX-AFASTAMENTO)
                  > WS-DATA-LIMITE
               GO TO AVALIAR-AFASTAMENTO-EXIT
           END-IF.

           COMPUTE WS-DIAS-PARA-RETORNO = FUNCTION INTEGER-OF-DATE
               (WS-AFT-RETORNO-PREV (WS-IDX-AFASTAMENTO))
               - WS-DIA-JULIANO-RUN.
           IF WS-DIAS-PARA-RETORNO < ZEROS
               ADD 1 TO WS-QTD-VENCIDOS
               MOVE 'RETORNO VENCIDO' TO RET-SITUACAO
           ELSE
               ADD 1 TO WS-QTD-RETORNANDO
               MOVE SPACES TO RET-SITUACAO
           END-IF.

           MOVE 'N' TO WS-EMPREGADO-ACHADO.
           PERFORM PROCURAR-EMPREGADO
               VARYING WS-IDX-EMPREGADO FROM 1 BY 1
               UNTIL WS-IDX-EMPREGADO > WS-QTD-EMPREGADOS
                  OR WS-EMPREGADO-ACHADO = 'S'.
           IF WS-EMPREGADO-ACHADO = 'S'
               SUBTRACT 1 FROM WS-IDX-EMPREGADO
               MOVE WS-EMP-NOME (WS-IDX-EMPREGADO)  TO RET-NOME
               MOVE WS-EMP-DEPTO (WS-IDX-EMPREGADO) TO RET-DEPTO
           ELSE
               MOVE 'FORA DO EXTRATO' TO RET-NOME
               MOVE SPACES            TO RET-DEPTO
           END-IF.

           MOVE WS-AFT-MATRICULA (WS-IDX-AFASTAMENTO)
               TO RET-MATRICULA.
           MOVE WS-AFT-TIPO (WS-IDX-AFASTAMENTO)   TO RET-TIPO.
           MOVE WS-AFT-INICIO (WS-IDX-AFASTAMENTO) TO RET-INICIO.
           MOVE WS-AFT-RETORNO-PREV (WS-IDX-AFASTAMENTO)
               TO RET-PREVISTO.
           MOVE WS-DIAS-PARA-RETORNO TO RET-DIAS.
           WRITE REG-LISTA-RETORNOS FROM WS-LINHA-RETORNO.

       AVALIAR-AFASTAMENTO-EXIT.
           EXIT.

       PROCURAR-EMPREGADO.
           IF WS-EMP-MATRICULA (WS-IDX-EMPREGADO)
                  = WS-AFT-MATRICULA (WS-IDX-AFASTAMENTO)
               MOVE 'S' TO WS-EMPREGADO-ACHADO
           END-IF.

       PROCURAR-EMPREGADO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    CONFERIR-VERSAO-EXTRATO                                  *
      *    Header de versao de layout do extrato (ver EXTVWS):      *
      *    versao diferente da esperada para o passo com RC=8.      *
      *----------------------------------------------------------*
       CONFERIR-VERSAO-EXTRATO.
           MOVE REG-EXTRATO-EMPREGADO (7:2)
               TO WS-VERSAO-EXTRATO-LIDA.
           IF WS-VERSAO-EXTRATO-LIDA NOT = WS-VERSAO-EXTRATO-ATUAL
               DISPLAY 'TESTAFAS VERSAO DO EXTRATO '
                       WS-VERSAO-EXTRATO-LIDA
                       ' INCOMPATIVEL - ESPERADA '
                       WS-VERSAO-EXTRATO-ATUAL
               MOVE 'TESTAFAS'          TO WS-EXC-PROGRAMA
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

      *----------------------------------------------------------*
      *    CARREGAR-AFASTAMENTOS / CONTAR-DIAS-SEM-REMUNERACAO     *
      *    Registro de afastamentos compartilhado (AFASPRC).       *
      *----------------------------------------------------------*
       COPY AFASPRC.
