
           COPY EXCPSEL.

           COPY RUNRSEL.

       DATA DIVISION.
       FILE SECTION.
       FD  CARTAO-EXPURGO.

       COPY EXCPFD.

       COPY RUNRFD.

       WORKING-STORAGE SECTION.
       COPY RUNRWS.
       COPY EXCPWS.

       01  WS-STATUS-CARTAO         PIC XX.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 0 TO RETURN-CODE.
           MOVE 'TESTPURG' TO WS-RUN-PROGRAMA.
           PERFORM REGISTRAR-INICIO-EXECUCAO.
           PERFORM LER-CARTAO-EXPURGO.
           PERFORM CARREGAR-CATALOGO.

           DISPLAY 'TESTPURG REG COMPLETO.......: '
                   WS-REG-COMPLETO-EXPURGO.

           PERFORM REGISTRAR-FIM-EXECUCAO.
           STOP RUN.

      *----------------------------------------------------------*
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
