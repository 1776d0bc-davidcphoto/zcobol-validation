               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RELATORIO.

           COPY RUNRSEL.

       DATA DIVISION.
       FILE SECTION.
       FD  CARTAO-RETENCAO.
       FD  RELATORIO-EXPURGO.
       01  REG-RELATORIO-EXPURGO    PIC X(80).

       COPY RUNRFD.

       WORKING-STORAGE SECTION.
       COPY RUNRWS.
       01  WS-STATUS-CARTAO         PIC XX.
       01  WS-STATUS-GERACAO        PIC XX.
       01  WS-STATUS-EXCECOES       PIC XX.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 0 TO RETURN-CODE.
           MOVE 'TESTEXPG' TO WS-RUN-PROGRAMA.
           PERFORM REGISTRAR-INICIO-EXECUCAO.
           PERFORM LER-CARTAO-RETENCAO.
           PERFORM CALCULAR-DATA-CORTE.
           PERFORM OBTER-GERACAO-EXPURGO.
               DISPLAY 'TESTEXPG EXCEPTION.DAT AUSENTE - NADA A '
                       'EXPURGAR'
               MOVE 4 TO RETURN-CODE
               PERFORM REGISTRAR-FIM-EXECUCAO
               STOP RUN
           END-IF.
           OPEN OUTPUT ARQUIVO-EXPURGO.
           DISPLAY 'TESTEXPG MANTIDOS....: ' WS-QTD-MANTIDOS.
           DISPLAY 'TESTEXPG EXPURGADOS..: ' WS-QTD-EXPURGADOS.

           PERFORM REGISTRAR-FIM-EXECUCAO.
           STOP RUN.

      *----------------------------------------------------------*

       IMPRIMIR-PROGRAMA-EXPURGO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    REGISTRAR-INICIO-EXECUCAO / REGISTRAR-FIM-EXECUCAO      *
      *    Registro compartilhado de execucoes (RUNRPRC), insumo   *
      *    do relatorio de capacidade TESTCAPR e do controle de    *
      *    jobs periodicos TESTAGND.                               *
      *----------------------------------------------------------*
       COPY RUNRPRC.
