      *      - erros/retries de SQL (CURSERR.DAT);                 *
      *      - eventos de auditoria (AUDITLOG.DAT);                *
      *      - rejeitados da carga (REJEITAD.DAT);                 *
      *      - turnover de 12 meses da empresa (TURNREP.DAT);      *
      *    e fecha com o veredicto geral da noite:                 *
      *      VERDE    sem excecoes e reconciliacao OK;             *
      *      AMARELO  avisos, rejeitados ou reconciliacao          *
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-REJEITADOS.

           SELECT OPTIONAL RELATORIO-TURNOVER
               ASSIGN TO "TURNREP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-TURNOVER.

           SELECT RELATORIO-RESUMO
               ASSIGN TO "OPSUMM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
       FD  ARQUIVO-REJEITADOS.
       01  REG-REJEITADO            PIC X(105).

       FD  RELATORIO-TURNOVER.
       01  REG-TURNOVER             PIC X(80).

       FD  RELATORIO-RESUMO.
       01  REG-RELATORIO-RESUMO     PIC X(80).

       01  WS-STATUS-CURSERR        PIC XX.
       01  WS-STATUS-AUDITORIA      PIC XX.
       01  WS-STATUS-REJEITADOS     PIC XX.
       01  WS-STATUS-TURNOVER       PIC XX.
       01  WS-STATUS-RESUMO         PIC XX.
       COPY LOCKWS.
       01  WS-EOF-ARQUIVO           PIC X VALUE 'N'.
       01  WS-QTD-REJEITADOS        PIC 9(05) VALUE ZEROS.
       01  WS-RESULTADO-RECONCIL    PIC X(45) VALUE
           'RECONCILIACAO NAO EXECUTADA'.
       01  WS-RESULTADO-TURNOVER    PIC X(80) VALUE
           'TURNOVER 12M EMPRESA: NAO APURADO'.
       01  WS-VEREDICTO             PIC X(08) VALUE 'VERDE'.

       01  WS-CABECALHO-RESUMO.
           PERFORM CONTAR-ERROS-SQL.
           PERFORM CONTAR-AUDITORIA.
           PERFORM CONTAR-REJEITADOS.
           PERFORM LER-RESULTADO-TURNOVER.
           PERFORM DETERMINAR-VEREDICTO.
           PERFORM IMPRIMIR-RESUMO.

       LER-LINHA-RECONCILIACAO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    LER-RESULTADO-TURNOVER                                   *
      *    A linha-resumo 'TURNOVER 12M EMPRESA' de TURNREP.DAT     *
      *    (TESTTURN) e informativa - nao pesa no veredicto.        *
      *----------------------------------------------------------*
       LER-RESULTADO-TURNOVER.
           MOVE 'N' TO WS-EOF-ARQUIVO.
           OPEN INPUT RELATORIO-TURNOVER.
           PERFORM LER-LINHA-TURNOVER
               UNTIL WS-EOF-ARQUIVO = 'S'.
           CLOSE RELATORIO-TURNOVER.

       LER-RESULTADO-TURNOVER-EXIT.
           EXIT.

       LER-LINHA-TURNOVER.
           READ RELATORIO-TURNOVER
               AT END
                   MOVE 'S' TO WS-EOF-ARQUIVO
               NOT AT END
                   IF REG-TURNOVER (1:20) = 'TURNOVER 12M EMPRESA'
                       MOVE REG-TURNOVER TO WS-RESULTADO-TURNOVER
                   END-IF
           END-READ.

       LER-LINHA-TURNOVER-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    CONTAR-ERROS-SQL / CONTAR-AUDITORIA / CONTAR-REJEITADOS  *
      *----------------------------------------------------------*
           WRITE REG-RELATORIO-RESUMO.
           MOVE WS-RESULTADO-RECONCIL TO SUM-RECONCIL.
           WRITE REG-RELATORIO-RESUMO FROM WS-LINHA-RECONCIL.
           WRITE REG-RELATORIO-RESUMO FROM WS-RESULTADO-TURNOVER.

           MOVE SPACES TO REG-RELATORIO-RESUMO.
           WRITE REG-RELATORIO-RESUMO.
