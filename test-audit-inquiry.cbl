       IDENTIFICATION DIVISION.
       PROGRAM-ID. TESTAUDQ.

      *----------------------------------------------------------*
      *    TESTAUDQ                                                *
      *    Tela de busca nas trilhas de auditoria para o auditor,  *
      *    no mesmo loop de ACCEPT de TESTINQ e atras do sign-on   *
      *    de TESTSGON (funcao TRILHAS): o operador informa        *
      *    operador, periodo e/ou chave, a tela grava o cartao     *
      *    AUDSCARD.DAT, chama a busca consolidada TESTAUDS e      *
      *    mostra o relatorio AUDSREL.DAT que ela emitiu. O mesmo  *
      *    AUDSREL.DAT fica disponivel para impressao.             *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARTAO-BUSCA
               ASSIGN TO "AUDSCARD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CARTAO.

           SELECT OPTIONAL RELATORIO-BUSCA
               ASSIGN TO "AUDSREL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.
      *    Mesmo layout lido por TESTAUDS.
       FD  CARTAO-BUSCA.
       01  REG-CARTAO-BUSCA.
           05  AUC-OPERADOR         PIC X(08).
           05  AUC-DATA-INICIO      PIC X(08).
           05  AUC-DATA-FIM         PIC X(08).
           05  AUC-CHAVE            PIC X(10).
           05  FILLER               PIC X(46).

       FD  RELATORIO-BUSCA.
       01  REG-RELATORIO-BUSCA      PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-STATUS-CARTAO         PIC XX.
       01  WS-STATUS-RELATORIO      PIC XX.
       01  WS-EOF-RELATORIO         PIC X VALUE 'N'.

      *    Area de sign-on do modulo compartilhado TESTSGON.
       01  WS-AREA-SIGNON.
           05  SGN-FUNCAO           PIC X(08).
           05  SGN-OPERADOR         PIC X(08).
           05  SGN-DATA             PIC 9(08).
           05  SGN-HORA             PIC 9(08).
           05  SGN-RESULTADO        PIC X(01).

       01  WS-FIM-CONSULTA          PIC X VALUE 'N'.
           88  CONSULTA-ENCERRADA   VALUE 'S'.

       01  WS-CRITERIO-OPERADOR     PIC X(08) VALUE SPACES.
       01  WS-CRITERIO-DATA-INICIO  PIC X(08) VALUE SPACES.
       01  WS-CRITERIO-DATA-FIM     PIC X(08) VALUE SPACES.
       01  WS-CRITERIO-CHAVE        PIC X(10) VALUE SPACES.
       01  WS-RC-BUSCA              PIC 9(04) VALUE ZEROS.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE 0 TO RETURN-CODE.

      *    Sign-on obrigatorio via modulo compartilhado TESTSGON
      *    (a propria recusa fica registrada em SGONAUD.DAT).
           DISPLAY 'INFORME O OPERADOR: '.
           ACCEPT SGN-OPERADOR.
           MOVE 'TRILHAS' TO SGN-FUNCAO.
           CALL 'TESTSGON' USING WS-AREA-SIGNON.
           IF SGN-RESULTADO NOT = 'S'
               DISPLAY 'SIGN-ON RECUSADO - CONSULTA ENCERRADA'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM ATENDER-BUSCA THRU ATENDER-BUSCA-EXIT
               UNTIL CONSULTA-ENCERRADA.

           DISPLAY 'CONSULTA ENCERRADA'.
           MOVE 0 TO RETURN-CODE.
           STOP RUN.

      *----------------------------------------------------------*
      *    ATENDER-BUSCA                                            *
      *    Criterios em branco valem "qualquer"; TESTAUDS recusa a  *
      *    busca sem nenhum criterio e datas invalidas.             *
      *----------------------------------------------------------*
       ATENDER-BUSCA.
           DISPLAY 'OPERADOR PROCURADO (BRANCO=TODOS, *FIM): '.
           MOVE SPACES TO WS-CRITERIO-OPERADOR.
           ACCEPT WS-CRITERIO-OPERADOR.
           IF WS-CRITERIO-OPERADOR = '*FIM'
               MOVE 'S' TO WS-FIM-CONSULTA
               GO TO ATENDER-BUSCA-EXIT
           END-IF.
           DISPLAY 'DATA INICIAL AAAAMMDD (BRANCO=QUALQUER): '.
           MOVE SPACES TO WS-CRITERIO-DATA-INICIO.
           ACCEPT WS-CRITERIO-DATA-INICIO.
           DISPLAY 'DATA FINAL AAAAMMDD (BRANCO=HOJE): '.
           MOVE SPACES TO WS-CRITERIO-DATA-FIM.
           ACCEPT WS-CRITERIO-DATA-FIM.
           DISPLAY 'CHAVE/MATRICULA (BRANCO=QUALQUER): '.
           MOVE SPACES TO WS-CRITERIO-CHAVE.
           ACCEPT WS-CRITERIO-CHAVE.

           OPEN OUTPUT CARTAO-BUSCA.
           IF WS-STATUS-CARTAO NOT = '00'
               DISPLAY 'ERRO AO GRAVAR AUDSCARD.DAT: '
                       WS-STATUS-CARTAO
               GO TO ATENDER-BUSCA-EXIT
           END-IF.
           MOVE SPACES                  TO REG-CARTAO-BUSCA.
           MOVE WS-CRITERIO-OPERADOR    TO AUC-OPERADOR.
           MOVE WS-CRITERIO-DATA-INICIO TO AUC-DATA-INICIO.
           MOVE WS-CRITERIO-DATA-FIM    TO AUC-DATA-FIM.
           MOVE WS-CRITERIO-CHAVE       TO AUC-CHAVE.
           WRITE REG-CARTAO-BUSCA.
           CLOSE CARTAO-BUSCA.

      *    CANCEL devolve TESTAUDS ao estado inicial para a
      *    proxima busca.
           CALL 'TESTAUDS'.
           MOVE RETURN-CODE TO WS-RC-BUSCA.
           CANCEL 'TESTAUDS'.
           IF WS-RC-BUSCA > 4
               DISPLAY 'BUSCA RECUSADA - VERIFIQUE OS CRITERIOS'
               GO TO ATENDER-BUSCA-EXIT
           END-IF.
           PERFORM MOSTRAR-RELATORIO THRU MOSTRAR-RELATORIO-EXIT.

       ATENDER-BUSCA-EXIT.
           EXIT.

       MOSTRAR-RELATORIO.
           OPEN INPUT RELATORIO-BUSCA.
           IF WS-STATUS-RELATORIO NOT = '00'
               DISPLAY 'RELATORIO AUDSREL.DAT NAO DISPONIVEL'
               CLOSE RELATORIO-BUSCA
               GO TO MOSTRAR-RELATORIO-EXIT
           END-IF.
           MOVE 'N' TO WS-EOF-RELATORIO.
           PERFORM MOSTRAR-LINHA-RELATORIO
               UNTIL WS-EOF-RELATORIO = 'S'.
           CLOSE RELATORIO-BUSCA.

       MOSTRAR-RELATORIO-EXIT.
           EXIT.

       MOSTRAR-LINHA-RELATORIO.
           READ RELATORIO-BUSCA
               AT END
                   MOVE 'S' TO WS-EOF-RELATORIO
               NOT AT END
                   DISPLAY REG-RELATORIO-BUSCA
           END-READ.

       MOSTRAR-LINHA-RELATORIO-EXIT.
           EXIT.
