      *    A fila e reescrita com a situacao e o operador de cada  *
      *    decisao - a trilha de quem aprovou o que fica no        *
      *    proprio arquivo, no molde de TESTTMNT.                  *
      *    Transacao digitada pelo proprio aprovador (mesmo id de  *
      *    operador na entrada) nao pode ser aprovada por ele.     *
      *    Transacao cujo digitador teve o id revogado no          *
      *    desligamento (sinalizada por TESTRVOG) e exibida com    *
      *    aviso antes da decisao.                                 *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05  PEN-DATA             PIC 9(08).
           05  PEN-TRANSACAO        PIC X(101).
           05  PEN-OPERADOR-DECISAO PIC X(08).
      *    'R' = digitador revogado no desligamento (TESTRVOG).
           05  PEN-SINALIZACAO      PIC X(01).
           05  FILLER               PIC X(01).
           05  PEN-OPERADOR-ENTRADA PIC X(08).

       FD  FILA-APROVADAS.
       01  REG-FILA-APROVADA.
           05  APR-TRANSACAO        PIC X(101).
           05  APR-OPERADOR-ENTRADA PIC X(08).
           05  APR-OPERADOR-APROVACAO PIC X(08).
           05  FILLER               PIC X(03).

       WORKING-STORAGE SECTION.
       01  WS-STATUS-PENDENTES      PIC XX.
               10  WS-PND-DATA      PIC 9(08).
               10  WS-PND-TRANSACAO PIC X(101).
               10  WS-PND-OPERADOR  PIC X(08).
               10  WS-PND-OPERADOR-ENTRADA PIC X(08).
               10  WS-PND-SINALIZACAO PIC X(01).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
                           TO WS-PND-TRANSACAO (WS-QTD-PENDENTES)
                       MOVE PEN-OPERADOR-DECISAO
                           TO WS-PND-OPERADOR (WS-QTD-PENDENTES)
                       MOVE PEN-OPERADOR-ENTRADA
                           TO WS-PND-OPERADOR-ENTRADA
                              (WS-QTD-PENDENTES)
                       MOVE PEN-SINALIZACAO
                           TO WS-PND-SINALIZACAO (WS-QTD-PENDENTES)
                   END-IF
           END-READ.


           DISPLAY 'PENDENTE DE ' WS-PND-DATA (WS-IDX-PENDENTE)
                   ': ' WS-PND-TRANSACAO (WS-IDX-PENDENTE) (1:60).
           IF WS-PND-OPERADOR-ENTRADA (WS-IDX-PENDENTE) = WS-OPERADOR
               DISPLAY 'DIGITADA POR ' WS-OPERADOR
                       ' - APROVACAO PELO PROPRIO DIGITADOR VEDADA'
               GO TO REVISAR-PENDENTE-EXIT
           END-IF.
           IF WS-PND-SINALIZACAO (WS-IDX-PENDENTE) = 'R'
               DISPLAY 'ATENCAO: DIGITADA POR '
                       WS-PND-OPERADOR-ENTRADA (WS-IDX-PENDENTE)
                       ' - ID REVOGADO NO DESLIGAMENTO'
           END-IF.
           DISPLAY 'DECISAO (A=APROVAR V=ANULAR P=PULAR 0=FIM): '.
           ACCEPT WS-DECISAO.

           MOVE SPACES TO REG-FILA-APROVADA.
           MOVE WS-PND-TRANSACAO (WS-IDX-PENDENTE)
               TO APR-TRANSACAO.
           MOVE WS-PND-OPERADOR-ENTRADA (WS-IDX-PENDENTE)
               TO APR-OPERADOR-ENTRADA.
           MOVE WS-OPERADOR TO APR-OPERADOR-APROVACAO.
           WRITE REG-FILA-APROVADA.
           CLOSE FILA-APROVADAS.

               TO PEN-TRANSACAO.
           MOVE WS-PND-OPERADOR (WS-IDX-PENDENTE)
               TO PEN-OPERADOR-DECISAO.
           MOVE WS-PND-OPERADOR-ENTRADA (WS-IDX-PENDENTE)
               TO PEN-OPERADOR-ENTRADA.
           MOVE WS-PND-SINALIZACAO (WS-IDX-PENDENTE)
               TO PEN-SINALIZACAO.
           WRITE REG-FILA-PENDENTE.

       GRAVAR-PENDENTE-EXIT.
