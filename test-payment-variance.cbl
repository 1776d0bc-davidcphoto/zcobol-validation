      *    dobro. O cartao de supervisor BVAROVRD.DAT ('S' +       *
      *    operador) libera deliberadamente, e o proprio override  *
      *    fica registrado no log de excecoes. Transmissao aceita  *
      *    (ou liberada) e apendada ao historico. O resultado da   *
      *    porteira fica em BVARRES.DAT, com o id do run do pacote *
      *    de liberacao (LIBPGTO.DAT), para a tela de liberacao    *
      *    financeira TESTLIBF.                                    *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-OVERRIDE.

           SELECT RESULTADO-VARIACAO
               ASSIGN TO "BVARRES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RESULTADO.

           COPY LIBPSEL.

           COPY EXCPSEL.

       DATA DIVISION.
           05  OVR-OPERADOR         PIC X(08).
           05  FILLER               PIC X(71).

      *    Resultado da ultima avaliacao: PRIMEIRA (sem
      *    historico), DENTRO, OVERRIDE (fora, liberado pelo
      *    supervisor) ou FORA (arquivo nao liberado).
       FD  RESULTADO-VARIACAO.
       01  REG-RESULTADO-VARIACAO.
           05  BVR-ID-RUN           PIC 9(16).
           05  BVR-RESULTADO        PIC X(10).
           05  BVR-PCT-VALOR        PIC 9(05)V99.
           05  BVR-PCT-QTD          PIC 9(05)V99.
           05  BVR-TOLERANCIA       PIC 9(03)V99.
           05  BVR-OPERADOR         PIC X(08).
           05  FILLER               PIC X(27).

       COPY LIBPFD.

       COPY EXCPFD.

       WORKING-STORAGE SECTION.
       COPY EXCPWS.
       COPY LIBPWS.

       01  WS-STATUS-PAGAMENTO      PIC XX.
       01  WS-STATUS-HISTORICO      PIC XX.
       01  WS-STATUS-TOLERANCIA     PIC XX.
       01  WS-STATUS-OVERRIDE       PIC XX.
       01  WS-STATUS-RESULTADO      PIC XX.
       01  WS-RESULTADO-VARIACAO    PIC X(10) VALUE SPACES.
       01  WS-EOF-PAGAMENTO         PIC X VALUE 'N'.
       01  WS-EOF-HISTORICO         PIC X VALUE 'N'.

               DISPLAY 'TESTBVAR SEM HISTORICO DE TRANSMISSAO - '
                       'PRIMEIRA LIBERACAO REGISTRADA'
               PERFORM REGISTRAR-TRANSMISSAO
               MOVE 'PRIMEIRA' TO WS-RESULTADO-VARIACAO
               PERFORM GRAVAR-RESULTADO-VARIACAO
               STOP RUN
           END-IF.

               IF WS-OVERRIDE-SUPERVISOR = 'S'
                   PERFORM REGISTRAR-OVERRIDE
                   PERFORM REGISTRAR-TRANSMISSAO
                   MOVE 'OVERRIDE' TO WS-RESULTADO-VARIACAO
                   PERFORM GRAVAR-RESULTADO-VARIACAO
               ELSE
                   DISPLAY 'TESTBVAR ARQUIVO NAO LIBERADO - DESVIO '
                           'ALEM DA TOLERANCIA (USAR BVAROVRD.DAT '
                       TO WS-EXC-MENSAGEM
                   MOVE 2 TO WS-EXC-SEVERIDADE
                   PERFORM GRAVAR-EXCECAO-GERAL
                   MOVE 'FORA' TO WS-RESULTADO-VARIACAO
                   PERFORM GRAVAR-RESULTADO-VARIACAO
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           ELSE
               DISPLAY 'TESTBVAR VARIACAO DENTRO DA TOLERANCIA'
               PERFORM REGISTRAR-TRANSMISSAO
               MOVE 'DENTRO' TO WS-RESULTADO-VARIACAO
               PERFORM GRAVAR-RESULTADO-VARIACAO
           END-IF.

           STOP RUN.
       REGISTRAR-TRANSMISSAO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    GRAVAR-RESULTADO-VARIACAO                                *
      *    Um registro por avaliacao, com o id do run do pacote de  *
      *    liberacao (zeros sem pacote - a tela nao libera).        *
      *----------------------------------------------------------*
       GRAVAR-RESULTADO-VARIACAO.
           PERFORM CONSULTAR-LIBERACAO-PAGAMENTO THRU
                   CONSULTAR-LIBERACAO-PAGAMENTO-EXIT.
           OPEN OUTPUT RESULTADO-VARIACAO.
           MOVE SPACES                TO REG-RESULTADO-VARIACAO.
           IF WS-LIB-TEM-PACOTE = 'S'
               MOVE WS-LIB-ID-RUN     TO BVR-ID-RUN
           ELSE
               MOVE ZEROS             TO BVR-ID-RUN
           END-IF.
           MOVE WS-RESULTADO-VARIACAO TO BVR-RESULTADO.
           MOVE WS-PCT-DESVIO-VALOR   TO BVR-PCT-VALOR.
           MOVE WS-PCT-DESVIO-QTD     TO BVR-PCT-QTD.
           MOVE WS-TOLERANCIA-PCT     TO BVR-TOLERANCIA.
           MOVE WS-OPERADOR-OVERRIDE  TO BVR-OPERADOR.
           WRITE REG-RESULTADO-VARIACAO.
           CLOSE RESULTADO-VARIACAO.

       GRAVAR-RESULTADO-VARIACAO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    LIBERACAO FINANCEIRA DO PAGAMENTO (LIBPPRC)             *
      *----------------------------------------------------------*
       COPY LIBPPRC.

      *----------------------------------------------------------*
      *    GRAVAR-EXCECAO-GERAL                                    *
      *    Log de excecoes compartilhado (EXCPPRC).                 *
