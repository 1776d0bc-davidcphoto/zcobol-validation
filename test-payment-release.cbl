       IDENTIFICATION DIVISION.
       PROGRAM-ID. TESTLIBF.

      *----------------------------------------------------------*
      *    TESTLIBF                                                *
      *    Liberacao financeira do arquivo de pagamento: um        *
      *    operador da Financas (sign-on via TESTSGON com a funcao *
      *    'LIBERA') revisa o run retido por TESTBANK antes de o   *
      *    dinheiro sair - totais por departamento e quantidade de *
      *    pagantes do pacote LIBPGTO.DAT, os creditos em          *
      *    retencao antifraude (PAYHOLD.DAT) e o resultado da      *
      *    porteira de variacao de TESTBVAR (BVARRES.DAT) - e      *
      *    decide:                                                 *
      *      L liberar  - a transmissao (TESTBTRN) pode entregar   *
      *                   o arquivo ao banco                       *
      *      J rejeitar - exige motivo; o run fica bloqueado       *
      *      0 sair sem decidir (arquivo continua retido)          *
      *    A decisao vai para LIBDECIS.DAT com o id do run, o      *
      *    operador e data/hora. Segregacao: quem rodou a folha    *
      *    (operador do pacote) nao decide; run sem operador       *
      *    identificado ou sem variacao aceita para este id so     *
      *    pode ser rejeitado.                                     *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL LISTA-RETENCAO
               ASSIGN TO "PAYHOLD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RETENCAO.

           SELECT OPTIONAL RESULTADO-VARIACAO
               ASSIGN TO "BVARRES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RESULTADO.

           COPY LIBPSEL.

           COPY EXCPSEL.

       DATA DIVISION.
       FILE SECTION.
       FD  LISTA-RETENCAO.
       01  REG-LISTA-RETENCAO.
           05  HLD-MATRICULA        PIC 9(05).
           05  FILLER               PIC X(01).
           05  HLD-MOTIVO           PIC X(35).
           05  FILLER               PIC X(39).

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

       01  WS-STATUS-RETENCAO       PIC XX.
       01  WS-STATUS-RESULTADO      PIC XX.
       01  WS-EOF-ARQUIVO           PIC X VALUE 'N'.

       01  WS-OPERADOR              PIC X(08) VALUE SPACES.
      *    Area de sign-on do modulo compartilhado TESTSGON.
       01  WS-AREA-SIGNON.
           05  SGN-FUNCAO           PIC X(08).
           05  SGN-OPERADOR         PIC X(08).
           05  SGN-DATA             PIC 9(08).
           05  SGN-HORA             PIC 9(08).
           05  SGN-RESULTADO        PIC X(01).

       01  WS-QTD-RETIDOS-LISTA     PIC 9(05) VALUE ZEROS.
       01  WS-QTD-DEPTOS            PIC 9(03) VALUE ZEROS.
       01  WS-VARIACAO-DO-RUN       PIC X VALUE 'N'.
       01  WS-RESULTADO-VARIACAO    PIC X(10) VALUE SPACES.
       01  WS-PODE-LIBERAR          PIC X VALUE 'S'.
       01  WS-MOTIVO-BLOQUEIO       PIC X(40) VALUE SPACES.
       01  WS-DECISAO               PIC X(01) VALUE SPACE.
       01  WS-MOTIVO-DECISAO        PIC X(30) VALUE SPACES.
       01  WS-FIM-DECISAO           PIC X VALUE 'N'.
           88  DECISAO-ENCERRADA    VALUE 'S'.

       01  WS-LINHA-TOTAL-TELA.
           05  LBT-ROTULO           PIC X(24).
           05  LBT-QTD              PIC ZZZ,ZZZ,ZZ9.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  LBT-VALOR            PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.

       01  WS-LINHA-DEPTO-TELA.
           05  FILLER               PIC X(04) VALUE SPACES.
           05  LBT-DEPARTAMENTO     PIC X(10).
           05  FILLER               PIC X(10) VALUE SPACES.
           05  LBT-DEP-QTD          PIC ZZZ,ZZZ,ZZ9.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  LBT-DEP-VALOR        PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.

       01  WS-PCT-EDITADO           PIC ZZZZ9.99.
       01  WS-TOL-EDITADA           PIC ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE 0 TO RETURN-CODE.

      *    Sign-on obrigatorio com a funcao de liberacao (a propria
      *    recusa fica registrada em SGONAUD.DAT).
           DISPLAY 'INFORME O OPERADOR DA FINANCAS: '.
           ACCEPT SGN-OPERADOR.
           MOVE 'LIBERA' TO SGN-FUNCAO.
           CALL 'TESTSGON' USING WS-AREA-SIGNON.
           IF SGN-RESULTADO NOT = 'S'
               DISPLAY 'SIGN-ON RECUSADO - LIBERACAO ENCERRADA'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SGN-OPERADOR TO WS-OPERADOR.

           PERFORM CONSULTAR-LIBERACAO-PAGAMENTO THRU
                   CONSULTAR-LIBERACAO-PAGAMENTO-EXIT.
           IF WS-LIB-TEM-PACOTE = 'N'
               DISPLAY 'TESTLIBF SEM ARQUIVO DE PAGAMENTO A LIBERAR'
               STOP RUN
           END-IF.
           IF NOT LIB-RETIDO
               DISPLAY 'TESTLIBF RUN ' WS-LIB-ID-RUN ' JA DECIDIDO ('
                       WS-LIB-SITUACAO ') POR '
                       WS-LIB-OPERADOR-DECISAO ' EM '
                       WS-LIB-DATA-DECISAO
               STOP RUN
           END-IF.

           PERFORM EXIBIR-TOTAIS-RUN THRU EXIBIR-TOTAIS-RUN-EXIT.
           PERFORM EXIBIR-RETENCOES THRU EXIBIR-RETENCOES-EXIT.
           PERFORM EXIBIR-RESULTADO-VARIACAO THRU
                   EXIBIR-RESULTADO-VARIACAO-EXIT.

      *    Quem rodou a folha nao decide sobre o proprio pagamento.
           IF WS-OPERADOR = WS-LIB-OPERADOR-RUN
               DISPLAY 'TESTLIBF OPERADOR ' WS-OPERADOR
                       ' RODOU A FOLHA DESTE RUN - DECISAO RECUSADA'
               MOVE 'TESTLIBF'          TO WS-EXC-PROGRAMA
               MOVE 'MAIN-LOGIC'        TO WS-EXC-PARAGRAFO
               MOVE 8                   TO WS-EXC-CODIGO
               MOVE SPACES              TO WS-EXC-MENSAGEM
               STRING 'AUTOLIBERACAO RECUSADA OPERADOR '
                      WS-OPERADOR DELIMITED BY SIZE
                   INTO WS-EXC-MENSAGEM
               END-STRING
               MOVE 2 TO WS-EXC-SEVERIDADE
               PERFORM GRAVAR-EXCECAO-GERAL
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM AVALIAR-BLOQUEIO-LIBERACAO THRU
                   AVALIAR-BLOQUEIO-LIBERACAO-EXIT.

           PERFORM OBTER-DECISAO THRU OBTER-DECISAO-EXIT
               UNTIL DECISAO-ENCERRADA.

           IF LIB-RETIDO
               DISPLAY 'TESTLIBF SEM DECISAO - ARQUIVO CONTINUA RETIDO'
           END-IF.
           STOP RUN.

      *----------------------------------------------------------*
      *    EXIBIR-TOTAIS-RUN                                        *
      *    Totais do pacote e a linha de cada departamento.         *
      *----------------------------------------------------------*
       EXIBIR-TOTAIS-RUN.
           DISPLAY ' '.
           DISPLAY 'LIBERACAO DO PAGAMENTO - RUN ' WS-LIB-ID-DATA
                   ' ' WS-LIB-ID-HORA.
           DISPLAY 'OPERADOR QUE RODOU A FOLHA: ' WS-LIB-OPERADOR-RUN.
           MOVE 'PAGANTES / VALOR TOTAL: ' TO LBT-ROTULO.
           MOVE WS-LIB-QTD-PAGAMENTOS TO LBT-QTD.
           MOVE WS-LIB-VALOR-TOTAL    TO LBT-VALOR.
           DISPLAY WS-LINHA-TOTAL-TELA.
           DISPLAY 'POR DEPARTAMENTO:'.

           OPEN INPUT PACOTE-LIBERACAO.
           IF WS-STATUS-PACOTE-LIB = '00'
               MOVE 'N' TO WS-EOF-ARQUIVO
               PERFORM LER-DEPTO-PACOTE THRU LER-DEPTO-PACOTE-EXIT
                   UNTIL WS-EOF-ARQUIVO = 'S'
           END-IF.
           CLOSE PACOTE-LIBERACAO.
           IF WS-QTD-DEPTOS = ZEROS
               DISPLAY '    (SEM PAGAMENTOS NO ARQUIVO)'
           END-IF.

       EXIBIR-TOTAIS-RUN-EXIT.
           EXIT.

       LER-DEPTO-PACOTE.
           READ PACOTE-LIBERACAO
               AT END
                   MOVE 'S' TO WS-EOF-ARQUIVO
                   GO TO LER-DEPTO-PACOTE-EXIT
           END-READ.
           IF LBP-TIPO NOT = 'D'
               GO TO LER-DEPTO-PACOTE-EXIT
           END-IF.
           ADD 1 TO WS-QTD-DEPTOS.
           MOVE LBP-DEP-CODIGO TO LBT-DEPARTAMENTO.
           MOVE LBP-DEP-QTD    TO LBT-DEP-QTD.
           MOVE LBP-DEP-VALOR  TO LBT-DEP-VALOR.
           DISPLAY WS-LINHA-DEPTO-TELA.

       LER-DEPTO-PACOTE-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    EXIBIR-RETENCOES                                         *
      *    Creditos que TESTFRAU segurou e ficaram fora do arquivo. *
      *----------------------------------------------------------*
       EXIBIR-RETENCOES.
           DISPLAY 'RETIDOS PELA TRIAGEM ANTIFRAUDE (PAYHOLD.DAT):'.
           OPEN INPUT LISTA-RETENCAO.
           IF WS-STATUS-RETENCAO = '00'
               MOVE 'N' TO WS-EOF-ARQUIVO
               PERFORM LER-RETENCAO THRU LER-RETENCAO-EXIT
                   UNTIL WS-EOF-ARQUIVO = 'S'
           END-IF.
           CLOSE LISTA-RETENCAO.
           IF WS-QTD-RETIDOS-LISTA = ZEROS
               DISPLAY '    (NENHUM)'
           ELSE
               DISPLAY '    TOTAL EM RETENCAO: ' WS-QTD-RETIDOS-LISTA
                       ' (FORA DO ARQUIVO: ' WS-LIB-QTD-RETIDOS ')'
           END-IF.

       EXIBIR-RETENCOES-EXIT.
           EXIT.

       LER-RETENCAO.
           READ LISTA-RETENCAO
               AT END
                   MOVE 'S' TO WS-EOF-ARQUIVO
                   GO TO LER-RETENCAO-EXIT
           END-READ.
           IF HLD-MATRICULA IS NOT NUMERIC OR HLD-MATRICULA = ZEROS
               GO TO LER-RETENCAO-EXIT
           END-IF.
           ADD 1 TO WS-QTD-RETIDOS-LISTA.
           DISPLAY '    MATR ' HLD-MATRICULA ' ' HLD-MOTIVO.

       LER-RETENCAO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    EXIBIR-RESULTADO-VARIACAO                                *
      *    So vale o resultado gravado para o id deste run.         *
      *----------------------------------------------------------*
       EXIBIR-RESULTADO-VARIACAO.
           MOVE 'N' TO WS-VARIACAO-DO-RUN.
           OPEN INPUT RESULTADO-VARIACAO.
           IF WS-STATUS-RESULTADO = '00'
               READ RESULTADO-VARIACAO
                   AT END
                       CONTINUE
                   NOT AT END
                       IF BVR-ID-RUN = WS-LIB-ID-RUN
                           MOVE 'S' TO WS-VARIACAO-DO-RUN
                           MOVE BVR-RESULTADO
                               TO WS-RESULTADO-VARIACAO
                           DISPLAY 'PORTEIRA DE VARIACAO (TESTBVAR): '
                                   BVR-RESULTADO
                           MOVE BVR-PCT-VALOR TO WS-PCT-EDITADO
                           MOVE BVR-TOLERANCIA TO WS-TOL-EDITADA
                           DISPLAY '    DESVIO VALOR %: ' WS-PCT-EDITADO
                                   ' TOLERANCIA %: ' WS-TOL-EDITADA
                           MOVE BVR-PCT-QTD TO WS-PCT-EDITADO
                           DISPLAY '    DESVIO QTD   %: ' WS-PCT-EDITADO
                           IF BVR-OPERADOR NOT = SPACES
                               DISPLAY '    OVERRIDE DE SUPERVISOR: '
                                       BVR-OPERADOR
                           END-IF
                       END-IF
               END-READ
           END-IF.
           CLOSE RESULTADO-VARIACAO.
           IF WS-VARIACAO-DO-RUN = 'N'
               DISPLAY 'PORTEIRA DE VARIACAO (TESTBVAR): '
                       'NAO AVALIADA PARA ESTE RUN'
           END-IF.

       EXIBIR-RESULTADO-VARIACAO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    AVALIAR-BLOQUEIO-LIBERACAO                               *
      *    Sem operador do run nao ha como provar a segregacao;     *
      *    sem variacao aceita a porteira nao deixou passar. Nos    *
      *    dois casos o run so pode ser rejeitado.                  *
      *----------------------------------------------------------*
       AVALIAR-BLOQUEIO-LIBERACAO.
           MOVE 'S' TO WS-PODE-LIBERAR.
           IF WS-LIB-OPERADOR-RUN = SPACES
               MOVE 'N' TO WS-PODE-LIBERAR
               MOVE 'OPERADOR DO RUN NAO IDENTIFICADO'
                   TO WS-MOTIVO-BLOQUEIO
               GO TO AVALIAR-BLOQUEIO-LIBERACAO-EXIT
           END-IF.
           IF WS-VARIACAO-DO-RUN = 'N'
               MOVE 'N' TO WS-PODE-LIBERAR
               MOVE 'VARIACAO NAO AVALIADA PARA ESTE RUN'
                   TO WS-MOTIVO-BLOQUEIO
               GO TO AVALIAR-BLOQUEIO-LIBERACAO-EXIT
           END-IF.
           IF WS-RESULTADO-VARIACAO = 'FORA'
               MOVE 'N' TO WS-PODE-LIBERAR
               MOVE 'VARIACAO FORA DA TOLERANCIA SEM OVERRIDE'
                   TO WS-MOTIVO-BLOQUEIO
           END-IF.

       AVALIAR-BLOQUEIO-LIBERACAO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    OBTER-DECISAO                                            *
      *    Um ciclo por resposta ate liberar, rejeitar ou sair.     *
      *----------------------------------------------------------*
       OBTER-DECISAO.
           DISPLAY ' '.
           IF WS-PODE-LIBERAR = 'N'
               DISPLAY 'LIBERACAO BLOQUEADA: ' WS-MOTIVO-BLOQUEIO
               DISPLAY 'DECISAO (J=REJEITAR 0=SAIR): '
           ELSE
               DISPLAY 'DECISAO (L=LIBERAR J=REJEITAR 0=SAIR): '
           END-IF.
           ACCEPT WS-DECISAO.

           EVALUATE WS-DECISAO
               WHEN 'L'
                   IF WS-PODE-LIBERAR = 'N'
                       DISPLAY 'LIBERACAO NAO PERMITIDA PARA ESTE RUN'
                       GO TO OBTER-DECISAO-EXIT
                   END-IF
                   MOVE SPACES TO WS-MOTIVO-DECISAO
                   PERFORM LIBERAR-RUN THRU LIBERAR-RUN-EXIT
                   MOVE 'S' TO WS-FIM-DECISAO
               WHEN 'J'
                   DISPLAY 'MOTIVO DA REJEICAO: '
                   ACCEPT WS-MOTIVO-DECISAO
                   IF WS-MOTIVO-DECISAO = SPACES
                       DISPLAY 'REJEICAO EXIGE MOTIVO'
                       GO TO OBTER-DECISAO-EXIT
                   END-IF
                   PERFORM REJEITAR-RUN THRU REJEITAR-RUN-EXIT
                   MOVE 'S' TO WS-FIM-DECISAO
               WHEN '0'
                   MOVE 'S' TO WS-FIM-DECISAO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       OBTER-DECISAO-EXIT.
           EXIT.

       LIBERAR-RUN.
           MOVE 'L'               TO WS-LIB-NOVA-DECISAO.
           MOVE WS-OPERADOR       TO WS-LIB-NOVO-OPERADOR.
           MOVE WS-MOTIVO-DECISAO TO WS-LIB-NOVO-MOTIVO.
           PERFORM REGISTRAR-DECISAO-LIBERACAO THRU
                   REGISTRAR-DECISAO-LIBERACAO-EXIT.
           DISPLAY 'TESTLIBF RUN ' WS-LIB-ID-RUN ' LIBERADO POR '
                   WS-OPERADOR.
           MOVE 'TESTLIBF'          TO WS-EXC-PROGRAMA.
           MOVE 'LIBERAR-RUN'       TO WS-EXC-PARAGRAFO.
           MOVE 0                   TO WS-EXC-CODIGO.
           MOVE SPACES              TO WS-EXC-MENSAGEM.
           STRING 'PAGAMENTO ' WS-LIB-ID-DATA ' LIBERADO POR '
                  WS-OPERADOR DELIMITED BY SIZE
               INTO WS-EXC-MENSAGEM
           END-STRING.
           MOVE 4 TO WS-EXC-SEVERIDADE.
           PERFORM GRAVAR-EXCECAO-GERAL.

       LIBERAR-RUN-EXIT.
           EXIT.

       REJEITAR-RUN.
           MOVE 'J'               TO WS-LIB-NOVA-DECISAO.
           MOVE WS-OPERADOR       TO WS-LIB-NOVO-OPERADOR.
           MOVE WS-MOTIVO-DECISAO TO WS-LIB-NOVO-MOTIVO.
           PERFORM REGISTRAR-DECISAO-LIBERACAO THRU
                   REGISTRAR-DECISAO-LIBERACAO-EXIT.
           DISPLAY 'TESTLIBF RUN ' WS-LIB-ID-RUN ' REJEITADO POR '
                   WS-OPERADOR.
           MOVE 'TESTLIBF'          TO WS-EXC-PROGRAMA.
           MOVE 'REJEITAR-RUN'      TO WS-EXC-PARAGRAFO.
           MOVE 8                   TO WS-EXC-CODIGO.
           MOVE SPACES              TO WS-EXC-MENSAGEM.
           STRING 'PAGAMENTO ' WS-LIB-ID-DATA ' REJEITADO: '
                  WS-MOTIVO-DECISAO DELIMITED BY SIZE
               INTO WS-EXC-MENSAGEM
           END-STRING.
           MOVE 3 TO WS-EXC-SEVERIDADE.
           PERFORM GRAVAR-EXCECAO-GERAL.

       REJEITAR-RUN-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    LIBERACAO FINANCEIRA DO PAGAMENTO (LIBPPRC)             *
      *----------------------------------------------------------*
       COPY LIBPPRC.

      *----------------------------------------------------------*
      *    GRAVAR-EXCECAO-GERAL                                    *
      *    Log de excecoes compartilhado (EXCPPRC).                 *
      *----------------------------------------------------------*
       COPY EXCPPRC.
