       IDENTIFICATION DIVISION.
       PROGRAM-ID. TESTIPMG.

      *----------------------------------------------------------*
      *    TESTIPMG                                                *
      *    Geracao dos movimentos das instrucoes permanentes       *
      *    (INSTPERM.DAT, ver IPRMFD): roda antes de TESTPROG e    *
      *    TESTPOSM e acrescenta em TRANPROG.DAT um 'MV' por       *
      *    instrucao ativa devida na data de negocio               *
      *    (IPM-PROXIMA-DATA ate a data), mais um por instrucao    *
      *    com repeticao pedida ('RP' em TESTIPMM). Uma ocorrencia *
      *    perdida (noite sem processamento) sai uma vez so, no    *
      *    run seguinte. Cada movimento recebe a proxima           *
      *    referencia da faixa propria das instrucoes (IPRMWS),    *
      *    controlada em IPMREF.DAT, e e registrado em IPMGEN.DAT  *
      *    (data, referencia, instrucao) - e por ele que TESTIPMR  *
      *    devolve as rejeicoes de TESTPOSM a instrucao. A         *
      *    proxima ocorrencia avanca para depois da data de        *
      *    negocio, o que torna a resubmissao no mesmo dia inocua  *
      *    mesmo com FORCERUN.DAT.                                 *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY IPRMSEL.

           SELECT ARQUIVO-TRANSACOES
               ASSIGN TO "TRANPROG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-TRANSACOES.

           SELECT OPTIONAL CONTROLE-REFERENCIAS
               ASSIGN TO "IPMREF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-REFERENCIAS.

           SELECT LOG-GERACAO-IPM
               ASSIGN TO "IPMGEN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-LOG-GERACAO.

           COPY LOCKSEL.

           COPY STPCSEL.

           COPY RUNRSEL.

           COPY EXCPSEL.

       DATA DIVISION.
       FILE SECTION.
       COPY IPRMFD.

      *    Movimento 'MV' no layout de TRANPROG.DAT (ver
      *    TRANS-DADOS-MOVIMENTO em TESTPROG/TESTPOSM).
       FD  ARQUIVO-TRANSACOES.
       01  REG-TRANSACAO.
           05  TRANS-TIPO           PIC X(02).
           05  TRANS-CONTADOR       PIC 9(05).
           05  MOV-CODIGO           PIC X(10).
           05  MOV-QUANTIDADE       PIC 9(05).
           05  MOV-DESTINO          PIC X(10).
           05  FILLER               PIC X(48).

       FD  CONTROLE-REFERENCIAS.
       01  REG-CONTROLE-REFERENCIAS.
           05  REF-ULTIMA-USADA     PIC 9(05).
           05  FILLER               PIC X(75).

       FD  LOG-GERACAO-IPM.
       01  REG-LOG-GERACAO-IPM.
           05  GEN-DATA             PIC 9(08).
           05  GEN-REFERENCIA       PIC 9(05).
           05  GEN-INSTRUCAO        PIC X(08).
           05  GEN-TIPO             PIC X(01).
               88  GEN-PROGRAMADA       VALUE 'P'.
               88  GEN-REPETICAO        VALUE 'R'.
           05  GEN-ORIGEM           PIC X(10).
           05  GEN-DESTINO          PIC X(10).
           05  GEN-QUANTIDADE       PIC 9(05).
           05  FILLER               PIC X(33).

       COPY LOCKFD.

       COPY STPCFD.

       COPY RUNRFD.

       COPY EXCPFD.

       WORKING-STORAGE SECTION.
       COPY IPRMWS.
       COPY EXCPWS.
       COPY RUNRWS.
       COPY STPCWS.
       COPY LOCKWS.

       01  WS-STATUS-TRANSACOES     PIC XX.
       01  WS-STATUS-REFERENCIAS    PIC XX.
       01  WS-STATUS-LOG-GERACAO    PIC XX.

       01  WS-DATA-NEGOCIO          PIC 9(08).
       01  WS-PROXIMA-REFERENCIA    PIC 9(06) VALUE ZEROS.
       01  WS-TIPO-GERACAO          PIC X(01) VALUE SPACE.
       01  WS-INSTRUCAO-ALTERADA    PIC X VALUE 'N'.

       01  WS-QTD-LIDAS             PIC 9(05) VALUE ZEROS.
       01  WS-QTD-PROGRAMADAS       PIC 9(05) VALUE ZEROS.
       01  WS-QTD-REPETICOES        PIC 9(05) VALUE ZEROS.
       01  WS-QTD-SUSPENSAS         PIC 9(05) VALUE ZEROS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 0 TO RETURN-CODE.
           PERFORM VERIFICAR-TRAVA-RUN THRU
                   VERIFICAR-TRAVA-RUN-EXIT.
           MOVE 'TESTIPMG' TO WS-RUN-PROGRAMA.
           PERFORM REGISTRAR-INICIO-EXECUCAO.
           MOVE 'TESTIPMG' TO WS-STEP-PROGRAMA.
           PERFORM VERIFICAR-STEP-CONCLUIDO THRU
                   VERIFICAR-STEP-CONCLUIDO-EXIT.
           IF STEP-JA-CONCLUIDO
               DISPLAY 'TESTIPMG JA CONCLUIDO PARA A DATA DE '
                       'NEGOCIO - PASSO IGNORADO'
               STOP RUN
           END-IF.
           MOVE WS-STEP-DATA-NEGOCIO TO WS-DATA-NEGOCIO.

           OPEN I-O INSTRUCOES-PERMANENTES.
           IF WS-STATUS-INSTRUCOES NOT = '00'
               DISPLAY 'TESTIPMG INSTPERM.DAT AUSENTE - NENHUMA '
                       'INSTRUCAO A GERAR'
               PERFORM REGISTRAR-FIM-EXECUCAO
               PERFORM GRAVAR-STEP-CONCLUIDO THRU
                       GRAVAR-STEP-CONCLUIDO-EXIT
               STOP RUN
           END-IF.

           PERFORM LER-CONTROLE-REFERENCIAS.
           OPEN EXTEND ARQUIVO-TRANSACOES.
           IF WS-STATUS-TRANSACOES = '05' OR '35'
               OPEN OUTPUT ARQUIVO-TRANSACOES
           END-IF.
           IF WS-STATUS-TRANSACOES NOT = '00'
               MOVE 'TESTIPMG'          TO WS-EXC-PROGRAMA
               MOVE 'MAIN-PROCEDURE'    TO WS-EXC-PARAGRAFO
               MOVE WS-STATUS-TRANSACOES TO WS-EXC-CODIGO
               MOVE 'ERRO ABERTURA TRANPROG.DAT' TO WS-EXC-MENSAGEM
               MOVE 1 TO WS-EXC-SEVERIDADE
               PERFORM GRAVAR-EXCECAO-GERAL
               CLOSE INSTRUCOES-PERMANENTES
               MOVE 12 TO RETURN-CODE
               PERFORM REGISTRAR-FIM-EXECUCAO
               STOP RUN
           END-IF.
           OPEN EXTEND LOG-GERACAO-IPM.
           IF WS-STATUS-LOG-GERACAO = '05' OR '35'
               OPEN OUTPUT LOG-GERACAO-IPM
           END-IF.

           PERFORM LER-INSTRUCAO-PERMANENTE
               UNTIL WS-EOF-INSTRUCOES = 'S'.

           CLOSE INSTRUCOES-PERMANENTES.
           CLOSE ARQUIVO-TRANSACOES.
           CLOSE LOG-GERACAO-IPM.
           PERFORM GRAVAR-CONTROLE-REFERENCIAS THRU
                   GRAVAR-CONTROLE-REFERENCIAS-EXIT.

           DISPLAY 'TESTIPMG INSTRUCOES LIDAS.....: ' WS-QTD-LIDAS.
           DISPLAY 'TESTIPMG SUSPENSAS (IGNORADAS): ' WS-QTD-SUSPENSAS.
           DISPLAY 'TESTIPMG MOVIMENTOS DO DIA....: '
                   WS-QTD-PROGRAMADAS.
           DISPLAY 'TESTIPMG REPETICOES PEDIDAS...: '
                   WS-QTD-REPETICOES.

           PERFORM REGISTRAR-FIM-EXECUCAO.
           PERFORM GRAVAR-STEP-CONCLUIDO THRU
                   GRAVAR-STEP-CONCLUIDO-EXIT.
           STOP RUN.

      *----------------------------------------------------------*
      *    LER-CONTROLE-REFERENCIAS                                 *
      *    Ultima referencia usada da faixa das instrucoes; sem o   *
      *    controle (ou fora da faixa) a geracao comeca no inicio   *
      *    da faixa.                                                *
      *----------------------------------------------------------*
       LER-CONTROLE-REFERENCIAS.
           COMPUTE WS-PROXIMA-REFERENCIA = WS-IPM-REF-INICIAL - 1.
           OPEN INPUT CONTROLE-REFERENCIAS.
           IF WS-STATUS-REFERENCIAS = '00'
               READ CONTROLE-REFERENCIAS
                   AT END
                       CONTINUE
                   NOT AT END
                       IF REF-ULTIMA-USADA IS NUMERIC
                              AND REF-ULTIMA-USADA >= WS-IPM-REF-INICIAL
                           MOVE REF-ULTIMA-USADA
                               TO WS-PROXIMA-REFERENCIA
                       END-IF
               END-READ
           END-IF.
           CLOSE CONTROLE-REFERENCIAS.

       LER-CONTROLE-REFERENCIAS-EXIT.
           EXIT.

       GRAVAR-CONTROLE-REFERENCIAS.
           IF WS-PROXIMA-REFERENCIA < WS-IPM-REF-INICIAL
               GO TO GRAVAR-CONTROLE-REFERENCIAS-EXIT
           END-IF.
           OPEN OUTPUT CONTROLE-REFERENCIAS.
           MOVE SPACES TO REG-CONTROLE-REFERENCIAS.
           MOVE WS-PROXIMA-REFERENCIA TO REF-ULTIMA-USADA.
           WRITE REG-CONTROLE-REFERENCIAS.
           CLOSE CONTROLE-REFERENCIAS.

       GRAVAR-CONTROLE-REFERENCIAS-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    LER-INSTRUCAO-PERMANENTE                                 *
      *    Passagem sequencial pelo cadastro (ordem de codigo).     *
      *----------------------------------------------------------*
       LER-INSTRUCAO-PERMANENTE.
           READ INSTRUCOES-PERMANENTES NEXT RECORD
               AT END
                   MOVE 'S' TO WS-EOF-INSTRUCOES
               NOT AT END
                   ADD 1 TO WS-QTD-LIDAS
                   PERFORM GERAR-INSTRUCAO-DIA THRU
                           GERAR-INSTRUCAO-DIA-EXIT
           END-READ.

       LER-INSTRUCAO-PERMANENTE-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    GERAR-INSTRUCAO-DIA                                      *
      *    Repeticao pedida e ocorrencia devida geram cada uma o    *
      *    seu movimento, com referencias distintas.                *
      *----------------------------------------------------------*
       GERAR-INSTRUCAO-DIA.
           IF NOT IPM-ATIVA
               ADD 1 TO WS-QTD-SUSPENSAS
               GO TO GERAR-INSTRUCAO-DIA-EXIT
           END-IF.
           MOVE 'N' TO WS-INSTRUCAO-ALTERADA.

           IF IPM-REPROCESSAMENTO-PEDIDO
               MOVE 'R' TO WS-TIPO-GERACAO
               PERFORM GERAR-MOVIMENTO-IPM
               MOVE 'N' TO IPM-REPROCESSAR
               ADD 1 TO WS-QTD-REPETICOES
           END-IF.

           IF IPM-PROXIMA-DATA <= WS-DATA-NEGOCIO
               MOVE 'P' TO WS-TIPO-GERACAO
               PERFORM GERAR-MOVIMENTO-IPM
               ADD 1 TO WS-QTD-PROGRAMADAS
               COMPUTE WS-IPM-DATA-REFERENCIA = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (WS-DATA-NEGOCIO) + 1)
               PERFORM CALCULAR-PROXIMA-OCORRENCIA THRU
                       CALCULAR-PROXIMA-OCORRENCIA-EXIT
           END-IF.

           IF WS-INSTRUCAO-ALTERADA = 'N'
               GO TO GERAR-INSTRUCAO-DIA-EXIT
           END-IF.
           MOVE WS-DATA-NEGOCIO TO IPM-DATA-ULT-GERACAO.
           REWRITE REG-INSTRUCAO-PERMANENTE
               INVALID KEY
                   MOVE 'TESTIPMG'          TO WS-EXC-PROGRAMA
                   MOVE 'GERAR-INSTRUCAO-DIA' TO WS-EXC-PARAGRAFO
                   MOVE WS-STATUS-INSTRUCOES TO WS-EXC-CODIGO
                   MOVE 'ERRO REGRAVACAO INSTPERM.DAT'
                       TO WS-EXC-MENSAGEM
                   MOVE 2 TO WS-EXC-SEVERIDADE
                   PERFORM GRAVAR-EXCECAO-GERAL
                   IF RETURN-CODE < 8
                       MOVE 8 TO RETURN-CODE
                   END-IF
           END-REWRITE.

       GERAR-INSTRUCAO-DIA-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    GERAR-MOVIMENTO-IPM                                      *
      *    Um 'MV' em TRANPROG.DAT com a proxima referencia da      *
      *    faixa e o registro correspondente em IPMGEN.DAT. Ao      *
      *    esgotar a faixa a numeracao recomeca do inicio, com      *
      *    aviso - referencias antigas ainda no diario POSMOV.DAT   *
      *    seriam rejeitadas por TESTPOSM como ja movimentadas.     *
      *----------------------------------------------------------*
       GERAR-MOVIMENTO-IPM.
           ADD 1 TO WS-PROXIMA-REFERENCIA.
           IF WS-PROXIMA-REFERENCIA > WS-IPM-REF-FINAL
               MOVE WS-IPM-REF-INICIAL TO WS-PROXIMA-REFERENCIA
               MOVE 'TESTIPMG'          TO WS-EXC-PROGRAMA
               MOVE 'GERAR-MOVIMENTO-IPM' TO WS-EXC-PARAGRAFO
               MOVE 4                   TO WS-EXC-CODIGO
               MOVE 'FAIXA DE REFERENCIAS REINICIADA'
                   TO WS-EXC-MENSAGEM
               MOVE 3 TO WS-EXC-SEVERIDADE
               PERFORM GRAVAR-EXCECAO-GERAL
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

           MOVE SPACES                TO REG-TRANSACAO.
           MOVE 'MV'                  TO TRANS-TIPO.
           MOVE WS-PROXIMA-REFERENCIA TO TRANS-CONTADOR.
           MOVE IPM-ORIGEM            TO MOV-CODIGO.
           MOVE IPM-QUANTIDADE        TO MOV-QUANTIDADE.
           MOVE IPM-DESTINO           TO MOV-DESTINO.
           WRITE REG-TRANSACAO.

           MOVE SPACES                TO REG-LOG-GERACAO-IPM.
           MOVE WS-DATA-NEGOCIO       TO GEN-DATA.
           MOVE WS-PROXIMA-REFERENCIA TO GEN-REFERENCIA.
           MOVE IPM-CODIGO            TO GEN-INSTRUCAO.
           MOVE WS-TIPO-GERACAO       TO GEN-TIPO.
           MOVE IPM-ORIGEM            TO GEN-ORIGEM.
           MOVE IPM-DESTINO           TO GEN-DESTINO.
           MOVE IPM-QUANTIDADE        TO GEN-QUANTIDADE.
           WRITE REG-LOG-GERACAO-IPM.

           MOVE WS-PROXIMA-REFERENCIA TO IPM-ULT-REFERENCIA.
           MOVE 'S' TO WS-INSTRUCAO-ALTERADA.

       GERAR-MOVIMENTO-IPM-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    CALCULAR-PROXIMA-OCORRENCIA                             *
      *    Proxima ocorrencia da instrucao (IPRMPRC).               *
      *----------------------------------------------------------*
       COPY IPRMPRC.

      *----------------------------------------------------------*
      *    GRAVAR-EXCECAO-GERAL                                    *
      *    Log de excecoes compartilhado (EXCPPRC).                 *
      *----------------------------------------------------------*
       COPY EXCPPRC.

      *----------------------------------------------------------*
      *    REGISTRAR-INICIO-EXECUCAO / REGISTRAR-FIM-EXECUCAO      *
      *    Registro compartilhado de execucoes (RUNRPRC).          *
      *----------------------------------------------------------*
       COPY RUNRPRC.

      *----------------------------------------------------------*
      *    VERIFICAR-STEP-CONCLUIDO / GRAVAR-STEP-CONCLUIDO        *
      *    Reinicio automatico por step (STPCPRC).                 *
      *----------------------------------------------------------*
       COPY STPCPRC.

      *----------------------------------------------------------*
      *    TRAVA DE EXECUCAO DA ESTEIRA (LOCKPRC)                  *
      *----------------------------------------------------------*
       COPY LOCKPRC.
