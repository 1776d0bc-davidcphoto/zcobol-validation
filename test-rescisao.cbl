      *    BANKPAY.DAT com o literal 'RESCISAO' no header para o   *
      *    banco distinguir dos creditos de folha normal. O        *
      *    acerto era calculado inteiramente fora do sistema.      *
      *    Participante da previdencia privada (razao PREVSALD.DAT *
      *    de TESTPREV) tem no demonstrativo o saldo proprio e o   *
      *    saldo patronal dividido em adquirido e perdido, pela    *
      *    escala de aquisicao de PREVPLN.DAT (anos completos no   *
      *    plano desde a adesao). Esses saldos sao resgatados pela *
      *    administradora do plano: ficam fora do total e do       *
      *    credito da rescisao.                                    *
      *    Desligado com estabilidade vigente na data do           *
      *    desligamento (registro ESTABREG.DAT - ver ESTBFD) nao   *
      *    tem acerto calculado: o desligamento vai para HRREJ.DAT *
      *    (junto dos rejeitados de TESTEMNT) e para o log de      *
      *    excecoes, com RC=4, salvo cartao de liberacao do        *
      *    Juridico em ESTBOVR.DAT para a matricula.               *
      *    Data de credito pela regra de dia de pagamento da       *
      *    rescisao (DIAPAGTO.DAT, padrao 10 dias corridos do      *
      *    desligamento antecipados ao dia util) sobre o           *
      *    CALENDAR.DAT - ver DPAGPRC. Vai no header e em cada     *
      *    detalhe; credito apos o prazo legal gera aviso e RC=4.  *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-DEMONSTRATIVO.

           SELECT ARQUIVO-REJEICOES-RH
               ASSIGN TO "HRREJ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-REJEICOES.

           COPY PREVSEL.

           COPY ESTBSEL.

           COPY PERISEL.

           COPY EXCPSEL.

           COPY RUNRSEL.

           COPY DPAGSEL.

       DATA DIVISION.
       FILE SECTION.
       FD  HISTORICO-MOVIMENTACAO.
           05  HMV-EMPLOYEE-DEPARTMENT PIC X(10).
           05  HMV-EMPLOYEE-AGENCIA    PIC X(05).
           05  HMV-EMPLOYEE-CONTA      PIC X(12).
           05  HMV-EMPLOYEE-EMPRESA    PIC X(05).
           05  HMV-MOTIVO              PIC X(01).

       FD  RAZAO-FERIAS.
       01  REG-RAZAO-FERIAS.
       FD  DEMONSTRATIVO-RESCISAO.
       01  REG-DEMONSTRATIVO        PIC X(80).

      *    Mesmo layout de rejeitado de TESTEMNT.
       FD  ARQUIVO-REJEICOES-RH.
       01  REG-REJEICAO-RH          PIC X(155).

       COPY PREVFD.

       COPY ESTBFD.

       COPY PERIFD.

       COPY EXCPFD.

       COPY RUNRFD.

       COPY DPAGFD.

       WORKING-STORAGE SECTION.
       COPY RUNRWS.
       COPY EXCPWS.
       COPY PERIWS.
       COPY ESTBWS.
       COPY DPAGWS.

       01  WS-STATUS-HIST-MOV       PIC XX.
       01  WS-STATUS-FERIAS         PIC XX.
       01  WS-STATUS-HISTORICO      PIC XX.
       01  WS-STATUS-PAGAMENTO      PIC XX.
       01  WS-STATUS-DEMONSTRATIVO  PIC XX.
       01  WS-STATUS-REJEICOES      PIC XX.
       01  WS-REJEICOES-ABERTO      PIC X VALUE 'N'.
       01  WS-EOF-HIST-MOV          PIC X VALUE 'N'.
       01  WS-EOF-FERIAS            PIC X VALUE 'N'.
       01  WS-EOF-HISTORICO         PIC X VALUE 'N'.
           05  WS-RUN-DIA           PIC 9(02).

       01  WS-QTD-DESLIGADOS-DIA    PIC 9(04) VALUE ZEROS.
       01  WS-QTD-BLOQUEADOS-ESTAB  PIC 9(04) VALUE ZEROS.
       01  WS-RESCISAO-BLOQUEADA    PIC X VALUE 'N'.
       01  WS-QTD-PAGAMENTOS        PIC 9(09) VALUE ZEROS.
       01  WS-TOTAL-PAGAMENTOS      PIC 9(13)V99 VALUE ZEROS.

       01  WS-TABELA-MESES.
           05  WS-MES-COM-FOLHA OCCURS 12 TIMES PIC X(01).

      *    Previdencia privada: saldos por participante e escala
      *    de aquisicao do saldo patronal.
       01  WS-STATUS-PLANO-PREV     PIC XX.
       01  WS-STATUS-SALDOS-PREV    PIC XX.
       01  WS-EOF-PLANO-PREV        PIC X VALUE 'N'.
       01  WS-EOF-SALDOS-PREV       PIC X VALUE 'N'.
       01  WS-QTD-SALDOS-PREV       PIC 9(04) VALUE ZEROS.
       01  WS-IDX-PREV              PIC 9(04) VALUE ZEROS.
       01  WS-PREV-ACHADO           PIC X VALUE 'N'.
       01  WS-TABELA-SALDOS-PREV.
           05  WS-SALDO-PREV OCCURS 5000 TIMES.
               10  WS-SLP-MATRICULA     PIC 9(05).
               10  WS-SLP-DATA-ADESAO   PIC 9(08).
               10  WS-SLP-SALDO-EMPREG  PIC 9(09)V99.
               10  WS-SLP-SALDO-PATRON  PIC 9(09)V99.
       01  WS-QTD-FAIXAS-VESTING    PIC 9(02) VALUE ZEROS.
       01  WS-IDX-FAIXA             PIC 9(02) VALUE ZEROS.
       01  WS-TABELA-VESTING.
           05  WS-FAIXA-VESTING OCCURS 20 TIMES.
               10  WS-VST-ANOS          PIC 9(02).
               10  WS-VST-PCT           PIC 9(03)V99.
       01  WS-ANOS-NO-PLANO         PIC 9(04) VALUE ZEROS.
       01  WS-ANOS-FAIXA-ATINGIDA   PIC 9(02) VALUE ZEROS.
       01  WS-PCT-ADQUIRIDO         PIC 9(03)V99 VALUE ZEROS.
       01  WS-PREV-ADQUIRIDO        PIC 9(09)V99 VALUE ZEROS.
       01  WS-PREV-PERDIDO          PIC 9(09)V99 VALUE ZEROS.

       01  WS-SALARIO-DIARIO        PIC 9(07)V99 VALUE ZEROS.
       01  WS-SALDO-SALARIO         PIC 9(09)V99 VALUE ZEROS.
       01  WS-VALOR-FERIAS          PIC S9(09)V99 VALUE ZEROS.
           05  FILLER               PIC X(01) VALUE 'H'.
           05  HDR-DATA             PIC 9(08).
           05  FILLER               PIC X(08) VALUE 'RESCISAO'.
           05  HDR-DATA-CREDITO     PIC 9(08).
           05  FILLER               PIC X(55) VALUE SPACES.

       01  WS-REG-DETALHE.
           05  FILLER               PIC X(01) VALUE 'D'.
           05  DET-AGENCIA          PIC X(05).
           05  DET-CONTA            PIC X(12).
           05  DET-VALOR            PIC 9(11)V99.
           05  DET-DATA-CREDITO     PIC 9(08).
           05  FILLER               PIC X(06) VALUE SPACES.

       01  WS-REG-TRAILER.
           05  FILLER               PIC X(01) VALUE 'T'.
           05  TRL-VALOR            PIC 9(13)V99.
           05  FILLER               PIC X(55) VALUE SPACES.

      *    Desligamento barrado, como transacao 'DE' rejeitada.
       01  WS-LINHA-REJEICAO-RH.
           05  REJ-REGISTRO.
               10  REJ-TIPO         PIC X(02).
               10  REJ-MATRICULA    PIC 9(05).
               10  REJ-NOME         PIC X(50).
               10  FILLER           PIC X(67).
           05  FILLER               PIC X(01).
           05  REJ-MOTIVO           PIC X(30).

       01  WS-LINHA-SEPARADORA      PIC X(60) VALUE ALL '='.

       01  WS-CABECALHO-RESC.
           05  CMP-DESCRICAO        PIC X(24).
           05  CMP-VALOR            PIC ZZZ,ZZZ,ZZ9.99.

       01  WS-LINHA-AQUISICAO-PREV.
           05  FILLER               PIC X(26) VALUE
               'PREVIDENCIA PRIVADA - ANOS'.
           05  FILLER               PIC X(10) VALUE
               ' NO PLANO '.
           05  AQP-ANOS             PIC ZZZ9.
           05  FILLER               PIC X(13) VALUE
               ', ADQUIRIDO '.
           05  AQP-PCT              PIC ZZ9.99.
           05  FILLER               PIC X(01) VALUE '%'.

       01  WS-LINHA-RESGATE-PREV    PIC X(50) VALUE
           '  (SALDOS RESGATADOS PELA ADMINISTRADORA DO PLANO)'.

       01  WS-LINHA-TOTAL-RESC.
           05  FILLER               PIC X(24) VALUE
               'TOTAL DA RESCISAO.....: '.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 0 TO RETURN-CODE.
           MOVE 'TESTRESC' TO WS-RUN-PROGRAMA.
           PERFORM REGISTRAR-INICIO-EXECUCAO.
           MOVE 'TESTRESC' TO WS-PER-PROGRAMA.
           PERFORM VERIFICAR-PERIODO-ABERTO THRU
                   VERIFICAR-PERIODO-ABERTO-EXIT.
           IF PERIODO-FECHADO
               STOP RUN
           END-IF.
           ACCEPT WS-DATA-RUN FROM DATE YYYYMMDD.

           PERFORM CARREGAR-SALDOS-FERIAS.
           PERFORM MARCAR-MESES-COM-FOLHA.
           PERFORM CARREGAR-PREVIDENCIA.
           MOVE 'TESTRESC' TO WS-EST-PROGRAMA.
           PERFORM CARREGAR-ESTABILIDADES THRU
                   CARREGAR-ESTABILIDADES-EXIT.

           OPEN INPUT HISTORICO-MOVIMENTACAO.
           IF WS-STATUS-HIST-MOV NOT = '00'
                       'DESLIGAMENTOS A TRATAR'
               CLOSE HISTORICO-MOVIMENTACAO
               MOVE 4 TO RETURN-CODE
               PERFORM REGISTRAR-FIM-EXECUCAO
               STOP RUN
           END-IF.

           OPEN OUTPUT ARQUIVO-PAGAMENTO-RESC.
           OPEN OUTPUT DEMONSTRATIVO-RESCISAO.
           PERFORM APURAR-DATA-CREDITO-RESC THRU
                   APURAR-DATA-CREDITO-RESC-EXIT.
           MOVE WS-DATA-RUN TO HDR-DATA.
           WRITE REG-PAGAMENTO-RESC FROM WS-REG-HEADER.

           MOVE WS-QTD-PAGAMENTOS   TO TRL-QTD.
           MOVE WS-TOTAL-PAGAMENTOS TO TRL-VALOR.
           WRITE REG-PAGAMENTO-RESC FROM WS-REG-TRAILER.
           IF DPG-FORA-DO-PRAZO AND WS-QTD-PAGAMENTOS > ZEROS
               PERFORM AVISAR-PRAZO-LEGAL THRU
                       AVISAR-PRAZO-LEGAL-EXIT
           END-IF.

           CLOSE HISTORICO-MOVIMENTACAO.
           CLOSE ARQUIVO-PAGAMENTO-RESC.
           CLOSE DEMONSTRATIVO-RESCISAO.
           IF WS-REJEICOES-ABERTO = 'S'
               CLOSE ARQUIVO-REJEICOES-RH
           END-IF.

           DISPLAY 'TESTRESC DESLIGADOS DO DIA..: '
                   WS-QTD-DESLIGADOS-DIA.
           DISPLAY 'TESTRESC BARRADOS POR ESTAB.: '
                   WS-QTD-BLOQUEADOS-ESTAB.
           DISPLAY 'TESTRESC VALOR TOTAL........: '
                   WS-TOTAL-PAGAMENTOS.
           DISPLAY 'TESTRESC DATA DE CREDITO....: '
                   WS-DPG-DATA-CREDITO.
           PERFORM REGISTRAR-FIM-EXECUCAO.
           STOP RUN.

      *----------------------------------------------------------*
      *    APURAR-DATA-CREDITO-RESC                                 *
      *    Data de credito das rescisoes do dia (ver DPAGPRC). So   *
      *    os desligamentos com a data do run sao tratados, entao   *
      *    um calculo vale para todos; o aviso de prazo legal sai   *
      *    no fim, se houve credito.                                *
      *----------------------------------------------------------*
       APURAR-DATA-CREDITO-RESC.
           MOVE 'TESTRESC'         TO WS-DPG-PROGRAMA.
           MOVE 'RES'              TO WS-DPG-TIPO-PAGAMENTO.
           MOVE WS-DATA-RUN        TO WS-DPG-DATA-RUN.
           MOVE WS-DATA-RUN        TO WS-DPG-DATA-EVENTO.
           MOVE WS-PER-COMPETENCIA TO WS-DPG-COMPETENCIA.
           MOVE WS-DATA-RUN        TO WS-DPG-REFERENCIA.
           PERFORM APURAR-DATA-CREDITO THRU
                   APURAR-DATA-CREDITO-EXIT.
           MOVE WS-DPG-DATA-CREDITO TO HDR-DATA-CREDITO.
           MOVE WS-DPG-DATA-CREDITO TO DET-DATA-CREDITO.

       APURAR-DATA-CREDITO-RESC-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    CARREGAR-SALDOS-FERIAS                                   *
      *    Soma os saldos (adquiridos - gozados) dos periodos 'A'   *
       CONTAR-MES-COM-FOLHA-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    CARREGAR-PREVIDENCIA                                     *
      *    Saldos da previdencia privada por participante e faixas  *
      *    'V' da escala de aquisicao. Sem PREVSALD.DAT o           *
      *    demonstrativo sai sem a previdencia; sem faixa 'V' nada  *
      *    do saldo patronal e adquirido.                           *
      *----------------------------------------------------------*
       CARREGAR-PREVIDENCIA.
           OPEN INPUT RAZAO-SALDOS-PREV.
           IF WS-STATUS-SALDOS-PREV = '00'
               PERFORM LER-SALDO-PREV
                   UNTIL WS-EOF-SALDOS-PREV = 'S'
           END-IF.
           CLOSE RAZAO-SALDOS-PREV.
           OPEN INPUT TABELA-PLANO-PREV.
           IF WS-STATUS-PLANO-PREV = '00'
               PERFORM LER-FAIXA-VESTING
                   UNTIL WS-EOF-PLANO-PREV = 'S'
           END-IF.
           CLOSE TABELA-PLANO-PREV.

       CARREGAR-PREVIDENCIA-EXIT.
           EXIT.

       LER-SALDO-PREV.
           READ RAZAO-SALDOS-PREV
               AT END
                   MOVE 'S' TO WS-EOF-SALDOS-PREV
               NOT AT END
                   IF SLP-MATRICULA IS NUMERIC
                          AND SLP-DATA-ADESAO IS NUMERIC
                          AND WS-QTD-SALDOS-PREV < 5000
                       ADD 1 TO WS-QTD-SALDOS-PREV
                       MOVE SLP-MATRICULA
                           TO WS-SLP-MATRICULA (WS-QTD-SALDOS-PREV)
                       MOVE SLP-DATA-ADESAO
                           TO WS-SLP-DATA-ADESAO (WS-QTD-SALDOS-PREV)
                       MOVE SLP-SALDO-EMPREGADO
                           TO WS-SLP-SALDO-EMPREG (WS-QTD-SALDOS-PREV)
                       MOVE SLP-SALDO-PATRONAL
                           TO WS-SLP-SALDO-PATRON (WS-QTD-SALDOS-PREV)
                   END-IF
           END-READ.

       LER-SALDO-PREV-EXIT.
           EXIT.

       LER-FAIXA-VESTING.
           READ TABELA-PLANO-PREV
               AT END
                   MOVE 'S' TO WS-EOF-PLANO-PREV
               NOT AT END
                   IF PPL-VESTING
                          AND PPL-ANOS IS NUMERIC
                          AND PPL-PCT-ADQUIRIDO IS NUMERIC
                          AND WS-QTD-FAIXAS-VESTING < 20
                       ADD 1 TO WS-QTD-FAIXAS-VESTING
                       MOVE PPL-ANOS
                           TO WS-VST-ANOS (WS-QTD-FAIXAS-VESTING)
                       MOVE PPL-PCT-ADQUIRIDO
                           TO WS-VST-PCT (WS-QTD-FAIXAS-VESTING)
                   END-IF
           END-READ.

       LER-FAIXA-VESTING-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    LER-DESLIGAMENTO-DIA                                     *
      *----------------------------------------------------------*
                   MOVE 'S' TO WS-EOF-HIST-MOV
               NOT AT END
                   IF HMV-TIPO = 'D' AND HMV-DATA = WS-DATA-RUN
                          AND HMV-MOTIVO NOT = 'T'
                       ADD 1 TO WS-QTD-DESLIGADOS-DIA
                       PERFORM VERIFICAR-BLOQUEIO-ESTAB THRU
                               VERIFICAR-BLOQUEIO-ESTAB-EXIT
                       IF WS-RESCISAO-BLOQUEADA = 'N'
                           PERFORM CALCULAR-RESCISAO THRU
                                   CALCULAR-RESCISAO-EXIT
                       END-IF
                   END-IF
           END-READ.

       LER-DESLIGAMENTO-DIA-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    VERIFICAR-BLOQUEIO-ESTAB                                 *
      *    Estabilidade vigente na data do desligamento barra o     *
      *    acerto, salvo liberacao do Juridico (so registrada).     *
      *----------------------------------------------------------*
       VERIFICAR-BLOQUEIO-ESTAB.
           MOVE 'N' TO WS-RESCISAO-BLOQUEADA.
           MOVE HMV-EMPLOYEE-ID TO WS-EST-MATRICULA.
           MOVE HMV-DATA        TO WS-EST-DATA-REF.
           PERFORM VERIFICAR-ESTABILIDADE THRU
                   VERIFICAR-ESTABILIDADE-EXIT.
           IF WS-EST-PROTEGIDO = 'N'
               GO TO VERIFICAR-BLOQUEIO-ESTAB-EXIT
           END-IF.

           MOVE 'TESTRESC'          TO WS-EXC-PROGRAMA.
           MOVE 'VERIFICAR-BLOQUEIO-ESTAB' TO WS-EXC-PARAGRAFO.
           MOVE SPACES              TO WS-EXC-MENSAGEM.
           IF WS-EST-LIBERADO = 'S'
               MOVE 0 TO WS-EXC-CODIGO
               STRING 'DESL.ESTAB ' DELIMITED BY SIZE
                      WS-EST-MOTIVO-VIGENTE DELIMITED BY SIZE
                      ' MATR ' DELIMITED BY SIZE
                      HMV-EMPLOYEE-ID DELIMITED BY SIZE
                      ' LIB ' DELIMITED BY SIZE
                      WS-EST-APROVADOR DELIMITED BY SPACE
                      INTO WS-EXC-MENSAGEM
               END-STRING
               MOVE 3 TO WS-EXC-SEVERIDADE
               PERFORM GRAVAR-EXCECAO-GERAL
               GO TO VERIFICAR-BLOQUEIO-ESTAB-EXIT
           END-IF.

           MOVE 'S' TO WS-RESCISAO-BLOQUEADA.
           ADD 1 TO WS-QTD-BLOQUEADOS-ESTAB.
           MOVE 4 TO WS-EXC-CODIGO.
           STRING 'RESCISAO BARRADA ESTAB ' DELIMITED BY SIZE
                  WS-EST-MOTIVO-VIGENTE DELIMITED BY SIZE
                  ' MATR ' DELIMITED BY SIZE
                  HMV-EMPLOYEE-ID DELIMITED BY SIZE
                  INTO WS-EXC-MENSAGEM
           END-STRING.
           MOVE 2 TO WS-EXC-SEVERIDADE.
           PERFORM GRAVAR-EXCECAO-GERAL.
           IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.

           IF WS-REJEICOES-ABERTO = 'N'
               OPEN EXTEND ARQUIVO-REJEICOES-RH
               IF WS-STATUS-REJEICOES NOT = '00'
                   CLOSE ARQUIVO-REJEICOES-RH
                   OPEN OUTPUT ARQUIVO-REJEICOES-RH
               END-IF
               MOVE 'S' TO WS-REJEICOES-ABERTO
           END-IF.
           MOVE SPACES            TO WS-LINHA-REJEICAO-RH.
           MOVE 'DE'              TO REJ-TIPO.
           MOVE HMV-EMPLOYEE-ID   TO REJ-MATRICULA.
           MOVE HMV-EMPLOYEE-NAME TO REJ-NOME.
           IF WS-EST-FIM-VIGENTE = ZEROS
               STRING 'ESTABILIDADE ' WS-EST-MOTIVO-VIGENTE
                      ' SEM DATA FIM'
                   DELIMITED BY SIZE
                   INTO REJ-MOTIVO
               END-STRING
           ELSE
               STRING 'ESTABILIDADE ' WS-EST-MOTIVO-VIGENTE
                      ' ATE ' WS-EST-FIM-VIGENTE
                   DELIMITED BY SIZE
                   INTO REJ-MOTIVO
               END-STRING
           END-IF.
           WRITE REG-REJEICAO-RH FROM WS-LINHA-REJEICAO-RH.

       VERIFICAR-BLOQUEIO-ESTAB-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    CALCULAR-RESCISAO                                        *
      *    Monta o demonstrativo e o credito do acerto final.       *
           WRITE REG-DEMONSTRATIVO FROM WS-LINHA-COMPONENTE.
           MOVE WS-TOTAL-RESCISAO TO RSC-TOTAL.
           WRITE REG-DEMONSTRATIVO FROM WS-LINHA-TOTAL-RESC.
           PERFORM DEMONSTRAR-PREVIDENCIA THRU
                   DEMONSTRAR-PREVIDENCIA-EXIT.
           MOVE SPACES TO REG-DEMONSTRATIVO.
           WRITE REG-DEMONSTRATIVO.

       PROCURAR-SALDO-DESLIGADO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    DEMONSTRAR-PREVIDENCIA                                   *
      *    Anos completos no plano = (data do run - adesao) / 10000 *
      *    nas datas AAAAMMDD. Vale o % da maior faixa 'V' com anos *
      *    menores ou iguais; o resto do saldo patronal e perdido.  *
      *----------------------------------------------------------*
       DEMONSTRAR-PREVIDENCIA.
           MOVE 'N' TO WS-PREV-ACHADO.
           PERFORM PROCURAR-PREVIDENCIA-DESLIGADO
               VARYING WS-IDX-PREV FROM 1 BY 1
               UNTIL WS-IDX-PREV > WS-QTD-SALDOS-PREV
                  OR WS-PREV-ACHADO = 'S'.
           IF WS-PREV-ACHADO = 'N'
               GO TO DEMONSTRAR-PREVIDENCIA-EXIT
           END-IF.
           SUBTRACT 1 FROM WS-IDX-PREV.

           MOVE ZEROS TO WS-ANOS-NO-PLANO.
           IF WS-DATA-RUN > WS-SLP-DATA-ADESAO (WS-IDX-PREV)
               COMPUTE WS-ANOS-NO-PLANO =
                   (WS-DATA-RUN - WS-SLP-DATA-ADESAO (WS-IDX-PREV))
                   / 10000
           END-IF.
           MOVE ZEROS TO WS-PCT-ADQUIRIDO.
           MOVE ZEROS TO WS-ANOS-FAIXA-ATINGIDA.
           PERFORM APLICAR-FAIXA-VESTING
               VARYING WS-IDX-FAIXA FROM 1 BY 1
               UNTIL WS-IDX-FAIXA > WS-QTD-FAIXAS-VESTING.
           IF WS-PCT-ADQUIRIDO > 100
               MOVE 100 TO WS-PCT-ADQUIRIDO
           END-IF.
           COMPUTE WS-PREV-ADQUIRIDO ROUNDED =
               WS-SLP-SALDO-PATRON (WS-IDX-PREV)
               * WS-PCT-ADQUIRIDO / 100.
           COMPUTE WS-PREV-PERDIDO =
               WS-SLP-SALDO-PATRON (WS-IDX-PREV) - WS-PREV-ADQUIRIDO.

           MOVE WS-ANOS-NO-PLANO TO AQP-ANOS.
           MOVE WS-PCT-ADQUIRIDO TO AQP-PCT.
           WRITE REG-DEMONSTRATIVO FROM WS-LINHA-AQUISICAO-PREV.
           MOVE 'PREV. SALDO EMPREGADO.: ' TO CMP-DESCRICAO.
           MOVE WS-SLP-SALDO-EMPREG (WS-IDX-PREV) TO CMP-VALOR.
           WRITE REG-DEMONSTRATIVO FROM WS-LINHA-COMPONENTE.
           MOVE 'PREV. PATRONAL ADQUIR.: ' TO CMP-DESCRICAO.
           MOVE WS-PREV-ADQUIRIDO TO CMP-VALOR.
           WRITE REG-DEMONSTRATIVO FROM WS-LINHA-COMPONENTE.
           MOVE 'PREV. PATRONAL PERDIDO: ' TO CMP-DESCRICAO.
           MOVE WS-PREV-PERDIDO TO CMP-VALOR.
           WRITE REG-DEMONSTRATIVO FROM WS-LINHA-COMPONENTE.
           WRITE REG-DEMONSTRATIVO FROM WS-LINHA-RESGATE-PREV.

       DEMONSTRAR-PREVIDENCIA-EXIT.
           EXIT.

       PROCURAR-PREVIDENCIA-DESLIGADO.
           IF WS-SLP-MATRICULA (WS-IDX-PREV) = HMV-EMPLOYEE-ID
               MOVE 'S' TO WS-PREV-ACHADO
           END-IF.

       PROCURAR-PREVIDENCIA-DESLIGADO-EXIT.
           EXIT.

       APLICAR-FAIXA-VESTING.
           IF WS-VST-ANOS (WS-IDX-FAIXA) NOT > WS-ANOS-NO-PLANO
                  AND WS-VST-ANOS (WS-IDX-FAIXA)
                      NOT < WS-ANOS-FAIXA-ATINGIDA
               MOVE WS-VST-ANOS (WS-IDX-FAIXA)
                   TO WS-ANOS-FAIXA-ATINGIDA
               MOVE WS-VST-PCT (WS-IDX-FAIXA) TO WS-PCT-ADQUIRIDO
           END-IF.

       APLICAR-FAIXA-VESTING-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    VERIFICAR-PERIODO-ABERTO                                 *
      *    Trava de competencia fechada compartilhada (PERIPRC).    *
      *----------------------------------------------------------*
       COPY PERIPRC.

      *----------------------------------------------------------*
      *    CARREGAR-ESTABILIDADES / VERIFICAR-ESTABILIDADE          *
      *    Registro de estabilidades compartilhado (ESTBPRC).       *
      *----------------------------------------------------------*
       COPY ESTBPRC.

      *----------------------------------------------------------*
      *    GRAVAR-EXCECAO-GERAL                                    *
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

      *----------------------------------------------------------*
      *    APURAR-DATA-CREDITO / AVISAR-PRAZO-LEGAL                 *
      *    Dia de pagamento pelo calendario (DPAGPRC).              *
      *----------------------------------------------------------*
       COPY DPAGPRC.
