       IDENTIFICATION DIVISION.
       PROGRAM-ID. TESTNOTF.

      *----------------------------------------------------------*
      *    TESTNOTF                                                *
      *    Fila de notificacoes ao empregado para o gateway de     *
      *    e-mail/SMS: em vez de o empregado ligar para a RH para  *
      *    saber se o contracheque saiu, se as ferias vao vencer   *
      *    ou por que o credito voltou, o batch grava um aviso     *
      *    por evento em NOTIFQ.DAT (layout H/D/T), que o gateway  *
      *    recolhe e entrega pelo canal cadastrado do empregado    *
      *    (o contato e resolvido pelo gateway pela matricula):    *
      *      CTRA - contracheque disponivel (CONTRACH.DAT de       *
      *             TESTSLIP, um aviso por competencia);           *
      *      FERI - periodo de ferias no prazo legal (FERREPT.DAT  *
      *             de TESTFERI, um aviso por periodo);            *
      *      GARN - inicio do desconto de ordem judicial           *
      *             (GARNSTMT.DAT de TESTGARN, um aviso por        *
      *             ordem, no primeiro desconto efetivo);          *
      *      DEVB - credito devolvido pelo banco (BANKRET.DAT,     *
      *      DPIX   PIXRET.DAT - os retornos de TESTBRET; retorno  *
      *             no layout CNAB 240, reconhecido registro a     *
      *             registro, avisa os segmentos A com ocorrencia  *
      *             de rejeicao, ver CNABWS).                      *
      *    Cada aviso fica no registro NOTIFREG.DAT (ver NOTFFD):  *
      *    aviso ja enviado nao sai de novo, mesmo relendo as      *
      *    mesmas origens. A situacao de entrega devolvida pelo    *
      *    gateway e processada por TESTNRET.                      *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ARQUIVO-CONTRACHEQUES
               ASSIGN TO "CONTRACH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CONTRACHEQUES.

           SELECT OPTIONAL RELATORIO-FERIAS
               ASSIGN TO "FERREPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-FERIAS.

           SELECT OPTIONAL DEMONSTRATIVO-ORDENS
               ASSIGN TO "GARNSTMT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-ORDENS.

      *    BANKRET.DAT (creditos em conta) e PIXRET.DAT (canal
      *    PIX), processados um apos o outro, como em TESTBRET.
           SELECT OPTIONAL ARQUIVO-RETORNO
               ASSIGN TO WS-NOME-ARQ-RETORNO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RETORNO.

           COPY NOTFSEL.

           SELECT FILA-NOTIFICACOES
               ASSIGN TO "NOTIFQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-FILA.

           COPY EXCPSEL.

       DATA DIVISION.
       FILE SECTION.
      *    Contracheques impressos por TESTSLIP: o cabecalho de
      *    cada empregado traz a competencia, seguido da linha
      *    'MATR ' com a matricula e o nome.
       FD  ARQUIVO-CONTRACHEQUES.
       01  REG-CONTRACHEQUE         PIC X(80).
       01  REG-CONTRACHEQUE-CAB.
           05  CTR-CAB-TITULO       PIC X(26).
           05  FILLER               PIC X(01).
           05  CTR-CAB-DATA         PIC X(08).
           05  FILLER               PIC X(45).
       01  REG-CONTRACHEQUE-MATR.
           05  CTR-ROTULO           PIC X(06).
           05  CTR-MATRICULA        PIC X(05).
           05  FILLER               PIC X(01).
           05  CTR-NOME             PIC X(40).
           05  FILLER               PIC X(28).

      *    Linha de periodo de FERREPT.DAT (WS-LINHA-FERIAS de
      *    TESTFERI); o alerta marca o periodo no prazo legal.
       FD  RELATORIO-FERIAS.
       01  REG-RELATORIO-FERIAS.
           05  FILLER               PIC X(02).
           05  FRP-MATRICULA        PIC X(05).
           05  FRP-ROTULO-PERIODO   PIC X(09).
           05  FRP-INICIO           PIC X(08).
           05  FILLER               PIC X(36).
           05  FRP-ALERTA           PIC X(22).
           05  FILLER               PIC X(18).

      *    Demonstrativo de TESTGARN: o cabecalho de cada
      *    empregado traz a matricula, seguido de uma linha por
      *    ordem; ordem retida no teto legal nao foi descontada.
       FD  DEMONSTRATIVO-ORDENS.
       01  REG-DEMONSTRATIVO-GARN   PIC X(90).
       01  REG-DEMONSTRATIVO-CAB.
           05  GSC-TITULO           PIC X(26).
           05  GSC-MATRICULA        PIC X(05).
           05  FILLER               PIC X(59).
       01  REG-DEMONSTRATIVO-ORDEM.
           05  GSO-ROTULO           PIC X(08).
           05  GSO-ORDEM            PIC X(10).
           05  FILLER               PIC X(32).
           05  GSO-OBSERVACAO       PIC X(16).
           05  FILLER               PIC X(24).

      *    Mesmo layout lido por TESTBRET.
       FD  ARQUIVO-RETORNO.
       01  REG-RETORNO.
           05  RET-TIPO             PIC X(01).
               88  RETORNO-DETALHE  VALUE 'D'.
           05  RET-MATRICULA        PIC 9(05).
           05  RET-VALOR            PIC 9(11)V99.
           05  RET-MOTIVO           PIC X(30).
           05  FILLER               PIC X(31).
       01  REG-RETORNO-CNAB         PIC X(240).

       COPY NOTFFD.

       FD  FILA-NOTIFICACOES.
       01  REG-FILA-NOTIFICACOES    PIC X(120).

       COPY EXCPFD.

       WORKING-STORAGE SECTION.
       COPY EXCPWS.
       COPY NOTFWS.
       COPY CNABWS.

       01  WS-STATUS-CONTRACHEQUES  PIC XX.
       01  WS-STATUS-FERIAS         PIC XX.
       01  WS-STATUS-ORDENS         PIC XX.
       01  WS-STATUS-RETORNO        PIC XX.
       01  WS-STATUS-FILA           PIC XX.
       01  WS-EOF-CONTRACHEQUES     PIC X VALUE 'N'.
       01  WS-EOF-FERIAS            PIC X VALUE 'N'.
       01  WS-EOF-ORDENS            PIC X VALUE 'N'.
       01  WS-EOF-RETORNO           PIC X VALUE 'N'.
       01  WS-NOME-ARQ-RETORNO      PIC X(12) VALUE 'BANKRET.DAT'.

       01  WS-DATA-EXECUCAO         PIC 9(08).
       01  WS-COMPETENCIA-SLIP      PIC X(08) VALUE SPACES.
       01  WS-MATRICULA-ORDENS      PIC 9(05) VALUE ZEROS.

      *    Matricula editada (ZZZZ9) dos relatorios de origem,
      *    convertida para numerica.
       01  WS-MATRICULA-EDITADA     PIC X(05).
       01  WS-MATRICULA-EDITADA-N REDEFINES WS-MATRICULA-EDITADA
                                    PIC 9(05).

      *    Notificacao a registrar/enfileirar (montada por cada
      *    origem).
       01  WS-NTF-TIPO              PIC X(04).
       01  WS-NTF-MATRICULA         PIC 9(05).
       01  WS-NTF-REFERENCIA        PIC X(10).
       01  WS-NTF-NOME              PIC X(30).
       01  WS-NTF-MENSAGEM          PIC X(60).

       01  WS-QTD-CONTRACHEQUES     PIC 9(07) VALUE ZEROS.
       01  WS-QTD-FERIAS            PIC 9(07) VALUE ZEROS.
       01  WS-QTD-ORDENS            PIC 9(07) VALUE ZEROS.
       01  WS-QTD-DEVOLUCOES        PIC 9(07) VALUE ZEROS.
       01  WS-QTD-JA-ENVIADAS       PIC 9(07) VALUE ZEROS.
       01  WS-QTD-ENFILEIRADAS      PIC 9(09) VALUE ZEROS.

       01  WS-REG-FILA-HEADER.
           05  FILLER               PIC X(01) VALUE 'H'.
           05  NQH-DATA             PIC 9(08).
           05  FILLER               PIC X(13) VALUE ' NOTIFICACOES'.
           05  FILLER               PIC X(98) VALUE SPACES.

       01  WS-REG-FILA-DETALHE.
           05  FILLER               PIC X(01) VALUE 'D'.
           05  NQD-TIPO             PIC X(04).
           05  NQD-MATRICULA        PIC 9(05).
           05  NQD-REFERENCIA       PIC X(10).
           05  NQD-NOME             PIC X(30).
           05  NQD-MENSAGEM         PIC X(60).
           05  FILLER               PIC X(10) VALUE SPACES.

       01  WS-REG-FILA-TRAILER.
           05  FILLER               PIC X(01) VALUE 'T'.
           05  NQT-QTD              PIC 9(09).
           05  FILLER               PIC X(110) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 0 TO RETURN-CODE.
           ACCEPT WS-DATA-EXECUCAO FROM DATE YYYYMMDD.

           OPEN I-O REGISTRO-NOTIFICACOES.
           IF WS-STATUS-NOTIFICACOES = '05'
                  OR WS-STATUS-NOTIFICACOES = '35'
               CLOSE REGISTRO-NOTIFICACOES
               OPEN OUTPUT REGISTRO-NOTIFICACOES
               CLOSE REGISTRO-NOTIFICACOES
               OPEN I-O REGISTRO-NOTIFICACOES
           END-IF.
           IF WS-STATUS-NOTIFICACOES NOT = '00'
               MOVE 'TESTNOTF'          TO WS-EXC-PROGRAMA
               MOVE 'MAIN-PROCEDURE'    TO WS-EXC-PARAGRAFO
               MOVE WS-STATUS-NOTIFICACOES TO WS-EXC-CODIGO
               MOVE 'ERRO ABERTURA NOTIFREG.DAT' TO WS-EXC-MENSAGEM
               MOVE 1 TO WS-EXC-SEVERIDADE
               PERFORM GRAVAR-EXCECAO-GERAL
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT FILA-NOTIFICACOES.
           MOVE WS-DATA-EXECUCAO TO NQH-DATA.
           WRITE REG-FILA-NOTIFICACOES FROM WS-REG-FILA-HEADER.

           PERFORM GERAR-AVISOS-CONTRACHEQUE THRU
                   GERAR-AVISOS-CONTRACHEQUE-EXIT.
           PERFORM GERAR-AVISOS-FERIAS THRU
                   GERAR-AVISOS-FERIAS-EXIT.
           PERFORM GERAR-AVISOS-ORDENS THRU
                   GERAR-AVISOS-ORDENS-EXIT.
           MOVE 'BANKRET.DAT' TO WS-NOME-ARQ-RETORNO.
           PERFORM GERAR-AVISOS-DEVOLUCAO THRU
                   GERAR-AVISOS-DEVOLUCAO-EXIT.
           MOVE 'PIXRET.DAT'  TO WS-NOME-ARQ-RETORNO.
           PERFORM GERAR-AVISOS-DEVOLUCAO THRU
                   GERAR-AVISOS-DEVOLUCAO-EXIT.

           MOVE WS-QTD-ENFILEIRADAS TO NQT-QTD.
           WRITE REG-FILA-NOTIFICACOES FROM WS-REG-FILA-TRAILER.
           CLOSE FILA-NOTIFICACOES.
           CLOSE REGISTRO-NOTIFICACOES.

           DISPLAY 'TESTNOTF CONTRACHEQUES......: '
                   WS-QTD-CONTRACHEQUES.
           DISPLAY 'TESTNOTF FERIAS A VENCER....: ' WS-QTD-FERIAS.
           DISPLAY 'TESTNOTF ORDENS JUDICIAIS...: ' WS-QTD-ORDENS.
           DISPLAY 'TESTNOTF CREDITOS DEVOLVIDOS: ' WS-QTD-DEVOLUCOES.
           DISPLAY 'TESTNOTF AVISOS ENFILEIRADOS: '
                   WS-QTD-ENFILEIRADAS.
           DISPLAY 'TESTNOTF JA ENVIADOS (IGNOR.): '
                   WS-QTD-JA-ENVIADAS.
           STOP RUN.

      *----------------------------------------------------------*
      *    GERAR-AVISOS-CONTRACHEQUE                                *
      *    Um aviso por empregado e competencia de CONTRACH.DAT.    *
      *----------------------------------------------------------*
       GERAR-AVISOS-CONTRACHEQUE.
           OPEN INPUT ARQUIVO-CONTRACHEQUES.
           IF WS-STATUS-CONTRACHEQUES NOT = '00'
               DISPLAY 'TESTNOTF CONTRACH.DAT AUSENTE - SEM AVISOS '
                       'DE CONTRACHEQUE'
               CLOSE ARQUIVO-CONTRACHEQUES
               GO TO GERAR-AVISOS-CONTRACHEQUE-EXIT
           END-IF.
           PERFORM LER-CONTRACHEQUE THRU LER-CONTRACHEQUE-EXIT
               UNTIL WS-EOF-CONTRACHEQUES = 'S'.
           CLOSE ARQUIVO-CONTRACHEQUES.

       GERAR-AVISOS-CONTRACHEQUE-EXIT.
           EXIT.

       LER-CONTRACHEQUE.
           READ ARQUIVO-CONTRACHEQUES
               AT END
                   MOVE 'S' TO WS-EOF-CONTRACHEQUES
                   GO TO LER-CONTRACHEQUE-EXIT
           END-READ.
           IF CTR-CAB-TITULO = 'CONTRACHEQUE - COMPETENCIA'
               IF CTR-CAB-DATA IS NUMERIC
                   MOVE CTR-CAB-DATA TO WS-COMPETENCIA-SLIP
               END-IF
               GO TO LER-CONTRACHEQUE-EXIT
           END-IF.
           IF CTR-ROTULO NOT = 'MATR '
                  OR WS-COMPETENCIA-SLIP = SPACES
               GO TO LER-CONTRACHEQUE-EXIT
           END-IF.
           MOVE CTR-MATRICULA TO WS-MATRICULA-EDITADA.
           INSPECT WS-MATRICULA-EDITADA
               REPLACING LEADING SPACES BY ZEROS.
           IF WS-MATRICULA-EDITADA IS NOT NUMERIC
               GO TO LER-CONTRACHEQUE-EXIT
           END-IF.
           MOVE 'CTRA'                 TO WS-NTF-TIPO.
           MOVE WS-MATRICULA-EDITADA-N TO WS-NTF-MATRICULA.
           MOVE WS-COMPETENCIA-SLIP    TO WS-NTF-REFERENCIA.
           MOVE CTR-NOME               TO WS-NTF-NOME.
           MOVE SPACES TO WS-NTF-MENSAGEM.
           STRING 'SEU CONTRACHEQUE DA COMPETENCIA '
                      DELIMITED BY SIZE
                  WS-COMPETENCIA-SLIP DELIMITED BY SIZE
                  ' ESTA DISPONIVEL' DELIMITED BY SIZE
               INTO WS-NTF-MENSAGEM
           END-STRING.
           PERFORM REGISTRAR-NOTIFICACAO THRU
                   REGISTRAR-NOTIFICACAO-EXIT.

       LER-CONTRACHEQUE-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    GERAR-AVISOS-FERIAS                                      *
      *    So os periodos marcados '** PRAZO LEGAL **' por          *
      *    TESTFERI; o periodo continua no relatorio ate ser        *
      *    gozado, mas o aviso sai uma unica vez.                   *
      *----------------------------------------------------------*
       GERAR-AVISOS-FERIAS.
           OPEN INPUT RELATORIO-FERIAS.
           IF WS-STATUS-FERIAS NOT = '00'
               DISPLAY 'TESTNOTF FERREPT.DAT AUSENTE - SEM AVISOS '
                       'DE FERIAS'
               CLOSE RELATORIO-FERIAS
               GO TO GERAR-AVISOS-FERIAS-EXIT
           END-IF.
           PERFORM LER-LINHA-FERIAS THRU LER-LINHA-FERIAS-EXIT
               UNTIL WS-EOF-FERIAS = 'S'.
           CLOSE RELATORIO-FERIAS.

       GERAR-AVISOS-FERIAS-EXIT.
           EXIT.

       LER-LINHA-FERIAS.
           READ RELATORIO-FERIAS
               AT END
                   MOVE 'S' TO WS-EOF-FERIAS
                   GO TO LER-LINHA-FERIAS-EXIT
           END-READ.
           IF FRP-ROTULO-PERIODO NOT = ' PERIODO '
                  OR FRP-ALERTA NOT = '** PRAZO LEGAL **'
                  OR FRP-INICIO IS NOT NUMERIC
               GO TO LER-LINHA-FERIAS-EXIT
           END-IF.
           MOVE FRP-MATRICULA TO WS-MATRICULA-EDITADA.
           INSPECT WS-MATRICULA-EDITADA
               REPLACING LEADING SPACES BY ZEROS.
           IF WS-MATRICULA-EDITADA IS NOT NUMERIC
               GO TO LER-LINHA-FERIAS-EXIT
           END-IF.
           MOVE 'FERI'                 TO WS-NTF-TIPO.
           MOVE WS-MATRICULA-EDITADA-N TO WS-NTF-MATRICULA.
           MOVE FRP-INICIO             TO WS-NTF-REFERENCIA.
           MOVE SPACES                 TO WS-NTF-NOME.
           MOVE SPACES TO WS-NTF-MENSAGEM.
           STRING 'FERIAS DO PERIODO INICIADO EM ' DELIMITED BY SIZE
                  FRP-INICIO DELIMITED BY SIZE
                  ' PERTO DO PRAZO LEGAL' DELIMITED BY SIZE
               INTO WS-NTF-MENSAGEM
           END-STRING.
           PERFORM REGISTRAR-NOTIFICACAO THRU
                   REGISTRAR-NOTIFICACAO-EXIT.

       LER-LINHA-FERIAS-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    GERAR-AVISOS-ORDENS                                      *
      *    A ordem aparece no demonstrativo todo mes enquanto       *
      *    vigente; o aviso sai no primeiro desconto efetivo (a     *
      *    ordem retida no teto legal ainda nao comecou).           *
      *----------------------------------------------------------*
       GERAR-AVISOS-ORDENS.
           OPEN INPUT DEMONSTRATIVO-ORDENS.
           IF WS-STATUS-ORDENS NOT = '00'
               DISPLAY 'TESTNOTF GARNSTMT.DAT AUSENTE - SEM AVISOS '
                       'DE ORDEM JUDICIAL'
               CLOSE DEMONSTRATIVO-ORDENS
               GO TO GERAR-AVISOS-ORDENS-EXIT
           END-IF.
           PERFORM LER-DEMONSTRATIVO THRU LER-DEMONSTRATIVO-EXIT
               UNTIL WS-EOF-ORDENS = 'S'.
           CLOSE DEMONSTRATIVO-ORDENS.

       GERAR-AVISOS-ORDENS-EXIT.
           EXIT.

       LER-DEMONSTRATIVO.
           READ DEMONSTRATIVO-ORDENS
               AT END
                   MOVE 'S' TO WS-EOF-ORDENS
                   GO TO LER-DEMONSTRATIVO-EXIT
           END-READ.
           IF GSC-TITULO = 'ORDENS JUDICIAIS - MATR   '
               MOVE GSC-MATRICULA TO WS-MATRICULA-EDITADA
               INSPECT WS-MATRICULA-EDITADA
                   REPLACING LEADING SPACES BY ZEROS
               IF WS-MATRICULA-EDITADA IS NUMERIC
                   MOVE WS-MATRICULA-EDITADA-N TO WS-MATRICULA-ORDENS
               ELSE
                   MOVE ZEROS TO WS-MATRICULA-ORDENS
               END-IF
               GO TO LER-DEMONSTRATIVO-EXIT
           END-IF.
           IF GSO-ROTULO NOT = '  ORDEM '
                  OR GSO-ORDEM = SPACES
                  OR GSO-OBSERVACAO = '** TETO LEGAL **'
                  OR WS-MATRICULA-ORDENS = ZEROS
               GO TO LER-DEMONSTRATIVO-EXIT
           END-IF.
           MOVE 'GARN'              TO WS-NTF-TIPO.
           MOVE WS-MATRICULA-ORDENS TO WS-NTF-MATRICULA.
           MOVE GSO-ORDEM           TO WS-NTF-REFERENCIA.
           MOVE SPACES              TO WS-NTF-NOME.
           MOVE SPACES TO WS-NTF-MENSAGEM.
           STRING 'INICIADO DESCONTO EM FOLHA DA ORDEM JUDICIAL '
                      DELIMITED BY SIZE
                  GSO-ORDEM DELIMITED BY SIZE
               INTO WS-NTF-MENSAGEM
           END-STRING.
           PERFORM REGISTRAR-NOTIFICACAO THRU
                   REGISTRAR-NOTIFICACAO-EXIT.

       LER-DEMONSTRATIVO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    GERAR-AVISOS-DEVOLUCAO                                   *
      *    Cada 'D' do retorno do banco/PIX e um credito que nao    *
      *    chegou a conta: o empregado e avisado com o motivo       *
      *    informado pelo banco. Referencia = data do run.          *
      *----------------------------------------------------------*
       GERAR-AVISOS-DEVOLUCAO.
           OPEN INPUT ARQUIVO-RETORNO.
           IF WS-STATUS-RETORNO NOT = '00'
               DISPLAY 'TESTNOTF ' WS-NOME-ARQ-RETORNO
                       ' AUSENTE - SEM AVISOS DE DEVOLUCAO'
               CLOSE ARQUIVO-RETORNO
               GO TO GERAR-AVISOS-DEVOLUCAO-EXIT
           END-IF.
           MOVE 'N' TO WS-EOF-RETORNO.
           PERFORM LER-RETORNO THRU LER-RETORNO-EXIT
               UNTIL WS-EOF-RETORNO = 'S'.
           CLOSE ARQUIVO-RETORNO.

       GERAR-AVISOS-DEVOLUCAO-EXIT.
           EXIT.

       LER-RETORNO.
           READ ARQUIVO-RETORNO
               AT END
                   MOVE 'S' TO WS-EOF-RETORNO
                   GO TO LER-RETORNO-EXIT
           END-READ.
      *    Layout decidido registro a registro: o retorno junta os
      *    arquivos de bancos CNAB 240 e de layout proprio.
           MOVE REG-RETORNO-CNAB TO WS-CNAB-REGISTRO.
           PERFORM VERIFICAR-REGISTRO-CNAB THRU
                   VERIFICAR-REGISTRO-CNAB-EXIT.
           IF REGISTRO-CNAB-240
               PERFORM CONVERTER-RETORNO-CNAB THRU
                       CONVERTER-RETORNO-CNAB-EXIT
           END-IF.
           IF NOT RETORNO-DETALHE
                  OR RET-MATRICULA IS NOT NUMERIC
               GO TO LER-RETORNO-EXIT
           END-IF.
           IF WS-NOME-ARQ-RETORNO = 'PIXRET.DAT'
               MOVE 'DPIX' TO WS-NTF-TIPO
           ELSE
               MOVE 'DEVB' TO WS-NTF-TIPO
           END-IF.
           MOVE RET-MATRICULA    TO WS-NTF-MATRICULA.
           MOVE WS-DATA-EXECUCAO TO WS-NTF-REFERENCIA.
           MOVE SPACES           TO WS-NTF-NOME.
           MOVE SPACES TO WS-NTF-MENSAGEM.
           STRING 'CREDITO DEVOLVIDO PELO BANCO: ' DELIMITED BY SIZE
                  RET-MOTIVO DELIMITED BY SIZE
               INTO WS-NTF-MENSAGEM
           END-STRING.
           PERFORM REGISTRAR-NOTIFICACAO THRU
                   REGISTRAR-NOTIFICACAO-EXIT.

       LER-RETORNO-EXIT.
           EXIT.

      *    Segmento A do retorno CNAB 240 com ocorrencia de
      *    rejeicao vira o 'D' do layout proprio; os demais
      *    registros ficam fora do aviso.
       CONVERTER-RETORNO-CNAB.
           MOVE REG-RETORNO-CNAB TO WS-CNAB-REGISTRO.
           MOVE SPACES TO REG-RETORNO.
           IF NOT CNB-DETALHE OR NOT CNB-SEGMENTO-A
               GO TO CONVERTER-RETORNO-CNAB-EXIT
           END-IF.
           MOVE WS-CNAB-REGISTRO TO WS-CNAB-SEGMENTO-A.
           MOVE CSA-OCORRENCIA-1 TO WS-CNB-OCORRENCIA.
           PERFORM CLASSIFICAR-OCORRENCIA-CNAB THRU
                   CLASSIFICAR-OCORRENCIA-CNAB-EXIT.
           IF CNB-REJEITADO
               MOVE 'D'              TO RET-TIPO
               MOVE CSA-SN-MATRICULA TO RET-MATRICULA
               MOVE CSA-VALOR        TO RET-VALOR
               MOVE WS-CNB-MOTIVO    TO RET-MOTIVO
           END-IF.

       CONVERTER-RETORNO-CNAB-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    REGISTRAR-NOTIFICACAO                                    *
      *    Aviso novo entra no registro como pendente de situacao   *
      *    do gateway e vai para a fila; aviso ja registrado (em    *
      *    qualquer situacao) nao sai de novo.                      *
      *----------------------------------------------------------*
       REGISTRAR-NOTIFICACAO.
           MOVE WS-NTF-TIPO       TO NTF-TIPO.
           MOVE WS-NTF-MATRICULA  TO NTF-MATRICULA.
           MOVE WS-NTF-REFERENCIA TO NTF-REFERENCIA.
           READ REGISTRO-NOTIFICACOES
               INVALID KEY
                   MOVE SPACES            TO REG-NOTIFICACAO
                   MOVE WS-NTF-TIPO       TO NTF-TIPO
                   MOVE WS-NTF-MATRICULA  TO NTF-MATRICULA
                   MOVE WS-NTF-REFERENCIA TO NTF-REFERENCIA
                   MOVE 'P'               TO NTF-SITUACAO
                   MOVE WS-DATA-EXECUCAO  TO NTF-DATA-ENVIO
                   MOVE ZEROS             TO NTF-DATA-RETORNO
                   WRITE REG-NOTIFICACAO
               NOT INVALID KEY
                   ADD 1 TO WS-QTD-JA-ENVIADAS
                   GO TO REGISTRAR-NOTIFICACAO-EXIT
           END-READ.
           IF WS-STATUS-NOTIFICACOES NOT = '00'
               MOVE 'TESTNOTF'              TO WS-EXC-PROGRAMA
               MOVE 'REGISTRAR-NOTIFICACAO' TO WS-EXC-PARAGRAFO
               MOVE WS-STATUS-NOTIFICACOES  TO WS-EXC-CODIGO
               MOVE SPACES TO WS-EXC-MENSAGEM
               STRING 'NOTIFREG.DAT ERRO GRAVACAO ' DELIMITED BY SIZE
                      WS-NTF-TIPO ' ' DELIMITED BY SIZE
                      WS-NTF-MATRICULA DELIMITED BY SIZE
                   INTO WS-EXC-MENSAGEM
               END-STRING
               MOVE 1 TO WS-EXC-SEVERIDADE
               PERFORM GRAVAR-EXCECAO-GERAL
               MOVE 12 TO RETURN-CODE
               GO TO REGISTRAR-NOTIFICACAO-EXIT
           END-IF.

           MOVE WS-NTF-TIPO       TO NQD-TIPO.
           MOVE WS-NTF-MATRICULA  TO NQD-MATRICULA.
           MOVE WS-NTF-REFERENCIA TO NQD-REFERENCIA.
           MOVE WS-NTF-NOME       TO NQD-NOME.
           MOVE WS-NTF-MENSAGEM   TO NQD-MENSAGEM.
           WRITE REG-FILA-NOTIFICACOES FROM WS-REG-FILA-DETALHE.
           ADD 1 TO WS-QTD-ENFILEIRADAS.
           EVALUATE WS-NTF-TIPO
               WHEN 'CTRA'
                   ADD 1 TO WS-QTD-CONTRACHEQUES
               WHEN 'FERI'
                   ADD 1 TO WS-QTD-FERIAS
               WHEN 'GARN'
                   ADD 1 TO WS-QTD-ORDENS
               WHEN OTHER
                   ADD 1 TO WS-QTD-DEVOLUCOES
           END-EVALUATE.

       REGISTRAR-NOTIFICACAO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    LAYOUT FEBRABAN CNAB 240 (CNABPRC)                       *
      *----------------------------------------------------------*
       COPY CNABPRC.

      *----------------------------------------------------------*
      *    GRAVAR-EXCECAO-GERAL                                    *
      *    Log de excecoes compartilhado (EXCPPRC).                 *
      *----------------------------------------------------------*
       COPY EXCPPRC.
