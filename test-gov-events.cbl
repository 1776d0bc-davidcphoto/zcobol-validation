       IDENTIFICATION DIVISION.
       PROGRAM-ID. TESTESOC.

      *----------------------------------------------------------*
      *    TESTESOC                                                *
      *    Eventos do empregado para o governo: as guias de        *
      *    TESTREMS cobrem so os totais do empregador; o governo   *
      *    quer tambem um evento por trabalhador. Gera, no         *
      *    arquivo ESOCEVT.DAT, um bloco H/D/T por empresa         *
      *    empregadora (EMPRESA.DAT, ver EMPRWS), cada linha com o *
      *    CNPJ da empresa do empregado:                           *
      *      ADMS/DESL - admissoes e desligamentos do historico    *
      *                  DLTHIST.DAT (TESTDELT);                   *
      *      TRNF      - transferencia entre empresas do grupo (o  *
      *                  par D/A de motivo 'T' do DLTHIST.DAT): um *
      *                  evento so, no bloco da empresa de origem, *
      *                  com o CNPJ da empresa de destino;         *
      *      RESC      - verbas rescisorias de RESCPAY.DAT         *
      *                  (TESTRESC);                               *
      *      REMU      - remuneracao mensal por empregado (bruto = *
      *                  descontos + liquido da linha 'T' de       *
      *                  DEDUC.DAT), so no run de fim de mes       *
      *                  (RUNMODE.DAT = 'M'), conferida contra a   *
      *                  folha do snapshot mais recente de         *
      *                  PAYHIST.DAT no controle ESOCCTL.DAT. A    *
      *                  competencia e a da data de negocio de     *
      *                  DATACTL.DAT (PERIPRC).                    *
      *    A empresa do evento e a do movimento no DLTHIST.DAT;    *
      *    para RESC e REMU e a do empregado no extrato            *
      *    EMPEXTR.DAT (desligado, que ja saiu do extrato, fica    *
      *    com a empresa do seu desligamento no DLTHIST.DAT).      *
      *    Cada evento fica no registro ESOCREG.DAT (ver ESOCFD):  *
      *    evento ja enviado nao sai de novo; evento rejeitado     *
      *    pelo governo (retorno processado por TESTERET) e        *
      *    reenviado com os dados atuais da origem. Sem CNPJ       *
      *    valido na empresa principal o run e recusado (RC=8) -   *
      *    evento sem identificacao do empregador e rejeitado na   *
      *    entrada; evento de outra empresa sem CNPJ valido fica   *
      *    retido (fora do registro, sai no run seguinte a         *
      *    correcao do cadastro), com aviso e RC=4.                *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY EMPRSEL.

           SELECT OPTIONAL EXTRATO-EMPREGADOS
               ASSIGN TO "EMPEXTR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-EXTRATO.

           SELECT OPTIONAL HISTORICO-MOVIMENTACAO
               ASSIGN TO "DLTHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-HIST-MOV.

           SELECT OPTIONAL PAGAMENTO-RESCISAO
               ASSIGN TO "RESCPAY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RESCISAO.

           SELECT OPTIONAL ARQUIVO-DESCONTOS
               ASSIGN TO "DEDUC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-DESCONTOS.

           SELECT OPTIONAL HISTORICO-FOLHA
               ASSIGN TO "PAYHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-HISTORICO.

           COPY RUNMDSEL.

           COPY PERISEL.

           COPY ESOCSEL.

      *    Detalhes do run com o codigo da empresa, relidos uma vez
      *    por empresa para montar os blocos de ESOCEVT.DAT.
           SELECT EVENTOS-EMPRESA-TRAB
               ASSIGN TO "ESOCWRK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-TRABALHO.

           SELECT ARQUIVO-EVENTOS-GOV
               ASSIGN TO "ESOCEVT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-ARQ-EVENTOS.

           SELECT RELATORIO-CONTROLE-EVT
               ASSIGN TO "ESOCCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CONTROLE.

           COPY EXCPSEL.

       DATA DIVISION.
       FILE SECTION.
       COPY EMPRFD.

      *    Mesmo layout gravado por TESTCURSOR.
       FD  EXTRATO-EMPREGADOS.
       01  REG-EXTRATO-EMPREGADO.
           05  EXT-EMPLOYEE-ID          PIC 9(05).
           05  EXT-EMPLOYEE-NAME        PIC X(50).
           05  EXT-EMPLOYEE-SALARY      PIC 9(07)V99.
           05  EXT-EMPLOYEE-DEPARTMENT  PIC X(10).
           05  EXT-EMPLOYEE-AGENCIA     PIC X(05).
           05  EXT-EMPLOYEE-CONTA       PIC X(12).
           05  EXT-EMPLOYEE-HIRE-DATE   PIC 9(08).
           05  EXT-EMPLOYEE-EMPRESA     PIC X(05).

      *    Mesmo layout gravado por TESTDELT.
       FD  HISTORICO-MOVIMENTACAO.
       01  REG-HISTORICO-MOVIMENTACAO.
           05  HMV-DATA                PIC 9(08).
           05  HMV-TIPO                PIC X(01).
           05  HMV-EMPLOYEE-ID         PIC 9(05).
           05  HMV-EMPLOYEE-NAME       PIC X(50).
           05  HMV-EMPLOYEE-SALARY     PIC 9(07)V99.
           05  HMV-EMPLOYEE-DEPARTMENT PIC X(10).
           05  HMV-EMPLOYEE-AGENCIA    PIC X(05).
           05  HMV-EMPLOYEE-CONTA      PIC X(12).
           05  HMV-EMPLOYEE-EMPRESA    PIC X(05).
           05  HMV-MOTIVO              PIC X(01).

      *    Layout H/D/T gravado por TESTRESC.
       FD  PAGAMENTO-RESCISAO.
       01  REG-RESCISAO-DETALHE.
           05  RSC-TIPO             PIC X(01).
           05  RSC-MATRICULA        PIC 9(05).
           05  RSC-NOME             PIC X(30).
           05  RSC-AGENCIA          PIC X(05).
           05  RSC-CONTA            PIC X(12).
           05  RSC-VALOR            PIC 9(11)V99.
           05  FILLER               PIC X(14).
       01  REG-RESCISAO-HEADER.
           05  FILLER               PIC X(01).
           05  RSC-HDR-DATA         PIC 9(08).
           05  FILLER               PIC X(71).

      *    Mesmo layout gravado por TESTDEDU.
       FD  ARQUIVO-DESCONTOS.
       01  REG-DESCONTO.
           05  DSC-TIPO             PIC X(01).
           05  DSC-MATRICULA        PIC 9(05).
           05  DSC-CODIGO           PIC X(04).
           05  DSC-PCT              PIC 9(03)V99.
           05  DSC-VALOR            PIC 9(09)V99.
           05  DSC-VALOR-2          PIC 9(09)V99.
           05  DSC-QTD-DEPENDENTES  PIC 9(02).
           05  FILLER               PIC X(41).

       FD  HISTORICO-FOLHA.
       01  REG-HISTORICO-FOLHA.
           05  HIST-DATA                PIC 9(08).
           05  HIST-DEPARTAMENTO        PIC X(10).
           05  HIST-QTD-EMPREGADOS      PIC 9(05).
           05  HIST-TOTAL-FOLHA         PIC 9(09)V99.
           05  FILLER                   PIC X(46).

       COPY RUNMDFD.

       COPY PERIFD.

       COPY ESOCFD.

       FD  EVENTOS-EMPRESA-TRAB.
       01  REG-EVENTO-TRAB.
           05  EVW-EMPRESA          PIC X(05).
           05  EVW-DETALHE          PIC X(80).

       FD  ARQUIVO-EVENTOS-GOV.
       01  REG-ARQUIVO-EVENTOS      PIC X(80).

       FD  RELATORIO-CONTROLE-EVT.
       01  REG-CONTROLE-EVT         PIC X(80).

       COPY EXCPFD.

       WORKING-STORAGE SECTION.
       COPY EXCPWS.
       COPY RUNMDWS.
       COPY PERIWS.
       COPY ESOCWS.
       COPY EMPRWS.
       COPY EXTVWS.

       01  WS-STATUS-EXTRATO        PIC XX.
       01  WS-STATUS-TRABALHO       PIC XX.
       01  WS-STATUS-HIST-MOV       PIC XX.
       01  WS-STATUS-RESCISAO       PIC XX.
       01  WS-STATUS-DESCONTOS      PIC XX.
       01  WS-STATUS-HISTORICO      PIC XX.
       01  WS-STATUS-ARQ-EVENTOS    PIC XX.
       01  WS-STATUS-CONTROLE       PIC XX.
       01  WS-EOF-HIST-MOV          PIC X VALUE 'N'.
       01  WS-EOF-RESCISAO          PIC X VALUE 'N'.
       01  WS-EOF-DESCONTOS         PIC X VALUE 'N'.
       01  WS-EOF-HISTORICO         PIC X VALUE 'N'.
       01  WS-EOF-EXTRATO           PIC X VALUE 'N'.
       01  WS-EOF-TRABALHO          PIC X VALUE 'N'.

       01  WS-DATA-EXECUCAO         PIC 9(08).
       01  WS-REFERENCIA-REMU       PIC 9(08) VALUE ZEROS.
       01  WS-DATA-RESCPAY          PIC 9(08) VALUE ZEROS.

      *    Empresa de cada matricula: a do extrato de hoje e, para
      *    quem ja saiu dele, a do desligamento no DLTHIST.DAT.
       01  WS-QTD-MATR-EMPRESA      PIC 9(05) VALUE ZEROS.
       01  WS-IDX-MATR              PIC 9(05) VALUE ZEROS.
       01  WS-IDX-MATR-ACHADO       PIC 9(05) VALUE ZEROS.
       01  WS-MATR-BUSCA            PIC 9(05) VALUE ZEROS.
       01  WS-EMPRESA-INCLUIR       PIC X(05) VALUE SPACES.
       01  WS-TABELA-MATR-EMPRESA.
           05  WS-MEM-ENTRADA OCCURS 5000 TIMES.
               10  WS-MEM-MATRICULA PIC 9(05).
               10  WS-MEM-EMPRESA   PIC X(05).

      *    Desligamento de motivo 'T' aguardando a admissao do par
      *    (TESTDELT grava o D da origem logo antes do A do destino).
       01  WS-DESL-TRANSFERENCIA.
           05  WS-TRF-PENDENTE      PIC X(01) VALUE 'N'.
           05  WS-TRF-DATA          PIC 9(08).
           05  WS-TRF-MATRICULA     PIC 9(05).
           05  WS-TRF-NOME          PIC X(50).
           05  WS-TRF-SALARIO       PIC 9(07)V99.
           05  WS-TRF-DEPTO         PIC X(10).
           05  WS-TRF-EMPRESA       PIC X(05).

      *    Evento a registrar/enviar (montado por cada origem).
       01  WS-EVT-TIPO              PIC X(04).
       01  WS-EVT-MATRICULA         PIC 9(05).
       01  WS-EVT-REFERENCIA        PIC 9(08).
       01  WS-EVT-VALOR             PIC 9(11)V99.
       01  WS-EVT-NOME              PIC X(25).
       01  WS-EVT-DEPTO             PIC X(10).
       01  WS-EVT-EMPRESA           PIC X(05).
       01  WS-EVT-EMPRESA-DESTINO   PIC X(05).
       01  WS-EVT-NOVO              PIC X(01).
       01  WS-IDX-EMPRESA-EVT       PIC 9(02) VALUE ZEROS.
       01  WS-IDX-EMPRESA-DEST      PIC 9(02) VALUE ZEROS.
       01  WS-CNPJ-CONFERIR         PIC X(14).

       01  WS-QTD-ADMISSOES         PIC 9(07) VALUE ZEROS.
       01  WS-QTD-DESLIGAMENTOS     PIC 9(07) VALUE ZEROS.
       01  WS-QTD-RESCISOES         PIC 9(07) VALUE ZEROS.
       01  WS-QTD-REMUNERACOES      PIC 9(07) VALUE ZEROS.
       01  WS-QTD-TRANSFERENCIAS    PIC 9(07) VALUE ZEROS.
       01  WS-QTD-SEM-CNPJ          PIC 9(07) VALUE ZEROS.
       01  WS-QTD-REENVIOS          PIC 9(07) VALUE ZEROS.
       01  WS-QTD-JA-ENVIADOS       PIC 9(07) VALUE ZEROS.
       01  WS-QTD-ENVIADOS          PIC 9(09) VALUE ZEROS.
       01  WS-VALOR-ENVIADO         PIC 9(13)V99 VALUE ZEROS.

       01  WS-BRUTO-DEDUC           PIC 9(11)V99 VALUE ZEROS.
       01  WS-DATA-SNAPSHOT         PIC 9(08) VALUE ZEROS.
       01  WS-FOLHA-PAYHIST         PIC 9(11)V99 VALUE ZEROS.
       01  WS-DIFERENCA-FOLHA       PIC S9(11)V99 VALUE ZEROS.

       01  WS-REG-EVENTO-HEADER.
           05  FILLER               PIC X(01) VALUE 'H'.
           05  EVH-CNPJ             PIC X(14).
           05  EVH-RAZAO-SOCIAL     PIC X(40).
           05  EVH-DATA             PIC 9(08).
           05  FILLER               PIC X(08) VALUE ' EVENTOS'.
           05  FILLER               PIC X(09) VALUE SPACES.

       01  WS-REG-EVENTO-DETALHE.
           05  FILLER               PIC X(01) VALUE 'D'.
           05  EVD-CNPJ             PIC X(14).
           05  EVD-TIPO             PIC X(04).
           05  EVD-MATRICULA        PIC 9(05).
           05  EVD-REFERENCIA       PIC 9(08).
           05  EVD-VALOR            PIC 9(11)V99.
           05  EVD-DEPTO            PIC X(10).
           05  EVD-NOME             PIC X(25).
      *    Transferencia: o CNPJ da empresa de destino no lugar do
      *    departamento (a linha vai no bloco da origem).
       01  WS-REG-EVENTO-TRANSF REDEFINES WS-REG-EVENTO-DETALHE.
           05  FILLER               PIC X(45).
           05  EVF-CNPJ-DESTINO     PIC X(14).
           05  EVF-NOME             PIC X(21).

       01  WS-REG-EVENTO-TRAILER.
           05  FILLER               PIC X(01) VALUE 'T'.
           05  EVT-CNPJ             PIC X(14).
           05  EVT-QTD              PIC 9(09).
           05  EVT-VALOR            PIC 9(13)V99.
           05  FILLER               PIC X(41) VALUE SPACES.

       01  WS-CABECALHO-CONTROLE-EVT.
           05  FILLER               PIC X(37) VALUE
               'CONTROLE DE EVENTOS AO GOVERNO - RUN '.
           05  CTE-CAB-DATA         PIC 9(08).

       01  WS-LINHA-CONTROLE-EMPRESA.
           05  FILLER               PIC X(05) VALUE 'CNPJ '.
           05  CTE-CNPJ             PIC X(14).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  CTE-RAZAO-SOCIAL     PIC X(40).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  CTE-QTD              PIC ZZZ,ZZ9.

       01  WS-LINHA-CONTROLE-QTD.
           05  CTQ-ROTULO           PIC X(21).
           05  CTQ-QTD              PIC ZZZ,ZZZ,ZZ9.

       01  WS-LINHA-CONTROLE-VALOR.
           05  CTV-ROTULO           PIC X(21).
           05  CTV-VALOR            PIC -Z,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 0 TO RETURN-CODE.
           ACCEPT WS-DATA-EXECUCAO FROM DATE YYYYMMDD.
      *    A remuneracao e a da competencia da DATA DE NEGOCIO, nao
      *    do relogio - run de fim de mes que passa da meia-noite
      *    informa o mes certo.
           PERFORM OBTER-DATA-NEGOCIO-PERIODO THRU
                   OBTER-DATA-NEGOCIO-PERIODO-EXIT.
           COMPUTE WS-REFERENCIA-REMU = WS-PER-ANO-MES-NEGOCIO * 100.

           MOVE 'TESTESOC' TO WS-EPR-PROGRAMA.
           PERFORM CARREGAR-EMPRESAS THRU CARREGAR-EMPRESAS-EXIT.
           PERFORM CONFERIR-CNPJ-PRINCIPAL THRU
                   CONFERIR-CNPJ-PRINCIPAL-EXIT.
           PERFORM CARREGAR-EMPRESA-EMPREGADOS THRU
                   CARREGAR-EMPRESA-EMPREGADOS-EXIT.
           PERFORM LER-MODO-EXECUCAO.

           OPEN I-O REGISTRO-EVENTOS-GOV.
           IF WS-STATUS-EVENTOS-GOV = '05'
                  OR WS-STATUS-EVENTOS-GOV = '35'
               CLOSE REGISTRO-EVENTOS-GOV
               OPEN OUTPUT REGISTRO-EVENTOS-GOV
               CLOSE REGISTRO-EVENTOS-GOV
               OPEN I-O REGISTRO-EVENTOS-GOV
           END-IF.
           IF WS-STATUS-EVENTOS-GOV NOT = '00'
               MOVE 'TESTESOC'          TO WS-EXC-PROGRAMA
               MOVE 'MAIN-PROCEDURE'    TO WS-EXC-PARAGRAFO
               MOVE WS-STATUS-EVENTOS-GOV TO WS-EXC-CODIGO
               MOVE 'ERRO ABERTURA ESOCREG.DAT' TO WS-EXC-MENSAGEM
               MOVE 1 TO WS-EXC-SEVERIDADE
               PERFORM GRAVAR-EXCECAO-GERAL
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT EVENTOS-EMPRESA-TRAB.

           PERFORM GERAR-EVENTOS-MOVIMENTACAO THRU
                   GERAR-EVENTOS-MOVIMENTACAO-EXIT.
           PERFORM GERAR-EVENTOS-RESCISAO THRU
                   GERAR-EVENTOS-RESCISAO-EXIT.
           IF MODO-FIM-DE-MES
               PERFORM GERAR-EVENTOS-REMUNERACAO THRU
                       GERAR-EVENTOS-REMUNERACAO-EXIT
               PERFORM APURAR-FOLHA-PAYHIST THRU
                       APURAR-FOLHA-PAYHIST-EXIT
           END-IF.

           CLOSE EVENTOS-EMPRESA-TRAB.
           PERFORM GRAVAR-ARQUIVO-EVENTOS THRU
                   GRAVAR-ARQUIVO-EVENTOS-EXIT.
           CLOSE REGISTRO-EVENTOS-GOV.

           PERFORM IMPRIMIR-CONTROLE-EVENTOS THRU
                   IMPRIMIR-CONTROLE-EVENTOS-EXIT.
           PERFORM AVISAR-EMPRESAS-DESCONHECIDAS THRU
                   AVISAR-EMPRESAS-DESCONHECIDAS-EXIT.

           DISPLAY 'TESTESOC EVENTOS ENVIADOS....: ' WS-QTD-ENVIADOS.
           DISPLAY 'TESTESOC REENVIOS (REJEITADOS): ' WS-QTD-REENVIOS.
           DISPLAY 'TESTESOC JA ENVIADOS (IGNOR.): '
                   WS-QTD-JA-ENVIADOS.
           IF WS-QTD-SEM-CNPJ > ZEROS
               DISPLAY 'TESTESOC RETIDOS (EMPRESA SEM CNPJ): '
                       WS-QTD-SEM-CNPJ
           END-IF.
           STOP RUN.

      *----------------------------------------------------------*
      *    CONFERIR-CNPJ-PRINCIPAL                                  *
      *    A empresa principal (primeiro cartao de EMPRESA.DAT)     *
      *    recebe os eventos sem empresa identificada; sem CNPJ     *
      *    dela o governo rejeita o lote inteiro - run recusado.    *
      *----------------------------------------------------------*
       CONFERIR-CNPJ-PRINCIPAL.
           IF WS-EPR-CNPJ (1) IS NOT NUMERIC
                  OR WS-EPR-CNPJ (1) = ZEROS
               DISPLAY 'TESTESOC EMPRESA.DAT SEM CNPJ VALIDO - '
                       'RUN RECUSADO'
               MOVE 'TESTESOC'           TO WS-EXC-PROGRAMA
               MOVE 'CONFERIR-CNPJ-PRINCIPAL' TO WS-EXC-PARAGRAFO
               MOVE 8                    TO WS-EXC-CODIGO
               MOVE 'EMPRESA.DAT SEM CNPJ VALIDO'
                   TO WS-EXC-MENSAGEM
               MOVE 2 TO WS-EXC-SEVERIDADE
               PERFORM GRAVAR-EXCECAO-GERAL
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       CONFERIR-CNPJ-PRINCIPAL-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    CARREGAR-EMPRESA-EMPREGADOS                              *
      *    Matricula e empresa de cada empregado do extrato de      *
      *    hoje, para os eventos que nao trazem a empresa (RESC e   *
      *    REMU). Sem EMPEXTR.DAT esses eventos vao a principal.    *
      *    Header de versao divergente (ver EXTVWS) para o passo    *
      *    com RC=8 antes de qualquer evento ser montado.           *
      *----------------------------------------------------------*
       CARREGAR-EMPRESA-EMPREGADOS.
           OPEN INPUT EXTRATO-EMPREGADOS.
           IF WS-STATUS-EXTRATO NOT = '00'
               DISPLAY 'TESTESOC EMPEXTR.DAT AUSENTE - RESCISOES E '
                       'REMUNERACOES NA EMPRESA PRINCIPAL'
               CLOSE EXTRATO-EMPREGADOS
               GO TO CARREGAR-EMPRESA-EMPREGADOS-EXIT
           END-IF.
           PERFORM LER-EXTRATO-EMPRESA THRU LER-EXTRATO-EMPRESA-EXIT
               UNTIL WS-EOF-EXTRATO = 'S'.
           CLOSE EXTRATO-EMPREGADOS.

       CARREGAR-EMPRESA-EMPREGADOS-EXIT.
           EXIT.

       LER-EXTRATO-EMPRESA.
           READ EXTRATO-EMPREGADOS
               AT END
                   MOVE 'S' TO WS-EOF-EXTRATO
                   GO TO LER-EXTRATO-EMPRESA-EXIT
           END-READ.
           IF REG-EXTRATO-EMPREGADO (1:6) = 'VERSAO'
               PERFORM CONFERIR-VERSAO-EXTRATO THRU
                       CONFERIR-VERSAO-EXTRATO-EXIT
               GO TO LER-EXTRATO-EMPRESA-EXIT
           END-IF.
           IF EXT-EMPLOYEE-ID IS NOT NUMERIC
               GO TO LER-EXTRATO-EMPRESA-EXIT
           END-IF.
           MOVE EXT-EMPLOYEE-ID      TO WS-MATR-BUSCA.
           MOVE EXT-EMPLOYEE-EMPRESA TO WS-EMPRESA-INCLUIR.
           PERFORM INCLUIR-MATRICULA-EMPRESA THRU
                   INCLUIR-MATRICULA-EMPRESA-EXIT.

       LER-EXTRATO-EMPRESA-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    CONFERIR-VERSAO-EXTRATO                                  *
      *    Header de versao de layout do extrato (ver EXTVWS).      *
      *----------------------------------------------------------*
       CONFERIR-VERSAO-EXTRATO.
           MOVE REG-EXTRATO-EMPREGADO (7:2)
               TO WS-VERSAO-EXTRATO-LIDA.
           IF WS-VERSAO-EXTRATO-LIDA NOT = WS-VERSAO-EXTRATO-ATUAL
               DISPLAY 'TESTESOC VERSAO DO EXTRATO '
                       WS-VERSAO-EXTRATO-LIDA
                       ' INCOMPATIVEL - ESPERADA '
                       WS-VERSAO-EXTRATO-ATUAL
               MOVE 'TESTESOC'          TO WS-EXC-PROGRAMA
               MOVE 'CONFERIR-VERSAO-EXTRATO' TO WS-EXC-PARAGRAFO
               MOVE 8                   TO WS-EXC-CODIGO
               MOVE 'VERSAO DE LAYOUT DO EXTRATO INCOMPATIVEL'
                   TO WS-EXC-MENSAGEM
               MOVE 2 TO WS-EXC-SEVERIDADE
               PERFORM GRAVAR-EXCECAO-GERAL
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY 'TESTESOC VERSAO DO EXTRATO.....: '
                   WS-VERSAO-EXTRATO-LIDA.

       CONFERIR-VERSAO-EXTRATO-EXIT.
           EXIT.

      *    Matricula ja na tabela fica com a empresa que tinha (a do
      *    extrato vale sobre a do historico). Tabela cheia derruba
      *    o passo: evento na empresa errada e rejeitado, ou pior,
      *    aceito no CNPJ errado.
       INCLUIR-MATRICULA-EMPRESA.
           PERFORM LOCALIZAR-MATRICULA-EMPRESA THRU
                   LOCALIZAR-MATRICULA-EMPRESA-EXIT.
           IF WS-IDX-MATR-ACHADO > ZEROS
               GO TO INCLUIR-MATRICULA-EMPRESA-EXIT
           END-IF.
           IF WS-QTD-MATR-EMPRESA >= 5000
               DISPLAY 'TESTESOC TABELA DE EMPRESA POR MATRICULA '
                       'ESTOURADA (5000) - RUN RECUSADO'
               MOVE 'TESTESOC'                  TO WS-EXC-PROGRAMA
               MOVE 'INCLUIR-MATRICULA-EMPRESA' TO WS-EXC-PARAGRAFO
               MOVE 8                           TO WS-EXC-CODIGO
               MOVE 'TABELA MATRICULA/EMPRESA ESTOURADA'
                   TO WS-EXC-MENSAGEM
               MOVE 2 TO WS-EXC-SEVERIDADE
               PERFORM GRAVAR-EXCECAO-GERAL
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-QTD-MATR-EMPRESA.
           MOVE WS-MATR-BUSCA
               TO WS-MEM-MATRICULA (WS-QTD-MATR-EMPRESA).
           MOVE WS-EMPRESA-INCLUIR
               TO WS-MEM-EMPRESA (WS-QTD-MATR-EMPRESA).

       INCLUIR-MATRICULA-EMPRESA-EXIT.
           EXIT.

       LOCALIZAR-MATRICULA-EMPRESA.
           MOVE ZEROS TO WS-IDX-MATR-ACHADO.
           PERFORM PROCURAR-MATRICULA-EMPRESA
               VARYING WS-IDX-MATR FROM 1 BY 1
               UNTIL WS-IDX-MATR > WS-QTD-MATR-EMPRESA
                  OR WS-IDX-MATR-ACHADO > ZEROS.

       LOCALIZAR-MATRICULA-EMPRESA-EXIT.
           EXIT.

       PROCURAR-MATRICULA-EMPRESA.
           IF WS-MEM-MATRICULA (WS-IDX-MATR) = WS-MATR-BUSCA
               MOVE WS-IDX-MATR TO WS-IDX-MATR-ACHADO
           END-IF.

       PROCURAR-MATRICULA-EMPRESA-EXIT.
           EXIT.

      *    Empresa do evento de WS-EVT-MATRICULA (em branco = fora
      *    da tabela, vai a principal).
       OBTER-EMPRESA-MATRICULA.
           MOVE WS-EVT-MATRICULA TO WS-MATR-BUSCA.
           PERFORM LOCALIZAR-MATRICULA-EMPRESA THRU
                   LOCALIZAR-MATRICULA-EMPRESA-EXIT.
           IF WS-IDX-MATR-ACHADO > ZEROS
               MOVE WS-MEM-EMPRESA (WS-IDX-MATR-ACHADO)
                   TO WS-EVT-EMPRESA
           ELSE
               MOVE SPACES TO WS-EVT-EMPRESA
           END-IF.

       OBTER-EMPRESA-MATRICULA-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    GERAR-EVENTOS-MOVIMENTACAO                               *
      *    Admissao ('A') e desligamento ('D') do historico datado  *
      *    DLTHIST.DAT; o registro ESOCREG.DAT garante que cada     *
      *    movimento sai uma unica vez, mesmo relendo o historico   *
      *    inteiro todo dia. O par D/A de motivo 'T' (transferencia *
      *    entre empresas do grupo) sai como um evento TRNF.        *
      *----------------------------------------------------------*
       GERAR-EVENTOS-MOVIMENTACAO.
           OPEN INPUT HISTORICO-MOVIMENTACAO.
           IF WS-STATUS-HIST-MOV NOT = '00'
               DISPLAY 'TESTESOC DLTHIST.DAT AUSENTE - SEM EVENTOS '
                       'DE ADMISSAO/DESLIGAMENTO'
               CLOSE HISTORICO-MOVIMENTACAO
               GO TO GERAR-EVENTOS-MOVIMENTACAO-EXIT
           END-IF.
           PERFORM LER-MOVIMENTACAO THRU LER-MOVIMENTACAO-EXIT
               UNTIL WS-EOF-HIST-MOV = 'S'.
           CLOSE HISTORICO-MOVIMENTACAO.

       GERAR-EVENTOS-MOVIMENTACAO-EXIT.
           EXIT.

       LER-MOVIMENTACAO.
           READ HISTORICO-MOVIMENTACAO
               AT END
                   MOVE 'S' TO WS-EOF-HIST-MOV
                   PERFORM DESCARREGAR-DESL-TRANSF THRU
                           DESCARREGAR-DESL-TRANSF-EXIT
                   GO TO LER-MOVIMENTACAO-EXIT
           END-READ.
           IF HMV-EMPLOYEE-ID IS NOT NUMERIC
                  OR HMV-DATA IS NOT NUMERIC
                  OR HMV-EMPLOYEE-SALARY IS NOT NUMERIC
               GO TO LER-MOVIMENTACAO-EXIT
           END-IF.
           IF WS-TRF-PENDENTE = 'S'
               IF HMV-TIPO = 'A' AND HMV-MOTIVO = 'T'
                      AND HMV-EMPLOYEE-ID = WS-TRF-MATRICULA
                   PERFORM REGISTRAR-TRANSFERENCIA THRU
                           REGISTRAR-TRANSFERENCIA-EXIT
                   GO TO LER-MOVIMENTACAO-EXIT
               END-IF
               PERFORM DESCARREGAR-DESL-TRANSF THRU
                       DESCARREGAR-DESL-TRANSF-EXIT
           END-IF.
           IF HMV-TIPO = 'D' AND HMV-MOTIVO = 'T'
               MOVE 'S'                     TO WS-TRF-PENDENTE
               MOVE HMV-DATA                TO WS-TRF-DATA
               MOVE HMV-EMPLOYEE-ID         TO WS-TRF-MATRICULA
               MOVE HMV-EMPLOYEE-NAME       TO WS-TRF-NOME
               MOVE HMV-EMPLOYEE-SALARY     TO WS-TRF-SALARIO
               MOVE HMV-EMPLOYEE-DEPARTMENT TO WS-TRF-DEPTO
               MOVE HMV-EMPLOYEE-EMPRESA    TO WS-TRF-EMPRESA
               GO TO LER-MOVIMENTACAO-EXIT
           END-IF.
           EVALUATE HMV-TIPO
               WHEN 'A'
                   MOVE 'ADMS' TO WS-EVT-TIPO
               WHEN 'D'
                   MOVE 'DESL' TO WS-EVT-TIPO
                   MOVE HMV-EMPLOYEE-ID      TO WS-MATR-BUSCA
                   MOVE HMV-EMPLOYEE-EMPRESA TO WS-EMPRESA-INCLUIR
                   PERFORM INCLUIR-MATRICULA-EMPRESA THRU
                           INCLUIR-MATRICULA-EMPRESA-EXIT
               WHEN OTHER
                   GO TO LER-MOVIMENTACAO-EXIT
           END-EVALUATE.
           MOVE HMV-EMPLOYEE-ID         TO WS-EVT-MATRICULA.
           MOVE HMV-DATA                TO WS-EVT-REFERENCIA.
           MOVE HMV-EMPLOYEE-SALARY     TO WS-EVT-VALOR.
           MOVE HMV-EMPLOYEE-NAME       TO WS-EVT-NOME.
           MOVE HMV-EMPLOYEE-DEPARTMENT TO WS-EVT-DEPTO.
           MOVE HMV-EMPLOYEE-EMPRESA    TO WS-EVT-EMPRESA.
           MOVE SPACES                  TO WS-EVT-EMPRESA-DESTINO.
           PERFORM REGISTRAR-EVENTO THRU REGISTRAR-EVENTO-EXIT.

       LER-MOVIMENTACAO-EXIT.
           EXIT.

      *    Par completo: um evento de transferencia na empresa de
      *    origem (a do D) para a de destino (a do A), datado e
      *    valorizado pela admissao no destino.
       REGISTRAR-TRANSFERENCIA.
           MOVE 'N'                     TO WS-TRF-PENDENTE.
           MOVE 'TRNF'                  TO WS-EVT-TIPO.
           MOVE HMV-EMPLOYEE-ID         TO WS-EVT-MATRICULA.
           MOVE HMV-DATA                TO WS-EVT-REFERENCIA.
           MOVE HMV-EMPLOYEE-SALARY     TO WS-EVT-VALOR.
           MOVE HMV-EMPLOYEE-NAME       TO WS-EVT-NOME.
           MOVE HMV-EMPLOYEE-DEPARTMENT TO WS-EVT-DEPTO.
           MOVE WS-TRF-EMPRESA          TO WS-EVT-EMPRESA.
           MOVE HMV-EMPLOYEE-EMPRESA    TO WS-EVT-EMPRESA-DESTINO.
           PERFORM REGISTRAR-EVENTO THRU REGISTRAR-EVENTO-EXIT.

       REGISTRAR-TRANSFERENCIA-EXIT.
           EXIT.

      *    D de motivo 'T' sem o A do par logo depois (historico
      *    truncado ou editado a mao): sai como desligamento comum
      *    na empresa de origem.
       DESCARREGAR-DESL-TRANSF.
           IF WS-TRF-PENDENTE NOT = 'S'
               GO TO DESCARREGAR-DESL-TRANSF-EXIT
           END-IF.
           MOVE 'N'              TO WS-TRF-PENDENTE.
           MOVE 'DESL'           TO WS-EVT-TIPO.
           MOVE WS-TRF-MATRICULA TO WS-EVT-MATRICULA.
           MOVE WS-TRF-DATA      TO WS-EVT-REFERENCIA.
           MOVE WS-TRF-SALARIO   TO WS-EVT-VALOR.
           MOVE WS-TRF-NOME      TO WS-EVT-NOME.
           MOVE WS-TRF-DEPTO     TO WS-EVT-DEPTO.
           MOVE WS-TRF-EMPRESA   TO WS-EVT-EMPRESA.
           MOVE SPACES           TO WS-EVT-EMPRESA-DESTINO.
           PERFORM REGISTRAR-EVENTO THRU REGISTRAR-EVENTO-EXIT.

       DESCARREGAR-DESL-TRANSF-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    GERAR-EVENTOS-RESCISAO                                   *
      *    Uma linha 'D' de RESCPAY.DAT = um evento de verbas       *
      *    rescisorias, referenciado pela data do header.           *
      *----------------------------------------------------------*
       GERAR-EVENTOS-RESCISAO.
           OPEN INPUT PAGAMENTO-RESCISAO.
           IF WS-STATUS-RESCISAO NOT = '00'
               DISPLAY 'TESTESOC RESCPAY.DAT AUSENTE - SEM EVENTOS '
                       'DE VERBAS RESCISORIAS'
               CLOSE PAGAMENTO-RESCISAO
               GO TO GERAR-EVENTOS-RESCISAO-EXIT
           END-IF.
           PERFORM LER-RESCISAO THRU LER-RESCISAO-EXIT
               UNTIL WS-EOF-RESCISAO = 'S'.
           CLOSE PAGAMENTO-RESCISAO.

       GERAR-EVENTOS-RESCISAO-EXIT.
           EXIT.

       LER-RESCISAO.
           READ PAGAMENTO-RESCISAO
               AT END
                   MOVE 'S' TO WS-EOF-RESCISAO
                   GO TO LER-RESCISAO-EXIT
           END-READ.
           IF RSC-TIPO = 'H'
               IF RSC-HDR-DATA IS NUMERIC
                   MOVE RSC-HDR-DATA TO WS-DATA-RESCPAY
               END-IF
               GO TO LER-RESCISAO-EXIT
           END-IF.
           IF RSC-TIPO NOT = 'D'
                  OR RSC-MATRICULA IS NOT NUMERIC
                  OR RSC-VALOR IS NOT NUMERIC
               GO TO LER-RESCISAO-EXIT
           END-IF.
           MOVE 'RESC'          TO WS-EVT-TIPO.
           MOVE RSC-MATRICULA   TO WS-EVT-MATRICULA.
           MOVE WS-DATA-RESCPAY TO WS-EVT-REFERENCIA.
           MOVE RSC-VALOR       TO WS-EVT-VALOR.
           MOVE RSC-NOME        TO WS-EVT-NOME.
           MOVE SPACES          TO WS-EVT-DEPTO.
           PERFORM OBTER-EMPRESA-MATRICULA THRU
                   OBTER-EMPRESA-MATRICULA-EXIT.
           MOVE SPACES          TO WS-EVT-EMPRESA-DESTINO.
           PERFORM REGISTRAR-EVENTO THRU REGISTRAR-EVENTO-EXIT.

       LER-RESCISAO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    GERAR-EVENTOS-REMUNERACAO                                *
      *    Fim de mes: a linha 'T' de DEDUC.DAT traz o total de     *
      *    descontos e o liquido do empregado (ja com o consignado  *
      *    de TESTCONS); o bruto informado e a soma dos dois.       *
      *----------------------------------------------------------*
       GERAR-EVENTOS-REMUNERACAO.
           OPEN INPUT ARQUIVO-DESCONTOS.
           IF WS-STATUS-DESCONTOS NOT = '00'
               DISPLAY 'TESTESOC DEDUC.DAT AUSENTE - SEM EVENTOS '
                       'DE REMUNERACAO'
               MOVE 'TESTESOC'                  TO WS-EXC-PROGRAMA
               MOVE 'GERAR-EVENTOS-REMUNERACAO' TO WS-EXC-PARAGRAFO
               MOVE 4                           TO WS-EXC-CODIGO
               MOVE 'DEDUC.DAT AUSENTE NO FIM DE MES'
                   TO WS-EXC-MENSAGEM
               MOVE 3 TO WS-EXC-SEVERIDADE
               PERFORM GRAVAR-EXCECAO-GERAL
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
               CLOSE ARQUIVO-DESCONTOS
               GO TO GERAR-EVENTOS-REMUNERACAO-EXIT
           END-IF.
           PERFORM LER-DESCONTO THRU LER-DESCONTO-EXIT
               UNTIL WS-EOF-DESCONTOS = 'S'.
           CLOSE ARQUIVO-DESCONTOS.

       GERAR-EVENTOS-REMUNERACAO-EXIT.
           EXIT.

       LER-DESCONTO.
           READ ARQUIVO-DESCONTOS
               AT END
                   MOVE 'S' TO WS-EOF-DESCONTOS
                   GO TO LER-DESCONTO-EXIT
           END-READ.
           IF DSC-TIPO NOT = 'T'
                  OR DSC-MATRICULA IS NOT NUMERIC
                  OR DSC-VALOR IS NOT NUMERIC
                  OR DSC-VALOR-2 IS NOT NUMERIC
               GO TO LER-DESCONTO-EXIT
           END-IF.
           MOVE 'REMU'             TO WS-EVT-TIPO.
           MOVE DSC-MATRICULA      TO WS-EVT-MATRICULA.
           MOVE WS-REFERENCIA-REMU TO WS-EVT-REFERENCIA.
           COMPUTE WS-EVT-VALOR = DSC-VALOR + DSC-VALOR-2.
           MOVE SPACES             TO WS-EVT-NOME.
           MOVE SPACES             TO WS-EVT-DEPTO.
           PERFORM OBTER-EMPRESA-MATRICULA THRU
                   OBTER-EMPRESA-MATRICULA-EXIT.
           MOVE SPACES             TO WS-EVT-EMPRESA-DESTINO.
           ADD WS-EVT-VALOR TO WS-BRUTO-DEDUC.
           PERFORM REGISTRAR-EVENTO THRU REGISTRAR-EVENTO-EXIT.

       LER-DESCONTO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    REGISTRAR-EVENTO                                         *
      *    Evento novo entra no registro como pendente de retorno;  *
      *    evento rejeitado e reenviado (dados da origem de hoje);  *
      *    pendente ou aceito nao sai de novo. Evento a enviar cuja *
      *    empresa (ou a de destino, na transferencia) nao tem CNPJ *
      *    valido fica fora do registro ate o cadastro ser          *
      *    corrigido. O detalhe vai ao arquivo de trabalho com o    *
      *    codigo da empresa, para o bloco dela em ESOCEVT.DAT.     *
      *----------------------------------------------------------*
       REGISTRAR-EVENTO.
           MOVE WS-EVT-EMPRESA TO WS-EPR-CODIGO-BUSCA.
           PERFORM LOCALIZAR-EMPRESA THRU LOCALIZAR-EMPRESA-EXIT.
           MOVE WS-EPR-IDX-ACHADO TO WS-IDX-EMPRESA-EVT.
           MOVE WS-IDX-EMPRESA-EVT TO WS-IDX-EMPRESA-DEST.
           IF WS-EVT-TIPO = 'TRNF'
               MOVE WS-EVT-EMPRESA-DESTINO TO WS-EPR-CODIGO-BUSCA
               PERFORM LOCALIZAR-EMPRESA THRU LOCALIZAR-EMPRESA-EXIT
               MOVE WS-EPR-IDX-ACHADO TO WS-IDX-EMPRESA-DEST
           END-IF.

           MOVE WS-EVT-TIPO       TO EVS-TIPO.
           MOVE WS-EVT-MATRICULA  TO EVS-MATRICULA.
           MOVE WS-EVT-REFERENCIA TO EVS-REFERENCIA.
           READ REGISTRO-EVENTOS-GOV
               INVALID KEY
                   MOVE 'S' TO WS-EVT-NOVO
               NOT INVALID KEY
                   IF NOT EVS-REJEITADO
                       ADD 1 TO WS-QTD-JA-ENVIADOS
                       GO TO REGISTRAR-EVENTO-EXIT
                   END-IF
                   MOVE 'N' TO WS-EVT-NOVO
           END-READ.

           MOVE WS-EPR-CNPJ (WS-IDX-EMPRESA-EVT) TO WS-CNPJ-CONFERIR.
           IF WS-CNPJ-CONFERIR IS NUMERIC
                  AND WS-CNPJ-CONFERIR NOT = ZEROS
               MOVE WS-EPR-CNPJ (WS-IDX-EMPRESA-DEST)
                   TO WS-CNPJ-CONFERIR
           END-IF.
           IF WS-CNPJ-CONFERIR IS NOT NUMERIC
                  OR WS-CNPJ-CONFERIR = ZEROS
               ADD 1 TO WS-QTD-SEM-CNPJ
               MOVE 'TESTESOC'         TO WS-EXC-PROGRAMA
               MOVE 'REGISTRAR-EVENTO' TO WS-EXC-PARAGRAFO
               MOVE 4                  TO WS-EXC-CODIGO
               MOVE SPACES TO WS-EXC-MENSAGEM
               STRING 'EMPRESA SEM CNPJ - RETIDO ' DELIMITED BY SIZE
                      WS-EVT-TIPO ' ' DELIMITED BY SIZE
                      WS-EVT-MATRICULA DELIMITED BY SIZE
                   INTO WS-EXC-MENSAGEM
               END-STRING
               MOVE 3 TO WS-EXC-SEVERIDADE
               PERFORM GRAVAR-EXCECAO-GERAL
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
               GO TO REGISTRAR-EVENTO-EXIT
           END-IF.

           IF WS-EVT-NOVO = 'S'
               MOVE SPACES            TO REG-EVENTO-GOV
               MOVE WS-EVT-TIPO       TO EVS-TIPO
               MOVE WS-EVT-MATRICULA  TO EVS-MATRICULA
               MOVE WS-EVT-REFERENCIA TO EVS-REFERENCIA
               MOVE 'P'               TO EVS-SITUACAO
               MOVE WS-DATA-EXECUCAO  TO EVS-DATA-ENVIO
               MOVE 1                 TO EVS-QTD-ENVIOS
               MOVE WS-EVT-VALOR      TO EVS-VALOR
               MOVE ZEROS             TO EVS-DATA-RETORNO
               WRITE REG-EVENTO-GOV
           ELSE
               MOVE 'P'               TO EVS-SITUACAO
               MOVE WS-DATA-EXECUCAO  TO EVS-DATA-ENVIO
               IF EVS-QTD-ENVIOS < 99
                   ADD 1 TO EVS-QTD-ENVIOS
               END-IF
               MOVE WS-EVT-VALOR      TO EVS-VALOR
               MOVE SPACES            TO EVS-CODIGO-ERRO
               MOVE SPACES            TO EVS-MENSAGEM-ERRO
               MOVE ZEROS             TO EVS-DATA-RETORNO
               REWRITE REG-EVENTO-GOV
               ADD 1 TO WS-QTD-REENVIOS
           END-IF.
           IF WS-STATUS-EVENTOS-GOV NOT = '00'
               MOVE 'TESTESOC'         TO WS-EXC-PROGRAMA
               MOVE 'REGISTRAR-EVENTO' TO WS-EXC-PARAGRAFO
               MOVE WS-STATUS-EVENTOS-GOV TO WS-EXC-CODIGO
               MOVE SPACES TO WS-EXC-MENSAGEM
               STRING 'ESOCREG.DAT ERRO GRAVACAO ' DELIMITED BY SIZE
                      WS-EVT-TIPO ' ' DELIMITED BY SIZE
                      WS-EVT-MATRICULA DELIMITED BY SIZE
                   INTO WS-EXC-MENSAGEM
               END-STRING
               MOVE 1 TO WS-EXC-SEVERIDADE
               PERFORM GRAVAR-EXCECAO-GERAL
               MOVE 12 TO RETURN-CODE
               GO TO REGISTRAR-EVENTO-EXIT
           END-IF.

           MOVE WS-EPR-CNPJ (WS-IDX-EMPRESA-EVT) TO EVD-CNPJ.
           MOVE WS-EVT-TIPO       TO EVD-TIPO.
           MOVE WS-EVT-MATRICULA  TO EVD-MATRICULA.
           MOVE WS-EVT-REFERENCIA TO EVD-REFERENCIA.
           MOVE WS-EVT-VALOR      TO EVD-VALOR.
           MOVE WS-EVT-DEPTO      TO EVD-DEPTO.
           MOVE WS-EVT-NOME       TO EVD-NOME.
           IF WS-EVT-TIPO = 'TRNF'
               MOVE WS-EPR-CNPJ (WS-IDX-EMPRESA-DEST)
                   TO EVF-CNPJ-DESTINO
               MOVE WS-EVT-NOME   TO EVF-NOME
           END-IF.
           MOVE WS-EPR-CODIGO (WS-IDX-EMPRESA-EVT) TO EVW-EMPRESA.
           MOVE WS-REG-EVENTO-DETALHE TO EVW-DETALHE.
           WRITE REG-EVENTO-TRAB.
           ADD 1 TO WS-EPR-QTD (WS-IDX-EMPRESA-EVT).
           ADD WS-EVT-VALOR TO WS-EPR-VALOR-1 (WS-IDX-EMPRESA-EVT).
           ADD 1 TO WS-QTD-ENVIADOS.
           ADD WS-EVT-VALOR TO WS-VALOR-ENVIADO.
           EVALUATE WS-EVT-TIPO
               WHEN 'ADMS'
                   ADD 1 TO WS-QTD-ADMISSOES
               WHEN 'DESL'
                   ADD 1 TO WS-QTD-DESLIGAMENTOS
               WHEN 'TRNF'
                   ADD 1 TO WS-QTD-TRANSFERENCIAS
               WHEN 'RESC'
                   ADD 1 TO WS-QTD-RESCISOES
               WHEN 'REMU'
                   ADD 1 TO WS-QTD-REMUNERACOES
           END-EVALUATE.

       REGISTRAR-EVENTO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    GRAVAR-ARQUIVO-EVENTOS                                   *
      *    Um bloco H/D/T por empresa em ESOCEVT.DAT, relendo o     *
      *    arquivo de trabalho uma vez por empresa (como os lotes   *
      *    por empresa de TESTBANK). Empresa sem evento no run nao  *
      *    gera bloco; run sem evento nenhum sai so com o header e  *
      *    o trailer zerado da principal.                           *
      *----------------------------------------------------------*
       GRAVAR-ARQUIVO-EVENTOS.
           OPEN OUTPUT ARQUIVO-EVENTOS-GOV.
           PERFORM GRAVAR-BLOCO-EMPRESA THRU
                   GRAVAR-BLOCO-EMPRESA-EXIT
               VARYING WS-EPR-IDX FROM 1 BY 1
               UNTIL WS-EPR-IDX > WS-QTD-EMPRESAS-CAD.
           CLOSE ARQUIVO-EVENTOS-GOV.

       GRAVAR-ARQUIVO-EVENTOS-EXIT.
           EXIT.

       GRAVAR-BLOCO-EMPRESA.
           IF WS-EPR-QTD (WS-EPR-IDX) = ZEROS
               IF WS-EPR-IDX > 1 OR WS-QTD-ENVIADOS > ZEROS
                   GO TO GRAVAR-BLOCO-EMPRESA-EXIT
               END-IF
           END-IF.
           MOVE WS-EPR-CNPJ (WS-EPR-IDX)  TO EVH-CNPJ.
           MOVE WS-EPR-RAZAO (WS-EPR-IDX) TO EVH-RAZAO-SOCIAL.
           MOVE WS-DATA-EXECUCAO          TO EVH-DATA.
           WRITE REG-ARQUIVO-EVENTOS FROM WS-REG-EVENTO-HEADER.
           MOVE 'N' TO WS-EOF-TRABALHO.
           OPEN INPUT EVENTOS-EMPRESA-TRAB.
           PERFORM COPIAR-EVENTO-EMPRESA THRU
                   COPIAR-EVENTO-EMPRESA-EXIT
               UNTIL WS-EOF-TRABALHO = 'S'.
           CLOSE EVENTOS-EMPRESA-TRAB.
           MOVE WS-EPR-CNPJ (WS-EPR-IDX)    TO EVT-CNPJ.
           MOVE WS-EPR-QTD (WS-EPR-IDX)     TO EVT-QTD.
           MOVE WS-EPR-VALOR-1 (WS-EPR-IDX) TO EVT-VALOR.
           WRITE REG-ARQUIVO-EVENTOS FROM WS-REG-EVENTO-TRAILER.

       GRAVAR-BLOCO-EMPRESA-EXIT.
           EXIT.

       COPIAR-EVENTO-EMPRESA.
           READ EVENTOS-EMPRESA-TRAB
               AT END
                   MOVE 'S' TO WS-EOF-TRABALHO
                   GO TO COPIAR-EVENTO-EMPRESA-EXIT
           END-READ.
           IF EVW-EMPRESA = WS-EPR-CODIGO (WS-EPR-IDX)
               WRITE REG-ARQUIVO-EVENTOS FROM EVW-DETALHE
           END-IF.

       COPIAR-EVENTO-EMPRESA-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    APURAR-FOLHA-PAYHIST                                     *
      *    Folha do snapshot mais recente de PAYHIST.DAT (duas      *
      *    passadas, como TESTREMS), para conferir o bruto das      *
      *    remuneracoes informadas.                                 *
      *----------------------------------------------------------*
       APURAR-FOLHA-PAYHIST.
           OPEN INPUT HISTORICO-FOLHA.
           IF WS-STATUS-HISTORICO NOT = '00'
               CLOSE HISTORICO-FOLHA
               GO TO APURAR-FOLHA-PAYHIST-EXIT
           END-IF.
           PERFORM LER-DATA-SNAPSHOT UNTIL WS-EOF-HISTORICO = 'S'.
           CLOSE HISTORICO-FOLHA.

           MOVE 'N' TO WS-EOF-HISTORICO.
           OPEN INPUT HISTORICO-FOLHA.
           PERFORM SOMAR-FOLHA-SNAPSHOT UNTIL WS-EOF-HISTORICO = 'S'.
           CLOSE HISTORICO-FOLHA.

       APURAR-FOLHA-PAYHIST-EXIT.
           EXIT.

       LER-DATA-SNAPSHOT.
           READ HISTORICO-FOLHA
               AT END
                   MOVE 'S' TO WS-EOF-HISTORICO
               NOT AT END
                   IF HIST-DATA > WS-DATA-SNAPSHOT
                       MOVE HIST-DATA TO WS-DATA-SNAPSHOT
                   END-IF
           END-READ.

       LER-DATA-SNAPSHOT-EXIT.
           EXIT.

       SOMAR-FOLHA-SNAPSHOT.
           READ HISTORICO-FOLHA
               AT END
                   MOVE 'S' TO WS-EOF-HISTORICO
               NOT AT END
                   IF HIST-DATA = WS-DATA-SNAPSHOT
                       ADD HIST-TOTAL-FOLHA TO WS-FOLHA-PAYHIST
                   END-IF
           END-READ.

       SOMAR-FOLHA-SNAPSHOT-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    IMPRIMIR-CONTROLE-EVENTOS                                *
      *    ESOCCTL.DAT: eventos por tipo, reenvios e o total do     *
      *    arquivo; no fim de mes, bruto informado x PAYHIST.DAT.   *
      *----------------------------------------------------------*
       IMPRIMIR-CONTROLE-EVENTOS.
           OPEN OUTPUT RELATORIO-CONTROLE-EVT.
           MOVE WS-DATA-EXECUCAO TO CTE-CAB-DATA.
           WRITE REG-CONTROLE-EVT FROM WS-CABECALHO-CONTROLE-EVT.
           PERFORM IMPRIMIR-CONTROLE-EMPRESA THRU
                   IMPRIMIR-CONTROLE-EMPRESA-EXIT
               VARYING WS-EPR-IDX FROM 1 BY 1
               UNTIL WS-EPR-IDX > WS-QTD-EMPRESAS-CAD.

           MOVE 'ADMISSOES..........:' TO CTQ-ROTULO.
           MOVE WS-QTD-ADMISSOES TO CTQ-QTD.
           WRITE REG-CONTROLE-EVT FROM WS-LINHA-CONTROLE-QTD.
           MOVE 'DESLIGAMENTOS......:' TO CTQ-ROTULO.
           MOVE WS-QTD-DESLIGAMENTOS TO CTQ-QTD.
           WRITE REG-CONTROLE-EVT FROM WS-LINHA-CONTROLE-QTD.
           MOVE 'VERBAS RESCISORIAS.:' TO CTQ-ROTULO.
           MOVE WS-QTD-RESCISOES TO CTQ-QTD.
           WRITE REG-CONTROLE-EVT FROM WS-LINHA-CONTROLE-QTD.
           MOVE 'REMUNERACOES.......:' TO CTQ-ROTULO.
           MOVE WS-QTD-REMUNERACOES TO CTQ-QTD.
           WRITE REG-CONTROLE-EVT FROM WS-LINHA-CONTROLE-QTD.
           MOVE 'TRANSFERENCIAS.....:' TO CTQ-ROTULO.
           MOVE WS-QTD-TRANSFERENCIAS TO CTQ-QTD.
           WRITE REG-CONTROLE-EVT FROM WS-LINHA-CONTROLE-QTD.
           MOVE 'REENVIOS...........:' TO CTQ-ROTULO.
           MOVE WS-QTD-REENVIOS TO CTQ-QTD.
           WRITE REG-CONTROLE-EVT FROM WS-LINHA-CONTROLE-QTD.
           MOVE 'TOTAL DE EVENTOS...:' TO CTQ-ROTULO.
           MOVE WS-QTD-ENVIADOS TO CTQ-QTD.
           WRITE REG-CONTROLE-EVT FROM WS-LINHA-CONTROLE-QTD.
           MOVE 'VALOR DO ARQUIVO...:' TO CTV-ROTULO.
           MOVE WS-VALOR-ENVIADO TO CTV-VALOR.
           WRITE REG-CONTROLE-EVT FROM WS-LINHA-CONTROLE-VALOR.
           IF WS-QTD-SEM-CNPJ > ZEROS
               MOVE 'RETIDOS SEM CNPJ...:' TO CTQ-ROTULO
               MOVE WS-QTD-SEM-CNPJ TO CTQ-QTD
               WRITE REG-CONTROLE-EVT FROM WS-LINHA-CONTROLE-QTD
           END-IF.

           IF MODO-FIM-DE-MES
               MOVE 'BRUTO DEDUC.DAT....:' TO CTV-ROTULO
               MOVE WS-BRUTO-DEDUC TO CTV-VALOR
               WRITE REG-CONTROLE-EVT FROM WS-LINHA-CONTROLE-VALOR
               MOVE 'FOLHA PAYHIST.DAT..:' TO CTV-ROTULO
               MOVE WS-FOLHA-PAYHIST TO CTV-VALOR
               WRITE REG-CONTROLE-EVT FROM WS-LINHA-CONTROLE-VALOR
               COMPUTE WS-DIFERENCA-FOLHA =
                   WS-BRUTO-DEDUC - WS-FOLHA-PAYHIST
               MOVE 'DIFERENCA..........:' TO CTV-ROTULO
               MOVE WS-DIFERENCA-FOLHA TO CTV-VALOR
               WRITE REG-CONTROLE-EVT FROM WS-LINHA-CONTROLE-VALOR
               IF WS-DIFERENCA-FOLHA NOT = ZEROS
                   DISPLAY 'TESTESOC BRUTO INFORMADO DIFERE DA FOLHA '
                           'DE PAYHIST.DAT - VER ESOCCTL.DAT'
                   MOVE 'TESTESOC'                  TO WS-EXC-PROGRAMA
                   MOVE 'IMPRIMIR-CONTROLE-EVENTOS' TO WS-EXC-PARAGRAFO
                   MOVE 4                           TO WS-EXC-CODIGO
                   MOVE 'BRUTO DEDUC.DAT DIFERE DE PAYHIST.DAT'
                       TO WS-EXC-MENSAGEM
                   MOVE 4 TO WS-EXC-SEVERIDADE
                   PERFORM GRAVAR-EXCECAO-GERAL
               END-IF
           END-IF.
           CLOSE RELATORIO-CONTROLE-EVT.

       IMPRIMIR-CONTROLE-EVENTOS-EXIT.
           EXIT.

      *    Uma linha por empresa com bloco no arquivo.
       IMPRIMIR-CONTROLE-EMPRESA.
           IF WS-EPR-QTD (WS-EPR-IDX) = ZEROS
               GO TO IMPRIMIR-CONTROLE-EMPRESA-EXIT
           END-IF.
           MOVE WS-EPR-CNPJ (WS-EPR-IDX)  TO CTE-CNPJ.
           MOVE WS-EPR-RAZAO (WS-EPR-IDX) TO CTE-RAZAO-SOCIAL.
           MOVE WS-EPR-QTD (WS-EPR-IDX)   TO CTE-QTD.
           WRITE REG-CONTROLE-EVT FROM WS-LINHA-CONTROLE-EMPRESA.

       IMPRIMIR-CONTROLE-EMPRESA-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    LER-MODO-EXECUCAO                                        *
      *    Cartao de modo de execucao compartilhado (RUNMDPRC).     *
      *----------------------------------------------------------*
       COPY RUNMDPRC.

      *----------------------------------------------------------*
      *    OBTER-DATA-NEGOCIO-PERIODO                               *
      *    Data de negocio de DATACTL.DAT (PERIPRC).                *
      *----------------------------------------------------------*
       COPY PERIPRC.

      *----------------------------------------------------------*
      *    CARREGAR-EMPRESAS / LOCALIZAR-EMPRESA                    *
      *    Cadastro de empresas empregadoras (EMPRPRC).             *
      *----------------------------------------------------------*
       COPY EMPRPRC.

      *----------------------------------------------------------*
      *    GRAVAR-EXCECAO-GERAL                                    *
      *    Log de excecoes compartilhado (EXCPPRC).                 *
      *----------------------------------------------------------*
       COPY EXCPPRC.
