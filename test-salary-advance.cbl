       IDENTIFICATION DIVISION.
       PROGRAM-ID. TESTADTO.

      *----------------------------------------------------------*
      *    TESTADTO                                                *
      *    Run do adiantamento quinzenal (dia 20), fora da esteira *
      *    noturna como TESTGRAT: paga aos empregados optantes do  *
      *    cadastro ADTOELEG.DAT um percentual do salario do       *
      *    extrato EMPEXTR.DAT (40% salvo percentual proprio do    *
      *    optante ou do cartao ADTOCARD.DAT). O pagamento sai no  *
      *    layout H/D/T de BANKPAY.DAT com o literal               *
      *    'ADIANTAMENTO' no header (ADTOPAY.DAT) e roteado por    *
      *    banco recebedor como em TESTBANK (ADTOPAY1/2/3.DAT,     *
      *    mesmo cartao BANKROTA.DAT e mesmos formatos de          *
      *    detalhe). NAO sao pagos, e saem sinalizados no          *
      *    registro ADTOREGS.DAT e no log de excecoes (RC=4):      *
      *      - matricula na lista de retencao PAYHOLD.DAT;         *
      *      - desligamento 'D' no historico DLTHIST.DAT dentro    *
      *        da competencia (extrato anterior ao desligamento);  *
      *      - sem agencia/conta.                                  *
      *    Cada adiantamento vai para o razao ADTOLAN.DAT          *
      *    (matricula, competencia, valor, situacao), que          *
      *    TESTDEDU le na passada de fim de mes para recuperar o   *
      *    valor pago como desconto 'ADTO'.                        *
      *    Data de credito pela regra de dia de pagamento do       *
      *    adiantamento (DIAPAGTO.DAT, padrao dia 20 antecipado ao *
      *    dia util) sobre o CALENDAR.DAT, ou a data do cartao     *
      *    ADTOCARD.DAT quando informada - ver DPAGPRC. Vai no     *
      *    header e em cada detalhe dos arquivos de pagamento.     *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXTRATO-EMPREGADOS
               ASSIGN TO "EMPEXTR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-EXTRATO.

      *    Optantes do adiantamento, mantido pela RH: matricula e
      *    percentual proprio (zeros = percentual do run).
           SELECT OPTIONAL CADASTRO-OPTANTES
               ASSIGN TO "ADTOELEG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-OPTANTES.

           SELECT OPTIONAL CARTAO-ADIANTAMENTO
               ASSIGN TO "ADTOCARD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CARTAO.

           SELECT OPTIONAL LISTA-RETENCAO-PAG
               ASSIGN TO "PAYHOLD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RETENCAO.

           SELECT OPTIONAL HISTORICO-MOVIMENTACAO
               ASSIGN TO "DLTHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-HIST-MOV.

           SELECT OPTIONAL CARTAO-ROTEAMENTO
               ASSIGN TO "BANKROTA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-ROTEAMENTO.

           SELECT ARQUIVO-PAGAMENTO-ADTO
               ASSIGN TO "ADTOPAY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-PAGAMENTO.

           SELECT ARQUIVO-BANCO-1
               ASSIGN TO "ADTOPAY1.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-BANCO-1.

           SELECT ARQUIVO-BANCO-2
               ASSIGN TO "ADTOPAY2.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-BANCO-2.

           SELECT ARQUIVO-BANCO-3
               ASSIGN TO "ADTOPAY3.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-BANCO-3.

           SELECT REGISTRO-ADIANTAMENTO
               ASSIGN TO "ADTOREGS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-REGISTRO.

           SELECT RAZAO-ADIANTAMENTO
               ASSIGN TO "ADTOLAN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RAZAO.

           SELECT OPTIONAL CARTAO-DATA-NEGOCIO
               ASSIGN TO "DATACTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-DATA-NEG.

           COPY PERISEL.

           COPY EXCPSEL.

           COPY DPAGSEL.

       DATA DIVISION.
       FILE SECTION.
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

       FD  CADASTRO-OPTANTES.
       01  REG-OPTANTE.
           05  OPT-MATRICULA            PIC 9(05).
           05  OPT-PERCENTUAL           PIC 9(03)V99.
           05  FILLER                   PIC X(70).

      *    Data de pagamento (zeros = data de negocio) e
      *    percentual padrao do run (zeros = 40%).
       FD  CARTAO-ADIANTAMENTO.
       01  REG-CARTAO-ADTO.
           05  ADC-DATA-PAGAMENTO       PIC 9(08).
           05  ADC-PERCENTUAL           PIC 9(03)V99.
           05  FILLER                   PIC X(67).

       FD  LISTA-RETENCAO-PAG.
       01  REG-LISTA-RETENCAO-PAG.
           05  HLD-MATRICULA            PIC 9(05).
           05  FILLER                   PIC X(01).
           05  HLD-MOTIVO               PIC X(35).
           05  FILLER                   PIC X(39).

       FD  HISTORICO-MOVIMENTACAO.
       01  REG-HISTORICO-MOV.
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

       FD  CARTAO-ROTEAMENTO.
       01  REG-CARTAO-ROTEAMENTO.
           05  ROTA-PREFIXO             PIC X(01).
           05  ROTA-BANCO               PIC 9(01).
           05  FILLER                   PIC X(78).

       FD  ARQUIVO-PAGAMENTO-ADTO.
       01  REG-PAGAMENTO-ADTO           PIC X(80).

       FD  ARQUIVO-BANCO-1.
       01  REG-BANCO-1                  PIC X(80).

       FD  ARQUIVO-BANCO-2.
       01  REG-BANCO-2                  PIC X(80).

       FD  ARQUIVO-BANCO-3.
       01  REG-BANCO-3                  PIC X(80).

       FD  REGISTRO-ADIANTAMENTO.
       01  REG-REGISTRO-ADTO            PIC X(100).

      *    Razao do adiantamento: uma linha por optante do run.
      *    Situacao 'P' pago, 'R' retido (PAYHOLD), 'D' desligado,
      *    'C' sem agencia/conta. So 'P' e recuperado em TESTDEDU.
       FD  RAZAO-ADIANTAMENTO.
       01  REG-RAZAO-ADTO.
           05  LAN-MATRICULA            PIC 9(05).
           05  LAN-COMPETENCIA          PIC 9(06).
           05  LAN-VALOR                PIC 9(07)V99.
           05  LAN-SITUACAO             PIC X(01).
           05  LAN-DATA-PAGAMENTO       PIC 9(08).
           05  FILLER                   PIC X(51).

       FD  CARTAO-DATA-NEGOCIO.
       01  REG-CARTAO-DATA-NEG.
           05  DATA-NEGOCIO-CARTAO      PIC 9(08).
           05  FILLER                   PIC X(72).

       COPY PERIFD.

       COPY EXCPFD.

       COPY DPAGFD.

       WORKING-STORAGE SECTION.
       COPY EXTVWS.
       COPY EXCPWS.
       COPY PERIWS.
       COPY DPAGWS.

       01  WS-STATUS-EXTRATO        PIC XX.
       01  WS-STATUS-OPTANTES       PIC XX.
       01  WS-STATUS-CARTAO         PIC XX.
       01  WS-STATUS-RETENCAO       PIC XX.
       01  WS-STATUS-HIST-MOV       PIC XX.
       01  WS-STATUS-ROTEAMENTO     PIC XX.
       01  WS-STATUS-PAGAMENTO      PIC XX.
       01  WS-STATUS-BANCO-1        PIC XX.
       01  WS-STATUS-BANCO-2        PIC XX.
       01  WS-STATUS-BANCO-3        PIC XX.
       01  WS-STATUS-REGISTRO       PIC XX.
       01  WS-STATUS-RAZAO          PIC XX.
       01  WS-STATUS-DATA-NEG       PIC XX.
       01  WS-EOF-EXTRATO           PIC X VALUE 'N'.
       01  WS-EOF-OPTANTES          PIC X VALUE 'N'.
       01  WS-EOF-RETENCAO          PIC X VALUE 'N'.
       01  WS-EOF-HIST-MOV          PIC X VALUE 'N'.
       01  WS-EOF-ROTEAMENTO        PIC X VALUE 'N'.

       01  WS-DATA-PAGAMENTO        PIC 9(08) VALUE ZEROS.
       01  WS-DATA-PAGAMENTO-R REDEFINES WS-DATA-PAGAMENTO.
           05  WS-PAG-ANO           PIC 9(04).
           05  WS-PAG-MES           PIC 9(02).
           05  WS-PAG-DIA           PIC 9(02).
       01  WS-COMPETENCIA           PIC 9(06) VALUE ZEROS.
       01  WS-INICIO-COMPETENCIA    PIC 9(08) VALUE ZEROS.
       01  WS-PCT-PADRAO            PIC 9(03)V99 VALUE 40.00.
       01  WS-PCT-EMPREGADO         PIC 9(03)V99 VALUE ZEROS.
       01  WS-VALOR-ADIANTAMENTO    PIC 9(07)V99 VALUE ZEROS.
       01  WS-SITUACAO-ADTO         PIC X(01) VALUE SPACE.
           88  ADTO-PAGO            VALUE 'P'.
           88  ADTO-RETIDO          VALUE 'R'.
           88  ADTO-DESLIGADO       VALUE 'D'.
           88  ADTO-SEM-CONTA       VALUE 'C'.

      *    Optantes carregados de ADTOELEG.DAT.
       01  WS-QTD-OPTANTES          PIC 9(04) VALUE ZEROS.
       01  WS-IDX-OPTANTE           PIC 9(04) VALUE ZEROS.
       01  WS-OPTANTE-ACHADO        PIC X VALUE 'N'.
       01  WS-TABELA-OPTANTES.
           05  WS-OPTANTE OCCURS 5000 TIMES.
               10  WS-OPT-MATRICULA PIC 9(05).
               10  WS-OPT-PCT       PIC 9(03)V99.

      *    Retencoes antifraude de PAYHOLD.DAT (mesma capacidade
      *    de TESTBANK).
       01  WS-QTD-RETENCOES         PIC 9(04) VALUE ZEROS.
       01  WS-IDX-RETENCAO          PIC 9(04) VALUE ZEROS.
       01  WS-RETENCOES-ESTOURARAM  PIC X VALUE 'N'.
       01  WS-PAGAMENTO-RETIDO      PIC X VALUE 'N'.
       01  WS-TABELA-RETENCOES.
           05  WS-RETENCAO-MATR OCCURS 5000 TIMES PIC 9(05).

      *    Desligamentos da competencia, de DLTHIST.DAT.
       01  WS-QTD-DESLIGADOS        PIC 9(04) VALUE ZEROS.
       01  WS-IDX-DESLIGADO         PIC 9(04) VALUE ZEROS.
       01  WS-EMPREGADO-DESLIGADO   PIC X VALUE 'N'.
       01  WS-TABELA-DESLIGADOS.
           05  WS-DESLIGADO-MATR OCCURS 2000 TIMES PIC 9(05).

      *    Roteamento por banco recebedor (ver TESTBANK).
       01  WS-BANCO-DESTINO         PIC 9(01) VALUE 1.
       01  WS-IDX-BANCO             PIC 9(01) VALUE ZEROS.
       01  WS-IDX-ROTA              PIC 9(02) VALUE ZEROS.
       01  WS-QTD-ROTAS             PIC 9(02) VALUE ZEROS.
       01  WS-ROTA-ACHADA           PIC X VALUE 'N'.
       01  WS-TABELA-ROTAS.
           05  WS-ROTA OCCURS 10 TIMES.
               10  WS-ROTA-PREFIXO  PIC X(01).
               10  WS-ROTA-BANCO    PIC 9(01).
       01  WS-CONTADORES-BANCO.
           05  WS-BANCO OCCURS 3 TIMES.
               10  WS-BCO-QTD       PIC 9(09) VALUE ZEROS.
               10  WS-BCO-VALOR     PIC 9(13)V99 VALUE ZEROS.

       01  WS-QTD-PAGAMENTOS        PIC 9(09) VALUE ZEROS.
       01  WS-TOTAL-PAGAMENTOS      PIC 9(13)V99 VALUE ZEROS.
       01  WS-QTD-RETIDOS           PIC 9(05) VALUE ZEROS.
       01  WS-QTD-DESLIGADOS-RUN    PIC 9(05) VALUE ZEROS.
       01  WS-QTD-SEM-CONTA         PIC 9(05) VALUE ZEROS.
       01  WS-QTD-NAO-PAGOS         PIC 9(05) VALUE ZEROS.

       01  WS-REG-HEADER.
           05  FILLER               PIC X(01) VALUE 'H'.
           05  HDR-DATA             PIC 9(08).
           05  FILLER               PIC X(12) VALUE 'ADIANTAMENTO'.
           05  HDR-DATA-CREDITO     PIC 9(08).
           05  FILLER               PIC X(51) VALUE SPACES.

       01  WS-REG-DETALHE.
           05  FILLER               PIC X(01) VALUE 'D'.
           05  DET-MATRICULA        PIC 9(05).
           05  DET-NOME             PIC X(30).
           05  DET-AGENCIA          PIC X(05).
           05  DET-CONTA            PIC X(12).
           05  DET-VALOR            PIC 9(11)V99.
           05  DET-DATA-CREDITO     PIC 9(08).
           05  FILLER               PIC X(06) VALUE SPACES.

       01  WS-REG-TRAILER.
           05  FILLER               PIC X(01) VALUE 'T'.
           05  TRL-QTD              PIC 9(09).
           05  TRL-VALOR            PIC 9(13)V99.
           05  FILLER               PIC X(55) VALUE SPACES.

      *    Formatos de detalhe dos bancos 2 e 3 (ver TESTBANK).
       01  WS-REG-DETALHE-BCO2.
           05  FILLER               PIC X(01) VALUE 'D'.
           05  DT2-AGENCIA          PIC X(05).
           05  DT2-CONTA            PIC X(12).
           05  DT2-MATRICULA        PIC 9(05).
           05  DT2-VALOR            PIC 9(11)V99.
           05  DT2-NOME             PIC X(30).
           05  DT2-DATA-CREDITO     PIC 9(08).
           05  FILLER               PIC X(06) VALUE SPACES.

       01  WS-REG-DETALHE-BCO3.
           05  FILLER               PIC X(01) VALUE 'D'.
           05  DT3-VALOR            PIC 9(11)V99.
           05  DT3-MATRICULA        PIC 9(05).
           05  DT3-CONTA            PIC X(12).
           05  DT3-AGENCIA          PIC X(05).
           05  DT3-NOME             PIC X(20).
           05  DT3-DATA-CREDITO     PIC 9(08).
           05  FILLER               PIC X(16) VALUE SPACES.

       01  WS-REG-HEADER-BANCO.
           05  FILLER               PIC X(01) VALUE 'H'.
           05  HDB-DATA             PIC 9(08).
           05  FILLER               PIC X(05) VALUE ' BCO '.
           05  HDB-BANCO            PIC 9(01).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  FILLER               PIC X(12) VALUE 'ADIANTAMENTO'.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  HDB-DATA-CREDITO     PIC 9(08).
           05  FILLER               PIC X(43) VALUE SPACES.

       01  WS-REG-TRAILER-BANCO.
           05  FILLER               PIC X(01) VALUE 'T'.
           05  TRB-QTD              PIC 9(09).
           05  TRB-VALOR            PIC 9(13)V99.
           05  FILLER               PIC X(55) VALUE SPACES.

       01  WS-CABECALHO-ADTO.
           05  FILLER               PIC X(36) VALUE
               'ADIANTAMENTO QUINZENAL - PAGAMENTO '.
           05  CAD-DATA             PIC 9(08).
           05  FILLER               PIC X(15) VALUE
               ' - COMPETENCIA '.
           05  CAD-COMPETENCIA      PIC 9(06).

       01  WS-LINHA-ADTO.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  LAD-MATRICULA        PIC ZZZZ9.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  LAD-NOME             PIC X(30).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  LAD-SALARIO          PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  LAD-PCT              PIC ZZ9.99.
           05  FILLER               PIC X(02) VALUE '% '.
           05  LAD-VALOR            PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  LAD-SITUACAO         PIC X(20).

       01  WS-LINHA-TOTAL-ADTO.
           05  FILLER               PIC X(20) VALUE
               'TOTAL PAGO.........:'.
           05  TAD-VALOR            PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(15) VALUE
               '   EMPREGADOS: '.
           05  TAD-QTD              PIC ZZZZ9.

       01  WS-LINHA-NAO-PAGOS-ADTO.
           05  FILLER               PIC X(20) VALUE
               'NAO PAGOS..........:'.
           05  TAD-NAO-PAGOS        PIC ZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 0 TO RETURN-CODE.
           MOVE 'TESTADTO' TO WS-PER-PROGRAMA.
           PERFORM VERIFICAR-PERIODO-ABERTO THRU
                   VERIFICAR-PERIODO-ABERTO-EXIT.
           IF PERIODO-FECHADO
               STOP RUN
           END-IF.
           PERFORM OBTER-DATA-NEGOCIO-ADTO.
           PERFORM LER-CARTAO-ADIANTAMENTO.
           PERFORM APURAR-DATA-CREDITO-ADTO THRU
                   APURAR-DATA-CREDITO-ADTO-EXIT.
           PERFORM CARREGAR-OPTANTES THRU
                   CARREGAR-OPTANTES-EXIT.
           PERFORM CARREGAR-RETENCOES-FRAUDE THRU
                   CARREGAR-RETENCOES-FRAUDE-EXIT.
           PERFORM CARREGAR-DESLIGAMENTOS.
           PERFORM LER-CARTAO-ROTEAMENTO THRU
                   LER-CARTAO-ROTEAMENTO-EXIT.

           OPEN INPUT EXTRATO-EMPREGADOS.
           IF WS-STATUS-EXTRATO NOT = '00'
               MOVE 'TESTADTO'          TO WS-EXC-PROGRAMA
               MOVE 'MAIN-PROCEDURE'    TO WS-EXC-PARAGRAFO
               MOVE WS-STATUS-EXTRATO   TO WS-EXC-CODIGO
               MOVE 'ERRO ABERTURA EMPEXTR.DAT' TO WS-EXC-MENSAGEM
               MOVE 1 TO WS-EXC-SEVERIDADE
               PERFORM GRAVAR-EXCECAO-GERAL
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT ARQUIVO-PAGAMENTO-ADTO.
           OPEN OUTPUT ARQUIVO-BANCO-1.
           OPEN OUTPUT ARQUIVO-BANCO-2.
           OPEN OUTPUT ARQUIVO-BANCO-3.
           OPEN OUTPUT REGISTRO-ADIANTAMENTO.
           OPEN OUTPUT RAZAO-ADIANTAMENTO.

           MOVE WS-DATA-PAGAMENTO TO HDR-DATA.
           WRITE REG-PAGAMENTO-ADTO FROM WS-REG-HEADER.
           MOVE WS-DATA-PAGAMENTO TO HDB-DATA.
           MOVE 1 TO HDB-BANCO.
           WRITE REG-BANCO-1 FROM WS-REG-HEADER-BANCO.
           MOVE 2 TO HDB-BANCO.
           WRITE REG-BANCO-2 FROM WS-REG-HEADER-BANCO.
           MOVE 3 TO HDB-BANCO.
           WRITE REG-BANCO-3 FROM WS-REG-HEADER-BANCO.
           MOVE WS-DATA-PAGAMENTO TO CAD-DATA.
           MOVE WS-COMPETENCIA    TO CAD-COMPETENCIA.
           WRITE REG-REGISTRO-ADTO FROM WS-CABECALHO-ADTO.

           PERFORM LER-EMPREGADO-EXTRATO
               UNTIL WS-EOF-EXTRATO = 'S'.

           MOVE WS-QTD-PAGAMENTOS   TO TRL-QTD.
           MOVE WS-TOTAL-PAGAMENTOS TO TRL-VALOR.
           WRITE REG-PAGAMENTO-ADTO FROM WS-REG-TRAILER.
           MOVE WS-BCO-QTD   (1) TO TRB-QTD.
           MOVE WS-BCO-VALOR (1) TO TRB-VALOR.
           WRITE REG-BANCO-1 FROM WS-REG-TRAILER-BANCO.
           MOVE WS-BCO-QTD   (2) TO TRB-QTD.
           MOVE WS-BCO-VALOR (2) TO TRB-VALOR.
           WRITE REG-BANCO-2 FROM WS-REG-TRAILER-BANCO.
           MOVE WS-BCO-QTD   (3) TO TRB-QTD.
           MOVE WS-BCO-VALOR (3) TO TRB-VALOR.
           WRITE REG-BANCO-3 FROM WS-REG-TRAILER-BANCO.

           MOVE SPACES TO REG-REGISTRO-ADTO.
           WRITE REG-REGISTRO-ADTO.
           MOVE WS-TOTAL-PAGAMENTOS TO TAD-VALOR.
           MOVE WS-QTD-PAGAMENTOS   TO TAD-QTD.
           WRITE REG-REGISTRO-ADTO FROM WS-LINHA-TOTAL-ADTO.
           COMPUTE WS-QTD-NAO-PAGOS = WS-QTD-RETIDOS
               + WS-QTD-DESLIGADOS-RUN + WS-QTD-SEM-CONTA.
           MOVE WS-QTD-NAO-PAGOS TO TAD-NAO-PAGOS.
           WRITE REG-REGISTRO-ADTO FROM WS-LINHA-NAO-PAGOS-ADTO.

           CLOSE EXTRATO-EMPREGADOS.
           CLOSE ARQUIVO-PAGAMENTO-ADTO.
           CLOSE ARQUIVO-BANCO-1.
           CLOSE ARQUIVO-BANCO-2.
           CLOSE ARQUIVO-BANCO-3.
           CLOSE REGISTRO-ADIANTAMENTO.
           CLOSE RAZAO-ADIANTAMENTO.

           DISPLAY 'TESTADTO COMPETENCIA...........: '
                   WS-COMPETENCIA.
           DISPLAY 'TESTADTO DATA DE CREDITO.......: '
                   WS-DPG-DATA-CREDITO.
           DISPLAY 'TESTADTO ADIANTAMENTOS PAGOS...: '
                   WS-QTD-PAGAMENTOS.
           DISPLAY 'TESTADTO VALOR TOTAL...........: '
                   WS-TOTAL-PAGAMENTOS.
           DISPLAY 'TESTADTO RETIDOS (PAYHOLD).....: '
                   WS-QTD-RETIDOS.
           DISPLAY 'TESTADTO DESLIGADOS............: '
                   WS-QTD-DESLIGADOS-RUN.
           DISPLAY 'TESTADTO SEM AGENCIA/CONTA.....: '
                   WS-QTD-SEM-CONTA.

           IF WS-QTD-NAO-PAGOS > ZEROS AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.

           STOP RUN.

      *----------------------------------------------------------*
      *    OBTER-DATA-NEGOCIO-ADTO                                  *
      *    Data de pagamento padrao = data de negocio de            *
      *    DATACTL.DAT; sem o cartao vale a data corrente.          *
      *----------------------------------------------------------*
       OBTER-DATA-NEGOCIO-ADTO.
           ACCEPT WS-DATA-PAGAMENTO FROM DATE YYYYMMDD.
           OPEN INPUT CARTAO-DATA-NEGOCIO.
           IF WS-STATUS-DATA-NEG = '00'
               READ CARTAO-DATA-NEGOCIO
                   AT END
                       CONTINUE
                   NOT AT END
                       IF DATA-NEGOCIO-CARTAO IS NUMERIC
                              AND DATA-NEGOCIO-CARTAO > ZEROS
                           MOVE DATA-NEGOCIO-CARTAO
                               TO WS-DATA-PAGAMENTO
                       END-IF
               END-READ
           END-IF.
           CLOSE CARTAO-DATA-NEGOCIO.

       OBTER-DATA-NEGOCIO-ADTO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    LER-CARTAO-ADIANTAMENTO                                  *
      *    Data de pagamento e percentual padrao do run; campo em   *
      *    zeros ou invalido mantem o padrao.                       *
      *----------------------------------------------------------*
       LER-CARTAO-ADIANTAMENTO.
           OPEN INPUT CARTAO-ADIANTAMENTO.
           IF WS-STATUS-CARTAO = '00'
               READ CARTAO-ADIANTAMENTO
                   AT END
                       CONTINUE
                   NOT AT END
                       IF ADC-DATA-PAGAMENTO IS NUMERIC
                              AND ADC-DATA-PAGAMENTO > ZEROS
                           MOVE ADC-DATA-PAGAMENTO
                               TO WS-DATA-PAGAMENTO
                           MOVE ADC-DATA-PAGAMENTO
                               TO WS-DPG-DATA-INFORMADA
                       END-IF
                       IF ADC-PERCENTUAL IS NUMERIC
                              AND ADC-PERCENTUAL > ZEROS
                              AND ADC-PERCENTUAL <= 100
                           MOVE ADC-PERCENTUAL TO WS-PCT-PADRAO
                       END-IF
               END-READ
           END-IF.
           CLOSE CARTAO-ADIANTAMENTO.
           COMPUTE WS-COMPETENCIA = WS-DATA-PAGAMENTO / 100.
           COMPUTE WS-INICIO-COMPETENCIA = WS-COMPETENCIA * 100 + 1.

       LER-CARTAO-ADIANTAMENTO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    APURAR-DATA-CREDITO-ADTO                                 *
      *    Data de credito do adiantamento da competencia (ver      *
      *    DPAGPRC), carimbada nos headers e detalhes.              *
      *----------------------------------------------------------*
       APURAR-DATA-CREDITO-ADTO.
           MOVE 'TESTADTO'     TO WS-DPG-PROGRAMA.
           MOVE 'ADT'          TO WS-DPG-TIPO-PAGAMENTO.
           ACCEPT WS-DPG-DATA-RUN FROM DATE YYYYMMDD.
           MOVE WS-COMPETENCIA TO WS-DPG-COMPETENCIA.
           MOVE WS-COMPETENCIA TO WS-DPG-REFERENCIA.
           PERFORM APURAR-DATA-CREDITO THRU
                   APURAR-DATA-CREDITO-EXIT.
           IF DPG-FORA-DO-PRAZO
               PERFORM AVISAR-PRAZO-LEGAL THRU
                       AVISAR-PRAZO-LEGAL-EXIT
           END-IF.
           MOVE WS-DPG-DATA-CREDITO TO HDR-DATA-CREDITO.
           MOVE WS-DPG-DATA-CREDITO TO DET-DATA-CREDITO.
           MOVE WS-DPG-DATA-CREDITO TO DT2-DATA-CREDITO.
           MOVE WS-DPG-DATA-CREDITO TO DT3-DATA-CREDITO.
           MOVE WS-DPG-DATA-CREDITO TO HDB-DATA-CREDITO.

       APURAR-DATA-CREDITO-ADTO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    CARREGAR-OPTANTES                                        *
      *    Sem ADTOELEG.DAT ninguem recebe adiantamento: o run      *
      *    gera arquivos vazios e termina com RC=4.                 *
      *----------------------------------------------------------*
       CARREGAR-OPTANTES.
           OPEN INPUT CADASTRO-OPTANTES.
           IF WS-STATUS-OPTANTES = '00'
               PERFORM LER-LINHA-OPTANTE
                   UNTIL WS-EOF-OPTANTES = 'S'
           END-IF.
           CLOSE CADASTRO-OPTANTES.
           IF WS-QTD-OPTANTES = ZEROS
               DISPLAY 'TESTADTO ADTOELEG.DAT SEM OPTANTES - '
                       'NENHUM ADIANTAMENTO PAGO'
               MOVE 'TESTADTO'          TO WS-EXC-PROGRAMA
               MOVE 'CARREGAR-OPTANTES' TO WS-EXC-PARAGRAFO
               MOVE 4                   TO WS-EXC-CODIGO
               MOVE 'ADTOELEG.DAT SEM OPTANTES'
                   TO WS-EXC-MENSAGEM
               MOVE 3 TO WS-EXC-SEVERIDADE
               PERFORM GRAVAR-EXCECAO-GERAL
               MOVE 4 TO RETURN-CODE
           END-IF.

       CARREGAR-OPTANTES-EXIT.
           EXIT.

       LER-LINHA-OPTANTE.
           READ CADASTRO-OPTANTES
               AT END
                   MOVE 'S' TO WS-EOF-OPTANTES
               NOT AT END
                   IF OPT-MATRICULA IS NUMERIC
                          AND OPT-MATRICULA > ZEROS
                          AND WS-QTD-OPTANTES < 5000
                       ADD 1 TO WS-QTD-OPTANTES
                       MOVE OPT-MATRICULA
                           TO WS-OPT-MATRICULA (WS-QTD-OPTANTES)
                       IF OPT-PERCENTUAL IS NUMERIC
                              AND OPT-PERCENTUAL > ZEROS
                              AND OPT-PERCENTUAL <= 100
                           MOVE OPT-PERCENTUAL
                               TO WS-OPT-PCT (WS-QTD-OPTANTES)
                       ELSE
                           MOVE ZEROS
                               TO WS-OPT-PCT (WS-QTD-OPTANTES)
                       END-IF
                   END-IF
           END-READ.

       LER-LINHA-OPTANTE-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    CARREGAR-RETENCOES-FRAUDE                                *
      *    Mesma lista de retencao que TESTBANK respeita; estouro   *
      *    da tabela recusa o run.                                  *
      *----------------------------------------------------------*
       CARREGAR-RETENCOES-FRAUDE.
           OPEN INPUT LISTA-RETENCAO-PAG.
           IF WS-STATUS-RETENCAO = '00'
               PERFORM LER-LINHA-RETENCAO
                   UNTIL WS-EOF-RETENCAO = 'S'
           END-IF.
           CLOSE LISTA-RETENCAO-PAG.
           IF WS-RETENCOES-ESTOURARAM = 'S'
               DISPLAY 'TESTADTO PAYHOLD.DAT EXCEDE A CAPACIDADE '
                       'DA TABELA (5000) - PAGAMENTO RECUSADO'
               MOVE 'TESTADTO'          TO WS-EXC-PROGRAMA
               MOVE 'CARREGAR-RETENCOES-FRAUDE'
                   TO WS-EXC-PARAGRAFO
               MOVE 8                   TO WS-EXC-CODIGO
               MOVE 'LISTA DE RETENCAO ANTIFRAUDE ESTOURADA'
                   TO WS-EXC-MENSAGEM
               MOVE 2 TO WS-EXC-SEVERIDADE
               PERFORM GRAVAR-EXCECAO-GERAL
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       CARREGAR-RETENCOES-FRAUDE-EXIT.
           EXIT.

       LER-LINHA-RETENCAO.
           READ LISTA-RETENCAO-PAG
               AT END
                   MOVE 'S' TO WS-EOF-RETENCAO
               NOT AT END
                   IF HLD-MATRICULA IS NUMERIC
                          AND HLD-MATRICULA > ZEROS
                       IF WS-QTD-RETENCOES < 5000
                           ADD 1 TO WS-QTD-RETENCOES
                           MOVE HLD-MATRICULA
                               TO WS-RETENCAO-MATR
                                   (WS-QTD-RETENCOES)
                       ELSE
                           MOVE 'S' TO WS-RETENCOES-ESTOURARAM
                       END-IF
                   END-IF
           END-READ.

       LER-LINHA-RETENCAO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    CARREGAR-DESLIGAMENTOS                                   *
      *    Desligamentos 'D' de DLTHIST.DAT entre o inicio da       *
      *    competencia e a data de pagamento: o extrato pode ser    *
      *    anterior ao desligamento e o adiantamento nao teria de   *
      *    quem ser recuperado.                                     *
      *----------------------------------------------------------*
       CARREGAR-DESLIGAMENTOS.
           OPEN INPUT HISTORICO-MOVIMENTACAO.
           IF WS-STATUS-HIST-MOV = '00'
               PERFORM LER-MOVIMENTACAO
                   UNTIL WS-EOF-HIST-MOV = 'S'
           END-IF.
           CLOSE HISTORICO-MOVIMENTACAO.

       CARREGAR-DESLIGAMENTOS-EXIT.
           EXIT.

       LER-MOVIMENTACAO.
           READ HISTORICO-MOVIMENTACAO
               AT END
                   MOVE 'S' TO WS-EOF-HIST-MOV
               NOT AT END
                   IF HMV-TIPO = 'D'
                          AND HMV-MOTIVO NOT = 'T'
                          AND HMV-DATA >= WS-INICIO-COMPETENCIA
                          AND HMV-DATA <= WS-DATA-PAGAMENTO
                          AND WS-QTD-DESLIGADOS < 2000
                       ADD 1 TO WS-QTD-DESLIGADOS
                       MOVE HMV-EMPLOYEE-ID
                           TO WS-DESLIGADO-MATR (WS-QTD-DESLIGADOS)
                   END-IF
           END-READ.

       LER-MOVIMENTACAO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    LER-EMPREGADO-EXTRATO                                    *
      *----------------------------------------------------------*
       LER-EMPREGADO-EXTRATO.
           READ EXTRATO-EMPREGADOS
               AT END
                   MOVE 'S' TO WS-EOF-EXTRATO
               NOT AT END
                   IF REG-EXTRATO-EMPREGADO (1:6) = 'VERSAO'
                       PERFORM CONFERIR-VERSAO-EXTRATO THRU
                               CONFERIR-VERSAO-EXTRATO-EXIT
                   ELSE
                       PERFORM CALCULAR-ADIANTAMENTO THRU
                               CALCULAR-ADIANTAMENTO-EXIT
                   END-IF
           END-READ.

       LER-EMPREGADO-EXTRATO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    CALCULAR-ADIANTAMENTO                                    *
      *    So optantes. Retido, desligado ou sem conta: sinalizado  *
      *    no registro, no razao e no log de excecoes, sem          *
      *    pagamento.                                               *
      *----------------------------------------------------------*
       CALCULAR-ADIANTAMENTO.
           MOVE 'N' TO WS-OPTANTE-ACHADO.
           PERFORM PROCURAR-OPTANTE
               VARYING WS-IDX-OPTANTE FROM 1 BY 1
               UNTIL WS-IDX-OPTANTE > WS-QTD-OPTANTES
                  OR WS-OPTANTE-ACHADO = 'S'.
           IF WS-OPTANTE-ACHADO = 'N'
               GO TO CALCULAR-ADIANTAMENTO-EXIT
           END-IF.

           COMPUTE WS-VALOR-ADIANTAMENTO ROUNDED =
               EXT-EMPLOYEE-SALARY * WS-PCT-EMPREGADO / 100.

           MOVE 'N' TO WS-PAGAMENTO-RETIDO.
           PERFORM PROCURAR-RETENCAO
               VARYING WS-IDX-RETENCAO FROM 1 BY 1
               UNTIL WS-IDX-RETENCAO > WS-QTD-RETENCOES
                  OR WS-PAGAMENTO-RETIDO = 'S'.
           MOVE 'N' TO WS-EMPREGADO-DESLIGADO.
           PERFORM PROCURAR-DESLIGADO
               VARYING WS-IDX-DESLIGADO FROM 1 BY 1
               UNTIL WS-IDX-DESLIGADO > WS-QTD-DESLIGADOS
                  OR WS-EMPREGADO-DESLIGADO = 'S'.

           EVALUATE TRUE
               WHEN WS-EMPREGADO-DESLIGADO = 'S'
                   MOVE 'D' TO WS-SITUACAO-ADTO
                   ADD 1 TO WS-QTD-DESLIGADOS-RUN
                   MOVE 'NAO PAGO-DESLIGADO' TO LAD-SITUACAO
               WHEN WS-PAGAMENTO-RETIDO = 'S'
                   MOVE 'R' TO WS-SITUACAO-ADTO
                   ADD 1 TO WS-QTD-RETIDOS
                   MOVE 'NAO PAGO-PAYHOLD' TO LAD-SITUACAO
               WHEN EXT-EMPLOYEE-AGENCIA = SPACES
                 OR EXT-EMPLOYEE-CONTA = SPACES
                   MOVE 'C' TO WS-SITUACAO-ADTO
                   ADD 1 TO WS-QTD-SEM-CONTA
                   MOVE 'NAO PAGO-SEM CONTA' TO LAD-SITUACAO
               WHEN OTHER
                   MOVE 'P' TO WS-SITUACAO-ADTO
                   MOVE 'PAGO' TO LAD-SITUACAO
           END-EVALUATE.

           IF ADTO-PAGO
               PERFORM GRAVAR-PAGAMENTO-ADTO
           ELSE
               PERFORM SINALIZAR-NAO-PAGO
           END-IF.

           MOVE EXT-EMPLOYEE-ID       TO LAD-MATRICULA.
           MOVE EXT-EMPLOYEE-NAME     TO LAD-NOME.
           MOVE EXT-EMPLOYEE-SALARY   TO LAD-SALARIO.
           MOVE WS-PCT-EMPREGADO      TO LAD-PCT.
           MOVE WS-VALOR-ADIANTAMENTO TO LAD-VALOR.
           WRITE REG-REGISTRO-ADTO FROM WS-LINHA-ADTO.

           MOVE SPACES                TO REG-RAZAO-ADTO.
           MOVE EXT-EMPLOYEE-ID       TO LAN-MATRICULA.
           MOVE WS-COMPETENCIA        TO LAN-COMPETENCIA.
           MOVE WS-VALOR-ADIANTAMENTO TO LAN-VALOR.
           MOVE WS-SITUACAO-ADTO      TO LAN-SITUACAO.
           MOVE WS-DATA-PAGAMENTO     TO LAN-DATA-PAGAMENTO.
           WRITE REG-RAZAO-ADTO.

       CALCULAR-ADIANTAMENTO-EXIT.
           EXIT.

       PROCURAR-OPTANTE.
           IF WS-OPT-MATRICULA (WS-IDX-OPTANTE) = EXT-EMPLOYEE-ID
               MOVE 'S' TO WS-OPTANTE-ACHADO
               IF WS-OPT-PCT (WS-IDX-OPTANTE) > ZEROS
                   MOVE WS-OPT-PCT (WS-IDX-OPTANTE)
                       TO WS-PCT-EMPREGADO
               ELSE
                   MOVE WS-PCT-PADRAO TO WS-PCT-EMPREGADO
               END-IF
           END-IF.

       PROCURAR-OPTANTE-EXIT.
           EXIT.

       PROCURAR-RETENCAO.
           IF WS-RETENCAO-MATR (WS-IDX-RETENCAO) = EXT-EMPLOYEE-ID
               MOVE 'S' TO WS-PAGAMENTO-RETIDO
           END-IF.

       PROCURAR-RETENCAO-EXIT.
           EXIT.

       PROCURAR-DESLIGADO.
           IF WS-DESLIGADO-MATR (WS-IDX-DESLIGADO) = EXT-EMPLOYEE-ID
               MOVE 'S' TO WS-EMPREGADO-DESLIGADO
           END-IF.

       PROCURAR-DESLIGADO-EXIT.
           EXIT.

       SINALIZAR-NAO-PAGO.
           MOVE 'TESTADTO'            TO WS-EXC-PROGRAMA.
           MOVE 'CALCULAR-ADIANTAMENTO' TO WS-EXC-PARAGRAFO.
           MOVE 4                     TO WS-EXC-CODIGO.
           MOVE SPACES                TO WS-EXC-MENSAGEM.
           STRING 'ADIANTAMENTO NAO PAGO MATR ' EXT-EMPLOYEE-ID
                  ' (' WS-SITUACAO-ADTO ')'
               DELIMITED BY SIZE
               INTO WS-EXC-MENSAGEM
           END-STRING.
           MOVE 3 TO WS-EXC-SEVERIDADE.
           PERFORM GRAVAR-EXCECAO-GERAL.

       SINALIZAR-NAO-PAGO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    GRAVAR-PAGAMENTO-ADTO                                    *
      *    Detalhe no consolidado e no arquivo do banco recebedor,  *
      *    roteado pelo prefixo de agencia como em TESTBANK.        *
      *----------------------------------------------------------*
       GRAVAR-PAGAMENTO-ADTO.
           MOVE EXT-EMPLOYEE-ID       TO DET-MATRICULA.
           MOVE EXT-EMPLOYEE-NAME     TO DET-NOME.
           MOVE EXT-EMPLOYEE-AGENCIA  TO DET-AGENCIA.
           MOVE EXT-EMPLOYEE-CONTA    TO DET-CONTA.
           MOVE WS-VALOR-ADIANTAMENTO TO DET-VALOR.
           WRITE REG-PAGAMENTO-ADTO FROM WS-REG-DETALHE.
           ADD 1 TO WS-QTD-PAGAMENTOS.
           ADD WS-VALOR-ADIANTAMENTO TO WS-TOTAL-PAGAMENTOS.

           MOVE 1 TO WS-BANCO-DESTINO.
           MOVE 'N' TO WS-ROTA-ACHADA.
           PERFORM PROCURAR-ROTA-BANCO
               VARYING WS-IDX-ROTA FROM 1 BY 1
               UNTIL WS-IDX-ROTA > WS-QTD-ROTAS
                  OR WS-ROTA-ACHADA = 'S'.

           EVALUATE WS-BANCO-DESTINO
               WHEN 2
                   MOVE EXT-EMPLOYEE-AGENCIA  TO DT2-AGENCIA
                   MOVE EXT-EMPLOYEE-CONTA    TO DT2-CONTA
                   MOVE EXT-EMPLOYEE-ID       TO DT2-MATRICULA
                   MOVE WS-VALOR-ADIANTAMENTO TO DT2-VALOR
                   MOVE EXT-EMPLOYEE-NAME     TO DT2-NOME
                   WRITE REG-BANCO-2 FROM WS-REG-DETALHE-BCO2
               WHEN 3
                   MOVE WS-VALOR-ADIANTAMENTO TO DT3-VALOR
                   MOVE EXT-EMPLOYEE-ID       TO DT3-MATRICULA
                   MOVE EXT-EMPLOYEE-CONTA    TO DT3-CONTA
                   MOVE EXT-EMPLOYEE-AGENCIA  TO DT3-AGENCIA
                   MOVE EXT-EMPLOYEE-NAME     TO DT3-NOME
                   WRITE REG-BANCO-3 FROM WS-REG-DETALHE-BCO3
               WHEN OTHER
                   WRITE REG-BANCO-1 FROM WS-REG-DETALHE
           END-EVALUATE.

           ADD 1 TO WS-BCO-QTD (WS-BANCO-DESTINO).
           ADD WS-VALOR-ADIANTAMENTO
               TO WS-BCO-VALOR (WS-BANCO-DESTINO).

       GRAVAR-PAGAMENTO-ADTO-EXIT.
           EXIT.

       PROCURAR-ROTA-BANCO.
           IF WS-ROTA-PREFIXO (WS-IDX-ROTA)
                  = EXT-EMPLOYEE-AGENCIA (1:1)
               MOVE WS-ROTA-BANCO (WS-IDX-ROTA) TO WS-BANCO-DESTINO
               MOVE 'S' TO WS-ROTA-ACHADA
           END-IF.

       PROCURAR-ROTA-BANCO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    LER-CARTAO-ROTEAMENTO                                    *
      *    Mesmo mapeamento prefixo -> banco de TESTBANK; sem       *
      *    BANKROTA.DAT valem os prefixos '1'/'2'/'3'.              *
      *----------------------------------------------------------*
       LER-CARTAO-ROTEAMENTO.
           OPEN INPUT CARTAO-ROTEAMENTO.
           IF WS-STATUS-ROTEAMENTO = '00'
               PERFORM LER-LINHA-ROTEAMENTO
                   UNTIL WS-EOF-ROTEAMENTO = 'S'
           END-IF.
           CLOSE CARTAO-ROTEAMENTO.
           IF WS-QTD-ROTAS = ZEROS
               MOVE 3 TO WS-QTD-ROTAS
               MOVE '1' TO WS-ROTA-PREFIXO (1)
               MOVE 1   TO WS-ROTA-BANCO (1)
               MOVE '2' TO WS-ROTA-PREFIXO (2)
               MOVE 2   TO WS-ROTA-BANCO (2)
               MOVE '3' TO WS-ROTA-PREFIXO (3)
               MOVE 3   TO WS-ROTA-BANCO (3)
           END-IF.

       LER-CARTAO-ROTEAMENTO-EXIT.
           EXIT.

       LER-LINHA-ROTEAMENTO.
           READ CARTAO-ROTEAMENTO
               AT END
                   MOVE 'S' TO WS-EOF-ROTEAMENTO
               NOT AT END
                   IF ROTA-BANCO >= 1 AND ROTA-BANCO <= 3
                          AND WS-QTD-ROTAS < 10
                       ADD 1 TO WS-QTD-ROTAS
                       MOVE ROTA-PREFIXO
                           TO WS-ROTA-PREFIXO (WS-QTD-ROTAS)
                       MOVE ROTA-BANCO
                           TO WS-ROTA-BANCO (WS-QTD-ROTAS)
                   END-IF
           END-READ.

       LER-LINHA-ROTEAMENTO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    CONFERIR-VERSAO-EXTRATO                                  *
      *    Header de versao de layout do extrato (ver EXTVWS).      *
      *----------------------------------------------------------*
       CONFERIR-VERSAO-EXTRATO.
           MOVE REG-EXTRATO-EMPREGADO (7:2)
               TO WS-VERSAO-EXTRATO-LIDA.
           IF WS-VERSAO-EXTRATO-LIDA NOT = WS-VERSAO-EXTRATO-ATUAL
               DISPLAY 'TESTADTO VERSAO DO EXTRATO '
                       WS-VERSAO-EXTRATO-LIDA
                       ' INCOMPATIVEL - ESPERADA '
                       WS-VERSAO-EXTRATO-ATUAL
               MOVE 'TESTADTO'          TO WS-EXC-PROGRAMA
               MOVE 'CONFERIR-VERSAO-EXTRATO' TO WS-EXC-PARAGRAFO
               MOVE 8                   TO WS-EXC-CODIGO
               MOVE 'VERSAO DE LAYOUT DO EXTRATO INCOMPATIVEL'
                   TO WS-EXC-MENSAGEM
               MOVE 2 TO WS-EXC-SEVERIDADE
               PERFORM GRAVAR-EXCECAO-GERAL
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY 'TESTADTO VERSAO DO EXTRATO.....: '
                   WS-VERSAO-EXTRATO-LIDA.

       CONFERIR-VERSAO-EXTRATO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    VERIFICAR-PERIODO-ABERTO                                 *
      *    Trava de competencia fechada compartilhada (PERIPRC).    *
      *----------------------------------------------------------*
       COPY PERIPRC.

      *----------------------------------------------------------*
      *    GRAVAR-EXCECAO-GERAL                                    *
      *    Log de excecoes compartilhado (EXCPPRC).                 *
      *----------------------------------------------------------*
       COPY EXCPPRC.

      *----------------------------------------------------------*
      *    APURAR-DATA-CREDITO / AVISAR-PRAZO-LEGAL                 *
      *    Dia de pagamento pelo calendario (DPAGPRC).              *
      *----------------------------------------------------------*
       COPY DPAGPRC.
