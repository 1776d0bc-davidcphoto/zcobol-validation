      *    empregado e o que determina o credito em conta.         *
      *    Sem DEDTAB.DAT o extrato liquido sai igual ao bruto,    *
      *    com aviso (comportamento historico preservado).         *
      *    A base do IRRF (codigo 'IRRF') e o bruto menos a        *
      *    deducao legal por dependente de IR do cadastro          *
      *    DEPNMST.DAT (valor por dependente em IRDEPVAL.DAT, com  *
      *    vigencia); a quantidade vai na linha 'T' de DEDUC.DAT   *
      *    para o contracheque. Filho(a) que atinge o limite de    *
      *    idade no mes, ou que ja passou dele e segue marcado,    *
      *    NAO e deduzido e sai no relatorio DEPNEXC.DAT (RC=4).   *
      *    No run de fim de mes (RUNMODE.DAT = 'M') o adiantamento *
      *    quinzenal pago por TESTADTO na competencia (razao       *
      *    ADTOLAN.DAT, situacao 'P') e recuperado como desconto   *
      *    'ADTO', limitado ao liquido restante; saldo nao         *
      *    recuperado e adiantamento de quem saiu do extrato       *
      *    (desligado depois do adiantamento) vao para             *
      *    ADTOPEND.DAT e o log de excecoes (RC=4).                *
      *    Tambem no fim de mes entram os descontos de beneficios  *
      *    calculados fora: vale-transporte (codigo 'VT', 6% do    *
      *    salario limitado ao custo do VT) de TESTBENF em         *
      *    BENFDESC.DAT, e plano de saude/odonto (codigos 'SAUD'   *
      *    parte do empregado e 'COPA' coparticipacao) de TESTSAUD *
      *    em SAUDDESC.DAT e contribuicao sindical ('SIND') de     *
      *    TESTSIND em SINDDESC.DAT - cada um limitado ao liquido  *
      *    restante, antes do adiantamento; a parte nao            *
      *    descontada por falta de liquido vai para BENFPEND.DAT   *
      *    e o log de excecoes (RC=4).                             *
      *    A contribuicao do empregado a previdencia privada       *
      *    ('PREV', de TESTPREV em PREVDESC.DAT) entra antes de    *
      *    tudo e sai da base do IRRF, sem limite de liquido.      *
      *    Reembolsos de despesa aceitos por TESTREEM              *
      *    (REEMBACE.DAT) saem como linhas 'C' de credito nao      *
      *    tributavel, codigo = tipo da despesa, antes da 'T':     *
      *    ficam FORA da base do IRRF/INSS e fora do liquido da    *
      *    'T' e de EMPLIQ.DAT (base das ordens judiciais e do     *
      *    consignado) - TESTBANK soma o credito ao pagamento e    *
      *    o contracheque o mostra em linha propria.               *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-LIQUIDO.

           COPY DPNDSEL.

           SELECT OPTIONAL TABELA-VALOR-DEPENDENTE
               ASSIGN TO "IRDEPVAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-VALOR-DEP.

           SELECT RELATORIO-EXCECAO-DEP
               ASSIGN TO "DEPNEXC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-EXCECAO-DEP.

      *    Razao do adiantamento quinzenal gravado por TESTADTO.
           SELECT OPTIONAL RAZAO-ADIANTAMENTO
               ASSIGN TO "ADTOLAN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RAZAO-ADTO.

      *    Descontos de beneficios calculados por TESTBENF (VT),
      *    por TESTSAUD (plano de saude), por TESTSIND
      *    (contribuicao sindical) e por TESTPREV (previdencia
      *    privada) - mesmo layout.
           SELECT OPTIONAL DESCONTOS-BENEFICIOS
               ASSIGN TO WS-NOME-ARQ-DESC-BENEF
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-DESC-BENEF.

           SELECT RELATORIO-ADTO-PENDENTE
               ASSIGN TO "ADTOPEND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-ADTO-PEND.

           SELECT RELATORIO-BENEF-PENDENTE
               ASSIGN TO "BENFPEND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-BENEF-PEND.

      *    Reembolsos de despesa aceitos para o run (TESTREEM).
           COPY REEMSEL.

           COPY RUNMDSEL.

           COPY LOCKSEL.

           COPY PERISEL.

           COPY EXCPSEL.

       DATA DIVISION.
           05  EXT-EMPLOYEE-AGENCIA     PIC X(05).
           05  EXT-EMPLOYEE-CONTA       PIC X(12).
           05  EXT-EMPLOYEE-HIRE-DATE   PIC 9(08).
           05  EXT-EMPLOYEE-EMPRESA     PIC X(05).

      *    Tabela de descontos do empregado, mantida pelo
      *    financeiro no mesmo molde de ENCARGOS.DAT.
           05  DED-DATA-VIGENCIA       PIC 9(08).
           05  FILLER                  PIC X(63).

      *    Abertura dos descontos: uma linha 'D' por componente,
      *    uma linha 'C' por credito de reembolso e uma linha 'T'
      *    com total descontado e liquido por empregado - insumo
      *    do contracheque.
       FD  ARQUIVO-DESCONTOS.
       01  REG-DESCONTO.
           05  DSC-TIPO             PIC X(01).
           05  DSC-PCT              PIC 9(03)V99.
           05  DSC-VALOR            PIC 9(09)V99.
           05  DSC-VALOR-2          PIC 9(09)V99.
           05  DSC-QTD-DEPENDENTES  PIC 9(02).
           05  FILLER               PIC X(41).

       FD  EXTRATO-LIQUIDO.
       01  REG-EXTRATO-LIQUIDO.
           05  LIQ-EMPLOYEE-AGENCIA     PIC X(05).
           05  LIQ-EMPLOYEE-CONTA       PIC X(12).
           05  LIQ-EMPLOYEE-HIRE-DATE   PIC 9(08).
           05  LIQ-EMPLOYEE-EMPRESA     PIC X(05).

       COPY DPNDFD.

      *    Deducao legal do IRRF por dependente: valor e data de
      *    inicio de vigencia - vale a linha mais recente em vigor.
       FD  TABELA-VALOR-DEPENDENTE.
       01  REG-VALOR-DEPENDENTE.
           05  VDP-VALOR               PIC 9(05)V99.
           05  VDP-DATA-VIGENCIA       PIC 9(08).
           05  FILLER                  PIC X(65).

       FD  RELATORIO-EXCECAO-DEP.
       01  REG-EXCECAO-DEP          PIC X(80).

      *    Mesmo layout do razao gravado por TESTADTO.
       FD  RAZAO-ADIANTAMENTO.
       01  REG-RAZAO-ADTO.
           05  LAN-MATRICULA            PIC 9(05).
           05  LAN-COMPETENCIA          PIC 9(06).
           05  LAN-VALOR                PIC 9(07)V99.
           05  LAN-SITUACAO             PIC X(01).
           05  LAN-DATA-PAGAMENTO       PIC 9(08).
           05  FILLER                   PIC X(51).

      *    Mesmo layout gravado por TESTBENF, TESTSAUD e TESTSIND.
       FD  DESCONTOS-BENEFICIOS.
       01  REG-DESCONTO-BENEFICIO.
           05  BDS-MATRICULA        PIC 9(05).
           05  BDS-COMPETENCIA      PIC 9(06).
           05  BDS-CODIGO           PIC X(04).
           05  BDS-PCT              PIC 9(03)V99.
           05  BDS-VALOR            PIC 9(07)V99.
           05  FILLER               PIC X(51).

       FD  RELATORIO-ADTO-PENDENTE.
       01  REG-ADTO-PENDENTE        PIC X(80).

       FD  RELATORIO-BENEF-PENDENTE.
       01  REG-BENEF-PENDENTE       PIC X(80).

       COPY REEMFD.

       COPY RUNMDFD.

       COPY LOCKFD.

       COPY PERIFD.

       COPY EXCPFD.

       WORKING-STORAGE SECTION.
       COPY EXTVWS.
       COPY EXCPWS.
       COPY PERIWS.
       COPY LOCKWS.
       COPY DPNDWS.
       COPY RUNMDWS.

       01  WS-STATUS-EXTRATO        PIC XX.
       01  WS-STATUS-DEDUCOES       PIC XX.
       01  WS-DED-ACUMULADO         PIC 9(09)V99 VALUE ZEROS.
       01  WS-VALOR-LIQUIDO         PIC 9(09)V99 VALUE ZEROS.

      *    Deducao por dependente na base do IRRF.
       01  WS-STATUS-VALOR-DEP      PIC XX.
       01  WS-STATUS-EXCECAO-DEP    PIC XX.
       01  WS-EOF-VALOR-DEP         PIC X VALUE 'N'.
       01  WS-TEM-DEPENDENTES       PIC X VALUE 'N'.
       01  WS-VALOR-POR-DEPENDENTE  PIC 9(05)V99 VALUE 189.59.
       01  WS-VIGENCIA-VALOR-DEP    PIC 9(08) VALUE ZEROS.
       01  WS-QTD-DEPENDENTES-IR    PIC 9(02) VALUE ZEROS.
       01  WS-DEDUCAO-DEPENDENTES   PIC 9(09)V99 VALUE ZEROS.
       01  WS-BASE-IRRF             PIC 9(09)V99 VALUE ZEROS.
       01  WS-BASE-CALCULO          PIC 9(09)V99 VALUE ZEROS.
       01  WS-QTD-EXCECOES-DEP      PIC 9(05) VALUE ZEROS.
       01  WS-ANOMES-EXECUCAO       PIC 9(06) VALUE ZEROS.
       01  WS-ANOMES-LIMITE         PIC 9(06) VALUE ZEROS.
       01  WS-IDADE-LIMITE          PIC 9(02) VALUE ZEROS.
       01  WS-DATA-NASC-TRAB        PIC 9(08) VALUE ZEROS.
       01  WS-DATA-NASC-TRAB-R REDEFINES WS-DATA-NASC-TRAB.
           05  WS-NASC-ANO          PIC 9(04).
           05  WS-NASC-MES          PIC 9(02).
           05  WS-NASC-DIA          PIC 9(02).

      *    Adiantamentos pagos na competencia, a recuperar no run
      *    de fim de mes.
       01  WS-STATUS-RAZAO-ADTO     PIC XX.
       01  WS-STATUS-ADTO-PEND      PIC XX.
       01  WS-EOF-RAZAO-ADTO        PIC X VALUE 'N'.
       01  WS-ADTOS-ESTOURARAM      PIC X VALUE 'N'.
       01  WS-QTD-ADIANTAMENTOS     PIC 9(04) VALUE ZEROS.
       01  WS-IDX-ADIANTAMENTO      PIC 9(04) VALUE ZEROS.
       01  WS-ADIANTAMENTO-ACHADO   PIC X VALUE 'N'.
       01  WS-TABELA-ADIANTAMENTOS.
           05  WS-ADIANTAMENTO OCCURS 5000 TIMES.
               10  WS-ADT-MATRICULA PIC 9(05).
               10  WS-ADT-VALOR     PIC 9(07)V99.
               10  WS-ADT-RECUPERADO PIC X(01).
       01  WS-VALOR-RECUPERAR       PIC 9(09)V99 VALUE ZEROS.
       01  WS-LIQUIDO-DISPONIVEL    PIC 9(09)V99 VALUE ZEROS.
       01  WS-QTD-ADTO-RECUPERADOS  PIC 9(05) VALUE ZEROS.
       01  WS-TOTAL-ADTO-RECUPERADO PIC 9(11)V99 VALUE ZEROS.
       01  WS-QTD-ADTO-PENDENTES    PIC 9(05) VALUE ZEROS.

      *    Descontos de beneficios da competencia (TESTBENF,
      *    TESTSAUD, TESTSIND e TESTPREV), uma entrada por
      *    matricula e codigo.
       01  WS-NOME-ARQ-DESC-BENEF   PIC X(12) VALUE SPACES.
       01  WS-STATUS-DESC-BENEF     PIC XX.
       01  WS-EOF-DESC-BENEF        PIC X VALUE 'N'.
       01  WS-DESC-BENEF-ESTOURARAM PIC X VALUE 'N'.
       01  WS-QTD-DESC-BENEF        PIC 9(04) VALUE ZEROS.
       01  WS-IDX-DESC-BENEF        PIC 9(04) VALUE ZEROS.
       01  WS-TABELA-DESC-BENEF.
           05  WS-DESC-BENEF OCCURS 5000 TIMES.
               10  WS-DBN-MATRICULA PIC 9(05).
               10  WS-DBN-CODIGO    PIC X(04).
               10  WS-DBN-PCT       PIC 9(03)V99.
               10  WS-DBN-VALOR     PIC 9(07)V99.
       01  WS-QTD-BENEF-DESCONTADOS PIC 9(05) VALUE ZEROS.
       01  WS-TOTAL-BENEF-DESCONTADO PIC 9(11)V99 VALUE ZEROS.
       01  WS-STATUS-BENEF-PEND     PIC XX.
       01  WS-QTD-BENEF-PENDENTES   PIC 9(05) VALUE ZEROS.

      *    Reembolsos de despesa do run, uma entrada por item
      *    aceito. Estouro derruba o passo: credito aprovado nao
      *    pode ficar de fora do pagamento em silencio.
       01  WS-STATUS-REEMBOLSOS     PIC XX.
       01  WS-EOF-REEMBOLSOS        PIC X VALUE 'N'.
       01  WS-REEMBOLSOS-ESTOURARAM PIC X VALUE 'N'.
       01  WS-QTD-REEMBOLSOS        PIC 9(04) VALUE ZEROS.
       01  WS-IDX-REEMBOLSO         PIC 9(04) VALUE ZEROS.
       01  WS-TABELA-REEMBOLSOS.
           05  WS-REEMBOLSO OCCURS 5000 TIMES.
               10  WS-RBS-MATRICULA PIC 9(05).
               10  WS-RBS-TIPO      PIC X(04).
               10  WS-RBS-VALOR     PIC 9(07)V99.
       01  WS-QTD-REEMB-CREDITADOS  PIC 9(05) VALUE ZEROS.
       01  WS-TOTAL-REEMBOLSOS      PIC 9(11)V99 VALUE ZEROS.

       01  WS-CABECALHO-ADTO-PEND.
           05  FILLER               PIC X(44) VALUE
               'ADIANTAMENTOS NAO RECUPERADOS - COMPETENCIA '.
           05  CAP-COMPETENCIA      PIC 9(06).

       01  WS-LINHA-ADTO-PEND.
           05  LAP-MATRICULA        PIC 9(05).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  LAP-VALOR-ADTO       PIC ZZZ,ZZ9.99.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  LAP-SALDO            PIC ZZZ,ZZ9.99.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  LAP-MOTIVO           PIC X(30).

       01  WS-CABECALHO-BENEF-PEND.
           05  FILLER               PIC X(44) VALUE
               'DESCONTOS DE BENEFICIO PENDENTES - COMPET.  '.
           05  CBP-COMPETENCIA      PIC 9(06).

       01  WS-LINHA-BENEF-PEND.
           05  LBP-MATRICULA        PIC 9(05).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  LBP-CODIGO           PIC X(04).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  LBP-VALOR-DESCONTO   PIC ZZZ,ZZ9.99.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  LBP-SALDO            PIC ZZZ,ZZ9.99.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  LBP-MOTIVO           PIC X(30).

       01  WS-CABECALHO-EXCECAO-DEP.
           05  FILLER               PIC X(44) VALUE
               'DEPENDENTES DE IR FORA DO LIMITE DE IDADE - '.
           05  CED-DATA             PIC 9(08).

       01  WS-LINHA-EXCECAO-DEP.
           05  LED-MATRICULA        PIC 9(05).
           05  FILLER               PIC X(01) VALUE '-'.
           05  LED-SEQUENCIA        PIC 9(02).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  LED-NOME             PIC X(30).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  LED-NASCIMENTO       PIC 9(08).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  LED-MOTIVO           PIC X(20).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 0 TO RETURN-CODE.
           MOVE 'TESTDEDU' TO WS-PER-PROGRAMA.
           PERFORM VERIFICAR-PERIODO-ABERTO THRU
                   VERIFICAR-PERIODO-ABERTO-EXIT.
           IF PERIODO-FECHADO
               STOP RUN
           END-IF.
      *    Verificacao da trava da esteira (ver LOCKPRC).
           PERFORM VERIFICAR-TRAVA-RUN THRU
                   VERIFICAR-TRAVA-RUN-EXIT.
           PERFORM CARREGAR-TABELA-DEDUCOES.
           PERFORM CARREGAR-VALOR-DEPENDENTE.
           PERFORM ABRIR-CADASTRO-DEPENDENTES.
           PERFORM LER-MODO-EXECUCAO.
           PERFORM CARREGAR-ADIANTAMENTOS THRU
                   CARREGAR-ADIANTAMENTOS-EXIT.
           OPEN OUTPUT RELATORIO-BENEF-PENDENTE.
           MOVE WS-ANOMES-EXECUCAO TO CBP-COMPETENCIA.
           WRITE REG-BENEF-PENDENTE FROM WS-CABECALHO-BENEF-PEND.
           MOVE 'BENFDESC.DAT' TO WS-NOME-ARQ-DESC-BENEF.
           PERFORM CARREGAR-DESCONTOS-BENEF THRU
                   CARREGAR-DESCONTOS-BENEF-EXIT.
           MOVE 'SAUDDESC.DAT' TO WS-NOME-ARQ-DESC-BENEF.
           PERFORM CARREGAR-DESCONTOS-BENEF THRU
                   CARREGAR-DESCONTOS-BENEF-EXIT.
           MOVE 'SINDDESC.DAT' TO WS-NOME-ARQ-DESC-BENEF.
           PERFORM CARREGAR-DESCONTOS-BENEF THRU
                   CARREGAR-DESCONTOS-BENEF-EXIT.
           MOVE 'PREVDESC.DAT' TO WS-NOME-ARQ-DESC-BENEF.
           PERFORM CARREGAR-DESCONTOS-BENEF THRU
                   CARREGAR-DESCONTOS-BENEF-EXIT.
           PERFORM CONFERIR-CARGA-DESC-BENEF THRU
                   CONFERIR-CARGA-DESC-BENEF-EXIT.
           PERFORM CARREGAR-REEMBOLSOS THRU
                   CARREGAR-REEMBOLSOS-EXIT.

           OPEN INPUT EXTRATO-EMPREGADOS.
           IF WS-STATUS-EXTRATO NOT = '00'
           CLOSE EXTRATO-EMPREGADOS.
           CLOSE ARQUIVO-DESCONTOS.
           CLOSE EXTRATO-LIQUIDO.
           CLOSE RELATORIO-EXCECAO-DEP.
           CLOSE RELATORIO-BENEF-PENDENTE.
           PERFORM LISTAR-ADIANTAMENTOS-PENDENTES.
           IF WS-TEM-DEPENDENTES = 'S'
               CLOSE DEPENDENTES-MASTER
           END-IF.

           DISPLAY 'TESTDEDU EMPREGADOS PROCESSADOS: '
                   WS-QTD-EMPREGADOS.
                   WS-TOTAL-DESCONTOS.
           DISPLAY 'TESTDEDU TOTAL LIQUIDO.........: '
                   WS-TOTAL-LIQUIDO.
           DISPLAY 'TESTDEDU DEPENDENTES FORA LIMITE: '
                   WS-QTD-EXCECOES-DEP.
           DISPLAY 'TESTDEDU REEMBOLSOS CREDITADOS.: '
                   WS-QTD-REEMB-CREDITADOS ' '
                   WS-TOTAL-REEMBOLSOS.
           IF MODO-FIM-DE-MES
               DISPLAY 'TESTDEDU DESCONTOS BENEFICIOS..: '
                       WS-QTD-BENEF-DESCONTADOS ' '
                       WS-TOTAL-BENEF-DESCONTADO
               DISPLAY 'TESTDEDU DESCONTOS BENEF PENDEN: '
                       WS-QTD-BENEF-PENDENTES
               DISPLAY 'TESTDEDU ADIANTAMENTOS RECUPER.: '
                       WS-QTD-ADTO-RECUPERADOS
               DISPLAY 'TESTDEDU VALOR RECUPERADO......: '
                       WS-TOTAL-ADTO-RECUPERADO
               DISPLAY 'TESTDEDU ADIANTAMENTOS PENDENT.: '
                       WS-QTD-ADTO-PENDENTES
           END-IF.

           IF WS-QTD-ADTO-PENDENTES > ZEROS AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.

           IF WS-QTD-BENEF-PENDENTES > ZEROS AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.

           IF WS-QTD-EXCECOES-DEP > ZEROS AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.

           IF WS-QTD-DEDUCOES = ZEROS AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
       ATUALIZAR-DEDUCAO-EXISTENTE-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    CARREGAR-VALOR-DEPENDENTE                                *
      *    Mesma regra de vigencia de DEDTAB.DAT. Sem IRDEPVAL.DAT  *
      *    vale o valor legal padrao de WS-VALOR-POR-DEPENDENTE.    *
      *----------------------------------------------------------*
       CARREGAR-VALOR-DEPENDENTE.
           OPEN INPUT TABELA-VALOR-DEPENDENTE.
           IF WS-STATUS-VALOR-DEP = '00'
               PERFORM LER-LINHA-VALOR-DEP
                   UNTIL WS-EOF-VALOR-DEP = 'S'
           END-IF.
           CLOSE TABELA-VALOR-DEPENDENTE.

       CARREGAR-VALOR-DEPENDENTE-EXIT.
           EXIT.

       LER-LINHA-VALOR-DEP.
           READ TABELA-VALOR-DEPENDENTE
               AT END
                   MOVE 'S' TO WS-EOF-VALOR-DEP
               NOT AT END
                   IF VDP-VALOR IS NUMERIC
                          AND VDP-DATA-VIGENCIA IS NUMERIC
                          AND VDP-DATA-VIGENCIA <= WS-DATA-EXECUCAO
                          AND VDP-DATA-VIGENCIA >=
                              WS-VIGENCIA-VALOR-DEP
                       MOVE VDP-VALOR TO WS-VALOR-POR-DEPENDENTE
                       MOVE VDP-DATA-VIGENCIA
                           TO WS-VIGENCIA-VALOR-DEP
                   END-IF
           END-READ.

       LER-LINHA-VALOR-DEP-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    ABRIR-CADASTRO-DEPENDENTES                               *
      *    Sem DEPNMST.DAT o IRRF segue sobre o bruto, sem deducao  *
      *    de dependentes, com aviso.                               *
      *----------------------------------------------------------*
       ABRIR-CADASTRO-DEPENDENTES.
      *    Competencia = mes da data de negocio (DATACTL.DAT), a
      *    mesma que TESTADTO e os calculos de beneficio gravam:
      *    reexecucao ou run que passa da meia-noite na virada do
      *    mes nao muda a competencia.
           MOVE WS-PER-ANO-MES-NEGOCIO TO WS-ANOMES-EXECUCAO.
           OPEN OUTPUT RELATORIO-EXCECAO-DEP.
           MOVE WS-DATA-EXECUCAO TO CED-DATA.
           WRITE REG-EXCECAO-DEP FROM WS-CABECALHO-EXCECAO-DEP.
           OPEN INPUT DEPENDENTES-MASTER.
           IF WS-STATUS-DEPENDENTES = '00'
               MOVE 'S' TO WS-TEM-DEPENDENTES
           ELSE
               DISPLAY 'TESTDEDU DEPNMST.DAT INDISPONIVEL - IRRF '
                       'SEM DEDUCAO DE DEPENDENTES'
           END-IF.

       ABRIR-CADASTRO-DEPENDENTES-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    CONTAR-DEPENDENTES-IR                                    *
      *    Percorre os dependentes da matricula (chave contigua)    *
      *    e conta os que deduzem IR no mes de competencia.         *
      *----------------------------------------------------------*
       CONTAR-DEPENDENTES-IR.
           MOVE ZEROS TO WS-QTD-DEPENDENTES-IR.
           IF WS-TEM-DEPENDENTES = 'N'
               GO TO CONTAR-DEPENDENTES-IR-EXIT
           END-IF.
           MOVE EXT-EMPLOYEE-ID TO DPN-MATRICULA.
           MOVE ZEROS           TO DPN-SEQUENCIA.
           MOVE 'N' TO WS-EOF-DEPENDENTES.
           START DEPENDENTES-MASTER KEY IS NOT LESS THAN DPN-CHAVE
               INVALID KEY
                   GO TO CONTAR-DEPENDENTES-IR-EXIT
           END-START.
           PERFORM LER-DEPENDENTE-EMPREGADO
               UNTIL WS-EOF-DEPENDENTES = 'S'.

       CONTAR-DEPENDENTES-IR-EXIT.
           EXIT.

       LER-DEPENDENTE-EMPREGADO.
           READ DEPENDENTES-MASTER NEXT RECORD
               AT END
                   MOVE 'S' TO WS-EOF-DEPENDENTES
               NOT AT END
                   IF DPN-MATRICULA NOT = EXT-EMPLOYEE-ID
                       MOVE 'S' TO WS-EOF-DEPENDENTES
                   ELSE
                       PERFORM AVALIAR-DEPENDENTE-IR THRU
                               AVALIAR-DEPENDENTE-IR-EXIT
                   END-IF
           END-READ.

       LER-DEPENDENTE-EMPREGADO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    AVALIAR-DEPENDENTE-IR                                    *
      *    Filho(a) deduz ate o mes ANTERIOR ao que completa 21     *
      *    anos (24 se universitario): no mes em que completa, ou   *
      *    depois, sai no relatorio de excecao e nao e deduzido.    *
      *----------------------------------------------------------*
       AVALIAR-DEPENDENTE-IR.
           IF NOT DPN-DEDUZ-IR
               GO TO AVALIAR-DEPENDENTE-IR-EXIT
           END-IF.
           IF DPN-FILHO AND DPN-DATA-NASCIMENTO IS NUMERIC
               IF DPN-UNIVERSITARIO = 'S'
                   MOVE 24 TO WS-IDADE-LIMITE
               ELSE
                   MOVE 21 TO WS-IDADE-LIMITE
               END-IF
               MOVE DPN-DATA-NASCIMENTO TO WS-DATA-NASC-TRAB
               COMPUTE WS-ANOMES-LIMITE =
                   (WS-NASC-ANO + WS-IDADE-LIMITE) * 100
                   + WS-NASC-MES
               IF WS-ANOMES-LIMITE = WS-ANOMES-EXECUCAO
                   MOVE 'LIMITE NO MES' TO LED-MOTIVO
                   PERFORM GRAVAR-EXCECAO-DEPENDENTE
                   GO TO AVALIAR-DEPENDENTE-IR-EXIT
               END-IF
               IF WS-ANOMES-LIMITE < WS-ANOMES-EXECUCAO
                   MOVE 'IDADE EXCEDIDA' TO LED-MOTIVO
                   PERFORM GRAVAR-EXCECAO-DEPENDENTE
                   GO TO AVALIAR-DEPENDENTE-IR-EXIT
               END-IF
           END-IF.
           IF WS-QTD-DEPENDENTES-IR < 99
               ADD 1 TO WS-QTD-DEPENDENTES-IR
           END-IF.

       AVALIAR-DEPENDENTE-IR-EXIT.
           EXIT.

       GRAVAR-EXCECAO-DEPENDENTE.
           ADD 1 TO WS-QTD-EXCECOES-DEP.
           MOVE DPN-MATRICULA       TO LED-MATRICULA.
           MOVE DPN-SEQUENCIA       TO LED-SEQUENCIA.
           MOVE DPN-NOME            TO LED-NOME.
           MOVE DPN-DATA-NASCIMENTO TO LED-NASCIMENTO.
           WRITE REG-EXCECAO-DEP FROM WS-LINHA-EXCECAO-DEP.

       GRAVAR-EXCECAO-DEPENDENTE-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    LER-EMPREGADO-EXTRATO                                    *
      *----------------------------------------------------------*
           ADD 1 TO WS-QTD-EMPREGADOS.
           MOVE ZEROS TO WS-DED-ACUMULADO.

           PERFORM CONTAR-DEPENDENTES-IR THRU
                   CONTAR-DEPENDENTES-IR-EXIT.
           COMPUTE WS-DEDUCAO-DEPENDENTES =
               WS-QTD-DEPENDENTES-IR * WS-VALOR-POR-DEPENDENTE.
           IF WS-DEDUCAO-DEPENDENTES >= EXT-EMPLOYEE-SALARY
               MOVE ZEROS TO WS-BASE-IRRF
           ELSE
               COMPUTE WS-BASE-IRRF =
                   EXT-EMPLOYEE-SALARY - WS-DEDUCAO-DEPENDENTES
           END-IF.

           PERFORM APLICAR-PREVIDENCIA-PRIVADA THRU
                   APLICAR-PREVIDENCIA-PRIVADA-EXIT
               VARYING WS-IDX-DESC-BENEF FROM 1 BY 1
               UNTIL WS-IDX-DESC-BENEF > WS-QTD-DESC-BENEF.

           PERFORM GRAVAR-LINHA-DESCONTO
               VARYING WS-IDX-DEDUCAO FROM 1 BY 1
               UNTIL WS-IDX-DEDUCAO > WS-QTD-DEDUCOES.

           PERFORM APLICAR-DESCONTO-BENEF THRU
                   APLICAR-DESCONTO-BENEF-EXIT
               VARYING WS-IDX-DESC-BENEF FROM 1 BY 1
               UNTIL WS-IDX-DESC-BENEF > WS-QTD-DESC-BENEF.

           PERFORM RECUPERAR-ADIANTAMENTO THRU
                   RECUPERAR-ADIANTAMENTO-EXIT.

           PERFORM GRAVAR-CREDITO-REEMBOLSO THRU
                   GRAVAR-CREDITO-REEMBOLSO-EXIT
               VARYING WS-IDX-REEMBOLSO FROM 1 BY 1
               UNTIL WS-IDX-REEMBOLSO > WS-QTD-REEMBOLSOS.

           COMPUTE WS-VALOR-LIQUIDO =
               EXT-EMPLOYEE-SALARY - WS-DED-ACUMULADO.

           MOVE ZEROS               TO DSC-PCT.
           MOVE WS-DED-ACUMULADO    TO DSC-VALOR.
           MOVE WS-VALOR-LIQUIDO    TO DSC-VALOR-2.
           MOVE WS-QTD-DEPENDENTES-IR TO DSC-QTD-DEPENDENTES.
           WRITE REG-DESCONTO.

           MOVE EXT-EMPLOYEE-ID         TO LIQ-EMPLOYEE-ID.
           MOVE EXT-EMPLOYEE-AGENCIA    TO LIQ-EMPLOYEE-AGENCIA.
           MOVE EXT-EMPLOYEE-CONTA      TO LIQ-EMPLOYEE-CONTA.
           MOVE EXT-EMPLOYEE-HIRE-DATE  TO LIQ-EMPLOYEE-HIRE-DATE.
           MOVE EXT-EMPLOYEE-EMPRESA    TO LIQ-EMPLOYEE-EMPRESA.
           WRITE REG-EXTRATO-LIQUIDO.

           ADD EXT-EMPLOYEE-SALARY TO WS-TOTAL-BRUTO.
           EXIT.

       GRAVAR-LINHA-DESCONTO.
           IF WS-DED-CODIGO (WS-IDX-DEDUCAO) = 'IRRF'
               MOVE WS-BASE-IRRF        TO WS-BASE-CALCULO
           ELSE
               MOVE EXT-EMPLOYEE-SALARY TO WS-BASE-CALCULO
           END-IF.
           COMPUTE WS-DED-VALOR ROUNDED =
               WS-BASE-CALCULO
               * WS-DED-PCT (WS-IDX-DEDUCAO) / 100.
           ADD WS-DED-VALOR TO WS-DED-ACUMULADO.
           MOVE SPACES TO REG-DESCONTO.
           MOVE WS-DED-PCT    (WS-IDX-DEDUCAO) TO DSC-PCT.
           MOVE WS-DED-VALOR                 TO DSC-VALOR.
           MOVE ZEROS                        TO DSC-VALOR-2.
           MOVE ZEROS                        TO DSC-QTD-DEPENDENTES.
           WRITE REG-DESCONTO.

       GRAVAR-LINHA-DESCONTO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    CARREGAR-ADIANTAMENTOS                                   *
      *    So no run de fim de mes: adiantamentos pagos ('P') na    *
      *    competencia do run, do razao ADTOLAN.DAT de TESTADTO.    *
      *----------------------------------------------------------*
       CARREGAR-ADIANTAMENTOS.
           OPEN OUTPUT RELATORIO-ADTO-PENDENTE.
           MOVE WS-ANOMES-EXECUCAO TO CAP-COMPETENCIA.
           WRITE REG-ADTO-PENDENTE FROM WS-CABECALHO-ADTO-PEND.
           IF NOT MODO-FIM-DE-MES
               GO TO CARREGAR-ADIANTAMENTOS-EXIT
           END-IF.
           OPEN INPUT RAZAO-ADIANTAMENTO.
           IF WS-STATUS-RAZAO-ADTO = '00'
               PERFORM LER-LINHA-RAZAO-ADTO
                   UNTIL WS-EOF-RAZAO-ADTO = 'S'
           END-IF.
           CLOSE RAZAO-ADIANTAMENTO.
           IF WS-ADTOS-ESTOURARAM = 'S'
               DISPLAY 'TESTDEDU ADTOLAN.DAT EXCEDE A CAPACIDADE '
                       'DA TABELA (5000) - RUN RECUSADO'
               MOVE 'TESTDEDU'          TO WS-EXC-PROGRAMA
               MOVE 'CARREGAR-ADIANTAMENTOS' TO WS-EXC-PARAGRAFO
               MOVE 8                   TO WS-EXC-CODIGO
               MOVE 'TABELA DE ADIANTAMENTOS ESTOURADA'
                   TO WS-EXC-MENSAGEM
               MOVE 2 TO WS-EXC-SEVERIDADE
               PERFORM GRAVAR-EXCECAO-GERAL
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       CARREGAR-ADIANTAMENTOS-EXIT.
           EXIT.

       LER-LINHA-RAZAO-ADTO.
           READ RAZAO-ADIANTAMENTO
               AT END
                   MOVE 'S' TO WS-EOF-RAZAO-ADTO
               NOT AT END
                   IF LAN-SITUACAO = 'P'
                          AND LAN-COMPETENCIA = WS-ANOMES-EXECUCAO
                          AND LAN-VALOR IS NUMERIC
                          AND LAN-VALOR > ZEROS
                       IF WS-QTD-ADIANTAMENTOS < 5000
                           ADD 1 TO WS-QTD-ADIANTAMENTOS
                           MOVE LAN-MATRICULA TO
                               WS-ADT-MATRICULA (WS-QTD-ADIANTAMENTOS)
                           MOVE LAN-VALOR TO
                               WS-ADT-VALOR (WS-QTD-ADIANTAMENTOS)
                           MOVE 'N' TO
                               WS-ADT-RECUPERADO (WS-QTD-ADIANTAMENTOS)
                       ELSE
                           MOVE 'S' TO WS-ADTOS-ESTOURARAM
                       END-IF
                   END-IF
           END-READ.

       LER-LINHA-RAZAO-ADTO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    CARREGAR-DESCONTOS-BENEF                                 *
      *    So no run de fim de mes: descontos de beneficios da      *
      *    competencia do arquivo em WS-NOME-ARQ-DESC-BENEF.        *
      *----------------------------------------------------------*
       CARREGAR-DESCONTOS-BENEF.
           IF NOT MODO-FIM-DE-MES
               GO TO CARREGAR-DESCONTOS-BENEF-EXIT
           END-IF.
           MOVE 'N' TO WS-EOF-DESC-BENEF.
           OPEN INPUT DESCONTOS-BENEFICIOS.
           IF WS-STATUS-DESC-BENEF = '00'
               PERFORM LER-DESCONTO-BENEFICIO
                   UNTIL WS-EOF-DESC-BENEF = 'S'
           END-IF.
           CLOSE DESCONTOS-BENEFICIOS.

       CARREGAR-DESCONTOS-BENEF-EXIT.
           EXIT.

       LER-DESCONTO-BENEFICIO.
           READ DESCONTOS-BENEFICIOS
               AT END
                   MOVE 'S' TO WS-EOF-DESC-BENEF
               NOT AT END
                   IF BDS-CODIGO NOT = SPACES
                          AND BDS-COMPETENCIA = WS-ANOMES-EXECUCAO
                          AND BDS-VALOR IS NUMERIC
                          AND BDS-VALOR > ZEROS
                       IF WS-QTD-DESC-BENEF < 5000
                           ADD 1 TO WS-QTD-DESC-BENEF
                           MOVE BDS-MATRICULA TO
                               WS-DBN-MATRICULA (WS-QTD-DESC-BENEF)
                           MOVE BDS-CODIGO TO
                               WS-DBN-CODIGO (WS-QTD-DESC-BENEF)
                           MOVE BDS-PCT TO
                               WS-DBN-PCT (WS-QTD-DESC-BENEF)
                           MOVE BDS-VALOR TO
                               WS-DBN-VALOR (WS-QTD-DESC-BENEF)
                       ELSE
                           MOVE 'S' TO WS-DESC-BENEF-ESTOURARAM
                       END-IF
                   END-IF
           END-READ.

       LER-DESCONTO-BENEFICIO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    CONFERIR-CARGA-DESC-BENEF                                *
      *    Estouro da tabela derruba o passo: desconto calculado    *
      *    nao pode ficar de fora da folha em silencio.             *
      *----------------------------------------------------------*
       CONFERIR-CARGA-DESC-BENEF.
           IF WS-DESC-BENEF-ESTOURARAM = 'S'
               DISPLAY 'TESTDEDU DESCONTOS DE BENEFICIOS EXCEDEM A '
                       'CAPACIDADE DA TABELA (5000) - RUN RECUSADO'
               MOVE 'TESTDEDU'          TO WS-EXC-PROGRAMA
               MOVE 'CARREGAR-DESCONTOS-BENEF' TO WS-EXC-PARAGRAFO
               MOVE 8                   TO WS-EXC-CODIGO
               MOVE 'TABELA DE DESCONTOS DE BENEFICIOS ESTOURADA'
                   TO WS-EXC-MENSAGEM
               MOVE 2 TO WS-EXC-SEVERIDADE
               PERFORM GRAVAR-EXCECAO-GERAL
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       CONFERIR-CARGA-DESC-BENEF-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    APLICAR-DESCONTO-BENEF                                   *
      *    Linha 'D' com o codigo do beneficio, limitada ao liquido *
      *    que sobra depois dos descontos ja aplicados; o que nao   *
      *    coube vai para BENFPEND.DAT.                             *
      *----------------------------------------------------------*
       APLICAR-DESCONTO-BENEF.
           IF WS-DBN-MATRICULA (WS-IDX-DESC-BENEF) NOT = EXT-EMPLOYEE-ID
               GO TO APLICAR-DESCONTO-BENEF-EXIT
           END-IF.
           IF WS-DBN-CODIGO (WS-IDX-DESC-BENEF) = 'PREV'
               GO TO APLICAR-DESCONTO-BENEF-EXIT
           END-IF.
           IF WS-DED-ACUMULADO < EXT-EMPLOYEE-SALARY
               COMPUTE WS-LIQUIDO-DISPONIVEL =
                   EXT-EMPLOYEE-SALARY - WS-DED-ACUMULADO
           ELSE
               MOVE ZEROS TO WS-LIQUIDO-DISPONIVEL
           END-IF.
           IF WS-DBN-VALOR (WS-IDX-DESC-BENEF) >
                  WS-LIQUIDO-DISPONIVEL
               MOVE WS-LIQUIDO-DISPONIVEL TO WS-DED-VALOR
               MOVE EXT-EMPLOYEE-ID TO LBP-MATRICULA
               MOVE WS-DBN-CODIGO (WS-IDX-DESC-BENEF) TO LBP-CODIGO
               MOVE WS-DBN-VALOR (WS-IDX-DESC-BENEF)
                   TO LBP-VALOR-DESCONTO
               COMPUTE LBP-SALDO =
                   WS-DBN-VALOR (WS-IDX-DESC-BENEF)
                   - WS-LIQUIDO-DISPONIVEL
               IF WS-LIQUIDO-DISPONIVEL = ZEROS
                   MOVE 'SEM LIQUIDO - NAO DESCONTADO' TO LBP-MOTIVO
               ELSE
                   MOVE 'LIQUIDO INSUFICIENTE' TO LBP-MOTIVO
               END-IF
               PERFORM GRAVAR-BENEF-PENDENTE
           ELSE
               MOVE WS-DBN-VALOR (WS-IDX-DESC-BENEF) TO WS-DED-VALOR
           END-IF.
           IF WS-DED-VALOR = ZEROS
               GO TO APLICAR-DESCONTO-BENEF-EXIT
           END-IF.

           ADD WS-DED-VALOR TO WS-DED-ACUMULADO.
           ADD 1 TO WS-QTD-BENEF-DESCONTADOS.
           ADD WS-DED-VALOR TO WS-TOTAL-BENEF-DESCONTADO.
           MOVE SPACES TO REG-DESCONTO.
           MOVE 'D'                TO DSC-TIPO.
           MOVE EXT-EMPLOYEE-ID    TO DSC-MATRICULA.
           MOVE WS-DBN-CODIGO (WS-IDX-DESC-BENEF) TO DSC-CODIGO.
           MOVE WS-DBN-PCT (WS-IDX-DESC-BENEF)    TO DSC-PCT.
           MOVE WS-DED-VALOR       TO DSC-VALOR.
           MOVE ZEROS              TO DSC-VALOR-2.
           MOVE ZEROS              TO DSC-QTD-DEPENDENTES.
           WRITE REG-DESCONTO.

       APLICAR-DESCONTO-BENEF-EXIT.
           EXIT.

       GRAVAR-BENEF-PENDENTE.
           ADD 1 TO WS-QTD-BENEF-PENDENTES.
           WRITE REG-BENEF-PENDENTE FROM WS-LINHA-BENEF-PEND.
           MOVE 'TESTDEDU'               TO WS-EXC-PROGRAMA.
           MOVE 'APLICAR-DESCONTO-BENEF' TO WS-EXC-PARAGRAFO.
           MOVE 4                        TO WS-EXC-CODIGO.
           MOVE SPACES                   TO WS-EXC-MENSAGEM.
           STRING 'DESCONTO ' LBP-CODIGO
                  ' NAO INTEGRAL MATR ' LBP-MATRICULA
               DELIMITED BY SIZE
               INTO WS-EXC-MENSAGEM
           END-STRING.
           MOVE 3 TO WS-EXC-SEVERIDADE.
           PERFORM GRAVAR-EXCECAO-GERAL.

       GRAVAR-BENEF-PENDENTE-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    APLICAR-PREVIDENCIA-PRIVADA                              *
      *    Contribuicao do empregado ao plano ('PREV'): linha 'D'   *
      *    antes dos descontos da DEDTAB, abatida da base do IRRF   *
      *    (dedutivel). Valor integral, como calculado por          *
      *    TESTPREV, para bater com a remessa a administradora.     *
      *----------------------------------------------------------*
       APLICAR-PREVIDENCIA-PRIVADA.
           IF WS-DBN-MATRICULA (WS-IDX-DESC-BENEF) NOT = EXT-EMPLOYEE-ID
               GO TO APLICAR-PREVIDENCIA-PRIVADA-EXIT
           END-IF.
           IF WS-DBN-CODIGO (WS-IDX-DESC-BENEF) NOT = 'PREV'
               GO TO APLICAR-PREVIDENCIA-PRIVADA-EXIT
           END-IF.
           MOVE WS-DBN-VALOR (WS-IDX-DESC-BENEF) TO WS-DED-VALOR.
           IF WS-DED-VALOR >= WS-BASE-IRRF
               MOVE ZEROS TO WS-BASE-IRRF
           ELSE
               SUBTRACT WS-DED-VALOR FROM WS-BASE-IRRF
           END-IF.

           ADD WS-DED-VALOR TO WS-DED-ACUMULADO.
           ADD 1 TO WS-QTD-BENEF-DESCONTADOS.
           ADD WS-DED-VALOR TO WS-TOTAL-BENEF-DESCONTADO.
           MOVE SPACES TO REG-DESCONTO.
           MOVE 'D'                TO DSC-TIPO.
           MOVE EXT-EMPLOYEE-ID    TO DSC-MATRICULA.
           MOVE WS-DBN-CODIGO (WS-IDX-DESC-BENEF) TO DSC-CODIGO.
           MOVE WS-DBN-PCT (WS-IDX-DESC-BENEF)    TO DSC-PCT.
           MOVE WS-DED-VALOR       TO DSC-VALOR.
           MOVE ZEROS              TO DSC-VALOR-2.
           MOVE ZEROS              TO DSC-QTD-DEPENDENTES.
           WRITE REG-DESCONTO.

       APLICAR-PREVIDENCIA-PRIVADA-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    CARREGAR-REEMBOLSOS                                      *
      *    Itens aceitos por TESTREEM para este run (em qualquer    *
      *    modo de execucao). Sem REEMBACE.DAT nao ha reembolso.    *
      *----------------------------------------------------------*
       CARREGAR-REEMBOLSOS.
           OPEN INPUT REEMBOLSOS-ACEITOS.
           IF WS-STATUS-REEMBOLSOS = '00'
               PERFORM LER-REEMBOLSO-ACEITO
                   UNTIL WS-EOF-REEMBOLSOS = 'S'
           END-IF.
           CLOSE REEMBOLSOS-ACEITOS.
           IF WS-REEMBOLSOS-ESTOURARAM = 'S'
               DISPLAY 'TESTDEDU REEMBACE.DAT EXCEDE A CAPACIDADE '
                       'DA TABELA (5000) - RUN RECUSADO'
               MOVE 'TESTDEDU'          TO WS-EXC-PROGRAMA
               MOVE 'CARREGAR-REEMBOLSOS' TO WS-EXC-PARAGRAFO
               MOVE 8                   TO WS-EXC-CODIGO
               MOVE 'TABELA DE REEMBOLSOS ESTOURADA'
                   TO WS-EXC-MENSAGEM
               MOVE 2 TO WS-EXC-SEVERIDADE
               PERFORM GRAVAR-EXCECAO-GERAL
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       CARREGAR-REEMBOLSOS-EXIT.
           EXIT.

       LER-REEMBOLSO-ACEITO.
           READ REEMBOLSOS-ACEITOS
               AT END
                   MOVE 'S' TO WS-EOF-REEMBOLSOS
               NOT AT END
                   IF REE-VALOR IS NUMERIC AND REE-VALOR > ZEROS
                       IF WS-QTD-REEMBOLSOS < 5000
                           ADD 1 TO WS-QTD-REEMBOLSOS
                           MOVE REE-MATRICULA TO
                               WS-RBS-MATRICULA (WS-QTD-REEMBOLSOS)
                           MOVE REE-TIPO-DESPESA TO
                               WS-RBS-TIPO (WS-QTD-REEMBOLSOS)
                           MOVE REE-VALOR TO
                               WS-RBS-VALOR (WS-QTD-REEMBOLSOS)
                       ELSE
                           MOVE 'S' TO WS-REEMBOLSOS-ESTOURARAM
                       END-IF
                   END-IF
           END-READ.

       LER-REEMBOLSO-ACEITO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    GRAVAR-CREDITO-REEMBOLSO                                 *
      *    Linha 'C' por item de reembolso do empregado: credito    *
      *    nao tributavel, fora do acumulado de descontos e das     *
      *    bases calculadas acima.                                  *
      *----------------------------------------------------------*
       GRAVAR-CREDITO-REEMBOLSO.
           IF WS-RBS-MATRICULA (WS-IDX-REEMBOLSO) NOT = EXT-EMPLOYEE-ID
               GO TO GRAVAR-CREDITO-REEMBOLSO-EXIT
           END-IF.
           ADD 1 TO WS-QTD-REEMB-CREDITADOS.
           ADD WS-RBS-VALOR (WS-IDX-REEMBOLSO) TO WS-TOTAL-REEMBOLSOS.
           MOVE SPACES TO REG-DESCONTO.
           MOVE 'C'                TO DSC-TIPO.
           MOVE EXT-EMPLOYEE-ID    TO DSC-MATRICULA.
           MOVE WS-RBS-TIPO (WS-IDX-REEMBOLSO)  TO DSC-CODIGO.
           MOVE ZEROS              TO DSC-PCT.
           MOVE WS-RBS-VALOR (WS-IDX-REEMBOLSO) TO DSC-VALOR.
           MOVE ZEROS              TO DSC-VALOR-2.
           MOVE ZEROS              TO DSC-QTD-DEPENDENTES.
           WRITE REG-DESCONTO.

       GRAVAR-CREDITO-REEMBOLSO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    RECUPERAR-ADIANTAMENTO                                   *
      *    Linha 'D' codigo 'ADTO' com o adiantamento da            *
      *    competencia, limitada ao liquido que sobra depois dos    *
      *    demais descontos; o saldo vai para ADTOPEND.DAT.         *
      *----------------------------------------------------------*
       RECUPERAR-ADIANTAMENTO.
           IF WS-QTD-ADIANTAMENTOS = ZEROS
               GO TO RECUPERAR-ADIANTAMENTO-EXIT
           END-IF.
           MOVE 'N' TO WS-ADIANTAMENTO-ACHADO.
           PERFORM PROCURAR-ADIANTAMENTO
               VARYING WS-IDX-ADIANTAMENTO FROM 1 BY 1
               UNTIL WS-IDX-ADIANTAMENTO > WS-QTD-ADIANTAMENTOS
                  OR WS-ADIANTAMENTO-ACHADO = 'S'.
           IF WS-ADIANTAMENTO-ACHADO = 'N'
               GO TO RECUPERAR-ADIANTAMENTO-EXIT
           END-IF.
           SUBTRACT 1 FROM WS-IDX-ADIANTAMENTO.
           MOVE 'S' TO WS-ADT-RECUPERADO (WS-IDX-ADIANTAMENTO).

           IF WS-DED-ACUMULADO < EXT-EMPLOYEE-SALARY
               COMPUTE WS-LIQUIDO-DISPONIVEL =
                   EXT-EMPLOYEE-SALARY - WS-DED-ACUMULADO
           ELSE
               MOVE ZEROS TO WS-LIQUIDO-DISPONIVEL
           END-IF.
           IF WS-ADT-VALOR (WS-IDX-ADIANTAMENTO) >
                  WS-LIQUIDO-DISPONIVEL
               MOVE WS-LIQUIDO-DISPONIVEL TO WS-VALOR-RECUPERAR
               MOVE EXT-EMPLOYEE-ID TO LAP-MATRICULA
               MOVE WS-ADT-VALOR (WS-IDX-ADIANTAMENTO)
                   TO LAP-VALOR-ADTO
               COMPUTE LAP-SALDO =
                   WS-ADT-VALOR (WS-IDX-ADIANTAMENTO)
                   - WS-LIQUIDO-DISPONIVEL
               MOVE 'LIQUIDO INSUFICIENTE' TO LAP-MOTIVO
               PERFORM GRAVAR-ADTO-PENDENTE
           ELSE
               MOVE WS-ADT-VALOR (WS-IDX-ADIANTAMENTO)
                   TO WS-VALOR-RECUPERAR
           END-IF.

           IF WS-VALOR-RECUPERAR > ZEROS
               ADD WS-VALOR-RECUPERAR TO WS-DED-ACUMULADO
               ADD 1 TO WS-QTD-ADTO-RECUPERADOS
               ADD WS-VALOR-RECUPERAR TO WS-TOTAL-ADTO-RECUPERADO
               MOVE SPACES TO REG-DESCONTO
               MOVE 'D'                TO DSC-TIPO
               MOVE EXT-EMPLOYEE-ID    TO DSC-MATRICULA
               MOVE 'ADTO'             TO DSC-CODIGO
               MOVE ZEROS              TO DSC-PCT
               MOVE WS-VALOR-RECUPERAR TO DSC-VALOR
               MOVE ZEROS              TO DSC-VALOR-2
               MOVE ZEROS              TO DSC-QTD-DEPENDENTES
               WRITE REG-DESCONTO
           END-IF.

       RECUPERAR-ADIANTAMENTO-EXIT.
           EXIT.

       PROCURAR-ADIANTAMENTO.
           IF WS-ADT-MATRICULA (WS-IDX-ADIANTAMENTO) = EXT-EMPLOYEE-ID
                  AND WS-ADT-RECUPERADO (WS-IDX-ADIANTAMENTO) = 'N'
               MOVE 'S' TO WS-ADIANTAMENTO-ACHADO
           END-IF.

       PROCURAR-ADIANTAMENTO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    LISTAR-ADIANTAMENTOS-PENDENTES                           *
      *    Adiantamento sem empregado no extrato do fim de mes:     *
      *    desligado depois do adiantamento - a recuperacao fica    *
      *    para o acerto de rescisao.                               *
      *----------------------------------------------------------*
       LISTAR-ADIANTAMENTOS-PENDENTES.
           PERFORM LISTAR-ADTO-NAO-RECUPERADO
               VARYING WS-IDX-ADIANTAMENTO FROM 1 BY 1
               UNTIL WS-IDX-ADIANTAMENTO > WS-QTD-ADIANTAMENTOS.
           CLOSE RELATORIO-ADTO-PENDENTE.

       LISTAR-ADIANTAMENTOS-PENDENTES-EXIT.
           EXIT.

       LISTAR-ADTO-NAO-RECUPERADO.
           IF WS-ADT-RECUPERADO (WS-IDX-ADIANTAMENTO) = 'N'
               MOVE WS-ADT-MATRICULA (WS-IDX-ADIANTAMENTO)
                   TO LAP-MATRICULA
               MOVE WS-ADT-VALOR (WS-IDX-ADIANTAMENTO)
                   TO LAP-VALOR-ADTO
               MOVE WS-ADT-VALOR (WS-IDX-ADIANTAMENTO)
                   TO LAP-SALDO
               MOVE 'FORA DO EXTRATO (DESLIGADO)' TO LAP-MOTIVO
               PERFORM GRAVAR-ADTO-PENDENTE
           END-IF.

       LISTAR-ADTO-NAO-RECUPERADO-EXIT.
           EXIT.

       GRAVAR-ADTO-PENDENTE.
           ADD 1 TO WS-QTD-ADTO-PENDENTES.
           WRITE REG-ADTO-PENDENTE FROM WS-LINHA-ADTO-PEND.
           MOVE 'TESTDEDU'               TO WS-EXC-PROGRAMA.
           MOVE 'RECUPERAR-ADIANTAMENTO' TO WS-EXC-PARAGRAFO.
           MOVE 4                        TO WS-EXC-CODIGO.
           MOVE SPACES                   TO WS-EXC-MENSAGEM.
           STRING 'ADIANTAMENTO NAO RECUPERADO MATR '
                  LAP-MATRICULA
               DELIMITED BY SIZE
               INTO WS-EXC-MENSAGEM
           END-STRING.
           MOVE 3 TO WS-EXC-SEVERIDADE.
           PERFORM GRAVAR-EXCECAO-GERAL.

       GRAVAR-ADTO-PENDENTE-EXIT.
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
      *    LER-MODO-EXECUCAO                                       *
      *    Cartao de modo de execucao compartilhado (RUNMDPRC).    *
      *----------------------------------------------------------*
       COPY RUNMDPRC.

      *----------------------------------------------------------*
      *    TRAVA DE EXECUCAO DA ESTEIRA (LOCKPRC)                  *
      *----------------------------------------------------------*
