       IDENTIFICATION DIVISION.
       PROGRAM-ID. TESTCONS.

      *----------------------------------------------------------*
      *    TESTCONS                                                *
      *    Emprestimos consignados em folha. O registro            *
      *    CONSREG.DAT (mantido pela RH, como GARNREG.DAT) guarda  *
      *    um contrato por linha: matricula, credor, contrato,     *
      *    valor da parcela, parcelas restantes e se o credor      *
      *    aceita desconto parcial. Rodando depois de TESTGARN e   *
      *    antes de TESTBANK:                                      *
      *      - no run de fim de mes (RUNMODE.DAT = 'M') desconta   *
      *        as parcelas DEPOIS das ordens judiciais, dentro da  *
      *        margem consignavel de 35% do liquido pos-ordens:    *
      *        parcela que nao cabe e recusada, ou descontada      *
      *        pelo saldo da margem quando o credor aceita         *
      *        parcial. O desconto entra em DEDUC.DAT (linhas      *
      *        'D' codigo 'CONS' antes da 'T'), em EMPLIQ.DAT e    *
      *        em GARNLIQ.DAT - o liquido que TESTBANK paga. As    *
      *        copias pre-consignado ficam em DEDUCANT.DAT,        *
      *        EMPLQANT.DAT e GARNLANT.DAT. Parcela integral       *
      *        abate uma parcela restante (uma vez por             *
      *        competencia) e cada credor recebe seu arquivo de    *
      *        repasse CNSxxxx.DAT (layout H/D/T);                 *
      *      - em todo run gera o demonstrativo de margem          *
      *        CONSMARG.DAT (margem, comprometido e disponivel     *
      *        por empregado), que a RH entrega a quem pede um     *
      *        novo emprestimo.                                    *
      *    Se DEDUC.DAT ja traz linhas 'CONS' (passo reexecutado)  *
      *    nada e descontado de novo.                              *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL REGISTRO-CONSIGNADOS
               ASSIGN TO "CONSREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-REGISTRO.

      *    Liquido base (pos-descontos) e liquido pos-ordens lidos
      *    dos extratos correntes ou, quando o run desconta, das
      *    copias pre-consignado.
           SELECT EXTRATO-BASE
               ASSIGN TO WS-NOME-ARQ-BASE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-BASE.

           SELECT OPTIONAL EXTRATO-BASE-POS
               ASSIGN TO WS-NOME-ARQ-BASE-POS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-BASE-POS.

           SELECT OPTIONAL EXTRATO-LIQUIDO
               ASSIGN TO "EMPLIQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-LIQUIDO.

           SELECT EXTRATO-LIQUIDO-ANT
               ASSIGN TO "EMPLQANT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-LIQUIDO-ANT.

           SELECT OPTIONAL EXTRATO-POS-ORDENS
               ASSIGN TO "GARNLIQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-POS-ORDENS.

           SELECT EXTRATO-POS-ORDENS-ANT
               ASSIGN TO "GARNLANT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-POS-ANT.

           SELECT OPTIONAL ARQUIVO-DESCONTOS
               ASSIGN TO "DEDUC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-DESCONTOS.

           SELECT ARQUIVO-DESCONTOS-ANT
               ASSIGN TO "DEDUCANT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-DESCONTOS-ANT.

           SELECT REMESSA-CREDOR
               ASSIGN TO WS-NOME-ARQ-REMESSA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-REMESSA.

           SELECT DEMONSTRATIVO-MARGEM
               ASSIGN TO "CONSMARG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-MARGEM.

           COPY RUNMDSEL.

           SELECT OPTIONAL CARTAO-DATA-NEGOCIO
               ASSIGN TO "DATACTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-DATA-NEG.

           COPY PERISEL.

           COPY EXCPSEL.

       DATA DIVISION.
       FILE SECTION.
       FD  REGISTRO-CONSIGNADOS.
       01  REG-CONSIGNADO.
           05  CNR-MATRICULA        PIC 9(05).
           05  CNR-CREDOR           PIC X(04).
           05  CNR-CONTRATO         PIC X(12).
           05  CNR-VALOR-PARCELA    PIC 9(07)V99.
           05  CNR-PARCELAS-REST    PIC 9(03).
           05  CNR-ACEITA-PARCIAL   PIC X(01).
           05  CNR-ULT-COMPETENCIA  PIC 9(06).
           05  FILLER               PIC X(40).

       FD  EXTRATO-BASE.
       01  REG-EXTRATO-BASE.
           05  BAS-EMPLOYEE-ID          PIC 9(05).
           05  BAS-EMPLOYEE-NAME        PIC X(50).
           05  BAS-EMPLOYEE-SALARY      PIC 9(07)V99.
           05  BAS-EMPLOYEE-DEPARTMENT  PIC X(10).
           05  BAS-EMPLOYEE-AGENCIA     PIC X(05).
           05  BAS-EMPLOYEE-CONTA       PIC X(12).
           05  BAS-EMPLOYEE-HIRE-DATE   PIC 9(08).
           05  BAS-EMPLOYEE-EMPRESA     PIC X(05).

       FD  EXTRATO-BASE-POS.
       01  REG-EXTRATO-BASE-POS.
           05  BPO-EMPLOYEE-ID          PIC 9(05).
           05  FILLER                   PIC X(50).
           05  BPO-EMPLOYEE-SALARY      PIC 9(07)V99.
           05  FILLER                   PIC X(40).

       FD  EXTRATO-LIQUIDO.
       01  REG-EXTRATO-LIQUIDO.
           05  LIQ-EMPLOYEE-ID          PIC 9(05).
           05  LIQ-EMPLOYEE-NAME        PIC X(50).
           05  LIQ-EMPLOYEE-SALARY      PIC 9(07)V99.
           05  LIQ-EMPLOYEE-RESTO       PIC X(40).

       FD  EXTRATO-LIQUIDO-ANT.
       01  REG-EXTRATO-LIQUIDO-ANT      PIC X(104).

       FD  EXTRATO-POS-ORDENS.
       01  REG-EXTRATO-POS.
           05  POS-EMPLOYEE-ID          PIC 9(05).
           05  POS-EMPLOYEE-NAME        PIC X(50).
           05  POS-EMPLOYEE-SALARY      PIC 9(07)V99.
           05  POS-EMPLOYEE-RESTO       PIC X(40).

       FD  EXTRATO-POS-ORDENS-ANT.
       01  REG-EXTRATO-POS-ANT          PIC X(104).

      *    Mesmo layout de REG-DESCONTO de TESTDEDU.
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

       FD  ARQUIVO-DESCONTOS-ANT.
       01  REG-DESCONTO-ANT.
           05  DSA-TIPO             PIC X(01).
           05  DSA-MATRICULA        PIC 9(05).
           05  DSA-CODIGO           PIC X(04).
           05  DSA-PCT              PIC 9(03)V99.
           05  DSA-VALOR            PIC 9(09)V99.
           05  DSA-VALOR-2          PIC 9(09)V99.
           05  DSA-QTD-DEPENDENTES  PIC 9(02).
           05  FILLER               PIC X(41).

      *    Repasse ao credor: 'H' data + credor, 'D' por parcela
      *    descontada, 'T' quantidade + total.
       FD  REMESSA-CREDOR.
       01  REG-REMESSA-CREDOR.
           05  RMC-TIPO             PIC X(01).
           05  RMC-DADOS            PIC X(79).
           05  RMC-DADOS-HEADER REDEFINES RMC-DADOS.
               10  RMC-HDR-DATA         PIC 9(08).
               10  RMC-HDR-CREDOR       PIC X(04).
               10  FILLER               PIC X(67).
           05  RMC-DADOS-DETALHE REDEFINES RMC-DADOS.
               10  RMC-DET-MATRICULA    PIC 9(05).
               10  RMC-DET-NOME         PIC X(30).
               10  RMC-DET-CONTRATO     PIC X(12).
               10  RMC-DET-VALOR        PIC 9(09)V99.
               10  RMC-DET-SITUACAO     PIC X(01).
               10  FILLER               PIC X(20).
           05  RMC-DADOS-TRAILER REDEFINES RMC-DADOS.
               10  RMC-TRL-QTD          PIC 9(07).
               10  RMC-TRL-VALOR        PIC 9(11)V99.
               10  FILLER               PIC X(59).

       FD  DEMONSTRATIVO-MARGEM.
       01  REG-DEMONSTRATIVO-MARGEM PIC X(100).

       COPY RUNMDFD.

       FD  CARTAO-DATA-NEGOCIO.
       01  REG-CARTAO-DATA-NEG.
           05  DATA-NEGOCIO-CARTAO  PIC 9(08).
           05  FILLER               PIC X(72).

       COPY PERIFD.

       COPY EXCPFD.

       WORKING-STORAGE SECTION.
       COPY EXTVWS.
       COPY EXCPWS.
       COPY PERIWS.
       COPY RUNMDWS.

       01  WS-STATUS-REGISTRO       PIC XX.
       01  WS-STATUS-BASE           PIC XX.
       01  WS-STATUS-BASE-POS       PIC XX.
       01  WS-STATUS-LIQUIDO        PIC XX.
       01  WS-STATUS-LIQUIDO-ANT    PIC XX.
       01  WS-STATUS-POS-ORDENS     PIC XX.
       01  WS-STATUS-POS-ANT        PIC XX.
       01  WS-STATUS-DESCONTOS      PIC XX.
       01  WS-STATUS-DESCONTOS-ANT  PIC XX.
       01  WS-STATUS-REMESSA        PIC XX.
       01  WS-STATUS-MARGEM         PIC XX.
       01  WS-STATUS-DATA-NEG       PIC XX.
       01  WS-EOF-REGISTRO          PIC X VALUE 'N'.
       01  WS-EOF-BASE              PIC X VALUE 'N'.
       01  WS-EOF-BASE-POS          PIC X VALUE 'N'.
       01  WS-EOF-COPIA             PIC X VALUE 'N'.
       01  WS-EOF-DESCONTOS-ANT     PIC X VALUE 'N'.

       01  WS-NOME-ARQ-BASE         PIC X(12) VALUE 'EMPLIQ.DAT'.
       01  WS-NOME-ARQ-BASE-POS     PIC X(12) VALUE 'GARNLIQ.DAT'.
       01  WS-NOME-ARQ-REMESSA      PIC X(12) VALUE SPACES.

       01  WS-APLICAR-PARCELAS      PIC X VALUE 'N'.
           88  APLICAR-PARCELAS     VALUE 'S'.
       01  WS-TEM-LIQUIDO           PIC X VALUE 'N'.
       01  WS-TEM-POS-ORDENS        PIC X VALUE 'N'.
       01  WS-TEM-DESCONTOS         PIC X VALUE 'N'.
       01  WS-CONS-JA-APLICADO      PIC X VALUE 'N'.
       01  WS-POS-AVANCOU           PIC X VALUE 'N'.

       01  WS-DATA-NEGOCIO          PIC 9(08) VALUE ZEROS.
       01  WS-COMPETENCIA           PIC 9(06) VALUE ZEROS.
       01  WS-PCT-MARGEM            PIC 9(03)V99 VALUE 35.00.

      *    Registro de contratos em tabela, regravado inteiro no
      *    fim do run de desconto (linhas invalidas voltam como
      *    estavam).
       01  WS-QTD-CONTRATOS         PIC 9(04) VALUE ZEROS.
       01  WS-IDX-CONTRATO          PIC 9(04) VALUE ZEROS.
       01  WS-TABELA-CONTRATOS.
           05  WS-CONTRATO OCCURS 1000 TIMES.
               10  WS-CNS-REGISTRO.
                   15  WS-CNS-MATRICULA     PIC 9(05).
                   15  WS-CNS-CREDOR        PIC X(04).
                   15  WS-CNS-CONTRATO      PIC X(12).
                   15  WS-CNS-VALOR-PARCELA PIC 9(07)V99.
                   15  WS-CNS-PARCELAS-REST PIC 9(03).
                   15  WS-CNS-ACEITA-PARCIAL PIC X(01).
                   15  WS-CNS-ULT-COMPETENCIA PIC 9(06).
                   15  FILLER               PIC X(40).
               10  WS-CNS-VALIDO        PIC X(01).
               10  WS-CNS-NOME          PIC X(30).
               10  WS-CNS-DESCONTADO    PIC 9(07)V99.
               10  WS-CNS-SITUACAO      PIC X(01).

      *    Credores com parcelas descontadas no run.
       01  WS-QTD-CREDORES          PIC 9(03) VALUE ZEROS.
       01  WS-IDX-CREDOR            PIC 9(03) VALUE ZEROS.
       01  WS-CREDOR-JA-EXISTE      PIC X VALUE 'N'.
       01  WS-TABELA-CREDORES.
           05  WS-CREDOR-RUN OCCURS 100 TIMES PIC X(04).
       01  WS-CREDOR-ATUAL          PIC X(04) VALUE SPACES.
       01  WS-QTD-REMESSA           PIC 9(07) VALUE ZEROS.
       01  WS-TOTAL-REMESSA         PIC 9(11)V99 VALUE ZEROS.

       01  WS-LIQUIDO-BASE          PIC 9(09)V99 VALUE ZEROS.
       01  WS-LIQUIDO-POS           PIC 9(09)V99 VALUE ZEROS.
       01  WS-MARGEM-TOTAL          PIC 9(09)V99 VALUE ZEROS.
       01  WS-MARGEM-RESTANTE       PIC 9(09)V99 VALUE ZEROS.
       01  WS-COMPROMETIDO          PIC 9(09)V99 VALUE ZEROS.
       01  WS-DISPONIVEL            PIC 9(09)V99 VALUE ZEROS.
       01  WS-DESCONTADO-EMPREGADO  PIC 9(09)V99 VALUE ZEROS.
       01  WS-MATRICULA-ATUAL       PIC 9(05) VALUE ZEROS.
       01  WS-NOME-ATUAL            PIC X(50) VALUE SPACES.

       01  WS-QTD-EMPREGADOS        PIC 9(05) VALUE ZEROS.
       01  WS-QTD-INTEGRAIS         PIC 9(05) VALUE ZEROS.
       01  WS-QTD-PARCIAIS          PIC 9(05) VALUE ZEROS.
       01  WS-QTD-RECUSADAS         PIC 9(05) VALUE ZEROS.
       01  WS-TOTAL-DESCONTADO      PIC 9(11)V99 VALUE ZEROS.

       01  WS-CABECALHO-MARGEM.
           05  FILLER               PIC X(36) VALUE
               'MARGEM CONSIGNAVEL - COMPETENCIA   '.
           05  CMG-COMPETENCIA      PIC 9(06).
           05  FILLER               PIC X(09) VALUE ' - MARGEM'.
           05  CMG-PCT              PIC ZZ9.99.
           05  FILLER               PIC X(12) VALUE '% DO LIQUIDO'.

       01  WS-CABECALHO-COLUNAS-MG.
           05  FILLER               PIC X(06) VALUE 'MATR'.
           05  FILLER               PIC X(31) VALUE 'NOME'.
           05  FILLER               PIC X(15) VALUE '    LIQUIDO'.
           05  FILLER               PIC X(15) VALUE '     MARGEM'.
           05  FILLER               PIC X(15) VALUE ' COMPROMETIDO'.
           05  FILLER               PIC X(15) VALUE '  DISPONIVEL'.

       01  WS-LINHA-MARGEM.
           05  LMG-MATRICULA        PIC ZZZZ9.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  LMG-NOME             PIC X(30).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  LMG-LIQUIDO          PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  LMG-MARGEM           PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  LMG-COMPROMETIDO     PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  LMG-DISPONIVEL       PIC ZZZ,ZZZ,ZZ9.99.

       01  WS-LINHA-CONTRATO-MG.
           05  FILLER               PIC X(08) VALUE '   CONTR'.
           05  LCM-CREDOR           PIC X(04).
           05  FILLER               PIC X(01) VALUE '/'.
           05  LCM-CONTRATO         PIC X(12).
           05  FILLER               PIC X(09) VALUE ' PARCELA '.
           05  LCM-PARCELA          PIC ZZZ,ZZ9.99.
           05  FILLER               PIC X(07) VALUE ' REST. '.
           05  LCM-RESTANTES        PIC ZZ9.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  LCM-OBSERVACAO       PIC X(20).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 0 TO RETURN-CODE.
           MOVE 'TESTCONS' TO WS-PER-PROGRAMA.
           PERFORM VERIFICAR-PERIODO-ABERTO THRU
                   VERIFICAR-PERIODO-ABERTO-EXIT.
           IF PERIODO-FECHADO
               STOP RUN
           END-IF.
           PERFORM OBTER-DATA-NEGOCIO-CONS.
           PERFORM LER-MODO-EXECUCAO.
           IF MODO-FIM-DE-MES
               MOVE 'S' TO WS-APLICAR-PARCELAS
           END-IF.

           PERFORM CARREGAR-REGISTRO-CONSIGNADOS THRU
                   CARREGAR-REGISTRO-CONSIGNADOS-EXIT.
           PERFORM VERIFICAR-EXTRATOS-LIQUIDOS.

           IF APLICAR-PARCELAS
               PERFORM VERIFICAR-CONS-JA-APLICADO THRU
                       VERIFICAR-CONS-JA-APLICADO-EXIT
           END-IF.
           IF APLICAR-PARCELAS
               PERFORM PREPARAR-COPIAS-PRE-CONSIGNADO THRU
                       PREPARAR-COPIAS-PRE-CONSIGNADO-EXIT
           ELSE
               DISPLAY 'TESTCONS RUN SEM DESCONTO DE PARCELAS - '
                       'SOMENTE DEMONSTRATIVO DE MARGEM'
           END-IF.

           OPEN INPUT EXTRATO-BASE.
           IF WS-STATUS-BASE NOT = '00'
               MOVE 'TESTCONS'          TO WS-EXC-PROGRAMA
               MOVE 'MAIN-PROCEDURE'    TO WS-EXC-PARAGRAFO
               MOVE WS-STATUS-BASE      TO WS-EXC-CODIGO
               MOVE 'ERRO ABERTURA DO EXTRATO LIQUIDO'
                   TO WS-EXC-MENSAGEM
               MOVE 1 TO WS-EXC-SEVERIDADE
               PERFORM GRAVAR-EXCECAO-GERAL
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT DEMONSTRATIVO-MARGEM.
           MOVE WS-COMPETENCIA TO CMG-COMPETENCIA.
           MOVE WS-PCT-MARGEM  TO CMG-PCT.
           WRITE REG-DEMONSTRATIVO-MARGEM FROM WS-CABECALHO-MARGEM.
           WRITE REG-DEMONSTRATIVO-MARGEM
               FROM WS-CABECALHO-COLUNAS-MG.

           IF APLICAR-PARCELAS
               OPEN OUTPUT EXTRATO-LIQUIDO
               IF WS-TEM-POS-ORDENS = 'S'
                   OPEN OUTPUT EXTRATO-POS-ORDENS
               END-IF
               IF WS-TEM-DESCONTOS = 'S'
                   OPEN INPUT ARQUIVO-DESCONTOS-ANT
                   OPEN OUTPUT ARQUIVO-DESCONTOS
                   PERFORM AVANCAR-DESCONTO-ANT
               END-IF
           END-IF.

           IF WS-TEM-POS-ORDENS = 'S'
               OPEN INPUT EXTRATO-BASE-POS
               PERFORM AVANCAR-BASE-POS
           END-IF.

           PERFORM LER-EMPREGADO-BASE
               UNTIL WS-EOF-BASE = 'S'.

           CLOSE EXTRATO-BASE.
           IF WS-TEM-POS-ORDENS = 'S'
               CLOSE EXTRATO-BASE-POS
           END-IF.
           CLOSE DEMONSTRATIVO-MARGEM.

           IF APLICAR-PARCELAS
               IF WS-TEM-DESCONTOS = 'S'
                   PERFORM COPIAR-DESCONTO-RESTANTE
                       UNTIL WS-EOF-DESCONTOS-ANT = 'S'
                   CLOSE ARQUIVO-DESCONTOS-ANT
                   CLOSE ARQUIVO-DESCONTOS
               END-IF
               CLOSE EXTRATO-LIQUIDO
               IF WS-TEM-POS-ORDENS = 'S'
                   CLOSE EXTRATO-POS-ORDENS
               END-IF
               PERFORM GERAR-REMESSAS-CREDORES
               PERFORM REGRAVAR-REGISTRO-CONSIGNADOS THRU
                       REGRAVAR-REGISTRO-CONSIGNADOS-EXIT
           END-IF.

           DISPLAY 'TESTCONS COMPETENCIA...........: '
                   WS-COMPETENCIA.
           DISPLAY 'TESTCONS CONTRATOS NO REGISTRO.: '
                   WS-QTD-CONTRATOS.
           DISPLAY 'TESTCONS EMPREGADOS............: '
                   WS-QTD-EMPREGADOS.
           IF APLICAR-PARCELAS
               DISPLAY 'TESTCONS PARCELAS INTEGRAIS....: '
                       WS-QTD-INTEGRAIS
               DISPLAY 'TESTCONS PARCELAS PARCIAIS.....: '
                       WS-QTD-PARCIAIS
               DISPLAY 'TESTCONS PARCELAS RECUSADAS....: '
                       WS-QTD-RECUSADAS
               DISPLAY 'TESTCONS TOTAL DESCONTADO......: '
                       WS-TOTAL-DESCONTADO
               DISPLAY 'TESTCONS CREDORES COM REPASSE..: '
                       WS-QTD-CREDORES
           END-IF.

           IF (WS-QTD-PARCIAIS > ZEROS OR WS-QTD-RECUSADAS > ZEROS)
                  AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.

           STOP RUN.

      *----------------------------------------------------------*
      *    OBTER-DATA-NEGOCIO-CONS                                  *
      *    Competencia = ano/mes da data de negocio (DATACTL.DAT);  *
      *    sem o cartao vale a data corrente.                       *
      *----------------------------------------------------------*
       OBTER-DATA-NEGOCIO-CONS.
           ACCEPT WS-DATA-NEGOCIO FROM DATE YYYYMMDD.
           OPEN INPUT CARTAO-DATA-NEGOCIO.
           IF WS-STATUS-DATA-NEG = '00'
               READ CARTAO-DATA-NEGOCIO
                   AT END
                       CONTINUE
                   NOT AT END
                       IF DATA-NEGOCIO-CARTAO IS NUMERIC
                              AND DATA-NEGOCIO-CARTAO > ZEROS
                           MOVE DATA-NEGOCIO-CARTAO
                               TO WS-DATA-NEGOCIO
                       END-IF
               END-READ
           END-IF.
           CLOSE CARTAO-DATA-NEGOCIO.
           COMPUTE WS-COMPETENCIA = WS-DATA-NEGOCIO / 100.

       OBTER-DATA-NEGOCIO-CONS-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    CARREGAR-REGISTRO-CONSIGNADOS                            *
      *    O registro inteiro cabe na tabela ou o run para: ele e   *
      *    regravado do que foi carregado, e uma linha que nao      *
      *    coubesse seria perdida.                                  *
      *----------------------------------------------------------*
       CARREGAR-REGISTRO-CONSIGNADOS.
           OPEN INPUT REGISTRO-CONSIGNADOS.
           IF WS-STATUS-REGISTRO NOT = '00'
               DISPLAY 'TESTCONS CONSREG.DAT AUSENTE - NENHUM '
                       'CONTRATO CONSIGNADO'
               CLOSE REGISTRO-CONSIGNADOS
               GO TO CARREGAR-REGISTRO-CONSIGNADOS-EXIT
           END-IF.
           PERFORM LER-CONTRATO-CONSIGNADO
               UNTIL WS-EOF-REGISTRO = 'S'.
           CLOSE REGISTRO-CONSIGNADOS.

       CARREGAR-REGISTRO-CONSIGNADOS-EXIT.
           EXIT.

       LER-CONTRATO-CONSIGNADO.
           READ REGISTRO-CONSIGNADOS
               AT END
                   MOVE 'S' TO WS-EOF-REGISTRO
               NOT AT END
                   IF WS-QTD-CONTRATOS NOT < 1000
                       MOVE 'TESTCONS'          TO WS-EXC-PROGRAMA
                       MOVE 'LER-CONTRATO-CONSIGNADO'
                           TO WS-EXC-PARAGRAFO
                       MOVE 12                  TO WS-EXC-CODIGO
                       MOVE 'CONSREG.DAT EXCEDE 1000 CONTRATOS'
                           TO WS-EXC-MENSAGEM
                       MOVE 1 TO WS-EXC-SEVERIDADE
                       PERFORM GRAVAR-EXCECAO-GERAL
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-QTD-CONTRATOS
                   MOVE REG-CONSIGNADO
                       TO WS-CNS-REGISTRO (WS-QTD-CONTRATOS)
                   MOVE SPACES TO WS-CNS-NOME (WS-QTD-CONTRATOS)
                   MOVE ZEROS
                       TO WS-CNS-DESCONTADO (WS-QTD-CONTRATOS)
                   MOVE SPACE TO WS-CNS-SITUACAO (WS-QTD-CONTRATOS)
                   IF CNR-MATRICULA IS NUMERIC
                          AND CNR-MATRICULA > ZEROS
                          AND CNR-CREDOR NOT = SPACES
                          AND CNR-VALOR-PARCELA IS NUMERIC
                          AND CNR-PARCELAS-REST IS NUMERIC
                       MOVE 'S' TO WS-CNS-VALIDO (WS-QTD-CONTRATOS)
                       IF CNR-ULT-COMPETENCIA IS NOT NUMERIC
                           MOVE ZEROS TO WS-CNS-ULT-COMPETENCIA
                                             (WS-QTD-CONTRATOS)
                       END-IF
                   ELSE
                       MOVE 'N' TO WS-CNS-VALIDO (WS-QTD-CONTRATOS)
                       DISPLAY 'TESTCONS CONTRATO INVALIDO IGNORADO: '
                               REG-CONSIGNADO (1:21)
                   END-IF
           END-READ.

       LER-CONTRATO-CONSIGNADO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    VERIFICAR-EXTRATOS-LIQUIDOS                              *
      *    Liquido base: EMPLIQ.DAT (ou EMPEXTR.DAT sem TESTDEDU);  *
      *    liquido pos-ordens: GARNLIQ.DAT quando TESTGARN rodou.   *
      *    Descontar parcelas exige EMPLIQ.DAT.                     *
      *----------------------------------------------------------*
       VERIFICAR-EXTRATOS-LIQUIDOS.
           OPEN INPUT EXTRATO-LIQUIDO.
           IF WS-STATUS-LIQUIDO = '00'
               READ EXTRATO-LIQUIDO
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE 'S' TO WS-TEM-LIQUIDO
               END-READ
           END-IF.
           CLOSE EXTRATO-LIQUIDO.
           IF WS-TEM-LIQUIDO = 'N'
               MOVE 'EMPEXTR.DAT' TO WS-NOME-ARQ-BASE
               IF APLICAR-PARCELAS
                   DISPLAY 'TESTCONS EMPLIQ.DAT AUSENTE - PARCELAS '
                           'NAO DESCONTADAS'
                   MOVE 'TESTCONS'          TO WS-EXC-PROGRAMA
                   MOVE 'VERIFICAR-EXTRATOS-LIQUIDOS'
                       TO WS-EXC-PARAGRAFO
                   MOVE 8                   TO WS-EXC-CODIGO
                   MOVE 'EMPLIQ.DAT AUSENTE - CONSIGNADO NAO APLICADO'
                       TO WS-EXC-MENSAGEM
                   MOVE 2 TO WS-EXC-SEVERIDADE
                   PERFORM GRAVAR-EXCECAO-GERAL
                   MOVE 8 TO RETURN-CODE
                   MOVE 'N' TO WS-APLICAR-PARCELAS
               END-IF
           END-IF.

           OPEN INPUT EXTRATO-POS-ORDENS.
           IF WS-STATUS-POS-ORDENS = '00'
               READ EXTRATO-POS-ORDENS
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE 'S' TO WS-TEM-POS-ORDENS
               END-READ
           END-IF.
           CLOSE EXTRATO-POS-ORDENS.

           OPEN INPUT ARQUIVO-DESCONTOS.
           IF WS-STATUS-DESCONTOS = '00'
               MOVE 'S' TO WS-TEM-DESCONTOS
           END-IF.
           CLOSE ARQUIVO-DESCONTOS.

       VERIFICAR-EXTRATOS-LIQUIDOS-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    VERIFICAR-CONS-JA-APLICADO                               *
      *    Passo reexecutado na mesma noite: DEDUC.DAT ja traz as   *
      *    linhas 'CONS' e os extratos ja estao liquidos das        *
      *    parcelas - descontar de novo pagaria o credor duas       *
      *    vezes.                                                   *
      *----------------------------------------------------------*
       VERIFICAR-CONS-JA-APLICADO.
           IF WS-TEM-DESCONTOS = 'N'
               GO TO VERIFICAR-CONS-JA-APLICADO-EXIT
           END-IF.
           MOVE 'N' TO WS-EOF-COPIA.
           OPEN INPUT ARQUIVO-DESCONTOS.
           PERFORM PROCURAR-LINHA-CONS
               UNTIL WS-EOF-COPIA = 'S'
                  OR WS-CONS-JA-APLICADO = 'S'.
           CLOSE ARQUIVO-DESCONTOS.
           IF WS-CONS-JA-APLICADO = 'S'
               DISPLAY 'TESTCONS DEDUC.DAT JA TRAZ PARCELAS DE '
                       'CONSIGNADO - NADA E DESCONTADO DE NOVO'
               MOVE 'N' TO WS-APLICAR-PARCELAS
           END-IF.

       VERIFICAR-CONS-JA-APLICADO-EXIT.
           EXIT.

       PROCURAR-LINHA-CONS.
           READ ARQUIVO-DESCONTOS
               AT END
                   MOVE 'S' TO WS-EOF-COPIA
               NOT AT END
                   IF DSC-TIPO = 'D' AND DSC-CODIGO = 'CONS'
                       MOVE 'S' TO WS-CONS-JA-APLICADO
                   END-IF
           END-READ.

       PROCURAR-LINHA-CONS-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    PREPARAR-COPIAS-PRE-CONSIGNADO                           *
      *    Copia EMPLIQ.DAT, GARNLIQ.DAT e DEDUC.DAT para as        *
      *    versoes pre-consignado; o run le as copias e regrava     *
      *    os originais ja com as parcelas descontadas.             *
      *----------------------------------------------------------*
       PREPARAR-COPIAS-PRE-CONSIGNADO.
           MOVE 'N' TO WS-EOF-COPIA.
           OPEN INPUT EXTRATO-LIQUIDO.
           OPEN OUTPUT EXTRATO-LIQUIDO-ANT.
           PERFORM COPIAR-EXTRATO-LIQUIDO UNTIL WS-EOF-COPIA = 'S'.
           CLOSE EXTRATO-LIQUIDO.
           CLOSE EXTRATO-LIQUIDO-ANT.
           MOVE 'EMPLQANT.DAT' TO WS-NOME-ARQ-BASE.

           IF WS-TEM-POS-ORDENS = 'S'
               MOVE 'N' TO WS-EOF-COPIA
               OPEN INPUT EXTRATO-POS-ORDENS
               OPEN OUTPUT EXTRATO-POS-ORDENS-ANT
               PERFORM COPIAR-EXTRATO-POS UNTIL WS-EOF-COPIA = 'S'
               CLOSE EXTRATO-POS-ORDENS
               CLOSE EXTRATO-POS-ORDENS-ANT
               MOVE 'GARNLANT.DAT' TO WS-NOME-ARQ-BASE-POS
           END-IF.

           IF WS-TEM-DESCONTOS = 'S'
               MOVE 'N' TO WS-EOF-COPIA
               OPEN INPUT ARQUIVO-DESCONTOS
               OPEN OUTPUT ARQUIVO-DESCONTOS-ANT
               PERFORM COPIAR-DESCONTOS UNTIL WS-EOF-COPIA = 'S'
               CLOSE ARQUIVO-DESCONTOS
               CLOSE ARQUIVO-DESCONTOS-ANT
           END-IF.

       PREPARAR-COPIAS-PRE-CONSIGNADO-EXIT.
           EXIT.

       COPIAR-EXTRATO-LIQUIDO.
           READ EXTRATO-LIQUIDO
               AT END
                   MOVE 'S' TO WS-EOF-COPIA
               NOT AT END
                   WRITE REG-EXTRATO-LIQUIDO-ANT
                       FROM REG-EXTRATO-LIQUIDO
           END-READ.

       COPIAR-EXTRATO-LIQUIDO-EXIT.
           EXIT.

       COPIAR-EXTRATO-POS.
           READ EXTRATO-POS-ORDENS
               AT END
                   MOVE 'S' TO WS-EOF-COPIA
               NOT AT END
                   WRITE REG-EXTRATO-POS-ANT FROM REG-EXTRATO-POS
           END-READ.

       COPIAR-EXTRATO-POS-EXIT.
           EXIT.

       COPIAR-DESCONTOS.
           READ ARQUIVO-DESCONTOS
               AT END
                   MOVE 'S' TO WS-EOF-COPIA
               NOT AT END
                   WRITE REG-DESCONTO-ANT FROM REG-DESCONTO
           END-READ.

       COPIAR-DESCONTOS-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    LER-EMPREGADO-BASE                                       *
      *----------------------------------------------------------*
       LER-EMPREGADO-BASE.
           READ EXTRATO-BASE
               AT END
                   MOVE 'S' TO WS-EOF-BASE
               NOT AT END
                   IF REG-EXTRATO-BASE (1:6) = 'VERSAO'
                       PERFORM CONFERIR-VERSAO-EXTRATO THRU
                               CONFERIR-VERSAO-EXTRATO-EXIT
                   ELSE
                       PERFORM PROCESSAR-EMPREGADO-CONS THRU
                               PROCESSAR-EMPREGADO-CONS-EXIT
                   END-IF
           END-READ.

       LER-EMPREGADO-BASE-EXIT.
           EXIT.

      *    Avanca o liquido pos-ordens ao proximo empregado,
      *    pulando (e propagando, no run de desconto) o header de
      *    versao de layout.
       AVANCAR-BASE-POS.
           MOVE 'N' TO WS-POS-AVANCOU.
           PERFORM LER-REGISTRO-BASE-POS
               UNTIL WS-EOF-BASE-POS = 'S'
                  OR WS-POS-AVANCOU = 'S'.

       AVANCAR-BASE-POS-EXIT.
           EXIT.

       LER-REGISTRO-BASE-POS.
           READ EXTRATO-BASE-POS
               AT END
                   MOVE 'S' TO WS-EOF-BASE-POS
               NOT AT END
                   IF REG-EXTRATO-BASE-POS (1:6) = 'VERSAO'
                       IF APLICAR-PARCELAS
                           WRITE REG-EXTRATO-POS
                               FROM REG-EXTRATO-BASE-POS
                       END-IF
                   ELSE
                       MOVE 'S' TO WS-POS-AVANCOU
                   END-IF
           END-READ.

       LER-REGISTRO-BASE-POS-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    PROCESSAR-EMPREGADO-CONS                                 *
      *    Margem = 35% do liquido pos-ordens judiciais (as ordens  *
      *    tem prioridade sobre o consignado). Contratos na ordem   *
      *    do registro; o demonstrativo mostra o comprometido com   *
      *    todos os contratos ativos, descontados ou nao.           *
      *----------------------------------------------------------*
       PROCESSAR-EMPREGADO-CONS.
           ADD 1 TO WS-QTD-EMPREGADOS.
           MOVE BAS-EMPLOYEE-ID     TO WS-MATRICULA-ATUAL.
           MOVE BAS-EMPLOYEE-NAME   TO WS-NOME-ATUAL.
           MOVE BAS-EMPLOYEE-SALARY TO WS-LIQUIDO-BASE.
           MOVE BAS-EMPLOYEE-SALARY TO WS-LIQUIDO-POS.
           IF WS-TEM-POS-ORDENS = 'S'
                  AND WS-EOF-BASE-POS = 'N'
                  AND BPO-EMPLOYEE-ID = BAS-EMPLOYEE-ID
               MOVE BPO-EMPLOYEE-SALARY TO WS-LIQUIDO-POS
           END-IF.
           COMPUTE WS-MARGEM-TOTAL ROUNDED =
               WS-LIQUIDO-POS * WS-PCT-MARGEM / 100.
           MOVE ZEROS TO WS-COMPROMETIDO.
           MOVE ZEROS TO WS-DESCONTADO-EMPREGADO.

           MOVE WS-MATRICULA-ATUAL TO LMG-MATRICULA.
           MOVE WS-NOME-ATUAL      TO LMG-NOME.
           MOVE WS-LIQUIDO-POS     TO LMG-LIQUIDO.
           MOVE WS-MARGEM-TOTAL    TO LMG-MARGEM.

           PERFORM SOMAR-COMPROMETIDO
               VARYING WS-IDX-CONTRATO FROM 1 BY 1
               UNTIL WS-IDX-CONTRATO > WS-QTD-CONTRATOS.
           IF WS-COMPROMETIDO < WS-MARGEM-TOTAL
               COMPUTE WS-DISPONIVEL =
                   WS-MARGEM-TOTAL - WS-COMPROMETIDO
           ELSE
               MOVE ZEROS TO WS-DISPONIVEL
           END-IF.
           MOVE WS-COMPROMETIDO TO LMG-COMPROMETIDO.
           MOVE WS-DISPONIVEL   TO LMG-DISPONIVEL.
           WRITE REG-DEMONSTRATIVO-MARGEM FROM WS-LINHA-MARGEM.

           PERFORM TRATAR-CONTRATO-EMPREGADO THRU
                   TRATAR-CONTRATO-EMPREGADO-EXIT
               VARYING WS-IDX-CONTRATO FROM 1 BY 1
               UNTIL WS-IDX-CONTRATO > WS-QTD-CONTRATOS.

           IF APLICAR-PARCELAS
               PERFORM GRAVAR-EXTRATOS-POS-CONSIGNADO
           END-IF.
           IF WS-TEM-POS-ORDENS = 'S'
                  AND WS-EOF-BASE-POS = 'N'
                  AND BPO-EMPLOYEE-ID = BAS-EMPLOYEE-ID
               PERFORM AVANCAR-BASE-POS
           END-IF.

       PROCESSAR-EMPREGADO-CONS-EXIT.
           EXIT.

       SOMAR-COMPROMETIDO.
           IF WS-CNS-VALIDO (WS-IDX-CONTRATO) = 'S'
                  AND WS-CNS-MATRICULA (WS-IDX-CONTRATO)
                      = WS-MATRICULA-ATUAL
                  AND WS-CNS-PARCELAS-REST (WS-IDX-CONTRATO)
                      > ZEROS
               ADD WS-CNS-VALOR-PARCELA (WS-IDX-CONTRATO)
                   TO WS-COMPROMETIDO
           END-IF.

       SOMAR-COMPROMETIDO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    TRATAR-CONTRATO-EMPREGADO                                *
      *    Parcela integral se cabe no saldo da margem; senao       *
      *    parcial pelo saldo (credor que aceita) ou recusada.      *
      *    So a parcela integral abate parcela restante, e uma      *
      *    unica vez por competencia.                               *
      *----------------------------------------------------------*
       TRATAR-CONTRATO-EMPREGADO.
           IF WS-CNS-VALIDO (WS-IDX-CONTRATO) NOT = 'S'
                  OR WS-CNS-MATRICULA (WS-IDX-CONTRATO)
                     NOT = WS-MATRICULA-ATUAL
                  OR WS-CNS-PARCELAS-REST (WS-IDX-CONTRATO) = ZEROS
               GO TO TRATAR-CONTRATO-EMPREGADO-EXIT
           END-IF.

           MOVE WS-CNS-CREDOR (WS-IDX-CONTRATO)   TO LCM-CREDOR.
           MOVE WS-CNS-CONTRATO (WS-IDX-CONTRATO) TO LCM-CONTRATO.
           MOVE WS-CNS-VALOR-PARCELA (WS-IDX-CONTRATO)
               TO LCM-PARCELA.
           MOVE WS-CNS-PARCELAS-REST (WS-IDX-CONTRATO)
               TO LCM-RESTANTES.
           MOVE SPACES TO LCM-OBSERVACAO.

           IF NOT APLICAR-PARCELAS
               WRITE REG-DEMONSTRATIVO-MARGEM
                   FROM WS-LINHA-CONTRATO-MG
               GO TO TRATAR-CONTRATO-EMPREGADO-EXIT
           END-IF.

           MOVE WS-NOME-ATUAL TO WS-CNS-NOME (WS-IDX-CONTRATO).
           COMPUTE WS-MARGEM-RESTANTE =
               WS-MARGEM-TOTAL - WS-DESCONTADO-EMPREGADO.
           EVALUATE TRUE
               WHEN WS-CNS-VALOR-PARCELA (WS-IDX-CONTRATO)
                       <= WS-MARGEM-RESTANTE
                   MOVE WS-CNS-VALOR-PARCELA (WS-IDX-CONTRATO)
                       TO WS-CNS-DESCONTADO (WS-IDX-CONTRATO)
                   MOVE 'I' TO WS-CNS-SITUACAO (WS-IDX-CONTRATO)
                   ADD 1 TO WS-QTD-INTEGRAIS
                   MOVE 'DESCONTADA' TO LCM-OBSERVACAO
                   IF WS-CNS-ULT-COMPETENCIA (WS-IDX-CONTRATO)
                          NOT = WS-COMPETENCIA
                       SUBTRACT 1 FROM
                           WS-CNS-PARCELAS-REST (WS-IDX-CONTRATO)
                       MOVE WS-COMPETENCIA TO
                           WS-CNS-ULT-COMPETENCIA (WS-IDX-CONTRATO)
                   END-IF
               WHEN WS-MARGEM-RESTANTE > ZEROS
                       AND WS-CNS-ACEITA-PARCIAL (WS-IDX-CONTRATO)
                           = 'S'
                   MOVE WS-MARGEM-RESTANTE
                       TO WS-CNS-DESCONTADO (WS-IDX-CONTRATO)
                   MOVE 'P' TO WS-CNS-SITUACAO (WS-IDX-CONTRATO)
                   ADD 1 TO WS-QTD-PARCIAIS
                   MOVE 'PARCIAL - MARGEM' TO LCM-OBSERVACAO
                   PERFORM REGISTRAR-PARCELA-MARGEM
               WHEN OTHER
                   MOVE ZEROS TO WS-CNS-DESCONTADO (WS-IDX-CONTRATO)
                   MOVE 'R' TO WS-CNS-SITUACAO (WS-IDX-CONTRATO)
                   ADD 1 TO WS-QTD-RECUSADAS
                   MOVE 'RECUSADA - MARGEM' TO LCM-OBSERVACAO
                   PERFORM REGISTRAR-PARCELA-MARGEM
           END-EVALUATE.
           WRITE REG-DEMONSTRATIVO-MARGEM FROM WS-LINHA-CONTRATO-MG.

           IF WS-CNS-DESCONTADO (WS-IDX-CONTRATO) > ZEROS
               ADD WS-CNS-DESCONTADO (WS-IDX-CONTRATO)
                   TO WS-DESCONTADO-EMPREGADO
               ADD WS-CNS-DESCONTADO (WS-IDX-CONTRATO)
                   TO WS-TOTAL-DESCONTADO
               PERFORM REGISTRAR-CREDOR-RUN
           END-IF.

       TRATAR-CONTRATO-EMPREGADO-EXIT.
           EXIT.

       REGISTRAR-PARCELA-MARGEM.
           MOVE 'TESTCONS'                  TO WS-EXC-PROGRAMA.
           MOVE 'TRATAR-CONTRATO-EMPREGADO' TO WS-EXC-PARAGRAFO.
           MOVE 4                           TO WS-EXC-CODIGO.
           MOVE SPACES                      TO WS-EXC-MENSAGEM.
           STRING 'PARCELA ACIMA DA MARGEM MATR '
                  WS-MATRICULA-ATUAL ' CONTRATO '
                  WS-CNS-CONTRATO (WS-IDX-CONTRATO)
               DELIMITED BY SIZE
               INTO WS-EXC-MENSAGEM
           END-STRING.
           MOVE 3 TO WS-EXC-SEVERIDADE.
           PERFORM GRAVAR-EXCECAO-GERAL.

       REGISTRAR-PARCELA-MARGEM-EXIT.
           EXIT.

       REGISTRAR-CREDOR-RUN.
           MOVE 'N' TO WS-CREDOR-JA-EXISTE.
           PERFORM CONFERIR-CREDOR-RUN
               VARYING WS-IDX-CREDOR FROM 1 BY 1
               UNTIL WS-IDX-CREDOR > WS-QTD-CREDORES
                  OR WS-CREDOR-JA-EXISTE = 'S'.
           IF WS-CREDOR-JA-EXISTE = 'N' AND WS-QTD-CREDORES < 100
               ADD 1 TO WS-QTD-CREDORES
               MOVE WS-CNS-CREDOR (WS-IDX-CONTRATO)
                   TO WS-CREDOR-RUN (WS-QTD-CREDORES)
           END-IF.

       REGISTRAR-CREDOR-RUN-EXIT.
           EXIT.

       CONFERIR-CREDOR-RUN.
           IF WS-CREDOR-RUN (WS-IDX-CREDOR) =
                  WS-CNS-CREDOR (WS-IDX-CONTRATO)
               MOVE 'S' TO WS-CREDOR-JA-EXISTE
           END-IF.

       CONFERIR-CREDOR-RUN-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    GRAVAR-EXTRATOS-POS-CONSIGNADO                           *
      *    EMPLIQ.DAT e GARNLIQ.DAT regravados com o liquido menos  *
      *    as parcelas; DEDUC.DAT recebe as linhas 'CONS' antes da  *
      *    linha 'T' do empregado, que passa a incluir o desconto.  *
      *----------------------------------------------------------*
       GRAVAR-EXTRATOS-POS-CONSIGNADO.
           MOVE REG-EXTRATO-BASE TO REG-EXTRATO-LIQUIDO.
           COMPUTE LIQ-EMPLOYEE-SALARY =
               WS-LIQUIDO-BASE - WS-DESCONTADO-EMPREGADO.
           WRITE REG-EXTRATO-LIQUIDO.

           IF WS-TEM-POS-ORDENS = 'S'
                  AND WS-EOF-BASE-POS = 'N'
                  AND BPO-EMPLOYEE-ID = BAS-EMPLOYEE-ID
               MOVE REG-EXTRATO-BASE-POS TO REG-EXTRATO-POS
               COMPUTE POS-EMPLOYEE-SALARY =
                   WS-LIQUIDO-POS - WS-DESCONTADO-EMPREGADO
               WRITE REG-EXTRATO-POS
           END-IF.

           IF WS-TEM-DESCONTOS = 'S'
               PERFORM COPIAR-DESCONTO-EMPREGADO
                   UNTIL WS-EOF-DESCONTOS-ANT = 'S'
                      OR DSA-MATRICULA NOT = WS-MATRICULA-ATUAL
           END-IF.

       GRAVAR-EXTRATOS-POS-CONSIGNADO-EXIT.
           EXIT.

       AVANCAR-DESCONTO-ANT.
           READ ARQUIVO-DESCONTOS-ANT
               AT END
                   MOVE 'S' TO WS-EOF-DESCONTOS-ANT
           END-READ.

       AVANCAR-DESCONTO-ANT-EXIT.
           EXIT.

       COPIAR-DESCONTO-EMPREGADO.
           IF DSA-TIPO = 'T'
               PERFORM GRAVAR-LINHA-CONS
                   VARYING WS-IDX-CONTRATO FROM 1 BY 1
                   UNTIL WS-IDX-CONTRATO > WS-QTD-CONTRATOS
               MOVE REG-DESCONTO-ANT TO REG-DESCONTO
               ADD WS-DESCONTADO-EMPREGADO TO DSC-VALOR
               SUBTRACT WS-DESCONTADO-EMPREGADO FROM DSC-VALOR-2
               WRITE REG-DESCONTO
           ELSE
               WRITE REG-DESCONTO FROM REG-DESCONTO-ANT
           END-IF.
           PERFORM AVANCAR-DESCONTO-ANT.

       COPIAR-DESCONTO-EMPREGADO-EXIT.
           EXIT.

       COPIAR-DESCONTO-RESTANTE.
           WRITE REG-DESCONTO FROM REG-DESCONTO-ANT.
           PERFORM AVANCAR-DESCONTO-ANT.

       COPIAR-DESCONTO-RESTANTE-EXIT.
           EXIT.

       GRAVAR-LINHA-CONS.
           IF WS-CNS-MATRICULA (WS-IDX-CONTRATO) = WS-MATRICULA-ATUAL
                  AND WS-CNS-DESCONTADO (WS-IDX-CONTRATO) > ZEROS
               MOVE SPACES             TO REG-DESCONTO
               MOVE 'D'                TO DSC-TIPO
               MOVE WS-MATRICULA-ATUAL TO DSC-MATRICULA
               MOVE 'CONS'             TO DSC-CODIGO
               MOVE ZEROS              TO DSC-PCT
               MOVE WS-CNS-DESCONTADO (WS-IDX-CONTRATO)
                   TO DSC-VALOR
               MOVE ZEROS              TO DSC-VALOR-2
               MOVE ZEROS              TO DSC-QTD-DEPENDENTES
               WRITE REG-DESCONTO
           END-IF.

       GRAVAR-LINHA-CONS-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    GERAR-REMESSAS-CREDORES                                  *
      *    Um arquivo CNSxxxx.DAT por credor com parcela            *
      *    descontada no run: 'H', um 'D' por contrato, 'T'.        *
      *----------------------------------------------------------*
       GERAR-REMESSAS-CREDORES.
           PERFORM GERAR-REMESSA-CREDOR THRU
                   GERAR-REMESSA-CREDOR-EXIT
               VARYING WS-IDX-CREDOR FROM 1 BY 1
               UNTIL WS-IDX-CREDOR > WS-QTD-CREDORES.

       GERAR-REMESSAS-CREDORES-EXIT.
           EXIT.

       GERAR-REMESSA-CREDOR.
           MOVE WS-CREDOR-RUN (WS-IDX-CREDOR) TO WS-CREDOR-ATUAL.
           MOVE SPACES TO WS-NOME-ARQ-REMESSA.
           STRING 'CNS' WS-CREDOR-ATUAL '.DAT'
               DELIMITED BY SPACE
               INTO WS-NOME-ARQ-REMESSA
           END-STRING.
           OPEN OUTPUT REMESSA-CREDOR.
           IF WS-STATUS-REMESSA NOT = '00'
               MOVE 'TESTCONS'             TO WS-EXC-PROGRAMA
               MOVE 'GERAR-REMESSA-CREDOR' TO WS-EXC-PARAGRAFO
               MOVE WS-STATUS-REMESSA      TO WS-EXC-CODIGO
               MOVE SPACES                 TO WS-EXC-MENSAGEM
               STRING 'ERRO ABERTURA ' WS-NOME-ARQ-REMESSA
                   DELIMITED BY SIZE
                   INTO WS-EXC-MENSAGEM
               END-STRING
               MOVE 1 TO WS-EXC-SEVERIDADE
               PERFORM GRAVAR-EXCECAO-GERAL
               MOVE 12 TO RETURN-CODE
               GO TO GERAR-REMESSA-CREDOR-EXIT
           END-IF.
           MOVE ZEROS TO WS-QTD-REMESSA.
           MOVE ZEROS TO WS-TOTAL-REMESSA.

           MOVE SPACES          TO REG-REMESSA-CREDOR.
           MOVE 'H'             TO RMC-TIPO.
           MOVE WS-DATA-NEGOCIO TO RMC-HDR-DATA.
           MOVE WS-CREDOR-ATUAL TO RMC-HDR-CREDOR.
           WRITE REG-REMESSA-CREDOR.

           PERFORM GRAVAR-DETALHE-REMESSA
               VARYING WS-IDX-CONTRATO FROM 1 BY 1
               UNTIL WS-IDX-CONTRATO > WS-QTD-CONTRATOS.

           MOVE SPACES           TO REG-REMESSA-CREDOR.
           MOVE 'T'              TO RMC-TIPO.
           MOVE WS-QTD-REMESSA   TO RMC-TRL-QTD.
           MOVE WS-TOTAL-REMESSA TO RMC-TRL-VALOR.
           WRITE REG-REMESSA-CREDOR.
           CLOSE REMESSA-CREDOR.
           DISPLAY 'TESTCONS REPASSE ' WS-NOME-ARQ-REMESSA ': '
                   WS-QTD-REMESSA ' PARCELAS ' WS-TOTAL-REMESSA.

       GERAR-REMESSA-CREDOR-EXIT.
           EXIT.

       GRAVAR-DETALHE-REMESSA.
           IF WS-CNS-CREDOR (WS-IDX-CONTRATO) = WS-CREDOR-ATUAL
                  AND WS-CNS-DESCONTADO (WS-IDX-CONTRATO) > ZEROS
               MOVE SPACES TO REG-REMESSA-CREDOR
               MOVE 'D'    TO RMC-TIPO
               MOVE WS-CNS-MATRICULA (WS-IDX-CONTRATO)
                   TO RMC-DET-MATRICULA
               MOVE WS-CNS-NOME (WS-IDX-CONTRATO) TO RMC-DET-NOME
               MOVE WS-CNS-CONTRATO (WS-IDX-CONTRATO)
                   TO RMC-DET-CONTRATO
               MOVE WS-CNS-DESCONTADO (WS-IDX-CONTRATO)
                   TO RMC-DET-VALOR
               MOVE WS-CNS-SITUACAO (WS-IDX-CONTRATO)
                   TO RMC-DET-SITUACAO
               WRITE REG-REMESSA-CREDOR
               ADD 1 TO WS-QTD-REMESSA
               ADD WS-CNS-DESCONTADO (WS-IDX-CONTRATO)
                   TO WS-TOTAL-REMESSA
           END-IF.

       GRAVAR-DETALHE-REMESSA-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    REGRAVAR-REGISTRO-CONSIGNADOS                            *
      *    Parcelas restantes e ultima competencia atualizadas;     *
      *    contrato quitado fica com zero parcelas restantes.       *
      *----------------------------------------------------------*
       REGRAVAR-REGISTRO-CONSIGNADOS.
           IF WS-QTD-CONTRATOS = ZEROS
               GO TO REGRAVAR-REGISTRO-CONSIGNADOS-EXIT
           END-IF.
           OPEN OUTPUT REGISTRO-CONSIGNADOS.
           PERFORM GRAVAR-CONTRATO-CONSIGNADO
               VARYING WS-IDX-CONTRATO FROM 1 BY 1
               UNTIL WS-IDX-CONTRATO > WS-QTD-CONTRATOS.
           CLOSE REGISTRO-CONSIGNADOS.

       REGRAVAR-REGISTRO-CONSIGNADOS-EXIT.
           EXIT.

       GRAVAR-CONTRATO-CONSIGNADO.
           MOVE WS-CNS-REGISTRO (WS-IDX-CONTRATO) TO REG-CONSIGNADO.
           WRITE REG-CONSIGNADO.

       GRAVAR-CONTRATO-CONSIGNADO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    CONFERIR-VERSAO-EXTRATO                                  *
      *    Header de versao de layout (ver EXTVWS), conferido e,    *
      *    no run de desconto, propagado ao EMPLIQ.DAT regravado.   *
      *----------------------------------------------------------*
       CONFERIR-VERSAO-EXTRATO.
           MOVE REG-EXTRATO-BASE (7:2)
               TO WS-VERSAO-EXTRATO-LIDA.
           IF WS-VERSAO-EXTRATO-LIDA NOT = WS-VERSAO-EXTRATO-ATUAL
               DISPLAY 'TESTCONS VERSAO DO EXTRATO '
                       WS-VERSAO-EXTRATO-LIDA
                       ' INCOMPATIVEL - ESPERADA '
                       WS-VERSAO-EXTRATO-ATUAL
               MOVE 'TESTCONS'          TO WS-EXC-PROGRAMA
               MOVE 'CONFERIR-VERSAO-EXTRATO' TO WS-EXC-PARAGRAFO
               MOVE 8                   TO WS-EXC-CODIGO
               MOVE 'VERSAO DE LAYOUT DO EXTRATO INCOMPATIVEL'
                   TO WS-EXC-MENSAGEM
               MOVE 2 TO WS-EXC-SEVERIDADE
               PERFORM GRAVAR-EXCECAO-GERAL
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF APLICAR-PARCELAS
               MOVE REG-EXTRATO-BASE TO REG-EXTRATO-LIQUIDO
               WRITE REG-EXTRATO-LIQUIDO
           END-IF.

       CONFERIR-VERSAO-EXTRATO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    LER-MODO-EXECUCAO                                       *
      *    Cartao de modo de execucao compartilhado (RUNMDPRC).    *
      *----------------------------------------------------------*
       COPY RUNMDPRC.

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
