       IDENTIFICATION DIVISION.
       PROGRAM-ID. TESTSAUD.

      *----------------------------------------------------------*
      *    TESTSAUD                                                *
      *    Plano de saude e odontologico do mes, rodando no        *
      *    fechamento mensal (RUNMODE.DAT = 'M') antes de          *
      *    TESTDEDU.                                               *
      *    Entradas:                                               *
      *      - SAUDEREG.DAT: vidas inscritas, titular (sequencia   *
      *        00) e dependentes (sequencia do DEPNMST.DAT), com   *
      *        plano, faixa e vigencia;                            *
      *      - SAUDEPLN.DAT: mensalidade por plano/faixa e o       *
      *        percentual pago pelo empregado;                     *
      *      - SAUDECOP.DAT: coparticipacao de uso informada pela  *
      *        operadora, por vida e competencia;                  *
      *      - SAUDEFAT.DAT: fatura mensal da operadora, uma linha *
      *        por vida cobrada.                                   *
      *    Saidas:                                                 *
      *      - SAUDDESC.DAT: descontos 'SAUD' (parte do empregado  *
      *        nas mensalidades do titular e dependentes) e 'COPA' *
      *        (coparticipacao) por matricula, que TESTDEDU aplica *
      *        na mesma noite;                                     *
      *      - SAUDCONC.DAT: conciliacao da fatura contra as vidas *
      *        inscritas - cobrado sem inscricao, inscrito nao     *
      *        cobrado e valor divergente - com RC=4 se houver     *
      *        divergencia.                                        *
      *    Fora do fechamento mensal o passo nao faz nada.         *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXTRATO-EMPREGADOS
               ASSIGN TO "EMPEXTR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-EXTRATO.

           SELECT OPTIONAL CADASTRO-SAUDE
               ASSIGN TO "SAUDEREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CADASTRO.

           SELECT OPTIONAL TABELA-PLANOS
               ASSIGN TO "SAUDEPLN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-PLANOS.

           SELECT OPTIONAL ARQUIVO-COPARTICIPACAO
               ASSIGN TO "SAUDECOP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-COPART.

           SELECT OPTIONAL FATURA-OPERADORA
               ASSIGN TO "SAUDEFAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-FATURA.

           SELECT DESCONTOS-SAUDE
               ASSIGN TO "SAUDDESC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-DESCONTOS.

           SELECT RELATORIO-CONCILIACAO
               ASSIGN TO "SAUDCONC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RELATORIO.

           COPY RUNMDSEL.

           SELECT OPTIONAL CARTAO-DATA-NEGOCIO
               ASSIGN TO "DATACTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-DATA-NEG.

           COPY PERISEL.

           COPY EXCPSEL.

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

      *    Vida inscrita: sequencia 00 = titular.
       FD  CADASTRO-SAUDE.
       01  REG-CADASTRO-SAUDE.
           05  SRG-MATRICULA            PIC 9(05).
           05  SRG-SEQUENCIA            PIC 9(02).
           05  SRG-NOME                 PIC X(30).
           05  SRG-PLANO                PIC X(04).
           05  SRG-FAIXA                PIC X(02).
           05  SRG-DATA-INICIO          PIC 9(08).
           05  SRG-DATA-FIM             PIC 9(08).
           05  FILLER                   PIC X(21).

       FD  TABELA-PLANOS.
       01  REG-TABELA-PLANO.
           05  PLN-PLANO                PIC X(04).
           05  PLN-FAIXA                PIC X(02).
           05  PLN-TIPO                 PIC X(01).
               88  PLN-SAUDE                VALUE 'S'.
               88  PLN-ODONTO               VALUE 'O'.
           05  PLN-MENSALIDADE          PIC 9(05)V99.
           05  PLN-PCT-EMPREGADO        PIC 9(03)V99.
           05  FILLER                   PIC X(61).

       FD  ARQUIVO-COPARTICIPACAO.
       01  REG-COPARTICIPACAO.
           05  COP-MATRICULA            PIC 9(05).
           05  COP-SEQUENCIA            PIC 9(02).
           05  COP-COMPETENCIA          PIC 9(06).
           05  COP-VALOR                PIC 9(05)V99.
           05  FILLER                   PIC X(60).

       FD  FATURA-OPERADORA.
       01  REG-FATURA-OPERADORA.
           05  FAT-MATRICULA            PIC 9(05).
           05  FAT-SEQUENCIA            PIC 9(02).
           05  FAT-PLANO                PIC X(04).
           05  FAT-COMPETENCIA          PIC 9(06).
           05  FAT-VALOR                PIC 9(05)V99.
           05  FILLER                   PIC X(56).

      *    Mesmo layout de BENFDESC.DAT (TESTBENF), lido por
      *    TESTDEDU.
       FD  DESCONTOS-SAUDE.
       01  REG-DESCONTO-SAUDE.
           05  BDS-MATRICULA        PIC 9(05).
           05  BDS-COMPETENCIA      PIC 9(06).
           05  BDS-CODIGO           PIC X(04).
           05  BDS-PCT              PIC 9(03)V99.
           05  BDS-VALOR            PIC 9(07)V99.
           05  FILLER               PIC X(51).

       FD  RELATORIO-CONCILIACAO.
       01  REG-RELATORIO-CONCILIACAO PIC X(100).

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

       01  WS-STATUS-EXTRATO        PIC XX.
       01  WS-STATUS-CADASTRO       PIC XX.
       01  WS-STATUS-PLANOS         PIC XX.
       01  WS-STATUS-COPART         PIC XX.
       01  WS-STATUS-FATURA         PIC XX.
       01  WS-STATUS-DESCONTOS      PIC XX.
       01  WS-STATUS-RELATORIO      PIC XX.
       01  WS-STATUS-DATA-NEG       PIC XX.
       01  WS-EOF-EXTRATO           PIC X VALUE 'N'.
       01  WS-EOF-CADASTRO          PIC X VALUE 'N'.
       01  WS-EOF-PLANOS            PIC X VALUE 'N'.
       01  WS-EOF-COPART            PIC X VALUE 'N'.
       01  WS-EOF-FATURA            PIC X VALUE 'N'.

       01  WS-DATA-NEGOCIO          PIC 9(08) VALUE ZEROS.
       01  WS-COMPETENCIA           PIC 9(06) VALUE ZEROS.
       01  WS-INICIO-COMPETENCIA    PIC 9(08) VALUE ZEROS.
       01  WS-FIM-COMPETENCIA       PIC 9(08) VALUE ZEROS.

      *    Tabela de planos/faixas.
       01  WS-QTD-PLANOS            PIC 9(03) VALUE ZEROS.
       01  WS-IDX-PLANO             PIC 9(03) VALUE ZEROS.
       01  WS-PLANO-ACHADO          PIC X VALUE 'N'.
       01  WS-TABELA-PLANOS.
           05  WS-PLANO OCCURS 200 TIMES.
               10  WS-PLN-PLANO         PIC X(04).
               10  WS-PLN-FAIXA         PIC X(02).
               10  WS-PLN-MENSALIDADE   PIC 9(05)V99.
               10  WS-PLN-PCT-EMPREGADO PIC 9(03)V99.

      *    Vidas inscritas e vigentes na competencia.
       01  WS-QTD-VIDAS             PIC 9(04) VALUE ZEROS.
       01  WS-IDX-VIDA              PIC 9(04) VALUE ZEROS.
       01  WS-VIDA-ACHADA           PIC X VALUE 'N'.
       01  WS-TABELA-VIDAS.
           05  WS-VIDA OCCURS 5000 TIMES.
               10  WS-VID-MATRICULA     PIC 9(05).
               10  WS-VID-SEQUENCIA     PIC 9(02).
               10  WS-VID-NOME          PIC X(30).
               10  WS-VID-PLANO         PIC X(04).
               10  WS-VID-MENSALIDADE   PIC 9(05)V99.
               10  WS-VID-PCT-EMPREGADO PIC 9(03)V99.
               10  WS-VID-COPART        PIC 9(07)V99.
               10  WS-VID-COBRADA       PIC X(01).
               10  WS-VID-DESCONTADA    PIC X(01).

       01  WS-PARTE-EMPREGADO       PIC 9(07)V99 VALUE ZEROS.
       01  WS-SAUDE-EMPREGADO       PIC 9(07)V99 VALUE ZEROS.
       01  WS-COPART-EMPREGADO      PIC 9(07)V99 VALUE ZEROS.

       01  WS-QTD-INVALIDAS         PIC 9(05) VALUE ZEROS.
       01  WS-QTD-DIVERGENCIAS      PIC 9(05) VALUE ZEROS.
       01  WS-QTD-DESCONTOS         PIC 9(05) VALUE ZEROS.
       01  WS-TOTAL-DESCONTO-SAUD   PIC 9(11)V99 VALUE ZEROS.
       01  WS-TOTAL-DESCONTO-COPA   PIC 9(11)V99 VALUE ZEROS.
       01  WS-TOTAL-FATURA          PIC 9(11)V99 VALUE ZEROS.
       01  WS-TOTAL-ESPERADO        PIC 9(11)V99 VALUE ZEROS.

       01  WS-CABECALHO-CONC.
           05  FILLER               PIC X(44) VALUE
               'CONCILIACAO FATURA PLANO DE SAUDE - COMPET. '.
           05  CCN-COMPETENCIA      PIC 9(06).

       01  WS-LINHA-CONC.
           05  LCN-MATRICULA        PIC 9(05).
           05  FILLER               PIC X(01) VALUE '-'.
           05  LCN-SEQUENCIA        PIC 9(02).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  LCN-NOME             PIC X(30).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  LCN-PLANO            PIC X(04).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  LCN-VALOR-CADASTRO   PIC ZZ,ZZ9.99.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  LCN-VALOR-FATURA     PIC ZZ,ZZ9.99.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  LCN-MOTIVO           PIC X(30).

       01  WS-LINHA-TOTAL-CONC.
           05  FILLER               PIC X(18) VALUE
               'TOTAL FATURADO...:'.
           05  TCN-FATURA           PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(12) VALUE
               '  ESPERADO:'.
           05  TCN-ESPERADO         PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(16) VALUE
               '  DIVERGENCIAS:'.
           05  TCN-DIVERGENCIAS     PIC ZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 0 TO RETURN-CODE.
           MOVE 'TESTSAUD' TO WS-PER-PROGRAMA.
           PERFORM VERIFICAR-PERIODO-ABERTO THRU
                   VERIFICAR-PERIODO-ABERTO-EXIT.
           IF PERIODO-FECHADO
               STOP RUN
           END-IF.
           PERFORM LER-MODO-EXECUCAO.
           IF NOT MODO-FIM-DE-MES
               DISPLAY 'TESTSAUD FORA DO FECHAMENTO MENSAL - SEM '
                       'DESCONTO DE PLANO DE SAUDE'
               STOP RUN
           END-IF.
           PERFORM OBTER-DATA-NEGOCIO-SAUD.

           OPEN OUTPUT DESCONTOS-SAUDE.
           OPEN OUTPUT RELATORIO-CONCILIACAO.
           MOVE WS-COMPETENCIA TO CCN-COMPETENCIA.
           WRITE REG-RELATORIO-CONCILIACAO FROM WS-CABECALHO-CONC.

           PERFORM CARREGAR-PLANOS THRU
                   CARREGAR-PLANOS-EXIT.
           IF RETURN-CODE >= 8
               CLOSE DESCONTOS-SAUDE
               CLOSE RELATORIO-CONCILIACAO
               STOP RUN
           END-IF.
           PERFORM CARREGAR-VIDAS THRU
                   CARREGAR-VIDAS-EXIT.
           PERFORM CARREGAR-COPARTICIPACAO THRU
                   CARREGAR-COPARTICIPACAO-EXIT.

           OPEN INPUT EXTRATO-EMPREGADOS.
           IF WS-STATUS-EXTRATO NOT = '00'
               MOVE 'TESTSAUD'          TO WS-EXC-PROGRAMA
               MOVE 'MAIN-PROCEDURE'    TO WS-EXC-PARAGRAFO
               MOVE WS-STATUS-EXTRATO   TO WS-EXC-CODIGO
               MOVE 'ERRO ABERTURA EMPEXTR.DAT' TO WS-EXC-MENSAGEM
               MOVE 1 TO WS-EXC-SEVERIDADE
               PERFORM GRAVAR-EXCECAO-GERAL
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LER-EMPREGADO-EXTRATO
               UNTIL WS-EOF-EXTRATO = 'S'.
           CLOSE EXTRATO-EMPREGADOS.
           CLOSE DESCONTOS-SAUDE.

           PERFORM LISTAR-TITULAR-FORA-EXTRATO THRU
                   LISTAR-TITULAR-FORA-EXTRATO-EXIT
               VARYING WS-IDX-VIDA FROM 1 BY 1
               UNTIL WS-IDX-VIDA > WS-QTD-VIDAS.
           PERFORM CONCILIAR-FATURA THRU
                   CONCILIAR-FATURA-EXIT.
           PERFORM LISTAR-VIDA-NAO-COBRADA THRU
                   LISTAR-VIDA-NAO-COBRADA-EXIT
               VARYING WS-IDX-VIDA FROM 1 BY 1
               UNTIL WS-IDX-VIDA > WS-QTD-VIDAS.

           MOVE SPACES TO REG-RELATORIO-CONCILIACAO.
           WRITE REG-RELATORIO-CONCILIACAO.
           MOVE WS-TOTAL-FATURA     TO TCN-FATURA.
           MOVE WS-TOTAL-ESPERADO   TO TCN-ESPERADO.
           MOVE WS-QTD-DIVERGENCIAS TO TCN-DIVERGENCIAS.
           WRITE REG-RELATORIO-CONCILIACAO FROM WS-LINHA-TOTAL-CONC.
           CLOSE RELATORIO-CONCILIACAO.

           DISPLAY 'TESTSAUD COMPETENCIA...........: '
                   WS-COMPETENCIA.
           DISPLAY 'TESTSAUD VIDAS VIGENTES........: '
                   WS-QTD-VIDAS.
           DISPLAY 'TESTSAUD EMPREGADOS DESCONTADOS: '
                   WS-QTD-DESCONTOS.
           DISPLAY 'TESTSAUD DESCONTO MENSALIDADES.: '
                   WS-TOTAL-DESCONTO-SAUD.
           DISPLAY 'TESTSAUD DESCONTO COPARTICIPAC.: '
                   WS-TOTAL-DESCONTO-COPA.
           DISPLAY 'TESTSAUD TOTAL DA FATURA.......: '
                   WS-TOTAL-FATURA.
           DISPLAY 'TESTSAUD TOTAL ESPERADO........: '
                   WS-TOTAL-ESPERADO.
           DISPLAY 'TESTSAUD DIVERGENCIAS..........: '
                   WS-QTD-DIVERGENCIAS.
           DISPLAY 'TESTSAUD INSCRICOES INVALIDAS..: '
                   WS-QTD-INVALIDAS.

           IF (WS-QTD-DIVERGENCIAS > ZEROS
                  OR WS-QTD-INVALIDAS > ZEROS)
                  AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.

           STOP RUN.

      *----------------------------------------------------------*
      *    OBTER-DATA-NEGOCIO-SAUD                                  *
      *    Competencia = ano/mes da data de negocio (DATACTL.DAT).  *
      *----------------------------------------------------------*
       OBTER-DATA-NEGOCIO-SAUD.
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
           COMPUTE WS-INICIO-COMPETENCIA = WS-COMPETENCIA * 100 + 1.
           COMPUTE WS-FIM-COMPETENCIA = WS-COMPETENCIA * 100 + 31.

       OBTER-DATA-NEGOCIO-SAUD-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    CARREGAR-PLANOS                                          *
      *    Sem tabela de planos nao ha como precificar: RC=8 e      *
      *    nenhum desconto (SAUDDESC.DAT sai vazio).                *
      *----------------------------------------------------------*
       CARREGAR-PLANOS.
           OPEN INPUT TABELA-PLANOS.
           IF WS-STATUS-PLANOS = '00'
               PERFORM LER-PLANO
                   UNTIL WS-EOF-PLANOS = 'S'
           END-IF.
           CLOSE TABELA-PLANOS.
           IF WS-QTD-PLANOS = ZEROS
               DISPLAY 'TESTSAUD SAUDEPLN.DAT AUSENTE OU VAZIO - SEM '
                       'DESCONTO DE PLANO DE SAUDE'
               MOVE 'TESTSAUD'          TO WS-EXC-PROGRAMA
               MOVE 'CARREGAR-PLANOS'   TO WS-EXC-PARAGRAFO
               MOVE 8                   TO WS-EXC-CODIGO
               MOVE 'TABELA DE PLANOS SAUDEPLN.DAT VAZIA'
                   TO WS-EXC-MENSAGEM
               MOVE 2 TO WS-EXC-SEVERIDADE
               PERFORM GRAVAR-EXCECAO-GERAL
               MOVE 8 TO RETURN-CODE
           END-IF.

       CARREGAR-PLANOS-EXIT.
           EXIT.

       LER-PLANO.
           READ TABELA-PLANOS
               AT END
                   MOVE 'S' TO WS-EOF-PLANOS
               NOT AT END
                   IF PLN-PLANO NOT = SPACES
                          AND PLN-MENSALIDADE IS NUMERIC
                          AND PLN-PCT-EMPREGADO IS NUMERIC
                          AND PLN-PCT-EMPREGADO NOT > 100
                          AND WS-QTD-PLANOS < 200
                       ADD 1 TO WS-QTD-PLANOS
                       MOVE PLN-PLANO TO WS-PLN-PLANO (WS-QTD-PLANOS)
                       MOVE PLN-FAIXA TO WS-PLN-FAIXA (WS-QTD-PLANOS)
                       MOVE PLN-MENSALIDADE
                           TO WS-PLN-MENSALIDADE (WS-QTD-PLANOS)
                       MOVE PLN-PCT-EMPREGADO
                           TO WS-PLN-PCT-EMPREGADO (WS-QTD-PLANOS)
                   END-IF
           END-READ.

       LER-PLANO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    CARREGAR-VIDAS                                           *
      *    So vidas vigentes na competencia; plano/faixa fora da    *
      *    tabela vai para o log de excecoes (RC=4).                *
      *----------------------------------------------------------*
       CARREGAR-VIDAS.
           OPEN INPUT CADASTRO-SAUDE.
           IF WS-STATUS-CADASTRO NOT = '00'
               DISPLAY 'TESTSAUD SAUDEREG.DAT AUSENTE - NENHUMA VIDA '
                       'INSCRITA'
               CLOSE CADASTRO-SAUDE
               GO TO CARREGAR-VIDAS-EXIT
           END-IF.
           PERFORM LER-VIDA-INSCRITA
               UNTIL WS-EOF-CADASTRO = 'S'.
           CLOSE CADASTRO-SAUDE.

       CARREGAR-VIDAS-EXIT.
           EXIT.

       LER-VIDA-INSCRITA.
           READ CADASTRO-SAUDE
               AT END
                   MOVE 'S' TO WS-EOF-CADASTRO
               NOT AT END
                   PERFORM GUARDAR-VIDA THRU
                           GUARDAR-VIDA-EXIT
           END-READ.

       LER-VIDA-INSCRITA-EXIT.
           EXIT.

       GUARDAR-VIDA.
           IF SRG-MATRICULA IS NOT NUMERIC
                  OR SRG-SEQUENCIA IS NOT NUMERIC
                  OR SRG-DATA-INICIO IS NOT NUMERIC
                  OR SRG-DATA-FIM IS NOT NUMERIC
               MOVE 'INSCRICAO INVALIDA: ' TO WS-EXC-MENSAGEM
               PERFORM REJEITAR-VIDA
               GO TO GUARDAR-VIDA-EXIT
           END-IF.
           IF SRG-DATA-INICIO > WS-FIM-COMPETENCIA
               GO TO GUARDAR-VIDA-EXIT
           END-IF.
           IF SRG-DATA-FIM NOT = ZEROS
                  AND SRG-DATA-FIM < WS-INICIO-COMPETENCIA
               GO TO GUARDAR-VIDA-EXIT
           END-IF.

           MOVE 'N' TO WS-PLANO-ACHADO.
           PERFORM PROCURAR-PLANO
               VARYING WS-IDX-PLANO FROM 1 BY 1
               UNTIL WS-IDX-PLANO > WS-QTD-PLANOS
                  OR WS-PLANO-ACHADO = 'S'.
           IF WS-PLANO-ACHADO = 'N'
               MOVE 'PLANO/FAIXA SEM PRECO: ' TO WS-EXC-MENSAGEM
               PERFORM REJEITAR-VIDA
               GO TO GUARDAR-VIDA-EXIT
           END-IF.
           SUBTRACT 1 FROM WS-IDX-PLANO.
           IF WS-QTD-VIDAS NOT < 5000
               MOVE 'SAUDEREG EXCEDE 5000 VIDAS: ' TO WS-EXC-MENSAGEM
               PERFORM REJEITAR-VIDA
               GO TO GUARDAR-VIDA-EXIT
           END-IF.

           ADD 1 TO WS-QTD-VIDAS.
           MOVE SRG-MATRICULA TO WS-VID-MATRICULA (WS-QTD-VIDAS).
           MOVE SRG-SEQUENCIA TO WS-VID-SEQUENCIA (WS-QTD-VIDAS).
           MOVE SRG-NOME      TO WS-VID-NOME (WS-QTD-VIDAS).
           MOVE SRG-PLANO     TO WS-VID-PLANO (WS-QTD-VIDAS).
           MOVE WS-PLN-MENSALIDADE (WS-IDX-PLANO)
               TO WS-VID-MENSALIDADE (WS-QTD-VIDAS).
           MOVE WS-PLN-PCT-EMPREGADO (WS-IDX-PLANO)
               TO WS-VID-PCT-EMPREGADO (WS-QTD-VIDAS).
           MOVE ZEROS TO WS-VID-COPART (WS-QTD-VIDAS).
           MOVE 'N'   TO WS-VID-COBRADA (WS-QTD-VIDAS).
           MOVE 'N'   TO WS-VID-DESCONTADA (WS-QTD-VIDAS).
           ADD WS-PLN-MENSALIDADE (WS-IDX-PLANO) TO WS-TOTAL-ESPERADO.

       GUARDAR-VIDA-EXIT.
           EXIT.

       PROCURAR-PLANO.
           IF WS-PLN-PLANO (WS-IDX-PLANO) = SRG-PLANO
                  AND WS-PLN-FAIXA (WS-IDX-PLANO) = SRG-FAIXA
               MOVE 'S' TO WS-PLANO-ACHADO
           END-IF.

       PROCURAR-PLANO-EXIT.
           EXIT.

       REJEITAR-VIDA.
           ADD 1 TO WS-QTD-INVALIDAS.
           MOVE 'TESTSAUD'      TO WS-EXC-PROGRAMA.
           MOVE 'GUARDAR-VIDA'  TO WS-EXC-PARAGRAFO.
           MOVE 4               TO WS-EXC-CODIGO.
           MOVE REG-CADASTRO-SAUDE (1:7) TO WS-EXC-MENSAGEM (30:7).
           MOVE 3 TO WS-EXC-SEVERIDADE.
           PERFORM GRAVAR-EXCECAO-GERAL.

       REJEITAR-VIDA-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    CARREGAR-COPARTICIPACAO                                  *
      *    Uso da competencia somado na vida; uso de vida nao       *
      *    inscrita vai para a conciliacao.                         *
      *----------------------------------------------------------*
       CARREGAR-COPARTICIPACAO.
           OPEN INPUT ARQUIVO-COPARTICIPACAO.
           IF WS-STATUS-COPART = '00'
               PERFORM LER-COPARTICIPACAO
                   UNTIL WS-EOF-COPART = 'S'
           END-IF.
           CLOSE ARQUIVO-COPARTICIPACAO.

       CARREGAR-COPARTICIPACAO-EXIT.
           EXIT.

       LER-COPARTICIPACAO.
           READ ARQUIVO-COPARTICIPACAO
               AT END
                   MOVE 'S' TO WS-EOF-COPART
               NOT AT END
                   IF COP-MATRICULA IS NUMERIC
                          AND COP-SEQUENCIA IS NUMERIC
                          AND COP-COMPETENCIA = WS-COMPETENCIA
                          AND COP-VALOR IS NUMERIC
                       PERFORM SOMAR-COPARTICIPACAO THRU
                               SOMAR-COPARTICIPACAO-EXIT
                   END-IF
           END-READ.

       LER-COPARTICIPACAO-EXIT.
           EXIT.

       SOMAR-COPARTICIPACAO.
           MOVE 'N' TO WS-VIDA-ACHADA.
           PERFORM PROCURAR-VIDA-COPART
               VARYING WS-IDX-VIDA FROM 1 BY 1
               UNTIL WS-IDX-VIDA > WS-QTD-VIDAS
                  OR WS-VIDA-ACHADA = 'S'.
           IF WS-VIDA-ACHADA = 'N'
               MOVE COP-MATRICULA TO LCN-MATRICULA
               MOVE COP-SEQUENCIA TO LCN-SEQUENCIA
               MOVE SPACES        TO LCN-NOME
               MOVE SPACES        TO LCN-PLANO
               MOVE ZEROS         TO LCN-VALOR-CADASTRO
               MOVE COP-VALOR     TO LCN-VALOR-FATURA
               MOVE 'COPARTICIPACAO SEM INSCRICAO' TO LCN-MOTIVO
               PERFORM GRAVAR-DIVERGENCIA
               GO TO SOMAR-COPARTICIPACAO-EXIT
           END-IF.
           SUBTRACT 1 FROM WS-IDX-VIDA.
           ADD COP-VALOR TO WS-VID-COPART (WS-IDX-VIDA).

       SOMAR-COPARTICIPACAO-EXIT.
           EXIT.

       PROCURAR-VIDA-COPART.
           IF WS-VID-MATRICULA (WS-IDX-VIDA) = COP-MATRICULA
                  AND WS-VID-SEQUENCIA (WS-IDX-VIDA) = COP-SEQUENCIA
               MOVE 'S' TO WS-VIDA-ACHADA
           END-IF.

       PROCURAR-VIDA-COPART-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    LER-EMPREGADO-EXTRATO                                    *
      *    Desconto so para titular presente no extrato do dia.     *
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
                       PERFORM CALCULAR-DESCONTO-SAUDE THRU
                               CALCULAR-DESCONTO-SAUDE-EXIT
                   END-IF
           END-READ.

       LER-EMPREGADO-EXTRATO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    CALCULAR-DESCONTO-SAUDE                                  *
      *    'SAUD' = soma da parte do empregado nas mensalidades do  *
      *    titular e dependentes; 'COPA' = coparticipacao do mes.   *
      *----------------------------------------------------------*
       CALCULAR-DESCONTO-SAUDE.
           MOVE ZEROS TO WS-SAUDE-EMPREGADO.
           MOVE ZEROS TO WS-COPART-EMPREGADO.
           PERFORM SOMAR-VIDA-EMPREGADO
               VARYING WS-IDX-VIDA FROM 1 BY 1
               UNTIL WS-IDX-VIDA > WS-QTD-VIDAS.
           IF WS-SAUDE-EMPREGADO = ZEROS
                  AND WS-COPART-EMPREGADO = ZEROS
               GO TO CALCULAR-DESCONTO-SAUDE-EXIT
           END-IF.
           ADD 1 TO WS-QTD-DESCONTOS.

           IF WS-SAUDE-EMPREGADO > ZEROS
               MOVE SPACES             TO REG-DESCONTO-SAUDE
               MOVE EXT-EMPLOYEE-ID    TO BDS-MATRICULA
               MOVE WS-COMPETENCIA     TO BDS-COMPETENCIA
               MOVE 'SAUD'             TO BDS-CODIGO
               MOVE ZEROS              TO BDS-PCT
               MOVE WS-SAUDE-EMPREGADO TO BDS-VALOR
               WRITE REG-DESCONTO-SAUDE
               ADD WS-SAUDE-EMPREGADO TO WS-TOTAL-DESCONTO-SAUD
           END-IF.
           IF WS-COPART-EMPREGADO > ZEROS
               MOVE SPACES              TO REG-DESCONTO-SAUDE
               MOVE EXT-EMPLOYEE-ID     TO BDS-MATRICULA
               MOVE WS-COMPETENCIA      TO BDS-COMPETENCIA
               MOVE 'COPA'              TO BDS-CODIGO
               MOVE ZEROS               TO BDS-PCT
               MOVE WS-COPART-EMPREGADO TO BDS-VALOR
               WRITE REG-DESCONTO-SAUDE
               ADD WS-COPART-EMPREGADO TO WS-TOTAL-DESCONTO-COPA
           END-IF.

       CALCULAR-DESCONTO-SAUDE-EXIT.
           EXIT.

       SOMAR-VIDA-EMPREGADO.
           IF WS-VID-MATRICULA (WS-IDX-VIDA) = EXT-EMPLOYEE-ID
               MOVE 'S' TO WS-VID-DESCONTADA (WS-IDX-VIDA)
               COMPUTE WS-PARTE-EMPREGADO ROUNDED =
                   WS-VID-MENSALIDADE (WS-IDX-VIDA)
                   * WS-VID-PCT-EMPREGADO (WS-IDX-VIDA) / 100
               ADD WS-PARTE-EMPREGADO TO WS-SAUDE-EMPREGADO
               ADD WS-VID-COPART (WS-IDX-VIDA) TO WS-COPART-EMPREGADO
           END-IF.

       SOMAR-VIDA-EMPREGADO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    LISTAR-TITULAR-FORA-EXTRATO                              *
      *    Vida vigente cujo titular nao esta no extrato do dia     *
      *    (desligado ou bloqueado): nada foi descontado.           *
      *----------------------------------------------------------*
       LISTAR-TITULAR-FORA-EXTRATO.
           IF WS-VID-DESCONTADA (WS-IDX-VIDA) = 'S'
               GO TO LISTAR-TITULAR-FORA-EXTRATO-EXIT
           END-IF.
           MOVE WS-VID-MATRICULA (WS-IDX-VIDA)   TO LCN-MATRICULA.
           MOVE WS-VID-SEQUENCIA (WS-IDX-VIDA)   TO LCN-SEQUENCIA.
           MOVE WS-VID-NOME (WS-IDX-VIDA)        TO LCN-NOME.
           MOVE WS-VID-PLANO (WS-IDX-VIDA)       TO LCN-PLANO.
           MOVE WS-VID-MENSALIDADE (WS-IDX-VIDA) TO LCN-VALOR-CADASTRO.
           MOVE ZEROS                            TO LCN-VALOR-FATURA.
           MOVE 'TITULAR FORA DO EXTRATO'        TO LCN-MOTIVO.
           PERFORM GRAVAR-DIVERGENCIA.

       LISTAR-TITULAR-FORA-EXTRATO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    CONCILIAR-FATURA                                         *
      *    Cada linha da fatura da competencia contra as vidas      *
      *    inscritas (matricula + sequencia + plano).               *
      *----------------------------------------------------------*
       CONCILIAR-FATURA.
           OPEN INPUT FATURA-OPERADORA.
           IF WS-STATUS-FATURA NOT = '00'
               DISPLAY 'TESTSAUD SAUDEFAT.DAT AUSENTE - FATURA NAO '
                       'CONCILIADA'
               MOVE 'TESTSAUD'          TO WS-EXC-PROGRAMA
               MOVE 'CONCILIAR-FATURA'  TO WS-EXC-PARAGRAFO
               MOVE 4                   TO WS-EXC-CODIGO
               MOVE 'FATURA DA OPERADORA AUSENTE'
                   TO WS-EXC-MENSAGEM
               MOVE 3 TO WS-EXC-SEVERIDADE
               PERFORM GRAVAR-EXCECAO-GERAL
               CLOSE FATURA-OPERADORA
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
               GO TO CONCILIAR-FATURA-EXIT
           END-IF.
           PERFORM LER-LINHA-FATURA
               UNTIL WS-EOF-FATURA = 'S'.
           CLOSE FATURA-OPERADORA.

       CONCILIAR-FATURA-EXIT.
           EXIT.

       LER-LINHA-FATURA.
           READ FATURA-OPERADORA
               AT END
                   MOVE 'S' TO WS-EOF-FATURA
               NOT AT END
                   IF FAT-MATRICULA IS NUMERIC
                          AND FAT-SEQUENCIA IS NUMERIC
                          AND FAT-COMPETENCIA = WS-COMPETENCIA
                          AND FAT-VALOR IS NUMERIC
                       PERFORM CONFERIR-LINHA-FATURA THRU
                               CONFERIR-LINHA-FATURA-EXIT
                   END-IF
           END-READ.

       LER-LINHA-FATURA-EXIT.
           EXIT.

       CONFERIR-LINHA-FATURA.
           ADD FAT-VALOR TO WS-TOTAL-FATURA.
           MOVE 'N' TO WS-VIDA-ACHADA.
           PERFORM PROCURAR-VIDA-FATURA
               VARYING WS-IDX-VIDA FROM 1 BY 1
               UNTIL WS-IDX-VIDA > WS-QTD-VIDAS
                  OR WS-VIDA-ACHADA = 'S'.
           MOVE FAT-MATRICULA TO LCN-MATRICULA.
           MOVE FAT-SEQUENCIA TO LCN-SEQUENCIA.
           MOVE FAT-PLANO     TO LCN-PLANO.
           MOVE FAT-VALOR     TO LCN-VALOR-FATURA.
           IF WS-VIDA-ACHADA = 'N'
               MOVE SPACES                  TO LCN-NOME
               MOVE ZEROS                   TO LCN-VALOR-CADASTRO
               MOVE 'COBRADO SEM INSCRICAO' TO LCN-MOTIVO
               PERFORM GRAVAR-DIVERGENCIA
               GO TO CONFERIR-LINHA-FATURA-EXIT
           END-IF.
           SUBTRACT 1 FROM WS-IDX-VIDA.
           MOVE 'S' TO WS-VID-COBRADA (WS-IDX-VIDA).
           IF FAT-VALOR NOT = WS-VID-MENSALIDADE (WS-IDX-VIDA)
               MOVE WS-VID-NOME (WS-IDX-VIDA) TO LCN-NOME
               MOVE WS-VID-MENSALIDADE (WS-IDX-VIDA)
                   TO LCN-VALOR-CADASTRO
               MOVE 'VALOR DIVERGENTE'        TO LCN-MOTIVO
               PERFORM GRAVAR-DIVERGENCIA
           END-IF.

       CONFERIR-LINHA-FATURA-EXIT.
           EXIT.

       PROCURAR-VIDA-FATURA.
           IF WS-VID-MATRICULA (WS-IDX-VIDA) = FAT-MATRICULA
                  AND WS-VID-SEQUENCIA (WS-IDX-VIDA) = FAT-SEQUENCIA
                  AND WS-VID-PLANO (WS-IDX-VIDA) = FAT-PLANO
                  AND WS-VID-COBRADA (WS-IDX-VIDA) = 'N'
               MOVE 'S' TO WS-VIDA-ACHADA
           END-IF.

       PROCURAR-VIDA-FATURA-EXIT.
           EXIT.

       LISTAR-VIDA-NAO-COBRADA.
           IF WS-VID-COBRADA (WS-IDX-VIDA) = 'S'
                  OR WS-STATUS-FATURA NOT = '00'
               GO TO LISTAR-VIDA-NAO-COBRADA-EXIT
           END-IF.
           MOVE WS-VID-MATRICULA (WS-IDX-VIDA)   TO LCN-MATRICULA.
           MOVE WS-VID-SEQUENCIA (WS-IDX-VIDA)   TO LCN-SEQUENCIA.
           MOVE WS-VID-NOME (WS-IDX-VIDA)        TO LCN-NOME.
           MOVE WS-VID-PLANO (WS-IDX-VIDA)       TO LCN-PLANO.
           MOVE WS-VID-MENSALIDADE (WS-IDX-VIDA) TO LCN-VALOR-CADASTRO.
           MOVE ZEROS                            TO LCN-VALOR-FATURA.
           MOVE 'INSCRITO NAO COBRADO'           TO LCN-MOTIVO.
           PERFORM GRAVAR-DIVERGENCIA.

       LISTAR-VIDA-NAO-COBRADA-EXIT.
           EXIT.

       GRAVAR-DIVERGENCIA.
           ADD 1 TO WS-QTD-DIVERGENCIAS.
           WRITE REG-RELATORIO-CONCILIACAO FROM WS-LINHA-CONC.

       GRAVAR-DIVERGENCIA-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    CONFERIR-VERSAO-EXTRATO                                  *
      *    Header de versao de layout do extrato (ver EXTVWS).      *
      *----------------------------------------------------------*
       CONFERIR-VERSAO-EXTRATO.
           MOVE REG-EXTRATO-EMPREGADO (7:2)
               TO WS-VERSAO-EXTRATO-LIDA.
           IF WS-VERSAO-EXTRATO-LIDA NOT = WS-VERSAO-EXTRATO-ATUAL
               DISPLAY 'TESTSAUD VERSAO DO EXTRATO '
                       WS-VERSAO-EXTRATO-LIDA
                       ' INCOMPATIVEL - ESPERADA '
                       WS-VERSAO-EXTRATO-ATUAL
               MOVE 'TESTSAUD'          TO WS-EXC-PROGRAMA
               MOVE 'CONFERIR-VERSAO-EXTRATO' TO WS-EXC-PARAGRAFO
               MOVE 8                   TO WS-EXC-CODIGO
               MOVE 'VERSAO DE LAYOUT DO EXTRATO INCOMPATIVEL'
                   TO WS-EXC-MENSAGEM
               MOVE 2 TO WS-EXC-SEVERIDADE
               PERFORM GRAVAR-EXCECAO-GERAL
               MOVE 8 TO RETURN-CODE
               STOP RUN
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
