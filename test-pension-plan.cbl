       IDENTIFICATION DIVISION.
       PROGRAM-ID. TESTPREV.

      *----------------------------------------------------------*
      *    TESTPREV                                                *
      *    Previdencia privada: contribuicao do empregado e        *
      *    contrapartida patronal do mes, rodando no fechamento    *
      *    mensal (RUNMODE.DAT = 'M') antes de TESTDEDU.           *
      *    Entradas:                                               *
      *      - PREVREG.DAT: adesao ao plano - matricula,           *
      *        percentual de contribuicao do empregado, data de    *
      *        adesao e data de saida (zero = em aberto);          *
      *      - PREVPLN.DAT: regras do plano (ver PREVFD) -         *
      *        contrapartida patronal, teto e faixa do percentual  *
      *        do empregado, escala de aquisicao;                  *
      *      - PREVSALD.DAT: razao de saldos por participante.     *
      *    Saidas:                                                 *
      *      - PREVDESC.DAT: desconto 'PREV' por matricula, que    *
      *        TESTDEDU abate da base do IRRF antes do calculo do  *
      *        imposto;                                            *
      *      - PREVREM.DAT: arquivo de contribuicoes para a        *
      *        administradora do plano (ver PRVRFD), lido tambem   *
      *        por TESTGLPO para lancar o custo patronal;          *
      *      - PREVSALD.DAT regravado com os saldos acumulados     *
      *        (usado por TESTRESC no desligamento).               *
      *    Contribuicao do empregado = salario x percentual da     *
      *    adesao (percentual fora da faixa do plano e ajustado ao *
      *    limite, com aviso no log de excecoes). Contrapartida =  *
      *    contribuicao x % de contrapartida, limitada ao teto em  *
      *    % do salario.                                           *
      *    Adesao invalida ou duplicada vai para o log de excecoes *
      *    (RC=4); vale a primeira. Sem regra 'R' no PREVPLN.DAT:  *
      *    RC=8 e nenhuma contribuicao.                            *
      *    Fora do fechamento mensal o passo nao faz nada.         *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXTRATO-EMPREGADOS
               ASSIGN TO "EMPEXTR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-EXTRATO.

           SELECT OPTIONAL CADASTRO-ADESAO-PREV
               ASSIGN TO "PREVREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-ADESAO.

           COPY PREVSEL.

           SELECT DESCONTOS-PREVIDENCIA
               ASSIGN TO "PREVDESC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-DESCONTOS.

           COPY PRVRSEL.

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

       FD  CADASTRO-ADESAO-PREV.
       01  REG-ADESAO-PREV.
           05  ADP-MATRICULA            PIC 9(05).
           05  ADP-PCT-EMPREGADO        PIC 9(02)V99.
           05  ADP-DATA-INICIO          PIC 9(08).
           05  ADP-DATA-FIM             PIC 9(08).
           05  FILLER                   PIC X(55).

       COPY PREVFD.

      *    Mesmo layout de BENFDESC.DAT (TESTBENF), lido por
      *    TESTDEDU.
       FD  DESCONTOS-PREVIDENCIA.
       01  REG-DESCONTO-PREVIDENCIA.
           05  BDS-MATRICULA        PIC 9(05).
           05  BDS-COMPETENCIA      PIC 9(06).
           05  BDS-CODIGO           PIC X(04).
           05  BDS-PCT              PIC 9(03)V99.
           05  BDS-VALOR            PIC 9(07)V99.
           05  FILLER               PIC X(51).

       COPY PRVRFD.

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
       01  WS-STATUS-ADESAO         PIC XX.
       01  WS-STATUS-PLANO-PREV     PIC XX.
       01  WS-STATUS-SALDOS-PREV    PIC XX.
       01  WS-STATUS-DESCONTOS      PIC XX.
       01  WS-STATUS-REMESSA-PREV   PIC XX.
       01  WS-STATUS-DATA-NEG       PIC XX.
       01  WS-EOF-EXTRATO           PIC X VALUE 'N'.
       01  WS-EOF-ADESAO            PIC X VALUE 'N'.
       01  WS-EOF-PLANO             PIC X VALUE 'N'.
       01  WS-EOF-SALDOS            PIC X VALUE 'N'.

       01  WS-DATA-NEGOCIO          PIC 9(08) VALUE ZEROS.
       01  WS-COMPETENCIA           PIC 9(06) VALUE ZEROS.
       01  WS-INICIO-COMPETENCIA    PIC 9(08) VALUE ZEROS.
       01  WS-FIM-COMPETENCIA       PIC 9(08) VALUE ZEROS.

      *    Regra do plano (registro 'R' de PREVPLN.DAT).
       01  WS-REGRA-ACHADA          PIC X VALUE 'N'.
       01  WS-PLN-PCT-CONTRAPARTIDA PIC 9(03)V99 VALUE ZEROS.
       01  WS-PLN-TETO-PCT-SALARIO  PIC 9(03)V99 VALUE ZEROS.
       01  WS-PLN-PCT-MINIMO        PIC 9(02)V99 VALUE ZEROS.
       01  WS-PLN-PCT-MAXIMO        PIC 9(02)V99 VALUE ZEROS.

      *    Adesoes vigentes na competencia.
       01  WS-QTD-ADESOES           PIC 9(04) VALUE ZEROS.
       01  WS-IDX-ADESAO            PIC 9(04) VALUE ZEROS.
       01  WS-ADESAO-ACHADA         PIC X VALUE 'N'.
       01  WS-TABELA-ADESOES.
           05  WS-ADESAO OCCURS 5000 TIMES.
               10  WS-ADS-MATRICULA     PIC 9(05).
               10  WS-ADS-PCT           PIC 9(02)V99.
               10  WS-ADS-DATA-INICIO   PIC 9(08).

      *    Razao de saldos: carregado inteiro, atualizado com a
      *    competencia e regravado no fim.
       01  WS-QTD-SALDOS            PIC 9(04) VALUE ZEROS.
       01  WS-IDX-SALDO             PIC 9(04) VALUE ZEROS.
       01  WS-SALDO-ACHADO          PIC X VALUE 'N'.
       01  WS-TABELA-SALDOS.
           05  WS-SALDO OCCURS 5000 TIMES.
               10  WS-SLP-MATRICULA     PIC 9(05).
               10  WS-SLP-DATA-ADESAO   PIC 9(08).
               10  WS-SLP-SALDO-EMPREG  PIC 9(09)V99.
               10  WS-SLP-SALDO-PATRON  PIC 9(09)V99.
               10  WS-SLP-ULT-COMPET    PIC 9(06).
               10  WS-SLP-ULT-EMPREG    PIC 9(07)V99.
               10  WS-SLP-ULT-PATRON    PIC 9(07)V99.

       01  WS-PCT-APLICADO          PIC 9(02)V99 VALUE ZEROS.
       01  WS-VALOR-EMPREGADO       PIC 9(07)V99 VALUE ZEROS.
       01  WS-VALOR-PATRONAL        PIC 9(07)V99 VALUE ZEROS.
       01  WS-TETO-PATRONAL         PIC 9(07)V99 VALUE ZEROS.

       01  WS-QTD-PARTICIPANTES     PIC 9(07) VALUE ZEROS.
       01  WS-QTD-INVALIDAS         PIC 9(05) VALUE ZEROS.
       01  WS-QTD-AJUSTADAS         PIC 9(05) VALUE ZEROS.
       01  WS-TOTAL-EMPREGADO       PIC 9(11)V99 VALUE ZEROS.
       01  WS-TOTAL-PATRONAL        PIC 9(11)V99 VALUE ZEROS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 0 TO RETURN-CODE.
           MOVE 'TESTPREV' TO WS-PER-PROGRAMA.
           PERFORM VERIFICAR-PERIODO-ABERTO THRU
                   VERIFICAR-PERIODO-ABERTO-EXIT.
           IF PERIODO-FECHADO
               STOP RUN
           END-IF.
           PERFORM LER-MODO-EXECUCAO.
           IF NOT MODO-FIM-DE-MES
               DISPLAY 'TESTPREV FORA DO FECHAMENTO MENSAL - SEM '
                       'CONTRIBUICAO DE PREVIDENCIA'
               STOP RUN
           END-IF.
           PERFORM OBTER-DATA-NEGOCIO-PREV.

           OPEN OUTPUT DESCONTOS-PREVIDENCIA.
           PERFORM ABRIR-REMESSA-PREV.

           PERFORM CARREGAR-PLANO-PREV THRU
                   CARREGAR-PLANO-PREV-EXIT.
           IF RETURN-CODE >= 8
               PERFORM FECHAR-REMESSA-PREV
               CLOSE DESCONTOS-PREVIDENCIA
               STOP RUN
           END-IF.
           PERFORM CARREGAR-ADESOES THRU
                   CARREGAR-ADESOES-EXIT.
           PERFORM CARREGAR-SALDOS-PREV THRU
                   CARREGAR-SALDOS-PREV-EXIT.

           OPEN INPUT EXTRATO-EMPREGADOS.
           IF WS-STATUS-EXTRATO NOT = '00'
               MOVE 'TESTPREV'          TO WS-EXC-PROGRAMA
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
           CLOSE DESCONTOS-PREVIDENCIA.
      *    Estouro do razao de saldos (RC=8): PREVDESC.DAT e
      *    PREVREM.DAT parciais nao podem seguir para TESTDEDU e a
      *    administradora - saem vazios, como sem regra do plano,
      *    e PREVSALD.DAT fica como estava.
           IF RETURN-CODE >= 8
               OPEN OUTPUT DESCONTOS-PREVIDENCIA
               CLOSE DESCONTOS-PREVIDENCIA
               CLOSE REMESSA-PREVIDENCIA
               PERFORM ABRIR-REMESSA-PREV
               MOVE ZEROS TO WS-QTD-PARTICIPANTES
               MOVE ZEROS TO WS-TOTAL-EMPREGADO
               MOVE ZEROS TO WS-TOTAL-PATRONAL
               PERFORM FECHAR-REMESSA-PREV
               DISPLAY 'TESTPREV CALCULO INTERROMPIDO - PREVDESC.DAT '
                       'E PREVREM.DAT SAEM VAZIOS'
               STOP RUN
           END-IF.
           PERFORM FECHAR-REMESSA-PREV.

           PERFORM REGRAVAR-SALDOS-PREV THRU
                   REGRAVAR-SALDOS-PREV-EXIT.

           DISPLAY 'TESTPREV COMPETENCIA...........: '
                   WS-COMPETENCIA.
           DISPLAY 'TESTPREV ADESOES VIGENTES......: '
                   WS-QTD-ADESOES.
           DISPLAY 'TESTPREV PARTICIPANTES NO MES..: '
                   WS-QTD-PARTICIPANTES.
           DISPLAY 'TESTPREV TOTAL EMPREGADOS......: '
                   WS-TOTAL-EMPREGADO.
           DISPLAY 'TESTPREV TOTAL PATRONAL........: '
                   WS-TOTAL-PATRONAL.
           DISPLAY 'TESTPREV PERCENTUAIS AJUSTADOS.: '
                   WS-QTD-AJUSTADAS.
           DISPLAY 'TESTPREV ADESOES INVALIDAS.....: '
                   WS-QTD-INVALIDAS.

           IF (WS-QTD-AJUSTADAS > ZEROS
                  OR WS-QTD-INVALIDAS > ZEROS)
                  AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.

           STOP RUN.

      *----------------------------------------------------------*
      *    OBTER-DATA-NEGOCIO-PREV                                  *
      *    Competencia = ano/mes da data de negocio (DATACTL.DAT).  *
      *----------------------------------------------------------*
       OBTER-DATA-NEGOCIO-PREV.
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

       OBTER-DATA-NEGOCIO-PREV-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    CARREGAR-PLANO-PREV                                      *
      *    Vale o primeiro registro 'R'; as faixas 'V' so sao       *
      *    usadas por TESTRESC. Sem regra: RC=8 e nenhuma           *
      *    contribuicao (PREVDESC.DAT e PREVREM.DAT saem vazios).   *
      *----------------------------------------------------------*
       CARREGAR-PLANO-PREV.
           OPEN INPUT TABELA-PLANO-PREV.
           IF WS-STATUS-PLANO-PREV = '00'
               PERFORM LER-PLANO-PREV
                   UNTIL WS-EOF-PLANO = 'S'
           END-IF.
           CLOSE TABELA-PLANO-PREV.
           IF WS-REGRA-ACHADA = 'N'
               DISPLAY 'TESTPREV PREVPLN.DAT SEM REGRA DO PLANO - SEM '
                       'CONTRIBUICAO DE PREVIDENCIA'
               MOVE 'TESTPREV'            TO WS-EXC-PROGRAMA
               MOVE 'CARREGAR-PLANO-PREV' TO WS-EXC-PARAGRAFO
               MOVE 8                     TO WS-EXC-CODIGO
               MOVE 'REGRA DO PLANO PREVPLN.DAT AUSENTE'
                   TO WS-EXC-MENSAGEM
               MOVE 2 TO WS-EXC-SEVERIDADE
               PERFORM GRAVAR-EXCECAO-GERAL
               MOVE 8 TO RETURN-CODE
           END-IF.

       CARREGAR-PLANO-PREV-EXIT.
           EXIT.

       LER-PLANO-PREV.
           READ TABELA-PLANO-PREV
               AT END
                   MOVE 'S' TO WS-EOF-PLANO
               NOT AT END
                   IF PPL-REGRA
                          AND WS-REGRA-ACHADA = 'N'
                          AND PPL-PCT-CONTRAPARTIDA IS NUMERIC
                          AND PPL-TETO-PCT-SALARIO IS NUMERIC
                          AND PPL-PCT-MINIMO IS NUMERIC
                          AND PPL-PCT-MAXIMO IS NUMERIC
                       MOVE 'S' TO WS-REGRA-ACHADA
                       MOVE PPL-PCT-CONTRAPARTIDA
                           TO WS-PLN-PCT-CONTRAPARTIDA
                       MOVE PPL-TETO-PCT-SALARIO
                           TO WS-PLN-TETO-PCT-SALARIO
                       MOVE PPL-PCT-MINIMO TO WS-PLN-PCT-MINIMO
                       MOVE PPL-PCT-MAXIMO TO WS-PLN-PCT-MAXIMO
                   END-IF
           END-READ.

       LER-PLANO-PREV-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    CARREGAR-ADESOES                                         *
      *    So adesoes vigentes na competencia; registro invalido ou *
      *    segunda adesao vigente da mesma matricula vao para o log *
      *    de excecoes (RC=4).                                      *
      *----------------------------------------------------------*
       CARREGAR-ADESOES.
           OPEN INPUT CADASTRO-ADESAO-PREV.
           IF WS-STATUS-ADESAO NOT = '00'
               DISPLAY 'TESTPREV PREVREG.DAT AUSENTE - NENHUM '
                       'PARTICIPANTE NO PLANO'
               CLOSE CADASTRO-ADESAO-PREV
               GO TO CARREGAR-ADESOES-EXIT
           END-IF.
           PERFORM LER-ADESAO
               UNTIL WS-EOF-ADESAO = 'S'.
           CLOSE CADASTRO-ADESAO-PREV.

       CARREGAR-ADESOES-EXIT.
           EXIT.

       LER-ADESAO.
           READ CADASTRO-ADESAO-PREV
               AT END
                   MOVE 'S' TO WS-EOF-ADESAO
               NOT AT END
                   PERFORM GUARDAR-ADESAO THRU
                           GUARDAR-ADESAO-EXIT
           END-READ.

       LER-ADESAO-EXIT.
           EXIT.

       GUARDAR-ADESAO.
           IF ADP-MATRICULA IS NOT NUMERIC
                  OR ADP-PCT-EMPREGADO IS NOT NUMERIC
                  OR ADP-DATA-INICIO IS NOT NUMERIC
                  OR ADP-DATA-FIM IS NOT NUMERIC
                  OR ADP-DATA-INICIO = ZEROS
               MOVE 'ADESAO INVALIDA: ' TO WS-EXC-MENSAGEM
               PERFORM REJEITAR-ADESAO
               GO TO GUARDAR-ADESAO-EXIT
           END-IF.
           IF ADP-DATA-INICIO > WS-FIM-COMPETENCIA
               GO TO GUARDAR-ADESAO-EXIT
           END-IF.
           IF ADP-DATA-FIM NOT = ZEROS
                  AND ADP-DATA-FIM < WS-INICIO-COMPETENCIA
               GO TO GUARDAR-ADESAO-EXIT
           END-IF.

           MOVE 'N' TO WS-ADESAO-ACHADA.
           PERFORM PROCURAR-ADESAO
               VARYING WS-IDX-ADESAO FROM 1 BY 1
               UNTIL WS-IDX-ADESAO > WS-QTD-ADESOES
                  OR WS-ADESAO-ACHADA = 'S'.
           IF WS-ADESAO-ACHADA = 'S'
               MOVE 'ADESAO VIGENTE DUPLICADA: ' TO WS-EXC-MENSAGEM
               PERFORM REJEITAR-ADESAO
               GO TO GUARDAR-ADESAO-EXIT
           END-IF.
           IF WS-QTD-ADESOES NOT < 5000
               MOVE 'PREVREG EXCEDE 5000 ADESOES: ' TO WS-EXC-MENSAGEM
               PERFORM REJEITAR-ADESAO
               GO TO GUARDAR-ADESAO-EXIT
           END-IF.

           ADD 1 TO WS-QTD-ADESOES.
           MOVE ADP-MATRICULA     TO WS-ADS-MATRICULA (WS-QTD-ADESOES).
           MOVE ADP-PCT-EMPREGADO TO WS-ADS-PCT (WS-QTD-ADESOES).
           MOVE ADP-DATA-INICIO
               TO WS-ADS-DATA-INICIO (WS-QTD-ADESOES).

       GUARDAR-ADESAO-EXIT.
           EXIT.

       PROCURAR-ADESAO.
           IF WS-ADS-MATRICULA (WS-IDX-ADESAO) = ADP-MATRICULA
               MOVE 'S' TO WS-ADESAO-ACHADA
           END-IF.

       PROCURAR-ADESAO-EXIT.
           EXIT.

       REJEITAR-ADESAO.
           ADD 1 TO WS-QTD-INVALIDAS.
           MOVE 'TESTPREV'       TO WS-EXC-PROGRAMA.
           MOVE 'GUARDAR-ADESAO' TO WS-EXC-PARAGRAFO.
           MOVE 4                TO WS-EXC-CODIGO.
           MOVE REG-ADESAO-PREV (1:9) TO WS-EXC-MENSAGEM (31:9).
           MOVE 3 TO WS-EXC-SEVERIDADE.
           PERFORM GRAVAR-EXCECAO-GERAL.

       REJEITAR-ADESAO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    CARREGAR-SALDOS-PREV                                     *
      *    Razao de saldos do fechamento anterior (ausente na       *
      *    primeira competencia do plano).                          *
      *----------------------------------------------------------*
       CARREGAR-SALDOS-PREV.
           OPEN INPUT RAZAO-SALDOS-PREV.
           IF WS-STATUS-SALDOS-PREV = '00'
               PERFORM LER-SALDO-PREV
                   UNTIL WS-EOF-SALDOS = 'S'
           END-IF.
           CLOSE RAZAO-SALDOS-PREV.

       CARREGAR-SALDOS-PREV-EXIT.
           EXIT.

       LER-SALDO-PREV.
           READ RAZAO-SALDOS-PREV
               AT END
                   MOVE 'S' TO WS-EOF-SALDOS
               NOT AT END
                   IF SLP-MATRICULA IS NUMERIC
                          AND WS-QTD-SALDOS < 5000
                       ADD 1 TO WS-QTD-SALDOS
                       MOVE SLP-MATRICULA
                           TO WS-SLP-MATRICULA (WS-QTD-SALDOS)
                       MOVE SLP-DATA-ADESAO
                           TO WS-SLP-DATA-ADESAO (WS-QTD-SALDOS)
                       MOVE SLP-SALDO-EMPREGADO
                           TO WS-SLP-SALDO-EMPREG (WS-QTD-SALDOS)
                       MOVE SLP-SALDO-PATRONAL
                           TO WS-SLP-SALDO-PATRON (WS-QTD-SALDOS)
                       MOVE SLP-ULT-COMPETENCIA
                           TO WS-SLP-ULT-COMPET (WS-QTD-SALDOS)
                       MOVE SLP-ULT-EMPREGADO
                           TO WS-SLP-ULT-EMPREG (WS-QTD-SALDOS)
                       MOVE SLP-ULT-PATRONAL
                           TO WS-SLP-ULT-PATRON (WS-QTD-SALDOS)
                   END-IF
           END-READ.

       LER-SALDO-PREV-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    LER-EMPREGADO-EXTRATO                                    *
      *    Contribuicao so para participante presente no extrato.   *
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
                       PERFORM CALCULAR-CONTRIBUICAO-PREV THRU
                               CALCULAR-CONTRIBUICAO-PREV-EXIT
                   END-IF
           END-READ.

       LER-EMPREGADO-EXTRATO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    CALCULAR-CONTRIBUICAO-PREV                               *
      *    Empregado = salario x percentual (ajustado a faixa do    *
      *    plano); patronal = empregado x % de contrapartida,       *
      *    limitada a salario x teto. Grava o desconto 'PREV', o    *
      *    detalhe da remessa e atualiza o razao de saldos.         *
      *----------------------------------------------------------*
       CALCULAR-CONTRIBUICAO-PREV.
           MOVE 'N' TO WS-ADESAO-ACHADA.
           PERFORM PROCURAR-ADESAO-EMPREGADO
               VARYING WS-IDX-ADESAO FROM 1 BY 1
               UNTIL WS-IDX-ADESAO > WS-QTD-ADESOES
                  OR WS-ADESAO-ACHADA = 'S'.
           IF WS-ADESAO-ACHADA = 'N'
               GO TO CALCULAR-CONTRIBUICAO-PREV-EXIT
           END-IF.
           SUBTRACT 1 FROM WS-IDX-ADESAO.

           MOVE WS-ADS-PCT (WS-IDX-ADESAO) TO WS-PCT-APLICADO.
           IF WS-PCT-APLICADO < WS-PLN-PCT-MINIMO
               MOVE WS-PLN-PCT-MINIMO TO WS-PCT-APLICADO
               PERFORM AVISAR-PERCENTUAL-AJUSTADO
           END-IF.
           IF WS-PLN-PCT-MAXIMO > ZEROS
                  AND WS-PCT-APLICADO > WS-PLN-PCT-MAXIMO
               MOVE WS-PLN-PCT-MAXIMO TO WS-PCT-APLICADO
               PERFORM AVISAR-PERCENTUAL-AJUSTADO
           END-IF.

           COMPUTE WS-VALOR-EMPREGADO ROUNDED =
               EXT-EMPLOYEE-SALARY * WS-PCT-APLICADO / 100.
           IF WS-VALOR-EMPREGADO = ZEROS
               GO TO CALCULAR-CONTRIBUICAO-PREV-EXIT
           END-IF.
           COMPUTE WS-VALOR-PATRONAL ROUNDED =
               WS-VALOR-EMPREGADO * WS-PLN-PCT-CONTRAPARTIDA / 100.
           IF WS-PLN-TETO-PCT-SALARIO > ZEROS
               COMPUTE WS-TETO-PATRONAL ROUNDED =
                   EXT-EMPLOYEE-SALARY * WS-PLN-TETO-PCT-SALARIO / 100
               IF WS-VALOR-PATRONAL > WS-TETO-PATRONAL
                   MOVE WS-TETO-PATRONAL TO WS-VALOR-PATRONAL
               END-IF
           END-IF.

           MOVE SPACES             TO REG-DESCONTO-PREVIDENCIA.
           MOVE EXT-EMPLOYEE-ID    TO BDS-MATRICULA.
           MOVE WS-COMPETENCIA     TO BDS-COMPETENCIA.
           MOVE 'PREV'             TO BDS-CODIGO.
           MOVE WS-PCT-APLICADO    TO BDS-PCT.
           MOVE WS-VALOR-EMPREGADO TO BDS-VALOR.
           WRITE REG-DESCONTO-PREVIDENCIA.

           MOVE SPACES              TO REG-REMESSA-PREV.
           MOVE 'D'                 TO RMP-TIPO.
           MOVE EXT-EMPLOYEE-ID     TO RMP-DET-MATRICULA.
           MOVE EXT-EMPLOYEE-NAME   TO RMP-DET-NOME.
           MOVE EXT-EMPLOYEE-SALARY TO RMP-DET-SALARIO.
           MOVE WS-VALOR-EMPREGADO  TO RMP-DET-EMPREGADO.
           MOVE WS-VALOR-PATRONAL   TO RMP-DET-PATRONAL.
           WRITE REG-REMESSA-PREV.

           ADD 1 TO WS-QTD-PARTICIPANTES.
           ADD WS-VALOR-EMPREGADO TO WS-TOTAL-EMPREGADO.
           ADD WS-VALOR-PATRONAL  TO WS-TOTAL-PATRONAL.

           PERFORM ATUALIZAR-SALDO-PREV THRU
                   ATUALIZAR-SALDO-PREV-EXIT.

       CALCULAR-CONTRIBUICAO-PREV-EXIT.
           EXIT.

       PROCURAR-ADESAO-EMPREGADO.
           IF WS-ADS-MATRICULA (WS-IDX-ADESAO) = EXT-EMPLOYEE-ID
               MOVE 'S' TO WS-ADESAO-ACHADA
           END-IF.

       PROCURAR-ADESAO-EMPREGADO-EXIT.
           EXIT.

       AVISAR-PERCENTUAL-AJUSTADO.
           ADD 1 TO WS-QTD-AJUSTADAS.
           MOVE 'TESTPREV'                   TO WS-EXC-PROGRAMA.
           MOVE 'CALCULAR-CONTRIBUICAO-PREV' TO WS-EXC-PARAGRAFO.
           MOVE 4                            TO WS-EXC-CODIGO.
           MOVE SPACES                       TO WS-EXC-MENSAGEM.
           STRING 'PCT FORA DA FAIXA DO PLANO MATR '
                  EXT-EMPLOYEE-ID
               DELIMITED BY SIZE
               INTO WS-EXC-MENSAGEM
           END-STRING.
           MOVE 3 TO WS-EXC-SEVERIDADE.
           PERFORM GRAVAR-EXCECAO-GERAL.

       AVISAR-PERCENTUAL-AJUSTADO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    ATUALIZAR-SALDO-PREV                                     *
      *    Soma a competencia ao saldo do participante. Rerun da    *
      *    mesma competencia primeiro estorna o que foi somado na   *
      *    execucao anterior.                                       *
      *----------------------------------------------------------*
       ATUALIZAR-SALDO-PREV.
           MOVE 'N' TO WS-SALDO-ACHADO.
           PERFORM PROCURAR-SALDO-PREV
               VARYING WS-IDX-SALDO FROM 1 BY 1
               UNTIL WS-IDX-SALDO > WS-QTD-SALDOS
                  OR WS-SALDO-ACHADO = 'S'.
           IF WS-SALDO-ACHADO = 'S'
               SUBTRACT 1 FROM WS-IDX-SALDO
           ELSE
               IF WS-QTD-SALDOS NOT < 5000
                   MOVE 'TESTPREV'             TO WS-EXC-PROGRAMA
                   MOVE 'ATUALIZAR-SALDO-PREV' TO WS-EXC-PARAGRAFO
                   MOVE 8                      TO WS-EXC-CODIGO
                   MOVE 'PREVSALD EXCEDE 5000 PARTICIPANTES'
                       TO WS-EXC-MENSAGEM
                   MOVE 2 TO WS-EXC-SEVERIDADE
                   PERFORM GRAVAR-EXCECAO-GERAL
                   MOVE 8 TO RETURN-CODE
                   GO TO ATUALIZAR-SALDO-PREV-EXIT
               END-IF
               ADD 1 TO WS-QTD-SALDOS
               MOVE WS-QTD-SALDOS TO WS-IDX-SALDO
               MOVE EXT-EMPLOYEE-ID TO WS-SLP-MATRICULA (WS-IDX-SALDO)
               MOVE ZEROS TO WS-SLP-SALDO-EMPREG (WS-IDX-SALDO)
               MOVE ZEROS TO WS-SLP-SALDO-PATRON (WS-IDX-SALDO)
               MOVE ZEROS TO WS-SLP-ULT-COMPET (WS-IDX-SALDO)
               MOVE ZEROS TO WS-SLP-ULT-EMPREG (WS-IDX-SALDO)
               MOVE ZEROS TO WS-SLP-ULT-PATRON (WS-IDX-SALDO)
           END-IF.

           IF WS-SLP-ULT-COMPET (WS-IDX-SALDO) = WS-COMPETENCIA
               SUBTRACT WS-SLP-ULT-EMPREG (WS-IDX-SALDO)
                   FROM WS-SLP-SALDO-EMPREG (WS-IDX-SALDO)
               SUBTRACT WS-SLP-ULT-PATRON (WS-IDX-SALDO)
                   FROM WS-SLP-SALDO-PATRON (WS-IDX-SALDO)
           END-IF.
           MOVE WS-ADS-DATA-INICIO (WS-IDX-ADESAO)
               TO WS-SLP-DATA-ADESAO (WS-IDX-SALDO).
           ADD WS-VALOR-EMPREGADO TO WS-SLP-SALDO-EMPREG (WS-IDX-SALDO).
           ADD WS-VALOR-PATRONAL  TO WS-SLP-SALDO-PATRON (WS-IDX-SALDO).
           MOVE WS-COMPETENCIA     TO WS-SLP-ULT-COMPET (WS-IDX-SALDO).
           MOVE WS-VALOR-EMPREGADO TO WS-SLP-ULT-EMPREG (WS-IDX-SALDO).
           MOVE WS-VALOR-PATRONAL  TO WS-SLP-ULT-PATRON (WS-IDX-SALDO).

       ATUALIZAR-SALDO-PREV-EXIT.
           EXIT.

       PROCURAR-SALDO-PREV.
           IF WS-SLP-MATRICULA (WS-IDX-SALDO) = EXT-EMPLOYEE-ID
               MOVE 'S' TO WS-SALDO-ACHADO
           END-IF.

       PROCURAR-SALDO-PREV-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    ABRIR-REMESSA-PREV                                       *
      *    Header da remessa: data do run e competencia.            *
      *----------------------------------------------------------*
       ABRIR-REMESSA-PREV.
           OPEN OUTPUT REMESSA-PREVIDENCIA.
           MOVE SPACES          TO REG-REMESSA-PREV.
           MOVE 'H'             TO RMP-TIPO.
           MOVE WS-DATA-NEGOCIO TO RMP-HDR-DATA.
           MOVE WS-COMPETENCIA  TO RMP-HDR-COMPETENCIA.
           WRITE REG-REMESSA-PREV.

       ABRIR-REMESSA-PREV-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    FECHAR-REMESSA-PREV                                      *
      *    Trailer da remessa a administradora: quantidade e totais *
      *    de contribuicao do empregado e patronal.                 *
      *----------------------------------------------------------*
       FECHAR-REMESSA-PREV.
           MOVE SPACES               TO REG-REMESSA-PREV.
           MOVE 'T'                  TO RMP-TIPO.
           MOVE WS-QTD-PARTICIPANTES TO RMP-TRL-QTD.
           MOVE WS-TOTAL-EMPREGADO   TO RMP-TRL-EMPREGADO.
           MOVE WS-TOTAL-PATRONAL    TO RMP-TRL-PATRONAL.
           WRITE REG-REMESSA-PREV.
           CLOSE REMESSA-PREVIDENCIA.

       FECHAR-REMESSA-PREV-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    REGRAVAR-SALDOS-PREV                                     *
      *    Regrava PREVSALD.DAT com todos os participantes,         *
      *    inclusive os sem contribuicao no mes (desligados mantem  *
      *    o saldo para TESTRESC).                                  *
      *----------------------------------------------------------*
       REGRAVAR-SALDOS-PREV.
           OPEN OUTPUT RAZAO-SALDOS-PREV.
           IF WS-STATUS-SALDOS-PREV NOT = '00'
                  AND WS-STATUS-SALDOS-PREV NOT = '05'
               MOVE 'TESTPREV'              TO WS-EXC-PROGRAMA
               MOVE 'REGRAVAR-SALDOS-PREV'  TO WS-EXC-PARAGRAFO
               MOVE WS-STATUS-SALDOS-PREV   TO WS-EXC-CODIGO
               MOVE 'ERRO ABERTURA PREVSALD.DAT' TO WS-EXC-MENSAGEM
               MOVE 1 TO WS-EXC-SEVERIDADE
               PERFORM GRAVAR-EXCECAO-GERAL
               MOVE 12 TO RETURN-CODE
               GO TO REGRAVAR-SALDOS-PREV-EXIT
           END-IF.
           PERFORM GRAVAR-SALDO-PREV
               VARYING WS-IDX-SALDO FROM 1 BY 1
               UNTIL WS-IDX-SALDO > WS-QTD-SALDOS.
           CLOSE RAZAO-SALDOS-PREV.

       REGRAVAR-SALDOS-PREV-EXIT.
           EXIT.

       GRAVAR-SALDO-PREV.
           MOVE SPACES TO REG-SALDO-PREV.
           MOVE WS-SLP-MATRICULA (WS-IDX-SALDO)    TO SLP-MATRICULA.
           MOVE WS-SLP-DATA-ADESAO (WS-IDX-SALDO)  TO SLP-DATA-ADESAO.
           MOVE WS-SLP-SALDO-EMPREG (WS-IDX-SALDO)
               TO SLP-SALDO-EMPREGADO.
           MOVE WS-SLP-SALDO-PATRON (WS-IDX-SALDO)
               TO SLP-SALDO-PATRONAL.
           MOVE WS-SLP-ULT-COMPET (WS-IDX-SALDO)
               TO SLP-ULT-COMPETENCIA.
           MOVE WS-SLP-ULT-EMPREG (WS-IDX-SALDO)   TO SLP-ULT-EMPREGADO.
           MOVE WS-SLP-ULT-PATRON (WS-IDX-SALDO)   TO SLP-ULT-PATRONAL.
           WRITE REG-SALDO-PREV.

       GRAVAR-SALDO-PREV-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    CONFERIR-VERSAO-EXTRATO                                  *
      *    Header de versao de layout do extrato (ver EXTVWS).      *
      *----------------------------------------------------------*
       CONFERIR-VERSAO-EXTRATO.
           MOVE REG-EXTRATO-EMPREGADO (7:2)
               TO WS-VERSAO-EXTRATO-LIDA.
           IF WS-VERSAO-EXTRATO-LIDA NOT = WS-VERSAO-EXTRATO-ATUAL
               DISPLAY 'TESTPREV VERSAO DO EXTRATO '
                       WS-VERSAO-EXTRATO-LIDA
                       ' INCOMPATIVEL - ESPERADA '
                       WS-VERSAO-EXTRATO-ATUAL
               MOVE 'TESTPREV'          TO WS-EXC-PROGRAMA
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
