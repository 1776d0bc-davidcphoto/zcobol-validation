       IDENTIFICATION DIVISION.
       PROGRAM-ID. TESTREEM.

      *----------------------------------------------------------*
      *    TESTREEM                                                *
      *    Recepcao dos reembolsos de despesa (viagem, hospedagem, *
      *    quilometragem...) aprovados no sistema de despesas, que *
      *    eram pagos por transferencia avulsa fora da folha. O    *
      *    arquivo REEMBAPR.DAT (matricula, tipo de despesa,       *
      *    valor, centro de custo e id da aprovacao) e validado:   *
      *      - matricula presente no extrato EMPEXTR.DAT do run;   *
      *      - centro de custo (codigo de departamento) presente   *
      *        no mestre DEPTMST.DAT;                              *
      *      - id de aprovacao ainda nao pago: o registro          *
      *        acumulativo REEMBREG.DAT guarda toda aprovacao ja   *
      *        aceita com a data do pagamento. Aprovacao que volta *
      *        em outro dia e recusada; a que volta no MESMO dia   *
      *        (passo reexecutado) e aceita de novo, sem duplicar  *
      *        o registro. Id repetido dentro do arquivo fica so   *
      *        com a primeira ocorrencia.                          *
      *    Os aceitos vao para REEMBACE.DAT (ver REEMSEL), que     *
      *    TESTDEDU lanca como credito nao tributavel do           *
      *    empregado, TESTBANK soma ao pagamento e TESTGLPO debita *
      *    no centro de custo da despesa. Recusados saem em        *
      *    REEMBREJ.DAT com o motivo e o passo termina com RC=4.   *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL REEMBOLSOS-APROVADOS
               ASSIGN TO "REEMBAPR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-APROVADOS.

           SELECT EXTRATO-EMPREGADOS
               ASSIGN TO "EMPEXTR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-EXTRATO.

           COPY REEMSEL.

      *    Registro acumulativo das aprovacoes ja pagas.
           SELECT OPTIONAL REGISTRO-REEMBOLSOS
               ASSIGN TO "REEMBREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-REGISTRO.

           SELECT ARQUIVO-REJEICOES-REEMB
               ASSIGN TO "REEMBREJ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-REJEICOES.

           COPY DEPTSEL.

           COPY LOCKSEL.

           COPY PERISEL.

           COPY EXCPSEL.

       DATA DIVISION.
       FILE SECTION.
      *    Layout de entrega do sistema de despesas.
       FD  REEMBOLSOS-APROVADOS.
       01  REG-REEMBOLSO-APROVADO.
           05  APR-MATRICULA        PIC X(05).
           05  APR-MATRICULA-NUM REDEFINES APR-MATRICULA
                                    PIC 9(05).
           05  APR-TIPO-DESPESA     PIC X(04).
           05  APR-VALOR            PIC X(09).
           05  APR-VALOR-NUM REDEFINES APR-VALOR
                                    PIC 9(07)V99.
           05  APR-CENTRO-CUSTO     PIC X(10).
           05  APR-ID-APROVACAO     PIC X(12).
           05  FILLER               PIC X(40).

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

       COPY REEMFD.

      *    Mesmo layout de REEMBACE.DAT (ver REEMFD).
       FD  REGISTRO-REEMBOLSOS.
       01  REG-REGISTRO-REEMB.
           05  RGR-MATRICULA        PIC 9(05).
           05  RGR-TIPO-DESPESA     PIC X(04).
           05  RGR-VALOR            PIC 9(07)V99.
           05  RGR-CENTRO-CUSTO     PIC X(10).
           05  RGR-CONTA-CONTABIL   PIC X(08).
           05  RGR-ID-APROVACAO     PIC X(12).
           05  RGR-DATA-PAGAMENTO   PIC 9(08).
           05  FILLER               PIC X(24).

       FD  ARQUIVO-REJEICOES-REEMB.
       01  REG-REJEICAO-REEMB.
           05  RRJ-REGISTRO         PIC X(80).
           05  FILLER               PIC X(01).
           05  RRJ-MOTIVO           PIC X(30).

       COPY DEPTFD.

       COPY LOCKFD.

       COPY PERIFD.

       COPY EXCPFD.

       WORKING-STORAGE SECTION.
       COPY EXTVWS.
       COPY DEPTWS.
       COPY EXCPWS.
       COPY PERIWS.
       COPY LOCKWS.

       01  WS-STATUS-APROVADOS      PIC XX.
       01  WS-STATUS-EXTRATO        PIC XX.
       01  WS-STATUS-REEMBOLSOS     PIC XX.
       01  WS-STATUS-REGISTRO       PIC XX.
       01  WS-STATUS-REJEICOES      PIC XX.
       01  WS-EOF-APROVADOS         PIC X VALUE 'N'.
       01  WS-EOF-EXTRATO           PIC X VALUE 'N'.
       01  WS-EOF-REGISTRO          PIC X VALUE 'N'.

       01  WS-DATA-EXECUCAO         PIC 9(08).
       01  WS-QTD-LIDOS             PIC 9(05) VALUE ZEROS.
       01  WS-QTD-ACEITOS           PIC 9(05) VALUE ZEROS.
       01  WS-QTD-REJEITADOS        PIC 9(05) VALUE ZEROS.
       01  WS-TOTAL-ACEITO          PIC 9(11)V99 VALUE ZEROS.
       01  WS-MOTIVO-REJEICAO       PIC X(30).

      *    Matriculas do extrato do run. Estouro derruba o passo:
      *    recusar reembolso legitimo por falta de espaco nao e
      *    uma degradacao aceitavel.
       01  WS-QTD-MATRICULAS        PIC 9(04) VALUE ZEROS.
       01  WS-IDX-MATRICULA         PIC 9(04) VALUE ZEROS.
       01  WS-MATRICULA-ACHADA      PIC X VALUE 'N'.
       01  WS-MATRICULAS-ESTOURARAM PIC X VALUE 'N'.
       01  WS-TABELA-MATRICULAS.
           05  WS-MATRICULA-EXT OCCURS 5000 TIMES PIC 9(05).

      *    Aprovacoes ja pagas (REEMBREG.DAT) e as aceitas neste
      *    run. WS-APG-USADA marca a aprovacao ja aceita no arquivo
      *    corrente - a segunda ocorrencia e duplicata.
       01  WS-QTD-APROVACOES        PIC 9(05) VALUE ZEROS.
       01  WS-IDX-APROVACAO         PIC 9(05) VALUE ZEROS.
       01  WS-APROVACAO-ACHADA      PIC X VALUE 'N'.
       01  WS-APROVACOES-ESTOURARAM PIC X VALUE 'N'.
       01  WS-TABELA-APROVACOES.
           05  WS-APROVACAO-PAGA OCCURS 20000 TIMES.
               10  WS-APG-ID        PIC X(12).
               10  WS-APG-DATA      PIC 9(08).
               10  WS-APG-USADA     PIC X(01).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 0 TO RETURN-CODE.
           MOVE 'TESTREEM' TO WS-PER-PROGRAMA.
           PERFORM VERIFICAR-PERIODO-ABERTO THRU
                   VERIFICAR-PERIODO-ABERTO-EXIT.
           IF PERIODO-FECHADO
               STOP RUN
           END-IF.
      *    Verificacao da trava da esteira (ver LOCKPRC).
           PERFORM VERIFICAR-TRAVA-RUN THRU
                   VERIFICAR-TRAVA-RUN-EXIT.
           ACCEPT WS-DATA-EXECUCAO FROM DATE YYYYMMDD.

      *    REEMBACE.DAT e sempre regravado: um arquivo de aceitos
      *    de um run anterior nao pode ser pago de novo.
           OPEN OUTPUT REEMBOLSOS-ACEITOS.

           OPEN INPUT REEMBOLSOS-APROVADOS.
           IF WS-STATUS-APROVADOS NOT = '00'
               DISPLAY 'TESTREEM REEMBAPR.DAT AUSENTE - SEM '
                       'REEMBOLSOS NESTE CICLO'
               CLOSE REEMBOLSOS-APROVADOS
               CLOSE REEMBOLSOS-ACEITOS
               STOP RUN
           END-IF.

           PERFORM CARREGAR-MATRICULAS-EXTRATO THRU
                   CARREGAR-MATRICULAS-EXTRATO-EXIT.
           PERFORM CARREGAR-APROVACOES-PAGAS THRU
                   CARREGAR-APROVACOES-PAGAS-EXIT.

           OPEN INPUT DEPT-MASTER.
           IF WS-STATUS-DEPT-MASTER NOT = '00'
               DISPLAY 'TESTREEM DEPTMST.DAT INDISPONIVEL - STATUS '
                       WS-STATUS-DEPT-MASTER
               MOVE 'TESTREEM'          TO WS-EXC-PROGRAMA
               MOVE 'MAIN-PROCEDURE'    TO WS-EXC-PARAGRAFO
               MOVE WS-STATUS-DEPT-MASTER TO WS-EXC-CODIGO
               MOVE 'ERRO ABERTURA DEPTMST.DAT' TO WS-EXC-MENSAGEM
               MOVE 1 TO WS-EXC-SEVERIDADE
               PERFORM GRAVAR-EXCECAO-GERAL
               CLOSE REEMBOLSOS-APROVADOS
               CLOSE REEMBOLSOS-ACEITOS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT ARQUIVO-REJEICOES-REEMB.
           OPEN EXTEND REGISTRO-REEMBOLSOS.
           IF WS-STATUS-REGISTRO NOT = '00'
               CLOSE REGISTRO-REEMBOLSOS
               OPEN OUTPUT REGISTRO-REEMBOLSOS
           END-IF.

           PERFORM LER-REEMBOLSO-APROVADO
               UNTIL WS-EOF-APROVADOS = 'S'.

           CLOSE REEMBOLSOS-APROVADOS.
           CLOSE REEMBOLSOS-ACEITOS.
           CLOSE REGISTRO-REEMBOLSOS.
           CLOSE ARQUIVO-REJEICOES-REEMB.
           CLOSE DEPT-MASTER.

           DISPLAY 'TESTREEM REEMBOLSOS LIDOS...: ' WS-QTD-LIDOS.
           DISPLAY 'TESTREEM ACEITOS............: ' WS-QTD-ACEITOS
                   ' ' WS-TOTAL-ACEITO.
           DISPLAY 'TESTREEM REJEITADOS.........: '
                   WS-QTD-REJEITADOS.

           IF WS-QTD-REJEITADOS > 0
               MOVE 'TESTREEM'          TO WS-EXC-PROGRAMA
               MOVE 'MAIN-PROCEDURE'    TO WS-EXC-PARAGRAFO
               MOVE 4                   TO WS-EXC-CODIGO
               MOVE SPACES              TO WS-EXC-MENSAGEM
               STRING 'REEMBOLSOS REJEITADOS: ' WS-QTD-REJEITADOS
                      ' (REEMBREJ.DAT)'
                   DELIMITED BY SIZE
                   INTO WS-EXC-MENSAGEM
               END-STRING
               MOVE 3 TO WS-EXC-SEVERIDADE
               PERFORM GRAVAR-EXCECAO-GERAL
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

           STOP RUN.

      *----------------------------------------------------------*
      *    CARREGAR-MATRICULAS-EXTRATO                              *
      *    Matriculas do extrato do run, com a mesma checagem de    *
      *    versao de layout dos demais consumidores (ver EXTVWS).   *
      *----------------------------------------------------------*
       CARREGAR-MATRICULAS-EXTRATO.
           OPEN INPUT EXTRATO-EMPREGADOS.
           IF WS-STATUS-EXTRATO NOT = '00'
               MOVE 'TESTREEM'          TO WS-EXC-PROGRAMA
               MOVE 'CARREGAR-MATRICULAS-EXTRATO' TO WS-EXC-PARAGRAFO
               MOVE WS-STATUS-EXTRATO   TO WS-EXC-CODIGO
               MOVE 'ERRO ABERTURA EMPEXTR.DAT' TO WS-EXC-MENSAGEM
               MOVE 1 TO WS-EXC-SEVERIDADE
               PERFORM GRAVAR-EXCECAO-GERAL
               CLOSE REEMBOLSOS-ACEITOS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LER-MATRICULA-EXTRATO THRU
                   LER-MATRICULA-EXTRATO-EXIT
               UNTIL WS-EOF-EXTRATO = 'S'.
           CLOSE EXTRATO-EMPREGADOS.
           IF WS-MATRICULAS-ESTOURARAM = 'S'
               DISPLAY 'TESTREEM EMPEXTR.DAT EXCEDE A CAPACIDADE '
                       'DA TABELA (5000) - REEMBOLSOS RECUSADOS'
               MOVE 'TESTREEM'          TO WS-EXC-PROGRAMA
               MOVE 'CARREGAR-MATRICULAS-EXTRATO' TO WS-EXC-PARAGRAFO
               MOVE 8                   TO WS-EXC-CODIGO
               MOVE 'TABELA DE MATRICULAS ESTOURADA'
                   TO WS-EXC-MENSAGEM
               MOVE 2 TO WS-EXC-SEVERIDADE
               PERFORM GRAVAR-EXCECAO-GERAL
               CLOSE REEMBOLSOS-ACEITOS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       CARREGAR-MATRICULAS-EXTRATO-EXIT.
           EXIT.

       LER-MATRICULA-EXTRATO.
           READ EXTRATO-EMPREGADOS
               AT END
                   MOVE 'S' TO WS-EOF-EXTRATO
                   GO TO LER-MATRICULA-EXTRATO-EXIT
           END-READ.
           IF REG-EXTRATO-EMPREGADO (1:6) = 'VERSAO'
               PERFORM CONFERIR-VERSAO-EXTRATO THRU
                       CONFERIR-VERSAO-EXTRATO-EXIT
               GO TO LER-MATRICULA-EXTRATO-EXIT
           END-IF.
           IF WS-QTD-MATRICULAS < 5000
               ADD 1 TO WS-QTD-MATRICULAS
               MOVE EXT-EMPLOYEE-ID
                   TO WS-MATRICULA-EXT (WS-QTD-MATRICULAS)
           ELSE
               MOVE 'S' TO WS-MATRICULAS-ESTOURARAM
           END-IF.

       LER-MATRICULA-EXTRATO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    CONFERIR-VERSAO-EXTRATO                                  *
      *    Header de versao de layout do extrato (ver EXTVWS):      *
      *    versao diferente da esperada para o passo com RC=8.      *
      *----------------------------------------------------------*
       CONFERIR-VERSAO-EXTRATO.
           MOVE REG-EXTRATO-EMPREGADO (7:2)
               TO WS-VERSAO-EXTRATO-LIDA.
           IF WS-VERSAO-EXTRATO-LIDA NOT = WS-VERSAO-EXTRATO-ATUAL
               DISPLAY 'TESTREEM VERSAO DO EXTRATO '
                       WS-VERSAO-EXTRATO-LIDA
                       ' INCOMPATIVEL - ESPERADA '
                       WS-VERSAO-EXTRATO-ATUAL
               MOVE 'TESTREEM'          TO WS-EXC-PROGRAMA
               MOVE 'CONFERIR-VERSAO-EXTRATO' TO WS-EXC-PARAGRAFO
               MOVE 8                   TO WS-EXC-CODIGO
               MOVE 'VERSAO DE LAYOUT DO EXTRATO INCOMPATIVEL'
                   TO WS-EXC-MENSAGEM
               MOVE 2 TO WS-EXC-SEVERIDADE
               PERFORM GRAVAR-EXCECAO-GERAL
               CLOSE REEMBOLSOS-ACEITOS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       CONFERIR-VERSAO-EXTRATO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    CARREGAR-APROVACOES-PAGAS                                *
      *    Todas as aprovacoes do registro acumulativo, com a data  *
      *    em que foram pagas.                                      *
      *----------------------------------------------------------*
       CARREGAR-APROVACOES-PAGAS.
           OPEN INPUT REGISTRO-REEMBOLSOS.
           IF WS-STATUS-REGISTRO = '00'
               PERFORM LER-APROVACAO-PAGA
                   UNTIL WS-EOF-REGISTRO = 'S'
           END-IF.
           CLOSE REGISTRO-REEMBOLSOS.
           IF WS-APROVACOES-ESTOURARAM = 'S'
               DISPLAY 'TESTREEM REEMBREG.DAT EXCEDE A CAPACIDADE '
                       'DA TABELA (20000) - REEMBOLSOS RECUSADOS'
               MOVE 'TESTREEM'          TO WS-EXC-PROGRAMA
               MOVE 'CARREGAR-APROVACOES-PAGAS' TO WS-EXC-PARAGRAFO
               MOVE 8                   TO WS-EXC-CODIGO
               MOVE 'REGISTRO DE APROVACOES PAGAS ESTOURADO'
                   TO WS-EXC-MENSAGEM
               MOVE 2 TO WS-EXC-SEVERIDADE
               PERFORM GRAVAR-EXCECAO-GERAL
               CLOSE REEMBOLSOS-ACEITOS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       CARREGAR-APROVACOES-PAGAS-EXIT.
           EXIT.

       LER-APROVACAO-PAGA.
           READ REGISTRO-REEMBOLSOS
               AT END
                   MOVE 'S' TO WS-EOF-REGISTRO
               NOT AT END
                   IF WS-QTD-APROVACOES < 20000
                       ADD 1 TO WS-QTD-APROVACOES
                       MOVE RGR-ID-APROVACAO
                           TO WS-APG-ID (WS-QTD-APROVACOES)
                       MOVE RGR-DATA-PAGAMENTO
                           TO WS-APG-DATA (WS-QTD-APROVACOES)
                       MOVE 'N' TO WS-APG-USADA (WS-QTD-APROVACOES)
                   ELSE
                       MOVE 'S' TO WS-APROVACOES-ESTOURARAM
                   END-IF
           END-READ.

       LER-APROVACAO-PAGA-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    LER-REEMBOLSO-APROVADO                                   *
      *----------------------------------------------------------*
       LER-REEMBOLSO-APROVADO.
           READ REEMBOLSOS-APROVADOS
               AT END
                   MOVE 'S' TO WS-EOF-APROVADOS
               NOT AT END
                   ADD 1 TO WS-QTD-LIDOS
                   PERFORM VALIDAR-REEMBOLSO THRU
                           VALIDAR-REEMBOLSO-EXIT
           END-READ.

       LER-REEMBOLSO-APROVADO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    VALIDAR-REEMBOLSO                                        *
      *    Campo a campo, com o primeiro motivo reprovado levando   *
      *    o registro inteiro para REEMBREJ.DAT; a checagem de      *
      *    pagamento em duplicidade e a ultima.                     *
      *----------------------------------------------------------*
       VALIDAR-REEMBOLSO.
           IF APR-ID-APROVACAO = SPACES
               MOVE 'ID DE APROVACAO AUSENTE' TO WS-MOTIVO-REJEICAO
               PERFORM REJEITAR-REEMBOLSO
               GO TO VALIDAR-REEMBOLSO-EXIT
           END-IF.
           IF APR-MATRICULA IS NOT NUMERIC
                  OR APR-MATRICULA-NUM = ZEROS
               MOVE 'MATRICULA INVALIDA' TO WS-MOTIVO-REJEICAO
               PERFORM REJEITAR-REEMBOLSO
               GO TO VALIDAR-REEMBOLSO-EXIT
           END-IF.
           MOVE 'N' TO WS-MATRICULA-ACHADA.
           PERFORM PROCURAR-MATRICULA
               VARYING WS-IDX-MATRICULA FROM 1 BY 1
               UNTIL WS-IDX-MATRICULA > WS-QTD-MATRICULAS
                  OR WS-MATRICULA-ACHADA = 'S'.
           IF WS-MATRICULA-ACHADA = 'N'
               MOVE 'MATRICULA FORA DO EXTRATO' TO WS-MOTIVO-REJEICAO
               PERFORM REJEITAR-REEMBOLSO
               GO TO VALIDAR-REEMBOLSO-EXIT
           END-IF.
           IF APR-TIPO-DESPESA = SPACES
               MOVE 'TIPO DE DESPESA AUSENTE' TO WS-MOTIVO-REJEICAO
               PERFORM REJEITAR-REEMBOLSO
               GO TO VALIDAR-REEMBOLSO-EXIT
           END-IF.
           IF APR-VALOR IS NOT NUMERIC
                  OR APR-VALOR-NUM = ZEROS
               MOVE 'VALOR INVALIDO' TO WS-MOTIVO-REJEICAO
               PERFORM REJEITAR-REEMBOLSO
               GO TO VALIDAR-REEMBOLSO-EXIT
           END-IF.
           MOVE APR-CENTRO-CUSTO TO DPM-CODIGO.
           READ DEPT-MASTER
               KEY IS DPM-CODIGO
               INVALID KEY
                   MOVE 'CENTRO DE CUSTO INEXISTENTE'
                       TO WS-MOTIVO-REJEICAO
                   PERFORM REJEITAR-REEMBOLSO
                   GO TO VALIDAR-REEMBOLSO-EXIT
           END-READ.

           MOVE 'N' TO WS-APROVACAO-ACHADA.
           PERFORM PROCURAR-APROVACAO
               VARYING WS-IDX-APROVACAO FROM 1 BY 1
               UNTIL WS-IDX-APROVACAO > WS-QTD-APROVACOES
                  OR WS-APROVACAO-ACHADA = 'S'.
           IF WS-APROVACAO-ACHADA = 'S'
               SUBTRACT 1 FROM WS-IDX-APROVACAO
               IF WS-APG-USADA (WS-IDX-APROVACAO) = 'S'
                   MOVE 'APROVACAO DUPLICADA NO ARQUIVO'
                       TO WS-MOTIVO-REJEICAO
                   PERFORM REJEITAR-REEMBOLSO
                   GO TO VALIDAR-REEMBOLSO-EXIT
               END-IF
               IF WS-APG-DATA (WS-IDX-APROVACAO)
                      NOT = WS-DATA-EXECUCAO
                   MOVE SPACES TO WS-MOTIVO-REJEICAO
                   STRING 'JA PAGA EM '
                          WS-APG-DATA (WS-IDX-APROVACAO)
                       DELIMITED BY SIZE
                       INTO WS-MOTIVO-REJEICAO
                   END-STRING
                   PERFORM REJEITAR-REEMBOLSO
                   GO TO VALIDAR-REEMBOLSO-EXIT
               END-IF
               MOVE 'S' TO WS-APG-USADA (WS-IDX-APROVACAO)
           END-IF.

           PERFORM ACEITAR-REEMBOLSO THRU ACEITAR-REEMBOLSO-EXIT.

       VALIDAR-REEMBOLSO-EXIT.
           EXIT.

       PROCURAR-MATRICULA.
           IF WS-MATRICULA-EXT (WS-IDX-MATRICULA) = APR-MATRICULA-NUM
               MOVE 'S' TO WS-MATRICULA-ACHADA
           END-IF.

       PROCURAR-MATRICULA-EXIT.
           EXIT.

       PROCURAR-APROVACAO.
           IF WS-APG-ID (WS-IDX-APROVACAO) = APR-ID-APROVACAO
               MOVE 'S' TO WS-APROVACAO-ACHADA
           END-IF.

       PROCURAR-APROVACAO-EXIT.
           EXIT.

       REJEITAR-REEMBOLSO.
           ADD 1 TO WS-QTD-REJEITADOS.
           MOVE SPACES                 TO REG-REJEICAO-REEMB.
           MOVE REG-REEMBOLSO-APROVADO TO RRJ-REGISTRO.
           MOVE WS-MOTIVO-REJEICAO     TO RRJ-MOTIVO.
           WRITE REG-REJEICAO-REEMB.

       REJEITAR-REEMBOLSO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    ACEITAR-REEMBOLSO                                        *
      *    Grava o aceito com a conta contabil do centro de custo   *
      *    (DEPT-MASTER ja posicionado pela validacao). Aprovacao   *
      *    nova entra no registro acumulativo e na tabela, marcada  *
      *    como usada; a aceita de novo no reprocessamento do dia   *
      *    ja esta no registro.                                     *
      *----------------------------------------------------------*
       ACEITAR-REEMBOLSO.
           MOVE SPACES               TO REG-REEMBOLSO.
           MOVE APR-MATRICULA-NUM    TO REE-MATRICULA.
           MOVE APR-TIPO-DESPESA     TO REE-TIPO-DESPESA.
           MOVE APR-VALOR-NUM        TO REE-VALOR.
           MOVE APR-CENTRO-CUSTO     TO REE-CENTRO-CUSTO.
           MOVE DPM-CENTRO-CUSTO     TO REE-CONTA-CONTABIL.
           MOVE APR-ID-APROVACAO     TO REE-ID-APROVACAO.
           MOVE WS-DATA-EXECUCAO     TO REE-DATA-PAGAMENTO.
           WRITE REG-REEMBOLSO.
           ADD 1 TO WS-QTD-ACEITOS.
           ADD APR-VALOR-NUM TO WS-TOTAL-ACEITO.

           IF WS-APROVACAO-ACHADA = 'S'
               GO TO ACEITAR-REEMBOLSO-EXIT
           END-IF.
           WRITE REG-REGISTRO-REEMB FROM REG-REEMBOLSO.
           IF WS-QTD-APROVACOES < 20000
               ADD 1 TO WS-QTD-APROVACOES
               MOVE APR-ID-APROVACAO
                   TO WS-APG-ID (WS-QTD-APROVACOES)
               MOVE WS-DATA-EXECUCAO
                   TO WS-APG-DATA (WS-QTD-APROVACOES)
               MOVE 'S' TO WS-APG-USADA (WS-QTD-APROVACOES)
           END-IF.

       ACEITAR-REEMBOLSO-EXIT.
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
      *    TRAVA DE EXECUCAO DA ESTEIRA (LOCKPRC)                  *
      *----------------------------------------------------------*
       COPY LOCKPRC.
