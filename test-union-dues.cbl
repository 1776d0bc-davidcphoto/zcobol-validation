       IDENTIFICATION DIVISION.
       PROGRAM-ID. TESTSIND.

      *----------------------------------------------------------*
      *    TESTSIND                                                *
      *    Contribuicao sindical do mes e conferencia do piso da   *
      *    categoria, rodando no fechamento mensal (RUNMODE.DAT =  *
      *    'M') antes de TESTDEDU.                                 *
      *    Entradas:                                               *
      *      - SINDTAB.DAT: sindicatos - codigo, nome, regra da    *
      *        contribuicao ('P' = percentual do salario, 'F' =    *
      *        valor fixo, 'D' = um dia de salario, salario/30),   *
      *        valor/percentual, mes de cobranca (00 = todo mes),  *
      *        piso salarial da categoria e conta de repasse       *
      *        (banco/agencia/conta);                              *
      *      - SINDREG.DAT: filiacao do empregado ao sindicato,    *
      *        com vigencia (data fim zero = em aberto).           *
      *    Saidas:                                                 *
      *      - SINDDESC.DAT: desconto 'SIND' por matricula, que    *
      *        TESTDEDU aplica na mesma noite (limitado ao liquido *
      *        restante, como os demais beneficios);               *
      *      - SNDxxxx.DAT: um arquivo de repasse por sindicato    *
      *        com desconto no mes - 'H' data + sindicato + conta  *
      *        de repasse, 'D' por empregado, 'T' quantidade +     *
      *        total;                                              *
      *      - SINDPISO.DAT: empregados filiados com salario do    *
      *        extrato abaixo do piso do seu sindicato (RC=4 e log *
      *        de excecoes).                                       *
      *    Filiacao a sindicato fora da tabela ou mais de uma      *
      *    filiacao vigente para a mesma matricula vai para o log  *
      *    de excecoes (RC=4); vale a primeira.                    *
      *    Fora do fechamento mensal o passo nao faz nada.         *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXTRATO-EMPREGADOS
               ASSIGN TO "EMPEXTR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-EXTRATO.

           SELECT OPTIONAL TABELA-SINDICATOS
               ASSIGN TO "SINDTAB.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-SINDICATOS.

           SELECT OPTIONAL CADASTRO-FILIACAO
               ASSIGN TO "SINDREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-FILIACAO.

           SELECT DESCONTOS-SINDICAIS
               ASSIGN TO "SINDDESC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-DESCONTOS.

           SELECT REMESSA-SINDICATO
               ASSIGN TO WS-NOME-ARQ-REMESSA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-REMESSA.

           SELECT RELATORIO-PISO
               ASSIGN TO "SINDPISO.DAT"
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

      *    SND-VALOR e percentual (regra 'P') ou valor (regra 'F');
      *    na regra 'D' nao e usado.
       FD  TABELA-SINDICATOS.
       01  REG-TABELA-SINDICATO.
           05  SND-CODIGO               PIC X(04).
           05  SND-NOME                 PIC X(30).
           05  SND-REGRA                PIC X(01).
               88  SND-REGRA-PERCENTUAL     VALUE 'P'.
               88  SND-REGRA-FIXO           VALUE 'F'.
               88  SND-REGRA-DIA            VALUE 'D'.
           05  SND-VALOR                PIC 9(05)V99.
           05  SND-MES-COBRANCA         PIC 9(02).
           05  SND-PISO                 PIC 9(07)V99.
           05  SND-BANCO                PIC X(03).
           05  SND-AGENCIA              PIC X(05).
           05  SND-CONTA                PIC X(12).
           05  FILLER                   PIC X(07).

       FD  CADASTRO-FILIACAO.
       01  REG-CADASTRO-FILIACAO.
           05  FIL-MATRICULA            PIC 9(05).
           05  FIL-SINDICATO            PIC X(04).
           05  FIL-DATA-INICIO          PIC 9(08).
           05  FIL-DATA-FIM             PIC 9(08).
           05  FILLER                   PIC X(55).

      *    Mesmo layout de BENFDESC.DAT (TESTBENF), lido por
      *    TESTDEDU.
       FD  DESCONTOS-SINDICAIS.
       01  REG-DESCONTO-SINDICAL.
           05  BDS-MATRICULA        PIC 9(05).
           05  BDS-COMPETENCIA      PIC 9(06).
           05  BDS-CODIGO           PIC X(04).
           05  BDS-PCT              PIC 9(03)V99.
           05  BDS-VALOR            PIC 9(07)V99.
           05  FILLER               PIC X(51).

      *    Repasse ao sindicato: 'H' data + sindicato + conta,
      *    'D' por empregado descontado, 'T' quantidade + total.
       FD  REMESSA-SINDICATO.
       01  REG-REMESSA-SINDICATO.
           05  RMS-TIPO             PIC X(01).
           05  RMS-DADOS            PIC X(79).
           05  RMS-DADOS-HEADER REDEFINES RMS-DADOS.
               10  RMS-HDR-DATA         PIC 9(08).
               10  RMS-HDR-SINDICATO    PIC X(04).
               10  RMS-HDR-BANCO        PIC X(03).
               10  RMS-HDR-AGENCIA      PIC X(05).
               10  RMS-HDR-CONTA        PIC X(12).
               10  RMS-HDR-COMPETENCIA  PIC 9(06).
               10  FILLER               PIC X(41).
           05  RMS-DADOS-DETALHE REDEFINES RMS-DADOS.
               10  RMS-DET-MATRICULA    PIC 9(05).
               10  RMS-DET-NOME         PIC X(30).
               10  RMS-DET-SALARIO      PIC 9(07)V99.
               10  RMS-DET-VALOR        PIC 9(07)V99.
               10  FILLER               PIC X(26).
           05  RMS-DADOS-TRAILER REDEFINES RMS-DADOS.
               10  RMS-TRL-QTD          PIC 9(07).
               10  RMS-TRL-VALOR        PIC 9(11)V99.
               10  FILLER               PIC X(59).

       FD  RELATORIO-PISO.
       01  REG-RELATORIO-PISO       PIC X(100).

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
       01  WS-STATUS-SINDICATOS     PIC XX.
       01  WS-STATUS-FILIACAO       PIC XX.
       01  WS-STATUS-DESCONTOS      PIC XX.
       01  WS-STATUS-REMESSA        PIC XX.
       01  WS-STATUS-RELATORIO      PIC XX.
       01  WS-STATUS-DATA-NEG       PIC XX.
       01  WS-EOF-EXTRATO           PIC X VALUE 'N'.
       01  WS-EOF-SINDICATOS        PIC X VALUE 'N'.
       01  WS-EOF-FILIACAO          PIC X VALUE 'N'.

       01  WS-NOME-ARQ-REMESSA      PIC X(12) VALUE SPACES.

       01  WS-DATA-NEGOCIO          PIC 9(08) VALUE ZEROS.
       01  WS-COMPETENCIA           PIC 9(06) VALUE ZEROS.
       01  WS-MES-COMPETENCIA       PIC 9(02) VALUE ZEROS.
       01  WS-INICIO-COMPETENCIA    PIC 9(08) VALUE ZEROS.
       01  WS-FIM-COMPETENCIA       PIC 9(08) VALUE ZEROS.

      *    Tabela de sindicatos, com o acumulado do repasse.
       01  WS-QTD-SINDICATOS        PIC 9(03) VALUE ZEROS.
       01  WS-IDX-SINDICATO         PIC 9(03) VALUE ZEROS.
       01  WS-SINDICATO-ACHADO      PIC X VALUE 'N'.
       01  WS-TABELA-SINDICATOS.
           05  WS-SINDICATO OCCURS 100 TIMES.
               10  WS-SND-CODIGO        PIC X(04).
               10  WS-SND-NOME          PIC X(30).
               10  WS-SND-REGRA         PIC X(01).
               10  WS-SND-VALOR         PIC 9(05)V99.
               10  WS-SND-MES-COBRANCA  PIC 9(02).
               10  WS-SND-PISO          PIC 9(07)V99.
               10  WS-SND-BANCO         PIC X(03).
               10  WS-SND-AGENCIA       PIC X(05).
               10  WS-SND-CONTA         PIC X(12).
               10  WS-SND-QTD-DESCONTO  PIC 9(07).
               10  WS-SND-TOTAL         PIC 9(11)V99.

      *    Filiacoes vigentes na competencia.
       01  WS-QTD-FILIACOES         PIC 9(04) VALUE ZEROS.
       01  WS-IDX-FILIACAO          PIC 9(04) VALUE ZEROS.
       01  WS-FILIACAO-ACHADA       PIC X VALUE 'N'.
       01  WS-TABELA-FILIACOES.
           05  WS-FILIACAO OCCURS 5000 TIMES.
               10  WS-FIL-MATRICULA     PIC 9(05).
               10  WS-FIL-IDX-SINDICATO PIC 9(03).

      *    Empregados descontados no run, para o repasse.
       01  WS-QTD-DESCONTADOS       PIC 9(04) VALUE ZEROS.
       01  WS-IDX-DESCONTADO        PIC 9(04) VALUE ZEROS.
       01  WS-TABELA-DESCONTADOS.
           05  WS-DESCONTADO OCCURS 5000 TIMES.
               10  WS-DSC-MATRICULA     PIC 9(05).
               10  WS-DSC-NOME          PIC X(30).
               10  WS-DSC-SALARIO       PIC 9(07)V99.
               10  WS-DSC-VALOR         PIC 9(07)V99.
               10  WS-DSC-IDX-SINDICATO PIC 9(03).

       01  WS-VALOR-CONTRIBUICAO    PIC 9(07)V99 VALUE ZEROS.
       01  WS-QTD-REMESSA           PIC 9(07) VALUE ZEROS.
       01  WS-TOTAL-REMESSA         PIC 9(11)V99 VALUE ZEROS.

       01  WS-QTD-INVALIDAS         PIC 9(05) VALUE ZEROS.
       01  WS-QTD-ABAIXO-PISO       PIC 9(05) VALUE ZEROS.
       01  WS-TOTAL-DESCONTO-SIND   PIC 9(11)V99 VALUE ZEROS.

       01  WS-CABECALHO-PISO.
           05  FILLER               PIC X(44) VALUE
               'SALARIO ABAIXO DO PISO SINDICAL - COMPET.   '.
           05  CPS-COMPETENCIA      PIC 9(06).

       01  WS-CABECALHO-PISO-2.
           05  FILLER               PIC X(37) VALUE
               'MATR. NOME                           '.
           05  FILLER               PIC X(36) VALUE
               'SIND     SALARIO        PISO      DI'.
           05  FILLER               PIC X(07) VALUE
               'FERENCA'.

       01  WS-LINHA-PISO.
           05  LPS-MATRICULA        PIC 9(05).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  LPS-NOME             PIC X(30).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  LPS-SINDICATO        PIC X(04).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  LPS-SALARIO          PIC Z,ZZZ,ZZ9.99.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  LPS-PISO             PIC Z,ZZZ,ZZ9.99.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  LPS-DIFERENCA        PIC Z,ZZZ,ZZ9.99.

       01  WS-LINHA-TOTAL-PISO.
           05  FILLER               PIC X(30) VALUE
               'EMPREGADOS ABAIXO DO PISO....:'.
           05  TPS-QTD              PIC ZZZZ9.

       01  WS-DIFERENCA-PISO        PIC 9(07)V99 VALUE ZEROS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 0 TO RETURN-CODE.
           MOVE 'TESTSIND' TO WS-PER-PROGRAMA.
           PERFORM VERIFICAR-PERIODO-ABERTO THRU
                   VERIFICAR-PERIODO-ABERTO-EXIT.
           IF PERIODO-FECHADO
               STOP RUN
           END-IF.
           PERFORM LER-MODO-EXECUCAO.
           IF NOT MODO-FIM-DE-MES
               DISPLAY 'TESTSIND FORA DO FECHAMENTO MENSAL - SEM '
                       'CONTRIBUICAO SINDICAL'
               STOP RUN
           END-IF.
           PERFORM OBTER-DATA-NEGOCIO-SIND.

           OPEN OUTPUT DESCONTOS-SINDICAIS.
           OPEN OUTPUT RELATORIO-PISO.
           MOVE WS-COMPETENCIA TO CPS-COMPETENCIA.
           WRITE REG-RELATORIO-PISO FROM WS-CABECALHO-PISO.
           WRITE REG-RELATORIO-PISO FROM WS-CABECALHO-PISO-2.

           PERFORM CARREGAR-SINDICATOS THRU
                   CARREGAR-SINDICATOS-EXIT.
           IF RETURN-CODE >= 8
               CLOSE DESCONTOS-SINDICAIS
               CLOSE RELATORIO-PISO
               STOP RUN
           END-IF.
           PERFORM CARREGAR-FILIACOES THRU
                   CARREGAR-FILIACOES-EXIT.

           OPEN INPUT EXTRATO-EMPREGADOS.
           IF WS-STATUS-EXTRATO NOT = '00'
               MOVE 'TESTSIND'          TO WS-EXC-PROGRAMA
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
           CLOSE DESCONTOS-SINDICAIS.
      *    Estouro no calculo (RC=8): um SINDDESC.DAT parcial nao
      *    pode chegar ao TESTDEDU - sai vazio e sem repasse, como
      *    sem SINDTAB.DAT.
           IF RETURN-CODE >= 8
               OPEN OUTPUT DESCONTOS-SINDICAIS
               CLOSE DESCONTOS-SINDICAIS
               CLOSE RELATORIO-PISO
               DISPLAY 'TESTSIND CALCULO INTERROMPIDO - SINDDESC.DAT '
                       'SAI VAZIO E SEM REPASSE'
               STOP RUN
           END-IF.

           MOVE SPACES TO REG-RELATORIO-PISO.
           WRITE REG-RELATORIO-PISO.
           MOVE WS-QTD-ABAIXO-PISO TO TPS-QTD.
           WRITE REG-RELATORIO-PISO FROM WS-LINHA-TOTAL-PISO.
           CLOSE RELATORIO-PISO.

           PERFORM GERAR-REMESSA-SINDICATO THRU
                   GERAR-REMESSA-SINDICATO-EXIT
               VARYING WS-IDX-SINDICATO FROM 1 BY 1
               UNTIL WS-IDX-SINDICATO > WS-QTD-SINDICATOS.

           DISPLAY 'TESTSIND COMPETENCIA...........: '
                   WS-COMPETENCIA.
           DISPLAY 'TESTSIND SINDICATOS NA TABELA..: '
                   WS-QTD-SINDICATOS.
           DISPLAY 'TESTSIND FILIACOES VIGENTES....: '
                   WS-QTD-FILIACOES.
           DISPLAY 'TESTSIND EMPREGADOS DESCONTADOS: '
                   WS-QTD-DESCONTADOS.
           DISPLAY 'TESTSIND TOTAL CONTRIBUICAO....: '
                   WS-TOTAL-DESCONTO-SIND.
           DISPLAY 'TESTSIND ABAIXO DO PISO........: '
                   WS-QTD-ABAIXO-PISO.
           DISPLAY 'TESTSIND FILIACOES INVALIDAS...: '
                   WS-QTD-INVALIDAS.

           IF (WS-QTD-ABAIXO-PISO > ZEROS
                  OR WS-QTD-INVALIDAS > ZEROS)
                  AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.

           STOP RUN.

      *----------------------------------------------------------*
      *    OBTER-DATA-NEGOCIO-SIND                                  *
      *    Competencia = ano/mes da data de negocio (DATACTL.DAT).  *
      *----------------------------------------------------------*
       OBTER-DATA-NEGOCIO-SIND.
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
           MOVE WS-COMPETENCIA (5:2) TO WS-MES-COMPETENCIA.
           COMPUTE WS-INICIO-COMPETENCIA = WS-COMPETENCIA * 100 + 1.
           COMPUTE WS-FIM-COMPETENCIA = WS-COMPETENCIA * 100 + 31.

       OBTER-DATA-NEGOCIO-SIND-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    CARREGAR-SINDICATOS                                      *
      *    Sem tabela de sindicatos nao ha regra nem piso: RC=8 e   *
      *    nenhum desconto (SINDDESC.DAT sai vazio).                *
      *----------------------------------------------------------*
       CARREGAR-SINDICATOS.
           OPEN INPUT TABELA-SINDICATOS.
           IF WS-STATUS-SINDICATOS = '00'
               PERFORM LER-SINDICATO
                   UNTIL WS-EOF-SINDICATOS = 'S'
           END-IF.
           CLOSE TABELA-SINDICATOS.
           IF WS-QTD-SINDICATOS = ZEROS
               DISPLAY 'TESTSIND SINDTAB.DAT AUSENTE OU VAZIO - SEM '
                       'CONTRIBUICAO SINDICAL'
               MOVE 'TESTSIND'            TO WS-EXC-PROGRAMA
               MOVE 'CARREGAR-SINDICATOS' TO WS-EXC-PARAGRAFO
               MOVE 8                     TO WS-EXC-CODIGO
               MOVE 'TABELA DE SINDICATOS SINDTAB.DAT VAZIA'
                   TO WS-EXC-MENSAGEM
               MOVE 2 TO WS-EXC-SEVERIDADE
               PERFORM GRAVAR-EXCECAO-GERAL
               MOVE 8 TO RETURN-CODE
           END-IF.

       CARREGAR-SINDICATOS-EXIT.
           EXIT.

       LER-SINDICATO.
           READ TABELA-SINDICATOS
               AT END
                   MOVE 'S' TO WS-EOF-SINDICATOS
               NOT AT END
                   IF SND-CODIGO NOT = SPACES
                          AND (SND-REGRA-PERCENTUAL
                            OR SND-REGRA-FIXO
                            OR SND-REGRA-DIA)
                          AND SND-VALOR IS NUMERIC
                          AND SND-MES-COBRANCA IS NUMERIC
                          AND SND-MES-COBRANCA NOT > 12
                          AND SND-PISO IS NUMERIC
                          AND WS-QTD-SINDICATOS < 100
                       PERFORM GUARDAR-SINDICATO
                   END-IF
           END-READ.

       LER-SINDICATO-EXIT.
           EXIT.

       GUARDAR-SINDICATO.
           ADD 1 TO WS-QTD-SINDICATOS.
           MOVE SND-CODIGO  TO WS-SND-CODIGO (WS-QTD-SINDICATOS).
           MOVE SND-NOME    TO WS-SND-NOME (WS-QTD-SINDICATOS).
           MOVE SND-REGRA   TO WS-SND-REGRA (WS-QTD-SINDICATOS).
           MOVE SND-VALOR   TO WS-SND-VALOR (WS-QTD-SINDICATOS).
           MOVE SND-MES-COBRANCA
               TO WS-SND-MES-COBRANCA (WS-QTD-SINDICATOS).
           MOVE SND-PISO    TO WS-SND-PISO (WS-QTD-SINDICATOS).
           MOVE SND-BANCO   TO WS-SND-BANCO (WS-QTD-SINDICATOS).
           MOVE SND-AGENCIA TO WS-SND-AGENCIA (WS-QTD-SINDICATOS).
           MOVE SND-CONTA   TO WS-SND-CONTA (WS-QTD-SINDICATOS).
           MOVE ZEROS TO WS-SND-QTD-DESCONTO (WS-QTD-SINDICATOS).
           MOVE ZEROS TO WS-SND-TOTAL (WS-QTD-SINDICATOS).

       GUARDAR-SINDICATO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    CARREGAR-FILIACOES                                       *
      *    So filiacoes vigentes na competencia; sindicato fora da  *
      *    tabela ou segunda filiacao vigente da mesma matricula    *
      *    vao para o log de excecoes (RC=4).                       *
      *----------------------------------------------------------*
       CARREGAR-FILIACOES.
           OPEN INPUT CADASTRO-FILIACAO.
           IF WS-STATUS-FILIACAO NOT = '00'
               DISPLAY 'TESTSIND SINDREG.DAT AUSENTE - NENHUM '
                       'EMPREGADO FILIADO'
               CLOSE CADASTRO-FILIACAO
               GO TO CARREGAR-FILIACOES-EXIT
           END-IF.
           PERFORM LER-FILIACAO
               UNTIL WS-EOF-FILIACAO = 'S'.
           CLOSE CADASTRO-FILIACAO.

       CARREGAR-FILIACOES-EXIT.
           EXIT.

       LER-FILIACAO.
           READ CADASTRO-FILIACAO
               AT END
                   MOVE 'S' TO WS-EOF-FILIACAO
               NOT AT END
                   PERFORM GUARDAR-FILIACAO THRU
                           GUARDAR-FILIACAO-EXIT
           END-READ.

       LER-FILIACAO-EXIT.
           EXIT.

       GUARDAR-FILIACAO.
           IF FIL-MATRICULA IS NOT NUMERIC
                  OR FIL-DATA-INICIO IS NOT NUMERIC
                  OR FIL-DATA-FIM IS NOT NUMERIC
               MOVE 'FILIACAO INVALIDA: ' TO WS-EXC-MENSAGEM
               PERFORM REJEITAR-FILIACAO
               GO TO GUARDAR-FILIACAO-EXIT
           END-IF.
           IF FIL-DATA-INICIO > WS-FIM-COMPETENCIA
               GO TO GUARDAR-FILIACAO-EXIT
           END-IF.
           IF FIL-DATA-FIM NOT = ZEROS
                  AND FIL-DATA-FIM < WS-INICIO-COMPETENCIA
               GO TO GUARDAR-FILIACAO-EXIT
           END-IF.

           MOVE 'N' TO WS-SINDICATO-ACHADO.
           PERFORM PROCURAR-SINDICATO
               VARYING WS-IDX-SINDICATO FROM 1 BY 1
               UNTIL WS-IDX-SINDICATO > WS-QTD-SINDICATOS
                  OR WS-SINDICATO-ACHADO = 'S'.
           IF WS-SINDICATO-ACHADO = 'N'
               MOVE 'SINDICATO FORA DA TABELA: ' TO WS-EXC-MENSAGEM
               PERFORM REJEITAR-FILIACAO
               GO TO GUARDAR-FILIACAO-EXIT
           END-IF.
           SUBTRACT 1 FROM WS-IDX-SINDICATO.

           MOVE 'N' TO WS-FILIACAO-ACHADA.
           PERFORM PROCURAR-FILIACAO
               VARYING WS-IDX-FILIACAO FROM 1 BY 1
               UNTIL WS-IDX-FILIACAO > WS-QTD-FILIACOES
                  OR WS-FILIACAO-ACHADA = 'S'.
           IF WS-FILIACAO-ACHADA = 'S'
               MOVE 'FILIACAO VIGENTE DUPLICADA: ' TO WS-EXC-MENSAGEM
               PERFORM REJEITAR-FILIACAO
               GO TO GUARDAR-FILIACAO-EXIT
           END-IF.
           IF WS-QTD-FILIACOES NOT < 5000
               MOVE 'SINDREG EXCEDE 5000 FILIADOS: ' TO WS-EXC-MENSAGEM
               PERFORM REJEITAR-FILIACAO
               GO TO GUARDAR-FILIACAO-EXIT
           END-IF.

           ADD 1 TO WS-QTD-FILIACOES.
           MOVE FIL-MATRICULA TO WS-FIL-MATRICULA (WS-QTD-FILIACOES).
           MOVE WS-IDX-SINDICATO
               TO WS-FIL-IDX-SINDICATO (WS-QTD-FILIACOES).

       GUARDAR-FILIACAO-EXIT.
           EXIT.

       PROCURAR-SINDICATO.
           IF WS-SND-CODIGO (WS-IDX-SINDICATO) = FIL-SINDICATO
               MOVE 'S' TO WS-SINDICATO-ACHADO
           END-IF.

       PROCURAR-SINDICATO-EXIT.
           EXIT.

       PROCURAR-FILIACAO.
           IF WS-FIL-MATRICULA (WS-IDX-FILIACAO) = FIL-MATRICULA
               MOVE 'S' TO WS-FILIACAO-ACHADA
           END-IF.

       PROCURAR-FILIACAO-EXIT.
           EXIT.

       REJEITAR-FILIACAO.
           ADD 1 TO WS-QTD-INVALIDAS.
           MOVE 'TESTSIND'         TO WS-EXC-PROGRAMA.
           MOVE 'GUARDAR-FILIACAO' TO WS-EXC-PARAGRAFO.
           MOVE 4                  TO WS-EXC-CODIGO.
           MOVE REG-CADASTRO-FILIACAO (1:9) TO WS-EXC-MENSAGEM (31:9).
           MOVE 3 TO WS-EXC-SEVERIDADE.
           PERFORM GRAVAR-EXCECAO-GERAL.

       REJEITAR-FILIACAO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    LER-EMPREGADO-EXTRATO                                    *
      *    Desconto e piso so para filiado presente no extrato.     *
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
                       PERFORM TRATAR-EMPREGADO-FILIADO THRU
                               TRATAR-EMPREGADO-FILIADO-EXIT
                   END-IF
           END-READ.

       LER-EMPREGADO-EXTRATO-EXIT.
           EXIT.

       TRATAR-EMPREGADO-FILIADO.
           MOVE 'N' TO WS-FILIACAO-ACHADA.
           PERFORM PROCURAR-FILIACAO-EMPREGADO
               VARYING WS-IDX-FILIACAO FROM 1 BY 1
               UNTIL WS-IDX-FILIACAO > WS-QTD-FILIACOES
                  OR WS-FILIACAO-ACHADA = 'S'.
           IF WS-FILIACAO-ACHADA = 'N'
               GO TO TRATAR-EMPREGADO-FILIADO-EXIT
           END-IF.
           SUBTRACT 1 FROM WS-IDX-FILIACAO.
           MOVE WS-FIL-IDX-SINDICATO (WS-IDX-FILIACAO)
               TO WS-IDX-SINDICATO.

           PERFORM CONFERIR-PISO THRU
                   CONFERIR-PISO-EXIT.
           PERFORM CALCULAR-CONTRIBUICAO THRU
                   CALCULAR-CONTRIBUICAO-EXIT.

       TRATAR-EMPREGADO-FILIADO-EXIT.
           EXIT.

       PROCURAR-FILIACAO-EMPREGADO.
           IF WS-FIL-MATRICULA (WS-IDX-FILIACAO) = EXT-EMPLOYEE-ID
               MOVE 'S' TO WS-FILIACAO-ACHADA
           END-IF.

       PROCURAR-FILIACAO-EMPREGADO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    CONFERIR-PISO                                            *
      *    Salario do extrato abaixo do piso da categoria: linha    *
      *    em SINDPISO.DAT e aviso no log de excecoes.              *
      *----------------------------------------------------------*
       CONFERIR-PISO.
           IF EXT-EMPLOYEE-SALARY NOT <
                  WS-SND-PISO (WS-IDX-SINDICATO)
               GO TO CONFERIR-PISO-EXIT
           END-IF.
           ADD 1 TO WS-QTD-ABAIXO-PISO.
           COMPUTE WS-DIFERENCA-PISO =
               WS-SND-PISO (WS-IDX-SINDICATO) - EXT-EMPLOYEE-SALARY.
           MOVE EXT-EMPLOYEE-ID     TO LPS-MATRICULA.
           MOVE EXT-EMPLOYEE-NAME   TO LPS-NOME.
           MOVE WS-SND-CODIGO (WS-IDX-SINDICATO) TO LPS-SINDICATO.
           MOVE EXT-EMPLOYEE-SALARY TO LPS-SALARIO.
           MOVE WS-SND-PISO (WS-IDX-SINDICATO) TO LPS-PISO.
           MOVE WS-DIFERENCA-PISO   TO LPS-DIFERENCA.
           WRITE REG-RELATORIO-PISO FROM WS-LINHA-PISO.

           MOVE 'TESTSIND'          TO WS-EXC-PROGRAMA.
           MOVE 'CONFERIR-PISO'     TO WS-EXC-PARAGRAFO.
           MOVE 4                   TO WS-EXC-CODIGO.
           MOVE SPACES              TO WS-EXC-MENSAGEM.
           STRING 'ABAIXO DO PISO MATR '
                  EXT-EMPLOYEE-ID ' SIND '
                  WS-SND-CODIGO (WS-IDX-SINDICATO)
               DELIMITED BY SIZE
               INTO WS-EXC-MENSAGEM
           END-STRING.
           MOVE 3 TO WS-EXC-SEVERIDADE.
           PERFORM GRAVAR-EXCECAO-GERAL.

       CONFERIR-PISO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    CALCULAR-CONTRIBUICAO                                    *
      *    'P' = salario x percentual; 'F' = valor fixo; 'D' = um   *
      *    dia de salario (salario / 30). Sindicato com mes de      *
      *    cobranca so desconta naquele mes.                        *
      *----------------------------------------------------------*
       CALCULAR-CONTRIBUICAO.
           IF WS-SND-MES-COBRANCA (WS-IDX-SINDICATO) NOT = ZEROS
                  AND WS-SND-MES-COBRANCA (WS-IDX-SINDICATO)
                      NOT = WS-MES-COMPETENCIA
               GO TO CALCULAR-CONTRIBUICAO-EXIT
           END-IF.
           EVALUATE WS-SND-REGRA (WS-IDX-SINDICATO)
               WHEN 'P'
                   COMPUTE WS-VALOR-CONTRIBUICAO ROUNDED =
                       EXT-EMPLOYEE-SALARY
                       * WS-SND-VALOR (WS-IDX-SINDICATO) / 100
               WHEN 'F'
                   MOVE WS-SND-VALOR (WS-IDX-SINDICATO)
                       TO WS-VALOR-CONTRIBUICAO
               WHEN OTHER
                   COMPUTE WS-VALOR-CONTRIBUICAO ROUNDED =
                       EXT-EMPLOYEE-SALARY / 30
           END-EVALUATE.
           IF WS-VALOR-CONTRIBUICAO = ZEROS
               GO TO CALCULAR-CONTRIBUICAO-EXIT
           END-IF.
           IF WS-QTD-DESCONTADOS NOT < 5000
               MOVE 'TESTSIND'              TO WS-EXC-PROGRAMA
               MOVE 'CALCULAR-CONTRIBUICAO' TO WS-EXC-PARAGRAFO
               MOVE 8                       TO WS-EXC-CODIGO
               MOVE 'REPASSE EXCEDE 5000 EMPREGADOS'
                   TO WS-EXC-MENSAGEM
               MOVE 2 TO WS-EXC-SEVERIDADE
               PERFORM GRAVAR-EXCECAO-GERAL
               MOVE 8 TO RETURN-CODE
               GO TO CALCULAR-CONTRIBUICAO-EXIT
           END-IF.

           MOVE SPACES                TO REG-DESCONTO-SINDICAL.
           MOVE EXT-EMPLOYEE-ID       TO BDS-MATRICULA.
           MOVE WS-COMPETENCIA        TO BDS-COMPETENCIA.
           MOVE 'SIND'                TO BDS-CODIGO.
           IF WS-SND-REGRA (WS-IDX-SINDICATO) = 'P'
               MOVE WS-SND-VALOR (WS-IDX-SINDICATO) TO BDS-PCT
           ELSE
               MOVE ZEROS TO BDS-PCT
           END-IF.
           MOVE WS-VALOR-CONTRIBUICAO TO BDS-VALOR.
           WRITE REG-DESCONTO-SINDICAL.
           ADD WS-VALOR-CONTRIBUICAO TO WS-TOTAL-DESCONTO-SIND.

           ADD 1 TO WS-QTD-DESCONTADOS.
           MOVE EXT-EMPLOYEE-ID
               TO WS-DSC-MATRICULA (WS-QTD-DESCONTADOS).
           MOVE EXT-EMPLOYEE-NAME
               TO WS-DSC-NOME (WS-QTD-DESCONTADOS).
           MOVE EXT-EMPLOYEE-SALARY
               TO WS-DSC-SALARIO (WS-QTD-DESCONTADOS).
           MOVE WS-VALOR-CONTRIBUICAO
               TO WS-DSC-VALOR (WS-QTD-DESCONTADOS).
           MOVE WS-IDX-SINDICATO
               TO WS-DSC-IDX-SINDICATO (WS-QTD-DESCONTADOS).
           ADD 1 TO WS-SND-QTD-DESCONTO (WS-IDX-SINDICATO).
           ADD WS-VALOR-CONTRIBUICAO TO WS-SND-TOTAL (WS-IDX-SINDICATO).

       CALCULAR-CONTRIBUICAO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    GERAR-REMESSA-SINDICATO                                  *
      *    Um arquivo SNDxxxx.DAT por sindicato com contribuicao    *
      *    descontada no run: 'H', um 'D' por empregado, 'T'.       *
      *----------------------------------------------------------*
       GERAR-REMESSA-SINDICATO.
           IF WS-SND-QTD-DESCONTO (WS-IDX-SINDICATO) = ZEROS
               GO TO GERAR-REMESSA-SINDICATO-EXIT
           END-IF.
           MOVE SPACES TO WS-NOME-ARQ-REMESSA.
           STRING 'SND' WS-SND-CODIGO (WS-IDX-SINDICATO) '.DAT'
               DELIMITED BY SPACE
               INTO WS-NOME-ARQ-REMESSA
           END-STRING.
           OPEN OUTPUT REMESSA-SINDICATO.
           IF WS-STATUS-REMESSA NOT = '00'
               MOVE 'TESTSIND'                TO WS-EXC-PROGRAMA
               MOVE 'GERAR-REMESSA-SINDICATO' TO WS-EXC-PARAGRAFO
               MOVE WS-STATUS-REMESSA         TO WS-EXC-CODIGO
               MOVE SPACES                    TO WS-EXC-MENSAGEM
               STRING 'ERRO ABERTURA ' WS-NOME-ARQ-REMESSA
                   DELIMITED BY SIZE
                   INTO WS-EXC-MENSAGEM
               END-STRING
               MOVE 1 TO WS-EXC-SEVERIDADE
               PERFORM GRAVAR-EXCECAO-GERAL
               MOVE 12 TO RETURN-CODE
               GO TO GERAR-REMESSA-SINDICATO-EXIT
           END-IF.
           MOVE ZEROS TO WS-QTD-REMESSA.
           MOVE ZEROS TO WS-TOTAL-REMESSA.

           MOVE SPACES          TO REG-REMESSA-SINDICATO.
           MOVE 'H'             TO RMS-TIPO.
           MOVE WS-DATA-NEGOCIO TO RMS-HDR-DATA.
           MOVE WS-SND-CODIGO (WS-IDX-SINDICATO)  TO RMS-HDR-SINDICATO.
           MOVE WS-SND-BANCO (WS-IDX-SINDICATO)   TO RMS-HDR-BANCO.
           MOVE WS-SND-AGENCIA (WS-IDX-SINDICATO) TO RMS-HDR-AGENCIA.
           MOVE WS-SND-CONTA (WS-IDX-SINDICATO)   TO RMS-HDR-CONTA.
           MOVE WS-COMPETENCIA  TO RMS-HDR-COMPETENCIA.
           WRITE REG-REMESSA-SINDICATO.

           PERFORM GRAVAR-DETALHE-REMESSA
               VARYING WS-IDX-DESCONTADO FROM 1 BY 1
               UNTIL WS-IDX-DESCONTADO > WS-QTD-DESCONTADOS.

           MOVE SPACES           TO REG-REMESSA-SINDICATO.
           MOVE 'T'              TO RMS-TIPO.
           MOVE WS-QTD-REMESSA   TO RMS-TRL-QTD.
           MOVE WS-TOTAL-REMESSA TO RMS-TRL-VALOR.
           WRITE REG-REMESSA-SINDICATO.
           CLOSE REMESSA-SINDICATO.
           DISPLAY 'TESTSIND REPASSE ' WS-NOME-ARQ-REMESSA ': '
                   WS-QTD-REMESSA ' EMPREGADOS ' WS-TOTAL-REMESSA.

       GERAR-REMESSA-SINDICATO-EXIT.
           EXIT.

       GRAVAR-DETALHE-REMESSA.
           IF WS-DSC-IDX-SINDICATO (WS-IDX-DESCONTADO)
                  = WS-IDX-SINDICATO
               MOVE SPACES TO REG-REMESSA-SINDICATO
               MOVE 'D'    TO RMS-TIPO
               MOVE WS-DSC-MATRICULA (WS-IDX-DESCONTADO)
                   TO RMS-DET-MATRICULA
               MOVE WS-DSC-NOME (WS-IDX-DESCONTADO) TO RMS-DET-NOME
               MOVE WS-DSC-SALARIO (WS-IDX-DESCONTADO)
                   TO RMS-DET-SALARIO
               MOVE WS-DSC-VALOR (WS-IDX-DESCONTADO) TO RMS-DET-VALOR
               WRITE REG-REMESSA-SINDICATO
               ADD 1 TO WS-QTD-REMESSA
               ADD WS-DSC-VALOR (WS-IDX-DESCONTADO) TO WS-TOTAL-REMESSA
           END-IF.

       GRAVAR-DETALHE-REMESSA-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    CONFERIR-VERSAO-EXTRATO                                  *
      *    Header de versao de layout do extrato (ver EXTVWS).      *
      *----------------------------------------------------------*
       CONFERIR-VERSAO-EXTRATO.
           MOVE REG-EXTRATO-EMPREGADO (7:2)
               TO WS-VERSAO-EXTRATO-LIDA.
           IF WS-VERSAO-EXTRATO-LIDA NOT = WS-VERSAO-EXTRATO-ATUAL
               DISPLAY 'TESTSIND VERSAO DO EXTRATO '
                       WS-VERSAO-EXTRATO-LIDA
                       ' INCOMPATIVEL - ESPERADA '
                       WS-VERSAO-EXTRATO-ATUAL
               MOVE 'TESTSIND'          TO WS-EXC-PROGRAMA
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
