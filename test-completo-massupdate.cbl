       IDENTIFICATION DIVISION.
       PROGRAM-ID. TESTMASS.

      *----------------------------------------------------------*
      *    TESTMASS                                                *
      *    Alteracao em massa de COMPLETO.DAT pela fila de         *
      *    aprovacao: em vez de digitar dezenas de transacoes em   *
      *    CMPTRAN.DAT (renomear um departamento, trocar o prefixo *
      *    de um lote de chaves), o cartao MASSCARD.DAT traz a     *
      *    selecao e a mudanca:                                    *
      *      selecao  faixa de chaves (branco = aberta),           *
      *               departamento (branco = qualquer) e um campo  *
      *               com valor ('DT' data, 'VL' valor, 'TP' tipo; *
      *               branco = sem filtro), combinados com E;      *
      *      mudanca  campo ('DP' departamento, 'TP', 'DT', 'VL'   *
      *               ou 'CH' prefixo da chave) e o valor novo -   *
      *               para 'CH', o prefixo atual (DE) e o novo     *
      *               (PARA), de mesmo tamanho.                    *
      *    Todo run grava a previa MASSREPT.DAT: imagem ANTES e    *
      *    DEPOIS de cada registro selecionado. Com o cartao de    *
      *    confirmacao MASSAPRV.DAT ('S' + operador + quantidade   *
      *    de alteracoes da previa), as transacoes sao acrescidas  *
      *    a MNTPEND.DAT como pendentes ('P') - passam pela        *
      *    aprovacao de TESTAPPR e sao aplicadas por TESTMNT com   *
      *    auditoria MNTAUD.DAT e jornal CMPJRNL.DAT como qualquer *
      *    outra manutencao. Nada e gravado no mestre aqui.        *
      *      'DP'/'TP'/'DT'/'VL'  uma 'A' com a imagem completa;   *
      *      'CH'                 'E' da chave atual + 'I' da      *
      *                           chave nova com os mesmos dados.  *
      *    Quantidade confirmada diferente da recalculada (o       *
      *    mestre mudou desde a previa) ou fila acima da           *
      *    capacidade de TESTAPPR: nada e gerado, RC=8.            *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARTAO-ALTERACAO-MASSA
               ASSIGN TO "MASSCARD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CARTAO.

           SELECT OPTIONAL CARTAO-CONFIRMACAO
               ASSIGN TO "MASSAPRV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CONFIRMACAO.

           SELECT ARQUIVO-COMPLETO
               ASSIGN TO "COMPLETO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COMPLETO-CHAVE
               ALTERNATE RECORD KEY IS COMPLETO-DEPARTAMENTO
                   WITH DUPLICATES
               FILE STATUS IS WS-STATUS-COMPLETO.

           SELECT OPTIONAL FILA-PENDENTES
               ASSIGN TO "MNTPEND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-PENDENTES.

           SELECT RELATORIO-ALTERACAO-MASSA
               ASSIGN TO "MASSREPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RELATORIO.

           COPY EXCPSEL.

       DATA DIVISION.
       FILE SECTION.
       FD  CARTAO-ALTERACAO-MASSA.
       01  REG-CARTAO-MASSA.
           05  MSC-CHAVE-INICIAL    PIC X(10).
           05  MSC-CHAVE-FINAL      PIC X(10).
           05  MSC-DEPARTAMENTO     PIC X(10).
           05  MSC-CAMPO-FILTRO     PIC X(02).
               88  MSC-FILTRO-DATA      VALUE 'DT'.
               88  MSC-FILTRO-VALOR     VALUE 'VL'.
               88  MSC-FILTRO-TIPO      VALUE 'TP'.
               88  MSC-SEM-FILTRO       VALUE SPACES.
           05  MSC-VALOR-FILTRO     PIC X(11).
           05  MSC-CAMPO-ALTERAR    PIC X(02).
               88  MSC-ALTERA-DEPTO     VALUE 'DP'.
               88  MSC-ALTERA-TIPO      VALUE 'TP'.
               88  MSC-ALTERA-DATA      VALUE 'DT'.
               88  MSC-ALTERA-VALOR     VALUE 'VL'.
               88  MSC-ALTERA-CHAVE     VALUE 'CH'.
           05  MSC-VALOR-DE         PIC X(11).
           05  MSC-VALOR-PARA       PIC X(11).
           05  FILLER               PIC X(13).

       FD  CARTAO-CONFIRMACAO.
       01  REG-CARTAO-CONFIRMACAO.
           05  CNF-CONFIRMACAO      PIC X(01).
           05  CNF-OPERADOR         PIC X(08).
           05  CNF-QTD-PREVIA       PIC 9(05).
           05  FILLER               PIC X(66).

       FD  ARQUIVO-COMPLETO.
       01  REG-COMPLETO.
           05  COMPLETO-CHAVE       PIC X(10).
           05  CAMPO-COMPLETO.
               10  COMPLETO-DATA-MOVTO    PIC X(08).
               10  COMPLETO-VALOR         PIC X(11).
               10  COMPLETO-TIPO          PIC X(02).
               10  COMPLETO-DEPARTAMENTO  PIC X(10).
               10  COMPLETO-RESTANTE      PIC X(59).

      *    Mesmo layout de REG-FILA-PENDENTE de TESTMNT/TESTAPPR.
       FD  FILA-PENDENTES.
       01  REG-FILA-PENDENTE.
           05  PEN-SITUACAO         PIC X(01).
           05  PEN-DATA             PIC 9(08).
           05  PEN-TRANSACAO.
               10  PEN-OPERACAO     PIC X(01).
               10  PEN-CHAVE        PIC X(10).
               10  PEN-CAMPO        PIC X(90).
           05  PEN-OPERADOR-DECISAO PIC X(08).
           05  FILLER               PIC X(02).
           05  PEN-OPERADOR-ENTRADA PIC X(08).

       FD  RELATORIO-ALTERACAO-MASSA.
       01  REG-RELATORIO-MASSA      PIC X(120).

       COPY EXCPFD.

       WORKING-STORAGE SECTION.
       COPY EXCPWS.

       01  WS-STATUS-CARTAO         PIC XX.
       01  WS-STATUS-CONFIRMACAO    PIC XX.
       01  WS-STATUS-COMPLETO       PIC XX.
       01  WS-STATUS-PENDENTES      PIC XX.
       01  WS-STATUS-RELATORIO      PIC XX.
       01  WS-EOF-COMPLETO          PIC X VALUE 'N'.
       01  WS-EOF-PENDENTES         PIC X VALUE 'N'.

       01  WS-CONFIRMADO            PIC X VALUE 'N'.
           88  MASSA-CONFIRMADA     VALUE 'S'.
       01  WS-OPERADOR-CONFIRMACAO  PIC X(08) VALUE SPACES.
       01  WS-QTD-CONFIRMADA        PIC 9(05) VALUE ZEROS.
       01  WS-CARTAO-VALIDO         PIC X VALUE 'S'.
       01  WS-MOTIVO-CARTAO         PIC X(40) VALUE SPACES.
       01  WS-MOTIVO-RECUSA         PIC X(40) VALUE SPACES.

       01  WS-DATA-ATUAL            PIC 9(08).
       01  WS-DATA-TESTE            PIC X(08).
       01  WS-DATA-TESTE-N REDEFINES WS-DATA-TESTE
                                    PIC 9(08).
       01  WS-VALOR-TESTE           PIC X(11).
       01  WS-VALOR-TESTE-N REDEFINES WS-VALOR-TESTE
                                    PIC 9(09)V99.

      *    Prefixo de chave ('CH'): tamanho do DE e do PARA.
       01  WS-TAM-PREFIXO           PIC 9(02) VALUE ZEROS.
       01  WS-TAM-PREFIXO-NOVO      PIC 9(02) VALUE ZEROS.
       01  WS-CHAVE-NOVA            PIC X(10).

      *    Chaves com transacao ainda pendente em MNTPEND.DAT -
      *    um registro delas nao recebe outra pela massa.
       01  WS-QTD-LINHAS-FILA       PIC 9(05) VALUE ZEROS.
       01  WS-LIMITE-FILA           PIC 9(05) VALUE 500.
       01  WS-QTD-CHAVES-PEND       PIC 9(03) VALUE ZEROS.
       01  WS-IDX-CHAVE-PEND        PIC 9(03) VALUE ZEROS.
       01  WS-CHAVE-PROCURADA       PIC X(10).
       01  WS-CHAVE-PENDENTE        PIC X VALUE 'N'.
       01  WS-TABELA-CHAVES-PEND.
           05  WS-CHAVE-PEND OCCURS 500 TIMES
                                    PIC X(10).

      *    Registros selecionados (imagem atual e nova) e a
      *    situacao de cada um na previa.
       01  WS-QTD-SELECIONADOS      PIC 9(03) VALUE ZEROS.
       01  WS-IDX-SELECIONADO       PIC 9(03) VALUE ZEROS.
       01  WS-LIMITE-SELECAO        PIC 9(03) VALUE 500.
       01  WS-SELECAO-EXCEDIDA      PIC X VALUE 'N'.
       01  WS-TABELA-SELECIONADOS.
           05  WS-SELECIONADO OCCURS 500 TIMES.
               10  WS-SEL-IMAGEM-ANTES  PIC X(100).
               10  WS-SEL-IMAGEM-DEPOIS PIC X(100).
               10  WS-SEL-SITUACAO      PIC X(01).
                   88  WS-SEL-ALTERAR       VALUE 'A'.
                   88  WS-SEL-SEM-MUDANCA   VALUE 'M'.
                   88  WS-SEL-JA-PENDENTE   VALUE 'P'.
                   88  WS-SEL-CONFLITO      VALUE 'C'.

       01  WS-IMAGEM-TRABALHO.
           05  WS-IMG-CHAVE         PIC X(10).
           05  WS-IMG-CAMPO.
               10  WS-IMG-DATA-MOVTO    PIC X(08).
               10  WS-IMG-VALOR         PIC X(11).
               10  WS-IMG-TIPO          PIC X(02).
               10  WS-IMG-DEPARTAMENTO  PIC X(10).
               10  WS-IMG-RESTANTE      PIC X(59).

       01  WS-QTD-LIDOS             PIC 9(07) VALUE ZEROS.
       01  WS-QTD-ALTERAR           PIC 9(05) VALUE ZEROS.
       01  WS-QTD-SEM-MUDANCA       PIC 9(05) VALUE ZEROS.
       01  WS-QTD-JA-PENDENTE       PIC 9(05) VALUE ZEROS.
       01  WS-QTD-CONFLITO          PIC 9(05) VALUE ZEROS.
       01  WS-QTD-TRANSACOES        PIC 9(05) VALUE ZEROS.
       01  WS-QTD-GERADAS           PIC 9(05) VALUE ZEROS.

       01  WS-CABECALHO-MASSA.
           05  FILLER               PIC X(30) VALUE
               'ALTERACAO EM MASSA COMPLETO - '.
           05  CAB-SITUACAO         PIC X(40).

       01  WS-LINHA-SELECAO.
           05  FILLER               PIC X(14) VALUE
               'SELECAO CHAVE '.
           05  SLC-CHAVE-INICIAL    PIC X(10).
           05  FILLER               PIC X(03) VALUE ' A '.
           05  SLC-CHAVE-FINAL      PIC X(10).
           05  FILLER               PIC X(08) VALUE '  DEPTO '.
           05  SLC-DEPARTAMENTO     PIC X(10).
           05  FILLER               PIC X(08) VALUE '  CAMPO '.
           05  SLC-CAMPO-FILTRO     PIC X(02).
           05  FILLER               PIC X(01) VALUE '='.
           05  SLC-VALOR-FILTRO     PIC X(11).

       01  WS-LINHA-MUDANCA.
           05  FILLER               PIC X(14) VALUE
               'MUDANCA CAMPO '.
           05  MDC-CAMPO            PIC X(02).
           05  FILLER               PIC X(04) VALUE ' DE '.
           05  MDC-VALOR-DE         PIC X(11).
           05  FILLER               PIC X(06) VALUE ' PARA '.
           05  MDC-VALOR-PARA       PIC X(11).

       01  WS-LINHA-IMAGEM.
           05  IMG-ROTULO           PIC X(07).
           05  IMG-REGISTRO         PIC X(100).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  IMG-OBSERVACAO       PIC X(12).

       01  WS-LINHA-TOTAL.
           05  DTL-ROTULO           PIC X(30).
           05  DTL-QTD              PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 0 TO RETURN-CODE.
           ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD.

           PERFORM LER-CARTAO-MASSA THRU
                   LER-CARTAO-MASSA-EXIT.
           IF WS-CARTAO-VALIDO = 'N'
               DISPLAY 'TESTMASS CARTAO MASSCARD.DAT INVALIDO - '
                       WS-MOTIVO-CARTAO
               MOVE 'TESTMASS'          TO WS-EXC-PROGRAMA
               MOVE 'LER-CARTAO-MASSA'  TO WS-EXC-PARAGRAFO
               MOVE WS-STATUS-CARTAO    TO WS-EXC-CODIGO
               MOVE WS-MOTIVO-CARTAO    TO WS-EXC-MENSAGEM
               MOVE 2 TO WS-EXC-SEVERIDADE
               PERFORM GRAVAR-EXCECAO-GERAL
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM LER-CARTAO-CONFIRMACAO.
           PERFORM CARREGAR-CHAVES-PENDENTES.

           OPEN INPUT ARQUIVO-COMPLETO.
           IF WS-STATUS-COMPLETO NOT = '00'
               DISPLAY 'TESTMASS ERRO ABERTURA COMPLETO.DAT STATUS='
                       WS-STATUS-COMPLETO
               MOVE 'TESTMASS'          TO WS-EXC-PROGRAMA
               MOVE 'MAIN-PROCEDURE'    TO WS-EXC-PARAGRAFO
               MOVE WS-STATUS-COMPLETO  TO WS-EXC-CODIGO
               MOVE 'ERRO ABERTURA COMPLETO.DAT' TO WS-EXC-MENSAGEM
               MOVE 1 TO WS-EXC-SEVERIDADE
               PERFORM GRAVAR-EXCECAO-GERAL
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM SELECIONAR-REGISTROS THRU
                   SELECIONAR-REGISTROS-EXIT.
           IF WS-SELECAO-EXCEDIDA = 'S'
               CLOSE ARQUIVO-COMPLETO
               DISPLAY 'TESTMASS SELECAO ACIMA DE ' WS-LIMITE-SELECAO
                       ' REGISTROS - RESTRINJA A FAIXA DE CHAVES'
               MOVE 'TESTMASS'             TO WS-EXC-PROGRAMA
               MOVE 'SELECIONAR-REGISTROS' TO WS-EXC-PARAGRAFO
               MOVE 0                      TO WS-EXC-CODIGO
               MOVE 'SELECAO EXCEDE A CAPACIDADE DA FILA'
                   TO WS-EXC-MENSAGEM
               MOVE 2 TO WS-EXC-SEVERIDADE
               PERFORM GRAVAR-EXCECAO-GERAL
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM AVALIAR-SELECIONADO THRU
                   AVALIAR-SELECIONADO-EXIT
               VARYING WS-IDX-SELECIONADO FROM 1 BY 1
               UNTIL WS-IDX-SELECIONADO > WS-QTD-SELECIONADOS.
           CLOSE ARQUIVO-COMPLETO.

           IF MASSA-CONFIRMADA
               PERFORM CONFERIR-CONFIRMACAO THRU
                       CONFERIR-CONFIRMACAO-EXIT
           END-IF.

           PERFORM GRAVAR-RELATORIO-PREVIA.

           IF MASSA-CONFIRMADA
               PERFORM GERAR-TRANSACOES-PENDENTES
           END-IF.

           DISPLAY 'TESTMASS REGISTROS LIDOS......: ' WS-QTD-LIDOS.
           DISPLAY 'TESTMASS SELECIONADOS.........: '
                   WS-QTD-SELECIONADOS.
           DISPLAY 'TESTMASS A ALTERAR............: ' WS-QTD-ALTERAR.
           DISPLAY 'TESTMASS SEM MUDANCA..........: '
                   WS-QTD-SEM-MUDANCA.
           DISPLAY 'TESTMASS JA PENDENTES.........: '
                   WS-QTD-JA-PENDENTE.
           DISPLAY 'TESTMASS CONFLITOS DE CHAVE...: ' WS-QTD-CONFLITO.
           IF MASSA-CONFIRMADA
               DISPLAY 'TESTMASS TRANSACOES P/APROVAR.: '
                       WS-QTD-GERADAS
           ELSE
               DISPLAY 'TESTMASS PREVIA SOMENTE - SEM MASSAPRV.DAT '
                       'NENHUMA TRANSACAO FOI GERADA'
           END-IF.

           IF (WS-QTD-JA-PENDENTE > ZEROS
                  OR WS-QTD-CONFLITO > ZEROS)
                  AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.

           STOP RUN.

      *----------------------------------------------------------*
      *    LER-CARTAO-MASSA                                         *
      *    Cartao obrigatorio; campo de filtro/mudanca fora da      *
      *    lista, valor novo invalido para o campo ou prefixo de    *
      *    chave incoerente invalidam o run inteiro.                *
      *----------------------------------------------------------*
       LER-CARTAO-MASSA.
           OPEN INPUT CARTAO-ALTERACAO-MASSA.
           IF WS-STATUS-CARTAO NOT = '00'
               MOVE 'N' TO WS-CARTAO-VALIDO
               MOVE 'MASSCARD.DAT AUSENTE' TO WS-MOTIVO-CARTAO
               GO TO LER-CARTAO-MASSA-EXIT
           END-IF.
           READ CARTAO-ALTERACAO-MASSA
               AT END
                   MOVE 'N' TO WS-CARTAO-VALIDO
                   MOVE 'MASSCARD.DAT VAZIO' TO WS-MOTIVO-CARTAO
           END-READ.
           CLOSE CARTAO-ALTERACAO-MASSA.
           IF WS-CARTAO-VALIDO = 'N'
               GO TO LER-CARTAO-MASSA-EXIT
           END-IF.

           IF MSC-CHAVE-FINAL NOT = SPACES
                  AND MSC-CHAVE-FINAL < MSC-CHAVE-INICIAL
               MOVE 'N' TO WS-CARTAO-VALIDO
               MOVE 'FAIXA DE CHAVES INVERTIDA' TO WS-MOTIVO-CARTAO
               GO TO LER-CARTAO-MASSA-EXIT
           END-IF.

           IF NOT MSC-SEM-FILTRO
                  AND NOT MSC-FILTRO-DATA
                  AND NOT MSC-FILTRO-VALOR
                  AND NOT MSC-FILTRO-TIPO
               MOVE 'N' TO WS-CARTAO-VALIDO
               MOVE 'CAMPO DE FILTRO INVALIDO' TO WS-MOTIVO-CARTAO
               GO TO LER-CARTAO-MASSA-EXIT
           END-IF.

           EVALUATE TRUE
               WHEN MSC-ALTERA-DEPTO
               WHEN MSC-ALTERA-TIPO
                   IF MSC-VALOR-PARA = SPACES
                       MOVE 'N' TO WS-CARTAO-VALIDO
                       MOVE 'VALOR NOVO EM BRANCO'
                           TO WS-MOTIVO-CARTAO
                   END-IF
               WHEN MSC-ALTERA-DATA
                   MOVE MSC-VALOR-PARA (1:8) TO WS-DATA-TESTE
                   IF WS-DATA-TESTE NOT NUMERIC
                       MOVE 'N' TO WS-CARTAO-VALIDO
                       MOVE 'DATA NOVA INVALIDA' TO WS-MOTIVO-CARTAO
                   ELSE
                       IF FUNCTION TEST-DATE-YYYYMMDD
                              (WS-DATA-TESTE-N) NOT = ZEROS
                           MOVE 'N' TO WS-CARTAO-VALIDO
                           MOVE 'DATA NOVA INVALIDA'
                               TO WS-MOTIVO-CARTAO
                       END-IF
                   END-IF
               WHEN MSC-ALTERA-VALOR
                   MOVE MSC-VALOR-PARA TO WS-VALOR-TESTE
                   IF WS-VALOR-TESTE NOT NUMERIC
                       MOVE 'N' TO WS-CARTAO-VALIDO
                       MOVE 'VALOR NOVO NAO NUMERICO'
                           TO WS-MOTIVO-CARTAO
                   END-IF
               WHEN MSC-ALTERA-CHAVE
                   PERFORM VALIDAR-PREFIXO-CHAVE
               WHEN OTHER
                   MOVE 'N' TO WS-CARTAO-VALIDO
                   MOVE 'CAMPO A ALTERAR INVALIDO' TO WS-MOTIVO-CARTAO
           END-EVALUATE.

       LER-CARTAO-MASSA-EXIT.
           EXIT.

      *    'CH': DE e PARA nao brancos, sem brancos no meio,
      *    diferentes e do mesmo tamanho - a chave nova ocupa as
      *    mesmas posicoes da atual.
       VALIDAR-PREFIXO-CHAVE.
           MOVE ZEROS TO WS-TAM-PREFIXO WS-TAM-PREFIXO-NOVO.
           INSPECT MSC-VALOR-DE (1:10) TALLYING WS-TAM-PREFIXO
               FOR CHARACTERS BEFORE INITIAL SPACE.
           INSPECT MSC-VALOR-PARA (1:10) TALLYING WS-TAM-PREFIXO-NOVO
               FOR CHARACTERS BEFORE INITIAL SPACE.
           IF WS-TAM-PREFIXO = ZEROS
                  OR WS-TAM-PREFIXO NOT = WS-TAM-PREFIXO-NOVO
                  OR MSC-VALOR-DE (11:1) NOT = SPACE
                  OR MSC-VALOR-PARA (11:1) NOT = SPACE
               MOVE 'N' TO WS-CARTAO-VALIDO
               MOVE 'PREFIXOS DE CHAVE DE TAMANHOS DIFERENTES'
                   TO WS-MOTIVO-CARTAO
           ELSE
               IF MSC-VALOR-DE (WS-TAM-PREFIXO + 1:) NOT = SPACES
                      OR MSC-VALOR-PARA (WS-TAM-PREFIXO + 1:)
                         NOT = SPACES
                   MOVE 'N' TO WS-CARTAO-VALIDO
                   MOVE 'PREFIXO DE CHAVE COM BRANCO NO MEIO'
                       TO WS-MOTIVO-CARTAO
               ELSE
                   IF MSC-VALOR-DE = MSC-VALOR-PARA
                       MOVE 'N' TO WS-CARTAO-VALIDO
                       MOVE 'PREFIXO NOVO IGUAL AO ATUAL'
                           TO WS-MOTIVO-CARTAO
                   END-IF
               END-IF
           END-IF.

       VALIDAR-PREFIXO-CHAVE-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    LER-CARTAO-CONFIRMACAO                                   *
      *    Sem o cartao (ou sem 'S', operador e quantidade) o run   *
      *    e so a previa.                                           *
      *----------------------------------------------------------*
       LER-CARTAO-CONFIRMACAO.
           MOVE 'N' TO WS-CONFIRMADO.
           OPEN INPUT CARTAO-CONFIRMACAO.
           IF WS-STATUS-CONFIRMACAO = '00'
               READ CARTAO-CONFIRMACAO
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CNF-CONFIRMACAO = 'S'
                              AND CNF-OPERADOR NOT = SPACES
                              AND CNF-QTD-PREVIA IS NUMERIC
                           MOVE 'S' TO WS-CONFIRMADO
                           MOVE CNF-OPERADOR
                               TO WS-OPERADOR-CONFIRMACAO
                           MOVE CNF-QTD-PREVIA TO WS-QTD-CONFIRMADA
                       END-IF
               END-READ
           END-IF.
           CLOSE CARTAO-CONFIRMACAO.

       LER-CARTAO-CONFIRMACAO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    CARREGAR-CHAVES-PENDENTES                                *
      *    Conta as linhas da fila (TESTAPPR carrega no maximo      *
      *    500) e guarda as chaves ainda pendentes ('P').           *
      *----------------------------------------------------------*
       CARREGAR-CHAVES-PENDENTES.
           OPEN INPUT FILA-PENDENTES.
           IF WS-STATUS-PENDENTES = '00'
               PERFORM LER-PENDENTE UNTIL WS-EOF-PENDENTES = 'S'
           END-IF.
           CLOSE FILA-PENDENTES.

       CARREGAR-CHAVES-PENDENTES-EXIT.
           EXIT.

       LER-PENDENTE.
           READ FILA-PENDENTES
               AT END
                   MOVE 'S' TO WS-EOF-PENDENTES
               NOT AT END
                   ADD 1 TO WS-QTD-LINHAS-FILA
                   IF PEN-SITUACAO = 'P'
                          AND WS-QTD-CHAVES-PEND < 500
                       ADD 1 TO WS-QTD-CHAVES-PEND
                       MOVE PEN-CHAVE
                           TO WS-CHAVE-PEND (WS-QTD-CHAVES-PEND)
                   END-IF
           END-READ.

       LER-PENDENTE-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    SELECIONAR-REGISTROS                                     *
      *    Percorre o mestre em ordem de chave a partir da chave    *
      *    inicial e guarda os registros que passam pelos filtros.  *
      *----------------------------------------------------------*
       SELECIONAR-REGISTROS.
           MOVE MSC-CHAVE-INICIAL TO COMPLETO-CHAVE.
           START ARQUIVO-COMPLETO
               KEY IS NOT LESS THAN COMPLETO-CHAVE
               INVALID KEY
                   MOVE 'S' TO WS-EOF-COMPLETO
           END-START.
           PERFORM LER-PROXIMO-COMPLETO THRU
                   LER-PROXIMO-COMPLETO-EXIT
               UNTIL WS-EOF-COMPLETO = 'S'
                  OR WS-SELECAO-EXCEDIDA = 'S'.

       SELECIONAR-REGISTROS-EXIT.
           EXIT.

       LER-PROXIMO-COMPLETO.
           READ ARQUIVO-COMPLETO NEXT RECORD
               AT END
                   MOVE 'S' TO WS-EOF-COMPLETO
           END-READ.
           IF WS-EOF-COMPLETO = 'S'
               GO TO LER-PROXIMO-COMPLETO-EXIT
           END-IF.
           IF MSC-CHAVE-FINAL NOT = SPACES
                  AND COMPLETO-CHAVE > MSC-CHAVE-FINAL
               MOVE 'S' TO WS-EOF-COMPLETO
               GO TO LER-PROXIMO-COMPLETO-EXIT
           END-IF.
           ADD 1 TO WS-QTD-LIDOS.

           IF MSC-DEPARTAMENTO NOT = SPACES
                  AND COMPLETO-DEPARTAMENTO NOT = MSC-DEPARTAMENTO
               GO TO LER-PROXIMO-COMPLETO-EXIT
           END-IF.
           EVALUATE TRUE
               WHEN MSC-FILTRO-DATA
                   IF COMPLETO-DATA-MOVTO NOT = MSC-VALOR-FILTRO (1:8)
                       GO TO LER-PROXIMO-COMPLETO-EXIT
                   END-IF
               WHEN MSC-FILTRO-VALOR
                   IF COMPLETO-VALOR NOT = MSC-VALOR-FILTRO
                       GO TO LER-PROXIMO-COMPLETO-EXIT
                   END-IF
               WHEN MSC-FILTRO-TIPO
                   IF COMPLETO-TIPO NOT = MSC-VALOR-FILTRO (1:2)
                       GO TO LER-PROXIMO-COMPLETO-EXIT
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF MSC-ALTERA-CHAVE
               IF COMPLETO-CHAVE (1:WS-TAM-PREFIXO)
                      NOT = MSC-VALOR-DE (1:WS-TAM-PREFIXO)
                   GO TO LER-PROXIMO-COMPLETO-EXIT
               END-IF
           END-IF.

           IF WS-QTD-SELECIONADOS NOT < WS-LIMITE-SELECAO
               MOVE 'S' TO WS-SELECAO-EXCEDIDA
               GO TO LER-PROXIMO-COMPLETO-EXIT
           END-IF.
           ADD 1 TO WS-QTD-SELECIONADOS.
           MOVE REG-COMPLETO
               TO WS-SEL-IMAGEM-ANTES (WS-QTD-SELECIONADOS).

       LER-PROXIMO-COMPLETO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    AVALIAR-SELECIONADO                                      *
      *    Monta a imagem nova e classifica o registro: sem         *
      *    mudanca (ja tem o valor), ja pendente na fila, conflito  *
      *    (chave nova ja existe no mestre) ou a alterar.           *
      *----------------------------------------------------------*
       AVALIAR-SELECIONADO.
           MOVE WS-SEL-IMAGEM-ANTES (WS-IDX-SELECIONADO)
               TO WS-IMAGEM-TRABALHO.
           EVALUATE TRUE
               WHEN MSC-ALTERA-DEPTO
                   MOVE MSC-VALOR-PARA (1:10) TO WS-IMG-DEPARTAMENTO
               WHEN MSC-ALTERA-TIPO
                   MOVE MSC-VALOR-PARA (1:2)  TO WS-IMG-TIPO
               WHEN MSC-ALTERA-DATA
                   MOVE MSC-VALOR-PARA (1:8)  TO WS-IMG-DATA-MOVTO
               WHEN MSC-ALTERA-VALOR
                   MOVE MSC-VALOR-PARA        TO WS-IMG-VALOR
               WHEN MSC-ALTERA-CHAVE
                   MOVE MSC-VALOR-PARA (1:WS-TAM-PREFIXO)
                       TO WS-IMG-CHAVE (1:WS-TAM-PREFIXO)
           END-EVALUATE.
           MOVE WS-IMAGEM-TRABALHO
               TO WS-SEL-IMAGEM-DEPOIS (WS-IDX-SELECIONADO).

           IF WS-SEL-IMAGEM-DEPOIS (WS-IDX-SELECIONADO)
                  = WS-SEL-IMAGEM-ANTES (WS-IDX-SELECIONADO)
               MOVE 'M' TO WS-SEL-SITUACAO (WS-IDX-SELECIONADO)
               ADD 1 TO WS-QTD-SEM-MUDANCA
               GO TO AVALIAR-SELECIONADO-EXIT
           END-IF.

           MOVE WS-SEL-IMAGEM-ANTES (WS-IDX-SELECIONADO) (1:10)
               TO WS-CHAVE-PROCURADA.
           PERFORM PROCURAR-CHAVE-PENDENTE.
           IF WS-CHAVE-PENDENTE = 'N' AND MSC-ALTERA-CHAVE
               MOVE WS-IMG-CHAVE TO WS-CHAVE-PROCURADA
               PERFORM PROCURAR-CHAVE-PENDENTE
           END-IF.
           IF WS-CHAVE-PENDENTE = 'S'
               MOVE 'P' TO WS-SEL-SITUACAO (WS-IDX-SELECIONADO)
               ADD 1 TO WS-QTD-JA-PENDENTE
               GO TO AVALIAR-SELECIONADO-EXIT
           END-IF.

           IF MSC-ALTERA-CHAVE
               MOVE WS-IMG-CHAVE TO WS-CHAVE-NOVA
               MOVE WS-CHAVE-NOVA TO COMPLETO-CHAVE
               READ ARQUIVO-COMPLETO
                   KEY IS COMPLETO-CHAVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'C'
                           TO WS-SEL-SITUACAO (WS-IDX-SELECIONADO)
                       ADD 1 TO WS-QTD-CONFLITO
               END-READ
               IF WS-SEL-CONFLITO (WS-IDX-SELECIONADO)
                   GO TO AVALIAR-SELECIONADO-EXIT
               END-IF
           END-IF.

           MOVE 'A' TO WS-SEL-SITUACAO (WS-IDX-SELECIONADO).
           ADD 1 TO WS-QTD-ALTERAR.
           IF MSC-ALTERA-CHAVE
               ADD 2 TO WS-QTD-TRANSACOES
           ELSE
               ADD 1 TO WS-QTD-TRANSACOES
           END-IF.

       AVALIAR-SELECIONADO-EXIT.
           EXIT.

       PROCURAR-CHAVE-PENDENTE.
           MOVE 'N' TO WS-CHAVE-PENDENTE.
           PERFORM COMPARAR-CHAVE-PENDENTE
               VARYING WS-IDX-CHAVE-PEND FROM 1 BY 1
               UNTIL WS-IDX-CHAVE-PEND > WS-QTD-CHAVES-PEND
                  OR WS-CHAVE-PENDENTE = 'S'.

       PROCURAR-CHAVE-PENDENTE-EXIT.
           EXIT.

       COMPARAR-CHAVE-PENDENTE.
           IF WS-CHAVE-PEND (WS-IDX-CHAVE-PEND) = WS-CHAVE-PROCURADA
               MOVE 'S' TO WS-CHAVE-PENDENTE
           END-IF.

       COMPARAR-CHAVE-PENDENTE-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    CONFERIR-CONFIRMACAO                                     *
      *    A confirmacao vale para a previa que o operador viu: a   *
      *    quantidade do cartao tem de bater com a recalculada, e   *
      *    a fila tem de comportar as transacoes novas. Senao o     *
      *    run volta a ser so previa, com RC=8.                     *
      *----------------------------------------------------------*
       CONFERIR-CONFIRMACAO.
           MOVE SPACES TO WS-MOTIVO-RECUSA.
           IF WS-QTD-ALTERAR = ZEROS
               DISPLAY 'TESTMASS NENHUM REGISTRO A ALTERAR - '
                       'NADA A GERAR'
               MOVE 'N' TO WS-CONFIRMADO
               GO TO CONFERIR-CONFIRMACAO-EXIT
           END-IF.
           IF WS-QTD-CONFIRMADA NOT = WS-QTD-ALTERAR
               DISPLAY 'TESTMASS QTD CONFIRMADA ' WS-QTD-CONFIRMADA
                       ' DIFERENTE DA PREVIA ATUAL ' WS-QTD-ALTERAR
               MOVE 'QTD CONFIRMADA DIFERE DA PREVIA'
                   TO WS-MOTIVO-RECUSA
           ELSE
               IF WS-QTD-LINHAS-FILA + WS-QTD-TRANSACOES
                      > WS-LIMITE-FILA
                   DISPLAY 'TESTMASS MNTPEND.DAT COM '
                           WS-QTD-LINHAS-FILA ' LINHAS NAO COMPORTA '
                           WS-QTD-TRANSACOES ' TRANSACOES'
                   MOVE 'FILA MNTPEND.DAT SEM CAPACIDADE'
                       TO WS-MOTIVO-RECUSA
               END-IF
           END-IF.
           IF WS-MOTIVO-RECUSA = SPACES
               GO TO CONFERIR-CONFIRMACAO-EXIT
           END-IF.

           MOVE 'N' TO WS-CONFIRMADO.
           MOVE 'TESTMASS'             TO WS-EXC-PROGRAMA.
           MOVE 'CONFERIR-CONFIRMACAO' TO WS-EXC-PARAGRAFO.
           MOVE 0                      TO WS-EXC-CODIGO.
           MOVE WS-MOTIVO-RECUSA       TO WS-EXC-MENSAGEM.
           MOVE 2 TO WS-EXC-SEVERIDADE.
           PERFORM GRAVAR-EXCECAO-GERAL.
           MOVE 8 TO RETURN-CODE.

       CONFERIR-CONFIRMACAO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    GRAVAR-RELATORIO-PREVIA                                  *
      *    Cabecalho com a selecao e a mudanca, ANTES/DEPOIS de     *
      *    cada selecionado e os totais.                            *
      *----------------------------------------------------------*
       GRAVAR-RELATORIO-PREVIA.
           OPEN OUTPUT RELATORIO-ALTERACAO-MASSA.
           IF MASSA-CONFIRMADA
               MOVE SPACES TO CAB-SITUACAO
               STRING 'CONFIRMADA POR ' WS-OPERADOR-CONFIRMACAO
                   DELIMITED BY SIZE
                   INTO CAB-SITUACAO
               END-STRING
           ELSE
               IF WS-MOTIVO-RECUSA NOT = SPACES
                   MOVE WS-MOTIVO-RECUSA TO CAB-SITUACAO
               ELSE
                   MOVE 'PREVIA - SEM CONFIRMACAO' TO CAB-SITUACAO
               END-IF
           END-IF.
           WRITE REG-RELATORIO-MASSA FROM WS-CABECALHO-MASSA.

           MOVE MSC-CHAVE-INICIAL TO SLC-CHAVE-INICIAL.
           MOVE MSC-CHAVE-FINAL   TO SLC-CHAVE-FINAL.
           MOVE MSC-DEPARTAMENTO  TO SLC-DEPARTAMENTO.
           MOVE MSC-CAMPO-FILTRO  TO SLC-CAMPO-FILTRO.
           MOVE MSC-VALOR-FILTRO  TO SLC-VALOR-FILTRO.
           WRITE REG-RELATORIO-MASSA FROM WS-LINHA-SELECAO.
           MOVE MSC-CAMPO-ALTERAR TO MDC-CAMPO.
           MOVE MSC-VALOR-DE      TO MDC-VALOR-DE.
           MOVE MSC-VALOR-PARA    TO MDC-VALOR-PARA.
           WRITE REG-RELATORIO-MASSA FROM WS-LINHA-MUDANCA.

           PERFORM IMPRIMIR-SELECIONADO
               VARYING WS-IDX-SELECIONADO FROM 1 BY 1
               UNTIL WS-IDX-SELECIONADO > WS-QTD-SELECIONADOS.

           MOVE 'SELECIONADOS..................' TO DTL-ROTULO.
           MOVE WS-QTD-SELECIONADOS TO DTL-QTD.
           WRITE REG-RELATORIO-MASSA FROM WS-LINHA-TOTAL.
           MOVE 'A ALTERAR.....................' TO DTL-ROTULO.
           MOVE WS-QTD-ALTERAR TO DTL-QTD.
           WRITE REG-RELATORIO-MASSA FROM WS-LINHA-TOTAL.
           MOVE 'SEM MUDANCA...................' TO DTL-ROTULO.
           MOVE WS-QTD-SEM-MUDANCA TO DTL-QTD.
           WRITE REG-RELATORIO-MASSA FROM WS-LINHA-TOTAL.
           MOVE 'JA PENDENTES NA FILA..........' TO DTL-ROTULO.
           MOVE WS-QTD-JA-PENDENTE TO DTL-QTD.
           WRITE REG-RELATORIO-MASSA FROM WS-LINHA-TOTAL.
           MOVE 'CONFLITOS DE CHAVE............' TO DTL-ROTULO.
           MOVE WS-QTD-CONFLITO TO DTL-QTD.
           WRITE REG-RELATORIO-MASSA FROM WS-LINHA-TOTAL.
           MOVE 'TRANSACOES PARA A FILA........' TO DTL-ROTULO.
           MOVE WS-QTD-TRANSACOES TO DTL-QTD.
           WRITE REG-RELATORIO-MASSA FROM WS-LINHA-TOTAL.
           CLOSE RELATORIO-ALTERACAO-MASSA.

       GRAVAR-RELATORIO-PREVIA-EXIT.
           EXIT.

       IMPRIMIR-SELECIONADO.
           MOVE 'ANTES'  TO IMG-ROTULO.
           MOVE WS-SEL-IMAGEM-ANTES (WS-IDX-SELECIONADO)
               TO IMG-REGISTRO.
           EVALUATE TRUE
               WHEN WS-SEL-ALTERAR (WS-IDX-SELECIONADO)
                   MOVE 'A ALTERAR'    TO IMG-OBSERVACAO
               WHEN WS-SEL-SEM-MUDANCA (WS-IDX-SELECIONADO)
                   MOVE 'SEM MUDANCA'  TO IMG-OBSERVACAO
               WHEN WS-SEL-JA-PENDENTE (WS-IDX-SELECIONADO)
                   MOVE 'JA PENDENTE'  TO IMG-OBSERVACAO
               WHEN OTHER
                   MOVE 'CHAVE EXISTE' TO IMG-OBSERVACAO
           END-EVALUATE.
           WRITE REG-RELATORIO-MASSA FROM WS-LINHA-IMAGEM.
           MOVE 'DEPOIS' TO IMG-ROTULO.
           MOVE WS-SEL-IMAGEM-DEPOIS (WS-IDX-SELECIONADO)
               TO IMG-REGISTRO.
           MOVE SPACES TO IMG-OBSERVACAO.
           WRITE REG-RELATORIO-MASSA FROM WS-LINHA-IMAGEM.

       IMPRIMIR-SELECIONADO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    GERAR-TRANSACOES-PENDENTES                               *
      *    Acrescenta as transacoes dos registros 'A ALTERAR' a     *
      *    MNTPEND.DAT, situacao 'P', no layout de CMPTRAN.DAT.     *
      *----------------------------------------------------------*
       GERAR-TRANSACOES-PENDENTES.
           OPEN EXTEND FILA-PENDENTES.
           IF WS-STATUS-PENDENTES = '05' OR '35'
               OPEN OUTPUT FILA-PENDENTES
           END-IF.
           PERFORM GERAR-TRANSACAO-SELECIONADO THRU
                   GERAR-TRANSACAO-SELECIONADO-EXIT
               VARYING WS-IDX-SELECIONADO FROM 1 BY 1
               UNTIL WS-IDX-SELECIONADO > WS-QTD-SELECIONADOS.
           CLOSE FILA-PENDENTES.

           MOVE 'TESTMASS'                   TO WS-EXC-PROGRAMA.
           MOVE 'GERAR-TRANSACOES-PENDENTES' TO WS-EXC-PARAGRAFO.
           MOVE WS-QTD-GERADAS               TO WS-EXC-CODIGO.
           MOVE SPACES TO WS-EXC-MENSAGEM.
           STRING 'MASSA ' MSC-CAMPO-ALTERAR ' P/APROVACAO POR '
                  WS-OPERADOR-CONFIRMACAO
               DELIMITED BY SIZE
               INTO WS-EXC-MENSAGEM
           END-STRING.
           MOVE 4 TO WS-EXC-SEVERIDADE.
           PERFORM GRAVAR-EXCECAO-GERAL.

       GERAR-TRANSACOES-PENDENTES-EXIT.
           EXIT.

       GERAR-TRANSACAO-SELECIONADO.
           IF NOT WS-SEL-ALTERAR (WS-IDX-SELECIONADO)
               GO TO GERAR-TRANSACAO-SELECIONADO-EXIT
           END-IF.
           MOVE SPACES        TO REG-FILA-PENDENTE.
           MOVE 'P'           TO PEN-SITUACAO.
           MOVE WS-DATA-ATUAL TO PEN-DATA.
      *    Quem confirmou a alteracao em massa e o maker: nao pode
      *    aprova-la em TESTAPPR.
           MOVE WS-OPERADOR-CONFIRMACAO TO PEN-OPERADOR-ENTRADA.
           IF MSC-ALTERA-CHAVE
               MOVE 'E' TO PEN-OPERACAO
               MOVE WS-SEL-IMAGEM-ANTES (WS-IDX-SELECIONADO)
                   TO PEN-TRANSACAO (2:100)
               WRITE REG-FILA-PENDENTE
               ADD 1 TO WS-QTD-GERADAS
               MOVE 'I' TO PEN-OPERACAO
           ELSE
               MOVE 'A' TO PEN-OPERACAO
           END-IF.
           MOVE WS-SEL-IMAGEM-DEPOIS (WS-IDX-SELECIONADO)
               TO PEN-TRANSACAO (2:100).
           WRITE REG-FILA-PENDENTE.
           ADD 1 TO WS-QTD-GERADAS.

       GERAR-TRANSACAO-SELECIONADO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    GRAVAR-EXCECAO-GERAL                                    *
      *    Log de excecoes compartilhado (EXCPPRC).                 *
      *----------------------------------------------------------*
       COPY EXCPPRC.
