       IDENTIFICATION DIVISION.
       PROGRAM-ID. TESTFRET.

      *----------------------------------------------------------*
      *    TESTFRET                                                *
      *    Arquivo de retorno ao remetente de ENTRADA.DAT: depois  *
      *    de TESTFILE (e de novo apos um TESTREPR de correcoes),  *
      *    devolve ao remetente nomeado no header 'HDR' o destino  *
      *    de cada detalhe que ele enviou, num arquivo de layout   *
      *    fixo que o sistema dele carrega - RTxxxxxxxx.DAT, com   *
      *    o codigo do remetente no nome:                          *
      *      HDR  remetente, data de negocio e data de geracao     *
      *           do envio, data/hora do retorno                   *
      *      REJ  um por detalhe rejeitado: linha no envio,        *
      *           codigo (REJ-CODIGO-ERRO E01-E05, 'DUP' chave     *
      *           repetida no envio, 'SUP' suprimido pela          *
      *           operacao, 'E00' registro ilegivel), descricao    *
      *           por extenso e o registro como recebido           *
      *      RET  um por detalhe pos-datado ainda retido em        *
      *           HOLDFILE.DAT, com a data em que sera postado     *
      *      RES  recebidos, aceitos, rejeitados, retidos e        *
      *           aceitos apos correcao                            *
      *      TRL  controle: total de registros do retorno e        *
      *           quantidade de REJ e de RET                       *
      *    O destino de cada linha e reconstituido com os mesmos   *
      *    arquivos que a carga deixa: REJEITAD.DAT (imagem +      *
      *    codigo), HOLDFILE.DAT (imagem), DUPREPT.DAT (numero do  *
      *    registro repetido) e SEMNADA.DAT (chaves suprimidas).   *
      *    Rejeitado cuja chave ja esta em SAIDA.DAT foi corrigido *
      *    e reprocessado por TESTREPR - conta como aceito.        *
      *    Envio sem header (remetente legado) nao tem a quem      *
      *    devolver: nenhum retorno e gerado.                      *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQUIVO-ENTRADA
               ASSIGN TO "ENTRADA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-ENTRADA.

           SELECT OPTIONAL ARQUIVO-REJEITADOS
               ASSIGN TO "REJEITAD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-REJEITADOS.

           SELECT OPTIONAL ARQUIVO-HOLD
               ASSIGN TO "HOLDFILE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-HOLD.

           SELECT OPTIONAL RELATORIO-DUPLICADOS
               ASSIGN TO "DUPREPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-DUPLICADOS.

           SELECT OPTIONAL ARQUIVO-SEM-NADA
               ASSIGN TO "SEMNADA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-SEM-NADA.

           SELECT OPTIONAL ARQUIVO-SAIDA
               ASSIGN TO "SAIDA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-SAIDA.

      *    Um arquivo por remetente: RT + codigo do header + .DAT.
           SELECT ARQUIVO-RETORNO
               ASSIGN TO WS-NOME-ARQ-RETORNO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RETORNO.

           COPY RUNRSEL.

           COPY EXCPSEL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQUIVO-ENTRADA.
       01  REG-ENTRADA.
           05  CAMPO-ENTRADA.
               10  ENT-CHAVE        PIC X(10).
               10  ENT-DATA-MOVTO   PIC X(08).
               10  FILLER           PIC X(82).
           05  CAMPO-ENTRADA-HDR REDEFINES CAMPO-ENTRADA.
               10  ENT-HDR-ID       PIC X(03).
               10  ENT-HDR-REMETENTE PIC X(08).
               10  ENT-HDR-DATA-GER PIC X(08).
               10  ENT-HDR-DATA-NEG PIC X(08).
               10  FILLER           PIC X(73).

       FD  ARQUIVO-REJEITADOS.
       01  REG-REJEITADO.
           05  REJ-CAMPO            PIC X(100).
           05  REJ-STATUS           PIC XX.
           05  REJ-CODIGO-ERRO      PIC X(03).

       FD  ARQUIVO-HOLD.
       01  REG-HOLD.
           05  CAMPO-HOLD           PIC X(100).

      *    Linha de DUPREPT.DAT como TESTFILE grava (ver
      *    WS-LINHA-DUPLICADO): o numero do registro repetido
      *    fica nas colunas 49-57.
       FD  RELATORIO-DUPLICADOS.
       01  REG-RELATORIO-DUPLICADOS.
           05  FILLER               PIC X(48).
           05  DUP-REG-ATUAL        PIC X(09).
           05  FILLER               PIC X(23).

       FD  ARQUIVO-SEM-NADA.
       01  REG-SEM-NADA.
           05  EXCL-CHAVE           PIC X(10).
           05  FILLER               PIC X(90).

       FD  ARQUIVO-SAIDA.
       01  REG-SAIDA.
           05  SAI-CHAVE            PIC X(10).
           05  FILLER               PIC X(90).

       FD  ARQUIVO-RETORNO.
       01  REG-RETORNO-HEADER.
           05  RTH-TIPO             PIC X(03).
           05  RTH-REMETENTE        PIC X(08).
           05  RTH-DATA-NEGOCIO     PIC X(08).
           05  RTH-DATA-GERACAO     PIC X(08).
           05  RTH-DATA-RETORNO     PIC 9(08).
           05  RTH-HORA-RETORNO     PIC 9(08).
           05  FILLER               PIC X(117).
       01  REG-RETORNO-RESUMO.
           05  RTR-TIPO             PIC X(03).
           05  RTR-QTD-RECEBIDOS    PIC 9(09).
           05  RTR-QTD-ACEITOS      PIC 9(09).
           05  RTR-QTD-REJEITADOS   PIC 9(09).
           05  RTR-QTD-RETIDOS      PIC 9(09).
           05  RTR-QTD-CORRIGIDOS   PIC 9(09).
           05  FILLER               PIC X(112).
       01  REG-RETORNO-DETALHE.
           05  RTD-TIPO             PIC X(03).
           05  RTD-LINHA            PIC 9(09).
           05  RTD-CODIGO           PIC X(03).
           05  RTD-DESCRICAO        PIC X(30).
           05  RTD-DATA-POSTAGEM    PIC X(08).
           05  RTD-REGISTRO         PIC X(100).
           05  FILLER               PIC X(07).
       01  REG-RETORNO-TRAILER.
           05  RTT-TIPO             PIC X(03).
           05  RTT-QTD-REGISTROS    PIC 9(09).
           05  RTT-QTD-REJEITADOS   PIC 9(09).
           05  RTT-QTD-RETIDOS      PIC 9(09).
           05  FILLER               PIC X(130).

       COPY RUNRFD.

       COPY EXCPFD.

       WORKING-STORAGE SECTION.
       COPY EXCPWS.
       COPY RUNRWS.

       01  WS-STATUS-ENTRADA        PIC XX.
       01  WS-STATUS-REJEITADOS     PIC XX.
       01  WS-STATUS-HOLD           PIC XX.
       01  WS-STATUS-DUPLICADOS     PIC XX.
       01  WS-STATUS-SEM-NADA       PIC XX.
       01  WS-STATUS-SAIDA          PIC XX.
       01  WS-STATUS-RETORNO        PIC XX.
       01  WS-EOF-ENTRADA           PIC X VALUE 'N'.
       01  WS-EOF-REJEITADOS        PIC X VALUE 'N'.
       01  WS-EOF-HOLD              PIC X VALUE 'N'.
       01  WS-EOF-DUPLICADOS        PIC X VALUE 'N'.
       01  WS-EOF-SEM-NADA          PIC X VALUE 'N'.
       01  WS-EOF-SAIDA             PIC X VALUE 'N'.

       01  WS-NOME-ARQ-RETORNO      PIC X(20) VALUE SPACES.
       01  WS-REMETENTE             PIC X(08) VALUE SPACES.
       01  WS-DATA-ATUAL            PIC 9(08).
       01  WS-HORA-ATUAL            PIC 9(08).

      *    Rejeitados da carga (REJEITAD.DAT): cada entrada casa
      *    com UMA linha do envio; 'S' em WS-RJT-CORRIGIDO quando
      *    a chave ja aparece em SAIDA.DAT (reprocessada).
       01  WS-QTD-REJ-TAB           PIC 9(04) VALUE ZEROS.
       01  WS-IDX-REJ-TAB           PIC 9(04) VALUE ZEROS.
       01  WS-REJ-ACHADO            PIC 9(04) VALUE ZEROS.
       01  WS-TABELA-REJEITADOS.
           05  WS-REJ-TAB OCCURS 5000 TIMES.
               10  WS-RJT-REGISTRO  PIC X(100).
               10  WS-RJT-STATUS    PIC XX.
               10  WS-RJT-CODIGO    PIC X(03).
               10  WS-RJT-USADO     PIC X(01).
               10  WS-RJT-CORRIGIDO PIC X(01).

      *    Pos-datados ainda retidos (HOLDFILE.DAT).
       01  WS-QTD-HOLD-TAB          PIC 9(04) VALUE ZEROS.
       01  WS-IDX-HOLD-TAB          PIC 9(04) VALUE ZEROS.
       01  WS-HOLD-ACHADO           PIC 9(04) VALUE ZEROS.
       01  WS-TABELA-RETIDOS.
           05  WS-HOLD-TAB OCCURS 5000 TIMES.
               10  WS-HLT-REGISTRO  PIC X(100).
               10  WS-HLT-USADO     PIC X(01).

      *    Numeros de registro repetidos (DUPREPT.DAT).
       01  WS-QTD-DUP-TAB           PIC 9(05) VALUE ZEROS.
       01  WS-IDX-DUP-TAB           PIC 9(05) VALUE ZEROS.
       01  WS-LINHA-REPETIDA        PIC X VALUE 'N'.
       01  WS-TABELA-REPETIDOS.
           05  WS-DUP-LINHA OCCURS 10000 TIMES PIC 9(09).

      *    Chaves suprimidas do dia (SEMNADA.DAT).
       01  WS-QTD-EXCLUSOES         PIC 9(04) VALUE ZEROS.
       01  WS-IDX-EXCLUSAO          PIC 9(04) VALUE ZEROS.
       01  WS-CHAVE-EXCLUIDA        PIC X VALUE 'N'.
       01  WS-TABELA-EXCLUSOES.
           05  WS-EXCLUSAO-CHAVE OCCURS 1000 TIMES PIC X(10).

      *    Descricao por extenso dos codigos devolvidos.
       01  WS-TABELA-CODIGOS-VALORES.
           05  FILLER PIC X(33) VALUE
               'E01CHAVE AUSENTE                 '.
           05  FILLER PIC X(33) VALUE
               'E02DATA DO MOVIMENTO INVALIDA    '.
           05  FILLER PIC X(33) VALUE
               'E03VALOR NAO NUMERICO            '.
           05  FILLER PIC X(33) VALUE
               'E04TIPO DE MOVIMENTO DESCONHECIDO'.
           05  FILLER PIC X(33) VALUE
               'E05CHAVE SEM REFERENCIA CADASTRAL'.
           05  FILLER PIC X(33) VALUE
               'DUPCHAVE REPETIDA NO MESMO ENVIO '.
           05  FILLER PIC X(33) VALUE
               'SUPSUPRIMIDO PELA OPERACAO       '.
           05  FILLER PIC X(33) VALUE
               'E00REGISTRO ILEGIVEL NA LEITURA  '.
       01  WS-TABELA-CODIGOS REDEFINES WS-TABELA-CODIGOS-VALORES.
           05  WS-CODIGO-RETORNO OCCURS 8 TIMES.
               10  WS-CDR-CODIGO    PIC X(03).
               10  WS-CDR-DESCRICAO PIC X(30).
       01  WS-IDX-CODIGO            PIC 9(02) VALUE ZEROS.
       01  WS-CODIGO-DETALHE        PIC X(03).

       01  WS-NUMERO-LINHA          PIC 9(09) VALUE ZEROS.
       01  WS-QTD-RECEBIDOS         PIC 9(09) VALUE ZEROS.
       01  WS-QTD-ACEITOS           PIC 9(09) VALUE ZEROS.
       01  WS-QTD-REJEITADOS        PIC 9(09) VALUE ZEROS.
       01  WS-QTD-RETIDOS           PIC 9(09) VALUE ZEROS.
       01  WS-QTD-CORRIGIDOS        PIC 9(09) VALUE ZEROS.
       01  WS-QTD-REGISTROS-RET     PIC 9(09) VALUE ZEROS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 0 TO RETURN-CODE.
           MOVE 'TESTFRET' TO WS-RUN-PROGRAMA.
           PERFORM REGISTRAR-INICIO-EXECUCAO.
           ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-ATUAL FROM TIME.

           OPEN INPUT ARQUIVO-ENTRADA.
           IF WS-STATUS-ENTRADA NOT = '00'
               DISPLAY 'TESTFRET ERRO ABERTURA ENTRADA.DAT STATUS='
                       WS-STATUS-ENTRADA
               MOVE 'TESTFRET'          TO WS-EXC-PROGRAMA
               MOVE 'MAIN-PROCEDURE'    TO WS-EXC-PARAGRAFO
               MOVE WS-STATUS-ENTRADA   TO WS-EXC-CODIGO
               MOVE 'ERRO ABERTURA ENTRADA.DAT' TO WS-EXC-MENSAGEM
               MOVE 1 TO WS-EXC-SEVERIDADE
               PERFORM GRAVAR-EXCECAO-GERAL
               MOVE 12 TO RETURN-CODE
               PERFORM REGISTRAR-FIM-EXECUCAO
               STOP RUN
           END-IF.

      *    O header e o primeiro registro do envio (protocolo de
      *    VALIDAR-PROTOCOLO-ENTRADA em TESTFILE).
           READ ARQUIVO-ENTRADA
               AT END
                   MOVE 'S' TO WS-EOF-ENTRADA
           END-READ.
           IF WS-EOF-ENTRADA = 'S'
                  OR ENT-HDR-ID NOT = 'HDR'
                  OR ENT-HDR-REMETENTE = SPACES
               CLOSE ARQUIVO-ENTRADA
               DISPLAY 'TESTFRET ENTRADA.DAT SEM HEADER DE '
                       'REMETENTE - NENHUM RETORNO GERADO'
               PERFORM REGISTRAR-FIM-EXECUCAO
               STOP RUN
           END-IF.
           MOVE ENT-HDR-REMETENTE TO WS-REMETENTE.
           MOVE 1 TO WS-NUMERO-LINHA.

           PERFORM CARREGAR-REJEITADOS.
           PERFORM MARCAR-REJEITADOS-CORRIGIDOS THRU
                   MARCAR-REJEITADOS-CORRIGIDOS-EXIT.
           PERFORM CARREGAR-RETIDOS.
           PERFORM CARREGAR-REPETIDOS.
           PERFORM CARREGAR-LISTA-EXCLUSAO.

           MOVE SPACES TO WS-NOME-ARQ-RETORNO.
           STRING 'RT' WS-REMETENTE DELIMITED BY SPACE
                  '.DAT'            DELIMITED BY SIZE
               INTO WS-NOME-ARQ-RETORNO
           END-STRING.
           OPEN OUTPUT ARQUIVO-RETORNO.
           IF WS-STATUS-RETORNO NOT = '00'
               DISPLAY 'TESTFRET ERRO ABERTURA ' WS-NOME-ARQ-RETORNO
                       ' STATUS=' WS-STATUS-RETORNO
               MOVE 'TESTFRET'          TO WS-EXC-PROGRAMA
               MOVE 'MAIN-PROCEDURE'    TO WS-EXC-PARAGRAFO
               MOVE WS-STATUS-RETORNO   TO WS-EXC-CODIGO
               MOVE 'ERRO ABERTURA ARQUIVO DE RETORNO'
                   TO WS-EXC-MENSAGEM
               MOVE 1 TO WS-EXC-SEVERIDADE
               PERFORM GRAVAR-EXCECAO-GERAL
               MOVE 12 TO RETURN-CODE
               CLOSE ARQUIVO-ENTRADA
               PERFORM REGISTRAR-FIM-EXECUCAO
               STOP RUN
           END-IF.

           MOVE SPACES            TO REG-RETORNO-HEADER.
           MOVE 'HDR'             TO RTH-TIPO.
           MOVE WS-REMETENTE      TO RTH-REMETENTE.
           MOVE ENT-HDR-DATA-NEG  TO RTH-DATA-NEGOCIO.
           MOVE ENT-HDR-DATA-GER  TO RTH-DATA-GERACAO.
           MOVE WS-DATA-ATUAL     TO RTH-DATA-RETORNO.
           MOVE WS-HORA-ATUAL     TO RTH-HORA-RETORNO.
           WRITE REG-RETORNO-HEADER.
           ADD 1 TO WS-QTD-REGISTROS-RET.

      *    Os totais so sao conhecidos ao fim da passada: o
      *    resumo RES e gravado depois dos detalhes, logo antes
      *    do trailer.
           PERFORM UNTIL WS-EOF-ENTRADA = 'S'
               READ ARQUIVO-ENTRADA
                   AT END
                       MOVE 'S' TO WS-EOF-ENTRADA
                   NOT AT END
                       ADD 1 TO WS-NUMERO-LINHA
                       PERFORM CLASSIFICAR-DETALHE THRU
                               CLASSIFICAR-DETALHE-EXIT
               END-READ
           END-PERFORM.
           CLOSE ARQUIVO-ENTRADA.

           MOVE SPACES             TO REG-RETORNO-RESUMO.
           MOVE 'RES'              TO RTR-TIPO.
           MOVE WS-QTD-RECEBIDOS   TO RTR-QTD-RECEBIDOS.
           MOVE WS-QTD-ACEITOS     TO RTR-QTD-ACEITOS.
           MOVE WS-QTD-REJEITADOS  TO RTR-QTD-REJEITADOS.
           MOVE WS-QTD-RETIDOS     TO RTR-QTD-RETIDOS.
           MOVE WS-QTD-CORRIGIDOS  TO RTR-QTD-CORRIGIDOS.
           WRITE REG-RETORNO-RESUMO.
           ADD 1 TO WS-QTD-REGISTROS-RET.

           ADD 1 TO WS-QTD-REGISTROS-RET.
           MOVE SPACES               TO REG-RETORNO-TRAILER.
           MOVE 'TRL'                TO RTT-TIPO.
           MOVE WS-QTD-REGISTROS-RET TO RTT-QTD-REGISTROS.
           MOVE WS-QTD-REJEITADOS    TO RTT-QTD-REJEITADOS.
           MOVE WS-QTD-RETIDOS       TO RTT-QTD-RETIDOS.
           WRITE REG-RETORNO-TRAILER.
           CLOSE ARQUIVO-RETORNO.

           DISPLAY 'TESTFRET REMETENTE............: ' WS-REMETENTE
                   ' -> ' WS-NOME-ARQ-RETORNO.
           DISPLAY 'TESTFRET DETALHES RECEBIDOS...: '
                   WS-QTD-RECEBIDOS.
           DISPLAY 'TESTFRET ACEITOS..............: ' WS-QTD-ACEITOS.
           DISPLAY 'TESTFRET   APOS CORRECAO......: '
                   WS-QTD-CORRIGIDOS.
           DISPLAY 'TESTFRET REJEITADOS...........: '
                   WS-QTD-REJEITADOS.
           DISPLAY 'TESTFRET RETIDOS (POS-DATADOS): ' WS-QTD-RETIDOS.

           PERFORM REGISTRAR-FIM-EXECUCAO.
           STOP RUN.

      *----------------------------------------------------------*
      *    CLASSIFICAR-DETALHE                                      *
      *    Destino de uma linha de detalhe, na ordem em que a       *
      *    carga decide: suprimida, rejeitada, retida, repetida -   *
      *    o que sobra foi aceito.                                  *
      *----------------------------------------------------------*
       CLASSIFICAR-DETALHE.
           IF CAMPO-ENTRADA = SPACES
                  OR CAMPO-ENTRADA (1:1) = '*'
                  OR CAMPO-ENTRADA (1:3) = 'HDR'
                  OR CAMPO-ENTRADA (1:3) = 'TRL'
               GO TO CLASSIFICAR-DETALHE-EXIT
           END-IF.
           ADD 1 TO WS-QTD-RECEBIDOS.

           PERFORM VERIFICAR-CHAVE-EXCLUIDA.
           IF WS-CHAVE-EXCLUIDA = 'S'
               MOVE 'SUP' TO WS-CODIGO-DETALHE
               PERFORM GRAVAR-DETALHE-REJEITADO
               GO TO CLASSIFICAR-DETALHE-EXIT
           END-IF.

           PERFORM PROCURAR-REJEITADO.
           IF WS-REJ-ACHADO > ZEROS
               MOVE 'S' TO WS-RJT-USADO (WS-REJ-ACHADO)
               IF WS-RJT-CORRIGIDO (WS-REJ-ACHADO) = 'S'
                   ADD 1 TO WS-QTD-ACEITOS
                   ADD 1 TO WS-QTD-CORRIGIDOS
               ELSE
                   MOVE WS-RJT-CODIGO (WS-REJ-ACHADO)
                       TO WS-CODIGO-DETALHE
                   IF WS-CODIGO-DETALHE = SPACES
                       MOVE 'E00' TO WS-CODIGO-DETALHE
                   END-IF
                   PERFORM GRAVAR-DETALHE-REJEITADO
               END-IF
               GO TO CLASSIFICAR-DETALHE-EXIT
           END-IF.

           PERFORM PROCURAR-RETIDO.
           IF WS-HOLD-ACHADO > ZEROS
               MOVE 'S' TO WS-HLT-USADO (WS-HOLD-ACHADO)
               PERFORM GRAVAR-DETALHE-RETIDO
               GO TO CLASSIFICAR-DETALHE-EXIT
           END-IF.

           PERFORM PROCURAR-LINHA-REPETIDA.
           IF WS-LINHA-REPETIDA = 'S'
               MOVE 'DUP' TO WS-CODIGO-DETALHE
               PERFORM GRAVAR-DETALHE-REJEITADO
               GO TO CLASSIFICAR-DETALHE-EXIT
           END-IF.

           ADD 1 TO WS-QTD-ACEITOS.

       CLASSIFICAR-DETALHE-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    GRAVAR-DETALHE-REJEITADO / GRAVAR-DETALHE-RETIDO         *
      *----------------------------------------------------------*
       GRAVAR-DETALHE-REJEITADO.
           ADD 1 TO WS-QTD-REJEITADOS.
           MOVE SPACES            TO REG-RETORNO-DETALHE.
           MOVE 'REJ'             TO RTD-TIPO.
           MOVE WS-NUMERO-LINHA   TO RTD-LINHA.
           MOVE WS-CODIGO-DETALHE TO RTD-CODIGO.
           MOVE 'CODIGO NAO CATALOGADO' TO RTD-DESCRICAO.
           PERFORM TRADUZIR-CODIGO
               VARYING WS-IDX-CODIGO FROM 1 BY 1
               UNTIL WS-IDX-CODIGO > 8.
           MOVE CAMPO-ENTRADA     TO RTD-REGISTRO.
           WRITE REG-RETORNO-DETALHE.
           ADD 1 TO WS-QTD-REGISTROS-RET.

       GRAVAR-DETALHE-REJEITADO-EXIT.
           EXIT.

       TRADUZIR-CODIGO.
           IF WS-CDR-CODIGO (WS-IDX-CODIGO) = WS-CODIGO-DETALHE
               MOVE WS-CDR-DESCRICAO (WS-IDX-CODIGO)
                   TO RTD-DESCRICAO
           END-IF.

       TRADUZIR-CODIGO-EXIT.
           EXIT.

       GRAVAR-DETALHE-RETIDO.
           ADD 1 TO WS-QTD-RETIDOS.
           MOVE SPACES            TO REG-RETORNO-DETALHE.
           MOVE 'RET'             TO RTD-TIPO.
           MOVE WS-NUMERO-LINHA   TO RTD-LINHA.
           MOVE 'RETIDO ATE A DATA DO MOVIMENTO'
               TO RTD-DESCRICAO.
           MOVE ENT-DATA-MOVTO    TO RTD-DATA-POSTAGEM.
           MOVE CAMPO-ENTRADA     TO RTD-REGISTRO.
           WRITE REG-RETORNO-DETALHE.
           ADD 1 TO WS-QTD-REGISTROS-RET.

       GRAVAR-DETALHE-RETIDO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    CARREGAR-REJEITADOS                                      *
      *----------------------------------------------------------*
       CARREGAR-REJEITADOS.
           OPEN INPUT ARQUIVO-REJEITADOS.
           IF WS-STATUS-REJEITADOS = '00'
               PERFORM LER-REJEITADO UNTIL WS-EOF-REJEITADOS = 'S'
           END-IF.
           CLOSE ARQUIVO-REJEITADOS.

       CARREGAR-REJEITADOS-EXIT.
           EXIT.

       LER-REJEITADO.
           READ ARQUIVO-REJEITADOS
               AT END
                   MOVE 'S' TO WS-EOF-REJEITADOS
               NOT AT END
                   IF WS-QTD-REJ-TAB < 5000
                       ADD 1 TO WS-QTD-REJ-TAB
                       MOVE REJ-CAMPO
                           TO WS-RJT-REGISTRO (WS-QTD-REJ-TAB)
                       MOVE REJ-STATUS
                           TO WS-RJT-STATUS (WS-QTD-REJ-TAB)
                       MOVE REJ-CODIGO-ERRO
                           TO WS-RJT-CODIGO (WS-QTD-REJ-TAB)
                       MOVE 'N' TO WS-RJT-USADO (WS-QTD-REJ-TAB)
                       MOVE 'N' TO WS-RJT-CORRIGIDO (WS-QTD-REJ-TAB)
                   END-IF
           END-READ.

       LER-REJEITADO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    MARCAR-REJEITADOS-CORRIGIDOS                             *
      *    Rejeitado com chave que ja consta de SAIDA.DAT voltou    *
      *    pelo reprocessamento (TESTREPR grava o corrigido em      *
      *    SAIDA.DAT). Chave ausente (E01) nunca casa.              *
      *----------------------------------------------------------*
       MARCAR-REJEITADOS-CORRIGIDOS.
           IF WS-QTD-REJ-TAB = ZEROS
               GO TO MARCAR-REJEITADOS-CORRIGIDOS-EXIT
           END-IF.
           OPEN INPUT ARQUIVO-SAIDA.
           IF WS-STATUS-SAIDA = '00'
               PERFORM LER-SAIDA UNTIL WS-EOF-SAIDA = 'S'
           END-IF.
           CLOSE ARQUIVO-SAIDA.

       MARCAR-REJEITADOS-CORRIGIDOS-EXIT.
           EXIT.

       LER-SAIDA.
           READ ARQUIVO-SAIDA
               AT END
                   MOVE 'S' TO WS-EOF-SAIDA
               NOT AT END
                   IF SAI-CHAVE (1:7) NOT = 'TRAILER'
                          AND SAI-CHAVE NOT = SPACES
                       PERFORM MARCAR-CHAVE-CORRIGIDA
                           VARYING WS-IDX-REJ-TAB FROM 1 BY 1
                           UNTIL WS-IDX-REJ-TAB > WS-QTD-REJ-TAB
                   END-IF
           END-READ.

       LER-SAIDA-EXIT.
           EXIT.

       MARCAR-CHAVE-CORRIGIDA.
           IF WS-RJT-REGISTRO (WS-IDX-REJ-TAB) (1:10) = SAI-CHAVE
               MOVE 'S' TO WS-RJT-CORRIGIDO (WS-IDX-REJ-TAB)
           END-IF.

       MARCAR-CHAVE-CORRIGIDA-EXIT.
           EXIT.

       PROCURAR-REJEITADO.
           MOVE ZEROS TO WS-REJ-ACHADO.
           PERFORM COMPARAR-REJEITADO
               VARYING WS-IDX-REJ-TAB FROM 1 BY 1
               UNTIL WS-IDX-REJ-TAB > WS-QTD-REJ-TAB
                  OR WS-REJ-ACHADO > ZEROS.

       PROCURAR-REJEITADO-EXIT.
           EXIT.

       COMPARAR-REJEITADO.
           IF WS-RJT-USADO (WS-IDX-REJ-TAB) = 'N'
                  AND WS-RJT-REGISTRO (WS-IDX-REJ-TAB) = CAMPO-ENTRADA
               MOVE WS-IDX-REJ-TAB TO WS-REJ-ACHADO
           END-IF.

       COMPARAR-REJEITADO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    CARREGAR-RETIDOS                                         *
      *----------------------------------------------------------*
       CARREGAR-RETIDOS.
           OPEN INPUT ARQUIVO-HOLD.
           IF WS-STATUS-HOLD = '00'
               PERFORM LER-RETIDO UNTIL WS-EOF-HOLD = 'S'
           END-IF.
           CLOSE ARQUIVO-HOLD.

       CARREGAR-RETIDOS-EXIT.
           EXIT.

       LER-RETIDO.
           READ ARQUIVO-HOLD
               AT END
                   MOVE 'S' TO WS-EOF-HOLD
               NOT AT END
                   IF WS-QTD-HOLD-TAB < 5000
                       ADD 1 TO WS-QTD-HOLD-TAB
                       MOVE CAMPO-HOLD
                           TO WS-HLT-REGISTRO (WS-QTD-HOLD-TAB)
                       MOVE 'N' TO WS-HLT-USADO (WS-QTD-HOLD-TAB)
                   END-IF
           END-READ.

       LER-RETIDO-EXIT.
           EXIT.

       PROCURAR-RETIDO.
           MOVE ZEROS TO WS-HOLD-ACHADO.
           PERFORM COMPARAR-RETIDO
               VARYING WS-IDX-HOLD-TAB FROM 1 BY 1
               UNTIL WS-IDX-HOLD-TAB > WS-QTD-HOLD-TAB
                  OR WS-HOLD-ACHADO > ZEROS.

       PROCURAR-RETIDO-EXIT.
           EXIT.

       COMPARAR-RETIDO.
           IF WS-HLT-USADO (WS-IDX-HOLD-TAB) = 'N'
                  AND WS-HLT-REGISTRO (WS-IDX-HOLD-TAB) = CAMPO-ENTRADA
               MOVE WS-IDX-HOLD-TAB TO WS-HOLD-ACHADO
           END-IF.

       COMPARAR-RETIDO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    CARREGAR-REPETIDOS                                       *
      *    Numeros de registro que TESTFILE descartou como chave    *
      *    repetida - a mesma numeracao de linha desta passada.     *
      *----------------------------------------------------------*
       CARREGAR-REPETIDOS.
           OPEN INPUT RELATORIO-DUPLICADOS.
           IF WS-STATUS-DUPLICADOS = '00'
               PERFORM LER-REPETIDO UNTIL WS-EOF-DUPLICADOS = 'S'
           END-IF.
           CLOSE RELATORIO-DUPLICADOS.

       CARREGAR-REPETIDOS-EXIT.
           EXIT.

       LER-REPETIDO.
           READ RELATORIO-DUPLICADOS
               AT END
                   MOVE 'S' TO WS-EOF-DUPLICADOS
               NOT AT END
                   IF DUP-REG-ATUAL IS NUMERIC
                          AND WS-QTD-DUP-TAB < 10000
                       ADD 1 TO WS-QTD-DUP-TAB
                       MOVE DUP-REG-ATUAL
                           TO WS-DUP-LINHA (WS-QTD-DUP-TAB)
                   END-IF
           END-READ.

       LER-REPETIDO-EXIT.
           EXIT.

       PROCURAR-LINHA-REPETIDA.
           MOVE 'N' TO WS-LINHA-REPETIDA.
           PERFORM COMPARAR-LINHA-REPETIDA
               VARYING WS-IDX-DUP-TAB FROM 1 BY 1
               UNTIL WS-IDX-DUP-TAB > WS-QTD-DUP-TAB
                  OR WS-LINHA-REPETIDA = 'S'.

       PROCURAR-LINHA-REPETIDA-EXIT.
           EXIT.

       COMPARAR-LINHA-REPETIDA.
           IF WS-DUP-LINHA (WS-IDX-DUP-TAB) = WS-NUMERO-LINHA
               MOVE 'S' TO WS-LINHA-REPETIDA
           END-IF.

       COMPARAR-LINHA-REPETIDA-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    CARREGAR-LISTA-EXCLUSAO                                  *
      *    Mesma lista de exclusao do dia que TESTFILE aplicou.     *
      *----------------------------------------------------------*
       CARREGAR-LISTA-EXCLUSAO.
           OPEN INPUT ARQUIVO-SEM-NADA.
           IF WS-STATUS-SEM-NADA = '00'
               PERFORM LER-CHAVE-EXCLUSAO
                   UNTIL WS-EOF-SEM-NADA = 'S'
           END-IF.
           CLOSE ARQUIVO-SEM-NADA.

       CARREGAR-LISTA-EXCLUSAO-EXIT.
           EXIT.

       LER-CHAVE-EXCLUSAO.
           READ ARQUIVO-SEM-NADA
               AT END
                   MOVE 'S' TO WS-EOF-SEM-NADA
               NOT AT END
                   IF EXCL-CHAVE NOT = SPACES
                          AND WS-QTD-EXCLUSOES < 1000
                       ADD 1 TO WS-QTD-EXCLUSOES
                       MOVE EXCL-CHAVE
                           TO WS-EXCLUSAO-CHAVE (WS-QTD-EXCLUSOES)
                   END-IF
           END-READ.

       LER-CHAVE-EXCLUSAO-EXIT.
           EXIT.

       VERIFICAR-CHAVE-EXCLUIDA.
           MOVE 'N' TO WS-CHAVE-EXCLUIDA.
           PERFORM PROCURAR-CHAVE-EXCLUSAO
               VARYING WS-IDX-EXCLUSAO FROM 1 BY 1
               UNTIL WS-IDX-EXCLUSAO > WS-QTD-EXCLUSOES
                  OR WS-CHAVE-EXCLUIDA = 'S'.

       VERIFICAR-CHAVE-EXCLUIDA-EXIT.
           EXIT.

       PROCURAR-CHAVE-EXCLUSAO.
           IF WS-EXCLUSAO-CHAVE (WS-IDX-EXCLUSAO) = ENT-CHAVE
               MOVE 'S' TO WS-CHAVE-EXCLUIDA
           END-IF.

       PROCURAR-CHAVE-EXCLUSAO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    REGISTRAR-INICIO-EXECUCAO / REGISTRAR-FIM-EXECUCAO      *
      *    Registro de execucoes compartilhado (RUNRPRC).          *
      *----------------------------------------------------------*
       COPY RUNRPRC.

      *----------------------------------------------------------*
      *    GRAVAR-EXCECAO-GERAL                                    *
      *    Log de excecoes compartilhado (EXCPPRC).                 *
      *----------------------------------------------------------*
       COPY EXCPPRC.
