       IDENTIFICATION DIVISION.
       PROGRAM-ID. TESTMRST.

      *----------------------------------------------------------*
      *    TESTMRST                                                *
      *    Restaura um conjunto de backup dos mestres gravado por  *
      *    TESTBKUP - o conjunto inteiro ou um unico arquivo dele  *
      *    - de volta sobre os mestres vivos, preservando a        *
      *    organizacao indexada e as chaves. O cartao MRSTCARD.DAT *
      *    informa o numero do conjunto e, opcionalmente, o nome   *
      *    do mestre (em branco = conjunto inteiro). O conjunto    *
      *    tem de estar no catalogo MBKCAT.DAT (vale a ultima      *
      *    linha do numero, por causa da volta em 999). Antes de   *
      *    tocar em qualquer mestre vivo, cada copia selecionada   *
      *    e recontada e confrontada com a contagem catalogada:    *
      *    qualquer divergencia (ou copia ausente) cancela a       *
      *    restauracao inteira com RC=8, sem restaurar nada. Cada  *
      *    mestre restaurado e recontado e registrado no log de    *
      *    excecoes compartilhado, como em TESTREST.               *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARTAO-RESTAURACAO
               ASSIGN TO "MRSTCARD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CARTAO.

           SELECT CATALOGO-BACKUP
               ASSIGN TO "MBKCAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CATALOGO.

      *    Copias do conjunto (nome montado em PROCESSAR-MESTRE)
      *    e mestres vivos de destino.
           SELECT COPIA-DEPTMST
               ASSIGN TO WS-NOME-COPIA-MESTRE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS COP-DEPT-CODIGO
               FILE STATUS IS WS-STATUS-COPIA.

           SELECT DESTINO-DEPTMST
               ASSIGN TO "DEPTMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DEST-DEPT-CODIGO
               FILE STATUS IS WS-STATUS-DESTINO.

           SELECT COPIA-OPERMST
               ASSIGN TO WS-NOME-COPIA-MESTRE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS COP-OPR-ID
               FILE STATUS IS WS-STATUS-COPIA.

           SELECT DESTINO-OPERMST
               ASSIGN TO "OPERMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DEST-OPR-ID
               FILE STATUS IS WS-STATUS-DESTINO.

           SELECT COPIA-POSMST
               ASSIGN TO WS-NOME-COPIA-MESTRE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS COP-POS-CODIGO
               FILE STATUS IS WS-STATUS-COPIA.

           SELECT DESTINO-POSMST
               ASSIGN TO "POSMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DEST-POS-CODIGO
               FILE STATUS IS WS-STATUS-DESTINO.

           SELECT COPIA-REFTAB
               ASSIGN TO WS-NOME-COPIA-MESTRE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS COP-REF-CHAVE
               FILE STATUS IS WS-STATUS-COPIA.

           SELECT DESTINO-REFTAB
               ASSIGN TO "REFTAB.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DEST-REF-CHAVE
               FILE STATUS IS WS-STATUS-DESTINO.

           SELECT COPIA-CTLTABF
               ASSIGN TO WS-NOME-COPIA-MESTRE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS COP-CTF-CODIGO
               FILE STATUS IS WS-STATUS-COPIA.

           SELECT DESTINO-CTLTABF
               ASSIGN TO "CTLTABF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DEST-CTF-CODIGO
               FILE STATUS IS WS-STATUS-DESTINO.

           SELECT COPIA-SEQUENCIAL
               ASSIGN TO WS-NOME-COPIA-MESTRE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-COPIA.

           SELECT DESTINO-SEQUENCIAL
               ASSIGN TO WS-NOME-DESTINO-MESTRE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-DESTINO.

           COPY EXCPSEL.

       DATA DIVISION.
       FILE SECTION.
       FD  CARTAO-RESTAURACAO.
       01  REG-CARTAO-RESTAURACAO.
           05  MRS-CONJUNTO         PIC 9(03).
           05  MRS-ARQUIVO          PIC X(12).
           05  FILLER               PIC X(65).

       FD  CATALOGO-BACKUP.
       01  REG-CATALOGO-BACKUP.
           05  MBC-CONJUNTO         PIC 9(03).
           05  MBC-DATA             PIC 9(08).
           05  MBC-HORA             PIC 9(08).
           05  MBC-SITUACAO         PIC X(07).
           05  MBC-MESTRE OCCURS 8 TIMES.
               10  MBC-PRESENTE     PIC X(01).
               10  MBC-CONTAGEM     PIC 9(09).
           05  FILLER               PIC X(14).

       FD  COPIA-DEPTMST.
       01  REG-COP-DEPTMST.
           05  COP-DEPT-CODIGO      PIC X(10).
           05  FILLER               PIC X(91).

       FD  DESTINO-DEPTMST.
       01  REG-DEST-DEPTMST.
           05  DEST-DEPT-CODIGO     PIC X(10).
           05  FILLER               PIC X(91).

       FD  COPIA-OPERMST.
       01  REG-COP-OPERMST.
           05  COP-OPR-ID           PIC X(08).
           05  FILLER               PIC X(71).

       FD  DESTINO-OPERMST.
       01  REG-DEST-OPERMST.
           05  DEST-OPR-ID          PIC X(08).
           05  FILLER               PIC X(71).

       FD  COPIA-POSMST.
       01  REG-COP-POSMST.
           05  COP-POS-CODIGO       PIC X(10).
           05  FILLER               PIC X(70).

       FD  DESTINO-POSMST.
       01  REG-DEST-POSMST.
           05  DEST-POS-CODIGO      PIC X(10).
           05  FILLER               PIC X(70).

       FD  COPIA-REFTAB.
       01  REG-COP-REFTAB.
           05  COP-REF-CHAVE        PIC X(10).
           05  FILLER               PIC X(70).

       FD  DESTINO-REFTAB.
       01  REG-DEST-REFTAB.
           05  DEST-REF-CHAVE       PIC X(10).
           05  FILLER               PIC X(70).

       FD  COPIA-CTLTABF.
       01  REG-COP-CTLTABF.
           05  COP-CTF-CODIGO       PIC X(05).
           05  FILLER               PIC X(41).

       FD  DESTINO-CTLTABF.
       01  REG-DEST-CTLTABF.
           05  DEST-CTF-CODIGO      PIC X(05).
           05  FILLER               PIC X(41).

       FD  COPIA-SEQUENCIAL.
       01  REG-COP-SEQUENCIAL       PIC X(120).

       FD  DESTINO-SEQUENCIAL.
       01  REG-DEST-SEQUENCIAL      PIC X(120).

       COPY EXCPFD.

       WORKING-STORAGE SECTION.
       COPY EXCPWS.

       01  WS-STATUS-CARTAO         PIC XX.
       01  WS-STATUS-CATALOGO       PIC XX.
       01  WS-STATUS-COPIA          PIC XX.
       01  WS-STATUS-DESTINO        PIC XX.

       01  WS-CONJUNTO-PEDIDO       PIC 9(03) VALUE ZEROS.
       01  WS-ARQUIVO-PEDIDO        PIC X(12) VALUE SPACES.
       01  WS-NOME-COPIA-MESTRE     PIC X(12).
       01  WS-NOME-DESTINO-MESTRE   PIC X(12).

      *    Mestres do conjunto, na ordem do catalogo de TESTBKUP:
      *    arquivo, prefixo da copia e organizacao.
       01  WS-TABELA-MESTRES-VALORES.
           05  FILLER               PIC X(18) VALUE
               'DEPTMST.DAT DEPTBI'.
           05  FILLER               PIC X(18) VALUE
               'OPERMST.DAT OPERBI'.
           05  FILLER               PIC X(18) VALUE
               'GARNREG.DAT GARNBS'.
           05  FILLER               PIC X(18) VALUE
               'FERIAS.DAT  FERIBS'.
           05  FILLER               PIC X(18) VALUE
               'POSMST.DAT  POSMBI'.
           05  FILLER               PIC X(18) VALUE
               'REFTAB.DAT  REFTBI'.
           05  FILLER               PIC X(18) VALUE
               'CTLTABF.DAT CTLTBI'.
           05  FILLER               PIC X(18) VALUE
               'WORKFLOW.DATWKFLBS'.
       01  WS-TABELA-MESTRES REDEFINES WS-TABELA-MESTRES-VALORES.
           05  WS-MST-ENTRADA OCCURS 8 TIMES.
               10  WS-MST-ARQUIVO       PIC X(12).
               10  WS-MST-PREFIXO       PIC X(05).
               10  WS-MST-ORGANIZACAO   PIC X(01).

       01  WS-QTD-MESTRES           PIC 9(02) VALUE 8.
       01  WS-IDX-MESTRE            PIC 9(02) VALUE ZEROS.

      *    Linha do catalogo encontrada para o conjunto pedido.
       01  WS-CONJUNTO-ACHADO       PIC X VALUE 'N'.
       01  WS-DATA-CONJUNTO         PIC 9(08) VALUE ZEROS.
       01  WS-CATALOGO-CONJUNTO.
           05  WS-CAT-MESTRE OCCURS 8 TIMES.
               10  WS-CAT-PRESENTE  PIC X(01).
               10  WS-CAT-CONTAGEM  PIC 9(09).
       01  WS-EOF-CATALOGO          PIC X VALUE 'N'.

       01  WS-SELECAO-MESTRES.
           05  WS-SELECIONADO OCCURS 8 TIMES PIC X(01).
       01  WS-QTD-SELECIONADOS      PIC 9(02) VALUE ZEROS.

      *    'C' = so reconta a copia; 'R' = copia sobre o vivo.
       01  WS-MODO-PROCESSO         PIC X VALUE 'C'.
       01  WS-COPIA-ABERTA          PIC X VALUE 'N'.
       01  WS-EOF-COPIA             PIC X VALUE 'N'.
       01  WS-QTD-LIDOS             PIC 9(09) VALUE ZEROS.
       01  WS-CONFERENCIA-FALHOU    PIC X VALUE 'N'.
       01  WS-QTD-RESTAURADOS       PIC 9(02) VALUE ZEROS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 0 TO RETURN-CODE.
           PERFORM LER-CARTAO-RESTAURACAO.
           PERFORM LOCALIZAR-CONJUNTO.
           PERFORM SELECIONAR-MESTRES.

      *    Primeiro so confere - nenhum mestre vivo e tocado se
      *    alguma copia do pedido nao bater com o catalogo.
           MOVE 'C' TO WS-MODO-PROCESSO.
           PERFORM CONFERIR-MESTRE THRU CONFERIR-MESTRE-EXIT
               VARYING WS-IDX-MESTRE FROM 1 BY 1
               UNTIL WS-IDX-MESTRE > WS-QTD-MESTRES.

           IF WS-CONFERENCIA-FALHOU = 'S'
               DISPLAY 'TESTMRST CONJUNTO ' WS-CONJUNTO-PEDIDO
                       ' NAO CONFERE COM MBKCAT.DAT - NADA RESTAURADO'
               MOVE 'TESTMRST'          TO WS-EXC-PROGRAMA
               MOVE 'MAIN-PROCEDURE'    TO WS-EXC-PARAGRAFO
               MOVE 8                   TO WS-EXC-CODIGO
               MOVE SPACES              TO WS-EXC-MENSAGEM
               STRING 'CONJUNTO ' WS-CONJUNTO-PEDIDO
                      ' DIVERGE DO CATALOGO'
                   DELIMITED BY SIZE
                   INTO WS-EXC-MENSAGEM
               END-STRING
               MOVE 2 TO WS-EXC-SEVERIDADE
               PERFORM GRAVAR-EXCECAO-GERAL
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE 'R' TO WS-MODO-PROCESSO.
           PERFORM RESTAURAR-MESTRE THRU RESTAURAR-MESTRE-EXIT
               VARYING WS-IDX-MESTRE FROM 1 BY 1
               UNTIL WS-IDX-MESTRE > WS-QTD-MESTRES.

           DISPLAY 'TESTMRST CONJUNTO RESTAURADO: ' WS-CONJUNTO-PEDIDO
                   ' MESTRES: ' WS-QTD-RESTAURADOS.
           STOP RUN.

      *----------------------------------------------------------*
      *    LER-CARTAO-RESTAURACAO                                   *
      *    Sem cartao ou sem conjunto nao ha restauracao a fazer -  *
      *    RC=8, esta e uma acao sempre deliberada.                 *
      *----------------------------------------------------------*
       LER-CARTAO-RESTAURACAO.
           OPEN INPUT CARTAO-RESTAURACAO.
           IF WS-STATUS-CARTAO = '00'
               READ CARTAO-RESTAURACAO
                   AT END
                       CONTINUE
                   NOT AT END
                       IF MRS-CONJUNTO IS NUMERIC
                           MOVE MRS-CONJUNTO TO WS-CONJUNTO-PEDIDO
                       END-IF
                       MOVE MRS-ARQUIVO TO WS-ARQUIVO-PEDIDO
               END-READ
               CLOSE CARTAO-RESTAURACAO
           END-IF.

           IF WS-CONJUNTO-PEDIDO = ZEROS
               DISPLAY 'TESTMRST MRSTCARD.DAT AUSENTE OU INCOMPLETO '
                       '- NADA RESTAURADO'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       LER-CARTAO-RESTAURACAO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    LOCALIZAR-CONJUNTO                                       *
      *    Le o catalogo inteiro; depois da volta em 999 o numero   *
      *    se repete e vale a ultima linha dele.                    *
      *----------------------------------------------------------*
       LOCALIZAR-CONJUNTO.
           OPEN INPUT CATALOGO-BACKUP.
           IF WS-STATUS-CATALOGO = '00'
               PERFORM LER-CATALOGO UNTIL WS-EOF-CATALOGO = 'S'
               CLOSE CATALOGO-BACKUP
           END-IF.

           IF WS-CONJUNTO-ACHADO NOT = 'S'
               DISPLAY 'TESTMRST CONJUNTO ' WS-CONJUNTO-PEDIDO
                       ' NAO CATALOGADO EM MBKCAT.DAT - NADA RESTAURADO'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       LOCALIZAR-CONJUNTO-EXIT.
           EXIT.

       LER-CATALOGO.
           READ CATALOGO-BACKUP
               AT END
                   MOVE 'S' TO WS-EOF-CATALOGO
               NOT AT END
                   IF MBC-CONJUNTO = WS-CONJUNTO-PEDIDO
                          AND MBC-SITUACAO = 'ATIVO'
                       MOVE 'S'      TO WS-CONJUNTO-ACHADO
                       MOVE MBC-DATA TO WS-DATA-CONJUNTO
                       PERFORM GUARDAR-CONTAGEM-CATALOGO
                           VARYING WS-IDX-MESTRE FROM 1 BY 1
                           UNTIL WS-IDX-MESTRE > WS-QTD-MESTRES
                   END-IF
           END-READ.

       LER-CATALOGO-EXIT.
           EXIT.

       GUARDAR-CONTAGEM-CATALOGO.
           MOVE MBC-PRESENTE (WS-IDX-MESTRE)
               TO WS-CAT-PRESENTE (WS-IDX-MESTRE).
           MOVE MBC-CONTAGEM (WS-IDX-MESTRE)
               TO WS-CAT-CONTAGEM (WS-IDX-MESTRE).

       GUARDAR-CONTAGEM-CATALOGO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    SELECIONAR-MESTRES                                       *
      *    Cartao sem arquivo = conjunto inteiro (os mestres que    *
      *    estavam ausentes no backup ficam de fora, com aviso).    *
      *    Arquivo informado tem de ser um dos mestres do conjunto  *
      *    e ter sido copiado nele.                                 *
      *----------------------------------------------------------*
       SELECIONAR-MESTRES.
           PERFORM SELECIONAR-UM-MESTRE
               VARYING WS-IDX-MESTRE FROM 1 BY 1
               UNTIL WS-IDX-MESTRE > WS-QTD-MESTRES.

           IF WS-QTD-SELECIONADOS = 0
               DISPLAY 'TESTMRST ARQUIVO ' WS-ARQUIVO-PEDIDO
                       ' NAO PERTENCE AO CONJUNTO ' WS-CONJUNTO-PEDIDO
                       ' - NADA RESTAURADO'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       SELECIONAR-MESTRES-EXIT.
           EXIT.

       SELECIONAR-UM-MESTRE.
           MOVE 'N' TO WS-SELECIONADO (WS-IDX-MESTRE).
           IF WS-ARQUIVO-PEDIDO = SPACES
                  OR WS-ARQUIVO-PEDIDO = WS-MST-ARQUIVO (WS-IDX-MESTRE)
               IF WS-CAT-PRESENTE (WS-IDX-MESTRE) = 'S'
                   MOVE 'S' TO WS-SELECIONADO (WS-IDX-MESTRE)
                   ADD 1 TO WS-QTD-SELECIONADOS
               ELSE
                   DISPLAY 'TESTMRST ' WS-MST-ARQUIVO (WS-IDX-MESTRE)
                           ' AUSENTE NO CONJUNTO - NAO RESTAURADO'
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.

       SELECIONAR-UM-MESTRE-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    CONFERIR-MESTRE                                          *
      *    Reconta a copia do conjunto e compara com o catalogo.    *
      *----------------------------------------------------------*
       CONFERIR-MESTRE.
           IF WS-SELECIONADO (WS-IDX-MESTRE) NOT = 'S'
               GO TO CONFERIR-MESTRE-EXIT
           END-IF.
           PERFORM PROCESSAR-MESTRE.

           IF WS-COPIA-ABERTA NOT = 'S'
               DISPLAY 'TESTMRST COPIA AUSENTE: ' WS-NOME-COPIA-MESTRE
                       ' STATUS=' WS-STATUS-COPIA
               MOVE 'S' TO WS-CONFERENCIA-FALHOU
               GO TO CONFERIR-MESTRE-EXIT
           END-IF.
           IF WS-QTD-LIDOS NOT = WS-CAT-CONTAGEM (WS-IDX-MESTRE)
               DISPLAY 'TESTMRST ' WS-NOME-COPIA-MESTRE
                       ' CONTAGEM ' WS-QTD-LIDOS
                       ' CATALOGO ' WS-CAT-CONTAGEM (WS-IDX-MESTRE)
               MOVE 'S' TO WS-CONFERENCIA-FALHOU
           END-IF.

       CONFERIR-MESTRE-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    RESTAURAR-MESTRE                                         *
      *    Copia sobre o vivo e reconta o que foi gravado.          *
      *----------------------------------------------------------*
       RESTAURAR-MESTRE.
           IF WS-SELECIONADO (WS-IDX-MESTRE) NOT = 'S'
               GO TO RESTAURAR-MESTRE-EXIT
           END-IF.
           PERFORM PROCESSAR-MESTRE.

           IF WS-QTD-LIDOS NOT = WS-CAT-CONTAGEM (WS-IDX-MESTRE)
               MOVE 'TESTMRST'          TO WS-EXC-PROGRAMA
               MOVE 'RESTAURAR-MESTRE'  TO WS-EXC-PARAGRAFO
               MOVE 8                   TO WS-EXC-CODIGO
               MOVE SPACES              TO WS-EXC-MENSAGEM
               STRING WS-MST-ARQUIVO (WS-IDX-MESTRE)
                      ' RESTAURADO COM CONTAGEM DIVERGENTE'
                   DELIMITED BY SIZE
                   INTO WS-EXC-MENSAGEM
               END-STRING
               MOVE 1 TO WS-EXC-SEVERIDADE
               PERFORM GRAVAR-EXCECAO-GERAL
               MOVE 8 TO RETURN-CODE
           END-IF.

           ADD 1 TO WS-QTD-RESTAURADOS.
           MOVE SPACES TO WS-EXC-MENSAGEM.
           STRING WS-MST-ARQUIVO (WS-IDX-MESTRE)
                  ' RESTAURADO DO CONJUNTO ' WS-CONJUNTO-PEDIDO
               DELIMITED BY SIZE
               INTO WS-EXC-MENSAGEM
           END-STRING.
           PERFORM REGISTRAR-RESTAURACAO.

       RESTAURAR-MESTRE-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    PROCESSAR-MESTRE                                         *
      *    Le a copia do mestre WS-IDX-MESTRE contando registros;   *
      *    no modo 'R' grava cada registro no mestre vivo.          *
      *----------------------------------------------------------*
       PROCESSAR-MESTRE.
           MOVE 'N'   TO WS-COPIA-ABERTA.
           MOVE 'N'   TO WS-EOF-COPIA.
           MOVE ZEROS TO WS-QTD-LIDOS.
           MOVE WS-MST-ARQUIVO (WS-IDX-MESTRE)
               TO WS-NOME-DESTINO-MESTRE.
           MOVE SPACES TO WS-NOME-COPIA-MESTRE.
           STRING WS-MST-PREFIXO (WS-IDX-MESTRE)
                  WS-CONJUNTO-PEDIDO '.DAT'
               DELIMITED BY SIZE
               INTO WS-NOME-COPIA-MESTRE
           END-STRING.

           EVALUATE WS-MST-ARQUIVO (WS-IDX-MESTRE)
               WHEN 'DEPTMST.DAT'
                   PERFORM PROCESSAR-DEPTMST THRU
                           PROCESSAR-DEPTMST-EXIT
               WHEN 'OPERMST.DAT'
                   PERFORM PROCESSAR-OPERMST THRU
                           PROCESSAR-OPERMST-EXIT
               WHEN 'POSMST.DAT'
                   PERFORM PROCESSAR-POSMST THRU
                           PROCESSAR-POSMST-EXIT
               WHEN 'REFTAB.DAT'
                   PERFORM PROCESSAR-REFTAB THRU
                           PROCESSAR-REFTAB-EXIT
               WHEN 'CTLTABF.DAT'
                   PERFORM PROCESSAR-CTLTABF THRU
                           PROCESSAR-CTLTABF-EXIT
               WHEN OTHER
                   PERFORM PROCESSAR-SEQUENCIAL THRU
                           PROCESSAR-SEQUENCIAL-EXIT
           END-EVALUATE.

       PROCESSAR-MESTRE-EXIT.
           EXIT.

      *    Falha ao abrir o mestre vivo depois de conferido o
      *    conjunto e fatal.
       FALHA-ABERTURA-DESTINO.
           MOVE 'TESTMRST'          TO WS-EXC-PROGRAMA.
           MOVE 'PROCESSAR-MESTRE'  TO WS-EXC-PARAGRAFO.
           MOVE WS-STATUS-DESTINO   TO WS-EXC-CODIGO.
           MOVE SPACES              TO WS-EXC-MENSAGEM.
           STRING 'ERRO ABERTURA ' WS-NOME-DESTINO-MESTRE
               DELIMITED BY SIZE
               INTO WS-EXC-MENSAGEM
           END-STRING.
           MOVE 1 TO WS-EXC-SEVERIDADE.
           PERFORM GRAVAR-EXCECAO-GERAL.
           MOVE 12 TO RETURN-CODE.
           STOP RUN.

       FALHA-ABERTURA-DESTINO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    PROCESSAR-DEPTMST                                        *
      *----------------------------------------------------------*
       PROCESSAR-DEPTMST.
           OPEN INPUT COPIA-DEPTMST.
           IF WS-STATUS-COPIA NOT = '00'
               GO TO PROCESSAR-DEPTMST-EXIT
           END-IF.
           MOVE 'S' TO WS-COPIA-ABERTA.
           IF WS-MODO-PROCESSO = 'R'
               OPEN OUTPUT DESTINO-DEPTMST
               IF WS-STATUS-DESTINO NOT = '00'
                   PERFORM FALHA-ABERTURA-DESTINO
               END-IF
           END-IF.
           PERFORM LER-COPIA-DEPTMST UNTIL WS-EOF-COPIA = 'S'.
           CLOSE COPIA-DEPTMST.
           IF WS-MODO-PROCESSO = 'R'
               CLOSE DESTINO-DEPTMST
           END-IF.

       PROCESSAR-DEPTMST-EXIT.
           EXIT.

       LER-COPIA-DEPTMST.
           READ COPIA-DEPTMST NEXT RECORD
               AT END
                   MOVE 'S' TO WS-EOF-COPIA
               NOT AT END
                   ADD 1 TO WS-QTD-LIDOS
                   IF WS-MODO-PROCESSO = 'R'
                       MOVE REG-COP-DEPTMST TO REG-DEST-DEPTMST
                       WRITE REG-DEST-DEPTMST
                   END-IF
           END-READ.

       LER-COPIA-DEPTMST-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    PROCESSAR-OPERMST                                        *
      *----------------------------------------------------------*
       PROCESSAR-OPERMST.
           OPEN INPUT COPIA-OPERMST.
           IF WS-STATUS-COPIA NOT = '00'
               GO TO PROCESSAR-OPERMST-EXIT
           END-IF.
           MOVE 'S' TO WS-COPIA-ABERTA.
           IF WS-MODO-PROCESSO = 'R'
               OPEN OUTPUT DESTINO-OPERMST
               IF WS-STATUS-DESTINO NOT = '00'
                   PERFORM FALHA-ABERTURA-DESTINO
               END-IF
           END-IF.
           PERFORM LER-COPIA-OPERMST UNTIL WS-EOF-COPIA = 'S'.
           CLOSE COPIA-OPERMST.
           IF WS-MODO-PROCESSO = 'R'
               CLOSE DESTINO-OPERMST
           END-IF.

       PROCESSAR-OPERMST-EXIT.
           EXIT.

       LER-COPIA-OPERMST.
           READ COPIA-OPERMST NEXT RECORD
               AT END
                   MOVE 'S' TO WS-EOF-COPIA
               NOT AT END
                   ADD 1 TO WS-QTD-LIDOS
                   IF WS-MODO-PROCESSO = 'R'
                       MOVE REG-COP-OPERMST TO REG-DEST-OPERMST
                       WRITE REG-DEST-OPERMST
                   END-IF
           END-READ.

       LER-COPIA-OPERMST-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    PROCESSAR-POSMST                                         *
      *----------------------------------------------------------*
       PROCESSAR-POSMST.
           OPEN INPUT COPIA-POSMST.
           IF WS-STATUS-COPIA NOT = '00'
               GO TO PROCESSAR-POSMST-EXIT
           END-IF.
           MOVE 'S' TO WS-COPIA-ABERTA.
           IF WS-MODO-PROCESSO = 'R'
               OPEN OUTPUT DESTINO-POSMST
               IF WS-STATUS-DESTINO NOT = '00'
                   PERFORM FALHA-ABERTURA-DESTINO
               END-IF
           END-IF.
           PERFORM LER-COPIA-POSMST UNTIL WS-EOF-COPIA = 'S'.
           CLOSE COPIA-POSMST.
           IF WS-MODO-PROCESSO = 'R'
               CLOSE DESTINO-POSMST
           END-IF.

       PROCESSAR-POSMST-EXIT.
           EXIT.

       LER-COPIA-POSMST.
           READ COPIA-POSMST NEXT RECORD
               AT END
                   MOVE 'S' TO WS-EOF-COPIA
               NOT AT END
                   ADD 1 TO WS-QTD-LIDOS
                   IF WS-MODO-PROCESSO = 'R'
                       MOVE REG-COP-POSMST TO REG-DEST-POSMST
                       WRITE REG-DEST-POSMST
                   END-IF
           END-READ.

       LER-COPIA-POSMST-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    PROCESSAR-REFTAB                                         *
      *----------------------------------------------------------*
       PROCESSAR-REFTAB.
           OPEN INPUT COPIA-REFTAB.
           IF WS-STATUS-COPIA NOT = '00'
               GO TO PROCESSAR-REFTAB-EXIT
           END-IF.
           MOVE 'S' TO WS-COPIA-ABERTA.
           IF WS-MODO-PROCESSO = 'R'
               OPEN OUTPUT DESTINO-REFTAB
               IF WS-STATUS-DESTINO NOT = '00'
                   PERFORM FALHA-ABERTURA-DESTINO
               END-IF
           END-IF.
           PERFORM LER-COPIA-REFTAB UNTIL WS-EOF-COPIA = 'S'.
           CLOSE COPIA-REFTAB.
           IF WS-MODO-PROCESSO = 'R'
               CLOSE DESTINO-REFTAB
           END-IF.

       PROCESSAR-REFTAB-EXIT.
           EXIT.

       LER-COPIA-REFTAB.
           READ COPIA-REFTAB NEXT RECORD
               AT END
                   MOVE 'S' TO WS-EOF-COPIA
               NOT AT END
                   ADD 1 TO WS-QTD-LIDOS
                   IF WS-MODO-PROCESSO = 'R'
                       MOVE REG-COP-REFTAB TO REG-DEST-REFTAB
                       WRITE REG-DEST-REFTAB
                   END-IF
           END-READ.

       LER-COPIA-REFTAB-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    PROCESSAR-CTLTABF                                        *
      *----------------------------------------------------------*
       PROCESSAR-CTLTABF.
           OPEN INPUT COPIA-CTLTABF.
           IF WS-STATUS-COPIA NOT = '00'
               GO TO PROCESSAR-CTLTABF-EXIT
           END-IF.
           MOVE 'S' TO WS-COPIA-ABERTA.
           IF WS-MODO-PROCESSO = 'R'
               OPEN OUTPUT DESTINO-CTLTABF
               IF WS-STATUS-DESTINO NOT = '00'
                   PERFORM FALHA-ABERTURA-DESTINO
               END-IF
           END-IF.
           PERFORM LER-COPIA-CTLTABF UNTIL WS-EOF-COPIA = 'S'.
           CLOSE COPIA-CTLTABF.
           IF WS-MODO-PROCESSO = 'R'
               CLOSE DESTINO-CTLTABF
           END-IF.

       PROCESSAR-CTLTABF-EXIT.
           EXIT.

       LER-COPIA-CTLTABF.
           READ COPIA-CTLTABF NEXT RECORD
               AT END
                   MOVE 'S' TO WS-EOF-COPIA
               NOT AT END
                   ADD 1 TO WS-QTD-LIDOS
                   IF WS-MODO-PROCESSO = 'R'
                       MOVE REG-COP-CTLTABF TO REG-DEST-CTLTABF
                       WRITE REG-DEST-CTLTABF
                   END-IF
           END-READ.

       LER-COPIA-CTLTABF-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    PROCESSAR-SEQUENCIAL                                     *
      *    GARNREG.DAT, FERIAS.DAT e WORKFLOW.DAT.                  *
      *----------------------------------------------------------*
       PROCESSAR-SEQUENCIAL.
           OPEN INPUT COPIA-SEQUENCIAL.
           IF WS-STATUS-COPIA NOT = '00'
               GO TO PROCESSAR-SEQUENCIAL-EXIT
           END-IF.
           MOVE 'S' TO WS-COPIA-ABERTA.
           IF WS-MODO-PROCESSO = 'R'
               OPEN OUTPUT DESTINO-SEQUENCIAL
               IF WS-STATUS-DESTINO NOT = '00'
                   PERFORM FALHA-ABERTURA-DESTINO
               END-IF
           END-IF.
           PERFORM LER-COPIA-SEQUENCIAL UNTIL WS-EOF-COPIA = 'S'.
           CLOSE COPIA-SEQUENCIAL.
           IF WS-MODO-PROCESSO = 'R'
               CLOSE DESTINO-SEQUENCIAL
           END-IF.

       PROCESSAR-SEQUENCIAL-EXIT.
           EXIT.

       LER-COPIA-SEQUENCIAL.
           READ COPIA-SEQUENCIAL
               AT END
                   MOVE 'S' TO WS-EOF-COPIA
               NOT AT END
                   ADD 1 TO WS-QTD-LIDOS
                   IF WS-MODO-PROCESSO = 'R'
                       WRITE REG-DEST-SEQUENCIAL
                           FROM REG-COP-SEQUENCIAL
                   END-IF
           END-READ.

       LER-COPIA-SEQUENCIAL-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    REGISTRAR-RESTAURACAO                                    *
      *    Toda restauracao fica no log de excecoes compartilhado,  *
      *    para rastrear reruns sobre dados restaurados.            *
      *----------------------------------------------------------*
       REGISTRAR-RESTAURACAO.
           DISPLAY 'TESTMRST ' WS-EXC-MENSAGEM
                   ' REGISTROS: ' WS-QTD-LIDOS.
           MOVE 'TESTMRST'         TO WS-EXC-PROGRAMA.
           MOVE 'REGISTRAR-RESTAURACAO' TO WS-EXC-PARAGRAFO.
           MOVE 0                  TO WS-EXC-CODIGO.
           MOVE 4 TO WS-EXC-SEVERIDADE.
           PERFORM GRAVAR-EXCECAO-GERAL.

       REGISTRAR-RESTAURACAO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    GRAVAR-EXCECAO-GERAL                                    *
      *    Log de excecoes compartilhado (EXCPPRC).                 *
      *----------------------------------------------------------*
       COPY EXCPPRC.
