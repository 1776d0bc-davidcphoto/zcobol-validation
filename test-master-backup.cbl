       IDENTIFICATION DIVISION.
       PROGRAM-ID. TESTBKUP.

      *----------------------------------------------------------*
      *    TESTBKUP                                                *
      *    Backup noturno dos cadastros mestres com chave -        *
      *    DEPTMST, OPERMST, GARNREG, FERIAS, POSMST, REFTAB,      *
      *    CTLTABF e WORKFLOW - como UM conjunto numerado, no      *
      *    mesmo estilo GDG de TESTARCH: cada execucao grava o     *
      *    conjunto nnn com uma copia de cada mestre (DEPTBnnn,    *
      *    OPERBnnn, GARNBnnn, FERIBnnn, POSMBnnn, REFTBnnn,       *
      *    CTLTBnnn, WKFLBnnn .DAT), os indexados preservando a    *
      *    organizacao e a chave. Cada copia e relida e conferida  *
      *    (contagem e checksum aditivo, relatorio MBKVRF.DAT);    *
      *    so com as oito conferidas o conjunto e dado como bom:   *
      *    o numero avanca em MBKCTL.DAT e o conjunto entra no     *
      *    catalogo MBKCAT.DAT com a contagem de cada arquivo - a  *
      *    base da conferencia de TESTMRST na restauracao. Falha   *
      *    de conferencia derruba o passo com RC=8 e alerta, sem   *
      *    catalogar um conjunto que nao temos. Mestre ausente e   *
      *    registrado no conjunto como ausente (RC=4). A           *
      *    numeracao volta para 001 depois de 999, como em         *
      *    TESTARCH. O passo roda depois de todos os passos que    *
      *    atualizam os mestres, entao o conjunto e coerente com   *
      *    o fim da noite.                                         *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARTAO-BACKUP-CTL
               ASSIGN TO "MBKCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-BACKUP-CTL.

      *    Mestres indexados: origem e copia com a mesma chave.
      *    O nome da copia e montado em MONTAR-NOME-COPIA antes de
      *    cada abertura (ASSIGN dinamico).
           SELECT ORIGEM-DEPTMST
               ASSIGN TO "DEPTMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ORIG-DEPT-CODIGO
               FILE STATUS IS WS-STATUS-ORIGEM.

           SELECT COPIA-DEPTMST
               ASSIGN TO WS-NOME-COPIA-MESTRE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS COP-DEPT-CODIGO
               FILE STATUS IS WS-STATUS-COPIA.

           SELECT ORIGEM-OPERMST
               ASSIGN TO "OPERMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ORIG-OPR-ID
               FILE STATUS IS WS-STATUS-ORIGEM.

           SELECT COPIA-OPERMST
               ASSIGN TO WS-NOME-COPIA-MESTRE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS COP-OPR-ID
               FILE STATUS IS WS-STATUS-COPIA.

           SELECT ORIGEM-POSMST
               ASSIGN TO "POSMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ORIG-POS-CODIGO
               FILE STATUS IS WS-STATUS-ORIGEM.

           SELECT COPIA-POSMST
               ASSIGN TO WS-NOME-COPIA-MESTRE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS COP-POS-CODIGO
               FILE STATUS IS WS-STATUS-COPIA.

           SELECT ORIGEM-REFTAB
               ASSIGN TO "REFTAB.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ORIG-REF-CHAVE
               FILE STATUS IS WS-STATUS-ORIGEM.

           SELECT COPIA-REFTAB
               ASSIGN TO WS-NOME-COPIA-MESTRE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS COP-REF-CHAVE
               FILE STATUS IS WS-STATUS-COPIA.

           SELECT ORIGEM-CTLTABF
               ASSIGN TO "CTLTABF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ORIG-CTF-CODIGO
               FILE STATUS IS WS-STATUS-ORIGEM.

           SELECT COPIA-CTLTABF
               ASSIGN TO WS-NOME-COPIA-MESTRE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS COP-CTF-CODIGO
               FILE STATUS IS WS-STATUS-COPIA.

      *    Mestres sequenciais (GARNREG, FERIAS, WORKFLOW): um par
      *    de SELECTs com origem e copia dinamicas.
           SELECT ORIGEM-SEQUENCIAL
               ASSIGN TO WS-NOME-ORIGEM-MESTRE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-ORIGEM.

           SELECT COPIA-SEQUENCIAL
               ASSIGN TO WS-NOME-COPIA-MESTRE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-COPIA.

      *    Catalogo de conjuntos: uma linha por conjunto gravado e
      *    conferido, com presenca e contagem de cada mestre na
      *    ordem de WS-TABELA-MESTRES. Lido por TESTMRST.
           SELECT CATALOGO-BACKUP
               ASSIGN TO "MBKCAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CATALOGO.

           SELECT RELATORIO-VERIFICACAO
               ASSIGN TO "MBKVRF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-VERIFICACAO.

           COPY RUNRSEL.

           COPY EXCPSEL.

       DATA DIVISION.
       FILE SECTION.
       FD  CARTAO-BACKUP-CTL.
       01  REG-BACKUP-CTL.
           05  CTL-CONJUNTO-ATUAL   PIC 9(03).
           05  FILLER               PIC X(77).

       FD  ORIGEM-DEPTMST.
       01  REG-ORIG-DEPTMST.
           05  ORIG-DEPT-CODIGO     PIC X(10).
           05  FILLER               PIC X(91).

       FD  COPIA-DEPTMST.
       01  REG-COP-DEPTMST.
           05  COP-DEPT-CODIGO      PIC X(10).
           05  FILLER               PIC X(91).

       FD  ORIGEM-OPERMST.
       01  REG-ORIG-OPERMST.
           05  ORIG-OPR-ID          PIC X(08).
           05  FILLER               PIC X(71).

       FD  COPIA-OPERMST.
       01  REG-COP-OPERMST.
           05  COP-OPR-ID           PIC X(08).
           05  FILLER               PIC X(71).

       FD  ORIGEM-POSMST.
       01  REG-ORIG-POSMST.
           05  ORIG-POS-CODIGO      PIC X(10).
           05  FILLER               PIC X(70).

       FD  COPIA-POSMST.
       01  REG-COP-POSMST.
           05  COP-POS-CODIGO       PIC X(10).
           05  FILLER               PIC X(70).

       FD  ORIGEM-REFTAB.
       01  REG-ORIG-REFTAB.
           05  ORIG-REF-CHAVE       PIC X(10).
           05  FILLER               PIC X(70).

       FD  COPIA-REFTAB.
       01  REG-COP-REFTAB.
           05  COP-REF-CHAVE        PIC X(10).
           05  FILLER               PIC X(70).

       FD  ORIGEM-CTLTABF.
       01  REG-ORIG-CTLTABF.
           05  ORIG-CTF-CODIGO      PIC X(05).
           05  FILLER               PIC X(41).

       FD  COPIA-CTLTABF.
       01  REG-COP-CTLTABF.
           05  COP-CTF-CODIGO       PIC X(05).
           05  FILLER               PIC X(41).

       FD  ORIGEM-SEQUENCIAL.
       01  REG-ORIG-SEQUENCIAL      PIC X(120).

       FD  COPIA-SEQUENCIAL.
       01  REG-COP-SEQUENCIAL       PIC X(120).

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

       FD  RELATORIO-VERIFICACAO.
       01  REG-RELATORIO-VERIF      PIC X(90).

       COPY RUNRFD.

       COPY EXCPFD.

       WORKING-STORAGE SECTION.
       COPY EXCPWS.
       COPY RUNRWS.

       01  WS-STATUS-BACKUP-CTL     PIC XX.
       01  WS-STATUS-ORIGEM         PIC XX.
       01  WS-STATUS-COPIA          PIC XX.
       01  WS-STATUS-CATALOGO       PIC XX.
       01  WS-STATUS-VERIFICACAO    PIC XX.

       01  WS-CONJUNTO-ATUAL        PIC 9(03) VALUE ZEROS.
       01  WS-NOME-ORIGEM-MESTRE    PIC X(12).
       01  WS-NOME-COPIA-MESTRE     PIC X(12).
       01  WS-DATA-BACKUP           PIC 9(08).
       01  WS-HORA-BACKUP           PIC 9(08).

      *    Mestres do conjunto, na ordem do catalogo: arquivo,
      *    prefixo da copia e organizacao ('I' indexado, 'S'
      *    sequencial). A mesma tabela existe em TESTMRST.
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
       01  WS-RESULTADO-MESTRE.
           05  WS-RES-MESTRE OCCURS 8 TIMES.
               10  WS-RES-PRESENTE  PIC X(01).
               10  WS-RES-CONTAGEM  PIC 9(09).

       01  WS-EOF-COPIA             PIC X VALUE 'N'.
       01  WS-QTD-AUSENTES          PIC 9(02) VALUE ZEROS.

      *    Conferencia da copia: contagem e checksum aditivo
      *    (soma dos codigos dos 120 bytes da area de cada
      *    registro) na copia e na releitura, como em TESTARCH.
       01  WS-CONT-ORIGEM           PIC 9(09) VALUE ZEROS.
       01  WS-CHK-ORIGEM            PIC 9(15) VALUE ZEROS.
       01  WS-CONT-COPIA            PIC 9(09) VALUE ZEROS.
       01  WS-CHK-COPIA             PIC 9(15) VALUE ZEROS.
       01  WS-AREA-CHECKSUM         PIC X(120).
       01  WS-IDX-BYTE              PIC 9(03) VALUE ZEROS.
       01  WS-CHECKSUM-TRABALHO     PIC 9(15) VALUE ZEROS.
       01  WS-VERIFICACAO-FALHOU    PIC X VALUE 'N'.

       01  WS-CABECALHO-VERIFICACAO.
           05  FILLER               PIC X(30) VALUE
               'BACKUP DOS MESTRES - CONJUNTO '.
           05  VRC-CONJUNTO         PIC 9(03).
           05  FILLER               PIC X(07) VALUE ' DATA: '.
           05  VRC-DATA             PIC 9(08).

       01  WS-LINHA-VERIFICACAO.
           05  VRF-ARQUIVO          PIC X(12).
           05  FILLER               PIC X(06) VALUE ' ORIG '.
           05  VRF-CONT-ORIGEM      PIC 9(09).
           05  FILLER               PIC X(05) VALUE ' COP '.
           05  VRF-CONT-COPIA       PIC 9(09).
           05  FILLER               PIC X(05) VALUE ' CHK '.
           05  VRF-CHK-ORIGEM       PIC 9(15).
           05  FILLER               PIC X(01) VALUE '/'.
           05  VRF-CHK-COPIA        PIC 9(15).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  VRF-RESULTADO        PIC X(07).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 0 TO RETURN-CODE.
           MOVE 'TESTBKUP' TO WS-RUN-PROGRAMA.
           PERFORM REGISTRAR-INICIO-EXECUCAO.
           ACCEPT WS-DATA-BACKUP FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-BACKUP FROM TIME.

           PERFORM LER-CONJUNTO-ANTERIOR.
           ADD 1 TO WS-CONJUNTO-ATUAL.
           IF WS-CONJUNTO-ATUAL > 999
               MOVE 1 TO WS-CONJUNTO-ATUAL
           END-IF.

           OPEN OUTPUT RELATORIO-VERIFICACAO.
           MOVE WS-CONJUNTO-ATUAL TO VRC-CONJUNTO.
           MOVE WS-DATA-BACKUP    TO VRC-DATA.
           WRITE REG-RELATORIO-VERIF FROM WS-CABECALHO-VERIFICACAO.

           PERFORM COPIAR-MESTRE THRU COPIAR-MESTRE-EXIT
               VARYING WS-IDX-MESTRE FROM 1 BY 1
               UNTIL WS-IDX-MESTRE > WS-QTD-MESTRES.

           CLOSE RELATORIO-VERIFICACAO.

           IF WS-VERIFICACAO-FALHOU = 'S'
               DISPLAY 'TESTBKUP CONFERENCIA DO CONJUNTO FALHOU - '
                       'CONJUNTO NAO CATALOGADO (VER MBKVRF.DAT)'
               MOVE 'TESTBKUP'          TO WS-EXC-PROGRAMA
               MOVE 'MAIN-PROCEDURE'    TO WS-EXC-PARAGRAFO
               MOVE 8                   TO WS-EXC-CODIGO
               MOVE 'CONFERENCIA DO BACKUP DE MESTRES FALHOU'
                   TO WS-EXC-MENSAGEM
               MOVE 1 TO WS-EXC-SEVERIDADE
               PERFORM GRAVAR-EXCECAO-GERAL
               MOVE 8 TO RETURN-CODE
               PERFORM REGISTRAR-FIM-EXECUCAO
               STOP RUN
           END-IF.

           PERFORM GRAVAR-CONJUNTO-ATUAL.
           PERFORM GRAVAR-CATALOGO-CONJUNTO.

           DISPLAY 'TESTBKUP CONJUNTO GRAVADO...: ' WS-CONJUNTO-ATUAL.
           DISPLAY 'TESTBKUP MESTRES AUSENTES...: ' WS-QTD-AUSENTES.

           IF WS-QTD-AUSENTES > 0 AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.

           PERFORM REGISTRAR-FIM-EXECUCAO.
           STOP RUN.

      *----------------------------------------------------------*
      *    LER-CONJUNTO-ANTERIOR                                   *
      *    Sem MBKCTL.DAT, comeca do conjunto zero (o proximo      *
      *    gravado sera o 001).                                    *
      *----------------------------------------------------------*
       LER-CONJUNTO-ANTERIOR.
           OPEN INPUT CARTAO-BACKUP-CTL.
           IF WS-STATUS-BACKUP-CTL = '00'
               READ CARTAO-BACKUP-CTL
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CTL-CONJUNTO-ATUAL IS NUMERIC
                           MOVE CTL-CONJUNTO-ATUAL
                               TO WS-CONJUNTO-ATUAL
                       END-IF
               END-READ
               CLOSE CARTAO-BACKUP-CTL
           END-IF.

       LER-CONJUNTO-ANTERIOR-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    COPIAR-MESTRE                                            *
      *    Copia e confere o mestre WS-IDX-MESTRE da tabela. Os     *
      *    indexados tem cada um o seu par de arquivos; os          *
      *    sequenciais usam o par dinamico.                         *
      *----------------------------------------------------------*
       COPIAR-MESTRE.
           MOVE 'N'   TO WS-EOF-COPIA.
           MOVE ZEROS TO WS-CONT-ORIGEM.
           MOVE ZEROS TO WS-CHK-ORIGEM.
           MOVE ZEROS TO WS-CONT-COPIA.
           MOVE ZEROS TO WS-CHK-COPIA.
           MOVE 'S'   TO WS-RES-PRESENTE (WS-IDX-MESTRE).
           MOVE ZEROS TO WS-RES-CONTAGEM (WS-IDX-MESTRE).
           MOVE WS-MST-ARQUIVO (WS-IDX-MESTRE)
               TO WS-NOME-ORIGEM-MESTRE.
           PERFORM MONTAR-NOME-COPIA.

           EVALUATE WS-MST-ARQUIVO (WS-IDX-MESTRE)
               WHEN 'DEPTMST.DAT'
                   PERFORM COPIAR-DEPTMST THRU COPIAR-DEPTMST-EXIT
               WHEN 'OPERMST.DAT'
                   PERFORM COPIAR-OPERMST THRU COPIAR-OPERMST-EXIT
               WHEN 'POSMST.DAT'
                   PERFORM COPIAR-POSMST THRU COPIAR-POSMST-EXIT
               WHEN 'REFTAB.DAT'
                   PERFORM COPIAR-REFTAB THRU COPIAR-REFTAB-EXIT
               WHEN 'CTLTABF.DAT'
                   PERFORM COPIAR-CTLTABF THRU COPIAR-CTLTABF-EXIT
               WHEN OTHER
                   PERFORM COPIAR-SEQUENCIAL THRU
                           COPIAR-SEQUENCIAL-EXIT
           END-EVALUATE.

           IF WS-RES-PRESENTE (WS-IDX-MESTRE) = 'N'
               PERFORM REGISTRAR-MESTRE-AUSENTE
               GO TO COPIAR-MESTRE-EXIT
           END-IF.
           MOVE WS-CONT-COPIA TO WS-RES-CONTAGEM (WS-IDX-MESTRE).
           PERFORM AVALIAR-VERIFICACAO.

       COPIAR-MESTRE-EXIT.
           EXIT.

      *    Padrao 8.3 de TESTARCH: prefixo de 5 + conjunto + .DAT,
      *    ex.: DEPTB001.DAT.
       MONTAR-NOME-COPIA.
           MOVE SPACES TO WS-NOME-COPIA-MESTRE.
           STRING WS-MST-PREFIXO (WS-IDX-MESTRE)
                  WS-CONJUNTO-ATUAL '.DAT'
               DELIMITED BY SIZE
               INTO WS-NOME-COPIA-MESTRE
           END-STRING.

       MONTAR-NOME-COPIA-EXIT.
           EXIT.

      *    Falha ao criar a copia e fatal, como em TESTARCH.
       FALHA-ABERTURA-COPIA.
           MOVE 'TESTBKUP'          TO WS-EXC-PROGRAMA.
           MOVE 'COPIAR-MESTRE'     TO WS-EXC-PARAGRAFO.
           MOVE WS-STATUS-COPIA     TO WS-EXC-CODIGO.
           MOVE SPACES              TO WS-EXC-MENSAGEM.
           STRING 'ERRO ABERTURA COPIA ' WS-NOME-COPIA-MESTRE
               DELIMITED BY SIZE
               INTO WS-EXC-MENSAGEM
           END-STRING.
           MOVE 1 TO WS-EXC-SEVERIDADE.
           PERFORM GRAVAR-EXCECAO-GERAL.
           MOVE 12 TO RETURN-CODE.
           PERFORM REGISTRAR-FIM-EXECUCAO.
           STOP RUN.

       FALHA-ABERTURA-COPIA-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    COPIAR-DEPTMST                                           *
      *----------------------------------------------------------*
       COPIAR-DEPTMST.
           OPEN INPUT ORIGEM-DEPTMST.
           IF WS-STATUS-ORIGEM NOT = '00'
               MOVE 'N' TO WS-RES-PRESENTE (WS-IDX-MESTRE)
               GO TO COPIAR-DEPTMST-EXIT
           END-IF.
           OPEN OUTPUT COPIA-DEPTMST.
           IF WS-STATUS-COPIA NOT = '00'
               PERFORM FALHA-ABERTURA-COPIA
           END-IF.
           PERFORM LER-ORIGEM-DEPTMST UNTIL WS-EOF-COPIA = 'S'.
           CLOSE ORIGEM-DEPTMST.
           CLOSE COPIA-DEPTMST.

           MOVE 'N' TO WS-EOF-COPIA.
           OPEN INPUT COPIA-DEPTMST.
           PERFORM RELER-COPIA-DEPTMST UNTIL WS-EOF-COPIA = 'S'.
           CLOSE COPIA-DEPTMST.

       COPIAR-DEPTMST-EXIT.
           EXIT.

       LER-ORIGEM-DEPTMST.
           READ ORIGEM-DEPTMST NEXT RECORD
               AT END
                   MOVE 'S' TO WS-EOF-COPIA
               NOT AT END
                   MOVE REG-ORIG-DEPTMST TO REG-COP-DEPTMST
                   WRITE REG-COP-DEPTMST
                   MOVE REG-ORIG-DEPTMST TO WS-AREA-CHECKSUM
                   PERFORM ACUMULAR-ORIGEM
           END-READ.

       LER-ORIGEM-DEPTMST-EXIT.
           EXIT.

       RELER-COPIA-DEPTMST.
           READ COPIA-DEPTMST NEXT RECORD
               AT END
                   MOVE 'S' TO WS-EOF-COPIA
               NOT AT END
                   MOVE REG-COP-DEPTMST TO WS-AREA-CHECKSUM
                   PERFORM ACUMULAR-COPIA
           END-READ.

       RELER-COPIA-DEPTMST-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    COPIAR-OPERMST                                           *
      *----------------------------------------------------------*
       COPIAR-OPERMST.
           OPEN INPUT ORIGEM-OPERMST.
           IF WS-STATUS-ORIGEM NOT = '00'
               MOVE 'N' TO WS-RES-PRESENTE (WS-IDX-MESTRE)
               GO TO COPIAR-OPERMST-EXIT
           END-IF.
           OPEN OUTPUT COPIA-OPERMST.
           IF WS-STATUS-COPIA NOT = '00'
               PERFORM FALHA-ABERTURA-COPIA
           END-IF.
           PERFORM LER-ORIGEM-OPERMST UNTIL WS-EOF-COPIA = 'S'.
           CLOSE ORIGEM-OPERMST.
           CLOSE COPIA-OPERMST.

           MOVE 'N' TO WS-EOF-COPIA.
           OPEN INPUT COPIA-OPERMST.
           PERFORM RELER-COPIA-OPERMST UNTIL WS-EOF-COPIA = 'S'.
           CLOSE COPIA-OPERMST.

       COPIAR-OPERMST-EXIT.
           EXIT.

       LER-ORIGEM-OPERMST.
           READ ORIGEM-OPERMST NEXT RECORD
               AT END
                   MOVE 'S' TO WS-EOF-COPIA
               NOT AT END
                   MOVE REG-ORIG-OPERMST TO REG-COP-OPERMST
                   WRITE REG-COP-OPERMST
                   MOVE REG-ORIG-OPERMST TO WS-AREA-CHECKSUM
                   PERFORM ACUMULAR-ORIGEM
           END-READ.

       LER-ORIGEM-OPERMST-EXIT.
           EXIT.

       RELER-COPIA-OPERMST.
           READ COPIA-OPERMST NEXT RECORD
               AT END
                   MOVE 'S' TO WS-EOF-COPIA
               NOT AT END
                   MOVE REG-COP-OPERMST TO WS-AREA-CHECKSUM
                   PERFORM ACUMULAR-COPIA
           END-READ.

       RELER-COPIA-OPERMST-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    COPIAR-POSMST                                            *
      *----------------------------------------------------------*
       COPIAR-POSMST.
           OPEN INPUT ORIGEM-POSMST.
           IF WS-STATUS-ORIGEM NOT = '00'
               MOVE 'N' TO WS-RES-PRESENTE (WS-IDX-MESTRE)
               GO TO COPIAR-POSMST-EXIT
           END-IF.
           OPEN OUTPUT COPIA-POSMST.
           IF WS-STATUS-COPIA NOT = '00'
               PERFORM FALHA-ABERTURA-COPIA
           END-IF.
           PERFORM LER-ORIGEM-POSMST UNTIL WS-EOF-COPIA = 'S'.
           CLOSE ORIGEM-POSMST.
           CLOSE COPIA-POSMST.

           MOVE 'N' TO WS-EOF-COPIA.
           OPEN INPUT COPIA-POSMST.
           PERFORM RELER-COPIA-POSMST UNTIL WS-EOF-COPIA = 'S'.
           CLOSE COPIA-POSMST.

       COPIAR-POSMST-EXIT.
           EXIT.

       LER-ORIGEM-POSMST.
           READ ORIGEM-POSMST NEXT RECORD
               AT END
                   MOVE 'S' TO WS-EOF-COPIA
               NOT AT END
                   MOVE REG-ORIG-POSMST TO REG-COP-POSMST
                   WRITE REG-COP-POSMST
                   MOVE REG-ORIG-POSMST TO WS-AREA-CHECKSUM
                   PERFORM ACUMULAR-ORIGEM
           END-READ.

       LER-ORIGEM-POSMST-EXIT.
           EXIT.

       RELER-COPIA-POSMST.
           READ COPIA-POSMST NEXT RECORD
               AT END
                   MOVE 'S' TO WS-EOF-COPIA
               NOT AT END
                   MOVE REG-COP-POSMST TO WS-AREA-CHECKSUM
                   PERFORM ACUMULAR-COPIA
           END-READ.

       RELER-COPIA-POSMST-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    COPIAR-REFTAB                                            *
      *----------------------------------------------------------*
       COPIAR-REFTAB.
           OPEN INPUT ORIGEM-REFTAB.
           IF WS-STATUS-ORIGEM NOT = '00'
               MOVE 'N' TO WS-RES-PRESENTE (WS-IDX-MESTRE)
               GO TO COPIAR-REFTAB-EXIT
           END-IF.
           OPEN OUTPUT COPIA-REFTAB.
           IF WS-STATUS-COPIA NOT = '00'
               PERFORM FALHA-ABERTURA-COPIA
           END-IF.
           PERFORM LER-ORIGEM-REFTAB UNTIL WS-EOF-COPIA = 'S'.
           CLOSE ORIGEM-REFTAB.
           CLOSE COPIA-REFTAB.

           MOVE 'N' TO WS-EOF-COPIA.
           OPEN INPUT COPIA-REFTAB.
           PERFORM RELER-COPIA-REFTAB UNTIL WS-EOF-COPIA = 'S'.
           CLOSE COPIA-REFTAB.

       COPIAR-REFTAB-EXIT.
           EXIT.

       LER-ORIGEM-REFTAB.
           READ ORIGEM-REFTAB NEXT RECORD
               AT END
                   MOVE 'S' TO WS-EOF-COPIA
               NOT AT END
                   MOVE REG-ORIG-REFTAB TO REG-COP-REFTAB
                   WRITE REG-COP-REFTAB
                   MOVE REG-ORIG-REFTAB TO WS-AREA-CHECKSUM
                   PERFORM ACUMULAR-ORIGEM
           END-READ.

       LER-ORIGEM-REFTAB-EXIT.
           EXIT.

       RELER-COPIA-REFTAB.
           READ COPIA-REFTAB NEXT RECORD
               AT END
                   MOVE 'S' TO WS-EOF-COPIA
               NOT AT END
                   MOVE REG-COP-REFTAB TO WS-AREA-CHECKSUM
                   PERFORM ACUMULAR-COPIA
           END-READ.

       RELER-COPIA-REFTAB-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    COPIAR-CTLTABF                                           *
      *----------------------------------------------------------*
       COPIAR-CTLTABF.
           OPEN INPUT ORIGEM-CTLTABF.
           IF WS-STATUS-ORIGEM NOT = '00'
               MOVE 'N' TO WS-RES-PRESENTE (WS-IDX-MESTRE)
               GO TO COPIAR-CTLTABF-EXIT
           END-IF.
           OPEN OUTPUT COPIA-CTLTABF.
           IF WS-STATUS-COPIA NOT = '00'
               PERFORM FALHA-ABERTURA-COPIA
           END-IF.
           PERFORM LER-ORIGEM-CTLTABF UNTIL WS-EOF-COPIA = 'S'.
           CLOSE ORIGEM-CTLTABF.
           CLOSE COPIA-CTLTABF.

           MOVE 'N' TO WS-EOF-COPIA.
           OPEN INPUT COPIA-CTLTABF.
           PERFORM RELER-COPIA-CTLTABF UNTIL WS-EOF-COPIA = 'S'.
           CLOSE COPIA-CTLTABF.

       COPIAR-CTLTABF-EXIT.
           EXIT.

       LER-ORIGEM-CTLTABF.
           READ ORIGEM-CTLTABF NEXT RECORD
               AT END
                   MOVE 'S' TO WS-EOF-COPIA
               NOT AT END
                   MOVE REG-ORIG-CTLTABF TO REG-COP-CTLTABF
                   WRITE REG-COP-CTLTABF
                   MOVE REG-ORIG-CTLTABF TO WS-AREA-CHECKSUM
                   PERFORM ACUMULAR-ORIGEM
           END-READ.

       LER-ORIGEM-CTLTABF-EXIT.
           EXIT.

       RELER-COPIA-CTLTABF.
           READ COPIA-CTLTABF NEXT RECORD
               AT END
                   MOVE 'S' TO WS-EOF-COPIA
               NOT AT END
                   MOVE REG-COP-CTLTABF TO WS-AREA-CHECKSUM
                   PERFORM ACUMULAR-COPIA
           END-READ.

       RELER-COPIA-CTLTABF-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    COPIAR-SEQUENCIAL                                        *
      *    GARNREG.DAT, FERIAS.DAT e WORKFLOW.DAT.                  *
      *----------------------------------------------------------*
       COPIAR-SEQUENCIAL.
           OPEN INPUT ORIGEM-SEQUENCIAL.
           IF WS-STATUS-ORIGEM NOT = '00'
               MOVE 'N' TO WS-RES-PRESENTE (WS-IDX-MESTRE)
               GO TO COPIAR-SEQUENCIAL-EXIT
           END-IF.
           OPEN OUTPUT COPIA-SEQUENCIAL.
           IF WS-STATUS-COPIA NOT = '00'
               PERFORM FALHA-ABERTURA-COPIA
           END-IF.
           PERFORM LER-ORIGEM-SEQUENCIAL UNTIL WS-EOF-COPIA = 'S'.
           CLOSE ORIGEM-SEQUENCIAL.
           CLOSE COPIA-SEQUENCIAL.

           MOVE 'N' TO WS-EOF-COPIA.
           OPEN INPUT COPIA-SEQUENCIAL.
           PERFORM RELER-COPIA-SEQUENCIAL UNTIL WS-EOF-COPIA = 'S'.
           CLOSE COPIA-SEQUENCIAL.

       COPIAR-SEQUENCIAL-EXIT.
           EXIT.

       LER-ORIGEM-SEQUENCIAL.
           READ ORIGEM-SEQUENCIAL
               AT END
                   MOVE 'S' TO WS-EOF-COPIA
               NOT AT END
                   WRITE REG-COP-SEQUENCIAL FROM REG-ORIG-SEQUENCIAL
                   MOVE REG-ORIG-SEQUENCIAL TO WS-AREA-CHECKSUM
                   PERFORM ACUMULAR-ORIGEM
           END-READ.

       LER-ORIGEM-SEQUENCIAL-EXIT.
           EXIT.

       RELER-COPIA-SEQUENCIAL.
           READ COPIA-SEQUENCIAL
               AT END
                   MOVE 'S' TO WS-EOF-COPIA
               NOT AT END
                   MOVE REG-COP-SEQUENCIAL TO WS-AREA-CHECKSUM
                   PERFORM ACUMULAR-COPIA
           END-READ.

       RELER-COPIA-SEQUENCIAL-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    ACUMULAR-ORIGEM / ACUMULAR-COPIA                         *
      *    Checksum aditivo simples sobre WS-AREA-CHECKSUM - o      *
      *    mesmo calculo dos dois lados, como em TESTARCH.          *
      *----------------------------------------------------------*
       ACUMULAR-ORIGEM.
           PERFORM CALCULAR-CHECKSUM.
           ADD 1 TO WS-CONT-ORIGEM.
           ADD WS-CHECKSUM-TRABALHO TO WS-CHK-ORIGEM.

       ACUMULAR-ORIGEM-EXIT.
           EXIT.

       ACUMULAR-COPIA.
           PERFORM CALCULAR-CHECKSUM.
           ADD 1 TO WS-CONT-COPIA.
           ADD WS-CHECKSUM-TRABALHO TO WS-CHK-COPIA.

       ACUMULAR-COPIA-EXIT.
           EXIT.

       CALCULAR-CHECKSUM.
           MOVE ZEROS TO WS-CHECKSUM-TRABALHO.
           PERFORM SOMAR-BYTE-CHECKSUM
               VARYING WS-IDX-BYTE FROM 1 BY 1
               UNTIL WS-IDX-BYTE > 120.

       CALCULAR-CHECKSUM-EXIT.
           EXIT.

       SOMAR-BYTE-CHECKSUM.
           COMPUTE WS-CHECKSUM-TRABALHO = WS-CHECKSUM-TRABALHO
               + FUNCTION ORD (WS-AREA-CHECKSUM (WS-IDX-BYTE:1)).

       SOMAR-BYTE-CHECKSUM-EXIT.
           EXIT.

       AVALIAR-VERIFICACAO.
           MOVE WS-NOME-COPIA-MESTRE TO VRF-ARQUIVO.
           MOVE WS-CONT-ORIGEM  TO VRF-CONT-ORIGEM.
           MOVE WS-CONT-COPIA   TO VRF-CONT-COPIA.
           MOVE WS-CHK-ORIGEM   TO VRF-CHK-ORIGEM.
           MOVE WS-CHK-COPIA    TO VRF-CHK-COPIA.
           IF WS-CONT-ORIGEM = WS-CONT-COPIA
                  AND WS-CHK-ORIGEM = WS-CHK-COPIA
               MOVE 'OK'    TO VRF-RESULTADO
           ELSE
               MOVE 'FALHA' TO VRF-RESULTADO
               MOVE 'S' TO WS-VERIFICACAO-FALHOU
           END-IF.
           WRITE REG-RELATORIO-VERIF FROM WS-LINHA-VERIFICACAO.

       AVALIAR-VERIFICACAO-EXIT.
           EXIT.

      *    Mestre ausente fica no conjunto como ausente - TESTMRST
      *    nao o restaura.
       REGISTRAR-MESTRE-AUSENTE.
           ADD 1 TO WS-QTD-AUSENTES.
           MOVE WS-NOME-ORIGEM-MESTRE TO VRF-ARQUIVO.
           MOVE ZEROS     TO VRF-CONT-ORIGEM.
           MOVE ZEROS     TO VRF-CONT-COPIA.
           MOVE ZEROS     TO VRF-CHK-ORIGEM.
           MOVE ZEROS     TO VRF-CHK-COPIA.
           MOVE 'AUSENTE' TO VRF-RESULTADO.
           WRITE REG-RELATORIO-VERIF FROM WS-LINHA-VERIFICACAO.
           DISPLAY 'TESTBKUP MESTRE AUSENTE: ' WS-NOME-ORIGEM-MESTRE
                   ' STATUS=' WS-STATUS-ORIGEM.
           MOVE 'TESTBKUP'          TO WS-EXC-PROGRAMA.
           MOVE 'COPIAR-MESTRE'     TO WS-EXC-PARAGRAFO.
           MOVE WS-STATUS-ORIGEM    TO WS-EXC-CODIGO.
           MOVE SPACES              TO WS-EXC-MENSAGEM.
           STRING 'MESTRE AUSENTE NO BACKUP '
                  WS-NOME-ORIGEM-MESTRE
               DELIMITED BY SIZE
               INTO WS-EXC-MENSAGEM
           END-STRING.
           MOVE 3 TO WS-EXC-SEVERIDADE.
           PERFORM GRAVAR-EXCECAO-GERAL.

       REGISTRAR-MESTRE-AUSENTE-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    GRAVAR-CONJUNTO-ATUAL                                    *
      *----------------------------------------------------------*
       GRAVAR-CONJUNTO-ATUAL.
           OPEN OUTPUT CARTAO-BACKUP-CTL.
           IF WS-STATUS-BACKUP-CTL NOT = '00'
               MOVE 'TESTBKUP'          TO WS-EXC-PROGRAMA
               MOVE 'GRAVAR-CONJUNTO-ATUAL' TO WS-EXC-PARAGRAFO
               MOVE WS-STATUS-BACKUP-CTL TO WS-EXC-CODIGO
               MOVE 'ERRO ABERTURA MBKCTL.DAT' TO WS-EXC-MENSAGEM
               MOVE 1 TO WS-EXC-SEVERIDADE
               PERFORM GRAVAR-EXCECAO-GERAL
               MOVE 12 TO RETURN-CODE
               PERFORM REGISTRAR-FIM-EXECUCAO
               STOP RUN
           END-IF.
           MOVE SPACES            TO REG-BACKUP-CTL.
           MOVE WS-CONJUNTO-ATUAL TO CTL-CONJUNTO-ATUAL.
           WRITE REG-BACKUP-CTL.
           CLOSE CARTAO-BACKUP-CTL.

       GRAVAR-CONJUNTO-ATUAL-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    GRAVAR-CATALOGO-CONJUNTO                                 *
      *    Apenda a linha do conjunto conferido. Depois da volta    *
      *    em 999 o mesmo numero reaparece no catalogo - vale a     *
      *    ultima linha do numero (ver TESTMRST).                   *
      *----------------------------------------------------------*
       GRAVAR-CATALOGO-CONJUNTO.
           OPEN EXTEND CATALOGO-BACKUP.
           IF WS-STATUS-CATALOGO = '05' OR '35'
               OPEN OUTPUT CATALOGO-BACKUP
           END-IF.
           MOVE SPACES            TO REG-CATALOGO-BACKUP.
           MOVE WS-CONJUNTO-ATUAL TO MBC-CONJUNTO.
           MOVE WS-DATA-BACKUP    TO MBC-DATA.
           MOVE WS-HORA-BACKUP    TO MBC-HORA.
           MOVE 'ATIVO'           TO MBC-SITUACAO.
           PERFORM CATALOGAR-MESTRE
               VARYING WS-IDX-MESTRE FROM 1 BY 1
               UNTIL WS-IDX-MESTRE > WS-QTD-MESTRES.
           WRITE REG-CATALOGO-BACKUP.
           CLOSE CATALOGO-BACKUP.

       GRAVAR-CATALOGO-CONJUNTO-EXIT.
           EXIT.

       CATALOGAR-MESTRE.
           MOVE WS-RES-PRESENTE (WS-IDX-MESTRE)
               TO MBC-PRESENTE (WS-IDX-MESTRE).
           MOVE WS-RES-CONTAGEM (WS-IDX-MESTRE)
               TO MBC-CONTAGEM (WS-IDX-MESTRE).

       CATALOGAR-MESTRE-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    GRAVAR-EXCECAO-GERAL                                    *
      *    Log de excecoes compartilhado (EXCPPRC).                *
      *----------------------------------------------------------*
       COPY EXCPPRC.

      *----------------------------------------------------------*
      *    REGISTRAR-INICIO-EXECUCAO / REGISTRAR-FIM-EXECUCAO      *
      *    Registro compartilhado de execucoes (RUNRPRC), insumo   *
      *    do relatorio de capacidade TESTCAPR.                    *
      *----------------------------------------------------------*
       COPY RUNRPRC.
