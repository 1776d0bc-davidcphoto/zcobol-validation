      *    marcados e o passo termina com RC=4 para o driver       *
      *    noturno sinalizar o aviso aos gestores de centro de     *
      *    custo.                                                  *
      *    Edicao consolidada por nivel em BUDGROLL.DAT: a mesma   *
      *    comparacao somada pela hierarquia do cadastro mestre    *
      *    (DPM-DEPTO-PAI, ver HIERPRC) - cada diretoria/divisao   *
      *    com o subtotal de toda a sua subarvore (orcamento       *
      *    proprio mais o dos subordinados) e, no fim, o total da  *
      *    empresa.                                                *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RELATORIO.

           SELECT RELATORIO-ORCAMENTO-NIVEL
               ASSIGN TO "BUDGROLL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-ROLLUP.

           COPY DEPTSEL.

           COPY LOCKSEL.
       FD  RELATORIO-ORCAMENTO.
       01  REG-RELATORIO-ORCAMENTO    PIC X(100).

       FD  RELATORIO-ORCAMENTO-NIVEL.
       01  REG-RELATORIO-ORCAMENTO-NIV PIC X(120).

       COPY DEPTFD.

       COPY LOCKFD.

       WORKING-STORAGE SECTION.
       COPY DEPTWS.
       COPY HIERWS.
       COPY EXCPWS.
       COPY LOCKWS.

       01  WS-STATUS-HISTORICO      PIC XX.
       01  WS-STATUS-RELATORIO      PIC XX.
       01  WS-STATUS-ROLLUP         PIC XX.
       01  WS-IDX-NO                PIC 9(03) VALUE ZEROS.
       01  WS-QTD-NIVEIS-ESTOURADOS PIC 9(05) VALUE ZEROS.
       01  WS-EOF-HISTORICO         PIC X VALUE 'N'.

      *    Primeira passada acha a data do snapshot mais recente;
               '  SEM ORCAMENTO'.
           05  ORC-TOT-SEM-ORC      PIC ZZZZ9.

      *    Edicao consolidada por nivel (valor 1 = consumido,
      *    valor 2 = orcamento na tabela de HIERWS).
       01  WS-CABECALHO-NIVEL.
           05  FILLER               PIC X(52) VALUE
               'ORCADO X REALIZADO CONSOLIDADO POR NIVEL - SNAPSHOT '.
           05  NIV-CAB-DATA         PIC 9(08).

       01  WS-CABECALHO-COLUNAS-NIVEL.
           05  FILLER               PIC X(41) VALUE
               'DEPARTAMENTO / NIVEL'.
           05  FILLER               PIC X(15) VALUE
               '      CONSUMIDO'.
           05  FILLER               PIC X(17) VALUE
               '        ORCAMENTO'.
           05  FILLER               PIC X(17) VALUE
               '         RESTANTE'.
           05  FILLER               PIC X(09) VALUE '  CONSUM%'.

       01  WS-LINHA-NIVEL.
           05  NIV-ROTULO           PIC X(40).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  NIV-CONSUMIDO        PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  NIV-ORCAMENTO        PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  NIV-RESTANTE         PIC -,ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  NIV-PCT              PIC ZZZZ9.99.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  NIV-FLAG             PIC X(12).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 0 TO RETURN-CODE.
               STOP RUN
           END-IF.

      *    Hierarquia carregada antes da abertura do mestre para
      *    as leituras por chave (HIERPRC le o mestre inteiro).
           MOVE 'TESTBUDG' TO WS-HIE-PROGRAMA.
           PERFORM CARREGAR-HIERARQUIA THRU
                   CARREGAR-HIERARQUIA-EXIT.
           PERFORM ACUMULAR-ORCAMENTO-NIVEL
               VARYING WS-IDX-NO FROM 1 BY 1
               UNTIL WS-IDX-NO > WS-HIE-QTD-NOS.

           PERFORM ABRIR-ARQUIVOS-ORCAMENTO.
           PERFORM PROCESSAR-SNAPSHOTS-RECENTES.
           PERFORM IMPRIMIR-TOTAL-ORCAMENTO.
           CLOSE DEPT-MASTER.
           CLOSE RELATORIO-ORCAMENTO.

           PERFORM IMPRIMIR-EDICAO-NIVEL.

           DISPLAY 'TESTBUDG DEPARTAMENTOS....: ' WS-QTD-DEPTOS.
           DISPLAY 'TESTBUDG ESTOURADOS.......: ' WS-QTD-ESTOURADOS.
           DISPLAY 'TESTBUDG NIVEIS ESTOURADOS: '
                   WS-QTD-NIVEIS-ESTOURADOS.

           IF WS-QTD-ESTOURADOS > 0 AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE

           WRITE REG-RELATORIO-ORCAMENTO FROM WS-LINHA-ORCAMENTO.

           MOVE HIST-DEPARTAMENTO TO WS-HIE-CODIGO-BUSCA.
           MOVE HIST-TOTAL-FOLHA  TO WS-HIE-VALOR (1).
           MOVE ZEROS             TO WS-HIE-VALOR (2).
           MOVE ZEROS             TO WS-HIE-VALOR (3).
           PERFORM ACUMULAR-HIERARQUIA THRU
                   ACUMULAR-HIERARQUIA-EXIT.

       COMPARAR-COM-ORCAMENTO-EXIT.
           EXIT.

       IMPRIMIR-TOTAL-ORCAMENTO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    ACUMULAR-ORCAMENTO-NIVEL                                 *
      *    Orcamento anual de cada departamento do mestre sobe a    *
      *    todos os seus superiores.                                *
      *----------------------------------------------------------*
       ACUMULAR-ORCAMENTO-NIVEL.
           MOVE WS-HIE-CODIGO (WS-IDX-NO)    TO WS-HIE-CODIGO-BUSCA.
           MOVE ZEROS                        TO WS-HIE-VALOR (1).
           MOVE WS-HIE-ORCAMENTO (WS-IDX-NO) TO WS-HIE-VALOR (2).
           MOVE ZEROS                        TO WS-HIE-VALOR (3).
           PERFORM ACUMULAR-HIERARQUIA THRU
                   ACUMULAR-HIERARQUIA-EXIT.

       ACUMULAR-ORCAMENTO-NIVEL-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    IMPRIMIR-EDICAO-NIVEL                                    *
      *    BUDGROLL.DAT: um no por linha, cada um seguido de seus   *
      *    subordinados, e o total da empresa.                      *
      *----------------------------------------------------------*
       IMPRIMIR-EDICAO-NIVEL.
           OPEN OUTPUT RELATORIO-ORCAMENTO-NIVEL.
           IF WS-STATUS-ROLLUP NOT = '00'
               MOVE 'TESTBUDG'          TO WS-EXC-PROGRAMA
               MOVE 'IMPRIMIR-EDICAO-NIVEL' TO WS-EXC-PARAGRAFO
               MOVE WS-STATUS-ROLLUP    TO WS-EXC-CODIGO
               MOVE 'ERRO ABERTURA BUDGROLL.DAT' TO WS-EXC-MENSAGEM
               MOVE 1 TO WS-EXC-SEVERIDADE
               PERFORM GRAVAR-EXCECAO-GERAL
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-DATA-MAIS-RECENTE TO NIV-CAB-DATA.
           WRITE REG-RELATORIO-ORCAMENTO-NIV FROM WS-CABECALHO-NIVEL.
           WRITE REG-RELATORIO-ORCAMENTO-NIV
               FROM WS-CABECALHO-COLUNAS-NIVEL.

           PERFORM ORDENAR-HIERARQUIA THRU
                   ORDENAR-HIERARQUIA-EXIT.
           PERFORM IMPRIMIR-LINHA-NIVEL
               VARYING WS-IDX-NO FROM 1 BY 1
               UNTIL WS-IDX-NO > WS-HIE-QTD-NOS.

           MOVE SPACES TO REG-RELATORIO-ORCAMENTO-NIV.
           WRITE REG-RELATORIO-ORCAMENTO-NIV.
           MOVE 'TOTAL DA EMPRESA' TO NIV-ROTULO.
           MOVE WS-HIE-TOTAL (1) TO WS-HIE-VALOR (1).
           MOVE WS-HIE-TOTAL (2) TO WS-HIE-VALOR (2).
           PERFORM FORMATAR-LINHA-NIVEL.
           WRITE REG-RELATORIO-ORCAMENTO-NIV FROM WS-LINHA-NIVEL.
           CLOSE RELATORIO-ORCAMENTO-NIVEL.

       IMPRIMIR-EDICAO-NIVEL-EXIT.
           EXIT.

       IMPRIMIR-LINHA-NIVEL.
           MOVE WS-HIE-ORDEM (WS-IDX-NO) TO WS-HIE-IDX.
           PERFORM PREPARAR-ROTULO-HIERARQUIA THRU
                   PREPARAR-ROTULO-HIERARQUIA-EXIT.
           MOVE WS-HIE-ROTULO TO NIV-ROTULO.
           MOVE WS-HIE-ACUM (WS-HIE-IDX, 1) TO WS-HIE-VALOR (1).
           MOVE WS-HIE-ACUM (WS-HIE-IDX, 2) TO WS-HIE-VALOR (2).
           PERFORM FORMATAR-LINHA-NIVEL.
           IF NIV-FLAG NOT = SPACES
               ADD 1 TO WS-QTD-NIVEIS-ESTOURADOS
           END-IF.
           WRITE REG-RELATORIO-ORCAMENTO-NIV FROM WS-LINHA-NIVEL.

       IMPRIMIR-LINHA-NIVEL-EXIT.
           EXIT.

      *    Consumido em WS-HIE-VALOR (1), orcamento em (2).
       FORMATAR-LINHA-NIVEL.
           MOVE WS-HIE-VALOR (1) TO NIV-CONSUMIDO.
           MOVE WS-HIE-VALOR (2) TO NIV-ORCAMENTO.
           COMPUTE WS-SALDO-RESTANTE =
               WS-HIE-VALOR (2) - WS-HIE-VALOR (1).
           MOVE WS-SALDO-RESTANTE TO NIV-RESTANTE.
           MOVE ZEROS TO WS-PCT-CONSUMIDO.
           IF WS-HIE-VALOR (2) > ZEROS
               COMPUTE WS-PCT-CONSUMIDO ROUNDED =
                   WS-HIE-VALOR (1) * 100 / WS-HIE-VALOR (2)
           END-IF.
           MOVE WS-PCT-CONSUMIDO TO NIV-PCT.
           MOVE SPACES TO NIV-FLAG.
           IF WS-HIE-VALOR (1) > WS-HIE-VALOR (2)
               MOVE '** ESTOURADO' TO NIV-FLAG
           END-IF.

       FORMATAR-LINHA-NIVEL-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    HIERARQUIA DE DEPARTAMENTOS (HIERPRC)                   *
      *----------------------------------------------------------*
       COPY HIERPRC.

      *----------------------------------------------------------*
      *    GRAVAR-EXCECAO-GERAL                                    *
      *    Log de excecoes compartilhado (EXCPPRC).                 *
