      *    admissao. Admissoes e desligamentos tambem sao          *
      *    apendados datados no historico DLTHIST.DAT, insumo dos  *
      *    runs de 13o salario, onboarding e rescisao.             *
      *    Matricula presente nos dois extratos com empresa        *
      *    empregadora diferente (EMPRESA.DAT) e transferencia     *
      *    entre empresas do grupo: sai em secao propria e vai ao  *
      *    DLTHIST.DAT como desligamento na empresa de origem e    *
      *    admissao na de destino, ambos com motivo 'T'.           *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-HIST-MOV.

           COPY EMPRSEL.

           COPY EXCPSEL.

       DATA DIVISION.
           05  EXT-EMPLOYEE-AGENCIA     PIC X(05).
           05  EXT-EMPLOYEE-CONTA       PIC X(12).
           05  EXT-EMPLOYEE-HIRE-DATE   PIC 9(08).
           05  EXT-EMPLOYEE-EMPRESA     PIC X(05).

       FD  EXTRATO-ANTERIOR.
       01  REG-EXTRATO-ANTERIOR.
           05  ANT-EMPLOYEE-AGENCIA     PIC X(05).
           05  ANT-EMPLOYEE-CONTA       PIC X(12).
           05  ANT-EMPLOYEE-HIRE-DATE   PIC 9(08).
           05  ANT-EMPLOYEE-EMPRESA     PIC X(05).

       FD  EXTRATO-HOJE-ORD.
       01  REG-HOJE-ORD.
           05  HOJ-EMPLOYEE-AGENCIA     PIC X(05).
           05  HOJ-EMPLOYEE-CONTA       PIC X(12).
           05  HOJ-EMPLOYEE-HIRE-DATE   PIC 9(08).
           05  HOJ-EMPLOYEE-EMPRESA     PIC X(05).

       FD  EXTRATO-ANT-ORD.
       01  REG-ANT-ORD.
           05  ANO-EMPLOYEE-AGENCIA     PIC X(05).
           05  ANO-EMPLOYEE-CONTA       PIC X(12).
           05  ANO-EMPLOYEE-HIRE-DATE   PIC 9(08).
           05  ANO-EMPLOYEE-EMPRESA     PIC X(05).

       SD  SORT-DELTA.
       01  SORT-REG-DELTA.
           05  SORT-EMPLOYEE-ID        PIC 9(05).
           05  FILLER                  PIC X(99).

       FD  RELATORIO-DELTA.
       01  REG-RELATORIO-DELTA        PIC X(100).
           05  HMV-EMPLOYEE-DEPARTMENT PIC X(10).
           05  HMV-EMPLOYEE-AGENCIA    PIC X(05).
           05  HMV-EMPLOYEE-CONTA      PIC X(12).
           05  HMV-EMPLOYEE-EMPRESA    PIC X(05).
      *    'T' = transferencia entre empresas do grupo (o par D/A
      *    nao e desligamento nem admissao no grupo).
           05  HMV-MOTIVO              PIC X(01).

       COPY EMPRFD.

       COPY EXCPFD.

       WORKING-STORAGE SECTION.
       COPY EXTVWS.
       COPY EXCPWS.
       COPY EMPRWS.

       01  WS-STATUS-HOJE           PIC XX.
       01  WS-STATUS-ANTERIOR       PIC XX.
       01  WS-QTD-ADMITIDOS         PIC 9(05) VALUE ZEROS.
       01  WS-QTD-DESLIGADOS        PIC 9(05) VALUE ZEROS.
       01  WS-QTD-ALTERADOS         PIC 9(05) VALUE ZEROS.
       01  WS-QTD-TRANSFERIDOS      PIC 9(05) VALUE ZEROS.

       01  WS-EMPRESA-HOJE          PIC X(05).
       01  WS-EMPRESA-ANTERIOR      PIC X(05).

       01  WS-CABECALHO-DELTA       PIC X(44) VALUE
           'MOVIMENTACAO DIARIA DE EMPREGADOS'.
       01  WS-SECAO-ADMITIDOS      PIC X(20) VALUE 'ADMITIDOS'.
       01  WS-SECAO-DESLIGADOS     PIC X(20) VALUE 'DESLIGADOS'.
       01  WS-SECAO-ALTERADOS      PIC X(20) VALUE 'ALTERADOS'.
       01  WS-SECAO-TRANSFERIDOS   PIC X(30) VALUE
           'TRANSFERIDOS ENTRE EMPRESAS'.

       01  WS-LINHA-MOVIMENTO.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  FILLER               PIC X(02) VALUE '->'.
           05  ALT-SAL-NOVO         PIC ZZZZZZ9.99.

       01  WS-LINHA-TRANSFERENCIA.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  TRF-MATRICULA        PIC ZZZZ9.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  TRF-NOME             PIC X(30).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  TRF-EMPRESA-ANT      PIC X(05).
           05  FILLER               PIC X(02) VALUE '->'.
           05  TRF-EMPRESA-NOVA     PIC X(05).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  TRF-DEPARTAMENTO     PIC X(10).

       01  WS-LINHA-CONTAGEM.
           05  FILLER               PIC X(12) VALUE '  TOTAL....:'.
           05  CNT-QTD              PIC ZZZZ9.
       01  WS-QTD-LINHAS-ADM        PIC 9(04) VALUE ZEROS.
       01  WS-QTD-LINHAS-DES        PIC 9(04) VALUE ZEROS.
       01  WS-QTD-LINHAS-ALT        PIC 9(04) VALUE ZEROS.
       01  WS-QTD-LINHAS-TRF        PIC 9(04) VALUE ZEROS.
       01  WS-IDX-SECAO             PIC 9(04) VALUE ZEROS.
       01  WS-TABELA-ADMITIDOS.
           05  WS-LINHA-ADM OCCURS 2000 TIMES PIC X(100).
           05  WS-LINHA-DES OCCURS 2000 TIMES PIC X(100).
       01  WS-TABELA-ALTERADOS.
           05  WS-LINHA-ALT OCCURS 2000 TIMES PIC X(100).
       01  WS-TABELA-TRANSFERIDOS.
           05  WS-LINHA-TRF OCCURS 2000 TIMES PIC X(100).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 0 TO RETURN-CODE.
           MOVE 'TESTDELT' TO WS-EPR-PROGRAMA.
           PERFORM CARREGAR-EMPRESAS THRU CARREGAR-EMPRESAS-EXIT.

      *    Os SORTs passaram a INPUT PROCEDURE para conferir (e
      *    consumir) o header de versao de layout do extrato
           DISPLAY 'TESTDELT ADMITIDOS...: ' WS-QTD-ADMITIDOS.
           DISPLAY 'TESTDELT DESLIGADOS..: ' WS-QTD-DESLIGADOS.
           DISPLAY 'TESTDELT ALTERADOS...: ' WS-QTD-ALTERADOS.
           DISPLAY 'TESTDELT TRANSFERIDOS: ' WS-QTD-TRANSFERIDOS.

           PERFORM AVISAR-EMPRESAS-DESCONHECIDAS THRU
                   AVISAR-EMPRESAS-DESCONHECIDAS-EXIT.

           STOP RUN.

      *    CASAR-EXTRATOS                                           *
      *    Match classico por matricula: presente so hoje =         *
      *    admitido; presente so no anterior = desligado; presente  *
      *    nos dois com empresa diferente = transferido; presente   *
      *    nos dois com salario ou departamento diferente =         *
      *    alterado.                                                *
      *----------------------------------------------------------*
                   PERFORM REGISTRAR-ADMITIDO
                   PERFORM AVANCAR-HOJE
               WHEN HOJ-EMPLOYEE-ID = ANO-EMPLOYEE-ID
                   PERFORM RESOLVER-EMPRESA-HOJE
                   PERFORM RESOLVER-EMPRESA-ANTERIOR
                   IF WS-EMPRESA-HOJE NOT = WS-EMPRESA-ANTERIOR
                       PERFORM REGISTRAR-TRANSFERIDO
                   ELSE
                       IF HOJ-EMPLOYEE-SALARY
                              NOT = ANO-EMPLOYEE-SALARY
                          OR HOJ-EMPLOYEE-DEPARTMENT
                                 NOT = ANO-EMPLOYEE-DEPARTMENT
                           PERFORM REGISTRAR-ALTERADO
                       END-IF
                   END-IF
                   PERFORM AVANCAR-HOJE
                   PERFORM AVANCAR-ANTERIOR
       CASAR-EXTRATOS-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    RESOLVER-EMPRESA-HOJE / RESOLVER-EMPRESA-ANTERIOR        *
      *    Codigo da empresa empregadora ja resolvido contra o      *
      *    cadastro (em branco ou fora de EMPRESA.DAT = principal), *
      *    para que um cadastro incompleto nao vire transferencia.  *
      *----------------------------------------------------------*
       RESOLVER-EMPRESA-HOJE.
           MOVE HOJ-EMPLOYEE-EMPRESA TO WS-EPR-CODIGO-BUSCA.
           PERFORM LOCALIZAR-EMPRESA THRU LOCALIZAR-EMPRESA-EXIT.
           MOVE WS-EPR-CODIGO (WS-EPR-IDX-ACHADO) TO WS-EMPRESA-HOJE.

       RESOLVER-EMPRESA-HOJE-EXIT.
           EXIT.

       RESOLVER-EMPRESA-ANTERIOR.
           MOVE ANO-EMPLOYEE-EMPRESA TO WS-EPR-CODIGO-BUSCA.
           PERFORM LOCALIZAR-EMPRESA THRU LOCALIZAR-EMPRESA-EXIT.
           MOVE WS-EPR-CODIGO (WS-EPR-IDX-ACHADO)
               TO WS-EMPRESA-ANTERIOR.

       RESOLVER-EMPRESA-ANTERIOR-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    REGISTRAR-ADMITIDO / REGISTRAR-DESLIGADO /               *
      *    REGISTRAR-ALTERADO / REGISTRAR-TRANSFERIDO               *
      *----------------------------------------------------------*
       REGISTRAR-ADMITIDO.
           IF WS-EOF-HOJE NOT = 'S' AND WS-QTD-LINHAS-ADM < 2000
               MOVE WS-LINHA-MOVIMENTO
                   TO WS-LINHA-ADM (WS-QTD-LINHAS-ADM)
               ADD 1 TO WS-QTD-ADMITIDOS
               PERFORM RESOLVER-EMPRESA-HOJE
               MOVE SPACE TO HMV-MOTIVO
               PERFORM GRAVAR-HIST-ADMISSAO
           END-IF.

       REGISTRAR-ADMITIDO-EXIT.
               MOVE WS-LINHA-MOVIMENTO
                   TO WS-LINHA-DES (WS-QTD-LINHAS-DES)
               ADD 1 TO WS-QTD-DESLIGADOS
               PERFORM RESOLVER-EMPRESA-ANTERIOR
               MOVE SPACE TO HMV-MOTIVO
               PERFORM GRAVAR-HIST-DESLIGAMENTO
           END-IF.

       REGISTRAR-DESLIGADO-EXIT.
       REGISTRAR-ALTERADO-EXIT.
           EXIT.

      *    O par D/A entra no DLTHIST.DAT mesmo com a secao do
      *    relatorio cheia - o historico e insumo de maquina.
       REGISTRAR-TRANSFERIDO.
           IF WS-QTD-LINHAS-TRF < 2000
               MOVE HOJ-EMPLOYEE-ID         TO TRF-MATRICULA
               MOVE HOJ-EMPLOYEE-NAME       TO TRF-NOME
               MOVE WS-EMPRESA-ANTERIOR     TO TRF-EMPRESA-ANT
               MOVE WS-EMPRESA-HOJE         TO TRF-EMPRESA-NOVA
               MOVE HOJ-EMPLOYEE-DEPARTMENT TO TRF-DEPARTAMENTO
               ADD 1 TO WS-QTD-LINHAS-TRF
               MOVE WS-LINHA-TRANSFERENCIA
                   TO WS-LINHA-TRF (WS-QTD-LINHAS-TRF)
           END-IF.
           ADD 1 TO WS-QTD-TRANSFERIDOS.
           MOVE 'T' TO HMV-MOTIVO.
           PERFORM GRAVAR-HIST-DESLIGAMENTO.
           MOVE 'T' TO HMV-MOTIVO.
           PERFORM GRAVAR-HIST-ADMISSAO.

       REGISTRAR-TRANSFERIDO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    GRAVAR-HIST-ADMISSAO / GRAVAR-HIST-DESLIGAMENTO          *
      *    Registro datado no DLTHIST.DAT: admissao com os dados   *
      *    de hoje, desligamento com os do extrato anterior. O     *
      *    motivo (HMV-MOTIVO) ja vem preenchido pelo chamador.    *
      *----------------------------------------------------------*
       GRAVAR-HIST-ADMISSAO.
           MOVE 'A' TO HMV-TIPO.
           MOVE WS-DATA-DELTA           TO HMV-DATA.
           MOVE HOJ-EMPLOYEE-ID         TO HMV-EMPLOYEE-ID.
           MOVE HOJ-EMPLOYEE-NAME       TO HMV-EMPLOYEE-NAME.
           MOVE HOJ-EMPLOYEE-SALARY     TO HMV-EMPLOYEE-SALARY.
           MOVE HOJ-EMPLOYEE-DEPARTMENT TO HMV-EMPLOYEE-DEPARTMENT.
           MOVE HOJ-EMPLOYEE-AGENCIA    TO HMV-EMPLOYEE-AGENCIA.
           MOVE HOJ-EMPLOYEE-CONTA      TO HMV-EMPLOYEE-CONTA.
           MOVE WS-EMPRESA-HOJE         TO HMV-EMPLOYEE-EMPRESA.
           WRITE REG-HISTORICO-MOV.

       GRAVAR-HIST-ADMISSAO-EXIT.
           EXIT.

       GRAVAR-HIST-DESLIGAMENTO.
           MOVE 'D' TO HMV-TIPO.
           MOVE WS-DATA-DELTA           TO HMV-DATA.
           MOVE ANO-EMPLOYEE-ID         TO HMV-EMPLOYEE-ID.
           MOVE ANO-EMPLOYEE-NAME       TO HMV-EMPLOYEE-NAME.
           MOVE ANO-EMPLOYEE-SALARY     TO HMV-EMPLOYEE-SALARY.
           MOVE ANO-EMPLOYEE-DEPARTMENT TO HMV-EMPLOYEE-DEPARTMENT.
           MOVE ANO-EMPLOYEE-AGENCIA    TO HMV-EMPLOYEE-AGENCIA.
           MOVE ANO-EMPLOYEE-CONTA      TO HMV-EMPLOYEE-CONTA.
           MOVE WS-EMPRESA-ANTERIOR     TO HMV-EMPLOYEE-EMPRESA.
           WRITE REG-HISTORICO-MOV.

       GRAVAR-HIST-DESLIGAMENTO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    IMPRIMIR-RELATORIO-DELTA                                 *
      *    As quatro secoes saem agrupadas, cada uma com sua          *
      *    contagem.                                                *
      *----------------------------------------------------------*
       IMPRIMIR-RELATORIO-DELTA.
           MOVE WS-QTD-ALTERADOS TO CNT-QTD.
           WRITE REG-RELATORIO-DELTA FROM WS-LINHA-CONTAGEM.

           MOVE SPACES TO REG-RELATORIO-DELTA.
           WRITE REG-RELATORIO-DELTA.
           WRITE REG-RELATORIO-DELTA FROM WS-SECAO-TRANSFERIDOS.
           PERFORM IMPRIMIR-LINHA-TRF
               VARYING WS-IDX-SECAO FROM 1 BY 1
               UNTIL WS-IDX-SECAO > WS-QTD-LINHAS-TRF.
           MOVE WS-QTD-TRANSFERIDOS TO CNT-QTD.
           WRITE REG-RELATORIO-DELTA FROM WS-LINHA-CONTAGEM.

       IMPRIMIR-RELATORIO-DELTA-EXIT.
           EXIT.

       IMPRIMIR-LINHA-ALT-EXIT.
           EXIT.

       IMPRIMIR-LINHA-TRF.
           WRITE REG-RELATORIO-DELTA FROM WS-LINHA-TRF (WS-IDX-SECAO).

       IMPRIMIR-LINHA-TRF-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    ROLAR-EXTRATO-ANTERIOR                                   *
      *    Copia o extrato de hoje sobre EMPEXTRA.DAT, que passa a  *
      *    Log de excecoes compartilhado (EXCPPRC).                 *
      *----------------------------------------------------------*
       COPY EXCPPRC.

      *----------------------------------------------------------*
      *    CARREGAR-EMPRESAS / LOCALIZAR-EMPRESA                    *
      *    Cadastro de empresas do grupo (EMPRPRC).                 *
      *----------------------------------------------------------*
       COPY EMPRPRC.
