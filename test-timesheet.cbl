      *    TESTCURSOR converte em acrescimos e reducoes sobre o    *
      *    salario base - hora extra e falta deixam de ser acerto  *
      *    manual fora do sistema.                                 *
      *    Hora extra so entra em PONTOADJ.DAT ate o autorizado    *
      *    previamente em HEAUT.DAT (matricula, periodo, horas a   *
      *    50% e a 100%); o excedente fica retido no registro de   *
      *    pendencias HEPEND.DAT ate o gestor decidir em           *
      *    HEDECIS.DAT ('A' libera no ciclo seguinte - todo o      *
      *    pendente ou as horas informadas, o resto e cortado;     *
      *    'C' corta). Retido, liberado e cortado saem no          *
      *    controle HECTL.DAT. Sem HEAUT.DAT o controle fica       *
      *    desligado (aviso) e o ponto segue como antes.           *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-AJUSTES.

           SELECT OPTIONAL AUTORIZACOES-HE
               ASSIGN TO "HEAUT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-AUTORIZACOES.

           SELECT OPTIONAL PENDENCIAS-HE
               ASSIGN TO "HEPEND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-PENDENCIAS.

           SELECT OPTIONAL DECISOES-HE
               ASSIGN TO "HEDECIS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-DECISOES.

           SELECT CONTROLE-HE
               ASSIGN TO "HECTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CONTROLE-HE.

           SELECT OPTIONAL CARTAO-DATA-NEGOCIO
               ASSIGN TO "DATACTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-DATA-NEG.

           COPY EXCPSEL.

       DATA DIVISION.
           05  ADJ-DIAS-FALTA       PIC 9(03).
           05  FILLER               PIC X(62).

      *    Autorizacao previa de hora extra por matricula e
      *    periodo AAAAMM (varias linhas somam).
       FD  AUTORIZACOES-HE.
       01  REG-AUTORIZACAO-HE.
           05  AUT-MATRICULA        PIC 9(05).
           05  AUT-PERIODO          PIC 9(06).
           05  AUT-HORAS-50         PIC 9(03)V9.
           05  AUT-HORAS-100        PIC 9(03)V9.
           05  AUT-GESTOR           PIC X(10).
           05  FILLER               PIC X(51).

      *    Horas retidas aguardando decisao do gestor.
       FD  PENDENCIAS-HE.
       01  REG-PENDENCIA-HE.
           05  PEN-MATRICULA        PIC 9(05).
           05  PEN-PERIODO          PIC 9(06).
           05  PEN-HORAS-50         PIC 9(04)V9.
           05  PEN-HORAS-100        PIC 9(04)V9.
           05  PEN-DATA-INCLUSAO    PIC 9(08).
           05  FILLER               PIC X(51).

      *    Decisao do gestor sobre a pendencia (matricula +
      *    periodo): 'A' aprova (horas zeradas = todo o pendente),
      *    'C' corta.
       FD  DECISOES-HE.
       01  REG-DECISAO-HE.
           05  DEC-MATRICULA        PIC 9(05).
           05  DEC-PERIODO          PIC 9(06).
           05  DEC-ACAO             PIC X(01).
           05  DEC-HORAS-50         PIC 9(04)V9.
           05  DEC-HORAS-100        PIC 9(04)V9.
           05  DEC-GESTOR           PIC X(10).
           05  FILLER               PIC X(48).

       FD  CONTROLE-HE.
       01  REG-CONTROLE-HE          PIC X(80).

       FD  CARTAO-DATA-NEGOCIO.
       01  REG-CARTAO-DATA-NEG.
           05  DATA-NEGOCIO-CARTAO      PIC 9(08).
           05  FILLER                   PIC X(72).

       COPY EXCPFD.

       WORKING-STORAGE SECTION.
       01  WS-STATUS-REJEICOES      PIC XX.
       01  WS-STATUS-AJUSTES        PIC XX.
       01  WS-EOF-PONTO             PIC X VALUE 'N'.
       01  WS-STATUS-AUTORIZACOES   PIC XX.
       01  WS-STATUS-PENDENCIAS     PIC XX.
       01  WS-STATUS-DECISOES       PIC XX.
       01  WS-STATUS-CONTROLE-HE    PIC XX.
       01  WS-STATUS-DATA-NEG       PIC XX.
       01  WS-EOF-AUTORIZACOES      PIC X VALUE 'N'.
       01  WS-EOF-PENDENCIAS        PIC X VALUE 'N'.
       01  WS-EOF-DECISOES          PIC X VALUE 'N'.
       01  WS-DATA-NEGOCIO          PIC 9(08) VALUE ZEROS.
       01  WS-CONTROLE-HE-ATIVO     PIC X VALUE 'N'.

       01  WS-QTD-LIDOS             PIC 9(05) VALUE ZEROS.
       01  WS-QTD-REJEITADOS        PIC 9(05) VALUE ZEROS.
       01  WS-QTD-AGREGADOS         PIC 9(04) VALUE ZEROS.
       01  WS-MOTIVO-REJEICAO       PIC X(30).
       01  WS-QTD-RETIDOS           PIC 9(05) VALUE ZEROS.
       01  WS-QTD-LIBERADOS         PIC 9(05) VALUE ZEROS.
       01  WS-QTD-CORTADOS          PIC 9(05) VALUE ZEROS.
       01  WS-QTD-DECISOES-INVAL    PIC 9(05) VALUE ZEROS.

      *    Agregacao por matricula (varias batidas por periodo
      *    somam no mesmo empregado).
               10  WS-AGR-HORAS-100 PIC 9(04)V9.
               10  WS-AGR-FALTAS    PIC 9(03).

      *    Autorizacoes de HEAUT.DAT por matricula + periodo.
       01  WS-QTD-AUTORIZACOES      PIC 9(04) VALUE ZEROS.
       01  WS-IDX-AUTORIZACAO       PIC 9(04) VALUE ZEROS.
       01  WS-AUTORIZACAO-ACHADA    PIC X VALUE 'N'.
       01  WS-TABELA-AUTORIZACOES.
           05  WS-AUTORIZACAO OCCURS 3000 TIMES.
               10  WS-AUT-MATRICULA PIC 9(05).
               10  WS-AUT-PERIODO   PIC 9(06).
               10  WS-AUT-HORAS-50  PIC 9(04)V9.
               10  WS-AUT-HORAS-100 PIC 9(04)V9.

      *    Horas extras do ciclo por matricula + periodo, para o
      *    confronto com a autorizacao.
       01  WS-QTD-APURADOS          PIC 9(04) VALUE ZEROS.
       01  WS-IDX-APURADO           PIC 9(04) VALUE ZEROS.
       01  WS-APURADO-ACHADO        PIC X VALUE 'N'.
       01  WS-TABELA-APURADOS.
           05  WS-APURADO OCCURS 3000 TIMES.
               10  WS-APU-MATRICULA PIC 9(05).
               10  WS-APU-PERIODO   PIC 9(06).
               10  WS-APU-HORAS-50  PIC 9(04)V9.
               10  WS-APU-HORAS-100 PIC 9(04)V9.

      *    Pendencias: as de ciclos anteriores (HEPEND.DAT) e as
      *    retidas neste ciclo. Situacao: espaco = em aberto,
      *    'L' liberada, 'C' cortada.
       01  WS-QTD-PENDENCIAS        PIC 9(04) VALUE ZEROS.
       01  WS-IDX-PENDENCIA         PIC 9(04) VALUE ZEROS.
       01  WS-PENDENCIA-ACHADA      PIC X VALUE 'N'.
       01  WS-PENDENCIAS-ESTOURARAM PIC X VALUE 'N'.
       01  WS-TABELA-PENDENCIAS.
           05  WS-PENDENCIA OCCURS 3000 TIMES.
               10  WS-PEN-MATRICULA PIC 9(05).
               10  WS-PEN-PERIODO   PIC 9(06).
               10  WS-PEN-HORAS-50  PIC 9(04)V9.
               10  WS-PEN-HORAS-100 PIC 9(04)V9.
               10  WS-PEN-INCLUSAO  PIC 9(08).
               10  WS-PEN-SITUACAO  PIC X(01).

       01  WS-EXCESSO-50            PIC 9(04)V9 VALUE ZEROS.
       01  WS-EXCESSO-100           PIC 9(04)V9 VALUE ZEROS.
       01  WS-LIBERADO-50           PIC 9(04)V9 VALUE ZEROS.
       01  WS-LIBERADO-100          PIC 9(04)V9 VALUE ZEROS.
       01  WS-MATRICULA-HE          PIC 9(05) VALUE ZEROS.

       01  WS-LINHA-CONTROLE-HE.
           05  CHE-SITUACAO         PIC X(10).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  CHE-MATRICULA        PIC ZZZZ9.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  CHE-PERIODO          PIC 9(06).
           05  FILLER               PIC X(06) VALUE '  50%:'.
           05  CHE-HORAS-50         PIC ZZZ9.9.
           05  FILLER               PIC X(07) VALUE '  100%:'.
           05  CHE-HORAS-100        PIC ZZZ9.9.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  CHE-OBSERVACAO       PIC X(30).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 0 TO RETURN-CODE.
               STOP RUN
           END-IF.
           OPEN OUTPUT ARQUIVO-REJEICOES-PONTO.
           PERFORM OBTER-DATA-NEGOCIO-PONTO.
           PERFORM CARREGAR-AUTORIZACOES-HE THRU
                   CARREGAR-AUTORIZACOES-HE-EXIT.

           PERFORM LER-REGISTRO-PONTO UNTIL WS-EOF-PONTO = 'S'.

           CLOSE ARQUIVO-PONTO.
           CLOSE ARQUIVO-REJEICOES-PONTO.

           IF WS-CONTROLE-HE-ATIVO = 'S'
               OPEN OUTPUT CONTROLE-HE
               PERFORM CARREGAR-PENDENCIAS-HE THRU
                       CARREGAR-PENDENCIAS-HE-EXIT
               PERFORM APLICAR-DECISOES-HE THRU
                       APLICAR-DECISOES-HE-EXIT
               PERFORM CONFRONTAR-AUTORIZACAO THRU
                       CONFRONTAR-AUTORIZACAO-EXIT
                   VARYING WS-IDX-APURADO FROM 1 BY 1
                   UNTIL WS-IDX-APURADO > WS-QTD-APURADOS
               PERFORM REGRAVAR-PENDENCIAS-HE
               CLOSE CONTROLE-HE
           END-IF.

           PERFORM GRAVAR-AJUSTES-AGREGADOS.

           DISPLAY 'TESTTIME REGISTROS LIDOS....: ' WS-QTD-LIDOS.
                   WS-QTD-REJEITADOS.
           DISPLAY 'TESTTIME EMPREGADOS AJUSTADOS: '
                   WS-QTD-AGREGADOS.
           IF WS-CONTROLE-HE-ATIVO = 'S'
               DISPLAY 'TESTTIME HORAS EXTRAS RETIDAS: '
                       WS-QTD-RETIDOS
               DISPLAY 'TESTTIME PENDENCIAS LIBERADAS: '
                       WS-QTD-LIBERADOS
               DISPLAY 'TESTTIME PENDENCIAS CORTADAS.: '
                       WS-QTD-CORTADOS
           END-IF.

           IF (WS-QTD-REJEITADOS > 0 OR WS-QTD-RETIDOS > 0
                  OR WS-QTD-DECISOES-INVAL > 0)
                  AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.

               GO TO VALIDAR-REGISTRO-PONTO-EXIT
           END-IF.

           PERFORM AGREGAR-PONTO-EMPREGADO THRU
                   AGREGAR-PONTO-EMPREGADO-EXIT.
           IF WS-CONTROLE-HE-ATIVO = 'S'
               PERFORM APURAR-PERIODO-EMPREGADO THRU
                       APURAR-PERIODO-EMPREGADO-EXIT
           END-IF.

       VALIDAR-REGISTRO-PONTO-EXIT.
           EXIT.
       PROCURAR-AGREGADO-EXIT.
           EXIT.

      *    Matricula + periodo do registro de ponto, para o
      *    confronto com a autorizacao depois de lido o arquivo.
       APURAR-PERIODO-EMPREGADO.
           MOVE 'N' TO WS-APURADO-ACHADO.
           PERFORM PROCURAR-APURADO
               VARYING WS-IDX-APURADO FROM 1 BY 1
               UNTIL WS-IDX-APURADO > WS-QTD-APURADOS
                  OR WS-APURADO-ACHADO = 'S'.
           IF WS-APURADO-ACHADO = 'S'
               SUBTRACT 1 FROM WS-IDX-APURADO
           ELSE
               IF WS-QTD-APURADOS < 3000
                   ADD 1 TO WS-QTD-APURADOS
                   MOVE WS-QTD-APURADOS TO WS-IDX-APURADO
                   MOVE PTO-MATRICULA-NUM
                       TO WS-APU-MATRICULA (WS-IDX-APURADO)
                   MOVE PTO-PERIODO-NUM
                       TO WS-APU-PERIODO (WS-IDX-APURADO)
                   MOVE ZEROS
                       TO WS-APU-HORAS-50 (WS-IDX-APURADO)
                   MOVE ZEROS
                       TO WS-APU-HORAS-100 (WS-IDX-APURADO)
               ELSE
                   GO TO APURAR-PERIODO-EMPREGADO-EXIT
               END-IF
           END-IF.
           ADD PTO-HORAS-50-NUM
               TO WS-APU-HORAS-50 (WS-IDX-APURADO).
           ADD PTO-HORAS-100-NUM
               TO WS-APU-HORAS-100 (WS-IDX-APURADO).

       APURAR-PERIODO-EMPREGADO-EXIT.
           EXIT.

       PROCURAR-APURADO.
           IF WS-APU-MATRICULA (WS-IDX-APURADO) = PTO-MATRICULA-NUM
                  AND WS-APU-PERIODO (WS-IDX-APURADO)
                      = PTO-PERIODO-NUM
               MOVE 'S' TO WS-APURADO-ACHADO
           END-IF.

       PROCURAR-APURADO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    OBTER-DATA-NEGOCIO-PONTO                                 *
      *    Data de inclusao das pendencias = data de negocio de     *
      *    DATACTL.DAT; sem o cartao vale a data corrente.          *
      *----------------------------------------------------------*
       OBTER-DATA-NEGOCIO-PONTO.
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

       OBTER-DATA-NEGOCIO-PONTO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    CARREGAR-AUTORIZACOES-HE                                 *
      *    HEAUT.DAT presente liga o controle (mesmo vazio: nada    *
      *    autorizado). Estouro da tabela recusa o ciclo (RC=8) -   *
      *    hora autorizada nao carregada seria retida por engano.   *
      *----------------------------------------------------------*
       CARREGAR-AUTORIZACOES-HE.
           OPEN INPUT AUTORIZACOES-HE.
           IF WS-STATUS-AUTORIZACOES NOT = '00'
               CLOSE AUTORIZACOES-HE
               DISPLAY 'TESTTIME HEAUT.DAT AUSENTE - HORA EXTRA SEM '
                       'CONTROLE DE AUTORIZACAO'
               MOVE 'TESTTIME'          TO WS-EXC-PROGRAMA
               MOVE 'CARREGAR-AUTORIZACOES-HE' TO WS-EXC-PARAGRAFO
               MOVE 4                   TO WS-EXC-CODIGO
               MOVE 'HEAUT.DAT AUSENTE - CONTROLE DE HE DESLIGADO'
                   TO WS-EXC-MENSAGEM
               MOVE 3 TO WS-EXC-SEVERIDADE
               PERFORM GRAVAR-EXCECAO-GERAL
               GO TO CARREGAR-AUTORIZACOES-HE-EXIT
           END-IF.
           MOVE 'S' TO WS-CONTROLE-HE-ATIVO.
           PERFORM LER-AUTORIZACAO-HE THRU
                   LER-AUTORIZACAO-HE-EXIT
               UNTIL WS-EOF-AUTORIZACOES = 'S'.
           CLOSE AUTORIZACOES-HE.

       CARREGAR-AUTORIZACOES-HE-EXIT.
           EXIT.

       LER-AUTORIZACAO-HE.
           READ AUTORIZACOES-HE
               AT END
                   MOVE 'S' TO WS-EOF-AUTORIZACOES
                   GO TO LER-AUTORIZACAO-HE-EXIT
           END-READ.
           IF AUT-MATRICULA IS NOT NUMERIC
                  OR AUT-PERIODO IS NOT NUMERIC
                  OR AUT-HORAS-50 IS NOT NUMERIC
                  OR AUT-HORAS-100 IS NOT NUMERIC
               GO TO LER-AUTORIZACAO-HE-EXIT
           END-IF.
           MOVE 'N' TO WS-AUTORIZACAO-ACHADA.
           PERFORM PROCURAR-AUTORIZACAO-CARGA
               VARYING WS-IDX-AUTORIZACAO FROM 1 BY 1
               UNTIL WS-IDX-AUTORIZACAO > WS-QTD-AUTORIZACOES
                  OR WS-AUTORIZACAO-ACHADA = 'S'.
           IF WS-AUTORIZACAO-ACHADA = 'S'
               SUBTRACT 1 FROM WS-IDX-AUTORIZACAO
           ELSE
               IF WS-QTD-AUTORIZACOES >= 3000
                   DISPLAY 'TESTTIME HEAUT.DAT EXCEDE A CAPACIDADE '
                           'DA TABELA (3000) - CICLO RECUSADO'
                   MOVE 'TESTTIME'          TO WS-EXC-PROGRAMA
                   MOVE 'LER-AUTORIZACAO-HE' TO WS-EXC-PARAGRAFO
                   MOVE 8                   TO WS-EXC-CODIGO
                   MOVE 'AUTORIZACOES DE HE ESTOURARAM A TABELA'
                       TO WS-EXC-MENSAGEM
                   MOVE 2 TO WS-EXC-SEVERIDADE
                   PERFORM GRAVAR-EXCECAO-GERAL
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-QTD-AUTORIZACOES
               MOVE WS-QTD-AUTORIZACOES TO WS-IDX-AUTORIZACAO
               MOVE AUT-MATRICULA
                   TO WS-AUT-MATRICULA (WS-IDX-AUTORIZACAO)
               MOVE AUT-PERIODO
                   TO WS-AUT-PERIODO (WS-IDX-AUTORIZACAO)
               MOVE ZEROS TO WS-AUT-HORAS-50 (WS-IDX-AUTORIZACAO)
               MOVE ZEROS TO WS-AUT-HORAS-100 (WS-IDX-AUTORIZACAO)
           END-IF.
           ADD AUT-HORAS-50  TO WS-AUT-HORAS-50 (WS-IDX-AUTORIZACAO).
           ADD AUT-HORAS-100 TO WS-AUT-HORAS-100 (WS-IDX-AUTORIZACAO).

       LER-AUTORIZACAO-HE-EXIT.
           EXIT.

       PROCURAR-AUTORIZACAO-CARGA.
           IF WS-AUT-MATRICULA (WS-IDX-AUTORIZACAO) = AUT-MATRICULA
                  AND WS-AUT-PERIODO (WS-IDX-AUTORIZACAO)
                      = AUT-PERIODO
               MOVE 'S' TO WS-AUTORIZACAO-ACHADA
           END-IF.

       PROCURAR-AUTORIZACAO-CARGA-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    CARREGAR-PENDENCIAS-HE                                   *
      *    Pendencias em aberto de ciclos anteriores.               *
      *----------------------------------------------------------*
       CARREGAR-PENDENCIAS-HE.
           OPEN INPUT PENDENCIAS-HE.
           IF WS-STATUS-PENDENCIAS = '00'
               PERFORM LER-PENDENCIA-HE
                   UNTIL WS-EOF-PENDENCIAS = 'S'
           END-IF.
           CLOSE PENDENCIAS-HE.

       CARREGAR-PENDENCIAS-HE-EXIT.
           EXIT.

       LER-PENDENCIA-HE.
           READ PENDENCIAS-HE
               AT END
                   MOVE 'S' TO WS-EOF-PENDENCIAS
               NOT AT END
                   IF PEN-MATRICULA IS NUMERIC
                          AND PEN-PERIODO IS NUMERIC
                       MOVE PEN-MATRICULA TO WS-MATRICULA-HE
                       MOVE PEN-HORAS-50  TO WS-EXCESSO-50
                       MOVE PEN-HORAS-100 TO WS-EXCESSO-100
                       PERFORM INCLUIR-PENDENCIA THRU
                               INCLUIR-PENDENCIA-EXIT
                       MOVE PEN-PERIODO
                           TO WS-PEN-PERIODO (WS-QTD-PENDENCIAS)
                       MOVE PEN-DATA-INCLUSAO
                           TO WS-PEN-INCLUSAO (WS-QTD-PENDENCIAS)
                   END-IF
           END-READ.

       LER-PENDENCIA-HE-EXIT.
           EXIT.

      *    Estouro da tabela de pendencias recusa o ciclo (RC=8):
      *    hora retida nao pode sumir do registro.
       INCLUIR-PENDENCIA.
           IF WS-QTD-PENDENCIAS >= 3000
               DISPLAY 'TESTTIME HEPEND.DAT EXCEDE A CAPACIDADE '
                       'DA TABELA (3000) - CICLO RECUSADO'
               MOVE 'TESTTIME'          TO WS-EXC-PROGRAMA
               MOVE 'INCLUIR-PENDENCIA' TO WS-EXC-PARAGRAFO
               MOVE 8                   TO WS-EXC-CODIGO
               MOVE 'PENDENCIAS DE HE ESTOURARAM A TABELA'
                   TO WS-EXC-MENSAGEM
               MOVE 2 TO WS-EXC-SEVERIDADE
               PERFORM GRAVAR-EXCECAO-GERAL
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-QTD-PENDENCIAS.
           MOVE WS-MATRICULA-HE
               TO WS-PEN-MATRICULA (WS-QTD-PENDENCIAS).
           MOVE WS-EXCESSO-50  TO WS-PEN-HORAS-50 (WS-QTD-PENDENCIAS).
           MOVE WS-EXCESSO-100
               TO WS-PEN-HORAS-100 (WS-QTD-PENDENCIAS).
           MOVE WS-DATA-NEGOCIO
               TO WS-PEN-INCLUSAO (WS-QTD-PENDENCIAS).
           MOVE SPACE TO WS-PEN-SITUACAO (WS-QTD-PENDENCIAS).

       INCLUIR-PENDENCIA-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    APLICAR-DECISOES-HE                                      *
      *    Decisao do gestor sobre pendencia em aberto de ciclo     *
      *    anterior: 'A' libera para PONTOADJ.DAT deste ciclo (as   *
      *    horas informadas, limitadas ao pendente, ou todo o       *
      *    pendente com horas zeradas); 'C' corta. Decisao sem      *
      *    pendencia correspondente e apontada (RC=4).              *
      *----------------------------------------------------------*
       APLICAR-DECISOES-HE.
           OPEN INPUT DECISOES-HE.
           IF WS-STATUS-DECISOES = '00'
               PERFORM LER-DECISAO-HE THRU
                       LER-DECISAO-HE-EXIT
                   UNTIL WS-EOF-DECISOES = 'S'
           END-IF.
           CLOSE DECISOES-HE.

       APLICAR-DECISOES-HE-EXIT.
           EXIT.

       LER-DECISAO-HE.
           READ DECISOES-HE
               AT END
                   MOVE 'S' TO WS-EOF-DECISOES
                   GO TO LER-DECISAO-HE-EXIT
           END-READ.
           MOVE 'N' TO WS-PENDENCIA-ACHADA.
           IF DEC-MATRICULA IS NUMERIC AND DEC-PERIODO IS NUMERIC
               PERFORM PROCURAR-PENDENCIA-DECISAO
                   VARYING WS-IDX-PENDENCIA FROM 1 BY 1
                   UNTIL WS-IDX-PENDENCIA > WS-QTD-PENDENCIAS
                      OR WS-PENDENCIA-ACHADA = 'S'
           END-IF.
           IF WS-PENDENCIA-ACHADA = 'N'
                  OR (DEC-ACAO NOT = 'A' AND DEC-ACAO NOT = 'C')
               ADD 1 TO WS-QTD-DECISOES-INVAL
               MOVE 'DEC.INVAL.' TO CHE-SITUACAO
               MOVE ZEROS TO CHE-MATRICULA
               MOVE ZEROS TO CHE-PERIODO
               IF DEC-MATRICULA IS NUMERIC
                   MOVE DEC-MATRICULA TO CHE-MATRICULA
               END-IF
               IF DEC-PERIODO IS NUMERIC
                   MOVE DEC-PERIODO TO CHE-PERIODO
               END-IF
               MOVE ZEROS TO CHE-HORAS-50
               MOVE ZEROS TO CHE-HORAS-100
               MOVE 'SEM PENDENCIA OU ACAO INVALIDA'
                   TO CHE-OBSERVACAO
               WRITE REG-CONTROLE-HE FROM WS-LINHA-CONTROLE-HE
               GO TO LER-DECISAO-HE-EXIT
           END-IF.
           SUBTRACT 1 FROM WS-IDX-PENDENCIA.

           IF DEC-ACAO = 'C'
               MOVE 'C' TO WS-PEN-SITUACAO (WS-IDX-PENDENCIA)
               ADD 1 TO WS-QTD-CORTADOS
               MOVE 'CORTADA' TO CHE-SITUACAO
               MOVE WS-PEN-HORAS-50 (WS-IDX-PENDENCIA)
                   TO CHE-HORAS-50
               MOVE WS-PEN-HORAS-100 (WS-IDX-PENDENCIA)
                   TO CHE-HORAS-100
           ELSE
               MOVE WS-PEN-HORAS-50 (WS-IDX-PENDENCIA)
                   TO WS-LIBERADO-50
               MOVE WS-PEN-HORAS-100 (WS-IDX-PENDENCIA)
                   TO WS-LIBERADO-100
               IF DEC-HORAS-50 IS NUMERIC AND DEC-HORAS-100 IS NUMERIC
                      AND (DEC-HORAS-50 > ZEROS
                           OR DEC-HORAS-100 > ZEROS)
                   IF DEC-HORAS-50 < WS-LIBERADO-50
                       MOVE DEC-HORAS-50 TO WS-LIBERADO-50
                   END-IF
                   IF DEC-HORAS-100 < WS-LIBERADO-100
                       MOVE DEC-HORAS-100 TO WS-LIBERADO-100
                   END-IF
               END-IF
               MOVE 'L' TO WS-PEN-SITUACAO (WS-IDX-PENDENCIA)
               ADD 1 TO WS-QTD-LIBERADOS
               PERFORM LIBERAR-HORAS-PENDENTES THRU
                       LIBERAR-HORAS-PENDENTES-EXIT
               MOVE 'LIBERADA' TO CHE-SITUACAO
               MOVE WS-LIBERADO-50  TO CHE-HORAS-50
               MOVE WS-LIBERADO-100 TO CHE-HORAS-100
           END-IF.
           MOVE WS-PEN-MATRICULA (WS-IDX-PENDENCIA) TO CHE-MATRICULA.
           MOVE WS-PEN-PERIODO (WS-IDX-PENDENCIA)   TO CHE-PERIODO.
           MOVE SPACES TO CHE-OBSERVACAO.
           STRING 'GESTOR ' DEC-GESTOR DELIMITED BY SIZE
               INTO CHE-OBSERVACAO
           END-STRING.
           WRITE REG-CONTROLE-HE FROM WS-LINHA-CONTROLE-HE.

       LER-DECISAO-HE-EXIT.
           EXIT.

       PROCURAR-PENDENCIA-DECISAO.
           IF WS-PEN-MATRICULA (WS-IDX-PENDENCIA) = DEC-MATRICULA
                  AND WS-PEN-PERIODO (WS-IDX-PENDENCIA) = DEC-PERIODO
                  AND WS-PEN-SITUACAO (WS-IDX-PENDENCIA) = SPACE
               MOVE 'S' TO WS-PENDENCIA-ACHADA
           END-IF.

       PROCURAR-PENDENCIA-DECISAO-EXIT.
           EXIT.

      *    Horas liberadas entram no agregado da matricula (criado
      *    se a matricula nao veio no ponto deste ciclo).
       LIBERAR-HORAS-PENDENTES.
           MOVE 'N' TO WS-AGREGADO-ACHADO.
           PERFORM PROCURAR-AGREGADO-PENDENCIA
               VARYING WS-IDX-AGREGADO FROM 1 BY 1
               UNTIL WS-IDX-AGREGADO > WS-QTD-AGREGADOS
                  OR WS-AGREGADO-ACHADO = 'S'.
           IF WS-AGREGADO-ACHADO = 'S'
               SUBTRACT 1 FROM WS-IDX-AGREGADO
           ELSE
               IF WS-QTD-AGREGADOS >= 3000
                   GO TO LIBERAR-HORAS-PENDENTES-EXIT
               END-IF
               ADD 1 TO WS-QTD-AGREGADOS
               MOVE WS-QTD-AGREGADOS TO WS-IDX-AGREGADO
               MOVE WS-PEN-MATRICULA (WS-IDX-PENDENCIA)
                   TO WS-AGR-MATRICULA (WS-IDX-AGREGADO)
               MOVE ZEROS TO WS-AGR-HORAS-50 (WS-IDX-AGREGADO)
               MOVE ZEROS TO WS-AGR-HORAS-100 (WS-IDX-AGREGADO)
               MOVE ZEROS TO WS-AGR-FALTAS (WS-IDX-AGREGADO)
           END-IF.
           ADD WS-LIBERADO-50  TO WS-AGR-HORAS-50 (WS-IDX-AGREGADO).
           ADD WS-LIBERADO-100 TO WS-AGR-HORAS-100 (WS-IDX-AGREGADO).

       LIBERAR-HORAS-PENDENTES-EXIT.
           EXIT.

       PROCURAR-AGREGADO-PENDENCIA.
           IF WS-AGR-MATRICULA (WS-IDX-AGREGADO)
                  = WS-PEN-MATRICULA (WS-IDX-PENDENCIA)
               MOVE 'S' TO WS-AGREGADO-ACHADO
           END-IF.

       PROCURAR-AGREGADO-PENDENCIA-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    CONFRONTAR-AUTORIZACAO                                   *
      *    Horas do ciclo por matricula + periodo contra o          *
      *    autorizado, faixa a faixa (50% e 100%); o excedente sai  *
      *    do agregado que vai para PONTOADJ.DAT e fica pendente.   *
      *----------------------------------------------------------*
       CONFRONTAR-AUTORIZACAO.
           MOVE 'N' TO WS-AUTORIZACAO-ACHADA.
           PERFORM PROCURAR-AUTORIZACAO-APURADO
               VARYING WS-IDX-AUTORIZACAO FROM 1 BY 1
               UNTIL WS-IDX-AUTORIZACAO > WS-QTD-AUTORIZACOES
                  OR WS-AUTORIZACAO-ACHADA = 'S'.
           MOVE WS-APU-HORAS-50 (WS-IDX-APURADO)  TO WS-EXCESSO-50.
           MOVE WS-APU-HORAS-100 (WS-IDX-APURADO) TO WS-EXCESSO-100.
           IF WS-AUTORIZACAO-ACHADA = 'S'
               SUBTRACT 1 FROM WS-IDX-AUTORIZACAO
               IF WS-AUT-HORAS-50 (WS-IDX-AUTORIZACAO)
                      >= WS-EXCESSO-50
                   MOVE ZEROS TO WS-EXCESSO-50
               ELSE
                   SUBTRACT WS-AUT-HORAS-50 (WS-IDX-AUTORIZACAO)
                       FROM WS-EXCESSO-50
               END-IF
               IF WS-AUT-HORAS-100 (WS-IDX-AUTORIZACAO)
                      >= WS-EXCESSO-100
                   MOVE ZEROS TO WS-EXCESSO-100
               ELSE
                   SUBTRACT WS-AUT-HORAS-100 (WS-IDX-AUTORIZACAO)
                       FROM WS-EXCESSO-100
               END-IF
           END-IF.
           IF WS-EXCESSO-50 = ZEROS AND WS-EXCESSO-100 = ZEROS
               GO TO CONFRONTAR-AUTORIZACAO-EXIT
           END-IF.

           MOVE 'N' TO WS-AGREGADO-ACHADO.
           PERFORM PROCURAR-AGREGADO-APURADO
               VARYING WS-IDX-AGREGADO FROM 1 BY 1
               UNTIL WS-IDX-AGREGADO > WS-QTD-AGREGADOS
                  OR WS-AGREGADO-ACHADO = 'S'.
           IF WS-AGREGADO-ACHADO = 'N'
               GO TO CONFRONTAR-AUTORIZACAO-EXIT
           END-IF.
           SUBTRACT 1 FROM WS-IDX-AGREGADO.
           SUBTRACT WS-EXCESSO-50
               FROM WS-AGR-HORAS-50 (WS-IDX-AGREGADO).
           SUBTRACT WS-EXCESSO-100
               FROM WS-AGR-HORAS-100 (WS-IDX-AGREGADO).

           MOVE WS-APU-MATRICULA (WS-IDX-APURADO) TO WS-MATRICULA-HE.
           PERFORM INCLUIR-PENDENCIA THRU
                   INCLUIR-PENDENCIA-EXIT.
           MOVE WS-APU-PERIODO (WS-IDX-APURADO)
               TO WS-PEN-PERIODO (WS-QTD-PENDENCIAS).
           ADD 1 TO WS-QTD-RETIDOS.

           MOVE 'RETIDA'        TO CHE-SITUACAO.
           MOVE WS-MATRICULA-HE TO CHE-MATRICULA.
           MOVE WS-APU-PERIODO (WS-IDX-APURADO) TO CHE-PERIODO.
           MOVE WS-EXCESSO-50   TO CHE-HORAS-50.
           MOVE WS-EXCESSO-100  TO CHE-HORAS-100.
           IF WS-AUTORIZACAO-ACHADA = 'S'
               MOVE 'ACIMA DO AUTORIZADO' TO CHE-OBSERVACAO
           ELSE
               MOVE 'SEM AUTORIZACAO PREVIA' TO CHE-OBSERVACAO
           END-IF.
           WRITE REG-CONTROLE-HE FROM WS-LINHA-CONTROLE-HE.

           MOVE 'TESTTIME'               TO WS-EXC-PROGRAMA.
           MOVE 'CONFRONTAR-AUTORIZACAO' TO WS-EXC-PARAGRAFO.
           MOVE 4                        TO WS-EXC-CODIGO.
           MOVE SPACES                   TO WS-EXC-MENSAGEM.
           STRING 'HORA EXTRA RETIDA MATR ' WS-MATRICULA-HE
                  ' PERIODO ' WS-APU-PERIODO (WS-IDX-APURADO)
               DELIMITED BY SIZE
               INTO WS-EXC-MENSAGEM
           END-STRING.
           MOVE 3 TO WS-EXC-SEVERIDADE.
           PERFORM GRAVAR-EXCECAO-GERAL.

       CONFRONTAR-AUTORIZACAO-EXIT.
           EXIT.

       PROCURAR-AUTORIZACAO-APURADO.
           IF WS-AUT-MATRICULA (WS-IDX-AUTORIZACAO)
                  = WS-APU-MATRICULA (WS-IDX-APURADO)
                  AND WS-AUT-PERIODO (WS-IDX-AUTORIZACAO)
                      = WS-APU-PERIODO (WS-IDX-APURADO)
               MOVE 'S' TO WS-AUTORIZACAO-ACHADA
           END-IF.

       PROCURAR-AUTORIZACAO-APURADO-EXIT.
           EXIT.

       PROCURAR-AGREGADO-APURADO.
           IF WS-AGR-MATRICULA (WS-IDX-AGREGADO)
                  = WS-APU-MATRICULA (WS-IDX-APURADO)
               MOVE 'S' TO WS-AGREGADO-ACHADO
           END-IF.

       PROCURAR-AGREGADO-APURADO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    REGRAVAR-PENDENCIAS-HE                                   *
      *    HEPEND.DAT volta so com as pendencias em aberto          *
      *    (anteriores sem decisao + retidas neste ciclo).          *
      *----------------------------------------------------------*
       REGRAVAR-PENDENCIAS-HE.
           OPEN OUTPUT PENDENCIAS-HE.
           PERFORM GRAVAR-PENDENCIA-ABERTA
               VARYING WS-IDX-PENDENCIA FROM 1 BY 1
               UNTIL WS-IDX-PENDENCIA > WS-QTD-PENDENCIAS.
           CLOSE PENDENCIAS-HE.

       REGRAVAR-PENDENCIAS-HE-EXIT.
           EXIT.

       GRAVAR-PENDENCIA-ABERTA.
           IF WS-PEN-SITUACAO (WS-IDX-PENDENCIA) = SPACE
               MOVE SPACES TO REG-PENDENCIA-HE
               MOVE WS-PEN-MATRICULA (WS-IDX-PENDENCIA)
                   TO PEN-MATRICULA
               MOVE WS-PEN-PERIODO (WS-IDX-PENDENCIA)
                   TO PEN-PERIODO
               MOVE WS-PEN-HORAS-50 (WS-IDX-PENDENCIA)
                   TO PEN-HORAS-50
               MOVE WS-PEN-HORAS-100 (WS-IDX-PENDENCIA)
                   TO PEN-HORAS-100
               MOVE WS-PEN-INCLUSAO (WS-IDX-PENDENCIA)
                   TO PEN-DATA-INCLUSAO
               WRITE REG-PENDENCIA-HE
           END-IF.

       GRAVAR-PENDENCIA-ABERTA-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    GRAVAR-AJUSTES-AGREGADOS                                 *
      *----------------------------------------------------------*
