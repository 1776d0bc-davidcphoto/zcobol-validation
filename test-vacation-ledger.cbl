      *    o passivo da empresa). A tabela ENCARGOS.DAT provisiona *
      *    o custo; o direito real de cada empregado ninguem       *
      *    acompanhava ate a auditoria achar.                      *
      *    Os dias fora da folha do registro de afastamentos       *
      *    AFASTREG.DAT (licenca nao remunerada; doenca/acidente   *
      *    na parte paga pelo INSS) suspendem a aquisicao: o       *
      *    credito do intervalo cai na proporcao desses dias.      *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-TRANSACOES.

           COPY AFASSEL.

           SELECT RELATORIO-FERIAS
               ASSIGN TO "FERREPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
           05  EXT-EMPLOYEE-AGENCIA     PIC X(05).
           05  EXT-EMPLOYEE-CONTA       PIC X(12).
           05  EXT-EMPLOYEE-HIRE-DATE   PIC 9(08).
           05  EXT-EMPLOYEE-EMPRESA     PIC X(05).

       FD  RAZAO-FERIAS.
       01  REG-RAZAO-FERIAS.
       FD  RELATORIO-FERIAS.
       01  REG-RELATORIO-FERIAS     PIC X(100).

       COPY AFASFD.

       COPY EXCPFD.

       WORKING-STORAGE SECTION.
       COPY EXTVWS.
       COPY EXCPWS.
       COPY AFASWS.

       01  WS-STATUS-EXTRATO        PIC XX.
       01  WS-STATUS-FERIAS         PIC XX.
       01  WS-DIAS-ACRESCIDOS       PIC 9(03)V9 VALUE ZEROS.
       01  WS-SALDO-PERIODO         PIC S9(03)V9 VALUE ZEROS.

      *    Suspensao da aquisicao por afastamento: dias corridos do
      *    intervalo creditado e dias dele fora da folha.
       01  WS-DATA-VESPERA          PIC 9(08) VALUE ZEROS.
       01  WS-DIA-JULIANO-RUN       PIC S9(09) COMP.
       01  WS-DIAS-INTERVALO        PIC S9(09) COMP.
       01  WS-QTD-SUSPENSOES        PIC 9(04) VALUE ZEROS.

      *    Razao carregada em tabela (um periodo aquisitivo por
      *    entrada) e reescrita ao final, no molde de TESTWFLW.
       01  WS-QTD-PERIODOS          PIC 9(04) VALUE ZEROS.
       MAIN-PROCEDURE.
           MOVE 0 TO RETURN-CODE.
           ACCEPT WS-DATA-RUN FROM DATE YYYYMMDD.
           COMPUTE WS-DIA-JULIANO-RUN =
               FUNCTION INTEGER-OF-DATE (WS-DATA-RUN).
           COMPUTE WS-DATA-VESPERA =
               FUNCTION DATE-OF-INTEGER (WS-DIA-JULIANO-RUN - 1).

           MOVE 'TESTFERI' TO WS-AFS-PROGRAMA.
           PERFORM CARREGAR-AFASTAMENTOS THRU
                   CARREGAR-AFASTAMENTOS-EXIT.
           PERFORM CARREGAR-RAZAO-FERIAS THRU
                   CARREGAR-RAZAO-FERIAS-EXIT.
           PERFORM ACRESCER-PERIODOS THRU
                   ACRESCER-PERIODOS-EXIT
               VARYING WS-IDX-PERIODO FROM 1 BY 1
               UNTIL WS-IDX-PERIODO > WS-QTD-PERIODOS.
           PERFORM ABRIR-PERIODOS-NOVOS THRU
           DISPLAY 'TESTFERI PERIODOS ABERTOS...: '
                   WS-QTD-ABERTOS-NOVOS.
           DISPLAY 'TESTFERI DEBITOS APLICADOS..: ' WS-QTD-DEBITOS.
           DISPLAY 'TESTFERI SUSPENSOS (AFAST)..: ' WS-QTD-SUSPENSOES.
           DISPLAY 'TESTFERI NO PRAZO LEGAL.....: ' WS-QTD-VENCENDO.

           IF WS-QTD-VENCENDO > 0 AND RETURN-CODE < 4
      *    ACRESCER-PERIODOS                                        *
      *    Credita 2,5 dias por mes decorrido desde a ultima        *
      *    atualizacao do periodo aberto, com teto de 30 dias por   *
      *    periodo aquisitivo. Dias do intervalo fora da folha      *
      *    (afastamento) reduzem o credito na mesma proporcao.      *
      *----------------------------------------------------------*
       ACRESCER-PERIODOS.
           IF WS-FER-SITUACAO (WS-IDX-PERIODO) NOT = 'A'
               GO TO ACRESCER-PERIODOS-EXIT
           END-IF.
           COMPUTE WS-DIAS-ACRESCIDOS = WS-MESES-DECORRIDOS * 2.5.

           MOVE WS-FER-MATRICULA (WS-IDX-PERIODO) TO WS-AFS-MATRICULA.
           MOVE WS-FER-ATUALIZACAO (WS-IDX-PERIODO)
               TO WS-AFS-JANELA-INICIO.
           MOVE WS-DATA-VESPERA TO WS-AFS-JANELA-FIM.
           PERFORM CONTAR-DIAS-SEM-REMUNERACAO THRU
                   CONTAR-DIAS-SEM-REMUNERACAO-EXIT.
           IF WS-AFS-DIAS-FORA > ZEROS
               COMPUTE WS-DIAS-INTERVALO = WS-DIA-JULIANO-RUN
                   - FUNCTION INTEGER-OF-DATE (WS-AFS-JANELA-INICIO)
               ADD 1 TO WS-QTD-SUSPENSOES
               IF WS-AFS-DIAS-FORA >= WS-DIAS-INTERVALO
                   MOVE ZEROS TO WS-DIAS-ACRESCIDOS
               ELSE
                   COMPUTE WS-DIAS-ACRESCIDOS ROUNDED =
                       WS-DIAS-ACRESCIDOS
                       * (WS-DIAS-INTERVALO - WS-AFS-DIAS-FORA)
                       / WS-DIAS-INTERVALO
               END-IF
           END-IF.
           ADD WS-DIAS-ACRESCIDOS
               TO WS-FER-ADQUIRIDOS (WS-IDX-PERIODO)
               ON SIZE ERROR
           OPEN OUTPUT RELATORIO-FERIAS.
           MOVE WS-DATA-RUN TO FER-CAB-DATA.
           WRITE REG-RELATORIO-FERIAS FROM WS-CABECALHO-FERIAS.
           PERFORM IMPRIMIR-LINHA-FERIAS THRU
                   IMPRIMIR-LINHA-FERIAS-EXIT
               VARYING WS-IDX-PERIODO FROM 1 BY 1
               UNTIL WS-IDX-PERIODO > WS-QTD-PERIODOS.
           MOVE SPACES TO REG-RELATORIO-FERIAS.
      *    Log de excecoes compartilhado (EXCPPRC).                 *
      *----------------------------------------------------------*
       COPY EXCPPRC.

      *----------------------------------------------------------*
      *    CARREGAR-AFASTAMENTOS / CONTAR-DIAS-SEM-REMUNERACAO     *
      *    Registro de afastamentos compartilhado (AFASPRC).       *
      *----------------------------------------------------------*
       COPY AFASPRC.
