      *          apura a diferenca mensal contra o salario do      *
      *          extrato e multiplica pelos meses decorridos,      *
      *          gerando o credito suplementar em RETRPAY.DAT      *
      *          (layout H/D/T com literal 'RETROATIVO'). Se o     *
      *          cartao trouxer o salario anterior (cartoes do     *
      *          dissidio, TESTDISS), a diferenca e apurada contra *
      *          ele - o extrato pode ja trazer o salario novo.    *
      *    O demonstrativo sai em RETRSTMT.DAT e cada ajuste e     *
      *    apendado em PAYHIST.DAT como entrada propria datada de  *
      *    hoje - os snapshots originais ficam intactos. Antes, a  *
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-DEMONSTRATIVO.

           COPY PERISEL.

           COPY EXCPSEL.

       DATA DIVISION.
               10  FILLER           PIC X(05).
           05  RET-DATA-EFETIVA     PIC 9(08).
           05  RET-VALOR-CORRIGIDO  PIC 9(09)V99.
           05  RET-SALARIO-ANTERIOR PIC 9(07)V99.
           05  FILLER               PIC X(41).

       FD  HISTORICO-FOLHA.
       01  REG-HISTORICO-FOLHA.
           05  EXT-EMPLOYEE-AGENCIA     PIC X(05).
           05  EXT-EMPLOYEE-CONTA       PIC X(12).
           05  EXT-EMPLOYEE-HIRE-DATE   PIC 9(08).
           05  EXT-EMPLOYEE-EMPRESA     PIC X(05).

       FD  ARQUIVO-PAGAMENTO-RETR.
       01  REG-PAGAMENTO-RETR       PIC X(80).
       FD  DEMONSTRATIVO-RETRO.
       01  REG-DEMONSTRATIVO-RETRO  PIC X(90).

       COPY PERIFD.

       COPY EXCPFD.

       WORKING-STORAGE SECTION.
       COPY EXTVWS.
       COPY EXCPWS.
       COPY PERIWS.

       01  WS-STATUS-CARTAO         PIC XX.
       01  WS-STATUS-HISTORICO      PIC XX.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 0 TO RETURN-CODE.
           MOVE 'TESTRETR' TO WS-PER-PROGRAMA.
           PERFORM VERIFICAR-PERIODO-ABERTO THRU
                   VERIFICAR-PERIODO-ABERTO-EXIT.
           IF PERIODO-FECHADO
               STOP RUN
           END-IF.
           ACCEPT WS-DATA-RUN FROM DATE YYYYMMDD.

           OPEN INPUT CARTAO-RETROATIVO.

           PERFORM CONTAR-MESES-DESDE-EFETIVA THRU
                   CONTAR-MESES-DESDE-EFETIVA-EXIT.
           IF RET-SALARIO-ANTERIOR IS NUMERIC
                  AND RET-SALARIO-ANTERIOR > ZEROS
               MOVE RET-SALARIO-ANTERIOR TO WS-SALARIO-ATUAL
           END-IF.
           COMPUTE WS-DIFERENCA-MES =
               RET-VALOR-CORRIGIDO - WS-SALARIO-ATUAL.
           IF WS-DIFERENCA-MES <= ZEROS
       CONFERIR-VERSAO-EXTRATO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    VERIFICAR-PERIODO-ABERTO                                 *
      *    Trava de competencia fechada compartilhada (PERIPRC).    *
      *----------------------------------------------------------*
       COPY PERIPRC.

      *----------------------------------------------------------*
      *    GRAVAR-EXCECAO-GERAL                                    *
      *    Log de excecoes compartilhado (EXCPPRC).                 *
