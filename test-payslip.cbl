      *    TESTBANK credita. A RH digitava estas paginas a mao     *
      *    todo mes para quem pedisse. Sem DEDUC.DAT o liquido     *
      *    sai igual ao bruto (sem linhas de desconto), como no    *
      *    pagamento historico. A quantidade de dependentes de IR  *
      *    deduzidos na base do IRRF vem da linha 'T' de DEDUC.DAT.*
      *    Reembolsos de despesa (linhas 'C' de DEDUC.DAT) saem em *
      *    linha propria, como credito nao tributavel, e somam no  *
      *    liquido creditado depois das ordens judiciais - como    *
      *    TESTBANK os paga.                                       *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05  EXT-EMPLOYEE-AGENCIA     PIC X(05).
           05  EXT-EMPLOYEE-CONTA       PIC X(12).
           05  EXT-EMPLOYEE-HIRE-DATE   PIC 9(08).
           05  EXT-EMPLOYEE-EMPRESA     PIC X(05).

       FD  ARQUIVO-DESCONTOS.
       01  REG-DESCONTO.
           05  DSC-PCT              PIC 9(03)V99.
           05  DSC-VALOR            PIC 9(09)V99.
           05  DSC-VALOR-2          PIC 9(09)V99.
           05  DSC-QTD-DEPENDENTES  PIC 9(02).
           05  FILLER               PIC X(41).

       FD  EXTRATO-POS-ORDENS.
       01  REG-EXTRATO-POS.
           05  POS-EMPLOYEE-AGENCIA     PIC X(05).
           05  POS-EMPLOYEE-CONTA       PIC X(12).
           05  POS-EMPLOYEE-HIRE-DATE   PIC 9(08).
           05  POS-EMPLOYEE-EMPRESA     PIC X(05).

       FD  TABELA-ENCARGOS.
       01  REG-TABELA-ENCARGOS.
       01  WS-QTD-CONTRACHEQUES     PIC 9(05) VALUE ZEROS.
       01  WS-VALOR-LIQUIDO         PIC 9(09)V99 VALUE ZEROS.
       01  WS-TOTAL-DESCONTADO      PIC 9(09)V99 VALUE ZEROS.
       01  WS-QTD-DEPENDENTES-IR    PIC 9(02) VALUE ZEROS.
       01  WS-TOTAL-REEMBOLSO       PIC 9(09)V99 VALUE ZEROS.

      *    Encargos patronais vigentes (mesma regra de vigencia de
      *    CARREGAR-TABELA-ENCARGOS de TESTCURSOR).
           05  FILLER               PIC X(05) VALUE ' %): '.
           05  SLP-DSC-VALOR        PIC ZZZ,ZZZ,ZZ9.99.

       01  WS-LINHA-REEMBOLSO.
           05  FILLER               PIC X(12) VALUE '  REEMBOLSO '.
           05  SLP-REE-TIPO         PIC X(04).
           05  FILLER               PIC X(10) VALUE ' (N/TRIB.)'.
           05  FILLER               PIC X(02) VALUE ': '.
           05  SLP-REE-VALOR        PIC ZZZ,ZZZ,ZZ9.99.

       01  WS-LINHA-DEPENDENTES.
           05  FILLER               PIC X(24) VALUE
               '  DEPENDENTES DE IR...: '.
           05  SLP-DEPENDENTES      PIC Z9.

       01  WS-LINHA-ORDENS.
           05  FILLER               PIC X(24) VALUE
               '  ORDENS JUDICIAIS....: '.
           ADD 1 TO WS-QTD-CONTRACHEQUES.
           MOVE EXT-EMPLOYEE-SALARY TO WS-VALOR-LIQUIDO.
           MOVE ZEROS               TO WS-TOTAL-DESCONTADO.
           MOVE ZEROS               TO WS-QTD-DEPENDENTES-IR.
           MOVE ZEROS               TO WS-TOTAL-REEMBOLSO.

           WRITE REG-CONTRACHEQUE FROM WS-LINHA-SEPARADORA.
           MOVE WS-DATA-EXECUCAO TO SLP-CAB-DATA.
                   UNTIL WS-EOF-DESCONTOS = 'S'
                      OR DSC-MATRICULA NOT = EXT-EMPLOYEE-ID
           END-IF.
           IF WS-QTD-DEPENDENTES-IR > ZEROS
               MOVE WS-QTD-DEPENDENTES-IR TO SLP-DEPENDENTES
               WRITE REG-CONTRACHEQUE FROM WS-LINHA-DEPENDENTES
           END-IF.

           IF WS-TEM-POS-ORDENS = 'S'
               PERFORM APURAR-LIQUIDO-POS-ORDENS THRU
                       APURAR-LIQUIDO-POS-ORDENS-EXIT
           END-IF.
           ADD WS-TOTAL-REEMBOLSO TO WS-VALOR-LIQUIDO.

           PERFORM IMPRIMIR-ENCARGO-SLIP
               VARYING WS-IDX-ENCARGO FROM 1 BY 1
               WRITE REG-CONTRACHEQUE FROM WS-LINHA-DESCONTO
               ADD DSC-VALOR TO WS-TOTAL-DESCONTADO
           END-IF.
           IF DSC-TIPO = 'C'
               MOVE DSC-CODIGO TO SLP-REE-TIPO
               MOVE DSC-VALOR  TO SLP-REE-VALOR
               WRITE REG-CONTRACHEQUE FROM WS-LINHA-REEMBOLSO
               ADD DSC-VALOR TO WS-TOTAL-REEMBOLSO
           END-IF.
           IF DSC-TIPO = 'T'
               MOVE DSC-VALOR-2 TO WS-VALOR-LIQUIDO
               IF DSC-QTD-DEPENDENTES IS NUMERIC
                   MOVE DSC-QTD-DEPENDENTES TO WS-QTD-DEPENDENTES-IR
               END-IF
           END-IF.
           PERFORM AVANCAR-DESCONTO.

