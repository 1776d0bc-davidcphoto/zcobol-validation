           05  HMV-EMPLOYEE-DEPARTMENT PIC X(10).
           05  HMV-EMPLOYEE-AGENCIA    PIC X(05).
           05  HMV-EMPLOYEE-CONTA      PIC X(12).
           05  HMV-EMPLOYEE-EMPRESA    PIC X(05).
           05  HMV-MOTIVO              PIC X(01).

       FD  ARQUIVO-WORKFLOW.
       01  REG-WORKFLOW.
                   MOVE 'S' TO WS-EOF-HIST-MOV
               NOT AT END
                   IF HMV-TIPO = 'A' AND HMV-DATA = WS-DATA-HOJE
                          AND HMV-MOTIVO NOT = 'T'
                       ADD 1 TO WS-QTD-ADMISSOES-DIA
                       PERFORM GERAR-ITENS-ONBOARDING
                           VARYING WS-IDX-TAREFA FROM 1 BY 1
