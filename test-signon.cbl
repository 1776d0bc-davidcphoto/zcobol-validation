      *    por funcao) e devolve o id validado com data e hora     *
      *    para serem carregados em todo registro gravado pelos    *
      *    chamadores (OPCAO.DAT e logs de auditoria). Tentativas  *
      *    recusadas - operador inexistente ou revogado no         *
      *    desligamento, sem autorizacao para a funcao, ou         *
      *    cadastro indisponivel (negar por padrao) - sao elas     *
      *    mesmas registradas em SGONAUD.DAT. Funcoes:             *
      *      CONSULTA  consulta de COMPLETO.DAT (TESTINQ)          *
      *      TABELAS   manutencao de tabelas (TESTTMNT)            *
      *      OPCOES    opcoes interativas (TEST-PROTECTED-         *
      *                DISPLAYS)                                   *
      *      APROVA    aprovacao maker-checker de manutencao       *
      *                (TESTAPPR)                                  *
      *      LIBERA    liberacao financeira da folha (TESTLIBF)    *
      *      FICHA     ficha do empregado para a RH (TESTFICH) -   *
      *                nivel de consulta ou perfil RH              *
      *      SALARIO   exibicao de salario sem mascara (TESTFICH)  *
      *                - somente perfil RH                         *
      *      TRILHAS   busca nas trilhas de auditoria (TESTAUDQ)   *
      *      MANUTENC  digitacao de manutencao de COMPLETO.DAT     *
      *                (CMPTRAN.DAT e TESTMASS)                    *
      *      PROMOVE   autorizacao da promocao de mudancas de      *
      *                tabela (cartao TPROAUT.DAT de TESTPROM)     *
      *    Funcoes que a mesma pessoa nao pode acumular estao em   *
      *    SODRULES.DAT (TESTOPMT na manutencao do cadastro,       *
      *    TESTSODV na varredura noturna).                         *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *    Cadastros antigos trazem espaco nesta posicao - espaco
      *    vale 0 (sem acesso).
           05  OPR-NIVEL-APROVACAO  PIC X(01).
      *    Nivel da liberacao financeira da folha (TESTLIBF), com a
      *    mesma regra de espaco = 0.
           05  OPR-NIVEL-LIBERACAO  PIC X(01).
      *    Perfil RH: ve salarios sem mascara na ficha do
      *    empregado (TESTFICH), mesma regra de espaco = 0.
           05  OPR-NIVEL-RH         PIC X(01).
      *    Auditor: busca consolidada nas trilhas de auditoria
      *    (TESTAUDQ), mesma regra de espaco = 0.
           05  OPR-NIVEL-AUDITORIA  PIC X(01).
      *    Digitacao de manutencao de COMPLETO.DAT e promocao de
      *    mudancas de tabela, mesma regra de espaco = 0.
           05  OPR-NIVEL-MANUTENCAO PIC X(01).
           05  OPR-NIVEL-PROMOCAO   PIC X(01).
      *    Matricula do empregado dono do id; situacao 'R' = id
      *    revogado no desligamento (TESTRVOG), que nao entra mais.
           05  OPR-MATRICULA        PIC 9(05).
           05  OPR-SITUACAO         PIC X(01).
               88  OPR-REVOGADO         VALUE 'R'.
           05  OPR-DATA-REVOGACAO   PIC 9(08).
           05  FILLER               PIC X(18).

       FD  LOG-SIGNON.
       01  REG-LOG-SIGNON           PIC X(60).
               INVALID KEY
                   MOVE 'OPERADOR INEXISTENTE' TO WS-MOTIVO-RECUSA
               NOT INVALID KEY
                   IF OPR-REVOGADO
                       MOVE 'OPERADOR REVOGADO' TO WS-MOTIVO-RECUSA
                   ELSE
                       PERFORM VERIFICAR-AUTORIZACAO
                   END-IF
           END-READ.
           CLOSE CADASTRO-OPERADORES.

                          AND OPR-NIVEL-APROVACAO > '0'
                       MOVE 'S' TO SGN-RESULTADO
                   END-IF
               WHEN 'LIBERA'
                   IF OPR-NIVEL-LIBERACAO IS NUMERIC
                          AND OPR-NIVEL-LIBERACAO > '0'
                       MOVE 'S' TO SGN-RESULTADO
                   END-IF
               WHEN 'FICHA'
                   IF OPR-NIVEL-CONSULTA > 0
                       MOVE 'S' TO SGN-RESULTADO
                   END-IF
                   IF OPR-NIVEL-RH IS NUMERIC
                          AND OPR-NIVEL-RH > '0'
                       MOVE 'S' TO SGN-RESULTADO
                   END-IF
               WHEN 'SALARIO'
                   IF OPR-NIVEL-RH IS NUMERIC
                          AND OPR-NIVEL-RH > '0'
                       MOVE 'S' TO SGN-RESULTADO
                   END-IF
               WHEN 'TRILHAS'
                   IF OPR-NIVEL-AUDITORIA IS NUMERIC
                          AND OPR-NIVEL-AUDITORIA > '0'
                       MOVE 'S' TO SGN-RESULTADO
                   END-IF
               WHEN 'MANUTENC'
                   IF OPR-NIVEL-MANUTENCAO IS NUMERIC
                          AND OPR-NIVEL-MANUTENCAO > '0'
                       MOVE 'S' TO SGN-RESULTADO
                   END-IF
               WHEN 'PROMOVE'
                   IF OPR-NIVEL-PROMOCAO IS NUMERIC
                          AND OPR-NIVEL-PROMOCAO > '0'
                       MOVE 'S' TO SGN-RESULTADO
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
