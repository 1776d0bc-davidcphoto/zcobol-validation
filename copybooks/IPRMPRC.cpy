      *----------------------------------------------------------*
      *    IPRMPRC - proxima ocorrencia de uma instrucao           *
      *    permanente. Requer IPRMFD (FILE SECTION) e IPRMWS       *
      *    (WORKING-STORAGE). Com a instrucao em                   *
      *    REG-INSTRUCAO-PERMANENTE e a data de corte em           *
      *    WS-IPM-DATA-REFERENCIA, CALCULAR-PROXIMA-OCORRENCIA     *
      *    grava em IPM-PROXIMA-DATA a primeira data da frequencia *
      *    que nao e anterior nem ao corte nem a IPM-DATA-INICIO   *
      *    (99999999 quando ela cai depois de IPM-DATA-FIM).       *
      *    Ocorrencias antes do corte nao sao recuperadas - quem   *
      *    chama escolhe o corte (hoje na manutencao, o dia        *
      *    seguinte apos uma geracao).                             *
      *----------------------------------------------------------*
       CALCULAR-PROXIMA-OCORRENCIA.
           MOVE IPM-DATA-INICIO TO WS-IPM-DATA-CALC.
           IF WS-IPM-DATA-REFERENCIA <= IPM-DATA-INICIO
               GO TO CALCULAR-PROXIMA-OCORRENCIA-FIM
           END-IF.
           COMPUTE WS-IPM-DIAS =
               FUNCTION INTEGER-OF-DATE (WS-IPM-DATA-REFERENCIA)
             - FUNCTION INTEGER-OF-DATE (IPM-DATA-INICIO).

           EVALUATE TRUE
               WHEN IPM-DIARIA
                   MOVE WS-IPM-DATA-REFERENCIA TO WS-IPM-DATA-CALC
               WHEN IPM-SEMANAL
                   DIVIDE WS-IPM-DIAS BY 7
                       GIVING WS-IPM-SEMANAS
                       REMAINDER WS-IPM-RESTO
                   IF WS-IPM-RESTO > ZEROS
                       ADD 1 TO WS-IPM-SEMANAS
                   END-IF
                   COMPUTE WS-IPM-DATA-CALC = FUNCTION DATE-OF-INTEGER
                       (FUNCTION INTEGER-OF-DATE (IPM-DATA-INICIO)
                        + WS-IPM-SEMANAS * 7)
               WHEN OTHER
                   MOVE WS-IPM-CALC-DIA TO WS-IPM-DIA-ANCORA
                   PERFORM AVANCAR-MES-OCORRENCIA THRU
                           AVANCAR-MES-OCORRENCIA-EXIT
                       UNTIL WS-IPM-DATA-CALC >= WS-IPM-DATA-REFERENCIA
           END-EVALUATE.

       CALCULAR-PROXIMA-OCORRENCIA-FIM.
           MOVE WS-IPM-DATA-CALC TO IPM-PROXIMA-DATA.
           IF IPM-DATA-FIM NOT = ZEROS
                  AND IPM-PROXIMA-DATA > IPM-DATA-FIM
               MOVE 99999999 TO IPM-PROXIMA-DATA
           END-IF.

       CALCULAR-PROXIMA-OCORRENCIA-EXIT.
           EXIT.

      *    Mes seguinte no dia-ancora (dia de IPM-DATA-INICIO),
      *    limitado ao ultimo dia do mes - fevereiro nao desloca a
      *    ancora dos meses seguintes.
       AVANCAR-MES-OCORRENCIA.
           IF WS-IPM-CALC-MES = 12
               MOVE 1 TO WS-IPM-CALC-MES
               ADD 1 TO WS-IPM-CALC-ANO
           ELSE
               ADD 1 TO WS-IPM-CALC-MES
           END-IF.
           MOVE WS-IPM-CALC-ANO TO WS-IPM-AUX-ANO.
           MOVE WS-IPM-CALC-MES TO WS-IPM-AUX-MES.
           MOVE 1               TO WS-IPM-AUX-DIA.
           IF WS-IPM-AUX-MES = 12
               MOVE 1 TO WS-IPM-AUX-MES
               ADD 1 TO WS-IPM-AUX-ANO
           ELSE
               ADD 1 TO WS-IPM-AUX-MES
           END-IF.
           COMPUTE WS-IPM-DATA-AUX = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-IPM-DATA-AUX) - 1).
           MOVE WS-IPM-AUX-DIA TO WS-IPM-ULTIMO-DIA.
           IF WS-IPM-DIA-ANCORA > WS-IPM-ULTIMO-DIA
               MOVE WS-IPM-ULTIMO-DIA TO WS-IPM-CALC-DIA
           ELSE
               MOVE WS-IPM-DIA-ANCORA TO WS-IPM-CALC-DIA
           END-IF.

       AVANCAR-MES-OCORRENCIA-EXIT.
           EXIT.
