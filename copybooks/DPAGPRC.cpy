      *----------------------------------------------------------*
      *    DPAGPRC - apuracao da data de credito (data valor) dos  *
      *    pagamentos pelo calendario de dias uteis. Requer        *
      *    DPAGSEL (FILE-CONTROL), DPAGFD (FILE SECTION), DPAGWS   *
      *    (WORKING-STORAGE) e EXCPPRC. A data de credito e a da   *
      *    regra do tipo (DIAPAGTO.DAT ou a padrao de DPAGWS),     *
      *    adiada para o primeiro dia viavel - o run mais os dias  *
      *    uteis de antecedencia do banco - quando a regra ja      *
      *    ficou para tras. Credito apos o prazo legal do tipo     *
      *    liga DPG-FORA-DO-PRAZO; o chamador executa              *
      *    AVISAR-PRAZO-LEGAL (aviso no log de excecoes, RC=4).    *
      *    Sem CALENDAR.DAT so sabado e domingo nao sao uteis.     *
      *----------------------------------------------------------*
       APURAR-DATA-CREDITO.
           IF WS-DPG-REGRAS-CARREGADAS = 'N'
               PERFORM CARREGAR-REGRAS-PAGAMENTO THRU
                       CARREGAR-REGRAS-PAGAMENTO-EXIT
               MOVE 'S' TO WS-DPG-REGRAS-CARREGADAS
           END-IF.
           MOVE ZEROS TO WS-DPG-DATA-CREDITO.
           MOVE ZEROS TO WS-DPG-DATA-LIMITE.
           MOVE ZEROS TO WS-DPG-DATA-REGRA.
           MOVE 'N'   TO WS-DPG-ADIADO.
           SET DPG-NO-PRAZO TO TRUE.

           MOVE 'N' TO WS-DPG-CALC-REGRA.
           MOVE 1   TO WS-DPG-CALC-ANTECED.
           MOVE 'N' TO WS-DPG-REGRA-ACHADA.
           PERFORM PROCURAR-REGRA-PAGAMENTO THRU
                   PROCURAR-REGRA-PAGAMENTO-EXIT
               VARYING WS-DPG-IDX-REGRA FROM 1 BY 1
               UNTIL WS-DPG-IDX-REGRA > 5
                  OR WS-DPG-REGRA-ACHADA = 'S'.

           IF WS-DPG-DATA-INFORMADA > ZEROS
               MOVE WS-DPG-DATA-INFORMADA TO WS-DPG-DATA-TESTE
               PERFORM ANTECIPAR-DIA-UTIL-PAGTO THRU
                       ANTECIPAR-DIA-UTIL-PAGTO-EXIT
               MOVE WS-DPG-DATA-TESTE TO WS-DPG-DATA-REGRA
           ELSE
               PERFORM CALCULAR-DATA-REGRA-PAGTO THRU
                       CALCULAR-DATA-REGRA-PAGTO-EXIT
               MOVE WS-DPG-DATA-CALC TO WS-DPG-DATA-REGRA
           END-IF.

           PERFORM CALCULAR-DATA-MINIMA-PAGTO THRU
                   CALCULAR-DATA-MINIMA-PAGTO-EXIT.
           IF WS-DPG-DATA-REGRA < WS-DPG-DATA-MINIMA
               MOVE WS-DPG-DATA-MINIMA TO WS-DPG-DATA-CREDITO
               IF WS-DPG-DATA-REGRA > ZEROS
                   MOVE 'S' TO WS-DPG-ADIADO
               END-IF
           ELSE
               MOVE WS-DPG-DATA-REGRA TO WS-DPG-DATA-CREDITO
           END-IF.

      *    Prazo legal do tipo, pela mesma mecanica da regra.
           MOVE 'N' TO WS-DPG-CALC-REGRA.
           MOVE 'N' TO WS-DPG-REGRA-ACHADA.
           PERFORM PROCURAR-PRAZO-LEGAL THRU
                   PROCURAR-PRAZO-LEGAL-EXIT
               VARYING WS-DPG-IDX-REGRA FROM 1 BY 1
               UNTIL WS-DPG-IDX-REGRA > 5
                  OR WS-DPG-REGRA-ACHADA = 'S'.
           PERFORM CALCULAR-DATA-REGRA-PAGTO THRU
                   CALCULAR-DATA-REGRA-PAGTO-EXIT.
           MOVE WS-DPG-DATA-CALC TO WS-DPG-DATA-LIMITE.
           IF WS-DPG-DATA-LIMITE > ZEROS
                  AND WS-DPG-DATA-CREDITO > WS-DPG-DATA-LIMITE
               SET DPG-FORA-DO-PRAZO TO TRUE
           END-IF.

       APURAR-DATA-CREDITO-EXIT.
           EXIT.

       PROCURAR-REGRA-PAGAMENTO.
           IF WS-DPG-RGR-TIPO (WS-DPG-IDX-REGRA)
                  = WS-DPG-TIPO-PAGAMENTO
               MOVE 'S' TO WS-DPG-REGRA-ACHADA
               MOVE WS-DPG-RGR-REGRA (WS-DPG-IDX-REGRA)
                   TO WS-DPG-CALC-REGRA
               MOVE WS-DPG-RGR-NUMERO (WS-DPG-IDX-REGRA)
                   TO WS-DPG-CALC-NUMERO
               MOVE WS-DPG-RGR-MES (WS-DPG-IDX-REGRA)
                   TO WS-DPG-CALC-MES
               MOVE WS-DPG-RGR-ANTECED (WS-DPG-IDX-REGRA)
                   TO WS-DPG-CALC-ANTECED
           END-IF.

       PROCURAR-REGRA-PAGAMENTO-EXIT.
           EXIT.

       PROCURAR-PRAZO-LEGAL.
           IF WS-DPG-PRZ-TIPO (WS-DPG-IDX-REGRA)
                  = WS-DPG-TIPO-PAGAMENTO
               MOVE 'S' TO WS-DPG-REGRA-ACHADA
               MOVE WS-DPG-PRZ-REGRA (WS-DPG-IDX-REGRA)
                   TO WS-DPG-CALC-REGRA
               MOVE WS-DPG-PRZ-NUMERO (WS-DPG-IDX-REGRA)
                   TO WS-DPG-CALC-NUMERO
               MOVE WS-DPG-PRZ-MES (WS-DPG-IDX-REGRA)
                   TO WS-DPG-CALC-MES
           END-IF.

       PROCURAR-PRAZO-LEGAL-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    AVISAR-PRAZO-LEGAL                                       *
      *    Run tarde demais para o prazo legal do credito: aviso    *
      *    no log de excecoes e RC=4 para a operacao tratar com o   *
      *    RH (o credito sai assim mesmo, no primeiro dia viavel).  *
      *----------------------------------------------------------*
       AVISAR-PRAZO-LEGAL.
           DISPLAY WS-DPG-PROGRAMA ' CREDITO ' WS-DPG-TIPO-PAGAMENTO
                   ' ' WS-DPG-REFERENCIA ' EM ' WS-DPG-DATA-CREDITO
                   ' APOS O PRAZO LEGAL ' WS-DPG-DATA-LIMITE.
           MOVE WS-DPG-PROGRAMA      TO WS-EXC-PROGRAMA.
           MOVE 'AVISAR-PRAZO-LEGAL' TO WS-EXC-PARAGRAFO.
           MOVE 4                    TO WS-EXC-CODIGO.
           MOVE SPACES               TO WS-EXC-MENSAGEM.
           STRING WS-DPG-TIPO-PAGAMENTO DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-DPG-REFERENCIA DELIMITED BY SPACE
                  ' CRED ' DELIMITED BY SIZE
                  WS-DPG-DATA-CREDITO DELIMITED BY SIZE
                  ' LIM ' DELIMITED BY SIZE
                  WS-DPG-DATA-LIMITE DELIMITED BY SIZE
                  INTO WS-EXC-MENSAGEM
           END-STRING.
           MOVE 3 TO WS-EXC-SEVERIDADE.
           PERFORM GRAVAR-EXCECAO-GERAL.
           IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.

       AVISAR-PRAZO-LEGAL-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    CARREGAR-REGRAS-PAGAMENTO                                *
      *    Linhas de DIAPAGTO.DAT substituem a regra padrao do      *
      *    tipo; linha invalida e ignorada (vale a padrao). O       *
      *    calendario e carregado ao redor da data do run.          *
      *----------------------------------------------------------*
       CARREGAR-REGRAS-PAGAMENTO.
           MOVE 'N' TO WS-DPG-EOF.
           OPEN INPUT CARTAO-DIA-PAGAMENTO.
           IF WS-STATUS-DIA-PAGAMENTO = '00'
               PERFORM LER-REGRA-PAGAMENTO THRU
                       LER-REGRA-PAGAMENTO-EXIT
                   UNTIL WS-DPG-EOF = 'S'
           END-IF.
           CLOSE CARTAO-DIA-PAGAMENTO.

           COMPUTE WS-DPG-INT-AUX =
               FUNCTION INTEGER-OF-DATE (WS-DPG-DATA-RUN) - 45.
           COMPUTE WS-DPG-DATA-CAL-INICIO =
               FUNCTION DATE-OF-INTEGER (WS-DPG-INT-AUX).
           ADD 195 TO WS-DPG-INT-AUX.
           COMPUTE WS-DPG-DATA-CAL-FIM =
               FUNCTION DATE-OF-INTEGER (WS-DPG-INT-AUX).
           MOVE ZEROS TO WS-DPG-QTD-CALENDARIO.
           MOVE 'N' TO WS-DPG-EOF.
           OPEN INPUT CALENDARIO-PAGAMENTO.
           IF WS-STATUS-CALEND-PAGTO = '00'
               PERFORM LER-DIA-CALEND-PAGTO THRU
                       LER-DIA-CALEND-PAGTO-EXIT
                   UNTIL WS-DPG-EOF = 'S'
           ELSE
               DISPLAY WS-DPG-PROGRAMA ' CALENDAR.DAT AUSENTE - SO '
                       'FIM DE SEMANA COMO NAO UTIL'
           END-IF.
           CLOSE CALENDARIO-PAGAMENTO.

       CARREGAR-REGRAS-PAGAMENTO-EXIT.
           EXIT.

       LER-REGRA-PAGAMENTO.
           READ CARTAO-DIA-PAGAMENTO
               AT END
                   MOVE 'S' TO WS-DPG-EOF
                   GO TO LER-REGRA-PAGAMENTO-EXIT
           END-READ.
           IF NOT DPC-REGRA-VALIDA
                  OR DPC-NUMERO IS NOT NUMERIC
                  OR NOT DPC-MES-VALIDO
                  OR DPC-ANTECEDENCIA IS NOT NUMERIC
                  OR (DPC-REGRA = 'U' AND
                      (DPC-NUMERO = ZEROS OR DPC-NUMERO > 20))
                  OR (DPC-REGRA = 'D' AND
                      (DPC-NUMERO = ZEROS OR DPC-NUMERO > 31))
               DISPLAY WS-DPG-PROGRAMA ' DIAPAGTO.DAT REGRA INVALIDA '
                       'PARA ' DPC-TIPO-PAGAMENTO ' - VALE A PADRAO'
               GO TO LER-REGRA-PAGAMENTO-EXIT
           END-IF.
           MOVE 'N' TO WS-DPG-REGRA-ACHADA.
           PERFORM ATUALIZAR-REGRA-PAGAMENTO THRU
                   ATUALIZAR-REGRA-PAGAMENTO-EXIT
               VARYING WS-DPG-IDX-REGRA FROM 1 BY 1
               UNTIL WS-DPG-IDX-REGRA > 5
                  OR WS-DPG-REGRA-ACHADA = 'S'.

       LER-REGRA-PAGAMENTO-EXIT.
           EXIT.

       ATUALIZAR-REGRA-PAGAMENTO.
           IF WS-DPG-RGR-TIPO (WS-DPG-IDX-REGRA) = DPC-TIPO-PAGAMENTO
               MOVE 'S' TO WS-DPG-REGRA-ACHADA
               MOVE DPC-REGRA   TO WS-DPG-RGR-REGRA (WS-DPG-IDX-REGRA)
               MOVE DPC-NUMERO  TO WS-DPG-RGR-NUMERO (WS-DPG-IDX-REGRA)
               MOVE DPC-MES     TO WS-DPG-RGR-MES (WS-DPG-IDX-REGRA)
               MOVE DPC-ANTECEDENCIA
                   TO WS-DPG-RGR-ANTECED (WS-DPG-IDX-REGRA)
           END-IF.

       ATUALIZAR-REGRA-PAGAMENTO-EXIT.
           EXIT.

       LER-DIA-CALEND-PAGTO.
           READ CALENDARIO-PAGAMENTO
               AT END
                   MOVE 'S' TO WS-DPG-EOF
                   GO TO LER-DIA-CALEND-PAGTO-EXIT
           END-READ.
           IF CLP-DATA IS NUMERIC
                  AND CLP-DATA NOT < WS-DPG-DATA-CAL-INICIO
                  AND CLP-DATA NOT > WS-DPG-DATA-CAL-FIM
                  AND WS-DPG-QTD-CALENDARIO < 400
               ADD 1 TO WS-DPG-QTD-CALENDARIO
               MOVE CLP-DATA
                   TO WS-DPG-CLD-DATA (WS-DPG-QTD-CALENDARIO)
               MOVE CLP-TIPO
                   TO WS-DPG-CLD-TIPO (WS-DPG-QTD-CALENDARIO)
           END-IF.

       LER-DIA-CALEND-PAGTO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    CALCULAR-DATA-REGRA-PAGTO                                *
      *    Regra em WS-DPG-CALC-* -> WS-DPG-DATA-CALC (zeros na     *
      *    regra 'N' ou sem competencia/evento para aplicar).       *
      *----------------------------------------------------------*
       CALCULAR-DATA-REGRA-PAGTO.
           MOVE ZEROS TO WS-DPG-DATA-CALC.
           IF WS-DPG-CALC-REGRA = 'P'
               IF WS-DPG-DATA-EVENTO = ZEROS
                   GO TO CALCULAR-DATA-REGRA-PAGTO-EXIT
               END-IF
               COMPUTE WS-DPG-INT-TESTE =
                   FUNCTION INTEGER-OF-DATE (WS-DPG-DATA-EVENTO)
                   + WS-DPG-CALC-NUMERO
               COMPUTE WS-DPG-DATA-TESTE =
                   FUNCTION DATE-OF-INTEGER (WS-DPG-INT-TESTE)
               PERFORM ANTECIPAR-DIA-UTIL-PAGTO THRU
                       ANTECIPAR-DIA-UTIL-PAGTO-EXIT
               MOVE WS-DPG-DATA-TESTE TO WS-DPG-DATA-CALC
               GO TO CALCULAR-DATA-REGRA-PAGTO-EXIT
           END-IF.
           IF (WS-DPG-CALC-REGRA NOT = 'U' AND
               WS-DPG-CALC-REGRA NOT = 'D' AND
               WS-DPG-CALC-REGRA NOT = 'L')
                  OR WS-DPG-COMPETENCIA = ZEROS
               GO TO CALCULAR-DATA-REGRA-PAGTO-EXIT
           END-IF.

      *    Mes de referencia e o seu ultimo dia.
           MOVE WS-DPG-COMPETENCIA TO WS-DPG-MES-REF.
           IF WS-DPG-CALC-MES = 'S'
               IF WS-DPG-MRF-MES = 12
                   ADD 1 TO WS-DPG-MRF-ANO
                   MOVE 1 TO WS-DPG-MRF-MES
               ELSE
                   ADD 1 TO WS-DPG-MRF-MES
               END-IF
           END-IF.
           MOVE WS-DPG-MES-REF TO WS-DPG-MES-SEGUINTE.
           IF WS-DPG-MSG-MES = 12
               ADD 1 TO WS-DPG-MSG-ANO
               MOVE 1 TO WS-DPG-MSG-MES
           ELSE
               ADD 1 TO WS-DPG-MSG-MES
           END-IF.
           COMPUTE WS-DPG-DATA-TESTE = WS-DPG-MES-SEGUINTE * 100 + 1.
           COMPUTE WS-DPG-INT-AUX =
               FUNCTION INTEGER-OF-DATE (WS-DPG-DATA-TESTE) - 1.
           COMPUTE WS-DPG-DATA-TESTE =
               FUNCTION DATE-OF-INTEGER (WS-DPG-INT-AUX).
           DIVIDE WS-DPG-DATA-TESTE BY 100 GIVING WS-DPG-QUOCIENTE
               REMAINDER WS-DPG-ULTIMO-DIA.

           EVALUATE WS-DPG-CALC-REGRA
               WHEN 'U'
                   IF WS-DPG-CALC-NUMERO = ZEROS
                       MOVE 1 TO WS-DPG-CALC-NUMERO
                   END-IF
                   COMPUTE WS-DPG-DATA-TESTE =
                       WS-DPG-MES-REF * 100 + 1
                   COMPUTE WS-DPG-INT-TESTE =
                       FUNCTION INTEGER-OF-DATE (WS-DPG-DATA-TESTE)
                   MOVE ZEROS TO WS-DPG-QTD-UTEIS
                   MOVE ZEROS TO WS-DPG-QTD-TESTADOS
                   PERFORM CONTAR-DIA-UTIL-PAGTO THRU
                           CONTAR-DIA-UTIL-PAGTO-EXIT
                       UNTIL WS-DPG-QTD-UTEIS = WS-DPG-CALC-NUMERO
                          OR WS-DPG-QTD-TESTADOS > 40
               WHEN 'L'
                   PERFORM ANTECIPAR-DIA-UTIL-PAGTO THRU
                           ANTECIPAR-DIA-UTIL-PAGTO-EXIT
               WHEN 'D'
                   IF WS-DPG-CALC-NUMERO > WS-DPG-ULTIMO-DIA
                          OR WS-DPG-CALC-NUMERO = ZEROS
                       MOVE WS-DPG-ULTIMO-DIA TO WS-DPG-CALC-NUMERO
                   END-IF
                   COMPUTE WS-DPG-DATA-TESTE =
                       WS-DPG-MES-REF * 100 + WS-DPG-CALC-NUMERO
                   PERFORM ANTECIPAR-DIA-UTIL-PAGTO THRU
                           ANTECIPAR-DIA-UTIL-PAGTO-EXIT
           END-EVALUATE.
           MOVE WS-DPG-DATA-TESTE TO WS-DPG-DATA-CALC.

       CALCULAR-DATA-REGRA-PAGTO-EXIT.
           EXIT.

       CONTAR-DIA-UTIL-PAGTO.
           COMPUTE WS-DPG-DATA-TESTE =
               FUNCTION DATE-OF-INTEGER (WS-DPG-INT-TESTE).
           PERFORM VERIFICAR-DIA-UTIL-PAGTO THRU
                   VERIFICAR-DIA-UTIL-PAGTO-EXIT.
           IF WS-DPG-E-DIA-UTIL = 'S'
               ADD 1 TO WS-DPG-QTD-UTEIS
           END-IF.
           IF WS-DPG-QTD-UTEIS < WS-DPG-CALC-NUMERO
               ADD 1 TO WS-DPG-INT-TESTE
           END-IF.
           ADD 1 TO WS-DPG-QTD-TESTADOS.

       CONTAR-DIA-UTIL-PAGTO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    CALCULAR-DATA-MINIMA-PAGTO                               *
      *    Primeiro credito viavel: a data do run avancada dos dias *
      *    uteis de antecedencia (antecedencia zero vale o proprio  *
      *    run, se util, senao o dia util seguinte).                *
      *----------------------------------------------------------*
       CALCULAR-DATA-MINIMA-PAGTO.
           MOVE WS-DPG-DATA-RUN TO WS-DPG-DATA-TESTE.
           PERFORM VERIFICAR-DIA-UTIL-PAGTO THRU
                   VERIFICAR-DIA-UTIL-PAGTO-EXIT.
           MOVE WS-DPG-CALC-ANTECED TO WS-DPG-QTD-ALVO.
           IF WS-DPG-QTD-ALVO = ZEROS AND WS-DPG-E-DIA-UTIL = 'N'
               MOVE 1 TO WS-DPG-QTD-ALVO
           END-IF.
           MOVE ZEROS TO WS-DPG-QTD-UTEIS.
           MOVE ZEROS TO WS-DPG-QTD-TESTADOS.
           PERFORM AVANCAR-DIA-UTIL-PAGTO THRU
                   AVANCAR-DIA-UTIL-PAGTO-EXIT
               UNTIL WS-DPG-QTD-UTEIS NOT < WS-DPG-QTD-ALVO
                  OR WS-DPG-QTD-TESTADOS > 40.
           MOVE WS-DPG-DATA-TESTE TO WS-DPG-DATA-MINIMA.

       CALCULAR-DATA-MINIMA-PAGTO-EXIT.
           EXIT.

       AVANCAR-DIA-UTIL-PAGTO.
           ADD 1 TO WS-DPG-INT-TESTE.
           COMPUTE WS-DPG-DATA-TESTE =
               FUNCTION DATE-OF-INTEGER (WS-DPG-INT-TESTE).
           PERFORM VERIFICAR-DIA-UTIL-PAGTO THRU
                   VERIFICAR-DIA-UTIL-PAGTO-EXIT.
           IF WS-DPG-E-DIA-UTIL = 'S'
               ADD 1 TO WS-DPG-QTD-UTEIS
           END-IF.
           ADD 1 TO WS-DPG-QTD-TESTADOS.

       AVANCAR-DIA-UTIL-PAGTO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    ANTECIPAR-DIA-UTIL-PAGTO                                 *
      *    WS-DPG-DATA-TESTE recua ate o dia util anterior (no      *
      *    maximo 15 dias), como em TESTCAIX.                       *
      *----------------------------------------------------------*
       ANTECIPAR-DIA-UTIL-PAGTO.
           PERFORM VERIFICAR-DIA-UTIL-PAGTO THRU
                   VERIFICAR-DIA-UTIL-PAGTO-EXIT.
           MOVE ZEROS TO WS-DPG-QTD-TESTADOS.
           PERFORM RECUAR-DIA-PAGTO THRU RECUAR-DIA-PAGTO-EXIT
               UNTIL WS-DPG-E-DIA-UTIL = 'S'
                  OR WS-DPG-QTD-TESTADOS > 15.

       ANTECIPAR-DIA-UTIL-PAGTO-EXIT.
           EXIT.

       RECUAR-DIA-PAGTO.
           SUBTRACT 1 FROM WS-DPG-INT-TESTE.
           COMPUTE WS-DPG-DATA-TESTE =
               FUNCTION DATE-OF-INTEGER (WS-DPG-INT-TESTE).
           PERFORM VERIFICAR-DIA-UTIL-PAGTO THRU
                   VERIFICAR-DIA-UTIL-PAGTO-EXIT.
           ADD 1 TO WS-DPG-QTD-TESTADOS.

       RECUAR-DIA-PAGTO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    VERIFICAR-DIA-UTIL-PAGTO                                 *
      *    WS-DPG-DATA-TESTE -> WS-DPG-E-DIA-UTIL (e o inteiro da   *
      *    data em WS-DPG-INT-TESTE). Vale o tipo do calendario;    *
      *    data ausente e util salvo sabado e domingo.              *
      *----------------------------------------------------------*
       VERIFICAR-DIA-UTIL-PAGTO.
           COMPUTE WS-DPG-INT-TESTE =
               FUNCTION INTEGER-OF-DATE (WS-DPG-DATA-TESTE).
           DIVIDE WS-DPG-INT-TESTE BY 7 GIVING WS-DPG-QUOCIENTE
               REMAINDER WS-DPG-DIA-SEMANA.
           MOVE 'N' TO WS-DPG-DATA-ACHADA.
           PERFORM PROCURAR-DIA-CALEND-PAGTO THRU
                   PROCURAR-DIA-CALEND-PAGTO-EXIT
               VARYING WS-DPG-IDX-CALENDARIO FROM 1 BY 1
               UNTIL WS-DPG-IDX-CALENDARIO > WS-DPG-QTD-CALENDARIO
                  OR WS-DPG-DATA-ACHADA = 'S'.
           IF WS-DPG-DATA-ACHADA = 'N'
               IF WS-DPG-DIA-SEMANA = 0 OR WS-DPG-DIA-SEMANA = 6
                   MOVE 'N' TO WS-DPG-E-DIA-UTIL
               ELSE
                   MOVE 'S' TO WS-DPG-E-DIA-UTIL
               END-IF
           END-IF.

       VERIFICAR-DIA-UTIL-PAGTO-EXIT.
           EXIT.

       PROCURAR-DIA-CALEND-PAGTO.
           IF WS-DPG-CLD-DATA (WS-DPG-IDX-CALENDARIO)
                  = WS-DPG-DATA-TESTE
               MOVE 'S' TO WS-DPG-DATA-ACHADA
               IF WS-DPG-CLD-TIPO (WS-DPG-IDX-CALENDARIO) = 'U'
                      OR WS-DPG-CLD-TIPO (WS-DPG-IDX-CALENDARIO) = 'M'
                   MOVE 'S' TO WS-DPG-E-DIA-UTIL
               ELSE
                   MOVE 'N' TO WS-DPG-E-DIA-UTIL
               END-IF
           END-IF.

       PROCURAR-DIA-CALEND-PAGTO-EXIT.
           EXIT.
