      *----------------------------------------------------------*
      *    CNABPRC - apoio aos arquivos CNAB 240 (ver CNABWS).     *
      *    Requer COPY CNABWS na WORKING-STORAGE.                  *
      *      VERIFICAR-LAYOUT-CNAB: com o primeiro registro do     *
      *        arquivo em WS-CNAB-REGISTRO, indica em              *
      *        WS-CNB-LAYOUT-ARQUIVO se o arquivo e CNAB 240 ('C') *
      *        ou do layout proprio ('P', registros H/D/T).        *
      *      VERIFICAR-REGISTRO-CNAB: com qualquer registro lido   *
      *        em WS-CNAB-REGISTRO, indica em                      *
      *        WS-CNB-LAYOUT-REGISTRO se ELE e CNAB 240 ('C':      *
      *        banco e lote numericos, tipo 0/1/3/5/9) ou do       *
      *        layout proprio ('P', comeca por H/D/T) - para       *
      *        arquivo que mistura os dois layouts.                *
      *      CLASSIFICAR-OCORRENCIA-CNAB: com o codigo de          *
      *        ocorrencia do retorno em WS-CNB-OCORRENCIA, devolve *
      *        WS-CNB-SITUACAO e WS-CNB-MOTIVO (PERFORM THRU).     *
      *      CONVERTER-DATA-PARA-CNAB / CONVERTER-DATA-DO-CNAB:    *
      *        WS-CNB-DATA-AAAAMMDD <-> WS-CNB-DATA-DDMMAAAA.      *
      *----------------------------------------------------------*
       VERIFICAR-LAYOUT-CNAB.
           MOVE 'P' TO WS-CNB-LAYOUT-ARQUIVO.
           IF CNB-BANCO IS NUMERIC
                  AND CNB-LOTE = '0000'
                  AND CNB-HEADER-ARQUIVO
               MOVE 'C' TO WS-CNB-LAYOUT-ARQUIVO
           END-IF.

       VERIFICAR-LAYOUT-CNAB-EXIT.
           EXIT.

       VERIFICAR-REGISTRO-CNAB.
           MOVE 'P' TO WS-CNB-LAYOUT-REGISTRO.
           IF CNB-BANCO IS NUMERIC
                  AND CNB-LOTE IS NUMERIC
                  AND (CNB-HEADER-ARQUIVO OR CNB-HEADER-LOTE
                    OR CNB-DETALHE OR CNB-TRAILER-LOTE
                    OR CNB-TRAILER-ARQUIVO)
               MOVE 'C' TO WS-CNB-LAYOUT-REGISTRO
           END-IF.

       VERIFICAR-REGISTRO-CNAB-EXIT.
           EXIT.

       CLASSIFICAR-OCORRENCIA-CNAB.
           MOVE SPACES TO WS-CNB-MOTIVO.
           IF WS-CNB-OCORRENCIA = SPACES
               MOVE 'I' TO WS-CNB-SITUACAO
               MOVE 'RETORNO SEM OCORRENCIA' TO WS-CNB-MOTIVO
               GO TO CLASSIFICAR-OCORRENCIA-CNAB-EXIT
           END-IF.
           MOVE 'N' TO WS-CNB-OCORRENCIA-ACHADA.
           PERFORM PROCURAR-OCORRENCIA-CNAB
               VARYING WS-CNB-IDX FROM 1 BY 1
               UNTIL WS-CNB-IDX > WS-QTD-OCORRENCIAS-CNAB
                  OR WS-CNB-OCORRENCIA-ACHADA = 'S'.
           IF WS-CNB-OCORRENCIA-ACHADA = 'S'
               SUBTRACT 1 FROM WS-CNB-IDX
               MOVE WS-OCR-SITUACAO (WS-CNB-IDX)  TO WS-CNB-SITUACAO
               MOVE WS-OCR-DESCRICAO (WS-CNB-IDX) TO WS-CNB-MOTIVO
           ELSE
               MOVE 'D' TO WS-CNB-SITUACAO
               STRING 'OCORRENCIA CNAB ' WS-CNB-OCORRENCIA
                   DELIMITED BY SIZE
                   INTO WS-CNB-MOTIVO
               END-STRING
           END-IF.

       CLASSIFICAR-OCORRENCIA-CNAB-EXIT.
           EXIT.

       PROCURAR-OCORRENCIA-CNAB.
           IF WS-OCR-CODIGO (WS-CNB-IDX) = WS-CNB-OCORRENCIA
               MOVE 'S' TO WS-CNB-OCORRENCIA-ACHADA
           END-IF.

       PROCURAR-OCORRENCIA-CNAB-EXIT.
           EXIT.

       CONVERTER-DATA-PARA-CNAB.
           MOVE WS-CNB-DD   TO WS-CNB-DIA.
           MOVE WS-CNB-MM   TO WS-CNB-MES.
           MOVE WS-CNB-AAAA TO WS-CNB-ANO.

       CONVERTER-DATA-PARA-CNAB-EXIT.
           EXIT.

       CONVERTER-DATA-DO-CNAB.
           MOVE WS-CNB-DIA TO WS-CNB-DD.
           MOVE WS-CNB-MES TO WS-CNB-MM.
           MOVE WS-CNB-ANO TO WS-CNB-AAAA.

       CONVERTER-DATA-DO-CNAB-EXIT.
           EXIT.
