      *----------------------------------------------------------*
      *    ESOCSEL - SELECT do registro de eventos do empregado    *
      *    enviados ao governo (ESOCREG.DAT, indexado pela chave   *
      *    tipo + matricula + referencia do evento). Incluir       *
      *    dentro de FILE-CONTROL. Usar junto com ESOCFD (FILE     *
      *    SECTION) e ESOCWS (WORKING-STORAGE).                    *
      *----------------------------------------------------------*
           SELECT REGISTRO-EVENTOS-GOV
               ASSIGN TO "ESOCREG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EVS-CHAVE
               FILE STATUS IS WS-STATUS-EVENTOS-GOV.
