      *----------------------------------------------------------*
      *    INTFSEL - SELECT do registro de interfaces de saida     *
      *    (INTFREG.DAT, indexado pela chave nome do arquivo +     *
      *    data do envio). Incluir dentro de FILE-CONTROL. Usar    *
      *    junto com INTFFD (FILE SECTION) e INTFWS                *
      *    (WORKING-STORAGE).                                      *
      *----------------------------------------------------------*
           SELECT REGISTRO-INTERFACES
               ASSIGN TO "INTFREG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INT-CHAVE
               FILE STATUS IS WS-STATUS-INTERFACES.
