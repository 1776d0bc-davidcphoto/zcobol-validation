      *----------------------------------------------------------*
      *    NOTFWS - campos de working-storage do registro de       *
      *    notificacoes ao empregado. Incluir dentro de            *
      *    WORKING-STORAGE.                                        *
      *----------------------------------------------------------*
       01  WS-STATUS-NOTIFICACOES   PIC XX.
       01  WS-EOF-NOTIFICACOES      PIC X VALUE 'N'.
