      *----------------------------------------------------------*
      *    INTFWS - campos de working-storage do registro de       *
      *    interfaces de saida. Incluir dentro de                  *
      *    WORKING-STORAGE.                                        *
      *----------------------------------------------------------*
       01  WS-STATUS-INTERFACES     PIC XX.
       01  WS-EOF-INTERFACES        PIC X VALUE 'N'.
