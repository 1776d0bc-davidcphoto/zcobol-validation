      *----------------------------------------------------------*
      *    QUADWS - campos de working-storage do quadro autorizado *
      *    por departamento. Incluir dentro de WORKING-STORAGE.    *
      *----------------------------------------------------------*
       01  WS-STATUS-QUADRO         PIC XX.
       01  WS-EOF-QUADRO            PIC X VALUE 'N'.
