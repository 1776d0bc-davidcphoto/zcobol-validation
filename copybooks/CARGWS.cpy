      *----------------------------------------------------------*
      *    CARGWS - campos de working-storage do catalogo de       *
      *    cargos. Incluir dentro de WORKING-STORAGE.              *
      *----------------------------------------------------------*
       01  WS-STATUS-CARGOS         PIC XX.
       01  WS-EOF-CARGOS            PIC X VALUE 'N'.
