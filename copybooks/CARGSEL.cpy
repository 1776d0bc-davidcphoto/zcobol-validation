      *----------------------------------------------------------*
      *    CARGSEL - SELECT do catalogo de cargos                  *
      *    (CARGOMST.DAT, indexado pelo codigo do cargo).          *
      *    Incluir dentro de FILE-CONTROL. Usar junto com CARGFD   *
      *    (FILE SECTION) e CARGWS (WORKING-STORAGE).              *
      *----------------------------------------------------------*
           SELECT CARGOS-MASTER
               ASSIGN TO "CARGOMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CRG-CODIGO
               FILE STATUS IS WS-STATUS-CARGOS.
