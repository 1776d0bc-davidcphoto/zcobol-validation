      *----------------------------------------------------------*
      *    QUADSEL - SELECT do quadro autorizado por departamento  *
      *    (QUADAUT.DAT, indexado pelo codigo do departamento do   *
      *    DEPTMST.DAT). Incluir dentro de FILE-CONTROL. Usar      *
      *    junto com QUADFD (FILE SECTION) e QUADWS                *
      *    (WORKING-STORAGE).                                      *
      *----------------------------------------------------------*
           SELECT QUADRO-AUTORIZADO
               ASSIGN TO "QUADAUT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS QDA-DEPARTAMENTO
               FILE STATUS IS WS-STATUS-QUADRO.
