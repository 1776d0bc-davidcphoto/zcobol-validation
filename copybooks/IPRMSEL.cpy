      *----------------------------------------------------------*
      *    IPRMSEL - SELECT do cadastro de instrucoes permanentes  *
      *    (INSTPERM.DAT, indexado pelo codigo da instrucao).      *
      *    Incluir dentro de FILE-CONTROL. Usar junto com IPRMFD   *
      *    (FILE SECTION), IPRMWS (WORKING-STORAGE) e IPRMPRC      *
      *    (PROCEDURE DIVISION).                                   *
      *----------------------------------------------------------*
           SELECT INSTRUCOES-PERMANENTES
               ASSIGN TO "INSTPERM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IPM-CODIGO
               FILE STATUS IS WS-STATUS-INSTRUCOES.
