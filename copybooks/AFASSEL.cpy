      *----------------------------------------------------------*
      *    AFASSEL - SELECT do registro de afastamentos             *
      *    (AFASTREG.DAT, alimentado pela RH: um afastamento por    *
      *    linha). Incluir dentro de FILE-CONTROL. Usar junto com   *
      *    AFASFD (FILE SECTION), AFASWS (WORKING-STORAGE) e        *
      *    AFASPRC (PROCEDURE DIVISION). Sem o arquivo, ninguem     *
      *    esta afastado.                                           *
      *----------------------------------------------------------*
           SELECT OPTIONAL REGISTRO-AFASTAMENTOS
               ASSIGN TO "AFASTREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-AFASTAMENTOS.
