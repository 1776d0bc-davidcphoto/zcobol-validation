      *----------------------------------------------------------*
      *    ESTBSEL - SELECT do registro de estabilidades            *
      *    (ESTABREG.DAT, alimentado pela RH/Juridico: um periodo   *
      *    de estabilidade por linha) e do cartao de liberacao do   *
      *    Juridico (ESTBOVR.DAT). Incluir dentro de FILE-CONTROL.  *
      *    Usar junto com ESTBFD (FILE SECTION), ESTBWS (WORKING-   *
      *    STORAGE) e ESTBPRC (PROCEDURE DIVISION). Sem o registro, *
      *    ninguem tem estabilidade.                                *
      *----------------------------------------------------------*
           SELECT OPTIONAL REGISTRO-ESTABILIDADES
               ASSIGN TO "ESTABREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-ESTABILIDADES.

           SELECT OPTIONAL CARTAO-LIBERACAO-ESTAB
               ASSIGN TO "ESTBOVR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-LIBERACAO-EST.
