      *----------------------------------------------------------*
      *    SODRSEL - SELECT da tabela de conflitos de funcoes      *
      *    (SODRULES.DAT): pares de funcoes de OPERMST.DAT que     *
      *    uma mesma pessoa nao pode acumular. Incluir dentro de   *
      *    FILE-CONTROL. Usar junto com SODRFD (FILE SECTION),     *
      *    SODRWS (WORKING-STORAGE) e SODRPRC (PROCEDURE           *
      *    DIVISION).                                              *
      *----------------------------------------------------------*
           SELECT OPTIONAL TABELA-CONFLITOS
               ASSIGN TO "SODRULES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-SOD-REGRAS.
