      *----------------------------------------------------------*
      *    EMPRSEL - SELECT do cadastro de empresas empregadoras    *
      *    (EMPRESA.DAT: um cartao por empresa do grupo; o          *
      *    PRIMEIRO cartao e a empresa principal, a mesma que os    *
      *    leitores de cartao unico ja usam). Incluir dentro de     *
      *    FILE-CONTROL. Usar junto com EMPRFD (FILE SECTION),      *
      *    EMPRWS (WORKING-STORAGE) e EMPRPRC (PROCEDURE DIVISION). *
      *----------------------------------------------------------*
           SELECT OPTIONAL CADASTRO-EMPRESAS
               ASSIGN TO "EMPRESA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CAD-EMPRESAS.
