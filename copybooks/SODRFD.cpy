      *----------------------------------------------------------*
      *    SODRFD - regra de conflito de funcoes. Incluir dentro   *
      *    de FILE SECTION. Uma linha por par proibido; as duas    *
      *    funcoes usam os nomes de funcao de TESTSGON:            *
      *      CONSULTA TABELAS  OPCOES   APROVA   LIBERA            *
      *      RH       TRILHAS  MANUTENC PROMOVE                    *
      *    Linha com '*' na coluna 1 e comentario.                 *
      *----------------------------------------------------------*
       FD  TABELA-CONFLITOS.
       01  REG-REGRA-CONFLITO.
           05  SDR-FUNCAO-A         PIC X(08).
           05  FILLER               PIC X(01).
           05  SDR-FUNCAO-B         PIC X(08).
           05  FILLER               PIC X(01).
           05  SDR-DESCRICAO        PIC X(40).
           05  FILLER               PIC X(22).
