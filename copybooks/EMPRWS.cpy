      *----------------------------------------------------------*
      *    EMPRWS - campos de working-storage do cadastro de        *
      *    empresas empregadoras. Incluir dentro de                 *
      *    WORKING-STORAGE. O chamador move WS-EPR-PROGRAMA (para   *
      *    o log de excecoes), executa CARREGAR-EMPRESAS uma vez e, *
      *    por registro, move o codigo da empresa do empregado para *
      *    WS-EPR-CODIGO-BUSCA e executa LOCALIZAR-EMPRESA: o       *
      *    indice da empresa volta em WS-EPR-IDX-ACHADO. Codigo em  *
      *    branco = empresa principal (entrada 1); codigo fora do   *
      *    cadastro tambem cai na principal e e contado em          *
      *    WS-EPR-QTD-DESCONHECIDAS. Os acumuladores de cada        *
      *    entrada (quantidade e tres valores) sao de uso livre do  *
      *    chamador. Ver EMPRPRC.                                   *
      *----------------------------------------------------------*
       01  WS-STATUS-CAD-EMPRESAS   PIC XX.
       01  WS-EPR-PROGRAMA          PIC X(08) VALUE SPACES.
       01  WS-EOF-CAD-EMPRESAS      PIC X VALUE 'N'.
       01  WS-QTD-EMPRESAS-CAD      PIC 9(02) VALUE ZEROS.
       01  WS-EPR-IDX               PIC 9(02) VALUE ZEROS.
       01  WS-EPR-IDX-ACHADO        PIC 9(02) VALUE ZEROS.
       01  WS-EPR-CODIGO-BUSCA      PIC X(05) VALUE SPACES.
       01  WS-EPR-QTD-DESCONHECIDAS PIC 9(05) VALUE ZEROS.
       01  WS-TABELA-EMPRESAS-CAD.
           05  WS-EPR-ENTRADA OCCURS 20 TIMES.
               10  WS-EPR-CODIGO        PIC X(05).
               10  WS-EPR-CNPJ          PIC X(14).
               10  WS-EPR-RAZAO         PIC X(40).
               10  WS-EPR-CONVENIO      PIC X(10).
               10  WS-EPR-QTD           PIC 9(09).
               10  WS-EPR-VALOR-1       PIC 9(13)V99.
               10  WS-EPR-VALOR-2       PIC 9(13)V99.
               10  WS-EPR-VALOR-3       PIC 9(13)V99.
