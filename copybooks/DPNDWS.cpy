      *----------------------------------------------------------*
      *    DPNDWS - campos de working-storage do cadastro de       *
      *    dependentes. Incluir dentro de WORKING-STORAGE.         *
      *----------------------------------------------------------*
       01  WS-STATUS-DEPENDENTES    PIC XX.
       01  WS-EOF-DEPENDENTES       PIC X VALUE 'N'.
