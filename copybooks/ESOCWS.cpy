      *----------------------------------------------------------*
      *    ESOCWS - campos de working-storage do registro de       *
      *    eventos do empregado enviados ao governo. Incluir       *
      *    dentro de WORKING-STORAGE.                              *
      *----------------------------------------------------------*
       01  WS-STATUS-EVENTOS-GOV    PIC XX.
       01  WS-EOF-EVENTOS-GOV       PIC X VALUE 'N'.
