      *----------------------------------------------------------*
      *    DPNDSEL - SELECT do cadastro de dependentes             *
      *    (DEPNMST.DAT, indexado por matricula + sequencia).      *
      *    Incluir dentro de FILE-CONTROL. Usar junto com DPNDFD   *
      *    (FILE SECTION) e DPNDWS (WORKING-STORAGE).              *
      *----------------------------------------------------------*
           SELECT DEPENDENTES-MASTER
               ASSIGN TO "DEPNMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DPN-CHAVE
               FILE STATUS IS WS-STATUS-DEPENDENTES.
