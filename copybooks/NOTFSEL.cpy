      *----------------------------------------------------------*
      *    NOTFSEL - SELECT do registro de notificacoes ao         *
      *    empregado enviadas ao gateway de e-mail/SMS             *
      *    (NOTIFREG.DAT, indexado pela chave tipo + matricula +   *
      *    referencia da notificacao). Incluir dentro de           *
      *    FILE-CONTROL. Usar junto com NOTFFD (FILE SECTION) e    *
      *    NOTFWS (WORKING-STORAGE).                               *
      *----------------------------------------------------------*
           SELECT REGISTRO-NOTIFICACOES
               ASSIGN TO "NOTIFREG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NTF-CHAVE
               FILE STATUS IS WS-STATUS-NOTIFICACOES.
