      *----------------------------------------------------------*
      *    LIBPSEL - SELECTs da liberacao financeira do pagamento: *
      *    o pacote do run (LIBPGTO.DAT, regravado por TESTBANK a  *
      *    cada arquivo gerado) e o registro de decisoes           *
      *    (LIBDECIS.DAT, apendado por TESTLIBF e TESTBTRN).       *
      *    Incluir dentro de FILE-CONTROL, junto com LIBPFD,       *
      *    LIBPWS e LIBPPRC.                                       *
      *----------------------------------------------------------*
           SELECT OPTIONAL PACOTE-LIBERACAO
               ASSIGN TO "LIBPGTO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-PACOTE-LIB.

           SELECT OPTIONAL REGISTRO-LIBERACOES
               ASSIGN TO "LIBDECIS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-DECISOES-LIB.
