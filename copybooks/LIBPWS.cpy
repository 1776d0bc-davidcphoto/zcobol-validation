      *----------------------------------------------------------*
      *    LIBPWS - campos de working-storage da liberacao         *
      *    financeira. Incluir em WORKING-STORAGE. O chamador      *
      *    executa PERFORM CONSULTAR-LIBERACAO-PAGAMENTO THRU      *
      *    -EXIT e testa WS-LIB-TEM-PACOTE e a situacao do run;    *
      *    para gravar uma decisao, move WS-LIB-NOVA-DECISAO,      *
      *    WS-LIB-NOVO-OPERADOR e WS-LIB-NOVO-MOTIVO e executa     *
      *    PERFORM REGISTRAR-DECISAO-LIBERACAO (ver LIBPPRC).      *
      *----------------------------------------------------------*
       01  WS-STATUS-PACOTE-LIB     PIC XX.
       01  WS-STATUS-DECISOES-LIB   PIC XX.
       01  WS-EOF-DECISOES-LIB      PIC X VALUE 'N'.
       01  WS-LIB-TEM-PACOTE        PIC X VALUE 'N'.
       01  WS-LIB-ID-RUN.
           05  WS-LIB-ID-DATA       PIC 9(08) VALUE ZEROS.
           05  WS-LIB-ID-HORA       PIC 9(08) VALUE ZEROS.
       01  WS-LIB-OPERADOR-RUN      PIC X(08) VALUE SPACES.
       01  WS-LIB-QTD-PAGAMENTOS    PIC 9(09) VALUE ZEROS.
       01  WS-LIB-VALOR-TOTAL       PIC 9(13)V99 VALUE ZEROS.
       01  WS-LIB-QTD-RETIDOS       PIC 9(05) VALUE ZEROS.
       01  WS-LIB-SITUACAO          PIC X VALUE 'R'.
           88  LIB-RETIDO           VALUE 'R'.
           88  LIB-LIBERADO         VALUE 'L'.
           88  LIB-REJEITADO        VALUE 'J'.
           88  LIB-TRANSMITIDO      VALUE 'T'.
       01  WS-LIB-OPERADOR-DECISAO  PIC X(08) VALUE SPACES.
       01  WS-LIB-DATA-DECISAO      PIC 9(08) VALUE ZEROS.
       01  WS-LIB-MOTIVO-DECISAO    PIC X(30) VALUE SPACES.
       01  WS-LIB-NOVA-DECISAO      PIC X(01) VALUE SPACE.
       01  WS-LIB-NOVO-OPERADOR     PIC X(08) VALUE SPACES.
       01  WS-LIB-NOVO-MOTIVO       PIC X(30) VALUE SPACES.
