      *----------------------------------------------------------*
      *    AFASWS - campos de working-storage do registro de        *
      *    afastamentos. Incluir dentro de WORKING-STORAGE. O       *
      *    chamador move WS-AFS-PROGRAMA (para o log de excecoes),  *
      *    executa CARREGAR-AFASTAMENTOS uma vez e, por             *
      *    empregado, move WS-AFS-MATRICULA e a janela              *
      *    (WS-AFS-JANELA-INICIO/FIM, AAAAMMDD inclusive) e         *
      *    executa PERFORM CONTAR-DIAS-SEM-REMUNERACAO THRU         *
      *    CONTAR-DIAS-SEM-REMUNERACAO-EXIT (ver AFASPRC).          *
      *----------------------------------------------------------*
       01  WS-STATUS-AFASTAMENTOS   PIC XX.
       01  WS-AFS-PROGRAMA          PIC X(10) VALUE SPACES.
       01  WS-EOF-AFASTAMENTOS      PIC X VALUE 'N'.
       01  WS-QTD-AFASTAMENTOS      PIC 9(04) VALUE ZEROS.
       01  WS-QTD-AFAST-INVALIDOS   PIC 9(04) VALUE ZEROS.
       01  WS-IDX-AFASTAMENTO       PIC 9(04) VALUE ZEROS.
       01  WS-TABELA-AFASTAMENTOS.
           05  WS-AFASTAMENTO OCCURS 2000 TIMES.
               10  WS-AFT-MATRICULA     PIC 9(05).
               10  WS-AFT-TIPO          PIC X(02).
                   88  WS-AFT-EMPRESA-PAGA-15  VALUE 'DO' 'AT'.
                   88  WS-AFT-REMUNERADO       VALUE 'MA'.
               10  WS-AFT-INICIO        PIC 9(08).
               10  WS-AFT-RETORNO-PREV  PIC 9(08).
               10  WS-AFT-RETORNO-EFET  PIC 9(08).

      *    Parametros e resultado de CONTAR-DIAS-SEM-REMUNERACAO.
       01  WS-AFS-MATRICULA         PIC 9(05) VALUE ZEROS.
       01  WS-AFS-JANELA-INICIO     PIC 9(08) VALUE ZEROS.
       01  WS-AFS-JANELA-FIM        PIC 9(08) VALUE ZEROS.
       01  WS-AFS-DIAS-FORA         PIC 9(05) VALUE ZEROS.

      *    Area de calculo (datas em dias corridos).
       01  WS-AFS-JAN-INI           PIC S9(09) COMP.
       01  WS-AFS-JAN-FIM           PIC S9(09) COMP.
       01  WS-AFS-SEG-INI           PIC S9(09) COMP.
       01  WS-AFS-SEG-FIM           PIC S9(09) COMP.
       01  WS-AFS-DATA-VALIDAR      PIC 9(08) VALUE ZEROS.
       01  WS-AFS-DATA-OK           PIC X VALUE 'N'.
