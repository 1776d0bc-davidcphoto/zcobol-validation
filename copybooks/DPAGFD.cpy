      *----------------------------------------------------------*
      *    DPAGFD - regra de dia de pagamento e dia do calendario. *
      *    Incluir dentro de FILE SECTION. Uma linha de            *
      *    DIAPAGTO.DAT por tipo de credito substitui a regra      *
      *    padrao do tipo (ver DPAGWS):                            *
      *      tipo   SAL salario, ADT adiantamento, 13A/13B         *
      *             parcelas do 13o, RES rescisao;                 *
      *      regra  U N-esimo dia util do mes de referencia;       *
      *             D dia N do mes, antecipado ao dia util         *
      *             anterior; L ultimo dia util do mes;            *
      *             P N dias corridos apos o evento (rescisao:     *
      *             o desligamento), antecipado ao dia util;       *
      *      mes    C o proprio mes da competencia, S o seguinte;  *
      *      antecedencia  dias uteis entre o run e o credito      *
      *             (prazo do banco para processar o arquivo).     *
      *----------------------------------------------------------*
       FD  CARTAO-DIA-PAGAMENTO.
       01  REG-CARTAO-DIA-PAGAMENTO.
           05  DPC-TIPO-PAGAMENTO   PIC X(03).
           05  DPC-REGRA            PIC X(01).
               88  DPC-REGRA-VALIDA VALUE 'U' 'D' 'L' 'P'.
           05  DPC-NUMERO           PIC 9(02).
           05  DPC-MES              PIC X(01).
               88  DPC-MES-VALIDO   VALUE 'C' 'S'.
           05  DPC-ANTECEDENCIA     PIC 9(01).
           05  FILLER               PIC X(72).

      *    Mesmo layout de TESTCALD: dia ausente e util salvo
      *    sabado e domingo.
       FD  CALENDARIO-PAGAMENTO.
       01  REG-CALENDARIO-PAGAMENTO.
           05  CLP-DATA             PIC 9(08).
           05  CLP-TIPO             PIC X(01).
               88  CLP-DIA-UTIL         VALUE 'U'.
               88  CLP-FECHAMENTO-MES   VALUE 'M'.
               88  CLP-NAO-UTIL         VALUE 'F'.
           05  FILLER               PIC X(71).
