      *----------------------------------------------------------*
      *    PERISEL - SELECTs do registro de fechamento de          *
      *    competencia (PERFECH.DAT, gravado por TESTFECH) e da    *
      *    data de negocio (DATACTL.DAT; sem ela vale a data       *
      *    corrente). Incluir dentro de FILE-CONTROL, junto com    *
      *    PERIFD, PERIWS e PERIPRC.                               *
      *----------------------------------------------------------*
           SELECT OPTIONAL REGISTRO-PERIODOS
               ASSIGN TO "PERFECH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-PERIODOS.

           SELECT OPTIONAL CARTAO-DATA-NEG-PERIODO
               ASSIGN TO "DATACTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-DATA-PERIODO.
