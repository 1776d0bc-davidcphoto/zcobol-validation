      *----------------------------------------------------------*
      *    HIERWS - campos de working-storage da hierarquia de      *
      *    departamentos (DPM-DEPTO-PAI do cadastro mestre), usada  *
      *    pelas edicoes consolidadas por nivel dos relatorios de   *
      *    departamento. Incluir dentro de WORKING-STORAGE, junto   *
      *    com DEPTWS. O chamador preenche WS-HIE-PROGRAMA e        *
      *    executa, na ordem:                                       *
      *      CARREGAR-HIERARQUIA - le DEPTMST.DAT (fechado);        *
      *      ACUMULAR-HIERARQUIA - uma vez por departamento, com    *
      *        WS-HIE-CODIGO-BUSCA e WS-HIE-VALOR (1) a (3); o      *
      *        valor sobe ao no e a todos os seus superiores;       *
      *      ORDENAR-HIERARQUIA  - ordem de impressao (cada no      *
      *        seguido de seus subordinados);                       *
      *    e imprime percorrendo WS-HIE-ORDEM (1 a WS-HIE-QTD-NOS), *
      *    com PREPARAR-ROTULO-HIERARQUIA para o rotulo indentado.  *
      *    Ver HIERPRC.                                             *
      *----------------------------------------------------------*
       01  WS-HIE-PROGRAMA          PIC X(08) VALUE SPACES.
       01  WS-HIE-DISPONIVEL        PIC X VALUE 'N'.
       01  WS-HIE-EOF-MESTRE        PIC X VALUE 'N'.
       01  WS-HIE-QTD-NOS           PIC 9(03) VALUE ZEROS.
       01  WS-HIE-IDX               PIC 9(03) VALUE ZEROS.
       01  WS-HIE-IDX-B             PIC 9(03) VALUE ZEROS.
       01  WS-HIE-IDX-CAMINHO       PIC 9(03) VALUE ZEROS.
       01  WS-HIE-IDX-TROCA         PIC 9(03) VALUE ZEROS.
       01  WS-HIE-ACHADO            PIC X VALUE 'N'.
       01  WS-HIE-CODIGO-BUSCA      PIC X(10) VALUE SPACES.
       01  WS-HIE-PROF              PIC 9(02) VALUE ZEROS.
       01  WS-HIE-K                 PIC 9(02) VALUE ZEROS.
       01  WS-HIE-POSICAO           PIC 9(03) VALUE ZEROS.
       01  WS-HIE-IDX-VALOR         PIC 9(01) VALUE ZEROS.
       01  WS-HIE-QTD-ORFAOS        PIC 9(03) VALUE ZEROS.
       01  WS-HIE-VALORES.
           05  WS-HIE-VALOR OCCURS 3 TIMES PIC S9(11)V99.
       01  WS-HIE-TOTAIS-EMPRESA.
           05  WS-HIE-TOTAL OCCURS 3 TIMES PIC S9(11)V99.
       01  WS-HIE-CADEIAS.
           05  WS-HIE-CADEIA OCCURS 8 TIMES PIC X(10).
       01  WS-HIE-ROTULO            PIC X(40) VALUE SPACES.
       01  WS-HIE-TABELA.
           05  WS-HIE-NO OCCURS 500 TIMES.
               10  WS-HIE-CODIGO        PIC X(10).
               10  WS-HIE-NOME          PIC X(30).
               10  WS-HIE-PAI           PIC X(10).
               10  WS-HIE-ORCAMENTO     PIC 9(11)V99.
               10  WS-HIE-IDX-PAI       PIC 9(03).
               10  WS-HIE-NIVEL         PIC 9(02).
               10  WS-HIE-CHAVE         PIC X(80).
               10  WS-HIE-ACUM OCCURS 3 TIMES PIC S9(11)V99.
       01  WS-HIE-TABELA-ORDEM.
           05  WS-HIE-ORDEM OCCURS 500 TIMES PIC 9(03).
