      *----------------------------------------------------------*
      *    SODRWS - campos de working-storage da segregacao de     *
      *    funcoes. Incluir dentro de WORKING-STORAGE.             *
      *    O chamador executa uma vez CARREGAR-REGRAS-CONFLITO e,  *
      *    por perfil, move os niveis de OPERMST.DAT para          *
      *    WS-SOD-NIVEIS (na ordem de WS-SOD-FUNCOES; espaco ou    *
      *    '0' = funcao nao detida) e executa                      *
      *    VERIFICAR-CONFLITOS-PERFIL: WS-SOD-QTD-CONFLITOS e      *
      *    WS-SOD-CONFLITO trazem as regras violadas (ver          *
      *    SODRPRC).                                               *
      *----------------------------------------------------------*
       01  WS-STATUS-SOD-REGRAS     PIC XX.
       01  WS-EOF-SOD-REGRAS        PIC X VALUE 'N'.

      *    Funcoes de OPERMST.DAT que entram nas regras, na ordem
      *    de WS-SOD-NIVEIS.
       01  WS-SOD-FUNCOES-VALORES.
           05  FILLER               PIC X(08) VALUE 'CONSULTA'.
           05  FILLER               PIC X(08) VALUE 'TABELAS '.
           05  FILLER               PIC X(08) VALUE 'OPCOES  '.
           05  FILLER               PIC X(08) VALUE 'APROVA  '.
           05  FILLER               PIC X(08) VALUE 'LIBERA  '.
           05  FILLER               PIC X(08) VALUE 'RH      '.
           05  FILLER               PIC X(08) VALUE 'TRILHAS '.
           05  FILLER               PIC X(08) VALUE 'MANUTENC'.
           05  FILLER               PIC X(08) VALUE 'PROMOVE '.
       01  WS-SOD-FUNCOES REDEFINES WS-SOD-FUNCOES-VALORES.
           05  WS-SOD-FUNCAO OCCURS 9 TIMES PIC X(08).
       01  WS-SOD-QTD-FUNCOES       PIC 9(02) VALUE 9.

       01  WS-SOD-NIVEIS.
           05  WS-SOD-NIVEL OCCURS 9 TIMES PIC X(01).

      *    Regras carregadas. Sem SODRULES.DAT (ou sem nenhuma
      *    regra valida nele) valem as tres regras da casa.
       01  WS-SOD-QTD-REGRAS        PIC 9(03) VALUE ZEROS.
       01  WS-SOD-QTD-INVALIDAS     PIC 9(03) VALUE ZEROS.
       01  WS-SOD-IDX-REGRA         PIC 9(03) VALUE ZEROS.
       01  WS-SOD-TABELA-REGRAS.
           05  WS-SOD-REGRA OCCURS 100 TIMES.
               10  WS-SOD-RGR-FUNCAO-A  PIC X(08).
               10  WS-SOD-RGR-FUNCAO-B  PIC X(08).
               10  WS-SOD-RGR-POS-A     PIC 9(02).
               10  WS-SOD-RGR-POS-B     PIC 9(02).
               10  WS-SOD-RGR-DESCRICAO PIC X(40).

      *    Regra em exame (linha lida ou regra da casa).
       01  WS-SOD-ENT-FUNCAO-A      PIC X(08).
       01  WS-SOD-ENT-FUNCAO-B      PIC X(08).
       01  WS-SOD-ENT-DESCRICAO     PIC X(40).

       01  WS-SOD-IDX-FUNCAO        PIC 9(02) VALUE ZEROS.
       01  WS-SOD-POS-FUNCAO        PIC 9(02) VALUE ZEROS.
       01  WS-SOD-FUNCAO-PROCURADA  PIC X(08).
       01  WS-SOD-POS-A             PIC 9(02) VALUE ZEROS.
       01  WS-SOD-POS-B             PIC 9(02) VALUE ZEROS.

      *    Regras violadas pelo perfil verificado.
       01  WS-SOD-QTD-CONFLITOS     PIC 9(03) VALUE ZEROS.
       01  WS-SOD-TABELA-CONFLITOS.
           05  WS-SOD-CONFLITO OCCURS 100 TIMES PIC 9(03).
