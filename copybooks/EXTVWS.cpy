      *      01  layout original (sem agencia/conta)              *
      *      02  + EXT-EMPLOYEE-AGENCIA / EXT-EMPLOYEE-CONTA      *
      *      03  + EXT-EMPLOYEE-HIRE-DATE                         *
      *      04  + EXT-EMPLOYEE-EMPRESA (empresa empregadora,     *
      *          codigo do cadastro EMPRESA.DAT - ver EMPRWS)     *
      *    Extrato sem header (gerado antes do carimbo) segue     *
      *    com aviso, por compatibilidade.                        *
      *    Incluir em WORKING-STORAGE.                             *
      *----------------------------------------------------------*
       01  WS-VERSAO-EXTRATO-ATUAL  PIC X(02) VALUE '04'.
       01  WS-VERSAO-EXTRATO-LIDA   PIC X(02) VALUE SPACES.
       01  WS-REG-VERSAO-EXTRATO.
           05  VRS-IDENTIFICADOR    PIC X(06) VALUE 'VERSAO'.
           05  VRS-NUMERO           PIC X(02).
           05  FILLER               PIC X(96) VALUE SPACES.
