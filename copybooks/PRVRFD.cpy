      *----------------------------------------------------------*
      *    PRVRFD - registro do arquivo de contribuicoes da        *
      *    previdencia privada. Incluir dentro de FILE SECTION.    *
      *    'H' data + competencia, 'D' por participante com a      *
      *    contribuicao do empregado e a contrapartida patronal,   *
      *    'T' quantidade + totais.                                *
      *----------------------------------------------------------*
       FD  REMESSA-PREVIDENCIA.
       01  REG-REMESSA-PREV.
           05  RMP-TIPO                 PIC X(01).
           05  RMP-DADOS                PIC X(79).
           05  RMP-DADOS-HEADER REDEFINES RMP-DADOS.
               10  RMP-HDR-DATA             PIC 9(08).
               10  RMP-HDR-COMPETENCIA      PIC 9(06).
               10  FILLER                   PIC X(65).
           05  RMP-DADOS-DETALHE REDEFINES RMP-DADOS.
               10  RMP-DET-MATRICULA        PIC 9(05).
               10  RMP-DET-NOME             PIC X(30).
               10  RMP-DET-SALARIO          PIC 9(07)V99.
               10  RMP-DET-EMPREGADO        PIC 9(07)V99.
               10  RMP-DET-PATRONAL         PIC 9(07)V99.
               10  FILLER                   PIC X(17).
           05  RMP-DADOS-TRAILER REDEFINES RMP-DADOS.
               10  RMP-TRL-QTD              PIC 9(07).
               10  RMP-TRL-EMPREGADO        PIC 9(11)V99.
               10  RMP-TRL-PATRONAL         PIC 9(11)V99.
               10  FILLER                   PIC X(46).
