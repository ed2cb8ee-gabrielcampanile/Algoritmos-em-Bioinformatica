      *-----------------------------------------------------------*
      *  EXEMSMAP   -  MAPA SIMBOLICO GERADO PELA MONTAGEM BMS DO  *
      *               MAPSET EXEMSMAP / MAPA SITU01 (VER O FONTE   *
      *               ASSEMBLER EM CICS/EXEMSMAP.BMS). COPIADO NA  *
      *               WORKING-STORAGE DO PROGRAMA EXEMSTAT. AS 4   *
      *               LINHAS DE CONTAGENS POR PROGRAMA             *
      *               (PRG01-PRG04) E AS 5 LINHAS DE ELOS          *
      *               (ELO01-ELO05) SAO CAMPOS IDENTICOS E         *
      *               CONTIGUOS E ESTAO MAPEADAS AQUI COMO TABELAS *
      *               (OCCURS), PARA O PROGRAMA PREENCHE-LAS POR   *
      *               INDICE.                                      *
      *-----------------------------------------------------------*
       01  SITU01I.
           05  FILLER                  PIC X(12).
           05  DATFL                   PIC S9(4)   COMP.
           05  DATFF                   PIC X.
           05  FILLER REDEFINES DATFF.
               10  DATFA               PIC X.
           05  DATFI                   PIC 9(08).
           05  SITFL                   PIC S9(4)   COMP.
           05  SITFF                   PIC X.
           05  FILLER REDEFINES SITFF.
               10  SITFA               PIC X.
           05  SITFI                   PIC X(30).
           05  FECFL                   PIC S9(4)   COMP.
           05  FECFF                   PIC X.
           05  FILLER REDEFINES FECFF.
               10  FECFA               PIC X.
           05  FECFI                   PIC X(19).
           05  VERFL                   PIC S9(4)   COMP.
           05  VERFF                   PIC X.
           05  FILLER REDEFINES VERFF.
               10  VERFA               PIC X.
           05  VERFI                   PIC X(45).
           05  PRG-ENTRADA             OCCURS 4 TIMES.
               10  PRGFL               PIC S9(4)   COMP.
               10  PRGFF               PIC X.
               10  PRGFI               PIC X(70).
           05  ELO-ENTRADA             OCCURS 5 TIMES.
               10  ELOFL               PIC S9(4)   COMP.
               10  ELOFF               PIC X.
               10  ELOFI               PIC X(58).
           05  AVIFL                   PIC S9(4)   COMP.
           05  AVIFF                   PIC X.
           05  FILLER REDEFINES AVIFF.
               10  AVIFA               PIC X.
           05  AVIFI                   PIC X(07).
           05  CRIFL                   PIC S9(4)   COMP.
           05  CRIFF                   PIC X.
           05  FILLER REDEFINES CRIFF.
               10  CRIFA               PIC X.
           05  CRIFI                   PIC X(07).
           05  MSGFL                   PIC S9(4)   COMP.
           05  MSGFF                   PIC X.
           05  FILLER REDEFINES MSGFF.
               10  MSGFA               PIC X.
           05  MSGFI                   PIC X(60).
       01  SITU01O REDEFINES SITU01I.
           05  FILLER                  PIC X(12).
           05  FILLER                  PIC X(03).
           05  DATFO                   PIC 9(08).
           05  FILLER                  PIC X(03).
           05  SITFO                   PIC X(30).
           05  FILLER                  PIC X(03).
           05  FECFO                   PIC X(19).
           05  FILLER                  PIC X(03).
           05  VERFO                   PIC X(45).
           05  PRG-SAIDA               OCCURS 4 TIMES.
               10  FILLER              PIC X(03).
               10  PRGFO               PIC X(70).
           05  ELO-SAIDA               OCCURS 5 TIMES.
               10  FILLER              PIC X(03).
               10  ELOFO               PIC X(58).
           05  FILLER                  PIC X(03).
           05  AVIFO                   PIC X(07).
           05  FILLER                  PIC X(03).
           05  CRIFO                   PIC X(07).
           05  FILLER                  PIC X(03).
           05  MSGFO                   PIC X(60).
