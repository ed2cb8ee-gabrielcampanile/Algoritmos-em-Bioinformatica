      *-----------------------------------------------------------*
      *  EXEMAMAP   -  MAPA SIMBOLICO GERADO PELA MONTAGEM BMS DO  *
      *               MAPSET EXEMAMAP / MAPA APRV01 (VER O FONTE   *
      *               ASSEMBLER EM CICS/EXEMAMAP.BMS). COPIADO NA  *
      *               WORKING-STORAGE DO PROGRAMA EXEMAPRV. AS 12  *
      *               LINHAS DE PROPOSTA (LIN01-LIN12) SAO CAMPOS  *
      *               IDENTICOS E CONTIGUOS E ESTAO MAPEADAS AQUI  *
      *               COMO UMA TABELA (OCCURS), PARA O PROGRAMA    *
      *               PREENCHE-LAS POR INDICE.                     *
      *-----------------------------------------------------------*
       01  APRV01I.
           05  FILLER                  PIC X(12).
           05  LIN-ENTRADA             OCCURS 12 TIMES.
               10  LINFL               PIC S9(4)   COMP.
               10  LINFF               PIC X.
               10  LINFI               PIC X(60).
           05  SELFL                   PIC S9(4)   COMP.
           05  SELFF                   PIC X.
           05  FILLER REDEFINES SELFF.
               10  SELFA               PIC X.
           05  SELFI                   PIC 9(07).
           05  ACAFL                   PIC S9(4)   COMP.
           05  ACAFF                   PIC X.
           05  FILLER REDEFINES ACAFF.
               10  ACAFA               PIC X.
           05  ACAFI                   PIC X(01).
           05  MOTFL                   PIC S9(4)   COMP.
           05  MOTFF                   PIC X.
           05  FILLER REDEFINES MOTFF.
               10  MOTFA               PIC X.
           05  MOTFI                   PIC X(30).
           05  MSGFL                   PIC S9(4)   COMP.
           05  MSGFF                   PIC X.
           05  FILLER REDEFINES MSGFF.
               10  MSGFA               PIC X.
           05  MSGFI                   PIC X(40).
       01  APRV01O REDEFINES APRV01I.
           05  FILLER                  PIC X(12).
           05  LIN-SAIDA               OCCURS 12 TIMES.
               10  FILLER              PIC X(03).
               10  LINFO               PIC X(60).
           05  FILLER                  PIC X(03).
           05  SELFO                   PIC 9(07).
           05  FILLER                  PIC X(03).
           05  ACAFO                   PIC X(01).
           05  FILLER                  PIC X(03).
           05  MOTFO                   PIC X(30).
           05  FILLER                  PIC X(03).
           05  MSGFO                   PIC X(40).
