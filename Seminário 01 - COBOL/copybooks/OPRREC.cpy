      *-----------------------------------------------------------*
      *  OPRREC     -  LAYOUT DO ARQUIVO DE AUTORIDADE DE          *
      *               OPERADORES (OPERAUT), UM VSAM KSDS CHAVEADO  *
      *               POR OPR-COD-OPERADOR - O MESMO CODIGO DE 3   *
      *               POSICOES DO SIGNON CICS (EIBOPID) E DOS      *
      *               CARTOES BATCH. CARREGADO PELO EXEMOPRL A     *
      *               PARTIR DO CARTAO OPRCARDS (JOB EXEMOPRJ) E   *
      *               CONSULTADO POR TODO PONTO EM QUE UM OPERADOR *
      *               ALTERA O MESTRE OU DECIDE SOBRE ELE:         *
      *               OPR-PROPOE = 'S' AUTORIZA A PROPOR           *
      *               ALTERACOES (EMNT E MOVTOS DO EXEMMNTB);      *
      *               OPR-APROVA = 'S' AUTORIZA A APROVAR OU       *
      *               RECUSAR AS PROPOSTAS PENDENTES (EAPR) E A    *
      *               DECIDIR OS REJEITOS PERMANENTES (DISPCARD DO *
      *               EXEMREJP). OPERADOR FORA DO ARQUIVO OU       *
      *               INATIVO NAO TEM AUTORIDADE ALGUMA.           *
      *-----------------------------------------------------------*
       01  OPR-REC.
           05  OPR-COD-OPERADOR        PIC X(03).
           05  OPR-NOME                PIC X(20).
           05  OPR-PROPOE              PIC X(01).
               88  OPR-PODE-PROPOR         VALUE 'S'.
           05  OPR-APROVA              PIC X(01).
               88  OPR-PODE-APROVAR        VALUE 'S'.
           05  OPR-STATUS              PIC X(01).
               88  OPR-INATIVO             VALUE 'I'.
               88  OPR-ATIVO               VALUE 'A' SPACE.
