      *-----------------------------------------------------------*
      *  RCLREC     -  CARTAO DE RECLASSIFICACAO DE CATEGORIAS DO  *
      *               MESTRE (RCLCARD, PROGRAMA EXEMRCLS), EDITADO *
      *               PELA SUPERVISAO QUANDO UMA CATEGORIA E       *
      *               RETIRADA, DIVIDIDA OU FUNDIDA NO             *
      *               CATCARDS/CATEGREF: UMA LINHA POR PAR ORIGEM  *
      *               -> DESTINO DE MST-VALOR-TEXTO. A FAIXA DE    *
      *               CHAVES (EM BRANCO = TODAS) PERMITE DIVIDIR   *
      *               UMA CATEGORIA EM VARIAS, UM CARTAO POR       *
      *               FAIXA; RCL-SO-ATIVOS = 'S' DEIXA OS          *
      *               REGISTROS INATIVOS COMO ESTAO. A MESMA       *
      *               ORIGEM NAO PODE TER FAIXAS SOBREPOSTAS.      *
      *               RCL-OPERADOR IDENTIFICA QUEM RESPONDE PELA   *
      *               RECLASSIFICACAO E TEM QUE ESTAR ATIVO E      *
      *               AUTORIZADO A APROVAR NO ARQUIVO DE           *
      *               AUTORIDADE (OPERAUT).                        *
      *-----------------------------------------------------------*
       01  RCL-REC.
           05  RCL-COD-ANTIGO          PIC X(10).
           05  FILLER                  PIC X(01)   VALUE SPACE.
           05  RCL-COD-NOVO            PIC X(10).
           05  FILLER                  PIC X(01)   VALUE SPACE.
           05  RCL-CHAVE-INICIAL       PIC X(07).
           05  FILLER                  PIC X(01)   VALUE SPACE.
           05  RCL-CHAVE-FINAL         PIC X(07).
           05  FILLER                  PIC X(01)   VALUE SPACE.
           05  RCL-SO-ATIVOS           PIC X(01).
               88  RCL-SOMENTE-ATIVOS      VALUE 'S'.
               88  RCL-SO-ATIVOS-VALIDO    VALUE 'S' 'N' SPACE.
           05  FILLER                  PIC X(01)   VALUE SPACE.
           05  RCL-OPERADOR            PIC X(03).
