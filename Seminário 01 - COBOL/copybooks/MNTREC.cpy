      *               MANTLOG CONTINUEM LEGIVEIS (NELAS VEM EM     *
      *               BRANCO); A TROCA DE LRECL EXIGE UMA          *
      *               CONVERSAO UNICA DO DATASET PELA OPERACAO.    *
      *               MNT-OPERADOR-APROVADOR (TAMBEM NO FIM) E O   *
      *               SUPERVISOR QUE APROVOU NA EAPR A ALTERACAO   *
      *               PROPOSTA NA EMNT - NESSAS LINHAS O TERMINAL  *
      *               E O OPERADOR SAO OS DO PROPONENTE; EM BRANCO *
      *               NAS DEMAIS ORIGENS.                          *
      *-----------------------------------------------------------*
       01  MNT-REC.
           05  MNT-DATA-ALTERACAO      PIC X(10).
           05  MNT-STATUS-ANTES        PIC X(01).
           05  FILLER                  PIC X(01)   VALUE SPACE.
           05  MNT-STATUS-DEPOIS       PIC X(01).
           05  FILLER                  PIC X(01)   VALUE SPACE.
           05  MNT-OPERADOR-APROVADOR  PIC X(03).
