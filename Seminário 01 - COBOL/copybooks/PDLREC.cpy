      *-----------------------------------------------------------*
      *  PDLREC     -  LINHA DA TRILHA DE DECISOES DAS ALTERACOES  *
      *               PROPOSTAS NA EMNT (FILA TRANSIENT DATA PEND, *
      *               EXTRAPARTITION, MAPEADA PARA O DATASET       *
      *               PENDLOG). UMA LINHA POR PROPOSTA ENCERRADA:  *
      *               'A' APROVADA (E APLICADA NO MESTRE), 'R'     *
      *               RECUSADA PELO APROVADOR OU PELA CONFERENCIA  *
      *               DA APROVACAO, 'E' EXPIRADA SEM DECISAO NO    *
      *               PRAZO (GRAVADA PELO EXEMPEXP DIRETO NO       *
      *               DATASET). PDL-MOTIVO DIZ POR QUE;            *
      *               PDL-PROPOSTA E A PROPRIA PROPOSTA (LAYOUT    *
      *               PNDREC) COMO ESTAVA NO PENDMNT.              *
      *-----------------------------------------------------------*
       01  PDL-REC.
           05  PDL-DATA-DECISAO        PIC X(10).
           05  FILLER                  PIC X(01)   VALUE SPACE.
           05  PDL-HORA-DECISAO        PIC X(08).
           05  FILLER                  PIC X(01)   VALUE SPACE.
           05  PDL-DECISAO             PIC X(01).
               88  PDL-APROVADA            VALUE 'A'.
               88  PDL-RECUSADA            VALUE 'R'.
               88  PDL-EXPIRADA            VALUE 'E'.
           05  FILLER                  PIC X(01)   VALUE SPACE.
           05  PDL-OPERADOR-APROVADOR  PIC X(03).
           05  FILLER                  PIC X(01)   VALUE SPACE.
           05  PDL-MOTIVO              PIC X(30).
           05  FILLER                  PIC X(01)   VALUE SPACE.
           05  PDL-PROPOSTA            PIC X(63).
