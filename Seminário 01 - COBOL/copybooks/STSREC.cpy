      *-----------------------------------------------------------*
      *  STSREC     -  REGISTRO DO ARQUIVO DE SITUACAO DA CADEIA   *
      *               (RUNSTAT, VSAM KSDS CHAVEADO PELA DATA DE    *
      *               NEGOCIO): UM REGISTRO POR NOITE, GRAVADO (OU *
      *               REGRAVADO NUM RERUN DA MESMA DATA) PELO      *
      *               FECHAMENTO DA CADEIA (EXEMBALC) E CONSULTADO *
      *               NA TRANSACAO ESIT (EXEMSTAT). GUARDA A       *
      *               SITUACAO DO RUN NO RUNCTL (RCT-SITUACAO; EM  *
      *               BRANCO SEM RUNCTL), A DATA E HORA DO         *
      *               FECHAMENTO, O VEREDICTO, AS CONTAGENS QUE    *
      *               CADA PROGRAMA LANCOU NO LEDGER DE RUN        *
      *               (LEDREC; O STS-TEM- DE CADA PROGRAMA FICA    *
      *               'S' QUANDO ELE LANCOU NA DATA) E O RESULTADO *
      *               DE CADA ELO CRUZADO PELO FECHAMENTO: 1       *
      *               EXEMMNTB LIDOS = APLICADOS + REJEITADOS; 2   *
      *               CORRECOES ACEITAS = FUNDIDAS + GRAVADAS NO   *
      *               MESTRE; 3 DETALHES EXTRAIDOS = DETALHES      *
      *               LIDOS; 4 EXEMPLO VALIDOS + REJEITADOS =      *
      *               PROCESSADOS; 5 ELOS POR ORIGEM DO DETALHE. O *
      *               ARQUIVO E DEFINIDO UMA UNICA VEZ PELA        *
      *               OPERACAO E NAO E EXPURGADO (UM REGISTRO POR  *
      *               DATA DE NEGOCIO).                            *
      *-----------------------------------------------------------*
       01  STS-REC.
           05  STS-DATA-NEGOCIO        PIC 9(08).
           05  STS-SITUACAO            PIC X(01).
               88  STS-RUN-INICIADO        VALUE 'I'.
               88  STS-RUN-COMPLETO        VALUE 'C'.
               88  STS-RUN-FALHOU          VALUE 'F'.
               88  STS-SEM-RUNCTL          VALUE SPACE.
           05  STS-DATA-FECHAMENTO     PIC 9(08).
           05  STS-HORA-FECHAMENTO     PIC 9(06).
           05  STS-VEREDICTO           PIC X(01).
               88  STS-CADEIA-FECHADA      VALUE 'F'.
               88  STS-FECHADA-QUARENTENA  VALUE 'Q'.
               88  STS-CADEIA-DIVERGENTE   VALUE 'D'.
           05  STS-QTD-QUARENTENAS     PIC 9(02).
           05  STS-EXEMMNTB.
               10  STS-TEM-MNTB        PIC X(01).
               10  STS-QTD-ML          PIC 9(07).
               10  STS-QTD-MA          PIC 9(07).
               10  STS-QTD-MR          PIC 9(07).
               10  STS-QTD-MG          PIC 9(07).
               10  STS-QTD-MC          PIC 9(07).
           05  STS-EXEMCORR.
               10  STS-TEM-CORR        PIC X(01).
               10  STS-QTD-CL          PIC 9(07).
               10  STS-QTD-CA          PIC 9(07).
               10  STS-QTD-CR          PIC 9(07).
               10  STS-QTD-CP          PIC 9(07).
               10  STS-QTD-CM          PIC 9(07).
           05  STS-EXEMEXTR.
               10  STS-TEM-EXTR        PIC X(01).
               10  STS-QTD-EM          PIC 9(07).
               10  STS-QTD-EC          PIC 9(07).
               10  STS-QTD-ED          PIC 9(07).
               10  STS-QTD-EI          PIC 9(07).
           05  STS-EXEMPLO.
               10  STS-TEM-EXEMPLO     PIC X(01).
               10  STS-QTD-PL          PIC 9(07).
               10  STS-QTD-PP          PIC 9(07).
               10  STS-QTD-PV          PIC 9(07).
               10  STS-QTD-PR          PIC 9(07).
               10  STS-QTD-PA          PIC 9(07).
               10  STS-QTD-PW          PIC 9(07).
               10  STS-QTD-PC          PIC 9(07).
           05  STS-ELOS.
               10  STS-ELO-RESULTADO   PIC X(01)   OCCURS 5 TIMES.
                   88  STS-ELO-BALANCEADO  VALUE 'B'.
                   88  STS-ELO-AUSENTE     VALUE 'A'.
                   88  STS-ELO-DIVERGENTE  VALUE 'D'.
           05  FILLER                  PIC X(18).
