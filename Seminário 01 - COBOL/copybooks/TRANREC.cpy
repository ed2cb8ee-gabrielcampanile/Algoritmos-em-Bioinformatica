      *               PRIMEIRO RUN COM ESTE LAYOUT (O CONTEUDO NAO *
      *               PRECISA SER CONVERTIDO: A EXTRACAO REGRAVA O *
      *               ARQUIVO POR COMPLETO A CADA RUN).            *
      *               TRAN-ORIGEM IDENTIFICA, EM CADA DETALHE, A   *
      *               FONTE DO PAR: 'MSTR' = EXTRAIDO DO MESTRE,   *
      *               'CORR' = CORRECAO DE REJEITO (CORRIGEN),     *
      *               'PAR1'/'PAR2' = ARQUIVO DIARIO DE PARCEIRO   *
      *               DE NEGOCIO (PARCEIR1/PARCEIR2). O ARQUIVO DO *
      *               PARCEIRO VEM NESTE MESMO LAYOUT, COM         *
      *               CABECALHO PROPRIO (TRAN-CAB-ORIGEM = CODIGO  *
      *               DO PARCEIRO) E RODAPE PROPRIO, CONFERIDOS    *
      *               PELO EXEMEXTR ANTES DA FUSAO. A TROCA DE     *
      *               LRECL (23 PARA 27) SEGUE A MESMA REALOCACAO  *
      *               UNICA DESCRITA ACIMA, ESTENDIDA AO CORRIGEN. *
      *-----------------------------------------------------------*
       01  TRAN-REC.
           05  TRAN-TIPO-REGISTRO      PIC X(01).
               10  TRAN-ROD-QTD-REG    PIC 9(07).
               10  TRAN-ROD-HASH-VALOR PIC 9(09).
               10  FILLER              PIC X(06).
           05  TRAN-ORIGEM             PIC X(04).
