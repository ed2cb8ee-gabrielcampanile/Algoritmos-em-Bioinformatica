      *               'B' = BAIXADA (SEM ACAO DE NEGOCIO);         *
      *               'C' = REABERTA (VOLTA AO ARQUIVO CORRECAO    *
      *                     PARA NOVO CICLO DO EXEMCORR).          *
      *               DSP-OPERADOR IDENTIFICA QUEM DECIDIU E TEM   *
      *               QUE ESTAR ATIVO E AUTORIZADO A APROVAR NO    *
      *               ARQUIVO DE AUTORIDADE (OPERAUT).             *
      *-----------------------------------------------------------*
       01  DSP-REC.
           05  DSP-NUM-REGISTRO        PIC 9(07).
