      *               NO MESTRE DESDE A ULTIMA EXTRACAO, GRAVADA   *
      *               PELA TRANSACAO ONLINE EMNT (FILA TRANSIENT   *
      *               DATA DLTA, EXTRAPARTITION, MAPEADA PARA O    *
      *               DATASET DELTAS), PELA MANUTENCAO EM LOTE     *
      *               (EXEMMNTB, ORIGEM 'BTCH') E PELO CICLO DE    *
      *               CORRECAO (EXEMCORR, ORIGEM 'CORR'), QUE      *
      *               GRAVA NO MESTRE AS CORRECOES ACEITAS, E PELA *
      *               RECLASSIFICACAO DE CATEGORIAS (EXEMRCLS,     *
      *               ORIGEM 'RCLS'). O EXEMEXTR EM MODO DELTA LE  *
      *               AS CHAVES, EXTRAI DO MESTRE SOMENTE OS       *
      *               REGISTROS ALTERADOS E ZERA O ARQUIVO NO FIM  *
      *               DE UMA EXTRACAO CONCLUIDA. A MESMA CHAVE     *
      *               PODE APARECER MAIS DE UMA VEZ (VARIAS        *
