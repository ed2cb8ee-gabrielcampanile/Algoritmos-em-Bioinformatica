      *-----------------------------------------------------------*
      *  ANMREC     -  CARTAO DE PARAMETROS DA DETECCAO DE         *
      *               ANOMALIAS (ANMCARD, PROGRAMA EXEMANOM).      *
      *               ANM-JANELA-DIAS E A QUANTIDADE DE DIAS UTEIS *
      *               (NOITES DE PROCESSAMENTO) DA BASE MOVEL DE   *
      *               CADA CATEGORIA; ANM-LIMIAR-DESVIOS E A       *
      *               SENSIBILIDADE - QUANTOS DESVIOS-PADRAO UM    *
      *               VALOR PODE SE AFASTAR DA MEDIA DA SUA        *
      *               CATEGORIA (UMA CASA DECIMAL, '30' = 3,0);    *
      *               ANM-SALTO-PERCENTUAL E A VARIACAO, EM        *
      *               PERCENTUAL SOBRE O ULTIMO VALOR VALIDO DA    *
      *               MESMA CHAVE, A PARTIR DA QUAL O VALOR E UM   *
      *               SALTO; ANM-MINIMO-AMOSTRAS E A QUANTIDADE    *
      *               MINIMA DE VALORES NA JANELA PARA A CATEGORIA *
      *               TER BASE. CAMPO EM BRANCO OU ZERO MANTEM O   *
      *               DEFAULT DO PROGRAMA: 20 DIAS, 3,0 DESVIOS,   *
      *               100 POR CENTO E 10 VALORES.                  *
      *-----------------------------------------------------------*
       01  ANM-REC.
           05  ANM-JANELA-DIAS         PIC 9(02).
           05  ANM-LIMIAR-DESVIOS      PIC 9(01)V9(01).
           05  ANM-SALTO-PERCENTUAL    PIC 9(03).
           05  ANM-MINIMO-AMOSTRAS     PIC 9(03).
