      *-----------------------------------------------------------*
      *  VLAREC     -  ULTIMO VALOR VALIDO DE CADA CHAVE DO MESTRE *
      *               (VALANT), USADO PELO EXEMANOM PARA DETECTAR  *
      *               SALTO DE VALOR DE UMA NOITE PARA OUTRA NA    *
      *               MESMA CHAVE. UMA LINHA POR CHAVE, EM ORDEM   *
      *               DE CHAVE, COM O VALOR, A CATEGORIA E A DATA  *
      *               DE NEGOCIO EM QUE ELE FOI VALIDADO.          *
      *               REGRAVADO POR COMPLETO A CADA NOITE          *
      *               (VALNOVO, PROMOVIDO PELO JOB) COM OS VALORES *
      *               VALIDOS DA NOITE NO LUGAR DOS ANTERIORES -   *
      *               NA EXTRACAO EM MODO DELTA A CHAVE SO VOLTA   *
      *               QUANDO MUDA, ENTAO O VALOR ANTERIOR E O DA   *
      *               ULTIMA NOITE EM QUE ELA FOI PROCESSADA.      *
      *-----------------------------------------------------------*
       01  VLA-REC.
           05  VLA-NUM-REGISTRO        PIC 9(07).
           05  VLA-VALOR-NUMERICO      PIC 9(05).
           05  VLA-VALOR-TEXTO         PIC X(10).
           05  VLA-DATA-NEGOCIO        PIC 9(08).
