      *-----------------------------------------------------------*
      *  FOTREC     -  REGISTRO DA FOTO MENSAL DO MESTRE (GERACOES *
      *               DE FOTOMES), GRAVADA PELO EXEMFOTO NO        *
      *               FECHAMENTO DO MES (JOB EXEMMESJ) E COMPARADA *
      *               PELO EXEMCOMP COM A FOTO DO MES ANTERIOR. A  *
      *               PRIMEIRA LINHA E DE CONTROLE (FOT-TIPO-REG   *
      *               'H') COM A DATA E A HORA (HH:MM:SS, COMO NO  *
      *               MANTLOG) EM QUE A FOTO FOI TIRADA - E O      *
      *               LIMITE DO PERIODO DO MANTLOG QUE EXPLICA AS  *
      *               DIFERENCAS. SEGUE UMA LINHA 'D' POR REGISTRO *
      *               DO MESTRE, NA ORDEM DA CHAVE, COM VALOR,     *
      *               CATEGORIA E SITUACAO (O BRANCO LEGADO DO     *
      *               MST-STATUS SAI COMO 'A'), E POR ULTIMO O     *
      *               RODAPE 'T' COM A QUANTIDADE DE LINHAS 'D' E  *
      *               A SOMA DOS VALORES, PARA A COMPARACAO        *
      *               RECUSAR UMA FOTO TRUNCADA. TODAS AS LINHAS   *
      *               LEVAM O MES DE REFERENCIA (AAAAMM).          *
      *-----------------------------------------------------------*
       01  FOT-REC.
           05  FOT-TIPO-REG            PIC X(01).
               88  FOT-CONTROLE            VALUE 'H'.
               88  FOT-REGISTRO            VALUE 'D'.
               88  FOT-RODAPE              VALUE 'T'.
           05  FOT-MES-REFERENCIA      PIC 9(06).
           05  FOT-DETALHE.
               10  FOT-NUM-REGISTRO    PIC 9(07).
               10  FOT-VALOR-NUMERICO  PIC 9(05).
               10  FOT-VALOR-TEXTO     PIC X(10).
               10  FOT-STATUS          PIC X(01).
                   88  FOT-ATIVO           VALUE 'A'.
                   88  FOT-INATIVO         VALUE 'I'.
               10  FILLER              PIC X(10).
           05  FOT-DADOS-CONTROLE REDEFINES FOT-DETALHE.
               10  FOT-DATA-FOTO       PIC 9(08).
               10  FOT-HORA-FOTO       PIC X(08).
               10  FOT-QTD-REGISTROS   PIC 9(07).
               10  FOT-SOMA-VALORES    PIC 9(10).
