      *-----------------------------------------------------------*
      *  HCAREC     -  HISTORICO MOVEL POR CATEGORIA DOS VALORES   *
      *               VALIDOS DE CADA NOITE (HISTCAT), BASE DA     *
      *               DETECCAO DE ANOMALIAS DO EXEMANOM. UMA LINHA *
      *               POR DATA DE NEGOCIO E CATEGORIA, EM ORDEM DE *
      *               DATA, COM A QUANTIDADE, A SOMA E A SOMA DOS  *
      *               QUADRADOS DOS VALORES VALIDOS DA CATEGORIA   *
      *               NAQUELA NOITE - O SUFICIENTE PARA A MEDIA E  *
      *               O DESVIO-PADRAO DA JANELA SEM GUARDAR CADA   *
      *               VALOR. REGRAVADO POR COMPLETO A CADA NOITE   *
      *               (HCANOVO, PROMOVIDO PELO JOB) SO COM AS      *
      *               DATAS AINDA DENTRO DA JANELA DO ANMCARD MAIS *
      *               A NOITE CORRENTE.                            *
      *-----------------------------------------------------------*
       01  HCA-REC.
           05  HCA-DATA-NEGOCIO        PIC 9(08).
           05  HCA-CATEGORIA           PIC X(10).
           05  HCA-QTD-VALORES         PIC 9(07).
           05  HCA-SOMA-VALORES        PIC 9(12).
           05  HCA-SOMA-QUADRADOS      PIC 9(18).
