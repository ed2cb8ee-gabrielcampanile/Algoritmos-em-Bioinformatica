      *               (ACIMA DO LIMIAR CRITICO DO CTLCARD). NAS    *
      *               LINHAS ANTERIORES A GRADUACAO O CAMPO VEM    *
      *               EM BRANCO E O EXTRATO AS TRATA COMO AVISO.   *
      *               'E' = ANOMALIA ESTATISTICA, GRAVADA PELO     *
      *               EXEMANOM PARA UM VALOR FORA DA FAIXA DA SUA  *
      *               CATEGORIA OU COM SALTO SOBRE O VALOR         *
      *               ANTERIOR DA MESMA CHAVE. NAO E ALERTA DE     *
      *               LIMIAR E NAO ENTRA NO CONTROLE DE CIENCIA.   *
      *-----------------------------------------------------------*
       01  AUD-REC.
           05  AUD-DATA-EXECUCAO       PIC X(10).
           05  AUD-SEVERIDADE          PIC X(01).
               88  AUD-SEV-AVISO           VALUE 'A'.
               88  AUD-SEV-CRITICO         VALUE 'C'.
               88  AUD-SEV-ANOMALIA        VALUE 'E'.
