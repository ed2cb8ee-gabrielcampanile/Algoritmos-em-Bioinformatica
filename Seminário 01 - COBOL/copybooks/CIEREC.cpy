      *-----------------------------------------------------------*
      *  CIEREC     -  REGISTRO DO ARQUIVO DIARIO DE CIENCIA DE    *
      *               ALERTAS (CIENCIA) DEVOLVIDO PELA MESA DE     *
      *               MONITORACAO EM RESPOSTA AO ALERTSAI: UMA     *
      *               LINHA POR ALERTA QUE A MESA EXAMINOU, EM     *
      *               FORMATO FIXO SEM EDICAO, COM A DATA DE       *
      *               NEGOCIO DO ALERTA (A MESMA DE                *
      *               ALR-DATA-EXECUCAO), A CHAVE DO REGISTRO      *
      *               MESTRE, A SEVERIDADE ('A' AVISO / 'C'        *
      *               CRITICO), QUEM DEU CIENCIA E A PROVIDENCIA   *
      *               TOMADA. LIDO PELO EXEMCIEN, QUE CASA CADA    *
      *               LINHA COM OS ALERTAS DO AUDITLOG.            *
      *-----------------------------------------------------------*
       01  CIE-REC.
           05  CIE-DATA-ALERTA         PIC 9(08).
           05  CIE-NUM-REGISTRO        PIC 9(07).
           05  CIE-SEVERIDADE          PIC X(01).
               88  CIE-SEV-AVISO           VALUE 'A'.
               88  CIE-SEV-CRITICO         VALUE 'C'.
               88  CIE-SEV-VALIDA          VALUE 'A' 'C'.
           05  CIE-OPERADOR            PIC X(08).
           05  CIE-ACAO                PIC X(24).
