      *               FUNCOES: 'I' INCLUSAO, 'A' ALTERACAO,        *
      *               'X' INATIVACAO, 'R' REATIVACAO. VALOR E      *
      *               TEXTO SO SAO EXIGIDOS NAS FUNCOES I/A; NAS   *
      *               FUNCOES X/R SAO IGNORADOS. MOV-OPERADOR E O  *
      *               OPERADOR QUE RESPONDE PELO MOVIMENTO,        *
      *               CONFERIDO NO ARQUIVO DE AUTORIDADE (OPERAUT).*
      *               MOV-DATA-EFETIVA (AAAAMMDD) AGENDA O         *
      *               MOVIMENTO PARA A NOITE EM QUE A DATA DE      *
      *               NEGOCIO DO RUNCTL A ALCANCAR; EM BRANCO (OU  *
      *               JA ALCANCADA) APLICA NO PROPRIO RUN. A       *
      *               FUNCAO 'C' CANCELA O(S) MOVIMENTO(S) AINDA   *
      *               AGENDADO(S) PARA A CHAVE NA DATA EFETIVA     *
      *               INFORMADA. O MESMO LAYOUT GRAVA A CARTEIRA   *
      *               DE AGENDADOS (MOVAGEND).                     *
      *-----------------------------------------------------------*
       01  MOV-REC.
           05  MOV-FUNCAO              PIC X(01).
               88  MOV-INATIVACAO          VALUE 'X'.
               88  MOV-REATIVACAO          VALUE 'R'.
               88  MOV-FUNCAO-VALIDA       VALUE 'I' 'A' 'X' 'R'.
               88  MOV-CANCELAMENTO        VALUE 'C'.
           05  MOV-NUM-REGISTRO        PIC 9(07).
           05  MOV-VALOR-NUMERICO      PIC 9(05).
           05  MOV-VALOR-TEXTO         PIC X(10).
           05  MOV-OPERADOR            PIC X(03).
           05  MOV-DATA-EFETIVA        PIC X(08).
