      *-----------------------------------------------------------*
      *  PNDREC     -  LAYOUT DO ARQUIVO DE ALTERACOES PENDENTES   *
      *               DE APROVACAO (PENDMNT), UM VSAM KSDS         *
      *               CHAVEADO POR PND-NUM-REGISTRO - NO MAXIMO    *
      *               UMA PROPOSTA EM ABERTO POR REGISTRO MESTRE.  *
      *               GRAVADO PELA EMNT (EXEMMNT) NO LUGAR DA      *
      *               GRAVACAO DIRETA NO MESTRE E LIDO PELA        *
      *               TRANSACAO DE APROVACAO EAPR (EXEMAPRV), QUE  *
      *               APLICA OU RECUSA A PROPOSTA E A APAGA DO     *
      *               ARQUIVO; A PROPOSTA NAO DECIDIDA NO PRAZO E  *
      *               EXPIRADA PELO EXEMPEXP. PND-TIPO USA OS      *
      *               MESMOS CODIGOS DE FUNCAO DO MOVREC. OS       *
      *               VALORES ANTES SAO OS DO MESTRE NA HORA DA    *
      *               PROPOSTA: NA APROVACAO, MESTRE DIFERENTE     *
      *               DELES RECUSA A PROPOSTA (ALGUEM ALTEROU O    *
      *               REGISTRO NO MEIO).                           *
      *-----------------------------------------------------------*
       01  PND-REC.
           05  PND-NUM-REGISTRO        PIC 9(07).
           05  PND-TIPO                PIC X(01).
               88  PND-INCLUSAO            VALUE 'I'.
               88  PND-ALTERACAO           VALUE 'A'.
               88  PND-INATIVACAO          VALUE 'X'.
               88  PND-REATIVACAO          VALUE 'R'.
           05  PND-VALOR-NUMERICO-ANTES
                                       PIC 9(05).
           05  PND-VALOR-TEXTO-ANTES   PIC X(10).
           05  PND-STATUS-ANTES        PIC X(01).
           05  PND-VALOR-NUMERICO-DEPOIS
                                       PIC 9(05).
           05  PND-VALOR-TEXTO-DEPOIS  PIC X(10).
           05  PND-STATUS-DEPOIS       PIC X(01).
           05  PND-OPERADOR-PROPONENTE PIC X(03).
           05  PND-TERMINAL-PROPONENTE PIC X(04).
           05  PND-DATA-PROPOSTA       PIC 9(08).
           05  PND-HORA-PROPOSTA       PIC X(08).
