      *-----------------------------------------------------------*
      *  ABTREC     -  REGISTRO DO ARQUIVO DE ALERTAS EM ABERTO    *
      *               (ALRABERT), REGRAVADO POR COMPLETO A CADA    *
      *               NOITE PELO EXEMCIEN. A PRIMEIRA LINHA E DE   *
      *               CONTROLE (ABT-TIPO-REG 'H') E LEVA EM        *
      *               ABT-DATA-ALERTA A ULTIMA DATA DE NEGOCIO JA  *
      *               CASADA - OS ALERTAS DO AUDITLOG POSTERIORES  *
      *               A ELA SAO OS NOVOS DA NOITE. AS DEMAIS ('D') *
      *               SAO UM ALERTA CADA: SITUACAO 'A' EM ABERTO   *
      *               (SEM CIENCIA) OU 'R' RECONHECIDO NESTA NOITE *
      *               (SAI DO ARQUIVO NA NOITE SEGUINTE), IDADE EM *
      *               DIAS UTEIS (NOITES DE PROCESSAMENTO DESDE O  *
      *               ALERTA) E, QUANDO RECONHECIDO, A DATA DE     *
      *               NEGOCIO E A HORA DA CIENCIA, QUEM A DEU E A  *
      *               PROVIDENCIA. O MESMO LAYOUT GRAVA A TRILHA   *
      *               PERMANENTE DE CIENCIAS (CIELOG) QUE O        *
      *               EXEMAUDL CARREGA NO AUDHIST.                 *
      *-----------------------------------------------------------*
       01  ABT-REC.
           05  ABT-TIPO-REG            PIC X(01).
               88  ABT-CONTROLE            VALUE 'H'.
               88  ABT-ALERTA              VALUE 'D'.
           05  ABT-DATA-ALERTA         PIC 9(08).
           05  ABT-HORA-ALERTA         PIC X(08).
           05  ABT-NUM-REGISTRO        PIC 9(07).
           05  ABT-SEVERIDADE          PIC X(01).
               88  ABT-SEV-AVISO           VALUE 'A'.
               88  ABT-SEV-CRITICO         VALUE 'C'.
           05  ABT-VALOR-NUMERICO      PIC 9(05).
           05  ABT-VALOR-TEXTO         PIC X(10).
           05  ABT-SITUACAO            PIC X(01).
               88  ABT-ABERTO              VALUE 'A'.
               88  ABT-RECONHECIDO         VALUE 'R'.
           05  ABT-IDADE-DIAS          PIC 9(03).
           05  ABT-DATA-CIENCIA        PIC 9(08).
           05  ABT-HORA-CIENCIA        PIC X(08).
           05  ABT-OPERADOR-CIENCIA    PIC X(08).
           05  ABT-ACAO                PIC X(24).
