      *  AHSREC     -  LAYOUT DO ARQUIVO DE HISTORICO DE AUDITORIA *
      *               POR CHAVE (AUDHIST), UM VSAM KSDS CARREGADO  *
      *               POR COMPLETO A CADA NOITE PELO EXEMAUDL A    *
      *               PARTIR DAS TRILHAS PLANAS (MANTLOG, AUDITLOG *
      *               E A TRILHA DE CIENCIAS DA MESA DE            *
      *               MONITORACAO, CIELOG) E CONSULTADO ONLINE     *
      *               PELA TRANSACAO EHST (EXEMHIST): O SUPERVISOR *
      *               DRILHA DA LISTA ELST PARA A TRILHA           *
      *               CRONOLOGICA DE UM REGISTRO SEM ESPERAR O     *
      *               IMPRESSO DO EXEMAUDR. A CHAVE ORDENA POR     *
      *               REGISTRO MESTRE / DATA / HORA / TIPO ('1'    *
      *               MANUTENCAO ANTES DE '2' ALERTA NO EMPATE;    *
      *               '3' CIENCIA DE UM ALERTA PELA MESA) E        *
      *               AHS-SEQ DESEMPATA OCORRENCIAS NO MESMO       *
      *               SEGUNDO. AHS-LINHA E A PROPRIA LINHA DE      *
      *               EXIBICAO, JA FORMATADA PELO CARREGADOR - A   *
      *               TRANSACAO SO POSICIONA E LISTA.              *
      *-----------------------------------------------------------*
       01  AHS-REC.
           05  AHS-CHAVE.
               10  AHS-TIPO            PIC X(01).
                   88  AHS-TIPO-MANUTENCAO VALUE '1'.
                   88  AHS-TIPO-ALERTA     VALUE '2'.
                   88  AHS-TIPO-CIENCIA    VALUE '3'.
               10  AHS-SEQ             PIC 9(03).
           05  AHS-LINHA               PIC X(75).
