000340*                    LINHAS COM CHAVE OU DATA DANIFICADA
000350*                    CARREGAM SOB O REGISTRO 0000000, COMO
000360*                    NO EXTRATO IMPRESSO.
000361*  15/10/2026 RCS    CARGA TAMBEM DA TRILHA DE CIENCIAS DA
000362*                    MESA DE MONITORACAO (CIELOG, LAYOUT
000363*                    ABTREC, GRAVADA PELO EXEMCIEN): CADA
000364*                    ALERTA RECONHECIDO GANHA NA TRILHA DO
000365*                    REGISTRO UMA LINHA 'CIE' (TIPO '3') COM
000366*                    A DATA DO ALERTA, QUEM DEU CIENCIA E A
000367*                    PROVIDENCIA. SEM CIELOG A CARGA SEGUE
000368*                    SO COM AS DUAS TRILHAS.
000369*  15/10/2026 RCS    LINHA DE ANOMALIA DO EXEMANOM (SEVERIDADE
000370*                    'E' NO AUDITLOG) CARREGA COMO ALERTA COM
000371*                    A SEVERIDADE 'ANOMALO', PARA APARECER NA
000372*                    TRILHA DO REGISTRO NA CONSULTA ONLINE.
000373*  ---------------------------------------------------------

000380   ENVIRONMENT DIVISION.
000390   CONFIGURATION SECTION.
000470       SELECT MANTLOG ASSIGN TO "MANTLOG"
000480           ORGANIZATION IS LINE SEQUENTIAL
000490           FILE STATUS IS WS-ST-MANTLOG.
000492       SELECT OPTIONAL CIELOG ASSIGN TO "CIELOG"
000494           ORGANIZATION IS LINE SEQUENTIAL
000496           FILE STATUS IS WS-ST-CIELOG.
000500       SELECT AUDHIST ASSIGN TO "AUDHIST"
000510           ORGANIZATION IS INDEXED
000520           ACCESS MODE IS SEQUENTIAL
000620       RECORDING MODE IS F.
000630       COPY MNTREC.

000632   FD  CIELOG
000634       RECORDING MODE IS F.
000636       COPY ABTREC REPLACING LEADING ==ABT== BY ==CLG==.

000640   FD  AUDHIST.
000650       COPY AHSREC.

000750       05  WS-ST-AUDITLOG          PIC X(02).
000760       05  WS-ST-MANTLOG           PIC X(02).
000770       05  WS-ST-AUDHIST           PIC X(02).
000775       05  WS-ST-CIELOG            PIC X(02).

000780   01  WS-SW-FIM-AUDITLOG          PIC X(01) VALUE 'N'.
000790       88  WS-FIM-AUDITLOG             VALUE 'S'.
000840   01  WS-SW-FIM-ORDENADO          PIC X(01) VALUE 'N'.
000850       88  WS-FIM-ORDENADO             VALUE 'S'.
000860       88  WS-NAO-FIM-ORDENADO         VALUE 'N'.
000862   01  WS-SW-FIM-CIELOG            PIC X(01) VALUE 'N'.
000864       88  WS-FIM-CIELOG               VALUE 'S'.
000866       88  WS-NAO-FIM-CIELOG           VALUE 'N'.

000870   77  WS-QTD-MANUTENCOES          PIC 9(07) COMP VALUE ZERO.
000880   77  WS-QTD-ALERTAS              PIC 9(07) COMP VALUE ZERO.
000885   77  WS-QTD-CIENCIAS             PIC 9(07) COMP VALUE ZERO.
000890   77  WS-QTD-CARREGADOS           PIC 9(07) COMP VALUE ZERO.
000900   77  WS-QTD-NAO-GRAVADOS         PIC 9(07) COMP VALUE ZERO.

001570       05  WS-LB-TEXTO             PIC X(10).
001580       05  FILLER                  PIC X(19) VALUE SPACES.

001581   01  WS-LIN-CIENCIA.
001582       05  WS-LC-DATA              PIC X(10).
001583       05  FILLER                  PIC X(01) VALUE SPACE.
001584       05  WS-LC-HORA              PIC X(08).
001585       05  FILLER                  PIC X(05) VALUE ' CIE '.
001586       05  WS-LC-SEVERIDADE        PIC X(07).
001587       05  FILLER                  PIC X(01) VALUE SPACE.
001588       05  WS-LC-DATA-ALERTA       PIC X(10).
001589       05  FILLER                  PIC X(01) VALUE SPACE.
001590       05  WS-LC-OPERADOR          PIC X(08).
001591       05  FILLER                  PIC X(01) VALUE SPACE.
001592       05  WS-LC-ACAO              PIC X(23).

001593*  -----------------------------------------------------------
001594*  EDICAO DAS DATAS AAAAMMDD DA TRILHA DE CIENCIAS
001595*  -----------------------------------------------------------
001596   01  WS-DATA-CIENCIA             PIC 9(08).
001597   01  WS-DATA-CIENCIA-R REDEFINES WS-DATA-CIENCIA.
001598       05  WS-DC-AAAA              PIC 9(04).
001599       05  WS-DC-MM                PIC 9(02).
001600       05  WS-DC-DD                PIC 9(02).

001601   PROCEDURE DIVISION.
001602*  =============================================================
001610*  INICIO - PONTO DE ENTRADA DO PROGRAMA. ABRE AS TRILHAS
001620*  E O AUDHIST (REGRAVADO POR COMPLETO - O CLUSTER E DEFINIDO
001630*  COM REUSE), ORDENA TODAS AS LINHAS POR REGISTRO / DATA /
001640*  HORA / TIPO E GRAVA O KSDS NA ORDEM DE CHAVE, COM A
001910           CLOSE MANTLOG
001920           GOBACK
001930       END-IF.
001931       OPEN INPUT CIELOG.
001932       IF WS-ST-CIELOG NOT = '00' AND WS-ST-CIELOG NOT = '05'
001933           DISPLAY 'EXEMAUDL: ERRO NA ABERTURA DE CIELOG - '
001934               'STATUS ' WS-ST-CIELOG
001935           MOVE 8 TO RETURN-CODE
001936           CLOSE AUDITLOG
001937           CLOSE MANTLOG
001938           CLOSE AUDHIST
001939           GOBACK
001940       END-IF.
001941       MOVE HIGH-VALUES TO WS-CHAVE-ANTERIOR.
001950       SORT ARQSORT
001960           ASCENDING KEY SRT-NUM-REGISTRO
001970                         SRT-DATA-AAAAMMDD
002040       CLOSE AUDITLOG.
002050       CLOSE MANTLOG.
002060       CLOSE AUDHIST.
002065       CLOSE CIELOG.
002070       DISPLAY 'EXEMAUDL: ' WS-QTD-MANUTENCOES
002080           ' MANUTENCAO(OES) LIDA(S) DO MANTLOG'.
002090       DISPLAY 'EXEMAUDL: ' WS-QTD-ALERTAS
002100           ' ALERTA(S) LIDO(S) DO AUDITLOG'.
002103       DISPLAY 'EXEMAUDL: ' WS-QTD-CIENCIAS
002106           ' CIENCIA(S) LIDA(S) DO CIELOG'.
002110       DISPLAY 'EXEMAUDL: ' WS-QTD-CARREGADOS
002120           ' OCORRENCIA(S) CARREGADA(S) NO AUDHIST'.
002130       IF WS-QTD-NAO-GRAVADOS > ZERO
002210*  A TRILHA DE MANUTENCAO (MANTLOG) E A TRILHA DE ALERTAS DO
002220*  BATCH (AUDITLOG) POR COMPLETO, LIBERANDO UMA LINHA DE
002230*  ORDENACAO PARA CADA REGISTRO LIDO - MESMO DESENHO DO
002240*  EXTRATO IMPRESSO (EXEMAUDR). POR FIM LE A TRILHA DE
002245*  CIENCIAS DA MESA DE MONITORACAO (CIELOG), QUANDO HOUVER.
002250*  -------------------------------------------------------------
002260   1000-CARREGAR-TRILHAS.
002270       READ MANTLOG
002520                   PERFORM 1100-LIBERAR-ALERTA THRU 1100-EXIT
002530           END-READ
002540       END-PERFORM.
002541       READ CIELOG
002542           AT END
002543               MOVE 'S' TO WS-SW-FIM-CIELOG
002544           NOT AT END
002545               PERFORM 1400-LIBERAR-CIENCIA THRU 1400-EXIT
002546       END-READ.
002547       PERFORM UNTIL WS-FIM-CIELOG
002548           READ CIELOG
002549               AT END
002550                   MOVE 'S' TO WS-SW-FIM-CIELOG
002551               NOT AT END
002552                   PERFORM 1400-LIBERAR-CIENCIA THRU 1400-EXIT
002553           END-READ
002554       END-PERFORM.
002555   1000-EXIT.
002560       EXIT.

002570*  -------------------------------------------------------------
002580*  1100-LIBERAR-ALERTA - MONTA E LIBERA PARA A ORDENACAO A
002590*  LINHA DE UM ALERTA DE LIMIAR DO BATCH, COM A SEVERIDADE POR
002600*  EXTENSO (LINHA ANTERIOR A GRADUACAO CONTA COMO AVISO; A
002605*  ANOMALIA DO EXEMANOM SAI COMO 'ANOMALO').
002610*  -------------------------------------------------------------
002620   1100-LIBERAR-ALERTA.
002630       MOVE SPACES TO SRT-REC.
002760       IF AUD-SEV-CRITICO
002770           MOVE 'CRITICO' TO WS-LB-SEVERIDADE
002780       ELSE
002790           IF AUD-SEV-ANOMALIA
002792               MOVE 'ANOMALO' TO WS-LB-SEVERIDADE
002794           ELSE
002796               MOVE 'AVISO'   TO WS-LB-SEVERIDADE
002798           END-IF
002800       END-IF.
002810       MOVE AUD-VALOR-NUMERICO TO WS-LB-VALOR.
002820       MOVE AUD-VALOR-TEXTO   TO WS-LB-TEXTO.
003420       EXIT.

003430*  -------------------------------------------------------------
003431*  1400-LIBERAR-CIENCIA - MONTA E LIBERA PARA A ORDENACAO A
003432*  LINHA DE UMA CIENCIA DA MESA DE MONITORACAO (TIPO '3'), NA
003433*  DATA DE NEGOCIO E HORA EM QUE FOI CASADA, COM A SEVERIDADE
003434*  E A DATA DO ALERTA RECONHECIDO, QUEM DEU CIENCIA E A
003435*  PROVIDENCIA TOMADA.
003436*  -------------------------------------------------------------
003437   1400-LIBERAR-CIENCIA.
003438       MOVE SPACES TO SRT-REC.
003439       IF CLG-NUM-REGISTRO NUMERIC
003440           MOVE CLG-NUM-REGISTRO TO SRT-NUM-REGISTRO
003441       ELSE
003442           MOVE ZERO TO SRT-NUM-REGISTRO
003443       END-IF.
003444       IF CLG-DATA-CIENCIA NUMERIC
003445           MOVE CLG-DATA-CIENCIA TO SRT-DATA-AAAAMMDD
003446       ELSE
003447           MOVE ZERO TO SRT-DATA-AAAAMMDD
003448       END-IF.
003449       MOVE CLG-HORA-CIENCIA  TO SRT-HORA.
003450       MOVE '3'               TO SRT-TIPO.
003451       MOVE SRT-DATA-AAAAMMDD TO WS-DATA-CIENCIA.
003452       STRING WS-DC-DD '/' WS-DC-MM '/' WS-DC-AAAA
003453           DELIMITED BY SIZE INTO WS-LC-DATA.
003454       MOVE CLG-HORA-CIENCIA  TO WS-LC-HORA.
003455       IF CLG-SEV-CRITICO
003456           MOVE 'CRITICO' TO WS-LC-SEVERIDADE
003457       ELSE
003458           MOVE 'AVISO'   TO WS-LC-SEVERIDADE
003459       END-IF.
003460       IF CLG-DATA-ALERTA NUMERIC
003461           MOVE CLG-DATA-ALERTA TO WS-DATA-CIENCIA
003462           STRING WS-DC-DD '/' WS-DC-MM '/' WS-DC-AAAA
003463               DELIMITED BY SIZE INTO WS-LC-DATA-ALERTA
003464       ELSE
003465           MOVE SPACES TO WS-LC-DATA-ALERTA
003466       END-IF.
003467       MOVE CLG-OPERADOR-CIENCIA TO WS-LC-OPERADOR.
003468       MOVE CLG-ACAO          TO WS-LC-ACAO.
003469       MOVE WS-LIN-CIENCIA    TO SRT-LINHA.
003470       RELEASE SRT-REC.
003471       ADD 1 TO WS-QTD-CIENCIAS.
003472   1400-EXIT.
003473       EXIT.

003474*  -------------------------------------------------------------
003475*  3000-GRAVAR-AUDHIST - PROCEDIMENTO DE SAIDA DO SORT. RECEBE
003476*  AS LINHAS JA ORDENADAS E GRAVA O KSDS NA ORDEM DE CHAVE,
003477*  COM A SEQUENCIA DE DESEMPATE PARA OCORRENCIAS NO MESMO
003478*  SEGUNDO.
003480*  -------------------------------------------------------------
003490   3000-GRAVAR-AUDHIST.
003500       RETURN ARQSORT
