000100   IDENTIFICATION DIVISION.
000110   PROGRAM-ID. EXEMCIEN.
000120   AUTHOR. EQUIPE DE MANUTENCAO DE SISTEMAS.
000130   INSTALLATION. CENTRO DE PROCESSAMENTO DE DADOS.
000140   DATE-WRITTEN. 15/10/2026.
000150   DATE-COMPILED.
000160*  ---------------------------------------------------------
000170*  HISTORICO DE MANUTENCAO
000180*  ---------------------------------------------------------
000190*  DATA       AUTOR  DESCRICAO
000200*  15/10/2026 RCS    PROGRAMA ORIGINAL - CASAMENTO DAS CIENCIAS
000210*                    DA MESA DE MONITORACAO COM OS ALERTAS DE
000220*                    LIMIAR DO BATCH. O EXEMPLO MANDA O
000230*                    ALERTSAI TODA NOITE, MAS NADA VOLTAVA; A
000240*                    MESA AGORA DEVOLVE UM ARQUIVO DIARIO DE
000250*                    CIENCIA (CIENCIA, LAYOUT CIEREC). A CADA
000260*                    NOITE, LOGO APOS O EXEMPLO:
000270*                    - CARREGA OS ALERTAS EM ABERTO DA NOITE
000280*                      ANTERIOR (ALRABERT, LAYOUT ABTREC) E
000290*                      SOMA UM DIA UTIL A IDADE DE CADA UM;
000300*                    - ACRESCENTA OS ALERTAS NOVOS DO AUDITLOG
000310*                      (DATA DE NEGOCIO POSTERIOR A ULTIMA JA
000320*                      CASADA);
000330*                    - CASA CADA CIENCIA POR DATA DO ALERTA /
000340*                      REGISTRO / SEVERIDADE, MARCA O ALERTA
000350*                      COMO RECONHECIDO E GRAVA A CIENCIA NA
000360*                      TRILHA PERMANENTE (CIELOG), QUE O
000370*                      EXEMAUDL LEVA PARA O AUDHIST (EHST);
000380*                    - REGRAVA OS ALERTAS EM ABERTO (ABTNOVO,
000390*                      PROMOVIDO A ALRABERT PELO JOB) E
000400*                      IMPRIME O RELATORIO DE ESCALONAMENTO
000410*                      (RELCIEN): CRITICOS SEM CIENCIA HA
000420*                      ESCCARD DIAS UTEIS OU MAIS (2 NA
000430*                      AUSENCIA DO CARTAO) E CIENCIAS QUE NAO
000440*                      CASAM COM ALERTA ALGUM.
000442*  15/10/2026 RCS    LINHA DE ANOMALIA DO EXEMANOM (SEVERIDADE
000444*                    'E' NO AUDITLOG) NAO ENTRA NO CONTROLE DE
000446*                    CIENCIA - SO ALERTAS DE LIMIAR (AVISO E
000448*                    CRITICO) SAO COBRADOS DA MESA.
000450*  ---------------------------------------------------------

000460   ENVIRONMENT DIVISION.
000470   CONFIGURATION SECTION.
000480   SOURCE-COMPUTER. IBM-3090.
000490   OBJECT-COMPUTER. IBM-3090.

000500   INPUT-OUTPUT SECTION.
000510   FILE-CONTROL.
000520       SELECT OPTIONAL RUNCTL ASSIGN TO "RUNCTL"
000530           ORGANIZATION IS LINE SEQUENTIAL
000540           FILE STATUS IS WS-ST-RUNCTL.
000550       SELECT OPTIONAL ESCCARD ASSIGN TO "ESCCARD"
000560           ORGANIZATION IS LINE SEQUENTIAL
000570           FILE STATUS IS WS-ST-ESCCARD.
000580       SELECT OPTIONAL ALRABERT ASSIGN TO "ALRABERT"
000590           ORGANIZATION IS LINE SEQUENTIAL
000600           FILE STATUS IS WS-ST-ALRABERT.
000610       SELECT AUDITLOG ASSIGN TO "AUDITLOG"
000620           ORGANIZATION IS LINE SEQUENTIAL
000630           FILE STATUS IS WS-ST-AUDITLOG.
000640       SELECT OPTIONAL CIENCIA ASSIGN TO "CIENCIA"
000650           ORGANIZATION IS LINE SEQUENTIAL
000660           FILE STATUS IS WS-ST-CIENCIA.
000670       SELECT ABTNOVO ASSIGN TO "ABTNOVO"
000680           ORGANIZATION IS LINE SEQUENTIAL
000690           FILE STATUS IS WS-ST-ABTNOVO.
000700       SELECT CIELOG ASSIGN TO "CIELOG"
000710           ORGANIZATION IS LINE SEQUENTIAL
000720           FILE STATUS IS WS-ST-CIELOG.
000730       SELECT RELCIEN ASSIGN TO "RELCIEN"
000740           ORGANIZATION IS LINE SEQUENTIAL
000750           FILE STATUS IS WS-ST-RELCIEN.

000760   DATA DIVISION.
000770   FILE SECTION.
000780   FD  RUNCTL
000790       RECORDING MODE IS F.
000800       COPY RCTREC.

000810   FD  ESCCARD
000820       RECORDING MODE IS F.
000830       COPY ESCREC.

000840   FD  ALRABERT
000850       RECORDING MODE IS F.
000860       COPY ABTREC.

000870   FD  AUDITLOG
000880       RECORDING MODE IS F.
000890       COPY AUDREC.

000900   FD  CIENCIA
000910       RECORDING MODE IS F.
000920       COPY CIEREC.

000930   FD  ABTNOVO
000940       RECORDING MODE IS F.
000950       COPY ABTREC REPLACING LEADING ==ABT== BY ==NOV==.

000960   FD  CIELOG
000970       RECORDING MODE IS F.
000980       COPY ABTREC REPLACING LEADING ==ABT== BY ==CLG==.

000990   FD  RELCIEN
001000       RECORDING MODE IS F.
001010   01  REL-LINHA                   PIC X(80).

001020   WORKING-STORAGE SECTION.
001030   01  WS-STATUS-ARQUIVOS.
001040       05  WS-ST-RUNCTL            PIC X(02).
001050       05  WS-ST-ESCCARD           PIC X(02).
001060       05  WS-ST-ALRABERT          PIC X(02).
001070       05  WS-ST-AUDITLOG          PIC X(02).
001080       05  WS-ST-CIENCIA           PIC X(02).
001090       05  WS-ST-ABTNOVO           PIC X(02).
001100       05  WS-ST-CIELOG            PIC X(02).
001110       05  WS-ST-RELCIEN           PIC X(02).

001120   01  WS-SW-FIM-ALRABERT          PIC X(01) VALUE 'N'.
001130       88  WS-FIM-ALRABERT             VALUE 'S'.
001140       88  WS-NAO-FIM-ALRABERT         VALUE 'N'.
001150   01  WS-SW-FIM-AUDITLOG          PIC X(01) VALUE 'N'.
001160       88  WS-FIM-AUDITLOG             VALUE 'S'.
001170       88  WS-NAO-FIM-AUDITLOG         VALUE 'N'.
001180   01  WS-SW-FIM-CIENCIA           PIC X(01) VALUE 'N'.
001190       88  WS-FIM-CIENCIA              VALUE 'S'.
001200       88  WS-NAO-FIM-CIENCIA          VALUE 'N'.
001210   01  WS-SW-TABELA                PIC X(01) VALUE 'N'.
001220       88  WS-TABELA-ESTOURADA         VALUE 'S'.
001230       88  WS-TABELA-COM-ESPACO        VALUE 'N'.
001240   01  WS-SW-CONTROLE-LIDO         PIC X(01) VALUE 'N'.
001250       88  WS-CONTROLE-LIDO            VALUE 'S'.
001260       88  WS-CONTROLE-AUSENTE         VALUE 'N'.

001270*  -----------------------------------------------------------
001280*  DATA DE NEGOCIO DA NOITE (A DO RUNCTL; SEM RUNCTL VALE O
001290*  RELOGIO) E ULTIMA DATA JA CASADA, DA LINHA DE CONTROLE DO
001300*  ALRABERT. SO OS ALERTAS DO AUDITLOG COM DATA POSTERIOR A
001310*  ULTIMA E ATE A DA NOITE ENTRAM COMO NOVOS; SEM LINHA DE
001320*  CONTROLE (PRIMEIRA NOITE) ENTRAM SO OS DA PROPRIA NOITE.
001330*  -----------------------------------------------------------
001340   01  WS-DATA-AAAAMMDD            PIC 9(08).
001350   01  WS-DATA-NEGOCIO             PIC 9(08) VALUE ZERO.
001360   01  WS-DATA-NEGOCIO-R REDEFINES WS-DATA-NEGOCIO.
001370       05  WS-DN-AAAA              PIC 9(04).
001380       05  WS-DN-MM                PIC 9(02).
001390       05  WS-DN-DD                PIC 9(02).
001400   01  WS-DATA-NEGOCIO-EDITADA     PIC X(10).
001410   01  WS-DATA-ULTIMA              PIC 9(08) VALUE ZERO.
001420   01  WS-HORA-HHMMSSCC.
001430       05  WS-HORA-HH              PIC 9(02).
001440       05  WS-HORA-MM              PIC 9(02).
001450       05  WS-HORA-SS              PIC 9(02).
001460       05  WS-HORA-CC              PIC 9(02).
001470   01  WS-HORA-EDITADA             PIC X(08).

001480*  -----------------------------------------------------------
001490*  PRAZO EM DIAS UTEIS PARA ESCALONAR UM CRITICO SEM CIENCIA
001500*  -----------------------------------------------------------
001510   01  WS-DIAS-ESCALONAR           PIC 9(03) VALUE 2.

001520*  -----------------------------------------------------------
001530*  CONVERSAO DA DATA DD/MM/AAAA DO AUDITLOG PARA AAAAMMDD.
001540*  DATA DANIFICADA FICA ZERO E A LINHA NAO ENTRA NO CASAMENTO.
001550*  -----------------------------------------------------------
001560   01  WS-DATA-BARRAS.
001570       05  WS-DB-DD                PIC X(02).
001580       05  FILLER                  PIC X(01).
001590       05  WS-DB-MM                PIC X(02).
001600       05  FILLER                  PIC X(01).
001610       05  WS-DB-AAAA              PIC X(04).
001620   01  WS-DATA-ALERTA.
001630       05  WS-DA-AAAA              PIC 9(04).
001640       05  WS-DA-MM                PIC 9(02).
001650       05  WS-DA-DD                PIC 9(02).
001660   01  WS-DATA-ALERTA-NUM REDEFINES WS-DATA-ALERTA
001670                                   PIC 9(08).

001680*  -----------------------------------------------------------
001690*  EDICAO DE UMA DATA AAAAMMDD EM DD/MM/AAAA PARA O RELATORIO
001700*  -----------------------------------------------------------
001710   01  WS-DATA-EDICAO              PIC 9(08).
001720   01  WS-DATA-EDICAO-R REDEFINES WS-DATA-EDICAO.
001730       05  WS-DE-AAAA              PIC 9(04).
001740       05  WS-DE-MM                PIC 9(02).
001750       05  WS-DE-DD                PIC 9(02).
001760   01  WS-DATA-EDITADA             PIC X(10).

001770*  -----------------------------------------------------------
001780*  TABELA DOS ALERTAS DA NOITE: OS EM ABERTO QUE VIERAM DO
001790*  ALRABERT MAIS OS NOVOS DO AUDITLOG. ESTOURO DA TABELA
001800*  ENCERRA O RUN COM RC=8 ANTES DE GRAVAR QUALQUER SAIDA - O
001810*  ALRABERT DE ONTEM FICA INTACTO PARA O RERUN.
001820*  -----------------------------------------------------------
001830   77  WS-MAX-ALERTAS              PIC 9(04) COMP VALUE 2000.
001840   01  WS-TAB-ALERTAS.
001850       05  WS-TA-ENTRADA OCCURS 2000 TIMES.
001860           10  WS-TA-DATA          PIC 9(08).
001870           10  WS-TA-HORA          PIC X(08).
001880           10  WS-TA-NUM-REGISTRO  PIC 9(07).
001890           10  WS-TA-SEVERIDADE    PIC X(01).
001900           10  WS-TA-VALOR         PIC 9(05).
001910           10  WS-TA-TEXTO         PIC X(10).
001920           10  WS-TA-SITUACAO      PIC X(01).
001930           10  WS-TA-IDADE         PIC 9(03).
001940           10  WS-TA-DATA-CIENCIA  PIC 9(08).
001950           10  WS-TA-HORA-CIENCIA  PIC X(08).
001960           10  WS-TA-OPERADOR      PIC X(08).
001970           10  WS-TA-ACAO          PIC X(24).
001980   77  WS-QTD-TAB                  PIC 9(04) COMP VALUE ZERO.
001990   77  WS-IX                       PIC 9(04) COMP VALUE ZERO.

002000*  -----------------------------------------------------------
002010*  CIENCIAS QUE NAO CASAM COM ALERTA ALGUM - GUARDADAS PARA A
002020*  SEGUNDA PARTE DO RELATORIO. ALEM DA CAPACIDADE SO CONTAM.
002030*  -----------------------------------------------------------
002040   77  WS-MAX-SEM-ALERTA           PIC 9(03) COMP VALUE 500.
002050   01  WS-TAB-SEM-ALERTA.
002060       05  WS-TS-ENTRADA OCCURS 500 TIMES.
002070           10  WS-TS-DATA          PIC X(10).
002080           10  WS-TS-NUM-REGISTRO  PIC X(07).
002090           10  WS-TS-SEVERIDADE    PIC X(01).
002100           10  WS-TS-OPERADOR      PIC X(08).
002110           10  WS-TS-MOTIVO        PIC X(22).
002120           10  WS-TS-ACAO          PIC X(22).
002130   77  WS-QTD-TS                   PIC 9(03) COMP VALUE ZERO.
002140   77  WS-IS                       PIC 9(03) COMP VALUE ZERO.

002150*  -----------------------------------------------------------
002160*  RESULTADO DO CASAMENTO DE UMA CIENCIA
002170*  -----------------------------------------------------------
002180   77  WS-QTD-CASOU-ABERTO         PIC 9(04) COMP VALUE ZERO.
002190   77  WS-QTD-CASOU-RECONHECIDO    PIC 9(04) COMP VALUE ZERO.
002200   01  WS-MOTIVO-SEM-ALERTA        PIC X(22).

002210*  -----------------------------------------------------------
002220*  TOTAIS DO CASAMENTO
002230*  -----------------------------------------------------------
002240   77  WS-QTD-ABERTOS-ANTERIORES   PIC 9(07) COMP VALUE ZERO.
002250   77  WS-QTD-ALERTAS-NOVOS        PIC 9(07) COMP VALUE ZERO.
002260   77  WS-QTD-CIENCIAS-LIDAS       PIC 9(07) COMP VALUE ZERO.
002270   77  WS-QTD-CIENCIAS-CASADAS     PIC 9(07) COMP VALUE ZERO.
002280   77  WS-QTD-CIENCIAS-REPETIDAS   PIC 9(07) COMP VALUE ZERO.
002290   77  WS-QTD-CIENCIAS-SEM-ALERTA  PIC 9(07) COMP VALUE ZERO.
002300   77  WS-QTD-RECONHECIDOS         PIC 9(07) COMP VALUE ZERO.
002310   77  WS-QTD-SEGUEM-ABERTOS       PIC 9(07) COMP VALUE ZERO.
002320   77  WS-QTD-ESCALONADOS          PIC 9(07) COMP VALUE ZERO.

002330*  -----------------------------------------------------------
002340*  LINHAS DO RELATORIO DE ESCALONAMENTO (RELCIEN)
002350*  -----------------------------------------------------------
002360   01  WS-LIN-TITULO.
002370       05  FILLER                  PIC X(40) VALUE
002380           'CIENCIA DE ALERTAS DA MESA DE MONITORACA'.
002390       05  FILLER                  PIC X(20) VALUE
002400           'O - DATA DE NEGOCIO '.
002410       05  WS-LT-DATA              PIC X(10).
002420       05  FILLER                  PIC X(10) VALUE SPACES.

002430   01  WS-LIN-PARAMETRO.
002440       05  FILLER                  PIC X(32) VALUE
002450           'DIAS UTEIS PARA ESCALONAR......:'.
002460       05  FILLER                  PIC X(01) VALUE SPACE.
002470       05  WS-LP-DIAS              PIC ZZ9.
002480       05  FILLER                  PIC X(44) VALUE SPACES.

002490   01  WS-LIN-SECAO                PIC X(80).

002500   01  WS-LIN-CAB-ESCALONADO.
002510       05  FILLER                  PIC X(40) VALUE
002520           'DATA ALERTA HORA       REGISTRO VALOR TE'.
002530       05  FILLER                  PIC X(40) VALUE
002540           'XTO       IDADE (DIAS UTEIS)            '.

002550   01  WS-LIN-ESCALONADO.
002560       05  WS-LE-DATA              PIC X(10).
002570       05  FILLER                  PIC X(02) VALUE SPACES.
002580       05  WS-LE-HORA              PIC X(08).
002590       05  FILLER                  PIC X(03) VALUE SPACES.
002600       05  WS-LE-NUM-REGISTRO      PIC 9(07).
002610       05  FILLER                  PIC X(02) VALUE SPACES.
002620       05  WS-LE-VALOR             PIC 9(05).
002630       05  FILLER                  PIC X(01) VALUE SPACE.
002640       05  WS-LE-TEXTO             PIC X(10).
002650       05  FILLER                  PIC X(02) VALUE SPACES.
002660       05  WS-LE-IDADE             PIC ZZ9.
002670       05  FILLER                  PIC X(27) VALUE SPACES.

002680   01  WS-LIN-CAB-SEM-ALERTA.
002690       05  FILLER                  PIC X(40) VALUE
002700           'DATA ALERTA REGISTRO S OPERADOR MOTIVO  '.
002710       05  FILLER                  PIC X(40) VALUE
002720           '                  PROVIDENCIA           '.

002730   01  WS-LIN-SEM-ALERTA.
002740       05  WS-LS-DATA              PIC X(10).
002750       05  FILLER                  PIC X(02) VALUE SPACES.
002760       05  WS-LS-NUM-REGISTRO      PIC X(07).
002770       05  FILLER                  PIC X(02) VALUE SPACES.
002780       05  WS-LS-SEVERIDADE        PIC X(01).
002790       05  FILLER                  PIC X(01) VALUE SPACE.
002800       05  WS-LS-OPERADOR          PIC X(08).
002810       05  FILLER                  PIC X(01) VALUE SPACE.
002820       05  WS-LS-MOTIVO            PIC X(22).
002830       05  FILLER                  PIC X(04) VALUE SPACES.
002840       05  WS-LS-ACAO              PIC X(22).

002850   01  WS-LIN-TOTAL.
002860       05  WS-TL-ROTULO            PIC X(32).
002870       05  FILLER                  PIC X(01) VALUE SPACE.
002880       05  WS-TL-VALOR             PIC ZZZZZZ9.
002890       05  FILLER                  PIC X(40) VALUE SPACES.

002900   PROCEDURE DIVISION.
002910*  =============================================================
002920*  INICIO - PONTO DE ENTRADA DO PROGRAMA. RESOLVE A DATA DE
002930*  NEGOCIO E O PRAZO DE ESCALONAMENTO, MONTA A TABELA DOS
002940*  ALERTAS DA NOITE (EM ABERTO DE ONTEM + NOVOS DO AUDITLOG),
002950*  CASA AS CIENCIAS DA MESA, REGRAVA OS ALERTAS EM ABERTO E
002960*  IMPRIME O RELATORIO DE ESCALONAMENTO. RETURN-CODE 8 QUANDO
002970*  UM ARQUIVO NAO PODE SER ABERTO OU A TABELA ESTOURA (NADA E
002980*  GRAVADO E O JOB NAO PROMOVE O ABTNOVO), 4 QUANDO HA CRITICO
002990*  A ESCALONAR OU CIENCIA SEM ALERTA, 0 NUMA NOITE LIMPA.
003000*  =============================================================
003010   Inicio.
003020       ACCEPT WS-DATA-AAAAMMDD FROM DATE YYYYMMDD.
003030       ACCEPT WS-HORA-HHMMSSCC FROM TIME.
003040       STRING WS-HORA-HH ':' WS-HORA-MM ':' WS-HORA-SS
003050           DELIMITED BY SIZE INTO WS-HORA-EDITADA.
003060       PERFORM 1000-LER-RUN-CONTROL THRU 1000-EXIT.
003070       PERFORM 1010-LER-PARAMETRO THRU 1010-EXIT.
003080       PERFORM 1100-CARREGAR-ABERTOS THRU 1100-EXIT.
003090       IF RETURN-CODE = 8
003100           STOP RUN
003110       END-IF.
003120       PERFORM 1200-CARREGAR-NOVOS THRU 1200-EXIT.
003130       IF RETURN-CODE = 8
003140           STOP RUN
003150       END-IF.
003160       OPEN INPUT CIENCIA.
003170       IF WS-ST-CIENCIA NOT = '00' AND WS-ST-CIENCIA NOT = '05'
003180           DISPLAY 'EXEMCIEN: ERRO NA ABERTURA DE CIENCIA - '
003190               'STATUS ' WS-ST-CIENCIA
003200           MOVE 8 TO RETURN-CODE
003210           GOBACK
003220       END-IF.
003230       OPEN OUTPUT ABTNOVO.
003240       IF WS-ST-ABTNOVO NOT = '00'
003250           DISPLAY 'EXEMCIEN: ERRO NA ABERTURA DE ABTNOVO - '
003260               'STATUS ' WS-ST-ABTNOVO
003270           MOVE 8 TO RETURN-CODE
003280           CLOSE CIENCIA
003290           GOBACK
003300       END-IF.
003310       OPEN EXTEND CIELOG.
003320       IF WS-ST-CIELOG = '35'
003330           OPEN OUTPUT CIELOG
003340       END-IF.
003350       IF WS-ST-CIELOG NOT = '00'
003360           DISPLAY 'EXEMCIEN: ERRO NA ABERTURA DE CIELOG - '
003370               'STATUS ' WS-ST-CIELOG
003380           MOVE 8 TO RETURN-CODE
003390           CLOSE CIENCIA
003400           CLOSE ABTNOVO
003410           GOBACK
003420       END-IF.
003430       OPEN OUTPUT RELCIEN.
003440       IF WS-ST-RELCIEN NOT = '00'
003450           DISPLAY 'EXEMCIEN: ERRO NA ABERTURA DE RELCIEN - '
003460               'STATUS ' WS-ST-RELCIEN
003470           MOVE 8 TO RETURN-CODE
003480           CLOSE CIENCIA
003490           CLOSE ABTNOVO
003500           CLOSE CIELOG
003510           GOBACK
003520       END-IF.
003530       READ CIENCIA
003540           AT END
003550               MOVE 'S' TO WS-SW-FIM-CIENCIA
003560           NOT AT END
003570               PERFORM 2010-TRATAR-CIENCIA THRU 2010-EXIT
003580       END-READ.
003590       PERFORM UNTIL WS-FIM-CIENCIA
003600           READ CIENCIA
003610               AT END
003620                   MOVE 'S' TO WS-SW-FIM-CIENCIA
003630               NOT AT END
003640                   PERFORM 2010-TRATAR-CIENCIA THRU 2010-EXIT
003650           END-READ
003660       END-PERFORM.
003670       PERFORM 3000-GRAVAR-ABERTOS THRU 3000-EXIT.
003680       PERFORM 4000-GRAVAR-RELATORIO THRU 4000-EXIT.
003690       CLOSE CIENCIA.
003700       CLOSE ABTNOVO.
003710       CLOSE CIELOG.
003720       CLOSE RELCIEN.
003730       DISPLAY 'EXEMCIEN: ' WS-QTD-ALERTAS-NOVOS
003740           ' ALERTA(S) NOVO(S) DO AUDITLOG'.
003750       DISPLAY 'EXEMCIEN: ' WS-QTD-CIENCIAS-LIDAS
003760           ' CIENCIA(S) LIDA(S), ' WS-QTD-CIENCIAS-CASADAS
003770           ' CASADA(S)'.
003780       DISPLAY 'EXEMCIEN: ' WS-QTD-SEGUEM-ABERTOS
003790           ' ALERTA(S) SEGUEM SEM CIENCIA'.
003800       IF WS-QTD-ESCALONADOS > ZERO
003810               OR WS-QTD-CIENCIAS-SEM-ALERTA > ZERO
003820           DISPLAY 'EXEMCIEN: ' WS-QTD-ESCALONADOS
003830               ' CRITICO(S) A ESCALONAR E '
003840               WS-QTD-CIENCIAS-SEM-ALERTA
003850               ' CIENCIA(S) SEM ALERTA - VER RELCIEN'
003860           MOVE 4 TO RETURN-CODE
003870       END-IF.
003880       STOP RUN.

003890*  -------------------------------------------------------------
003900*  1000-LER-RUN-CONTROL - LE A DATA DE NEGOCIO DO RUNCTL, A
003910*  MESMA QUE O EXEMPLO GRAVOU NO AUDITLOG E NO ALERTSAI DA
003920*  NOITE. SEM RUNCTL VALE O RELOGIO.
003930*  -------------------------------------------------------------
003940   1000-LER-RUN-CONTROL.
003950       MOVE WS-DATA-AAAAMMDD TO WS-DATA-NEGOCIO.
003960       OPEN INPUT RUNCTL.
003970       READ RUNCTL
003980           AT END
003990               CONTINUE
004000           NOT AT END
004010               IF RCT-DATA-NEGOCIO NUMERIC
004020                   MOVE RCT-DATA-NEGOCIO TO WS-DATA-NEGOCIO
004030               END-IF
004040       END-READ.
004050       CLOSE RUNCTL.
004060       STRING WS-DN-DD '/' WS-DN-MM '/' WS-DN-AAAA
004070           DELIMITED BY SIZE INTO WS-DATA-NEGOCIO-EDITADA.
004080   1000-EXIT.
004090       EXIT.

004100*  -------------------------------------------------------------
004110*  1010-LER-PARAMETRO - LE, SE HOUVER, O CARTAO COM O PRAZO EM
004120*  DIAS UTEIS PARA ESCALONAR. NA AUSENCIA DO CARTAO, OU COM
004130*  CONTEUDO NAO NUMERICO OU ZERO, PERMANECEM OS 2 DIAS DEFAULT.
004140*  -------------------------------------------------------------
004150   1010-LER-PARAMETRO.
004160       OPEN INPUT ESCCARD.
004170       READ ESCCARD
004180           AT END
004190               CONTINUE
004200           NOT AT END
004210               IF ESC-DIAS-ESCALONAR NUMERIC
004220                   IF ESC-DIAS-ESCALONAR > ZERO
004230                       MOVE ESC-DIAS-ESCALONAR
004240                           TO WS-DIAS-ESCALONAR
004250                   END-IF
004260               END-IF
004270       END-READ.
004280       CLOSE ESCCARD.
004290   1010-EXIT.
004300       EXIT.

004310*  -------------------------------------------------------------
004320*  1100-CARREGAR-ABERTOS - CARREGA NA TABELA OS ALERTAS DO
004330*  ALRABERT DA NOITE ANTERIOR. SEM O ARQUIVO (PRIMEIRA NOITE)
004340*  A TABELA COMECA VAZIA E SO OS ALERTAS DA PROPRIA NOITE
004350*  ENTRAM COMO NOVOS.
004360*  -------------------------------------------------------------
004370   1100-CARREGAR-ABERTOS.
004380       OPEN INPUT ALRABERT.
004390       IF WS-ST-ALRABERT NOT = '00' AND WS-ST-ALRABERT NOT = '05'
004400           DISPLAY 'EXEMCIEN: ERRO NA ABERTURA DE ALRABERT - '
004410               'STATUS ' WS-ST-ALRABERT
004420           MOVE 8 TO RETURN-CODE
004430           GO TO 1100-EXIT
004440       END-IF.
004450       READ ALRABERT
004460           AT END
004470               MOVE 'S' TO WS-SW-FIM-ALRABERT
004480           NOT AT END
004490               PERFORM 1110-TRATAR-ABERTO THRU 1110-EXIT
004500       END-READ.
004510       PERFORM UNTIL WS-FIM-ALRABERT
004520           READ ALRABERT
004530               AT END
004540                   MOVE 'S' TO WS-SW-FIM-ALRABERT
004550               NOT AT END
004560                   PERFORM 1110-TRATAR-ABERTO THRU 1110-EXIT
004570           END-READ
004580       END-PERFORM.
004590       CLOSE ALRABERT.
004600       IF WS-CONTROLE-AUSENTE
004610           COMPUTE WS-DATA-ULTIMA = WS-DATA-NEGOCIO - 1
004620       END-IF.
004630       IF WS-TABELA-ESTOURADA
004640           DISPLAY 'EXEMCIEN: TABELA DE ALERTAS ESGOTADA ('
004650               WS-MAX-ALERTAS ') NA CARGA DO ALRABERT'
004660           MOVE 8 TO RETURN-CODE
004670       END-IF.
004680   1100-EXIT.
004690       EXIT.

004700*  -------------------------------------------------------------
004710*  1110-TRATAR-ABERTO - TRATA UMA LINHA DO ALRABERT. A LINHA DE
004720*  CONTROLE DA A ULTIMA DATA JA CASADA. ALERTA RECONHECIDO
004730*  NUMA NOITE ANTERIOR SAI DO ARQUIVO; EM ABERTO GANHA UM DIA
004740*  UTIL DE IDADE QUANDO A NOITE E NOVA. NUM RERUN DA MESMA
004750*  NOITE (DATA DE CONTROLE = DATA DE NEGOCIO) NADA ENVELHECE E
004760*  OS RECONHECIDOS DA NOITE PERMANECEM, PARA A CIENCIA REPETIDA
004770*  NAO SER TOMADA POR CIENCIA SEM ALERTA.
004780*  -------------------------------------------------------------
004790   1110-TRATAR-ABERTO.
004800       IF ABT-CONTROLE
004810           IF ABT-DATA-ALERTA NUMERIC
004820               MOVE ABT-DATA-ALERTA TO WS-DATA-ULTIMA
004830               MOVE 'S' TO WS-SW-CONTROLE-LIDO
004840           END-IF
004850           GO TO 1110-EXIT
004860       END-IF.
004870       IF NOT ABT-ALERTA
004880           GO TO 1110-EXIT
004890       END-IF.
004900       IF ABT-RECONHECIDO
004910               AND WS-DATA-ULTIMA < WS-DATA-NEGOCIO
004920           GO TO 1110-EXIT
004930       END-IF.
004940       PERFORM 1150-INCLUIR-NA-TABELA THRU 1150-EXIT.
004950       IF WS-TABELA-ESTOURADA
004960           GO TO 1110-EXIT
004970       END-IF.
004980       MOVE WS-QTD-TAB TO WS-IX.
004990       MOVE ABT-DATA-ALERTA      TO WS-TA-DATA (WS-IX).
005000       MOVE ABT-HORA-ALERTA      TO WS-TA-HORA (WS-IX).
005010       MOVE ABT-NUM-REGISTRO     TO WS-TA-NUM-REGISTRO (WS-IX).
005020       MOVE ABT-SEVERIDADE       TO WS-TA-SEVERIDADE (WS-IX).
005030       MOVE ABT-VALOR-NUMERICO   TO WS-TA-VALOR (WS-IX).
005040       MOVE ABT-VALOR-TEXTO      TO WS-TA-TEXTO (WS-IX).
005050       MOVE ABT-SITUACAO         TO WS-TA-SITUACAO (WS-IX).
005060       MOVE ABT-IDADE-DIAS       TO WS-TA-IDADE (WS-IX).
005070       MOVE ABT-DATA-CIENCIA     TO WS-TA-DATA-CIENCIA (WS-IX).
005080       MOVE ABT-HORA-CIENCIA     TO WS-TA-HORA-CIENCIA (WS-IX).
005090       MOVE ABT-OPERADOR-CIENCIA TO WS-TA-OPERADOR (WS-IX).
005100       MOVE ABT-ACAO             TO WS-TA-ACAO (WS-IX).
005110       IF ABT-ABERTO
005120           ADD 1 TO WS-QTD-ABERTOS-ANTERIORES
005130           IF WS-DATA-ULTIMA < WS-DATA-NEGOCIO
005140                   AND WS-TA-IDADE (WS-IX) < 999
005150               ADD 1 TO WS-TA-IDADE (WS-IX)
005160           END-IF
005170       END-IF.
005180   1110-EXIT.
005190       EXIT.

005200*  -------------------------------------------------------------
005210*  1150-INCLUIR-NA-TABELA - ABRE UMA POSICAO NOVA NA TABELA DE
005220*  ALERTAS; SEM ESPACO, SO LIGA A CHAVE DE ESTOURO.
005230*  -------------------------------------------------------------
005240   1150-INCLUIR-NA-TABELA.
005250       IF WS-QTD-TAB NOT < WS-MAX-ALERTAS
005260           MOVE 'S' TO WS-SW-TABELA
005270           GO TO 1150-EXIT
005280       END-IF.
005290       ADD 1 TO WS-QTD-TAB.
005300       MOVE SPACES TO WS-TA-ENTRADA (WS-QTD-TAB).
005310       MOVE ZERO   TO WS-TA-IDADE (WS-QTD-TAB).
005320       MOVE ZERO   TO WS-TA-DATA-CIENCIA (WS-QTD-TAB).
005330   1150-EXIT.
005340       EXIT.

005350*  -------------------------------------------------------------
005360*  1200-CARREGAR-NOVOS - VARRE O AUDITLOG E ACRESCENTA A
005370*  TABELA, EM ABERTO E COM IDADE ZERO, OS ALERTAS COM DATA DE
005380*  NEGOCIO POSTERIOR A ULTIMA JA CASADA E ATE A DA NOITE.
005390*  -------------------------------------------------------------
005400   1200-CARREGAR-NOVOS.
005410       OPEN INPUT AUDITLOG.
005420       IF WS-ST-AUDITLOG NOT = '00'
005430           DISPLAY 'EXEMCIEN: ERRO NA ABERTURA DE AUDITLOG - '
005440               'STATUS ' WS-ST-AUDITLOG
005450           MOVE 8 TO RETURN-CODE
005460           GO TO 1200-EXIT
005470       END-IF.
005480       READ AUDITLOG
005490           AT END
005500               MOVE 'S' TO WS-SW-FIM-AUDITLOG
005510           NOT AT END
005520               PERFORM 1210-TRATAR-AUDITORIA THRU 1210-EXIT
005530       END-READ.
005540       PERFORM UNTIL WS-FIM-AUDITLOG
005550           READ AUDITLOG
005560               AT END
005570                   MOVE 'S' TO WS-SW-FIM-AUDITLOG
005580               NOT AT END
005590                   PERFORM 1210-TRATAR-AUDITORIA THRU 1210-EXIT
005600           END-READ
005610       END-PERFORM.
005620       CLOSE AUDITLOG.
005630       IF WS-TABELA-ESTOURADA
005640           DISPLAY 'EXEMCIEN: TABELA DE ALERTAS ESGOTADA ('
005650               WS-MAX-ALERTAS ') NA CARGA DO AUDITLOG'
005660           MOVE 8 TO RETURN-CODE
005670       END-IF.
005680   1200-EXIT.
005690       EXIT.

005700*  -------------------------------------------------------------
005710*  1210-TRATAR-AUDITORIA - TRATA UMA LINHA DO AUDITLOG. LINHA
005720*  COM DATA DANIFICADA OU FORA DA FAIXA DA NOITE E IGNORADA;
005730*  LINHA ANTERIOR A GRADUACAO (SEVERIDADE EM BRANCO) ENTRA
005740*  COMO AVISO, COMO NO EXTRATO. LINHA DE ANOMALIA DO EXEMANOM
005745*  NAO E ALERTA DE LIMIAR E TAMBEM E IGNORADA.
005750*  -------------------------------------------------------------
005760   1210-TRATAR-AUDITORIA.
005762       IF AUD-SEV-ANOMALIA
005764           GO TO 1210-EXIT
005766       END-IF.
005770       MOVE AUD-DATA-EXECUCAO TO WS-DATA-BARRAS.
005780       IF WS-DB-AAAA NUMERIC
005790               AND WS-DB-MM NUMERIC
005800               AND WS-DB-DD NUMERIC
005810           MOVE WS-DB-AAAA TO WS-DA-AAAA
005820           MOVE WS-DB-MM   TO WS-DA-MM
005830           MOVE WS-DB-DD   TO WS-DA-DD
005840       ELSE
005850           GO TO 1210-EXIT
005860       END-IF.
005870       IF WS-DATA-ALERTA-NUM NOT > WS-DATA-ULTIMA
005880               OR WS-DATA-ALERTA-NUM > WS-DATA-NEGOCIO
005890           GO TO 1210-EXIT
005900       END-IF.
005910       PERFORM 1150-INCLUIR-NA-TABELA THRU 1150-EXIT.
005920       IF WS-TABELA-ESTOURADA
005930           GO TO 1210-EXIT
005940       END-IF.
005950       MOVE WS-QTD-TAB TO WS-IX.
005960       MOVE WS-DATA-ALERTA-NUM TO WS-TA-DATA (WS-IX).
005970       MOVE AUD-HORA-EXECUCAO  TO WS-TA-HORA (WS-IX).
005980       IF AUD-NUM-REGISTRO NUMERIC
005990           MOVE AUD-NUM-REGISTRO TO WS-TA-NUM-REGISTRO (WS-IX)
006000       ELSE
006010           MOVE ZERO TO WS-TA-NUM-REGISTRO (WS-IX)
006020       END-IF.
006030       IF AUD-SEV-CRITICO
006040           MOVE 'C' TO WS-TA-SEVERIDADE (WS-IX)
006050       ELSE
006060           MOVE 'A' TO WS-TA-SEVERIDADE (WS-IX)
006070       END-IF.
006080       MOVE AUD-VALOR-NUMERICO TO WS-TA-VALOR (WS-IX).
006090       MOVE AUD-VALOR-TEXTO    TO WS-TA-TEXTO (WS-IX).
006100       MOVE 'A'                TO WS-TA-SITUACAO (WS-IX).
006110       ADD 1 TO WS-QTD-ALERTAS-NOVOS.
006120   1210-EXIT.
006130       EXIT.

006140*  -------------------------------------------------------------
006150*  2010-TRATAR-CIENCIA - CASA UMA CIENCIA DA MESA COM OS
006160*  ALERTAS DA TABELA PELA DATA DO ALERTA / REGISTRO /
006170*  SEVERIDADE. TODO ALERTA EM ABERTO QUE CASA E RECONHECIDO
006180*  E VAI PARA A TRILHA (CIELOG). CIENCIA QUE SO CASA COM
006190*  ALERTA JA RECONHECIDO NESTA NOITE E REPETIDA (RERUN OU
006200*  LINHA DOBRADA DA MESA) E NAO SAI NO RELATORIO; A QUE NAO
006210*  CASA COM NADA, OU VEM DANIFICADA, SAI COMO SEM ALERTA.
006220*  -------------------------------------------------------------
006230   2010-TRATAR-CIENCIA.
006240       ADD 1 TO WS-QTD-CIENCIAS-LIDAS.
006250       IF CIE-DATA-ALERTA NOT NUMERIC
006260               OR CIE-NUM-REGISTRO NOT NUMERIC
006270           MOVE 'DATA/CHAVE INVALIDA' TO WS-MOTIVO-SEM-ALERTA
006280           PERFORM 2040-GUARDAR-SEM-ALERTA THRU 2040-EXIT
006290           GO TO 2010-EXIT
006300       END-IF.
006310       IF NOT CIE-SEV-VALIDA
006320           MOVE 'SEVERIDADE INVALIDA' TO WS-MOTIVO-SEM-ALERTA
006330           PERFORM 2040-GUARDAR-SEM-ALERTA THRU 2040-EXIT
006340           GO TO 2010-EXIT
006350       END-IF.
006360       MOVE ZERO TO WS-QTD-CASOU-ABERTO.
006370       MOVE ZERO TO WS-QTD-CASOU-RECONHECIDO.
006380       PERFORM VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > WS-QTD-TAB
006390           IF WS-TA-DATA (WS-IX) = CIE-DATA-ALERTA
006400                   AND WS-TA-NUM-REGISTRO (WS-IX)
006410                       = CIE-NUM-REGISTRO
006420                   AND WS-TA-SEVERIDADE (WS-IX) = CIE-SEVERIDADE
006430               PERFORM 2020-CASAR-ALERTA THRU 2020-EXIT
006440           END-IF
006450       END-PERFORM.
006460       IF WS-QTD-CASOU-ABERTO > ZERO
006470           ADD 1 TO WS-QTD-CIENCIAS-CASADAS
006480           GO TO 2010-EXIT
006490       END-IF.
006500       IF WS-QTD-CASOU-RECONHECIDO > ZERO
006510           ADD 1 TO WS-QTD-CIENCIAS-REPETIDAS
006520           GO TO 2010-EXIT
006530       END-IF.
006540       MOVE 'SEM ALERTA EM ABERTO' TO WS-MOTIVO-SEM-ALERTA.
006550       PERFORM 2040-GUARDAR-SEM-ALERTA THRU 2040-EXIT.
006560   2010-EXIT.
006570       EXIT.

006580*  -------------------------------------------------------------
006590*  2020-CASAR-ALERTA - MARCA COMO RECONHECIDO O ALERTA DA
006600*  POSICAO WS-IX QUE CASOU COM A CIENCIA CORRENTE, COM A DATA
006610*  DE NEGOCIO E A HORA DESTA NOITE, QUEM DEU CIENCIA E A
006620*  PROVIDENCIA, E O GRAVA NA TRILHA DE CIENCIAS.
006630*  -------------------------------------------------------------
006640   2020-CASAR-ALERTA.
006650       IF WS-TA-SITUACAO (WS-IX) NOT = 'A'
006660           ADD 1 TO WS-QTD-CASOU-RECONHECIDO
006670           GO TO 2020-EXIT
006680       END-IF.
006690       ADD 1 TO WS-QTD-CASOU-ABERTO.
006700       MOVE 'R'             TO WS-TA-SITUACAO (WS-IX).
006710       MOVE WS-DATA-NEGOCIO TO WS-TA-DATA-CIENCIA (WS-IX).
006720       MOVE WS-HORA-EDITADA TO WS-TA-HORA-CIENCIA (WS-IX).
006730       MOVE CIE-OPERADOR    TO WS-TA-OPERADOR (WS-IX).
006740       MOVE CIE-ACAO        TO WS-TA-ACAO (WS-IX).
006750       PERFORM 2030-GRAVAR-TRILHA THRU 2030-EXIT.
006760       ADD 1 TO WS-QTD-RECONHECIDOS.
006770   2020-EXIT.
006780       EXIT.

006790*  -------------------------------------------------------------
006800*  2030-GRAVAR-TRILHA - ACRESCENTA A TRILHA PERMANENTE DE
006810*  CIENCIAS (CIELOG) O ALERTA DA POSICAO WS-IX, JA RECONHECIDO.
006820*  -------------------------------------------------------------
006830   2030-GRAVAR-TRILHA.
006840       MOVE SPACES TO CLG-REC.
006850       MOVE 'D'                         TO CLG-TIPO-REG.
006860       MOVE WS-TA-DATA (WS-IX)          TO CLG-DATA-ALERTA.
006870       MOVE WS-TA-HORA (WS-IX)          TO CLG-HORA-ALERTA.
006880       MOVE WS-TA-NUM-REGISTRO (WS-IX)  TO CLG-NUM-REGISTRO.
006890       MOVE WS-TA-SEVERIDADE (WS-IX)    TO CLG-SEVERIDADE.
006900       MOVE WS-TA-VALOR (WS-IX)         TO CLG-VALOR-NUMERICO.
006910       MOVE WS-TA-TEXTO (WS-IX)         TO CLG-VALOR-TEXTO.
006920       MOVE WS-TA-SITUACAO (WS-IX)      TO CLG-SITUACAO.
006930       MOVE WS-TA-IDADE (WS-IX)         TO CLG-IDADE-DIAS.
006940       MOVE WS-TA-DATA-CIENCIA (WS-IX)  TO CLG-DATA-CIENCIA.
006950       MOVE WS-TA-HORA-CIENCIA (WS-IX)  TO CLG-HORA-CIENCIA.
006960       MOVE WS-TA-OPERADOR (WS-IX)      TO CLG-OPERADOR-CIENCIA.
006970       MOVE WS-TA-ACAO (WS-IX)          TO CLG-ACAO.
006980       WRITE CLG-REC.
006990   2030-EXIT.
007000       EXIT.

007010*  -------------------------------------------------------------
007020*  2040-GUARDAR-SEM-ALERTA - GUARDA A CIENCIA CORRENTE, QUE NAO
007030*  CASOU COM ALERTA ALGUM, PARA O RELATORIO - COM OS CAMPOS
007040*  COMO VIERAM DA MESA, MESMO DANIFICADOS.
007050*  -------------------------------------------------------------
007060   2040-GUARDAR-SEM-ALERTA.
007070       ADD 1 TO WS-QTD-CIENCIAS-SEM-ALERTA.
007080       IF WS-QTD-TS NOT < WS-MAX-SEM-ALERTA
007090           GO TO 2040-EXIT
007100       END-IF.
007110       ADD 1 TO WS-QTD-TS.
007120       MOVE WS-QTD-TS TO WS-IS.
007130       IF CIE-DATA-ALERTA NUMERIC
007140           MOVE CIE-DATA-ALERTA TO WS-DATA-EDICAO
007150           PERFORM 4900-EDITAR-DATA THRU 4900-EXIT
007160           MOVE WS-DATA-EDITADA TO WS-TS-DATA (WS-IS)
007170       ELSE
007180           MOVE CIE-DATA-ALERTA TO WS-TS-DATA (WS-IS)
007190       END-IF.
007200       MOVE CIE-NUM-REGISTRO     TO WS-TS-NUM-REGISTRO (WS-IS).
007210       MOVE CIE-SEVERIDADE       TO WS-TS-SEVERIDADE (WS-IS).
007220       MOVE CIE-OPERADOR         TO WS-TS-OPERADOR (WS-IS).
007230       MOVE WS-MOTIVO-SEM-ALERTA TO WS-TS-MOTIVO (WS-IS).
007240       MOVE CIE-ACAO             TO WS-TS-ACAO (WS-IS).
007250   2040-EXIT.
007260       EXIT.

007270*  -------------------------------------------------------------
007280*  3000-GRAVAR-ABERTOS - REGRAVA OS ALERTAS EM ABERTO (ABTNOVO):
007290*  A LINHA DE CONTROLE COM A DATA DE NEGOCIO DA NOITE E UMA
007300*  LINHA POR ALERTA DA TABELA - OS QUE SEGUEM EM ABERTO E OS
007310*  RECONHECIDOS NESTA NOITE. CONTA OS CRITICOS A ESCALONAR.
007320*  -------------------------------------------------------------
007330   3000-GRAVAR-ABERTOS.
007340       MOVE SPACES TO NOV-REC.
007350       MOVE 'H'    TO NOV-TIPO-REG.
007360       IF WS-DATA-ULTIMA > WS-DATA-NEGOCIO
007370           MOVE WS-DATA-ULTIMA  TO NOV-DATA-ALERTA
007380       ELSE
007390           MOVE WS-DATA-NEGOCIO TO NOV-DATA-ALERTA
007400       END-IF.
007410       WRITE NOV-REC.
007420       PERFORM VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > WS-QTD-TAB
007430           PERFORM 3010-GRAVAR-ALERTA THRU 3010-EXIT
007440       END-PERFORM.
007450   3000-EXIT.
007460       EXIT.

007470*  -------------------------------------------------------------
007480*  3010-GRAVAR-ALERTA - GRAVA NO ABTNOVO O ALERTA DA POSICAO
007490*  WS-IX DA TABELA.
007500*  -------------------------------------------------------------
007510   3010-GRAVAR-ALERTA.
007520       MOVE SPACES TO NOV-REC.
007530       MOVE 'D'                         TO NOV-TIPO-REG.
007540       MOVE WS-TA-DATA (WS-IX)          TO NOV-DATA-ALERTA.
007550       MOVE WS-TA-HORA (WS-IX)          TO NOV-HORA-ALERTA.
007560       MOVE WS-TA-NUM-REGISTRO (WS-IX)  TO NOV-NUM-REGISTRO.
007570       MOVE WS-TA-SEVERIDADE (WS-IX)    TO NOV-SEVERIDADE.
007580       MOVE WS-TA-VALOR (WS-IX)         TO NOV-VALOR-NUMERICO.
007590       MOVE WS-TA-TEXTO (WS-IX)         TO NOV-VALOR-TEXTO.
007600       MOVE WS-TA-SITUACAO (WS-IX)      TO NOV-SITUACAO.
007610       MOVE WS-TA-IDADE (WS-IX)         TO NOV-IDADE-DIAS.
007620       MOVE WS-TA-DATA-CIENCIA (WS-IX)  TO NOV-DATA-CIENCIA.
007630       MOVE WS-TA-HORA-CIENCIA (WS-IX)  TO NOV-HORA-CIENCIA.
007640       MOVE WS-TA-OPERADOR (WS-IX)      TO NOV-OPERADOR-CIENCIA.
007650       MOVE WS-TA-ACAO (WS-IX)          TO NOV-ACAO.
007660       WRITE NOV-REC.
007670       IF NOV-ABERTO
007680           ADD 1 TO WS-QTD-SEGUEM-ABERTOS
007690           IF NOV-SEV-CRITICO
007700                   AND NOV-IDADE-DIAS NOT < WS-DIAS-ESCALONAR
007710               ADD 1 TO WS-QTD-ESCALONADOS
007720           END-IF
007730       END-IF.
007740   3010-EXIT.
007750       EXIT.

007760*  -------------------------------------------------------------
007770*  4000-GRAVAR-RELATORIO - GRAVA O RELATORIO DE ESCALONAMENTO:
007780*  OS CRITICOS SEM CIENCIA HA WS-DIAS-ESCALONAR DIAS UTEIS OU
007790*  MAIS, AS CIENCIAS QUE NAO CASARAM COM ALERTA ALGUM E OS
007800*  TOTAIS DO CASAMENTO DA NOITE.
007810*  -------------------------------------------------------------
007820   4000-GRAVAR-RELATORIO.
007830       MOVE WS-DATA-NEGOCIO-EDITADA TO WS-LT-DATA.
007840       MOVE WS-LIN-TITULO TO REL-LINHA.
007850       WRITE REL-LINHA.
007860       MOVE WS-DIAS-ESCALONAR TO WS-LP-DIAS.
007870       MOVE WS-LIN-PARAMETRO TO REL-LINHA.
007880       WRITE REL-LINHA.
007890       MOVE SPACES TO REL-LINHA.
007900       WRITE REL-LINHA.
007910       MOVE 'CRITICOS SEM CIENCIA DENTRO DO PRAZO - ESCALONAR'
007920           TO WS-LIN-SECAO.
007930       MOVE WS-LIN-SECAO TO REL-LINHA.
007940       WRITE REL-LINHA.
007950       MOVE WS-LIN-CAB-ESCALONADO TO REL-LINHA.
007960       WRITE REL-LINHA.
007970       PERFORM VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > WS-QTD-TAB
007980           IF WS-TA-SITUACAO (WS-IX) = 'A'
007990                   AND WS-TA-SEVERIDADE (WS-IX) = 'C'
008000                   AND WS-TA-IDADE (WS-IX) NOT < WS-DIAS-ESCALONAR
008010               PERFORM 4010-LISTAR-ESCALONADO THRU 4010-EXIT
008020           END-IF
008030       END-PERFORM.
008040       IF WS-QTD-ESCALONADOS = ZERO
008050           MOVE '  (NENHUM)' TO REL-LINHA
008060           WRITE REL-LINHA
008070       END-IF.
008080       MOVE SPACES TO REL-LINHA.
008090       WRITE REL-LINHA.
008100       MOVE 'CIENCIAS DA MESA SEM ALERTA CORRESPONDENTE'
008110           TO WS-LIN-SECAO.
008120       MOVE WS-LIN-SECAO TO REL-LINHA.
008130       WRITE REL-LINHA.
008140       MOVE WS-LIN-CAB-SEM-ALERTA TO REL-LINHA.
008150       WRITE REL-LINHA.
008160       PERFORM VARYING WS-IS FROM 1 BY 1 UNTIL WS-IS > WS-QTD-TS
008170           PERFORM 4020-LISTAR-SEM-ALERTA THRU 4020-EXIT
008180       END-PERFORM.
008190       IF WS-QTD-CIENCIAS-SEM-ALERTA = ZERO
008200           MOVE '  (NENHUMA)' TO REL-LINHA
008210           WRITE REL-LINHA
008220       END-IF.
008230       IF WS-QTD-CIENCIAS-SEM-ALERTA > WS-QTD-TS
008240           MOVE '  (LISTA TRUNCADA - VER TOTAL ABAIXO)'
008250               TO REL-LINHA
008260           WRITE REL-LINHA
008270       END-IF.
008280       MOVE SPACES TO REL-LINHA.
008290       WRITE REL-LINHA.
008300       MOVE 'EM ABERTO DA NOITE ANTERIOR....:' TO WS-TL-ROTULO.
008310       MOVE WS-QTD-ABERTOS-ANTERIORES TO WS-TL-VALOR.
008320       PERFORM 4030-GRAVAR-TOTAL THRU 4030-EXIT.
008330       MOVE 'ALERTAS NOVOS DO AUDITLOG......:' TO WS-TL-ROTULO.
008340       MOVE WS-QTD-ALERTAS-NOVOS TO WS-TL-VALOR.
008350       PERFORM 4030-GRAVAR-TOTAL THRU 4030-EXIT.
008360       MOVE 'CIENCIAS LIDAS.................:' TO WS-TL-ROTULO.
008370       MOVE WS-QTD-CIENCIAS-LIDAS TO WS-TL-VALOR.
008380       PERFORM 4030-GRAVAR-TOTAL THRU 4030-EXIT.
008390       MOVE 'CIENCIAS CASADAS...............:' TO WS-TL-ROTULO.
008400       MOVE WS-QTD-CIENCIAS-CASADAS TO WS-TL-VALOR.
008410       PERFORM 4030-GRAVAR-TOTAL THRU 4030-EXIT.
008420       MOVE 'CIENCIAS REPETIDAS.............:' TO WS-TL-ROTULO.
008430       MOVE WS-QTD-CIENCIAS-REPETIDAS TO WS-TL-VALOR.
008440       PERFORM 4030-GRAVAR-TOTAL THRU 4030-EXIT.
008450       MOVE 'CIENCIAS SEM ALERTA............:' TO WS-TL-ROTULO.
008460       MOVE WS-QTD-CIENCIAS-SEM-ALERTA TO WS-TL-VALOR.
008470       PERFORM 4030-GRAVAR-TOTAL THRU 4030-EXIT.
008480       MOVE 'ALERTAS RECONHECIDOS NA NOITE..:' TO WS-TL-ROTULO.
008490       MOVE WS-QTD-RECONHECIDOS TO WS-TL-VALOR.
008500       PERFORM 4030-GRAVAR-TOTAL THRU 4030-EXIT.
008510       MOVE 'ALERTAS QUE SEGUEM EM ABERTO...:' TO WS-TL-ROTULO.
008520       MOVE WS-QTD-SEGUEM-ABERTOS TO WS-TL-VALOR.
008530       PERFORM 4030-GRAVAR-TOTAL THRU 4030-EXIT.
008540       MOVE 'CRITICOS A ESCALONAR...........:' TO WS-TL-ROTULO.
008550       MOVE WS-QTD-ESCALONADOS TO WS-TL-VALOR.
008560       PERFORM 4030-GRAVAR-TOTAL THRU 4030-EXIT.
008570   4000-EXIT.
008580       EXIT.

008590*  -------------------------------------------------------------
008600*  4010-LISTAR-ESCALONADO - IMPRIME O CRITICO A ESCALONAR DA
008610*  POSICAO WS-IX DA TABELA.
008620*  -------------------------------------------------------------
008630   4010-LISTAR-ESCALONADO.
008640       MOVE WS-TA-DATA (WS-IX) TO WS-DATA-EDICAO.
008650       PERFORM 4900-EDITAR-DATA THRU 4900-EXIT.
008660       MOVE WS-DATA-EDITADA            TO WS-LE-DATA.
008670       MOVE WS-TA-HORA (WS-IX)         TO WS-LE-HORA.
008680       MOVE WS-TA-NUM-REGISTRO (WS-IX) TO WS-LE-NUM-REGISTRO.
008690       MOVE WS-TA-VALOR (WS-IX)        TO WS-LE-VALOR.
008700       MOVE WS-TA-TEXTO (WS-IX)        TO WS-LE-TEXTO.
008710       MOVE WS-TA-IDADE (WS-IX)        TO WS-LE-IDADE.
008720       MOVE WS-LIN-ESCALONADO TO REL-LINHA.
008730       WRITE REL-LINHA.
008740   4010-EXIT.
008750       EXIT.

008760*  -------------------------------------------------------------
008770*  4020-LISTAR-SEM-ALERTA - IMPRIME A CIENCIA SEM ALERTA DA
008780*  POSICAO WS-IS DA TABELA DE CIENCIAS NAO CASADAS.
008790*  -------------------------------------------------------------
008800   4020-LISTAR-SEM-ALERTA.
008810       MOVE WS-TS-DATA (WS-IS)         TO WS-LS-DATA.
008820       MOVE WS-TS-NUM-REGISTRO (WS-IS) TO WS-LS-NUM-REGISTRO.
008830       MOVE WS-TS-SEVERIDADE (WS-IS)   TO WS-LS-SEVERIDADE.
008840       MOVE WS-TS-OPERADOR (WS-IS)     TO WS-LS-OPERADOR.
008850       MOVE WS-TS-MOTIVO (WS-IS)       TO WS-LS-MOTIVO.
008860       MOVE WS-TS-ACAO (WS-IS)         TO WS-LS-ACAO.
008870       MOVE WS-LIN-SEM-ALERTA TO REL-LINHA.
008880       WRITE REL-LINHA.
008890   4020-EXIT.
008900       EXIT.

008910*  -------------------------------------------------------------
008920*  4030-GRAVAR-TOTAL - IMPRIME A LINHA DE TOTAL JA MONTADA.
008930*  -------------------------------------------------------------
008940   4030-GRAVAR-TOTAL.
008950       MOVE WS-LIN-TOTAL TO REL-LINHA.
008960       WRITE REL-LINHA.
008970   4030-EXIT.
008980       EXIT.

008990*  -------------------------------------------------------------
009000*  4900-EDITAR-DATA - EDITA A DATA AAAAMMDD DE WS-DATA-EDICAO
009010*  EM DD/MM/AAAA (WS-DATA-EDITADA).
009020*  -------------------------------------------------------------
009030   4900-EDITAR-DATA.
009040       STRING WS-DE-DD '/' WS-DE-MM '/' WS-DE-AAAA
009050           DELIMITED BY SIZE INTO WS-DATA-EDITADA.
009060   4900-EXIT.
009070       EXIT.
