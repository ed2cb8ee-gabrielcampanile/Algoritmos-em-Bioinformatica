000410*                    NEGOCIO DO RUNCTL, PARA O FECHAMENTO DA
000420*                    CADEIA (EXEMBALC) CONFERIR QUE TODA
000430*                    CORRECAO ACEITA FOI FUNDIDA NO ENTRADA.
000431*  15/10/2026 RCS    A CORRECAO ACEITA PASSA A SER GRAVADA NO
000432*                    REGISTRO MESTRE A QUE PERTENCE (REGRAVA
000433*                    VALOR-NUMERICO/VALOR-TEXTO), COM LINHA
000434*                    ANTES/DEPOIS NO MANTLOG (TERMINAL 'CORR')
000435*                    E CHAVE NO DELTAS (ORIGEM 'CORR'), PARA A
000436*                    EXTRACAO LEVAR O VALOR CORRIGIDO AO
000437*                    ENTRADA E A TRILHA (EXEMAUDR/EHST/
000438*                    EXEMREST) MOSTRAR A ALTERACAO. SO A
000439*                    CORRECAO SEM CHAVE, COM CHAVE FORA DO
000440*                    MESTRE OU DE REGISTRO INATIVO (QUE A
000441*                    EXTRACAO NAO LEVA AO ENTRADA) SEGUE PARA
000442*                    O CORRIGEN. A CATEGORIA PASSA A SER
000443*                    CONFERIDA NO CATEGREF ('C1') E O LEDGER
000444*                    GANHA O TIPO CM (GRAVADAS NO MESTRE),
000445*                    CRUZADO PELO EXEMBALC.
000446*  ---------------------------------------------------------
000450
000460   ENVIRONMENT DIVISION.
000470   CONFIGURATION SECTION.
000560       SELECT CORRIGEN ASSIGN TO "CORRIGEN"
000570           ORGANIZATION IS LINE SEQUENTIAL
000580           FILE STATUS IS WS-ST-CORRIGEN.
000581       SELECT MESTRE ASSIGN TO "MESTRE"
000582           ORGANIZATION IS INDEXED
000583           ACCESS MODE IS RANDOM
000584           RECORD KEY IS MST-NUM-REGISTRO
000585           FILE STATUS IS WS-ST-MESTRE.
000590       SELECT REJSAIDA ASSIGN TO "REJSAIDA"
000600           ORGANIZATION IS LINE SEQUENTIAL
000610           FILE STATUS IS WS-ST-REJSAIDA.
000620       SELECT REJPERM ASSIGN TO "REJPERM"
000630           ORGANIZATION IS LINE SEQUENTIAL
000640           FILE STATUS IS WS-ST-REJPERM.
000641       SELECT MANTLOG ASSIGN TO "MANTLOG"
000642           ORGANIZATION IS LINE SEQUENTIAL
000643           FILE STATUS IS WS-ST-MANTLOG.
000644       SELECT DELTAS ASSIGN TO "DELTAS"
000645           ORGANIZATION IS LINE SEQUENTIAL
000646           FILE STATUS IS WS-ST-DELTAS.
000650       SELECT OPTIONAL RUNCTL ASSIGN TO "RUNCTL"
000660           ORGANIZATION IS LINE SEQUENTIAL
000670           FILE STATUS IS WS-ST-RUNCTL.
000680       SELECT RUNLEDG ASSIGN TO "RUNLEDG"
000690           ORGANIZATION IS LINE SEQUENTIAL
000700           FILE STATUS IS WS-ST-RUNLEDG.
000701       SELECT CATEGREF ASSIGN TO "CATEGREF"
000702           ORGANIZATION IS INDEXED
000703           ACCESS MODE IS RANDOM
000704           RECORD KEY IS CRF-COD-CATEGORIA
000705           FILE STATUS IS WS-ST-CATEGREF.
000710
000720   DATA DIVISION.
000730   FILE SECTION.
000790       RECORDING MODE IS F.
000800       COPY TRANREC.
000810
000812   FD  MESTRE.
000814       COPY MESTREC.
000816
000820   FD  REJSAIDA
000830       RECORDING MODE IS F.
000840       COPY REJREC REPLACING LEADING ==REJ== BY ==RJS==.
000860   FD  REJPERM
000870       RECORDING MODE IS F.
000880       COPY REJREC REPLACING LEADING ==REJ== BY ==RJP==.
000881
000882   FD  MANTLOG
000883       RECORDING MODE IS F.
000884       COPY MNTREC.
000885
000886   FD  DELTAS
000887       RECORDING MODE IS F.
000888       COPY DLTREC.
000890
000900   FD  RUNCTL
000910       RECORDING MODE IS F.
000950       RECORDING MODE IS F.
000960       COPY LEDREC.
000970
000972   FD  CATEGREF.
000974       COPY CRFREC.
000976
000980   WORKING-STORAGE SECTION.
000990   01  WS-STATUS-ARQUIVOS.
001000       05  WS-ST-CORRECAO          PIC X(02).
001030       05  WS-ST-REJPERM           PIC X(02).
001040       05  WS-ST-RUNCTL            PIC X(02).
001050       05  WS-ST-RUNLEDG           PIC X(02).
001052       05  WS-ST-MESTRE            PIC X(02).
001054       05  WS-ST-MANTLOG           PIC X(02).
001056       05  WS-ST-DELTAS            PIC X(02).
001058       05  WS-ST-CATEGREF          PIC X(02).
001060
001070   01  WS-SW-FIM-CORRECAO          PIC X(01) VALUE 'N'.
001080       88  WS-FIM-CORRECAO             VALUE 'S'.
001090       88  WS-NAO-FIM-CORRECAO         VALUE 'N'.
001092
001094   01  WS-SW-CORRECAO-MESTRE       PIC X(01) VALUE 'N'.
001096       88  WS-CORRECAO-NO-MESTRE       VALUE 'S'.
001098       88  WS-CORRECAO-FORA-MESTRE     VALUE 'N'.
001100
001110*  -----------------------------------------------------------
001120*  LIMITE DE CICLOS DE REAPRESENTACAO: UMA CORRECAO QUE AINDA
001230   77  WS-QTD-CORR-ACEITAS         PIC 9(07) COMP VALUE ZERO.
001240   77  WS-QTD-CORR-REJEITADAS      PIC 9(07) COMP VALUE ZERO.
001250   77  WS-QTD-CORR-PERMANENTES     PIC 9(07) COMP VALUE ZERO.
001255   77  WS-QTD-CORR-MESTRE          PIC 9(07) COMP VALUE ZERO.
001260
001270*  -----------------------------------------------------------
001280*  LEDGER DE RUN DA CADEIA: DATA DE NEGOCIO (DO RUNCTL NUMA
001350
001360*  -----------------------------------------------------------
001370*  VALIDACAO DA CORRECAO - MESMAS REGRAS DA VALIDACAO DE
001380*  ENTRADA DO EXEMPLO (NUMERICA, FAIXA DE NEGOCIO, CATEGORIA).
001390*  -----------------------------------------------------------
001400   01  WS-SW-CORRECAO-VALIDA       PIC X(01) VALUE 'S'.
001410       88  WS-CORRECAO-VALIDA          VALUE 'S'.
001450   01  WS-VALOR-CORRIGIDO          PIC 9(05).
001460
001470*  -----------------------------------------------------------
001480*  VALORES DO MESTRE ANTES DA CORRECAO - LINHA ANTES/DEPOIS DO
001481*  MANTLOG QUANDO A CORRECAO E GRAVADA NO REGISTRO MESTRE.
001482*  -----------------------------------------------------------
001483   01  WS-VALOR-NUMERICO-ANTES     PIC 9(05).
001484   01  WS-VALOR-TEXTO-ANTES        PIC X(10).
001485
001486*  -----------------------------------------------------------
001487*  DATA E HORA DE EXECUCAO - GRAVADAS NAS RE-REJEICOES DESTE
001488*  RUN E NAS LINHAS DE AUDITORIA DO MANTLOG
001490*  -----------------------------------------------------------
001500   01  WS-DATA-AAAAMMDD.
001510       05  WS-DATA-AAAA            PIC 9(04).
001520       05  WS-DATA-MM              PIC 9(02).
001530       05  WS-DATA-DD              PIC 9(02).
001540   01  WS-DATA-EDITADA             PIC X(10).
001541   01  WS-HORA-HHMMSSCC.
001542       05  WS-HORA-HH              PIC 9(02).
001543       05  WS-HORA-MM              PIC 9(02).
001544       05  WS-HORA-SS              PIC 9(02).
001545       05  WS-HORA-CC              PIC 9(02).
001546   01  WS-HORA-EDITADA             PIC X(08).
001550
001560   PROCEDURE DIVISION.
001570*  =============================================================
001600*  CORRIGEN E SEMPRE REGRAVADO POR COMPLETO (OPEN OUTPUT), DE
001610*  MODO QUE UM RUN SEM CORRECOES DEIXA ZERO PENDENTES PARA O
001620*  EXEMEXTR FUNDIR - E NAO AS PENDENTES DE ONTEM EM DOBRO.
001623*  MESTRE, MANTLOG, DELTAS E CATEGREF SAO ABERTOS NO
001626*  1200-ABRIR-ATUALIZACAO.
001630*  =============================================================
001640   Inicio.
001650       ACCEPT WS-DATA-AAAAMMDD FROM DATE YYYYMMDD.
001660       STRING WS-DATA-DD '/' WS-DATA-MM '/' WS-DATA-AAAA
001670           DELIMITED BY SIZE INTO WS-DATA-EDITADA.
001672       ACCEPT WS-HORA-HHMMSSCC FROM TIME.
001674       STRING WS-HORA-HH ':' WS-HORA-MM ':' WS-HORA-SS
001676           DELIMITED BY SIZE INTO WS-HORA-EDITADA.
001680       PERFORM 1100-RESOLVER-DATA-NEGOCIO THRU 1100-EXIT.
001690       OPEN INPUT CORRECAO.
001700       IF WS-ST-CORRECAO NOT = '00' AND WS-ST-CORRECAO NOT = '05'
002030           CLOSE REJSAIDA
002040           GOBACK
002050       END-IF.
002055       PERFORM 1200-ABRIR-ATUALIZACAO THRU 1200-EXIT.
002060       READ CORRECAO
002070           AT END
002080               MOVE 'S' TO WS-SW-FIM-CORRECAO
002210       CLOSE CORRIGEN.
002220       CLOSE REJSAIDA.
002230       CLOSE REJPERM.
002232       CLOSE MESTRE.
002234       CLOSE MANTLOG.
002236       CLOSE DELTAS.
002238       CLOSE CATEGREF.
002240       PERFORM 3500-GRAVAR-LEDGER THRU 3500-EXIT.
002250       DISPLAY 'EXEMCORR: ' WS-QTD-CORR-LIDAS
002260           ' CORRECAO(OES) LIDA(S)'.
002270       DISPLAY 'EXEMCORR: ' WS-QTD-CORR-ACEITAS
002280           ' ACEITA(S) PARA O PROXIMO ENTRADA'.
002283       DISPLAY 'EXEMCORR: ' WS-QTD-CORR-MESTRE
002286           ' DELAS GRAVADA(S) NO MESTRE'.
002290       DISPLAY 'EXEMCORR: ' WS-QTD-CORR-REJEITADAS
002300           ' AINDA INVALIDA(S) EM REJSAIDA'.
002310       DISPLAY 'EXEMCORR: ' WS-QTD-CORR-PERMANENTES
002380
002390*  -------------------------------------------------------------
002400*  1020-VALIDAR-CORRECAO - CONFERE O VALOR CORRIGIDO CONTRA AS
002410*  MESMAS REGRAS DA VALIDACAO DE ENTRADA DO EXEMPLO (NUMERICA,
002420*  FAIXA DE NEGOCIO E CATEGORIA), PARA QUE TODA CORRECAO ACEITA
002430*  AQUI TAMBEM PASSE NA VALIDACAO DO PROXIMO RUN DO EXEMPLO -
002435*  E NENHUMA CATEGORIA FORA DA REFERENCIA ENTRE NO MESTRE.
002440*  -------------------------------------------------------------
002450   1020-VALIDAR-CORRECAO.
002460       MOVE 'S' TO WS-SW-CORRECAO-VALIDA.
002580                   TO WS-DESCR-MOTIVO-REJEICAO
002590           END-IF
002600       END-IF.
002602       IF WS-CORRECAO-VALIDA
002604           PERFORM 1030-VALIDAR-CATEGORIA THRU 1030-EXIT
002606       END-IF.
002610   1020-EXIT.
002611       EXIT.
002612
002613*  -------------------------------------------------------------
002614*  1030-VALIDAR-CATEGORIA - CONFERE O VALOR-TEXTO DA CORRECAO NO
002615*  ARQUIVO DE REFERENCIA DE CATEGORIAS (CATEGREF): SO CATEGORIA
002616*  CADASTRADA E ATIVA PASSA - MESMA REGRA ('C1') DA VALIDACAO DE
002617*  ENTRADA DO EXEMPLO, DA EMNT E DO EXEMMNTB.
002618*  -------------------------------------------------------------
002619   1030-VALIDAR-CATEGORIA.
002620       MOVE REJ-VALOR-TEXTO TO CRF-COD-CATEGORIA.
002621       READ CATEGREF
002622           INVALID KEY
002623               MOVE 'N' TO WS-SW-CORRECAO-VALIDA
002624       END-READ.
002625       IF WS-CORRECAO-VALIDA AND CRF-INATIVA
002626           MOVE 'N' TO WS-SW-CORRECAO-VALIDA
002627       END-IF.
002628       IF WS-CORRECAO-INVALIDA
002629           MOVE 'C1' TO WS-COD-MOTIVO-REJEICAO
002630           MOVE 'CATEGORIA NAO CADASTRADA NA REFERENCIA'
002631               TO WS-DESCR-MOTIVO-REJEICAO
002632       END-IF.
002633   1030-EXIT.
002634       EXIT.
002635
002640*  -------------------------------------------------------------
002650*  1100-RESOLVER-DATA-NEGOCIO - RESOLVE A DATA DE NEGOCIO DAS
002660*  LINHAS DE LEDGER: RUNCTL COM RUN INICIADO/FALHO ('I'/'F')
002850       EXIT.

002860*  -------------------------------------------------------------
002861*  1200-ABRIR-ATUALIZACAO - ABRE OS ARQUIVOS DA GRAVACAO DA
002862*  CORRECAO NO MESTRE: O KSDS EM I-O, A TRILHA MANTLOG E O
002863*  DELTAS EM EXTEND (CRIADOS NA PRIMEIRA VEZ, COMO NO EXEMMNTB)
002864*  E A REFERENCIA DE CATEGORIAS. FALHA NA ABERTURA ENCERRA O
002865*  RUN COM RETURN-CODE 8, FECHANDO O QUE JA ESTAVA ABERTO.
002866*  COMO O EXEMMNTB, RODA COM O MESTRE FECHADO NA REGIAO CICS.
002867*  -------------------------------------------------------------
002868   1200-ABRIR-ATUALIZACAO.
002869       OPEN I-O MESTRE.
002870       IF WS-ST-MESTRE NOT = '00'
002871           DISPLAY 'EXEMCORR: ERRO NA ABERTURA DE MESTRE - '
002872               'STATUS ' WS-ST-MESTRE
002873           MOVE 8 TO RETURN-CODE
002874           CLOSE CORRECAO
002875           CLOSE CORRIGEN
002876           CLOSE REJSAIDA
002877           CLOSE REJPERM
002878           GOBACK
002879       END-IF.
002880       OPEN EXTEND MANTLOG.
002881       IF WS-ST-MANTLOG = '35'
002882           OPEN OUTPUT MANTLOG
002883       END-IF.
002884       IF WS-ST-MANTLOG NOT = '00'
002885           DISPLAY 'EXEMCORR: ERRO NA ABERTURA DE MANTLOG - '
002886               'STATUS ' WS-ST-MANTLOG
002887           MOVE 8 TO RETURN-CODE
002888           CLOSE CORRECAO
002889           CLOSE CORRIGEN
002890           CLOSE REJSAIDA
002891           CLOSE REJPERM
002892           CLOSE MESTRE
002893           GOBACK
002894       END-IF.
002895       OPEN EXTEND DELTAS.
002896       IF WS-ST-DELTAS = '35'
002897           OPEN OUTPUT DELTAS
002898       END-IF.
002899       IF WS-ST-DELTAS NOT = '00'
002900           DISPLAY 'EXEMCORR: ERRO NA ABERTURA DE DELTAS - '
002901               'STATUS ' WS-ST-DELTAS
002902           MOVE 8 TO RETURN-CODE
002903           CLOSE CORRECAO
002904           CLOSE CORRIGEN
002905           CLOSE REJSAIDA
002906           CLOSE REJPERM
002907           CLOSE MESTRE
002908           CLOSE MANTLOG
002909           GOBACK
002910       END-IF.
002911       OPEN INPUT CATEGREF.
002912       IF WS-ST-CATEGREF NOT = '00'
002913           DISPLAY 'EXEMCORR: ERRO NA ABERTURA DE CATEGREF - '
002914               'STATUS ' WS-ST-CATEGREF
002915           MOVE 8 TO RETURN-CODE
002916           CLOSE CORRECAO
002917           CLOSE CORRIGEN
002918           CLOSE REJSAIDA
002919           CLOSE REJPERM
002920           CLOSE MESTRE
002921           CLOSE MANTLOG
002922           CLOSE DELTAS
002923           GOBACK
002924       END-IF.
002925   1200-EXIT.
002926       EXIT.
002927
002928*  -------------------------------------------------------------
002929*  2010-TRATAR-CORRECAO - PROCESSA A CORRECAO QUE ACABOU DE SER
002930*  LIDA: REVALIDA E ENCAMINHA PARA MESTRE OU CORRIGEN (VALIDA),
002931*  REJSAIDA (AINDA INVALIDA, NOVA RODADA) OU REJPERM (CICLOS
002932*  ESGOTADOS).
002933*  -------------------------------------------------------------
002934   2010-TRATAR-CORRECAO.
002935       ADD 1 TO WS-QTD-CORR-LIDAS.
002936       PERFORM 1020-VALIDAR-CORRECAO THRU 1020-EXIT.
002940       IF WS-CORRECAO-VALIDA
002950           PERFORM 2020-GRAVAR-CORRIGIDA THRU 2020-EXIT
002960       ELSE
003000       EXIT.
003010
003020*  -------------------------------------------------------------
003030*  2020-GRAVAR-CORRIGIDA - GRAVA A CORRECAO ACEITA NO REGISTRO
003040*  MESTRE DA CHAVE (2040-ATUALIZAR-MESTRE) - A CHAVE VAI PARA O
003050*  DELTAS E O EXEMEXTR EXTRAI O REGISTRO JA CORRIGIDO. SO A
003052*  CORRECAO SEM CHAVE OU COM CHAVE FORA DO MESTRE VAI PARA O
003054*  ARQUIVO DE CORRIGIDOS PENDENTES (CORRIGEN), NO LAYOUT DE
003056*  ENTRADA (TRANREC), PARA QUE O EXEMEXTR A FUNDA NO ENTRADA.
003060*  -------------------------------------------------------------
003070   2020-GRAVAR-CORRIGIDA.
003071       PERFORM 2040-ATUALIZAR-MESTRE THRU 2040-EXIT.
003072       IF WS-CORRECAO-NO-MESTRE
003073           ADD 1 TO WS-QTD-CORR-ACEITAS
003074           GO TO 2020-EXIT
003075       END-IF.
003080       MOVE SPACES              TO TRAN-REC.
003090       MOVE 'D'                 TO TRAN-TIPO-REGISTRO.
003100       IF REJ-NUM-REGISTRO NUMERIC
003600       EXIT.

003610*  -------------------------------------------------------------
003611*  2040-ATUALIZAR-MESTRE - GRAVA A CORRECAO ACEITA NO REGISTRO
003612*  MESTRE DA CHAVE REJ-NUM-REGISTRO (VALOR-NUMERICO E VALOR-
003613*  TEXTO; STATUS E VIGENCIA FICAM COMO ESTAO), COM A LINHA
003614*  ANTES/DEPOIS NO MANTLOG E A CHAVE NO DELTAS. CHAVE ZERO OU
003615*  DANIFICADA, OU FORA DO MESTRE, NAO TEM REGISTRO A CORRIGIR;
003616*  REGISTRO INATIVO NAO E EXTRAIDO (EXEMEXTR), ENTAO A CHAVE NO
003617*  DELTAS NAO TRARIA A CORRECAO AO ENTRADA. NOS TRES CASOS O
003618*  SWITCH FICA 'N' E A CORRECAO SEGUE PELO CORRIGEN.
003619*  -------------------------------------------------------------
003620   2040-ATUALIZAR-MESTRE.
003621       MOVE 'N' TO WS-SW-CORRECAO-MESTRE.
003622       IF REJ-NUM-REGISTRO NOT NUMERIC
003623           GO TO 2040-EXIT
003624       END-IF.
003625       IF REJ-NUM-REGISTRO = ZERO
003626           GO TO 2040-EXIT
003627       END-IF.
003628       MOVE REJ-NUM-REGISTRO TO MST-NUM-REGISTRO.
003629       READ MESTRE
003630           INVALID KEY
003631               GO TO 2040-EXIT
003632       END-READ.
003633       IF MST-INATIVO
003634           GO TO 2040-EXIT
003635       END-IF.
003636       MOVE MST-VALOR-NUMERICO TO WS-VALOR-NUMERICO-ANTES.
003637       MOVE MST-VALOR-TEXTO    TO WS-VALOR-TEXTO-ANTES.
003638       MOVE WS-VALOR-CORRIGIDO TO MST-VALOR-NUMERICO.
003639       MOVE REJ-VALOR-TEXTO    TO MST-VALOR-TEXTO.
003640       REWRITE MST-REC
003641           INVALID KEY
003642               DISPLAY 'EXEMCORR: ERRO NA REGRAVACAO DO MESTRE - '
003643                   'REGISTRO ' MST-NUM-REGISTRO
003644               GO TO 2040-EXIT
003645       END-REWRITE.
003646       MOVE 'S' TO WS-SW-CORRECAO-MESTRE.
003647       ADD 1 TO WS-QTD-CORR-MESTRE.
003648       PERFORM 2050-GRAVAR-AUDITORIA THRU 2050-EXIT.
003649       PERFORM 2060-GRAVAR-DELTA THRU 2060-EXIT.
003650   2040-EXIT.
003651       EXIT.
003652
003653*  -------------------------------------------------------------
003654*  2050-GRAVAR-AUDITORIA - GRAVA NO MANTLOG A LINHA ANTES/DEPOIS
003655*  DA CORRECAO GRAVADA NO MESTRE, NO LAYOUT DA EMNT (MNTREC).
003656*  O TERMINAL 'CORR' IDENTIFICA O CICLO DE CORRECAO; O OPERADOR
003657*  E O DA DISPOSICAO QUE REABRIU O REJEITO (EXEMREJP) OU, SEM
003658*  ELE, 'COR'. O STATUS NAO MUDA: ANTES E DEPOIS LEVAM O STATUS
003659*  CORRENTE, E O EXEMREST REAPLICA A LINHA COMO QUALQUER OUTRA.
003660*  -------------------------------------------------------------
003661   2050-GRAVAR-AUDITORIA.
003662       MOVE SPACES                  TO MNT-REC.
003663       MOVE WS-DATA-EDITADA         TO MNT-DATA-ALTERACAO.
003664       MOVE WS-HORA-EDITADA         TO MNT-HORA-ALTERACAO.
003665       MOVE 'CORR'                  TO MNT-TERMINAL.
003666       IF REJ-OPER-DISPOSICAO = SPACES
003667           MOVE 'COR'               TO MNT-OPERADOR
003668       ELSE
003669           MOVE REJ-OPER-DISPOSICAO TO MNT-OPERADOR
003670       END-IF.
003671       MOVE MST-NUM-REGISTRO        TO MNT-NUM-REGISTRO.
003672       MOVE WS-VALOR-NUMERICO-ANTES TO MNT-VALOR-NUMERICO-ANTES.
003673       MOVE WS-VALOR-TEXTO-ANTES    TO MNT-VALOR-TEXTO-ANTES.
003674       MOVE MST-VALOR-NUMERICO      TO MNT-VALOR-NUMERICO-DEPOIS.
003675       MOVE MST-VALOR-TEXTO         TO MNT-VALOR-TEXTO-DEPOIS.
003676       MOVE MST-STATUS              TO MNT-STATUS-ANTES.
003677       MOVE MST-STATUS              TO MNT-STATUS-DEPOIS.
003678       WRITE MNT-REC.
003679   2050-EXIT.
003680       EXIT.
003681
003682*  -------------------------------------------------------------
003683*  2060-GRAVAR-DELTA - GRAVA NO DELTAS A CHAVE DA CORRECAO
003684*  GRAVADA NO MESTRE, COM A ORIGEM 'CORR', PARA O EXEMEXTR EM
003685*  MODO DELTA EXTRAIR O REGISTRO JA CORRIGIDO PARA O ENTRADA.
003686*  -------------------------------------------------------------
003687   2060-GRAVAR-DELTA.
003688       MOVE SPACES           TO DLT-REC.
003689       MOVE MST-NUM-REGISTRO TO DLT-NUM-REGISTRO.
003690       MOVE 'CORR'           TO DLT-ORIGEM.
003691       WRITE DLT-REC.
003692   2060-EXIT.
003693       EXIT.
003694
003695*  -------------------------------------------------------------
003696*  3500-GRAVAR-LEDGER - ACRESCENTA AO LEDGER DE RUN DA CADEIA
003697*  (RUNLEDG) AS CONTAGENS DESTE RUN, UMA LINHA POR TIPO, PARA O
003698*  FECHAMENTO DA CADEIA (EXEMBALC) CONFERIR QUE TODA CORRECAO
003699*  ACEITA FOI FUNDIDA NO ENTRADA OU GRAVADA NO MESTRE (CA =
003700*  EC + CM). FALHA NA GRAVACAO SO MARCA RETURN-CODE 4 - O
003701*  FECHAMENTO ACUSARA O ELO AUSENTE.
003702*  -------------------------------------------------------------
003703   3500-GRAVAR-LEDGER.
003704       OPEN EXTEND RUNLEDG.
003705       IF WS-ST-RUNLEDG = '35'
003710           OPEN OUTPUT RUNLEDG
003720       END-IF.
003730       IF WS-ST-RUNLEDG NOT = '00'
003880       MOVE 'CP' TO WS-TIPO-LEDGER.
003890       MOVE WS-QTD-CORR-PERMANENTES TO WS-QTD-LEDGER.
003900       PERFORM 3510-GRAVAR-LINHA-LEDGER THRU 3510-EXIT.
003902       MOVE 'CM' TO WS-TIPO-LEDGER.
003904       MOVE WS-QTD-CORR-MESTRE TO WS-QTD-LEDGER.
003906       PERFORM 3510-GRAVAR-LINHA-LEDGER THRU 3510-EXIT.
003910       CLOSE RUNLEDG.
003920   3500-EXIT.
003930       EXIT.
