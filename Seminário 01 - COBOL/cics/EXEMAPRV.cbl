000100   IDENTIFICATION DIVISION.
000110   PROGRAM-ID. EXEMAPRV.
000120   AUTHOR. EQUIPE DE MANUTENCAO DE SISTEMAS.
000130   INSTALLATION. CENTRO DE PROCESSAMENTO DE DADOS.
000140   DATE-WRITTEN. 15/10/2026.
000150   DATE-COMPILED.
000160*  ---------------------------------------------------------
000170*  HISTORICO DE MANUTENCAO
000180*  ---------------------------------------------------------
000190*  DATA       AUTOR  DESCRICAO
000200*  15/10/2026 RCS    PROGRAMA ORIGINAL - TRANSACAO EAPR DE
000210*                    APROVACAO DAS ALTERACOES PROPOSTAS NA EMNT
000220*                    (CONTROLE DE DUPLA CUSTODIA). LISTA AS
000230*                    PROPOSTAS PENDENTES DO PENDMNT EM ORDEM DE
000240*                    NUMERO DE REGISTRO, 12 POR TELA, PAGINANDO
000250*                    COM PF8 (SEGUINTE) E PF7 (INICIO). O
000260*                    SUPERVISOR DIGITA O NUMERO, A DECISAO (A/R)
000270*                    E, NA RECUSA, O MOTIVO. A APROVADA E
000280*                    CONFERIDA DE NOVO (CATEGORIA NO CATEGREF E
000290*                    MESTRE AINDA IGUAL AOS VALORES ANTES DA
000300*                    PROPOSTA) E SO ENTAO GRAVADA NO MESTRE,
000310*                    NA FILA MANT (COM O PROPONENTE E O
000320*                    APROVADOR) E NA FILA DLTA; A QUE NAO PASSA
000330*                    NA CONFERENCIA E RECUSADA COM O MOTIVO.
000340*                    TODA DECISAO VAI PARA A FILA PEND (PENDLOG)
000350*                    E A PROPOSTA SAI DO PENDMNT. SO ENTRA QUEM
000360*                    ESTA ATIVO E AUTORIZADO A APROVAR NO
000370*                    OPERAUT, E NINGUEM APROVA A PROPRIA
000380*                    PROPOSTA.
000390*  ---------------------------------------------------------

000410*  -------------------------------------------------------------
000420*  PROGRAMA CICS PSEUDO-CONVERSACIONAL. NAO HA ENVIRONMENT
000430*  DIVISION NEM FILE SECTION: OS ARQUIVOS (PENDMNT, MESTRE,
000440*  CATEGREF E OPERAUT, VSAM KSDS) E AS FILAS TRANSIENT DATA
000450*  (MANT, DLTA E PEND) SAO DEFINIDOS NA FCT/DCT DA REGIAO CICS
000460*  (VER EXEMMNT.CSD) E ACESSADOS POR EXEC CICS, NAO POR
000470*  SELECT/FD. OS PARAGRAFOS DE MONTAGEM DE PAGINA E DE DECISAO
000480*  TERMINAM SEMPRE EM SEND + RETURN, ENTAO O DESVIO DAS
000490*  CONDICOES (ENDFILE, NOTFND, DUPREC) PARA ELES ENCERRA A
000500*  TAREFA SEM RETORNAR AO PONTO DO DESVIO, COMO NA ELST.
000510*  -------------------------------------------------------------
000520   DATA DIVISION.
000530   WORKING-STORAGE SECTION.
000540       COPY EXEMAMAP.

000560       COPY PNDREC.

000580       COPY MESTREC.

000600       COPY MNTREC.

000620       COPY DLTREC.

000640       COPY CRFREC.

000660       COPY OPRREC.

000680       COPY PDLREC.

000700   01  WS-TRANSID                  PIC X(04) VALUE 'EAPR'.
000710   01  WS-MAPSET                   PIC X(08) VALUE 'EXEMAMAP'.
000720   01  WS-MAPA                     PIC X(08) VALUE 'APRV01'.

000740*  -----------------------------------------------------------
000750*  TECLAS DE ATENCAO - MESMOS VALORES DAS CONSTANTES DFHAID
000760*  (DFHPF3 = '3', DFHPF7 = '7', DFHPF8 = '8').
000770*  -----------------------------------------------------------
000780   01  WS-AID-PF3                  PIC X(01) VALUE '3'.
000790   01  WS-AID-PF7                  PIC X(01) VALUE '7'.
000800   01  WS-AID-PF8                  PIC X(01) VALUE '8'.

000820*  -----------------------------------------------------------
000830*  PAGINA CORRENTE: ATE 12 PROPOSTAS DO PENDMNT EM ORDEM DE
000840*  CHAVE, GUARDADAS INTEIRAS (LAYOUT PNDREC).
000850*  -----------------------------------------------------------
000860   01  WS-LINHAS-POR-PAGINA        PIC S9(04) COMP VALUE +12.
000870   01  WS-QTD-LINHAS               PIC S9(04) COMP VALUE ZERO.
000880   01  WS-IND                      PIC S9(04) COMP VALUE ZERO.
000890   01  WS-TAB-PAGINA.
000900       05  WS-TP-PROPOSTA          PIC X(63) OCCURS 12 TIMES.

000920*  -----------------------------------------------------------
000930*  CONTROLES DA MONTAGEM DE PAGINA
000940*  -----------------------------------------------------------
000950   01  WS-CHAVE-PARTIDA            PIC 9(07) VALUE ZERO.
000960   01  WS-SW-PULAR-IGUAL           PIC X(01) VALUE 'N'.
000970       88  WS-PULAR-IGUAL              VALUE 'S'.
000980       88  WS-NAO-PULAR-IGUAL          VALUE 'N'.
000990   01  WS-SW-RETENTOU              PIC X(01) VALUE 'N'.
001000       88  WS-RETENTOU                 VALUE 'S'.
001010       88  WS-NAO-RETENTOU             VALUE 'N'.
001020   01  WS-MSG-PAGINA               PIC X(40) VALUE SPACES.
001030   01  WS-MSG-SAIDA                PIC X(40) VALUE
001040       'APROVACAO DE ALTERACOES ENCERRADA'.
001050   01  WS-MSG-SEM-AUTORIZACAO      PIC X(40) VALUE
001060       'OPERADOR SEM AUTORIZACAO PARA APROVAR'.

001080*  -----------------------------------------------------------
001090*  DECISAO DIGITADA PELO SUPERVISOR E MOTIVO GRAVADO NA TRILHA
001100*  DE DECISOES (PEND) - NA RECUSA AUTOMATICA, O MOTIVO E O DA
001110*  CONFERENCIA QUE FALHOU.
001120*  -----------------------------------------------------------
001130   01  WS-NUM-PROPOSTA             PIC 9(07) VALUE ZERO.
001140   01  WS-DECISAO                  PIC X(01) VALUE SPACE.
001150       88  WS-APROVAR                  VALUE 'A'.
001160       88  WS-RECUSAR                  VALUE 'R'.
001170   01  WS-MOTIVO                   PIC X(30) VALUE SPACES.

001190*  -----------------------------------------------------------
001200*  LINHA DE DETALHE DA LISTA: NUMERO / TIPO / VALORES ANTES E
001210*  DEPOIS / PROPONENTE / DATA DA PROPOSTA (DD/MM)
001220*  -----------------------------------------------------------
001230   01  WS-LINHA-DETALHE.
001240       05  WS-LD-NUM               PIC 9(07).
001250       05  FILLER                  PIC X(02) VALUE SPACES.
001260       05  WS-LD-TIPO              PIC X(01).
001270       05  FILLER                  PIC X(01) VALUE SPACE.
001280       05  WS-LD-VALOR-ANTES       PIC 9(05).
001290       05  FILLER                  PIC X(01) VALUE SPACE.
001300       05  WS-LD-TEXTO-ANTES       PIC X(10).
001310       05  FILLER                  PIC X(01) VALUE SPACE.
001320       05  WS-LD-STATUS-ANTES      PIC X(01).
001330       05  FILLER                  PIC X(02) VALUE SPACES.
001340       05  WS-LD-VALOR-DEPOIS      PIC 9(05).
001350       05  FILLER                  PIC X(01) VALUE SPACE.
001360       05  WS-LD-TEXTO-DEPOIS      PIC X(10).
001370       05  FILLER                  PIC X(01) VALUE SPACE.
001380       05  WS-LD-STATUS-DEPOIS     PIC X(01).
001390       05  FILLER                  PIC X(02) VALUE SPACES.
001400       05  WS-LD-OPERADOR          PIC X(03).
001410       05  FILLER                  PIC X(01) VALUE SPACE.
001420       05  WS-LD-DATA              PIC X(05).
001430   01  WS-DATA-PROPOSTA.
001440       05  WS-DP-AAAA              PIC 9(04).
001450       05  WS-DP-MM                PIC 9(02).
001460       05  WS-DP-DD                PIC 9(02).

001480*  -----------------------------------------------------------
001490*  DATA/HORA DA DECISAO, PARA AS TRILHAS MANT E PEND E PARA A
001500*  DATA DE VIGENCIA DO STATUS NO MESTRE
001510*  -----------------------------------------------------------
001520   01  WS-ABSTIME                  PIC S9(15) COMP-3.
001530   01  WS-DATA-AAAAMMDD-CICS.
001540       05  WS-DATA-AAAA-CICS        PIC 9(04).
001550       05  WS-DATA-MM-CICS          PIC 9(02).
001560       05  WS-DATA-DD-CICS          PIC 9(02).
001570   01  WS-DATA-EDITADA             PIC X(10).
001580   01  WS-HORA-EDITADA             PIC X(08).

001600*  -----------------------------------------------------------
001610*  COMMAREA DA PROPRIA EAPR - ETAPA E CHAVES DA PAGINA NA TELA
001620*  -----------------------------------------------------------
001630   01  WS-COMMAREA.
001640       05  WS-COMM-ETAPA            PIC X(01) VALUE 'L'.
001650           88  WS-COMM-LISTA            VALUE 'L'.
001660       05  WS-COMM-CHAVE-PRIMEIRA   PIC 9(07) VALUE ZERO.
001670       05  WS-COMM-CHAVE-ULTIMA     PIC 9(07) VALUE ZERO.

001690   LINKAGE SECTION.
001700   01  DFHCOMMAREA                 PIC X(15).

001720   PROCEDURE DIVISION.
001730*  =============================================================
001740*  0000-MAINLINE - PONTO DE ENTRADA DA TRANSACAO EAPR. CONFERE
001750*  A AUTORIDADE DO OPERADOR; NA PRIMEIRA ENTRADA (SEM COMMAREA)
001760*  MONTA A PRIMEIRA PAGINA DE PROPOSTAS; NAS SEGUINTES, DECIDE
001770*  PELA TECLA DE ATENCAO: PF8 PAGINA PARA FRENTE A PARTIR DA
001780*  ULTIMA CHAVE NA TELA, PF7 VOLTA AO INICIO, PF3 ENCERRA E
001790*  ENTER REGISTRA A DECISAO DIGITADA.
001800*  =============================================================
001810   0000-MAINLINE.
001820       EXEC CICS HANDLE CONDITION
001830           MAPFAIL  (8200-SEM-DECISAO)
001840           ERROR    (8900-ERRO-GERAL)
001850       END-EXEC.
001860       PERFORM 1000-VERIFICAR-APROVADOR THRU 1000-EXIT.
001870       IF EIBCALEN = ZERO
001880           MOVE ZERO TO WS-CHAVE-PARTIDA
001890           MOVE 'N'  TO WS-SW-PULAR-IGUAL
001900           MOVE 'PROPOSTAS PENDENTES DE APROVACAO'
001910               TO WS-MSG-PAGINA
001920           GO TO 2100-MONTAR-PAGINA
001930       END-IF.
001940       MOVE DFHCOMMAREA TO WS-COMMAREA.
001950       EVALUATE EIBAID
001960           WHEN WS-AID-PF3
001970               GO TO 7000-ENCERRAR
001980           WHEN WS-AID-PF8
001990               MOVE SPACES TO WS-MSG-PAGINA
002000               MOVE WS-COMM-CHAVE-ULTIMA TO WS-CHAVE-PARTIDA
002010               MOVE 'S' TO WS-SW-PULAR-IGUAL
002020               GO TO 2100-MONTAR-PAGINA
002030           WHEN WS-AID-PF7
002040               MOVE ZERO TO WS-CHAVE-PARTIDA
002050               MOVE 'N'  TO WS-SW-PULAR-IGUAL
002060               MOVE 'INICIO DAS PROPOSTAS' TO WS-MSG-PAGINA
002070               GO TO 2100-MONTAR-PAGINA
002080           WHEN OTHER
002090               GO TO 5000-DECIDIR
002100       END-EVALUATE.
002110   0000-EXIT.
002120       EXIT.

002140*  -------------------------------------------------------------
002150*  1000-VERIFICAR-APROVADOR - CONFERE NO ARQUIVO DE AUTORIDADE
002160*  (OPERAUT) SE O OPERADOR DO SIGNON (EIBOPID) PODE APROVAR:
002170*  TEM QUE ESTAR CADASTRADO, ATIVO E COM OPR-APROVA = 'S'.
002180*  FORA DISSO A TRANSACAO NEM MOSTRA AS PROPOSTAS.
002190*  -------------------------------------------------------------
002200   1000-VERIFICAR-APROVADOR.
002210       EXEC CICS HANDLE CONDITION
002220           NOTFND   (1010-SEM-AUTORIZACAO)
002230       END-EXEC.
002240       MOVE EIBOPID TO OPR-COD-OPERADOR.
002250       EXEC CICS READ DATASET('OPERAUT')
002260           INTO(OPR-REC) RIDFLD(OPR-COD-OPERADOR)
002270       END-EXEC.
002280       IF NOT OPR-ATIVO OR NOT OPR-PODE-APROVAR
002290           GO TO 1010-SEM-AUTORIZACAO
002300       END-IF.
002310   1000-EXIT.
002320       EXIT.

002340*  -------------------------------------------------------------
002350*  1010-SEM-AUTORIZACAO - O OPERADOR NAO PODE APROVAR. ENCERRA A
002360*  TAREFA SEM COMMAREA, LIMPANDO A TELA.
002370*  -------------------------------------------------------------
002380   1010-SEM-AUTORIZACAO.
002390       EXEC CICS SEND TEXT FROM(WS-MSG-SEM-AUTORIZACAO)
002400           LENGTH(LENGTH OF WS-MSG-SEM-AUTORIZACAO) ERASE FREEKB
002410       END-EXEC.
002420       EXEC CICS RETURN END-EXEC.
002430   1010-EXIT.
002440       EXIT.

002460*  -------------------------------------------------------------
002470*  2100-MONTAR-PAGINA - MONTA UMA PAGINA EM ORDEM DE CHAVE A
002480*  PARTIR DE WS-CHAVE-PARTIDA (EXCLUSIVE, QUANDO WS-PULAR-IGUAL
002490*  VEIO LIGADO DE UM PF8). ENDFILE DESVIA PARA 2130-FIM-PAGINA;
002500*  STARTBR ALEM DO FIM (OU PENDMNT VAZIO) DESVIA PARA
002510*  2140-SEM-PROPOSTAS.
002520*  -------------------------------------------------------------
002530   2100-MONTAR-PAGINA.
002540       EXEC CICS HANDLE CONDITION
002550           ENDFILE  (2130-FIM-PAGINA)
002560           NOTFND   (2140-SEM-PROPOSTAS)
002570       END-EXEC.
002580       MOVE ZERO TO WS-QTD-LINHAS.
002590       MOVE WS-CHAVE-PARTIDA TO PND-NUM-REGISTRO.
002600       EXEC CICS STARTBR DATASET('PENDMNT')
002610           RIDFLD(PND-NUM-REGISTRO) GTEQ
002620       END-EXEC.
002630   2110-LER-PROPOSTA.
002640       EXEC CICS READNEXT DATASET('PENDMNT')
002650           INTO(PND-REC) RIDFLD(PND-NUM-REGISTRO)
002660       END-EXEC.
002670       IF WS-PULAR-IGUAL
002680           MOVE 'N' TO WS-SW-PULAR-IGUAL
002690           IF PND-NUM-REGISTRO = WS-CHAVE-PARTIDA
002700               GO TO 2110-LER-PROPOSTA
002710           END-IF
002720       END-IF.
002730       ADD 1 TO WS-QTD-LINHAS.
002740       MOVE PND-REC TO WS-TP-PROPOSTA (WS-QTD-LINHAS).
002750       IF WS-QTD-LINHAS < WS-LINHAS-POR-PAGINA
002760           GO TO 2110-LER-PROPOSTA
002770       END-IF.
002780   2130-FIM-PAGINA.
002790       EXEC CICS ENDBR DATASET('PENDMNT') END-EXEC.
002800       IF WS-QTD-LINHAS = ZERO
002810           GO TO 2140-SEM-PROPOSTAS
002820       END-IF.
002830       PERFORM 6000-ENVIAR-PAGINA THRU 6000-EXIT.

002850*  -------------------------------------------------------------
002860*  2140-SEM-PROPOSTAS - NAO HA PROPOSTA A PARTIR DA CHAVE DE
002870*  PARTIDA: OU A PAGINACAO (OU A ULTIMA DECISAO) PASSOU DO FIM
002880*  DO ARQUIVO - REMONTA, UMA UNICA VEZ, A PARTIR DO INICIO - OU
002890*  O PENDMNT ESTA VAZIO (ENVIA A TELA SEM LINHAS). A MENSAGEM
002900*  JA MONTADA (POR EXEMPLO, O RESULTADO DE UMA DECISAO) E
002910*  PRESERVADA.
002920*  -------------------------------------------------------------
002930   2140-SEM-PROPOSTAS.
002940       IF WS-NAO-RETENTOU
002950               AND WS-CHAVE-PARTIDA > ZERO
002960           MOVE 'S'  TO WS-SW-RETENTOU
002970           MOVE ZERO TO WS-CHAVE-PARTIDA
002980           MOVE 'N'  TO WS-SW-PULAR-IGUAL
002990           IF WS-MSG-PAGINA = SPACES
003000               MOVE 'FIM DAS PROPOSTAS - INICIO REEXIBIDO'
003010                   TO WS-MSG-PAGINA
003020           END-IF
003030           GO TO 2100-MONTAR-PAGINA
003040       END-IF.
003050       MOVE ZERO TO WS-QTD-LINHAS.
003060       IF WS-MSG-PAGINA = SPACES
003070           MOVE 'NAO HA PROPOSTAS PENDENTES' TO WS-MSG-PAGINA
003080       END-IF.
003090       PERFORM 6000-ENVIAR-PAGINA THRU 6000-EXIT.

003110*  -------------------------------------------------------------
003120*  5000-DECIDIR - ENTER: LE O NUMERO DA PROPOSTA, A DECISAO E O
003130*  MOTIVO DIGITADOS. LE A PROPOSTA COM UPDATE (PRESA ATE SER
003140*  ENCERRADA) E RECUSA DE CARA A DECISAO DO PROPRIO PROPONENTE.
003150*  NA RECUSA, ENCERRA COM O MOTIVO DIGITADO; NA APROVACAO,
003160*  APLICA A PROPOSTA NO MESTRE (5100-APLICAR-PROPOSTA), QUE
003170*  PODE AINDA RECUSA-LA NA CONFERENCIA. EM TODOS OS CASOS A
003180*  PAGINA E REEXIBIDA COM O RESULTADO.
003190*  -------------------------------------------------------------
003200   5000-DECIDIR.
003210       EXEC CICS RECEIVE MAP(WS-MAPA) MAPSET(WS-MAPSET)
003220           INTO(APRV01I)
003230       END-EXEC.
003240       IF SELFL = ZERO OR SELFI NOT NUMERIC
003250           GO TO 8200-SEM-DECISAO
003260       END-IF.
003270       MOVE SELFI TO WS-NUM-PROPOSTA.
003280       MOVE SPACE TO WS-DECISAO.
003290       IF ACAFL > ZERO
003300           MOVE ACAFI TO WS-DECISAO
003310       END-IF.
003320       MOVE SPACES TO WS-MOTIVO.
003330       IF MOTFL > ZERO
003340           MOVE MOTFI TO WS-MOTIVO
003350       END-IF.
003360       IF NOT WS-APROVAR AND NOT WS-RECUSAR
003370           MOVE 'INFORME A DECISAO: A=APROVAR R=RECUSAR'
003380               TO WS-MSG-PAGINA
003390           GO TO 8100-REEXIBIR-PAGINA
003400       END-IF.
003410       IF WS-RECUSAR AND WS-MOTIVO = SPACES
003420           MOVE 'INFORME O MOTIVO DA RECUSA' TO WS-MSG-PAGINA
003430           GO TO 8100-REEXIBIR-PAGINA
003440       END-IF.
003450       EXEC CICS HANDLE CONDITION
003460           NOTFND   (5900-PROPOSTA-NAO-ENCONTRADA)
003470       END-EXEC.
003480       MOVE WS-NUM-PROPOSTA TO PND-NUM-REGISTRO.
003490       EXEC CICS READ DATASET('PENDMNT')
003500           INTO(PND-REC) RIDFLD(PND-NUM-REGISTRO)
003510           UPDATE
003520       END-EXEC.
003530       IF PND-OPERADOR-PROPONENTE = EIBOPID
003540           EXEC CICS UNLOCK DATASET('PENDMNT') END-EXEC
003550           MOVE 'APROVADOR NAO PODE SER O PROPONENTE'
003560               TO WS-MSG-PAGINA
003570           GO TO 8100-REEXIBIR-PAGINA
003580       END-IF.
003590       IF WS-RECUSAR
003600           PERFORM 5500-ENCERRAR-PROPOSTA THRU 5500-EXIT
003610           MOVE 'PROPOSTA RECUSADA' TO WS-MSG-PAGINA
003620           GO TO 8100-REEXIBIR-PAGINA
003630       END-IF.
003640       PERFORM 5100-APLICAR-PROPOSTA THRU 5100-EXIT.
003650       MOVE SPACES TO WS-MOTIVO.
003660       PERFORM 5500-ENCERRAR-PROPOSTA THRU 5500-EXIT.
003670       MOVE 'PROPOSTA APROVADA E APLICADA NO MESTRE'
003680           TO WS-MSG-PAGINA.
003690       GO TO 8100-REEXIBIR-PAGINA.
003700   5000-EXIT.
003710       EXIT.

003730*  -------------------------------------------------------------
003740*  5100-APLICAR-PROPOSTA - GRAVA NO MESTRE A PROPOSTA APROVADA.
003750*  INCLUSAO: WRITE DO REGISTRO NOVO, ATIVO (DUPREC - ALGUEM O
003760*  CRIOU ANTES - RECUSA). DEMAIS TIPOS: READ UPDATE E CONFERE
003770*  QUE O MESTRE AINDA TEM OS VALORES ANTES DA PROPOSTA (SE NAO
003780*  TIVER, OUTRA MANUTENCAO PASSOU NA FRENTE E A PROPOSTA E
003790*  RECUSADA EM VEZ DE DESFAZE-LA); REGISTRO SUMIDO TAMBEM
003800*  RECUSA. INCLUSAO E ALTERACAO TEM A CATEGORIA CONFERIDA DE
003810*  NOVO NO CATEGREF, QUE PODE TER MUDADO DESDE A PROPOSTA.
003820*  GRAVADO O MESTRE, SAEM AS LINHAS DAS FILAS MANT E DLTA.
003830*  -------------------------------------------------------------
003840   5100-APLICAR-PROPOSTA.
003850       IF PND-INCLUSAO OR PND-ALTERACAO
003860           PERFORM 5150-VALIDAR-CATEGORIA THRU 5150-EXIT
003870       END-IF.
003880       PERFORM 5400-OBTER-DATA-HORA THRU 5400-EXIT.
003890       MOVE PND-NUM-REGISTRO TO MST-NUM-REGISTRO.
003900       IF PND-INCLUSAO
003910           EXEC CICS HANDLE CONDITION
003920               DUPREC   (5810-REGISTRO-JA-EXISTE)
003930           END-EXEC
003940           MOVE SPACES                    TO MST-REC
003950           MOVE PND-NUM-REGISTRO          TO MST-NUM-REGISTRO
003960           MOVE PND-VALOR-NUMERICO-DEPOIS TO MST-VALOR-NUMERICO
003970           MOVE PND-VALOR-TEXTO-DEPOIS    TO MST-VALOR-TEXTO
003980           MOVE 'A'                       TO MST-STATUS
003990           MOVE WS-DATA-AAAAMMDD-CICS     TO MST-DATA-STATUS
004000           EXEC CICS WRITE DATASET('MESTRE') FROM(MST-REC)
004010               RIDFLD(MST-NUM-REGISTRO)
004020           END-EXEC
004030       ELSE
004040           EXEC CICS HANDLE CONDITION
004050               NOTFND   (5820-REGISTRO-NAO-ENCONTRADO)
004060           END-EXEC
004070           EXEC CICS READ DATASET('MESTRE')
004080               INTO(MST-REC) RIDFLD(MST-NUM-REGISTRO)
004090               UPDATE
004100           END-EXEC
004110           IF MST-VALOR-NUMERICO NOT = PND-VALOR-NUMERICO-ANTES
004120                   OR MST-VALOR-TEXTO NOT = PND-VALOR-TEXTO-ANTES
004130                   OR MST-STATUS NOT = PND-STATUS-ANTES
004140               EXEC CICS UNLOCK DATASET('MESTRE') END-EXEC
004150               GO TO 5830-MESTRE-ALTERADO
004160           END-IF
004170           MOVE PND-VALOR-NUMERICO-DEPOIS TO MST-VALOR-NUMERICO
004180           MOVE PND-VALOR-TEXTO-DEPOIS    TO MST-VALOR-TEXTO
004190           IF PND-STATUS-DEPOIS NOT = PND-STATUS-ANTES
004200               MOVE PND-STATUS-DEPOIS     TO MST-STATUS
004210               MOVE WS-DATA-AAAAMMDD-CICS TO MST-DATA-STATUS
004220           END-IF
004230           EXEC CICS REWRITE DATASET('MESTRE') FROM(MST-REC)
004240           END-EXEC
004250       END-IF.
004260       PERFORM 5200-GRAVAR-AUDITORIA THRU 5200-EXIT.
004270       PERFORM 5300-GRAVAR-DELTA THRU 5300-EXIT.
004280   5100-EXIT.
004290       EXIT.

004310*  -------------------------------------------------------------
004320*  5150-VALIDAR-CATEGORIA - CONFERE A CATEGORIA PROPOSTA NO
004330*  ARQUIVO DE REFERENCIA (CATEGREF): SO CATEGORIA CADASTRADA E
004340*  ATIVA CHEGA AO MESTRE, COMO NA PROPRIA EMNT.
004350*  -------------------------------------------------------------
004360   5150-VALIDAR-CATEGORIA.
004370       EXEC CICS HANDLE CONDITION
004380           NOTFND   (5840-CATEGORIA-INVALIDA)
004390       END-EXEC.
004400       MOVE PND-VALOR-TEXTO-DEPOIS TO CRF-COD-CATEGORIA.
004410       EXEC CICS READ DATASET('CATEGREF')
004420           INTO(CRF-REC) RIDFLD(CRF-COD-CATEGORIA)
004430       END-EXEC.
004440       IF CRF-INATIVA
004450           GO TO 5840-CATEGORIA-INVALIDA
004460       END-IF.
004470   5150-EXIT.
004480       EXIT.

004500*  -------------------------------------------------------------
004510*  5200-GRAVAR-AUDITORIA - MONTA E GRAVA NA FILA MANT A LINHA DE
004520*  AUDITORIA DA ALTERACAO APROVADA, NO MESMO FORMATO DAS LINHAS
004530*  QUE A EMNT GRAVAVA: DATA E HORA DA APROVACAO, TERMINAL E
004540*  OPERADOR DO PROPONENTE, VALORES E STATUS ANTES/DEPOIS DA
004550*  PROPOSTA E, NO FIM, O OPERADOR APROVADOR.
004560*  -------------------------------------------------------------
004570   5200-GRAVAR-AUDITORIA.
004580       MOVE SPACES                    TO MNT-REC.
004590       MOVE WS-DATA-EDITADA           TO MNT-DATA-ALTERACAO.
004600       MOVE WS-HORA-EDITADA           TO MNT-HORA-ALTERACAO.
004610       MOVE PND-TERMINAL-PROPONENTE   TO MNT-TERMINAL.
004620       MOVE PND-OPERADOR-PROPONENTE   TO MNT-OPERADOR.
004630       MOVE PND-NUM-REGISTRO          TO MNT-NUM-REGISTRO.
004640       MOVE PND-VALOR-NUMERICO-ANTES
004650                                    TO MNT-VALOR-NUMERICO-ANTES.
004660       MOVE PND-VALOR-TEXTO-ANTES     TO MNT-VALOR-TEXTO-ANTES.
004670       MOVE PND-VALOR-NUMERICO-DEPOIS
004680                                    TO MNT-VALOR-NUMERICO-DEPOIS.
004690       MOVE PND-VALOR-TEXTO-DEPOIS    TO MNT-VALOR-TEXTO-DEPOIS.
004700       MOVE PND-STATUS-ANTES          TO MNT-STATUS-ANTES.
004710       MOVE MST-STATUS                TO MNT-STATUS-DEPOIS.
004720       MOVE EIBOPID                   TO MNT-OPERADOR-APROVADOR.
004730       EXEC CICS WRITEQ TD QUEUE('MANT')
004740           FROM(MNT-REC) LENGTH(LENGTH OF MNT-REC)
004750       END-EXEC.
004760   5200-EXIT.
004770       EXIT.

004790*  -------------------------------------------------------------
004800*  5300-GRAVAR-DELTA - CAPTURA NA FILA DLTA (DATASET DELTAS) A
004810*  CHAVE DO REGISTRO MESTRE QUE ACABOU DE SER GRAVADO, COM A
004820*  ORIGEM 'EMNT' - A ALTERACAO CONTINUA SENDO DA MANUTENCAO
004830*  ONLINE, SO QUE APLICADA NA APROVACAO.
004840*  -------------------------------------------------------------
004850   5300-GRAVAR-DELTA.
004860       MOVE SPACES           TO DLT-REC.
004870       MOVE PND-NUM-REGISTRO TO DLT-NUM-REGISTRO.
004880       MOVE 'EMNT'           TO DLT-ORIGEM.
004890       EXEC CICS WRITEQ TD QUEUE('DLTA')
004900           FROM(DLT-REC) LENGTH(LENGTH OF DLT-REC)
004910       END-EXEC.
004920   5300-EXIT.
004930       EXIT.

004950*  -------------------------------------------------------------
004960*  5400-OBTER-DATA-HORA - OBTEM A DATA E A HORA CORRENTES DO
004970*  CICS E EDITA A DATA EM DD/MM/AAAA, COMO NA EMNT.
004980*  -------------------------------------------------------------
004990   5400-OBTER-DATA-HORA.
005000       EXEC CICS ASKTIME ABSTIME(WS-ABSTIME) END-EXEC.
005010       EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
005020           YYYYMMDD(WS-DATA-AAAAMMDD-CICS)
005030           TIME(WS-HORA-EDITADA)
005040       END-EXEC.
005050       STRING WS-DATA-DD-CICS '/' WS-DATA-MM-CICS '/'
005060           WS-DATA-AAAA-CICS DELIMITED BY SIZE
005070           INTO WS-DATA-EDITADA.
005080   5400-EXIT.
005090       EXIT.

005110*  -------------------------------------------------------------
005120*  5500-ENCERRAR-PROPOSTA - GRAVA NA FILA PEND (DATASET PENDLOG)
005130*  A LINHA DA DECISAO - APROVADA OU RECUSADA, COM O APROVADOR, O
005140*  MOTIVO E A PROPRIA PROPOSTA - E APAGA A PROPOSTA DO PENDMNT
005150*  (DELETE DO REGISTRO PRESO PELO READ UPDATE DE 5000-DECIDIR).
005160*  -------------------------------------------------------------
005170   5500-ENCERRAR-PROPOSTA.
005180       PERFORM 5400-OBTER-DATA-HORA THRU 5400-EXIT.
005190       MOVE SPACES           TO PDL-REC.
005200       MOVE WS-DATA-EDITADA  TO PDL-DATA-DECISAO.
005210       MOVE WS-HORA-EDITADA  TO PDL-HORA-DECISAO.
005220       MOVE WS-DECISAO       TO PDL-DECISAO.
005230       MOVE EIBOPID          TO PDL-OPERADOR-APROVADOR.
005240       MOVE WS-MOTIVO        TO PDL-MOTIVO.
005250       MOVE PND-REC          TO PDL-PROPOSTA.
005260       EXEC CICS WRITEQ TD QUEUE('PEND')
005270           FROM(PDL-REC) LENGTH(LENGTH OF PDL-REC)
005280       END-EXEC.
005290       EXEC CICS DELETE DATASET('PENDMNT') END-EXEC.
005300   5500-EXIT.
005310       EXIT.

005330*  -------------------------------------------------------------
005340*  5800-RECUSAR-NA-CONFERENCIA - A PROPOSTA APROVADA NAO PASSOU
005350*  NA CONFERENCIA DE 5100-APLICAR-PROPOSTA. O MESTRE NAO FOI
005360*  GRAVADO; A PROPOSTA E ENCERRADA COMO RECUSADA, COM O MOTIVO
005370*  DA CONFERENCIA (MONTADO PELOS PARAGRAFOS 5810 A 5840), E O
005380*  MOTIVO VOLTA NA MENSAGEM DA TELA.
005390*  -------------------------------------------------------------
005400   5800-RECUSAR-NA-CONFERENCIA.
005410       MOVE 'R' TO WS-DECISAO.
005420       PERFORM 5500-ENCERRAR-PROPOSTA THRU 5500-EXIT.
005430       MOVE SPACES TO WS-MSG-PAGINA.
005440       STRING 'RECUSADA: ' WS-MOTIVO DELIMITED BY SIZE
005450           INTO WS-MSG-PAGINA.
005460       GO TO 8100-REEXIBIR-PAGINA.
005470   5800-EXIT.
005480       EXIT.

005500*  -------------------------------------------------------------
005510*  5810 A 5840 - DESVIOS DA CONFERENCIA DA APROVACAO (DUPREC NA
005520*  INCLUSAO, NOTFND NO MESTRE, MESTRE DIFERENTE DOS VALORES
005530*  ANTES E CATEGORIA FORA DA REFERENCIA): CADA UM SO MONTA O
005540*  MOTIVO DA RECUSA E SEGUE PARA 5800-RECUSAR-NA-CONFERENCIA.
005550*  -------------------------------------------------------------
005560   5810-REGISTRO-JA-EXISTE.
005570       MOVE 'REGISTRO JA EXISTE NO MESTRE' TO WS-MOTIVO.
005580       GO TO 5800-RECUSAR-NA-CONFERENCIA.

005600   5820-REGISTRO-NAO-ENCONTRADO.
005610       MOVE 'REGISTRO NAO EXISTE NO MESTRE' TO WS-MOTIVO.
005620       GO TO 5800-RECUSAR-NA-CONFERENCIA.

005640   5830-MESTRE-ALTERADO.
005650       MOVE 'MESTRE ALTERADO APOS PROPOSTA' TO WS-MOTIVO.
005660       GO TO 5800-RECUSAR-NA-CONFERENCIA.

005680   5840-CATEGORIA-INVALIDA.
005690       MOVE 'CATEGORIA INVALIDA OU INATIVA' TO WS-MOTIVO.
005700       GO TO 5800-RECUSAR-NA-CONFERENCIA.

005720*  -------------------------------------------------------------
005730*  5900-PROPOSTA-NAO-ENCONTRADA - O NUMERO DIGITADO NAO TEM
005740*  PROPOSTA NO PENDMNT (ERRO DE DIGITACAO, OU OUTRO SUPERVISOR
005750*  JA A DECIDIU, OU O EXEMPEXP A EXPIROU).
005760*  -------------------------------------------------------------
005770   5900-PROPOSTA-NAO-ENCONTRADA.
005780       MOVE 'PROPOSTA NAO ENCONTRADA OU JA DECIDIDA'
005790           TO WS-MSG-PAGINA.
005800       GO TO 8100-REEXIBIR-PAGINA.
005810   5900-EXIT.
005820       EXIT.

005840*  -------------------------------------------------------------
005850*  6000-ENVIAR-PAGINA - PREENCHE AS LINHAS DA TELA A PARTIR DA
005860*  TABELA DA PAGINA, GUARDA AS CHAVES DA PRIMEIRA E DA ULTIMA
005870*  LINHA NA COMMAREA (BASE DA PROXIMA PAGINACAO) E DEVOLVE A
005880*  TELA AO SUPERVISOR COM OS CAMPOS DE DECISAO EM BRANCO.
005890*  -------------------------------------------------------------
005900   6000-ENVIAR-PAGINA.
005910       MOVE LOW-VALUE TO APRV01O.
005920       PERFORM VARYING WS-IND FROM 1 BY 1
005930               UNTIL WS-IND > WS-QTD-LINHAS
005940           MOVE WS-TP-PROPOSTA (WS-IND)   TO PND-REC
005950           MOVE PND-NUM-REGISTRO          TO WS-LD-NUM
005960           MOVE PND-TIPO                  TO WS-LD-TIPO
005970           MOVE PND-VALOR-NUMERICO-ANTES  TO WS-LD-VALOR-ANTES
005980           MOVE PND-VALOR-TEXTO-ANTES     TO WS-LD-TEXTO-ANTES
005990           MOVE PND-STATUS-ANTES          TO WS-LD-STATUS-ANTES
006000           MOVE PND-VALOR-NUMERICO-DEPOIS TO WS-LD-VALOR-DEPOIS
006010           MOVE PND-VALOR-TEXTO-DEPOIS    TO WS-LD-TEXTO-DEPOIS
006020           MOVE PND-STATUS-DEPOIS         TO WS-LD-STATUS-DEPOIS
006030           MOVE PND-OPERADOR-PROPONENTE   TO WS-LD-OPERADOR
006040           MOVE PND-DATA-PROPOSTA         TO WS-DATA-PROPOSTA
006050           STRING WS-DP-DD '/' WS-DP-MM DELIMITED BY SIZE
006060               INTO WS-LD-DATA
006070           MOVE WS-LINHA-DETALHE          TO LINFO (WS-IND)
006080       END-PERFORM.
006090       MOVE WS-MSG-PAGINA TO MSGFO.
006100       IF WS-QTD-LINHAS > ZERO
006110           MOVE WS-TP-PROPOSTA (1) TO PND-REC
006120           MOVE PND-NUM-REGISTRO TO WS-COMM-CHAVE-PRIMEIRA
006130           MOVE WS-TP-PROPOSTA (WS-QTD-LINHAS) TO PND-REC
006140           MOVE PND-NUM-REGISTRO TO WS-COMM-CHAVE-ULTIMA
006150       END-IF.
006160       MOVE 'L' TO WS-COMM-ETAPA.
006170       EXEC CICS SEND MAP(WS-MAPA) MAPSET(WS-MAPSET)
006180           FROM(APRV01O) ERASE
006190       END-EXEC.
006200       EXEC CICS RETURN TRANSID(WS-TRANSID)
006210           COMMAREA(WS-COMMAREA)
006220           LENGTH(LENGTH OF WS-COMMAREA)
006230       END-EXEC.
006240   6000-EXIT.
006250       EXIT.

006270*  -------------------------------------------------------------
006280*  7000-ENCERRAR - PF3: ENCERRA A APROVACAO SEM MANTER
006290*  COMMAREA, LIMPANDO A TELA DO SUPERVISOR.
006300*  -------------------------------------------------------------
006310   7000-ENCERRAR.
006320       EXEC CICS SEND TEXT FROM(WS-MSG-SAIDA)
006330           LENGTH(LENGTH OF WS-MSG-SAIDA) ERASE FREEKB
006340       END-EXEC.
006350       EXEC CICS RETURN END-EXEC.
006360   7000-EXIT.
006370       EXIT.

006390*  -------------------------------------------------------------
006400*  8100-REEXIBIR-PAGINA - REMONTA A PAGINA CORRENTE (A PARTIR DA
006410*  PRIMEIRA CHAVE QUE ESTAVA NA TELA, INCLUSIVE) COM A MENSAGEM
006420*  JA MONTADA EM WS-MSG-PAGINA - A PROPOSTA DECIDIDA SOME DA
006430*  LISTA.
006440*  -------------------------------------------------------------
006450   8100-REEXIBIR-PAGINA.
006460       MOVE WS-COMM-CHAVE-PRIMEIRA TO WS-CHAVE-PARTIDA.
006470       MOVE 'N' TO WS-SW-PULAR-IGUAL.
006480       GO TO 2100-MONTAR-PAGINA.
006490   8100-EXIT.
006500       EXIT.

006520*  -------------------------------------------------------------
006530*  8200-SEM-DECISAO - ENTER SEM NUMERO DE PROPOSTA DIGITADO (OU
006540*  MAPFAIL). REORIENTA O SUPERVISOR MANTENDO A LISTA CORRENTE
006550*  NA TELA.
006560*  -------------------------------------------------------------
006570   8200-SEM-DECISAO.
006580       MOVE LOW-VALUE TO APRV01O.
006590       MOVE 'INFORME NUMERO E DECISAO OU PF7/PF8/PF3'
006600           TO MSGFO.
006610       EXEC CICS SEND MAP(WS-MAPA) MAPSET(WS-MAPSET)
006620           FROM(APRV01O) DATAONLY
006630       END-EXEC.
006640       EXEC CICS RETURN TRANSID(WS-TRANSID)
006650           COMMAREA(WS-COMMAREA)
006660           LENGTH(LENGTH OF WS-COMMAREA)
006670       END-EXEC.
006680   8200-EXIT.
006690       EXIT.

006710*  -------------------------------------------------------------
006720*  8900-ERRO-GERAL - QUALQUER OUTRA CONDICAO CICS NAO TRATADA
006730*  ESPECIFICAMENTE. AVISA O SUPERVISOR E ENCERRA A TAREFA SEM
006740*  MANTER COMMAREA, PARA QUE UM ENTER SEGUINTE COMECE DO ZERO.
006750*  -------------------------------------------------------------
006760   8900-ERRO-GERAL.
006770       MOVE LOW-VALUE TO APRV01O.
006780       MOVE 'ERRO INESPERADO - CONTATE O SUPORTE TECNICO'
006790           TO MSGFO.
006800       EXEC CICS SEND MAP(WS-MAPA) MAPSET(WS-MAPSET)
006810           FROM(APRV01O) ERASE
006820       END-EXEC.
006830       EXEC CICS RETURN END-EXEC.
006840   8900-EXIT.
006850       EXIT.
