000484*                    REORIENTA O OPERADOR SEM GRAVAR, COMO
000485*                    NO EXEMMNTB E NA VALIDACAO DE ENTRADA
000486*                    DO EXEMPLO.
000487*  15/10/2026 RCS    A EMNT DEIXA DE GRAVAR NO MESTRE: TODA
000488*                    INCLUSAO, ALTERACAO, INATIVACAO OU
000489*                    REATIVACAO VIRA UMA PROPOSTA NO PENDMNT
000490*                    (LAYOUT PNDREC) COM OS VALORES ANTES/
000491*                    DEPOIS, O OPERADOR E O TERMINAL, E SO
000492*                    CHEGA AO MESTRE, AO MANTLOG E AO DELTAS
000493*                    QUANDO UM SUPERVISOR A APROVA NA
000494*                    TRANSACAO EAPR (EXEMAPRV). O OPERADOR
000495*                    PRECISA ESTAR ATIVO E AUTORIZADO A
000496*                    PROPOR NO ARQUIVO DE AUTORIDADE
000497*                    (OPERAUT); UMA PROPOSTA EM ABERTO POR
000498*                    REGISTRO.
000499*  ---------------------------------------------------------

000500*  -------------------------------------------------------------
000501*  PROGRAMA CICS PSEUDO-CONVERSACIONAL. NAO HA ENVIRONMENT
000510*  DIVISION NEM FILE SECTION: OS ARQUIVOS (MESTRE, CATEGREF,
000520*  OPERAUT E PENDMNT, VSAM KSDS) SAO DEFINIDOS NA FCT DA REGIAO
000530*  CICS (VER EXEMMNT.CSD) E ACESSADOS POR EXEC CICS, NAO POR
000540*  SELECT/FD. O MESTRE SO E LIDO AQUI: A GRAVACAO E AS TRILHAS
000545*  MANT E DLTA FICAM COM A APROVACAO (EXEMAPRV).
000550*  -------------------------------------------------------------
000560   DATA DIVISION.
000570   WORKING-STORAGE SECTION.

000590       COPY MESTREC.

000600       COPY CRFREC.

000602       COPY OPRREC.

000604       COPY PNDREC.

000610   01  WS-TRANSID                  PIC X(04) VALUE 'EMNT'.
000620   01  WS-MAPSET                   PIC X(08) VALUE 'EXEMMAPA'.


000760*  -----------------------------------------------------------
000770*  DATA/HORA DA PROPOSTA DE ALTERACAO (PENDMNT)
000780*  -----------------------------------------------------------
000790   01  WS-ABSTIME                  PIC S9(15) COMP-3.
000800   01  WS-DATA-AAAAMMDD-CICS.
001840       MOVE WS-STATUS-EDITADO   TO STAFO.
001850       MOVE NUMFI               TO NUMFO.
001860       MOVE 'N'                 TO WS-COMM-NOVO-REGISTRO.
001870       MOVE 'ALTERE OS VALORES E PRESSIONE ENTER PARA PROPOR'
001880           TO MSGFO.
001890       EXEC CICS SEND MAP(WS-MAPA) MAPSET(WS-MAPSET)
001900           FROM(MAPA01O) DATAONLY
002200       MOVE WS-STATUS-EDITADO   TO STAFO.
002210       MOVE WS-COMM-NUM-REGISTRO TO NUMFO.
002220       MOVE 'N'                  TO WS-COMM-NOVO-REGISTRO.
002230       MOVE 'ALTERE OS VALORES E PRESSIONE ENTER PARA PROPOR'
002240           TO MSGFO.
002250       EXEC CICS SEND MAP(WS-MAPA) MAPSET(WS-MAPSET)
002260           FROM(MAPA01O) ERASE

002350*  -------------------------------------------------------------
002360*  3000-PROCESSAR-ATUALIZA - LE OS VALORES ALTERADOS PELO
002370*  OPERADOR E OS ENVIA PARA APROVACAO: GRAVA NO PENDMNT UMA
002380*  PROPOSTA DE ALTERACAO DE UM REGISTRO EXISTENTE (VALORES
002390*  ANTES RELIDOS DO MESTRE NESTE MOMENTO) OU, QUANDO
002400*  WS-COMM-NOVO-REGISTRO VEIO 'S' DE 2300-PREPARAR-NOVO-
002410*  REGISTRO, DE INCLUSAO DE UM REGISTRO NOVO. O MESTRE NAO E
002420*  TOCADO; QUEM GRAVA E A EAPR, NA APROVACAO. VOLTA A TELA DE
002425*  CONSULTA.
002430*  -------------------------------------------------------------
002440   3000-PROCESSAR-ATUALIZA.
002445       PERFORM 3700-VERIFICAR-PROPONENTE THRU 3700-EXIT.
002450       MOVE WS-COMM-NUM-REGISTRO TO MST-NUM-REGISTRO.
002460       EVALUATE EIBAID
002470           WHEN WS-AID-PF5
002560       END-EXEC.
002562       PERFORM 3050-VALIDAR-CATEGORIA THRU 3050-EXIT.
002570       MOVE WS-COMM-NUM-REGISTRO TO MST-NUM-REGISTRO.
002573       MOVE SPACES               TO PND-REC.
002576       MOVE WS-COMM-NUM-REGISTRO TO PND-NUM-REGISTRO.
002580       IF WS-COMM-NOVO
002590           MOVE 'I'   TO PND-TIPO
002600           MOVE ZERO  TO PND-VALOR-NUMERICO-ANTES
002610           MOVE SPACE TO PND-STATUS-ANTES
002620           MOVE 'A'   TO PND-STATUS-DEPOIS
002690       ELSE
002700           EXEC CICS READ DATASET('MESTRE')
002710               INTO(MST-REC) RIDFLD(MST-NUM-REGISTRO)
002730           END-EXEC
002740           MOVE 'A'                TO PND-TIPO
002750           MOVE MST-VALOR-NUMERICO TO PND-VALOR-NUMERICO-ANTES
002760           MOVE MST-VALOR-TEXTO    TO PND-VALOR-TEXTO-ANTES
002770           MOVE MST-STATUS         TO PND-STATUS-ANTES
002775                                      PND-STATUS-DEPOIS
002780       END-IF.
002790       MOVE VNUFI TO PND-VALOR-NUMERICO-DEPOIS.
002792       MOVE VTXFI TO PND-VALOR-TEXTO-DEPOIS.
002796       PERFORM 3750-GRAVAR-PROPOSTA THRU 3750-EXIT.
002800       IF WS-COMM-NOVO
002810           MOVE 'REGISTRO NOVO ENVIADO PARA APROVACAO' TO MSGFO
002820       ELSE
002830           MOVE 'ALTERACAO ENVIADA PARA APROVACAO' TO MSGFO
002840       END-IF.
002850       MOVE PND-NUM-REGISTRO          TO NUMFO.
002860       MOVE PND-VALOR-NUMERICO-DEPOIS TO VNUFO.
002870       MOVE PND-VALOR-TEXTO-DEPOIS    TO VTXFO.
002875       MOVE PND-STATUS-DEPOIS         TO MST-STATUS.
002880       PERFORM 3100-FORMATAR-STATUS THRU 3100-EXIT.
002890       MOVE WS-STATUS-EDITADO   TO STAFO.
002900       EXEC CICS SEND MAP(WS-MAPA) MAPSET(WS-MAPSET)

003140*  -------------------------------------------------------------
003150*  3200-ALTERAR-STATUS - PF5 (INATIVAR) OU PF6 (REATIVAR) NA
003160*  TELA DE ALTERACAO: GRAVA NO PENDMNT A PROPOSTA DE MUDAR O
003170*  REGISTRO PARA O STATUS ALVO, SEM TOCAR NOS VALORES DE
003180*  NEGOCIO. NA APROVACAO (EAPR) O STATUS E A DATA DE VIGENCIA
003190*  SAO REGRAVADOS E AUDITADOS COMO QUALQUER OUTRA ALTERACAO. A
003200*  EXCLUSAO FISICA NAO EXISTE: O REGISTRO INATIVO FICA NO
003210*  MESTRE E SO DEIXA DE SER EXTRAIDO PARA O BATCH (EXEMEXTR).
003220*  -------------------------------------------------------------
003230   3200-ALTERAR-STATUS.
003240       EXEC CICS READ DATASET('MESTRE')
003250           INTO(MST-REC) RIDFLD(MST-NUM-REGISTRO)
003270       END-EXEC.
003280       MOVE MST-STATUS          TO WS-COMM-STATUS-ANTES.
003290       MOVE MST-VALOR-NUMERICO  TO WS-COMM-VALOR-NUMERICO-ANTES.
003300       MOVE MST-VALOR-TEXTO     TO WS-COMM-VALOR-TEXTO-ANTES.
003310       MOVE SPACES              TO PND-REC.
003320       MOVE MST-NUM-REGISTRO    TO PND-NUM-REGISTRO.
003330       IF WS-STATUS-ALVO = 'I'
003340           MOVE 'X' TO PND-TIPO
003390       ELSE
003400           MOVE 'R' TO PND-TIPO
003401       END-IF.
003402       MOVE MST-VALOR-NUMERICO  TO PND-VALOR-NUMERICO-ANTES
003403                                   PND-VALOR-NUMERICO-DEPOIS.
003404       MOVE MST-VALOR-TEXTO     TO PND-VALOR-TEXTO-ANTES
003405                                   PND-VALOR-TEXTO-DEPOIS.
003406       MOVE MST-STATUS          TO PND-STATUS-ANTES.
003407       MOVE WS-STATUS-ALVO      TO PND-STATUS-DEPOIS.
003408       PERFORM 3750-GRAVAR-PROPOSTA THRU 3750-EXIT.
003409       IF PND-INATIVACAO
003410           MOVE 'INATIVACAO ENVIADA PARA APROVACAO' TO MSGFO
003411       ELSE
003412           MOVE 'REATIVACAO ENVIADA PARA APROVACAO' TO MSGFO
003413       END-IF.
003420       MOVE MST-NUM-REGISTRO    TO NUMFO.
003430       MOVE MST-VALOR-NUMERICO  TO VNUFO.
003440       MOVE MST-VALOR-TEXTO     TO VTXFO.
003690           WS-DATA-AAAA-CICS DELIMITED BY SIZE
003700           INTO WS-DATA-EDITADA.
003710   3400-EXIT.
004038       EXIT.

004039*  -------------------------------------------------------------
004490*  NA TELA DE CONSULTA NAO EXISTE NO MESTRE. EM VEZ DE REJEITAR,
004500*  MARCA WS-COMM-NOVO-REGISTRO E REENVIA A TELA COM OS CAMPOS DE
004510*  VALOR EM BRANCO PARA QUE O OPERADOR DIGITE OS VALORES INICIAIS
004520*  DO REGISTRO A CRIAR; 3000-PROCESSAR-ATUALIZA PROPOE INCLUSAO
004530*  (E NAO ALTERACAO) QUANDO ESTE SWITCH VEM 'S'.
004540*  -------------------------------------------------------------
004550   2300-PREPARAR-NOVO-REGISTRO.
004560       MOVE ZERO            TO WS-COMM-VALOR-NUMERICO-ANTES
004880       EXEC CICS RETURN END-EXEC.
004890   8900-EXIT.
004900       EXIT.

004910*  -------------------------------------------------------------
004920*  3700-VERIFICAR-PROPONENTE - CONFERE NO ARQUIVO DE AUTORIDADE
004930*  (OPERAUT) SE O OPERADOR DO SIGNON (EIBOPID) PODE PROPOR
004940*  ALTERACOES NO MESTRE: TEM QUE ESTAR CADASTRADO, ATIVO E COM
004950*  OPR-PROPOE = 'S'. O NOTFND E DESVIADO PARA 3710-SEM-
004960*  AUTORIZACAO SO DURANTE ESTA CONSULTA E DEPOIS DEVOLVIDO A
004970*  8300-NAO-ENCONTRADO, COMO EM 3050-VALIDAR-CATEGORIA.
004980*  -------------------------------------------------------------
004990   3700-VERIFICAR-PROPONENTE.
005000       EXEC CICS HANDLE CONDITION
005010           NOTFND   (3710-SEM-AUTORIZACAO)
005020       END-EXEC.
005030       MOVE EIBOPID TO OPR-COD-OPERADOR.
005040       EXEC CICS READ DATASET('OPERAUT')
005050           INTO(OPR-REC) RIDFLD(OPR-COD-OPERADOR)
005060       END-EXEC.
005070       EXEC CICS HANDLE CONDITION
005080           NOTFND   (8300-NAO-ENCONTRADO)
005090       END-EXEC.
005100       IF NOT OPR-ATIVO OR NOT OPR-PODE-PROPOR
005110           GO TO 3710-SEM-AUTORIZACAO
005120       END-IF.
005130   3700-EXIT.
005140       EXIT.

005150*  -------------------------------------------------------------
005160*  3710-SEM-AUTORIZACAO - O OPERADOR NAO PODE PROPOR ALTERACOES.
005170*  AVISA SEM GRAVAR NADA E MANTEM A TELA COMO ESTA (O MAPA DE
005180*  SAIDA VAI SO COM A MENSAGEM).
005190*  -------------------------------------------------------------
005200   3710-SEM-AUTORIZACAO.
005210       MOVE LOW-VALUE TO MAPA01O.
005220       MOVE 'OPERADOR SEM AUTORIZACAO PARA PROPOR' TO MSGFO.
005230       EXEC CICS SEND MAP(WS-MAPA) MAPSET(WS-MAPSET)
005240           FROM(MAPA01O) DATAONLY
005250       END-EXEC.
005260       EXEC CICS RETURN TRANSID(WS-TRANSID)
005270           COMMAREA(WS-COMMAREA)
005280           LENGTH(LENGTH OF WS-COMMAREA)
005290       END-EXEC.
005300   3710-EXIT.
005310       EXIT.

005320*  -------------------------------------------------------------
005330*  3750-GRAVAR-PROPOSTA - COMPLETA A PROPOSTA MONTADA EM PND-REC
005340*  COM O OPERADOR, O TERMINAL E A DATA/HORA E A GRAVA NO
005350*  PENDMNT, ONDE FICA ATE SER APROVADA OU RECUSADA NA EAPR OU
005360*  EXPIRADA PELO EXEMPEXP. A CHAVE E O NUMERO DO REGISTRO: SE
005370*  JA HOUVER PROPOSTA EM ABERTO PARA ELE (DUPREC), A NOVA NAO E
005380*  ACEITA (3760-PROPOSTA-DUPLICADA).
005390*  -------------------------------------------------------------
005400   3750-GRAVAR-PROPOSTA.
005410       PERFORM 3400-OBTER-DATA-HORA THRU 3400-EXIT.
005420       MOVE EIBOPID               TO PND-OPERADOR-PROPONENTE.
005430       MOVE EIBTRMID              TO PND-TERMINAL-PROPONENTE.
005440       MOVE WS-DATA-AAAAMMDD-CICS TO PND-DATA-PROPOSTA.
005450       MOVE WS-HORA-EDITADA       TO PND-HORA-PROPOSTA.
005460       EXEC CICS HANDLE CONDITION
005470           DUPREC   (3760-PROPOSTA-DUPLICADA)
005480       END-EXEC.
005490       EXEC CICS WRITE DATASET('PENDMNT') FROM(PND-REC)
005500           RIDFLD(PND-NUM-REGISTRO)
005510       END-EXEC.
005520   3750-EXIT.
005530       EXIT.

005540*  -------------------------------------------------------------
005550*  3760-PROPOSTA-DUPLICADA - O REGISTRO JA TEM UMA PROPOSTA
005560*  AGUARDANDO DECISAO NO PENDMNT. A NOVA E DESCARTADA; O
005570*  OPERADOR ESPERA A DECISAO DA EAPR (OU A EXPIRACAO) PARA
005580*  PROPOR DE NOVO.
005590*  -------------------------------------------------------------
005600   3760-PROPOSTA-DUPLICADA.
005610       MOVE 'JA HA PROPOSTA PENDENTE PARA O REGISTRO' TO MSGFO.
005620       EXEC CICS SEND MAP(WS-MAPA) MAPSET(WS-MAPSET)
005630           FROM(MAPA01O) DATAONLY
005640       END-EXEC.
005650       MOVE 'A' TO WS-COMM-ETAPA.
005660       EXEC CICS RETURN TRANSID(WS-TRANSID)
005670           COMMAREA(WS-COMMAREA)
005680           LENGTH(LENGTH OF WS-COMMAREA)
005690       END-EXEC.
005700   3760-EXIT.
005710       EXIT.
