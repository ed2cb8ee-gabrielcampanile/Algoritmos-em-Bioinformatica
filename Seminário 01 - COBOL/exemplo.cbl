001169*                    OS PASSOS DA NOITE - UM RUN QUE FALHOU
001170*                    NAO LANCA NADA E O FECHAMENTO ACUSA O
001171*                    ELO AUSENTE.
001172*  15/10/2026 RCS    CADA DETALHE DO ENTRADA PASSA A TRAZER A
001173*                    SUA FONTE (TRAN-ORIGEM: MESTRE, CORRECAO
001174*                    DE REJEITO OU ARQUIVO DE PARCEIRO DE
001175*                    NEGOCIO). O TOTAIS E O RELCATEG PASSAM A
001176*                    ABRIR LIDOS, VALIDOS, REJEITADOS E
001177*                    ALERTAS POR ORIGEM, E O LEDGER GANHA AS
001178*                    CONTAGENS POR ORIGEM 'OL', 'OV', 'OR' E
001179*                    'OA', PARA O FECHAMENTO DA CADEIA CONFERIR
001180*                    CADA FONTE CONTRA O QUE O EXEMEXTR GRAVOU.
001181*  15/10/2026 RCS    O LEDGER GANHA AS CONTAGENS 'PW' (ALERTAS
001182*                    DE AVISO) E 'PC' (ALERTAS CRITICOS), QUE
001183*                    SOMAM O 'PA', PARA O FECHAMENTO DA CADEIA
001184*                    GUARDAR OS TOTAIS DA NOITE NA SITUACAO DO
001185*                    RUN CONSULTADA NA TRANSACAO ESIT.
001186*  ---------------------------------------------------------

001187   ENVIRONMENT DIVISION.
001188   CONFIGURATION SECTION.
001189   SOURCE-COMPUTER. IBM-3090.
001190   OBJECT-COMPUTER. IBM-3090.


001191   INPUT-OUTPUT SECTION.
001192   FILE-CONTROL.
001200       SELECT ENTRADA ASSIGN TO "ENTRADA"
001210           ORGANIZATION IS LINE SEQUENTIAL
001220           FILE STATUS IS WS-ST-ENTRADA.
002278   77  WS-DIAS-ULTIMO-RUN          PIC 9(09) COMP VALUE ZERO.
002279   01  WS-TIPO-LEDGER              PIC X(02).
002280   01  WS-QTD-LEDGER               PIC 9(07).
002282   01  WS-ORIGEM-LEDGER            PIC X(04) VALUE SPACES.


002284*  -----------------------------------------------------------
002286*  HORA DE EXECUCAO - USADA NA TRILHA DE AUDITORIA (AUDITLOG)
002290*  -----------------------------------------------------------
002300   01  WS-HORA-HHMMSSCC.
002310       05  WS-HORA-HH              PIC 9(02).
002895           10  WS-CATREF-DESCR     PIC X(30).


002896*  -----------------------------------------------------------
002897*  CONTAGENS POR ORIGEM DO DETALHE (TRAN-ORIGEM: 'MSTR' =
002898*  MESTRE, 'CORR' = CORRECAO DE REJEITO, OU O CODIGO DO
002899*  PARCEIRO DE NEGOCIO), NA ORDEM EM QUE CADA ORIGEM APARECE
002900*  NO ENTRADA. WS-ORI-QTD-DETALHES CONTA TODOS OS DETALHES
002901*  LIDOS DA ORIGEM (MESMO OS ANTERIORES AO CHECKPOINT, COMO O
002902*  WS-QTD-DETALHES-LIDOS); AS DEMAIS CONTAGENS, SO O QUE FOI
002903*  PROCESSADO NESTE RUN, COMO OS TOTAIS. A ULTIMA POSICAO DA
002904*  TABELA E RESERVADA AO ESTOURO '****', COMO NA TABELA DE
002905*  CATEGORIAS.
002906*  -----------------------------------------------------------
002907   77  WS-MAX-ORIGENS              PIC 9(02) COMP VALUE 10.
002908   77  WS-QTD-ORIGENS              PIC 9(02) COMP VALUE ZERO.
002909   77  WS-IND-ORI                  PIC 9(02) COMP VALUE ZERO.
002910   77  WS-IND-ORI-ATUAL            PIC 9(02) COMP VALUE ZERO.
002911   01  WS-TAB-ORIGENS.
002912       05  WS-ORI-ENTRADA          OCCURS 10 TIMES.
002913           10  WS-ORI-CODIGO       PIC X(04).
002914           10  WS-ORI-QTD-DETALHES PIC 9(07) COMP.
002915           10  WS-ORI-QTD-LIDOS    PIC 9(07) COMP.
002916           10  WS-ORI-QTD-VALIDOS  PIC 9(07) COMP.
002917           10  WS-ORI-QTD-REJEITADOS
002918                                   PIC 9(07) COMP.
002919           10  WS-ORI-QTD-ALERTAS  PIC 9(07) COMP.
002920   01  WS-ROTULO-ORIGEM.
002921       05  FILLER                  PIC X(07) VALUE 'ORIGEM '.
002922       05  WS-RO-CODIGO            PIC X(04).
002923       05  FILLER                  PIC X(03) VALUE ' - '.
002924       05  WS-RO-CONTAGEM          PIC X(16).
002925   01  WS-CAB-ORIGENS.
002926       05  FILLER                  PIC X(11) VALUE 'ORIGEM'.
002927       05  FILLER                  PIC X(09) VALUE '    LIDOS'.
002928       05  FILLER                  PIC X(09) VALUE '  VALIDOS'.
002929       05  FILLER                  PIC X(12)
002930                                   VALUE '  REJEITADOS'.
002931       05  FILLER                  PIC X(09) VALUE '  ALERTAS'.
002932   01  WS-LIN-ORIGEM.
002933       05  WS-LO-CODIGO            PIC X(04).
002934       05  FILLER                  PIC X(09) VALUE SPACES.
002935       05  WS-LO-LIDOS             PIC ZZZZZZ9.
002936       05  FILLER                  PIC X(02) VALUE SPACES.
002937       05  WS-LO-VALIDOS           PIC ZZZZZZ9.
002938       05  FILLER                  PIC X(05) VALUE SPACES.
002939       05  WS-LO-REJEITADOS        PIC ZZZZZZ9.
002940       05  FILLER                  PIC X(02) VALUE SPACES.
002941       05  WS-LO-ALERTAS           PIC ZZZZZZ9.



002942   PROCEDURE DIVISION.
002943*  =============================================================
002944*  INICIO - PONTO DE ENTRADA DO PROGRAMA. ABRE OS ARQUIVOS,
002945*  RECUPERA O CHECKPOINT (SE HOUVER) E PROCESSA TODOS OS
002946*  REGISTROS DE ENTRADA EM LACO, ATE O FIM DO ARQUIVO.
002947*  =============================================================
002948   Inicio.
002950       ACCEPT WS-DATA-AAAAMMDD FROM DATE YYYYMMDD.
002960       STRING WS-DATA-DD '/' WS-DATA-MM '/' WS-DATA-AAAA
002970           DELIMITED BY SIZE INTO WS-DATA-EDITADA.
005840*  2005-TRATAR-LINHA - CLASSIFICA A LINHA DE ENTRADA QUE ACABOU
005850*  DE SER LIDA PELO TIPO DE REGISTRO DE CONTROLE: DETALHE E
005860*  CONTADO E SOMADO NO TOTAL-HASH (MESMO NUM RESTART, EM QUE O
005870*  REGISTRO EM SI NAO E REPROCESSADO), CREDITADO A SUA ORIGEM
005875*  (2007-LOCALIZAR-ORIGEM) E SEGUE PARA 2010-TRATAR-
005880*  REGISTRO; RODAPE ENCERRA A LEITURA APOS A CONFERENCIA; TIPO
005890*  DESCONHECIDO DERRUBA A CONCILIACAO.
005900*  -------------------------------------------------------------
005950               IF TRAN-NUMERICA NUMERIC
005960                   ADD TRAN-NUMERICA TO WS-HASH-VALOR-LIDO
005970               END-IF
005973               PERFORM 2007-LOCALIZAR-ORIGEM THRU 2007-EXIT
005976               ADD 1 TO WS-ORI-QTD-DETALHES (WS-IND-ORI-ATUAL)
005980               PERFORM 2010-TRATAR-REGISTRO THRU 2010-EXIT
005990           WHEN TRAN-TIPO-RODAPE
006000               PERFORM 2020-VERIFICAR-RODAPE THRU 2020-EXIT
006770           CONTINUE
006780       ELSE
006790           ADD 1 TO WS-QTD-REG-LIDOS
006795           ADD 1 TO WS-ORI-QTD-LIDOS (WS-IND-ORI-ATUAL)
006800           MOVE TRAN-NUMERICA TO Variavel-Numerica
006810           MOVE TRAN-TEXTO    TO Variavel-Texto
006820           MOVE TRAN-NUM-REGISTRO TO Numero-Registro-Mestre
006900                   THRU 1040-EXIT
006910               PERFORM 1050-ATUALIZAR-TOTAIS THRU 1050-EXIT
006920               PERFORM 1070-ACUMULAR-CATEGORIA THRU 1070-EXIT
006925               ADD 1 TO WS-ORI-QTD-VALIDOS (WS-IND-ORI-ATUAL)
006930               PERFORM Exemplo-Loop
006940               IF Variavel-Numerica > WS-LIMIAR-ALERTA
006950                   DISPLAY 'Variável Numérica é maior'
006969                   END-IF
006970                   PERFORM 2155-GRAVAR-AUDITORIA THRU 2155-EXIT
006980                   ADD 1 TO WS-CAT-ALERTAS (WS-IND-CAT-ATUAL)
006985                   ADD 1 TO WS-ORI-QTD-ALERTAS (WS-IND-ORI-ATUAL)
006990               END-IF
007000           ELSE
007010               ADD 1 TO WS-QTD-REG-REJEITADOS
007015               ADD 1 TO WS-ORI-QTD-REJEITADOS (WS-IND-ORI-ATUAL)
007020               MOVE 4 TO RETURN-CODE
007030           END-IF
007040       END-IF.
008030*  ABSOLUTA WS-NUM-REGISTRO), JA QUE OS REGISTROS ANTERIORES AO
008040*  CHECKPOINT FORAM CONTABILIZADOS NA EXECUCAO QUE OS CONCLUIU E
008050*  NAO DEVEM SOMAR DE NOVO AQUI, SOB PENA DE LIDOS NAO BATER COM
008060*  VALIDOS + REJEITADOS NESTE RELATORIO. NO FIM VEM AS MESMAS
008063*  CONTAGENS ABERTAS POR ORIGEM DO DETALHE (2181), PELO MESMO
008066*  CRITERIO DE RESTART.
008070*  -------------------------------------------------------------
008080   2180-GRAVAR-TOTAIS.
008090       IF WS-QTD-REG-VALIDOS = ZERO
008330       MOVE 'VARIAVEL NUMERICA MAXIMA:' TO TOT-ROTULO.
008340       MOVE WS-MAX-VALOR-NUMERICO    TO TOT-VALOR.
008350       WRITE TOT-REC.
008352       PERFORM VARYING WS-IND-ORI FROM 1 BY 1
008354               UNTIL WS-IND-ORI > WS-QTD-ORIGENS
008356           PERFORM 2181-GRAVAR-TOTAIS-ORIGEM THRU 2181-EXIT
008358       END-PERFORM.
008360   2180-EXIT.
008370       EXIT.

008760*  ARREDONDADA) DE VARIAVEL-NUMERICA E OS ALERTAS DE LIMIAR DA
008770*  CATEGORIA - A RESPOSTA DIRETA DE "QUE CATEGORIA PUXOU O
008780*  VOLUME E OS ALERTAS DE HOJE" SEM SOMAR O RELLOOP NA MAO.
008782*  DEPOIS DAS CATEGORIAS, SEPARADA POR UMA LINHA EM BRANCO,
008784*  VEM A ABERTURA POR ORIGEM DO DETALHE (2186): LIDOS,
008786*  VALIDOS, REJEITADOS E ALERTAS DE CADA FONTE DO ENTRADA.
008790*  -------------------------------------------------------------
008800   2187-GRAVAR-CATEGORIAS.
008810       MOVE WS-CAB-CATEGORIAS TO CAT-REC.
008830       PERFORM VARYING WS-IND-CAT FROM 1 BY 1
008840               UNTIL WS-IND-CAT > WS-QTD-CATEGORIAS
008850           PERFORM 2188-GRAVAR-LINHA-CATEGORIA THRU 2188-EXIT
008851       END-PERFORM.
008852       MOVE SPACES TO CAT-REC.
008853       WRITE CAT-REC.
008854       MOVE WS-CAB-ORIGENS TO CAT-REC.
008855       WRITE CAT-REC.
008856       PERFORM VARYING WS-IND-ORI FROM 1 BY 1
008857               UNTIL WS-IND-ORI > WS-QTD-ORIGENS
008858           PERFORM 2186-GRAVAR-LINHA-ORIGEM THRU 2186-EXIT
008860       END-PERFORM.
008870   2187-EXIT.
008880       EXIT.
009350*  (EXEMBALC) CRUZAR OS PASSOS DA NOITE: PL = DETALHES LIDOS
009360*  DO ENTRADA (TEM QUE BATER COM O ED DO EXEMEXTR), PP =
009370*  PROCESSADOS NESTA EXECUCAO, PV/PR = VALIDOS/REJEITADOS
009380*  (PV + PR TEM QUE FECHAR COM PP), PA = ALERTAS E PW/PC =
009385*  ALERTAS DE AVISO/CRITICOS (PW + PC = PA). SO UM RUN
009390*  COMPLETO LANCA NO LEDGER - UM RUN QUE FALHOU DEIXA O ELO
009400*  AUSENTE E O FECHAMENTO ACUSA. DEPOIS DOS TOTAIS VEM AS
009403*  CONTAGENS POR ORIGEM DO DETALHE (2197), COM O CODIGO DA
009406*  ORIGEM EM LED-ORIGEM. FALHA NA GRAVACAO SO MARCA
009410*  RETURN-CODE 4.
009420*  -------------------------------------------------------------
009430   2195-GRAVAR-LEDGER.
009660       MOVE 'PA' TO WS-TIPO-LEDGER.
009670       MOVE WS-QTD-ALERTAS TO WS-QTD-LEDGER.
009680       PERFORM 2196-GRAVAR-LINHA-LEDGER THRU 2196-EXIT.
009681       MOVE 'PW' TO WS-TIPO-LEDGER.
009682       MOVE WS-QTD-ALERTAS-AVISO TO WS-QTD-LEDGER.
009683       PERFORM 2196-GRAVAR-LINHA-LEDGER THRU 2196-EXIT.
009684       MOVE 'PC' TO WS-TIPO-LEDGER.
009685       MOVE WS-QTD-ALERTAS-CRITICOS TO WS-QTD-LEDGER.
009686       PERFORM 2196-GRAVAR-LINHA-LEDGER THRU 2196-EXIT.
009687       PERFORM VARYING WS-IND-ORI FROM 1 BY 1
009688               UNTIL WS-IND-ORI > WS-QTD-ORIGENS
009689           PERFORM 2197-GRAVAR-LEDGER-ORIGEM THRU 2197-EXIT
009690       END-PERFORM.
009691       CLOSE RUNLEDG.
009700   2195-EXIT.
009710       EXIT.

009720*  -------------------------------------------------------------
009730*  2196-GRAVAR-LINHA-LEDGER - GRAVA UMA LINHA DE CONTAGEM NO
009740*  LEDGER, COM A DATA DE NEGOCIO DO RUN E O TIPO/VALOR JA
009750*  DEIXADOS EM WS-TIPO-LEDGER / WS-QTD-LEDGER (E A ORIGEM EM
009755*  WS-ORIGEM-LEDGER, EM BRANCO NAS CONTAGENS DO RUN TODO).
009760*  -------------------------------------------------------------
009770   2196-GRAVAR-LINHA-LEDGER.
009780       MOVE SPACES           TO LED-REC.
009800       MOVE 'EXEMPLO '       TO LED-PROGRAMA.
009810       MOVE WS-TIPO-LEDGER   TO LED-TIPO-CONTAGEM.
009820       MOVE WS-QTD-LEDGER    TO LED-QTD.
009825       MOVE WS-ORIGEM-LEDGER TO LED-ORIGEM.
009830       WRITE LED-REC.
009840   2196-EXIT.
009850       EXIT.


009860*  -------------------------------------------------------------
009870*  2007-LOCALIZAR-ORIGEM - LOCALIZA NA TABELA DE ORIGENS A
009880*  FONTE DO DETALHE CORRENTE (TRAN-ORIGEM), CRIANDO A ENTRADA
009890*  NA PRIMEIRA OCORRENCIA, E DEIXA O INDICE EM WS-IND-ORI-ATUAL
009900*  PARA AS CONTAGENS DO MESMO DETALHE. COMO NA TABELA DE
009910*  CATEGORIAS, A ULTIMA POSICAO E RESERVADA AO ESTOURO: COM
009920*  AS DEMAIS POSICOES JA OCUPADAS, AS ORIGENS EXCEDENTES
009930*  ACUMULAM EM '****', INICIALIZADO NA PRIMEIRA OCORRENCIA.
009940*  -------------------------------------------------------------
009950   2007-LOCALIZAR-ORIGEM.
009960       MOVE ZERO TO WS-IND-ORI-ATUAL.
009970       PERFORM VARYING WS-IND-ORI FROM 1 BY 1
009980               UNTIL WS-IND-ORI > WS-QTD-ORIGENS
009990                   OR WS-IND-ORI-ATUAL > ZERO
010000           IF WS-ORI-CODIGO (WS-IND-ORI) = TRAN-ORIGEM
010010               MOVE WS-IND-ORI TO WS-IND-ORI-ATUAL
010020           END-IF
010030       END-PERFORM.
010040       IF WS-IND-ORI-ATUAL > ZERO
010050           GO TO 2007-EXIT
010060       END-IF.
010070       IF WS-QTD-ORIGENS < WS-MAX-ORIGENS - 1
010080           ADD 1 TO WS-QTD-ORIGENS
010090           MOVE WS-QTD-ORIGENS TO WS-IND-ORI-ATUAL
010100           MOVE TRAN-ORIGEM TO WS-ORI-CODIGO (WS-IND-ORI-ATUAL)
010110       ELSE
010120           MOVE WS-MAX-ORIGENS TO WS-IND-ORI-ATUAL
010130           IF WS-QTD-ORIGENS = WS-MAX-ORIGENS
010140               GO TO 2007-EXIT
010150           END-IF
010160           MOVE WS-MAX-ORIGENS TO WS-QTD-ORIGENS
010170           MOVE '****' TO WS-ORI-CODIGO (WS-IND-ORI-ATUAL)
010180       END-IF.
010190       MOVE ZERO TO WS-ORI-QTD-DETALHES (WS-IND-ORI-ATUAL).
010200       MOVE ZERO TO WS-ORI-QTD-LIDOS (WS-IND-ORI-ATUAL).
010210       MOVE ZERO TO WS-ORI-QTD-VALIDOS (WS-IND-ORI-ATUAL).
010220       MOVE ZERO TO WS-ORI-QTD-REJEITADOS (WS-IND-ORI-ATUAL).
010230       MOVE ZERO TO WS-ORI-QTD-ALERTAS (WS-IND-ORI-ATUAL).
010240   2007-EXIT.
010250       EXIT.


010260*  -------------------------------------------------------------
010270*  2181-GRAVAR-TOTAIS-ORIGEM - GRAVA NO TOTAIS AS CONTAGENS DA
010280*  ORIGEM APONTADA POR WS-IND-ORI (LIDOS, VALIDOS, REJEITADOS
010290*  E ALERTAS DESTE RUN), COM O CODIGO DA ORIGEM NO ROTULO.
010300*  -------------------------------------------------------------
010310   2181-GRAVAR-TOTAIS-ORIGEM.
010320       MOVE WS-ORI-CODIGO (WS-IND-ORI) TO WS-RO-CODIGO.
010330       MOVE SPACES TO TOT-REC.
010340       MOVE 'LIDOS:'                 TO WS-RO-CONTAGEM.
010350       MOVE WS-ROTULO-ORIGEM         TO TOT-ROTULO.
010360       MOVE WS-ORI-QTD-LIDOS (WS-IND-ORI) TO TOT-VALOR.
010370       WRITE TOT-REC.
010380       MOVE SPACES TO TOT-REC.
010390       MOVE 'VALIDOS:'               TO WS-RO-CONTAGEM.
010400       MOVE WS-ROTULO-ORIGEM         TO TOT-ROTULO.
010410       MOVE WS-ORI-QTD-VALIDOS (WS-IND-ORI) TO TOT-VALOR.
010420       WRITE TOT-REC.
010430       MOVE SPACES TO TOT-REC.
010440       MOVE 'REJEITADOS:'            TO WS-RO-CONTAGEM.
010450       MOVE WS-ROTULO-ORIGEM         TO TOT-ROTULO.
010460       MOVE WS-ORI-QTD-REJEITADOS (WS-IND-ORI) TO TOT-VALOR.
010470       WRITE TOT-REC.
010480       MOVE SPACES TO TOT-REC.
010490       MOVE 'ALERTAS:'               TO WS-RO-CONTAGEM.
010500       MOVE WS-ROTULO-ORIGEM         TO TOT-ROTULO.
010510       MOVE WS-ORI-QTD-ALERTAS (WS-IND-ORI) TO TOT-VALOR.
010520       WRITE TOT-REC.
010530   2181-EXIT.
010540       EXIT.


010550*  -------------------------------------------------------------
010560*  2186-GRAVAR-LINHA-ORIGEM - EDITA E GRAVA NO RELCATEG A LINHA
010570*  DA ORIGEM APONTADA POR WS-IND-ORI, NA SECAO POR ORIGEM QUE
010580*  FECHA O RELATORIO.
010590*  -------------------------------------------------------------
010600   2186-GRAVAR-LINHA-ORIGEM.
010610       MOVE WS-ORI-CODIGO (WS-IND-ORI)      TO WS-LO-CODIGO.
010620       MOVE WS-ORI-QTD-LIDOS (WS-IND-ORI)   TO WS-LO-LIDOS.
010630       MOVE WS-ORI-QTD-VALIDOS (WS-IND-ORI) TO WS-LO-VALIDOS.
010640       MOVE WS-ORI-QTD-REJEITADOS (WS-IND-ORI)
010650                                            TO WS-LO-REJEITADOS.
010660       MOVE WS-ORI-QTD-ALERTAS (WS-IND-ORI) TO WS-LO-ALERTAS.
010670       MOVE WS-LIN-ORIGEM TO CAT-REC.
010680       WRITE CAT-REC.
010690   2186-EXIT.
010700       EXIT.


010710*  -------------------------------------------------------------
010720*  2197-GRAVAR-LEDGER-ORIGEM - GRAVA NO LEDGER AS CONTAGENS DA
010730*  ORIGEM APONTADA POR WS-IND-ORI: OL = DETALHES LIDOS DA
010740*  ORIGEM NO ENTRADA (TEM QUE BATER COM O OD DA MESMA ORIGEM
010750*  NO EXEMEXTR), OV/OR = VALIDOS/REJEITADOS E OA = ALERTAS
010760*  DESTE RUN.
010770*  -------------------------------------------------------------
010780   2197-GRAVAR-LEDGER-ORIGEM.
010790       MOVE WS-ORI-CODIGO (WS-IND-ORI) TO WS-ORIGEM-LEDGER.
010800       MOVE 'OL' TO WS-TIPO-LEDGER.
010810       MOVE WS-ORI-QTD-DETALHES (WS-IND-ORI) TO WS-QTD-LEDGER.
010820       PERFORM 2196-GRAVAR-LINHA-LEDGER THRU 2196-EXIT.
010830       MOVE 'OV' TO WS-TIPO-LEDGER.
010840       MOVE WS-ORI-QTD-VALIDOS (WS-IND-ORI) TO WS-QTD-LEDGER.
010850       PERFORM 2196-GRAVAR-LINHA-LEDGER THRU 2196-EXIT.
010860       MOVE 'OR' TO WS-TIPO-LEDGER.
010870       MOVE WS-ORI-QTD-REJEITADOS (WS-IND-ORI) TO WS-QTD-LEDGER.
010880       PERFORM 2196-GRAVAR-LINHA-LEDGER THRU 2196-EXIT.
010890       MOVE 'OA' TO WS-TIPO-LEDGER.
010900       MOVE WS-ORI-QTD-ALERTAS (WS-IND-ORI) TO WS-QTD-LEDGER.
010910       PERFORM 2196-GRAVAR-LINHA-LEDGER THRU 2196-EXIT.
010920       MOVE SPACES TO WS-ORIGEM-LEDGER.
010930   2197-EXIT.
010940       EXIT.
