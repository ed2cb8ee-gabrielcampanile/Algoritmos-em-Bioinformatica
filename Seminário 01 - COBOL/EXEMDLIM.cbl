000100   IDENTIFICATION DIVISION.
000110   PROGRAM-ID. EXEMDLIM.
000120   AUTHOR. EQUIPE DE MANUTENCAO DE SISTEMAS.
000130   INSTALLATION. CENTRO DE PROCESSAMENTO DE DADOS.
000140   DATE-WRITTEN. 15/10/2026.
000150   DATE-COMPILED.
000160*  ---------------------------------------------------------
000170*  HISTORICO DE MANUTENCAO
000180*  ---------------------------------------------------------
000190*  DATA       AUTOR  DESCRICAO
000200*  15/10/2026 RCS    PROGRAMA ORIGINAL - EXTRATO DELIMITADO POR
000210*                    DATA DE NEGOCIO. LOGO APOS O EXEMPLO (E A
000220*                    RECARGA DO AUDHIST), CORTA UM ARQUIVO COM
000230*                    CAMPOS SEPARADOS POR PONTO-E-VIRGULA E UMA
000240*                    LINHA POR DETALHE DO ENTRADA DA NOITE:
000250*                    CHAVE DO MESTRE, VALOR, CATEGORIA E SUA
000260*                    DESCRICAO NO CATEGREF, SITUACAO DO
000270*                    REGISTRO NO MESTRE, RESULTADO (VALIDO OU
000280*                    REJEITADO COM O MOTIVO DO REJEITOS),
000290*                    SEVERIDADE DO ALERTA (ALERTSAI), DATA DA
000300*                    ULTIMA ALTERACAO DO REGISTRO NO MANTLOG
000310*                    (VIA AUDHIST) E ORIGEM DO DETALHE. LINHA
000320*                    DE CABECALHO COM O NOME DAS COLUNAS E
000330*                    LINHA DE CONTROLE COM AS CONTAGENS, QUE
000340*                    TEM QUE BATER COM O TOTAIS DO RUN. SO
000350*                    CORTA PARA DATA DE NEGOCIO COM O RUNCTL
000360*                    COMPLETO. O ARQUIVO (DLMNOVO) E REGRAVADO
000370*                    POR COMPLETO A CADA EXECUCAO E O JOB SO O
000380*                    PROMOVE A GERACAO DO DIA COM RC=0.
000390*  ---------------------------------------------------------

000400   ENVIRONMENT DIVISION.
000410   CONFIGURATION SECTION.
000420   SOURCE-COMPUTER. IBM-3090.
000430   OBJECT-COMPUTER. IBM-3090.

000440   INPUT-OUTPUT SECTION.
000450   FILE-CONTROL.
000460       SELECT OPTIONAL RUNCTL ASSIGN TO "RUNCTL"
000470           ORGANIZATION IS LINE SEQUENTIAL
000480           FILE STATUS IS WS-ST-RUNCTL.
000490       SELECT TOTAIS ASSIGN TO "TOTAIS"
000500           ORGANIZATION IS LINE SEQUENTIAL
000510           FILE STATUS IS WS-ST-TOTAIS.
000520       SELECT ENTRADA ASSIGN TO "ENTRADA"
000530           ORGANIZATION IS LINE SEQUENTIAL
000540           FILE STATUS IS WS-ST-ENTRADA.
000550       SELECT REJEITOS ASSIGN TO "REJEITOS"
000560           ORGANIZATION IS LINE SEQUENTIAL
000570           FILE STATUS IS WS-ST-REJEITOS.
000580       SELECT ALERTSAI ASSIGN TO "ALERTSAI"
000590           ORGANIZATION IS LINE SEQUENTIAL
000600           FILE STATUS IS WS-ST-ALERTSAI.
000610       SELECT MESTRE ASSIGN TO "MESTRE"
000620           ORGANIZATION IS INDEXED
000630           ACCESS MODE IS RANDOM
000640           RECORD KEY IS MST-NUM-REGISTRO
000650           FILE STATUS IS WS-ST-MESTRE.
000660       SELECT CATEGREF ASSIGN TO "CATEGREF"
000670           ORGANIZATION IS INDEXED
000680           ACCESS MODE IS RANDOM
000690           RECORD KEY IS CRF-COD-CATEGORIA
000700           FILE STATUS IS WS-ST-CATEGREF.
000710       SELECT AUDHIST ASSIGN TO "AUDHIST"
000720           ORGANIZATION IS INDEXED
000730           ACCESS MODE IS DYNAMIC
000740           RECORD KEY IS AHS-CHAVE
000750           FILE STATUS IS WS-ST-AUDHIST.
000760       SELECT DLMNOVO ASSIGN TO "DLMNOVO"
000770           ORGANIZATION IS LINE SEQUENTIAL
000780           FILE STATUS IS WS-ST-DLMNOVO.

000790   DATA DIVISION.
000800   FILE SECTION.
000810   FD  RUNCTL
000820       RECORDING MODE IS F.
000830       COPY RCTREC.

000840   FD  TOTAIS
000850       RECORDING MODE IS F.
000860       COPY TOTREC.

000870   FD  ENTRADA
000880       RECORDING MODE IS F.
000890       COPY TRANREC.

000900   FD  REJEITOS
000910       RECORDING MODE IS F.
000920       COPY REJREC.

000930   FD  ALERTSAI
000940       RECORDING MODE IS F.
000950       COPY ALRREC.

000960   FD  MESTRE.
000970       COPY MESTREC.

000980   FD  CATEGREF.
000990       COPY CRFREC.

001000   FD  AUDHIST.
001010       COPY AHSREC.

001020   FD  DLMNOVO
001030       RECORDING MODE IS F.
001040   01  DLM-LINHA                   PIC X(160).

001050   WORKING-STORAGE SECTION.
001060   01  WS-STATUS-ARQUIVOS.
001070       05  WS-ST-RUNCTL            PIC X(02).
001080       05  WS-ST-TOTAIS            PIC X(02).
001090       05  WS-ST-ENTRADA           PIC X(02).
001100       05  WS-ST-REJEITOS          PIC X(02).
001110       05  WS-ST-ALERTSAI          PIC X(02).
001120       05  WS-ST-MESTRE            PIC X(02).
001130       05  WS-ST-CATEGREF          PIC X(02).
001140       05  WS-ST-AUDHIST           PIC X(02).
001150       05  WS-ST-DLMNOVO           PIC X(02).

001160   01  WS-SW-FIM-TOTAIS            PIC X(01) VALUE 'N'.
001170       88  WS-FIM-TOTAIS               VALUE 'S'.
001180       88  WS-NAO-FIM-TOTAIS           VALUE 'N'.
001190   01  WS-SW-FIM-ENTRADA           PIC X(01) VALUE 'N'.
001200       88  WS-FIM-ENTRADA              VALUE 'S'.
001210       88  WS-NAO-FIM-ENTRADA          VALUE 'N'.
001220   01  WS-SW-FIM-REJEITOS          PIC X(01) VALUE 'N'.
001230       88  WS-FIM-REJEITOS             VALUE 'S'.
001240       88  WS-NAO-FIM-REJEITOS         VALUE 'N'.
001250   01  WS-SW-FIM-ALERTSAI          PIC X(01) VALUE 'N'.
001260       88  WS-FIM-ALERTSAI             VALUE 'S'.
001270       88  WS-NAO-FIM-ALERTSAI         VALUE 'N'.
001280   01  WS-SW-FIM-AUDHIST           PIC X(01) VALUE 'N'.
001290       88  WS-FIM-AUDHIST              VALUE 'S'.
001300       88  WS-NAO-FIM-AUDHIST          VALUE 'N'.
001310   01  WS-SW-RUN-CONTROL           PIC X(01) VALUE 'N'.
001320       88  WS-RUN-COMPLETO             VALUE 'S'.
001330       88  WS-RUN-NAO-COMPLETO         VALUE 'N'.
001340   01  WS-SW-FECHAMENTO            PIC X(01) VALUE 'S'.
001350       88  WS-FECHAMENTO-OK            VALUE 'S'.
001360       88  WS-FECHAMENTO-DIVERGE       VALUE 'N'.

001370*  -----------------------------------------------------------
001380*  DATA DE NEGOCIO DO RUNCTL, QUE VAI EM TODAS AS LINHAS DO
001390*  EXTRATO. SEM RUNCTL, OU COM A DATA AINDA INICIADA/FALHA,
001400*  O EXTRATO E RECUSADO.
001410*  -----------------------------------------------------------
001420   01  WS-DATA-NEGOCIO             PIC 9(08) VALUE ZERO.
001430   01  WS-SITUACAO-RUN             PIC X(01) VALUE SPACE.

001440*  -----------------------------------------------------------
001450*  CONTAGENS DO TOTAIS DO RUN, LIDAS PELO ROTULO DA LINHA.
001460*  WS-QTD-ROTULOS CONTA QUANTOS DOS CINCO ROTULOS ESPERADOS
001470*  FORAM ACHADOS - TOTAIS INCOMPLETO NAO FECHA O EXTRATO.
001480*  -----------------------------------------------------------
001490   77  WS-TOT-LIDOS                PIC 9(07) COMP VALUE ZERO.
001500   77  WS-TOT-VALIDOS              PIC 9(07) COMP VALUE ZERO.
001510   77  WS-TOT-REJEITADOS           PIC 9(07) COMP VALUE ZERO.
001520   77  WS-TOT-AVISO                PIC 9(07) COMP VALUE ZERO.
001530   77  WS-TOT-CRITICOS             PIC 9(07) COMP VALUE ZERO.
001540   77  WS-QTD-ROTULOS              PIC 9(02) COMP VALUE ZERO.
001550   01  WS-VALOR-TOTAIS             PIC 9(07).

001560*  -----------------------------------------------------------
001570*  CONTAGENS DO EXTRATO. ANTERIORES SAO OS DETALHES DO INICIO
001580*  DO ENTRADA QUE UM RESTART DO EXEMPLO NAO REPROCESSOU (JA
001590*  CONCLUIDOS NO RUN QUE ABENDOU, CUJAS REJEICOES E ALERTAS NAO
001600*  ESTAO NAS GERACOES DESTE RUN): DETALHES MENOS OS LIDOS DO
001610*  TOTAIS. SOBRAS SAO LINHAS DO REJEITOS/ALERTSAI QUE NAO
001620*  CASARAM COM DETALHE ALGUM.
001630*  -----------------------------------------------------------
001640   77  WS-QTD-DETALHES             PIC 9(07) COMP VALUE ZERO.
001650   77  WS-QTD-PULAR                PIC 9(07) COMP VALUE ZERO.
001660   77  WS-QTD-ANTERIORES           PIC 9(07) COMP VALUE ZERO.
001670   77  WS-QTD-LIDOS                PIC 9(07) COMP VALUE ZERO.
001680   77  WS-QTD-VALIDOS              PIC 9(07) COMP VALUE ZERO.
001690   77  WS-QTD-REJEITADOS           PIC 9(07) COMP VALUE ZERO.
001700   77  WS-QTD-AVISO                PIC 9(07) COMP VALUE ZERO.
001710   77  WS-QTD-CRITICOS             PIC 9(07) COMP VALUE ZERO.
001720   77  WS-QTD-SOBRA-REJEITOS       PIC 9(07) COMP VALUE ZERO.
001730   77  WS-QTD-SOBRA-ALERTAS        PIC 9(07) COMP VALUE ZERO.
001740   77  WS-QTD-GRAVADAS             PIC 9(07) COMP VALUE ZERO.

001750*  -----------------------------------------------------------
001760*  COLUNAS DA LINHA DE DETALHE CORRENTE. A SITUACAO NO MESTRE E
001770*  A DATA DA ULTIMA ALTERACAO FICAM GUARDADAS PARA A CHAVE DA
001780*  LINHA ANTERIOR - DETALHES SEGUIDOS DA MESMA CHAVE NAO
001790*  RELEEM O MESTRE NEM O AUDHIST.
001800*  -----------------------------------------------------------
001810   01  WS-VALOR-ENTRADA            PIC X(05).
001820   01  WS-RESULTADO                PIC X(09).
001830   01  WS-MOTIVO                   PIC X(02).
001840   01  WS-SEVERIDADE               PIC X(01).
001850   01  WS-DESCRICAO                PIC X(30).
001860   01  WS-STATUS-MESTRE            PIC X(01).
001870   01  WS-DATA-ALTERACAO           PIC X(08).
001880   01  WS-CHAVE-GUARDADA           PIC X(07) VALUE SPACES.

001890*  -----------------------------------------------------------
001900*  MONTAGEM DA LINHA DELIMITADA: CADA CAMPO E ACRESCENTADO A
001910*  WS-LINHA PRECEDIDO DO SEPARADOR, SEM OS BRANCOS A DIREITA.
001920*  PONTO-E-VIRGULA DENTRO DO DADO VIRA VIRGULA, PARA NAO
001930*  DESLOCAR AS COLUNAS.
001940*  -----------------------------------------------------------
001950   01  WS-LINHA                    PIC X(160).
001960   77  WS-PONTEIRO                 PIC 9(03) COMP VALUE ZERO.
001970   01  WS-CAMPO                    PIC X(30).
001980   77  WS-TAM-CAMPO                PIC 9(02) COMP VALUE ZERO.
001990   01  WS-NUMERO-EDICAO            PIC 9(07).
002000   01  WS-DATA-EDICAO              PIC 9(08).

002010   01  WS-LIN-CABECALHO.
002020       05  FILLER                  PIC X(40) VALUE
002030           'H;DATA NEGOCIO;REGISTRO;VALOR;CATEGORIA;'.
002040       05  FILLER                  PIC X(40) VALUE
002050           'DESCRICAO CATEGORIA;STATUS MESTRE;RESULT'.
002060       05  FILLER                  PIC X(40) VALUE
002070           'ADO;MOTIVO;SEVERIDADE ALERTA;ULTIMA ALTE'.
002080       05  FILLER                  PIC X(40) VALUE
002090           'RACAO;ORIGEM                            '.

002100   PROCEDURE DIVISION.
002110*  =============================================================
002120*  INICIO - PONTO DE ENTRADA DO PROGRAMA. CONFERE O RUNCTL,
002130*  CARREGA AS CONTAGENS DO TOTAIS, CONTA OS DETALHES DO
002140*  ENTRADA E GRAVA O EXTRATO: CABECALHO, UMA LINHA POR DETALHE
002150*  E A LINHA DE CONTROLE. RETURN-CODE 12 QUANDO A DATA DE
002160*  NEGOCIO NAO ESTA COMPLETA NO RUNCTL (NADA E GRAVADO), 8
002170*  QUANDO UM ARQUIVO NAO PODE SER ABERTO OU O EXTRATO NAO FECHA
002180*  COM O TOTAIS, 0 QUANDO O EXTRATO ESTA PRONTO PARA SER
002190*  PROMOVIDO. SO O RC=0 E PROMOVIDO PELO JOB; COMO O DLMNOVO E
002200*  REGRAVADO POR COMPLETO, O PASSO PODE SER REEXECUTADO.
002210*  =============================================================
002220   Inicio.
002230       PERFORM 1000-VERIFICAR-RUN-CONTROL THRU 1000-EXIT.
002240       IF WS-RUN-NAO-COMPLETO
002250           DISPLAY 'EXEMDLIM: EXTRATO RECUSADO - DATA DE NEGOCIO '
002260               WS-DATA-NEGOCIO ' NAO ESTA COMPLETA NO RUNCTL '
002270               '(SITUACAO ' WS-SITUACAO-RUN ')'
002280           MOVE 12 TO RETURN-CODE
002290           STOP RUN
002300       END-IF.
002310       PERFORM 1100-LER-TOTAIS THRU 1100-EXIT.
002320       IF RETURN-CODE = 8
002330           STOP RUN
002340       END-IF.
002350       PERFORM 1200-CONTAR-DETALHES THRU 1200-EXIT.
002360       IF RETURN-CODE = 8
002370           STOP RUN
002380       END-IF.
002390       IF WS-QTD-DETALHES > WS-TOT-LIDOS
002400           COMPUTE WS-QTD-PULAR = WS-QTD-DETALHES - WS-TOT-LIDOS
002410       END-IF.
002420       PERFORM 1300-ABRIR-ARQUIVOS THRU 1300-EXIT.
002430       IF RETURN-CODE = 8
002440           STOP RUN
002450       END-IF.
002460       PERFORM 3000-GRAVAR-CABECALHO THRU 3000-EXIT.
002470       PERFORM 2500-LER-REJEICAO THRU 2500-EXIT.
002480       PERFORM 2600-LER-ALERTA THRU 2600-EXIT.
002490       MOVE 'N' TO WS-SW-FIM-ENTRADA.
002500       PERFORM UNTIL WS-FIM-ENTRADA
002510           READ ENTRADA
002520               AT END
002530                   MOVE 'S' TO WS-SW-FIM-ENTRADA
002540               NOT AT END
002550                   IF TRAN-TIPO-DETALHE
002560                       PERFORM 2000-TRATAR-DETALHE THRU 2000-EXIT
002570                   END-IF
002580           END-READ
002590       END-PERFORM.
002600       PERFORM UNTIL WS-FIM-REJEITOS
002610           ADD 1 TO WS-QTD-SOBRA-REJEITOS
002620           PERFORM 2500-LER-REJEICAO THRU 2500-EXIT
002630       END-PERFORM.
002640       PERFORM UNTIL WS-FIM-ALERTSAI
002650           ADD 1 TO WS-QTD-SOBRA-ALERTAS
002660           PERFORM 2600-LER-ALERTA THRU 2600-EXIT
002670       END-PERFORM.
002680       PERFORM 3200-GRAVAR-CONTROLE THRU 3200-EXIT.
002690       CLOSE ENTRADA.
002700       CLOSE REJEITOS.
002710       CLOSE ALERTSAI.
002720       CLOSE MESTRE.
002730       CLOSE CATEGREF.
002740       CLOSE AUDHIST.
002750       CLOSE DLMNOVO.
002760       PERFORM 4000-CONFERIR-TOTAIS THRU 4000-EXIT.
002770       DISPLAY 'EXEMDLIM: DATA DE NEGOCIO ' WS-DATA-NEGOCIO ' - '
002780           WS-QTD-GRAVADAS ' LINHA(S) DE DETALHE NO EXTRATO'.
002790       DISPLAY 'EXEMDLIM: ' WS-QTD-VALIDOS ' VALIDO(S), '
002800           WS-QTD-REJEITADOS ' REJEITADO(S), '
002810           WS-QTD-ANTERIORES ' DE RUN ANTERIOR AO RESTART'.
002820       IF WS-FECHAMENTO-DIVERGE
002830           DISPLAY 'EXEMDLIM: EXTRATO NAO FECHA COM O TOTAIS - '
002840               'NAO SERA PROMOVIDO'
002850           MOVE 8 TO RETURN-CODE
002860       END-IF.
002870       STOP RUN.

002880*  -------------------------------------------------------------
002890*  1000-VERIFICAR-RUN-CONTROL - LE A DATA DE NEGOCIO DO RUNCTL
002900*  E SO LIBERA O EXTRATO QUANDO A SITUACAO E COMPLETA: COM O
002910*  RUN INICIADO OU FALHO O ENTRADA E AS GERACOES DO EXEMPLO
002920*  AINDA NAO SAO AS DEFINITIVAS DA DATA.
002930*  -------------------------------------------------------------
002940   1000-VERIFICAR-RUN-CONTROL.
002950       MOVE 'N' TO WS-SW-RUN-CONTROL.
002960       OPEN INPUT RUNCTL.
002970       READ RUNCTL
002980           AT END
002990               CONTINUE
003000           NOT AT END
003010               IF RCT-DATA-NEGOCIO NUMERIC
003020                   MOVE RCT-DATA-NEGOCIO TO WS-DATA-NEGOCIO
003030                   MOVE RCT-SITUACAO     TO WS-SITUACAO-RUN
003040                   IF RCT-COMPLETO
003050                       MOVE 'S' TO WS-SW-RUN-CONTROL
003060                   END-IF
003070               END-IF
003080       END-READ.
003090       CLOSE RUNCTL.
003100   1000-EXIT.
003110       EXIT.

003120*  -------------------------------------------------------------
003130*  1100-LER-TOTAIS - CARREGA DO TOTAIS DO RUN AS CONTAGENS COM
003140*  QUE A LINHA DE CONTROLE DO EXTRATO TEM QUE FECHAR. AS LINHAS
003150*  SAO RECONHECIDAS PELO ROTULO GRAVADO PELO EXEMPLO; AS
003160*  DEMAIS (MINIMA, MAXIMA, POR ORIGEM) SAO IGNORADAS.
003170*  -------------------------------------------------------------
003180   1100-LER-TOTAIS.
003190       OPEN INPUT TOTAIS.
003200       IF WS-ST-TOTAIS NOT = '00'
003210           DISPLAY 'EXEMDLIM: ERRO NA ABERTURA DE TOTAIS - '
003220               'STATUS ' WS-ST-TOTAIS
003230           MOVE 8 TO RETURN-CODE
003240           GO TO 1100-EXIT
003250       END-IF.
003260       PERFORM UNTIL WS-FIM-TOTAIS
003270           READ TOTAIS
003280               AT END
003290                   MOVE 'S' TO WS-SW-FIM-TOTAIS
003300               NOT AT END
003310                   PERFORM 1110-TRATAR-TOTAL THRU 1110-EXIT
003320           END-READ
003330       END-PERFORM.
003340       CLOSE TOTAIS.
003350   1100-EXIT.
003360       EXIT.

003370*  -------------------------------------------------------------
003380*  1110-TRATAR-TOTAL - GUARDA O VALOR DE UMA LINHA DO TOTAIS
003390*  QUANDO O ROTULO E UM DOS CINCO QUE O EXTRATO CONFERE.
003400*  -------------------------------------------------------------
003410   1110-TRATAR-TOTAL.
003420       MOVE TOT-VALOR TO WS-VALOR-TOTAIS.
003430       EVALUATE TOT-ROTULO
003440           WHEN 'REGISTROS LIDOS:'
003450               MOVE WS-VALOR-TOTAIS TO WS-TOT-LIDOS
003460               ADD 1 TO WS-QTD-ROTULOS
003470           WHEN 'REGISTROS VALIDOS:'
003480               MOVE WS-VALOR-TOTAIS TO WS-TOT-VALIDOS
003490               ADD 1 TO WS-QTD-ROTULOS
003500           WHEN 'REGISTROS REJEITADOS:'
003510               MOVE WS-VALOR-TOTAIS TO WS-TOT-REJEITADOS
003520               ADD 1 TO WS-QTD-ROTULOS
003530           WHEN 'ALERTAS DE AVISO:'
003540               MOVE WS-VALOR-TOTAIS TO WS-TOT-AVISO
003550               ADD 1 TO WS-QTD-ROTULOS
003560           WHEN 'ALERTAS CRITICOS:'
003570               MOVE WS-VALOR-TOTAIS TO WS-TOT-CRITICOS
003580               ADD 1 TO WS-QTD-ROTULOS
003590           WHEN OTHER
003600               CONTINUE
003610       END-EVALUATE.
003620   1110-EXIT.
003630       EXIT.

003640*  -------------------------------------------------------------
003650*  1200-CONTAR-DETALHES - PRIMEIRA PASSADA NO ENTRADA, SO PARA
003660*  CONTAR OS DETALHES: A DIFERENCA PARA OS LIDOS DO TOTAIS DA
003670*  QUANTOS DETALHES DO INICIO DO ARQUIVO UM RESTART DO EXEMPLO
003680*  DEIXOU DE REPROCESSAR.
003690*  -------------------------------------------------------------
003700   1200-CONTAR-DETALHES.
003710       OPEN INPUT ENTRADA.
003720       IF WS-ST-ENTRADA NOT = '00'
003730           DISPLAY 'EXEMDLIM: ERRO NA ABERTURA DE ENTRADA - '
003740               'STATUS ' WS-ST-ENTRADA
003750           MOVE 8 TO RETURN-CODE
003760           GO TO 1200-EXIT
003770       END-IF.
003780       PERFORM UNTIL WS-FIM-ENTRADA
003790           READ ENTRADA
003800               AT END
003810                   MOVE 'S' TO WS-SW-FIM-ENTRADA
003820               NOT AT END
003830                   IF TRAN-TIPO-DETALHE
003840                       ADD 1 TO WS-QTD-DETALHES
003850                   END-IF
003860           END-READ
003870       END-PERFORM.
003880       CLOSE ENTRADA.
003890   1200-EXIT.
003900       EXIT.

003910*  -------------------------------------------------------------
003920*  1300-ABRIR-ARQUIVOS - ABRE AS ENTRADAS DA SEGUNDA PASSADA E
003930*  O EXTRATO. FALHA EM QUALQUER ABERTURA FECHA O QUE JA ESTAVA
003940*  ABERTO E DEVOLVE RETURN-CODE 8.
003950*  -------------------------------------------------------------
003960   1300-ABRIR-ARQUIVOS.
003970       OPEN INPUT ENTRADA.
003980       IF WS-ST-ENTRADA NOT = '00'
003990           DISPLAY 'EXEMDLIM: ERRO NA ABERTURA DE ENTRADA - '
004000               'STATUS ' WS-ST-ENTRADA
004010           MOVE 8 TO RETURN-CODE
004020           GO TO 1300-EXIT
004030       END-IF.
004040       OPEN INPUT REJEITOS.
004050       IF WS-ST-REJEITOS NOT = '00'
004060           DISPLAY 'EXEMDLIM: ERRO NA ABERTURA DE REJEITOS - '
004070               'STATUS ' WS-ST-REJEITOS
004080           MOVE 8 TO RETURN-CODE
004090           CLOSE ENTRADA
004100           GO TO 1300-EXIT
004110       END-IF.
004120       OPEN INPUT ALERTSAI.
004130       IF WS-ST-ALERTSAI NOT = '00'
004140           DISPLAY 'EXEMDLIM: ERRO NA ABERTURA DE ALERTSAI - '
004150               'STATUS ' WS-ST-ALERTSAI
004160           MOVE 8 TO RETURN-CODE
004170           CLOSE ENTRADA
004180           CLOSE REJEITOS
004190           GO TO 1300-EXIT
004200       END-IF.
004210       OPEN INPUT MESTRE.
004220       IF WS-ST-MESTRE NOT = '00'
004230           DISPLAY 'EXEMDLIM: ERRO NA ABERTURA DE MESTRE - '
004240               'STATUS ' WS-ST-MESTRE
004250           MOVE 8 TO RETURN-CODE
004260           CLOSE ENTRADA
004270           CLOSE REJEITOS
004280           CLOSE ALERTSAI
004290           GO TO 1300-EXIT
004300       END-IF.
004310       OPEN INPUT CATEGREF.
004320       IF WS-ST-CATEGREF NOT = '00'
004330           DISPLAY 'EXEMDLIM: ERRO NA ABERTURA DE CATEGREF - '
004340               'STATUS ' WS-ST-CATEGREF
004350           MOVE 8 TO RETURN-CODE
004360           CLOSE ENTRADA
004370           CLOSE REJEITOS
004380           CLOSE ALERTSAI
004390           CLOSE MESTRE
004400           GO TO 1300-EXIT
004410       END-IF.
004420       OPEN INPUT AUDHIST.
004430       IF WS-ST-AUDHIST NOT = '00'
004440           DISPLAY 'EXEMDLIM: ERRO NA ABERTURA DE AUDHIST - '
004450               'STATUS ' WS-ST-AUDHIST
004460           MOVE 8 TO RETURN-CODE
004470           CLOSE ENTRADA
004480           CLOSE REJEITOS
004490           CLOSE ALERTSAI
004500           CLOSE MESTRE
004510           CLOSE CATEGREF
004520           GO TO 1300-EXIT
004530       END-IF.
004540       OPEN OUTPUT DLMNOVO.
004550       IF WS-ST-DLMNOVO NOT = '00'
004560           DISPLAY 'EXEMDLIM: ERRO NA ABERTURA DE DLMNOVO - '
004570               'STATUS ' WS-ST-DLMNOVO
004580           MOVE 8 TO RETURN-CODE
004590           CLOSE ENTRADA
004600           CLOSE REJEITOS
004610           CLOSE ALERTSAI
004620           CLOSE MESTRE
004630           CLOSE CATEGREF
004640           CLOSE AUDHIST
004650           GO TO 1300-EXIT
004660       END-IF.
004670   1300-EXIT.
004680       EXIT.

004690*  -------------------------------------------------------------
004700*  2000-TRATAR-DETALHE - RESOLVE AS COLUNAS DE UM DETALHE DO
004710*  ENTRADA E GRAVA A SUA LINHA. O REJEITOS E O ALERTSAI ESTAO
004720*  NA MESMA ORDEM DO ENTRADA (O EXEMPLO OS GRAVA A MEDIDA QUE
004730*  PROCESSA), ENTAO A PROXIMA LINHA DE CADA UM E COMPARADA COM
004740*  O DETALHE PELA CHAVE, VALOR E CATEGORIA: SE CASA, O DETALHE
004750*  FOI REJEITADO (OU ALERTOU) E A LINHA E CONSUMIDA. DETALHES
004760*  IDENTICOS TEM SEMPRE O MESMO RESULTADO, ENTAO O CASAMENTO
004770*  NA ORDEM NAO TROCA UM PELO OUTRO. OS PRIMEIROS DETALHES NAO
004780*  REPROCESSADOS NUM RESTART SAEM COMO 'ANTERIOR'.
004790*  -------------------------------------------------------------
004800   2000-TRATAR-DETALHE.
004810       ADD 1 TO WS-QTD-GRAVADAS.
004820       MOVE SPACES TO WS-MOTIVO.
004830       MOVE SPACES TO WS-SEVERIDADE.
004840       MOVE TRAN-NUMERICA TO WS-VALOR-ENTRADA.
004850       IF WS-QTD-GRAVADAS NOT > WS-QTD-PULAR
004860           MOVE 'ANTERIOR' TO WS-RESULTADO
004870           ADD 1 TO WS-QTD-ANTERIORES
004880       ELSE
004890           ADD 1 TO WS-QTD-LIDOS
004900           PERFORM 2100-CASAR-REJEICAO THRU 2100-EXIT
004910       END-IF.
004920       PERFORM 2200-BUSCAR-CATEGORIA THRU 2200-EXIT.
004930       IF TRAN-NUM-REGISTRO NOT = WS-CHAVE-GUARDADA
004940           MOVE TRAN-NUM-REGISTRO TO WS-CHAVE-GUARDADA
004950           PERFORM 2300-BUSCAR-MESTRE THRU 2300-EXIT
004960           PERFORM 2400-BUSCAR-ULTIMA-ALTERACAO THRU 2400-EXIT
004970       END-IF.
004980       PERFORM 3100-GRAVAR-DETALHE THRU 3100-EXIT.
004990   2000-EXIT.
005000       EXIT.

005010*  -------------------------------------------------------------
005020*  2100-CASAR-REJEICAO - O DETALHE PROCESSADO NESTE RUN OU
005030*  CASA COM A PROXIMA REJEICAO (REJEITADO, COM O MOTIVO) OU E
005040*  VALIDO - E SO O VALIDO PODE TER ALERTA DE LIMIAR. VALOR NAO
005050*  NUMERICO (MOTIVO N1) CASA SO PELA CHAVE E CATEGORIA.
005060*  -------------------------------------------------------------
005070   2100-CASAR-REJEICAO.
005080       IF WS-NAO-FIM-REJEITOS
005090               AND REJ-NUM-REGISTRO = TRAN-NUM-REGISTRO
005100               AND REJ-VALOR-TEXTO = TRAN-TEXTO
005110               AND (TRAN-NUMERICA NOT NUMERIC
005120                   OR REJ-VALOR-NUMERICO = WS-VALOR-ENTRADA)
005130           MOVE 'REJEITADO'    TO WS-RESULTADO
005140           MOVE REJ-COD-MOTIVO TO WS-MOTIVO
005150           ADD 1 TO WS-QTD-REJEITADOS
005160           PERFORM 2500-LER-REJEICAO THRU 2500-EXIT
005170           GO TO 2100-EXIT
005180       END-IF.
005190       MOVE 'VALIDO' TO WS-RESULTADO.
005200       ADD 1 TO WS-QTD-VALIDOS.
005210       IF WS-NAO-FIM-ALERTSAI
005220               AND ALR-NUM-REGISTRO = TRAN-NUM-REGISTRO
005230               AND ALR-VALOR-NUMERICO = TRAN-NUMERICA
005240               AND ALR-VALOR-TEXTO = TRAN-TEXTO
005250           MOVE ALR-SEVERIDADE TO WS-SEVERIDADE
005260           IF ALR-SEVERIDADE = 'C'
005270               ADD 1 TO WS-QTD-CRITICOS
005280           ELSE
005290               ADD 1 TO WS-QTD-AVISO
005300           END-IF
005310           PERFORM 2600-LER-ALERTA THRU 2600-EXIT
005320       END-IF.
005330   2100-EXIT.
005340       EXIT.

005350*  -------------------------------------------------------------
005360*  2200-BUSCAR-CATEGORIA - DESCRICAO DA CATEGORIA DO DETALHE NO
005370*  CATEGREF. CATEGORIA FORA DA REFERENCIA SAI SEM DESCRICAO.
005380*  -------------------------------------------------------------
005390   2200-BUSCAR-CATEGORIA.
005400       MOVE SPACES TO WS-DESCRICAO.
005410       MOVE TRAN-TEXTO TO CRF-COD-CATEGORIA.
005420       READ CATEGREF
005430           INVALID KEY
005440               GO TO 2200-EXIT
005450       END-READ.
005460       MOVE CRF-DESCRICAO TO WS-DESCRICAO.
005470   2200-EXIT.
005480       EXIT.

005490*  -------------------------------------------------------------
005500*  2300-BUSCAR-MESTRE - SITUACAO DO REGISTRO NO MESTRE ('A'
005510*  ATIVO, 'I' INATIVO). CHAVE FORA DO MESTRE (CORRECAO SEM
005520*  CHAVE, REGISTRO NOVO DE PARCEIRO) SAI SEM SITUACAO.
005530*  -------------------------------------------------------------
005540   2300-BUSCAR-MESTRE.
005550       MOVE SPACES TO WS-STATUS-MESTRE.
005560       IF TRAN-NUM-REGISTRO NOT NUMERIC
005570           GO TO 2300-EXIT
005580       END-IF.
005590       MOVE TRAN-NUM-REGISTRO TO MST-NUM-REGISTRO.
005600       READ MESTRE
005610           INVALID KEY
005620               GO TO 2300-EXIT
005630       END-READ.
005640       IF MST-INATIVO
005650           MOVE 'I' TO WS-STATUS-MESTRE
005660       ELSE
005670           MOVE 'A' TO WS-STATUS-MESTRE
005680       END-IF.
005690   2300-EXIT.
005700       EXIT.

005710*  -------------------------------------------------------------
005720*  2400-BUSCAR-ULTIMA-ALTERACAO - DATA DA ULTIMA LINHA DE
005730*  MANUTENCAO (MANTLOG) DO REGISTRO ATE A DATA DE NEGOCIO, NA
005740*  TRILHA POR CHAVE DO AUDHIST QUE O EXEMAUDL ACABOU DE
005750*  RECARREGAR: POSICIONA NO INICIO DA CHAVE E PERCORRE AS
005760*  OCORRENCIAS (EM ORDEM DE DATA) GUARDANDO A ULTIMA DO TIPO
005770*  MANUTENCAO. ALTERACOES POSTERIORES A DATA DE NEGOCIO NAO
005780*  CONTAM, PARA UM RERUN NO DIA SEGUINTE CORTAR O MESMO
005790*  EXTRATO. REGISTRO SEM MANUTENCAO SAI SEM DATA; A CHAVE
005800*  0000000 (LINHAS DANIFICADAS DA TRILHA) NAO E PESQUISADA.
005810*  -------------------------------------------------------------
005820   2400-BUSCAR-ULTIMA-ALTERACAO.
005830       MOVE SPACES TO WS-DATA-ALTERACAO.
005840       IF TRAN-NUM-REGISTRO NOT NUMERIC
005850               OR TRAN-NUM-REGISTRO = ZERO
005860           GO TO 2400-EXIT
005870       END-IF.
005880       MOVE LOW-VALUES TO AHS-CHAVE.
005890       MOVE TRAN-NUM-REGISTRO TO AHS-NUM-REGISTRO.
005900       START AUDHIST KEY IS NOT LESS THAN AHS-CHAVE
005910           INVALID KEY
005920               GO TO 2400-EXIT
005930       END-START.
005940       MOVE 'N' TO WS-SW-FIM-AUDHIST.
005950       PERFORM UNTIL WS-FIM-AUDHIST
005960           READ AUDHIST NEXT RECORD
005970               AT END
005980                   MOVE 'S' TO WS-SW-FIM-AUDHIST
005990               NOT AT END
006000                   PERFORM 2410-TRATAR-OCORRENCIA THRU 2410-EXIT
006010           END-READ
006020       END-PERFORM.
006030   2400-EXIT.
006040       EXIT.

006050*  -------------------------------------------------------------
006060*  2410-TRATAR-OCORRENCIA - UMA OCORRENCIA DO AUDHIST: ENCERRA
006070*  A VARREDURA AO SAIR DA CHAVE OU PASSAR DA DATA DE NEGOCIO.
006080*  -------------------------------------------------------------
006090   2410-TRATAR-OCORRENCIA.
006100       IF AHS-NUM-REGISTRO NOT = TRAN-NUM-REGISTRO
006110               OR AHS-DATA-AAAAMMDD > WS-DATA-NEGOCIO
006120           MOVE 'S' TO WS-SW-FIM-AUDHIST
006130           GO TO 2410-EXIT
006140       END-IF.
006150       IF AHS-TIPO-MANUTENCAO
006160           MOVE AHS-DATA-AAAAMMDD TO WS-DATA-EDICAO
006170           MOVE WS-DATA-EDICAO    TO WS-DATA-ALTERACAO
006180       END-IF.
006190   2410-EXIT.
006200       EXIT.

006210*  -------------------------------------------------------------
006220*  2500-LER-REJEICAO - AVANCA PARA A PROXIMA LINHA DO REJEITOS.
006230*  -------------------------------------------------------------
006240   2500-LER-REJEICAO.
006250       READ REJEITOS
006260           AT END
006270               MOVE 'S' TO WS-SW-FIM-REJEITOS
006280       END-READ.
006290   2500-EXIT.
006300       EXIT.

006310*  -------------------------------------------------------------
006320*  2600-LER-ALERTA - AVANCA PARA A PROXIMA LINHA DO ALERTSAI.
006330*  -------------------------------------------------------------
006340   2600-LER-ALERTA.
006350       READ ALERTSAI
006360           AT END
006370               MOVE 'S' TO WS-SW-FIM-ALERTSAI
006380       END-READ.
006390   2600-EXIT.
006400       EXIT.

006410*  -------------------------------------------------------------
006420*  3000-GRAVAR-CABECALHO - PRIMEIRA LINHA DO EXTRATO, COM O
006430*  NOME DE CADA COLUNA. O TIPO DA LINHA ('H' CABECALHO, 'D'
006440*  DETALHE, 'T' CONTROLE) E A PRIMEIRA COLUNA DE TODAS AS
006450*  LINHAS, COMO NO ENTRADA.
006460*  -------------------------------------------------------------
006470   3000-GRAVAR-CABECALHO.
006480       MOVE WS-LIN-CABECALHO TO DLM-LINHA.
006490       WRITE DLM-LINHA.
006500   3000-EXIT.
006510       EXIT.

006520*  -------------------------------------------------------------
006530*  3100-GRAVAR-DETALHE - MONTA E GRAVA A LINHA 'D' DO DETALHE
006540*  CORRENTE, NA ORDEM DAS COLUNAS DO CABECALHO.
006550*  -------------------------------------------------------------
006560   3100-GRAVAR-DETALHE.
006570       MOVE SPACES TO WS-LINHA.
006580       MOVE 'D'    TO WS-LINHA.
006590       MOVE 2      TO WS-PONTEIRO.
006600       MOVE WS-DATA-NEGOCIO   TO WS-DATA-EDICAO.
006610       MOVE WS-DATA-EDICAO    TO WS-CAMPO.
006620       PERFORM 3900-ACRESCENTAR-CAMPO THRU 3900-EXIT.
006630       MOVE TRAN-NUM-REGISTRO TO WS-CAMPO.
006640       PERFORM 3900-ACRESCENTAR-CAMPO THRU 3900-EXIT.
006650       MOVE WS-VALOR-ENTRADA  TO WS-CAMPO.
006660       PERFORM 3900-ACRESCENTAR-CAMPO THRU 3900-EXIT.
006670       MOVE TRAN-TEXTO        TO WS-CAMPO.
006680       PERFORM 3900-ACRESCENTAR-CAMPO THRU 3900-EXIT.
006690       MOVE WS-DESCRICAO      TO WS-CAMPO.
006700       PERFORM 3900-ACRESCENTAR-CAMPO THRU 3900-EXIT.
006710       MOVE WS-STATUS-MESTRE  TO WS-CAMPO.
006720       PERFORM 3900-ACRESCENTAR-CAMPO THRU 3900-EXIT.
006730       MOVE WS-RESULTADO      TO WS-CAMPO.
006740       PERFORM 3900-ACRESCENTAR-CAMPO THRU 3900-EXIT.
006750       MOVE WS-MOTIVO         TO WS-CAMPO.
006760       PERFORM 3900-ACRESCENTAR-CAMPO THRU 3900-EXIT.
006770       MOVE WS-SEVERIDADE     TO WS-CAMPO.
006780       PERFORM 3900-ACRESCENTAR-CAMPO THRU 3900-EXIT.
006790       MOVE WS-DATA-ALTERACAO TO WS-CAMPO.
006800       PERFORM 3900-ACRESCENTAR-CAMPO THRU 3900-EXIT.
006810       MOVE TRAN-ORIGEM       TO WS-CAMPO.
006820       PERFORM 3900-ACRESCENTAR-CAMPO THRU 3900-EXIT.
006830       MOVE WS-LINHA TO DLM-LINHA.
006840       WRITE DLM-LINHA.
006850   3100-EXIT.
006860       EXIT.

006870*  -------------------------------------------------------------
006880*  3200-GRAVAR-CONTROLE - ULTIMA LINHA DO EXTRATO ('T'), COM A
006890*  DATA DE NEGOCIO E PARES ROTULO;QUANTIDADE: DETALHES,
006900*  ANTERIORES (NAO REPROCESSADOS NO RESTART), LIDOS, VALIDOS,
006910*  REJEITADOS, ALERTAS DE AVISO E CRITICOS. LIDOS EM DIANTE SAO
006920*  AS MESMAS CONTAGENS DO TOTAIS DO RUN.
006930*  -------------------------------------------------------------
006940   3200-GRAVAR-CONTROLE.
006950       MOVE SPACES TO WS-LINHA.
006960       MOVE 'T'    TO WS-LINHA.
006970       MOVE 2      TO WS-PONTEIRO.
006980       MOVE WS-DATA-NEGOCIO   TO WS-DATA-EDICAO.
006990       MOVE WS-DATA-EDICAO    TO WS-CAMPO.
007000       PERFORM 3900-ACRESCENTAR-CAMPO THRU 3900-EXIT.
007010       MOVE 'DETALHES'        TO WS-CAMPO.
007020       PERFORM 3900-ACRESCENTAR-CAMPO THRU 3900-EXIT.
007030       MOVE WS-QTD-GRAVADAS   TO WS-NUMERO-EDICAO.
007040       PERFORM 3910-ACRESCENTAR-NUMERO THRU 3910-EXIT.
007050       MOVE 'ANTERIORES'      TO WS-CAMPO.
007060       PERFORM 3900-ACRESCENTAR-CAMPO THRU 3900-EXIT.
007070       MOVE WS-QTD-ANTERIORES TO WS-NUMERO-EDICAO.
007080       PERFORM 3910-ACRESCENTAR-NUMERO THRU 3910-EXIT.
007090       MOVE 'LIDOS'           TO WS-CAMPO.
007100       PERFORM 3900-ACRESCENTAR-CAMPO THRU 3900-EXIT.
007110       MOVE WS-QTD-LIDOS      TO WS-NUMERO-EDICAO.
007120       PERFORM 3910-ACRESCENTAR-NUMERO THRU 3910-EXIT.
007130       MOVE 'VALIDOS'         TO WS-CAMPO.
007140       PERFORM 3900-ACRESCENTAR-CAMPO THRU 3900-EXIT.
007150       MOVE WS-QTD-VALIDOS    TO WS-NUMERO-EDICAO.
007160       PERFORM 3910-ACRESCENTAR-NUMERO THRU 3910-EXIT.
007170       MOVE 'REJEITADOS'      TO WS-CAMPO.
007180       PERFORM 3900-ACRESCENTAR-CAMPO THRU 3900-EXIT.
007190       MOVE WS-QTD-REJEITADOS TO WS-NUMERO-EDICAO.
007200       PERFORM 3910-ACRESCENTAR-NUMERO THRU 3910-EXIT.
007210       MOVE 'AVISO'           TO WS-CAMPO.
007220       PERFORM 3900-ACRESCENTAR-CAMPO THRU 3900-EXIT.
007230       MOVE WS-QTD-AVISO      TO WS-NUMERO-EDICAO.
007240       PERFORM 3910-ACRESCENTAR-NUMERO THRU 3910-EXIT.
007250       MOVE 'CRITICOS'        TO WS-CAMPO.
007260       PERFORM 3900-ACRESCENTAR-CAMPO THRU 3900-EXIT.
007270       MOVE WS-QTD-CRITICOS   TO WS-NUMERO-EDICAO.
007280       PERFORM 3910-ACRESCENTAR-NUMERO THRU 3910-EXIT.
007290       MOVE WS-LINHA TO DLM-LINHA.
007300       WRITE DLM-LINHA.
007310   3200-EXIT.
007320       EXIT.

007330*  -------------------------------------------------------------
007340*  3900-ACRESCENTAR-CAMPO - ACRESCENTA A WS-LINHA O SEPARADOR
007350*  E O CONTEUDO DE WS-CAMPO SEM OS BRANCOS A DIREITA (CAMPO EM
007360*  BRANCO FICA SO O SEPARADOR - COLUNA VAZIA).
007370*  -------------------------------------------------------------
007380   3900-ACRESCENTAR-CAMPO.
007390       INSPECT WS-CAMPO REPLACING ALL ';' BY ','.
007400       STRING ';' DELIMITED BY SIZE
007410           INTO WS-LINHA WITH POINTER WS-PONTEIRO.
007420       MOVE 30 TO WS-TAM-CAMPO.
007430       PERFORM UNTIL WS-TAM-CAMPO = ZERO
007440               OR WS-CAMPO (WS-TAM-CAMPO:1) NOT = SPACE
007450           SUBTRACT 1 FROM WS-TAM-CAMPO
007460       END-PERFORM.
007470       IF WS-TAM-CAMPO > ZERO
007480           STRING WS-CAMPO (1:WS-TAM-CAMPO) DELIMITED BY SIZE
007490               INTO WS-LINHA WITH POINTER WS-PONTEIRO
007500       END-IF.
007510   3900-EXIT.
007520       EXIT.

007530*  -------------------------------------------------------------
007540*  3910-ACRESCENTAR-NUMERO - ACRESCENTA UMA QUANTIDADE (JA EM
007550*  WS-NUMERO-EDICAO) COM OS SETE DIGITOS.
007560*  -------------------------------------------------------------
007570   3910-ACRESCENTAR-NUMERO.
007580       MOVE WS-NUMERO-EDICAO TO WS-CAMPO.
007590       PERFORM 3900-ACRESCENTAR-CAMPO THRU 3900-EXIT.
007600   3910-EXIT.
007610       EXIT.

007620*  -------------------------------------------------------------
007630*  4000-CONFERIR-TOTAIS - FECHA O EXTRATO COM O TOTAIS DO RUN:
007640*  LIDOS, VALIDOS, REJEITADOS, AVISO E CRITICOS TEM QUE SER OS
007650*  MESMOS, O TOTAIS TEM QUE TRAZER OS CINCO ROTULOS E NENHUMA
007660*  LINHA DO REJEITOS OU DO ALERTSAI PODE SOBRAR SEM DETALHE.
007670*  QUALQUER DIFERENCA E LISTADA E O EXTRATO NAO E PROMOVIDO.
007680*  -------------------------------------------------------------
007690   4000-CONFERIR-TOTAIS.
007700       IF WS-QTD-ROTULOS NOT = 5
007710           DISPLAY 'EXEMDLIM: TOTAIS INCOMPLETO - ' WS-QTD-ROTULOS
007720               ' DE 5 CONTAGENS ACHADAS'
007730           MOVE 'N' TO WS-SW-FECHAMENTO
007740       END-IF.
007750       IF WS-QTD-LIDOS NOT = WS-TOT-LIDOS
007760           DISPLAY 'EXEMDLIM: LIDOS ' WS-QTD-LIDOS
007770               ' DIFERE DO TOTAIS ' WS-TOT-LIDOS
007780           MOVE 'N' TO WS-SW-FECHAMENTO
007790       END-IF.
007800       IF WS-QTD-VALIDOS NOT = WS-TOT-VALIDOS
007810           DISPLAY 'EXEMDLIM: VALIDOS ' WS-QTD-VALIDOS
007820               ' DIFERE DO TOTAIS ' WS-TOT-VALIDOS
007830           MOVE 'N' TO WS-SW-FECHAMENTO
007840       END-IF.
007850       IF WS-QTD-REJEITADOS NOT = WS-TOT-REJEITADOS
007860           DISPLAY 'EXEMDLIM: REJEITADOS ' WS-QTD-REJEITADOS
007870               ' DIFERE DO TOTAIS ' WS-TOT-REJEITADOS
007880           MOVE 'N' TO WS-SW-FECHAMENTO
007890       END-IF.
007900       IF WS-QTD-AVISO NOT = WS-TOT-AVISO
007910           DISPLAY 'EXEMDLIM: ALERTAS DE AVISO ' WS-QTD-AVISO
007920               ' DIFERE DO TOTAIS ' WS-TOT-AVISO
007930           MOVE 'N' TO WS-SW-FECHAMENTO
007940       END-IF.
007950       IF WS-QTD-CRITICOS NOT = WS-TOT-CRITICOS
007960           DISPLAY 'EXEMDLIM: ALERTAS CRITICOS ' WS-QTD-CRITICOS
007970               ' DIFERE DO TOTAIS ' WS-TOT-CRITICOS
007980           MOVE 'N' TO WS-SW-FECHAMENTO
007990       END-IF.
008000       IF WS-QTD-SOBRA-REJEITOS > ZERO
008010               OR WS-QTD-SOBRA-ALERTAS > ZERO
008020           DISPLAY 'EXEMDLIM: ' WS-QTD-SOBRA-REJEITOS
008030               ' REJEICAO(OES) E ' WS-QTD-SOBRA-ALERTAS
008040               ' ALERTA(S) SEM DETALHE NO ENTRADA'
008050           MOVE 'N' TO WS-SW-FECHAMENTO
008060       END-IF.
008070   4000-EXIT.
008080       EXIT.
