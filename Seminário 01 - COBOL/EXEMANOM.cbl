000100   IDENTIFICATION DIVISION.
000110   PROGRAM-ID. EXEMANOM.
000120   AUTHOR. EQUIPE DE MANUTENCAO DE SISTEMAS.
000130   INSTALLATION. CENTRO DE PROCESSAMENTO DE DADOS.
000140   DATE-WRITTEN. 15/10/2026.
000150   DATE-COMPILED.
000160*  ---------------------------------------------------------
000170*  HISTORICO DE MANUTENCAO
000180*  ---------------------------------------------------------
000190*  DATA       AUTOR  DESCRICAO
000200*  15/10/2026 RCS    PROGRAMA ORIGINAL - DETECCAO DE ANOMALIAS
000210*                    DE VALOR POR CATEGORIA. LOGO APOS O
000220*                    EXEMPLO, COMPARA CADA VALOR VALIDO DA NOITE
000230*                    COM A MEDIA E O DESVIO-PADRAO DA SUA
000240*                    CATEGORIA NOS ULTIMOS N DIAS UTEIS
000250*                    (HISTORICO MOVEL HISTCAT) E COM O ULTIMO
000260*                    VALOR VALIDO DA MESMA CHAVE DO MESTRE
000270*                    (VALANT). VALOR MUITO FORA DA FAIXA DA
000280*                    PROPRIA CATEGORIA OU QUE SALTOU EM RELACAO
000290*                    A NOITE ANTERIOR SAI NO RELATORIO RELANOM
000300*                    E NA TRILHA AUDITLOG COM SEVERIDADE 'E'
000310*                    (ANOMALIA), QUE O EXEMAUDR E O EXEMAUDL
000320*                    (E POR ELE A TRANSACAO EHST) JA MOSTRAM.
000330*                    JANELA E SENSIBILIDADE VEM DO CARTAO
000340*                    ANMCARD. HISTCAT E VALANT SAO REGRAVADOS
000350*                    POR COMPLETO (HCANOVO/VALNOVO) E SO SAO
000360*                    PROMOVIDOS PELO JOB COM RC ATE 4.
000370*  ---------------------------------------------------------

000380   ENVIRONMENT DIVISION.
000390   CONFIGURATION SECTION.
000400   SOURCE-COMPUTER. IBM-3090.
000410   OBJECT-COMPUTER. IBM-3090.

000420   INPUT-OUTPUT SECTION.
000430   FILE-CONTROL.
000440       SELECT OPTIONAL RUNCTL ASSIGN TO "RUNCTL"
000450           ORGANIZATION IS LINE SEQUENTIAL
000460           FILE STATUS IS WS-ST-RUNCTL.
000470       SELECT OPTIONAL ANMCARD ASSIGN TO "ANMCARD"
000480           ORGANIZATION IS LINE SEQUENTIAL
000490           FILE STATUS IS WS-ST-ANMCARD.
000500       SELECT TOTAIS ASSIGN TO "TOTAIS"
000510           ORGANIZATION IS LINE SEQUENTIAL
000520           FILE STATUS IS WS-ST-TOTAIS.
000530       SELECT ENTRADA ASSIGN TO "ENTRADA"
000540           ORGANIZATION IS LINE SEQUENTIAL
000550           FILE STATUS IS WS-ST-ENTRADA.
000560       SELECT REJEITOS ASSIGN TO "REJEITOS"
000570           ORGANIZATION IS LINE SEQUENTIAL
000580           FILE STATUS IS WS-ST-REJEITOS.
000590       SELECT OPTIONAL HISTCAT ASSIGN TO "HISTCAT"
000600           ORGANIZATION IS LINE SEQUENTIAL
000610           FILE STATUS IS WS-ST-HISTCAT.
000620       SELECT HCANOVO ASSIGN TO "HCANOVO"
000630           ORGANIZATION IS LINE SEQUENTIAL
000640           FILE STATUS IS WS-ST-HCANOVO.
000650       SELECT OPTIONAL VALANT ASSIGN TO "VALANT"
000660           ORGANIZATION IS LINE SEQUENTIAL
000670           FILE STATUS IS WS-ST-VALANT.
000680       SELECT VALNOVO ASSIGN TO "VALNOVO"
000690           ORGANIZATION IS LINE SEQUENTIAL
000700           FILE STATUS IS WS-ST-VALNOVO.
000710       SELECT AUDITLOG ASSIGN TO "AUDITLOG"
000720           ORGANIZATION IS LINE SEQUENTIAL
000730           FILE STATUS IS WS-ST-AUDITLOG.
000740       SELECT RELANOM ASSIGN TO "RELANOM"
000750           ORGANIZATION IS LINE SEQUENTIAL
000760           FILE STATUS IS WS-ST-RELANOM.
000770       SELECT ARQSORT ASSIGN TO "SORTWK".

000780   DATA DIVISION.
000790   FILE SECTION.
000800   FD  RUNCTL
000810       RECORDING MODE IS F.
000820       COPY RCTREC.

000830   FD  ANMCARD
000840       RECORDING MODE IS F.
000850       COPY ANMREC.

000860   FD  TOTAIS
000870       RECORDING MODE IS F.
000880       COPY TOTREC.

000890   FD  ENTRADA
000900       RECORDING MODE IS F.
000910       COPY TRANREC.

000920   FD  REJEITOS
000930       RECORDING MODE IS F.
000940       COPY REJREC.

000950   FD  HISTCAT
000960       RECORDING MODE IS F.
000970       COPY HCAREC.

000980   FD  HCANOVO
000990       RECORDING MODE IS F.
001000       COPY HCAREC REPLACING LEADING ==HCA== BY ==HCN==.

001010   FD  VALANT
001020       RECORDING MODE IS F.
001030       COPY VLAREC.

001040   FD  VALNOVO
001050       RECORDING MODE IS F.
001060       COPY VLAREC REPLACING LEADING ==VLA== BY ==VLN==.

001070   FD  AUDITLOG
001080       RECORDING MODE IS F.
001090       COPY AUDREC.

001100   FD  RELANOM
001110       RECORDING MODE IS F.
001120   01  REL-LINHA                   PIC X(132).

001130*  -----------------------------------------------------------
001140*  LINHA DE ORDENACAO: UM VALOR VALIDO DA NOITE, COM A ORDEM
001150*  DO DETALHE NO ENTRADA PARA QUE OS VALORES DA MESMA CHAVE
001160*  FIQUEM NA ORDEM EM QUE FORAM PROCESSADOS. SRT-ANOMALO MARCA
001170*  O VALOR QUE JA SAIU FORA DA FAIXA DA CATEGORIA (JA ESTA NO
001180*  AUDITLOG).
001190*  -----------------------------------------------------------
001200   SD  ARQSORT.
001210   01  SRT-REC.
001220       05  SRT-NUM-REGISTRO        PIC 9(07).
001230       05  SRT-SEQUENCIA           PIC 9(07).
001240       05  SRT-VALOR               PIC 9(05).
001250       05  SRT-CATEGORIA           PIC X(10).
001260       05  SRT-ORIGEM              PIC X(04).
001270       05  SRT-ANOMALO             PIC X(01).
001280           88  SRT-JA-ANOMALO          VALUE 'S'.

001290   WORKING-STORAGE SECTION.
001300   01  WS-STATUS-ARQUIVOS.
001310       05  WS-ST-RUNCTL            PIC X(02).
001320       05  WS-ST-ANMCARD           PIC X(02).
001330       05  WS-ST-TOTAIS            PIC X(02).
001340       05  WS-ST-ENTRADA           PIC X(02).
001350       05  WS-ST-REJEITOS          PIC X(02).
001360       05  WS-ST-HISTCAT           PIC X(02).
001370       05  WS-ST-HCANOVO           PIC X(02).
001380       05  WS-ST-VALANT            PIC X(02).
001390       05  WS-ST-VALNOVO           PIC X(02).
001400       05  WS-ST-AUDITLOG          PIC X(02).
001410       05  WS-ST-RELANOM           PIC X(02).

001420   01  WS-SW-FIM-TOTAIS            PIC X(01) VALUE 'N'.
001430       88  WS-FIM-TOTAIS               VALUE 'S'.
001440       88  WS-NAO-FIM-TOTAIS           VALUE 'N'.
001450   01  WS-SW-FIM-ENTRADA           PIC X(01) VALUE 'N'.
001460       88  WS-FIM-ENTRADA              VALUE 'S'.
001470       88  WS-NAO-FIM-ENTRADA          VALUE 'N'.
001480   01  WS-SW-FIM-REJEITOS          PIC X(01) VALUE 'N'.
001490       88  WS-FIM-REJEITOS             VALUE 'S'.
001500       88  WS-NAO-FIM-REJEITOS         VALUE 'N'.
001510   01  WS-SW-FIM-HISTCAT           PIC X(01) VALUE 'N'.
001520       88  WS-FIM-HISTCAT              VALUE 'S'.
001530       88  WS-NAO-FIM-HISTCAT          VALUE 'N'.
001540   01  WS-SW-FIM-VALANT            PIC X(01) VALUE 'N'.
001550       88  WS-FIM-VALANT               VALUE 'S'.
001560       88  WS-NAO-FIM-VALANT           VALUE 'N'.
001570   01  WS-SW-FIM-ORDENADO          PIC X(01) VALUE 'N'.
001580       88  WS-FIM-ORDENADO             VALUE 'S'.
001590       88  WS-NAO-FIM-ORDENADO         VALUE 'N'.
001600   01  WS-SW-RUN-CONTROL           PIC X(01) VALUE 'N'.
001610       88  WS-RUN-COMPLETO             VALUE 'S'.
001620       88  WS-RUN-NAO-COMPLETO         VALUE 'N'.
001630   01  WS-SW-NOITE-AVALIADA        PIC X(01) VALUE 'N'.
001640       88  WS-NOITE-JA-AVALIADA        VALUE 'S'.
001650       88  WS-NOITE-NAO-AVALIADA       VALUE 'N'.
001660   01  WS-SW-PRIMEIRO-GRUPO        PIC X(01) VALUE 'S'.
001670       88  WS-PRIMEIRO-GRUPO           VALUE 'S'.
001680       88  WS-NAO-PRIMEIRO-GRUPO       VALUE 'N'.
001690   01  WS-SW-VALOR-ANTERIOR        PIC X(01) VALUE 'N'.
001700       88  WS-COM-VALOR-ANTERIOR       VALUE 'S'.
001710       88  WS-SEM-VALOR-ANTERIOR       VALUE 'N'.
001720   01  WS-SW-ANOMALO               PIC X(01) VALUE 'N'.
001730       88  WS-VALOR-ANOMALO            VALUE 'S'.
001740       88  WS-VALOR-NORMAL             VALUE 'N'.
001750   01  WS-SW-DEMAIS                PIC X(01) VALUE 'N'.
001760       88  WS-HA-DEMAIS                VALUE 'S'.
001770   01  WS-SW-ERRO-GRAVACAO         PIC X(01) VALUE 'N'.
001780       88  WS-ERRO-GRAVACAO            VALUE 'S'.

001790*  -----------------------------------------------------------
001800*  DATA DE NEGOCIO DO RUNCTL (SO A NOITE COMPLETA E AVALIADA)
001810*  E HORA DA EXECUCAO, QUE VAO NAS LINHAS DO AUDITLOG COMO NAS
001820*  GRAVADAS PELO EXEMPLO (DD/MM/AAAA E HH:MM:SS).
001830*  -----------------------------------------------------------
001840   01  WS-DATA-NEGOCIO             PIC 9(08) VALUE ZERO.
001850   01  WS-DATA-NEGOCIO-R REDEFINES WS-DATA-NEGOCIO.
001860       05  WS-DN-AAAA              PIC X(04).
001870       05  WS-DN-MM                PIC X(02).
001880       05  WS-DN-DD                PIC X(02).
001890   01  WS-DATA-NEGOCIO-EDITADA     PIC X(10) VALUE SPACES.
001900   01  WS-SITUACAO-RUN             PIC X(01) VALUE SPACE.
001910   01  WS-HORA-HHMMSSCC.
001920       05  WS-HORA-HH              PIC 9(02).
001930       05  WS-HORA-MM              PIC 9(02).
001940       05  WS-HORA-SS              PIC 9(02).
001950       05  WS-HORA-CC              PIC 9(02).
001960   01  WS-HORA-EDITADA             PIC X(08).
001970   01  WS-DATA-ANTES               PIC 9(08) VALUE ZERO.
001980   01  WS-DATA-ANTES-R REDEFINES WS-DATA-ANTES.
001990       05  WS-DA-AAAA              PIC X(04).
002000       05  WS-DA-MM                PIC X(02).
002010       05  WS-DA-DD                PIC X(02).
002020   01  WS-DATA-ANTES-EDITADA       PIC X(10) VALUE SPACES.

002030*  -----------------------------------------------------------
002040*  PARAMETROS DA DETECCAO (DEFAULT QUANDO O ANMCARD NAO VEM OU
002050*  O CAMPO ESTA EM BRANCO): JANELA DE 20 DIAS UTEIS, VALOR A
002060*  MAIS DE 3,0 DESVIOS-PADRAO DA MEDIA DA CATEGORIA, SALTO DE
002070*  100 POR CENTO OU MAIS SOBRE O VALOR ANTERIOR DA CHAVE E
002080*  PELO MENOS 10 VALORES NA JANELA PARA A CATEGORIA TER BASE.
002090*  -----------------------------------------------------------
002100   01  WS-JANELA-DIAS              PIC 9(02) VALUE 20.
002110   01  WS-LIMIAR-DESVIOS           PIC 9(01)V9(01) VALUE 3.0.
002120   01  WS-SALTO-PERCENTUAL         PIC 9(03) VALUE 100.
002130   01  WS-MINIMO-AMOSTRAS          PIC 9(03) VALUE 10.

002140*  -----------------------------------------------------------
002150*  TOTAIS DO RUN: SO OS LIDOS INTERESSAM. A DIFERENCA ENTRE OS
002160*  DETALHES DO ENTRADA E OS LIDOS DA QUANTOS DETALHES DO INICIO
002170*  DO ARQUIVO UM RESTART DO EXEMPLO NAO REPROCESSOU - ESSES NAO
002180*  TEM REJEICAO NO REJEITOS DESTE RUN E NAO SAO AVALIADOS.
002190*  -----------------------------------------------------------
002200   77  WS-TOT-LIDOS                PIC 9(07) COMP VALUE ZERO.
002210   77  WS-QTD-ROTULOS              PIC 9(02) COMP VALUE ZERO.
002220   01  WS-VALOR-TOTAIS             PIC 9(07).
002230   77  WS-QTD-DETALHES             PIC 9(07) COMP VALUE ZERO.
002240   77  WS-QTD-PULAR                PIC 9(07) COMP VALUE ZERO.
002250   77  WS-QTD-SEQUENCIA            PIC 9(07) COMP VALUE ZERO.
002260   01  WS-VALOR-ENTRADA            PIC X(05).

002270*  -----------------------------------------------------------
002280*  HISTORICO MOVEL: DATAS DE NEGOCIO DISTINTAS NO HISTCAT, AS
002290*  MAIS ANTIGAS QUE SAEM DA JANELA E A DATA CORRENTE DA LEITURA
002300*  -----------------------------------------------------------
002310   77  WS-QTD-DATAS-HIST           PIC 9(05) COMP VALUE ZERO.
002320   77  WS-QTD-DATAS-DESCARTAR      PIC 9(05) COMP VALUE ZERO.
002330   77  WS-QTD-DATAS-JANELA         PIC 9(05) COMP VALUE ZERO.
002340   77  WS-IND-DATA                 PIC 9(05) COMP VALUE ZERO.
002350   01  WS-DATA-HIST-QUEBRA         PIC 9(08) VALUE ZERO.

002360*  -----------------------------------------------------------
002370*  CONTAGENS DA NOITE E DOS ARQUIVOS
002380*  -----------------------------------------------------------
002390   77  WS-QTD-ANTERIORES           PIC 9(07) COMP VALUE ZERO.
002400   77  WS-QTD-LIDOS                PIC 9(07) COMP VALUE ZERO.
002410   77  WS-QTD-REJEITADOS           PIC 9(07) COMP VALUE ZERO.
002420   77  WS-QTD-VALIDOS              PIC 9(07) COMP VALUE ZERO.
002430   77  WS-QTD-SEM-CHAVE            PIC 9(07) COMP VALUE ZERO.
002440   77  WS-QTD-SOBRA-REJEITOS       PIC 9(07) COMP VALUE ZERO.
002450   77  WS-QTD-SEM-BASE             PIC 9(07) COMP VALUE ZERO.
002460   77  WS-QTD-ANOM-DESVIO          PIC 9(07) COMP VALUE ZERO.
002470   77  WS-QTD-ANOM-SALTO           PIC 9(07) COMP VALUE ZERO.
002480   77  WS-QTD-REG-ANOMALOS         PIC 9(07) COMP VALUE ZERO.
002490   77  WS-QTD-SEM-ANTERIOR         PIC 9(07) COMP VALUE ZERO.
002500   77  WS-QTD-ANTERIOR-ZERO        PIC 9(07) COMP VALUE ZERO.
002510   77  WS-QTD-HIST-INVALIDAS       PIC 9(07) COMP VALUE ZERO.
002520   77  WS-QTD-HIST-DESCARTADAS     PIC 9(07) COMP VALUE ZERO.
002530   77  WS-QTD-HIST-MANTIDAS        PIC 9(07) COMP VALUE ZERO.
002540   77  WS-QTD-HIST-NOITE           PIC 9(07) COMP VALUE ZERO.
002550   77  WS-QTD-VALANT-LIDAS         PIC 9(07) COMP VALUE ZERO.
002560   77  WS-QTD-VALANT-INVALIDAS     PIC 9(07) COMP VALUE ZERO.
002570   77  WS-QTD-VALNOVO-GRAVADAS     PIC 9(07) COMP VALUE ZERO.

002580*  -----------------------------------------------------------
002590*  BASE E NOITE POR CATEGORIA, MANTIDAS EM ORDEM DE CATEGORIA.
002600*  ATE 99 CATEGORIAS DISTINTAS; A CENTESIMA POSICAO E A ENTRADA
002610*  DE ESTOURO '*DEMAIS*', COMO NO RESUMO POR CATEGORIA DO
002620*  EXEMPLO - ELA NAO TEM BASE PROPRIA, NAO E AVALIADA E NAO VAI
002630*  PARA O HISTORICO. A BASE (QUANTIDADE, SOMA E SOMA DOS
002640*  QUADRADOS DOS VALORES DA JANELA) DA A MEDIA E O DESVIO-PADRAO
002650*  AMOSTRAL DA CATEGORIA; A NOITE ACUMULA O MESMO PARA GRAVAR
002660*  A LINHA DA DATA NO HISTORICO.
002670*  -----------------------------------------------------------
002680   77  WS-MAX-CATEGORIAS           PIC 9(03) COMP VALUE 100.
002690   77  WS-QTD-CATEGORIAS           PIC 9(03) COMP VALUE ZERO.
002700   77  WS-IND-CAT                  PIC 9(03) COMP VALUE ZERO.
002710   77  WS-IND-CAT-ATUAL            PIC 9(03) COMP VALUE ZERO.
002720   01  WS-CATEGORIA-BUSCA          PIC X(10) VALUE SPACES.
002730   01  WS-TAB-CATEGORIAS.
002740       05  WS-CAT-ENTRADA          OCCURS 100 TIMES.
002750           10  WS-CAT-TEXTO        PIC X(10).
002760           10  WS-CAT-BASE-DIAS    PIC 9(03) COMP.
002770           10  WS-CAT-BASE-QTD     PIC 9(07) COMP.
002780           10  WS-CAT-BASE-SOMA    PIC 9(12) COMP.
002790           10  WS-CAT-BASE-QUAD    PIC 9(18) COMP.
002800           10  WS-CAT-MEDIA        PIC 9(05)V9(02) COMP-3.
002810           10  WS-CAT-DESVIO       PIC 9(05)V9(02) COMP-3.
002820           10  WS-CAT-SW-BASE      PIC X(01).
002830               88  WS-CAT-COM-BASE     VALUE 'S'.
002840               88  WS-CAT-SEM-BASE     VALUE 'N'.
002850           10  WS-CAT-NOITE-QTD    PIC 9(07) COMP.
002860           10  WS-CAT-NOITE-SOMA   PIC 9(12) COMP.
002870           10  WS-CAT-NOITE-QUAD   PIC 9(18) COMP.
002880           10  WS-CAT-ANOMALIAS    PIC 9(07) COMP.

002890*  -----------------------------------------------------------
002900*  CALCULO DA BASE E DA AVALIACAO DE UM VALOR. A VARIANCIA
002910*  AMOSTRAL E (SOMA DOS QUADRADOS - SOMA X MEDIA) SOBRE N - 1,
002920*  FEITA PASSO A PASSO COM A MEDIA EM SEIS DECIMAIS PARA NAO
002930*  PERDER PRECISAO NOS INTERMEDIARIOS; O DESVIO-PADRAO E A SUA
002940*  RAIZ.
002950*  O ESCORE E A DISTANCIA DO VALOR A MEDIA EM DESVIOS-PADRAO;
002960*  COM DESVIO ZERO (BASE TODA IGUAL) QUALQUER VALOR DIFERENTE DA
002970*  MEDIA FICA COM O ESCORE MAXIMO.
002980*  -----------------------------------------------------------
002990   01  WS-MEDIA-PRECISA            PIC 9(05)V9(06) COMP-3.
003000   01  WS-DESVIOS-QUADRADOS        PIC 9(18)V9(04) COMP-3.
003010   01  WS-GRAUS-LIBERDADE          PIC 9(07) COMP.
003020   01  WS-VARIANCIA                PIC 9(10)V9(04) COMP-3.
003030   01  WS-VALOR                    PIC 9(05) COMP.
003040   01  WS-QUADRADO                 PIC 9(10) COMP.
003050   01  WS-DIFERENCA                PIC 9(05)V9(02) COMP-3.
003060   01  WS-ESCORE                   PIC 9(03)V9(02) COMP-3.
003070   01  WS-ESCORE-MAXIMO            PIC 9(03)V9(02) COMP-3
003080                                   VALUE 999.99.
003090   01  WS-AFASTAMENTO              PIC 9(06)V9(02) COMP-3.
003100   01  WS-FAIXA-INFERIOR           PIC 9(06)V9(02) COMP-3.
003110   01  WS-FAIXA-SUPERIOR           PIC 9(06)V9(02) COMP-3.
003120   01  WS-MEDIA-NOITE              PIC 9(05)V9(02) COMP-3.

003130*  -----------------------------------------------------------
003140*  SALTO SOBRE A NOITE ANTERIOR: CHAVE CORRENTE DO VALANT (NO
003150*  FIM DO ARQUIVO VAI PARA WS-CHAVE-FIM, ACIMA DE QUALQUER
003160*  REGISTRO DO MESTRE), ULTIMO VALOR VALIDO DA CHAVE EM GRUPO E
003170*  VARIACAO EM PERCENTUAL SOBRE ELE.
003180*  -----------------------------------------------------------
003190   01  WS-CHAVE-VALANT             PIC 9(08) VALUE ZERO.
003200   01  WS-CHAVE-FIM                PIC 9(08) VALUE 99999999.
003210   01  WS-CHAVE-GRUPO              PIC 9(08) VALUE ZERO.
003220   01  WS-VALOR-ANTES              PIC 9(05) VALUE ZERO.
003230   01  WS-CATEGORIA-ANTES          PIC X(10) VALUE SPACES.
003240   01  WS-GRP-VALOR                PIC 9(05) VALUE ZERO.
003250   01  WS-GRP-CATEGORIA            PIC X(10) VALUE SPACES.
003260   01  WS-VARIACAO                 PIC 9(05) COMP.
003270   01  WS-VARIACAO-PCT             PIC 9(05) COMP.

003280*  -----------------------------------------------------------
003290*  OCORRENCIA A GRAVAR NO AUDITLOG
003300*  -----------------------------------------------------------
003310   01  WS-AUD-NUM-REGISTRO         PIC 9(07).
003320   01  WS-AUD-VALOR                PIC 9(05).
003330   01  WS-AUD-CATEGORIA            PIC X(10).

003340*  -----------------------------------------------------------
003350*  LINHAS DO RELATORIO (RELANOM)
003360*  -----------------------------------------------------------
003370   01  WS-LIN-TITULO.
003380       05  FILLER                  PIC X(51) VALUE
003390           'ANOMALIAS DE VALOR POR CATEGORIA - DATA DE NEGOCIO '.
003400       05  WS-LT-DATA              PIC X(10).
003410       05  FILLER                  PIC X(71) VALUE SPACES.

003420   01  WS-LIN-PARAMETROS.
003430       05  FILLER                  PIC X(14) VALUE
003440           'BASE MOVEL DE '.
003450       05  WS-LP-JANELA            PIC Z9.
003460       05  FILLER                  PIC X(13) VALUE
003470           ' DIAS UTEIS ('.
003480       05  WS-LP-DATAS             PIC Z9.
003490       05  FILLER                  PIC X(27) VALUE
003500           ' NO HISTORICO) - LIMIAR DE '.
003510       05  WS-LP-LIMIAR            PIC 9.9.
003520       05  FILLER                  PIC X(20) VALUE
003530           ' DESVIOS - SALTO DE '.
003540       05  WS-LP-SALTO             PIC ZZ9.
003550       05  FILLER                  PIC X(14) VALUE
003560           '% - MINIMO DE '.
003570       05  WS-LP-MINIMO            PIC ZZ9.
003580       05  FILLER                  PIC X(16) VALUE
003590           ' VALORES NA BASE'.
003600       05  FILLER                  PIC X(15) VALUE SPACES.

003610   01  WS-LIN-TRACOS               PIC X(132) VALUE ALL '-'.
003620   01  WS-LIN-AVISO                PIC X(132) VALUE SPACES.

003630   01  WS-CAB-DESVIOS.
003640       05  FILLER                  PIC X(10) VALUE 'REGISTRO'.
003650       05  FILLER                  PIC X(12) VALUE 'CATEGORIA'.
003660       05  FILLER                  PIC X(09) VALUE 'VALOR'.
003670       05  FILLER                  PIC X(12) VALUE '   MEDIA'.
003680       05  FILLER                  PIC X(12) VALUE '  DESVIO'.
003690       05  FILLER                  PIC X(24) VALUE
003700           '     FAIXA ACEITA'.
003710       05  FILLER                  PIC X(10) VALUE 'ESCORE'.
003720       05  FILLER                  PIC X(43) VALUE 'ORIGEM'.

003730   01  WS-LIN-DESVIO.
003740       05  WS-LD-NUM-REGISTRO      PIC X(07).
003750       05  FILLER                  PIC X(03) VALUE SPACES.
003760       05  WS-LD-CATEGORIA         PIC X(10).
003770       05  FILLER                  PIC X(02) VALUE SPACES.
003780       05  WS-LD-VALOR             PIC ZZZZ9.
003790       05  FILLER                  PIC X(04) VALUE SPACES.
003800       05  WS-LD-MEDIA             PIC ZZZZ9.99.
003810       05  FILLER                  PIC X(04) VALUE SPACES.
003820       05  WS-LD-DESVIO            PIC ZZZZ9.99.
003830       05  FILLER                  PIC X(04) VALUE SPACES.
003840       05  WS-LD-FAIXA-INFERIOR    PIC ZZZZZ9.99.
003850       05  FILLER                  PIC X(03) VALUE ' A '.
003860       05  WS-LD-FAIXA-SUPERIOR    PIC ZZZZZ9.99.
003870       05  FILLER                  PIC X(03) VALUE SPACES.
003880       05  WS-LD-ESCORE            PIC ZZ9.99.
003890       05  FILLER                  PIC X(04) VALUE SPACES.
003900       05  WS-LD-ORIGEM            PIC X(04).
003910       05  FILLER                  PIC X(39) VALUE SPACES.

003920   01  WS-CAB-SALTOS.
003930       05  FILLER                  PIC X(10) VALUE 'REGISTRO'.
003940       05  FILLER                  PIC X(12) VALUE 'CATEGORIA'.
003950       05  FILLER                  PIC X(09) VALUE 'VALOR'.
003960       05  FILLER                  PIC X(09) VALUE 'ANTES'.
003970       05  FILLER                  PIC X(14) VALUE 'DATA ANTES'.
003980       05  FILLER                  PIC X(09) VALUE 'VARIACAO'.
003990       05  FILLER                  PIC X(69) VALUE 'OBSERVACAO'.

004000   01  WS-LIN-SALTO.
004010       05  WS-LS-NUM-REGISTRO      PIC 9(07).
004020       05  FILLER                  PIC X(03) VALUE SPACES.
004030       05  WS-LS-CATEGORIA         PIC X(10).
004040       05  FILLER                  PIC X(02) VALUE SPACES.
004050       05  WS-LS-VALOR             PIC ZZZZ9.
004060       05  FILLER                  PIC X(04) VALUE SPACES.
004070       05  WS-LS-VALOR-ANTES       PIC ZZZZ9.
004080       05  FILLER                  PIC X(04) VALUE SPACES.
004090       05  WS-LS-DATA-ANTES        PIC X(10).
004100       05  FILLER                  PIC X(04) VALUE SPACES.
004110       05  WS-LS-VARIACAO          PIC ZZZZ9.
004120       05  FILLER                  PIC X(01) VALUE '%'.
004130       05  FILLER                  PIC X(03) VALUE SPACES.
004140       05  WS-LS-OBSERVACAO        PIC X(40).
004150       05  FILLER                  PIC X(29) VALUE SPACES.

004160   01  WS-CAB-CATEGORIAS.
004170       05  FILLER                  PIC X(12) VALUE 'CATEGORIA'.
004180       05  FILLER                  PIC X(05) VALUE 'DIAS'.
004190       05  FILLER                  PIC X(11) VALUE 'VALS BASE'.
004200       05  FILLER                  PIC X(10) VALUE '   MEDIA'.
004210       05  FILLER                  PIC X(10) VALUE '  DESVIO'.
004220       05  FILLER                  PIC X(10) VALUE 'VLS NOITE'.
004230       05  FILLER                  PIC X(11) VALUE 'MED NOITE'.
004240       05  FILLER                  PIC X(10) VALUE 'ANOMALIAS'.
004250       05  FILLER                  PIC X(53) VALUE 'SITUACAO'.

004260   01  WS-LIN-CATEGORIA.
004270       05  WS-LC-TEXTO             PIC X(10).
004280       05  FILLER                  PIC X(02) VALUE SPACES.
004290       05  WS-LC-DIAS              PIC ZZ9.
004300       05  FILLER                  PIC X(02) VALUE SPACES.
004310       05  WS-LC-BASE-QTD          PIC ZZZZZZZZ9.
004320       05  FILLER                  PIC X(02) VALUE SPACES.
004330       05  WS-LC-MEDIA             PIC ZZZZ9.99.
004340       05  FILLER                  PIC X(02) VALUE SPACES.
004350       05  WS-LC-DESVIO            PIC ZZZZ9.99.
004360       05  FILLER                  PIC X(02) VALUE SPACES.
004370       05  WS-LC-NOITE-QTD         PIC ZZZZZZ9.
004380       05  FILLER                  PIC X(03) VALUE SPACES.
004390       05  WS-LC-NOITE-MEDIA       PIC ZZZZ9.99.
004400       05  FILLER                  PIC X(03) VALUE SPACES.
004410       05  WS-LC-ANOMALIAS         PIC ZZZZZZ9.
004420       05  FILLER                  PIC X(03) VALUE SPACES.
004430       05  WS-LC-SITUACAO          PIC X(30).
004440       05  FILLER                  PIC X(23) VALUE SPACES.

004450   01  WS-LIN-TOTAL.
004460       05  WS-TL-ROTULO            PIC X(40).
004470       05  FILLER                  PIC X(01) VALUE SPACE.
004480       05  WS-TL-VALOR             PIC ZZZZZZZZ9.
004490       05  FILLER                  PIC X(82) VALUE SPACES.

004500   PROCEDURE DIVISION.
004510*  =============================================================
004520*  INICIO - PONTO DE ENTRADA DO PROGRAMA. CONFERE O RUNCTL E O
004530*  HISTORICO, CARREGA A BASE DE CADA CATEGORIA COM AS DATAS DA
004540*  JANELA, AVALIA OS VALORES VALIDOS DA NOITE CONTRA A BASE DA
004550*  SUA CATEGORIA (AINDA NA ORDEM DO ENTRADA) E, ORDENADOS POR
004560*  CHAVE, CONTRA O ULTIMO VALOR VALIDO DA MESMA CHAVE, GRAVA O
004570*  HISTORICO E OS ULTIMOS VALORES NOVOS E IMPRIME A BASE POR
004580*  CATEGORIA E OS TOTAIS. RETURN-CODE 12 QUANDO A DATA DE
004590*  NEGOCIO NAO ESTA COMPLETA NO RUNCTL OU JA FOI AVALIADA (O
004600*  HISTCAT JA A TEM) - NADA E GRAVADO; 8 QUANDO UM ARQUIVO NAO
004610*  PODE SER ABERTO OU UMA GRAVACAO NO HCANOVO, NO VALNOVO OU
004620*  NO AUDITLOG FALHA; 4 QUANDO HA ANOMALIA OU SOBRA REJEICAO
004630*  SEM DETALHE NO ENTRADA; 0 SEM ANOMALIA. COM RC ATE 4 O JOB
004640*  PROMOVE O HCANOVO E O VALNOVO.
004650*  =============================================================
004660   Inicio.
004670       ACCEPT WS-HORA-HHMMSSCC FROM TIME.
004680       STRING WS-HORA-HH ':' WS-HORA-MM ':' WS-HORA-SS
004690           DELIMITED BY SIZE INTO WS-HORA-EDITADA.
004700       PERFORM 1000-VERIFICAR-RUN-CONTROL THRU 1000-EXIT.
004710       IF WS-RUN-NAO-COMPLETO
004720           DISPLAY 'EXEMANOM: AVALIACAO RECUSADA - DATA DE '
004730               'NEGOCIO ' WS-DATA-NEGOCIO ' NAO ESTA COMPLETA NO '
004740               'RUNCTL '
004750               '(SITUACAO ' WS-SITUACAO-RUN ')'
004760           MOVE 12 TO RETURN-CODE
004770           STOP RUN
004780       END-IF.
004790       PERFORM 1010-LER-PARAMETROS THRU 1010-EXIT.
004800       PERFORM 1100-LER-TOTAIS THRU 1100-EXIT.
004810       IF RETURN-CODE = 8
004820           STOP RUN
004830       END-IF.
004840       PERFORM 1200-CONTAR-DETALHES THRU 1200-EXIT.
004850       IF RETURN-CODE = 8
004860           STOP RUN
004870       END-IF.
004880       IF WS-QTD-DETALHES > WS-TOT-LIDOS
004890           COMPUTE WS-QTD-PULAR = WS-QTD-DETALHES - WS-TOT-LIDOS
004900       END-IF.
004910       PERFORM 1300-CONTAR-DATAS-HISTORICO THRU 1300-EXIT.
004920       IF RETURN-CODE = 8
004930           STOP RUN
004940       END-IF.
004950       IF WS-NOITE-JA-AVALIADA
004960           DISPLAY 'EXEMANOM: AVALIACAO RECUSADA - HISTCAT JA '
004970               'TEM A DATA DE NEGOCIO ' WS-DATA-NEGOCIO
004980               ' (OU POSTERIOR) - NOITE JA AVALIADA'
004990           MOVE 12 TO RETURN-CODE
005000           STOP RUN
005010       END-IF.
005020       IF WS-QTD-DATAS-HIST > WS-JANELA-DIAS
005030           COMPUTE WS-QTD-DATAS-DESCARTAR =
005040               WS-QTD-DATAS-HIST - WS-JANELA-DIAS
005050       END-IF.
005060       COMPUTE WS-QTD-DATAS-JANELA =
005070           WS-QTD-DATAS-HIST - WS-QTD-DATAS-DESCARTAR.
005080       PERFORM 1400-ABRIR-ARQUIVOS THRU 1400-EXIT.
005090       IF RETURN-CODE = 8
005100           STOP RUN
005110       END-IF.
005120       PERFORM 1500-IMPRIMIR-CABECALHO THRU 1500-EXIT.
005130       PERFORM 2000-CARREGAR-BASE THRU 2000-EXIT.
005140       PERFORM VARYING WS-IND-CAT FROM 1 BY 1
005150               UNTIL WS-IND-CAT > WS-QTD-CATEGORIAS
005160           PERFORM 2100-CALCULAR-BASE THRU 2100-EXIT
005170       END-PERFORM.
005180       SORT ARQSORT
005190           ASCENDING KEY SRT-NUM-REGISTRO
005200                         SRT-SEQUENCIA
005210           INPUT PROCEDURE IS 3000-AVALIAR-NOITE
005220               THRU 3000-EXIT
005230           OUTPUT PROCEDURE IS 4000-AVALIAR-SALTOS
005240               THRU 4000-EXIT.
005250       PERFORM VARYING WS-IND-CAT FROM 1 BY 1
005260               UNTIL WS-IND-CAT > WS-QTD-CATEGORIAS
005270           PERFORM 5000-GRAVAR-HISTORICO-NOITE THRU 5000-EXIT
005280       END-PERFORM.
005290       PERFORM 6000-IMPRIMIR-CATEGORIAS THRU 6000-EXIT.
005300       PERFORM 6100-IMPRIMIR-TOTAIS THRU 6100-EXIT.
005310       CLOSE ENTRADA.
005320       CLOSE REJEITOS.
005330       CLOSE HISTCAT.
005340       CLOSE HCANOVO.
005350       CLOSE VALANT.
005360       CLOSE VALNOVO.
005370       CLOSE AUDITLOG.
005380       CLOSE RELANOM.
005390       DISPLAY 'EXEMANOM: DATA DE NEGOCIO ' WS-DATA-NEGOCIO ' - '
005400           WS-QTD-VALIDOS ' VALOR(ES) VALIDO(S) AVALIADO(S) '
005410           'CONTRA ' WS-QTD-DATAS-JANELA ' DIA(S) DE BASE'.
005420       DISPLAY 'EXEMANOM: ' WS-QTD-ANOM-DESVIO
005430           ' FORA DA FAIXA DA CATEGORIA, ' WS-QTD-ANOM-SALTO
005440           ' SALTO(S) SOBRE A NOITE ANTERIOR, '
005450           WS-QTD-REG-ANOMALOS ' LINHA(S) NO AUDITLOG'.
005460       IF WS-QTD-SOBRA-REJEITOS > ZERO
005470           DISPLAY 'EXEMANOM: ' WS-QTD-SOBRA-REJEITOS
005480               ' REJEICAO(OES) SEM DETALHE NO ENTRADA'
005490           MOVE 4 TO RETURN-CODE
005500       END-IF.
005510       IF WS-QTD-REG-ANOMALOS > ZERO
005520           MOVE 4 TO RETURN-CODE
005530       END-IF.
005540       IF WS-ERRO-GRAVACAO
005550           DISPLAY 'EXEMANOM: FALHA DE GRAVACAO - HCANOVO E '
005560               'VALNOVO NAO DEVEM SER PROMOVIDOS'
005570           MOVE 8 TO RETURN-CODE
005580       END-IF.
005590       STOP RUN.

005600*  -------------------------------------------------------------
005610*  1000-VERIFICAR-RUN-CONTROL - LE A DATA DE NEGOCIO DO RUNCTL
005620*  E SO LIBERA A AVALIACAO QUANDO A SITUACAO E COMPLETA: COM O
005630*  RUN INICIADO OU FALHO O ENTRADA E O REJEITOS AINDA NAO SAO
005640*  OS DEFINITIVOS DA DATA.
005650*  -------------------------------------------------------------
005660   1000-VERIFICAR-RUN-CONTROL.
005670       MOVE 'N' TO WS-SW-RUN-CONTROL.
005680       OPEN INPUT RUNCTL.
005690       READ RUNCTL
005700           AT END
005710               CONTINUE
005720           NOT AT END
005730               IF RCT-DATA-NEGOCIO NUMERIC
005740                   MOVE RCT-DATA-NEGOCIO TO WS-DATA-NEGOCIO
005750                   MOVE RCT-SITUACAO     TO WS-SITUACAO-RUN
005760                   IF RCT-COMPLETO
005770                       MOVE 'S' TO WS-SW-RUN-CONTROL
005780                   END-IF
005790               END-IF
005800       END-READ.
005810       CLOSE RUNCTL.
005820       STRING WS-DN-DD '/' WS-DN-MM '/' WS-DN-AAAA
005830           DELIMITED BY SIZE INTO WS-DATA-NEGOCIO-EDITADA.
005840   1000-EXIT.
005850       EXIT.

005860*  -------------------------------------------------------------
005870*  1010-LER-PARAMETROS - LE, SE HOUVER, O CARTAO COM A JANELA E
005880*  A SENSIBILIDADE DA DETECCAO. NA AUSENCIA DO CARTAO, OU COM
005890*  UM CAMPO NAO NUMERICO OU ZERO, PERMANECE O DEFAULT DAQUELE
005900*  CAMPO. A BASE PRECISA DE PELO MENOS DOIS VALORES PARA TER
005910*  DESVIO-PADRAO.
005920*  -------------------------------------------------------------
005930   1010-LER-PARAMETROS.
005940       OPEN INPUT ANMCARD.
005950       READ ANMCARD
005960           AT END
005970               CONTINUE
005980           NOT AT END
005990               PERFORM 1020-APLICAR-PARAMETROS THRU 1020-EXIT
006000       END-READ.
006010       CLOSE ANMCARD.
006020   1010-EXIT.
006030       EXIT.

006040*  -------------------------------------------------------------
006050*  1020-APLICAR-PARAMETROS - CAMPO A CAMPO DO ANMCARD.
006060*  -------------------------------------------------------------
006070   1020-APLICAR-PARAMETROS.
006080       IF ANM-JANELA-DIAS NUMERIC
006090           IF ANM-JANELA-DIAS > ZERO
006100               MOVE ANM-JANELA-DIAS TO WS-JANELA-DIAS
006110           END-IF
006120       END-IF.
006130       IF ANM-LIMIAR-DESVIOS NUMERIC
006140           IF ANM-LIMIAR-DESVIOS > ZERO
006150               MOVE ANM-LIMIAR-DESVIOS TO WS-LIMIAR-DESVIOS
006160           END-IF
006170       END-IF.
006180       IF ANM-SALTO-PERCENTUAL NUMERIC
006190           IF ANM-SALTO-PERCENTUAL > ZERO
006200               MOVE ANM-SALTO-PERCENTUAL TO WS-SALTO-PERCENTUAL
006210           END-IF
006220       END-IF.
006230       IF ANM-MINIMO-AMOSTRAS NUMERIC
006240           IF ANM-MINIMO-AMOSTRAS > 1
006250               MOVE ANM-MINIMO-AMOSTRAS TO WS-MINIMO-AMOSTRAS
006260           END-IF
006270       END-IF.
006280   1020-EXIT.
006290       EXIT.

006300*  -------------------------------------------------------------
006310*  1100-LER-TOTAIS - PROCURA NO TOTAIS DO RUN A QUANTIDADE DE
006320*  REGISTROS LIDOS PELO EXEMPLO, RECONHECIDA PELO ROTULO DA
006330*  LINHA. SEM ELA NAO HA COMO SEPARAR OS DETALHES DE UM
006340*  RESTART E A AVALIACAO NAO E FEITA.
006350*  -------------------------------------------------------------
006360   1100-LER-TOTAIS.
006370       OPEN INPUT TOTAIS.
006380       IF WS-ST-TOTAIS NOT = '00'
006390           DISPLAY 'EXEMANOM: ERRO NA ABERTURA DE TOTAIS - '
006400               'STATUS ' WS-ST-TOTAIS
006410           MOVE 8 TO RETURN-CODE
006420           GO TO 1100-EXIT
006430       END-IF.
006440       PERFORM UNTIL WS-FIM-TOTAIS
006450           READ TOTAIS
006460               AT END
006470                   MOVE 'S' TO WS-SW-FIM-TOTAIS
006480               NOT AT END
006490                   IF TOT-ROTULO = 'REGISTROS LIDOS:'
006500                       MOVE TOT-VALOR       TO WS-VALOR-TOTAIS
006510                       MOVE WS-VALOR-TOTAIS TO WS-TOT-LIDOS
006520                       ADD 1 TO WS-QTD-ROTULOS
006530                   END-IF
006540           END-READ
006550       END-PERFORM.
006560       CLOSE TOTAIS.
006570       IF WS-QTD-ROTULOS = ZERO
006580           DISPLAY 'EXEMANOM: TOTAIS SEM A CONTAGEM DE REGISTROS '
006590               'LIDOS'
006600           MOVE 8 TO RETURN-CODE
006610       END-IF.
006620   1100-EXIT.
006630       EXIT.

006640*  -------------------------------------------------------------
006650*  1200-CONTAR-DETALHES - PRIMEIRA PASSADA NO ENTRADA, SO PARA
006660*  CONTAR OS DETALHES: A DIFERENCA PARA OS LIDOS DO TOTAIS DA
006670*  QUANTOS DETALHES DO INICIO DO ARQUIVO UM RESTART DO EXEMPLO
006680*  DEIXOU DE REPROCESSAR.
006690*  -------------------------------------------------------------
006700   1200-CONTAR-DETALHES.
006710       OPEN INPUT ENTRADA.
006720       IF WS-ST-ENTRADA NOT = '00'
006730           DISPLAY 'EXEMANOM: ERRO NA ABERTURA DE ENTRADA - '
006740               'STATUS ' WS-ST-ENTRADA
006750           MOVE 8 TO RETURN-CODE
006760           GO TO 1200-EXIT
006770       END-IF.
006780       PERFORM UNTIL WS-FIM-ENTRADA
006790           READ ENTRADA
006800               AT END
006810                   MOVE 'S' TO WS-SW-FIM-ENTRADA
006820               NOT AT END
006830                   IF TRAN-TIPO-DETALHE
006840                       ADD 1 TO WS-QTD-DETALHES
006850                   END-IF
006860           END-READ
006870       END-PERFORM.
006880       CLOSE ENTRADA.
006890       MOVE 'N' TO WS-SW-FIM-ENTRADA.
006900   1200-EXIT.
006910       EXIT.

006920*  -------------------------------------------------------------
006930*  1300-CONTAR-DATAS-HISTORICO - PRIMEIRA PASSADA NO HISTCAT
006940*  (EM ORDEM DE DATA), SO PARA CONTAR AS DATAS DE NEGOCIO
006950*  DISTINTAS: AS QUE PASSAM DA JANELA, AS MAIS ANTIGAS, SAEM DA
006960*  BASE E DO HISTORICO NOVO. UMA DATA IGUAL OU POSTERIOR A DE
006970*  NEGOCIO QUER DIZER QUE A NOITE JA FOI AVALIADA E O HISTCAT
006980*  JA FOI PROMOVIDO - AVALIAR DE NOVO DOBRARIA A NOITE NA BASE
006990*  E AS ANOMALIAS NO AUDITLOG. NA PRIMEIRA NOITE O HISTCAT NAO
007000*  EXISTE E NAO HA BASE.
007010*  -------------------------------------------------------------
007020   1300-CONTAR-DATAS-HISTORICO.
007030       OPEN INPUT HISTCAT.
007040       IF WS-ST-HISTCAT NOT = '00' AND WS-ST-HISTCAT NOT = '05'
007050           DISPLAY 'EXEMANOM: ERRO NA ABERTURA DE HISTCAT - '
007060               'STATUS ' WS-ST-HISTCAT
007070           MOVE 8 TO RETURN-CODE
007080           GO TO 1300-EXIT
007090       END-IF.
007100       PERFORM UNTIL WS-FIM-HISTCAT
007110           READ HISTCAT
007120               AT END
007130                   MOVE 'S' TO WS-SW-FIM-HISTCAT
007140               NOT AT END
007150                   PERFORM 1310-CONTAR-DATA THRU 1310-EXIT
007160           END-READ
007170       END-PERFORM.
007180       CLOSE HISTCAT.
007190       MOVE 'N'  TO WS-SW-FIM-HISTCAT.
007200       MOVE ZERO TO WS-DATA-HIST-QUEBRA.
007210   1300-EXIT.
007220       EXIT.

007230*  -------------------------------------------------------------
007240*  1310-CONTAR-DATA - UMA LINHA DO HISTCAT NA PRIMEIRA PASSADA.
007250*  LINHA COM DATA DANIFICADA NAO CONTA (E DESCARTADA NA CARGA).
007260*  -------------------------------------------------------------
007270   1310-CONTAR-DATA.
007280       IF HCA-DATA-NEGOCIO NOT NUMERIC
007290           GO TO 1310-EXIT
007300       END-IF.
007310       IF HCA-DATA-NEGOCIO NOT < WS-DATA-NEGOCIO
007320           MOVE 'S' TO WS-SW-NOITE-AVALIADA
007330       END-IF.
007340       IF HCA-DATA-NEGOCIO NOT = WS-DATA-HIST-QUEBRA
007350           ADD 1 TO WS-QTD-DATAS-HIST
007360           MOVE HCA-DATA-NEGOCIO TO WS-DATA-HIST-QUEBRA
007370       END-IF.
007380   1310-EXIT.
007390       EXIT.

007400*  -------------------------------------------------------------
007410*  1400-ABRIR-ARQUIVOS - ABRE AS ENTRADAS DA AVALIACAO, OS
007420*  ARQUIVOS NOVOS, A TRILHA E O RELATORIO. O AUDITLOG E
007430*  PERMANENTE E RECEBE AS LINHAS NO FIM (SE AINDA NAO EXISTE, E
007440*  CRIADO), COMO NO EXEMPLO. FALHA EM QUALQUER ABERTURA FECHA
007450*  O QUE JA ESTAVA ABERTO E DEVOLVE RETURN-CODE 8.
007460*  -------------------------------------------------------------
007470   1400-ABRIR-ARQUIVOS.
007480       OPEN INPUT ENTRADA.
007490       IF WS-ST-ENTRADA NOT = '00'
007500           DISPLAY 'EXEMANOM: ERRO NA ABERTURA DE ENTRADA - '
007510               'STATUS ' WS-ST-ENTRADA
007520           MOVE 8 TO RETURN-CODE
007530           GO TO 1400-EXIT
007540       END-IF.
007550       OPEN INPUT REJEITOS.
007560       IF WS-ST-REJEITOS NOT = '00'
007570           DISPLAY 'EXEMANOM: ERRO NA ABERTURA DE REJEITOS - '
007580               'STATUS ' WS-ST-REJEITOS
007590           MOVE 8 TO RETURN-CODE
007600           CLOSE ENTRADA
007610           GO TO 1400-EXIT
007620       END-IF.
007630       OPEN INPUT HISTCAT.
007640       IF WS-ST-HISTCAT NOT = '00' AND WS-ST-HISTCAT NOT = '05'
007650           DISPLAY 'EXEMANOM: ERRO NA ABERTURA DE HISTCAT - '
007660               'STATUS ' WS-ST-HISTCAT
007670           MOVE 8 TO RETURN-CODE
007680           CLOSE ENTRADA
007690           CLOSE REJEITOS
007700           GO TO 1400-EXIT
007710       END-IF.
007720       OPEN OUTPUT HCANOVO.
007730       IF WS-ST-HCANOVO NOT = '00'
007740           DISPLAY 'EXEMANOM: ERRO NA ABERTURA DE HCANOVO - '
007750               'STATUS ' WS-ST-HCANOVO
007760           MOVE 8 TO RETURN-CODE
007770           CLOSE ENTRADA
007780           CLOSE REJEITOS
007790           CLOSE HISTCAT
007800           GO TO 1400-EXIT
007810       END-IF.
007820       OPEN INPUT VALANT.
007830       IF WS-ST-VALANT NOT = '00' AND WS-ST-VALANT NOT = '05'
007840           DISPLAY 'EXEMANOM: ERRO NA ABERTURA DE VALANT - '
007850               'STATUS ' WS-ST-VALANT
007860           MOVE 8 TO RETURN-CODE
007870           CLOSE ENTRADA
007880           CLOSE REJEITOS
007890           CLOSE HISTCAT
007900           CLOSE HCANOVO
007910           GO TO 1400-EXIT
007920       END-IF.
007930       OPEN OUTPUT VALNOVO.
007940       IF WS-ST-VALNOVO NOT = '00'
007950           DISPLAY 'EXEMANOM: ERRO NA ABERTURA DE VALNOVO - '
007960               'STATUS ' WS-ST-VALNOVO
007970           MOVE 8 TO RETURN-CODE
007980           CLOSE ENTRADA
007990           CLOSE REJEITOS
008000           CLOSE HISTCAT
008010           CLOSE HCANOVO
008020           CLOSE VALANT
008030           GO TO 1400-EXIT
008040       END-IF.
008050       OPEN EXTEND AUDITLOG.
008060       IF WS-ST-AUDITLOG = '35'
008070           OPEN OUTPUT AUDITLOG
008080       END-IF.
008090       IF WS-ST-AUDITLOG NOT = '00'
008100           DISPLAY 'EXEMANOM: ERRO NA ABERTURA DE AUDITLOG - '
008110               'STATUS ' WS-ST-AUDITLOG
008120           MOVE 8 TO RETURN-CODE
008130           CLOSE ENTRADA
008140           CLOSE REJEITOS
008150           CLOSE HISTCAT
008160           CLOSE HCANOVO
008170           CLOSE VALANT
008180           CLOSE VALNOVO
008190           GO TO 1400-EXIT
008200       END-IF.
008210       OPEN OUTPUT RELANOM.
008220       IF WS-ST-RELANOM NOT = '00'
008230           DISPLAY 'EXEMANOM: ERRO NA ABERTURA DE RELANOM - '
008240               'STATUS ' WS-ST-RELANOM
008250           MOVE 8 TO RETURN-CODE
008260           CLOSE ENTRADA
008270           CLOSE REJEITOS
008280           CLOSE HISTCAT
008290           CLOSE HCANOVO
008300           CLOSE VALANT
008310           CLOSE VALNOVO
008320           CLOSE AUDITLOG
008330           GO TO 1400-EXIT
008340       END-IF.
008350   1400-EXIT.
008360       EXIT.

008370*  -------------------------------------------------------------
008380*  1500-IMPRIMIR-CABECALHO - TITULO COM A DATA DE NEGOCIO E
008390*  LINHA COM OS PARAMETROS EM VIGOR NA NOITE.
008400*  -------------------------------------------------------------
008410   1500-IMPRIMIR-CABECALHO.
008420       MOVE WS-DATA-NEGOCIO-EDITADA TO WS-LT-DATA.
008430       MOVE WS-LIN-TITULO TO REL-LINHA.
008440       WRITE REL-LINHA.
008450       MOVE WS-JANELA-DIAS      TO WS-LP-JANELA.
008460       MOVE WS-QTD-DATAS-JANELA TO WS-LP-DATAS.
008470       MOVE WS-LIMIAR-DESVIOS   TO WS-LP-LIMIAR.
008480       MOVE WS-SALTO-PERCENTUAL TO WS-LP-SALTO.
008490       MOVE WS-MINIMO-AMOSTRAS  TO WS-LP-MINIMO.
008500       MOVE WS-LIN-PARAMETROS TO REL-LINHA.
008510       WRITE REL-LINHA.
008520       MOVE WS-LIN-TRACOS TO REL-LINHA.
008530       WRITE REL-LINHA.
008540   1500-EXIT.
008550       EXIT.

008560*  -------------------------------------------------------------
008570*  2000-CARREGAR-BASE - SEGUNDA PASSADA NO HISTCAT: PULA AS
008580*  DATAS MAIS ANTIGAS QUE SAIRAM DA JANELA, ACUMULA AS DEMAIS
008590*  NA BASE DA SUA CATEGORIA E AS COPIA PARA O HISTORICO NOVO.
008600*  -------------------------------------------------------------
008610   2000-CARREGAR-BASE.
008620       PERFORM UNTIL WS-FIM-HISTCAT
008630           READ HISTCAT
008640               AT END
008650                   MOVE 'S' TO WS-SW-FIM-HISTCAT
008660               NOT AT END
008670                   PERFORM 2010-TRATAR-HISTORICO THRU 2010-EXIT
008680           END-READ
008690       END-PERFORM.
008700   2000-EXIT.
008710       EXIT.

008720*  -------------------------------------------------------------
008730*  2010-TRATAR-HISTORICO - UMA LINHA DO HISTCAT (UMA DATA E UMA
008740*  CATEGORIA). LINHA DANIFICADA E CONTADA E NAO VAI PARA O
008750*  HISTORICO NOVO. UMA CATEGORIA QUE CAIA NO ESTOURO DA TABELA
008760*  FICA SEM BASE, MAS CONTINUA NO HISTORICO.
008770*  -------------------------------------------------------------
008780   2010-TRATAR-HISTORICO.
008790       IF HCA-DATA-NEGOCIO NOT NUMERIC
008800               OR HCA-QTD-VALORES NOT NUMERIC
008810               OR HCA-SOMA-VALORES NOT NUMERIC
008820               OR HCA-SOMA-QUADRADOS NOT NUMERIC
008830               OR HCA-QTD-VALORES = ZERO
008840           ADD 1 TO WS-QTD-HIST-INVALIDAS
008850           GO TO 2010-EXIT
008860       END-IF.
008870       IF HCA-DATA-NEGOCIO NOT = WS-DATA-HIST-QUEBRA
008880           ADD 1 TO WS-IND-DATA
008890           MOVE HCA-DATA-NEGOCIO TO WS-DATA-HIST-QUEBRA
008900       END-IF.
008910       IF WS-IND-DATA NOT > WS-QTD-DATAS-DESCARTAR
008920           ADD 1 TO WS-QTD-HIST-DESCARTADAS
008930           GO TO 2010-EXIT
008940       END-IF.
008950       MOVE HCA-CATEGORIA TO WS-CATEGORIA-BUSCA.
008960       PERFORM 2500-LOCALIZAR-CATEGORIA THRU 2500-EXIT.
008970       IF WS-IND-CAT-ATUAL < WS-MAX-CATEGORIAS
008980           ADD 1 TO WS-CAT-BASE-DIAS (WS-IND-CAT-ATUAL)
008990           ADD HCA-QTD-VALORES
009000               TO WS-CAT-BASE-QTD (WS-IND-CAT-ATUAL)
009010           ADD HCA-SOMA-VALORES
009020               TO WS-CAT-BASE-SOMA (WS-IND-CAT-ATUAL)
009030           ADD HCA-SOMA-QUADRADOS
009040               TO WS-CAT-BASE-QUAD (WS-IND-CAT-ATUAL)
009050       END-IF.
009060       MOVE HCA-REC TO HCN-REC.
009070       WRITE HCN-REC.
009080       IF WS-ST-HCANOVO NOT = '00'
009090           DISPLAY 'EXEMANOM: ERRO NA GRAVACAO DO HCANOVO - '
009100               'STATUS ' WS-ST-HCANOVO
009110           MOVE 'S' TO WS-SW-ERRO-GRAVACAO
009120           GO TO 2010-EXIT
009130       END-IF.
009140       ADD 1 TO WS-QTD-HIST-MANTIDAS.
009150   2010-EXIT.
009160       EXIT.

009170*  -------------------------------------------------------------
009180*  2100-CALCULAR-BASE - MEDIA E DESVIO-PADRAO AMOSTRAL DA
009190*  CATEGORIA WS-IND-CAT NA JANELA. SO COM O MINIMO DE VALORES
009200*  DO ANMCARD A CATEGORIA TEM BASE E SEUS VALORES SAO
009210*  AVALIADOS; ABAIXO DISSO A MEDIA SAI NO RELATORIO SO COMO
009220*  INFORMACAO.
009230*  -------------------------------------------------------------
009240   2100-CALCULAR-BASE.
009250       MOVE 'N'  TO WS-CAT-SW-BASE (WS-IND-CAT).
009260       MOVE ZERO TO WS-CAT-MEDIA (WS-IND-CAT).
009270       MOVE ZERO TO WS-CAT-DESVIO (WS-IND-CAT).
009280       IF WS-CAT-BASE-QTD (WS-IND-CAT) = ZERO
009290           GO TO 2100-EXIT
009300       END-IF.
009310       COMPUTE WS-CAT-MEDIA (WS-IND-CAT) ROUNDED =
009320           WS-CAT-BASE-SOMA (WS-IND-CAT)
009330           / WS-CAT-BASE-QTD (WS-IND-CAT).
009340       IF WS-CAT-BASE-QTD (WS-IND-CAT) < WS-MINIMO-AMOSTRAS
009350           GO TO 2100-EXIT
009360       END-IF.
009370       COMPUTE WS-MEDIA-PRECISA ROUNDED =
009380           WS-CAT-BASE-SOMA (WS-IND-CAT)
009390           / WS-CAT-BASE-QTD (WS-IND-CAT).
009400       COMPUTE WS-DESVIOS-QUADRADOS ROUNDED =
009410           WS-CAT-BASE-SOMA (WS-IND-CAT) * WS-MEDIA-PRECISA.
009420       IF WS-DESVIOS-QUADRADOS > WS-CAT-BASE-QUAD (WS-IND-CAT)
009430           MOVE ZERO TO WS-DESVIOS-QUADRADOS
009440       ELSE
009450           SUBTRACT WS-DESVIOS-QUADRADOS
009460               FROM WS-CAT-BASE-QUAD (WS-IND-CAT)
009470               GIVING WS-DESVIOS-QUADRADOS
009480       END-IF.
009490       COMPUTE WS-GRAUS-LIBERDADE =
009500           WS-CAT-BASE-QTD (WS-IND-CAT) - 1.
009510       COMPUTE WS-VARIANCIA ROUNDED =
009520           WS-DESVIOS-QUADRADOS / WS-GRAUS-LIBERDADE.
009530       COMPUTE WS-CAT-DESVIO (WS-IND-CAT) ROUNDED =
009540           WS-VARIANCIA ** 0.5.
009550       MOVE 'S' TO WS-CAT-SW-BASE (WS-IND-CAT).
009560   2100-EXIT.
009570       EXIT.

009580*  -------------------------------------------------------------
009590*  2500-LOCALIZAR-CATEGORIA - DEVOLVE EM WS-IND-CAT-ATUAL A
009600*  ENTRADA DA CATEGORIA WS-CATEGORIA-BUSCA, CRIANDO-A NA SUA
009610*  POSICAO EM ORDEM (AS MAIORES DESCEM UMA POSICAO) NA PRIMEIRA
009620*  OCORRENCIA. COM 99 CATEGORIAS JA CRIADAS, AS EXCEDENTES
009630*  ACUMULAM NA CENTESIMA, '*DEMAIS*'.
009640*  -------------------------------------------------------------
009650   2500-LOCALIZAR-CATEGORIA.
009660       MOVE 1 TO WS-IND-CAT-ATUAL.
009670       PERFORM UNTIL WS-IND-CAT-ATUAL > WS-QTD-CATEGORIAS
009680               OR WS-CAT-TEXTO (WS-IND-CAT-ATUAL)
009690                   NOT < WS-CATEGORIA-BUSCA
009700           ADD 1 TO WS-IND-CAT-ATUAL
009710       END-PERFORM.
009720       IF WS-IND-CAT-ATUAL NOT > WS-QTD-CATEGORIAS
009730           IF WS-CAT-TEXTO (WS-IND-CAT-ATUAL) = WS-CATEGORIA-BUSCA
009740               GO TO 2500-EXIT
009750           END-IF
009760       END-IF.
009770       IF WS-QTD-CATEGORIAS NOT < WS-MAX-CATEGORIAS - 1
009780           MOVE WS-MAX-CATEGORIAS TO WS-IND-CAT-ATUAL
009790           IF NOT WS-HA-DEMAIS
009800               MOVE 'S' TO WS-SW-DEMAIS
009810               MOVE '*DEMAIS*' TO WS-CAT-TEXTO (WS-IND-CAT-ATUAL)
009820               PERFORM 2510-ZERAR-CATEGORIA THRU 2510-EXIT
009830           END-IF
009840           GO TO 2500-EXIT
009850       END-IF.
009860       PERFORM VARYING WS-IND-CAT FROM WS-QTD-CATEGORIAS BY -1
009870               UNTIL WS-IND-CAT < WS-IND-CAT-ATUAL
009880           MOVE WS-CAT-ENTRADA (WS-IND-CAT)
009890               TO WS-CAT-ENTRADA (WS-IND-CAT + 1)
009900       END-PERFORM.
009910       ADD 1 TO WS-QTD-CATEGORIAS.
009920       MOVE WS-CATEGORIA-BUSCA TO WS-CAT-TEXTO (WS-IND-CAT-ATUAL).
009930       PERFORM 2510-ZERAR-CATEGORIA THRU 2510-EXIT.
009940   2500-EXIT.
009950       EXIT.

009960*  -------------------------------------------------------------
009970*  2510-ZERAR-CATEGORIA - ZERA A BASE E A NOITE DA ENTRADA
009980*  WS-IND-CAT-ATUAL, RECEM-CRIADA.
009990*  -------------------------------------------------------------
010000   2510-ZERAR-CATEGORIA.
010010       MOVE ZERO TO WS-CAT-BASE-DIAS (WS-IND-CAT-ATUAL).
010020       MOVE ZERO TO WS-CAT-BASE-QTD (WS-IND-CAT-ATUAL).
010030       MOVE ZERO TO WS-CAT-BASE-SOMA (WS-IND-CAT-ATUAL).
010040       MOVE ZERO TO WS-CAT-BASE-QUAD (WS-IND-CAT-ATUAL).
010050       MOVE ZERO TO WS-CAT-MEDIA (WS-IND-CAT-ATUAL).
010060       MOVE ZERO TO WS-CAT-DESVIO (WS-IND-CAT-ATUAL).
010070       MOVE 'N'  TO WS-CAT-SW-BASE (WS-IND-CAT-ATUAL).
010080       MOVE ZERO TO WS-CAT-NOITE-QTD (WS-IND-CAT-ATUAL).
010090       MOVE ZERO TO WS-CAT-NOITE-SOMA (WS-IND-CAT-ATUAL).
010100       MOVE ZERO TO WS-CAT-NOITE-QUAD (WS-IND-CAT-ATUAL).
010110       MOVE ZERO TO WS-CAT-ANOMALIAS (WS-IND-CAT-ATUAL).
010120   2510-EXIT.
010130       EXIT.

010140*  -------------------------------------------------------------
010150*  3000-AVALIAR-NOITE - PROCEDIMENTO DE ENTRADA DO SORT. LE O
010160*  ENTRADA NA ORDEM DO EXEMPLO, SEPARA OS VALORES VALIDOS (O
010170*  REJEITOS ESTA NA MESMA ORDEM), AVALIA CADA UM CONTRA A BASE
010180*  DA SUA CATEGORIA E O LIBERA PARA A ORDENACAO POR CHAVE.
010190*  -------------------------------------------------------------
010200   3000-AVALIAR-NOITE.
010210       MOVE SPACES TO REL-LINHA.
010220       WRITE REL-LINHA.
010230       MOVE 'VALORES FORA DA FAIXA DA CATEGORIA (MEDIA DA BASE '
010240           TO WS-LIN-AVISO.
010250       MOVE 'MAIS OU MENOS LIMIAR X DESVIO-PADRAO)'
010260           TO WS-LIN-AVISO (51:).
010270       MOVE WS-LIN-AVISO TO REL-LINHA.
010280       WRITE REL-LINHA.
010290       MOVE WS-CAB-DESVIOS TO REL-LINHA.
010300       WRITE REL-LINHA.
010310       MOVE WS-LIN-TRACOS TO REL-LINHA.
010320       WRITE REL-LINHA.
010330       PERFORM 3600-LER-REJEICAO THRU 3600-EXIT.
010340       PERFORM UNTIL WS-FIM-ENTRADA
010350           READ ENTRADA
010360               AT END
010370                   MOVE 'S' TO WS-SW-FIM-ENTRADA
010380               NOT AT END
010390                   IF TRAN-TIPO-DETALHE
010400                       PERFORM 3100-TRATAR-DETALHE THRU 3100-EXIT
010410                   END-IF
010420           END-READ
010430       END-PERFORM.
010440       PERFORM UNTIL WS-FIM-REJEITOS
010450           ADD 1 TO WS-QTD-SOBRA-REJEITOS
010460           PERFORM 3600-LER-REJEICAO THRU 3600-EXIT
010470       END-PERFORM.
010480       IF WS-QTD-ANOM-DESVIO = ZERO
010490           MOVE 'NENHUM VALOR FORA DA FAIXA DA SUA CATEGORIA'
010500               TO REL-LINHA
010510           WRITE REL-LINHA
010520       END-IF.
010530   3000-EXIT.
010540       EXIT.

010550*  -------------------------------------------------------------
010560*  3100-TRATAR-DETALHE - UM DETALHE DO ENTRADA. OS PRIMEIROS
010570*  DETALHES NAO REPROCESSADOS NUM RESTART SO SAO CONTADOS. O
010580*  DETALHE QUE CASA COM A PROXIMA REJEICAO (CHAVE, CATEGORIA E
010590*  VALOR - NAO NUMERICO CASA SO PELA CHAVE E CATEGORIA) FOI
010600*  REJEITADO E NAO E AVALIADO. O VALIDO ENTRA NA NOITE DA SUA
010610*  CATEGORIA, E AVALIADO CONTRA A BASE DELA E, SE TEM CHAVE DO
010620*  MESTRE, VAI PARA A AVALIACAO DE SALTO.
010630*  -------------------------------------------------------------
010640   3100-TRATAR-DETALHE.
010650       ADD 1 TO WS-QTD-SEQUENCIA.
010660       MOVE TRAN-NUMERICA TO WS-VALOR-ENTRADA.
010670       IF WS-QTD-SEQUENCIA NOT > WS-QTD-PULAR
010680           ADD 1 TO WS-QTD-ANTERIORES
010690           GO TO 3100-EXIT
010700       END-IF.
010710       ADD 1 TO WS-QTD-LIDOS.
010720       IF WS-NAO-FIM-REJEITOS
010730               AND REJ-NUM-REGISTRO = TRAN-NUM-REGISTRO
010740               AND REJ-VALOR-TEXTO = TRAN-TEXTO
010750               AND (TRAN-NUMERICA NOT NUMERIC
010760                   OR REJ-VALOR-NUMERICO = WS-VALOR-ENTRADA)
010770           ADD 1 TO WS-QTD-REJEITADOS
010780           PERFORM 3600-LER-REJEICAO THRU 3600-EXIT
010790           GO TO 3100-EXIT
010800       END-IF.
010810       ADD 1 TO WS-QTD-VALIDOS.
010820       IF TRAN-NUMERICA NOT NUMERIC
010830           GO TO 3100-EXIT
010840       END-IF.
010850       MOVE TRAN-NUMERICA TO WS-VALOR.
010860       MOVE 'N' TO WS-SW-ANOMALO.
010870       MOVE TRAN-TEXTO TO WS-CATEGORIA-BUSCA.
010880       PERFORM 2500-LOCALIZAR-CATEGORIA THRU 2500-EXIT.
010890       ADD 1       TO WS-CAT-NOITE-QTD (WS-IND-CAT-ATUAL).
010900       ADD WS-VALOR TO WS-CAT-NOITE-SOMA (WS-IND-CAT-ATUAL).
010910       COMPUTE WS-QUADRADO = WS-VALOR * WS-VALOR.
010920       ADD WS-QUADRADO TO WS-CAT-NOITE-QUAD (WS-IND-CAT-ATUAL).
010930       IF WS-IND-CAT-ATUAL < WS-MAX-CATEGORIAS
010940           PERFORM 3200-AVALIAR-DESVIO THRU 3200-EXIT
010950       END-IF.
010960       IF TRAN-NUM-REGISTRO NOT NUMERIC
010970               OR TRAN-NUM-REGISTRO = ZERO
010980           ADD 1 TO WS-QTD-SEM-CHAVE
010990           GO TO 3100-EXIT
011000       END-IF.
011010       MOVE TRAN-NUM-REGISTRO TO SRT-NUM-REGISTRO.
011020       MOVE WS-QTD-SEQUENCIA  TO SRT-SEQUENCIA.
011030       MOVE WS-VALOR          TO SRT-VALOR.
011040       MOVE TRAN-TEXTO        TO SRT-CATEGORIA.
011050       MOVE TRAN-ORIGEM       TO SRT-ORIGEM.
011060       MOVE WS-SW-ANOMALO     TO SRT-ANOMALO.
011070       RELEASE SRT-REC.
011080   3100-EXIT.
011090       EXIT.

011100*  -------------------------------------------------------------
011110*  3200-AVALIAR-DESVIO - ESCORE DO VALOR NA BASE DA CATEGORIA
011120*  WS-IND-CAT-ATUAL (DISTANCIA A MEDIA EM DESVIOS-PADRAO).
011130*  ACIMA DO LIMIAR O VALOR E ANOMALO: VAI PARA O RELATORIO E
011140*  PARA O AUDITLOG. CATEGORIA SEM BASE SO E CONTADA.
011150*  -------------------------------------------------------------
011160   3200-AVALIAR-DESVIO.
011170       IF WS-CAT-SEM-BASE (WS-IND-CAT-ATUAL)
011180           ADD 1 TO WS-QTD-SEM-BASE
011190           GO TO 3200-EXIT
011200       END-IF.
011210       IF WS-VALOR < WS-CAT-MEDIA (WS-IND-CAT-ATUAL)
011220           COMPUTE WS-DIFERENCA =
011230               WS-CAT-MEDIA (WS-IND-CAT-ATUAL) - WS-VALOR
011240       ELSE
011250           COMPUTE WS-DIFERENCA =
011260               WS-VALOR - WS-CAT-MEDIA (WS-IND-CAT-ATUAL)
011270       END-IF.
011280       IF WS-CAT-DESVIO (WS-IND-CAT-ATUAL) = ZERO
011290           IF WS-DIFERENCA = ZERO
011300               MOVE ZERO TO WS-ESCORE
011310           ELSE
011320               MOVE WS-ESCORE-MAXIMO TO WS-ESCORE
011330           END-IF
011340       ELSE
011350           COMPUTE WS-ESCORE ROUNDED =
011360               WS-DIFERENCA / WS-CAT-DESVIO (WS-IND-CAT-ATUAL)
011370               ON SIZE ERROR
011380                   MOVE WS-ESCORE-MAXIMO TO WS-ESCORE
011390           END-COMPUTE
011400       END-IF.
011410       IF WS-ESCORE NOT > WS-LIMIAR-DESVIOS
011420           GO TO 3200-EXIT
011430       END-IF.
011440       MOVE 'S' TO WS-SW-ANOMALO.
011450       ADD 1 TO WS-QTD-ANOM-DESVIO.
011460       ADD 1 TO WS-CAT-ANOMALIAS (WS-IND-CAT-ATUAL).
011470       PERFORM 3300-IMPRIMIR-DESVIO THRU 3300-EXIT.
011480       MOVE TRAN-NUM-REGISTRO TO WS-AUD-NUM-REGISTRO.
011490       MOVE WS-VALOR          TO WS-AUD-VALOR.
011500       MOVE TRAN-TEXTO        TO WS-AUD-CATEGORIA.
011510       PERFORM 3900-GRAVAR-AUDITORIA THRU 3900-EXIT.
011520   3200-EXIT.
011530       EXIT.

011540*  -------------------------------------------------------------
011550*  3300-IMPRIMIR-DESVIO - LINHA DO VALOR FORA DA FAIXA, COM A
011560*  MEDIA, O DESVIO E A FAIXA ACEITA DA CATEGORIA.
011570*  -------------------------------------------------------------
011580   3300-IMPRIMIR-DESVIO.
011590       COMPUTE WS-AFASTAMENTO ROUNDED =
011600           WS-LIMIAR-DESVIOS * WS-CAT-DESVIO (WS-IND-CAT-ATUAL).
011610       IF WS-AFASTAMENTO > WS-CAT-MEDIA (WS-IND-CAT-ATUAL)
011620           MOVE ZERO TO WS-FAIXA-INFERIOR
011630       ELSE
011640           COMPUTE WS-FAIXA-INFERIOR =
011650               WS-CAT-MEDIA (WS-IND-CAT-ATUAL) - WS-AFASTAMENTO
011660       END-IF.
011670       COMPUTE WS-FAIXA-SUPERIOR =
011680           WS-CAT-MEDIA (WS-IND-CAT-ATUAL) + WS-AFASTAMENTO.
011690       MOVE TRAN-NUM-REGISTRO TO WS-LD-NUM-REGISTRO.
011700       MOVE TRAN-TEXTO        TO WS-LD-CATEGORIA.
011710       MOVE WS-VALOR          TO WS-LD-VALOR.
011720       MOVE WS-CAT-MEDIA (WS-IND-CAT-ATUAL)  TO WS-LD-MEDIA.
011730       MOVE WS-CAT-DESVIO (WS-IND-CAT-ATUAL) TO WS-LD-DESVIO.
011740       MOVE WS-FAIXA-INFERIOR TO WS-LD-FAIXA-INFERIOR.
011750       MOVE WS-FAIXA-SUPERIOR TO WS-LD-FAIXA-SUPERIOR.
011760       MOVE WS-ESCORE         TO WS-LD-ESCORE.
011770       MOVE TRAN-ORIGEM       TO WS-LD-ORIGEM.
011780       MOVE WS-LIN-DESVIO TO REL-LINHA.
011790       WRITE REL-LINHA.
011800   3300-EXIT.
011810       EXIT.

011820*  -------------------------------------------------------------
011830*  3600-LER-REJEICAO - AVANCA PARA A PROXIMA LINHA DO REJEITOS.
011840*  -------------------------------------------------------------
011850   3600-LER-REJEICAO.
011860       READ REJEITOS
011870           AT END
011880               MOVE 'S' TO WS-SW-FIM-REJEITOS
011890       END-READ.
011900   3600-EXIT.
011910       EXIT.

011920*  -------------------------------------------------------------
011930*  3900-GRAVAR-AUDITORIA - GRAVA NA TRILHA DE AUDITORIA
011940*  PERMANENTE (AUDITLOG) O VALOR ANOMALO, NO LAYOUT DOS ALERTAS
011950*  DO EXEMPLO, COM A DATA DE NEGOCIO, A HORA DA EXECUCAO E A
011960*  SEVERIDADE 'E' (ANOMALIA). UM VALOR QUE E ANOMALO NAS DUAS
011970*  AVALIACOES GERA UMA SO LINHA.
011980*  -------------------------------------------------------------
011990   3900-GRAVAR-AUDITORIA.
012000       MOVE SPACES                  TO AUD-REC.
012010       MOVE WS-DATA-NEGOCIO-EDITADA TO AUD-DATA-EXECUCAO.
012020       MOVE WS-HORA-EDITADA         TO AUD-HORA-EXECUCAO.
012030       MOVE WS-AUD-VALOR            TO AUD-VALOR-NUMERICO.
012040       MOVE WS-AUD-CATEGORIA        TO AUD-VALOR-TEXTO.
012050       MOVE WS-AUD-NUM-REGISTRO     TO AUD-NUM-REGISTRO.
012060       MOVE 'E'                     TO AUD-SEVERIDADE.
012070       WRITE AUD-REC.
012080       IF WS-ST-AUDITLOG NOT = '00'
012090           DISPLAY 'EXEMANOM: ERRO NA GRAVACAO DO AUDITLOG - '
012100               'STATUS ' WS-ST-AUDITLOG
012110           MOVE 'S' TO WS-SW-ERRO-GRAVACAO
012120           GO TO 3900-EXIT
012130       END-IF.
012140       ADD 1 TO WS-QTD-REG-ANOMALOS.
012150   3900-EXIT.
012160       EXIT.

012170*  -------------------------------------------------------------
012180*  4000-AVALIAR-SALTOS - PROCEDIMENTO DE SAIDA DO SORT. RECEBE
012190*  OS VALORES VALIDOS DA NOITE POR CHAVE E OS CRUZA COM O
012200*  VALANT (TAMBEM POR CHAVE): CADA VALOR DA CHAVE E COMPARADO
012210*  COM O ULTIMO VALOR VALIDO DELA ANTES DESTA NOITE. O VALNOVO
012220*  SAI COM O ULTIMO VALOR DA NOITE NAS CHAVES QUE VIERAM E COM
012230*  A LINHA ANTERIOR NAS DEMAIS.
012240*  -------------------------------------------------------------
012250   4000-AVALIAR-SALTOS.
012260       MOVE SPACES TO REL-LINHA.
012270       WRITE REL-LINHA.
012280       MOVE 'SALTOS SOBRE O ULTIMO VALOR VALIDO DA MESMA CHAVE '
012290           TO WS-LIN-AVISO.
012300       MOVE '(ULTIMA NOITE EM QUE A CHAVE FOI PROCESSADA)'
012310           TO WS-LIN-AVISO (51:).
012320       MOVE WS-LIN-AVISO TO REL-LINHA.
012330       WRITE REL-LINHA.
012340       MOVE WS-CAB-SALTOS TO REL-LINHA.
012350       WRITE REL-LINHA.
012360       MOVE WS-LIN-TRACOS TO REL-LINHA.
012370       WRITE REL-LINHA.
012380       PERFORM 4500-LER-VALANT THRU 4500-EXIT.
012390       PERFORM UNTIL WS-FIM-ORDENADO
012400           RETURN ARQSORT
012410               AT END
012420                   MOVE 'S' TO WS-SW-FIM-ORDENADO
012430               NOT AT END
012440                   PERFORM 4100-TRATAR-VALOR THRU 4100-EXIT
012450           END-RETURN
012460       END-PERFORM.
012470       IF WS-NAO-PRIMEIRO-GRUPO
012480           PERFORM 4300-FECHAR-CHAVE THRU 4300-EXIT
012490       END-IF.
012500       PERFORM UNTIL WS-FIM-VALANT
012510           PERFORM 4510-COPIAR-VALANT THRU 4510-EXIT
012520       END-PERFORM.
012530       IF WS-QTD-ANOM-SALTO = ZERO
012540           MOVE 'NENHUM SALTO SOBRE A NOITE ANTERIOR' TO REL-LINHA
012550           WRITE REL-LINHA
012560       END-IF.
012570   4000-EXIT.
012580       EXIT.

012590*  -------------------------------------------------------------
012600*  4100-TRATAR-VALOR - UM VALOR ORDENADO. NA PRIMEIRA LINHA DE
012610*  CADA CHAVE FECHA A CHAVE ANTERIOR E POSICIONA O VALANT. A
012620*  VARIACAO E A DIFERENCA PARA O VALOR ANTERIOR EM PERCENTUAL
012630*  DELE; VALOR ANTERIOR ZERO NAO DA PERCENTUAL E NAO E AVALIADO.
012640*  O SALTO QUE JA ESTAVA FORA DA FAIXA DA CATEGORIA SAI NO
012650*  RELATORIO MAS NAO E GRAVADO DE NOVO NO AUDITLOG.
012660*  -------------------------------------------------------------
012670   4100-TRATAR-VALOR.
012680       IF WS-PRIMEIRO-GRUPO
012690               OR SRT-NUM-REGISTRO NOT = WS-CHAVE-GRUPO
012700           IF WS-NAO-PRIMEIRO-GRUPO
012710               PERFORM 4300-FECHAR-CHAVE THRU 4300-EXIT
012720           END-IF
012730           MOVE 'N' TO WS-SW-PRIMEIRO-GRUPO
012740           MOVE SRT-NUM-REGISTRO TO WS-CHAVE-GRUPO
012750           PERFORM 4200-POSICIONAR-VALANT THRU 4200-EXIT
012760       END-IF.
012770       MOVE SRT-VALOR     TO WS-GRP-VALOR.
012780       MOVE SRT-CATEGORIA TO WS-GRP-CATEGORIA.
012790       IF WS-SEM-VALOR-ANTERIOR
012800           GO TO 4100-EXIT
012810       END-IF.
012820       IF WS-VALOR-ANTES = ZERO
012830           ADD 1 TO WS-QTD-ANTERIOR-ZERO
012840           GO TO 4100-EXIT
012850       END-IF.
012860       IF SRT-VALOR < WS-VALOR-ANTES
012870           COMPUTE WS-VARIACAO = WS-VALOR-ANTES - SRT-VALOR
012880       ELSE
012890           COMPUTE WS-VARIACAO = SRT-VALOR - WS-VALOR-ANTES
012900       END-IF.
012910       COMPUTE WS-VARIACAO-PCT ROUNDED =
012920           WS-VARIACAO * 100 / WS-VALOR-ANTES
012930           ON SIZE ERROR
012940               MOVE 99999 TO WS-VARIACAO-PCT
012950       END-COMPUTE.
012960       IF WS-VARIACAO-PCT < WS-SALTO-PERCENTUAL
012970           GO TO 4100-EXIT
012980       END-IF.
012990       ADD 1 TO WS-QTD-ANOM-SALTO.
013000       PERFORM 4400-IMPRIMIR-SALTO THRU 4400-EXIT.
013010       IF SRT-JA-ANOMALO
013020           GO TO 4100-EXIT
013030       END-IF.
013040       MOVE SRT-CATEGORIA TO WS-CATEGORIA-BUSCA.
013050       PERFORM 2500-LOCALIZAR-CATEGORIA THRU 2500-EXIT.
013060       ADD 1 TO WS-CAT-ANOMALIAS (WS-IND-CAT-ATUAL).
013070       MOVE SRT-NUM-REGISTRO TO WS-AUD-NUM-REGISTRO.
013080       MOVE SRT-VALOR        TO WS-AUD-VALOR.
013090       MOVE SRT-CATEGORIA    TO WS-AUD-CATEGORIA.
013100       PERFORM 3900-GRAVAR-AUDITORIA THRU 3900-EXIT.
013110   4100-EXIT.
013120       EXIT.

013130*  -------------------------------------------------------------
013140*  4200-POSICIONAR-VALANT - COPIA PARA O VALNOVO AS CHAVES DO
013150*  VALANT MENORES QUE A CHAVE DO GRUPO (NAO VIERAM NESTA NOITE)
013160*  E, SE O VALANT TEM A CHAVE, GUARDA O VALOR ANTERIOR E A
013170*  CONSOME - O VALNOVO RECEBE O VALOR DA NOITE NO FECHAMENTO.
013180*  -------------------------------------------------------------
013190   4200-POSICIONAR-VALANT.
013200       MOVE 'N' TO WS-SW-VALOR-ANTERIOR.
013210       PERFORM UNTIL WS-CHAVE-VALANT NOT < WS-CHAVE-GRUPO
013220           PERFORM 4510-COPIAR-VALANT THRU 4510-EXIT
013230       END-PERFORM.
013240       IF WS-CHAVE-VALANT NOT = WS-CHAVE-GRUPO
013250           ADD 1 TO WS-QTD-SEM-ANTERIOR
013260           GO TO 4200-EXIT
013270       END-IF.
013280       MOVE 'S'                TO WS-SW-VALOR-ANTERIOR.
013290       MOVE VLA-VALOR-NUMERICO TO WS-VALOR-ANTES.
013300       MOVE VLA-VALOR-TEXTO    TO WS-CATEGORIA-ANTES.
013310       MOVE VLA-DATA-NEGOCIO   TO WS-DATA-ANTES.
013320       PERFORM 4500-LER-VALANT THRU 4500-EXIT.
013330   4200-EXIT.
013340       EXIT.

013350*  -------------------------------------------------------------
013360*  4300-FECHAR-CHAVE - GRAVA NO VALNOVO O ULTIMO VALOR VALIDO
013370*  DA NOITE PARA A CHAVE DO GRUPO, COM A DATA DE NEGOCIO.
013380*  -------------------------------------------------------------
013390   4300-FECHAR-CHAVE.
013400       MOVE WS-CHAVE-GRUPO   TO VLN-NUM-REGISTRO.
013410       MOVE WS-GRP-VALOR     TO VLN-VALOR-NUMERICO.
013420       MOVE WS-GRP-CATEGORIA TO VLN-VALOR-TEXTO.
013430       MOVE WS-DATA-NEGOCIO  TO VLN-DATA-NEGOCIO.
013440       WRITE VLN-REC.
013450       IF WS-ST-VALNOVO NOT = '00'
013460           DISPLAY 'EXEMANOM: ERRO NA GRAVACAO DO VALNOVO - '
013470               'STATUS ' WS-ST-VALNOVO
013480           MOVE 'S' TO WS-SW-ERRO-GRAVACAO
013490           GO TO 4300-EXIT
013500       END-IF.
013510       ADD 1 TO WS-QTD-VALNOVO-GRAVADAS.
013520   4300-EXIT.
013530       EXIT.

013540*  -------------------------------------------------------------
013550*  4400-IMPRIMIR-SALTO - LINHA DO SALTO, COM O VALOR ANTERIOR E
013560*  A DATA EM QUE ELE FOI VALIDADO. A OBSERVACAO AVISA QUANDO O
013570*  VALOR TAMBEM SAIU DA FAIXA DA CATEGORIA OU QUANDO A CHAVE
013580*  TROCOU DE CATEGORIA DESDE O VALOR ANTERIOR.
013590*  -------------------------------------------------------------
013600   4400-IMPRIMIR-SALTO.
013610       MOVE SPACES TO WS-DATA-ANTES-EDITADA.
013620       STRING WS-DA-DD '/' WS-DA-MM '/' WS-DA-AAAA
013630           DELIMITED BY SIZE INTO WS-DATA-ANTES-EDITADA.
013640       MOVE SRT-NUM-REGISTRO      TO WS-LS-NUM-REGISTRO.
013650       MOVE SRT-CATEGORIA         TO WS-LS-CATEGORIA.
013660       MOVE SRT-VALOR             TO WS-LS-VALOR.
013670       MOVE WS-VALOR-ANTES        TO WS-LS-VALOR-ANTES.
013680       MOVE WS-DATA-ANTES-EDITADA TO WS-LS-DATA-ANTES.
013690       MOVE WS-VARIACAO-PCT       TO WS-LS-VARIACAO.
013700       MOVE SPACES                TO WS-LS-OBSERVACAO.
013710       IF SRT-JA-ANOMALO
013720           MOVE 'TAMBEM FORA DA FAIXA DA CATEGORIA'
013730               TO WS-LS-OBSERVACAO
013740       ELSE
013750           IF SRT-CATEGORIA NOT = WS-CATEGORIA-ANTES
013760               STRING 'CATEGORIA ANTERIOR ' DELIMITED BY SIZE
013770                   WS-CATEGORIA-ANTES DELIMITED BY SIZE
013780                   INTO WS-LS-OBSERVACAO
013790           END-IF
013800       END-IF.
013810       MOVE WS-LIN-SALTO TO REL-LINHA.
013820       WRITE REL-LINHA.
013830   4400-EXIT.
013840       EXIT.

013850*  -------------------------------------------------------------
013860*  4500-LER-VALANT - AVANCA PARA A PROXIMA LINHA VALIDA DO
013870*  VALANT. NO FIM, A CHAVE CORRENTE VAI PARA WS-CHAVE-FIM.
013880*  LINHA DANIFICADA E CONTADA E NAO VAI PARA O VALNOVO.
013890*  -------------------------------------------------------------
013900   4500-LER-VALANT.
013910       READ VALANT
013920           AT END
013930               MOVE 'S'          TO WS-SW-FIM-VALANT
013940               MOVE WS-CHAVE-FIM TO WS-CHAVE-VALANT
013950               GO TO 4500-EXIT
013960       END-READ.
013970       ADD 1 TO WS-QTD-VALANT-LIDAS.
013980       IF VLA-NUM-REGISTRO NOT NUMERIC
013990               OR VLA-VALOR-NUMERICO NOT NUMERIC
014000               OR VLA-DATA-NEGOCIO NOT NUMERIC
014010           ADD 1 TO WS-QTD-VALANT-INVALIDAS
014020           GO TO 4500-LER-VALANT
014030       END-IF.
014040       MOVE VLA-NUM-REGISTRO TO WS-CHAVE-VALANT.
014050   4500-EXIT.
014060       EXIT.

014070*  -------------------------------------------------------------
014080*  4510-COPIAR-VALANT - COPIA A LINHA CORRENTE DO VALANT PARA O
014090*  VALNOVO (CHAVE QUE NAO VEIO NESTA NOITE) E AVANCA.
014100*  -------------------------------------------------------------
014110   4510-COPIAR-VALANT.
014120       MOVE VLA-REC TO VLN-REC.
014130       WRITE VLN-REC.
014140       IF WS-ST-VALNOVO NOT = '00'
014150           DISPLAY 'EXEMANOM: ERRO NA GRAVACAO DO VALNOVO - '
014160               'STATUS ' WS-ST-VALNOVO
014170           MOVE 'S' TO WS-SW-ERRO-GRAVACAO
014180       ELSE
014190           ADD 1 TO WS-QTD-VALNOVO-GRAVADAS
014200       END-IF.
014210       PERFORM 4500-LER-VALANT THRU 4500-EXIT.
014220   4510-EXIT.
014230       EXIT.

014240*  -------------------------------------------------------------
014250*  5000-GRAVAR-HISTORICO-NOITE - ACRESCENTA AO HISTORICO NOVO,
014260*  DEPOIS DAS DATAS MANTIDAS, A LINHA DA NOITE DA CATEGORIA
014270*  WS-IND-CAT, SE ELA TEVE VALOR VALIDO. O ESTOURO '*DEMAIS*'
014280*  NAO E CATEGORIA E NAO VAI PARA O HISTORICO.
014290*  -------------------------------------------------------------
014300   5000-GRAVAR-HISTORICO-NOITE.
014310       IF WS-CAT-NOITE-QTD (WS-IND-CAT) = ZERO
014320           GO TO 5000-EXIT
014330       END-IF.
014340       MOVE WS-DATA-NEGOCIO TO HCN-DATA-NEGOCIO.
014350       MOVE WS-CAT-TEXTO (WS-IND-CAT)
014360                            TO HCN-CATEGORIA.
014370       MOVE WS-CAT-NOITE-QTD (WS-IND-CAT)
014380                            TO HCN-QTD-VALORES.
014390       MOVE WS-CAT-NOITE-SOMA (WS-IND-CAT)
014400                            TO HCN-SOMA-VALORES.
014410       MOVE WS-CAT-NOITE-QUAD (WS-IND-CAT)
014420                            TO HCN-SOMA-QUADRADOS.
014430       WRITE HCN-REC.
014440       IF WS-ST-HCANOVO NOT = '00'
014450           DISPLAY 'EXEMANOM: ERRO NA GRAVACAO DO HCANOVO - '
014460               'STATUS ' WS-ST-HCANOVO
014470           MOVE 'S' TO WS-SW-ERRO-GRAVACAO
014480           GO TO 5000-EXIT
014490       END-IF.
014500       ADD 1 TO WS-QTD-HIST-NOITE.
014510   5000-EXIT.
014520       EXIT.

014530*  -------------------------------------------------------------
014540*  6000-IMPRIMIR-CATEGORIAS - BASE DA JANELA E VALORES DA
014550*  NOITE DE CADA CATEGORIA, EM ORDEM DE CATEGORIA, COM O
014560*  ESTOURO '*DEMAIS*' NO FIM.
014570*  -------------------------------------------------------------
014580   6000-IMPRIMIR-CATEGORIAS.
014590       MOVE SPACES TO REL-LINHA.
014600       WRITE REL-LINHA.
014610       MOVE 'BASE DA JANELA E VALORES DA NOITE POR CATEGORIA'
014620           TO REL-LINHA.
014630       WRITE REL-LINHA.
014640       MOVE WS-CAB-CATEGORIAS TO REL-LINHA.
014650       WRITE REL-LINHA.
014660       MOVE WS-LIN-TRACOS TO REL-LINHA.
014670       WRITE REL-LINHA.
014680       PERFORM VARYING WS-IND-CAT FROM 1 BY 1
014690               UNTIL WS-IND-CAT > WS-QTD-CATEGORIAS
014700           PERFORM 6010-IMPRIMIR-CATEGORIA THRU 6010-EXIT
014710       END-PERFORM.
014720       IF WS-HA-DEMAIS
014730           MOVE WS-MAX-CATEGORIAS TO WS-IND-CAT
014740           PERFORM 6010-IMPRIMIR-CATEGORIA THRU 6010-EXIT
014750       END-IF.
014760   6000-EXIT.
014770       EXIT.

014780*  -------------------------------------------------------------
014790*  6010-IMPRIMIR-CATEGORIA - LINHA DA CATEGORIA WS-IND-CAT.
014800*  -------------------------------------------------------------
014810   6010-IMPRIMIR-CATEGORIA.
014820       MOVE ZERO TO WS-MEDIA-NOITE.
014830       IF WS-CAT-NOITE-QTD (WS-IND-CAT) > ZERO
014840           COMPUTE WS-MEDIA-NOITE ROUNDED =
014850               WS-CAT-NOITE-SOMA (WS-IND-CAT)
014860               / WS-CAT-NOITE-QTD (WS-IND-CAT)
014870       END-IF.
014880       MOVE WS-CAT-TEXTO (WS-IND-CAT)      TO WS-LC-TEXTO.
014890       MOVE WS-CAT-BASE-DIAS (WS-IND-CAT)  TO WS-LC-DIAS.
014900       MOVE WS-CAT-BASE-QTD (WS-IND-CAT)   TO WS-LC-BASE-QTD.
014910       MOVE WS-CAT-MEDIA (WS-IND-CAT)      TO WS-LC-MEDIA.
014920       MOVE WS-CAT-DESVIO (WS-IND-CAT)     TO WS-LC-DESVIO.
014930       MOVE WS-CAT-NOITE-QTD (WS-IND-CAT)  TO WS-LC-NOITE-QTD.
014940       MOVE WS-MEDIA-NOITE                 TO WS-LC-NOITE-MEDIA.
014950       MOVE WS-CAT-ANOMALIAS (WS-IND-CAT)  TO WS-LC-ANOMALIAS.
014960       IF WS-IND-CAT = WS-MAX-CATEGORIAS
014970           MOVE 'ESTOURO - NAO AVALIADA' TO WS-LC-SITUACAO
014980       ELSE
014990           IF WS-CAT-SEM-BASE (WS-IND-CAT)
015000               MOVE 'SEM BASE SUFICIENTE' TO WS-LC-SITUACAO
015010           ELSE
015020               MOVE SPACES TO WS-LC-SITUACAO
015030           END-IF
015040       END-IF.
015050       MOVE WS-LIN-CATEGORIA TO REL-LINHA.
015060       WRITE REL-LINHA.
015070   6010-EXIT.
015080       EXIT.

015090*  -------------------------------------------------------------
015100*  6100-IMPRIMIR-TOTAIS - CONTAGENS DA NOITE, DAS AVALIACOES E
015110*  DOS ARQUIVOS DE HISTORICO.
015120*  -------------------------------------------------------------
015130   6100-IMPRIMIR-TOTAIS.
015140       MOVE SPACES TO REL-LINHA.
015150       WRITE REL-LINHA.
015160       MOVE WS-LIN-TRACOS TO REL-LINHA.
015170       WRITE REL-LINHA.
015180       MOVE SPACES TO WS-LIN-TOTAL.
015190       MOVE 'DETALHES NO ENTRADA....................:'
015200           TO WS-TL-ROTULO.
015210       MOVE WS-QTD-DETALHES TO WS-TL-VALOR.
015220       WRITE REL-LINHA FROM WS-LIN-TOTAL.
015230       MOVE 'ANTERIORES AO RESTART (NAO AVALIADOS)..:'
015240           TO WS-TL-ROTULO.
015250       MOVE WS-QTD-ANTERIORES TO WS-TL-VALOR.
015260       WRITE REL-LINHA FROM WS-LIN-TOTAL.
015270       MOVE 'REJEITADOS (NAO AVALIADOS).............:'
015280           TO WS-TL-ROTULO.
015290       MOVE WS-QTD-REJEITADOS TO WS-TL-VALOR.
015300       WRITE REL-LINHA FROM WS-LIN-TOTAL.
015310       MOVE 'VALORES VALIDOS........................:'
015320           TO WS-TL-ROTULO.
015330       MOVE WS-QTD-VALIDOS TO WS-TL-VALOR.
015340       WRITE REL-LINHA FROM WS-LIN-TOTAL.
015350       MOVE 'VALIDOS DE CATEGORIA SEM BASE..........:'
015360           TO WS-TL-ROTULO.
015370       MOVE WS-QTD-SEM-BASE TO WS-TL-VALOR.
015380       WRITE REL-LINHA FROM WS-LIN-TOTAL.
015390       MOVE 'VALIDOS SEM CHAVE DO MESTRE............:'
015400           TO WS-TL-ROTULO.
015410       MOVE WS-QTD-SEM-CHAVE TO WS-TL-VALOR.
015420       WRITE REL-LINHA FROM WS-LIN-TOTAL.
015430       MOVE 'CHAVES SEM VALOR ANTERIOR..............:'
015440           TO WS-TL-ROTULO.
015450       MOVE WS-QTD-SEM-ANTERIOR TO WS-TL-VALOR.
015460       WRITE REL-LINHA FROM WS-LIN-TOTAL.
015470       MOVE 'VALORES COM VALOR ANTERIOR ZERO........:'
015480           TO WS-TL-ROTULO.
015490       MOVE WS-QTD-ANTERIOR-ZERO TO WS-TL-VALOR.
015500       WRITE REL-LINHA FROM WS-LIN-TOTAL.
015510       MOVE 'FORA DA FAIXA DA CATEGORIA.............:'
015520           TO WS-TL-ROTULO.
015530       MOVE WS-QTD-ANOM-DESVIO TO WS-TL-VALOR.
015540       WRITE REL-LINHA FROM WS-LIN-TOTAL.
015550       MOVE 'SALTOS SOBRE A NOITE ANTERIOR..........:'
015560           TO WS-TL-ROTULO.
015570       MOVE WS-QTD-ANOM-SALTO TO WS-TL-VALOR.
015580       WRITE REL-LINHA FROM WS-LIN-TOTAL.
015590       MOVE 'LINHAS GRAVADAS NO AUDITLOG............:'
015600           TO WS-TL-ROTULO.
015610       MOVE WS-QTD-REG-ANOMALOS TO WS-TL-VALOR.
015620       WRITE REL-LINHA FROM WS-LIN-TOTAL.
015630       MOVE 'DIAS DE BASE NA JANELA.................:'
015640           TO WS-TL-ROTULO.
015650       MOVE WS-QTD-DATAS-JANELA TO WS-TL-VALOR.
015660       WRITE REL-LINHA FROM WS-LIN-TOTAL.
015670       MOVE 'LINHAS DO HISTORICO MANTIDAS...........:'
015680           TO WS-TL-ROTULO.
015690       MOVE WS-QTD-HIST-MANTIDAS TO WS-TL-VALOR.
015700       WRITE REL-LINHA FROM WS-LIN-TOTAL.
015710       MOVE 'LINHAS DO HISTORICO DESCARTADAS........:'
015720           TO WS-TL-ROTULO.
015730       MOVE WS-QTD-HIST-DESCARTADAS TO WS-TL-VALOR.
015740       WRITE REL-LINHA FROM WS-LIN-TOTAL.
015750       MOVE 'LINHAS DA NOITE NO HISTORICO...........:'
015760           TO WS-TL-ROTULO.
015770       MOVE WS-QTD-HIST-NOITE TO WS-TL-VALOR.
015780       WRITE REL-LINHA FROM WS-LIN-TOTAL.
015790       MOVE 'LINHAS INVALIDAS NO HISTCAT............:'
015800           TO WS-TL-ROTULO.
015810       MOVE WS-QTD-HIST-INVALIDAS TO WS-TL-VALOR.
015820       WRITE REL-LINHA FROM WS-LIN-TOTAL.
015830       MOVE 'LINHAS INVALIDAS NO VALANT.............:'
015840           TO WS-TL-ROTULO.
015850       MOVE WS-QTD-VALANT-INVALIDAS TO WS-TL-VALOR.
015860       WRITE REL-LINHA FROM WS-LIN-TOTAL.
015870       MOVE 'CHAVES GRAVADAS NO VALNOVO.............:'
015880           TO WS-TL-ROTULO.
015890       MOVE WS-QTD-VALNOVO-GRAVADAS TO WS-TL-VALOR.
015900       WRITE REL-LINHA FROM WS-LIN-TOTAL.
015910       MOVE 'REJEICOES SEM DETALHE NO ENTRADA.......:'
015920           TO WS-TL-ROTULO.
015930       MOVE WS-QTD-SOBRA-REJEITOS TO WS-TL-VALOR.
015940       WRITE REL-LINHA FROM WS-LIN-TOTAL.
015950   6100-EXIT.
015960       EXIT.
