000100   IDENTIFICATION DIVISION.
000110   PROGRAM-ID. EXEMCOMP.
000120   AUTHOR. EQUIPE DE MANUTENCAO DE SISTEMAS.
000130   INSTALLATION. CENTRO DE PROCESSAMENTO DE DADOS.
000140   DATE-WRITTEN. 15/10/2026.
000150   DATE-COMPILED.
000160*  ---------------------------------------------------------
000170*  HISTORICO DE MANUTENCAO
000180*  ---------------------------------------------------------
000190*  DATA       AUTOR  DESCRICAO
000200*  15/10/2026 RCS    PROGRAMA ORIGINAL - COMPARACAO MENSAL DA
000210*                    CARTEIRA DO MESTRE. CRUZA A FOTO DO MES
000220*                    (FOTOATU, GRAVADA PELO EXEMFOTO) COM A DO
000230*                    MES ANTERIOR (FOTOANT), CHAVE A CHAVE, E
000240*                    LISTA OS REGISTROS INCLUIDOS, EXCLUIDOS,
000250*                    INATIVADOS, REATIVADOS E ALTERADOS (VALOR
000260*                    OU CATEGORIA). CADA DIFERENCA SAI SEGUIDA
000270*                    DAS LINHAS DO MANTLOG DO PERIODO ENTRE AS
000280*                    DUAS FOTOS PARA A MESMA CHAVE E DO
000290*                    RESULTADO DO RASTREIO (A PRIMEIRA LINHA
000300*                    PARTE DA FOTO ANTERIOR E A ULTIMA CHEGA NA
000310*                    ATUAL). POR CATEGORIA, IMPRIME REGISTROS E
000320*                    ATIVOS NAS DUAS FOTOS, SOMA E MEDIA DOS
000330*                    VALORES ATIVOS E OS REGISTROS QUE ENTRARAM
000340*                    E SAIRAM POR TROCA DE CATEGORIA, PARA O
000350*                    FINANCEIRO ASSINAR A POSICAO DO MES.
000360*  ---------------------------------------------------------

000380   ENVIRONMENT DIVISION.
000390   CONFIGURATION SECTION.
000400   SOURCE-COMPUTER. IBM-3090.
000410   OBJECT-COMPUTER. IBM-3090.

000430   INPUT-OUTPUT SECTION.
000440   FILE-CONTROL.
000450       SELECT FOTOATU ASSIGN TO "FOTOATU"
000460           ORGANIZATION IS LINE SEQUENTIAL
000470           FILE STATUS IS WS-ST-FOTOATU.
000480       SELECT OPTIONAL FOTOANT ASSIGN TO "FOTOANT"
000490           ORGANIZATION IS LINE SEQUENTIAL
000500           FILE STATUS IS WS-ST-FOTOANT.
000510       SELECT MANTLOG ASSIGN TO "MANTLOG"
000520           ORGANIZATION IS LINE SEQUENTIAL
000530           FILE STATUS IS WS-ST-MANTLOG.
000540       SELECT RELCOMP ASSIGN TO "RELCOMP"
000550           ORGANIZATION IS LINE SEQUENTIAL
000560           FILE STATUS IS WS-ST-RELCOMP.
000570       SELECT ARQSORT ASSIGN TO "SORTWK".

000590   DATA DIVISION.
000600   FILE SECTION.
000610   FD  FOTOATU
000620       RECORDING MODE IS F.
000630       COPY FOTREC.

000650   FD  FOTOANT
000660       RECORDING MODE IS F.
000670       COPY FOTREC REPLACING LEADING ==FOT== BY ==ANT==.

000690   FD  MANTLOG
000700       RECORDING MODE IS F.
000710       COPY MNTREC.

000730   FD  RELCOMP
000740       RECORDING MODE IS F.
000750   01  REL-LINHA                   PIC X(132).

000770*  -----------------------------------------------------------
000780*  LINHA DE ORDENACAO: '1' DIFERENCA ENTRE AS FOTOS, '2' LINHA
000790*  DO MANTLOG DO PERIODO. NA MESMA CHAVE A DIFERENCA VEM
000800*  PRIMEIRO E AS LINHAS DO MANTLOG EM ORDEM DE DATA/HORA.
000810*  -----------------------------------------------------------
000820   SD  ARQSORT.
000830   01  SRT-REC.
000840       05  SRT-NUM-REGISTRO        PIC 9(07).
000850       05  SRT-TIPO                PIC X(01).
000860       05  SRT-DATA-AAAAMMDD       PIC 9(08).
000870       05  SRT-HORA                PIC X(08).
000880       05  SRT-DADOS               PIC X(70).
000890       05  SRT-DIFERENCA REDEFINES SRT-DADOS.
000900           10  SRT-OCORRENCIA      PIC X(10).
000910           10  SRT-VALOR-ANT       PIC X(05).
000920           10  SRT-TEXTO-ANT       PIC X(10).
000930           10  SRT-STATUS-ANT      PIC X(01).
000940           10  SRT-VALOR-ATU       PIC X(05).
000950           10  SRT-TEXTO-ATU       PIC X(10).
000960           10  SRT-STATUS-ATU      PIC X(01).
000970           10  SRT-MUDOU-VALOR     PIC X(01).
000980           10  SRT-MUDOU-CATEGORIA PIC X(01).
000990           10  FILLER              PIC X(26).
001000       05  SRT-MANUTENCAO REDEFINES SRT-DADOS.
001010           10  SRT-DATA-BARRAS     PIC X(10).
001020           10  SRT-TERMINAL        PIC X(04).
001030           10  SRT-OPERADOR        PIC X(03).
001040           10  SRT-APROVADOR       PIC X(03).
001050           10  SRT-VALOR-ANTES     PIC X(05).
001060           10  SRT-TEXTO-ANTES     PIC X(10).
001070           10  SRT-STATUS-ANTES    PIC X(01).
001080           10  SRT-VALOR-DEPOIS    PIC X(05).
001090           10  SRT-TEXTO-DEPOIS    PIC X(10).
001100           10  SRT-STATUS-DEPOIS   PIC X(01).
001110           10  FILLER              PIC X(18).

001130   WORKING-STORAGE SECTION.
001140   01  WS-STATUS-ARQUIVOS.
001150       05  WS-ST-FOTOATU           PIC X(02).
001160       05  WS-ST-FOTOANT           PIC X(02).
001170       05  WS-ST-MANTLOG           PIC X(02).
001180       05  WS-ST-RELCOMP           PIC X(02).

001200   01  WS-SW-SEM-ANTERIOR          PIC X(01) VALUE 'N'.
001210       88  WS-SEM-ANTERIOR             VALUE 'S'.
001220       88  WS-COM-ANTERIOR             VALUE 'N'.
001230   01  WS-SW-FIM-MANTLOG           PIC X(01) VALUE 'N'.
001240       88  WS-FIM-MANTLOG              VALUE 'S'.
001250       88  WS-NAO-FIM-MANTLOG          VALUE 'N'.
001260   01  WS-SW-FIM-ORDENADO          PIC X(01) VALUE 'N'.
001270       88  WS-FIM-ORDENADO             VALUE 'S'.
001280       88  WS-NAO-FIM-ORDENADO         VALUE 'N'.
001290   01  WS-SW-PRIMEIRO-GRUPO        PIC X(01) VALUE 'S'.
001300       88  WS-PRIMEIRO-GRUPO           VALUE 'S'.
001310       88  WS-NAO-PRIMEIRO-GRUPO       VALUE 'N'.
001320   01  WS-SW-GRUPO-DIFERENCA       PIC X(01) VALUE 'N'.
001330       88  WS-GRUPO-COM-DIFERENCA      VALUE 'S'.
001340       88  WS-GRUPO-SEM-DIFERENCA      VALUE 'N'.
001350   01  WS-SW-RASTREIO              PIC X(01) VALUE 'S'.
001360       88  WS-RASTREIO-FECHA           VALUE 'S'.
001370       88  WS-RASTREIO-NAO-FECHA       VALUE 'N'.
001380   01  WS-SW-FOTO-ATU              PIC X(01) VALUE 'N'.
001390       88  WS-FOTO-ATU-CONFERE         VALUE 'S'.
001400       88  WS-FOTO-ATU-INCOMPLETA      VALUE 'N'.
001410   01  WS-SW-FOTO-ANT              PIC X(01) VALUE 'N'.
001420       88  WS-FOTO-ANT-CONFERE         VALUE 'S'.
001430       88  WS-FOTO-ANT-INCOMPLETA      VALUE 'N'.
001440   01  WS-SW-DEMAIS                PIC X(01) VALUE 'N'.
001450       88  WS-HA-DEMAIS                VALUE 'S'.

001470*  -----------------------------------------------------------
001480*  CONTROLE DAS DUAS FOTOS. O PERIODO DO MANTLOG QUE EXPLICA AS
001490*  DIFERENCAS VAI DO MOMENTO DA FOTO ANTERIOR (EXCLUSIVE) AO DA
001500*  FOTO ATUAL (INCLUSIVE); DATA AAAAMMDD E HORA HH:MM:SS,
001510*  COMPARADAS COMO UM SO CAMPO.
001520*  -----------------------------------------------------------
001530   01  WS-MES-ATU                  PIC 9(06) VALUE ZERO.
001540   01  WS-MES-ANT                  PIC 9(06) VALUE ZERO.
001550   01  WS-MOMENTO-ATU.
001560       05  WS-MA-DATA              PIC 9(08) VALUE ZERO.
001570       05  WS-MA-HORA              PIC X(08) VALUE SPACES.
001580   01  WS-MOMENTO-ANT.
001590       05  WS-MN-DATA              PIC 9(08) VALUE ZERO.
001600       05  WS-MN-HORA              PIC X(08) VALUE SPACES.
001610   01  WS-MOMENTO-LINHA.
001620       05  WS-ML-DATA              PIC 9(08) VALUE ZERO.
001630       05  WS-ML-HORA              PIC X(08) VALUE SPACES.

001650*  -----------------------------------------------------------
001660*  CHAVES CORRENTES DO BALANCEAMENTO DAS DUAS FOTOS - NO FIM DE
001670*  CADA FOTO A CHAVE VAI PARA WS-CHAVE-FIM, ACIMA DE QUALQUER
001680*  REGISTRO DO MESTRE
001690*  -----------------------------------------------------------
001700   01  WS-CHAVE-ATU                PIC 9(08) VALUE ZERO.
001710   01  WS-CHAVE-ANT                PIC 9(08) VALUE ZERO.
001720   01  WS-CHAVE-FIM                PIC 9(08) VALUE 99999999.

001740*  -----------------------------------------------------------
001750*  TOTAIS DAS FOTOS E DA COMPARACAO
001760*  -----------------------------------------------------------
001770   77  WS-QTD-REG-ATU              PIC 9(07) COMP VALUE ZERO.
001780   77  WS-QTD-REG-ANT              PIC 9(07) COMP VALUE ZERO.
001790   77  WS-QTD-ATV-ATU              PIC 9(07) COMP VALUE ZERO.
001800   77  WS-QTD-ATV-ANT              PIC 9(07) COMP VALUE ZERO.
001810   77  WS-SOMA-ATV-ATU             PIC 9(10) COMP VALUE ZERO.
001820   77  WS-SOMA-ATV-ANT             PIC 9(10) COMP VALUE ZERO.
001830   77  WS-SOMA-CTL-ATU             PIC 9(10) COMP VALUE ZERO.
001840   77  WS-SOMA-CTL-ANT             PIC 9(10) COMP VALUE ZERO.
001850   77  WS-QTD-LINHAS-INVALIDAS     PIC 9(07) COMP VALUE ZERO.
001860   77  WS-QTD-INCLUIDOS            PIC 9(07) COMP VALUE ZERO.
001870   77  WS-QTD-EXCLUIDOS            PIC 9(07) COMP VALUE ZERO.
001880   77  WS-QTD-INATIVADOS           PIC 9(07) COMP VALUE ZERO.
001890   77  WS-QTD-REATIVADOS           PIC 9(07) COMP VALUE ZERO.
001900   77  WS-QTD-VALOR-ALTERADO       PIC 9(07) COMP VALUE ZERO.
001910   77  WS-QTD-TROCAS-CATEGORIA     PIC 9(07) COMP VALUE ZERO.
001920   77  WS-QTD-DIFERENCAS           PIC 9(07) COMP VALUE ZERO.
001930   77  WS-QTD-RASTREADAS           PIC 9(07) COMP VALUE ZERO.
001940   77  WS-QTD-NAO-RASTREADAS       PIC 9(07) COMP VALUE ZERO.
001950   77  WS-QTD-LINHAS-PERIODO       PIC 9(07) COMP VALUE ZERO.
001960   77  WS-QTD-SEM-EFEITO           PIC 9(07) COMP VALUE ZERO.
001970   77  WS-QTD-DANIFICADAS          PIC 9(07) COMP VALUE ZERO.
001980   77  WS-QTD-CONFERENCIA          PIC S9(08) COMP VALUE ZERO.

002000*  -----------------------------------------------------------
002010*  GRUPO CORRENTE DA IMPRESSAO (UMA CHAVE DO MESTRE): A
002020*  DIFERENCA ENTRE AS FOTOS, A PRIMEIRA SITUACAO ANTES E A
002030*  ULTIMA SITUACAO DEPOIS DAS LINHAS DO MANTLOG DA CHAVE
002040*  -----------------------------------------------------------
002050   01  WS-NUM-REG-GRUPO            PIC 9(07) VALUE ZERO.
002060   77  WS-QTD-LINHAS-GRUPO         PIC 9(05) COMP VALUE ZERO.
002070   01  WS-GRP-DIFERENCA.
002080       05  WS-GRP-OCORRENCIA       PIC X(10).
002090       05  WS-GRP-VALOR-ANT        PIC X(05).
002100       05  WS-GRP-TEXTO-ANT        PIC X(10).
002110       05  WS-GRP-STATUS-ANT       PIC X(01).
002120       05  WS-GRP-VALOR-ATU        PIC X(05).
002130       05  WS-GRP-TEXTO-ATU        PIC X(10).
002140       05  WS-GRP-STATUS-ATU       PIC X(01).
002150   01  WS-GRP-PRIMEIRA-ANTES.
002160       05  WS-GRP-PRI-VALOR        PIC X(05).
002170       05  WS-GRP-PRI-TEXTO        PIC X(10).
002180   01  WS-GRP-ULTIMA-DEPOIS.
002190       05  WS-GRP-ULT-VALOR        PIC X(05).
002200       05  WS-GRP-ULT-TEXTO        PIC X(10).
002210       05  WS-GRP-ULT-STATUS       PIC X(01).

002230*  -----------------------------------------------------------
002240*  POSICAO POR CATEGORIA NAS DUAS FOTOS, MANTIDA EM ORDEM DE
002250*  CATEGORIA. ATE 99 CATEGORIAS DISTINTAS; A CENTESIMA POSICAO
002260*  DA TABELA E RESERVADA A ENTRADA DE ESTOURO '*DEMAIS*', COMO
002270*  NO RESUMO POR CATEGORIA DO EXEMPLO. SOMA E MEDIA SAO DOS
002280*  REGISTROS ATIVOS (OS INATIVOS NAO SAO EXTRAIDOS PARA O
002290*  BATCH).
002300*  -----------------------------------------------------------
002310   77  WS-MAX-CATEGORIAS           PIC 9(03) COMP VALUE 100.
002320   77  WS-QTD-CATEGORIAS           PIC 9(03) COMP VALUE ZERO.
002330   77  WS-IND-CAT                  PIC 9(03) COMP VALUE ZERO.
002340   77  WS-IND-CAT-ATUAL            PIC 9(03) COMP VALUE ZERO.
002350   01  WS-CATEGORIA-BUSCA          PIC X(10) VALUE SPACES.
002360   01  WS-TAB-CATEGORIAS.
002370       05  WS-CAT-ENTRADA          OCCURS 100 TIMES.
002380           10  WS-CAT-TEXTO        PIC X(10).
002390           10  WS-CAT-REG-ANT      PIC 9(07) COMP.
002400           10  WS-CAT-REG-ATU      PIC 9(07) COMP.
002410           10  WS-CAT-ATV-ANT      PIC 9(07) COMP.
002420           10  WS-CAT-ATV-ATU      PIC 9(07) COMP.
002430           10  WS-CAT-SOMA-ANT     PIC 9(10) COMP.
002440           10  WS-CAT-SOMA-ATU     PIC 9(10) COMP.
002450           10  WS-CAT-ENTRADAS     PIC 9(07) COMP.
002460           10  WS-CAT-SAIDAS       PIC 9(07) COMP.

002480*  -----------------------------------------------------------
002490*  LINHA DE CATEGORIA EM CALCULO (DA TABELA OU DO TOTAL GERAL)
002500*  -----------------------------------------------------------
002510   01  WS-CALC-CATEGORIA.
002520       05  WS-CC-TEXTO             PIC X(10).
002530       05  WS-CC-REG-ANT           PIC 9(07) COMP.
002540       05  WS-CC-REG-ATU           PIC 9(07) COMP.
002550       05  WS-CC-ATV-ANT           PIC 9(07) COMP.
002560       05  WS-CC-ATV-ATU           PIC 9(07) COMP.
002570       05  WS-CC-SOMA-ANT          PIC 9(10) COMP.
002580       05  WS-CC-SOMA-ATU          PIC 9(10) COMP.
002590       05  WS-CC-ENTRADAS          PIC 9(07) COMP.
002600       05  WS-CC-SAIDAS            PIC 9(07) COMP.
002610   01  WS-DIF-QTD                  PIC S9(07) COMP.
002620   01  WS-DIF-SOMA                 PIC S9(11) COMP.
002630   01  WS-MEDIA                    PIC 9(07) COMP.

002650*  -----------------------------------------------------------
002660*  CONVERSAO DA DATA DD/MM/AAAA DO MANTLOG PARA AAAAMMDD E
002670*  EDICAO DAS DATAS DAS FOTOS PARA O CABECALHO
002680*  -----------------------------------------------------------
002690   01  WS-DATA-BARRAS.
002700       05  WS-DB-DD                PIC X(02).
002710       05  FILLER                  PIC X(01).
002720       05  WS-DB-MM                PIC X(02).
002730       05  FILLER                  PIC X(01).
002740       05  WS-DB-AAAA              PIC X(04).
002750   01  WS-DATA-JORNAL.
002760       05  WS-DJ-AAAA              PIC 9(04).
002770       05  WS-DJ-MM                PIC 9(02).
002780       05  WS-DJ-DD                PIC 9(02).
002790   01  WS-DATA-QUEBRA.
002800       05  WS-DQ-AAAA              PIC 9(04).
002810       05  WS-DQ-MM                PIC 9(02).
002820       05  WS-DQ-DD                PIC 9(02).
002830   01  WS-DATA-EDITADA             PIC X(10).
002840   01  WS-MES-QUEBRA.
002850       05  WS-MQ-AAAA              PIC 9(04).
002860       05  WS-MQ-MM                PIC 9(02).
002870   01  WS-MES-EDITADO              PIC X(07).

002890*  -----------------------------------------------------------
002900*  LINHAS DO RELATORIO (RELCOMP)
002910*  -----------------------------------------------------------
002920   01  WS-LIN-TITULO.
002930       05  FILLER                  PIC X(46) VALUE
002940           'COMPARACAO MENSAL DA CARTEIRA DO MESTRE - MES '.
002950       05  WS-LT-MES-ATU           PIC X(07).
002960       05  FILLER                  PIC X(14) VALUE
002970           ' CONTRA O MES '.
002980       05  WS-LT-MES-ANT           PIC X(07).
002990       05  FILLER                  PIC X(58) VALUE SPACES.

003010   01  WS-LIN-FOTOS.
003020       05  FILLER                  PIC X(14) VALUE
003030           'FOTO ATUAL EM '.
003040       05  WS-LF-DATA-ATU          PIC X(10).
003050       05  FILLER                  PIC X(01) VALUE SPACE.
003060       05  WS-LF-HORA-ATU          PIC X(08).
003070       05  FILLER                  PIC X(20) VALUE
003080           ' - FOTO ANTERIOR EM '.
003090       05  WS-LF-DATA-ANT          PIC X(10).
003100       05  FILLER                  PIC X(01) VALUE SPACE.
003110       05  WS-LF-HORA-ANT          PIC X(08).
003120       05  FILLER                  PIC X(60) VALUE
003130           ' - MANTLOG RASTREADO ENTRE AS DUAS'.

003150   01  WS-LIN-TRACOS               PIC X(132) VALUE ALL '-'.
003160   01  WS-LIN-AVISO                PIC X(132) VALUE SPACES.

003180   01  WS-CAB-DIFERENCAS.
003190       05  FILLER                  PIC X(09) VALUE 'REGISTRO'.
003200       05  FILLER                  PIC X(12) VALUE 'OCORRENCIA'.
003210       05  FILLER                  PIC X(26) VALUE
003220           'ANTERIOR (VALOR/CATEG/S)'.
003230       05  FILLER                  PIC X(26) VALUE
003240           'ATUAL (VALOR/CATEG/S)'.
003250       05  FILLER                  PIC X(59) VALUE 'MUDANCAS'.

003270   01  WS-LIN-DIFERENCA.
003280       05  WS-LD-NUM-REGISTRO      PIC 9(07).
003290       05  FILLER                  PIC X(02) VALUE SPACES.
003300       05  WS-LD-OCORRENCIA        PIC X(10).
003310       05  FILLER                  PIC X(02) VALUE SPACES.
003320       05  WS-LD-ANTERIOR.
003330           10  WS-LD-VALOR-ANT     PIC X(05).
003340           10  WS-LD-BARRA-1       PIC X(01).
003350           10  WS-LD-TEXTO-ANT     PIC X(10).
003360           10  WS-LD-BARRA-2       PIC X(01).
003370           10  WS-LD-STATUS-ANT    PIC X(01).
003380       05  FILLER                  PIC X(08) VALUE SPACES.
003390       05  WS-LD-ATUAL.
003400           10  WS-LD-VALOR-ATU     PIC X(05).
003410           10  WS-LD-BARRA-3       PIC X(01).
003420           10  WS-LD-TEXTO-ATU     PIC X(10).
003430           10  WS-LD-BARRA-4       PIC X(01).
003440           10  WS-LD-STATUS-ATU    PIC X(01).
003450       05  FILLER                  PIC X(08) VALUE SPACES.
003460       05  WS-LD-MUDA-VALOR        PIC X(06).
003470       05  WS-LD-MUDA-CATEGORIA    PIC X(10).
003480       05  FILLER                  PIC X(43) VALUE SPACES.

003500   01  WS-LIN-MANTLOG.
003510       05  FILLER                  PIC X(11) VALUE SPACES.
003520       05  FILLER                  PIC X(08) VALUE 'MANTLOG '.
003530       05  WS-LM-DATA              PIC X(10).
003540       05  FILLER                  PIC X(01) VALUE SPACE.
003550       05  WS-LM-HORA              PIC X(08).
003560       05  FILLER                  PIC X(05) VALUE ' TRM '.
003570       05  WS-LM-TERMINAL          PIC X(04).
003580       05  FILLER                  PIC X(05) VALUE ' OPR '.
003590       05  WS-LM-OPERADOR          PIC X(03).
003600       05  FILLER                  PIC X(05) VALUE ' APR '.
003610       05  WS-LM-APROVADOR         PIC X(03).
003620       05  FILLER                  PIC X(04) VALUE ' DE '.
003630       05  WS-LM-VALOR-ANTES       PIC X(05).
003640       05  FILLER                  PIC X(01) VALUE '/'.
003650       05  WS-LM-TEXTO-ANTES       PIC X(10).
003660       05  FILLER                  PIC X(01) VALUE '/'.
003670       05  WS-LM-STATUS-ANTES      PIC X(01).
003680       05  FILLER                  PIC X(06) VALUE ' PARA '.
003690       05  WS-LM-VALOR-DEPOIS      PIC X(05).
003700       05  FILLER                  PIC X(01) VALUE '/'.
003710       05  WS-LM-TEXTO-DEPOIS      PIC X(10).
003720       05  FILLER                  PIC X(01) VALUE '/'.
003730       05  WS-LM-STATUS-DEPOIS     PIC X(01).
003740       05  FILLER                  PIC X(23) VALUE SPACES.

003760   01  WS-LIN-RASTREIO.
003770       05  FILLER                  PIC X(11) VALUE SPACES.
003780       05  FILLER                  PIC X(10) VALUE 'RASTREIO: '.
003790       05  WS-LR-RESULTADO         PIC X(40).
003800       05  FILLER                  PIC X(71) VALUE SPACES.

003820   01  WS-CAB-CATEGORIAS.
003830       05  FILLER                  PIC X(12) VALUE 'CATEGORIA'.
003840       05  FILLER                  PIC X(09) VALUE 'REG ANT'.
003850       05  FILLER                  PIC X(09) VALUE 'REG ATU'.
003860       05  FILLER                  PIC X(10) VALUE ' DIF REG'.
003870       05  FILLER                  PIC X(09) VALUE 'ATV ANT'.
003880       05  FILLER                  PIC X(09) VALUE 'ATV ATU'.
003890       05  FILLER                  PIC X(13) VALUE '   SOMA ANT'.
003900       05  FILLER                  PIC X(13) VALUE '   SOMA ATU'.
003910       05  FILLER                  PIC X(14) VALUE '    DIF SOMA'.
003920       05  FILLER                  PIC X(09) VALUE 'MED ANT'.
003930       05  FILLER                  PIC X(09) VALUE 'MED ATU'.
003940       05  FILLER                  PIC X(08) VALUE '  ENTR'.
003950       05  FILLER                  PIC X(08) VALUE '  SAIU'.

003970   01  WS-LIN-CATEGORIA.
003980       05  WS-LC-TEXTO             PIC X(10).
003990       05  FILLER                  PIC X(02) VALUE SPACES.
004000       05  WS-LC-REG-ANT           PIC ZZZZZZ9.
004010       05  FILLER                  PIC X(02) VALUE SPACES.
004020       05  WS-LC-REG-ATU           PIC ZZZZZZ9.
004030       05  FILLER                  PIC X(02) VALUE SPACES.
004040       05  WS-LC-DIF-REG           PIC -------9.
004050       05  FILLER                  PIC X(02) VALUE SPACES.
004060       05  WS-LC-ATV-ANT           PIC ZZZZZZ9.
004070       05  FILLER                  PIC X(02) VALUE SPACES.
004080       05  WS-LC-ATV-ATU           PIC ZZZZZZ9.
004090       05  FILLER                  PIC X(02) VALUE SPACES.
004100       05  WS-LC-SOMA-ANT          PIC ZZZZZZZZZZ9.
004110       05  FILLER                  PIC X(02) VALUE SPACES.
004120       05  WS-LC-SOMA-ATU          PIC ZZZZZZZZZZ9.
004130       05  FILLER                  PIC X(02) VALUE SPACES.
004140       05  WS-LC-DIF-SOMA          PIC -----------9.
004150       05  FILLER                  PIC X(02) VALUE SPACES.
004160       05  WS-LC-MED-ANT           PIC ZZZZZZ9.
004170       05  FILLER                  PIC X(02) VALUE SPACES.
004180       05  WS-LC-MED-ATU           PIC ZZZZZZ9.
004190       05  FILLER                  PIC X(02) VALUE SPACES.
004200       05  WS-LC-ENTRADAS          PIC ZZZZZ9.
004210       05  FILLER                  PIC X(02) VALUE SPACES.
004220       05  WS-LC-SAIDAS            PIC ZZZZZ9.
004230       05  FILLER                  PIC X(02) VALUE SPACES.

004250   01  WS-LIN-TOTAL.
004260       05  WS-TL-ROTULO            PIC X(32).
004270       05  FILLER                  PIC X(01) VALUE SPACE.
004280       05  WS-TL-VALOR             PIC ZZZZZZZZ9.
004290       05  FILLER                  PIC X(90) VALUE SPACES.

004310   PROCEDURE DIVISION.
004320*  =============================================================
004330*  INICIO - PONTO DE ENTRADA DO PROGRAMA. CONFERE AS LINHAS DE
004340*  CONTROLE DAS DUAS FOTOS, ORDENA AS DIFERENCAS ENTRE ELAS JUNTO
004350*  COM AS LINHAS DO MANTLOG DO PERIODO (POR CHAVE E DATA/HORA) E
004360*  IMPRIME AS DIFERENCAS COM O RASTREIO, A POSICAO POR CATEGORIA
004370*  E OS TOTAIS. RETURN-CODE 4 QUANDO HA DIFERENCA NAO RASTREADA
004380*  NO MANTLOG OU NAO HA FOTO ANTERIOR (PRIMEIRO FECHAMENTO), 8
004390*  QUANDO UM ARQUIVO NAO PODE SER ABERTO OU UMA FOTO NAO FECHA
004400*  COM O PROPRIO RODAPE E 12 QUANDO AS LINHAS DE CONTROLE NAO
004410*  SAO DE DOIS MESES EM ORDEM.
004420*  =============================================================
004430   Inicio.
004440       PERFORM 1010-ABRIR-FOTOS THRU 1010-EXIT.
004450       IF RETURN-CODE > ZERO
004460           STOP RUN
004470       END-IF.
004480       OPEN INPUT MANTLOG.
004490       IF WS-ST-MANTLOG NOT = '00'
004500           DISPLAY 'EXEMCOMP: ERRO NA ABERTURA DE MANTLOG - '
004510               'STATUS ' WS-ST-MANTLOG
004520           MOVE 8 TO RETURN-CODE
004530           CLOSE FOTOATU
004540           CLOSE FOTOANT
004550           STOP RUN
004560       END-IF.
004570       OPEN OUTPUT RELCOMP.
004580       IF WS-ST-RELCOMP NOT = '00'
004590           DISPLAY 'EXEMCOMP: ERRO NA ABERTURA DE RELCOMP - '
004600               'STATUS ' WS-ST-RELCOMP
004610           MOVE 8 TO RETURN-CODE
004620           CLOSE FOTOATU
004630           CLOSE FOTOANT
004640           CLOSE MANTLOG
004650           STOP RUN
004660       END-IF.
004670       PERFORM 1100-IMPRIMIR-CABECALHO THRU 1100-EXIT.
004680       SORT ARQSORT
004690           ASCENDING KEY SRT-NUM-REGISTRO
004700                         SRT-TIPO
004710                         SRT-DATA-AAAAMMDD
004720                         SRT-HORA
004730           WITH DUPLICATES IN ORDER
004740           INPUT PROCEDURE IS 2000-CARREGAR-DIFERENCAS
004750               THRU 2000-EXIT
004760           OUTPUT PROCEDURE IS 3000-IMPRIMIR-DIFERENCAS
004770               THRU 3000-EXIT.
004780       PERFORM 4000-IMPRIMIR-CATEGORIAS THRU 4000-EXIT.
004790       PERFORM 5000-IMPRIMIR-TOTAIS THRU 5000-EXIT.
004800       CLOSE FOTOATU.
004810       CLOSE FOTOANT.
004820       CLOSE MANTLOG.
004830       CLOSE RELCOMP.
004840       DISPLAY 'EXEMCOMP: MES ' WS-MES-ATU ' CONTRA ' WS-MES-ANT
004850           ' - ' WS-QTD-REG-ATU ' REGISTRO(S) NA FOTO ATUAL, '
004860           WS-QTD-REG-ANT ' NA ANTERIOR'.
004870       DISPLAY 'EXEMCOMP: ' WS-QTD-DIFERENCAS ' DIFERENCA(S), '
004880           WS-QTD-RASTREADAS ' RASTREADA(S) E '
004890           WS-QTD-NAO-RASTREADAS ' NAO RASTREADA(S) NO MANTLOG'.
004900       IF WS-FOTO-ATU-INCOMPLETA
004910               OR (WS-COM-ANTERIOR AND WS-FOTO-ANT-INCOMPLETA)
004920               OR WS-QTD-CONFERENCIA NOT = ZERO
004930           DISPLAY 'EXEMCOMP: FOTO NAO FECHA COM O RODAPE - '
004940               'COMPARACAO SEM VALOR PARA O FECHAMENTO'
004950           MOVE 8 TO RETURN-CODE
004960       ELSE
004970           IF WS-SEM-ANTERIOR OR WS-QTD-NAO-RASTREADAS > ZERO
004980               MOVE 4 TO RETURN-CODE
004990           END-IF
005000       END-IF.
005010       STOP RUN.

005030*  -------------------------------------------------------------
005040*  1010-ABRIR-FOTOS - ABRE AS DUAS FOTOS E LE A LINHA DE
005050*  CONTROLE DE CADA UMA. A FOTO ATUAL E OBRIGATORIA; A ANTERIOR
005060*  VEM VAZIA (DD DUMMY) SO NO PRIMEIRO FECHAMENTO, QUANDO SO A
005070*  POSICAO DO MES E IMPRESSA. O MES DA FOTO ANTERIOR TEM QUE
005080*  SER MENOR QUE O DA ATUAL - SENAO AS GERACOES ESTAO TROCADAS
005090*  E A COMPARACAO E RECUSADA (RC=12).
005100*  -------------------------------------------------------------
005110   1010-ABRIR-FOTOS.
005120       OPEN INPUT FOTOATU.
005130       IF WS-ST-FOTOATU NOT = '00'
005140           DISPLAY 'EXEMCOMP: ERRO NA ABERTURA DE FOTOATU - '
005150               'STATUS ' WS-ST-FOTOATU
005160           MOVE 8 TO RETURN-CODE
005170           GO TO 1010-EXIT
005180       END-IF.
005190       READ FOTOATU
005200           AT END
005210               MOVE SPACES TO FOT-REC
005220       END-READ.
005230       IF NOT FOT-CONTROLE
005240               OR FOT-MES-REFERENCIA NOT NUMERIC
005250           DISPLAY 'EXEMCOMP: FOTOATU SEM LINHA DE CONTROLE'
005260           MOVE 12 TO RETURN-CODE
005270           CLOSE FOTOATU
005280           GO TO 1010-EXIT
005290       END-IF.
005300       MOVE FOT-MES-REFERENCIA TO WS-MES-ATU.
005310       MOVE FOT-DATA-FOTO      TO WS-MA-DATA.
005320       MOVE FOT-HORA-FOTO      TO WS-MA-HORA.
005330       OPEN INPUT FOTOANT.
005340       IF WS-ST-FOTOANT NOT = '00' AND WS-ST-FOTOANT NOT = '05'
005350           DISPLAY 'EXEMCOMP: ERRO NA ABERTURA DE FOTOANT - '
005360               'STATUS ' WS-ST-FOTOANT
005370           MOVE 8 TO RETURN-CODE
005380           CLOSE FOTOATU
005390           GO TO 1010-EXIT
005400       END-IF.
005410       READ FOTOANT
005420           AT END
005430               MOVE 'S' TO WS-SW-SEM-ANTERIOR
005440               GO TO 1010-EXIT
005450       END-READ.
005460       IF NOT ANT-CONTROLE
005470               OR ANT-MES-REFERENCIA NOT NUMERIC
005480           DISPLAY 'EXEMCOMP: FOTOANT SEM LINHA DE CONTROLE'
005490           MOVE 12 TO RETURN-CODE
005500           CLOSE FOTOATU
005510           CLOSE FOTOANT
005520           GO TO 1010-EXIT
005530       END-IF.
005540       MOVE ANT-MES-REFERENCIA TO WS-MES-ANT.
005550       MOVE ANT-DATA-FOTO      TO WS-MN-DATA.
005560       MOVE ANT-HORA-FOTO      TO WS-MN-HORA.
005570       IF WS-MES-ANT NOT < WS-MES-ATU
005580               OR WS-MOMENTO-ANT NOT < WS-MOMENTO-ATU
005590           DISPLAY 'EXEMCOMP: FOTO ANTERIOR (' WS-MES-ANT
005600               ') NAO E DE MES ANTERIOR A ATUAL (' WS-MES-ATU ')'
005610           MOVE 12 TO RETURN-CODE
005620           CLOSE FOTOATU
005630           CLOSE FOTOANT
005640       END-IF.
005650   1010-EXIT.
005660       EXIT.

005680*  -------------------------------------------------------------
005690*  1100-IMPRIMIR-CABECALHO - TITULO COM OS DOIS MESES E LINHA
005700*  COM O MOMENTO DE CADA FOTO, QUE DELIMITA O PERIODO DO
005710*  MANTLOG USADO NO RASTREIO.
005720*  -------------------------------------------------------------
005730   1100-IMPRIMIR-CABECALHO.
005740       MOVE WS-MES-ATU TO WS-MES-QUEBRA.
005750       PERFORM 1210-EDITAR-MES THRU 1210-EXIT.
005760       MOVE WS-MES-EDITADO TO WS-LT-MES-ATU.
005770       MOVE WS-MA-DATA TO WS-DATA-QUEBRA.
005780       PERFORM 1200-EDITAR-DATA THRU 1200-EXIT.
005790       MOVE WS-DATA-EDITADA TO WS-LF-DATA-ATU.
005800       MOVE WS-MA-HORA TO WS-LF-HORA-ATU.
005810       IF WS-SEM-ANTERIOR
005820           MOVE '-------' TO WS-LT-MES-ANT
005830           MOVE SPACES    TO WS-LF-DATA-ANT
005840           MOVE SPACES    TO WS-LF-HORA-ANT
005850       ELSE
005860           MOVE WS-MES-ANT TO WS-MES-QUEBRA
005870           PERFORM 1210-EDITAR-MES THRU 1210-EXIT
005880           MOVE WS-MES-EDITADO TO WS-LT-MES-ANT
005890           MOVE WS-MN-DATA TO WS-DATA-QUEBRA
005900           PERFORM 1200-EDITAR-DATA THRU 1200-EXIT
005910           MOVE WS-DATA-EDITADA TO WS-LF-DATA-ANT
005920           MOVE WS-MN-HORA TO WS-LF-HORA-ANT
005930       END-IF.
005940       MOVE WS-LIN-TITULO TO REL-LINHA.
005950       WRITE REL-LINHA.
005960       MOVE WS-LIN-FOTOS TO REL-LINHA.
005970       WRITE REL-LINHA.
005980       MOVE WS-LIN-TRACOS TO REL-LINHA.
005990       WRITE REL-LINHA.
006000   1100-EXIT.
006010       EXIT.

006030*  -------------------------------------------------------------
006040*  1200-EDITAR-DATA - EDITA A DATA AAAAMMDD DE WS-DATA-QUEBRA
006050*  COMO DD/MM/AAAA EM WS-DATA-EDITADA.
006060*  -------------------------------------------------------------
006070   1200-EDITAR-DATA.
006080       MOVE SPACES TO WS-DATA-EDITADA.
006090       STRING WS-DQ-DD '/' WS-DQ-MM '/' WS-DQ-AAAA
006100           DELIMITED BY SIZE INTO WS-DATA-EDITADA.
006110   1200-EXIT.
006120       EXIT.

006140*  -------------------------------------------------------------
006150*  1210-EDITAR-MES - EDITA O MES AAAAMM DE WS-MES-QUEBRA COMO
006160*  MM/AAAA EM WS-MES-EDITADO.
006170*  -------------------------------------------------------------
006180   1210-EDITAR-MES.
006190       MOVE SPACES TO WS-MES-EDITADO.
006200       STRING WS-MQ-MM '/' WS-MQ-AAAA
006210           DELIMITED BY SIZE INTO WS-MES-EDITADO.
006220   1210-EXIT.
006230       EXIT.

006250*  -------------------------------------------------------------
006260*  2000-CARREGAR-DIFERENCAS - PROCEDIMENTO DE ENTRADA DO SORT.
006270*  BALANCEIA AS DUAS FOTOS PELA CHAVE (AMBAS NA ORDEM DO
006280*  MESTRE), ACUMULANDO A POSICAO POR CATEGORIA E LIBERANDO UMA
006290*  LINHA '1' PARA CADA CHAVE QUE MUDOU; DEPOIS LIBERA AS LINHAS
006300*  DO MANTLOG DO PERIODO ENTRE AS DUAS FOTOS. NO PRIMEIRO
006310*  FECHAMENTO SO A POSICAO DA FOTO ATUAL E ACUMULADA.
006320*  -------------------------------------------------------------
006330   2000-CARREGAR-DIFERENCAS.
006340       PERFORM 2100-LER-ATU THRU 2100-EXIT.
006350       IF WS-SEM-ANTERIOR
006360           MOVE WS-CHAVE-FIM TO WS-CHAVE-ANT
006370       ELSE
006380           PERFORM 2200-LER-ANT THRU 2200-EXIT
006390       END-IF.
006400       PERFORM 2300-COMPARAR-CHAVE THRU 2300-EXIT
006410           UNTIL WS-CHAVE-ATU = WS-CHAVE-FIM
006420               AND WS-CHAVE-ANT = WS-CHAVE-FIM.
006430       IF WS-SEM-ANTERIOR
006440           GO TO 2000-EXIT
006450       END-IF.
006460       READ MANTLOG
006470           AT END
006480               MOVE 'S' TO WS-SW-FIM-MANTLOG
006490       END-READ.
006500       PERFORM UNTIL WS-FIM-MANTLOG
006510           PERFORM 2600-LIBERAR-MANUTENCAO THRU 2600-EXIT
006520           READ MANTLOG
006530               AT END
006540                   MOVE 'S' TO WS-SW-FIM-MANTLOG
006550           END-READ
006560       END-PERFORM.
006570   2000-EXIT.
006580       EXIT.

006600*  -------------------------------------------------------------
006610*  2100-LER-ATU - LE A PROXIMA LINHA 'D' DA FOTO ATUAL. O
006620*  RODAPE 'T' ENCERRA A FOTO E E CONFERIDO CONTRA A QUANTIDADE
006630*  E A SOMA DAS LINHAS LIDAS; FIM DE ARQUIVO SEM RODAPE DEIXA A
006640*  FOTO COMO INCOMPLETA. LINHA DE OUTRO MES OU DANIFICADA E
006650*  CONTADA E PULADA, E TAMBEM INVALIDA A FOTO PELO RODAPE.
006660*  -------------------------------------------------------------
006670   2100-LER-ATU.
006680       READ FOTOATU
006690           AT END
006700               MOVE WS-CHAVE-FIM TO WS-CHAVE-ATU
006710               GO TO 2100-EXIT
006720       END-READ.
006730       IF FOT-RODAPE
006740           IF FOT-QTD-REGISTROS = WS-QTD-REG-ATU
006750                   AND FOT-SOMA-VALORES = WS-SOMA-CTL-ATU
006760               MOVE 'S' TO WS-SW-FOTO-ATU
006770           END-IF
006780           MOVE WS-CHAVE-FIM TO WS-CHAVE-ATU
006790           GO TO 2100-EXIT
006800       END-IF.
006810       IF NOT FOT-REGISTRO
006820               OR FOT-MES-REFERENCIA NOT = WS-MES-ATU
006830               OR FOT-NUM-REGISTRO NOT NUMERIC
006840               OR FOT-VALOR-NUMERICO NOT NUMERIC
006850           ADD 1 TO WS-QTD-LINHAS-INVALIDAS
006860           GO TO 2100-LER-ATU
006870       END-IF.
006880       MOVE FOT-NUM-REGISTRO TO WS-CHAVE-ATU.
006890       ADD 1 TO WS-QTD-REG-ATU.
006900       ADD FOT-VALOR-NUMERICO TO WS-SOMA-CTL-ATU.
006910   2100-EXIT.
006920       EXIT.

006940*  -------------------------------------------------------------
006950*  2200-LER-ANT - LE A PROXIMA LINHA 'D' DA FOTO ANTERIOR, COM
006960*  AS MESMAS REGRAS DE RODAPE E DE LINHA INVALIDA DA ATUAL.
006970*  -------------------------------------------------------------
006980   2200-LER-ANT.
006990       READ FOTOANT
007000           AT END
007010               MOVE WS-CHAVE-FIM TO WS-CHAVE-ANT
007020               GO TO 2200-EXIT
007030       END-READ.
007040       IF ANT-RODAPE
007050           IF ANT-QTD-REGISTROS = WS-QTD-REG-ANT
007060                   AND ANT-SOMA-VALORES = WS-SOMA-CTL-ANT
007070               MOVE 'S' TO WS-SW-FOTO-ANT
007080           END-IF
007090           MOVE WS-CHAVE-FIM TO WS-CHAVE-ANT
007100           GO TO 2200-EXIT
007110       END-IF.
007120       IF NOT ANT-REGISTRO
007130               OR ANT-MES-REFERENCIA NOT = WS-MES-ANT
007140               OR ANT-NUM-REGISTRO NOT NUMERIC
007150               OR ANT-VALOR-NUMERICO NOT NUMERIC
007160           ADD 1 TO WS-QTD-LINHAS-INVALIDAS
007170           GO TO 2200-LER-ANT
007180       END-IF.
007190       MOVE ANT-NUM-REGISTRO TO WS-CHAVE-ANT.
007200       ADD 1 TO WS-QTD-REG-ANT.
007210       ADD ANT-VALOR-NUMERICO TO WS-SOMA-CTL-ANT.
007220   2200-EXIT.
007230       EXIT.

007250*  -------------------------------------------------------------
007260*  2300-COMPARAR-CHAVE - UM PASSO DO BALANCEAMENTO: CHAVE SO NA
007270*  FOTO ATUAL E INCLUSAO, SO NA ANTERIOR E EXCLUSAO, NAS DUAS
007280*  E COMPARADA CAMPO A CAMPO. AVANCA A(S) FOTO(S) CONSUMIDA(S).
007290*  -------------------------------------------------------------
007300   2300-COMPARAR-CHAVE.
007310       IF WS-CHAVE-ATU < WS-CHAVE-ANT
007320           PERFORM 2310-TRATAR-INCLUIDO THRU 2310-EXIT
007330           PERFORM 2100-LER-ATU THRU 2100-EXIT
007340           GO TO 2300-EXIT
007350       END-IF.
007360       IF WS-CHAVE-ANT < WS-CHAVE-ATU
007370           PERFORM 2320-TRATAR-EXCLUIDO THRU 2320-EXIT
007380           PERFORM 2200-LER-ANT THRU 2200-EXIT
007390           GO TO 2300-EXIT
007400       END-IF.
007410       PERFORM 2330-COMPARAR-REGISTRO THRU 2330-EXIT.
007420       PERFORM 2100-LER-ATU THRU 2100-EXIT.
007430       PERFORM 2200-LER-ANT THRU 2200-EXIT.
007440   2300-EXIT.
007450       EXIT.

007470*  -------------------------------------------------------------
007480*  2310-TRATAR-INCLUIDO - REGISTRO QUE SO EXISTE NA FOTO ATUAL.
007490*  NO PRIMEIRO FECHAMENTO TODOS CAEM AQUI E SO ACUMULAM A
007500*  POSICAO, SEM DIFERENCA A RASTREAR.
007510*  -------------------------------------------------------------
007520   2310-TRATAR-INCLUIDO.
007530       PERFORM 2400-ACUMULAR-ATU THRU 2400-EXIT.
007540       IF WS-SEM-ANTERIOR
007550           GO TO 2310-EXIT
007560       END-IF.
007570       MOVE SPACES             TO SRT-REC.
007580       MOVE FOT-NUM-REGISTRO   TO SRT-NUM-REGISTRO.
007590       MOVE '1'                TO SRT-TIPO.
007600       MOVE ZERO               TO SRT-DATA-AAAAMMDD.
007610       MOVE 'INCLUIDO'         TO SRT-OCORRENCIA.
007620       MOVE FOT-VALOR-NUMERICO TO SRT-VALOR-ATU.
007630       MOVE FOT-VALOR-TEXTO    TO SRT-TEXTO-ATU.
007640       MOVE FOT-STATUS         TO SRT-STATUS-ATU.
007650       RELEASE SRT-REC.
007660       ADD 1 TO WS-QTD-INCLUIDOS.
007670   2310-EXIT.
007680       EXIT.

007700*  -------------------------------------------------------------
007710*  2320-TRATAR-EXCLUIDO - REGISTRO QUE SO EXISTE NA FOTO
007720*  ANTERIOR. A EXCLUSAO FISICA NAO E PERMITIDA PELO CONTROLE,
007730*  ENTAO A LINHA E SEMPRE UMA DIFERENCA A EXPLICAR.
007740*  -------------------------------------------------------------
007750   2320-TRATAR-EXCLUIDO.
007760       PERFORM 2410-ACUMULAR-ANT THRU 2410-EXIT.
007770       MOVE SPACES             TO SRT-REC.
007780       MOVE ANT-NUM-REGISTRO   TO SRT-NUM-REGISTRO.
007790       MOVE '1'                TO SRT-TIPO.
007800       MOVE ZERO               TO SRT-DATA-AAAAMMDD.
007810       MOVE 'EXCLUIDO'         TO SRT-OCORRENCIA.
007820       MOVE ANT-VALOR-NUMERICO TO SRT-VALOR-ANT.
007830       MOVE ANT-VALOR-TEXTO    TO SRT-TEXTO-ANT.
007840       MOVE ANT-STATUS         TO SRT-STATUS-ANT.
007850       RELEASE SRT-REC.
007860       ADD 1 TO WS-QTD-EXCLUIDOS.
007870   2320-EXIT.
007880       EXIT.

007900*  -------------------------------------------------------------
007910*  2330-COMPARAR-REGISTRO - A CHAVE ESTA NAS DUAS FOTOS. A
007920*  OCORRENCIA E A MUDANCA DE SITUACAO (INATIVADO/REATIVADO) OU,
007930*  SEM ELA, ALTERADO QUANDO MUDOU O VALOR OU A CATEGORIA; A
007940*  TROCA DE CATEGORIA CONTA COMO SAIDA DA CATEGORIA ANTERIOR E
007950*  ENTRADA NA NOVA. CHAVE SEM MUDANCA NAO GERA LINHA.
007960*  -------------------------------------------------------------
007970   2330-COMPARAR-REGISTRO.
007980       PERFORM 2400-ACUMULAR-ATU THRU 2400-EXIT.
007990       PERFORM 2410-ACUMULAR-ANT THRU 2410-EXIT.
008000       MOVE SPACES             TO SRT-REC.
008010       MOVE FOT-NUM-REGISTRO   TO SRT-NUM-REGISTRO.
008020       MOVE '1'                TO SRT-TIPO.
008030       MOVE ZERO               TO SRT-DATA-AAAAMMDD.
008040       IF ANT-ATIVO AND FOT-INATIVO
008050           MOVE 'INATIVADO' TO SRT-OCORRENCIA
008060           ADD 1 TO WS-QTD-INATIVADOS
008070       END-IF.
008080       IF ANT-INATIVO AND FOT-ATIVO
008090           MOVE 'REATIVADO' TO SRT-OCORRENCIA
008100           ADD 1 TO WS-QTD-REATIVADOS
008110       END-IF.
008120       IF FOT-VALOR-NUMERICO NOT = ANT-VALOR-NUMERICO
008130           MOVE 'S' TO SRT-MUDOU-VALOR
008140           ADD 1 TO WS-QTD-VALOR-ALTERADO
008150       END-IF.
008160       IF FOT-VALOR-TEXTO NOT = ANT-VALOR-TEXTO
008170           MOVE 'S' TO SRT-MUDOU-CATEGORIA
008180           ADD 1 TO WS-QTD-TROCAS-CATEGORIA
008190           MOVE ANT-VALOR-TEXTO TO WS-CATEGORIA-BUSCA
008200           PERFORM 2500-LOCALIZAR-CATEGORIA THRU 2500-EXIT
008210           ADD 1 TO WS-CAT-SAIDAS (WS-IND-CAT-ATUAL)
008220           MOVE FOT-VALOR-TEXTO TO WS-CATEGORIA-BUSCA
008230           PERFORM 2500-LOCALIZAR-CATEGORIA THRU 2500-EXIT
008240           ADD 1 TO WS-CAT-ENTRADAS (WS-IND-CAT-ATUAL)
008250       END-IF.
008260       IF SRT-OCORRENCIA = SPACES
008270           IF SRT-MUDOU-VALOR = 'S' OR SRT-MUDOU-CATEGORIA = 'S'
008280               MOVE 'ALTERADO' TO SRT-OCORRENCIA
008290           ELSE
008300               GO TO 2330-EXIT
008310           END-IF
008320       END-IF.
008330       MOVE ANT-VALOR-NUMERICO TO SRT-VALOR-ANT.
008340       MOVE ANT-VALOR-TEXTO    TO SRT-TEXTO-ANT.
008350       MOVE ANT-STATUS         TO SRT-STATUS-ANT.
008360       MOVE FOT-VALOR-NUMERICO TO SRT-VALOR-ATU.
008370       MOVE FOT-VALOR-TEXTO    TO SRT-TEXTO-ATU.
008380       MOVE FOT-STATUS         TO SRT-STATUS-ATU.
008390       RELEASE SRT-REC.
008400   2330-EXIT.
008410       EXIT.

008430*  -------------------------------------------------------------
008440*  2400-ACUMULAR-ATU - ACUMULA O REGISTRO DA FOTO ATUAL NA
008450*  POSICAO DA SUA CATEGORIA (E NO TOTAL DE ATIVOS).
008460*  -------------------------------------------------------------
008470   2400-ACUMULAR-ATU.
008480       MOVE FOT-VALOR-TEXTO TO WS-CATEGORIA-BUSCA.
008490       PERFORM 2500-LOCALIZAR-CATEGORIA THRU 2500-EXIT.
008500       ADD 1 TO WS-CAT-REG-ATU (WS-IND-CAT-ATUAL).
008510       IF FOT-ATIVO
008520           ADD 1 TO WS-CAT-ATV-ATU (WS-IND-CAT-ATUAL)
008530           ADD FOT-VALOR-NUMERICO
008540               TO WS-CAT-SOMA-ATU (WS-IND-CAT-ATUAL)
008550           ADD 1 TO WS-QTD-ATV-ATU
008560           ADD FOT-VALOR-NUMERICO TO WS-SOMA-ATV-ATU
008570       END-IF.
008580   2400-EXIT.
008590       EXIT.

008610*  -------------------------------------------------------------
008620*  2410-ACUMULAR-ANT - ACUMULA O REGISTRO DA FOTO ANTERIOR NA
008630*  POSICAO DA SUA CATEGORIA (E NO TOTAL DE ATIVOS).
008640*  -------------------------------------------------------------
008650   2410-ACUMULAR-ANT.
008660       MOVE ANT-VALOR-TEXTO TO WS-CATEGORIA-BUSCA.
008670       PERFORM 2500-LOCALIZAR-CATEGORIA THRU 2500-EXIT.
008680       ADD 1 TO WS-CAT-REG-ANT (WS-IND-CAT-ATUAL).
008690       IF ANT-ATIVO
008700           ADD 1 TO WS-CAT-ATV-ANT (WS-IND-CAT-ATUAL)
008710           ADD ANT-VALOR-NUMERICO
008720               TO WS-CAT-SOMA-ANT (WS-IND-CAT-ATUAL)
008730           ADD 1 TO WS-QTD-ATV-ANT
008740           ADD ANT-VALOR-NUMERICO TO WS-SOMA-ATV-ANT
008750       END-IF.
008760   2410-EXIT.
008770       EXIT.

008790*  -------------------------------------------------------------
008800*  2500-LOCALIZAR-CATEGORIA - DEVOLVE EM WS-IND-CAT-ATUAL A
008810*  ENTRADA DA CATEGORIA WS-CATEGORIA-BUSCA, CRIANDO-A NA SUA
008820*  POSICAO EM ORDEM (AS MAIORES DESCEM UMA POSICAO) NA PRIMEIRA
008830*  OCORRENCIA. COM 99 CATEGORIAS JA CRIADAS, AS EXCEDENTES
008840*  ACUMULAM NA CENTESIMA, '*DEMAIS*'.
008850*  -------------------------------------------------------------
008860   2500-LOCALIZAR-CATEGORIA.
008870       MOVE 1 TO WS-IND-CAT-ATUAL.
008880       PERFORM UNTIL WS-IND-CAT-ATUAL > WS-QTD-CATEGORIAS
008890               OR WS-CAT-TEXTO (WS-IND-CAT-ATUAL)
008900                   NOT < WS-CATEGORIA-BUSCA
008910           ADD 1 TO WS-IND-CAT-ATUAL
008920       END-PERFORM.
008930       IF WS-IND-CAT-ATUAL NOT > WS-QTD-CATEGORIAS
008940           IF WS-CAT-TEXTO (WS-IND-CAT-ATUAL) = WS-CATEGORIA-BUSCA
008950               GO TO 2500-EXIT
008960           END-IF
008970       END-IF.
008980       IF WS-QTD-CATEGORIAS NOT < WS-MAX-CATEGORIAS - 1
008990           MOVE WS-MAX-CATEGORIAS TO WS-IND-CAT-ATUAL
009000           IF NOT WS-HA-DEMAIS
009010               MOVE 'S' TO WS-SW-DEMAIS
009020               MOVE '*DEMAIS*' TO WS-CAT-TEXTO (WS-IND-CAT-ATUAL)
009030               PERFORM 2510-ZERAR-CATEGORIA THRU 2510-EXIT
009040           END-IF
009050           GO TO 2500-EXIT
009060       END-IF.
009070       PERFORM VARYING WS-IND-CAT FROM WS-QTD-CATEGORIAS BY -1
009080               UNTIL WS-IND-CAT < WS-IND-CAT-ATUAL
009090           MOVE WS-CAT-ENTRADA (WS-IND-CAT)
009100               TO WS-CAT-ENTRADA (WS-IND-CAT + 1)
009110       END-PERFORM.
009120       ADD 1 TO WS-QTD-CATEGORIAS.
009130       MOVE WS-CATEGORIA-BUSCA TO WS-CAT-TEXTO (WS-IND-CAT-ATUAL).
009140       PERFORM 2510-ZERAR-CATEGORIA THRU 2510-EXIT.
009150   2500-EXIT.
009160       EXIT.

009180*  -------------------------------------------------------------
009190*  2510-ZERAR-CATEGORIA - ZERA OS ACUMULADORES DA ENTRADA
009200*  WS-IND-CAT-ATUAL, RECEM-CRIADA.
009210*  -------------------------------------------------------------
009220   2510-ZERAR-CATEGORIA.
009230       MOVE ZERO TO WS-CAT-REG-ANT (WS-IND-CAT-ATUAL).
009240       MOVE ZERO TO WS-CAT-REG-ATU (WS-IND-CAT-ATUAL).
009250       MOVE ZERO TO WS-CAT-ATV-ANT (WS-IND-CAT-ATUAL).
009260       MOVE ZERO TO WS-CAT-ATV-ATU (WS-IND-CAT-ATUAL).
009270       MOVE ZERO TO WS-CAT-SOMA-ANT (WS-IND-CAT-ATUAL).
009280       MOVE ZERO TO WS-CAT-SOMA-ATU (WS-IND-CAT-ATUAL).
009290       MOVE ZERO TO WS-CAT-ENTRADAS (WS-IND-CAT-ATUAL).
009300       MOVE ZERO TO WS-CAT-SAIDAS (WS-IND-CAT-ATUAL).
009310   2510-EXIT.
009320       EXIT.

009340*  -------------------------------------------------------------
009350*  2600-LIBERAR-MANUTENCAO - LIBERA PARA A ORDENACAO A LINHA DO
009360*  MANTLOG QUE ACABOU DE SER LIDA, SE ELA CAIR NO PERIODO ENTRE
009370*  AS DUAS FOTOS. LINHA COM DATA OU CHAVE DANIFICADA E CONTADA
009380*  E FICA FORA DO RASTREIO.
009390*  -------------------------------------------------------------
009400   2600-LIBERAR-MANUTENCAO.
009410       MOVE MNT-DATA-ALTERACAO TO WS-DATA-BARRAS.
009420       IF WS-DB-AAAA NOT NUMERIC
009430               OR WS-DB-MM NOT NUMERIC
009440               OR WS-DB-DD NOT NUMERIC
009450               OR MNT-NUM-REGISTRO NOT NUMERIC
009460           ADD 1 TO WS-QTD-DANIFICADAS
009470           GO TO 2600-EXIT
009480       END-IF.
009490       MOVE WS-DB-AAAA TO WS-DJ-AAAA.
009500       MOVE WS-DB-MM   TO WS-DJ-MM.
009510       MOVE WS-DB-DD   TO WS-DJ-DD.
009520       MOVE WS-DATA-JORNAL     TO WS-ML-DATA.
009530       MOVE MNT-HORA-ALTERACAO TO WS-ML-HORA.
009540       IF WS-MOMENTO-LINHA NOT > WS-MOMENTO-ANT
009550               OR WS-MOMENTO-LINHA > WS-MOMENTO-ATU
009560           GO TO 2600-EXIT
009570       END-IF.
009580       MOVE SPACES                    TO SRT-REC.
009590       MOVE MNT-NUM-REGISTRO          TO SRT-NUM-REGISTRO.
009600       MOVE '2'                       TO SRT-TIPO.
009610       MOVE WS-DATA-JORNAL            TO SRT-DATA-AAAAMMDD.
009620       MOVE MNT-HORA-ALTERACAO        TO SRT-HORA.
009630       MOVE MNT-DATA-ALTERACAO        TO SRT-DATA-BARRAS.
009640       MOVE MNT-TERMINAL              TO SRT-TERMINAL.
009650       MOVE MNT-OPERADOR              TO SRT-OPERADOR.
009660       MOVE MNT-OPERADOR-APROVADOR    TO SRT-APROVADOR.
009670       MOVE MNT-VALOR-NUMERICO-ANTES  TO SRT-VALOR-ANTES.
009680       MOVE MNT-VALOR-TEXTO-ANTES     TO SRT-TEXTO-ANTES.
009690       MOVE MNT-STATUS-ANTES          TO SRT-STATUS-ANTES.
009700       MOVE MNT-VALOR-NUMERICO-DEPOIS TO SRT-VALOR-DEPOIS.
009710       MOVE MNT-VALOR-TEXTO-DEPOIS    TO SRT-TEXTO-DEPOIS.
009720       MOVE MNT-STATUS-DEPOIS         TO SRT-STATUS-DEPOIS.
009730       RELEASE SRT-REC.
009740       ADD 1 TO WS-QTD-LINHAS-PERIODO.
009750   2600-EXIT.
009760       EXIT.

009780*  -------------------------------------------------------------
009790*  3000-IMPRIMIR-DIFERENCAS - PROCEDIMENTO DE SAIDA DO SORT.
009800*  RECEBE AS LINHAS ORDENADAS POR CHAVE E IMPRIME CADA
009810*  DIFERENCA SEGUIDA DAS LINHAS DO MANTLOG DA MESMA CHAVE E DO
009820*  RESULTADO DO RASTREIO.
009830*  -------------------------------------------------------------
009840   3000-IMPRIMIR-DIFERENCAS.
009850       MOVE SPACES TO REL-LINHA.
009860       WRITE REL-LINHA.
009870       IF WS-SEM-ANTERIOR
009880           MOVE 'PRIMEIRA FOTO DO MESTRE - SEM FOTO ANTERIOR '
009890               TO WS-LIN-AVISO
009900           MOVE 'PARA COMPARAR; SO A POSICAO DO MES E IMPRESSA'
009910               TO WS-LIN-AVISO (45:)
009920           MOVE WS-LIN-AVISO TO REL-LINHA
009930           WRITE REL-LINHA
009940           GO TO 3000-EXIT
009950       END-IF.
009960       MOVE 'DIFERENCAS POR REGISTRO E LINHAS DO MANTLOG QUE AS '
009970           TO WS-LIN-AVISO.
009980       MOVE 'EXPLICAM' TO WS-LIN-AVISO (52:).
009990       MOVE WS-LIN-AVISO TO REL-LINHA.
010000       WRITE REL-LINHA.
010010       MOVE WS-CAB-DIFERENCAS TO REL-LINHA.
010020       WRITE REL-LINHA.
010030       MOVE WS-LIN-TRACOS TO REL-LINHA.
010040       WRITE REL-LINHA.
010050       RETURN ARQSORT
010060           AT END
010070               MOVE 'S' TO WS-SW-FIM-ORDENADO
010080           NOT AT END
010090               PERFORM 3100-TRATAR-LINHA THRU 3100-EXIT
010100       END-RETURN.
010110       PERFORM UNTIL WS-FIM-ORDENADO
010120           RETURN ARQSORT
010130               AT END
010140                   MOVE 'S' TO WS-SW-FIM-ORDENADO
010150               NOT AT END
010160                   PERFORM 3100-TRATAR-LINHA THRU 3100-EXIT
010170           END-RETURN
010180       END-PERFORM.
010190       IF WS-NAO-PRIMEIRO-GRUPO
010200           PERFORM 3300-FECHAR-GRUPO THRU 3300-EXIT
010210       END-IF.
010220       IF WS-QTD-DIFERENCAS = ZERO
010230           MOVE 'NENHUMA DIFERENCA ENTRE AS DUAS FOTOS'
010240               TO REL-LINHA
010250           WRITE REL-LINHA
010260       END-IF.
010270   3000-EXIT.
010280       EXIT.

010300*  -------------------------------------------------------------
010310*  3100-TRATAR-LINHA - TRATA UMA LINHA ORDENADA, FECHANDO O
010320*  GRUPO DA CHAVE ANTERIOR QUANDO A CHAVE MUDA.
010330*  -------------------------------------------------------------
010340   3100-TRATAR-LINHA.
010350       IF WS-PRIMEIRO-GRUPO
010360               OR SRT-NUM-REGISTRO NOT = WS-NUM-REG-GRUPO
010370           IF WS-NAO-PRIMEIRO-GRUPO
010380               PERFORM 3300-FECHAR-GRUPO THRU 3300-EXIT
010390           END-IF
010400           MOVE 'N' TO WS-SW-PRIMEIRO-GRUPO
010410           MOVE 'N' TO WS-SW-GRUPO-DIFERENCA
010420           MOVE SRT-NUM-REGISTRO TO WS-NUM-REG-GRUPO
010430           MOVE ZERO TO WS-QTD-LINHAS-GRUPO
010440           MOVE SPACES TO WS-GRP-DIFERENCA
010450           MOVE SPACES TO WS-GRP-PRIMEIRA-ANTES
010460           MOVE SPACES TO WS-GRP-ULTIMA-DEPOIS
010470       END-IF.
010480       IF SRT-TIPO = '1'
010490           PERFORM 3110-IMPRIMIR-DIFERENCA THRU 3110-EXIT
010500       ELSE
010510           PERFORM 3120-TRATAR-MANUTENCAO THRU 3120-EXIT
010520       END-IF.
010530   3100-EXIT.
010540       EXIT.

010560*  -------------------------------------------------------------
010570*  3110-IMPRIMIR-DIFERENCA - GUARDA A DIFERENCA DA CHAVE PARA O
010580*  RASTREIO E IMPRIME A LINHA COM A SITUACAO NAS DUAS FOTOS.
010590*  -------------------------------------------------------------
010600   3110-IMPRIMIR-DIFERENCA.
010610       MOVE 'S' TO WS-SW-GRUPO-DIFERENCA.
010620       ADD 1 TO WS-QTD-DIFERENCAS.
010630       MOVE SRT-OCORRENCIA TO WS-GRP-OCORRENCIA.
010640       MOVE SRT-VALOR-ANT  TO WS-GRP-VALOR-ANT.
010650       MOVE SRT-TEXTO-ANT  TO WS-GRP-TEXTO-ANT.
010660       MOVE SRT-STATUS-ANT TO WS-GRP-STATUS-ANT.
010670       MOVE SRT-VALOR-ATU  TO WS-GRP-VALOR-ATU.
010680       MOVE SRT-TEXTO-ATU  TO WS-GRP-TEXTO-ATU.
010690       MOVE SRT-STATUS-ATU TO WS-GRP-STATUS-ATU.
010700       MOVE SRT-NUM-REGISTRO TO WS-LD-NUM-REGISTRO.
010710       MOVE SRT-OCORRENCIA   TO WS-LD-OCORRENCIA.
010720       MOVE SPACES TO WS-LD-ANTERIOR.
010730       MOVE SPACES TO WS-LD-ATUAL.
010740       IF SRT-OCORRENCIA NOT = 'INCLUIDO'
010750           MOVE SRT-VALOR-ANT  TO WS-LD-VALOR-ANT
010760           MOVE '/'            TO WS-LD-BARRA-1
010770           MOVE SRT-TEXTO-ANT  TO WS-LD-TEXTO-ANT
010780           MOVE '/'            TO WS-LD-BARRA-2
010790           MOVE SRT-STATUS-ANT TO WS-LD-STATUS-ANT
010800       END-IF.
010810       IF SRT-OCORRENCIA NOT = 'EXCLUIDO'
010820           MOVE SRT-VALOR-ATU  TO WS-LD-VALOR-ATU
010830           MOVE '/'            TO WS-LD-BARRA-3
010840           MOVE SRT-TEXTO-ATU  TO WS-LD-TEXTO-ATU
010850           MOVE '/'            TO WS-LD-BARRA-4
010860           MOVE SRT-STATUS-ATU TO WS-LD-STATUS-ATU
010870       END-IF.
010880       MOVE SPACES TO WS-LD-MUDA-VALOR.
010890       MOVE SPACES TO WS-LD-MUDA-CATEGORIA.
010900       IF SRT-MUDOU-VALOR = 'S'
010910           MOVE 'VALOR' TO WS-LD-MUDA-VALOR
010920       END-IF.
010930       IF SRT-MUDOU-CATEGORIA = 'S'
010940           MOVE 'CATEGORIA' TO WS-LD-MUDA-CATEGORIA
010950       END-IF.
010960       MOVE SPACES TO REL-LINHA.
010970       WRITE REL-LINHA.
010980       MOVE WS-LIN-DIFERENCA TO REL-LINHA.
010990       WRITE REL-LINHA.
011000   3110-EXIT.
011010       EXIT.

011030*  -------------------------------------------------------------
011040*  3120-TRATAR-MANUTENCAO - LINHA DO MANTLOG DA CHAVE DO GRUPO,
011050*  EM ORDEM DE DATA/HORA: GUARDA A SITUACAO ANTES DA PRIMEIRA E
011060*  A SITUACAO DEPOIS DA ULTIMA (O STATUS SO QUANDO A LINHA O
011070*  TRAZ) E, SE A CHAVE TEM DIFERENCA, IMPRIME A LINHA SOB ELA.
011080*  -------------------------------------------------------------
011090   3120-TRATAR-MANUTENCAO.
011100       ADD 1 TO WS-QTD-LINHAS-GRUPO.
011110       IF WS-QTD-LINHAS-GRUPO = 1
011120           MOVE SRT-VALOR-ANTES TO WS-GRP-PRI-VALOR
011130           MOVE SRT-TEXTO-ANTES TO WS-GRP-PRI-TEXTO
011140       END-IF.
011150       MOVE SRT-VALOR-DEPOIS TO WS-GRP-ULT-VALOR.
011160       MOVE SRT-TEXTO-DEPOIS TO WS-GRP-ULT-TEXTO.
011170       IF SRT-STATUS-DEPOIS NOT = SPACE
011180           MOVE SRT-STATUS-DEPOIS TO WS-GRP-ULT-STATUS
011190       END-IF.
011200       IF WS-GRUPO-SEM-DIFERENCA
011210           GO TO 3120-EXIT
011220       END-IF.
011230       MOVE SRT-DATA-BARRAS   TO WS-LM-DATA.
011240       MOVE SRT-HORA          TO WS-LM-HORA.
011250       MOVE SRT-TERMINAL      TO WS-LM-TERMINAL.
011260       MOVE SRT-OPERADOR      TO WS-LM-OPERADOR.
011270       MOVE SRT-APROVADOR     TO WS-LM-APROVADOR.
011280       MOVE SRT-VALOR-ANTES   TO WS-LM-VALOR-ANTES.
011290       MOVE SRT-TEXTO-ANTES   TO WS-LM-TEXTO-ANTES.
011300       MOVE SRT-STATUS-ANTES  TO WS-LM-STATUS-ANTES.
011310       MOVE SRT-VALOR-DEPOIS  TO WS-LM-VALOR-DEPOIS.
011320       MOVE SRT-TEXTO-DEPOIS  TO WS-LM-TEXTO-DEPOIS.
011330       MOVE SRT-STATUS-DEPOIS TO WS-LM-STATUS-DEPOIS.
011340       MOVE WS-LIN-MANTLOG TO REL-LINHA.
011350       WRITE REL-LINHA.
011360   3120-EXIT.
011370       EXIT.

011390*  -------------------------------------------------------------
011400*  3300-FECHAR-GRUPO - FECHA A CHAVE DO GRUPO. CHAVE SEM
011410*  DIFERENCA CUJAS LINHAS DO MANTLOG SE ANULARAM NO MES SO E
011420*  CONTADA. COM DIFERENCA, O RASTREIO FECHA QUANDO HA LINHA DO
011430*  MANTLOG NO PERIODO, A PRIMEIRA PARTE DO VALOR/CATEGORIA DA
011440*  FOTO ANTERIOR (EXCETO NA INCLUSAO), A ULTIMA CHEGA NO
011450*  VALOR/CATEGORIA DA FOTO ATUAL E, SE A SITUACAO MUDOU, O
011460*  ULTIMO STATUS GRAVADO E O DA FOTO ATUAL (A INCLUSAO SEM
011470*  STATUS NO MANTLOG NASCE ATIVA, COMO NA RECUPERACAO).
011480*  -------------------------------------------------------------
011490   3300-FECHAR-GRUPO.
011500       IF WS-GRUPO-SEM-DIFERENCA
011510           IF WS-QTD-LINHAS-GRUPO > ZERO
011520               ADD 1 TO WS-QTD-SEM-EFEITO
011530           END-IF
011540           GO TO 3300-EXIT
011550       END-IF.
011560       MOVE 'S' TO WS-SW-RASTREIO.
011570       EVALUATE TRUE
011580           WHEN WS-QTD-LINHAS-GRUPO = ZERO
011590               MOVE 'N' TO WS-SW-RASTREIO
011600               MOVE 'SEM LINHA NO MANTLOG NO PERIODO'
011610                   TO WS-LR-RESULTADO
011620           WHEN WS-GRP-OCORRENCIA = 'EXCLUIDO'
011630               MOVE 'N' TO WS-SW-RASTREIO
011640               MOVE 'EXCLUSAO FISICA NAO REGISTRADA NO MANTLOG'
011650                   TO WS-LR-RESULTADO
011660           WHEN OTHER
011670               IF WS-GRP-OCORRENCIA = 'INCLUIDO'
011680                       AND WS-GRP-ULT-STATUS = SPACE
011690                   MOVE 'A' TO WS-GRP-ULT-STATUS
011700               END-IF
011710               IF WS-GRP-OCORRENCIA NOT = 'INCLUIDO'
011720                   IF WS-GRP-PRI-VALOR NOT = WS-GRP-VALOR-ANT
011730                     OR WS-GRP-PRI-TEXTO NOT = WS-GRP-TEXTO-ANT
011740                       MOVE 'N' TO WS-SW-RASTREIO
011750                   END-IF
011760               END-IF
011770               IF WS-GRP-ULT-VALOR NOT = WS-GRP-VALOR-ATU
011780                       OR WS-GRP-ULT-TEXTO NOT = WS-GRP-TEXTO-ATU
011790                   MOVE 'N' TO WS-SW-RASTREIO
011800               END-IF
011810               IF WS-GRP-STATUS-ANT NOT = WS-GRP-STATUS-ATU
011820                 AND WS-GRP-ULT-STATUS NOT = WS-GRP-STATUS-ATU
011830                   MOVE 'N' TO WS-SW-RASTREIO
011840               END-IF
011850               IF WS-RASTREIO-FECHA
011860                   MOVE 'RASTREADO PELO MANTLOG'
011870                       TO WS-LR-RESULTADO
011880               ELSE
011890                   MOVE 'MANTLOG NAO FECHA COM AS FOTOS'
011900                       TO WS-LR-RESULTADO
011910               END-IF
011920       END-EVALUATE.
011930       IF WS-RASTREIO-FECHA
011940           ADD 1 TO WS-QTD-RASTREADAS
011950       ELSE
011960           ADD 1 TO WS-QTD-NAO-RASTREADAS
011970       END-IF.
011980       MOVE WS-LIN-RASTREIO TO REL-LINHA.
011990       WRITE REL-LINHA.
012000   3300-EXIT.
012010       EXIT.

012030*  -------------------------------------------------------------
012040*  4000-IMPRIMIR-CATEGORIAS - IMPRIME A POSICAO POR CATEGORIA
012050*  NAS DUAS FOTOS, EM ORDEM DE CATEGORIA ('*DEMAIS*' POR
012060*  ULTIMO, QUANDO HOUVER), E A LINHA DE TOTAL GERAL.
012070*  -------------------------------------------------------------
012080   4000-IMPRIMIR-CATEGORIAS.
012090       MOVE SPACES TO REL-LINHA.
012100       WRITE REL-LINHA.
012110       MOVE WS-LIN-TRACOS TO REL-LINHA.
012120       WRITE REL-LINHA.
012130       MOVE 'POSICAO POR CATEGORIA - SOMA E MEDIA DOS REGISTROS '
012140           TO WS-LIN-AVISO.
012150       MOVE 'ATIVOS; ENTR/SAIU = TROCAS DE CATEGORIA'
012160           TO WS-LIN-AVISO (52:).
012170       MOVE WS-LIN-AVISO TO REL-LINHA.
012180       WRITE REL-LINHA.
012190       MOVE WS-CAB-CATEGORIAS TO REL-LINHA.
012200       WRITE REL-LINHA.
012210       MOVE WS-LIN-TRACOS TO REL-LINHA.
012220       WRITE REL-LINHA.
012230       PERFORM VARYING WS-IND-CAT FROM 1 BY 1
012240               UNTIL WS-IND-CAT > WS-QTD-CATEGORIAS
012250           MOVE WS-CAT-ENTRADA (WS-IND-CAT) TO WS-CALC-CATEGORIA
012260           PERFORM 4100-IMPRIMIR-CATEGORIA THRU 4100-EXIT
012270       END-PERFORM.
012280       IF WS-HA-DEMAIS
012290           MOVE WS-CAT-ENTRADA (WS-MAX-CATEGORIAS)
012300               TO WS-CALC-CATEGORIA
012310           PERFORM 4100-IMPRIMIR-CATEGORIA THRU 4100-EXIT
012320       END-IF.
012330       MOVE WS-LIN-TRACOS TO REL-LINHA.
012340       WRITE REL-LINHA.
012350       MOVE 'TOTAL'                 TO WS-CC-TEXTO.
012360       MOVE WS-QTD-REG-ANT          TO WS-CC-REG-ANT.
012370       MOVE WS-QTD-REG-ATU          TO WS-CC-REG-ATU.
012380       MOVE WS-QTD-ATV-ANT          TO WS-CC-ATV-ANT.
012390       MOVE WS-QTD-ATV-ATU          TO WS-CC-ATV-ATU.
012400       MOVE WS-SOMA-ATV-ANT         TO WS-CC-SOMA-ANT.
012410       MOVE WS-SOMA-ATV-ATU         TO WS-CC-SOMA-ATU.
012420       MOVE WS-QTD-TROCAS-CATEGORIA TO WS-CC-ENTRADAS.
012430       MOVE WS-QTD-TROCAS-CATEGORIA TO WS-CC-SAIDAS.
012440       PERFORM 4100-IMPRIMIR-CATEGORIA THRU 4100-EXIT.
012450   4000-EXIT.
012460       EXIT.

012480*  -------------------------------------------------------------
012490*  4100-IMPRIMIR-CATEGORIA - EDITA E IMPRIME A LINHA DE
012500*  WS-CALC-CATEGORIA: REGISTROS E ATIVOS NAS DUAS FOTOS,
012510*  DIFERENCA DE REGISTROS, SOMA E MEDIA DOS ATIVOS (MEDIA ZERO
012520*  SEM ATIVOS), DIFERENCA DA SOMA E AS TROCAS DE CATEGORIA.
012530*  -------------------------------------------------------------
012540   4100-IMPRIMIR-CATEGORIA.
012550       MOVE WS-CC-TEXTO    TO WS-LC-TEXTO.
012560       MOVE WS-CC-REG-ANT  TO WS-LC-REG-ANT.
012570       MOVE WS-CC-REG-ATU  TO WS-LC-REG-ATU.
012580       COMPUTE WS-DIF-QTD = WS-CC-REG-ATU - WS-CC-REG-ANT.
012590       MOVE WS-DIF-QTD     TO WS-LC-DIF-REG.
012600       MOVE WS-CC-ATV-ANT  TO WS-LC-ATV-ANT.
012610       MOVE WS-CC-ATV-ATU  TO WS-LC-ATV-ATU.
012620       MOVE WS-CC-SOMA-ANT TO WS-LC-SOMA-ANT.
012630       MOVE WS-CC-SOMA-ATU TO WS-LC-SOMA-ATU.
012640       COMPUTE WS-DIF-SOMA = WS-CC-SOMA-ATU - WS-CC-SOMA-ANT.
012650       MOVE WS-DIF-SOMA    TO WS-LC-DIF-SOMA.
012660       MOVE ZERO TO WS-MEDIA.
012670       IF WS-CC-ATV-ANT > ZERO
012680           DIVIDE WS-CC-SOMA-ANT BY WS-CC-ATV-ANT
012690               GIVING WS-MEDIA ROUNDED
012700       END-IF.
012710       MOVE WS-MEDIA       TO WS-LC-MED-ANT.
012720       MOVE ZERO TO WS-MEDIA.
012730       IF WS-CC-ATV-ATU > ZERO
012740           DIVIDE WS-CC-SOMA-ATU BY WS-CC-ATV-ATU
012750               GIVING WS-MEDIA ROUNDED
012760       END-IF.
012770       MOVE WS-MEDIA       TO WS-LC-MED-ATU.
012780       MOVE WS-CC-ENTRADAS TO WS-LC-ENTRADAS.
012790       MOVE WS-CC-SAIDAS   TO WS-LC-SAIDAS.
012800       MOVE WS-LIN-CATEGORIA TO REL-LINHA.
012810       WRITE REL-LINHA.
012820   4100-EXIT.
012830       EXIT.

012850*  -------------------------------------------------------------
012860*  5000-IMPRIMIR-TOTAIS - RODAPE COM OS TOTAIS DA COMPARACAO E
012870*  A CONFERENCIA ANTERIOR + INCLUIDOS - EXCLUIDOS = ATUAL (SO
012880*  QUANDO HA FOTO ANTERIOR), MAIS O AVISO DE FOTO QUE NAO FECHA
012890*  COM O PROPRIO RODAPE.
012900*  -------------------------------------------------------------
012910   5000-IMPRIMIR-TOTAIS.
012920       MOVE SPACES TO REL-LINHA.
012930       WRITE REL-LINHA.
012940       MOVE WS-LIN-TRACOS TO REL-LINHA.
012950       WRITE REL-LINHA.
012960       MOVE SPACES TO WS-LIN-TOTAL.
012970       MOVE 'REGISTROS NA FOTO ANTERIOR.....:' TO WS-TL-ROTULO.
012980       MOVE WS-QTD-REG-ANT TO WS-TL-VALOR.
012990       WRITE REL-LINHA FROM WS-LIN-TOTAL.
013000       MOVE 'REGISTROS NA FOTO ATUAL........:' TO WS-TL-ROTULO.
013010       MOVE WS-QTD-REG-ATU TO WS-TL-VALOR.
013020       WRITE REL-LINHA FROM WS-LIN-TOTAL.
013030       MOVE 'ATIVOS NA FOTO ANTERIOR........:' TO WS-TL-ROTULO.
013040       MOVE WS-QTD-ATV-ANT TO WS-TL-VALOR.
013050       WRITE REL-LINHA FROM WS-LIN-TOTAL.
013060       MOVE 'ATIVOS NA FOTO ATUAL...........:' TO WS-TL-ROTULO.
013070       MOVE WS-QTD-ATV-ATU TO WS-TL-VALOR.
013080       WRITE REL-LINHA FROM WS-LIN-TOTAL.
013090       MOVE 'REGISTROS INCLUIDOS............:' TO WS-TL-ROTULO.
013100       MOVE WS-QTD-INCLUIDOS TO WS-TL-VALOR.
013110       WRITE REL-LINHA FROM WS-LIN-TOTAL.
013120       MOVE 'REGISTROS EXCLUIDOS............:' TO WS-TL-ROTULO.
013130       MOVE WS-QTD-EXCLUIDOS TO WS-TL-VALOR.
013140       WRITE REL-LINHA FROM WS-LIN-TOTAL.
013150       MOVE 'REGISTROS INATIVADOS...........:' TO WS-TL-ROTULO.
013160       MOVE WS-QTD-INATIVADOS TO WS-TL-VALOR.
013170       WRITE REL-LINHA FROM WS-LIN-TOTAL.
013180       MOVE 'REGISTROS REATIVADOS...........:' TO WS-TL-ROTULO.
013190       MOVE WS-QTD-REATIVADOS TO WS-TL-VALOR.
013200       WRITE REL-LINHA FROM WS-LIN-TOTAL.
013210       MOVE 'REGISTROS COM VALOR ALTERADO...:' TO WS-TL-ROTULO.
013220       MOVE WS-QTD-VALOR-ALTERADO TO WS-TL-VALOR.
013230       WRITE REL-LINHA FROM WS-LIN-TOTAL.
013240       MOVE 'REGISTROS QUE TROCARAM DE CATEG:' TO WS-TL-ROTULO.
013250       MOVE WS-QTD-TROCAS-CATEGORIA TO WS-TL-VALOR.
013260       WRITE REL-LINHA FROM WS-LIN-TOTAL.
013270       MOVE 'DIFERENCAS RASTREADAS..........:' TO WS-TL-ROTULO.
013280       MOVE WS-QTD-RASTREADAS TO WS-TL-VALOR.
013290       WRITE REL-LINHA FROM WS-LIN-TOTAL.
013300       MOVE 'DIFERENCAS NAO RASTREADAS......:' TO WS-TL-ROTULO.
013310       MOVE WS-QTD-NAO-RASTREADAS TO WS-TL-VALOR.
013320       WRITE REL-LINHA FROM WS-LIN-TOTAL.
013330       MOVE 'LINHAS DO MANTLOG NO PERIODO...:' TO WS-TL-ROTULO.
013340       MOVE WS-QTD-LINHAS-PERIODO TO WS-TL-VALOR.
013350       WRITE REL-LINHA FROM WS-LIN-TOTAL.
013360       MOVE 'CHAVES ALTERADAS SEM EFEITO....:' TO WS-TL-ROTULO.
013370       MOVE WS-QTD-SEM-EFEITO TO WS-TL-VALOR.
013380       WRITE REL-LINHA FROM WS-LIN-TOTAL.
013390       MOVE 'LINHAS DO MANTLOG DANIFICADAS..:' TO WS-TL-ROTULO.
013400       MOVE WS-QTD-DANIFICADAS TO WS-TL-VALOR.
013410       WRITE REL-LINHA FROM WS-LIN-TOTAL.
013420       MOVE 'LINHAS DAS FOTOS INVALIDAS.....:' TO WS-TL-ROTULO.
013430       MOVE WS-QTD-LINHAS-INVALIDAS TO WS-TL-VALOR.
013440       WRITE REL-LINHA FROM WS-LIN-TOTAL.
013450       MOVE SPACES TO REL-LINHA.
013460       WRITE REL-LINHA.
013470       IF WS-SEM-ANTERIOR
013480           GO TO 5010-AVISAR-RODAPE
013490       END-IF.
013500       COMPUTE WS-QTD-CONFERENCIA = WS-QTD-REG-ANT
013510           + WS-QTD-INCLUIDOS - WS-QTD-EXCLUIDOS - WS-QTD-REG-ATU.
013520       IF WS-QTD-CONFERENCIA = ZERO
013530           MOVE 'CONFERENCIA: ANTERIOR + INCLUIDOS - EXCLUIDOS = '
013540               TO REL-LINHA
013550           MOVE 'ATUAL - CONFERE' TO REL-LINHA (49:)
013560       ELSE
013570           MOVE 'CONFERENCIA: ANTERIOR + INCLUIDOS - EXCLUIDOS = '
013580               TO REL-LINHA
013590           MOVE 'ATUAL - NAO CONFERE' TO REL-LINHA (49:)
013600       END-IF.
013610       WRITE REL-LINHA.
013620   5010-AVISAR-RODAPE.
013630       IF WS-FOTO-ATU-INCOMPLETA
013640           MOVE '*** FOTO ATUAL NAO FECHA COM O RODAPE - '
013650               TO REL-LINHA
013660           MOVE 'COMPARACAO SEM VALOR PARA O FECHAMENTO'
013670               TO REL-LINHA (41:)
013680           WRITE REL-LINHA
013690       END-IF.
013700       IF WS-COM-ANTERIOR AND WS-FOTO-ANT-INCOMPLETA
013710           MOVE '*** FOTO ANTERIOR NAO FECHA COM O RODAPE - '
013720               TO REL-LINHA
013730           MOVE 'COMPARACAO SEM VALOR PARA O FECHAMENTO'
013740               TO REL-LINHA (44:)
013750           WRITE REL-LINHA
013760       END-IF.
013770   5000-EXIT.
013780       EXIT.
