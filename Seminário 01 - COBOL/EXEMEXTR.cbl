000780*                    NEGOCIO DO RUNCTL, PARA O FECHAMENTO DA
000790*                    CADEIA (EXEMBALC) CONFERIR QUE O QUE
000800*                    FOI EXTRAIDO E O QUE O EXEMPLO LEU.
000801*  15/10/2026 RCS    O DELTAS PASSA A TRAZER TAMBEM AS CHAVES
000802*                    DAS CORRECOES QUE O EXEMCORR GRAVOU NO
000803*                    MESTRE (ORIGEM 'CORR'), CONTADAS A PARTE
000804*                    NO SYSOUT DO RUN.
000805*  15/10/2026 RCS    IDEM PARA AS CHAVES RECLASSIFICADAS PELO
000806*                    EXEMRCLS (ORIGEM 'RCLS').
000807*  15/10/2026 RCS    INCLUIDA A FUSAO DOS ARQUIVOS DIARIOS DOS
000808*                    PARCEIROS DE NEGOCIO (PARCEIR1/PARCEIR2,
000809*                    LAYOUT TRANREC COM CABECALHO E RODAPE
000810*                    PROPRIOS): CADA ARQUIVO E CONFERIDO POR
000811*                    INTEIRO (CABECALHO DO PARCEIRO E DA DATA
000812*                    DE NEGOCIO, QUANTIDADE E TOTAL-HASH DO
000813*                    RODAPE) ANTES DE ENTRAR NO ENTRADA; O QUE
000814*                    FALHA VAI INTEIRO PARA A QUARENTENA DO
000815*                    PARCEIRO (QUARPAR1/QUARPAR2) COM
000816*                    RETURN-CODE 4, SEM SEGURAR O RESTO DA
000817*                    NOITE. TODO DETALHE DO ENTRADA PASSA A
000818*                    LEVAR A SUA FONTE (TRAN-ORIGEM: 'MSTR',
000819*                    'CORR', 'PAR1', 'PAR2') E O LEDGER GANHA
000820*                    AS CONTAGENS POR ORIGEM 'OD' (GRAVADOS) E
000821*                    'OQ' (LINHAS EM QUARENTENA). O ARQUIVO
000822*                    DO PARCEIRO ACEITO E ESVAZIADO NO FIM DE
000823*                    UMA EXTRACAO CONCLUIDA, PARA NAO SER
000824*                    FUNDIDO DE NOVO NA NOITE SEGUINTE.
000825*  ---------------------------------------------------------

000826   ENVIRONMENT DIVISION.
000830   CONFIGURATION SECTION.
000840   SOURCE-COMPUTER. IBM-3090.
000850   OBJECT-COMPUTER. IBM-3090.
001080       SELECT RUNLEDG ASSIGN TO "RUNLEDG"
001090           ORGANIZATION IS LINE SEQUENTIAL
001100           FILE STATUS IS WS-ST-RUNLEDG.
001101       SELECT OPTIONAL PARCEIR1 ASSIGN TO "PARCEIR1"
001102           ORGANIZATION IS LINE SEQUENTIAL
001103           FILE STATUS IS WS-ST-PARCEIR1.
001104       SELECT OPTIONAL PARCEIR2 ASSIGN TO "PARCEIR2"
001105           ORGANIZATION IS LINE SEQUENTIAL
001106           FILE STATUS IS WS-ST-PARCEIR2.
001107       SELECT QUARPAR1 ASSIGN TO "QUARPAR1"
001108           ORGANIZATION IS LINE SEQUENTIAL
001109           FILE STATUS IS WS-ST-QUARPAR1.
001110       SELECT QUARPAR2 ASSIGN TO "QUARPAR2"
001111           ORGANIZATION IS LINE SEQUENTIAL
001112           FILE STATUS IS WS-ST-QUARPAR2.

001113   DATA DIVISION.
001120   FILE SECTION.
001130   FD  MESTRE.
001140       COPY MESTREC.
001310       RECORDING MODE IS F.
001320       COPY LEDREC.

001321   FD  PARCEIR1
001322       RECORDING MODE IS F.
001323       COPY TRANREC REPLACING LEADING ==TRAN== BY ==PR1==.

001324   FD  PARCEIR2
001325       RECORDING MODE IS F.
001326       COPY TRANREC REPLACING LEADING ==TRAN== BY ==PR2==.

001327   FD  QUARPAR1
001328       RECORDING MODE IS F.
001329       COPY TRANREC REPLACING LEADING ==TRAN== BY ==QP1==.

001330   FD  QUARPAR2
001331       RECORDING MODE IS F.
001332       COPY TRANREC REPLACING LEADING ==TRAN== BY ==QP2==.

001333   WORKING-STORAGE SECTION.
001340   01  WS-STATUS-ARQUIVOS.
001350       05  WS-ST-MESTRE            PIC X(02).
001360       05  WS-ST-ENTRADA           PIC X(02).
001390       05  WS-ST-EXTCARD           PIC X(02).
001400       05  WS-ST-RUNCTL            PIC X(02).
001410       05  WS-ST-RUNLEDG           PIC X(02).
001411       05  WS-ST-PARCEIR1          PIC X(02).
001412       05  WS-ST-PARCEIR2          PIC X(02).
001413       05  WS-ST-QUARPAR1          PIC X(02).
001414       05  WS-ST-QUARPAR2          PIC X(02).
001415       05  WS-ST-PARCEIRO          PIC X(02).
001416       05  WS-ST-QUARENTENA        PIC X(02).

001420   01  WS-SW-FIM-MESTRE            PIC X(01) VALUE 'N'.
001430       88  WS-FIM-MESTRE               VALUE 'S'.
001610   01  WS-DATA-NEGOCIO             PIC 9(08) VALUE ZERO.
001620   01  WS-TIPO-LEDGER              PIC X(02).
001630   01  WS-QTD-LEDGER               PIC 9(07).
001631   01  WS-ORIGEM-LEDGER            PIC X(04).
001632   01  WS-DATA-NEGOCIO-PARTES.
001633       05  WS-DN-AAAA              PIC 9(04).
001634       05  WS-DN-MM                PIC 9(02).
001635       05  WS-DN-DD                PIC 9(02).
001636   01  WS-DATA-NEGOCIO-EDITADA     PIC X(10).

001640*  -----------------------------------------------------------
001650*  MODO DA EXTRACAO - 'C' COMPLETO (MESTRE INTEIRO, DEFAULT E
001790   77  WS-QTD-CHAVES-LIDAS         PIC 9(07) COMP VALUE ZERO.
001792   77  WS-QTD-CHAVES-EMNT          PIC 9(07) COMP VALUE ZERO.
001794   77  WS-QTD-CHAVES-BTCH          PIC 9(07) COMP VALUE ZERO.
001796   77  WS-QTD-CHAVES-CORR          PIC 9(07) COMP VALUE ZERO.
001798   77  WS-QTD-CHAVES-RCLS          PIC 9(07) COMP VALUE ZERO.
001800   77  WS-QTD-CHAVES-DISTINTAS     PIC 9(05) COMP VALUE ZERO.
001810   77  WS-QTD-CHAVES-SEM-MESTRE    PIC 9(07) COMP VALUE ZERO.
001820   77  WS-IND-DELTA                PIC 9(05) COMP VALUE ZERO.
001990       05  WS-HORA-CC              PIC 9(02).
002000   01  WS-HORA-EDITADA             PIC X(08).

002001*  -----------------------------------------------------------
002002*  ARQUIVOS DIARIOS DOS PARCEIROS DE NEGOCIO. A POSICAO NA
002003*  TABELA E O NUMERO DO PARCEIRO (1 = PARCEIR1, 2 = PARCEIR2)
002004*  E O CODIGO E O QUE O CABECALHO DO ARQUIVO TEM QUE TRAZER
002005*  EM TRAN-CAB-ORIGEM - E O MESMO QUE VAI EM TRAN-ORIGEM DE
002006*  CADA DETALHE FUNDIDO NO ENTRADA. SITUACAO DO ARQUIVO NA
002007*  NOITE: 'A' ACEITO E FUNDIDO, 'Q' EM QUARENTENA, 'N' NAO
002008*  RECEBIDO (DD AUSENTE OU ARQUIVO VAZIO).
002009*  -----------------------------------------------------------
002010   01  WS-COD-PARCEIROS-INIC.
002011       05  FILLER                  PIC X(04) VALUE 'PAR1'.
002012       05  FILLER                  PIC X(04) VALUE 'PAR2'.
002013   01  WS-COD-PARCEIROS REDEFINES WS-COD-PARCEIROS-INIC.
002014       05  WS-COD-PARCEIRO         OCCURS 2 TIMES
002015                                   PIC X(04).
002016   01  WS-QTD-PARCEIROS            PIC 9(01) COMP VALUE 2.
002017   77  WS-IND-PARC                 PIC 9(01) COMP VALUE ZERO.
002018   77  WS-QTD-LINHAS-PARCEIRO      PIC 9(07) COMP VALUE ZERO.
002019   77  WS-QTD-REG-PARCEIROS        PIC 9(07) COMP VALUE ZERO.
002020   01  WS-TAB-PARCEIROS.
002021       05  WS-PAR-ENTRADA          OCCURS 2 TIMES.
002022           10  WS-PAR-SITUACAO     PIC X(01).
002023               88  WS-PAR-ACEITO       VALUE 'A'.
002024               88  WS-PAR-QUARENTENA   VALUE 'Q'.
002025               88  WS-PAR-NAO-RECEBIDO VALUE 'N'.
002026           10  WS-PAR-QTD-LIDOS    PIC 9(07) COMP.
002027           10  WS-PAR-HASH-LIDO    PIC 9(09) COMP.
002028           10  WS-PAR-QTD-FUNDIDOS PIC 9(07) COMP.
002029           10  WS-PAR-QTD-QUARENT  PIC 9(07) COMP.
002030           10  WS-PAR-MOTIVO       PIC X(40).
002031   01  WS-SW-FIM-PARCEIRO          PIC X(01) VALUE 'N'.
002032       88  WS-FIM-PARCEIRO             VALUE 'S'.
002033       88  WS-NAO-FIM-PARCEIRO         VALUE 'N'.
002034   01  WS-SW-RODAPE-PARCEIRO       PIC X(01) VALUE 'N'.
002035       88  WS-RODAPE-PARC-VISTO        VALUE 'S'.
002036       88  WS-RODAPE-PARC-NAO-VISTO    VALUE 'N'.
002037   01  WS-SW-QUARENTENA-ABERTA     PIC X(01) VALUE 'N'.
002038       88  WS-QUARENTENA-ABERTA        VALUE 'S'.
002039       88  WS-QUARENTENA-FECHADA       VALUE 'N'.
002040       COPY TRANREC REPLACING LEADING ==TRAN== BY ==PAR==.

002041   PROCEDURE DIVISION.
002042*  =============================================================
002043*  INICIO - PONTO DE ENTRADA DO PROGRAMA. DECIDE O MODO DA
002044*  EXTRACAO PELO CARTAO EXTCARD: NO MODO COMPLETO LE O ARQUIVO
002050*  MESTRE POR COMPLETO, NA ORDEM DE CHAVE; NO MODO DELTA LE
002060*  SOMENTE AS CHAVES COM MANUTENCAO DESDE A ULTIMA EXTRACAO
002070*  (ARQUIVO DELTAS), DIRETO POR CHAVE NO KSDS. NOS DOIS MODOS
002170       STRING WS-HORA-HH ':' WS-HORA-MM ':' WS-HORA-SS
002180           DELIMITED BY SIZE INTO WS-HORA-EDITADA.
002190       PERFORM 1200-RESOLVER-DATA-NEGOCIO THRU 1200-EXIT.
002192       MOVE WS-DATA-NEGOCIO TO WS-DATA-NEGOCIO-PARTES.
002194       STRING WS-DN-DD '/' WS-DN-MM '/' WS-DN-AAAA
002196           DELIMITED BY SIZE INTO WS-DATA-NEGOCIO-EDITADA.
002200       PERFORM 1000-LER-MODO-EXTRACAO THRU 1000-EXIT.
002210       IF WS-MODO-DELTA
002220           PERFORM 1100-CARREGAR-DELTAS THRU 1100-EXIT
002660       END-IF.
002670       CLOSE MESTRE.
002680       PERFORM 3000-FUNDIR-CORRIGIDOS THRU 3000-EXIT.
002685       PERFORM 6000-FUNDIR-PARCEIROS THRU 6000-EXIT.
002690       PERFORM 4000-GRAVAR-RODAPE THRU 4000-EXIT.
002700       CLOSE ENTRADA.
002710       IF WS-MODO-DELTA
002720           PERFORM 5000-LIMPAR-DELTAS THRU 5000-EXIT
002730       END-IF.
002735       PERFORM 6600-LIMPAR-PARCEIROS THRU 6600-EXIT.
002740       IF WS-MODO-DELTA
002750           DISPLAY 'EXEMEXTR: EXTRACAO EM MODO DELTA - '
002760               WS-QTD-CHAVES-LIDAS ' CHAVE(S) NO DELTAS, '
002772           DISPLAY 'EXEMEXTR: ' WS-QTD-CHAVES-EMNT
002774               ' CHAVE(S) CAPTURADA(S) PELA EMNT (ONLINE) E '
002776               WS-QTD-CHAVES-BTCH ' PELO EXEMMNTB (LOTE)'
002778           DISPLAY 'EXEMEXTR: ' WS-QTD-CHAVES-CORR
002780               ' CHAVE(S) GRAVADA(S) PELO EXEMCORR (CORRECAO)'
002782           DISPLAY 'EXEMEXTR: ' WS-QTD-CHAVES-RCLS
002784               ' CHAVE(S) RECLASSIFICADA(S) PELO EXEMRCLS'
002786       ELSE
002790           DISPLAY 'EXEMEXTR: EXTRACAO EM MODO COMPLETO'
002800       END-IF.
002810       DISPLAY 'EXEMEXTR: ' WS-QTD-REG-EXTRAIDOS
002820           ' REGISTRO(S) EXTRAIDO(S) DO MESTRE PARA ENTRADA'.
002830       DISPLAY 'EXEMEXTR: ' WS-QTD-REG-CORRIGIDOS
002840           ' CORRECAO(OES) DE REJEITOS FUNDIDA(S) EM ENTRADA'.
002843       DISPLAY 'EXEMEXTR: ' WS-QTD-REG-PARCEIROS
002846           ' DETALHE(S) DE PARCEIROS FUNDIDO(S) EM ENTRADA'.
002850       DISPLAY 'EXEMEXTR: ' WS-QTD-REG-INATIVOS
002860           ' REGISTRO(S) INATIVO(S) PULADO(S) NA EXTRACAO'.
002870       IF WS-QTD-CHAVES-SEM-MESTRE > ZERO
003520*  (VARIAS MANUTENCOES DO MESMO REGISTRO NO DIA GERAM VARIAS
003530*  LINHAS, MAS O REGISTRO E EXTRAIDO UMA UNICA VEZ), E CONTA A
003532*  CONTRIBUICAO DE CADA CAMINHO DE CAPTURA PELA DLT-ORIGEM
003534*  ('EMNT' = ONLINE, 'BTCH' = EXEMMNTB, 'CORR' = EXEMCORR,
003536*  'RCLS' = EXEMRCLS), INFORMADA NO SYSOUT DO RUN. CHAVE NAO
003540*  NUMERICA OU TABELA CHEIA MARCA O DELTAS COMO INUTILIZAVEL.
003550*  -------------------------------------------------------------
003560   1110-GUARDAR-CHAVE.
003574               ADD 1 TO WS-QTD-CHAVES-EMNT
003575           WHEN 'BTCH'
003576               ADD 1 TO WS-QTD-CHAVES-BTCH
003577           WHEN 'CORR'
003578               ADD 1 TO WS-QTD-CHAVES-CORR
003579           WHEN 'RCLS'
003580               ADD 1 TO WS-QTD-CHAVES-RCLS
003581           WHEN OTHER
003582               CONTINUE
003583       END-EVALUATE.
003584       IF DLT-NUM-REGISTRO NOT NUMERIC
003590           DISPLAY 'EXEMEXTR: LINHA DANIFICADA NO DELTAS - '
003600               'EXTRACAO VOLTA AO MODO COMPLETO'
003610           MOVE 'S' TO WS-SW-DELTAS-INVALIDO
004380       MOVE MST-NUM-REGISTRO   TO TRAN-NUM-REGISTRO.
004390       MOVE MST-VALOR-NUMERICO TO TRAN-NUMERICA.
004400       MOVE MST-VALOR-TEXTO    TO TRAN-TEXTO.
004405       MOVE 'MSTR'             TO TRAN-ORIGEM.
004410       WRITE TRAN-REC.
004420       ADD 1 TO WS-QTD-REG-EXTRAIDOS.
004430       ADD 1 TO WS-QTD-REG-DETALHES.
005050       MOVE COR-NUM-REGISTRO    TO TRAN-NUM-REGISTRO.
005060       MOVE COR-NUMERICA        TO TRAN-NUMERICA.
005070       MOVE COR-TEXTO           TO TRAN-TEXTO.
005075       MOVE 'CORR'              TO TRAN-ORIGEM.
005080       WRITE TRAN-REC.
005090       ADD 1 TO WS-QTD-REG-CORRIGIDOS.
005100       ADD 1 TO WS-QTD-REG-DETALHES.
005150*  3500-GRAVAR-LEDGER - ACRESCENTA AO LEDGER DE RUN DA CADEIA
005160*  (RUNLEDG) AS CONTAGENS DESTE RUN, UMA LINHA POR TIPO, PARA O
005170*  FECHAMENTO DA CADEIA (EXEMBALC) CONFERIR QUE O QUE FOI
005180*  EXTRAIDO E O QUE O EXEMPLO LEU - NO TOTAL E POR ORIGEM DO
005183*  DETALHE ('OD', MAIS 'OQ' PARA AS LINHAS DE CADA PARCEIRO
005186*  POSTAS EM QUARENTENA). FALHA NA GRAVACAO SO MARCA
005190*  RETURN-CODE 4 - O FECHAMENTO ACUSARA O ELO AUSENTE.
005200*  -------------------------------------------------------------
005210   3500-GRAVAR-LEDGER.
005290           MOVE 4 TO RETURN-CODE
005300           GO TO 3500-EXIT
005310       END-IF.
005315       MOVE SPACES TO WS-ORIGEM-LEDGER.
005320       MOVE 'EM' TO WS-TIPO-LEDGER.
005330       MOVE WS-QTD-REG-EXTRAIDOS TO WS-QTD-LEDGER.
005340       PERFORM 3510-GRAVAR-LINHA-LEDGER THRU 3510-EXIT.
005410       MOVE 'EI' TO WS-TIPO-LEDGER.
005420       MOVE WS-QTD-REG-INATIVOS TO WS-QTD-LEDGER.
005430       PERFORM 3510-GRAVAR-LINHA-LEDGER THRU 3510-EXIT.
005431       MOVE 'OD' TO WS-TIPO-LEDGER.
005432       MOVE 'MSTR' TO WS-ORIGEM-LEDGER.
005433       MOVE WS-QTD-REG-EXTRAIDOS TO WS-QTD-LEDGER.
005434       PERFORM 3510-GRAVAR-LINHA-LEDGER THRU 3510-EXIT.
005435       MOVE 'CORR' TO WS-ORIGEM-LEDGER.
005436       MOVE WS-QTD-REG-CORRIGIDOS TO WS-QTD-LEDGER.
005437       PERFORM 3510-GRAVAR-LINHA-LEDGER THRU 3510-EXIT.
005438       PERFORM VARYING WS-IND-PARC FROM 1 BY 1
005439               UNTIL WS-IND-PARC > WS-QTD-PARCEIROS
005440           PERFORM 6500-GRAVAR-LEDGER-PARCEIRO THRU 6500-EXIT
005441       END-PERFORM.
005442       CLOSE RUNLEDG.
005450   3500-EXIT.
005460       EXIT.

005550       MOVE 'EXEMEXTR'      TO LED-PROGRAMA.
005560       MOVE WS-TIPO-LEDGER  TO LED-TIPO-CONTAGEM.
005570       MOVE WS-QTD-LEDGER   TO LED-QTD.
005575       MOVE WS-ORIGEM-LEDGER TO LED-ORIGEM.
005580       WRITE LED-REC.
005590   3510-EXIT.
005600       EXIT.

005610*  -------------------------------------------------------------
005620*  4000-GRAVAR-RODAPE - GRAVA O RODAPE DE CONTROLE DO ENTRADA,
005630*  COM A QUANTIDADE DE DETALHES GRAVADOS (MESTRE, CORRECOES E
005640*  PARCEIROS ACEITOS) E O TOTAL-HASH DE VARIAVEL-NUMERICA, PARA
005650*  O EXEMPLO CONFERIR QUE LEU EXATAMENTE O QUE FOI EXTRAIDO. O
005660*  TOTAL-HASH E A SOMA DOS VALORES TRUNCADA NA PIC 9(09) - NAO
005670*  E UM TOTAL CONTABIL, SO UMA PROVA DE INTEGRIDADE DO ARQUIVO.
005680*  -------------------------------------------------------------
005690   4000-GRAVAR-RODAPE.
005700       MOVE SPACES                 TO TRAN-REC.
005890       CLOSE DELTAS.
005900   5000-EXIT.
005910       EXIT.

005920*  -------------------------------------------------------------
005930*  6000-FUNDIR-PARCEIROS - ACRESCENTA AO ENTRADA, DEPOIS DAS
005940*  CORRECOES DE REJEITOS, OS DETALHES DOS ARQUIVOS DIARIOS DOS
005950*  PARCEIROS DE NEGOCIO, UM PARCEIRO POR VEZ. CADA ARQUIVO E
005960*  PRIMEIRO CONFERIDO POR INTEIRO (6100) E SO DEPOIS RELIDO:
005970*  ACEITO, OS DETALHES VAO PARA O ENTRADA MARCADOS COM O
005980*  CODIGO DO PARCEIRO; REPROVADO, O ARQUIVO INTEIRO VAI PARA A
005990*  QUARENTENA DO PARCEIRO E O RUN SEGUE COM RETURN-CODE 4 - UM
006000*  ARQUIVO RUIM DE PARCEIRO NUNCA ENTRA PELA METADE NEM SEGURA
006010*  A NOITE. A QUARENTENA E SEMPRE ABERTA EM OUTPUT, ENTAO FICA
006020*  VAZIA NAS NOITES EM QUE O PARCEIRO NAO FOI REPROVADO.
006030*  -------------------------------------------------------------
006040   6000-FUNDIR-PARCEIROS.
006050       PERFORM VARYING WS-IND-PARC FROM 1 BY 1
006060               UNTIL WS-IND-PARC > WS-QTD-PARCEIROS
006070           PERFORM 6100-CONFERIR-PARCEIRO THRU 6100-EXIT
006080           PERFORM 6340-ABRIR-QUARENTENA THRU 6340-EXIT
006090           IF NOT WS-PAR-NAO-RECEBIDO (WS-IND-PARC)
006100               PERFORM 6200-COPIAR-PARCEIRO THRU 6200-EXIT
006110           END-IF
006120           PERFORM 6350-FECHAR-QUARENTENA THRU 6350-EXIT
006130           PERFORM 6400-INFORMAR-PARCEIRO THRU 6400-EXIT
006140       END-PERFORM.
006150   6000-EXIT.
006160       EXIT.

006170*  -------------------------------------------------------------
006180*  6100-CONFERIR-PARCEIRO - PRIMEIRA LEITURA DO ARQUIVO DO
006190*  PARCEIRO APONTADO POR WS-IND-PARC, SO PARA CONFERENCIA:
006200*  NADA E GRAVADO NO ENTRADA AQUI. DD AUSENTE OU ARQUIVO VAZIO
006210*  E PARCEIRO QUE NAO MANDOU ARQUIVO NA NOITE ('N') - NAO HA O
006220*  QUE POR EM QUARENTENA. A PRIMEIRA FALHA ENCONTRADA EM
006230*  6110-CONFERIR-LINHA REPROVA O ARQUIVO E ENCERRA A LEITURA;
006240*  CHEGAR AO FIM SEM TER VISTO O RODAPE TAMBEM REPROVA
006250*  (ARQUIVO TRUNCADO NA TRANSMISSAO).
006260*  -------------------------------------------------------------
006270   6100-CONFERIR-PARCEIRO.
006280       MOVE 'A'    TO WS-PAR-SITUACAO (WS-IND-PARC).
006290       MOVE ZERO   TO WS-PAR-QTD-LIDOS (WS-IND-PARC).
006300       MOVE ZERO   TO WS-PAR-HASH-LIDO (WS-IND-PARC).
006310       MOVE ZERO   TO WS-PAR-QTD-FUNDIDOS (WS-IND-PARC).
006320       MOVE ZERO   TO WS-PAR-QTD-QUARENT (WS-IND-PARC).
006330       MOVE SPACES TO WS-PAR-MOTIVO (WS-IND-PARC).
006340       PERFORM 6300-ABRIR-PARCEIRO THRU 6300-EXIT.
006350       IF WS-ST-PARCEIRO = '05'
006360           MOVE 'N' TO WS-PAR-SITUACAO (WS-IND-PARC)
006370           MOVE 'ARQUIVO NAO RECEBIDO'
006380               TO WS-PAR-MOTIVO (WS-IND-PARC)
006390           PERFORM 6320-FECHAR-PARCEIRO THRU 6320-EXIT
006400           GO TO 6100-EXIT
006410       END-IF.
006420       IF WS-ST-PARCEIRO NOT = '00'
006430           DISPLAY 'EXEMEXTR: ERRO NA ABERTURA DE '
006440               'PARCEIR' WS-IND-PARC ' - STATUS ' WS-ST-PARCEIRO
006450           MOVE 'N' TO WS-PAR-SITUACAO (WS-IND-PARC)
006460           MOVE 'ERRO NA ABERTURA DO ARQUIVO'
006470               TO WS-PAR-MOTIVO (WS-IND-PARC)
006480           MOVE 4 TO RETURN-CODE
006490           GO TO 6100-EXIT
006500       END-IF.
006510       PERFORM 6310-LER-PARCEIRO THRU 6310-EXIT.
006520       IF WS-FIM-PARCEIRO
006530           MOVE 'N' TO WS-PAR-SITUACAO (WS-IND-PARC)
006540           MOVE 'ARQUIVO RECEBIDO VAZIO'
006550               TO WS-PAR-MOTIVO (WS-IND-PARC)
006560           PERFORM 6320-FECHAR-PARCEIRO THRU 6320-EXIT
006570           GO TO 6100-EXIT
006580       END-IF.
006590       PERFORM UNTIL WS-FIM-PARCEIRO
006600               OR WS-PAR-QUARENTENA (WS-IND-PARC)
006610           PERFORM 6110-CONFERIR-LINHA THRU 6110-EXIT
006620           PERFORM 6310-LER-PARCEIRO THRU 6310-EXIT
006630       END-PERFORM.
006640       IF WS-PAR-ACEITO (WS-IND-PARC) AND WS-RODAPE-PARC-NAO-VISTO
006650           MOVE 'Q' TO WS-PAR-SITUACAO (WS-IND-PARC)
006660           MOVE 'ARQUIVO SEM RODAPE DE CONTROLE'
006670               TO WS-PAR-MOTIVO (WS-IND-PARC)
006680       END-IF.
006690       PERFORM 6320-FECHAR-PARCEIRO THRU 6320-EXIT.
006700   6100-EXIT.
006710       EXIT.

006720*  -------------------------------------------------------------
006730*  6110-CONFERIR-LINHA - CONFERE A LINHA DO ARQUIVO DO
006740*  PARCEIRO QUE ACABOU DE SER LIDA (EM PAR-REC). A PRIMEIRA
006750*  LINHA TEM QUE SER O CABECALHO DO PROPRIO PARCEIRO E DA DATA
006760*  DE NEGOCIO DA NOITE (UM ARQUIVO DE ONTEM REENVIADO DOBRARIA
006770*  OS VALORES); DEPOIS VEM OS DETALHES, CONTADOS E SOMADOS NO
006780*  TOTAL-HASH PELA MESMA REGRA DO EXEMPLO (SO VALOR NUMERICO
006790*  SOMA), E O RODAPE, QUE TEM QUE BATER COM O QUE FOI LIDO E
006800*  SER A ULTIMA LINHA. QUALQUER DESVIO REPROVA O ARQUIVO COM O
006810*  MOTIVO GUARDADO NA TABELA DE PARCEIROS.
006820*  -------------------------------------------------------------
006830   6110-CONFERIR-LINHA.
006840       IF WS-QTD-LINHAS-PARCEIRO = 1
006850           EVALUATE TRUE
006860               WHEN NOT PAR-TIPO-CABECALHO
006870                   MOVE 'ARQUIVO SEM CABECALHO DE CONTROLE'
006880                       TO WS-PAR-MOTIVO (WS-IND-PARC)
006890               WHEN PAR-CAB-ORIGEM
006900                       NOT = WS-COD-PARCEIRO (WS-IND-PARC)
006910                   MOVE 'CABECALHO DE OUTRA ORIGEM'
006920                       TO WS-PAR-MOTIVO (WS-IND-PARC)
006930               WHEN PAR-CAB-DATA NOT = WS-DATA-NEGOCIO-EDITADA
006940                   MOVE 'CABECALHO DE OUTRA DATA DE NEGOCIO'
006950                       TO WS-PAR-MOTIVO (WS-IND-PARC)
006960               WHEN OTHER
006970                   CONTINUE
006980           END-EVALUATE
006990           IF WS-PAR-MOTIVO (WS-IND-PARC) NOT = SPACES
007000               MOVE 'Q' TO WS-PAR-SITUACAO (WS-IND-PARC)
007010           END-IF
007020           GO TO 6110-EXIT
007030       END-IF.
007040       IF WS-RODAPE-PARC-VISTO
007050           MOVE 'Q' TO WS-PAR-SITUACAO (WS-IND-PARC)
007060           MOVE 'REGISTRO APOS O RODAPE DE CONTROLE'
007070               TO WS-PAR-MOTIVO (WS-IND-PARC)
007080           GO TO 6110-EXIT
007090       END-IF.
007100       EVALUATE TRUE
007110           WHEN PAR-TIPO-DETALHE
007120               ADD 1 TO WS-PAR-QTD-LIDOS (WS-IND-PARC)
007130               IF PAR-NUMERICA NUMERIC
007140                   ADD PAR-NUMERICA
007150                       TO WS-PAR-HASH-LIDO (WS-IND-PARC)
007160               END-IF
007170           WHEN PAR-TIPO-RODAPE
007180               MOVE 'S' TO WS-SW-RODAPE-PARCEIRO
007190               PERFORM 6120-CONFERIR-RODAPE THRU 6120-EXIT
007200           WHEN PAR-TIPO-CABECALHO
007210               MOVE 'Q' TO WS-PAR-SITUACAO (WS-IND-PARC)
007220               MOVE 'CABECALHO REPETIDO NO ARQUIVO'
007230                   TO WS-PAR-MOTIVO (WS-IND-PARC)
007240           WHEN OTHER
007250               MOVE 'Q' TO WS-PAR-SITUACAO (WS-IND-PARC)
007260               MOVE 'TIPO DE REGISTRO INVALIDO'
007270                   TO WS-PAR-MOTIVO (WS-IND-PARC)
007280       END-EVALUATE.
007290   6110-EXIT.
007300       EXIT.

007310*  -------------------------------------------------------------
007320*  6120-CONFERIR-RODAPE - CONFERE O RODAPE DO ARQUIVO DO
007330*  PARCEIRO CONTRA A QUANTIDADE DE DETALHES E O TOTAL-HASH
007340*  APURADOS NA LEITURA. RODAPE DANIFICADO OU DIFERENTE DO LIDO
007350*  REPROVA O ARQUIVO.
007360*  -------------------------------------------------------------
007370   6120-CONFERIR-RODAPE.
007380       IF PAR-ROD-QTD-REG NOT NUMERIC
007390               OR PAR-ROD-HASH-VALOR NOT NUMERIC
007400           MOVE 'Q' TO WS-PAR-SITUACAO (WS-IND-PARC)
007410           MOVE 'RODAPE DE CONTROLE DANIFICADO'
007420               TO WS-PAR-MOTIVO (WS-IND-PARC)
007430           GO TO 6120-EXIT
007440       END-IF.
007450       IF PAR-ROD-QTD-REG NOT = WS-PAR-QTD-LIDOS (WS-IND-PARC)
007460           MOVE 'Q' TO WS-PAR-SITUACAO (WS-IND-PARC)
007470           MOVE 'QUANTIDADE DO RODAPE DIFERE DA LIDA'
007480               TO WS-PAR-MOTIVO (WS-IND-PARC)
007490           GO TO 6120-EXIT
007500       END-IF.
007510       IF PAR-ROD-HASH-VALOR NOT = WS-PAR-HASH-LIDO (WS-IND-PARC)
007520           MOVE 'Q' TO WS-PAR-SITUACAO (WS-IND-PARC)
007530           MOVE 'TOTAL-HASH DO RODAPE DIFERE DO LIDO'
007540               TO WS-PAR-MOTIVO (WS-IND-PARC)
007550       END-IF.
007560   6120-EXIT.
007570       EXIT.

007580*  -------------------------------------------------------------
007590*  6200-COPIAR-PARCEIRO - SEGUNDA LEITURA DO ARQUIVO DO
007600*  PARCEIRO, JA CONFERIDO: ACEITO, CADA DETALHE E GRAVADO NO
007610*  ENTRADA (6210); EM QUARENTENA, TODAS AS LINHAS (CABECALHO E
007620*  RODAPE INCLUSIVE) SAO COPIADAS COMO VIERAM PARA A QUARENTENA
007630*  DO PARCEIRO, PARA SEREM DEVOLVIDAS A ELE COM O MOTIVO.
007640*  -------------------------------------------------------------
007650   6200-COPIAR-PARCEIRO.
007660       PERFORM 6300-ABRIR-PARCEIRO THRU 6300-EXIT.
007670       IF WS-ST-PARCEIRO NOT = '00'
007680           DISPLAY 'EXEMEXTR: ERRO NA REABERTURA DE '
007690               'PARCEIR' WS-IND-PARC ' - STATUS ' WS-ST-PARCEIRO
007700           MOVE 4 TO RETURN-CODE
007710           GO TO 6200-EXIT
007720       END-IF.
007730       PERFORM 6310-LER-PARCEIRO THRU 6310-EXIT.
007740       PERFORM UNTIL WS-FIM-PARCEIRO
007750           IF WS-PAR-ACEITO (WS-IND-PARC)
007760               IF PAR-TIPO-DETALHE
007770                   PERFORM 6210-GRAVAR-DETALHE-PARCEIRO
007780                       THRU 6210-EXIT
007790               END-IF
007800           ELSE
007810               PERFORM 6330-GRAVAR-QUARENTENA THRU 6330-EXIT
007820           END-IF
007830           PERFORM 6310-LER-PARCEIRO THRU 6310-EXIT
007840       END-PERFORM.
007850       PERFORM 6320-FECHAR-PARCEIRO THRU 6320-EXIT.
007860       IF WS-PAR-QUARENTENA (WS-IND-PARC)
007870           MOVE 4 TO RETURN-CODE
007880       END-IF.
007890   6200-EXIT.
007900       EXIT.

007910*  -------------------------------------------------------------
007920*  6210-GRAVAR-DETALHE-PARCEIRO - REGRAVA NO ENTRADA O
007930*  DETALHE CORRENTE DO PARCEIRO, NO MESMO LAYOUT DOS EXTRAIDOS
007940*  DO MESTRE, COM O CODIGO DO PARCEIRO EM TRAN-ORIGEM, E O SOMA
007950*  NA QUANTIDADE E NO TOTAL-HASH DO RODAPE DO ENTRADA.
007960*  -------------------------------------------------------------
007970   6210-GRAVAR-DETALHE-PARCEIRO.
007980       MOVE SPACES              TO TRAN-REC.
007990       MOVE 'D'                 TO TRAN-TIPO-REGISTRO.
008000       MOVE PAR-NUM-REGISTRO    TO TRAN-NUM-REGISTRO.
008010       MOVE PAR-NUMERICA        TO TRAN-NUMERICA.
008020       MOVE PAR-TEXTO           TO TRAN-TEXTO.
008030       MOVE WS-COD-PARCEIRO (WS-IND-PARC)
008040                                TO TRAN-ORIGEM.
008050       WRITE TRAN-REC.
008060       ADD 1 TO WS-PAR-QTD-FUNDIDOS (WS-IND-PARC).
008070       ADD 1 TO WS-QTD-REG-PARCEIROS.
008080       ADD 1 TO WS-QTD-REG-DETALHES.
008090       IF PAR-NUMERICA NUMERIC
008100           ADD PAR-NUMERICA TO WS-HASH-VALOR-NUMERICO
008110       END-IF.
008120   6210-EXIT.
008130       EXIT.

008140*  -------------------------------------------------------------
008150*  6300-ABRIR-PARCEIRO - ABRE EM INPUT O ARQUIVO DO PARCEIRO
008160*  APONTADO POR WS-IND-PARC, DEIXANDO O STATUS EM
008170*  WS-ST-PARCEIRO, E PREPARA OS SWITCHES DA LEITURA.
008180*  -------------------------------------------------------------
008190   6300-ABRIR-PARCEIRO.
008200       MOVE 'N'  TO WS-SW-FIM-PARCEIRO.
008210       MOVE 'N'  TO WS-SW-RODAPE-PARCEIRO.
008220       MOVE ZERO TO WS-QTD-LINHAS-PARCEIRO.
008230       EVALUATE WS-IND-PARC
008240           WHEN 1
008250               OPEN INPUT PARCEIR1
008260               MOVE WS-ST-PARCEIR1 TO WS-ST-PARCEIRO
008270           WHEN 2
008280               OPEN INPUT PARCEIR2
008290               MOVE WS-ST-PARCEIR2 TO WS-ST-PARCEIRO
008300       END-EVALUATE.
008310   6300-EXIT.
008320       EXIT.

008330*  -------------------------------------------------------------
008340*  6310-LER-PARCEIRO - LE A PROXIMA LINHA DO ARQUIVO DO
008350*  PARCEIRO APONTADO POR WS-IND-PARC PARA PAR-REC, CONTANDO AS
008360*  LINHAS LIDAS (A PRIMEIRA E O CABECALHO).
008370*  -------------------------------------------------------------
008380   6310-LER-PARCEIRO.
008390       EVALUATE WS-IND-PARC
008400           WHEN 1
008410               READ PARCEIR1 INTO PAR-REC
008420                   AT END
008430                       MOVE 'S' TO WS-SW-FIM-PARCEIRO
008440               END-READ
008450           WHEN 2
008460               READ PARCEIR2 INTO PAR-REC
008470                   AT END
008480                       MOVE 'S' TO WS-SW-FIM-PARCEIRO
008490               END-READ
008500       END-EVALUATE.
008510       IF WS-NAO-FIM-PARCEIRO
008520           ADD 1 TO WS-QTD-LINHAS-PARCEIRO
008530       END-IF.
008540   6310-EXIT.
008550       EXIT.

008560*  -------------------------------------------------------------
008570*  6320-FECHAR-PARCEIRO - FECHA O ARQUIVO DO PARCEIRO
008580*  APONTADO POR WS-IND-PARC.
008590*  -------------------------------------------------------------
008600   6320-FECHAR-PARCEIRO.
008610       EVALUATE WS-IND-PARC
008620           WHEN 1
008630               CLOSE PARCEIR1
008640           WHEN 2
008650               CLOSE PARCEIR2
008660       END-EVALUATE.
008670   6320-EXIT.
008680       EXIT.

008690*  -------------------------------------------------------------
008700*  6330-GRAVAR-QUARENTENA - COPIA A LINHA CORRENTE DO ARQUIVO
008710*  DO PARCEIRO, COMO VEIO, PARA A QUARENTENA DO PARCEIRO.
008720*  QUARENTENA QUE NAO ABRIU SO E AVISADA EM 6340.
008730*  -------------------------------------------------------------
008740   6330-GRAVAR-QUARENTENA.
008750       IF WS-QUARENTENA-FECHADA
008760           GO TO 6330-EXIT
008770       END-IF.
008780       EVALUATE WS-IND-PARC
008790           WHEN 1
008800               WRITE QP1-REC FROM PAR-REC
008810           WHEN 2
008820               WRITE QP2-REC FROM PAR-REC
008830       END-EVALUATE.
008840       ADD 1 TO WS-PAR-QTD-QUARENT (WS-IND-PARC).
008850   6330-EXIT.
008860       EXIT.

008870*  -------------------------------------------------------------
008880*  6340-ABRIR-QUARENTENA - ABRE EM OUTPUT A QUARENTENA DO
008890*  PARCEIRO APONTADO POR WS-IND-PARC. FALHA NA ABERTURA SO
008900*  MARCA RETURN-CODE 4: O ARQUIVO REPROVADO CONTINUA FORA DO
008910*  ENTRADA E O ORIGINAL DO PARCEIRO FICA INTACTO PARA A
008920*  OPERACAO.
008930*  -------------------------------------------------------------
008940   6340-ABRIR-QUARENTENA.
008950       EVALUATE WS-IND-PARC
008960           WHEN 1
008970               OPEN OUTPUT QUARPAR1
008980               MOVE WS-ST-QUARPAR1 TO WS-ST-QUARENTENA
008990           WHEN 2
009000               OPEN OUTPUT QUARPAR2
009010               MOVE WS-ST-QUARPAR2 TO WS-ST-QUARENTENA
009020       END-EVALUATE.
009030       IF WS-ST-QUARENTENA = '00'
009040           MOVE 'S' TO WS-SW-QUARENTENA-ABERTA
009050       ELSE
009060           MOVE 'N' TO WS-SW-QUARENTENA-ABERTA
009070           DISPLAY 'EXEMEXTR: ERRO NA ABERTURA DE QUARPAR'
009080               WS-IND-PARC ' - STATUS ' WS-ST-QUARENTENA
009090           MOVE 4 TO RETURN-CODE
009100       END-IF.
009110   6340-EXIT.
009120       EXIT.

009130*  -------------------------------------------------------------
009140*  6350-FECHAR-QUARENTENA - FECHA A QUARENTENA DO PARCEIRO
009150*  APONTADO POR WS-IND-PARC, SE ELA CHEGOU A SER ABERTA.
009160*  -------------------------------------------------------------
009170   6350-FECHAR-QUARENTENA.
009180       IF WS-QUARENTENA-FECHADA
009190           GO TO 6350-EXIT
009200       END-IF.
009210       EVALUATE WS-IND-PARC
009220           WHEN 1
009230               CLOSE QUARPAR1
009240           WHEN 2
009250               CLOSE QUARPAR2
009260       END-EVALUATE.
009270       MOVE 'N' TO WS-SW-QUARENTENA-ABERTA.
009280   6350-EXIT.
009290       EXIT.

009300*  -------------------------------------------------------------
009310*  6400-INFORMAR-PARCEIRO - INFORMA NO SYSOUT DO RUN O DESTINO
009320*  DO ARQUIVO DO PARCEIRO APONTADO POR WS-IND-PARC: FUNDIDO,
009330*  NAO RECEBIDO OU EM QUARENTENA (COM O MOTIVO, PARA A
009340*  OPERACAO REPASSAR AO PARCEIRO).
009350*  -------------------------------------------------------------
009360   6400-INFORMAR-PARCEIRO.
009370       EVALUATE TRUE
009380           WHEN WS-PAR-ACEITO (WS-IND-PARC)
009390               DISPLAY 'EXEMEXTR: PARCEIRO '
009400                   WS-COD-PARCEIRO (WS-IND-PARC) ' - '
009410                   WS-PAR-QTD-FUNDIDOS (WS-IND-PARC)
009420                   ' DETALHE(S) FUNDIDO(S) EM ENTRADA'
009430           WHEN WS-PAR-NAO-RECEBIDO (WS-IND-PARC)
009440               DISPLAY 'EXEMEXTR: PARCEIRO '
009450                   WS-COD-PARCEIRO (WS-IND-PARC) ' - '
009460                   WS-PAR-MOTIVO (WS-IND-PARC)
009470           WHEN OTHER
009480               DISPLAY 'EXEMEXTR: PARCEIRO '
009490                   WS-COD-PARCEIRO (WS-IND-PARC)
009500                   ' - ARQUIVO EM QUARENTENA ('
009510                   WS-PAR-QTD-QUARENT (WS-IND-PARC)
009520                   ' LINHA(S)): ' WS-PAR-MOTIVO (WS-IND-PARC)
009530       END-EVALUATE.
009540   6400-EXIT.
009550       EXIT.

009560*  -------------------------------------------------------------
009570*  6500-GRAVAR-LEDGER-PARCEIRO - GRAVA NO LEDGER AS CONTAGENS
009580*  POR ORIGEM DO PARCEIRO APONTADO POR WS-IND-PARC: 'OD' =
009590*  DETALHES FUNDIDOS NO ENTRADA (ZERO QUANDO NAO RECEBIDO OU EM
009600*  QUARENTENA) E 'OQ' = LINHAS POSTAS EM QUARENTENA (ZERO
009610*  QUANDO O ARQUIVO FOI ACEITO), PARA O FECHAMENTO DA CADEIA
009620*  MOSTRAR O PARCEIRO REPROVADO NA NOITE.
009630*  -------------------------------------------------------------
009640   6500-GRAVAR-LEDGER-PARCEIRO.
009650       MOVE WS-COD-PARCEIRO (WS-IND-PARC) TO WS-ORIGEM-LEDGER.
009660       MOVE 'OD' TO WS-TIPO-LEDGER.
009670       MOVE WS-PAR-QTD-FUNDIDOS (WS-IND-PARC) TO WS-QTD-LEDGER.
009680       PERFORM 3510-GRAVAR-LINHA-LEDGER THRU 3510-EXIT.
009690       MOVE 'OQ' TO WS-TIPO-LEDGER.
009700       MOVE WS-PAR-QTD-QUARENT (WS-IND-PARC) TO WS-QTD-LEDGER.
009710       PERFORM 3510-GRAVAR-LINHA-LEDGER THRU 3510-EXIT.
009720   6500-EXIT.
009730       EXIT.

009740*  -------------------------------------------------------------
009750*  6600-LIMPAR-PARCEIROS - ESVAZIA, NO FIM DE UMA EXTRACAO
009760*  CONCLUIDA, O ARQUIVO DE CADA PARCEIRO ACEITO NA NOITE: OS
009770*  DETALHES JA ESTAO NO ENTRADA DESTE RUN E NAO PODEM SER
009780*  FUNDIDOS DE NOVO AMANHA (O CABECALHO DE ONTEM SERIA POSTO EM
009790*  QUARENTENA). O ARQUIVO REPROVADO FICA COMO VEIO, PARA A
009800*  OPERACAO TRATAR COM O PARCEIRO, E O NAO RECEBIDO NAO E
009810*  TOCADO.
009820*  -------------------------------------------------------------
009830   6600-LIMPAR-PARCEIROS.
009840       PERFORM VARYING WS-IND-PARC FROM 1 BY 1
009850               UNTIL WS-IND-PARC > WS-QTD-PARCEIROS
009860           IF WS-PAR-ACEITO (WS-IND-PARC)
009870               PERFORM 6610-LIMPAR-PARCEIRO THRU 6610-EXIT
009880           END-IF
009890       END-PERFORM.
009900   6600-EXIT.
009910       EXIT.

009920*  -------------------------------------------------------------
009930*  6610-LIMPAR-PARCEIRO - ZERA O ARQUIVO DO PARCEIRO APONTADO
009940*  POR WS-IND-PARC, COMO 5000 FAZ COM O DELTAS. FALHA NA
009950*  ABERTURA SO MARCA RETURN-CODE 4: O ENTRADA JA ESTA COMPLETO,
009960*  MAS A OPERACAO TEM QUE ESVAZIAR O ARQUIVO ANTES DA PROXIMA
009970*  NOITE.
009980*  -------------------------------------------------------------
009990   6610-LIMPAR-PARCEIRO.
010000       EVALUATE WS-IND-PARC
010010           WHEN 1
010020               OPEN OUTPUT PARCEIR1
010030               MOVE WS-ST-PARCEIR1 TO WS-ST-PARCEIRO
010040           WHEN 2
010050               OPEN OUTPUT PARCEIR2
010060               MOVE WS-ST-PARCEIR2 TO WS-ST-PARCEIRO
010070       END-EVALUATE.
010080       IF WS-ST-PARCEIRO NOT = '00'
010090           DISPLAY 'EXEMEXTR: ERRO AO ESVAZIAR PARCEIR'
010100               WS-IND-PARC ' - STATUS ' WS-ST-PARCEIRO
010110           MOVE 4 TO RETURN-CODE
010120           GO TO 6610-EXIT
010130       END-IF.
010140       PERFORM 6320-FECHAR-PARCEIRO THRU 6320-EXIT.
010150   6610-EXIT.
010160       EXIT.
