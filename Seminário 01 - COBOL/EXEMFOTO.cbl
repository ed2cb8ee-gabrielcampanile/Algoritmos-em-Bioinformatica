000100   IDENTIFICATION DIVISION.
000110   PROGRAM-ID. EXEMFOTO.
000120   AUTHOR. EQUIPE DE MANUTENCAO DE SISTEMAS.
000130   INSTALLATION. CENTRO DE PROCESSAMENTO DE DADOS.
000140   DATE-WRITTEN. 15/10/2026.
000150   DATE-COMPILED.
000160*  ---------------------------------------------------------
000170*  HISTORICO DE MANUTENCAO
000180*  ---------------------------------------------------------
000190*  DATA       AUTOR  DESCRICAO
000200*  15/10/2026 RCS    PROGRAMA ORIGINAL - FOTO MENSAL DO MESTRE.
000210*                    NO FECHAMENTO DO MES (JOB EXEMMESJ) CONGELA
000220*                    CHAVE, VALOR, CATEGORIA E SITUACAO DE CADA
000230*                    REGISTRO DO MESTRE NO ARQUIVO DE TRABALHO
000240*                    FOTNOVO (LAYOUT FOTREC), COM LINHA DE
000250*                    CONTROLE (MES DE REFERENCIA, DATA E HORA DA
000260*                    FOTO) E RODAPE (QUANTIDADE E SOMA DOS
000270*                    VALORES), QUE O JOB SO PROMOVE A NOVA
000280*                    GERACAO DE FOTOMES COM O RUN EM RC=0, PARA
000290*                    O EXEMCOMP COMPARAR COM A FOTO DO MES
000300*                    ANTERIOR. O MES VEM DO MESCARD, COMO NO
000302*                    EXEMTEND. RECUSA (RC=12) MES QUE NAO SEJA
000304*                    POSTERIOR AO DA ULTIMA FOTO, PARA QUE CADA
000310*                    MES TENHA UMA UNICA GERACAO.
000320*  ---------------------------------------------------------

000340   ENVIRONMENT DIVISION.
000350   CONFIGURATION SECTION.
000360   SOURCE-COMPUTER. IBM-3090.
000370   OBJECT-COMPUTER. IBM-3090.

000390   INPUT-OUTPUT SECTION.
000400   FILE-CONTROL.
000410       SELECT MESTRE ASSIGN TO "MESTRE"
000420           ORGANIZATION IS INDEXED
000430           ACCESS MODE IS SEQUENTIAL
000440           RECORD KEY IS MST-NUM-REGISTRO
000450           FILE STATUS IS WS-ST-MESTRE.
000460       SELECT OPTIONAL MESCARD ASSIGN TO "MESCARD"
000470           ORGANIZATION IS LINE SEQUENTIAL
000480           FILE STATUS IS WS-ST-MESCARD.
000490       SELECT OPTIONAL FOTOANT ASSIGN TO "FOTOANT"
000500           ORGANIZATION IS LINE SEQUENTIAL
000510           FILE STATUS IS WS-ST-FOTOANT.
000520       SELECT FOTNOVO ASSIGN TO "FOTNOVO"
000530           ORGANIZATION IS LINE SEQUENTIAL
000540           FILE STATUS IS WS-ST-FOTNOVO.

000560   DATA DIVISION.
000570   FILE SECTION.
000580   FD  MESTRE.
000590       COPY MESTREC.

000610   FD  MESCARD
000620       RECORDING MODE IS F.
000630       COPY MESREC.

000650   FD  FOTOANT
000660       RECORDING MODE IS F.
000670   01  ANT-REC                     PIC X(40).

000690   FD  FOTNOVO
000700       RECORDING MODE IS F.
000710       COPY FOTREC.

000730   WORKING-STORAGE SECTION.
000740   01  WS-STATUS-ARQUIVOS.
000750       05  WS-ST-MESTRE            PIC X(02).
000760       05  WS-ST-MESCARD           PIC X(02).
000770       05  WS-ST-FOTOANT           PIC X(02).
000780       05  WS-ST-FOTNOVO           PIC X(02).

000800   01  WS-SW-FIM-MESTRE            PIC X(01) VALUE 'N'.
000810       88  WS-FIM-MESTRE               VALUE 'S'.
000820       88  WS-NAO-FIM-MESTRE           VALUE 'N'.

000840*  -----------------------------------------------------------
000850*  MES DE REFERENCIA DA FOTO (AAAAMM) E CONTROLE DA ULTIMA FOTO
000860*  GRAVADA (LINHA 'H' DA GERACAO ANTERIOR)
000870*  -----------------------------------------------------------
000880   01  WS-MES-ALVO                 PIC 9(06) VALUE ZERO.
000890   01  WS-MES-ANTERIOR             PIC 9(06) VALUE ZERO.
000900   01  WS-CTL-ANTERIOR.
000910       05  WS-CA-TIPO-REG          PIC X(01).
000920       05  WS-CA-MES-REFERENCIA    PIC X(06).
000930       05  FILLER                  PIC X(33).

000950*  -----------------------------------------------------------
000960*  TOTAIS DA FOTO, GRAVADOS NO RODAPE
000970*  -----------------------------------------------------------
000980   77  WS-QTD-REGISTROS            PIC 9(07) COMP VALUE ZERO.
000990   77  WS-QTD-ATIVOS               PIC 9(07) COMP VALUE ZERO.
001000   77  WS-SOMA-VALORES             PIC 9(10) COMP VALUE ZERO.

001020*  -----------------------------------------------------------
001030*  DATA E HORA DA FOTO - A HORA NO FORMATO HH:MM:SS DO MANTLOG
001040*  -----------------------------------------------------------
001050   01  WS-DATA-AAAAMMDD.
001060       05  WS-DATA-AAAAMM          PIC 9(06).
001070       05  WS-DATA-DD              PIC 9(02).
001080   01  WS-HORA-HHMMSSCC.
001090       05  WS-HORA-HH              PIC 9(02).
001100       05  WS-HORA-MM              PIC 9(02).
001110       05  WS-HORA-SS              PIC 9(02).
001120       05  WS-HORA-CC              PIC 9(02).
001130   01  WS-HORA-EDITADA             PIC X(08).

001150   PROCEDURE DIVISION.
001160*  =============================================================
001170*  INICIO - PONTO DE ENTRADA DO PROGRAMA. RESOLVE O MES DE
001180*  REFERENCIA (MESCARD OU MES CORRENTE), CONFERE QUE ELE E
001190*  POSTERIOR AO DA ULTIMA FOTO E GRAVA A FOTO DO MESTRE INTEIRO,
001200*  NA ORDEM DA CHAVE. RETURN-CODE 8 QUANDO UM ARQUIVO NAO PODE
001210*  SER ABERTO E 12 QUANDO O MES JA TEM FOTO.
001220*  =============================================================
001230   Inicio.
001240       ACCEPT WS-DATA-AAAAMMDD FROM DATE YYYYMMDD.
001250       ACCEPT WS-HORA-HHMMSSCC FROM TIME.
001260       STRING WS-HORA-HH ':' WS-HORA-MM ':' WS-HORA-SS
001270           DELIMITED BY SIZE INTO WS-HORA-EDITADA.
001280       MOVE WS-DATA-AAAAMM TO WS-MES-ALVO.
001290       PERFORM 1010-LER-CARTAO-MES THRU 1010-EXIT.
001300       PERFORM 1020-LER-FOTO-ANTERIOR THRU 1020-EXIT.
001310       IF RETURN-CODE > ZERO
001320           STOP RUN
001330       END-IF.
001340       OPEN INPUT MESTRE.
001350       IF WS-ST-MESTRE NOT = '00'
001360           DISPLAY 'EXEMFOTO: ERRO NA ABERTURA DE MESTRE - '
001370               'STATUS ' WS-ST-MESTRE
001380           MOVE 8 TO RETURN-CODE
001390           STOP RUN
001400       END-IF.
001410       OPEN OUTPUT FOTNOVO.
001420       IF WS-ST-FOTNOVO NOT = '00'
001430           DISPLAY 'EXEMFOTO: ERRO NA ABERTURA DE FOTNOVO - '
001440               'STATUS ' WS-ST-FOTNOVO
001450           MOVE 8 TO RETURN-CODE
001460           CLOSE MESTRE
001470           STOP RUN
001480       END-IF.
001490       MOVE SPACES             TO FOT-REC.
001500       MOVE 'H'                TO FOT-TIPO-REG.
001510       MOVE WS-MES-ALVO        TO FOT-MES-REFERENCIA.
001520       MOVE WS-DATA-AAAAMMDD   TO FOT-DATA-FOTO.
001530       MOVE WS-HORA-EDITADA    TO FOT-HORA-FOTO.
001540       MOVE ZERO               TO FOT-QTD-REGISTROS.
001550       MOVE ZERO               TO FOT-SOMA-VALORES.
001560       WRITE FOT-REC.
001570       READ MESTRE NEXT RECORD
001580           AT END
001590               MOVE 'S' TO WS-SW-FIM-MESTRE
001600       END-READ.
001610       PERFORM UNTIL WS-FIM-MESTRE
001620           PERFORM 2010-GRAVAR-REGISTRO THRU 2010-EXIT
001630           READ MESTRE NEXT RECORD
001640               AT END
001650                   MOVE 'S' TO WS-SW-FIM-MESTRE
001660           END-READ
001670       END-PERFORM.
001680       MOVE SPACES             TO FOT-REC.
001690       MOVE 'T'                TO FOT-TIPO-REG.
001700       MOVE WS-MES-ALVO        TO FOT-MES-REFERENCIA.
001710       MOVE WS-DATA-AAAAMMDD   TO FOT-DATA-FOTO.
001720       MOVE WS-HORA-EDITADA    TO FOT-HORA-FOTO.
001730       MOVE WS-QTD-REGISTROS   TO FOT-QTD-REGISTROS.
001740       MOVE WS-SOMA-VALORES    TO FOT-SOMA-VALORES.
001750       WRITE FOT-REC.
001760       CLOSE MESTRE.
001770       CLOSE FOTNOVO.
001780       DISPLAY 'EXEMFOTO: FOTO DO MES ' WS-MES-ALVO
001790           ' TIRADA EM ' WS-DATA-AAAAMMDD ' ' WS-HORA-EDITADA.
001800       DISPLAY 'EXEMFOTO: ' WS-QTD-REGISTROS
001810           ' REGISTRO(S) NA FOTO, ' WS-QTD-ATIVOS ' ATIVO(S)'.
001820       STOP RUN.

001840*  -------------------------------------------------------------
001850*  1010-LER-CARTAO-MES - LE, SE HOUVER, O CARTAO COM O MES DE
001860*  REFERENCIA (AAAAMM). NA AUSENCIA DO CARTAO, OU COM CONTEUDO
001870*  NAO NUMERICO, PERMANECE O MES CORRENTE DA DATA DE EXECUCAO.
001880*  -------------------------------------------------------------
001890   1010-LER-CARTAO-MES.
001900       OPEN INPUT MESCARD.
001910       READ MESCARD
001920           AT END
001930               CONTINUE
001940           NOT AT END
001950               IF MES-AAAAMM NUMERIC
001960                   MOVE MES-AAAAMM TO WS-MES-ALVO
001970               END-IF
001980       END-READ.
001990       CLOSE MESCARD.
002000   1010-EXIT.
002010       EXIT.

002030*  -------------------------------------------------------------
002040*  1020-LER-FOTO-ANTERIOR - LE A LINHA DE CONTROLE DA ULTIMA
002050*  FOTO GRAVADA (GERACAO CORRENTE DE FOTOMES; NO PRIMEIRO
002060*  FECHAMENTO O DD E DUMMY E NAO HA O QUE CONFERIR). O MES DA
002070*  NOVA FOTO TEM QUE SER POSTERIOR: O MESMO MES OU UM ANTERIOR
002080*  E RECUSADO COM RC=12, SEM GRAVAR NADA - E O JOB NAO PROMOVE
002090*  O FOTNOVO, EM VEZ DE CATALOGAR UMA SEGUNDA FOTO DO MESMO MES
002095*  OU UMA FOTO FORA DE ORDEM.
002100*  -------------------------------------------------------------
002110   1020-LER-FOTO-ANTERIOR.
002120       OPEN INPUT FOTOANT.
002130       IF WS-ST-FOTOANT NOT = '00' AND WS-ST-FOTOANT NOT = '05'
002140           DISPLAY 'EXEMFOTO: ERRO NA ABERTURA DE FOTOANT - '
002150               'STATUS ' WS-ST-FOTOANT
002160           MOVE 8 TO RETURN-CODE
002170           GO TO 1020-EXIT
002180       END-IF.
002190       MOVE SPACES TO WS-CTL-ANTERIOR.
002200       READ FOTOANT INTO WS-CTL-ANTERIOR
002210           AT END
002220               CLOSE FOTOANT
002230               GO TO 1020-EXIT
002240       END-READ.
002250       CLOSE FOTOANT.
002260       IF WS-CA-TIPO-REG NOT = 'H'
002270               OR WS-CA-MES-REFERENCIA NOT NUMERIC
002280           DISPLAY 'EXEMFOTO: FOTOANT SEM LINHA DE CONTROLE - '
002290               'FOTO NAO GRAVADA'
002300           MOVE 12 TO RETURN-CODE
002310           GO TO 1020-EXIT
002320       END-IF.
002330       MOVE WS-CA-MES-REFERENCIA TO WS-MES-ANTERIOR.
002340       IF WS-MES-ALVO NOT > WS-MES-ANTERIOR
002350           DISPLAY 'EXEMFOTO: MES ' WS-MES-ALVO
002360               ' NAO E POSTERIOR A ULTIMA FOTO (' WS-MES-ANTERIOR
002370               ') - FOTO NAO GRAVADA'
002380           MOVE 12 TO RETURN-CODE
002390       END-IF.
002400   1020-EXIT.
002410       EXIT.

002430*  -------------------------------------------------------------
002440*  2010-GRAVAR-REGISTRO - GRAVA A LINHA 'D' DO REGISTRO DO
002450*  MESTRE CORRENTE E O ACUMULA NO RODAPE. O STATUS EM BRANCO
002460*  (LEGADO ANTERIOR AO CAMPO) E ATIVO E SAI COMO 'A', PARA A
002470*  COMPARACAO NAO ACUSAR MUDANCA DE SITUACAO QUE NAO HOUVE.
002480*  -------------------------------------------------------------
002490   2010-GRAVAR-REGISTRO.
002500       MOVE SPACES             TO FOT-REC.
002510       MOVE 'D'                TO FOT-TIPO-REG.
002520       MOVE WS-MES-ALVO        TO FOT-MES-REFERENCIA.
002530       MOVE MST-NUM-REGISTRO   TO FOT-NUM-REGISTRO.
002540       MOVE MST-VALOR-NUMERICO TO FOT-VALOR-NUMERICO.
002550       MOVE MST-VALOR-TEXTO    TO FOT-VALOR-TEXTO.
002560       IF MST-INATIVO
002570           MOVE 'I' TO FOT-STATUS
002580       ELSE
002590           MOVE 'A' TO FOT-STATUS
002600           ADD 1 TO WS-QTD-ATIVOS
002610       END-IF.
002620       WRITE FOT-REC.
002630       ADD 1 TO WS-QTD-REGISTROS.
002640       ADD MST-VALOR-NUMERICO TO WS-SOMA-VALORES.
002650   2010-EXIT.
002660       EXIT.
