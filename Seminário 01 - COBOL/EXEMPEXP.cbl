000100   IDENTIFICATION DIVISION.
000110   PROGRAM-ID. EXEMPEXP.
000120   AUTHOR. EQUIPE DE MANUTENCAO DE SISTEMAS.
000130   INSTALLATION. CENTRO DE PROCESSAMENTO DE DADOS.
000140   DATE-WRITTEN. 15/10/2026.
000150   DATE-COMPILED.
000160*  ---------------------------------------------------------
000170*  HISTORICO DE MANUTENCAO
000180*  ---------------------------------------------------------
000190*  DATA       AUTOR  DESCRICAO
000200*  15/10/2026 RCS    PROGRAMA ORIGINAL - EXPIRACAO DAS
000210*                    ALTERACOES PROPOSTAS NA EMNT E NAO
000220*                    DECIDIDAS NA EAPR. LE O ARQUIVO DE
000230*                    PENDENTES (PENDMNT, VSAM KSDS, LAYOUT
000240*                    PNDREC) POR INTEIRO; PROPOSTA COM MAIS DE
000250*                    WS-PRAZO-DIAS DIAS E APAGADA DO PENDMNT E
000260*                    REGISTRADA NA TRILHA DE DECISOES (PENDLOG,
000270*                    LAYOUT PDLREC) COMO EXPIRADA ('E'), COM O
000280*                    MOTIVO - O MESMO DATASET QUE RECEBE A FILA
000290*                    PEND DA EAPR. O MESTRE NAO E TOCADO: A
000300*                    PROPOSTA EXPIRADA TEM QUE SER FEITA DE NOVO
000310*                    NA EMNT. RODA NO JOB EXEMPNDJ, COM O
000320*                    PENDMNT FECHADO NA REGIAO CICS.
000330*  ---------------------------------------------------------

000340   ENVIRONMENT DIVISION.
000350   CONFIGURATION SECTION.
000360   SOURCE-COMPUTER. IBM-3090.
000370   OBJECT-COMPUTER. IBM-3090.

000380   INPUT-OUTPUT SECTION.
000390   FILE-CONTROL.
000400       SELECT PENDMNT ASSIGN TO "PENDMNT"
000410           ORGANIZATION IS INDEXED
000420           ACCESS MODE IS SEQUENTIAL
000430           RECORD KEY IS PND-NUM-REGISTRO
000440           FILE STATUS IS WS-ST-PENDMNT.
000450       SELECT PENDLOG ASSIGN TO "PENDLOG"
000460           ORGANIZATION IS LINE SEQUENTIAL
000470           FILE STATUS IS WS-ST-PENDLOG.

000480   DATA DIVISION.
000490   FILE SECTION.
000500   FD  PENDMNT.
000510       COPY PNDREC.

000520   FD  PENDLOG
000530       RECORDING MODE IS F.
000540       COPY PDLREC.

000550   WORKING-STORAGE SECTION.
000560   01  WS-STATUS-ARQUIVOS.
000570       05  WS-ST-PENDMNT           PIC X(02).
000580       05  WS-ST-PENDLOG           PIC X(02).

000590   01  WS-SW-FIM-PENDMNT           PIC X(01) VALUE 'N'.
000600       88  WS-FIM-PENDMNT              VALUE 'S'.
000610       88  WS-NAO-FIM-PENDMNT          VALUE 'N'.

000620*  -----------------------------------------------------------
000630*  PRAZO DE DECISAO DE UMA PROPOSTA, EM DIAS CORRIDOS A PARTIR
000640*  DA DATA EM QUE FOI FEITA NA EMNT
000650*  -----------------------------------------------------------
000660   77  WS-PRAZO-DIAS               PIC 9(03) COMP VALUE 5.

000670*  -----------------------------------------------------------
000680*  TOTAIS DE CONTROLE DO RUN
000690*  -----------------------------------------------------------
000700   77  WS-QTD-PROPOSTAS-LIDAS      PIC 9(07) COMP VALUE ZERO.
000710   77  WS-QTD-PROPOSTAS-EXPIRADAS  PIC 9(07) COMP VALUE ZERO.
000720   77  WS-QTD-PROPOSTAS-MANTIDAS   PIC 9(07) COMP VALUE ZERO.

000730*  -----------------------------------------------------------
000740*  IDADE DA PROPOSTA PELO CALENDARIO COMERCIAL DE 30 DIAS
000750*  (AAAA*360 + MM*30 + DD), COMO NO AVISO DE BURACO DO EXEMMNTB
000760*  -----------------------------------------------------------
000770   01  WS-DATA-PROPOSTA.
000780       05  WS-DP-AAAA              PIC 9(04).
000790       05  WS-DP-MM                PIC 9(02).
000800       05  WS-DP-DD                PIC 9(02).
000810   77  WS-DIAS-HOJE                PIC 9(09) COMP VALUE ZERO.
000820   77  WS-DIAS-PROPOSTA            PIC 9(09) COMP VALUE ZERO.
000830   77  WS-IDADE-DIAS               PIC S9(09) COMP VALUE ZERO.

000840*  -----------------------------------------------------------
000850*  DATA E HORA DO RUN - CARIMBO DA LINHA DE EXPIRACAO
000860*  -----------------------------------------------------------
000870   01  WS-DATA-AAAAMMDD.
000880       05  WS-DATA-AAAA            PIC 9(04).
000890       05  WS-DATA-MM              PIC 9(02).
000900       05  WS-DATA-DD              PIC 9(02).
000910   01  WS-DATA-EDITADA             PIC X(10).
000920   01  WS-HORA-HHMMSSCC.
000930       05  WS-HORA-HH              PIC 9(02).
000940       05  WS-HORA-MM              PIC 9(02).
000950       05  WS-HORA-SS              PIC 9(02).
000960       05  WS-HORA-CC              PIC 9(02).
000970   01  WS-HORA-EDITADA             PIC X(08).

000980   PROCEDURE DIVISION.
000990*  =============================================================
001000*  INICIO - PONTO DE ENTRADA DO PROGRAMA. ABRE OS ARQUIVOS E
001010*  PERCORRE O PENDMNT EM ORDEM DE CHAVE, EXPIRANDO AS PROPOSTAS
001020*  FORA DO PRAZO. RETURN-CODE 8 QUANDO UM DOS ARQUIVOS NAO PODE
001030*  SER ABERTO; PENDMNT VAZIO NAO E ERRO.
001040*  =============================================================
001050   Inicio.
001060       ACCEPT WS-DATA-AAAAMMDD FROM DATE YYYYMMDD.
001070       STRING WS-DATA-DD '/' WS-DATA-MM '/' WS-DATA-AAAA
001080           DELIMITED BY SIZE INTO WS-DATA-EDITADA.
001090       ACCEPT WS-HORA-HHMMSSCC FROM TIME.
001100       STRING WS-HORA-HH ':' WS-HORA-MM ':' WS-HORA-SS
001110           DELIMITED BY SIZE INTO WS-HORA-EDITADA.
001120       COMPUTE WS-DIAS-HOJE = WS-DATA-AAAA * 360
001130           + WS-DATA-MM * 30 + WS-DATA-DD.
001140       OPEN I-O PENDMNT.
001150       IF WS-ST-PENDMNT NOT = '00'
001160           DISPLAY 'EXEMPEXP: ERRO NA ABERTURA DE PENDMNT - '
001170               'STATUS ' WS-ST-PENDMNT
001180           MOVE 8 TO RETURN-CODE
001190           GOBACK
001200       END-IF.
001210       OPEN EXTEND PENDLOG.
001220       IF WS-ST-PENDLOG = '35'
001230           OPEN OUTPUT PENDLOG
001240       END-IF.
001250       IF WS-ST-PENDLOG NOT = '00'
001260           DISPLAY 'EXEMPEXP: ERRO NA ABERTURA DE PENDLOG - '
001270               'STATUS ' WS-ST-PENDLOG
001280           MOVE 8 TO RETURN-CODE
001290           CLOSE PENDMNT
001300           GOBACK
001310       END-IF.
001320       READ PENDMNT
001330           AT END
001340               MOVE 'S' TO WS-SW-FIM-PENDMNT
001350       END-READ.
001360       PERFORM UNTIL WS-FIM-PENDMNT
001370           PERFORM 2010-TRATAR-PROPOSTA THRU 2010-EXIT
001380           READ PENDMNT
001390               AT END
001400                   MOVE 'S' TO WS-SW-FIM-PENDMNT
001410           END-READ
001420       END-PERFORM.
001430       CLOSE PENDMNT.
001440       CLOSE PENDLOG.
001450       DISPLAY 'EXEMPEXP: ' WS-QTD-PROPOSTAS-LIDAS
001460           ' PROPOSTA(S) PENDENTE(S) LIDA(S)'.
001470       DISPLAY 'EXEMPEXP: ' WS-QTD-PROPOSTAS-EXPIRADAS
001480           ' EXPIRADA(S) - PRAZO DE ' WS-PRAZO-DIAS ' DIA(S)'.
001490       DISPLAY 'EXEMPEXP: ' WS-QTD-PROPOSTAS-MANTIDAS
001500           ' MANTIDA(S) NO PENDMNT'.
001510       STOP RUN.

001520*  -------------------------------------------------------------
001530*  2010-TRATAR-PROPOSTA - CALCULA A IDADE DA PROPOSTA QUE ACABOU
001540*  DE SER LIDA E, SE PASSOU DO PRAZO, APAGA A PROPOSTA DO
001550*  PENDMNT E SO ENTAO GRAVA A LINHA 'E' NO PENDLOG - COMO NA
001555*  EAPR, SO PROPOSTA DE FATO ENCERRADA VAI PARA O PENDLOG. DATA
001560*  DA PROPOSTA DANIFICADA (NAO NUMERICA) TAMBEM EXPIRA: A
001565*  PROPOSTA NAO TERIA COMO SER CONFERIDA NA EAPR E FICARIA
001570*  PARADA PARA SEMPRE.
001580*  -------------------------------------------------------------
001590   2010-TRATAR-PROPOSTA.
001600       ADD 1 TO WS-QTD-PROPOSTAS-LIDAS.
001610       IF PND-DATA-PROPOSTA NUMERIC
001620           MOVE PND-DATA-PROPOSTA TO WS-DATA-PROPOSTA
001630           COMPUTE WS-DIAS-PROPOSTA = WS-DP-AAAA * 360
001640               + WS-DP-MM * 30 + WS-DP-DD
001650           COMPUTE WS-IDADE-DIAS = WS-DIAS-HOJE - WS-DIAS-PROPOSTA
001660           IF WS-IDADE-DIAS NOT > WS-PRAZO-DIAS
001670               ADD 1 TO WS-QTD-PROPOSTAS-MANTIDAS
001680               GO TO 2010-EXIT
001690           END-IF
001700       END-IF.
001710       DELETE PENDMNT RECORD.
001720       IF WS-ST-PENDMNT NOT = '00'
001730           DISPLAY 'EXEMPEXP: ERRO NA EXCLUSAO DA PROPOSTA '
001740               PND-NUM-REGISTRO ' - STATUS ' WS-ST-PENDMNT
001750           MOVE 4 TO RETURN-CODE
001760           GO TO 2010-EXIT
001770       END-IF.
001780       MOVE SPACES                  TO PDL-REC.
001790       MOVE WS-DATA-EDITADA         TO PDL-DATA-DECISAO.
001800       MOVE WS-HORA-EDITADA         TO PDL-HORA-DECISAO.
001810       MOVE 'E'                     TO PDL-DECISAO.
001820       MOVE 'PRAZO DE APROVACAO ESGOTADO' TO PDL-MOTIVO.
001830       MOVE PND-REC                 TO PDL-PROPOSTA.
001840       WRITE PDL-REC.
001850       DISPLAY 'EXEMPEXP: PROPOSTA EXPIRADA - REGISTRO '
001860           PND-NUM-REGISTRO ' OPERADOR ' PND-OPERADOR-PROPONENTE.
001870       ADD 1 TO WS-QTD-PROPOSTAS-EXPIRADAS.
001880   2010-EXIT.
001890       EXIT.
