000100   IDENTIFICATION DIVISION.
000110   PROGRAM-ID. EXEMSTAT.
000120   AUTHOR. EQUIPE DE MANUTENCAO DE SISTEMAS.
000130   INSTALLATION. CENTRO DE PROCESSAMENTO DE DADOS.
000140   DATE-WRITTEN. 15/10/2026.
000150   DATE-COMPILED.
000160*  ---------------------------------------------------------
000170*  HISTORICO DE MANUTENCAO
000180*  ---------------------------------------------------------
000190*  DATA       AUTOR  DESCRICAO
000200*  15/10/2026 RCS    PROGRAMA ORIGINAL - TRANSACAO ESIT DE
000210*                    CONSULTA DA SITUACAO DA CADEIA NOTURNA
000220*                    EXEMPLOJ, PARA A OPERACAO E A SUPERVISAO
000230*                    NAO PRECISAREM DO SYSOUT DO EXEMBALC. PARA
000240*                    A DATA DE NEGOCIO DIGITADA (EM BRANCO, A
000250*                    ULTIMA NOITE FECHADA - A DATA CORRENTE DO
000260*                    RUNCTL DEPOIS DO FECHAMENTO) MOSTRA O
000270*                    REGISTRO DO RUNSTAT GRAVADO PELO EXEMBALC:
000280*                    SITUACAO DO RUN, DATA/HORA E VEREDICTO DO
000290*                    FECHAMENTO, CONTAGENS DE CADA PROGRAMA NO
000300*                    LEDGER DE RUN, RESULTADO DE CADA ELO
000310*                    (BALANCEADO, AUSENTE OU DIVERGENTE) E OS
000320*                    ALERTAS DE AVISO E CRITICOS DA NOITE. PF7 E
000330*                    PF8 PASSAM PARA A DATA ANTERIOR/SEGUINTE COM
000340*                    FECHAMENTO GRAVADO, PARA A SUPERVISAO VER
000350*                    OS BURACOS DE NOITES SEM FECHAMENTO.
000360*  ---------------------------------------------------------

000380*  -------------------------------------------------------------
000390*  PROGRAMA CICS PSEUDO-CONVERSACIONAL, SOMENTE CONSULTA. NAO HA
000400*  ENVIRONMENT DIVISION NEM FILE SECTION: O RUNSTAT (VSAM KSDS
000410*  CHAVEADO PELA DATA DE NEGOCIO) E DEFINIDO NA FCT DA REGIAO
000420*  CICS (VER EXEMMNT.CSD) E LIDO POR EXEC CICS, NAO POR
000430*  SELECT/FD. OS PARAGRAFOS DE CONSULTA TERMINAM SEMPRE EM
000440*  SEND + RETURN, ENTAO O DESVIO DAS CONDICOES (ENDFILE, NOTFND)
000450*  PARA ELES ENCERRA A TAREFA SEM RETORNAR AO PONTO DO DESVIO,
000460*  COMO NA EAPR.
000470*  -------------------------------------------------------------
000480   DATA DIVISION.
000490   WORKING-STORAGE SECTION.
000500       COPY EXEMSMAP.

000520       COPY STSREC.

000540   01  WS-TRANSID                  PIC X(04) VALUE 'ESIT'.
000550   01  WS-MAPSET                   PIC X(08) VALUE 'EXEMSMAP'.
000560   01  WS-MAPA                     PIC X(08) VALUE 'SITU01'.

000580*  -----------------------------------------------------------
000590*  TECLAS DE ATENCAO - MESMOS VALORES DAS CONSTANTES DFHAID
000600*  (DFHPF3 = '3', DFHPF7 = '7', DFHPF8 = '8').
000610*  -----------------------------------------------------------
000620   01  WS-AID-PF3                  PIC X(01) VALUE '3'.
000630   01  WS-AID-PF7                  PIC X(01) VALUE '7'.
000640   01  WS-AID-PF8                  PIC X(01) VALUE '8'.

000660*  -----------------------------------------------------------
000670*  CHAVE DE POSICIONAMENTO DO RUNSTAT. TODA EM HIGH-VALUES, O
000680*  STARTBR POSICIONA NO FIM DO ARQUIVO E O READPREV SEGUINTE
000690*  DEVOLVE A ULTIMA DATA GRAVADA.
000700*  -----------------------------------------------------------
000710   01  WS-CHAVE-BUSCA              PIC X(08) VALUE SPACES.
000720   01  WS-CHAVE-NUM REDEFINES WS-CHAVE-BUSCA
000730                                   PIC 9(08).
000740   01  WS-DATA-PARTIDA             PIC 9(08) VALUE ZERO.
000750   01  WS-DATA-MAXIMA              PIC 9(08) VALUE 99999999.
000760   01  WS-SW-BROWSE                PIC X(01) VALUE 'N'.
000770       88  WS-BROWSE-ATIVO             VALUE 'S'.
000780       88  WS-BROWSE-INATIVO           VALUE 'N'.
000790   01  WS-IND                      PIC S9(04) COMP VALUE ZERO.
000800   01  WS-MSG-PAGINA               PIC X(60) VALUE SPACES.
000810   01  WS-MSG-SAIDA                PIC X(40) VALUE
000820       'CONSULTA DA SITUACAO DA CADEIA ENCERRADA'.

000840*  -----------------------------------------------------------
000850*  DATA DIGITADA NA TELA, CONFERIDA ANTES DA LEITURA
000860*  -----------------------------------------------------------
000870   01  WS-DATA-DIGITADA.
000880       05  WS-DD-AAAA              PIC 9(04).
000890       05  WS-DD-MM                PIC 9(02).
000900       05  WS-DD-DD                PIC 9(02).
000910   01  WS-DATA-DIGITADA-NUM REDEFINES WS-DATA-DIGITADA
000920                                   PIC 9(08).

000940*  -----------------------------------------------------------
000950*  DATA/HORA DO FECHAMENTO, PARA EDICAO EM DD/MM/AAAA HH:MM:SS
000960*  -----------------------------------------------------------
000970   01  WS-DATA-FECHAMENTO.
000980       05  WS-DF-AAAA              PIC 9(04).
000990       05  WS-DF-MM                PIC 9(02).
001000       05  WS-DF-DD                PIC 9(02).
001010   01  WS-HORA-FECHAMENTO.
001020       05  WS-HF-HH                PIC 9(02).
001030       05  WS-HF-MM                PIC 9(02).
001040       05  WS-HF-SS                PIC 9(02).

001060*  -----------------------------------------------------------
001070*  LINHA DE CONTAGENS DE UM PROGRAMA: NOME E ATE 5 CONTAGENS DO
001080*  LEDGER, CADA UMA COM UM ROTULO CURTO; PROGRAMA QUE NAO
001090*  LANCOU NA DATA SAI COM O AVISO NO LUGAR DAS CONTAGENS.
001100*  -----------------------------------------------------------
001110   01  WS-LINHA-PROGRAMA.
001120       05  WS-LP-PROGRAMA          PIC X(08).
001130       05  FILLER                  PIC X(02) VALUE SPACES.
001140       05  WS-LP-CONTAGENS.
001150           10  WS-LP-ITEM          OCCURS 5 TIMES.
001160               15  WS-LP-ROTULO    PIC X(04).
001170               15  WS-LP-VALOR     PIC ZZZZZZ9.
001180               15  FILLER          PIC X(01).
001190       05  WS-LP-AUSENTE REDEFINES WS-LP-CONTAGENS
001200                                   PIC X(60).
001210   01  WS-MSG-SEM-LANCAMENTO       PIC X(40) VALUE
001220       '*** SEM LANCAMENTO NO LEDGER NESTA DATA'.

001240*  -----------------------------------------------------------
001250*  LINHA DE ELO: ROTULO DO ELO (NA ORDEM DE STS-ELO-RESULTADO,
001260*  OS MESMOS DO RELBALC) E O RESULTADO
001270*  -----------------------------------------------------------
001280   01  WS-TAB-ROTULOS-ELO.
001290       05  FILLER                  PIC X(44) VALUE
001300           'EXEMMNTB LIDOS = APLICADOS + REJEITADOS'.
001310       05  FILLER                  PIC X(44) VALUE
001320           'CORRECOES ACEITAS = FUNDIDAS + NO MESTRE'.
001330       05  FILLER                  PIC X(44) VALUE
001340           'DETALHES EXTRAIDOS = DETALHES LIDOS'.
001350       05  FILLER                  PIC X(44) VALUE
001360           'EXEMPLO VALIDOS + REJEITADOS = PROCESSADOS'.
001370       05  FILLER                  PIC X(44) VALUE
001380           'DETALHES POR ORIGEM (EXEMEXTR X EXEMPLO)'.
001390   01  WS-ROTULOS-ELO REDEFINES WS-TAB-ROTULOS-ELO.
001400       05  WS-ROTULO-ELO           PIC X(44) OCCURS 5 TIMES.
001410   01  WS-LINHA-ELO.
001420       05  WS-LE-ROTULO            PIC X(44).
001430       05  FILLER                  PIC X(02) VALUE ': '.
001440       05  WS-LE-RESULTADO         PIC X(12).
001450   01  WS-QTD-EDITADA              PIC ZZZZZZ9.

001470*  -----------------------------------------------------------
001480*  COMMAREA DA PROPRIA ESIT - DATA DE NEGOCIO NA TELA (BASE DO
001490*  PF7/PF8 E DO ENTER SEM DIGITACAO)
001500*  -----------------------------------------------------------
001510   01  WS-COMMAREA.
001520       05  WS-COMM-ETAPA           PIC X(01) VALUE 'C'.
001530           88  WS-COMM-CONSULTA        VALUE 'C'.
001540       05  WS-COMM-DATA            PIC 9(08) VALUE ZERO.

001560   LINKAGE SECTION.
001570   01  DFHCOMMAREA                 PIC X(09).

001590   PROCEDURE DIVISION.
001600*  =============================================================
001610*  0000-MAINLINE - PONTO DE ENTRADA DA TRANSACAO ESIT. NA
001620*  PRIMEIRA ENTRADA (SEM COMMAREA) MOSTRA A ULTIMA NOITE
001630*  FECHADA; NAS SEGUINTES, DECIDE PELA TECLA DE ATENCAO: PF7
001640*  PASSA PARA A DATA ANTERIOR, PF8 PARA A SEGUINTE, PF3 ENCERRA
001650*  E ENTER CONSULTA A DATA DIGITADA.
001660*  =============================================================
001670   0000-MAINLINE.
001680       EXEC CICS HANDLE CONDITION
001690           MAPFAIL  (8200-SEM-DATA)
001700           ERROR    (8900-ERRO-GERAL)
001710       END-EXEC.
001720       IF EIBCALEN = ZERO
001730           MOVE SPACES TO WS-MSG-PAGINA
001740           GO TO 2200-CONSULTAR-ULTIMA
001750       END-IF.
001760       MOVE DFHCOMMAREA TO WS-COMMAREA.
001770       EVALUATE EIBAID
001780           WHEN WS-AID-PF3
001790               GO TO 7000-ENCERRAR
001800           WHEN WS-AID-PF7
001810               MOVE SPACES TO WS-MSG-PAGINA
001820               MOVE WS-COMM-DATA TO WS-DATA-PARTIDA
001830               GO TO 3000-CONSULTAR-ANTERIOR
001840           WHEN WS-AID-PF8
001850               MOVE SPACES TO WS-MSG-PAGINA
001860               MOVE WS-COMM-DATA TO WS-DATA-PARTIDA
001870               GO TO 4000-CONSULTAR-SEGUINTE
001880           WHEN OTHER
001890               GO TO 5000-RECEBER-DATA
001900       END-EVALUATE.
001910   0000-EXIT.
001920       EXIT.

001940*  -------------------------------------------------------------
001950*  2100-CONSULTAR-DATA - LE NO RUNSTAT A SITUACAO DA DATA EM
001960*  WS-DATA-PARTIDA E A MOSTRA. DATA SEM REGISTRO DESVIA PARA
001970*  2150-DATA-SEM-FECHAMENTO.
001980*  -------------------------------------------------------------
001990   2100-CONSULTAR-DATA.
002000       EXEC CICS HANDLE CONDITION
002010           NOTFND   (2150-DATA-SEM-FECHAMENTO)
002020       END-EXEC.
002030       MOVE WS-DATA-PARTIDA TO STS-DATA-NEGOCIO.
002040       EXEC CICS READ DATASET('RUNSTAT')
002050           INTO(STS-REC) RIDFLD(STS-DATA-NEGOCIO)
002060       END-EXEC.
002070       PERFORM 6000-ENVIAR-SITUACAO THRU 6000-EXIT.

002090*  -------------------------------------------------------------
002100*  2150-DATA-SEM-FECHAMENTO - A DATA NAO TEM REGISTRO NO RUNSTAT:
002110*  A NOITE NAO RODOU, OU O JOB MORREU ANTES DO FECHAMENTO (OU A
002120*  DATA FOI DIGITADA ERRADA). MOSTRA SO A DATA E O AVISO; O
002130*  PF7/PF8 CONTINUA A PARTIR DELA. A MENSAGEM JA MONTADA E
002140*  PRESERVADA.
002150*  -------------------------------------------------------------
002160   2150-DATA-SEM-FECHAMENTO.
002170       IF WS-MSG-PAGINA = SPACES
002180           MOVE 'DATA SEM FECHAMENTO GRAVADO NO RUNSTAT'
002190               TO WS-MSG-PAGINA
002200       END-IF.
002210       PERFORM 6100-ENVIAR-SEM-SITUACAO THRU 6100-EXIT.

002230*  -------------------------------------------------------------
002240*  2200-CONSULTAR-ULTIMA - DATA NAO INFORMADA: MOSTRA A ULTIMA
002250*  NOITE COM FECHAMENTO GRAVADO (A MAIOR DATA DO RUNSTAT), QUE
002260*  DEPOIS DO FECHAMENTO E A DATA CORRENTE DO RUNCTL.
002270*  -------------------------------------------------------------
002280   2200-CONSULTAR-ULTIMA.
002290       MOVE WS-DATA-MAXIMA TO WS-DATA-PARTIDA.
002300       GO TO 3000-CONSULTAR-ANTERIOR.
002310   2200-EXIT.
002320       EXIT.

002340*  -------------------------------------------------------------
002350*  3000-CONSULTAR-ANTERIOR - MOSTRA A MAIOR DATA DO RUNSTAT
002360*  ABAIXO DE WS-DATA-PARTIDA. O STARTBR POSICIONA NA PRIMEIRA
002370*  DATA IGUAL OU MAIOR E O READNEXT A LE (ASSIM O READPREV NAO
002380*  DEPENDE DE A DATA DE PARTIDA EXISTIR NO ARQUIVO); O READPREV
002390*  VOLTA DESSA DATA ATE A PRIMEIRA MENOR QUE A DE PARTIDA. SEM
002400*  DATA IGUAL OU MAIOR, 3020-ALEM-DO-FIM VOLTA A PARTIR DO FIM
002410*  DO ARQUIVO. SEM DATA MENOR, 3040-SEM-ANTERIOR.
002420*  -------------------------------------------------------------
002430   3000-CONSULTAR-ANTERIOR.
002440       EXEC CICS HANDLE CONDITION
002450           NOTFND   (3020-ALEM-DO-FIM)
002460           ENDFILE  (3020-ALEM-DO-FIM)
002470       END-EXEC.
002480       MOVE WS-DATA-PARTIDA TO WS-CHAVE-NUM.
002490       EXEC CICS STARTBR DATASET('RUNSTAT')
002500           RIDFLD(WS-CHAVE-BUSCA) GTEQ
002510       END-EXEC.
002520       MOVE 'S' TO WS-SW-BROWSE.
002530       EXEC CICS READNEXT DATASET('RUNSTAT')
002540           INTO(STS-REC) RIDFLD(WS-CHAVE-BUSCA)
002550       END-EXEC.
002560   3010-LER-ANTERIOR.
002570       EXEC CICS HANDLE CONDITION
002580           NOTFND   (3040-SEM-ANTERIOR)
002590           ENDFILE  (3040-SEM-ANTERIOR)
002600       END-EXEC.
002610       EXEC CICS READPREV DATASET('RUNSTAT')
002620           INTO(STS-REC) RIDFLD(WS-CHAVE-BUSCA)
002630       END-EXEC.
002640       IF STS-DATA-NEGOCIO NOT < WS-DATA-PARTIDA
002650           GO TO 3010-LER-ANTERIOR
002660       END-IF.
002670       EXEC CICS ENDBR DATASET('RUNSTAT') END-EXEC.
002680       MOVE 'N' TO WS-SW-BROWSE.
002690       IF WS-DATA-PARTIDA = WS-DATA-MAXIMA
002700               AND WS-MSG-PAGINA = SPACES
002710           MOVE 'ULTIMA NOITE FECHADA NO RUNSTAT'
002720               TO WS-MSG-PAGINA
002730       END-IF.
002740       PERFORM 6000-ENVIAR-SITUACAO THRU 6000-EXIT.

002760*  -------------------------------------------------------------
002770*  3020-ALEM-DO-FIM - NAO HA DATA IGUAL OU MAIOR QUE A DE
002780*  PARTIDA: REABRE O BROWSE NO FIM DO ARQUIVO (CHAVE EM
002790*  HIGH-VALUES) E VOLTA PELO READPREV A PARTIR DA ULTIMA DATA.
002800*  RUNSTAT VAZIO DESVIA PARA 3040-SEM-ANTERIOR.
002810*  -------------------------------------------------------------
002820   3020-ALEM-DO-FIM.
002830       IF WS-BROWSE-ATIVO
002840           EXEC CICS ENDBR DATASET('RUNSTAT') END-EXEC
002850           MOVE 'N' TO WS-SW-BROWSE
002860       END-IF.
002870       EXEC CICS HANDLE CONDITION
002880           NOTFND   (3040-SEM-ANTERIOR)
002890           ENDFILE  (3040-SEM-ANTERIOR)
002900       END-EXEC.
002910       MOVE HIGH-VALUES TO WS-CHAVE-BUSCA.
002920       EXEC CICS STARTBR DATASET('RUNSTAT')
002930           RIDFLD(WS-CHAVE-BUSCA) GTEQ
002940       END-EXEC.
002950       MOVE 'S' TO WS-SW-BROWSE.
002960       GO TO 3010-LER-ANTERIOR.
002970   3020-EXIT.
002980       EXIT.

003000*  -------------------------------------------------------------
003010*  3040-SEM-ANTERIOR - NAO HA DATA MENOR QUE A DE PARTIDA. NA
003020*  CONSULTA DA ULTIMA NOITE, O RUNSTAT ESTA VAZIO (NENHUM
003030*  FECHAMENTO AINDA); NO PF7, A TELA FICA NA DATA CORRENTE COM O
003040*  AVISO DE INICIO DO ARQUIVO.
003050*  -------------------------------------------------------------
003060   3040-SEM-ANTERIOR.
003070       IF WS-BROWSE-ATIVO
003080           EXEC CICS ENDBR DATASET('RUNSTAT') END-EXEC
003090           MOVE 'N' TO WS-SW-BROWSE
003100       END-IF.
003110       IF WS-DATA-PARTIDA = WS-DATA-MAXIMA
003120           MOVE 'NENHUM FECHAMENTO GRAVADO NO RUNSTAT'
003130               TO WS-MSG-PAGINA
003140           MOVE ZERO TO WS-DATA-PARTIDA
003150           PERFORM 6100-ENVIAR-SEM-SITUACAO THRU 6100-EXIT
003160       END-IF.
003170       MOVE 'NAO HA FECHAMENTO GRAVADO ANTES DESTA DATA'
003180           TO WS-MSG-PAGINA.
003190       GO TO 2100-CONSULTAR-DATA.
003200   3040-EXIT.
003210       EXIT.

003230*  -------------------------------------------------------------
003240*  4000-CONSULTAR-SEGUINTE - MOSTRA A MENOR DATA DO RUNSTAT
003250*  ACIMA DE WS-DATA-PARTIDA (READ COM GTEQ A PARTIR DO DIA
003260*  SEGUINTE). SEM DATA MAIOR, 4040-SEM-SEGUINTE.
003270*  -------------------------------------------------------------
003280   4000-CONSULTAR-SEGUINTE.
003290       EXEC CICS HANDLE CONDITION
003300           NOTFND   (4040-SEM-SEGUINTE)
003310       END-EXEC.
003320       IF WS-DATA-PARTIDA NOT < WS-DATA-MAXIMA
003330           GO TO 4040-SEM-SEGUINTE
003340       END-IF.
003350       COMPUTE WS-CHAVE-NUM = WS-DATA-PARTIDA + 1.
003360       EXEC CICS READ DATASET('RUNSTAT')
003370           INTO(STS-REC) RIDFLD(WS-CHAVE-BUSCA) GTEQ
003380       END-EXEC.
003390       PERFORM 6000-ENVIAR-SITUACAO THRU 6000-EXIT.

003410*  -------------------------------------------------------------
003420*  4040-SEM-SEGUINTE - NAO HA DATA MAIOR QUE A DE PARTIDA: A
003430*  TELA FICA NA DATA CORRENTE COM O AVISO DE FIM DO ARQUIVO.
003440*  -------------------------------------------------------------
003450   4040-SEM-SEGUINTE.
003460       MOVE 'NAO HA FECHAMENTO GRAVADO DEPOIS DESTA DATA'
003470           TO WS-MSG-PAGINA.
003480       GO TO 2100-CONSULTAR-DATA.
003490   4040-EXIT.
003500       EXIT.

003520*  -------------------------------------------------------------
003530*  5000-RECEBER-DATA - ENTER: LE A DATA DIGITADA. EM BRANCO,
003540*  MOSTRA A ULTIMA NOITE FECHADA; INVALIDA, REEXIBE A DATA
003550*  CORRENTE COM O AVISO; VALIDA, CONSULTA A DATA.
003560*  -------------------------------------------------------------
003570   5000-RECEBER-DATA.
003580       EXEC CICS RECEIVE MAP(WS-MAPA) MAPSET(WS-MAPSET)
003590           INTO(SITU01I)
003600       END-EXEC.
003610       MOVE SPACES TO WS-MSG-PAGINA.
003620       IF DATFL = ZERO
003630           GO TO 2200-CONSULTAR-ULTIMA
003640       END-IF.
003650       MOVE DATFI TO WS-DATA-DIGITADA.
003660       IF WS-DATA-DIGITADA = SPACES
003670               OR WS-DATA-DIGITADA = LOW-VALUES
003680           GO TO 2200-CONSULTAR-ULTIMA
003690       END-IF.
003700       IF WS-DATA-DIGITADA NOT NUMERIC
003710               OR WS-DD-MM < 1 OR WS-DD-MM > 12
003720               OR WS-DD-DD < 1 OR WS-DD-DD > 31
003730           MOVE 'DATA INVALIDA - INFORME AAAAMMDD OU BRANCO'
003740               TO WS-MSG-PAGINA
003750           MOVE WS-COMM-DATA TO WS-DATA-PARTIDA
003760           GO TO 2100-CONSULTAR-DATA
003770       END-IF.
003780       MOVE WS-DATA-DIGITADA-NUM TO WS-DATA-PARTIDA.
003790       GO TO 2100-CONSULTAR-DATA.
003800   5000-EXIT.
003810       EXIT.

003830*  -------------------------------------------------------------
003840*  6000-ENVIAR-SITUACAO - PREENCHE A TELA COM O REGISTRO DO
003850*  RUNSTAT LIDO, GUARDA A DATA NA COMMAREA (BASE DO PF7/PF8) E
003860*  DEVOLVE A TELA AO OPERADOR.
003870*  -------------------------------------------------------------
003880   6000-ENVIAR-SITUACAO.
003890       MOVE LOW-VALUE TO SITU01O.
003900       MOVE STS-DATA-NEGOCIO TO DATFO.
003910       MOVE STS-DATA-NEGOCIO TO WS-COMM-DATA.
003920       EVALUATE TRUE
003930           WHEN STS-RUN-COMPLETO
003940               MOVE 'C - RUN COMPLETO' TO SITFO
003950           WHEN STS-RUN-FALHOU
003960               MOVE 'F - FALHA NA CONCILIACAO' TO SITFO
003970           WHEN STS-RUN-INICIADO
003980               MOVE 'I - INICIADO E NAO CONCLUIDO' TO SITFO
003990           WHEN OTHER
004000               MOVE 'SEM RUNCTL NO FECHAMENTO' TO SITFO
004010       END-EVALUATE.
004020       MOVE STS-DATA-FECHAMENTO TO WS-DATA-FECHAMENTO.
004030       MOVE STS-HORA-FECHAMENTO TO WS-HORA-FECHAMENTO.
004040       STRING WS-DF-DD '/' WS-DF-MM '/' WS-DF-AAAA ' '
004050           WS-HF-HH ':' WS-HF-MM ':' WS-HF-SS
004060           DELIMITED BY SIZE INTO FECFO.
004070       EVALUATE TRUE
004080           WHEN STS-CADEIA-FECHADA
004090               MOVE 'CADEIA FECHADA SEM DIVERGENCIA' TO VERFO
004100           WHEN STS-FECHADA-QUARENTENA
004110               MOVE 'FECHADA - PARCEIRO(S) EM QUARENTENA'
004120                   TO VERFO
004130           WHEN OTHER
004140               MOVE 'DIVERGENCIA OU ELO AUSENTE - VER RELBALC'
004150                   TO VERFO
004160       END-EVALUATE.
004170       PERFORM 6010-MONTAR-PROGRAMAS THRU 6010-EXIT.
004180       PERFORM VARYING WS-IND FROM 1 BY 1 UNTIL WS-IND > 5
004190           MOVE WS-ROTULO-ELO (WS-IND) TO WS-LE-ROTULO
004200           EVALUATE TRUE
004210               WHEN STS-ELO-BALANCEADO (WS-IND)
004220                   MOVE 'BALANCEADO' TO WS-LE-RESULTADO
004230               WHEN STS-ELO-DIVERGENTE (WS-IND)
004240                   MOVE 'DIVERGENTE' TO WS-LE-RESULTADO
004250               WHEN OTHER
004260                   MOVE 'AUSENTE' TO WS-LE-RESULTADO
004270           END-EVALUATE
004280           MOVE WS-LINHA-ELO TO ELOFO (WS-IND)
004290       END-PERFORM.
004300       MOVE STS-QTD-PW TO WS-QTD-EDITADA.
004310       MOVE WS-QTD-EDITADA TO AVIFO.
004320       MOVE STS-QTD-PC TO WS-QTD-EDITADA.
004330       MOVE WS-QTD-EDITADA TO CRIFO.
004340       MOVE WS-MSG-PAGINA TO MSGFO.
004350       MOVE 'C' TO WS-COMM-ETAPA.
004360       EXEC CICS SEND MAP(WS-MAPA) MAPSET(WS-MAPSET)
004370           FROM(SITU01O) ERASE
004380       END-EXEC.
004390       EXEC CICS RETURN TRANSID(WS-TRANSID)
004400           COMMAREA(WS-COMMAREA)
004410           LENGTH(LENGTH OF WS-COMMAREA)
004420       END-EXEC.
004430   6000-EXIT.
004440       EXIT.

004460*  -------------------------------------------------------------
004470*  6010-MONTAR-PROGRAMAS - MONTA AS 4 LINHAS DE CONTAGENS, NA
004480*  ORDEM DOS PASSOS DA CADEIA:
004490*  EXEMMNTB - LIDOS, APLICADOS, REJEITADOS, AGENDADOS E
004500*             AGENDAMENTOS CANCELADOS;
004510*  EXEMCORR - LIDAS, ACEITAS, RE-REJEITADAS, PERMANENTES E
004520*             GRAVADAS NO MESTRE;
004530*  EXEMEXTR - EXTRAIDOS DO MESTRE, CORRECOES FUNDIDAS, DETALHES
004540*             GRAVADOS E INATIVOS PULADOS;
004550*  EXEMPLO  - DETALHES LIDOS, PROCESSADOS NO RUN, VALIDOS,
004560*             REJEITADOS E ALERTAS.
004570*  -------------------------------------------------------------
004580   6010-MONTAR-PROGRAMAS.
004590       MOVE SPACES TO WS-LINHA-PROGRAMA.
004600       MOVE 'EXEMMNTB' TO WS-LP-PROGRAMA.
004610       IF STS-TEM-MNTB = 'S'
004620           MOVE 'LID:' TO WS-LP-ROTULO (1)
004630           MOVE STS-QTD-ML TO WS-LP-VALOR (1)
004640           MOVE 'APL:' TO WS-LP-ROTULO (2)
004650           MOVE STS-QTD-MA TO WS-LP-VALOR (2)
004660           MOVE 'REJ:' TO WS-LP-ROTULO (3)
004670           MOVE STS-QTD-MR TO WS-LP-VALOR (3)
004680           MOVE 'AGE:' TO WS-LP-ROTULO (4)
004690           MOVE STS-QTD-MG TO WS-LP-VALOR (4)
004700           MOVE 'CAN:' TO WS-LP-ROTULO (5)
004710           MOVE STS-QTD-MC TO WS-LP-VALOR (5)
004720       ELSE
004730           MOVE WS-MSG-SEM-LANCAMENTO TO WS-LP-AUSENTE
004740       END-IF.
004750       MOVE WS-LINHA-PROGRAMA TO PRGFO (1).
004760       MOVE SPACES TO WS-LINHA-PROGRAMA.
004770       MOVE 'EXEMCORR' TO WS-LP-PROGRAMA.
004780       IF STS-TEM-CORR = 'S'
004790           MOVE 'LID:' TO WS-LP-ROTULO (1)
004800           MOVE STS-QTD-CL TO WS-LP-VALOR (1)
004810           MOVE 'ACE:' TO WS-LP-ROTULO (2)
004820           MOVE STS-QTD-CA TO WS-LP-VALOR (2)
004830           MOVE 'REJ:' TO WS-LP-ROTULO (3)
004840           MOVE STS-QTD-CR TO WS-LP-VALOR (3)
004850           MOVE 'PER:' TO WS-LP-ROTULO (4)
004860           MOVE STS-QTD-CP TO WS-LP-VALOR (4)
004870           MOVE 'MES:' TO WS-LP-ROTULO (5)
004880           MOVE STS-QTD-CM TO WS-LP-VALOR (5)
004890       ELSE
004900           MOVE WS-MSG-SEM-LANCAMENTO TO WS-LP-AUSENTE
004910       END-IF.
004920       MOVE WS-LINHA-PROGRAMA TO PRGFO (2).
004930       MOVE SPACES TO WS-LINHA-PROGRAMA.
004940       MOVE 'EXEMEXTR' TO WS-LP-PROGRAMA.
004950       IF STS-TEM-EXTR = 'S'
004960           MOVE 'MES:' TO WS-LP-ROTULO (1)
004970           MOVE STS-QTD-EM TO WS-LP-VALOR (1)
004980           MOVE 'COR:' TO WS-LP-ROTULO (2)
004990           MOVE STS-QTD-EC TO WS-LP-VALOR (2)
005000           MOVE 'GRV:' TO WS-LP-ROTULO (3)
005010           MOVE STS-QTD-ED TO WS-LP-VALOR (3)
005020           MOVE 'INA:' TO WS-LP-ROTULO (4)
005030           MOVE STS-QTD-EI TO WS-LP-VALOR (4)
005040       ELSE
005050           MOVE WS-MSG-SEM-LANCAMENTO TO WS-LP-AUSENTE
005060       END-IF.
005070       MOVE WS-LINHA-PROGRAMA TO PRGFO (3).
005080       MOVE SPACES TO WS-LINHA-PROGRAMA.
005090       MOVE 'EXEMPLO ' TO WS-LP-PROGRAMA.
005100       IF STS-TEM-EXEMPLO = 'S'
005110           MOVE 'LID:' TO WS-LP-ROTULO (1)
005120           MOVE STS-QTD-PL TO WS-LP-VALOR (1)
005130           MOVE 'PRO:' TO WS-LP-ROTULO (2)
005140           MOVE STS-QTD-PP TO WS-LP-VALOR (2)
005150           MOVE 'VAL:' TO WS-LP-ROTULO (3)
005160           MOVE STS-QTD-PV TO WS-LP-VALOR (3)
005170           MOVE 'REJ:' TO WS-LP-ROTULO (4)
005180           MOVE STS-QTD-PR TO WS-LP-VALOR (4)
005190           MOVE 'ALE:' TO WS-LP-ROTULO (5)
005200           MOVE STS-QTD-PA TO WS-LP-VALOR (5)
005210       ELSE
005220           MOVE WS-MSG-SEM-LANCAMENTO TO WS-LP-AUSENTE
005230       END-IF.
005240       MOVE WS-LINHA-PROGRAMA TO PRGFO (4).
005250   6010-EXIT.
005260       EXIT.

005280*  -------------------------------------------------------------
005290*  6100-ENVIAR-SEM-SITUACAO - ENVIA A TELA SO COM A DATA
005300*  CONSULTADA (QUANDO HOUVER) E A MENSAGEM, SEM SITUACAO: DATA
005310*  SEM FECHAMENTO GRAVADO OU RUNSTAT VAZIO.
005320*  -------------------------------------------------------------
005330   6100-ENVIAR-SEM-SITUACAO.
005340       MOVE LOW-VALUE TO SITU01O.
005350       IF WS-DATA-PARTIDA > ZERO
005360           MOVE WS-DATA-PARTIDA TO DATFO
005370       END-IF.
005380       MOVE WS-DATA-PARTIDA TO WS-COMM-DATA.
005390       MOVE WS-MSG-PAGINA TO MSGFO.
005400       MOVE 'C' TO WS-COMM-ETAPA.
005410       EXEC CICS SEND MAP(WS-MAPA) MAPSET(WS-MAPSET)
005420           FROM(SITU01O) ERASE
005430       END-EXEC.
005440       EXEC CICS RETURN TRANSID(WS-TRANSID)
005450           COMMAREA(WS-COMMAREA)
005460           LENGTH(LENGTH OF WS-COMMAREA)
005470       END-EXEC.
005480   6100-EXIT.
005490       EXIT.

005510*  -------------------------------------------------------------
005520*  7000-ENCERRAR - PF3: ENCERRA A CONSULTA SEM MANTER COMMAREA,
005530*  LIMPANDO A TELA DO OPERADOR.
005540*  -------------------------------------------------------------
005550   7000-ENCERRAR.
005560       EXEC CICS SEND TEXT FROM(WS-MSG-SAIDA)
005570           LENGTH(LENGTH OF WS-MSG-SAIDA) ERASE FREEKB
005580       END-EXEC.
005590       EXEC CICS RETURN END-EXEC.
005600   7000-EXIT.
005610       EXIT.

005630*  -------------------------------------------------------------
005640*  8200-SEM-DATA - ENTER SEM NADA ALTERADO NA TELA (MAPFAIL):
005650*  RECONSULTA A DATA QUE ESTA NA TELA, PARA ACOMPANHAR O
005660*  FECHAMENTO DE UMA NOITE EM ANDAMENTO.
005670*  -------------------------------------------------------------
005680   8200-SEM-DATA.
005690       MOVE SPACES TO WS-MSG-PAGINA.
005700       IF WS-COMM-DATA = ZERO
005710           GO TO 2200-CONSULTAR-ULTIMA
005720       END-IF.
005730       MOVE WS-COMM-DATA TO WS-DATA-PARTIDA.
005740       GO TO 2100-CONSULTAR-DATA.
005750   8200-EXIT.
005760       EXIT.

005780*  -------------------------------------------------------------
005790*  8900-ERRO-GERAL - QUALQUER OUTRA CONDICAO CICS NAO TRATADA
005800*  ESPECIFICAMENTE. AVISA O OPERADOR E ENCERRA A TAREFA SEM
005810*  MANTER COMMAREA, PARA QUE UM ENTER SEGUINTE COMECE DO ZERO.
005820*  -------------------------------------------------------------
005830   8900-ERRO-GERAL.
005840       MOVE LOW-VALUE TO SITU01O.
005850       MOVE 'ERRO INESPERADO - CONTATE O SUPORTE TECNICO'
005860           TO MSGFO.
005870       EXEC CICS SEND MAP(WS-MAPA) MAPSET(WS-MAPSET)
005880           FROM(SITU01O) ERASE
005890       END-EXEC.
005900       EXEC CICS RETURN END-EXEC.
005910   8900-EXIT.
005920       EXIT.
