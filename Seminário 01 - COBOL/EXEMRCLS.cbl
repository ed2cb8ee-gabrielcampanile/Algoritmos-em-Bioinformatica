000100   IDENTIFICATION DIVISION.
000110   PROGRAM-ID. EXEMRCLS.
000120   AUTHOR. EQUIPE DE MANUTENCAO DE SISTEMAS.
000130   INSTALLATION. CENTRO DE PROCESSAMENTO DE DADOS.
000140   DATE-WRITTEN. 15/10/2026.
000150   DATE-COMPILED.
000160*  ---------------------------------------------------------
000170*  HISTORICO DE MANUTENCAO
000180*  ---------------------------------------------------------
000190*  DATA       AUTOR  DESCRICAO
000200*  15/10/2026 RCS    PROGRAMA ORIGINAL - RECLASSIFICACAO EM LOTE
000210*                    DAS CATEGORIAS DO MESTRE. QUANDO A
000220*                    SUPERVISAO RETIRA, DIVIDE OU FUNDE
000230*                    CATEGORIAS NO CATCARDS/CATEGREF, OS
000240*                    REGISTROS QUE AINDA TRAZEM O CODIGO ANTIGO
000250*                    EM MST-VALOR-TEXTO PASSAM A FALHAR NA
000260*                    VALIDACAO DE CATEGORIA DO EXEMPLO, DO
000270*                    EXEMMNTB E DA EMNT. ESTE PROGRAMA (JOB
000280*                    EXEMRCLJ) LE O CARTAO DE MAPEAMENTO
000290*                    (RCLCARD, LAYOUT RCLREC: ORIGEM, DESTINO,
000300*                    FAIXA DE CHAVES OPCIONAL, SO ATIVOS E
000310*                    OPERADOR), PERCORRE O MESTRE INTEIRO E
000320*                    REGRAVA CADA REGISTRO ATINGIDO COM A
000330*                    CATEGORIA NOVA, GRAVANDO A LINHA ANTES/
000340*                    DEPOIS NO MANTLOG (TERMINAL 'RCLS') E A
000350*                    CHAVE NO DELTAS (ORIGEM 'RCLS'), COMO
000360*                    QUALQUER OUTRA MANUTENCAO. DESTINO FORA DO
000370*                    CATEGREF OU INATIVO NAO MOVE O REGISTRO:
000380*                    ELE SAI NO RELATORIO (RELRECL), JUNTO COM
000390*                    AS QUANTIDADES MOVIDAS POR PAR DE
000400*                    CATEGORIAS. CADA REGISTRO E MOVIDO NO
000410*                    MAXIMO UMA VEZ POR RUN, E UM RERUN SO
000420*                    ENCONTRA O QUE FICOU PARA TRAS.
000430*  ---------------------------------------------------------

000440   ENVIRONMENT DIVISION.
000450   CONFIGURATION SECTION.
000460   SOURCE-COMPUTER. IBM-3090.
000470   OBJECT-COMPUTER. IBM-3090.

000480   INPUT-OUTPUT SECTION.
000490   FILE-CONTROL.
000500       SELECT RCLCARD ASSIGN TO "RCLCARD"
000510           ORGANIZATION IS LINE SEQUENTIAL
000520           FILE STATUS IS WS-ST-RCLCARD.
000530       SELECT MESTRE ASSIGN TO "MESTRE"
000540           ORGANIZATION IS INDEXED
000550           ACCESS MODE IS SEQUENTIAL
000560           RECORD KEY IS MST-NUM-REGISTRO
000570           FILE STATUS IS WS-ST-MESTRE.
000580       SELECT CATEGREF ASSIGN TO "CATEGREF"
000590           ORGANIZATION IS INDEXED
000600           ACCESS MODE IS RANDOM
000610           RECORD KEY IS CRF-COD-CATEGORIA
000620           FILE STATUS IS WS-ST-CATEGREF.
000630       SELECT OPERAUT ASSIGN TO "OPERAUT"
000640           ORGANIZATION IS INDEXED
000650           ACCESS MODE IS RANDOM
000660           RECORD KEY IS OPR-COD-OPERADOR
000670           FILE STATUS IS WS-ST-OPERAUT.
000680       SELECT MANTLOG ASSIGN TO "MANTLOG"
000690           ORGANIZATION IS LINE SEQUENTIAL
000700           FILE STATUS IS WS-ST-MANTLOG.
000710       SELECT DELTAS ASSIGN TO "DELTAS"
000720           ORGANIZATION IS LINE SEQUENTIAL
000730           FILE STATUS IS WS-ST-DELTAS.
000740       SELECT RELRECL ASSIGN TO "RELRECL"
000750           ORGANIZATION IS LINE SEQUENTIAL
000760           FILE STATUS IS WS-ST-RELRECL.

000770   DATA DIVISION.
000780   FILE SECTION.
000790   FD  RCLCARD
000800       RECORDING MODE IS F.
000810       COPY RCLREC.

000820   FD  MESTRE.
000830       COPY MESTREC.

000840   FD  CATEGREF.
000850       COPY CRFREC.

000860   FD  OPERAUT.
000870       COPY OPRREC.

000880   FD  MANTLOG
000890       RECORDING MODE IS F.
000900       COPY MNTREC.

000910   FD  DELTAS
000920       RECORDING MODE IS F.
000930       COPY DLTREC.

000940   FD  RELRECL
000950       RECORDING MODE IS F.
000960   01  REL-LINHA                   PIC X(80).

000970   WORKING-STORAGE SECTION.
000980   01  WS-STATUS-ARQUIVOS.
000990       05  WS-ST-RCLCARD           PIC X(02).
001000       05  WS-ST-MESTRE            PIC X(02).
001010       05  WS-ST-CATEGREF          PIC X(02).
001020       05  WS-ST-OPERAUT           PIC X(02).
001030       05  WS-ST-MANTLOG           PIC X(02).
001040       05  WS-ST-DELTAS            PIC X(02).
001050       05  WS-ST-RELRECL           PIC X(02).

001060   01  WS-SW-FIM-RCLCARD           PIC X(01) VALUE 'N'.
001070       88  WS-FIM-RCLCARD              VALUE 'S'.
001080       88  WS-NAO-FIM-RCLCARD          VALUE 'N'.

001090   01  WS-SW-FIM-MESTRE            PIC X(01) VALUE 'N'.
001100       88  WS-FIM-MESTRE               VALUE 'S'.
001110       88  WS-NAO-FIM-MESTRE           VALUE 'N'.

001120*  -----------------------------------------------------------
001130*  TABELA DOS CARTOES ACEITOS: PAR ORIGEM -> DESTINO, FAIXA DE
001140*  CHAVES, FILTRO DE ATIVOS, OPERADOR, SITUACAO DO DESTINO NO
001150*  CATEGREF ('A' = ATIVO, 'I' = INATIVO, 'F' = FORA DA
001160*  REFERENCIA) E AS QUANTIDADES DO PAR. MAIS CARTOES QUE A
001170*  TABELA COMPORTA ENCERRA O RUN ANTES DE TOCAR NO MESTRE.
001180*  -----------------------------------------------------------
001190   77  WS-MAX-CARTOES              PIC 9(03) COMP VALUE 50.
001200   77  WS-QTD-CARTOES              PIC 9(03) COMP VALUE ZERO.
001210   77  WS-IND-CRT                  PIC 9(03) COMP VALUE ZERO.
001220   77  WS-IND-PAR                  PIC 9(03) COMP VALUE ZERO.
001230   01  WS-TAB-CARTOES.
001240       05  WS-CRT-ENTRADA          OCCURS 50 TIMES.
001250           10  WS-CRT-NUM-CARTAO   PIC 9(03).
001260           10  WS-CRT-COD-ANTIGO   PIC X(10).
001270           10  WS-CRT-COD-NOVO     PIC X(10).
001280           10  WS-CRT-CHAVE-INICIAL
001290                                   PIC 9(07).
001300           10  WS-CRT-CHAVE-FINAL  PIC 9(07).
001310           10  WS-CRT-SO-ATIVOS    PIC X(01).
001320               88  WS-CRT-SOMENTE-ATIVOS   VALUE 'S'.
001330           10  WS-CRT-OPERADOR     PIC X(03).
001340           10  WS-CRT-DESTINO      PIC X(01).
001350               88  WS-CRT-DESTINO-ATIVO    VALUE 'A'.
001360               88  WS-CRT-DESTINO-INATIVO  VALUE 'I'.
001370               88  WS-CRT-DESTINO-AUSENTE  VALUE 'F'.
001380           10  WS-CRT-QTD-MOVIDOS  PIC 9(07) COMP.
001390           10  WS-CRT-QTD-NAO-MOVIDOS
001400                                   PIC 9(07) COMP.
001410           10  WS-CRT-QTD-INATIVOS PIC 9(07) COMP.

001420*  -----------------------------------------------------------
001430*  CARTAO CORRENTE: NUMERO DE ORDEM NO RCLCARD, FAIXA JA
001440*  CONVERTIDA E MOTIVO DA REJEICAO (BRANCO = ACEITO)
001450*  -----------------------------------------------------------
001460   77  WS-NUM-CARTAO               PIC 9(03) COMP VALUE ZERO.
001470   01  WS-CHAVE-INICIAL            PIC 9(07).
001480   01  WS-CHAVE-FINAL              PIC 9(07).
001490   01  WS-MOTIVO-CARTAO            PIC X(30).

001500*  -----------------------------------------------------------
001510*  REGISTRO CORRENTE DO MESTRE: VALORES ANTES DA REGRAVACAO E
001520*  MOTIVO DE NAO TER SIDO MOVIDO
001530*  -----------------------------------------------------------
001540   01  WS-VALOR-TEXTO-ANTES        PIC X(10).
001550   01  WS-MOTIVO-REGISTRO          PIC X(30).

001560*  -----------------------------------------------------------
001570*  TOTAIS DE CONTROLE DO RUN
001580*  -----------------------------------------------------------
001590   77  WS-QTD-CARTOES-LIDOS        PIC 9(03) COMP VALUE ZERO.
001600   77  WS-QTD-CARTOES-REJEITADOS   PIC 9(03) COMP VALUE ZERO.
001610   77  WS-QTD-MESTRE-LIDOS         PIC 9(07) COMP VALUE ZERO.
001620   77  WS-QTD-MOVIDOS              PIC 9(07) COMP VALUE ZERO.
001630   77  WS-QTD-NAO-MOVIDOS          PIC 9(07) COMP VALUE ZERO.
001640   77  WS-QTD-INATIVOS-MANTIDOS    PIC 9(07) COMP VALUE ZERO.

001650*  -----------------------------------------------------------
001660*  DATA E HORA DO RUN - CARIMBO DA LINHA DO MANTLOG
001670*  -----------------------------------------------------------
001680   01  WS-DATA-AAAAMMDD.
001690       05  WS-DATA-AAAA            PIC 9(04).
001700       05  WS-DATA-MM              PIC 9(02).
001710       05  WS-DATA-DD              PIC 9(02).
001720   01  WS-DATA-EDITADA             PIC X(10).
001730   01  WS-HORA-HHMMSSCC.
001740       05  WS-HORA-HH              PIC 9(02).
001750       05  WS-HORA-MM              PIC 9(02).
001760       05  WS-HORA-SS              PIC 9(02).
001770       05  WS-HORA-CC              PIC 9(02).
001780   01  WS-HORA-EDITADA             PIC X(08).

001790*  -----------------------------------------------------------
001800*  LINHAS DO RELATORIO DE RECLASSIFICACAO (RELRECL)
001810*  -----------------------------------------------------------
001820   01  WS-LIN-TITULO.
001830       05  FILLER                  PIC X(49) VALUE
001840           'RECLASSIFICACAO DE CATEGORIAS DO MESTRE - RUN DE '.
001850       05  WS-LT-DATA              PIC X(10).
001860       05  FILLER                  PIC X(21) VALUE SPACES.

001870   01  WS-LIN-SECAO.
001880       05  WS-LS-TEXTO             PIC X(60).
001890       05  FILLER                  PIC X(20) VALUE SPACES.

001900   01  WS-LIN-CAB-CARTAO.
001910       05  FILLER                  PIC X(48) VALUE
001920           'CRT ORIGEM     DESTINO    DE      ATE     A OPR '.
001930       05  FILLER                  PIC X(32) VALUE 'SITUACAO'.

001940   01  WS-LIN-CARTAO.
001950       05  WS-LC-NUM               PIC ZZ9.
001960       05  FILLER                  PIC X(01) VALUE SPACE.
001970       05  WS-LC-ORIGEM            PIC X(10).
001980       05  FILLER                  PIC X(01) VALUE SPACE.
001990       05  WS-LC-DESTINO           PIC X(10).
002000       05  FILLER                  PIC X(01) VALUE SPACE.
002010       05  WS-LC-CHAVE-INICIAL     PIC X(07).
002020       05  FILLER                  PIC X(01) VALUE SPACE.
002030       05  WS-LC-CHAVE-FINAL       PIC X(07).
002040       05  FILLER                  PIC X(01) VALUE SPACE.
002050       05  WS-LC-SO-ATIVOS         PIC X(01).
002060       05  FILLER                  PIC X(01) VALUE SPACE.
002070       05  WS-LC-OPERADOR          PIC X(03).
002080       05  FILLER                  PIC X(01) VALUE SPACE.
002090       05  WS-LC-SITUACAO          PIC X(30).
002100       05  FILLER                  PIC X(02) VALUE SPACES.

002110   01  WS-LIN-CAB-REGISTRO.
002120       05  FILLER                  PIC X(40) VALUE
002130           'CHAVE   ORIGEM     DESTINO    CRT MOTIVO'.
002140       05  FILLER                  PIC X(40) VALUE SPACES.

002150   01  WS-LIN-REGISTRO.
002160       05  WS-LR-CHAVE             PIC 9(07).
002170       05  FILLER                  PIC X(01) VALUE SPACE.
002180       05  WS-LR-ORIGEM            PIC X(10).
002190       05  FILLER                  PIC X(01) VALUE SPACE.
002200       05  WS-LR-DESTINO           PIC X(10).
002210       05  FILLER                  PIC X(01) VALUE SPACE.
002220       05  WS-LR-CARTAO            PIC ZZ9.
002230       05  FILLER                  PIC X(01) VALUE SPACE.
002240       05  WS-LR-MOTIVO            PIC X(30).
002250       05  FILLER                  PIC X(16) VALUE SPACES.

002260   01  WS-LIN-CAB-PAR.
002270       05  FILLER                  PIC X(26) VALUE
002280           'CRT ORIGEM     DESTINO    '.
002290       05  FILLER                  PIC X(54) VALUE
002300           'MOVIDOS NAO MOV INAT.MANTIDOS'.

002310   01  WS-LIN-PAR.
002320       05  WS-LP-NUM               PIC ZZ9.
002330       05  FILLER                  PIC X(01) VALUE SPACE.
002340       05  WS-LP-ORIGEM            PIC X(10).
002350       05  FILLER                  PIC X(01) VALUE SPACE.
002360       05  WS-LP-DESTINO           PIC X(10).
002370       05  FILLER                  PIC X(01) VALUE SPACE.
002380       05  WS-LP-MOVIDOS           PIC ZZZZZZ9.
002390       05  FILLER                  PIC X(01) VALUE SPACE.
002400       05  WS-LP-NAO-MOVIDOS       PIC ZZZZZZ9.
002410       05  FILLER                  PIC X(01) VALUE SPACE.
002420       05  WS-LP-INATIVOS          PIC ZZZZZZZZZZZZ9.
002430       05  FILLER                  PIC X(18) VALUE SPACES.

002440   01  WS-LIN-TOTAL.
002450       05  WS-TL-ROTULO            PIC X(32).
002460       05  FILLER                  PIC X(01) VALUE SPACE.
002470       05  WS-TL-VALOR             PIC ZZZZZZ9.
002480       05  FILLER                  PIC X(40) VALUE SPACES.

002490   PROCEDURE DIVISION.
002500*  =============================================================
002510*  INICIO - PONTO DE ENTRADA DO PROGRAMA. CARREGA E CONFERE OS
002520*  CARTOES DE MAPEAMENTO, PERCORRE O MESTRE EM ORDEM DE CHAVE
002530*  RECLASSIFICANDO OS REGISTROS ATINGIDOS E IMPRIME O RESUMO POR
002540*  PAR DE CATEGORIAS. RETURN-CODE 8 QUANDO UM ARQUIVO NAO PODE
002550*  SER ABERTO OU NAO HA CARTAO ACEITO (O MESTRE NAO E TOCADO);
002560*  4 QUANDO HOUVE CARTAO REJEITADO OU REGISTRO NAO MOVIDO.
002570*  =============================================================
002580   Inicio.
002590       ACCEPT WS-DATA-AAAAMMDD FROM DATE YYYYMMDD.
002600       STRING WS-DATA-DD '/' WS-DATA-MM '/' WS-DATA-AAAA
002610           DELIMITED BY SIZE INTO WS-DATA-EDITADA.
002620       ACCEPT WS-HORA-HHMMSSCC FROM TIME.
002630       STRING WS-HORA-HH ':' WS-HORA-MM ':' WS-HORA-SS
002640           DELIMITED BY SIZE INTO WS-HORA-EDITADA.
002650       OPEN INPUT RCLCARD.
002660       IF WS-ST-RCLCARD NOT = '00'
002670           DISPLAY 'EXEMRCLS: ERRO NA ABERTURA DE RCLCARD - '
002680               'STATUS ' WS-ST-RCLCARD
002690           MOVE 8 TO RETURN-CODE
002700           GOBACK
002710       END-IF.
002720       OPEN INPUT CATEGREF.
002730       IF WS-ST-CATEGREF NOT = '00'
002740           DISPLAY 'EXEMRCLS: ERRO NA ABERTURA DE CATEGREF - '
002750               'STATUS ' WS-ST-CATEGREF
002760           MOVE 8 TO RETURN-CODE
002770           CLOSE RCLCARD
002780           GOBACK
002790       END-IF.
002800       OPEN INPUT OPERAUT.
002810       IF WS-ST-OPERAUT NOT = '00'
002820           DISPLAY 'EXEMRCLS: ERRO NA ABERTURA DE OPERAUT - '
002830               'STATUS ' WS-ST-OPERAUT
002840           MOVE 8 TO RETURN-CODE
002850           CLOSE RCLCARD
002860           CLOSE CATEGREF
002870           GOBACK
002880       END-IF.
002890       OPEN OUTPUT RELRECL.
002900       IF WS-ST-RELRECL NOT = '00'
002910           DISPLAY 'EXEMRCLS: ERRO NA ABERTURA DE RELRECL - '
002920               'STATUS ' WS-ST-RELRECL
002930           MOVE 8 TO RETURN-CODE
002940           CLOSE RCLCARD
002950           CLOSE CATEGREF
002960           CLOSE OPERAUT
002970           GOBACK
002980       END-IF.
002990       MOVE WS-DATA-EDITADA TO WS-LT-DATA.
003000       MOVE WS-LIN-TITULO   TO REL-LINHA.
003010       WRITE REL-LINHA.
003020       MOVE SPACES TO REL-LINHA.
003030       WRITE REL-LINHA.
003040       MOVE 'CARTOES DE MAPEAMENTO' TO WS-LS-TEXTO.
003050       MOVE WS-LIN-SECAO      TO REL-LINHA.
003060       WRITE REL-LINHA.
003070       MOVE WS-LIN-CAB-CARTAO TO REL-LINHA.
003080       WRITE REL-LINHA.
003090       READ RCLCARD
003100           AT END
003110               MOVE 'S' TO WS-SW-FIM-RCLCARD
003120       END-READ.
003130       PERFORM UNTIL WS-FIM-RCLCARD
003140           PERFORM 1010-TRATAR-CARTAO THRU 1010-EXIT
003150           READ RCLCARD
003160               AT END
003170                   MOVE 'S' TO WS-SW-FIM-RCLCARD
003180           END-READ
003190       END-PERFORM.
003200       CLOSE RCLCARD.
003210       CLOSE OPERAUT.
003220       IF WS-QTD-CARTOES = ZERO
003230           DISPLAY 'EXEMRCLS: NENHUM CARTAO DE MAPEAMENTO '
003240               'ACEITO - MESTRE NAO ALTERADO'
003250           MOVE 8 TO RETURN-CODE
003260           CLOSE CATEGREF
003270           CLOSE RELRECL
003280           GOBACK
003290       END-IF.
003300       PERFORM 1200-ABRIR-ATUALIZACAO THRU 1200-EXIT.
003310       MOVE SPACES TO REL-LINHA.
003320       WRITE REL-LINHA.
003330       MOVE 'REGISTROS NAO RECLASSIFICADOS' TO WS-LS-TEXTO.
003340       MOVE WS-LIN-SECAO TO REL-LINHA.
003350       WRITE REL-LINHA.
003360       MOVE WS-LIN-CAB-REGISTRO TO REL-LINHA.
003370       WRITE REL-LINHA.
003380       READ MESTRE
003390           AT END
003400               MOVE 'S' TO WS-SW-FIM-MESTRE
003410       END-READ.
003420       PERFORM UNTIL WS-FIM-MESTRE
003430           PERFORM 2010-TRATAR-REGISTRO THRU 2010-EXIT
003440           READ MESTRE
003450               AT END
003460                   MOVE 'S' TO WS-SW-FIM-MESTRE
003470           END-READ
003480       END-PERFORM.
003490       PERFORM 3000-GRAVAR-RESUMO THRU 3000-EXIT.
003500       CLOSE MESTRE.
003510       CLOSE CATEGREF.
003520       CLOSE MANTLOG.
003530       CLOSE DELTAS.
003540       CLOSE RELRECL.
003550       IF WS-QTD-CARTOES-REJEITADOS > ZERO
003560               OR WS-QTD-NAO-MOVIDOS > ZERO
003570           MOVE 4 TO RETURN-CODE
003580       END-IF.
003590       DISPLAY 'EXEMRCLS: ' WS-QTD-CARTOES-LIDOS
003600           ' CARTAO(OES) LIDO(S), ' WS-QTD-CARTOES-REJEITADOS
003610           ' REJEITADO(S)'.
003620       DISPLAY 'EXEMRCLS: ' WS-QTD-MESTRE-LIDOS
003630           ' REGISTRO(S) DO MESTRE LIDO(S)'.
003640       DISPLAY 'EXEMRCLS: ' WS-QTD-MOVIDOS
003650           ' RECLASSIFICADO(S), ' WS-QTD-NAO-MOVIDOS
003660           ' NAO MOVIDO(S) (VER RELRECL)'.
003670       STOP RUN.

003680*  -------------------------------------------------------------
003690*  1010-TRATAR-CARTAO - CONFERE O CARTAO DE MAPEAMENTO QUE
003700*  ACABOU DE SER LIDO E, SE ACEITO, GUARDA-O NA TABELA COM A
003710*  SITUACAO DO DESTINO NO CATEGREF. ORIGEM OU DESTINO EM BRANCO,
003720*  ORIGEM IGUAL AO DESTINO, FAIXA DE CHAVES NAO NUMERICA OU
003730*  INVERTIDA, INDICADOR DE ATIVOS DIFERENTE DE 'S'/'N'/BRANCO,
003740*  OPERADOR SEM AUTORIDADE PARA APROVAR OU FAIXA SOBREPOSTA A
003750*  DE OUTRO CARTAO DA MESMA ORIGEM REJEITAM O CARTAO (LINHA NO
003760*  RELRECL, RETURN-CODE 4). DESTINO FORA DO CATEGREF OU INATIVO
003770*  NAO REJEITA O CARTAO: OS REGISTROS DA ORIGEM FICAM COMO ESTAO
003780*  E SAEM NO RELATORIO COMO NAO MOVIDOS.
003790*  -------------------------------------------------------------
003800   1010-TRATAR-CARTAO.
003810       ADD 1 TO WS-QTD-CARTOES-LIDOS.
003820       ADD 1 TO WS-NUM-CARTAO.
003830       MOVE SPACES TO WS-MOTIVO-CARTAO.
003840       PERFORM 1020-VALIDAR-CARTAO THRU 1020-EXIT.
003850       MOVE SPACES             TO WS-LIN-CARTAO.
003860       MOVE WS-NUM-CARTAO      TO WS-LC-NUM.
003870       MOVE RCL-COD-ANTIGO     TO WS-LC-ORIGEM.
003880       MOVE RCL-COD-NOVO       TO WS-LC-DESTINO.
003890       MOVE RCL-CHAVE-INICIAL  TO WS-LC-CHAVE-INICIAL.
003900       MOVE RCL-CHAVE-FINAL    TO WS-LC-CHAVE-FINAL.
003910       MOVE RCL-SO-ATIVOS      TO WS-LC-SO-ATIVOS.
003920       MOVE RCL-OPERADOR       TO WS-LC-OPERADOR.
003930       IF WS-MOTIVO-CARTAO NOT = SPACES
003940           ADD 1 TO WS-QTD-CARTOES-REJEITADOS
003950           MOVE WS-MOTIVO-CARTAO TO WS-LC-SITUACAO
003960           MOVE WS-LIN-CARTAO    TO REL-LINHA
003970           WRITE REL-LINHA
003980           DISPLAY 'EXEMRCLS: CARTAO ' WS-NUM-CARTAO
003990               ' REJEITADO - ' WS-MOTIVO-CARTAO
004000           GO TO 1010-EXIT
004010       END-IF.
004020       IF WS-QTD-CARTOES >= WS-MAX-CARTOES
004030           DISPLAY 'EXEMRCLS: TABELA DE CARTOES ESGOTADA - '
004040               'RUN ENCERRADO SEM ALTERAR O MESTRE'
004050           MOVE 8 TO RETURN-CODE
004060           CLOSE RCLCARD
004070           CLOSE CATEGREF
004080           CLOSE OPERAUT
004090           CLOSE RELRECL
004100           GOBACK
004110       END-IF.
004120       ADD 1 TO WS-QTD-CARTOES.
004130       MOVE WS-NUM-CARTAO
004140           TO WS-CRT-NUM-CARTAO (WS-QTD-CARTOES).
004150       MOVE RCL-COD-ANTIGO
004160           TO WS-CRT-COD-ANTIGO (WS-QTD-CARTOES).
004170       MOVE RCL-COD-NOVO     TO WS-CRT-COD-NOVO (WS-QTD-CARTOES).
004180       MOVE WS-CHAVE-INICIAL
004190           TO WS-CRT-CHAVE-INICIAL (WS-QTD-CARTOES).
004200       MOVE WS-CHAVE-FINAL
004210           TO WS-CRT-CHAVE-FINAL (WS-QTD-CARTOES).
004220       MOVE RCL-SO-ATIVOS    TO WS-CRT-SO-ATIVOS (WS-QTD-CARTOES).
004230       MOVE RCL-OPERADOR     TO WS-CRT-OPERADOR (WS-QTD-CARTOES).
004240       MOVE ZERO TO WS-CRT-QTD-MOVIDOS (WS-QTD-CARTOES).
004250       MOVE ZERO TO WS-CRT-QTD-NAO-MOVIDOS (WS-QTD-CARTOES).
004260       MOVE ZERO TO WS-CRT-QTD-INATIVOS (WS-QTD-CARTOES).
004270       MOVE RCL-COD-NOVO TO CRF-COD-CATEGORIA.
004280       READ CATEGREF
004290           INVALID KEY
004300               MOVE 'F' TO WS-CRT-DESTINO (WS-QTD-CARTOES)
004310               MOVE 'ACEITO - DESTINO FORA CATEGREF'
004320                   TO WS-LC-SITUACAO
004330           NOT INVALID KEY
004340               IF CRF-INATIVA
004350                   MOVE 'I' TO WS-CRT-DESTINO (WS-QTD-CARTOES)
004360                   MOVE 'ACEITO - DESTINO INATIVO'
004370                       TO WS-LC-SITUACAO
004380               ELSE
004390                   MOVE 'A' TO WS-CRT-DESTINO (WS-QTD-CARTOES)
004400                   MOVE 'ACEITO' TO WS-LC-SITUACAO
004410               END-IF
004420       END-READ.
004430       MOVE WS-LIN-CARTAO TO REL-LINHA.
004440       WRITE REL-LINHA.
004450   1010-EXIT.
004460       EXIT.

004470*  -------------------------------------------------------------
004480*  1020-VALIDAR-CARTAO - APLICA AS REGRAS DO CARTAO CORRENTE E
004490*  DEVOLVE EM WS-MOTIVO-CARTAO O MOTIVO DA REJEICAO (BRANCO =
004500*  CARTAO ACEITO). FAIXA EM BRANCO VALE DA CHAVE ZERO A
004510*  9999999.
004520*  -------------------------------------------------------------
004530   1020-VALIDAR-CARTAO.
004540       IF RCL-COD-ANTIGO = SPACES
004550           MOVE 'CATEGORIA ORIGEM EM BRANCO' TO WS-MOTIVO-CARTAO
004560           GO TO 1020-EXIT
004570       END-IF.
004580       IF RCL-COD-NOVO = SPACES
004590           MOVE 'CATEGORIA DESTINO EM BRANCO' TO WS-MOTIVO-CARTAO
004600           GO TO 1020-EXIT
004610       END-IF.
004620       IF RCL-COD-NOVO = RCL-COD-ANTIGO
004630           MOVE 'ORIGEM IGUAL AO DESTINO' TO WS-MOTIVO-CARTAO
004640           GO TO 1020-EXIT
004650       END-IF.
004660       IF RCL-CHAVE-INICIAL = SPACES
004670           MOVE ZERO TO WS-CHAVE-INICIAL
004680       ELSE
004690           IF RCL-CHAVE-INICIAL NOT NUMERIC
004700               MOVE 'FAIXA DE CHAVES INVALIDA' TO WS-MOTIVO-CARTAO
004710               GO TO 1020-EXIT
004720           END-IF
004730           MOVE RCL-CHAVE-INICIAL TO WS-CHAVE-INICIAL
004740       END-IF.
004750       IF RCL-CHAVE-FINAL = SPACES
004760           MOVE 9999999 TO WS-CHAVE-FINAL
004770       ELSE
004780           IF RCL-CHAVE-FINAL NOT NUMERIC
004790               MOVE 'FAIXA DE CHAVES INVALIDA' TO WS-MOTIVO-CARTAO
004800               GO TO 1020-EXIT
004810           END-IF
004820           MOVE RCL-CHAVE-FINAL TO WS-CHAVE-FINAL
004830       END-IF.
004840       IF WS-CHAVE-INICIAL > WS-CHAVE-FINAL
004850           MOVE 'FAIXA DE CHAVES INVALIDA' TO WS-MOTIVO-CARTAO
004860           GO TO 1020-EXIT
004870       END-IF.
004880       IF NOT RCL-SO-ATIVOS-VALIDO
004890           MOVE 'INDICADOR DE ATIVOS INVALIDO' TO WS-MOTIVO-CARTAO
004900           GO TO 1020-EXIT
004910       END-IF.
004920       MOVE RCL-OPERADOR TO OPR-COD-OPERADOR.
004930       READ OPERAUT
004940           INVALID KEY
004950               MOVE 'N' TO OPR-APROVA
004960       END-READ.
004970       IF RCL-OPERADOR = SPACES OR NOT OPR-ATIVO
004980               OR NOT OPR-PODE-APROVAR
004990           MOVE 'OPERADOR SEM AUTORIZACAO' TO WS-MOTIVO-CARTAO
005000           GO TO 1020-EXIT
005010       END-IF.
005020       PERFORM VARYING WS-IND-CRT FROM 1 BY 1
005030               UNTIL WS-IND-CRT > WS-QTD-CARTOES
005040           IF WS-CRT-COD-ANTIGO (WS-IND-CRT) = RCL-COD-ANTIGO
005050                   AND WS-CRT-CHAVE-INICIAL (WS-IND-CRT)
005060                       NOT > WS-CHAVE-FINAL
005070                   AND WS-CRT-CHAVE-FINAL (WS-IND-CRT)
005080                       NOT < WS-CHAVE-INICIAL
005090               MOVE 'FAIXA SOBREPOSTA A OUTRO CARTAO'
005100                   TO WS-MOTIVO-CARTAO
005110               GO TO 1020-EXIT
005120           END-IF
005130       END-PERFORM.
005140   1020-EXIT.
005150       EXIT.

005160*  -------------------------------------------------------------
005170*  1200-ABRIR-ATUALIZACAO - ABRE O MESTRE PARA ATUALIZACAO E OS
005180*  DOIS ARQUIVOS DA TRILHA (MANTLOG E DELTAS, ACUMULADOS EM
005190*  EXTEND COMO NO EXEMMNTB). SO E EXECUTADO COM PELO MENOS UM
005200*  CARTAO ACEITO.
005210*  -------------------------------------------------------------
005220   1200-ABRIR-ATUALIZACAO.
005230       OPEN I-O MESTRE.
005240       IF WS-ST-MESTRE NOT = '00'
005250           DISPLAY 'EXEMRCLS: ERRO NA ABERTURA DE MESTRE - '
005260               'STATUS ' WS-ST-MESTRE
005270           MOVE 8 TO RETURN-CODE
005280           CLOSE CATEGREF
005290           CLOSE RELRECL
005300           GOBACK
005310       END-IF.
005320       OPEN EXTEND MANTLOG.
005330       IF WS-ST-MANTLOG = '35'
005340           OPEN OUTPUT MANTLOG
005350       END-IF.
005360       IF WS-ST-MANTLOG NOT = '00'
005370           DISPLAY 'EXEMRCLS: ERRO NA ABERTURA DE MANTLOG - '
005380               'STATUS ' WS-ST-MANTLOG
005390           MOVE 8 TO RETURN-CODE
005400           CLOSE CATEGREF
005410           CLOSE RELRECL
005420           CLOSE MESTRE
005430           GOBACK
005440       END-IF.
005450       OPEN EXTEND DELTAS.
005460       IF WS-ST-DELTAS = '35'
005470           OPEN OUTPUT DELTAS
005480       END-IF.
005490       IF WS-ST-DELTAS NOT = '00'
005500           DISPLAY 'EXEMRCLS: ERRO NA ABERTURA DE DELTAS - '
005510               'STATUS ' WS-ST-DELTAS
005520           MOVE 8 TO RETURN-CODE
005530           CLOSE CATEGREF
005540           CLOSE RELRECL
005550           CLOSE MESTRE
005560           CLOSE MANTLOG
005570           GOBACK
005580       END-IF.
005590   1200-EXIT.
005600       EXIT.

005610*  -------------------------------------------------------------
005620*  2010-TRATAR-REGISTRO - PROCURA O CARTAO QUE ATINGE O REGISTRO
005630*  DO MESTRE QUE ACABOU DE SER LIDO (MESMA CATEGORIA DE ORIGEM E
005640*  CHAVE NA FAIXA - NO MAXIMO UM, POIS FAIXAS DA MESMA ORIGEM
005650*  NAO SE SOBREPOEM). REGISTRO INATIVO COM CARTAO 'SO ATIVOS' E
005660*  SO CONTADO; DESTINO FORA DO CATEGREF OU INATIVO DEIXA O
005670*  REGISTRO COMO ESTA E O LISTA NO RELRECL; NOS DEMAIS CASOS O
005680*  REGISTRO E RECLASSIFICADO.
005690*  -------------------------------------------------------------
005700   2010-TRATAR-REGISTRO.
005710       ADD 1 TO WS-QTD-MESTRE-LIDOS.
005720       MOVE ZERO TO WS-IND-PAR.
005730       PERFORM VARYING WS-IND-CRT FROM 1 BY 1
005740               UNTIL WS-IND-CRT > WS-QTD-CARTOES
005750                  OR WS-IND-PAR > ZERO
005760           IF WS-CRT-COD-ANTIGO (WS-IND-CRT) = MST-VALOR-TEXTO
005770                   AND MST-NUM-REGISTRO NOT <
005780                       WS-CRT-CHAVE-INICIAL (WS-IND-CRT)
005790                   AND MST-NUM-REGISTRO NOT >
005800                       WS-CRT-CHAVE-FINAL (WS-IND-CRT)
005810               MOVE WS-IND-CRT TO WS-IND-PAR
005820           END-IF
005830       END-PERFORM.
005840       IF WS-IND-PAR = ZERO
005850           GO TO 2010-EXIT
005860       END-IF.
005870       IF MST-INATIVO AND WS-CRT-SOMENTE-ATIVOS (WS-IND-PAR)
005880           ADD 1 TO WS-CRT-QTD-INATIVOS (WS-IND-PAR)
005890           ADD 1 TO WS-QTD-INATIVOS-MANTIDOS
005900           GO TO 2010-EXIT
005910       END-IF.
005920       IF WS-CRT-DESTINO-AUSENTE (WS-IND-PAR)
005930           MOVE 'DESTINO FORA DO CATEGREF' TO WS-MOTIVO-REGISTRO
005940           PERFORM 2040-LISTAR-NAO-MOVIDO THRU 2040-EXIT
005950           GO TO 2010-EXIT
005960       END-IF.
005970       IF WS-CRT-DESTINO-INATIVO (WS-IND-PAR)
005980           MOVE 'DESTINO INATIVO NO CATEGREF'
005990               TO WS-MOTIVO-REGISTRO
006000           PERFORM 2040-LISTAR-NAO-MOVIDO THRU 2040-EXIT
006010           GO TO 2010-EXIT
006020       END-IF.
006030       PERFORM 2020-RECLASSIFICAR THRU 2020-EXIT.
006040   2010-EXIT.
006050       EXIT.

006060*  -------------------------------------------------------------
006070*  2020-RECLASSIFICAR - REGRAVA O REGISTRO CORRENTE COM A
006080*  CATEGORIA DESTINO DO CARTAO (VALOR-NUMERICO, STATUS E
006090*  VIGENCIA FICAM COMO ESTAO), COM A LINHA ANTES/DEPOIS NO
006100*  MANTLOG E A CHAVE NO DELTAS. FALHA NA REGRAVACAO LISTA O
006110*  REGISTRO COMO NAO MOVIDO.
006120*  -------------------------------------------------------------
006130   2020-RECLASSIFICAR.
006140       MOVE MST-VALOR-TEXTO TO WS-VALOR-TEXTO-ANTES.
006150       MOVE WS-CRT-COD-NOVO (WS-IND-PAR) TO MST-VALOR-TEXTO.
006160       REWRITE MST-REC
006170           INVALID KEY
006180               DISPLAY 'EXEMRCLS: ERRO NA REGRAVACAO DO MESTRE - '
006190                   'REGISTRO ' MST-NUM-REGISTRO
006200                   ' - STATUS ' WS-ST-MESTRE
006210               MOVE WS-VALOR-TEXTO-ANTES TO MST-VALOR-TEXTO
006220               MOVE 'ERRO NA REGRAVACAO DO MESTRE'
006230                   TO WS-MOTIVO-REGISTRO
006240               PERFORM 2040-LISTAR-NAO-MOVIDO THRU 2040-EXIT
006250               GO TO 2020-EXIT
006260       END-REWRITE.
006270       ADD 1 TO WS-CRT-QTD-MOVIDOS (WS-IND-PAR).
006280       ADD 1 TO WS-QTD-MOVIDOS.
006290       PERFORM 2500-GRAVAR-AUDITORIA THRU 2500-EXIT.
006300       PERFORM 2550-GRAVAR-DELTA THRU 2550-EXIT.
006310   2020-EXIT.
006320       EXIT.

006330*  -------------------------------------------------------------
006340*  2040-LISTAR-NAO-MOVIDO - CONTA NO PAR E LISTA NO RELRECL O
006350*  REGISTRO CORRENTE QUE NAO PODE SER RECLASSIFICADO, COM O
006360*  MOTIVO EM WS-MOTIVO-REGISTRO.
006370*  -------------------------------------------------------------
006380   2040-LISTAR-NAO-MOVIDO.
006390       ADD 1 TO WS-CRT-QTD-NAO-MOVIDOS (WS-IND-PAR).
006400       ADD 1 TO WS-QTD-NAO-MOVIDOS.
006410       MOVE SPACES           TO WS-LIN-REGISTRO.
006420       MOVE MST-NUM-REGISTRO TO WS-LR-CHAVE.
006430       MOVE MST-VALOR-TEXTO  TO WS-LR-ORIGEM.
006440       MOVE WS-CRT-COD-NOVO (WS-IND-PAR) TO WS-LR-DESTINO.
006450       MOVE WS-CRT-NUM-CARTAO (WS-IND-PAR) TO WS-LR-CARTAO.
006460       MOVE WS-MOTIVO-REGISTRO TO WS-LR-MOTIVO.
006470       MOVE WS-LIN-REGISTRO  TO REL-LINHA.
006480       WRITE REL-LINHA.
006490   2040-EXIT.
006500       EXIT.

006510*  -------------------------------------------------------------
006520*  2500-GRAVAR-AUDITORIA - GRAVA NO MANTLOG A LINHA ANTES/DEPOIS
006530*  DA RECLASSIFICACAO, NO LAYOUT DA EMNT (MNTREC). O TERMINAL
006540*  'RCLS' IDENTIFICA ESTE PROGRAMA E O OPERADOR E O DO CARTAO.
006550*  O VALOR E O STATUS NAO MUDAM: ANTES E DEPOIS LEVAM OS
006560*  CORRENTES, E O EXEMREST REAPLICA A LINHA COMO QUALQUER OUTRA.
006570*  -------------------------------------------------------------
006580   2500-GRAVAR-AUDITORIA.
006590       MOVE SPACES                  TO MNT-REC.
006600       MOVE WS-DATA-EDITADA         TO MNT-DATA-ALTERACAO.
006610       MOVE WS-HORA-EDITADA         TO MNT-HORA-ALTERACAO.
006620       MOVE 'RCLS'                  TO MNT-TERMINAL.
006630       MOVE WS-CRT-OPERADOR (WS-IND-PAR) TO MNT-OPERADOR.
006640       MOVE MST-NUM-REGISTRO        TO MNT-NUM-REGISTRO.
006650       MOVE MST-VALOR-NUMERICO      TO MNT-VALOR-NUMERICO-ANTES.
006660       MOVE WS-VALOR-TEXTO-ANTES    TO MNT-VALOR-TEXTO-ANTES.
006670       MOVE MST-VALOR-NUMERICO      TO MNT-VALOR-NUMERICO-DEPOIS.
006680       MOVE MST-VALOR-TEXTO         TO MNT-VALOR-TEXTO-DEPOIS.
006690       MOVE MST-STATUS              TO MNT-STATUS-ANTES.
006700       MOVE MST-STATUS              TO MNT-STATUS-DEPOIS.
006710       WRITE MNT-REC.
006720   2500-EXIT.
006730       EXIT.

006740*  -------------------------------------------------------------
006750*  2550-GRAVAR-DELTA - GRAVA NO DELTAS A CHAVE RECLASSIFICADA,
006760*  COM A ORIGEM 'RCLS', PARA O EXEMEXTR EM MODO DELTA EXTRAIR O
006770*  REGISTRO JA COM A CATEGORIA NOVA.
006780*  -------------------------------------------------------------
006790   2550-GRAVAR-DELTA.
006800       MOVE SPACES           TO DLT-REC.
006810       MOVE MST-NUM-REGISTRO TO DLT-NUM-REGISTRO.
006820       MOVE 'RCLS'           TO DLT-ORIGEM.
006830       WRITE DLT-REC.
006840   2550-EXIT.
006850       EXIT.

006860*  -------------------------------------------------------------
006870*  3000-GRAVAR-RESUMO - GRAVA NO RELRECL O RESUMO POR PAR DE
006880*  CATEGORIAS (UMA LINHA POR CARTAO ACEITO: MOVIDOS, NAO MOVIDOS
006890*  E INATIVOS MANTIDOS PELO FILTRO 'SO ATIVOS') E OS TOTAIS DO
006900*  RUN.
006910*  -------------------------------------------------------------
006920   3000-GRAVAR-RESUMO.
006930       MOVE SPACES TO REL-LINHA.
006940       WRITE REL-LINHA.
006950       MOVE 'RESUMO POR PAR DE CATEGORIAS' TO WS-LS-TEXTO.
006960       MOVE WS-LIN-SECAO   TO REL-LINHA.
006970       WRITE REL-LINHA.
006980       MOVE WS-LIN-CAB-PAR TO REL-LINHA.
006990       WRITE REL-LINHA.
007000       PERFORM VARYING WS-IND-CRT FROM 1 BY 1
007010               UNTIL WS-IND-CRT > WS-QTD-CARTOES
007020           MOVE SPACES TO WS-LIN-PAR
007030           MOVE WS-CRT-NUM-CARTAO (WS-IND-CRT) TO WS-LP-NUM
007040           MOVE WS-CRT-COD-ANTIGO (WS-IND-CRT) TO WS-LP-ORIGEM
007050           MOVE WS-CRT-COD-NOVO (WS-IND-CRT)   TO WS-LP-DESTINO
007060           MOVE WS-CRT-QTD-MOVIDOS (WS-IND-CRT) TO WS-LP-MOVIDOS
007070           MOVE WS-CRT-QTD-NAO-MOVIDOS (WS-IND-CRT)
007080               TO WS-LP-NAO-MOVIDOS
007090           MOVE WS-CRT-QTD-INATIVOS (WS-IND-CRT) TO WS-LP-INATIVOS
007100           MOVE WS-LIN-PAR TO REL-LINHA
007110           WRITE REL-LINHA
007120       END-PERFORM.
007130       MOVE SPACES TO REL-LINHA.
007140       WRITE REL-LINHA.
007150       MOVE SPACES TO WS-LIN-TOTAL.
007160       MOVE 'CARTOES LIDOS..................:' TO WS-TL-ROTULO.
007170       MOVE WS-QTD-CARTOES-LIDOS TO WS-TL-VALOR.
007180       MOVE WS-LIN-TOTAL TO REL-LINHA.
007190       WRITE REL-LINHA.
007200       MOVE SPACES TO WS-LIN-TOTAL.
007210       MOVE 'CARTOES REJEITADOS.............:' TO WS-TL-ROTULO.
007220       MOVE WS-QTD-CARTOES-REJEITADOS TO WS-TL-VALOR.
007230       MOVE WS-LIN-TOTAL TO REL-LINHA.
007240       WRITE REL-LINHA.
007250       MOVE SPACES TO WS-LIN-TOTAL.
007260       MOVE 'REGISTROS DO MESTRE LIDOS......:' TO WS-TL-ROTULO.
007270       MOVE WS-QTD-MESTRE-LIDOS TO WS-TL-VALOR.
007280       MOVE WS-LIN-TOTAL TO REL-LINHA.
007290       WRITE REL-LINHA.
007300       MOVE SPACES TO WS-LIN-TOTAL.
007310       MOVE 'REGISTROS RECLASSIFICADOS......:' TO WS-TL-ROTULO.
007320       MOVE WS-QTD-MOVIDOS TO WS-TL-VALOR.
007330       MOVE WS-LIN-TOTAL TO REL-LINHA.
007340       WRITE REL-LINHA.
007350       MOVE SPACES TO WS-LIN-TOTAL.
007360       MOVE 'REGISTROS NAO MOVIDOS..........:' TO WS-TL-ROTULO.
007370       MOVE WS-QTD-NAO-MOVIDOS TO WS-TL-VALOR.
007380       MOVE WS-LIN-TOTAL TO REL-LINHA.
007390       WRITE REL-LINHA.
007400       MOVE SPACES TO WS-LIN-TOTAL.
007410       MOVE 'INATIVOS MANTIDOS (SO ATIVOS)..:' TO WS-TL-ROTULO.
007420       MOVE WS-QTD-INATIVOS-MANTIDOS TO WS-TL-VALOR.
007430       MOVE WS-LIN-TOTAL TO REL-LINHA.
007440       WRITE REL-LINHA.
007450   3000-EXIT.
007460       EXIT.
