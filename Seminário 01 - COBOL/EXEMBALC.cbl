000370*                    ELO DIVERGE OU NAO LANCOU NO LEDGER -
000380*                    UM ARQUIVO CURTO NUNCA MAIS PASSA POR
000390*                    NOITE LIMPA EM SILENCIO.
000391*  15/10/2026 RCS    O EXEMCORR PASSA A GRAVAR A CORRECAO
000392*                    ACEITA DIRETO NO MESTRE (TIPO CM NO
000393*                    LEDGER): O ELO DAS CORRECOES PASSA A SER
000394*                    ACEITAS = FUNDIDAS NO ENTRADA (EC) +
000395*                    GRAVADAS NO MESTRE (CM).
000396*  15/10/2026 RCS    INCLUIDAS AS CONTAGENS POR ORIGEM DO
000397*                    DETALHE (MESTRE, CORRECOES E ARQUIVOS DOS
000398*                    PARCEIROS DE NEGOCIO): IMPRESSAS NUMA
000399*                    SECAO PROPRIA, COM O ELO EXEMEXTR GRAVADOS
000400*                    = SOMA POR ORIGEM E, EM CADA ORIGEM,
000401*                    GRAVADOS = LIDOS PELO EXEMPLO. ARQUIVO DE
000402*                    PARCEIRO EM QUARENTENA NA NOITE SAI NO
000403*                    RELATORIO E ENCERRA COM RETURN-CODE 4
000404*                    QUANDO A CADEIA FECHOU SEM DIVERGENCIA.
000405*  15/10/2026 RCS    A SITUACAO DA NOITE PASSA A SER GRAVADA
000406*                    TAMBEM NO ARQUIVO DE SITUACAO DA CADEIA
000407*                    (RUNSTAT, VSAM KSDS, LAYOUT STSREC), UM
000408*                    REGISTRO POR DATA DE NEGOCIO, PARA A
000409*                    CONSULTA ONLINE ESIT: SITUACAO DO RUNCTL,
000410*                    CONTAGENS DE CADA PROGRAMA (INCLUSIVE OS
000411*                    AGENDAMENTOS MG/MC DO EXEMMNTB E OS
000412*                    ALERTAS DE AVISO/CRITICOS PW/PC DO
000413*                    EXEMPLO), RESULTADO DE CADA ELO E O
000414*                    VEREDICTO. FALHA NA GRAVACAO DO RUNSTAT
000415*                    ENCERRA COM RETURN-CODE 4, SE NAO HOUVER
000416*                    CODIGO MAIOR.
000417*  ---------------------------------------------------------

000418   ENVIRONMENT DIVISION.
000420   CONFIGURATION SECTION.
000430   SOURCE-COMPUTER. IBM-3090.
000440   OBJECT-COMPUTER. IBM-3090.
000530       SELECT RELBALC ASSIGN TO "RELBALC"
000540           ORGANIZATION IS LINE SEQUENTIAL
000550           FILE STATUS IS WS-ST-RELBALC.
000551       SELECT RUNSTAT ASSIGN TO "RUNSTAT"
000552           ORGANIZATION IS INDEXED
000553           ACCESS MODE IS RANDOM
000554           RECORD KEY IS STS-DATA-NEGOCIO
000555           FILE STATUS IS WS-ST-RUNSTAT.

000560   DATA DIVISION.
000570   FILE SECTION.
000650       RECORDING MODE IS F.
000660   01  REL-LINHA                   PIC X(100).

000663   FD  RUNSTAT.
000666       COPY STSREC.

000670   WORKING-STORAGE SECTION.
000680   01  WS-STATUS-ARQUIVOS.
000690       05  WS-ST-RUNCTL            PIC X(02).
000700       05  WS-ST-RUNLEDG           PIC X(02).
000710       05  WS-ST-RELBALC           PIC X(02).
000715       05  WS-ST-RUNSTAT           PIC X(02).

000720   01  WS-SW-FIM-RUNLEDG           PIC X(01) VALUE 'N'.
000730       88  WS-FIM-RUNLEDG              VALUE 'S'.
000750   01  WS-SW-CADEIA-FECHADA        PIC X(01) VALUE 'S'.
000760       88  WS-CADEIA-FECHADA           VALUE 'S'.
000770       88  WS-CADEIA-DIVERGENTE        VALUE 'N'.
000771   01  WS-SW-ERRO-RUNSTAT          PIC X(01) VALUE 'N'.
000772       88  WS-ERRO-RUNSTAT             VALUE 'S'.
000773   01  WS-SW-RUNSTAT-NOVO          PIC X(01) VALUE 'N'.
000774       88  WS-RUNSTAT-NOVO             VALUE 'S'.
000775   01  WS-SW-DATA-GRAVADA          PIC X(01) VALUE 'N'.
000776       88  WS-DATA-GRAVADA             VALUE 'S'.

000780*  -----------------------------------------------------------
000790*  CONTAGENS DO DIA, UMA POR PROGRAMA/TIPO DO LEDGER (VALE A
000820   77  WS-QTD-ML                   PIC 9(07) VALUE ZERO.
000830   77  WS-QTD-MA                   PIC 9(07) VALUE ZERO.
000840   77  WS-QTD-MR                   PIC 9(07) VALUE ZERO.
000843   77  WS-QTD-MG                   PIC 9(07) VALUE ZERO.
000846   77  WS-QTD-MC                   PIC 9(07) VALUE ZERO.
000850   77  WS-QTD-CL                   PIC 9(07) VALUE ZERO.
000860   77  WS-QTD-CA                   PIC 9(07) VALUE ZERO.
000870   77  WS-QTD-CR                   PIC 9(07) VALUE ZERO.
000880   77  WS-QTD-CP                   PIC 9(07) VALUE ZERO.
000885   77  WS-QTD-CM                   PIC 9(07) VALUE ZERO.
000890   77  WS-QTD-EM                   PIC 9(07) VALUE ZERO.
000900   77  WS-QTD-EC                   PIC 9(07) VALUE ZERO.
000910   77  WS-QTD-ED                   PIC 9(07) VALUE ZERO.
000950   77  WS-QTD-PV                   PIC 9(07) VALUE ZERO.
000960   77  WS-QTD-PR                   PIC 9(07) VALUE ZERO.
000970   77  WS-QTD-PA                   PIC 9(07) VALUE ZERO.
000973   77  WS-QTD-PW                   PIC 9(07) VALUE ZERO.
000976   77  WS-QTD-PC                   PIC 9(07) VALUE ZERO.
000980   01  WS-SW-TEM-MNTB              PIC X(01) VALUE 'N'.
000990       88  WS-TEM-MNTB                 VALUE 'S'.
001000   01  WS-SW-TEM-CORR              PIC X(01) VALUE 'N'.
001072   77  WS-VALOR-ESPERADO           PIC 9(08) COMP VALUE ZERO.

001080*  -----------------------------------------------------------
001081*  CONTAGENS DO DIA POR ORIGEM DO DETALHE (LED-ORIGEM), NA
001082*  ORDEM EM QUE CADA ORIGEM APARECE NO LEDGER: OD/OQ DO
001083*  EXEMEXTR, OL/OV/OR/OA DO EXEMPLO. A ULTIMA POSICAO DA TABELA
001084*  E RESERVADA AO ESTOURO '****'. NUM RERUN, A PRIMEIRA LINHA
001085*  DO BLOCO DE CADA PROGRAMA (EM NO EXEMEXTR, PL NO EXEMPLO)
001086*  ZERA AS CONTAGENS POR ORIGEM QUE O PROGRAMA JA TINHA
001087*  LANCADO NA DATA, PARA UMA ORIGEM QUE SUMIU NO RERUN NAO
001088*  FICAR COM O VALOR DO RUN ANTERIOR.
001089*  -----------------------------------------------------------
001090   77  WS-MAX-ORIGENS              PIC 9(02) COMP VALUE 10.
001091   77  WS-QTD-ORIGENS              PIC 9(02) COMP VALUE ZERO.
001092   77  WS-IND-ORI                  PIC 9(02) COMP VALUE ZERO.
001093   77  WS-IND-ORI-ATUAL            PIC 9(02) COMP VALUE ZERO.
001094   77  WS-QTD-QUARENTENAS          PIC 9(02) COMP VALUE ZERO.
001095   01  WS-TAB-ORIGENS.
001096       05  WS-ORI-ENTRADA          OCCURS 10 TIMES.
001097           10  WS-ORI-CODIGO       PIC X(04).
001098           10  WS-ORI-QTD-OD       PIC 9(07).
001099           10  WS-ORI-QTD-OQ       PIC 9(07).
001100           10  WS-ORI-QTD-OL       PIC 9(07).
001101           10  WS-ORI-QTD-OV       PIC 9(07).
001102           10  WS-ORI-QTD-OR       PIC 9(07).
001103           10  WS-ORI-QTD-OA       PIC 9(07).

001104*  -----------------------------------------------------------
001105*  RESULTADO DE CADA ELO DA CADEIA PARA O RUNSTAT (MESMA ORDEM
001106*  DE STS-ELO-RESULTADO): 'B' BALANCEADO, 'D' DIVERGENTE; O
001107*  ELO QUE NAO PODE SER CRUZADO (PROGRAMA SEM LANCAMENTO) FICA
001108*  EM BRANCO E E GRAVADO COMO 'A' (AUSENTE).
001109*  -----------------------------------------------------------
001110   77  WS-IND-ELO                  PIC 9(01) COMP VALUE ZERO.
001111   01  WS-TAB-ELOS                 VALUE SPACES.
001112       05  WS-ELO-RESULTADO        PIC X(01) OCCURS 5 TIMES.

001113*  -----------------------------------------------------------
001114*  DATA DE NEGOCIO FECHADA - A DO RUNCTL; SEM RUNCTL VALE A
001115*  DATA DO RELOGIO (PRIMEIRA NOITE DO CONTROLE).
001116*  -----------------------------------------------------------
001120   01  WS-DATA-AAAAMMDD            PIC 9(08).
001130   01  WS-DATA-NEGOCIO             PIC 9(08) VALUE ZERO.
001132   01  WS-SITUACAO-RUN             PIC X(01) VALUE SPACE.
001134   01  WS-HORA-HHMMSSCC.
001136       05  WS-HORA-HHMMSS          PIC 9(06).
001138       05  WS-HORA-CC              PIC 9(02).

001140*  -----------------------------------------------------------
001150*  LINHAS DO RELATORIO DE FECHAMENTO (RELBALC)
001400       05  WS-LF-APURADO           PIC ZZZZZZ9.
001410       05  FILLER                  PIC X(14) VALUE SPACES.

001411   01  WS-CAB-ORIGENS.
001412       05  FILLER                  PIC X(07) VALUE 'ORIGEM'.
001413       05  FILLER                  PIC X(11) VALUE '   GRAVADOS'.
001414       05  FILLER                  PIC X(11) VALUE ' QUARENTENA'.
001415       05  FILLER                  PIC X(11) VALUE '      LIDOS'.
001416       05  FILLER                  PIC X(11) VALUE '    VALIDOS'.
001417       05  FILLER                  PIC X(11) VALUE ' REJEITADOS'.
001418       05  FILLER                  PIC X(11) VALUE '    ALERTAS'.
001419       05  FILLER                  PIC X(27) VALUE SPACES.

001420   01  WS-LIN-ORIGEM.
001421       05  WS-LO-CODIGO            PIC X(04).
001422       05  FILLER                  PIC X(07) VALUE SPACES.
001423       05  WS-LO-GRAVADOS          PIC ZZZZZZ9.
001424       05  FILLER                  PIC X(04) VALUE SPACES.
001425       05  WS-LO-QUARENTENA        PIC ZZZZZZ9.
001426       05  FILLER                  PIC X(04) VALUE SPACES.
001427       05  WS-LO-LIDOS             PIC ZZZZZZ9.
001428       05  FILLER                  PIC X(04) VALUE SPACES.
001429       05  WS-LO-VALIDOS           PIC ZZZZZZ9.
001430       05  FILLER                  PIC X(04) VALUE SPACES.
001431       05  WS-LO-REJEITADOS        PIC ZZZZZZ9.
001432       05  FILLER                  PIC X(04) VALUE SPACES.
001433       05  WS-LO-ALERTAS           PIC ZZZZZZ9.
001434       05  FILLER                  PIC X(27) VALUE SPACES.

001435   PROCEDURE DIVISION.
001436*  =============================================================
001440*  INICIO - PONTO DE ENTRADA DO PROGRAMA. RESOLVE A DATA DE
001450*  NEGOCIO PELO RUNCTL, VARRE O LEDGER RECOLHENDO AS CONTAGENS
001460*  DA DATA, IMPRIME O RELATORIO DE FECHAMENTO E ENCERRA COM
001470*  RETURN-CODE 8 QUANDO ALGUM ELO DA CADEIA DIVERGE OU NAO
001480*  LANCOU NO LEDGER; 4 QUANDO FECHOU, MAS COM ARQUIVO DE
001482*  PARCEIRO EM QUARENTENA; 0 QUANDO A NOITE FECHOU REDONDA.
001484*  A SITUACAO DA NOITE E GRAVADA NO RUNSTAT (5000) PARA A
001486*  CONSULTA ONLINE; SE ELA NAO PUDER SER GRAVADA, O CODIGO
001488*  SOBE PARA 4 QUANDO ESTIVER ABAIXO DISSO.
001490*  =============================================================
001500   Inicio.
001510       ACCEPT WS-DATA-AAAAMMDD FROM DATE YYYYMMDD.
001600           GOBACK
001610       END-IF.
001620       PERFORM 2000-IMPRIMIR-CONTAGENS THRU 2000-EXIT.
001625       PERFORM 2100-IMPRIMIR-ORIGENS THRU 2100-EXIT.
001630       PERFORM 3000-CRUZAR-CADEIA THRU 3000-EXIT.
001640       PERFORM 4000-IMPRIMIR-VEREDICTO THRU 4000-EXIT.
001650       CLOSE RELBALC.
001655       PERFORM 5000-GRAVAR-SITUACAO THRU 5000-EXIT.
001660       DISPLAY 'EXEMBALC: ' WS-QTD-LINHAS-DATA
001670           ' LINHA(S) DO LEDGER NA DATA ' WS-DATA-NEGOCIO.
001680       IF WS-CADEIA-DIVERGENTE
001710           MOVE 8 TO RETURN-CODE
001720       ELSE
001730           DISPLAY 'EXEMBALC: CADEIA FECHADA SEM DIVERGENCIA'
001731           IF WS-QTD-QUARENTENAS > ZERO
001732               DISPLAY 'EXEMBALC: ' WS-QTD-QUARENTENAS
001733                   ' ARQUIVO(S) DE PARCEIRO EM QUARENTENA - '
001734                   'VER RELBALC'
001735               MOVE 4 TO RETURN-CODE
001736           END-IF
001737       END-IF.
001738       IF WS-ERRO-RUNSTAT AND RETURN-CODE < 4
001739           DISPLAY 'EXEMBALC: SITUACAO DA NOITE NAO GRAVADA NO '
001740               'RUNSTAT - VER MENSAGENS ACIMA'
001741           MOVE 4 TO RETURN-CODE
001742       END-IF.
001750       STOP RUN.

001760*  -------------------------------------------------------------
001776*  O FECHAMENTO CRUZA SEMPRE A NOITE ANCORADA, NUNCA UMA DATA
001778*  VELHA: SE A NOITE MORREU ANTES DE LANCAR NO LEDGER, A DATA
001780*  ANCORADA FICA SEM LINHA ALGUMA E 3000-CRUZAR-CADEIA DERRUBA
001790*  O FECHAMENTO. SEM RUNCTL VALE O RELOGIO (E A SITUACAO DO
001795*  RUN FICA EM BRANCO NO RUNSTAT).
001800*  -------------------------------------------------------------
001810   1000-LER-RUN-CONTROL.
001820       OPEN INPUT RUNCTL.
001860           NOT AT END
001870               IF RCT-DATA-NEGOCIO NUMERIC
001880                   MOVE RCT-DATA-NEGOCIO TO WS-DATA-NEGOCIO
001885                   MOVE RCT-SITUACAO     TO WS-SITUACAO-RUN
001890               END-IF
001900       END-READ.
001910       CLOSE RUNCTL.
002230*  1110-GUARDAR-CONTAGEM - GUARDA A LINHA DO LEDGER QUE ACABOU
002240*  DE SER LIDA, SE FOR DA DATA DE NEGOCIO FECHADA. LINHA DE
002250*  PROGRAMA/TIPO DESCONHECIDO E IGNORADA (LEDGER E COMPARTILHADO
002260*  E PODE GANHAR TIPOS NOVOS ANTES DESTE PROGRAMA). AS LINHAS
002265*  POR ORIGEM VAO PARA A TABELA DE ORIGENS (1120).
002270*  -------------------------------------------------------------
002280   1110-GUARDAR-CONTAGEM.
002290       IF LED-DATA-NEGOCIO NOT NUMERIC
002420           WHEN 'EXEMMNTB' ALSO 'MR'
002430               MOVE 'S' TO WS-SW-TEM-MNTB
002440               MOVE LED-QTD TO WS-QTD-MR
002441           WHEN 'EXEMMNTB' ALSO 'MG'
002442               MOVE 'S' TO WS-SW-TEM-MNTB
002443               MOVE LED-QTD TO WS-QTD-MG
002444           WHEN 'EXEMMNTB' ALSO 'MC'
002445               MOVE 'S' TO WS-SW-TEM-MNTB
002446               MOVE LED-QTD TO WS-QTD-MC
002450           WHEN 'EXEMCORR' ALSO 'CL'
002460               MOVE 'S' TO WS-SW-TEM-CORR
002470               MOVE LED-QTD TO WS-QTD-CL
002540           WHEN 'EXEMCORR' ALSO 'CP'
002550               MOVE 'S' TO WS-SW-TEM-CORR
002560               MOVE LED-QTD TO WS-QTD-CP
002562           WHEN 'EXEMCORR' ALSO 'CM'
002564               MOVE 'S' TO WS-SW-TEM-CORR
002566               MOVE LED-QTD TO WS-QTD-CM
002570           WHEN 'EXEMEXTR' ALSO 'EM'
002580               MOVE 'S' TO WS-SW-TEM-EXTR
002590               MOVE LED-QTD TO WS-QTD-EM
002595               PERFORM 1130-ZERAR-ORIGENS THRU 1130-EXIT
002600           WHEN 'EXEMEXTR' ALSO 'EC'
002610               MOVE 'S' TO WS-SW-TEM-EXTR
002620               MOVE LED-QTD TO WS-QTD-EC
002660           WHEN 'EXEMEXTR' ALSO 'EI'
002670               MOVE 'S' TO WS-SW-TEM-EXTR
002680               MOVE LED-QTD TO WS-QTD-EI
002681           WHEN 'EXEMEXTR' ALSO 'OD'
002682               PERFORM 1120-LOCALIZAR-ORIGEM THRU 1120-EXIT
002683               MOVE LED-QTD TO WS-ORI-QTD-OD (WS-IND-ORI-ATUAL)
002684           WHEN 'EXEMEXTR' ALSO 'OQ'
002685               PERFORM 1120-LOCALIZAR-ORIGEM THRU 1120-EXIT
002686               MOVE LED-QTD TO WS-ORI-QTD-OQ (WS-IND-ORI-ATUAL)
002690           WHEN 'EXEMPLO ' ALSO 'PL'
002700               MOVE 'S' TO WS-SW-TEM-EXEMPLO
002710               MOVE LED-QTD TO WS-QTD-PL
002715               PERFORM 1130-ZERAR-ORIGENS THRU 1130-EXIT
002720           WHEN 'EXEMPLO ' ALSO 'PP'
002730               MOVE 'S' TO WS-SW-TEM-EXEMPLO
002740               MOVE LED-QTD TO WS-QTD-PP
002810           WHEN 'EXEMPLO ' ALSO 'PA'
002820               MOVE 'S' TO WS-SW-TEM-EXEMPLO
002830               MOVE LED-QTD TO WS-QTD-PA
002831           WHEN 'EXEMPLO ' ALSO 'PW'
002832               MOVE 'S' TO WS-SW-TEM-EXEMPLO
002833               MOVE LED-QTD TO WS-QTD-PW
002834           WHEN 'EXEMPLO ' ALSO 'PC'
002835               MOVE 'S' TO WS-SW-TEM-EXEMPLO
002836               MOVE LED-QTD TO WS-QTD-PC
002837           WHEN 'EXEMPLO ' ALSO 'OL'
002838               PERFORM 1120-LOCALIZAR-ORIGEM THRU 1120-EXIT
002839               MOVE LED-QTD TO WS-ORI-QTD-OL (WS-IND-ORI-ATUAL)
002840           WHEN 'EXEMPLO ' ALSO 'OV'
002841               PERFORM 1120-LOCALIZAR-ORIGEM THRU 1120-EXIT
002842               MOVE LED-QTD TO WS-ORI-QTD-OV (WS-IND-ORI-ATUAL)
002843           WHEN 'EXEMPLO ' ALSO 'OR'
002844               PERFORM 1120-LOCALIZAR-ORIGEM THRU 1120-EXIT
002845               MOVE LED-QTD TO WS-ORI-QTD-OR (WS-IND-ORI-ATUAL)
002846           WHEN 'EXEMPLO ' ALSO 'OA'
002847               PERFORM 1120-LOCALIZAR-ORIGEM THRU 1120-EXIT
002848               MOVE LED-QTD TO WS-ORI-QTD-OA (WS-IND-ORI-ATUAL)
002849           WHEN OTHER
002850               CONTINUE
002860       END-EVALUATE.
002870   1110-EXIT.
002871       EXIT.

002872*  -------------------------------------------------------------
002873*  1120-LOCALIZAR-ORIGEM - LOCALIZA NA TABELA DE ORIGENS A
002874*  ORIGEM DA LINHA DO LEDGER (LED-ORIGEM), CRIANDO A ENTRADA
002875*  ZERADA NA PRIMEIRA OCORRENCIA, E DEIXA O INDICE EM
002876*  WS-IND-ORI-ATUAL. COM AS DEMAIS POSICOES JA OCUPADAS, AS
002877*  ORIGENS EXCEDENTES ACUMULAM NA ULTIMA, '****'.
002878*  -------------------------------------------------------------
002879   1120-LOCALIZAR-ORIGEM.
002880       MOVE ZERO TO WS-IND-ORI-ATUAL.
002881       PERFORM VARYING WS-IND-ORI FROM 1 BY 1
002882               UNTIL WS-IND-ORI > WS-QTD-ORIGENS
002883                   OR WS-IND-ORI-ATUAL > ZERO
002884           IF WS-ORI-CODIGO (WS-IND-ORI) = LED-ORIGEM
002885               MOVE WS-IND-ORI TO WS-IND-ORI-ATUAL
002886           END-IF
002887       END-PERFORM.
002888       IF WS-IND-ORI-ATUAL > ZERO
002889           GO TO 1120-EXIT
002890       END-IF.
002891       IF WS-QTD-ORIGENS < WS-MAX-ORIGENS - 1
002892           ADD 1 TO WS-QTD-ORIGENS
002893           MOVE WS-QTD-ORIGENS TO WS-IND-ORI-ATUAL
002894           MOVE LED-ORIGEM TO WS-ORI-CODIGO (WS-IND-ORI-ATUAL)
002895       ELSE
002896           MOVE WS-MAX-ORIGENS TO WS-IND-ORI-ATUAL
002897           IF WS-QTD-ORIGENS = WS-MAX-ORIGENS
002898               GO TO 1120-EXIT
002899           END-IF
002900           MOVE WS-MAX-ORIGENS TO WS-QTD-ORIGENS
002901           MOVE '****' TO WS-ORI-CODIGO (WS-IND-ORI-ATUAL)
002902       END-IF.
002903       MOVE ZERO TO WS-ORI-QTD-OD (WS-IND-ORI-ATUAL).
002904       MOVE ZERO TO WS-ORI-QTD-OQ (WS-IND-ORI-ATUAL).
002905       MOVE ZERO TO WS-ORI-QTD-OL (WS-IND-ORI-ATUAL).
002906       MOVE ZERO TO WS-ORI-QTD-OV (WS-IND-ORI-ATUAL).
002907       MOVE ZERO TO WS-ORI-QTD-OR (WS-IND-ORI-ATUAL).
002908       MOVE ZERO TO WS-ORI-QTD-OA (WS-IND-ORI-ATUAL).
002909   1120-EXIT.
002910       EXIT.

002911*  -------------------------------------------------------------
002912*  1130-ZERAR-ORIGENS - A LINHA LIDA ABRE O BLOCO DE UM RUN DO
002913*  EXEMEXTR (EM) OU DO EXEMPLO (PL): ZERA AS CONTAGENS POR
002914*  ORIGEM QUE ESSE PROGRAMA JA TINHA LANCADO NA DATA, PARA QUE
002915*  VALHAM SO AS DO ULTIMO RUN.
002916*  -------------------------------------------------------------
002917   1130-ZERAR-ORIGENS.
002918       PERFORM VARYING WS-IND-ORI FROM 1 BY 1
002919               UNTIL WS-IND-ORI > WS-QTD-ORIGENS
002920           IF LED-PROGRAMA = 'EXEMEXTR'
002921               MOVE ZERO TO WS-ORI-QTD-OD (WS-IND-ORI)
002922               MOVE ZERO TO WS-ORI-QTD-OQ (WS-IND-ORI)
002923           ELSE
002924               MOVE ZERO TO WS-ORI-QTD-OL (WS-IND-ORI)
002925               MOVE ZERO TO WS-ORI-QTD-OV (WS-IND-ORI)
002926               MOVE ZERO TO WS-ORI-QTD-OR (WS-IND-ORI)
002927               MOVE ZERO TO WS-ORI-QTD-OA (WS-IND-ORI)
002928           END-IF
002929       END-PERFORM.
002930   1130-EXIT.
002931       EXIT.

002932*  -------------------------------------------------------------
002933*  2000-IMPRIMIR-CONTAGENS - IMPRIME O CABECALHO E AS CONTAGENS
002934*  RECOLHIDAS DO LEDGER, NA ORDEM DOS PASSOS DA CADEIA.
002935*  -------------------------------------------------------------
002936   2000-IMPRIMIR-CONTAGENS.
002940       MOVE WS-DATA-NEGOCIO TO WS-LT-DATA.
002950       WRITE REL-LINHA FROM WS-LIN-TITULO.
002960       WRITE REL-LINHA FROM WS-LIN-TRACOS.
003100       WRITE REL-LINHA FROM WS-LIN-CONTAGEM.
003110       MOVE 'CORRECOES ACEITAS...............:' TO WS-LC-ROTULO.
003120       MOVE WS-QTD-CA TO WS-LC-VALOR.
003122       WRITE REL-LINHA FROM WS-LIN-CONTAGEM.
003124       MOVE 'CORRECOES GRAVADAS NO MESTRE....:' TO WS-LC-ROTULO.
003126       MOVE WS-QTD-CM TO WS-LC-VALOR.
003130       WRITE REL-LINHA FROM WS-LIN-CONTAGEM.
003140       MOVE 'EXEMEXTR' TO WS-LC-PROGRAMA.
003150       MOVE 'EXTRAIDOS DO MESTRE.............:' TO WS-LC-ROTULO.
003460       EXIT.

003470*  -------------------------------------------------------------
003471*  2100-IMPRIMIR-ORIGENS - IMPRIME AS CONTAGENS POR ORIGEM DO
003472*  DETALHE, UMA LINHA POR ORIGEM: GRAVADOS NO ENTRADA E LINHAS
003473*  EM QUARENTENA (EXEMEXTR), LIDOS, VALIDOS, REJEITADOS E
003474*  ALERTAS (EXEMPLO). ORIGEM QUE NAO APARECEU NO LEDGER DA DATA
003475*  NAO SAI.
003476*  -------------------------------------------------------------
003477   2100-IMPRIMIR-ORIGENS.
003478       MOVE 'CONTAGENS POR ORIGEM DO DETALHE' TO REL-LINHA.
003479       WRITE REL-LINHA.
003480       WRITE REL-LINHA FROM WS-CAB-ORIGENS.
003481       PERFORM VARYING WS-IND-ORI FROM 1 BY 1
003482               UNTIL WS-IND-ORI > WS-QTD-ORIGENS
003483           MOVE WS-ORI-CODIGO (WS-IND-ORI) TO WS-LO-CODIGO
003484           MOVE WS-ORI-QTD-OD (WS-IND-ORI) TO WS-LO-GRAVADOS
003485           MOVE WS-ORI-QTD-OQ (WS-IND-ORI) TO WS-LO-QUARENTENA
003486           MOVE WS-ORI-QTD-OL (WS-IND-ORI) TO WS-LO-LIDOS
003487           MOVE WS-ORI-QTD-OV (WS-IND-ORI) TO WS-LO-VALIDOS
003488           MOVE WS-ORI-QTD-OR (WS-IND-ORI) TO WS-LO-REJEITADOS
003489           MOVE WS-ORI-QTD-OA (WS-IND-ORI) TO WS-LO-ALERTAS
003490           WRITE REL-LINHA FROM WS-LIN-ORIGEM
003491       END-PERFORM.
003492       MOVE SPACES TO REL-LINHA.
003493       WRITE REL-LINHA.
003494   2100-EXIT.
003495       EXIT.

003496*  -------------------------------------------------------------
003497*  3000-CRUZAR-CADEIA - CRUZA OS ELOS DA CADEIA E IMPRIME UMA
003498*  LINHA DE CONFERENCIA PARA CADA UM. QUALQUER ELO AUSENTE OU
003500*  DIVERGENTE DERRUBA O FECHAMENTO - INCLUSIVE O LEDGER SEM
003502*  LINHA ALGUMA PARA A DATA DE NEGOCIO (NOITE QUE MORREU ANTES
003504*  DO PRIMEIRO LANCAMENTO, OU LEDGER ERRADO NO DD): UMA DATA
003506*  SEM LANCAMENTO NUNCA PASSA POR NOITE LIMPA. NO FIM VEM OS
003508*  ELOS POR ORIGEM DO DETALHE (3300).
003510*  -------------------------------------------------------------
003520   3000-CRUZAR-CADEIA.
003522       IF WS-QTD-LINHAS-DATA = ZERO
003580           MOVE 'EXEMMNTB LIDOS = APLICADOS + REJEITADOS'
003590               TO WS-LF-ROTULO
003600           COMPUTE WS-SOMA-CONFERIDA = WS-QTD-MA + WS-QTD-MR
003605           MOVE 1 TO WS-IND-ELO
003610           MOVE WS-QTD-ML TO WS-VALOR-ESPERADO
003620           PERFORM 3200-CONFERIR-SOMA THRU 3200-EXIT
003630       END-IF.
003720           PERFORM 3100-MARCAR-AUSENTE THRU 3100-EXIT
003730       END-IF.
003740       IF WS-TEM-CORR AND WS-TEM-EXTR
003750           MOVE 'CORRECOES ACEITAS = FUNDIDAS + NO MESTRE'
003760               TO WS-LF-ROTULO
003770           COMPUTE WS-SOMA-CONFERIDA = WS-QTD-EC + WS-QTD-CM
003775           MOVE 2 TO WS-IND-ELO
003780           MOVE WS-QTD-CA TO WS-VALOR-ESPERADO
003790           PERFORM 3200-CONFERIR-SOMA THRU 3200-EXIT
003800       END-IF.
003870           MOVE 'DETALHES EXTRAIDOS = DETALHES LIDOS'
003880               TO WS-LF-ROTULO
003890           MOVE WS-QTD-PL TO WS-SOMA-CONFERIDA
003895           MOVE 3 TO WS-IND-ELO
003900           MOVE WS-QTD-ED TO WS-VALOR-ESPERADO
003910           PERFORM 3200-CONFERIR-SOMA THRU 3200-EXIT
003920       END-IF.
003940           MOVE 'EXEMPLO VALIDOS + REJEITADOS = PROCESSADOS'
003950               TO WS-LF-ROTULO
003960           COMPUTE WS-SOMA-CONFERIDA = WS-QTD-PV + WS-QTD-PR
003965           MOVE 4 TO WS-IND-ELO
003970           MOVE WS-QTD-PP TO WS-VALOR-ESPERADO
003980           PERFORM 3200-CONFERIR-SOMA THRU 3200-EXIT
003990       END-IF.
003993       MOVE 5 TO WS-IND-ELO.
003996       PERFORM 3300-CRUZAR-ORIGENS THRU 3300-EXIT.
004000   3000-EXIT.
004010       EXIT.

004160*  3200-CONFERIR-SOMA - COMPARA O VALOR ESPERADO (JA EM
004170*  WS-VALOR-ESPERADO) COM O APURADO (WS-SOMA-CONFERIDA),
004180*  IMPRIME A LINHA DE CONFERENCIA E DERRUBA O FECHAMENTO NA
004190*  DIFERENCA. ANOTA TAMBEM O RESULTADO NO ELO WS-IND-ELO - UMA
004191*  DIVERGENCIA NAO E DESFEITA POR CONFERENCIA SEGUINTE DO ELO.
004192*  -------------------------------------------------------------
004200   3200-CONFERIR-SOMA.
004210       MOVE WS-VALOR-ESPERADO TO WS-LF-ESPERADO.
004215       MOVE WS-SOMA-CONFERIDA TO WS-LF-APURADO.
004220       IF WS-VALOR-ESPERADO = WS-SOMA-CONFERIDA
004230           MOVE 'OK        ' TO WS-LF-RESULTADO
004232           IF WS-ELO-RESULTADO (WS-IND-ELO) = SPACE
004234               MOVE 'B' TO WS-ELO-RESULTADO (WS-IND-ELO)
004236           END-IF
004240       ELSE
004250           MOVE 'DIVERGENTE' TO WS-LF-RESULTADO
004260           MOVE 'N' TO WS-SW-CADEIA-FECHADA
004265           MOVE 'D' TO WS-ELO-RESULTADO (WS-IND-ELO)
004270       END-IF.
004280       WRITE REL-LINHA FROM WS-LIN-CONFERE.
004290   3200-EXIT.
004291       EXIT.

004292*  -------------------------------------------------------------
004293*  3300-CRUZAR-ORIGENS - CRUZA OS ELOS POR ORIGEM DO DETALHE:
004294*  O TOTAL DE DETALHES GRAVADOS PELO EXEMEXTR TEM QUE SER A
004295*  SOMA DOS GRAVADOS POR ORIGEM, E CADA ORIGEM TEM QUE TER SIDO
004296*  LIDA PELO EXEMPLO NA MESMA QUANTIDADE EM QUE FOI GRAVADA.
004297*  O ARQUIVO DE PARCEIRO POSTO EM QUARENTENA SAI NUMA LINHA
004298*  PROPRIA, PARA A OPERACAO DEVOLVE-LO AO PARCEIRO, SEM
004299*  DERRUBAR O FECHAMENTO: AS LINHAS DELE NUNCA ENTRARAM NO
004300*  ENTRADA.
004301*  -------------------------------------------------------------
004302   3300-CRUZAR-ORIGENS.
004303       IF WS-TEM-EXTR
004304           MOVE 'EXEMEXTR GRAVADOS = SOMA POR ORIGEM'
004305               TO WS-LF-ROTULO
004306           MOVE ZERO TO WS-SOMA-CONFERIDA
004307           PERFORM VARYING WS-IND-ORI FROM 1 BY 1
004308                   UNTIL WS-IND-ORI > WS-QTD-ORIGENS
004309               ADD WS-ORI-QTD-OD (WS-IND-ORI) TO WS-SOMA-CONFERIDA
004310           END-PERFORM
004311           MOVE WS-QTD-ED TO WS-VALOR-ESPERADO
004312           PERFORM 3200-CONFERIR-SOMA THRU 3200-EXIT
004313       END-IF.
004314       PERFORM VARYING WS-IND-ORI FROM 1 BY 1
004315               UNTIL WS-IND-ORI > WS-QTD-ORIGENS
004316           PERFORM 3310-CRUZAR-ORIGEM THRU 3310-EXIT
004317       END-PERFORM.
004318   3300-EXIT.
004319       EXIT.

004320*  -------------------------------------------------------------
004321*  3310-CRUZAR-ORIGEM - CRUZA A ORIGEM APONTADA POR WS-IND-ORI:
004322*  GRAVADOS PELO EXEMEXTR = LIDOS PELO EXEMPLO (SO QUANDO OS
004323*  DOIS PROGRAMAS LANCARAM - O ELO AUSENTE JA FOI ACUSADO EM
004324*  3000) E A QUARENTENA, QUANDO HOUVE.
004325*  -------------------------------------------------------------
004326   3310-CRUZAR-ORIGEM.
004327       IF WS-TEM-EXTR AND WS-TEM-EXEMPLO
004328           MOVE SPACES TO WS-LF-ROTULO
004329           STRING 'ORIGEM ' WS-ORI-CODIGO (WS-IND-ORI)
004330               ' GRAVADOS = LIDOS' DELIMITED BY SIZE
004331               INTO WS-LF-ROTULO
004332           MOVE WS-ORI-QTD-OL (WS-IND-ORI) TO WS-SOMA-CONFERIDA
004333           MOVE WS-ORI-QTD-OD (WS-IND-ORI) TO WS-VALOR-ESPERADO
004334           PERFORM 3200-CONFERIR-SOMA THRU 3200-EXIT
004335       END-IF.
004336       IF WS-ORI-QTD-OQ (WS-IND-ORI) > ZERO
004337           MOVE SPACES TO WS-LF-ROTULO
004338           STRING 'ORIGEM ' WS-ORI-CODIGO (WS-IND-ORI)
004339               ' ARQUIVO EM QUARENTENA'
004340               DELIMITED BY SIZE INTO WS-LF-ROTULO
004341           MOVE 'QUARENTENA' TO WS-LF-RESULTADO
004342           MOVE ZERO TO WS-LF-ESPERADO
004343           MOVE WS-ORI-QTD-OQ (WS-IND-ORI) TO WS-LF-APURADO
004344           WRITE REL-LINHA FROM WS-LIN-CONFERE
004345           ADD 1 TO WS-QTD-QUARENTENAS
004346       END-IF.
004347   3310-EXIT.
004348       EXIT.

004349*  -------------------------------------------------------------
004350*  4000-IMPRIMIR-VEREDICTO - IMPRIME O VEREDICTO DO FECHAMENTO
004351*  NO RODAPE DA PAGINA, PARA O FICHARIO DA OPERACAO.
004352*  -------------------------------------------------------------
004353   4000-IMPRIMIR-VEREDICTO.
004360       MOVE SPACES TO REL-LINHA.
004370       WRITE REL-LINHA.
004380       WRITE REL-LINHA FROM WS-LIN-TRACOS.
004390       IF WS-CADEIA-FECHADA
004400           MOVE 'CADEIA FECHADA SEM DIVERGENCIA' TO REL-LINHA
004402           IF WS-QTD-QUARENTENAS > ZERO
004404               MOVE '- COM ARQUIVO DE PARCEIRO EM QUARENTENA'
004406                   TO REL-LINHA (32:)
004408           END-IF
004410       ELSE
004420           MOVE 'CADEIA COM DIVERGENCIA OU ELO AUSENTE - VER '
004430               TO REL-LINHA
004470       WRITE REL-LINHA.
004480   4000-EXIT.
004490       EXIT.

004500*  -------------------------------------------------------------
004510*  5000-GRAVAR-SITUACAO - GRAVA A SITUACAO DA NOITE NO RUNSTAT,
004520*  CHAVEADO PELA DATA DE NEGOCIO: REGRAVA O REGISTRO DA DATA
004530*  NUM RERUN (VALE O ULTIMO FECHAMENTO, COMO NO LEDGER) OU
004540*  INCLUI O DA NOITE NOVA. ARQUIVO AINDA SEM REGISTRO ALGUM
004550*  (STATUS 35 NA ABERTURA I-O) E ABERTO EM OUTPUT PARA A
004560*  PRIMEIRA CARGA. QUALQUER FALHA SO E AVISADA E LIGA
004570*  WS-ERRO-RUNSTAT - O FECHAMENTO JA FOI IMPRESSO.
004580*  -------------------------------------------------------------
004590   5000-GRAVAR-SITUACAO.
004600       OPEN I-O RUNSTAT.
004610       IF WS-ST-RUNSTAT = '35'
004620           OPEN OUTPUT RUNSTAT
004630           MOVE 'S' TO WS-SW-RUNSTAT-NOVO
004640       END-IF.
004650       IF WS-ST-RUNSTAT NOT = '00'
004660           DISPLAY 'EXEMBALC: ERRO NA ABERTURA DE RUNSTAT - '
004670               'STATUS ' WS-ST-RUNSTAT
004680           MOVE 'S' TO WS-SW-ERRO-RUNSTAT
004690           GO TO 5000-EXIT
004700       END-IF.
004710       MOVE WS-DATA-NEGOCIO TO STS-DATA-NEGOCIO.
004720       IF NOT WS-RUNSTAT-NOVO
004730           READ RUNSTAT
004740               INVALID KEY
004750                   MOVE 'N' TO WS-SW-DATA-GRAVADA
004760               NOT INVALID KEY
004770                   MOVE 'S' TO WS-SW-DATA-GRAVADA
004780           END-READ
004790       END-IF.
004800       PERFORM 5100-MONTAR-SITUACAO THRU 5100-EXIT.
004810       IF WS-DATA-GRAVADA
004820           REWRITE STS-REC
004830               INVALID KEY
004840                   DISPLAY 'EXEMBALC: ERRO NA REGRAVACAO DO '
004850                       'RUNSTAT DA DATA ' STS-DATA-NEGOCIO
004860                       ' - STATUS ' WS-ST-RUNSTAT
004870                   MOVE 'S' TO WS-SW-ERRO-RUNSTAT
004880           END-REWRITE
004890       ELSE
004900           WRITE STS-REC
004910               INVALID KEY
004920                   DISPLAY 'EXEMBALC: ERRO NA GRAVACAO DO '
004930                       'RUNSTAT DA DATA ' STS-DATA-NEGOCIO
004940                       ' - STATUS ' WS-ST-RUNSTAT
004950                   MOVE 'S' TO WS-SW-ERRO-RUNSTAT
004960           END-WRITE
004970       END-IF.
004980       CLOSE RUNSTAT.
004990       IF NOT WS-ERRO-RUNSTAT
005000           DISPLAY 'EXEMBALC: SITUACAO DA DATA ' WS-DATA-NEGOCIO
005010               ' GRAVADA NO RUNSTAT'
005020       END-IF.
005030   5000-EXIT.
005040       EXIT.

005050*  -------------------------------------------------------------
005060*  5100-MONTAR-SITUACAO - MONTA O REGISTRO DO RUNSTAT: SITUACAO
005070*  DO RUN NO RUNCTL, DATA/HORA DO FECHAMENTO, VEREDICTO ('F'
005080*  FECHADA, 'Q' FECHADA COM QUARENTENA, 'D' DIVERGENCIA OU ELO
005090*  AUSENTE), AS CONTAGENS RECOLHIDAS DO LEDGER E O RESULTADO DE
005100*  CADA ELO. OS ELOS POR ORIGEM SO VALEM COMO BALANCEADOS
005110*  QUANDO O EXEMEXTR E O EXEMPLO LANCARAM OS DOIS.
005120*  -------------------------------------------------------------
005130   5100-MONTAR-SITUACAO.
005140       MOVE SPACES               TO STS-REC.
005150       MOVE WS-DATA-NEGOCIO      TO STS-DATA-NEGOCIO.
005160       MOVE WS-SITUACAO-RUN      TO STS-SITUACAO.
005170       ACCEPT WS-DATA-AAAAMMDD FROM DATE YYYYMMDD.
005180       ACCEPT WS-HORA-HHMMSSCC FROM TIME.
005190       MOVE WS-DATA-AAAAMMDD     TO STS-DATA-FECHAMENTO.
005200       MOVE WS-HORA-HHMMSS       TO STS-HORA-FECHAMENTO.
005210       IF WS-CADEIA-DIVERGENTE
005220           MOVE 'D' TO STS-VEREDICTO
005230       ELSE
005240           IF WS-QTD-QUARENTENAS > ZERO
005250               MOVE 'Q' TO STS-VEREDICTO
005260           ELSE
005270               MOVE 'F' TO STS-VEREDICTO
005280           END-IF
005290       END-IF.
005300       MOVE WS-QTD-QUARENTENAS   TO STS-QTD-QUARENTENAS.
005310       MOVE WS-SW-TEM-MNTB       TO STS-TEM-MNTB.
005320       MOVE WS-QTD-ML            TO STS-QTD-ML.
005330       MOVE WS-QTD-MA            TO STS-QTD-MA.
005340       MOVE WS-QTD-MR            TO STS-QTD-MR.
005350       MOVE WS-QTD-MG            TO STS-QTD-MG.
005360       MOVE WS-QTD-MC            TO STS-QTD-MC.
005370       MOVE WS-SW-TEM-CORR       TO STS-TEM-CORR.
005380       MOVE WS-QTD-CL            TO STS-QTD-CL.
005390       MOVE WS-QTD-CA            TO STS-QTD-CA.
005400       MOVE WS-QTD-CR            TO STS-QTD-CR.
005410       MOVE WS-QTD-CP            TO STS-QTD-CP.
005420       MOVE WS-QTD-CM            TO STS-QTD-CM.
005430       MOVE WS-SW-TEM-EXTR       TO STS-TEM-EXTR.
005440       MOVE WS-QTD-EM            TO STS-QTD-EM.
005450       MOVE WS-QTD-EC            TO STS-QTD-EC.
005460       MOVE WS-QTD-ED            TO STS-QTD-ED.
005470       MOVE WS-QTD-EI            TO STS-QTD-EI.
005480       MOVE WS-SW-TEM-EXEMPLO    TO STS-TEM-EXEMPLO.
005490       MOVE WS-QTD-PL            TO STS-QTD-PL.
005500       MOVE WS-QTD-PP            TO STS-QTD-PP.
005510       MOVE WS-QTD-PV            TO STS-QTD-PV.
005520       MOVE WS-QTD-PR            TO STS-QTD-PR.
005530       MOVE WS-QTD-PA            TO STS-QTD-PA.
005540       MOVE WS-QTD-PW            TO STS-QTD-PW.
005550       MOVE WS-QTD-PC            TO STS-QTD-PC.
005560       IF NOT WS-TEM-EXTR OR NOT WS-TEM-EXEMPLO
005570           IF WS-ELO-RESULTADO (5) NOT = 'D'
005580               MOVE SPACE TO WS-ELO-RESULTADO (5)
005590           END-IF
005600       END-IF.
005610       PERFORM VARYING WS-IND-ELO FROM 1 BY 1
005620               UNTIL WS-IND-ELO > 5
005630           IF WS-ELO-RESULTADO (WS-IND-ELO) = SPACE
005640               MOVE 'A' TO STS-ELO-RESULTADO (WS-IND-ELO)
005650           ELSE
005660               MOVE WS-ELO-RESULTADO (WS-IND-ELO)
005670                   TO STS-ELO-RESULTADO (WS-IND-ELO)
005680           END-IF
005690       END-PERFORM.
005700   5100-EXIT.
005710       EXIT.
