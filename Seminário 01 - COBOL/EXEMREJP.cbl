000420*                      TOTAIS DE FECHAMENTO DO MES (ABERTAS
000430*                      NO MES, FECHADAS NO MES E AINDA
000440*                      PENDENTES).
000441*  15/10/2026 RCS    O OPERADOR DE CADA CARTAO DE DISPOSICAO
000442*                    (DSP-OPERADOR) PASSA A SER CONFERIDO NO
000443*                    ARQUIVO DE AUTORIDADE (OPERAUT): SO
000444*                    OPERADOR ATIVO E AUTORIZADO A APROVAR
000445*                    DECIDE REJEITO PERMANENTE. CARTAO DE
000446*                    OUTRO OPERADOR E TRATADO COMO CARTAO
000447*                    INVALIDO (INFORMADO, RETURN-CODE 4).
000450*  ---------------------------------------------------------

000460   ENVIRONMENT DIVISION.
000550       SELECT OPTIONAL DISPCARD ASSIGN TO "DISPCARD"
000560           ORGANIZATION IS LINE SEQUENTIAL
000570           FILE STATUS IS WS-ST-DISPCARD.
000571       SELECT OPERAUT ASSIGN TO "OPERAUT"
000572           ORGANIZATION IS INDEXED
000573           ACCESS MODE IS RANDOM
000574           RECORD KEY IS OPR-COD-OPERADOR
000575           FILE STATUS IS WS-ST-OPERAUT.
000580       SELECT REJPNOVO ASSIGN TO "REJPNOVO"
000590           ORGANIZATION IS LINE SEQUENTIAL
000600           FILE STATUS IS WS-ST-REJPNOVO.
000740       RECORDING MODE IS F.
000750       COPY DSPREC.

000753   FD  OPERAUT.
000756       COPY OPRREC.

000760   FD  REJPNOVO
000770       RECORDING MODE IS F.
000780       COPY REJREC REPLACING LEADING ==REJ== BY ==RJN==.
000960       05  WS-ST-REJPNOVO          PIC X(02).
000970       05  WS-ST-CORRECAO          PIC X(02).
000980       05  WS-ST-RELREJP           PIC X(02).
000985       05  WS-ST-OPERAUT           PIC X(02).

000990   01  WS-SW-FIM-REJPERM           PIC X(01) VALUE 'N'.
001000       88  WS-FIM-REJPERM              VALUE 'S'.

002910*  -------------------------------------------------------------
002920*  1000-CARREGAR-DISPOSICOES - CARREGA NA TABELA AS DISPOSICOES
002930*  DO CARTAO DISPCARD. CARTAO COM ACAO INVALIDA, CHAVE NAO
002940*  NUMERICA OU OPERADOR SEM AUTORIDADE NO OPERAUT (ABERTO SO
002950*  DURANTE A CARGA) E CONTADO E INFORMADO, SEM DERRUBAR O RUN -
002960*  A FILA DE REVISAO E IMPRESSA DO MESMO JEITO. TABELA CHEIA
002963*  ENCERRA O RUN: PERDER DISPOSICAO EM SILENCIO E O QUE SE QUER
002966*  EVITAR.
002970*  -------------------------------------------------------------
002980   1000-CARREGAR-DISPOSICOES.
002990       OPEN INPUT DISPCARD.
003020           DISPLAY 'EXEMREJP: ERRO NA ABERTURA DE DISPCARD - '
003030               'STATUS ' WS-ST-DISPCARD
003040           MOVE 8 TO RETURN-CODE
003041           GOBACK
003042       END-IF.
003043       OPEN INPUT OPERAUT.
003044       IF WS-ST-OPERAUT NOT = '00'
003045           DISPLAY 'EXEMREJP: ERRO NA ABERTURA DE OPERAUT - '
003046               'STATUS ' WS-ST-OPERAUT
003047           MOVE 8 TO RETURN-CODE
003048           CLOSE DISPCARD
003050           GOBACK
003060       END-IF.
003070       READ DISPCARD
003160           END-READ
003170       END-PERFORM.
003180       CLOSE DISPCARD.
003185       CLOSE OPERAUT.
003190   1000-EXIT.
003200       EXIT.

003210*  -------------------------------------------------------------
003220*  1010-GUARDAR-DISPOSICAO - GUARDA NA TABELA O CARTAO DE
003230*  DISPOSICAO QUE ACABOU DE SER LIDO, DEPOIS DE VALIDAR A ACAO,
003240*  A CHAVE E O OPERADOR - QUE TEM QUE ESTAR NO OPERAUT, ATIVO E
003245*  AUTORIZADO A APROVAR.
003250*  -------------------------------------------------------------
003260   1010-GUARDAR-DISPOSICAO.
003270       ADD 1 TO WS-QTD-CARTOES-LIDOS.
003272       MOVE DSP-OPERADOR TO OPR-COD-OPERADOR.
003274       READ OPERAUT
003276           INVALID KEY MOVE 'N' TO OPR-APROVA
003278       END-READ.
003280       IF DSP-NUM-REGISTRO NOT NUMERIC
003290               OR NOT DSP-ACAO-VALIDA
003300           DISPLAY 'EXEMREJP: CARTAO DE DISPOSICAO INVALIDO - '
003310               'REGISTRO ' DSP-NUM-REGISTRO
003320               ' ACAO ' DSP-ACAO
003321           ADD 1 TO WS-QTD-CARTOES-INVALIDOS
003322           GO TO 1010-EXIT
003323       END-IF.
003324       IF NOT OPR-ATIVO OR NOT OPR-PODE-APROVAR
003325           DISPLAY 'EXEMREJP: OPERADOR SEM AUTORIZACAO - '
003326               DSP-OPERADOR ' REGISTRO ' DSP-NUM-REGISTRO
003330           ADD 1 TO WS-QTD-CARTOES-INVALIDOS
003340           GO TO 1010-EXIT
003350       END-IF.
