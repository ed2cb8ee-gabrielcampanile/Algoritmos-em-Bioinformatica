000670*                    PODE REAPARECER COMO REJEITADO POR
000680*                    CHAVE/STATUS JA APLICADO. O COMMIT E
000690*                    ZERADO NO FIM DE UM RUN COMPLETO.
000691*  15/10/2026 RCS    CADA MOVIMENTO PASSA A TRAZER O OPERADOR
000692*                    QUE RESPONDE POR ELE (MOV-OPERADOR),
000693*                    CONFERIDO NO ARQUIVO DE AUTORIDADE
000694*                    (OPERAUT) - MESMA REGRA DA PROPOSTA NA
000695*                    EMNT: OPERADOR EM BRANCO, FORA DO ARQUIVO,
000696*                    INATIVO OU SEM AUTORIZACAO PARA PROPOR
000697*                    REJEITA O MOVIMENTO. A LINHA DO MANTLOG
000698*                    PASSA A LEVAR ESSE OPERADOR NO LUGAR DE
000699*                    'LOT'.
000700*  15/10/2026 RCS    MOVIMENTOS COM DATA EFETIVA (MOV-DATA-
000701*                    EFETIVA) POSTERIOR A DATA DE NEGOCIO DO
000702*                    RUNCTL DEIXAM DE SER APLICADOS NA HORA:
000703*                    FICAM NA CARTEIRA DE AGENDADOS (MOVAGEND,
000704*                    LAYOUT MOVREC), QUE O RUN LE INTEIRA NA
000705*                    ABERTURA E REGRAVA (AGDNOVO) NO FIM, E SAO
000706*                    APLICADOS AUTOMATICAMENTE, DEPOIS DOS
000707*                    MOVIMENTOS DA NOITE, NO RUN CUJA DATA DE
000708*                    NEGOCIO ALCANCA A DATA EFETIVA. A FUNCAO
000709*                    'C' CANCELA UM AGENDAMENTO AINDA NA
000710*                    CARTEIRA. O RELMANUT PASSA A MOSTRAR OS
000711*                    AGENDADOS, CANCELADOS E APLICADOS NA DATA
000712*                    EFETIVA, E A CARTEIRA QUE FICA PARA AS
000713*                    PROXIMAS NOITES; O LEDGER GANHA AS
000714*                    CONTAGENS 'MG' (AGENDADOS) E 'MC'
000715*                    (CANCELADOS), FORA DO ELO LIDOS = APLICADOS
000716*                    + REJEITADOS. DATA EFETIVA INFORMADA TEM
000717*                    QUE SER UMA DATA DE CALENDARIO VALIDA, OU
000718*                    O MOVIMENTO E REJEITADO.
000719*  ---------------------------------------------------------
000720
000721   ENVIRONMENT DIVISION.
000730   CONFIGURATION SECTION.
000740   SOURCE-COMPUTER. IBM-3090.
000750   OBJECT-COMPUTER. IBM-3090.
000980           ACCESS MODE IS RANDOM
000990           RECORD KEY IS CRF-COD-CATEGORIA
001000           FILE STATUS IS WS-ST-CATEGREF.
001001       SELECT OPERAUT ASSIGN TO "OPERAUT"
001002           ORGANIZATION IS INDEXED
001003           ACCESS MODE IS RANDOM
001004           RECORD KEY IS OPR-COD-OPERADOR
001005           FILE STATUS IS WS-ST-OPERAUT.
001010       SELECT OPTIONAL RUNCTL ASSIGN TO "RUNCTL"
001020           ORGANIZATION IS LINE SEQUENTIAL
001030           FILE STATUS IS WS-ST-RUNCTL.
001070       SELECT OPTIONAL MNTCHKP ASSIGN TO "MNTCHKP"
001080           ORGANIZATION IS LINE SEQUENTIAL
001090           FILE STATUS IS WS-ST-MNTCHKP.
001091       SELECT OPTIONAL MOVAGEND ASSIGN TO "MOVAGEND"
001092           ORGANIZATION IS LINE SEQUENTIAL
001093           FILE STATUS IS WS-ST-MOVAGEND.
001094       SELECT AGDNOVO ASSIGN TO "AGDNOVO"
001095           ORGANIZATION IS LINE SEQUENTIAL
001096           FILE STATUS IS WS-ST-AGDNOVO.
001100
001110   DATA DIVISION.
001120   FILE SECTION.
001320   FD  CATEGREF.
001330       COPY CRFREC.
001340
001342   FD  OPERAUT.
001344       COPY OPRREC.
001346
001350   FD  RUNCTL
001360       RECORDING MODE IS F.
001370       COPY RCTREC.
001440       RECORDING MODE IS F.
001450       COPY MCKREC.
001460
001461   FD  MOVAGEND
001462       RECORDING MODE IS F.
001463       COPY MOVREC REPLACING LEADING ==MOV== BY ==AGE==.
001464
001465   FD  AGDNOVO
001466       RECORDING MODE IS F.
001467       COPY MOVREC REPLACING LEADING ==MOV== BY ==AGN==.
001468
001470   WORKING-STORAGE SECTION.
001480   01  WS-STATUS-ARQUIVOS.
001490       05  WS-ST-MOVTOS            PIC X(02).
001550       05  WS-ST-RUNCTL            PIC X(02).
001560       05  WS-ST-RUNLEDG           PIC X(02).
001570       05  WS-ST-MNTCHKP           PIC X(02).
001572       05  WS-ST-OPERAUT           PIC X(02).
001574       05  WS-ST-MOVAGEND          PIC X(02).
001576       05  WS-ST-AGDNOVO           PIC X(02).
001580
001590   01  WS-SW-FIM-MOVTOS            PIC X(01) VALUE 'N'.
001600       88  WS-FIM-MOVTOS               VALUE 'S'.
001960       88  WS-MOVTO-PROCESSADO         VALUE 'N'.
001970
001980*  -----------------------------------------------------------
001981*  CARTEIRA DE MOVIMENTOS AGENDADOS: A DO MOVAGEND, CARREGADA
001982*  NA ABERTURA, MAIS OS AGENDADOS PELO MOVTOS DESTE RUN. O
001983*  AGENDAMENTO E SITUACAO 'P' (PENDENTE) ATE SER CANCELADO
001984*  ('C') OU CONSUMIDO NA DATA EFETIVA ('A'); SO OS PENDENTES
001985*  VOLTAM PARA O AGDNOVO. A TABELA E REMONTADA DO ZERO A CADA
001986*  RUN, ENTAO UMA RETOMADA CHEGA A MESMA CARTEIRA.
001987*  -----------------------------------------------------------
001988   01  WS-MAX-AGENDA               PIC 9(03) COMP VALUE 500.
001989   77  WS-QTD-AGENDA               PIC 9(03) COMP VALUE ZERO.
001990   77  WS-IND-AGD                  PIC 9(03) COMP VALUE ZERO.
001991   77  WS-IND-CAN                  PIC 9(03) COMP VALUE ZERO.
001992   01  WS-TAB-AGENDA.
001993       05  WS-AGD-ENTRADA          OCCURS 500 TIMES.
001994           10  WS-AGD-MOVIMENTO.
001995               15  WS-AGD-FUNCAO   PIC X(01).
001996               15  WS-AGD-NUM      PIC 9(07).
001997               15  WS-AGD-VALOR    PIC 9(05).
001998               15  WS-AGD-TEXTO    PIC X(10).
001999               15  WS-AGD-OPERADOR PIC X(03).
002000               15  WS-AGD-DATA-EFETIVA
002001                                   PIC X(08).
002002           10  WS-AGD-SITUACAO     PIC X(01).
002003   01  WS-SW-FIM-AGENDA            PIC X(01) VALUE 'N'.
002004       88  WS-FIM-AGENDA               VALUE 'S'.
002005       88  WS-NAO-FIM-AGENDA           VALUE 'N'.
002006   01  WS-SW-MOVTO-AGENDA          PIC X(01) VALUE 'N'.
002007       88  WS-MOVTO-AGENDADO           VALUE 'G'.
002008       88  WS-MOVTO-CANCELADO          VALUE 'C'.
002009       88  WS-MOVTO-NORMAL             VALUE 'N'.
002010   77  WS-QTD-MOV-AGENDADOS        PIC 9(07) COMP VALUE ZERO.
002011   77  WS-QTD-AGD-CANCELADOS       PIC 9(07) COMP VALUE ZERO.
002012   77  WS-QTD-AGD-APLICADOS        PIC 9(07) COMP VALUE ZERO.
002013   77  WS-QTD-AGD-CARTEIRA         PIC 9(07) COMP VALUE ZERO.
002014   77  WS-QTD-CANCELADOS-MOVTO     PIC 9(03) COMP VALUE ZERO.
002015   01  WS-DATA-EFETIVA.
002016       05  WS-DE-AAAA              PIC X(04).
002017       05  WS-DE-MM                PIC X(02).
002018       05  WS-DE-DD                PIC X(02).
002019   01  WS-DATA-EFETIVA-NUM REDEFINES WS-DATA-EFETIVA.
002020       05  WS-DEN-AAAA             PIC 9(04).
002021       05  WS-DEN-MM               PIC 9(02).
002022           88  WS-DEN-MES-VALIDO       VALUE 1 THRU 12.
002023       05  WS-DEN-DD               PIC 9(02).
002024   01  WS-SW-DATA-EFETIVA          PIC X(01) VALUE 'S'.
002025       88  WS-DATA-EFETIVA-VALIDA      VALUE 'S'.
002026       88  WS-DATA-EFETIVA-INVALIDA    VALUE 'N'.
002027   77  WS-DIAS-NO-MES              PIC 9(02) COMP VALUE ZERO.
002028   77  WS-QUOCIENTE-ANO            PIC 9(04) COMP VALUE ZERO.
002029   77  WS-RESTO-ANO                PIC 9(04) COMP VALUE ZERO.
002030
002031*  -----------------------------------------------------------
002032*  VALORES ANTES DA ALTERACAO, PARA A LINHA DE AUDITORIA
002033*  -----------------------------------------------------------
002034   01  WS-VALOR-NUMERICO-ANTES     PIC 9(05).
002035   01  WS-VALOR-TEXTO-ANTES        PIC X(10).
002036   01  WS-STATUS-ANTES             PIC X(01).
002040
002050*  -----------------------------------------------------------
002060*  DATA E HORA DO RUN - CARIMBO DA AUDITORIA E DA VIGENCIA
002340       05  WS-DT-RESULTADO         PIC X(09).
002350       05  FILLER                  PIC X(02) VALUE SPACES.
002360       05  WS-DT-MOTIVO            PIC X(30).
002370       05  FILLER                  PIC X(02) VALUE SPACES.
002373       05  WS-DT-DATA-EFETIVA      PIC X(10).
002376       05  FILLER                  PIC X(15) VALUE SPACES.
002380
002390   01  WS-LIN-TOTAL.
002400       05  WS-TL-ROTULO            PIC X(32).
002500           ' JA PROCESSADOS (PULADOS)'.
002510       05  FILLER                  PIC X(14) VALUE SPACES.
002520
002521   01  WS-LIN-CARTEIRA.
002522       05  FILLER                  PIC X(47) VALUE
002523           'CARTEIRA DE MOVIMENTOS AGENDADOS APOS ESTE RUN'.
002524       05  FILLER                  PIC X(33) VALUE SPACES.
002525
002530   PROCEDURE DIVISION.
002540*  =============================================================
002550*  INICIO - PONTO DE ENTRADA DO PROGRAMA. ABRE OS ARQUIVOS E
002560*  PROCESSA TODOS OS MOVIMENTOS EM LACO, APLICANDO CADA UM NO
002570*  MESTRE E GRAVANDO AUDITORIA E RELATORIO; AO FINAL IMPRIME OS
002580*  TOTAIS. RETURN-CODE 4 QUANDO HOUVE MOVIMENTO REJEITADO E 8
002590*  QUANDO UM DOS ARQUIVOS NAO PODE SER ABERTO OU A CARTEIRA DE
002595*  AGENDADOS NAO CABE NA TABELA.
002600*  =============================================================
002610   Inicio.
002620       ACCEPT WS-DATA-AAAAMMDD FROM DATE YYYYMMDD.
002670           DELIMITED BY SIZE INTO WS-HORA-EDITADA.
002680       PERFORM 1100-RESOLVER-DATA-NEGOCIO THRU 1100-EXIT.
002690       PERFORM 1200-LER-COMMIT THRU 1200-EXIT.
002695       PERFORM 1300-CARREGAR-AGENDA THRU 1300-EXIT.
002700       OPEN INPUT MOVTOS.
002710       IF WS-ST-MOVTOS NOT = '00' AND WS-ST-MOVTOS NOT = '05'
002720           DISPLAY 'EXEMMNTB: ERRO NA ABERTURA DE MOVTOS - '
003380           CLOSE DELTAS
003390           GOBACK
003400       END-IF.
003401       OPEN INPUT OPERAUT.
003402       IF WS-ST-OPERAUT NOT = '00'
003403           DISPLAY 'EXEMMNTB: ERRO NA ABERTURA DE OPERAUT - '
003404               'STATUS ' WS-ST-OPERAUT
003405           MOVE 8 TO RETURN-CODE
003406           CLOSE MOVTOS
003407           CLOSE MESTRE
003408           CLOSE MANTLOG
003409           CLOSE RELMANUT
003410           CLOSE DELTAS
003411           CLOSE CATEGREF
003412           GOBACK
003413       END-IF.
003414       OPEN OUTPUT AGDNOVO.
003415       IF WS-ST-AGDNOVO NOT = '00'
003416           DISPLAY 'EXEMMNTB: ERRO NA ABERTURA DE AGDNOVO - '
003417               'STATUS ' WS-ST-AGDNOVO
003418           MOVE 8 TO RETURN-CODE
003419           CLOSE MOVTOS
003420           CLOSE MESTRE
003421           CLOSE MANTLOG
003422           CLOSE RELMANUT
003423           CLOSE DELTAS
003424           CLOSE CATEGREF
003425           CLOSE OPERAUT
003426           GOBACK
003427       END-IF.
003428       MOVE WS-DATA-EDITADA TO WS-LT-DATA.
003429       MOVE WS-LIN-TITULO   TO REL-LINHA.
003430       WRITE REL-LINHA.
003440       IF WS-NUM-MOVIMENTO-CHKPT > ZERO
003450           MOVE WS-NUM-MOVIMENTO-CHKPT TO WS-LR-NUM-MOVIMENTO
003600                   PERFORM 2010-TRATAR-MOVIMENTO THRU 2010-EXIT
003610           END-READ
003620       END-PERFORM.
003623       PERFORM 2900-APLICAR-AGENDADOS THRU 2900-EXIT.
003626       PERFORM 2950-GRAVAR-CARTEIRA THRU 2950-EXIT.
003630       PERFORM 2700-LIMPAR-COMMIT THRU 2700-EXIT.
003640       PERFORM 3000-GRAVAR-TOTAIS THRU 3000-EXIT.
003650       PERFORM 3500-GRAVAR-LEDGER THRU 3500-EXIT.
003690       CLOSE RELMANUT.
003700       CLOSE DELTAS.
003710       CLOSE CATEGREF.
003713       CLOSE OPERAUT.
003716       CLOSE AGDNOVO.
003720       DISPLAY 'EXEMMNTB: ' WS-QTD-MOV-LIDOS
003730           ' MOVIMENTO(S) LIDO(S)'.
003740       DISPLAY 'EXEMMNTB: ' WS-QTD-MOV-APLICADOS
003750           ' APLICADO(S) NO MESTRE'.
003760       DISPLAY 'EXEMMNTB: ' WS-QTD-MOV-REJEITADOS
003770           ' REJEITADO(S)'.
003772       DISPLAY 'EXEMMNTB: ' WS-QTD-MOV-AGENDADOS
003774           ' AGENDADO(S), ' WS-QTD-AGD-CANCELADOS
003776           ' AGENDAMENTO(S) CANCELADO(S), ' WS-QTD-AGD-CARTEIRA
003778           ' EM CARTEIRA'.
003780       IF WS-QTD-MOV-REJEITADOS > ZERO
003790           MOVE 4 TO RETURN-CODE
003800       END-IF.
004320       EXIT.

004330*  -------------------------------------------------------------
004331*  1300-CARREGAR-AGENDA - CARREGA NA TABELA A CARTEIRA DE
004332*  MOVIMENTOS AGENDADOS DEIXADA PELO RUN ANTERIOR (MOVAGEND),
004333*  TODOS COMO PENDENTES. MOVAGEND AUSENTE OU VAZIO E CARTEIRA
004334*  VAZIA. CARTEIRA MAIOR QUE A TABELA ENCERRA O RUN ANTES DE
004335*  QUALQUER ATUALIZACAO: PERDER AGENDAMENTO EM SILENCIO E O QUE
004336*  SE QUER EVITAR.
004337*  -------------------------------------------------------------
004338   1300-CARREGAR-AGENDA.
004339       OPEN INPUT MOVAGEND.
004340       IF WS-ST-MOVAGEND NOT = '00' AND WS-ST-MOVAGEND NOT = '05'
004341           DISPLAY 'EXEMMNTB: ERRO NA ABERTURA DE MOVAGEND - '
004342               'STATUS ' WS-ST-MOVAGEND
004343           MOVE 8 TO RETURN-CODE
004344           GOBACK
004345       END-IF.
004346       READ MOVAGEND
004347           AT END
004348               MOVE 'S' TO WS-SW-FIM-AGENDA
004349       END-READ.
004350       PERFORM UNTIL WS-FIM-AGENDA
004351           PERFORM 1310-GUARDAR-AGENDADO THRU 1310-EXIT
004352           READ MOVAGEND
004353               AT END
004354                   MOVE 'S' TO WS-SW-FIM-AGENDA
004355           END-READ
004356       END-PERFORM.
004357       CLOSE MOVAGEND.
004358       IF WS-QTD-AGENDA > ZERO
004359           DISPLAY 'EXEMMNTB: ' WS-QTD-AGENDA
004360               ' MOVIMENTO(S) AGENDADO(S) NA CARTEIRA'
004361       END-IF.
004362   1300-EXIT.
004363       EXIT.
004364
004365*  -------------------------------------------------------------
004366*  1310-GUARDAR-AGENDADO - GUARDA NA TABELA, COMO PENDENTE, O
004367*  AGENDAMENTO DO MOVAGEND QUE ACABOU DE SER LIDO.
004368*  -------------------------------------------------------------
004369   1310-GUARDAR-AGENDADO.
004370       IF WS-QTD-AGENDA >= WS-MAX-AGENDA
004371           DISPLAY 'EXEMMNTB: CARTEIRA DE AGENDADOS MAIOR QUE A '
004372               'TABELA - RUN ENCERRADO'
004373           MOVE 8 TO RETURN-CODE
004374           CLOSE MOVAGEND
004375           GOBACK
004376       END-IF.
004377       ADD 1 TO WS-QTD-AGENDA.
004378       MOVE AGE-REC TO WS-AGD-MOVIMENTO (WS-QTD-AGENDA).
004379       MOVE 'P'     TO WS-AGD-SITUACAO (WS-QTD-AGENDA).
004380   1310-EXIT.
004381       EXIT.
004382
004383*  -------------------------------------------------------------
004384*  2010-TRATAR-MOVIMENTO - PROCESSA O MOVIMENTO QUE ACABOU DE
004385*  SER LIDO: VALIDA A FUNCAO, OS CAMPOS E A AUTORIDADE DO
004386*  OPERADOR, APLICA NO MESTRE PELA FUNCAO E GRAVA A LINHA DO
004387*  RELATORIO COM O RESULTADO. CANCELAMENTO E MOVIMENTO COM DATA
004388*  EFETIVA FUTURA SO MEXEM NA CARTEIRA DE AGENDADOS (2800/2850)
004389*  - E, POR ISSO, SAO REFEITOS TAMBEM NUMA RETOMADA, QUE
004390*  REMONTA A CARTEIRA DO ZERO.
004391*  -------------------------------------------------------------
004392   2010-TRATAR-MOVIMENTO.
004393       ADD 1 TO WS-NUM-MOVIMENTO.
004400       MOVE 'N'    TO WS-SW-MOVTO-PULADO.
004410       MOVE 'S'    TO WS-SW-MOVTO-APLICADO.
004420       MOVE SPACES TO WS-MOTIVO-REJEICAO.
004421       MOVE 'N'    TO WS-SW-MOVTO-AGENDA.
004422       PERFORM 2030-VALIDAR-DATA-EFETIVA THRU 2030-EXIT.
004423       IF MOV-CANCELAMENTO
004424           PERFORM 2850-CANCELAR-AGENDAMENTO THRU 2850-EXIT
004425           GO TO 2010-RESULTADO
004426       END-IF.
004427       IF MOV-DATA-EFETIVA NUMERIC AND WS-DATA-EFETIVA-VALIDA
004428               AND MOV-DATA-EFETIVA > WS-DATA-NEGOCIO
004429           PERFORM 2800-AGENDAR-MOVIMENTO THRU 2800-EXIT
004430           GO TO 2010-RESULTADO
004431       END-IF.
004432       IF WS-NUM-MOVIMENTO <= WS-NUM-MOVIMENTO-CHKPT
004440           MOVE 'S' TO WS-SW-MOVTO-PULADO
004450           MOVE 'JA APLICADO EM RUN ANTERIOR'
004460               TO WS-MOTIVO-REJEICAO
004470           GO TO 2010-RESULTADO
004480       END-IF.
004490       ADD 1 TO WS-QTD-MOV-LIDOS.
004491       IF WS-DATA-EFETIVA-INVALIDA
004492           MOVE 'N' TO WS-SW-MOVTO-APLICADO
004493           MOVE 'DATA EFETIVA INVALIDA' TO WS-MOTIVO-REJEICAO
004494           GO TO 2010-RESULTADO
004495       END-IF.
004500       IF NOT MOV-FUNCAO-VALIDA
004510           MOVE 'N' TO WS-SW-MOVTO-APLICADO
004520           MOVE 'FUNCAO INVALIDA' TO WS-MOTIVO-REJEICAO
004620           MOVE 'N' TO WS-SW-MOVTO-APLICADO
004630           MOVE 'NUMERO DE REGISTRO INVALIDO'
004640               TO WS-MOTIVO-REJEICAO
004642           GO TO 2010-RESULTADO
004644       END-IF.
004646       PERFORM 2040-VALIDAR-OPERADOR THRU 2040-EXIT.
004648       IF WS-MOVTO-REJEITADO
004650           GO TO 2010-RESULTADO
004660       END-IF.
004670       IF MOV-INCLUSAO OR MOV-ALTERACAO
004960           PERFORM 2600-GRAVAR-COMMIT THRU 2600-EXIT
004970       END-IF.
004980   2010-EXIT.
004981       EXIT.
004982
004983*  -------------------------------------------------------------
004984*  2030-VALIDAR-DATA-EFETIVA - CONFERE A DATA EFETIVA DO
004985*  MOVIMENTO (AAAAMMDD): EM BRANCO E O MOVIMENTO IMEDIATO;
004986*  INFORMADA, TEM QUE SER NUMERICA, COM MES DE 01 A 12 E DIA
004987*  DENTRO DO TAMANHO DO MES (FEVEREIRO COM 29 DIAS NO ANO
004988*  BISSEXTO). DATA INVALIDA REJEITA O MOVIMENTO - NAO ENTRA NA
004989*  CARTEIRA DE AGENDADOS NEM SE COMPARA COM A DATA DE NEGOCIO.
004990*  -------------------------------------------------------------
004991   2030-VALIDAR-DATA-EFETIVA.
004992       MOVE 'S' TO WS-SW-DATA-EFETIVA.
004993       IF MOV-DATA-EFETIVA = SPACES
004994           GO TO 2030-EXIT
004995       END-IF.
004996       IF MOV-DATA-EFETIVA NOT NUMERIC
004997           MOVE 'N' TO WS-SW-DATA-EFETIVA
004998           GO TO 2030-EXIT
004999       END-IF.
005000       MOVE MOV-DATA-EFETIVA TO WS-DATA-EFETIVA.
005001       IF NOT WS-DEN-MES-VALIDO
005002           MOVE 'N' TO WS-SW-DATA-EFETIVA
005003           GO TO 2030-EXIT
005004       END-IF.
005005       EVALUATE WS-DEN-MM
005006           WHEN 4
005007           WHEN 6
005008           WHEN 9
005009           WHEN 11
005010               MOVE 30 TO WS-DIAS-NO-MES
005011           WHEN 2
005012               PERFORM 2035-DIAS-FEVEREIRO THRU 2035-EXIT
005013           WHEN OTHER
005014               MOVE 31 TO WS-DIAS-NO-MES
005015       END-EVALUATE.
005016       IF WS-DEN-DD = ZERO OR WS-DEN-DD > WS-DIAS-NO-MES
005017           MOVE 'N' TO WS-SW-DATA-EFETIVA
005018       END-IF.
005019   2030-EXIT.
005020       EXIT.
005021
005022*  -------------------------------------------------------------
005023*  2035-DIAS-FEVEREIRO - 29 DIAS NO ANO DIVISIVEL POR 4, EXCETO
005024*  O SECULAR NAO DIVISIVEL POR 400; 28 NOS DEMAIS.
005025*  -------------------------------------------------------------
005026   2035-DIAS-FEVEREIRO.
005027       MOVE 28 TO WS-DIAS-NO-MES.
005028       DIVIDE WS-DEN-AAAA BY 4 GIVING WS-QUOCIENTE-ANO
005029           REMAINDER WS-RESTO-ANO.
005030       IF WS-RESTO-ANO NOT = ZERO
005031           GO TO 2035-EXIT
005032       END-IF.
005033       MOVE 29 TO WS-DIAS-NO-MES.
005034       DIVIDE WS-DEN-AAAA BY 100 GIVING WS-QUOCIENTE-ANO
005035           REMAINDER WS-RESTO-ANO.
005036       IF WS-RESTO-ANO NOT = ZERO
005037           GO TO 2035-EXIT
005038       END-IF.
005039       DIVIDE WS-DEN-AAAA BY 400 GIVING WS-QUOCIENTE-ANO
005040           REMAINDER WS-RESTO-ANO.
005041       IF WS-RESTO-ANO NOT = ZERO
005042           MOVE 28 TO WS-DIAS-NO-MES
005043       END-IF.
005044   2035-EXIT.
005045       EXIT.
005046
005047*  -------------------------------------------------------------
005048*  2040-VALIDAR-OPERADOR - CONFERE MOV-OPERADOR NO ARQUIVO DE
005049*  AUTORIDADE (OPERAUT): SO OPERADOR CADASTRADO, ATIVO E
005050*  AUTORIZADO A PROPOR ALTERA O MESTRE EM LOTE - A MESMA
005051*  AUTORIDADE EXIGIDA NA EMNT.
005052*  -------------------------------------------------------------
005053   2040-VALIDAR-OPERADOR.
005054       IF MOV-OPERADOR = SPACES
005055           MOVE 'N' TO WS-SW-MOVTO-APLICADO
005056           MOVE 'OPERADOR NAO INFORMADO' TO WS-MOTIVO-REJEICAO
005057           GO TO 2040-EXIT
005058       END-IF.
005059       MOVE MOV-OPERADOR TO OPR-COD-OPERADOR.
005060       READ OPERAUT
005061           INVALID KEY
005062               MOVE 'N' TO OPR-PROPOE
005063       END-READ.
005064       IF NOT OPR-ATIVO OR NOT OPR-PODE-PROPOR
005065           MOVE 'N' TO WS-SW-MOVTO-APLICADO
005066           MOVE 'OPERADOR SEM AUTORIZACAO' TO WS-MOTIVO-REJEICAO
005067       END-IF.
005068   2040-EXIT.
005069       EXIT.
005070
005071*  -------------------------------------------------------------
005072*  2050-VALIDAR-CATEGORIA - CONFERE MOV-VALOR-TEXTO CONTRA O
005073*  ARQUIVO DE REFERENCIA DE CATEGORIAS (CATEGREF): SO CATEGORIA
005074*  CADASTRADA E ATIVA ENTRA NO MESTRE. A COMPARACAO E EXATA NOS
005075*  10 BYTES - MESMA REGRA DA EMNT E DA VALIDACAO DE ENTRADA DO
005076*  EXEMPLO, PARA GRAFIA DIVERGENTE SER BARRADA EM TODA PORTA.
005077*  -------------------------------------------------------------
005080   2050-VALIDAR-CATEGORIA.
005090       MOVE MOV-VALOR-TEXTO TO CRF-COD-CATEGORIA.
005100       READ CATEGREF
006470
006480*  -------------------------------------------------------------
006490*  2400-GRAVAR-RESULTADO - GRAVA NO RELATORIO RELMANUT A LINHA
006500*  DO MOVIMENTO CORRENTE (FUNCAO, REGISTRO, APLICADO/REJEITADO/
006510*  AGENDADO/CANCELADO, MOTIVO E DATA EFETIVA) E ACUMULA OS
006515*  TOTAIS DO RUN.
006520*  -------------------------------------------------------------
006530   2400-GRAVAR-RESULTADO.
006540       MOVE SPACES             TO WS-LIN-DETALHE.
006550       MOVE MOV-FUNCAO         TO WS-DT-FUNCAO.
006560       MOVE MOV-NUM-REGISTRO   TO WS-DT-NUM-REGISTRO.
006561       IF MOV-DATA-EFETIVA NUMERIC
006562           MOVE MOV-DATA-EFETIVA TO WS-DATA-EFETIVA
006563           STRING WS-DE-DD '/' WS-DE-MM '/' WS-DE-AAAA
006564               DELIMITED BY SIZE INTO WS-DT-DATA-EFETIVA
006565       END-IF.
006570       EVALUATE TRUE
006580           WHEN WS-MOVTO-PULADO
006590               MOVE 'PULADO'   TO WS-DT-RESULTADO
006600               MOVE WS-MOTIVO-REJEICAO TO WS-DT-MOTIVO
006610               ADD 1 TO WS-QTD-MOV-PULADOS
006611           WHEN WS-MOVTO-AGENDADO AND WS-MOVTO-APLICADO
006612               MOVE 'AGENDADO' TO WS-DT-RESULTADO
006613               ADD 1 TO WS-QTD-MOV-AGENDADOS
006614           WHEN WS-MOVTO-CANCELADO AND WS-MOVTO-APLICADO
006615               MOVE 'CANCELADO' TO WS-DT-RESULTADO
006616               MOVE WS-MOTIVO-REJEICAO TO WS-DT-MOTIVO
006620           WHEN WS-MOVTO-APLICADO
006630               MOVE 'APLICADO' TO WS-DT-RESULTADO
006640               ADD 1 TO WS-QTD-MOV-APLICADOS
006750*  -------------------------------------------------------------
006760*  2500-GRAVAR-AUDITORIA - GRAVA NO MANTLOG A LINHA DE AUDITORIA
006770*  ANTES/DEPOIS DO MOVIMENTO APLICADO, NO MESMO LAYOUT (MNTREC)
006780*  DA TRILHA DA TRANSACAO ONLINE EMNT - TERMINAL 'BTCH'
006790*  IDENTIFICA O CAMINHO EM LOTE E O OPERADOR E O DO MOVIMENTO.
006800*  -------------------------------------------------------------
006810   2500-GRAVAR-AUDITORIA.
006820       MOVE SPACES                  TO MNT-REC.
006830       MOVE WS-DATA-EDITADA         TO MNT-DATA-ALTERACAO.
006840       MOVE WS-HORA-EDITADA         TO MNT-HORA-ALTERACAO.
006850       MOVE 'BTCH'                  TO MNT-TERMINAL.
006860       MOVE MOV-OPERADOR            TO MNT-OPERADOR.
006870       MOVE MST-NUM-REGISTRO        TO MNT-NUM-REGISTRO.
006880       MOVE WS-VALOR-NUMERICO-ANTES TO MNT-VALOR-NUMERICO-ANTES.
006890       MOVE WS-VALOR-TEXTO-ANTES    TO MNT-VALOR-TEXTO-ANTES.
007440       EXIT.

007450*  -------------------------------------------------------------
007451*  2800-AGENDAR-MOVIMENTO - GUARDA NA CARTEIRA O MOVIMENTO COM
007452*  DATA EFETIVA FUTURA, DEPOIS DAS MESMAS VALIDACOES DE FORMA E
007453*  DE AUTORIDADE DO CAMINHO IMEDIATO. CHAVE E CATEGORIA CONTRA O
007454*  MESTRE/CATEGREF SO SAO CONFERIDAS NA NOITE DA APLICACAO, COM
007455*  O MESTRE COMO ESTIVER ENTAO. MOVIMENTO RECUSADO AQUI ENTRA NOS
007456*  TOTAIS COMO LIDO E REJEITADO.
007457*  -------------------------------------------------------------
007458   2800-AGENDAR-MOVIMENTO.
007459       EVALUATE TRUE
007460           WHEN NOT MOV-FUNCAO-VALIDA
007461               MOVE 'N' TO WS-SW-MOVTO-APLICADO
007462               MOVE 'FUNCAO INVALIDA' TO WS-MOTIVO-REJEICAO
007463           WHEN MOV-NUM-REGISTRO NOT NUMERIC
007464               MOVE 'N' TO WS-SW-MOVTO-APLICADO
007465               MOVE 'NUMERO DE REGISTRO INVALIDO'
007466                   TO WS-MOTIVO-REJEICAO
007467           WHEN MOV-NUM-REGISTRO = ZERO
007468               MOVE 'N' TO WS-SW-MOVTO-APLICADO
007469               MOVE 'NUMERO DE REGISTRO INVALIDO'
007470                   TO WS-MOTIVO-REJEICAO
007471           WHEN OTHER
007472               PERFORM 2040-VALIDAR-OPERADOR THRU 2040-EXIT
007473       END-EVALUATE.
007474       IF WS-MOVTO-APLICADO
007475               AND (MOV-INCLUSAO OR MOV-ALTERACAO)
007476           IF MOV-VALOR-NUMERICO NOT NUMERIC
007477               MOVE 'N' TO WS-SW-MOVTO-APLICADO
007478               MOVE 'VALOR FORA DA FAIXA DE NEGOCIO'
007479                   TO WS-MOTIVO-REJEICAO
007480           ELSE
007481               IF MOV-VALOR-NUMERICO = ZERO
007482                   MOVE 'N' TO WS-SW-MOVTO-APLICADO
007483                   MOVE 'VALOR FORA DA FAIXA DE NEGOCIO'
007484                       TO WS-MOTIVO-REJEICAO
007485               END-IF
007486           END-IF
007487       END-IF.
007488       IF WS-MOVTO-APLICADO
007489               AND WS-QTD-AGENDA >= WS-MAX-AGENDA
007490           MOVE 'N' TO WS-SW-MOVTO-APLICADO
007491           MOVE 'CARTEIRA DE AGENDADOS CHEIA'
007492               TO WS-MOTIVO-REJEICAO
007493       END-IF.
007494       IF WS-MOVTO-REJEITADO
007495           ADD 1 TO WS-QTD-MOV-LIDOS
007496           GO TO 2800-EXIT
007497       END-IF.
007498       ADD 1 TO WS-QTD-AGENDA.
007499       MOVE MOV-REC TO WS-AGD-MOVIMENTO (WS-QTD-AGENDA).
007500       MOVE 'P'     TO WS-AGD-SITUACAO (WS-QTD-AGENDA).
007501       MOVE 'G'     TO WS-SW-MOVTO-AGENDA.
007502   2800-EXIT.
007503       EXIT.
007504
007505*  -------------------------------------------------------------
007506*  2850-CANCELAR-AGENDAMENTO - CANCELA NA CARTEIRA TODO
007507*  MOVIMENTO AINDA PENDENTE DA CHAVE PARA A DATA EFETIVA DO
007508*  CARTAO 'C'. O OPERADOR DO CANCELAMENTO PRECISA DA MESMA
007509*  AUTORIDADE DE QUEM AGENDA. SEM AGENDAMENTO PENDENTE QUE
007510*  CASE, O CANCELAMENTO E REJEITADO (LIDO E REJEITADO).
007511*  -------------------------------------------------------------
007512   2850-CANCELAR-AGENDAMENTO.
007513       PERFORM 2040-VALIDAR-OPERADOR THRU 2040-EXIT.
007514       IF WS-MOVTO-APLICADO
007515               AND (MOV-DATA-EFETIVA NOT NUMERIC
007516                    OR WS-DATA-EFETIVA-INVALIDA)
007517           MOVE 'N' TO WS-SW-MOVTO-APLICADO
007518           MOVE 'DATA EFETIVA INVALIDA' TO WS-MOTIVO-REJEICAO
007519       END-IF.
007520       IF WS-MOVTO-REJEITADO
007521           ADD 1 TO WS-QTD-MOV-LIDOS
007522           GO TO 2850-EXIT
007523       END-IF.
007524       MOVE ZERO TO WS-QTD-CANCELADOS-MOVTO.
007525       PERFORM VARYING WS-IND-CAN FROM 1 BY 1
007526               UNTIL WS-IND-CAN > WS-QTD-AGENDA
007527           IF WS-AGD-SITUACAO (WS-IND-CAN) = 'P'
007528                   AND WS-AGD-NUM (WS-IND-CAN) = MOV-NUM-REGISTRO
007529                   AND WS-AGD-DATA-EFETIVA (WS-IND-CAN)
007530                       = MOV-DATA-EFETIVA
007531               MOVE 'C' TO WS-AGD-SITUACAO (WS-IND-CAN)
007532               ADD 1 TO WS-QTD-CANCELADOS-MOVTO
007533           END-IF
007534       END-PERFORM.
007535       IF WS-QTD-CANCELADOS-MOVTO = ZERO
007536           MOVE 'N' TO WS-SW-MOVTO-APLICADO
007537           MOVE 'AGENDAMENTO NAO ENCONTRADO'
007538               TO WS-MOTIVO-REJEICAO
007539           ADD 1 TO WS-QTD-MOV-LIDOS
007540           GO TO 2850-EXIT
007541       END-IF.
007542       ADD WS-QTD-CANCELADOS-MOVTO TO WS-QTD-AGD-CANCELADOS.
007543       MOVE 'C' TO WS-SW-MOVTO-AGENDA.
007544       MOVE 'AGENDAMENTO(S) RETIRADO(S)'
007545           TO WS-MOTIVO-REJEICAO.
007546   2850-EXIT.
007547       EXIT.
007548
007549*  -------------------------------------------------------------
007550*  2900-APLICAR-AGENDADOS - DEPOIS DO MOVTOS, APLICA CADA
007551*  MOVIMENTO PENDENTE DA CARTEIRA CUJA DATA EFETIVA A DATA DE
007552*  NEGOCIO JA ALCANCOU, PELO MESMO CAMINHO DO MOVIMENTO DA
007553*  NOITE (2010) - NUMERADO EM SEQUENCIA DEPOIS DO MOVTOS, PARA O
007554*  COMMIT DE POSICAO VALER TAMBEM AQUI. O AGENDAMENTO E
007555*  CONSUMIDO ('A') APLICADO OU REJEITADO; O REJEITADO SAI NO
007556*  RELMANUT COM O MOTIVO E TEM QUE SER REFEITO.
007557*  -------------------------------------------------------------
007558   2900-APLICAR-AGENDADOS.
007559       PERFORM VARYING WS-IND-AGD FROM 1 BY 1
007560               UNTIL WS-IND-AGD > WS-QTD-AGENDA
007561           IF WS-AGD-SITUACAO (WS-IND-AGD) = 'P'
007562                   AND WS-AGD-DATA-EFETIVA (WS-IND-AGD)
007563                       NOT > WS-DATA-NEGOCIO
007564               MOVE 'A' TO WS-AGD-SITUACAO (WS-IND-AGD)
007565               MOVE WS-AGD-MOVIMENTO (WS-IND-AGD) TO MOV-REC
007566               PERFORM 2010-TRATAR-MOVIMENTO THRU 2010-EXIT
007567               IF WS-MOVTO-APLICADO AND WS-MOVTO-PROCESSADO
007568                   ADD 1 TO WS-QTD-AGD-APLICADOS
007569               END-IF
007570           END-IF
007571       END-PERFORM.
007572   2900-EXIT.
007573       EXIT.
007574
007575*  -------------------------------------------------------------
007576*  2950-GRAVAR-CARTEIRA - REGRAVA NO AGDNOVO OS AGENDAMENTOS
007577*  AINDA PENDENTES, QUE O PASSO SEGUINTE DO JOB COPIA SOBRE O
007578*  MOVAGEND, E LISTA NO RELMANUT A CARTEIRA QUE FICA PARA AS
007579*  PROXIMAS NOITES.
007580*  -------------------------------------------------------------
007581   2950-GRAVAR-CARTEIRA.
007582       MOVE SPACES TO REL-LINHA.
007583       WRITE REL-LINHA.
007584       MOVE WS-LIN-CARTEIRA TO REL-LINHA.
007585       WRITE REL-LINHA.
007586       PERFORM VARYING WS-IND-AGD FROM 1 BY 1
007587               UNTIL WS-IND-AGD > WS-QTD-AGENDA
007588           IF WS-AGD-SITUACAO (WS-IND-AGD) = 'P'
007589               MOVE WS-AGD-MOVIMENTO (WS-IND-AGD) TO AGN-REC
007590               WRITE AGN-REC
007591               ADD 1 TO WS-QTD-AGD-CARTEIRA
007592               MOVE SPACES TO WS-LIN-DETALHE
007593               MOVE WS-AGD-FUNCAO (WS-IND-AGD) TO WS-DT-FUNCAO
007594               MOVE WS-AGD-NUM (WS-IND-AGD) TO WS-DT-NUM-REGISTRO
007595               MOVE 'EM ESPERA' TO WS-DT-RESULTADO
007596               MOVE WS-AGD-DATA-EFETIVA (WS-IND-AGD)
007597                   TO WS-DATA-EFETIVA
007598               STRING WS-DE-DD '/' WS-DE-MM '/' WS-DE-AAAA
007599                   DELIMITED BY SIZE INTO WS-DT-DATA-EFETIVA
007600               MOVE WS-LIN-DETALHE TO REL-LINHA
007601               WRITE REL-LINHA
007602           END-IF
007603       END-PERFORM.
007604   2950-EXIT.
007605       EXIT.
007606
007607*  -------------------------------------------------------------
007608*  3000-GRAVAR-TOTAIS - GRAVA OS TOTAIS DO RUN NO RODAPE DO
007609*  RELATORIO RELMANUT, PARA CONFERENCIA DA SUPERVISAO CONTRA A
007610*  LISTA DE MOVIMENTOS ENVIADA.
007611*  -------------------------------------------------------------
007612   3000-GRAVAR-TOTAIS.
007613       MOVE SPACES TO REL-LINHA.
007614       WRITE REL-LINHA.
007615       MOVE SPACES TO WS-LIN-TOTAL.
007616       MOVE 'MOVIMENTOS LIDOS...............:' TO WS-TL-ROTULO.
007617       MOVE WS-QTD-MOV-LIDOS TO WS-TL-VALOR.
007618       MOVE WS-LIN-TOTAL TO REL-LINHA.
007619       WRITE REL-LINHA.
007620       MOVE SPACES TO WS-LIN-TOTAL.
007621       MOVE 'MOVIMENTOS APLICADOS...........:' TO WS-TL-ROTULO.
007622       MOVE WS-QTD-MOV-APLICADOS TO WS-TL-VALOR.
007623       MOVE WS-LIN-TOTAL TO REL-LINHA.
007624       WRITE REL-LINHA.
007630       MOVE SPACES TO WS-LIN-TOTAL.
007640       MOVE 'MOVIMENTOS REJEITADOS..........:' TO WS-TL-ROTULO.
007650       MOVE WS-QTD-MOV-REJEITADOS TO WS-TL-VALOR.
007680       MOVE SPACES TO WS-LIN-TOTAL.
007690       MOVE 'MOVIMENTOS PULADOS (RETOMADA)..:' TO WS-TL-ROTULO.
007700       MOVE WS-QTD-MOV-PULADOS TO WS-TL-VALOR.
007701       MOVE WS-LIN-TOTAL TO REL-LINHA.
007702       WRITE REL-LINHA.
007703       MOVE SPACES TO WS-LIN-TOTAL.
007704       MOVE 'APLICADOS NA DATA EFETIVA......:' TO WS-TL-ROTULO.
007705       MOVE WS-QTD-AGD-APLICADOS TO WS-TL-VALOR.
007706       MOVE WS-LIN-TOTAL TO REL-LINHA.
007707       WRITE REL-LINHA.
007708       MOVE SPACES TO WS-LIN-TOTAL.
007709       MOVE 'MOVIMENTOS AGENDADOS NESTE RUN.:' TO WS-TL-ROTULO.
007710       MOVE WS-QTD-MOV-AGENDADOS TO WS-TL-VALOR.
007711       MOVE WS-LIN-TOTAL TO REL-LINHA.
007712       WRITE REL-LINHA.
007713       MOVE SPACES TO WS-LIN-TOTAL.
007714       MOVE 'AGENDAMENTOS CANCELADOS........:' TO WS-TL-ROTULO.
007715       MOVE WS-QTD-AGD-CANCELADOS TO WS-TL-VALOR.
007716       MOVE WS-LIN-TOTAL TO REL-LINHA.
007717       WRITE REL-LINHA.
007718       MOVE SPACES TO WS-LIN-TOTAL.
007719       MOVE 'AGENDADOS EM CARTEIRA..........:' TO WS-TL-ROTULO.
007720       MOVE WS-QTD-AGD-CARTEIRA TO WS-TL-VALOR.
007721       MOVE WS-LIN-TOTAL TO REL-LINHA.
007722       WRITE REL-LINHA.
007730   3000-EXIT.
007740       EXIT.

007990       MOVE 'MR' TO WS-TIPO-LEDGER.
008000       MOVE WS-QTD-MOV-REJEITADOS TO WS-QTD-LEDGER.
008010       PERFORM 3510-GRAVAR-LINHA-LEDGER THRU 3510-EXIT.
008011       MOVE 'MG' TO WS-TIPO-LEDGER.
008012       MOVE WS-QTD-MOV-AGENDADOS TO WS-QTD-LEDGER.
008013       PERFORM 3510-GRAVAR-LINHA-LEDGER THRU 3510-EXIT.
008014       MOVE 'MC' TO WS-TIPO-LEDGER.
008015       MOVE WS-QTD-AGD-CANCELADOS TO WS-QTD-LEDGER.
008016       PERFORM 3510-GRAVAR-LINHA-LEDGER THRU 3510-EXIT.
008020       CLOSE RUNLEDG.
008030   3500-EXIT.
008040       EXIT.
