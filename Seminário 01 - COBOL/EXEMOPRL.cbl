000100   IDENTIFICATION DIVISION.
000110   PROGRAM-ID. EXEMOPRL.
000120   AUTHOR. EQUIPE DE MANUTENCAO DE SISTEMAS.
000130   INSTALLATION. CENTRO DE PROCESSAMENTO DE DADOS.
000140   DATE-WRITTEN. 15/10/2026.
000150   DATE-COMPILED.
000160*  ---------------------------------------------------------
000170*  HISTORICO DE MANUTENCAO
000180*  ---------------------------------------------------------
000190*  DATA       AUTOR  DESCRICAO
000200*  15/10/2026 RCS    PROGRAMA ORIGINAL - CARGA DO ARQUIVO DE
000210*                    AUTORIDADE DE OPERADORES (OPERAUT, VSAM
000220*                    KSDS, LAYOUT OPRREC) A PARTIR DO CARTAO
000230*                    OPRCARDS EDITADO PELA SUPERVISAO: UMA
000240*                    LINHA POR OPERADOR (CODIGO, NOME, SE PODE
000250*                    PROPOR, SE PODE APROVAR E SITUACAO), EM
000260*                    ORDEM DE CODIGO. MESMO DESENHO DA CARGA DO
000270*                    CATEGREF (EXEMCATL): O KSDS E REGRAVADO
000280*                    POR COMPLETO A CADA CARGA (O DELETE/DEFINE
000290*                    FICA NO JOB EXEMOPRJ), ENTAO DAR OU TIRAR
000300*                    AUTORIDADE E SO EDITAR O CARTAO E RODAR O
000310*                    JOB. LINHA COM CODIGO EM BRANCO, DUPLICADO
000320*                    OU FORA DE ORDEM, OU COM INDICADOR DE
000330*                    AUTORIDADE QUE NAO SEJA 'S'/'N', OU COM
000340*                    SITUACAO QUE NAO SEJA 'A'/'I'/BRANCO, E
000345*                    REJEITADA E CONTADA, COM RETURN-CODE 4.
000350*  ---------------------------------------------------------

000360   ENVIRONMENT DIVISION.
000370   CONFIGURATION SECTION.
000380   SOURCE-COMPUTER. IBM-3090.
000390   OBJECT-COMPUTER. IBM-3090.

000400   INPUT-OUTPUT SECTION.
000410   FILE-CONTROL.
000420       SELECT OPRCARDS ASSIGN TO "OPRCARDS"
000430           ORGANIZATION IS LINE SEQUENTIAL
000440           FILE STATUS IS WS-ST-OPRCARDS.
000450       SELECT OPERAUT ASSIGN TO "OPERAUT"
000460           ORGANIZATION IS INDEXED
000470           ACCESS MODE IS SEQUENTIAL
000480           RECORD KEY IS OPR-COD-OPERADOR
000490           FILE STATUS IS WS-ST-OPERAUT.

000500   DATA DIVISION.
000510   FILE SECTION.
000520   FD  OPRCARDS
000530       RECORDING MODE IS F.
000540       COPY OPRREC REPLACING LEADING ==OPR== BY ==OPC==.

000550   FD  OPERAUT.
000560       COPY OPRREC.

000570   WORKING-STORAGE SECTION.
000580   01  WS-STATUS-ARQUIVOS.
000590       05  WS-ST-OPRCARDS          PIC X(02).
000600       05  WS-ST-OPERAUT           PIC X(02).

000610   01  WS-SW-FIM-OPRCARDS          PIC X(01) VALUE 'N'.
000620       88  WS-FIM-OPRCARDS             VALUE 'S'.
000630       88  WS-NAO-FIM-OPRCARDS         VALUE 'N'.

000640*  -----------------------------------------------------------
000650*  TOTAIS DE CONTROLE DA CARGA
000660*  -----------------------------------------------------------
000670   77  WS-QTD-CARTOES-LIDOS        PIC 9(05) COMP VALUE ZERO.
000680   77  WS-QTD-CARTOES-GRAVADOS     PIC 9(05) COMP VALUE ZERO.
000690   77  WS-QTD-CARTOES-REJEITADOS   PIC 9(05) COMP VALUE ZERO.
000700   77  WS-QTD-APROVADORES          PIC 9(05) COMP VALUE ZERO.

000710   PROCEDURE DIVISION.
000720*  =============================================================
000730*  INICIO - PONTO DE ENTRADA DO PROGRAMA. ABRE OS ARQUIVOS E
000740*  GRAVA NO OPERAUT, EM ORDEM DE CHAVE, UMA ENTRADA POR LINHA
000750*  VALIDA DO CARTAO OPRCARDS. RETURN-CODE 4 QUANDO HOUVE LINHA
000760*  REJEITADA E 8 QUANDO UM DOS ARQUIVOS NAO PODE SER ABERTO OU
000770*  NENHUM OPERADOR ATIVO PODE APROVAR (SEM APROVADOR, TODA
000780*  PROPOSTA DA EMNT FICARIA PARADA ATE EXPIRAR).
000790*  =============================================================
000800   Inicio.
000810       OPEN INPUT OPRCARDS.
000820       IF WS-ST-OPRCARDS NOT = '00'
000830           DISPLAY 'EXEMOPRL: ERRO NA ABERTURA DE OPRCARDS - '
000840               'STATUS ' WS-ST-OPRCARDS
000850           MOVE 8 TO RETURN-CODE
000860           GOBACK
000870       END-IF.
000880       OPEN OUTPUT OPERAUT.
000890       IF WS-ST-OPERAUT NOT = '00'
000900           DISPLAY 'EXEMOPRL: ERRO NA ABERTURA DE OPERAUT - '
000910               'STATUS ' WS-ST-OPERAUT
000920           MOVE 8 TO RETURN-CODE
000930           CLOSE OPRCARDS
000940           GOBACK
000950       END-IF.
000960       READ OPRCARDS
000970           AT END
000980               MOVE 'S' TO WS-SW-FIM-OPRCARDS
000990       END-READ.
001000       PERFORM UNTIL WS-FIM-OPRCARDS
001010           PERFORM 2010-GRAVAR-OPERADOR THRU 2010-EXIT
001020           READ OPRCARDS
001030               AT END
001040                   MOVE 'S' TO WS-SW-FIM-OPRCARDS
001050           END-READ
001060       END-PERFORM.
001070       CLOSE OPRCARDS.
001080       CLOSE OPERAUT.
001090       DISPLAY 'EXEMOPRL: ' WS-QTD-CARTOES-LIDOS
001100           ' CARTAO(OES) LIDO(S)'.
001110       DISPLAY 'EXEMOPRL: ' WS-QTD-CARTOES-GRAVADOS
001120           ' OPERADOR(ES) GRAVADO(S) NO OPERAUT'.
001130       DISPLAY 'EXEMOPRL: ' WS-QTD-APROVADORES
001140           ' APROVADOR(ES) ATIVO(S)'.
001150       DISPLAY 'EXEMOPRL: ' WS-QTD-CARTOES-REJEITADOS
001160           ' CARTAO(OES) REJEITADO(S)'.
001170       IF WS-QTD-APROVADORES = ZERO
001180           DISPLAY 'EXEMOPRL: NENHUM APROVADOR ATIVO - '
001190               'PROPOSTAS DA EMNT NAO TERIAM QUEM AS DECIDISSE'
001200           MOVE 8 TO RETURN-CODE
001210       ELSE
001220           IF WS-QTD-CARTOES-REJEITADOS > ZERO
001230               MOVE 4 TO RETURN-CODE
001240           END-IF
001250       END-IF.
001260       STOP RUN.

001270*  -------------------------------------------------------------
001280*  2010-GRAVAR-OPERADOR - GRAVA NO OPERAUT A LINHA DE CARTAO
001290*  QUE ACABOU DE SER LIDA. CODIGO EM BRANCO, INDICADOR DE
001300*  AUTORIDADE DIFERENTE DE 'S'/'N' OU SITUACAO DIFERENTE DE
001305*  'A'/'I'/BRANCO E REJEITADO; CODIGO DUPLICADO OU FORA DA
001310*  ORDEM DE CHAVE CAI NO INVALID KEY DA GRAVACAO SEQUENCIAL
001320*  DO KSDS E TAMBEM E REJEITADO - O CARTAO TEM QUE VIR EM
001330*  ORDEM DE CODIGO, SEM REPETICAO.
001340*  -------------------------------------------------------------
001350   2010-GRAVAR-OPERADOR.
001360       ADD 1 TO WS-QTD-CARTOES-LIDOS.
001370       IF OPC-COD-OPERADOR = SPACES
001380           DISPLAY 'EXEMOPRL: CARTAO COM CODIGO EM BRANCO '
001390               'REJEITADO'
001400           ADD 1 TO WS-QTD-CARTOES-REJEITADOS
001410           GO TO 2010-EXIT
001420       END-IF.
001430       IF (OPC-PROPOE NOT = 'S' AND OPC-PROPOE NOT = 'N')
001440               OR (OPC-APROVA NOT = 'S' AND OPC-APROVA NOT = 'N')
001450           DISPLAY 'EXEMOPRL: OPERADOR ' OPC-COD-OPERADOR
001460               ' COM INDICADOR DE AUTORIDADE INVALIDO - REJEITADO'
001470           ADD 1 TO WS-QTD-CARTOES-REJEITADOS
001480           GO TO 2010-EXIT
001490       END-IF.
001491       IF OPC-STATUS NOT = 'A' AND OPC-STATUS NOT = 'I'
001492               AND OPC-STATUS NOT = SPACE
001493           DISPLAY 'EXEMOPRL: OPERADOR ' OPC-COD-OPERADOR
001494               ' COM SITUACAO INVALIDA - REJEITADO'
001495           ADD 1 TO WS-QTD-CARTOES-REJEITADOS
001496           GO TO 2010-EXIT
001497       END-IF.
001500       MOVE OPC-COD-OPERADOR TO OPR-COD-OPERADOR.
001510       MOVE OPC-NOME         TO OPR-NOME.
001520       MOVE OPC-PROPOE       TO OPR-PROPOE.
001530       MOVE OPC-APROVA       TO OPR-APROVA.
001540       MOVE OPC-STATUS       TO OPR-STATUS.
001550       WRITE OPR-REC
001560           INVALID KEY
001570               DISPLAY 'EXEMOPRL: CODIGO ' OPC-COD-OPERADOR
001580                   ' DUPLICADO OU FORA DE ORDEM - REJEITADO'
001590               ADD 1 TO WS-QTD-CARTOES-REJEITADOS
001600               GO TO 2010-EXIT
001610       END-WRITE.
001620       ADD 1 TO WS-QTD-CARTOES-GRAVADOS.
001630       IF OPR-PODE-APROVAR AND OPR-ATIVO
001640           ADD 1 TO WS-QTD-APROVADORES
001650       END-IF.
001660   2010-EXIT.
001670       EXIT.
