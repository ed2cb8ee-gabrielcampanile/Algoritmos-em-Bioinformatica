000384*                    FOI RUIDO OU PROBLEMA. LINHA ANTERIOR A
000385*                    GRADUACAO (SEVERIDADE EM BRANCO) E
000386*                    TRATADA COMO AVISO.
000387*  15/10/2026 RCS    LINHA DE ANOMALIA DO EXEMANOM (SEVERIDADE
000388*                    'E' NO AUDITLOG) SAI NO EXTRATO COMO
000389*                    'ANOMALIA DE VALOR', FORA DA CONTAGEM DOS
000390*                    ALERTAS DE LIMIAR, COM TOTAL PROPRIO NO
000391*                    RODAPE.
000392*  ---------------------------------------------------------
000393
000400   ENVIRONMENT DIVISION.
000410   CONFIGURATION SECTION.
000420   SOURCE-COMPUTER. IBM-3090.
001000   77  WS-QTD-ALERTAS              PIC 9(07) COMP VALUE ZERO.
001002   77  WS-QTD-ALERTAS-AVISO        PIC 9(07) COMP VALUE ZERO.
001004   77  WS-QTD-ALERTAS-CRITICOS     PIC 9(07) COMP VALUE ZERO.
001007   77  WS-QTD-ANOMALIAS            PIC 9(07) COMP VALUE ZERO.
001010   77  WS-QTD-REGISTROS            PIC 9(07) COMP VALUE ZERO.
001020   01  WS-NUM-REG-ANTERIOR         PIC 9(07) VALUE ZERO.
001030
001690       05  FILLER                  PIC X(01) VALUE SPACE.
001700       05  WS-LB-HORA              PIC X(08).
001710       05  FILLER                  PIC X(01) VALUE SPACE.
001720       05  WS-LB-ORIGEM            PIC X(17).
001740       05  FILLER                  PIC X(09) VALUE ' VALOR = '.
001750       05  WS-LB-VALOR             PIC X(05).
001760       05  FILLER                  PIC X(01) VALUE '/'.
002340           ' MANUTENCAO(OES) ONLINE LIDA(S)'.
002350       DISPLAY 'EXEMAUDR: ' WS-QTD-ALERTAS
002360           ' ALERTA(S) DE LIMIAR LIDO(S)'.
002363       DISPLAY 'EXEMAUDR: ' WS-QTD-ANOMALIAS
002366           ' ANOMALIA(S) DE VALOR LIDA(S)'.
002370       DISPLAY 'EXEMAUDR: ' WS-QTD-REGISTROS
002380           ' REGISTRO(S) MESTRE NO EXTRATO'.
002390       STOP RUN.
002800*  1100-LIBERAR-ALERTA - MONTA E LIBERA PARA A ORDENACAO A LINHA
002810*  DE UM ALERTA DE LIMIAR DO BATCH. LINHAS ANTIGAS SEM A CHAVE
002820*  AUD-NUM-REGISTRO (EM BRANCO OU DANIFICADA) ORDENAM SOB O
002830*  REGISTRO 0000000. A LINHA DE ANOMALIA DO EXEMANOM ENTRA NA
002835*  MESMA TRILHA, MAS E CONTADA A PARTE.
002840*  -------------------------------------------------------------
002850   1100-LIBERAR-ALERTA.
002860       MOVE SPACES TO SRT-REC.
002980       MOVE AUD-HORA-EXECUCAO TO WS-LB-HORA.
002990       MOVE AUD-VALOR-NUMERICO TO WS-LB-VALOR.
003000       MOVE AUD-VALOR-TEXTO   TO WS-LB-TEXTO.
003001       IF AUD-SEV-ANOMALIA
003002           MOVE 'ANOMALIA DE VALOR' TO WS-LB-ORIGEM
003003           MOVE 'ANOMALO' TO WS-LB-SEVERIDADE
003004           MOVE WS-LIN-ALERTA     TO SRT-LINHA
003005           RELEASE SRT-REC
003006           ADD 1 TO WS-QTD-ANOMALIAS
003007           GO TO 1100-EXIT
003008       END-IF.
003009       MOVE 'ALERTA DE LIMIAR' TO WS-LB-ORIGEM.
003010       IF AUD-SEV-CRITICO
003011           MOVE 'CRITICO' TO WS-LB-SEVERIDADE
003012           ADD 1 TO WS-QTD-ALERTAS-CRITICOS
003013       ELSE
003014           MOVE 'AVISO'   TO WS-LB-SEVERIDADE
003015           ADD 1 TO WS-QTD-ALERTAS-AVISO
003016       END-IF.
003017       MOVE WS-LIN-ALERTA     TO SRT-LINHA.
003020       RELEASE SRT-REC.
003030       ADD 1 TO WS-QTD-ALERTAS.
003040   1100-EXIT.
004339       MOVE WS-LIN-TOTAL TO REL-LINHA.
004340       WRITE REL-LINHA.
004341       MOVE SPACES TO WS-LIN-TOTAL.
004342       MOVE 'TOTAL DE ANOMALIAS DE VALOR....:' TO WS-TL-ROTULO.
004343       MOVE WS-QTD-ANOMALIAS TO WS-TL-VALOR.
004344       MOVE WS-LIN-TOTAL TO REL-LINHA.
004345       WRITE REL-LINHA.
004346       MOVE SPACES TO WS-LIN-TOTAL.
004350       MOVE 'TOTAL DE REGISTROS NO EXTRATO..:' TO WS-TL-ROTULO.
004360       MOVE WS-QTD-REGISTROS TO WS-TL-VALOR.
004370       MOVE WS-LIN-TOTAL TO REL-LINHA.
