      *-----------------------------------------------------------*
      *  ESCREC     -  CARTAO DE PARAMETRO DO CASAMENTO DE         *
      *               CIENCIAS (ESCCARD, PROGRAMA EXEMCIEN):       *
      *               QUANTOS DIAS UTEIS UM ALERTA CRITICO PODE    *
      *               FICAR SEM CIENCIA DA MESA DE MONITORACAO     *
      *               ANTES DE SAIR NO RELATORIO DE ESCALONAMENTO. *
      *               NA AUSENCIA DO CARTAO VALEM 2 DIAS.          *
      *-----------------------------------------------------------*
       01  ESC-REC.
           05  ESC-DIAS-ESCALONAR      PIC 9(03).
