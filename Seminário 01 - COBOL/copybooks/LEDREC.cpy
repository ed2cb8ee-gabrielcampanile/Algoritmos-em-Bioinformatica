      *               MESMO DIA VALE A ULTIMA LINHA DE CADA        *
      *               PROGRAMA/TIPO. TIPOS DE CONTAGEM:            *
      *               EXEMMNTB: ML LIDOS, MA APLICADOS,            *
      *                         MR REJEITADOS, MG AGENDADOS PARA   *
      *                         DATA FUTURA, MC AGENDAMENTOS       *
      *                         CANCELADOS;                        *
      *               EXEMCORR: CL LIDAS, CA ACEITAS,              *
      *                         CR RE-REJEITADAS, CP PERMANENTES,  *
      *                         CM GRAVADAS NO MESTRE;             *
      *               EXEMEXTR: EM EXTRAIDOS DO MESTRE, EC         *
      *                         CORRECOES FUNDIDAS, ED DETALHES    *
      *                         GRAVADOS (EM+EC), EI INATIVOS;     *
      *               EXEMPLO : PL DETALHES LIDOS, PP PROCESSADOS  *
      *                         NESTE RUN, PV VALIDOS,             *
      *                         PR REJEITADOS, PA ALERTAS,         *
      *                         PW ALERTAS DE AVISO, PC ALERTAS    *
      *                         CRITICOS (PW + PC = PA).           *
      *               LINHAS COM LED-ORIGEM PREENCHIDA DETALHAM    *
      *               UMA CONTAGEM POR FONTE DO DETALHE DO ENTRADA *
      *               (TRAN-ORIGEM); NAS DEMAIS O CAMPO FICA EM    *
      *               BRANCO. TIPOS POR ORIGEM:                    *
      *               EXEMEXTR: OD DETALHES GRAVADOS DA ORIGEM,    *
      *                         OQ LINHAS DO ARQUIVO DO PARCEIRO   *
      *                         POSTAS EM QUARENTENA;              *
      *               EXEMPLO : OL DETALHES LIDOS DA ORIGEM,       *
      *                         OV VALIDOS, OR REJEITADOS,         *
      *                         OA ALERTAS.                        *
      *               A TROCA DE LRECL (28 PARA 33) EXIGE A        *
      *               CONVERSAO UNICA DO PROD.EXEMPLO.RUNLEDG PELA *
      *               OPERACAO (LINHAS ANTIGAS COMPLETADAS COM     *
      *               BRANCOS), ANTES DO PRIMEIRO RUN COM ESTE     *
      *               LAYOUT.                                      *
      *-----------------------------------------------------------*
       01  LED-REC.
           05  LED-DATA-NEGOCIO        PIC 9(08).
           05  LED-TIPO-CONTAGEM       PIC X(02).
           05  FILLER                  PIC X(01)   VALUE SPACE.
           05  LED-QTD                 PIC 9(07).
           05  FILLER                  PIC X(01)   VALUE SPACE.
           05  LED-ORIGEM              PIC X(04).
