      *                 MST-DATA-PROC NO DESLOCAMENTO 44 - VER         *
      *                 DEFINE CLUSTER/AIX NO JOB ALOCMEST E A CARGA   *
      *                 DE CONVERSAO MST-CNV/JCL MSTCNV.               *
      * 2026-10-15 RM   INCLUIDO MST-LOTE (TIRADO DO ENCHIMENTO, SEM   *
      *                 MUDAR O TAMANHO): IDENTIFICACAO DO LOTE DE     *
      *                 ORIGEM (CABECALHO DO REMETENTE, NUMTRAN.CPY/   *
      *                 TRANDISP.CPY) QUE POSTOU O PAR; EM BRANCO NOS  *
      *                 REGISTROS ANTERIORES AO CONTROLE DE LOTE E     *
      *                 NAS INCLUSOES DA MANUTENCAO.                   *
      * 2026-10-15 RM   INCLUIDO MST-SITUACAO (TIRADO DO ENCHIMENTO,  *
      *                 SEM MUDAR O TAMANHO): BRANCO NO PAR ATIVO, 'R'*
      *                 NO PAR ESTORNADO POR UMA TRANSACAO DE ESTORNO *
      *                 DO DL100-DSP (TRANDISP.CPY). O PAR ESTORNADO  *
      *                 PERMANECE NO MESTRE OU NO HISTORICO HISTKSDS, *
      *                 QUE GUARDA A MESMA IMAGEM; UMA NOVA POSTAGEM  *
      *                 DO MESMO PAR VOLTA A DEIXA-LO ATIVO.          *
      ******************************************************************
       01  MASTER-RECORD.
           05  MST-CHAVE.
           05  MST-MAIOR-NUM               PIC S9(06)V9(02)
                                           SIGN LEADING SEPARATE.
           05  MST-DATA-PROC               PIC 9(08).
           05  MST-LOTE                    PIC X(10).
           05  MST-SITUACAO                PIC X(01).
               88  MST-SIT-ATIVO               VALUE ' '.
               88  MST-SIT-ESTORNADO           VALUE 'R'.
           05  FILLER                      PIC X(04).
