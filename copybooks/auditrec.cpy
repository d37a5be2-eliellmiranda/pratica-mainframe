      *                 AUD-RESULT PARA S9(13)V9(02), ACOMPANHANDO O   *
      *                 MESTRE: O ENCHIMENTO FOI CONSUMIDO E O         *
      *                 REGISTRO CONTINUA COM 60 POSICOES EXATAS.      *
      * 2026-10-15 RM   REGISTRO AMPLIADO DE 60 PARA 80 POSICOES, O    *
      *                 MESMO TAMANHO DOS DEMAIS ARQUIVOS DO LOTE (E   *
      *                 DO CABECALHO/TRAILER CABTRL.CPY, QUE DEIXA DE  *
      *                 SER TRUNCADO): INCLUIDO AUD-LOTE, O LOTE DE    *
      *                 ORIGEM DO PAR PROCESSADO (EM BRANCO NOS        *
      *                 REGISTROS DA MANUTENCAO), E ENCHIMENTO PARA    *
      *                 USO FUTURO.  LRECL 80 NOS DATASETS .TRAB E     *
      *                 NAS GERACOES NOVAS DOS GDG DE AUDITORIA; AS    *
      *                 GERACOES DE 60 JA CATALOGADAS DEVEM SER        *
      *                 REGRAVADAS COM 80 (IEBGENER COM SYSUT2 DE      *
      *                 LRECL 80) ANTES DE CONCATENADAS COM AS NOVAS   *
      *                 NO AUD-MES.                                    *
      * 2026-10-15 RM   NOS REGISTROS DA MANUTENCAO (AUD-ACAO-         *
      *                 MANUTENCAO PREENCHIDA) AS 20 POSICOES DE       *
      *                 AUD-LOTE + ENCHIMENTO, SEMPRE EM BRANCO NELES, *
      *                 PASSAM A TRAZER O USUARIO QUE PEDIU E O QUE    *
      *                 APROVOU A ALTERACAO (REDEFINES                 *
      *                 AUD-ORIGEM-MANUTENCAO), GRAVADOS PELO MST-MNT  *
      *                 AO EFETIVAR OS PEDIDOS APROVADOS               *
      *                 (APRVREC.CPY).                                 *
      * 2026-10-15 RM   INCLUIDA A ACAO 'R' (ESTORNO), GRAVADA PELO   *
      *                 DL100-DSP: O REGISTRO TRAZ O PAR E O TIPO DA  *
      *                 TRANSACAO ORIGINAL, AUD-RESULT COM O VALOR    *
      *                 ORIGINAL NEGADO E AUD-LOTE COM O LOTE QUE     *
      *                 TROUXE O ESTORNO. SOMADO AOS REGISTROS DA     *
      *                 POSTAGEM, O ESTORNO ANULA O VALOR ORIGINAL.   *
      ******************************************************************
       01  AUDIT-RECORD.
           05  AUD-PROGRAMA                PIC X(08).
               88  AUD-ACAO-CORRECAO           VALUE 'C'.
               88  AUD-ACAO-EXCLUSAO           VALUE 'E'.
               88  AUD-ACAO-INCLUSAO           VALUE 'I'.
               88  AUD-ACAO-ESTORNO            VALUE 'R'.
           05  AUD-ORIGEM.
               10  AUD-LOTE                PIC X(10).
               10  FILLER                  PIC X(10).
           05  AUD-ORIGEM-MANUTENCAO REDEFINES AUD-ORIGEM.
               10  AUD-USUARIO-SOLIC       PIC X(08).
               10  AUD-USUARIO-APROV       PIC X(08).
               10  FILLER                  PIC X(04).
