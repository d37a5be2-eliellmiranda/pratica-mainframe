      *                 CORR-EXC).  O REGISTRO PASSA DE 70 PARA 80     *
      *                 POSICOES - AJUSTAR LRECL DAS LISTAGENS E       *
      *                 RECORDSIZE DO KSDS DE PENDENTES (ALOCMEST).    *
      * 2026-10-15 RM   INCLUIDO O CODIGO 08 (ESTORNO INVALIDO), USADO*
      *                 POR DL100-DSP QUANDO O PAR A ESTORNAR NAO     *
      *                 EXISTE NO MESTRE NEM NO HISTORICO OU JA ESTA  *
      *                 ESTORNADO. A CORRECAO E O ENVIO DE UM NOVO    *
      *                 ESTORNO NO PROXIMO LOTE, NAO A TELA MCOR.     *
      * 2026-10-15 RM   INCLUIDO O CODIGO 09 (ESTORNO EM PERIODO      *
      *                 FECHADO), USADO POR DL100-DSP QUANDO O PAR A  *
      *                 ESTORNAR TEM MST-DATA-PROC EM MES FECHADO PELO*
      *                 MES-FEC. O MES PRECISA SER REABERTO E O       *
      *                 ESTORNO REENVIADO NO PROXIMO LOTE.            *
      ******************************************************************
       01  EXCEPTION-RECORD.
           05  EXC-NUM-1-RAW               PIC X(09).
               88  EXC-TIPO-TRAN-INVALIDO      VALUE 05.
               88  EXC-DIVISAO-POR-ZERO        VALUE 06.
               88  EXC-VALOR-NEGATIVO          VALUE 07.
               88  EXC-ESTORNO-INVALIDO        VALUE 08.
               88  EXC-PERIODO-FECHADO         VALUE 09.
               88  EXC-ESTOURO-ACUMULADOR      VALUE 99.
           05  EXC-DESC-MOTIVO             PIC X(40).
           05  EXC-DATA-GERACAO            PIC 9(08).
