      *                 (S9(06)V9(02), 9 POSICOES CADA),              *
      *                 ACOMPANHANDO NUMTRAN.CPY: A FAIXA VALIDA      *
      *                 PODE IR ATE 999999.                           *
      * 2026-10-15 RM   CONTROLE DE LOTE NA RECEPCAO, NOS MOLDES DE   *
      *                 NUMTRAN.CPY: CABECALHO DO REMETENTE           *
      *                 (TRAN-CAB, 'HDR') COMO PRIMEIRO REGISTRO E    *
      *                 TRAILER (TRAN-TRL, 'TRL', TOTAL HASH DE       *
      *                 TR-NUM-1 + TR-NUM-2) COMO ULTIMO.  NENHUM     *
      *                 TIPO DE TRANSACAO COMECA POR 'H' OU 'T'.      *
      * 2026-10-15 RM   INCLUIDO O TIPO 'R' (ESTORNO):                *
      *                 TR-NUM-1/TR-NUM-2 IDENTIFICAM O PAR ORIGINAL E*
      *                 O NOVO TR-TIPO-ORIGINAL (TIRADO DO ENCHIMENTO,*
      *                 SEM MUDAR O TAMANHO) O TIPO DA TRANSACAO      *
      *                 ESTORNADA (C, S, M OU D). EM BRANCO NOS DEMAIS*
      *                 TIPOS.                                        *
      ******************************************************************
       01  TRAN-RECORD.
           05  TR-TIPO-TRAN                PIC X(01).
               88  TR-TIPO-SOMA                VALUE 'S'.
               88  TR-TIPO-MULT                VALUE 'M'.
               88  TR-TIPO-DIV                 VALUE 'D'.
               88  TR-TIPO-ESTORNO             VALUE 'R'.
           05  TR-NUM-1                    PIC S9(06)V9(02)
                                           SIGN LEADING SEPARATE.
           05  TR-NUM-1-X REDEFINES TR-NUM-1
                                           SIGN LEADING SEPARATE.
           05  TR-NUM-2-X REDEFINES TR-NUM-2
                                           PIC X(09).
           05  TR-TIPO-ORIGINAL            PIC X(01).
               88  TR-ORIG-COMPARACAO          VALUE 'C'.
               88  TR-ORIG-SOMA                VALUE 'S'.
               88  TR-ORIG-MULT                VALUE 'M'.
               88  TR-ORIG-DIV                 VALUE 'D'.
           05  FILLER                      PIC X(60).
       01  TRAN-CAB.
           05  TRH-ID                      PIC X(03).
               88  TRH-CABECALHO-LOTE          VALUE 'HDR'.
           05  TRH-SISTEMA-ORIGEM          PIC X(08).
           05  TRH-LOTE                    PIC X(10).
           05  TRH-DATA-NEGOCIO            PIC 9(08).
           05  FILLER                      PIC X(51).
       01  TRAN-TRL.
           05  TRT-ID                      PIC X(03).
               88  TRT-TRAILER-LOTE            VALUE 'TRL'.
           05  TRT-QTD-REGISTROS           PIC 9(09).
           05  TRT-TOTAL-HASH              PIC S9(13)V9(02)
                                           SIGN LEADING SEPARATE.
           05  FILLER                      PIC X(52).
