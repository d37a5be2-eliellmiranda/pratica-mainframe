      *                 '-00012345' = -123,45): O FEED PASSA A USAR   *
      *                 NUMEROS DE REFERENCIA DE 6 DIGITOS E A FAIXA  *
      *                 VALIDA PODE IR ATE 999999.                    *
      * 2026-10-15 RM   CONTROLE DE LOTE NA RECEPCAO: O ARQUIVO PASSA *
      *                 A CHEGAR COM UM CABECALHO DO REMETENTE        *
      *                 (NUM-TRAN-CAB, 'HDR' - SISTEMA DE ORIGEM,     *
      *                 IDENTIFICACAO DO LOTE E DATA DE NEGOCIO) COMO *
      *                 PRIMEIRO REGISTRO E UM TRAILER (NUM-TRAN-TRL, *
      *                 'TRL' - QUANTIDADE DE DETALHES E TOTAL HASH   *
      *                 DE NT-NUM-1 + NT-NUM-2, VALOR NAO NUMERICO    *
      *                 CONTANDO ZERO) COMO ULTIMO.  UM DETALHE NUNCA *
      *                 COMECA POR 'H' OU 'T' (A 1A POSICAO E O       *
      *                 SINAL).  CONFERIDOS POR LOT-REC ANTES DA      *
      *                 RODADA E IGNORADOS PELOS DEMAIS LEITORES.     *
      ******************************************************************
       01  NUM-TRAN-REC.
           05  NT-NUM-1                    PIC S9(06)V9(02)
           05  NT-NUM-2-X REDEFINES NT-NUM-2
                                           PIC X(09).
           05  FILLER                      PIC X(62).
       01  NUM-TRAN-CAB.
           05  NTH-ID                      PIC X(03).
               88  NTH-CABECALHO-LOTE          VALUE 'HDR'.
           05  NTH-SISTEMA-ORIGEM          PIC X(08).
           05  NTH-LOTE                    PIC X(10).
           05  NTH-DATA-NEGOCIO            PIC 9(08).
           05  FILLER                      PIC X(51).
       01  NUM-TRAN-TRL.
           05  NTT-ID                      PIC X(03).
               88  NTT-TRAILER-LOTE            VALUE 'TRL'.
           05  NTT-QTD-REGISTROS           PIC 9(09).
           05  NTT-TOTAL-HASH              PIC S9(13)V9(02)
                                           SIGN LEADING SEPARATE.
           05  FILLER                      PIC X(52).
