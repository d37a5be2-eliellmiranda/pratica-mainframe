      * 2026-09-02 RM   CTL-TOTAL-CONTROLE PASSOU A S9(13)V9(02) SIGN *
      *                 LEADING SEPARATE: O TOTAL GERAL DAS SOMAS     *
      *                 AGORA PODE SER NEGATIVO E TER CENTAVOS.       *
      * 2026-10-15 RM   INCLUIDOS CTL-QTD-RETIDAS (TRANSACOES RETIDAS *
      *                 PARA REVISAO NA RODADA, FORA DOS VALIDOS E DO *
      *                 TOTAL) E CTL-QTD-LIBERADAS (RETENCOES         *
      *                 LIBERADAS POSTADAS COM A DATA ORIGINAL).      *
      *                 REGISTRO PASSA DE 80 PARA 100 BYTES - VER     *
      *                 CONTROLE E CTLHIST NO ALOCMEST.               *
      ******************************************************************
       01  CONTROL-RECORD.
           05  CTL-PROGRAMA                PIC X(08).
           05  CTL-QTD-DUPLICATAS          PIC 9(09).
           05  CTL-TOTAL-CONTROLE          PIC S9(13)V9(02)
                                           SIGN LEADING SEPARATE.
           05  CTL-QTD-RETIDAS             PIC 9(09).
           05  CTL-QTD-LIBERADAS           PIC 9(09).
           05  FILLER                      PIC X(04).
