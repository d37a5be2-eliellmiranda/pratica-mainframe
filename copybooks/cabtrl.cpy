      * 2026-09-02 RM   TRL-TOTAL-CONTROLE PASSOU A S9(13)V9(02) SIGN *
      *                 LEADING SEPARATE: O TOTAL GERAL DAS SOMAS     *
      *                 AGORA PODE SER NEGATIVO E TER CENTAVOS.       *
      * 2026-10-15 RM   O ARQUIVO DE AUDITORIA PASSOU A 80 POSICOES   *
      *                 (AUDITREC.CPY): CABECALHO E TRAILER SAO        *
      *                 GRAVADOS INTEIROS TAMBEM NELE.                 *
      ******************************************************************
       01  CAB-REGISTRO.
           05  CAB-ID                      PIC X(03).
