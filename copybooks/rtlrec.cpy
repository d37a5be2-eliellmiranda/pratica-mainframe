      ******************************************************************
      * RTLREC.CPY                                                    *
      * CARTAO DE DECISAO (80 POSICOES, DD LIBERACAO) DO PROGRAMA     *
      * RTD-LIB SOBRE UMA TRANSACAO RETIDA PARA REVISAO (RTDREC.CPY), *
      * IDENTIFICADA PELO PROGRAMA DE ORIGEM, DATA DO MOVIMENTO, PAR  *
      * E TIPO, NA MESMA FORMA DA CHAVE DO KSDS:                      *
      *   'L' LIBERAR  - A RETIDA SERA POSTADA NA PROXIMA RODADA DO   *
      *                  PROGRAMA DE ORIGEM COM A DATA ORIGINAL;      *
      *   'R' REJEITAR - A RETIDA NUNCA SERA POSTADA.                 *
      * USUARIO E MOTIVO SAO OBRIGATORIOS NOS DOIS CASOS.             *
      *                                                                *
      * 2026-10-15 RM   CRIACAO DO LAYOUT DO CARTAO DE LIBERACAO.     *
      ******************************************************************
       01  RTL-REGISTRO.
           05  RTL-ACAO                    PIC X(01).
               88  RTL-ACAO-LIBERAR            VALUE 'L'.
               88  RTL-ACAO-REJEITAR           VALUE 'R'.
               88  RTL-ACAO-VALIDA             VALUE 'L' 'R'.
           05  RTL-CHAVE.
               10  RTL-PROGRAMA            PIC X(08).
               10  RTL-DATA-MOVIMENTO      PIC X(08).
               10  RTL-NUM-1               PIC X(09).
               10  RTL-NUM-2               PIC X(09).
               10  RTL-TIPO-TRAN           PIC X(01).
           05  RTL-USUARIO                 PIC X(08).
           05  RTL-MOTIVO                  PIC X(30).
           05  FILLER                      PIC X(06).
