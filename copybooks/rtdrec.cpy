      ******************************************************************
      * RTDREC.CPY                                                    *
      * REGISTRO DO KSDS DE TRANSACOES RETIDAS PARA REVISAO           *
      * PROD.NUMEROS.RETIDOS (CHAVE RTD-CHAVE = PROGRAMA + DATA DO    *
      * MOVIMENTO + PAR + TIPO).  PRO-SOMA E DL100-DSP GRAVAM AQUI A  *
      * TRANSACAO VALIDA CUJO RESULTADO, EM VALOR ABSOLUTO, PASSA DO  *
      * LIMITE DE REVISAO DO SEU TIPO (PARMREC.CPY), EM VEZ DE POSTA- *
      * LA: A RETIDA NAO ENTRA NO MESTRE, NA AUDITORIA NEM NOS        *
      * TOTAIS DA RODADA.  CICLO DE VIDA EM RTD-SITUACAO:             *
      *   'P' PENDENTE  - GRAVADA PELA RODADA, AGUARDANDO DECISAO;    *
      *   'L' LIBERADA  - LIBERADA PELO RTD-LIB (CARTAO RTLREC.CPY);  *
      *                   POSTADA PELA PROXIMA RODADA DO PROGRAMA DE  *
      *                   ORIGEM NO MESTRE E NA AUDITORIA COM A DATA  *
      *                   ORIGINAL (RTD-DATA-MOVIMENTO), SALVO SE O   *
      *                   MES DESSA DATA ESTIVER FECHADO NO MES-FEC;  *
      *   'J' REJEITADA - REJEITADA PELO RTD-LIB; NUNCA E POSTADA;    *
      *   'E' EFETIVADA - LIBERADA E JA POSTADA EM                    *
      *                   RTD-DATA-EFETIVACAO.                        *
      * A DECISAO GUARDA O USUARIO, A DATA DO MOVIMENTO DO RTD-LIB E  *
      * O MOTIVO INFORMADOS NO CARTAO.                                *
      *                                                                *
      * 2026-10-15 RM   CRIACAO DO LAYOUT DE TRANSACOES RETIDAS.      *
      ******************************************************************
       01  RTD-REGISTRO.
           05  RTD-CHAVE.
               10  RTD-PROGRAMA            PIC X(08).
               10  RTD-DATA-MOVIMENTO      PIC 9(08).
               10  RTD-NUM-1               PIC S9(06)V9(02)
                                           SIGN LEADING SEPARATE.
               10  RTD-NUM-2               PIC S9(06)V9(02)
                                           SIGN LEADING SEPARATE.
               10  RTD-TIPO-TRAN           PIC X(01).
                   88  RTD-TIPO-COMPARACAO     VALUE 'C'.
                   88  RTD-TIPO-SOMA           VALUE 'S'.
                   88  RTD-TIPO-MULT           VALUE 'M'.
                   88  RTD-TIPO-DIV            VALUE 'D'.
           05  RTD-RESULT                  PIC S9(13)V9(02)
                                           SIGN LEADING SEPARATE.
           05  RTD-LOTE                    PIC X(10).
           05  RTD-MOTIVO                  PIC X(40).
           05  RTD-LIMITE                  PIC 9(12).
           05  RTD-SITUACAO                PIC X(01).
               88  RTD-SIT-PENDENTE            VALUE 'P'.
               88  RTD-SIT-LIBERADO            VALUE 'L'.
               88  RTD-SIT-REJEITADO           VALUE 'J'.
               88  RTD-SIT-EFETIVADO           VALUE 'E'.
           05  RTD-USUARIO-DECISAO         PIC X(08).
           05  RTD-DATA-DECISAO            PIC 9(08).
           05  RTD-MOTIVO-DECISAO          PIC X(30).
           05  RTD-DATA-EFETIVACAO         PIC 9(08).
           05  FILLER                      PIC X(12).
