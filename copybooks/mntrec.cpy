      * 2026-09-02 RM   PARTE INTEIRA AMPLIADA PARA 6 DIGITOS E       *
      *                 RESULT NOVO PARA S9(13)V9(02), ACOMPANHANDO   *
      *                 O MESTRE.                                     *
      * 2026-10-15 RM   INCLUIDOS O USUARIO SOLICITANTE E O MOTIVO    *
      *                 (CARVADOS DO ENCHIMENTO, SEM MUDAR O          *
      *                 TAMANHO), OBRIGATORIOS: O MST-MNT NAO APLICA  *
      *                 MAIS A TRANSACAO NO MESTRE, E SIM A REGISTRA  *
      *                 COMO PEDIDO PENDENTE DE APROVACAO             *
      *                 (APRVREC.CPY) EM NOME DESSE USUARIO.          *
      ******************************************************************
       01  MAINTENANCE-RECORD.
           05  MNT-ACAO                    PIC X(01).
               88  MNT-TIPO-VALIDO             VALUE 'C' 'S' 'M' 'D'.
           05  MNT-RESULT-NOVO             PIC S9(13)V9(02)
                                           SIGN LEADING SEPARATE.
           05  MNT-USUARIO                 PIC X(08).
           05  MNT-MOTIVO                  PIC X(36).
