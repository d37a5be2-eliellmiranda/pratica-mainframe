      ******************************************************************
      * APRVREC.CPY                                                   *
      * REGISTRO DO KSDS DE ALTERACOES DO MESTRE PENDENTES DE         *
      * APROVACAO (PROD.NUMEROS.PENDAPRV, FILE NUMAPRV DO FCT) -      *
      * CONTROLE DE DUPLA CUSTODIA DA MANUTENCAO: NENHUMA CORRECAO,   *
      * EXCLUSAO OU INCLUSAO PEDIDA PELO MAST-MAN DE CONSOLE OU PELO  *
      * LOTE MST-MNT CHEGA AO MESTRE SEM QUE UM SEGUNDO USUARIO A     *
      * APROVE NA TELA MAPR (PROGRAMA MST-APV).  CADA PEDIDO GUARDA A *
      * CHAVE DO MESTRE, A IMAGEM ANTERIOR (COMO O REGISTRO ESTAVA NO *
      * PEDIDO), A IMAGEM POSTERIOR (COMO FICARA), O SOLICITANTE E O  *
      * MOTIVO.  CICLO DE VIDA EM APR-SITUACAO:                       *
      *   'P' PENDENTE  - GRAVADO PELO MAST-MAN OU PELO MST-MNT;      *
      *   'A' APROVADO  - TELA MAPR, POR USUARIO DIFERENTE DO         *
      *                   SOLICITANTE;                                *
      *   'R' REJEITADO - TELA MAPR, IDEM;                            *
      *   'X' EXPIRADO  - APR-RPT, QUANDO NAO DECIDIDO NO PRAZO       *
      *                   PRM-DIAS-APROVACAO (PARMREC.CPY);           *
      *   'E' EFETIVADO - MST-MNT, APLICADO NO MESTRE E AUDITADO COM  *
      *                   OS DOIS USUARIOS;                           *
      *   'D' DIVERGENTE- MST-MNT, APROVADO MAS O MESTRE MUDOU DESDE  *
      *                   O PEDIDO (IMAGEM ANTERIOR NAO CONFERE) E A  *
      *                   ALTERACAO NAO FOI APLICADA.                 *
      * A CHAVE E A DATA/HORA DO PEDIDO + PROGRAMA DE ORIGEM +        *
      * SEQUENCIA, DE MODO QUE O KSDS FICA EM ORDEM DE CHEGADA.       *
      *                                                                *
      * 2026-10-15 RM   CRIACAO DO LAYOUT DE APROVACOES PENDENTES.    *
      ******************************************************************
       01  APR-REGISTRO.
           05  APR-CHAVE.
               10  APR-DATA-SOLIC          PIC 9(08).
               10  APR-HORA-SOLIC          PIC 9(08).
               10  APR-ORIGEM              PIC X(08).
               10  APR-SEQUENCIA           PIC 9(06).
           05  APR-ACAO                    PIC X(01).
               88  APR-ACAO-CORRIGIR           VALUE 'C'.
               88  APR-ACAO-EXCLUIR            VALUE 'E'.
               88  APR-ACAO-INCLUIR            VALUE 'I'.
           05  APR-CHAVE-MESTRE.
               10  APR-NUM-1               PIC S9(06)V9(02)
                                           SIGN LEADING SEPARATE.
               10  APR-NUM-2               PIC S9(06)V9(02)
                                           SIGN LEADING SEPARATE.
               10  APR-TIPO-TRAN           PIC X(01).
                   88  APR-TIPO-COMPARACAO         VALUE 'C'.
           05  APR-IMAGEM-ANTERIOR.
               10  APR-ANT-EXISTE          PIC X(01).
                   88  APR-ANT-EXISTENTE           VALUE 'S'.
                   88  APR-ANT-INEXISTENTE         VALUE 'N'.
               10  APR-ANT-RESULT          PIC S9(13)V9(02)
                                           SIGN LEADING SEPARATE.
               10  APR-ANT-MAIOR-NUM       PIC S9(06)V9(02)
                                           SIGN LEADING SEPARATE.
               10  APR-ANT-DATA-PROC       PIC 9(08).
           05  APR-IMAGEM-POSTERIOR.
               10  APR-NOV-RESULT          PIC S9(13)V9(02)
                                           SIGN LEADING SEPARATE.
               10  APR-NOV-MAIOR-NUM       PIC S9(06)V9(02)
                                           SIGN LEADING SEPARATE.
           05  APR-USUARIO-SOLIC           PIC X(08).
           05  APR-MOTIVO                  PIC X(36).
           05  APR-SITUACAO                PIC X(01).
               88  APR-SIT-PENDENTE            VALUE 'P'.
               88  APR-SIT-APROVADO            VALUE 'A'.
               88  APR-SIT-REJEITADO           VALUE 'R'.
               88  APR-SIT-EXPIRADO            VALUE 'X'.
               88  APR-SIT-EFETIVADO           VALUE 'E'.
               88  APR-SIT-DIVERGENTE          VALUE 'D'.
           05  APR-USUARIO-APROV           PIC X(08).
           05  APR-DATA-DECISAO            PIC 9(08).
           05  APR-HORA-DECISAO            PIC 9(08).
           05  APR-DATA-EFETIVACAO         PIC 9(08).
           05  FILLER                      PIC X(14).
