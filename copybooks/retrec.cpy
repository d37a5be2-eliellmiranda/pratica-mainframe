      ******************************************************************
      * RETREC.CPY                                                    *
      * REGISTRO DO ARQUIVO DE RETORNO (80 POSICOES, DD RETORNO)      *
      * DEVOLVIDO PELO SISTEMA RECEPTOR DA INTERFACE DE SAIDA         *
      * (ITFREC.CPY) E PROCESSADO PELO MST-ENV NO INICIO DE CADA      *
      * RODADA: UM REGISTRO POR TRANSMISSAO CONFERIDA, COM A SITUACAO *
      * ('A' ACEITA, 'R' REJEITADA), O MOTIVO E A DESCRICAO DO        *
      * RECEPTOR E A QUANTIDADE E O TOTAL DE CONTROLE QUE ELE APUROU. *
      * UMA ACEITACAO COM QUANTIDADE OU TOTAL DIFERENTES DO TRAILER   *
      * ENVIADO E REGISTRADA COMO REJEICAO. REPROCESSAR O MESMO       *
      * RETORNO NAO ALTERA UMA TRANSMISSAO JA RESPONDIDA.             *
      *                                                                *
      * 2026-10-15 RM   CRIACAO DO LAYOUT DO RETORNO DA INTERFACE.    *
      ******************************************************************
       01  RET-REGISTRO.
           05  RET-NUM-TRANSMISSAO         PIC 9(09).
           05  RET-SITUACAO                PIC X(01).
               88  RET-ACEITA                  VALUE 'A'.
               88  RET-REJEITADA               VALUE 'R'.
               88  RET-SITUACAO-VALIDA         VALUE 'A' 'R'.
           05  RET-COD-MOTIVO              PIC X(02).
           05  RET-DATA-RETORNO            PIC 9(08).
           05  RET-QTD-REGISTROS           PIC 9(09).
           05  RET-TOTAL-CONTROLE          PIC S9(13)V9(02)
                                           SIGN LEADING SEPARATE.
           05  RET-DESCRICAO               PIC X(29).
           05  FILLER                      PIC X(06).
