      ******************************************************************
      * JRNREC.CPY                                                    *
      * REGISTRO DO KSDS DIARIO DE ACOES DOS OPERADORES               *
      * (PROD.NUMEROS.JORNAL, FILE NUMJRNL DO FCT) - RESPONSABILIDADE *
      * NOS CAMINHOS MANUAIS, QUE A AUDITORIA DOS LOTES NAO COBRE:    *
      *   MINQ (MST-INQ)  - CADA CONSULTA AO MESTRE, PELA CHAVE       *
      *                     DIGITADA OU NAVEGANDO COM PF7/PF8;        *
      *   MCOR (EXC-COR)  - CADA PENDENCIA MARCADA COMO CORRIGIDA;    *
      *   MMAN (MAST-MAN) - CADA PEDIDO DE CORRECAO OU EXCLUSAO DO    *
      *                     MESTRE FEITO NO CONSOLE.                  *
      * GRAVA O USUARIO, O TERMINAL ('CONSOLE' NO MAST-MAN), A DATA E *
      * A HORA, A TRANSACAO, A CHAVE TOCADA E, QUANDO HA ALTERACAO DE *
      * DADOS (JRN-COM-IMAGEM), AS IMAGENS ANTERIOR E POSTERIOR.  NA  *
      * MCOR A CHAVE DO MESTRE E A QUE RESULTARA DA CORRECAO (VALORES *
      * NOVOS; TIPO EM BRANCO VIRA 'C', COMO NA RESSUBMISSAO DO       *
      * CORR-EXC), E POR ELA QUE O JRN-RPT CASA QUEM CORRIGIU A       *
      * EXCECAO COM QUEM MANTEVE O REGISTRO RESULTANTE; A CHAVE DA    *
      * PENDENCIA VAI EM JRN-CHAVE-EXCECAO.  A CHAVE DO KSDS E A DATA *
      * E HORA + TERMINAL + SEQUENCIA (NUMERO DA TAREFA CICS NAS      *
      * TELAS, CONTADOR NO MAST-MAN), DE MODO QUE O DIARIO FICA EM    *
      * ORDEM DE CHEGADA.                                             *
      *                                                                *
      * 2026-10-15 RM   CRIACAO DO LAYOUT DO DIARIO DOS OPERADORES.   *
      ******************************************************************
       01  JRN-REGISTRO.
           05  JRN-CHAVE.
               10  JRN-DATA                PIC 9(08).
               10  JRN-HORA                PIC 9(08).
               10  JRN-TERMINAL            PIC X(08).
               10  JRN-SEQUENCIA           PIC 9(07).
           05  JRN-TRANSACAO               PIC X(04).
               88  JRN-TRAN-CONSULTA           VALUE 'MINQ'.
               88  JRN-TRAN-CORRECAO           VALUE 'MCOR'.
               88  JRN-TRAN-MANUTENCAO         VALUE 'MMAN'.
           05  JRN-PROGRAMA                PIC X(08).
           05  JRN-USUARIO                 PIC X(08).
           05  JRN-ACAO                    PIC X(01).
               88  JRN-ACAO-CONSULTAR          VALUE 'Q'.
               88  JRN-ACAO-CORRIGIR-EXCECAO   VALUE 'X'.
               88  JRN-ACAO-CORRIGIR-MESTRE    VALUE 'C'.
               88  JRN-ACAO-EXCLUIR-MESTRE     VALUE 'E'.
           05  JRN-RESULTADO               PIC X(01).
               88  JRN-RES-MESTRE              VALUE 'M'.
               88  JRN-RES-HISTORICO           VALUE 'H'.
               88  JRN-RES-NAO-ENCONTRADO      VALUE 'N'.
               88  JRN-RES-CORRIGIDA           VALUE 'C'.
               88  JRN-RES-PEDIDO-GRAVADO      VALUE 'P'.
           05  JRN-CHAVE-MESTRE.
               10  JRN-NUM-1               PIC S9(06)V9(02)
                                           SIGN LEADING SEPARATE.
               10  JRN-NUM-2               PIC S9(06)V9(02)
                                           SIGN LEADING SEPARATE.
               10  JRN-TIPO-TRAN           PIC X(01).
           05  JRN-CHAVE-EXCECAO.
               10  JRN-EXC-NUM-1-RAW       PIC X(09).
               10  JRN-EXC-NUM-2-RAW       PIC X(09).
               10  JRN-EXC-COD-MOTIVO      PIC 9(02).
           05  JRN-SW-IMAGEM               PIC X(01).
               88  JRN-COM-IMAGEM              VALUE 'S'.
               88  JRN-SEM-IMAGEM              VALUE 'N'.
           05  JRN-IMAGEM-ANTERIOR.
               10  JRN-ANT-RESULT          PIC S9(13)V9(02)
                                           SIGN LEADING SEPARATE.
               10  JRN-ANT-MAIOR-NUM       PIC S9(06)V9(02)
                                           SIGN LEADING SEPARATE.
               10  JRN-ANT-DATA-PROC       PIC 9(08).
               10  JRN-ANT-SITUACAO        PIC X(01).
           05  JRN-IMAGEM-POSTERIOR.
               10  JRN-NOV-RESULT          PIC S9(13)V9(02)
                                           SIGN LEADING SEPARATE.
               10  JRN-NOV-MAIOR-NUM       PIC S9(06)V9(02)
                                           SIGN LEADING SEPARATE.
               10  JRN-NOV-SITUACAO        PIC X(01).
           05  FILLER                      PIC X(07).
