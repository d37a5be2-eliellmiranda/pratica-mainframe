      ******************************************************************
      * LOTEREG.CPY                                                   *
      * REGISTRO DO CADASTRO DE RECEPCAO DE LOTES (KSDS               *
      * PROD.NUMEROS.LOTEREG), MANTIDO PELO PROGRAMA DE RECEPCAO      *
      * LOT-REC: UM REGISTRO POR APRESENTACAO DE ARQUIVO DE ENTRADA,  *
      * ACEITA OU REJEITADA, COM O CABECALHO E O TRAILER INFORMADOS   *
      * PELO REMETENTE (NUMTRAN.CPY/TRANDISP.CPY) E O RESULTADO DA    *
      * CONFERENCIA.  A CHAVE COMECA POR SISTEMA DE ORIGEM + LOTE E   *
      * TERMINA PELA DATA/HORA DA RECEPCAO, DE MODO QUE TODAS AS      *
      * APRESENTACOES DE UM MESMO LOTE FICAM CONTIGUAS E A CONSULTA   *
      * DE LOTE JA RECEBIDO E FEITA POR START + READ NEXT NA CHAVE    *
      * PARCIAL.                                                      *
      *                                                                *
      * 2026-10-15 RM   CRIACAO DO LAYOUT DO CADASTRO DE LOTES.       *
      ******************************************************************
       01  LOTE-REGISTRO.
           05  LRG-CHAVE.
               10  LRG-CHAVE-LOTE.
                   15  LRG-SISTEMA-ORIGEM  PIC X(08).
                   15  LRG-LOTE            PIC X(10).
               10  LRG-DATA-RECEPCAO       PIC 9(08).
               10  LRG-HORA-RECEPCAO       PIC 9(08).
           05  LRG-PROGRAMA-DESTINO        PIC X(08).
           05  LRG-DATA-NEGOCIO            PIC 9(08).
           05  LRG-QTD-REGISTROS           PIC 9(09).
           05  LRG-TOTAL-HASH              PIC S9(13)V9(02)
                                           SIGN LEADING SEPARATE.
           05  LRG-SITUACAO                PIC X(01).
               88  LRG-SIT-ACEITO              VALUE 'A'.
               88  LRG-SIT-REJEITADO           VALUE 'R'.
           05  LRG-COD-MOTIVO              PIC 9(02).
               88  LRG-MOT-ACEITO              VALUE 00.
               88  LRG-MOT-SEM-CABECALHO       VALUE 01.
               88  LRG-MOT-SEM-TRAILER         VALUE 02.
               88  LRG-MOT-QTD-DIVERGENTE      VALUE 03.
               88  LRG-MOT-HASH-DIVERGENTE     VALUE 04.
               88  LRG-MOT-LOTE-REPETIDO       VALUE 05.
               88  LRG-MOT-DATA-DIVERGENTE     VALUE 06.
               88  LRG-MOT-CONTROLE-DESLOCADO  VALUE 07.
               88  LRG-MOT-REAPRESENTADO       VALUE 08.
           05  FILLER                      PIC X(02).
