      ******************************************************************
      * FECREC.CPY                                                    *
      * REGISTRO DO KSDS DE CONTROLE DE PERIODOS                      *
      * PROD.NUMEROS.FECHAMES (CHAVE FEC-ANO-MES, AAAAMM): UM         *
      * REGISTRO POR MES, COM A SITUACAO DO PERIODO, OS EXPURGOS DO   *
      * MES E O RETRATO DO FECHAMENTO MENSAL FEITO POR MES-FEC.       *
      * CICLO DE VIDA EM FEC-SITUACAO:                                *
      *   'A' ABERTO    - CRIADO PELO EXPURGO MST-ARC (OU PELA        *
      *                   RESTAURACAO MST-HIS) AO ACUMULAR OS         *
      *                   EXPURGOS DO MES; AINDA NAO FECHADO;         *
      *   'F' FECHADO   - MES-FEC GRAVOU O RETRATO; MST-MNT, MAST-MAN,*
      *                   A RESTAURACAO 'R' DO MST-HIS E O ESTORNO DO *
      *                   DL100-DSP RECUSAM REGISTROS COM             *
      *                   MST-DATA-PROC NESTE MES;                    *
      *   'R' REABERTO  - MES-FEC, POR CARTAO DE REABERTURA COM       *
      *                   USUARIO E MOTIVO (FECCTL.CPY): E O REGISTRO *
      *                   DE REABERTURA QUE LIBERA DE NOVO AS         *
      *                   ALTERACOES DO MES ATE UM NOVO FECHAMENTO.   *
      * OS VALORES SAO POR TIPO DE TRANSACAO, NA ORDEM C, S, M, D E   *
      * OUTROS TIPOS (OCORRENCIAS 1 A 5), SO DE PARES ATIVOS          *
      * (MST-SITUACAO EM BRANCO): O SALDO DE FECHAMENTO E O SALDO DE  *
      * ABERTURA + POSTAGENS DO MES - EXPURGOS DO MES, E VIRA O SALDO *
      * DE ABERTURA DO MES SEGUINTE.  FEC-EXP-QTD/FEC-EXP-TOTAL SAO   *
      * ACUMULADOS A CADA EXPURGO DO MES (NEGATIVOS NA RESTAURACAO)   *
      * E PODEM FICAR NEGATIVOS.                                      *
      *                                                                *
      * 2026-10-15 RM   CRIACAO DO LAYOUT DE CONTROLE DE PERIODOS.    *
      ******************************************************************
       01  FEC-REGISTRO.
           05  FEC-ANO-MES                 PIC 9(06).
           05  FEC-SITUACAO                PIC X(01).
               88  FEC-SIT-ABERTO              VALUE 'A'.
               88  FEC-SIT-FECHADO             VALUE 'F'.
               88  FEC-SIT-REABERTO            VALUE 'R'.
               88  FEC-SIT-JA-FECHADO          VALUE 'F' 'R'.
           05  FEC-DATA-FECHAMENTO         PIC 9(08).
           05  FEC-HORA-FECHAMENTO         PIC 9(08).
           05  FEC-QTD-FECHAMENTOS         PIC 9(03).
           05  FEC-PRIMEIRO-FECHAMENTO     PIC X(01).
               88  FEC-ABERTURA-APURADA        VALUE 'S'.
           05  FEC-DATA-REABERTURA         PIC 9(08).
           05  FEC-USUARIO-REABERTURA      PIC X(08).
           05  FEC-MOTIVO-REABERTURA       PIC X(40).
           05  FEC-TIPO                    OCCURS 5 TIMES.
               10  FEC-ABE-QTD             PIC S9(09)
                                           SIGN LEADING SEPARATE.
               10  FEC-ABE-TOTAL           PIC S9(15)V9(02)
                                           SIGN LEADING SEPARATE.
               10  FEC-POS-QTD             PIC S9(09)
                                           SIGN LEADING SEPARATE.
               10  FEC-POS-TOTAL           PIC S9(15)V9(02)
                                           SIGN LEADING SEPARATE.
               10  FEC-EXP-QTD             PIC S9(09)
                                           SIGN LEADING SEPARATE.
               10  FEC-EXP-TOTAL           PIC S9(15)V9(02)
                                           SIGN LEADING SEPARATE.
               10  FEC-FEC-QTD             PIC S9(09)
                                           SIGN LEADING SEPARATE.
               10  FEC-FEC-TOTAL           PIC S9(15)V9(02)
                                           SIGN LEADING SEPARATE.
           05  FILLER                      PIC X(17).
