      ******************************************************************
      * TRMREC.CPY                                                    *
      * REGISTRO DO KSDS DE CONTROLE DE TRANSMISSOES                  *
      * PROD.NUMEROS.TRANSMIS, MANTIDO PELO MST-ENV. A CHAVE E O      *
      * NUMERO DA TRANSMISSAO + SEQUENCIA, COM TRES VISOES DE         *
      * TRM-DADOS:                                                    *
      *   CHAVE 0/0      - NUMERADOR: ULTIMO NUMERO DE TRANSMISSAO    *
      *                    ATRIBUIDO (TRM-NUMERADOR);                 *
      *   SEQUENCIA 0    - CONTROLE DA TRANSMISSAO (TRM-CONTROLE):    *
      *                    DATA DO MOVIMENTO, QUANTIDADE E TOTAL DO   *
      *                    TRAILER, ENVIOS E SITUACAO DO RETORNO;     *
      *   SEQUENCIA 1..N - IMAGEM DE CADA DETALHE ENVIADO             *
      *                    (TRM-DETALHE, LAYOUT IDT- DE ITFREC.CPY),  *
      *                    GUARDADA PARA O REENVIO.                   *
      * O CONTROLE E GRAVADO DEPOIS DOS DETALHES, DE MODO QUE UMA     *
      * GERACAO INTERROMPIDA DEIXA APENAS DETALHES SEM CONTROLE,      *
      * IGNORADOS NO REENVIO. OS DETALHES DE UMA TRANSMISSAO ACEITA   *
      * SAO EXCLUIDOS; OS DA PENDENTE ('P') SAO REENVIADOS EM TODA    *
      * RODADA ATE O RETORNO, E OS DA REJEITADA ('J') FICAM PARA      *
      * ANALISE.  TRM-COD-RETORNO 'DV' MARCA A ACEITACAO RECUSADA     *
      * PELO MST-ENV POR TOTAIS DIVERGENTES DO TRAILER.               *
      *                                                                *
      * 2026-10-15 RM   CRIACAO DO LAYOUT DO CONTROLE DE TRANSMISSOES.*
      ******************************************************************
       01  TRM-REGISTRO.
           05  TRM-CHAVE.
               10  TRM-NUM-TRANSMISSAO     PIC 9(09).
               10  TRM-SEQUENCIA           PIC 9(09).
           05  TRM-DADOS                   PIC X(100).
           05  TRM-NUMERADOR REDEFINES TRM-DADOS.
               10  TRM-ULTIMA-TRANSMISSAO  PIC 9(09).
               10  FILLER                  PIC X(91).
           05  TRM-CONTROLE REDEFINES TRM-DADOS.
               10  TRM-DATA-MOVIMENTO      PIC 9(08).
               10  TRM-DATA-ENVIO          PIC 9(08).
               10  TRM-HORA-ENVIO          PIC 9(08).
               10  TRM-QTD-REGISTROS       PIC 9(09).
               10  TRM-TOTAL-CONTROLE      PIC S9(13)V9(02)
                                           SIGN LEADING SEPARATE.
               10  TRM-SITUACAO            PIC X(01).
                   88  TRM-SIT-PENDENTE        VALUE 'P'.
                   88  TRM-SIT-ACEITA          VALUE 'A'.
                   88  TRM-SIT-REJEITADA       VALUE 'J'.
               10  TRM-QTD-ENVIOS          PIC 9(03).
               10  TRM-DATA-ULTIMO-ENVIO   PIC 9(08).
               10  TRM-DATA-RETORNO        PIC 9(08).
               10  TRM-COD-RETORNO         PIC X(02).
                   88  TRM-RET-DIVERGENTE      VALUE 'DV'.
               10  TRM-DESC-RETORNO        PIC X(29).
           05  TRM-DETALHE REDEFINES TRM-DADOS.
               10  TRM-DET-IMAGEM          PIC X(80).
               10  FILLER                  PIC X(20).
