      ******************************************************************
      * ITFREC.CPY                                                    *
      * REGISTROS DO ARQUIVO DE INTERFACE DE SAIDA (GDG               *
      * PROD.MSTENV.INTERFACE, 80 POSICOES) GRAVADO PELO MST-ENV PARA *
      * OS SISTEMAS CONSUMIDORES DOS RESULTADOS. CADA TRANSMISSAO E UM*
      * BLOCO 'HDR' + DETALHES 'DET' + 'TRL' COM O NUMERO SEQUENCIAL  *
      * DA TRANSMISSAO EM TODOS OS REGISTROS; UM MESMO ARQUIVO TRAZ   *
      * PRIMEIRO AS TRANSMISSOES ANTERIORES AINDA SEM RETORNO         *
      * (ICB-REENVIO = 'S') E POR ULTIMO A TRANSMISSAO NOVA DA DATA DO*
      * MOVIMENTO. O DETALHE E UM PAR DO MESTRE (MASTREC.CPY) POSTADO *
      * NA DATA DO MOVIMENTO DA TRANSMISSAO; O TRAILER TRAZ A         *
      * QUANTIDADE DE DETALHES E O TOTAL DE CONTROLE (SOMA DE         *
      * IDT-RESULT) DO BLOCO, QUE O RECEPTOR CONFERE E DEVOLVE NO     *
      * RETORNO (RETREC.CPY).                                         *
      *                                                                *
      * 2026-10-15 RM   CRIACAO DOS LAYOUTS DA INTERFACE DE SAIDA.    *
      * 2026-10-15 RM   O DETALHE PASSA A TRAZER TAMBEM O PAR DA     *
      *                 RETIDA EFETIVADA NA DATA DO MOVIMENTO (COM A *
      *                 DATA DE PROCESSAMENTO ORIGINAL) E O PAR      *
      *                 ESTORNADO NELA (IDT-SITUACAO 'R'), AMBOS     *
      *                 SOMADOS AO TRAILER.                          *
      ******************************************************************
       01  ITF-CABECALHO.
           05  ICB-ID                      PIC X(03).
               88  ICB-REGISTRO-CABECALHO      VALUE 'HDR'.
           05  ICB-NUM-TRANSMISSAO         PIC 9(09).
           05  ICB-SISTEMA-ORIGEM          PIC X(08).
           05  ICB-DATA-MOVIMENTO          PIC 9(08).
           05  ICB-DATA-ENVIO              PIC 9(08).
           05  ICB-HORA-ENVIO              PIC 9(08).
           05  ICB-IND-REENVIO             PIC X(01).
               88  ICB-REENVIO                 VALUE 'S'.
           05  ICB-QTD-ENVIOS              PIC 9(03).
           05  FILLER                      PIC X(32).
       01  ITF-DETALHE.
           05  IDT-ID                      PIC X(03).
               88  IDT-REGISTRO-DETALHE        VALUE 'DET'.
           05  IDT-NUM-TRANSMISSAO         PIC 9(09).
           05  IDT-NUM-1                   PIC S9(06)V9(02)
                                           SIGN LEADING SEPARATE.
           05  IDT-NUM-2                   PIC S9(06)V9(02)
                                           SIGN LEADING SEPARATE.
           05  IDT-TIPO-TRAN               PIC X(01).
           05  IDT-RESULT                  PIC S9(13)V9(02)
                                           SIGN LEADING SEPARATE.
           05  IDT-MAIOR-NUM               PIC S9(06)V9(02)
                                           SIGN LEADING SEPARATE.
           05  IDT-DATA-PROC               PIC 9(08).
           05  IDT-LOTE                    PIC X(10).
           05  IDT-SITUACAO                PIC X(01).
           05  FILLER                      PIC X(05).
       01  ITF-TRAILER.
           05  ITR-ID                      PIC X(03).
               88  ITR-REGISTRO-TRAILER        VALUE 'TRL'.
           05  ITR-NUM-TRANSMISSAO         PIC 9(09).
           05  ITR-QTD-REGISTROS           PIC 9(09).
           05  ITR-TOTAL-CONTROLE          PIC S9(13)V9(02)
                                           SIGN LEADING SEPARATE.
           05  FILLER                      PIC X(43).
