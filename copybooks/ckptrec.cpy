      *                 DISPATCHER DL100-DSP (TOTAL DE PRODUTOS E      *
      *                 CONTAGENS POR TIPO) - REGISTRO PASSA DE 78     *
      *                 PARA 139 BYTES, VER RECORDSIZE NO ALOCMEST.    *
      * 2026-10-15 RM   INCLUIDOS CKPT-SITUACAO, CKPT-DATA-MOVIMENTO E*
      *                 CKPT-COD-RETORNO PARA A RODADA PARTICIONADA DE*
      *                 MAIOR-NUM E DL100-DSP: CADA PARTICAO TEM A    *
      *                 PROPRIA CHAVE ('MAIORPnn'/'DL100Pnn') E, AO   *
      *                 TERMINAR, GRAVA OS CONTADORES FINAIS COM A    *
      *                 SITUACAO 'C' (CONCLUIDA), A DATA DO MOVIMENTO *
      *                 E O CODIGO DE RETORNO, LIDOS PELA CONSOLIDACAO*
      *                 PRT-CON, QUE DEPOIS ZERA O REGISTRO. NA RODADA*
      *                 UNICA A SITUACAO FICA EM BRANCO (REGISTRO     *
      *                 PASSA DE 139 PARA 150 BYTES - VER RECORDSIZE  *
      *                 NO ALOCMEST).                                 *
      * 2026-10-15 RM   INCLUIDOS CKPT-QTD-RETIDAS E                  *
      *                 CKPT-QTD-LIBERADAS PARA PRESERVAR NO RESTART  *
      *                 AS TRANSACOES RETIDAS PARA REVISAO E AS       *
      *                 RETENCOES LIBERADAS JA POSTADAS POR PRO-SOMA E*
      *                 DL100-DSP; MAIOR-NUM GRAVA ZERO (REGISTRO     *
      *                 PASSA DE 150 PARA 168 BYTES - VER RECORDSIZE  *
      *                 NO ALOCMEST).                                 *
      ******************************************************************
       01  CKPT-RECORD.
           05  CKPT-PROGRAMA               PIC X(08).
           05  CKPT-CONTADOR-10            PIC 9(09).
           05  CKPT-CONTADOR-11            PIC 9(09).
           05  CKPT-CONTADOR-12            PIC 9(09).
           05  CKPT-SITUACAO               PIC X(01).
               88  CKPT-PARTICAO-CONCLUIDA     VALUE 'C'.
           05  CKPT-DATA-MOVIMENTO         PIC 9(08).
           05  CKPT-COD-RETORNO            PIC 9(02).
           05  CKPT-QTD-RETIDAS            PIC 9(09).
           05  CKPT-QTD-LIBERADAS          PIC 9(09).
