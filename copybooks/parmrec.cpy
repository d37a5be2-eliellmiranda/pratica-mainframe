      *                 (NUMREC/MASTREC/AUDITREC), A FAIXA VALIDA     *
      *                 PODE IR ATE 999999 SEM TRUNCAMENTO E O        *
      *                 ANTIGO TETO DE 9999 DEIXOU DE EXISTIR.        *
      * 2026-10-15 RM   INCLUIDO PRM-DIAS-APROVACAO (CARVADO DO       *
      *                 ENCHIMENTO): PRAZO EM DIAS PARA UM PEDIDO DE  *
      *                 ALTERACAO DO MESTRE SER APROVADO NA TELA MAPR *
      *                 (APRVREC.CPY) ANTES DE O APR-RPT O EXPIRAR.   *
      *                 EM BRANCO OU ZERO VALE O PADRAO DE 5 DIAS, DE *
      *                 MODO QUE OS DATASETS DE PARAMETRO JA          *
      *                 CATALOGADOS CONTINUAM VALIDOS.                *
      * 2026-10-15 RM   INCLUIDO PRM-DIAS-RETORNO (TIRADO DO          *
      *                 ENCHIMENTO): PRAZO EM DIAS PARA O RECEPTOR    *
      *                 DEVOLVER O RETORNO DE UMA TRANSMISSAO DA      *
      *                 INTERFACE DE SAIDA (MST-ENV) ANTES DE ELA SER *
      *                 APONTADA COMO ATRASADA NO RELATORIO. EM BRANCO*
      *                 OU ZERO VALE O PADRAO DE 3 DIAS.              *
      * 2026-10-15 RM   INCLUIDO PRM-QTD-PARTICOES (TIRADO DO         *
      *                 ENCHIMENTO): QUANTIDADE DE PARTICOES (1 A 4)  *
      *                 DA RODADA PARTICIONADA DE MAIOR-NUM E         *
      *                 DL100-DSP, USADA PELA DIVISAO PRT-DIV, PELAS  *
      *                 PARTICOES E PELA CONSOLIDACAO PRT-CON. EM     *
      *                 BRANCO OU ZERO SO A RODADA UNICA (JOBS        *
      *                 MAIORNUM E DL100D) E ACEITA.                  *
      * 2026-10-15 RM   INCLUIDOS OS LIMITES DE REVISAO POR TIPO DE   *
      *                 TRANSACAO (TIRADOS DO ENCHIMENTO):            *
      *                 PRM-LIMITE-COMPARACAO, PRM-LIMITE-SOMA,       *
      *                 PRM-LIMITE-MULT E PRM-LIMITE-DIV, EM VALOR    *
      *                 INTEIRO. UMA TRANSACAO DE PRO-SOMA OU         *
      *                 DL100-DSP CUJO RESULTADO, EM VALOR ABSOLUTO,  *
      *                 PASSA DO LIMITE DO SEU TIPO E RETIDA NO KSDS  *
      *                 DE RETENCOES (RTDREC.CPY) ATE SER LIBERADA OU *
      *                 REJEITADA PELO RTD-LIB. EM BRANCO OU ZERO O   *
      *                 TIPO NAO TEM LIMITE.                          *
      * 2026-10-15 RM   INCLUIDO PRM-SIMULACAO (TIRADO DO ENCHIMENTO):*
      *                 'S' PEDE A RODADA SIMULADA DE MAIOR-NUM,      *
      *                 PRO-SOMA E DL100-DSP (JOBS MAIORSIM, SOMASIM E*
      *                 DL100SIM), QUE VALIDA, CONFERE DUPLICATAS     *
      *                 CONTRA O MESTRE E CALCULA COMO A RODADA REAL  *
      *                 MAS SO GRAVA O RELATORIO DE PREVIA, SEM       *
      *                 ATUALIZAR NENHUM ARQUIVO DE PRODUCAO,         *
      *                 CHECKPOINT OU CONTROLE, E TERMINA COM O MESMO *
      *                 RETORNO DA RODADA REAL; O LOT-REC TAMBEM NAO  *
      *                 REGISTRA A APRESENTACAO. EM BRANCO OU 'N' E A *
      *                 RODADA REAL, DE MODO QUE OS DATASETS DE       *
      *                 PARAMETRO JA CATALOGADOS CONTINUAM VALIDOS;   *
      *                 OUTRO VALOR TERMINA COM ERRO. O DATASET DE    *
      *                 PRODUCAO NUNCA LEVA 'S': OS JOBS SIMULADOS O  *
      *                 COPIAM SOBREPONDO A POSICAO 79.               *
      ******************************************************************
       01  PARAMETER-RECORD.
           05  PRM-FAIXA-MINIMA            PIC 9(06).
           05  PRM-CKPT-INTERVALO          PIC 9(09).
           05  PRM-DATA-MOVIMENTO          PIC 9(08).
           05  PRM-DATA-CORTE              PIC 9(08).
           05  PRM-DIAS-APROVACAO          PIC 9(03).
           05  PRM-DIAS-RETORNO            PIC 9(03).
           05  PRM-QTD-PARTICOES           PIC 9(02).
           05  PRM-LIMITE-COMPARACAO       PIC 9(06).
           05  PRM-LIMITE-SOMA             PIC 9(07).
           05  PRM-LIMITE-MULT             PIC 9(12).
           05  PRM-LIMITE-DIV              PIC 9(08).
           05  PRM-SIMULACAO               PIC X(01).
               88  PRM-RODADA-SIMULADA         VALUE 'S'.
               88  PRM-RODADA-REAL             VALUE SPACE 'N'.
           05  FILLER                      PIC X(01).
