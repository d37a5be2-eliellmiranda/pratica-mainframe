      ******************************************************************
      * FECCTL.CPY                                                    *
      * CARTAO DE CONTROLE (80 POSICOES, DD CONTROLE) DO FECHAMENTO   *
      * MENSAL MES-FEC.  SEM CARTOES (DD DUMMY) O PROGRAMA FECHA O    *
      * MES DA DATA DO MOVIMENTO (PARMREC.CPY).  COM CARTOES, CADA UM *
      * PEDE UMA ACAO SOBRE O MES FCT-ANO-MES:                        *
      *   'F' FECHAR   - FECHA (OU REFECHA, SE REABERTO) O MES;       *
      *   'R' REABRIR  - GRAVA A REABERTURA NO KSDS DE PERIODOS       *
      *                  (FECREC.CPY), EXIGINDO USUARIO E MOTIVO.     *
      *                                                                *
      * 2026-10-15 RM   CRIACAO DO LAYOUT DO CARTAO DE FECHAMENTO.    *
      ******************************************************************
       01  FCT-REGISTRO.
           05  FCT-FUNCAO                  PIC X(01).
               88  FCT-FUNCAO-FECHAR           VALUE 'F'.
               88  FCT-FUNCAO-REABRIR          VALUE 'R'.
               88  FCT-FUNCAO-VALIDA           VALUE 'F' 'R'.
           05  FCT-ANO-MES                 PIC 9(06).
           05  FCT-USUARIO                 PIC X(08).
           05  FCT-MOTIVO                  PIC X(40).
           05  FILLER                      PIC X(25).
