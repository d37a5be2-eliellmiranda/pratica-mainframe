000490* 2026-09-02 RM     AUD-RESULT AMPLIADO PARA S9(13)V9(02)
000500*                   (AUDITREC.CPY, FAIXA ATE 999999): PICO,
000510*                   MEDIA E EDITADOS REDIMENSIONADOS.
000511* 2026-10-15 RM     ESTORNOS DO DL100-DSP (AUD-ACAO-ESTORNO,
000512*                   AUDITREC.CPY) LIQUIDADOS NO RESUMO: CADA
000513*                   ESTORNO DESCONTA UMA TRANSACAO DO SEU TIPO
000514*                   ORIGINAL (CONTADORES POR TIPO COM SINAL,
000515*                   IMPRESSOS COMO LIQUIDOS), ENTRA NO TOTAL COM O
000516*                   RESULTADO JA NEGADO, FICA FORA DO PICO E A
000517*                   MEDIA PASSA A SER O TOTAL LIQUIDO SOBRE AS
000518*                   TRANSACOES LIQUIDAS. NOVA LINHA COM OS
000519*                   ESTORNOS DO MES.
000520*****************************************************************
000530 IDENTIFICATION DIVISION.
000540 PROGRAM-ID.     AUD-MES.
001270     05  WS-CONT-LIDOS               PIC 9(09) COMP VALUE ZERO.
001280     05  WS-CONT-NO-MES              PIC 9(09) COMP VALUE ZERO.
001290     05  WS-CONT-FORA-MES            PIC 9(09) COMP VALUE ZERO.
001300     05  WS-CONT-COMPARACOES         PIC S9(09) COMP VALUE ZERO.
001310     05  WS-CONT-SOMAS               PIC S9(09) COMP VALUE ZERO.
001320     05  WS-CONT-MULTS               PIC S9(09) COMP VALUE ZERO.
001330     05  WS-CONT-DIVS                PIC S9(09) COMP VALUE ZERO.
001340     05  WS-CONT-OUTROS-TIPOS        PIC S9(09) COMP VALUE ZERO.
001350     05  WS-CONT-CONTROLE            PIC 9(09) COMP VALUE ZERO.
001351     05  WS-CONT-ESTORNOS            PIC 9(09) COMP VALUE ZERO.
001352     05  WS-CONT-LIQUIDO             PIC S9(09) COMP VALUE ZERO.
001360*
001370 01  WS-ESTATISTICA-RESULT.
001380     05  WS-TOT-RESULT               PIC S9(15)V9(02)
001610     05  WS-RES-TEXTO                PIC X(40) VALUE SPACE.
001620     05  WS-RES-VALOR                PIC ZZZ,ZZZ,ZZ9.
001630     05  FILLER                      PIC X(29) VALUE SPACE.
001631*
001632 01  WS-LINHA-RESUMO-SINAL.
001633     05  WS-RSN-TEXTO                PIC X(40) VALUE SPACE.
001634     05  WS-RSN-VALOR                PIC -ZZZ,ZZZ,ZZ9.
001635     05  FILLER                      PIC X(28) VALUE SPACE.
001640*
001650 01  WS-LINHA-MEDIA.
001660     05  WS-MED-TEXTO                PIC X(40) VALUE SPACE.
003320 2100-ACUMULAR-DIA-EXIT.
003330     EXIT.
003340*
003342*    O ESTORNO DESCONTA UMA TRANSACAO DO TIPO ORIGINAL, QUE
003343*    VEM EM AUD-TIPO-TRAN.
003344*
003350 2200-ACUMULAR-TIPO.
003351     IF AUD-ACAO-ESTORNO
003352         ADD 1 TO WS-CONT-ESTORNOS
003353         PERFORM 2250-DESCONTAR-ESTORNO
003354             THRU 2250-DESCONTAR-ESTORNO-EXIT
003355         GO TO 2200-ACUMULAR-TIPO-EXIT
003356     END-IF.
003360     EVALUATE TRUE
003370         WHEN AUD-TIPO-COMPARACAO
003380             ADD 1 TO WS-CONT-COMPARACOES
003480 2200-ACUMULAR-TIPO-EXIT.
003490     EXIT.
003500*
003501 2250-DESCONTAR-ESTORNO.
003502     EVALUATE TRUE
003503         WHEN AUD-TIPO-COMPARACAO
003504             SUBTRACT 1 FROM WS-CONT-COMPARACOES
003505         WHEN AUD-TIPO-SOMA
003506             SUBTRACT 1 FROM WS-CONT-SOMAS
003507         WHEN AUD-TIPO-MULT
003508             SUBTRACT 1 FROM WS-CONT-MULTS
003509         WHEN AUD-TIPO-DIV
003510             SUBTRACT 1 FROM WS-CONT-DIVS
003511         WHEN OTHER
003512             SUBTRACT 1 FROM WS-CONT-OUTROS-TIPOS
003513     END-EVALUATE.
003514 2250-DESCONTAR-ESTORNO-EXIT.
003515     EXIT.
003516*
003517 2300-ACUMULAR-RESULT.
003520     ADD AUD-RESULT TO WS-TOT-RESULT.
003521     IF AUD-ACAO-ESTORNO
003522         GO TO 2300-ACUMULAR-RESULT-EXIT
003523     END-IF.
003530     IF AUD-RESULT GREATER THAN WS-PICO-RESULT
003540         MOVE AUD-RESULT TO WS-PICO-RESULT
003550     END-IF.
003830     MOVE WS-CONT-FORA-MES                 TO WS-RES-VALOR.
003840     MOVE WS-LINHA-RESUMO TO REL-REC.
003850     WRITE REL-REC.
003851     MOVE 'COMPARACOES LIQUIDAS NO MES'    TO WS-RSN-TEXTO.
003852     MOVE WS-CONT-COMPARACOES              TO WS-RSN-VALOR.
003853     MOVE WS-LINHA-RESUMO-SINAL TO REL-REC.
003854     WRITE REL-REC.
003855     MOVE 'SOMAS LIQUIDAS NO MES'          TO WS-RSN-TEXTO.
003856     MOVE WS-CONT-SOMAS                    TO WS-RSN-VALOR.
003857     MOVE WS-LINHA-RESUMO-SINAL TO REL-REC.
003858     WRITE REL-REC.
003859     MOVE 'MULTIPLICACOES LIQUIDAS NO MES' TO WS-RSN-TEXTO.
003860     MOVE WS-CONT-MULTS                    TO WS-RSN-VALOR.
003861     MOVE WS-LINHA-RESUMO-SINAL TO REL-REC.
003862     WRITE REL-REC.
003863     MOVE 'DIVISOES LIQUIDAS NO MES'       TO WS-RSN-TEXTO.
003864     MOVE WS-CONT-DIVS                     TO WS-RSN-VALOR.
003865     MOVE WS-LINHA-RESUMO-SINAL TO REL-REC.
003866     WRITE REL-REC.
003867     MOVE 'OUTROS TIPOS LIQUIDOS NO MES'   TO WS-RSN-TEXTO.
003868     MOVE WS-CONT-OUTROS-TIPOS             TO WS-RSN-VALOR.
003869     MOVE WS-LINHA-RESUMO-SINAL TO REL-REC.
003870     WRITE REL-REC.
003871     MOVE 'ESTORNOS NO MES'                 TO WS-RES-TEXTO.
003872     MOVE WS-CONT-ESTORNOS                 TO WS-RES-VALOR.
003880     MOVE WS-LINHA-RESUMO TO REL-REC.
003890     WRITE REL-REC.
004055*    CADA ESTORNO ANULA UMA TRANSACAO E NAO E ELE PROPRIO UMA:
004056*    A MEDIA E O TOTAL LIQUIDO SOBRE AS TRANSACOES LIQUIDAS.
004057     SUBTRACT WS-CONT-ESTORNOS WS-CONT-ESTORNOS
004058         FROM WS-CONT-NO-MES GIVING WS-CONT-LIQUIDO.
004059     IF WS-CONT-LIQUIDO GREATER THAN ZERO
004060         DIVIDE WS-TOT-RESULT BY WS-CONT-LIQUIDO
004080             GIVING WS-MEDIA-RESULT ROUNDED
004090     END-IF.
004091*
004100     MOVE 'MEDIA DE AUD-RESULT NO MES'      TO WS-MED-TEXTO.
004110     MOVE WS-MEDIA-RESULT                  TO WS-MED-VALOR.
004120     MOVE WS-LINHA-MEDIA TO REL-REC.
