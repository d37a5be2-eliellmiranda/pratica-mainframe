000327* 2026-09-02 RM     FAIXA OBSERVADA AMPLIADA PARA 6 DIGITOS
000328*                   INTEIROS (S9(06)V9(02)), ACOMPANHANDO OS
000329*                   NUMEROS DE REFERENCIA DE 6 DIGITOS DO FEED.
000330* 2026-10-15 RM     O CABECALHO 'HDR' E O TRAILER 'TRL' DO
000331*                   REMETENTE (NUMTRAN.CPY) SAO PULADOS E NAO
000332*                   ENTRAM NA CONTAGEM DE PARES LIDOS.
000333*****************************************************************
000340 IDENTIFICATION DIVISION.
000350 PROGRAM-ID.     MAIOR-RPT.
000360 AUTHOR.         EQUIPE DE MANUTENCAO COBOL.
001150             SET WS-FIM-ARQUIVO TO TRUE
001160             GO TO 2000-PROCESSA-ARQUIVO-EXIT
001170     END-READ.
001171     IF NTH-CABECALHO-LOTE
001172        OR NTT-TRAILER-LOTE
001173         GO TO 2000-PROCESSA-ARQUIVO-EXIT
001174     END-IF.
001180     ADD 1 TO WS-CONT-LIDOS.
001190     IF NOT NT-NUM-1 NUMERIC OR NOT NT-NUM-2 NUMERIC
001200         GO TO 2000-PROCESSA-ARQUIVO-EXIT
