000320* DATA       AUTOR  DESCRICAO
000330* ---------- -----  ------------------------------------------
000340* 2026-09-02 RM     PROGRAMA ORIGINAL.
000341* 2026-10-15 RM     MST-LOTE (MASTREC.CPY) GRAVADO EM BRANCO: OS
000342*                   REGISTROS CONVERTIDOS SAO ANTERIORES AO
000343*                   CONTROLE DE LOTE NA RECEPCAO.
000350*****************************************************************
000360 IDENTIFICATION DIVISION.
000370 PROGRAM-ID.     MST-CNV.
001430     MOVE ANT-RESULT    TO MST-RESULT.
001440     MOVE ANT-MAIOR-NUM TO MST-MAIOR-NUM.
001450     MOVE ANT-DATA-PROC TO MST-DATA-PROC.
001451     MOVE SPACE         TO MST-LOTE.
001460     WRITE MASTER-RECORD.
001470     ADD 1 TO WS-CONT-CONVERTIDOS.
001480 2000-CONVERTER-REGISTRO-EXIT.
