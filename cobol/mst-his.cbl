000331*                   POSICOES, COLUNAS REDIMENSIONADAS E TEXTOS
000332*                   DE SITUACAO ENCURTADOS PARA CABEREM NA
000333*                   LINHA DE 80.
000334* 2026-10-15 RM     A RESTAURACAO 'R' DE PAR DATADO EM MES JA
000335*                   FECHADO PELO MES-FEC (KSDS DE PERIODOS
000336*                   PROD.NUMEROS.FECHAMES, DD FECHAMES) E RECUSADA
000337*                   COM A SITUACAO 'BLOQ. PERIODO FECHADO', SALVO
000338*                   SE O MES FOI REABERTO. OS PARES ATIVOS
000339*                   RESTAURADOS SAO ABATIDOS DOS EXPURGOS DO MES
000340*                   DO MOVIMENTO (DD PARAMETRO) NO KSDS DE
000341*                   PERIODOS, COMO O MST-ARC OS SOMOU.
000342*****************************************************************
000343 IDENTIFICATION DIVISION.
000350 PROGRAM-ID.     MST-HIS.
000360 AUTHOR.         EQUIPE DE MANUTENCAO COBOL.
000370 INSTALLATION.   CENTRO DE PROCESSAMENTO DE DADOS.
000580     SELECT ARQ-RELATORIO  ASSIGN TO RELATORIO
000590         ORGANIZATION IS SEQUENTIAL
000600         FILE STATUS IS WS-FS-RELATORIO.
000601     SELECT ARQ-PARAMETRO  ASSIGN TO PARAMETRO
000602         ORGANIZATION IS SEQUENTIAL
000603         FILE STATUS IS WS-FS-PARAMETRO.
000604     SELECT ARQ-FECHAMENTO ASSIGN TO FECHAMES
000605         ORGANIZATION IS INDEXED
000606         ACCESS MODE IS DYNAMIC
000607         RECORD KEY IS FEC-ANO-MES
000608         FILE STATUS IS WS-FS-FECHAMENTO.
000610*
000620 DATA DIVISION.
000630 FILE SECTION.
000810     RECORDING MODE IS F.
000820 01  REL-REC                         PIC X(80).
000830*
000831 FD  ARQ-PARAMETRO
000832     LABEL RECORDS ARE STANDARD
000833     RECORDING MODE IS F.
000834 COPY PARMREC.
000835*
000836 FD  ARQ-FECHAMENTO
000837     LABEL RECORDS ARE STANDARD
000838     RECORDING MODE IS F.
000839 COPY FECREC.
000840*
000841 WORKING-STORAGE SECTION.
000850 01  WS-FLAGS.
000860     05  WS-FS-SELECAO               PIC X(02) VALUE '00'.
000870     05  WS-FS-HISTORIA              PIC X(02) VALUE '00'.
000880     05  WS-FS-MESTRE                PIC X(02) VALUE '00'.
000890     05  WS-FS-RELATORIO             PIC X(02) VALUE '00'.
000891     05  WS-FS-PARAMETRO             PIC X(02) VALUE '00'.
000892     05  WS-FS-FECHAMENTO            PIC X(02) VALUE '00'.
000900*
000910 01  WS-SWITCHES.
000920     05  WS-SW-FIM-SELECAO           PIC X(01) VALUE 'N'.
001040     05  WS-CONT-RESTAURADAS         PIC 9(09) COMP VALUE ZERO.
001050     05  WS-CONT-JA-NO-MESTRE        PIC 9(09) COMP VALUE ZERO.
001060     05  WS-CONT-SEM-OCORRENCIA      PIC 9(09) COMP VALUE ZERO.
001061     05  WS-CONT-PERIODO-FECHADO     PIC 9(09) COMP VALUE ZERO.
001070*
001080 01  WS-INDICES.
001090     05  WS-IND                      PIC 9(05) COMP VALUE ZERO.
001091     05  WS-IND-TIPO                 PIC 9(04) COMP VALUE ZERO.
001100*
001110 01  WS-LIMITES.
001120     05  WS-MAX-SELECOES             PIC 9(05) COMP VALUE 200.
001130*
001140 01  WS-CONTROLE-EXECUCAO.
001150     05  WS-RETORNO                  PIC 9(02) VALUE ZERO.
001151     05  WS-DATA-MOVIMENTO           PIC 9(08) VALUE ZERO.
001152     05  WS-DATA-MOVIMENTO-R REDEFINES WS-DATA-MOVIMENTO.
001153         10  WS-MES-MOVIMENTO        PIC 9(06).
001154         10  FILLER                  PIC 9(02).
001155     05  WS-DATA-REGISTRO            PIC 9(08) VALUE ZERO.
001156     05  WS-DATA-REGISTRO-R REDEFINES WS-DATA-REGISTRO.
001157         10  WS-MES-REGISTRO         PIC 9(06).
001158         10  FILLER                  PIC 9(02).
001159     05  WS-MES-EXPURGO              PIC 9(06) VALUE ZERO.
001160     05  WS-MES-EXPURGO-R REDEFINES WS-MES-EXPURGO.
001161         10  WS-EXP-ANO              PIC 9(04).
001162         10  WS-EXP-MES              PIC 9(02).
001163*
001164*    PARES ATIVOS RESTAURADOS POR TIPO (1 C, 2 S, 3 M, 4 D,
001165*    5 OUTROS), ABATIDOS DOS EXPURGOS DO PERIODO NO FINAL.
001166*
001167 01  WS-RESTAURADOS-PERIODO.
001168     05  WS-RST-TIPO                 OCCURS 5 TIMES.
001169         10  WS-RST-QTD              PIC S9(09) COMP VALUE ZERO.
001170         10  WS-RST-TOTAL            PIC S9(15)V9(02) VALUE ZERO.
001171*
001172 01  WS-TABELA-SELECOES.
001180     05  WS-QTD-SELECOES             PIC 9(05) COMP VALUE ZERO.
001190     05  WS-TAB-SELECAO              OCCURS 200 TIMES.
001200         10  WS-TAB-FUNCAO           PIC X(01).
001660     GOBACK.
001670*
001680 1000-INICIALIZA.
001681     PERFORM 1050-LER-PARAMETRO
001682         THRU 1050-LER-PARAMETRO-EXIT.
001690     OPEN INPUT ARQ-SELECAO.
001700     IF WS-FS-SELECAO NOT = '00'
001710         DISPLAY 'MST-HIS - ERRO AO ABRIR SELECAO - FS '
001870         MOVE 12 TO RETURN-CODE
001880         GOBACK
001890     END-IF.
001891     OPEN I-O ARQ-FECHAMENTO.
001892     IF WS-FS-FECHAMENTO NOT = '00'
001893         CLOSE ARQ-FECHAMENTO
001894         OPEN OUTPUT ARQ-FECHAMENTO
001895         CLOSE ARQ-FECHAMENTO
001896         OPEN I-O ARQ-FECHAMENTO
001897     END-IF.
001898     IF WS-FS-FECHAMENTO NOT = '00'
001899         DISPLAY 'MST-HIS - ERRO AO ABRIR OS PERIODOS - FS '
001900             WS-FS-FECHAMENTO
001901         MOVE 12 TO RETURN-CODE
001902         GOBACK
001903     END-IF.
001904     OPEN OUTPUT ARQ-RELATORIO.
001910     MOVE 'CONSULTA AO HISTORICO DO MESTRE - MST-HIS' TO
001920         REL-REC.
001930     WRITE REL-REC.
002000         SET WS-FIM-HISTORIA TO TRUE
002010     END-IF.
002020 1000-INICIALIZA-EXIT.
002021     EXIT.
002022*
002023 1050-LER-PARAMETRO.
002024     OPEN INPUT ARQ-PARAMETRO.
002025     IF WS-FS-PARAMETRO NOT = '00'
002026         DISPLAY 'MST-HIS - ARQUIVO DE PARAMETROS AUSENTE - '
002027             'FS ' WS-FS-PARAMETRO
002028         MOVE 16 TO RETURN-CODE
002029         GOBACK
002030     END-IF.
002031     READ ARQ-PARAMETRO
002032         AT END
002033             DISPLAY 'MST-HIS - REGISTRO DE PARAMETROS AUSENTE'
002034             MOVE 16 TO RETURN-CODE
002035             GOBACK
002036     END-READ.
002037     IF PRM-DATA-MOVIMENTO NOT NUMERIC
002038        OR PRM-DATA-MOVIMENTO EQUAL ZERO
002039         DISPLAY 'MST-HIS - DATA DO MOVIMENTO AUSENTE OU '
002040             'INVALIDA'
002041         MOVE 16 TO RETURN-CODE
002042         GOBACK
002043     END-IF.
002044     MOVE PRM-DATA-MOVIMENTO TO WS-DATA-MOVIMENTO.
002045     CLOSE ARQ-PARAMETRO.
002046 1050-LER-PARAMETRO-EXIT.
002047     EXIT.
002048*
002050 1100-CARREGAR-SELECAO.
002060     READ ARQ-SELECAO
002070         AT END
003130         THRU 3100-APURAR-SELECAO-EXIT
003140         VARYING WS-IND FROM 1 BY 1
003150         UNTIL WS-IND GREATER THAN WS-QTD-SELECOES.
003151     IF WS-CONT-RESTAURADAS GREATER THAN ZERO
003152         PERFORM 3300-ATUALIZAR-PERIODO
003153             THRU 3300-ATUALIZAR-PERIODO-EXIT
003154     END-IF.
003160     MOVE 'SELECOES LIDAS'                 TO WS-RES-TEXTO.
003170     MOVE WS-CONT-SEL-LIDAS                TO WS-RES-VALOR.
003180     MOVE WS-LINHA-RESUMO TO REL-REC.
003410     MOVE WS-CONT-SEM-OCORRENCIA           TO WS-RES-VALOR.
003420     MOVE WS-LINHA-RESUMO TO REL-REC.
003430     WRITE REL-REC.
003431     MOVE 'BLOQUEADAS - PERIODO FECHADO'   TO WS-RES-TEXTO.
003432     MOVE WS-CONT-PERIODO-FECHADO          TO WS-RES-VALOR.
003433     MOVE WS-LINHA-RESUMO TO REL-REC.
003434     WRITE REL-REC.
003440     IF WS-TABELA-CHEIA AND WS-RETORNO LESS THAN 8
003450         MOVE 8 TO WS-RETORNO
003460     END-IF.
003470     IF (WS-CONT-SEL-INVALIDAS GREATER THAN ZERO
003480         OR WS-CONT-SEM-OCORRENCIA GREATER THAN ZERO
003490         OR WS-CONT-JA-NO-MESTRE GREATER THAN ZERO
003491         OR WS-CONT-PERIODO-FECHADO GREATER THAN ZERO)
003500        AND WS-RETORNO LESS THAN 4
003510         MOVE 4 TO WS-RETORNO
003520     END-IF.
003600     CLOSE ARQ-HISTORIA.
003610     CLOSE ARQ-MESTRE.
003620     CLOSE ARQ-RELATORIO.
003621     CLOSE ARQ-FECHAMENTO.
003630 3000-FINALIZA-EXIT.
003640     EXIT.
003650*
003910     MOVE MST-TIPO-TRAN TO WS-DET-TIPO.
003920     MOVE MST-DATA-PROC TO WS-DET-DATA-PROC.
003930     MOVE MST-RESULT    TO WS-DET-RESULT.
003931     MOVE MST-DATA-PROC TO WS-DATA-REGISTRO.
003932     MOVE WS-MES-REGISTRO TO FEC-ANO-MES.
003933     READ ARQ-FECHAMENTO
003934         INVALID KEY
003935             MOVE SPACE TO FEC-SITUACAO
003936     END-READ.
003937     IF FEC-SIT-FECHADO
003938         ADD 1 TO WS-CONT-PERIODO-FECHADO
003939         MOVE 'BLOQ. PERIODO FECHADO' TO WS-DET-SITUACAO
003940         MOVE WS-LINHA-DETALHE TO REL-REC
003941         WRITE REL-REC
003942         GO TO 3200-RESTAURAR-REGISTRO-EXIT
003943     END-IF.
003944     WRITE MASTER-RECORD
003950         INVALID KEY
003960             ADD 1 TO WS-CONT-JA-NO-MESTRE
003970             MOVE 'JA EXISTE NO MESTRE' TO
004090         GO TO 3200-RESTAURAR-REGISTRO-EXIT
004100     END-IF.
004110     ADD 1 TO WS-CONT-RESTAURADAS.
004111     IF NOT MST-SIT-ESTORNADO
004112         PERFORM 3250-INDICE-DO-TIPO
004113             THRU 3250-INDICE-DO-TIPO-EXIT
004114         ADD 1          TO WS-RST-QTD (WS-IND-TIPO)
004115         ADD MST-RESULT TO WS-RST-TOTAL (WS-IND-TIPO)
004116     END-IF.
004120     MOVE 'RESTAURADA NO MESTRE' TO WS-DET-SITUACAO.
004130     MOVE WS-LINHA-DETALHE TO REL-REC.
004140     WRITE REL-REC.
004150 3200-RESTAURAR-REGISTRO-EXIT.
004160     EXIT.
004161*
004162 3250-INDICE-DO-TIPO.
004163     EVALUATE TRUE
004164         WHEN MST-TIPO-COMPARACAO
004165             MOVE 1 TO WS-IND-TIPO
004166         WHEN MST-TIPO-SOMA
004167             MOVE 2 TO WS-IND-TIPO
004168         WHEN MST-TIPO-MULT
004169             MOVE 3 TO WS-IND-TIPO
004170         WHEN MST-TIPO-DIV
004171             MOVE 4 TO WS-IND-TIPO
004172         WHEN OTHER
004173             MOVE 5 TO WS-IND-TIPO
004174     END-EVALUATE.
004175 3250-INDICE-DO-TIPO-EXIT.
004176     EXIT.
004177*
004178*    OS PARES RESTAURADOS VOLTAM AO SALDO: SAO ABATIDOS DOS
004179*    EXPURGOS DO MES DO MOVIMENTO OU, SE ELE JA ESTIVER FECHADO,
004180*    DO PRIMEIRO MES SEGUINTE AINDA ABERTO - A MESMA REGRA DO
004181*    EXPURGO MST-ARC.
004182*
004183 3300-ATUALIZAR-PERIODO.
004184     MOVE WS-MES-MOVIMENTO TO WS-MES-EXPURGO.
004185     PERFORM 3310-LER-PERIODO
004186         THRU 3310-LER-PERIODO-EXIT.
004187     PERFORM 3320-AVANCAR-MES
004188         THRU 3320-AVANCAR-MES-EXIT
004189         UNTIL NOT FEC-SIT-FECHADO.
004190     PERFORM 3330-ABATER-EXPURGO
004191         THRU 3330-ABATER-EXPURGO-EXIT
004192         VARYING WS-IND-TIPO FROM 1 BY 1
004193         UNTIL WS-IND-TIPO GREATER THAN 5.
004194     IF WS-FS-FECHAMENTO EQUAL '23'
004195         WRITE FEC-REGISTRO
004196             INVALID KEY
004197                 CONTINUE
004198         END-WRITE
004199     ELSE
004200         REWRITE FEC-REGISTRO
004201             INVALID KEY
004202                 CONTINUE
004203         END-REWRITE
004204     END-IF.
004205     IF WS-FS-FECHAMENTO NOT = '00'
004206         DISPLAY 'MST-HIS - ERRO AO GRAVAR O PERIODO '
004207             WS-MES-EXPURGO ' - FS ' WS-FS-FECHAMENTO
004208         IF WS-RETORNO LESS THAN 12
004209             MOVE 12 TO WS-RETORNO
004210         END-IF
004211     END-IF.
004212 3300-ATUALIZAR-PERIODO-EXIT.
004213     EXIT.
004214*
004215 3310-LER-PERIODO.
004216     MOVE WS-MES-EXPURGO TO FEC-ANO-MES.
004217     READ ARQ-FECHAMENTO
004218         INVALID KEY
004219             MOVE SPACE          TO FEC-REGISTRO
004220             MOVE WS-MES-EXPURGO TO FEC-ANO-MES
004221             SET FEC-SIT-ABERTO  TO TRUE
004222             MOVE ZERO           TO FEC-DATA-FECHAMENTO
004223             MOVE ZERO           TO FEC-HORA-FECHAMENTO
004224             MOVE ZERO           TO FEC-QTD-FECHAMENTOS
004225             MOVE ZERO           TO FEC-DATA-REABERTURA
004226             PERFORM 3315-ZERAR-TIPO
004227                 THRU 3315-ZERAR-TIPO-EXIT
004228                 VARYING WS-IND-TIPO FROM 1 BY 1
004229                 UNTIL WS-IND-TIPO GREATER THAN 5
004230     END-READ.
004231 3310-LER-PERIODO-EXIT.
004232     EXIT.
004233*
004234 3315-ZERAR-TIPO.
004235     MOVE ZERO TO FEC-ABE-QTD (WS-IND-TIPO).
004236     MOVE ZERO TO FEC-ABE-TOTAL (WS-IND-TIPO).
004237     MOVE ZERO TO FEC-POS-QTD (WS-IND-TIPO).
004238     MOVE ZERO TO FEC-POS-TOTAL (WS-IND-TIPO).
004239     MOVE ZERO TO FEC-EXP-QTD (WS-IND-TIPO).
004240     MOVE ZERO TO FEC-EXP-TOTAL (WS-IND-TIPO).
004241     MOVE ZERO TO FEC-FEC-QTD (WS-IND-TIPO).
004242     MOVE ZERO TO FEC-FEC-TOTAL (WS-IND-TIPO).
004243 3315-ZERAR-TIPO-EXIT.
004244     EXIT.
004245*
004246 3320-AVANCAR-MES.
004247     IF WS-EXP-MES EQUAL 12
004248         ADD 1 TO WS-EXP-ANO
004249         MOVE 01 TO WS-EXP-MES
004250     ELSE
004251         ADD 1 TO WS-EXP-MES
004252     END-IF.
004253     PERFORM 3310-LER-PERIODO
004254         THRU 3310-LER-PERIODO-EXIT.
004255 3320-AVANCAR-MES-EXIT.
004256     EXIT.
004257*
004258 3330-ABATER-EXPURGO.
004259     SUBTRACT WS-RST-QTD (WS-IND-TIPO) FROM
004260         FEC-EXP-QTD (WS-IND-TIPO).
004261     SUBTRACT WS-RST-TOTAL (WS-IND-TIPO) FROM
004262         FEC-EXP-TOTAL (WS-IND-TIPO).
004263 3330-ABATER-EXPURGO-EXIT.
004264     EXIT.
