000690* 2026-09-02 RM     PARTE INTEIRA AMPLIADA PARA 6 DIGITOS
000700*                   (MASTREC.CPY): REGISTRO DE 62 PARA 67
000710*                   POSICOES E CHAVE DE 17 PARA 19.
000711* 2026-10-15 RM     OS PARES ATIVOS EXPURGADOS PASSARAM A SER
000712*                   ACUMULADOS POR TIPO NOS EXPURGOS DO MES DO
000713*                   MOVIMENTO NO KSDS DE PERIODOS
000714*                   PROD.NUMEROS.FECHAMES (DD FECHAMES,
000715*                   FECREC.CPY), QUE O FECHAMENTO MENSAL MES-FEC
000716*                   DEDUZ DO SALDO; SE O MES JA ESTIVER FECHADO,
000717*                   VAO PARA O PRIMEIRO MES SEGUINTE AINDA ABERTO.
000718*                   PARES ESTORNADOS NAO ENTRAM NO SALDO E NAO SAO
000719*                   ACUMULADOS. A DATA DO MOVIMENTO PASSOU A SER
000720*                   EXIGIDA NO DD PARAMETRO.
000721*****************************************************************
000730 IDENTIFICATION DIVISION.
000740 PROGRAM-ID.     MST-ARC.
000750 AUTHOR.         EQUIPE DE MANUTENCAO COBOL.
001040     SELECT ARQ-PARAMETRO  ASSIGN TO PARAMETRO
001050         ORGANIZATION IS SEQUENTIAL
001060         FILE STATUS IS WS-FS-PARAMETRO.
001061     SELECT ARQ-FECHAMENTO ASSIGN TO FECHAMES
001062         ORGANIZATION IS INDEXED
001063         ACCESS MODE IS DYNAMIC
001064         RECORD KEY IS FEC-ANO-MES
001065         FILE STATUS IS WS-FS-FECHAMENTO.
001070*
001080 DATA DIVISION.
001090 FILE SECTION.
001320     RECORDING MODE IS F.
001330 COPY PARMREC.
001340*
001341 FD  ARQ-FECHAMENTO
001342     LABEL RECORDS ARE STANDARD
001343     RECORDING MODE IS F.
001344 COPY FECREC.
001345*
001350 WORKING-STORAGE SECTION.
001360 01  WS-FLAGS.
001370     05  WS-FS-MESTRE                PIC X(02) VALUE '00'.
001390     05  WS-FS-HISTKSDS              PIC X(02) VALUE '00'.
001400     05  WS-FS-RELATORIO             PIC X(02) VALUE '00'.
001410     05  WS-FS-PARAMETRO             PIC X(02) VALUE '00'.
001411     05  WS-FS-FECHAMENTO            PIC X(02) VALUE '00'.
001420*
001430 01  WS-SWITCHES.
001440     05  WS-SW-FIM-MESTRE            PIC X(01) VALUE 'N'.
001450         88  WS-FIM-MESTRE               VALUE 'S'.
001460*
001470 01  WS-DATA-CORTE                   PIC 9(08) VALUE ZERO.
001471*
001472 01  WS-DATA-MOVIMENTO               PIC 9(08) VALUE ZERO.
001473 01  WS-DATA-MOVIMENTO-R REDEFINES WS-DATA-MOVIMENTO.
001474     05  WS-MES-MOVIMENTO            PIC 9(06).
001475     05  FILLER                      PIC 9(02).
001476*
001477 01  WS-MES-EXPURGO                  PIC 9(06) VALUE ZERO.
001478 01  WS-MES-EXPURGO-R REDEFINES WS-MES-EXPURGO.
001479     05  WS-EXP-ANO                  PIC 9(04).
001480     05  WS-EXP-MES                  PIC 9(02).
001481*
001482 01  WS-IND-TIPO                     PIC 9(04) COMP VALUE ZERO.
001483*
001484*    EXPURGOS DE PARES ATIVOS POR TIPO (1 C, 2 S, 3 M, 4 D,
001485*    5 OUTROS), LEVADOS AO KSDS DE PERIODOS NO FINAL DA RODADA.
001486*
001487 01  WS-EXPURGOS-PERIODO.
001488     05  WS-EXP-TIPO                 OCCURS 5 TIMES.
001489         10  WS-EXP-QTD              PIC S9(09) COMP VALUE ZERO.
001490         10  WS-EXP-TOTAL            PIC S9(15)V9(02) VALUE ZERO.
001491*
001492 01  WS-CONTADORES.
001500     05  WS-CONT-LIDOS               PIC 9(09) COMP VALUE ZERO.
001510     05  WS-CONT-ARQ-COMPARACAO      PIC 9(09) COMP VALUE ZERO.
001520     05  WS-CONT-ARQ-SOMA            PIC 9(09) COMP VALUE ZERO.
002530         GOBACK
002540     END-IF.
002550     MOVE PRM-DATA-CORTE TO WS-DATA-CORTE.
002551     IF PRM-DATA-MOVIMENTO NOT NUMERIC
002552        OR PRM-DATA-MOVIMENTO EQUAL ZERO
002553         DISPLAY 'MST-ARC - DATA DO MOVIMENTO AUSENTE OU '
002554             'INVALIDA'
002555         MOVE 16 TO RETURN-CODE
002556         GOBACK
002557     END-IF.
002558     MOVE PRM-DATA-MOVIMENTO TO WS-DATA-MOVIMENTO.
002560     CLOSE ARQ-PARAMETRO.
002570 1050-LER-PARAMETRO-EXIT.
002580     EXIT.
002890         WHEN MST-TIPO-COMPARACAO
002900             ADD 1 TO WS-CONT-ARQ-COMPARACAO
002910             ADD MST-RESULT TO WS-TOT-COMPARACAO
002911             MOVE 1 TO WS-IND-TIPO
002920         WHEN MST-TIPO-SOMA
002930             ADD 1 TO WS-CONT-ARQ-SOMA
002940             ADD MST-RESULT TO WS-TOT-SOMA
002941             MOVE 2 TO WS-IND-TIPO
002950         WHEN MST-TIPO-MULT
002960             ADD 1 TO WS-CONT-ARQ-MULT
002970             ADD MST-RESULT TO WS-TOT-MULT
002971             MOVE 3 TO WS-IND-TIPO
002980         WHEN MST-TIPO-DIV
002990             ADD 1 TO WS-CONT-ARQ-DIV
003000             ADD MST-RESULT TO WS-TOT-DIV
003001             MOVE 4 TO WS-IND-TIPO
003010         WHEN OTHER
003020             ADD 1 TO WS-CONT-ARQ-OUTROS
003030             ADD MST-RESULT TO WS-TOT-OUTROS
003031             MOVE 5 TO WS-IND-TIPO
003040     END-EVALUATE.
003041     IF NOT MST-SIT-ESTORNADO
003042         ADD 1          TO WS-EXP-QTD (WS-IND-TIPO)
003043         ADD MST-RESULT TO WS-EXP-TOTAL (WS-IND-TIPO)
003044     END-IF.
003050     DELETE ARQ-MESTRE RECORD
003060         INVALID KEY
003070             DISPLAY 'MST-ARC - ERRO AO EXCLUIR A CHAVE '
003670         WS-CONT-ARQ-DIV.
003680     DISPLAY 'MST-ARC - ARQUIVADOS OUTROS  : '
003690         WS-CONT-ARQ-OUTROS.
003691     PERFORM 3100-ATUALIZAR-PERIODO
003692         THRU 3100-ATUALIZAR-PERIODO-EXIT.
003700     CLOSE ARQ-MESTRE.
003710     CLOSE ARQ-HISTORIA.
003720     CLOSE ARQ-HISTKSDS.
003730     CLOSE ARQ-RELATORIO.
003740 3000-FINALIZA-EXIT.
003750     EXIT.
003751*
003752*    OS EXPURGOS DA RODADA ENTRAM NO MES DO MOVIMENTO; SE ELE JA
003753*    ESTIVER FECHADO (SEM REABERTURA), NO PRIMEIRO MES SEGUINTE
003754*    AINDA ABERTO, PARA NAO ALTERAR UM RETRATO JA GRAVADO.  O
003755*    REGISTRO DO MES E CRIADO ABERTO ('A') SE AINDA NAO EXISTIR.
003756*
003757 3100-ATUALIZAR-PERIODO.
003758     OPEN I-O ARQ-FECHAMENTO.
003759     IF WS-FS-FECHAMENTO NOT = '00'
003760         CLOSE ARQ-FECHAMENTO
003761         OPEN OUTPUT ARQ-FECHAMENTO
003762         CLOSE ARQ-FECHAMENTO
003763         OPEN I-O ARQ-FECHAMENTO
003764     END-IF.
003765     IF WS-FS-FECHAMENTO NOT = '00'
003766         DISPLAY 'MST-ARC - ERRO AO ABRIR OS PERIODOS - FS '
003767             WS-FS-FECHAMENTO
003768         MOVE 12 TO RETURN-CODE
003769         GO TO 3100-ATUALIZAR-PERIODO-EXIT
003770     END-IF.
003771     MOVE WS-MES-MOVIMENTO TO WS-MES-EXPURGO.
003772     PERFORM 3110-LER-PERIODO
003773         THRU 3110-LER-PERIODO-EXIT.
003774     PERFORM 3120-AVANCAR-MES
003775         THRU 3120-AVANCAR-MES-EXIT
003776         UNTIL NOT FEC-SIT-FECHADO.
003777     PERFORM 3130-SOMAR-EXPURGO
003778         THRU 3130-SOMAR-EXPURGO-EXIT
003779         VARYING WS-IND-TIPO FROM 1 BY 1
003780         UNTIL WS-IND-TIPO GREATER THAN 5.
003781     IF WS-FS-FECHAMENTO EQUAL '23'
003782         WRITE FEC-REGISTRO
003783             INVALID KEY
003784                 CONTINUE
003785         END-WRITE
003786     ELSE
003787         REWRITE FEC-REGISTRO
003788             INVALID KEY
003789                 CONTINUE
003790         END-REWRITE
003791     END-IF.
003792     IF WS-FS-FECHAMENTO NOT = '00'
003793         DISPLAY 'MST-ARC - ERRO AO GRAVAR O PERIODO '
003794             WS-MES-EXPURGO ' - FS ' WS-FS-FECHAMENTO
003795         MOVE 12 TO RETURN-CODE
003796     END-IF.
003797     DISPLAY 'MST-ARC - EXPURGOS NO PERIODO: ' WS-MES-EXPURGO.
003798     CLOSE ARQ-FECHAMENTO.
003799 3100-ATUALIZAR-PERIODO-EXIT.
003800     EXIT.
003801*
003802 3110-LER-PERIODO.
003803     MOVE WS-MES-EXPURGO TO FEC-ANO-MES.
003804     READ ARQ-FECHAMENTO
003805         INVALID KEY
003806             MOVE SPACE          TO FEC-REGISTRO
003807             MOVE WS-MES-EXPURGO TO FEC-ANO-MES
003808             SET FEC-SIT-ABERTO  TO TRUE
003809             MOVE ZERO           TO FEC-DATA-FECHAMENTO
003810             MOVE ZERO           TO FEC-HORA-FECHAMENTO
003811             MOVE ZERO           TO FEC-QTD-FECHAMENTOS
003812             MOVE ZERO           TO FEC-DATA-REABERTURA
003813             PERFORM 3115-ZERAR-TIPO
003814                 THRU 3115-ZERAR-TIPO-EXIT
003815                 VARYING WS-IND-TIPO FROM 1 BY 1
003816                 UNTIL WS-IND-TIPO GREATER THAN 5
003817     END-READ.
003818 3110-LER-PERIODO-EXIT.
003819     EXIT.
003820*
003821 3115-ZERAR-TIPO.
003822     MOVE ZERO TO FEC-ABE-QTD (WS-IND-TIPO).
003823     MOVE ZERO TO FEC-ABE-TOTAL (WS-IND-TIPO).
003824     MOVE ZERO TO FEC-POS-QTD (WS-IND-TIPO).
003825     MOVE ZERO TO FEC-POS-TOTAL (WS-IND-TIPO).
003826     MOVE ZERO TO FEC-EXP-QTD (WS-IND-TIPO).
003827     MOVE ZERO TO FEC-EXP-TOTAL (WS-IND-TIPO).
003828     MOVE ZERO TO FEC-FEC-QTD (WS-IND-TIPO).
003829     MOVE ZERO TO FEC-FEC-TOTAL (WS-IND-TIPO).
003830 3115-ZERAR-TIPO-EXIT.
003831     EXIT.
003832*
003833 3120-AVANCAR-MES.
003834     IF WS-EXP-MES EQUAL 12
003835         ADD 1 TO WS-EXP-ANO
003836         MOVE 01 TO WS-EXP-MES
003837     ELSE
003838         ADD 1 TO WS-EXP-MES
003839     END-IF.
003840     PERFORM 3110-LER-PERIODO
003841         THRU 3110-LER-PERIODO-EXIT.
003842 3120-AVANCAR-MES-EXIT.
003843     EXIT.
003844*
003845 3130-SOMAR-EXPURGO.
003846     ADD WS-EXP-QTD (WS-IND-TIPO)   TO FEC-EXP-QTD (WS-IND-TIPO).
003847     ADD WS-EXP-TOTAL (WS-IND-TIPO) TO
003848         FEC-EXP-TOTAL (WS-IND-TIPO).
003849 3130-SOMAR-EXPURGO-EXIT.
003850     EXIT.
