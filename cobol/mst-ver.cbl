000010*****************************************************************
000020*
000030*    PROGRAMA .: MST-VER
000040*    FUNCAO ...: VERIFICACAO PERIODICA DE INTEGRIDADE DO ARQUIVO
000050*                MESTRE DE PARES PROCESSADOS E DO KSDS DE
000060*                HISTORICO DO EXPURGO (PROD.NUMEROS.HISTKSDS).
000070*                RECALCULA O RESULTADO DE CADA REGISTRO COM AS
000080*                MESMAS REGRAS DO DISPATCHER DL100-DSP (MAIOR
000090*                DOS DOIS NA COMPARACAO, SOMA, PRODUTO E
000100*                QUOCIENTE TRUNCADOS EM DUAS CASAS) E LISTA TODA
000110*                DIVERGENCIA DE MST-RESULT OU MST-MAIOR-NUM, TODO
000120*                REGISTRO COM TIPO DE TRANSACAO DESCONHECIDO,
000130*                CHAVE NAO NUMERICA OU DATA DE PROCESSAMENTO
000140*                IMPOSSIVEL (MES/DIA FORA DO CALENDARIO OU
000150*                POSTERIOR A DATA DO MOVIMENTO).  CONFERE AINDA O
000160*                INDICE ALTERNADO POR MST-DATA-PROC (PATH
000170*                PROD.NUMEROS.MESTRE.DATAPATH, DD MESTRE1) CONTRA
000180*                O CLUSTER BASE: QUANTIDADE DE REGISTROS, TOTAL DE
000190*                MST-RESULT E ORDEM DAS DATAS.  PARA CADA
000200*                DIVERGENCIA DE RESULTADO NO MESTRE GRAVA UMA
000210*                TRANSACAO DE CORRECAO 'C' NO LAYOUT MNTREC.CPY
000220*                (DD MANUTENCAO) COM O VALOR RECALCULADO, PARA O
000230*                SUPERVISOR REVISAR E SUBMETER AO MST-MNT; OS
000240*                REGISTROS DO HISTORICO SAO SO LISTADOS.  NAO
000250*                ALTERA NENHUM ARQUIVO.  TERMINA COM CC 0 SEM
000260*                OCORRENCIAS, CC 4 COM OCORRENCIAS LISTADAS, CC 8
000270*                SE O INDICE ALTERNADO DIVERGIR DO CLUSTER BASE
000280*                (REFAZER O BLDINDEX DO ALOCMEST), CC 12 EM FALHA
000290*                DE I-O E CC 16 SE O PARAMETRO ESTIVER AUSENTE OU
000300*                INVALIDO.
000310*
000320*****************************************************************
000330* HISTORICO DE ALTERACOES
000340* ----------------------------------------------------------------
000350* DATA       AUTOR  DESCRICAO
000360* ---------- -----  ------------------------------------------
000370* 2026-10-15 RM     PROGRAMA ORIGINAL.
000380* 2026-10-15 RM     AS TRANSACOES DE CORRECAO SAEM COM O USUARIO
000390*                   'MSTVER' E O MOTIVO PREENCHIDOS (MNTREC.CPY):
000400*                   SUBMETIDAS AO MST-MNT, VIRAM PEDIDOS PENDENTES
000410*                   DE APROVACAO NA TELA MAPR COMO QUALQUER OUTRA
000420*                   MANUTENCAO.
000430*****************************************************************
000440 IDENTIFICATION DIVISION.
000450 PROGRAM-ID.     MST-VER.
000460 AUTHOR.         EQUIPE DE MANUTENCAO COBOL.
000470 INSTALLATION.   CENTRO DE PROCESSAMENTO DE DADOS.
000480 DATE-WRITTEN.   2026-10-15.
000490 DATE-COMPILED.  2026-10-15.
000500*
000510 ENVIRONMENT DIVISION.
000520 CONFIGURATION SECTION.
000530 SOURCE-COMPUTER.   IBM-370.
000540 OBJECT-COMPUTER.   IBM-370.
000550 INPUT-OUTPUT SECTION.
000560 FILE-CONTROL.
000570     SELECT ARQ-MESTRE     ASSIGN TO MESTRE
000580         ORGANIZATION IS INDEXED
000590         ACCESS MODE IS DYNAMIC
000600         RECORD KEY IS MST-CHAVE
000610         ALTERNATE RECORD KEY IS MST-DATA-PROC
000620             WITH DUPLICATES
000630         FILE STATUS IS WS-FS-MESTRE.
000640     SELECT ARQ-HISTKSDS   ASSIGN TO HISTKSDS
000650         ORGANIZATION IS INDEXED
000660         ACCESS MODE IS DYNAMIC
000670         RECORD KEY IS HIX-CHAVE
000680         FILE STATUS IS WS-FS-HISTKSDS.
000690     SELECT ARQ-PARAMETRO  ASSIGN TO PARAMETRO
000700         ORGANIZATION IS SEQUENTIAL
000710         FILE STATUS IS WS-FS-PARAMETRO.
000720     SELECT ARQ-MANUTENCAO ASSIGN TO MANUTENCAO
000730         ORGANIZATION IS SEQUENTIAL
000740         FILE STATUS IS WS-FS-MANUTENCAO.
000750     SELECT ARQ-RELATORIO  ASSIGN TO RELATORIO
000760         ORGANIZATION IS SEQUENTIAL
000770         FILE STATUS IS WS-FS-RELATORIO.
000780*
000790 DATA DIVISION.
000800 FILE SECTION.
000810 FD  ARQ-MESTRE
000820     LABEL RECORDS ARE STANDARD
000830     RECORDING MODE IS F.
000840 COPY MASTREC.
000850*
000860 FD  ARQ-HISTKSDS
000870     LABEL RECORDS ARE STANDARD
000880     RECORDING MODE IS F.
000890 COPY HIXREC.
000900*
000910 FD  ARQ-PARAMETRO
000920     LABEL RECORDS ARE STANDARD
000930     RECORDING MODE IS F.
000940 COPY PARMREC.
000950*
000960 FD  ARQ-MANUTENCAO
000970     LABEL RECORDS ARE STANDARD
000980     RECORDING MODE IS F.
000990 COPY MNTREC.
001000*
001010 FD  ARQ-RELATORIO
001020     LABEL RECORDS ARE STANDARD
001030     RECORDING MODE IS F.
001040 01  REL-REC                         PIC X(80).
001050*
001060 WORKING-STORAGE SECTION.
001070 01  WS-FLAGS.
001080     05  WS-FS-MESTRE                PIC X(02) VALUE '00'.
001090     05  WS-FS-HISTKSDS              PIC X(02) VALUE '00'.
001100     05  WS-FS-PARAMETRO             PIC X(02) VALUE '00'.
001110     05  WS-FS-MANUTENCAO            PIC X(02) VALUE '00'.
001120     05  WS-FS-RELATORIO             PIC X(02) VALUE '00'.
001130*
001140 01  WS-SWITCHES.
001150     05  WS-SW-FIM-MESTRE            PIC X(01) VALUE 'N'.
001160         88  WS-FIM-MESTRE               VALUE 'S'.
001170     05  WS-SW-FIM-HISTKSDS          PIC X(01) VALUE 'N'.
001180         88  WS-FIM-HISTKSDS             VALUE 'S'.
001190     05  WS-SW-FIM-INDICE            PIC X(01) VALUE 'N'.
001200         88  WS-FIM-INDICE               VALUE 'S'.
001210     05  WS-SW-ORIGEM                PIC X(01) VALUE 'M'.
001220         88  WS-ORIGEM-MESTRE            VALUE 'M'.
001230         88  WS-ORIGEM-HISTORICO         VALUE 'H'.
001240     05  WS-SW-CALCULO               PIC X(01) VALUE 'S'.
001250         88  WS-CALCULO-FEITO            VALUE 'S'.
001260         88  WS-CALCULO-IMPOSSIVEL       VALUE 'N'.
001270     05  WS-SW-INDICE-DIVERGENTE     PIC X(01) VALUE 'N'.
001280         88  WS-INDICE-DIVERGENTE        VALUE 'S'.
001290*
001300 01  WS-CONTROLE-EXECUCAO.
001310     05  WS-RETORNO                  PIC 9(02) VALUE ZERO.
001320*
001330 01  WS-DATA-HORA.
001340     05  WS-DATA-EXECUCAO            PIC 9(08) VALUE ZERO.
001350*
001360*    DATA DE PROCESSAMENTO DO REGISTRO EM VERIFICACAO, DECOMPOSTA
001370*    PARA O TESTE DE CALENDARIO (MESMAS REGRAS DO EXC-AGE).
001380*
001390 01  WS-DATA-VERIFICADA-GRP.
001400     05  WS-DATA-VERIFICADA.
001410         10  WS-VER-ANO              PIC 9(04).
001420         10  WS-VER-MES              PIC 9(02).
001430         10  WS-VER-DIA              PIC 9(02).
001440     05  WS-DATA-VERIFICADA-NUM REDEFINES WS-DATA-VERIFICADA
001450                                     PIC 9(08).
001460*
001470 01  WS-CALENDARIO.
001480     05  WS-ULTIMO-DIA               PIC 9(02) VALUE ZERO.
001490     05  WS-QUOCIENTE-ANO            PIC 9(04) VALUE ZERO.
001500     05  WS-RESTO-ANO                PIC 9(04) VALUE ZERO.
001510*
001520*    AREAS DE CALCULO COM AS MESMAS PICTURES DO DL100-DSP, PARA
001530*    QUE O TRUNCAMENTO DO RESULTADO RECALCULADO SEJA IDENTICO AO
001540*    DA GRAVACAO ORIGINAL.
001550*
001560 01  WS-CALCULO.
001570     05  WS-PRODUTO                  PIC 9(13)V9(04) VALUE ZERO.
001580     05  WS-QUOCIENTE                PIC 9(09)V9(02) VALUE ZERO.
001590     05  WS-RESTO                    PIC 9(07)V9(04) VALUE ZERO.
001600     05  WS-RESULT-CALCULADO         PIC S9(13)V9(02) VALUE ZERO.
001610     05  WS-MAIOR-CALCULADO          PIC S9(06)V9(02) VALUE ZERO.
001620*
001630 01  WS-CONTADORES.
001640     05  WS-CONT-LIDOS-MESTRE        PIC 9(09) COMP VALUE ZERO.
001650     05  WS-CONT-LIDOS-HISTORICO     PIC 9(09) COMP VALUE ZERO.
001660     05  WS-CONT-LIDOS-INDICE        PIC 9(09) COMP VALUE ZERO.
001670     05  WS-CONT-DIV-RESULT          PIC 9(09) COMP VALUE ZERO.
001680     05  WS-CONT-DIV-MAIOR           PIC 9(09) COMP VALUE ZERO.
001690     05  WS-CONT-TIPO-DESCONHECIDO   PIC 9(09) COMP VALUE ZERO.
001700     05  WS-CONT-CHAVE-INVALIDA      PIC 9(09) COMP VALUE ZERO.
001710     05  WS-CONT-CALCULO-IMPOSSIVEL  PIC 9(09) COMP VALUE ZERO.
001720     05  WS-CONT-DATA-INVALIDA       PIC 9(09) COMP VALUE ZERO.
001730     05  WS-CONT-CORRECOES           PIC 9(09) COMP VALUE ZERO.
001740     05  WS-CONT-FORA-ORDEM          PIC 9(09) COMP VALUE ZERO.
001750     05  WS-CONT-OCORRENCIAS         PIC 9(09) COMP VALUE ZERO.
001760*
001770*    TOTAIS DE CONFERENCIA DO INDICE ALTERNADO: O MESMO
001780*    ACUMULADO NA VARREDURA PELA CHAVE PRIMARIA E NA VARREDURA
001790*    PELO PATH TEM DE FECHAR.
001800*
001810 01  WS-TOTAIS-INDICE.
001820     05  WS-TOTAL-BASE               PIC S9(15)V9(02) VALUE ZERO.
001830     05  WS-TOTAL-INDICE             PIC S9(15)V9(02) VALUE ZERO.
001840     05  WS-DATA-ANTERIOR            PIC 9(08) VALUE ZERO.
001850*
001860 01  WS-LINHA-DETALHE.
001870     05  WS-DET-ORIGEM               PIC X(01).
001880     05  FILLER                      PIC X(01) VALUE SPACE.
001890     05  WS-DET-NUM-1                PIC -(6)9.99.
001900     05  FILLER                      PIC X(01) VALUE '/'.
001910     05  WS-DET-NUM-2                PIC -(6)9.99.
001920     05  FILLER                      PIC X(01) VALUE '/'.
001930     05  WS-DET-TIPO                 PIC X(01).
001940     05  FILLER                      PIC X(02) VALUE SPACE.
001950     05  WS-DET-SITUACAO             PIC X(40) VALUE SPACE.
001960     05  FILLER                      PIC X(13) VALUE SPACE.
001970*
001980 01  WS-LINHA-VALORES.
001990     05  FILLER                      PIC X(05) VALUE SPACE.
002000     05  FILLER                      PIC X(08) VALUE 'GRAVADO '.
002010     05  WS-VAL-GRAVADO              PIC -(13)9.99.
002020     05  FILLER                      PIC X(11) VALUE
002030         ' CALCULADO '.
002040     05  WS-VAL-CALCULADO            PIC -(13)9.99.
002050     05  FILLER                      PIC X(22) VALUE SPACE.
002060*
002070 01  WS-LINHA-DATA.
002080     05  WS-LDT-TEXTO                PIC X(40) VALUE SPACE.
002090     05  WS-LDT-DATA                 PIC X(08).
002100     05  FILLER                      PIC X(32) VALUE SPACE.
002110*
002120 01  WS-LINHA-RESUMO.
002130     05  WS-RES-TEXTO                PIC X(40) VALUE SPACE.
002140     05  WS-RES-VALOR                PIC ZZZ,ZZZ,ZZ9.
002150     05  FILLER                      PIC X(29) VALUE SPACE.
002160*
002170 01  WS-LINHA-TOTAL.
002180     05  WS-TOT-TEXTO                PIC X(40) VALUE SPACE.
002190     05  WS-TOT-VALOR                PIC -(15)9.99.
002200     05  FILLER                      PIC X(21) VALUE SPACE.
002210*
002220 PROCEDURE DIVISION.
002230*
002240 0000-MAINLINE.
002250     PERFORM 1000-INICIALIZA
002260         THRU 1000-INICIALIZA-EXIT.
002270     SET WS-ORIGEM-MESTRE TO TRUE.
002280     PERFORM 2000-VARRER-MESTRE
002290         THRU 2000-VARRER-MESTRE-EXIT
002300         UNTIL WS-FIM-MESTRE.
002310     SET WS-ORIGEM-HISTORICO TO TRUE.
002320     PERFORM 2500-VARRER-HISTORICO
002330         THRU 2500-VARRER-HISTORICO-EXIT
002340         UNTIL WS-FIM-HISTKSDS.
002350     PERFORM 2700-POSICIONAR-INDICE
002360         THRU 2700-POSICIONAR-INDICE-EXIT.
002370     PERFORM 2800-VARRER-INDICE
002380         THRU 2800-VARRER-INDICE-EXIT
002390         UNTIL WS-FIM-INDICE.
002400     PERFORM 3000-FINALIZA
002410         THRU 3000-FINALIZA-EXIT.
002420     MOVE WS-RETORNO TO RETURN-CODE.
002430     GOBACK.
002440*
002450 1000-INICIALIZA.
002460     DISPLAY 'MST-VER - VERIFICACAO DE INTEGRIDADE DO MESTRE'.
002470     PERFORM 1050-LER-PARAMETRO
002480         THRU 1050-LER-PARAMETRO-EXIT.
002490     OPEN INPUT ARQ-MESTRE.
002500     IF WS-FS-MESTRE NOT = '00'
002510         DISPLAY 'MST-VER - ERRO AO ABRIR O MESTRE - FS '
002520             WS-FS-MESTRE
002530         MOVE 12 TO RETURN-CODE
002540         GOBACK
002550     END-IF.
002560     OPEN INPUT ARQ-HISTKSDS.
002570     IF WS-FS-HISTKSDS NOT = '00'
002580         DISPLAY 'MST-VER - ERRO AO ABRIR O HISTORICO - FS '
002590             WS-FS-HISTKSDS
002600         MOVE 12 TO RETURN-CODE
002610         GOBACK
002620     END-IF.
002630     OPEN OUTPUT ARQ-MANUTENCAO.
002640     IF WS-FS-MANUTENCAO NOT = '00'
002650         DISPLAY 'MST-VER - ERRO AO ABRIR MANUTENCAO - FS '
002660             WS-FS-MANUTENCAO
002670         MOVE 12 TO RETURN-CODE
002680         GOBACK
002690     END-IF.
002700     OPEN OUTPUT ARQ-RELATORIO.
002710     MOVE 'VERIFICACAO DE INTEGRIDADE DO MESTRE - MST-VER' TO
002720         REL-REC.
002730     WRITE REL-REC.
002740     MOVE 'DATA DO MOVIMENTO (BASE)'         TO WS-LDT-TEXTO.
002750     MOVE WS-DATA-EXECUCAO                   TO WS-LDT-DATA.
002760     MOVE WS-LINHA-DATA TO REL-REC.
002770     WRITE REL-REC.
002780     MOVE 'ORIGEM M = MESTRE, H = HISTORICO DO EXPURGO' TO
002790         REL-REC.
002800     WRITE REL-REC.
002810 1000-INICIALIZA-EXIT.
002820     EXIT.
002830*
002840 1050-LER-PARAMETRO.
002850     OPEN INPUT ARQ-PARAMETRO.
002860     IF WS-FS-PARAMETRO NOT = '00'
002870         DISPLAY 'MST-VER - ARQUIVO DE PARAMETROS AUSENTE - '
002880             'FS ' WS-FS-PARAMETRO
002890         MOVE 16 TO RETURN-CODE
002900         GOBACK
002910     END-IF.
002920     READ ARQ-PARAMETRO
002930         AT END
002940             DISPLAY 'MST-VER - REGISTRO DE PARAMETROS AUSENTE'
002950             MOVE 16 TO RETURN-CODE
002960             GOBACK
002970     END-READ.
002980     IF PRM-DATA-MOVIMENTO NOT NUMERIC
002990        OR PRM-DATA-MOVIMENTO EQUAL ZERO
003000         DISPLAY 'MST-VER - DATA DO MOVIMENTO AUSENTE OU '
003010             'INVALIDA'
003020         MOVE 16 TO RETURN-CODE
003030         GOBACK
003040     END-IF.
003050     MOVE PRM-DATA-MOVIMENTO TO WS-DATA-EXECUCAO.
003060     CLOSE ARQ-PARAMETRO.
003070 1050-LER-PARAMETRO-EXIT.
003080     EXIT.
003090*
003100*    PRIMEIRA PASSADA: O CLUSTER BASE EM ORDEM DE CHAVE PRIMARIA.
003110*    ALEM DA VERIFICACAO DO REGISTRO, ACUMULA A QUANTIDADE E O
003120*    TOTAL DE MST-RESULT QUE A PASSADA PELO INDICE TEM DE
003130*    REPRODUZIR.
003140*
003150 2000-VARRER-MESTRE.
003160     READ ARQ-MESTRE NEXT RECORD
003170         AT END
003180             SET WS-FIM-MESTRE TO TRUE
003190             GO TO 2000-VARRER-MESTRE-EXIT
003200     END-READ.
003210     IF WS-FS-MESTRE NOT = '00'
003220         DISPLAY 'MST-VER - FALHA DE I-O NO MESTRE - FS '
003230             WS-FS-MESTRE
003240         MOVE 12 TO WS-RETORNO
003250         SET WS-FIM-MESTRE TO TRUE
003260         GO TO 2000-VARRER-MESTRE-EXIT
003270     END-IF.
003280     ADD 1 TO WS-CONT-LIDOS-MESTRE.
003290     IF MST-RESULT NUMERIC
003300         ADD MST-RESULT TO WS-TOTAL-BASE
003310     END-IF.
003320     PERFORM 2100-VERIFICAR-REGISTRO
003330         THRU 2100-VERIFICAR-REGISTRO-EXIT.
003340 2000-VARRER-MESTRE-EXIT.
003350     EXIT.
003360*
003370*    VERIFICACAO COMUM AO MESTRE E AO HISTORICO, SOBRE A AREA
003380*    MASTER-RECORD: CHAVE, TIPO, DATA E RESULTADO RECALCULADO.
003390*    CADA OCORRENCIA VAI PARA A LISTAGEM; A CORRECAO SO E GERADA
003400*    PARA REGISTRO DO MESTRE COM RESULTADO DIVERGENTE.
003410*
003420 2100-VERIFICAR-REGISTRO.
003430     MOVE SPACE TO WS-DET-SITUACAO.
003440     IF MST-NUM-1 NOT NUMERIC OR MST-NUM-2 NOT NUMERIC
003450         ADD 1 TO WS-CONT-CHAVE-INVALIDA
003460         MOVE 'CHAVE NAO NUMERICA' TO WS-DET-SITUACAO
003470         PERFORM 2900-LISTAR-OCORRENCIA
003480             THRU 2900-LISTAR-OCORRENCIA-EXIT
003490         GO TO 2100-VERIFICAR-REGISTRO-EXIT
003500     END-IF.
003510     PERFORM 2200-VERIFICAR-DATA
003520         THRU 2200-VERIFICAR-DATA-EXIT.
003530     IF NOT MST-TIPO-COMPARACAO AND NOT MST-TIPO-SOMA
003540        AND NOT MST-TIPO-MULT AND NOT MST-TIPO-DIV
003550         ADD 1 TO WS-CONT-TIPO-DESCONHECIDO
003560         MOVE 'TIPO DE TRANSACAO DESCONHECIDO' TO WS-DET-SITUACAO
003570         PERFORM 2900-LISTAR-OCORRENCIA
003580             THRU 2900-LISTAR-OCORRENCIA-EXIT
003590         GO TO 2100-VERIFICAR-REGISTRO-EXIT
003600     END-IF.
003610     PERFORM 2300-RECALCULAR-RESULTADO
003620         THRU 2300-RECALCULAR-RESULTADO-EXIT.
003630     IF WS-CALCULO-IMPOSSIVEL
003640         ADD 1 TO WS-CONT-CALCULO-IMPOSSIVEL
003650         PERFORM 2900-LISTAR-OCORRENCIA
003660             THRU 2900-LISTAR-OCORRENCIA-EXIT
003670         GO TO 2100-VERIFICAR-REGISTRO-EXIT
003680     END-IF.
003690     IF MST-RESULT NOT NUMERIC
003700        OR MST-RESULT NOT EQUAL WS-RESULT-CALCULADO
003710         ADD 1 TO WS-CONT-DIV-RESULT
003720         MOVE 'MST-RESULT DIVERGE DO RECALCULO' TO WS-DET-SITUACAO
003730         PERFORM 2900-LISTAR-OCORRENCIA
003740             THRU 2900-LISTAR-OCORRENCIA-EXIT
003750         IF MST-RESULT NUMERIC
003760             MOVE MST-RESULT TO WS-VAL-GRAVADO
003770         ELSE
003780             MOVE ZERO       TO WS-VAL-GRAVADO
003790         END-IF
003800         MOVE WS-RESULT-CALCULADO TO WS-VAL-CALCULADO
003810         MOVE WS-LINHA-VALORES TO REL-REC
003820         WRITE REL-REC
003830         IF WS-ORIGEM-MESTRE
003840             PERFORM 2400-GRAVAR-CORRECAO
003850                 THRU 2400-GRAVAR-CORRECAO-EXIT
003860         END-IF
003870     END-IF.
003880     IF MST-MAIOR-NUM NOT NUMERIC
003890        OR MST-MAIOR-NUM NOT EQUAL WS-MAIOR-CALCULADO
003900         ADD 1 TO WS-CONT-DIV-MAIOR
003910         MOVE 'MST-MAIOR-NUM DIVERGE DO RECALCULO' TO
003920             WS-DET-SITUACAO
003930         PERFORM 2900-LISTAR-OCORRENCIA
003940             THRU 2900-LISTAR-OCORRENCIA-EXIT
003950         IF MST-MAIOR-NUM NUMERIC
003960             MOVE MST-MAIOR-NUM TO WS-VAL-GRAVADO
003970         ELSE
003980             MOVE ZERO          TO WS-VAL-GRAVADO
003990         END-IF
004000         MOVE WS-MAIOR-CALCULADO TO WS-VAL-CALCULADO
004010         MOVE WS-LINHA-VALORES TO REL-REC
004020         WRITE REL-REC
004030     END-IF.
004040 2100-VERIFICAR-REGISTRO-EXIT.
004050     EXIT.
004060*
004070*    DATA IMPOSSIVEL: NAO NUMERICA, MES OU DIA FORA DO CALENDARIO
004080*    (ANO BISSEXTO TRATADO COMO NO EXC-AGE) OU POSTERIOR A DATA
004090*    DO MOVIMENTO.  A OCORRENCIA E LISTADA MAS NAO IMPEDE O
004100*    RECALCULO DO RESULTADO.
004110*
004120 2200-VERIFICAR-DATA.
004130     PERFORM 2210-CONFERIR-DATA
004140         THRU 2210-CONFERIR-DATA-EXIT.
004150     IF WS-DET-SITUACAO EQUAL SPACE
004160         GO TO 2200-VERIFICAR-DATA-EXIT
004170     END-IF.
004180     ADD 1 TO WS-CONT-DATA-INVALIDA.
004190     PERFORM 2900-LISTAR-OCORRENCIA
004200         THRU 2900-LISTAR-OCORRENCIA-EXIT.
004210     MOVE '     DATA DE PROCESSAMENTO GRAVADA' TO WS-LDT-TEXTO.
004220     MOVE MST-DATA-PROC TO WS-LDT-DATA.
004230     MOVE WS-LINHA-DATA TO REL-REC.
004240     WRITE REL-REC.
004250     MOVE SPACE TO WS-DET-SITUACAO.
004260 2200-VERIFICAR-DATA-EXIT.
004270     EXIT.
004280*
004290 2210-CONFERIR-DATA.
004300     IF MST-DATA-PROC NOT NUMERIC
004310         MOVE 'DATA DE PROCESSAMENTO NAO NUMERICA' TO
004320             WS-DET-SITUACAO
004330         GO TO 2210-CONFERIR-DATA-EXIT
004340     END-IF.
004350     MOVE MST-DATA-PROC TO WS-DATA-VERIFICADA-NUM.
004360     IF WS-VER-ANO LESS THAN 1900
004370        OR WS-VER-MES LESS THAN 01 OR WS-VER-MES GREATER THAN 12
004380         MOVE 'DATA DE PROCESSAMENTO IMPOSSIVEL' TO
004390             WS-DET-SITUACAO
004400         GO TO 2210-CONFERIR-DATA-EXIT
004410     END-IF.
004420     PERFORM 2250-ULTIMO-DIA-DO-MES
004430         THRU 2250-ULTIMO-DIA-DO-MES-EXIT.
004440     IF WS-VER-DIA LESS THAN 01
004450        OR WS-VER-DIA GREATER THAN WS-ULTIMO-DIA
004460         MOVE 'DATA DE PROCESSAMENTO IMPOSSIVEL' TO
004470             WS-DET-SITUACAO
004480         GO TO 2210-CONFERIR-DATA-EXIT
004490     END-IF.
004500     IF MST-DATA-PROC GREATER THAN WS-DATA-EXECUCAO
004510         MOVE 'DATA DE PROCESSAMENTO FUTURA' TO WS-DET-SITUACAO
004520     END-IF.
004530 2210-CONFERIR-DATA-EXIT.
004540     EXIT.
004550*
004560 2250-ULTIMO-DIA-DO-MES.
004570     EVALUATE WS-VER-MES
004580         WHEN 01
004590         WHEN 03
004600         WHEN 05
004610         WHEN 07
004620         WHEN 08
004630         WHEN 10
004640         WHEN 12
004650             MOVE 31 TO WS-ULTIMO-DIA
004660         WHEN 04
004670         WHEN 06
004680         WHEN 09
004690         WHEN 11
004700             MOVE 30 TO WS-ULTIMO-DIA
004710         WHEN 02
004720             PERFORM 2260-TESTAR-BISSEXTO
004730                 THRU 2260-TESTAR-BISSEXTO-EXIT
004740     END-EVALUATE.
004750 2250-ULTIMO-DIA-DO-MES-EXIT.
004760     EXIT.
004770*
004780 2260-TESTAR-BISSEXTO.
004790     MOVE 28 TO WS-ULTIMO-DIA.
004800     DIVIDE WS-VER-ANO BY 4 GIVING WS-QUOCIENTE-ANO
004810         REMAINDER WS-RESTO-ANO.
004820     IF WS-RESTO-ANO EQUAL ZERO
004830         MOVE 29 TO WS-ULTIMO-DIA
004840         DIVIDE WS-VER-ANO BY 100 GIVING WS-QUOCIENTE-ANO
004850             REMAINDER WS-RESTO-ANO
004860         IF WS-RESTO-ANO EQUAL ZERO
004870             DIVIDE WS-VER-ANO BY 400 GIVING WS-QUOCIENTE-ANO
004880                 REMAINDER WS-RESTO-ANO
004890             IF WS-RESTO-ANO NOT EQUAL ZERO
004900                 MOVE 28 TO WS-ULTIMO-DIA
004910             END-IF
004920         END-IF
004930     END-IF.
004940 2260-TESTAR-BISSEXTO-EXIT.
004950     EXIT.
004960*
004970*    REGRAS DO DL100-DSP (2200-DESPACHAR-COMPARACAO A
004980*    2500-DESPACHAR-DIV): NA COMPARACAO O MAIOR DOS DOIS (NUM-1
004990*    NO EMPATE) E TAMBEM O MST-MAIOR-NUM; NOS DEMAIS TIPOS O
005000*    MST-MAIOR-NUM E ZERO.  PRODUTO ESTOURADO OU DIVISOR ZERO
005010*    NUNCA DEVERIAM TER CHEGADO AO MESTRE E SAO LISTADOS.
005020*
005030 2300-RECALCULAR-RESULTADO.
005040     SET WS-CALCULO-FEITO TO TRUE.
005050     MOVE ZERO TO WS-RESULT-CALCULADO.
005060     MOVE ZERO TO WS-MAIOR-CALCULADO.
005070     EVALUATE TRUE
005080         WHEN MST-TIPO-COMPARACAO
005090             IF MST-NUM-2 GREATER THAN MST-NUM-1
005100                 MOVE MST-NUM-2 TO WS-RESULT-CALCULADO
005110             ELSE
005120                 MOVE MST-NUM-1 TO WS-RESULT-CALCULADO
005130             END-IF
005140             MOVE WS-RESULT-CALCULADO TO WS-MAIOR-CALCULADO
005150         WHEN MST-TIPO-SOMA
005160             ADD MST-NUM-1 MST-NUM-2 GIVING WS-RESULT-CALCULADO
005170         WHEN MST-TIPO-MULT
005180             MULTIPLY MST-NUM-1 BY MST-NUM-2 GIVING WS-PRODUTO
005190                 ON SIZE ERROR
005200                     SET WS-CALCULO-IMPOSSIVEL TO TRUE
005210                     MOVE 'PRODUTO EXCEDE A CAPACIDADE' TO
005220                         WS-DET-SITUACAO
005230                     GO TO 2300-RECALCULAR-RESULTADO-EXIT
005240             END-MULTIPLY
005250             MOVE WS-PRODUTO TO WS-RESULT-CALCULADO
005260         WHEN MST-TIPO-DIV
005270             IF MST-NUM-2 EQUAL ZERO
005280                 SET WS-CALCULO-IMPOSSIVEL TO TRUE
005290                 MOVE 'DIVISAO POR ZERO GRAVADA NO MESTRE' TO
005300                     WS-DET-SITUACAO
005310                 GO TO 2300-RECALCULAR-RESULTADO-EXIT
005320             END-IF
005330             DIVIDE MST-NUM-1 BY MST-NUM-2 GIVING WS-QUOCIENTE
005340                 REMAINDER WS-RESTO
005350             MOVE WS-QUOCIENTE TO WS-RESULT-CALCULADO
005360     END-EVALUATE.
005370 2300-RECALCULAR-RESULTADO-EXIT.
005380     EXIT.
005390*
005400*    TRANSACAO DE CORRECAO PARA O MST-MNT: ACAO 'C' NA CHAVE DO
005410*    REGISTRO COM O RESULTADO RECALCULADO (NA COMPARACAO O
005420*    MST-MNT CORRIGE TAMBEM O MST-MAIOR-NUM COM O MESMO VALOR).
005430*
005440 2400-GRAVAR-CORRECAO.
005450     MOVE SPACE               TO MAINTENANCE-RECORD.
005460     SET MNT-ACAO-CORRIGIR    TO TRUE.
005470     MOVE MST-NUM-1           TO MNT-NUM-1.
005480     MOVE MST-NUM-2           TO MNT-NUM-2.
005490     MOVE MST-TIPO-TRAN       TO MNT-TIPO-TRAN.
005500     MOVE WS-RESULT-CALCULADO TO MNT-RESULT-NOVO.
005510     MOVE 'MSTVER  '          TO MNT-USUARIO.
005520     MOVE 'DIVERGENCIA APURADA PELO MST-VER' TO MNT-MOTIVO.
005530     WRITE MAINTENANCE-RECORD.
005540     IF WS-FS-MANUTENCAO NOT = '00'
005550         DISPLAY 'MST-VER - FALHA AO GRAVAR A CORRECAO - FS '
005560             WS-FS-MANUTENCAO
005570         MOVE 12 TO WS-RETORNO
005580     ELSE
005590         ADD 1 TO WS-CONT-CORRECOES
005600     END-IF.
005610 2400-GRAVAR-CORRECAO-EXIT.
005620     EXIT.
005630*
005640*    SEGUNDA PASSADA: O KSDS DE HISTORICO DO EXPURGO, NO MESMO
005650*    LAYOUT DO MESTRE.  O REGISTRO E COPIADO PARA MASTER-RECORD
005660*    (O MESTRE JA FOI VARRIDO E CONTINUA ABERTO) E PASSA PELA
005670*    MESMA VERIFICACAO.
005680*
005690 2500-VARRER-HISTORICO.
005700     READ ARQ-HISTKSDS NEXT RECORD
005710         AT END
005720             SET WS-FIM-HISTKSDS TO TRUE
005730             GO TO 2500-VARRER-HISTORICO-EXIT
005740     END-READ.
005750     IF WS-FS-HISTKSDS NOT = '00'
005760         DISPLAY 'MST-VER - FALHA DE I-O NO HISTORICO - FS '
005770             WS-FS-HISTKSDS
005780         MOVE 12 TO WS-RETORNO
005790         SET WS-FIM-HISTKSDS TO TRUE
005800         GO TO 2500-VARRER-HISTORICO-EXIT
005810     END-IF.
005820     ADD 1 TO WS-CONT-LIDOS-HISTORICO.
005830     MOVE HIX-REGISTRO TO MASTER-RECORD.
005840     PERFORM 2100-VERIFICAR-REGISTRO
005850         THRU 2100-VERIFICAR-REGISTRO-EXIT.
005860 2500-VARRER-HISTORICO-EXIT.
005870     EXIT.
005880*
005890*    TERCEIRA PASSADA: O MESMO CLUSTER PELO INDICE ALTERNADO.
005900*    O START PELA MENOR DATA POSSIVEL POSICIONA NO INICIO DO
005910*    PATH; CLUSTER VAZIO ENCERRA A PASSADA SEM LEITURA.
005920*
005930 2700-POSICIONAR-INDICE.
005940     MOVE ZERO TO MST-DATA-PROC.
005950     START ARQ-MESTRE KEY NOT LESS THAN MST-DATA-PROC
005960         INVALID KEY
005970             SET WS-FIM-INDICE TO TRUE
005980     END-START.
005990 2700-POSICIONAR-INDICE-EXIT.
006000     EXIT.
006010*
006020 2800-VARRER-INDICE.
006030     READ ARQ-MESTRE NEXT RECORD
006040         AT END
006050             SET WS-FIM-INDICE TO TRUE
006060             GO TO 2800-VARRER-INDICE-EXIT
006070     END-READ.
006080     IF WS-FS-MESTRE NOT = '00' AND WS-FS-MESTRE NOT = '02'
006090         DISPLAY 'MST-VER - FALHA DE I-O NO INDICE - FS '
006100             WS-FS-MESTRE
006110         MOVE 12 TO WS-RETORNO
006120         SET WS-FIM-INDICE TO TRUE
006130         GO TO 2800-VARRER-INDICE-EXIT
006140     END-IF.
006150     ADD 1 TO WS-CONT-LIDOS-INDICE.
006160     IF MST-RESULT NUMERIC
006170         ADD MST-RESULT TO WS-TOTAL-INDICE
006180     END-IF.
006190     IF MST-DATA-PROC LESS THAN WS-DATA-ANTERIOR
006200         ADD 1 TO WS-CONT-FORA-ORDEM
006210     END-IF.
006220     MOVE MST-DATA-PROC TO WS-DATA-ANTERIOR.
006230 2800-VARRER-INDICE-EXIT.
006240     EXIT.
006250*
006260 2900-LISTAR-OCORRENCIA.
006270     ADD 1 TO WS-CONT-OCORRENCIAS.
006280     MOVE WS-SW-ORIGEM  TO WS-DET-ORIGEM.
006290     IF MST-NUM-1 NUMERIC AND MST-NUM-2 NUMERIC
006300         MOVE MST-NUM-1 TO WS-DET-NUM-1
006310         MOVE MST-NUM-2 TO WS-DET-NUM-2
006320     ELSE
006330         MOVE ZERO      TO WS-DET-NUM-1
006340         MOVE ZERO      TO WS-DET-NUM-2
006350     END-IF.
006360     MOVE MST-TIPO-TRAN TO WS-DET-TIPO.
006370     MOVE WS-LINHA-DETALHE TO REL-REC.
006380     WRITE REL-REC.
006390 2900-LISTAR-OCORRENCIA-EXIT.
006400     EXIT.
006410*
006420 3000-FINALIZA.
006430     IF WS-CONT-LIDOS-INDICE NOT EQUAL WS-CONT-LIDOS-MESTRE
006440        OR WS-TOTAL-INDICE NOT EQUAL WS-TOTAL-BASE
006450        OR WS-CONT-FORA-ORDEM GREATER THAN ZERO
006460         SET WS-INDICE-DIVERGENTE TO TRUE
006470     END-IF.
006480     IF WS-CONT-OCORRENCIAS GREATER THAN ZERO
006490        AND WS-RETORNO LESS THAN 4
006500         MOVE 4 TO WS-RETORNO
006510     END-IF.
006520     IF WS-INDICE-DIVERGENTE
006530         MOVE 'INDICE ALTERNADO DIVERGE DO CLUSTER BASE' TO
006540             REL-REC
006550         WRITE REL-REC
006560         IF WS-RETORNO LESS THAN 8
006570             MOVE 8 TO WS-RETORNO
006580         END-IF
006590     ELSE
006600         MOVE 'INDICE ALTERNADO CONFERE COM O CLUSTER BASE' TO
006610             REL-REC
006620         WRITE REL-REC
006630     END-IF.
006640     MOVE 'REGISTROS LIDOS NO MESTRE'        TO WS-RES-TEXTO.
006650     MOVE WS-CONT-LIDOS-MESTRE               TO WS-RES-VALOR.
006660     MOVE WS-LINHA-RESUMO TO REL-REC.
006670     WRITE REL-REC.
006680     MOVE 'REGISTROS LIDOS NO HISTORICO'     TO WS-RES-TEXTO.
006690     MOVE WS-CONT-LIDOS-HISTORICO            TO WS-RES-VALOR.
006700     MOVE WS-LINHA-RESUMO TO REL-REC.
006710     WRITE REL-REC.
006720     MOVE 'REGISTROS LIDOS PELO INDICE'      TO WS-RES-TEXTO.
006730     MOVE WS-CONT-LIDOS-INDICE               TO WS-RES-VALOR.
006740     MOVE WS-LINHA-RESUMO TO REL-REC.
006750     WRITE REL-REC.
006760     MOVE 'TOTAL MST-RESULT PELA CHAVE'      TO WS-TOT-TEXTO.
006770     MOVE WS-TOTAL-BASE                      TO WS-TOT-VALOR.
006780     MOVE WS-LINHA-TOTAL TO REL-REC.
006790     WRITE REL-REC.
006800     MOVE 'TOTAL MST-RESULT PELO INDICE'     TO WS-TOT-TEXTO.
006810     MOVE WS-TOTAL-INDICE                    TO WS-TOT-VALOR.
006820     MOVE WS-LINHA-TOTAL TO REL-REC.
006830     WRITE REL-REC.
006840     MOVE 'DATAS FORA DE ORDEM NO INDICE'    TO WS-RES-TEXTO.
006850     MOVE WS-CONT-FORA-ORDEM                 TO WS-RES-VALOR.
006860     MOVE WS-LINHA-RESUMO TO REL-REC.
006870     WRITE REL-REC.
006880     MOVE 'MST-RESULT DIVERGENTE'            TO WS-RES-TEXTO.
006890     MOVE WS-CONT-DIV-RESULT                 TO WS-RES-VALOR.
006900     MOVE WS-LINHA-RESUMO TO REL-REC.
006910     WRITE REL-REC.
006920     MOVE 'MST-MAIOR-NUM DIVERGENTE'         TO WS-RES-TEXTO.
006930     MOVE WS-CONT-DIV-MAIOR                  TO WS-RES-VALOR.
006940     MOVE WS-LINHA-RESUMO TO REL-REC.
006950     WRITE REL-REC.
006960     MOVE 'TIPO DE TRANSACAO DESCONHECIDO'   TO WS-RES-TEXTO.
006970     MOVE WS-CONT-TIPO-DESCONHECIDO          TO WS-RES-VALOR.
006980     MOVE WS-LINHA-RESUMO TO REL-REC.
006990     WRITE REL-REC.
007000     MOVE 'CHAVE NAO NUMERICA'               TO WS-RES-TEXTO.
007010     MOVE WS-CONT-CHAVE-INVALIDA             TO WS-RES-VALOR.
007020     MOVE WS-LINHA-RESUMO TO REL-REC.
007030     WRITE REL-REC.
007040     MOVE 'RESULTADO IMPOSSIVEL DE RECALCULAR' TO WS-RES-TEXTO.
007050     MOVE WS-CONT-CALCULO-IMPOSSIVEL         TO WS-RES-VALOR.
007060     MOVE WS-LINHA-RESUMO TO REL-REC.
007070     WRITE REL-REC.
007080     MOVE 'DATA DE PROCESSAMENTO INVALIDA'   TO WS-RES-TEXTO.
007090     MOVE WS-CONT-DATA-INVALIDA              TO WS-RES-VALOR.
007100     MOVE WS-LINHA-RESUMO TO REL-REC.
007110     WRITE REL-REC.
007120     MOVE 'CORRECOES GERADAS PARA O MST-MNT' TO WS-RES-TEXTO.
007130     MOVE WS-CONT-CORRECOES                  TO WS-RES-VALOR.
007140     MOVE WS-LINHA-RESUMO TO REL-REC.
007150     WRITE REL-REC.
007160     DISPLAY 'MST-VER - LIDOS NO MESTRE    : '
007170         WS-CONT-LIDOS-MESTRE.
007180     DISPLAY 'MST-VER - LIDOS NO HISTORICO : '
007190         WS-CONT-LIDOS-HISTORICO.
007200     DISPLAY 'MST-VER - OCORRENCIAS        : '
007210         WS-CONT-OCORRENCIAS.
007220     DISPLAY 'MST-VER - CORRECOES GERADAS  : ' WS-CONT-CORRECOES.
007230     CLOSE ARQ-MESTRE.
007240     CLOSE ARQ-HISTKSDS.
007250     CLOSE ARQ-MANUTENCAO.
007260     CLOSE ARQ-RELATORIO.
007270 3000-FINALIZA-EXIT.
007280     EXIT.
