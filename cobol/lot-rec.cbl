000010*****************************************************************
000020*
000030*    PROGRAMA .: LOT-REC
000040*    FUNCAO ...: RECEPCAO E CONFERENCIA DO LOTE DE ENTRADA ANTES
000050*                DA RODADA DE MAIOR-NUM, PRO-SOMA OU DL100-DSP.
000060*                O PROGRAMA DE DESTINO E LIDO POR ACCEPT DO SYSIN
000070*                E DEFINE O LAYOUT DO ARQUIVO (NUMTRAN.CPY PARA
000080*                MAIORNUM/PROSOMA, TRANDISP.CPY PARA DL100DSP).
000090*                CONFERE O CABECALHO 'HDR' DO REMETENTE (PRIMEIRO
000100*                REGISTRO, COM SISTEMA DE ORIGEM, LOTE E DATA DE
000110*                NEGOCIO IGUAL A DATA DO MOVIMENTO), O TRAILER
000120*                'TRL' (ULTIMO REGISTRO) CONTRA A QUANTIDADE DE
000130*                DETALHES E O TOTAL HASH DE NUM-1 + NUM-2
000140*                RECALCULADOS, E REJEITA O LOTE JA ACEITO ANTES
000150*                (SALVO A REAPRESENTACAO APOS ABEND, QUANDO O
000160*                CHECKPOINT DO PROGRAMA DE DESTINO ESTA ABERTO).
000170*                TODA APRESENTACAO, ACEITA OU REJEITADA, E
000180*                REGISTRADA NO CADASTRO DE LOTES (KSDS
000190*                PROD.NUMEROS.LOTEREG, LOTEREG.CPY) E NO
000200*                RELATORIO DA RECEPCAO.  TERMINA COM CC 0 SE O
000210*                LOTE FOR ACEITO, CC 8 SE FOR REJEITADO (O JCL
000220*                NAO EXECUTA O PROCESSAMENTO), CC 12 EM FALHA DE
000230*                I-O E CC 16 SE O PROGRAMA DE DESTINO OU OS
000240*                PARAMETROS FOREM INVALIDOS.
000250*
000260*****************************************************************
000270* HISTORICO DE ALTERACOES
000280* ----------------------------------------------------------------
000290* DATA       AUTOR  DESCRICAO
000300* ---------- -----  ------------------------------------------
000310* 2026-10-15 RM     PROGRAMA ORIGINAL.
000320* 2026-10-15 RM     PARA MAIORNUM E DL100DSP, SEM CHECKPOINT
000330*                   ABERTO NA CHAVE DO PROGRAMA, A REAPRESENTACAO
000340*                   TAMBEM E ACEITA QUANDO UMA DAS PARTICOES
000350*                   ('MAIORPnn'/ 'DL100Pnn') ESTA COM CHECKPOINT
000360*                   ABERTO OU CONCLUIDA NO MOVIMENTO AGUARDANDO A
000370*                   CONSOLIDACAO.
000380* 2026-10-15 RM     RODADA SIMULADA (PRM-SIMULACAO = 'S', JOBS
000390*                   MAIORSIM/SOMASIM/DL100SIM): A CONFERENCIA E O
000400*                   RETORNO SAO OS MESMOS, MAS O CADASTRO DE LOTES
000410*                   E ABERTO SO PARA LEITURA (AUSENTE, NAO HA
000420*                   CONFERENCIA DE LOTE REPETIDO) E A APRESENTACAO
000430*                   NAO E REGISTRADA; O RELATORIO DA RECEPCAO
000440*                   AVISA.
000450*****************************************************************
000460 IDENTIFICATION DIVISION.
000470 PROGRAM-ID.     LOT-REC.
000480 AUTHOR.         EQUIPE DE MANUTENCAO COBOL.
000490 INSTALLATION.   CENTRO DE PROCESSAMENTO DE DADOS.
000500 DATE-WRITTEN.   2026-10-15.
000510 DATE-COMPILED.  2026-10-15.
000520*
000530 ENVIRONMENT DIVISION.
000540 CONFIGURATION SECTION.
000550 SOURCE-COMPUTER.   IBM-370.
000560 OBJECT-COMPUTER.   IBM-370.
000570 INPUT-OUTPUT SECTION.
000580 FILE-CONTROL.
000590     SELECT ARQ-ENTRADA    ASSIGN TO ENTRADA
000600         ORGANIZATION IS SEQUENTIAL
000610         FILE STATUS IS WS-FS-ENTRADA.
000620     SELECT ARQ-LOTEREG    ASSIGN TO LOTEREG
000630         ORGANIZATION IS INDEXED
000640         ACCESS MODE IS DYNAMIC
000650         RECORD KEY IS LRG-CHAVE
000660         FILE STATUS IS WS-FS-LOTEREG.
000670     SELECT ARQ-CHECKPT    ASSIGN TO CHECKPT
000680         ORGANIZATION IS INDEXED
000690         ACCESS MODE IS DYNAMIC
000700         RECORD KEY IS CKPT-PROGRAMA
000710         FILE STATUS IS WS-FS-CHECKPT.
000720     SELECT ARQ-PARAMETRO  ASSIGN TO PARAMETRO
000730         ORGANIZATION IS SEQUENTIAL
000740         FILE STATUS IS WS-FS-PARAMETRO.
000750     SELECT ARQ-RELATORIO  ASSIGN TO RELATORIO
000760         ORGANIZATION IS SEQUENTIAL
000770         FILE STATUS IS WS-FS-RELATORIO.
000780*
000790 DATA DIVISION.
000800 FILE SECTION.
000810 FD  ARQ-ENTRADA
000820     LABEL RECORDS ARE STANDARD
000830     RECORDING MODE IS F.
000840 COPY NUMTRAN.
000850 COPY TRANDISP.
000860*
000870 FD  ARQ-LOTEREG
000880     LABEL RECORDS ARE STANDARD
000890     RECORDING MODE IS F.
000900 COPY LOTEREG.
000910*
000920 FD  ARQ-CHECKPT
000930     LABEL RECORDS ARE STANDARD
000940     RECORDING MODE IS F.
000950 COPY CKPTREC.
000960*
000970 FD  ARQ-PARAMETRO
000980     LABEL RECORDS ARE STANDARD
000990     RECORDING MODE IS F.
001000 COPY PARMREC.
001010*
001020 FD  ARQ-RELATORIO
001030     LABEL RECORDS ARE STANDARD
001040     RECORDING MODE IS F.
001050 01  REL-REC                         PIC X(80).
001060*
001070 WORKING-STORAGE SECTION.
001080 01  WS-FLAGS.
001090     05  WS-FS-ENTRADA               PIC X(02) VALUE '00'.
001100     05  WS-FS-LOTEREG               PIC X(02) VALUE '00'.
001110     05  WS-FS-CHECKPT               PIC X(02) VALUE '00'.
001120     05  WS-FS-PARAMETRO             PIC X(02) VALUE '00'.
001130     05  WS-FS-RELATORIO             PIC X(02) VALUE '00'.
001140*
001150 01  WS-SWITCHES.
001160     05  WS-SW-FIM-ARQUIVO           PIC X(01) VALUE 'N'.
001170         88  WS-FIM-ARQUIVO              VALUE 'S'.
001180     05  WS-SW-LAYOUT                PIC X(01) VALUE SPACE.
001190         88  WS-LAYOUT-NUMTRAN           VALUE 'N'.
001200         88  WS-LAYOUT-TRANDISP          VALUE 'T'.
001210     05  WS-SW-CABECALHO             PIC X(01) VALUE 'N'.
001220         88  WS-CABECALHO-LIDO           VALUE 'S'.
001230     05  WS-SW-TRAILER               PIC X(01) VALUE 'N'.
001240         88  WS-TRAILER-LIDO             VALUE 'S'.
001250     05  WS-SW-FIM-LOTEREG           PIC X(01) VALUE 'N'.
001260         88  WS-FIM-LOTEREG              VALUE 'S'.
001270     05  WS-SW-LOTE-ACEITO-ANTES     PIC X(01) VALUE 'N'.
001280         88  WS-LOTE-ACEITO-ANTES        VALUE 'S'.
001290     05  WS-SW-REAPRESENTACAO        PIC X(01) VALUE 'N'.
001300         88  WS-REAPRESENTACAO           VALUE 'S'.
001310     05  WS-SW-SIMULACAO             PIC X(01) VALUE 'N'.
001320         88  WS-RODADA-SIMULADA          VALUE 'S'.
001330     05  WS-SW-CADASTRO              PIC X(01) VALUE 'S'.
001340         88  WS-CADASTRO-DISPONIVEL      VALUE 'S'.
001350*
001360 01  WS-CONTADORES.
001370     05  WS-CONT-LIDOS               PIC 9(09) COMP VALUE ZERO.
001380     05  WS-CONT-DETALHES            PIC 9(09) COMP VALUE ZERO.
001390     05  WS-IND-PARTICAO             PIC 9(04) COMP VALUE ZERO.
001400*
001410 01  WS-CONTROLE-EXECUCAO.
001420     05  WS-RETORNO                  PIC 9(02) VALUE ZERO.
001430     05  WS-PRM-PROGRAMA             PIC X(08) VALUE SPACE.
001440     05  WS-COD-MOTIVO               PIC 9(02) VALUE ZERO.
001450         88  WS-MOT-ACEITO               VALUE 00.
001460     05  WS-CKPT-CHAVE               PIC X(08) VALUE SPACE.
001470     05  WS-CKPT-CHAVE-R REDEFINES WS-CKPT-CHAVE.
001480         10  WS-CKPT-PREFIXO         PIC X(06).
001490         10  WS-CKPT-PARTICAO        PIC 9(02).
001500     05  WS-MAX-PARTICOES            PIC 9(04) COMP VALUE 4.
001510*
001520 01  WS-DATA-HORA.
001530     05  WS-DATA-EXECUCAO            PIC 9(08) VALUE ZERO.
001540     05  WS-HORA-EXECUCAO            PIC 9(08) VALUE ZERO.
001550*
001560*    IDENTIFICACAO E TOTAIS DO LOTE: OS INFORMADOS PELO REMETENTE
001570*    (CABECALHO/TRAILER) E O HASH RECALCULADO SOBRE OS DETALHES.
001580*
001590 01  WS-LOTE-RECEBIDO.
001600     05  WS-LOTE-SISTEMA-ORIGEM      PIC X(08) VALUE SPACE.
001610     05  WS-LOTE-ID                  PIC X(10) VALUE SPACE.
001620     05  WS-LOTE-DATA-NEGOCIO        PIC 9(08) VALUE ZERO.
001630     05  WS-LOTE-QTD-INFORMADA       PIC 9(09) VALUE ZERO.
001640     05  WS-LOTE-HASH-INFORMADO      PIC S9(13)V9(02) VALUE ZERO.
001650     05  WS-LOTE-HASH-CALCULADO      PIC S9(13)V9(02) VALUE ZERO.
001660*
001670 01  WS-LINHA-DADO.
001680     05  WS-LDD-TEXTO                PIC X(40) VALUE SPACE.
001690     05  WS-LDD-VALOR                PIC X(10) VALUE SPACE.
001700     05  FILLER                      PIC X(30) VALUE SPACE.
001710*
001720 01  WS-LINHA-RESUMO.
001730     05  WS-RES-TEXTO                PIC X(40) VALUE SPACE.
001740     05  WS-RES-VALOR                PIC ZZZ,ZZZ,ZZ9.
001750     05  FILLER                      PIC X(29) VALUE SPACE.
001760*
001770 01  WS-LINHA-HASH.
001780     05  WS-LHS-TEXTO                PIC X(40) VALUE SPACE.
001790     05  WS-LHS-VALOR                PIC -(13)9.99.
001800     05  FILLER                      PIC X(22) VALUE SPACE.
001810*
001820 01  WS-LINHA-SITUACAO.
001830     05  FILLER                      PIC X(17) VALUE
001840         'SITUACAO DO LOTE:'.
001850     05  FILLER                      PIC X(01) VALUE SPACE.
001860     05  WS-LST-SITUACAO             PIC X(09) VALUE SPACE.
001870     05  FILLER                      PIC X(01) VALUE SPACE.
001880     05  WS-LST-MOTIVO               PIC 9(02).
001890     05  FILLER                      PIC X(03) VALUE ' - '.
001900     05  WS-LST-DESCRICAO            PIC X(40) VALUE SPACE.
001910     05  FILLER                      PIC X(07) VALUE SPACE.
001920*
001930 PROCEDURE DIVISION.
001940*
001950 0000-MAINLINE.
001960     PERFORM 1000-INICIALIZA
001970         THRU 1000-INICIALIZA-EXIT.
001980     PERFORM 2000-LER-LOTE
001990         THRU 2000-LER-LOTE-EXIT
002000         UNTIL WS-FIM-ARQUIVO.
002010     IF WS-MOT-ACEITO
002020         PERFORM 2500-CONFERIR-TOTAIS
002030             THRU 2500-CONFERIR-TOTAIS-EXIT
002040     END-IF.
002050     IF WS-MOT-ACEITO
002060         PERFORM 2600-VERIFICAR-LOTE-REPETIDO
002070             THRU 2600-VERIFICAR-LOTE-REPETIDO-EXIT
002080     END-IF.
002090     PERFORM 3000-FINALIZA
002100         THRU 3000-FINALIZA-EXIT.
002110     MOVE WS-RETORNO TO RETURN-CODE.
002120     GOBACK.
002130*
002140 1000-INICIALIZA.
002150     DISPLAY 'LOT-REC - RECEPCAO DE LOTE DE ENTRADA'.
002160     DISPLAY 'DIGITE O PROGRAMA DE DESTINO '
002170         '(MAIORNUM/PROSOMA/DL100DSP): '.
002180     ACCEPT WS-PRM-PROGRAMA.
002190     EVALUATE WS-PRM-PROGRAMA
002200         WHEN 'MAIORNUM'
002210         WHEN 'PROSOMA '
002220             SET WS-LAYOUT-NUMTRAN TO TRUE
002230         WHEN 'DL100DSP'
002240             SET WS-LAYOUT-TRANDISP TO TRUE
002250         WHEN OTHER
002260             DISPLAY 'LOT-REC - PROGRAMA DE DESTINO INVALIDO: '
002270                 WS-PRM-PROGRAMA
002280             MOVE 16 TO RETURN-CODE
002290             GOBACK
002300     END-EVALUATE.
002310     ACCEPT WS-HORA-EXECUCAO FROM TIME.
002320     PERFORM 1050-LER-PARAMETRO
002330         THRU 1050-LER-PARAMETRO-EXIT.
002340     OPEN INPUT  ARQ-ENTRADA.
002350     IF WS-FS-ENTRADA NOT = '00'
002360         DISPLAY 'LOT-REC - ERRO AO ABRIR ENTRADA - FS '
002370             WS-FS-ENTRADA
002380         MOVE 12 TO RETURN-CODE
002390         GOBACK
002400     END-IF.
002410     IF WS-RODADA-SIMULADA
002420         PERFORM 1100-ABRIR-CADASTRO-SIMULADO
002430             THRU 1100-ABRIR-CADASTRO-SIMULADO-EXIT
002440     ELSE
002450         PERFORM 1090-ABRIR-CADASTRO
002460             THRU 1090-ABRIR-CADASTRO-EXIT
002470     END-IF.
002480     OPEN OUTPUT ARQ-RELATORIO.
002490     MOVE 'RECEPCAO DE LOTE DE ENTRADA - LOT-REC' TO REL-REC.
002500     WRITE REL-REC.
002510     MOVE 'PROGRAMA DE DESTINO'        TO WS-LDD-TEXTO.
002520     MOVE WS-PRM-PROGRAMA              TO WS-LDD-VALOR.
002530     MOVE WS-LINHA-DADO TO REL-REC.
002540     WRITE REL-REC.
002550     MOVE 'DATA DO MOVIMENTO'          TO WS-LDD-TEXTO.
002560     MOVE WS-DATA-EXECUCAO             TO WS-LDD-VALOR.
002570     MOVE WS-LINHA-DADO TO REL-REC.
002580     WRITE REL-REC.
002590 1000-INICIALIZA-EXIT.
002600     EXIT.
002610*
002620 1050-LER-PARAMETRO.
002630     OPEN INPUT ARQ-PARAMETRO.
002640     IF WS-FS-PARAMETRO NOT = '00'
002650         DISPLAY 'LOT-REC - ARQUIVO DE PARAMETROS AUSENTE - '
002660             'FS ' WS-FS-PARAMETRO
002670         MOVE 16 TO RETURN-CODE
002680         GOBACK
002690     END-IF.
002700     READ ARQ-PARAMETRO
002710         AT END
002720             DISPLAY 'LOT-REC - REGISTRO DE PARAMETROS AUSENTE'
002730             MOVE 16 TO RETURN-CODE
002740             GOBACK
002750     END-READ.
002760     IF PRM-DATA-MOVIMENTO NOT NUMERIC
002770        OR PRM-DATA-MOVIMENTO EQUAL ZERO
002780         DISPLAY 'LOT-REC - DATA DO MOVIMENTO AUSENTE OU '
002790             'INVALIDA'
002800         MOVE 16 TO RETURN-CODE
002810         GOBACK
002820     END-IF.
002830     MOVE PRM-DATA-MOVIMENTO TO WS-DATA-EXECUCAO.
002840     IF NOT PRM-RODADA-SIMULADA
002850        AND NOT PRM-RODADA-REAL
002860         DISPLAY 'LOT-REC - INDICADOR DE SIMULACAO INVALIDO: '
002870             PRM-SIMULACAO
002880         MOVE 16 TO RETURN-CODE
002890         GOBACK
002900     END-IF.
002910     IF PRM-RODADA-SIMULADA
002920         SET WS-RODADA-SIMULADA TO TRUE
002930         DISPLAY 'LOT-REC - RODADA SIMULADA - A APRESENTACAO NAO '
002940             'SERA REGISTRADA'
002950     END-IF.
002960     CLOSE ARQ-PARAMETRO.
002970 1050-LER-PARAMETRO-EXIT.
002980     EXIT.
002990*
003000 1090-ABRIR-CADASTRO.
003010     OPEN I-O ARQ-LOTEREG.
003020     IF WS-FS-LOTEREG NOT = '00'
003030         CLOSE ARQ-LOTEREG
003040         OPEN OUTPUT ARQ-LOTEREG
003050         CLOSE ARQ-LOTEREG
003060         OPEN I-O ARQ-LOTEREG
003070     END-IF.
003080     IF WS-FS-LOTEREG NOT = '00'
003090         DISPLAY 'LOT-REC - ERRO AO ABRIR CADASTRO DE LOTES - FS '
003100             WS-FS-LOTEREG
003110         MOVE 12 TO RETURN-CODE
003120         GOBACK
003130     END-IF.
003140 1090-ABRIR-CADASTRO-EXIT.
003150     EXIT.
003160*
003170*    RODADA SIMULADA: O CADASTRO DE LOTES SO E LIDO, PARA A
003180*    CONFERENCIA DE LOTE REPETIDO; SEM ELE A CONFERENCIA NAO E
003190*    FEITA, COMO NA PRIMEIRA RECEPCAO DA RODADA REAL.
003200*
003210 1100-ABRIR-CADASTRO-SIMULADO.
003220     OPEN INPUT ARQ-LOTEREG.
003230     IF WS-FS-LOTEREG NOT = '00'
003240         MOVE 'N' TO WS-SW-CADASTRO
003250         DISPLAY 'LOT-REC - CADASTRO DE LOTES INDISPONIVEL NA '
003260             'SIMULACAO - FS ' WS-FS-LOTEREG
003270     END-IF.
003280 1100-ABRIR-CADASTRO-SIMULADO-EXIT.
003290     EXIT.
003300*
003310*    LE O ARQUIVO INTEIRO CLASSIFICANDO CADA REGISTRO EM
003320*    CABECALHO, TRAILER OU DETALHE.  O CABECALHO SO E ACEITO COMO
003330*    PRIMEIRO REGISTRO E NADA PODE VIR DEPOIS DO TRAILER; A
003340*    PRIMEIRA IRREGULARIDADE ENCERRA A LEITURA COM O MOTIVO DA
003350*    REJEICAO.
003360*
003370 2000-LER-LOTE.
003380     READ ARQ-ENTRADA
003390         AT END
003400             SET WS-FIM-ARQUIVO TO TRUE
003410             GO TO 2000-LER-LOTE-EXIT
003420     END-READ.
003430     ADD 1 TO WS-CONT-LIDOS.
003440     IF WS-TRAILER-LIDO
003450         SET LRG-MOT-CONTROLE-DESLOCADO TO TRUE
003460         MOVE LRG-COD-MOTIVO TO WS-COD-MOTIVO
003470         SET WS-FIM-ARQUIVO TO TRUE
003480         GO TO 2000-LER-LOTE-EXIT
003490     END-IF.
003500     IF WS-LAYOUT-NUMTRAN
003510         PERFORM 2100-CLASSIFICAR-NUMTRAN
003520             THRU 2100-CLASSIFICAR-NUMTRAN-EXIT
003530     ELSE
003540         PERFORM 2200-CLASSIFICAR-TRANDISP
003550             THRU 2200-CLASSIFICAR-TRANDISP-EXIT
003560     END-IF.
003570     IF NOT WS-MOT-ACEITO
003580         SET WS-FIM-ARQUIVO TO TRUE
003590     END-IF.
003600 2000-LER-LOTE-EXIT.
003610     EXIT.
003620*
003630 2100-CLASSIFICAR-NUMTRAN.
003640     IF NTH-CABECALHO-LOTE
003650         IF WS-CONT-LIDOS GREATER THAN 1
003660             SET LRG-MOT-CONTROLE-DESLOCADO TO TRUE
003670             MOVE LRG-COD-MOTIVO TO WS-COD-MOTIVO
003680             GO TO 2100-CLASSIFICAR-NUMTRAN-EXIT
003690         END-IF
003700         MOVE NTH-SISTEMA-ORIGEM TO WS-LOTE-SISTEMA-ORIGEM
003710         MOVE NTH-LOTE           TO WS-LOTE-ID
003720         IF NTH-DATA-NEGOCIO NUMERIC
003730             MOVE NTH-DATA-NEGOCIO TO WS-LOTE-DATA-NEGOCIO
003740         END-IF
003750         PERFORM 2300-CONFERIR-CABECALHO
003760             THRU 2300-CONFERIR-CABECALHO-EXIT
003770         GO TO 2100-CLASSIFICAR-NUMTRAN-EXIT
003780     END-IF.
003790     IF NOT WS-CABECALHO-LIDO
003800         SET LRG-MOT-SEM-CABECALHO TO TRUE
003810         MOVE LRG-COD-MOTIVO TO WS-COD-MOTIVO
003820         GO TO 2100-CLASSIFICAR-NUMTRAN-EXIT
003830     END-IF.
003840     IF NTT-TRAILER-LOTE
003850         SET WS-TRAILER-LIDO TO TRUE
003860         IF NTT-QTD-REGISTROS NUMERIC
003870             MOVE NTT-QTD-REGISTROS TO WS-LOTE-QTD-INFORMADA
003880         END-IF
003890         IF NTT-TOTAL-HASH NUMERIC
003900             MOVE NTT-TOTAL-HASH TO WS-LOTE-HASH-INFORMADO
003910         END-IF
003920         GO TO 2100-CLASSIFICAR-NUMTRAN-EXIT
003930     END-IF.
003940     ADD 1 TO WS-CONT-DETALHES.
003950     IF NT-NUM-1 NUMERIC
003960         ADD NT-NUM-1 TO WS-LOTE-HASH-CALCULADO
003970     END-IF.
003980     IF NT-NUM-2 NUMERIC
003990         ADD NT-NUM-2 TO WS-LOTE-HASH-CALCULADO
004000     END-IF.
004010 2100-CLASSIFICAR-NUMTRAN-EXIT.
004020     EXIT.
004030*
004040 2200-CLASSIFICAR-TRANDISP.
004050     IF TRH-CABECALHO-LOTE
004060         IF WS-CONT-LIDOS GREATER THAN 1
004070             SET LRG-MOT-CONTROLE-DESLOCADO TO TRUE
004080             MOVE LRG-COD-MOTIVO TO WS-COD-MOTIVO
004090             GO TO 2200-CLASSIFICAR-TRANDISP-EXIT
004100         END-IF
004110         MOVE TRH-SISTEMA-ORIGEM TO WS-LOTE-SISTEMA-ORIGEM
004120         MOVE TRH-LOTE           TO WS-LOTE-ID
004130         IF TRH-DATA-NEGOCIO NUMERIC
004140             MOVE TRH-DATA-NEGOCIO TO WS-LOTE-DATA-NEGOCIO
004150         END-IF
004160         PERFORM 2300-CONFERIR-CABECALHO
004170             THRU 2300-CONFERIR-CABECALHO-EXIT
004180         GO TO 2200-CLASSIFICAR-TRANDISP-EXIT
004190     END-IF.
004200     IF NOT WS-CABECALHO-LIDO
004210         SET LRG-MOT-SEM-CABECALHO TO TRUE
004220         MOVE LRG-COD-MOTIVO TO WS-COD-MOTIVO
004230         GO TO 2200-CLASSIFICAR-TRANDISP-EXIT
004240     END-IF.
004250     IF TRT-TRAILER-LOTE
004260         SET WS-TRAILER-LIDO TO TRUE
004270         IF TRT-QTD-REGISTROS NUMERIC
004280             MOVE TRT-QTD-REGISTROS TO WS-LOTE-QTD-INFORMADA
004290         END-IF
004300         IF TRT-TOTAL-HASH NUMERIC
004310             MOVE TRT-TOTAL-HASH TO WS-LOTE-HASH-INFORMADO
004320         END-IF
004330         GO TO 2200-CLASSIFICAR-TRANDISP-EXIT
004340     END-IF.
004350     ADD 1 TO WS-CONT-DETALHES.
004360     IF TR-NUM-1 NUMERIC
004370         ADD TR-NUM-1 TO WS-LOTE-HASH-CALCULADO
004380     END-IF.
004390     IF TR-NUM-2 NUMERIC
004400         ADD TR-NUM-2 TO WS-LOTE-HASH-CALCULADO
004410     END-IF.
004420 2200-CLASSIFICAR-TRANDISP-EXIT.
004430     EXIT.
004440*
004450*    O CABECALHO PRECISA IDENTIFICAR O REMETENTE E O LOTE E TRAZER
004460*    A DATA DE NEGOCIO DO PROPRIO MOVIMENTO: UM ARQUIVO DE OUTRO
004470*    DIA NAO PODE SER PROCESSADO COMO SE FOSSE DESTE.
004480*
004490 2300-CONFERIR-CABECALHO.
004500     SET WS-CABECALHO-LIDO TO TRUE.
004510     IF WS-LOTE-SISTEMA-ORIGEM EQUAL SPACE
004520        OR WS-LOTE-ID EQUAL SPACE
004530        OR WS-LOTE-DATA-NEGOCIO EQUAL ZERO
004540         SET LRG-MOT-SEM-CABECALHO TO TRUE
004550         MOVE LRG-COD-MOTIVO TO WS-COD-MOTIVO
004560         GO TO 2300-CONFERIR-CABECALHO-EXIT
004570     END-IF.
004580     IF WS-LOTE-DATA-NEGOCIO NOT EQUAL WS-DATA-EXECUCAO
004590         SET LRG-MOT-DATA-DIVERGENTE TO TRUE
004600         MOVE LRG-COD-MOTIVO TO WS-COD-MOTIVO
004610     END-IF.
004620 2300-CONFERIR-CABECALHO-EXIT.
004630     EXIT.
004640*
004650 2500-CONFERIR-TOTAIS.
004660     IF NOT WS-CABECALHO-LIDO
004670         SET LRG-MOT-SEM-CABECALHO TO TRUE
004680         MOVE LRG-COD-MOTIVO TO WS-COD-MOTIVO
004690         GO TO 2500-CONFERIR-TOTAIS-EXIT
004700     END-IF.
004710     IF NOT WS-TRAILER-LIDO
004720         SET LRG-MOT-SEM-TRAILER TO TRUE
004730         MOVE LRG-COD-MOTIVO TO WS-COD-MOTIVO
004740         GO TO 2500-CONFERIR-TOTAIS-EXIT
004750     END-IF.
004760     IF WS-CONT-DETALHES NOT EQUAL WS-LOTE-QTD-INFORMADA
004770         SET LRG-MOT-QTD-DIVERGENTE TO TRUE
004780         MOVE LRG-COD-MOTIVO TO WS-COD-MOTIVO
004790         GO TO 2500-CONFERIR-TOTAIS-EXIT
004800     END-IF.
004810     IF WS-LOTE-HASH-CALCULADO NOT EQUAL WS-LOTE-HASH-INFORMADO
004820         SET LRG-MOT-HASH-DIVERGENTE TO TRUE
004830         MOVE LRG-COD-MOTIVO TO WS-COD-MOTIVO
004840     END-IF.
004850 2500-CONFERIR-TOTAIS-EXIT.
004860     EXIT.
004870*
004880*    PERCORRE AS APRESENTACOES ANTERIORES DO MESMO SISTEMA + LOTE
004890*    (CHAVE PARCIAL DO CADASTRO).  SE UMA DELAS FOI ACEITA, O LOTE
004900*    SO PASSA DE NOVO SE O CHECKPOINT DO PROGRAMA DE DESTINO
004910*    ESTIVER ABERTO - E A RESUBMISSAO DO JOB APOS UM ABEND, QUE
004920*    RETOMA A RODADA INTERROMPIDA EM VEZ DE REPROCESSAR O LOTE.
004930*
004940 2600-VERIFICAR-LOTE-REPETIDO.
004950     IF NOT WS-CADASTRO-DISPONIVEL
004960         GO TO 2600-VERIFICAR-LOTE-REPETIDO-EXIT
004970     END-IF.
004980     MOVE LOW-VALUES             TO LRG-CHAVE.
004990     MOVE WS-LOTE-SISTEMA-ORIGEM TO LRG-SISTEMA-ORIGEM.
005000     MOVE WS-LOTE-ID             TO LRG-LOTE.
005010     START ARQ-LOTEREG KEY NOT LESS THAN LRG-CHAVE
005020         INVALID KEY
005030             GO TO 2600-VERIFICAR-LOTE-REPETIDO-EXIT
005040     END-START.
005050     PERFORM 2650-LER-APRESENTACAO
005060         THRU 2650-LER-APRESENTACAO-EXIT
005070         UNTIL WS-FIM-LOTEREG.
005080     IF NOT WS-LOTE-ACEITO-ANTES
005090         GO TO 2600-VERIFICAR-LOTE-REPETIDO-EXIT
005100     END-IF.
005110     PERFORM 2700-LER-CHECKPOINT
005120         THRU 2700-LER-CHECKPOINT-EXIT.
005130 2600-VERIFICAR-LOTE-REPETIDO-EXIT.
005140     EXIT.
005150*
005160 2650-LER-APRESENTACAO.
005170     READ ARQ-LOTEREG NEXT RECORD
005180         AT END
005190             SET WS-FIM-LOTEREG TO TRUE
005200             GO TO 2650-LER-APRESENTACAO-EXIT
005210     END-READ.
005220     IF LRG-SISTEMA-ORIGEM NOT EQUAL WS-LOTE-SISTEMA-ORIGEM
005230        OR LRG-LOTE NOT EQUAL WS-LOTE-ID
005240         SET WS-FIM-LOTEREG TO TRUE
005250         GO TO 2650-LER-APRESENTACAO-EXIT
005260     END-IF.
005270     IF LRG-SIT-ACEITO
005280         SET WS-LOTE-ACEITO-ANTES TO TRUE
005290     END-IF.
005300 2650-LER-APRESENTACAO-EXIT.
005310     EXIT.
005320*
005330 2700-LER-CHECKPOINT.
005340     SET LRG-MOT-LOTE-REPETIDO TO TRUE.
005350     MOVE LRG-COD-MOTIVO TO WS-COD-MOTIVO.
005360     OPEN INPUT ARQ-CHECKPT.
005370     IF WS-FS-CHECKPT NOT = '00'
005380         GO TO 2700-LER-CHECKPOINT-EXIT
005390     END-IF.
005400     MOVE WS-PRM-PROGRAMA TO CKPT-PROGRAMA.
005410     READ ARQ-CHECKPT
005420         INVALID KEY
005430             MOVE ZERO TO CKPT-QTD-PROCESSADA
005440     END-READ.
005450     IF CKPT-QTD-PROCESSADA GREATER THAN ZERO
005460         SET WS-REAPRESENTACAO TO TRUE
005470         MOVE ZERO TO WS-COD-MOTIVO
005480         DISPLAY 'LOT-REC - LOTE JA ACEITO, CHECKPOINT ABERTO EM '
005490             CKPT-QTD-PROCESSADA ' - REAPRESENTACAO ACEITA'
005500     END-IF.
005510     IF NOT WS-REAPRESENTACAO
005520        AND WS-PRM-PROGRAMA EQUAL 'MAIORNUM'
005530         MOVE 'MAIORP' TO WS-CKPT-PREFIXO
005540     END-IF.
005550     IF NOT WS-REAPRESENTACAO
005560        AND WS-PRM-PROGRAMA EQUAL 'DL100DSP'
005570         MOVE 'DL100P' TO WS-CKPT-PREFIXO
005580     END-IF.
005590     IF WS-CKPT-PREFIXO NOT EQUAL SPACE
005600         PERFORM 2750-LER-CKPT-PARTICAO
005610             THRU 2750-LER-CKPT-PARTICAO-EXIT
005620             VARYING WS-IND-PARTICAO FROM 1 BY 1
005630             UNTIL WS-IND-PARTICAO GREATER THAN WS-MAX-PARTICOES
005640                OR WS-REAPRESENTACAO
005650     END-IF.
005660     CLOSE ARQ-CHECKPT.
005670 2700-LER-CHECKPOINT-EXIT.
005680     EXIT.
005690*
005700*    NA RODADA PARTICIONADA CADA PARTICAO TEM O PROPRIO
005710*    CHECKPOINT: O LOTE SEGUE EM ANDAMENTO SE ALGUMA DELAS ESTA
005720*    ABERTA OU JA CONCLUIDA NO MOVIMENTO, AGUARDANDO A
005730*    CONSOLIDACAO.
005740*
005750 2750-LER-CKPT-PARTICAO.
005760     MOVE WS-IND-PARTICAO TO WS-CKPT-PARTICAO.
005770     MOVE WS-CKPT-CHAVE   TO CKPT-PROGRAMA.
005780     READ ARQ-CHECKPT
005790         INVALID KEY
005800             GO TO 2750-LER-CKPT-PARTICAO-EXIT
005810     END-READ.
005820     IF (CKPT-QTD-PROCESSADA GREATER THAN ZERO
005830         AND NOT CKPT-PARTICAO-CONCLUIDA)
005840        OR (CKPT-PARTICAO-CONCLUIDA
005850            AND CKPT-DATA-MOVIMENTO EQUAL WS-DATA-EXECUCAO)
005860         SET WS-REAPRESENTACAO TO TRUE
005870         MOVE ZERO TO WS-COD-MOTIVO
005880         DISPLAY 'LOT-REC - LOTE JA ACEITO, PARTICAO '
005890             WS-CKPT-CHAVE ' EM ANDAMENTO - REAPRESENTACAO ACEITA'
005900     END-IF.
005910 2750-LER-CKPT-PARTICAO-EXIT.
005920     EXIT.
005930*
005940 3000-FINALIZA.
005950     PERFORM 3100-GRAVAR-CADASTRO
005960         THRU 3100-GRAVAR-CADASTRO-EXIT.
005970     PERFORM 3200-GRAVAR-RELATORIO
005980         THRU 3200-GRAVAR-RELATORIO-EXIT.
005990     DISPLAY 'LOT-REC - SISTEMA/LOTE     : '
006000         WS-LOTE-SISTEMA-ORIGEM '/' WS-LOTE-ID.
006010     DISPLAY 'LOT-REC - DETALHES LIDOS   : ' WS-CONT-DETALHES.
006020     DISPLAY 'LOT-REC - MOTIVO           : ' LRG-COD-MOTIVO.
006030     IF NOT WS-MOT-ACEITO
006040        AND WS-RETORNO LESS THAN 8
006050         MOVE 8 TO WS-RETORNO
006060     END-IF.
006070     CLOSE ARQ-ENTRADA.
006080     IF WS-CADASTRO-DISPONIVEL
006090         CLOSE ARQ-LOTEREG
006100     END-IF.
006110     CLOSE ARQ-RELATORIO.
006120 3000-FINALIZA-EXIT.
006130     EXIT.
006140*
006150*    A CHAVE TERMINA NA DATA/HORA DA RECEPCAO, ENTAO CADA
006160*    APRESENTACAO - INCLUSIVE AS REJEITADAS E AS SEM CABECALHO -
006170*    GANHA O PROPRIO REGISTRO NO CADASTRO.
006180*
006190 3100-GRAVAR-CADASTRO.
006200     MOVE WS-LOTE-SISTEMA-ORIGEM TO LRG-SISTEMA-ORIGEM.
006210     MOVE WS-LOTE-ID             TO LRG-LOTE.
006220     MOVE WS-DATA-EXECUCAO       TO LRG-DATA-RECEPCAO.
006230     MOVE WS-HORA-EXECUCAO       TO LRG-HORA-RECEPCAO.
006240     MOVE WS-PRM-PROGRAMA        TO LRG-PROGRAMA-DESTINO.
006250     MOVE WS-LOTE-DATA-NEGOCIO   TO LRG-DATA-NEGOCIO.
006260     MOVE WS-CONT-DETALHES       TO LRG-QTD-REGISTROS.
006270     MOVE WS-LOTE-HASH-CALCULADO TO LRG-TOTAL-HASH.
006280     MOVE WS-COD-MOTIVO          TO LRG-COD-MOTIVO.
006290     IF WS-MOT-ACEITO
006300         SET LRG-SIT-ACEITO    TO TRUE
006310         IF WS-REAPRESENTACAO
006320             SET LRG-MOT-REAPRESENTADO TO TRUE
006330         END-IF
006340     ELSE
006350         SET LRG-SIT-REJEITADO TO TRUE
006360     END-IF.
006370     IF WS-RODADA-SIMULADA
006380         GO TO 3100-GRAVAR-CADASTRO-EXIT
006390     END-IF.
006400     WRITE LOTE-REGISTRO
006410         INVALID KEY
006420             DISPLAY 'LOT-REC - APRESENTACAO JA REGISTRADA NO '
006430                 'CADASTRO DE LOTES'
006440     END-WRITE.
006450     IF WS-FS-LOTEREG NOT = '00'
006460         DISPLAY 'LOT-REC - FALHA DE I-O NO CADASTRO DE LOTES - '
006470             'FS ' WS-FS-LOTEREG
006480         IF WS-RETORNO LESS THAN 12
006490             MOVE 12 TO WS-RETORNO
006500         END-IF
006510     END-IF.
006520 3100-GRAVAR-CADASTRO-EXIT.
006530     EXIT.
006540*
006550 3200-GRAVAR-RELATORIO.
006560     MOVE 'SISTEMA DE ORIGEM'          TO WS-LDD-TEXTO.
006570     MOVE WS-LOTE-SISTEMA-ORIGEM       TO WS-LDD-VALOR.
006580     MOVE WS-LINHA-DADO TO REL-REC.
006590     WRITE REL-REC.
006600     MOVE 'LOTE'                       TO WS-LDD-TEXTO.
006610     MOVE WS-LOTE-ID                   TO WS-LDD-VALOR.
006620     MOVE WS-LINHA-DADO TO REL-REC.
006630     WRITE REL-REC.
006640     MOVE 'DATA DE NEGOCIO DO CABECALHO' TO WS-LDD-TEXTO.
006650     MOVE WS-LOTE-DATA-NEGOCIO         TO WS-LDD-VALOR.
006660     MOVE WS-LINHA-DADO TO REL-REC.
006670     WRITE REL-REC.
006680     MOVE 'REGISTROS LIDOS'            TO WS-RES-TEXTO.
006690     MOVE WS-CONT-LIDOS                TO WS-RES-VALOR.
006700     MOVE WS-LINHA-RESUMO TO REL-REC.
006710     WRITE REL-REC.
006720     MOVE 'DETALHES CONTADOS'          TO WS-RES-TEXTO.
006730     MOVE WS-CONT-DETALHES             TO WS-RES-VALOR.
006740     MOVE WS-LINHA-RESUMO TO REL-REC.
006750     WRITE REL-REC.
006760     MOVE 'DETALHES INFORMADOS NO TRAILER' TO WS-RES-TEXTO.
006770     MOVE WS-LOTE-QTD-INFORMADA        TO WS-RES-VALOR.
006780     MOVE WS-LINHA-RESUMO TO REL-REC.
006790     WRITE REL-REC.
006800     MOVE 'TOTAL HASH CALCULADO'       TO WS-LHS-TEXTO.
006810     MOVE WS-LOTE-HASH-CALCULADO       TO WS-LHS-VALOR.
006820     MOVE WS-LINHA-HASH TO REL-REC.
006830     WRITE REL-REC.
006840     MOVE 'TOTAL HASH INFORMADO NO TRAILER' TO WS-LHS-TEXTO.
006850     MOVE WS-LOTE-HASH-INFORMADO       TO WS-LHS-VALOR.
006860     MOVE WS-LINHA-HASH TO REL-REC.
006870     WRITE REL-REC.
006880     MOVE LRG-COD-MOTIVO               TO WS-LST-MOTIVO.
006890     IF LRG-SIT-ACEITO
006900         MOVE 'ACEITO'                 TO WS-LST-SITUACAO
006910     ELSE
006920         MOVE 'REJEITADO'              TO WS-LST-SITUACAO
006930     END-IF.
006940     EVALUATE TRUE
006950         WHEN LRG-MOT-ACEITO
006960             MOVE 'LOTE CONFERIDO'     TO WS-LST-DESCRICAO
006970         WHEN LRG-MOT-SEM-CABECALHO
006980             MOVE 'CABECALHO AUSENTE OU INCOMPLETO'
006990                                       TO WS-LST-DESCRICAO
007000         WHEN LRG-MOT-SEM-TRAILER
007010             MOVE 'TRAILER AUSENTE'    TO WS-LST-DESCRICAO
007020         WHEN LRG-MOT-QTD-DIVERGENTE
007030             MOVE 'QUANTIDADE DIFERE DO TRAILER'
007040                                       TO WS-LST-DESCRICAO
007050         WHEN LRG-MOT-HASH-DIVERGENTE
007060             MOVE 'TOTAL HASH DIFERE DO TRAILER'
007070                                       TO WS-LST-DESCRICAO
007080         WHEN LRG-MOT-LOTE-REPETIDO
007090             MOVE 'LOTE JA RECEBIDO E ACEITO'
007100                                       TO WS-LST-DESCRICAO
007110         WHEN LRG-MOT-DATA-DIVERGENTE
007120             MOVE 'DATA DE NEGOCIO DIFERE DO MOVIMENTO'
007130                                       TO WS-LST-DESCRICAO
007140         WHEN LRG-MOT-CONTROLE-DESLOCADO
007150             MOVE 'CABECALHO/TRAILER FORA DE POSICAO'
007160                                       TO WS-LST-DESCRICAO
007170         WHEN LRG-MOT-REAPRESENTADO
007180             MOVE 'REAPRESENTACAO APOS ABEND (RESTART)'
007190                                       TO WS-LST-DESCRICAO
007200     END-EVALUATE.
007210     MOVE WS-LINHA-SITUACAO TO REL-REC.
007220     WRITE REL-REC.
007230     IF WS-RODADA-SIMULADA
007240         MOVE 'SIMULACAO - APRESENTACAO NAO REGISTRADA'
007250                                           TO REL-REC
007260         WRITE REL-REC
007270     END-IF.
007280 3200-GRAVAR-RELATORIO-EXIT.
007290     EXIT.
