001370*                   TRABALHO PARA A GERACAO (+1) DO GDG.  A
001380*                   RESUBMISSAO POS-ABEND NAO EDITA MAIS DD
001390*                   NENHUM.
001391* 2026-10-15 RM     CONTROLE DE LOTE NA RECEPCAO: O ARQUIVO DE
001392*                   ENTRADA PASSOU A TRAZER CABECALHO 'HDR' E
001393*                   TRAILER 'TRL' DO REMETENTE (NUMTRAN.CPY),
001394*                   CONFERIDOS PELO PASSO LOTREC (LOT-REC) ANTES
001395*                   DESTE.  A LEITURA FOI CENTRALIZADA EM
001396*                   2050-LER-ENTRADA, QUE PULA OS DOIS REGISTROS
001397*                   DE CONTROLE (AS CONTAGENS E O CHECKPOINT SO
001398*                   CONSIDERAM DETALHES) E GUARDA A IDENTIFICACAO
001399*                   DO LOTE, GRAVADA EM AUD-LOTE NA AUDITORIA E EM
001400*                   MST-LOTE NO MESTRE.
001401* 2026-10-15 RM     RETENCAO PARA REVISAO: O PAR CUJA SOMA, EM
001402*                   VALOR ABSOLUTO, PASSA DO LIMITE
001403*                   PRM-LIMITE-SOMA DO ARQUIVO DE PARAMETROS (ZERO
001404*                   = SEM LIMITE) E GRAVADO NO KSDS DE RETIDAS
001405*                   PROD.NUMEROS.RETIDOS (DD RETIDOS, RTDREC.CPY)
001406*                   EM 2170-RETER-PAR, SEM ENTRAR NO MESTRE, NA
001407*                   AUDITORIA, NOS VALIDOS NEM NO TOTAL GERAL; A
001408*                   SAIDA RECEBE UMA LINHA 'RETIDA' E O RETORNO
001409*                   SOBE A 4. A RETIDA DO PROPRIO MOVIMENTO CONTA
001410*                   COMO DUPLICATA NA RESSUBMISSAO. AS RETIDAS
001411*                   LIBERADAS PELO RTD-LIB SAO POSTADAS NO INICIO
001412*                   DA RODADA SEGUINTE (1300-POSTAR-LIBERADAS) NO
001413*                   MESTRE E NA AUDITORIA COM A DATA DO MOVIMENTO
001414*                   ORIGINAL, FORA DOS TOTAIS DO DIA; A DE MES
001415*                   FECHADO NO MES-FEC (DD FECHAMES) FICA
001416*                   AGUARDANDO A REABERTURA. RETIDAS E LIBERADAS
001417*                   TEM LINHAS PROPRIAS NO RESUMO, CONTADORES NO
001418*                   CHECKPOINT E NO CONTROL-RECORD, E AS LIBERADAS
001419*                   ENTRAM NA QUANTIDADE DO TRAILER DA AUDITORIA.
001420* 2026-10-15 RM     O REGISTRO DE CHECKPOINT (CKPTREC.CPY) GANHOU
001421*                   A SITUACAO, A DATA DO MOVIMENTO E O CODIGO DE
001422*                   RETORNO, USADOS PELA RODADA PARTICIONADA DE
001423*                   MAIOR-NUM E DL100-DSP; AQUI SAO GRAVADOS COM A
001424*                   SITUACAO EM BRANCO E RETORNO ZERO.
001425* 2026-10-15 RM     RODADA SIMULADA (PRM-SIMULACAO = 'S', JOB
001426*                   SOMASIM): MESMA VALIDACAO, CONFERENCIA DE
001427*                   DUPLICATAS CONTRA O MESTRE E AS RETIDAS, SOMA,
001428*                   RETENCAO E ACUMULACAO DA RODADA REAL, MAS SO O
001429*                   RELATORIO DA RODADA (DD SAIDA) E GRAVADO, COMO
001430*                   PREVIA: EXCECOES, DUPLICATAS, RETIDAS E AS
001431*                   LIBERADAS QUE SERIAM POSTADAS SAEM NELE NO
001432*                   LUGAR EM QUE OCORREM E NO FIM VEM AS EXCECOES
001433*                   POR MOTIVO, OS TRAILERS E O RETORNO QUE A
001434*                   RODADA REAL TERIA. MESTRE, RETIDOS E FECHAMES
001435*                   SAO ABERTOS SO PARA LEITURA; O QUE A RODADA
001436*                   REAL TERIA GRAVADO NO MESTRE E NAS RETIDAS
001437*                   FICA NUMA TABELA EM MEMORIA, CONSULTADA ANTES
001438*                   DOS ARQUIVOS, PARA QUE A REPETICAO DE UM PAR
001439*                   NO PROPRIO ARQUIVO DE A MESMA DUPLICATA. NAO
001440*                   HA CHECKPOINT, RESTART, EXCPEND, AUDITORIA,
001441*                   CONTROL-RECORD NEM HISTORICO, E AS LIBERADAS
001442*                   NAO SAO EFETIVADAS. O RETORNO E O MESMO DA
001443*                   RODADA REAL.
001444*****************************************************************
001445 IDENTIFICATION DIVISION.
001446 PROGRAM-ID.     PRO-SOMA.
001447 AUTHOR.         EQUIPE DE MANUTENCAO COBOL.
001448 INSTALLATION.   CENTRO DE PROCESSAMENTO DE DADOS.
001450 DATE-WRITTEN.   2026-08-09.
001460 DATE-COMPILED.  2026-08-09.
001470*
001900     SELECT ARQ-HISTCTL    ASSIGN TO HISTCTL
001910         ORGANIZATION IS SEQUENTIAL
001920         FILE STATUS IS WS-FS-HISTCTL.
001921     SELECT ARQ-RETIDOS    ASSIGN TO RETIDOS
001922         ORGANIZATION IS INDEXED
001923         ACCESS MODE IS DYNAMIC
001924         RECORD KEY IS RTD-CHAVE
001925         FILE STATUS IS WS-FS-RETIDOS.
001926     SELECT ARQ-FECHAMENTO ASSIGN TO FECHAMES
001927         ORGANIZATION IS INDEXED
001928         ACCESS MODE IS DYNAMIC
001929         RECORD KEY IS FEC-ANO-MES
001930         FILE STATUS IS WS-FS-FECHAMENTO.
001931*
001940 DATA DIVISION.
001950 FILE SECTION.
001960 FD  ARQ-ENTRADA
002460 FD  ARQ-HISTCTL
002470     LABEL RECORDS ARE STANDARD
002480     RECORDING MODE IS F.
002481 01  HCT-REGISTRO                    PIC X(100).
002482*
002483 FD  ARQ-RETIDOS
002484     LABEL RECORDS ARE STANDARD
002485     RECORDING MODE IS F.
002486 COPY RTDREC.
002487*
002488 FD  ARQ-FECHAMENTO
002489     LABEL RECORDS ARE STANDARD
002490     RECORDING MODE IS F.
002491 COPY FECREC.
002500*
002510 WORKING-STORAGE SECTION.
002520 COPY NUMREC.
002650     05  WS-FS-PARAMETRO             PIC X(02) VALUE '00'.
002660     05  WS-FS-CONTROLE              PIC X(02) VALUE '00'.
002670     05  WS-FS-HISTCTL               PIC X(02) VALUE '00'.
002671     05  WS-FS-RETIDOS               PIC X(02) VALUE '00'.
002672     05  WS-FS-FECHAMENTO            PIC X(02) VALUE '00'.
002680*
002690 01  WS-SWITCHES.
002700     05  WS-SW-FIM-ARQUIVO           PIC X(01) VALUE 'N'.
002760     05  WS-SW-PAR-DUPLICADO         PIC X(01) VALUE 'N'.
002770         88  WS-PAR-DUPLICADO             VALUE 'S'.
002780         88  WS-PAR-NAO-DUPLICADO         VALUE 'N'.
002781     05  WS-SW-PAR-RETIDO            PIC X(01) VALUE 'N'.
002782         88  WS-PAR-RETIDO                VALUE 'S'.
002783         88  WS-PAR-NAO-RETIDO            VALUE 'N'.
002784     05  WS-SW-FIM-RETIDOS           PIC X(01) VALUE 'N'.
002785         88  WS-FIM-RETIDOS               VALUE 'S'.
002786     05  WS-SW-PERIODOS              PIC X(01) VALUE 'N'.
002787         88  WS-PERIODOS-DISPONIVEIS      VALUE 'S'.
002788     05  WS-SW-SIMULACAO             PIC X(01) VALUE 'N'.
002789         88  WS-RODADA-SIMULADA          VALUE 'S'.
002790     05  WS-SW-MESTRE                PIC X(01) VALUE 'N'.
002791         88  WS-MESTRE-DISPONIVEL        VALUE 'S'.
002792     05  WS-SW-RETIDOS               PIC X(01) VALUE 'N'.
002793         88  WS-RETIDOS-DISPONIVEIS      VALUE 'S'.
002794     05  WS-SW-CHAVE-ACHADA          PIC X(01) VALUE 'N'.
002795         88  WS-CHAVE-ACHADA             VALUE 'S'.
002796         88  WS-CHAVE-NAO-ACHADA         VALUE 'N'.
002797     05  WS-SW-SOMBRA                PIC X(01) VALUE 'N'.
002798         88  WS-SOMBRA-ESGOTADA          VALUE 'S'.
002799     05  WS-SW-REGISTRO              PIC X(01) VALUE SPACE.
002800         88  WS-REGISTRO-DETALHE         VALUE 'D'.
002801         88  WS-REGISTRO-CONTROLE        VALUE 'C'.
002802*
002803 01  WS-CONTADORES.
002810     05  WS-CONT-LIDOS               PIC 9(09) COMP VALUE ZERO.
002820     05  WS-CONT-VALIDOS             PIC 9(09) COMP VALUE ZERO.
002830     05  WS-CONT-EXCECOES            PIC 9(09) COMP VALUE ZERO.
002850     05  WS-CKPT-QTD-ANTERIOR        PIC 9(09) COMP VALUE ZERO.
002860     05  WS-CONT-PULAR               PIC 9(09) COMP VALUE ZERO.
002870     05  WS-CONT-DUPLICATAS          PIC 9(09) COMP VALUE ZERO.
002871     05  WS-CONT-RETIDAS             PIC 9(09) COMP VALUE ZERO.
002872     05  WS-CONT-LIBERADAS           PIC 9(09) COMP VALUE ZERO.
002873     05  WS-CONT-LIB-BLOQUEADAS      PIC 9(09) COMP VALUE ZERO.
002874     05  WS-CONT-AUDITADAS           PIC 9(09) COMP VALUE ZERO.
002880*
002890 01  WS-CONTROLE-EXECUCAO.
002900     05  WS-RETORNO                  PIC 9(02) VALUE ZERO.
002901     05  WS-LOTE-ATUAL               PIC X(10) VALUE SPACE.
002910*
002920 01  WS-ACUMULADORES.
002930     05  WS-TOTAL-GERAL              PIC S9(13)V9(02)
003020                                     VALUE ZERO.
003030     05  WS-ABS-NUM-2                PIC 9(06)V9(02)
003040                                     VALUE ZERO.
003041     05  WS-ABS-RESULT               PIC 9(13)V9(02)
003042                                     VALUE ZERO.
003050*
003060 01  WS-LIMITES.
003070     05  WS-CKPT-INTERVALO           PIC 9(09) COMP VALUE ZERO.
003110                                     VALUE 9999999999999.99.
003120     05  WS-CAPACIDADE-NEGATIVA      PIC S9(13)V9(02)
003130                                     VALUE -9999999999999.99.
003131     05  WS-LIMITE-SOMA              PIC 9(12) VALUE ZERO.
003140*
003150 01  WS-DATA-HORA.
003160     05  WS-DATA-EXECUCAO            PIC 9(08) VALUE ZERO.
003170     05  WS-HORA-EXECUCAO            PIC 9(08) VALUE ZERO.
003171     05  WS-DATA-ORIGINAL            PIC 9(08) VALUE ZERO.
003172     05  WS-DATA-ORIGINAL-R REDEFINES WS-DATA-ORIGINAL.
003173         10  WS-MES-ORIGINAL         PIC 9(06).
003174         10  FILLER                  PIC 9(02).
003180*
003190 01  WS-LINHA-PARAMETRO.
003200     05  WS-PRM-TEXTO                PIC X(40) VALUE SPACE.
003300     05  WS-LINHA-SOMA               PIC -(9)9.99.
003310     05  FILLER                      PIC X(11) VALUE SPACE.
003320*
003321*    LINHA DO PAR RETIDO E DO RETIDO LIBERADO: A MARCA NAS
003322*    POSICOES 1 A 10 DEIXA A DECIMA POSICAO NAO NUMERICA, LOGO O
003323*    BAL-DIA NAO A CONTA COMO DETALHE POSTADO.
003324*
003325 01  WS-LINHA-RETIDO.
003326     05  WS-LRT-MARCA                PIC X(10) VALUE SPACE.
003327     05  FILLER                      PIC X(01) VALUE SPACE.
003328     05  WS-LRT-NUM1                 PIC -(6)9.99.
003329     05  FILLER                      PIC X(01) VALUE SPACE.
003330     05  WS-LRT-NUM2                 PIC -(6)9.99.
003331     05  FILLER                      PIC X(01) VALUE SPACE.
003332     05  WS-LRT-TEXTO                PIC X(40) VALUE SPACE.
003333     05  FILLER                      PIC X(07) VALUE SPACE.
003334*
003335 01  WS-LINHA-RESUMO.
003340     05  WS-RES-TEXTO                PIC X(30) VALUE SPACE.
003350     05  WS-RES-VALOR                PIC ZZZ,ZZZ,ZZ9.
003360     05  FILLER                      PIC X(39) VALUE SPACE.
003420     05  WS-REST-TEXTO               PIC X(30) VALUE SPACE.
003430     05  WS-REST-VALOR               PIC -(13)9.99.
003440     05  FILLER                      PIC X(32) VALUE SPACE.
003441*
003442*    RODADA SIMULADA: EXCECOES CONTADAS POR MOTIVO E TABELA SOMBRA
003443*    COM A IMAGEM DE CADA CHAVE QUE A RODADA REAL TERIA GRAVADO NO
003444*    MESTRE (ORIGEM 'M') OU NAS RETIDAS (ORIGEM 'T'), CONSULTADA
003445*    ANTES DOS PROPRIOS ARQUIVOS (ABERTOS SO PARA LEITURA).
003446*
003447 01  WS-TABELA-MOTIVOS.
003448     05  WS-MOT-QTD                  PIC 9(09) COMP
003449                                     OCCURS 99 TIMES.
003450*
003451 01  WS-SOMBRA-PROCURA.
003452     05  WS-SPR-ORIGEM               PIC X(01) VALUE SPACE.
003453     05  WS-SPR-IMAGEM.
003454         10  WS-SPR-CHAVE.
003455             15  WS-SPR-NUM-1        PIC S9(06)V9(02)
003456                                     SIGN LEADING SEPARATE.
003457             15  WS-SPR-NUM-2        PIC S9(06)V9(02)
003458                                     SIGN LEADING SEPARATE.
003459             15  WS-SPR-TIPO-TRAN    PIC X(01).
003460         10  FILLER                  PIC X(48).
003461*
003462 01  WS-TABELA-SOMBRA.
003463     05  WS-SOM-ENTRADA              OCCURS 10000 TIMES.
003464         10  WS-SOM-ORIGEM           PIC X(01).
003465         10  WS-SOM-IMAGEM.
003466             15  WS-SOM-CHAVE        PIC X(19).
003467             15  FILLER              PIC X(48).
003468*
003469 01  WS-CONTROLE-SIMULACAO.
003470     05  WS-IND-MOT                  PIC 9(04) COMP VALUE ZERO.
003471     05  WS-IND-SOMBRA               PIC 9(09) COMP VALUE ZERO.
003472     05  WS-QTD-SOMBRA               PIC 9(09) COMP VALUE ZERO.
003473     05  WS-MAX-SOMBRA               PIC 9(09) COMP VALUE 10000.
003474     05  WS-SOM-ACHADA               PIC 9(09) COMP VALUE ZERO.
003475     05  WS-CONT-FORA-SOMBRA         PIC 9(09) COMP VALUE ZERO.
003476*
003477 01  WS-LINHA-PREVIA.
003478     05  WS-LPV-MARCA                PIC X(10) VALUE SPACE.
003479     05  WS-LPV-NUM-1-RAW            PIC X(09) VALUE SPACE.
003480     05  FILLER                      PIC X(01) VALUE '/'.
003481     05  WS-LPV-NUM-2-RAW            PIC X(09) VALUE SPACE.
003482     05  FILLER                      PIC X(02) VALUE SPACE.
003483     05  WS-LPV-COD-MOTIVO           PIC X(02) VALUE SPACE.
003484     05  FILLER                      PIC X(02) VALUE SPACE.
003485     05  WS-LPV-TEXTO                PIC X(40) VALUE SPACE.
003486     05  FILLER                      PIC X(05) VALUE SPACE.
003487*
003488 01  WS-LINHA-MOTIVO.
003489     05  FILLER                      PIC X(07) VALUE 'MOTIVO '.
003490     05  WS-LMO-CODIGO               PIC 9(02).
003491     05  FILLER                      PIC X(03) VALUE ' - '.
003492     05  WS-LMO-TEXTO                PIC X(28) VALUE SPACE.
003493     05  WS-LMO-VALOR                PIC ZZZ,ZZZ,ZZ9.
003494     05  FILLER                      PIC X(29) VALUE SPACE.
003495*
003496 PROCEDURE DIVISION.
003497*
003498 0000-MAINLINE.
003499     PERFORM 1000-INICIALIZA
003500         THRU 1000-INICIALIZA-EXIT.
003510     PERFORM 2000-PROCESSA-ARQUIVO
003520         THRU 2000-PROCESSA-ARQUIVO-EXIT
003610     PERFORM 1050-LER-PARAMETRO
003620         THRU 1050-LER-PARAMETRO-EXIT.
003630     OPEN INPUT  ARQ-ENTRADA.
003631     IF WS-RODADA-SIMULADA
003632         PERFORM 1400-ABRIR-SIMULACAO
003633             THRU 1400-ABRIR-SIMULACAO-EXIT
003634         GO TO 1000-INICIALIZA-EXIT
003635     END-IF.
003640     PERFORM 1100-LER-CHECKPOINT
003650         THRU 1100-LER-CHECKPOINT-EXIT.
003660     IF WS-CKPT-QTD-ANTERIOR GREATER THAN ZERO
004000         CLOSE ARQ-EXCPEND
004010         OPEN I-O ARQ-EXCPEND
004020     END-IF.
004021     OPEN I-O ARQ-RETIDOS.
004022     IF WS-FS-RETIDOS NOT = '00'
004023         CLOSE ARQ-RETIDOS
004024         OPEN OUTPUT ARQ-RETIDOS
004025         CLOSE ARQ-RETIDOS
004026         OPEN I-O ARQ-RETIDOS
004027     END-IF.
004028*    SEM O KSDS DE PERIODOS (NENHUM MES FECHADO AINDA) NAO HA
004029*    TRAVA A APLICAR AS RETIDAS LIBERADAS.
004030     OPEN INPUT ARQ-FECHAMENTO.
004031     IF WS-FS-FECHAMENTO EQUAL '00'
004032         SET WS-PERIODOS-DISPONIVEIS TO TRUE
004033     END-IF.
004034     IF WS-CKPT-QTD-ANTERIOR EQUAL ZERO
004040         PERFORM 1250-GRAVAR-CABECALHOS
004050             THRU 1250-GRAVAR-CABECALHOS-EXIT
004060         PERFORM 1150-ECOAR-PARAMETROS
004070             THRU 1150-ECOAR-PARAMETROS-EXIT
004071         PERFORM 1300-POSTAR-LIBERADAS
004072             THRU 1300-POSTAR-LIBERADAS-EXIT
004080     END-IF.
004090     IF WS-CKPT-QTD-ANTERIOR GREATER THAN ZERO
004100         MOVE WS-CKPT-QTD-ANTERIOR TO WS-CONT-PULAR
004540     MOVE PRM-FAIXA-MAXIMA   TO WS-FAIXA-MAXIMA.
004550     MOVE PRM-CKPT-INTERVALO TO WS-CKPT-INTERVALO.
004560     MOVE PRM-DATA-MOVIMENTO TO WS-DATA-EXECUCAO.
004561     IF PRM-LIMITE-SOMA NUMERIC
004562         MOVE PRM-LIMITE-SOMA TO WS-LIMITE-SOMA
004563     END-IF.
004564     DISPLAY 'PRO-SOMA - LIMITE DE REVISAO DA SOMA: '
004565         WS-LIMITE-SOMA.
004566     IF NOT PRM-RODADA-SIMULADA
004567        AND NOT PRM-RODADA-REAL
004568         DISPLAY 'PRO-SOMA - INDICADOR DE SIMULACAO INVALIDO: '
004569             PRM-SIMULACAO
004570         MOVE 16 TO RETURN-CODE
004571         GOBACK
004572     END-IF.
004573     IF PRM-RODADA-SIMULADA
004574         SET WS-RODADA-SIMULADA TO TRUE
004575         DISPLAY 'PRO-SOMA - RODADA SIMULADA - NENHUM ARQUIVO '
004576             'DE PRODUCAO SERA ATUALIZADO'
004577     END-IF.
004578     CLOSE ARQ-PARAMETRO.
004580 1050-LER-PARAMETRO-EXIT.
004590     EXIT.
004600*
004800             MOVE CKPT-CONTADOR-4 TO WS-CONT-VALIDOS
004810             MOVE CKPT-CONTADOR-5 TO WS-CONT-EXCECOES
004820             MOVE CKPT-CONTADOR-6 TO WS-CONT-DUPLICATAS
004821             MOVE CKPT-QTD-RETIDAS TO WS-CONT-RETIDAS
004822             MOVE CKPT-QTD-LIBERADAS TO WS-CONT-LIBERADAS
004830     END-READ.
004840 1100-LER-CHECKPOINT-EXIT.
004850     EXIT.
005010     EXIT.
005020*
005030 1200-PULAR-REGISTRO.
005031     PERFORM 2050-LER-ENTRADA
005032         THRU 2050-LER-ENTRADA-EXIT.
005080     IF NOT WS-FIM-ARQUIVO
005090         ADD 1 TO WS-CONT-LIDOS
005100     END-IF.
005270 1250-GRAVAR-CABECALHOS-EXIT.
005280     EXIT.
005290*
005291*    RODADA SIMULADA: NENHUM ARQUIVO DE PRODUCAO E ABERTO PARA
005292*    GRAVACAO.  MESTRE, RETIDOS E FECHAMES SO SAO LIDOS
005293*    (AUSENTES, NADA E DUPLICATA NEM LIBERADA, COMO NA RODADA
005294*    REAL QUE OS CRIARIA VAZIOS); NAO HA CHECKPOINT NEM RESTART -
005295*    A PREVIA SEMPRE PERCORRE O ARQUIVO INTEIRO.  O RELATORIO DA
005296*    RODADA (DD SAIDA) RECEBE A PREVIA, SEM O CABECALHO 'HDR' DOS
005297*    DATASETS DE PRODUCAO.  EXCECAO E DUPLICATA SO SAO ABERTOS
005298*    PARA LEITURA (DD DUMMY NO JOB SOMASIM), PARA QUE AS AREAS DE
005299*    REGISTRO MONTADAS NA VALIDACAO E NA CONFERENCIA DE
005300*    DUPLICATAS FIQUEM DISPONIVEIS SEM GRAVAR NADA.
005301*
005302 1400-ABRIR-SIMULACAO.
005303     OPEN OUTPUT ARQ-SAIDA.
005304     OPEN INPUT  ARQ-EXCECAO.
005305     OPEN INPUT  ARQ-DUPLICATA.
005306     OPEN INPUT  ARQ-MESTRE.
005307     IF WS-FS-MESTRE EQUAL '00'
005308         SET WS-MESTRE-DISPONIVEL TO TRUE
005309     ELSE
005310         DISPLAY 'PRO-SOMA - MESTRE INDISPONIVEL NA SIMULACAO - '
005311             'FS ' WS-FS-MESTRE
005312     END-IF.
005313     OPEN INPUT  ARQ-RETIDOS.
005314     IF WS-FS-RETIDOS EQUAL '00'
005315         SET WS-RETIDOS-DISPONIVEIS TO TRUE
005316     ELSE
005317         DISPLAY 'PRO-SOMA - RETIDAS INDISPONIVEIS NA SIMULACAO '
005318             '- FS ' WS-FS-RETIDOS
005319     END-IF.
005320     OPEN INPUT  ARQ-FECHAMENTO.
005321     IF WS-FS-FECHAMENTO EQUAL '00'
005322         SET WS-PERIODOS-DISPONIVEIS TO TRUE
005323     END-IF.
005324     PERFORM 1410-ZERAR-MOTIVO
005325         THRU 1410-ZERAR-MOTIVO-EXIT
005326         VARYING WS-IND-MOT FROM 1 BY 1
005327         UNTIL WS-IND-MOT GREATER THAN 99.
005328     MOVE 'PRO-SOMA - PREVIA DA RODADA (SIMULACAO)'
005329                                           TO SAI-REL-REC.
005330     WRITE SAI-REL-REC.
005331     MOVE 'NENHUM ARQUIVO DE PRODUCAO FOI ATUALIZADO'
005332                                           TO SAI-REL-REC.
005333     WRITE SAI-REL-REC.
005334     MOVE 'DATA DO MOVIMENTO'              TO WS-PRM-TEXTO.
005335     MOVE WS-DATA-EXECUCAO                 TO WS-PRM-VALOR.
005336     MOVE WS-LINHA-PARAMETRO TO SAI-REL-REC.
005337     WRITE SAI-REL-REC.
005338     PERFORM 1150-ECOAR-PARAMETROS
005339         THRU 1150-ECOAR-PARAMETROS-EXIT.
005340     IF WS-RETIDOS-DISPONIVEIS
005341         PERFORM 1300-POSTAR-LIBERADAS
005342             THRU 1300-POSTAR-LIBERADAS-EXIT
005343     END-IF.
005344 1400-ABRIR-SIMULACAO-EXIT.
005345     EXIT.
005346*
005347 1410-ZERAR-MOTIVO.
005348     MOVE ZERO TO WS-MOT-QTD (WS-IND-MOT).
005349 1410-ZERAR-MOTIVO-EXIT.
005350     EXIT.
005351*
005352*    POSTAGEM DOS PARES RETIDOS LIBERADOS PELO RTD-LIB: CADA UM
005353*    VAI AO MESTRE E A AUDITORIA COM A DATA DO MOVIMENTO ORIGINAL,
005354*    FORA DOS VALIDOS E DO TOTAL GERAL DO DIA, E PASSA A
005355*    EFETIVADO.  O EFETIVADO NESTE MESMO MOVIMENTO E POSTADO DE
005356*    NOVO (RODADA REFEITA DO INICIO APOS UM ABEND ANTES DO
005357*    PRIMEIRO CHECKPOINT, COM A AUDITORIA JA RECRIADA).  O DE
005358*    MES FECHADO FICA LIBERADO ATE A REABERTURA DO MES.
005359*
005360 1300-POSTAR-LIBERADAS.
005361     MOVE LOW-VALUES TO RTD-CHAVE.
005362     MOVE 'PROSOMA ' TO RTD-PROGRAMA.
005363     START ARQ-RETIDOS KEY NOT LESS THAN RTD-CHAVE
005364         INVALID KEY
005365             GO TO 1300-POSTAR-LIBERADAS-EXIT
005366     END-START.
005367     MOVE 'N' TO WS-SW-FIM-RETIDOS.
005368     PERFORM 1310-POSTAR-LIBERADA
005369         THRU 1310-POSTAR-LIBERADA-EXIT
005370         UNTIL WS-FIM-RETIDOS.
005371     IF WS-CONT-LIB-BLOQUEADAS GREATER THAN ZERO
005372        AND WS-RETORNO LESS THAN 4
005373         MOVE 4 TO WS-RETORNO
005374     END-IF.
005375 1300-POSTAR-LIBERADAS-EXIT.
005376     EXIT.
005377*
005378 1310-POSTAR-LIBERADA.
005379     READ ARQ-RETIDOS NEXT RECORD
005380         AT END
005381             SET WS-FIM-RETIDOS TO TRUE
005382             GO TO 1310-POSTAR-LIBERADA-EXIT
005383     END-READ.
005384     IF RTD-PROGRAMA NOT EQUAL 'PROSOMA '
005385         SET WS-FIM-RETIDOS TO TRUE
005386         GO TO 1310-POSTAR-LIBERADA-EXIT
005387     END-IF.
005388     IF NOT RTD-SIT-LIBERADO
005389        AND NOT (RTD-SIT-EFETIVADO
005390                 AND RTD-DATA-EFETIVACAO EQUAL WS-DATA-EXECUCAO)
005391         GO TO 1310-POSTAR-LIBERADA-EXIT
005392     END-IF.
005393     MOVE SPACE         TO WS-LINHA-RETIDO.
005394     MOVE RTD-NUM-1     TO WS-LRT-NUM1.
005395     MOVE RTD-NUM-2     TO WS-LRT-NUM2.
005396     IF WS-PERIODOS-DISPONIVEIS
005397         MOVE RTD-DATA-MOVIMENTO TO WS-DATA-ORIGINAL
005398         MOVE WS-MES-ORIGINAL    TO FEC-ANO-MES
005399         READ ARQ-FECHAMENTO
005400             INVALID KEY
005401                 MOVE SPACE TO FEC-SITUACAO
005402         END-READ
005403         IF FEC-SIT-FECHADO
005404             ADD 1 TO WS-CONT-LIB-BLOQUEADAS
005405             DISPLAY 'PRO-SOMA - LIBERADA DE ' RTD-DATA-MOVIMENTO
005406                 ' EM PERIODO FECHADO - NAO POSTADA'
005407             MOVE 'BLOQUEADA '    TO WS-LRT-MARCA
005408             STRING 'PERIODO FECHADO - DATA ' RTD-DATA-MOVIMENTO
005409                 DELIMITED BY SIZE INTO WS-LRT-TEXTO
005410             MOVE WS-LINHA-RETIDO TO SAI-REL-REC
005411             WRITE SAI-REL-REC
005412             GO TO 1310-POSTAR-LIBERADA-EXIT
005413         END-IF
005414     END-IF.
005415     MOVE SPACE              TO MASTER-RECORD.
005416     MOVE RTD-NUM-1          TO MST-NUM-1.
005417     MOVE RTD-NUM-2          TO MST-NUM-2.
005418     MOVE RTD-RESULT         TO MST-RESULT.
005419     MOVE ZERO               TO MST-MAIOR-NUM.
005420     SET MST-TIPO-SOMA       TO TRUE.
005421     MOVE RTD-DATA-MOVIMENTO TO MST-DATA-PROC.
005422     MOVE RTD-LOTE           TO MST-LOTE.
005423     IF WS-RODADA-SIMULADA
005424         MOVE 'M'                TO WS-SPR-ORIGEM
005425         MOVE MASTER-RECORD      TO WS-SPR-IMAGEM
005426         PERFORM 7200-GRAVAR-SOMBRA
005427             THRU 7200-GRAVAR-SOMBRA-EXIT
005428     ELSE
005429         PERFORM 1320-EFETIVAR-LIBERADA
005430             THRU 1320-EFETIVAR-LIBERADA-EXIT
005431         IF WS-FS-MESTRE NOT = '00'
005432             GO TO 1310-POSTAR-LIBERADA-EXIT
005433         END-IF
005434     END-IF.
005435     ADD 1 TO WS-CONT-LIBERADAS.
005436     MOVE 'LIBERADA  '       TO WS-LRT-MARCA.
005437     STRING 'POSTADA COM A DATA ' RTD-DATA-MOVIMENTO
005438         DELIMITED BY SIZE INTO WS-LRT-TEXTO.
005439     MOVE WS-LINHA-RETIDO TO SAI-REL-REC.
005440     WRITE SAI-REL-REC.
005441 1310-POSTAR-LIBERADA-EXIT.
005442     EXIT.
005443*
005444 1320-EFETIVAR-LIBERADA.
005445     WRITE MASTER-RECORD
005446         INVALID KEY
005447             REWRITE MASTER-RECORD
005448     END-WRITE.
005449     IF WS-FS-MESTRE NOT = '00'
005450         DISPLAY 'PRO-SOMA - FALHA DE I-O NO MESTRE - FS '
005451             WS-FS-MESTRE
005452         IF WS-RETORNO LESS THAN 12
005453             MOVE 12 TO WS-RETORNO
005454         END-IF
005455         GO TO 1320-EFETIVAR-LIBERADA-EXIT
005456     END-IF.
005457     MOVE SPACE              TO AUDIT-RECORD.
005458     MOVE 'PROSOMA '         TO AUD-PROGRAMA.
005459     MOVE RTD-NUM-1          TO AUD-NUM-1.
005460     MOVE RTD-NUM-2          TO AUD-NUM-2.
005461     MOVE RTD-RESULT         TO AUD-RESULT.
005462     SET AUD-TIPO-SOMA       TO TRUE.
005463     MOVE RTD-DATA-MOVIMENTO TO AUD-DATA-EXECUCAO.
005464     MOVE WS-HORA-EXECUCAO   TO AUD-HORA-EXECUCAO.
005465     SET AUD-ACAO-PROCESSAMENTO TO TRUE.
005466     MOVE RTD-LOTE           TO AUD-LOTE.
005467     WRITE AUDIT-RECORD.
005468     SET RTD-SIT-EFETIVADO   TO TRUE.
005469     MOVE WS-DATA-EXECUCAO   TO RTD-DATA-EFETIVACAO.
005470     REWRITE RTD-REGISTRO
005471         INVALID KEY
005472             CONTINUE
005473     END-REWRITE.
005474     IF WS-FS-RETIDOS NOT = '00'
005475         DISPLAY 'PRO-SOMA - FALHA DE I-O NAS RETIDAS - FS '
005476             WS-FS-RETIDOS
005477         IF WS-RETORNO LESS THAN 12
005478             MOVE 12 TO WS-RETORNO
005479         END-IF
005480     END-IF.
005481 1320-EFETIVAR-LIBERADA-EXIT.
005482     EXIT.
005483*
005484 2000-PROCESSA-ARQUIVO.
005485     PERFORM 2050-LER-ENTRADA
005486         THRU 2050-LER-ENTRADA-EXIT.
005487     IF WS-FIM-ARQUIVO
005488         GO TO 2000-PROCESSA-ARQUIVO-EXIT
005489     END-IF.
005490     ADD 1 TO WS-CONT-LIDOS.
005491     MOVE NT-NUM-1 TO NUM-1.
005492     MOVE NT-NUM-2 TO NUM-2.
005493     PERFORM 2100-VALIDAR-PAR
005494         THRU 2100-VALIDAR-PAR-EXIT.
005495     IF WS-PAR-INVALIDO
005496         ADD 1 TO WS-CONT-EXCECOES
005497         GO TO 2000-PROCESSA-ARQUIVO-EXIT
005498     END-IF.
005499     PERFORM 2150-VERIFICAR-DUPLICATA
005500         THRU 2150-VERIFICAR-DUPLICATA-EXIT.
005501     IF WS-PAR-DUPLICADO
005502         ADD 1 TO WS-CONT-DUPLICATAS
005503         GO TO 2000-PROCESSA-ARQUIVO-EXIT
005504     END-IF.
005505     ADD NUM-1 NUM-2 GIVING RESULT.
005506     PERFORM 2170-VERIFICAR-RETENCAO
005507         THRU 2170-VERIFICAR-RETENCAO-EXIT.
005508     IF WS-PAR-RETIDO
005509         GO TO 2000-PROCESSA-ARQUIVO-EXIT
005510     END-IF.
005511     ADD 1 TO WS-CONT-VALIDOS.
005530     PERFORM 2200-ACUMULAR-TOTAL
005540         THRU 2200-ACUMULAR-TOTAL-EXIT.
005550     PERFORM 2300-GRAVAR-SAIDA
005650         MOVE ZERO TO WS-CONT-DESDE-CKPT
005660     END-IF.
005670 2000-PROCESSA-ARQUIVO-EXIT.
005671     EXIT.
005672*
005673*    O CABECALHO E O TRAILER DO REMETENTE JA FORAM CONFERIDOS NA
005674*    RECEPCAO (LOT-REC): AQUI SO SE GUARDA O LOTE DO CABECALHO E
005675*    OS DOIS SAO PULADOS, ENTREGANDO APENAS DETALHES.
005676*
005677 2050-LER-ENTRADA.
005678     SET WS-REGISTRO-CONTROLE TO TRUE.
005679     PERFORM 2060-LER-REGISTRO
005680         THRU 2060-LER-REGISTRO-EXIT
005681         UNTIL WS-FIM-ARQUIVO
005682            OR WS-REGISTRO-DETALHE.
005683 2050-LER-ENTRADA-EXIT.
005684     EXIT.
005685*
005686 2060-LER-REGISTRO.
005687     READ ARQ-ENTRADA
005688         AT END
005689             SET WS-FIM-ARQUIVO TO TRUE
005690             GO TO 2060-LER-REGISTRO-EXIT
005691     END-READ.
005692     IF NTH-CABECALHO-LOTE
005693         MOVE NTH-LOTE TO WS-LOTE-ATUAL
005694         GO TO 2060-LER-REGISTRO-EXIT
005695     END-IF.
005696     IF NTT-TRAILER-LOTE
005697         GO TO 2060-LER-REGISTRO-EXIT
005698     END-IF.
005699     SET WS-REGISTRO-DETALHE TO TRUE.
005700 2060-LER-REGISTRO-EXIT.
005701     EXIT.
005702*
005703*    AS SOMAS ACEITAM VALOR NEGATIVO: A FAIXA VALIDA E APLICADA
005710*    SOBRE O VALOR ABSOLUTO DE CADA PARCELA.
005720*
005730 2100-VALIDAR-PAR.
006290     MOVE NUM-1 TO MST-NUM-1.
006300     MOVE NUM-2 TO MST-NUM-2.
006310     SET MST-TIPO-SOMA TO TRUE.
006311     PERFORM 2155-CONFERIR-MESTRE
006312         THRU 2155-CONFERIR-MESTRE-EXIT.
006313     IF WS-PAR-DUPLICADO
006314         GO TO 2150-VERIFICAR-DUPLICATA-EXIT
006315     END-IF.
006316*    O PAR RETIDO NO PROPRIO MOVIMENTO NAO ESTA NO MESTRE, MAS A
006317*    RESSUBMISSAO DELE TAMBEM E DUPLICATA.
006318     PERFORM 2160-CONFERIR-RETIDO
006319         THRU 2160-CONFERIR-RETIDO-EXIT.
006320 2150-VERIFICAR-DUPLICATA-EXIT.
006321     EXIT.
006322*
006323 2155-CONFERIR-MESTRE.
006324     IF WS-RODADA-SIMULADA
006325         PERFORM 7100-LER-MESTRE-SIMULADO
006326             THRU 7100-LER-MESTRE-SIMULADO-EXIT
006327         IF WS-CHAVE-NAO-ACHADA
006328             GO TO 2155-CONFERIR-MESTRE-EXIT
006329         END-IF
006330     ELSE
006331         READ ARQ-MESTRE
006332             INVALID KEY
006333                 GO TO 2155-CONFERIR-MESTRE-EXIT
006334         END-READ
006335     END-IF.
006360     IF MST-DATA-PROC EQUAL WS-DATA-EXECUCAO
006370         SET WS-PAR-DUPLICADO TO TRUE
006380         MOVE MST-NUM-1        TO DUP-NUM-1
006400         MOVE MST-TIPO-TRAN    TO DUP-TIPO-TRAN
006410         MOVE MST-DATA-PROC    TO DUP-DATA-PROC-ORIG
006420         MOVE WS-DATA-EXECUCAO TO DUP-DATA-MOVTO
006421         IF WS-RODADA-SIMULADA
006422             PERFORM 7400-PREVER-DUPLICATA
006423                 THRU 7400-PREVER-DUPLICATA-EXIT
006424         ELSE
006425             WRITE DUPLICATE-RECORD
006426         END-IF
006427     END-IF.
006428 2155-CONFERIR-MESTRE-EXIT.
006429     EXIT.
006430*
006431 2160-CONFERIR-RETIDO.
006432     MOVE 'PROSOMA '       TO RTD-PROGRAMA.
006433     MOVE WS-DATA-EXECUCAO TO RTD-DATA-MOVIMENTO.
006434     MOVE NUM-1            TO RTD-NUM-1.
006435     MOVE NUM-2            TO RTD-NUM-2.
006436     SET RTD-TIPO-SOMA     TO TRUE.
006437     IF WS-RODADA-SIMULADA
006438         PERFORM 7150-LER-RETIDA-SIMULADA
006439             THRU 7150-LER-RETIDA-SIMULADA-EXIT
006440         IF WS-CHAVE-NAO-ACHADA
006441             GO TO 2160-CONFERIR-RETIDO-EXIT
006442         END-IF
006443     ELSE
006444         READ ARQ-RETIDOS
006445             INVALID KEY
006446                 GO TO 2160-CONFERIR-RETIDO-EXIT
006447         END-READ
006448     END-IF.
006449     SET WS-PAR-DUPLICADO TO TRUE.
006450     MOVE RTD-NUM-1          TO DUP-NUM-1.
006451     MOVE RTD-NUM-2          TO DUP-NUM-2.
006452     MOVE RTD-TIPO-TRAN      TO DUP-TIPO-TRAN.
006453     MOVE RTD-DATA-MOVIMENTO TO DUP-DATA-PROC-ORIG.
006454     MOVE WS-DATA-EXECUCAO   TO DUP-DATA-MOVTO.
006455     IF WS-RODADA-SIMULADA
006456         PERFORM 7400-PREVER-DUPLICATA
006457             THRU 7400-PREVER-DUPLICATA-EXIT
006458     ELSE
006459         WRITE DUPLICATE-RECORD
006460     END-IF.
006461 2160-CONFERIR-RETIDO-EXIT.
006462     EXIT.
006463*
006464*    LIMITE DE REVISAO DA SOMA (ZERO = SEM LIMITE) CONTRA O VALOR
006465*    ABSOLUTO DO RESULTADO.  O PAR RETIDO VAI PARA O KSDS DE
006466*    RETIDAS COMO PENDENTE E PARA A SAIDA COM A MARCA 'RETIDA',
006467*    SEM AUDITORIA, MESTRE NEM TOTAL GERAL.
006468*
006469 2170-VERIFICAR-RETENCAO.
006470     SET WS-PAR-NAO-RETIDO TO TRUE.
006471     IF WS-LIMITE-SOMA EQUAL ZERO
006472         GO TO 2170-VERIFICAR-RETENCAO-EXIT
006473     END-IF.
006474     IF RESULT LESS THAN ZERO
006475         SUBTRACT RESULT FROM ZERO GIVING WS-ABS-RESULT
006476     ELSE
006477         MOVE RESULT TO WS-ABS-RESULT
006478     END-IF.
006479     IF WS-ABS-RESULT NOT GREATER THAN WS-LIMITE-SOMA
006480         GO TO 2170-VERIFICAR-RETENCAO-EXIT
006481     END-IF.
006482     SET WS-PAR-RETIDO TO TRUE.
006483     MOVE SPACE            TO RTD-REGISTRO.
006484     MOVE 'PROSOMA '       TO RTD-PROGRAMA.
006485     MOVE WS-DATA-EXECUCAO TO RTD-DATA-MOVIMENTO.
006486     MOVE NUM-1            TO RTD-NUM-1.
006487     MOVE NUM-2            TO RTD-NUM-2.
006488     SET RTD-TIPO-SOMA     TO TRUE.
006489     MOVE RESULT           TO RTD-RESULT.
006490     MOVE WS-LOTE-ATUAL    TO RTD-LOTE.
006491     MOVE 'RESULTADO ACIMA DO LIMITE DE REVISAO' TO RTD-MOTIVO.
006492     MOVE WS-LIMITE-SOMA   TO RTD-LIMITE.
006493     SET RTD-SIT-PENDENTE  TO TRUE.
006494     MOVE ZERO             TO RTD-DATA-DECISAO.
006495     MOVE ZERO             TO RTD-DATA-EFETIVACAO.
006496     IF WS-RODADA-SIMULADA
006497         PERFORM 7250-GUARDAR-RETIDA
006498             THRU 7250-GUARDAR-RETIDA-EXIT
006499     ELSE
006500         PERFORM 2180-GRAVAR-RETIDA
006501             THRU 2180-GRAVAR-RETIDA-EXIT
006502     END-IF.
006503     ADD 1 TO WS-CONT-RETIDAS.
006504     MOVE SPACE            TO WS-LINHA-RETIDO.
006505     MOVE 'RETIDA    '     TO WS-LRT-MARCA.
006506     MOVE NUM-1            TO WS-LRT-NUM1.
006507     MOVE NUM-2            TO WS-LRT-NUM2.
006508     MOVE RESULT           TO WS-REST-VALOR.
006509     STRING 'ACIMA DO LIMITE: ' WS-REST-VALOR
006510         DELIMITED BY SIZE INTO WS-LRT-TEXTO.
006511     MOVE WS-LINHA-RETIDO TO SAI-REL-REC.
006512     WRITE SAI-REL-REC.
006513 2170-VERIFICAR-RETENCAO-EXIT.
006514     EXIT.
006515*
006516 2180-GRAVAR-RETIDA.
006517     WRITE RTD-REGISTRO
006518         INVALID KEY
006519             REWRITE RTD-REGISTRO
006520     END-WRITE.
006521     IF WS-FS-RETIDOS NOT = '00'
006522         DISPLAY 'PRO-SOMA - FALHA DE I-O NAS RETIDAS - FS '
006523             WS-FS-RETIDOS
006524         IF WS-RETORNO LESS THAN 12
006525             MOVE 12 TO WS-RETORNO
006526         END-IF
006527     END-IF.
006528 2180-GRAVAR-RETIDA-EXIT.
006529     EXIT.
006530*
006531*    COM PARCELAS NEGATIVAS O ACUMULADOR TAMBEM PODE ESTOURAR
006532*    PARA BAIXO; OS DOIS SENTIDOS SAO TESTADOS.
006533*
006534 2200-ACUMULAR-TOTAL.
006535     IF (RESULT NOT LESS THAN ZERO
006536         AND WS-TOTAL-GERAL > WS-CAPACIDADE-MAXIMA - RESULT)
006540        OR (RESULT LESS THAN ZERO
006550         AND WS-TOTAL-GERAL < WS-CAPACIDADE-NEGATIVA - RESULT)
006560         SET EXC-ESTOURO-ACUMULADOR TO TRUE
006840     EXIT.
006850*
006860 2400-GRAVAR-AUDITORIA.
006861     IF WS-RODADA-SIMULADA
006862         GO TO 2400-GRAVAR-AUDITORIA-EXIT
006863     END-IF.
006864     MOVE SPACE        TO AUDIT-RECORD.
006870     MOVE 'PROSOMA '   TO AUD-PROGRAMA.
006880     MOVE NUM-1        TO AUD-NUM-1.
006890     MOVE NUM-2        TO AUD-NUM-2.
006920     MOVE WS-DATA-EXECUCAO TO AUD-DATA-EXECUCAO.
006930     MOVE WS-HORA-EXECUCAO TO AUD-HORA-EXECUCAO.
006940     SET AUD-ACAO-PROCESSAMENTO TO TRUE.
006941     MOVE WS-LOTE-ATUAL TO AUD-LOTE.
006950     WRITE AUDIT-RECORD.
006960 2400-GRAVAR-AUDITORIA-EXIT.
006970     EXIT.
006980*
006990 2500-GRAVAR-MESTRE.
006991     MOVE SPACE  TO MASTER-RECORD.
007000     MOVE NUM-1  TO MST-NUM-1.
007010     MOVE NUM-2  TO MST-NUM-2.
007020     MOVE RESULT TO MST-RESULT.
007030     MOVE ZERO   TO MST-MAIOR-NUM.
007040     SET MST-TIPO-SOMA TO TRUE.
007050     MOVE WS-DATA-EXECUCAO TO MST-DATA-PROC.
007051     MOVE WS-LOTE-ATUAL    TO MST-LOTE.
007052     IF WS-RODADA-SIMULADA
007053         MOVE 'M'           TO WS-SPR-ORIGEM
007054         MOVE MASTER-RECORD TO WS-SPR-IMAGEM
007055         PERFORM 7200-GRAVAR-SOMBRA
007056             THRU 7200-GRAVAR-SOMBRA-EXIT
007057         GO TO 2500-GRAVAR-MESTRE-EXIT
007058     END-IF.
007060     WRITE MASTER-RECORD
007070         INVALID KEY
007080             REWRITE MASTER-RECORD
007180     EXIT.
007190*
007200 2600-GRAVAR-CHECKPOINT.
007201     IF WS-RODADA-SIMULADA
007202         GO TO 2600-GRAVAR-CHECKPOINT-EXIT
007203     END-IF.
007210     MOVE 'PROSOMA '          TO CKPT-PROGRAMA.
007220     MOVE WS-CONT-LIDOS       TO CKPT-QTD-PROCESSADA.
007230     MOVE WS-TOTAL-GERAL      TO CKPT-CONTADOR-1.
007240     MOVE WS-CONT-VALIDOS     TO CKPT-CONTADOR-4.
007250     MOVE WS-CONT-EXCECOES    TO CKPT-CONTADOR-5.
007260     MOVE WS-CONT-DUPLICATAS  TO CKPT-CONTADOR-6.
007261     MOVE SPACE               TO CKPT-SITUACAO.
007262     MOVE WS-DATA-EXECUCAO    TO CKPT-DATA-MOVIMENTO.
007263     MOVE ZERO                TO CKPT-COD-RETORNO.
007264     MOVE WS-CONT-RETIDAS     TO CKPT-QTD-RETIDAS.
007265     MOVE WS-CONT-LIBERADAS   TO CKPT-QTD-LIBERADAS.
007270     WRITE CKPT-RECORD
007280         INVALID KEY
007290             REWRITE CKPT-RECORD
007430*    RESSUBMISSAO DO MESMO PAR REJEITADO SOBREPOE A PENDENCIA.
007440*
007450 2900-GRAVAR-EXCECAO.
007451     IF WS-RODADA-SIMULADA
007452         PERFORM 7300-PREVER-EXCECAO
007453             THRU 7300-PREVER-EXCECAO-EXIT
007454         GO TO 2900-GRAVAR-EXCECAO-EXIT
007455     END-IF.
007460     MOVE WS-DATA-EXECUCAO TO EXC-DATA-GERACAO.
007470     MOVE 'PROSOMA ' TO EXC-PROGRAMA.
007480     SET EXC-SIT-ABERTA TO TRUE.
007710        AND WS-RETORNO LESS THAN 4
007720         MOVE 4 TO WS-RETORNO
007730     END-IF.
007731     IF WS-CONT-RETIDAS GREATER THAN ZERO
007732        AND WS-RETORNO LESS THAN 4
007733         MOVE 4 TO WS-RETORNO
007734     END-IF.
007735     IF NOT WS-RODADA-SIMULADA
007736         MOVE 'PROSOMA ' TO CKPT-PROGRAMA
007737         MOVE ZERO      TO CKPT-QTD-PROCESSADA
007738         MOVE ZERO      TO CKPT-CONTADOR-1
007739         MOVE ZERO      TO CKPT-CONTADOR-4
007740         MOVE ZERO      TO CKPT-CONTADOR-5
007741         MOVE ZERO      TO CKPT-CONTADOR-6
007742         MOVE SPACE     TO CKPT-SITUACAO
007743         MOVE ZERO      TO CKPT-DATA-MOVIMENTO
007744         MOVE ZERO      TO CKPT-COD-RETORNO
007745         MOVE ZERO      TO CKPT-QTD-RETIDAS
007746         MOVE ZERO      TO CKPT-QTD-LIBERADAS
007747         WRITE CKPT-RECORD
007748             INVALID KEY
007749                 REWRITE CKPT-RECORD
007750         END-WRITE
007751     END-IF.
007840     IF WS-CONT-VALIDOS > ZERO
007850         DIVIDE WS-TOTAL-GERAL BY WS-CONT-VALIDOS
007860             GIVING WS-MEDIA-GERAL ROUNDED
007970     MOVE WS-CONT-DUPLICATAS             TO WS-RES-VALOR.
007980     MOVE WS-LINHA-RESUMO TO SAI-REL-REC.
007990     WRITE SAI-REL-REC.
007991     MOVE 'RETIDAS PARA REVISAO'         TO WS-RES-TEXTO.
007992     MOVE WS-CONT-RETIDAS                TO WS-RES-VALOR.
007993     MOVE WS-LINHA-RESUMO TO SAI-REL-REC.
007994     WRITE SAI-REL-REC.
007995     MOVE 'RETIDAS LIBERADAS E POSTADAS' TO WS-RES-TEXTO.
007996     MOVE WS-CONT-LIBERADAS              TO WS-RES-VALOR.
007997     MOVE WS-LINHA-RESUMO TO SAI-REL-REC.
007998     WRITE SAI-REL-REC.
008000     MOVE 'TOTAL GERAL'                  TO WS-REST-TEXTO.
008010     MOVE WS-TOTAL-GERAL                 TO WS-REST-VALOR.
008020     MOVE WS-LINHA-RESUMO-TOTAL TO SAI-REL-REC.
008110         WS-CONT-EXCECOES.
008120     DISPLAY 'PRO-SOMA - DUPLICATAS           : '
008130         WS-CONT-DUPLICATAS.
008131     DISPLAY 'PRO-SOMA - RETIDAS P/ REVISAO   : '
008132         WS-CONT-RETIDAS.
008133     DISPLAY 'PRO-SOMA - LIBERADAS POSTADAS   : '
008134         WS-CONT-LIBERADAS.
008140     DISPLAY 'PRO-SOMA - TOTAL GERAL          : '
008150         WS-TOTAL-GERAL.
008160     DISPLAY 'PRO-SOMA - MEDIA GERAL          : '
008170         WS-MEDIA-GERAL.
008180     PERFORM 3300-GRAVAR-TRAILERS
008190         THRU 3300-GRAVAR-TRAILERS-EXIT.
008191     IF WS-RODADA-SIMULADA
008192         CLOSE ARQ-ENTRADA
008193         CLOSE ARQ-SAIDA
008194         CLOSE ARQ-EXCECAO
008195         CLOSE ARQ-DUPLICATA
008196         IF WS-MESTRE-DISPONIVEL
008197             CLOSE ARQ-MESTRE
008198         END-IF
008199         IF WS-RETIDOS-DISPONIVEIS
008200             CLOSE ARQ-RETIDOS
008201         END-IF
008202         IF WS-PERIODOS-DISPONIVEIS
008203             CLOSE ARQ-FECHAMENTO
008204         END-IF
008205         GO TO 3000-FINALIZA-EXIT
008206     END-IF.
008207     PERFORM 3200-GRAVAR-CONTROLE
008210         THRU 3200-GRAVAR-CONTROLE-EXIT.
008220     CLOSE ARQ-ENTRADA.
008230     CLOSE ARQ-SAIDA.
008270     CLOSE ARQ-CHECKPT.
008280     CLOSE ARQ-MESTRE.
008290     CLOSE ARQ-EXCPEND.
008291     CLOSE ARQ-RETIDOS.
008292     IF WS-PERIODOS-DISPONIVEIS
008293         CLOSE ARQ-FECHAMENTO
008294     END-IF.
008300 3000-FINALIZA-EXIT.
008310     EXIT.
008320*
008410     MOVE WS-CONT-EXCECOES   TO CTL-QTD-EXCECOES.
008420     MOVE WS-CONT-DUPLICATAS TO CTL-QTD-DUPLICATAS.
008430     MOVE WS-TOTAL-GERAL     TO CTL-TOTAL-CONTROLE.
008431     MOVE WS-CONT-RETIDAS    TO CTL-QTD-RETIDAS.
008432     MOVE WS-CONT-LIBERADAS  TO CTL-QTD-LIBERADAS.
008440     MOVE CONTROL-RECORD TO HCT-REGISTRO.
008450     WRITE CONTROL-RECORD.
008460     CLOSE ARQ-CONTROLE.
008690     EXIT.
008700*
008710 3300-GRAVAR-TRAILERS.
008711     IF WS-RODADA-SIMULADA
008712         PERFORM 7500-PREVER-TRAILERS
008713             THRU 7500-PREVER-TRAILERS-EXIT
008714         GO TO 3300-GRAVAR-TRAILERS-EXIT
008715     END-IF.
008720     MOVE 'TRL'              TO TRL-ID.
008730     MOVE 'PROSOMA '         TO TRL-PROGRAMA.
008740     MOVE WS-CONT-VALIDOS    TO TRL-QTD-REGISTROS.
008820     MOVE WS-CONT-DUPLICATAS TO TRL-QTD-REGISTROS.
008830     MOVE TRL-REGISTRO TO DUPLICATE-RECORD.
008840     WRITE DUPLICATE-RECORD.
008850     ADD WS-CONT-VALIDOS WS-CONT-LIBERADAS
008851         GIVING WS-CONT-AUDITADAS.
008852     MOVE WS-CONT-AUDITADAS  TO TRL-QTD-REGISTROS.
008860     MOVE TRL-REGISTRO TO AUDIT-RECORD.
008870     WRITE AUDIT-RECORD.
008880 3300-GRAVAR-TRAILERS-EXIT.
008890     EXIT.
008891*
008892*    LEITURA DO MESTRE NA RODADA SIMULADA: O QUE A PROPRIA RODADA
008893*    JA TERIA GRAVADO (TABELA SOMBRA) PREVALECE SOBRE O MESTRE EM
008894*    DISCO.  A CHAVE PROCURADA ESTA EM MST-CHAVE.
008895*
008896 7100-LER-MESTRE-SIMULADO.
008897     SET WS-CHAVE-NAO-ACHADA TO TRUE.
008898     MOVE SPACE     TO WS-SPR-IMAGEM.
008899     MOVE 'M'       TO WS-SPR-ORIGEM.
008900     MOVE MST-CHAVE TO WS-SPR-CHAVE.
008901     PERFORM 7110-PROCURAR-SOMBRA
008902         THRU 7110-PROCURAR-SOMBRA-EXIT.
008903     IF WS-SOM-ACHADA GREATER THAN ZERO
008904         MOVE WS-SOM-IMAGEM (WS-SOM-ACHADA) TO MASTER-RECORD
008905         SET WS-CHAVE-ACHADA TO TRUE
008906         GO TO 7100-LER-MESTRE-SIMULADO-EXIT
008907     END-IF.
008908     IF NOT WS-MESTRE-DISPONIVEL
008909         GO TO 7100-LER-MESTRE-SIMULADO-EXIT
008910     END-IF.
008911     READ ARQ-MESTRE
008912         INVALID KEY
008913             GO TO 7100-LER-MESTRE-SIMULADO-EXIT
008914     END-READ.
008915     SET WS-CHAVE-ACHADA TO TRUE.
008916 7100-LER-MESTRE-SIMULADO-EXIT.
008917     EXIT.
008918*
008919 7110-PROCURAR-SOMBRA.
008920     MOVE ZERO TO WS-SOM-ACHADA.
008921     PERFORM 7120-COMPARAR-SOMBRA
008922         THRU 7120-COMPARAR-SOMBRA-EXIT
008923         VARYING WS-IND-SOMBRA FROM 1 BY 1
008924         UNTIL WS-IND-SOMBRA GREATER THAN WS-QTD-SOMBRA
008925            OR WS-SOM-ACHADA GREATER THAN ZERO.
008926 7110-PROCURAR-SOMBRA-EXIT.
008927     EXIT.
008928*
008929 7120-COMPARAR-SOMBRA.
008930     IF WS-SOM-ORIGEM (WS-IND-SOMBRA) EQUAL WS-SPR-ORIGEM
008931        AND WS-SOM-CHAVE (WS-IND-SOMBRA) EQUAL WS-SPR-CHAVE
008932         MOVE WS-IND-SOMBRA TO WS-SOM-ACHADA
008933     END-IF.
008934 7120-COMPARAR-SOMBRA-EXIT.
008935     EXIT.
008936*
008937*    RETIDA DO PROPRIO MOVIMENTO NA RODADA SIMULADA: A TABELA
008938*    SOMBRA PREVALECE SOBRE O KSDS DE RETIDAS.  A CHAVE PROCURADA
008939*    ESTA EM RTD-CHAVE.
008940*
008941 7150-LER-RETIDA-SIMULADA.
008942     SET WS-CHAVE-NAO-ACHADA TO TRUE.
008943     MOVE SPACE         TO WS-SPR-IMAGEM.
008944     MOVE 'T'           TO WS-SPR-ORIGEM.
008945     MOVE RTD-NUM-1     TO WS-SPR-NUM-1.
008946     MOVE RTD-NUM-2     TO WS-SPR-NUM-2.
008947     MOVE RTD-TIPO-TRAN TO WS-SPR-TIPO-TRAN.
008948     PERFORM 7110-PROCURAR-SOMBRA
008949         THRU 7110-PROCURAR-SOMBRA-EXIT.
008950     IF WS-SOM-ACHADA GREATER THAN ZERO
008951         SET WS-CHAVE-ACHADA TO TRUE
008952         GO TO 7150-LER-RETIDA-SIMULADA-EXIT
008953     END-IF.
008954     IF NOT WS-RETIDOS-DISPONIVEIS
008955         GO TO 7150-LER-RETIDA-SIMULADA-EXIT
008956     END-IF.
008957     READ ARQ-RETIDOS
008958         INVALID KEY
008959             GO TO 7150-LER-RETIDA-SIMULADA-EXIT
008960     END-READ.
008961     SET WS-CHAVE-ACHADA TO TRUE.
008962 7150-LER-RETIDA-SIMULADA-EXIT.
008963     EXIT.
008964*
008965*    GRAVACAO NA RODADA SIMULADA: A IMAGEM EM WS-SPR-IMAGEM, COM
008966*    A ORIGEM EM WS-SPR-ORIGEM, VAI PARA A TABELA SOMBRA
008967*    (SUBSTITUINDO A DA MESMA CHAVE E ORIGEM).  COM A TABELA CHEIA
008968*    A CHAVE NOVA NAO E GUARDADA E UMA REPETICAO DELA MAIS ADIANTE
008969*    NO ARQUIVO NAO E VISTA COMO DUPLICATA; A PREVIA AVISA NO FIM.
008970*
008971 7200-GRAVAR-SOMBRA.
008972     PERFORM 7110-PROCURAR-SOMBRA
008973         THRU 7110-PROCURAR-SOMBRA-EXIT.
008974     IF WS-SOM-ACHADA GREATER THAN ZERO
008975         MOVE WS-SPR-IMAGEM TO WS-SOM-IMAGEM (WS-SOM-ACHADA)
008976         GO TO 7200-GRAVAR-SOMBRA-EXIT
008977     END-IF.
008978     IF WS-QTD-SOMBRA NOT LESS THAN WS-MAX-SOMBRA
008979         IF NOT WS-SOMBRA-ESGOTADA
008980             SET WS-SOMBRA-ESGOTADA TO TRUE
008981             DISPLAY 'PRO-SOMA - TABELA DA SIMULACAO ESGOTADA '
008982                 'COM ' WS-QTD-SOMBRA ' CHAVES'
008983         END-IF
008984         ADD 1 TO WS-CONT-FORA-SOMBRA
008985         GO TO 7200-GRAVAR-SOMBRA-EXIT
008986     END-IF.
008987     ADD 1 TO WS-QTD-SOMBRA.
008988     MOVE WS-SPR-ORIGEM TO WS-SOM-ORIGEM (WS-QTD-SOMBRA).
008989     MOVE WS-SPR-IMAGEM TO WS-SOM-IMAGEM (WS-QTD-SOMBRA).
008990 7200-GRAVAR-SOMBRA-EXIT.
008991     EXIT.
008992*
008993 7250-GUARDAR-RETIDA.
008994     MOVE SPACE         TO WS-SPR-IMAGEM.
008995     MOVE 'T'           TO WS-SPR-ORIGEM.
008996     MOVE RTD-NUM-1     TO WS-SPR-NUM-1.
008997     MOVE RTD-NUM-2     TO WS-SPR-NUM-2.
008998     MOVE RTD-TIPO-TRAN TO WS-SPR-TIPO-TRAN.
008999     PERFORM 7200-GRAVAR-SOMBRA
009000         THRU 7200-GRAVAR-SOMBRA-EXIT.
009001 7250-GUARDAR-RETIDA-EXIT.
009002     EXIT.
009003*
009004 7300-PREVER-EXCECAO.
009005     ADD 1 TO WS-MOT-QTD (EXC-COD-MOTIVO).
009006     MOVE 'EXCECAO'          TO WS-LPV-MARCA.
009007     MOVE EXC-NUM-1-RAW      TO WS-LPV-NUM-1-RAW.
009008     MOVE EXC-NUM-2-RAW      TO WS-LPV-NUM-2-RAW.
009009     MOVE EXC-COD-MOTIVO     TO WS-LPV-COD-MOTIVO.
009010     MOVE EXC-DESC-MOTIVO    TO WS-LPV-TEXTO.
009011     MOVE WS-LINHA-PREVIA TO SAI-REL-REC.
009012     WRITE SAI-REL-REC.
009013 7300-PREVER-EXCECAO-EXIT.
009014     EXIT.
009015*
009016 7400-PREVER-DUPLICATA.
009017     MOVE 'DUPLICATA'        TO WS-LPV-MARCA.
009018     MOVE NT-NUM-1-X         TO WS-LPV-NUM-1-RAW.
009019     MOVE NT-NUM-2-X         TO WS-LPV-NUM-2-RAW.
009020     MOVE SPACE              TO WS-LPV-COD-MOTIVO.
009021     MOVE SPACE              TO WS-LPV-TEXTO.
009022     STRING 'JA RECEBIDO NO MOVIMENTO ' DUP-DATA-PROC-ORIG
009023         DELIMITED BY SIZE INTO WS-LPV-TEXTO.
009024     MOVE WS-LINHA-PREVIA TO SAI-REL-REC.
009025     WRITE SAI-REL-REC.
009026 7400-PREVER-DUPLICATA-EXIT.
009027     EXIT.
009028*
009029*    FIM DA PREVIA: EXCECOES POR MOTIVO, CONTAGENS E TOTAIS DE
009030*    CONTROLE DOS TRAILERS QUE A RODADA REAL GRAVARIA EM CADA
009031*    DATASET E O RETORNO COM QUE ELA TERMINARIA.
009032*
009033 7500-PREVER-TRAILERS.
009034     MOVE 'EXCECOES POR MOTIVO' TO SAI-REL-REC.
009035     WRITE SAI-REL-REC.
009036     PERFORM 7510-LISTAR-MOTIVO
009037         THRU 7510-LISTAR-MOTIVO-EXIT
009038         VARYING WS-IND-MOT FROM 1 BY 1
009039         UNTIL WS-IND-MOT GREATER THAN 99.
009040     MOVE 'TRAILERS DA RODADA REAL' TO SAI-REL-REC.
009041     WRITE SAI-REL-REC.
009042     MOVE 'SAIDA     - REGISTROS'        TO WS-RES-TEXTO.
009043     MOVE WS-CONT-VALIDOS                TO WS-RES-VALOR.
009044     MOVE WS-LINHA-RESUMO TO SAI-REL-REC.
009045     WRITE SAI-REL-REC.
009046     MOVE 'SAIDA     - TOTAL DE CONTROLE' TO WS-REST-TEXTO.
009047     MOVE WS-TOTAL-GERAL                 TO WS-REST-VALOR.
009048     MOVE WS-LINHA-RESUMO-TOTAL TO SAI-REL-REC.
009049     WRITE SAI-REL-REC.
009050     MOVE 'EXCECAO   - REGISTROS'        TO WS-RES-TEXTO.
009051     MOVE WS-CONT-EXCECOES               TO WS-RES-VALOR.
009052     MOVE WS-LINHA-RESUMO TO SAI-REL-REC.
009053     WRITE SAI-REL-REC.
009054     MOVE 'DUPLICATA - REGISTROS'        TO WS-RES-TEXTO.
009055     MOVE WS-CONT-DUPLICATAS             TO WS-RES-VALOR.
009056     MOVE WS-LINHA-RESUMO TO SAI-REL-REC.
009057     WRITE SAI-REL-REC.
009058     ADD WS-CONT-VALIDOS WS-CONT-LIBERADAS
009059         GIVING WS-CONT-AUDITADAS.
009060     MOVE 'AUDITORIA - REGISTROS'        TO WS-RES-TEXTO.
009061     MOVE WS-CONT-AUDITADAS              TO WS-RES-VALOR.
009062     MOVE WS-LINHA-RESUMO TO SAI-REL-REC.
009063     WRITE SAI-REL-REC.
009064     IF WS-SOMBRA-ESGOTADA
009065         MOVE 'CHAVES FORA DA TABELA SIMULADA'
009066                                         TO WS-RES-TEXTO
009067         MOVE WS-CONT-FORA-SOMBRA        TO WS-RES-VALOR
009068         MOVE WS-LINHA-RESUMO TO SAI-REL-REC
009069         WRITE SAI-REL-REC
009070     END-IF.
009071     MOVE 'RETORNO DA RODADA REAL'       TO WS-RES-TEXTO.
009072     MOVE WS-RETORNO                     TO WS-RES-VALOR.
009073     MOVE WS-LINHA-RESUMO TO SAI-REL-REC.
009074     WRITE SAI-REL-REC.
009075     DISPLAY 'PRO-SOMA - RODADA SIMULADA - RETORNO PREVISTO: '
009076         WS-RETORNO.
009077 7500-PREVER-TRAILERS-EXIT.
009078     EXIT.
009079*
009080 7510-LISTAR-MOTIVO.
009081     IF WS-MOT-QTD (WS-IND-MOT) EQUAL ZERO
009082         GO TO 7510-LISTAR-MOTIVO-EXIT
009083     END-IF.
009084     EVALUATE WS-IND-MOT
009085         WHEN 01
009086             MOVE 'NUM-1 NAO NUMERICO'         TO WS-LMO-TEXTO
009087         WHEN 02
009088             MOVE 'NUM-2 NAO NUMERICO'         TO WS-LMO-TEXTO
009089         WHEN 03
009090             MOVE 'NUM-1 FORA DA FAIXA'        TO WS-LMO-TEXTO
009091         WHEN 04
009092             MOVE 'NUM-2 FORA DA FAIXA'        TO WS-LMO-TEXTO
009093         WHEN 05
009094             MOVE 'TIPO DE TRANSACAO INVALIDO' TO WS-LMO-TEXTO
009095         WHEN 06
009096             MOVE 'DIVISAO POR ZERO'           TO WS-LMO-TEXTO
009097         WHEN 07
009098             MOVE 'VALOR NEGATIVO'             TO WS-LMO-TEXTO
009099         WHEN 08
009100             MOVE 'ESTORNO INVALIDO'           TO WS-LMO-TEXTO
009101         WHEN 09
009102             MOVE 'ESTORNO EM PERIODO FECHADO' TO WS-LMO-TEXTO
009103         WHEN 99
009104             MOVE 'ESTOURO DE ACUMULADOR'      TO WS-LMO-TEXTO
009105         WHEN OTHER
009106             MOVE SPACE                        TO WS-LMO-TEXTO
009107     END-EVALUATE.
009108     MOVE WS-IND-MOT              TO WS-LMO-CODIGO.
009109     MOVE WS-MOT-QTD (WS-IND-MOT) TO WS-LMO-VALOR.
009110     MOVE WS-LINHA-MOTIVO TO SAI-REL-REC.
009111     WRITE SAI-REL-REC.
009112 7510-LISTAR-MOTIVO-EXIT.
009113     EXIT.
