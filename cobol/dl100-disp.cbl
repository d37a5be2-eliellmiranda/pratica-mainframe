001220*                   PROMOCAO FINAL PARA O GDG VIA IEBGENER -
001230*                   A RESUBMISSAO POS-ABEND NAO EDITA DD
001240*                   NENHUM.
001241* 2026-10-15 RM     CONTROLE DE LOTE NA RECEPCAO: O ARQUIVO DE
001242*                   TRANSACOES PASSOU A TRAZER CABECALHO 'HDR' E
001243*                   TRAILER 'TRL' DO REMETENTE (TRANDISP.CPY),
001244*                   CONFERIDOS PELO PASSO LOTREC (LOT-REC) ANTES
001245*                   DESTE.  A LEITURA FOI CENTRALIZADA EM
001246*                   2050-LER-TRANSACAO, QUE PULA OS DOIS REGISTROS
001247*                   DE CONTROLE (AS CONTAGENS E O CHECKPOINT SO
001248*                   CONSIDERAM DETALHES) E GUARDA A IDENTIFICACAO
001249*                   DO LOTE, GRAVADA EM AUD-LOTE NA AUDITORIA E EM
001250*                   MST-LOTE NO MESTRE.
001251* 2026-10-15 RM     TRANSACAO DE ESTORNO (TIPO 'R', TRANDISP.CPY):
001252*                   O PAR E O TIPO ORIGINAL SAO PROCURADOS NO
001253*                   MESTRE E, NA FALTA, NO HISTORICO DO EXPURGO
001254*                   (DD HISTKSDS) EM 2550-DESPACHAR-ESTORNO;
001255*                   ACHADO E ATIVO, O REGISTRO E MARCADO ESTORNADO
001256*                   (MST-SITUACAO 'R') E A AUDITORIA RECEBE O
001257*                   RESULTADO ORIGINAL NEGADO COM A ACAO 'R'.
001258*                   ESTORNO DE PAR INEXISTENTE OU JA ESTORNADO, OU
001259*                   COM TIPO ORIGINAL INVALIDO, VAI PARA AS
001260*                   EXCECOES COM O MOTIVO 08. SOMAS E PRODUTOS
001261*                   ESTORNADOS SAEM DOS TOTAIS GERAIS (TOTAL DE
001262*                   CONTROLE DO TRAILER E DO CONTROL-RECORD PASSAM
001263*                   A LIQUIDOS) E OS ESTORNOS ENTRAM NAS
001264*                   QUANTIDADES DO TRAILER DO RELATORIO E DA
001265*                   AUDITORIA E EM CTL-QTD-VALIDOS. AS LINHAS DOS
001266*                   ESTORNOS VAO PARA O DATASET DE TRABALHO DD
001267*                   ESTORNO E SAO COPIADAS PARA UMA SECAO PROPRIA
001268*                   NO FIM DO RELATORIO; NO RESTART OS CONTADORES
001269*                   DE ESTORNO SAO REFEITOS A PARTIR DELE.
001270*                   WS-TOTAL-PRODUTOS PASSOU A TER SINAL.
001271* 2026-10-15 RM     O ESTORNO DE TRANSACAO COM MST-DATA-PROC EM
001272*                   MES FECHADO PELO MES-FEC (KSDS DE PERIODOS
001273*                   PROD.NUMEROS.FECHAMES, DD FECHAMES) VAI PARA
001274*                   AS EXCECOES COM O MOTIVO 09, SEM TOCAR NO
001275*                   MESTRE NEM NO HISTORICO, SALVO SE O MES FOI
001276*                   REABERTO.
001277* 2026-10-15 RM     RODADA PARTICIONADA: O NUMERO DA PARTICAO E
001278*                   LIDO POR ACCEPT DO SYSIN (00 OU BRANCO =
001279*                   RODADA UNICA, COMO ATE ENTAO). NA PARTICAO
001280*                   (JOB DL100PAR, ENTRADA GERADA PELA DIVISAO
001281*                   PRT-DIV) O CHECKPOINT USA A CHAVE PROPRIA
001282*                   'DL100Pnn' E, NO FIM, GRAVA OS CONTADORES
001283*                   FINAIS COM A SITUACAO 'C', A DATA DO MOVIMENTO
001284*                   E O CODIGO DE RETORNO EM VEZ DE ZERAR; A
001285*                   PARTICAO JA CONCLUIDA NO MOVIMENTO TERMINA SEM
001286*                   REPROCESSAR. A PARTICAO NAO ECOA PARAMETROS,
001287*                   NAO GRAVA O RESUMO NEM O
001288*                   CONTROL-RECORD/HISTORICO E NAO ELEVA O RETORNO
001289*                   A 8 POR ENTRADA VAZIA: TUDO ISSO E FEITO UMA
001290*                   VEZ PELA CONSOLIDACAO PRT-CON SOBRE A SOMA DAS
001291*                   PARTICOES. A SECAO DE ESTORNOS CONTINUA NO
001292*                   RELATORIO DA PARTICAO, DE ONDE A CONSOLIDACAO
001293*                   A RECOLHE.
001294* 2026-10-15 RM     RETENCAO PARA REVISAO: A TRANSACAO C, S, M OU
001295*                   D CUJO RESULTADO, EM VALOR ABSOLUTO, PASSA DO
001296*                   LIMITE DO TIPO NO ARQUIVO DE PARAMETROS
001297*                   (PRM-LIMITE-*, ZERO = SEM LIMITE) E GRAVADA NO
001298*                   KSDS DE RETIDAS PROD.NUMEROS.RETIDOS (DD
001299*                   RETIDOS, RTDREC.CPY) EM 2580-RETER-TRANSACAO,
001300*                   SEM ENTRAR NO MESTRE, NA AUDITORIA, NOS
001301*                   CONTADORES POR TIPO NEM NOS TOTAIS; O
001302*                   RELATORIO RECEBE UMA LINHA 'RETIDO' E O
001303*                   RETORNO SOBE A 4. A RETIDA DO PROPRIO
001304*                   MOVIMENTO CONTA COMO DUPLICATA NA
001305*                   RESSUBMISSAO. AS RETIDAS LIBERADAS PELO
001306*                   RTD-LIB SAO POSTADAS NO INICIO DA RODADA
001307*                   SEGUINTE (1300-POSTAR-LIBERADAS, SO NA RODADA
001308*                   UNICA OU NA PARTICAO 01) NO MESTRE E NA
001309*                   AUDITORIA COM A DATA DO MOVIMENTO ORIGINAL,
001310*                   FORA DOS TOTAIS DO DIA; A DE MES FECHADO FICA
001311*                   AGUARDANDO A REABERTURA. RETIDAS E LIBERADAS
001312*                   TEM LINHAS PROPRIAS NO RESUMO, CONTADORES NO
001313*                   CHECKPOINT E NO CONTROL-RECORD, E AS LIBERADAS
001314*                   ENTRAM NA QUANTIDADE DO TRAILER DA AUDITORIA.
001315* 2026-10-15 RM     RODADA SIMULADA (PRM-SIMULACAO = 'S', JOB
001316*                   DL100SIM): MESMA VALIDACAO, CONFERENCIA DE
001317*                   DUPLICATAS, CALCULOS, RETENCAO E ESTORNOS DA
001318*                   RODADA REAL, MAS SO O RELATORIO (DD RELATORIO)
001319*                   E O DATASET DE TRABALHO DOS ESTORNOS SAO
001320*                   GRAVADOS, COMO PREVIA: EXCECOES E DUPLICATAS
001321*                   SAEM NELE NO LUGAR EM QUE OCORREM E NO FIM VEM
001322*                   AS EXCECOES POR MOTIVO, OS TRAILERS E O
001323*                   RETORNO QUE A RODADA REAL TERIA. MESTRE,
001324*                   HISTKSDS, RETIDOS E FECHAMES SAO ABERTOS SO
001325*                   PARA LEITURA; O QUE A RODADA REAL GRAVARIA NO
001326*                   MESTRE, NO HISTORICO E NAS RETIDAS FICA NUMA
001327*                   TABELA EM MEMORIA CONSULTADA ANTES DOS
001328*                   ARQUIVOS. NAO HA CHECKPOINT, RESTART, EXCPEND,
001329*                   AUDITORIA, CONTROL-RECORD NEM HISTORICO DE
001330*                   RODADAS, E AS LIBERADAS NAO SAO EFETIVADAS. A
001331*                   SIMULACAO E SO DA RODADA UNICA (PARTICAO NO
001332*                   SYSIN TERMINA COM RETORNO 16).
001333*****************************************************************
001334 IDENTIFICATION DIVISION.
001335 PROGRAM-ID.     DL100-DSP.
001336 AUTHOR.         EQUIPE DE MANUTENCAO COBOL.
001337 INSTALLATION.   CENTRO DE PROCESSAMENTO DE DADOS.
001338 DATE-WRITTEN.   2026-08-09.
001339 DATE-COMPILED.  2026-08-09.
001340*
001341 ENVIRONMENT DIVISION.
001342 CONFIGURATION SECTION.
001350 SOURCE-COMPUTER.   IBM-370.
001360 OBJECT-COMPUTER.   IBM-370.
001370 INPUT-OUTPUT SECTION.
001750         ACCESS MODE IS DYNAMIC
001760         RECORD KEY IS CKPT-PROGRAMA
001770         FILE STATUS IS WS-FS-CHECKPT.
001771     SELECT ARQ-HISTKSDS   ASSIGN TO HISTKSDS
001772         ORGANIZATION IS INDEXED
001773         ACCESS MODE IS DYNAMIC
001774         RECORD KEY IS HIX-CHAVE
001775         FILE STATUS IS WS-FS-HISTKSDS.
001776     SELECT ARQ-ESTORNO    ASSIGN TO ESTORNO
001777         ORGANIZATION IS SEQUENTIAL
001778         FILE STATUS IS WS-FS-ESTORNO.
001779     SELECT ARQ-FECHAMENTO ASSIGN TO FECHAMES
001780         ORGANIZATION IS INDEXED
001781         ACCESS MODE IS DYNAMIC
001782         RECORD KEY IS FEC-ANO-MES
001783         FILE STATUS IS WS-FS-FECHAMENTO.
001784     SELECT ARQ-RETIDOS    ASSIGN TO RETIDOS
001785         ORGANIZATION IS INDEXED
001786         ACCESS MODE IS DYNAMIC
001787         RECORD KEY IS RTD-CHAVE
001788         FILE STATUS IS WS-FS-RETIDOS.
001789*
001790 DATA DIVISION.
001800 FILE SECTION.
001810 FD  ARQ-TRANSACAO
002160 FD  ARQ-HISTCTL
002170     LABEL RECORDS ARE STANDARD
002180     RECORDING MODE IS F.
002190 01  HCT-REGISTRO                    PIC X(100).
002200*
002210 FD  ARQ-MESTRE
002220     LABEL RECORDS ARE STANDARD
002320     LABEL RECORDS ARE STANDARD
002330     RECORDING MODE IS F.
002340 COPY CKPTREC.
002341*
002342 FD  ARQ-HISTKSDS
002343     LABEL RECORDS ARE STANDARD
002344     RECORDING MODE IS F.
002345 COPY HIXREC.
002346*
002347 FD  ARQ-ESTORNO
002348     LABEL RECORDS ARE STANDARD
002349     RECORDING MODE IS F.
002350 01  EST-REC                         PIC X(80).
002351*
002352 FD  ARQ-FECHAMENTO
002353     LABEL RECORDS ARE STANDARD
002354     RECORDING MODE IS F.
002355 COPY FECREC.
002356*
002357 FD  ARQ-RETIDOS
002358     LABEL RECORDS ARE STANDARD
002359     RECORDING MODE IS F.
002360 COPY RTDREC.
002361*
002362 WORKING-STORAGE SECTION.
002370 COPY NUMREC.
002380*
002390 COPY CABTRL.
002500     05  WS-FS-MESTRE                PIC X(02) VALUE '00'.
002510     05  WS-FS-EXCPEND               PIC X(02) VALUE '00'.
002520     05  WS-FS-CHECKPT               PIC X(02) VALUE '00'.
002521     05  WS-FS-HISTKSDS              PIC X(02) VALUE '00'.
002522     05  WS-FS-ESTORNO               PIC X(02) VALUE '00'.
002523     05  WS-FS-FECHAMENTO            PIC X(02) VALUE '00'.
002524     05  WS-FS-RETIDOS               PIC X(02) VALUE '00'.
002530*
002540 01  WS-SWITCHES.
002550     05  WS-SW-FIM-ARQUIVO           PIC X(01) VALUE 'N'.
002600     05  WS-SW-TRAN-DUPLICADA        PIC X(01) VALUE 'N'.
002610         88  WS-TRAN-DUPLICADA            VALUE 'S'.
002620         88  WS-TRAN-NAO-DUPLICADA       VALUE 'N'.
002621     05  WS-SW-FIM-ESTORNO           PIC X(01) VALUE 'N'.
002622         88  WS-FIM-ESTORNO              VALUE 'S'.
002623     05  WS-SW-ORIGEM-ESTORNO        PIC X(01) VALUE 'M'.
002624         88  WS-EST-NO-MESTRE            VALUE 'M'.
002625         88  WS-EST-NO-HISTORICO         VALUE 'H'.
002626     05  WS-SW-REJEICAO-ESTORNO      PIC X(01) VALUE SPACE.
002627         88  WS-EST-ACEITO               VALUE SPACE.
002628         88  WS-EST-INVALIDO             VALUE 'I'.
002629         88  WS-EST-EM-PERIODO-FECHADO   VALUE 'P'.
002630         88  WS-EST-ESTOURO              VALUE 'E'.
002631     05  WS-TIPO-EFETIVO             PIC X(01) VALUE SPACE.
002632         88  WS-EFETIVO-SOMA             VALUE 'S'.
002633     05  WS-SW-PERIODOS              PIC X(01) VALUE 'N'.
002634         88  WS-PERIODOS-DISPONIVEIS     VALUE 'S'.
002635     05  WS-SW-PARTICAO              PIC X(01) VALUE 'N'.
002636         88  WS-RODADA-PARTICIONADA      VALUE 'S'.
002637     05  WS-SW-CONCLUSAO             PIC X(01) VALUE SPACE.
002638         88  WS-PARTICAO-CONCLUIDA       VALUE 'C'.
002639     05  WS-SW-TRAN-RETIDA           PIC X(01) VALUE 'N'.
002640         88  WS-TRAN-RETIDA              VALUE 'S'.
002641         88  WS-TRAN-NAO-RETIDA          VALUE 'N'.
002642     05  WS-SW-FIM-RETIDOS           PIC X(01) VALUE 'N'.
002643         88  WS-FIM-RETIDOS              VALUE 'S'.
002644     05  WS-SW-SIMULACAO             PIC X(01) VALUE 'N'.
002645         88  WS-RODADA-SIMULADA          VALUE 'S'.
002646     05  WS-SW-MESTRE                PIC X(01) VALUE 'N'.
002647         88  WS-MESTRE-DISPONIVEL        VALUE 'S'.
002648     05  WS-SW-HISTKSDS              PIC X(01) VALUE 'N'.
002649         88  WS-HISTKSDS-DISPONIVEL      VALUE 'S'.
002650     05  WS-SW-RETIDOS               PIC X(01) VALUE 'N'.
002651         88  WS-RETIDOS-DISPONIVEIS      VALUE 'S'.
002652     05  WS-SW-CHAVE-ACHADA          PIC X(01) VALUE 'N'.
002653         88  WS-CHAVE-ACHADA             VALUE 'S'.
002654         88  WS-CHAVE-NAO-ACHADA         VALUE 'N'.
002655     05  WS-SW-SOMBRA                PIC X(01) VALUE 'N'.
002656         88  WS-SOMBRA-ESGOTADA          VALUE 'S'.
002657     05  WS-SW-REGISTRO              PIC X(01) VALUE SPACE.
002658         88  WS-REGISTRO-DETALHE         VALUE 'D'.
002659         88  WS-REGISTRO-CONTROLE        VALUE 'C'.
002660*
002661 01  WS-LIMITES.
002662     05  WS-CKPT-INTERVALO           PIC 9(09) COMP VALUE ZERO.
002663     05  WS-FAIXA-MINIMA              PIC 9(06) VALUE ZERO.
002670     05  WS-FAIXA-MAXIMA              PIC 9(06) VALUE ZERO.
002671     05  WS-MAX-PARTICOES            PIC 9(02) VALUE 4.
002680     05  WS-CAPACIDADE-MAXIMA        PIC 9(13)V9(02)
002690                                     VALUE 9999999999999.99.
002700     05  WS-CAPACIDADE-NEGATIVA      PIC S9(13)V9(02)
002710                                     VALUE -9999999999999.99.
002711     05  WS-LIMITE-COMPARACAO        PIC 9(12) VALUE ZERO.
002712     05  WS-LIMITE-SOMA              PIC 9(12) VALUE ZERO.
002713     05  WS-LIMITE-MULT              PIC 9(12) VALUE ZERO.
002714     05  WS-LIMITE-DIV               PIC 9(12) VALUE ZERO.
002715     05  WS-LIMITE-TIPO              PIC 9(12) VALUE ZERO.
002720*
002730 01  WS-VALORES-ABSOLUTOS.
002740     05  WS-ABS-NUM-1                PIC 9(06)V9(02)
002750                                     VALUE ZERO.
002760     05  WS-ABS-NUM-2                PIC 9(06)V9(02)
002761                                     VALUE ZERO.
002762     05  WS-ABS-RESULT               PIC 9(13)V9(02)
002770                                     VALUE ZERO.
002780*
002790 01  WS-CONTADORES.
002920     05  WS-CONT-DESDE-CKPT          PIC 9(09) COMP VALUE ZERO.
002930     05  WS-CKPT-QTD-ANTERIOR        PIC 9(09) COMP VALUE ZERO.
002940     05  WS-CONT-PULAR               PIC 9(09) COMP VALUE ZERO.
002941     05  WS-CONT-ESTORNOS            PIC 9(09) COMP VALUE ZERO.
002942     05  WS-CONT-EST-REJEITADOS      PIC 9(09) COMP VALUE ZERO.
002943     05  WS-CONT-RETIDAS             PIC 9(09) COMP VALUE ZERO.
002944     05  WS-CONT-LIBERADAS           PIC 9(09) COMP VALUE ZERO.
002945     05  WS-CONT-LIB-BLOQUEADAS      PIC 9(09) COMP VALUE ZERO.
002946     05  WS-CONT-AUDITADAS           PIC 9(09) COMP VALUE ZERO.
002950*
002960 01  WS-ACUMULADORES.
002970     05  WS-TOTAL-GERAL              PIC S9(13)V9(02)
002980                                     VALUE ZERO.
002990     05  WS-TOTAL-PRODUTOS           PIC S9(13)V9(02)
003000                                     VALUE ZERO.
003010*
003020 01  WS-RESULTADOS-TRAN.
003140     05  WS-PRODUTO-EDIT             PIC -(13)9.9999.
003150     05  WS-QUOCIENTE-EDIT           PIC -(9)9.99.
003160     05  WS-RESTO-EDIT               PIC -(7)9.9999.
003161     05  WS-ESTORNO-EDIT             PIC -(13)9.99.
003170*
003180 01  WS-DATA-HORA.
003190     05  WS-DATA-EXECUCAO            PIC 9(08) VALUE ZERO.
003200     05  WS-HORA-EXECUCAO            PIC 9(08) VALUE ZERO.
003201     05  WS-DATA-ORIGINAL            PIC 9(08) VALUE ZERO.
003202     05  WS-DATA-ORIGINAL-R REDEFINES WS-DATA-ORIGINAL.
003203         10  WS-MES-ORIGINAL         PIC 9(06).
003204         10  FILLER                  PIC 9(02).
003210*
003220 01  WS-CONTROLE-EXECUCAO.
003230     05  WS-RETORNO                  PIC 9(02) VALUE ZERO.
003231     05  WS-LOTE-ATUAL               PIC X(10) VALUE SPACE.
003232     05  WS-PRM-PARTICAO             PIC X(02) VALUE SPACE.
003233     05  WS-PRM-PARTICAO-N REDEFINES WS-PRM-PARTICAO
003234                                     PIC 9(02).
003235     05  WS-QTD-PARTICOES            PIC 9(02) VALUE ZERO.
003236     05  WS-CKPT-CHAVE               PIC X(08) VALUE 'DL100DSP'.
003237     05  WS-CKPT-CHAVE-R REDEFINES WS-CKPT-CHAVE.
003238         10  WS-CKPT-PREFIXO         PIC X(06).
003239         10  WS-CKPT-PARTICAO        PIC 9(02).
003240*
003250 01  WS-LINHA-DETALHE.
003260     05  WS-LINHA-TIPO               PIC X(01) VALUE SPACE.
003310     05  FILLER                      PIC X(03) VALUE SPACE.
003320     05  WS-LINHA-TEXTO              PIC X(40) VALUE SPACE.
003330     05  FILLER                      PIC X(11) VALUE SPACE.
003331*
003332 01  WS-LINHA-EST-REJEITADO.
003333     05  FILLER                      PIC X(03) VALUE 'R  '.
003334     05  FILLER                      PIC X(10) VALUE 'REJEITADO '.
003335     05  WS-LER-NUM1                 PIC X(09) VALUE SPACE.
003336     05  FILLER                      PIC X(01) VALUE SPACE.
003337     05  WS-LER-NUM2                 PIC X(09) VALUE SPACE.
003338     05  FILLER                      PIC X(01) VALUE SPACE.
003339     05  WS-LER-TIPO                 PIC X(01) VALUE SPACE.
003340     05  FILLER                      PIC X(01) VALUE SPACE.
003341     05  WS-LER-MOTIVO               PIC X(40) VALUE SPACE.
003342     05  FILLER                      PIC X(05) VALUE SPACE.
003343 01  WS-LINHA-EST-REJ-R REDEFINES WS-LINHA-EST-REJEITADO.
003344     05  FILLER                      PIC X(03).
003345     05  WS-LER-MARCA                PIC X(10).
003346     05  FILLER                      PIC X(67).
003347*
003348*    LINHA DA TRANSACAO RETIDA E DA RETIDA LIBERADA: A MARCA NAS
003349*    POSICOES 4 A 13 DEIXA A DECIMA POSICAO NAO NUMERICA, LOGO O
003350*    BAL-DIA NAO A CONTA COMO DETALHE POSTADO.
003351*
003352 01  WS-LINHA-RETIDO.
003353     05  WS-LRT-TIPO                 PIC X(01) VALUE SPACE.
003354     05  FILLER                      PIC X(02) VALUE SPACE.
003355     05  WS-LRT-MARCA                PIC X(10) VALUE SPACE.
003356     05  WS-LRT-NUM1                 PIC -(6)9.99.
003357     05  FILLER                      PIC X(01) VALUE SPACE.
003358     05  WS-LRT-NUM2                 PIC -(6)9.99.
003359     05  FILLER                      PIC X(01) VALUE SPACE.
003360     05  WS-LRT-TEXTO                PIC X(40) VALUE SPACE.
003361     05  FILLER                      PIC X(05) VALUE SPACE.
003362*
003363 01  WS-LINHA-PARAMETRO.
003364     05  WS-PRM-TEXTO                PIC X(40) VALUE SPACE.
003370     05  WS-PRM-VALOR                PIC Z(8)9.
003380     05  FILLER                      PIC X(31) VALUE SPACE.
003390*
003450     05  WS-REST-TEXTO               PIC X(40) VALUE SPACE.
003460     05  WS-REST-VALOR               PIC -(13)9.99.
003470     05  FILLER                      PIC X(22) VALUE SPACE.
003471*
003472*    RODADA SIMULADA: EXCECOES CONTADAS POR MOTIVO E TABELA SOMBRA
003473*    COM A IMAGEM DE CADA CHAVE QUE A RODADA REAL TERIA GRAVADO NO
003474*    MESTRE (ORIGEM 'M'), NO HISTORICO (ORIGEM 'H') OU NAS RETIDAS
003475*    (ORIGEM 'T'), CONSULTADA ANTES DOS PROPRIOS ARQUIVOS (ABERTOS
003476*    SO PARA LEITURA).
003477*
003478 01  WS-TABELA-MOTIVOS.
003479     05  WS-MOT-QTD                  PIC 9(09) COMP
003480                                     OCCURS 99 TIMES.
003481*
003482 01  WS-SOMBRA-PROCURA.
003483     05  WS-SPR-ORIGEM               PIC X(01) VALUE SPACE.
003484     05  WS-SPR-IMAGEM.
003485         10  WS-SPR-CHAVE.
003486             15  WS-SPR-NUM-1        PIC S9(06)V9(02)
003487                                     SIGN LEADING SEPARATE.
003488             15  WS-SPR-NUM-2        PIC S9(06)V9(02)
003489                                     SIGN LEADING SEPARATE.
003490             15  WS-SPR-TIPO-TRAN    PIC X(01).
003491         10  FILLER                  PIC X(48).
003492*
003493 01  WS-TABELA-SOMBRA.
003494     05  WS-SOM-ENTRADA              OCCURS 10000 TIMES.
003495         10  WS-SOM-ORIGEM           PIC X(01).
003496         10  WS-SOM-IMAGEM.
003497             15  WS-SOM-CHAVE        PIC X(19).
003498             15  FILLER              PIC X(48).
003499*
003500 01  WS-CONTROLE-SIMULACAO.
003501     05  WS-IND-MOT                  PIC 9(04) COMP VALUE ZERO.
003502     05  WS-IND-SOMBRA               PIC 9(09) COMP VALUE ZERO.
003503     05  WS-QTD-SOMBRA               PIC 9(09) COMP VALUE ZERO.
003504     05  WS-MAX-SOMBRA               PIC 9(09) COMP VALUE 10000.
003505     05  WS-SOM-ACHADA               PIC 9(09) COMP VALUE ZERO.
003506     05  WS-CONT-FORA-SOMBRA         PIC 9(09) COMP VALUE ZERO.
003507*
003508 01  WS-LINHA-PREVIA.
003509     05  WS-LPV-MARCA                PIC X(10) VALUE SPACE.
003510     05  WS-LPV-NUM-1-RAW            PIC X(09) VALUE SPACE.
003511     05  FILLER                      PIC X(01) VALUE '/'.
003512     05  WS-LPV-NUM-2-RAW            PIC X(09) VALUE SPACE.
003513     05  FILLER                      PIC X(02) VALUE SPACE.
003514     05  WS-LPV-COD-MOTIVO           PIC X(02) VALUE SPACE.
003515     05  FILLER                      PIC X(02) VALUE SPACE.
003516     05  WS-LPV-TEXTO                PIC X(40) VALUE SPACE.
003517     05  FILLER                      PIC X(05) VALUE SPACE.
003518*
003519 01  WS-LINHA-MOTIVO.
003520     05  FILLER                      PIC X(07) VALUE 'MOTIVO '.
003521     05  WS-LMO-CODIGO               PIC 9(02).
003522     05  FILLER                      PIC X(03) VALUE ' - '.
003523     05  WS-LMO-TEXTO                PIC X(28) VALUE SPACE.
003524     05  WS-LMO-VALOR                PIC ZZZ,ZZZ,ZZ9.
003525     05  FILLER                      PIC X(29) VALUE SPACE.
003526*
003527 PROCEDURE DIVISION.
003528*
003529 0000-MAINLINE.
003530     PERFORM 1000-INICIALIZA
003531         THRU 1000-INICIALIZA-EXIT.
003540     PERFORM 2000-PROCESSA-ARQUIVO
003550         THRU 2000-PROCESSA-ARQUIVO-EXIT
003560         UNTIL WS-FIM-ARQUIVO.
003630     ACCEPT WS-HORA-EXECUCAO FROM TIME.
003640     PERFORM 1050-LER-PARAMETRO
003650         THRU 1050-LER-PARAMETRO-EXIT.
003651     PERFORM 1060-IDENTIFICAR-PARTICAO
003652         THRU 1060-IDENTIFICAR-PARTICAO-EXIT.
003660     OPEN INPUT  ARQ-TRANSACAO.
003661     IF WS-RODADA-SIMULADA
003662         PERFORM 1400-ABRIR-SIMULACAO
003663             THRU 1400-ABRIR-SIMULACAO-EXIT
003664         GO TO 1000-INICIALIZA-EXIT
003665     END-IF.
003670     PERFORM 1100-LER-CHECKPOINT
003680         THRU 1100-LER-CHECKPOINT-EXIT.
003690     IF WS-CKPT-QTD-ANTERIOR GREATER THAN ZERO
003830         IF WS-FS-AUDITORIA NOT = '00'
003840             OPEN OUTPUT ARQ-AUDITORIA
003850         END-IF
003851         PERFORM 1150-CONTAR-ESTORNOS
003852             THRU 1150-CONTAR-ESTORNOS-EXIT
003853         OPEN EXTEND ARQ-ESTORNO
003854         IF WS-FS-ESTORNO NOT = '00'
003855             OPEN OUTPUT ARQ-ESTORNO
003856         END-IF
003860     ELSE
003870         OPEN OUTPUT ARQ-RELATORIO
003880         OPEN OUTPUT ARQ-EXCECAO
003890         OPEN OUTPUT ARQ-DUPLICATA
003900         OPEN OUTPUT ARQ-AUDITORIA
003901         OPEN OUTPUT ARQ-ESTORNO
003910     END-IF.
003920     OPEN I-O ARQ-MESTRE.
003930     IF WS-FS-MESTRE NOT = '00'
004030         CLOSE ARQ-EXCPEND
004040         OPEN I-O ARQ-EXCPEND
004050     END-IF.
004051     OPEN I-O ARQ-HISTKSDS.
004052     IF WS-FS-HISTKSDS NOT = '00'
004053         CLOSE ARQ-HISTKSDS
004054         OPEN OUTPUT ARQ-HISTKSDS
004055         CLOSE ARQ-HISTKSDS
004056         OPEN I-O ARQ-HISTKSDS
004057     END-IF.
004058*    SEM O KSDS DE PERIODOS (NENHUM MES FECHADO AINDA) NAO HA
004059*    TRAVA A APLICAR AOS ESTORNOS.
004060     OPEN INPUT ARQ-FECHAMENTO.
004061     IF WS-FS-FECHAMENTO EQUAL '00'
004062         SET WS-PERIODOS-DISPONIVEIS TO TRUE
004063     END-IF.
004064     OPEN I-O ARQ-RETIDOS.
004065     IF WS-FS-RETIDOS NOT = '00'
004066         CLOSE ARQ-RETIDOS
004067         OPEN OUTPUT ARQ-RETIDOS
004068         CLOSE ARQ-RETIDOS
004069         OPEN I-O ARQ-RETIDOS
004070     END-IF.
004071     IF WS-CKPT-QTD-ANTERIOR EQUAL ZERO
004072         PERFORM 1250-GRAVAR-CABECALHOS
004080             THRU 1250-GRAVAR-CABECALHOS-EXIT
004081     END-IF.
004082     IF WS-CKPT-QTD-ANTERIOR EQUAL ZERO
004083        AND NOT WS-RODADA-PARTICIONADA
004090         MOVE 'FAIXA VALIDA - MINIMO'        TO WS-PRM-TEXTO
004100         MOVE WS-FAIXA-MINIMA                TO WS-PRM-VALOR
004110         MOVE WS-LINHA-PARAMETRO TO REL-REC
004140         MOVE WS-FAIXA-MAXIMA                TO WS-PRM-VALOR
004150         MOVE WS-LINHA-PARAMETRO TO REL-REC
004160         WRITE REL-REC
004161     END-IF.
004162*    AS RETIDAS LIBERADAS SAO POSTADAS UMA VEZ POR MOVIMENTO,
004163*    ANTES DO PRIMEIRO CHECKPOINT; NA RODADA PARTICIONADA, SO
004164*    PELA PARTICAO 01.
004165     IF WS-CKPT-QTD-ANTERIOR EQUAL ZERO
004166        AND (NOT WS-RODADA-PARTICIONADA
004167             OR WS-PRM-PARTICAO-N EQUAL 1)
004168         PERFORM 1300-POSTAR-LIBERADAS
004169             THRU 1300-POSTAR-LIBERADAS-EXIT
004170     END-IF.
004180     IF WS-CKPT-QTD-ANTERIOR GREATER THAN ZERO
004190         MOVE WS-CKPT-QTD-ANTERIOR TO WS-CONT-PULAR
004630     MOVE PRM-FAIXA-MAXIMA TO WS-FAIXA-MAXIMA.
004640     MOVE PRM-DATA-MOVIMENTO TO WS-DATA-EXECUCAO.
004650     MOVE PRM-CKPT-INTERVALO TO WS-CKPT-INTERVALO.
004651     IF PRM-QTD-PARTICOES NUMERIC
004652         MOVE PRM-QTD-PARTICOES TO WS-QTD-PARTICOES
004653     END-IF.
004654     IF PRM-LIMITE-COMPARACAO NUMERIC
004655         MOVE PRM-LIMITE-COMPARACAO TO WS-LIMITE-COMPARACAO
004656     END-IF.
004657     IF PRM-LIMITE-SOMA NUMERIC
004658         MOVE PRM-LIMITE-SOMA TO WS-LIMITE-SOMA
004659     END-IF.
004660     IF PRM-LIMITE-MULT NUMERIC
004661         MOVE PRM-LIMITE-MULT TO WS-LIMITE-MULT
004662     END-IF.
004663     IF PRM-LIMITE-DIV NUMERIC
004664         MOVE PRM-LIMITE-DIV TO WS-LIMITE-DIV
004665     END-IF.
004666     DISPLAY 'DL100-DSP - LIMITES DE REVISAO C/S/M/D: '
004667         WS-LIMITE-COMPARACAO ' ' WS-LIMITE-SOMA ' '
004668         WS-LIMITE-MULT ' ' WS-LIMITE-DIV.
004669     IF NOT PRM-RODADA-SIMULADA
004670        AND NOT PRM-RODADA-REAL
004671         DISPLAY 'DL100-DSP - INDICADOR DE SIMULACAO INVALIDO: '
004672             PRM-SIMULACAO
004673         MOVE 16 TO RETURN-CODE
004674         GOBACK
004675     END-IF.
004676     IF PRM-RODADA-SIMULADA
004677         SET WS-RODADA-SIMULADA TO TRUE
004678         DISPLAY 'DL100-DSP - RODADA SIMULADA - NENHUM ARQUIVO '
004679             'DE PRODUCAO SERA ATUALIZADO'
004680     END-IF.
004681     CLOSE ARQ-PARAMETRO.
004682 1050-LER-PARAMETRO-EXIT.
004683     EXIT.
004684*
004685*    O SYSIN TRAZ O NUMERO DA PARTICAO: 00 (OU BRANCO) E A RODADA
004686*    UNICA DO JOB DL100D; DE 01 ATE A QUANTIDADE CONFIGURADA EM
004687*    PRM-QTD-PARTICOES E UMA PARTICAO DO JOB DL100PAR, COM
004688*    CHECKPOINT PROPRIO E CONSOLIDADA DEPOIS PELO PRT-CON.
004689*
004690 1060-IDENTIFICAR-PARTICAO.
004691     ACCEPT WS-PRM-PARTICAO.
004692     IF WS-PRM-PARTICAO EQUAL SPACE
004693        OR WS-PRM-PARTICAO EQUAL '00'
004694         GO TO 1060-IDENTIFICAR-PARTICAO-EXIT
004695     END-IF.
004696     IF WS-PRM-PARTICAO NOT NUMERIC
004697         DISPLAY 'DL100-DSP - PARTICAO INVALIDA NO SYSIN: '
004698             WS-PRM-PARTICAO
004699         MOVE 16 TO RETURN-CODE
004700         GOBACK
004701     END-IF.
004702     IF WS-PRM-PARTICAO-N GREATER THAN WS-QTD-PARTICOES
004703        OR WS-QTD-PARTICOES GREATER THAN WS-MAX-PARTICOES
004704         DISPLAY 'DL100-DSP - PARTICAO ' WS-PRM-PARTICAO
004705             ' FORA DA QUANTIDADE CONFIGURADA: ' WS-QTD-PARTICOES
004706         MOVE 16 TO RETURN-CODE
004707         GOBACK
004708     END-IF.
004709     IF WS-RODADA-SIMULADA
004710         DISPLAY 'DL100-DSP - SIMULACAO SO NA RODADA UNICA - '
004711             'PARTICAO ' WS-PRM-PARTICAO
004712         MOVE 16 TO RETURN-CODE
004713         GOBACK
004714     END-IF.
004715     SET WS-RODADA-PARTICIONADA TO TRUE.
004716     MOVE 'DL100P'          TO WS-CKPT-PREFIXO.
004717     MOVE WS-PRM-PARTICAO-N TO WS-CKPT-PARTICAO.
004718     DISPLAY 'DL100-DSP - PARTICAO ' WS-PRM-PARTICAO ' DE '
004719         WS-QTD-PARTICOES.
004720 1060-IDENTIFICAR-PARTICAO-EXIT.
004721     EXIT.
004722*
004723 1100-LER-CHECKPOINT.
004724     MOVE ZERO TO WS-CKPT-QTD-ANTERIOR.
004725     OPEN I-O ARQ-CHECKPT.
004730     IF WS-FS-CHECKPT NOT = '00'
004740         CLOSE ARQ-CHECKPT
004750         OPEN OUTPUT ARQ-CHECKPT
004760         CLOSE ARQ-CHECKPT
004770         OPEN I-O ARQ-CHECKPT
004780     END-IF.
004781     MOVE WS-CKPT-CHAVE TO CKPT-PROGRAMA.
004800     READ ARQ-CHECKPT
004810         INVALID KEY
004811             GO TO 1100-LER-CHECKPOINT-EXIT
004970     END-READ.
004971     IF CKPT-PARTICAO-CONCLUIDA
004972         PERFORM 1120-PARTICAO-CONCLUIDA
004973             THRU 1120-PARTICAO-CONCLUIDA-EXIT
004974         GO TO 1100-LER-CHECKPOINT-EXIT
004975     END-IF.
004976     MOVE CKPT-QTD-PROCESSADA TO WS-CKPT-QTD-ANTERIOR.
004977     MOVE CKPT-CONTADOR-1  TO WS-TOTAL-GERAL.
004978     MOVE CKPT-CONTADOR-2  TO WS-CONT-COMPARACOES.
004979     MOVE CKPT-CONTADOR-3  TO WS-CONT-NUM1-VENCEU.
004980     MOVE CKPT-CONTADOR-4  TO WS-CONT-NUM2-VENCEU.
004981     MOVE CKPT-CONTADOR-5  TO WS-CONT-EMPATES.
004982     MOVE CKPT-CONTADOR-6  TO WS-CONT-DUPLICATAS.
004983     MOVE CKPT-CONTADOR-7  TO WS-TOTAL-PRODUTOS.
004984     MOVE CKPT-CONTADOR-8  TO WS-CONT-SOMAS.
004985     MOVE CKPT-CONTADOR-9  TO WS-CONT-MULTS.
004986     MOVE CKPT-CONTADOR-10 TO WS-CONT-DIVS.
004987     MOVE CKPT-CONTADOR-11 TO WS-CONT-DIV-ZERO.
004988     MOVE CKPT-CONTADOR-12 TO WS-CONT-EXCECOES.
004989     MOVE CKPT-QTD-RETIDAS   TO WS-CONT-RETIDAS.
004990     MOVE CKPT-QTD-LIBERADAS TO WS-CONT-LIBERADAS.
004991 1100-LER-CHECKPOINT-EXIT.
004992     EXIT.
005000*
005001*    PARTICAO JA CONCLUIDA NESTE MOVIMENTO (AGUARDANDO A
005002*    CONSOLIDACAO): A RESUBMISSAO NAO REPROCESSA NADA E DEVOLVE O
005003*    RETORNO DA RODADA ORIGINAL.  A CONCLUSAO DE UM MOVIMENTO
005004*    ANTERIOR NUNCA CONSOLIDADA E DESCARTADA COM AVISO E A
005005*    PARTICAO RECOMECA DO INICIO.
005006*
005007 1120-PARTICAO-CONCLUIDA.
005008     IF CKPT-DATA-MOVIMENTO EQUAL WS-DATA-EXECUCAO
005009         DISPLAY 'DL100-DSP - PARTICAO ' WS-PRM-PARTICAO
005010             ' JA CONCLUIDA NO MOVIMENTO - NADA A PROCESSAR'
005011         MOVE CKPT-COD-RETORNO TO RETURN-CODE
005012         CLOSE ARQ-CHECKPT
005013         CLOSE ARQ-TRANSACAO
005014         GOBACK
005015     END-IF.
005016     DISPLAY 'DL100-DSP - PARTICAO CONCLUIDA EM '
005017         CKPT-DATA-MOVIMENTO ' SEM CONSOLIDACAO - DESCARTADA'.
005018     IF WS-RETORNO LESS THAN 4
005019         MOVE 4 TO WS-RETORNO
005020     END-IF.
005021 1120-PARTICAO-CONCLUIDA-EXIT.
005022     EXIT.
005023*
005024*    AS QUANTIDADES DE ESTORNOS NAO CABEM NO REGISTRO DE
005025*    CHECKPOINT: NO RESTART SAO REFEITAS CONTANDO AS LINHAS JA
005026*    GRAVADAS NO DATASET DE TRABALHO DOS ESTORNOS.
005027*
005028 1150-CONTAR-ESTORNOS.
005029     MOVE ZERO TO WS-CONT-ESTORNOS.
005030     MOVE ZERO TO WS-CONT-EST-REJEITADOS.
005031     OPEN INPUT ARQ-ESTORNO.
005032     IF WS-FS-ESTORNO NOT = '00'
005033         GO TO 1150-CONTAR-ESTORNOS-EXIT
005034     END-IF.
005035     MOVE 'N' TO WS-SW-FIM-ESTORNO.
005036     PERFORM 1160-LER-ESTORNO
005037         THRU 1160-LER-ESTORNO-EXIT
005038         UNTIL WS-FIM-ESTORNO.
005039     CLOSE ARQ-ESTORNO.
005040 1150-CONTAR-ESTORNOS-EXIT.
005041     EXIT.
005042*
005043 1160-LER-ESTORNO.
005044     READ ARQ-ESTORNO
005045         AT END
005046             SET WS-FIM-ESTORNO TO TRUE
005047             GO TO 1160-LER-ESTORNO-EXIT
005048     END-READ.
005049     MOVE EST-REC TO WS-LINHA-EST-REJEITADO.
005050     IF WS-LER-MARCA EQUAL 'REJEITADO '
005051         ADD 1 TO WS-CONT-EST-REJEITADOS
005052     ELSE
005053         ADD 1 TO WS-CONT-ESTORNOS
005054     END-IF.
005055 1160-LER-ESTORNO-EXIT.
005056     EXIT.
005057*
005058 1200-PULAR-REGISTRO.
005059     PERFORM 2050-LER-TRANSACAO
005060         THRU 2050-LER-TRANSACAO-EXIT.
005061     IF NOT WS-FIM-ARQUIVO
005070         ADD 1 TO WS-CONT-LIDOS
005080     END-IF.
005090 1200-PULAR-REGISTRO-EXIT.
005250 1250-GRAVAR-CABECALHOS-EXIT.
005260     EXIT.
005270*
005271*    RODADA SIMULADA: NENHUM ARQUIVO DE PRODUCAO E ABERTO PARA
005272*    GRAVACAO.  MESTRE, HISTKSDS, RETIDOS E FECHAMES SO SAO LIDOS
005273*    (AUSENTES, NADA E DUPLICATA, ESTORNAVEL NEM LIBERADA, COMO NA
005274*    RODADA REAL QUE OS CRIARIA VAZIOS); NAO HA CHECKPOINT NEM
005275*    RESTART.  O RELATORIO RECEBE A PREVIA, SEM O CABECALHO 'HDR'
005276*    DOS DATASETS DE PRODUCAO; O DATASET DE TRABALHO DOS ESTORNOS
005277*    (TEMPORARIO NO JOB DL100SIM) MONTA A SECAO DE ESTORNOS COMO
005278*    NA RODADA REAL.  EXCECAO E DUPLICATA SO SAO ABERTOS PARA
005279*    LEITURA (DD DUMMY), PARA QUE AS AREAS DE REGISTRO MONTADAS NA
005280*    VALIDACAO E NA CONFERENCIA DE DUPLICATAS FIQUEM DISPONIVEIS
005281*    SEM GRAVAR NADA.
005282*
005283 1400-ABRIR-SIMULACAO.
005284     OPEN OUTPUT ARQ-RELATORIO.
005285     OPEN OUTPUT ARQ-ESTORNO.
005286     OPEN INPUT  ARQ-EXCECAO.
005287     OPEN INPUT  ARQ-DUPLICATA.
005288     OPEN INPUT  ARQ-MESTRE.
005289     IF WS-FS-MESTRE EQUAL '00'
005290         SET WS-MESTRE-DISPONIVEL TO TRUE
005291     ELSE
005292         DISPLAY 'DL100-DSP - MESTRE INDISPONIVEL NA SIMULACAO - '
005293             'FS ' WS-FS-MESTRE
005294     END-IF.
005295     OPEN INPUT  ARQ-HISTKSDS.
005296     IF WS-FS-HISTKSDS EQUAL '00'
005297         SET WS-HISTKSDS-DISPONIVEL TO TRUE
005298     ELSE
005299         DISPLAY 'DL100-DSP - HISTORICO INDISPONIVEL NA '
005300             'SIMULACAO '
005301             '- FS ' WS-FS-HISTKSDS
005302     END-IF.
005303     OPEN INPUT  ARQ-RETIDOS.
005304     IF WS-FS-RETIDOS EQUAL '00'
005305         SET WS-RETIDOS-DISPONIVEIS TO TRUE
005306     ELSE
005307         DISPLAY 'DL100-DSP - RETIDAS INDISPONIVEIS NA SIMULACAO '
005308             '- FS ' WS-FS-RETIDOS
005309     END-IF.
005310     OPEN INPUT  ARQ-FECHAMENTO.
005311     IF WS-FS-FECHAMENTO EQUAL '00'
005312         SET WS-PERIODOS-DISPONIVEIS TO TRUE
005313     END-IF.
005314     PERFORM 1410-ZERAR-MOTIVO
005315         THRU 1410-ZERAR-MOTIVO-EXIT
005316         VARYING WS-IND-MOT FROM 1 BY 1
005317         UNTIL WS-IND-MOT GREATER THAN 99.
005318     MOVE 'DL100-DSP - PREVIA DA RODADA (SIMULACAO)' TO REL-REC.
005319     WRITE REL-REC.
005320     MOVE 'NENHUM ARQUIVO DE PRODUCAO FOI ATUALIZADO' TO REL-REC.
005321     WRITE REL-REC.
005322     MOVE 'DATA DO MOVIMENTO'            TO WS-PRM-TEXTO.
005323     MOVE WS-DATA-EXECUCAO               TO WS-PRM-VALOR.
005324     MOVE WS-LINHA-PARAMETRO TO REL-REC.
005325     WRITE REL-REC.
005326     MOVE 'FAIXA VALIDA - MINIMO'        TO WS-PRM-TEXTO.
005327     MOVE WS-FAIXA-MINIMA                TO WS-PRM-VALOR.
005328     MOVE WS-LINHA-PARAMETRO TO REL-REC.
005329     WRITE REL-REC.
005330     MOVE 'FAIXA VALIDA - MAXIMO'        TO WS-PRM-TEXTO.
005331     MOVE WS-FAIXA-MAXIMA                TO WS-PRM-VALOR.
005332     MOVE WS-LINHA-PARAMETRO TO REL-REC.
005333     WRITE REL-REC.
005334     IF WS-RETIDOS-DISPONIVEIS
005335         PERFORM 1300-POSTAR-LIBERADAS
005336             THRU 1300-POSTAR-LIBERADAS-EXIT
005337     END-IF.
005338 1400-ABRIR-SIMULACAO-EXIT.
005339     EXIT.
005340*
005341 1410-ZERAR-MOTIVO.
005342     MOVE ZERO TO WS-MOT-QTD (WS-IND-MOT).
005343 1410-ZERAR-MOTIVO-EXIT.
005344     EXIT.
005345*
005346*    POSTAGEM DAS RETIDAS LIBERADAS PELO RTD-LIB: CADA UMA VAI
005347*    AO MESTRE E A AUDITORIA COM A DATA DO MOVIMENTO ORIGINAL,
005348*    FORA DOS CONTADORES E TOTAIS DO DIA, E PASSA A EFETIVADA.
005349*    A EFETIVADA NESTE MESMO MOVIMENTO E POSTADA DE NOVO (RODADA
005350*    REFEITA DO INICIO APOS UM ABEND ANTES DO PRIMEIRO
005351*    CHECKPOINT, COM A AUDITORIA JA RECRIADA).  A DE MES FECHADO
005352*    FICA LIBERADA ATE A REABERTURA DO MES.
005353*
005354 1300-POSTAR-LIBERADAS.
005355     MOVE LOW-VALUES TO RTD-CHAVE.
005356     MOVE 'DL100DSP' TO RTD-PROGRAMA.
005357     START ARQ-RETIDOS KEY NOT LESS THAN RTD-CHAVE
005358         INVALID KEY
005359             GO TO 1300-POSTAR-LIBERADAS-EXIT
005360     END-START.
005361     MOVE 'N' TO WS-SW-FIM-RETIDOS.
005362     PERFORM 1310-POSTAR-LIBERADA
005363         THRU 1310-POSTAR-LIBERADA-EXIT
005364         UNTIL WS-FIM-RETIDOS.
005365     IF WS-CONT-LIB-BLOQUEADAS GREATER THAN ZERO
005366        AND WS-RETORNO LESS THAN 4
005367         MOVE 4 TO WS-RETORNO
005368     END-IF.
005369 1300-POSTAR-LIBERADAS-EXIT.
005370     EXIT.
005371*
005372 1310-POSTAR-LIBERADA.
005373     READ ARQ-RETIDOS NEXT RECORD
005374         AT END
005375             SET WS-FIM-RETIDOS TO TRUE
005376             GO TO 1310-POSTAR-LIBERADA-EXIT
005377     END-READ.
005378     IF RTD-PROGRAMA NOT EQUAL 'DL100DSP'
005379         SET WS-FIM-RETIDOS TO TRUE
005380         GO TO 1310-POSTAR-LIBERADA-EXIT
005381     END-IF.
005382     IF NOT RTD-SIT-LIBERADO
005383        AND NOT (RTD-SIT-EFETIVADO
005384                 AND RTD-DATA-EFETIVACAO EQUAL WS-DATA-EXECUCAO)
005385         GO TO 1310-POSTAR-LIBERADA-EXIT
005386     END-IF.
005387     MOVE SPACE         TO WS-LINHA-RETIDO.
005388     MOVE RTD-TIPO-TRAN TO WS-LRT-TIPO.
005389     MOVE RTD-NUM-1     TO WS-LRT-NUM1.
005390     MOVE RTD-NUM-2     TO WS-LRT-NUM2.
005391     IF WS-PERIODOS-DISPONIVEIS
005392         MOVE RTD-DATA-MOVIMENTO TO WS-DATA-ORIGINAL
005393         MOVE WS-MES-ORIGINAL    TO FEC-ANO-MES
005394         READ ARQ-FECHAMENTO
005395             INVALID KEY
005396                 MOVE SPACE TO FEC-SITUACAO
005397         END-READ
005398         IF FEC-SIT-FECHADO
005399             ADD 1 TO WS-CONT-LIB-BLOQUEADAS
005400             DISPLAY 'DL100-DSP - LIBERADA DE ' RTD-DATA-MOVIMENTO
005401                 ' EM PERIODO FECHADO - NAO POSTADA'
005402             MOVE 'BLOQUEADA '    TO WS-LRT-MARCA
005403             STRING 'PERIODO FECHADO - DATA ' RTD-DATA-MOVIMENTO
005404                 DELIMITED BY SIZE INTO WS-LRT-TEXTO
005405             MOVE WS-LINHA-RETIDO TO REL-REC
005406             WRITE REL-REC
005407             GO TO 1310-POSTAR-LIBERADA-EXIT
005408         END-IF
005409     END-IF.
005410     MOVE SPACE              TO MASTER-RECORD.
005411     MOVE RTD-NUM-1          TO MST-NUM-1.
005412     MOVE RTD-NUM-2          TO MST-NUM-2.
005413     MOVE RTD-TIPO-TRAN      TO MST-TIPO-TRAN.
005414     MOVE RTD-RESULT         TO MST-RESULT.
005415     IF RTD-TIPO-COMPARACAO
005416         MOVE RTD-RESULT     TO MST-MAIOR-NUM
005417     ELSE
005418         MOVE ZERO           TO MST-MAIOR-NUM
005419     END-IF.
005420     MOVE RTD-DATA-MOVIMENTO TO MST-DATA-PROC.
005421     MOVE RTD-LOTE           TO MST-LOTE.
005422     IF WS-RODADA-SIMULADA
005423         MOVE 'M'                TO WS-SPR-ORIGEM
005424         MOVE MASTER-RECORD      TO WS-SPR-IMAGEM
005425         PERFORM 7200-GRAVAR-SOMBRA
005426             THRU 7200-GRAVAR-SOMBRA-EXIT
005427     ELSE
005428         PERFORM 1320-EFETIVAR-LIBERADA
005429             THRU 1320-EFETIVAR-LIBERADA-EXIT
005430         IF WS-FS-MESTRE NOT = '00'
005431             GO TO 1310-POSTAR-LIBERADA-EXIT
005432         END-IF
005433     END-IF.
005434     ADD 1 TO WS-CONT-LIBERADAS.
005435     MOVE 'LIBERADA  '       TO WS-LRT-MARCA.
005436     STRING 'POSTADA COM A DATA ' RTD-DATA-MOVIMENTO
005437         DELIMITED BY SIZE INTO WS-LRT-TEXTO.
005438     MOVE WS-LINHA-RETIDO TO REL-REC.
005439     WRITE REL-REC.
005440 1310-POSTAR-LIBERADA-EXIT.
005441     EXIT.
005442*
005443 1320-EFETIVAR-LIBERADA.
005444     WRITE MASTER-RECORD
005445         INVALID KEY
005446             REWRITE MASTER-RECORD
005447     END-WRITE.
005448     IF WS-FS-MESTRE NOT = '00'
005449         DISPLAY 'DL100-DSP - FALHA DE I-O NO MESTRE - FS '
005450             WS-FS-MESTRE
005451         IF WS-RETORNO LESS THAN 12
005452             MOVE 12 TO WS-RETORNO
005453         END-IF
005454         GO TO 1320-EFETIVAR-LIBERADA-EXIT
005455     END-IF.
005456     MOVE SPACE              TO AUDIT-RECORD.
005457     MOVE 'DL100DSP'         TO AUD-PROGRAMA.
005458     MOVE RTD-NUM-1          TO AUD-NUM-1.
005459     MOVE RTD-NUM-2          TO AUD-NUM-2.
005460     MOVE RTD-RESULT         TO AUD-RESULT.
005461     MOVE RTD-TIPO-TRAN      TO AUD-TIPO-TRAN.
005462     MOVE RTD-DATA-MOVIMENTO TO AUD-DATA-EXECUCAO.
005463     MOVE WS-HORA-EXECUCAO   TO AUD-HORA-EXECUCAO.
005464     SET AUD-ACAO-PROCESSAMENTO TO TRUE.
005465     MOVE RTD-LOTE           TO AUD-LOTE.
005466     WRITE AUDIT-RECORD.
005467     SET RTD-SIT-EFETIVADO   TO TRUE.
005468     MOVE WS-DATA-EXECUCAO   TO RTD-DATA-EFETIVACAO.
005469     REWRITE RTD-REGISTRO
005470         INVALID KEY
005471             CONTINUE
005472     END-REWRITE.
005473     IF WS-FS-RETIDOS NOT = '00'
005474         DISPLAY 'DL100-DSP - FALHA DE I-O NAS RETIDAS - FS '
005475             WS-FS-RETIDOS
005476         IF WS-RETORNO LESS THAN 12
005477             MOVE 12 TO WS-RETORNO
005478         END-IF
005479     END-IF.
005480 1320-EFETIVAR-LIBERADA-EXIT.
005481     EXIT.
005482*
005483 2000-PROCESSA-ARQUIVO.
005484     PERFORM 2050-LER-TRANSACAO
005485         THRU 2050-LER-TRANSACAO-EXIT.
005486     IF WS-FIM-ARQUIVO
005487         GO TO 2000-PROCESSA-ARQUIVO-EXIT
005488     END-IF.
005489     ADD 1 TO WS-CONT-LIDOS.
005490     PERFORM 2100-VALIDAR-TRAN
005491         THRU 2100-VALIDAR-TRAN-EXIT.
005492     IF WS-TRAN-INVALIDA
005493         ADD 1 TO WS-CONT-EXCECOES
005494         GO TO 2000-PROCESSA-ARQUIVO-EXIT
005495     END-IF.
005496     MOVE TR-NUM-1 TO NUM-1.
005497     MOVE TR-NUM-2 TO NUM-2.
005498     PERFORM 2150-VERIFICAR-DUPLICATA
005499         THRU 2150-VERIFICAR-DUPLICATA-EXIT.
005500     IF WS-TRAN-DUPLICADA
005501         ADD 1 TO WS-CONT-DUPLICATAS
005502         GO TO 2000-PROCESSA-ARQUIVO-EXIT
005503     END-IF.
005504     EVALUATE TRUE
005505         WHEN TR-TIPO-COMPARACAO
005510             PERFORM 2200-DESPACHAR-COMPARACAO
005520                 THRU 2200-DESPACHAR-COMPARACAO-EXIT
005530         WHEN TR-TIPO-SOMA
005590         WHEN TR-TIPO-DIV
005600             PERFORM 2500-DESPACHAR-DIV
005610                 THRU 2500-DESPACHAR-DIV-EXIT
005611         WHEN TR-TIPO-ESTORNO
005612             PERFORM 2550-DESPACHAR-ESTORNO
005613                 THRU 2550-DESPACHAR-ESTORNO-EXIT
005620     END-EVALUATE.
005630     ADD 1 TO WS-CONT-DESDE-CKPT.
005640     IF WS-CONT-DESDE-CKPT EQUAL WS-CKPT-INTERVALO
005690 2000-PROCESSA-ARQUIVO-EXIT.
005700     EXIT.
005710*
005711*    O CABECALHO E O TRAILER DO REMETENTE JA FORAM CONFERIDOS NA
005712*    RECEPCAO (LOT-REC): AQUI SO SE GUARDA O LOTE DO CABECALHO E
005713*    OS DOIS SAO PULADOS, ENTREGANDO APENAS DETALHES.
005714*
005715 2050-LER-TRANSACAO.
005716     SET WS-REGISTRO-CONTROLE TO TRUE.
005717     PERFORM 2060-LER-REGISTRO
005718         THRU 2060-LER-REGISTRO-EXIT
005719         UNTIL WS-FIM-ARQUIVO
005720            OR WS-REGISTRO-DETALHE.
005721 2050-LER-TRANSACAO-EXIT.
005722     EXIT.
005723*
005724 2060-LER-REGISTRO.
005725     READ ARQ-TRANSACAO
005726         AT END
005727             SET WS-FIM-ARQUIVO TO TRUE
005728             GO TO 2060-LER-REGISTRO-EXIT
005729     END-READ.
005730     IF TRH-CABECALHO-LOTE
005731         MOVE TRH-LOTE TO WS-LOTE-ATUAL
005732         GO TO 2060-LER-REGISTRO-EXIT
005733     END-IF.
005734     IF TRT-TRAILER-LOTE
005735         GO TO 2060-LER-REGISTRO-EXIT
005736     END-IF.
005737     SET WS-REGISTRO-DETALHE TO TRUE.
005738 2060-LER-REGISTRO-EXIT.
005739     EXIT.
005740*
005741 2100-VALIDAR-TRAN.
005742     SET WS-TRAN-VALIDA TO TRUE.
005743     IF TR-TIPO-ESTORNO
005744         MOVE TR-TIPO-ORIGINAL TO WS-TIPO-EFETIVO
005745     ELSE
005746         MOVE TR-TIPO-TRAN     TO WS-TIPO-EFETIVO
005747     END-IF.
005748     IF NOT TR-TIPO-COMPARACAO AND NOT TR-TIPO-SOMA
005750        AND NOT TR-TIPO-MULT AND NOT TR-TIPO-DIV
005751        AND NOT TR-TIPO-ESTORNO
005760         SET WS-TRAN-INVALIDA TO TRUE
005770             SET EXC-TIPO-TRAN-INVALIDO TO TRUE
005780         MOVE 'TIPO DE TRANSACAO INVALIDO' TO EXC-DESC-MOTIVO
005790     ELSE
005791         IF TR-TIPO-ESTORNO
005792            AND NOT TR-ORIG-COMPARACAO AND NOT TR-ORIG-SOMA
005793            AND NOT TR-ORIG-MULT AND NOT TR-ORIG-DIV
005794             SET WS-TRAN-INVALIDA TO TRUE
005795             SET EXC-ESTORNO-INVALIDO TO TRUE
005796             MOVE 'TIPO ORIGINAL DO ESTORNO INVALIDO'
005797                 TO EXC-DESC-MOTIVO
005798         ELSE
005799             IF TR-NUM-1 NUMERIC AND TR-NUM-2 NUMERIC
005800*                NO ESTORNO A EXISTENCIA DO PAR NO MESTRE OU NO
005801*                HISTORICO (2550) SUBSTITUI AS CRITICAS DE SINAL E
005802*                FAIXA, QUE PODEM TER MUDADO DESDE A POSTAGEM.
005803                 IF TR-TIPO-ESTORNO
005804                     GO TO 2100-VALIDAR-TRAN-EXIT
005805                 END-IF
005806                 IF NOT WS-EFETIVO-SOMA
005807                    AND (TR-NUM-1 LESS THAN ZERO
005808                         OR TR-NUM-2 LESS THAN ZERO)
005809                     SET WS-TRAN-INVALIDA TO TRUE
005810                     SET EXC-VALOR-NEGATIVO TO TRUE
005811                     MOVE 'VALOR NEGATIVO SO SUPORTADO NO TIPO S'
005812                         TO EXC-DESC-MOTIVO
005813                 ELSE
005814                 IF TR-NUM-1 LESS THAN ZERO
005815                     SUBTRACT TR-NUM-1 FROM ZERO
005816                         GIVING WS-ABS-NUM-1
005817                 ELSE
005818                     MOVE TR-NUM-1 TO WS-ABS-NUM-1
005819                 END-IF
005820                 IF TR-NUM-2 LESS THAN ZERO
005821                     SUBTRACT TR-NUM-2 FROM ZERO
005822                         GIVING WS-ABS-NUM-2
005823                 ELSE
005824                     MOVE TR-NUM-2 TO WS-ABS-NUM-2
005825                 END-IF
005826                 IF WS-ABS-NUM-1 < WS-FAIXA-MINIMA OR
005827                    WS-ABS-NUM-1 > WS-FAIXA-MAXIMA
005828                     SET WS-TRAN-INVALIDA TO TRUE
005829                     SET EXC-NUM-1-FORA-FAIXA TO TRUE
005830                     MOVE 'NUM-1 FORA DA FAIXA PERMITIDA' TO
005831                         EXC-DESC-MOTIVO
005832                 ELSE
005833                     IF WS-ABS-NUM-2 < WS-FAIXA-MINIMA OR
005834                        WS-ABS-NUM-2 > WS-FAIXA-MAXIMA
005835                         SET WS-TRAN-INVALIDA TO TRUE
005836                         SET EXC-NUM-2-FORA-FAIXA TO TRUE
005837                         MOVE 'NUM-2 FORA DA FAIXA PERMITIDA' TO
005838                             EXC-DESC-MOTIVO
005839                     END-IF
005840                 END-IF
005841                 END-IF
005880             ELSE
005881                 IF NOT TR-NUM-1 NUMERIC
006100                     SET WS-TRAN-INVALIDA TO TRUE
006101                     SET EXC-NUM-1-NAO-NUMERICO TO TRUE
006102                     MOVE 'NUM-1 NAO E NUMERICO' TO
006103                         EXC-DESC-MOTIVO
006104                 ELSE
006105                     SET WS-TRAN-INVALIDA TO TRUE
006106                     SET EXC-NUM-2-NAO-NUMERICO TO TRUE
006107                     MOVE 'NUM-2 NAO E NUMERICO' TO
006130                         EXC-DESC-MOTIVO
006140                 END-IF
006260             END-IF
006270         END-IF
006280     END-IF.
006310         MOVE TR-NUM-2-X TO EXC-NUM-2-RAW
006320         PERFORM 2900-GRAVAR-EXCECAO
006330             THRU 2900-GRAVAR-EXCECAO-EXIT
006331         IF TR-TIPO-ESTORNO
006332             PERFORM 2560-LISTAR-EST-REJEITADO
006333                 THRU 2560-LISTAR-EST-REJEITADO-EXIT
006334         END-IF
006340     END-IF.
006350 2100-VALIDAR-TRAN-EXIT.
006360     EXIT.
006430*
006440 2150-VERIFICAR-DUPLICATA.
006450     SET WS-TRAN-NAO-DUPLICADA TO TRUE.
006451*    O ESTORNO REPETIDO E TRATADO EM 2550 (PAR JA ESTORNADO).
006452     IF TR-TIPO-ESTORNO
006453         GO TO 2150-VERIFICAR-DUPLICATA-EXIT
006454     END-IF.
006460     MOVE NUM-1 TO MST-NUM-1.
006470     MOVE NUM-2 TO MST-NUM-2.
006480     MOVE TR-TIPO-TRAN TO MST-TIPO-TRAN.
006481     PERFORM 2155-CONFERIR-MESTRE
006482         THRU 2155-CONFERIR-MESTRE-EXIT.
006483     IF WS-TRAN-DUPLICADA
006484         GO TO 2150-VERIFICAR-DUPLICATA-EXIT
006485     END-IF.
006486*    A RETIDA DO PROPRIO MOVIMENTO NAO ESTA NO MESTRE, MAS A
006487*    RESSUBMISSAO DELA TAMBEM E DUPLICATA.
006488     PERFORM 2160-CONFERIR-RETIDA
006489         THRU 2160-CONFERIR-RETIDA-EXIT.
006490 2150-VERIFICAR-DUPLICATA-EXIT.
006491     EXIT.
006492*
006493 2155-CONFERIR-MESTRE.
006494     IF WS-RODADA-SIMULADA
006495         PERFORM 7100-LER-MESTRE-SIMULADO
006496             THRU 7100-LER-MESTRE-SIMULADO-EXIT
006497         IF WS-CHAVE-NAO-ACHADA
006498             GO TO 2155-CONFERIR-MESTRE-EXIT
006499         END-IF
006500     ELSE
006501         READ ARQ-MESTRE
006502             INVALID KEY
006503                 GO TO 2155-CONFERIR-MESTRE-EXIT
006504         END-READ
006505     END-IF.
006530     IF MST-DATA-PROC EQUAL WS-DATA-EXECUCAO
006540         SET WS-TRAN-DUPLICADA TO TRUE
006550         MOVE MST-NUM-1        TO DUP-NUM-1
006570         MOVE MST-TIPO-TRAN    TO DUP-TIPO-TRAN
006580         MOVE MST-DATA-PROC    TO DUP-DATA-PROC-ORIG
006590         MOVE WS-DATA-EXECUCAO TO DUP-DATA-MOVTO
006591         IF WS-RODADA-SIMULADA
006592             PERFORM 7400-PREVER-DUPLICATA
006593                 THRU 7400-PREVER-DUPLICATA-EXIT
006594         ELSE
006595             WRITE DUPLICATE-RECORD
006596         END-IF
006597     END-IF.
006598 2155-CONFERIR-MESTRE-EXIT.
006599     EXIT.
006600*
006601 2160-CONFERIR-RETIDA.
006602     MOVE 'DL100DSP'       TO RTD-PROGRAMA.
006603     MOVE WS-DATA-EXECUCAO TO RTD-DATA-MOVIMENTO.
006604     MOVE NUM-1            TO RTD-NUM-1.
006605     MOVE NUM-2            TO RTD-NUM-2.
006606     MOVE TR-TIPO-TRAN     TO RTD-TIPO-TRAN.
006607     IF WS-RODADA-SIMULADA
006608         PERFORM 7150-LER-RETIDA-SIMULADA
006609             THRU 7150-LER-RETIDA-SIMULADA-EXIT
006610         IF WS-CHAVE-NAO-ACHADA
006611             GO TO 2160-CONFERIR-RETIDA-EXIT
006612         END-IF
006613     ELSE
006614         READ ARQ-RETIDOS
006615             INVALID KEY
006616                 GO TO 2160-CONFERIR-RETIDA-EXIT
006617         END-READ
006618     END-IF.
006619     SET WS-TRAN-DUPLICADA TO TRUE.
006620     MOVE RTD-NUM-1          TO DUP-NUM-1.
006621     MOVE RTD-NUM-2          TO DUP-NUM-2.
006622     MOVE RTD-TIPO-TRAN      TO DUP-TIPO-TRAN.
006623     MOVE RTD-DATA-MOVIMENTO TO DUP-DATA-PROC-ORIG.
006624     MOVE WS-DATA-EXECUCAO   TO DUP-DATA-MOVTO.
006625     IF WS-RODADA-SIMULADA
006626         PERFORM 7400-PREVER-DUPLICATA
006627             THRU 7400-PREVER-DUPLICATA-EXIT
006628     ELSE
006629         WRITE DUPLICATE-RECORD
006630     END-IF.
006631 2160-CONFERIR-RETIDA-EXIT.
006632     EXIT.
006640*
006650 2200-DESPACHAR-COMPARACAO.
006651     IF NUM-2 IS GREATER THAN NUM-1
006652         MOVE NUM-2 TO RESULT
006653     ELSE
006654         MOVE NUM-1 TO RESULT
006655     END-IF.
006656     MOVE RESULT TO WS-RESULT-TRAN.
006657     PERFORM 2570-VERIFICAR-RETENCAO
006658         THRU 2570-VERIFICAR-RETENCAO-EXIT.
006659     IF WS-TRAN-RETIDA
006660         GO TO 2200-DESPACHAR-COMPARACAO-EXIT
006661     END-IF.
006662     ADD 1 TO WS-CONT-COMPARACOES.
006670     MOVE SPACE TO WS-LINHA-DETALHE.
006680     MOVE 'C'   TO WS-LINHA-TIPO.
006690     MOVE NUM-1 TO WS-LINHA-NUM1.
006970     EXIT.
006980*
006990 2300-DESPACHAR-SOMA.
006991     ADD NUM-1 NUM-2 GIVING RESULT.
006992     MOVE RESULT TO WS-RESULT-TRAN.
006993     PERFORM 2570-VERIFICAR-RETENCAO
006994         THRU 2570-VERIFICAR-RETENCAO-EXIT.
006995     IF WS-TRAN-RETIDA
006996         GO TO 2300-DESPACHAR-SOMA-EXIT
006997     END-IF.
007000     ADD 1 TO WS-CONT-SOMAS.
007020     IF (RESULT NOT LESS THAN ZERO
007030         AND WS-TOTAL-GERAL > WS-CAPACIDADE-MAXIMA - RESULT)
007040        OR (RESULT LESS THAN ZERO
007510             END-IF
007520             GO TO 2400-DESPACHAR-MULT-EXIT
007530     END-MULTIPLY.
007531     MOVE WS-PRODUTO TO WS-RESULT-TRAN.
007532     PERFORM 2570-VERIFICAR-RETENCAO
007533         THRU 2570-VERIFICAR-RETENCAO-EXIT.
007534     IF WS-TRAN-RETIDA
007535         GO TO 2400-DESPACHAR-MULT-EXIT
007536     END-IF.
007540     ADD 1 TO WS-CONT-MULTS.
007550     IF WS-TOTAL-PRODUTOS > WS-CAPACIDADE-MAXIMA - WS-PRODUTO
007560         SET EXC-ESTOURO-ACUMULADOR TO TRUE
007970         ADD 1 TO WS-CONT-DIV-ZERO
007980         GO TO 2500-DESPACHAR-DIV-EXIT
007990     END-IF.
008010     DIVIDE NUM-1 BY NUM-2 GIVING WS-QUOCIENTE
008020         REMAINDER WS-RESTO.
008030     MOVE WS-QUOCIENTE TO WS-RESULT-TRAN.
008031     PERFORM 2570-VERIFICAR-RETENCAO
008032         THRU 2570-VERIFICAR-RETENCAO-EXIT.
008033     IF WS-TRAN-RETIDA
008034         GO TO 2500-DESPACHAR-DIV-EXIT
008035     END-IF.
008036     ADD 1 TO WS-CONT-DIVS.
008040     MOVE SPACE TO WS-LINHA-DETALHE.
008050     MOVE 'D'   TO WS-LINHA-TIPO.
008060     MOVE NUM-1 TO WS-LINHA-NUM1.
008190 2500-DESPACHAR-DIV-EXIT.
008200     EXIT.
008210*
008211*    O ESTORNO ANULA UMA TRANSACAO JA POSTADA: PROCURA O PAR E O
008212*    TIPO ORIGINAL NO MESTRE E, SE JA EXPURGADO, NO HISTORICO
008213*    HISTKSDS (MESMA IMAGEM DO MESTRE).  O REGISTRO ACHADO E
008214*    MARCADO ESTORNADO NO PROPRIO ARQUIVO, O RESULTADO ORIGINAL
008215*    NEGADO VAI PARA A AUDITORIA E SAI DO TOTAL GERAL DO TIPO.
008216*
008217 2550-DESPACHAR-ESTORNO.
008218     SET WS-EST-NO-MESTRE TO TRUE.
008219     SET WS-EST-ACEITO    TO TRUE.
008220     MOVE NUM-1            TO MST-NUM-1.
008221     MOVE NUM-2            TO MST-NUM-2.
008222     MOVE TR-TIPO-ORIGINAL TO MST-TIPO-TRAN.
008223     MOVE MST-CHAVE        TO HIX-CHAVE.
008224     PERFORM 2551-LOCALIZAR-ORIGINAL
008225         THRU 2551-LOCALIZAR-ORIGINAL-EXIT.
008226     IF WS-EST-ACEITO
008227         PERFORM 2552-CONFERIR-ORIGINAL
008228             THRU 2552-CONFERIR-ORIGINAL-EXIT
008229     END-IF.
008230     EVALUATE TRUE
008231         WHEN WS-EST-ACEITO
008232             PERFORM 2553-APLICAR-ESTORNO
008233                 THRU 2553-APLICAR-ESTORNO-EXIT
008234             PERFORM 2554-LISTAR-ESTORNO
008235                 THRU 2554-LISTAR-ESTORNO-EXIT
008236         WHEN WS-EST-ESTOURO
008237             PERFORM 2555-ESTOURO-ESTORNO
008238                 THRU 2555-ESTOURO-ESTORNO-EXIT
008239         WHEN OTHER
008240             PERFORM 2556-REJEITAR-ESTORNO
008241                 THRU 2556-REJEITAR-ESTORNO-EXIT
008242     END-EVALUATE.
008243 2550-DESPACHAR-ESTORNO-EXIT.
008244     EXIT.
008245*
008246 2551-LOCALIZAR-ORIGINAL.
008247     IF WS-RODADA-SIMULADA
008248         PERFORM 7170-LER-ESTORNAVEL-SIMULADO
008249             THRU 7170-LER-ESTORNAVEL-SIMULADO-EXIT
008250         IF WS-CHAVE-NAO-ACHADA
008251             MOVE 'ESTORNO DE TRANSACAO NAO PROCESSADA' TO
008252                 EXC-DESC-MOTIVO
008253             SET WS-EST-INVALIDO TO TRUE
008254         END-IF
008255         GO TO 2551-LOCALIZAR-ORIGINAL-EXIT
008256     END-IF.
008257     READ ARQ-MESTRE
008258         INVALID KEY
008259             SET WS-EST-NO-HISTORICO TO TRUE
008260     END-READ.
008261     IF WS-EST-NO-HISTORICO
008262         READ ARQ-HISTKSDS
008263             INVALID KEY
008264                 MOVE 'ESTORNO DE TRANSACAO NAO PROCESSADA' TO
008265                     EXC-DESC-MOTIVO
008266                 SET WS-EST-INVALIDO TO TRUE
008267                 GO TO 2551-LOCALIZAR-ORIGINAL-EXIT
008268         END-READ
008269         MOVE HIX-REGISTRO TO MASTER-RECORD
008270     END-IF.
008271 2551-LOCALIZAR-ORIGINAL-EXIT.
008272     EXIT.
008273*
008274 2552-CONFERIR-ORIGINAL.
008275     IF MST-SIT-ESTORNADO
008276         MOVE 'ESTORNO DE TRANSACAO JA ESTORNADA' TO
008277             EXC-DESC-MOTIVO
008278         SET WS-EST-INVALIDO TO TRUE
008279         GO TO 2552-CONFERIR-ORIGINAL-EXIT
008280     END-IF.
008281     IF WS-PERIODOS-DISPONIVEIS
008282         MOVE MST-DATA-PROC   TO WS-DATA-ORIGINAL
008283         MOVE WS-MES-ORIGINAL TO FEC-ANO-MES
008284         READ ARQ-FECHAMENTO
008285             INVALID KEY
008286                 MOVE SPACE TO FEC-SITUACAO
008287         END-READ
008288         IF FEC-SIT-FECHADO
008289             MOVE 'ESTORNO DE TRANSACAO EM PERIODO FECHADO' TO
008290                 EXC-DESC-MOTIVO
008291             SET WS-EST-EM-PERIODO-FECHADO TO TRUE
008292             GO TO 2552-CONFERIR-ORIGINAL-EXIT
008293         END-IF
008294     END-IF.
008295     SUBTRACT MST-RESULT FROM ZERO GIVING WS-RESULT-TRAN.
008296     IF MST-TIPO-SOMA
008297         ADD WS-RESULT-TRAN TO WS-TOTAL-GERAL
008298             ON SIZE ERROR
008299                 MOVE 'ESTOURO DO ACUMULADOR DE TOTAL GERAL' TO
008300                     EXC-DESC-MOTIVO
008301                 SET WS-EST-ESTOURO TO TRUE
008302                 GO TO 2552-CONFERIR-ORIGINAL-EXIT
008303         END-ADD
008304     END-IF.
008305     IF MST-TIPO-MULT
008306         ADD WS-RESULT-TRAN TO WS-TOTAL-PRODUTOS
008307             ON SIZE ERROR
008308                 MOVE 'ESTOURO DO ACUMULADOR DE PRODUTOS' TO
008309                     EXC-DESC-MOTIVO
008310                 SET WS-EST-ESTOURO TO TRUE
008311                 GO TO 2552-CONFERIR-ORIGINAL-EXIT
008312         END-ADD
008313     END-IF.
008314 2552-CONFERIR-ORIGINAL-EXIT.
008315     EXIT.
008316*
008317 2553-APLICAR-ESTORNO.
008318     ADD 1 TO WS-CONT-ESTORNOS.
008319     SET MST-SIT-ESTORNADO TO TRUE.
008320     IF WS-RODADA-SIMULADA
008321         MOVE WS-SW-ORIGEM-ESTORNO TO WS-SPR-ORIGEM
008322         MOVE MASTER-RECORD        TO WS-SPR-IMAGEM
008323         PERFORM 7200-GRAVAR-SOMBRA
008324             THRU 7200-GRAVAR-SOMBRA-EXIT
008325         GO TO 2553-APLICAR-ESTORNO-EXIT
008326     END-IF.
008327     IF WS-EST-NO-MESTRE
008328         REWRITE MASTER-RECORD
008329         IF WS-FS-MESTRE NOT = '00'
008330             DISPLAY 'DL100-DSP - FALHA DE I-O NO MESTRE - FS '
008331                 WS-FS-MESTRE
008332             IF WS-RETORNO LESS THAN 12
008333                 MOVE 12 TO WS-RETORNO
008334             END-IF
008335         END-IF
008336     ELSE
008337         MOVE MASTER-RECORD TO HIX-REGISTRO
008338         REWRITE HIX-REGISTRO
008339         IF WS-FS-HISTKSDS NOT = '00'
008340             DISPLAY 'DL100-DSP - FALHA DE I-O NO HISTORICO - FS '
008341                 WS-FS-HISTKSDS
008342             IF WS-RETORNO LESS THAN 12
008343                 MOVE 12 TO WS-RETORNO
008344             END-IF
008345         END-IF
008346     END-IF.
008347 2553-APLICAR-ESTORNO-EXIT.
008348     EXIT.
008349*
008350 2554-LISTAR-ESTORNO.
008351     MOVE SPACE TO WS-LINHA-DETALHE.
008352     MOVE 'R'   TO WS-LINHA-TIPO.
008353     MOVE NUM-1 TO WS-LINHA-NUM1.
008354     MOVE NUM-2 TO WS-LINHA-NUM2.
008355     MOVE WS-RESULT-TRAN TO WS-ESTORNO-EDIT.
008356     STRING 'ESTORNA ' MST-TIPO-TRAN ' ' MST-DATA-PROC ' '
008357         WS-ESTORNO-EDIT
008358         DELIMITED BY SIZE INTO WS-LINHA-TEXTO.
008359     MOVE WS-LINHA-DETALHE TO EST-REC.
008360     WRITE EST-REC.
008361     PERFORM 2700-GRAVAR-AUDITORIA
008362         THRU 2700-GRAVAR-AUDITORIA-EXIT.
008363 2554-LISTAR-ESTORNO-EXIT.
008364     EXIT.
008365*
008366 2555-ESTOURO-ESTORNO.
008367     SET EXC-ESTOURO-ACUMULADOR TO TRUE.
008368     MOVE TR-NUM-1-X TO EXC-NUM-1-RAW.
008369     MOVE TR-NUM-2-X TO EXC-NUM-2-RAW.
008370     PERFORM 2900-GRAVAR-EXCECAO
008371         THRU 2900-GRAVAR-EXCECAO-EXIT.
008372     ADD 1 TO WS-CONT-EXCECOES.
008373     PERFORM 2560-LISTAR-EST-REJEITADO
008374         THRU 2560-LISTAR-EST-REJEITADO-EXIT.
008375     IF WS-RETORNO LESS THAN 8
008376         MOVE 8 TO WS-RETORNO
008377     END-IF.
008378 2555-ESTOURO-ESTORNO-EXIT.
008379     EXIT.
008380*
008381 2556-REJEITAR-ESTORNO.
008382     IF WS-EST-EM-PERIODO-FECHADO
008383         SET EXC-PERIODO-FECHADO TO TRUE
008384     ELSE
008385         SET EXC-ESTORNO-INVALIDO TO TRUE
008386     END-IF.
008387     MOVE TR-NUM-1-X TO EXC-NUM-1-RAW.
008388     MOVE TR-NUM-2-X TO EXC-NUM-2-RAW.
008389     PERFORM 2900-GRAVAR-EXCECAO
008390         THRU 2900-GRAVAR-EXCECAO-EXIT.
008391     ADD 1 TO WS-CONT-EXCECOES.
008392     PERFORM 2560-LISTAR-EST-REJEITADO
008393         THRU 2560-LISTAR-EST-REJEITADO-EXIT.
008394 2556-REJEITAR-ESTORNO-EXIT.
008395     EXIT.
008396*
008397*    O ESTORNO REJEITADO TAMBEM APARECE NA SECAO DE ESTORNOS DO
008398*    RELATORIO, MARCADO 'REJEITADO' (ESSA MARCA NAO E NUMERICA NA
008399*    DECIMA POSICAO, LOGO O BAL-DIA NAO A CONTA COMO DETALHE).
008400*
008401 2560-LISTAR-EST-REJEITADO.
008402     ADD 1 TO WS-CONT-EST-REJEITADOS.
008403     MOVE TR-NUM-1-X       TO WS-LER-NUM1.
008404     MOVE TR-NUM-2-X       TO WS-LER-NUM2.
008405     MOVE TR-TIPO-ORIGINAL TO WS-LER-TIPO.
008406     MOVE EXC-DESC-MOTIVO  TO WS-LER-MOTIVO.
008407     MOVE WS-LINHA-EST-REJEITADO TO EST-REC.
008408     WRITE EST-REC.
008409 2560-LISTAR-EST-REJEITADO-EXIT.
008410     EXIT.
008411*
008412*    LIMITE DE REVISAO DO TIPO (ZERO = SEM LIMITE) CONTRA O VALOR
008413*    ABSOLUTO DO RESULTADO JA CALCULADO EM WS-RESULT-TRAN.
008414*
008415 2570-VERIFICAR-RETENCAO.
008416     SET WS-TRAN-NAO-RETIDA TO TRUE.
008417     EVALUATE TRUE
008418         WHEN TR-TIPO-COMPARACAO
008419             MOVE WS-LIMITE-COMPARACAO TO WS-LIMITE-TIPO
008420         WHEN TR-TIPO-SOMA
008421             MOVE WS-LIMITE-SOMA       TO WS-LIMITE-TIPO
008422         WHEN TR-TIPO-MULT
008423             MOVE WS-LIMITE-MULT       TO WS-LIMITE-TIPO
008424         WHEN TR-TIPO-DIV
008425             MOVE WS-LIMITE-DIV        TO WS-LIMITE-TIPO
008426         WHEN OTHER
008427             MOVE ZERO                 TO WS-LIMITE-TIPO
008428     END-EVALUATE.
008429     IF WS-LIMITE-TIPO EQUAL ZERO
008430         GO TO 2570-VERIFICAR-RETENCAO-EXIT
008431     END-IF.
008432     IF WS-RESULT-TRAN LESS THAN ZERO
008433         SUBTRACT WS-RESULT-TRAN FROM ZERO GIVING WS-ABS-RESULT
008434     ELSE
008435         MOVE WS-RESULT-TRAN TO WS-ABS-RESULT
008436     END-IF.
008437     IF WS-ABS-RESULT NOT GREATER THAN WS-LIMITE-TIPO
008438         GO TO 2570-VERIFICAR-RETENCAO-EXIT
008439     END-IF.
008440     SET WS-TRAN-RETIDA TO TRUE.
008441     PERFORM 2580-RETER-TRANSACAO
008442         THRU 2580-RETER-TRANSACAO-EXIT.
008443 2570-VERIFICAR-RETENCAO-EXIT.
008444     EXIT.
008445*
008446*    A RETIDA VAI PARA O KSDS DE RETIDAS COMO PENDENTE E PARA O
008447*    RELATORIO COM A MARCA 'RETIDA', SEM AUDITORIA NEM MESTRE.
008448*
008449 2580-RETER-TRANSACAO.
008450     MOVE SPACE            TO RTD-REGISTRO.
008451     MOVE 'DL100DSP'       TO RTD-PROGRAMA.
008452     MOVE WS-DATA-EXECUCAO TO RTD-DATA-MOVIMENTO.
008453     MOVE NUM-1            TO RTD-NUM-1.
008454     MOVE NUM-2            TO RTD-NUM-2.
008455     MOVE TR-TIPO-TRAN     TO RTD-TIPO-TRAN.
008456     MOVE WS-RESULT-TRAN   TO RTD-RESULT.
008457     MOVE WS-LOTE-ATUAL    TO RTD-LOTE.
008458     MOVE 'RESULTADO ACIMA DO LIMITE DE REVISAO' TO RTD-MOTIVO.
008459     MOVE WS-LIMITE-TIPO   TO RTD-LIMITE.
008460     SET RTD-SIT-PENDENTE  TO TRUE.
008461     MOVE ZERO             TO RTD-DATA-DECISAO.
008462     MOVE ZERO             TO RTD-DATA-EFETIVACAO.
008463     IF WS-RODADA-SIMULADA
008464         PERFORM 7250-GUARDAR-RETIDA
008465             THRU 7250-GUARDAR-RETIDA-EXIT
008466     ELSE
008467         PERFORM 2590-GRAVAR-RETIDA
008468             THRU 2590-GRAVAR-RETIDA-EXIT
008469     END-IF.
008470     ADD 1 TO WS-CONT-RETIDAS.
008471     MOVE SPACE            TO WS-LINHA-RETIDO.
008472     MOVE TR-TIPO-TRAN     TO WS-LRT-TIPO.
008473     MOVE 'RETIDA    '     TO WS-LRT-MARCA.
008474     MOVE NUM-1            TO WS-LRT-NUM1.
008475     MOVE NUM-2            TO WS-LRT-NUM2.
008476     MOVE WS-RESULT-TRAN   TO WS-ESTORNO-EDIT.
008477     STRING 'ACIMA DO LIMITE: ' WS-ESTORNO-EDIT
008478         DELIMITED BY SIZE INTO WS-LRT-TEXTO.
008479     MOVE WS-LINHA-RETIDO TO REL-REC.
008480     WRITE REL-REC.
008481 2580-RETER-TRANSACAO-EXIT.
008482     EXIT.
008483*
008484 2590-GRAVAR-RETIDA.
008485     WRITE RTD-REGISTRO
008486         INVALID KEY
008487             REWRITE RTD-REGISTRO
008488     END-WRITE.
008489     IF WS-FS-RETIDOS NOT = '00'
008490         DISPLAY 'DL100-DSP - FALHA DE I-O NAS RETIDAS - FS '
008491             WS-FS-RETIDOS
008492         IF WS-RETORNO LESS THAN 12
008493             MOVE 12 TO WS-RETORNO
008494         END-IF
008495     END-IF.
008496 2590-GRAVAR-RETIDA-EXIT.
008497     EXIT.
008498*
008499 2600-GRAVAR-CHECKPOINT.
008500     IF WS-RODADA-SIMULADA
008501         GO TO 2600-GRAVAR-CHECKPOINT-EXIT
008502     END-IF.
008503     MOVE WS-CKPT-CHAVE       TO CKPT-PROGRAMA.
008504     MOVE WS-CONT-LIDOS       TO CKPT-QTD-PROCESSADA.
008505     MOVE WS-TOTAL-GERAL      TO CKPT-CONTADOR-1.
008506     MOVE WS-CONT-COMPARACOES TO CKPT-CONTADOR-2.
008507     MOVE WS-CONT-NUM1-VENCEU TO CKPT-CONTADOR-3.
008508     MOVE WS-CONT-NUM2-VENCEU TO CKPT-CONTADOR-4.
008509     MOVE WS-CONT-EMPATES     TO CKPT-CONTADOR-5.
008510     MOVE WS-CONT-DUPLICATAS  TO CKPT-CONTADOR-6.
008511     MOVE WS-TOTAL-PRODUTOS   TO CKPT-CONTADOR-7.
008512     MOVE WS-CONT-SOMAS       TO CKPT-CONTADOR-8.
008513     MOVE WS-CONT-MULTS       TO CKPT-CONTADOR-9.
008514     MOVE WS-CONT-DIVS        TO CKPT-CONTADOR-10.
008515     MOVE WS-CONT-DIV-ZERO    TO CKPT-CONTADOR-11.
008516     MOVE WS-CONT-EXCECOES    TO CKPT-CONTADOR-12.
008517     MOVE WS-SW-CONCLUSAO     TO CKPT-SITUACAO.
008518     MOVE WS-DATA-EXECUCAO    TO CKPT-DATA-MOVIMENTO.
008519     MOVE WS-RETORNO          TO CKPT-COD-RETORNO.
008520     MOVE WS-CONT-RETIDAS     TO CKPT-QTD-RETIDAS.
008521     MOVE WS-CONT-LIBERADAS   TO CKPT-QTD-LIBERADAS.
008522     WRITE CKPT-RECORD
008523         INVALID KEY
008524             REWRITE CKPT-RECORD
008525     END-WRITE.
008526     IF WS-FS-CHECKPT NOT = '00'
008527         DISPLAY 'DL100-DSP - FALHA DE I-O NO CHECKPOINT - FS '
008528             WS-FS-CHECKPT
008529         IF WS-RETORNO LESS THAN 12
008530             MOVE 12 TO WS-RETORNO
008531         END-IF
008532     END-IF.
008533 2600-GRAVAR-CHECKPOINT-EXIT.
008534     EXIT.
008535*
008536 2700-GRAVAR-AUDITORIA.
008537     IF WS-RODADA-SIMULADA
008538         GO TO 2700-GRAVAR-AUDITORIA-EXIT
008539     END-IF.
008540     MOVE SPACE            TO AUDIT-RECORD.
008541     MOVE 'DL100DSP'       TO AUD-PROGRAMA.
008542     MOVE NUM-1            TO AUD-NUM-1.
008543     MOVE NUM-2            TO AUD-NUM-2.
008550     MOVE WS-RESULT-TRAN   TO AUD-RESULT.
008560     MOVE TR-TIPO-TRAN     TO AUD-TIPO-TRAN.
008570     MOVE WS-DATA-EXECUCAO TO AUD-DATA-EXECUCAO.
008580     MOVE WS-HORA-EXECUCAO TO AUD-HORA-EXECUCAO.
008590     SET AUD-ACAO-PROCESSAMENTO TO TRUE.
008591     IF TR-TIPO-ESTORNO
008592         MOVE TR-TIPO-ORIGINAL TO AUD-TIPO-TRAN
008593         SET AUD-ACAO-ESTORNO TO TRUE
008594     END-IF.
008595     MOVE WS-LOTE-ATUAL    TO AUD-LOTE.
008600     WRITE AUDIT-RECORD.
008610 2700-GRAVAR-AUDITORIA-EXIT.
008620     EXIT.
008630*
008640 2800-GRAVAR-MESTRE.
008641     MOVE SPACE          TO MASTER-RECORD.
008650     MOVE NUM-1          TO MST-NUM-1.
008660     MOVE NUM-2          TO MST-NUM-2.
008670     MOVE TR-TIPO-TRAN   TO MST-TIPO-TRAN.
008720         MOVE ZERO   TO MST-MAIOR-NUM
008730     END-IF.
008740     MOVE WS-DATA-EXECUCAO TO MST-DATA-PROC.
008741     MOVE WS-LOTE-ATUAL    TO MST-LOTE.
008742     IF WS-RODADA-SIMULADA
008743         MOVE 'M'           TO WS-SPR-ORIGEM
008744         MOVE MASTER-RECORD TO WS-SPR-IMAGEM
008745         PERFORM 7200-GRAVAR-SOMBRA
008746             THRU 7200-GRAVAR-SOMBRA-EXIT
008747         GO TO 2800-GRAVAR-MESTRE-EXIT
008748     END-IF.
008750     WRITE MASTER-RECORD
008760         INVALID KEY
008770             REWRITE MASTER-RECORD
008920*    PENDENCIA.
008930*
008940 2900-GRAVAR-EXCECAO.
008941     IF WS-RODADA-SIMULADA
008942         PERFORM 7300-PREVER-EXCECAO
008943             THRU 7300-PREVER-EXCECAO-EXIT
008944         GO TO 2900-GRAVAR-EXCECAO-EXIT
008945     END-IF.
008950     MOVE WS-DATA-EXECUCAO TO EXC-DATA-GERACAO.
008960     MOVE 'DL100DSP' TO EXC-PROGRAMA.
008970     SET EXC-SIT-ABERTA TO TRUE.
009140 3000-FINALIZA.
009150     IF WS-CONT-LIDOS EQUAL ZERO
009160        AND WS-RETORNO LESS THAN 8
009161        AND NOT WS-RODADA-PARTICIONADA
009170         MOVE 8 TO WS-RETORNO
009180     END-IF.
009190     IF WS-CONT-EXCECOES GREATER THAN ZERO
009200        AND WS-RETORNO LESS THAN 4
009210         MOVE 4 TO WS-RETORNO
009220     END-IF.
009221     IF WS-CONT-RETIDAS GREATER THAN ZERO
009222        AND WS-RETORNO LESS THAN 4
009223         MOVE 4 TO WS-RETORNO
009224     END-IF.
009225     IF NOT WS-RODADA-PARTICIONADA
009226        AND NOT WS-RODADA-SIMULADA
009227         MOVE 'DL100DSP' TO CKPT-PROGRAMA
009228         MOVE ZERO       TO CKPT-QTD-PROCESSADA
009229         MOVE ZERO       TO CKPT-CONTADOR-1
009230         MOVE ZERO       TO CKPT-CONTADOR-2
009231         MOVE ZERO       TO CKPT-CONTADOR-3
009232         MOVE ZERO       TO CKPT-CONTADOR-4
009233         MOVE ZERO       TO CKPT-CONTADOR-5
009234         MOVE ZERO       TO CKPT-CONTADOR-6
009235         MOVE ZERO       TO CKPT-CONTADOR-7
009236         MOVE ZERO       TO CKPT-CONTADOR-8
009237         MOVE ZERO       TO CKPT-CONTADOR-9
009238         MOVE ZERO       TO CKPT-CONTADOR-10
009239         MOVE ZERO       TO CKPT-CONTADOR-11
009240         MOVE ZERO       TO CKPT-CONTADOR-12
009241         MOVE SPACE      TO CKPT-SITUACAO
009242         MOVE ZERO       TO CKPT-DATA-MOVIMENTO
009243         MOVE ZERO       TO CKPT-COD-RETORNO
009244         MOVE ZERO       TO CKPT-QTD-RETIDAS
009245         MOVE ZERO       TO CKPT-QTD-LIBERADAS
009246         WRITE CKPT-RECORD
009247             INVALID KEY
009248                 REWRITE CKPT-RECORD
009249         END-WRITE
009250     END-IF.
009251     PERFORM 3100-LISTAR-ESTORNOS
009252         THRU 3100-LISTAR-ESTORNOS-EXIT.
009253*    O RESUMO DE CADA PARTICAO SO SAI NO SYSOUT; O DO RELATORIO E
009254*    GRAVADO PELA CONSOLIDACAO COM OS TOTAIS DE TODAS ELAS.
009255     IF NOT WS-RODADA-PARTICIONADA
009256         PERFORM 3010-GRAVAR-RESUMO
009257             THRU 3010-GRAVAR-RESUMO-EXIT
009258     END-IF.
009259     PERFORM 3020-ENCERRAR-RODADA
009260         THRU 3020-ENCERRAR-RODADA-EXIT.
009261 3000-FINALIZA-EXIT.
009262     EXIT.
009263*
009264 3010-GRAVAR-RESUMO.
009410     MOVE 'RELATORIO DIARIO CONSOLIDADO - DL100-DSP' TO
009420         WS-RES-TEXTO.
009430     MOVE WS-LINHA-RESUMO TO REL-REC.
009940     MOVE WS-CONT-DUPLICATAS               TO WS-RES-VALOR.
009950     MOVE WS-LINHA-RESUMO TO REL-REC.
009960     WRITE REL-REC.
009961     MOVE 'ESTORNOS PROCESSADOS'            TO WS-RES-TEXTO.
009962     MOVE WS-CONT-ESTORNOS                 TO WS-RES-VALOR.
009963     MOVE WS-LINHA-RESUMO TO REL-REC.
009964     WRITE REL-REC.
009965     MOVE 'ESTORNOS REJEITADOS'             TO WS-RES-TEXTO.
009966     MOVE WS-CONT-EST-REJEITADOS           TO WS-RES-VALOR.
009967     MOVE WS-LINHA-RESUMO TO REL-REC.
009968     WRITE REL-REC.
009969     MOVE 'TRANSACOES RETIDAS PARA REVISAO' TO WS-RES-TEXTO.
009970     MOVE WS-CONT-RETIDAS                  TO WS-RES-VALOR.
009971     MOVE WS-LINHA-RESUMO TO REL-REC.
009972     WRITE REL-REC.
009973     MOVE 'RETIDAS LIBERADAS E POSTADAS'    TO WS-RES-TEXTO.
009974     MOVE WS-CONT-LIBERADAS                TO WS-RES-VALOR.
009975     MOVE WS-LINHA-RESUMO TO REL-REC.
009976     WRITE REL-REC.
009977 3010-GRAVAR-RESUMO-EXIT.
009978     EXIT.
009979*
009980 3020-ENCERRAR-RODADA.
009981     DISPLAY 'DL100-DSP - TRANSACOES LIDAS   : ' WS-CONT-LIDOS.
009982     DISPLAY 'DL100-DSP - EXCECOES           : '
009990         WS-CONT-EXCECOES.
010000     DISPLAY 'DL100-DSP - COMPARACOES        : '
010010         WS-CONT-COMPARACOES.
010090         WS-CONT-DIV-ZERO.
010100     DISPLAY 'DL100-DSP - DUPLICATAS         : '
010110         WS-CONT-DUPLICATAS.
010111     DISPLAY 'DL100-DSP - ESTORNOS           : '
010112         WS-CONT-ESTORNOS.
010113     DISPLAY 'DL100-DSP - ESTORNOS REJEITADOS: '
010114         WS-CONT-EST-REJEITADOS.
010115     DISPLAY 'DL100-DSP - RETIDAS P/ REVISAO : '
010116         WS-CONT-RETIDAS.
010117     DISPLAY 'DL100-DSP - LIBERADAS POSTADAS : '
010118         WS-CONT-LIBERADAS.
010120     PERFORM 3300-GRAVAR-TRAILERS
010130         THRU 3300-GRAVAR-TRAILERS-EXIT.
010131     IF WS-RODADA-SIMULADA
010132         CLOSE ARQ-TRANSACAO
010133         CLOSE ARQ-RELATORIO
010134         CLOSE ARQ-EXCECAO
010135         CLOSE ARQ-DUPLICATA
010136         IF WS-MESTRE-DISPONIVEL
010137             CLOSE ARQ-MESTRE
010138         END-IF
010139         IF WS-HISTKSDS-DISPONIVEL
010140             CLOSE ARQ-HISTKSDS
010141         END-IF
010142         IF WS-RETIDOS-DISPONIVEIS
010143             CLOSE ARQ-RETIDOS
010144         END-IF
010145         IF WS-PERIODOS-DISPONIVEIS
010146             CLOSE ARQ-FECHAMENTO
010147         END-IF
010148         GO TO 3020-ENCERRAR-RODADA-EXIT
010149     END-IF.
010150     IF WS-RODADA-PARTICIONADA
010151         SET WS-PARTICAO-CONCLUIDA TO TRUE
010152         PERFORM 2600-GRAVAR-CHECKPOINT
010153             THRU 2600-GRAVAR-CHECKPOINT-EXIT
010154     ELSE
010155         PERFORM 3200-GRAVAR-CONTROLE
010156             THRU 3200-GRAVAR-CONTROLE-EXIT
010157     END-IF.
010160     CLOSE ARQ-TRANSACAO.
010170     CLOSE ARQ-RELATORIO.
010180     CLOSE ARQ-EXCECAO.
010210     CLOSE ARQ-MESTRE.
010220     CLOSE ARQ-EXCPEND.
010230     CLOSE ARQ-CHECKPT.
010231     CLOSE ARQ-HISTKSDS.
010232     CLOSE ARQ-RETIDOS.
010233     IF WS-PERIODOS-DISPONIVEIS
010234         CLOSE ARQ-FECHAMENTO
010235     END-IF.
010236 3020-ENCERRAR-RODADA-EXIT.
010237     EXIT.
010238*
010239*    A SECAO DE ESTORNOS E MONTADA NO DATASET DE TRABALHO DD
010240*    ESTORNO DURANTE O PROCESSAMENTO (PRESERVADO NO RESTART) E
010241*    COPIADA AQUI PARA O RELATORIO, DEPOIS DOS DETALHES.
010242*
010243 3100-LISTAR-ESTORNOS.
010244     CLOSE ARQ-ESTORNO.
010245     MOVE 'ESTORNOS DO MOVIMENTO' TO REL-REC.
010246     WRITE REL-REC.
010247     OPEN INPUT ARQ-ESTORNO.
010248     IF WS-FS-ESTORNO NOT = '00'
010249         DISPLAY 'DL100-DSP - FALHA AO REABRIR OS ESTORNOS - FS '
010250             WS-FS-ESTORNO
010251         IF WS-RETORNO LESS THAN 12
010252             MOVE 12 TO WS-RETORNO
010253         END-IF
010254         GO TO 3100-LISTAR-ESTORNOS-EXIT
010255     END-IF.
010256     MOVE 'N' TO WS-SW-FIM-ESTORNO.
010257     PERFORM 3150-COPIAR-ESTORNO
010258         THRU 3150-COPIAR-ESTORNO-EXIT
010259         UNTIL WS-FIM-ESTORNO.
010260     CLOSE ARQ-ESTORNO.
010261 3100-LISTAR-ESTORNOS-EXIT.
010262     EXIT.
010263*
010264 3150-COPIAR-ESTORNO.
010265     READ ARQ-ESTORNO
010266         AT END
010267             SET WS-FIM-ESTORNO TO TRUE
010268             GO TO 3150-COPIAR-ESTORNO-EXIT
010269     END-READ.
010270     MOVE EST-REC TO REL-REC.
010271     WRITE REL-REC.
010272 3150-COPIAR-ESTORNO-EXIT.
010273     EXIT.
010274*
010275 3200-GRAVAR-CONTROLE.
010280     OPEN OUTPUT ARQ-CONTROLE.
010290     MOVE 'DL100DSP'         TO CTL-PROGRAMA.
010300     MOVE WS-DATA-EXECUCAO   TO CTL-DATA-EXECUCAO.
010330     MOVE WS-CONT-LIDOS      TO CTL-QTD-LIDOS.
010340     ADD WS-CONT-COMPARACOES WS-CONT-SOMAS
010350         WS-CONT-MULTS WS-CONT-DIVS
010351         WS-CONT-ESTORNOS
010360         GIVING WS-CONT-PROCESSADAS.
010370     MOVE WS-CONT-PROCESSADAS TO CTL-QTD-VALIDOS.
010380     MOVE WS-CONT-EXCECOES   TO CTL-QTD-EXCECOES.
010390     MOVE WS-CONT-DUPLICATAS TO CTL-QTD-DUPLICATAS.
010400     MOVE WS-TOTAL-GERAL     TO CTL-TOTAL-CONTROLE.
010401     MOVE WS-CONT-RETIDAS    TO CTL-QTD-RETIDAS.
010402     MOVE WS-CONT-LIBERADAS  TO CTL-QTD-LIBERADAS.
010410     MOVE CONTROL-RECORD TO HCT-REGISTRO.
010420     WRITE CONTROL-RECORD.
010430     CLOSE ARQ-CONTROLE.
010660     EXIT.
010670*
010680 3300-GRAVAR-TRAILERS.
010681     IF WS-RODADA-SIMULADA
010682         PERFORM 7500-PREVER-TRAILERS
010683             THRU 7500-PREVER-TRAILERS-EXIT
010684         GO TO 3300-GRAVAR-TRAILERS-EXIT
010685     END-IF.
010690     MOVE 'TRL'              TO TRL-ID.
010700     MOVE 'DL100DSP'         TO TRL-PROGRAMA.
010710     ADD WS-CONT-COMPARACOES WS-CONT-SOMAS
010720         WS-CONT-MULTS WS-CONT-DIVS
010721         WS-CONT-ESTORNOS
010730         GIVING WS-CONT-PROCESSADAS.
010740     MOVE WS-CONT-PROCESSADAS TO TRL-QTD-REGISTROS.
010750     MOVE WS-TOTAL-GERAL      TO TRL-TOTAL-CONTROLE.
010820     MOVE WS-CONT-DUPLICATAS TO TRL-QTD-REGISTROS.
010830     MOVE TRL-REGISTRO TO DUPLICATE-RECORD.
010840     WRITE DUPLICATE-RECORD.
010850     ADD WS-CONT-PROCESSADAS WS-CONT-LIBERADAS
010851         GIVING WS-CONT-AUDITADAS.
010852     MOVE WS-CONT-AUDITADAS  TO TRL-QTD-REGISTROS.
010860     MOVE TRL-REGISTRO TO AUDIT-RECORD.
010870     WRITE AUDIT-RECORD.
010880 3300-GRAVAR-TRAILERS-EXIT.
010890     EXIT.
010891*    LEITURA DO MESTRE NA RODADA SIMULADA: O QUE A PROPRIA RODADA
010892*    JA TERIA GRAVADO (TABELA SOMBRA) PREVALECE SOBRE O MESTRE EM
010893*    DISCO.  A CHAVE PROCURADA ESTA EM MST-CHAVE.
010894*
010895 7100-LER-MESTRE-SIMULADO.
010896     SET WS-CHAVE-NAO-ACHADA TO TRUE.
010897     MOVE SPACE     TO WS-SPR-IMAGEM.
010898     MOVE 'M'       TO WS-SPR-ORIGEM.
010899     MOVE MST-CHAVE TO WS-SPR-CHAVE.
010900     PERFORM 7110-PROCURAR-SOMBRA
010901         THRU 7110-PROCURAR-SOMBRA-EXIT.
010902     IF WS-SOM-ACHADA GREATER THAN ZERO
010903         MOVE WS-SOM-IMAGEM (WS-SOM-ACHADA) TO MASTER-RECORD
010904         SET WS-CHAVE-ACHADA TO TRUE
010905         GO TO 7100-LER-MESTRE-SIMULADO-EXIT
010906     END-IF.
010907     IF NOT WS-MESTRE-DISPONIVEL
010908         GO TO 7100-LER-MESTRE-SIMULADO-EXIT
010909     END-IF.
010910     READ ARQ-MESTRE
010911         INVALID KEY
010912             GO TO 7100-LER-MESTRE-SIMULADO-EXIT
010913     END-READ.
010914     SET WS-CHAVE-ACHADA TO TRUE.
010915 7100-LER-MESTRE-SIMULADO-EXIT.
010916     EXIT.
010917*
010918 7110-PROCURAR-SOMBRA.
010919     MOVE ZERO TO WS-SOM-ACHADA.
010920     PERFORM 7120-COMPARAR-SOMBRA
010921         THRU 7120-COMPARAR-SOMBRA-EXIT
010922         VARYING WS-IND-SOMBRA FROM 1 BY 1
010923         UNTIL WS-IND-SOMBRA GREATER THAN WS-QTD-SOMBRA
010924            OR WS-SOM-ACHADA GREATER THAN ZERO.
010925 7110-PROCURAR-SOMBRA-EXIT.
010926     EXIT.
010927*
010928 7120-COMPARAR-SOMBRA.
010929     IF WS-SOM-ORIGEM (WS-IND-SOMBRA) EQUAL WS-SPR-ORIGEM
010930        AND WS-SOM-CHAVE (WS-IND-SOMBRA) EQUAL WS-SPR-CHAVE
010931         MOVE WS-IND-SOMBRA TO WS-SOM-ACHADA
010932     END-IF.
010933 7120-COMPARAR-SOMBRA-EXIT.
010934     EXIT.
010935*
010936*    RETIDA DO PROPRIO MOVIMENTO NA RODADA SIMULADA: A TABELA
010937*    SOMBRA PREVALECE SOBRE O KSDS DE RETIDAS.  A CHAVE PROCURADA
010938*    ESTA EM RTD-CHAVE.
010939*
010940 7150-LER-RETIDA-SIMULADA.
010941     SET WS-CHAVE-NAO-ACHADA TO TRUE.
010942     MOVE SPACE         TO WS-SPR-IMAGEM.
010943     MOVE 'T'           TO WS-SPR-ORIGEM.
010944     MOVE RTD-NUM-1     TO WS-SPR-NUM-1.
010945     MOVE RTD-NUM-2     TO WS-SPR-NUM-2.
010946     MOVE RTD-TIPO-TRAN TO WS-SPR-TIPO-TRAN.
010947     PERFORM 7110-PROCURAR-SOMBRA
010948         THRU 7110-PROCURAR-SOMBRA-EXIT.
010949     IF WS-SOM-ACHADA GREATER THAN ZERO
010950         SET WS-CHAVE-ACHADA TO TRUE
010951         GO TO 7150-LER-RETIDA-SIMULADA-EXIT
010952     END-IF.
010953     IF NOT WS-RETIDOS-DISPONIVEIS
010954         GO TO 7150-LER-RETIDA-SIMULADA-EXIT
010955     END-IF.
010956     READ ARQ-RETIDOS
010957         INVALID KEY
010958             GO TO 7150-LER-RETIDA-SIMULADA-EXIT
010959     END-READ.
010960     SET WS-CHAVE-ACHADA TO TRUE.
010961 7150-LER-RETIDA-SIMULADA-EXIT.
010962     EXIT.
010963*
010964*    ESTORNO NA RODADA SIMULADA: O PAR E O TIPO ORIGINAL
010965*    (MST-CHAVE E HIX-CHAVE) SAO PROCURADOS COMO NA RODADA REAL -
010966*    MESTRE E, NAO ACHADO, HISTORICO - SEMPRE COM A TABELA SOMBRA
010967*    DE CADA UM PREVALECENDO SOBRE O ARQUIVO.  ACHADO NO
010968*    HISTORICO, A IMAGEM VAI PARA MASTER-RECORD.
010969*
010970 7170-LER-ESTORNAVEL-SIMULADO.
010971     SET WS-EST-NO-MESTRE TO TRUE.
010972     PERFORM 7100-LER-MESTRE-SIMULADO
010973         THRU 7100-LER-MESTRE-SIMULADO-EXIT.
010974     IF WS-CHAVE-ACHADA
010975         GO TO 7170-LER-ESTORNAVEL-SIMULADO-EXIT
010976     END-IF.
010977     SET WS-EST-NO-HISTORICO TO TRUE.
010978     MOVE SPACE     TO WS-SPR-IMAGEM.
010979     MOVE 'H'       TO WS-SPR-ORIGEM.
010980     MOVE HIX-CHAVE TO WS-SPR-CHAVE.
010981     PERFORM 7110-PROCURAR-SOMBRA
010982         THRU 7110-PROCURAR-SOMBRA-EXIT.
010983     IF WS-SOM-ACHADA GREATER THAN ZERO
010984         MOVE WS-SOM-IMAGEM (WS-SOM-ACHADA) TO MASTER-RECORD
010985         SET WS-CHAVE-ACHADA TO TRUE
010986         GO TO 7170-LER-ESTORNAVEL-SIMULADO-EXIT
010987     END-IF.
010988     IF NOT WS-HISTKSDS-DISPONIVEL
010989         GO TO 7170-LER-ESTORNAVEL-SIMULADO-EXIT
010990     END-IF.
010991     READ ARQ-HISTKSDS
010992         INVALID KEY
010993             GO TO 7170-LER-ESTORNAVEL-SIMULADO-EXIT
010994     END-READ.
010995     MOVE HIX-REGISTRO TO MASTER-RECORD.
010996     SET WS-CHAVE-ACHADA TO TRUE.
010997 7170-LER-ESTORNAVEL-SIMULADO-EXIT.
010998     EXIT.
010999*
011000*    GRAVACAO NA RODADA SIMULADA: A IMAGEM EM WS-SPR-IMAGEM, COM
011001*    A ORIGEM EM WS-SPR-ORIGEM, VAI PARA A TABELA SOMBRA
011002*    (SUBSTITUINDO A DA MESMA CHAVE E ORIGEM).  COM A TABELA CHEIA
011003*    A CHAVE NOVA NAO E GUARDADA E UMA REPETICAO DELA MAIS ADIANTE
011004*    NO ARQUIVO NAO E VISTA COMO DUPLICATA; A PREVIA AVISA NO FIM.
011005*
011006 7200-GRAVAR-SOMBRA.
011007     PERFORM 7110-PROCURAR-SOMBRA
011008         THRU 7110-PROCURAR-SOMBRA-EXIT.
011009     IF WS-SOM-ACHADA GREATER THAN ZERO
011010         MOVE WS-SPR-IMAGEM TO WS-SOM-IMAGEM (WS-SOM-ACHADA)
011011         GO TO 7200-GRAVAR-SOMBRA-EXIT
011012     END-IF.
011013     IF WS-QTD-SOMBRA NOT LESS THAN WS-MAX-SOMBRA
011014         IF NOT WS-SOMBRA-ESGOTADA
011015             SET WS-SOMBRA-ESGOTADA TO TRUE
011016             DISPLAY 'DL100-DSP - TABELA DA SIMULACAO ESGOTADA '
011017                 'COM ' WS-QTD-SOMBRA ' CHAVES'
011018         END-IF
011019         ADD 1 TO WS-CONT-FORA-SOMBRA
011020         GO TO 7200-GRAVAR-SOMBRA-EXIT
011021     END-IF.
011022     ADD 1 TO WS-QTD-SOMBRA.
011023     MOVE WS-SPR-ORIGEM TO WS-SOM-ORIGEM (WS-QTD-SOMBRA).
011024     MOVE WS-SPR-IMAGEM TO WS-SOM-IMAGEM (WS-QTD-SOMBRA).
011025 7200-GRAVAR-SOMBRA-EXIT.
011026     EXIT.
011027*
011028 7250-GUARDAR-RETIDA.
011029     MOVE SPACE         TO WS-SPR-IMAGEM.
011030     MOVE 'T'           TO WS-SPR-ORIGEM.
011031     MOVE RTD-NUM-1     TO WS-SPR-NUM-1.
011032     MOVE RTD-NUM-2     TO WS-SPR-NUM-2.
011033     MOVE RTD-TIPO-TRAN TO WS-SPR-TIPO-TRAN.
011034     PERFORM 7200-GRAVAR-SOMBRA
011035         THRU 7200-GRAVAR-SOMBRA-EXIT.
011036 7250-GUARDAR-RETIDA-EXIT.
011037     EXIT.
011038*
011039 7300-PREVER-EXCECAO.
011040     ADD 1 TO WS-MOT-QTD (EXC-COD-MOTIVO).
011041     MOVE 'EXCECAO'          TO WS-LPV-MARCA.
011042     MOVE EXC-NUM-1-RAW      TO WS-LPV-NUM-1-RAW.
011043     MOVE EXC-NUM-2-RAW      TO WS-LPV-NUM-2-RAW.
011044     MOVE EXC-COD-MOTIVO     TO WS-LPV-COD-MOTIVO.
011045     MOVE EXC-DESC-MOTIVO    TO WS-LPV-TEXTO.
011046     MOVE WS-LINHA-PREVIA TO REL-REC.
011047     WRITE REL-REC.
011048 7300-PREVER-EXCECAO-EXIT.
011049     EXIT.
011050*
011051 7400-PREVER-DUPLICATA.
011052     MOVE 'DUPLICATA'        TO WS-LPV-MARCA.
011053     MOVE TR-NUM-1-X         TO WS-LPV-NUM-1-RAW.
011054     MOVE TR-NUM-2-X         TO WS-LPV-NUM-2-RAW.
011055     MOVE SPACE              TO WS-LPV-COD-MOTIVO.
011056     MOVE SPACE              TO WS-LPV-TEXTO.
011057     STRING 'JA PROCESSADO NO MOVIMENTO ' DUP-DATA-PROC-ORIG
011058         DELIMITED BY SIZE INTO WS-LPV-TEXTO.
011059     MOVE WS-LINHA-PREVIA TO REL-REC.
011060     WRITE REL-REC.
011061 7400-PREVER-DUPLICATA-EXIT.
011062     EXIT.
011063*
011064*    FIM DA PREVIA: EXCECOES POR MOTIVO, CONTAGENS E TOTAIS DE
011065*    CONTROLE DOS TRAILERS QUE A RODADA REAL GRAVARIA EM CADA
011066*    DATASET E O RETORNO COM QUE ELA TERMINARIA.
011067*
011068 7500-PREVER-TRAILERS.
011069     MOVE 'EXCECOES POR MOTIVO' TO REL-REC.
011070     WRITE REL-REC.
011071     PERFORM 7510-LISTAR-MOTIVO
011072         THRU 7510-LISTAR-MOTIVO-EXIT
011073         VARYING WS-IND-MOT FROM 1 BY 1
011074         UNTIL WS-IND-MOT GREATER THAN 99.
011075     MOVE 'TRAILERS DA RODADA REAL' TO REL-REC.
011076     WRITE REL-REC.
011077     ADD WS-CONT-COMPARACOES WS-CONT-SOMAS
011078         WS-CONT-MULTS WS-CONT-DIVS
011079         WS-CONT-ESTORNOS
011080         GIVING WS-CONT-PROCESSADAS.
011081     MOVE 'RELATORIO - REGISTROS'        TO WS-RES-TEXTO.
011082     MOVE WS-CONT-PROCESSADAS            TO WS-RES-VALOR.
011083     MOVE WS-LINHA-RESUMO TO REL-REC.
011084     WRITE REL-REC.
011085     MOVE 'RELATORIO - TOTAL DE CONTROLE' TO WS-REST-TEXTO.
011086     MOVE WS-TOTAL-GERAL                 TO WS-REST-VALOR.
011087     MOVE WS-LINHA-RESUMO-TOTAL TO REL-REC.
011088     WRITE REL-REC.
011089     MOVE 'EXCECAO   - REGISTROS'        TO WS-RES-TEXTO.
011090     MOVE WS-CONT-EXCECOES               TO WS-RES-VALOR.
011091     MOVE WS-LINHA-RESUMO TO REL-REC.
011092     WRITE REL-REC.
011093     MOVE 'DUPLICATA - REGISTROS'        TO WS-RES-TEXTO.
011094     MOVE WS-CONT-DUPLICATAS             TO WS-RES-VALOR.
011095     MOVE WS-LINHA-RESUMO TO REL-REC.
011096     WRITE REL-REC.
011097     ADD WS-CONT-PROCESSADAS WS-CONT-LIBERADAS
011098         GIVING WS-CONT-AUDITADAS.
011099     MOVE 'AUDITORIA - REGISTROS'        TO WS-RES-TEXTO.
011100     MOVE WS-CONT-AUDITADAS              TO WS-RES-VALOR.
011101     MOVE WS-LINHA-RESUMO TO REL-REC.
011102     WRITE REL-REC.
011103     IF WS-SOMBRA-ESGOTADA
011104         MOVE 'CHAVES FORA DA TABELA SIMULADA'
011105                                         TO WS-RES-TEXTO
011106         MOVE WS-CONT-FORA-SOMBRA        TO WS-RES-VALOR
011107         MOVE WS-LINHA-RESUMO TO REL-REC
011108         WRITE REL-REC
011109     END-IF.
011110     MOVE 'RETORNO DA RODADA REAL'       TO WS-RES-TEXTO.
011111     MOVE WS-RETORNO                     TO WS-RES-VALOR.
011112     MOVE WS-LINHA-RESUMO TO REL-REC.
011113     WRITE REL-REC.
011114     DISPLAY 'DL100-DSP - RODADA SIMULADA - RETORNO PREVISTO: '
011115         WS-RETORNO.
011116 7500-PREVER-TRAILERS-EXIT.
011117     EXIT.
011118*
011119 7510-LISTAR-MOTIVO.
011120     IF WS-MOT-QTD (WS-IND-MOT) EQUAL ZERO
011121         GO TO 7510-LISTAR-MOTIVO-EXIT
011122     END-IF.
011123     EVALUATE WS-IND-MOT
011124         WHEN 01
011125             MOVE 'NUM-1 NAO NUMERICO'         TO WS-LMO-TEXTO
011126         WHEN 02
011127             MOVE 'NUM-2 NAO NUMERICO'         TO WS-LMO-TEXTO
011128         WHEN 03
011129             MOVE 'NUM-1 FORA DA FAIXA'        TO WS-LMO-TEXTO
011130         WHEN 04
011131             MOVE 'NUM-2 FORA DA FAIXA'        TO WS-LMO-TEXTO
011132         WHEN 05
011133             MOVE 'TIPO DE TRANSACAO INVALIDO' TO WS-LMO-TEXTO
011134         WHEN 06
011135             MOVE 'DIVISAO POR ZERO'           TO WS-LMO-TEXTO
011136         WHEN 07
011137             MOVE 'VALOR NEGATIVO'             TO WS-LMO-TEXTO
011138         WHEN 08
011139             MOVE 'ESTORNO INVALIDO'           TO WS-LMO-TEXTO
011140         WHEN 09
011141             MOVE 'ESTORNO EM PERIODO FECHADO' TO WS-LMO-TEXTO
011142         WHEN 99
011143             MOVE 'ESTOURO DE ACUMULADOR'      TO WS-LMO-TEXTO
011144         WHEN OTHER
011145             MOVE SPACE                        TO WS-LMO-TEXTO
011146     END-EVALUATE.
011147     MOVE WS-IND-MOT              TO WS-LMO-CODIGO.
011148     MOVE WS-MOT-QTD (WS-IND-MOT) TO WS-LMO-VALOR.
011149     MOVE WS-LINHA-MOTIVO TO REL-REC.
011150     WRITE REL-REC.
011151 7510-LISTAR-MOTIVO-EXIT.
011152     EXIT.
