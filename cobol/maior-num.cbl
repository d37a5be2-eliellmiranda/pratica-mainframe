001290*                   TRABALHO PARA A GERACAO (+1) DO GDG.  A
001300*                   RESUBMISSAO POS-ABEND NAO EDITA MAIS DD
001310*                   NENHUM.
001311* 2026-10-15 RM     CONTROLE DE LOTE NA RECEPCAO: O ARQUIVO DE
001312*                   ENTRADA PASSOU A TRAZER CABECALHO 'HDR' E
001313*                   TRAILER 'TRL' DO REMETENTE (NUMTRAN.CPY),
001314*                   CONFERIDOS PELO PASSO LOTREC (LOT-REC) ANTES
001315*                   DESTE.  A LEITURA FOI CENTRALIZADA EM
001316*                   2050-LER-ENTRADA, QUE PULA OS DOIS REGISTROS
001317*                   DE CONTROLE (AS CONTAGENS E O CHECKPOINT SO
001318*                   CONSIDERAM DETALHES) E GUARDA A IDENTIFICACAO
001319*                   DO LOTE, GRAVADA EM AUD-LOTE NA AUDITORIA E EM
001320*                   MST-LOTE NO MESTRE.
001321* 2026-10-15 RM     RODADA PARTICIONADA: O NUMERO DA PARTICAO E
001322*                   LIDO POR ACCEPT DO SYSIN (00 OU BRANCO =
001323*                   RODADA UNICA, COMO ATE ENTAO). NA PARTICAO
001324*                   (JOB MAIORPAR, ENTRADA GERADA PELA DIVISAO
001325*                   PRT-DIV) O CHECKPOINT USA A CHAVE PROPRIA
001326*                   'MAIORPnn' E, NO FIM, GRAVA OS CONTADORES
001327*                   FINAIS COM A SITUACAO 'C', A DATA DO MOVIMENTO
001328*                   E O CODIGO DE RETORNO EM VEZ DE ZERAR; A
001329*                   PARTICAO JA CONCLUIDA NO MOVIMENTO TERMINA SEM
001330*                   REPROCESSAR. A PARTICAO NAO ECOA PARAMETROS,
001331*                   NAO GRAVA O RESUMO NEM O
001332*                   CONTROL-RECORD/HISTORICO E NAO ELEVA O RETORNO
001333*                   A 8 POR ENTRADA VAZIA: TUDO ISSO E FEITO UMA
001334*                   VEZ PELA CONSOLIDACAO PRT-CON SOBRE A SOMA DAS
001335*                   PARTICOES.
001336* 2026-10-15 RM     CONTROL-RECORD (CTLREC.CPY) AMPLIADO PARA 100
001337*                   BYTES E CHECKPOINT (CKPTREC.CPY) PARA 168 COM
001338*                   AS QUANTIDADES DE RETIDAS PARA REVISAO E DE
001339*                   LIBERADAS DE PRO-SOMA E DL100-DSP; AS
001340*                   COMPARACOES DESTE PROGRAMA NAO SAO RETIDAS E
001341*                   GRAVAM ZERO NOS DOIS. HCT-REGISTRO PASSOU A
001342*                   X(100).
001343* 2026-10-15 RM     RODADA SIMULADA (PRM-SIMULACAO = 'S', JOB
001344*                   MAIORSIM): MESMA VALIDACAO, CONFERENCIA DE
001345*                   DUPLICATAS CONTRA O MESTRE E COMPARACAO DA
001346*                   RODADA REAL, MAS SO O RELATORIO DA RODADA (DD
001347*                   SAIDA) E GRAVADO, COMO PREVIA: AS EXCECOES E
001348*                   DUPLICATAS SAEM NELE NO LUGAR EM QUE OCORREM E
001349*                   NO FIM VEM AS EXCECOES POR MOTIVO, OS TRAILERS
001350*                   E O RETORNO QUE A RODADA REAL TERIA. O MESTRE
001351*                   E ABERTO SO PARA LEITURA; O QUE A RODADA REAL
001352*                   TERIA GRAVADO NELE FICA NUMA TABELA EM
001353*                   MEMORIA, CONSULTADA ANTES DO MESTRE, PARA QUE
001354*                   A REPETICAO DE UM PAR NO PROPRIO ARQUIVO DE A
001355*                   MESMA DUPLICATA. NAO HA CHECKPOINT, RESTART,
001356*                   EXCPEND, AUDITORIA, CONTROL-RECORD NEM
001357*                   HISTORICO; A SIMULACAO SO VALE NA RODADA UNICA
001358*                   (PARTICAO 00). O RETORNO E O MESMO DA RODADA
001359*                   REAL.
001360*****************************************************************
001361 IDENTIFICATION DIVISION.
001362 PROGRAM-ID.     MAIOR-NUM.
001363 AUTHOR.         EQUIPE DE MANUTENCAO COBOL.
001364 INSTALLATION.   CENTRO DE PROCESSAMENTO DE DADOS.
001370 DATE-WRITTEN.   2026-08-09.
001380 DATE-COMPILED.  2026-08-09.
001390*
002380 FD  ARQ-HISTCTL
002390     LABEL RECORDS ARE STANDARD
002400     RECORDING MODE IS F.
002410 01  HCT-REGISTRO                    PIC X(100).
002420*
002430 WORKING-STORAGE SECTION.
002440 COPY NUMREC.
002680     05  WS-SW-PAR-DUPLICADO         PIC X(01) VALUE 'N'.
002690         88  WS-PAR-DUPLICADO             VALUE 'S'.
002700         88  WS-PAR-NAO-DUPLICADO         VALUE 'N'.
002701     05  WS-SW-PARTICAO              PIC X(01) VALUE 'N'.
002702         88  WS-RODADA-PARTICIONADA      VALUE 'S'.
002703     05  WS-SW-CONCLUSAO             PIC X(01) VALUE SPACE.
002704         88  WS-PARTICAO-CONCLUIDA       VALUE 'C'.
002705     05  WS-SW-SIMULACAO             PIC X(01) VALUE 'N'.
002706         88  WS-RODADA-SIMULADA          VALUE 'S'.
002707     05  WS-SW-MESTRE                PIC X(01) VALUE 'N'.
002708         88  WS-MESTRE-DISPONIVEL        VALUE 'S'.
002709     05  WS-SW-CHAVE-MESTRE          PIC X(01) VALUE 'N'.
002710         88  WS-CHAVE-NO-MESTRE          VALUE 'S'.
002711         88  WS-CHAVE-FORA-DO-MESTRE     VALUE 'N'.
002712     05  WS-SW-SOMBRA                PIC X(01) VALUE 'N'.
002713         88  WS-SOMBRA-ESGOTADA          VALUE 'S'.
002714     05  WS-SW-REGISTRO              PIC X(01) VALUE SPACE.
002715         88  WS-REGISTRO-DETALHE         VALUE 'D'.
002716         88  WS-REGISTRO-CONTROLE        VALUE 'C'.
002717*
002720 01  WS-CONTADORES.
002730     05  WS-CONT-LIDOS               PIC 9(09) COMP VALUE ZERO.
002740     05  WS-CONT-VALIDOS             PIC 9(09) COMP VALUE ZERO.
002830*
002840 01  WS-CONTROLE-EXECUCAO.
002850     05  WS-RETORNO                  PIC 9(02) VALUE ZERO.
002851     05  WS-LOTE-ATUAL               PIC X(10) VALUE SPACE.
002852     05  WS-PRM-PARTICAO             PIC X(02) VALUE SPACE.
002853     05  WS-PRM-PARTICAO-N REDEFINES WS-PRM-PARTICAO
002854                                     PIC 9(02).
002855     05  WS-QTD-PARTICOES            PIC 9(02) VALUE ZERO.
002856     05  WS-CKPT-CHAVE               PIC X(08) VALUE 'MAIORNUM'.
002857     05  WS-CKPT-CHAVE-R REDEFINES WS-CKPT-CHAVE.
002858         10  WS-CKPT-PREFIXO         PIC X(06).
002859         10  WS-CKPT-PARTICAO        PIC 9(02).
002860*
002870 01  WS-LIMITES.
002880     05  WS-CKPT-INTERVALO           PIC 9(09) COMP VALUE ZERO.
002890     05  WS-FAIXA-MINIMA              PIC 9(06) VALUE ZERO.
002900     05  WS-FAIXA-MAXIMA              PIC 9(06) VALUE ZERO.
002901     05  WS-MAX-PARTICOES            PIC 9(02) VALUE 4.
002910*
002920 01  WS-DATA-HORA.
002930     05  WS-DATA-EXECUCAO            PIC 9(08) VALUE ZERO.
003130     05  WS-RES-VALOR                PIC ZZZ,ZZZ,ZZ9.
003140     05  FILLER                      PIC X(29) VALUE SPACE.
003150*
003151*    RODADA SIMULADA: EXCECOES CONTADAS POR MOTIVO E TABELA SOMBRA
003152*    COM A IMAGEM DE CADA CHAVE QUE A RODADA REAL TERIA GRAVADO NO
003153*    MESTRE, CONSULTADA ANTES DO PROPRIO MESTRE (ABERTO SO PARA
003154*    LEITURA).
003155*
003156 01  WS-TABELA-MOTIVOS.
003157     05  WS-MOT-QTD                  PIC 9(09) COMP
003158                                     OCCURS 99 TIMES.
003159*
003160 01  WS-TABELA-SOMBRA.
003161     05  WS-SOM-ENTRADA              OCCURS 10000 TIMES.
003162         10  WS-SOM-IMAGEM.
003163             15  WS-SOM-CHAVE        PIC X(19).
003164             15  FILLER              PIC X(48).
003165*
003166 01  WS-CONTROLE-SIMULACAO.
003167     05  WS-IND-MOT                  PIC 9(04) COMP VALUE ZERO.
003168     05  WS-IND-SOMBRA               PIC 9(09) COMP VALUE ZERO.
003169     05  WS-QTD-SOMBRA               PIC 9(09) COMP VALUE ZERO.
003170     05  WS-MAX-SOMBRA               PIC 9(09) COMP VALUE 10000.
003171     05  WS-SOM-ACHADA               PIC 9(09) COMP VALUE ZERO.
003172     05  WS-CONT-FORA-SOMBRA         PIC 9(09) COMP VALUE ZERO.
003173*
003174 01  WS-LINHA-PREVIA.
003175     05  WS-LPV-MARCA                PIC X(10) VALUE SPACE.
003176     05  WS-LPV-NUM-1-RAW            PIC X(09) VALUE SPACE.
003177     05  FILLER                      PIC X(01) VALUE '/'.
003178     05  WS-LPV-NUM-2-RAW            PIC X(09) VALUE SPACE.
003179     05  FILLER                      PIC X(02) VALUE SPACE.
003180     05  WS-LPV-COD-MOTIVO           PIC X(02) VALUE SPACE.
003181     05  FILLER                      PIC X(02) VALUE SPACE.
003182     05  WS-LPV-TEXTO                PIC X(40) VALUE SPACE.
003183     05  FILLER                      PIC X(05) VALUE SPACE.
003184*
003185 01  WS-LINHA-MOTIVO.
003186     05  FILLER                      PIC X(07) VALUE 'MOTIVO '.
003187     05  WS-LMO-CODIGO               PIC 9(02).
003188     05  FILLER                      PIC X(03) VALUE ' - '.
003189     05  WS-LMO-TEXTO                PIC X(28) VALUE SPACE.
003190     05  WS-LMO-VALOR                PIC ZZZ,ZZZ,ZZ9.
003191     05  FILLER                      PIC X(29) VALUE SPACE.
003192*
003193 PROCEDURE DIVISION.
003194*
003195 0000-MAINLINE.
003196     PERFORM 1000-INICIALIZA
003200         THRU 1000-INICIALIZA-EXIT.
003210     PERFORM 2000-PROCESSA-ARQUIVO
003220         THRU 2000-PROCESSA-ARQUIVO-EXIT
003300     ACCEPT WS-HORA-EXECUCAO FROM TIME.
003310     PERFORM 1050-LER-PARAMETRO
003320         THRU 1050-LER-PARAMETRO-EXIT.
003321     PERFORM 1060-IDENTIFICAR-PARTICAO
003322         THRU 1060-IDENTIFICAR-PARTICAO-EXIT.
003330     OPEN INPUT  ARQ-ENTRADA.
003331     IF WS-RODADA-SIMULADA
003332         PERFORM 1400-ABRIR-SIMULACAO
003333             THRU 1400-ABRIR-SIMULACAO-EXIT
003334         GO TO 1000-INICIALIZA-EXIT
003335     END-IF.
003340     PERFORM 1100-LER-CHECKPOINT
003350         THRU 1100-LER-CHECKPOINT-EXIT.
003360     IF WS-CKPT-QTD-ANTERIOR GREATER THAN ZERO
003730     IF WS-CKPT-QTD-ANTERIOR EQUAL ZERO
003740         PERFORM 1250-GRAVAR-CABECALHOS
003750             THRU 1250-GRAVAR-CABECALHOS-EXIT
003751         IF NOT WS-RODADA-PARTICIONADA
003752             PERFORM 1150-ECOAR-PARAMETROS
003753                 THRU 1150-ECOAR-PARAMETROS-EXIT
003754         END-IF
003780     END-IF.
003790     IF WS-CKPT-QTD-ANTERIOR GREATER THAN ZERO
003800         MOVE WS-CKPT-QTD-ANTERIOR TO WS-CONT-PULAR
004240     MOVE PRM-FAIXA-MAXIMA   TO WS-FAIXA-MAXIMA.
004250     MOVE PRM-CKPT-INTERVALO TO WS-CKPT-INTERVALO.
004260     MOVE PRM-DATA-MOVIMENTO TO WS-DATA-EXECUCAO.
004261     IF PRM-QTD-PARTICOES NUMERIC
004262         MOVE PRM-QTD-PARTICOES TO WS-QTD-PARTICOES
004263     END-IF.
004264     IF NOT PRM-RODADA-SIMULADA
004265        AND NOT PRM-RODADA-REAL
004266         DISPLAY 'MAIOR-NUM - INDICADOR DE SIMULACAO INVALIDO: '
004267             PRM-SIMULACAO
004268         MOVE 16 TO RETURN-CODE
004269         GOBACK
004270     END-IF.
004271     IF PRM-RODADA-SIMULADA
004272         SET WS-RODADA-SIMULADA TO TRUE
004273         DISPLAY 'MAIOR-NUM - RODADA SIMULADA - NENHUM ARQUIVO '
004274             'DE PRODUCAO SERA ATUALIZADO'
004275     END-IF.
004276     CLOSE ARQ-PARAMETRO.
004280 1050-LER-PARAMETRO-EXIT.
004281     EXIT.
004282*
004283*    O SYSIN TRAZ O NUMERO DA PARTICAO: 00 (OU BRANCO) E A RODADA
004284*    UNICA DO JOB MAIORNUM; DE 01 ATE A QUANTIDADE CONFIGURADA
004285*    EM PRM-QTD-PARTICOES E UMA PARTICAO DO JOB MAIORPAR, COM
004286*    CHECKPOINT PROPRIO E CONSOLIDADA DEPOIS PELO PRT-CON.
004287*
004288 1060-IDENTIFICAR-PARTICAO.
004289     ACCEPT WS-PRM-PARTICAO.
004290     IF WS-PRM-PARTICAO EQUAL SPACE
004291        OR WS-PRM-PARTICAO EQUAL '00'
004292         GO TO 1060-IDENTIFICAR-PARTICAO-EXIT
004293     END-IF.
004294     IF WS-PRM-PARTICAO NOT NUMERIC
004295         DISPLAY 'MAIOR-NUM - PARTICAO INVALIDA NO SYSIN: '
004296             WS-PRM-PARTICAO
004297         MOVE 16 TO RETURN-CODE
004298         GOBACK
004299     END-IF.
004300     IF WS-RODADA-SIMULADA
004301         DISPLAY 'MAIOR-NUM - SIMULACAO SO NA RODADA UNICA - '
004302             'PARTICAO ' WS-PRM-PARTICAO
004303         MOVE 16 TO RETURN-CODE
004304         GOBACK
004305     END-IF.
004306     IF WS-PRM-PARTICAO-N GREATER THAN WS-QTD-PARTICOES
004307        OR WS-QTD-PARTICOES GREATER THAN WS-MAX-PARTICOES
004308         DISPLAY 'MAIOR-NUM - PARTICAO ' WS-PRM-PARTICAO
004309             ' FORA DA QUANTIDADE CONFIGURADA: ' WS-QTD-PARTICOES
004310         MOVE 16 TO RETURN-CODE
004311         GOBACK
004312     END-IF.
004313     SET WS-RODADA-PARTICIONADA TO TRUE.
004314     MOVE 'MAIORP'          TO WS-CKPT-PREFIXO.
004315     MOVE WS-PRM-PARTICAO-N TO WS-CKPT-PARTICAO.
004316     DISPLAY 'MAIOR-NUM - PARTICAO ' WS-PRM-PARTICAO ' DE '
004317         WS-QTD-PARTICOES.
004318 1060-IDENTIFICAR-PARTICAO-EXIT.
004319     EXIT.
004320*
004321 1100-LER-CHECKPOINT.
004322     MOVE ZERO TO WS-CKPT-QTD-ANTERIOR.
004330     OPEN I-O ARQ-CHECKPT.
004340     IF WS-FS-CHECKPT NOT = '00'
004350         CLOSE ARQ-CHECKPT
004370         CLOSE ARQ-CHECKPT
004380         OPEN I-O ARQ-CHECKPT
004390     END-IF.
004391     MOVE WS-CKPT-CHAVE TO CKPT-PROGRAMA.
004410     READ ARQ-CHECKPT
004420         INVALID KEY
004421             GO TO 1100-LER-CHECKPOINT-EXIT
004520     END-READ.
004521     IF CKPT-PARTICAO-CONCLUIDA
004522         PERFORM 1120-PARTICAO-CONCLUIDA
004523             THRU 1120-PARTICAO-CONCLUIDA-EXIT
004524         GO TO 1100-LER-CHECKPOINT-EXIT
004525     END-IF.
004526     MOVE CKPT-QTD-PROCESSADA TO WS-CKPT-QTD-ANTERIOR.
004527     MOVE CKPT-CONTADOR-1 TO WS-CONT-NUM1-VENCEU.
004528     MOVE CKPT-CONTADOR-2 TO WS-CONT-NUM2-VENCEU.
004529     MOVE CKPT-CONTADOR-3 TO WS-CONT-EMPATES.
004530     MOVE CKPT-CONTADOR-4 TO WS-CONT-VALIDOS.
004531     MOVE CKPT-CONTADOR-5 TO WS-CONT-EXCECOES.
004532     MOVE CKPT-CONTADOR-6 TO WS-CONT-DUPLICATAS.
004533 1100-LER-CHECKPOINT-EXIT.
004534     EXIT.
004535*
004536*    PARTICAO JA CONCLUIDA NESTE MOVIMENTO (AGUARDANDO A
004537*    CONSOLIDACAO): A RESUBMISSAO NAO REPROCESSA NADA E DEVOLVE O
004538*    RETORNO DA RODADA ORIGINAL.  A CONCLUSAO DE UM MOVIMENTO
004539*    ANTERIOR NUNCA CONSOLIDADA E DESCARTADA COM AVISO E A
004540*    PARTICAO RECOMECA DO INICIO.
004541*
004542 1120-PARTICAO-CONCLUIDA.
004543     IF CKPT-DATA-MOVIMENTO EQUAL WS-DATA-EXECUCAO
004544         DISPLAY 'MAIOR-NUM - PARTICAO ' WS-PRM-PARTICAO
004545             ' JA CONCLUIDA NO MOVIMENTO - NADA A PROCESSAR'
004546         MOVE CKPT-COD-RETORNO TO RETURN-CODE
004547         CLOSE ARQ-CHECKPT
004548         CLOSE ARQ-ENTRADA
004549         GOBACK
004550     END-IF.
004551     DISPLAY 'MAIOR-NUM - PARTICAO CONCLUIDA EM '
004552         CKPT-DATA-MOVIMENTO ' SEM CONSOLIDACAO - DESCARTADA'.
004553     IF WS-RETORNO LESS THAN 4
004554         MOVE 4 TO WS-RETORNO
004555     END-IF.
004556 1120-PARTICAO-CONCLUIDA-EXIT.
004557     EXIT.
004558*
004560 1150-ECOAR-PARAMETROS.
004570     MOVE 'FAIXA VALIDA - MINIMO'          TO WS-PRM-TEXTO.
004580     MOVE WS-FAIXA-MINIMA                  TO WS-PRM-VALOR.
004700     EXIT.
004710*
004720 1200-PULAR-REGISTRO.
004721     PERFORM 2050-LER-ENTRADA
004722         THRU 2050-LER-ENTRADA-EXIT.
004770     IF NOT WS-FIM-ARQUIVO
004780         ADD 1 TO WS-CONT-LIDOS
004790     END-IF.
004960 1250-GRAVAR-CABECALHOS-EXIT.
004970     EXIT.
004980*
004981*    RODADA SIMULADA: NENHUM ARQUIVO DE PRODUCAO E ABERTO PARA
004982*    GRAVACAO.  O MESTRE SO E LIDO (AUSENTE, NENHUM PAR E
004983*    DUPLICATA, COMO NA RODADA REAL QUE O CRIARIA VAZIO); NAO HA
004984*    CHECKPOINT NEM RESTART - A PREVIA SEMPRE PERCORRE O ARQUIVO
004985*    INTEIRO.  O RELATORIO DA RODADA (DD SAIDA) RECEBE A PREVIA,
004986*    SEM O CABECALHO 'HDR' DOS DATASETS DE PRODUCAO.  EXCECAO E
004987*    DUPLICATA SO SAO ABERTOS PARA LEITURA (DD DUMMY NO JOB
004988*    MAIORSIM), PARA QUE AS AREAS DE REGISTRO MONTADAS NA
004989*    VALIDACAO E NA CONFERENCIA DE DUPLICATAS FIQUEM DISPONIVEIS
004990*    SEM GRAVAR NADA.
004991*
004992 1400-ABRIR-SIMULACAO.
004993     OPEN OUTPUT ARQ-SAIDA.
004994     OPEN INPUT  ARQ-EXCECAO.
004995     OPEN INPUT  ARQ-DUPLICATA.
004996     OPEN INPUT  ARQ-MESTRE.
004997     IF WS-FS-MESTRE EQUAL '00'
004998         SET WS-MESTRE-DISPONIVEL TO TRUE
004999     ELSE
005000         DISPLAY 'MAIOR-NUM - MESTRE INDISPONIVEL NA SIMULACAO - '
005001             'FS ' WS-FS-MESTRE
005002     END-IF.
005003     PERFORM 1410-ZERAR-MOTIVO
005004         THRU 1410-ZERAR-MOTIVO-EXIT
005005         VARYING WS-IND-MOT FROM 1 BY 1
005006         UNTIL WS-IND-MOT GREATER THAN 99.
005007     MOVE 'MAIOR-NUM - PREVIA DA RODADA (SIMULACAO)'
005008                                           TO SAI-REL-REC.
005009     WRITE SAI-REL-REC.
005010     MOVE 'NENHUM ARQUIVO DE PRODUCAO FOI ATUALIZADO'
005011                                           TO SAI-REL-REC.
005012     WRITE SAI-REL-REC.
005013     MOVE 'DATA DO MOVIMENTO'              TO WS-PRM-TEXTO.
005014     MOVE WS-DATA-EXECUCAO                 TO WS-PRM-VALOR.
005015     MOVE WS-LINHA-PARAMETRO TO SAI-REL-REC.
005016     WRITE SAI-REL-REC.
005017     PERFORM 1150-ECOAR-PARAMETROS
005018         THRU 1150-ECOAR-PARAMETROS-EXIT.
005019 1400-ABRIR-SIMULACAO-EXIT.
005020     EXIT.
005021*
005022 1410-ZERAR-MOTIVO.
005023     MOVE ZERO TO WS-MOT-QTD (WS-IND-MOT).
005024 1410-ZERAR-MOTIVO-EXIT.
005025     EXIT.
005026*
005027 2000-PROCESSA-ARQUIVO.
005028     PERFORM 2050-LER-ENTRADA
005029         THRU 2050-LER-ENTRADA-EXIT.
005030     IF WS-FIM-ARQUIVO
005031         GO TO 2000-PROCESSA-ARQUIVO-EXIT
005032     END-IF.
005050     ADD 1 TO WS-CONT-LIDOS.
005060     MOVE NT-NUM-1 TO NUM-1.
005070     MOVE NT-NUM-2 TO NUM-2.
005330         MOVE ZERO TO WS-CONT-DESDE-CKPT
005340     END-IF.
005350 2000-PROCESSA-ARQUIVO-EXIT.
005351     EXIT.
005352*
005353*    O CABECALHO E O TRAILER DO REMETENTE JA FORAM CONFERIDOS NA
005354*    RECEPCAO (LOT-REC): AQUI SO SE GUARDA O LOTE DO CABECALHO E
005355*    OS DOIS SAO PULADOS, ENTREGANDO APENAS DETALHES.
005356*
005357 2050-LER-ENTRADA.
005358     SET WS-REGISTRO-CONTROLE TO TRUE.
005359     PERFORM 2060-LER-REGISTRO
005360         THRU 2060-LER-REGISTRO-EXIT
005361         UNTIL WS-FIM-ARQUIVO
005362            OR WS-REGISTRO-DETALHE.
005363 2050-LER-ENTRADA-EXIT.
005364     EXIT.
005365*
005366 2060-LER-REGISTRO.
005367     READ ARQ-ENTRADA
005368         AT END
005369             SET WS-FIM-ARQUIVO TO TRUE
005370             GO TO 2060-LER-REGISTRO-EXIT
005371     END-READ.
005372     IF NTH-CABECALHO-LOTE
005373         MOVE NTH-LOTE TO WS-LOTE-ATUAL
005374         GO TO 2060-LER-REGISTRO-EXIT
005375     END-IF.
005376     IF NTT-TRAILER-LOTE
005377         GO TO 2060-LER-REGISTRO-EXIT
005378     END-IF.
005379     SET WS-REGISTRO-DETALHE TO TRUE.
005380 2060-LER-REGISTRO-EXIT.
005381     EXIT.
005382*
005383 2100-VALIDAR-PAR.
005390     SET WS-PAR-VALIDO TO TRUE.
005400     IF NT-NUM-1 NUMERIC AND NT-NUM-2 NUMERIC
005410         IF NT-NUM-1 LESS THAN ZERO
005920     MOVE NUM-1 TO MST-NUM-1.
005930     MOVE NUM-2 TO MST-NUM-2.
005940     SET MST-TIPO-COMPARACAO TO TRUE.
005941     IF WS-RODADA-SIMULADA
005942         PERFORM 7100-LER-MESTRE-SIMULADO
005943             THRU 7100-LER-MESTRE-SIMULADO-EXIT
005944         IF WS-CHAVE-FORA-DO-MESTRE
005970             GO TO 2150-VERIFICAR-DUPLICATA-EXIT
005971         END-IF
005972     ELSE
005973         READ ARQ-MESTRE
005974             INVALID KEY
005975                 GO TO 2150-VERIFICAR-DUPLICATA-EXIT
005976         END-READ
005977     END-IF.
005990     IF MST-DATA-PROC EQUAL WS-DATA-EXECUCAO
006000         SET WS-PAR-DUPLICADO TO TRUE
006010         MOVE MST-NUM-1        TO DUP-NUM-1
006030         MOVE MST-TIPO-TRAN    TO DUP-TIPO-TRAN
006040         MOVE MST-DATA-PROC    TO DUP-DATA-PROC-ORIG
006050         MOVE WS-DATA-EXECUCAO TO DUP-DATA-MOVTO
006051         IF WS-RODADA-SIMULADA
006052             PERFORM 7400-PREVER-DUPLICATA
006053                 THRU 7400-PREVER-DUPLICATA-EXIT
006054         ELSE
006055             WRITE DUPLICATE-RECORD
006056         END-IF
006070     END-IF.
006080 2150-VERIFICAR-DUPLICATA-EXIT.
006090     EXIT.
006440     EXIT.
006450*
006460 2400-GRAVAR-AUDITORIA.
006461     IF WS-RODADA-SIMULADA
006462         GO TO 2400-GRAVAR-AUDITORIA-EXIT
006463     END-IF.
006464     MOVE SPACE      TO AUDIT-RECORD.
006470     MOVE 'MAIORNUM' TO AUD-PROGRAMA.
006480     MOVE NUM-1      TO AUD-NUM-1.
006490     MOVE NUM-2      TO AUD-NUM-2.
006520     MOVE WS-DATA-EXECUCAO TO AUD-DATA-EXECUCAO.
006530     MOVE WS-HORA-EXECUCAO TO AUD-HORA-EXECUCAO.
006540     SET AUD-ACAO-PROCESSAMENTO TO TRUE.
006541     MOVE WS-LOTE-ATUAL TO AUD-LOTE.
006550     WRITE AUDIT-RECORD.
006560 2400-GRAVAR-AUDITORIA-EXIT.
006570     EXIT.
006580*
006590 2500-GRAVAR-MESTRE.
006591     MOVE SPACE  TO MASTER-RECORD.
006600     MOVE NUM-1  TO MST-NUM-1.
006610     MOVE NUM-2  TO MST-NUM-2.
006620     MOVE RESULT TO MST-RESULT.
006630     MOVE RESULT TO MST-MAIOR-NUM.
006640     SET MST-TIPO-COMPARACAO TO TRUE.
006650     MOVE WS-DATA-EXECUCAO TO MST-DATA-PROC.
006651     MOVE WS-LOTE-ATUAL    TO MST-LOTE.
006652     IF WS-RODADA-SIMULADA
006653         PERFORM 7200-GRAVAR-SOMBRA
006654             THRU 7200-GRAVAR-SOMBRA-EXIT
006655         GO TO 2500-GRAVAR-MESTRE-EXIT
006656     END-IF.
006660     WRITE MASTER-RECORD
006670         INVALID KEY
006680             REWRITE MASTER-RECORD
006780     EXIT.
006790*
006800 2600-GRAVAR-CHECKPOINT.
006801     IF WS-RODADA-SIMULADA
006802         GO TO 2600-GRAVAR-CHECKPOINT-EXIT
006803     END-IF.
006810     MOVE WS-CKPT-CHAVE       TO CKPT-PROGRAMA.
006820     MOVE WS-CONT-LIDOS       TO CKPT-QTD-PROCESSADA.
006830     MOVE WS-CONT-NUM1-VENCEU TO CKPT-CONTADOR-1.
006840     MOVE WS-CONT-NUM2-VENCEU TO CKPT-CONTADOR-2.
006860     MOVE WS-CONT-VALIDOS     TO CKPT-CONTADOR-4.
006870     MOVE WS-CONT-EXCECOES    TO CKPT-CONTADOR-5.
006880     MOVE WS-CONT-DUPLICATAS  TO CKPT-CONTADOR-6.
006881     MOVE WS-SW-CONCLUSAO     TO CKPT-SITUACAO.
006882     MOVE WS-DATA-EXECUCAO    TO CKPT-DATA-MOVIMENTO.
006883     MOVE WS-RETORNO          TO CKPT-COD-RETORNO.
006884     MOVE ZERO                TO CKPT-QTD-RETIDAS.
006885     MOVE ZERO                TO CKPT-QTD-LIBERADAS.
006890     WRITE CKPT-RECORD
006900         INVALID KEY
006910             REWRITE CKPT-RECORD
007050*    RESSUBMISSAO DO MESMO PAR REJEITADO SOBREPOE A PENDENCIA.
007060*
007070 2900-GRAVAR-EXCECAO.
007071     IF WS-RODADA-SIMULADA
007072         PERFORM 7300-PREVER-EXCECAO
007073             THRU 7300-PREVER-EXCECAO-EXIT
007074         GO TO 2900-GRAVAR-EXCECAO-EXIT
007075     END-IF.
007080     MOVE WS-DATA-EXECUCAO TO EXC-DATA-GERACAO.
007090     MOVE 'MAIORNUM' TO EXC-PROGRAMA.
007100     SET EXC-SIT-ABERTA TO TRUE.
007270 3000-FINALIZA.
007280     IF WS-CONT-LIDOS EQUAL ZERO
007290        AND WS-RETORNO LESS THAN 8
007291        AND NOT WS-RODADA-PARTICIONADA
007300         MOVE 8 TO WS-RETORNO
007310     END-IF.
007320     IF WS-CONT-EXCECOES GREATER THAN ZERO
007330        AND WS-RETORNO LESS THAN 4
007340         MOVE 4 TO WS-RETORNO
007350     END-IF.
007351     IF NOT WS-RODADA-PARTICIONADA
007352        AND NOT WS-RODADA-SIMULADA
007353         MOVE 'MAIORNUM' TO CKPT-PROGRAMA
007354         MOVE ZERO       TO CKPT-QTD-PROCESSADA
007355         MOVE ZERO       TO CKPT-CONTADOR-1
007356         MOVE ZERO       TO CKPT-CONTADOR-2
007357         MOVE ZERO       TO CKPT-CONTADOR-3
007358         MOVE ZERO       TO CKPT-CONTADOR-4
007359         MOVE ZERO       TO CKPT-CONTADOR-5
007360         MOVE ZERO       TO CKPT-CONTADOR-6
007361         MOVE SPACE      TO CKPT-SITUACAO
007362         MOVE ZERO       TO CKPT-DATA-MOVIMENTO
007363         MOVE ZERO       TO CKPT-COD-RETORNO
007364         MOVE ZERO       TO CKPT-QTD-RETIDAS
007365         MOVE ZERO       TO CKPT-QTD-LIBERADAS
007366         WRITE CKPT-RECORD
007367             INVALID KEY
007368                 REWRITE CKPT-RECORD
007369         END-WRITE
007370     END-IF.
007371*    O RESUMO DE CADA PARTICAO SO SAI NO SYSOUT; O DO RELATORIO E
007372*    GRAVADO PELA CONSOLIDACAO COM OS TOTAIS DE TODAS ELAS.
007373     IF NOT WS-RODADA-PARTICIONADA
007374         PERFORM 3010-GRAVAR-RESUMO
007375             THRU 3010-GRAVAR-RESUMO-EXIT
007376     END-IF.
007377     PERFORM 3020-ENCERRAR-RODADA
007378         THRU 3020-ENCERRAR-RODADA-EXIT.
007379 3000-FINALIZA-EXIT.
007380     EXIT.
007381*
007382 3010-GRAVAR-RESUMO.
007480     MOVE 'TOTAL DE PARES LIDOS'          TO WS-RES-TEXTO.
007490     MOVE WS-CONT-LIDOS                   TO WS-RES-VALOR.
007500     MOVE WS-LINHA-RESUMO TO SAI-REL-REC.
007690     MOVE WS-CONT-EMPATES                   TO WS-RES-VALOR.
007700     MOVE WS-LINHA-RESUMO TO SAI-REL-REC.
007710     WRITE SAI-REL-REC.
007711 3010-GRAVAR-RESUMO-EXIT.
007712     EXIT.
007713*
007714 3020-ENCERRAR-RODADA.
007720     DISPLAY 'MAIOR-NUM - PARES LIDOS    : ' WS-CONT-LIDOS.
007730     DISPLAY 'MAIOR-NUM - EXCECOES       : ' WS-CONT-EXCECOES.
007740     DISPLAY 'MAIOR-NUM - DUPLICATAS     : '
007780     DISPLAY 'MAIOR-NUM - EMPATES        : ' WS-CONT-EMPATES.
007790     PERFORM 3300-GRAVAR-TRAILERS
007800         THRU 3300-GRAVAR-TRAILERS-EXIT.
007801     IF WS-RODADA-SIMULADA
007802         CLOSE ARQ-ENTRADA
007803         CLOSE ARQ-SAIDA
007804         CLOSE ARQ-EXCECAO
007805         CLOSE ARQ-DUPLICATA
007806         IF WS-MESTRE-DISPONIVEL
007807             CLOSE ARQ-MESTRE
007808         END-IF
007809         GO TO 3020-ENCERRAR-RODADA-EXIT
007810     END-IF.
007811     IF WS-RODADA-PARTICIONADA
007812         SET WS-PARTICAO-CONCLUIDA TO TRUE
007813         PERFORM 2600-GRAVAR-CHECKPOINT
007814             THRU 2600-GRAVAR-CHECKPOINT-EXIT
007815     ELSE
007816         PERFORM 3200-GRAVAR-CONTROLE
007817             THRU 3200-GRAVAR-CONTROLE-EXIT
007818     END-IF.
007830     CLOSE ARQ-ENTRADA.
007840     CLOSE ARQ-SAIDA.
007850     CLOSE ARQ-EXCECAO.
007880     CLOSE ARQ-CHECKPT.
007890     CLOSE ARQ-MESTRE.
007900     CLOSE ARQ-EXCPEND.
007910 3020-ENCERRAR-RODADA-EXIT.
007920     EXIT.
007930*
007940 3200-GRAVAR-CONTROLE.
008020     MOVE WS-CONT-EXCECOES   TO CTL-QTD-EXCECOES.
008030     MOVE WS-CONT-DUPLICATAS TO CTL-QTD-DUPLICATAS.
008040     MOVE ZERO               TO CTL-TOTAL-CONTROLE.
008041     MOVE ZERO               TO CTL-QTD-RETIDAS.
008042     MOVE ZERO               TO CTL-QTD-LIBERADAS.
008050     MOVE CONTROL-RECORD TO HCT-REGISTRO.
008060     WRITE CONTROL-RECORD.
008070     CLOSE ARQ-CONTROLE.
008300     EXIT.
008310*
008320 3300-GRAVAR-TRAILERS.
008321     IF WS-RODADA-SIMULADA
008322         PERFORM 7500-PREVER-TRAILERS
008323             THRU 7500-PREVER-TRAILERS-EXIT
008324         GO TO 3300-GRAVAR-TRAILERS-EXIT
008325     END-IF.
008330     MOVE 'TRL'              TO TRL-ID.
008340     MOVE 'MAIORNUM'         TO TRL-PROGRAMA.
008350     MOVE ZERO               TO TRL-TOTAL-CONTROLE.
008470     WRITE AUDIT-RECORD.
008480 3300-GRAVAR-TRAILERS-EXIT.
008490     EXIT.
008491*
008492*    LEITURA DO MESTRE NA RODADA SIMULADA: O QUE A PROPRIA RODADA
008493*    JA TERIA GRAVADO (TABELA SOMBRA) PREVALECE SOBRE O MESTRE EM
008494*    DISCO.  A CHAVE PROCURADA ESTA EM MST-CHAVE.
008495*
008496 7100-LER-MESTRE-SIMULADO.
008497     SET WS-CHAVE-FORA-DO-MESTRE TO TRUE.
008498     PERFORM 7110-PROCURAR-SOMBRA
008499         THRU 7110-PROCURAR-SOMBRA-EXIT.
008500     IF WS-SOM-ACHADA GREATER THAN ZERO
008501         MOVE WS-SOM-IMAGEM (WS-SOM-ACHADA) TO MASTER-RECORD
008502         SET WS-CHAVE-NO-MESTRE TO TRUE
008503         GO TO 7100-LER-MESTRE-SIMULADO-EXIT
008504     END-IF.
008505     IF NOT WS-MESTRE-DISPONIVEL
008506         GO TO 7100-LER-MESTRE-SIMULADO-EXIT
008507     END-IF.
008508     READ ARQ-MESTRE
008509         INVALID KEY
008510             GO TO 7100-LER-MESTRE-SIMULADO-EXIT
008511     END-READ.
008512     SET WS-CHAVE-NO-MESTRE TO TRUE.
008513 7100-LER-MESTRE-SIMULADO-EXIT.
008514     EXIT.
008515*
008516 7110-PROCURAR-SOMBRA.
008517     MOVE ZERO TO WS-SOM-ACHADA.
008518     PERFORM 7120-COMPARAR-SOMBRA
008519         THRU 7120-COMPARAR-SOMBRA-EXIT
008520         VARYING WS-IND-SOMBRA FROM 1 BY 1
008521         UNTIL WS-IND-SOMBRA GREATER THAN WS-QTD-SOMBRA
008522            OR WS-SOM-ACHADA GREATER THAN ZERO.
008523 7110-PROCURAR-SOMBRA-EXIT.
008524     EXIT.
008525*
008526 7120-COMPARAR-SOMBRA.
008527     IF WS-SOM-CHAVE (WS-IND-SOMBRA) EQUAL MST-CHAVE
008528         MOVE WS-IND-SOMBRA TO WS-SOM-ACHADA
008529     END-IF.
008530 7120-COMPARAR-SOMBRA-EXIT.
008531     EXIT.
008532*
008533*    GRAVACAO DO MESTRE NA RODADA SIMULADA: A IMAGEM MONTADA EM
008534*    MASTER-RECORD VAI PARA A TABELA SOMBRA (SUBSTITUINDO A DA
008535*    MESMA CHAVE).  COM A TABELA CHEIA A CHAVE NOVA NAO E
008536*    GUARDADA E UMA REPETICAO DELA MAIS ADIANTE NO ARQUIVO NAO E
008537*    VISTA COMO DUPLICATA; A PREVIA AVISA NO FIM.
008538*
008539 7200-GRAVAR-SOMBRA.
008540     PERFORM 7110-PROCURAR-SOMBRA
008541         THRU 7110-PROCURAR-SOMBRA-EXIT.
008542     IF WS-SOM-ACHADA GREATER THAN ZERO
008543         MOVE MASTER-RECORD TO WS-SOM-IMAGEM (WS-SOM-ACHADA)
008544         GO TO 7200-GRAVAR-SOMBRA-EXIT
008545     END-IF.
008546     IF WS-QTD-SOMBRA NOT LESS THAN WS-MAX-SOMBRA
008547         IF NOT WS-SOMBRA-ESGOTADA
008548             SET WS-SOMBRA-ESGOTADA TO TRUE
008549             DISPLAY 'MAIOR-NUM - TABELA DA SIMULACAO ESGOTADA '
008550                 'COM ' WS-QTD-SOMBRA ' CHAVES'
008551         END-IF
008552         ADD 1 TO WS-CONT-FORA-SOMBRA
008553         GO TO 7200-GRAVAR-SOMBRA-EXIT
008554     END-IF.
008555     ADD 1 TO WS-QTD-SOMBRA.
008556     MOVE MASTER-RECORD TO WS-SOM-IMAGEM (WS-QTD-SOMBRA).
008557 7200-GRAVAR-SOMBRA-EXIT.
008558     EXIT.
008559*
008560 7300-PREVER-EXCECAO.
008561     ADD 1 TO WS-MOT-QTD (EXC-COD-MOTIVO).
008562     MOVE 'EXCECAO'          TO WS-LPV-MARCA.
008563     MOVE EXC-NUM-1-RAW      TO WS-LPV-NUM-1-RAW.
008564     MOVE EXC-NUM-2-RAW      TO WS-LPV-NUM-2-RAW.
008565     MOVE EXC-COD-MOTIVO     TO WS-LPV-COD-MOTIVO.
008566     MOVE EXC-DESC-MOTIVO    TO WS-LPV-TEXTO.
008567     MOVE WS-LINHA-PREVIA TO SAI-REL-REC.
008568     WRITE SAI-REL-REC.
008569 7300-PREVER-EXCECAO-EXIT.
008570     EXIT.
008571*
008572 7400-PREVER-DUPLICATA.
008573     MOVE 'DUPLICATA'        TO WS-LPV-MARCA.
008574     MOVE NT-NUM-1-X         TO WS-LPV-NUM-1-RAW.
008575     MOVE NT-NUM-2-X         TO WS-LPV-NUM-2-RAW.
008576     MOVE SPACE              TO WS-LPV-COD-MOTIVO.
008577     MOVE SPACE              TO WS-LPV-TEXTO.
008578     STRING 'JA PROCESSADO NO MOVIMENTO ' DUP-DATA-PROC-ORIG
008579         DELIMITED BY SIZE INTO WS-LPV-TEXTO.
008580     MOVE WS-LINHA-PREVIA TO SAI-REL-REC.
008581     WRITE SAI-REL-REC.
008582 7400-PREVER-DUPLICATA-EXIT.
008583     EXIT.
008584*
008585*    FIM DA PREVIA: EXCECOES POR MOTIVO, CONTAGENS E TOTAIS DE
008586*    CONTROLE DOS TRAILERS QUE A RODADA REAL GRAVARIA EM CADA
008587*    DATASET E O RETORNO COM QUE ELA TERMINARIA.
008588*
008589 7500-PREVER-TRAILERS.
008590     MOVE 'EXCECOES POR MOTIVO' TO SAI-REL-REC.
008591     WRITE SAI-REL-REC.
008592     PERFORM 7510-LISTAR-MOTIVO
008593         THRU 7510-LISTAR-MOTIVO-EXIT
008594         VARYING WS-IND-MOT FROM 1 BY 1
008595         UNTIL WS-IND-MOT GREATER THAN 99.
008596     MOVE 'TRAILERS DA RODADA REAL' TO SAI-REL-REC.
008597     WRITE SAI-REL-REC.
008598     MOVE 'SAIDA     - REGISTROS'            TO WS-RES-TEXTO.
008599     MOVE WS-CONT-VALIDOS                    TO WS-RES-VALOR.
008600     MOVE WS-LINHA-RESUMO TO SAI-REL-REC.
008601     WRITE SAI-REL-REC.
008602     MOVE 'SAIDA     - TOTAL DE CONTROLE'    TO WS-RES-TEXTO.
008603     MOVE ZERO                               TO WS-RES-VALOR.
008604     MOVE WS-LINHA-RESUMO TO SAI-REL-REC.
008605     WRITE SAI-REL-REC.
008606     MOVE 'EXCECAO   - REGISTROS'            TO WS-RES-TEXTO.
008607     MOVE WS-CONT-EXCECOES                   TO WS-RES-VALOR.
008608     MOVE WS-LINHA-RESUMO TO SAI-REL-REC.
008609     WRITE SAI-REL-REC.
008610     MOVE 'DUPLICATA - REGISTROS'            TO WS-RES-TEXTO.
008611     MOVE WS-CONT-DUPLICATAS                 TO WS-RES-VALOR.
008612     MOVE WS-LINHA-RESUMO TO SAI-REL-REC.
008613     WRITE SAI-REL-REC.
008614     MOVE 'AUDITORIA - REGISTROS'            TO WS-RES-TEXTO.
008615     MOVE WS-CONT-VALIDOS                    TO WS-RES-VALOR.
008616     MOVE WS-LINHA-RESUMO TO SAI-REL-REC.
008617     WRITE SAI-REL-REC.
008618     IF WS-SOMBRA-ESGOTADA
008619         MOVE 'CHAVES FORA DA TABELA SIMULADA'
008620                                             TO WS-RES-TEXTO
008621         MOVE WS-CONT-FORA-SOMBRA            TO WS-RES-VALOR
008622         MOVE WS-LINHA-RESUMO TO SAI-REL-REC
008623         WRITE SAI-REL-REC
008624     END-IF.
008625     MOVE 'RETORNO DA RODADA REAL'           TO WS-RES-TEXTO.
008626     MOVE WS-RETORNO                         TO WS-RES-VALOR.
008627     MOVE WS-LINHA-RESUMO TO SAI-REL-REC.
008628     WRITE SAI-REL-REC.
008629     DISPLAY 'MAIOR-NUM - RODADA SIMULADA - RETORNO PREVISTO: '
008630         WS-RETORNO.
008631 7500-PREVER-TRAILERS-EXIT.
008632     EXIT.
008633*
008634 7510-LISTAR-MOTIVO.
008635     IF WS-MOT-QTD (WS-IND-MOT) EQUAL ZERO
008636         GO TO 7510-LISTAR-MOTIVO-EXIT
008637     END-IF.
008638     EVALUATE WS-IND-MOT
008639         WHEN 01
008640             MOVE 'NUM-1 NAO NUMERICO'         TO WS-LMO-TEXTO
008641         WHEN 02
008642             MOVE 'NUM-2 NAO NUMERICO'         TO WS-LMO-TEXTO
008643         WHEN 03
008644             MOVE 'NUM-1 FORA DA FAIXA'        TO WS-LMO-TEXTO
008645         WHEN 04
008646             MOVE 'NUM-2 FORA DA FAIXA'        TO WS-LMO-TEXTO
008647         WHEN 05
008648             MOVE 'TIPO DE TRANSACAO INVALIDO' TO WS-LMO-TEXTO
008649         WHEN 06
008650             MOVE 'DIVISAO POR ZERO'           TO WS-LMO-TEXTO
008651         WHEN 07
008652             MOVE 'VALOR NEGATIVO'             TO WS-LMO-TEXTO
008653         WHEN 08
008654             MOVE 'ESTORNO INVALIDO'           TO WS-LMO-TEXTO
008655         WHEN 09
008656             MOVE 'ESTORNO EM PERIODO FECHADO' TO WS-LMO-TEXTO
008657         WHEN 99
008658             MOVE 'ESTOURO DE ACUMULADOR'      TO WS-LMO-TEXTO
008659         WHEN OTHER
008660             MOVE SPACE                        TO WS-LMO-TEXTO
008661     END-EVALUATE.
008662     MOVE WS-IND-MOT              TO WS-LMO-CODIGO.
008663     MOVE WS-MOT-QTD (WS-IND-MOT) TO WS-LMO-VALOR.
008664     MOVE WS-LINHA-MOTIVO TO SAI-REL-REC.
008665     WRITE SAI-REL-REC.
008666 7510-LISTAR-MOTIVO-EXIT.
008667     EXIT.
