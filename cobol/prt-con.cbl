000100*****************************************************************
000110*
000120*    PROGRAMA .: PRT-CON
000130*    FUNCAO ...: CONSOLIDACAO DA RODADA PARTICIONADA DE MAIOR-NUM
000140*                OU DL100-DSP.  O PROGRAMA E LIDO POR ACCEPT DO
000150*                SYSIN (MAIORNUM/DL100DSP) E A QUANTIDADE DE
000160*                PARTICOES DE PRM-QTD-PARTICOES (PARMREC.CPY).
000170*                ANTES DE TUDO CONFERE NO KSDS DE CHECKPOINT DO
000180*                PROGRAMA QUE TODAS AS PARTICOES ('MAIORPnn'/
000190*                'DL100Pnn') ESTAO CONCLUIDAS (SITUACAO 'C') NA
000200*                DATA DO MOVIMENTO; SE ALGUMA NAO ESTIVER, LISTA
000210*                AS PENDENTES E TERMINA COM CC 16 SEM GRAVAR
000220*                NADA, E O JCL NAO PROMOVE OS ARQUIVOS.  DEPOIS
000230*                JUNTA AS SAIDAS, EXCECOES, DUPLICATAS E
000240*                AUDITORIAS DAS PARTICOES (DDS PRTSAI, PRTEXC,
000250*                PRTDUP E PRTAUD, CADA UM A CONCATENACAO DAS
000260*                PARTICOES NA ORDEM) NOS DATASETS DE TRABALHO
000270*                .TRAB DA RODADA UNICA, COM UM SO CABECALHO
000280*                'HDR' E UM SO TRAILER 'TRL' (CABTRL.CPY) POR
000290*                ARQUIVO, O ECO DOS PARAMETROS, A SECAO DE
000300*                ESTORNOS DO DL100-DSP (VIA DD ESTORNO) E O
000310*                RESUMO DO RELATORIO COM OS TOTAIS DE TODAS AS
000320*                PARTICOES.  CONFERE AS LINHAS DE CADA PARTICAO
000330*                COM O SEU TRAILER E A SOMA DOS TRAILERS COM A
000340*                SOMA DOS CONTADORES DOS CHECKPOINTS; QUALQUER
000350*                DIVERGENCIA TERMINA COM CC 16, SEM CONTROL-RECORD
000360*                E SEM LIBERAR OS CHECKPOINTS.  COM TUDO CONFERIDO
000370*                ZERA OS CHECKPOINTS DAS PARTICOES E GRAVA O
000380*                CONTROL-RECORD (DD CONTROLE, CTLREC.CPY) E O
000390*                HISTORICO DE RODADAS (DD HISTCTL) COM AS SOMAS,
000400*                COMO A RODADA UNICA FARIA.  O CC FINAL SEGUE A
000410*                CONVENCAO DO PROGRAMA CONSOLIDADO: O MAIOR CC
000420*                DAS PARTICOES, 8 SE NENHUM REGISTRO FOI LIDO E
000430*                4 SE HOUVE EXCECOES; CC 16 SE O PROGRAMA, OS
000440*                PARAMETROS OU AS PARTICOES FOREM INVALIDOS OU
000450*                INCOMPLETOS.
000460*
000470*****************************************************************
000480* HISTORICO DE ALTERACOES
000490* ----------------------------------------------------------------
000500* DATA       AUTOR  DESCRICAO
000510* ---------- -----  ------------------------------------------
000520* 2026-10-15 RM     PROGRAMA ORIGINAL.
000521* 2026-10-15 RM     RETENCAO PARA REVISAO: SOMA AS RETIDAS E AS
000522*                   LIBERADAS POSTADAS DOS CHECKPOINTS DAS
000523*                   PARTICOES DO DL100-DSP, LISTA AS DUAS NO
000524*                   RESUMO CONSOLIDADO, GRAVA-AS NO CONTROL-RECORD
000525*                   (REGISTRO DE 100 BYTES) E CONFERE O TRAILER DA
000526*                   AUDITORIA COM PROCESSADAS MAIS LIBERADAS.
000527*                   RETIDAS NO DIA SOBEM O RETORNO A 4.
000530*****************************************************************
000540 IDENTIFICATION DIVISION.
000550 PROGRAM-ID.     PRT-CON.
000560 AUTHOR.         EQUIPE DE MANUTENCAO COBOL.
000570 INSTALLATION.   CENTRO DE PROCESSAMENTO DE DADOS.
000580 DATE-WRITTEN.   2026-10-15.
000590 DATE-COMPILED.  2026-10-15.
000600*
000610 ENVIRONMENT DIVISION.
000620 CONFIGURATION SECTION.
000630 SOURCE-COMPUTER.   IBM-370.
000640 OBJECT-COMPUTER.   IBM-370.
000650 INPUT-OUTPUT SECTION.
000660 FILE-CONTROL.
000670     SELECT ARQ-PARAMETRO  ASSIGN TO PARAMETRO
000680         ORGANIZATION IS SEQUENTIAL
000690         FILE STATUS IS WS-FS-PARAMETRO.
000700     SELECT ARQ-CHECKPT    ASSIGN TO CHECKPT
000710         ORGANIZATION IS INDEXED
000720         ACCESS MODE IS DYNAMIC
000730         RECORD KEY IS CKPT-PROGRAMA
000740         FILE STATUS IS WS-FS-CHECKPT.
000750     SELECT ARQ-PRTSAI     ASSIGN TO PRTSAI
000760         ORGANIZATION IS SEQUENTIAL
000770         FILE STATUS IS WS-FS-PRTSAI.
000780     SELECT ARQ-PRTEXC     ASSIGN TO PRTEXC
000790         ORGANIZATION IS SEQUENTIAL
000800         FILE STATUS IS WS-FS-PRTEXC.
000810     SELECT ARQ-PRTDUP     ASSIGN TO PRTDUP
000820         ORGANIZATION IS SEQUENTIAL
000830         FILE STATUS IS WS-FS-PRTDUP.
000840     SELECT ARQ-PRTAUD     ASSIGN TO PRTAUD
000850         ORGANIZATION IS SEQUENTIAL
000860         FILE STATUS IS WS-FS-PRTAUD.
000870     SELECT ARQ-SAIDA      ASSIGN TO SAIDA
000880         ORGANIZATION IS SEQUENTIAL
000890         FILE STATUS IS WS-FS-SAIDA.
000900     SELECT ARQ-EXCECAO    ASSIGN TO EXCECAO
000910         ORGANIZATION IS SEQUENTIAL
000920         FILE STATUS IS WS-FS-EXCECAO.
000930     SELECT ARQ-DUPLICATA  ASSIGN TO DUPLICATA
000940         ORGANIZATION IS SEQUENTIAL
000950         FILE STATUS IS WS-FS-DUPLICATA.
000960     SELECT ARQ-AUDITORIA  ASSIGN TO AUDITORIA
000970         ORGANIZATION IS SEQUENTIAL
000980         FILE STATUS IS WS-FS-AUDITORIA.
000990     SELECT ARQ-ESTORNO    ASSIGN TO ESTORNO
001000         ORGANIZATION IS SEQUENTIAL
001010         FILE STATUS IS WS-FS-ESTORNO.
001020     SELECT ARQ-CONTROLE   ASSIGN TO CONTROLE
001030         ORGANIZATION IS SEQUENTIAL
001040         FILE STATUS IS WS-FS-CONTROLE.
001050     SELECT ARQ-HISTCTL    ASSIGN TO HISTCTL
001060         ORGANIZATION IS SEQUENTIAL
001070         FILE STATUS IS WS-FS-HISTCTL.
001080*
001090 DATA DIVISION.
001100 FILE SECTION.
001110 FD  ARQ-PARAMETRO
001120     LABEL RECORDS ARE STANDARD
001130     RECORDING MODE IS F.
001140 COPY PARMREC.
001150*
001160 FD  ARQ-CHECKPT
001170     LABEL RECORDS ARE STANDARD
001180     RECORDING MODE IS F.
001190 COPY CKPTREC.
001200*
001210 FD  ARQ-PRTSAI
001220     LABEL RECORDS ARE STANDARD
001230     RECORDING MODE IS F.
001240 01  PSA-REC                         PIC X(80).
001250*
001260 FD  ARQ-PRTEXC
001270     LABEL RECORDS ARE STANDARD
001280     RECORDING MODE IS F.
001290 01  PEX-REC                         PIC X(80).
001300*
001310 FD  ARQ-PRTDUP
001320     LABEL RECORDS ARE STANDARD
001330     RECORDING MODE IS F.
001340 01  PDU-REC                         PIC X(80).
001350*
001360 FD  ARQ-PRTAUD
001370     LABEL RECORDS ARE STANDARD
001380     RECORDING MODE IS F.
001390 01  PAU-REC                         PIC X(80).
001400*
001410 FD  ARQ-SAIDA
001420     LABEL RECORDS ARE STANDARD
001430     RECORDING MODE IS F.
001440 01  SAI-REC                         PIC X(80).
001450*
001460 FD  ARQ-EXCECAO
001470     LABEL RECORDS ARE STANDARD
001480     RECORDING MODE IS F.
001490 01  EXC-REC                         PIC X(80).
001500*
001510 FD  ARQ-DUPLICATA
001520     LABEL RECORDS ARE STANDARD
001530     RECORDING MODE IS F.
001540 01  DUP-REC                         PIC X(80).
001550*
001560 FD  ARQ-AUDITORIA
001570     LABEL RECORDS ARE STANDARD
001580     RECORDING MODE IS F.
001590 01  AUD-REC                         PIC X(80).
001600*
001610 FD  ARQ-ESTORNO
001620     LABEL RECORDS ARE STANDARD
001630     RECORDING MODE IS F.
001640 01  EST-REC                         PIC X(80).
001650*
001660 FD  ARQ-CONTROLE
001670     LABEL RECORDS ARE STANDARD
001680     RECORDING MODE IS F.
001690 COPY CTLREC.
001700*
001710 FD  ARQ-HISTCTL
001720     LABEL RECORDS ARE STANDARD
001730     RECORDING MODE IS F.
001740 01  HCT-REGISTRO                    PIC X(100).
001750*
001760 WORKING-STORAGE SECTION.
001770 COPY CABTRL.
001780*
001790 01  WS-FLAGS.
001800     05  WS-FS-PARAMETRO             PIC X(02) VALUE '00'.
001810     05  WS-FS-CHECKPT               PIC X(02) VALUE '00'.
001820     05  WS-FS-PRTSAI                PIC X(02) VALUE '00'.
001830     05  WS-FS-PRTEXC                PIC X(02) VALUE '00'.
001840     05  WS-FS-PRTDUP                PIC X(02) VALUE '00'.
001850     05  WS-FS-PRTAUD                PIC X(02) VALUE '00'.
001860     05  WS-FS-SAIDA                 PIC X(02) VALUE '00'.
001870     05  WS-FS-EXCECAO               PIC X(02) VALUE '00'.
001880     05  WS-FS-DUPLICATA             PIC X(02) VALUE '00'.
001890     05  WS-FS-AUDITORIA             PIC X(02) VALUE '00'.
001900     05  WS-FS-ESTORNO               PIC X(02) VALUE '00'.
001910     05  WS-FS-CONTROLE              PIC X(02) VALUE '00'.
001920     05  WS-FS-HISTCTL               PIC X(02) VALUE '00'.
001930*
001940 01  WS-SWITCHES.
001950     05  WS-SW-PROGRAMA              PIC X(01) VALUE SPACE.
001960         88  WS-CONS-MAIORNUM            VALUE 'M'.
001970         88  WS-CONS-DL100               VALUE 'D'.
001980     05  WS-SW-PENDENTE              PIC X(01) VALUE 'N'.
001990         88  WS-PARTICAO-PENDENTE        VALUE 'S'.
002000     05  WS-SW-DIVERGENCIA           PIC X(01) VALUE 'N'.
002010         88  WS-HOUVE-DIVERGENCIA        VALUE 'S'.
002020     05  WS-SW-FIM-SEGMENTOS         PIC X(01) VALUE 'N'.
002030         88  WS-FIM-SEGMENTOS            VALUE 'S'.
002040     05  WS-SW-CONFERE-LINHAS        PIC X(01) VALUE 'N'.
002050         88  WS-CONFERE-LINHAS           VALUE 'S'.
002060     05  WS-SW-SECAO-ESTORNOS        PIC X(01) VALUE 'N'.
002070         88  WS-SECAO-ESTORNOS           VALUE 'S'.
002080     05  WS-SW-FIM-ESTORNO           PIC X(01) VALUE 'N'.
002090         88  WS-FIM-ESTORNO              VALUE 'S'.
002100     05  WS-TIPO-REGISTRO            PIC X(01) VALUE SPACE.
002110         88  WS-REG-CABECALHO            VALUE 'H'.
002120         88  WS-REG-TRAILER              VALUE 'T'.
002130         88  WS-REG-DADO                 VALUE 'D'.
002140*
002150*    SOMA DOS CONTADORES FINAIS DAS PARTICOES, NA MESMA
002160*    DISPOSICAO DOS CONTADORES DE MAIOR-NUM E DL100-DSP.
002170*
002180 01  WS-CONTADORES.
002190     05  WS-CONT-LIDOS               PIC 9(09) COMP VALUE ZERO.
002200     05  WS-CONT-VALIDOS             PIC 9(09) COMP VALUE ZERO.
002210     05  WS-CONT-EXCECOES            PIC 9(09) COMP VALUE ZERO.
002220     05  WS-CONT-DUPLICATAS          PIC 9(09) COMP VALUE ZERO.
002230     05  WS-CONT-NUM1-VENCEU         PIC 9(09) COMP VALUE ZERO.
002240     05  WS-CONT-NUM2-VENCEU         PIC 9(09) COMP VALUE ZERO.
002250     05  WS-CONT-EMPATES             PIC 9(09) COMP VALUE ZERO.
002260     05  WS-CONT-COMPARACOES         PIC 9(09) COMP VALUE ZERO.
002270     05  WS-CONT-SOMAS               PIC 9(09) COMP VALUE ZERO.
002280     05  WS-CONT-MULTS               PIC 9(09) COMP VALUE ZERO.
002290     05  WS-CONT-DIVS                PIC 9(09) COMP VALUE ZERO.
002300     05  WS-CONT-DIV-ZERO            PIC 9(09) COMP VALUE ZERO.
002310     05  WS-CONT-ESTORNOS            PIC 9(09) COMP VALUE ZERO.
002320     05  WS-CONT-EST-REJEITADOS      PIC 9(09) COMP VALUE ZERO.
002330     05  WS-CONT-PROCESSADAS         PIC 9(09) COMP VALUE ZERO.
002331     05  WS-CONT-RETIDAS             PIC 9(09) COMP VALUE ZERO.
002332     05  WS-CONT-LIBERADAS           PIC 9(09) COMP VALUE ZERO.
002333     05  WS-CONT-AUDITADAS           PIC 9(09) COMP VALUE ZERO.
002340     05  WS-TOTAL-GERAL              PIC S9(13)V9(02)
002350                                     VALUE ZERO.
002360     05  WS-TOTAL-PRODUTOS           PIC S9(13)V9(02)
002370                                     VALUE ZERO.
002380*
002390*    CONTROLE DA LEITURA DOS SEGMENTOS (UM POR PARTICAO, DO 'HDR'
002400*    AO 'TRL') DE CADA ARQUIVO CONCATENADO.
002410*
002420 01  WS-CONTROLE-SEGMENTOS.
002430     05  WS-ARQ-NOME                 PIC X(09) VALUE SPACE.
002440     05  WS-SEG-ATUAL                PIC 9(04) COMP VALUE ZERO.
002450     05  WS-SEG-DADOS                PIC 9(09) COMP VALUE ZERO.
002460     05  WS-ARQ-TRL-QTD              PIC 9(09) COMP VALUE ZERO.
002470     05  WS-ARQ-TRL-TOTAL            PIC S9(13)V9(02) VALUE ZERO.
002480     05  WS-SEG-EXIBIR               PIC 9(02) VALUE ZERO.
002490*
002500 01  WS-TOTAIS-TRAILERS.
002510     05  WS-TRL-SAI-QTD              PIC 9(09) COMP VALUE ZERO.
002520     05  WS-TRL-SAI-TOTAL            PIC S9(13)V9(02) VALUE ZERO.
002530     05  WS-TRL-EXC-QTD              PIC 9(09) COMP VALUE ZERO.
002540     05  WS-TRL-DUP-QTD              PIC 9(09) COMP VALUE ZERO.
002550     05  WS-TRL-AUD-QTD              PIC 9(09) COMP VALUE ZERO.
002560*
002570 01  WS-CONTROLE-EXECUCAO.
002580     05  WS-RETORNO                  PIC 9(02) VALUE ZERO.
002590     05  WS-PRM-PROGRAMA             PIC X(08) VALUE SPACE.
002600     05  WS-QTD-PARTICOES            PIC 9(02) VALUE ZERO.
002610     05  WS-MAX-PARTICOES            PIC 9(02) VALUE 4.
002620     05  WS-IND-PARTICAO             PIC 9(04) COMP VALUE ZERO.
002630     05  WS-CKPT-CHAVE               PIC X(08) VALUE SPACE.
002640     05  WS-CKPT-CHAVE-R REDEFINES WS-CKPT-CHAVE.
002650         10  WS-CKPT-PREFIXO         PIC X(06).
002660         10  WS-CKPT-PARTICAO        PIC 9(02).
002670*
002680 01  WS-LIMITES.
002690     05  WS-CKPT-INTERVALO           PIC 9(09) COMP VALUE ZERO.
002700     05  WS-FAIXA-MINIMA             PIC 9(06) VALUE ZERO.
002710     05  WS-FAIXA-MAXIMA             PIC 9(06) VALUE ZERO.
002720*
002730 01  WS-DATA-HORA.
002740     05  WS-DATA-EXECUCAO            PIC 9(08) VALUE ZERO.
002750     05  WS-HORA-EXECUCAO            PIC 9(08) VALUE ZERO.
002760*
002770 01  WS-REGISTRO                     PIC X(80) VALUE SPACE.
002780 01  WS-REGISTRO-EST REDEFINES WS-REGISTRO.
002790     05  FILLER                      PIC X(03).
002800     05  WS-EST-MARCA                PIC X(10).
002810     05  FILLER                      PIC X(67).
002820*
002830 01  WS-TITULO-ESTORNOS              PIC X(80) VALUE
002840     'ESTORNOS DO MOVIMENTO'.
002850*
002860 01  WS-LINHA-PARAMETRO.
002870     05  WS-PRM-TEXTO                PIC X(40) VALUE SPACE.
002880     05  WS-PRM-VALOR                PIC Z(8)9.
002890     05  FILLER                      PIC X(31) VALUE SPACE.
002900*
002910*    LINHAS DE RESUMO NOS FORMATOS DE MAIOR-NUM (WS-LINHA-RESUMO)
002920*    E DE DL100-DSP (WS-LINHA-RESUMO-DSP E WS-LINHA-RESUMO-TOTAL).
002930*
002940 01  WS-LINHA-RESUMO.
002950     05  WS-RES-TEXTO                PIC X(40) VALUE SPACE.
002960     05  WS-RES-VALOR                PIC ZZZ,ZZZ,ZZ9.
002970     05  FILLER                      PIC X(29) VALUE SPACE.
002980*
002990 01  WS-LINHA-RESUMO-DSP.
003000     05  WS-RSD-TEXTO                PIC X(40) VALUE SPACE.
003010     05  WS-RSD-VALOR                PIC Z(12)9.
003020     05  FILLER                      PIC X(27) VALUE SPACE.
003030*
003040 01  WS-LINHA-RESUMO-TOTAL.
003050     05  WS-REST-TEXTO               PIC X(40) VALUE SPACE.
003060     05  WS-REST-VALOR               PIC -(13)9.99.
003070     05  FILLER                      PIC X(22) VALUE SPACE.
003080*
003090 PROCEDURE DIVISION.
003100*
003110 0000-MAINLINE.
003120     PERFORM 1000-INICIALIZA
003130         THRU 1000-INICIALIZA-EXIT.
003140     PERFORM 1200-CONFERIR-PARTICAO
003150         THRU 1200-CONFERIR-PARTICAO-EXIT
003160         VARYING WS-IND-PARTICAO FROM 1 BY 1
003170         UNTIL WS-IND-PARTICAO GREATER THAN WS-QTD-PARTICOES.
003180     IF WS-PARTICAO-PENDENTE
003190         DISPLAY 'PRT-CON - CONSOLIDACAO RECUSADA: HA PARTICOES '
003200             'NAO CONCLUIDAS NO MOVIMENTO - NADA FOI PROMOVIDO'
003210         CLOSE ARQ-CHECKPT
003220         MOVE 16 TO RETURN-CODE
003230         GOBACK
003240     END-IF.
003250     PERFORM 2000-CONSOLIDAR
003260         THRU 2000-CONSOLIDAR-EXIT.
003270     PERFORM 3000-FINALIZA
003280         THRU 3000-FINALIZA-EXIT.
003290     MOVE WS-RETORNO TO RETURN-CODE.
003300     GOBACK.
003310*
003320 1000-INICIALIZA.
003330     DISPLAY 'PRT-CON - CONSOLIDACAO DA RODADA PARTICIONADA'.
003340     DISPLAY 'DIGITE O PROGRAMA CONSOLIDADO '
003350         '(MAIORNUM/DL100DSP): '.
003360     ACCEPT WS-PRM-PROGRAMA.
003370     EVALUATE WS-PRM-PROGRAMA
003380         WHEN 'MAIORNUM'
003390             SET WS-CONS-MAIORNUM TO TRUE
003400             MOVE 'MAIORP' TO WS-CKPT-PREFIXO
003410         WHEN 'DL100DSP'
003420             SET WS-CONS-DL100 TO TRUE
003430             MOVE 'DL100P' TO WS-CKPT-PREFIXO
003440         WHEN OTHER
003450             DISPLAY 'PRT-CON - PROGRAMA INVALIDO: '
003460                 WS-PRM-PROGRAMA
003470             MOVE 16 TO RETURN-CODE
003480             GOBACK
003490     END-EVALUATE.
003500     ACCEPT WS-HORA-EXECUCAO FROM TIME.
003510     PERFORM 1050-LER-PARAMETRO
003520         THRU 1050-LER-PARAMETRO-EXIT.
003530     OPEN I-O ARQ-CHECKPT.
003540     IF WS-FS-CHECKPT NOT = '00'
003550         DISPLAY 'PRT-CON - CHECKPOINT INDISPONIVEL - FS '
003560             WS-FS-CHECKPT
003570         MOVE 16 TO RETURN-CODE
003580         GOBACK
003590     END-IF.
003600 1000-INICIALIZA-EXIT.
003610     EXIT.
003620*
003630 1050-LER-PARAMETRO.
003640     OPEN INPUT ARQ-PARAMETRO.
003650     IF WS-FS-PARAMETRO NOT = '00'
003660         DISPLAY 'PRT-CON - ARQUIVO DE PARAMETROS AUSENTE - '
003670             'FS ' WS-FS-PARAMETRO
003680         MOVE 16 TO RETURN-CODE
003690         GOBACK
003700     END-IF.
003710     READ ARQ-PARAMETRO
003720         AT END
003730             DISPLAY 'PRT-CON - REGISTRO DE PARAMETROS AUSENTE'
003740             MOVE 16 TO RETURN-CODE
003750             GOBACK
003760     END-READ.
003770     IF PRM-DATA-MOVIMENTO NOT NUMERIC
003780        OR PRM-DATA-MOVIMENTO EQUAL ZERO
003790         DISPLAY 'PRT-CON - DATA DO MOVIMENTO AUSENTE OU '
003800             'INVALIDA'
003810         MOVE 16 TO RETURN-CODE
003820         GOBACK
003830     END-IF.
003840     IF PRM-QTD-PARTICOES NOT NUMERIC
003850        OR PRM-QTD-PARTICOES EQUAL ZERO
003860        OR PRM-QTD-PARTICOES GREATER THAN WS-MAX-PARTICOES
003870         DISPLAY 'PRT-CON - QUANTIDADE DE PARTICOES AUSENTE OU '
003880             'FORA DE 1 A 4: ' PRM-QTD-PARTICOES
003890         MOVE 16 TO RETURN-CODE
003900         GOBACK
003910     END-IF.
003920     MOVE PRM-FAIXA-MINIMA   TO WS-FAIXA-MINIMA.
003930     MOVE PRM-FAIXA-MAXIMA   TO WS-FAIXA-MAXIMA.
003940     MOVE PRM-CKPT-INTERVALO TO WS-CKPT-INTERVALO.
003950     MOVE PRM-DATA-MOVIMENTO TO WS-DATA-EXECUCAO.
003960     MOVE PRM-QTD-PARTICOES  TO WS-QTD-PARTICOES.
003970     CLOSE ARQ-PARAMETRO.
003980 1050-LER-PARAMETRO-EXIT.
003990     EXIT.
004000*
004010*    UMA PARTICAO SO ENTRA NA CONSOLIDACAO SE O SEU CHECKPOINT
004020*    ESTIVER CONCLUIDO ('C') NA DATA DO MOVIMENTO.  TODAS SAO
004030*    CONFERIDAS, PARA O OPERADOR VER DE UMA VEZ QUAIS FALTAM.
004040*
004050 1200-CONFERIR-PARTICAO.
004060     MOVE WS-IND-PARTICAO TO WS-CKPT-PARTICAO.
004070     MOVE WS-CKPT-CHAVE   TO CKPT-PROGRAMA.
004080     READ ARQ-CHECKPT
004090         INVALID KEY
004100             DISPLAY 'PRT-CON - PARTICAO ' WS-CKPT-PARTICAO
004110                 ' NAO EXECUTADA'
004120             SET WS-PARTICAO-PENDENTE TO TRUE
004130             GO TO 1200-CONFERIR-PARTICAO-EXIT
004140     END-READ.
004150     IF NOT CKPT-PARTICAO-CONCLUIDA
004160         DISPLAY 'PRT-CON - PARTICAO ' WS-CKPT-PARTICAO
004170             ' NAO CONCLUIDA - REGISTROS JA LIDOS: '
004180             CKPT-QTD-PROCESSADA
004190         SET WS-PARTICAO-PENDENTE TO TRUE
004200         GO TO 1200-CONFERIR-PARTICAO-EXIT
004210     END-IF.
004220     IF CKPT-DATA-MOVIMENTO NOT EQUAL WS-DATA-EXECUCAO
004230         DISPLAY 'PRT-CON - PARTICAO ' WS-CKPT-PARTICAO
004240             ' CONCLUIDA EM OUTRO MOVIMENTO: ' CKPT-DATA-MOVIMENTO
004250         SET WS-PARTICAO-PENDENTE TO TRUE
004260         GO TO 1200-CONFERIR-PARTICAO-EXIT
004270     END-IF.
004280     DISPLAY 'PRT-CON - PARTICAO ' WS-CKPT-PARTICAO
004290         ' CONCLUIDA - CC ' CKPT-COD-RETORNO
004300         ' - REGISTROS LIDOS: ' CKPT-QTD-PROCESSADA.
004310     IF CKPT-COD-RETORNO GREATER THAN WS-RETORNO
004320         MOVE CKPT-COD-RETORNO TO WS-RETORNO
004330     END-IF.
004340     ADD CKPT-QTD-PROCESSADA TO WS-CONT-LIDOS.
004350     IF WS-CONS-MAIORNUM
004360         ADD CKPT-CONTADOR-1 TO WS-CONT-NUM1-VENCEU
004370         ADD CKPT-CONTADOR-2 TO WS-CONT-NUM2-VENCEU
004380         ADD CKPT-CONTADOR-3 TO WS-CONT-EMPATES
004390         ADD CKPT-CONTADOR-4 TO WS-CONT-VALIDOS
004400         ADD CKPT-CONTADOR-5 TO WS-CONT-EXCECOES
004410         ADD CKPT-CONTADOR-6 TO WS-CONT-DUPLICATAS
004420     ELSE
004430         ADD CKPT-CONTADOR-1  TO WS-TOTAL-GERAL
004440         ADD CKPT-CONTADOR-2  TO WS-CONT-COMPARACOES
004450         ADD CKPT-CONTADOR-3  TO WS-CONT-NUM1-VENCEU
004460         ADD CKPT-CONTADOR-4  TO WS-CONT-NUM2-VENCEU
004470         ADD CKPT-CONTADOR-5  TO WS-CONT-EMPATES
004480         ADD CKPT-CONTADOR-6  TO WS-CONT-DUPLICATAS
004490         ADD CKPT-CONTADOR-7  TO WS-TOTAL-PRODUTOS
004500         ADD CKPT-CONTADOR-8  TO WS-CONT-SOMAS
004510         ADD CKPT-CONTADOR-9  TO WS-CONT-MULTS
004520         ADD CKPT-CONTADOR-10 TO WS-CONT-DIVS
004530         ADD CKPT-CONTADOR-11 TO WS-CONT-DIV-ZERO
004540         ADD CKPT-CONTADOR-12 TO WS-CONT-EXCECOES
004550     END-IF.
004551     ADD CKPT-QTD-RETIDAS   TO WS-CONT-RETIDAS.
004552     ADD CKPT-QTD-LIBERADAS TO WS-CONT-LIBERADAS.
004560 1200-CONFERIR-PARTICAO-EXIT.
004570     EXIT.
004580*
004590 2000-CONSOLIDAR.
004600     OPEN INPUT  ARQ-PRTSAI.
004610     OPEN INPUT  ARQ-PRTEXC.
004620     OPEN INPUT  ARQ-PRTDUP.
004630     OPEN INPUT  ARQ-PRTAUD.
004640     IF WS-FS-PRTSAI NOT = '00'
004650        OR WS-FS-PRTEXC NOT = '00'
004660        OR WS-FS-PRTDUP NOT = '00'
004670        OR WS-FS-PRTAUD NOT = '00'
004680         DISPLAY 'PRT-CON - ERRO AO ABRIR OS ARQUIVOS DAS '
004690             'PARTICOES - FS ' WS-FS-PRTSAI ' ' WS-FS-PRTEXC ' '
004700             WS-FS-PRTDUP ' ' WS-FS-PRTAUD
004710         CLOSE ARQ-CHECKPT
004720         MOVE 16 TO RETURN-CODE
004730         GOBACK
004740     END-IF.
004750     OPEN OUTPUT ARQ-SAIDA.
004760     OPEN OUTPUT ARQ-EXCECAO.
004770     OPEN OUTPUT ARQ-DUPLICATA.
004780     OPEN OUTPUT ARQ-AUDITORIA.
004790     IF WS-CONS-DL100
004800         OPEN OUTPUT ARQ-ESTORNO
004810     END-IF.
004820     PERFORM 2100-GRAVAR-CABECALHOS
004830         THRU 2100-GRAVAR-CABECALHOS-EXIT.
004840*
004850     MOVE 'SAIDA'     TO WS-ARQ-NOME.
004860     MOVE 'N'         TO WS-SW-CONFERE-LINHAS.
004870     PERFORM 2190-INICIAR-ARQUIVO
004880         THRU 2190-INICIAR-ARQUIVO-EXIT.
004890     PERFORM 2200-COPIAR-SAIDA
004900         THRU 2200-COPIAR-SAIDA-EXIT
004910         UNTIL WS-FIM-SEGMENTOS.
004920     MOVE WS-ARQ-TRL-QTD   TO WS-TRL-SAI-QTD.
004930     MOVE WS-ARQ-TRL-TOTAL TO WS-TRL-SAI-TOTAL.
004940*
004950     MOVE 'EXCECAO'   TO WS-ARQ-NOME.
004960     SET WS-CONFERE-LINHAS TO TRUE.
004970     PERFORM 2190-INICIAR-ARQUIVO
004980         THRU 2190-INICIAR-ARQUIVO-EXIT.
004990     PERFORM 2300-COPIAR-EXCECAO
005000         THRU 2300-COPIAR-EXCECAO-EXIT
005010         UNTIL WS-FIM-SEGMENTOS.
005020     MOVE WS-ARQ-TRL-QTD   TO WS-TRL-EXC-QTD.
005030*
005040     MOVE 'DUPLICATA' TO WS-ARQ-NOME.
005050     PERFORM 2190-INICIAR-ARQUIVO
005060         THRU 2190-INICIAR-ARQUIVO-EXIT.
005070     PERFORM 2400-COPIAR-DUPLICATA
005080         THRU 2400-COPIAR-DUPLICATA-EXIT
005090         UNTIL WS-FIM-SEGMENTOS.
005100     MOVE WS-ARQ-TRL-QTD   TO WS-TRL-DUP-QTD.
005110*
005120     MOVE 'AUDITORIA' TO WS-ARQ-NOME.
005130     PERFORM 2190-INICIAR-ARQUIVO
005140         THRU 2190-INICIAR-ARQUIVO-EXIT.
005150     PERFORM 2500-COPIAR-AUDITORIA
005160         THRU 2500-COPIAR-AUDITORIA-EXIT
005170         UNTIL WS-FIM-SEGMENTOS.
005180     MOVE WS-ARQ-TRL-QTD   TO WS-TRL-AUD-QTD.
005190*
005200     IF WS-CONS-DL100
005210         PERFORM 2600-LISTAR-ESTORNOS
005220             THRU 2600-LISTAR-ESTORNOS-EXIT
005230         PERFORM 2750-RESUMO-DL100
005240             THRU 2750-RESUMO-DL100-EXIT
005250     ELSE
005260         PERFORM 2700-RESUMO-MAIORNUM
005270             THRU 2700-RESUMO-MAIORNUM-EXIT
005280     END-IF.
005290     PERFORM 2800-GRAVAR-TRAILERS
005300         THRU 2800-GRAVAR-TRAILERS-EXIT.
005310     CLOSE ARQ-PRTSAI.
005320     CLOSE ARQ-PRTEXC.
005330     CLOSE ARQ-PRTDUP.
005340     CLOSE ARQ-PRTAUD.
005350 2000-CONSOLIDAR-EXIT.
005360     EXIT.
005370*
005380*    UM SO CABECALHO POR ARQUIVO, COM A HORA DA CONSOLIDACAO, E O
005390*    ECO DOS PARAMETROS NO RELATORIO, COMO NA RODADA UNICA.
005400*
005410 2100-GRAVAR-CABECALHOS.
005420     MOVE 'HDR'            TO CAB-ID.
005430     MOVE WS-PRM-PROGRAMA  TO CAB-PROGRAMA.
005440     MOVE WS-DATA-EXECUCAO TO CAB-DATA-EXECUCAO.
005450     MOVE WS-HORA-EXECUCAO TO CAB-HORA-EXECUCAO.
005460     WRITE SAI-REC FROM CAB-REGISTRO.
005470     WRITE EXC-REC FROM CAB-REGISTRO.
005480     WRITE DUP-REC FROM CAB-REGISTRO.
005490     WRITE AUD-REC FROM CAB-REGISTRO.
005500     MOVE 'FAIXA VALIDA - MINIMO'          TO WS-PRM-TEXTO.
005510     MOVE WS-FAIXA-MINIMA                  TO WS-PRM-VALOR.
005520     WRITE SAI-REC FROM WS-LINHA-PARAMETRO.
005530     MOVE 'FAIXA VALIDA - MAXIMO'          TO WS-PRM-TEXTO.
005540     MOVE WS-FAIXA-MAXIMA                  TO WS-PRM-VALOR.
005550     WRITE SAI-REC FROM WS-LINHA-PARAMETRO.
005560     IF WS-CONS-MAIORNUM
005570         MOVE 'INTERVALO DE CHECKPOINT'    TO WS-PRM-TEXTO
005580         MOVE WS-CKPT-INTERVALO            TO WS-PRM-VALOR
005590         WRITE SAI-REC FROM WS-LINHA-PARAMETRO
005600     END-IF.
005610 2100-GRAVAR-CABECALHOS-EXIT.
005620     EXIT.
005630*
005640 2190-INICIAR-ARQUIVO.
005650     MOVE ZERO TO WS-SEG-ATUAL.
005660     MOVE ZERO TO WS-SEG-DADOS.
005670     MOVE ZERO TO WS-ARQ-TRL-QTD.
005680     MOVE ZERO TO WS-ARQ-TRL-TOTAL.
005690     MOVE 'N'  TO WS-SW-FIM-SEGMENTOS.
005700     MOVE 'N'  TO WS-SW-SECAO-ESTORNOS.
005710 2190-INICIAR-ARQUIVO-EXIT.
005720     EXIT.
005730*
005740*    NO RELATORIO DO DL100-DSP AS LINHAS DA SECAO DE ESTORNOS DE
005750*    CADA PARTICAO SAO GUARDADAS NO DD ESTORNO E LISTADAS JUNTAS
005760*    NO FIM, DEPOIS DOS DETALHES DE TODAS AS PARTICOES.
005770*
005780 2200-COPIAR-SAIDA.
005790     READ ARQ-PRTSAI INTO WS-REGISTRO
005800         AT END
005810             PERFORM 2950-FIM-PREMATURO
005820                 THRU 2950-FIM-PREMATURO-EXIT
005830             GO TO 2200-COPIAR-SAIDA-EXIT
005840     END-READ.
005850     PERFORM 2900-CLASSIFICAR-REGISTRO
005860         THRU 2900-CLASSIFICAR-REGISTRO-EXIT.
005870     IF NOT WS-REG-DADO
005880         GO TO 2200-COPIAR-SAIDA-EXIT
005890     END-IF.
005900     IF WS-CONS-DL100
005910        AND WS-REGISTRO EQUAL WS-TITULO-ESTORNOS
005920         SET WS-SECAO-ESTORNOS TO TRUE
005930         GO TO 2200-COPIAR-SAIDA-EXIT
005940     END-IF.
005950     IF WS-SECAO-ESTORNOS
005960         PERFORM 2250-GUARDAR-ESTORNO
005970             THRU 2250-GUARDAR-ESTORNO-EXIT
005980         GO TO 2200-COPIAR-SAIDA-EXIT
005990     END-IF.
006000     WRITE SAI-REC FROM WS-REGISTRO.
006010 2200-COPIAR-SAIDA-EXIT.
006020     EXIT.
006030*
006040 2250-GUARDAR-ESTORNO.
006050     WRITE EST-REC FROM WS-REGISTRO.
006060     IF WS-EST-MARCA EQUAL 'REJEITADO '
006070         ADD 1 TO WS-CONT-EST-REJEITADOS
006080     ELSE
006090         ADD 1 TO WS-CONT-ESTORNOS
006100     END-IF.
006110 2250-GUARDAR-ESTORNO-EXIT.
006120     EXIT.
006130*
006140 2300-COPIAR-EXCECAO.
006150     READ ARQ-PRTEXC INTO WS-REGISTRO
006160         AT END
006170             PERFORM 2950-FIM-PREMATURO
006180                 THRU 2950-FIM-PREMATURO-EXIT
006190             GO TO 2300-COPIAR-EXCECAO-EXIT
006200     END-READ.
006210     PERFORM 2900-CLASSIFICAR-REGISTRO
006220         THRU 2900-CLASSIFICAR-REGISTRO-EXIT.
006230     IF WS-REG-DADO
006240         WRITE EXC-REC FROM WS-REGISTRO
006250     END-IF.
006260 2300-COPIAR-EXCECAO-EXIT.
006270     EXIT.
006280*
006290 2400-COPIAR-DUPLICATA.
006300     READ ARQ-PRTDUP INTO WS-REGISTRO
006310         AT END
006320             PERFORM 2950-FIM-PREMATURO
006330                 THRU 2950-FIM-PREMATURO-EXIT
006340             GO TO 2400-COPIAR-DUPLICATA-EXIT
006350     END-READ.
006360     PERFORM 2900-CLASSIFICAR-REGISTRO
006370         THRU 2900-CLASSIFICAR-REGISTRO-EXIT.
006380     IF WS-REG-DADO
006390         WRITE DUP-REC FROM WS-REGISTRO
006400     END-IF.
006410 2400-COPIAR-DUPLICATA-EXIT.
006420     EXIT.
006430*
006440 2500-COPIAR-AUDITORIA.
006450     READ ARQ-PRTAUD INTO WS-REGISTRO
006460         AT END
006470             PERFORM 2950-FIM-PREMATURO
006480                 THRU 2950-FIM-PREMATURO-EXIT
006490             GO TO 2500-COPIAR-AUDITORIA-EXIT
006500     END-READ.
006510     PERFORM 2900-CLASSIFICAR-REGISTRO
006520         THRU 2900-CLASSIFICAR-REGISTRO-EXIT.
006530     IF WS-REG-DADO
006540         WRITE AUD-REC FROM WS-REGISTRO
006550     END-IF.
006560 2500-COPIAR-AUDITORIA-EXIT.
006570     EXIT.
006580*
006590 2600-LISTAR-ESTORNOS.
006600     CLOSE ARQ-ESTORNO.
006610     WRITE SAI-REC FROM WS-TITULO-ESTORNOS.
006620     OPEN INPUT ARQ-ESTORNO.
006630     IF WS-FS-ESTORNO NOT = '00'
006640         DISPLAY 'PRT-CON - FALHA AO REABRIR OS ESTORNOS - FS '
006650             WS-FS-ESTORNO
006660         SET WS-HOUVE-DIVERGENCIA TO TRUE
006670         GO TO 2600-LISTAR-ESTORNOS-EXIT
006680     END-IF.
006690     MOVE 'N' TO WS-SW-FIM-ESTORNO.
006700     PERFORM 2650-COPIAR-ESTORNO
006710         THRU 2650-COPIAR-ESTORNO-EXIT
006720         UNTIL WS-FIM-ESTORNO.
006730     CLOSE ARQ-ESTORNO.
006740 2600-LISTAR-ESTORNOS-EXIT.
006750     EXIT.
006760*
006770 2650-COPIAR-ESTORNO.
006780     READ ARQ-ESTORNO
006790         AT END
006800             SET WS-FIM-ESTORNO TO TRUE
006810             GO TO 2650-COPIAR-ESTORNO-EXIT
006820     END-READ.
006830     WRITE SAI-REC FROM EST-REC.
006840 2650-COPIAR-ESTORNO-EXIT.
006850     EXIT.
006860*
006870 2700-RESUMO-MAIORNUM.
006880     MOVE 'TOTAL DE PARES LIDOS'          TO WS-RES-TEXTO.
006890     MOVE WS-CONT-LIDOS                   TO WS-RES-VALOR.
006900     WRITE SAI-REC FROM WS-LINHA-RESUMO.
006910     MOVE 'TOTAL DE EXCECOES'              TO WS-RES-TEXTO.
006920     MOVE WS-CONT-EXCECOES                 TO WS-RES-VALOR.
006930     WRITE SAI-REC FROM WS-LINHA-RESUMO.
006940     MOVE 'DUPLICATAS IGNORADAS'            TO WS-RES-TEXTO.
006950     MOVE WS-CONT-DUPLICATAS                TO WS-RES-VALOR.
006960     WRITE SAI-REC FROM WS-LINHA-RESUMO.
006970     MOVE 'VITORIAS DO NUM-1'               TO WS-RES-TEXTO.
006980     MOVE WS-CONT-NUM1-VENCEU               TO WS-RES-VALOR.
006990     WRITE SAI-REC FROM WS-LINHA-RESUMO.
007000     MOVE 'VITORIAS DO NUM-2'               TO WS-RES-TEXTO.
007010     MOVE WS-CONT-NUM2-VENCEU               TO WS-RES-VALOR.
007020     WRITE SAI-REC FROM WS-LINHA-RESUMO.
007030     MOVE 'EMPATES'                         TO WS-RES-TEXTO.
007040     MOVE WS-CONT-EMPATES                   TO WS-RES-VALOR.
007050     WRITE SAI-REC FROM WS-LINHA-RESUMO.
007060 2700-RESUMO-MAIORNUM-EXIT.
007070     EXIT.
007080*
007090 2750-RESUMO-DL100.
007100     MOVE SPACE TO WS-LINHA-RESUMO-DSP.
007110     MOVE 'RELATORIO DIARIO CONSOLIDADO - DL100-DSP' TO
007120         WS-RSD-TEXTO.
007130     WRITE SAI-REC FROM WS-LINHA-RESUMO-DSP.
007140     MOVE 'TRANSACOES LIDAS'              TO WS-RSD-TEXTO.
007150     MOVE WS-CONT-LIDOS                    TO WS-RSD-VALOR.
007160     WRITE SAI-REC FROM WS-LINHA-RESUMO-DSP.
007170     MOVE 'TRANSACOES EM EXCECAO'          TO WS-RSD-TEXTO.
007180     MOVE WS-CONT-EXCECOES                 TO WS-RSD-VALOR.
007190     WRITE SAI-REC FROM WS-LINHA-RESUMO-DSP.
007200     MOVE 'COMPARACOES PROCESSADAS'        TO WS-RSD-TEXTO.
007210     MOVE WS-CONT-COMPARACOES              TO WS-RSD-VALOR.
007220     WRITE SAI-REC FROM WS-LINHA-RESUMO-DSP.
007230     MOVE 'VITORIAS DO NUM-1'              TO WS-RSD-TEXTO.
007240     MOVE WS-CONT-NUM1-VENCEU              TO WS-RSD-VALOR.
007250     WRITE SAI-REC FROM WS-LINHA-RESUMO-DSP.
007260     MOVE 'VITORIAS DO NUM-2'              TO WS-RSD-TEXTO.
007270     MOVE WS-CONT-NUM2-VENCEU              TO WS-RSD-VALOR.
007280     WRITE SAI-REC FROM WS-LINHA-RESUMO-DSP.
007290     MOVE 'EMPATES'                        TO WS-RSD-TEXTO.
007300     MOVE WS-CONT-EMPATES                  TO WS-RSD-VALOR.
007310     WRITE SAI-REC FROM WS-LINHA-RESUMO-DSP.
007320     MOVE 'SOMAS PROCESSADAS'              TO WS-RSD-TEXTO.
007330     MOVE WS-CONT-SOMAS                    TO WS-RSD-VALOR.
007340     WRITE SAI-REC FROM WS-LINHA-RESUMO-DSP.
007350     MOVE 'TOTAL GERAL DAS SOMAS'          TO WS-REST-TEXTO.
007360     MOVE WS-TOTAL-GERAL                   TO WS-REST-VALOR.
007370     WRITE SAI-REC FROM WS-LINHA-RESUMO-TOTAL.
007380     MOVE 'MULTIPLICACOES PROCESSADAS'      TO WS-RSD-TEXTO.
007390     MOVE WS-CONT-MULTS                    TO WS-RSD-VALOR.
007400     WRITE SAI-REC FROM WS-LINHA-RESUMO-DSP.
007410     MOVE 'TOTAL GERAL DOS PRODUTOS'        TO WS-REST-TEXTO.
007420     MOVE WS-TOTAL-PRODUTOS                TO WS-REST-VALOR.
007430     WRITE SAI-REC FROM WS-LINHA-RESUMO-TOTAL.
007440     MOVE 'DIVISOES PROCESSADAS'            TO WS-RSD-TEXTO.
007450     MOVE WS-CONT-DIVS                     TO WS-RSD-VALOR.
007460     WRITE SAI-REC FROM WS-LINHA-RESUMO-DSP.
007470     MOVE 'DIVISOES POR ZERO'               TO WS-RSD-TEXTO.
007480     MOVE WS-CONT-DIV-ZERO                 TO WS-RSD-VALOR.
007490     WRITE SAI-REC FROM WS-LINHA-RESUMO-DSP.
007500     MOVE 'DUPLICATAS IGNORADAS'            TO WS-RSD-TEXTO.
007510     MOVE WS-CONT-DUPLICATAS               TO WS-RSD-VALOR.
007520     WRITE SAI-REC FROM WS-LINHA-RESUMO-DSP.
007530     MOVE 'ESTORNOS PROCESSADOS'            TO WS-RSD-TEXTO.
007540     MOVE WS-CONT-ESTORNOS                 TO WS-RSD-VALOR.
007550     WRITE SAI-REC FROM WS-LINHA-RESUMO-DSP.
007560     MOVE 'ESTORNOS REJEITADOS'             TO WS-RSD-TEXTO.
007570     MOVE WS-CONT-EST-REJEITADOS           TO WS-RSD-VALOR.
007580     WRITE SAI-REC FROM WS-LINHA-RESUMO-DSP.
007581     MOVE 'TRANSACOES RETIDAS PARA REVISAO' TO WS-RSD-TEXTO.
007582     MOVE WS-CONT-RETIDAS                  TO WS-RSD-VALOR.
007583     WRITE SAI-REC FROM WS-LINHA-RESUMO-DSP.
007584     MOVE 'RETIDAS LIBERADAS E POSTADAS'    TO WS-RSD-TEXTO.
007585     MOVE WS-CONT-LIBERADAS                TO WS-RSD-VALOR.
007586     WRITE SAI-REC FROM WS-LINHA-RESUMO-DSP.
007590 2750-RESUMO-DL100-EXIT.
007600     EXIT.
007610*
007620*    TRAILERS UNICOS COM AS SOMAS DAS PARTICOES, NOS MOLDES DO
007630*    3300-GRAVAR-TRAILERS DE MAIOR-NUM E DL100-DSP.
007640*
007650 2800-GRAVAR-TRAILERS.
007660     IF WS-CONS-MAIORNUM
007670         MOVE WS-CONT-VALIDOS TO WS-CONT-PROCESSADAS
007680         MOVE ZERO            TO TRL-TOTAL-CONTROLE
007690     ELSE
007700         ADD WS-CONT-COMPARACOES WS-CONT-SOMAS
007710             WS-CONT-MULTS WS-CONT-DIVS
007720             WS-CONT-ESTORNOS
007730             GIVING WS-CONT-PROCESSADAS
007740         MOVE WS-TOTAL-GERAL  TO TRL-TOTAL-CONTROLE
007750     END-IF.
007760     MOVE 'TRL'               TO TRL-ID.
007770     MOVE WS-PRM-PROGRAMA     TO TRL-PROGRAMA.
007780     MOVE WS-CONT-PROCESSADAS TO TRL-QTD-REGISTROS.
007790     WRITE SAI-REC FROM TRL-REGISTRO.
007800     MOVE ZERO                TO TRL-TOTAL-CONTROLE.
007810     MOVE WS-CONT-EXCECOES    TO TRL-QTD-REGISTROS.
007820     WRITE EXC-REC FROM TRL-REGISTRO.
007830     MOVE WS-CONT-DUPLICATAS  TO TRL-QTD-REGISTROS.
007840     WRITE DUP-REC FROM TRL-REGISTRO.
007850     ADD WS-CONT-PROCESSADAS WS-CONT-LIBERADAS
007855         GIVING WS-CONT-AUDITADAS.
007856     MOVE WS-CONT-AUDITADAS   TO TRL-QTD-REGISTROS.
007860     WRITE AUD-REC FROM TRL-REGISTRO.
007870 2800-GRAVAR-TRAILERS-EXIT.
007880     EXIT.
007890*
007900*    CADA PARTICAO E UM SEGMENTO 'HDR' ... 'TRL' DA MESMA RODADA
007910*    (PROGRAMA E DATA DO MOVIMENTO).  NAS EXCECOES, DUPLICATAS E
007920*    AUDITORIA AS LINHAS DO SEGMENTO TEM DE BATER COM O TRAILER.
007930*    A LEITURA PARA NO TRAILER DA ULTIMA PARTICAO CONFIGURADA.
007940*
007950 2900-CLASSIFICAR-REGISTRO.
007960     SET WS-REG-DADO TO TRUE.
007970     MOVE WS-REGISTRO TO CAB-REGISTRO.
007980     IF CAB-REGISTRO-CABECALHO
007990         SET WS-REG-CABECALHO TO TRUE
008000         ADD 1 TO WS-SEG-ATUAL
008010         MOVE ZERO TO WS-SEG-DADOS
008020         MOVE 'N'  TO WS-SW-SECAO-ESTORNOS
008030         IF CAB-PROGRAMA NOT EQUAL WS-PRM-PROGRAMA
008040            OR CAB-DATA-EXECUCAO NOT EQUAL WS-DATA-EXECUCAO
008050             MOVE WS-SEG-ATUAL TO WS-SEG-EXIBIR
008060             DISPLAY 'PRT-CON - ' WS-ARQ-NOME ' DA PARTICAO '
008070                 WS-SEG-EXIBIR ' DE OUTRA RODADA: ' CAB-PROGRAMA
008080                 ' ' CAB-DATA-EXECUCAO
008090             SET WS-HOUVE-DIVERGENCIA TO TRUE
008100         END-IF
008110         GO TO 2900-CLASSIFICAR-REGISTRO-EXIT
008120     END-IF.
008130     IF WS-SEG-ATUAL EQUAL ZERO
008140         DISPLAY 'PRT-CON - ' WS-ARQ-NOME
008150             ' SEM CABECALHO NA PRIMEIRA PARTICAO'
008160         SET WS-HOUVE-DIVERGENCIA TO TRUE
008170         SET WS-FIM-SEGMENTOS TO TRUE
008180         GO TO 2900-CLASSIFICAR-REGISTRO-EXIT
008190     END-IF.
008200     MOVE WS-REGISTRO TO TRL-REGISTRO.
008210     IF NOT TRL-REGISTRO-TRAILER
008220         ADD 1 TO WS-SEG-DADOS
008230         GO TO 2900-CLASSIFICAR-REGISTRO-EXIT
008240     END-IF.
008250     SET WS-REG-TRAILER TO TRUE.
008260     MOVE WS-SEG-ATUAL TO WS-SEG-EXIBIR.
008270     IF TRL-QTD-REGISTROS NOT NUMERIC
008280        OR TRL-TOTAL-CONTROLE NOT NUMERIC
008290         DISPLAY 'PRT-CON - ' WS-ARQ-NOME ' DA PARTICAO '
008300             WS-SEG-EXIBIR ' COM TRAILER INVALIDO'
008310         SET WS-HOUVE-DIVERGENCIA TO TRUE
008320     ELSE
008330         ADD TRL-QTD-REGISTROS  TO WS-ARQ-TRL-QTD
008340         ADD TRL-TOTAL-CONTROLE TO WS-ARQ-TRL-TOTAL
008350     END-IF.
008360     IF WS-CONFERE-LINHAS
008370        AND TRL-QTD-REGISTROS NOT EQUAL WS-SEG-DADOS
008380         DISPLAY 'PRT-CON - ' WS-ARQ-NOME ' DA PARTICAO '
008390             WS-SEG-EXIBIR ' COM ' WS-SEG-DADOS
008400             ' REGISTROS E TRAILER DE ' TRL-QTD-REGISTROS
008410         SET WS-HOUVE-DIVERGENCIA TO TRUE
008420     END-IF.
008430     IF WS-SEG-ATUAL NOT LESS THAN WS-QTD-PARTICOES
008440         SET WS-FIM-SEGMENTOS TO TRUE
008450     END-IF.
008460 2900-CLASSIFICAR-REGISTRO-EXIT.
008470     EXIT.
008480*
008490 2950-FIM-PREMATURO.
008500     MOVE WS-SEG-ATUAL TO WS-SEG-EXIBIR.
008510     DISPLAY 'PRT-CON - ' WS-ARQ-NOME ' TERMINOU NA PARTICAO '
008520         WS-SEG-EXIBIR ' SEM O TRAILER DE TODAS AS PARTICOES'.
008530     SET WS-HOUVE-DIVERGENCIA TO TRUE.
008540     SET WS-FIM-SEGMENTOS TO TRUE.
008550 2950-FIM-PREMATURO-EXIT.
008560     EXIT.
008570*
008580*    A SOMA DOS TRAILERS DAS PARTICOES TEM DE BATER COM A SOMA
008590*    DOS CONTADORES DOS CHECKPOINTS.  SO ENTAO OS CHECKPOINTS DAS
008600*    PARTICOES SAO LIBERADOS E O CONTROL-RECORD E GRAVADO.
008610*
008620 3000-FINALIZA.
008630     PERFORM 3100-CONFERIR-TOTAIS
008640         THRU 3100-CONFERIR-TOTAIS-EXIT.
008650     CLOSE ARQ-SAIDA.
008660     CLOSE ARQ-EXCECAO.
008670     CLOSE ARQ-DUPLICATA.
008680     CLOSE ARQ-AUDITORIA.
008690     IF WS-HOUVE-DIVERGENCIA
008700         DISPLAY 'PRT-CON - CONSOLIDACAO RECUSADA: PARTICOES '
008710             'DIVERGENTES - NADA FOI PROMOVIDO'
008720         CLOSE ARQ-CHECKPT
008730         MOVE 16 TO RETURN-CODE
008740         GOBACK
008750     END-IF.
008760     IF WS-CONT-LIDOS EQUAL ZERO
008770        AND WS-RETORNO LESS THAN 8
008780         MOVE 8 TO WS-RETORNO
008790     END-IF.
008800     IF WS-CONT-EXCECOES GREATER THAN ZERO
008810        AND WS-RETORNO LESS THAN 4
008820         MOVE 4 TO WS-RETORNO
008830     END-IF.
008831     IF WS-CONT-RETIDAS GREATER THAN ZERO
008832        AND WS-RETORNO LESS THAN 4
008833         MOVE 4 TO WS-RETORNO
008834     END-IF.
008840     PERFORM 3200-LIBERAR-PARTICAO
008850         THRU 3200-LIBERAR-PARTICAO-EXIT
008860         VARYING WS-IND-PARTICAO FROM 1 BY 1
008870         UNTIL WS-IND-PARTICAO GREATER THAN WS-QTD-PARTICOES.
008880     CLOSE ARQ-CHECKPT.
008890     PERFORM 3300-GRAVAR-CONTROLE
008900         THRU 3300-GRAVAR-CONTROLE-EXIT.
008910     DISPLAY 'PRT-CON - PARTICOES        : ' WS-QTD-PARTICOES.
008920     DISPLAY 'PRT-CON - REGISTROS LIDOS  : ' WS-CONT-LIDOS.
008930     DISPLAY 'PRT-CON - PROCESSADOS      : ' WS-CONT-PROCESSADAS.
008940     DISPLAY 'PRT-CON - EXCECOES         : ' WS-CONT-EXCECOES.
008950     DISPLAY 'PRT-CON - DUPLICATAS       : ' WS-CONT-DUPLICATAS.
008960     IF WS-CONS-DL100
008970         DISPLAY 'PRT-CON - ESTORNOS         : ' WS-CONT-ESTORNOS
008980         DISPLAY 'PRT-CON - TOTAL GERAL      : ' WS-TOTAL-GERAL
008981         DISPLAY 'PRT-CON - RETIDAS          : ' WS-CONT-RETIDAS
008982         DISPLAY 'PRT-CON - LIBERADAS        : ' WS-CONT-LIBERADAS
008990     END-IF.
009000 3000-FINALIZA-EXIT.
009010     EXIT.
009020*
009030 3100-CONFERIR-TOTAIS.
009040     IF WS-TRL-SAI-QTD NOT EQUAL WS-CONT-PROCESSADAS
009050         DISPLAY 'PRT-CON - SAIDA: TRAILERS SOMAM ' WS-TRL-SAI-QTD
009060             ' E CHECKPOINTS ' WS-CONT-PROCESSADAS
009070         SET WS-HOUVE-DIVERGENCIA TO TRUE
009080     END-IF.
009090     IF WS-CONS-DL100
009100        AND WS-TRL-SAI-TOTAL NOT EQUAL WS-TOTAL-GERAL
009110         DISPLAY 'PRT-CON - SAIDA: TOTAL DE CONTROLE DOS '
009120             'TRAILERS DIFERENTE DO TOTAL GERAL DOS CHECKPOINTS'
009130         SET WS-HOUVE-DIVERGENCIA TO TRUE
009140     END-IF.
009150     IF WS-TRL-EXC-QTD NOT EQUAL WS-CONT-EXCECOES
009160         DISPLAY 'PRT-CON - EXCECAO: TRAILERS SOMAM '
009170             WS-TRL-EXC-QTD ' E CHECKPOINTS ' WS-CONT-EXCECOES
009180         SET WS-HOUVE-DIVERGENCIA TO TRUE
009190     END-IF.
009200     IF WS-TRL-DUP-QTD NOT EQUAL WS-CONT-DUPLICATAS
009210         DISPLAY 'PRT-CON - DUPLICATA: TRAILERS SOMAM '
009220             WS-TRL-DUP-QTD ' E CHECKPOINTS ' WS-CONT-DUPLICATAS
009230         SET WS-HOUVE-DIVERGENCIA TO TRUE
009240     END-IF.
009250     IF WS-TRL-AUD-QTD NOT EQUAL WS-CONT-AUDITADAS
009260         DISPLAY 'PRT-CON - AUDITORIA: TRAILERS SOMAM '
009270             WS-TRL-AUD-QTD ' E CHECKPOINTS ' WS-CONT-AUDITADAS
009280         SET WS-HOUVE-DIVERGENCIA TO TRUE
009290     END-IF.
009300 3100-CONFERIR-TOTAIS-EXIT.
009310     EXIT.
009320*
009330 3200-LIBERAR-PARTICAO.
009340     MOVE WS-IND-PARTICAO TO WS-CKPT-PARTICAO.
009350     MOVE WS-CKPT-CHAVE   TO CKPT-PROGRAMA.
009360     MOVE ZERO            TO CKPT-QTD-PROCESSADA.
009370     MOVE ZERO            TO CKPT-CONTADOR-1.
009380     MOVE ZERO            TO CKPT-CONTADOR-2.
009390     MOVE ZERO            TO CKPT-CONTADOR-3.
009400     MOVE ZERO            TO CKPT-CONTADOR-4.
009410     MOVE ZERO            TO CKPT-CONTADOR-5.
009420     MOVE ZERO            TO CKPT-CONTADOR-6.
009430     MOVE ZERO            TO CKPT-CONTADOR-7.
009440     MOVE ZERO            TO CKPT-CONTADOR-8.
009450     MOVE ZERO            TO CKPT-CONTADOR-9.
009460     MOVE ZERO            TO CKPT-CONTADOR-10.
009470     MOVE ZERO            TO CKPT-CONTADOR-11.
009480     MOVE ZERO            TO CKPT-CONTADOR-12.
009481     MOVE ZERO            TO CKPT-QTD-RETIDAS.
009482     MOVE ZERO            TO CKPT-QTD-LIBERADAS.
009490     MOVE SPACE           TO CKPT-SITUACAO.
009500     MOVE ZERO            TO CKPT-DATA-MOVIMENTO.
009510     MOVE ZERO            TO CKPT-COD-RETORNO.
009520     REWRITE CKPT-RECORD.
009530     IF WS-FS-CHECKPT NOT = '00'
009540         DISPLAY 'PRT-CON - FALHA AO LIBERAR O CHECKPOINT '
009550             WS-CKPT-CHAVE ' - FS ' WS-FS-CHECKPT
009560         IF WS-RETORNO LESS THAN 12
009570             MOVE 12 TO WS-RETORNO
009580         END-IF
009590     END-IF.
009600 3200-LIBERAR-PARTICAO-EXIT.
009610     EXIT.
009620*
009630*    CONTROL-RECORD UNICO DA RODADA, COM AS SOMAS DAS PARTICOES,
009640*    NOS MOLDES DO 3200-GRAVAR-CONTROLE DO PROGRAMA CONSOLIDADO,
009650*    E O MESMO REGISTRO ACRESCENTADO AO HISTORICO DE RODADAS.
009660*
009670 3300-GRAVAR-CONTROLE.
009680     OPEN OUTPUT ARQ-CONTROLE.
009690     MOVE WS-PRM-PROGRAMA     TO CTL-PROGRAMA.
009700     MOVE WS-DATA-EXECUCAO    TO CTL-DATA-EXECUCAO.
009710     MOVE WS-HORA-EXECUCAO    TO CTL-HORA-EXECUCAO.
009720     MOVE WS-RETORNO          TO CTL-COD-RETORNO.
009730     MOVE WS-CONT-LIDOS       TO CTL-QTD-LIDOS.
009740     MOVE WS-CONT-PROCESSADAS TO CTL-QTD-VALIDOS.
009750     MOVE WS-CONT-EXCECOES    TO CTL-QTD-EXCECOES.
009760     MOVE WS-CONT-DUPLICATAS  TO CTL-QTD-DUPLICATAS.
009770     IF WS-CONS-DL100
009780         MOVE WS-TOTAL-GERAL  TO CTL-TOTAL-CONTROLE
009790     ELSE
009800         MOVE ZERO            TO CTL-TOTAL-CONTROLE
009810     END-IF.
009811     MOVE WS-CONT-RETIDAS     TO CTL-QTD-RETIDAS.
009812     MOVE WS-CONT-LIBERADAS   TO CTL-QTD-LIBERADAS.
009820     MOVE CONTROL-RECORD TO HCT-REGISTRO.
009830     WRITE CONTROL-RECORD.
009840     CLOSE ARQ-CONTROLE.
009850     OPEN EXTEND ARQ-HISTCTL.
009860     IF WS-FS-HISTCTL NOT = '00'
009870         CLOSE ARQ-HISTCTL
009880         OPEN OUTPUT ARQ-HISTCTL
009890     END-IF.
009900     WRITE HCT-REGISTRO.
009910     IF WS-FS-HISTCTL NOT = '00'
009920         DISPLAY 'PRT-CON - FALHA DE I-O NO HISTORICO '
009930             'DE RODADAS - FS ' WS-FS-HISTCTL
009940     END-IF.
009950     CLOSE ARQ-HISTCTL.
009960 3300-GRAVAR-CONTROLE-EXIT.
009970     EXIT.
