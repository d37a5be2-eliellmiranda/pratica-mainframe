000100*****************************************************************
000110*
000120*    PROGRAMA .: PRT-DIV
000130*    FUNCAO ...: DIVISAO DO LOTE DE ENTRADA DE MAIOR-NUM OU
000140*                DL100-DSP PARA A RODADA PARTICIONADA.  O
000150*                PROGRAMA DE DESTINO E LIDO POR ACCEPT DO SYSIN,
000160*                COMO NA RECEPCAO LOT-REC, E DEFINE O LAYOUT DO
000170*                ARQUIVO (NUMTRAN.CPY PARA MAIORNUM, TRANDISP.CPY
000180*                PARA DL100DSP).  A QUANTIDADE DE PARTICOES VEM
000190*                DE PRM-QTD-PARTICOES (PARMREC.CPY, 1 A 4).  CADA
000200*                DETALHE VAI PARA UMA PARTICAO (DD PARTE01 A
000210*                PARTE04) ESCOLHIDA PELO RESTO DA DIVISAO DE
000220*                |NUM-1| + |NUM-2| PELA QUANTIDADE DE PARTICOES,
000230*                DE MODO QUE PARES IGUAIS - E O ESTORNO E A
000240*                TRANSACAO ESTORNADA - CAIAM SEMPRE NA MESMA
000250*                PARTICAO E A CONFERENCIA DE DUPLICATAS E OS
000260*                ESTORNOS SE RESOLVAM DENTRO DELA.  O DETALHE COM
000270*                VALOR NAO NUMERICO (QUE VAI PARA AS EXCECOES)
000280*                E DISTRIBUIDO PELA ORDEM DE LEITURA.  CADA
000290*                PARTICAO RECEBE UMA COPIA DO CABECALHO 'HDR' DO
000300*                REMETENTE E O PROPRIO TRAILER 'TRL' COM A
000310*                QUANTIDADE E O TOTAL HASH DE NUM-1 + NUM-2 DOS
000320*                SEUS DETALHES; AS PARTICOES ACIMA DA QUANTIDADE
000330*                CONFIGURADA FICAM VAZIAS.  O LOTE JA FOI
000340*                CONFERIDO PELA RECEPCAO NO PASSO ANTERIOR.
000350*                TERMINA COM CC 0, CC 12 EM FALHA DE I-O E CC 16
000360*                SE O PROGRAMA DE DESTINO, OS PARAMETROS OU O
000370*                CABECALHO DO LOTE FOREM INVALIDOS.
000380*
000390*****************************************************************
000400* HISTORICO DE ALTERACOES
000410* ----------------------------------------------------------------
000420* DATA       AUTOR  DESCRICAO
000430* ---------- -----  ------------------------------------------
000440* 2026-10-15 RM     PROGRAMA ORIGINAL.
000450*****************************************************************
000460 IDENTIFICATION DIVISION.
000470 PROGRAM-ID.     PRT-DIV.
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
000620     SELECT ARQ-PARAMETRO  ASSIGN TO PARAMETRO
000630         ORGANIZATION IS SEQUENTIAL
000640         FILE STATUS IS WS-FS-PARAMETRO.
000650     SELECT ARQ-PARTE01    ASSIGN TO PARTE01
000660         ORGANIZATION IS SEQUENTIAL
000670         FILE STATUS IS WS-FS-PARTE01.
000680     SELECT ARQ-PARTE02    ASSIGN TO PARTE02
000690         ORGANIZATION IS SEQUENTIAL
000700         FILE STATUS IS WS-FS-PARTE02.
000710     SELECT ARQ-PARTE03    ASSIGN TO PARTE03
000720         ORGANIZATION IS SEQUENTIAL
000730         FILE STATUS IS WS-FS-PARTE03.
000740     SELECT ARQ-PARTE04    ASSIGN TO PARTE04
000750         ORGANIZATION IS SEQUENTIAL
000760         FILE STATUS IS WS-FS-PARTE04.
000770     SELECT ARQ-RELATORIO  ASSIGN TO RELATORIO
000780         ORGANIZATION IS SEQUENTIAL
000790         FILE STATUS IS WS-FS-RELATORIO.
000800*
000810 DATA DIVISION.
000820 FILE SECTION.
000830 FD  ARQ-ENTRADA
000840     LABEL RECORDS ARE STANDARD
000850     RECORDING MODE IS F.
000860 COPY NUMTRAN.
000870 COPY TRANDISP.
000880 01  ENT-REC                         PIC X(80).
000890*
000900 FD  ARQ-PARAMETRO
000910     LABEL RECORDS ARE STANDARD
000920     RECORDING MODE IS F.
000930 COPY PARMREC.
000940*
000950 FD  ARQ-PARTE01
000960     LABEL RECORDS ARE STANDARD
000970     RECORDING MODE IS F.
000980 01  PT1-REC                         PIC X(80).
000990*
001000 FD  ARQ-PARTE02
001010     LABEL RECORDS ARE STANDARD
001020     RECORDING MODE IS F.
001030 01  PT2-REC                         PIC X(80).
001040*
001050 FD  ARQ-PARTE03
001060     LABEL RECORDS ARE STANDARD
001070     RECORDING MODE IS F.
001080 01  PT3-REC                         PIC X(80).
001090*
001100 FD  ARQ-PARTE04
001110     LABEL RECORDS ARE STANDARD
001120     RECORDING MODE IS F.
001130 01  PT4-REC                         PIC X(80).
001140*
001150 FD  ARQ-RELATORIO
001160     LABEL RECORDS ARE STANDARD
001170     RECORDING MODE IS F.
001180 01  REL-REC                         PIC X(80).
001190*
001200 WORKING-STORAGE SECTION.
001210 01  WS-FLAGS.
001220     05  WS-FS-ENTRADA               PIC X(02) VALUE '00'.
001230     05  WS-FS-PARAMETRO             PIC X(02) VALUE '00'.
001240     05  WS-FS-PARTE01               PIC X(02) VALUE '00'.
001250     05  WS-FS-PARTE02               PIC X(02) VALUE '00'.
001260     05  WS-FS-PARTE03               PIC X(02) VALUE '00'.
001270     05  WS-FS-PARTE04               PIC X(02) VALUE '00'.
001280     05  WS-FS-RELATORIO             PIC X(02) VALUE '00'.
001290     05  WS-FS-GRAVACAO              PIC X(02) VALUE '00'.
001300*
001310 01  WS-SWITCHES.
001320     05  WS-SW-FIM-ARQUIVO           PIC X(01) VALUE 'N'.
001330         88  WS-FIM-ARQUIVO              VALUE 'S'.
001340     05  WS-SW-LAYOUT                PIC X(01) VALUE SPACE.
001350         88  WS-LAYOUT-NUMTRAN           VALUE 'N'.
001360         88  WS-LAYOUT-TRANDISP          VALUE 'T'.
001370     05  WS-SW-CABECALHO             PIC X(01) VALUE 'N'.
001380         88  WS-CABECALHO-LIDO           VALUE 'S'.
001390     05  WS-SW-PAR-NUMERICO          PIC X(01) VALUE 'N'.
001400         88  WS-PAR-NUMERICO             VALUE 'S'.
001410*
001420 01  WS-CONTADORES.
001430     05  WS-CONT-LIDOS               PIC 9(09) COMP VALUE ZERO.
001440     05  WS-CONT-DETALHES            PIC 9(09) COMP VALUE ZERO.
001450     05  WS-IND-PARTICAO             PIC 9(04) COMP VALUE ZERO.
001460*
001470 01  WS-CONTROLE-EXECUCAO.
001480     05  WS-RETORNO                  PIC 9(02) VALUE ZERO.
001490     05  WS-PRM-PROGRAMA             PIC X(08) VALUE SPACE.
001500     05  WS-QTD-PARTICOES            PIC 9(02) VALUE ZERO.
001510     05  WS-MAX-PARTICOES            PIC 9(02) VALUE 4.
001520*
001530 01  WS-DATA-HORA.
001540     05  WS-DATA-EXECUCAO            PIC 9(08) VALUE ZERO.
001550     05  WS-HORA-EXECUCAO            PIC 9(08) VALUE ZERO.
001560*
001570*    ESCOLHA DA PARTICAO: OS VALORES SAO TOMADOS SEM SINAL, PARA
001580*    QUE O PAR E O SEU ESTORNO GEREM A MESMA CHAVE DE DIVISAO.
001590*
001600 01  WS-DIVISAO.
001610     05  WS-DIV-NUM-1                PIC S9(06)V9(02) VALUE ZERO.
001620     05  WS-DIV-NUM-2                PIC S9(06)V9(02) VALUE ZERO.
001630     05  WS-DIV-ABS-1                PIC 9(06)V9(02) VALUE ZERO.
001640     05  WS-DIV-ABS-2                PIC 9(06)V9(02) VALUE ZERO.
001650     05  WS-DIV-SOMA                 PIC 9(07)V9(02) VALUE ZERO.
001660     05  WS-DIV-CHAVE                PIC 9(09) VALUE ZERO.
001670     05  WS-DIV-QUOCIENTE            PIC 9(09) VALUE ZERO.
001680     05  WS-DIV-RESTO                PIC 9(02) VALUE ZERO.
001690     05  WS-DIV-DESTINO              PIC 9(04) COMP VALUE ZERO.
001700*
001710*    QUANTIDADE E TOTAL HASH DOS DETALHES DE CADA PARTICAO, PARA
001720*    O TRAILER E PARA O RELATORIO (O HASH SOMA NUM-1 E NUM-2
001730*    NUMERICOS, COMO NA CONFERENCIA DA RECEPCAO).
001740*
001750 01  WS-TABELA-PARTICOES.
001760     05  WS-TAB-PARTICAO             OCCURS 4 TIMES.
001770         10  WS-TAB-QTD              PIC 9(09) COMP.
001780         10  WS-TAB-HASH             PIC S9(13)V9(02).
001790*
001800 01  WS-CABECALHO-LOTE               PIC X(80) VALUE SPACE.
001810*
001820 01  WS-TRAILER-PARTICAO.
001830     05  WS-TPT-ID                   PIC X(03) VALUE 'TRL'.
001840     05  WS-TPT-QTD-REGISTROS        PIC 9(09) VALUE ZERO.
001850     05  WS-TPT-TOTAL-HASH           PIC S9(13)V9(02)
001860                                     SIGN LEADING SEPARATE
001870                                     VALUE ZERO.
001880     05  FILLER                      PIC X(52) VALUE SPACE.
001890*
001900 01  WS-REGISTRO-PARTICAO            PIC X(80) VALUE SPACE.
001910*
001920 01  WS-LINHA-DADO.
001930     05  WS-LDD-TEXTO                PIC X(40) VALUE SPACE.
001940     05  WS-LDD-VALOR                PIC X(10) VALUE SPACE.
001950     05  FILLER                      PIC X(30) VALUE SPACE.
001960*
001970 01  WS-LINHA-RESUMO.
001980     05  WS-RES-TEXTO                PIC X(40) VALUE SPACE.
001990     05  WS-RES-VALOR                PIC ZZZ,ZZZ,ZZ9.
002000     05  FILLER                      PIC X(29) VALUE SPACE.
002010*
002020 01  WS-LINHA-PARTICAO.
002030     05  FILLER                      PIC X(09) VALUE 'PARTICAO '.
002040     05  WS-LPT-PARTICAO             PIC 9(02).
002050     05  FILLER                      PIC X(13) VALUE
002060         ' - DETALHES: '.
002070     05  WS-LPT-QTD                  PIC ZZZ,ZZZ,ZZ9.
002080     05  FILLER                      PIC X(08) VALUE ' HASH: '.
002090     05  WS-LPT-HASH                 PIC -(13)9.99.
002100     05  FILLER                      PIC X(20) VALUE SPACE.
002110*
002120 PROCEDURE DIVISION.
002130*
002140 0000-MAINLINE.
002150     PERFORM 1000-INICIALIZA
002160         THRU 1000-INICIALIZA-EXIT.
002170     PERFORM 2000-LER-LOTE
002180         THRU 2000-LER-LOTE-EXIT
002190         UNTIL WS-FIM-ARQUIVO.
002200     PERFORM 3000-FINALIZA
002210         THRU 3000-FINALIZA-EXIT.
002220     MOVE WS-RETORNO TO RETURN-CODE.
002230     GOBACK.
002240*
002250 1000-INICIALIZA.
002260     DISPLAY 'PRT-DIV - DIVISAO DO LOTE EM PARTICOES'.
002270     DISPLAY 'DIGITE O PROGRAMA DE DESTINO '
002280         '(MAIORNUM/DL100DSP): '.
002290     ACCEPT WS-PRM-PROGRAMA.
002300     EVALUATE WS-PRM-PROGRAMA
002310         WHEN 'MAIORNUM'
002320             SET WS-LAYOUT-NUMTRAN TO TRUE
002330         WHEN 'DL100DSP'
002340             SET WS-LAYOUT-TRANDISP TO TRUE
002350         WHEN OTHER
002360             DISPLAY 'PRT-DIV - PROGRAMA DE DESTINO INVALIDO: '
002370                 WS-PRM-PROGRAMA
002380             MOVE 16 TO RETURN-CODE
002390             GOBACK
002400     END-EVALUATE.
002410     ACCEPT WS-HORA-EXECUCAO FROM TIME.
002420     PERFORM 1050-LER-PARAMETRO
002430         THRU 1050-LER-PARAMETRO-EXIT.
002440     PERFORM 1100-ZERAR-PARTICAO
002450         THRU 1100-ZERAR-PARTICAO-EXIT
002460         VARYING WS-IND-PARTICAO FROM 1 BY 1
002470         UNTIL WS-IND-PARTICAO GREATER THAN WS-MAX-PARTICOES.
002480     OPEN INPUT  ARQ-ENTRADA.
002490     IF WS-FS-ENTRADA NOT = '00'
002500         DISPLAY 'PRT-DIV - ERRO AO ABRIR ENTRADA - FS '
002510             WS-FS-ENTRADA
002520         MOVE 12 TO RETURN-CODE
002530         GOBACK
002540     END-IF.
002550     OPEN OUTPUT ARQ-PARTE01.
002560     OPEN OUTPUT ARQ-PARTE02.
002570     OPEN OUTPUT ARQ-PARTE03.
002580     OPEN OUTPUT ARQ-PARTE04.
002590     IF WS-FS-PARTE01 NOT = '00'
002600        OR WS-FS-PARTE02 NOT = '00'
002610        OR WS-FS-PARTE03 NOT = '00'
002620        OR WS-FS-PARTE04 NOT = '00'
002630         DISPLAY 'PRT-DIV - ERRO AO ABRIR AS PARTICOES - FS '
002640             WS-FS-PARTE01 ' ' WS-FS-PARTE02 ' '
002650             WS-FS-PARTE03 ' ' WS-FS-PARTE04
002660         MOVE 12 TO RETURN-CODE
002670         GOBACK
002680     END-IF.
002690     OPEN OUTPUT ARQ-RELATORIO.
002700     MOVE 'DIVISAO DO LOTE EM PARTICOES - PRT-DIV' TO REL-REC.
002710     WRITE REL-REC.
002720     MOVE 'PROGRAMA DE DESTINO'        TO WS-LDD-TEXTO.
002730     MOVE WS-PRM-PROGRAMA              TO WS-LDD-VALOR.
002740     MOVE WS-LINHA-DADO TO REL-REC.
002750     WRITE REL-REC.
002760     MOVE 'DATA DO MOVIMENTO'          TO WS-LDD-TEXTO.
002770     MOVE WS-DATA-EXECUCAO             TO WS-LDD-VALOR.
002780     MOVE WS-LINHA-DADO TO REL-REC.
002790     WRITE REL-REC.
002800     MOVE 'QUANTIDADE DE PARTICOES'    TO WS-LDD-TEXTO.
002810     MOVE WS-QTD-PARTICOES             TO WS-LDD-VALOR.
002820     MOVE WS-LINHA-DADO TO REL-REC.
002830     WRITE REL-REC.
002840 1000-INICIALIZA-EXIT.
002850     EXIT.
002860*
002870 1050-LER-PARAMETRO.
002880     OPEN INPUT ARQ-PARAMETRO.
002890     IF WS-FS-PARAMETRO NOT = '00'
002900         DISPLAY 'PRT-DIV - ARQUIVO DE PARAMETROS AUSENTE - '
002910             'FS ' WS-FS-PARAMETRO
002920         MOVE 16 TO RETURN-CODE
002930         GOBACK
002940     END-IF.
002950     READ ARQ-PARAMETRO
002960         AT END
002970             DISPLAY 'PRT-DIV - REGISTRO DE PARAMETROS AUSENTE'
002980             MOVE 16 TO RETURN-CODE
002990             GOBACK
003000     END-READ.
003010     IF PRM-DATA-MOVIMENTO NOT NUMERIC
003020        OR PRM-DATA-MOVIMENTO EQUAL ZERO
003030         DISPLAY 'PRT-DIV - DATA DO MOVIMENTO AUSENTE OU '
003040             'INVALIDA'
003050         MOVE 16 TO RETURN-CODE
003060         GOBACK
003070     END-IF.
003080     IF PRM-QTD-PARTICOES NOT NUMERIC
003090        OR PRM-QTD-PARTICOES EQUAL ZERO
003100        OR PRM-QTD-PARTICOES GREATER THAN WS-MAX-PARTICOES
003110         DISPLAY 'PRT-DIV - QUANTIDADE DE PARTICOES AUSENTE OU '
003120             'FORA DE 1 A 4: ' PRM-QTD-PARTICOES
003130         MOVE 16 TO RETURN-CODE
003140         GOBACK
003150     END-IF.
003160     MOVE PRM-DATA-MOVIMENTO TO WS-DATA-EXECUCAO.
003170     MOVE PRM-QTD-PARTICOES  TO WS-QTD-PARTICOES.
003180     CLOSE ARQ-PARAMETRO.
003190 1050-LER-PARAMETRO-EXIT.
003200     EXIT.
003210*
003220 1100-ZERAR-PARTICAO.
003230     MOVE ZERO TO WS-TAB-QTD (WS-IND-PARTICAO).
003240     MOVE ZERO TO WS-TAB-HASH (WS-IND-PARTICAO).
003250 1100-ZERAR-PARTICAO-EXIT.
003260     EXIT.
003270*
003280*    O PRIMEIRO REGISTRO TEM DE SER O CABECALHO DO REMETENTE,
003290*    COPIADO PARA TODAS AS PARTICOES EM USO; O TRAILER ENCERRA A
003300*    LEITURA (OS TRAILERS DAS PARTICOES SAO MONTADOS NO FIM).
003310*
003320 2000-LER-LOTE.
003330     READ ARQ-ENTRADA
003340         AT END
003350             SET WS-FIM-ARQUIVO TO TRUE
003360             GO TO 2000-LER-LOTE-EXIT
003370     END-READ.
003380     ADD 1 TO WS-CONT-LIDOS.
003390     IF NOT WS-CABECALHO-LIDO
003400         PERFORM 2100-GRAVAR-CABECALHOS
003410             THRU 2100-GRAVAR-CABECALHOS-EXIT
003420         GO TO 2000-LER-LOTE-EXIT
003430     END-IF.
003440     IF WS-LAYOUT-NUMTRAN
003450        AND NTT-TRAILER-LOTE
003460         SET WS-FIM-ARQUIVO TO TRUE
003470         GO TO 2000-LER-LOTE-EXIT
003480     END-IF.
003490     IF WS-LAYOUT-TRANDISP
003500        AND TRT-TRAILER-LOTE
003510         SET WS-FIM-ARQUIVO TO TRUE
003520         GO TO 2000-LER-LOTE-EXIT
003530     END-IF.
003540     ADD 1 TO WS-CONT-DETALHES.
003550     PERFORM 2200-ESCOLHER-PARTICAO
003560         THRU 2200-ESCOLHER-PARTICAO-EXIT.
003570     MOVE ENT-REC TO WS-REGISTRO-PARTICAO.
003580     MOVE WS-DIV-DESTINO TO WS-IND-PARTICAO.
003590     PERFORM 2500-GRAVAR-PARTICAO
003600         THRU 2500-GRAVAR-PARTICAO-EXIT.
003610     ADD 1 TO WS-TAB-QTD (WS-DIV-DESTINO).
003620     ADD WS-DIV-NUM-1 WS-DIV-NUM-2
003630         TO WS-TAB-HASH (WS-DIV-DESTINO).
003640 2000-LER-LOTE-EXIT.
003650     EXIT.
003660*
003670 2100-GRAVAR-CABECALHOS.
003680     IF (WS-LAYOUT-NUMTRAN AND NOT NTH-CABECALHO-LOTE)
003690        OR (WS-LAYOUT-TRANDISP AND NOT TRH-CABECALHO-LOTE)
003700         DISPLAY 'PRT-DIV - LOTE SEM CABECALHO DO REMETENTE'
003710         MOVE 16 TO RETURN-CODE
003720         GOBACK
003730     END-IF.
003740     SET WS-CABECALHO-LIDO TO TRUE.
003750     MOVE ENT-REC TO WS-CABECALHO-LOTE.
003760     MOVE ENT-REC TO WS-REGISTRO-PARTICAO.
003770     PERFORM 2500-GRAVAR-PARTICAO
003780         THRU 2500-GRAVAR-PARTICAO-EXIT
003790         VARYING WS-IND-PARTICAO FROM 1 BY 1
003800         UNTIL WS-IND-PARTICAO GREATER THAN WS-QTD-PARTICOES.
003810 2100-GRAVAR-CABECALHOS-EXIT.
003820     EXIT.
003830*
003840*    PAR NUMERICO: RESTO DE (|NUM-1| + |NUM-2|) EM CENTAVOS PELA
003850*    QUANTIDADE DE PARTICOES, MAIS UM.  PAR COM VALOR NAO
003860*    NUMERICO: ORDEM DO DETALHE NO LOTE.
003870*
003880 2200-ESCOLHER-PARTICAO.
003890     MOVE ZERO TO WS-DIV-NUM-1.
003900     MOVE ZERO TO WS-DIV-NUM-2.
003910     IF WS-LAYOUT-NUMTRAN
003920        AND NT-NUM-1 NUMERIC
003930         MOVE NT-NUM-1 TO WS-DIV-NUM-1
003940     END-IF.
003950     IF WS-LAYOUT-NUMTRAN
003960        AND NT-NUM-2 NUMERIC
003970         MOVE NT-NUM-2 TO WS-DIV-NUM-2
003980     END-IF.
003990     IF WS-LAYOUT-TRANDISP
004000        AND TR-NUM-1 NUMERIC
004010         MOVE TR-NUM-1 TO WS-DIV-NUM-1
004020     END-IF.
004030     IF WS-LAYOUT-TRANDISP
004040        AND TR-NUM-2 NUMERIC
004050         MOVE TR-NUM-2 TO WS-DIV-NUM-2
004060     END-IF.
004070     MOVE 'N' TO WS-SW-PAR-NUMERICO.
004080     IF (WS-LAYOUT-NUMTRAN
004090         AND NT-NUM-1 NUMERIC AND NT-NUM-2 NUMERIC)
004100        OR (WS-LAYOUT-TRANDISP
004110         AND TR-NUM-1 NUMERIC AND TR-NUM-2 NUMERIC)
004120         SET WS-PAR-NUMERICO TO TRUE
004130     END-IF.
004140     IF NOT WS-PAR-NUMERICO
004150         DIVIDE WS-CONT-DETALHES BY WS-QTD-PARTICOES
004160             GIVING WS-DIV-QUOCIENTE
004170             REMAINDER WS-DIV-RESTO
004180         ADD 1 WS-DIV-RESTO GIVING WS-DIV-DESTINO
004190         GO TO 2200-ESCOLHER-PARTICAO-EXIT
004200     END-IF.
004210     MOVE WS-DIV-NUM-1 TO WS-DIV-ABS-1.
004220     MOVE WS-DIV-NUM-2 TO WS-DIV-ABS-2.
004230     ADD WS-DIV-ABS-1 WS-DIV-ABS-2 GIVING WS-DIV-SOMA.
004240     MULTIPLY WS-DIV-SOMA BY 100 GIVING WS-DIV-CHAVE.
004250     DIVIDE WS-DIV-CHAVE BY WS-QTD-PARTICOES
004260         GIVING WS-DIV-QUOCIENTE
004270         REMAINDER WS-DIV-RESTO.
004280     ADD 1 WS-DIV-RESTO GIVING WS-DIV-DESTINO.
004290 2200-ESCOLHER-PARTICAO-EXIT.
004300     EXIT.
004310*
004320*    GRAVA WS-REGISTRO-PARTICAO NA PARTICAO WS-IND-PARTICAO.
004330*
004340 2500-GRAVAR-PARTICAO.
004350     EVALUATE WS-IND-PARTICAO
004360         WHEN 1
004370             WRITE PT1-REC FROM WS-REGISTRO-PARTICAO
004380             MOVE WS-FS-PARTE01 TO WS-FS-GRAVACAO
004390         WHEN 2
004400             WRITE PT2-REC FROM WS-REGISTRO-PARTICAO
004410             MOVE WS-FS-PARTE02 TO WS-FS-GRAVACAO
004420         WHEN 3
004430             WRITE PT3-REC FROM WS-REGISTRO-PARTICAO
004440             MOVE WS-FS-PARTE03 TO WS-FS-GRAVACAO
004450         WHEN 4
004460             WRITE PT4-REC FROM WS-REGISTRO-PARTICAO
004470             MOVE WS-FS-PARTE04 TO WS-FS-GRAVACAO
004480     END-EVALUATE.
004490     IF WS-FS-GRAVACAO NOT = '00'
004500         DISPLAY 'PRT-DIV - FALHA DE I-O NA PARTICAO '
004510             WS-IND-PARTICAO ' - FS ' WS-FS-GRAVACAO
004520         IF WS-RETORNO LESS THAN 12
004530             MOVE 12 TO WS-RETORNO
004540         END-IF
004550     END-IF.
004560 2500-GRAVAR-PARTICAO-EXIT.
004570     EXIT.
004580*
004590 3000-FINALIZA.
004600     IF NOT WS-CABECALHO-LIDO
004610         DISPLAY 'PRT-DIV - LOTE VAZIO, SEM CABECALHO DO '
004620             'REMETENTE'
004630         MOVE 16 TO RETURN-CODE
004640         GOBACK
004650     END-IF.
004660     PERFORM 3100-GRAVAR-TRAILER
004670         THRU 3100-GRAVAR-TRAILER-EXIT
004680         VARYING WS-IND-PARTICAO FROM 1 BY 1
004690         UNTIL WS-IND-PARTICAO GREATER THAN WS-QTD-PARTICOES.
004700     MOVE 'DETALHES LIDOS'               TO WS-RES-TEXTO.
004710     MOVE WS-CONT-DETALHES               TO WS-RES-VALOR.
004720     MOVE WS-LINHA-RESUMO TO REL-REC.
004730     WRITE REL-REC.
004740     DISPLAY 'PRT-DIV - DETALHES LIDOS   : ' WS-CONT-DETALHES.
004750     CLOSE ARQ-ENTRADA.
004760     CLOSE ARQ-PARTE01.
004770     CLOSE ARQ-PARTE02.
004780     CLOSE ARQ-PARTE03.
004790     CLOSE ARQ-PARTE04.
004800     CLOSE ARQ-RELATORIO.
004810 3000-FINALIZA-EXIT.
004820     EXIT.
004830*
004840 3100-GRAVAR-TRAILER.
004850     MOVE WS-TAB-QTD (WS-IND-PARTICAO)  TO WS-TPT-QTD-REGISTROS.
004860     MOVE WS-TAB-HASH (WS-IND-PARTICAO) TO WS-TPT-TOTAL-HASH.
004870     MOVE WS-TRAILER-PARTICAO TO WS-REGISTRO-PARTICAO.
004880     PERFORM 2500-GRAVAR-PARTICAO
004890         THRU 2500-GRAVAR-PARTICAO-EXIT.
004900     MOVE WS-IND-PARTICAO                TO WS-LPT-PARTICAO.
004910     MOVE WS-TAB-QTD (WS-IND-PARTICAO)   TO WS-LPT-QTD.
004920     MOVE WS-TAB-HASH (WS-IND-PARTICAO)  TO WS-LPT-HASH.
004930     MOVE WS-LINHA-PARTICAO TO REL-REC.
004940     WRITE REL-REC.
004950     DISPLAY 'PRT-DIV - PARTICAO ' WS-LPT-PARTICAO
004960         ' - DETALHES: ' WS-TAB-QTD (WS-IND-PARTICAO).
004970 3100-GRAVAR-TRAILER-EXIT.
004980     EXIT.
