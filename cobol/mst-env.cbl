000100*****************************************************************
000110*
000120*    PROGRAMA .: MST-ENV
000130*    FUNCAO ...: INTERFACE DE SAIDA DIARIA DOS PARES PROCESSADOS
000140*                PARA OS SISTEMAS CONSUMIDORES, COM CONTROLE DE
000150*                RETORNO.  A CADA RODADA:
000160*                1) PROCESSA O ARQUIVO DE RETORNO DO RECEPTOR (DD
000170*                   RETORNO, RETREC.CPY), MARCANDO NO KSDS DE
000180*                   CONTROLE DE TRANSMISSOES PROD.NUMEROS.TRANSMIS
000190*                   (TRMREC.CPY) CADA TRANSMISSAO COMO ACEITA OU
000200*                   REJEITADA - UMA ACEITACAO COM QUANTIDADE OU
000210*                   TOTAL DIFERENTES DO TRAILER VIRA REJEICAO;
000220*                2) REENVIA, NO INICIO DO ARQUIVO DE INTERFACE (DD
000230*                   ENVIO, ITFREC.CPY), TODA TRANSMISSAO AINDA
000240*                   SEM RETORNO, COM O MESMO NUMERO E OS MESMOS
000250*                   DETALHES GUARDADOS NO KSDS, E APONTA NO
000260*                   RELATORIO AS QUE ESTAO SEM RETORNO HA
000270*                   PRM-DIAS-RETORNO DIAS OU MAIS (PARMREC.CPY; EM
000280*                   BRANCO OU ZERO VALE 3);
000290*                3) GERA A TRANSMISSAO NOVA, COM O PROXIMO NUMERO
000300*                   SEQUENCIAL, COM OS PARES DO MESTRE POSTADOS
000310*                   NA DATA DO MOVIMENTO PRM-DATA-MOVIMENTO (LIDOS
000320*                   PELO INDICE ALTERNADO DE MST-DATA-PROC, DD
000330*                   MESTRE1): PAR, TIPO, RESULTADO, MAIOR NUMERO,
000340*                   DATA DE PROCESSAMENTO, LOTE DE ORIGEM E
000350*                   SITUACAO.  CADA TRANSMISSAO TEM CABECALHO E
000360*                   TRAILER COM A QUANTIDADE E O TOTAL DE CONTROLE
000370*                   (SOMA DE MST-RESULT).  ENTRAM TAMBEM NA
000380*                   TRANSMISSAO NOVA, LIDOS PELA CHAVE NO MESTRE,
000390*                   OS PARES DAS RETIDAS EFETIVADAS NA DATA DO
000400*                   MOVIMENTO (DD RETIDOS, RTDREC.CPY), QUE FICAM
000410*                   COM A DATA ORIGINAL, E OS PARES ESTORNADOS
000420*                   NELA (REGISTROS 'R' DO DL100DSP NA AUDITORIA,
000430*                   DD AUDITORIA), COM IDT-SITUACAO 'R'; O PAR
000440*                   POSTADO NA PROPRIA DATA JA SAI PELO INDICE E
000450*                   NAO SE REPETE.  UMA DATA DO MOVIMENTO QUE JA
000460*                   TEM TRANSMISSAO NAO GERA OUTRA (REEXECUCAO).
000470*                TERMINA COM CC 0, CC 4 SE HOUVE REJEICAO, RETORNO
000480*                INVALIDO, TRANSMISSAO SEM RETORNO ALEM DO PRAZO,
000490*                REENVIO COM DETALHES DIVERGENTES OU PAR LIBERADO
000500*                OU ESTORNADO FORA DO MESTRE, CC 12 EM
000510*                FALHA DE I-O E CC 16 SE OS PARAMETROS FOREM
000520*                INVALIDOS.
000530*
000540*****************************************************************
000550* HISTORICO DE ALTERACOES
000560* ----------------------------------------------------------------
000570* DATA       AUTOR  DESCRICAO
000580* ---------- -----  ------------------------------------------
000590* 2026-10-15 RM     PROGRAMA ORIGINAL.
000600*****************************************************************
000610 IDENTIFICATION DIVISION.
000620 PROGRAM-ID.     MST-ENV.
000630 AUTHOR.         EQUIPE DE MANUTENCAO COBOL.
000640 INSTALLATION.   CENTRO DE PROCESSAMENTO DE DADOS.
000650 DATE-WRITTEN.   2026-10-15.
000660 DATE-COMPILED.  2026-10-15.
000670*
000680 ENVIRONMENT DIVISION.
000690 CONFIGURATION SECTION.
000700 SOURCE-COMPUTER.   IBM-370.
000710 OBJECT-COMPUTER.   IBM-370.
000720 INPUT-OUTPUT SECTION.
000730 FILE-CONTROL.
000740     SELECT ARQ-MESTRE     ASSIGN TO MESTRE
000750         ORGANIZATION IS INDEXED
000760         ACCESS MODE IS DYNAMIC
000770         RECORD KEY IS MST-CHAVE
000780         ALTERNATE RECORD KEY IS MST-DATA-PROC
000790             WITH DUPLICATES
000800         FILE STATUS IS WS-FS-MESTRE.
000810     SELECT ARQ-TRANSMISSAO ASSIGN TO TRANSMIS
000820         ORGANIZATION IS INDEXED
000830         ACCESS MODE IS DYNAMIC
000840         RECORD KEY IS TRM-CHAVE
000850         FILE STATUS IS WS-FS-TRANSMISSAO.
000860     SELECT ARQ-RETORNO    ASSIGN TO RETORNO
000870         ORGANIZATION IS SEQUENTIAL
000880         FILE STATUS IS WS-FS-RETORNO.
000890     SELECT ARQ-PARAMETRO  ASSIGN TO PARAMETRO
000900         ORGANIZATION IS SEQUENTIAL
000910         FILE STATUS IS WS-FS-PARAMETRO.
000920     SELECT ARQ-ENVIO      ASSIGN TO ENVIO
000930         ORGANIZATION IS SEQUENTIAL
000940         FILE STATUS IS WS-FS-ENVIO.
000950     SELECT ARQ-RELATORIO  ASSIGN TO RELATORIO
000960         ORGANIZATION IS SEQUENTIAL
000970         FILE STATUS IS WS-FS-RELATORIO.
000980     SELECT ARQ-RETIDOS    ASSIGN TO RETIDOS
000990         ORGANIZATION IS INDEXED
001000         ACCESS MODE IS SEQUENTIAL
001010         RECORD KEY IS RTD-CHAVE
001020         FILE STATUS IS WS-FS-RETIDOS.
001030     SELECT ARQ-AUDITORIA  ASSIGN TO AUDITORIA
001040         ORGANIZATION IS SEQUENTIAL
001050         FILE STATUS IS WS-FS-AUDITORIA.
001060*
001070 DATA DIVISION.
001080 FILE SECTION.
001090 FD  ARQ-MESTRE
001100     LABEL RECORDS ARE STANDARD
001110     RECORDING MODE IS F.
001120 COPY MASTREC.
001130*
001140 FD  ARQ-TRANSMISSAO
001150     LABEL RECORDS ARE STANDARD
001160     RECORDING MODE IS F.
001170 COPY TRMREC.
001180*
001190 FD  ARQ-RETORNO
001200     LABEL RECORDS ARE STANDARD
001210     RECORDING MODE IS F.
001220 COPY RETREC.
001230*
001240 FD  ARQ-PARAMETRO
001250     LABEL RECORDS ARE STANDARD
001260     RECORDING MODE IS F.
001270 COPY PARMREC.
001280*
001290 FD  ARQ-ENVIO
001300     LABEL RECORDS ARE STANDARD
001310     RECORDING MODE IS F.
001320 COPY ITFREC.
001330*
001340 FD  ARQ-RELATORIO
001350     LABEL RECORDS ARE STANDARD
001360     RECORDING MODE IS F.
001370 01  REL-REC                         PIC X(80).
001380*
001390 FD  ARQ-RETIDOS
001400     LABEL RECORDS ARE STANDARD
001410     RECORDING MODE IS F.
001420 COPY RTDREC.
001430*
001440 FD  ARQ-AUDITORIA
001450     LABEL RECORDS ARE STANDARD
001460     RECORDING MODE IS F.
001470 COPY AUDITREC.
001480*
001490 WORKING-STORAGE SECTION.
001500 01  WS-FLAGS.
001510     05  WS-FS-MESTRE                PIC X(02) VALUE '00'.
001520     05  WS-FS-TRANSMISSAO           PIC X(02) VALUE '00'.
001530     05  WS-FS-RETORNO               PIC X(02) VALUE '00'.
001540     05  WS-FS-PARAMETRO             PIC X(02) VALUE '00'.
001550     05  WS-FS-ENVIO                 PIC X(02) VALUE '00'.
001560     05  WS-FS-RELATORIO             PIC X(02) VALUE '00'.
001570     05  WS-FS-RETIDOS               PIC X(02) VALUE '00'.
001580     05  WS-FS-AUDITORIA             PIC X(02) VALUE '00'.
001590*
001600 01  WS-SWITCHES.
001610     05  WS-SW-FIM-RETORNO           PIC X(01) VALUE 'N'.
001620         88  WS-FIM-RETORNO              VALUE 'S'.
001630     05  WS-SW-FIM-TRANSMISSAO       PIC X(01) VALUE 'N'.
001640         88  WS-FIM-TRANSMISSAO          VALUE 'S'.
001650     05  WS-SW-FIM-DETALHES          PIC X(01) VALUE 'N'.
001660         88  WS-FIM-DETALHES             VALUE 'S'.
001670     05  WS-SW-FIM-MESTRE            PIC X(01) VALUE 'N'.
001680         88  WS-FIM-MESTRE               VALUE 'S'.
001690     05  WS-SW-BLOCO                 PIC X(01) VALUE 'N'.
001700         88  WS-BLOCO-ABERTO             VALUE 'S'.
001710     05  WS-SW-DIA                   PIC X(01) VALUE 'N'.
001720         88  WS-TRANSMISSAO-DO-DIA       VALUE 'S'.
001730     05  WS-SW-NUMERADOR             PIC X(01) VALUE 'N'.
001740         88  WS-NUMERADOR-NOVO           VALUE 'S'.
001750     05  WS-SW-FIM-RETIDOS           PIC X(01) VALUE 'N'.
001760         88  WS-FIM-RETIDOS              VALUE 'S'.
001770     05  WS-SW-FIM-AUDITORIA         PIC X(01) VALUE 'N'.
001780         88  WS-FIM-AUDITORIA            VALUE 'S'.
001790     05  WS-SW-PAR                   PIC X(01) VALUE 'S'.
001800         88  WS-PAR-ACHADO               VALUE 'S'.
001810         88  WS-PAR-NAO-ACHADO           VALUE 'N'.
001820*
001830 01  WS-CONTROLE-EXECUCAO.
001840     05  WS-RETORNO                  PIC 9(02) VALUE ZERO.
001850     05  WS-DATA-EXECUCAO            PIC 9(08) VALUE ZERO.
001860     05  WS-HORA-EXECUCAO            PIC 9(08) VALUE ZERO.
001870     05  WS-DIAS-PRAZO               PIC 9(03) VALUE ZERO.
001880     05  WS-NUM-TRANSMISSAO          PIC 9(09) VALUE ZERO.
001890     05  WS-NUM-CONTROLE             PIC 9(09) VALUE ZERO.
001900     05  WS-SEQUENCIA                PIC 9(09) VALUE ZERO.
001910     05  WS-SISTEMA-ORIGEM           PIC X(08) VALUE 'NUMEROS'.
001920*
001930*    TRANSMISSAO PENDENTE EM REENVIO: O TRAILER SAI COM OS
001940*    VALORES DO CONTROLE; OS DETALHES RELIDOS SAO SO CONFERIDOS
001950*    CONTRA ELES.
001960*
001970 01  WS-BLOCO-REENVIO.
001980     05  WS-BLC-NUMERO               PIC 9(09) VALUE ZERO.
001990     05  WS-BLC-QTD-CONTROLE         PIC 9(09) VALUE ZERO.
002000     05  WS-BLC-TOTAL-CONTROLE       PIC S9(13)V9(02) VALUE ZERO.
002010     05  WS-BLC-QTD-LIDA             PIC 9(09) COMP VALUE ZERO.
002020     05  WS-BLC-TOTAL-LIDO           PIC S9(13)V9(02) VALUE ZERO.
002030*
002040 01  WS-TRANSMISSAO-NOVA.
002050     05  WS-NOVA-QTD                 PIC 9(09) VALUE ZERO.
002060     05  WS-NOVA-TOTAL               PIC S9(13)V9(02) VALUE ZERO.
002070*
002080 01  WS-DATA-LIMITE-GRP.
002090     05  WS-DATA-LIMITE.
002100         10  WS-LIM-ANO              PIC 9(04).
002110         10  WS-LIM-MES              PIC 9(02).
002120         10  WS-LIM-DIA              PIC 9(02).
002130     05  WS-DATA-LIMITE-NUM REDEFINES WS-DATA-LIMITE
002140                                     PIC 9(08).
002150*
002160 01  WS-CALENDARIO.
002170     05  WS-ULTIMO-DIA               PIC 9(02) VALUE ZERO.
002180     05  WS-QUOCIENTE                PIC 9(04) VALUE ZERO.
002190     05  WS-RESTO                    PIC 9(04) VALUE ZERO.
002200*
002210 01  WS-CONTADORES.
002220     05  WS-CONT-RETORNOS            PIC 9(09) COMP VALUE ZERO.
002230     05  WS-CONT-ACEITAS             PIC 9(09) COMP VALUE ZERO.
002240     05  WS-CONT-REJEITADAS          PIC 9(09) COMP VALUE ZERO.
002250     05  WS-CONT-RET-REPETIDOS       PIC 9(09) COMP VALUE ZERO.
002260     05  WS-CONT-RET-INVALIDOS       PIC 9(09) COMP VALUE ZERO.
002270     05  WS-CONT-DET-EXCLUIDOS       PIC 9(09) COMP VALUE ZERO.
002280     05  WS-CONT-REENVIADAS          PIC 9(09) COMP VALUE ZERO.
002290     05  WS-CONT-DET-REENVIADOS      PIC 9(09) COMP VALUE ZERO.
002300     05  WS-CONT-ATRASADAS           PIC 9(09) COMP VALUE ZERO.
002310     05  WS-CONT-DIVERGENTES         PIC 9(09) COMP VALUE ZERO.
002320     05  WS-CONT-DET-AVULSOS         PIC 9(09) COMP VALUE ZERO.
002330     05  WS-CONT-LIDOS-MESTRE        PIC 9(09) COMP VALUE ZERO.
002340     05  WS-CONT-LIBERADAS-ENV       PIC 9(09) COMP VALUE ZERO.
002350     05  WS-CONT-ESTORNOS-ENV        PIC 9(09) COMP VALUE ZERO.
002360     05  WS-CONT-FORA-MESTRE         PIC 9(09) COMP VALUE ZERO.
002370*
002380 01  WS-CABECALHO-RETORNO.
002390     05  FILLER                      PIC X(40) VALUE
002400         'TRANSMISS S MT DESCRICAO DO RECEPTOR    '.
002410     05  FILLER                      PIC X(40) VALUE
002420         '     RESULTADO'.
002430*
002440 01  WS-LINHA-RETORNO.
002450     05  WS-LRT-NUMERO               PIC X(09).
002460     05  FILLER                      PIC X(01) VALUE SPACE.
002470     05  WS-LRT-SITUACAO             PIC X(01).
002480     05  FILLER                      PIC X(01) VALUE SPACE.
002490     05  WS-LRT-MOTIVO               PIC X(02).
002500     05  FILLER                      PIC X(01) VALUE SPACE.
002510     05  WS-LRT-DESCRICAO            PIC X(29).
002520     05  FILLER                      PIC X(01) VALUE SPACE.
002530     05  WS-LRT-RESULTADO            PIC X(35).
002540*
002550 01  WS-CABECALHO-TRANSMISSAO.
002560     05  FILLER                      PIC X(40) VALUE
002570         'TRANSMISS DATA-MOV DATA-ENV  QUANTIDADE '.
002580     05  FILLER                      PIC X(40) VALUE
002590         'ENV SITUACAO'.
002600*
002610 01  WS-LINHA-TRANSMISSAO.
002620     05  WS-LTR-NUMERO               PIC 9(09).
002630     05  FILLER                      PIC X(01) VALUE SPACE.
002640     05  WS-LTR-DATA-MOVIMENTO       PIC 9(08).
002650     05  FILLER                      PIC X(01) VALUE SPACE.
002660     05  WS-LTR-DATA-ENVIO           PIC 9(08).
002670     05  FILLER                      PIC X(01) VALUE SPACE.
002680     05  WS-LTR-QTD                  PIC ZZZ,ZZZ,ZZ9.
002690     05  FILLER                      PIC X(01) VALUE SPACE.
002700     05  WS-LTR-ENVIOS               PIC ZZ9.
002710     05  FILLER                      PIC X(01) VALUE SPACE.
002720     05  WS-LTR-SITUACAO             PIC X(36).
002730*
002740 01  WS-LINHA-AVISO.
002750     05  WS-AVI-NUMERO               PIC 9(09).
002760     05  FILLER                      PIC X(01) VALUE SPACE.
002770     05  WS-AVI-TEXTO                PIC X(70).
002780*
002790 01  WS-LINHA-TOTAL.
002800     05  WS-TOT-TEXTO                PIC X(40) VALUE SPACE.
002810     05  WS-TOT-VALOR                PIC -(13)9.99.
002820     05  FILLER                      PIC X(23) VALUE SPACE.
002830*
002840 01  WS-LINHA-RESUMO.
002850     05  WS-RES-TEXTO                PIC X(40) VALUE SPACE.
002860     05  WS-RES-VALOR                PIC ZZZ,ZZZ,ZZ9.
002870     05  FILLER                      PIC X(29) VALUE SPACE.
002880*
002890 01  WS-LINHA-DATA.
002900     05  WS-LDT-TEXTO                PIC X(40) VALUE SPACE.
002910     05  WS-LDT-DATA                 PIC 9(08).
002920     05  FILLER                      PIC X(32) VALUE SPACE.
002930*
002940 PROCEDURE DIVISION.
002950*
002960 0000-MAINLINE.
002970     PERFORM 1000-INICIALIZA
002980         THRU 1000-INICIALIZA-EXIT.
002990     PERFORM 2000-PROCESSAR-RETORNO
003000         THRU 2000-PROCESSAR-RETORNO-EXIT
003010         UNTIL WS-FIM-RETORNO.
003020     PERFORM 2400-POSICIONAR-TRANSMISSOES
003030         THRU 2400-POSICIONAR-TRANSMISSOES-EXIT.
003040     PERFORM 2500-VARRER-TRANSMISSOES
003050         THRU 2500-VARRER-TRANSMISSOES-EXIT
003060         UNTIL WS-FIM-TRANSMISSAO.
003070     IF WS-RETORNO LESS THAN 12
003080         PERFORM 2700-GERAR-TRANSMISSAO
003090             THRU 2700-GERAR-TRANSMISSAO-EXIT
003100     END-IF.
003110     PERFORM 3000-FINALIZA
003120         THRU 3000-FINALIZA-EXIT.
003130     MOVE WS-RETORNO TO RETURN-CODE.
003140     GOBACK.
003150*
003160 1000-INICIALIZA.
003170     DISPLAY 'MST-ENV - INTERFACE DE SAIDA DO MESTRE'.
003180     ACCEPT WS-HORA-EXECUCAO FROM TIME.
003190     PERFORM 1050-LER-PARAMETRO
003200         THRU 1050-LER-PARAMETRO-EXIT.
003210     PERFORM 1100-CALCULAR-LIMITE
003220         THRU 1100-CALCULAR-LIMITE-EXIT.
003230     OPEN INPUT ARQ-RETORNO.
003240     IF WS-FS-RETORNO NOT = '00'
003250         DISPLAY 'MST-ENV - ERRO AO ABRIR O RETORNO - FS '
003260             WS-FS-RETORNO
003270         MOVE 12 TO RETURN-CODE
003280         GOBACK
003290     END-IF.
003300*    O KSDS DE TRANSMISSOES NASCE VAZIO NA PRIMEIRA RODADA, NOS
003310*    MOLDES DO HISTORICO NO MST-ARC.
003320     OPEN I-O ARQ-TRANSMISSAO.
003330     IF WS-FS-TRANSMISSAO NOT = '00'
003340         CLOSE ARQ-TRANSMISSAO
003350         OPEN OUTPUT ARQ-TRANSMISSAO
003360         CLOSE ARQ-TRANSMISSAO
003370         OPEN I-O ARQ-TRANSMISSAO
003380     END-IF.
003390     IF WS-FS-TRANSMISSAO NOT = '00'
003400         DISPLAY 'MST-ENV - ERRO AO ABRIR AS TRANSMISSOES - FS '
003410             WS-FS-TRANSMISSAO
003420         MOVE 12 TO RETURN-CODE
003430         GOBACK
003440     END-IF.
003450     OPEN INPUT ARQ-MESTRE.
003460     IF WS-FS-MESTRE NOT = '00'
003470         DISPLAY 'MST-ENV - ERRO AO ABRIR O MESTRE - FS '
003480             WS-FS-MESTRE
003490         MOVE 12 TO RETURN-CODE
003500         GOBACK
003510     END-IF.
003520     OPEN OUTPUT ARQ-ENVIO.
003530     IF WS-FS-ENVIO NOT = '00'
003540         DISPLAY 'MST-ENV - ERRO AO ABRIR A INTERFACE - FS '
003550             WS-FS-ENVIO
003560         MOVE 12 TO RETURN-CODE
003570         GOBACK
003580     END-IF.
003590     OPEN INPUT ARQ-RETIDOS.
003600     IF WS-FS-RETIDOS NOT = '00'
003610         DISPLAY 'MST-ENV - ERRO AO ABRIR AS RETIDAS - FS '
003620             WS-FS-RETIDOS
003630         MOVE 12 TO RETURN-CODE
003640         GOBACK
003650     END-IF.
003660     OPEN INPUT ARQ-AUDITORIA.
003670     IF WS-FS-AUDITORIA NOT = '00'
003680         DISPLAY 'MST-ENV - ERRO AO ABRIR A AUDITORIA - FS '
003690             WS-FS-AUDITORIA
003700         MOVE 12 TO RETURN-CODE
003710         GOBACK
003720     END-IF.
003730     OPEN OUTPUT ARQ-RELATORIO.
003740     MOVE 'INTERFACE DE SAIDA DO MESTRE - MST-ENV' TO REL-REC.
003750     WRITE REL-REC.
003760     MOVE 'DATA DO MOVIMENTO'              TO WS-LDT-TEXTO.
003770     MOVE WS-DATA-EXECUCAO                 TO WS-LDT-DATA.
003780     MOVE WS-LINHA-DATA TO REL-REC.
003790     WRITE REL-REC.
003800     MOVE 'PRAZO DE RETORNO EM DIAS'       TO WS-RES-TEXTO.
003810     MOVE WS-DIAS-PRAZO                    TO WS-RES-VALOR.
003820     MOVE WS-LINHA-RESUMO TO REL-REC.
003830     WRITE REL-REC.
003840     MOVE 'ENVIADAS ATE ESTA DATA ESTAO ATRASADAS' TO
003850         WS-LDT-TEXTO.
003860     MOVE WS-DATA-LIMITE-NUM               TO WS-LDT-DATA.
003870     MOVE WS-LINHA-DATA TO REL-REC.
003880     WRITE REL-REC.
003890     MOVE SPACE TO REL-REC.
003900     WRITE REL-REC.
003910     MOVE 'RETORNOS RECEBIDOS' TO REL-REC.
003920     WRITE REL-REC.
003930     MOVE WS-CABECALHO-RETORNO TO REL-REC.
003940     WRITE REL-REC.
003950 1000-INICIALIZA-EXIT.
003960     EXIT.
003970*
003980 1050-LER-PARAMETRO.
003990     OPEN INPUT ARQ-PARAMETRO.
004000     IF WS-FS-PARAMETRO NOT = '00'
004010         DISPLAY 'MST-ENV - ARQUIVO DE PARAMETROS AUSENTE - '
004020             'FS ' WS-FS-PARAMETRO
004030         MOVE 16 TO RETURN-CODE
004040         GOBACK
004050     END-IF.
004060     READ ARQ-PARAMETRO
004070         AT END
004080             DISPLAY 'MST-ENV - REGISTRO DE PARAMETROS AUSENTE'
004090             MOVE 16 TO RETURN-CODE
004100             GOBACK
004110     END-READ.
004120     IF PRM-DATA-MOVIMENTO NOT NUMERIC
004130        OR PRM-DATA-MOVIMENTO EQUAL ZERO
004140         DISPLAY 'MST-ENV - DATA DO MOVIMENTO AUSENTE OU '
004150             'INVALIDA'
004160         MOVE 16 TO RETURN-CODE
004170         GOBACK
004180     END-IF.
004190     MOVE PRM-DATA-MOVIMENTO TO WS-DATA-EXECUCAO.
004200     IF PRM-DIAS-RETORNO NUMERIC
004210        AND PRM-DIAS-RETORNO GREATER THAN ZERO
004220         MOVE PRM-DIAS-RETORNO TO WS-DIAS-PRAZO
004230     ELSE
004240         MOVE 3 TO WS-DIAS-PRAZO
004250     END-IF.
004260     CLOSE ARQ-PARAMETRO.
004270 1050-LER-PARAMETRO-EXIT.
004280     EXIT.
004290*
004300*    A DATA-LIMITE E A DATA DO MOVIMENTO RECUADA DO PRAZO, DIA A
004310*    DIA, RESPEITANDO O TAMANHO DE CADA MES E OS ANOS BISSEXTOS
004320*    (MESMA ROTINA DO EXC-AGE E DO APR-RPT).
004330*
004340 1100-CALCULAR-LIMITE.
004350     MOVE WS-DATA-EXECUCAO TO WS-DATA-LIMITE-NUM.
004360     PERFORM 1150-RECUAR-UM-DIA
004370         THRU 1150-RECUAR-UM-DIA-EXIT
004380         WS-DIAS-PRAZO TIMES.
004390 1100-CALCULAR-LIMITE-EXIT.
004400     EXIT.
004410*
004420 1150-RECUAR-UM-DIA.
004430     SUBTRACT 1 FROM WS-LIM-DIA.
004440     IF WS-LIM-DIA EQUAL ZERO
004450         SUBTRACT 1 FROM WS-LIM-MES
004460         IF WS-LIM-MES EQUAL ZERO
004470             MOVE 12 TO WS-LIM-MES
004480             SUBTRACT 1 FROM WS-LIM-ANO
004490         END-IF
004500         PERFORM 1170-ULTIMO-DIA-DO-MES
004510             THRU 1170-ULTIMO-DIA-DO-MES-EXIT
004520         MOVE WS-ULTIMO-DIA TO WS-LIM-DIA
004530     END-IF.
004540 1150-RECUAR-UM-DIA-EXIT.
004550     EXIT.
004560*
004570 1170-ULTIMO-DIA-DO-MES.
004580     EVALUATE WS-LIM-MES
004590         WHEN 01
004600         WHEN 03
004610         WHEN 05
004620         WHEN 07
004630         WHEN 08
004640         WHEN 10
004650         WHEN 12
004660             MOVE 31 TO WS-ULTIMO-DIA
004670         WHEN 04
004680         WHEN 06
004690         WHEN 09
004700         WHEN 11
004710             MOVE 30 TO WS-ULTIMO-DIA
004720         WHEN 02
004730             PERFORM 1180-TESTAR-BISSEXTO
004740                 THRU 1180-TESTAR-BISSEXTO-EXIT
004750     END-EVALUATE.
004760 1170-ULTIMO-DIA-DO-MES-EXIT.
004770     EXIT.
004780*
004790 1180-TESTAR-BISSEXTO.
004800     MOVE 28 TO WS-ULTIMO-DIA.
004810     DIVIDE WS-LIM-ANO BY 4 GIVING WS-QUOCIENTE
004820         REMAINDER WS-RESTO.
004830     IF WS-RESTO EQUAL ZERO
004840         MOVE 29 TO WS-ULTIMO-DIA
004850         DIVIDE WS-LIM-ANO BY 100 GIVING WS-QUOCIENTE
004860             REMAINDER WS-RESTO
004870         IF WS-RESTO EQUAL ZERO
004880             DIVIDE WS-LIM-ANO BY 400 GIVING WS-QUOCIENTE
004890                 REMAINDER WS-RESTO
004900             IF WS-RESTO NOT EQUAL ZERO
004910                 MOVE 28 TO WS-ULTIMO-DIA
004920             END-IF
004930         END-IF
004940     END-IF.
004950 1180-TESTAR-BISSEXTO-EXIT.
004960     EXIT.
004970*
004980*    CADA REGISTRO DE RETORNO RESPONDE UMA TRANSMISSAO.  SO UMA
004990*    TRANSMISSAO PENDENTE MUDA DE SITUACAO; O MESMO RETORNO
005000*    REPROCESSADO E SO CONTADO, E UM RETORNO QUE CONTRADIZ O JA
005010*    REGISTRADO E IGNORADO E APONTADO.
005020*
005030 2000-PROCESSAR-RETORNO.
005040     READ ARQ-RETORNO
005050         AT END
005060             SET WS-FIM-RETORNO TO TRUE
005070             GO TO 2000-PROCESSAR-RETORNO-EXIT
005080     END-READ.
005090     ADD 1 TO WS-CONT-RETORNOS.
005100     MOVE RET-NUM-TRANSMISSAO TO WS-LRT-NUMERO.
005110     MOVE RET-SITUACAO        TO WS-LRT-SITUACAO.
005120     MOVE RET-COD-MOTIVO      TO WS-LRT-MOTIVO.
005130     MOVE RET-DESCRICAO       TO WS-LRT-DESCRICAO.
005140     IF RET-NUM-TRANSMISSAO NOT NUMERIC
005150        OR RET-NUM-TRANSMISSAO EQUAL ZERO
005160        OR NOT RET-SITUACAO-VALIDA
005170         ADD 1 TO WS-CONT-RET-INVALIDOS
005180         MOVE 'RETORNO INVALIDO - IGNORADO' TO WS-LRT-RESULTADO
005190         PERFORM 2090-LISTAR-RETORNO
005200             THRU 2090-LISTAR-RETORNO-EXIT
005210         GO TO 2000-PROCESSAR-RETORNO-EXIT
005220     END-IF.
005230     MOVE RET-NUM-TRANSMISSAO TO TRM-NUM-TRANSMISSAO.
005240     MOVE ZERO                TO TRM-SEQUENCIA.
005250     READ ARQ-TRANSMISSAO
005260         INVALID KEY
005270             ADD 1 TO WS-CONT-RET-INVALIDOS
005280             MOVE 'TRANSMISSAO INEXISTENTE - IGNORADO' TO
005290                 WS-LRT-RESULTADO
005300             PERFORM 2090-LISTAR-RETORNO
005310                 THRU 2090-LISTAR-RETORNO-EXIT
005320             GO TO 2000-PROCESSAR-RETORNO-EXIT
005330     END-READ.
005340     IF WS-FS-TRANSMISSAO NOT = '00'
005350         DISPLAY 'MST-ENV - FALHA DE I-O NAS TRANSMISSOES - FS '
005360             WS-FS-TRANSMISSAO
005370         MOVE 12 TO WS-RETORNO
005380         SET WS-FIM-RETORNO TO TRUE
005390         GO TO 2000-PROCESSAR-RETORNO-EXIT
005400     END-IF.
005410     IF NOT TRM-SIT-PENDENTE
005420         PERFORM 2050-CONFERIR-REPETIDO
005430             THRU 2050-CONFERIR-REPETIDO-EXIT
005440         PERFORM 2090-LISTAR-RETORNO
005450             THRU 2090-LISTAR-RETORNO-EXIT
005460         GO TO 2000-PROCESSAR-RETORNO-EXIT
005470     END-IF.
005480     IF RET-DATA-RETORNO NUMERIC
005490        AND RET-DATA-RETORNO GREATER THAN ZERO
005500         MOVE RET-DATA-RETORNO TO TRM-DATA-RETORNO
005510     ELSE
005520         MOVE WS-DATA-EXECUCAO TO TRM-DATA-RETORNO
005530     END-IF.
005540     MOVE RET-COD-MOTIVO TO TRM-COD-RETORNO.
005550     MOVE RET-DESCRICAO  TO TRM-DESC-RETORNO.
005560     IF RET-REJEITADA
005570         SET TRM-SIT-REJEITADA TO TRUE
005580         ADD 1 TO WS-CONT-REJEITADAS
005590         MOVE 'TRANSMISSAO REJEITADA' TO WS-LRT-RESULTADO
005600     ELSE
005610         PERFORM 2060-CONFERIR-ACEITACAO
005620             THRU 2060-CONFERIR-ACEITACAO-EXIT
005630     END-IF.
005640     REWRITE TRM-REGISTRO
005650         INVALID KEY
005660             CONTINUE
005670     END-REWRITE.
005680     IF WS-FS-TRANSMISSAO NOT = '00'
005690         DISPLAY 'MST-ENV - ERRO AO REGRAVAR A TRANSMISSAO - FS '
005700             WS-FS-TRANSMISSAO
005710         MOVE 12 TO WS-RETORNO
005720         SET WS-FIM-RETORNO TO TRUE
005730         GO TO 2000-PROCESSAR-RETORNO-EXIT
005740     END-IF.
005750     IF TRM-SIT-ACEITA
005760         PERFORM 2100-EXCLUIR-DETALHES
005770             THRU 2100-EXCLUIR-DETALHES-EXIT
005780     END-IF.
005790     PERFORM 2090-LISTAR-RETORNO
005800         THRU 2090-LISTAR-RETORNO-EXIT.
005810 2000-PROCESSAR-RETORNO-EXIT.
005820     EXIT.
005830*
005840*    A ACEITACAO RECUSADA POR TOTAIS DIVERGENTES ('DV') CONTA COMO
005850*    A MESMA RESPOSTA QUANDO O RECEPTOR REPETE A ACEITACAO.
005860*
005870 2050-CONFERIR-REPETIDO.
005880     IF (TRM-SIT-ACEITA AND RET-ACEITA)
005890        OR (TRM-SIT-REJEITADA AND RET-REJEITADA
005900            AND NOT TRM-RET-DIVERGENTE)
005910        OR (TRM-SIT-REJEITADA AND RET-ACEITA
005920            AND TRM-RET-DIVERGENTE)
005930         ADD 1 TO WS-CONT-RET-REPETIDOS
005940         MOVE 'RETORNO REPETIDO - IGNORADO' TO WS-LRT-RESULTADO
005950     ELSE
005960         ADD 1 TO WS-CONT-RET-INVALIDOS
005970         MOVE 'CONTRADIZ RETORNO ANTERIOR - IGNORADO' TO
005980             WS-LRT-RESULTADO
005990     END-IF.
006000 2050-CONFERIR-REPETIDO-EXIT.
006010     EXIT.
006020*
006030 2060-CONFERIR-ACEITACAO.
006040     IF RET-QTD-REGISTROS NOT NUMERIC
006050        OR RET-TOTAL-CONTROLE NOT NUMERIC
006060         SET TRM-SIT-REJEITADA  TO TRUE
006070         SET TRM-RET-DIVERGENTE TO TRUE
006080     ELSE
006090         IF RET-QTD-REGISTROS NOT EQUAL TRM-QTD-REGISTROS
006100            OR RET-TOTAL-CONTROLE NOT EQUAL TRM-TOTAL-CONTROLE
006110             SET TRM-SIT-REJEITADA  TO TRUE
006120             SET TRM-RET-DIVERGENTE TO TRUE
006130         ELSE
006140             SET TRM-SIT-ACEITA TO TRUE
006150         END-IF
006160     END-IF.
006170     IF TRM-SIT-ACEITA
006180         ADD 1 TO WS-CONT-ACEITAS
006190         MOVE 'TRANSMISSAO ACEITA' TO WS-LRT-RESULTADO
006200     ELSE
006210         ADD 1 TO WS-CONT-REJEITADAS
006220         MOVE 'TOTAIS DO RETORNO DIVERGENTES' TO TRM-DESC-RETORNO
006230         MOVE 'ACEITA COM TOTAIS DIVERGENTES' TO WS-LRT-RESULTADO
006240     END-IF.
006250 2060-CONFERIR-ACEITACAO-EXIT.
006260     EXIT.
006270*
006280 2090-LISTAR-RETORNO.
006290     MOVE WS-LINHA-RETORNO TO REL-REC.
006300     WRITE REL-REC.
006310 2090-LISTAR-RETORNO-EXIT.
006320     EXIT.
006330*
006340*    OS DETALHES GUARDADOS DE UMA TRANSMISSAO ACEITA NAO SERAO
006350*    MAIS REENVIADOS E SAO EXCLUIDOS; FICA SO O REGISTRO DE
006360*    CONTROLE.
006370*
006380 2100-EXCLUIR-DETALHES.
006390     MOVE TRM-NUM-TRANSMISSAO TO WS-NUM-TRANSMISSAO.
006400     MOVE 1                   TO TRM-SEQUENCIA.
006410     MOVE 'N'                 TO WS-SW-FIM-DETALHES.
006420     START ARQ-TRANSMISSAO KEY NOT LESS THAN TRM-CHAVE
006430         INVALID KEY
006440             SET WS-FIM-DETALHES TO TRUE
006450     END-START.
006460     PERFORM 2150-EXCLUIR-DETALHE
006470         THRU 2150-EXCLUIR-DETALHE-EXIT
006480         UNTIL WS-FIM-DETALHES.
006490 2100-EXCLUIR-DETALHES-EXIT.
006500     EXIT.
006510*
006520 2150-EXCLUIR-DETALHE.
006530     READ ARQ-TRANSMISSAO NEXT RECORD
006540         AT END
006550             SET WS-FIM-DETALHES TO TRUE
006560             GO TO 2150-EXCLUIR-DETALHE-EXIT
006570     END-READ.
006580     IF TRM-NUM-TRANSMISSAO NOT EQUAL WS-NUM-TRANSMISSAO
006590         SET WS-FIM-DETALHES TO TRUE
006600         GO TO 2150-EXCLUIR-DETALHE-EXIT
006610     END-IF.
006620     DELETE ARQ-TRANSMISSAO RECORD
006630         INVALID KEY
006640             CONTINUE
006650     END-DELETE.
006660     IF WS-FS-TRANSMISSAO NOT = '00'
006670         DISPLAY 'MST-ENV - ERRO AO EXCLUIR DETALHE - FS '
006680             WS-FS-TRANSMISSAO
006690         MOVE 12 TO WS-RETORNO
006700         SET WS-FIM-DETALHES TO TRUE
006710         SET WS-FIM-RETORNO  TO TRUE
006720         GO TO 2150-EXCLUIR-DETALHE-EXIT
006730     END-IF.
006740     ADD 1 TO WS-CONT-DET-EXCLUIDOS.
006750 2150-EXCLUIR-DETALHE-EXIT.
006760     EXIT.
006770*
006780 2400-POSICIONAR-TRANSMISSOES.
006790     MOVE SPACE TO REL-REC.
006800     WRITE REL-REC.
006810     MOVE 'TRANSMISSOES SEM RETORNO (REENVIADAS)' TO REL-REC.
006820     WRITE REL-REC.
006830     MOVE WS-CABECALHO-TRANSMISSAO TO REL-REC.
006840     WRITE REL-REC.
006850     IF WS-RETORNO NOT LESS THAN 12
006860         SET WS-FIM-TRANSMISSAO TO TRUE
006870         GO TO 2400-POSICIONAR-TRANSMISSOES-EXIT
006880     END-IF.
006890*    A CHAVE 0/0 E O NUMERADOR; AS TRANSMISSOES COMECAM EM 1.
006900     MOVE 1    TO TRM-NUM-TRANSMISSAO.
006910     MOVE ZERO TO TRM-SEQUENCIA.
006920     START ARQ-TRANSMISSAO KEY NOT LESS THAN TRM-CHAVE
006930         INVALID KEY
006940             SET WS-FIM-TRANSMISSAO TO TRUE
006950     END-START.
006960 2400-POSICIONAR-TRANSMISSOES-EXIT.
006970     EXIT.
006980*
006990*    O KSDS TRAZ CADA CONTROLE (SEQUENCIA 0) SEGUIDO DOS SEUS
007000*    DETALHES.  UMA TRANSMISSAO PENDENTE E COPIADA INTEIRA PARA A
007010*    INTERFACE ENTRE UM CABECALHO DE REENVIO E O SEU TRAILER.
007020*
007030 2500-VARRER-TRANSMISSOES.
007040     READ ARQ-TRANSMISSAO NEXT RECORD
007050         AT END
007060             PERFORM 2550-FECHAR-BLOCO
007070                 THRU 2550-FECHAR-BLOCO-EXIT
007080             SET WS-FIM-TRANSMISSAO TO TRUE
007090             GO TO 2500-VARRER-TRANSMISSOES-EXIT
007100     END-READ.
007110     IF WS-FS-TRANSMISSAO NOT = '00'
007120         DISPLAY 'MST-ENV - FALHA DE I-O NAS TRANSMISSOES - FS '
007130             WS-FS-TRANSMISSAO
007140         MOVE 12 TO WS-RETORNO
007150         SET WS-FIM-TRANSMISSAO TO TRUE
007160         GO TO 2500-VARRER-TRANSMISSOES-EXIT
007170     END-IF.
007180     IF TRM-SEQUENCIA EQUAL ZERO
007190         PERFORM 2550-FECHAR-BLOCO
007200             THRU 2550-FECHAR-BLOCO-EXIT
007210         PERFORM 2510-TRATAR-CONTROLE
007220             THRU 2510-TRATAR-CONTROLE-EXIT
007230     ELSE
007240         PERFORM 2520-TRATAR-DETALHE
007250             THRU 2520-TRATAR-DETALHE-EXIT
007260     END-IF.
007270 2500-VARRER-TRANSMISSOES-EXIT.
007280     EXIT.
007290*
007300 2510-TRATAR-CONTROLE.
007310     MOVE TRM-NUM-TRANSMISSAO TO WS-NUM-CONTROLE.
007320     IF TRM-DATA-MOVIMENTO EQUAL WS-DATA-EXECUCAO
007330         SET WS-TRANSMISSAO-DO-DIA TO TRUE
007340     END-IF.
007350     IF NOT TRM-SIT-PENDENTE
007360         GO TO 2510-TRATAR-CONTROLE-EXIT
007370     END-IF.
007380     IF TRM-QTD-ENVIOS LESS THAN 999
007390         ADD 1 TO TRM-QTD-ENVIOS
007400     END-IF.
007410     MOVE WS-DATA-EXECUCAO TO TRM-DATA-ULTIMO-ENVIO.
007420     REWRITE TRM-REGISTRO
007430         INVALID KEY
007440             CONTINUE
007450     END-REWRITE.
007460     IF WS-FS-TRANSMISSAO NOT = '00'
007470         DISPLAY 'MST-ENV - ERRO AO REGRAVAR A TRANSMISSAO - FS '
007480             WS-FS-TRANSMISSAO
007490         MOVE 12 TO WS-RETORNO
007500         SET WS-FIM-TRANSMISSAO TO TRUE
007510         GO TO 2510-TRATAR-CONTROLE-EXIT
007520     END-IF.
007530     ADD 1 TO WS-CONT-REENVIADAS.
007540     MOVE TRM-NUM-TRANSMISSAO TO WS-BLC-NUMERO.
007550     MOVE TRM-QTD-REGISTROS   TO WS-BLC-QTD-CONTROLE.
007560     MOVE TRM-TOTAL-CONTROLE  TO WS-BLC-TOTAL-CONTROLE.
007570     MOVE ZERO                TO WS-BLC-QTD-LIDA.
007580     MOVE ZERO                TO WS-BLC-TOTAL-LIDO.
007590     SET WS-BLOCO-ABERTO TO TRUE.
007600     MOVE SPACE                TO ITF-CABECALHO.
007610     MOVE 'HDR'                TO ICB-ID.
007620     MOVE TRM-NUM-TRANSMISSAO  TO ICB-NUM-TRANSMISSAO.
007630     MOVE WS-SISTEMA-ORIGEM    TO ICB-SISTEMA-ORIGEM.
007640     MOVE TRM-DATA-MOVIMENTO   TO ICB-DATA-MOVIMENTO.
007650     MOVE WS-DATA-EXECUCAO     TO ICB-DATA-ENVIO.
007660     MOVE WS-HORA-EXECUCAO     TO ICB-HORA-ENVIO.
007670     MOVE 'S'                  TO ICB-IND-REENVIO.
007680     MOVE TRM-QTD-ENVIOS       TO ICB-QTD-ENVIOS.
007690     WRITE ITF-CABECALHO.
007700     IF TRM-DATA-ENVIO NOT GREATER THAN WS-DATA-LIMITE-NUM
007710         ADD 1 TO WS-CONT-ATRASADAS
007720         MOVE 'REENVIADA - SEM RETORNO NO PRAZO' TO
007730             WS-LTR-SITUACAO
007740     ELSE
007750         MOVE 'REENVIADA - AGUARDA RETORNO' TO WS-LTR-SITUACAO
007760     END-IF.
007770     PERFORM 2590-LISTAR-TRANSMISSAO
007780         THRU 2590-LISTAR-TRANSMISSAO-EXIT.
007790 2510-TRATAR-CONTROLE-EXIT.
007800     EXIT.
007810*
007820*    DETALHE SEM CONTROLE E RESTO DE UMA GERACAO INTERROMPIDA:
007830*    NUNCA FOI ENVIADO E E SO CONTADO.
007840*
007850 2520-TRATAR-DETALHE.
007860     IF TRM-NUM-TRANSMISSAO NOT EQUAL WS-NUM-CONTROLE
007870         ADD 1 TO WS-CONT-DET-AVULSOS
007880         GO TO 2520-TRATAR-DETALHE-EXIT
007890     END-IF.
007900     IF NOT WS-BLOCO-ABERTO
007910         GO TO 2520-TRATAR-DETALHE-EXIT
007920     END-IF.
007930     MOVE TRM-DET-IMAGEM TO ITF-DETALHE.
007940     WRITE ITF-DETALHE.
007950     ADD 1          TO WS-BLC-QTD-LIDA.
007960     ADD IDT-RESULT TO WS-BLC-TOTAL-LIDO.
007970     ADD 1          TO WS-CONT-DET-REENVIADOS.
007980 2520-TRATAR-DETALHE-EXIT.
007990     EXIT.
008000*
008010 2550-FECHAR-BLOCO.
008020     IF NOT WS-BLOCO-ABERTO
008030         GO TO 2550-FECHAR-BLOCO-EXIT
008040     END-IF.
008050     MOVE 'N' TO WS-SW-BLOCO.
008060     MOVE SPACE                 TO ITF-TRAILER.
008070     MOVE 'TRL'                 TO ITR-ID.
008080     MOVE WS-BLC-NUMERO         TO ITR-NUM-TRANSMISSAO.
008090     MOVE WS-BLC-QTD-CONTROLE   TO ITR-QTD-REGISTROS.
008100     MOVE WS-BLC-TOTAL-CONTROLE TO ITR-TOTAL-CONTROLE.
008110     WRITE ITF-TRAILER.
008120     IF WS-BLC-QTD-LIDA NOT EQUAL WS-BLC-QTD-CONTROLE
008130        OR WS-BLC-TOTAL-LIDO NOT EQUAL WS-BLC-TOTAL-CONTROLE
008140         ADD 1 TO WS-CONT-DIVERGENTES
008150         MOVE WS-BLC-NUMERO TO WS-AVI-NUMERO
008160         MOVE 'DETALHES GUARDADOS NAO CONFEREM COM O TRAILER' TO
008170             WS-AVI-TEXTO
008180         MOVE WS-LINHA-AVISO TO REL-REC
008190         WRITE REL-REC
008200     END-IF.
008210 2550-FECHAR-BLOCO-EXIT.
008220     EXIT.
008230*
008240 2590-LISTAR-TRANSMISSAO.
008250     MOVE TRM-NUM-TRANSMISSAO TO WS-LTR-NUMERO.
008260     MOVE TRM-DATA-MOVIMENTO  TO WS-LTR-DATA-MOVIMENTO.
008270     MOVE TRM-DATA-ENVIO      TO WS-LTR-DATA-ENVIO.
008280     MOVE TRM-QTD-REGISTROS   TO WS-LTR-QTD.
008290     MOVE TRM-QTD-ENVIOS      TO WS-LTR-ENVIOS.
008300     MOVE WS-LINHA-TRANSMISSAO TO REL-REC.
008310     WRITE REL-REC.
008320 2590-LISTAR-TRANSMISSAO-EXIT.
008330     EXIT.
008340*
008350*    TRANSMISSAO NOVA: OS PARES POSTADOS NA DATA DO MOVIMENTO, NA
008360*    ORDEM DO INDICE ALTERNADO.  OS DETALHES SAO GUARDADOS ANTES
008370*    DO CONTROLE, QUE SO E GRAVADO COM A TRANSMISSAO COMPLETA.
008380*
008390 2700-GERAR-TRANSMISSAO.
008400     MOVE SPACE TO REL-REC.
008410     WRITE REL-REC.
008420     MOVE 'TRANSMISSAO DA DATA DO MOVIMENTO' TO REL-REC.
008430     WRITE REL-REC.
008440     IF WS-TRANSMISSAO-DO-DIA
008450         DISPLAY 'MST-ENV - DATA DO MOVIMENTO JA TRANSMITIDA'
008460         MOVE 'JA GERADA EM RODADA ANTERIOR - NAO REPETIDA' TO
008470             REL-REC
008480         WRITE REL-REC
008490         GO TO 2700-GERAR-TRANSMISSAO-EXIT
008500     END-IF.
008510     MOVE WS-CABECALHO-TRANSMISSAO TO REL-REC.
008520     WRITE REL-REC.
008530     PERFORM 2710-NUMERAR-TRANSMISSAO
008540         THRU 2710-NUMERAR-TRANSMISSAO-EXIT.
008550     IF WS-RETORNO NOT LESS THAN 12
008560         GO TO 2700-GERAR-TRANSMISSAO-EXIT
008570     END-IF.
008580     MOVE SPACE                TO ITF-CABECALHO.
008590     MOVE 'HDR'                TO ICB-ID.
008600     MOVE WS-NUM-TRANSMISSAO   TO ICB-NUM-TRANSMISSAO.
008610     MOVE WS-SISTEMA-ORIGEM    TO ICB-SISTEMA-ORIGEM.
008620     MOVE WS-DATA-EXECUCAO     TO ICB-DATA-MOVIMENTO.
008630     MOVE WS-DATA-EXECUCAO     TO ICB-DATA-ENVIO.
008640     MOVE WS-HORA-EXECUCAO     TO ICB-HORA-ENVIO.
008650     MOVE 'N'                  TO ICB-IND-REENVIO.
008660     MOVE 1                    TO ICB-QTD-ENVIOS.
008670     WRITE ITF-CABECALHO.
008680     MOVE ZERO             TO WS-SEQUENCIA.
008690     MOVE WS-DATA-EXECUCAO TO MST-DATA-PROC.
008700     START ARQ-MESTRE KEY NOT LESS THAN MST-DATA-PROC
008710         INVALID KEY
008720             SET WS-FIM-MESTRE TO TRUE
008730     END-START.
008740     PERFORM 2750-LER-MESTRE
008750         THRU 2750-LER-MESTRE-EXIT
008760         UNTIL WS-FIM-MESTRE.
008770     IF WS-RETORNO NOT LESS THAN 12
008780         GO TO 2700-GERAR-TRANSMISSAO-EXIT
008790     END-IF.
008800     PERFORM 2800-ENVIAR-LIBERADAS
008810         THRU 2800-ENVIAR-LIBERADAS-EXIT.
008820     IF WS-RETORNO NOT LESS THAN 12
008830         GO TO 2700-GERAR-TRANSMISSAO-EXIT
008840     END-IF.
008850     PERFORM 2850-ENVIAR-ESTORNOS
008860         THRU 2850-ENVIAR-ESTORNOS-EXIT.
008870     IF WS-RETORNO NOT LESS THAN 12
008880         GO TO 2700-GERAR-TRANSMISSAO-EXIT
008890     END-IF.
008900     MOVE SPACE                TO ITF-TRAILER.
008910     MOVE 'TRL'                TO ITR-ID.
008920     MOVE WS-NUM-TRANSMISSAO   TO ITR-NUM-TRANSMISSAO.
008930     MOVE WS-NOVA-QTD          TO ITR-QTD-REGISTROS.
008940     MOVE WS-NOVA-TOTAL        TO ITR-TOTAL-CONTROLE.
008950     WRITE ITF-TRAILER.
008960     MOVE SPACE                TO TRM-DADOS.
008970     MOVE WS-NUM-TRANSMISSAO   TO TRM-NUM-TRANSMISSAO.
008980     MOVE ZERO                 TO TRM-SEQUENCIA.
008990     MOVE WS-DATA-EXECUCAO     TO TRM-DATA-MOVIMENTO.
009000     MOVE WS-DATA-EXECUCAO     TO TRM-DATA-ENVIO.
009010     MOVE WS-HORA-EXECUCAO     TO TRM-HORA-ENVIO.
009020     MOVE WS-NOVA-QTD          TO TRM-QTD-REGISTROS.
009030     MOVE WS-NOVA-TOTAL        TO TRM-TOTAL-CONTROLE.
009040     SET TRM-SIT-PENDENTE      TO TRUE.
009050     MOVE 1                    TO TRM-QTD-ENVIOS.
009060     MOVE WS-DATA-EXECUCAO     TO TRM-DATA-ULTIMO-ENVIO.
009070     MOVE ZERO                 TO TRM-DATA-RETORNO.
009080     WRITE TRM-REGISTRO
009090         INVALID KEY
009100             CONTINUE
009110     END-WRITE.
009120     IF WS-FS-TRANSMISSAO NOT = '00'
009130         DISPLAY 'MST-ENV - ERRO AO GRAVAR A TRANSMISSAO - FS '
009140             WS-FS-TRANSMISSAO
009150         MOVE 12 TO WS-RETORNO
009160         GO TO 2700-GERAR-TRANSMISSAO-EXIT
009170     END-IF.
009180     MOVE 'GERADA - AGUARDA RETORNO' TO WS-LTR-SITUACAO.
009190     PERFORM 2590-LISTAR-TRANSMISSAO
009200         THRU 2590-LISTAR-TRANSMISSAO-EXIT.
009210     MOVE 'TOTAL DE CONTROLE DA TRANSMISSAO'  TO WS-TOT-TEXTO.
009220     MOVE WS-NOVA-TOTAL                      TO WS-TOT-VALOR.
009230     MOVE WS-LINHA-TOTAL TO REL-REC.
009240     WRITE REL-REC.
009250 2700-GERAR-TRANSMISSAO-EXIT.
009260     EXIT.
009270*
009280*    O NUMERADOR (CHAVE 0/0) E CRIADO NA PRIMEIRA TRANSMISSAO.
009290*
009300 2710-NUMERAR-TRANSMISSAO.
009310     MOVE 'N'  TO WS-SW-NUMERADOR.
009320     MOVE ZERO TO TRM-NUM-TRANSMISSAO.
009330     MOVE ZERO TO TRM-SEQUENCIA.
009340     READ ARQ-TRANSMISSAO
009350         INVALID KEY
009360             SET WS-NUMERADOR-NOVO TO TRUE
009370             MOVE SPACE TO TRM-DADOS
009380             MOVE ZERO  TO TRM-ULTIMA-TRANSMISSAO
009390     END-READ.
009400     IF WS-FS-TRANSMISSAO NOT = '00'
009410        AND NOT WS-NUMERADOR-NOVO
009420         DISPLAY 'MST-ENV - FALHA DE I-O NO NUMERADOR - FS '
009430             WS-FS-TRANSMISSAO
009440         MOVE 12 TO WS-RETORNO
009450         GO TO 2710-NUMERAR-TRANSMISSAO-EXIT
009460     END-IF.
009470     ADD 1 TO TRM-ULTIMA-TRANSMISSAO.
009480     MOVE TRM-ULTIMA-TRANSMISSAO TO WS-NUM-TRANSMISSAO.
009490     IF WS-NUMERADOR-NOVO
009500         WRITE TRM-REGISTRO
009510             INVALID KEY
009520                 CONTINUE
009530         END-WRITE
009540     ELSE
009550         REWRITE TRM-REGISTRO
009560             INVALID KEY
009570                 CONTINUE
009580         END-REWRITE
009590     END-IF.
009600     IF WS-FS-TRANSMISSAO NOT = '00'
009610         DISPLAY 'MST-ENV - ERRO AO GRAVAR O NUMERADOR - FS '
009620             WS-FS-TRANSMISSAO
009630         MOVE 12 TO WS-RETORNO
009640     END-IF.
009650 2710-NUMERAR-TRANSMISSAO-EXIT.
009660     EXIT.
009670*
009680 2750-LER-MESTRE.
009690     READ ARQ-MESTRE NEXT RECORD
009700         AT END
009710             SET WS-FIM-MESTRE TO TRUE
009720             GO TO 2750-LER-MESTRE-EXIT
009730     END-READ.
009740     IF WS-FS-MESTRE NOT = '00' AND WS-FS-MESTRE NOT = '02'
009750         DISPLAY 'MST-ENV - FALHA DE I-O NO MESTRE - FS '
009760             WS-FS-MESTRE
009770         MOVE 12 TO WS-RETORNO
009780         SET WS-FIM-MESTRE TO TRUE
009790         GO TO 2750-LER-MESTRE-EXIT
009800     END-IF.
009810     ADD 1 TO WS-CONT-LIDOS-MESTRE.
009820     IF MST-DATA-PROC GREATER THAN WS-DATA-EXECUCAO
009830         SET WS-FIM-MESTRE TO TRUE
009840         GO TO 2750-LER-MESTRE-EXIT
009850     END-IF.
009860     PERFORM 2780-GRAVAR-DETALHE
009870         THRU 2780-GRAVAR-DETALHE-EXIT.
009880     IF WS-RETORNO NOT LESS THAN 12
009890         SET WS-FIM-MESTRE TO TRUE
009900     END-IF.
009910 2750-LER-MESTRE-EXIT.
009920     EXIT.
009930*
009940*    DETALHE DA TRANSMISSAO NOVA COM O PAR EM MASTER-RECORD,
009950*    GUARDADO TAMBEM NO KSDS PARA O REENVIO.
009960*
009970 2780-GRAVAR-DETALHE.
009980     ADD 1 TO WS-SEQUENCIA.
009990     MOVE SPACE                TO ITF-DETALHE.
010000     MOVE 'DET'                TO IDT-ID.
010010     MOVE WS-NUM-TRANSMISSAO   TO IDT-NUM-TRANSMISSAO.
010020     MOVE MST-NUM-1            TO IDT-NUM-1.
010030     MOVE MST-NUM-2            TO IDT-NUM-2.
010040     MOVE MST-TIPO-TRAN        TO IDT-TIPO-TRAN.
010050     MOVE MST-RESULT           TO IDT-RESULT.
010060     MOVE MST-MAIOR-NUM        TO IDT-MAIOR-NUM.
010070     MOVE MST-DATA-PROC        TO IDT-DATA-PROC.
010080     MOVE MST-LOTE             TO IDT-LOTE.
010090     MOVE MST-SITUACAO         TO IDT-SITUACAO.
010100     WRITE ITF-DETALHE.
010110     MOVE SPACE                TO TRM-DADOS.
010120     MOVE WS-NUM-TRANSMISSAO   TO TRM-NUM-TRANSMISSAO.
010130     MOVE WS-SEQUENCIA         TO TRM-SEQUENCIA.
010140     MOVE ITF-DETALHE          TO TRM-DET-IMAGEM.
010150     WRITE TRM-REGISTRO
010160         INVALID KEY
010170             CONTINUE
010180     END-WRITE.
010190     IF WS-FS-TRANSMISSAO NOT = '00'
010200         DISPLAY 'MST-ENV - ERRO AO GUARDAR DETALHE - FS '
010210             WS-FS-TRANSMISSAO
010220         MOVE 12 TO WS-RETORNO
010230         GO TO 2780-GRAVAR-DETALHE-EXIT
010240     END-IF.
010250     ADD 1          TO WS-NOVA-QTD.
010260     ADD MST-RESULT TO WS-NOVA-TOTAL.
010270 2780-GRAVAR-DETALHE-EXIT.
010280     EXIT.
010290*
010300*    RETIDA LIBERADA E EFETIVADA NA DATA DO MOVIMENTO: O PAR FOI
010310*    POSTADO COM A DATA ORIGINAL E NAO APARECE NO INDICE DO DIA.
010320*
010330 2800-ENVIAR-LIBERADAS.
010340     MOVE 'N' TO WS-SW-FIM-RETIDOS.
010350     PERFORM 2810-LER-RETIDA
010360         THRU 2810-LER-RETIDA-EXIT
010370         UNTIL WS-FIM-RETIDOS.
010380 2800-ENVIAR-LIBERADAS-EXIT.
010390     EXIT.
010400*
010410 2810-LER-RETIDA.
010420     READ ARQ-RETIDOS NEXT RECORD
010430         AT END
010440             SET WS-FIM-RETIDOS TO TRUE
010450             GO TO 2810-LER-RETIDA-EXIT
010460     END-READ.
010470     IF WS-FS-RETIDOS NOT = '00'
010480         DISPLAY 'MST-ENV - FALHA DE I-O NAS RETIDAS - FS '
010490             WS-FS-RETIDOS
010500         MOVE 12 TO WS-RETORNO
010510         SET WS-FIM-RETIDOS TO TRUE
010520         GO TO 2810-LER-RETIDA-EXIT
010530     END-IF.
010540     IF NOT RTD-SIT-EFETIVADO
010550        OR RTD-DATA-EFETIVACAO NOT EQUAL WS-DATA-EXECUCAO
010560         GO TO 2810-LER-RETIDA-EXIT
010570     END-IF.
010580     MOVE RTD-NUM-1     TO MST-NUM-1.
010590     MOVE RTD-NUM-2     TO MST-NUM-2.
010600     MOVE RTD-TIPO-TRAN TO MST-TIPO-TRAN.
010610     PERFORM 2900-LER-PAR
010620         THRU 2900-LER-PAR-EXIT.
010630     IF WS-RETORNO NOT LESS THAN 12
010640         SET WS-FIM-RETIDOS TO TRUE
010650         GO TO 2810-LER-RETIDA-EXIT
010660     END-IF.
010670     IF WS-PAR-NAO-ACHADO
010680        OR MST-DATA-PROC EQUAL WS-DATA-EXECUCAO
010690         GO TO 2810-LER-RETIDA-EXIT
010700     END-IF.
010710     PERFORM 2780-GRAVAR-DETALHE
010720         THRU 2780-GRAVAR-DETALHE-EXIT.
010730     IF WS-RETORNO NOT LESS THAN 12
010740         SET WS-FIM-RETIDOS TO TRUE
010750         GO TO 2810-LER-RETIDA-EXIT
010760     END-IF.
010770     ADD 1 TO WS-CONT-LIBERADAS-ENV.
010780 2810-LER-RETIDA-EXIT.
010790     EXIT.
010800*
010810*    ESTORNO DA DATA DO MOVIMENTO: O DL100-DSP SO MARCA O PAR
010820*    ESTORNADO NO MESTRE, SEM MUDAR MST-DATA-PROC; O REGISTRO 'R'
010830*    DA AUDITORIA E QUE APONTA O PAR.  O PAR POSTADO NA PROPRIA
010840*    DATA JA SAIU PELO INDICE, COM A SITUACAO 'R'.
010850*
010860 2850-ENVIAR-ESTORNOS.
010870     MOVE 'N' TO WS-SW-FIM-AUDITORIA.
010880     PERFORM 2860-LER-AUDITORIA
010890         THRU 2860-LER-AUDITORIA-EXIT
010900         UNTIL WS-FIM-AUDITORIA.
010910 2850-ENVIAR-ESTORNOS-EXIT.
010920     EXIT.
010930*
010940 2860-LER-AUDITORIA.
010950     READ ARQ-AUDITORIA
010960         AT END
010970             SET WS-FIM-AUDITORIA TO TRUE
010980             GO TO 2860-LER-AUDITORIA-EXIT
010990     END-READ.
011000     IF WS-FS-AUDITORIA NOT = '00'
011010         DISPLAY 'MST-ENV - FALHA DE I-O NA AUDITORIA - FS '
011020             WS-FS-AUDITORIA
011030         MOVE 12 TO WS-RETORNO
011040         SET WS-FIM-AUDITORIA TO TRUE
011050         GO TO 2860-LER-AUDITORIA-EXIT
011060     END-IF.
011070     IF AUD-PROGRAMA NOT EQUAL 'DL100DSP'
011080        OR NOT AUD-ACAO-ESTORNO
011090        OR AUD-DATA-EXECUCAO NOT EQUAL WS-DATA-EXECUCAO
011100         GO TO 2860-LER-AUDITORIA-EXIT
011110     END-IF.
011120     MOVE AUD-NUM-1     TO MST-NUM-1.
011130     MOVE AUD-NUM-2     TO MST-NUM-2.
011140     MOVE AUD-TIPO-TRAN TO MST-TIPO-TRAN.
011150     PERFORM 2900-LER-PAR
011160         THRU 2900-LER-PAR-EXIT.
011170     IF WS-RETORNO NOT LESS THAN 12
011180         SET WS-FIM-AUDITORIA TO TRUE
011190         GO TO 2860-LER-AUDITORIA-EXIT
011200     END-IF.
011210     IF WS-PAR-NAO-ACHADO
011220        OR MST-DATA-PROC EQUAL WS-DATA-EXECUCAO
011230         GO TO 2860-LER-AUDITORIA-EXIT
011240     END-IF.
011250     SET MST-SIT-ESTORNADO TO TRUE.
011260     PERFORM 2780-GRAVAR-DETALHE
011270         THRU 2780-GRAVAR-DETALHE-EXIT.
011280     IF WS-RETORNO NOT LESS THAN 12
011290         SET WS-FIM-AUDITORIA TO TRUE
011300         GO TO 2860-LER-AUDITORIA-EXIT
011310     END-IF.
011320     ADD 1 TO WS-CONT-ESTORNOS-ENV.
011330 2860-LER-AUDITORIA-EXIT.
011340     EXIT.
011350*
011360*    LE PELA CHAVE PRIMARIA O PAR MONTADO EM MST-CHAVE.  O PAR JA
011370*    EXPURGADO PARA O HISTORICO NAO E ENVIADO; FICA APONTADO NO
011380*    RELATORIO.
011390*
011400 2900-LER-PAR.
011410     SET WS-PAR-ACHADO TO TRUE.
011420     READ ARQ-MESTRE
011430         KEY IS MST-CHAVE
011440         INVALID KEY
011450             SET WS-PAR-NAO-ACHADO TO TRUE
011460     END-READ.
011470     IF WS-PAR-NAO-ACHADO
011480         ADD 1 TO WS-CONT-FORA-MESTRE
011490         MOVE WS-NUM-TRANSMISSAO TO WS-AVI-NUMERO
011500         MOVE SPACE              TO WS-AVI-TEXTO
011510         STRING 'PAR FORA DO MESTRE - NAO ENVIADO: '
011520             MST-NUM-1-X ' ' MST-NUM-2-X ' ' MST-TIPO-TRAN
011530             DELIMITED BY SIZE INTO WS-AVI-TEXTO
011540         MOVE WS-LINHA-AVISO TO REL-REC
011550         WRITE REL-REC
011560         GO TO 2900-LER-PAR-EXIT
011570     END-IF.
011580     IF WS-FS-MESTRE NOT = '00'
011590         DISPLAY 'MST-ENV - FALHA DE I-O NO MESTRE - FS '
011600             WS-FS-MESTRE
011610         MOVE 12 TO WS-RETORNO
011620     END-IF.
011630 2900-LER-PAR-EXIT.
011640     EXIT.
011650*
011660 3000-FINALIZA.
011670     IF WS-RETORNO LESS THAN 4
011680        AND (WS-CONT-REJEITADAS   GREATER THAN ZERO
011690          OR WS-CONT-RET-INVALIDOS GREATER THAN ZERO
011700          OR WS-CONT-ATRASADAS    GREATER THAN ZERO
011710          OR WS-CONT-DIVERGENTES  GREATER THAN ZERO
011720           OR WS-CONT-FORA-MESTRE  GREATER THAN ZERO)
011730         MOVE 4 TO WS-RETORNO
011740     END-IF.
011750     MOVE SPACE TO REL-REC.
011760     WRITE REL-REC.
011770     MOVE 'RETORNOS LIDOS'                   TO WS-RES-TEXTO.
011780     MOVE WS-CONT-RETORNOS                   TO WS-RES-VALOR.
011790     MOVE WS-LINHA-RESUMO TO REL-REC.
011800     WRITE REL-REC.
011810     MOVE 'TRANSMISSOES ACEITAS'             TO WS-RES-TEXTO.
011820     MOVE WS-CONT-ACEITAS                    TO WS-RES-VALOR.
011830     MOVE WS-LINHA-RESUMO TO REL-REC.
011840     WRITE REL-REC.
011850     MOVE 'TRANSMISSOES REJEITADAS'          TO WS-RES-TEXTO.
011860     MOVE WS-CONT-REJEITADAS                 TO WS-RES-VALOR.
011870     MOVE WS-LINHA-RESUMO TO REL-REC.
011880     WRITE REL-REC.
011890     MOVE 'RETORNOS REPETIDOS (IGNORADOS)'   TO WS-RES-TEXTO.
011900     MOVE WS-CONT-RET-REPETIDOS              TO WS-RES-VALOR.
011910     MOVE WS-LINHA-RESUMO TO REL-REC.
011920     WRITE REL-REC.
011930     MOVE 'RETORNOS INVALIDOS (IGNORADOS)'   TO WS-RES-TEXTO.
011940     MOVE WS-CONT-RET-INVALIDOS              TO WS-RES-VALOR.
011950     MOVE WS-LINHA-RESUMO TO REL-REC.
011960     WRITE REL-REC.
011970     MOVE 'DETALHES EXCLUIDOS (ACEITAS)'     TO WS-RES-TEXTO.
011980     MOVE WS-CONT-DET-EXCLUIDOS              TO WS-RES-VALOR.
011990     MOVE WS-LINHA-RESUMO TO REL-REC.
012000     WRITE REL-REC.
012010     MOVE 'TRANSMISSOES REENVIADAS'          TO WS-RES-TEXTO.
012020     MOVE WS-CONT-REENVIADAS                 TO WS-RES-VALOR.
012030     MOVE WS-LINHA-RESUMO TO REL-REC.
012040     WRITE REL-REC.
012050     MOVE 'DETALHES REENVIADOS'              TO WS-RES-TEXTO.
012060     MOVE WS-CONT-DET-REENVIADOS             TO WS-RES-VALOR.
012070     MOVE WS-LINHA-RESUMO TO REL-REC.
012080     WRITE REL-REC.
012090     MOVE 'SEM RETORNO ALEM DO PRAZO'        TO WS-RES-TEXTO.
012100     MOVE WS-CONT-ATRASADAS                  TO WS-RES-VALOR.
012110     MOVE WS-LINHA-RESUMO TO REL-REC.
012120     WRITE REL-REC.
012130     MOVE 'REENVIOS COM DETALHES DIVERGENTES' TO WS-RES-TEXTO.
012140     MOVE WS-CONT-DIVERGENTES                TO WS-RES-VALOR.
012150     MOVE WS-LINHA-RESUMO TO REL-REC.
012160     WRITE REL-REC.
012170     MOVE 'DETALHES SEM CONTROLE (IGNORADOS)' TO WS-RES-TEXTO.
012180     MOVE WS-CONT-DET-AVULSOS                TO WS-RES-VALOR.
012190     MOVE WS-LINHA-RESUMO TO REL-REC.
012200     WRITE REL-REC.
012210     MOVE 'REGISTROS LIDOS PELO INDICE'      TO WS-RES-TEXTO.
012220     MOVE WS-CONT-LIDOS-MESTRE               TO WS-RES-VALOR.
012230     MOVE WS-LINHA-RESUMO TO REL-REC.
012240     WRITE REL-REC.
012250     MOVE 'DETALHES DA TRANSMISSAO NOVA'     TO WS-RES-TEXTO.
012260     MOVE WS-NOVA-QTD                        TO WS-RES-VALOR.
012270     MOVE WS-LINHA-RESUMO TO REL-REC.
012280     WRITE REL-REC.
012290     MOVE 'RETIDAS EFETIVADAS ENVIADAS'      TO WS-RES-TEXTO.
012300     MOVE WS-CONT-LIBERADAS-ENV              TO WS-RES-VALOR.
012310     MOVE WS-LINHA-RESUMO TO REL-REC.
012320     WRITE REL-REC.
012330     MOVE 'ESTORNOS ENVIADOS'                TO WS-RES-TEXTO.
012340     MOVE WS-CONT-ESTORNOS-ENV               TO WS-RES-VALOR.
012350     MOVE WS-LINHA-RESUMO TO REL-REC.
012360     WRITE REL-REC.
012370     MOVE 'PARES FORA DO MESTRE (NAO ENVIADOS)' TO WS-RES-TEXTO.
012380     MOVE WS-CONT-FORA-MESTRE                TO WS-RES-VALOR.
012390     MOVE WS-LINHA-RESUMO TO REL-REC.
012400     WRITE REL-REC.
012410     DISPLAY 'MST-ENV - RETORNOS LIDOS     : ' WS-CONT-RETORNOS.
012420     DISPLAY 'MST-ENV - REENVIADAS         : ' WS-CONT-REENVIADAS.
012430     DISPLAY 'MST-ENV - ATRASADAS          : ' WS-CONT-ATRASADAS.
012440     DISPLAY 'MST-ENV - TRANSMISSAO NOVA   : ' WS-NUM-TRANSMISSAO
012450         ' - DETALHES ' WS-NOVA-QTD.
012460     CLOSE ARQ-RETORNO.
012470     CLOSE ARQ-TRANSMISSAO.
012480     CLOSE ARQ-MESTRE.
012490     CLOSE ARQ-ENVIO.
012500     CLOSE ARQ-RELATORIO.
012510     CLOSE ARQ-RETIDOS.
012520     CLOSE ARQ-AUDITORIA.
012530 3000-FINALIZA-EXIT.
012540     EXIT.
