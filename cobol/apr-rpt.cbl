000100*****************************************************************
000110*
000120*    PROGRAMA .: APR-RPT
000130*    FUNCAO ...: RELATORIO DIARIO DOS PEDIDOS DE ALTERACAO DO
000140*                MESTRE PENDENTES DE APROVACAO (KSDS
000150*                PROD.NUMEROS.PENDAPRV, LAYOUT APRVREC.CPY) E
000160*                EXPIRACAO DOS PEDIDOS NAO DECIDIDOS NO PRAZO.
000170*                O PRAZO EM DIAS VEM DE PRM-DIAS-APROVACAO
000180*                (PARMREC.CPY; EM BRANCO OU ZERO VALE 5) E A
000190*                DATA-LIMITE E CALCULADA RECUANDO O PRAZO A
000200*                PARTIR DA DATA DO MOVIMENTO, PELO CALENDARIO, NOS
000210*                MOLDES DO EXC-AGE: TODO PEDIDO AINDA PENDENTE
000220*                ('P') FEITO EM OU ANTES DA DATA-LIMITE PASSA A
000230*                'X' (EXPIRADO, COM A DATA DO MOVIMENTO COMO DATA
000240*                DA DECISAO) E NAO PODE MAIS SER APROVADO NA TELA
000250*                MAPR NEM APLICADO PELO MST-MNT - A ALTERACAO TEM
000260*                DE SER PEDIDA DE NOVO.  LISTA, UM POR LINHA COM
000270*                O MOTIVO NA LINHA SEGUINTE, OS PEDIDOS EXPIRADOS
000280*                NESTA RODADA, OS QUE CONTINUAM PENDENTES E OS
000290*                APROVADOS QUE AINDA AGUARDAM O MST-MNT, E RESUME
000300*                A QUANTIDADE DE PEDIDOS EM CADA SITUACAO.
000310*                TERMINA COM CC 0, CC 4 SE ALGUM PEDIDO EXPIROU
000320*                NESTA RODADA, CC 12 EM FALHA DE I-O E CC 16 SE O
000330*                PARAMETRO ESTIVER AUSENTE OU INVALIDO.
000340*
000350*****************************************************************
000360* HISTORICO DE ALTERACOES
000370* ----------------------------------------------------------------
000380* DATA       AUTOR  DESCRICAO
000390* ---------- -----  ------------------------------------------
000400* 2026-10-15 RM     PROGRAMA ORIGINAL.
000410*****************************************************************
000420 IDENTIFICATION DIVISION.
000430 PROGRAM-ID.     APR-RPT.
000440 AUTHOR.         EQUIPE DE MANUTENCAO COBOL.
000450 INSTALLATION.   CENTRO DE PROCESSAMENTO DE DADOS.
000460 DATE-WRITTEN.   2026-10-15.
000470 DATE-COMPILED.  2026-10-15.
000480*
000490 ENVIRONMENT DIVISION.
000500 CONFIGURATION SECTION.
000510 SOURCE-COMPUTER.   IBM-370.
000520 OBJECT-COMPUTER.   IBM-370.
000530 INPUT-OUTPUT SECTION.
000540 FILE-CONTROL.
000550     SELECT ARQ-APROVACAO  ASSIGN TO PENDAPRV
000560         ORGANIZATION IS INDEXED
000570         ACCESS MODE IS DYNAMIC
000580         RECORD KEY IS APR-CHAVE
000590         FILE STATUS IS WS-FS-APROVACAO.
000600     SELECT ARQ-PARAMETRO  ASSIGN TO PARAMETRO
000610         ORGANIZATION IS SEQUENTIAL
000620         FILE STATUS IS WS-FS-PARAMETRO.
000630     SELECT ARQ-RELATORIO  ASSIGN TO RELATORIO
000640         ORGANIZATION IS SEQUENTIAL
000650         FILE STATUS IS WS-FS-RELATORIO.
000660*
000670 DATA DIVISION.
000680 FILE SECTION.
000690 FD  ARQ-APROVACAO
000700     LABEL RECORDS ARE STANDARD
000710     RECORDING MODE IS F.
000720 COPY APRVREC.
000730*
000740 FD  ARQ-PARAMETRO
000750     LABEL RECORDS ARE STANDARD
000760     RECORDING MODE IS F.
000770 COPY PARMREC.
000780*
000790 FD  ARQ-RELATORIO
000800     LABEL RECORDS ARE STANDARD
000810     RECORDING MODE IS F.
000820 01  REL-REC                         PIC X(80).
000830*
000840 WORKING-STORAGE SECTION.
000850 01  WS-FLAGS.
000860     05  WS-FS-APROVACAO             PIC X(02) VALUE '00'.
000870     05  WS-FS-PARAMETRO             PIC X(02) VALUE '00'.
000880     05  WS-FS-RELATORIO             PIC X(02) VALUE '00'.
000890*
000900 01  WS-SWITCHES.
000910     05  WS-SW-FIM-APROVACAO         PIC X(01) VALUE 'N'.
000920         88  WS-FIM-APROVACAO            VALUE 'S'.
000930*
000940 01  WS-CONTROLE-EXECUCAO.
000950     05  WS-RETORNO                  PIC 9(02) VALUE ZERO.
000960     05  WS-DATA-EXECUCAO            PIC 9(08) VALUE ZERO.
000970     05  WS-DIAS-PRAZO               PIC 9(03) VALUE ZERO.
000980*
000990 01  WS-DATA-LIMITE-GRP.
001000     05  WS-DATA-LIMITE.
001010         10  WS-LIM-ANO              PIC 9(04).
001020         10  WS-LIM-MES              PIC 9(02).
001030         10  WS-LIM-DIA              PIC 9(02).
001040     05  WS-DATA-LIMITE-NUM REDEFINES WS-DATA-LIMITE
001050                                     PIC 9(08).
001060*
001070 01  WS-CALENDARIO.
001080     05  WS-ULTIMO-DIA               PIC 9(02) VALUE ZERO.
001090     05  WS-QUOCIENTE                PIC 9(04) VALUE ZERO.
001100     05  WS-RESTO                    PIC 9(04) VALUE ZERO.
001110*
001120 01  WS-CONTADORES.
001130     05  WS-CONT-LIDOS               PIC 9(09) COMP VALUE ZERO.
001140     05  WS-CONT-PENDENTES           PIC 9(09) COMP VALUE ZERO.
001150     05  WS-CONT-EXPIRADOS-AGORA     PIC 9(09) COMP VALUE ZERO.
001160     05  WS-CONT-APROVADOS           PIC 9(09) COMP VALUE ZERO.
001170     05  WS-CONT-REJEITADOS          PIC 9(09) COMP VALUE ZERO.
001180     05  WS-CONT-EXPIRADOS           PIC 9(09) COMP VALUE ZERO.
001190     05  WS-CONT-EFETIVADOS          PIC 9(09) COMP VALUE ZERO.
001200     05  WS-CONT-DIVERGENTES         PIC 9(09) COMP VALUE ZERO.
001210*
001220 01  WS-LINHA-DETALHE.
001230     05  WS-DET-DATA-SOLIC           PIC 9(08).
001240     05  FILLER                      PIC X(01) VALUE SPACE.
001250     05  WS-DET-ORIGEM               PIC X(08).
001260     05  FILLER                      PIC X(01) VALUE SPACE.
001270     05  WS-DET-ACAO                 PIC X(01).
001280     05  FILLER                      PIC X(01) VALUE SPACE.
001290     05  WS-DET-NUM-1                PIC -(6)9.99.
001300     05  FILLER                      PIC X(01) VALUE '/'.
001310     05  WS-DET-NUM-2                PIC -(6)9.99.
001320     05  FILLER                      PIC X(01) VALUE '/'.
001330     05  WS-DET-TIPO                 PIC X(01).
001340     05  FILLER                      PIC X(01) VALUE SPACE.
001350     05  WS-DET-USUARIO              PIC X(08).
001360     05  FILLER                      PIC X(01) VALUE SPACE.
001370     05  WS-DET-SITUACAO             PIC X(25) VALUE SPACE.
001380     05  FILLER                      PIC X(02) VALUE SPACE.
001390*
001400 01  WS-LINHA-MOTIVO.
001410     05  FILLER                      PIC X(21) VALUE
001420         '         MOTIVO ...: '.
001430     05  WS-MOT-TEXTO                PIC X(36).
001440     05  FILLER                      PIC X(23) VALUE SPACE.
001450*
001460 01  WS-LINHA-RESUMO.
001470     05  WS-RES-TEXTO                PIC X(40) VALUE SPACE.
001480     05  WS-RES-VALOR                PIC ZZZ,ZZZ,ZZ9.
001490     05  FILLER                      PIC X(29) VALUE SPACE.
001500*
001510 01  WS-LINHA-DATA.
001520     05  WS-LDT-TEXTO                PIC X(40) VALUE SPACE.
001530     05  WS-LDT-DATA                 PIC 9(08).
001540     05  FILLER                      PIC X(32) VALUE SPACE.
001550*
001560 PROCEDURE DIVISION.
001570*
001580 0000-MAINLINE.
001590     PERFORM 1000-INICIALIZA
001600         THRU 1000-INICIALIZA-EXIT.
001610     PERFORM 2000-VARRER-PEDIDOS
001620         THRU 2000-VARRER-PEDIDOS-EXIT
001630         UNTIL WS-FIM-APROVACAO.
001640     PERFORM 3000-FINALIZA
001650         THRU 3000-FINALIZA-EXIT.
001660     MOVE WS-RETORNO TO RETURN-CODE.
001670     GOBACK.
001680*
001690 1000-INICIALIZA.
001700     DISPLAY 'APR-RPT - PEDIDOS DE ALTERACAO PENDENTES'.
001710     PERFORM 1050-LER-PARAMETRO
001720         THRU 1050-LER-PARAMETRO-EXIT.
001730     PERFORM 1100-CALCULAR-LIMITE
001740         THRU 1100-CALCULAR-LIMITE-EXIT.
001750     OPEN I-O ARQ-APROVACAO.
001760     IF WS-FS-APROVACAO NOT = '00'
001770         DISPLAY 'APR-RPT - ERRO AO ABRIR OS PEDIDOS - FS '
001780             WS-FS-APROVACAO
001790         MOVE 12 TO RETURN-CODE
001800         GOBACK
001810     END-IF.
001820     OPEN OUTPUT ARQ-RELATORIO.
001830     MOVE 'PEDIDOS DE ALTERACAO DO MESTRE - APR-RPT' TO REL-REC.
001840     WRITE REL-REC.
001850     MOVE 'DATA DO MOVIMENTO (BASE)'       TO WS-LDT-TEXTO.
001860     MOVE WS-DATA-EXECUCAO                 TO WS-LDT-DATA.
001870     MOVE WS-LINHA-DATA TO REL-REC.
001880     WRITE REL-REC.
001890     MOVE 'PRAZO DE APROVACAO EM DIAS'     TO WS-RES-TEXTO.
001900     MOVE WS-DIAS-PRAZO                    TO WS-RES-VALOR.
001910     MOVE WS-LINHA-RESUMO TO REL-REC.
001920     WRITE REL-REC.
001930     MOVE 'PENDENTES PEDIDOS ATE ESTA DATA EXPIRAM' TO
001940         WS-LDT-TEXTO.
001950     MOVE WS-DATA-LIMITE-NUM               TO WS-LDT-DATA.
001960     MOVE WS-LINHA-DATA TO REL-REC.
001970     WRITE REL-REC.
001980     MOVE LOW-VALUES TO APR-CHAVE.
001990     START ARQ-APROVACAO KEY NOT LESS THAN APR-CHAVE
002000         INVALID KEY
002010             SET WS-FIM-APROVACAO TO TRUE
002020     END-START.
002030 1000-INICIALIZA-EXIT.
002040     EXIT.
002050*
002060 1050-LER-PARAMETRO.
002070     OPEN INPUT ARQ-PARAMETRO.
002080     IF WS-FS-PARAMETRO NOT = '00'
002090         DISPLAY 'APR-RPT - ARQUIVO DE PARAMETROS AUSENTE - '
002100             'FS ' WS-FS-PARAMETRO
002110         MOVE 16 TO RETURN-CODE
002120         GOBACK
002130     END-IF.
002140     READ ARQ-PARAMETRO
002150         AT END
002160             DISPLAY 'APR-RPT - REGISTRO DE PARAMETROS AUSENTE'
002170             MOVE 16 TO RETURN-CODE
002180             GOBACK
002190     END-READ.
002200     IF PRM-DATA-MOVIMENTO NOT NUMERIC
002210        OR PRM-DATA-MOVIMENTO EQUAL ZERO
002220         DISPLAY 'APR-RPT - DATA DO MOVIMENTO AUSENTE OU '
002230             'INVALIDA'
002240         MOVE 16 TO RETURN-CODE
002250         GOBACK
002260     END-IF.
002270     MOVE PRM-DATA-MOVIMENTO TO WS-DATA-EXECUCAO.
002280     IF PRM-DIAS-APROVACAO NUMERIC
002290        AND PRM-DIAS-APROVACAO GREATER THAN ZERO
002300         MOVE PRM-DIAS-APROVACAO TO WS-DIAS-PRAZO
002310     ELSE
002320         MOVE 5 TO WS-DIAS-PRAZO
002330     END-IF.
002340     CLOSE ARQ-PARAMETRO.
002350 1050-LER-PARAMETRO-EXIT.
002360     EXIT.
002370*
002380*    A DATA-LIMITE E A DATA DO MOVIMENTO RECUADA DO PRAZO, DIA A
002390*    DIA, RESPEITANDO O TAMANHO DE CADA MES E OS ANOS BISSEXTOS
002400*    (MESMA ROTINA DO EXC-AGE).
002410*
002420 1100-CALCULAR-LIMITE.
002430     MOVE WS-DATA-EXECUCAO TO WS-DATA-LIMITE-NUM.
002440     PERFORM 1150-RECUAR-UM-DIA
002450         THRU 1150-RECUAR-UM-DIA-EXIT
002460         WS-DIAS-PRAZO TIMES.
002470 1100-CALCULAR-LIMITE-EXIT.
002480     EXIT.
002490*
002500 1150-RECUAR-UM-DIA.
002510     SUBTRACT 1 FROM WS-LIM-DIA.
002520     IF WS-LIM-DIA EQUAL ZERO
002530         SUBTRACT 1 FROM WS-LIM-MES
002540         IF WS-LIM-MES EQUAL ZERO
002550             MOVE 12 TO WS-LIM-MES
002560             SUBTRACT 1 FROM WS-LIM-ANO
002570         END-IF
002580         PERFORM 1170-ULTIMO-DIA-DO-MES
002590             THRU 1170-ULTIMO-DIA-DO-MES-EXIT
002600         MOVE WS-ULTIMO-DIA TO WS-LIM-DIA
002610     END-IF.
002620 1150-RECUAR-UM-DIA-EXIT.
002630     EXIT.
002640*
002650 1170-ULTIMO-DIA-DO-MES.
002660     EVALUATE WS-LIM-MES
002670         WHEN 01
002680         WHEN 03
002690         WHEN 05
002700         WHEN 07
002710         WHEN 08
002720         WHEN 10
002730         WHEN 12
002740             MOVE 31 TO WS-ULTIMO-DIA
002750         WHEN 04
002760         WHEN 06
002770         WHEN 09
002780         WHEN 11
002790             MOVE 30 TO WS-ULTIMO-DIA
002800         WHEN 02
002810             PERFORM 1180-TESTAR-BISSEXTO
002820                 THRU 1180-TESTAR-BISSEXTO-EXIT
002830     END-EVALUATE.
002840 1170-ULTIMO-DIA-DO-MES-EXIT.
002850     EXIT.
002860*
002870 1180-TESTAR-BISSEXTO.
002880     MOVE 28 TO WS-ULTIMO-DIA.
002890     DIVIDE WS-LIM-ANO BY 4 GIVING WS-QUOCIENTE
002900         REMAINDER WS-RESTO.
002910     IF WS-RESTO EQUAL ZERO
002920         MOVE 29 TO WS-ULTIMO-DIA
002930         DIVIDE WS-LIM-ANO BY 100 GIVING WS-QUOCIENTE
002940             REMAINDER WS-RESTO
002950         IF WS-RESTO EQUAL ZERO
002960             DIVIDE WS-LIM-ANO BY 400 GIVING WS-QUOCIENTE
002970                 REMAINDER WS-RESTO
002980             IF WS-RESTO NOT EQUAL ZERO
002990                 MOVE 28 TO WS-ULTIMO-DIA
003000             END-IF
003010         END-IF
003020     END-IF.
003030 1180-TESTAR-BISSEXTO-EXIT.
003040     EXIT.
003050*
003060 2000-VARRER-PEDIDOS.
003070     READ ARQ-APROVACAO NEXT RECORD
003080         AT END
003090             SET WS-FIM-APROVACAO TO TRUE
003100             GO TO 2000-VARRER-PEDIDOS-EXIT
003110     END-READ.
003120     IF WS-FS-APROVACAO NOT = '00'
003130         DISPLAY 'APR-RPT - FALHA DE I-O NOS PEDIDOS - FS '
003140             WS-FS-APROVACAO
003150         MOVE 12 TO WS-RETORNO
003160         SET WS-FIM-APROVACAO TO TRUE
003170         GO TO 2000-VARRER-PEDIDOS-EXIT
003180     END-IF.
003190     ADD 1 TO WS-CONT-LIDOS.
003200     IF APR-SIT-PENDENTE
003210        AND APR-DATA-SOLIC NOT GREATER THAN WS-DATA-LIMITE-NUM
003220         PERFORM 2100-EXPIRAR-PEDIDO
003230             THRU 2100-EXPIRAR-PEDIDO-EXIT
003240         GO TO 2000-VARRER-PEDIDOS-EXIT
003250     END-IF.
003260     EVALUATE TRUE
003270         WHEN APR-SIT-PENDENTE
003280             ADD 1 TO WS-CONT-PENDENTES
003290             MOVE 'PENDENTE DE APROVACAO' TO WS-DET-SITUACAO
003300             PERFORM 2200-LISTAR-PEDIDO
003310                 THRU 2200-LISTAR-PEDIDO-EXIT
003320         WHEN APR-SIT-APROVADO
003330             ADD 1 TO WS-CONT-APROVADOS
003340             MOVE 'APROVADO - AGUARDA MSTMNT' TO WS-DET-SITUACAO
003350             PERFORM 2200-LISTAR-PEDIDO
003360                 THRU 2200-LISTAR-PEDIDO-EXIT
003370         WHEN APR-SIT-REJEITADO
003380             ADD 1 TO WS-CONT-REJEITADOS
003390         WHEN APR-SIT-EXPIRADO
003400             ADD 1 TO WS-CONT-EXPIRADOS
003410         WHEN APR-SIT-EFETIVADO
003420             ADD 1 TO WS-CONT-EFETIVADOS
003430         WHEN APR-SIT-DIVERGENTE
003440             ADD 1 TO WS-CONT-DIVERGENTES
003450     END-EVALUATE.
003460 2000-VARRER-PEDIDOS-EXIT.
003470     EXIT.
003480*
003490 2100-EXPIRAR-PEDIDO.
003500     SET APR-SIT-EXPIRADO TO TRUE.
003510     MOVE WS-DATA-EXECUCAO TO APR-DATA-DECISAO.
003520     MOVE ZERO             TO APR-HORA-DECISAO.
003530     REWRITE APR-REGISTRO
003540         INVALID KEY
003550             DISPLAY 'APR-RPT - ERRO AO REGRAVAR O PEDIDO - FS '
003560                 WS-FS-APROVACAO
003570             MOVE 12 TO WS-RETORNO
003580             GO TO 2100-EXPIRAR-PEDIDO-EXIT
003590     END-REWRITE.
003600     ADD 1 TO WS-CONT-EXPIRADOS-AGORA.
003610     ADD 1 TO WS-CONT-EXPIRADOS.
003620     MOVE 'EXPIRADO NESTA RODADA' TO WS-DET-SITUACAO.
003630     PERFORM 2200-LISTAR-PEDIDO
003640         THRU 2200-LISTAR-PEDIDO-EXIT.
003650 2100-EXPIRAR-PEDIDO-EXIT.
003660     EXIT.
003670*
003680 2200-LISTAR-PEDIDO.
003690     MOVE APR-DATA-SOLIC    TO WS-DET-DATA-SOLIC.
003700     MOVE APR-ORIGEM        TO WS-DET-ORIGEM.
003710     MOVE APR-ACAO          TO WS-DET-ACAO.
003720     MOVE APR-NUM-1         TO WS-DET-NUM-1.
003730     MOVE APR-NUM-2         TO WS-DET-NUM-2.
003740     MOVE APR-TIPO-TRAN     TO WS-DET-TIPO.
003750     MOVE APR-USUARIO-SOLIC TO WS-DET-USUARIO.
003760     MOVE WS-LINHA-DETALHE TO REL-REC.
003770     WRITE REL-REC.
003780     MOVE APR-MOTIVO        TO WS-MOT-TEXTO.
003790     MOVE WS-LINHA-MOTIVO TO REL-REC.
003800     WRITE REL-REC.
003810 2200-LISTAR-PEDIDO-EXIT.
003820     EXIT.
003830*
003840 3000-FINALIZA.
003850     IF WS-CONT-EXPIRADOS-AGORA GREATER THAN ZERO
003860        AND WS-RETORNO LESS THAN 4
003870         MOVE 4 TO WS-RETORNO
003880     END-IF.
003890     MOVE 'PEDIDOS LIDOS'                  TO WS-RES-TEXTO.
003900     MOVE WS-CONT-LIDOS                    TO WS-RES-VALOR.
003910     MOVE WS-LINHA-RESUMO TO REL-REC.
003920     WRITE REL-REC.
003930     MOVE 'PENDENTES DE APROVACAO'         TO WS-RES-TEXTO.
003940     MOVE WS-CONT-PENDENTES                TO WS-RES-VALOR.
003950     MOVE WS-LINHA-RESUMO TO REL-REC.
003960     WRITE REL-REC.
003970     MOVE 'EXPIRADOS NESTA RODADA'         TO WS-RES-TEXTO.
003980     MOVE WS-CONT-EXPIRADOS-AGORA          TO WS-RES-VALOR.
003990     MOVE WS-LINHA-RESUMO TO REL-REC.
004000     WRITE REL-REC.
004010     MOVE 'APROVADOS AGUARDANDO EFETIVACAO' TO WS-RES-TEXTO.
004020     MOVE WS-CONT-APROVADOS                TO WS-RES-VALOR.
004030     MOVE WS-LINHA-RESUMO TO REL-REC.
004040     WRITE REL-REC.
004050     MOVE 'REJEITADOS'                     TO WS-RES-TEXTO.
004060     MOVE WS-CONT-REJEITADOS               TO WS-RES-VALOR.
004070     MOVE WS-LINHA-RESUMO TO REL-REC.
004080     WRITE REL-REC.
004090     MOVE 'EXPIRADOS (TOTAL)'              TO WS-RES-TEXTO.
004100     MOVE WS-CONT-EXPIRADOS                TO WS-RES-VALOR.
004110     MOVE WS-LINHA-RESUMO TO REL-REC.
004120     WRITE REL-REC.
004130     MOVE 'EFETIVADOS NO MESTRE'           TO WS-RES-TEXTO.
004140     MOVE WS-CONT-EFETIVADOS               TO WS-RES-VALOR.
004150     MOVE WS-LINHA-RESUMO TO REL-REC.
004160     WRITE REL-REC.
004170     MOVE 'DIVERGENTES (NAO APLICADOS)'    TO WS-RES-TEXTO.
004180     MOVE WS-CONT-DIVERGENTES              TO WS-RES-VALOR.
004190     MOVE WS-LINHA-RESUMO TO REL-REC.
004200     WRITE REL-REC.
004210     DISPLAY 'APR-RPT - PEDIDOS LIDOS      : ' WS-CONT-LIDOS.
004220     DISPLAY 'APR-RPT - PENDENTES          : ' WS-CONT-PENDENTES.
004230     DISPLAY 'APR-RPT - EXPIRADOS AGORA    : '
004240         WS-CONT-EXPIRADOS-AGORA.
004250     CLOSE ARQ-APROVACAO.
004260     CLOSE ARQ-RELATORIO.
004270 3000-FINALIZA-EXIT.
004280     EXIT.
