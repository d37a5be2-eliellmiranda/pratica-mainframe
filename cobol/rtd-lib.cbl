000100*****************************************************************
000110*
000120*    PROGRAMA .: RTD-LIB
000130*    FUNCAO ...: DECISAO SOBRE AS TRANSACOES RETIDAS PARA REVISAO
000140*                NO KSDS PROD.NUMEROS.RETIDOS (RTDREC.CPY), ONDE
000150*                PRO-SOMA E DL100-DSP GRAVAM A TRANSACAO VALIDA
000160*                CUJO RESULTADO PASSA DO LIMITE DE REVISAO DO SEU
000170*                TIPO.  CADA CARTAO DO DD LIBERACAO (RTLREC.CPY)
000180*                IDENTIFICA UMA RETIDA PELA CHAVE DO KSDS E A
000190*                LIBERA ('L') OU REJEITA ('R'), COM USUARIO E
000200*                MOTIVO OBRIGATORIOS.  SO A RETIDA PENDENTE ('P')
000210*                ACEITA DECISAO; A LIBERADA PASSA A 'L' E E
000220*                POSTADA PELA PROXIMA RODADA DO PROGRAMA DE ORIGEM
000230*                COM A DATA DO MOVIMENTO ORIGINAL, E A REJEITADA
000240*                PASSA A 'J' E NUNCA E POSTADA.  A DECISAO GUARDA
000250*                O USUARIO, A DATA DO MOVIMENTO PRM-DATA-MOVIMENTO
000260*                (DD PARAMETRO) E O MOTIVO.  O RELATORIO LISTA
000270*                CADA CARTAO COM O RESULTADO E, NO FIM, AS RETIDAS
000280*                QUE AINDA AGUARDAM DECISAO OU POSTAGEM.  SEM
000290*                CARTOES (DD LIBERACAO DUMMY) SO LISTA A FILA.
000300*                TERMINA COM CC 4 SE ALGUM CARTAO FOI RECUSADO, CC
000310*                12 EM FALHA DE I-O E CC 16 SE OS PARAMETROS FOREM
000320*                INVALIDOS.
000330*
000340*****************************************************************
000350* HISTORICO DE ALTERACOES
000360* ----------------------------------------------------------------
000370* DATA       AUTOR  DESCRICAO
000380* ---------- -----  ------------------------------------------
000390* 2026-10-15 RM     PROGRAMA ORIGINAL.
000400*****************************************************************
000410 IDENTIFICATION DIVISION.
000420 PROGRAM-ID.     RTD-LIB.
000430 AUTHOR.         EQUIPE DE MANUTENCAO COBOL.
000440 INSTALLATION.   CENTRO DE PROCESSAMENTO DE DADOS.
000450 DATE-WRITTEN.   2026-10-15.
000460 DATE-COMPILED.  2026-10-15.
000470*
000480 ENVIRONMENT DIVISION.
000490 CONFIGURATION SECTION.
000500 SOURCE-COMPUTER.   IBM-370.
000510 OBJECT-COMPUTER.   IBM-370.
000520 INPUT-OUTPUT SECTION.
000530 FILE-CONTROL.
000540     SELECT ARQ-LIBERACAO  ASSIGN TO LIBERACAO
000550         ORGANIZATION IS SEQUENTIAL
000560         FILE STATUS IS WS-FS-LIBERACAO.
000570     SELECT ARQ-RETIDOS    ASSIGN TO RETIDOS
000580         ORGANIZATION IS INDEXED
000590         ACCESS MODE IS DYNAMIC
000600         RECORD KEY IS RTD-CHAVE
000610         FILE STATUS IS WS-FS-RETIDOS.
000620     SELECT ARQ-PARAMETRO  ASSIGN TO PARAMETRO
000630         ORGANIZATION IS SEQUENTIAL
000640         FILE STATUS IS WS-FS-PARAMETRO.
000650     SELECT ARQ-RELATORIO  ASSIGN TO RELATORIO
000660         ORGANIZATION IS SEQUENTIAL
000670         FILE STATUS IS WS-FS-RELATORIO.
000680*
000690 DATA DIVISION.
000700 FILE SECTION.
000710 FD  ARQ-LIBERACAO
000720     LABEL RECORDS ARE STANDARD
000730     RECORDING MODE IS F.
000740 COPY RTLREC.
000750*
000760 FD  ARQ-RETIDOS
000770     LABEL RECORDS ARE STANDARD
000780     RECORDING MODE IS F.
000790 COPY RTDREC.
000800*
000810 FD  ARQ-PARAMETRO
000820     LABEL RECORDS ARE STANDARD
000830     RECORDING MODE IS F.
000840 COPY PARMREC.
000850*
000860 FD  ARQ-RELATORIO
000870     LABEL RECORDS ARE STANDARD
000880     RECORDING MODE IS F.
000890 01  REL-REC                         PIC X(80).
000900*
000910 WORKING-STORAGE SECTION.
000920 01  WS-FLAGS.
000930     05  WS-FS-LIBERACAO             PIC X(02) VALUE '00'.
000940     05  WS-FS-RETIDOS               PIC X(02) VALUE '00'.
000950     05  WS-FS-PARAMETRO             PIC X(02) VALUE '00'.
000960     05  WS-FS-RELATORIO             PIC X(02) VALUE '00'.
000970*
000980 01  WS-SWITCHES.
000990     05  WS-SW-FIM-LIBERACAO         PIC X(01) VALUE 'N'.
001000         88  WS-FIM-LIBERACAO            VALUE 'S'.
001010     05  WS-SW-FIM-RETIDOS           PIC X(01) VALUE 'N'.
001020         88  WS-FIM-RETIDOS              VALUE 'S'.
001030*
001040 01  WS-CONTROLE-EXECUCAO.
001050     05  WS-RETORNO                  PIC 9(02) VALUE ZERO.
001060     05  WS-DATA-EXECUCAO            PIC 9(08) VALUE ZERO.
001070*
001080 01  WS-CONTADORES.
001090     05  WS-CONT-CARTOES             PIC 9(09) COMP VALUE ZERO.
001100     05  WS-CONT-RECUSADOS           PIC 9(09) COMP VALUE ZERO.
001110     05  WS-CONT-LIBERADAS           PIC 9(09) COMP VALUE ZERO.
001120     05  WS-CONT-REJEITADAS          PIC 9(09) COMP VALUE ZERO.
001130     05  WS-CONT-PENDENTES           PIC 9(09) COMP VALUE ZERO.
001140     05  WS-CONT-A-POSTAR            PIC 9(09) COMP VALUE ZERO.
001150*
001160 01  WS-LINHA-CARTAO.
001170     05  WS-CRT-ACAO                 PIC X(01).
001180     05  FILLER                      PIC X(01) VALUE SPACE.
001190     05  WS-CRT-CHAVE                PIC X(35).
001200     05  FILLER                      PIC X(01) VALUE SPACE.
001210     05  WS-CRT-USUARIO              PIC X(08).
001220     05  FILLER                      PIC X(01) VALUE SPACE.
001230     05  WS-CRT-SITUACAO             PIC X(33) VALUE SPACE.
001240*
001250 01  WS-TITULO-FILA.
001260     05  FILLER                      PIC X(40) VALUE
001270         'RETIDAS AGUARDANDO DECISAO OU POSTAGEM'.
001280     05  FILLER                      PIC X(40) VALUE SPACE.
001290*
001300 01  WS-CABECALHO-FILA.
001310     05  FILLER                      PIC X(19) VALUE
001320         'PROGRAMA DATA     T'.
001330     05  FILLER                      PIC X(22) VALUE
001340         '      NUM-1      NUM-2'.
001350     05  FILLER                      PIC X(18) VALUE
001360         '         RESULTADO'.
001370     05  FILLER                      PIC X(13) VALUE
001380         ' S LOTE'.
001390     05  FILLER                      PIC X(08) VALUE SPACE.
001400*
001410 01  WS-LINHA-FILA.
001420     05  WS-LFL-PROGRAMA             PIC X(08).
001430     05  FILLER                      PIC X(01) VALUE SPACE.
001440     05  WS-LFL-DATA                 PIC 9(08).
001450     05  FILLER                      PIC X(01) VALUE SPACE.
001460     05  WS-LFL-TIPO                 PIC X(01).
001470     05  FILLER                      PIC X(01) VALUE SPACE.
001480     05  WS-LFL-NUM1                 PIC -(6)9.99.
001490     05  FILLER                      PIC X(01) VALUE SPACE.
001500     05  WS-LFL-NUM2                 PIC -(6)9.99.
001510     05  FILLER                      PIC X(01) VALUE SPACE.
001520     05  WS-LFL-RESULT               PIC -(13)9.99.
001530     05  FILLER                      PIC X(01) VALUE SPACE.
001540     05  WS-LFL-SITUACAO             PIC X(01).
001550     05  FILLER                      PIC X(01) VALUE SPACE.
001560     05  WS-LFL-LOTE                 PIC X(10).
001570     05  FILLER                      PIC X(08) VALUE SPACE.
001580*
001590 01  WS-LINHA-DATA.
001600     05  WS-LDT-TEXTO                PIC X(40) VALUE SPACE.
001610     05  WS-LDT-DATA                 PIC 9(08).
001620     05  FILLER                      PIC X(32) VALUE SPACE.
001630*
001640 01  WS-LINHA-RESUMO.
001650     05  WS-RES-TEXTO                PIC X(40) VALUE SPACE.
001660     05  WS-RES-VALOR                PIC ZZZ,ZZZ,ZZ9.
001670     05  FILLER                      PIC X(29) VALUE SPACE.
001680*
001690 PROCEDURE DIVISION.
001700*
001710 0000-MAINLINE.
001720     PERFORM 1000-INICIALIZA
001730         THRU 1000-INICIALIZA-EXIT.
001740     PERFORM 2000-PROCESSAR-CARTAO
001750         THRU 2000-PROCESSAR-CARTAO-EXIT
001760         UNTIL WS-FIM-LIBERACAO.
001770     PERFORM 2500-LISTAR-FILA
001780         THRU 2500-LISTAR-FILA-EXIT.
001790     PERFORM 3000-FINALIZA
001800         THRU 3000-FINALIZA-EXIT.
001810     MOVE WS-RETORNO TO RETURN-CODE.
001820     GOBACK.
001830*
001840 1000-INICIALIZA.
001850     DISPLAY 'RTD-LIB - DECISAO SOBRE AS RETIDAS PARA REVISAO'.
001860     PERFORM 1050-LER-PARAMETRO
001870         THRU 1050-LER-PARAMETRO-EXIT.
001880     OPEN INPUT ARQ-LIBERACAO.
001890     IF WS-FS-LIBERACAO NOT = '00'
001900         DISPLAY 'RTD-LIB - ERRO AO ABRIR LIBERACAO - FS '
001910             WS-FS-LIBERACAO
001920         MOVE 12 TO RETURN-CODE
001930         GOBACK
001940     END-IF.
001950*    O KSDS DE RETIDAS NASCE VAZIO NA PRIMEIRA RODADA, NOS MOLDES
001960*    DOS PERIODOS NO MES-FEC.
001970     OPEN I-O ARQ-RETIDOS.
001980     IF WS-FS-RETIDOS NOT = '00'
001990         CLOSE ARQ-RETIDOS
002000         OPEN OUTPUT ARQ-RETIDOS
002010         CLOSE ARQ-RETIDOS
002020         OPEN I-O ARQ-RETIDOS
002030     END-IF.
002040     IF WS-FS-RETIDOS NOT = '00'
002050         DISPLAY 'RTD-LIB - ERRO AO ABRIR AS RETIDAS - FS '
002060             WS-FS-RETIDOS
002070         MOVE 12 TO RETURN-CODE
002080         GOBACK
002090     END-IF.
002100     OPEN OUTPUT ARQ-RELATORIO.
002110     MOVE 'DECISAO SOBRE AS RETIDAS PARA REVISAO - RTD-LIB' TO
002120         REL-REC.
002130     WRITE REL-REC.
002140     MOVE 'DATA DO MOVIMENTO'              TO WS-LDT-TEXTO.
002150     MOVE WS-DATA-EXECUCAO                 TO WS-LDT-DATA.
002160     MOVE WS-LINHA-DATA TO REL-REC.
002170     WRITE REL-REC.
002180 1000-INICIALIZA-EXIT.
002190     EXIT.
002200*
002210 1050-LER-PARAMETRO.
002220     OPEN INPUT ARQ-PARAMETRO.
002230     IF WS-FS-PARAMETRO NOT = '00'
002240         DISPLAY 'RTD-LIB - ARQUIVO DE PARAMETROS AUSENTE - '
002250             'FS ' WS-FS-PARAMETRO
002260         MOVE 16 TO RETURN-CODE
002270         GOBACK
002280     END-IF.
002290     READ ARQ-PARAMETRO
002300         AT END
002310             DISPLAY 'RTD-LIB - REGISTRO DE PARAMETROS AUSENTE'
002320             MOVE 16 TO RETURN-CODE
002330             GOBACK
002340     END-READ.
002350     IF PRM-DATA-MOVIMENTO NOT NUMERIC
002360        OR PRM-DATA-MOVIMENTO EQUAL ZERO
002370         DISPLAY 'RTD-LIB - DATA DO MOVIMENTO AUSENTE OU '
002380             'INVALIDA'
002390         MOVE 16 TO RETURN-CODE
002400         GOBACK
002410     END-IF.
002420     MOVE PRM-DATA-MOVIMENTO TO WS-DATA-EXECUCAO.
002430     CLOSE ARQ-PARAMETRO.
002440 1050-LER-PARAMETRO-EXIT.
002450     EXIT.
002460*
002470*    O CARTAO TRAZ A CHAVE DA RETIDA NA MESMA FORMA DO KSDS:
002480*    PROGRAMA, DATA AAAAMMDD, NUM-1 E NUM-2 COM O SINAL NA FRENTE
002490*    E DUAS CASAS IMPLICITAS (EX. +00150000 PARA 1500,00) E TIPO.
002500*
002510 2000-PROCESSAR-CARTAO.
002520     READ ARQ-LIBERACAO
002530         AT END
002540             SET WS-FIM-LIBERACAO TO TRUE
002550             GO TO 2000-PROCESSAR-CARTAO-EXIT
002560     END-READ.
002570     ADD 1 TO WS-CONT-CARTOES.
002580     IF NOT RTL-ACAO-VALIDA
002590         MOVE 'ACAO INVALIDA (USE L OU R)' TO WS-CRT-SITUACAO
002600         PERFORM 2050-RECUSAR-CARTAO
002610             THRU 2050-RECUSAR-CARTAO-EXIT
002620         GO TO 2000-PROCESSAR-CARTAO-EXIT
002630     END-IF.
002640     IF RTL-USUARIO EQUAL SPACE OR RTL-MOTIVO EQUAL SPACE
002650         MOVE 'DECISAO EXIGE USUARIO E MOTIVO' TO WS-CRT-SITUACAO
002660         PERFORM 2050-RECUSAR-CARTAO
002670             THRU 2050-RECUSAR-CARTAO-EXIT
002680         GO TO 2000-PROCESSAR-CARTAO-EXIT
002690     END-IF.
002700     MOVE RTL-CHAVE TO RTD-CHAVE.
002710     IF RTD-DATA-MOVIMENTO NOT NUMERIC
002720        OR RTD-NUM-1 NOT NUMERIC
002730        OR RTD-NUM-2 NOT NUMERIC
002740         MOVE 'CHAVE DA RETIDA INVALIDA' TO WS-CRT-SITUACAO
002750         PERFORM 2050-RECUSAR-CARTAO
002760             THRU 2050-RECUSAR-CARTAO-EXIT
002770         GO TO 2000-PROCESSAR-CARTAO-EXIT
002780     END-IF.
002790     READ ARQ-RETIDOS
002800         INVALID KEY
002810             MOVE 'RETIDA NAO ENCONTRADA' TO WS-CRT-SITUACAO
002820             PERFORM 2050-RECUSAR-CARTAO
002830                 THRU 2050-RECUSAR-CARTAO-EXIT
002840             GO TO 2000-PROCESSAR-CARTAO-EXIT
002850     END-READ.
002860     IF WS-FS-RETIDOS NOT = '00'
002870         DISPLAY 'RTD-LIB - FALHA DE I-O NAS RETIDAS - FS '
002880             WS-FS-RETIDOS
002890         MOVE 12 TO WS-RETORNO
002900         MOVE 'ERRO AO LER A RETIDA' TO WS-CRT-SITUACAO
002910         PERFORM 2900-LISTAR-CARTAO
002920             THRU 2900-LISTAR-CARTAO-EXIT
002930         GO TO 2000-PROCESSAR-CARTAO-EXIT
002940     END-IF.
002950     IF NOT RTD-SIT-PENDENTE
002960         EVALUATE TRUE
002970             WHEN RTD-SIT-LIBERADO
002980                 MOVE 'RETIDA JA LIBERADA' TO WS-CRT-SITUACAO
002990             WHEN RTD-SIT-REJEITADO
003000                 MOVE 'RETIDA JA REJEITADA' TO WS-CRT-SITUACAO
003010             WHEN RTD-SIT-EFETIVADO
003020                 MOVE 'RETIDA JA POSTADA' TO WS-CRT-SITUACAO
003030             WHEN OTHER
003040                 MOVE 'RETIDA COM SITUACAO INVALIDA' TO
003050                     WS-CRT-SITUACAO
003060         END-EVALUATE
003070         PERFORM 2050-RECUSAR-CARTAO
003080             THRU 2050-RECUSAR-CARTAO-EXIT
003090         GO TO 2000-PROCESSAR-CARTAO-EXIT
003100     END-IF.
003110     PERFORM 2100-GRAVAR-DECISAO
003120         THRU 2100-GRAVAR-DECISAO-EXIT.
003130 2000-PROCESSAR-CARTAO-EXIT.
003140     EXIT.
003150*
003160*    CARTAO RECUSADO: LISTA O MOTIVO E ELEVA O CC A 4.
003170*
003180 2050-RECUSAR-CARTAO.
003190     ADD 1 TO WS-CONT-RECUSADOS.
003200     PERFORM 2900-LISTAR-CARTAO
003210         THRU 2900-LISTAR-CARTAO-EXIT.
003220     IF WS-RETORNO LESS THAN 4
003230         MOVE 4 TO WS-RETORNO
003240     END-IF.
003250 2050-RECUSAR-CARTAO-EXIT.
003260     EXIT.
003270*
003280 2100-GRAVAR-DECISAO.
003290     IF RTL-ACAO-LIBERAR
003300         SET RTD-SIT-LIBERADO  TO TRUE
003310     ELSE
003320         SET RTD-SIT-REJEITADO TO TRUE
003330     END-IF.
003340     MOVE RTL-USUARIO         TO RTD-USUARIO-DECISAO.
003350     MOVE WS-DATA-EXECUCAO    TO RTD-DATA-DECISAO.
003360     MOVE RTL-MOTIVO          TO RTD-MOTIVO-DECISAO.
003370     REWRITE RTD-REGISTRO
003380         INVALID KEY
003390             CONTINUE
003400     END-REWRITE.
003410     IF WS-FS-RETIDOS NOT = '00'
003420         DISPLAY 'RTD-LIB - FALHA DE I-O NAS RETIDAS - FS '
003430             WS-FS-RETIDOS
003440         MOVE 12 TO WS-RETORNO
003450         MOVE 'ERRO AO GRAVAR A DECISAO' TO WS-CRT-SITUACAO
003460         PERFORM 2900-LISTAR-CARTAO
003470             THRU 2900-LISTAR-CARTAO-EXIT
003480         GO TO 2100-GRAVAR-DECISAO-EXIT
003490     END-IF.
003500     IF RTL-ACAO-LIBERAR
003510         ADD 1 TO WS-CONT-LIBERADAS
003520         MOVE 'LIBERADA - POSTA NA PROXIMA RODADA' TO
003530             WS-CRT-SITUACAO
003540     ELSE
003550         ADD 1 TO WS-CONT-REJEITADAS
003560         MOVE 'REJEITADA - NAO SERA POSTADA' TO WS-CRT-SITUACAO
003570     END-IF.
003580     PERFORM 2900-LISTAR-CARTAO
003590         THRU 2900-LISTAR-CARTAO-EXIT.
003600     DISPLAY 'RTD-LIB - ' RTL-ACAO ' ' RTL-CHAVE
003610         ' POR ' RTL-USUARIO.
003620 2100-GRAVAR-DECISAO-EXIT.
003630     EXIT.
003640*
003650*    FILA DEPOIS DAS DECISOES: AS PENDENTES ('P') E AS LIBERADAS
003660*    AINDA NAO POSTADAS ('L'), NA ORDEM DA CHAVE.
003670*
003680 2500-LISTAR-FILA.
003690     MOVE SPACE TO REL-REC.
003700     WRITE REL-REC.
003710     WRITE REL-REC FROM WS-TITULO-FILA.
003720     WRITE REL-REC FROM WS-CABECALHO-FILA.
003730     MOVE LOW-VALUES TO RTD-CHAVE.
003740     START ARQ-RETIDOS KEY NOT LESS THAN RTD-CHAVE
003750         INVALID KEY
003760             GO TO 2500-LISTAR-FILA-EXIT
003770     END-START.
003780     PERFORM 2550-LISTAR-RETIDA
003790         THRU 2550-LISTAR-RETIDA-EXIT
003800         UNTIL WS-FIM-RETIDOS.
003810 2500-LISTAR-FILA-EXIT.
003820     EXIT.
003830*
003840 2550-LISTAR-RETIDA.
003850     READ ARQ-RETIDOS NEXT RECORD
003860         AT END
003870             SET WS-FIM-RETIDOS TO TRUE
003880             GO TO 2550-LISTAR-RETIDA-EXIT
003890     END-READ.
003900     IF WS-FS-RETIDOS NOT = '00'
003910         DISPLAY 'RTD-LIB - FALHA DE I-O NAS RETIDAS - FS '
003920             WS-FS-RETIDOS
003930         MOVE 12 TO WS-RETORNO
003940         SET WS-FIM-RETIDOS TO TRUE
003950         GO TO 2550-LISTAR-RETIDA-EXIT
003960     END-IF.
003970     IF RTD-SIT-PENDENTE
003980         ADD 1 TO WS-CONT-PENDENTES
003990     ELSE
004000         IF RTD-SIT-LIBERADO
004010             ADD 1 TO WS-CONT-A-POSTAR
004020         ELSE
004030             GO TO 2550-LISTAR-RETIDA-EXIT
004040         END-IF
004050     END-IF.
004060     MOVE RTD-PROGRAMA       TO WS-LFL-PROGRAMA.
004070     MOVE RTD-DATA-MOVIMENTO TO WS-LFL-DATA.
004080     MOVE RTD-TIPO-TRAN      TO WS-LFL-TIPO.
004090     MOVE RTD-NUM-1          TO WS-LFL-NUM1.
004100     MOVE RTD-NUM-2          TO WS-LFL-NUM2.
004110     MOVE RTD-RESULT         TO WS-LFL-RESULT.
004120     MOVE RTD-SITUACAO       TO WS-LFL-SITUACAO.
004130     MOVE RTD-LOTE           TO WS-LFL-LOTE.
004140     WRITE REL-REC FROM WS-LINHA-FILA.
004150 2550-LISTAR-RETIDA-EXIT.
004160     EXIT.
004170*
004180 2900-LISTAR-CARTAO.
004190     MOVE RTL-ACAO    TO WS-CRT-ACAO.
004200     MOVE RTL-CHAVE   TO WS-CRT-CHAVE.
004210     MOVE RTL-USUARIO TO WS-CRT-USUARIO.
004220     MOVE WS-LINHA-CARTAO TO REL-REC.
004230     WRITE REL-REC.
004240 2900-LISTAR-CARTAO-EXIT.
004250     EXIT.
004260*
004270 3000-FINALIZA.
004280     MOVE SPACE TO REL-REC.
004290     WRITE REL-REC.
004300     MOVE 'CARTOES DE LIBERACAO LIDOS'     TO WS-RES-TEXTO.
004310     MOVE WS-CONT-CARTOES                  TO WS-RES-VALOR.
004320     MOVE WS-LINHA-RESUMO TO REL-REC.
004330     WRITE REL-REC.
004340     MOVE 'CARTOES RECUSADOS'              TO WS-RES-TEXTO.
004350     MOVE WS-CONT-RECUSADOS                TO WS-RES-VALOR.
004360     MOVE WS-LINHA-RESUMO TO REL-REC.
004370     WRITE REL-REC.
004380     MOVE 'RETIDAS LIBERADAS'              TO WS-RES-TEXTO.
004390     MOVE WS-CONT-LIBERADAS                TO WS-RES-VALOR.
004400     MOVE WS-LINHA-RESUMO TO REL-REC.
004410     WRITE REL-REC.
004420     MOVE 'RETIDAS REJEITADAS'             TO WS-RES-TEXTO.
004430     MOVE WS-CONT-REJEITADAS               TO WS-RES-VALOR.
004440     MOVE WS-LINHA-RESUMO TO REL-REC.
004450     WRITE REL-REC.
004460     MOVE 'RETIDAS AGUARDANDO DECISAO'     TO WS-RES-TEXTO.
004470     MOVE WS-CONT-PENDENTES                TO WS-RES-VALOR.
004480     MOVE WS-LINHA-RESUMO TO REL-REC.
004490     WRITE REL-REC.
004500     MOVE 'LIBERADAS AGUARDANDO POSTAGEM'  TO WS-RES-TEXTO.
004510     MOVE WS-CONT-A-POSTAR                 TO WS-RES-VALOR.
004520     MOVE WS-LINHA-RESUMO TO REL-REC.
004530     WRITE REL-REC.
004540     DISPLAY 'RTD-LIB - CARTOES LIDOS     : ' WS-CONT-CARTOES.
004550     DISPLAY 'RTD-LIB - RECUSADOS         : ' WS-CONT-RECUSADOS.
004560     DISPLAY 'RTD-LIB - LIBERADAS         : ' WS-CONT-LIBERADAS.
004570     DISPLAY 'RTD-LIB - REJEITADAS        : ' WS-CONT-REJEITADAS.
004580     DISPLAY 'RTD-LIB - PENDENTES         : ' WS-CONT-PENDENTES.
004590     DISPLAY 'RTD-LIB - A POSTAR          : ' WS-CONT-A-POSTAR.
004600     CLOSE ARQ-LIBERACAO.
004610     CLOSE ARQ-RETIDOS.
004620     CLOSE ARQ-RELATORIO.
004630 3000-FINALIZA-EXIT.
004640     EXIT.
