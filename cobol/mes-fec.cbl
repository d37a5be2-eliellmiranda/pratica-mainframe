000100*****************************************************************
000110*
000120*    PROGRAMA .: MES-FEC
000130*    FUNCAO ...: FECHAMENTO MENSAL DO ARQUIVO MESTRE DE PARES
000140*                PROCESSADOS, COM TRAVA DO PERIODO E TRANSPORTE
000150*                DE SALDOS.  PARA O MES A FECHAR (POR PADRAO O DA
000160*                DATA DO MOVIMENTO PRM-DATA-MOVIMENTO; OU O MES
000170*                DE UM CARTAO 'F' DO DD CONTROLE, FECCTL.CPY)
000180*                APURA POR TIPO DE TRANSACAO AS QUANTIDADES E OS
000190*                TOTAIS DE MST-RESULT DOS PARES ATIVOS POSTADOS
000200*                NO MES, LENDO O MESTRE PELO INDICE ALTERNADO DE
000210*                MST-DATA-PROC E O KSDS DE HISTORICO HISTKSDS DO
000220*                EXPURGO MST-ARC (A CHAVE QUE VOLTOU AO MESTRE
000230*                COM A MESMA DATA E CONTADA UMA VEZ SO).  GRAVA
000240*                NO KSDS DE PERIODOS PROD.NUMEROS.FECHAMES
000250*                (FECREC.CPY) O RETRATO DO MES - SALDO DE
000260*                ABERTURA (O FECHAMENTO DO MES ANTERIOR), AS
000270*                POSTAGENS, OS EXPURGOS ACUMULADOS PELO MST-ARC E
000280*                O SALDO DE FECHAMENTO - E MARCA O MES COMO
000290*                FECHADO ('F').  A PARTIR DAI MST-MNT, MAST-MAN,
000300*                A RESTAURACAO DO MST-HIS E O ESTORNO DO DL100-DSP
000310*                RECUSAM REGISTROS DATADOS NO MES.  UM CARTAO 'R'
000320*                (COM USUARIO E MOTIVO) REABRE UM MES FECHADO E
000330*                LIBERA AS ALTERACOES ATE O MES SER REFECHADO POR
000340*                UM CARTAO 'F'.  OS MESES SO FECHAM EM SEQUENCIA:
000350*                O MES ANTERIOR TEM DE ESTAR FECHADO (NAO
000360*                REABERTO), SALVO NO PRIMEIRO FECHAMENTO, CUJO
000370*                SALDO DE ABERTURA E APURADO DO PROPRIO MESTRE
000380*                (PARES ANTERIORES AO MES MAIS OS EXPURGOS DO
000390*                MES).  O RELATORIO MOSTRA O TRANSPORTE PARA O
000400*                MES SEGUINTE E AVISA SE UM MES SEGUINTE JA
000410*                FECHADO ABRIU COM SALDO DIFERENTE DO REFECHADO.
000420*                TERMINA COM CC 0, CC 4 SE HOUVE CARTAO DE
000430*                REABERTURA REJEITADO OU AVISO DE TRANSPORTE,
000440*                CC 8 SE UM FECHAMENTO FOI RECUSADO, CC 12 EM
000450*                FALHA DE I-O E CC 16 SE OS PARAMETROS FOREM
000460*                INVALIDOS.
000470*
000480*****************************************************************
000490* HISTORICO DE ALTERACOES
000500* ----------------------------------------------------------------
000510* DATA       AUTOR  DESCRICAO
000520* ---------- -----  ------------------------------------------
000530* 2026-10-15 RM     PROGRAMA ORIGINAL.
000540*****************************************************************
000550 IDENTIFICATION DIVISION.
000560 PROGRAM-ID.     MES-FEC.
000570 AUTHOR.         EQUIPE DE MANUTENCAO COBOL.
000580 INSTALLATION.   CENTRO DE PROCESSAMENTO DE DADOS.
000590 DATE-WRITTEN.   2026-10-15.
000600 DATE-COMPILED.  2026-10-15.
000610*
000620 ENVIRONMENT DIVISION.
000630 CONFIGURATION SECTION.
000640 SOURCE-COMPUTER.   IBM-370.
000650 OBJECT-COMPUTER.   IBM-370.
000660 INPUT-OUTPUT SECTION.
000670 FILE-CONTROL.
000680     SELECT ARQ-CONTROLE   ASSIGN TO CONTROLE
000690         ORGANIZATION IS SEQUENTIAL
000700         FILE STATUS IS WS-FS-CONTROLE.
000710     SELECT ARQ-FECHAMENTO ASSIGN TO FECHAMES
000720         ORGANIZATION IS INDEXED
000730         ACCESS MODE IS DYNAMIC
000740         RECORD KEY IS FEC-ANO-MES
000750         FILE STATUS IS WS-FS-FECHAMENTO.
000760     SELECT ARQ-MESTRE     ASSIGN TO MESTRE
000770         ORGANIZATION IS INDEXED
000780         ACCESS MODE IS DYNAMIC
000790         RECORD KEY IS MST-CHAVE
000800         ALTERNATE RECORD KEY IS MST-DATA-PROC
000810             WITH DUPLICATES
000820         FILE STATUS IS WS-FS-MESTRE.
000830     SELECT ARQ-HISTKSDS   ASSIGN TO HISTKSDS
000840         ORGANIZATION IS INDEXED
000850         ACCESS MODE IS DYNAMIC
000860         RECORD KEY IS HIX-CHAVE
000870         FILE STATUS IS WS-FS-HISTKSDS.
000880     SELECT ARQ-PARAMETRO  ASSIGN TO PARAMETRO
000890         ORGANIZATION IS SEQUENTIAL
000900         FILE STATUS IS WS-FS-PARAMETRO.
000910     SELECT ARQ-RELATORIO  ASSIGN TO RELATORIO
000920         ORGANIZATION IS SEQUENTIAL
000930         FILE STATUS IS WS-FS-RELATORIO.
000940*
000950 DATA DIVISION.
000960 FILE SECTION.
000970 FD  ARQ-CONTROLE
000980     LABEL RECORDS ARE STANDARD
000990     RECORDING MODE IS F.
001000 COPY FECCTL.
001010*
001020 FD  ARQ-FECHAMENTO
001030     LABEL RECORDS ARE STANDARD
001040     RECORDING MODE IS F.
001050 COPY FECREC.
001060*
001070 FD  ARQ-MESTRE
001080     LABEL RECORDS ARE STANDARD
001090     RECORDING MODE IS F.
001100 COPY MASTREC.
001110*
001120 FD  ARQ-HISTKSDS
001130     LABEL RECORDS ARE STANDARD
001140     RECORDING MODE IS F.
001150 COPY HIXREC.
001160*
001170 FD  ARQ-PARAMETRO
001180     LABEL RECORDS ARE STANDARD
001190     RECORDING MODE IS F.
001200 COPY PARMREC.
001210*
001220 FD  ARQ-RELATORIO
001230     LABEL RECORDS ARE STANDARD
001240     RECORDING MODE IS F.
001250 01  REL-REC                         PIC X(80).
001260*
001270 WORKING-STORAGE SECTION.
001280 01  WS-FLAGS.
001290     05  WS-FS-CONTROLE              PIC X(02) VALUE '00'.
001300     05  WS-FS-FECHAMENTO            PIC X(02) VALUE '00'.
001310     05  WS-FS-MESTRE                PIC X(02) VALUE '00'.
001320     05  WS-FS-HISTKSDS              PIC X(02) VALUE '00'.
001330     05  WS-FS-PARAMETRO             PIC X(02) VALUE '00'.
001340     05  WS-FS-RELATORIO             PIC X(02) VALUE '00'.
001350*
001360 01  WS-SWITCHES.
001370     05  WS-SW-FIM-CONTROLE          PIC X(01) VALUE 'N'.
001380         88  WS-FIM-CONTROLE             VALUE 'S'.
001390     05  WS-SW-FIM-FECHAMENTO        PIC X(01) VALUE 'N'.
001400         88  WS-FIM-FECHAMENTO           VALUE 'S'.
001410     05  WS-SW-FIM-MESTRE            PIC X(01) VALUE 'N'.
001420         88  WS-FIM-MESTRE               VALUE 'S'.
001430     05  WS-SW-FIM-HISTKSDS          PIC X(01) VALUE 'N'.
001440         88  WS-FIM-HISTKSDS             VALUE 'S'.
001450     05  WS-SW-PRIMEIRO              PIC X(01) VALUE 'N'.
001460         88  WS-PRIMEIRO-FECHAMENTO      VALUE 'S'.
001470     05  WS-SW-POSTERIOR             PIC X(01) VALUE 'N'.
001480         88  WS-POSTERIOR-FECHADO        VALUE 'S'.
001490*
001500 01  WS-CONTROLE-EXECUCAO.
001510     05  WS-RETORNO                  PIC 9(02) VALUE ZERO.
001520     05  WS-RETORNO-REJEICAO         PIC 9(02) VALUE ZERO.
001530     05  WS-DATA-EXECUCAO            PIC 9(08) VALUE ZERO.
001540     05  WS-DATA-EXECUCAO-R REDEFINES WS-DATA-EXECUCAO.
001550         10  WS-MES-MOVIMENTO        PIC 9(06).
001560         10  FILLER                  PIC 9(02).
001570     05  WS-HORA-EXECUCAO            PIC 9(08) VALUE ZERO.
001580*
001590*    PEDIDO EM TRATAMENTO: O CARTAO LIDO OU, SEM CARTOES, O
001600*    FECHAMENTO PADRAO DO MES DO MOVIMENTO.
001610*
001620 01  WS-PEDIDO.
001630     05  WS-PED-FUNCAO               PIC X(01) VALUE SPACE.
001640         88  WS-PED-FECHAR               VALUE 'F'.
001650         88  WS-PED-REABRIR              VALUE 'R'.
001660     05  WS-MES-PEDIDO               PIC 9(06) VALUE ZERO.
001670     05  WS-MES-PEDIDO-R REDEFINES WS-MES-PEDIDO.
001680         10  WS-PED-ANO              PIC 9(04).
001690         10  WS-PED-MES              PIC 9(02).
001700     05  WS-PED-USUARIO              PIC X(08) VALUE SPACE.
001710     05  WS-PED-MOTIVO               PIC X(40) VALUE SPACE.
001720*
001730 01  WS-PERIODOS.
001740     05  WS-MES-ANTERIOR             PIC 9(06) VALUE ZERO.
001750     05  WS-MES-ANTERIOR-R REDEFINES WS-MES-ANTERIOR.
001760         10  WS-ANT-ANO              PIC 9(04).
001770         10  WS-ANT-MES              PIC 9(02).
001780     05  WS-MES-SEGUINTE             PIC 9(06) VALUE ZERO.
001790     05  WS-MES-SEGUINTE-R REDEFINES WS-MES-SEGUINTE.
001800         10  WS-SEG-ANO              PIC 9(04).
001810         10  WS-SEG-MES              PIC 9(02).
001820     05  WS-DATA-INICIO              PIC 9(08) VALUE ZERO.
001830     05  WS-DATA-FIM                 PIC 9(08) VALUE ZERO.
001840     05  WS-ULTIMO-FECHADO           PIC 9(06) VALUE ZERO.
001850     05  WS-SIT-ULTIMO               PIC X(01) VALUE SPACE.
001860     05  WS-SIT-MES                  PIC X(01) VALUE SPACE.
001870         88  WS-MES-INEXISTENTE          VALUE SPACE.
001880         88  WS-MES-FECHADO              VALUE 'F'.
001890     05  WS-SIT-SEGUINTE             PIC X(01) VALUE SPACE.
001900         88  WS-SEGUINTE-JA-FECHADO      VALUE 'F' 'R'.
001910*
001920 01  WS-CONTADORES.
001930     05  WS-CONT-CARTOES             PIC 9(09) COMP VALUE ZERO.
001940     05  WS-CONT-REJEITADOS          PIC 9(09) COMP VALUE ZERO.
001950     05  WS-CONT-FECHADOS            PIC 9(09) COMP VALUE ZERO.
001960     05  WS-CONT-REABERTOS           PIC 9(09) COMP VALUE ZERO.
001970     05  WS-CONT-LIDOS-MESTRE        PIC 9(09) COMP VALUE ZERO.
001980     05  WS-CONT-LIDOS-HISTORICO     PIC 9(09) COMP VALUE ZERO.
001990     05  WS-CONT-HIST-NO-MESTRE      PIC 9(09) COMP VALUE ZERO.
002000     05  WS-CONT-ESTORNADOS          PIC 9(09) COMP VALUE ZERO.
002010*
002020 01  WS-INDICES.
002030     05  WS-IND                      PIC 9(04) COMP VALUE ZERO.
002040*
002050 01  WS-HISTORICO-SALVO.
002060     05  WS-HIX-DATA-PROC            PIC 9(08) VALUE ZERO.
002070     05  WS-HIX-RESULT               PIC S9(13)V9(02) VALUE ZERO.
002080*
002090*    ACUMULADORES DO MES POR TIPO (1 C, 2 S, 3 M, 4 D, 5 OUTROS);
002100*    A OCORRENCIA 6 E O TOTAL GERAL, MONTADO SO PARA O RELATORIO.
002110*
002120 01  WS-ACUMULADORES.
002130     05  WS-ACM                      OCCURS 6 TIMES.
002140         10  WS-ACM-ABE-QTD          PIC S9(09) COMP.
002150         10  WS-ACM-ABE-TOTAL        PIC S9(15)V9(02).
002160         10  WS-ACM-POS-QTD          PIC S9(09) COMP.
002170         10  WS-ACM-POS-TOTAL        PIC S9(15)V9(02).
002180         10  WS-ACM-EXP-QTD          PIC S9(09) COMP.
002190         10  WS-ACM-EXP-TOTAL        PIC S9(15)V9(02).
002200         10  WS-ACM-FEC-QTD          PIC S9(09) COMP.
002210         10  WS-ACM-FEC-TOTAL        PIC S9(15)V9(02).
002220*
002230 01  WS-TABELA-NOMES.
002240     05  FILLER                      PIC X(20) VALUE
002250         'TIPO C - COMPARACOES'.
002260     05  FILLER                      PIC X(20) VALUE
002270         'TIPO S - SOMAS'.
002280     05  FILLER                      PIC X(20) VALUE
002290         'TIPO M - MULTIPLIC.'.
002300     05  FILLER                      PIC X(20) VALUE
002310         'TIPO D - DIVISOES'.
002320     05  FILLER                      PIC X(20) VALUE
002330         'OUTROS TIPOS'.
002340     05  FILLER                      PIC X(20) VALUE
002350         'TOTAL GERAL'.
002360 01  WS-TABELA-NOMES-R REDEFINES WS-TABELA-NOMES.
002370     05  WS-NOME-TIPO                PIC X(20) OCCURS 6 TIMES.
002380*
002390 01  WS-LINHA-CARTAO.
002400     05  WS-CRT-FUNCAO               PIC X(01).
002410     05  FILLER                      PIC X(02) VALUE SPACE.
002420     05  WS-CRT-ANO-MES              PIC X(06).
002430     05  FILLER                      PIC X(02) VALUE SPACE.
002440     05  WS-CRT-USUARIO              PIC X(08).
002450     05  FILLER                      PIC X(02) VALUE SPACE.
002460     05  WS-CRT-SITUACAO             PIC X(45) VALUE SPACE.
002470     05  FILLER                      PIC X(14) VALUE SPACE.
002480*
002490 01  WS-LINHA-MES.
002500     05  WS-LMS-TEXTO                PIC X(40) VALUE SPACE.
002510     05  WS-LMS-ANO-MES              PIC 9(06).
002520     05  FILLER                      PIC X(34) VALUE SPACE.
002530*
002540 01  WS-LINHA-DATA.
002550     05  WS-LDT-TEXTO                PIC X(40) VALUE SPACE.
002560     05  WS-LDT-DATA                 PIC 9(08).
002570     05  FILLER                      PIC X(32) VALUE SPACE.
002580*
002590 01  WS-CABECALHO-SALDO.
002600     05  FILLER                      PIC X(34) VALUE SPACE.
002610     05  FILLER                      PIC X(12) VALUE
002620         '  QUANTIDADE'.
002630     05  FILLER                      PIC X(02) VALUE SPACE.
002640     05  FILLER                      PIC X(19) VALUE
002650         ' TOTAL MST-RESULT'.
002660     05  FILLER                      PIC X(13) VALUE SPACE.
002670*
002680 01  WS-LINHA-TIPO.
002690     05  FILLER                      PIC X(02) VALUE SPACE.
002700     05  WS-LTP-NOME                 PIC X(20).
002710     05  FILLER                      PIC X(58) VALUE SPACE.
002720*
002730 01  WS-LINHA-SALDO.
002740     05  WS-SLD-TEXTO                PIC X(34) VALUE SPACE.
002750     05  WS-SLD-QTD                  PIC -ZZZ,ZZZ,ZZ9.
002760     05  FILLER                      PIC X(02) VALUE SPACE.
002770     05  WS-SLD-TOTAL                PIC -(15)9.99.
002780     05  FILLER                      PIC X(13) VALUE SPACE.
002790*
002800 01  WS-LINHA-RESUMO.
002810     05  WS-RES-TEXTO                PIC X(40) VALUE SPACE.
002820     05  WS-RES-VALOR                PIC ZZZ,ZZZ,ZZ9.
002830     05  FILLER                      PIC X(29) VALUE SPACE.
002840*
002850 PROCEDURE DIVISION.
002860*
002870 0000-MAINLINE.
002880     PERFORM 1000-INICIALIZA
002890         THRU 1000-INICIALIZA-EXIT.
002900     PERFORM 2000-PROCESSAR-CARTAO
002910         THRU 2000-PROCESSAR-CARTAO-EXIT
002920         UNTIL WS-FIM-CONTROLE.
002930     IF WS-CONT-CARTOES EQUAL ZERO
002940         SET WS-PED-FECHAR       TO TRUE
002950         MOVE WS-MES-MOVIMENTO   TO WS-MES-PEDIDO
002960         MOVE SPACE              TO WS-PED-USUARIO
002970         MOVE SPACE              TO WS-PED-MOTIVO
002980         PERFORM 2500-FECHAR-MES
002990             THRU 2500-FECHAR-MES-EXIT
003000     END-IF.
003010     PERFORM 3000-FINALIZA
003020         THRU 3000-FINALIZA-EXIT.
003030     MOVE WS-RETORNO TO RETURN-CODE.
003040     GOBACK.
003050*
003060 1000-INICIALIZA.
003070     DISPLAY 'MES-FEC - FECHAMENTO MENSAL DO MESTRE'.
003080     ACCEPT WS-HORA-EXECUCAO FROM TIME.
003090     PERFORM 1050-LER-PARAMETRO
003100         THRU 1050-LER-PARAMETRO-EXIT.
003110     OPEN INPUT ARQ-CONTROLE.
003120     IF WS-FS-CONTROLE NOT = '00'
003130         DISPLAY 'MES-FEC - ERRO AO ABRIR CONTROLE - FS '
003140             WS-FS-CONTROLE
003150         MOVE 12 TO RETURN-CODE
003160         GOBACK
003170     END-IF.
003180*    O KSDS DE PERIODOS NASCE VAZIO NA PRIMEIRA RODADA, NOS
003190*    MOLDES DO HISTORICO NO MST-ARC.
003200     OPEN I-O ARQ-FECHAMENTO.
003210     IF WS-FS-FECHAMENTO NOT = '00'
003220         CLOSE ARQ-FECHAMENTO
003230         OPEN OUTPUT ARQ-FECHAMENTO
003240         CLOSE ARQ-FECHAMENTO
003250         OPEN I-O ARQ-FECHAMENTO
003260     END-IF.
003270     IF WS-FS-FECHAMENTO NOT = '00'
003280         DISPLAY 'MES-FEC - ERRO AO ABRIR OS PERIODOS - FS '
003290             WS-FS-FECHAMENTO
003300         MOVE 12 TO RETURN-CODE
003310         GOBACK
003320     END-IF.
003330     OPEN INPUT ARQ-MESTRE.
003340     IF WS-FS-MESTRE NOT = '00'
003350         DISPLAY 'MES-FEC - ERRO AO ABRIR O MESTRE - FS '
003360             WS-FS-MESTRE
003370         MOVE 12 TO RETURN-CODE
003380         GOBACK
003390     END-IF.
003400     OPEN INPUT ARQ-HISTKSDS.
003410     IF WS-FS-HISTKSDS NOT = '00'
003420         DISPLAY 'MES-FEC - ERRO AO ABRIR O HISTORICO - FS '
003430             WS-FS-HISTKSDS
003440         MOVE 12 TO RETURN-CODE
003450         GOBACK
003460     END-IF.
003470     OPEN OUTPUT ARQ-RELATORIO.
003480     MOVE 'FECHAMENTO MENSAL DO MESTRE - MES-FEC' TO REL-REC.
003490     WRITE REL-REC.
003500     MOVE 'DATA DO MOVIMENTO'              TO WS-LDT-TEXTO.
003510     MOVE WS-DATA-EXECUCAO                 TO WS-LDT-DATA.
003520     MOVE WS-LINHA-DATA TO REL-REC.
003530     WRITE REL-REC.
003540 1000-INICIALIZA-EXIT.
003550     EXIT.
003560*
003570 1050-LER-PARAMETRO.
003580     OPEN INPUT ARQ-PARAMETRO.
003590     IF WS-FS-PARAMETRO NOT = '00'
003600         DISPLAY 'MES-FEC - ARQUIVO DE PARAMETROS AUSENTE - '
003610             'FS ' WS-FS-PARAMETRO
003620         MOVE 16 TO RETURN-CODE
003630         GOBACK
003640     END-IF.
003650     READ ARQ-PARAMETRO
003660         AT END
003670             DISPLAY 'MES-FEC - REGISTRO DE PARAMETROS AUSENTE'
003680             MOVE 16 TO RETURN-CODE
003690             GOBACK
003700     END-READ.
003710     IF PRM-DATA-MOVIMENTO NOT NUMERIC
003720        OR PRM-DATA-MOVIMENTO EQUAL ZERO
003730         DISPLAY 'MES-FEC - DATA DO MOVIMENTO AUSENTE OU '
003740             'INVALIDA'
003750         MOVE 16 TO RETURN-CODE
003760         GOBACK
003770     END-IF.
003780     MOVE PRM-DATA-MOVIMENTO TO WS-DATA-EXECUCAO.
003790     CLOSE ARQ-PARAMETRO.
003800 1050-LER-PARAMETRO-EXIT.
003810     EXIT.
003820*
003830 2000-PROCESSAR-CARTAO.
003840     READ ARQ-CONTROLE
003850         AT END
003860             SET WS-FIM-CONTROLE TO TRUE
003870             GO TO 2000-PROCESSAR-CARTAO-EXIT
003880     END-READ.
003890     ADD 1 TO WS-CONT-CARTOES.
003900     MOVE FCT-FUNCAO  TO WS-PED-FUNCAO.
003910     MOVE FCT-USUARIO TO WS-PED-USUARIO.
003920     MOVE FCT-MOTIVO  TO WS-PED-MOTIVO.
003930     MOVE ZERO        TO WS-MES-PEDIDO.
003940     MOVE 4           TO WS-RETORNO-REJEICAO.
003950     IF NOT FCT-FUNCAO-VALIDA
003960         MOVE 'FUNCAO INVALIDA (USE F OU R)' TO WS-CRT-SITUACAO
003970         PERFORM 2050-REJEITAR-CARTAO
003980             THRU 2050-REJEITAR-CARTAO-EXIT
003990         GO TO 2000-PROCESSAR-CARTAO-EXIT
004000     END-IF.
004010     IF FCT-ANO-MES NOT NUMERIC
004020         MOVE 'MES INVALIDO (AAAAMM)' TO WS-CRT-SITUACAO
004030         PERFORM 2050-REJEITAR-CARTAO
004040             THRU 2050-REJEITAR-CARTAO-EXIT
004050         GO TO 2000-PROCESSAR-CARTAO-EXIT
004060     END-IF.
004070     MOVE FCT-ANO-MES TO WS-MES-PEDIDO.
004080     IF WS-PED-MES LESS THAN 01 OR WS-PED-MES GREATER THAN 12
004090         MOVE 'MES INVALIDO (AAAAMM)' TO WS-CRT-SITUACAO
004100         PERFORM 2050-REJEITAR-CARTAO
004110             THRU 2050-REJEITAR-CARTAO-EXIT
004120         GO TO 2000-PROCESSAR-CARTAO-EXIT
004130     END-IF.
004140     IF WS-MES-PEDIDO GREATER THAN WS-MES-MOVIMENTO
004150         MOVE 'MES POSTERIOR AO DA DATA DO MOVIMENTO' TO
004160             WS-CRT-SITUACAO
004170         PERFORM 2050-REJEITAR-CARTAO
004180             THRU 2050-REJEITAR-CARTAO-EXIT
004190         GO TO 2000-PROCESSAR-CARTAO-EXIT
004200     END-IF.
004210     IF FCT-FUNCAO-REABRIR
004220         PERFORM 2100-REABRIR-MES
004230             THRU 2100-REABRIR-MES-EXIT
004240     ELSE
004250         PERFORM 2500-FECHAR-MES
004260             THRU 2500-FECHAR-MES-EXIT
004270     END-IF.
004280 2000-PROCESSAR-CARTAO-EXIT.
004290     EXIT.
004300*
004310*    CARTAO OU FECHAMENTO RECUSADO: LISTA O MOTIVO E ELEVA O CC
004320*    (4 NA REABERTURA E NO CARTAO MAL FORMADO, 8 NO FECHAMENTO).
004330*
004340 2050-REJEITAR-CARTAO.
004350     ADD 1 TO WS-CONT-REJEITADOS.
004360     PERFORM 2900-LISTAR-CARTAO
004370         THRU 2900-LISTAR-CARTAO-EXIT.
004380     IF WS-RETORNO LESS THAN WS-RETORNO-REJEICAO
004390         MOVE WS-RETORNO-REJEICAO TO WS-RETORNO
004400     END-IF.
004410 2050-REJEITAR-CARTAO-EXIT.
004420     EXIT.
004430*
004440*    A REABERTURA SO VALE PARA MES FECHADO E EXIGE USUARIO E
004450*    MOTIVO, QUE FICAM GRAVADOS NO REGISTRO DO PERIODO.  OS
004460*    VALORES DO RETRATO NAO MUDAM ATE O MES SER REFECHADO.
004470*
004480 2100-REABRIR-MES.
004490     IF WS-PED-USUARIO EQUAL SPACE OR WS-PED-MOTIVO EQUAL SPACE
004500         MOVE 'REABERTURA EXIGE USUARIO E MOTIVO' TO
004510             WS-CRT-SITUACAO
004520         PERFORM 2050-REJEITAR-CARTAO
004530             THRU 2050-REJEITAR-CARTAO-EXIT
004540         GO TO 2100-REABRIR-MES-EXIT
004550     END-IF.
004560     MOVE WS-MES-PEDIDO TO FEC-ANO-MES.
004570     READ ARQ-FECHAMENTO
004580         INVALID KEY
004590             MOVE 'MES NAO ESTA FECHADO' TO WS-CRT-SITUACAO
004600             PERFORM 2050-REJEITAR-CARTAO
004610                 THRU 2050-REJEITAR-CARTAO-EXIT
004620             GO TO 2100-REABRIR-MES-EXIT
004630     END-READ.
004640     IF NOT FEC-SIT-FECHADO
004650         MOVE 'MES NAO ESTA FECHADO' TO WS-CRT-SITUACAO
004660         PERFORM 2050-REJEITAR-CARTAO
004670             THRU 2050-REJEITAR-CARTAO-EXIT
004680         GO TO 2100-REABRIR-MES-EXIT
004690     END-IF.
004700     SET FEC-SIT-REABERTO     TO TRUE.
004710     MOVE WS-DATA-EXECUCAO    TO FEC-DATA-REABERTURA.
004720     MOVE WS-PED-USUARIO      TO FEC-USUARIO-REABERTURA.
004730     MOVE WS-PED-MOTIVO       TO FEC-MOTIVO-REABERTURA.
004740     REWRITE FEC-REGISTRO
004750         INVALID KEY
004760             CONTINUE
004770     END-REWRITE.
004780     IF WS-FS-FECHAMENTO NOT = '00'
004790         DISPLAY 'MES-FEC - FALHA DE I-O NOS PERIODOS - FS '
004800             WS-FS-FECHAMENTO
004810         MOVE 12 TO WS-RETORNO
004820         MOVE 'ERRO AO GRAVAR A REABERTURA' TO WS-CRT-SITUACAO
004830         PERFORM 2900-LISTAR-CARTAO
004840             THRU 2900-LISTAR-CARTAO-EXIT
004850         GO TO 2100-REABRIR-MES-EXIT
004860     END-IF.
004870     ADD 1 TO WS-CONT-REABERTOS.
004880     MOVE 'REABERTO - ALTERACOES LIBERADAS' TO WS-CRT-SITUACAO.
004890     PERFORM 2900-LISTAR-CARTAO
004900         THRU 2900-LISTAR-CARTAO-EXIT.
004910     DISPLAY 'MES-FEC - MES REABERTO: ' WS-MES-PEDIDO
004920         ' POR ' WS-PED-USUARIO.
004930 2100-REABRIR-MES-EXIT.
004940     EXIT.
004950*
004960 2500-FECHAR-MES.
004970     MOVE 8 TO WS-RETORNO-REJEICAO.
004980     PERFORM 2510-CALCULAR-PERIODO
004990         THRU 2510-CALCULAR-PERIODO-EXIT.
005000     PERFORM 2520-CONFERIR-SEQUENCIA
005010         THRU 2520-CONFERIR-SEQUENCIA-EXIT.
005020     IF WS-MES-FECHADO
005030         MOVE 'MES JA FECHADO - REABRIR ANTES DE REFECHAR' TO
005040             WS-CRT-SITUACAO
005050         PERFORM 2050-REJEITAR-CARTAO
005060             THRU 2050-REJEITAR-CARTAO-EXIT
005070         GO TO 2500-FECHAR-MES-EXIT
005080     END-IF.
005090     IF WS-POSTERIOR-FECHADO AND WS-MES-INEXISTENTE
005100         MOVE 'MES POSTERIOR JA FECHADO - FORA DE SEQUENCIA' TO
005110             WS-CRT-SITUACAO
005120         PERFORM 2050-REJEITAR-CARTAO
005130             THRU 2050-REJEITAR-CARTAO-EXIT
005140         GO TO 2500-FECHAR-MES-EXIT
005150     END-IF.
005160     IF NOT WS-PRIMEIRO-FECHAMENTO
005170        AND WS-ULTIMO-FECHADO NOT EQUAL WS-MES-ANTERIOR
005180         MOVE 'MES ANTERIOR NAO FECHADO' TO WS-CRT-SITUACAO
005190         PERFORM 2050-REJEITAR-CARTAO
005200             THRU 2050-REJEITAR-CARTAO-EXIT
005210         GO TO 2500-FECHAR-MES-EXIT
005220     END-IF.
005230     IF NOT WS-PRIMEIRO-FECHAMENTO
005240        AND WS-SIT-ULTIMO EQUAL 'R'
005250         MOVE 'MES ANTERIOR REABERTO - REFECHAR ANTES' TO
005260             WS-CRT-SITUACAO
005270         PERFORM 2050-REJEITAR-CARTAO
005280             THRU 2050-REJEITAR-CARTAO-EXIT
005290         GO TO 2500-FECHAR-MES-EXIT
005300     END-IF.
005310     PERFORM 2530-APURAR-ABERTURA
005320         THRU 2530-APURAR-ABERTURA-EXIT.
005330     PERFORM 2540-POSICIONAR-MESTRE
005340         THRU 2540-POSICIONAR-MESTRE-EXIT.
005350     PERFORM 2550-VARRER-MESTRE
005360         THRU 2550-VARRER-MESTRE-EXIT
005370         UNTIL WS-FIM-MESTRE.
005380     PERFORM 2560-POSICIONAR-HISTORICO
005390         THRU 2560-POSICIONAR-HISTORICO-EXIT.
005400     PERFORM 2570-VARRER-HISTORICO
005410         THRU 2570-VARRER-HISTORICO-EXIT
005420         UNTIL WS-FIM-HISTKSDS.
005430     IF WS-RETORNO NOT LESS THAN 12
005440         MOVE 'FALHA DE I-O NA APURACAO - MES NAO FECHADO' TO
005450             WS-CRT-SITUACAO
005460         PERFORM 2900-LISTAR-CARTAO
005470             THRU 2900-LISTAR-CARTAO-EXIT
005480         GO TO 2500-FECHAR-MES-EXIT
005490     END-IF.
005500     PERFORM 2600-GRAVAR-FECHAMENTO
005510         THRU 2600-GRAVAR-FECHAMENTO-EXIT.
005520     IF WS-RETORNO NOT LESS THAN 12
005530         GO TO 2500-FECHAR-MES-EXIT
005540     END-IF.
005550     ADD 1 TO WS-CONT-FECHADOS.
005560     MOVE 'MES FECHADO' TO WS-CRT-SITUACAO.
005570     PERFORM 2900-LISTAR-CARTAO
005580         THRU 2900-LISTAR-CARTAO-EXIT.
005590     PERFORM 2700-LISTAR-FECHAMENTO
005600         THRU 2700-LISTAR-FECHAMENTO-EXIT.
005610     IF WS-SEGUINTE-JA-FECHADO
005620         PERFORM 2800-CONFERIR-TRANSPORTE
005630             THRU 2800-CONFERIR-TRANSPORTE-EXIT
005640     END-IF.
005650     DISPLAY 'MES-FEC - MES FECHADO  : ' WS-MES-PEDIDO.
005660 2500-FECHAR-MES-EXIT.
005670     EXIT.
005680*
005690*    LIMITES DO MES (AAAAMM01 A AAAAMM31 BASTA PARA A FAIXA DE
005700*    MST-DATA-PROC) E OS MESES VIZINHOS, COM VIRADA DE ANO.
005710*
005720 2510-CALCULAR-PERIODO.
005730     MOVE WS-MES-PEDIDO TO WS-DATA-INICIO.
005740     MULTIPLY 100 BY WS-DATA-INICIO.
005750     MOVE WS-DATA-INICIO TO WS-DATA-FIM.
005760     ADD 1  TO WS-DATA-INICIO.
005770     ADD 31 TO WS-DATA-FIM.
005780     MOVE WS-MES-PEDIDO TO WS-MES-ANTERIOR.
005790     MOVE WS-MES-PEDIDO TO WS-MES-SEGUINTE.
005800     IF WS-PED-MES EQUAL 01
005810         SUBTRACT 1 FROM WS-ANT-ANO
005820         MOVE 12 TO WS-ANT-MES
005830     ELSE
005840         SUBTRACT 1 FROM WS-ANT-MES
005850     END-IF.
005860     IF WS-PED-MES EQUAL 12
005870         ADD 1 TO WS-SEG-ANO
005880         MOVE 01 TO WS-SEG-MES
005890     ELSE
005900         ADD 1 TO WS-SEG-MES
005910     END-IF.
005920 2510-CALCULAR-PERIODO-EXIT.
005930     EXIT.
005940*
005950*    VARRE O KSDS DE PERIODOS (UM REGISTRO POR MES, POUCOS) PARA
005960*    ACHAR O ULTIMO MES JA FECHADO ANTES DO PEDIDO, A SITUACAO
005970*    DO PROPRIO MES E DO SEGUINTE E SE HA MES POSTERIOR FECHADO.
005980*    SEM NENHUM MES FECHADO ANTES DO PEDIDO E O PRIMEIRO
005990*    FECHAMENTO.
006000*
006010 2520-CONFERIR-SEQUENCIA.
006020     MOVE ZERO  TO WS-ULTIMO-FECHADO.
006030     MOVE SPACE TO WS-SIT-ULTIMO.
006040     MOVE SPACE TO WS-SIT-MES.
006050     MOVE SPACE TO WS-SIT-SEGUINTE.
006060     MOVE 'N'   TO WS-SW-POSTERIOR.
006070     MOVE 'N'   TO WS-SW-FIM-FECHAMENTO.
006080     MOVE ZERO  TO FEC-ANO-MES.
006090     START ARQ-FECHAMENTO KEY NOT LESS THAN FEC-ANO-MES
006100         INVALID KEY
006110             SET WS-FIM-FECHAMENTO TO TRUE
006120     END-START.
006130     PERFORM 2525-LER-PERIODO
006140         THRU 2525-LER-PERIODO-EXIT
006150         UNTIL WS-FIM-FECHAMENTO.
006160     IF WS-ULTIMO-FECHADO EQUAL ZERO
006170         SET WS-PRIMEIRO-FECHAMENTO TO TRUE
006180     ELSE
006190         MOVE 'N' TO WS-SW-PRIMEIRO
006200     END-IF.
006210 2520-CONFERIR-SEQUENCIA-EXIT.
006220     EXIT.
006230*
006240 2525-LER-PERIODO.
006250     READ ARQ-FECHAMENTO NEXT RECORD
006260         AT END
006270             SET WS-FIM-FECHAMENTO TO TRUE
006280             GO TO 2525-LER-PERIODO-EXIT
006290     END-READ.
006300     IF WS-FS-FECHAMENTO NOT = '00'
006310         DISPLAY 'MES-FEC - FALHA DE I-O NOS PERIODOS - FS '
006320             WS-FS-FECHAMENTO
006330         MOVE 12 TO WS-RETORNO
006340         SET WS-FIM-FECHAMENTO TO TRUE
006350         GO TO 2525-LER-PERIODO-EXIT
006360     END-IF.
006370     IF FEC-ANO-MES LESS THAN WS-MES-PEDIDO
006380         IF FEC-SIT-JA-FECHADO
006390             MOVE FEC-ANO-MES  TO WS-ULTIMO-FECHADO
006400             MOVE FEC-SITUACAO TO WS-SIT-ULTIMO
006410         END-IF
006420         GO TO 2525-LER-PERIODO-EXIT
006430     END-IF.
006440     IF FEC-ANO-MES EQUAL WS-MES-PEDIDO
006450         MOVE FEC-SITUACAO TO WS-SIT-MES
006460         IF FEC-SIT-ABERTO
006470             MOVE SPACE TO WS-SIT-MES
006480         END-IF
006490         GO TO 2525-LER-PERIODO-EXIT
006500     END-IF.
006510     IF FEC-ANO-MES EQUAL WS-MES-SEGUINTE
006520         MOVE FEC-SITUACAO TO WS-SIT-SEGUINTE
006530     END-IF.
006540     IF FEC-SIT-JA-FECHADO
006550         SET WS-POSTERIOR-FECHADO TO TRUE
006560     END-IF.
006570 2525-LER-PERIODO-EXIT.
006580     EXIT.
006590*
006600*    O SALDO DE ABERTURA E O DE FECHAMENTO DO MES ANTERIOR; NO
006610*    PRIMEIRO FECHAMENTO ELE E APURADO NA VARREDURA DO MESTRE
006620*    (2550) E COMPLETADO COM OS EXPURGOS DO MES (2600).
006630*
006640 2530-APURAR-ABERTURA.
006650     PERFORM 2535-ZERAR-ACUMULADOR
006660         THRU 2535-ZERAR-ACUMULADOR-EXIT
006670         VARYING WS-IND FROM 1 BY 1
006680         UNTIL WS-IND GREATER THAN 6.
006690     MOVE ZERO TO WS-CONT-LIDOS-MESTRE.
006700     MOVE ZERO TO WS-CONT-LIDOS-HISTORICO.
006710     MOVE ZERO TO WS-CONT-HIST-NO-MESTRE.
006720     MOVE ZERO TO WS-CONT-ESTORNADOS.
006730     IF WS-PRIMEIRO-FECHAMENTO
006740         GO TO 2530-APURAR-ABERTURA-EXIT
006750     END-IF.
006760     MOVE WS-ULTIMO-FECHADO TO FEC-ANO-MES.
006770     READ ARQ-FECHAMENTO
006780         INVALID KEY
006790             DISPLAY 'MES-FEC - FALHA DE I-O NOS PERIODOS - FS '
006800                 WS-FS-FECHAMENTO
006810             MOVE 12 TO WS-RETORNO
006820             GO TO 2530-APURAR-ABERTURA-EXIT
006830     END-READ.
006840     PERFORM 2538-TRANSPORTAR-SALDO
006850         THRU 2538-TRANSPORTAR-SALDO-EXIT
006860         VARYING WS-IND FROM 1 BY 1
006870         UNTIL WS-IND GREATER THAN 5.
006880 2530-APURAR-ABERTURA-EXIT.
006890     EXIT.
006900*
006910 2535-ZERAR-ACUMULADOR.
006920     MOVE ZERO TO WS-ACM-ABE-QTD (WS-IND).
006930     MOVE ZERO TO WS-ACM-ABE-TOTAL (WS-IND).
006940     MOVE ZERO TO WS-ACM-POS-QTD (WS-IND).
006950     MOVE ZERO TO WS-ACM-POS-TOTAL (WS-IND).
006960     MOVE ZERO TO WS-ACM-EXP-QTD (WS-IND).
006970     MOVE ZERO TO WS-ACM-EXP-TOTAL (WS-IND).
006980     MOVE ZERO TO WS-ACM-FEC-QTD (WS-IND).
006990     MOVE ZERO TO WS-ACM-FEC-TOTAL (WS-IND).
007000 2535-ZERAR-ACUMULADOR-EXIT.
007010     EXIT.
007020*
007030 2538-TRANSPORTAR-SALDO.
007040     MOVE FEC-FEC-QTD (WS-IND)   TO WS-ACM-ABE-QTD (WS-IND).
007050     MOVE FEC-FEC-TOTAL (WS-IND) TO WS-ACM-ABE-TOTAL (WS-IND).
007060 2538-TRANSPORTAR-SALDO-EXIT.
007070     EXIT.
007080*
007090*    O MESTRE E LIDO PELO INDICE ALTERNADO A PARTIR DO PRIMEIRO
007100*    DIA DO MES (OU DO INICIO, NO PRIMEIRO FECHAMENTO) ATE A
007110*    PRIMEIRA DATA POSTERIOR AO MES.
007120*
007130 2540-POSICIONAR-MESTRE.
007140     MOVE 'N' TO WS-SW-FIM-MESTRE.
007150     IF WS-PRIMEIRO-FECHAMENTO
007160         MOVE ZERO           TO MST-DATA-PROC
007170     ELSE
007180         MOVE WS-DATA-INICIO TO MST-DATA-PROC
007190     END-IF.
007200     START ARQ-MESTRE KEY NOT LESS THAN MST-DATA-PROC
007210         INVALID KEY
007220             SET WS-FIM-MESTRE TO TRUE
007230     END-START.
007240 2540-POSICIONAR-MESTRE-EXIT.
007250     EXIT.
007260*
007270 2550-VARRER-MESTRE.
007280     READ ARQ-MESTRE NEXT RECORD
007290         AT END
007300             SET WS-FIM-MESTRE TO TRUE
007310             GO TO 2550-VARRER-MESTRE-EXIT
007320     END-READ.
007330     IF WS-FS-MESTRE NOT = '00' AND WS-FS-MESTRE NOT = '02'
007340         DISPLAY 'MES-FEC - FALHA DE I-O NO MESTRE - FS '
007350             WS-FS-MESTRE
007360         MOVE 12 TO WS-RETORNO
007370         SET WS-FIM-MESTRE TO TRUE
007380         GO TO 2550-VARRER-MESTRE-EXIT
007390     END-IF.
007400     IF MST-DATA-PROC GREATER THAN WS-DATA-FIM
007410         SET WS-FIM-MESTRE TO TRUE
007420         GO TO 2550-VARRER-MESTRE-EXIT
007430     END-IF.
007440     ADD 1 TO WS-CONT-LIDOS-MESTRE.
007450     IF MST-SIT-ESTORNADO
007460         ADD 1 TO WS-CONT-ESTORNADOS
007470         GO TO 2550-VARRER-MESTRE-EXIT
007480     END-IF.
007490     PERFORM 2590-INDICE-DO-TIPO
007500         THRU 2590-INDICE-DO-TIPO-EXIT.
007510     IF MST-DATA-PROC LESS THAN WS-DATA-INICIO
007520         ADD 1          TO WS-ACM-ABE-QTD (WS-IND)
007530         ADD MST-RESULT TO WS-ACM-ABE-TOTAL (WS-IND)
007540     ELSE
007550         ADD 1          TO WS-ACM-POS-QTD (WS-IND)
007560         ADD MST-RESULT TO WS-ACM-POS-TOTAL (WS-IND)
007570     END-IF.
007580 2550-VARRER-MESTRE-EXIT.
007590     EXIT.
007600*
007610 2560-POSICIONAR-HISTORICO.
007620     MOVE 'N' TO WS-SW-FIM-HISTKSDS.
007630     MOVE LOW-VALUES TO HIX-CHAVE.
007640     START ARQ-HISTKSDS KEY NOT LESS THAN HIX-CHAVE
007650         INVALID KEY
007660             SET WS-FIM-HISTKSDS TO TRUE
007670     END-START.
007680 2560-POSICIONAR-HISTORICO-EXIT.
007690     EXIT.
007700*
007710*    PARES DO MES JA EXPURGADOS CONTINUAM SENDO POSTAGENS DO MES.
007720*    SE A CHAVE VOLTOU AO MESTRE (RESTAURACAO MST-HIS) COM A
007730*    MESMA DATA, JA FOI CONTADA NA VARREDURA DO MESTRE.
007740*
007750 2570-VARRER-HISTORICO.
007760     READ ARQ-HISTKSDS NEXT RECORD
007770         AT END
007780             SET WS-FIM-HISTKSDS TO TRUE
007790             GO TO 2570-VARRER-HISTORICO-EXIT
007800     END-READ.
007810     IF WS-FS-HISTKSDS NOT = '00'
007820         DISPLAY 'MES-FEC - FALHA DE I-O NO HISTORICO - FS '
007830             WS-FS-HISTKSDS
007840         MOVE 12 TO WS-RETORNO
007850         SET WS-FIM-HISTKSDS TO TRUE
007860         GO TO 2570-VARRER-HISTORICO-EXIT
007870     END-IF.
007880     MOVE HIX-REGISTRO TO MASTER-RECORD.
007890     IF MST-DATA-PROC LESS THAN WS-DATA-INICIO
007900        OR MST-DATA-PROC GREATER THAN WS-DATA-FIM
007910         GO TO 2570-VARRER-HISTORICO-EXIT
007920     END-IF.
007930     ADD 1 TO WS-CONT-LIDOS-HISTORICO.
007940     IF MST-SIT-ESTORNADO
007950         ADD 1 TO WS-CONT-ESTORNADOS
007960         GO TO 2570-VARRER-HISTORICO-EXIT
007970     END-IF.
007980     PERFORM 2590-INDICE-DO-TIPO
007990         THRU 2590-INDICE-DO-TIPO-EXIT.
008000     MOVE MST-DATA-PROC TO WS-HIX-DATA-PROC.
008010     MOVE MST-RESULT    TO WS-HIX-RESULT.
008020     READ ARQ-MESTRE KEY IS MST-CHAVE
008030         INVALID KEY
008040             MOVE ZERO TO MST-DATA-PROC
008050     END-READ.
008060     IF MST-DATA-PROC EQUAL WS-HIX-DATA-PROC
008070         ADD 1 TO WS-CONT-HIST-NO-MESTRE
008080         GO TO 2570-VARRER-HISTORICO-EXIT
008090     END-IF.
008100     ADD 1             TO WS-ACM-POS-QTD (WS-IND).
008110     ADD WS-HIX-RESULT TO WS-ACM-POS-TOTAL (WS-IND).
008120 2570-VARRER-HISTORICO-EXIT.
008130     EXIT.
008140*
008150 2590-INDICE-DO-TIPO.
008160     EVALUATE TRUE
008170         WHEN MST-TIPO-COMPARACAO
008180             MOVE 1 TO WS-IND
008190         WHEN MST-TIPO-SOMA
008200             MOVE 2 TO WS-IND
008210         WHEN MST-TIPO-MULT
008220             MOVE 3 TO WS-IND
008230         WHEN MST-TIPO-DIV
008240             MOVE 4 TO WS-IND
008250         WHEN OTHER
008260             MOVE 5 TO WS-IND
008270     END-EVALUATE.
008280 2590-INDICE-DO-TIPO-EXIT.
008290     EXIT.
008300*
008310*    LE (OU CRIA) O REGISTRO DO MES, QUE TRAZ OS EXPURGOS
008320*    ACUMULADOS PELO MST-ARC, CALCULA O SALDO DE FECHAMENTO E
008330*    GRAVA O RETRATO COM O MES FECHADO.  A REABERTURA ANTERIOR,
008340*    SE HOUVE, PERMANECE REGISTRADA.
008350*
008360 2600-GRAVAR-FECHAMENTO.
008370     MOVE WS-MES-PEDIDO TO FEC-ANO-MES.
008380     READ ARQ-FECHAMENTO
008390         INVALID KEY
008400             PERFORM 2610-CRIAR-PERIODO
008410                 THRU 2610-CRIAR-PERIODO-EXIT
008420     END-READ.
008430     PERFORM 2620-CALCULAR-SALDO
008440         THRU 2620-CALCULAR-SALDO-EXIT
008450         VARYING WS-IND FROM 1 BY 1
008460         UNTIL WS-IND GREATER THAN 5.
008470     SET FEC-SIT-FECHADO      TO TRUE.
008480     MOVE WS-DATA-EXECUCAO    TO FEC-DATA-FECHAMENTO.
008490     MOVE WS-HORA-EXECUCAO    TO FEC-HORA-FECHAMENTO.
008500     ADD 1 TO FEC-QTD-FECHAMENTOS.
008510     IF WS-PRIMEIRO-FECHAMENTO
008520         SET FEC-ABERTURA-APURADA TO TRUE
008530     ELSE
008540         MOVE 'N' TO FEC-PRIMEIRO-FECHAMENTO
008550     END-IF.
008560     IF WS-FS-FECHAMENTO EQUAL '23'
008570         WRITE FEC-REGISTRO
008580             INVALID KEY
008590                 CONTINUE
008600         END-WRITE
008610     ELSE
008620         REWRITE FEC-REGISTRO
008630             INVALID KEY
008640                 CONTINUE
008650         END-REWRITE
008660     END-IF.
008670     IF WS-FS-FECHAMENTO NOT = '00'
008680         DISPLAY 'MES-FEC - FALHA DE I-O NOS PERIODOS - FS '
008690             WS-FS-FECHAMENTO
008700         MOVE 12 TO WS-RETORNO
008710         MOVE 'ERRO AO GRAVAR O FECHAMENTO' TO WS-CRT-SITUACAO
008720         PERFORM 2900-LISTAR-CARTAO
008730             THRU 2900-LISTAR-CARTAO-EXIT
008740     END-IF.
008750 2600-GRAVAR-FECHAMENTO-EXIT.
008760     EXIT.
008770*
008780 2610-CRIAR-PERIODO.
008790     MOVE SPACE            TO FEC-REGISTRO.
008800     MOVE WS-MES-PEDIDO    TO FEC-ANO-MES.
008810     MOVE ZERO             TO FEC-QTD-FECHAMENTOS.
008820     MOVE ZERO             TO FEC-DATA-REABERTURA.
008830     PERFORM 2615-ZERAR-TIPO
008840         THRU 2615-ZERAR-TIPO-EXIT
008850         VARYING WS-IND FROM 1 BY 1
008860         UNTIL WS-IND GREATER THAN 5.
008870 2610-CRIAR-PERIODO-EXIT.
008880     EXIT.
008890*
008900 2615-ZERAR-TIPO.
008910     MOVE ZERO TO FEC-ABE-QTD (WS-IND).
008920     MOVE ZERO TO FEC-ABE-TOTAL (WS-IND).
008930     MOVE ZERO TO FEC-POS-QTD (WS-IND).
008940     MOVE ZERO TO FEC-POS-TOTAL (WS-IND).
008950     MOVE ZERO TO FEC-EXP-QTD (WS-IND).
008960     MOVE ZERO TO FEC-EXP-TOTAL (WS-IND).
008970     MOVE ZERO TO FEC-FEC-QTD (WS-IND).
008980     MOVE ZERO TO FEC-FEC-TOTAL (WS-IND).
008990 2615-ZERAR-TIPO-EXIT.
009000     EXIT.
009010*
009020*    FECHAMENTO = ABERTURA + POSTAGENS - EXPURGOS.  NO PRIMEIRO
009030*    FECHAMENTO OS PARES EXPURGADOS DURANTE O MES ESTAVAM NO
009040*    MESTRE NO INICIO DELE E ENTRAM NA ABERTURA.  O TOTAL GERAL
009050*    (OCORRENCIA 6) E SOMADO AQUI PARA O RELATORIO.
009060*
009070 2620-CALCULAR-SALDO.
009080     MOVE FEC-EXP-QTD (WS-IND)   TO WS-ACM-EXP-QTD (WS-IND).
009090     MOVE FEC-EXP-TOTAL (WS-IND) TO WS-ACM-EXP-TOTAL (WS-IND).
009100     IF WS-PRIMEIRO-FECHAMENTO
009110         ADD WS-ACM-EXP-QTD (WS-IND)   TO WS-ACM-ABE-QTD (WS-IND)
009120         ADD WS-ACM-EXP-TOTAL (WS-IND) TO
009130             WS-ACM-ABE-TOTAL (WS-IND)
009140     END-IF.
009150     MOVE WS-ACM-ABE-QTD (WS-IND)   TO WS-ACM-FEC-QTD (WS-IND).
009160     ADD WS-ACM-POS-QTD (WS-IND)    TO WS-ACM-FEC-QTD (WS-IND).
009170     SUBTRACT WS-ACM-EXP-QTD (WS-IND) FROM
009180         WS-ACM-FEC-QTD (WS-IND).
009190     MOVE WS-ACM-ABE-TOTAL (WS-IND) TO WS-ACM-FEC-TOTAL (WS-IND).
009200     ADD WS-ACM-POS-TOTAL (WS-IND)  TO WS-ACM-FEC-TOTAL (WS-IND).
009210     SUBTRACT WS-ACM-EXP-TOTAL (WS-IND) FROM
009220         WS-ACM-FEC-TOTAL (WS-IND).
009230     MOVE WS-ACM-ABE-QTD (WS-IND)   TO FEC-ABE-QTD (WS-IND).
009240     MOVE WS-ACM-ABE-TOTAL (WS-IND) TO FEC-ABE-TOTAL (WS-IND).
009250     MOVE WS-ACM-POS-QTD (WS-IND)   TO FEC-POS-QTD (WS-IND).
009260     MOVE WS-ACM-POS-TOTAL (WS-IND) TO FEC-POS-TOTAL (WS-IND).
009270     MOVE WS-ACM-FEC-QTD (WS-IND)   TO FEC-FEC-QTD (WS-IND).
009280     MOVE WS-ACM-FEC-TOTAL (WS-IND) TO FEC-FEC-TOTAL (WS-IND).
009290     ADD WS-ACM-ABE-QTD (WS-IND)    TO WS-ACM-ABE-QTD (6).
009300     ADD WS-ACM-ABE-TOTAL (WS-IND)  TO WS-ACM-ABE-TOTAL (6).
009310     ADD WS-ACM-POS-QTD (WS-IND)    TO WS-ACM-POS-QTD (6).
009320     ADD WS-ACM-POS-TOTAL (WS-IND)  TO WS-ACM-POS-TOTAL (6).
009330     ADD WS-ACM-EXP-QTD (WS-IND)    TO WS-ACM-EXP-QTD (6).
009340     ADD WS-ACM-EXP-TOTAL (WS-IND)  TO WS-ACM-EXP-TOTAL (6).
009350     ADD WS-ACM-FEC-QTD (WS-IND)    TO WS-ACM-FEC-QTD (6).
009360     ADD WS-ACM-FEC-TOTAL (WS-IND)  TO WS-ACM-FEC-TOTAL (6).
009370 2620-CALCULAR-SALDO-EXIT.
009380     EXIT.
009390*
009400 2700-LISTAR-FECHAMENTO.
009410     MOVE SPACE TO REL-REC.
009420     WRITE REL-REC.
009430     MOVE 'FECHAMENTO DO MES (AAAAMM)'     TO WS-LMS-TEXTO.
009440     MOVE WS-MES-PEDIDO                    TO WS-LMS-ANO-MES.
009450     MOVE WS-LINHA-MES TO REL-REC.
009460     WRITE REL-REC.
009470     IF WS-PRIMEIRO-FECHAMENTO
009480         MOVE 'PRIMEIRO FECHAMENTO - ABERTURA APURADA DO MESTRE'
009490             TO REL-REC
009500         WRITE REL-REC
009510     ELSE
009520         MOVE 'ABERTURA = FECHAMENTO DO MES (AAAAMM)' TO
009530             WS-LMS-TEXTO
009540         MOVE WS-ULTIMO-FECHADO            TO WS-LMS-ANO-MES
009550         MOVE WS-LINHA-MES TO REL-REC
009560         WRITE REL-REC
009570     END-IF.
009580     MOVE WS-CABECALHO-SALDO TO REL-REC.
009590     WRITE REL-REC.
009600     PERFORM 2750-LISTAR-TIPO
009610         THRU 2750-LISTAR-TIPO-EXIT
009620         VARYING WS-IND FROM 1 BY 1
009630         UNTIL WS-IND GREATER THAN 6.
009640     MOVE SPACE TO REL-REC.
009650     WRITE REL-REC.
009660     MOVE 'TRANSPORTE PARA O MES (AAAAMM)' TO WS-LMS-TEXTO.
009670     MOVE WS-MES-SEGUINTE                  TO WS-LMS-ANO-MES.
009680     MOVE WS-LINHA-MES TO REL-REC.
009690     WRITE REL-REC.
009700     MOVE 'SALDO TRANSPORTADO'             TO WS-SLD-TEXTO.
009710     MOVE WS-ACM-FEC-QTD (6)               TO WS-SLD-QTD.
009720     MOVE WS-ACM-FEC-TOTAL (6)             TO WS-SLD-TOTAL.
009730     MOVE WS-LINHA-SALDO TO REL-REC.
009740     WRITE REL-REC.
009750     MOVE 'PARES LIDOS DO MESTRE'          TO WS-RES-TEXTO.
009760     MOVE WS-CONT-LIDOS-MESTRE             TO WS-RES-VALOR.
009770     MOVE WS-LINHA-RESUMO TO REL-REC.
009780     WRITE REL-REC.
009790     MOVE 'PARES DO MES NO HISTORICO'      TO WS-RES-TEXTO.
009800     MOVE WS-CONT-LIDOS-HISTORICO          TO WS-RES-VALOR.
009810     MOVE WS-LINHA-RESUMO TO REL-REC.
009820     WRITE REL-REC.
009830     MOVE 'HISTORICO JA CONTADO NO MESTRE' TO WS-RES-TEXTO.
009840     MOVE WS-CONT-HIST-NO-MESTRE           TO WS-RES-VALOR.
009850     MOVE WS-LINHA-RESUMO TO REL-REC.
009860     WRITE REL-REC.
009870     MOVE 'PARES ESTORNADOS (FORA DO SALDO)' TO WS-RES-TEXTO.
009880     MOVE WS-CONT-ESTORNADOS               TO WS-RES-VALOR.
009890     MOVE WS-LINHA-RESUMO TO REL-REC.
009900     WRITE REL-REC.
009910 2700-LISTAR-FECHAMENTO-EXIT.
009920     EXIT.
009930*
009940 2750-LISTAR-TIPO.
009950     MOVE WS-NOME-TIPO (WS-IND)        TO WS-LTP-NOME.
009960     MOVE WS-LINHA-TIPO TO REL-REC.
009970     WRITE REL-REC.
009980     MOVE '    SALDO DE ABERTURA'      TO WS-SLD-TEXTO.
009990     MOVE WS-ACM-ABE-QTD (WS-IND)      TO WS-SLD-QTD.
010000     MOVE WS-ACM-ABE-TOTAL (WS-IND)    TO WS-SLD-TOTAL.
010010     MOVE WS-LINHA-SALDO TO REL-REC.
010020     WRITE REL-REC.
010030     MOVE '    (+) POSTAGENS DO MES'   TO WS-SLD-TEXTO.
010040     MOVE WS-ACM-POS-QTD (WS-IND)      TO WS-SLD-QTD.
010050     MOVE WS-ACM-POS-TOTAL (WS-IND)    TO WS-SLD-TOTAL.
010060     MOVE WS-LINHA-SALDO TO REL-REC.
010070     WRITE REL-REC.
010080     MOVE '    (-) EXPURGOS DO MES'    TO WS-SLD-TEXTO.
010090     MOVE WS-ACM-EXP-QTD (WS-IND)      TO WS-SLD-QTD.
010100     MOVE WS-ACM-EXP-TOTAL (WS-IND)    TO WS-SLD-TOTAL.
010110     MOVE WS-LINHA-SALDO TO REL-REC.
010120     WRITE REL-REC.
010130     MOVE '    (=) SALDO DE FECHAMENTO' TO WS-SLD-TEXTO.
010140     MOVE WS-ACM-FEC-QTD (WS-IND)      TO WS-SLD-QTD.
010150     MOVE WS-ACM-FEC-TOTAL (WS-IND)    TO WS-SLD-TOTAL.
010160     MOVE WS-LINHA-SALDO TO REL-REC.
010170     WRITE REL-REC.
010180 2750-LISTAR-TIPO-EXIT.
010190     EXIT.
010200*
010210*    REFECHAMENTO DE UM MES CUJO SEGUINTE JA ESTA FECHADO: SE O
010220*    NOVO SALDO NAO BATE COM A ABERTURA GRAVADA NO SEGUINTE, ESTE
010230*    PRECISA SER REABERTO E REFECHADO PARA TRANSPORTAR O SALDO.
010240*
010250 2800-CONFERIR-TRANSPORTE.
010260     MOVE WS-MES-SEGUINTE TO FEC-ANO-MES.
010270     READ ARQ-FECHAMENTO
010280         INVALID KEY
010290             GO TO 2800-CONFERIR-TRANSPORTE-EXIT
010300     END-READ.
010310     PERFORM 2850-COMPARAR-ABERTURA
010320         THRU 2850-COMPARAR-ABERTURA-EXIT
010330         VARYING WS-IND FROM 1 BY 1
010340         UNTIL WS-IND GREATER THAN 5.
010350 2800-CONFERIR-TRANSPORTE-EXIT.
010360     EXIT.
010370*
010380 2850-COMPARAR-ABERTURA.
010390     IF FEC-ABE-QTD (WS-IND) EQUAL WS-ACM-FEC-QTD (WS-IND)
010400        AND FEC-ABE-TOTAL (WS-IND) EQUAL WS-ACM-FEC-TOTAL (WS-IND)
010410         GO TO 2850-COMPARAR-ABERTURA-EXIT
010420     END-IF.
010430     MOVE 'ATENCAO: ABERTURA DO MES SEGUINTE (AAAAMM)' TO
010440         WS-LMS-TEXTO.
010450     MOVE WS-MES-SEGUINTE TO WS-LMS-ANO-MES.
010460     MOVE WS-LINHA-MES TO REL-REC.
010470     WRITE REL-REC.
010480     MOVE 'DIFERE DO NOVO SALDO - REABRIR E REFECHAR' TO
010490         REL-REC.
010500     WRITE REL-REC.
010510     DISPLAY 'MES-FEC - ABERTURA DE ' WS-MES-SEGUINTE
010520         ' DIFERE DO NOVO SALDO DE ' WS-MES-PEDIDO.
010530     IF WS-RETORNO LESS THAN 4
010540         MOVE 4 TO WS-RETORNO
010550     END-IF.
010560     MOVE 6 TO WS-IND.
010570 2850-COMPARAR-ABERTURA-EXIT.
010580     EXIT.
010590*
010600 2900-LISTAR-CARTAO.
010610     MOVE WS-PED-FUNCAO  TO WS-CRT-FUNCAO.
010620     MOVE WS-MES-PEDIDO  TO WS-CRT-ANO-MES.
010630     MOVE WS-PED-USUARIO TO WS-CRT-USUARIO.
010640     MOVE WS-LINHA-CARTAO TO REL-REC.
010650     WRITE REL-REC.
010660 2900-LISTAR-CARTAO-EXIT.
010670     EXIT.
010680*
010690 3000-FINALIZA.
010700     MOVE SPACE TO REL-REC.
010710     WRITE REL-REC.
010720     MOVE 'CARTOES DE CONTROLE LIDOS'      TO WS-RES-TEXTO.
010730     MOVE WS-CONT-CARTOES                  TO WS-RES-VALOR.
010740     MOVE WS-LINHA-RESUMO TO REL-REC.
010750     WRITE REL-REC.
010760     MOVE 'PEDIDOS REJEITADOS OU RECUSADOS' TO WS-RES-TEXTO.
010770     MOVE WS-CONT-REJEITADOS               TO WS-RES-VALOR.
010780     MOVE WS-LINHA-RESUMO TO REL-REC.
010790     WRITE REL-REC.
010800     MOVE 'MESES FECHADOS'                 TO WS-RES-TEXTO.
010810     MOVE WS-CONT-FECHADOS                 TO WS-RES-VALOR.
010820     MOVE WS-LINHA-RESUMO TO REL-REC.
010830     WRITE REL-REC.
010840     MOVE 'MESES REABERTOS'                TO WS-RES-TEXTO.
010850     MOVE WS-CONT-REABERTOS                TO WS-RES-VALOR.
010860     MOVE WS-LINHA-RESUMO TO REL-REC.
010870     WRITE REL-REC.
010880     DISPLAY 'MES-FEC - CARTOES LIDOS     : ' WS-CONT-CARTOES.
010890     DISPLAY 'MES-FEC - REJEITADOS        : ' WS-CONT-REJEITADOS.
010900     DISPLAY 'MES-FEC - MESES FECHADOS    : ' WS-CONT-FECHADOS.
010910     DISPLAY 'MES-FEC - MESES REABERTOS   : ' WS-CONT-REABERTOS.
010920     CLOSE ARQ-CONTROLE.
010930     CLOSE ARQ-FECHAMENTO.
010940     CLOSE ARQ-MESTRE.
010950     CLOSE ARQ-HISTKSDS.
010960     CLOSE ARQ-RELATORIO.
010970 3000-FINALIZA-EXIT.
010980     EXIT.
