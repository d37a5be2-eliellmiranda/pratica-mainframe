000100*****************************************************************
000110*
000120*    PROGRAMA .: MST-APV
000130*    FUNCAO ...: APROVACAO ONLINE (CICS, TRANSACAO MAPR) DAS
000140*                ALTERACOES DO ARQUIVO MESTRE PEDIDAS PELO
000150*                MAST-MAN DE CONSOLE E PELO LOTE MST-MNT (KSDS
000160*                PROD.NUMEROS.PENDAPRV, FILE NUMAPRV DO FCT,
000170*                LAYOUT APRVREC.CPY) - O SEGUNDO PAR DE OLHOS DA
000180*                DUPLA CUSTODIA.  O APROVADOR PAGINA PELOS
000190*                PEDIDOS PENDENTES ('P') COM PF7/PF8, VE A ACAO,
000200*                A CHAVE, A IMAGEM ANTERIOR E A POSTERIOR DO
000210*                REGISTRO, O SOLICITANTE E O MOTIVO, DIGITA A
000220*                DECISAO (A-APROVA, R-REJEITA) E TECLA ENTER.  A
000230*                DECISAO E RECUSADA QUANDO O USUARIO DO TERMINAL
000240*                (ASSIGN USERID) E O PROPRIO SOLICITANTE.  O
000250*                PEDIDO GANHA A SITUACAO 'A' OU 'R', O USUARIO
000260*                APROVADOR E A DATA/HORA DA DECISAO (READ UPDATE
000270*                + REWRITE); O MESTRE NAO E TOCADO AQUI - OS
000280*                APROVADOS SAO APLICADOS E AUDITADOS PELO MST-MNT
000290*                NA PROXIMA RODADA.  PEDIDOS JA DECIDIDOS,
000300*                EXPIRADOS OU EFETIVADOS SAO PULADOS NA
000310*                NAVEGACAO.  A LINHA PROTEGIDA PEND MOSTRA
000320*                QUANTOS PEDIDOS AINDA AGUARDAM DECISAO NESTA
000330*                SESSAO.  PSEUDO-CONVERSACIONAL: A CHAVE CORRENTE
000340*                E O CONTADOR VIAJAM NA COMMAREA, NOS MOLDES DE
000350*                EXC-COR E MST-INQ.
000360*
000370*****************************************************************
000380* HISTORICO DE ALTERACOES
000390* ----------------------------------------------------------------
000400* DATA       AUTOR  DESCRICAO
000410* ---------- -----  ------------------------------------------
000420* 2026-10-15 RM     PROGRAMA ORIGINAL.
000430*****************************************************************
000440 IDENTIFICATION DIVISION.
000450 PROGRAM-ID.     MST-APV.
000460 AUTHOR.         EQUIPE DE MANUTENCAO COBOL.
000470 INSTALLATION.   CENTRO DE PROCESSAMENTO DE DADOS.
000480 DATE-WRITTEN.   2026-10-15.
000490 DATE-COMPILED.  2026-10-15.
000500*
000510 ENVIRONMENT DIVISION.
000520 CONFIGURATION SECTION.
000530 SOURCE-COMPUTER.   IBM-370.
000540 OBJECT-COMPUTER.   IBM-370.
000550*
000560 DATA DIVISION.
000570 WORKING-STORAGE SECTION.
000580 COPY MSTAPVM.
000590*
000600 COPY APRVREC.
000610*
000620 COPY DFHAID.
000630*
000640 01  WS-CONSTANTES.
000650     05  WS-TRANSACAO                PIC X(04) VALUE 'MAPR'.
000660     05  WS-ARQUIVO-PEDIDOS          PIC X(08) VALUE 'NUMAPRV '.
000670     05  WS-MSG-FIM                  PIC X(30) VALUE
000680         'MAPR - FIM DA APROVACAO'.
000690*
000700 01  WS-SWITCHES.
000710     05  WS-SW-FIM-BROWSE            PIC X(01) VALUE 'N'.
000720         88  WS-FIM-BROWSE               VALUE 'S'.
000730     05  WS-SW-PEDIDO-ACHADO         PIC X(01) VALUE 'N'.
000740         88  WS-PEDIDO-ACHADO            VALUE 'S'.
000750*
000760 01  WS-CAMPOS-TRABALHO.
000770     05  WS-RESP                     PIC S9(08) COMP VALUE ZERO.
000780     05  WS-CHAVE-BROWSE             PIC X(30).
000790     05  WS-USUARIO                  PIC X(08) VALUE SPACE.
000800     05  WS-ABSTIME                  PIC S9(15) COMP-3 VALUE ZERO.
000810     05  WS-DATA-DECISAO             PIC 9(08) VALUE ZERO.
000820     05  WS-HORA-DECISAO             PIC 9(06) VALUE ZERO.
000830     05  WS-MSG-AVISO                PIC X(40) VALUE SPACE.
000840*
000850 01  WS-COMMAREA.
000860     05  CA-CHAVE-CORRENTE           PIC X(30).
000870     05  CA-QTD-PENDENTES            PIC 9(08).
000880*
000890 LINKAGE SECTION.
000900 01  DFHCOMMAREA.
000910     05  LK-AREA                     PIC X(38).
000920*
000930 PROCEDURE DIVISION.
000940*
000950 0000-MAINLINE.
000960     IF EIBCALEN EQUAL ZERO
000970         PERFORM 1000-PRIMEIRA-VEZ
000980             THRU 1000-PRIMEIRA-VEZ-EXIT
000990     ELSE
001000         MOVE LK-AREA TO WS-COMMAREA
001010         EVALUATE EIBAID
001020             WHEN DFHPF3
001030                 PERFORM 4000-ENCERRAR
001040                     THRU 4000-ENCERRAR-EXIT
001050             WHEN DFHENTER
001060                 PERFORM 2000-GRAVAR-DECISAO
001070                     THRU 2000-GRAVAR-DECISAO-EXIT
001080             WHEN DFHPF8
001090                 PERFORM 3000-NAVEGAR-PROXIMO
001100                     THRU 3000-NAVEGAR-PROXIMO-EXIT
001110             WHEN DFHPF7
001120                 PERFORM 3500-NAVEGAR-ANTERIOR
001130                     THRU 3500-NAVEGAR-ANTERIOR-EXIT
001140             WHEN OTHER
001150                 MOVE 'TECLA NAO TRATADA - USE ENTER/PF7/PF8/PF3'
001160                     TO MSGO
001170                 PERFORM 2300-REEXIBIR-PEDIDO
001180                     THRU 2300-REEXIBIR-PEDIDO-EXIT
001190         END-EVALUATE
001200     END-IF.
001210     EXEC CICS RETURN
001220         TRANSID(WS-TRANSACAO)
001230         COMMAREA(WS-COMMAREA)
001240         LENGTH(38)
001250     END-EXEC.
001260*
001270 1000-PRIMEIRA-VEZ.
001280     MOVE LOW-VALUES TO MAPAPVO.
001290     MOVE ZERO TO CA-QTD-PENDENTES.
001300     PERFORM 1100-CONTAR-PENDENTES
001310         THRU 1100-CONTAR-PENDENTES-EXIT.
001320     MOVE LOW-VALUES TO CA-CHAVE-CORRENTE.
001330     PERFORM 3000-NAVEGAR-PROXIMO
001340         THRU 3000-NAVEGAR-PROXIMO-EXIT.
001350 1000-PRIMEIRA-VEZ-EXIT.
001360     EXIT.
001370*
001380*    A CONTAGEM E FEITA UMA VEZ NA ABERTURA DA SESSAO E
001390*    DECREMENTADA A CADA DECISAO GRAVADA, COMO NA TELA MCOR.
001400*
001410 1100-CONTAR-PENDENTES.
001420     MOVE 'N' TO WS-SW-FIM-BROWSE.
001430     MOVE LOW-VALUES TO WS-CHAVE-BROWSE.
001440     EXEC CICS STARTBR
001450         FILE(WS-ARQUIVO-PEDIDOS)
001460         RIDFLD(WS-CHAVE-BROWSE)
001470         GTEQ
001480         RESP(WS-RESP)
001490     END-EXEC.
001500     IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
001510         SET WS-FIM-BROWSE TO TRUE
001520         GO TO 1100-CONTAR-PENDENTES-EXIT
001530     END-IF.
001540     PERFORM 1150-CONTAR-REGISTRO
001550         THRU 1150-CONTAR-REGISTRO-EXIT
001560         UNTIL WS-FIM-BROWSE.
001570     PERFORM 3900-TERMINAR-BROWSE
001580         THRU 3900-TERMINAR-BROWSE-EXIT.
001590 1100-CONTAR-PENDENTES-EXIT.
001600     EXIT.
001610*
001620 1150-CONTAR-REGISTRO.
001630     EXEC CICS READNEXT
001640         FILE(WS-ARQUIVO-PEDIDOS)
001650         INTO(APR-REGISTRO)
001660         RIDFLD(WS-CHAVE-BROWSE)
001670         RESP(WS-RESP)
001680     END-EXEC.
001690     IF WS-RESP EQUAL DFHRESP(NORMAL)
001700         IF APR-SIT-PENDENTE
001710             ADD 1 TO CA-QTD-PENDENTES
001720         END-IF
001730     ELSE
001740         SET WS-FIM-BROWSE TO TRUE
001750     END-IF.
001760 1150-CONTAR-REGISTRO-EXIT.
001770     EXIT.
001780*
001790*    A DECISAO E GRAVADA SOBRE O PEDIDO DA COMMAREA, RELIDO COM
001800*    UPDATE: SO UM PEDIDO AINDA PENDENTE PODE SER DECIDIDO, E
001810*    NUNCA PELO PROPRIO SOLICITANTE.
001820*
001830 2000-GRAVAR-DECISAO.
001840     EXEC CICS RECEIVE
001850         MAP('MAPAPV')
001860         MAPSET('MSTAPV')
001870         INTO(MAPAPVI)
001880         RESP(WS-RESP)
001890     END-EXEC.
001900     IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
001910         MOVE 'INFORME A DECISAO (A OU R) E TECLE ENTER' TO MSGO
001920         PERFORM 2300-REEXIBIR-PEDIDO
001930             THRU 2300-REEXIBIR-PEDIDO-EXIT
001940         GO TO 2000-GRAVAR-DECISAO-EXIT
001950     END-IF.
001960     IF DECISI NOT EQUAL 'A' AND DECISI NOT EQUAL 'R'
001970         MOVE 'DECISAO DEVE SER A (APROVA) OU R (REJEITA)' TO MSGO
001980         PERFORM 2300-REEXIBIR-PEDIDO
001990             THRU 2300-REEXIBIR-PEDIDO-EXIT
002000         GO TO 2000-GRAVAR-DECISAO-EXIT
002010     END-IF.
002020     EXEC CICS ASSIGN
002030         USERID(WS-USUARIO)
002040     END-EXEC.
002050     EXEC CICS READ
002060         FILE(WS-ARQUIVO-PEDIDOS)
002070         INTO(APR-REGISTRO)
002080         RIDFLD(CA-CHAVE-CORRENTE)
002090         UPDATE
002100         RESP(WS-RESP)
002110     END-EXEC.
002120     IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
002130         MOVE 'PEDIDO NAO ESTA MAIS NO ARQUIVO' TO MSGO
002140         PERFORM 5000-ENVIAR-TELA
002150             THRU 5000-ENVIAR-TELA-EXIT
002160         GO TO 2000-GRAVAR-DECISAO-EXIT
002170     END-IF.
002180     IF NOT APR-SIT-PENDENTE
002190         PERFORM 2100-LIBERAR-PEDIDO
002200             THRU 2100-LIBERAR-PEDIDO-EXIT
002210         PERFORM 2200-MONTAR-TELA
002220             THRU 2200-MONTAR-TELA-EXIT
002230         MOVE 'PEDIDO JA DECIDIDO - PF8 AVANCA' TO MSGO
002240         PERFORM 5000-ENVIAR-TELA
002250             THRU 5000-ENVIAR-TELA-EXIT
002260         GO TO 2000-GRAVAR-DECISAO-EXIT
002270     END-IF.
002280     IF APR-USUARIO-SOLIC EQUAL WS-USUARIO
002290         PERFORM 2100-LIBERAR-PEDIDO
002300             THRU 2100-LIBERAR-PEDIDO-EXIT
002310         PERFORM 2200-MONTAR-TELA
002320             THRU 2200-MONTAR-TELA-EXIT
002330         MOVE 'SOLICITANTE NAO PODE DECIDIR O PROPRIO PEDIDO'
002340             TO MSGO
002350         PERFORM 5000-ENVIAR-TELA
002360             THRU 5000-ENVIAR-TELA-EXIT
002370         GO TO 2000-GRAVAR-DECISAO-EXIT
002380     END-IF.
002390     EXEC CICS ASKTIME
002400         ABSTIME(WS-ABSTIME)
002410     END-EXEC.
002420     EXEC CICS FORMATTIME
002430         ABSTIME(WS-ABSTIME)
002440         YYYYMMDD(WS-DATA-DECISAO)
002450         TIME(WS-HORA-DECISAO)
002460     END-EXEC.
002470     IF DECISI EQUAL 'A'
002480         SET APR-SIT-APROVADO TO TRUE
002490     ELSE
002500         SET APR-SIT-REJEITADO TO TRUE
002510     END-IF.
002520     MOVE WS-USUARIO      TO APR-USUARIO-APROV.
002530     MOVE WS-DATA-DECISAO TO APR-DATA-DECISAO.
002540     MULTIPLY WS-HORA-DECISAO BY 100 GIVING APR-HORA-DECISAO.
002550     EXEC CICS REWRITE
002560         FILE(WS-ARQUIVO-PEDIDOS)
002570         FROM(APR-REGISTRO)
002580         RESP(WS-RESP)
002590     END-EXEC.
002600     IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
002610         MOVE 'ERRO AO GRAVAR A DECISAO' TO MSGO
002620         PERFORM 5000-ENVIAR-TELA
002630             THRU 5000-ENVIAR-TELA-EXIT
002640         GO TO 2000-GRAVAR-DECISAO-EXIT
002650     END-IF.
002660     IF CA-QTD-PENDENTES GREATER THAN ZERO
002670         SUBTRACT 1 FROM CA-QTD-PENDENTES
002680     END-IF.
002690     PERFORM 2200-MONTAR-TELA
002700         THRU 2200-MONTAR-TELA-EXIT.
002710     IF APR-SIT-APROVADO
002720         MOVE 'PEDIDO APROVADO - PF8 AVANCA' TO MSGO
002730     ELSE
002740         MOVE 'PEDIDO REJEITADO - PF8 AVANCA' TO MSGO
002750     END-IF.
002760     PERFORM 5000-ENVIAR-TELA
002770         THRU 5000-ENVIAR-TELA-EXIT.
002780 2000-GRAVAR-DECISAO-EXIT.
002790     EXIT.
002800*
002810 2100-LIBERAR-PEDIDO.
002820     EXEC CICS UNLOCK
002830         FILE(WS-ARQUIVO-PEDIDOS)
002840     END-EXEC.
002850 2100-LIBERAR-PEDIDO-EXIT.
002860     EXIT.
002870*
002880 2200-MONTAR-TELA.
002890     MOVE APR-CHAVE          TO CA-CHAVE-CORRENTE.
002900     MOVE APR-DATA-SOLIC     TO DTSOLO.
002910     MOVE APR-HORA-SOLIC     TO HRSOLO.
002920     MOVE APR-ORIGEM         TO ORIGO.
002930     MOVE APR-ACAO           TO ACAOO.
002940     MOVE APR-NUM-1          TO NUM1O.
002950     MOVE APR-NUM-2          TO NUM2O.
002960     MOVE APR-TIPO-TRAN      TO TIPOO.
002970     MOVE APR-ANT-RESULT     TO RANTO.
002980     MOVE APR-ANT-MAIOR-NUM  TO MANTO.
002990     MOVE APR-NOV-RESULT     TO RNOVO.
003000     MOVE APR-NOV-MAIOR-NUM  TO MNOVO.
003010     MOVE APR-USUARIO-SOLIC  TO SOLICO.
003020     MOVE APR-MOTIVO         TO MOTIVOO.
003030     MOVE SPACE              TO DECISO.
003040     EVALUATE TRUE
003050         WHEN APR-ACAO-INCLUIR
003060             MOVE 'INCLUSAO: NAO HA IMAGEM ANTERIOR' TO MSGO
003070         WHEN APR-ACAO-EXCLUIR
003080             MOVE 'EXCLUSAO: O REGISTRO SAI DO MESTRE' TO MSGO
003090         WHEN OTHER
003100             MOVE 'INFORME A DECISAO (A OU R) E TECLE ENTER'
003110                 TO MSGO
003120     END-EVALUATE.
003130 2200-MONTAR-TELA-EXIT.
003140     EXIT.
003150*
003160*    REEXIBE O PEDIDO CORRENTE SEM LIMPAR O AVISO JA MONTADO -
003170*    A CHAVE CONTINUA A DA COMMAREA.
003180*
003190 2300-REEXIBIR-PEDIDO.
003200     EXEC CICS READ
003210         FILE(WS-ARQUIVO-PEDIDOS)
003220         INTO(APR-REGISTRO)
003230         RIDFLD(CA-CHAVE-CORRENTE)
003240         RESP(WS-RESP)
003250     END-EXEC.
003260     IF WS-RESP EQUAL DFHRESP(NORMAL)
003270         MOVE MSGO TO WS-MSG-AVISO
003280         PERFORM 2200-MONTAR-TELA
003290             THRU 2200-MONTAR-TELA-EXIT
003300         MOVE WS-MSG-AVISO TO MSGO
003310     END-IF.
003320     PERFORM 5000-ENVIAR-TELA
003330         THRU 5000-ENVIAR-TELA-EXIT.
003340 2300-REEXIBIR-PEDIDO-EXIT.
003350     EXIT.
003360*
003370*    A NAVEGACAO PARTE DA ULTIMA CHAVE EXIBIDA (COMMAREA) E PULA
003380*    OS PEDIDOS QUE NAO ESTAO MAIS PENDENTES, NOS MOLDES DE
003390*    EXC-COR.
003400*
003410 3000-NAVEGAR-PROXIMO.
003420     MOVE 'N' TO WS-SW-FIM-BROWSE.
003430     MOVE 'N' TO WS-SW-PEDIDO-ACHADO.
003440     MOVE CA-CHAVE-CORRENTE TO WS-CHAVE-BROWSE.
003450     EXEC CICS STARTBR
003460         FILE(WS-ARQUIVO-PEDIDOS)
003470         RIDFLD(WS-CHAVE-BROWSE)
003480         GTEQ
003490         RESP(WS-RESP)
003500     END-EXEC.
003510     IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
003520         MOVE 'NAO HA PEDIDOS PENDENTES' TO MSGO
003530         PERFORM 5000-ENVIAR-TELA
003540             THRU 5000-ENVIAR-TELA-EXIT
003550         GO TO 3000-NAVEGAR-PROXIMO-EXIT
003560     END-IF.
003570     PERFORM 3100-LER-PROXIMO
003580         THRU 3100-LER-PROXIMO-EXIT
003590         UNTIL WS-FIM-BROWSE OR WS-PEDIDO-ACHADO.
003600     PERFORM 3900-TERMINAR-BROWSE
003610         THRU 3900-TERMINAR-BROWSE-EXIT.
003620     IF WS-PEDIDO-ACHADO
003630         PERFORM 2200-MONTAR-TELA
003640             THRU 2200-MONTAR-TELA-EXIT
003650     ELSE
003660         MOVE 'FIM DA FILA - NAO HA PROXIMO PENDENTE' TO MSGO
003670     END-IF.
003680     PERFORM 5000-ENVIAR-TELA
003690         THRU 5000-ENVIAR-TELA-EXIT.
003700 3000-NAVEGAR-PROXIMO-EXIT.
003710     EXIT.
003720*
003730 3100-LER-PROXIMO.
003740     EXEC CICS READNEXT
003750         FILE(WS-ARQUIVO-PEDIDOS)
003760         INTO(APR-REGISTRO)
003770         RIDFLD(WS-CHAVE-BROWSE)
003780         RESP(WS-RESP)
003790     END-EXEC.
003800     IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
003810         SET WS-FIM-BROWSE TO TRUE
003820         GO TO 3100-LER-PROXIMO-EXIT
003830     END-IF.
003840     IF WS-CHAVE-BROWSE NOT EQUAL CA-CHAVE-CORRENTE
003850        AND APR-SIT-PENDENTE
003860         SET WS-PEDIDO-ACHADO TO TRUE
003870     END-IF.
003880 3100-LER-PROXIMO-EXIT.
003890     EXIT.
003900*
003910 3500-NAVEGAR-ANTERIOR.
003920     MOVE 'N' TO WS-SW-FIM-BROWSE.
003930     MOVE 'N' TO WS-SW-PEDIDO-ACHADO.
003940     MOVE CA-CHAVE-CORRENTE TO WS-CHAVE-BROWSE.
003950     EXEC CICS STARTBR
003960         FILE(WS-ARQUIVO-PEDIDOS)
003970         RIDFLD(WS-CHAVE-BROWSE)
003980         GTEQ
003990         RESP(WS-RESP)
004000     END-EXEC.
004010     IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
004020         MOVE 'NAO HA PEDIDOS PENDENTES' TO MSGO
004030         PERFORM 5000-ENVIAR-TELA
004040             THRU 5000-ENVIAR-TELA-EXIT
004050         GO TO 3500-NAVEGAR-ANTERIOR-EXIT
004060     END-IF.
004070     PERFORM 3600-LER-ANTERIOR
004080         THRU 3600-LER-ANTERIOR-EXIT
004090         UNTIL WS-FIM-BROWSE OR WS-PEDIDO-ACHADO.
004100     PERFORM 3900-TERMINAR-BROWSE
004110         THRU 3900-TERMINAR-BROWSE-EXIT.
004120     IF WS-PEDIDO-ACHADO
004130         PERFORM 2200-MONTAR-TELA
004140             THRU 2200-MONTAR-TELA-EXIT
004150     ELSE
004160         MOVE 'INICIO DA FILA - NAO HA ANTERIOR PENDENTE' TO MSGO
004170     END-IF.
004180     PERFORM 5000-ENVIAR-TELA
004190         THRU 5000-ENVIAR-TELA-EXIT.
004200 3500-NAVEGAR-ANTERIOR-EXIT.
004210     EXIT.
004220*
004230 3600-LER-ANTERIOR.
004240     EXEC CICS READPREV
004250         FILE(WS-ARQUIVO-PEDIDOS)
004260         INTO(APR-REGISTRO)
004270         RIDFLD(WS-CHAVE-BROWSE)
004280         RESP(WS-RESP)
004290     END-EXEC.
004300     IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
004310         SET WS-FIM-BROWSE TO TRUE
004320         GO TO 3600-LER-ANTERIOR-EXIT
004330     END-IF.
004340     IF WS-CHAVE-BROWSE NOT EQUAL CA-CHAVE-CORRENTE
004350        AND APR-SIT-PENDENTE
004360         SET WS-PEDIDO-ACHADO TO TRUE
004370     END-IF.
004380 3600-LER-ANTERIOR-EXIT.
004390     EXIT.
004400*
004410 3900-TERMINAR-BROWSE.
004420     EXEC CICS ENDBR
004430         FILE(WS-ARQUIVO-PEDIDOS)
004440     END-EXEC.
004450 3900-TERMINAR-BROWSE-EXIT.
004460     EXIT.
004470*
004480 4000-ENCERRAR.
004490     EXEC CICS SEND TEXT
004500         FROM(WS-MSG-FIM)
004510         ERASE
004520         FREEKB
004530     END-EXEC.
004540     EXEC CICS RETURN
004550     END-EXEC.
004560 4000-ENCERRAR-EXIT.
004570     EXIT.
004580*
004590 5000-ENVIAR-TELA.
004600     MOVE CA-QTD-PENDENTES TO PENDO.
004610     EXEC CICS SEND
004620         MAP('MAPAPV')
004630         MAPSET('MSTAPV')
004640         FROM(MAPAPVO)
004650         ERASE
004660     END-EXEC.
004670 5000-ENVIAR-TELA-EXIT.
004680     EXIT.
