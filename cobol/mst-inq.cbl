000450*                   (EX. '+00123450' = +1234,50): COMMAREA DE
000460*                   17 PARA 19 POSICOES E CAMPOS DO MAPA
000470*                   REDIMENSIONADOS (MSTINQM.CPY/MSTINQ.BMS).
000471* 2026-10-15 RM     DIARIO DOS OPERADORES: CADA CONSULTA QUE EXIBE
000472*                   UM REGISTRO DO MESTRE OU DO HISTORICO, OU
000473*                   RESPONDE NAO ENCONTRADO, GERA UM REGISTRO NO
000474*                   KSDS PROD.NUMEROS.JORNAL (JRNREC.CPY, FILE
000475*                   NUMJRNL) COM O USUARIO (ASSIGN USERID), O
000476*                   TERMINAL, A DATA E HORA E A CHAVE CONSULTADA,
000477*                   INCLUSIVE NA NAVEGACAO COM PF7/PF8.
000480*****************************************************************
000490 IDENTIFICATION DIVISION.
000500 PROGRAM-ID.     MST-INQ.
000640*
000650 COPY MASTREC.
000660*
000661 COPY JRNREC.
000662*
000670 COPY DFHAID.
000680*
000690 01  WS-CONSTANTES.
000700     05  WS-TRANSACAO                PIC X(04) VALUE 'MINQ'.
000710     05  WS-ARQUIVO-MESTRE           PIC X(08) VALUE 'NUMMEST '.
000720     05  WS-ARQUIVO-HISTORIA         PIC X(08) VALUE 'NUMHIST '.
000721     05  WS-ARQUIVO-DIARIO           PIC X(08) VALUE 'NUMJRNL '.
000730     05  WS-MSG-FIM                  PIC X(30) VALUE
000740         'MINQ - FIM DA CONSULTA'.
000750*
000840         10  WS-BRW-NUM-1            PIC X(09).
000850         10  WS-BRW-NUM-2            PIC X(09).
000860         10  WS-BRW-TIPO             PIC X(01).
000861     05  WS-USUARIO                  PIC X(08) VALUE SPACE.
000862     05  WS-ABSTIME                  PIC S9(15) COMP-3 VALUE ZERO.
000863     05  WS-DATA-DIARIO              PIC 9(08) VALUE ZERO.
000864     05  WS-HORA-DIARIO              PIC 9(06) VALUE ZERO.
000865     05  WS-RES-CONSULTA             PIC X(01) VALUE SPACE.
000870*
000880 01  WS-NUM-TESTE.
000890     05  WS-NUM-TESTE-X              PIC X(09).
002360         MOVE MST-DATA-PROC TO DATAPO
002370         MOVE MST-DATA-PROC TO WS-MSG-HIST-DATA
002380         MOVE WS-MSG-HISTORIA TO MSGO
002381         MOVE 'H' TO WS-RES-CONSULTA
002382         PERFORM 6000-GRAVAR-DIARIO
002383             THRU 6000-GRAVAR-DIARIO-EXIT
002384         IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
002385             MOVE 'HISTORICO EXIBIDO - ERRO NO DIARIO' TO MSGO
002386         END-IF
002390         EXEC CICS SEND
002400             MAP('MAPINQ')
002410             MAPSET('MSTINQ')
002430             ERASE
002440         END-EXEC
002450     ELSE
002451         MOVE 'N' TO WS-RES-CONSULTA
002452         PERFORM 6000-GRAVAR-DIARIO
002453             THRU 6000-GRAVAR-DIARIO-EXIT
002454         IF WS-RESP EQUAL DFHRESP(NORMAL)
002455             MOVE 'REGISTRO NAO ENCONTRADO NO MESTRE' TO MSGO
002456         ELSE
002457             MOVE 'NAO ENCONTRADO - ERRO NO DIARIO' TO MSGO
002458         END-IF
002470         PERFORM 5000-ENVIAR-TELA
002480             THRU 5000-ENVIAR-TELA-EXIT
002490     END-IF.
002600     MOVE MST-RESULT    TO RESULTO.
002610     MOVE MST-MAIOR-NUM TO MAIORO.
002620     MOVE MST-DATA-PROC TO DATAPO.
002621     MOVE 'M' TO WS-RES-CONSULTA.
002622     PERFORM 6000-GRAVAR-DIARIO
002623         THRU 6000-GRAVAR-DIARIO-EXIT.
002624     IF WS-RESP EQUAL DFHRESP(NORMAL)
002625         MOVE 'REGISTRO EXIBIDO - PF7/PF8 NAVEGAM' TO MSGO
002626     ELSE
002627         MOVE 'REGISTRO EXIBIDO - ERRO NO DIARIO' TO MSGO
002628     END-IF.
002640     PERFORM 5000-ENVIAR-TELA
002650         THRU 5000-ENVIAR-TELA-EXIT.
002660 2200-MONTAR-TELA-EXIT.
003840     END-EXEC.
003850 5000-ENVIAR-TELA-EXIT.
003860     EXIT.
003861*
003862*    REGISTRA A CONSULTA NO DIARIO DOS OPERADORES (FILE NUMJRNL):
003863*    QUEM, DE QUAL TERMINAL E QUANDO, A CHAVE CONSULTADA
003864*    (COMMAREA) E ONDE FOI ACHADA - MESTRE, HISTORICO OU EM
003865*    NENHUM DOS DOIS.  CONSULTA NAO ALTERA DADOS: SEM IMAGENS.  A
003866*    CHAVE DO DIARIO LEVA O NUMERO DA TAREFA, UNICO NA REGIAO.
003867*    SAI COM WS-RESP DA GRAVACAO.
003868*
003869 6000-GRAVAR-DIARIO.
003870     MOVE SPACE TO JRN-REGISTRO.
003871     EXEC CICS ASSIGN
003872         USERID(WS-USUARIO)
003873     END-EXEC.
003874     EXEC CICS ASKTIME
003875         ABSTIME(WS-ABSTIME)
003876     END-EXEC.
003877     EXEC CICS FORMATTIME
003878         ABSTIME(WS-ABSTIME)
003879         YYYYMMDD(WS-DATA-DIARIO)
003880         TIME(WS-HORA-DIARIO)
003881     END-EXEC.
003882     MOVE WS-DATA-DIARIO    TO JRN-DATA.
003883     MULTIPLY WS-HORA-DIARIO BY 100 GIVING JRN-HORA.
003884     MOVE EIBTRMID          TO JRN-TERMINAL.
003885     MOVE EIBTASKN          TO JRN-SEQUENCIA.
003886     SET JRN-TRAN-CONSULTA  TO TRUE.
003887     MOVE 'MST-INQ '        TO JRN-PROGRAMA.
003888     MOVE WS-USUARIO        TO JRN-USUARIO.
003889     SET JRN-ACAO-CONSULTAR TO TRUE.
003890     MOVE WS-RES-CONSULTA   TO JRN-RESULTADO.
003891     MOVE CA-CHAVE-CORRENTE TO JRN-CHAVE-MESTRE.
003892     MOVE ZERO              TO JRN-EXC-COD-MOTIVO.
003893     SET JRN-SEM-IMAGEM     TO TRUE.
003894     MOVE ZERO              TO JRN-ANT-RESULT.
003895     MOVE ZERO              TO JRN-ANT-MAIOR-NUM.
003896     MOVE ZERO              TO JRN-ANT-DATA-PROC.
003897     MOVE ZERO              TO JRN-NOV-RESULT.
003898     MOVE ZERO              TO JRN-NOV-MAIOR-NUM.
003899     EXEC CICS WRITE
003900         FILE(WS-ARQUIVO-DIARIO)
003901         FROM(JRN-REGISTRO)
003902         RIDFLD(JRN-CHAVE)
003903         RESP(WS-RESP)
003904     END-EXEC.
003905 6000-GRAVAR-DIARIO-EXIT.
003906     EXIT.
