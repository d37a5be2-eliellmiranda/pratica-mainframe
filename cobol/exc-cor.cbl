000464*                   INICIO DE 2000-GRAVAR-CORRECAO: A WORKING-
000466*                   STORAGE DO CICS NAO NASCE ZERADA E O
000468*                   ENCHIMENTO IA PARA A FILA CORQ COM LIXO.
000469* 2026-10-15 RM     DIARIO DOS OPERADORES: CADA CORRECAO GRAVADA
000470*                   GERA UM REGISTRO NO KSDS PROD.NUMEROS.JORNAL
000471*                   (JRNREC.CPY, FILE NUMJRNL) COM O USUARIO
000472*                   (ASSIGN USERID), O TERMINAL, A DATA E HORA, A
000473*                   CHAVE DA PENDENCIA, A CHAVE DO MESTRE QUE
000474*                   RESULTARA DA CORRECAO E A SITUACAO DA
000475*                   PENDENCIA ANTES E DEPOIS.
000476*****************************************************************
000480 IDENTIFICATION DIVISION.
000490 PROGRAM-ID.     EXC-COR.
000500 AUTHOR.         EQUIPE DE MANUTENCAO COBOL.
000650*
000660 COPY CORRREC.
000670*
000671 COPY JRNREC.
000672*
000680 COPY DFHAID.
000690*
000700 01  WS-CONSTANTES.
000710     05  WS-TRANSACAO                PIC X(04) VALUE 'MCOR'.
000720     05  WS-ARQUIVO-PENDENTES        PIC X(08) VALUE 'NUMEXCP '.
000730     05  WS-FILA-CORRECAO            PIC X(04) VALUE 'CORQ'.
000731     05  WS-ARQUIVO-DIARIO           PIC X(08) VALUE 'NUMJRNL '.
000740     05  WS-MSG-FIM                  PIC X(30) VALUE
000750         'MCOR - FIM DA CORRECAO'.
000760*
000840         10  WS-BRW-NUM-1-RAW        PIC X(09).
000850         10  WS-BRW-NUM-2-RAW        PIC X(09).
000860         10  WS-BRW-COD-MOTIVO       PIC X(02).
000861     05  WS-USUARIO                  PIC X(08) VALUE SPACE.
000862     05  WS-ABSTIME                  PIC S9(15) COMP-3 VALUE ZERO.
000863     05  WS-DATA-DIARIO              PIC 9(08) VALUE ZERO.
000864     05  WS-HORA-DIARIO              PIC 9(06) VALUE ZERO.
000865     05  WS-SIT-ANTERIOR             PIC X(01) VALUE SPACE.
000870*
000880 01  WS-VALOR-NOVO.
000890     05  WS-VALOR-NOVO-X             PIC X(09).
002560     END-IF.
002570     PERFORM 2150-MARCAR-CORRIGIDA
002580         THRU 2150-MARCAR-CORRIGIDA-EXIT.
002581     PERFORM 2600-GRAVAR-DIARIO
002582         THRU 2600-GRAVAR-DIARIO-EXIT.
002590     IF CA-QTD-PENDENTES GREATER THAN ZERO
002600         SUBTRACT 1 FROM CA-QTD-PENDENTES
002610     END-IF.
002611     IF WS-RESP EQUAL DFHRESP(NORMAL)
002612         MOVE 'CORRECAO REGISTRADA - PF8 AVANCA' TO MSGO
002613     ELSE
002614         MOVE 'CORRECAO REGISTRADA - ERRO NO DIARIO' TO MSGO
002615     END-IF.
002630     PERFORM 5000-ENVIAR-TELA
002640         THRU 5000-ENVIAR-TELA-EXIT.
002650 2000-GRAVAR-CORRECAO-EXIT.
002800*    MARCANDO 'R' AO RESSUBMETER.
002810*
002820 2150-MARCAR-CORRIGIDA.
002821     MOVE SPACE TO WS-SIT-ANTERIOR.
002830     EXEC CICS READ
002840         FILE(WS-ARQUIVO-PENDENTES)
002850         INTO(EXCEPTION-RECORD)
002900     IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
002910         GO TO 2150-MARCAR-CORRIGIDA-EXIT
002920     END-IF.
002921     MOVE EXC-SITUACAO TO WS-SIT-ANTERIOR.
002930     SET EXC-SIT-CORRIGIDA TO TRUE.
002940     EXEC CICS REWRITE
002950         FILE(WS-ARQUIVO-PENDENTES)
002970         RESP(WS-RESP)
002980     END-EXEC.
002990 2150-MARCAR-CORRIGIDA-EXIT.
002991     EXIT.
002992*
002993*    REGISTRA A CORRECAO NO DIARIO DOS OPERADORES (FILE NUMJRNL):
002994*    QUEM, DE QUAL TERMINAL E QUANDO, A CHAVE DA PENDENCIA, A
002995*    CHAVE DO MESTRE QUE A RESSUBMISSAO VAI GERAR (TIPO EM BRANCO
002996*    E O LOTE SIMPLES DO MAIOR-NUM, QUE GRAVA 'C') E A SITUACAO DA
002997*    PENDENCIA ANTES E DEPOIS.  A CHAVE DO DIARIO LEVA O NUMERO DA
002998*    TAREFA, UNICO NA REGIAO.  SAI COM WS-RESP DA GRAVACAO.
002999*
003000 2600-GRAVAR-DIARIO.
003001     MOVE SPACE TO JRN-REGISTRO.
003002     IF WS-RESP EQUAL DFHRESP(NORMAL)
003003         MOVE EXC-SITUACAO    TO JRN-NOV-SITUACAO
003004     ELSE
003005         MOVE WS-SIT-ANTERIOR TO JRN-NOV-SITUACAO
003006     END-IF.
003007     EXEC CICS ASSIGN
003008         USERID(WS-USUARIO)
003009     END-EXEC.
003010     EXEC CICS ASKTIME
003011         ABSTIME(WS-ABSTIME)
003012     END-EXEC.
003013     EXEC CICS FORMATTIME
003014         ABSTIME(WS-ABSTIME)
003015         YYYYMMDD(WS-DATA-DIARIO)
003016         TIME(WS-HORA-DIARIO)
003017     END-EXEC.
003018     MOVE WS-DATA-DIARIO    TO JRN-DATA.
003019     MULTIPLY WS-HORA-DIARIO BY 100 GIVING JRN-HORA.
003020     MOVE EIBTRMID          TO JRN-TERMINAL.
003021     MOVE EIBTASKN          TO JRN-SEQUENCIA.
003022     SET JRN-TRAN-CORRECAO  TO TRUE.
003023     MOVE 'EXC-COR '        TO JRN-PROGRAMA.
003024     MOVE WS-USUARIO        TO JRN-USUARIO.
003025     SET JRN-ACAO-CORRIGIR-EXCECAO TO TRUE.
003026     SET JRN-RES-CORRIGIDA  TO TRUE.
003027     MOVE COR-NUM-1-NOVO    TO JRN-NUM-1.
003028     MOVE COR-NUM-2-NOVO    TO JRN-NUM-2.
003029     IF COR-TIPO-LOTE-SIMPLES
003030         MOVE 'C'           TO JRN-TIPO-TRAN
003031     ELSE
003032         MOVE COR-TIPO-TRAN TO JRN-TIPO-TRAN
003033     END-IF.
003034     MOVE COR-NUM-1-RAW     TO JRN-EXC-NUM-1-RAW.
003035     MOVE COR-NUM-2-RAW     TO JRN-EXC-NUM-2-RAW.
003036     MOVE COR-COD-MOTIVO    TO JRN-EXC-COD-MOTIVO.
003037     SET JRN-COM-IMAGEM     TO TRUE.
003038     MOVE ZERO              TO JRN-ANT-RESULT.
003039     MOVE ZERO              TO JRN-ANT-MAIOR-NUM.
003040     MOVE ZERO              TO JRN-ANT-DATA-PROC.
003041     MOVE WS-SIT-ANTERIOR   TO JRN-ANT-SITUACAO.
003042     MOVE ZERO              TO JRN-NOV-RESULT.
003043     MOVE ZERO              TO JRN-NOV-MAIOR-NUM.
003044     EXEC CICS WRITE
003045         FILE(WS-ARQUIVO-DIARIO)
003046         FROM(JRN-REGISTRO)
003047         RIDFLD(JRN-CHAVE)
003048         RESP(WS-RESP)
003049     END-EXEC.
003050 2600-GRAVAR-DIARIO-EXIT.
003051     EXIT.
003052*
003053 2200-MONTAR-TELA.
003054     MOVE EXC-NUM-1-RAW  TO CA-NUM-1-RAW.
003055     MOVE EXC-NUM-2-RAW  TO CA-NUM-2-RAW.
003056     MOVE EXC-COD-MOTIVO TO CA-COD-MOTIVO.
003060     MOVE EXC-NUM-1-RAW  TO N1RAWO.
003070     MOVE EXC-NUM-2-RAW  TO N2RAWO.
003080     MOVE EXC-COD-MOTIVO TO MOTCODO.
