000600*                   PRESERVANDO DATA DE GERACAO, PROGRAMA DE
000610*                   ORIGEM E TRILHA PARA O RELATORIO DE
000620*                   ENVELHECIMENTO EXC-AGE.
000621* 2026-10-15 RM     CONTROLE DE LOTE NA RECEPCAO: OS ARQUIVOS DE
000622*                   RESSUBMISSAO PASSARAM A SAIR COMO UM LOTE
000623*                   COMPLETO, COM CABECALHO 'HDR' (SISTEMA DE
000624*                   ORIGEM CORRNUM/CORRTRAN, LOTE AAMMDDHHMM E
000625*                   DATA DE NEGOCIO = DATA DO MOVIMENTO DO NOVO
000626*                   DD PARAMETRO) E TRAILER 'TRL' COM A
000627*                   QUANTIDADE E O TOTAL HASH DE NUM-1 + NUM-2,
000628*                   PARA PASSAREM PELA CONFERENCIA DE LOT-REC NA
000629*                   RODADA QUE OS PROCESSAR.  TERMINA COM RC 16
000630*                   SE O REGISTRO DE PARAMETROS ESTIVER AUSENTE.
000631*****************************************************************
000640 IDENTIFICATION DIVISION.
000650 PROGRAM-ID.     CORR-EXC.
000660 AUTHOR.         EQUIPE DE MANUTENCAO COBOL.
000940         ACCESS MODE IS DYNAMIC
000950         RECORD KEY IS EXP-CHAVE
000960         FILE STATUS IS WS-FS-EXCPEND.
000961     SELECT ARQ-PARAMETRO  ASSIGN TO PARAMETRO
000962         ORGANIZATION IS SEQUENTIAL
000963         FILE STATUS IS WS-FS-PARAMETRO.
000970*
000980 DATA DIVISION.
000990 FILE SECTION.
001270     RECORDING MODE IS F.
001280 COPY EXCPEND.
001290*
001291 FD  ARQ-PARAMETRO
001292     LABEL RECORDS ARE STANDARD
001293     RECORDING MODE IS F.
001294 COPY PARMREC.
001295*
001300 WORKING-STORAGE SECTION.
001310 COPY CABTRL.
001320*
001370     05  WS-FS-RESTRAN               PIC X(02) VALUE '00'.
001380     05  WS-FS-RELATORIO             PIC X(02) VALUE '00'.
001390     05  WS-FS-EXCPEND               PIC X(02) VALUE '00'.
001391     05  WS-FS-PARAMETRO             PIC X(02) VALUE '00'.
001400*
001410 01  WS-SWITCHES.
001420     05  WS-SW-FIM-EXCECAO           PIC X(01) VALUE 'N'.
001640*
001650 01  WS-LIMITES.
001660     05  WS-MAX-EXCECOES             PIC 9(05) COMP VALUE 5000.
001661*
001662*    IDENTIFICACAO E TOTAIS DOS LOTES DE RESSUBMISSAO: O LOTE E
001663*    A DATA DO MOVIMENTO (AAMMDD) SEGUIDA DA HORA DA RODADA
001664*    (HHMM).
001665*
001666 01  WS-DATA-HORA.
001667     05  WS-DATA-EXECUCAO            PIC 9(08) VALUE ZERO.
001668     05  WS-DATA-EXECUCAO-R REDEFINES WS-DATA-EXECUCAO.
001669         10  WS-DATA-SECULO          PIC 9(02).
001670         10  WS-DATA-AAMMDD          PIC 9(06).
001671     05  WS-HORA-EXECUCAO            PIC 9(08) VALUE ZERO.
001672     05  WS-HORA-EXECUCAO-R REDEFINES WS-HORA-EXECUCAO.
001673         10  WS-HORA-HHMM            PIC 9(04).
001674         10  WS-HORA-SSCC            PIC 9(04).
001675*
001676 01  WS-LOTE-RESSUBMISSAO.
001677     05  WS-LRS-AAMMDD               PIC 9(06) VALUE ZERO.
001678     05  WS-LRS-HHMM                 PIC 9(04) VALUE ZERO.
001679*
001680 01  WS-TOTAIS-LOTE.
001681     05  WS-HASH-RESNUM              PIC S9(13)V9(02) VALUE ZERO.
001682     05  WS-HASH-RESTRAN             PIC S9(13)V9(02) VALUE ZERO.
001683*
001684 01  WS-TABELA-EXCECOES.
001690     05  WS-QTD-EXCECOES             PIC 9(05) COMP VALUE ZERO.
001700     05  WS-TAB-EXCECAO              OCCURS 5000 TIMES.
001710         10  WS-TAB-NUM-1-RAW        PIC X(09).
002030     GOBACK.
002040*
002050 1000-INICIALIZA.
002051     ACCEPT WS-HORA-EXECUCAO FROM TIME.
002052     PERFORM 1050-LER-PARAMETRO
002053         THRU 1050-LER-PARAMETRO-EXIT.
002060     OPEN INPUT  ARQ-EXCECAO.
002070     OPEN INPUT  ARQ-CORRECAO.
002080     OPEN OUTPUT ARQ-RESNUM.
002150         CLOSE ARQ-EXCPEND
002160         OPEN I-O ARQ-EXCPEND
002170     END-IF.
002171     PERFORM 1250-GRAVAR-CABECALHOS
002172         THRU 1250-GRAVAR-CABECALHOS-EXIT.
002180     PERFORM 1100-CARREGAR-EXCECAO
002190         THRU 1100-CARREGAR-EXCECAO-EXIT
002200         UNTIL WS-FIM-EXCECAO.
002220         REL-REC.
002230     WRITE REL-REC.
002240 1000-INICIALIZA-EXIT.
002241     EXIT.
002242*
002243 1050-LER-PARAMETRO.
002244     OPEN INPUT ARQ-PARAMETRO.
002245     IF WS-FS-PARAMETRO NOT = '00'
002246         DISPLAY 'CORR-EXC - ARQUIVO DE PARAMETROS AUSENTE - '
002247             'FS ' WS-FS-PARAMETRO
002248         MOVE 16 TO RETURN-CODE
002249         GOBACK
002250     END-IF.
002251     READ ARQ-PARAMETRO
002252         AT END
002253             DISPLAY 'CORR-EXC - REGISTRO DE PARAMETROS AUSENTE'
002254             MOVE 16 TO RETURN-CODE
002255             GOBACK
002256     END-READ.
002257     IF PRM-DATA-MOVIMENTO NOT NUMERIC
002258        OR PRM-DATA-MOVIMENTO EQUAL ZERO
002259         DISPLAY 'CORR-EXC - DATA DO MOVIMENTO AUSENTE OU '
002260             'INVALIDA'
002261         MOVE 16 TO RETURN-CODE
002262         GOBACK
002263     END-IF.
002264     MOVE PRM-DATA-MOVIMENTO TO WS-DATA-EXECUCAO.
002265     CLOSE ARQ-PARAMETRO.
002266 1050-LER-PARAMETRO-EXIT.
002267     EXIT.
002268*
002270 1100-CARREGAR-EXCECAO.
002280     READ ARQ-EXCECAO
002290         AT END
002490     MOVE EXC-COD-MOTIVO TO WS-TAB-COD-MOTIVO (WS-QTD-EXCECOES).
002500     MOVE 'N'            TO WS-TAB-SW-APLICADA (WS-QTD-EXCECOES).
002510 1100-CARREGAR-EXCECAO-EXIT.
002511     EXIT.
002512*
002513*    CADA ARQUIVO DE RESSUBMISSAO E UM LOTE PARA A RECEPCAO
002514*    (LOT-REC): CABECALHO DO REMETENTE NA ABERTURA E TRAILER COM
002515*    QUANTIDADE E TOTAL HASH NO FECHAMENTO (3300-GRAVAR-TRAILERS).
002516*
002517 1250-GRAVAR-CABECALHOS.
002518     MOVE WS-DATA-AAMMDD     TO WS-LRS-AAMMDD.
002519     MOVE WS-HORA-HHMM       TO WS-LRS-HHMM.
002520     MOVE SPACE              TO NUM-TRAN-CAB.
002521     MOVE 'HDR'              TO NTH-ID.
002522     MOVE 'CORRNUM '         TO NTH-SISTEMA-ORIGEM.
002523     MOVE WS-LOTE-RESSUBMISSAO TO NTH-LOTE.
002524     MOVE WS-DATA-EXECUCAO   TO NTH-DATA-NEGOCIO.
002525     WRITE NUM-TRAN-CAB.
002526     MOVE SPACE              TO TRAN-CAB.
002527     MOVE 'HDR'              TO TRH-ID.
002528     MOVE 'CORRTRAN'         TO TRH-SISTEMA-ORIGEM.
002529     MOVE WS-LOTE-RESSUBMISSAO TO TRH-LOTE.
002530     MOVE WS-DATA-EXECUCAO   TO TRH-DATA-NEGOCIO.
002531     WRITE TRAN-CAB.
002532 1250-GRAVAR-CABECALHOS-EXIT.
002533     EXIT.
002534*
002540 2000-PROCESSA-CORRECAO.
002550     READ ARQ-CORRECAO
002560         AT END
003110         MOVE COR-NUM-2-NOVO TO NT-NUM-2
003120         WRITE NUM-TRAN-REC
003130         ADD 1 TO WS-CONT-RESNUM
003131         IF NT-NUM-1 NUMERIC
003132             ADD NT-NUM-1 TO WS-HASH-RESNUM
003133         END-IF
003134         IF NT-NUM-2 NUMERIC
003135             ADD NT-NUM-2 TO WS-HASH-RESNUM
003136         END-IF
003140     ELSE
003150         MOVE SPACE TO TRAN-RECORD
003160         MOVE COR-TIPO-TRAN  TO TR-TIPO-TRAN
003180         MOVE COR-NUM-2-NOVO TO TR-NUM-2
003190         WRITE TRAN-RECORD
003200         ADD 1 TO WS-CONT-RESTRAN
003201         IF TR-NUM-1 NUMERIC
003202             ADD TR-NUM-1 TO WS-HASH-RESTRAN
003203         END-IF
003204         IF TR-NUM-2 NUMERIC
003205             ADD TR-NUM-2 TO WS-HASH-RESTRAN
003206         END-IF
003210     END-IF.
003220 2200-GRAVAR-RESSUBMISSAO-EXIT.
003230     EXIT.
004020         WS-CONT-COR-INVALIDAS.
004030     DISPLAY 'CORR-EXC - AINDA SEM CORRECAO  : '
004040         WS-CONT-EXC-PENDENTES.
004041     DISPLAY 'CORR-EXC - LOTE DE RESSUBMISSAO: '
004042         WS-LOTE-RESSUBMISSAO.
004043     PERFORM 3300-GRAVAR-TRAILERS
004044         THRU 3300-GRAVAR-TRAILERS-EXIT.
004050     IF WS-TABELA-CHEIA
004060         MOVE 8 TO RETURN-CODE
004070     ELSE
004250     END-IF.
004260 3100-CONTAR-PENDENTE-EXIT.
004270     EXIT.
004271*
004272 3300-GRAVAR-TRAILERS.
004273     MOVE SPACE              TO NUM-TRAN-TRL.
004274     MOVE 'TRL'              TO NTT-ID.
004275     MOVE WS-CONT-RESNUM     TO NTT-QTD-REGISTROS.
004276     MOVE WS-HASH-RESNUM     TO NTT-TOTAL-HASH.
004277     WRITE NUM-TRAN-TRL.
004278     MOVE SPACE              TO TRAN-TRL.
004279     MOVE 'TRL'              TO TRT-ID.
004280     MOVE WS-CONT-RESTRAN    TO TRT-QTD-REGISTROS.
004281     MOVE WS-HASH-RESTRAN    TO TRT-TOTAL-HASH.
004282     WRITE TRAN-TRL.
004283 3300-GRAVAR-TRAILERS-EXIT.
004284     EXIT.
