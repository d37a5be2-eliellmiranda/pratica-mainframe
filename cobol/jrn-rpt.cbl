000100*****************************************************************
000110*
000120*    PROGRAMA .: JRN-RPT
000130*    FUNCAO ...: RELATORIO SEMANAL DO DIARIO DOS OPERADORES (KSDS
000140*                PROD.NUMEROS.JORNAL, LAYOUT JRNREC.CPY), GRAVADO
000150*                PELAS TELAS MINQ (MST-INQ) E MCOR (EXC-COR) E
000160*                PELO MAST-MAN DE CONSOLE, PARA A REVISAO DE
000170*                SEGURANCA. A SEMANA SAO OS SETE DIAS QUE
000180*                TERMINAM NA DATA DO MOVIMENTO
000190*                (PRM-DATA-MOVIMENTO, PARMREC.CPY); O INICIO E
000200*                CALCULADO RECUANDO SEIS DIAS PELO CALENDARIO,
000210*                NOS MOLDES DO APR-RPT. O RELATORIO TRAZ TRES
000220*                BLOCOS:
000230*                  1. ATIVIDADE FORA DO HORARIO COMERCIAL - CADA
000240*                     ACAO FEITA ANTES DAS 08:00, A PARTIR DAS
000250*                     18:00 OU EM SABADO/DOMINGO, UMA POR LINHA,
000260*                     EM ORDEM DE CHEGADA;
000270*                  2. RESUMO POR USUARIO E POR ACAO - CONSULTAS,
000280*                     CORRECOES DE EXCECAO, PEDIDOS DE CORRECAO E
000290*                     DE EXCLUSAO DO MESTRE, QUANTAS FORA DO
000300*                     HORARIO E O TOTAL DE CADA USUARIO;
000310*                  3. ACUMULO DE FUNCOES - O USUARIO QUE CORRIGIU
000320*                     UMA EXCECAO NA MCOR E, NA MESMA SEMANA,
000330*                     PEDIU NO MAST-MAN A CORRECAO OU A EXCLUSAO
000340*                     DO REGISTRO DO MESTRE RESULTANTE (MESMA
000350*                     CHAVE).
000360*                O DIA DA SEMANA E OBTIDO PELA CONGRUENCIA DE
000370*                ZELLER SOBRE A PROPRIA DATA DO REGISTRO. TERMINA
000380*                COM CC 0, CC 4 SE HOUVER ACUMULO DE FUNCOES OU
000390*                SE ALGUMA TABELA INTERNA ENCHER (O RELATORIO
000400*                FICA INCOMPLETO), CC 12 EM FALHA DE I-O E CC 16
000410*                SE O PARAMETRO ESTIVER AUSENTE OU INVALIDO.
000420*
000430*****************************************************************
000440* HISTORICO DE ALTERACOES
000450* ----------------------------------------------------------------
000460* DATA       AUTOR  DESCRICAO
000470* ---------- -----  ------------------------------------------
000480* 2026-10-15 RM     PROGRAMA ORIGINAL.
000490*****************************************************************
000500 IDENTIFICATION DIVISION.
000510 PROGRAM-ID.     JRN-RPT.
000520 AUTHOR.         EQUIPE DE MANUTENCAO COBOL.
000530 INSTALLATION.   CENTRO DE PROCESSAMENTO DE DADOS.
000540 DATE-WRITTEN.   2026-10-15.
000550 DATE-COMPILED.  2026-10-15.
000560*
000570 ENVIRONMENT DIVISION.
000580 CONFIGURATION SECTION.
000590 SOURCE-COMPUTER.   IBM-370.
000600 OBJECT-COMPUTER.   IBM-370.
000610 INPUT-OUTPUT SECTION.
000620 FILE-CONTROL.
000630     SELECT ARQ-DIARIO     ASSIGN TO DIARIO
000640         ORGANIZATION IS INDEXED
000650         ACCESS MODE IS DYNAMIC
000660         RECORD KEY IS JRN-CHAVE
000670         FILE STATUS IS WS-FS-DIARIO.
000680     SELECT ARQ-PARAMETRO  ASSIGN TO PARAMETRO
000690         ORGANIZATION IS SEQUENTIAL
000700         FILE STATUS IS WS-FS-PARAMETRO.
000710     SELECT ARQ-RELATORIO  ASSIGN TO RELATORIO
000720         ORGANIZATION IS SEQUENTIAL
000730         FILE STATUS IS WS-FS-RELATORIO.
000740*
000750 DATA DIVISION.
000760 FILE SECTION.
000770 FD  ARQ-DIARIO
000780     LABEL RECORDS ARE STANDARD
000790     RECORDING MODE IS F.
000800 COPY JRNREC.
000810*
000820 FD  ARQ-PARAMETRO
000830     LABEL RECORDS ARE STANDARD
000840     RECORDING MODE IS F.
000850 COPY PARMREC.
000860*
000870 FD  ARQ-RELATORIO
000880     LABEL RECORDS ARE STANDARD
000890     RECORDING MODE IS F.
000900 01  REL-REC                         PIC X(80).
000910*
000920 WORKING-STORAGE SECTION.
000930 01  WS-FLAGS.
000940     05  WS-FS-DIARIO                PIC X(02) VALUE '00'.
000950     05  WS-FS-PARAMETRO             PIC X(02) VALUE '00'.
000960     05  WS-FS-RELATORIO             PIC X(02) VALUE '00'.
000970*
000980 01  WS-SWITCHES.
000990     05  WS-SW-FIM-DIARIO            PIC X(01) VALUE 'N'.
001000         88  WS-FIM-DIARIO               VALUE 'S'.
001010     05  WS-SW-FORA-HORARIO          PIC X(01) VALUE 'N'.
001020         88  WS-FORA-HORARIO             VALUE 'S'.
001030     05  WS-SW-TABELA-CHEIA          PIC X(01) VALUE 'N'.
001040         88  WS-TABELA-CHEIA             VALUE 'S'.
001050*
001060 01  WS-CONTROLE-EXECUCAO.
001070     05  WS-RETORNO                  PIC 9(02) VALUE ZERO.
001080     05  WS-DATA-EXECUCAO            PIC 9(08) VALUE ZERO.
001090     05  WS-DIAS-SEMANA              PIC 9(03) VALUE 6.
001100*
001110*    EXPEDIENTE COMERCIAL: DAS 08:00 ATE ANTES DAS 18:00, DE
001120*    SEGUNDA A SEXTA (HORA NO FORMATO HHMMSSCC DO DIARIO).
001130*
001140 01  WS-EXPEDIENTE.
001150     05  WS-HORA-INICIO-EXPED        PIC 9(08) VALUE 08000000.
001160     05  WS-HORA-FIM-EXPED           PIC 9(08) VALUE 18000000.
001170*
001180 01  WS-DATA-INICIO-GRP.
001190     05  WS-DATA-INICIO.
001200         10  WS-LIM-ANO              PIC 9(04).
001210         10  WS-LIM-MES              PIC 9(02).
001220         10  WS-LIM-DIA              PIC 9(02).
001230     05  WS-DATA-INICIO-NUM REDEFINES WS-DATA-INICIO
001240                                     PIC 9(08).
001250*
001260 01  WS-CALENDARIO.
001270     05  WS-ULTIMO-DIA               PIC 9(02) VALUE ZERO.
001280     05  WS-QUOCIENTE                PIC 9(04) VALUE ZERO.
001290     05  WS-RESTO                    PIC 9(04) VALUE ZERO.
001300*
001310*    CONGRUENCIA DE ZELLER: H = (DIA + (13 * (MES + 1)) / 5 + K +
001320*    K / 4 + J / 4 + 5 * J) MOD 7, COM JANEIRO E FEVEREIRO
001330*    CONTADOS COMO MESES 13 E 14 DO ANO ANTERIOR, K = ANO MOD 100
001340*    E J = ANO / 100.  H = 0 E SABADO, H = 1 E DOMINGO.
001350*
001360 01  WS-DATA-REGISTRO-GRP.
001370     05  WS-DATA-REGISTRO            PIC 9(08) VALUE ZERO.
001380     05  WS-DATA-REGISTRO-R REDEFINES WS-DATA-REGISTRO.
001390         10  WS-REG-ANO              PIC 9(04).
001400         10  WS-REG-MES              PIC 9(02).
001410         10  WS-REG-DIA              PIC 9(02).
001420*
001430 01  WS-ZELLER.
001440     05  WS-ZEL-ANO                  PIC 9(04) VALUE ZERO.
001450     05  WS-ZEL-MES                  PIC 9(02) VALUE ZERO.
001460     05  WS-ZEL-SECULO               PIC 9(04) VALUE ZERO.
001470     05  WS-ZEL-ANO-SECULO           PIC 9(04) VALUE ZERO.
001480     05  WS-ZEL-PARCELA              PIC 9(04) VALUE ZERO.
001490     05  WS-ZEL-SOMA                 PIC 9(06) VALUE ZERO.
001500     05  WS-ZEL-QUOCIENTE            PIC 9(06) VALUE ZERO.
001510     05  WS-ZEL-DIA-SEMANA           PIC 9(01) VALUE ZERO.
001520         88  WS-ZEL-SABADO               VALUE 0.
001530         88  WS-ZEL-DOMINGO              VALUE 1.
001540*
001550 01  WS-CONTADORES.
001560     05  WS-CONT-NA-SEMANA           PIC 9(09) COMP VALUE ZERO.
001570     05  WS-CONT-FORA-HORARIO        PIC 9(09) COMP VALUE ZERO.
001580     05  WS-CONT-ACUMULOS            PIC 9(09) COMP VALUE ZERO.
001590     05  WS-CONT-USUARIOS            PIC 9(04) COMP VALUE ZERO.
001600     05  WS-CONT-CORRECOES           PIC 9(04) COMP VALUE ZERO.
001610     05  WS-CONT-MANUTENCOES         PIC 9(04) COMP VALUE ZERO.
001620*
001630 01  WS-INDICES.
001640     05  WS-IND-USR                  PIC 9(04) COMP VALUE ZERO.
001650     05  WS-IND-COR                  PIC 9(04) COMP VALUE ZERO.
001660     05  WS-IND-MAN                  PIC 9(04) COMP VALUE ZERO.
001670     05  WS-IND                      PIC 9(04) COMP VALUE ZERO.
001680*
001690*    RESUMO POR USUARIO, NA ORDEM EM QUE CADA UM APARECE NA
001700*    SEMANA.
001710*
001720 01  WS-TABELA-USUARIOS.
001730     05  WS-USR                      OCCURS 200 TIMES.
001740         10  WS-USR-NOME             PIC X(08).
001750         10  WS-USR-CONSULTAS        PIC 9(07) COMP.
001760         10  WS-USR-CORR-EXCECAO     PIC 9(07) COMP.
001770         10  WS-USR-CORR-MESTRE      PIC 9(07) COMP.
001780         10  WS-USR-EXCL-MESTRE      PIC 9(07) COMP.
001790         10  WS-USR-FORA-HORARIO     PIC 9(07) COMP.
001800         10  WS-USR-TOTAL            PIC 9(07) COMP.
001810*
001820*    CORRECOES DE EXCECAO (MCOR) E MANUTENCOES DO MESTRE
001830*    (MAST-MAN) DA SEMANA, PELA CHAVE DO MESTRE, PARA O CRUZAMENTO
001840*    DO ACUMULO DE FUNCOES NO FIM DA LEITURA.
001850*
001860 01  WS-TABELA-CORRECOES.
001870     05  WS-COR                      OCCURS 1000 TIMES.
001880         10  WS-COR-USUARIO          PIC X(08).
001890         10  WS-COR-CHAVE            PIC X(19).
001900         10  WS-COR-DATA             PIC 9(08).
001910*
001920 01  WS-TABELA-MANUTENCOES.
001930     05  WS-MAN                      OCCURS 1000 TIMES.
001940         10  WS-MAN-USUARIO          PIC X(08).
001950         10  WS-MAN-CHAVE            PIC X(19).
001960         10  WS-MAN-DATA             PIC 9(08).
001970         10  WS-MAN-ACAO             PIC X(01).
001980*
001990 01  WS-CHAVE-EDICAO.
002000     05  WS-EDI-NUM-1                PIC S9(06)V9(02)
002010                                     SIGN LEADING SEPARATE.
002020     05  WS-EDI-NUM-2                PIC S9(06)V9(02)
002030                                     SIGN LEADING SEPARATE.
002040     05  WS-EDI-TIPO                 PIC X(01).
002050*
002060 01  WS-LINHA-FORA.
002070     05  WS-FOR-DATA                 PIC 9(08).
002080     05  FILLER                      PIC X(01) VALUE SPACE.
002090     05  WS-FOR-HORA                 PIC 9(06).
002100     05  FILLER                      PIC X(01) VALUE SPACE.
002110     05  WS-FOR-DIA                  PIC X(03).
002120     05  FILLER                      PIC X(01) VALUE SPACE.
002130     05  WS-FOR-USUARIO              PIC X(08).
002140     05  FILLER                      PIC X(01) VALUE SPACE.
002150     05  WS-FOR-TERMINAL             PIC X(08).
002160     05  FILLER                      PIC X(01) VALUE SPACE.
002170     05  WS-FOR-TRANSACAO            PIC X(04).
002180     05  FILLER                      PIC X(01) VALUE SPACE.
002190     05  WS-FOR-ACAO                 PIC X(01).
002200     05  FILLER                      PIC X(01) VALUE SPACE.
002210     05  WS-FOR-NUM-1                PIC -(6)9.99.
002220     05  FILLER                      PIC X(01) VALUE '/'.
002230     05  WS-FOR-NUM-2                PIC -(6)9.99.
002240     05  FILLER                      PIC X(01) VALUE '/'.
002250     05  WS-FOR-TIPO                 PIC X(01).
002260     05  FILLER                      PIC X(12) VALUE SPACE.
002270*
002280 01  WS-LINHA-USUARIO.
002290     05  WS-USU-NOME                 PIC X(08).
002300     05  FILLER                      PIC X(02) VALUE SPACE.
002310     05  WS-USU-CONSULTAS            PIC ZZZ,ZZ9.
002320     05  FILLER                      PIC X(02) VALUE SPACE.
002330     05  WS-USU-CORR-EXCECAO         PIC ZZZ,ZZ9.
002340     05  FILLER                      PIC X(02) VALUE SPACE.
002350     05  WS-USU-CORR-MESTRE          PIC ZZZ,ZZ9.
002360     05  FILLER                      PIC X(02) VALUE SPACE.
002370     05  WS-USU-EXCL-MESTRE          PIC ZZZ,ZZ9.
002380     05  FILLER                      PIC X(02) VALUE SPACE.
002390     05  WS-USU-FORA-HORARIO         PIC ZZZ,ZZ9.
002400     05  FILLER                      PIC X(02) VALUE SPACE.
002410     05  WS-USU-TOTAL                PIC ZZZ,ZZ9.
002420     05  FILLER                      PIC X(18) VALUE SPACE.
002430*
002440 01  WS-LINHA-ACUMULO.
002450     05  WS-ACU-USUARIO              PIC X(08).
002460     05  FILLER                      PIC X(01) VALUE SPACE.
002470     05  WS-ACU-NUM-1                PIC -(6)9.99.
002480     05  FILLER                      PIC X(01) VALUE '/'.
002490     05  WS-ACU-NUM-2                PIC -(6)9.99.
002500     05  FILLER                      PIC X(01) VALUE '/'.
002510     05  WS-ACU-TIPO                 PIC X(01).
002520     05  FILLER                      PIC X(06) VALUE ' MCOR '.
002530     05  WS-ACU-DATA-COR             PIC 9(08).
002540     05  FILLER                      PIC X(06) VALUE ' MMAN '.
002550     05  WS-ACU-ACAO                 PIC X(01).
002560     05  FILLER                      PIC X(01) VALUE SPACE.
002570     05  WS-ACU-DATA-MAN             PIC 9(08).
002580     05  FILLER                      PIC X(18) VALUE SPACE.
002590*
002600 01  WS-LINHA-RESUMO.
002610     05  WS-RES-TEXTO                PIC X(40) VALUE SPACE.
002620     05  WS-RES-VALOR                PIC ZZZ,ZZZ,ZZ9.
002630     05  FILLER                      PIC X(29) VALUE SPACE.
002640*
002650 01  WS-LINHA-DATA.
002660     05  WS-LDT-TEXTO                PIC X(40) VALUE SPACE.
002670     05  WS-LDT-DATA                 PIC 9(08).
002680     05  FILLER                      PIC X(32) VALUE SPACE.
002690*
002700 PROCEDURE DIVISION.
002710*
002720 0000-MAINLINE.
002730     PERFORM 1000-INICIALIZA
002740         THRU 1000-INICIALIZA-EXIT.
002750     PERFORM 2000-LER-DIARIO
002760         THRU 2000-LER-DIARIO-EXIT
002770         UNTIL WS-FIM-DIARIO.
002780     PERFORM 3000-FINALIZA
002790         THRU 3000-FINALIZA-EXIT.
002800     MOVE WS-RETORNO TO RETURN-CODE.
002810     GOBACK.
002820*
002830 1000-INICIALIZA.
002840     DISPLAY 'JRN-RPT - DIARIO SEMANAL DOS OPERADORES'.
002850     PERFORM 1050-LER-PARAMETRO
002860         THRU 1050-LER-PARAMETRO-EXIT.
002870     PERFORM 1100-CALCULAR-INICIO
002880         THRU 1100-CALCULAR-INICIO-EXIT.
002890     OPEN INPUT ARQ-DIARIO.
002900     IF WS-FS-DIARIO NOT = '00'
002910         DISPLAY 'JRN-RPT - ERRO AO ABRIR O DIARIO - FS '
002920             WS-FS-DIARIO
002930         MOVE 12 TO RETURN-CODE
002940         GOBACK
002950     END-IF.
002960     OPEN OUTPUT ARQ-RELATORIO.
002970     MOVE 'DIARIO SEMANAL DOS OPERADORES - JRN-RPT' TO REL-REC.
002980     WRITE REL-REC.
002990     MOVE 'SEMANA DE'                      TO WS-LDT-TEXTO.
003000     MOVE WS-DATA-INICIO-NUM               TO WS-LDT-DATA.
003010     MOVE WS-LINHA-DATA TO REL-REC.
003020     WRITE REL-REC.
003030     MOVE 'ATE'                            TO WS-LDT-TEXTO.
003040     MOVE WS-DATA-EXECUCAO                 TO WS-LDT-DATA.
003050     MOVE WS-LINHA-DATA TO REL-REC.
003060     WRITE REL-REC.
003070     MOVE SPACE TO REL-REC.
003080     WRITE REL-REC.
003090     MOVE 'ATIVIDADE FORA DO HORARIO COMERCIAL' TO REL-REC.
003100     WRITE REL-REC.
003110     MOVE 'DATA     HORA   DIA USUARIO  TERMINAL TRAN A CHAVE'
003120         TO REL-REC.
003130     WRITE REL-REC.
003140     MOVE LOW-VALUES TO JRN-CHAVE.
003150     MOVE WS-DATA-INICIO-NUM TO JRN-DATA.
003160     MOVE ZERO               TO JRN-HORA.
003170     START ARQ-DIARIO KEY NOT LESS THAN JRN-CHAVE
003180         INVALID KEY
003190             SET WS-FIM-DIARIO TO TRUE
003200     END-START.
003210 1000-INICIALIZA-EXIT.
003220     EXIT.
003230*
003240 1050-LER-PARAMETRO.
003250     OPEN INPUT ARQ-PARAMETRO.
003260     IF WS-FS-PARAMETRO NOT = '00'
003270         DISPLAY 'JRN-RPT - ARQUIVO DE PARAMETROS AUSENTE - '
003280             'FS ' WS-FS-PARAMETRO
003290         MOVE 16 TO RETURN-CODE
003300         GOBACK
003310     END-IF.
003320     READ ARQ-PARAMETRO
003330         AT END
003340             DISPLAY 'JRN-RPT - REGISTRO DE PARAMETROS AUSENTE'
003350             MOVE 16 TO RETURN-CODE
003360             GOBACK
003370     END-READ.
003380     IF PRM-DATA-MOVIMENTO NOT NUMERIC
003390        OR PRM-DATA-MOVIMENTO EQUAL ZERO
003400         DISPLAY 'JRN-RPT - DATA DO MOVIMENTO AUSENTE OU '
003410             'INVALIDA'
003420         MOVE 16 TO RETURN-CODE
003430         GOBACK
003440     END-IF.
003450     MOVE PRM-DATA-MOVIMENTO TO WS-DATA-EXECUCAO.
003460     CLOSE ARQ-PARAMETRO.
003470 1050-LER-PARAMETRO-EXIT.
003480     EXIT.
003490*
003500*    O INICIO DA SEMANA E A DATA DO MOVIMENTO RECUADA SEIS DIAS,
003510*    DIA A DIA, RESPEITANDO O TAMANHO DE CADA MES E OS ANOS
003520*    BISSEXTOS (MESMA ROTINA DO APR-RPT E DO EXC-AGE).
003530*
003540 1100-CALCULAR-INICIO.
003550     MOVE WS-DATA-EXECUCAO TO WS-DATA-INICIO-NUM.
003560     PERFORM 1150-RECUAR-UM-DIA
003570         THRU 1150-RECUAR-UM-DIA-EXIT
003580         WS-DIAS-SEMANA TIMES.
003590 1100-CALCULAR-INICIO-EXIT.
003600     EXIT.
003610*
003620 1150-RECUAR-UM-DIA.
003630     SUBTRACT 1 FROM WS-LIM-DIA.
003640     IF WS-LIM-DIA EQUAL ZERO
003650         SUBTRACT 1 FROM WS-LIM-MES
003660         IF WS-LIM-MES EQUAL ZERO
003670             MOVE 12 TO WS-LIM-MES
003680             SUBTRACT 1 FROM WS-LIM-ANO
003690         END-IF
003700         PERFORM 1170-ULTIMO-DIA-DO-MES
003710             THRU 1170-ULTIMO-DIA-DO-MES-EXIT
003720         MOVE WS-ULTIMO-DIA TO WS-LIM-DIA
003730     END-IF.
003740 1150-RECUAR-UM-DIA-EXIT.
003750     EXIT.
003760*
003770 1170-ULTIMO-DIA-DO-MES.
003780     EVALUATE WS-LIM-MES
003790         WHEN 01
003800         WHEN 03
003810         WHEN 05
003820         WHEN 07
003830         WHEN 08
003840         WHEN 10
003850         WHEN 12
003860             MOVE 31 TO WS-ULTIMO-DIA
003870         WHEN 04
003880         WHEN 06
003890         WHEN 09
003900         WHEN 11
003910             MOVE 30 TO WS-ULTIMO-DIA
003920         WHEN 02
003930             PERFORM 1180-TESTAR-BISSEXTO
003940                 THRU 1180-TESTAR-BISSEXTO-EXIT
003950     END-EVALUATE.
003960 1170-ULTIMO-DIA-DO-MES-EXIT.
003970     EXIT.
003980*
003990 1180-TESTAR-BISSEXTO.
004000     MOVE 28 TO WS-ULTIMO-DIA.
004010     DIVIDE WS-LIM-ANO BY 4 GIVING WS-QUOCIENTE
004020         REMAINDER WS-RESTO.
004030     IF WS-RESTO EQUAL ZERO
004040         MOVE 29 TO WS-ULTIMO-DIA
004050         DIVIDE WS-LIM-ANO BY 100 GIVING WS-QUOCIENTE
004060             REMAINDER WS-RESTO
004070         IF WS-RESTO EQUAL ZERO
004080             DIVIDE WS-LIM-ANO BY 400 GIVING WS-QUOCIENTE
004090                 REMAINDER WS-RESTO
004100             IF WS-RESTO NOT EQUAL ZERO
004110                 MOVE 28 TO WS-ULTIMO-DIA
004120             END-IF
004130         END-IF
004140     END-IF.
004150 1180-TESTAR-BISSEXTO-EXIT.
004160     EXIT.
004170*
004180*    O DIARIO ESTA EM ORDEM DE DATA/HORA: A LEITURA PARTE DO
004190*    INICIO DA SEMANA (START) E PARA NO PRIMEIRO REGISTRO DEPOIS
004200*    DA DATA DO MOVIMENTO.
004210*
004220 2000-LER-DIARIO.
004230     READ ARQ-DIARIO NEXT RECORD
004240         AT END
004250             SET WS-FIM-DIARIO TO TRUE
004260             GO TO 2000-LER-DIARIO-EXIT
004270     END-READ.
004280     IF WS-FS-DIARIO NOT = '00'
004290         DISPLAY 'JRN-RPT - FALHA DE I-O NO DIARIO - FS '
004300             WS-FS-DIARIO
004310         MOVE 12 TO WS-RETORNO
004320         SET WS-FIM-DIARIO TO TRUE
004330         GO TO 2000-LER-DIARIO-EXIT
004340     END-IF.
004350     IF JRN-DATA GREATER THAN WS-DATA-EXECUCAO
004360         SET WS-FIM-DIARIO TO TRUE
004370         GO TO 2000-LER-DIARIO-EXIT
004380     END-IF.
004390     ADD 1 TO WS-CONT-NA-SEMANA.
004400     PERFORM 2100-TESTAR-HORARIO
004410         THRU 2100-TESTAR-HORARIO-EXIT.
004420     IF WS-FORA-HORARIO
004430         ADD 1 TO WS-CONT-FORA-HORARIO
004440         PERFORM 2200-LISTAR-FORA-HORARIO
004450             THRU 2200-LISTAR-FORA-HORARIO-EXIT
004460     END-IF.
004470     PERFORM 2300-ACUMULAR-USUARIO
004480         THRU 2300-ACUMULAR-USUARIO-EXIT.
004490     EVALUATE TRUE
004500         WHEN JRN-ACAO-CORRIGIR-EXCECAO
004510             PERFORM 2400-GUARDAR-CORRECAO
004520                 THRU 2400-GUARDAR-CORRECAO-EXIT
004530         WHEN JRN-ACAO-CORRIGIR-MESTRE
004540         WHEN JRN-ACAO-EXCLUIR-MESTRE
004550             PERFORM 2450-GUARDAR-MANUTENCAO
004560                 THRU 2450-GUARDAR-MANUTENCAO-EXIT
004570     END-EVALUATE.
004580 2000-LER-DIARIO-EXIT.
004590     EXIT.
004600*
004610 2100-TESTAR-HORARIO.
004620     MOVE 'N' TO WS-SW-FORA-HORARIO.
004630     PERFORM 2150-DIA-DA-SEMANA
004640         THRU 2150-DIA-DA-SEMANA-EXIT.
004650     IF WS-ZEL-SABADO OR WS-ZEL-DOMINGO
004660        OR JRN-HORA LESS THAN WS-HORA-INICIO-EXPED
004670        OR JRN-HORA NOT LESS THAN WS-HORA-FIM-EXPED
004680         SET WS-FORA-HORARIO TO TRUE
004690     END-IF.
004700 2100-TESTAR-HORARIO-EXIT.
004710     EXIT.
004720*
004730 2150-DIA-DA-SEMANA.
004740     MOVE JRN-DATA   TO WS-DATA-REGISTRO.
004750     MOVE WS-REG-ANO TO WS-ZEL-ANO.
004760     MOVE WS-REG-MES TO WS-ZEL-MES.
004770     IF WS-ZEL-MES LESS THAN 3
004780         ADD 12 TO WS-ZEL-MES
004790         SUBTRACT 1 FROM WS-ZEL-ANO
004800     END-IF.
004810     DIVIDE WS-ZEL-ANO BY 100 GIVING WS-ZEL-SECULO
004820         REMAINDER WS-ZEL-ANO-SECULO.
004830     MOVE WS-REG-DIA TO WS-ZEL-SOMA.
004840     ADD 1 WS-ZEL-MES GIVING WS-ZEL-PARCELA.
004850     MULTIPLY 13 BY WS-ZEL-PARCELA.
004860     DIVIDE 5 INTO WS-ZEL-PARCELA.
004870     ADD WS-ZEL-PARCELA     TO WS-ZEL-SOMA.
004880     ADD WS-ZEL-ANO-SECULO  TO WS-ZEL-SOMA.
004890     DIVIDE WS-ZEL-ANO-SECULO BY 4 GIVING WS-ZEL-PARCELA.
004900     ADD WS-ZEL-PARCELA     TO WS-ZEL-SOMA.
004910     DIVIDE WS-ZEL-SECULO BY 4 GIVING WS-ZEL-PARCELA.
004920     ADD WS-ZEL-PARCELA     TO WS-ZEL-SOMA.
004930     MULTIPLY 5 BY WS-ZEL-SECULO GIVING WS-ZEL-PARCELA.
004940     ADD WS-ZEL-PARCELA     TO WS-ZEL-SOMA.
004950     DIVIDE WS-ZEL-SOMA BY 7 GIVING WS-ZEL-QUOCIENTE
004960         REMAINDER WS-ZEL-DIA-SEMANA.
004970 2150-DIA-DA-SEMANA-EXIT.
004980     EXIT.
004990*
005000 2200-LISTAR-FORA-HORARIO.
005010     MOVE JRN-DATA          TO WS-FOR-DATA.
005020     DIVIDE JRN-HORA BY 100 GIVING WS-FOR-HORA.
005030     EVALUATE TRUE
005040         WHEN WS-ZEL-SABADO
005050             MOVE 'SAB' TO WS-FOR-DIA
005060         WHEN WS-ZEL-DOMINGO
005070             MOVE 'DOM' TO WS-FOR-DIA
005080         WHEN OTHER
005090             MOVE SPACE TO WS-FOR-DIA
005100     END-EVALUATE.
005110     MOVE JRN-USUARIO       TO WS-FOR-USUARIO.
005120     MOVE JRN-TERMINAL      TO WS-FOR-TERMINAL.
005130     MOVE JRN-TRANSACAO     TO WS-FOR-TRANSACAO.
005140     MOVE JRN-ACAO          TO WS-FOR-ACAO.
005150     MOVE JRN-CHAVE-MESTRE  TO WS-CHAVE-EDICAO.
005160     MOVE WS-EDI-NUM-1      TO WS-FOR-NUM-1.
005170     MOVE WS-EDI-NUM-2      TO WS-FOR-NUM-2.
005180     MOVE WS-EDI-TIPO       TO WS-FOR-TIPO.
005190     MOVE WS-LINHA-FORA TO REL-REC.
005200     WRITE REL-REC.
005210 2200-LISTAR-FORA-HORARIO-EXIT.
005220     EXIT.
005230*
005240*    LOCALIZA O USUARIO NA TABELA (OU O INCLUI NO FIM) E SOMA A
005250*    ACAO; COM A TABELA CHEIA O REGISTRO FICA FORA DO RESUMO E O
005260*    RELATORIO E MARCADO COMO INCOMPLETO.
005270*
005280 2300-ACUMULAR-USUARIO.
005290     MOVE ZERO TO WS-IND-USR.
005300     PERFORM 2350-COMPARAR-USUARIO
005310         THRU 2350-COMPARAR-USUARIO-EXIT
005320         VARYING WS-IND FROM 1 BY 1
005330         UNTIL WS-IND GREATER THAN WS-CONT-USUARIOS
005340            OR WS-IND-USR GREATER THAN ZERO.
005350     IF WS-IND-USR EQUAL ZERO
005360         IF WS-CONT-USUARIOS NOT LESS THAN 200
005370             SET WS-TABELA-CHEIA TO TRUE
005380             GO TO 2300-ACUMULAR-USUARIO-EXIT
005390         END-IF
005400         ADD 1 TO WS-CONT-USUARIOS
005410         MOVE WS-CONT-USUARIOS TO WS-IND-USR
005420         MOVE JRN-USUARIO TO WS-USR-NOME (WS-IND-USR)
005430         MOVE ZERO TO WS-USR-CONSULTAS (WS-IND-USR)
005440         MOVE ZERO TO WS-USR-CORR-EXCECAO (WS-IND-USR)
005450         MOVE ZERO TO WS-USR-CORR-MESTRE (WS-IND-USR)
005460         MOVE ZERO TO WS-USR-EXCL-MESTRE (WS-IND-USR)
005470         MOVE ZERO TO WS-USR-FORA-HORARIO (WS-IND-USR)
005480         MOVE ZERO TO WS-USR-TOTAL (WS-IND-USR)
005490     END-IF.
005500     EVALUATE TRUE
005510         WHEN JRN-ACAO-CONSULTAR
005520             ADD 1 TO WS-USR-CONSULTAS (WS-IND-USR)
005530         WHEN JRN-ACAO-CORRIGIR-EXCECAO
005540             ADD 1 TO WS-USR-CORR-EXCECAO (WS-IND-USR)
005550         WHEN JRN-ACAO-CORRIGIR-MESTRE
005560             ADD 1 TO WS-USR-CORR-MESTRE (WS-IND-USR)
005570         WHEN JRN-ACAO-EXCLUIR-MESTRE
005580             ADD 1 TO WS-USR-EXCL-MESTRE (WS-IND-USR)
005590     END-EVALUATE.
005600     IF WS-FORA-HORARIO
005610         ADD 1 TO WS-USR-FORA-HORARIO (WS-IND-USR)
005620     END-IF.
005630     ADD 1 TO WS-USR-TOTAL (WS-IND-USR).
005640 2300-ACUMULAR-USUARIO-EXIT.
005650     EXIT.
005660*
005670 2350-COMPARAR-USUARIO.
005680     IF WS-USR-NOME (WS-IND) EQUAL JRN-USUARIO
005690         MOVE WS-IND TO WS-IND-USR
005700     END-IF.
005710 2350-COMPARAR-USUARIO-EXIT.
005720     EXIT.
005730*
005740 2400-GUARDAR-CORRECAO.
005750     IF WS-CONT-CORRECOES NOT LESS THAN 1000
005760         SET WS-TABELA-CHEIA TO TRUE
005770         GO TO 2400-GUARDAR-CORRECAO-EXIT
005780     END-IF.
005790     ADD 1 TO WS-CONT-CORRECOES.
005800     MOVE JRN-USUARIO      TO WS-COR-USUARIO (WS-CONT-CORRECOES).
005810     MOVE JRN-CHAVE-MESTRE TO WS-COR-CHAVE (WS-CONT-CORRECOES).
005820     MOVE JRN-DATA         TO WS-COR-DATA (WS-CONT-CORRECOES).
005830 2400-GUARDAR-CORRECAO-EXIT.
005840     EXIT.
005850*
005860 2450-GUARDAR-MANUTENCAO.
005870     IF WS-CONT-MANUTENCOES NOT LESS THAN 1000
005880         SET WS-TABELA-CHEIA TO TRUE
005890         GO TO 2450-GUARDAR-MANUTENCAO-EXIT
005900     END-IF.
005910     ADD 1 TO WS-CONT-MANUTENCOES.
005920     MOVE JRN-USUARIO
005930         TO WS-MAN-USUARIO (WS-CONT-MANUTENCOES).
005940     MOVE JRN-CHAVE-MESTRE TO WS-MAN-CHAVE (WS-CONT-MANUTENCOES).
005950     MOVE JRN-DATA         TO WS-MAN-DATA (WS-CONT-MANUTENCOES).
005960     MOVE JRN-ACAO         TO WS-MAN-ACAO (WS-CONT-MANUTENCOES).
005970 2450-GUARDAR-MANUTENCAO-EXIT.
005980     EXIT.
005990*
006000 3000-FINALIZA.
006010     PERFORM 3100-LISTAR-USUARIOS
006020         THRU 3100-LISTAR-USUARIOS-EXIT.
006030     PERFORM 3200-LISTAR-ACUMULOS
006040         THRU 3200-LISTAR-ACUMULOS-EXIT.
006050     IF WS-CONT-ACUMULOS GREATER THAN ZERO
006060        AND WS-RETORNO LESS THAN 4
006070         MOVE 4 TO WS-RETORNO
006080     END-IF.
006090     IF WS-TABELA-CHEIA
006100         DISPLAY 'JRN-RPT - TABELA INTERNA CHEIA - RELATORIO '
006110             'INCOMPLETO'
006120         MOVE 'TABELA INTERNA CHEIA - RELATORIO INCOMPLETO'
006130             TO REL-REC
006140         WRITE REL-REC
006150         IF WS-RETORNO LESS THAN 4
006160             MOVE 4 TO WS-RETORNO
006170         END-IF
006180     END-IF.
006190     MOVE SPACE TO REL-REC.
006200     WRITE REL-REC.
006210     MOVE 'REGISTROS DO DIARIO NA SEMANA'  TO WS-RES-TEXTO.
006220     MOVE WS-CONT-NA-SEMANA                TO WS-RES-VALOR.
006230     MOVE WS-LINHA-RESUMO TO REL-REC.
006240     WRITE REL-REC.
006250     MOVE 'ACOES FORA DO HORARIO COMERCIAL' TO WS-RES-TEXTO.
006260     MOVE WS-CONT-FORA-HORARIO             TO WS-RES-VALOR.
006270     MOVE WS-LINHA-RESUMO TO REL-REC.
006280     WRITE REL-REC.
006290     MOVE 'USUARIOS DISTINTOS'             TO WS-RES-TEXTO.
006300     MOVE WS-CONT-USUARIOS                 TO WS-RES-VALOR.
006310     MOVE WS-LINHA-RESUMO TO REL-REC.
006320     WRITE REL-REC.
006330     MOVE 'CORRECOES DE EXCECAO (MCOR)'    TO WS-RES-TEXTO.
006340     MOVE WS-CONT-CORRECOES                TO WS-RES-VALOR.
006350     MOVE WS-LINHA-RESUMO TO REL-REC.
006360     WRITE REL-REC.
006370     MOVE 'PEDIDOS DE MANUTENCAO (MAST-MAN)' TO WS-RES-TEXTO.
006380     MOVE WS-CONT-MANUTENCOES              TO WS-RES-VALOR.
006390     MOVE WS-LINHA-RESUMO TO REL-REC.
006400     WRITE REL-REC.
006410     MOVE 'ACUMULOS DE FUNCAO'             TO WS-RES-TEXTO.
006420     MOVE WS-CONT-ACUMULOS                 TO WS-RES-VALOR.
006430     MOVE WS-LINHA-RESUMO TO REL-REC.
006440     WRITE REL-REC.
006450     DISPLAY 'JRN-RPT - REGISTROS NA SEMANA : ' WS-CONT-NA-SEMANA.
006460     DISPLAY 'JRN-RPT - FORA DO HORARIO     : '
006470         WS-CONT-FORA-HORARIO.
006480     DISPLAY 'JRN-RPT - ACUMULOS DE FUNCAO  : ' WS-CONT-ACUMULOS.
006490     CLOSE ARQ-DIARIO.
006500     CLOSE ARQ-RELATORIO.
006510 3000-FINALIZA-EXIT.
006520     EXIT.
006530*
006540 3100-LISTAR-USUARIOS.
006550     MOVE SPACE TO REL-REC.
006560     WRITE REL-REC.
006570     MOVE 'RESUMO POR USUARIO E POR ACAO' TO REL-REC.
006580     WRITE REL-REC.
006590     MOVE 'USUARIO   CONSULTA  COR.EXC  COR.MST  EXC.MST  FORA.H'
006600         TO REL-REC.
006610     WRITE REL-REC.
006620     PERFORM 3150-LISTAR-USUARIO
006630         THRU 3150-LISTAR-USUARIO-EXIT
006640         VARYING WS-IND-USR FROM 1 BY 1
006650         UNTIL WS-IND-USR GREATER THAN WS-CONT-USUARIOS.
006660 3100-LISTAR-USUARIOS-EXIT.
006670     EXIT.
006680*
006690 3150-LISTAR-USUARIO.
006700     MOVE WS-USR-NOME (WS-IND-USR)         TO WS-USU-NOME.
006710     MOVE WS-USR-CONSULTAS (WS-IND-USR)    TO WS-USU-CONSULTAS.
006720     MOVE WS-USR-CORR-EXCECAO (WS-IND-USR) TO WS-USU-CORR-EXCECAO.
006730     MOVE WS-USR-CORR-MESTRE (WS-IND-USR)  TO WS-USU-CORR-MESTRE.
006740     MOVE WS-USR-EXCL-MESTRE (WS-IND-USR)  TO WS-USU-EXCL-MESTRE.
006750     MOVE WS-USR-FORA-HORARIO (WS-IND-USR) TO WS-USU-FORA-HORARIO.
006760     MOVE WS-USR-TOTAL (WS-IND-USR)        TO WS-USU-TOTAL.
006770     MOVE WS-LINHA-USUARIO TO REL-REC.
006780     WRITE REL-REC.
006790 3150-LISTAR-USUARIO-EXIT.
006800     EXIT.
006810*
006820*    CADA CORRECAO DE EXCECAO E CONFRONTADA COM AS MANUTENCOES DO
006830*    MESTRE DA SEMANA: MESMO USUARIO E MESMA CHAVE DO MESTRE E
006840*    ACUMULO DE FUNCAO, EM QUALQUER ORDEM.
006850*
006860 3200-LISTAR-ACUMULOS.
006870     MOVE SPACE TO REL-REC.
006880     WRITE REL-REC.
006890     MOVE 'ACUMULO DE FUNCOES - CORRECAO DA EXCECAO E MANUTENCAO'
006900         TO REL-REC.
006910     WRITE REL-REC.
006920     MOVE 'USUARIO  CHAVE DO MESTRE' TO REL-REC.
006930     WRITE REL-REC.
006940     PERFORM 3250-CONFRONTAR-CORRECAO
006950         THRU 3250-CONFRONTAR-CORRECAO-EXIT
006960         VARYING WS-IND-COR FROM 1 BY 1
006970         UNTIL WS-IND-COR GREATER THAN WS-CONT-CORRECOES.
006980 3200-LISTAR-ACUMULOS-EXIT.
006990     EXIT.
007000*
007010 3250-CONFRONTAR-CORRECAO.
007020     PERFORM 3300-COMPARAR-MANUTENCAO
007030         THRU 3300-COMPARAR-MANUTENCAO-EXIT
007040         VARYING WS-IND-MAN FROM 1 BY 1
007050         UNTIL WS-IND-MAN GREATER THAN WS-CONT-MANUTENCOES.
007060 3250-CONFRONTAR-CORRECAO-EXIT.
007070     EXIT.
007080*
007090 3300-COMPARAR-MANUTENCAO.
007100     IF WS-MAN-USUARIO (WS-IND-MAN) NOT EQUAL
007110        WS-COR-USUARIO (WS-IND-COR)
007120        OR WS-MAN-CHAVE (WS-IND-MAN) NOT EQUAL
007130        WS-COR-CHAVE (WS-IND-COR)
007140         GO TO 3300-COMPARAR-MANUTENCAO-EXIT
007150     END-IF.
007160     ADD 1 TO WS-CONT-ACUMULOS.
007170     MOVE WS-COR-USUARIO (WS-IND-COR) TO WS-ACU-USUARIO.
007180     MOVE WS-COR-CHAVE (WS-IND-COR)   TO WS-CHAVE-EDICAO.
007190     MOVE WS-EDI-NUM-1                TO WS-ACU-NUM-1.
007200     MOVE WS-EDI-NUM-2                TO WS-ACU-NUM-2.
007210     MOVE WS-EDI-TIPO                 TO WS-ACU-TIPO.
007220     MOVE WS-COR-DATA (WS-IND-COR)    TO WS-ACU-DATA-COR.
007230     MOVE WS-MAN-ACAO (WS-IND-MAN)    TO WS-ACU-ACAO.
007240     MOVE WS-MAN-DATA (WS-IND-MAN)    TO WS-ACU-DATA-MAN.
007250     MOVE WS-LINHA-ACUMULO TO REL-REC.
007260     WRITE REL-REC.
007270 3300-COMPARAR-MANUTENCAO-EXIT.
007280     EXIT.
