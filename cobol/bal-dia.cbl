000160*                EXCECOES, O LOG DE AUDITORIA E O ARQUIVO MESTRE
000170*                E PROVA QUE AS CONTAGENS FECHAM - REGISTROS
000180*                LIDOS = DETALHES DA SAIDA + EXCECOES +
000190*                DUPLICATAS + RETIDAS PARA REVISAO (KSDS DE
000195*                RETIDAS DO PROGRAMA/DATA),
000200*                LINHAS DE DETALHE DA SAIDA = REGISTROS DE
000210*                AUDITORIA DO PROGRAMA/DATA INFORMADOS, E CADA
000220*                REGISTRO DE AUDITORIA COM O SEU REGISTRO NO
000770*                   DIGITOS (EDITADO -(6)9.99) A COLUNA-TESTE
000780*                   DE DETALHE PASSOU DA 9A PARA A 10A
000790*                   POSICAO.
000791* 2026-10-15 RM     O ARQUIVO DE ENTRADA PASSOU A TRAZER O
000792*                   CABECALHO 'HDR' E O TRAILER 'TRL' DO REMETENTE
000793*                   (NUMTRAN.CPY): 2100-CONTAR-ENTRADA DEIXOU DE
000794*                   CONTA-LOS, PARA A EQUACAO CONTINUAR FECHANDO
000795*                   SO COM OS DETALHES.
000796* 2026-10-15 RM     ESTORNOS DO DL100-DSP (AUD-ACAO-ESTORNO,
000797*                   AUDITREC.CPY): CONTADOS A PARTE E NAO
000798*                   CONFERIDOS CONTRA O MESTRE (O PAR ESTORNADO
000799*                   PODE JA ESTAR SO NO HISTORICO DO EXPURGO), E O
000800*                   RELATORIO TRAZ AS POSTAGENS DO DIA, OS
000801*                   ESTORNOS E AS POSTAGENS LIQUIDAS (POSTAGENS
000802*                   MENOS ESTORNOS). CADA ESTORNO ACEITO TEM LINHA
000803*                   DE DETALHE E REGISTRO DE AUDITORIA E CADA
000804*                   REJEITADO UMA EXCECAO, LOGO A EQUACAO DO
000805*                   BALANCEAMENTO NAO MUDA.
000806* 2026-10-15 RM     RETENCAO PARA REVISAO: A TRANSACAO RETIDA POR
000807*                   PASSAR DO LIMITE DE REVISAO NAO TEM LINHA DE
000808*                   DETALHE NEM AUDITORIA; ELA ESTA NO KSDS DE
000809*                   RETIDAS (DD RETIDOS, RTDREC.CPY). AS RETIDAS
000810*                   DO PROGRAMA/DATA SAO CONTADAS EM
000811*                   2500-CONTAR-RETIDAS, TEM LINHA PROPRIA NO
000812*                   RELATORIO E ENTRAM NA EQUACAO: ENTRADA =
000813*                   DETALHES + EXCECOES + DUPLICATAS + RETIDAS. AS
000814*                   LIBERADAS POSTADAS DEPOIS TEM AUDITORIA COM A
000815*                   DATA ORIGINAL E CONTAM EM AUDITORIA DE OUTRAS
000816*                   RODADAS. SEM O KSDS (FS 35) NAO HA RETIDAS.
000817*****************************************************************
000818 IDENTIFICATION DIVISION.
000820 PROGRAM-ID.     BAL-DIA.
000830 AUTHOR.         EQUIPE DE MANUTENCAO COBOL.
000840 INSTALLATION.   CENTRO DE PROCESSAMENTO DE DADOS.
001170     SELECT ARQ-PARAMETRO  ASSIGN TO PARAMETRO
001180         ORGANIZATION IS SEQUENTIAL
001190         FILE STATUS IS WS-FS-PARAMETRO.
001191     SELECT ARQ-RETIDOS    ASSIGN TO RETIDOS
001192         ORGANIZATION IS INDEXED
001193         ACCESS MODE IS DYNAMIC
001194         RECORD KEY IS RTD-CHAVE
001195         FILE STATUS IS WS-FS-RETIDOS.
001200*
001210 DATA DIVISION.
001220 FILE SECTION.
001630     RECORDING MODE IS F.
001640 COPY PARMREC.
001650*
001651 FD  ARQ-RETIDOS
001652     LABEL RECORDS ARE STANDARD
001653     RECORDING MODE IS F.
001654 COPY RTDREC.
001655*
001660 WORKING-STORAGE SECTION.
001670 COPY CABTRL.
001680*
001750     05  WS-FS-MESTRE                PIC X(02) VALUE '00'.
001760     05  WS-FS-RELATORIO             PIC X(02) VALUE '00'.
001770     05  WS-FS-PARAMETRO             PIC X(02) VALUE '00'.
001771     05  WS-FS-RETIDOS               PIC X(02) VALUE '00'.
001780*
001790 01  WS-SWITCHES.
001800     05  WS-SW-FIM-ENTRADA           PIC X(01) VALUE 'N'.
001870         88  WS-FIM-DUPLICATA            VALUE 'S'.
001880     05  WS-SW-FIM-AUDITORIA         PIC X(01) VALUE 'N'.
001890         88  WS-FIM-AUDITORIA            VALUE 'S'.
001891     05  WS-SW-FIM-RETIDOS           PIC X(01) VALUE 'N'.
001892         88  WS-FIM-RETIDOS              VALUE 'S'.
001900     05  WS-SW-BALANCEADO            PIC X(01) VALUE 'S'.
001910         88  WS-BALANCEADO               VALUE 'S'.
001920         88  WS-NAO-BALANCEADO           VALUE 'N'.
002060     05  WS-CONT-ORFAOS              PIC 9(09) COMP VALUE ZERO.
002070     05  WS-SOMA-ESPERADA            PIC 9(09) COMP VALUE ZERO.
002080     05  WS-CONT-AUDIT-TOTAL         PIC 9(09) COMP VALUE ZERO.
002081     05  WS-CONT-AUDIT-ESTORNOS      PIC 9(09) COMP VALUE ZERO.
002082     05  WS-CONT-POSTAGENS           PIC 9(09) COMP VALUE ZERO.
002083     05  WS-CONT-LIQUIDO             PIC S9(09) COMP VALUE ZERO.
002084     05  WS-CONT-RETIDAS             PIC 9(09) COMP VALUE ZERO.
002090*
002100 01  WS-TRAILERS-LIDOS.
002110     05  WS-TRL-SAIDA-QTD            PIC 9(09) COMP VALUE ZERO.
002250     05  WS-RES-TEXTO                PIC X(40) VALUE SPACE.
002260     05  WS-RES-VALOR                PIC ZZZ,ZZZ,ZZ9.
002270     05  FILLER                      PIC X(29) VALUE SPACE.
002271*
002272 01  WS-LINHA-RESUMO-SINAL.
002273     05  WS-RSN-TEXTO                PIC X(40) VALUE SPACE.
002274     05  WS-RSN-VALOR                PIC -ZZZ,ZZZ,ZZ9.
002275     05  FILLER                      PIC X(28) VALUE SPACE.
002280*
002290 01  WS-LINHA-PROGRAMA.
002300     05  FILLER                      PIC X(40) VALUE
002680     PERFORM 2400-CONFERIR-AUDITORIA
002690         THRU 2400-CONFERIR-AUDITORIA-EXIT
002700         UNTIL WS-FIM-AUDITORIA.
002701     PERFORM 2500-CONTAR-RETIDAS
002702         THRU 2500-CONTAR-RETIDAS-EXIT.
002710     PERFORM 3000-FINALIZA
002720         THRU 3000-FINALIZA-EXIT.
002730     GOBACK.
003270         MOVE 12 TO RETURN-CODE
003280         GOBACK
003290     END-IF.
003291     OPEN INPUT  ARQ-RETIDOS.
003292     IF WS-FS-RETIDOS EQUAL '35'
003293         SET WS-FIM-RETIDOS TO TRUE
003294     ELSE
003295         IF WS-FS-RETIDOS NOT = '00'
003296             DISPLAY 'BAL-DIA - ERRO AO ABRIR RETIDOS - FS '
003297                 WS-FS-RETIDOS
003298             MOVE 12 TO RETURN-CODE
003299             GOBACK
003300         END-IF
003301     END-IF.
003302     MOVE 'RELATORIO DE BALANCEAMENTO - BAL-DIA' TO REL-REC.
003310     WRITE REL-REC.
003320 1000-INICIALIZA-EXIT.
003330     EXIT.
003640             SET WS-FIM-ENTRADA TO TRUE
003650             GO TO 2100-CONTAR-ENTRADA-EXIT
003660     END-READ.
003661     IF NTH-CABECALHO-LOTE
003662        OR NTT-TRAILER-LOTE
003663         GO TO 2100-CONTAR-ENTRADA-EXIT
003664     END-IF.
003670     ADD 1 TO WS-CONT-ENTRADA.
003680 2100-CONTAR-ENTRADA-EXIT.
003690     EXIT.
004560         GO TO 2400-CONFERIR-AUDITORIA-EXIT
004570     END-IF.
004580     ADD 1 TO WS-CONT-AUDITORIA.
004581     IF AUD-ACAO-ESTORNO
004582         ADD 1 TO WS-CONT-AUDIT-ESTORNOS
004583         GO TO 2400-CONFERIR-AUDITORIA-EXIT
004584     END-IF.
004590     PERFORM 2450-CONFERIR-MESTRE
004600         THRU 2450-CONFERIR-MESTRE-EXIT.
004610 2400-CONFERIR-AUDITORIA-EXIT.
004800         SET WS-NAO-BALANCEADO TO TRUE
004810     END-IF.
004820 2450-CONFERIR-MESTRE-EXIT.
004821     EXIT.
004822*
004823*    AS RETIDAS DO PROGRAMA/DATA, EM QUALQUER SITUACAO (UMA
004824*    RETIDA LIBERADA OU REJEITADA DEPOIS CONTINUA FORA DA SAIDA
004825*    E DA AUDITORIA DA RODADA QUE A RETEVE).
004826*
004827 2500-CONTAR-RETIDAS.
004828     IF WS-FIM-RETIDOS
004829         GO TO 2500-CONTAR-RETIDAS-EXIT
004830     END-IF.
004831     MOVE LOW-VALUES      TO RTD-CHAVE.
004832     MOVE WS-PRM-PROGRAMA TO RTD-PROGRAMA.
004833     MOVE WS-PRM-DATA     TO RTD-DATA-MOVIMENTO.
004834     START ARQ-RETIDOS KEY NOT LESS THAN RTD-CHAVE
004835         INVALID KEY
004836             GO TO 2500-CONTAR-RETIDAS-EXIT
004837     END-START.
004838     PERFORM 2550-CONTAR-RETIDA
004839         THRU 2550-CONTAR-RETIDA-EXIT
004840         UNTIL WS-FIM-RETIDOS.
004841 2500-CONTAR-RETIDAS-EXIT.
004842     EXIT.
004843*
004844 2550-CONTAR-RETIDA.
004845     READ ARQ-RETIDOS NEXT RECORD
004846         AT END
004847             SET WS-FIM-RETIDOS TO TRUE
004848             GO TO 2550-CONTAR-RETIDA-EXIT
004849     END-READ.
004850     IF WS-FS-RETIDOS NOT = '00'
004851         DISPLAY 'BAL-DIA - ERRO DE LEITURA NAS RETIDAS - FS '
004852             WS-FS-RETIDOS
004853         SET WS-NAO-BALANCEADO TO TRUE
004854         SET WS-FIM-RETIDOS TO TRUE
004855         GO TO 2550-CONTAR-RETIDA-EXIT
004856     END-IF.
004857     IF RTD-PROGRAMA NOT EQUAL WS-PRM-PROGRAMA
004858        OR RTD-DATA-MOVIMENTO NOT EQUAL WS-PRM-DATA
004859         SET WS-FIM-RETIDOS TO TRUE
004860         GO TO 2550-CONTAR-RETIDA-EXIT
004861     END-IF.
004862     ADD 1 TO WS-CONT-RETIDAS.
004863 2550-CONTAR-RETIDA-EXIT.
004864     EXIT.
004865*
004866 3000-FINALIZA.
004867     MOVE WS-PRM-PROGRAMA TO WS-LPG-PROGRAMA.
004870     MOVE WS-LINHA-PROGRAMA TO REL-REC.
004880     WRITE REL-REC.
004890     MOVE WS-PRM-DATA TO WS-LDT-DATA.
005090     MOVE WS-CONT-EXCECOES                 TO WS-RES-VALOR.
005100     MOVE WS-LINHA-RESUMO TO REL-REC.
005110     WRITE REL-REC.
005111     MOVE 'REGISTROS RETIDOS PARA REVISAO' TO WS-RES-TEXTO.
005112     MOVE WS-CONT-RETIDAS                  TO WS-RES-VALOR.
005113     MOVE WS-LINHA-RESUMO TO REL-REC.
005114     WRITE REL-REC.
005120     MOVE 'AUDITORIA DO PROGRAMA/DATA'     TO WS-RES-TEXTO.
005130     MOVE WS-CONT-AUDITORIA                TO WS-RES-VALOR.
005140     MOVE WS-LINHA-RESUMO TO REL-REC.
005200     MOVE 'AUDITORIA SEM REGISTRO MESTRE'  TO WS-RES-TEXTO.
005210     MOVE WS-CONT-ORFAOS                   TO WS-RES-VALOR.
005220     MOVE WS-LINHA-RESUMO TO REL-REC.
005221     WRITE REL-REC.
005222     SUBTRACT WS-CONT-AUDIT-ESTORNOS FROM WS-CONT-AUDITORIA
005223         GIVING WS-CONT-POSTAGENS.
005224     SUBTRACT WS-CONT-AUDIT-ESTORNOS FROM WS-CONT-POSTAGENS
005225         GIVING WS-CONT-LIQUIDO.
005226     MOVE 'POSTAGENS NA AUDITORIA'         TO WS-RES-TEXTO.
005227     MOVE WS-CONT-POSTAGENS                TO WS-RES-VALOR.
005228     MOVE WS-LINHA-RESUMO TO REL-REC.
005229     WRITE REL-REC.
005230     MOVE 'ESTORNOS NA AUDITORIA'          TO WS-RES-TEXTO.
005231     MOVE WS-CONT-AUDIT-ESTORNOS           TO WS-RES-VALOR.
005232     MOVE WS-LINHA-RESUMO TO REL-REC.
005233     WRITE REL-REC.
005234     MOVE 'POSTAGENS LIQUIDAS DE ESTORNOS'  TO WS-RSN-TEXTO.
005235     MOVE WS-CONT-LIQUIDO                  TO WS-RSN-VALOR.
005236     MOVE WS-LINHA-RESUMO-SINAL TO REL-REC.
005237     WRITE REL-REC.
005240     PERFORM 3100-APURAR-VEREDITO
005250         THRU 3100-APURAR-VEREDITO-EXIT.
005260     IF WS-BALANCEADO
005400     CLOSE ARQ-DUPLICATA.
005410     CLOSE ARQ-AUDITORIA.
005420     CLOSE ARQ-MESTRE.
005421     IF WS-FS-RETIDOS NOT EQUAL '35'
005422         CLOSE ARQ-RETIDOS
005423     END-IF.
005430     CLOSE ARQ-RELATORIO.
005440 3000-FINALIZA-EXIT.
005450     EXIT.
005490*    SIDO DERRUBADO POR UM ERRO DE LEITURA DO MESTRE EM 2450;
005500*    NAO REINICIALIZAR AQUI, OU ESSE ERRO VIRARIA IN BALANCE.
005510     ADD WS-CONT-SAIDA-DETALHE WS-CONT-EXCECOES
005520         WS-CONT-DUPLICATAS WS-CONT-RETIDAS
005530         GIVING WS-SOMA-ESPERADA.
005540     IF WS-CONT-ENTRADA NOT EQUAL WS-SOMA-ESPERADA
005550         SET WS-NAO-BALANCEADO TO TRUE
005560         MOVE 'ENTRADA DIFERE DE SAIDA+EXC+DUP+RET' TO
005570             WS-RES-TEXTO
005580         MOVE WS-CONT-ENTRADA TO WS-RES-VALOR
005590         MOVE WS-LINHA-RESUMO TO REL-REC
