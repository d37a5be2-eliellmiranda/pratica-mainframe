000450* 2026-09-02 RM     PARTE INTEIRA AMPLIADA PARA 6 DIGITOS E
000460*                   RESULT NOVO PARA S9(13)V9(02)
000470*                   (MNTREC.CPY/MASTREC.CPY).
000471* 2026-10-15 RM     AUDITORIA DE 80 POSICOES COM AUD-LOTE
000472*                   (AUDITREC.CPY) E MESTRE COM MST-LOTE
000473*                   (MASTREC.CPY): A MANUTENCAO NAO VEM DE LOTE DE
000474*                   REMETENTE E GRAVA OS DOIS EM BRANCO.
000475* 2026-10-15 RM     DUPLA CUSTODIA: A TRANSACAO LIDA NAO E MAIS
000476*                   APLICADA DIRETO NO MESTRE. DEPOIS DE VALIDADA
000477*                   (AGORA TAMBEM COM USUARIO E MOTIVO
000478*                   OBRIGATORIOS, MNTREC.CPY) E CONFERIDA CONTRA O
000479*                   MESTRE, VIRA UM PEDIDO PENDENTE NO KSDS
000480*                   PROD.NUMEROS.PENDAPRV (APRVREC.CPY, DD
000481*                   PENDAPRV) COM AS IMAGENS ANTERIOR E POSTERIOR.
000482*                   NA MESMA RODADA O PROGRAMA EFETIVA NO MESTRE
000483*                   OS PEDIDOS JA APROVADOS NA TELA MAPR
000484*                   (MST-APV), CONFERINDO ANTES SE O REGISTRO
000485*                   AINDA ESTA COMO NA IMAGEM ANTERIOR (SE MUDOU,
000486*                   O PEDIDO FICA 'D' DIVERGENTE E NAO E
000487*                   APLICADO), E SO ENTAO GRAVA A AUDITORIA COM O
000488*                   USUARIO SOLICITANTE E O APROVADOR
000489*                   (AUDITREC.CPY).
000490* 2026-10-15 RM     TRAVA DE PERIODO FECHADO: A CORRECAO OU
000491*                   EXCLUSAO DE REGISTRO COM MST-DATA-PROC EM MES
000492*                   FECHADO PELO MES-FEC (KSDS DE PERIODOS
000493*                   PROD.NUMEROS.FECHAMES, DD FECHAMES), OU A
000494*                   INCLUSAO COM A DATA DO MOVIMENTO EM MES
000495*                   FECHADO, E REJEITADA NA ENTRADA. O PEDIDO JA
000496*                   APROVADO QUE CAI EM MES FECHADO NAO E
000497*                   APLICADO: FICA RETIDO COMO 'A' ATE O MES SER
000498*                   REABERTO, E A RODADA TERMINA COM CC 4.
000499*****************************************************************
000500 IDENTIFICATION DIVISION.
000501 PROGRAM-ID.     MST-MNT.
000510 AUTHOR.         EQUIPE DE MANUTENCAO COBOL.
000520 INSTALLATION.   CENTRO DE PROCESSAMENTO DE DADOS.
000530 DATE-WRITTEN.   2026-09-02.
000700     SELECT ARQ-AUDITORIA  ASSIGN TO AUDITORIA
000710         ORGANIZATION IS SEQUENTIAL
000720         FILE STATUS IS WS-FS-AUDITORIA.
000721     SELECT ARQ-APROVACAO  ASSIGN TO PENDAPRV
000722         ORGANIZATION IS INDEXED
000723         ACCESS MODE IS DYNAMIC
000724         RECORD KEY IS APR-CHAVE
000725         FILE STATUS IS WS-FS-APROVACAO.
000730     SELECT ARQ-RELATORIO  ASSIGN TO RELATORIO
000740         ORGANIZATION IS SEQUENTIAL
000750         FILE STATUS IS WS-FS-RELATORIO.
000760     SELECT ARQ-PARAMETRO  ASSIGN TO PARAMETRO
000770         ORGANIZATION IS SEQUENTIAL
000780         FILE STATUS IS WS-FS-PARAMETRO.
000781     SELECT ARQ-FECHAMENTO ASSIGN TO FECHAMES
000782         ORGANIZATION IS INDEXED
000783         ACCESS MODE IS DYNAMIC
000784         RECORD KEY IS FEC-ANO-MES
000785         FILE STATUS IS WS-FS-FECHAMENTO.
000790*
000800 DATA DIVISION.
000810 FILE SECTION.
000940     RECORDING MODE IS F.
000950 COPY AUDITREC.
000960*
000961 FD  ARQ-APROVACAO
000962     LABEL RECORDS ARE STANDARD
000963     RECORDING MODE IS F.
000964 COPY APRVREC.
000965*
000970 FD  ARQ-RELATORIO
000980     LABEL RECORDS ARE STANDARD
000990     RECORDING MODE IS F.
001040     RECORDING MODE IS F.
001050 COPY PARMREC.
001060*
001061 FD  ARQ-FECHAMENTO
001062     LABEL RECORDS ARE STANDARD
001063     RECORDING MODE IS F.
001064 COPY FECREC.
001065*
001070 WORKING-STORAGE SECTION.
001080 COPY CABTRL.
001090*
001130     05  WS-FS-AUDITORIA             PIC X(02) VALUE '00'.
001140     05  WS-FS-RELATORIO             PIC X(02) VALUE '00'.
001150     05  WS-FS-PARAMETRO             PIC X(02) VALUE '00'.
001151     05  WS-FS-APROVACAO             PIC X(02) VALUE '00'.
001152     05  WS-FS-FECHAMENTO            PIC X(02) VALUE '00'.
001160*
001170 01  WS-SWITCHES.
001180     05  WS-SW-FIM-MANUTENCAO        PIC X(01) VALUE 'N'.
001200     05  WS-SW-TRAN-APLICADA         PIC X(01) VALUE 'N'.
001210         88  WS-TRAN-APLICADA            VALUE 'S'.
001220         88  WS-TRAN-REJEITADA           VALUE 'N'.
001221         88  WS-TRAN-ERRO-IO             VALUE 'E'.
001222         88  WS-TRAN-RETIDA              VALUE 'F'.
001223     05  WS-SW-FIM-APROVACAO         PIC X(01) VALUE 'N'.
001224         88  WS-FIM-APROVACAO            VALUE 'S'.
001230     05  WS-SW-REGISTRO-ACHADO       PIC X(01) VALUE 'N'.
001240         88  WS-REGISTRO-ACHADO          VALUE 'S'.
001250         88  WS-REGISTRO-NAO-ACHADO      VALUE 'N'.
001251     05  WS-SW-PERIODOS              PIC X(01) VALUE 'N'.
001252         88  WS-PERIODOS-DISPONIVEIS     VALUE 'S'.
001253     05  WS-SW-PERIODO-FECHADO       PIC X(01) VALUE 'N'.
001254         88  WS-PERIODO-FECHADO          VALUE 'S'.
001260*
001270 01  WS-CONTADORES.
001280     05  WS-CONT-LIDAS               PIC 9(09) COMP VALUE ZERO.
001310     05  WS-CONT-CORRECOES           PIC 9(09) COMP VALUE ZERO.
001320     05  WS-CONT-EXCLUSOES           PIC 9(09) COMP VALUE ZERO.
001330     05  WS-CONT-INCLUSOES           PIC 9(09) COMP VALUE ZERO.
001331     05  WS-CONT-PEDIDOS             PIC 9(09) COMP VALUE ZERO.
001332     05  WS-CONT-DIVERGENTES         PIC 9(09) COMP VALUE ZERO.
001333     05  WS-CONT-ERROS-EFETIVACAO    PIC 9(09) COMP VALUE ZERO.
001334     05  WS-CONT-RETIDOS             PIC 9(09) COMP VALUE ZERO.
001335     05  WS-SEQ-PEDIDO               PIC 9(06) VALUE ZERO.
001340*
001350 01  WS-CONTROLE-EXECUCAO.
001360     05  WS-RETORNO                  PIC 9(02) VALUE ZERO.
001380 01  WS-DATA-HORA.
001390     05  WS-DATA-EXECUCAO            PIC 9(08) VALUE ZERO.
001400     05  WS-HORA-EXECUCAO            PIC 9(08) VALUE ZERO.
001401     05  WS-DATA-PERIODO             PIC 9(08) VALUE ZERO.
001402     05  WS-DATA-PERIODO-R REDEFINES WS-DATA-PERIODO.
001403         10  WS-MES-PERIODO          PIC 9(06).
001404         10  FILLER                  PIC 9(02).
001410*
001420 01  WS-LINHA-DETALHE.
001430     05  WS-DET-ACAO                 PIC X(01).
001560     05  WS-RES-VALOR                PIC ZZZ,ZZZ,ZZ9.
001570     05  FILLER                      PIC X(29) VALUE SPACE.
001580*
001581 01  WS-LINHA-USUARIOS.
001582     05  FILLER                      PIC X(17) VALUE
001583         '   SOLICITANTE: '.
001584     05  WS-USU-SOLIC                PIC X(08).
001585     05  FILLER                      PIC X(14) VALUE
001586         '   APROVADOR: '.
001587     05  WS-USU-APROV                PIC X(08).
001588     05  FILLER                      PIC X(33) VALUE SPACE.
001589*
001590 PROCEDURE DIVISION.
001600*
001610 0000-MAINLINE.
001640     PERFORM 2000-PROCESSA-MANUTENCAO
001650         THRU 2000-PROCESSA-MANUTENCAO-EXIT
001660         UNTIL WS-FIM-MANUTENCAO.
001661     PERFORM 2800-EFETIVAR-APROVADOS
001662         THRU 2800-EFETIVAR-APROVADOS-EXIT.
001670     PERFORM 3000-FINALIZA
001680         THRU 3000-FINALIZA-EXIT.
001690     MOVE WS-RETORNO TO RETURN-CODE.
001860             WS-FS-MESTRE
001870         MOVE 12 TO RETURN-CODE
001880         GOBACK
001881     END-IF.
001882*    O KSDS DE PEDIDOS NASCE VAZIO NA PRIMEIRA RODADA, NOS
001883*    MOLDES DO MESTRE NO MAST-MAN.
001884     OPEN I-O ARQ-APROVACAO.
001885     IF WS-FS-APROVACAO NOT = '00'
001886         CLOSE ARQ-APROVACAO
001887         OPEN OUTPUT ARQ-APROVACAO
001888         CLOSE ARQ-APROVACAO
001889         OPEN I-O ARQ-APROVACAO
001890     END-IF.
001891     IF WS-FS-APROVACAO NOT = '00'
001892         DISPLAY 'MST-MNT - ERRO AO ABRIR OS PEDIDOS - FS '
001893             WS-FS-APROVACAO
001894         MOVE 12 TO RETURN-CODE
001895         GOBACK
001896     END-IF.
001897*    SEM O KSDS DE PERIODOS (NENHUM MES FECHADO AINDA) NAO HA
001898*    TRAVA A APLICAR.
001899     OPEN INPUT ARQ-FECHAMENTO.
001900     IF WS-FS-FECHAMENTO EQUAL '00'
001901         SET WS-PERIODOS-DISPONIVEIS TO TRUE
001902     ELSE
001903         DISPLAY 'MST-MNT - SEM CONTROLE DE PERIODOS - FS '
001904             WS-FS-FECHAMENTO ' - NENHUM MES FECHADO'
001905     END-IF.
001906     OPEN OUTPUT ARQ-AUDITORIA.
001910     OPEN OUTPUT ARQ-RELATORIO.
001920     MOVE 'LISTAGEM DE MANUTENCAO DO MESTRE - MST-MNT' TO
001930         REL-REC.
002380     PERFORM 2100-VALIDAR-TRANSACAO
002390         THRU 2100-VALIDAR-TRANSACAO-EXIT.
002400     IF WS-TRAN-APLICADA
002401         MOVE MNT-NUM-1     TO MST-NUM-1
002402         MOVE MNT-NUM-2     TO MST-NUM-2
002403         MOVE MNT-TIPO-TRAN TO MST-TIPO-TRAN
002404         PERFORM 2150-LER-MESTRE
002405             THRU 2150-LER-MESTRE-EXIT
002406         PERFORM 2160-CONFERIR-EXISTENCIA
002407             THRU 2160-CONFERIR-EXISTENCIA-EXIT
002520     END-IF.
002530     IF WS-TRAN-APLICADA
002531         PERFORM 2170-GRAVAR-PEDIDO
002532             THRU 2170-GRAVAR-PEDIDO-EXIT
002533     END-IF.
002534     IF WS-TRAN-APLICADA
002535         ADD 1 TO WS-CONT-PEDIDOS
002570     ELSE
002580         ADD 1 TO WS-CONT-REJEITADAS
002590     END-IF.
002640*
002650 2100-VALIDAR-TRANSACAO.
002660     SET WS-TRAN-APLICADA TO TRUE.
002670     MOVE 'PENDENTE DE APROVACAO' TO WS-DET-SITUACAO.
002680     IF NOT MNT-ACAO-VALIDA
002690         SET WS-TRAN-REJEITADA TO TRUE
002700         MOVE 'ACAO INVALIDA (USE C, E OU I)' TO
002870         MOVE 'RESULT NOVO NAO NUMERICO' TO WS-DET-SITUACAO
002880         GO TO 2100-VALIDAR-TRANSACAO-EXIT
002890     END-IF.
002891     IF MNT-USUARIO EQUAL SPACE OR MNT-USUARIO EQUAL LOW-VALUES
002892         SET WS-TRAN-REJEITADA TO TRUE
002893         MOVE 'USUARIO SOLICITANTE NAO INFORMADO' TO
002894             WS-DET-SITUACAO
002895         GO TO 2100-VALIDAR-TRANSACAO-EXIT
002896     END-IF.
002897     IF MNT-MOTIVO EQUAL SPACE OR MNT-MOTIVO EQUAL LOW-VALUES
002898         SET WS-TRAN-REJEITADA TO TRUE
002899         MOVE 'MOTIVO DA ALTERACAO NAO INFORMADO' TO
002900             WS-DET-SITUACAO
002901         GO TO 2100-VALIDAR-TRANSACAO-EXIT
002902     END-IF.
002903 2100-VALIDAR-TRANSACAO-EXIT.
002910     EXIT.
002920*
002930 2150-LER-MESTRE.
002940     SET WS-REGISTRO-NAO-ACHADO TO TRUE.
002980     READ ARQ-MESTRE
002990         INVALID KEY
003000             CONTINUE
003040 2150-LER-MESTRE-EXIT.
003050     EXIT.
003060*
003061*    A CORRECAO E A EXCLUSAO SO PODEM SER PEDIDAS PARA CHAVE
003062*    EXISTENTE E A INCLUSAO SO PARA CHAVE NOVA - O PEDIDO QUE JA
003063*    NASCERIA IMPOSSIVEL E REJEITADO AQUI, SEM IR PARA APROVACAO.
003064*
003065 2160-CONFERIR-EXISTENCIA.
003066     IF WS-FS-MESTRE NOT = '00' AND WS-FS-MESTRE NOT = '23'
003067         SET WS-TRAN-REJEITADA TO TRUE
003068         MOVE 'FALHA DE I-O NO MESTRE' TO WS-DET-SITUACAO
003069         PERFORM 2500-CONFERIR-STATUS
003070             THRU 2500-CONFERIR-STATUS-EXIT
003071         GO TO 2160-CONFERIR-EXISTENCIA-EXIT
003072     END-IF.
003073     IF MNT-ACAO-INCLUIR
003074         IF WS-REGISTRO-ACHADO
003075             SET WS-TRAN-REJEITADA TO TRUE
003076             MOVE 'CHAVE JA EXISTE NO MESTRE' TO WS-DET-SITUACAO
003077         END-IF
003078     ELSE
003079         IF WS-REGISTRO-NAO-ACHADO
003080             SET WS-TRAN-REJEITADA TO TRUE
003081             MOVE 'REGISTRO NAO ENCONTRADO NO MESTRE' TO
003082                 WS-DET-SITUACAO
003083         END-IF
003084     END-IF.
003085     IF WS-TRAN-REJEITADA
003086         GO TO 2160-CONFERIR-EXISTENCIA-EXIT
003087     END-IF.
003088     IF MNT-ACAO-INCLUIR
003089         MOVE WS-DATA-EXECUCAO TO WS-DATA-PERIODO
003090     ELSE
003091         MOVE MST-DATA-PROC    TO WS-DATA-PERIODO
003092     END-IF.
003093     PERFORM 2180-CONFERIR-PERIODO
003094         THRU 2180-CONFERIR-PERIODO-EXIT.
003095     IF WS-PERIODO-FECHADO
003096         SET WS-TRAN-REJEITADA TO TRUE
003097         MOVE 'PERIODO FECHADO - PEDIR REABERTURA' TO
003098             WS-DET-SITUACAO
003099     END-IF.
003100 2160-CONFERIR-EXISTENCIA-EXIT.
003101     EXIT.
003102*
003103*    O MES DE WS-DATA-PERIODO ESTA FECHADO SE O SEU REGISTRO NO
003104*    KSDS DE PERIODOS ESTA 'F'; O REABERTO ('R') LIBERA A
003105*    ALTERACAO.
003106*
003107 2180-CONFERIR-PERIODO.
003108     MOVE 'N' TO WS-SW-PERIODO-FECHADO.
003109     IF NOT WS-PERIODOS-DISPONIVEIS
003110         GO TO 2180-CONFERIR-PERIODO-EXIT
003111     END-IF.
003112     MOVE WS-MES-PERIODO TO FEC-ANO-MES.
003113     READ ARQ-FECHAMENTO
003114         INVALID KEY
003115             GO TO 2180-CONFERIR-PERIODO-EXIT
003116     END-READ.
003117     IF FEC-SIT-FECHADO
003118         SET WS-PERIODO-FECHADO TO TRUE
003119     END-IF.
003120 2180-CONFERIR-PERIODO-EXIT.
003121     EXIT.
003122*
003123*    GRAVA O PEDIDO PENDENTE COM A IMAGEM DO REGISTRO COMO ESTA
003124*    AGORA NO MESTRE E COMO FICARA DEPOIS DE APLICADO.  NA
003125*    CORRECAO DE TIPO DIFERENTE DE 'C' O MAIOR-NUM FICA COMO
003126*    ESTAVA, A MESMA REGRA DA ANTIGA APLICACAO DIRETA.  A CHAVE
003127*    E A DATA DO MOVIMENTO + HORA DA RODADA + SEQUENCIA; SE ELA
003128*    JA EXISTIR (DUAS RODADAS NO MESMO CENTESIMO), A SEQUENCIA
003129*    AVANCA E A GRAVACAO E REPETIDA.
003130*
003131 2170-GRAVAR-PEDIDO.
003132     MOVE SPACE             TO APR-REGISTRO.
003133     MOVE WS-DATA-EXECUCAO  TO APR-DATA-SOLIC.
003134     MOVE WS-HORA-EXECUCAO  TO APR-HORA-SOLIC.
003135     MOVE 'MSTMNT  '        TO APR-ORIGEM.
003136     MOVE MNT-ACAO          TO APR-ACAO.
003137     MOVE MNT-NUM-1         TO APR-NUM-1.
003138     MOVE MNT-NUM-2         TO APR-NUM-2.
003139     MOVE MNT-TIPO-TRAN     TO APR-TIPO-TRAN.
003140     IF WS-REGISTRO-ACHADO
003141         SET APR-ANT-EXISTENTE TO TRUE
003142         MOVE MST-RESULT    TO APR-ANT-RESULT
003143         MOVE MST-MAIOR-NUM TO APR-ANT-MAIOR-NUM
003144         MOVE MST-DATA-PROC TO APR-ANT-DATA-PROC
003145     ELSE
003146         SET APR-ANT-INEXISTENTE TO TRUE
003147         MOVE ZERO          TO APR-ANT-RESULT
003148         MOVE ZERO          TO APR-ANT-MAIOR-NUM
003149         MOVE ZERO          TO APR-ANT-DATA-PROC
003150     END-IF.
003151     EVALUATE TRUE
003152         WHEN MNT-ACAO-EXCLUIR
003153             MOVE ZERO            TO APR-NOV-RESULT
003154             MOVE ZERO            TO APR-NOV-MAIOR-NUM
003155         WHEN MNT-TIPO-COMPARACAO
003156             MOVE MNT-RESULT-NOVO TO APR-NOV-RESULT
003157             MOVE MNT-RESULT-NOVO TO APR-NOV-MAIOR-NUM
003158         WHEN OTHER
003159             MOVE MNT-RESULT-NOVO TO APR-NOV-RESULT
003160             MOVE APR-ANT-MAIOR-NUM TO APR-NOV-MAIOR-NUM
003161     END-EVALUATE.
003162     MOVE MNT-USUARIO       TO APR-USUARIO-SOLIC.
003163     MOVE MNT-MOTIVO        TO APR-MOTIVO.
003164     SET APR-SIT-PENDENTE   TO TRUE.
003165     MOVE ZERO              TO APR-DATA-DECISAO.
003166     MOVE ZERO              TO APR-HORA-DECISAO.
003167     MOVE ZERO              TO APR-DATA-EFETIVACAO.
003168     MOVE '22' TO WS-FS-APROVACAO.
003169     PERFORM 2175-GRAVAR-SEQUENCIA
003170         THRU 2175-GRAVAR-SEQUENCIA-EXIT
003171         UNTIL WS-FS-APROVACAO NOT EQUAL '22'.
003172     IF WS-FS-APROVACAO NOT = '00'
003173         SET WS-TRAN-REJEITADA TO TRUE
003174         MOVE 'ERRO AO GRAVAR O PEDIDO DE APROVACAO' TO
003175             WS-DET-SITUACAO
003176         DISPLAY 'MST-MNT - FALHA DE I-O NOS PEDIDOS - FS '
003177             WS-FS-APROVACAO
003178         IF WS-RETORNO LESS THAN 12
003179             MOVE 12 TO WS-RETORNO
003180         END-IF
003181     END-IF.
003182 2170-GRAVAR-PEDIDO-EXIT.
003183     EXIT.
003184*
003185 2175-GRAVAR-SEQUENCIA.
003186     ADD 1 TO WS-SEQ-PEDIDO.
003187     MOVE WS-SEQ-PEDIDO     TO APR-SEQUENCIA.
003188     WRITE APR-REGISTRO
003189         INVALID KEY
003190             CONTINUE
003191     END-WRITE.
003192 2175-GRAVAR-SEQUENCIA-EXIT.
003193     EXIT.
003194*
003195*    2200/2300/2400 APLICAM UM PEDIDO APROVADO, COM O REGISTRO DO
003196*    MESTRE JA LIDO E CONFERIDO CONTRA A IMAGEM ANTERIOR EM
003197*    2900-APLICAR-PEDIDO.
003198*
003199 2200-CORRIGIR.
003200     MOVE APR-NOV-RESULT    TO MST-RESULT.
003201     MOVE APR-NOV-MAIOR-NUM TO MST-MAIOR-NUM.
003202     REWRITE MASTER-RECORD
003210         INVALID KEY
003211             SET WS-TRAN-ERRO-IO TO TRUE
003230             MOVE 'ERRO AO REGRAVAR O REGISTRO' TO
003240                 WS-DET-SITUACAO
003250     END-REWRITE.
003290     EXIT.
003300*
003310 2300-EXCLUIR.
003400     DELETE ARQ-MESTRE RECORD
003410         INVALID KEY
003420             SET WS-TRAN-ERRO-IO TO TRUE
003430             MOVE 'ERRO AO EXCLUIR O REGISTRO' TO
003440                 WS-DET-SITUACAO
003450     END-DELETE.
003490     EXIT.
003500*
003510 2400-INCLUIR.
003580     MOVE SPACE             TO MASTER-RECORD.
003590     MOVE APR-NUM-1         TO MST-NUM-1.
003600     MOVE APR-NUM-2         TO MST-NUM-2.
003610     MOVE APR-TIPO-TRAN     TO MST-TIPO-TRAN.
003620     MOVE APR-NOV-RESULT    TO MST-RESULT.
003630     IF MST-TIPO-COMPARACAO
003640         MOVE APR-NOV-MAIOR-NUM TO MST-MAIOR-NUM
003650     ELSE
003660         MOVE ZERO              TO MST-MAIOR-NUM
003670     END-IF.
003680     MOVE WS-DATA-EXECUCAO TO MST-DATA-PROC.
003681     MOVE SPACE            TO MST-LOTE.
003690     WRITE MASTER-RECORD
003700         INVALID KEY
003710             SET WS-TRAN-ERRO-IO TO TRUE
003720             MOVE 'ERRO AO INCLUIR O REGISTRO' TO
003730                 WS-DET-SITUACAO
003740     END-WRITE.
003840         IF WS-RETORNO LESS THAN 12
003850             MOVE 12 TO WS-RETORNO
003860         END-IF
003861         IF WS-TRAN-APLICADA
003862             SET WS-TRAN-ERRO-IO TO TRUE
003863             MOVE 'FALHA DE I-O NO MESTRE' TO WS-DET-SITUACAO
003864         END-IF
003870     END-IF.
003880 2500-CONFERIR-STATUS-EXIT.
003890     EXIT.
003900*
003910 2600-GRAVAR-AUDITORIA.
003911     MOVE SPACE            TO AUDIT-RECORD.
003920     MOVE 'MSTMNT  '       TO AUD-PROGRAMA.
003930     MOVE APR-NUM-1        TO AUD-NUM-1.
003940     MOVE APR-NUM-2        TO AUD-NUM-2.
003950     IF APR-ACAO-EXCLUIR
003960         MOVE APR-ANT-RESULT TO AUD-RESULT
003970     ELSE
003980         MOVE APR-NOV-RESULT TO AUD-RESULT
003990     END-IF.
004000     MOVE APR-TIPO-TRAN    TO AUD-TIPO-TRAN.
004010     MOVE WS-DATA-EXECUCAO TO AUD-DATA-EXECUCAO.
004020     MOVE WS-HORA-EXECUCAO TO AUD-HORA-EXECUCAO.
004030     MOVE APR-ACAO         TO AUD-ACAO-MANUTENCAO.
004031     MOVE APR-USUARIO-SOLIC TO AUD-USUARIO-SOLIC.
004032     MOVE APR-USUARIO-APROV TO AUD-USUARIO-APROV.
004040     WRITE AUDIT-RECORD.
004050     EVALUATE TRUE
004060         WHEN APR-ACAO-CORRIGIR
004070             ADD 1 TO WS-CONT-CORRECOES
004080         WHEN APR-ACAO-EXCLUIR
004090             ADD 1 TO WS-CONT-EXCLUSOES
004100         WHEN APR-ACAO-INCLUIR
004110             ADD 1 TO WS-CONT-INCLUSOES
004120     END-EVALUATE.
004130 2600-GRAVAR-AUDITORIA-EXIT.
004230 2700-GRAVAR-RELATORIO-EXIT.
004240     EXIT.
004250*
004251 2750-LISTAR-EFETIVACAO.
004252     MOVE APR-ACAO      TO WS-DET-ACAO.
004253     MOVE APR-NUM-1     TO WS-DET-NUM-1.
004254     MOVE APR-NUM-2     TO WS-DET-NUM-2.
004255     MOVE APR-TIPO-TRAN TO WS-DET-TIPO.
004256     MOVE WS-LINHA-DETALHE TO REL-REC.
004257     WRITE REL-REC.
004258     MOVE APR-USUARIO-SOLIC TO WS-USU-SOLIC.
004259     MOVE APR-USUARIO-APROV TO WS-USU-APROV.
004260     MOVE WS-LINHA-USUARIOS TO REL-REC.
004261     WRITE REL-REC.
004262 2750-LISTAR-EFETIVACAO-EXIT.
004263     EXIT.
004264*
004265*    SEGUNDA FASE DA RODADA: VARRE O KSDS DE PEDIDOS E EFETIVA
004266*    NO MESTRE OS QUE JA FORAM APROVADOS NA TELA MAPR.
004267*
004268 2800-EFETIVAR-APROVADOS.
004269     MOVE 'PEDIDOS APROVADOS - EFETIVACAO NO MESTRE' TO REL-REC.
004270     WRITE REL-REC.
004271     MOVE LOW-VALUES TO APR-CHAVE.
004272     START ARQ-APROVACAO KEY NOT LESS THAN APR-CHAVE
004273         INVALID KEY
004274             SET WS-FIM-APROVACAO TO TRUE
004275     END-START.
004276     PERFORM 2850-LER-PEDIDO
004277         THRU 2850-LER-PEDIDO-EXIT
004278         UNTIL WS-FIM-APROVACAO.
004279 2800-EFETIVAR-APROVADOS-EXIT.
004280     EXIT.
004281*
004282 2850-LER-PEDIDO.
004283     READ ARQ-APROVACAO NEXT RECORD
004284         AT END
004285             SET WS-FIM-APROVACAO TO TRUE
004286             GO TO 2850-LER-PEDIDO-EXIT
004287     END-READ.
004288     IF WS-FS-APROVACAO NOT = '00'
004289         DISPLAY 'MST-MNT - FALHA DE I-O NOS PEDIDOS - FS '
004290             WS-FS-APROVACAO
004291         IF WS-RETORNO LESS THAN 12
004292             MOVE 12 TO WS-RETORNO
004293         END-IF
004294         SET WS-FIM-APROVACAO TO TRUE
004295         GO TO 2850-LER-PEDIDO-EXIT
004296     END-IF.
004297     IF APR-SIT-APROVADO
004298         PERFORM 2900-APLICAR-PEDIDO
004299             THRU 2900-APLICAR-PEDIDO-EXIT
004300     END-IF.
004301 2850-LER-PEDIDO-EXIT.
004302     EXIT.
004303*
004304*    O PEDIDO SO E APLICADO SE O REGISTRO DO MESTRE AINDA ESTA
004305*    COMO NA IMAGEM ANTERIOR GRAVADA NO PEDIDO; SE MUDOU DESDE
004306*    ENTAO (OUTRA MANUTENCAO, EXPURGO, REPROCESSAMENTO), O
004307*    APROVADOR DECIDIU SOBRE UM ESTADO QUE NAO EXISTE MAIS E O
004308*    PEDIDO E FECHADO COMO 'D' PARA SER REFEITO.  EM FALHA DE I-O
004309*    O PEDIDO CONTINUA 'A' E E TENTADO DE NOVO NA PROXIMA RODADA.
004310*
004311 2900-APLICAR-PEDIDO.
004312     SET WS-TRAN-APLICADA TO TRUE.
004313     MOVE 'EFETIVADA NO MESTRE' TO WS-DET-SITUACAO.
004314     MOVE APR-NUM-1     TO MST-NUM-1.
004315     MOVE APR-NUM-2     TO MST-NUM-2.
004316     MOVE APR-TIPO-TRAN TO MST-TIPO-TRAN.
004317     PERFORM 2150-LER-MESTRE
004318         THRU 2150-LER-MESTRE-EXIT.
004319     PERFORM 2950-CONFERIR-IMAGEM
004320         THRU 2950-CONFERIR-IMAGEM-EXIT.
004321     IF WS-TRAN-APLICADA
004322         IF APR-ANT-EXISTENTE
004323             MOVE APR-ANT-DATA-PROC TO WS-DATA-PERIODO
004324         ELSE
004325             MOVE WS-DATA-EXECUCAO  TO WS-DATA-PERIODO
004326         END-IF
004327         PERFORM 2180-CONFERIR-PERIODO
004328             THRU 2180-CONFERIR-PERIODO-EXIT
004329         IF WS-PERIODO-FECHADO
004330             SET WS-TRAN-RETIDA TO TRUE
004331             MOVE 'RETIDO - PERIODO FECHADO' TO WS-DET-SITUACAO
004332         END-IF
004333     END-IF.
004334     IF WS-TRAN-APLICADA
004335         EVALUATE TRUE
004336             WHEN APR-ACAO-CORRIGIR
004337                 PERFORM 2200-CORRIGIR
004338                     THRU 2200-CORRIGIR-EXIT
004339             WHEN APR-ACAO-EXCLUIR
004340                 PERFORM 2300-EXCLUIR
004341                     THRU 2300-EXCLUIR-EXIT
004342             WHEN APR-ACAO-INCLUIR
004343                 PERFORM 2400-INCLUIR
004344                     THRU 2400-INCLUIR-EXIT
004345         END-EVALUATE
004346     END-IF.
004347     EVALUATE TRUE
004348         WHEN WS-TRAN-APLICADA
004349             ADD 1 TO WS-CONT-APLICADAS
004350             PERFORM 2600-GRAVAR-AUDITORIA
004351                 THRU 2600-GRAVAR-AUDITORIA-EXIT
004352             SET APR-SIT-EFETIVADO TO TRUE
004353         WHEN WS-TRAN-REJEITADA
004354             ADD 1 TO WS-CONT-DIVERGENTES
004355             SET APR-SIT-DIVERGENTE TO TRUE
004356         WHEN WS-TRAN-RETIDA
004357             ADD 1 TO WS-CONT-RETIDOS
004358         WHEN OTHER
004359             ADD 1 TO WS-CONT-ERROS-EFETIVACAO
004360     END-EVALUATE.
004361     IF NOT WS-TRAN-ERRO-IO AND NOT WS-TRAN-RETIDA
004362         MOVE WS-DATA-EXECUCAO TO APR-DATA-EFETIVACAO
004363         REWRITE APR-REGISTRO
004364             INVALID KEY
004365                 DISPLAY 'MST-MNT - ERRO AO REGRAVAR O PEDIDO - '
004366                     'FS ' WS-FS-APROVACAO
004367                 MOVE 12 TO WS-RETORNO
004368         END-REWRITE
004369     END-IF.
004370     PERFORM 2750-LISTAR-EFETIVACAO
004371         THRU 2750-LISTAR-EFETIVACAO-EXIT.
004372 2900-APLICAR-PEDIDO-EXIT.
004373     EXIT.
004374*
004375 2950-CONFERIR-IMAGEM.
004376     IF WS-FS-MESTRE NOT = '00' AND WS-FS-MESTRE NOT = '23'
004377         PERFORM 2500-CONFERIR-STATUS
004378             THRU 2500-CONFERIR-STATUS-EXIT
004379         GO TO 2950-CONFERIR-IMAGEM-EXIT
004380     END-IF.
004381     IF APR-ANT-INEXISTENTE
004382         IF WS-REGISTRO-ACHADO
004383             SET WS-TRAN-REJEITADA TO TRUE
004384             MOVE 'DIVERGENTE - CHAVE INCLUIDA APOS O PEDIDO' TO
004385                 WS-DET-SITUACAO
004386         END-IF
004387         GO TO 2950-CONFERIR-IMAGEM-EXIT
004388     END-IF.
004389     IF WS-REGISTRO-NAO-ACHADO
004390         SET WS-TRAN-REJEITADA TO TRUE
004391         MOVE 'DIVERGENTE - REGISTRO SAIU DO MESTRE' TO
004392             WS-DET-SITUACAO
004393         GO TO 2950-CONFERIR-IMAGEM-EXIT
004394     END-IF.
004395     IF MST-RESULT NOT EQUAL APR-ANT-RESULT
004396        OR MST-MAIOR-NUM NOT EQUAL APR-ANT-MAIOR-NUM
004397        OR MST-DATA-PROC NOT EQUAL APR-ANT-DATA-PROC
004398         SET WS-TRAN-REJEITADA TO TRUE
004399         MOVE 'DIVERGENTE - MESTRE ALTERADO APOS O PEDIDO' TO
004400             WS-DET-SITUACAO
004401     END-IF.
004402 2950-CONFERIR-IMAGEM-EXIT.
004403     EXIT.
004404*
004405 3000-FINALIZA.
004406     IF WS-CONT-LIDAS EQUAL ZERO
004407        AND WS-CONT-APLICADAS EQUAL ZERO
004408        AND WS-CONT-DIVERGENTES EQUAL ZERO
004409        AND WS-RETORNO LESS THAN 8
004410         MOVE 8 TO WS-RETORNO
004411     END-IF.
004412     IF (WS-CONT-REJEITADAS GREATER THAN ZERO
004413        OR WS-CONT-DIVERGENTES GREATER THAN ZERO
004414        OR WS-CONT-RETIDOS GREATER THAN ZERO)
004415        AND WS-RETORNO LESS THAN 4
004416         MOVE 4 TO WS-RETORNO
004417     END-IF.
004418     MOVE 'TRANSACOES LIDAS'               TO WS-RES-TEXTO.
004419     MOVE WS-CONT-LIDAS                    TO WS-RES-VALOR.
004420     MOVE WS-LINHA-RESUMO TO REL-REC.
004421     WRITE REL-REC.
004422     MOVE 'PEDIDOS REGISTRADOS P/ APROVACAO' TO WS-RES-TEXTO.
004423     MOVE WS-CONT-PEDIDOS                  TO WS-RES-VALOR.
004424     MOVE WS-LINHA-RESUMO TO REL-REC.
004425     WRITE REL-REC.
004430     MOVE 'TRANSACOES REJEITADAS'          TO WS-RES-TEXTO.
004440     MOVE WS-CONT-REJEITADAS               TO WS-RES-VALOR.
004441     MOVE WS-LINHA-RESUMO TO REL-REC.
004442     WRITE REL-REC.
004443     MOVE 'APROVADOS EFETIVADOS NO MESTRE'   TO WS-RES-TEXTO.
004444     MOVE WS-CONT-APLICADAS                TO WS-RES-VALOR.
004445     MOVE WS-LINHA-RESUMO TO REL-REC.
004446     WRITE REL-REC.
004447     MOVE 'APROVADOS DIVERGENTES (NAO APLIC.)' TO WS-RES-TEXTO.
004448     MOVE WS-CONT-DIVERGENTES              TO WS-RES-VALOR.
004449     MOVE WS-LINHA-RESUMO TO REL-REC.
004450     WRITE REL-REC.
004451     MOVE 'APROVADOS COM FALHA DE I-O'     TO WS-RES-TEXTO.
004452     MOVE WS-CONT-ERROS-EFETIVACAO         TO WS-RES-VALOR.
004453     MOVE WS-LINHA-RESUMO TO REL-REC.
004454     WRITE REL-REC.
004455     MOVE 'APROVADOS RETIDOS - PERIODO FECHADO' TO WS-RES-TEXTO.
004456     MOVE WS-CONT-RETIDOS                  TO WS-RES-VALOR.
004457     MOVE WS-LINHA-RESUMO TO REL-REC.
004460     WRITE REL-REC.
004470     MOVE 'CORRECOES DE RESULT'            TO WS-RES-TEXTO.
004480     MOVE WS-CONT-CORRECOES                TO WS-RES-VALOR.
004630     MOVE TRL-REGISTRO TO AUDIT-RECORD.
004640     WRITE AUDIT-RECORD.
004650     DISPLAY 'MST-MNT - TRANSACOES LIDAS  : ' WS-CONT-LIDAS.
004651     DISPLAY 'MST-MNT - PEDIDOS REGISTRADOS: '
004652         WS-CONT-PEDIDOS.
004660     DISPLAY 'MST-MNT - APLICADAS         : '
004670         WS-CONT-APLICADAS.
004680     DISPLAY 'MST-MNT - REJEITADAS        : '
004710     CLOSE ARQ-MESTRE.
004720     CLOSE ARQ-AUDITORIA.
004730     CLOSE ARQ-RELATORIO.
004731     CLOSE ARQ-APROVACAO.
004732     IF WS-PERIODOS-DISPONIVEIS
004733         CLOSE ARQ-FECHAMENTO
004734     END-IF.
004740 3000-FINALIZA-EXIT.
004750     EXIT.
